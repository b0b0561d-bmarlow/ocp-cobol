001298*                     THE DESCRIPTION FROM THE HWTYPFIL
001299*                     REFERENCE FILE, SO THE PAGE RENDERS A
001301*                     READABLE NAME INSTEAD OF A BARE CODE.
001302*    10/15/26   RLM   ADDED THE MONITORING PASS TALLIES - LARGE
001303*                     ITEMS AND VELOCITY HITS AGAINST HWRULFIL -
001304*                     AND THE MONITORED SWITCH, SET 'N' WHEN NO
001305*                     RULES FILE WAS AVAILABLE TO THE RUN.
001306*    10/15/26   RLM   ADDED THE PER-SOURCE-FEED COUNT AND NET
001307*                     TABLE, KEYED BY TRAN-SOURCE-ID. SLOTS 1-9
001308*                     HOLD NAMED SOURCES AND SLOT 10 IS THE '**'
001309*                     (OTHER) BUCKET, AS FOR THE TYPE TABLE.
001310*    10/15/26   RLM   ADDED THE DORMANT ACCOUNT EXCEPTION TALLY.
001350******************************************************************
001400 01  SUM-RECORD.
001500     05  SUM-BUSINESS-DATE       PIC X(08).
001600     05  SUM-BUILD-DATE          PIC X(08).
003100     05  SUM-UNKNOWN-ACCT-CNT    PIC 9(07).
003200     05  SUM-CLOSED-ACCT-CNT     PIC 9(07).
003300     05  SUM-FROZEN-ACCT-CNT     PIC 9(07).
003400     05  SUM-MON-CHECKED-SW      PIC X(01).
003500         88  SUM-MON-CHECKED         VALUE 'Y'.
003600     05  SUM-LARGE-CNT           PIC 9(07).
003700     05  SUM-VELOCITY-CNT        PIC 9(07).
003800     05  SUM-SRC-COUNT           PIC 9(02).
003900     05  SUM-SRC-ENTRY           OCCURS 10 TIMES.
004000         10  SUM-SRC-ID          PIC X(08).
004100         10  SUM-SRC-CNT         PIC 9(07).
004200         10  SUM-SRC-NET-AMT     PIC S9(11)V99.
004300     05  SUM-DORMANT-ACCT-CNT    PIC 9(07).
