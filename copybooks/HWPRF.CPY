000100******************************************************************
000200*    COPYBOOK:    HWPRF.CPY
000300*    PURPOSE:     RECORD LAYOUT FOR THE KEYED DAILY BALANCE PROOF
000400*                 FILE (HWPRFFIL), ONE RECORD PER BUSINESS DATE.
000500*                 HWPOST TOTALS EVERY BAL-CURR-BAL ON HWBALFIL
000600*                 BEFORE IT APPLIES THE DAY AND WRITES THE
000700*                 OPENING FIGURES (STATUS OPENED). HWBALPRF
000800*                 TOTALS THE FILE AGAIN AFTER POSTING, PROVES
000900*                 THE CHANGE AGAINST THE NET POSTED, TIES IT TO
001000*                 HWHSTFIL AND HWSUMFIL, AND RECORDS PROVEN OR
001100*                 FAILED. HWCLOSE WILL NOT CLOSE A DAY THAT IS
001200*                 NOT PROVEN. THE OPENING FIGURES ARE NEVER
001300*                 OVERWRITTEN BY A SECOND POSTING RUN, SO A
001400*                 DOUBLE POST FAILS THE PROOF.
001500*
001600*    MODIFICATION HISTORY
001700*    ------------------------------------------------------------
001800*    DATE       INIT  DESCRIPTION
001900*    10/15/26   RLM   INITIAL VERSION.
002000******************************************************************
002100 01  PRF-RECORD.
002200     05  PRF-BUSINESS-DATE       PIC X(08).
002300     05  PRF-STATUS              PIC X(08).
002400         88  PRF-OPENED              VALUE 'OPENED'.
002500         88  PRF-PROVEN              VALUE 'PROVEN'.
002600         88  PRF-FAILED              VALUE 'FAILED'.
002700     05  PRF-OPEN-DATE           PIC X(08).
002800     05  PRF-OPEN-TIME           PIC X(08).
002900     05  PRF-OPEN-ACCT-CNT       PIC 9(07).
003000     05  PRF-OPEN-TOTAL          PIC S9(13)V99.
003100     05  PRF-CLOSE-ACCT-CNT      PIC 9(07).
003200     05  PRF-CLOSE-TOTAL         PIC S9(13)V99.
003300     05  PRF-POSTED-NET          PIC S9(11)V99.
003400     05  PRF-REJECT-NET          PIC S9(11)V99.
003500     05  PRF-BAL-DIFF            PIC S9(13)V99.
003600     05  PRF-HST-DIFF            PIC S9(11)V99.
003700     05  PRF-SUM-DIFF            PIC S9(11)V99.
003800     05  PRF-PROOF-DATE          PIC X(08).
003900     05  PRF-PROOF-TIME          PIC X(08).
004000     05  PRF-FAIL-REASON         PIC X(30).
004100     05  FILLER                  PIC X(10).
