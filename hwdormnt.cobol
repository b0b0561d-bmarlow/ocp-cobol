000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.     HWDORMNT.
000120 AUTHOR.         R L MORRISON.
000130 INSTALLATION.   SHOP OPERATIONS - OPENSHIFT BATCH SERVICES.
000140 DATE-WRITTEN.   10/15/26.
000150 DATE-COMPILED.
000160*REMARKS.        PERIODIC DORMANCY SWEEP OF THE ACCOUNT MASTER
000170*                (HWACTFIL) FOR COMPLIANCE'S UNCLAIMED-PROPERTY
000180*                REPORTING. AN OPEN ACCOUNT WITH NO ACTIVITY FOR
000190*                MORE THAN HW_DORMANT_MONTHS (DEFAULT 12) IS MOVED
000200*                TO DORMANT AND STAMPED WITH THE DATE IT WENT
000210*                DORMANT. THE LAST ACTIVITY DATE IS BAL-LAST-ACT-
000220*                DATE FROM THE HWBALFIL BALANCE FILE; AN ACCOUNT
000230*                NEVER POSTED TO FALLS BACK TO ITS ACT-OPEN-DATE.
000240*                THE AS-OF DATE IS THE BUSINESS DATE (HW_BUS_DATE,
000250*                DEFAULT TODAY).
000260*
000270*                EVERY ACCOUNT MOVED IS APPENDED, BEFORE AND AFTER,
000280*                TO THE HWMHSFIL MAINTENANCE HISTORY WITH ACTION D
000290*                AND MAKER HWDORMNT. THE MOVE IS THE SYSTEM'S OWN
000300*                STATUS CHANGE AND DOES NOT WAIT FOR APPROVAL; THE
000310*                WAY BACK IS AN HWACTMNT R CARD, WHICH DOES.
000320*
000330*                THE DORMRPT REPORT LISTS EVERY DORMANT ACCOUNT -
000340*                THOSE MOVED THIS RUN AND THOSE ALREADY DORMANT -
000350*                WITH ITS LAST ACTIVITY DATE AND BALANCE, PLUS ANY
000360*                OPEN ACCOUNT WITH NO USABLE DATE TO JUDGE IT BY,
000370*                WHICH IS LEFT OPEN FOR SOMEONE TO LOOK AT.
000380*
000390*    MODIFICATION HISTORY
000400*    ------------------------------------------------------------
000410*    DATE       INIT  DESCRIPTION
000420*    10/15/26   RLM   INITIAL VERSION.
000430******************************************************************
000440
000450 ENVIRONMENT DIVISION.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT ACCT-FILE ASSIGN TO "HWACTFIL"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS SEQUENTIAL
000510         RECORD KEY IS ACT-ACCOUNT-NO
000520         FILE STATUS IS WS-ACT-FILE-STATUS.
000530
000540     SELECT BAL-FILE ASSIGN TO "HWBALFIL"
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS RANDOM
000570         RECORD KEY IS BAL-ACCOUNT-NO
000580         FILE STATUS IS WS-BAL-FILE-STATUS.
000590
000600     SELECT MHIST-FILE ASSIGN TO "HWMHSFIL"
000610         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS IS WS-MHS-FILE-STATUS.
000630
000640     SELECT REPORT-FILE ASSIGN TO "DORMRPT"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-RPT-FILE-STATUS.
000670
000680 DATA DIVISION.
000690 FILE SECTION.
000700 FD  ACCT-FILE.
000710     COPY HWACT.
000720
000730 FD  BAL-FILE.
000740     COPY HWBAL.
000750
000760 FD  MHIST-FILE
000770     RECORDING MODE IS F.
000780     COPY HWMHS.
000790
000800 FD  REPORT-FILE.
000810 01  RPT-RECORD                  PIC X(80).
000820
000830 WORKING-STORAGE SECTION.
000840 01  WS-READ-CNT                 PIC 9(07)   VALUE ZERO.
000850 01  WS-OPEN-CNT                 PIC 9(07)   VALUE ZERO.
000860 01  WS-NEW-DORMANT-CNT          PIC 9(07)   VALUE ZERO.
000870 01  WS-OLD-DORMANT-CNT          PIC 9(07)   VALUE ZERO.
000880 01  WS-NO-DATE-CNT              PIC 9(07)   VALUE ZERO.
000890 01  WS-NEW-DORMANT-BAL          PIC S9(13)V99 VALUE ZERO.
000900 01  WS-OLD-DORMANT-BAL          PIC S9(13)V99 VALUE ZERO.
000910 01  WS-TOT-DORMANT-BAL          PIC S9(13)V99 VALUE ZERO.
000920
000930 01  WS-ACT-EOF-SW               PIC X(01)   VALUE 'N'.
000940     88  WS-ACT-EOF                  VALUE 'Y'.
000950 01  WS-BAL-FOUND-SW             PIC X(01)   VALUE 'N'.
000960     88  WS-BAL-FOUND                VALUE 'Y'.
000970
000980 01  WS-ACT-FILE-STATUS          PIC X(02)   VALUE '00'.
000990 01  WS-BAL-FILE-STATUS          PIC X(02)   VALUE '00'.
001000 01  WS-MHS-FILE-STATUS          PIC X(02)   VALUE '00'.
001010 01  WS-RPT-FILE-STATUS          PIC X(02)   VALUE '00'.
001020
001030 01  WS-RUN-DATE                 PIC X(08)   VALUE SPACES.
001040 01  WS-RUN-TIME                 PIC X(08)   VALUE SPACES.
001050 01  WS-BUS-DATE                 PIC X(08)   VALUE SPACES.
001060 01  WS-ENV-BUS-DATE             PIC X(08)   VALUE SPACES.
001070
001080 01  WS-CFG-RAW-VALUE            PIC X(09)   VALUE SPACES.
001090 01  WS-CFG-RAW-LEN              PIC 9(02)   VALUE ZERO.
001100 01  WS-DORMANT-MONTHS           PIC 9(03)   VALUE 12.
001110
001120******************************************************************
001130*    DORMANCY CUTOFF - THE AS-OF DATE MOVED BACK THE DORMANCY
001140*    MONTHS, SAME DAY OF THE MONTH, PULLED BACK TO THE MONTH'S
001150*    LAST DAY WHERE THE MONTH IS SHORTER. AN ACCOUNT WHOSE LAST
001160*    ACTIVITY IS BEFORE THE CUTOFF IS DORMANT.
001170******************************************************************
001180 01  WS-BUS-YYYY                 PIC 9(04)   VALUE ZERO.
001190 01  WS-BUS-MM                   PIC 9(02)   VALUE ZERO.
001200 01  WS-BUS-DD                   PIC 9(02)   VALUE ZERO.
001210 01  WS-MON-ABS                  PIC S9(07)  VALUE ZERO.
001220 01  WS-CUT-QUOT                 PIC 9(05)   VALUE ZERO.
001230 01  WS-CUT-REM                  PIC 9(02)   VALUE ZERO.
001240 01  WS-LEAP-QUOT                PIC 9(05)   VALUE ZERO.
001250 01  WS-LEAP-REM                 PIC 9(03)   VALUE ZERO.
001260 01  WS-MONTH-DAYS               PIC 9(02)   VALUE ZERO.
001270 01  WS-CUTOFF-DATE.
001280     05  WS-CUT-YYYY             PIC 9(04).
001290     05  WS-CUT-MM               PIC 9(02).
001300     05  WS-CUT-DD               PIC 9(02).
001310
001320******************************************************************
001330*    THE ACCOUNT IN HAND - THE DATE IT IS JUDGED BY, WHERE THAT
001340*    DATE CAME FROM, AND ITS BALANCE.
001350******************************************************************
001360 01  WS-BASIS-DATE               PIC X(08)   VALUE SPACES.
001370 01  WS-BASIS-SOURCE             PIC X(04)   VALUE SPACES.
001380 01  WS-ACCT-BAL                 PIC S9(11)V99 VALUE ZERO.
001390 01  WS-MHS-BEFORE-IMAGE         PIC X(80)   VALUE SPACES.
001400
001410 01  WS-RPT-COLS.
001420     05  FILLER                  PIC X(12)   VALUE 'ACCOUNT'.
001430     05  FILLER                  PIC X(22)   VALUE 'NAME'.
001440     05  FILLER                  PIC X(10)   VALUE 'LAST ACT'.
001450     05  FILLER                  PIC X(04)   VALUE 'FROM'.
001460     05  FILLER                  PIC X(20)   VALUE
001470             '             BALANCE'.
001480     05  FILLER                  PIC X(12)   VALUE '  NOTE'.
001490
001500 01  WS-RPT-DETAIL.
001510     05  WS-RPT-DET-ACCOUNT      PIC X(10).
001520     05  FILLER                  PIC X(02)   VALUE SPACES.
001530     05  WS-RPT-DET-NAME         PIC X(20).
001540     05  FILLER                  PIC X(02)   VALUE SPACES.
001550     05  WS-RPT-DET-DATE         PIC X(08).
001560     05  FILLER                  PIC X(02)   VALUE SPACES.
001570     05  WS-RPT-DET-SOURCE       PIC X(04).
001580     05  FILLER                  PIC X(02)   VALUE SPACES.
001590     05  WS-RPT-DET-BAL          PIC ---,---,---,--9.99.
001600     05  FILLER                  PIC X(02)   VALUE SPACES.
001610     05  WS-RPT-DET-NOTE         PIC X(08).
001620     05  FILLER                  PIC X(02)   VALUE SPACES.
001630
001640 01  WS-RPT-MONEY.
001650     05  WS-RPT-MLABEL           PIC X(24)   VALUE SPACES.
001660     05  WS-RPT-AMT              PIC --,---,---,---,--9.99.
001670     05  FILLER                  PIC X(35)   VALUE SPACES.
001680
001690 01  WS-RPT-TOTAL.
001700     05  WS-RPT-LABEL            PIC X(24)   VALUE SPACES.
001710     05  WS-RPT-COUNT            PIC Z(6)9.
001720     05  FILLER                  PIC X(49)   VALUE SPACES.
001730
001740 COPY HWJLG.
001750 01  WS-SAVE-RETURN-CODE         PIC S9(08) COMP VALUE ZERO.
001760
001770******************************************************************
001780 PROCEDURE DIVISION.
001790******************************************************************
001800
001810 0000-MAINLINE.
001820     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001830     PERFORM 9000-LOG-JOB-START THRU 9000-EXIT.
001840     PERFORM 2000-SWEEP-ACCOUNTS THRU 2000-EXIT.
001850     PERFORM 3000-PRINT-TOTALS THRU 3000-EXIT.
001860     PERFORM 3900-CLOSE-FILES THRU 3900-EXIT.
001870     PERFORM 9100-LOG-JOB-END THRU 9100-EXIT.
001880     STOP RUN.
001890
001900******************************************************************
001910*    1000-INITIALIZE  --  STAMP THE RUN, RESOLVE THE AS-OF DATE,
001920*                         THE DORMANCY PERIOD AND THE CUTOFF, AND
001930*                         OPEN EVERYTHING. THE BALANCE FILE MUST
001940*                         BE THERE - WITHOUT IT EVERY ACCOUNT
001950*                         WOULD BE JUDGED BY ITS OPEN DATE AND
001960*                         ACTIVE ACCOUNTS WOULD GO DORMANT.
001970******************************************************************
001980 1000-INITIALIZE.
001990     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002000     ACCEPT WS-RUN-TIME FROM TIME.
002010     PERFORM 1700-RESOLVE-BUS-DATE THRU 1700-EXIT.
002020     PERFORM 1100-VALIDATE-DORMANT-MONTHS THRU 1100-EXIT.
002030     PERFORM 1200-COMPUTE-CUTOFF THRU 1200-EXIT.
002040     OPEN I-O ACCT-FILE.
002050     IF WS-ACT-FILE-STATUS NOT = '00'
002060         DISPLAY 'HWDORMNT: ACCT-FILE OPEN FAILED, STATUS='
002070             WS-ACT-FILE-STATUS UPON SYSERR
002080         MOVE 8 TO RETURN-CODE
002090         PERFORM 9000-LOG-JOB-START THRU 9000-EXIT
002100         PERFORM 9100-LOG-JOB-END THRU 9100-EXIT
002110         STOP RUN
002120     END-IF.
002130     OPEN INPUT BAL-FILE.
002140     IF WS-BAL-FILE-STATUS NOT = '00'
002150         DISPLAY 'HWDORMNT: BAL-FILE OPEN FAILED, STATUS='
002160             WS-BAL-FILE-STATUS UPON SYSERR
002170         MOVE 8 TO RETURN-CODE
002180         PERFORM 9000-LOG-JOB-START THRU 9000-EXIT
002190         PERFORM 9100-LOG-JOB-END THRU 9100-EXIT
002200         STOP RUN
002210     END-IF.
002220     OPEN EXTEND MHIST-FILE.
002230     IF WS-MHS-FILE-STATUS = '35'
002240         OPEN OUTPUT MHIST-FILE
002250     END-IF.
002260     IF WS-MHS-FILE-STATUS NOT = '00'
002270         DISPLAY 'HWDORMNT: MHIST-FILE OPEN FAILED, STATUS='
002280             WS-MHS-FILE-STATUS UPON SYSERR
002290         MOVE 8 TO RETURN-CODE
002300         PERFORM 9000-LOG-JOB-START THRU 9000-EXIT
002310         PERFORM 9100-LOG-JOB-END THRU 9100-EXIT
002320         STOP RUN
002330     END-IF.
002340     OPEN OUTPUT REPORT-FILE.
002350     IF WS-RPT-FILE-STATUS NOT = '00'
002360         DISPLAY 'HWDORMNT: REPORT-FILE OPEN FAILED, STATUS='
002370             WS-RPT-FILE-STATUS UPON SYSERR
002380         MOVE 8 TO RETURN-CODE
002390         PERFORM 9000-LOG-JOB-START THRU 9000-EXIT
002400         PERFORM 9100-LOG-JOB-END THRU 9100-EXIT
002410         STOP RUN
002420     END-IF.
002430     MOVE 'HWDORMNT DORMANT ACCOUNT REPORT' TO RPT-RECORD.
002440     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
002450     MOVE SPACES TO RPT-RECORD.
002460     STRING 'AS OF ' WS-BUS-DATE
002470         '  RUN ' WS-RUN-DATE ' ' WS-RUN-TIME
002480         DELIMITED BY SIZE INTO RPT-RECORD.
002490     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
002500     MOVE SPACES TO RPT-RECORD.
002510     STRING 'DORMANT AFTER ' WS-DORMANT-MONTHS
002520         ' MONTHS - NO ACTIVITY SINCE BEFORE ' WS-CUTOFF-DATE
002530         DELIMITED BY SIZE INTO RPT-RECORD.
002540     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
002550     MOVE SPACES TO RPT-RECORD.
002560     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
002570     MOVE WS-RPT-COLS TO RPT-RECORD.
002580     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
002590 1000-EXIT.
002600     EXIT.
002610
002620******************************************************************
002630*    1100-VALIDATE-DORMANT-MONTHS  --  ACCEPT HW_DORMANT_MONTHS
002640*                                      AND FALL BACK TO THE CODED
002650*                                      DEFAULT OF 12 ON A MISSING,
002660*                                      NON-NUMERIC, OVER-WIDTH, OR
002670*                                      ZERO VALUE.
002680******************************************************************
002690 1100-VALIDATE-DORMANT-MONTHS.
002700     MOVE SPACES TO WS-CFG-RAW-VALUE.
002710     ACCEPT WS-CFG-RAW-VALUE
002720         FROM ENVIRONMENT "HW_DORMANT_MONTHS"
002730         ON EXCEPTION
002740             MOVE SPACES TO WS-CFG-RAW-VALUE
002750     END-ACCEPT.
002760     MOVE 9 TO WS-CFG-RAW-LEN.
002770     PERFORM 1191-TRIM-CFG-RAW THRU 1191-EXIT
002780         UNTIL WS-CFG-RAW-LEN = 0
002790             OR WS-CFG-RAW-VALUE(WS-CFG-RAW-LEN:1) NOT = SPACE.
002800     IF WS-CFG-RAW-LEN = 0
002810         MOVE 12 TO WS-DORMANT-MONTHS
002820     ELSE
002830         IF WS-CFG-RAW-VALUE(1:WS-CFG-RAW-LEN) NOT NUMERIC
002840             OR WS-CFG-RAW-LEN > 3
002850             MOVE 12 TO WS-DORMANT-MONTHS
002860         ELSE
002870             MOVE WS-CFG-RAW-VALUE(1:WS-CFG-RAW-LEN)
002880                 TO WS-DORMANT-MONTHS
002890             IF WS-DORMANT-MONTHS = ZERO
002900                 MOVE 12 TO WS-DORMANT-MONTHS
002910             END-IF
002920         END-IF
002930     END-IF.
002940 1100-EXIT.
002950     EXIT.
002960
002970 1191-TRIM-CFG-RAW.
002980     SUBTRACT 1 FROM WS-CFG-RAW-LEN.
002990 1191-EXIT.
003000     EXIT.
003010
003020******************************************************************
003030*    1200-COMPUTE-CUTOFF  --  AS-OF MONTH MINUS THE DORMANCY
003040*                            MONTHS, THROUGH AN ABSOLUTE MONTH
003050*                            NUMBER AND BACK THE WAY HWMONTH
003060*                            DOES IT, THEN THE AS-OF DAY HELD TO
003070*                            THE LENGTH OF THE CUTOFF MONTH.
003080******************************************************************
003090 1200-COMPUTE-CUTOFF.
003100     MOVE WS-BUS-DATE(1:4) TO WS-BUS-YYYY.
003110     MOVE WS-BUS-DATE(5:2) TO WS-BUS-MM.
003120     MOVE WS-BUS-DATE(7:2) TO WS-BUS-DD.
003130     COMPUTE WS-MON-ABS =
003140         WS-BUS-YYYY * 12 + WS-BUS-MM - 1 - WS-DORMANT-MONTHS.
003150     DIVIDE WS-MON-ABS BY 12
003160         GIVING WS-CUT-QUOT REMAINDER WS-CUT-REM.
003170     MOVE WS-CUT-QUOT TO WS-CUT-YYYY.
003180     COMPUTE WS-CUT-MM = WS-CUT-REM + 1.
003190     EVALUATE WS-CUT-MM
003200         WHEN 4
003210         WHEN 6
003220         WHEN 9
003230         WHEN 11
003240             MOVE 30 TO WS-MONTH-DAYS
003250         WHEN 2
003260             PERFORM 1210-FEBRUARY-DAYS THRU 1210-EXIT
003270         WHEN OTHER
003280             MOVE 31 TO WS-MONTH-DAYS
003290     END-EVALUATE.
003300     IF WS-BUS-DD > WS-MONTH-DAYS
003310         MOVE WS-MONTH-DAYS TO WS-CUT-DD
003320     ELSE
003330         MOVE WS-BUS-DD TO WS-CUT-DD
003340     END-IF.
003350 1200-EXIT.
003360     EXIT.
003370
003380*    EVERY FOURTH YEAR, EXCEPT CENTURIES NOT DIVISIBLE BY 400.
003390 1210-FEBRUARY-DAYS.
003400     MOVE 28 TO WS-MONTH-DAYS.
003410     DIVIDE WS-CUT-YYYY BY 4
003420         GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM.
003430     IF WS-LEAP-REM NOT = ZERO
003440         GO TO 1210-EXIT
003450     END-IF.
003460     MOVE 29 TO WS-MONTH-DAYS.
003470     DIVIDE WS-CUT-YYYY BY 100
003480         GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM.
003490     IF WS-LEAP-REM NOT = ZERO
003500         GO TO 1210-EXIT
003510     END-IF.
003520     DIVIDE WS-CUT-YYYY BY 400
003530         GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM.
003540     IF WS-LEAP-REM NOT = ZERO
003550         MOVE 28 TO WS-MONTH-DAYS
003560     END-IF.
003570 1210-EXIT.
003580     EXIT.
003590
003600******************************************************************
003610*    1700-RESOLVE-BUS-DATE  --  HW_BUS_DATE, WHEN SET TO A VALID
003620*                               DATE, IS THE AS-OF DATE THE
003630*                               DORMANCY PERIOD COUNTS BACK FROM.
003640*                               THE FILES ARE THE LIVE ONES.
003650******************************************************************
003660 1700-RESOLVE-BUS-DATE.
003670     MOVE WS-RUN-DATE TO WS-BUS-DATE.
003680     MOVE SPACES TO WS-ENV-BUS-DATE.
003690     ACCEPT WS-ENV-BUS-DATE FROM ENVIRONMENT "HW_BUS_DATE"
003700         ON EXCEPTION
003710             MOVE SPACES TO WS-ENV-BUS-DATE
003720     END-ACCEPT.
003730     IF WS-ENV-BUS-DATE = SPACES
003740         GO TO 1700-EXIT
003750     END-IF.
003760     IF WS-ENV-BUS-DATE NOT NUMERIC
003770         DISPLAY 'HWDORMNT: BAD HW_BUS_DATE IGNORED: '
003780             WS-ENV-BUS-DATE UPON SYSERR
003790         GO TO 1700-EXIT
003800     END-IF.
003810     MOVE WS-ENV-BUS-DATE TO WS-BUS-DATE.
003820 1700-EXIT.
003830     EXIT.
003840
003850******************************************************************
003860*    2000-SWEEP-ACCOUNTS  --  ONE KEY-ORDER PASS OF THE MASTER.
003870******************************************************************
003880 2000-SWEEP-ACCOUNTS.
003890     PERFORM 2100-READ-ACCOUNT THRU 2100-EXIT.
003900     PERFORM 2200-CHECK-ACCOUNT THRU 2200-EXIT
003910         UNTIL WS-ACT-EOF.
003920 2000-EXIT.
003930     EXIT.
003940
003950 2100-READ-ACCOUNT.
003960     READ ACCT-FILE NEXT RECORD
003970         AT END
003980             SET WS-ACT-EOF TO TRUE
003990     END-READ.
004000     IF NOT WS-ACT-EOF AND WS-ACT-FILE-STATUS NOT = '00'
004010         DISPLAY 'HWDORMNT: ACCT-FILE READ FAILED, STATUS='
004020             WS-ACT-FILE-STATUS UPON SYSERR
004030         MOVE 8 TO RETURN-CODE
004040         SET WS-ACT-EOF TO TRUE
004050     END-IF.
004060 2100-EXIT.
004070     EXIT.
004080
004090******************************************************************
004100*    2200-CHECK-ACCOUNT  --  AN ACCOUNT ALREADY DORMANT IS LISTED
004110*                            AS IT STANDS. AN OPEN ACCOUNT IS
004120*                            JUDGED BY ITS LAST ACTIVITY DATE,
004130*                            OR ITS OPEN DATE IF IT HAS NEVER
004140*                            BEEN POSTED TO, AND MOVED TO DORMANT
004150*                            IF THAT IS BEFORE THE CUTOFF. CLOSED
004160*                            AND FROZEN ACCOUNTS ARE LEFT ALONE.
004170******************************************************************
004180 2200-CHECK-ACCOUNT.
004190     ADD 1 TO WS-READ-CNT.
004200     IF NOT ACT-OPEN AND NOT ACT-DORMANT
004210         GO TO 2200-NEXT
004220     END-IF.
004230     PERFORM 2300-FIND-BASIS-DATE THRU 2300-EXIT.
004240     IF ACT-DORMANT
004250         ADD 1 TO WS-OLD-DORMANT-CNT
004260         ADD WS-ACCT-BAL TO WS-OLD-DORMANT-BAL
004270         MOVE ACT-DORMANT-DATE TO WS-RPT-DET-NOTE
004280         PERFORM 2600-PRINT-ACCOUNT THRU 2600-EXIT
004290         GO TO 2200-NEXT
004300     END-IF.
004310     ADD 1 TO WS-OPEN-CNT.
004320     IF WS-BASIS-DATE = SPACES OR WS-BASIS-DATE NOT NUMERIC
004330         ADD 1 TO WS-NO-DATE-CNT
004340         MOVE 'NO DATE' TO WS-RPT-DET-NOTE
004350         PERFORM 2600-PRINT-ACCOUNT THRU 2600-EXIT
004360         GO TO 2200-NEXT
004370     END-IF.
004380     IF WS-BASIS-DATE NOT < WS-CUTOFF-DATE
004390         GO TO 2200-NEXT
004400     END-IF.
004410     PERFORM 2400-MAKE-DORMANT THRU 2400-EXIT.
004420 2200-NEXT.
004430     PERFORM 2100-READ-ACCOUNT THRU 2100-EXIT.
004440 2200-EXIT.
004450     EXIT.
004460
004470******************************************************************
004480*    2300-FIND-BASIS-DATE  --  THE BALANCE RECORD'S LAST ACTIVITY
004490*                              DATE WHERE THERE IS ONE, ELSE THE
004500*                              ACCOUNT'S OPEN DATE. NO BALANCE
004510*                              RECORD MEANS A ZERO BALANCE.
004520******************************************************************
004530 2300-FIND-BASIS-DATE.
004540     MOVE 'N' TO WS-BAL-FOUND-SW.
004550     MOVE ZERO TO WS-ACCT-BAL.
004560     MOVE ACT-ACCOUNT-NO TO BAL-ACCOUNT-NO.
004570     READ BAL-FILE.
004580     EVALUATE WS-BAL-FILE-STATUS
004590         WHEN '00'
004600             SET WS-BAL-FOUND TO TRUE
004610             MOVE BAL-CURR-BAL TO WS-ACCT-BAL
004620         WHEN '23'
004630             CONTINUE
004640         WHEN OTHER
004650             DISPLAY 'HWDORMNT: BAL-FILE READ FAILED, STATUS='
004660                 WS-BAL-FILE-STATUS UPON SYSERR
004670             MOVE 8 TO RETURN-CODE
004680     END-EVALUATE.
004690     IF WS-BAL-FOUND AND BAL-LAST-ACT-DATE NOT = SPACES
004700         MOVE BAL-LAST-ACT-DATE TO WS-BASIS-DATE
004710         MOVE 'BAL' TO WS-BASIS-SOURCE
004720     ELSE
004730         MOVE ACT-OPEN-DATE TO WS-BASIS-DATE
004740         MOVE 'OPEN' TO WS-BASIS-SOURCE
004750     END-IF.
004760 2300-EXIT.
004770     EXIT.
004780
004790******************************************************************
004800*    2400-MAKE-DORMANT  --  MOVE THE OPEN ACCOUNT IN HAND TO
004810*                           DORMANT AS OF THE AS-OF DATE, AND
004820*                           RECORD THE CHANGE ON THE MAINTENANCE
004830*                           HISTORY. A BALANCE FILE READ FAILURE
004840*                           LEAVES THE ACCOUNT OPEN - IT MAY HAVE
004850*                           BEEN JUDGED BY THE WRONG DATE.
004860******************************************************************
004870 2400-MAKE-DORMANT.
004880     IF WS-BAL-FILE-STATUS NOT = '00' AND '23'
004890         GO TO 2400-EXIT
004900     END-IF.
004910     MOVE ACT-RECORD TO WS-MHS-BEFORE-IMAGE.
004920     SET ACT-DORMANT TO TRUE.
004930     MOVE WS-BUS-DATE TO ACT-DORMANT-DATE.
004940     MOVE WS-RUN-DATE TO ACT-LAST-MAINT-DATE.
004950     MOVE WS-RUN-TIME TO ACT-LAST-MAINT-TIME.
004960     REWRITE ACT-RECORD.
004970     IF WS-ACT-FILE-STATUS NOT = '00'
004980         DISPLAY 'HWDORMNT: ACCT-FILE REWRITE FAILED, STATUS='
004990             WS-ACT-FILE-STATUS ' ACCOUNT=' ACT-ACCOUNT-NO
005000             UPON SYSERR
005010         MOVE 8 TO RETURN-CODE
005020         GO TO 2400-EXIT
005030     END-IF.
005040     PERFORM 2850-WRITE-HISTORY THRU 2850-EXIT.
005050     ADD 1 TO WS-NEW-DORMANT-CNT.
005060     ADD WS-ACCT-BAL TO WS-NEW-DORMANT-BAL.
005070     MOVE 'NEW' TO WS-RPT-DET-NOTE.
005080     PERFORM 2600-PRINT-ACCOUNT THRU 2600-EXIT.
005090 2400-EXIT.
005100     EXIT.
005110
005120******************************************************************
005130*    2600-PRINT-ACCOUNT  --  ONE REPORT LINE FOR THE ACCOUNT IN
005140*                            HAND. THE CALLER HAS SET THE NOTE.
005150******************************************************************
005160 2600-PRINT-ACCOUNT.
005170     MOVE ACT-ACCOUNT-NO TO WS-RPT-DET-ACCOUNT.
005180     MOVE ACT-NAME TO WS-RPT-DET-NAME.
005190     MOVE WS-BASIS-DATE TO WS-RPT-DET-DATE.
005200     MOVE WS-BASIS-SOURCE TO WS-RPT-DET-SOURCE.
005210     MOVE WS-ACCT-BAL TO WS-RPT-DET-BAL.
005220     MOVE WS-RPT-DETAIL TO RPT-RECORD.
005230     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
005240 2600-EXIT.
005250     EXIT.
005260
005270******************************************************************
005280*    2850-WRITE-HISTORY  --  ONE MAINTENANCE HISTORY RECORD FOR
005290*                            THE ACCOUNT JUST MADE DORMANT, THE
005300*                            SAME SHAPE HWACTMNT WRITES.
005310******************************************************************
005320 2850-WRITE-HISTORY.
005330     MOVE SPACES TO MHS-RECORD.
005340     MOVE WS-RUN-DATE TO MHS-CHANGE-DATE.
005350     MOVE WS-RUN-TIME TO MHS-CHANGE-TIME.
005360     SET MHS-ACCOUNT TO TRUE.
005370     MOVE ACT-ACCOUNT-NO TO MHS-REC-KEY.
005380     MOVE 'D' TO MHS-ACTION.
005390     MOVE 'HWDORMNT' TO MHS-MAKER-ID.
005400     MOVE SPACES TO MHS-CHECKER-ID.
005410     MOVE WS-MHS-BEFORE-IMAGE TO MHS-BEFORE-IMAGE.
005420     MOVE ACT-RECORD TO MHS-AFTER-IMAGE.
005430     WRITE MHS-RECORD.
005440     IF WS-MHS-FILE-STATUS NOT = '00'
005450         DISPLAY 'HWDORMNT: MHIST-FILE WRITE FAILED, STATUS='
005460             WS-MHS-FILE-STATUS UPON SYSERR
005470         MOVE 8 TO RETURN-CODE
005480     END-IF.
005490 2850-EXIT.
005500     EXIT.
005510
005520******************************************************************
005530*    3000-PRINT-TOTALS  --  RUN TOTALS FOR COMPLIANCE AND THE
005540*                           OPERATIONS LOG.
005550******************************************************************
005560 3000-PRINT-TOTALS.
005570     MOVE SPACES TO RPT-RECORD.
005580     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
005590     MOVE 'ACCOUNTS READ' TO WS-RPT-LABEL.
005600     MOVE WS-READ-CNT TO WS-RPT-COUNT.
005610     PERFORM 3200-WRITE-TOTAL-LINE THRU 3200-EXIT.
005620     MOVE 'OPEN ACCOUNTS CHECKED' TO WS-RPT-LABEL.
005630     MOVE WS-OPEN-CNT TO WS-RPT-COUNT.
005640     PERFORM 3200-WRITE-TOTAL-LINE THRU 3200-EXIT.
005650     MOVE 'MADE DORMANT THIS RUN' TO WS-RPT-LABEL.
005660     MOVE WS-NEW-DORMANT-CNT TO WS-RPT-COUNT.
005670     PERFORM 3200-WRITE-TOTAL-LINE THRU 3200-EXIT.
005680     MOVE 'ALREADY DORMANT' TO WS-RPT-LABEL.
005690     MOVE WS-OLD-DORMANT-CNT TO WS-RPT-COUNT.
005700     PERFORM 3200-WRITE-TOTAL-LINE THRU 3200-EXIT.
005710     MOVE 'OPEN WITH NO DATE' TO WS-RPT-LABEL.
005720     MOVE WS-NO-DATE-CNT TO WS-RPT-COUNT.
005730     PERFORM 3200-WRITE-TOTAL-LINE THRU 3200-EXIT.
005740     MOVE 'NEW DORMANT BALANCE' TO WS-RPT-MLABEL.
005750     MOVE WS-NEW-DORMANT-BAL TO WS-RPT-AMT.
005760     PERFORM 3300-WRITE-MONEY-LINE THRU 3300-EXIT.
005770     MOVE 'PRIOR DORMANT BALANCE' TO WS-RPT-MLABEL.
005780     MOVE WS-OLD-DORMANT-BAL TO WS-RPT-AMT.
005790     PERFORM 3300-WRITE-MONEY-LINE THRU 3300-EXIT.
005800     COMPUTE WS-TOT-DORMANT-BAL =
005810         WS-NEW-DORMANT-BAL + WS-OLD-DORMANT-BAL.
005820     MOVE 'TOTAL DORMANT BALANCE' TO WS-RPT-MLABEL.
005830     MOVE WS-TOT-DORMANT-BAL TO WS-RPT-AMT.
005840     PERFORM 3300-WRITE-MONEY-LINE THRU 3300-EXIT.
005850 3000-EXIT.
005860     EXIT.
005870
005880 3100-WRITE-REPORT-LINE.
005890     WRITE RPT-RECORD.
005900     IF WS-RPT-FILE-STATUS NOT = '00'
005910         DISPLAY 'HWDORMNT: REPORT-FILE WRITE FAILED, STATUS='
005920             WS-RPT-FILE-STATUS UPON SYSERR
005930         MOVE 8 TO RETURN-CODE
005940     END-IF.
005950 3100-EXIT.
005960     EXIT.
005970
005980 3200-WRITE-TOTAL-LINE.
005990     MOVE WS-RPT-TOTAL TO RPT-RECORD.
006000     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
006010 3200-EXIT.
006020     EXIT.
006030
006040 3300-WRITE-MONEY-LINE.
006050     MOVE WS-RPT-MONEY TO RPT-RECORD.
006060     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
006070 3300-EXIT.
006080     EXIT.
006090
006100 3900-CLOSE-FILES.
006110     CLOSE ACCT-FILE.
006120     CLOSE BAL-FILE.
006130     CLOSE MHIST-FILE.
006140     CLOSE REPORT-FILE.
006150 3900-EXIT.
006160     EXIT.
006170
006180******************************************************************
006190*    9000-LOG-JOB-START  --  STAMP THIS RUN AS RUNNING ON THE
006200*                            SHARED JOB-STATUS BOARD.
006210******************************************************************
006220 9000-LOG-JOB-START.
006230     MOVE 'HWDORMNT' TO JOBLOG-JOB-NAME.
006240     SET JOBLOG-EVENT-START TO TRUE.
006250     MOVE SPACES TO JOBLOG-STATUS.
006260     MOVE ZERO TO JOBLOG-RETURN-CODE.
006270     MOVE WS-BUS-DATE TO JOBLOG-BUS-DATE.
006280     MOVE RETURN-CODE TO WS-SAVE-RETURN-CODE.
006290     CALL 'HWJOBLOG' USING JOBLOG-PARM.
006300     MOVE WS-SAVE-RETURN-CODE TO RETURN-CODE.
006310 9000-EXIT.
006320     EXIT.
006330
006340******************************************************************
006350*    9100-LOG-JOB-END  --  CLOSE THIS RUN OUT ON THE SHARED
006360*                          JOB-STATUS BOARD.
006370******************************************************************
006380 9100-LOG-JOB-END.
006390     MOVE 'HWDORMNT' TO JOBLOG-JOB-NAME.
006400     SET JOBLOG-EVENT-END TO TRUE.
006410     IF RETURN-CODE > 4
006420         MOVE 'FAILED' TO JOBLOG-STATUS
006430     ELSE
006440         MOVE 'COMPLETE' TO JOBLOG-STATUS
006450     END-IF.
006460     MOVE RETURN-CODE TO JOBLOG-RETURN-CODE.
006470     MOVE WS-BUS-DATE TO JOBLOG-BUS-DATE.
006480     MOVE RETURN-CODE TO WS-SAVE-RETURN-CODE.
006490     CALL 'HWJOBLOG' USING JOBLOG-PARM.
006500     MOVE WS-SAVE-RETURN-CODE TO RETURN-CODE.
006510 9100-EXIT.
006520     EXIT.
