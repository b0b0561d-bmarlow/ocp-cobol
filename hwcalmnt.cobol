000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.     HWCALMNT.
000120 AUTHOR.         R L MORRISON.
000130 INSTALLATION.   SHOP OPERATIONS - OPENSHIFT BATCH SERVICES.
000140 DATE-WRITTEN.   10/15/26.
000150 DATE-COMPILED.
000160*REMARKS.        CARD-DRIVEN MAINTENANCE FOR THE KEYED
000170*                BUSINESS-DAY CALENDAR FILE (HWCALFIL), MODELED
000180*                ON HWTYPMNT. OPERATIONS DROPS CARDS AT CALCARDS
000190*                - ADD, UPDATE, OR DELETE - TO MARK A WEEKDAY
000200*                HOLIDAY (H) OR A WEEKEND DATE THAT IS WORKED
000210*                (B), AND GETS A RESULT LINE PER CARD PLUS
000220*                TOTALS ON THE CALMRPT REPORT. ONLY EXCEPTIONS
000230*                GO ON FILE - MONDAY THROUGH FRIDAY ARE
000240*                PROCESSING DAYS WITHOUT A RECORD.
000250*
000260*                CARD LAYOUT (80 COLUMNS):
000270*                  COL  1      ACTION - A(DD), U(PDATE), D(ELETE)
000280*                  COL  3-10   CALENDAR DATE, YYYYMMDD
000290*                  COL 12      DAY TYPE - H(OLIDAY) OR
000300*                              B(USINESS DAY); BLANK ON UPDATE
000310*                              KEEPS THE CURRENT TYPE
000320*                  COL 14-43   DESCRIPTION; BLANK ON UPDATE
000330*                              KEEPS THE CURRENT DESCRIPTION
000340*
000350*    MODIFICATION HISTORY
000360*    ------------------------------------------------------------
000370*    DATE       INIT  DESCRIPTION
000380*    10/15/26   RLM   INITIAL VERSION.
000390******************************************************************
000400
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT CARD-FILE ASSIGN TO "CALCARDS"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-CRD-FILE-STATUS.
000470
000480     SELECT CAL-FILE ASSIGN TO "HWCALFIL"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS RANDOM
000510         RECORD KEY IS CAL-DATE
000520         FILE STATUS IS WS-CAL-FILE-STATUS.
000530
000540     SELECT REPORT-FILE ASSIGN TO "CALMRPT"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-RPT-FILE-STATUS.
000570
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  CARD-FILE.
000610 01  CARD-RECORD.
000620     05  CARD-ACTION             PIC X(01).
000630     05  FILLER                  PIC X(01).
000640     05  CARD-DATE               PIC X(08).
000650     05  FILLER                  PIC X(01).
000660     05  CARD-DAY-TYPE           PIC X(01).
000670     05  FILLER                  PIC X(01).
000680     05  CARD-DESC               PIC X(30).
000690     05  FILLER                  PIC X(37).
000700
000710 FD  CAL-FILE.
000720     COPY HWCAL.
000730
000740 FD  REPORT-FILE.
000750 01  RPT-RECORD                  PIC X(80).
000760
000770 WORKING-STORAGE SECTION.
000780 01  WS-CARD-CNT                 PIC 9(05)   VALUE ZERO.
000790 01  WS-ADD-CNT                  PIC 9(05)   VALUE ZERO.
000800 01  WS-UPDATE-CNT               PIC 9(05)   VALUE ZERO.
000810 01  WS-DELETE-CNT               PIC 9(05)   VALUE ZERO.
000820 01  WS-REJECT-CNT               PIC 9(05)   VALUE ZERO.
000830
000840 01  WS-CARD-EOF-SW              PIC X(01)   VALUE 'N'.
000850     88  WS-CARD-EOF                 VALUE 'Y'.
000860 01  WS-CARD-RESULT              PIC X(30)   VALUE SPACES.
000870
000880 01  WS-CRD-FILE-STATUS          PIC X(02)   VALUE '00'.
000890 01  WS-CAL-FILE-STATUS          PIC X(02)   VALUE '00'.
000900 01  WS-RPT-FILE-STATUS          PIC X(02)   VALUE '00'.
000910
000920 01  WS-RUN-DATE                 PIC X(08)   VALUE SPACES.
000930 01  WS-RUN-TIME                 PIC X(08)   VALUE SPACES.
000940
000950 01  WS-WORK-DATE.
000960     05  WS-WORK-YYYY            PIC 9(04).
000970     05  WS-WORK-MM              PIC 9(02).
000980     05  WS-WORK-DD              PIC 9(02).
000990 01  WS-DATE-OK-SW               PIC X(01)   VALUE 'N'.
001000     88  WS-DATE-OK                  VALUE 'Y'.
001010 01  WS-LEAP-REM                 PIC 9(04)   VALUE ZERO.
001020 01  WS-LEAP-QUOT                PIC 9(04)   VALUE ZERO.
001030 01  WS-MONTH-MAX-DD             PIC 9(02)   VALUE ZERO.
001040
001050 01  WS-RPT-DETAIL.
001060     05  WS-RPT-ACTION           PIC X(01)   VALUE SPACE.
001070     05  FILLER                  PIC X(02)   VALUE SPACES.
001080     05  WS-RPT-DATE             PIC X(08)   VALUE SPACES.
001090     05  FILLER                  PIC X(02)   VALUE SPACES.
001100     05  WS-RPT-DAY-TYPE         PIC X(01)   VALUE SPACE.
001110     05  FILLER                  PIC X(02)   VALUE SPACES.
001120     05  WS-RPT-RESULT           PIC X(30)   VALUE SPACES.
001130     05  FILLER                  PIC X(34)   VALUE SPACES.
001140
001150 01  WS-RPT-TOTAL.
001160     05  WS-RPT-LABEL            PIC X(20)   VALUE SPACES.
001170     05  WS-RPT-COUNT            PIC Z(4)9.
001180     05  FILLER                  PIC X(55)   VALUE SPACES.
001190
001200 COPY HWJLG.
001210 01  WS-SAVE-RETURN-CODE         PIC S9(08) COMP VALUE ZERO.
001220
001230******************************************************************
001240 PROCEDURE DIVISION.
001250******************************************************************
001260
001270 0000-MAINLINE.
001280     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001290     PERFORM 9000-LOG-JOB-START THRU 9000-EXIT.
001300     PERFORM 2000-PROCESS-CARDS THRU 2000-EXIT.
001310     PERFORM 3000-PRINT-TOTALS THRU 3000-EXIT.
001320     PERFORM 3900-CLOSE-FILES THRU 3900-EXIT.
001330     IF WS-REJECT-CNT > ZERO AND RETURN-CODE < 4
001340         MOVE 4 TO RETURN-CODE
001350     END-IF.
001360     PERFORM 9100-LOG-JOB-END THRU 9100-EXIT.
001370     STOP RUN.
001380
001390******************************************************************
001400*    1000-INITIALIZE  --  OPEN THE CARD, CALENDAR, AND REPORT
001410*                         FILES. A BRAND-NEW CALENDAR FILE IS
001420*                         CREATED EMPTY ON FIRST USE.
001430******************************************************************
001440 1000-INITIALIZE.
001450     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001460     ACCEPT WS-RUN-TIME FROM TIME.
001470     OPEN INPUT CARD-FILE.
001480     IF WS-CRD-FILE-STATUS NOT = '00'
001490         DISPLAY 'HWCALMNT: CARD-FILE OPEN FAILED, STATUS='
001500             WS-CRD-FILE-STATUS UPON SYSERR
001510         MOVE 8 TO RETURN-CODE
001520         PERFORM 9000-LOG-JOB-START THRU 9000-EXIT
001530         PERFORM 9100-LOG-JOB-END THRU 9100-EXIT
001540         STOP RUN
001550     END-IF.
001560     OPEN I-O CAL-FILE.
001570     IF WS-CAL-FILE-STATUS = '35'
001580         OPEN OUTPUT CAL-FILE
001590         CLOSE CAL-FILE
001600         OPEN I-O CAL-FILE
001610     END-IF.
001620     IF WS-CAL-FILE-STATUS NOT = '00'
001630         DISPLAY 'HWCALMNT: CAL-FILE OPEN FAILED, STATUS='
001640             WS-CAL-FILE-STATUS UPON SYSERR
001650         MOVE 8 TO RETURN-CODE
001660         PERFORM 9000-LOG-JOB-START THRU 9000-EXIT
001670         PERFORM 9100-LOG-JOB-END THRU 9100-EXIT
001680         STOP RUN
001690     END-IF.
001700     OPEN OUTPUT REPORT-FILE.
001710     IF WS-RPT-FILE-STATUS NOT = '00'
001720         DISPLAY 'HWCALMNT: REPORT-FILE OPEN FAILED, STATUS='
001730             WS-RPT-FILE-STATUS UPON SYSERR
001740         MOVE 8 TO RETURN-CODE
001750         PERFORM 9000-LOG-JOB-START THRU 9000-EXIT
001760         PERFORM 9100-LOG-JOB-END THRU 9100-EXIT
001770         STOP RUN
001780     END-IF.
001790     MOVE 'HWCALMNT BUSINESS-DAY CALENDAR MAINTENANCE'
001800         TO RPT-RECORD.
001810     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
001820     MOVE SPACES TO RPT-RECORD.
001830     STRING 'RUN ' WS-RUN-DATE ' ' WS-RUN-TIME
001840         DELIMITED BY SIZE INTO RPT-RECORD.
001850     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
001860     MOVE SPACES TO RPT-RECORD.
001870     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
001880 1000-EXIT.
001890     EXIT.
001900
001910******************************************************************
001920*    2000-PROCESS-CARDS  --  APPLY EVERY MAINTENANCE CARD IN
001930*                            ORDER.
001940******************************************************************
001950 2000-PROCESS-CARDS.
001960     PERFORM 2100-READ-CARD THRU 2100-EXIT.
001970     PERFORM 2200-APPLY-CARD THRU 2200-EXIT
001980         UNTIL WS-CARD-EOF.
001990 2000-EXIT.
002000     EXIT.
002010
002020 2100-READ-CARD.
002030     READ CARD-FILE
002040         AT END
002050             SET WS-CARD-EOF TO TRUE
002060     END-READ.
002070 2100-EXIT.
002080     EXIT.
002090
002100******************************************************************
002110*    2200-APPLY-CARD  --  ROUTE ONE CARD BY ITS ACTION CODE AND
002120*                         WRITE THE RESULT LINE. THE DATE MUST
002130*                         BE A REAL CALENDAR DATE FOR ANY
002140*                         ACTION.
002150******************************************************************
002160 2200-APPLY-CARD.
002170     ADD 1 TO WS-CARD-CNT.
002180     MOVE SPACES TO WS-CARD-RESULT.
002190     MOVE CARD-DATE TO WS-WORK-DATE.
002200     PERFORM 2500-VALIDATE-DATE THRU 2500-EXIT.
002210     IF NOT WS-DATE-OK
002220         MOVE 'REJECTED - BAD DATE' TO WS-CARD-RESULT
002230         ADD 1 TO WS-REJECT-CNT
002240     ELSE
002250         EVALUATE CARD-ACTION
002260             WHEN 'A'
002270                 PERFORM 2210-ADD-DATE THRU 2210-EXIT
002280             WHEN 'U'
002290                 PERFORM 2220-UPDATE-DATE THRU 2220-EXIT
002300             WHEN 'D'
002310                 PERFORM 2230-DELETE-DATE THRU 2230-EXIT
002320             WHEN OTHER
002330                 MOVE 'REJECTED - BAD ACTION CODE'
002340                     TO WS-CARD-RESULT
002350                 ADD 1 TO WS-REJECT-CNT
002360         END-EVALUATE
002370     END-IF.
002380     MOVE SPACES TO WS-RPT-DETAIL.
002390     MOVE CARD-ACTION TO WS-RPT-ACTION.
002400     MOVE CARD-DATE TO WS-RPT-DATE.
002410     MOVE CARD-DAY-TYPE TO WS-RPT-DAY-TYPE.
002420     MOVE WS-CARD-RESULT TO WS-RPT-RESULT.
002430     MOVE WS-RPT-DETAIL TO RPT-RECORD.
002440     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
002450     PERFORM 2100-READ-CARD THRU 2100-EXIT.
002460 2200-EXIT.
002470     EXIT.
002480
002490******************************************************************
002500*    2210-ADD-DATE  --  ADD A NEW CALENDAR EXCEPTION. A NEW DATE
002510*                       NEEDS BOTH A DESCRIPTION AND A VALID
002520*                       DAY TYPE.
002530******************************************************************
002540 2210-ADD-DATE.
002550     IF CARD-DESC = SPACES
002560         MOVE 'REJECTED - NO DESCRIPTION' TO WS-CARD-RESULT
002570         ADD 1 TO WS-REJECT-CNT
002580         GO TO 2210-EXIT
002590     END-IF.
002600     IF CARD-DAY-TYPE NOT = 'H' AND 'B'
002610         MOVE 'REJECTED - BAD DAY TYPE' TO WS-CARD-RESULT
002620         ADD 1 TO WS-REJECT-CNT
002630         GO TO 2210-EXIT
002640     END-IF.
002650     MOVE CARD-DATE TO CAL-DATE.
002660     READ CAL-FILE.
002670     IF WS-CAL-FILE-STATUS = '00'
002680         MOVE 'REJECTED - ALREADY ON FILE' TO WS-CARD-RESULT
002690         ADD 1 TO WS-REJECT-CNT
002700         GO TO 2210-EXIT
002710     END-IF.
002720     MOVE SPACES TO CAL-RECORD.
002730     MOVE CARD-DATE TO CAL-DATE.
002740     MOVE CARD-DAY-TYPE TO CAL-DAY-TYPE.
002750     MOVE CARD-DESC TO CAL-DESC.
002760     MOVE WS-RUN-DATE TO CAL-LAST-MAINT-DATE.
002770     MOVE WS-RUN-TIME TO CAL-LAST-MAINT-TIME.
002780     WRITE CAL-RECORD.
002790     IF WS-CAL-FILE-STATUS = '00'
002800         MOVE 'ADDED' TO WS-CARD-RESULT
002810         ADD 1 TO WS-ADD-CNT
002820     ELSE
002830         MOVE 'REJECTED - WRITE FAILED' TO WS-CARD-RESULT
002840         ADD 1 TO WS-REJECT-CNT
002850         MOVE 8 TO RETURN-CODE
002860     END-IF.
002870 2210-EXIT.
002880     EXIT.
002890
002900******************************************************************
002910*    2220-UPDATE-DATE  --  APPLY THE NON-BLANK CARD FIELDS TO AN
002920*                          EXISTING CALENDAR EXCEPTION.
002930******************************************************************
002940 2220-UPDATE-DATE.
002950     IF CARD-DAY-TYPE NOT = SPACE AND 'H' AND 'B'
002960         MOVE 'REJECTED - BAD DAY TYPE' TO WS-CARD-RESULT
002970         ADD 1 TO WS-REJECT-CNT
002980         GO TO 2220-EXIT
002990     END-IF.
003000     MOVE CARD-DATE TO CAL-DATE.
003010     READ CAL-FILE.
003020     IF WS-CAL-FILE-STATUS NOT = '00'
003030         MOVE 'REJECTED - NOT ON FILE' TO WS-CARD-RESULT
003040         ADD 1 TO WS-REJECT-CNT
003050         GO TO 2220-EXIT
003060     END-IF.
003070     IF CARD-DAY-TYPE NOT = SPACE
003080         MOVE CARD-DAY-TYPE TO CAL-DAY-TYPE
003090     END-IF.
003100     IF CARD-DESC NOT = SPACES
003110         MOVE CARD-DESC TO CAL-DESC
003120     END-IF.
003130     MOVE WS-RUN-DATE TO CAL-LAST-MAINT-DATE.
003140     MOVE WS-RUN-TIME TO CAL-LAST-MAINT-TIME.
003150     REWRITE CAL-RECORD.
003160     IF WS-CAL-FILE-STATUS = '00'
003170         MOVE 'UPDATED' TO WS-CARD-RESULT
003180         ADD 1 TO WS-UPDATE-CNT
003190     ELSE
003200         MOVE 'REJECTED - REWRITE FAILED' TO WS-CARD-RESULT
003210         ADD 1 TO WS-REJECT-CNT
003220         MOVE 8 TO RETURN-CODE
003230     END-IF.
003240 2220-EXIT.
003250     EXIT.
003260
003270******************************************************************
003280*    2230-DELETE-DATE  --  REMOVE A CALENDAR EXCEPTION. THE DATE
003290*                          GOES BACK TO THE WEEKDAY RULE.
003300******************************************************************
003310 2230-DELETE-DATE.
003320     MOVE CARD-DATE TO CAL-DATE.
003330     READ CAL-FILE.
003340     IF WS-CAL-FILE-STATUS NOT = '00'
003350         MOVE 'REJECTED - NOT ON FILE' TO WS-CARD-RESULT
003360         ADD 1 TO WS-REJECT-CNT
003370         GO TO 2230-EXIT
003380     END-IF.
003390     DELETE CAL-FILE.
003400     IF WS-CAL-FILE-STATUS = '00'
003410         MOVE 'DELETED' TO WS-CARD-RESULT
003420         ADD 1 TO WS-DELETE-CNT
003430     ELSE
003440         MOVE 'REJECTED - DELETE FAILED' TO WS-CARD-RESULT
003450         ADD 1 TO WS-REJECT-CNT
003460         MOVE 8 TO RETURN-CODE
003470     END-IF.
003480 2230-EXIT.
003490     EXIT.
003500
003510******************************************************************
003520*    2500-VALIDATE-DATE  --  THE CARD DATE MUST BE NUMERIC AND A
003530*                            REAL CALENDAR DATE, FEBRUARY 29
003540*                            ONLY IN A LEAP YEAR. MIRRORS HWEDIT.
003550******************************************************************
003560 2500-VALIDATE-DATE.
003570     MOVE 'N' TO WS-DATE-OK-SW.
003580     IF WS-WORK-DATE NOT NUMERIC
003590         GO TO 2500-EXIT
003600     END-IF.
003610     IF WS-WORK-MM < 01 OR WS-WORK-MM > 12
003620         GO TO 2500-EXIT
003630     END-IF.
003640     EVALUATE WS-WORK-MM
003650         WHEN 01
003660         WHEN 03
003670         WHEN 05
003680         WHEN 07
003690         WHEN 08
003700         WHEN 10
003710         WHEN 12
003720             MOVE 31 TO WS-MONTH-MAX-DD
003730         WHEN 04
003740         WHEN 06
003750         WHEN 09
003760         WHEN 11
003770             MOVE 30 TO WS-MONTH-MAX-DD
003780         WHEN 02
003790             MOVE 28 TO WS-MONTH-MAX-DD
003800             PERFORM 2520-CHECK-LEAP-YEAR THRU 2520-EXIT
003810     END-EVALUATE.
003820     IF WS-WORK-DD < 01
003830         OR WS-WORK-DD > WS-MONTH-MAX-DD
003840         GO TO 2500-EXIT
003850     END-IF.
003860     SET WS-DATE-OK TO TRUE.
003870 2500-EXIT.
003880     EXIT.
003890
003900 2520-CHECK-LEAP-YEAR.
003910     DIVIDE WS-WORK-YYYY BY 4
003920         GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM.
003930     IF WS-LEAP-REM NOT = ZERO
003940         GO TO 2520-EXIT
003950     END-IF.
003960     DIVIDE WS-WORK-YYYY BY 100
003970         GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM.
003980     IF WS-LEAP-REM NOT = ZERO
003990         MOVE 29 TO WS-MONTH-MAX-DD
004000         GO TO 2520-EXIT
004010     END-IF.
004020     DIVIDE WS-WORK-YYYY BY 400
004030         GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM.
004040     IF WS-LEAP-REM = ZERO
004050         MOVE 29 TO WS-MONTH-MAX-DD
004060     END-IF.
004070 2520-EXIT.
004080     EXIT.
004090
004100******************************************************************
004110*    3000-PRINT-TOTALS  --  CARD TOTALS FOR THE OPERATIONS LOG.
004120******************************************************************
004130 3000-PRINT-TOTALS.
004140     MOVE SPACES TO RPT-RECORD.
004150     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
004160     MOVE 'CARDS READ' TO WS-RPT-LABEL.
004170     MOVE WS-CARD-CNT TO WS-RPT-COUNT.
004180     PERFORM 3200-WRITE-TOTAL-LINE THRU 3200-EXIT.
004190     MOVE 'DATES ADDED' TO WS-RPT-LABEL.
004200     MOVE WS-ADD-CNT TO WS-RPT-COUNT.
004210     PERFORM 3200-WRITE-TOTAL-LINE THRU 3200-EXIT.
004220     MOVE 'DATES UPDATED' TO WS-RPT-LABEL.
004230     MOVE WS-UPDATE-CNT TO WS-RPT-COUNT.
004240     PERFORM 3200-WRITE-TOTAL-LINE THRU 3200-EXIT.
004250     MOVE 'DATES DELETED' TO WS-RPT-LABEL.
004260     MOVE WS-DELETE-CNT TO WS-RPT-COUNT.
004270     PERFORM 3200-WRITE-TOTAL-LINE THRU 3200-EXIT.
004280     MOVE 'CARDS REJECTED' TO WS-RPT-LABEL.
004290     MOVE WS-REJECT-CNT TO WS-RPT-COUNT.
004300     PERFORM 3200-WRITE-TOTAL-LINE THRU 3200-EXIT.
004310 3000-EXIT.
004320     EXIT.
004330
004340 3100-WRITE-REPORT-LINE.
004350     WRITE RPT-RECORD.
004360     IF WS-RPT-FILE-STATUS NOT = '00'
004370         DISPLAY 'HWCALMNT: REPORT-FILE WRITE FAILED, STATUS='
004380             WS-RPT-FILE-STATUS UPON SYSERR
004390         MOVE 8 TO RETURN-CODE
004400     END-IF.
004410 3100-EXIT.
004420     EXIT.
004430
004440 3200-WRITE-TOTAL-LINE.
004450     MOVE WS-RPT-TOTAL TO RPT-RECORD.
004460     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
004470 3200-EXIT.
004480     EXIT.
004490
004500 3900-CLOSE-FILES.
004510     CLOSE CARD-FILE.
004520     CLOSE CAL-FILE.
004530     CLOSE REPORT-FILE.
004540 3900-EXIT.
004550     EXIT.
004560
004570******************************************************************
004580*    9000-LOG-JOB-START  --  STAMP THIS RUN AS RUNNING ON THE
004590*                            SHARED JOB-STATUS BOARD.
004600******************************************************************
004610 9000-LOG-JOB-START.
004620     MOVE 'HWCALMNT' TO JOBLOG-JOB-NAME.
004630     SET JOBLOG-EVENT-START TO TRUE.
004640     MOVE SPACES TO JOBLOG-STATUS.
004650     MOVE ZERO TO JOBLOG-RETURN-CODE.
004660     MOVE WS-RUN-DATE TO JOBLOG-BUS-DATE.
004670     MOVE RETURN-CODE TO WS-SAVE-RETURN-CODE.
004680     CALL 'HWJOBLOG' USING JOBLOG-PARM.
004690     MOVE WS-SAVE-RETURN-CODE TO RETURN-CODE.
004700 9000-EXIT.
004710     EXIT.
004720
004730******************************************************************
004740*    9100-LOG-JOB-END  --  CLOSE THIS RUN OUT ON THE SHARED
004750*                          JOB-STATUS BOARD.
004760******************************************************************
004770 9100-LOG-JOB-END.
004780     MOVE 'HWCALMNT' TO JOBLOG-JOB-NAME.
004790     SET JOBLOG-EVENT-END TO TRUE.
004800     IF RETURN-CODE > 4
004810         MOVE 'FAILED' TO JOBLOG-STATUS
004820     ELSE
004830         MOVE 'COMPLETE' TO JOBLOG-STATUS
004840     END-IF.
004850     MOVE RETURN-CODE TO JOBLOG-RETURN-CODE.
004860     MOVE WS-RUN-DATE TO JOBLOG-BUS-DATE.
004870     MOVE RETURN-CODE TO WS-SAVE-RETURN-CODE.
004880     CALL 'HWJOBLOG' USING JOBLOG-PARM.
004890     MOVE WS-SAVE-RETURN-CODE TO RETURN-CODE.
004900 9100-EXIT.
004910     EXIT.
