000270*                AND DELETED FROM THE LIVE HISTORY, THE WAY
000280*                HWAUDRPT TRIMS HWAUDFIL, SO THE FILE STAYS
000290*                QUICK TO SCAN WHILE NOTHING IS EVER LOST.
000300*                THE BUSINESS-DAY COUNT AND THE DAILY AVERAGE
000310*                COME FROM THE HWCALFIL BUSINESS-DAY CALENDAR
000320*                (THROUGH HWCALDAY), NOT FROM THE NUMBER OF
000330*                HISTORY RECORDS, AND THE HIGH AND LOW DAYS ARE
000340*                PICKED FROM PROCESSING DAYS ONLY.
000350*
000360*    MODIFICATION HISTORY
000370*    ------------------------------------------------------------
000380*    DATE       INIT  DESCRIPTION
000390*    09/02/26   RLM   INITIAL VERSION.
000400*    10/15/26   RLM   BUSINESS DAYS AND DAILY AVERAGE FROM THE
000410*                     CALENDAR; DAYS ON FILE SHOWN BESIDE THEM.
000420******************************************************************
000430
000440 ENVIRONMENT DIVISION.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT HIST-FILE ASSIGN TO "HWHSTFIL"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS SEQUENTIAL
000500         RECORD KEY IS HST-BUSINESS-DATE
000510         FILE STATUS IS WS-HST-FILE-STATUS.
000520
000530     SELECT ARCH-FILE ASSIGN TO "HWHSTARC"
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS WS-ARC-FILE-STATUS.
000560
000570     SELECT REPORT-FILE ASSIGN TO "MONRPT"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-RPT-FILE-STATUS.
000600
000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  HIST-FILE.
000640     COPY HWHST.
000650
000660 FD  ARCH-FILE
000670     RECORDING MODE IS F.
000680 01  ARCH-RECORD                 PIC X(70).
000690
000700 FD  REPORT-FILE.
000710 01  RPT-RECORD                  PIC X(80).
000720
000730 WORKING-STORAGE SECTION.
000740 01  WS-READ-CNT                 PIC 9(07)   VALUE ZERO.
000750 01  WS-ARCH-CNT                 PIC 9(07)   VALUE ZERO.
000760 01  WS-MONTHS-PRINTED           PIC 9(05)   VALUE ZERO.
000770
000780 01  WS-HST-EOF-SW               PIC X(01)   VALUE 'N'.
000790     88  WS-HST-EOF                  VALUE 'Y'.
000800
000810 01  WS-HST-FILE-STATUS          PIC X(02)   VALUE '00'.
000820 01  WS-ARC-FILE-STATUS          PIC X(02)   VALUE '00'.
000830 01  WS-RPT-FILE-STATUS          PIC X(02)   VALUE '00'.
000840
000850 01  WS-RUN-DATE                 PIC X(08)   VALUE SPACES.
000860 01  WS-RUN-TIME                 PIC X(08)   VALUE SPACES.
000870 01  WS-ARCH-FILE-NAME           PIC X(20)   VALUE SPACES.
000880
000890 01  WS-CFG-RAW-VALUE            PIC X(09)   VALUE SPACES.
000900 01  WS-CFG-RAW-LEN              PIC 9(02)   VALUE ZERO.
000910 01  WS-RETAIN-MONTHS            PIC 9(03)   VALUE 12.
000920
000930******************************************************************
000940*    RETENTION CUTOFF - THE FIRST YYYYMM KEPT ON THE LIVE FILE,
000950*    COMPUTED BY COUNTING WHOLE MONTHS BACK FROM THE RUN DATE.
000960******************************************************************
000970 01  WS-RUN-YYYY                 PIC 9(04)   VALUE ZERO.
000980 01  WS-RUN-MM                   PIC 9(02)   VALUE ZERO.
000990 01  WS-MON-ABS                  PIC S9(07)  VALUE ZERO.
001000 01  WS-CUT-QUOT                 PIC 9(05)   VALUE ZERO.
001010 01  WS-CUT-REM                  PIC 9(02)   VALUE ZERO.
001020 01  WS-CUTOFF-MONTH.
001030     05  WS-CUT-YYYY             PIC 9(04).
001040     05  WS-CUT-MM               PIC 9(02).
001050
001060******************************************************************
001070*    CONTROL-BREAK ACCUMULATORS FOR THE MONTH IN PROGRESS AND
001080*    THE HOLD AREA FOR THE PRIOR MONTH'S FINISHED NUMBERS, KEPT
001090*    FOR THE COMPARISON BLOCK.
001100******************************************************************
001110 01  WS-MON-MONTH                PIC X(06)   VALUE SPACES.
001120 01  WS-MON-DAYS                 PIC 9(05)   VALUE ZERO.
001130 01  WS-MON-TOT-CNT              PIC 9(11)   VALUE ZERO.
001140 01  WS-MON-AVG-CNT              PIC 9(07)   VALUE ZERO.
001150 01  WS-MON-DEBIT-AMT            PIC 9(13)V99  VALUE ZERO.
001160 01  WS-MON-CREDIT-AMT           PIC 9(13)V99  VALUE ZERO.
001170 01  WS-MON-NET-AMT              PIC S9(13)V99 VALUE ZERO.
001180 01  WS-MON-MAX-CNT              PIC 9(07)   VALUE ZERO.
001190 01  WS-MON-MAX-DATE             PIC X(08)   VALUE SPACES.
001200 01  WS-MON-MIN-CNT              PIC 9(07)   VALUE ZERO.
001210 01  WS-MON-MIN-DATE             PIC X(08)   VALUE SPACES.
001220 01  WS-MON-BUS-DAYS             PIC 9(05)   VALUE ZERO.
001230
001240 01  WS-PRV-MONTH                PIC X(06)   VALUE SPACES.
001250 01  WS-PRV-DAYS                 PIC 9(05)   VALUE ZERO.
001260 01  WS-PRV-TOT-CNT              PIC 9(11)   VALUE ZERO.
001270 01  WS-PRV-AVG-CNT              PIC 9(07)   VALUE ZERO.
001280 01  WS-PRV-NET-AMT              PIC S9(13)V99 VALUE ZERO.
001290
001300 01  WS-CNT-DIFF                 PIC S9(11)  VALUE ZERO.
001310 01  WS-NET-DIFF                 PIC S9(13)V99 VALUE ZERO.
001320 01  WS-PCT-VS-PRV               PIC S9(07)  VALUE ZERO.
001330
001340******************************************************************
001350*    CALENDAR WALK - EVERY DAY 01 THROUGH 31 OF THE MONTH IS PUT
001360*    TO HWCALDAY; A DAY THAT DOES NOT EXIST COMES BACK AS A BAD
001370*    DATE AND IS NOT COUNTED.
001380******************************************************************
001390 01  WS-CAL-DATE.
001400     05  WS-CAL-YYYYMM           PIC X(06).
001410     05  WS-CAL-DD               PIC 9(02).
001420
001430 01  WS-RPT-MON-HDR.
001440     05  FILLER                  PIC X(06)   VALUE 'MONTH '.
001450     05  WS-RPT-HDR-MONTH        PIC X(06).
001460     05  FILLER                  PIC X(16)   VALUE
001470         '  BUSINESS DAYS '.
001480     05  WS-RPT-HDR-DAYS         PIC Z(4)9.
001490     05  FILLER                  PIC X(16)   VALUE
001500         '  DAYS ON FILE '.
001510     05  WS-RPT-HDR-FILE-DAYS    PIC Z(4)9.
001520     05  FILLER                  PIC X(26)   VALUE SPACES.
001530
001540 01  WS-RPT-CNT-LINE.
001550     05  FILLER                  PIC X(14)   VALUE
001560         '  TOTAL COUNT '.
001570     05  WS-RPT-TOT-CNT          PIC Z(10)9.
001580     05  FILLER                  PIC X(12)   VALUE
001590         '  AVG DAILY '.
001600     05  WS-RPT-AVG-CNT          PIC Z(6)9.
001610     05  FILLER                  PIC X(30)   VALUE SPACES.
001620
001630 01  WS-RPT-DAY-LINE.
001640     05  FILLER                  PIC X(11)   VALUE '  HIGH DAY '.
001650     05  WS-RPT-MAX-DATE         PIC X(08).
001660     05  FILLER                  PIC X(01)   VALUE SPACE.
001670     05  WS-RPT-MAX-CNT          PIC Z(6)9.
001680     05  FILLER                  PIC X(11)   VALUE '  LOW DAY  '.
001690     05  WS-RPT-MIN-DATE         PIC X(08).
001700     05  FILLER                  PIC X(01)   VALUE SPACE.
001710     05  WS-RPT-MIN-CNT          PIC Z(6)9.
001720     05  FILLER                  PIC X(27)   VALUE SPACES.
001730
001740 01  WS-RPT-MONEY.
001750     05  WS-RPT-MLABEL           PIC X(16)   VALUE SPACES.
001760     05  WS-RPT-AMT              PIC --,---,---,---,--9.99.
001770     05  FILLER                  PIC X(43)   VALUE SPACES.
001780
001790 01  WS-RPT-TOTAL.
001800     05  WS-RPT-LABEL            PIC X(20)   VALUE SPACES.
001810     05  WS-RPT-COUNT            PIC Z(6)9.
001820     05  FILLER                  PIC X(53)   VALUE SPACES.
001830
001840 COPY HWCLD.
001850 COPY HWJLG.
001860 01  WS-SAVE-RETURN-CODE         PIC S9(08) COMP VALUE ZERO.
001870
001880******************************************************************
001890 PROCEDURE DIVISION.
001900******************************************************************
001910
001920 0000-MAINLINE.
001930     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001940     PERFORM 9000-LOG-JOB-START THRU 9000-EXIT.
001950     PERFORM 2000-PROCESS-HISTORY THRU 2000-EXIT.
001960     PERFORM 3000-PRINT-RETENTION THRU 3000-EXIT.
001970     PERFORM 3900-CLOSE-FILES THRU 3900-EXIT.
001980     PERFORM 9100-LOG-JOB-END THRU 9100-EXIT.
001990     STOP RUN.
002000
002010******************************************************************
002020*    1000-INITIALIZE  --  STAMP THE RUN, RESOLVE THE RETENTION
002030*                         WINDOW AND THE DATED ARCHIVE NAME, AND
002040*                         OPEN EVERYTHING. AN EMPTY OR MISSING
002050*                         HISTORY IS FATAL - THERE IS NOTHING TO
002060*                         ROLL UP.
002070******************************************************************
002080 1000-INITIALIZE.
002090     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002100     ACCEPT WS-RUN-TIME FROM TIME.
002110     PERFORM 1100-VALIDATE-RETAIN-MONTHS THRU 1100-EXIT.
002120     PERFORM 1200-COMPUTE-CUTOFF THRU 1200-EXIT.
002130     MOVE SPACES TO WS-ARCH-FILE-NAME.
002140     STRING 'HWHSTARC.' WS-RUN-DATE
002150         DELIMITED BY SIZE INTO WS-ARCH-FILE-NAME.
002160     SET ENVIRONMENT 'HWHSTARC' TO WS-ARCH-FILE-NAME.
002170     OPEN I-O HIST-FILE.
002180     IF WS-HST-FILE-STATUS NOT = '00'
002190         DISPLAY 'HWMONTH: HIST-FILE OPEN FAILED, STATUS='
002200             WS-HST-FILE-STATUS UPON SYSERR
002210         MOVE 8 TO RETURN-CODE
002220         PERFORM 9000-LOG-JOB-START THRU 9000-EXIT
002230         PERFORM 9100-LOG-JOB-END THRU 9100-EXIT
002240         STOP RUN
002250     END-IF.
002260     OPEN OUTPUT ARCH-FILE.
002270     IF WS-ARC-FILE-STATUS NOT = '00'
002280         DISPLAY 'HWMONTH: ARCH-FILE OPEN FAILED, STATUS='
002290             WS-ARC-FILE-STATUS UPON SYSERR
002300         MOVE 8 TO RETURN-CODE
002310         PERFORM 9000-LOG-JOB-START THRU 9000-EXIT
002320         PERFORM 9100-LOG-JOB-END THRU 9100-EXIT
002330         STOP RUN
002340     END-IF.
002350     OPEN OUTPUT REPORT-FILE.
002360     IF WS-RPT-FILE-STATUS NOT = '00'
002370         DISPLAY 'HWMONTH: REPORT-FILE OPEN FAILED, STATUS='
002380             WS-RPT-FILE-STATUS UPON SYSERR
002390         MOVE 8 TO RETURN-CODE
002400         PERFORM 9000-LOG-JOB-START THRU 9000-EXIT
002410         PERFORM 9100-LOG-JOB-END THRU 9100-EXIT
002420         STOP RUN
002430     END-IF.
002440     MOVE 'HWMONTH MONTHLY VOLUME ROLLUP' TO RPT-RECORD.
002450     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
002460     MOVE SPACES TO RPT-RECORD.
002470     STRING 'RUN ' WS-RUN-DATE ' ' WS-RUN-TIME
002480         '  RETENTION CUTOFF MONTH ' WS-CUTOFF-MONTH
002490         DELIMITED BY SIZE INTO RPT-RECORD.
002500     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
002510 1000-EXIT.
002520     EXIT.
002530
002540******************************************************************
002550*    1100-VALIDATE-RETAIN-MONTHS  --  ACCEPT HW_HST_RETAIN_MONTHS
002560*                                     AND FALL BACK TO THE CODED
002570*                                     DEFAULT OF 12 ON A MISSING,
002580*                                     NON-NUMERIC, OVER-WIDTH, OR
002590*                                     ZERO VALUE.
002600******************************************************************
002610 1100-VALIDATE-RETAIN-MONTHS.
002620     MOVE SPACES TO WS-CFG-RAW-VALUE.
002630     ACCEPT WS-CFG-RAW-VALUE
002640         FROM ENVIRONMENT "HW_HST_RETAIN_MONTHS"
002650         ON EXCEPTION
002660             MOVE SPACES TO WS-CFG-RAW-VALUE
002670     END-ACCEPT.
002680     MOVE 9 TO WS-CFG-RAW-LEN.
002690     PERFORM 1191-TRIM-CFG-RAW THRU 1191-EXIT
002700         UNTIL WS-CFG-RAW-LEN = 0
002710             OR WS-CFG-RAW-VALUE(WS-CFG-RAW-LEN:1) NOT = SPACE.
002720     IF WS-CFG-RAW-LEN = 0
002730         MOVE 12 TO WS-RETAIN-MONTHS
002740     ELSE
002750         IF WS-CFG-RAW-VALUE(1:WS-CFG-RAW-LEN) NOT NUMERIC
002760             OR WS-CFG-RAW-LEN > 3
002770             MOVE 12 TO WS-RETAIN-MONTHS
002780         ELSE
002790             MOVE WS-CFG-RAW-VALUE(1:WS-CFG-RAW-LEN)
002800                 TO WS-RETAIN-MONTHS
002810             IF WS-RETAIN-MONTHS = ZERO
002820                 MOVE 12 TO WS-RETAIN-MONTHS
002830             END-IF
002840         END-IF
002850     END-IF.
002860 1100-EXIT.
002870     EXIT.
002880
002890 1191-TRIM-CFG-RAW.
002900     SUBTRACT 1 FROM WS-CFG-RAW-LEN.
002910 1191-EXIT.
002920     EXIT.
002930
002940******************************************************************
002950*    1200-COMPUTE-CUTOFF  --  RUN MONTH MINUS THE RETENTION
002960*                            MONTHS, THROUGH AN ABSOLUTE MONTH
002970*                            NUMBER AND BACK, STEPWISE SO EACH
002980*                            DIVISION TRUNCATES ON ITS OWN
002990*                            STORE.
003000******************************************************************
003010 1200-COMPUTE-CUTOFF.
003020     MOVE WS-RUN-DATE(1:4) TO WS-RUN-YYYY.
003030     MOVE WS-RUN-DATE(5:2) TO WS-RUN-MM.
003040     COMPUTE WS-MON-ABS =
003050         WS-RUN-YYYY * 12 + WS-RUN-MM - 1 - WS-RETAIN-MONTHS.
003060     DIVIDE WS-MON-ABS BY 12
003070         GIVING WS-CUT-QUOT REMAINDER WS-CUT-REM.
003080     MOVE WS-CUT-QUOT TO WS-CUT-YYYY.
003090     COMPUTE WS-CUT-MM = WS-CUT-REM + 1.
003100 1200-EXIT.
003110     EXIT.
003120
003130******************************************************************
003140*    2000-PROCESS-HISTORY  --  ONE KEY-ORDER PASS OF THE DAILY
003150*                              HISTORY - MONTH-LEVEL CONTROL-
003160*                              BREAK ROLLUP FOR THE REPORT, AND
003170*                              EVERY RECORD OLDER THAN THE
003180*                              CUTOFF ARCHIVED AND DELETED.
003190******************************************************************
003200 2000-PROCESS-HISTORY.
003210     PERFORM 2100-READ-HISTORY THRU 2100-EXIT.
003220     PERFORM 2200-PROCESS-RECORD THRU 2200-EXIT
003230         UNTIL WS-HST-EOF.
003240     IF WS-MON-DAYS > ZERO
003250         PERFORM 2500-PRINT-MONTH THRU 2500-EXIT
003260         PERFORM 2700-PRINT-COMPARISON THRU 2700-EXIT
003270     END-IF.
003280 2000-EXIT.
003290     EXIT.
003300
003310 2100-READ-HISTORY.
003320     READ HIST-FILE NEXT RECORD
003330         AT END
003340             SET WS-HST-EOF TO TRUE
003350     END-READ.
003360     IF NOT WS-HST-EOF AND WS-HST-FILE-STATUS NOT = '00'
003370         DISPLAY 'HWMONTH: HIST-FILE READ FAILED, STATUS='
003380             WS-HST-FILE-STATUS UPON SYSERR
003390         MOVE 8 TO RETURN-CODE
003400         SET WS-HST-EOF TO TRUE
003410     END-IF.
003420 2100-EXIT.
003430     EXIT.
003440
003450 2200-PROCESS-RECORD.
003460     ADD 1 TO WS-READ-CNT.
003470     IF HST-BUSINESS-DATE(1:6) NOT = WS-MON-MONTH
003480         IF WS-MON-DAYS > ZERO
003490             PERFORM 2500-PRINT-MONTH THRU 2500-EXIT
003500             PERFORM 2600-HOLD-PRIOR-MONTH THRU 2600-EXIT
003510         END-IF
003520         PERFORM 2300-START-NEW-MONTH THRU 2300-EXIT
003530     END-IF.
003540     PERFORM 2400-TALLY-RECORD THRU 2400-EXIT.
003550     PERFORM 2800-APPLY-RETENTION THRU 2800-EXIT.
003560     PERFORM 2100-READ-HISTORY THRU 2100-EXIT.
003570 2200-EXIT.
003580     EXIT.
003590
003600 2300-START-NEW-MONTH.
003610     MOVE HST-BUSINESS-DATE(1:6) TO WS-MON-MONTH.
003620     MOVE ZERO TO WS-MON-DAYS.
003630     MOVE ZERO TO WS-MON-TOT-CNT.
003640     MOVE ZERO TO WS-MON-DEBIT-AMT.
003650     MOVE ZERO TO WS-MON-CREDIT-AMT.
003660     MOVE ZERO TO WS-MON-NET-AMT.
003670     MOVE ZERO TO WS-MON-MAX-CNT.
003680     MOVE SPACES TO WS-MON-MAX-DATE.
003690     MOVE 9999999 TO WS-MON-MIN-CNT.
003700     MOVE SPACES TO WS-MON-MIN-DATE.
003710 2300-EXIT.
003720     EXIT.
003730
003740******************************************************************
003750*    2400-TALLY-RECORD  --  EVERY DAILY RECORD COUNTS TOWARD THE
003760*                           MONTH'S TOTALS. ONLY A PROCESSING
003770*                           DAY CAN BE THE HIGH OR LOW DAY -
003780*                           A WEEKEND TRICKLE IS NOT A LOW DAY.
003790******************************************************************
003800 2400-TALLY-RECORD.
003810     ADD 1 TO WS-MON-DAYS.
003820     ADD HST-TRAN-COUNT TO WS-MON-TOT-CNT.
003830     ADD HST-DEBIT-AMT TO WS-MON-DEBIT-AMT.
003840     ADD HST-CREDIT-AMT TO WS-MON-CREDIT-AMT.
003850     ADD HST-NET-AMT TO WS-MON-NET-AMT.
003860     SET CALDAY-CHECK-DATE TO TRUE.
003870     MOVE HST-BUSINESS-DATE TO CALDAY-DATE.
003880     CALL 'HWCALDAY' USING CALDAY-PARM.
003890     IF CALDAY-OK AND NOT CALDAY-BUSINESS-DAY
003900         GO TO 2400-EXIT
003910     END-IF.
003920     IF HST-TRAN-COUNT > WS-MON-MAX-CNT
003930         MOVE HST-TRAN-COUNT TO WS-MON-MAX-CNT
003940         MOVE HST-BUSINESS-DATE TO WS-MON-MAX-DATE
003950     END-IF.
003960     IF HST-TRAN-COUNT < WS-MON-MIN-CNT
003970         MOVE HST-TRAN-COUNT TO WS-MON-MIN-CNT
003980         MOVE HST-BUSINESS-DATE TO WS-MON-MIN-DATE
003990     END-IF.
004000 2400-EXIT.
004010     EXIT.
004020
004030******************************************************************
004040*    2500-PRINT-MONTH  --  THE MONTH'S SUMMARY BLOCK. THE DAILY
004050*                          AVERAGE IS OVER THE CALENDAR'S
004060*                          BUSINESS DAYS, FALLING BACK TO THE
004070*                          DAYS ON FILE FOR A MONTH WITH NONE.
004080******************************************************************
004090 2500-PRINT-MONTH.
004100     ADD 1 TO WS-MONTHS-PRINTED.
004110     PERFORM 2550-COUNT-BUS-DAYS THRU 2550-EXIT.
004120     MOVE SPACES TO RPT-RECORD.
004130     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
004140     MOVE WS-MON-MONTH TO WS-RPT-HDR-MONTH.
004150     MOVE WS-MON-BUS-DAYS TO WS-RPT-HDR-DAYS.
004160     MOVE WS-MON-DAYS TO WS-RPT-HDR-FILE-DAYS.
004170     MOVE WS-RPT-MON-HDR TO RPT-RECORD.
004180     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
004190     IF WS-MON-BUS-DAYS > ZERO
004200         COMPUTE WS-MON-AVG-CNT ROUNDED =
004210             WS-MON-TOT-CNT / WS-MON-BUS-DAYS
004220     ELSE
004230         COMPUTE WS-MON-AVG-CNT ROUNDED =
004240             WS-MON-TOT-CNT / WS-MON-DAYS
004250     END-IF.
004260     MOVE WS-MON-TOT-CNT TO WS-RPT-TOT-CNT.
004270     MOVE WS-MON-AVG-CNT TO WS-RPT-AVG-CNT.
004280     MOVE WS-RPT-CNT-LINE TO RPT-RECORD.
004290     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
004300     MOVE '  TOTAL DEBITS' TO WS-RPT-MLABEL.
004310     MOVE WS-MON-DEBIT-AMT TO WS-RPT-AMT.
004320     PERFORM 3200-WRITE-MONEY-LINE THRU 3200-EXIT.
004330     MOVE '  TOTAL CREDITS' TO WS-RPT-MLABEL.
004340     MOVE WS-MON-CREDIT-AMT TO WS-RPT-AMT.
004350     PERFORM 3200-WRITE-MONEY-LINE THRU 3200-EXIT.
004360     MOVE '  NET AMOUNT' TO WS-RPT-MLABEL.
004370     MOVE WS-MON-NET-AMT TO WS-RPT-AMT.
004380     PERFORM 3200-WRITE-MONEY-LINE THRU 3200-EXIT.
004390     MOVE WS-MON-MAX-DATE TO WS-RPT-MAX-DATE.
004400     MOVE WS-MON-MAX-CNT TO WS-RPT-MAX-CNT.
004410     IF WS-MON-MIN-DATE = SPACES
004420         MOVE ZERO TO WS-MON-MIN-CNT
004430     END-IF.
004440     MOVE WS-MON-MIN-DATE TO WS-RPT-MIN-DATE.
004450     MOVE WS-MON-MIN-CNT TO WS-RPT-MIN-CNT.
004460     MOVE WS-RPT-DAY-LINE TO RPT-RECORD.
004470     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
004480 2500-EXIT.
004490     EXIT.
004500
004510******************************************************************
004520*    2550-COUNT-BUS-DAYS  --  PROCESSING DAYS IN THE MONTH PER
004530*                             THE CALENDAR. IN THE RUN MONTH
004540*                             ONLY DAYS UP TO THE RUN DATE
004550*                             COUNT, SO A PARTIAL MONTH
004560*                             AVERAGES OVER THE DAYS SO FAR.
004570******************************************************************
004580 2550-COUNT-BUS-DAYS.
004590     MOVE ZERO TO WS-MON-BUS-DAYS.
004600     MOVE WS-MON-MONTH TO WS-CAL-YYYYMM.
004610     PERFORM 2560-CHECK-CAL-DAY THRU 2560-EXIT
004620         VARYING WS-CAL-DD FROM 1 BY 1
004630         UNTIL WS-CAL-DD > 31.
004640 2550-EXIT.
004650     EXIT.
004660
004670 2560-CHECK-CAL-DAY.
004680     IF WS-CAL-DATE > WS-RUN-DATE
004690         GO TO 2560-EXIT
004700     END-IF.
004710     SET CALDAY-CHECK-DATE TO TRUE.
004720     MOVE WS-CAL-DATE TO CALDAY-DATE.
004730     CALL 'HWCALDAY' USING CALDAY-PARM.
004740     IF CALDAY-OK AND CALDAY-BUSINESS-DAY
004750         ADD 1 TO WS-MON-BUS-DAYS
004760     END-IF.
004770 2560-EXIT.
004780     EXIT.
004790
004800 2600-HOLD-PRIOR-MONTH.
004810     MOVE WS-MON-MONTH TO WS-PRV-MONTH.
004820     MOVE WS-MON-BUS-DAYS TO WS-PRV-DAYS.
004830     MOVE WS-MON-TOT-CNT TO WS-PRV-TOT-CNT.
004840     MOVE WS-MON-AVG-CNT TO WS-PRV-AVG-CNT.
004850     MOVE WS-MON-NET-AMT TO WS-PRV-NET-AMT.
004860 2600-EXIT.
004870     EXIT.
004880
004890******************************************************************
004900*    2700-PRINT-COMPARISON  --  THE LATEST MONTH AGAINST THE ONE
004910*                               BEFORE IT. NO PRIOR MONTH ON THE
004920*                               FILE MEANS NO COMPARISON.
004930******************************************************************
004940 2700-PRINT-COMPARISON.
004950     IF WS-PRV-MONTH = SPACES
004960         GO TO 2700-EXIT
004970     END-IF.
004980     MOVE SPACES TO RPT-RECORD.
004990     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
005000     MOVE SPACES TO RPT-RECORD.
005010     STRING 'COMPARISON ' WS-MON-MONTH ' VS ' WS-PRV-MONTH
005020         DELIMITED BY SIZE INTO RPT-RECORD.
005030     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
005040     COMPUTE WS-CNT-DIFF = WS-MON-TOT-CNT - WS-PRV-TOT-CNT.
005050     MOVE '  COUNT CHANGE' TO WS-RPT-MLABEL.
005060     MOVE WS-CNT-DIFF TO WS-RPT-AMT.
005070     PERFORM 3200-WRITE-MONEY-LINE THRU 3200-EXIT.
005080     COMPUTE WS-NET-DIFF = WS-MON-NET-AMT - WS-PRV-NET-AMT.
005090     MOVE '  NET CHANGE' TO WS-RPT-MLABEL.
005100     MOVE WS-NET-DIFF TO WS-RPT-AMT.
005110     PERFORM 3200-WRITE-MONEY-LINE THRU 3200-EXIT.
005120     IF WS-PRV-AVG-CNT > ZERO
005130         COMPUTE WS-PCT-VS-PRV ROUNDED =
005140             ((WS-MON-AVG-CNT - WS-PRV-AVG-CNT) * 100)
005150             / WS-PRV-AVG-CNT
005160         MOVE '  AVG DAILY PCT' TO WS-RPT-MLABEL
005170         MOVE WS-PCT-VS-PRV TO WS-RPT-AMT
005180         PERFORM 3200-WRITE-MONEY-LINE THRU 3200-EXIT
005190     END-IF.
005200 2700-EXIT.
005210     EXIT.
005220
005230******************************************************************
005240*    2800-APPLY-RETENTION  --  A DAILY RECORD OLDER THAN THE
005250*                              CUTOFF MONTH IS COPIED TO THE
005260*                              DATED ARCHIVE AND DELETED FROM
005270*                              THE LIVE HISTORY. AN ARCHIVE
005280*                              WRITE FAILURE LEAVES THE LIVE
005290*                              RECORD IN PLACE - AN OVERSIZED
005300*                              HISTORY OVER A LOST ONE.
005310******************************************************************
005320 2800-APPLY-RETENTION.
005330     IF HST-BUSINESS-DATE(1:6) >= WS-CUTOFF-MONTH
005340         GO TO 2800-EXIT
005350     END-IF.
005360     WRITE ARCH-RECORD FROM HST-RECORD.
005370     IF WS-ARC-FILE-STATUS NOT = '00'
005380         DISPLAY 'HWMONTH: ARCH-FILE WRITE FAILED, STATUS='
005390             WS-ARC-FILE-STATUS UPON SYSERR
005400         MOVE 8 TO RETURN-CODE
005410         GO TO 2800-EXIT
005420     END-IF.
005430     DELETE HIST-FILE.
005440     IF WS-HST-FILE-STATUS NOT = '00'
005450         DISPLAY 'HWMONTH: HIST-FILE DELETE FAILED, STATUS='
005460             WS-HST-FILE-STATUS UPON SYSERR
005470         MOVE 8 TO RETURN-CODE
005480         GO TO 2800-EXIT
005490     END-IF.
005500     ADD 1 TO WS-ARCH-CNT.
005510 2800-EXIT.
005520     EXIT.
005530
005540******************************************************************
005550*    3000-PRINT-RETENTION  --  GRAND TOTALS AND WHAT THE
005560*                              RETENTION PASS DID.
005570******************************************************************
005580 3000-PRINT-RETENTION.
005590     MOVE SPACES TO RPT-RECORD.
005600     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
005610     MOVE 'MONTHS REPORTED' TO WS-RPT-LABEL.
005620     MOVE WS-MONTHS-PRINTED TO WS-RPT-COUNT.
005630     PERFORM 3300-WRITE-TOTAL-LINE THRU 3300-EXIT.
005640     MOVE 'DAILY RECORDS READ' TO WS-RPT-LABEL.
005650     MOVE WS-READ-CNT TO WS-RPT-COUNT.
005660     PERFORM 3300-WRITE-TOTAL-LINE THRU 3300-EXIT.
005670     MOVE 'RECORDS ARCHIVED' TO WS-RPT-LABEL.
005680     MOVE WS-ARCH-CNT TO WS-RPT-COUNT.
005690     PERFORM 3300-WRITE-TOTAL-LINE THRU 3300-EXIT.
005700     MOVE SPACES TO RPT-RECORD.
005710     STRING 'ARCHIVE FILE ' WS-ARCH-FILE-NAME
005720         DELIMITED BY SIZE INTO RPT-RECORD.
005730     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
005740 3000-EXIT.
005750     EXIT.
005760
005770 3100-WRITE-REPORT-LINE.
005780     WRITE RPT-RECORD.
005790     IF WS-RPT-FILE-STATUS NOT = '00'
005800         DISPLAY 'HWMONTH: REPORT-FILE WRITE FAILED, STATUS='
005810             WS-RPT-FILE-STATUS UPON SYSERR
005820         MOVE 8 TO RETURN-CODE
005830     END-IF.
005840 3100-EXIT.
005850     EXIT.
005860
005870 3200-WRITE-MONEY-LINE.
005880     MOVE WS-RPT-MONEY TO RPT-RECORD.
005890     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
005900 3200-EXIT.
005910     EXIT.
005920
005930 3300-WRITE-TOTAL-LINE.
005940     MOVE WS-RPT-TOTAL TO RPT-RECORD.
005950     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
005960 3300-EXIT.
005970     EXIT.
005980
005990 3900-CLOSE-FILES.
006000     CLOSE HIST-FILE.
006010     CLOSE ARCH-FILE.
006020     CLOSE REPORT-FILE.
006030     SET CALDAY-END TO TRUE.
006040     CALL 'HWCALDAY' USING CALDAY-PARM.
006050 3900-EXIT.
006060     EXIT.
006070
006080******************************************************************
006090*    9000-LOG-JOB-START  --  STAMP THIS RUN AS RUNNING ON THE
006100*                            SHARED JOB-STATUS BOARD.
006110******************************************************************
006120 9000-LOG-JOB-START.
006130     MOVE 'HWMONTH' TO JOBLOG-JOB-NAME.
006140     SET JOBLOG-EVENT-START TO TRUE.
006150     MOVE SPACES TO JOBLOG-STATUS.
006160     MOVE ZERO TO JOBLOG-RETURN-CODE.
006170     MOVE WS-RUN-DATE TO JOBLOG-BUS-DATE.
006180     MOVE RETURN-CODE TO WS-SAVE-RETURN-CODE.
006190     CALL 'HWJOBLOG' USING JOBLOG-PARM.
006200     MOVE WS-SAVE-RETURN-CODE TO RETURN-CODE.
006210 9000-EXIT.
006220     EXIT.
006230
006240******************************************************************
006250*    9100-LOG-JOB-END  --  CLOSE THIS RUN OUT ON THE SHARED
006260*                          JOB-STATUS BOARD.
006270******************************************************************
006280 9100-LOG-JOB-END.
006290     MOVE 'HWMONTH' TO JOBLOG-JOB-NAME.
006300     SET JOBLOG-EVENT-END TO TRUE.
006310     IF RETURN-CODE > 4
006320         MOVE 'FAILED' TO JOBLOG-STATUS
006330     ELSE
006340         MOVE 'COMPLETE' TO JOBLOG-STATUS
006350     END-IF.
006360     MOVE RETURN-CODE TO JOBLOG-RETURN-CODE.
006370     MOVE WS-RUN-DATE TO JOBLOG-BUS-DATE.
006380     MOVE RETURN-CODE TO WS-SAVE-RETURN-CODE.
006390     CALL 'HWJOBLOG' USING JOBLOG-PARM.
006400     MOVE WS-SAVE-RETURN-CODE TO RETURN-CODE.
006410 9100-EXIT.
006420     EXIT.
