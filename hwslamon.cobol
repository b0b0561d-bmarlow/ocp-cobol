000330*                  MISSED  - PAST THE END WINDOW WITH NO START
000340*                            STAMP FOR TODAY
000350*
000360*                THE HWCALFIL BUSINESS-DAY CALENDAR (THROUGH
000370*                HWCALDAY) OVERRIDES THE RUN DAYS: ON A HOLIDAY
000380*                NO JOB IS EXPECTED, AND ON A WEEKEND DATE THE
000390*                CALENDAR MARKS AS WORKED, A JOB SCHEDULED FOR
000400*                EVERY WEEKDAY IS EXPECTED AS WELL.
000410*
000420*    MODIFICATION HISTORY
000430*    ------------------------------------------------------------
000440*    DATE       INIT  DESCRIPTION
000450*    09/02/26   RLM   INITIAL VERSION.
000460*    10/15/26   RLM   NO JOB EXPECTED ON A CALENDAR HOLIDAY;
000470*                     WEEKDAY JOBS EXPECTED ON A WORKED WEEKEND.
000480******************************************************************
000490
000500 ENVIRONMENT DIVISION.
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530     SELECT SCHED-FILE ASSIGN TO "HWSCHFIL"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-SCH-FILE-STATUS.
000560
000570     SELECT JOB-FILE ASSIGN TO "HWJOBFIL"
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS RANDOM
000600         RECORD KEY IS JOB-NAME
000610         FILE STATUS IS WS-JOB-FILE-STATUS.
000620
000630     SELECT ALERT-FILE ASSIGN TO "HWALTFIL"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-ALT-FILE-STATUS.
000660
000670     SELECT REPORT-FILE ASSIGN TO "SLARPT"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-RPT-FILE-STATUS.
000700
000710 DATA DIVISION.
000720 FILE SECTION.
000730 FD  SCHED-FILE.
000740     COPY HWSCH.
000750
000760 FD  JOB-FILE.
000770     COPY HWJOB.
000780
000790 FD  ALERT-FILE.
000800     COPY HWALT.
000810
000820 FD  REPORT-FILE.
000830 01  RPT-RECORD                  PIC X(80).
000840
000850 WORKING-STORAGE SECTION.
000860 01  WS-SCHED-CNT                PIC 9(05)   VALUE ZERO.
000870 01  WS-LATE-CNT                 PIC 9(05)   VALUE ZERO.
000880 01  WS-OVERDUE-CNT              PIC 9(05)   VALUE ZERO.
000890 01  WS-MISSED-CNT               PIC 9(05)   VALUE ZERO.
000900 01  WS-ALERT-CNT                PIC 9(05)   VALUE ZERO.
000910
000920 01  WS-SCH-EOF-SW               PIC X(01)   VALUE 'N'.
000930     88  WS-SCH-EOF                  VALUE 'Y'.
000940 01  WS-JOB-FOUND-SW             PIC X(01)   VALUE 'N'.
000950     88  WS-JOB-FOUND                VALUE 'Y'.
000960 01  WS-JOB-FLAG                 PIC X(08)   VALUE SPACES.
000970     88  WS-JOB-OK                   VALUE 'OK'.
000980
000990 01  WS-SCH-FILE-STATUS          PIC X(02)   VALUE '00'.
001000 01  WS-JOB-FILE-STATUS          PIC X(02)   VALUE '00'.
001010 01  WS-ALT-FILE-STATUS          PIC X(02)   VALUE '00'.
001020 01  WS-RPT-FILE-STATUS          PIC X(02)   VALUE '00'.
001030
001040 01  WS-RUN-DATE                 PIC X(08)   VALUE SPACES.
001050 01  WS-RUN-TIME                 PIC X(08)   VALUE SPACES.
001060 01  WS-NOW-HHMM                 PIC X(04)   VALUE SPACES.
001070 01  WS-DAY-OF-WEEK              PIC 9(01)   VALUE ZERO.
001080 01  WS-WORKED-WEEKEND-SW        PIC X(01)   VALUE 'N'.
001090     88  WS-WORKED-WEEKEND           VALUE 'Y'.
001100
001110******************************************************************
001120*    JULIAN DAY-NUMBER WORK AREAS FOR THE DAY-OF-WEEK TEST.
001130*    WS-DN-NUM MODULO 7 GIVES 0 FOR MONDAY THROUGH 6 FOR SUNDAY.
001140******************************************************************
001150 01  WS-DN-DATE.
001160     05  WS-DN-YYYY              PIC 9(04).
001170     05  WS-DN-MM                PIC 9(02).
001180     05  WS-DN-DD                PIC 9(02).
001190 01  WS-DN-A                     PIC 9(04)   VALUE ZERO.
001200 01  WS-DN-Y                     PIC 9(05)   VALUE ZERO.
001210 01  WS-DN-M                     PIC 9(04)   VALUE ZERO.
001220 01  WS-DN-T1                    PIC 9(09)   VALUE ZERO.
001230 01  WS-DN-T2                    PIC 9(09)   VALUE ZERO.
001240 01  WS-DN-T3                    PIC 9(09)   VALUE ZERO.
001250 01  WS-DN-T4                    PIC 9(09)   VALUE ZERO.
001260 01  WS-DN-NUM                   PIC 9(09)   VALUE ZERO.
001270 01  WS-DOW-QUOT                 PIC 9(09)   VALUE ZERO.
001280 01  WS-DOW-REM                  PIC 9(01)   VALUE ZERO.
001290
001300 01  WS-RPT-DETAIL.
001310     05  WS-RPT-JOB              PIC X(08)   VALUE SPACES.
001320     05  FILLER                  PIC X(02)   VALUE SPACES.
001330     05  WS-RPT-FLAG             PIC X(08)   VALUE SPACES.
001340     05  FILLER                  PIC X(02)   VALUE SPACES.
001350     05  WS-RPT-NOTE             PIC X(40)   VALUE SPACES.
001360     05  FILLER                  PIC X(20)   VALUE SPACES.
001370
001380 01  WS-RPT-TOTAL.
001390     05  WS-RPT-LABEL            PIC X(20)   VALUE SPACES.
001400     05  WS-RPT-COUNT            PIC Z(4)9.
001410     05  FILLER                  PIC X(55)   VALUE SPACES.
001420
001430 COPY HWCLD.
001440 COPY HWJLG.
001450 01  WS-SAVE-RETURN-CODE         PIC S9(08) COMP VALUE ZERO.
001460
001470******************************************************************
001480 PROCEDURE DIVISION.
001490******************************************************************
001500
001510 0000-MAINLINE.
001520     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001530     PERFORM 9000-LOG-JOB-START THRU 9000-EXIT.
001540     PERFORM 2000-MONITOR-JOBS THRU 2000-EXIT.
001550     PERFORM 3000-PRINT-TOTALS THRU 3000-EXIT.
001560     PERFORM 3900-CLOSE-FILES THRU 3900-EXIT.
001570     IF (WS-LATE-CNT > ZERO
001580             OR WS-OVERDUE-CNT > ZERO
001590             OR WS-MISSED-CNT > ZERO)
001600         AND RETURN-CODE < 4
001610         MOVE 4 TO RETURN-CODE
001620     END-IF.
001630     PERFORM 9100-LOG-JOB-END THRU 9100-EXIT.
001640     STOP RUN.
001650
001660******************************************************************
001670*    1000-INITIALIZE  --  STAMP THE RUN, WORK OUT THE DAY OF THE
001680*                         WEEK, ASK THE CALENDAR WHETHER TODAY
001690*                         IS A HOLIDAY OR A WORKED WEEKEND DAY,
001700*                         AND OPEN THE SCHEDULE, ALERT,
001710*                         AND REPORT FILES. THE JOB-STATUS FILE
001720*                         IS OPENED BY THE MONITOR PASS ITSELF,
001730*                         AFTER THE HWJOBLOG START STAMP HAS
001740*                         BEEN WRITTEN AND ITS OPEN RELEASED.
001750*                         A MISSING SCHEDULE IS FATAL - THERE IS
001760*                         NOTHING TO MONITOR AGAINST.
001770******************************************************************
001780 1000-INITIALIZE.
001790     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001800     ACCEPT WS-RUN-TIME FROM TIME.
001810     MOVE WS-RUN-TIME(1:4) TO WS-NOW-HHMM.
001820     MOVE WS-RUN-DATE TO WS-DN-DATE.
001830     PERFORM 8000-DATE-TO-DAYNUM THRU 8000-EXIT.
001840     DIVIDE WS-DN-NUM BY 7
001850         GIVING WS-DOW-QUOT REMAINDER WS-DOW-REM.
001860     COMPUTE WS-DAY-OF-WEEK = WS-DOW-REM + 1.
001870     SET CALDAY-CHECK-DATE TO TRUE.
001880     MOVE WS-RUN-DATE TO CALDAY-DATE.
001890     CALL 'HWCALDAY' USING CALDAY-PARM.
001900     IF CALDAY-BUSINESS-DAY AND WS-DAY-OF-WEEK > 5
001910         SET WS-WORKED-WEEKEND TO TRUE
001920     END-IF.
001930     OPEN INPUT SCHED-FILE.
001940     IF WS-SCH-FILE-STATUS NOT = '00'
001950         DISPLAY 'HWSLAMON: SCHED-FILE OPEN FAILED, STATUS='
001960             WS-SCH-FILE-STATUS UPON SYSERR
001970         MOVE 8 TO RETURN-CODE
001980         PERFORM 9000-LOG-JOB-START THRU 9000-EXIT
001990         PERFORM 9100-LOG-JOB-END THRU 9100-EXIT
002000         STOP RUN
002010     END-IF.
002020     OPEN EXTEND ALERT-FILE.
002030     IF WS-ALT-FILE-STATUS = '35'
002040         OPEN OUTPUT ALERT-FILE
002050     END-IF.
002060     IF WS-ALT-FILE-STATUS NOT = '00'
002070         DISPLAY 'HWSLAMON: ALERT-FILE OPEN FAILED, STATUS='
002080             WS-ALT-FILE-STATUS UPON SYSERR
002090         MOVE 8 TO RETURN-CODE
002100         PERFORM 9000-LOG-JOB-START THRU 9000-EXIT
002110         PERFORM 9100-LOG-JOB-END THRU 9100-EXIT
002120         STOP RUN
002130     END-IF.
002140     OPEN OUTPUT REPORT-FILE.
002150     IF WS-RPT-FILE-STATUS NOT = '00'
002160         DISPLAY 'HWSLAMON: REPORT-FILE OPEN FAILED, STATUS='
002170             WS-RPT-FILE-STATUS UPON SYSERR
002180         MOVE 8 TO RETURN-CODE
002190         PERFORM 9000-LOG-JOB-START THRU 9000-EXIT
002200         PERFORM 9100-LOG-JOB-END THRU 9100-EXIT
002210         STOP RUN
002220     END-IF.
002230     MOVE 'HWSLAMON JOB SCHEDULE MONITOR' TO RPT-RECORD.
002240     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
002250     MOVE SPACES TO RPT-RECORD.
002260     STRING 'RUN ' WS-RUN-DATE ' ' WS-RUN-TIME
002270         DELIMITED BY SIZE INTO RPT-RECORD.
002280     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
002290     IF CALDAY-HOLIDAY
002300         MOVE SPACES TO RPT-RECORD
002310         STRING 'CALENDAR HOLIDAY - ' CALDAY-DESC
002320             DELIMITED BY SIZE INTO RPT-RECORD
002330         PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT
002340     END-IF.
002350     IF WS-WORKED-WEEKEND
002360         MOVE SPACES TO RPT-RECORD
002370         STRING 'CALENDAR WORKED WEEKEND DAY - ' CALDAY-DESC
002380             DELIMITED BY SIZE INTO RPT-RECORD
002390         PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT
002400     END-IF.
002410     MOVE SPACES TO RPT-RECORD.
002420     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
002430 1000-EXIT.
002440     EXIT.
002450
002460******************************************************************
002470*    2000-MONITOR-JOBS  --  ONE PASS OF THE SCHEDULE, CHECKING
002480*                           EACH JOB'S STAMPS AGAINST ITS
002490*                           WINDOW. THE JOB-STATUS FILE IS HELD
002500*                           OPEN I-O ACROSS THE PASS.
002510******************************************************************
002520 2000-MONITOR-JOBS.
002530     OPEN I-O JOB-FILE.
002540     IF WS-JOB-FILE-STATUS NOT = '00'
002550         DISPLAY 'HWSLAMON: JOB-FILE OPEN FAILED, STATUS='
002560             WS-JOB-FILE-STATUS UPON SYSERR
002570         MOVE 8 TO RETURN-CODE
002580         GO TO 2000-EXIT
002590     END-IF.
002600     PERFORM 2100-READ-SCHEDULE THRU 2100-EXIT.
002610     PERFORM 2200-CHECK-JOB THRU 2200-EXIT
002620         UNTIL WS-SCH-EOF.
002630     CLOSE JOB-FILE.
002640 2000-EXIT.
002650     EXIT.
002660
002670 2100-READ-SCHEDULE.
002680     READ SCHED-FILE
002690         AT END
002700             SET WS-SCH-EOF TO TRUE
002710     END-READ.
002720 2100-EXIT.
002730     EXIT.
002740
002750******************************************************************
002760*    2200-CHECK-JOB  --  ONE SCHEDULED JOB AGAINST ITS STAMPS.
002770*                        A CALENDAR HOLIDAY, A DAY THE JOB DOES
002780*                        NOT RUN, OR A CLEAN END STAMP FOR
002790*                        TODAY, IS OK; EVERYTHING ELSE EARNS A
002800*                        FLAG. A WORKED WEEKEND DAY EXPECTS THE
002810*                        JOBS THAT RUN EVERY WEEKDAY.
002820******************************************************************
002830 2200-CHECK-JOB.
002840     ADD 1 TO WS-SCHED-CNT.
002850     MOVE 'OK' TO WS-JOB-FLAG.
002860     MOVE SPACES TO WS-RPT-NOTE.
002870     IF CALDAY-HOLIDAY
002880         MOVE 'NOT A PROCESSING DAY' TO WS-RPT-NOTE
002890         PERFORM 2600-REPORT-JOB THRU 2600-EXIT
002900         GO TO 2200-NEXT
002910     END-IF.
002920     IF SCH-RUN-DAY(WS-DAY-OF-WEEK) NOT = 'Y'
002930         AND (NOT WS-WORKED-WEEKEND
002940             OR SCH-RUN-DAYS(1:5) NOT = 'YYYYY')
002950         MOVE 'NOT SCHEDULED TODAY' TO WS-RPT-NOTE
002960         PERFORM 2600-REPORT-JOB THRU 2600-EXIT
002970         GO TO 2200-NEXT
002980     END-IF.
002990     PERFORM 2300-FETCH-JOB-RECORD THRU 2300-EXIT.
003000     PERFORM 2400-EVALUATE-JOB THRU 2400-EXIT.
003010     IF NOT WS-JOB-OK
003020         PERFORM 2500-FLAG-JOB THRU 2500-EXIT
003030     END-IF.
003040     PERFORM 2600-REPORT-JOB THRU 2600-EXIT.
003050 2200-NEXT.
003060     PERFORM 2100-READ-SCHEDULE THRU 2100-EXIT.
003070 2200-EXIT.
003080     EXIT.
003090
003100 2300-FETCH-JOB-RECORD.
003110     MOVE 'N' TO WS-JOB-FOUND-SW.
003120     MOVE SCH-JOB-NAME TO JOB-NAME.
003130     READ JOB-FILE.
003140     EVALUATE WS-JOB-FILE-STATUS
003150         WHEN '00'
003160             SET WS-JOB-FOUND TO TRUE
003170         WHEN '23'
003180             CONTINUE
003190         WHEN OTHER
003200             DISPLAY 'HWSLAMON: JOB-FILE READ FAILED, STATUS='
003210                 WS-JOB-FILE-STATUS UPON SYSERR
003220             MOVE 8 TO RETURN-CODE
003230     END-EVALUATE.
003240 2300-EXIT.
003250     EXIT.
003260
003270******************************************************************
003280*    2400-EVALUATE-JOB  --  DECIDE THE FLAG. A RECORD FOR AN
003290*                           EARLIER BUSINESS DATE, OR ONE THIS
003300*                           MONITOR BUILT ITSELF (NO START
003310*                           STAMP), COUNTS THE SAME AS NO RECORD
003320*                           - TODAY'S RUN HAS NOT STARTED, SO A
003330*                           LATE FLAG CAN STILL ESCALATE TO
003340*                           MISSED ON THE NEXT PASS. STILL
003350*                           RUNNING MEANS NO END STAMP, NOT
003360*                           JOB-RUNNING, BECAUSE 2500 OVERWROTE
003370*                           RUNNING WITH THE FLAG.
003380******************************************************************
003390 2400-EVALUATE-JOB.
003400     IF WS-JOB-FOUND
003410         AND JOB-BUS-DATE = WS-RUN-DATE
003420         AND JOB-START-TIME NOT = SPACES
003430         IF JOB-END-TIME = SPACES
003440             IF WS-NOW-HHMM > SCH-END-TIME
003450                 MOVE 'OVERDUE' TO WS-JOB-FLAG
003460                 MOVE 'RUNNING PAST THE END WINDOW'
003470                     TO WS-RPT-NOTE
003480             ELSE
003490                 MOVE 'RUNNING INSIDE THE WINDOW'
003500                     TO WS-RPT-NOTE
003510             END-IF
003520         ELSE
003530             MOVE 'ENDED FOR TODAY' TO WS-RPT-NOTE
003540         END-IF
003550         GO TO 2400-EXIT
003560     END-IF.
003570     IF WS-NOW-HHMM > SCH-END-TIME
003580         MOVE 'MISSED' TO WS-JOB-FLAG
003590         MOVE 'NO START STAMP PAST THE END WINDOW'
003600             TO WS-RPT-NOTE
003610         GO TO 2400-EXIT
003620     END-IF.
003630     IF WS-NOW-HHMM > SCH-START-TIME
003640         MOVE 'LATE' TO WS-JOB-FLAG
003650         MOVE 'NO START STAMP PAST THE START WINDOW'
003660             TO WS-RPT-NOTE
003670         GO TO 2400-EXIT
003680     END-IF.
003690     MOVE 'NOT DUE YET' TO WS-RPT-NOTE.
003700 2400-EXIT.
003710     EXIT.
003720
003730******************************************************************
003740*    2500-FLAG-JOB  --  WRITE THE FLAG ONTO THE BOARD (REWRITE
003750*                       THE JOB'S RECORD, OR BUILD ONE FOR A JOB
003760*                       THAT HAS NEVER STAMPED) AND APPEND THE
003770*                       OUTBOUND ALERT. THE NEXT HWJOBLOG START
003780*                       STAMP REBUILDS THE RECORD, SO A FLAG
003790*                       NEVER OUTLIVES THE JOB FINALLY RUNNING.
003800******************************************************************
003810 2500-FLAG-JOB.
003820     EVALUATE WS-JOB-FLAG
003830         WHEN 'LATE'
003840             ADD 1 TO WS-LATE-CNT
003850         WHEN 'OVERDUE'
003860             ADD 1 TO WS-OVERDUE-CNT
003870         WHEN 'MISSED'
003880             ADD 1 TO WS-MISSED-CNT
003890     END-EVALUATE.
003900     IF NOT WS-JOB-FOUND
003910         MOVE SPACES TO JOB-RECORD
003920         MOVE SCH-JOB-NAME TO JOB-NAME
003930         MOVE WS-RUN-DATE TO JOB-BUS-DATE
003940         MOVE ZERO TO JOB-RETURN-CODE
003950     END-IF.
003960     MOVE WS-JOB-FLAG TO JOB-STATUS.
003970     IF WS-JOB-FOUND
003980         REWRITE JOB-RECORD
003990     ELSE
004000         WRITE JOB-RECORD
004010     END-IF.
004020     IF WS-JOB-FILE-STATUS NOT = '00'
004030         DISPLAY 'HWSLAMON: JOB-FILE UPDATE FAILED, STATUS='
004040             WS-JOB-FILE-STATUS UPON SYSERR
004050         MOVE 8 TO RETURN-CODE
004060     END-IF.
004070     PERFORM 2550-WRITE-ALERT THRU 2550-EXIT.
004080 2500-EXIT.
004090     EXIT.
004100
004110 2550-WRITE-ALERT.
004120     MOVE SPACES TO ALT-RECORD.
004130     MOVE WS-RUN-DATE TO ALT-STAMP-DATE.
004140     MOVE WS-RUN-TIME TO ALT-STAMP-TIME.
004150     MOVE SCH-JOB-NAME TO ALT-JOB-NAME.
004160     MOVE WS-JOB-FLAG TO ALT-FLAG.
004170     MOVE WS-RUN-DATE TO ALT-BUS-DATE.
004180     IF WS-JOB-FLAG = 'LATE'
004190         MOVE SCH-START-TIME TO ALT-EXP-TIME
004200     ELSE
004210         MOVE SCH-END-TIME TO ALT-EXP-TIME
004220     END-IF.
004230     WRITE ALT-RECORD.
004240     IF WS-ALT-FILE-STATUS NOT = '00'
004250         DISPLAY 'HWSLAMON: ALERT-FILE WRITE FAILED, STATUS='
004260             WS-ALT-FILE-STATUS UPON SYSERR
004270         MOVE 8 TO RETURN-CODE
004280     ELSE
004290         ADD 1 TO WS-ALERT-CNT
004300     END-IF.
004310 2550-EXIT.
004320     EXIT.
004330
004340 2600-REPORT-JOB.
004350     MOVE SPACES TO WS-RPT-DETAIL.
004360     MOVE SCH-JOB-NAME TO WS-RPT-JOB.
004370     MOVE WS-JOB-FLAG TO WS-RPT-FLAG.
004380     MOVE WS-RPT-DETAIL TO RPT-RECORD.
004390     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
004400 2600-EXIT.
004410     EXIT.
004420
004430******************************************************************
004440*    3000-PRINT-TOTALS  --  FINDINGS FOR THE OPERATIONS LOG.
004450******************************************************************
004460 3000-PRINT-TOTALS.
004470     MOVE SPACES TO RPT-RECORD.
004480     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
004490     MOVE 'JOBS ON SCHEDULE' TO WS-RPT-LABEL.
004500     MOVE WS-SCHED-CNT TO WS-RPT-COUNT.
004510     PERFORM 3200-WRITE-TOTAL-LINE THRU 3200-EXIT.
004520     MOVE 'JOBS LATE' TO WS-RPT-LABEL.
004530     MOVE WS-LATE-CNT TO WS-RPT-COUNT.
004540     PERFORM 3200-WRITE-TOTAL-LINE THRU 3200-EXIT.
004550     MOVE 'JOBS OVERDUE' TO WS-RPT-LABEL.
004560     MOVE WS-OVERDUE-CNT TO WS-RPT-COUNT.
004570     PERFORM 3200-WRITE-TOTAL-LINE THRU 3200-EXIT.
004580     MOVE 'JOBS MISSED' TO WS-RPT-LABEL.
004590     MOVE WS-MISSED-CNT TO WS-RPT-COUNT.
004600     PERFORM 3200-WRITE-TOTAL-LINE THRU 3200-EXIT.
004610     MOVE 'ALERTS WRITTEN' TO WS-RPT-LABEL.
004620     MOVE WS-ALERT-CNT TO WS-RPT-COUNT.
004630     PERFORM 3200-WRITE-TOTAL-LINE THRU 3200-EXIT.
004640 3000-EXIT.
004650     EXIT.
004660
004670 3100-WRITE-REPORT-LINE.
004680     WRITE RPT-RECORD.
004690     IF WS-RPT-FILE-STATUS NOT = '00'
004700         DISPLAY 'HWSLAMON: REPORT-FILE WRITE FAILED, STATUS='
004710             WS-RPT-FILE-STATUS UPON SYSERR
004720         MOVE 8 TO RETURN-CODE
004730     END-IF.
004740 3100-EXIT.
004750     EXIT.
004760
004770 3200-WRITE-TOTAL-LINE.
004780     MOVE WS-RPT-TOTAL TO RPT-RECORD.
004790     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
004800 3200-EXIT.
004810     EXIT.
004820
004830 3900-CLOSE-FILES.
004840     CLOSE SCHED-FILE.
004850     CLOSE ALERT-FILE.
004860     CLOSE REPORT-FILE.
004870     SET CALDAY-END TO TRUE.
004880     CALL 'HWCALDAY' USING CALDAY-PARM.
004890 3900-EXIT.
004900     EXIT.
004910
004920******************************************************************
004930*    8000-DATE-TO-DAYNUM  --  YYYYMMDD IN WS-DN-DATE TO A JULIAN
004940*                             DAY NUMBER IN WS-DN-NUM, STEPWISE
004950*                             SO EACH DIVISION TRUNCATES ON ITS
004960*                             OWN STORE. MIRRORS HELLO-WORLD.
004970******************************************************************
004980 8000-DATE-TO-DAYNUM.
004990     COMPUTE WS-DN-A = (14 - WS-DN-MM) / 12.
005000     COMPUTE WS-DN-Y = WS-DN-YYYY + 4800 - WS-DN-A.
005010     COMPUTE WS-DN-M = WS-DN-MM + 12 * WS-DN-A - 3.
005020     COMPUTE WS-DN-T1 = (153 * WS-DN-M + 2) / 5.
005030     COMPUTE WS-DN-T2 = WS-DN-Y / 4.
005040     COMPUTE WS-DN-T3 = WS-DN-Y / 100.
005050     COMPUTE WS-DN-T4 = WS-DN-Y / 400.
005060     COMPUTE WS-DN-NUM = WS-DN-DD + WS-DN-T1
005070         + 365 * WS-DN-Y + WS-DN-T2 - WS-DN-T3 + WS-DN-T4
005080         - 32045.
005090 8000-EXIT.
005100     EXIT.
005110
005120******************************************************************
005130*    9000-LOG-JOB-START  --  STAMP THIS RUN AS RUNNING ON THE
005140*                            SHARED JOB-STATUS BOARD.
005150******************************************************************
005160 9000-LOG-JOB-START.
005170     MOVE 'HWSLAMON' TO JOBLOG-JOB-NAME.
005180     SET JOBLOG-EVENT-START TO TRUE.
005190     MOVE SPACES TO JOBLOG-STATUS.
005200     MOVE ZERO TO JOBLOG-RETURN-CODE.
005210     MOVE WS-RUN-DATE TO JOBLOG-BUS-DATE.
005220     MOVE RETURN-CODE TO WS-SAVE-RETURN-CODE.
005230     CALL 'HWJOBLOG' USING JOBLOG-PARM.
005240     MOVE WS-SAVE-RETURN-CODE TO RETURN-CODE.
005250 9000-EXIT.
005260     EXIT.
005270
005280******************************************************************
005290*    9100-LOG-JOB-END  --  CLOSE THIS RUN OUT ON THE SHARED
005300*                          JOB-STATUS BOARD. A RUN THAT FOUND
005310*                          FLAGS STILL ENDS COMPLETE - THE FLAGS
005320*                          BELONG TO THE JOBS, NOT THE MONITOR.
005330******************************************************************
005340 9100-LOG-JOB-END.
005350     MOVE 'HWSLAMON' TO JOBLOG-JOB-NAME.
005360     SET JOBLOG-EVENT-END TO TRUE.
005370     IF RETURN-CODE > 4
005380         MOVE 'FAILED' TO JOBLOG-STATUS
005390     ELSE
005400         MOVE 'COMPLETE' TO JOBLOG-STATUS
005410     END-IF.
005420     MOVE RETURN-CODE TO JOBLOG-RETURN-CODE.
005430     MOVE WS-RUN-DATE TO JOBLOG-BUS-DATE.
005440     MOVE RETURN-CODE TO WS-SAVE-RETURN-CODE.
005450     CALL 'HWJOBLOG' USING JOBLOG-PARM.
005460     MOVE WS-SAVE-RETURN-CODE TO RETURN-CODE.
005470 9100-EXIT.
005480     EXIT.
