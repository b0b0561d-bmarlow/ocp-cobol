000210*                TRANSACTION - WITH TOTALS PER REASON, SO THE
000220*                FRAUD TEAM'S 7 AM REVIEW STARTS FROM THE
000230*                ACTUAL TRANSACTIONS INSTEAD OF A TALLY.
000240*                THE LARGE AND VELOCITY HITS FROM THE HWSUMMAR
000250*                MONITORING PASS PRINT AS REASON SECTIONS OF
000260*                THEIR OWN; THEY CARRY NO ACCOUNT STATUS.
000270*
000280*    MODIFICATION HISTORY
000290*    ------------------------------------------------------------
000300*    DATE       INIT  DESCRIPTION
000310*    09/02/26   RLM   INITIAL VERSION.
000320*    10/15/26   RLM   LARGE / VELOCITY MONITORING HITS PRINT ON
000330*                     THE WORKLIST. AN ACCOUNT SUBHEADING WITH NO
000340*                     STATUS TO SHOW LEAVES THE STATUS OFF.
000350******************************************************************
000360
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT EXC-FILE ASSIGN TO "HWEXCFIL"
000410         ORGANIZATION IS SEQUENTIAL
000420         FILE STATUS IS WS-EXC-FILE-STATUS.
000430
000440     SELECT SORT-FILE ASSIGN TO "HWEXCSWK".
000450
000460     SELECT SORTED-FILE ASSIGN TO "HWEXCSRT"
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS WS-SRT-FILE-STATUS.
000490
000500     SELECT REPORT-FILE ASSIGN TO "EXCRPT"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-RPT-FILE-STATUS.
000530
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  EXC-FILE
000570     RECORDING MODE IS F.
000580     COPY HWEXC.
000590
000600 SD  SORT-FILE.
000610 01  SRT-RECORD.
000620     05  SRT-BUSINESS-DATE       PIC X(08).
000630     05  SRT-REASON              PIC X(08).
000640     05  SRT-ACT-STATUS          PIC X(01).
000650     05  SRT-ACCOUNT             PIC X(10).
000660     05  SRT-TRAN-REST           PIC X(50).
000670     05  FILLER                  PIC X(03).
000680
000690 FD  SORTED-FILE
000700     RECORDING MODE IS F.
000710 01  SORTED-RECORD.
000720     05  SRTD-BUSINESS-DATE      PIC X(08).
000730     05  SRTD-REASON             PIC X(08).
000740     05  SRTD-ACT-STATUS         PIC X(01).
000750     05  SRTD-TRAN-DATA.
000760         10  SRTD-ACCOUNT        PIC X(10).
000770         10  SRTD-DATE           PIC X(08).
000780         10  SRTD-TYPE           PIC X(02).
000790         10  SRTD-AMOUNT         PIC S9(09)V99.
000800         10  FILLER              PIC X(29).
000810     05  FILLER                  PIC X(03).
000820
000830 FD  REPORT-FILE.
000840 01  RPT-RECORD                  PIC X(80).
000850
000860 WORKING-STORAGE SECTION.
000870 01  WS-EXC-READ-CNT             PIC 9(07)   VALUE ZERO.
000880 01  WS-REASON-CNT               PIC 9(07)   VALUE ZERO.
000890 01  WS-ACCT-GRP-CNT             PIC 9(05)   VALUE ZERO.
000900
000910 01  WS-SRT-EOF-SW               PIC X(01)   VALUE 'N'.
000920     88  WS-SRT-EOF                  VALUE 'Y'.
000930
000940 01  WS-EXC-FILE-STATUS          PIC X(02)   VALUE '00'.
000950 01  WS-SRT-FILE-STATUS          PIC X(02)   VALUE '00'.
000960 01  WS-RPT-FILE-STATUS          PIC X(02)   VALUE '00'.
000970
000980 01  WS-RUN-DATE                 PIC X(08)   VALUE SPACES.
000990 01  WS-RUN-TIME                 PIC X(08)   VALUE SPACES.
001000 01  WS-BUS-DATE                 PIC X(08)   VALUE SPACES.
001010 01  WS-ENV-BUS-DATE             PIC X(08)   VALUE SPACES.
001020 01  WS-RERUN-SW                 PIC X(01)   VALUE 'N'.
001030     88  WS-RERUN                    VALUE 'Y'.
001040 01  WS-EXC-FILE-NAME            PIC X(20)   VALUE 'HWEXCFIL'.
001050 01  WS-RPT-FILE-NAME            PIC X(20)   VALUE 'EXCRPT'.
001060
001070******************************************************************
001080*    CONTROL-BREAK HOLD AREAS FOR THE REASON AND ACCOUNT GROUPS
001090*    IN PROGRESS.
001100******************************************************************
001110 01  WS-CUR-REASON               PIC X(08)   VALUE LOW-VALUES.
001120 01  WS-CUR-ACCOUNT              PIC X(10)   VALUE LOW-VALUES.
001130
001140 01  WS-RPT-REASON-HDR.
001150     05  FILLER                  PIC X(08)   VALUE 'REASON: '.
001160     05  WS-RPT-HDR-REASON       PIC X(08).
001170     05  FILLER                  PIC X(64)   VALUE SPACES.
001180
001190 01  WS-RPT-ACCT-HDR.
001200     05  FILLER                  PIC X(02)   VALUE SPACES.
001210     05  FILLER                  PIC X(08)   VALUE 'ACCOUNT '.
001220     05  WS-RPT-HDR-ACCOUNT      PIC X(10).
001230     05  FILLER                  PIC X(09)   VALUE '  STATUS '.
001240     05  WS-RPT-HDR-STATUS       PIC X(01).
001250     05  FILLER                  PIC X(50)   VALUE SPACES.
001260
001270 01  WS-RPT-EXC-DETAIL.
001280     05  FILLER                  PIC X(04)   VALUE SPACES.
001290     05  WS-RPT-DET-DATE         PIC X(08).
001300     05  FILLER                  PIC X(02)   VALUE SPACES.
001310     05  WS-RPT-DET-TYPE         PIC X(02).
001320     05  FILLER                  PIC X(02)   VALUE SPACES.
001330     05  WS-RPT-DET-AMT          PIC ---,---,---,--9.99.
001340     05  FILLER                  PIC X(44)   VALUE SPACES.
001350
001360 01  WS-RPT-TOTAL.
001370     05  WS-RPT-LABEL            PIC X(20)   VALUE SPACES.
001380     05  WS-RPT-COUNT            PIC Z(6)9.
001390     05  FILLER                  PIC X(53)   VALUE SPACES.
001400
001410 COPY HWJLG.
001420 01  WS-SAVE-RETURN-CODE         PIC S9(08) COMP VALUE ZERO.
001430
001440******************************************************************
001450 PROCEDURE DIVISION.
001460******************************************************************
001470
001480 0000-MAINLINE.
001490     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001500     PERFORM 9000-LOG-JOB-START THRU 9000-EXIT.
001510     PERFORM 1500-SORT-EXCEPTIONS THRU 1500-EXIT.
001520     PERFORM 2000-PRINT-WORKLIST THRU 2000-EXIT.
001530     PERFORM 3000-PRINT-TOTALS THRU 3000-EXIT.
001540     PERFORM 3900-CLOSE-FILES THRU 3900-EXIT.
001550     PERFORM 9100-LOG-JOB-END THRU 9100-EXIT.
001560     STOP RUN.
001570
001580******************************************************************
001590*    1000-INITIALIZE  --  STAMP THE RUN, RESOLVE THE BUSINESS
001600*                         DATE BEING REPORTED, AND OPEN THE
001610*                         REPORT. A MISSING EXCEPTION FILE IS
001620*                         FATAL - THE LOOKUP PASS HAS NOT RUN.
001630******************************************************************
001640 1000-INITIALIZE.
001650     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001660     ACCEPT WS-RUN-TIME FROM TIME.
001670     PERFORM 1700-RESOLVE-BUS-DATE THRU 1700-EXIT.
001680     OPEN INPUT EXC-FILE.
001690     IF WS-EXC-FILE-STATUS NOT = '00'
001700         DISPLAY 'HWEXCRPT: EXC-FILE OPEN FAILED, STATUS='
001710             WS-EXC-FILE-STATUS UPON SYSERR
001720         MOVE 8 TO RETURN-CODE
001730         PERFORM 9000-LOG-JOB-START THRU 9000-EXIT
001740         PERFORM 9100-LOG-JOB-END THRU 9100-EXIT
001750         STOP RUN
001760     END-IF.
001770     CLOSE EXC-FILE.
001780     OPEN OUTPUT REPORT-FILE.
001790     IF WS-RPT-FILE-STATUS NOT = '00'
001800         DISPLAY 'HWEXCRPT: REPORT-FILE OPEN FAILED, STATUS='
001810             WS-RPT-FILE-STATUS UPON SYSERR
001820         MOVE 8 TO RETURN-CODE
001830         PERFORM 9000-LOG-JOB-START THRU 9000-EXIT
001840         PERFORM 9100-LOG-JOB-END THRU 9100-EXIT
001850         STOP RUN
001860     END-IF.
001870     MOVE 'HWEXCRPT ACCOUNT EXCEPTION AND MONITORING WORKLIST'
001880         TO RPT-RECORD.
001890     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
001900     MOVE SPACES TO RPT-RECORD.
001910     STRING 'BUSINESS DATE ' WS-BUS-DATE
001920         '  RUN ' WS-RUN-DATE ' ' WS-RUN-TIME
001930         DELIMITED BY SIZE INTO RPT-RECORD.
001940     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
001950 1000-EXIT.
001960     EXIT.
001970
001980******************************************************************
001990*    1500-SORT-EXCEPTIONS  --  SORT THE DAY'S EXCEPTIONS BY
002000*                              REASON AND ACCOUNT INTO THE WORK
002010*                              FILE THE PRINT PASS READS. THE
002020*                              INPUT FILE IS OPENED AND CLOSED
002030*                              BY THE SORT ITSELF.
002040******************************************************************
002050 1500-SORT-EXCEPTIONS.
002060     SORT SORT-FILE
002070         ON ASCENDING KEY SRT-REASON
002080                          SRT-ACCOUNT
002090         USING EXC-FILE
002100         GIVING SORTED-FILE.
002110     IF SORT-RETURN NOT = ZERO
002120         DISPLAY 'HWEXCRPT: SORT FAILED, SORT-RETURN='
002130             SORT-RETURN UPON SYSERR
002140         MOVE 8 TO RETURN-CODE
002150         PERFORM 9100-LOG-JOB-END THRU 9100-EXIT
002160         STOP RUN
002170     END-IF.
002180 1500-EXIT.
002190     EXIT.
002200
002210******************************************************************
002220*    2000-PRINT-WORKLIST  --  ONE PASS OF THE SORTED EXCEPTIONS
002230*                             WITH CONTROL BREAKS ON REASON AND
002240*                             ACCOUNT.
002250******************************************************************
002260 2000-PRINT-WORKLIST.
002270     OPEN INPUT SORTED-FILE.
002280     IF WS-SRT-FILE-STATUS NOT = '00'
002290         DISPLAY 'HWEXCRPT: SORTED-FILE OPEN FAILED, STATUS='
002300             WS-SRT-FILE-STATUS UPON SYSERR
002310         MOVE 8 TO RETURN-CODE
002320         GO TO 2000-EXIT
002330     END-IF.
002340     PERFORM 2100-READ-SORTED THRU 2100-EXIT.
002350     PERFORM 2200-PRINT-EXCEPTION THRU 2200-EXIT
002360         UNTIL WS-SRT-EOF.
002370     IF WS-REASON-CNT > ZERO
002380         PERFORM 2500-PRINT-REASON-TOTAL THRU 2500-EXIT
002390     END-IF.
002400     CLOSE SORTED-FILE.
002410     IF WS-EXC-READ-CNT = ZERO
002420         MOVE SPACES TO RPT-RECORD
002430         PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT
002440         MOVE 'NO ACCOUNT EXCEPTIONS FOR THIS BUSINESS DATE'
002450             TO RPT-RECORD
002460         PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT
002470     END-IF.
002480 2000-EXIT.
002490     EXIT.
002500
002510 2100-READ-SORTED.
002520     READ SORTED-FILE
002530         AT END
002540             SET WS-SRT-EOF TO TRUE
002550     END-READ.
002560 2100-EXIT.
002570     EXIT.
002580
002590******************************************************************
002600*    2200-PRINT-EXCEPTION  --  BREAK ON REASON AND ACCOUNT, THEN
002610*                              ONE DETAIL LINE PER TRANSACTION.
002620******************************************************************
002630 2200-PRINT-EXCEPTION.
002640     ADD 1 TO WS-EXC-READ-CNT.
002650     IF SRTD-REASON NOT = WS-CUR-REASON
002660         IF WS-REASON-CNT > ZERO
002670             PERFORM 2500-PRINT-REASON-TOTAL THRU 2500-EXIT
002680         END-IF
002690         PERFORM 2300-START-REASON-GROUP THRU 2300-EXIT
002700     END-IF.
002710     IF SRTD-ACCOUNT NOT = WS-CUR-ACCOUNT
002720         PERFORM 2400-START-ACCT-GROUP THRU 2400-EXIT
002730     END-IF.
002740     ADD 1 TO WS-REASON-CNT.
002750     MOVE SPACES TO WS-RPT-EXC-DETAIL.
002760     MOVE SRTD-DATE TO WS-RPT-DET-DATE.
002770     MOVE SRTD-TYPE TO WS-RPT-DET-TYPE.
002780     IF SRTD-AMOUNT NUMERIC
002790         MOVE SRTD-AMOUNT TO WS-RPT-DET-AMT
002800     ELSE
002810         MOVE ZERO TO WS-RPT-DET-AMT
002820     END-IF.
002830     MOVE WS-RPT-EXC-DETAIL TO RPT-RECORD.
002840     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
002850     PERFORM 2100-READ-SORTED THRU 2100-EXIT.
002860 2200-EXIT.
002870     EXIT.
002880
002890 2300-START-REASON-GROUP.
002900     MOVE SRTD-REASON TO WS-CUR-REASON.
002910     MOVE LOW-VALUES TO WS-CUR-ACCOUNT.
002920     MOVE ZERO TO WS-REASON-CNT.
002930     MOVE ZERO TO WS-ACCT-GRP-CNT.
002940     MOVE SPACES TO RPT-RECORD.
002950     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
002960     MOVE SRTD-REASON TO WS-RPT-HDR-REASON.
002970     MOVE WS-RPT-REASON-HDR TO RPT-RECORD.
002980     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
002990 2300-EXIT.
003000     EXIT.
003010
003020 2400-START-ACCT-GROUP.
003030     MOVE SRTD-ACCOUNT TO WS-CUR-ACCOUNT.
003040     ADD 1 TO WS-ACCT-GRP-CNT.
003050     MOVE SRTD-ACCOUNT TO WS-RPT-HDR-ACCOUNT.
003060     MOVE SRTD-ACT-STATUS TO WS-RPT-HDR-STATUS.
003070     MOVE WS-RPT-ACCT-HDR TO RPT-RECORD.
003080     IF SRTD-ACT-STATUS = SPACE
003090         MOVE SPACES TO RPT-RECORD(21:)
003100     END-IF.
003110     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
003120 2400-EXIT.
003130     EXIT.
003140
003150 2500-PRINT-REASON-TOTAL.
003160     MOVE SPACES TO WS-RPT-TOTAL.
003170     MOVE SPACES TO WS-RPT-LABEL.
003180     STRING '  ' WS-CUR-REASON ' TOTAL'
003190         DELIMITED BY SIZE INTO WS-RPT-LABEL.
003200     MOVE WS-REASON-CNT TO WS-RPT-COUNT.
003210     MOVE WS-RPT-TOTAL TO RPT-RECORD.
003220     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
003230 2500-EXIT.
003240     EXIT.
003250
003260******************************************************************
003270*    3000-PRINT-TOTALS  --  GRAND TOTAL FOR THE MORNING REVIEW.
003280******************************************************************
003290 3000-PRINT-TOTALS.
003300     MOVE SPACES TO RPT-RECORD.
003310     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
003320     MOVE SPACES TO WS-RPT-TOTAL.
003330     MOVE 'TOTAL EXCEPTIONS' TO WS-RPT-LABEL.
003340     MOVE WS-EXC-READ-CNT TO WS-RPT-COUNT.
003350     MOVE WS-RPT-TOTAL TO RPT-RECORD.
003360     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
003370 3000-EXIT.
003380     EXIT.
003390
003400 3100-WRITE-REPORT-LINE.
003410     WRITE RPT-RECORD.
003420     IF WS-RPT-FILE-STATUS NOT = '00'
003430         DISPLAY 'HWEXCRPT: REPORT-FILE WRITE FAILED, STATUS='
003440             WS-RPT-FILE-STATUS UPON SYSERR
003450         MOVE 8 TO RETURN-CODE
003460     END-IF.
003470 3100-EXIT.
003480     EXIT.
003490
003500 3900-CLOSE-FILES.
003510     CLOSE REPORT-FILE.
003520 3900-EXIT.
003530     EXIT.
003540
003550******************************************************************
003560*    9000-LOG-JOB-START  --  STAMP THIS RUN AS RUNNING ON THE
003570*                            SHARED JOB-STATUS BOARD.
003580******************************************************************
003590 9000-LOG-JOB-START.
003600     MOVE 'HWEXCRPT' TO JOBLOG-JOB-NAME.
003610     SET JOBLOG-EVENT-START TO TRUE.
003620     MOVE SPACES TO JOBLOG-STATUS.
003630     MOVE ZERO TO JOBLOG-RETURN-CODE.
003640     MOVE WS-BUS-DATE TO JOBLOG-BUS-DATE.
003650     MOVE RETURN-CODE TO WS-SAVE-RETURN-CODE.
003660     CALL 'HWJOBLOG' USING JOBLOG-PARM.
003670     MOVE WS-SAVE-RETURN-CODE TO RETURN-CODE.
003680 9000-EXIT.
003690     EXIT.
003700
003710******************************************************************
003720*    9100-LOG-JOB-END  --  CLOSE THIS RUN OUT ON THE SHARED
003730*                          JOB-STATUS BOARD.
003740******************************************************************
003750 9100-LOG-JOB-END.
003760     MOVE 'HWEXCRPT' TO JOBLOG-JOB-NAME.
003770     SET JOBLOG-EVENT-END TO TRUE.
003780     IF RETURN-CODE > 4
003790         MOVE 'FAILED' TO JOBLOG-STATUS
003800     ELSE
003810         MOVE 'COMPLETE' TO JOBLOG-STATUS
003820     END-IF.
003830     MOVE RETURN-CODE TO JOBLOG-RETURN-CODE.
003840     MOVE WS-BUS-DATE TO JOBLOG-BUS-DATE.
003850     MOVE RETURN-CODE TO WS-SAVE-RETURN-CODE.
003860     CALL 'HWJOBLOG' USING JOBLOG-PARM.
003870     MOVE WS-SAVE-RETURN-CODE TO RETURN-CODE.
003880 9100-EXIT.
003890     EXIT.
003900
003910******************************************************************
003920*    1700-RESOLVE-BUS-DATE  --  HW_BUS_DATE NAMES THE BUSINESS
003930*                               DATE BEING REPORTED. WHEN SET TO
003940*                               A VALID DATE OTHER THAN TODAY,
003950*                               THE RUN READS THE DATED
003960*                               HWEXCFIL.YYYYMMDD GENERATION AND
003970*                               WRITES THE DATED EXCRPT.YYYYMMDD
003980*                               SO THE LIVE FILES ARE
003990*                               UNDISTURBED.
004000******************************************************************
004010 1700-RESOLVE-BUS-DATE.
004020     MOVE WS-RUN-DATE TO WS-BUS-DATE.
004030     MOVE SPACES TO WS-ENV-BUS-DATE.
004040     ACCEPT WS-ENV-BUS-DATE FROM ENVIRONMENT "HW_BUS_DATE"
004050         ON EXCEPTION
004060             MOVE SPACES TO WS-ENV-BUS-DATE
004070     END-ACCEPT.
004080     IF WS-ENV-BUS-DATE = SPACES
004090         GO TO 1700-EXIT
004100     END-IF.
004110     IF WS-ENV-BUS-DATE NOT NUMERIC
004120         DISPLAY 'HWEXCRPT: BAD HW_BUS_DATE IGNORED: '
004130             WS-ENV-BUS-DATE UPON SYSERR
004140         GO TO 1700-EXIT
004150     END-IF.
004160     MOVE WS-ENV-BUS-DATE TO WS-BUS-DATE.
004170     IF WS-BUS-DATE NOT = WS-RUN-DATE
004180         SET WS-RERUN TO TRUE
004190         MOVE SPACES TO WS-EXC-FILE-NAME
004200         STRING 'HWEXCFIL.' WS-BUS-DATE
004210             DELIMITED BY SIZE INTO WS-EXC-FILE-NAME
004220         SET ENVIRONMENT 'HWEXCFIL' TO WS-EXC-FILE-NAME
004230         MOVE SPACES TO WS-RPT-FILE-NAME
004240         STRING 'EXCRPT.' WS-BUS-DATE
004250             DELIMITED BY SIZE INTO WS-RPT-FILE-NAME
004260         SET ENVIRONMENT 'EXCRPT' TO WS-RPT-FILE-NAME
004270     END-IF.
004280 1700-EXIT.
004290     EXIT.
