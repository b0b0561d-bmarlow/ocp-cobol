000260*                ON. THE CLOSERPT REPORT SHOWS EVERY CHECK, SO
000270*                THE DAY IS DECLARED DONE BY A RECORD, NOT BY
000280*                WORD OF MOUTH.
000290*                THE HWBALPRF DAILY BALANCE PROOF MUST ALSO HAVE
000300*                RECORDED THE DATE PROVEN ON HWPRFFIL - A FAILED
000310*                OR MISSING PROOF KEEPS THE DAY OPEN JUST AS AN
000320*                OUT-OF-BALANCE RECONCILIATION DOES.
000330*                THE PRIOR PROCESSING DAY ON THE HWCALFIL
000340*                BUSINESS-DAY CALENDAR (THROUGH HWCALDAY) MUST
000350*                ALREADY BE CLOSED ON HWDAYFIL. A DATE THE
000360*                CALENDAR SAYS IS NOT A PROCESSING DAY IS NOT
000370*                CLOSED AT ALL - THE RUN SAYS SO AND ENDS RC 4
000380*                WITHOUT WRITING A STATUS RECORD.
000390*
000400*    MODIFICATION HISTORY
000410*    ------------------------------------------------------------
000420*    DATE       INIT  DESCRIPTION
000430*    09/02/26   RLM   INITIAL VERSION.
000440*    10/15/26   RLM   KEEP THE DAY OPEN UNLESS HWPRFFIL SHOWS THE
000450*                     DATE'S BALANCE PROOF PROVEN.
000460*    10/15/26   RLM   SKIP NON-PROCESSING DAYS ON THE CALENDAR;
000470*                     REQUIRE THE PRIOR BUSINESS DAY CLOSED.
000480*    10/15/26   RLM   BALANCE EACH SOURCE FEED ON TRANCTL AGAINST
000490*                     THE SNAPSHOT; A MISSING OR SHORT FEED FAILS.
000500*    10/15/26   RLM   KEEP THE CALENDAR'S REASON FOR A
000510*                     NON-PROCESSING DAY - THE PRIOR-DAY LOOKUP
000520*                     CLEARED IT BEFORE THE REPORT LINE PRINTED.
000530******************************************************************
000540
000550 ENVIRONMENT DIVISION.
000560 INPUT-OUTPUT SECTION.
000570 FILE-CONTROL.
000580     SELECT SCHED-FILE ASSIGN TO "HWSCHFIL"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-SCH-FILE-STATUS.
000610
000620     SELECT JOB-FILE ASSIGN TO "HWJOBFIL"
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS RANDOM
000650         RECORD KEY IS JOB-NAME
000660         FILE STATUS IS WS-JOB-FILE-STATUS.
000670
000680     SELECT SUM-FILE ASSIGN TO "HWSUMFIL"
000690         ORGANIZATION IS SEQUENTIAL
000700         FILE STATUS IS WS-SUM-FILE-STATUS.
000710
000720     SELECT CTL-FILE ASSIGN TO "TRANCTL"
000730         ORGANIZATION IS SEQUENTIAL
000740         FILE STATUS IS WS-CTL-FILE-STATUS.
000750
000760     SELECT HIST-FILE ASSIGN TO "HWHSTFIL"
000770         ORGANIZATION IS INDEXED
000780         ACCESS MODE IS RANDOM
000790         RECORD KEY IS HST-BUSINESS-DATE
000800         FILE STATUS IS WS-HST-FILE-STATUS.
000810
000820     SELECT DAY-FILE ASSIGN TO "HWDAYFIL"
000830         ORGANIZATION IS INDEXED
000840         ACCESS MODE IS RANDOM
000850         RECORD KEY IS DAY-BUSINESS-DATE
000860         FILE STATUS IS WS-DAY-FILE-STATUS.
000870
000880     SELECT PRF-FILE ASSIGN TO "HWPRFFIL"
000890         ORGANIZATION IS INDEXED
000900         ACCESS MODE IS RANDOM
000910         RECORD KEY IS PRF-BUSINESS-DATE
000920         FILE STATUS IS WS-PRF-FILE-STATUS.
000930
000940     SELECT REPORT-FILE ASSIGN TO "CLOSERPT"
000950         ORGANIZATION IS LINE SEQUENTIAL
000960         FILE STATUS IS WS-RPT-FILE-STATUS.
000970
000980 DATA DIVISION.
000990 FILE SECTION.
001000 FD  SCHED-FILE.
001010     COPY HWSCH.
001020
001030 FD  JOB-FILE.
001040     COPY HWJOB.
001050
001060 FD  SUM-FILE
001070     RECORDING MODE IS F.
001080     COPY HWSUM.
001090
001100 FD  CTL-FILE
001110     RECORDING MODE IS F.
001120     COPY HWCTL.
001130
001140 FD  HIST-FILE.
001150     COPY HWHST.
001160
001170 FD  DAY-FILE.
001180     COPY HWDAY.
001190
001200 FD  PRF-FILE.
001210     COPY HWPRF.
001220
001230 FD  REPORT-FILE.
001240 01  RPT-RECORD                  PIC X(80).
001250
001260 WORKING-STORAGE SECTION.
001270 01  WS-REQ-JOB-CNT              PIC 9(05)   VALUE ZERO.
001280 01  WS-REQ-OK-CNT               PIC 9(05)   VALUE ZERO.
001290
001300 01  WS-SCH-EOF-SW               PIC X(01)   VALUE 'N'.
001310     88  WS-SCH-EOF                  VALUE 'Y'.
001320 01  WS-CLOSE-OK-SW              PIC X(01)   VALUE 'Y'.
001330     88  WS-CLOSE-OK                 VALUE 'Y'.
001340 01  WS-FAIL-REASON              PIC X(30)   VALUE SPACES.
001350 01  WS-NEW-REASON               PIC X(30)   VALUE SPACES.
001360 01  WS-RECON-STATUS             PIC X(08)   VALUE 'NOCTL'.
001370 01  WS-SNAP-FOUND-SW            PIC X(01)   VALUE 'N'.
001380     88  WS-SNAP-FOUND               VALUE 'Y'.
001390 01  WS-SNAP-COUNT               PIC 9(07)   VALUE ZERO.
001400 01  WS-SNAP-NET-AMT             PIC S9(11)V99 VALUE ZERO.
001410
001420******************************************************************
001430*    PER-SOURCE-FEED FIGURES - THE SNAPSHOT'S COUNT AND NET FOR
001440*    EACH FEED, AND THE FEED RECORDS READ BACK FROM TRANCTL.
001450******************************************************************
001460 01  WS-SNAP-SRC-COUNT           PIC 9(02)   VALUE ZERO.
001470 01  WS-SNAP-SRC-TABLE.
001480     05  WS-SNAP-SRC-ENTRY       OCCURS 10 TIMES.
001490         10  WS-SNAP-SRC-ID      PIC X(08).
001500         10  WS-SNAP-SRC-CNT     PIC 9(07).
001510         10  WS-SNAP-SRC-NET-AMT PIC S9(11)V99.
001520 01  WS-CTL-SRC-COUNT            PIC 9(02)   VALUE ZERO.
001530 01  WS-CTL-SRC-TABLE.
001540     05  WS-CTL-SRC-ENTRY        OCCURS 10 TIMES.
001550         10  WS-CTL-SRC-ID       PIC X(08).
001560         10  WS-CTL-SRC-CNT      PIC 9(07).
001570         10  WS-CTL-SRC-HASH-AMT PIC S9(11)V99.
001580         10  WS-CTL-SRC-STATUS   PIC X(01).
001590 01  WS-SRC-IDX                  PIC 9(02)   VALUE ZERO.
001600 01  WS-SRC-SUB                  PIC 9(02)   VALUE ZERO.
001610 01  WS-SRC-CNT                  PIC 9(07)   VALUE ZERO.
001620 01  WS-SRC-NET-AMT              PIC S9(11)V99 VALUE ZERO.
001630 01  WS-CTL-EOF-SW               PIC X(01)   VALUE 'N'.
001640     88  WS-CTL-EOF                  VALUE 'Y'.
001650
001660 01  WS-SCH-FILE-STATUS          PIC X(02)   VALUE '00'.
001670 01  WS-JOB-FILE-STATUS          PIC X(02)   VALUE '00'.
001680 01  WS-SUM-FILE-STATUS          PIC X(02)   VALUE '00'.
001690 01  WS-CTL-FILE-STATUS          PIC X(02)   VALUE '00'.
001700 01  WS-HST-FILE-STATUS          PIC X(02)   VALUE '00'.
001710 01  WS-DAY-FILE-STATUS          PIC X(02)   VALUE '00'.
001720 01  WS-PRF-FILE-STATUS          PIC X(02)   VALUE '00'.
001730 01  WS-RPT-FILE-STATUS          PIC X(02)   VALUE '00'.
001740
001750 01  WS-RUN-DATE                 PIC X(08)   VALUE SPACES.
001760 01  WS-RUN-TIME                 PIC X(08)   VALUE SPACES.
001770 01  WS-BUS-DATE                 PIC X(08)   VALUE SPACES.
001780 01  WS-ENV-BUS-DATE             PIC X(08)   VALUE SPACES.
001790 01  WS-RERUN-SW                 PIC X(01)   VALUE 'N'.
001800     88  WS-RERUN                    VALUE 'Y'.
001810 01  WS-SUM-FILE-NAME            PIC X(20)   VALUE 'HWSUMFIL'.
001820 01  WS-CTL-FILE-NAME            PIC X(20)   VALUE 'TRANCTL'.
001830 01  WS-DAY-FOUND-SW             PIC X(01)   VALUE 'N'.
001840     88  WS-DAY-FOUND                VALUE 'Y'.
001850 01  WS-NON-PROC-SW              PIC X(01)   VALUE 'N'.
001860     88  WS-NON-PROC-DAY             VALUE 'Y'.
001870 01  WS-NON-PROC-DESC            PIC X(30)   VALUE SPACES.
001880 01  WS-PRIOR-BUS-DATE           PIC X(08)   VALUE SPACES.
001890
001900 01  WS-RPT-CHECK.
001910     05  WS-RPT-CHECK-NAME       PIC X(30)   VALUE SPACES.
001920     05  FILLER                  PIC X(02)   VALUE SPACES.
001930     05  WS-RPT-CHECK-RESULT     PIC X(40)   VALUE SPACES.
001940     05  FILLER                  PIC X(08)   VALUE SPACES.
001950
001960 COPY HWCLD.
001970 COPY HWJLG.
001980 01  WS-SAVE-RETURN-CODE         PIC S9(08) COMP VALUE ZERO.
001990
002000******************************************************************
002010 PROCEDURE DIVISION.
002020******************************************************************
002030
002040 0000-MAINLINE.
002050     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002060     PERFORM 9000-LOG-JOB-START THRU 9000-EXIT.
002070     IF WS-NON-PROC-DAY
002080         PERFORM 3050-PRINT-NON-PROC-DAY THRU 3050-EXIT
002090     ELSE
002100         PERFORM 2000-CHECK-REQUIRED-JOBS THRU 2000-EXIT
002110         PERFORM 2300-CHECK-RECONCILIATION THRU 2300-EXIT
002120         PERFORM 2500-CHECK-HISTORY THRU 2500-EXIT
002130         PERFORM 2600-CHECK-BALANCE-PROOF THRU 2600-EXIT
002140         PERFORM 2650-CHECK-PRIOR-DAY-CLOSED THRU 2650-EXIT
002150         PERFORM 2700-RECORD-DAY-STATUS THRU 2700-EXIT
002160         PERFORM 3000-PRINT-VERDICT THRU 3000-EXIT
002170     END-IF.
002180     PERFORM 3900-CLOSE-FILES THRU 3900-EXIT.
002190     IF NOT WS-CLOSE-OK AND RETURN-CODE < 4
002200         MOVE 4 TO RETURN-CODE
002210     END-IF.
002220     IF WS-NON-PROC-DAY AND RETURN-CODE < 4
002230         MOVE 4 TO RETURN-CODE
002240     END-IF.
002250     PERFORM 9100-LOG-JOB-END THRU 9100-EXIT.
002260     STOP RUN.
002270
002280******************************************************************
002290*    1000-INITIALIZE  --  STAMP THE RUN, RESOLVE THE BUSINESS
002300*                         DATE BEING CLOSED, LOOK IT AND THE
002310*                         PROCESSING DAY BEFORE IT UP ON THE
002320*                         CALENDAR, AND OPEN THE SCHEDULE,
002330*                         STATUS BOARD, AND REPORT. A MISSING
002340*                         SCHEDULE IS FATAL - THERE IS NO LIST
002350*                         OF REQUIRED JOBS TO GATE ON.
002360******************************************************************
002370 1000-INITIALIZE.
002380     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002390     ACCEPT WS-RUN-TIME FROM TIME.
002400     PERFORM 1700-RESOLVE-BUS-DATE THRU 1700-EXIT.
002410     SET CALDAY-CHECK-DATE TO TRUE.
002420     MOVE WS-BUS-DATE TO CALDAY-DATE.
002430     CALL 'HWCALDAY' USING CALDAY-PARM.
002440     IF CALDAY-OK AND NOT CALDAY-BUSINESS-DAY
002450         SET WS-NON-PROC-DAY TO TRUE
002460         MOVE CALDAY-DESC TO WS-NON-PROC-DESC
002470     END-IF.
002480     SET CALDAY-PRIOR-DAY TO TRUE.
002490     MOVE WS-BUS-DATE TO CALDAY-DATE.
002500     CALL 'HWCALDAY' USING CALDAY-PARM.
002510     IF CALDAY-OK
002520         MOVE CALDAY-RESULT-DATE TO WS-PRIOR-BUS-DATE
002530     END-IF.
002540     SET CALDAY-END TO TRUE.
002550     CALL 'HWCALDAY' USING CALDAY-PARM.
002560     OPEN INPUT SCHED-FILE.
002570     IF WS-SCH-FILE-STATUS NOT = '00'
002580         DISPLAY 'HWCLOSE: SCHED-FILE OPEN FAILED, STATUS='
002590             WS-SCH-FILE-STATUS UPON SYSERR
002600         MOVE 8 TO RETURN-CODE
002610         PERFORM 9000-LOG-JOB-START THRU 9000-EXIT
002620         PERFORM 9100-LOG-JOB-END THRU 9100-EXIT
002630         STOP RUN
002640     END-IF.
002650     OPEN OUTPUT REPORT-FILE.
002660     IF WS-RPT-FILE-STATUS NOT = '00'
002670         DISPLAY 'HWCLOSE: REPORT-FILE OPEN FAILED, STATUS='
002680             WS-RPT-FILE-STATUS UPON SYSERR
002690         MOVE 8 TO RETURN-CODE
002700         PERFORM 9000-LOG-JOB-START THRU 9000-EXIT
002710         PERFORM 9100-LOG-JOB-END THRU 9100-EXIT
002720         STOP RUN
002730     END-IF.
002740     MOVE 'HWCLOSE BUSINESS DAY-END CLOSE' TO RPT-RECORD.
002750     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
002760     MOVE SPACES TO RPT-RECORD.
002770     STRING 'BUSINESS DATE ' WS-BUS-DATE
002780         '  RUN ' WS-RUN-DATE ' ' WS-RUN-TIME
002790         DELIMITED BY SIZE INTO RPT-RECORD.
002800     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
002810     MOVE SPACES TO RPT-RECORD.
002820     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
002830 1000-EXIT.
002840     EXIT.
002850
002860******************************************************************
002870*    2000-CHECK-REQUIRED-JOBS  --  EVERY CLOSE-REQUIRED JOB ON
002880*                                  THE SCHEDULE MUST HAVE ENDED
002890*                                  COMPLETE FOR THIS BUSINESS
002900*                                  DATE ON THE BOARD. THE FIRST
002910*                                  FAILURE NAMES THE REASON THE
002920*                                  DAY STAYS OPEN.
002930******************************************************************
002940 2000-CHECK-REQUIRED-JOBS.
002950     OPEN INPUT JOB-FILE.
002960     IF WS-JOB-FILE-STATUS NOT = '00'
002970         DISPLAY 'HWCLOSE: JOB-FILE OPEN FAILED, STATUS='
002980             WS-JOB-FILE-STATUS UPON SYSERR
002990         MOVE 'JOB BOARD NOT AVAILABLE' TO WS-NEW-REASON
003000         PERFORM 2900-FAIL-CLOSE THRU 2900-EXIT
003010         GO TO 2000-DONE
003020     END-IF.
003030     PERFORM 2100-READ-SCHEDULE THRU 2100-EXIT.
003040     PERFORM 2200-CHECK-ONE-JOB THRU 2200-EXIT
003050         UNTIL WS-SCH-EOF.
003060     CLOSE JOB-FILE.
003070 2000-DONE.
003080     MOVE SPACES TO WS-RPT-CHECK.
003090     MOVE 'REQUIRED JOBS COMPLETE' TO WS-RPT-CHECK-NAME.
003100     IF WS-REQ-OK-CNT = WS-REQ-JOB-CNT AND WS-CLOSE-OK
003110         MOVE 'PASS' TO WS-RPT-CHECK-RESULT
003120     ELSE
003130         MOVE 'FAIL' TO WS-RPT-CHECK-RESULT
003140     END-IF.
003150     MOVE WS-RPT-CHECK TO RPT-RECORD.
003160     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
003170 2000-EXIT.
003180     EXIT.
003190
003200 2100-READ-SCHEDULE.
003210     READ SCHED-FILE
003220         AT END
003230             SET WS-SCH-EOF TO TRUE
003240     END-READ.
003250 2100-EXIT.
003260     EXIT.
003270
003280 2200-CHECK-ONE-JOB.
003290     IF NOT SCH-CLOSE-REQUIRED
003300         GO TO 2200-NEXT
003310     END-IF.
003320     ADD 1 TO WS-REQ-JOB-CNT.
003330     MOVE SCH-JOB-NAME TO JOB-NAME.
003340     READ JOB-FILE.
003350     MOVE SPACES TO WS-RPT-CHECK.
003360     MOVE SCH-JOB-NAME TO WS-RPT-CHECK-NAME.
003370     IF WS-JOB-FILE-STATUS NOT = '00'
003380         MOVE 'NO RECORD ON THE BOARD' TO WS-RPT-CHECK-RESULT
003390         MOVE SPACES TO WS-NEW-REASON
003400         STRING SCH-JOB-NAME ' NEVER RAN'
003410             DELIMITED BY SIZE INTO WS-NEW-REASON
003420         PERFORM 2900-FAIL-CLOSE THRU 2900-EXIT
003430     ELSE
003440         IF JOB-BUS-DATE = WS-BUS-DATE AND JOB-COMPLETE
003450             ADD 1 TO WS-REQ-OK-CNT
003460             MOVE 'COMPLETE' TO WS-RPT-CHECK-RESULT
003470         ELSE
003480             MOVE SPACES TO WS-RPT-CHECK-RESULT
003490             STRING 'NOT COMPLETE - ' JOB-STATUS
003500                 ' FOR ' JOB-BUS-DATE
003510                 DELIMITED BY SIZE INTO WS-RPT-CHECK-RESULT
003520             MOVE SPACES TO WS-NEW-REASON
003530             STRING SCH-JOB-NAME ' NOT COMPLETE'
003540                 DELIMITED BY SIZE INTO WS-NEW-REASON
003550             PERFORM 2900-FAIL-CLOSE THRU 2900-EXIT
003560         END-IF
003570     END-IF.
003580     MOVE WS-RPT-CHECK TO RPT-RECORD.
003590     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
003600 2200-NEXT.
003610     PERFORM 2100-READ-SCHEDULE THRU 2100-EXIT.
003620 2200-EXIT.
003630     EXIT.
003640
003650******************************************************************
003660*    2300-CHECK-RECONCILIATION  --  THE SNAPSHOT MUST EXIST FOR
003670*                                   THE DATE, BE MARKED
003680*                                   COMPLETE, AND RECONCILE
003690*                                   BALANCED (COUNT AND NET)
003700*                                   AGAINST THE TRANCTL CONTROL.
003710******************************************************************
003720 2300-CHECK-RECONCILIATION.
003730     OPEN INPUT SUM-FILE.
003740     IF WS-SUM-FILE-STATUS = '00'
003750         READ SUM-FILE
003760             AT END
003770                 CONTINUE
003780             NOT AT END
003790                 IF SUM-BUSINESS-DATE = WS-BUS-DATE
003800                     AND SUM-COMPLETE
003810                     SET WS-SNAP-FOUND TO TRUE
003820                     MOVE SUM-TRAN-COUNT TO WS-SNAP-COUNT
003830                     MOVE SUM-NET-AMT TO WS-SNAP-NET-AMT
003840                     MOVE SUM-SRC-COUNT TO WS-SNAP-SRC-COUNT
003850                     PERFORM 2310-LOAD-SNAP-SOURCE THRU 2310-EXIT
003860                         VARYING WS-SRC-IDX FROM 1 BY 1
003870                         UNTIL WS-SRC-IDX > WS-SNAP-SRC-COUNT
003880                 END-IF
003890         END-READ
003900         CLOSE SUM-FILE
003910     END-IF.
003920     MOVE SPACES TO WS-RPT-CHECK.
003930     MOVE 'SNAPSHOT PRESENT' TO WS-RPT-CHECK-NAME.
003940     IF WS-SNAP-FOUND
003950         MOVE 'PASS' TO WS-RPT-CHECK-RESULT
003960     ELSE
003970         MOVE 'FAIL - NO COMPLETE SNAPSHOT' TO
003980             WS-RPT-CHECK-RESULT
003990         MOVE 'NO SNAPSHOT FOR THE DATE' TO WS-NEW-REASON
004000         PERFORM 2900-FAIL-CLOSE THRU 2900-EXIT
004010     END-IF.
004020     MOVE WS-RPT-CHECK TO RPT-RECORD.
004030     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
004040     IF NOT WS-SNAP-FOUND
004050         GO TO 2300-EXIT
004060     END-IF.
004070     PERFORM 2400-READ-CONTROL THRU 2400-EXIT.
004080     MOVE SPACES TO WS-RPT-CHECK.
004090     MOVE 'RECONCILIATION' TO WS-RPT-CHECK-NAME.
004100     MOVE WS-RECON-STATUS TO WS-RPT-CHECK-RESULT.
004110     MOVE WS-RPT-CHECK TO RPT-RECORD.
004120     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
004130     IF WS-RECON-STATUS NOT = 'BALANCED'
004140         MOVE 'RECONCILIATION NOT BALANCED' TO WS-NEW-REASON
004150         PERFORM 2900-FAIL-CLOSE THRU 2900-EXIT
004160     END-IF.
004170     PERFORM 2450-CHECK-SOURCE THRU 2450-EXIT
004180         VARYING WS-SRC-IDX FROM 1 BY 1
004190         UNTIL WS-SRC-IDX > WS-CTL-SRC-COUNT.
004200 2300-EXIT.
004210     EXIT.
004220
004230 2310-LOAD-SNAP-SOURCE.
004240     MOVE SUM-SRC-ID(WS-SRC-IDX) TO WS-SNAP-SRC-ID(WS-SRC-IDX).
004250     MOVE SUM-SRC-CNT(WS-SRC-IDX) TO WS-SNAP-SRC-CNT(WS-SRC-IDX).
004260     MOVE SUM-SRC-NET-AMT(WS-SRC-IDX)
004270         TO WS-SNAP-SRC-NET-AMT(WS-SRC-IDX).
004280 2310-EXIT.
004290     EXIT.
004300
004310 2400-READ-CONTROL.
004320     MOVE 'NOCTL' TO WS-RECON-STATUS.
004330     OPEN INPUT CTL-FILE.
004340     IF WS-CTL-FILE-STATUS NOT = '00'
004350         GO TO 2400-EXIT
004360     END-IF.
004370     READ CTL-FILE
004380         AT END
004390             CLOSE CTL-FILE
004400             GO TO 2400-EXIT
004410     END-READ.
004420     IF CTL-BUSINESS-DATE NOT = WS-BUS-DATE
004430         CLOSE CTL-FILE
004440         GO TO 2400-EXIT
004450     END-IF.
004460     IF CTL-RECORD-COUNT = WS-SNAP-COUNT
004470         AND CTL-HASH-AMOUNT = WS-SNAP-NET-AMT
004480         MOVE 'BALANCED' TO WS-RECON-STATUS
004490     ELSE
004500         MOVE 'OUTOFBAL' TO WS-RECON-STATUS
004510     END-IF.
004520     MOVE 'N' TO WS-CTL-EOF-SW.
004530     PERFORM 2410-READ-SOURCE-CONTROL THRU 2410-EXIT
004540         UNTIL WS-CTL-EOF.
004550     CLOSE CTL-FILE.
004560 2400-EXIT.
004570     EXIT.
004580
004590*    THE PER-FEED RECORDS FOLLOW THE DAY TOTAL ON TRANCTL.
004600 2410-READ-SOURCE-CONTROL.
004610     READ CTL-FILE
004620         AT END
004630             SET WS-CTL-EOF TO TRUE
004640             GO TO 2410-EXIT
004650     END-READ.
004660     IF CTL-TOTAL-RECORD
004670         OR CTL-BUSINESS-DATE NOT = WS-BUS-DATE
004680         GO TO 2410-EXIT
004690     END-IF.
004700     IF WS-CTL-SRC-COUNT NOT < 10
004710         GO TO 2410-EXIT
004720     END-IF.
004730     ADD 1 TO WS-CTL-SRC-COUNT.
004740     MOVE CTL-SOURCE-ID TO WS-CTL-SRC-ID(WS-CTL-SRC-COUNT).
004750     MOVE CTL-RECORD-COUNT TO WS-CTL-SRC-CNT(WS-CTL-SRC-COUNT).
004760     MOVE CTL-HASH-AMOUNT
004770         TO WS-CTL-SRC-HASH-AMT(WS-CTL-SRC-COUNT).
004780     MOVE CTL-FEED-STATUS TO WS-CTL-SRC-STATUS(WS-CTL-SRC-COUNT).
004790 2410-EXIT.
004800     EXIT.
004810
004820******************************************************************
004830*    2450-CHECK-SOURCE  --  ONE SOURCE FEED'S TRANCTL RECORD
004840*                           AGAINST THAT FEED'S SNAPSHOT COUNT AND
004850*                           NET. A FEED NOT RECEIVED, OUT OF
004860*                           BALANCE, OR SHORT OF ITS UPSTREAM
004870*                           CONTROL AT THE EDIT KEEPS THE DAY
004880*                           OPEN; A FEED WITH NO UPSTREAM CONTROL
004890*                           PASSES ON ITS TRANCTL FIGURES ALONE.
004900******************************************************************
004910 2450-CHECK-SOURCE.
004920     MOVE ZERO TO WS-SRC-CNT.
004930     MOVE ZERO TO WS-SRC-NET-AMT.
004940     PERFORM 2460-FIND-SNAP-SOURCE THRU 2460-EXIT
004950         VARYING WS-SRC-SUB FROM 1 BY 1
004960         UNTIL WS-SRC-SUB > WS-SNAP-SRC-COUNT.
004970     MOVE SPACES TO WS-RPT-CHECK.
004980     STRING 'SOURCE ' WS-CTL-SRC-ID(WS-SRC-IDX)
004990         DELIMITED BY SIZE INTO WS-RPT-CHECK-NAME.
005000     MOVE SPACES TO WS-NEW-REASON.
005010     EVALUATE TRUE
005020         WHEN WS-CTL-SRC-STATUS(WS-SRC-IDX) = 'M'
005030             MOVE 'FAIL - NOT RECEIVED' TO WS-RPT-CHECK-RESULT
005040             STRING 'SOURCE ' WS-CTL-SRC-ID(WS-SRC-IDX)
005050                 ' NOT RECEIVED'
005060                 DELIMITED BY SIZE INTO WS-NEW-REASON
005070         WHEN WS-CTL-SRC-CNT(WS-SRC-IDX) NOT = WS-SRC-CNT
005080             OR WS-CTL-SRC-HASH-AMT(WS-SRC-IDX)
005090                 NOT = WS-SRC-NET-AMT
005100             MOVE 'FAIL - OUT OF BALANCE' TO WS-RPT-CHECK-RESULT
005110             STRING 'SOURCE ' WS-CTL-SRC-ID(WS-SRC-IDX)
005120                 ' OUT OF BALANCE'
005130                 DELIMITED BY SIZE INTO WS-NEW-REASON
005140         WHEN WS-CTL-SRC-STATUS(WS-SRC-IDX) = 'O'
005150             MOVE 'FAIL - SHORT OF UPSTREAM CONTROL'
005160                 TO WS-RPT-CHECK-RESULT
005170             STRING 'SOURCE ' WS-CTL-SRC-ID(WS-SRC-IDX)
005180                 ' SHORT FEED'
005190                 DELIMITED BY SIZE INTO WS-NEW-REASON
005200         WHEN WS-CTL-SRC-STATUS(WS-SRC-IDX) = 'N'
005210             MOVE 'PASS - NO UPSTREAM CONTROL'
005220                 TO WS-RPT-CHECK-RESULT
005230         WHEN OTHER
005240             MOVE 'PASS' TO WS-RPT-CHECK-RESULT
005250     END-EVALUATE.
005260     MOVE WS-RPT-CHECK TO RPT-RECORD.
005270     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
005280     IF WS-NEW-REASON NOT = SPACES
005290         PERFORM 2900-FAIL-CLOSE THRU 2900-EXIT
005300     END-IF.
005310 2450-EXIT.
005320     EXIT.
005330
005340 2460-FIND-SNAP-SOURCE.
005350     IF WS-SNAP-SRC-ID(WS-SRC-SUB) = WS-CTL-SRC-ID(WS-SRC-IDX)
005360         MOVE WS-SNAP-SRC-CNT(WS-SRC-SUB) TO WS-SRC-CNT
005370         MOVE WS-SNAP-SRC-NET-AMT(WS-SRC-SUB) TO WS-SRC-NET-AMT
005380     END-IF.
005390 2460-EXIT.
005400     EXIT.
005410
005420******************************************************************
005430*    2500-CHECK-HISTORY  --  THE HWHSTFIL DAILY RECORD FOR THE
005440*                            DATE MUST HAVE BEEN WRITTEN.
005450******************************************************************
005460 2500-CHECK-HISTORY.
005470     MOVE SPACES TO WS-RPT-CHECK.
005480     MOVE 'HISTORY RECORD WRITTEN' TO WS-RPT-CHECK-NAME.
005490     OPEN INPUT HIST-FILE.
005500     IF WS-HST-FILE-STATUS NOT = '00'
005510         MOVE 'FAIL - HISTORY NOT AVAILABLE'
005520             TO WS-RPT-CHECK-RESULT
005530         MOVE 'HISTORY FILE NOT AVAILABLE' TO WS-NEW-REASON
005540         PERFORM 2900-FAIL-CLOSE THRU 2900-EXIT
005550         GO TO 2500-PRINT
005560     END-IF.
005570     MOVE WS-BUS-DATE TO HST-BUSINESS-DATE.
005580     READ HIST-FILE.
005590     IF WS-HST-FILE-STATUS = '00'
005600         MOVE 'PASS' TO WS-RPT-CHECK-RESULT
005610     ELSE
005620         MOVE 'FAIL - NO RECORD FOR THE DATE'
005630             TO WS-RPT-CHECK-RESULT
005640         MOVE 'NO HISTORY RECORD' TO WS-NEW-REASON
005650         PERFORM 2900-FAIL-CLOSE THRU 2900-EXIT
005660     END-IF.
005670     CLOSE HIST-FILE.
005680 2500-PRINT.
005690     MOVE WS-RPT-CHECK TO RPT-RECORD.
005700     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
005710 2500-EXIT.
005720     EXIT.
005730
005740******************************************************************
005750*    2600-CHECK-BALANCE-PROOF  --  HWBALPRF MUST HAVE PROVEN THE
005760*                                  DATE. A PROOF NEVER RUN (OR
005770*                                  ONLY OPENED BY HWPOST) AND A
005780*                                  FAILED PROOF BOTH KEEP THE
005790*                                  DAY OPEN.
005800******************************************************************
005810 2600-CHECK-BALANCE-PROOF.
005820     MOVE SPACES TO WS-RPT-CHECK.
005830     MOVE 'BALANCE PROOF' TO WS-RPT-CHECK-NAME.
005840     OPEN INPUT PRF-FILE.
005850     IF WS-PRF-FILE-STATUS NOT = '00'
005860         MOVE 'FAIL - PROOF FILE NOT AVAILABLE'
005870             TO WS-RPT-CHECK-RESULT
005880         MOVE 'BALANCE PROOF NOT RUN' TO WS-NEW-REASON
005890         PERFORM 2900-FAIL-CLOSE THRU 2900-EXIT
005900         GO TO 2600-PRINT
005910     END-IF.
005920     MOVE WS-BUS-DATE TO PRF-BUSINESS-DATE.
005930     READ PRF-FILE.
005940     IF WS-PRF-FILE-STATUS NOT = '00'
005950         MOVE 'FAIL - NO PROOF FOR THE DATE'
005960             TO WS-RPT-CHECK-RESULT
005970         MOVE 'BALANCE PROOF NOT RUN' TO WS-NEW-REASON
005980         PERFORM 2900-FAIL-CLOSE THRU 2900-EXIT
005990         GO TO 2600-CLOSE
006000     END-IF.
006010     EVALUATE TRUE
006020         WHEN PRF-PROVEN
006030             MOVE 'PASS' TO WS-RPT-CHECK-RESULT
006040         WHEN PRF-FAILED
006050             MOVE SPACES TO WS-RPT-CHECK-RESULT
006060             STRING 'FAIL - ' PRF-FAIL-REASON
006070                 DELIMITED BY SIZE INTO WS-RPT-CHECK-RESULT
006080             MOVE 'BALANCE PROOF FAILED' TO WS-NEW-REASON
006090             PERFORM 2900-FAIL-CLOSE THRU 2900-EXIT
006100         WHEN OTHER
006110             MOVE 'FAIL - POSTED BUT NOT YET PROVEN'
006120                 TO WS-RPT-CHECK-RESULT
006130             MOVE 'BALANCE PROOF NOT RUN' TO WS-NEW-REASON
006140             PERFORM 2900-FAIL-CLOSE THRU 2900-EXIT
006150     END-EVALUATE.
006160 2600-CLOSE.
006170     CLOSE PRF-FILE.
006180 2600-PRINT.
006190     MOVE WS-RPT-CHECK TO RPT-RECORD.
006200     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
006210 2600-EXIT.
006220     EXIT.
006230
006240******************************************************************
006250*    2650-CHECK-PRIOR-DAY-CLOSED  --  THE PROCESSING DAY BEFORE
006260*                                     THIS ONE ON THE CALENDAR
006270*                                     MUST BE CLOSED ON
006280*                                     HWDAYFIL, SO DAYS CLOSE
006290*                                     IN ORDER. NO STATUS FILE
006300*                                     AT ALL IS THE FIRST CLOSE
006310*                                     EVER AND PASSES; A FILE
006320*                                     WITH NO RECORD FOR THE
006330*                                     PRIOR DAY MEANS IT WAS
006340*                                     NEVER CLOSED.
006350******************************************************************
006360 2650-CHECK-PRIOR-DAY-CLOSED.
006370     MOVE SPACES TO WS-RPT-CHECK.
006380     MOVE 'PRIOR BUSINESS DAY CLOSED' TO WS-RPT-CHECK-NAME.
006390     IF WS-PRIOR-BUS-DATE = SPACES
006400         MOVE 'PASS - NO PRIOR PROCESSING DAY FOUND'
006410             TO WS-RPT-CHECK-RESULT
006420         GO TO 2650-PRINT
006430     END-IF.
006440     OPEN INPUT DAY-FILE.
006450     IF WS-DAY-FILE-STATUS = '35'
006460         MOVE 'PASS - FIRST CLOSE ON FILE'
006470             TO WS-RPT-CHECK-RESULT
006480         GO TO 2650-PRINT
006490     END-IF.
006500     IF WS-DAY-FILE-STATUS NOT = '00'
006510         MOVE 'FAIL - DAY STATUS FILE NOT AVAILABLE'
006520             TO WS-RPT-CHECK-RESULT
006530         MOVE 'DAY STATUS FILE NOT AVAILABLE' TO WS-NEW-REASON
006540         PERFORM 2900-FAIL-CLOSE THRU 2900-EXIT
006550         GO TO 2650-PRINT
006560     END-IF.
006570     MOVE WS-PRIOR-BUS-DATE TO DAY-BUSINESS-DATE.
006580     READ DAY-FILE.
006590     IF WS-DAY-FILE-STATUS = '00' AND DAY-CLOSED
006600         MOVE SPACES TO WS-RPT-CHECK-RESULT
006610         STRING 'PASS - ' WS-PRIOR-BUS-DATE ' CLOSED'
006620             DELIMITED BY SIZE INTO WS-RPT-CHECK-RESULT
006630     ELSE
006640         MOVE SPACES TO WS-RPT-CHECK-RESULT
006650         STRING 'FAIL - ' WS-PRIOR-BUS-DATE ' NOT CLOSED'
006660             DELIMITED BY SIZE INTO WS-RPT-CHECK-RESULT
006670         MOVE 'PRIOR BUSINESS DAY NOT CLOSED' TO WS-NEW-REASON
006680         PERFORM 2900-FAIL-CLOSE THRU 2900-EXIT
006690     END-IF.
006700     CLOSE DAY-FILE.
006710 2650-PRINT.
006720     MOVE WS-RPT-CHECK TO RPT-RECORD.
006730     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
006740 2650-EXIT.
006750     EXIT.
006760
006770******************************************************************
006780*    2700-RECORD-DAY-STATUS  --  WRITE OR REWRITE THE BUSINESS
006790*                                DATE'S RECORD IN HWDAYFIL -
006800*                                CLOSED WHEN EVERY CHECK
006810*                                PASSED, OTHERWISE OPEN WITH
006820*                                THE FIRST FAILING REASON.
006830******************************************************************
006840 2700-RECORD-DAY-STATUS.
006850     OPEN I-O DAY-FILE.
006860     IF WS-DAY-FILE-STATUS = '35'
006870         OPEN OUTPUT DAY-FILE
006880         CLOSE DAY-FILE
006890         OPEN I-O DAY-FILE
006900     END-IF.
006910     IF WS-DAY-FILE-STATUS NOT = '00'
006920         DISPLAY 'HWCLOSE: DAY-FILE OPEN FAILED, STATUS='
006930             WS-DAY-FILE-STATUS UPON SYSERR
006940         MOVE 8 TO RETURN-CODE
006950         GO TO 2700-EXIT
006960     END-IF.
006970     MOVE 'N' TO WS-DAY-FOUND-SW.
006980     MOVE WS-BUS-DATE TO DAY-BUSINESS-DATE.
006990     READ DAY-FILE.
007000     IF WS-DAY-FILE-STATUS = '00'
007010         SET WS-DAY-FOUND TO TRUE
007020     END-IF.
007030     MOVE SPACES TO DAY-RECORD.
007040     MOVE WS-BUS-DATE TO DAY-BUSINESS-DATE.
007050     IF WS-CLOSE-OK
007060         SET DAY-CLOSED TO TRUE
007070         MOVE SPACES TO DAY-FAIL-REASON
007080     ELSE
007090         SET DAY-OPEN TO TRUE
007100         MOVE WS-FAIL-REASON TO DAY-FAIL-REASON
007110     END-IF.
007120     MOVE WS-RECON-STATUS TO DAY-RECON-STATUS.
007130     MOVE WS-RUN-DATE TO DAY-CLOSE-DATE.
007140     MOVE WS-RUN-TIME TO DAY-CLOSE-TIME.
007150     IF WS-DAY-FOUND
007160         REWRITE DAY-RECORD
007170     ELSE
007180         WRITE DAY-RECORD
007190     END-IF.
007200     IF WS-DAY-FILE-STATUS NOT = '00'
007210         DISPLAY 'HWCLOSE: DAY-FILE UPDATE FAILED, STATUS='
007220             WS-DAY-FILE-STATUS UPON SYSERR
007230         MOVE 8 TO RETURN-CODE
007240     END-IF.
007250     CLOSE DAY-FILE.
007260 2700-EXIT.
007270     EXIT.
007280
007290******************************************************************
007300*    2900-FAIL-CLOSE  --  MARK THE DAY UNCLOSABLE, KEEPING THE
007310*                         FIRST FAILING REASON FOR THE STATUS
007320*                         RECORD.
007330******************************************************************
007340 2900-FAIL-CLOSE.
007350     IF WS-CLOSE-OK
007360         MOVE 'N' TO WS-CLOSE-OK-SW
007370         MOVE WS-NEW-REASON TO WS-FAIL-REASON
007380     END-IF.
007390 2900-EXIT.
007400     EXIT.
007410
007420******************************************************************
007430*    3000-PRINT-VERDICT  --  THE ONE LINE THE 7 AM REVIEW READS
007440*                            FIRST.
007450******************************************************************
007460 3000-PRINT-VERDICT.
007470     MOVE SPACES TO RPT-RECORD.
007480     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
007490     IF WS-CLOSE-OK
007500         MOVE SPACES TO RPT-RECORD
007510         STRING 'BUSINESS DATE ' WS-BUS-DATE ' CLOSED'
007520             DELIMITED BY SIZE INTO RPT-RECORD
007530     ELSE
007540         MOVE SPACES TO RPT-RECORD
007550         STRING 'BUSINESS DATE ' WS-BUS-DATE
007560             ' STILL OPEN - ' WS-FAIL-REASON
007570             DELIMITED BY SIZE INTO RPT-RECORD
007580     END-IF.
007590     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
007600 3000-EXIT.
007610     EXIT.
007620
007630******************************************************************
007640*    3050-PRINT-NON-PROC-DAY  --  THE CALENDAR SAYS NOTHING IS
007650*                                 PROCESSED ON THIS DATE, SO
007660*                                 THERE IS NOTHING TO CLOSE.
007670*                                 NO HWDAYFIL RECORD IS
007680*                                 WRITTEN.
007690******************************************************************
007700 3050-PRINT-NON-PROC-DAY.
007710     MOVE SPACES TO WS-RPT-CHECK.
007720     MOVE 'BUSINESS-DAY CALENDAR' TO WS-RPT-CHECK-NAME.
007730     MOVE SPACES TO WS-RPT-CHECK-RESULT.
007740     STRING 'NOT A PROCESSING DAY - ' WS-NON-PROC-DESC
007750         DELIMITED BY SIZE INTO WS-RPT-CHECK-RESULT.
007760     MOVE WS-RPT-CHECK TO RPT-RECORD.
007770     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
007780     MOVE SPACES TO RPT-RECORD.
007790     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
007800     MOVE SPACES TO RPT-RECORD.
007810     STRING 'BUSINESS DATE ' WS-BUS-DATE
007820         ' NOT A PROCESSING DAY - NO CLOSE REQUIRED'
007830         DELIMITED BY SIZE INTO RPT-RECORD.
007840     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
007850 3050-EXIT.
007860     EXIT.
007870
007880 3100-WRITE-REPORT-LINE.
007890     WRITE RPT-RECORD.
007900     IF WS-RPT-FILE-STATUS NOT = '00'
007910         DISPLAY 'HWCLOSE: REPORT-FILE WRITE FAILED, STATUS='
007920             WS-RPT-FILE-STATUS UPON SYSERR
007930         MOVE 8 TO RETURN-CODE
007940     END-IF.
007950 3100-EXIT.
007960     EXIT.
007970
007980 3900-CLOSE-FILES.
007990     CLOSE SCHED-FILE.
008000     CLOSE REPORT-FILE.
008010 3900-EXIT.
008020     EXIT.
008030
008040******************************************************************
008050*    9000-LOG-JOB-START  --  STAMP THIS RUN AS RUNNING ON THE
008060*                            SHARED JOB-STATUS BOARD.
008070******************************************************************
008080 9000-LOG-JOB-START.
008090     MOVE 'HWCLOSE' TO JOBLOG-JOB-NAME.
008100     SET JOBLOG-EVENT-START TO TRUE.
008110     MOVE SPACES TO JOBLOG-STATUS.
008120     MOVE ZERO TO JOBLOG-RETURN-CODE.
008130     MOVE WS-BUS-DATE TO JOBLOG-BUS-DATE.
008140     MOVE RETURN-CODE TO WS-SAVE-RETURN-CODE.
008150     CALL 'HWJOBLOG' USING JOBLOG-PARM.
008160     MOVE WS-SAVE-RETURN-CODE TO RETURN-CODE.
008170 9000-EXIT.
008180     EXIT.
008190
008200******************************************************************
008210*    9100-LOG-JOB-END  --  CLOSE THIS RUN OUT ON THE SHARED
008220*                          JOB-STATUS BOARD. A DAY THAT COULD
008230*                          NOT BE CLOSED ENDS WITH THE DISTINCT
008240*                          NOCLOSE STATUS SO IT STANDS OUT, AND
008250*                          A NON-PROCESSING DAY WITH NONPROC.
008260******************************************************************
008270 9100-LOG-JOB-END.
008280     MOVE 'HWCLOSE' TO JOBLOG-JOB-NAME.
008290     SET JOBLOG-EVENT-END TO TRUE.
008300     IF RETURN-CODE > 4
008310         MOVE 'FAILED' TO JOBLOG-STATUS
008320     ELSE
008330         EVALUATE TRUE
008340             WHEN WS-NON-PROC-DAY
008350                 MOVE 'NONPROC' TO JOBLOG-STATUS
008360             WHEN WS-CLOSE-OK
008370                 MOVE 'COMPLETE' TO JOBLOG-STATUS
008380             WHEN OTHER
008390                 MOVE 'NOCLOSE' TO JOBLOG-STATUS
008400         END-EVALUATE
008410     END-IF.
008420     MOVE RETURN-CODE TO JOBLOG-RETURN-CODE.
008430     MOVE WS-BUS-DATE TO JOBLOG-BUS-DATE.
008440     MOVE RETURN-CODE TO WS-SAVE-RETURN-CODE.
008450     CALL 'HWJOBLOG' USING JOBLOG-PARM.
008460     MOVE WS-SAVE-RETURN-CODE TO RETURN-CODE.
008470 9100-EXIT.
008480     EXIT.
008490
008500******************************************************************
008510*    1700-RESOLVE-BUS-DATE  --  HW_BUS_DATE NAMES THE BUSINESS
008520*                               DATE BEING CLOSED. WHEN SET TO A
008530*                               VALID DATE OTHER THAN TODAY, THE
008540*                               SNAPSHOT AND CONTROL READS
008550*                               SWITCH TO THEIR DATED
008560*                               GENERATIONS. HWDAYFIL, HWJOBFIL,
008570*                               AND HWHSTFIL ARE KEYED BY
008580*                               BUSINESS DATE OR JOB AND ARE
008590*                               NEVER SWAPPED.
008600******************************************************************
008610 1700-RESOLVE-BUS-DATE.
008620     MOVE WS-RUN-DATE TO WS-BUS-DATE.
008630     MOVE SPACES TO WS-ENV-BUS-DATE.
008640     ACCEPT WS-ENV-BUS-DATE FROM ENVIRONMENT "HW_BUS_DATE"
008650         ON EXCEPTION
008660             MOVE SPACES TO WS-ENV-BUS-DATE
008670     END-ACCEPT.
008680     IF WS-ENV-BUS-DATE = SPACES
008690         GO TO 1700-EXIT
008700     END-IF.
008710     IF WS-ENV-BUS-DATE NOT NUMERIC
008720         DISPLAY 'HWCLOSE: BAD HW_BUS_DATE IGNORED: '
008730             WS-ENV-BUS-DATE UPON SYSERR
008740         GO TO 1700-EXIT
008750     END-IF.
008760     MOVE WS-ENV-BUS-DATE TO WS-BUS-DATE.
008770     IF WS-BUS-DATE NOT = WS-RUN-DATE
008780         SET WS-RERUN TO TRUE
008790         MOVE SPACES TO WS-SUM-FILE-NAME
008800         STRING 'HWSUMFIL.' WS-BUS-DATE
008810             DELIMITED BY SIZE INTO WS-SUM-FILE-NAME
008820         SET ENVIRONMENT 'HWSUMFIL' TO WS-SUM-FILE-NAME
008830         MOVE SPACES TO WS-CTL-FILE-NAME
008840         STRING 'TRANCTL.' WS-BUS-DATE
008850             DELIMITED BY SIZE INTO WS-CTL-FILE-NAME
008860         SET ENVIRONMENT 'TRANCTL' TO WS-CTL-FILE-NAME
008870     END-IF.
008880 1700-EXIT.
008890     EXIT.
