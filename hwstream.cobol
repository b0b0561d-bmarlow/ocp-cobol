000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.     HWSTREAM.
000120 AUTHOR.         R L MORRISON.
000130 INSTALLATION.   SHOP OPERATIONS - OPENSHIFT BATCH SERVICES.
000140 DATE-WRITTEN.   10/15/26.
000150 DATE-COMPILED.
000160*REMARKS.        NIGHTLY JOB-STREAM DRIVER. READS THE STREAM
000170*                DEFINITION (HWSTRDEF - STEP, PREDECESSORS, HIGHEST
000180*                RETURN CODE ALLOWED, AND THE COMMAND THAT RUNS IT)
000190*                AND RUNS THE STEPS IN ORDER FOR THE BUSINESS DATE,
000200*                IN PLACE OF OPERATIONS STARTING HWEDIT, HWSUMMAR,
000210*                HWPOST, HWEXCRPT, HWBALPRF, HWCLOSE, AND HWOPSPAK
000220*                BY HAND AND CHECKING EACH RETURN CODE BEFORE THE
000230*                NEXT.
000240*
000250*                A STEP STARTS ONLY WHEN EVERY PREDECESSOR IS DONE
000260*                FOR THE DATE. THE STREAM STOPS AT THE FIRST STEP
000270*                THAT ENDS OVER ITS LIMIT. PROGRESS IS KEPT PER STEP
000280*                ON THE STREAM-STATUS FILE (HWSTRSTS), SO WHEN THE
000290*                STREAM IS RESUBMITTED FOR THE SAME DATE THE STEPS
000300*                ALREADY DONE ARE PASSED OVER AND IT RESTARTS AT THE
000310*                FAILED STEP. EACH STEP STAMPS ITS OWN HWJOBFIL
000320*                RECORD THROUGH HWJOBLOG AS IT ALWAYS HAS, AND THE
000330*                DRIVER STAMPS ITS OWN, SO THE STATUS BOARD SHOWS
000340*                WHERE THE STREAM IS. THE STRMRPT REPORT LISTS WHAT
000350*                HAPPENED TO EVERY STEP.
000360*
000370*                HW_BUS_DATE NAMES THE DATE THE STREAM RUNS FOR;
000380*                UNSET OR BAD, IT IS TODAY'S DATE WHEN THE STREAM
000390*                STARTS. THE DRIVER SETS HW_BUS_DATE TO THAT DATE
000400*                IN THE ENVIRONMENT ITS STEPS INHERIT, SO EVERY
000410*                STEP RUNS FOR THE DATE THE STREAM STATUS IS KEPT
000420*                UNDER. A STEP THAT STARTS AFTER MIDNIGHT SEES A
000430*                BUSINESS DATE OTHER THAN ITS OWN RUN DATE AND
000440*                TAKES THE DATED FILE GENERATIONS, AS A BACKFILL
000450*                RUN DOES - IT DOES NOT MOVE ON TO THE NEXT DAY.
000460*
000470*                THE STANDARD NIGHTLY DEFINITION:
000480*                  HWEDIT   04
000490*                  HWSUMMAR 04 HWEDIT
000500*                  HWPOST   04 HWSUMMAR
000510*                  HWEXCRPT 04 HWPOST
000520*                  HWBALPRF 04 HWPOST
000530*                  HWCLOSE  04 HWBALPRF
000540*                  HWOPSPAK 04 HWCLOSE  HWEXCRPT
000550*                EACH FOLLOWED BY ITS COMMAND IN COLUMNS 49-80.
000560*                HWBALPRF MUST RUN AHEAD OF HWCLOSE - WITHOUT A
000570*                PROVEN BALANCE PROOF FOR THE DATE HWCLOSE LEAVES
000580*                THE DAY OPEN.
000590*
000600*    MODIFICATION HISTORY
000610*    ------------------------------------------------------------
000620*    DATE       INIT  DESCRIPTION
000630*    10/15/26   RLM   INITIAL VERSION.
000640*    10/15/26   RLM   STANDARD DEFINITION RUNS HWBALPRF AHEAD OF
000650*                     HWCLOSE.
000660*    10/15/26   RLM   SET HW_BUS_DATE FOR THE STEPS TO THE DATE
000670*                     THE STREAM RUNS FOR, SO A STREAM CROSSING
000680*                     MIDNIGHT KEEPS EVERY STEP ON ONE DATE.
000690******************************************************************
000700
000710 ENVIRONMENT DIVISION.
000720 INPUT-OUTPUT SECTION.
000730 FILE-CONTROL.
000740     SELECT STDEF-FILE ASSIGN TO "HWSTRDEF"
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS WS-STD-FILE-STATUS.
000770
000780     SELECT STSTS-FILE ASSIGN TO "HWSTRSTS"
000790         ORGANIZATION IS INDEXED
000800         ACCESS MODE IS RANDOM
000810         RECORD KEY IS STS-KEY
000820         FILE STATUS IS WS-STS-FILE-STATUS.
000830
000840     SELECT REPORT-FILE ASSIGN TO "STRMRPT"
000850         ORGANIZATION IS LINE SEQUENTIAL
000860         FILE STATUS IS WS-RPT-FILE-STATUS.
000870
000880 DATA DIVISION.
000890 FILE SECTION.
000900 FD  STDEF-FILE.
000910     COPY HWSTD.
000920
000930 FD  STSTS-FILE.
000940     COPY HWSTS.
000950
000960 FD  REPORT-FILE.
000970 01  RPT-RECORD                  PIC X(80).
000980
000990 WORKING-STORAGE SECTION.
001000 01  WS-DEF-CNT                  PIC 9(05)   VALUE ZERO.
001010 01  WS-RUN-CNT                  PIC 9(05)   VALUE ZERO.
001020 01  WS-SKIP-CNT                 PIC 9(05)   VALUE ZERO.
001030 01  WS-NOT-RUN-CNT              PIC 9(05)   VALUE ZERO.
001040
001050 01  WS-STD-EOF-SW               PIC X(01)   VALUE 'N'.
001060     88  WS-STD-EOF                  VALUE 'Y'.
001070 01  WS-DEF-ERROR-SW             PIC X(01)   VALUE 'N'.
001080     88  WS-DEF-ERROR                VALUE 'Y'.
001090 01  WS-STOPPED-SW               PIC X(01)   VALUE 'N'.
001100     88  WS-STOPPED                  VALUE 'Y'.
001110 01  WS-STEP-FOUND-SW            PIC X(01)   VALUE 'N'.
001120     88  WS-STEP-FOUND               VALUE 'Y'.
001130 01  WS-STS-FOUND-SW             PIC X(01)   VALUE 'N'.
001140     88  WS-STS-FOUND                VALUE 'Y'.
001150
001160 01  WS-STD-FILE-STATUS          PIC X(02)   VALUE '00'.
001170 01  WS-STS-FILE-STATUS          PIC X(02)   VALUE '00'.
001180 01  WS-RPT-FILE-STATUS          PIC X(02)   VALUE '00'.
001190
001200 01  WS-RUN-DATE                 PIC X(08)   VALUE SPACES.
001210 01  WS-RUN-TIME                 PIC X(08)   VALUE SPACES.
001220 01  WS-BUS-DATE                 PIC X(08)   VALUE SPACES.
001230 01  WS-ENV-BUS-DATE             PIC X(08)   VALUE SPACES.
001240 01  WS-STAMP-DATE               PIC X(08)   VALUE SPACES.
001250 01  WS-STAMP-TIME               PIC X(08)   VALUE SPACES.
001260
001270******************************************************************
001280*    THE STREAM AS DEFINED, IN RUN ORDER.
001290******************************************************************
001300 01  WS-STEP-COUNT               PIC 9(02)   VALUE ZERO.
001310 01  WS-STEP-IDX                 PIC 9(02)   VALUE ZERO.
001320 01  WS-SCAN-IDX                 PIC 9(02)   VALUE ZERO.
001330 01  WS-PRED-IDX                 PIC 9(02)   VALUE ZERO.
001340 01  WS-STEP-TABLE.
001350     05  WS-STEP-ENTRY           OCCURS 20 TIMES.
001360         10  WS-STEP-NAME        PIC X(08).
001370         10  WS-STEP-MAX-RC      PIC 9(02).
001380         10  WS-STEP-PRED        PIC X(08)  OCCURS 4 TIMES.
001390         10  WS-STEP-COMMAND     PIC X(32).
001400
001410 01  WS-SEARCH-STEP              PIC X(08)   VALUE SPACES.
001420 01  WS-WAIT-STEP                PIC X(08)   VALUE SPACES.
001430 01  WS-DEF-NOTE                 PIC X(30)   VALUE SPACES.
001440
001450******************************************************************
001460*    RUNNING ONE STEP. THE SHELL HANDS BACK A WAIT STATUS - THE
001470*    STEP'S EXIT CODE TIMES 256, PLUS THE SIGNAL NUMBER WHEN THE
001480*    STEP WAS KILLED, OR -1 WHEN NO SHELL COULD BE STARTED.
001490******************************************************************
001500 01  WS-STEP-COMMAND-LINE        PIC X(33)   VALUE SPACES.
001510 01  WS-SYS-STATUS               PIC S9(08) COMP VALUE ZERO.
001520 01  WS-SYS-SIGNAL               PIC S9(08) COMP VALUE ZERO.
001530 01  WS-STEP-RC                  PIC 9(04)   VALUE ZERO.
001540 01  WS-HIGH-RC                  PIC 9(04)   VALUE ZERO.
001550
001560 01  WS-RPT-HEADING.
001570     05  FILLER                  PIC X(10)   VALUE 'STEP'.
001580     05  FILLER                  PIC X(08)   VALUE '  RC'.
001590     05  FILLER                  PIC X(08)   VALUE ' MAX'.
001600     05  FILLER                  PIC X(54)   VALUE 'RESULT'.
001610
001620 01  WS-RPT-DETAIL.
001630     05  WS-RPT-STEP             PIC X(08)   VALUE SPACES.
001640     05  FILLER                  PIC X(02)   VALUE SPACES.
001650     05  WS-RPT-RC               PIC X(04)   VALUE SPACES.
001660     05  WS-RPT-RC-N             REDEFINES WS-RPT-RC
001670                                 PIC ZZZ9.
001680     05  FILLER                  PIC X(04)   VALUE SPACES.
001690     05  WS-RPT-MAX-RC           PIC ZZZ9.
001700     05  FILLER                  PIC X(04)   VALUE SPACES.
001710     05  WS-RPT-RESULT           PIC X(30)   VALUE SPACES.
001720     05  FILLER                  PIC X(24)   VALUE SPACES.
001730
001740 01  WS-RPT-TOTAL.
001750     05  WS-RPT-LABEL            PIC X(20)   VALUE SPACES.
001760     05  WS-RPT-COUNT            PIC Z(4)9.
001770     05  FILLER                  PIC X(55)   VALUE SPACES.
001780
001790 COPY HWJLG.
001800 01  WS-SAVE-RETURN-CODE         PIC S9(08) COMP VALUE ZERO.
001810
001820******************************************************************
001830 PROCEDURE DIVISION.
001840******************************************************************
001850
001860 0000-MAINLINE.
001870     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001880     PERFORM 9000-LOG-JOB-START THRU 9000-EXIT.
001890     PERFORM 2000-LOAD-STREAM THRU 2000-EXIT.
001900     IF WS-DEF-ERROR
001910         MOVE SPACES TO RPT-RECORD
001920         PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT
001930         MOVE 'STREAM DEFINITION IN ERROR - NO STEP WAS STARTED'
001940             TO RPT-RECORD
001950         PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT
001960         MOVE 8 TO RETURN-CODE
001970     ELSE
001980         PERFORM 2500-RUN-STREAM THRU 2500-EXIT
001990     END-IF.
002000     PERFORM 3000-PRINT-TOTALS THRU 3000-EXIT.
002010     PERFORM 3900-CLOSE-FILES THRU 3900-EXIT.
002020     IF WS-STOPPED AND RETURN-CODE < 8
002030         MOVE 8 TO RETURN-CODE
002040     END-IF.
002050     IF NOT WS-STOPPED AND WS-HIGH-RC > ZERO
002060        AND RETURN-CODE < 4
002070         MOVE 4 TO RETURN-CODE
002080     END-IF.
002090     PERFORM 9100-LOG-JOB-END THRU 9100-EXIT.
002100     STOP RUN.
002110
002120******************************************************************
002130*    1000-INITIALIZE  --  STAMP THE RUN, RESOLVE THE BUSINESS DATE,
002140*                         AND OPEN THE FILES. A MISSING DEFINITION
002150*                         IS FATAL; A BRAND-NEW STATUS FILE IS
002160*                         CREATED EMPTY ON FIRST USE.
002170******************************************************************
002180 1000-INITIALIZE.
002190     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002200     ACCEPT WS-RUN-TIME FROM TIME.
002210     PERFORM 1700-RESOLVE-BUS-DATE THRU 1700-EXIT.
002220     OPEN INPUT STDEF-FILE.
002230     IF WS-STD-FILE-STATUS NOT = '00'
002240         DISPLAY 'HWSTREAM: STDEF-FILE OPEN FAILED, STATUS='
002250             WS-STD-FILE-STATUS UPON SYSERR
002260         MOVE 8 TO RETURN-CODE
002270         PERFORM 9000-LOG-JOB-START THRU 9000-EXIT
002280         PERFORM 9100-LOG-JOB-END THRU 9100-EXIT
002290         STOP RUN
002300     END-IF.
002310     OPEN I-O STSTS-FILE.
002320     IF WS-STS-FILE-STATUS = '35'
002330         OPEN OUTPUT STSTS-FILE
002340         CLOSE STSTS-FILE
002350         OPEN I-O STSTS-FILE
002360     END-IF.
002370     IF WS-STS-FILE-STATUS NOT = '00'
002380         DISPLAY 'HWSTREAM: STSTS-FILE OPEN FAILED, STATUS='
002390             WS-STS-FILE-STATUS UPON SYSERR
002400         MOVE 8 TO RETURN-CODE
002410         PERFORM 9000-LOG-JOB-START THRU 9000-EXIT
002420         PERFORM 9100-LOG-JOB-END THRU 9100-EXIT
002430         STOP RUN
002440     END-IF.
002450     OPEN OUTPUT REPORT-FILE.
002460     IF WS-RPT-FILE-STATUS NOT = '00'
002470         DISPLAY 'HWSTREAM: REPORT-FILE OPEN FAILED, STATUS='
002480             WS-RPT-FILE-STATUS UPON SYSERR
002490         MOVE 8 TO RETURN-CODE
002500         PERFORM 9000-LOG-JOB-START THRU 9000-EXIT
002510         PERFORM 9100-LOG-JOB-END THRU 9100-EXIT
002520         STOP RUN
002530     END-IF.
002540     MOVE 'HWSTREAM NIGHTLY JOB STREAM' TO RPT-RECORD.
002550     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
002560     MOVE SPACES TO RPT-RECORD.
002570     STRING 'BUSINESS DATE ' WS-BUS-DATE
002580         '  RUN ' WS-RUN-DATE ' ' WS-RUN-TIME
002590         DELIMITED BY SIZE INTO RPT-RECORD.
002600     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
002610     MOVE SPACES TO RPT-RECORD.
002620     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
002630     MOVE WS-RPT-HEADING TO RPT-RECORD.
002640     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
002650 1000-EXIT.
002660     EXIT.
002670
002680******************************************************************
002690*    2000-LOAD-STREAM  --  READ THE WHOLE DEFINITION INTO THE STEP
002700*                          TABLE AND CHECK IT BEFORE ANY STEP IS
002710*                          STARTED.
002720******************************************************************
002730 2000-LOAD-STREAM.
002740     PERFORM 2100-READ-DEFINITION THRU 2100-EXIT.
002750     PERFORM 2200-LOAD-STEP THRU 2200-EXIT
002760         UNTIL WS-STD-EOF.
002770     CLOSE STDEF-FILE.
002780     IF WS-STEP-COUNT = ZERO
002790         MOVE 'HWSTRDEF DEFINES NO STEPS' TO RPT-RECORD
002800         PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT
002810         SET WS-DEF-ERROR TO TRUE
002820     END-IF.
002830 2000-EXIT.
002840     EXIT.
002850
002860 2100-READ-DEFINITION.
002870     READ STDEF-FILE
002880         AT END
002890             SET WS-STD-EOF TO TRUE
002900     END-READ.
002910 2100-EXIT.
002920     EXIT.
002930
002940******************************************************************
002950*    2200-LOAD-STEP  --  ONE DEFINITION LINE. A BAD LINE IS LISTED
002960*                        WITH ITS REASON AND HOLDS THE WHOLE STREAM.
002970******************************************************************
002980 2200-LOAD-STEP.
002990     IF STD-RECORD(1:1) = '*' OR STD-RECORD = SPACES
003000         GO TO 2200-NEXT
003010     END-IF.
003020     ADD 1 TO WS-DEF-CNT.
003030     MOVE SPACES TO WS-DEF-NOTE.
003040     MOVE STD-STEP-NAME TO WS-SEARCH-STEP.
003050     PERFORM 2250-FIND-STEP THRU 2250-EXIT.
003060     EVALUATE TRUE
003070         WHEN STD-STEP-NAME = SPACES
003080             MOVE 'NO STEP NAME' TO WS-DEF-NOTE
003090         WHEN STD-MAX-RC NOT NUMERIC
003100             MOVE 'BAD MAXIMUM RETURN CODE' TO WS-DEF-NOTE
003110         WHEN STD-COMMAND = SPACES
003120             MOVE 'NO COMMAND' TO WS-DEF-NOTE
003130         WHEN WS-STEP-FOUND
003140             MOVE 'STEP DEFINED TWICE' TO WS-DEF-NOTE
003150         WHEN WS-STEP-COUNT NOT < 20
003160             MOVE 'MORE THAN 20 STEPS' TO WS-DEF-NOTE
003170     END-EVALUATE.
003180     IF WS-DEF-NOTE = SPACES
003190         PERFORM 2230-CHECK-PREDECESSOR THRU 2230-EXIT
003200             VARYING WS-PRED-IDX FROM 1 BY 1
003210             UNTIL WS-PRED-IDX > 4
003220     END-IF.
003230     IF WS-DEF-NOTE NOT = SPACES
003240         SET WS-DEF-ERROR TO TRUE
003250         MOVE SPACES TO WS-RPT-DETAIL
003260         MOVE STD-STEP-NAME TO WS-RPT-STEP
003270         MOVE STD-MAX-RC TO WS-RPT-RC
003280         MOVE WS-DEF-NOTE TO WS-RPT-RESULT
003290         MOVE WS-RPT-DETAIL TO RPT-RECORD
003300         PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT
003310         GO TO 2200-NEXT
003320     END-IF.
003330     ADD 1 TO WS-STEP-COUNT.
003340     MOVE STD-STEP-NAME TO WS-STEP-NAME(WS-STEP-COUNT).
003350     MOVE STD-MAX-RC-N TO WS-STEP-MAX-RC(WS-STEP-COUNT).
003360     MOVE STD-COMMAND TO WS-STEP-COMMAND(WS-STEP-COUNT).
003370     PERFORM 2240-STORE-PREDECESSOR THRU 2240-EXIT
003380         VARYING WS-PRED-IDX FROM 1 BY 1
003390         UNTIL WS-PRED-IDX > 4.
003400 2200-NEXT.
003410     PERFORM 2100-READ-DEFINITION THRU 2100-EXIT.
003420 2200-EXIT.
003430     EXIT.
003440
003450******************************************************************
003460*    2230-CHECK-PREDECESSOR  --  A PREDECESSOR MUST BE A STEP
003470*                                DEFINED ABOVE THIS ONE, SO THE RUN
003480*                                ORDER CAN NEVER REACH A STEP AHEAD
003490*                                OF WHAT IT WAITS ON.
003500******************************************************************
003510 2230-CHECK-PREDECESSOR.
003520     IF STD-PRED-NAME(WS-PRED-IDX) = SPACES
003530         GO TO 2230-EXIT
003540     END-IF.
003550     MOVE STD-PRED-NAME(WS-PRED-IDX) TO WS-SEARCH-STEP.
003560     PERFORM 2250-FIND-STEP THRU 2250-EXIT.
003570     IF NOT WS-STEP-FOUND AND WS-DEF-NOTE = SPACES
003580         STRING 'UNKNOWN PREDECESSOR ' WS-SEARCH-STEP
003590             DELIMITED BY SIZE INTO WS-DEF-NOTE
003600     END-IF.
003610 2230-EXIT.
003620     EXIT.
003630
003640 2240-STORE-PREDECESSOR.
003650     MOVE STD-PRED-NAME(WS-PRED-IDX)
003660         TO WS-STEP-PRED(WS-STEP-COUNT, WS-PRED-IDX).
003670 2240-EXIT.
003680     EXIT.
003690
003700******************************************************************
003710*    2250-FIND-STEP  --  IS WS-SEARCH-STEP ALREADY IN THE TABLE.
003720******************************************************************
003730 2250-FIND-STEP.
003740     MOVE 'N' TO WS-STEP-FOUND-SW.
003750     PERFORM 2260-SCAN-STEP-TABLE THRU 2260-EXIT
003760         VARYING WS-SCAN-IDX FROM 1 BY 1
003770         UNTIL WS-SCAN-IDX > WS-STEP-COUNT
003780             OR WS-STEP-FOUND.
003790 2250-EXIT.
003800     EXIT.
003810
003820 2260-SCAN-STEP-TABLE.
003830     IF WS-STEP-NAME(WS-SCAN-IDX) = WS-SEARCH-STEP
003840         SET WS-STEP-FOUND TO TRUE
003850     END-IF.
003860 2260-EXIT.
003870     EXIT.
003880
003890******************************************************************
003900*    2500-RUN-STREAM  --  RUN THE STEPS IN ORDER UNTIL ONE STOPS
003910*                         THE STREAM, THEN LIST THE STEPS LEFT
003920*                         UNRUN.
003930******************************************************************
003940 2500-RUN-STREAM.
003950     PERFORM 2600-RUN-STEP THRU 2600-EXIT
003960         VARYING WS-STEP-IDX FROM 1 BY 1
003970         UNTIL WS-STEP-IDX > WS-STEP-COUNT
003980             OR WS-STOPPED.
003990     IF WS-STOPPED
004000         PERFORM 2800-REPORT-NOT-RUN THRU 2800-EXIT
004010             VARYING WS-STEP-IDX FROM WS-STEP-IDX BY 1
004020             UNTIL WS-STEP-IDX > WS-STEP-COUNT
004030     END-IF.
004040 2500-EXIT.
004050     EXIT.
004060
004070******************************************************************
004080*    2600-RUN-STEP  --  ONE STEP. DONE ON AN EARLIER SUBMISSION FOR
004090*                       THIS DATE - PASS OVER IT. A PREDECESSOR NOT
004100*                       DONE - STOP. OTHERWISE MARK IT RUNNING, RUN
004110*                       IT, AND RECORD HOW IT ENDED.
004120******************************************************************
004130 2600-RUN-STEP.
004140     MOVE SPACES TO WS-RPT-DETAIL.
004150     MOVE WS-STEP-NAME(WS-STEP-IDX) TO WS-RPT-STEP.
004160     MOVE WS-STEP-MAX-RC(WS-STEP-IDX) TO WS-RPT-MAX-RC.
004170     MOVE WS-STEP-NAME(WS-STEP-IDX) TO WS-SEARCH-STEP.
004180     PERFORM 2700-READ-STEP-STATUS THRU 2700-EXIT.
004190     IF WS-STS-FOUND AND STS-DONE
004200         MOVE STS-RETURN-CODE TO WS-RPT-RC-N
004210         MOVE 'DONE ON AN EARLIER RUN' TO WS-RPT-RESULT
004220         ADD 1 TO WS-SKIP-CNT
004230         IF STS-RETURN-CODE > WS-HIGH-RC
004240             MOVE STS-RETURN-CODE TO WS-HIGH-RC
004250         END-IF
004260         GO TO 2600-REPORT
004270     END-IF.
004280     MOVE SPACES TO WS-WAIT-STEP.
004290     PERFORM 2650-CHECK-WAIT THRU 2650-EXIT
004300         VARYING WS-PRED-IDX FROM 1 BY 1
004310         UNTIL WS-PRED-IDX > 4
004320             OR WS-WAIT-STEP NOT = SPACES.
004330     IF WS-WAIT-STEP NOT = SPACES
004340         SET WS-STOPPED TO TRUE
004350         MOVE SPACES TO WS-RPT-RESULT
004360         STRING 'NOT RUN - WAITING ON ' WS-WAIT-STEP
004370             DELIMITED BY SIZE INTO WS-RPT-RESULT
004380         ADD 1 TO WS-NOT-RUN-CNT
004390         GO TO 2600-REPORT
004400     END-IF.
004410     PERFORM 2710-MARK-RUNNING THRU 2710-EXIT.
004420     PERFORM 2750-EXECUTE-STEP THRU 2750-EXIT.
004430     ADD 1 TO WS-RUN-CNT.
004440     MOVE WS-STEP-RC TO WS-RPT-RC-N.
004450     IF WS-STEP-RC > WS-STEP-MAX-RC(WS-STEP-IDX)
004460         SET STS-FAILED TO TRUE
004470         SET WS-STOPPED TO TRUE
004480         MOVE 'FAILED - OVER LIMIT, STOPPED' TO WS-RPT-RESULT
004490     ELSE
004500         SET STS-DONE TO TRUE
004510         MOVE 'DONE' TO WS-RPT-RESULT
004520         IF WS-STEP-RC > WS-HIGH-RC
004530             MOVE WS-STEP-RC TO WS-HIGH-RC
004540         END-IF
004550     END-IF.
004560     IF WS-SYS-STATUS < ZERO
004570         MOVE 'FAILED - COULD NOT BE STARTED' TO WS-RPT-RESULT
004580     END-IF.
004590     IF WS-SYS-SIGNAL NOT = ZERO
004600         MOVE 'FAILED - ENDED ABNORMALLY' TO WS-RPT-RESULT
004610     END-IF.
004620     PERFORM 2720-MARK-ENDED THRU 2720-EXIT.
004630 2600-REPORT.
004640     MOVE WS-RPT-DETAIL TO RPT-RECORD.
004650     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
004660 2600-EXIT.
004670     EXIT.
004680
004690******************************************************************
004700*    2650-CHECK-WAIT  --  A NAMED PREDECESSOR MUST BE DONE FOR THIS
004710*                         DATE BEFORE THE STEP MAY START.
004720******************************************************************
004730 2650-CHECK-WAIT.
004740     IF WS-STEP-PRED(WS-STEP-IDX, WS-PRED-IDX) = SPACES
004750         GO TO 2650-EXIT
004760     END-IF.
004770     MOVE WS-STEP-PRED(WS-STEP-IDX, WS-PRED-IDX)
004780         TO WS-SEARCH-STEP.
004790     PERFORM 2700-READ-STEP-STATUS THRU 2700-EXIT.
004800     IF NOT WS-STS-FOUND OR NOT STS-DONE
004810         MOVE WS-SEARCH-STEP TO WS-WAIT-STEP
004820     END-IF.
004830 2650-EXIT.
004840     EXIT.
004850
004860******************************************************************
004870*    2700-READ-STEP-STATUS  --  THE STATUS RECORD FOR WS-SEARCH-STEP
004880*                               ON THIS BUSINESS DATE, IF ANY.
004890******************************************************************
004900 2700-READ-STEP-STATUS.
004910     MOVE 'N' TO WS-STS-FOUND-SW.
004920     MOVE WS-BUS-DATE TO STS-BUS-DATE.
004930     MOVE WS-SEARCH-STEP TO STS-STEP-NAME.
004940     READ STSTS-FILE.
004950     EVALUATE WS-STS-FILE-STATUS
004960         WHEN '00'
004970             SET WS-STS-FOUND TO TRUE
004980         WHEN '23'
004990             CONTINUE
005000         WHEN OTHER
005010             DISPLAY 'HWSTREAM: STSTS-FILE READ FAILED, STATUS='
005020                 WS-STS-FILE-STATUS UPON SYSERR
005030             MOVE 8 TO RETURN-CODE
005040     END-EVALUATE.
005050 2700-EXIT.
005060     EXIT.
005070
005080******************************************************************
005090*    2710-MARK-RUNNING  --  RECORD THE STEP AS STARTED. A STEP LEFT
005100*                           RUNNING BY A STREAM THAT DIED UNDER IT
005110*                           IS SIMPLY STARTED AGAIN.
005120******************************************************************
005130 2710-MARK-RUNNING.
005140     MOVE WS-STEP-NAME(WS-STEP-IDX) TO WS-SEARCH-STEP.
005150     PERFORM 2700-READ-STEP-STATUS THRU 2700-EXIT.
005160     IF NOT WS-STS-FOUND
005170         MOVE SPACES TO STS-RECORD
005180         MOVE WS-BUS-DATE TO STS-BUS-DATE
005190         MOVE WS-SEARCH-STEP TO STS-STEP-NAME
005200         MOVE ZERO TO STS-ATTEMPTS
005210     END-IF.
005220     ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD.
005230     ACCEPT WS-STAMP-TIME FROM TIME.
005240     SET STS-RUNNING TO TRUE.
005250     MOVE ZERO TO STS-RETURN-CODE.
005260     MOVE WS-STEP-MAX-RC(WS-STEP-IDX) TO STS-MAX-RC.
005270     ADD 1 TO STS-ATTEMPTS.
005280     MOVE WS-STAMP-DATE TO STS-START-DATE.
005290     MOVE WS-STAMP-TIME TO STS-START-TIME.
005300     MOVE SPACES TO STS-END-DATE.
005310     MOVE SPACES TO STS-END-TIME.
005320     IF WS-STS-FOUND
005330         REWRITE STS-RECORD
005340     ELSE
005350         WRITE STS-RECORD
005360     END-IF.
005370     IF WS-STS-FILE-STATUS NOT = '00'
005380         DISPLAY 'HWSTREAM: STSTS-FILE WRITE FAILED, STATUS='
005390             WS-STS-FILE-STATUS UPON SYSERR
005400         MOVE 8 TO RETURN-CODE
005410     END-IF.
005420 2710-EXIT.
005430     EXIT.
005440
005450******************************************************************
005460*    2720-MARK-ENDED  --  RECORD HOW THE STEP ENDED. STS-STATE WAS
005470*                         SET BY THE CALLER.
005480******************************************************************
005490 2720-MARK-ENDED.
005500     ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD.
005510     ACCEPT WS-STAMP-TIME FROM TIME.
005520     MOVE WS-STEP-RC TO STS-RETURN-CODE.
005530     MOVE WS-STAMP-DATE TO STS-END-DATE.
005540     MOVE WS-STAMP-TIME TO STS-END-TIME.
005550     REWRITE STS-RECORD.
005560     IF WS-STS-FILE-STATUS NOT = '00'
005570         DISPLAY 'HWSTREAM: STSTS-FILE REWRITE FAILED, STATUS='
005580             WS-STS-FILE-STATUS UPON SYSERR
005590         MOVE 8 TO RETURN-CODE
005600     END-IF.
005610 2720-EXIT.
005620     EXIT.
005630
005640******************************************************************
005650*    2750-EXECUTE-STEP  --  RUN THE STEP'S COMMAND AND TURN THE
005660*                           WAIT STATUS INTO ITS RETURN CODE. A STEP
005670*                           THAT COULD NOT BE STARTED OR WAS KILLED
005680*                           COUNTS AS RC 9999. THE DRIVER'S OWN
005690*                           RETURN CODE IS KEPT ACROSS THE CALL.
005700******************************************************************
005710 2750-EXECUTE-STEP.
005720     MOVE SPACES TO WS-STEP-COMMAND-LINE.
005730     MOVE WS-STEP-COMMAND(WS-STEP-IDX) TO WS-STEP-COMMAND-LINE.
005740     MOVE ZERO TO WS-SYS-SIGNAL.
005750     MOVE RETURN-CODE TO WS-SAVE-RETURN-CODE.
005760     CALL 'SYSTEM' USING WS-STEP-COMMAND-LINE.
005770     MOVE RETURN-CODE TO WS-SYS-STATUS.
005780     MOVE WS-SAVE-RETURN-CODE TO RETURN-CODE.
005790     IF WS-SYS-STATUS < ZERO
005800         MOVE 9999 TO WS-STEP-RC
005810         GO TO 2750-EXIT
005820     END-IF.
005830     DIVIDE WS-SYS-STATUS BY 256
005840         GIVING WS-STEP-RC REMAINDER WS-SYS-SIGNAL.
005850     IF WS-SYS-SIGNAL NOT = ZERO
005860         MOVE 9999 TO WS-STEP-RC
005870     END-IF.
005880 2750-EXIT.
005890     EXIT.
005900
005910 2800-REPORT-NOT-RUN.
005920     MOVE SPACES TO WS-RPT-DETAIL.
005930     MOVE WS-STEP-NAME(WS-STEP-IDX) TO WS-RPT-STEP.
005940     MOVE WS-STEP-MAX-RC(WS-STEP-IDX) TO WS-RPT-MAX-RC.
005950     MOVE 'NOT RUN - STREAM STOPPED' TO WS-RPT-RESULT.
005960     ADD 1 TO WS-NOT-RUN-CNT.
005970     MOVE WS-RPT-DETAIL TO RPT-RECORD.
005980     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
005990 2800-EXIT.
006000     EXIT.
006010
006020******************************************************************
006030*    3000-PRINT-TOTALS  --  STEP TOTALS FOR THE OPERATIONS LOG.
006040******************************************************************
006050 3000-PRINT-TOTALS.
006060     MOVE SPACES TO RPT-RECORD.
006070     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
006080     MOVE 'STEPS DEFINED' TO WS-RPT-LABEL.
006090     MOVE WS-DEF-CNT TO WS-RPT-COUNT.
006100     PERFORM 3200-WRITE-TOTAL-LINE THRU 3200-EXIT.
006110     MOVE 'STEPS RUN' TO WS-RPT-LABEL.
006120     MOVE WS-RUN-CNT TO WS-RPT-COUNT.
006130     PERFORM 3200-WRITE-TOTAL-LINE THRU 3200-EXIT.
006140     MOVE 'DONE EARLIER' TO WS-RPT-LABEL.
006150     MOVE WS-SKIP-CNT TO WS-RPT-COUNT.
006160     PERFORM 3200-WRITE-TOTAL-LINE THRU 3200-EXIT.
006170     MOVE 'NOT RUN' TO WS-RPT-LABEL.
006180     MOVE WS-NOT-RUN-CNT TO WS-RPT-COUNT.
006190     PERFORM 3200-WRITE-TOTAL-LINE THRU 3200-EXIT.
006200     MOVE SPACES TO RPT-RECORD.
006210     IF WS-STOPPED
006220         MOVE 'STREAM STOPPED - RESUBMIT TO RESTART IT'
006230             TO RPT-RECORD
006240     ELSE
006250         IF NOT WS-DEF-ERROR
006260             MOVE 'STREAM COMPLETE' TO RPT-RECORD
006270         END-IF
006280     END-IF.
006290     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
006300 3000-EXIT.
006310     EXIT.
006320
006330 3100-WRITE-REPORT-LINE.
006340     WRITE RPT-RECORD.
006350     IF WS-RPT-FILE-STATUS NOT = '00'
006360         DISPLAY 'HWSTREAM: REPORT-FILE WRITE FAILED, STATUS='
006370             WS-RPT-FILE-STATUS UPON SYSERR
006380         MOVE 8 TO RETURN-CODE
006390     END-IF.
006400 3100-EXIT.
006410     EXIT.
006420
006430 3200-WRITE-TOTAL-LINE.
006440     MOVE WS-RPT-TOTAL TO RPT-RECORD.
006450     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
006460 3200-EXIT.
006470     EXIT.
006480
006490 3900-CLOSE-FILES.
006500     CLOSE STSTS-FILE.
006510     CLOSE REPORT-FILE.
006520 3900-EXIT.
006530     EXIT.
006540
006550******************************************************************
006560*    9000-LOG-JOB-START  --  STAMP THIS RUN AS RUNNING ON THE
006570*                            SHARED JOB-STATUS BOARD.
006580******************************************************************
006590 9000-LOG-JOB-START.
006600     MOVE 'HWSTREAM' TO JOBLOG-JOB-NAME.
006610     SET JOBLOG-EVENT-START TO TRUE.
006620     MOVE SPACES TO JOBLOG-STATUS.
006630     MOVE ZERO TO JOBLOG-RETURN-CODE.
006640     MOVE WS-BUS-DATE TO JOBLOG-BUS-DATE.
006650     MOVE RETURN-CODE TO WS-SAVE-RETURN-CODE.
006660     CALL 'HWJOBLOG' USING JOBLOG-PARM.
006670     MOVE WS-SAVE-RETURN-CODE TO RETURN-CODE.
006680 9000-EXIT.
006690     EXIT.
006700
006710******************************************************************
006720*    9100-LOG-JOB-END  --  CLOSE THIS RUN OUT ON THE SHARED
006730*                          JOB-STATUS BOARD.
006740******************************************************************
006750 9100-LOG-JOB-END.
006760     MOVE 'HWSTREAM' TO JOBLOG-JOB-NAME.
006770     SET JOBLOG-EVENT-END TO TRUE.
006780     IF RETURN-CODE > 4
006790         MOVE 'FAILED' TO JOBLOG-STATUS
006800     ELSE
006810         MOVE 'COMPLETE' TO JOBLOG-STATUS
006820     END-IF.
006830     MOVE RETURN-CODE TO JOBLOG-RETURN-CODE.
006840     MOVE WS-BUS-DATE TO JOBLOG-BUS-DATE.
006850     MOVE RETURN-CODE TO WS-SAVE-RETURN-CODE.
006860     CALL 'HWJOBLOG' USING JOBLOG-PARM.
006870     MOVE WS-SAVE-RETURN-CODE TO RETURN-CODE.
006880 9100-EXIT.
006890     EXIT.
006900
006910******************************************************************
006920*    1700-RESOLVE-BUS-DATE  --  HW_BUS_DATE NAMES THE BUSINESS
006930*                               DATE THE STREAM RUNS FOR AND KEYS
006940*                               ITS STATUS RECORDS. UNSET OR BAD,
006950*                               TODAY'S DATE IS USED. EITHER WAY
006960*                               THE DATE IS SET BACK INTO
006970*                               HW_BUS_DATE FOR THE STEPS.
006980******************************************************************
006990 1700-RESOLVE-BUS-DATE.
007000     MOVE WS-RUN-DATE TO WS-BUS-DATE.
007010     MOVE SPACES TO WS-ENV-BUS-DATE.
007020     ACCEPT WS-ENV-BUS-DATE FROM ENVIRONMENT "HW_BUS_DATE"
007030         ON EXCEPTION
007040             MOVE SPACES TO WS-ENV-BUS-DATE
007050     END-ACCEPT.
007060     IF WS-ENV-BUS-DATE = SPACES
007070         GO TO 1700-SET-ENV
007080     END-IF.
007090     IF WS-ENV-BUS-DATE NOT NUMERIC
007100         DISPLAY 'HWSTREAM: BAD HW_BUS_DATE IGNORED: '
007110             WS-ENV-BUS-DATE UPON SYSERR
007120         GO TO 1700-SET-ENV
007130     END-IF.
007140     MOVE WS-ENV-BUS-DATE TO WS-BUS-DATE.
007150 1700-SET-ENV.
007160     SET ENVIRONMENT 'HW_BUS_DATE' TO WS-BUS-DATE.
007170 1700-EXIT.
007180     EXIT.
