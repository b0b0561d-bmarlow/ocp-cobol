000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.     HWSTMT.
000120 AUTHOR.         R L MORRISON.
000130 INSTALLATION.   SHOP OPERATIONS - OPENSHIFT BATCH SERVICES.
000140 DATE-WRITTEN.   10/15/26.
000150 DATE-COMPILED.
000160*REMARKS.        MONTH-END CUSTOMER STATEMENTS FROM THE HWATHFIL
000170*                PER-ACCOUNT TRANSACTION HISTORY AND THE HWBALFIL
000180*                BALANCE FILE. THE STATEMENT MONTH IS THE MONTH OF
000190*                THE BUSINESS DATE (HW_BUS_DATE, DEFAULT TODAY) -
000200*                THE MONTH WHOSE MTD TOTALS HWBALFIL STILL HOLDS -
000210*                SO THE JOB RUNS AFTER THE LAST POSTING OF THE
000220*                MONTH AND BEFORE THE FIRST POSTING OF THE NEXT.
000230*
000240*                EVERY ACCOUNT ON HWBALFIL GETS ONE STATEMENT ON
000250*                STMTFILE: OPENING BALANCE, EVERY ITEM POSTED IN
000260*                THE MONTH WITH ITS TYPE DESCRIPTION AND RUNNING
000270*                BALANCE, THE MTD DEBITS AND CREDITS FROM
000280*                BAL-MTD-DEBITS/CREDITS, AND THE CLOSING BALANCE.
000290*                A STATEMENT WHOSE ITEMS DO NOT ADD UP TO THE
000300*                BALANCE FILE'S FIGURES IS MARKED SO.
000310*
000320*                THE STMTCTL CONTROL REPORT TOTALS THE STATEMENTS
000330*                AND TIES THEIR NET TO THE MONTH'S NET AS HWMONTH
000340*                ROLLS IT UP FROM HWHSTFIL, LESS THE POSTING
000350*                REJECTS HWBALPRF RECORDED ON HWPRFFIL FOR THE
000360*                MONTH'S DATES. ANY DIFFERENCE ENDS THE RUN RC 4.
000370*
000380*    MODIFICATION HISTORY
000390*    ------------------------------------------------------------
000400*    DATE       INIT  DESCRIPTION
000410*    10/15/26   RLM   INITIAL VERSION.
000420******************************************************************
000430
000440 ENVIRONMENT DIVISION.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT BAL-FILE ASSIGN TO "HWBALFIL"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS SEQUENTIAL
000500         RECORD KEY IS BAL-ACCOUNT-NO
000510         FILE STATUS IS WS-BAL-FILE-STATUS.
000520
000530     SELECT ATH-FILE ASSIGN TO "HWATHFIL"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS SEQUENTIAL
000560         RECORD KEY IS ATH-KEY
000570         FILE STATUS IS WS-ATH-FILE-STATUS.
000580
000590     SELECT ACCT-FILE ASSIGN TO "HWACTFIL"
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS RANDOM
000620         RECORD KEY IS ACT-ACCOUNT-NO
000630         FILE STATUS IS WS-ACT-FILE-STATUS.
000640
000650     SELECT HIST-FILE ASSIGN TO "HWHSTFIL"
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS SEQUENTIAL
000680         RECORD KEY IS HST-BUSINESS-DATE
000690         FILE STATUS IS WS-HST-FILE-STATUS.
000700
000710     SELECT PRF-FILE ASSIGN TO "HWPRFFIL"
000720         ORGANIZATION IS INDEXED
000730         ACCESS MODE IS SEQUENTIAL
000740         RECORD KEY IS PRF-BUSINESS-DATE
000750         FILE STATUS IS WS-PRF-FILE-STATUS.
000760
000770     SELECT STMT-FILE ASSIGN TO "STMTFILE"
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS WS-STM-FILE-STATUS.
000800
000810     SELECT REPORT-FILE ASSIGN TO "STMTCTL"
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS WS-RPT-FILE-STATUS.
000840
000850 DATA DIVISION.
000860 FILE SECTION.
000870 FD  BAL-FILE.
000880     COPY HWBAL.
000890
000900 FD  ATH-FILE.
000910     COPY HWATH.
000920
000930 FD  ACCT-FILE.
000940     COPY HWACT.
000950
000960 FD  HIST-FILE.
000970     COPY HWHST.
000980
000990 FD  PRF-FILE.
001000     COPY HWPRF.
001010
001020 FD  STMT-FILE.
001030 01  STM-RECORD                  PIC X(80).
001040
001050 FD  REPORT-FILE.
001060 01  RPT-RECORD                  PIC X(80).
001070
001080 WORKING-STORAGE SECTION.
001090 01  WS-STMT-CNT                 PIC 9(07)   VALUE ZERO.
001100 01  WS-ACTIVE-CNT               PIC 9(07)   VALUE ZERO.
001110 01  WS-ITEM-CNT                 PIC 9(07)   VALUE ZERO.
001120 01  WS-DISAGREE-CNT             PIC 9(07)   VALUE ZERO.
001130 01  WS-ORPHAN-CNT               PIC 9(07)   VALUE ZERO.
001140 01  WS-HST-DAYS                 PIC 9(05)   VALUE ZERO.
001150 01  WS-PRF-DAYS                 PIC 9(05)   VALUE ZERO.
001160
001170******************************************************************
001180*    RUN TOTALS FOR THE CONTROL REPORT.
001190******************************************************************
001200 01  WS-TOT-OPEN-BAL             PIC S9(13)V99 VALUE ZERO.
001210 01  WS-TOT-CLOSE-BAL            PIC S9(13)V99 VALUE ZERO.
001220 01  WS-TOT-DEBITS               PIC S9(13)V99 VALUE ZERO.
001230 01  WS-TOT-CREDITS              PIC S9(13)V99 VALUE ZERO.
001240 01  WS-TOT-NET                  PIC S9(13)V99 VALUE ZERO.
001250 01  WS-TOT-MTD-DEBITS           PIC S9(13)V99 VALUE ZERO.
001260 01  WS-TOT-MTD-CREDITS          PIC S9(13)V99 VALUE ZERO.
001270 01  WS-ORPHAN-NET               PIC S9(13)V99 VALUE ZERO.
001280 01  WS-HST-NET                  PIC S9(13)V99 VALUE ZERO.
001290 01  WS-REJ-NET                  PIC S9(13)V99 VALUE ZERO.
001300 01  WS-EXPECTED-NET             PIC S9(13)V99 VALUE ZERO.
001310 01  WS-POSTED-NET               PIC S9(13)V99 VALUE ZERO.
001320 01  WS-TIE-DIFF                 PIC S9(13)V99 VALUE ZERO.
001330 01  WS-BAL-MOVE                 PIC S9(13)V99 VALUE ZERO.
001340
001350******************************************************************
001360*    THE STATEMENT IN PROGRESS.
001370******************************************************************
001380 01  WS-ACCT-ITEM-CNT            PIC 9(05)   VALUE ZERO.
001390 01  WS-ACCT-OPEN-BAL            PIC S9(11)V99 VALUE ZERO.
001400 01  WS-ACCT-DEBITS              PIC S9(11)V99 VALUE ZERO.
001410 01  WS-ACCT-CREDITS             PIC S9(11)V99 VALUE ZERO.
001420 01  WS-ACCT-NET                 PIC S9(11)V99 VALUE ZERO.
001430 01  WS-ACCT-MTD-DEBITS          PIC S9(11)V99 VALUE ZERO.
001440 01  WS-ACCT-MTD-CREDITS         PIC S9(11)V99 VALUE ZERO.
001450 01  WS-ACCT-CHECK-BAL           PIC S9(11)V99 VALUE ZERO.
001460
001470 01  WS-BAL-EOF-SW               PIC X(01)   VALUE 'N'.
001480     88  WS-BAL-EOF                  VALUE 'Y'.
001490 01  WS-ATH-EOF-SW               PIC X(01)   VALUE 'N'.
001500     88  WS-ATH-EOF                  VALUE 'Y'.
001510 01  WS-ATH-OPEN-SW              PIC X(01)   VALUE 'N'.
001520     88  WS-ATH-OPEN                 VALUE 'Y'.
001530 01  WS-HST-EOF-SW               PIC X(01)   VALUE 'N'.
001540     88  WS-HST-EOF                  VALUE 'Y'.
001550 01  WS-PRF-EOF-SW               PIC X(01)   VALUE 'N'.
001560     88  WS-PRF-EOF                  VALUE 'Y'.
001570
001580 01  WS-BAL-FILE-STATUS          PIC X(02)   VALUE '00'.
001590 01  WS-ATH-FILE-STATUS          PIC X(02)   VALUE '00'.
001600 01  WS-ACT-FILE-STATUS          PIC X(02)   VALUE '00'.
001610 01  WS-HST-FILE-STATUS          PIC X(02)   VALUE '00'.
001620 01  WS-PRF-FILE-STATUS          PIC X(02)   VALUE '00'.
001630 01  WS-STM-FILE-STATUS          PIC X(02)   VALUE '00'.
001640 01  WS-RPT-FILE-STATUS          PIC X(02)   VALUE '00'.
001650
001660 01  WS-RUN-DATE                 PIC X(08)   VALUE SPACES.
001670 01  WS-RUN-TIME                 PIC X(08)   VALUE SPACES.
001680 01  WS-BUS-DATE                 PIC X(08)   VALUE SPACES.
001690 01  WS-ENV-BUS-DATE             PIC X(08)   VALUE SPACES.
001700 01  WS-STMT-MONTH               PIC X(06)   VALUE SPACES.
001710
001720 01  WS-STM-RULE                 PIC X(80)   VALUE ALL '-'.
001730
001740 01  WS-STM-HDR.
001750     05  FILLER                  PIC X(18)   VALUE
001760             'STATEMENT ACCOUNT '.
001770     05  WS-STM-HDR-ACCOUNT      PIC X(10).
001780     05  FILLER                  PIC X(02)   VALUE SPACES.
001790     05  WS-STM-HDR-NAME         PIC X(30).
001800     05  FILLER                  PIC X(08)   VALUE '  MONTH '.
001810     05  WS-STM-HDR-MONTH        PIC X(06).
001820     05  FILLER                  PIC X(06)   VALUE SPACES.
001830
001840 01  WS-STM-COLS.
001850     05  FILLER                  PIC X(10)   VALUE 'DATE'.
001860     05  FILLER                  PIC X(28)   VALUE 'TYPE'.
001870     05  FILLER                  PIC X(14)   VALUE
001880             '        AMOUNT'.
001890     05  FILLER                  PIC X(19)   VALUE
001900             '            BALANCE'.
001910     05  FILLER                  PIC X(09)   VALUE SPACES.
001920
001930 01  WS-STM-ITEM.
001940     05  WS-STM-ITEM-DATE        PIC X(08).
001950     05  FILLER                  PIC X(02)   VALUE SPACES.
001960     05  WS-STM-ITEM-TYPE        PIC X(02).
001970     05  FILLER                  PIC X(01)   VALUE SPACES.
001980     05  WS-STM-ITEM-DESC        PIC X(24).
001990     05  FILLER                  PIC X(01)   VALUE SPACES.
002000     05  WS-STM-ITEM-AMT         PIC ---,---,--9.99.
002010     05  FILLER                  PIC X(01)   VALUE SPACES.
002020     05  WS-STM-ITEM-BAL         PIC ---,---,---,--9.99.
002030     05  FILLER                  PIC X(09)   VALUE SPACES.
002040
002050 01  WS-STM-MONEY.
002060     05  WS-STM-MLABEL           PIC X(20)   VALUE SPACES.
002070     05  FILLER                  PIC X(33)   VALUE SPACES.
002080     05  WS-STM-AMT              PIC ---,---,---,--9.99.
002090     05  FILLER                  PIC X(09)   VALUE SPACES.
002100
002110 01  WS-RPT-MONEY.
002120     05  WS-RPT-MLABEL           PIC X(28)   VALUE SPACES.
002130     05  WS-RPT-AMT              PIC --,---,---,---,--9.99.
002140     05  FILLER                  PIC X(31)   VALUE SPACES.
002150
002160 01  WS-RPT-TOTAL.
002170     05  WS-RPT-LABEL            PIC X(28)   VALUE SPACES.
002180     05  WS-RPT-COUNT            PIC Z(6)9.
002190     05  FILLER                  PIC X(45)   VALUE SPACES.
002200
002210 COPY HWJLG.
002220 01  WS-SAVE-RETURN-CODE         PIC S9(08) COMP VALUE ZERO.
002230
002240******************************************************************
002250 PROCEDURE DIVISION.
002260******************************************************************
002270
002280 0000-MAINLINE.
002290     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002300     PERFORM 9000-LOG-JOB-START THRU 9000-EXIT.
002310     PERFORM 2000-PRODUCE-STATEMENTS THRU 2000-EXIT.
002320     PERFORM 3000-TOTAL-MONTH-HISTORY THRU 3000-EXIT.
002330     PERFORM 3200-TOTAL-MONTH-REJECTS THRU 3200-EXIT.
002340     PERFORM 3500-PRINT-CONTROL THRU 3500-EXIT.
002350     PERFORM 3900-CLOSE-FILES THRU 3900-EXIT.
002360     PERFORM 9100-LOG-JOB-END THRU 9100-EXIT.
002370     STOP RUN.
002380
002390******************************************************************
002400*    1000-INITIALIZE  --  STAMP THE RUN, RESOLVE THE STATEMENT
002410*                         MONTH, AND OPEN EVERYTHING. THE BALANCE
002420*                         FILE AND ACCOUNT MASTER MUST BE THERE;
002430*                         NO ACCOUNT HISTORY YET MEANS EVERY
002440*                         STATEMENT SHOWS NO ACTIVITY.
002450******************************************************************
002460 1000-INITIALIZE.
002470     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002480     ACCEPT WS-RUN-TIME FROM TIME.
002490     PERFORM 1700-RESOLVE-BUS-DATE THRU 1700-EXIT.
002500     MOVE WS-BUS-DATE(1:6) TO WS-STMT-MONTH.
002510     OPEN INPUT BAL-FILE.
002520     IF WS-BAL-FILE-STATUS NOT = '00'
002530         DISPLAY 'HWSTMT: BAL-FILE OPEN FAILED, STATUS='
002540             WS-BAL-FILE-STATUS UPON SYSERR
002550         MOVE 8 TO RETURN-CODE
002560         PERFORM 9000-LOG-JOB-START THRU 9000-EXIT
002570         PERFORM 9100-LOG-JOB-END THRU 9100-EXIT
002580         STOP RUN
002590     END-IF.
002600     OPEN INPUT ACCT-FILE.
002610     IF WS-ACT-FILE-STATUS NOT = '00'
002620         DISPLAY 'HWSTMT: ACCT-FILE OPEN FAILED, STATUS='
002630             WS-ACT-FILE-STATUS UPON SYSERR
002640         MOVE 8 TO RETURN-CODE
002650         PERFORM 9000-LOG-JOB-START THRU 9000-EXIT
002660         PERFORM 9100-LOG-JOB-END THRU 9100-EXIT
002670         STOP RUN
002680     END-IF.
002690     OPEN INPUT ATH-FILE.
002700     IF WS-ATH-FILE-STATUS = '35'
002710         SET WS-ATH-EOF TO TRUE
002720     ELSE
002730         IF WS-ATH-FILE-STATUS NOT = '00'
002740             DISPLAY 'HWSTMT: ATH-FILE OPEN FAILED, STATUS='
002750                 WS-ATH-FILE-STATUS UPON SYSERR
002760             MOVE 8 TO RETURN-CODE
002770             PERFORM 9000-LOG-JOB-START THRU 9000-EXIT
002780             PERFORM 9100-LOG-JOB-END THRU 9100-EXIT
002790             STOP RUN
002800         END-IF
002810         SET WS-ATH-OPEN TO TRUE
002820     END-IF.
002830     OPEN OUTPUT STMT-FILE.
002840     IF WS-STM-FILE-STATUS NOT = '00'
002850         DISPLAY 'HWSTMT: STMT-FILE OPEN FAILED, STATUS='
002860             WS-STM-FILE-STATUS UPON SYSERR
002870         MOVE 8 TO RETURN-CODE
002880         PERFORM 9000-LOG-JOB-START THRU 9000-EXIT
002890         PERFORM 9100-LOG-JOB-END THRU 9100-EXIT
002900         STOP RUN
002910     END-IF.
002920     OPEN OUTPUT REPORT-FILE.
002930     IF WS-RPT-FILE-STATUS NOT = '00'
002940         DISPLAY 'HWSTMT: REPORT-FILE OPEN FAILED, STATUS='
002950             WS-RPT-FILE-STATUS UPON SYSERR
002960         MOVE 8 TO RETURN-CODE
002970         PERFORM 9000-LOG-JOB-START THRU 9000-EXIT
002980         PERFORM 9100-LOG-JOB-END THRU 9100-EXIT
002990         STOP RUN
003000     END-IF.
003010     MOVE 'HWSTMT MONTH-END STATEMENT CONTROL' TO RPT-RECORD.
003020     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
003030     MOVE SPACES TO RPT-RECORD.
003040     STRING 'STATEMENT MONTH ' WS-STMT-MONTH
003050         '  RUN ' WS-RUN-DATE ' ' WS-RUN-TIME
003060         DELIMITED BY SIZE INTO RPT-RECORD.
003070     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
003080 1000-EXIT.
003090     EXIT.
003100
003110******************************************************************
003120*    1700-RESOLVE-BUS-DATE  --  HW_BUS_DATE, WHEN SET TO A VALID
003130*                               DATE, PICKS THE STATEMENT MONTH.
003140*                               THE FILES READ ARE THE LIVE ONES
003150*                               - THERE ARE NO DATED GENERATIONS
003160*                               OF THE BALANCE OR HISTORY FILES.
003170******************************************************************
003180 1700-RESOLVE-BUS-DATE.
003190     MOVE WS-RUN-DATE TO WS-BUS-DATE.
003200     MOVE SPACES TO WS-ENV-BUS-DATE.
003210     ACCEPT WS-ENV-BUS-DATE FROM ENVIRONMENT "HW_BUS_DATE"
003220         ON EXCEPTION
003230             MOVE SPACES TO WS-ENV-BUS-DATE
003240     END-ACCEPT.
003250     IF WS-ENV-BUS-DATE = SPACES
003260         GO TO 1700-EXIT
003270     END-IF.
003280     IF WS-ENV-BUS-DATE NOT NUMERIC
003290         DISPLAY 'HWSTMT: BAD HW_BUS_DATE IGNORED: '
003300             WS-ENV-BUS-DATE UPON SYSERR
003310         GO TO 1700-EXIT
003320     END-IF.
003330     MOVE WS-ENV-BUS-DATE TO WS-BUS-DATE.
003340 1700-EXIT.
003350     EXIT.
003360
003370******************************************************************
003380*    2000-PRODUCE-STATEMENTS  --  MATCH THE BALANCE FILE AGAINST
003390*                                 THE ACCOUNT HISTORY, BOTH IN
003400*                                 ACCOUNT ORDER. HISTORY FOR AN
003410*                                 ACCOUNT WITH NO BALANCE RECORD
003420*                                 IS COUNTED, NOT PRINTED.
003430******************************************************************
003440 2000-PRODUCE-STATEMENTS.
003450     PERFORM 2100-READ-BALANCE THRU 2100-EXIT.
003460     IF NOT WS-ATH-EOF
003470         PERFORM 2150-READ-HISTORY THRU 2150-EXIT
003480     END-IF.
003490     PERFORM 2200-PRODUCE-ONE-STATEMENT THRU 2200-EXIT
003500         UNTIL WS-BAL-EOF.
003510     PERFORM 2800-COUNT-ORPHAN-ITEM THRU 2800-EXIT
003520         UNTIL WS-ATH-EOF.
003530 2000-EXIT.
003540     EXIT.
003550
003560 2100-READ-BALANCE.
003570     READ BAL-FILE NEXT RECORD
003580         AT END
003590             SET WS-BAL-EOF TO TRUE
003600     END-READ.
003610     IF NOT WS-BAL-EOF AND WS-BAL-FILE-STATUS NOT = '00'
003620         DISPLAY 'HWSTMT: BAL-FILE READ FAILED, STATUS='
003630             WS-BAL-FILE-STATUS UPON SYSERR
003640         MOVE 8 TO RETURN-CODE
003650         SET WS-BAL-EOF TO TRUE
003660     END-IF.
003670 2100-EXIT.
003680     EXIT.
003690
003700 2150-READ-HISTORY.
003710     READ ATH-FILE NEXT RECORD
003720         AT END
003730             SET WS-ATH-EOF TO TRUE
003740     END-READ.
003750     IF NOT WS-ATH-EOF AND WS-ATH-FILE-STATUS NOT = '00'
003760         DISPLAY 'HWSTMT: ATH-FILE READ FAILED, STATUS='
003770             WS-ATH-FILE-STATUS UPON SYSERR
003780         MOVE 8 TO RETURN-CODE
003790         SET WS-ATH-EOF TO TRUE
003800     END-IF.
003810 2150-EXIT.
003820     EXIT.
003830
003840******************************************************************
003850*    2200-PRODUCE-ONE-STATEMENT  --  ONE BALANCE RECORD, ONE
003860*                                    STATEMENT, WITH EVERY ONE OF
003870*                                    THE ACCOUNT'S HISTORY ITEMS
003880*                                    FOR THE MONTH ON IT.
003890******************************************************************
003900 2200-PRODUCE-ONE-STATEMENT.
003910     PERFORM 2800-COUNT-ORPHAN-ITEM THRU 2800-EXIT
003920         UNTIL WS-ATH-EOF OR ATH-ACCOUNT-NO NOT < BAL-ACCOUNT-NO.
003930     PERFORM 2300-START-STATEMENT THRU 2300-EXIT.
003940     PERFORM 2400-STATEMENT-ITEM THRU 2400-EXIT
003950         UNTIL WS-ATH-EOF OR ATH-ACCOUNT-NO NOT = BAL-ACCOUNT-NO.
003960     PERFORM 2500-END-STATEMENT THRU 2500-EXIT.
003970     PERFORM 2100-READ-BALANCE THRU 2100-EXIT.
003980 2200-EXIT.
003990     EXIT.
004000
004010******************************************************************
004020*    2300-START-STATEMENT  --  HEADING WITH THE ACCOUNT NAME FROM
004030*                              THE MASTER, AND THE MONTH'S MTD
004040*                              FIGURES - ZERO WHEN THE BALANCE
004050*                              RECORD'S MTD BELONGS TO AN EARLIER
004060*                              MONTH, I.E. NOTHING POSTED SINCE.
004070******************************************************************
004080 2300-START-STATEMENT.
004090     ADD 1 TO WS-STMT-CNT.
004100     MOVE ZERO TO WS-ACCT-ITEM-CNT.
004110     MOVE ZERO TO WS-ACCT-DEBITS.
004120     MOVE ZERO TO WS-ACCT-CREDITS.
004130     MOVE ZERO TO WS-ACCT-NET.
004140     MOVE BAL-CURR-BAL TO WS-ACCT-OPEN-BAL.
004150     IF BAL-MTD-MONTH = WS-STMT-MONTH
004160         MOVE BAL-MTD-DEBITS TO WS-ACCT-MTD-DEBITS
004170         MOVE BAL-MTD-CREDITS TO WS-ACCT-MTD-CREDITS
004180     ELSE
004190         MOVE ZERO TO WS-ACCT-MTD-DEBITS
004200         MOVE ZERO TO WS-ACCT-MTD-CREDITS
004210     END-IF.
004220     MOVE SPACES TO WS-STM-HDR-NAME.
004230     MOVE BAL-ACCOUNT-NO TO ACT-ACCOUNT-NO.
004240     READ ACCT-FILE.
004250     EVALUATE WS-ACT-FILE-STATUS
004260         WHEN '00'
004270             MOVE ACT-NAME TO WS-STM-HDR-NAME
004280         WHEN '23'
004290             MOVE 'NOT ON ACCOUNT MASTER' TO WS-STM-HDR-NAME
004300         WHEN OTHER
004310             DISPLAY 'HWSTMT: ACCT-FILE READ FAILED, STATUS='
004320                 WS-ACT-FILE-STATUS UPON SYSERR
004330             MOVE 8 TO RETURN-CODE
004340     END-EVALUATE.
004350     MOVE WS-STM-RULE TO STM-RECORD.
004360     PERFORM 3300-WRITE-STMT-LINE THRU 3300-EXIT.
004370     MOVE BAL-ACCOUNT-NO TO WS-STM-HDR-ACCOUNT.
004380     MOVE WS-STMT-MONTH TO WS-STM-HDR-MONTH.
004390     MOVE WS-STM-HDR TO STM-RECORD.
004400     PERFORM 3300-WRITE-STMT-LINE THRU 3300-EXIT.
004410     MOVE SPACES TO STM-RECORD.
004420     PERFORM 3300-WRITE-STMT-LINE THRU 3300-EXIT.
004430 2300-EXIT.
004440     EXIT.
004450
004460******************************************************************
004470*    2400-STATEMENT-ITEM  --  ITEMS OF OTHER MONTHS ARE PASSED
004480*                             OVER. THE FIRST ITEM OF THE MONTH
004490*                             FIXES THE OPENING BALANCE - ITS
004500*                             RUNNING BALANCE LESS ITS AMOUNT -
004510*                             AND PRINTS IT AHEAD OF THE ITEMS.
004520******************************************************************
004530 2400-STATEMENT-ITEM.
004540     IF ATH-BUSINESS-DATE(1:6) NOT = WS-STMT-MONTH
004550         GO TO 2400-READ-NEXT
004560     END-IF.
004570     IF WS-ACCT-ITEM-CNT = ZERO
004580         COMPUTE WS-ACCT-OPEN-BAL = ATH-RUNNING-BAL - ATH-AMOUNT
004590         MOVE 'OPENING BALANCE' TO WS-STM-MLABEL
004600         MOVE WS-ACCT-OPEN-BAL TO WS-STM-AMT
004610         MOVE WS-STM-MONEY TO STM-RECORD
004620         PERFORM 3300-WRITE-STMT-LINE THRU 3300-EXIT
004630         MOVE WS-STM-COLS TO STM-RECORD
004640         PERFORM 3300-WRITE-STMT-LINE THRU 3300-EXIT
004650     END-IF.
004660     ADD 1 TO WS-ACCT-ITEM-CNT.
004670     ADD 1 TO WS-ITEM-CNT.
004680     ADD ATH-AMOUNT TO WS-ACCT-NET.
004690     IF ATH-AMOUNT < ZERO
004700         SUBTRACT ATH-AMOUNT FROM WS-ACCT-CREDITS
004710     ELSE
004720         ADD ATH-AMOUNT TO WS-ACCT-DEBITS
004730     END-IF.
004740     MOVE SPACES TO WS-STM-ITEM.
004750     MOVE ATH-TRAN-DATE TO WS-STM-ITEM-DATE.
004760     MOVE ATH-TRAN-TYPE TO WS-STM-ITEM-TYPE.
004770     MOVE ATH-TYPE-DESC TO WS-STM-ITEM-DESC.
004780     MOVE ATH-AMOUNT TO WS-STM-ITEM-AMT.
004790     MOVE ATH-RUNNING-BAL TO WS-STM-ITEM-BAL.
004800     MOVE WS-STM-ITEM TO STM-RECORD.
004810     PERFORM 3300-WRITE-STMT-LINE THRU 3300-EXIT.
004820 2400-READ-NEXT.
004830     PERFORM 2150-READ-HISTORY THRU 2150-EXIT.
004840 2400-EXIT.
004850     EXIT.
004860
004870******************************************************************
004880*    2500-END-STATEMENT  --  MTD TOTALS AND CLOSING BALANCE. THE
004890*                            ITEMS MUST ACCOUNT FOR THE BALANCE
004900*                            FILE'S MTD FIGURES AND CARRY THE
004910*                            OPENING BALANCE TO THE CLOSING ONE;
004920*                            A STATEMENT THAT DOES NOT IS MARKED
004930*                            AND COUNTED ON THE CONTROL REPORT.
004940******************************************************************
004950 2500-END-STATEMENT.
004960     IF WS-ACCT-ITEM-CNT = ZERO
004970         MOVE 'OPENING BALANCE' TO WS-STM-MLABEL
004980         MOVE WS-ACCT-OPEN-BAL TO WS-STM-AMT
004990         MOVE WS-STM-MONEY TO STM-RECORD
005000         PERFORM 3300-WRITE-STMT-LINE THRU 3300-EXIT
005010         MOVE '  NO ACTIVITY THIS MONTH' TO STM-RECORD
005020         PERFORM 3300-WRITE-STMT-LINE THRU 3300-EXIT
005030     ELSE
005040         ADD 1 TO WS-ACTIVE-CNT
005050     END-IF.
005060     MOVE SPACES TO STM-RECORD.
005070     PERFORM 3300-WRITE-STMT-LINE THRU 3300-EXIT.
005080     MOVE 'MTD DEBITS' TO WS-STM-MLABEL.
005090     MOVE WS-ACCT-MTD-DEBITS TO WS-STM-AMT.
005100     MOVE WS-STM-MONEY TO STM-RECORD.
005110     PERFORM 3300-WRITE-STMT-LINE THRU 3300-EXIT.
005120     MOVE 'MTD CREDITS' TO WS-STM-MLABEL.
005130     MOVE WS-ACCT-MTD-CREDITS TO WS-STM-AMT.
005140     MOVE WS-STM-MONEY TO STM-RECORD.
005150     PERFORM 3300-WRITE-STMT-LINE THRU 3300-EXIT.
005160     MOVE 'CLOSING BALANCE' TO WS-STM-MLABEL.
005170     MOVE BAL-CURR-BAL TO WS-STM-AMT.
005180     MOVE WS-STM-MONEY TO STM-RECORD.
005190     PERFORM 3300-WRITE-STMT-LINE THRU 3300-EXIT.
005200     COMPUTE WS-ACCT-CHECK-BAL = WS-ACCT-OPEN-BAL + WS-ACCT-NET.
005210     IF WS-ACCT-DEBITS NOT = WS-ACCT-MTD-DEBITS
005220         OR WS-ACCT-CREDITS NOT = WS-ACCT-MTD-CREDITS
005230         OR WS-ACCT-CHECK-BAL NOT = BAL-CURR-BAL
005240         ADD 1 TO WS-DISAGREE-CNT
005250         MOVE '  *** ITEMS DO NOT AGREE WITH THE BALANCE FILE ***'
005260             TO STM-RECORD
005270         PERFORM 3300-WRITE-STMT-LINE THRU 3300-EXIT
005280     END-IF.
005290     ADD WS-ACCT-OPEN-BAL TO WS-TOT-OPEN-BAL.
005300     ADD BAL-CURR-BAL TO WS-TOT-CLOSE-BAL.
005310     ADD WS-ACCT-DEBITS TO WS-TOT-DEBITS.
005320     ADD WS-ACCT-CREDITS TO WS-TOT-CREDITS.
005330     ADD WS-ACCT-NET TO WS-TOT-NET.
005340     ADD WS-ACCT-MTD-DEBITS TO WS-TOT-MTD-DEBITS.
005350     ADD WS-ACCT-MTD-CREDITS TO WS-TOT-MTD-CREDITS.
005360 2500-EXIT.
005370     EXIT.
005380
005390******************************************************************
005400*    2800-COUNT-ORPHAN-ITEM  --  A HISTORY ITEM FOR THE MONTH
005410*                                WHOSE ACCOUNT HAS NO BALANCE
005420*                                RECORD. IT STILL COUNTS TOWARD
005430*                                WHAT WAS POSTED.
005440******************************************************************
005450 2800-COUNT-ORPHAN-ITEM.
005460     IF ATH-BUSINESS-DATE(1:6) = WS-STMT-MONTH
005470         ADD 1 TO WS-ORPHAN-CNT
005480         ADD ATH-AMOUNT TO WS-ORPHAN-NET
005490     END-IF.
005500     PERFORM 2150-READ-HISTORY THRU 2150-EXIT.
005510 2800-EXIT.
005520     EXIT.
005530
005540******************************************************************
005550*    3000-TOTAL-MONTH-HISTORY  --  THE MONTH'S NET EXACTLY AS
005560*                                  HWMONTH ROLLS IT UP - EVERY
005570*                                  HWHSTFIL RECORD DATED IN THE
005580*                                  MONTH.
005590******************************************************************
005600 3000-TOTAL-MONTH-HISTORY.
005610     OPEN INPUT HIST-FILE.
005620     IF WS-HST-FILE-STATUS = '35'
005630         GO TO 3000-EXIT
005640     END-IF.
005650     IF WS-HST-FILE-STATUS NOT = '00'
005660         DISPLAY 'HWSTMT: HIST-FILE OPEN FAILED, STATUS='
005670             WS-HST-FILE-STATUS UPON SYSERR
005680         MOVE 8 TO RETURN-CODE
005690         GO TO 3000-EXIT
005700     END-IF.
005710     PERFORM 3010-READ-HIST THRU 3010-EXIT.
005720     PERFORM 3020-ADD-HIST THRU 3020-EXIT
005730         UNTIL WS-HST-EOF.
005740     CLOSE HIST-FILE.
005750 3000-EXIT.
005760     EXIT.
005770
005780 3010-READ-HIST.
005790     READ HIST-FILE NEXT RECORD
005800         AT END
005810             SET WS-HST-EOF TO TRUE
005820     END-READ.
005830     IF NOT WS-HST-EOF AND WS-HST-FILE-STATUS NOT = '00'
005840         DISPLAY 'HWSTMT: HIST-FILE READ FAILED, STATUS='
005850             WS-HST-FILE-STATUS UPON SYSERR
005860         MOVE 8 TO RETURN-CODE
005870         SET WS-HST-EOF TO TRUE
005880     END-IF.
005890 3010-EXIT.
005900     EXIT.
005910
005920 3020-ADD-HIST.
005930     IF HST-BUSINESS-DATE(1:6) = WS-STMT-MONTH
005940         ADD 1 TO WS-HST-DAYS
005950         ADD HST-NET-AMT TO WS-HST-NET
005960     END-IF.
005970     PERFORM 3010-READ-HIST THRU 3010-EXIT.
005980 3020-EXIT.
005990     EXIT.
006000
006010******************************************************************
006020*    3200-TOTAL-MONTH-REJECTS  --  WHAT HWPOST REJECTED ON THE
006030*                                  MONTH'S DATES NEVER REACHED AN
006040*                                  ACCOUNT. HWBALPRF KEEPS IT PER
006050*                                  DATE ON HWPRFFIL.
006060******************************************************************
006070 3200-TOTAL-MONTH-REJECTS.
006080     OPEN INPUT PRF-FILE.
006090     IF WS-PRF-FILE-STATUS = '35'
006100         GO TO 3200-EXIT
006110     END-IF.
006120     IF WS-PRF-FILE-STATUS NOT = '00'
006130         DISPLAY 'HWSTMT: PRF-FILE OPEN FAILED, STATUS='
006140             WS-PRF-FILE-STATUS UPON SYSERR
006150         MOVE 8 TO RETURN-CODE
006160         GO TO 3200-EXIT
006170     END-IF.
006180     PERFORM 3210-READ-PRF THRU 3210-EXIT.
006190     PERFORM 3220-ADD-PRF THRU 3220-EXIT
006200         UNTIL WS-PRF-EOF.
006210     CLOSE PRF-FILE.
006220 3200-EXIT.
006230     EXIT.
006240
006250 3210-READ-PRF.
006260     READ PRF-FILE NEXT RECORD
006270         AT END
006280             SET WS-PRF-EOF TO TRUE
006290     END-READ.
006300     IF NOT WS-PRF-EOF AND WS-PRF-FILE-STATUS NOT = '00'
006310         DISPLAY 'HWSTMT: PRF-FILE READ FAILED, STATUS='
006320             WS-PRF-FILE-STATUS UPON SYSERR
006330         MOVE 8 TO RETURN-CODE
006340         SET WS-PRF-EOF TO TRUE
006350     END-IF.
006360 3210-EXIT.
006370     EXIT.
006380
006390 3220-ADD-PRF.
006400     IF PRF-BUSINESS-DATE(1:6) = WS-STMT-MONTH
006410         ADD 1 TO WS-PRF-DAYS
006420         ADD PRF-REJECT-NET TO WS-REJ-NET
006430     END-IF.
006440     PERFORM 3210-READ-PRF THRU 3210-EXIT.
006450 3220-EXIT.
006460     EXIT.
006470
006480******************************************************************
006490*    3500-PRINT-CONTROL  --  STATEMENT TOTALS, THEN THE TIE: THE
006500*                            HWMONTH NET LESS THE POSTING REJECTS
006510*                            MUST EQUAL THE NET OF THE ITEMS ON
006520*                            THE STATEMENTS PLUS ANY ITEMS FOR
006530*                            ACCOUNTS WITH NO BALANCE RECORD.
006540******************************************************************
006550 3500-PRINT-CONTROL.
006560     MOVE SPACES TO RPT-RECORD.
006570     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
006580     MOVE 'STATEMENTS PRODUCED' TO WS-RPT-LABEL.
006590     MOVE WS-STMT-CNT TO WS-RPT-COUNT.
006600     PERFORM 3150-WRITE-TOTAL-LINE THRU 3150-EXIT.
006610     MOVE 'STATEMENTS WITH ACTIVITY' TO WS-RPT-LABEL.
006620     MOVE WS-ACTIVE-CNT TO WS-RPT-COUNT.
006630     PERFORM 3150-WRITE-TOTAL-LINE THRU 3150-EXIT.
006640     MOVE 'ITEMS ON STATEMENTS' TO WS-RPT-LABEL.
006650     MOVE WS-ITEM-CNT TO WS-RPT-COUNT.
006660     PERFORM 3150-WRITE-TOTAL-LINE THRU 3150-EXIT.
006670     MOVE 'STATEMENTS NOT AGREEING' TO WS-RPT-LABEL.
006680     MOVE WS-DISAGREE-CNT TO WS-RPT-COUNT.
006690     PERFORM 3150-WRITE-TOTAL-LINE THRU 3150-EXIT.
006700     MOVE 'ITEMS WITH NO BALANCE RECORD' TO WS-RPT-LABEL.
006710     MOVE WS-ORPHAN-CNT TO WS-RPT-COUNT.
006720     PERFORM 3150-WRITE-TOTAL-LINE THRU 3150-EXIT.
006730     MOVE SPACES TO RPT-RECORD.
006740     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
006750     MOVE 'TOTAL OPENING BALANCES' TO WS-RPT-MLABEL.
006760     MOVE WS-TOT-OPEN-BAL TO WS-RPT-AMT.
006770     PERFORM 3160-WRITE-MONEY-LINE THRU 3160-EXIT.
006780     MOVE 'TOTAL DEBIT ITEMS' TO WS-RPT-MLABEL.
006790     MOVE WS-TOT-DEBITS TO WS-RPT-AMT.
006800     PERFORM 3160-WRITE-MONEY-LINE THRU 3160-EXIT.
006810     MOVE 'TOTAL CREDIT ITEMS' TO WS-RPT-MLABEL.
006820     MOVE WS-TOT-CREDITS TO WS-RPT-AMT.
006830     PERFORM 3160-WRITE-MONEY-LINE THRU 3160-EXIT.
006840     MOVE 'TOTAL CLOSING BALANCES' TO WS-RPT-MLABEL.
006850     MOVE WS-TOT-CLOSE-BAL TO WS-RPT-AMT.
006860     PERFORM 3160-WRITE-MONEY-LINE THRU 3160-EXIT.
006870     MOVE 'TOTAL MTD DEBITS' TO WS-RPT-MLABEL.
006880     MOVE WS-TOT-MTD-DEBITS TO WS-RPT-AMT.
006890     PERFORM 3160-WRITE-MONEY-LINE THRU 3160-EXIT.
006900     MOVE 'TOTAL MTD CREDITS' TO WS-RPT-MLABEL.
006910     MOVE WS-TOT-MTD-CREDITS TO WS-RPT-AMT.
006920     PERFORM 3160-WRITE-MONEY-LINE THRU 3160-EXIT.
006930     COMPUTE WS-BAL-MOVE = WS-TOT-CLOSE-BAL - WS-TOT-OPEN-BAL.
006940     IF WS-BAL-MOVE NOT = WS-TOT-NET
006950         OR WS-TOT-DEBITS NOT = WS-TOT-MTD-DEBITS
006960         OR WS-TOT-CREDITS NOT = WS-TOT-MTD-CREDITS
006970         MOVE 'STATEMENT ITEMS DO NOT ACCOUNT FOR THE BALANCES'
006980             TO RPT-RECORD
006990         PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT
007000     END-IF.
007010     MOVE SPACES TO RPT-RECORD.
007020     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
007030     MOVE 'TIE TO HWMONTH MONTHLY NET' TO RPT-RECORD.
007040     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
007050     MOVE 'HISTORY DAYS IN MONTH' TO WS-RPT-LABEL.
007060     MOVE WS-HST-DAYS TO WS-RPT-COUNT.
007070     PERFORM 3150-WRITE-TOTAL-LINE THRU 3150-EXIT.
007080     MOVE 'PROOF DAYS IN MONTH' TO WS-RPT-LABEL.
007090     MOVE WS-PRF-DAYS TO WS-RPT-COUNT.
007100     PERFORM 3150-WRITE-TOTAL-LINE THRU 3150-EXIT.
007110     COMPUTE WS-EXPECTED-NET = WS-HST-NET - WS-REJ-NET.
007120     COMPUTE WS-POSTED-NET = WS-TOT-NET + WS-ORPHAN-NET.
007130     COMPUTE WS-TIE-DIFF = WS-POSTED-NET - WS-EXPECTED-NET.
007140     MOVE 'HWMONTH MONTHLY NET' TO WS-RPT-MLABEL.
007150     MOVE WS-HST-NET TO WS-RPT-AMT.
007160     PERFORM 3160-WRITE-MONEY-LINE THRU 3160-EXIT.
007170     MOVE 'LESS POSTING REJECTS' TO WS-RPT-MLABEL.
007180     MOVE WS-REJ-NET TO WS-RPT-AMT.
007190     PERFORM 3160-WRITE-MONEY-LINE THRU 3160-EXIT.
007200     MOVE 'NET DUE ON STATEMENTS' TO WS-RPT-MLABEL.
007210     MOVE WS-EXPECTED-NET TO WS-RPT-AMT.
007220     PERFORM 3160-WRITE-MONEY-LINE THRU 3160-EXIT.
007230     MOVE 'NET OF STATEMENT ITEMS' TO WS-RPT-MLABEL.
007240     MOVE WS-TOT-NET TO WS-RPT-AMT.
007250     PERFORM 3160-WRITE-MONEY-LINE THRU 3160-EXIT.
007260     MOVE 'NET OF ITEMS NOT STATED' TO WS-RPT-MLABEL.
007270     MOVE WS-ORPHAN-NET TO WS-RPT-AMT.
007280     PERFORM 3160-WRITE-MONEY-LINE THRU 3160-EXIT.
007290     MOVE 'DIFFERENCE' TO WS-RPT-MLABEL.
007300     MOVE WS-TIE-DIFF TO WS-RPT-AMT.
007310     PERFORM 3160-WRITE-MONEY-LINE THRU 3160-EXIT.
007320     MOVE SPACES TO RPT-RECORD.
007330     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
007340     IF WS-TIE-DIFF = ZERO AND WS-DISAGREE-CNT = ZERO
007350         AND WS-ORPHAN-CNT = ZERO
007360         AND WS-BAL-MOVE = WS-TOT-NET
007370         MOVE SPACES TO RPT-RECORD
007380         STRING 'STATEMENTS FOR ' WS-STMT-MONTH
007390             ' TIE TO THE HWMONTH NET'
007400             DELIMITED BY SIZE INTO RPT-RECORD
007410     ELSE
007420         MOVE SPACES TO RPT-RECORD
007430         STRING 'STATEMENTS FOR ' WS-STMT-MONTH
007440             ' OUT OF BALANCE - SEE ABOVE'
007450             DELIMITED BY SIZE INTO RPT-RECORD
007460         IF RETURN-CODE < 4
007470             MOVE 4 TO RETURN-CODE
007480         END-IF
007490     END-IF.
007500     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
007510 3500-EXIT.
007520     EXIT.
007530
007540 3100-WRITE-REPORT-LINE.
007550     WRITE RPT-RECORD.
007560     IF WS-RPT-FILE-STATUS NOT = '00'
007570         DISPLAY 'HWSTMT: REPORT-FILE WRITE FAILED, STATUS='
007580             WS-RPT-FILE-STATUS UPON SYSERR
007590         MOVE 8 TO RETURN-CODE
007600     END-IF.
007610 3100-EXIT.
007620     EXIT.
007630
007640 3150-WRITE-TOTAL-LINE.
007650     MOVE WS-RPT-TOTAL TO RPT-RECORD.
007660     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
007670 3150-EXIT.
007680     EXIT.
007690
007700 3160-WRITE-MONEY-LINE.
007710     MOVE WS-RPT-MONEY TO RPT-RECORD.
007720     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
007730 3160-EXIT.
007740     EXIT.
007750
007760 3300-WRITE-STMT-LINE.
007770     WRITE STM-RECORD.
007780     IF WS-STM-FILE-STATUS NOT = '00'
007790         DISPLAY 'HWSTMT: STMT-FILE WRITE FAILED, STATUS='
007800             WS-STM-FILE-STATUS UPON SYSERR
007810         MOVE 8 TO RETURN-CODE
007820     END-IF.
007830 3300-EXIT.
007840     EXIT.
007850
007860 3900-CLOSE-FILES.
007870     CLOSE BAL-FILE.
007880     CLOSE ACCT-FILE.
007890     IF WS-ATH-OPEN
007900         CLOSE ATH-FILE
007910     END-IF.
007920     CLOSE STMT-FILE.
007930     CLOSE REPORT-FILE.
007940 3900-EXIT.
007950     EXIT.
007960
007970******************************************************************
007980*    9000-LOG-JOB-START  --  STAMP THIS RUN AS RUNNING ON THE
007990*                            SHARED JOB-STATUS BOARD.
008000******************************************************************
008010 9000-LOG-JOB-START.
008020     MOVE 'HWSTMT' TO JOBLOG-JOB-NAME.
008030     SET JOBLOG-EVENT-START TO TRUE.
008040     MOVE SPACES TO JOBLOG-STATUS.
008050     MOVE ZERO TO JOBLOG-RETURN-CODE.
008060     MOVE WS-BUS-DATE TO JOBLOG-BUS-DATE.
008070     MOVE RETURN-CODE TO WS-SAVE-RETURN-CODE.
008080     CALL 'HWJOBLOG' USING JOBLOG-PARM.
008090     MOVE WS-SAVE-RETURN-CODE TO RETURN-CODE.
008100 9000-EXIT.
008110     EXIT.
008120
008130******************************************************************
008140*    9100-LOG-JOB-END  --  CLOSE THIS RUN OUT ON THE SHARED
008150*                          JOB-STATUS BOARD.
008160******************************************************************
008170 9100-LOG-JOB-END.
008180     MOVE 'HWSTMT' TO JOBLOG-JOB-NAME.
008190     SET JOBLOG-EVENT-END TO TRUE.
008200     IF RETURN-CODE > 4
008210         MOVE 'FAILED' TO JOBLOG-STATUS
008220     ELSE
008230         MOVE 'COMPLETE' TO JOBLOG-STATUS
008240     END-IF.
008250     MOVE RETURN-CODE TO JOBLOG-RETURN-CODE.
008260     MOVE WS-BUS-DATE TO JOBLOG-BUS-DATE.
008270     MOVE RETURN-CODE TO WS-SAVE-RETURN-CODE.
008280     CALL 'HWJOBLOG' USING JOBLOG-PARM.
008290     MOVE WS-SAVE-RETURN-CODE TO RETURN-CODE.
008300 9100-EXIT.
008310     EXIT.
