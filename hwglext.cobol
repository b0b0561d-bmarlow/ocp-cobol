000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.     HWGLEXT.
000120 AUTHOR.         R L MORRISON.
000130 INSTALLATION.   SHOP OPERATIONS - OPENSHIFT BATCH SERVICES.
000140 DATE-WRITTEN.   10/15/26.
000150 DATE-COMPILED.
000160*REMARKS.        GENERAL-LEDGER INTERFACE EXTRACT. RUNS AFTER HWPOST
000170*                AND HWCLOSE FOR A BUSINESS DATE AND TURNS THE DAY'S
000180*                POSTED ACTIVITY - THE CLEAN TRANFILE LESS THE
000190*                POSTREJ REJECTS - INTO ONE BALANCED JOURNAL ENTRY
000200*                PER TRANSACTION TYPE ON THE GLIFACE INTERFACE FILE,
000210*                SO ACCOUNTING NO LONGER RE-KEYS POSTRPT INTO THE GL.
000220*
000230*                EACH ENTRY IS TWO LINES FOR THE TYPE'S NET POSTED
000240*                AMOUNT: THE CUSTOMER BALANCES CONTROL ACCOUNT ON
000250*                THE TYPE'S TYP-DC-FLAG SIDE AND THE TYPE'S OWN
000260*                TYP-GL-ACCOUNT ON THE OPPOSITE SIDE. A NET THAT
000270*                RUNS AGAINST THE FLAG (A DAY OF REVERSALS) BOOKS
000280*                THE ENTRY THE OTHER WAY AND IS NOTED ON THE
000290*                REPORT. A TYPE WITH NO HWTYPFIL RECORD OR NO GL
000300*                ACCOUNT BOOKS TO THE SUSPENSE ACCOUNT AND ENDS THE
000310*                RUN WITH RC 4 SO IT GETS MAPPED.
000320*
000330*                THE FILE IS RELEASED ONLY FOR A DATE HWDAYFIL SAYS
000340*                IS CLOSED, AND ONLY ONCE - THE HWGLCFIL CONTROL
000350*                FILE REMEMBERS EVERY DATE ALREADY SENT AND A
000360*                SECOND RUN FOR THE SAME DATE IS REFUSED WITH RC 8
000370*                WITHOUT TOUCHING GLIFACE. RESULTS PRINT ON GLEXRPT.
000380*
000390*                ENVIRONMENT:
000400*                  HW_BUS_DATE      BUSINESS DATE TO EXTRACT
000410*                  HW_GL_CONTROL    CUSTOMER BALANCES CONTROL
000420*                                   ACCOUNT (DEFAULT 2000000000)
000430*                  HW_GL_SUSPENSE   SUSPENSE ACCOUNT FOR UNMAPPED
000440*                                   TYPES (DEFAULT 9999999999)
000450*
000460*    MODIFICATION HISTORY
000470*    ------------------------------------------------------------
000480*    DATE       INIT  DESCRIPTION
000490*    10/15/26   RLM   INITIAL VERSION.
000500******************************************************************
000510
000520 ENVIRONMENT DIVISION.
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550     SELECT TRAN-FILE ASSIGN TO "TRANFILE"
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS WS-TRN-FILE-STATUS.
000580
000590     SELECT PSTREJ-FILE ASSIGN TO "POSTREJ"
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS WS-PRJ-FILE-STATUS.
000620
000630     SELECT TYPE-FILE ASSIGN TO "HWTYPFIL"
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS RANDOM
000660         RECORD KEY IS TYP-CODE
000670         FILE STATUS IS WS-TYP-FILE-STATUS.
000680
000690     SELECT DAY-FILE ASSIGN TO "HWDAYFIL"
000700         ORGANIZATION IS INDEXED
000710         ACCESS MODE IS RANDOM
000720         RECORD KEY IS DAY-BUSINESS-DATE
000730         FILE STATUS IS WS-DAY-FILE-STATUS.
000740
000750     SELECT GLC-FILE ASSIGN TO "HWGLCFIL"
000760         ORGANIZATION IS INDEXED
000770         ACCESS MODE IS RANDOM
000780         RECORD KEY IS GLC-BUSINESS-DATE
000790         FILE STATUS IS WS-GLC-FILE-STATUS.
000800
000810     SELECT GLI-FILE ASSIGN TO "GLIFACE"
000820         ORGANIZATION IS SEQUENTIAL
000830         FILE STATUS IS WS-GLI-FILE-STATUS.
000840
000850     SELECT REPORT-FILE ASSIGN TO "GLEXRPT"
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS WS-RPT-FILE-STATUS.
000880
000890 DATA DIVISION.
000900 FILE SECTION.
000910 FD  TRAN-FILE
000920     RECORDING MODE IS F.
000930     COPY HWTRN.
000940
000950 FD  PSTREJ-FILE
000960     RECORDING MODE IS F.
000970     COPY HWREJ.
000980
000990 FD  TYPE-FILE.
001000     COPY HWTYP.
001010
001020 FD  DAY-FILE.
001030     COPY HWDAY.
001040
001050 FD  GLC-FILE.
001060     COPY HWGLC.
001070
001080 FD  GLI-FILE
001090     RECORDING MODE IS F.
001100     COPY HWGLI.
001110
001120 FD  REPORT-FILE.
001130 01  RPT-RECORD                  PIC X(80).
001140
001150 WORKING-STORAGE SECTION.
001160 01  WS-TRAN-READ-CNT            PIC 9(07)   VALUE ZERO.
001170 01  WS-REJ-READ-CNT             PIC 9(07)   VALUE ZERO.
001180 01  WS-POSTED-CNT               PIC 9(07)   VALUE ZERO.
001190 01  WS-POSTED-AMT               PIC S9(11)V99 VALUE ZERO.
001200 01  WS-ENTRY-CNT                PIC 9(05)   VALUE ZERO.
001210 01  WS-LINE-CNT                 PIC 9(07)   VALUE ZERO.
001220 01  WS-UNMAPPED-CNT             PIC 9(05)   VALUE ZERO.
001230 01  WS-AGAINST-CNT              PIC 9(05)   VALUE ZERO.
001240 01  WS-DEBIT-TOTAL              PIC 9(13)V99 VALUE ZERO.
001250 01  WS-CREDIT-TOTAL             PIC 9(13)V99 VALUE ZERO.
001260
001270 01  WS-TRN-EOF-SW               PIC X(01)   VALUE 'N'.
001280     88  WS-TRN-EOF                  VALUE 'Y'.
001290 01  WS-PRJ-EOF-SW               PIC X(01)   VALUE 'N'.
001300     88  WS-PRJ-EOF                  VALUE 'Y'.
001310 01  WS-DAY-CLOSED-SW            PIC X(01)   VALUE 'N'.
001320     88  WS-DAY-IS-CLOSED            VALUE 'Y'.
001330     88  WS-DAY-IS-OPEN              VALUE 'O'.
001340 01  WS-ALREADY-SENT-SW          PIC X(01)   VALUE 'N'.
001350     88  WS-ALREADY-SENT             VALUE 'Y'.
001360 01  WS-TABLE-FULL-SW            PIC X(01)   VALUE 'N'.
001370     88  WS-TABLE-FULL               VALUE 'Y'.
001380 01  WS-TYP-AVAIL-SW             PIC X(01)   VALUE 'N'.
001390     88  WS-TYP-AVAIL                VALUE 'Y'.
001400
001410 01  WS-TRN-FILE-STATUS          PIC X(02)   VALUE '00'.
001420 01  WS-PRJ-FILE-STATUS          PIC X(02)   VALUE '00'.
001430 01  WS-TYP-FILE-STATUS          PIC X(02)   VALUE '00'.
001440 01  WS-DAY-FILE-STATUS          PIC X(02)   VALUE '00'.
001450 01  WS-GLC-FILE-STATUS          PIC X(02)   VALUE '00'.
001460 01  WS-GLI-FILE-STATUS          PIC X(02)   VALUE '00'.
001470 01  WS-RPT-FILE-STATUS          PIC X(02)   VALUE '00'.
001480
001490 01  WS-RUN-DATE                 PIC X(08)   VALUE SPACES.
001500 01  WS-RUN-TIME                 PIC X(08)   VALUE SPACES.
001510 01  WS-BUS-DATE                 PIC X(08)   VALUE SPACES.
001520 01  WS-ENV-BUS-DATE             PIC X(08)   VALUE SPACES.
001530 01  WS-RERUN-SW                 PIC X(01)   VALUE 'N'.
001540     88  WS-RERUN                    VALUE 'Y'.
001550 01  WS-TRAN-FILE-NAME           PIC X(20)   VALUE 'TRANFILE'.
001560 01  WS-PRJ-FILE-NAME            PIC X(20)   VALUE 'POSTREJ'.
001570 01  WS-GLI-FILE-NAME            PIC X(20)   VALUE 'GLIFACE'.
001580 01  WS-RPT-FILE-NAME            PIC X(20)   VALUE 'GLEXRPT'.
001590
001600 01  WS-GL-CONTROL-ACCT          PIC X(10)   VALUE '2000000000'.
001610 01  WS-GL-SUSPENSE-ACCT         PIC X(10)   VALUE '9999999999'.
001620
001630 01  WS-DAY-STATUS               PIC X(08)   VALUE SPACES.
001640 01  WS-PRIOR-EXTRACT-DATE       PIC X(08)   VALUE SPACES.
001650 01  WS-PRIOR-EXTRACT-TIME       PIC X(08)   VALUE SPACES.
001660
001670     COPY HWTRN REPLACING LEADING ==TRAN== BY ==RJT==.
001680
001690******************************************************************
001700*    POSTED ACTIVITY BY TRANSACTION TYPE - THE CLEAN FILE ADDS IN,
001710*    THE POSTING REJECTS BACK OUT, AND THE HWTYPFIL MAPPING IS
001720*    LOOKED UP ONCE PER TYPE BEFORE THE ENTRIES ARE BUILT.
001730******************************************************************
001740 01  WS-GL-TYPE-COUNT            PIC 9(02)   VALUE ZERO.
001750 01  WS-GL-IDX                   PIC 9(02)   VALUE ZERO.
001760 01  WS-GL-USE                   PIC 9(02)   VALUE ZERO.
001770 01  WS-GL-FOUND-SW              PIC X(01)   VALUE 'N'.
001780     88  WS-GL-FOUND                 VALUE 'Y'.
001790 01  WS-GL-TYPE-TABLE.
001800     05  WS-GL-TYPE-ENTRY        OCCURS 50 TIMES.
001810         10  WS-GL-TYPE-CODE     PIC X(02).
001820         10  WS-GL-TYPE-CNT      PIC S9(07).
001830         10  WS-GL-TYPE-AMT      PIC S9(11)V99.
001840         10  WS-GL-TYPE-DESC     PIC X(30).
001850         10  WS-GL-TYPE-ACCOUNT  PIC X(10).
001860         10  WS-GL-TYPE-DC-FLAG  PIC X(01).
001870         10  WS-GL-TYPE-NOTE     PIC X(15).
001880
001890 01  WS-SEARCH-TYPE              PIC X(02)   VALUE SPACES.
001900 01  WS-ENTRY-AMT                PIC 9(11)V99 VALUE ZERO.
001910 01  WS-CONTROL-SIDE             PIC X(01)   VALUE SPACE.
001920 01  WS-TYPE-SIDE                PIC X(01)   VALUE SPACE.
001930 01  WS-LINE-ACCOUNT             PIC X(10)   VALUE SPACES.
001940 01  WS-LINE-SIDE                PIC X(01)   VALUE SPACE.
001950
001960 01  WS-RPT-TYPE-HDR.
001970     05  FILLER                  PIC X(02)   VALUE SPACES.
001980     05  FILLER                  PIC X(04)   VALUE 'TYPE'.
001990     05  FILLER                  PIC X(21)   VALUE 'DESCRIPTION'.
002000     05  FILLER                  PIC X(07)   VALUE ' POSTED'.
002010     05  FILLER                  PIC X(19)
002020                                 VALUE '         NET AMOUNT'.
002030     05  FILLER                  PIC X(11)   VALUE ' GL ACCOUNT'.
002040     05  FILLER                  PIC X(16)   VALUE ' NOTE'.
002050
002060 01  WS-RPT-TYPE-LINE.
002070     05  FILLER                  PIC X(02)   VALUE SPACES.
002080     05  WS-RPT-TYP-CODE         PIC X(02).
002090     05  FILLER                  PIC X(02)   VALUE SPACES.
002100     05  WS-RPT-TYP-DESC         PIC X(20).
002110     05  FILLER                  PIC X(01)   VALUE SPACES.
002120     05  WS-RPT-TYP-CNT          PIC ZZZ,ZZ9.
002130     05  FILLER                  PIC X(01)   VALUE SPACES.
002140     05  WS-RPT-TYP-AMT          PIC ---,---,---,--9.99.
002150     05  FILLER                  PIC X(01)   VALUE SPACES.
002160     05  WS-RPT-TYP-ACCOUNT      PIC X(10).
002170     05  FILLER                  PIC X(01)   VALUE SPACES.
002180     05  WS-RPT-TYP-NOTE         PIC X(15).
002190
002200 01  WS-RPT-MONEY.
002210     05  WS-RPT-MLABEL           PIC X(20)   VALUE SPACES.
002220     05  WS-RPT-AMT              PIC ---,---,---,--9.99.
002230     05  FILLER                  PIC X(42)   VALUE SPACES.
002240
002250 01  WS-RPT-TOTAL.
002260     05  WS-RPT-LABEL            PIC X(20)   VALUE SPACES.
002270     05  WS-RPT-COUNT            PIC Z(6)9.
002280     05  FILLER                  PIC X(53)   VALUE SPACES.
002290
002300 COPY HWJLG.
002310 01  WS-SAVE-RETURN-CODE         PIC S9(08) COMP VALUE ZERO.
002320
002330******************************************************************
002340 PROCEDURE DIVISION.
002350******************************************************************
002360
002370 0000-MAINLINE.
002380     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002390     PERFORM 9000-LOG-JOB-START THRU 9000-EXIT.
002400     PERFORM 1800-CHECK-DAY-CLOSED THRU 1800-EXIT.
002410     IF NOT WS-DAY-IS-CLOSED
002420         PERFORM 3700-PRINT-OPEN-REPORT THRU 3700-EXIT
002430         CLOSE REPORT-FILE
002440         MOVE 8 TO RETURN-CODE
002450         PERFORM 9100-LOG-JOB-END THRU 9100-EXIT
002460         STOP RUN
002470     END-IF.
002480     PERFORM 1850-CHECK-ALREADY-SENT THRU 1850-EXIT.
002490     IF WS-ALREADY-SENT
002500         PERFORM 3750-PRINT-DUP-REPORT THRU 3750-EXIT
002510         CLOSE GLC-FILE
002520         CLOSE REPORT-FILE
002530         MOVE 8 TO RETURN-CODE
002540         PERFORM 9100-LOG-JOB-END THRU 9100-EXIT
002550         STOP RUN
002560     END-IF.
002570     PERFORM 1900-OPEN-INPUT-FILES THRU 1900-EXIT.
002580     PERFORM 2000-SUMMARIZE-POSTED THRU 2000-EXIT.
002590     PERFORM 2500-LOOKUP-GL-MAPPING THRU 2500-EXIT.
002600     IF WS-TABLE-FULL
002610         DISPLAY 'HWGLEXT: MORE THAN 50 TRANSACTION TYPES - '
002620             'GLIFACE NOT WRITTEN' UPON SYSERR
002630         MOVE 8 TO RETURN-CODE
002640     ELSE
002650         PERFORM 2600-WRITE-INTERFACE THRU 2600-EXIT
002660     END-IF.
002670     PERFORM 3000-PRINT-REPORT THRU 3000-EXIT.
002680     IF WS-UNMAPPED-CNT > ZERO AND RETURN-CODE < 4
002690         MOVE 4 TO RETURN-CODE
002700     END-IF.
002710     IF RETURN-CODE < 8
002720         PERFORM 3800-WRITE-EXTRACT-CONTROL THRU 3800-EXIT
002730     END-IF.
002740     PERFORM 3900-CLOSE-FILES THRU 3900-EXIT.
002750     PERFORM 9100-LOG-JOB-END THRU 9100-EXIT.
002760     STOP RUN.
002770
002780******************************************************************
002790*    1000-INITIALIZE  --  STAMP THE RUN, RESOLVE THE BUSINESS DAY
002800*                         BEING EXTRACTED AND THE GL ACCOUNTS, AND
002810*                         OPEN THE REPORT.
002820******************************************************************
002830 1000-INITIALIZE.
002840     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002850     ACCEPT WS-RUN-TIME FROM TIME.
002860     PERFORM 1700-RESOLVE-BUS-DATE THRU 1700-EXIT.
002870     PERFORM 1200-LOAD-CONFIG THRU 1200-EXIT.
002880     OPEN OUTPUT REPORT-FILE.
002890     IF WS-RPT-FILE-STATUS NOT = '00'
002900         DISPLAY 'HWGLEXT: REPORT-FILE OPEN FAILED, STATUS='
002910             WS-RPT-FILE-STATUS UPON SYSERR
002920         MOVE 8 TO RETURN-CODE
002930         PERFORM 9000-LOG-JOB-START THRU 9000-EXIT
002940         PERFORM 9100-LOG-JOB-END THRU 9100-EXIT
002950         STOP RUN
002960     END-IF.
002970     MOVE 'HWGLEXT GENERAL LEDGER INTERFACE EXTRACT'
002980         TO RPT-RECORD.
002990     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
003000     MOVE SPACES TO RPT-RECORD.
003010     STRING 'BUSINESS DATE ' WS-BUS-DATE
003020         '  RUN ' WS-RUN-DATE ' ' WS-RUN-TIME
003030         DELIMITED BY SIZE INTO RPT-RECORD.
003040     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
003050     MOVE SPACES TO RPT-RECORD.
003060     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
003070 1000-EXIT.
003080     EXIT.
003090
003100******************************************************************
003110*    1200-LOAD-CONFIG  --  THE CONTROL AND SUSPENSE GL ACCOUNTS
003120*                          COME FROM THE ENVIRONMENT, WITH THE
003130*                          CODED DEFAULTS WHEN NOT SUPPLIED.
003140******************************************************************
003150 1200-LOAD-CONFIG.
003160     MOVE '2000000000' TO WS-GL-CONTROL-ACCT.
003170     ACCEPT WS-GL-CONTROL-ACCT FROM ENVIRONMENT "HW_GL_CONTROL"
003180         ON EXCEPTION
003190             MOVE '2000000000' TO WS-GL-CONTROL-ACCT
003200     END-ACCEPT.
003210     IF WS-GL-CONTROL-ACCT = SPACES
003220         MOVE '2000000000' TO WS-GL-CONTROL-ACCT
003230     END-IF.
003240     MOVE '9999999999' TO WS-GL-SUSPENSE-ACCT.
003250     ACCEPT WS-GL-SUSPENSE-ACCT FROM ENVIRONMENT "HW_GL_SUSPENSE"
003260         ON EXCEPTION
003270             MOVE '9999999999' TO WS-GL-SUSPENSE-ACCT
003280     END-ACCEPT.
003290     IF WS-GL-SUSPENSE-ACCT = SPACES
003300         MOVE '9999999999' TO WS-GL-SUSPENSE-ACCT
003310     END-IF.
003320 1200-EXIT.
003330     EXIT.
003340
003350******************************************************************
003360*    1800-CHECK-DAY-CLOSED  --  THE GL ONLY EVER GETS A DAY HWCLOSE
003370*                               HAS DECLARED CLOSED. NO STATUS FILE
003380*                               OR NO RECORD MEANS THE DAY WAS
003390*                               NEVER CLOSED AND MAY STILL BE UNDER
003400*                               REPAIR.
003410******************************************************************
003420 1800-CHECK-DAY-CLOSED.
003430     MOVE 'NONE' TO WS-DAY-STATUS.
003440     SET WS-DAY-IS-OPEN TO TRUE.
003450     OPEN INPUT DAY-FILE.
003460     IF WS-DAY-FILE-STATUS NOT = '00'
003470         GO TO 1800-EXIT
003480     END-IF.
003490     MOVE WS-BUS-DATE TO DAY-BUSINESS-DATE.
003500     READ DAY-FILE.
003510     IF WS-DAY-FILE-STATUS = '00'
003520         MOVE DAY-STATUS TO WS-DAY-STATUS
003530         IF DAY-CLOSED
003540             SET WS-DAY-IS-CLOSED TO TRUE
003550         END-IF
003560     END-IF.
003570     CLOSE DAY-FILE.
003580 1800-EXIT.
003590     EXIT.
003600
003610******************************************************************
003620*    1850-CHECK-ALREADY-SENT  --  OPEN THE GL EXTRACT CONTROL FILE
003630*                                 (CREATED EMPTY ON FIRST USE) AND
003640*                                 LOOK FOR THIS BUSINESS DATE. A
003650*                                 RECORD MEANS THE DAY IS ALREADY
003660*                                 IN THE GL.
003670******************************************************************
003680 1850-CHECK-ALREADY-SENT.
003690     OPEN I-O GLC-FILE.
003700     IF WS-GLC-FILE-STATUS = '35'
003710         OPEN OUTPUT GLC-FILE
003720         CLOSE GLC-FILE
003730         OPEN I-O GLC-FILE
003740     END-IF.
003750     IF WS-GLC-FILE-STATUS NOT = '00'
003760         DISPLAY 'HWGLEXT: GLC-FILE OPEN FAILED, STATUS='
003770             WS-GLC-FILE-STATUS UPON SYSERR
003780         CLOSE REPORT-FILE
003790         MOVE 8 TO RETURN-CODE
003800         PERFORM 9100-LOG-JOB-END THRU 9100-EXIT
003810         STOP RUN
003820     END-IF.
003830     MOVE WS-BUS-DATE TO GLC-BUSINESS-DATE.
003840     READ GLC-FILE.
003850     EVALUATE WS-GLC-FILE-STATUS
003860         WHEN '00'
003870             SET WS-ALREADY-SENT TO TRUE
003880             MOVE GLC-EXTRACT-DATE TO WS-PRIOR-EXTRACT-DATE
003890             MOVE GLC-EXTRACT-TIME TO WS-PRIOR-EXTRACT-TIME
003900         WHEN '23'
003910             CONTINUE
003920         WHEN OTHER
003930             DISPLAY 'HWGLEXT: GLC-FILE READ FAILED, STATUS='
003940                 WS-GLC-FILE-STATUS UPON SYSERR
003950             CLOSE GLC-FILE
003960             CLOSE REPORT-FILE
003970             MOVE 8 TO RETURN-CODE
003980             PERFORM 9100-LOG-JOB-END THRU 9100-EXIT
003990             STOP RUN
004000     END-EVALUATE.
004010 1850-EXIT.
004020     EXIT.
004030
004040******************************************************************
004050*    1900-OPEN-INPUT-FILES  --  THE CLEAN FILE AND HWPOST'S REJECT
004060*                               FILE ARE BOTH REQUIRED - NO POSTREJ
004070*                               MEANS HWPOST NEVER RAN FOR THE
004080*                               DATE AND THERE IS NOTHING POSTED TO
004090*                               SEND. A MISSING TYPE FILE IS NOT
004100*                               FATAL; EVERY TYPE GOES TO SUSPENSE.
004110******************************************************************
004120 1900-OPEN-INPUT-FILES.
004130     OPEN INPUT TRAN-FILE.
004140     IF WS-TRN-FILE-STATUS NOT = '00'
004150         DISPLAY 'HWGLEXT: TRAN-FILE OPEN FAILED, STATUS='
004160             WS-TRN-FILE-STATUS UPON SYSERR
004170         CLOSE GLC-FILE
004180         CLOSE REPORT-FILE
004190         MOVE 8 TO RETURN-CODE
004200         PERFORM 9100-LOG-JOB-END THRU 9100-EXIT
004210         STOP RUN
004220     END-IF.
004230     OPEN INPUT PSTREJ-FILE.
004240     IF WS-PRJ-FILE-STATUS NOT = '00'
004250         DISPLAY 'HWGLEXT: PSTREJ-FILE OPEN FAILED, STATUS='
004260             WS-PRJ-FILE-STATUS UPON SYSERR
004270         CLOSE TRAN-FILE
004280         CLOSE GLC-FILE
004290         CLOSE REPORT-FILE
004300         MOVE 8 TO RETURN-CODE
004310         PERFORM 9100-LOG-JOB-END THRU 9100-EXIT
004320         STOP RUN
004330     END-IF.
004340     OPEN INPUT TYPE-FILE.
004350     IF WS-TYP-FILE-STATUS = '00'
004360         SET WS-TYP-AVAIL TO TRUE
004370     ELSE
004380         DISPLAY 'HWGLEXT: TYPE-FILE NOT AVAILABLE, STATUS='
004390             WS-TYP-FILE-STATUS ' - ALL TYPES TO SUSPENSE'
004400             UPON SYSERR
004410     END-IF.
004420 1900-EXIT.
004430     EXIT.
004440
004450******************************************************************
004460*    2000-SUMMARIZE-POSTED  --  ADD UP THE CLEAN FILE BY TYPE, THEN
004470*                               BACK OUT WHAT HWPOST REJECTED, SO
004480*                               EACH TYPE CARRIES WHAT ACTUALLY
004490*                               POSTED TO HWBALFIL.
004500******************************************************************
004510 2000-SUMMARIZE-POSTED.
004520     PERFORM 2100-READ-TRAN THRU 2100-EXIT.
004530     PERFORM 2200-ADD-TRAN THRU 2200-EXIT
004540         UNTIL WS-TRN-EOF.
004550     PERFORM 2300-READ-REJECT THRU 2300-EXIT.
004560     PERFORM 2400-BACK-OUT-REJECT THRU 2400-EXIT
004570         UNTIL WS-PRJ-EOF.
004580 2000-EXIT.
004590     EXIT.
004600
004610 2100-READ-TRAN.
004620     READ TRAN-FILE
004630         AT END
004640             SET WS-TRN-EOF TO TRUE
004650     END-READ.
004660 2100-EXIT.
004670     EXIT.
004680
004690 2200-ADD-TRAN.
004700     ADD 1 TO WS-TRAN-READ-CNT.
004710     MOVE TRAN-TYPE TO WS-SEARCH-TYPE.
004720     PERFORM 2250-FIND-TYPE THRU 2250-EXIT.
004730     IF WS-GL-USE > ZERO
004740         ADD 1 TO WS-GL-TYPE-CNT(WS-GL-USE)
004750         ADD TRAN-AMOUNT TO WS-GL-TYPE-AMT(WS-GL-USE)
004760     END-IF.
004770     ADD 1 TO WS-POSTED-CNT.
004780     ADD TRAN-AMOUNT TO WS-POSTED-AMT.
004790     PERFORM 2100-READ-TRAN THRU 2100-EXIT.
004800 2200-EXIT.
004810     EXIT.
004820
004830******************************************************************
004840*    2250-FIND-TYPE  --  LOCATE WS-SEARCH-TYPE IN THE TABLE, ADDING
004850*                        IT ON FIRST SIGHT. WS-GL-USE COMES BACK
004860*                        ZERO ONLY WHEN THE TABLE IS FULL.
004870******************************************************************
004880 2250-FIND-TYPE.
004890     MOVE 'N' TO WS-GL-FOUND-SW.
004900     MOVE ZERO TO WS-GL-USE.
004910     PERFORM 2260-SCAN-TYPE-TABLE THRU 2260-EXIT
004920         VARYING WS-GL-IDX FROM 1 BY 1
004930         UNTIL WS-GL-IDX > WS-GL-TYPE-COUNT
004940             OR WS-GL-FOUND.
004950     IF WS-GL-FOUND
004960         GO TO 2250-EXIT
004970     END-IF.
004980     IF WS-GL-TYPE-COUNT NOT < 50
004990         SET WS-TABLE-FULL TO TRUE
005000         GO TO 2250-EXIT
005010     END-IF.
005020     ADD 1 TO WS-GL-TYPE-COUNT.
005030     MOVE WS-GL-TYPE-COUNT TO WS-GL-USE.
005040     MOVE WS-SEARCH-TYPE TO WS-GL-TYPE-CODE(WS-GL-USE).
005050     MOVE ZERO TO WS-GL-TYPE-CNT(WS-GL-USE).
005060     MOVE ZERO TO WS-GL-TYPE-AMT(WS-GL-USE).
005070     MOVE SPACES TO WS-GL-TYPE-DESC(WS-GL-USE).
005080     MOVE SPACES TO WS-GL-TYPE-ACCOUNT(WS-GL-USE).
005090     MOVE SPACES TO WS-GL-TYPE-DC-FLAG(WS-GL-USE).
005100     MOVE SPACES TO WS-GL-TYPE-NOTE(WS-GL-USE).
005110 2250-EXIT.
005120     EXIT.
005130
005140 2260-SCAN-TYPE-TABLE.
005150     IF WS-GL-TYPE-CODE(WS-GL-IDX) = WS-SEARCH-TYPE
005160         SET WS-GL-FOUND TO TRUE
005170         MOVE WS-GL-IDX TO WS-GL-USE
005180     END-IF.
005190 2260-EXIT.
005200     EXIT.
005210
005220 2300-READ-REJECT.
005230     READ PSTREJ-FILE
005240         AT END
005250             SET WS-PRJ-EOF TO TRUE
005260     END-READ.
005270 2300-EXIT.
005280     EXIT.
005290
005300 2400-BACK-OUT-REJECT.
005310     ADD 1 TO WS-REJ-READ-CNT.
005320     MOVE REJ-TRAN-DATA TO RJT-RECORD.
005330     MOVE RJT-TYPE TO WS-SEARCH-TYPE.
005340     PERFORM 2250-FIND-TYPE THRU 2250-EXIT.
005350     IF WS-GL-USE > ZERO
005360         SUBTRACT 1 FROM WS-GL-TYPE-CNT(WS-GL-USE)
005370         SUBTRACT RJT-AMOUNT FROM WS-GL-TYPE-AMT(WS-GL-USE)
005380     END-IF.
005390     SUBTRACT 1 FROM WS-POSTED-CNT.
005400     SUBTRACT RJT-AMOUNT FROM WS-POSTED-AMT.
005410     PERFORM 2300-READ-REJECT THRU 2300-EXIT.
005420 2400-EXIT.
005430     EXIT.
005440
005450******************************************************************
005460*    2500-LOOKUP-GL-MAPPING  --  FETCH EACH TYPE'S DESCRIPTION, D/C
005470*                                FLAG, AND GL ACCOUNT FROM HWTYPFIL.
005480*                                A TYPE WITH NO RECORD OR NO ACCOUNT
005490*                                IS BOOKED TO SUSPENSE.
005500******************************************************************
005510 2500-LOOKUP-GL-MAPPING.
005520     PERFORM 2510-LOOKUP-ONE-TYPE THRU 2510-EXIT
005530         VARYING WS-GL-IDX FROM 1 BY 1
005540         UNTIL WS-GL-IDX > WS-GL-TYPE-COUNT.
005550 2500-EXIT.
005560     EXIT.
005570
005580 2510-LOOKUP-ONE-TYPE.
005590     IF WS-TYP-AVAIL
005600         MOVE WS-GL-TYPE-CODE(WS-GL-IDX) TO TYP-CODE
005610         READ TYPE-FILE
005620         IF WS-TYP-FILE-STATUS = '00'
005630             MOVE TYP-DESC TO WS-GL-TYPE-DESC(WS-GL-IDX)
005640             MOVE TYP-DC-FLAG TO WS-GL-TYPE-DC-FLAG(WS-GL-IDX)
005650             MOVE TYP-GL-ACCOUNT TO WS-GL-TYPE-ACCOUNT(WS-GL-IDX)
005660         END-IF
005670     END-IF.
005680     IF WS-GL-TYPE-AMT(WS-GL-IDX) = ZERO
005690         MOVE 'NO NET ACTIVITY' TO WS-GL-TYPE-NOTE(WS-GL-IDX)
005700         GO TO 2510-EXIT
005710     END-IF.
005720     IF WS-GL-TYPE-ACCOUNT(WS-GL-IDX) = SPACES
005730         MOVE WS-GL-SUSPENSE-ACCT TO WS-GL-TYPE-ACCOUNT(WS-GL-IDX)
005740         MOVE 'UNMAPPED - SUSP' TO WS-GL-TYPE-NOTE(WS-GL-IDX)
005750         ADD 1 TO WS-UNMAPPED-CNT
005760         GO TO 2510-EXIT
005770     END-IF.
005780     IF (WS-GL-TYPE-DC-FLAG(WS-GL-IDX) = 'D'
005790             AND WS-GL-TYPE-AMT(WS-GL-IDX) < ZERO)
005800         OR (WS-GL-TYPE-DC-FLAG(WS-GL-IDX) = 'C'
005810             AND WS-GL-TYPE-AMT(WS-GL-IDX) > ZERO)
005820         MOVE 'AGAINST D/C FLG' TO WS-GL-TYPE-NOTE(WS-GL-IDX)
005830         ADD 1 TO WS-AGAINST-CNT
005840     END-IF.
005850 2510-EXIT.
005860     EXIT.
005870
005880******************************************************************
005890*    2600-WRITE-INTERFACE  --  HEADER, ONE TWO-LINE ENTRY PER TYPE
005900*                              WITH A NET, AND THE TRAILER. THE
005910*                              DEBIT AND CREDIT HASH TOTALS MUST
005920*                              AGREE OR THE RUN FAILS.
005930******************************************************************
005940 2600-WRITE-INTERFACE.
005950     OPEN OUTPUT GLI-FILE.
005960     IF WS-GLI-FILE-STATUS NOT = '00'
005970         DISPLAY 'HWGLEXT: GLI-FILE OPEN FAILED, STATUS='
005980             WS-GLI-FILE-STATUS UPON SYSERR
005990         MOVE 8 TO RETURN-CODE
006000         GO TO 2600-EXIT
006010     END-IF.
006020     MOVE SPACES TO GLI-RECORD.
006030     SET GLI-HEADER TO TRUE.
006040     MOVE WS-BUS-DATE TO GLI-BUSINESS-DATE.
006050     MOVE 'HWGLEXT' TO GLI-HDR-SOURCE.
006060     MOVE WS-RUN-DATE TO GLI-HDR-RUN-DATE.
006070     MOVE WS-RUN-TIME TO GLI-HDR-RUN-TIME.
006080     PERFORM 2690-WRITE-GLI THRU 2690-EXIT.
006090     PERFORM 2610-WRITE-TYPE-ENTRY THRU 2610-EXIT
006100         VARYING WS-GL-IDX FROM 1 BY 1
006110         UNTIL WS-GL-IDX > WS-GL-TYPE-COUNT.
006120     MOVE SPACES TO GLI-RECORD.
006130     SET GLI-TRAILER TO TRUE.
006140     MOVE WS-BUS-DATE TO GLI-BUSINESS-DATE.
006150     MOVE WS-ENTRY-CNT TO GLI-TRL-ENTRY-CNT.
006160     MOVE WS-LINE-CNT TO GLI-TRL-LINE-CNT.
006170     MOVE WS-DEBIT-TOTAL TO GLI-TRL-DEBIT-HASH.
006180     MOVE WS-CREDIT-TOTAL TO GLI-TRL-CREDIT-HASH.
006190     PERFORM 2690-WRITE-GLI THRU 2690-EXIT.
006200     CLOSE GLI-FILE.
006210     IF WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
006220         DISPLAY 'HWGLEXT: GL DEBITS DO NOT EQUAL CREDITS'
006230             UPON SYSERR
006240         MOVE 8 TO RETURN-CODE
006250     END-IF.
006260 2600-EXIT.
006270     EXIT.
006280
006290******************************************************************
006300*    2610-WRITE-TYPE-ENTRY  --  THE CONTROL ACCOUNT TAKES THE SIDE
006310*                               THE NET AMOUNT MOVED THE CUSTOMER
006320*                               BALANCES (A POSITIVE NET DEBITS
006330*                               THEM, WHICH IS THE NORMAL SIDE FOR
006340*                               A 'D' TYPE), AND THE TYPE'S OWN GL
006350*                               ACCOUNT TAKES THE OTHER SIDE.
006360******************************************************************
006370 2610-WRITE-TYPE-ENTRY.
006380     IF WS-GL-TYPE-AMT(WS-GL-IDX) = ZERO
006390         GO TO 2610-EXIT
006400     END-IF.
006410     IF WS-GL-TYPE-AMT(WS-GL-IDX) > ZERO
006420         MOVE WS-GL-TYPE-AMT(WS-GL-IDX) TO WS-ENTRY-AMT
006430         MOVE 'D' TO WS-CONTROL-SIDE
006440         MOVE 'C' TO WS-TYPE-SIDE
006450     ELSE
006460         COMPUTE WS-ENTRY-AMT = ZERO - WS-GL-TYPE-AMT(WS-GL-IDX)
006470         MOVE 'C' TO WS-CONTROL-SIDE
006480         MOVE 'D' TO WS-TYPE-SIDE
006490     END-IF.
006500     ADD 1 TO WS-ENTRY-CNT.
006510     MOVE WS-GL-CONTROL-ACCT TO WS-LINE-ACCOUNT.
006520     MOVE WS-CONTROL-SIDE TO WS-LINE-SIDE.
006530     PERFORM 2620-WRITE-ENTRY-LINE THRU 2620-EXIT.
006540     MOVE WS-GL-TYPE-ACCOUNT(WS-GL-IDX) TO WS-LINE-ACCOUNT.
006550     MOVE WS-TYPE-SIDE TO WS-LINE-SIDE.
006560     PERFORM 2620-WRITE-ENTRY-LINE THRU 2620-EXIT.
006570 2610-EXIT.
006580     EXIT.
006590
006600 2620-WRITE-ENTRY-LINE.
006610     MOVE SPACES TO GLI-RECORD.
006620     SET GLI-DETAIL TO TRUE.
006630     MOVE WS-BUS-DATE TO GLI-BUSINESS-DATE.
006640     MOVE WS-ENTRY-CNT TO GLI-ENTRY-NO.
006650     MOVE WS-LINE-ACCOUNT TO GLI-GL-ACCOUNT.
006660     MOVE WS-LINE-SIDE TO GLI-DC-FLAG.
006670     MOVE WS-ENTRY-AMT TO GLI-AMOUNT.
006680     MOVE WS-GL-TYPE-CODE(WS-GL-IDX) TO GLI-TRAN-TYPE.
006690     MOVE WS-GL-TYPE-CNT(WS-GL-IDX) TO GLI-TRAN-COUNT.
006700     MOVE WS-GL-TYPE-DESC(WS-GL-IDX) TO GLI-DESC.
006710     PERFORM 2690-WRITE-GLI THRU 2690-EXIT.
006720     ADD 1 TO WS-LINE-CNT.
006730     IF GLI-DEBIT
006740         ADD WS-ENTRY-AMT TO WS-DEBIT-TOTAL
006750     ELSE
006760         ADD WS-ENTRY-AMT TO WS-CREDIT-TOTAL
006770     END-IF.
006780 2620-EXIT.
006790     EXIT.
006800
006810 2690-WRITE-GLI.
006820     WRITE GLI-RECORD.
006830     IF WS-GLI-FILE-STATUS NOT = '00'
006840         DISPLAY 'HWGLEXT: GLI-FILE WRITE FAILED, STATUS='
006850             WS-GLI-FILE-STATUS UPON SYSERR
006860         MOVE 8 TO RETURN-CODE
006870     END-IF.
006880 2690-EXIT.
006890     EXIT.
006900
006910******************************************************************
006920*    3000-PRINT-REPORT  --  ONE LINE PER TYPE, THEN THE RUN AND
006930*                           INTERFACE TOTALS ACCOUNTING TIES THE GL
006940*                           LOAD BACK TO.
006950******************************************************************
006960 3000-PRINT-REPORT.
006970     MOVE WS-RPT-TYPE-HDR TO RPT-RECORD.
006980     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
006990     PERFORM 3050-PRINT-TYPE-LINE THRU 3050-EXIT
007000         VARYING WS-GL-IDX FROM 1 BY 1
007010         UNTIL WS-GL-IDX > WS-GL-TYPE-COUNT.
007020     MOVE SPACES TO RPT-RECORD.
007030     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
007040     MOVE 'TRANSACTIONS READ' TO WS-RPT-LABEL.
007050     MOVE WS-TRAN-READ-CNT TO WS-RPT-COUNT.
007060     PERFORM 3200-WRITE-TOTAL-LINE THRU 3200-EXIT.
007070     MOVE 'POSTS REJECTED' TO WS-RPT-LABEL.
007080     MOVE WS-REJ-READ-CNT TO WS-RPT-COUNT.
007090     PERFORM 3200-WRITE-TOTAL-LINE THRU 3200-EXIT.
007100     MOVE 'TRANSACTIONS POSTED' TO WS-RPT-LABEL.
007110     MOVE WS-POSTED-CNT TO WS-RPT-COUNT.
007120     PERFORM 3200-WRITE-TOTAL-LINE THRU 3200-EXIT.
007130     MOVE 'JOURNAL ENTRIES' TO WS-RPT-LABEL.
007140     MOVE WS-ENTRY-CNT TO WS-RPT-COUNT.
007150     PERFORM 3200-WRITE-TOTAL-LINE THRU 3200-EXIT.
007160     MOVE 'INTERFACE LINES' TO WS-RPT-LABEL.
007170     MOVE WS-LINE-CNT TO WS-RPT-COUNT.
007180     PERFORM 3200-WRITE-TOTAL-LINE THRU 3200-EXIT.
007190     MOVE 'TYPES TO SUSPENSE' TO WS-RPT-LABEL.
007200     MOVE WS-UNMAPPED-CNT TO WS-RPT-COUNT.
007210     PERFORM 3200-WRITE-TOTAL-LINE THRU 3200-EXIT.
007220     MOVE 'TYPES AGAINST FLAG' TO WS-RPT-LABEL.
007230     MOVE WS-AGAINST-CNT TO WS-RPT-COUNT.
007240     PERFORM 3200-WRITE-TOTAL-LINE THRU 3200-EXIT.
007250     MOVE 'NET AMOUNT POSTED' TO WS-RPT-MLABEL.
007260     MOVE WS-POSTED-AMT TO WS-RPT-AMT.
007270     MOVE WS-RPT-MONEY TO RPT-RECORD.
007280     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
007290     MOVE 'GL DEBIT TOTAL' TO WS-RPT-MLABEL.
007300     MOVE WS-DEBIT-TOTAL TO WS-RPT-AMT.
007310     MOVE WS-RPT-MONEY TO RPT-RECORD.
007320     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
007330     MOVE 'GL CREDIT TOTAL' TO WS-RPT-MLABEL.
007340     MOVE WS-CREDIT-TOTAL TO WS-RPT-AMT.
007350     MOVE WS-RPT-MONEY TO RPT-RECORD.
007360     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
007370     MOVE SPACES TO RPT-RECORD.
007380     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
007390     IF RETURN-CODE < 8
007400         MOVE SPACES TO RPT-RECORD
007410         STRING 'GLIFACE RELEASED AS ' WS-GLI-FILE-NAME
007420             DELIMITED BY SIZE INTO RPT-RECORD
007430     ELSE
007440         MOVE 'RUN FAILED - GLIFACE MUST NOT BE LOADED'
007450             TO RPT-RECORD
007460     END-IF.
007470     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
007480 3000-EXIT.
007490     EXIT.
007500
007510 3050-PRINT-TYPE-LINE.
007520     MOVE SPACES TO WS-RPT-TYPE-LINE.
007530     MOVE WS-GL-TYPE-CODE(WS-GL-IDX) TO WS-RPT-TYP-CODE.
007540     MOVE WS-GL-TYPE-DESC(WS-GL-IDX) TO WS-RPT-TYP-DESC.
007550     MOVE WS-GL-TYPE-CNT(WS-GL-IDX) TO WS-RPT-TYP-CNT.
007560     MOVE WS-GL-TYPE-AMT(WS-GL-IDX) TO WS-RPT-TYP-AMT.
007570     MOVE WS-GL-TYPE-ACCOUNT(WS-GL-IDX) TO WS-RPT-TYP-ACCOUNT.
007580     MOVE WS-GL-TYPE-NOTE(WS-GL-IDX) TO WS-RPT-TYP-NOTE.
007590     MOVE WS-RPT-TYPE-LINE TO RPT-RECORD.
007600     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
007610 3050-EXIT.
007620     EXIT.
007630
007640 3100-WRITE-REPORT-LINE.
007650     WRITE RPT-RECORD.
007660     IF WS-RPT-FILE-STATUS NOT = '00'
007670         DISPLAY 'HWGLEXT: REPORT-FILE WRITE FAILED, STATUS='
007680             WS-RPT-FILE-STATUS UPON SYSERR
007690         MOVE 8 TO RETURN-CODE
007700     END-IF.
007710 3100-EXIT.
007720     EXIT.
007730
007740 3200-WRITE-TOTAL-LINE.
007750     MOVE WS-RPT-TOTAL TO RPT-RECORD.
007760     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
007770 3200-EXIT.
007780     EXIT.
007790
007800******************************************************************
007810*    3700-PRINT-OPEN-REPORT  --  THE REFUSAL REPORT WHEN THE DAY
007820*                                IS NOT YET CLOSED ON HWDAYFIL.
007830******************************************************************
007840 3700-PRINT-OPEN-REPORT.
007850     MOVE 'DAY NOT CLOSED - RUN REFUSED' TO RPT-RECORD.
007860     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
007870     MOVE SPACES TO RPT-RECORD.
007880     STRING 'HWDAYFIL STATUS FOR THIS DATE IS ' WS-DAY-STATUS
007890         DELIMITED BY SIZE INTO RPT-RECORD.
007900     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
007910     MOVE 'GLIFACE WAS NOT WRITTEN - RERUN AFTER HWCLOSE'
007920         TO RPT-RECORD.
007930     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
007940     MOVE 'DECLARES THE DAY CLOSED' TO RPT-RECORD.
007950     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
007960 3700-EXIT.
007970     EXIT.
007980
007990******************************************************************
008000*    3750-PRINT-DUP-REPORT  --  THE REFUSAL REPORT WHEN THE DATE
008010*                               IS ALREADY ON THE GL CONTROL FILE.
008020******************************************************************
008030 3750-PRINT-DUP-REPORT.
008040     MOVE 'ALREADY SENT TO THE GL - RUN REFUSED' TO RPT-RECORD.
008050     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
008060     MOVE SPACES TO RPT-RECORD.
008070     STRING 'HWGLEXT RELEASED THIS DATE '
008080         WS-PRIOR-EXTRACT-DATE ' ' WS-PRIOR-EXTRACT-TIME
008090         DELIMITED BY SIZE INTO RPT-RECORD.
008100     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
008110     MOVE 'GLIFACE WAS NOT TOUCHED' TO RPT-RECORD.
008120     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
008130 3750-EXIT.
008140     EXIT.
008150
008160******************************************************************
008170*    3800-WRITE-EXTRACT-CONTROL  --  REMEMBER THE DATE AS SENT SO
008180*                                    A SECOND RUN IS REFUSED.
008190******************************************************************
008200 3800-WRITE-EXTRACT-CONTROL.
008210     MOVE SPACES TO GLC-RECORD.
008220     MOVE WS-BUS-DATE TO GLC-BUSINESS-DATE.
008230     MOVE WS-RUN-DATE TO GLC-EXTRACT-DATE.
008240     MOVE WS-RUN-TIME TO GLC-EXTRACT-TIME.
008250     MOVE WS-ENTRY-CNT TO GLC-ENTRY-CNT.
008260     MOVE WS-LINE-CNT TO GLC-LINE-CNT.
008270     MOVE WS-DEBIT-TOTAL TO GLC-DEBIT-TOTAL.
008280     MOVE WS-CREDIT-TOTAL TO GLC-CREDIT-TOTAL.
008290     WRITE GLC-RECORD.
008300     IF WS-GLC-FILE-STATUS NOT = '00'
008310         DISPLAY 'HWGLEXT: GLC-FILE WRITE FAILED, STATUS='
008320             WS-GLC-FILE-STATUS UPON SYSERR
008330         MOVE 8 TO RETURN-CODE
008340     END-IF.
008350 3800-EXIT.
008360     EXIT.
008370
008380 3900-CLOSE-FILES.
008390     CLOSE TRAN-FILE.
008400     CLOSE PSTREJ-FILE.
008410     IF WS-TYP-AVAIL
008420         CLOSE TYPE-FILE
008430     END-IF.
008440     CLOSE GLC-FILE.
008450     CLOSE REPORT-FILE.
008460 3900-EXIT.
008470     EXIT.
008480
008490******************************************************************
008500*    9000-LOG-JOB-START  --  STAMP THIS RUN AS RUNNING ON THE
008510*                            SHARED JOB-STATUS BOARD.
008520******************************************************************
008530 9000-LOG-JOB-START.
008540     MOVE 'HWGLEXT' TO JOBLOG-JOB-NAME.
008550     SET JOBLOG-EVENT-START TO TRUE.
008560     MOVE SPACES TO JOBLOG-STATUS.
008570     MOVE ZERO TO JOBLOG-RETURN-CODE.
008580     MOVE WS-BUS-DATE TO JOBLOG-BUS-DATE.
008590     MOVE RETURN-CODE TO WS-SAVE-RETURN-CODE.
008600     CALL 'HWJOBLOG' USING JOBLOG-PARM.
008610     MOVE WS-SAVE-RETURN-CODE TO RETURN-CODE.
008620 9000-EXIT.
008630     EXIT.
008640
008650******************************************************************
008660*    9100-LOG-JOB-END  --  CLOSE THIS RUN OUT ON THE SHARED
008670*                          JOB-STATUS BOARD.
008680******************************************************************
008690 9100-LOG-JOB-END.
008700     MOVE 'HWGLEXT' TO JOBLOG-JOB-NAME.
008710     SET JOBLOG-EVENT-END TO TRUE.
008720     EVALUATE TRUE
008730         WHEN WS-ALREADY-SENT
008740             MOVE 'DUPGL' TO JOBLOG-STATUS
008750         WHEN WS-DAY-IS-OPEN
008760             MOVE 'DAYOPEN' TO JOBLOG-STATUS
008770         WHEN RETURN-CODE > 4
008780             MOVE 'FAILED' TO JOBLOG-STATUS
008790         WHEN OTHER
008800             MOVE 'COMPLETE' TO JOBLOG-STATUS
008810     END-EVALUATE.
008820     MOVE RETURN-CODE TO JOBLOG-RETURN-CODE.
008830     MOVE WS-BUS-DATE TO JOBLOG-BUS-DATE.
008840     MOVE RETURN-CODE TO WS-SAVE-RETURN-CODE.
008850     CALL 'HWJOBLOG' USING JOBLOG-PARM.
008860     MOVE WS-SAVE-RETURN-CODE TO RETURN-CODE.
008870 9100-EXIT.
008880     EXIT.
008890
008900******************************************************************
008910*    1700-RESOLVE-BUS-DATE  --  HW_BUS_DATE NAMES THE BUSINESS
008920*                               DATE BEING EXTRACTED. WHEN SET TO A
008930*                               VALID DATE OTHER THAN TODAY, THE
008940*                               RUN READS THE DATED TRANFILE AND
008950*                               POSTREJ GENERATIONS AND WRITES
008960*                               DATED GLIFACE/GLEXRPT GENERATIONS.
008970******************************************************************
008980 1700-RESOLVE-BUS-DATE.
008990     MOVE WS-RUN-DATE TO WS-BUS-DATE.
009000     MOVE SPACES TO WS-ENV-BUS-DATE.
009010     ACCEPT WS-ENV-BUS-DATE FROM ENVIRONMENT "HW_BUS_DATE"
009020         ON EXCEPTION
009030             MOVE SPACES TO WS-ENV-BUS-DATE
009040     END-ACCEPT.
009050     IF WS-ENV-BUS-DATE = SPACES
009060         GO TO 1700-EXIT
009070     END-IF.
009080     IF WS-ENV-BUS-DATE NOT NUMERIC
009090         DISPLAY 'HWGLEXT: BAD HW_BUS_DATE IGNORED: '
009100             WS-ENV-BUS-DATE UPON SYSERR
009110         GO TO 1700-EXIT
009120     END-IF.
009130     MOVE WS-ENV-BUS-DATE TO WS-BUS-DATE.
009140     IF WS-BUS-DATE NOT = WS-RUN-DATE
009150         SET WS-RERUN TO TRUE
009160         MOVE SPACES TO WS-TRAN-FILE-NAME
009170         STRING 'TRANFILE.' WS-BUS-DATE
009180             DELIMITED BY SIZE INTO WS-TRAN-FILE-NAME
009190         SET ENVIRONMENT 'TRANFILE' TO WS-TRAN-FILE-NAME
009200         MOVE SPACES TO WS-PRJ-FILE-NAME
009210         STRING 'POSTREJ.' WS-BUS-DATE
009220             DELIMITED BY SIZE INTO WS-PRJ-FILE-NAME
009230         SET ENVIRONMENT 'POSTREJ' TO WS-PRJ-FILE-NAME
009240         MOVE SPACES TO WS-GLI-FILE-NAME
009250         STRING 'GLIFACE.' WS-BUS-DATE
009260             DELIMITED BY SIZE INTO WS-GLI-FILE-NAME
009270         SET ENVIRONMENT 'GLIFACE' TO WS-GLI-FILE-NAME
009280         MOVE SPACES TO WS-RPT-FILE-NAME
009290         STRING 'GLEXRPT.' WS-BUS-DATE
009300             DELIMITED BY SIZE INTO WS-RPT-FILE-NAME
009310         SET ENVIRONMENT 'GLEXRPT' TO WS-RPT-FILE-NAME
009320     END-IF.
009330 1700-EXIT.
009340     EXIT.
