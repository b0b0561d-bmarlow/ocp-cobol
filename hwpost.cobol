000250*                TRANSACTION WITH ITS RUNNING BALANCE, AND THE
000260*                CLOSING BALANCE.
000270*
000280*                BEFORE ANYTHING IS APPLIED THE WHOLE BALANCE
000290*                FILE IS TOTALED AND THE OPENING FIGURES GO TO
000300*                THE HWPRFFIL PROOF RECORD FOR THE DATE, WHICH
000310*                HWBALPRF PROVES THE POSTED CHANGE AGAINST.
000320*
000330*                A DATE IS POSTED ONCE. THE RUN CLAIMS THE DATE ON
000340*                THE HWPMKFIL MARKER BEFORE ANYTHING IS TOTALED OR
000350*                APPLIED AND REFUSES A DATE ALREADY CLAIMED, AND
000360*                EVERY HWBALFIL RECORD IS COPIED TO HWBIMFIL AS IT
000370*                STOOD BEFORE THE DAY TOUCHED IT. HWBKOUT USES
000380*                THOSE IMAGES TO REVERSE THE DATE, AFTER WHICH IT
000390*                MAY BE POSTED AGAIN.
000400*
000410*                EVERY ITEM POSTED IS ALSO WRITTEN TO THE KEYED
000420*                PER-ACCOUNT HISTORY HWATHFIL (ACCOUNT, BUSINESS
000430*                DATE, SEQUENCE) WITH ITS HWTYPFIL DESCRIPTION AND
000440*                THE RUNNING BALANCE, FOR THE HWSTMT MONTH-END
000450*                STATEMENTS.
000460*
000470*                AN ITEM AGAINST AN ACCOUNT HWDORMNT HAS MOVED TO
000480*                DORMANT IS STILL POSTED - THE MONEY HAS MOVED -
000490*                BUT THE STATEMENT HEADER SAYS SO AND THE ITEMS
000500*                ARE COUNTED IN THE TOTALS. THE EXCEPTION DETAIL
000510*                FOR THE FRAUD WORKLIST COMES FROM THE COUNTING
000520*                PASS, NOT FROM HERE. THE ACCOUNT STAYS DORMANT
000530*                UNTIL HWACTMNT REACTIVATES IT.
000540*
000550*    MODIFICATION HISTORY
000560*    ------------------------------------------------------------
000570*    DATE       INIT  DESCRIPTION
000580*    09/02/26   RLM   INITIAL VERSION.
000590*    10/15/26   RLM   TOTAL HWBALFIL BEFORE POSTING AND RECORD
000600*                     THE OPENING FIGURES ON HWPRFFIL FOR THE
000610*                     HWBALPRF DAILY BALANCE PROOF. A SECOND
000620*                     POST OF THE SAME DATE KEEPS THE FIRST
000630*                     OPENING FIGURES AND RESETS THE PROOF.
000640*    10/15/26   RLM   SAVE A BEFORE-IMAGE OF EVERY BALANCE RECORD
000650*                     CHANGED TO HWBIMFIL AND CLAIM THE DATE ON THE
000660*                     HWPMKFIL POSTED MARKER - A DATE ALREADY
000670*                     POSTED IS REFUSED UNTIL HWBKOUT BACKS IT OUT.
000680*    10/15/26   RLM   WRITE EVERY POSTED ITEM TO THE HWATHFIL
000690*                     PER-ACCOUNT HISTORY WITH THE TYPE DESCRIPTION
000700*                     AND RUNNING BALANCE.
000710*    10/15/26   RLM   FLAG AND COUNT ITEMS POSTED TO DORMANT
000720*                     ACCOUNTS.
000730*    10/15/26   RLM   AN ACCOUNT LEFT UNPOSTED FOR WANT OF ITS
000740*                     BEFORE-IMAGE HAS ITS HWATHFIL ITEMS TAKEN
000750*                     BACK OFF AND IS NOT COUNTED IN THE POSTED
000760*                     TOTALS.
000770******************************************************************
000780
000790 ENVIRONMENT DIVISION.
000800 INPUT-OUTPUT SECTION.
000810 FILE-CONTROL.
000820     SELECT TRAN-FILE ASSIGN TO "TRANFILE"
000830         ORGANIZATION IS SEQUENTIAL
000840         FILE STATUS IS WS-TRN-FILE-STATUS.
000850
000860     SELECT SORT-FILE ASSIGN TO "HWPSTSWK".
000870
000880     SELECT SORTED-FILE ASSIGN TO "HWPSTSRT"
000890         ORGANIZATION IS SEQUENTIAL
000900         FILE STATUS IS WS-SRT-FILE-STATUS.
000910
000920     SELECT BAL-FILE ASSIGN TO "HWBALFIL"
000930         ORGANIZATION IS INDEXED
000940         ACCESS MODE IS RANDOM
000950         RECORD KEY IS BAL-ACCOUNT-NO
000960         FILE STATUS IS WS-BAL-FILE-STATUS.
000970
000980     SELECT ACCT-FILE ASSIGN TO "HWACTFIL"
000990         ORGANIZATION IS INDEXED
001000         ACCESS MODE IS RANDOM
001010         RECORD KEY IS ACT-ACCOUNT-NO
001020         FILE STATUS IS WS-ACT-FILE-STATUS.
001030
001040     SELECT BAL2-FILE ASSIGN TO "HWBALFIL"
001050         ORGANIZATION IS INDEXED
001060         ACCESS MODE IS SEQUENTIAL
001070         RECORD KEY IS BL2-ACCOUNT-NO
001080         FILE STATUS IS WS-BL2-FILE-STATUS.
001090
001100     SELECT PRF-FILE ASSIGN TO "HWPRFFIL"
001110         ORGANIZATION IS INDEXED
001120         ACCESS MODE IS RANDOM
001130         RECORD KEY IS PRF-BUSINESS-DATE
001140         FILE STATUS IS WS-PRF-FILE-STATUS.
001150
001160     SELECT PMK-FILE ASSIGN TO "HWPMKFIL"
001170         ORGANIZATION IS INDEXED
001180         ACCESS MODE IS RANDOM
001190         RECORD KEY IS PMK-BUSINESS-DATE
001200         FILE STATUS IS WS-PMK-FILE-STATUS.
001210
001220     SELECT BIM-FILE ASSIGN TO "HWBIMFIL"
001230         ORGANIZATION IS INDEXED
001240         ACCESS MODE IS RANDOM
001250         RECORD KEY IS BIM-KEY
001260         FILE STATUS IS WS-BIM-FILE-STATUS.
001270
001280     SELECT TYPE-FILE ASSIGN TO "HWTYPFIL"
001290         ORGANIZATION IS INDEXED
001300         ACCESS MODE IS RANDOM
001310         RECORD KEY IS TYP-CODE
001320         FILE STATUS IS WS-TYP-FILE-STATUS.
001330
001340     SELECT ATH-FILE ASSIGN TO "HWATHFIL"
001350         ORGANIZATION IS INDEXED
001360         ACCESS MODE IS RANDOM
001370         RECORD KEY IS ATH-KEY
001380         FILE STATUS IS WS-ATH-FILE-STATUS.
001390
001400     SELECT PSTREJ-FILE ASSIGN TO "POSTREJ"
001410         ORGANIZATION IS SEQUENTIAL
001420         FILE STATUS IS WS-PRJ-FILE-STATUS.
001430
001440     SELECT REPORT-FILE ASSIGN TO "POSTRPT"
001450         ORGANIZATION IS LINE SEQUENTIAL
001460         FILE STATUS IS WS-RPT-FILE-STATUS.
001470
001480 DATA DIVISION.
001490 FILE SECTION.
001500 FD  TRAN-FILE
001510     RECORDING MODE IS F.
001520     COPY HWTRN.
001530
001540 SD  SORT-FILE.
001550     COPY HWTRN REPLACING LEADING ==TRAN== BY ==SRT==.
001560
001570 FD  SORTED-FILE
001580     RECORDING MODE IS F.
001590     COPY HWTRN REPLACING LEADING ==TRAN== BY ==PST==.
001600
001610 FD  BAL-FILE.
001620     COPY HWBAL.
001630
001640 FD  ACCT-FILE.
001650     COPY HWACT.
001660
001670 FD  BAL2-FILE.
001680     COPY HWBAL REPLACING LEADING ==BAL== BY ==BL2==.
001690
001700 FD  PRF-FILE.
001710     COPY HWPRF.
001720
001730 FD  PMK-FILE.
001740     COPY HWPMK.
001750
001760 FD  BIM-FILE.
001770     COPY HWBIM.
001780
001790 FD  TYPE-FILE.
001800     COPY HWTYP.
001810
001820 FD  ATH-FILE.
001830     COPY HWATH.
001840
001850 FD  PSTREJ-FILE
001860     RECORDING MODE IS F.
001870     COPY HWREJ.
001880
001890 FD  REPORT-FILE.
001900 01  RPT-RECORD                  PIC X(80).
001910
001920 WORKING-STORAGE SECTION.
001930 01  WS-READ-CNT                 PIC 9(07)   VALUE ZERO.
001940 01  WS-POSTED-CNT               PIC 9(07)   VALUE ZERO.
001950 01  WS-REJECT-CNT               PIC 9(07)   VALUE ZERO.
001960 01  WS-ACCT-POSTED-CNT          PIC 9(05)   VALUE ZERO.
001970 01  WS-POSTED-AMT               PIC S9(11)V99 VALUE ZERO.
001980 01  WS-BIM-SAVED-CNT            PIC 9(07)   VALUE ZERO.
001990 01  WS-ATH-WRITTEN-CNT          PIC 9(07)   VALUE ZERO.
002000 01  WS-DORMANT-CNT              PIC 9(07)   VALUE ZERO.
002010 01  WS-DORMANT-AMT              PIC S9(11)V99 VALUE ZERO.
002020
002030 01  WS-SRT-EOF-SW               PIC X(01)   VALUE 'N'.
002040     88  WS-SRT-EOF                  VALUE 'Y'.
002050 01  WS-BL2-EOF-SW               PIC X(01)   VALUE 'N'.
002060     88  WS-BL2-EOF                  VALUE 'Y'.
002070 01  WS-PRF-KEPT-SW              PIC X(01)   VALUE 'N'.
002080     88  WS-PRF-KEPT                 VALUE 'Y'.
002090 01  WS-OPEN-ACCT-CNT            PIC 9(07)   VALUE ZERO.
002100 01  WS-OPEN-TOTAL               PIC S9(13)V99 VALUE ZERO.
002110
002120 01  WS-TRN-FILE-STATUS          PIC X(02)   VALUE '00'.
002130 01  WS-SRT-FILE-STATUS          PIC X(02)   VALUE '00'.
002140 01  WS-BAL-FILE-STATUS          PIC X(02)   VALUE '00'.
002150 01  WS-ACT-FILE-STATUS          PIC X(02)   VALUE '00'.
002160 01  WS-PRJ-FILE-STATUS          PIC X(02)   VALUE '00'.
002170 01  WS-RPT-FILE-STATUS          PIC X(02)   VALUE '00'.
002180 01  WS-BL2-FILE-STATUS          PIC X(02)   VALUE '00'.
002190 01  WS-PRF-FILE-STATUS          PIC X(02)   VALUE '00'.
002200 01  WS-PMK-FILE-STATUS          PIC X(02)   VALUE '00'.
002210 01  WS-BIM-FILE-STATUS          PIC X(02)   VALUE '00'.
002220 01  WS-TYP-FILE-STATUS          PIC X(02)   VALUE '00'.
002230 01  WS-ATH-FILE-STATUS          PIC X(02)   VALUE '00'.
002240
002250 01  WS-RUN-DATE                 PIC X(08)   VALUE SPACES.
002260 01  WS-RUN-TIME                 PIC X(08)   VALUE SPACES.
002270 01  WS-BUS-DATE                 PIC X(08)   VALUE SPACES.
002280 01  WS-ENV-BUS-DATE             PIC X(08)   VALUE SPACES.
002290 01  WS-RERUN-SW                 PIC X(01)   VALUE 'N'.
002300     88  WS-RERUN                    VALUE 'Y'.
002310 01  WS-TRAN-FILE-NAME           PIC X(20)   VALUE 'TRANFILE'.
002320 01  WS-PRJ-FILE-NAME            PIC X(20)   VALUE 'POSTREJ'.
002330 01  WS-RPT-FILE-NAME            PIC X(20)   VALUE 'POSTRPT'.
002340
002350******************************************************************
002360*    STATE OF THE ACCOUNT GROUP IN PROGRESS - THE BALANCE RECORD
002370*    ITSELF IS HELD IN THE BAL-FILE RECORD AREA BETWEEN THE READ
002380*    AT THE GROUP START AND THE WRITE/REWRITE AT THE BREAK.
002390******************************************************************
002400 01  WS-CUR-ACCOUNT              PIC X(10)   VALUE LOW-VALUES.
002410 01  WS-ACCT-CLOSED-SW           PIC X(01)   VALUE 'N'.
002420     88  WS-ACCT-IS-CLOSED           VALUE 'Y'.
002430 01  WS-ACCT-DORMANT-SW          PIC X(01)   VALUE 'N'.
002440     88  WS-ACCT-IS-DORMANT          VALUE 'Y'.
002450 01  WS-BAL-FOUND-SW             PIC X(01)   VALUE 'N'.
002460     88  WS-BAL-FOUND                VALUE 'Y'.
002470 01  WS-ACCT-TRAN-CNT            PIC 9(07)   VALUE ZERO.
002480 01  WS-ACCT-POSTED-AMT          PIC S9(11)V99 VALUE ZERO.
002490 01  WS-ACCT-ATH-CNT             PIC 9(07)   VALUE ZERO.
002500 01  WS-ATH-SEQ                  PIC 9(07)   VALUE ZERO.
002510 01  WS-OPEN-BAL                 PIC S9(11)V99 VALUE ZERO.
002520 01  WS-BIM-STATE                PIC X(01)   VALUE SPACE.
002530 01  WS-BIM-IMAGE                PIC X(89)   VALUE SPACES.
002540
002550 01  WS-RPT-ACCT-HDR.
002560     05  FILLER                  PIC X(08)   VALUE 'ACCOUNT '.
002570     05  WS-RPT-HDR-ACCOUNT      PIC X(10).
002580     05  FILLER                  PIC X(02)   VALUE SPACES.
002590     05  WS-RPT-HDR-NAME         PIC X(30)   VALUE SPACES.
002600     05  FILLER                  PIC X(02)   VALUE SPACES.
002610     05  WS-RPT-HDR-NOTE         PIC X(16)   VALUE SPACES.
002620     05  FILLER                  PIC X(12)   VALUE SPACES.
002630
002640 01  WS-RPT-PST-DETAIL.
002650     05  FILLER                  PIC X(02)   VALUE SPACES.
002660     05  WS-RPT-DET-DATE         PIC X(08).
002670     05  FILLER                  PIC X(02)   VALUE SPACES.
002680     05  WS-RPT-DET-TYPE         PIC X(02).
002690     05  FILLER                  PIC X(02)   VALUE SPACES.
002700     05  WS-RPT-DET-AMT          PIC ---,---,---,--9.99.
002710     05  FILLER                  PIC X(02)   VALUE SPACES.
002720     05  WS-RPT-DET-BAL          PIC ---,---,---,--9.99.
002730     05  FILLER                  PIC X(24)   VALUE SPACES.
002740
002750 01  WS-RPT-MONEY.
002760     05  WS-RPT-MLABEL           PIC X(20)   VALUE SPACES.
002770     05  WS-RPT-AMT              PIC ---,---,---,--9.99.
002780     05  FILLER                  PIC X(42)   VALUE SPACES.
002790
002800 01  WS-RPT-TOTAL.
002810     05  WS-RPT-LABEL            PIC X(20)   VALUE SPACES.
002820     05  WS-RPT-COUNT            PIC Z(6)9.
002830     05  FILLER                  PIC X(53)   VALUE SPACES.
002840
002850 COPY HWJLG.
002860 01  WS-SAVE-RETURN-CODE         PIC S9(08) COMP VALUE ZERO.
002870
002880******************************************************************
002890 PROCEDURE DIVISION.
002900******************************************************************
002910
002920 0000-MAINLINE.
002930     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002940     PERFORM 9000-LOG-JOB-START THRU 9000-EXIT.
002950     PERFORM 1500-SORT-TRANSACTIONS THRU 1500-EXIT.
002960     PERFORM 2000-POST-TRANSACTIONS THRU 2000-EXIT.
002970     PERFORM 3000-PRINT-TOTALS THRU 3000-EXIT.
002980     PERFORM 3900-CLOSE-FILES THRU 3900-EXIT.
002990     PERFORM 3050-MARK-DATE-POSTED THRU 3050-EXIT.
003000     IF WS-REJECT-CNT > ZERO AND RETURN-CODE < 4
003010         MOVE 4 TO RETURN-CODE
003020     END-IF.
003030     PERFORM 9100-LOG-JOB-END THRU 9100-EXIT.
003040     STOP RUN.
003050
003060******************************************************************
003070*    1000-INITIALIZE  --  STAMP THE RUN, RESOLVE THE BUSINESS
003080*                         DAY BEING POSTED, AND OPEN EVERYTHING.
003090*                         A MISSING CLEAN FILE OR ACCOUNT MASTER
003100*                         IS FATAL - POSTING BLIND WOULD PUT
003110*                         MONEY ON CLOSED ACCOUNTS. A BRAND-NEW
003120*                         BALANCE FILE IS CREATED EMPTY ON FIRST
003130*                         USE. SO ARE THE BEFORE-IMAGE AND
003140*                         ACCOUNT HISTORY FILES.
003150******************************************************************
003160 1000-INITIALIZE.
003170     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003180     ACCEPT WS-RUN-TIME FROM TIME.
003190     PERFORM 1700-RESOLVE-BUS-DATE THRU 1700-EXIT.
003200     OPEN INPUT TRAN-FILE.
003210     IF WS-TRN-FILE-STATUS NOT = '00'
003220         DISPLAY 'HWPOST: TRAN-FILE OPEN FAILED, STATUS='
003230             WS-TRN-FILE-STATUS UPON SYSERR
003240         MOVE 8 TO RETURN-CODE
003250         PERFORM 9000-LOG-JOB-START THRU 9000-EXIT
003260         PERFORM 9100-LOG-JOB-END THRU 9100-EXIT
003270         STOP RUN
003280     END-IF.
003290     CLOSE TRAN-FILE.
003300     OPEN INPUT ACCT-FILE.
003310     IF WS-ACT-FILE-STATUS NOT = '00'
003320         DISPLAY 'HWPOST: ACCT-FILE OPEN FAILED, STATUS='
003330             WS-ACT-FILE-STATUS UPON SYSERR
003340         MOVE 8 TO RETURN-CODE
003350         PERFORM 9000-LOG-JOB-START THRU 9000-EXIT
003360         PERFORM 9100-LOG-JOB-END THRU 9100-EXIT
003370         STOP RUN
003380     END-IF.
003390     PERFORM 1550-CLAIM-BUSINESS-DATE THRU 1550-EXIT.
003400     PERFORM 1600-CAPTURE-OPENING-TOTAL THRU 1600-EXIT.
003410     OPEN I-O BAL-FILE.
003420     IF WS-BAL-FILE-STATUS = '35'
003430         OPEN OUTPUT BAL-FILE
003440         CLOSE BAL-FILE
003450         OPEN I-O BAL-FILE
003460     END-IF.
003470     IF WS-BAL-FILE-STATUS NOT = '00'
003480         DISPLAY 'HWPOST: BAL-FILE OPEN FAILED, STATUS='
003490             WS-BAL-FILE-STATUS UPON SYSERR
003500         MOVE 8 TO RETURN-CODE
003510         PERFORM 9000-LOG-JOB-START THRU 9000-EXIT
003520         PERFORM 9100-LOG-JOB-END THRU 9100-EXIT
003530         STOP RUN
003540     END-IF.
003550     OPEN INPUT TYPE-FILE.
003560     IF WS-TYP-FILE-STATUS NOT = '00'
003570         DISPLAY 'HWPOST: TYPE-FILE OPEN FAILED, STATUS='
003580             WS-TYP-FILE-STATUS UPON SYSERR
003590         MOVE 8 TO RETURN-CODE
003600         PERFORM 9000-LOG-JOB-START THRU 9000-EXIT
003610         PERFORM 9100-LOG-JOB-END THRU 9100-EXIT
003620         STOP RUN
003630     END-IF.
003640     OPEN I-O ATH-FILE.
003650     IF WS-ATH-FILE-STATUS = '35'
003660         OPEN OUTPUT ATH-FILE
003670         CLOSE ATH-FILE
003680         OPEN I-O ATH-FILE
003690     END-IF.
003700     IF WS-ATH-FILE-STATUS NOT = '00'
003710         DISPLAY 'HWPOST: ATH-FILE OPEN FAILED, STATUS='
003720             WS-ATH-FILE-STATUS UPON SYSERR
003730         MOVE 8 TO RETURN-CODE
003740         PERFORM 9000-LOG-JOB-START THRU 9000-EXIT
003750         PERFORM 9100-LOG-JOB-END THRU 9100-EXIT
003760         STOP RUN
003770     END-IF.
003780     OPEN I-O BIM-FILE.
003790     IF WS-BIM-FILE-STATUS = '35'
003800         OPEN OUTPUT BIM-FILE
003810         CLOSE BIM-FILE
003820         OPEN I-O BIM-FILE
003830     END-IF.
003840     IF WS-BIM-FILE-STATUS NOT = '00'
003850         DISPLAY 'HWPOST: BIM-FILE OPEN FAILED, STATUS='
003860             WS-BIM-FILE-STATUS UPON SYSERR
003870         MOVE 8 TO RETURN-CODE
003880         PERFORM 9000-LOG-JOB-START THRU 9000-EXIT
003890         PERFORM 9100-LOG-JOB-END THRU 9100-EXIT
003900         STOP RUN
003910     END-IF.
003920     OPEN OUTPUT PSTREJ-FILE.
003930     IF WS-PRJ-FILE-STATUS NOT = '00'
003940         DISPLAY 'HWPOST: PSTREJ-FILE OPEN FAILED, STATUS='
003950             WS-PRJ-FILE-STATUS UPON SYSERR
003960         MOVE 8 TO RETURN-CODE
003970         PERFORM 9000-LOG-JOB-START THRU 9000-EXIT
003980         PERFORM 9100-LOG-JOB-END THRU 9100-EXIT
003990         STOP RUN
004000     END-IF.
004010     OPEN OUTPUT REPORT-FILE.
004020     IF WS-RPT-FILE-STATUS NOT = '00'
004030         DISPLAY 'HWPOST: REPORT-FILE OPEN FAILED, STATUS='
004040             WS-RPT-FILE-STATUS UPON SYSERR
004050         MOVE 8 TO RETURN-CODE
004060         PERFORM 9000-LOG-JOB-START THRU 9000-EXIT
004070         PERFORM 9100-LOG-JOB-END THRU 9100-EXIT
004080         STOP RUN
004090     END-IF.
004100     MOVE 'HWPOST DAILY ACCOUNT POSTING' TO RPT-RECORD.
004110     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
004120     MOVE SPACES TO RPT-RECORD.
004130     STRING 'BUSINESS DATE ' WS-BUS-DATE
004140         '  RUN ' WS-RUN-DATE ' ' WS-RUN-TIME
004150         DELIMITED BY SIZE INTO RPT-RECORD.
004160     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
004170 1000-EXIT.
004180     EXIT.
004190
004200******************************************************************
004210*    1500-SORT-TRANSACTIONS  --  SORT THE DAY'S CLEAN FILE BY
004220*                                ACCOUNT SO EVERY ACCOUNT'S
004230*                                ACTIVITY POSTS AND PRINTS AS
004240*                                ONE GROUP.
004250******************************************************************
004260 1500-SORT-TRANSACTIONS.
004270     SORT SORT-FILE
004280         ON ASCENDING KEY SRT-ACCOUNT-NO
004290         USING TRAN-FILE
004300         GIVING SORTED-FILE.
004310     IF SORT-RETURN NOT = ZERO
004320         DISPLAY 'HWPOST: SORT FAILED, SORT-RETURN='
004330             SORT-RETURN UPON SYSERR
004340         MOVE 8 TO RETURN-CODE
004350         PERFORM 9100-LOG-JOB-END THRU 9100-EXIT
004360         STOP RUN
004370     END-IF.
004380 1500-EXIT.
004390     EXIT.
004400
004410******************************************************************
004420*    2000-POST-TRANSACTIONS  --  ONE PASS OF THE SORTED FILE
004430*                                WITH A CONTROL BREAK PER
004440*                                ACCOUNT.
004450******************************************************************
004460 2000-POST-TRANSACTIONS.
004470     OPEN INPUT SORTED-FILE.
004480     IF WS-SRT-FILE-STATUS NOT = '00'
004490         DISPLAY 'HWPOST: SORTED-FILE OPEN FAILED, STATUS='
004500             WS-SRT-FILE-STATUS UPON SYSERR
004510         MOVE 8 TO RETURN-CODE
004520         GO TO 2000-EXIT
004530     END-IF.
004540     PERFORM 2100-READ-SORTED THRU 2100-EXIT.
004550     PERFORM 2200-POST-ONE-TRAN THRU 2200-EXIT
004560         UNTIL WS-SRT-EOF.
004570     IF WS-CUR-ACCOUNT NOT = LOW-VALUES
004580         PERFORM 2600-FINISH-ACCOUNT THRU 2600-EXIT
004590     END-IF.
004600     CLOSE SORTED-FILE.
004610 2000-EXIT.
004620     EXIT.
004630
004640 2100-READ-SORTED.
004650     READ SORTED-FILE
004660         AT END
004670             SET WS-SRT-EOF TO TRUE
004680     END-READ.
004690 2100-EXIT.
004700     EXIT.
004710
004720******************************************************************
004730*    2200-POST-ONE-TRAN  --  BREAK ON ACCOUNT, THEN POST OR
004740*                            REJECT THE TRANSACTION.
004750******************************************************************
004760 2200-POST-ONE-TRAN.
004770     ADD 1 TO WS-READ-CNT.
004780     IF PST-ACCOUNT-NO NOT = WS-CUR-ACCOUNT
004790         IF WS-CUR-ACCOUNT NOT = LOW-VALUES
004800             PERFORM 2600-FINISH-ACCOUNT THRU 2600-EXIT
004810         END-IF
004820         PERFORM 2300-START-ACCOUNT THRU 2300-EXIT
004830     END-IF.
004840     IF WS-ACCT-IS-CLOSED
004850         PERFORM 2500-REJECT-POST THRU 2500-EXIT
004860     ELSE
004870         PERFORM 2400-APPLY-TRAN THRU 2400-EXIT
004880     END-IF.
004890     PERFORM 2100-READ-SORTED THRU 2100-EXIT.
004900 2200-EXIT.
004910     EXIT.
004920
004930******************************************************************
004940*    2300-START-ACCOUNT  --  LOOK THE ACCOUNT UP ON THE MASTER,
004950*                            FETCH OR BUILD ITS BALANCE RECORD,
004960*                            AND PRINT THE STATEMENT HEADER WITH
004970*                            THE OPENING BALANCE. THE RECORD AS
004980*                            READ IS HELD AS THE BEFORE-IMAGE.
004990******************************************************************
005000 2300-START-ACCOUNT.
005010     MOVE PST-ACCOUNT-NO TO WS-CUR-ACCOUNT.
005020     MOVE 'N' TO WS-ACCT-CLOSED-SW.
005030     MOVE 'N' TO WS-ACCT-DORMANT-SW.
005040     MOVE 'N' TO WS-BAL-FOUND-SW.
005050     MOVE ZERO TO WS-ACCT-TRAN-CNT.
005060     MOVE ZERO TO WS-ACCT-POSTED-AMT.
005070     MOVE ZERO TO WS-ACCT-ATH-CNT.
005080     MOVE SPACES TO WS-RPT-ACCT-HDR.
005090     MOVE 'ACCOUNT ' TO WS-RPT-ACCT-HDR(1:8).
005100     MOVE PST-ACCOUNT-NO TO WS-RPT-HDR-ACCOUNT.
005110     MOVE PST-ACCOUNT-NO TO ACT-ACCOUNT-NO.
005120     READ ACCT-FILE.
005130     EVALUATE WS-ACT-FILE-STATUS
005140         WHEN '00'
005150             MOVE ACT-NAME TO WS-RPT-HDR-NAME
005160             IF ACT-CLOSED
005170                 SET WS-ACCT-IS-CLOSED TO TRUE
005180                 MOVE 'ACCOUNT CLOSED' TO WS-RPT-HDR-NOTE
005190             END-IF
005200             IF ACT-FROZEN
005210                 MOVE 'ACCOUNT FROZEN' TO WS-RPT-HDR-NOTE
005220             END-IF
005230             IF ACT-DORMANT
005240                 SET WS-ACCT-IS-DORMANT TO TRUE
005250                 MOVE 'ACCOUNT DORMANT' TO WS-RPT-HDR-NOTE
005260             END-IF
005270         WHEN '23'
005280             MOVE 'NOT ON MASTER' TO WS-RPT-HDR-NOTE
005290         WHEN OTHER
005300             DISPLAY 'HWPOST: ACCT-FILE READ FAILED, STATUS='
005310                 WS-ACT-FILE-STATUS UPON SYSERR
005320             MOVE 8 TO RETURN-CODE
005330     END-EVALUATE.
005340     MOVE SPACES TO RPT-RECORD.
005350     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
005360     MOVE WS-RPT-ACCT-HDR TO RPT-RECORD.
005370     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
005380     IF WS-ACCT-IS-CLOSED
005390         GO TO 2300-EXIT
005400     END-IF.
005410     MOVE PST-ACCOUNT-NO TO BAL-ACCOUNT-NO.
005420     READ BAL-FILE.
005430     EVALUATE WS-BAL-FILE-STATUS
005440         WHEN '00'
005450             SET WS-BAL-FOUND TO TRUE
005460         WHEN '23'
005470             MOVE SPACES TO BAL-RECORD
005480             MOVE PST-ACCOUNT-NO TO BAL-ACCOUNT-NO
005490             MOVE ZERO TO BAL-CURR-BAL
005500             MOVE ZERO TO BAL-MTD-DEBITS
005510             MOVE ZERO TO BAL-MTD-CREDITS
005520             MOVE WS-BUS-DATE(1:6) TO BAL-MTD-MONTH
005530             MOVE SPACES TO BAL-LAST-ACT-DATE
005540         WHEN OTHER
005550             DISPLAY 'HWPOST: BAL-FILE READ FAILED, STATUS='
005560                 WS-BAL-FILE-STATUS UPON SYSERR
005570             MOVE 8 TO RETURN-CODE
005580     END-EVALUATE.
005590     MOVE BAL-RECORD TO WS-BIM-IMAGE.
005600     IF WS-BAL-FOUND
005610         MOVE 'E' TO WS-BIM-STATE
005620     ELSE
005630         MOVE 'N' TO WS-BIM-STATE
005640     END-IF.
005650     IF BAL-MTD-MONTH NOT = WS-BUS-DATE(1:6)
005660         MOVE ZERO TO BAL-MTD-DEBITS
005670         MOVE ZERO TO BAL-MTD-CREDITS
005680         MOVE WS-BUS-DATE(1:6) TO BAL-MTD-MONTH
005690     END-IF.
005700     MOVE BAL-CURR-BAL TO WS-OPEN-BAL.
005710     MOVE 'OPENING BALANCE' TO WS-RPT-MLABEL.
005720     MOVE WS-OPEN-BAL TO WS-RPT-AMT.
005730     MOVE WS-RPT-MONEY TO RPT-RECORD.
005740     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
005750 2300-EXIT.
005760     EXIT.
005770
005780******************************************************************
005790*    2400-APPLY-TRAN  --  POST ONE TRANSACTION TO THE BALANCE
005800*                         RECORD AND PRINT ITS STATEMENT LINE
005810*                         WITH THE RUNNING BALANCE. THE ITEM
005820*                         GOES TO THE ACCOUNT HISTORY AS WELL.
005830*                         THE ITEM IS COUNTED FOR THE ACCOUNT
005840*                         ONLY; 2600 ADDS THE ACCOUNT TO THE RUN
005850*                         TOTALS ONCE IT IS SAFELY POSTED.
005860******************************************************************
005870 2400-APPLY-TRAN.
005880     ADD PST-AMOUNT TO BAL-CURR-BAL.
005890     IF PST-AMOUNT < ZERO
005900         SUBTRACT PST-AMOUNT FROM BAL-MTD-CREDITS
005910     ELSE
005920         ADD PST-AMOUNT TO BAL-MTD-DEBITS
005930     END-IF.
005940     MOVE PST-DATE TO BAL-LAST-ACT-DATE.
005950     ADD 1 TO WS-ACCT-TRAN-CNT.
005960     ADD PST-AMOUNT TO WS-ACCT-POSTED-AMT.
005970     MOVE SPACES TO WS-RPT-PST-DETAIL.
005980     MOVE PST-DATE TO WS-RPT-DET-DATE.
005990     MOVE PST-TYPE TO WS-RPT-DET-TYPE.
006000     MOVE PST-AMOUNT TO WS-RPT-DET-AMT.
006010     MOVE BAL-CURR-BAL TO WS-RPT-DET-BAL.
006020     MOVE WS-RPT-PST-DETAIL TO RPT-RECORD.
006030     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
006040     PERFORM 2450-WRITE-ACCT-HISTORY THRU 2450-EXIT.
006050 2400-EXIT.
006060     EXIT.
006070
006080******************************************************************
006090*    2450-WRITE-ACCT-HISTORY  --  ONE HWATHFIL RECORD PER ITEM,
006100*                                 NUMBERED WITHIN THE ACCOUNT'S
006110*                                 DAY IN POSTING ORDER. A TYPE NOT
006120*                                 ON HWTYPFIL IS DESCRIBED AS SUCH.
006130******************************************************************
006140 2450-WRITE-ACCT-HISTORY.
006150     MOVE SPACES TO ATH-RECORD.
006160     MOVE WS-CUR-ACCOUNT TO ATH-ACCOUNT-NO.
006170     MOVE WS-BUS-DATE TO ATH-BUSINESS-DATE.
006180     MOVE WS-ACCT-TRAN-CNT TO ATH-SEQ-NO.
006190     MOVE PST-DATE TO ATH-TRAN-DATE.
006200     MOVE PST-TYPE TO ATH-TRAN-TYPE.
006210     MOVE PST-TYPE TO TYP-CODE.
006220     READ TYPE-FILE.
006230     IF WS-TYP-FILE-STATUS = '00'
006240         MOVE TYP-DESC TO ATH-TYPE-DESC
006250     ELSE
006260         MOVE 'TYPE NOT ON FILE' TO ATH-TYPE-DESC
006270     END-IF.
006280     MOVE PST-AMOUNT TO ATH-AMOUNT.
006290     MOVE BAL-CURR-BAL TO ATH-RUNNING-BAL.
006300     MOVE WS-RUN-DATE TO ATH-POST-DATE.
006310     MOVE WS-RUN-TIME TO ATH-POST-TIME.
006320     WRITE ATH-RECORD.
006330     IF WS-ATH-FILE-STATUS NOT = '00'
006340         DISPLAY 'HWPOST: ATH-FILE WRITE FAILED, STATUS='
006350             WS-ATH-FILE-STATUS UPON SYSERR
006360         MOVE 8 TO RETURN-CODE
006370         GO TO 2450-EXIT
006380     END-IF.
006390     ADD 1 TO WS-ACCT-ATH-CNT.
006400 2450-EXIT.
006410     EXIT.
006420
006430******************************************************************
006440*    2500-REJECT-POST  --  A POST AGAINST A CLOSED ACCOUNT GOES
006450*                          TO POSTREJ INTACT, REASON CLSD, AND
006460*                          GETS A STATEMENT LINE SAYING SO.
006470******************************************************************
006480 2500-REJECT-POST.
006490     ADD 1 TO WS-REJECT-CNT.
006500     MOVE SPACES TO REJ-RECORD.
006510     MOVE 'CLSD' TO REJ-REASON-CODE.
006520     MOVE PST-RECORD TO REJ-TRAN-DATA.
006530     WRITE REJ-RECORD.
006540     IF WS-PRJ-FILE-STATUS NOT = '00'
006550         DISPLAY 'HWPOST: PSTREJ-FILE WRITE FAILED, STATUS='
006560             WS-PRJ-FILE-STATUS UPON SYSERR
006570         MOVE 8 TO RETURN-CODE
006580     END-IF.
006590     MOVE SPACES TO WS-RPT-PST-DETAIL.
006600     MOVE PST-DATE TO WS-RPT-DET-DATE.
006610     MOVE PST-TYPE TO WS-RPT-DET-TYPE.
006620     MOVE PST-AMOUNT TO WS-RPT-DET-AMT.
006630     MOVE WS-RPT-PST-DETAIL TO RPT-RECORD.
006640     MOVE 'REJECTED - CLOSED' TO RPT-RECORD(44:17).
006650     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
006660 2500-EXIT.
006670     EXIT.
006680
006690******************************************************************
006700*    2600-FINISH-ACCOUNT  --  WRITE OR REWRITE THE BALANCE
006710*                             RECORD AND PRINT THE CLOSING
006720*                             BALANCE. A CLOSED ACCOUNT'S
006730*                             BALANCE RECORD IS NEVER TOUCHED,
006740*                             AND NO RECORD IS CHANGED UNTIL ITS
006750*                             BEFORE-IMAGE IS SAVED. WITHOUT THE
006760*                             IMAGE THE ACCOUNT'S HISTORY ITEMS
006770*                             ARE TAKEN BACK OFF - HWBKOUT COULD
006780*                             NOT FIND THEM AND THE BALANCE NEVER
006790*                             MOVED. ONLY A POSTED ACCOUNT ADDS
006800*                             TO THE RUN TOTALS.
006810******************************************************************
006820 2600-FINISH-ACCOUNT.
006830     IF WS-ACCT-IS-CLOSED
006840         GO TO 2600-EXIT
006850     END-IF.
006860     IF WS-ACCT-TRAN-CNT = ZERO
006870         GO TO 2600-EXIT
006880     END-IF.
006890     PERFORM 2650-SAVE-BEFORE-IMAGE THRU 2650-EXIT.
006900     IF WS-BIM-FILE-STATUS NOT = '00'
006910         PERFORM 2660-REMOVE-ACCT-HISTORY THRU 2660-EXIT
006920             VARYING WS-ATH-SEQ FROM 1 BY 1
006930             UNTIL WS-ATH-SEQ > WS-ACCT-TRAN-CNT
006940         GO TO 2600-EXIT
006950     END-IF.
006960     ADD WS-ACCT-TRAN-CNT TO WS-POSTED-CNT.
006970     ADD WS-ACCT-POSTED-AMT TO WS-POSTED-AMT.
006980     ADD WS-ACCT-ATH-CNT TO WS-ATH-WRITTEN-CNT.
006990     IF WS-ACCT-IS-DORMANT
007000         ADD WS-ACCT-TRAN-CNT TO WS-DORMANT-CNT
007010         ADD WS-ACCT-POSTED-AMT TO WS-DORMANT-AMT
007020     END-IF.
007030     MOVE WS-RUN-DATE TO BAL-LAST-POST-DATE.
007040     MOVE WS-RUN-TIME TO BAL-LAST-POST-TIME.
007050     IF WS-BAL-FOUND
007060         REWRITE BAL-RECORD
007070     ELSE
007080         WRITE BAL-RECORD
007090     END-IF.
007100     IF WS-BAL-FILE-STATUS NOT = '00'
007110         DISPLAY 'HWPOST: BAL-FILE UPDATE FAILED, STATUS='
007120             WS-BAL-FILE-STATUS UPON SYSERR
007130         MOVE 8 TO RETURN-CODE
007140     END-IF.
007150     ADD 1 TO WS-ACCT-POSTED-CNT.
007160     MOVE 'CLOSING BALANCE' TO WS-RPT-MLABEL.
007170     MOVE BAL-CURR-BAL TO WS-RPT-AMT.
007180     MOVE WS-RPT-MONEY TO RPT-RECORD.
007190     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
007200 2600-EXIT.
007210     EXIT.
007220
007230******************************************************************
007240*    2650-SAVE-BEFORE-IMAGE  --  WRITE THE ACCOUNT'S BALANCE RECORD
007250*                                AS IT STOOD BEFORE TODAY, WITH THE
007260*                                NET THE DAY POSTED TO IT. AN IMAGE
007270*                                ALREADY HELD FOR THE DATE AND
007280*                                ACCOUNT IS THE OLDER AND TRUER ONE
007290*                                AND IS KEPT. IF THE IMAGE CANNOT BE
007300*                                SAVED THE ACCOUNT IS NOT POSTED.
007310******************************************************************
007320 2650-SAVE-BEFORE-IMAGE.
007330     MOVE SPACES TO BIM-RECORD.
007340     MOVE WS-BUS-DATE TO BIM-BUSINESS-DATE.
007350     MOVE WS-CUR-ACCOUNT TO BIM-ACCOUNT-NO.
007360     MOVE WS-BIM-STATE TO BIM-BAL-STATE.
007370     MOVE WS-ACCT-TRAN-CNT TO BIM-TRAN-CNT.
007380     COMPUTE BIM-POSTED-NET = BAL-CURR-BAL - WS-OPEN-BAL.
007390     MOVE WS-RUN-DATE TO BIM-POST-DATE.
007400     MOVE WS-RUN-TIME TO BIM-POST-TIME.
007410     MOVE WS-BIM-IMAGE TO BIM-BEFORE-IMAGE.
007420     WRITE BIM-RECORD.
007430     IF WS-BIM-FILE-STATUS = '22'
007440         MOVE '00' TO WS-BIM-FILE-STATUS
007450     END-IF.
007460     IF WS-BIM-FILE-STATUS NOT = '00'
007470         DISPLAY 'HWPOST: BIM-FILE WRITE FAILED, STATUS='
007480             WS-BIM-FILE-STATUS UPON SYSERR
007490         DISPLAY 'HWPOST: ACCOUNT ' WS-CUR-ACCOUNT
007500             ' NOT POSTED' UPON SYSERR
007510         MOVE 8 TO RETURN-CODE
007520         MOVE 'ACCOUNT NOT POSTED - BEFORE-IMAGE NOT SAVED'
007530             TO RPT-RECORD
007540         PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT
007550         GO TO 2650-EXIT
007560     END-IF.
007570     ADD 1 TO WS-BIM-SAVED-CNT.
007580 2650-EXIT.
007590     EXIT.
007600
007610******************************************************************
007620*    2660-REMOVE-ACCT-HISTORY  --  DELETE ONE OF THE UNPOSTED
007630*                                  ACCOUNT'S HWATHFIL ITEMS BY
007640*                                  SEQUENCE, THE WAY HWBKOUT DOES.
007650*                                  AN ITEM WHOSE WRITE FAILED IS
007660*                                  NOT THERE TO DELETE.
007670******************************************************************
007680 2660-REMOVE-ACCT-HISTORY.
007690     MOVE WS-CUR-ACCOUNT TO ATH-ACCOUNT-NO.
007700     MOVE WS-BUS-DATE TO ATH-BUSINESS-DATE.
007710     MOVE WS-ATH-SEQ TO ATH-SEQ-NO.
007720     DELETE ATH-FILE.
007730     EVALUATE WS-ATH-FILE-STATUS
007740         WHEN '00'
007750         WHEN '23'
007760             CONTINUE
007770         WHEN OTHER
007780             DISPLAY 'HWPOST: ATH-FILE DELETE FAILED FOR '
007790                 WS-CUR-ACCOUNT ', STATUS=' WS-ATH-FILE-STATUS
007800                 UPON SYSERR
007810             MOVE 8 TO RETURN-CODE
007820     END-EVALUATE.
007830 2660-EXIT.
007840     EXIT.
007850
007860******************************************************************
007870*    3000-PRINT-TOTALS  --  RUN TOTALS FOR THE OPERATIONS LOG.
007880******************************************************************
007890 3000-PRINT-TOTALS.
007900     MOVE SPACES TO RPT-RECORD.
007910     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
007920     MOVE 'TRANSACTIONS READ' TO WS-RPT-LABEL.
007930     MOVE WS-READ-CNT TO WS-RPT-COUNT.
007940     PERFORM 3200-WRITE-TOTAL-LINE THRU 3200-EXIT.
007950     MOVE 'TRANSACTIONS POSTED' TO WS-RPT-LABEL.
007960     MOVE WS-POSTED-CNT TO WS-RPT-COUNT.
007970     PERFORM 3200-WRITE-TOTAL-LINE THRU 3200-EXIT.
007980     MOVE 'POSTS REJECTED' TO WS-RPT-LABEL.
007990     MOVE WS-REJECT-CNT TO WS-RPT-COUNT.
008000     PERFORM 3200-WRITE-TOTAL-LINE THRU 3200-EXIT.
008010     MOVE 'ACCOUNTS POSTED' TO WS-RPT-LABEL.
008020     MOVE WS-ACCT-POSTED-CNT TO WS-RPT-COUNT.
008030     PERFORM 3200-WRITE-TOTAL-LINE THRU 3200-EXIT.
008040     MOVE 'BEFORE-IMAGES SAVED' TO WS-RPT-LABEL.
008050     MOVE WS-BIM-SAVED-CNT TO WS-RPT-COUNT.
008060     PERFORM 3200-WRITE-TOTAL-LINE THRU 3200-EXIT.
008070     MOVE 'HISTORY ITEMS SAVED' TO WS-RPT-LABEL.
008080     MOVE WS-ATH-WRITTEN-CNT TO WS-RPT-COUNT.
008090     PERFORM 3200-WRITE-TOTAL-LINE THRU 3200-EXIT.
008100     MOVE 'DORMANT ACCT ITEMS' TO WS-RPT-LABEL.
008110     MOVE WS-DORMANT-CNT TO WS-RPT-COUNT.
008120     PERFORM 3200-WRITE-TOTAL-LINE THRU 3200-EXIT.
008130     MOVE 'NET AMOUNT POSTED' TO WS-RPT-MLABEL.
008140     MOVE WS-POSTED-AMT TO WS-RPT-AMT.
008150     MOVE WS-RPT-MONEY TO RPT-RECORD.
008160     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
008170     MOVE 'DORMANT ACCT AMOUNT' TO WS-RPT-MLABEL.
008180     MOVE WS-DORMANT-AMT TO WS-RPT-AMT.
008190     MOVE WS-RPT-MONEY TO RPT-RECORD.
008200     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
008210     MOVE 'OPENING FILE TOTAL' TO WS-RPT-MLABEL.
008220     MOVE WS-OPEN-TOTAL TO WS-RPT-AMT.
008230     MOVE WS-RPT-MONEY TO RPT-RECORD.
008240     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
008250     IF WS-PRF-KEPT
008260         MOVE 'DATE POSTED BEFORE - FIRST OPENING TOTAL KEPT'
008270             TO RPT-RECORD
008280         PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT
008290     END-IF.
008300 3000-EXIT.
008310     EXIT.
008320
008330******************************************************************
008340*    3050-MARK-DATE-POSTED  --  A CLEAN RUN TURNS THE DATE'S
008350*                               MARKER FROM POSTING TO POSTED WITH
008360*                               THE RUN'S COUNTS. A FAILED RUN
008370*                               LEAVES IT AT POSTING - THE DATE IS
008380*                               STILL REFUSED, AND WHAT WAS APPLIED
008390*                               MUST BE BACKED OUT BEFORE A RERUN.
008400******************************************************************
008410 3050-MARK-DATE-POSTED.
008420     IF RETURN-CODE > 4
008430         MOVE 'POSTING INCOMPLETE - BACK OUT BEFORE RERUNNING'
008440             TO RPT-RECORD
008450         PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT
008460         GO TO 3050-EXIT
008470     END-IF.
008480     OPEN I-O PMK-FILE.
008490     IF WS-PMK-FILE-STATUS NOT = '00'
008500         DISPLAY 'HWPOST: PMK-FILE OPEN FAILED, STATUS='
008510             WS-PMK-FILE-STATUS UPON SYSERR
008520         MOVE 8 TO RETURN-CODE
008530         GO TO 3050-EXIT
008540     END-IF.
008550     MOVE WS-BUS-DATE TO PMK-BUSINESS-DATE.
008560     READ PMK-FILE.
008570     IF WS-PMK-FILE-STATUS = '00'
008580         SET PMK-POSTED TO TRUE
008590         MOVE WS-ACCT-POSTED-CNT TO PMK-ACCT-CNT
008600         MOVE WS-POSTED-CNT TO PMK-TRAN-CNT
008610         MOVE WS-POSTED-AMT TO PMK-POSTED-NET
008620         REWRITE PMK-RECORD
008630     END-IF.
008640     IF WS-PMK-FILE-STATUS NOT = '00'
008650         DISPLAY 'HWPOST: PMK-FILE UPDATE FAILED, STATUS='
008660             WS-PMK-FILE-STATUS UPON SYSERR
008670         MOVE 8 TO RETURN-CODE
008680     END-IF.
008690     CLOSE PMK-FILE.
008700 3050-EXIT.
008710     EXIT.
008720
008730 3100-WRITE-REPORT-LINE.
008740     WRITE RPT-RECORD.
008750     IF WS-RPT-FILE-STATUS NOT = '00'
008760         DISPLAY 'HWPOST: REPORT-FILE WRITE FAILED, STATUS='
008770             WS-RPT-FILE-STATUS UPON SYSERR
008780         MOVE 8 TO RETURN-CODE
008790     END-IF.
008800 3100-EXIT.
008810     EXIT.
008820
008830 3200-WRITE-TOTAL-LINE.
008840     MOVE WS-RPT-TOTAL TO RPT-RECORD.
008850     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
008860 3200-EXIT.
008870     EXIT.
008880
008890 3900-CLOSE-FILES.
008900     CLOSE ACCT-FILE.
008910     CLOSE BAL-FILE.
008920     CLOSE BIM-FILE.
008930     CLOSE TYPE-FILE.
008940     CLOSE ATH-FILE.
008950     CLOSE PSTREJ-FILE.
008960     CLOSE REPORT-FILE.
008970 3900-EXIT.
008980     EXIT.
008990
009000******************************************************************
009010*    9000-LOG-JOB-START  --  STAMP THIS RUN AS RUNNING ON THE
009020*                            SHARED JOB-STATUS BOARD.
009030******************************************************************
009040 9000-LOG-JOB-START.
009050     MOVE 'HWPOST' TO JOBLOG-JOB-NAME.
009060     SET JOBLOG-EVENT-START TO TRUE.
009070     MOVE SPACES TO JOBLOG-STATUS.
009080     MOVE ZERO TO JOBLOG-RETURN-CODE.
009090     MOVE WS-BUS-DATE TO JOBLOG-BUS-DATE.
009100     MOVE RETURN-CODE TO WS-SAVE-RETURN-CODE.
009110     CALL 'HWJOBLOG' USING JOBLOG-PARM.
009120     MOVE WS-SAVE-RETURN-CODE TO RETURN-CODE.
009130 9000-EXIT.
009140     EXIT.
009150
009160******************************************************************
009170*    9100-LOG-JOB-END  --  CLOSE THIS RUN OUT ON THE SHARED
009180*                          JOB-STATUS BOARD.
009190******************************************************************
009200 9100-LOG-JOB-END.
009210     MOVE 'HWPOST' TO JOBLOG-JOB-NAME.
009220     SET JOBLOG-EVENT-END TO TRUE.
009230     IF RETURN-CODE > 4
009240         MOVE 'FAILED' TO JOBLOG-STATUS
009250     ELSE
009260         MOVE 'COMPLETE' TO JOBLOG-STATUS
009270     END-IF.
009280     MOVE RETURN-CODE TO JOBLOG-RETURN-CODE.
009290     MOVE WS-BUS-DATE TO JOBLOG-BUS-DATE.
009300     MOVE RETURN-CODE TO WS-SAVE-RETURN-CODE.
009310     CALL 'HWJOBLOG' USING JOBLOG-PARM.
009320     MOVE WS-SAVE-RETURN-CODE TO RETURN-CODE.
009330 9100-EXIT.
009340     EXIT.
009350
009360******************************************************************
009370*    1700-RESOLVE-BUS-DATE  --  HW_BUS_DATE NAMES THE BUSINESS
009380*                               DATE BEING POSTED. WHEN SET TO A
009390*                               VALID DATE OTHER THAN TODAY, THE
009400*                               RUN READS THE DATED
009410*                               TRANFILE.YYYYMMDD GENERATION AND
009420*                               WRITES DATED POSTREJ/POSTRPT
009430*                               GENERATIONS. THE BALANCE FILE
009440*                               ITSELF IS THE LIVE MASTER AND IS
009450*                               NEVER SWAPPED - A BACKFILL POST
009460*                               IS A DELIBERATE CATCH-UP.
009470******************************************************************
009480 1700-RESOLVE-BUS-DATE.
009490     MOVE WS-RUN-DATE TO WS-BUS-DATE.
009500     MOVE SPACES TO WS-ENV-BUS-DATE.
009510     ACCEPT WS-ENV-BUS-DATE FROM ENVIRONMENT "HW_BUS_DATE"
009520         ON EXCEPTION
009530             MOVE SPACES TO WS-ENV-BUS-DATE
009540     END-ACCEPT.
009550     IF WS-ENV-BUS-DATE = SPACES
009560         GO TO 1700-EXIT
009570     END-IF.
009580     IF WS-ENV-BUS-DATE NOT NUMERIC
009590         DISPLAY 'HWPOST: BAD HW_BUS_DATE IGNORED: '
009600             WS-ENV-BUS-DATE UPON SYSERR
009610         GO TO 1700-EXIT
009620     END-IF.
009630     MOVE WS-ENV-BUS-DATE TO WS-BUS-DATE.
009640     IF WS-BUS-DATE NOT = WS-RUN-DATE
009650         SET WS-RERUN TO TRUE
009660         MOVE SPACES TO WS-TRAN-FILE-NAME
009670         STRING 'TRANFILE.' WS-BUS-DATE
009680             DELIMITED BY SIZE INTO WS-TRAN-FILE-NAME
009690         SET ENVIRONMENT 'TRANFILE' TO WS-TRAN-FILE-NAME
009700         MOVE SPACES TO WS-PRJ-FILE-NAME
009710         STRING 'POSTREJ.' WS-BUS-DATE
009720             DELIMITED BY SIZE INTO WS-PRJ-FILE-NAME
009730         SET ENVIRONMENT 'POSTREJ' TO WS-PRJ-FILE-NAME
009740         MOVE SPACES TO WS-RPT-FILE-NAME
009750         STRING 'POSTRPT.' WS-BUS-DATE
009760             DELIMITED BY SIZE INTO WS-RPT-FILE-NAME
009770         SET ENVIRONMENT 'POSTRPT' TO WS-RPT-FILE-NAME
009780     END-IF.
009790 1700-EXIT.
009800     EXIT.
009810
009820******************************************************************
009830*    1550-CLAIM-BUSINESS-DATE  --  A DATE WHOSE HWPMKFIL MARKER
009840*                                  SAYS POSTING OR POSTED HAS
009850*                                  ALREADY BEEN APPLIED, WHOLLY OR
009860*                                  IN PART, AND IS REFUSED BEFORE
009870*                                  THE PROOF RECORD IS TOUCHED.
009880*                                  OTHERWISE THE DATE IS CLAIMED AS
009890*                                  POSTING. A DATE BACKED OUT BY
009900*                                  HWBKOUT IS CLAIMED AFRESH.
009910******************************************************************
009920 1550-CLAIM-BUSINESS-DATE.
009930     OPEN I-O PMK-FILE.
009940     IF WS-PMK-FILE-STATUS = '35'
009950         OPEN OUTPUT PMK-FILE
009960         CLOSE PMK-FILE
009970         OPEN I-O PMK-FILE
009980     END-IF.
009990     IF WS-PMK-FILE-STATUS NOT = '00'
010000         DISPLAY 'HWPOST: PMK-FILE OPEN FAILED, STATUS='
010010             WS-PMK-FILE-STATUS UPON SYSERR
010020         MOVE 8 TO RETURN-CODE
010030         PERFORM 9000-LOG-JOB-START THRU 9000-EXIT
010040         PERFORM 9100-LOG-JOB-END THRU 9100-EXIT
010050         STOP RUN
010060     END-IF.
010070     MOVE WS-BUS-DATE TO PMK-BUSINESS-DATE.
010080     READ PMK-FILE.
010090     IF WS-PMK-FILE-STATUS = '00' AND NOT PMK-BACKED-OUT
010100         DISPLAY 'HWPOST: BUSINESS DATE ' WS-BUS-DATE
010110             ' ALREADY ' PMK-STATUS UPON SYSERR
010120         DISPLAY 'HWPOST: BACK IT OUT WITH HWBKOUT BEFORE '
010130             'POSTING AGAIN' UPON SYSERR
010140         CLOSE PMK-FILE
010150         MOVE 8 TO RETURN-CODE
010160         PERFORM 9000-LOG-JOB-START THRU 9000-EXIT
010170         PERFORM 9100-LOG-JOB-END THRU 9100-EXIT
010180         STOP RUN
010190     END-IF.
010200     IF WS-PMK-FILE-STATUS NOT = '00' AND NOT = '23'
010210         DISPLAY 'HWPOST: PMK-FILE READ FAILED, STATUS='
010220             WS-PMK-FILE-STATUS UPON SYSERR
010230         CLOSE PMK-FILE
010240         MOVE 8 TO RETURN-CODE
010250         PERFORM 9000-LOG-JOB-START THRU 9000-EXIT
010260         PERFORM 9100-LOG-JOB-END THRU 9100-EXIT
010270         STOP RUN
010280     END-IF.
010290     MOVE SPACES TO PMK-RECORD.
010300     MOVE WS-BUS-DATE TO PMK-BUSINESS-DATE.
010310     SET PMK-POSTING TO TRUE.
010320     MOVE WS-RUN-DATE TO PMK-POST-DATE.
010330     MOVE WS-RUN-TIME TO PMK-POST-TIME.
010340     MOVE ZERO TO PMK-ACCT-CNT.
010350     MOVE ZERO TO PMK-TRAN-CNT.
010360     MOVE ZERO TO PMK-POSTED-NET.
010370     MOVE ZERO TO PMK-BACKOUT-CNT.
010380     IF WS-PMK-FILE-STATUS = '00'
010390         REWRITE PMK-RECORD
010400     ELSE
010410         WRITE PMK-RECORD
010420     END-IF.
010430     IF WS-PMK-FILE-STATUS NOT = '00'
010440         DISPLAY 'HWPOST: PMK-FILE UPDATE FAILED, STATUS='
010450             WS-PMK-FILE-STATUS UPON SYSERR
010460         CLOSE PMK-FILE
010470         MOVE 8 TO RETURN-CODE
010480         PERFORM 9000-LOG-JOB-START THRU 9000-EXIT
010490         PERFORM 9100-LOG-JOB-END THRU 9100-EXIT
010500         STOP RUN
010510     END-IF.
010520     CLOSE PMK-FILE.
010530 1550-EXIT.
010540     EXIT.
010550
010560******************************************************************
010570*    1600-CAPTURE-OPENING-TOTAL  --  TOTAL EVERY BAL-CURR-BAL ON
010580*                                    THE FILE BEFORE ANYTHING IS
010590*                                    APPLIED AND RECORD IT ON
010600*                                    HWPRFFIL FOR THE PROOF. NO
010610*                                    BALANCE FILE YET MEANS AN
010620*                                    OPENING TOTAL OF ZERO. IF
010630*                                    THE DATE ALREADY HAS A
010640*                                    PROOF RECORD, ITS OPENING
010650*                                    FIGURES STAND AND ONLY THE
010660*                                    STATUS GOES BACK TO OPENED -
010670*                                    A SECOND POST THEN FAILS
010680*                                    THE PROOF INSTEAD OF
010690*                                    HIDING IN IT.
010700******************************************************************
010710 1600-CAPTURE-OPENING-TOTAL.
010720     MOVE ZERO TO WS-OPEN-ACCT-CNT.
010730     MOVE ZERO TO WS-OPEN-TOTAL.
010740     OPEN INPUT BAL2-FILE.
010750     IF WS-BL2-FILE-STATUS = '00'
010760         PERFORM 1610-READ-BAL2 THRU 1610-EXIT
010770         PERFORM 1620-ADD-BAL2 THRU 1620-EXIT
010780             UNTIL WS-BL2-EOF
010790         CLOSE BAL2-FILE
010800     ELSE
010810         IF WS-BL2-FILE-STATUS NOT = '35'
010820             DISPLAY 'HWPOST: BAL2-FILE OPEN FAILED, STATUS='
010830                 WS-BL2-FILE-STATUS UPON SYSERR
010840             MOVE 8 TO RETURN-CODE
010850             PERFORM 9000-LOG-JOB-START THRU 9000-EXIT
010860             PERFORM 9100-LOG-JOB-END THRU 9100-EXIT
010870             STOP RUN
010880         END-IF
010890     END-IF.
010900     OPEN I-O PRF-FILE.
010910     IF WS-PRF-FILE-STATUS = '35'
010920         OPEN OUTPUT PRF-FILE
010930         CLOSE PRF-FILE
010940         OPEN I-O PRF-FILE
010950     END-IF.
010960     IF WS-PRF-FILE-STATUS NOT = '00'
010970         DISPLAY 'HWPOST: PRF-FILE OPEN FAILED, STATUS='
010980             WS-PRF-FILE-STATUS UPON SYSERR
010990         MOVE 8 TO RETURN-CODE
011000         PERFORM 9000-LOG-JOB-START THRU 9000-EXIT
011010         PERFORM 9100-LOG-JOB-END THRU 9100-EXIT
011020         STOP RUN
011030     END-IF.
011040     MOVE WS-BUS-DATE TO PRF-BUSINESS-DATE.
011050     READ PRF-FILE.
011060     EVALUATE WS-PRF-FILE-STATUS
011070         WHEN '00'
011080             SET WS-PRF-KEPT TO TRUE
011090             SET PRF-OPENED TO TRUE
011100             MOVE SPACES TO PRF-FAIL-REASON
011110             REWRITE PRF-RECORD
011120         WHEN '23'
011130             MOVE SPACES TO PRF-RECORD
011140             MOVE WS-BUS-DATE TO PRF-BUSINESS-DATE
011150             SET PRF-OPENED TO TRUE
011160             MOVE WS-RUN-DATE TO PRF-OPEN-DATE
011170             MOVE WS-RUN-TIME TO PRF-OPEN-TIME
011180             MOVE WS-OPEN-ACCT-CNT TO PRF-OPEN-ACCT-CNT
011190             MOVE WS-OPEN-TOTAL TO PRF-OPEN-TOTAL
011200             MOVE ZERO TO PRF-CLOSE-ACCT-CNT
011210             MOVE ZERO TO PRF-CLOSE-TOTAL
011220             MOVE ZERO TO PRF-POSTED-NET
011230             MOVE ZERO TO PRF-REJECT-NET
011240             MOVE ZERO TO PRF-BAL-DIFF
011250             MOVE ZERO TO PRF-HST-DIFF
011260             MOVE ZERO TO PRF-SUM-DIFF
011270             WRITE PRF-RECORD
011280         WHEN OTHER
011290             CONTINUE
011300     END-EVALUATE.
011310     IF WS-PRF-FILE-STATUS NOT = '00'
011320         DISPLAY 'HWPOST: PRF-FILE UPDATE FAILED, STATUS='
011330             WS-PRF-FILE-STATUS UPON SYSERR
011340         MOVE 8 TO RETURN-CODE
011350     END-IF.
011360     CLOSE PRF-FILE.
011370 1600-EXIT.
011380     EXIT.
011390
011400 1610-READ-BAL2.
011410     READ BAL2-FILE
011420         AT END
011430             SET WS-BL2-EOF TO TRUE
011440     END-READ.
011450 1610-EXIT.
011460     EXIT.
011470
011480 1620-ADD-BAL2.
011490     ADD 1 TO WS-OPEN-ACCT-CNT.
011500     ADD BL2-CURR-BAL TO WS-OPEN-TOTAL.
011510     PERFORM 1610-READ-BAL2 THRU 1610-EXIT.
011520 1620-EXIT.
011530     EXIT.
