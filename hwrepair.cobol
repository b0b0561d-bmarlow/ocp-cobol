000560*                     HWEDIT DOES, WITH THE COMPILED-IN LIST AS
000570*                     THE FALLBACK WHEN THE FILE IS NOT
000580*                     AVAILABLE.
000590*    10/15/26   RLM   CARRY THE REPAIRED COUNT AND HASH INTO THE
000600*                     SOURCE FEED'S OWN TRANCTL RECORD AS WELL AS
000610*                     THE DAY TOTAL.
000620*    10/15/26   RLM   ACCEPT A CORRECTED DATE ON A NON-PROCESSING
000630*                     DAY SINCE THE PRIOR PROCESSING DAY, AS HWEDIT
000640*                     DOES, TAKING THAT DAY FROM HWCALDAY.
000650******************************************************************
000660
000670 ENVIRONMENT DIVISION.
000680 INPUT-OUTPUT SECTION.
000690 FILE-CONTROL.
000700     SELECT REJECT-FILE ASSIGN TO "TRANREJ"
000710         ORGANIZATION IS SEQUENTIAL
000720         FILE STATUS IS WS-REJ-FILE-STATUS.
000730
000740     SELECT TYPE-FILE ASSIGN TO "HWTYPFIL"
000750         ORGANIZATION IS INDEXED
000760         ACCESS MODE IS RANDOM
000770         RECORD KEY IS TYP-CODE
000780         FILE STATUS IS WS-TYP-FILE-STATUS.
000790
000800     SELECT CARD-FILE ASSIGN TO "REPCARDS"
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS WS-CRD-FILE-STATUS.
000830
000840     SELECT CLEAN-FILE ASSIGN TO "TRANFILE"
000850         ORGANIZATION IS SEQUENTIAL
000860         FILE STATUS IS WS-CLN-FILE-STATUS.
000870
000880     SELECT CTL-FILE ASSIGN TO "TRANCTL"
000890         ORGANIZATION IS SEQUENTIAL
000900         FILE STATUS IS WS-CTL-FILE-STATUS.
000910
000920     SELECT OVRD-FILE ASSIGN TO "EDITOVRD"
000930         ORGANIZATION IS LINE SEQUENTIAL
000940         FILE STATUS IS WS-OVR-FILE-STATUS.
000950
000960     SELECT DAY-FILE ASSIGN TO "HWDAYFIL"
000970         ORGANIZATION IS INDEXED
000980         ACCESS MODE IS RANDOM
000990         RECORD KEY IS DAY-BUSINESS-DATE
001000         FILE STATUS IS WS-DAY-FILE-STATUS.
001010
001020     SELECT REPORT-FILE ASSIGN TO "REPRRPT"
001030         ORGANIZATION IS LINE SEQUENTIAL
001040         FILE STATUS IS WS-RPT-FILE-STATUS.
001050
001060 DATA DIVISION.
001070 FILE SECTION.
001080 FD  REJECT-FILE
001090     RECORDING MODE IS F.
001100     COPY HWREJ.
001110
001120 FD  TYPE-FILE.
001130     COPY HWTYP.
001140
001150 FD  CARD-FILE.
001160 01  CARD-RECORD.
001170     05  CARD-REJ-SEQ            PIC X(05).
001180     05  FILLER                  PIC X(01).
001190     05  CARD-ACCOUNT-NO         PIC X(10).
001200     05  FILLER                  PIC X(01).
001210     05  CARD-DATE               PIC X(08).
001220     05  FILLER                  PIC X(01).
001230     05  CARD-TYPE               PIC X(02).
001240     05  FILLER                  PIC X(01).
001250     05  CARD-AMT-SIGN           PIC X(01).
001260     05  CARD-AMT-DIGITS         PIC X(11).
001270     05  FILLER                  PIC X(39).
001280
001290 FD  CLEAN-FILE
001300     RECORDING MODE IS F.
001310 01  CLEAN-RECORD                PIC X(60).
001320
001330 FD  CTL-FILE
001340     RECORDING MODE IS F.
001350     COPY HWCTL.
001360
001370 FD  OVRD-FILE.
001380 01  OVRD-RECORD.
001390     05  OVRD-KEYWORD            PIC X(08).
001400     05  FILLER                  PIC X(72).
001410
001420 FD  DAY-FILE.
001430     COPY HWDAY.
001440
001450 FD  REPORT-FILE.
001460 01  RPT-RECORD                  PIC X(80).
001470
001480 WORKING-STORAGE SECTION.
001490 01  WS-REJ-READ-CNT             PIC 9(07)   VALUE ZERO.
001500 01  WS-REPAIRED-CNT             PIC 9(07)   VALUE ZERO.
001510 01  WS-REREJECT-CNT             PIC 9(07)   VALUE ZERO.
001520 01  WS-UNTOUCHED-CNT            PIC 9(07)   VALUE ZERO.
001530 01  WS-CARD-CNT                 PIC 9(05)   VALUE ZERO.
001540 01  WS-CARD-BAD-CNT             PIC 9(05)   VALUE ZERO.
001550 01  WS-CARD-TBL-CNT             PIC 9(03)   VALUE ZERO.
001560 01  WS-REPAIR-HASH-AMT          PIC S9(11)V99 VALUE ZERO.
001570
001580 01  WS-REJ-EOF-SW               PIC X(01)   VALUE 'N'.
001590     88  WS-REJ-EOF                  VALUE 'Y'.
001600 01  WS-CARD-EOF-SW              PIC X(01)   VALUE 'N'.
001610     88  WS-CARD-EOF                 VALUE 'Y'.
001620 01  WS-REASON-CODE              PIC X(04)   VALUE SPACES.
001630     88  WS-RECORD-CLEAN             VALUE SPACES.
001640
001650 01  WS-REJ-FILE-STATUS          PIC X(02)   VALUE '00'.
001660 01  WS-CRD-FILE-STATUS          PIC X(02)   VALUE '00'.
001670 01  WS-CLN-FILE-STATUS          PIC X(02)   VALUE '00'.
001680 01  WS-CTL-FILE-STATUS          PIC X(02)   VALUE '00'.
001690 01  WS-RPT-FILE-STATUS          PIC X(02)   VALUE '00'.
001700 01  WS-OVR-FILE-STATUS          PIC X(02)   VALUE '00'.
001710 01  WS-DAY-FILE-STATUS          PIC X(02)   VALUE '00'.
001720 01  WS-OVERRIDE-SW              PIC X(01)   VALUE 'N'.
001730     88  WS-OVERRIDE                 VALUE 'Y'.
001740 01  WS-DAY-CLOSED-SW            PIC X(01)   VALUE 'N'.
001750     88  WS-DAY-IS-CLOSED            VALUE 'Y'.
001760 01  WS-DAY-CLOSE-DATE           PIC X(08)   VALUE SPACES.
001770 01  WS-DAY-CLOSE-TIME           PIC X(08)   VALUE SPACES.
001780
001790 01  WS-RUN-DATE                 PIC X(08)   VALUE SPACES.
001800 01  WS-RUN-TIME                 PIC X(08)   VALUE SPACES.
001810 01  WS-BUS-DATE                 PIC X(08)   VALUE SPACES.
001820 01  WS-ENV-BUS-DATE             PIC X(08)   VALUE SPACES.
001830 01  WS-PRIOR-BUS-DATE           PIC X(08)   VALUE SPACES.
001840 01  WS-RERUN-SW                 PIC X(01)   VALUE 'N'.
001850     88  WS-RERUN                    VALUE 'Y'.
001860 01  WS-REJ-FILE-NAME            PIC X(20)   VALUE 'TRANREJ'.
001870 01  WS-CLN-FILE-NAME            PIC X(20)   VALUE 'TRANFILE'.
001880 01  WS-CTL-FILE-NAME            PIC X(20)   VALUE 'TRANCTL'.
001890 01  WS-RPT-FILE-NAME            PIC X(20)   VALUE 'REPRRPT'.
001900
001910******************************************************************
001920*    CORRECTION CARDS LOADED UP FRONT, MATCHED TO THE REJECT FILE
001930*    BY SEQUENCE NUMBER. 200 CARDS IS FAR PAST ANY REJECT DAY
001940*    SEEN SO FAR.
001950******************************************************************
001960 01  WS-CARD-TABLE.
001970     05  WS-CARD-ENTRY           OCCURS 200 TIMES.
001980         10  WS-CRD-SEQ          PIC 9(05).
001990         10  WS-CRD-ACCOUNT      PIC X(10).
002000         10  WS-CRD-DATE         PIC X(08).
002010         10  WS-CRD-TYPE         PIC X(02).
002020         10  WS-CRD-AMT-SIGN     PIC X(01).
002030         10  WS-CRD-AMT-DIGITS   PIC X(11).
002040         10  WS-CRD-USED-SW      PIC X(01).
002050             88  WS-CRD-USED         VALUE 'Y'.
002060 01  WS-CARD-IDX                 PIC 9(03)   VALUE ZERO.
002070 01  WS-CARD-FOUND-SW            PIC X(01)   VALUE 'N'.
002080     88  WS-CARD-FOUND               VALUE 'Y'.
002090 01  WS-CARD-USE                 PIC 9(03)   VALUE ZERO.
002100*    THE CARD DIGITS ARE STAGED ALPHANUMERIC AND RE-READ THROUGH
002110*    THE REDEFINES SO THE TWO ASSUMED DECIMALS SURVIVE - A MOVE
002120*    OF PIC X DIGITS STRAIGHT TO 9(09)V99 WOULD TAKE THEM AS A
002130*    WHOLE NUMBER AND POST EVERY REPAIR AT 100 TIMES ITS VALUE.
002140 01  WS-CRD-AMT-X                PIC X(11).
002150 01  WS-CRD-AMT-NUM REDEFINES WS-CRD-AMT-X
002160                                 PIC 9(09)V99.
002170
002180******************************************************************
002190*    FALLBACK TRAN-TYPE CODES, USED ONLY WHEN THE HWTYPFIL
002200*    REFERENCE FILE IS NOT AVAILABLE TO THE RUN - MIRRORS
002210*    HWEDIT.
002220******************************************************************
002230 01  WS-TYP-FILE-STATUS          PIC X(02)   VALUE '00'.
002240 01  WS-TYP-CHECKED-SW           PIC X(01)   VALUE 'N'.
002250     88  WS-TYP-CHECKED              VALUE 'Y'.
002260 01  WS-TYPE-LIST-DATA.
002270     05  FILLER                  PIC X(16)
002280         VALUE 'PURFDPWDFEINAJTR'.
002290 01  WS-TYPE-LIST REDEFINES WS-TYPE-LIST-DATA.
002300     05  WS-TYPE-LIST-CODE       PIC X(02)  OCCURS 8 TIMES.
002310 01  WS-TYPE-LIST-COUNT          PIC 9(02)   VALUE 8.
002320 01  WS-TYPE-LIST-IDX            PIC 9(02)   VALUE ZERO.
002330 01  WS-TYPE-OK-SW               PIC X(01)   VALUE 'N'.
002340     88  WS-TYPE-OK                  VALUE 'Y'.
002350
002360 01  WS-EDIT-DATE.
002370     05  WS-EDIT-DATE-YYYY       PIC 9(04).
002380     05  WS-EDIT-DATE-MM         PIC 9(02).
002390     05  WS-EDIT-DATE-DD         PIC 9(02).
002400 01  WS-DATE-OK-SW               PIC X(01)   VALUE 'N'.
002410     88  WS-DATE-OK                  VALUE 'Y'.
002420 01  WS-LEAP-REM                 PIC 9(04)   VALUE ZERO.
002430 01  WS-LEAP-QUOT                PIC 9(04)   VALUE ZERO.
002440 01  WS-MONTH-MAX-DD             PIC 9(02)   VALUE ZERO.
002450
002460 01  WS-CTL-UPDATED-SW           PIC X(01)   VALUE 'N'.
002470     88  WS-CTL-UPDATED              VALUE 'Y'.
002480 01  WS-CTL-EOF-SW               PIC X(01)   VALUE 'N'.
002490     88  WS-CTL-EOF                  VALUE 'Y'.
002500
002510******************************************************************
002520*    REPAIRED COUNT AND HASH BY THE SOURCE FEED THE REJECT CAME
002530*    IN ON, FOR THAT FEED'S TRANCTL RECORD.
002540******************************************************************
002550 01  WS-SRC-MAX                  PIC 9(02)   VALUE 10.
002560 01  WS-SRC-COUNT                PIC 9(02)   VALUE ZERO.
002570 01  WS-SRC-IDX                  PIC 9(02)   VALUE ZERO.
002580 01  WS-SRC-USE                  PIC 9(02)   VALUE ZERO.
002590 01  WS-SRC-TABLE.
002600     05  WS-SRC-ENTRY            OCCURS 10 TIMES.
002610         10  WS-SRC-ID           PIC X(08).
002620         10  WS-SRC-CNT          PIC 9(07).
002630         10  WS-SRC-HASH-AMT     PIC S9(11)V99.
002640
002650     COPY HWTRN REPLACING LEADING ==TRAN== BY ==WRK==.
002660
002670 01  WS-RPT-DETAIL.
002680     05  WS-RPT-SEQ              PIC Z(4)9.
002690     05  FILLER                  PIC X(02)   VALUE SPACES.
002700     05  WS-RPT-ACCOUNT          PIC X(10)   VALUE SPACES.
002710     05  FILLER                  PIC X(02)   VALUE SPACES.
002720     05  WS-RPT-RESULT           PIC X(30)   VALUE SPACES.
002730     05  FILLER                  PIC X(31)   VALUE SPACES.
002740
002750 01  WS-RPT-TOTAL.
002760     05  WS-RPT-LABEL            PIC X(20)   VALUE SPACES.
002770     05  WS-RPT-COUNT            PIC Z(6)9.
002780     05  FILLER                  PIC X(53)   VALUE SPACES.
002790
002800 01  WS-RPT-MONEY.
002810     05  WS-RPT-MLABEL           PIC X(20)   VALUE SPACES.
002820     05  WS-RPT-AMT              PIC ---,---,---,--9.99.
002830     05  FILLER                  PIC X(42)   VALUE SPACES.
002840
002850 COPY HWCLD.
002860 COPY HWJLG.
002870 01  WS-SAVE-RETURN-CODE         PIC S9(08) COMP VALUE ZERO.
002880
002890******************************************************************
002900 PROCEDURE DIVISION.
002910******************************************************************
002920
002930 0000-MAINLINE.
002940     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002950     PERFORM 9000-LOG-JOB-START THRU 9000-EXIT.
002960     PERFORM 1810-READ-OVERRIDE-CARD THRU 1810-EXIT.
002970     PERFORM 1850-CHECK-DAY-CLOSED THRU 1850-EXIT.
002980     IF WS-DAY-IS-CLOSED
002990         PERFORM 3750-PRINT-CLOSED-REPORT THRU 3750-EXIT
003000         CLOSE CARD-FILE
003010         PERFORM 3900-CLOSE-FILES THRU 3900-EXIT
003020         MOVE 8 TO RETURN-CODE
003030         PERFORM 9100-LOG-JOB-END THRU 9100-EXIT
003040         STOP RUN
003050     END-IF.
003060     PERFORM 1500-LOAD-CARDS THRU 1500-EXIT.
003070     PERFORM 2000-PROCESS-REJECTS THRU 2000-EXIT.
003080     PERFORM 2700-UPDATE-CONTROL THRU 2700-EXIT.
003090     PERFORM 3000-PRINT-TOTALS THRU 3000-EXIT.
003100     PERFORM 3900-CLOSE-FILES THRU 3900-EXIT.
003110     IF WS-REREJECT-CNT > ZERO AND RETURN-CODE < 4
003120         MOVE 4 TO RETURN-CODE
003130     END-IF.
003140     PERFORM 9100-LOG-JOB-END THRU 9100-EXIT.
003150     STOP RUN.
003160
003170******************************************************************
003180*    1000-INITIALIZE  --  STAMP THE RUN, RESOLVE THE BUSINESS DAY
003190*                         BEING REPAIRED, AND OPEN ALL FILES. A
003200*                         MISSING REJECT FILE OR CARD FILE IS
003210*                         FATAL - THERE IS NOTHING TO DO.
003220******************************************************************
003230 1000-INITIALIZE.
003240     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003250     ACCEPT WS-RUN-TIME FROM TIME.
003260     PERFORM 1700-RESOLVE-BUS-DATE THRU 1700-EXIT.
003270     PERFORM 1750-FIND-PRIOR-BUS-DATE THRU 1750-EXIT.
003280     OPEN INPUT REJECT-FILE.
003290     IF WS-REJ-FILE-STATUS NOT = '00'
003300         DISPLAY 'HWREPAIR: REJECT-FILE OPEN FAILED, STATUS='
003310             WS-REJ-FILE-STATUS UPON SYSERR
003320         MOVE 8 TO RETURN-CODE
003330         PERFORM 9000-LOG-JOB-START THRU 9000-EXIT
003340         PERFORM 9100-LOG-JOB-END THRU 9100-EXIT
003350         STOP RUN
003360     END-IF.
003370     OPEN INPUT CARD-FILE.
003380     IF WS-CRD-FILE-STATUS NOT = '00'
003390         DISPLAY 'HWREPAIR: CARD-FILE OPEN FAILED, STATUS='
003400             WS-CRD-FILE-STATUS UPON SYSERR
003410         MOVE 8 TO RETURN-CODE
003420         PERFORM 9000-LOG-JOB-START THRU 9000-EXIT
003430         PERFORM 9100-LOG-JOB-END THRU 9100-EXIT
003440         STOP RUN
003450     END-IF.
003460     OPEN EXTEND CLEAN-FILE.
003470     IF WS-CLN-FILE-STATUS NOT = '00'
003480         DISPLAY 'HWREPAIR: CLEAN-FILE OPEN FAILED, STATUS='
003490             WS-CLN-FILE-STATUS UPON SYSERR
003500         MOVE 8 TO RETURN-CODE
003510         PERFORM 9000-LOG-JOB-START THRU 9000-EXIT
003520         PERFORM 9100-LOG-JOB-END THRU 9100-EXIT
003530         STOP RUN
003540     END-IF.
003550     OPEN INPUT TYPE-FILE.
003560     IF WS-TYP-FILE-STATUS = '00'
003570         SET WS-TYP-CHECKED TO TRUE
003580     ELSE
003590         DISPLAY 'HWREPAIR: TYPE REFERENCE FILE NOT AVAILABLE,'
003600             ' STATUS=' WS-TYP-FILE-STATUS
003610             ' - COMPILED-IN LIST IN USE' UPON SYSERR
003620     END-IF.
003630     OPEN OUTPUT REPORT-FILE.
003640     IF WS-RPT-FILE-STATUS NOT = '00'
003650         DISPLAY 'HWREPAIR: REPORT-FILE OPEN FAILED, STATUS='
003660             WS-RPT-FILE-STATUS UPON SYSERR
003670         MOVE 8 TO RETURN-CODE
003680         PERFORM 9000-LOG-JOB-START THRU 9000-EXIT
003690         PERFORM 9100-LOG-JOB-END THRU 9100-EXIT
003700         STOP RUN
003710     END-IF.
003720     MOVE 'HWREPAIR REJECT REPAIR AND RECYCLE' TO RPT-RECORD.
003730     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
003740     MOVE SPACES TO RPT-RECORD.
003750     STRING 'BUSINESS DATE ' WS-BUS-DATE
003760         '  RUN ' WS-RUN-DATE ' ' WS-RUN-TIME
003770         DELIMITED BY SIZE INTO RPT-RECORD.
003780     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
003790     MOVE SPACES TO RPT-RECORD.
003800     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
003810 1000-EXIT.
003820     EXIT.
003830
003840******************************************************************
003850*    1500-LOAD-CARDS  --  LOAD EVERY CORRECTION CARD INTO THE
003860*                         TABLE. A CARD WITH A BAD SEQUENCE
003870*                         NUMBER, A DUPLICATE SEQUENCE, OR PAST
003880*                         THE TABLE LIMIT IS REPORTED AND
003890*                         DROPPED.
003900******************************************************************
003910 1500-LOAD-CARDS.
003920     PERFORM 1510-READ-CARD THRU 1510-EXIT.
003930     PERFORM 1520-STORE-CARD THRU 1520-EXIT
003940         UNTIL WS-CARD-EOF.
003950     CLOSE CARD-FILE.
003960 1500-EXIT.
003970     EXIT.
003980
003990 1510-READ-CARD.
004000     READ CARD-FILE
004010         AT END
004020             SET WS-CARD-EOF TO TRUE
004030     END-READ.
004040 1510-EXIT.
004050     EXIT.
004060
004070 1520-STORE-CARD.
004080     ADD 1 TO WS-CARD-CNT.
004090     IF CARD-REJ-SEQ NOT NUMERIC OR CARD-REJ-SEQ = ZEROS
004100         ADD 1 TO WS-CARD-BAD-CNT
004110         MOVE SPACES TO WS-RPT-DETAIL
004120         MOVE 'CARD DROPPED - BAD SEQUENCE' TO WS-RPT-RESULT
004130         MOVE WS-RPT-DETAIL TO RPT-RECORD
004140         PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT
004150         GO TO 1520-NEXT
004160     END-IF.
004170     IF CARD-AMT-DIGITS NOT = SPACES
004180         AND CARD-AMT-DIGITS NOT NUMERIC
004190         ADD 1 TO WS-CARD-BAD-CNT
004200         MOVE SPACES TO WS-RPT-DETAIL
004210         MOVE CARD-REJ-SEQ TO WS-RPT-SEQ
004220         MOVE 'CARD DROPPED - BAD AMOUNT' TO WS-RPT-RESULT
004230         MOVE WS-RPT-DETAIL TO RPT-RECORD
004240         PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT
004250         GO TO 1520-NEXT
004260     END-IF.
004270     MOVE 'N' TO WS-CARD-FOUND-SW.
004280     PERFORM 1530-SCAN-CARD-TABLE THRU 1530-EXIT
004290         VARYING WS-CARD-IDX FROM 1 BY 1
004300         UNTIL WS-CARD-IDX > WS-CARD-TBL-CNT
004310             OR WS-CARD-FOUND.
004320     IF WS-CARD-FOUND
004330         ADD 1 TO WS-CARD-BAD-CNT
004340         MOVE SPACES TO WS-RPT-DETAIL
004350         MOVE CARD-REJ-SEQ TO WS-RPT-SEQ
004360         MOVE 'CARD DROPPED - DUPLICATE SEQ' TO WS-RPT-RESULT
004370         MOVE WS-RPT-DETAIL TO RPT-RECORD
004380         PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT
004390         GO TO 1520-NEXT
004400     END-IF.
004410     IF WS-CARD-TBL-CNT >= 200
004420         ADD 1 TO WS-CARD-BAD-CNT
004430         MOVE SPACES TO WS-RPT-DETAIL
004440         MOVE 'CARD DROPPED - TABLE FULL' TO WS-RPT-RESULT
004450         MOVE WS-RPT-DETAIL TO RPT-RECORD
004460         PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT
004470         GO TO 1520-NEXT
004480     END-IF.
004490     ADD 1 TO WS-CARD-TBL-CNT.
004500     MOVE CARD-REJ-SEQ TO WS-CRD-SEQ(WS-CARD-TBL-CNT).
004510     MOVE CARD-ACCOUNT-NO TO WS-CRD-ACCOUNT(WS-CARD-TBL-CNT).
004520     MOVE CARD-DATE TO WS-CRD-DATE(WS-CARD-TBL-CNT).
004530     MOVE CARD-TYPE TO WS-CRD-TYPE(WS-CARD-TBL-CNT).
004540     MOVE CARD-AMT-SIGN TO WS-CRD-AMT-SIGN(WS-CARD-TBL-CNT).
004550     MOVE CARD-AMT-DIGITS
004560         TO WS-CRD-AMT-DIGITS(WS-CARD-TBL-CNT).
004570     MOVE 'N' TO WS-CRD-USED-SW(WS-CARD-TBL-CNT).
004580 1520-NEXT.
004590     PERFORM 1510-READ-CARD THRU 1510-EXIT.
004600 1520-EXIT.
004610     EXIT.
004620
004630 1530-SCAN-CARD-TABLE.
004640     IF WS-CRD-SEQ(WS-CARD-IDX) = CARD-REJ-SEQ
004650         SET WS-CARD-FOUND TO TRUE
004660         MOVE WS-CARD-IDX TO WS-CARD-USE
004670     END-IF.
004680 1530-EXIT.
004690     EXIT.
004700
004710******************************************************************
004720*    2000-PROCESS-REJECTS  --  ONE PASS OF THE REJECT FILE. A
004730*                              RECORD WITH A MATCHING CARD IS
004740*                              CORRECTED AND RE-EDITED; ANYTHING
004750*                              ELSE IS LEFT FOR THE UPSTREAM
004760*                              TEAM UNTOUCHED.
004770******************************************************************
004780 2000-PROCESS-REJECTS.
004790     PERFORM 2100-READ-REJECT THRU 2100-EXIT.
004800     PERFORM 2200-REPAIR-RECORD THRU 2200-EXIT
004810         UNTIL WS-REJ-EOF.
004820     PERFORM 2800-REPORT-UNMATCHED THRU 2800-EXIT
004830         VARYING WS-CARD-IDX FROM 1 BY 1
004840         UNTIL WS-CARD-IDX > WS-CARD-TBL-CNT.
004850 2000-EXIT.
004860     EXIT.
004870
004880 2100-READ-REJECT.
004890     READ REJECT-FILE
004900         AT END
004910             SET WS-REJ-EOF TO TRUE
004920     END-READ.
004930     IF WS-REJ-EOF
004940         GO TO 2100-EXIT
004950     END-IF.
004960     IF WS-REJ-FILE-STATUS NOT = '00' AND '04'
004970         DISPLAY 'HWREPAIR: REJECT-FILE READ FAILED,'
004980             ' STATUS=' WS-REJ-FILE-STATUS UPON SYSERR
004990         MOVE 8 TO RETURN-CODE
005000         SET WS-REJ-EOF TO TRUE
005010     END-IF.
005020 2100-EXIT.
005030     EXIT.
005040
005050******************************************************************
005060*    2200-REPAIR-RECORD  --  MATCH ONE REJECT RECORD TO ITS CARD,
005070*                            APPLY THE NON-BLANK CORRECTIONS, AND
005080*                            RE-RUN THE HWEDIT FIELD EDITS. THE
005090*                            FIRST FAILING EDIT NAMES THE REASON.
005100******************************************************************
005110 2200-REPAIR-RECORD.
005120     ADD 1 TO WS-REJ-READ-CNT.
005130     MOVE 'N' TO WS-CARD-FOUND-SW.
005140     PERFORM 2210-MATCH-CARD THRU 2210-EXIT
005150         VARYING WS-CARD-IDX FROM 1 BY 1
005160         UNTIL WS-CARD-IDX > WS-CARD-TBL-CNT
005170             OR WS-CARD-FOUND.
005180     IF NOT WS-CARD-FOUND
005190         ADD 1 TO WS-UNTOUCHED-CNT
005200         GO TO 2200-NEXT
005210     END-IF.
005220     SET WS-CRD-USED(WS-CARD-USE) TO TRUE.
005230     MOVE REJ-TRAN-DATA TO WRK-RECORD.
005240     PERFORM 2220-APPLY-CORRECTIONS THRU 2220-EXIT.
005250     PERFORM 2300-EDIT-RECORD THRU 2300-EXIT.
005260     MOVE SPACES TO WS-RPT-DETAIL.
005270     MOVE WS-CRD-SEQ(WS-CARD-USE) TO WS-RPT-SEQ.
005280     MOVE WRK-ACCOUNT-NO TO WS-RPT-ACCOUNT.
005290     IF WS-RECORD-CLEAN
005300         PERFORM 2400-WRITE-REPAIRED THRU 2400-EXIT
005310         MOVE 'REPAIRED' TO WS-RPT-RESULT
005320     ELSE
005330         ADD 1 TO WS-REREJECT-CNT
005340         MOVE SPACES TO WS-RPT-RESULT
005350         STRING 'RE-REJECTED - ' WS-REASON-CODE
005360             DELIMITED BY SIZE INTO WS-RPT-RESULT
005370     END-IF.
005380     MOVE WS-RPT-DETAIL TO RPT-RECORD.
005390     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
005400 2200-NEXT.
005410     PERFORM 2100-READ-REJECT THRU 2100-EXIT.
005420 2200-EXIT.
005430     EXIT.
005440
005450 2210-MATCH-CARD.
005460     IF WS-CRD-SEQ(WS-CARD-IDX) = WS-REJ-READ-CNT
005470         SET WS-CARD-FOUND TO TRUE
005480         MOVE WS-CARD-IDX TO WS-CARD-USE
005490     END-IF.
005500 2210-EXIT.
005510     EXIT.
005520
005530******************************************************************
005540*    2220-APPLY-CORRECTIONS  --  OVERLAY THE NON-BLANK CARD
005550*                                FIELDS ONTO THE REJECTED RECORD.
005560*                                A NON-NUMERIC AMOUNT FIELD IS
005570*                                LEFT FOR THE AMOUNT EDIT TO
005580*                                CATCH.
005590******************************************************************
005600 2220-APPLY-CORRECTIONS.
005610     IF WS-CRD-ACCOUNT(WS-CARD-USE) NOT = SPACES
005620         MOVE WS-CRD-ACCOUNT(WS-CARD-USE) TO WRK-ACCOUNT-NO
005630     END-IF.
005640     IF WS-CRD-DATE(WS-CARD-USE) NOT = SPACES
005650         MOVE WS-CRD-DATE(WS-CARD-USE) TO WRK-DATE
005660     END-IF.
005670     IF WS-CRD-TYPE(WS-CARD-USE) NOT = SPACES
005680         MOVE WS-CRD-TYPE(WS-CARD-USE) TO WRK-TYPE
005690     END-IF.
005700     IF WS-CRD-AMT-DIGITS(WS-CARD-USE) = SPACES
005710         GO TO 2220-EXIT
005720     END-IF.
005730     MOVE WS-CRD-AMT-DIGITS(WS-CARD-USE) TO WS-CRD-AMT-X.
005740     IF WS-CRD-AMT-SIGN(WS-CARD-USE) = '-'
005750         COMPUTE WRK-AMOUNT = ZERO - WS-CRD-AMT-NUM
005760     ELSE
005770         MOVE WS-CRD-AMT-NUM TO WRK-AMOUNT
005780     END-IF.
005790 2220-EXIT.
005800     EXIT.
005810
005820******************************************************************
005830*    2300-EDIT-RECORD  --  THE SAME FIELD EDITS HWEDIT APPLIES IN
005840*                          ITS 2200-EDIT-RECORD, IN THE SAME
005850*                          ORDER, AGAINST THE CORRECTED RECORD.
005860******************************************************************
005870 2300-EDIT-RECORD.
005880     MOVE SPACES TO WS-REASON-CODE.
005890     IF WRK-ACCOUNT-NO = SPACES
005900         OR WRK-ACCOUNT-NO = LOW-VALUES
005910         OR WRK-ACCOUNT-NO = ZEROS
005920         MOVE 'ACCT' TO WS-REASON-CODE
005930     END-IF.
005940     IF WS-RECORD-CLEAN
005950         PERFORM 2310-EDIT-DATE THRU 2310-EXIT
005960     END-IF.
005970     IF WS-RECORD-CLEAN
005980         PERFORM 2320-EDIT-TYPE THRU 2320-EXIT
005990     END-IF.
006000     IF WS-RECORD-CLEAN
006010         IF WRK-AMOUNT NOT NUMERIC
006020             MOVE 'AMT ' TO WS-REASON-CODE
006030         END-IF
006040     END-IF.
006050 2300-EXIT.
006060     EXIT.
006070
006080 2310-EDIT-DATE.
006090     PERFORM 2500-VALIDATE-DATE THRU 2500-EXIT.
006100     IF NOT WS-DATE-OK
006110         MOVE 'DATE' TO WS-REASON-CODE
006120     ELSE
006130         IF WRK-DATE NOT = WS-BUS-DATE
006140             AND (WRK-DATE NOT > WS-PRIOR-BUS-DATE
006150                  OR WRK-DATE NOT < WS-BUS-DATE)
006160             MOVE 'DATE' TO WS-REASON-CODE
006170         END-IF
006180     END-IF.
006190 2310-EXIT.
006200     EXIT.
006210
006220 2320-EDIT-TYPE.
006230     MOVE 'N' TO WS-TYPE-OK-SW.
006240     IF WS-TYP-CHECKED
006250         MOVE WRK-TYPE TO TYP-CODE
006260         READ TYPE-FILE
006270         IF WS-TYP-FILE-STATUS = '00'
006280             SET WS-TYPE-OK TO TRUE
006290         END-IF
006300     ELSE
006310         PERFORM 2510-SCAN-TYPE-LIST THRU 2510-EXIT
006320             VARYING WS-TYPE-LIST-IDX FROM 1 BY 1
006330             UNTIL WS-TYPE-LIST-IDX > WS-TYPE-LIST-COUNT
006340                 OR WS-TYPE-OK
006350     END-IF.
006360     IF NOT WS-TYPE-OK
006370         MOVE 'TYPE' TO WS-REASON-CODE
006380     END-IF.
006390 2320-EXIT.
006400     EXIT.
006410
006420 2400-WRITE-REPAIRED.
006430     ADD 1 TO WS-REPAIRED-CNT.
006440     ADD WRK-AMOUNT TO WS-REPAIR-HASH-AMT.
006450     PERFORM 2410-FIND-SOURCE THRU 2410-EXIT.
006460     IF WS-SRC-USE > ZERO
006470         ADD 1 TO WS-SRC-CNT(WS-SRC-USE)
006480         ADD WRK-AMOUNT TO WS-SRC-HASH-AMT(WS-SRC-USE)
006490     END-IF.
006500     WRITE CLEAN-RECORD FROM WRK-RECORD.
006510     IF WS-CLN-FILE-STATUS NOT = '00'
006520         DISPLAY 'HWREPAIR: CLEAN-FILE WRITE FAILED, STATUS='
006530             WS-CLN-FILE-STATUS UPON SYSERR
006540         MOVE 8 TO RETURN-CODE
006550     END-IF.
006560 2400-EXIT.
006570     EXIT.
006580
006590*    A REJECT FROM BEFORE SOURCE IDS WERE STAMPED HAS NONE; IT
006600*    ONLY EVER ADJUSTS THE DAY TOTAL.
006610 2410-FIND-SOURCE.
006620     MOVE ZERO TO WS-SRC-USE.
006630     IF WRK-SOURCE-ID = SPACES
006640         GO TO 2410-EXIT
006650     END-IF.
006660     PERFORM 2420-SCAN-SOURCE THRU 2420-EXIT
006670         VARYING WS-SRC-IDX FROM 1 BY 1
006680         UNTIL WS-SRC-IDX > WS-SRC-COUNT OR WS-SRC-USE > ZERO.
006690     IF WS-SRC-USE > ZERO OR WS-SRC-COUNT NOT < WS-SRC-MAX
006700         GO TO 2410-EXIT
006710     END-IF.
006720     ADD 1 TO WS-SRC-COUNT.
006730     MOVE WS-SRC-COUNT TO WS-SRC-USE.
006740     MOVE WRK-SOURCE-ID TO WS-SRC-ID(WS-SRC-USE).
006750     MOVE ZERO TO WS-SRC-CNT(WS-SRC-USE).
006760     MOVE ZERO TO WS-SRC-HASH-AMT(WS-SRC-USE).
006770 2410-EXIT.
006780     EXIT.
006790
006800 2420-SCAN-SOURCE.
006810     IF WS-SRC-ID(WS-SRC-IDX) = WRK-SOURCE-ID
006820         MOVE WS-SRC-IDX TO WS-SRC-USE
006830     END-IF.
006840 2420-EXIT.
006850     EXIT.
006860
006870******************************************************************
006880*    2500-VALIDATE-DATE  --  WRK-DATE MUST BE NUMERIC AND A REAL
006890*                            CALENDAR DATE, FEBRUARY 29 ONLY IN A
006900*                            LEAP YEAR. MIRRORS HWEDIT.
006910******************************************************************
006920 2500-VALIDATE-DATE.
006930     MOVE 'N' TO WS-DATE-OK-SW.
006940     IF WRK-DATE NOT NUMERIC
006950         GO TO 2500-EXIT
006960     END-IF.
006970     MOVE WRK-DATE TO WS-EDIT-DATE.
006980     IF WS-EDIT-DATE-MM < 01 OR WS-EDIT-DATE-MM > 12
006990         GO TO 2500-EXIT
007000     END-IF.
007010     EVALUATE WS-EDIT-DATE-MM
007020         WHEN 01
007030         WHEN 03
007040         WHEN 05
007050         WHEN 07
007060         WHEN 08
007070         WHEN 10
007080         WHEN 12
007090             MOVE 31 TO WS-MONTH-MAX-DD
007100         WHEN 04
007110         WHEN 06
007120         WHEN 09
007130         WHEN 11
007140             MOVE 30 TO WS-MONTH-MAX-DD
007150         WHEN 02
007160             MOVE 28 TO WS-MONTH-MAX-DD
007170             PERFORM 2520-CHECK-LEAP-YEAR THRU 2520-EXIT
007180     END-EVALUATE.
007190     IF WS-EDIT-DATE-DD < 01
007200         OR WS-EDIT-DATE-DD > WS-MONTH-MAX-DD
007210         GO TO 2500-EXIT
007220     END-IF.
007230     SET WS-DATE-OK TO TRUE.
007240 2500-EXIT.
007250     EXIT.
007260
007270 2510-SCAN-TYPE-LIST.
007280     IF WS-TYPE-LIST-CODE(WS-TYPE-LIST-IDX) = WRK-TYPE
007290         SET WS-TYPE-OK TO TRUE
007300     END-IF.
007310 2510-EXIT.
007320     EXIT.
007330
007340 2520-CHECK-LEAP-YEAR.
007350     DIVIDE WS-EDIT-DATE-YYYY BY 4
007360         GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM.
007370     IF WS-LEAP-REM NOT = ZERO
007380         GO TO 2520-EXIT
007390     END-IF.
007400     DIVIDE WS-EDIT-DATE-YYYY BY 100
007410         GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM.
007420     IF WS-LEAP-REM NOT = ZERO
007430         MOVE 29 TO WS-MONTH-MAX-DD
007440         GO TO 2520-EXIT
007450     END-IF.
007460     DIVIDE WS-EDIT-DATE-YYYY BY 400
007470         GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM.
007480     IF WS-LEAP-REM = ZERO
007490         MOVE 29 TO WS-MONTH-MAX-DD
007500     END-IF.
007510 2520-EXIT.
007520     EXIT.
007530
007540******************************************************************
007550*    2700-UPDATE-CONTROL  --  FOLD THE REPAIRED COUNT AND HASH
007560*                             INTO THE TRANCTL CONTROL SO
007570*                             HELLO-WORLD'S RECONCILIATION STILL
007580*                             BALANCES AGAINST THE GROWN CLEAN
007590*                             FILE. NOTHING REPAIRED LEAVES THE
007600*                             CONTROL UNTOUCHED. THE DAY TOTAL
007610*                             RECORD COMES FIRST; EACH SOURCE
007620*                             FEED'S RECORD AFTER IT TAKES THAT
007630*                             FEED'S SHARE OF THE REPAIRS.
007640******************************************************************
007650 2700-UPDATE-CONTROL.
007660     IF WS-REPAIRED-CNT = ZERO
007670         GO TO 2700-EXIT
007680     END-IF.
007690     OPEN I-O CTL-FILE.
007700     IF WS-CTL-FILE-STATUS NOT = '00'
007710         DISPLAY 'HWREPAIR: CTL-FILE OPEN FAILED, STATUS='
007720             WS-CTL-FILE-STATUS UPON SYSERR
007730         MOVE 8 TO RETURN-CODE
007740         GO TO 2700-EXIT
007750     END-IF.
007760     READ CTL-FILE
007770         AT END
007780             DISPLAY 'HWREPAIR: CTL-FILE EMPTY - CONTROL NOT'
007790                 ' ADJUSTED' UPON SYSERR
007800             MOVE 8 TO RETURN-CODE
007810             CLOSE CTL-FILE
007820             GO TO 2700-EXIT
007830     END-READ.
007840     IF CTL-BUSINESS-DATE NOT = WS-BUS-DATE
007850         DISPLAY 'HWREPAIR: CTL-FILE IS FOR ' CTL-BUSINESS-DATE
007860             ' NOT ' WS-BUS-DATE ' - CONTROL NOT ADJUSTED'
007870             UPON SYSERR
007880         MOVE 8 TO RETURN-CODE
007890         CLOSE CTL-FILE
007900         GO TO 2700-EXIT
007910     END-IF.
007920     ADD WS-REPAIRED-CNT TO CTL-RECORD-COUNT.
007930     ADD WS-REPAIR-HASH-AMT TO CTL-HASH-AMOUNT.
007940     REWRITE CTL-RECORD.
007950     IF WS-CTL-FILE-STATUS NOT = '00'
007960         DISPLAY 'HWREPAIR: CTL-FILE REWRITE FAILED, STATUS='
007970             WS-CTL-FILE-STATUS UPON SYSERR
007980         MOVE 8 TO RETURN-CODE
007990         CLOSE CTL-FILE
008000         GO TO 2700-EXIT
008010     END-IF.
008020     SET WS-CTL-UPDATED TO TRUE.
008030     PERFORM 2710-ADJUST-SOURCE-CONTROL THRU 2710-EXIT
008040         UNTIL WS-CTL-EOF.
008050     CLOSE CTL-FILE.
008060 2700-EXIT.
008070     EXIT.
008080
008090 2710-ADJUST-SOURCE-CONTROL.
008100     READ CTL-FILE
008110         AT END
008120             SET WS-CTL-EOF TO TRUE
008130             GO TO 2710-EXIT
008140     END-READ.
008150     IF CTL-TOTAL-RECORD
008160         OR CTL-BUSINESS-DATE NOT = WS-BUS-DATE
008170         GO TO 2710-EXIT
008180     END-IF.
008190     MOVE ZERO TO WS-SRC-USE.
008200     PERFORM 2720-MATCH-SOURCE THRU 2720-EXIT
008210         VARYING WS-SRC-IDX FROM 1 BY 1
008220         UNTIL WS-SRC-IDX > WS-SRC-COUNT OR WS-SRC-USE > ZERO.
008230     IF WS-SRC-USE = ZERO
008240         GO TO 2710-EXIT
008250     END-IF.
008260     ADD WS-SRC-CNT(WS-SRC-USE) TO CTL-RECORD-COUNT.
008270     ADD WS-SRC-HASH-AMT(WS-SRC-USE) TO CTL-HASH-AMOUNT.
008280     REWRITE CTL-RECORD.
008290     IF WS-CTL-FILE-STATUS NOT = '00'
008300         DISPLAY 'HWREPAIR: CTL-FILE REWRITE FAILED FOR SOURCE '
008310             CTL-SOURCE-ID ', STATUS=' WS-CTL-FILE-STATUS
008320             UPON SYSERR
008330         MOVE 8 TO RETURN-CODE
008340     END-IF.
008350 2710-EXIT.
008360     EXIT.
008370
008380 2720-MATCH-SOURCE.
008390     IF WS-SRC-ID(WS-SRC-IDX) = CTL-SOURCE-ID
008400         MOVE WS-SRC-IDX TO WS-SRC-USE
008410     END-IF.
008420 2720-EXIT.
008430     EXIT.
008440
008450******************************************************************
008460*    2800-REPORT-UNMATCHED  --  A CARD WHOSE SEQUENCE NEVER CAME
008470*                               UP IN THE REJECT FILE IS A KEYING
008480*                               ERROR WORTH A LINE ON THE REPORT.
008490******************************************************************
008500 2800-REPORT-UNMATCHED.
008510     IF NOT WS-CRD-USED(WS-CARD-IDX)
008520         ADD 1 TO WS-CARD-BAD-CNT
008530         MOVE SPACES TO WS-RPT-DETAIL
008540         MOVE WS-CRD-SEQ(WS-CARD-IDX) TO WS-RPT-SEQ
008550         MOVE 'CARD UNMATCHED - NO SUCH SEQ' TO WS-RPT-RESULT
008560         MOVE WS-RPT-DETAIL TO RPT-RECORD
008570         PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT
008580     END-IF.
008590 2800-EXIT.
008600     EXIT.
008610
008620******************************************************************
008630*    3000-PRINT-TOTALS  --  REPAIRED / RE-REJECTED / UNTOUCHED
008640*                           TOTALS AND WHAT HAPPENED TO THE
008650*                           CONTROL.
008660******************************************************************
008670 3000-PRINT-TOTALS.
008680     MOVE SPACES TO RPT-RECORD.
008690     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
008700     MOVE 'REJECTS READ' TO WS-RPT-LABEL.
008710     MOVE WS-REJ-READ-CNT TO WS-RPT-COUNT.
008720     PERFORM 3200-WRITE-TOTAL-LINE THRU 3200-EXIT.
008730     MOVE 'RECORDS REPAIRED' TO WS-RPT-LABEL.
008740     MOVE WS-REPAIRED-CNT TO WS-RPT-COUNT.
008750     PERFORM 3200-WRITE-TOTAL-LINE THRU 3200-EXIT.
008760     MOVE 'RECORDS RE-REJECTED' TO WS-RPT-LABEL.
008770     MOVE WS-REREJECT-CNT TO WS-RPT-COUNT.
008780     PERFORM 3200-WRITE-TOTAL-LINE THRU 3200-EXIT.
008790     MOVE 'RECORDS UNTOUCHED' TO WS-RPT-LABEL.
008800     MOVE WS-UNTOUCHED-CNT TO WS-RPT-COUNT.
008810     PERFORM 3200-WRITE-TOTAL-LINE THRU 3200-EXIT.
008820     MOVE 'CARDS READ' TO WS-RPT-LABEL.
008830     MOVE WS-CARD-CNT TO WS-RPT-COUNT.
008840     PERFORM 3200-WRITE-TOTAL-LINE THRU 3200-EXIT.
008850     MOVE 'CARDS IN ERROR' TO WS-RPT-LABEL.
008860     MOVE WS-CARD-BAD-CNT TO WS-RPT-COUNT.
008870     PERFORM 3200-WRITE-TOTAL-LINE THRU 3200-EXIT.
008880     MOVE 'REPAIRED HASH' TO WS-RPT-MLABEL.
008890     MOVE WS-REPAIR-HASH-AMT TO WS-RPT-AMT.
008900     MOVE WS-RPT-MONEY TO RPT-RECORD.
008910     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
008920     PERFORM 3010-PRINT-SOURCE-TOTAL THRU 3010-EXIT
008930         VARYING WS-SRC-IDX FROM 1 BY 1
008940         UNTIL WS-SRC-IDX > WS-SRC-COUNT.
008950     IF WS-CTL-UPDATED
008960         MOVE 'TRANCTL CONTROL ADJUSTED' TO RPT-RECORD
008970     ELSE
008980         IF WS-REPAIRED-CNT = ZERO
008990             MOVE 'TRANCTL CONTROL UNTOUCHED - NOTHING REPAIRED'
009000                 TO RPT-RECORD
009010         ELSE
009020             MOVE 'TRANCTL CONTROL NOT ADJUSTED - SEE SYSERR'
009030                 TO RPT-RECORD
009040         END-IF
009050     END-IF.
009060     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
009070 3000-EXIT.
009080     EXIT.
009090
009100 3010-PRINT-SOURCE-TOTAL.
009110     MOVE SPACES TO WS-RPT-LABEL.
009120     STRING '  SOURCE ' WS-SRC-ID(WS-SRC-IDX)
009130         DELIMITED BY SIZE INTO WS-RPT-LABEL.
009140     MOVE WS-SRC-CNT(WS-SRC-IDX) TO WS-RPT-COUNT.
009150     PERFORM 3200-WRITE-TOTAL-LINE THRU 3200-EXIT.
009160 3010-EXIT.
009170     EXIT.
009180
009190 3100-WRITE-REPORT-LINE.
009200     WRITE RPT-RECORD.
009210     IF WS-RPT-FILE-STATUS NOT = '00'
009220         DISPLAY 'HWREPAIR: REPORT-FILE WRITE FAILED, STATUS='
009230             WS-RPT-FILE-STATUS UPON SYSERR
009240         MOVE 8 TO RETURN-CODE
009250     END-IF.
009260 3100-EXIT.
009270     EXIT.
009280
009290 3200-WRITE-TOTAL-LINE.
009300     MOVE WS-RPT-TOTAL TO RPT-RECORD.
009310     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
009320 3200-EXIT.
009330     EXIT.
009340
009350 3900-CLOSE-FILES.
009360     CLOSE REJECT-FILE.
009370     CLOSE CLEAN-FILE.
009380     CLOSE REPORT-FILE.
009390     IF WS-TYP-CHECKED
009400         CLOSE TYPE-FILE
009410     END-IF.
009420 3900-EXIT.
009430     EXIT.
009440
009450******************************************************************
009460*    9000-LOG-JOB-START  --  STAMP THIS RUN AS RUNNING ON THE
009470*                            SHARED JOB-STATUS BOARD.
009480******************************************************************
009490 9000-LOG-JOB-START.
009500     MOVE 'HWREPAIR' TO JOBLOG-JOB-NAME.
009510     SET JOBLOG-EVENT-START TO TRUE.
009520     MOVE SPACES TO JOBLOG-STATUS.
009530     MOVE ZERO TO JOBLOG-RETURN-CODE.
009540     MOVE WS-BUS-DATE TO JOBLOG-BUS-DATE.
009550     MOVE RETURN-CODE TO WS-SAVE-RETURN-CODE.
009560     CALL 'HWJOBLOG' USING JOBLOG-PARM.
009570     MOVE WS-SAVE-RETURN-CODE TO RETURN-CODE.
009580 9000-EXIT.
009590     EXIT.
009600
009610******************************************************************
009620*    9100-LOG-JOB-END  --  CLOSE THIS RUN OUT ON THE SHARED
009630*                          JOB-STATUS BOARD.
009640******************************************************************
009650 9100-LOG-JOB-END.
009660     MOVE 'HWREPAIR' TO JOBLOG-JOB-NAME.
009670     SET JOBLOG-EVENT-END TO TRUE.
009680     EVALUATE TRUE
009690         WHEN WS-DAY-IS-CLOSED
009700             MOVE 'DAYCLOSE' TO JOBLOG-STATUS
009710         WHEN RETURN-CODE > 4
009720             MOVE 'FAILED' TO JOBLOG-STATUS
009730         WHEN OTHER
009740             MOVE 'COMPLETE' TO JOBLOG-STATUS
009750     END-EVALUATE.
009760     MOVE RETURN-CODE TO JOBLOG-RETURN-CODE.
009770     MOVE WS-BUS-DATE TO JOBLOG-BUS-DATE.
009780     MOVE RETURN-CODE TO WS-SAVE-RETURN-CODE.
009790     CALL 'HWJOBLOG' USING JOBLOG-PARM.
009800     MOVE WS-SAVE-RETURN-CODE TO RETURN-CODE.
009810 9100-EXIT.
009820     EXIT.
009830
009840******************************************************************
009850*    1700-RESOLVE-BUS-DATE  --  HW_BUS_DATE NAMES THE BUSINESS
009860*                               DATE BEING REPAIRED. WHEN SET TO
009870*                               A VALID DATE OTHER THAN TODAY,
009880*                               THE RUN WORKS THE DATED
009890*                               GENERATIONS (TRANREJ/TRANFILE/
009900*                               TRANCTL/REPRRPT SUFFIXED
009910*                               .YYYYMMDD) SO THE LIVE DAILY
009920*                               FILES ARE UNDISTURBED. THE CARD
009930*                               FILE IS ALWAYS THE LIVE REPCARDS.
009940******************************************************************
009950 1700-RESOLVE-BUS-DATE.
009960     MOVE WS-RUN-DATE TO WS-BUS-DATE.
009970     MOVE SPACES TO WS-ENV-BUS-DATE.
009980     ACCEPT WS-ENV-BUS-DATE FROM ENVIRONMENT "HW_BUS_DATE"
009990         ON EXCEPTION
010000             MOVE SPACES TO WS-ENV-BUS-DATE
010010     END-ACCEPT.
010020     IF WS-ENV-BUS-DATE = SPACES
010030         GO TO 1700-EXIT
010040     END-IF.
010050     IF WS-ENV-BUS-DATE NOT NUMERIC
010060         DISPLAY 'HWREPAIR: BAD HW_BUS_DATE IGNORED: '
010070             WS-ENV-BUS-DATE UPON SYSERR
010080         GO TO 1700-EXIT
010090     END-IF.
010100     MOVE WS-ENV-BUS-DATE TO WS-BUS-DATE.
010110     IF WS-BUS-DATE NOT = WS-RUN-DATE
010120         SET WS-RERUN TO TRUE
010130         PERFORM 1710-BUILD-DATED-NAMES THRU 1710-EXIT
010140     END-IF.
010150 1700-EXIT.
010160     EXIT.
010170
010180*    THE DATED GENERATION IS SELECTED BY POINTING EACH DDNAME
010190*    AT ITS DATED FILE THROUGH THE ENVIRONMENT BEFORE ANY OPEN.
010200 1710-BUILD-DATED-NAMES.
010210     MOVE SPACES TO WS-REJ-FILE-NAME.
010220     STRING 'TRANREJ.' WS-BUS-DATE
010230         DELIMITED BY SIZE INTO WS-REJ-FILE-NAME.
010240     SET ENVIRONMENT 'TRANREJ' TO WS-REJ-FILE-NAME.
010250     MOVE SPACES TO WS-CLN-FILE-NAME.
010260     STRING 'TRANFILE.' WS-BUS-DATE
010270         DELIMITED BY SIZE INTO WS-CLN-FILE-NAME.
010280     SET ENVIRONMENT 'TRANFILE' TO WS-CLN-FILE-NAME.
010290     MOVE SPACES TO WS-CTL-FILE-NAME.
010300     STRING 'TRANCTL.' WS-BUS-DATE
010310         DELIMITED BY SIZE INTO WS-CTL-FILE-NAME.
010320     SET ENVIRONMENT 'TRANCTL' TO WS-CTL-FILE-NAME.
010330     MOVE SPACES TO WS-RPT-FILE-NAME.
010340     STRING 'REPRRPT.' WS-BUS-DATE
010350         DELIMITED BY SIZE INTO WS-RPT-FILE-NAME.
010360     SET ENVIRONMENT 'REPRRPT' TO WS-RPT-FILE-NAME.
010370 1710-EXIT.
010380     EXIT.
010390
010400******************************************************************
010410*    1750-FIND-PRIOR-BUS-DATE  --  THE PROCESSING DAY BEFORE THE
010420*                                  BUSINESS DATE, FROM THE
010430*                                  CALENDAR. A CORRECTED DATE AFTER
010440*                                  IT AND BEFORE THE BUSINESS DATE
010450*                                  FELL ON A NON-PROCESSING DAY AND
010460*                                  ROLLS FORWARD, AS IN HWEDIT. WITH
010470*                                  NO ANSWER THE BUSINESS DATE
010480*                                  ITSELF STANDS IN, AND ONLY
010490*                                  SAME-DAY DATES PASS.
010500******************************************************************
010510 1750-FIND-PRIOR-BUS-DATE.
010520     MOVE WS-BUS-DATE TO WS-PRIOR-BUS-DATE.
010530     SET CALDAY-PRIOR-DAY TO TRUE.
010540     MOVE WS-BUS-DATE TO CALDAY-DATE.
010550     CALL 'HWCALDAY' USING CALDAY-PARM.
010560     IF CALDAY-OK
010570         MOVE CALDAY-RESULT-DATE TO WS-PRIOR-BUS-DATE
010580     END-IF.
010590     SET CALDAY-END TO TRUE.
010600     CALL 'HWCALDAY' USING CALDAY-PARM.
010610 1750-EXIT.
010620     EXIT.
010630
010640******************************************************************
010650*    1810-READ-OVERRIDE-CARD  --  THE SAME OVERRIDE CARD AT
010660*                                 EDITOVRD (THE WORD OVERRIDE IN
010670*                                 COLUMNS 1-8) THAT FORCES HWEDIT
010680*                                 THROUGH ITS GATES ALSO FORCES A
010690*                                 DELIBERATE REPAIR OF A CLOSED
010700*                                 DAY. NO FILE, NO OVERRIDE.
010710******************************************************************
010720 1810-READ-OVERRIDE-CARD.
010730     OPEN INPUT OVRD-FILE.
010740     IF WS-OVR-FILE-STATUS NOT = '00'
010750         GO TO 1810-EXIT
010760     END-IF.
010770     READ OVRD-FILE
010780         AT END
010790             CONTINUE
010800         NOT AT END
010810             IF OVRD-KEYWORD = 'OVERRIDE'
010820                 SET WS-OVERRIDE TO TRUE
010830             END-IF
010840     END-READ.
010850     CLOSE OVRD-FILE.
010860 1810-EXIT.
010870     EXIT.
010880
010890******************************************************************
010900*    1850-CHECK-DAY-CLOSED  --  A BUSINESS DATE HWCLOSE HAS
010910*                               RECORDED AS CLOSED IN HWDAYFIL
010920*                               IS NOT REPAIRED - AN APPEND TO
010930*                               TRANFILE AND A TRANCTL REWRITE
010940*                               WOULD SILENTLY CHANGE A CLOSED
010950*                               DAY. MIRRORS HWEDIT. NO STATUS
010960*                               FILE OR RECORD MEANS THE DAY WAS
010970*                               NEVER CLOSED.
010980******************************************************************
010990 1850-CHECK-DAY-CLOSED.
011000     OPEN INPUT DAY-FILE.
011010     IF WS-DAY-FILE-STATUS NOT = '00'
011020         GO TO 1850-EXIT
011030     END-IF.
011040     MOVE WS-BUS-DATE TO DAY-BUSINESS-DATE.
011050     READ DAY-FILE.
011060     IF WS-DAY-FILE-STATUS = '00' AND DAY-CLOSED
011070         MOVE DAY-CLOSE-DATE TO WS-DAY-CLOSE-DATE
011080         MOVE DAY-CLOSE-TIME TO WS-DAY-CLOSE-TIME
011090         IF WS-OVERRIDE
011100             DISPLAY 'HWREPAIR: CLOSED BUSINESS DATE '
011110                 WS-BUS-DATE ' REPAIRED BY OVERRIDE CARD'
011120                 UPON SYSERR
011130         ELSE
011140             SET WS-DAY-IS-CLOSED TO TRUE
011150         END-IF
011160     END-IF.
011170     CLOSE DAY-FILE.
011180 1850-EXIT.
011190     EXIT.
011200
011210******************************************************************
011220*    3750-PRINT-CLOSED-REPORT  --  THE DAY CLOSED REPORT THAT
011230*                                  REPLACES THE REPAIR REPORT
011240*                                  WHEN THE RUN IS REFUSED.
011250******************************************************************
011260 3750-PRINT-CLOSED-REPORT.
011270     MOVE SPACES TO RPT-RECORD.
011280     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
011290     MOVE 'DAY CLOSED - RUN REFUSED' TO RPT-RECORD.
011300     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
011310     MOVE SPACES TO RPT-RECORD.
011320     STRING 'HWCLOSE DECLARED THIS DATE CLOSED '
011330         WS-DAY-CLOSE-DATE ' ' WS-DAY-CLOSE-TIME
011340         DELIMITED BY SIZE INTO RPT-RECORD.
011350     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
011360     MOVE 'TRANFILE AND TRANCTL WERE NOT TOUCHED'
011370         TO RPT-RECORD.
011380     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
011390     MOVE 'DROP AN OVERRIDE CARD AT EDITOVRD TO FORCE A'
011400         TO RPT-RECORD.
011410     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
011420     MOVE 'DELIBERATE REPAIR THROUGH' TO RPT-RECORD.
011430     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
011440 3750-EXIT.
011450     EXIT.
