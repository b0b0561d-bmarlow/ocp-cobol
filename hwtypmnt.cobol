000220*                TYPE IS A CARD, NOT A PROGRAM CHANGE.
000230*
000240*                CARD LAYOUT (80 COLUMNS):
000250*                  COL  1      ACTION - A(DD), U(PDATE), D(ELETE),
000260*                              P - APPROVE THE PENDING CHANGE,
000270*                              X - CANCEL THE PENDING CHANGE
000280*                  COL  3-4    TYPE CODE
000290*                  COL  6      DEBIT/CREDIT FLAG - D OR C; BLANK
000300*                              ON UPDATE KEEPS THE CURRENT FLAG
000310*                  COL  8-37   DESCRIPTION; BLANK ON UPDATE KEEPS
000320*                              THE CURRENT DESCRIPTION
000330*                  COL 39-48   GL ACCOUNT FOR THE GL INTERFACE;
000340*                              BLANK ON ADD LEAVES THE TYPE
000350*                              UNMAPPED (GL SUSPENSE), BLANK ON
000360*                              UPDATE KEEPS THE CURRENT ACCOUNT
000370*                  COL 50-57   OPERATOR ID - REQUIRED ON EVERY CARD
000380*
000390*                A CHANGE TO AN EXISTING TYPE'S DEBIT/CREDIT FLAG
000400*                REVERSES THE SIGN EVERY POSTING OF THAT TYPE
000410*                TAKES, SO IT IS NOT APPLIED FROM THE CARD. IT IS
000420*                PARKED ON THE PENDING-CHANGE FILE (HWPNDFIL) AND
000430*                APPLIED ONLY BY A LATER P CARD FROM A DIFFERENT
000440*                OPERATOR. A DELETE IS PARKED THE SAME WAY -
000450*                OTHERWISE ONE OPERATOR COULD DELETE A TYPE AND
000460*                ADD IT BACK WITH THE OTHER FLAG - AND A TYPE WITH
000470*                A CHANGE WAITING CANNOT BE DELETED UNTIL THAT
000480*                CHANGE IS APPROVED OR CANCELLED. EVERY CHANGE
000490*                APPLIED TO THE FILE IS APPENDED, BEFORE AND
000500*                AFTER, TO THE MAINTENANCE HISTORY FILE
000510*                (HWMHSFIL).
000520*
000530*    MODIFICATION HISTORY
000540*    ------------------------------------------------------------
000550*    DATE       INIT  DESCRIPTION
000560*    09/02/26   RLM   INITIAL VERSION.
000570*    10/15/26   RLM   GL ACCOUNT IN CARD COLUMNS 39-48.
000580*    10/15/26   RLM   MAKER-CHECKER CONTROL. OPERATOR ID IN CARD
000590*                     COLUMNS 50-57. A D/C FLAG CHANGE GOES TO
000600*                     THE HWPNDFIL PENDING-CHANGE FILE AND
000610*                     APPLIES ONLY ON A P (APPROVE) CARD FROM A
000620*                     SECOND OPERATOR; X CANCELS ONE. EVERY
000630*                     APPLIED CHANGE WRITES ITS BEFORE AND AFTER
000640*                     IMAGES TO HWMHSFIL.
000650*    10/15/26   RLM   A CARD THAT UPDATES THE DESCRIPTION OR GL
000660*                     ACCOUNT AND REPEATS A D/C CHANGE ALREADY
000670*                     WAITING NOW REPORTS UPDATED - ALREADY
000680*                     PENDING.
000690*    10/15/26   RLM   A D CARD IS PARKED ON HWPNDFIL FOR APPROVAL
000700*                     LIKE A D/C FLAG CHANGE, AND IS REJECTED
000710*                     WHILE ANOTHER CHANGE IS PENDING FOR THE
000720*                     TYPE.
000730******************************************************************
000740
000750 ENVIRONMENT DIVISION.
000760 INPUT-OUTPUT SECTION.
000770 FILE-CONTROL.
000780     SELECT CARD-FILE ASSIGN TO "TYPCARDS"
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS WS-CRD-FILE-STATUS.
000810
000820     SELECT TYPE-FILE ASSIGN TO "HWTYPFIL"
000830         ORGANIZATION IS INDEXED
000840         ACCESS MODE IS RANDOM
000850         RECORD KEY IS TYP-CODE
000860         FILE STATUS IS WS-TYP-FILE-STATUS.
000870
000880     SELECT REPORT-FILE ASSIGN TO "TYPMRPT"
000890         ORGANIZATION IS LINE SEQUENTIAL
000900         FILE STATUS IS WS-RPT-FILE-STATUS.
000910
000920     SELECT PEND-FILE ASSIGN TO "HWPNDFIL"
000930         ORGANIZATION IS INDEXED
000940         ACCESS MODE IS RANDOM
000950         RECORD KEY IS PND-KEY
000960         FILE STATUS IS WS-PND-FILE-STATUS.
000970
000980     SELECT MHIST-FILE ASSIGN TO "HWMHSFIL"
000990         ORGANIZATION IS SEQUENTIAL
001000         FILE STATUS IS WS-MHS-FILE-STATUS.
001010
001020 DATA DIVISION.
001030 FILE SECTION.
001040 FD  CARD-FILE.
001050 01  CARD-RECORD.
001060     05  CARD-ACTION             PIC X(01).
001070     05  FILLER                  PIC X(01).
001080     05  CARD-TYPE-CODE          PIC X(02).
001090     05  FILLER                  PIC X(01).
001100     05  CARD-DC-FLAG            PIC X(01).
001110     05  FILLER                  PIC X(01).
001120     05  CARD-DESC               PIC X(30).
001130     05  FILLER                  PIC X(01).
001140     05  CARD-GL-ACCOUNT         PIC X(10).
001150     05  FILLER                  PIC X(01).
001160     05  CARD-OPER-ID            PIC X(08).
001170     05  FILLER                  PIC X(23).
001180
001190 FD  TYPE-FILE.
001200     COPY HWTYP.
001210
001220 FD  REPORT-FILE.
001230 01  RPT-RECORD                  PIC X(80).
001240
001250 FD  PEND-FILE.
001260     COPY HWPND.
001270
001280 FD  MHIST-FILE
001290     RECORDING MODE IS F.
001300     COPY HWMHS.
001310
001320 WORKING-STORAGE SECTION.
001330 01  WS-CARD-CNT                 PIC 9(05)   VALUE ZERO.
001340 01  WS-ADD-CNT                  PIC 9(05)   VALUE ZERO.
001350 01  WS-UPDATE-CNT               PIC 9(05)   VALUE ZERO.
001360 01  WS-DELETE-CNT               PIC 9(05)   VALUE ZERO.
001370 01  WS-REJECT-CNT               PIC 9(05)   VALUE ZERO.
001380 01  WS-PENDING-CNT              PIC 9(05)   VALUE ZERO.
001390 01  WS-APPROVE-CNT              PIC 9(05)   VALUE ZERO.
001400 01  WS-CANCEL-CNT               PIC 9(05)   VALUE ZERO.
001410
001420 01  WS-CARD-EOF-SW              PIC X(01)   VALUE 'N'.
001430     88  WS-CARD-EOF                 VALUE 'Y'.
001440 01  WS-CARD-RESULT              PIC X(30)   VALUE SPACES.
001450
001460 01  WS-CRD-FILE-STATUS          PIC X(02)   VALUE '00'.
001470 01  WS-TYP-FILE-STATUS          PIC X(02)   VALUE '00'.
001480 01  WS-RPT-FILE-STATUS          PIC X(02)   VALUE '00'.
001490 01  WS-PND-FILE-STATUS          PIC X(02)   VALUE '00'.
001500 01  WS-MHS-FILE-STATUS          PIC X(02)   VALUE '00'.
001510
001520******************************************************************
001530*    MAKER-CHECKER STATE - THE PENDING CHANGE A CARD WOULD RAISE
001540*    AND THE HISTORY RECORD AN APPLIED CHANGE WRITES.
001550******************************************************************
001560 01  WS-DC-CHG-SW                PIC X(01)   VALUE 'N'.
001570     88  WS-DC-CHG                   VALUE 'Y'.
001580 01  WS-OTHER-CHG-SW             PIC X(01)   VALUE 'N'.
001590     88  WS-OTHER-CHG                VALUE 'Y'.
001600 01  WS-PND-STATE                PIC X(01)   VALUE 'N'.
001610     88  WS-PND-NONE                 VALUE 'N'.
001620     88  WS-PND-SAME                 VALUE 'S'.
001630     88  WS-PND-OTHER                VALUE 'O'.
001640 01  WS-PND-RAISED-SW            PIC X(01)   VALUE 'N'.
001650     88  WS-PND-RAISED               VALUE 'Y'.
001660 01  WS-MHS-ACTION               PIC X(01)   VALUE SPACE.
001670 01  WS-MHS-MAKER-ID             PIC X(08)   VALUE SPACES.
001680 01  WS-MHS-CHECKER-ID           PIC X(08)   VALUE SPACES.
001690 01  WS-MHS-BEFORE-IMAGE         PIC X(80)   VALUE SPACES.
001700
001710 01  WS-RUN-DATE                 PIC X(08)   VALUE SPACES.
001720 01  WS-RUN-TIME                 PIC X(08)   VALUE SPACES.
001730
001740 01  WS-RPT-DETAIL.
001750     05  WS-RPT-ACTION           PIC X(01)   VALUE SPACE.
001760     05  FILLER                  PIC X(02)   VALUE SPACES.
001770     05  WS-RPT-TYPE-CODE        PIC X(02)   VALUE SPACES.
001780     05  FILLER                  PIC X(02)   VALUE SPACES.
001790     05  WS-RPT-RESULT           PIC X(30)   VALUE SPACES.
001800     05  FILLER                  PIC X(02)   VALUE SPACES.
001810     05  WS-RPT-OPER-ID          PIC X(08)   VALUE SPACES.
001820     05  FILLER                  PIC X(33)   VALUE SPACES.
001830
001840 01  WS-RPT-TOTAL.
001850     05  WS-RPT-LABEL            PIC X(20)   VALUE SPACES.
001860     05  WS-RPT-COUNT            PIC Z(4)9.
001870     05  FILLER                  PIC X(55)   VALUE SPACES.
001880
001890 COPY HWJLG.
001900 01  WS-SAVE-RETURN-CODE         PIC S9(08) COMP VALUE ZERO.
001910
001920******************************************************************
001930 PROCEDURE DIVISION.
001940******************************************************************
001950
001960 0000-MAINLINE.
001970     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001980     PERFORM 9000-LOG-JOB-START THRU 9000-EXIT.
001990     PERFORM 2000-PROCESS-CARDS THRU 2000-EXIT.
002000     PERFORM 3000-PRINT-TOTALS THRU 3000-EXIT.
002010     PERFORM 3900-CLOSE-FILES THRU 3900-EXIT.
002020     IF WS-REJECT-CNT > ZERO AND RETURN-CODE < 4
002030         MOVE 4 TO RETURN-CODE
002040     END-IF.
002050     PERFORM 9100-LOG-JOB-END THRU 9100-EXIT.
002060     STOP RUN.
002070
002080******************************************************************
002090*    1000-INITIALIZE  --  OPEN THE CARD, REFERENCE, AND REPORT
002100*                         FILES. A BRAND-NEW REFERENCE FILE IS
002110*                         CREATED EMPTY ON FIRST USE, AS ARE THE
002120*                         PENDING-CHANGE AND MAINTENANCE HISTORY
002130*                         FILES.
002140******************************************************************
002150 1000-INITIALIZE.
002160     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002170     ACCEPT WS-RUN-TIME FROM TIME.
002180     OPEN INPUT CARD-FILE.
002190     IF WS-CRD-FILE-STATUS NOT = '00'
002200         DISPLAY 'HWTYPMNT: CARD-FILE OPEN FAILED, STATUS='
002210             WS-CRD-FILE-STATUS UPON SYSERR
002220         MOVE 8 TO RETURN-CODE
002230         PERFORM 9000-LOG-JOB-START THRU 9000-EXIT
002240         PERFORM 9100-LOG-JOB-END THRU 9100-EXIT
002250         STOP RUN
002260     END-IF.
002270     OPEN I-O TYPE-FILE.
002280     IF WS-TYP-FILE-STATUS = '35'
002290         OPEN OUTPUT TYPE-FILE
002300         CLOSE TYPE-FILE
002310         OPEN I-O TYPE-FILE
002320     END-IF.
002330     IF WS-TYP-FILE-STATUS NOT = '00'
002340         DISPLAY 'HWTYPMNT: TYPE-FILE OPEN FAILED, STATUS='
002350             WS-TYP-FILE-STATUS UPON SYSERR
002360         MOVE 8 TO RETURN-CODE
002370         PERFORM 9000-LOG-JOB-START THRU 9000-EXIT
002380         PERFORM 9100-LOG-JOB-END THRU 9100-EXIT
002390         STOP RUN
002400     END-IF.
002410     OPEN I-O PEND-FILE.
002420     IF WS-PND-FILE-STATUS = '35'
002430         OPEN OUTPUT PEND-FILE
002440         CLOSE PEND-FILE
002450         OPEN I-O PEND-FILE
002460     END-IF.
002470     IF WS-PND-FILE-STATUS NOT = '00'
002480         DISPLAY 'HWTYPMNT: PEND-FILE OPEN FAILED, STATUS='
002490             WS-PND-FILE-STATUS UPON SYSERR
002500         MOVE 8 TO RETURN-CODE
002510         PERFORM 9000-LOG-JOB-START THRU 9000-EXIT
002520         PERFORM 9100-LOG-JOB-END THRU 9100-EXIT
002530         STOP RUN
002540     END-IF.
002550     OPEN EXTEND MHIST-FILE.
002560     IF WS-MHS-FILE-STATUS = '35'
002570         OPEN OUTPUT MHIST-FILE
002580     END-IF.
002590     IF WS-MHS-FILE-STATUS NOT = '00'
002600         DISPLAY 'HWTYPMNT: MHIST-FILE OPEN FAILED, STATUS='
002610             WS-MHS-FILE-STATUS UPON SYSERR
002620         MOVE 8 TO RETURN-CODE
002630         PERFORM 9000-LOG-JOB-START THRU 9000-EXIT
002640         PERFORM 9100-LOG-JOB-END THRU 9100-EXIT
002650         STOP RUN
002660     END-IF.
002670     OPEN OUTPUT REPORT-FILE.
002680     IF WS-RPT-FILE-STATUS NOT = '00'
002690         DISPLAY 'HWTYPMNT: REPORT-FILE OPEN FAILED, STATUS='
002700             WS-RPT-FILE-STATUS UPON SYSERR
002710         MOVE 8 TO RETURN-CODE
002720         PERFORM 9000-LOG-JOB-START THRU 9000-EXIT
002730         PERFORM 9100-LOG-JOB-END THRU 9100-EXIT
002740         STOP RUN
002750     END-IF.
002760     MOVE 'HWTYPMNT TRANSACTION TYPE MAINTENANCE' TO RPT-RECORD.
002770     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
002780     MOVE SPACES TO RPT-RECORD.
002790     STRING 'RUN ' WS-RUN-DATE ' ' WS-RUN-TIME
002800         DELIMITED BY SIZE INTO RPT-RECORD.
002810     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
002820     MOVE SPACES TO RPT-RECORD.
002830     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
002840 1000-EXIT.
002850     EXIT.
002860
002870******************************************************************
002880*    2000-PROCESS-CARDS  --  APPLY EVERY MAINTENANCE CARD IN
002890*                            ORDER.
002900******************************************************************
002910 2000-PROCESS-CARDS.
002920     PERFORM 2100-READ-CARD THRU 2100-EXIT.
002930     PERFORM 2200-APPLY-CARD THRU 2200-EXIT
002940         UNTIL WS-CARD-EOF.
002950 2000-EXIT.
002960     EXIT.
002970
002980 2100-READ-CARD.
002990     READ CARD-FILE
003000         AT END
003010             SET WS-CARD-EOF TO TRUE
003020     END-READ.
003030 2100-EXIT.
003040     EXIT.
003050
003060******************************************************************
003070*    2200-APPLY-CARD  --  ROUTE ONE CARD BY ITS ACTION CODE AND
003080*                         WRITE THE RESULT LINE.
003090******************************************************************
003100 2200-APPLY-CARD.
003110     ADD 1 TO WS-CARD-CNT.
003120     MOVE SPACES TO WS-CARD-RESULT.
003130     IF CARD-TYPE-CODE = SPACES
003140         MOVE 'REJECTED - NO TYPE CODE' TO WS-CARD-RESULT
003150         ADD 1 TO WS-REJECT-CNT
003160         GO TO 2200-REPORT
003170     END-IF.
003180     IF CARD-OPER-ID = SPACES
003190         MOVE 'REJECTED - NO OPERATOR ID' TO WS-CARD-RESULT
003200         ADD 1 TO WS-REJECT-CNT
003210         GO TO 2200-REPORT
003220     END-IF.
003230     EVALUATE CARD-ACTION
003240         WHEN 'A'
003250             PERFORM 2210-ADD-TYPE THRU 2210-EXIT
003260         WHEN 'U'
003270             PERFORM 2220-UPDATE-TYPE THRU 2220-EXIT
003280         WHEN 'D'
003290             PERFORM 2230-DELETE-TYPE THRU 2230-EXIT
003300         WHEN 'P'
003310             PERFORM 2240-APPROVE-CHANGE THRU 2240-EXIT
003320         WHEN 'X'
003330             PERFORM 2250-CANCEL-CHANGE THRU 2250-EXIT
003340         WHEN OTHER
003350             MOVE 'REJECTED - BAD ACTION CODE' TO WS-CARD-RESULT
003360             ADD 1 TO WS-REJECT-CNT
003370     END-EVALUATE.
003380 2200-REPORT.
003390     MOVE SPACES TO WS-RPT-DETAIL.
003400     MOVE CARD-ACTION TO WS-RPT-ACTION.
003410     MOVE CARD-TYPE-CODE TO WS-RPT-TYPE-CODE.
003420     MOVE WS-CARD-RESULT TO WS-RPT-RESULT.
003430     MOVE CARD-OPER-ID TO WS-RPT-OPER-ID.
003440     MOVE WS-RPT-DETAIL TO RPT-RECORD.
003450     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
003460     PERFORM 2100-READ-CARD THRU 2100-EXIT.
003470 2200-EXIT.
003480     EXIT.
003490
003500******************************************************************
003510*    2210-ADD-TYPE  --  ADD A NEW REFERENCE RECORD. A NEW TYPE
003520*                       NEEDS BOTH A DESCRIPTION AND A VALID
003530*                       DEBIT/CREDIT FLAG.
003540******************************************************************
003550 2210-ADD-TYPE.
003560     IF CARD-DESC = SPACES
003570         MOVE 'REJECTED - NO DESCRIPTION' TO WS-CARD-RESULT
003580         ADD 1 TO WS-REJECT-CNT
003590         GO TO 2210-EXIT
003600     END-IF.
003610     IF CARD-DC-FLAG NOT = 'D' AND 'C'
003620         MOVE 'REJECTED - BAD D/C FLAG' TO WS-CARD-RESULT
003630         ADD 1 TO WS-REJECT-CNT
003640         GO TO 2210-EXIT
003650     END-IF.
003660     MOVE CARD-TYPE-CODE TO TYP-CODE.
003670     READ TYPE-FILE.
003680     IF WS-TYP-FILE-STATUS = '00'
003690         MOVE 'REJECTED - ALREADY ON FILE' TO WS-CARD-RESULT
003700         ADD 1 TO WS-REJECT-CNT
003710         GO TO 2210-EXIT
003720     END-IF.
003730     MOVE SPACES TO TYP-RECORD.
003740     MOVE CARD-TYPE-CODE TO TYP-CODE.
003750     MOVE CARD-DESC TO TYP-DESC.
003760     MOVE CARD-DC-FLAG TO TYP-DC-FLAG.
003770     MOVE CARD-GL-ACCOUNT TO TYP-GL-ACCOUNT.
003780     MOVE WS-RUN-DATE TO TYP-LAST-MAINT-DATE.
003790     MOVE WS-RUN-TIME TO TYP-LAST-MAINT-TIME.
003800     WRITE TYP-RECORD.
003810     IF WS-TYP-FILE-STATUS = '00'
003820         MOVE 'ADDED' TO WS-CARD-RESULT
003830         ADD 1 TO WS-ADD-CNT
003840         MOVE SPACES TO WS-MHS-BEFORE-IMAGE
003850         PERFORM 2840-SET-MAKER-ONLY THRU 2840-EXIT
003860         PERFORM 2850-WRITE-HISTORY THRU 2850-EXIT
003870     ELSE
003880         MOVE 'REJECTED - WRITE FAILED' TO WS-CARD-RESULT
003890         ADD 1 TO WS-REJECT-CNT
003900         MOVE 8 TO RETURN-CODE
003910     END-IF.
003920 2210-EXIT.
003930     EXIT.
003940
003950******************************************************************
003960*    2220-UPDATE-TYPE  --  APPLY THE NON-BLANK CARD FIELDS TO AN
003970*                          EXISTING REFERENCE RECORD. THE
003980*                          DESCRIPTION AND GL ACCOUNT APPLY AT
003990*                          ONCE; A D/C FLAG CHANGE IS PARKED
004000*                          FOR APPROVAL.
004010******************************************************************
004020 2220-UPDATE-TYPE.
004030     IF CARD-DC-FLAG NOT = SPACE AND 'D' AND 'C'
004040         MOVE 'REJECTED - BAD D/C FLAG' TO WS-CARD-RESULT
004050         ADD 1 TO WS-REJECT-CNT
004060         GO TO 2220-EXIT
004070     END-IF.
004080     MOVE CARD-TYPE-CODE TO TYP-CODE.
004090     READ TYPE-FILE.
004100     IF WS-TYP-FILE-STATUS NOT = '00'
004110         MOVE 'REJECTED - NOT ON FILE' TO WS-CARD-RESULT
004120         ADD 1 TO WS-REJECT-CNT
004130         GO TO 2220-EXIT
004140     END-IF.
004150     MOVE 'N' TO WS-DC-CHG-SW.
004160     MOVE 'N' TO WS-OTHER-CHG-SW.
004170     IF CARD-DESC NOT = SPACES OR CARD-GL-ACCOUNT NOT = SPACES
004180         SET WS-OTHER-CHG TO TRUE
004190     END-IF.
004200     IF CARD-DC-FLAG NOT = SPACE
004210        AND CARD-DC-FLAG NOT = TYP-DC-FLAG
004220         SET WS-DC-CHG TO TRUE
004230         PERFORM 2810-CHECK-PENDING THRU 2810-EXIT
004240         IF WS-PND-OTHER
004250             MOVE 'REJECTED - OTHER CHANGE PENDING'
004260                 TO WS-CARD-RESULT
004270             ADD 1 TO WS-REJECT-CNT
004280             GO TO 2220-EXIT
004290         END-IF
004300         IF NOT WS-OTHER-CHG
004310             PERFORM 2800-RAISE-PENDING THRU 2800-EXIT
004320             GO TO 2220-EXIT
004330         END-IF
004340     END-IF.
004350     MOVE TYP-RECORD TO WS-MHS-BEFORE-IMAGE.
004360     IF CARD-DESC NOT = SPACES
004370         MOVE CARD-DESC TO TYP-DESC
004380     END-IF.
004390     IF CARD-GL-ACCOUNT NOT = SPACES
004400         MOVE CARD-GL-ACCOUNT TO TYP-GL-ACCOUNT
004410     END-IF.
004420     MOVE WS-RUN-DATE TO TYP-LAST-MAINT-DATE.
004430     MOVE WS-RUN-TIME TO TYP-LAST-MAINT-TIME.
004440     REWRITE TYP-RECORD.
004450     IF WS-TYP-FILE-STATUS = '00'
004460         MOVE 'UPDATED' TO WS-CARD-RESULT
004470         ADD 1 TO WS-UPDATE-CNT
004480         PERFORM 2840-SET-MAKER-ONLY THRU 2840-EXIT
004490         PERFORM 2850-WRITE-HISTORY THRU 2850-EXIT
004500         IF WS-DC-CHG
004510             PERFORM 2800-RAISE-PENDING THRU 2800-EXIT
004520             IF WS-PND-RAISED
004530                 MOVE 'UPDATED - D/C FLAG PENDING'
004540                     TO WS-CARD-RESULT
004550             END-IF
004560             IF WS-PND-SAME
004570                 MOVE 'UPDATED - ALREADY PENDING'
004580                     TO WS-CARD-RESULT
004590             END-IF
004600         END-IF
004610     ELSE
004620         MOVE 'REJECTED - REWRITE FAILED' TO WS-CARD-RESULT
004630         ADD 1 TO WS-REJECT-CNT
004640         MOVE 8 TO RETURN-CODE
004650     END-IF.
004660 2220-EXIT.
004670     EXIT.
004680
004690******************************************************************
004700*    2230-DELETE-TYPE  --  PARK THE RETIREMENT OF A TYPE CODE
004710*                          FOR APPROVAL. ONCE A SECOND OPERATOR
004720*                          APPROVES IT THE CODE COMES OFF THE
004730*                          REFERENCE FILE AND HWEDIT REJECTS IT
004740*                          FROM THE NEXT FEED ONWARD. NOT WHILE
004750*                          ANOTHER CHANGE FOR THE TYPE IS WAITING.
004760******************************************************************
004770 2230-DELETE-TYPE.
004780     MOVE CARD-TYPE-CODE TO TYP-CODE.
004790     READ TYPE-FILE.
004800     IF WS-TYP-FILE-STATUS NOT = '00'
004810         MOVE 'REJECTED - NOT ON FILE' TO WS-CARD-RESULT
004820         ADD 1 TO WS-REJECT-CNT
004830         GO TO 2230-EXIT
004840     END-IF.
004850     PERFORM 2810-CHECK-PENDING THRU 2810-EXIT.
004860     IF WS-PND-NONE
004870         GO TO 2230-RAISE
004880     END-IF.
004890     IF WS-PND-FILE-STATUS = '00' AND PND-FIELD = 'DELETE'
004900         MOVE 'ALREADY PENDING APPROVAL' TO WS-CARD-RESULT
004910     ELSE
004920         MOVE 'REJECTED - CHANGE PENDING' TO WS-CARD-RESULT
004930         ADD 1 TO WS-REJECT-CNT
004940     END-IF.
004950     GO TO 2230-EXIT.
004960 2230-RAISE.
004970     MOVE SPACES TO PND-RECORD.
004980     SET PND-TYPE TO TRUE.
004990     MOVE TYP-CODE TO PND-REC-KEY.
005000     MOVE 'DELETE' TO PND-FIELD.
005010     MOVE TYP-DC-FLAG TO PND-OLD-VALUE.
005020     MOVE SPACE TO PND-NEW-VALUE.
005030     MOVE CARD-ACTION TO PND-ACTION.
005040     MOVE CARD-OPER-ID TO PND-MAKER-ID.
005050     MOVE WS-RUN-DATE TO PND-MAKER-DATE.
005060     MOVE WS-RUN-TIME TO PND-MAKER-TIME.
005070     WRITE PND-RECORD.
005080     IF WS-PND-FILE-STATUS = '00'
005090         MOVE 'DELETE PENDING APPROVAL' TO WS-CARD-RESULT
005100         ADD 1 TO WS-PENDING-CNT
005110     ELSE
005120         MOVE 'REJECTED - PENDING WRITE FAILED' TO WS-CARD-RESULT
005130         ADD 1 TO WS-REJECT-CNT
005140         MOVE 8 TO RETURN-CODE
005150     END-IF.
005160 2230-EXIT.
005170     EXIT.
005180
005190******************************************************************
005200*    2240-APPROVE-CHANGE  --  THE CHECKER'S CARD. APPLY THE
005210*                             TYPE'S PENDING D/C FLAG CHANGE OR
005220*                             DELETE IF THE CARD COMES FROM AN
005230*                             OPERATOR OTHER THAN THE ONE WHO
005240*                             KEYED IT AND THE FILE STILL SHOWS
005250*                             THE FLAG THE CHANGE WAS KEYED
005260*                             AGAINST.
005270******************************************************************
005280 2240-APPROVE-CHANGE.
005290     SET PND-TYPE TO TRUE.
005300     MOVE CARD-TYPE-CODE TO PND-REC-KEY.
005310     READ PEND-FILE.
005320     IF WS-PND-FILE-STATUS NOT = '00'
005330         MOVE 'REJECTED - NOTHING PENDING' TO WS-CARD-RESULT
005340         ADD 1 TO WS-REJECT-CNT
005350         GO TO 2240-EXIT
005360     END-IF.
005370     IF CARD-OPER-ID = PND-MAKER-ID
005380         MOVE 'REJECTED - SAME OPERATOR' TO WS-CARD-RESULT
005390         ADD 1 TO WS-REJECT-CNT
005400         GO TO 2240-EXIT
005410     END-IF.
005420     MOVE CARD-TYPE-CODE TO TYP-CODE.
005430     READ TYPE-FILE.
005440     IF WS-TYP-FILE-STATUS NOT = '00'
005450         MOVE 'REJECTED - NOT ON FILE' TO WS-CARD-RESULT
005460         ADD 1 TO WS-REJECT-CNT
005470         GO TO 2240-EXIT
005480     END-IF.
005490     IF TYP-DC-FLAG NOT = PND-OLD-VALUE
005500         MOVE 'REJECTED - FILE CHANGED' TO WS-CARD-RESULT
005510         ADD 1 TO WS-REJECT-CNT
005520         GO TO 2240-EXIT
005530     END-IF.
005540     MOVE TYP-RECORD TO WS-MHS-BEFORE-IMAGE.
005550     IF PND-FIELD = 'DELETE'
005560         PERFORM 2245-APPLY-DELETE THRU 2245-EXIT
005570     ELSE
005580         MOVE PND-NEW-VALUE TO TYP-DC-FLAG
005590         MOVE WS-RUN-DATE TO TYP-LAST-MAINT-DATE
005600         MOVE WS-RUN-TIME TO TYP-LAST-MAINT-TIME
005610         REWRITE TYP-RECORD
005620         IF WS-TYP-FILE-STATUS NOT = '00'
005630             MOVE 'REJECTED - REWRITE FAILED' TO WS-CARD-RESULT
005640         ELSE
005650             MOVE 'APPROVED - APPLIED' TO WS-CARD-RESULT
005660         END-IF
005670     END-IF.
005680     IF WS-TYP-FILE-STATUS NOT = '00'
005690         ADD 1 TO WS-REJECT-CNT
005700         MOVE 8 TO RETURN-CODE
005710         GO TO 2240-EXIT
005720     END-IF.
005730     MOVE PND-ACTION TO WS-MHS-ACTION.
005740     MOVE PND-MAKER-ID TO WS-MHS-MAKER-ID.
005750     MOVE CARD-OPER-ID TO WS-MHS-CHECKER-ID.
005760     PERFORM 2850-WRITE-HISTORY THRU 2850-EXIT.
005770     DELETE PEND-FILE.
005780     IF WS-PND-FILE-STATUS NOT = '00'
005790         DISPLAY 'HWTYPMNT: PEND-FILE DELETE FAILED, STATUS='
005800             WS-PND-FILE-STATUS UPON SYSERR
005810         MOVE 8 TO RETURN-CODE
005820     END-IF.
005830     ADD 1 TO WS-APPROVE-CNT.
005840 2240-EXIT.
005850     EXIT.
005860
005870******************************************************************
005880*    2245-APPLY-DELETE  --  TAKE AN APPROVED RETIREMENT OFF THE
005890*                           REFERENCE FILE. THE HISTORY
005900*                           AFTER-IMAGE IS BLANK.
005910******************************************************************
005920 2245-APPLY-DELETE.
005930     DELETE TYPE-FILE.
005940     IF WS-TYP-FILE-STATUS NOT = '00'
005950         MOVE 'REJECTED - DELETE FAILED' TO WS-CARD-RESULT
005960         GO TO 2245-EXIT
005970     END-IF.
005980     MOVE SPACES TO TYP-RECORD.
005990     MOVE 'APPROVED - DELETED' TO WS-CARD-RESULT.
006000     ADD 1 TO WS-DELETE-CNT.
006010 2245-EXIT.
006020     EXIT.
006030
006040******************************************************************
006050*    2250-CANCEL-CHANGE  --  DROP THE TYPE'S PENDING CHANGE
006060*                            UNAPPLIED - THE MAKER WITHDRAWING
006070*                            IT OR THE CHECKER TURNING IT DOWN.
006080******************************************************************
006090 2250-CANCEL-CHANGE.
006100     SET PND-TYPE TO TRUE.
006110     MOVE CARD-TYPE-CODE TO PND-REC-KEY.
006120     READ PEND-FILE.
006130     IF WS-PND-FILE-STATUS NOT = '00'
006140         MOVE 'REJECTED - NOTHING PENDING' TO WS-CARD-RESULT
006150         ADD 1 TO WS-REJECT-CNT
006160         GO TO 2250-EXIT
006170     END-IF.
006180     DELETE PEND-FILE.
006190     IF WS-PND-FILE-STATUS = '00'
006200         MOVE 'PENDING CHANGE CANCELLED' TO WS-CARD-RESULT
006210         ADD 1 TO WS-CANCEL-CNT
006220     ELSE
006230         MOVE 'REJECTED - DELETE FAILED' TO WS-CARD-RESULT
006240         ADD 1 TO WS-REJECT-CNT
006250         MOVE 8 TO RETURN-CODE
006260     END-IF.
006270 2250-EXIT.
006280     EXIT.
006290
006300******************************************************************
006310*    2800-RAISE-PENDING  --  PARK THE CARD'S D/C FLAG FOR THE
006320*                            TYPE NOW IN TYP-RECORD. THE SAME
006330*                            CHANGE ALREADY WAITING IS NOT RAISED
006340*                            AGAIN.
006350******************************************************************
006360 2800-RAISE-PENDING.
006370     MOVE 'N' TO WS-PND-RAISED-SW.
006380     IF WS-PND-SAME
006390         MOVE 'ALREADY PENDING APPROVAL' TO WS-CARD-RESULT
006400         GO TO 2800-EXIT
006410     END-IF.
006420     MOVE SPACES TO PND-RECORD.
006430     SET PND-TYPE TO TRUE.
006440     MOVE TYP-CODE TO PND-REC-KEY.
006450     MOVE 'DCFLAG' TO PND-FIELD.
006460     MOVE TYP-DC-FLAG TO PND-OLD-VALUE.
006470     MOVE CARD-DC-FLAG TO PND-NEW-VALUE.
006480     MOVE CARD-ACTION TO PND-ACTION.
006490     MOVE CARD-OPER-ID TO PND-MAKER-ID.
006500     MOVE WS-RUN-DATE TO PND-MAKER-DATE.
006510     MOVE WS-RUN-TIME TO PND-MAKER-TIME.
006520     WRITE PND-RECORD.
006530     IF WS-PND-FILE-STATUS = '00'
006540         SET WS-PND-RAISED TO TRUE
006550         MOVE 'D/C FLAG CHANGE PENDING' TO WS-CARD-RESULT
006560         ADD 1 TO WS-PENDING-CNT
006570     ELSE
006580         MOVE 'REJECTED - PENDING WRITE FAILED' TO WS-CARD-RESULT
006590         ADD 1 TO WS-REJECT-CNT
006600         MOVE 8 TO RETURN-CODE
006610     END-IF.
006620 2800-EXIT.
006630     EXIT.
006640
006650******************************************************************
006660*    2810-CHECK-PENDING  --  IS A CHANGE ALREADY WAITING FOR THIS
006670*                            TYPE - NONE, THE SAME ONE, OR A
006680*                            DIFFERENT ONE THAT MUST BE APPROVED
006690*                            OR CANCELLED FIRST.
006700******************************************************************
006710 2810-CHECK-PENDING.
006720     SET WS-PND-NONE TO TRUE.
006730     SET PND-TYPE TO TRUE.
006740     MOVE TYP-CODE TO PND-REC-KEY.
006750     READ PEND-FILE.
006760     EVALUATE WS-PND-FILE-STATUS
006770         WHEN '00'
006780             IF PND-NEW-VALUE = CARD-DC-FLAG
006790                 SET WS-PND-SAME TO TRUE
006800             ELSE
006810                 SET WS-PND-OTHER TO TRUE
006820             END-IF
006830         WHEN '23'
006840             CONTINUE
006850         WHEN OTHER
006860             DISPLAY 'HWTYPMNT: PEND-FILE READ FAILED, STATUS='
006870                 WS-PND-FILE-STATUS UPON SYSERR
006880             MOVE 8 TO RETURN-CODE
006890             SET WS-PND-OTHER TO TRUE
006900     END-EVALUATE.
006910 2810-EXIT.
006920     EXIT.
006930
006940******************************************************************
006950*    2840-SET-MAKER-ONLY  --  A CHANGE APPLIED STRAIGHT FROM THE
006960*                             CARD HAS A MAKER BUT NO CHECKER.
006970******************************************************************
006980 2840-SET-MAKER-ONLY.
006990     MOVE CARD-ACTION TO WS-MHS-ACTION.
007000     MOVE CARD-OPER-ID TO WS-MHS-MAKER-ID.
007010     MOVE SPACES TO WS-MHS-CHECKER-ID.
007020 2840-EXIT.
007030     EXIT.
007040
007050******************************************************************
007060*    2850-WRITE-HISTORY  --  ONE MAINTENANCE HISTORY RECORD FOR
007070*                            THE CHANGE JUST APPLIED - THE SAVED
007080*                            BEFORE-IMAGE AND TYP-RECORD AS IT
007090*                            NOW STANDS (BLANK AFTER A DELETE).
007100******************************************************************
007110 2850-WRITE-HISTORY.
007120     MOVE SPACES TO MHS-RECORD.
007130     MOVE WS-RUN-DATE TO MHS-CHANGE-DATE.
007140     MOVE WS-RUN-TIME TO MHS-CHANGE-TIME.
007150     SET MHS-TYPE TO TRUE.
007160     MOVE CARD-TYPE-CODE TO MHS-REC-KEY.
007170     MOVE WS-MHS-ACTION TO MHS-ACTION.
007180     MOVE WS-MHS-MAKER-ID TO MHS-MAKER-ID.
007190     MOVE WS-MHS-CHECKER-ID TO MHS-CHECKER-ID.
007200     MOVE WS-MHS-BEFORE-IMAGE TO MHS-BEFORE-IMAGE.
007210     MOVE TYP-RECORD TO MHS-AFTER-IMAGE.
007220     WRITE MHS-RECORD.
007230     IF WS-MHS-FILE-STATUS NOT = '00'
007240         DISPLAY 'HWTYPMNT: MHIST-FILE WRITE FAILED, STATUS='
007250             WS-MHS-FILE-STATUS UPON SYSERR
007260         MOVE 8 TO RETURN-CODE
007270     END-IF.
007280 2850-EXIT.
007290     EXIT.
007300
007310******************************************************************
007320*    3000-PRINT-TOTALS  --  CARD TOTALS FOR THE OPERATIONS LOG.
007330******************************************************************
007340 3000-PRINT-TOTALS.
007350     MOVE SPACES TO RPT-RECORD.
007360     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
007370     MOVE 'CARDS READ' TO WS-RPT-LABEL.
007380     MOVE WS-CARD-CNT TO WS-RPT-COUNT.
007390     PERFORM 3200-WRITE-TOTAL-LINE THRU 3200-EXIT.
007400     MOVE 'TYPES ADDED' TO WS-RPT-LABEL.
007410     MOVE WS-ADD-CNT TO WS-RPT-COUNT.
007420     PERFORM 3200-WRITE-TOTAL-LINE THRU 3200-EXIT.
007430     MOVE 'TYPES UPDATED' TO WS-RPT-LABEL.
007440     MOVE WS-UPDATE-CNT TO WS-RPT-COUNT.
007450     PERFORM 3200-WRITE-TOTAL-LINE THRU 3200-EXIT.
007460     MOVE 'TYPES DELETED' TO WS-RPT-LABEL.
007470     MOVE WS-DELETE-CNT TO WS-RPT-COUNT.
007480     PERFORM 3200-WRITE-TOTAL-LINE THRU 3200-EXIT.
007490     MOVE 'CARDS REJECTED' TO WS-RPT-LABEL.
007500     MOVE WS-REJECT-CNT TO WS-RPT-COUNT.
007510     PERFORM 3200-WRITE-TOTAL-LINE THRU 3200-EXIT.
007520     MOVE 'CHANGES PENDING' TO WS-RPT-LABEL.
007530     MOVE WS-PENDING-CNT TO WS-RPT-COUNT.
007540     PERFORM 3200-WRITE-TOTAL-LINE THRU 3200-EXIT.
007550     MOVE 'CHANGES APPROVED' TO WS-RPT-LABEL.
007560     MOVE WS-APPROVE-CNT TO WS-RPT-COUNT.
007570     PERFORM 3200-WRITE-TOTAL-LINE THRU 3200-EXIT.
007580     MOVE 'CHANGES CANCELLED' TO WS-RPT-LABEL.
007590     MOVE WS-CANCEL-CNT TO WS-RPT-COUNT.
007600     PERFORM 3200-WRITE-TOTAL-LINE THRU 3200-EXIT.
007610 3000-EXIT.
007620     EXIT.
007630
007640 3100-WRITE-REPORT-LINE.
007650     WRITE RPT-RECORD.
007660     IF WS-RPT-FILE-STATUS NOT = '00'
007670         DISPLAY 'HWTYPMNT: REPORT-FILE WRITE FAILED, STATUS='
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
007800 3900-CLOSE-FILES.
007810     CLOSE CARD-FILE.
007820     CLOSE TYPE-FILE.
007830     CLOSE PEND-FILE.
007840     CLOSE MHIST-FILE.
007850     CLOSE REPORT-FILE.
007860 3900-EXIT.
007870     EXIT.
007880
007890******************************************************************
007900*    9000-LOG-JOB-START  --  STAMP THIS RUN AS RUNNING ON THE
007910*                            SHARED JOB-STATUS BOARD.
007920******************************************************************
007930 9000-LOG-JOB-START.
007940     MOVE 'HWTYPMNT' TO JOBLOG-JOB-NAME.
007950     SET JOBLOG-EVENT-START TO TRUE.
007960     MOVE SPACES TO JOBLOG-STATUS.
007970     MOVE ZERO TO JOBLOG-RETURN-CODE.
007980     MOVE WS-RUN-DATE TO JOBLOG-BUS-DATE.
007990     MOVE RETURN-CODE TO WS-SAVE-RETURN-CODE.
008000     CALL 'HWJOBLOG' USING JOBLOG-PARM.
008010     MOVE WS-SAVE-RETURN-CODE TO RETURN-CODE.
008020 9000-EXIT.
008030     EXIT.
008040
008050******************************************************************
008060*    9100-LOG-JOB-END  --  CLOSE THIS RUN OUT ON THE SHARED
008070*                          JOB-STATUS BOARD.
008080******************************************************************
008090 9100-LOG-JOB-END.
008100     MOVE 'HWTYPMNT' TO JOBLOG-JOB-NAME.
008110     SET JOBLOG-EVENT-END TO TRUE.
008120     IF RETURN-CODE > 4
008130         MOVE 'FAILED' TO JOBLOG-STATUS
008140     ELSE
008150         MOVE 'COMPLETE' TO JOBLOG-STATUS
008160     END-IF.
008170     MOVE RETURN-CODE TO JOBLOG-RETURN-CODE.
008180     MOVE WS-RUN-DATE TO JOBLOG-BUS-DATE.
008190     MOVE RETURN-CODE TO WS-SAVE-RETURN-CODE.
008200     CALL 'HWJOBLOG' USING JOBLOG-PARM.
008210     MOVE WS-SAVE-RETURN-CODE TO RETURN-CODE.
008220 9100-EXIT.
008230     EXIT.
