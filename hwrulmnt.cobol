000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.     HWRULMNT.
000120 AUTHOR.         R L MORRISON.
000130 INSTALLATION.   SHOP OPERATIONS - OPENSHIFT BATCH SERVICES.
000140 DATE-WRITTEN.   10/15/26.
000150 DATE-COMPILED.
000160*REMARKS.        CARD-DRIVEN MAINTENANCE FOR THE INDEXED MONITORING
000170*                RULES FILE (HWRULFIL), MODELED ON HWTYPMNT. THE
000180*                FRAUD TEAM'S LIMITS ARRIVE AS CARDS AT RULCARDS -
000190*                ADD, UPDATE, OR DELETE - AND EACH CARD GETS A
000200*                RESULT LINE PLUS TOTALS ON THE RULMRPT REPORT, SO
000210*                CHANGING A LIMIT IS A CARD, NOT A PROGRAM CHANGE.
000220*
000230*                CARD LAYOUT (80 COLUMNS):
000240*                  COL  1      ACTION - A(DD), U(PDATE), D(ELETE)
000250*                  COL  3-4    TYPE CODE
000260*                  COL  6-15   ACCOUNT NUMBER FOR AN ACCOUNT
000270*                              OVERRIDE; BLANK FOR THE TYPE RULE
000280*                  COL 17-27   SINGLE-ITEM LIMIT, 9(9)V99
000290*                  COL 29-33   DAILY VELOCITY COUNT, 9(5)
000300*                  COL 35-47   DAILY VELOCITY AMOUNT, 9(11)V99
000310*                              A BLANK LIMIT IS ZERO (NOT CHECKED)
000320*                              ON ADD AND KEEPS THE CURRENT VALUE
000330*                              ON UPDATE
000340*
000350*    MODIFICATION HISTORY
000360*    ------------------------------------------------------------
000370*    DATE       INIT  DESCRIPTION
000380*    10/15/26   RLM   INITIAL VERSION.
000390******************************************************************
000400
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT CARD-FILE ASSIGN TO "RULCARDS"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-CRD-FILE-STATUS.
000470
000480     SELECT RULE-FILE ASSIGN TO "HWRULFIL"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS RANDOM
000510         RECORD KEY IS RUL-KEY
000520         FILE STATUS IS WS-RUL-FILE-STATUS.
000530
000540     SELECT REPORT-FILE ASSIGN TO "RULMRPT"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-RPT-FILE-STATUS.
000570
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  CARD-FILE.
000610 01  CARD-RECORD.
000620     05  CARD-ACTION             PIC X(01).
000630     05  FILLER                  PIC X(01).
000640     05  CARD-TYPE-CODE          PIC X(02).
000650     05  FILLER                  PIC X(01).
000660     05  CARD-ACCOUNT-NO         PIC X(10).
000670     05  FILLER                  PIC X(01).
000680     05  CARD-ITEM-LIMIT-X       PIC X(11).
000690     05  CARD-ITEM-LIMIT REDEFINES CARD-ITEM-LIMIT-X
000700                                 PIC 9(09)V99.
000710     05  FILLER                  PIC X(01).
000720     05  CARD-VEL-COUNT-X        PIC X(05).
000730     05  CARD-VEL-COUNT REDEFINES CARD-VEL-COUNT-X
000740                                 PIC 9(05).
000750     05  FILLER                  PIC X(01).
000760     05  CARD-VEL-AMOUNT-X       PIC X(13).
000770     05  CARD-VEL-AMOUNT REDEFINES CARD-VEL-AMOUNT-X
000780                                 PIC 9(11)V99.
000790     05  FILLER                  PIC X(33).
000800
000810 FD  RULE-FILE.
000820     COPY HWRUL.
000830
000840 FD  REPORT-FILE.
000850 01  RPT-RECORD                  PIC X(80).
000860
000870 WORKING-STORAGE SECTION.
000880 01  WS-CARD-CNT                 PIC 9(05)   VALUE ZERO.
000890 01  WS-ADD-CNT                  PIC 9(05)   VALUE ZERO.
000900 01  WS-UPDATE-CNT               PIC 9(05)   VALUE ZERO.
000910 01  WS-DELETE-CNT               PIC 9(05)   VALUE ZERO.
000920 01  WS-REJECT-CNT               PIC 9(05)   VALUE ZERO.
000930
000940 01  WS-CARD-EOF-SW              PIC X(01)   VALUE 'N'.
000950     88  WS-CARD-EOF                 VALUE 'Y'.
000960 01  WS-CARD-RESULT              PIC X(30)   VALUE SPACES.
000970
000980 01  WS-CRD-FILE-STATUS          PIC X(02)   VALUE '00'.
000990 01  WS-RUL-FILE-STATUS          PIC X(02)   VALUE '00'.
001000 01  WS-RPT-FILE-STATUS          PIC X(02)   VALUE '00'.
001010
001020 01  WS-RUN-DATE                 PIC X(08)   VALUE SPACES.
001030 01  WS-RUN-TIME                 PIC X(08)   VALUE SPACES.
001040
001050 01  WS-RPT-DETAIL.
001060     05  WS-RPT-ACTION           PIC X(01)   VALUE SPACE.
001070     05  FILLER                  PIC X(02)   VALUE SPACES.
001080     05  WS-RPT-TYPE-CODE        PIC X(02)   VALUE SPACES.
001090     05  FILLER                  PIC X(02)   VALUE SPACES.
001100     05  WS-RPT-ACCOUNT-NO       PIC X(10)   VALUE SPACES.
001110     05  FILLER                  PIC X(02)   VALUE SPACES.
001120     05  WS-RPT-RESULT           PIC X(30)   VALUE SPACES.
001130     05  FILLER                  PIC X(31)   VALUE SPACES.
001140
001150 01  WS-RPT-TOTAL.
001160     05  WS-RPT-LABEL            PIC X(20)   VALUE SPACES.
001170     05  WS-RPT-COUNT            PIC Z(4)9.
001180     05  FILLER                  PIC X(55)   VALUE SPACES.
001190
001200 COPY HWJLG.
001210 01  WS-SAVE-RETURN-CODE         PIC S9(08) COMP VALUE ZERO.
001220
001230******************************************************************
001240 PROCEDURE DIVISION.
001250******************************************************************
001260
001270 0000-MAINLINE.
001280     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001290     PERFORM 9000-LOG-JOB-START THRU 9000-EXIT.
001300     PERFORM 2000-PROCESS-CARDS THRU 2000-EXIT.
001310     PERFORM 3000-PRINT-TOTALS THRU 3000-EXIT.
001320     PERFORM 3900-CLOSE-FILES THRU 3900-EXIT.
001330     IF WS-REJECT-CNT > ZERO AND RETURN-CODE < 4
001340         MOVE 4 TO RETURN-CODE
001350     END-IF.
001360     PERFORM 9100-LOG-JOB-END THRU 9100-EXIT.
001370     STOP RUN.
001380
001390******************************************************************
001400*    1000-INITIALIZE  --  OPEN THE CARD, RULES, AND REPORT FILES.
001410*                         A BRAND-NEW RULES FILE IS CREATED EMPTY
001420*                         ON FIRST USE.
001430******************************************************************
001440 1000-INITIALIZE.
001450     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001460     ACCEPT WS-RUN-TIME FROM TIME.
001470     OPEN INPUT CARD-FILE.
001480     IF WS-CRD-FILE-STATUS NOT = '00'
001490         DISPLAY 'HWRULMNT: CARD-FILE OPEN FAILED, STATUS='
001500             WS-CRD-FILE-STATUS UPON SYSERR
001510         MOVE 8 TO RETURN-CODE
001520         PERFORM 9000-LOG-JOB-START THRU 9000-EXIT
001530         PERFORM 9100-LOG-JOB-END THRU 9100-EXIT
001540         STOP RUN
001550     END-IF.
001560     OPEN I-O RULE-FILE.
001570     IF WS-RUL-FILE-STATUS = '35'
001580         OPEN OUTPUT RULE-FILE
001590         CLOSE RULE-FILE
001600         OPEN I-O RULE-FILE
001610     END-IF.
001620     IF WS-RUL-FILE-STATUS NOT = '00'
001630         DISPLAY 'HWRULMNT: RULE-FILE OPEN FAILED, STATUS='
001640             WS-RUL-FILE-STATUS UPON SYSERR
001650         MOVE 8 TO RETURN-CODE
001660         PERFORM 9000-LOG-JOB-START THRU 9000-EXIT
001670         PERFORM 9100-LOG-JOB-END THRU 9100-EXIT
001680         STOP RUN
001690     END-IF.
001700     OPEN OUTPUT REPORT-FILE.
001710     IF WS-RPT-FILE-STATUS NOT = '00'
001720         DISPLAY 'HWRULMNT: REPORT-FILE OPEN FAILED, STATUS='
001730             WS-RPT-FILE-STATUS UPON SYSERR
001740         MOVE 8 TO RETURN-CODE
001750         PERFORM 9000-LOG-JOB-START THRU 9000-EXIT
001760         PERFORM 9100-LOG-JOB-END THRU 9100-EXIT
001770         STOP RUN
001780     END-IF.
001790     MOVE 'HWRULMNT MONITORING RULES MAINTENANCE' TO RPT-RECORD.
001800     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
001810     MOVE SPACES TO RPT-RECORD.
001820     STRING 'RUN ' WS-RUN-DATE ' ' WS-RUN-TIME
001830         DELIMITED BY SIZE INTO RPT-RECORD.
001840     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
001850     MOVE SPACES TO RPT-RECORD.
001860     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
001870 1000-EXIT.
001880     EXIT.
001890
001900******************************************************************
001910*    2000-PROCESS-CARDS  --  APPLY EVERY MAINTENANCE CARD IN
001920*                            ORDER.
001930******************************************************************
001940 2000-PROCESS-CARDS.
001950     PERFORM 2100-READ-CARD THRU 2100-EXIT.
001960     PERFORM 2200-APPLY-CARD THRU 2200-EXIT
001970         UNTIL WS-CARD-EOF.
001980 2000-EXIT.
001990     EXIT.
002000
002010 2100-READ-CARD.
002020     READ CARD-FILE
002030         AT END
002040             SET WS-CARD-EOF TO TRUE
002050     END-READ.
002060 2100-EXIT.
002070     EXIT.
002080
002090******************************************************************
002100*    2200-APPLY-CARD  --  ROUTE ONE CARD BY ITS ACTION CODE AND
002110*                         WRITE THE RESULT LINE.
002120******************************************************************
002130 2200-APPLY-CARD.
002140     ADD 1 TO WS-CARD-CNT.
002150     MOVE SPACES TO WS-CARD-RESULT.
002160     IF CARD-TYPE-CODE = SPACES
002170         MOVE 'REJECTED - NO TYPE CODE' TO WS-CARD-RESULT
002180         ADD 1 TO WS-REJECT-CNT
002190     ELSE
002200         EVALUATE CARD-ACTION
002210             WHEN 'A'
002220                 PERFORM 2210-ADD-RULE THRU 2210-EXIT
002230             WHEN 'U'
002240                 PERFORM 2220-UPDATE-RULE THRU 2220-EXIT
002250             WHEN 'D'
002260                 PERFORM 2230-DELETE-RULE THRU 2230-EXIT
002270             WHEN OTHER
002280                 MOVE 'REJECTED - BAD ACTION CODE'
002290                     TO WS-CARD-RESULT
002300                 ADD 1 TO WS-REJECT-CNT
002310         END-EVALUATE
002320     END-IF.
002330     MOVE SPACES TO WS-RPT-DETAIL.
002340     MOVE CARD-ACTION TO WS-RPT-ACTION.
002350     MOVE CARD-TYPE-CODE TO WS-RPT-TYPE-CODE.
002360     MOVE CARD-ACCOUNT-NO TO WS-RPT-ACCOUNT-NO.
002370     MOVE WS-CARD-RESULT TO WS-RPT-RESULT.
002380     MOVE WS-RPT-DETAIL TO RPT-RECORD.
002390     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
002400     PERFORM 2100-READ-CARD THRU 2100-EXIT.
002410 2200-EXIT.
002420     EXIT.
002430
002440******************************************************************
002450*    2210-ADD-RULE  --  ADD A NEW RULE. A RULE WITH NO LIMIT SET
002460*                       WOULD NEVER FIRE AND IS REFUSED.
002470******************************************************************
002480 2210-ADD-RULE.
002490     PERFORM 2250-EDIT-LIMITS THRU 2250-EXIT.
002500     IF WS-CARD-RESULT NOT = SPACES
002510         GO TO 2210-EXIT
002520     END-IF.
002530     IF CARD-ITEM-LIMIT-X = SPACES
002540         AND CARD-VEL-COUNT-X = SPACES
002550         AND CARD-VEL-AMOUNT-X = SPACES
002560         MOVE 'REJECTED - NO LIMITS' TO WS-CARD-RESULT
002570         ADD 1 TO WS-REJECT-CNT
002580         GO TO 2210-EXIT
002590     END-IF.
002600     MOVE CARD-TYPE-CODE TO RUL-TRAN-TYPE.
002610     MOVE CARD-ACCOUNT-NO TO RUL-ACCOUNT-NO.
002620     READ RULE-FILE.
002630     IF WS-RUL-FILE-STATUS = '00'
002640         MOVE 'REJECTED - ALREADY ON FILE' TO WS-CARD-RESULT
002650         ADD 1 TO WS-REJECT-CNT
002660         GO TO 2210-EXIT
002670     END-IF.
002680     MOVE SPACES TO RUL-RECORD.
002690     MOVE CARD-TYPE-CODE TO RUL-TRAN-TYPE.
002700     MOVE CARD-ACCOUNT-NO TO RUL-ACCOUNT-NO.
002710     MOVE ZERO TO RUL-ITEM-LIMIT.
002720     MOVE ZERO TO RUL-VEL-COUNT.
002730     MOVE ZERO TO RUL-VEL-AMOUNT.
002740     PERFORM 2260-MOVE-LIMITS THRU 2260-EXIT.
002750     MOVE WS-RUN-DATE TO RUL-LAST-MAINT-DATE.
002760     MOVE WS-RUN-TIME TO RUL-LAST-MAINT-TIME.
002770     WRITE RUL-RECORD.
002780     IF WS-RUL-FILE-STATUS = '00'
002790         MOVE 'ADDED' TO WS-CARD-RESULT
002800         ADD 1 TO WS-ADD-CNT
002810     ELSE
002820         MOVE 'REJECTED - WRITE FAILED' TO WS-CARD-RESULT
002830         ADD 1 TO WS-REJECT-CNT
002840         MOVE 8 TO RETURN-CODE
002850     END-IF.
002860 2210-EXIT.
002870     EXIT.
002880
002890******************************************************************
002900*    2220-UPDATE-RULE  --  APPLY THE NON-BLANK CARD LIMITS TO AN
002910*                          EXISTING RULE.
002920******************************************************************
002930 2220-UPDATE-RULE.
002940     PERFORM 2250-EDIT-LIMITS THRU 2250-EXIT.
002950     IF WS-CARD-RESULT NOT = SPACES
002960         GO TO 2220-EXIT
002970     END-IF.
002980     MOVE CARD-TYPE-CODE TO RUL-TRAN-TYPE.
002990     MOVE CARD-ACCOUNT-NO TO RUL-ACCOUNT-NO.
003000     READ RULE-FILE.
003010     IF WS-RUL-FILE-STATUS NOT = '00'
003020         MOVE 'REJECTED - NOT ON FILE' TO WS-CARD-RESULT
003030         ADD 1 TO WS-REJECT-CNT
003040         GO TO 2220-EXIT
003050     END-IF.
003060     PERFORM 2260-MOVE-LIMITS THRU 2260-EXIT.
003070     MOVE WS-RUN-DATE TO RUL-LAST-MAINT-DATE.
003080     MOVE WS-RUN-TIME TO RUL-LAST-MAINT-TIME.
003090     REWRITE RUL-RECORD.
003100     IF WS-RUL-FILE-STATUS = '00'
003110         MOVE 'UPDATED' TO WS-CARD-RESULT
003120         ADD 1 TO WS-UPDATE-CNT
003130     ELSE
003140         MOVE 'REJECTED - REWRITE FAILED' TO WS-CARD-RESULT
003150         ADD 1 TO WS-REJECT-CNT
003160         MOVE 8 TO RETURN-CODE
003170     END-IF.
003180 2220-EXIT.
003190     EXIT.
003200
003210******************************************************************
003220*    2230-DELETE-RULE  --  REMOVE A RULE. DELETING AN ACCOUNT
003230*                          OVERRIDE PUTS THE ACCOUNT BACK ON THE
003240*                          TYPE RULE.
003250******************************************************************
003260 2230-DELETE-RULE.
003270     MOVE CARD-TYPE-CODE TO RUL-TRAN-TYPE.
003280     MOVE CARD-ACCOUNT-NO TO RUL-ACCOUNT-NO.
003290     READ RULE-FILE.
003300     IF WS-RUL-FILE-STATUS NOT = '00'
003310         MOVE 'REJECTED - NOT ON FILE' TO WS-CARD-RESULT
003320         ADD 1 TO WS-REJECT-CNT
003330         GO TO 2230-EXIT
003340     END-IF.
003350     DELETE RULE-FILE.
003360     IF WS-RUL-FILE-STATUS = '00'
003370         MOVE 'DELETED' TO WS-CARD-RESULT
003380         ADD 1 TO WS-DELETE-CNT
003390     ELSE
003400         MOVE 'REJECTED - DELETE FAILED' TO WS-CARD-RESULT
003410         ADD 1 TO WS-REJECT-CNT
003420         MOVE 8 TO RETURN-CODE
003430     END-IF.
003440 2230-EXIT.
003450     EXIT.
003460
003470******************************************************************
003480*    2250-EDIT-LIMITS  --  EVERY LIMIT PUNCHED ON THE CARD MUST BE
003490*                          ALL DIGITS.
003500******************************************************************
003510 2250-EDIT-LIMITS.
003520     IF (CARD-ITEM-LIMIT-X NOT = SPACES
003530             AND CARD-ITEM-LIMIT NOT NUMERIC)
003540         OR (CARD-VEL-COUNT-X NOT = SPACES
003550             AND CARD-VEL-COUNT NOT NUMERIC)
003560         OR (CARD-VEL-AMOUNT-X NOT = SPACES
003570             AND CARD-VEL-AMOUNT NOT NUMERIC)
003580         MOVE 'REJECTED - BAD LIMIT' TO WS-CARD-RESULT
003590         ADD 1 TO WS-REJECT-CNT
003600     END-IF.
003610 2250-EXIT.
003620     EXIT.
003630
003640 2260-MOVE-LIMITS.
003650     IF CARD-ITEM-LIMIT-X NOT = SPACES
003660         MOVE CARD-ITEM-LIMIT TO RUL-ITEM-LIMIT
003670     END-IF.
003680     IF CARD-VEL-COUNT-X NOT = SPACES
003690         MOVE CARD-VEL-COUNT TO RUL-VEL-COUNT
003700     END-IF.
003710     IF CARD-VEL-AMOUNT-X NOT = SPACES
003720         MOVE CARD-VEL-AMOUNT TO RUL-VEL-AMOUNT
003730     END-IF.
003740 2260-EXIT.
003750     EXIT.
003760
003770******************************************************************
003780*    3000-PRINT-TOTALS  --  CARD TOTALS FOR THE OPERATIONS LOG.
003790******************************************************************
003800 3000-PRINT-TOTALS.
003810     MOVE SPACES TO RPT-RECORD.
003820     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
003830     MOVE 'CARDS READ' TO WS-RPT-LABEL.
003840     MOVE WS-CARD-CNT TO WS-RPT-COUNT.
003850     PERFORM 3200-WRITE-TOTAL-LINE THRU 3200-EXIT.
003860     MOVE 'RULES ADDED' TO WS-RPT-LABEL.
003870     MOVE WS-ADD-CNT TO WS-RPT-COUNT.
003880     PERFORM 3200-WRITE-TOTAL-LINE THRU 3200-EXIT.
003890     MOVE 'RULES UPDATED' TO WS-RPT-LABEL.
003900     MOVE WS-UPDATE-CNT TO WS-RPT-COUNT.
003910     PERFORM 3200-WRITE-TOTAL-LINE THRU 3200-EXIT.
003920     MOVE 'RULES DELETED' TO WS-RPT-LABEL.
003930     MOVE WS-DELETE-CNT TO WS-RPT-COUNT.
003940     PERFORM 3200-WRITE-TOTAL-LINE THRU 3200-EXIT.
003950     MOVE 'CARDS REJECTED' TO WS-RPT-LABEL.
003960     MOVE WS-REJECT-CNT TO WS-RPT-COUNT.
003970     PERFORM 3200-WRITE-TOTAL-LINE THRU 3200-EXIT.
003980 3000-EXIT.
003990     EXIT.
004000
004010 3100-WRITE-REPORT-LINE.
004020     WRITE RPT-RECORD.
004030     IF WS-RPT-FILE-STATUS NOT = '00'
004040         DISPLAY 'HWRULMNT: REPORT-FILE WRITE FAILED, STATUS='
004050             WS-RPT-FILE-STATUS UPON SYSERR
004060         MOVE 8 TO RETURN-CODE
004070     END-IF.
004080 3100-EXIT.
004090     EXIT.
004100
004110 3200-WRITE-TOTAL-LINE.
004120     MOVE WS-RPT-TOTAL TO RPT-RECORD.
004130     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
004140 3200-EXIT.
004150     EXIT.
004160
004170 3900-CLOSE-FILES.
004180     CLOSE CARD-FILE.
004190     CLOSE RULE-FILE.
004200     CLOSE REPORT-FILE.
004210 3900-EXIT.
004220     EXIT.
004230
004240******************************************************************
004250*    9000-LOG-JOB-START  --  STAMP THIS RUN AS RUNNING ON THE
004260*                            SHARED JOB-STATUS BOARD.
004270******************************************************************
004280 9000-LOG-JOB-START.
004290     MOVE 'HWRULMNT' TO JOBLOG-JOB-NAME.
004300     SET JOBLOG-EVENT-START TO TRUE.
004310     MOVE SPACES TO JOBLOG-STATUS.
004320     MOVE ZERO TO JOBLOG-RETURN-CODE.
004330     MOVE WS-RUN-DATE TO JOBLOG-BUS-DATE.
004340     MOVE RETURN-CODE TO WS-SAVE-RETURN-CODE.
004350     CALL 'HWJOBLOG' USING JOBLOG-PARM.
004360     MOVE WS-SAVE-RETURN-CODE TO RETURN-CODE.
004370 9000-EXIT.
004380     EXIT.
004390
004400******************************************************************
004410*    9100-LOG-JOB-END  --  CLOSE THIS RUN OUT ON THE SHARED
004420*                          JOB-STATUS BOARD.
004430******************************************************************
004440 9100-LOG-JOB-END.
004450     MOVE 'HWRULMNT' TO JOBLOG-JOB-NAME.
004460     SET JOBLOG-EVENT-END TO TRUE.
004470     IF RETURN-CODE > 4
004480         MOVE 'FAILED' TO JOBLOG-STATUS
004490     ELSE
004500         MOVE 'COMPLETE' TO JOBLOG-STATUS
004510     END-IF.
004520     MOVE RETURN-CODE TO JOBLOG-RETURN-CODE.
004530     MOVE WS-RUN-DATE TO JOBLOG-BUS-DATE.
004540     MOVE RETURN-CODE TO WS-SAVE-RETURN-CODE.
004550     CALL 'HWJOBLOG' USING JOBLOG-PARM.
004560     MOVE WS-SAVE-RETURN-CODE TO RETURN-CODE.
004570 9100-EXIT.
004580     EXIT.
