000210*                ANYONE HAND-EDITING A DATA FILE.
000220*
000230*                CARD LAYOUT (80 COLUMNS):
000240*                  COL  1      ACTION - A(DD), U(PDATE), C(LOSE),
000250*                              R - REACTIVATE A DORMANT ACCOUNT,
000260*                              P - APPROVE THE PENDING CHANGE,
000270*                              X - CANCEL THE PENDING CHANGE
000280*                  COL  3-12   ACCOUNT NUMBER
000290*                  COL 14      STATUS - O(PEN), C(LOSED), F(ROZEN);
000300*                              BLANK KEEPS/DEFAULTS THE STATUS
000310*                  COL 16-45   ACCOUNT NAME; BLANK ON UPDATE KEEPS
000320*                              THE CURRENT NAME
000330*                  COL 47-54   OPERATOR ID - REQUIRED ON EVERY CARD
000340*
000350*                A STATUS CHANGE ON AN EXISTING ACCOUNT (AN UPDATE
000360*                CARD'S STATUS, OR A CLOSE) IS NOT APPLIED FROM
000370*                THE CARD. IT IS PARKED ON THE PENDING-CHANGE FILE
000380*                (HWPNDFIL) AND APPLIED ONLY BY A LATER P CARD
000390*                FROM A DIFFERENT OPERATOR. EVERY CHANGE APPLIED
000400*                TO THE MASTER IS APPENDED, BEFORE AND AFTER, TO
000410*                THE MAINTENANCE HISTORY FILE (HWMHSFIL).
000420*
000430*                AN ACCOUNT HWDORMNT HAS MOVED TO DORMANT COMES
000440*                BACK TO OPEN ONLY ON AN R CARD, NOT ON AN UPDATE
000450*                CARD'S STATUS. THE REACTIVATION IS A STATUS
000460*                CHANGE AND WAITS FOR A P CARD LIKE ANY OTHER.
000470*
000480*    MODIFICATION HISTORY
000490*    ------------------------------------------------------------
000500*    DATE       INIT  DESCRIPTION
000510*    08/15/26   RLM   INITIAL VERSION.
000520*    08/16/26   RLM   STAMP START/END RECORDS INTO THE SHARED
000530*                     JOB-STATUS FILE (HWJOBFIL) THROUGH THE
000540*                     HWJOBLOG SUBPROGRAM FOR THE LANDING-PAGE
000550*                     STATUS BOARD.
000560*    08/20/26   RLM   A REJECTED CARD NO LONGER MASKS AN I/O
000570*                     FAILURE - RC 4 IS ONLY SET WHEN NO HIGHER
000580*                     RETURN CODE IS ALREADY IN PLACE.
000590*    09/02/26   RLM   ADDED THE BULK SYNC MODE (HW_ACT_MODE SET
000600*                     TO SYNC) - READS THE FULL UPSTREAM
000610*                     CUSTOMER MASTER EXTRACT AT ACTEXTR,
000620*                     SORTED BY ACCOUNT, COMPARES IT RECORD BY
000630*                     RECORD AGAINST HWACTFIL, AND APPLIES THE
000640*                     ADDS, STATUS CHANGES, AND CLOSES THROUGH
000650*                     THE SAME 2210/2220/2230 RULES THE CARDS
000660*                     USE. THE ACTMRPT DELTA REPORT SHOWS EVERY
000670*                     CHANGE PLUS ANY MASTER ACCOUNT THE
000680*                     EXTRACT NO LONGER CARRIES. A WEEKLY SYNC
000690*                     KEEPS THE UNKNOWN-ACCOUNT NOISE OFF THE
000700*                     MORNING PAGE WITHOUT CATCH-UP CARDS.
000710*
000720*                     EXTRACT LAYOUT (60 BYTES):
000730*                       COL  1-10   ACCOUNT NUMBER
000740*                       COL 11-40   ACCOUNT NAME
000750*                       COL 41      STATUS - O, C, OR F
000760*                       COL 42-60   UNUSED
000770*    10/15/26   RLM   MAKER-CHECKER CONTROL. OPERATOR ID IN CARD
000780*                     COLUMNS 47-54. ACCOUNT STATUS CHANGES GO
000790*                     TO THE HWPNDFIL PENDING-CHANGE FILE AND
000800*                     APPLY ONLY ON A P (APPROVE) CARD FROM A
000810*                     SECOND OPERATOR; X CANCELS ONE. EVERY
000820*                     APPLIED CHANGE WRITES ITS BEFORE AND AFTER
000830*                     IMAGES TO HWMHSFIL. SYNC-MODE CHANGES ARE
000840*                     KEYED AS OPERATOR ACTSYNC AND THEIR STATUS
000850*                     CHANGES WAIT FOR APPROVAL THE SAME WAY.
000860*    10/15/26   RLM   R (REACTIVATE) CARD FOR A DORMANT ACCOUNT,
000870*                     PARKED FOR APPROVAL. AN UPDATE CARD MAY NOT
000880*                     REOPEN A DORMANT ACCOUNT, AND A SYNC EXTRACT
000890*                     SHOWING IT OPEN LEAVES IT DORMANT.
000900*    10/15/26   RLM   A CARD THAT UPDATES OTHER FIELDS AND REPEATS A
000910*                     STATUS CHANGE ALREADY WAITING NOW REPORTS
000920*                     UPDATED - ALREADY PENDING.
000930******************************************************************
000940
000950 ENVIRONMENT DIVISION.
000960 INPUT-OUTPUT SECTION.
000970 FILE-CONTROL.
000980     SELECT CARD-FILE ASSIGN TO "ACTCARDS"
000990         ORGANIZATION IS LINE SEQUENTIAL
001000         FILE STATUS IS WS-CRD-FILE-STATUS.
001010
001020     SELECT ACCT-FILE ASSIGN TO "HWACTFIL"
001030         ORGANIZATION IS INDEXED
001040         ACCESS MODE IS RANDOM
001050         RECORD KEY IS ACT-ACCOUNT-NO
001060         FILE STATUS IS WS-ACT-FILE-STATUS.
001070
001080     SELECT EXTR-FILE ASSIGN TO "ACTEXTR"
001090         ORGANIZATION IS SEQUENTIAL
001100         FILE STATUS IS WS-EXT-FILE-STATUS.
001110
001120     SELECT SORT-FILE ASSIGN TO "ACTXSWK".
001130
001140     SELECT SEXT-FILE ASSIGN TO "ACTXSRT"
001150         ORGANIZATION IS SEQUENTIAL
001160         FILE STATUS IS WS-SXT-FILE-STATUS.
001170
001180     SELECT ACCT2-FILE ASSIGN TO "HWACTFIL"
001190         ORGANIZATION IS INDEXED
001200         ACCESS MODE IS SEQUENTIAL
001210         RECORD KEY IS AC2-ACCOUNT-NO
001220         FILE STATUS IS WS-AC2-FILE-STATUS.
001230
001240     SELECT REPORT-FILE ASSIGN TO "ACTMRPT"
001250         ORGANIZATION IS LINE SEQUENTIAL
001260         FILE STATUS IS WS-RPT-FILE-STATUS.
001270
001280     SELECT PEND-FILE ASSIGN TO "HWPNDFIL"
001290         ORGANIZATION IS INDEXED
001300         ACCESS MODE IS RANDOM
001310         RECORD KEY IS PND-KEY
001320         FILE STATUS IS WS-PND-FILE-STATUS.
001330
001340     SELECT MHIST-FILE ASSIGN TO "HWMHSFIL"
001350         ORGANIZATION IS SEQUENTIAL
001360         FILE STATUS IS WS-MHS-FILE-STATUS.
001370
001380 DATA DIVISION.
001390 FILE SECTION.
001400 FD  CARD-FILE.
001410 01  CARD-RECORD.
001420     05  CARD-ACTION             PIC X(01).
001430     05  FILLER                  PIC X(01).
001440     05  CARD-ACCOUNT-NO         PIC X(10).
001450     05  FILLER                  PIC X(01).
001460     05  CARD-STATUS             PIC X(01).
001470     05  FILLER                  PIC X(01).
001480     05  CARD-NAME               PIC X(30).
001490     05  FILLER                  PIC X(01).
001500     05  CARD-OPER-ID            PIC X(08).
001510     05  FILLER                  PIC X(26).
001520
001530 FD  ACCT-FILE.
001540     COPY HWACT.
001550
001560 FD  EXTR-FILE
001570     RECORDING MODE IS F.
001580 01  ACTX-RECORD.
001590     05  ACTX-ACCOUNT-NO         PIC X(10).
001600     05  ACTX-NAME               PIC X(30).
001610     05  ACTX-STATUS             PIC X(01).
001620     05  FILLER                  PIC X(19).
001630
001640 SD  SORT-FILE.
001650 01  SRT-RECORD.
001660     05  SRT-ACCOUNT-NO          PIC X(10).
001670     05  SRT-NAME                PIC X(30).
001680     05  SRT-STATUS              PIC X(01).
001690     05  FILLER                  PIC X(19).
001700
001710 FD  SEXT-FILE
001720     RECORDING MODE IS F.
001730 01  SXT-RECORD.
001740     05  SXT-ACCOUNT-NO          PIC X(10).
001750     05  SXT-NAME                PIC X(30).
001760     05  SXT-STATUS              PIC X(01).
001770     05  FILLER                  PIC X(19).
001780
001790 FD  ACCT2-FILE.
001800     COPY HWACT REPLACING LEADING ==ACT== BY ==AC2==.
001810
001820 FD  REPORT-FILE.
001830 01  RPT-RECORD                  PIC X(80).
001840
001850 FD  PEND-FILE.
001860     COPY HWPND.
001870
001880 FD  MHIST-FILE
001890     RECORDING MODE IS F.
001900     COPY HWMHS.
001910
001920 WORKING-STORAGE SECTION.
001930 01  WS-CARD-CNT                 PIC 9(05)   VALUE ZERO.
001940 01  WS-ADD-CNT                  PIC 9(05)   VALUE ZERO.
001950 01  WS-UPDATE-CNT               PIC 9(05)   VALUE ZERO.
001960 01  WS-CLOSE-CNT                PIC 9(05)   VALUE ZERO.
001970 01  WS-REJECT-CNT               PIC 9(05)   VALUE ZERO.
001980 01  WS-PENDING-CNT              PIC 9(05)   VALUE ZERO.
001990 01  WS-APPROVE-CNT              PIC 9(05)   VALUE ZERO.
002000 01  WS-CANCEL-CNT               PIC 9(05)   VALUE ZERO.
002010 01  WS-REACTIVATE-CNT           PIC 9(05)   VALUE ZERO.
002020
002030 01  WS-CARD-EOF-SW              PIC X(01)   VALUE 'N'.
002040     88  WS-CARD-EOF                 VALUE 'Y'.
002050 01  WS-CARD-RESULT              PIC X(30)   VALUE SPACES.
002060
002070 01  WS-CRD-FILE-STATUS          PIC X(02)   VALUE '00'.
002080 01  WS-ACT-FILE-STATUS          PIC X(02)   VALUE '00'.
002090 01  WS-RPT-FILE-STATUS          PIC X(02)   VALUE '00'.
002100 01  WS-EXT-FILE-STATUS          PIC X(02)   VALUE '00'.
002110 01  WS-SXT-FILE-STATUS          PIC X(02)   VALUE '00'.
002120 01  WS-AC2-FILE-STATUS          PIC X(02)   VALUE '00'.
002130 01  WS-PND-FILE-STATUS          PIC X(02)   VALUE '00'.
002140 01  WS-MHS-FILE-STATUS          PIC X(02)   VALUE '00'.
002150
002160******************************************************************
002170*    MAKER-CHECKER STATE - THE PENDING CHANGE A CARD WOULD RAISE
002180*    AND THE HISTORY RECORD AN APPLIED CHANGE WRITES.
002190******************************************************************
002200 01  WS-STATUS-CHG-SW            PIC X(01)   VALUE 'N'.
002210     88  WS-STATUS-CHG               VALUE 'Y'.
002220 01  WS-PND-STATE                PIC X(01)   VALUE 'N'.
002230     88  WS-PND-NONE                 VALUE 'N'.
002240     88  WS-PND-SAME                 VALUE 'S'.
002250     88  WS-PND-OTHER                VALUE 'O'.
002260 01  WS-PND-RAISED-SW            PIC X(01)   VALUE 'N'.
002270     88  WS-PND-RAISED               VALUE 'Y'.
002280 01  WS-PND-NEW-VALUE            PIC X(01)   VALUE SPACE.
002290 01  WS-MHS-ACTION               PIC X(01)   VALUE SPACE.
002300 01  WS-MHS-MAKER-ID             PIC X(08)   VALUE SPACES.
002310 01  WS-MHS-CHECKER-ID           PIC X(08)   VALUE SPACES.
002320 01  WS-MHS-BEFORE-IMAGE         PIC X(80)   VALUE SPACES.
002330
002340******************************************************************
002350*    SYNC-MODE STATE - HW_ACT_MODE SET TO SYNC SWITCHES THE RUN
002360*    FROM OPERATOR CARDS TO THE UPSTREAM EXTRACT.
002370******************************************************************
002380 01  WS-ACT-MODE                 PIC X(04)   VALUE 'CARD'.
002390     88  WS-SYNC-MODE                VALUE 'SYNC'.
002400 01  WS-SXT-EOF-SW               PIC X(01)   VALUE 'N'.
002410     88  WS-SXT-EOF                  VALUE 'Y'.
002420 01  WS-AC2-EOF-SW               PIC X(01)   VALUE 'N'.
002430     88  WS-AC2-EOF                  VALUE 'Y'.
002440 01  WS-UNCHANGED-CNT            PIC 9(05)   VALUE ZERO.
002450 01  WS-DROPPED-CNT              PIC 9(05)   VALUE ZERO.
002460 01  WS-SYNC-APPLY-SW            PIC X(01)   VALUE 'N'.
002470     88  WS-SYNC-APPLY               VALUE 'Y'.
002480
002490 01  WS-RUN-DATE                 PIC X(08)   VALUE SPACES.
002500 01  WS-RUN-TIME                 PIC X(08)   VALUE SPACES.
002510
002520 01  WS-RPT-DETAIL.
002530     05  WS-RPT-ACTION           PIC X(01)   VALUE SPACE.
002540     05  FILLER                  PIC X(02)   VALUE SPACES.
002550     05  WS-RPT-ACCOUNT          PIC X(10)   VALUE SPACES.
002560     05  FILLER                  PIC X(02)   VALUE SPACES.
002570     05  WS-RPT-RESULT           PIC X(30)   VALUE SPACES.
002580     05  FILLER                  PIC X(02)   VALUE SPACES.
002590     05  WS-RPT-OPER-ID          PIC X(08)   VALUE SPACES.
002600     05  FILLER                  PIC X(25)   VALUE SPACES.
002610
002620 01  WS-RPT-TOTAL.
002630     05  WS-RPT-LABEL            PIC X(20)   VALUE SPACES.
002640     05  WS-RPT-COUNT            PIC Z(4)9.
002650     05  FILLER                  PIC X(55)   VALUE SPACES.
002660
002670 COPY HWJLG.
002680 01  WS-SAVE-RETURN-CODE         PIC S9(08) COMP VALUE ZERO.
002690
002700******************************************************************
002710 PROCEDURE DIVISION.
002720******************************************************************
002730
002740 0000-MAINLINE.
002750     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002760     PERFORM 9000-LOG-JOB-START THRU 9000-EXIT.
002770     IF WS-SYNC-MODE
002780         PERFORM 2500-SYNC-FROM-EXTRACT THRU 2500-EXIT
002790     ELSE
002800         PERFORM 2000-PROCESS-CARDS THRU 2000-EXIT
002810     END-IF.
002820     PERFORM 3000-PRINT-TOTALS THRU 3000-EXIT.
002830     PERFORM 3900-CLOSE-FILES THRU 3900-EXIT.
002840     IF WS-REJECT-CNT > ZERO AND RETURN-CODE < 4
002850         MOVE 4 TO RETURN-CODE
002860     END-IF.
002870     PERFORM 9100-LOG-JOB-END THRU 9100-EXIT.
002880     STOP RUN.
002890
002900******************************************************************
002910*    1000-INITIALIZE  --  OPEN THE CARD, MASTER, AND REPORT FILES.
002920*                         A BRAND-NEW MASTER IS CREATED EMPTY ON
002930*                         FIRST USE, AS ARE THE PENDING-CHANGE
002940*                         AND MAINTENANCE HISTORY FILES.
002950******************************************************************
002960 1000-INITIALIZE.
002970     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002980     ACCEPT WS-RUN-TIME FROM TIME.
002990     PERFORM 1100-RESOLVE-MODE THRU 1100-EXIT.
003000     IF WS-SYNC-MODE
003010         OPEN INPUT EXTR-FILE
003020         IF WS-EXT-FILE-STATUS NOT = '00'
003030             DISPLAY 'HWACTMNT: EXTR-FILE OPEN FAILED, STATUS='
003040                 WS-EXT-FILE-STATUS UPON SYSERR
003050             MOVE 8 TO RETURN-CODE
003060             PERFORM 9000-LOG-JOB-START THRU 9000-EXIT
003070             PERFORM 9100-LOG-JOB-END THRU 9100-EXIT
003080             STOP RUN
003090         END-IF
003100         CLOSE EXTR-FILE
003110     ELSE
003120         OPEN INPUT CARD-FILE
003130         IF WS-CRD-FILE-STATUS NOT = '00'
003140             DISPLAY 'HWACTMNT: CARD-FILE OPEN FAILED, STATUS='
003150                 WS-CRD-FILE-STATUS UPON SYSERR
003160             MOVE 8 TO RETURN-CODE
003170             PERFORM 9000-LOG-JOB-START THRU 9000-EXIT
003180             PERFORM 9100-LOG-JOB-END THRU 9100-EXIT
003190             STOP RUN
003200         END-IF
003210     END-IF.
003220     OPEN I-O ACCT-FILE.
003230     IF WS-ACT-FILE-STATUS = '35'
003240         OPEN OUTPUT ACCT-FILE
003250         CLOSE ACCT-FILE
003260         OPEN I-O ACCT-FILE
003270     END-IF.
003280     IF WS-ACT-FILE-STATUS NOT = '00'
003290         DISPLAY 'HWACTMNT: ACCT-FILE OPEN FAILED, STATUS='
003300             WS-ACT-FILE-STATUS UPON SYSERR
003310         MOVE 8 TO RETURN-CODE
003320         PERFORM 9000-LOG-JOB-START THRU 9000-EXIT
003330         PERFORM 9100-LOG-JOB-END THRU 9100-EXIT
003340         STOP RUN
003350     END-IF.
003360     OPEN I-O PEND-FILE.
003370     IF WS-PND-FILE-STATUS = '35'
003380         OPEN OUTPUT PEND-FILE
003390         CLOSE PEND-FILE
003400         OPEN I-O PEND-FILE
003410     END-IF.
003420     IF WS-PND-FILE-STATUS NOT = '00'
003430         DISPLAY 'HWACTMNT: PEND-FILE OPEN FAILED, STATUS='
003440             WS-PND-FILE-STATUS UPON SYSERR
003450         MOVE 8 TO RETURN-CODE
003460         PERFORM 9000-LOG-JOB-START THRU 9000-EXIT
003470         PERFORM 9100-LOG-JOB-END THRU 9100-EXIT
003480         STOP RUN
003490     END-IF.
003500     OPEN EXTEND MHIST-FILE.
003510     IF WS-MHS-FILE-STATUS = '35'
003520         OPEN OUTPUT MHIST-FILE
003530     END-IF.
003540     IF WS-MHS-FILE-STATUS NOT = '00'
003550         DISPLAY 'HWACTMNT: MHIST-FILE OPEN FAILED, STATUS='
003560             WS-MHS-FILE-STATUS UPON SYSERR
003570         MOVE 8 TO RETURN-CODE
003580         PERFORM 9000-LOG-JOB-START THRU 9000-EXIT
003590         PERFORM 9100-LOG-JOB-END THRU 9100-EXIT
003600         STOP RUN
003610     END-IF.
003620     OPEN OUTPUT REPORT-FILE.
003630     IF WS-RPT-FILE-STATUS NOT = '00'
003640         DISPLAY 'HWACTMNT: REPORT-FILE OPEN FAILED, STATUS='
003650             WS-RPT-FILE-STATUS UPON SYSERR
003660         MOVE 8 TO RETURN-CODE
003670         PERFORM 9000-LOG-JOB-START THRU 9000-EXIT
003680         PERFORM 9100-LOG-JOB-END THRU 9100-EXIT
003690         STOP RUN
003700     END-IF.
003710     MOVE 'HWACTMNT ACCOUNT MASTER MAINTENANCE' TO RPT-RECORD.
003720     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
003730     MOVE SPACES TO RPT-RECORD.
003740     STRING 'RUN ' WS-RUN-DATE ' ' WS-RUN-TIME
003750         '  MODE ' WS-ACT-MODE
003760         DELIMITED BY SIZE INTO RPT-RECORD.
003770     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
003780     MOVE SPACES TO RPT-RECORD.
003790     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
003800 1000-EXIT.
003810     EXIT.
003820
003830******************************************************************
003840*    1100-RESOLVE-MODE  --  HW_ACT_MODE SET TO SYNC RUNS THE
003850*                           BULK SYNC FROM THE UPSTREAM EXTRACT;
003860*                           ANYTHING ELSE IS THE CARD RUN THE
003870*                           PROGRAM HAS ALWAYS DONE.
003880******************************************************************
003890 1100-RESOLVE-MODE.
003900     MOVE 'CARD' TO WS-ACT-MODE.
003910     ACCEPT WS-ACT-MODE FROM ENVIRONMENT "HW_ACT_MODE"
003920         ON EXCEPTION
003930             MOVE 'CARD' TO WS-ACT-MODE
003940     END-ACCEPT.
003950     IF WS-ACT-MODE NOT = 'SYNC'
003960         MOVE 'CARD' TO WS-ACT-MODE
003970     END-IF.
003980 1100-EXIT.
003990     EXIT.
004000
004010******************************************************************
004020*    2000-PROCESS-CARDS  --  APPLY EVERY MAINTENANCE CARD IN ORDER.
004030******************************************************************
004040 2000-PROCESS-CARDS.
004050     PERFORM 2100-READ-CARD THRU 2100-EXIT.
004060     PERFORM 2200-APPLY-CARD THRU 2200-EXIT
004070         UNTIL WS-CARD-EOF.
004080 2000-EXIT.
004090     EXIT.
004100
004110 2100-READ-CARD.
004120     READ CARD-FILE
004130         AT END
004140             SET WS-CARD-EOF TO TRUE
004150     END-READ.
004160 2100-EXIT.
004170     EXIT.
004180
004190******************************************************************
004200*    2200-APPLY-CARD  --  ROUTE ONE CARD BY ITS ACTION CODE AND
004210*                         WRITE THE RESULT LINE.
004220******************************************************************
004230 2200-APPLY-CARD.
004240     ADD 1 TO WS-CARD-CNT.
004250     MOVE SPACES TO WS-CARD-RESULT.
004260     IF CARD-ACCOUNT-NO = SPACES OR CARD-ACCOUNT-NO = ZEROS
004270         MOVE 'REJECTED - NO ACCOUNT NUMBER' TO WS-CARD-RESULT
004280         ADD 1 TO WS-REJECT-CNT
004290         GO TO 2200-REPORT
004300     END-IF.
004310     IF CARD-OPER-ID = SPACES
004320         MOVE 'REJECTED - NO OPERATOR ID' TO WS-CARD-RESULT
004330         ADD 1 TO WS-REJECT-CNT
004340         GO TO 2200-REPORT
004350     END-IF.
004360     EVALUATE CARD-ACTION
004370         WHEN 'A'
004380             PERFORM 2210-ADD-ACCOUNT THRU 2210-EXIT
004390         WHEN 'U'
004400             PERFORM 2220-UPDATE-ACCOUNT THRU 2220-EXIT
004410         WHEN 'C'
004420             PERFORM 2230-CLOSE-ACCOUNT THRU 2230-EXIT
004430         WHEN 'R'
004440             PERFORM 2260-REACTIVATE-ACCOUNT THRU 2260-EXIT
004450         WHEN 'P'
004460             PERFORM 2240-APPROVE-CHANGE THRU 2240-EXIT
004470         WHEN 'X'
004480             PERFORM 2250-CANCEL-CHANGE THRU 2250-EXIT
004490         WHEN OTHER
004500             MOVE 'REJECTED - BAD ACTION CODE' TO WS-CARD-RESULT
004510             ADD 1 TO WS-REJECT-CNT
004520     END-EVALUATE.
004530 2200-REPORT.
004540     MOVE SPACES TO WS-RPT-DETAIL.
004550     MOVE CARD-ACTION TO WS-RPT-ACTION.
004560     MOVE CARD-ACCOUNT-NO TO WS-RPT-ACCOUNT.
004570     MOVE WS-CARD-RESULT TO WS-RPT-RESULT.
004580     MOVE CARD-OPER-ID TO WS-RPT-OPER-ID.
004590     MOVE WS-RPT-DETAIL TO RPT-RECORD.
004600     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
004610     PERFORM 2100-READ-CARD THRU 2100-EXIT.
004620 2200-EXIT.
004630     EXIT.
004640
004650******************************************************************
004660*    2210-ADD-ACCOUNT  --  ADD A NEW MASTER RECORD. A BLANK CARD
004670*                          STATUS DEFAULTS THE ACCOUNT TO OPEN.
004680******************************************************************
004690 2210-ADD-ACCOUNT.
004700     IF CARD-NAME = SPACES
004710         MOVE 'REJECTED - NO ACCOUNT NAME' TO WS-CARD-RESULT
004720         ADD 1 TO WS-REJECT-CNT
004730         GO TO 2210-EXIT
004740     END-IF.
004750     IF CARD-STATUS NOT = SPACE AND 'O' AND 'C' AND 'F'
004760         MOVE 'REJECTED - BAD STATUS CODE' TO WS-CARD-RESULT
004770         ADD 1 TO WS-REJECT-CNT
004780         GO TO 2210-EXIT
004790     END-IF.
004800     MOVE CARD-ACCOUNT-NO TO ACT-ACCOUNT-NO.
004810     READ ACCT-FILE.
004820     IF WS-ACT-FILE-STATUS = '00'
004830         MOVE 'REJECTED - ALREADY ON MASTER' TO WS-CARD-RESULT
004840         ADD 1 TO WS-REJECT-CNT
004850         GO TO 2210-EXIT
004860     END-IF.
004870     MOVE SPACES TO ACT-RECORD.
004880     MOVE CARD-ACCOUNT-NO TO ACT-ACCOUNT-NO.
004890     MOVE CARD-NAME TO ACT-NAME.
004900     IF CARD-STATUS = SPACE
004910         SET ACT-OPEN TO TRUE
004920     ELSE
004930         MOVE CARD-STATUS TO ACT-STATUS
004940     END-IF.
004950     MOVE WS-RUN-DATE TO ACT-OPEN-DATE.
004960     MOVE WS-RUN-DATE TO ACT-LAST-MAINT-DATE.
004970     MOVE WS-RUN-TIME TO ACT-LAST-MAINT-TIME.
004980     WRITE ACT-RECORD.
004990     IF WS-ACT-FILE-STATUS = '00'
005000         MOVE 'ADDED' TO WS-CARD-RESULT
005010         ADD 1 TO WS-ADD-CNT
005020         MOVE SPACES TO WS-MHS-BEFORE-IMAGE
005030         MOVE CARD-ACTION TO WS-MHS-ACTION
005040         MOVE CARD-OPER-ID TO WS-MHS-MAKER-ID
005050         MOVE SPACES TO WS-MHS-CHECKER-ID
005060         PERFORM 2850-WRITE-HISTORY THRU 2850-EXIT
005070     ELSE
005080         MOVE 'REJECTED - WRITE FAILED' TO WS-CARD-RESULT
005090         ADD 1 TO WS-REJECT-CNT
005100         MOVE 8 TO RETURN-CODE
005110     END-IF.
005120 2210-EXIT.
005130     EXIT.
005140
005150******************************************************************
005160*    2220-UPDATE-ACCOUNT  --  APPLY THE NON-BLANK CARD FIELDS TO AN
005170*                             EXISTING MASTER RECORD. THE NAME IS
005180*                             APPLIED AT ONCE; A STATUS CHANGE IS
005190*                             PARKED FOR APPROVAL. A DORMANT
005200*                             ACCOUNT IS REOPENED BY AN R CARD,
005210*                             NOT HERE.
005220******************************************************************
005230 2220-UPDATE-ACCOUNT.
005240     IF CARD-STATUS NOT = SPACE AND 'O' AND 'C' AND 'F'
005250         MOVE 'REJECTED - BAD STATUS CODE' TO WS-CARD-RESULT
005260         ADD 1 TO WS-REJECT-CNT
005270         GO TO 2220-EXIT
005280     END-IF.
005290     MOVE CARD-ACCOUNT-NO TO ACT-ACCOUNT-NO.
005300     READ ACCT-FILE.
005310     IF WS-ACT-FILE-STATUS NOT = '00'
005320         MOVE 'REJECTED - NOT ON MASTER' TO WS-CARD-RESULT
005330         ADD 1 TO WS-REJECT-CNT
005340         GO TO 2220-EXIT
005350     END-IF.
005360     IF ACT-DORMANT AND CARD-STATUS = 'O'
005370         MOVE 'REJECTED - USE REACTIVATE CARD' TO WS-CARD-RESULT
005380         ADD 1 TO WS-REJECT-CNT
005390         GO TO 2220-EXIT
005400     END-IF.
005410     MOVE 'N' TO WS-STATUS-CHG-SW.
005420     IF CARD-STATUS NOT = SPACE AND CARD-STATUS NOT = ACT-STATUS
005430         SET WS-STATUS-CHG TO TRUE
005440         MOVE CARD-STATUS TO WS-PND-NEW-VALUE
005450         PERFORM 2810-CHECK-PENDING THRU 2810-EXIT
005460         IF WS-PND-OTHER
005470             MOVE 'REJECTED - OTHER CHANGE PENDING'
005480                 TO WS-CARD-RESULT
005490             ADD 1 TO WS-REJECT-CNT
005500             GO TO 2220-EXIT
005510         END-IF
005520         IF CARD-NAME = SPACES
005530             PERFORM 2800-RAISE-PENDING THRU 2800-EXIT
005540             GO TO 2220-EXIT
005550         END-IF
005560     END-IF.
005570     MOVE ACT-RECORD TO WS-MHS-BEFORE-IMAGE.
005580     IF CARD-NAME NOT = SPACES
005590         MOVE CARD-NAME TO ACT-NAME
005600     END-IF.
005610     MOVE WS-RUN-DATE TO ACT-LAST-MAINT-DATE.
005620     MOVE WS-RUN-TIME TO ACT-LAST-MAINT-TIME.
005630     REWRITE ACT-RECORD.
005640     IF WS-ACT-FILE-STATUS = '00'
005650         MOVE 'UPDATED' TO WS-CARD-RESULT
005660         ADD 1 TO WS-UPDATE-CNT
005670         MOVE CARD-ACTION TO WS-MHS-ACTION
005680         MOVE CARD-OPER-ID TO WS-MHS-MAKER-ID
005690         MOVE SPACES TO WS-MHS-CHECKER-ID
005700         PERFORM 2850-WRITE-HISTORY THRU 2850-EXIT
005710         IF WS-STATUS-CHG
005720             PERFORM 2800-RAISE-PENDING THRU 2800-EXIT
005730             IF WS-PND-RAISED
005740                 MOVE 'UPDATED - STATUS PENDING'
005750                     TO WS-CARD-RESULT
005760             END-IF
005770             IF WS-PND-SAME
005780                 MOVE 'UPDATED - ALREADY PENDING'
005790                     TO WS-CARD-RESULT
005800             END-IF
005810         END-IF
005820     ELSE
005830         MOVE 'REJECTED - REWRITE FAILED' TO WS-CARD-RESULT
005840         ADD 1 TO WS-REJECT-CNT
005850         MOVE 8 TO RETURN-CODE
005860     END-IF.
005870 2220-EXIT.
005880     EXIT.
005890
005900******************************************************************
005910*    2230-CLOSE-ACCOUNT  --  MARK AN EXISTING MASTER RECORD CLOSED.
005920*                            THE CLOSE IS A STATUS CHANGE, SO IT
005930*                            IS PARKED FOR APPROVAL; THE ACCOUNT
005940*                            CLOSES WHEN A SECOND OPERATOR'S P
005950*                            CARD APPLIES IT.
005960******************************************************************
005970 2230-CLOSE-ACCOUNT.
005980     MOVE CARD-ACCOUNT-NO TO ACT-ACCOUNT-NO.
005990     READ ACCT-FILE.
006000     IF WS-ACT-FILE-STATUS NOT = '00'
006010         MOVE 'REJECTED - NOT ON MASTER' TO WS-CARD-RESULT
006020         ADD 1 TO WS-REJECT-CNT
006030         GO TO 2230-EXIT
006040     END-IF.
006050     IF ACT-CLOSED
006060         MOVE 'REJECTED - ALREADY CLOSED' TO WS-CARD-RESULT
006070         ADD 1 TO WS-REJECT-CNT
006080         GO TO 2230-EXIT
006090     END-IF.
006100     MOVE 'C' TO WS-PND-NEW-VALUE.
006110     PERFORM 2810-CHECK-PENDING THRU 2810-EXIT.
006120     IF WS-PND-OTHER
006130         MOVE 'REJECTED - OTHER CHANGE PENDING' TO WS-CARD-RESULT
006140         ADD 1 TO WS-REJECT-CNT
006150         GO TO 2230-EXIT
006160     END-IF.
006170     PERFORM 2800-RAISE-PENDING THRU 2800-EXIT.
006180     IF WS-PND-RAISED
006190         MOVE 'CLOSE PENDING APPROVAL' TO WS-CARD-RESULT
006200     END-IF.
006210 2230-EXIT.
006220     EXIT.
006230
006240******************************************************************
006250*    2240-APPROVE-CHANGE  --  THE CHECKER'S CARD. APPLY THE
006260*                             ACCOUNT'S PENDING STATUS CHANGE IF
006270*                             THE CARD COMES FROM AN OPERATOR
006280*                             OTHER THAN THE ONE WHO KEYED IT AND
006290*                             THE MASTER STILL SHOWS THE STATUS
006300*                             THE CHANGE WAS KEYED AGAINST. AN
006310*                             ACCOUNT LEAVING DORMANT LOSES ITS
006320*                             DORMANT-SINCE DATE.
006330******************************************************************
006340 2240-APPROVE-CHANGE.
006350     SET PND-ACCOUNT TO TRUE.
006360     MOVE CARD-ACCOUNT-NO TO PND-REC-KEY.
006370     READ PEND-FILE.
006380     IF WS-PND-FILE-STATUS NOT = '00'
006390         MOVE 'REJECTED - NOTHING PENDING' TO WS-CARD-RESULT
006400         ADD 1 TO WS-REJECT-CNT
006410         GO TO 2240-EXIT
006420     END-IF.
006430     IF CARD-OPER-ID = PND-MAKER-ID
006440         MOVE 'REJECTED - SAME OPERATOR' TO WS-CARD-RESULT
006450         ADD 1 TO WS-REJECT-CNT
006460         GO TO 2240-EXIT
006470     END-IF.
006480     MOVE CARD-ACCOUNT-NO TO ACT-ACCOUNT-NO.
006490     READ ACCT-FILE.
006500     IF WS-ACT-FILE-STATUS NOT = '00'
006510         MOVE 'REJECTED - NOT ON MASTER' TO WS-CARD-RESULT
006520         ADD 1 TO WS-REJECT-CNT
006530         GO TO 2240-EXIT
006540     END-IF.
006550     IF ACT-STATUS NOT = PND-OLD-VALUE
006560         MOVE 'REJECTED - MASTER CHANGED' TO WS-CARD-RESULT
006570         ADD 1 TO WS-REJECT-CNT
006580         GO TO 2240-EXIT
006590     END-IF.
006600     MOVE ACT-RECORD TO WS-MHS-BEFORE-IMAGE.
006610     IF ACT-DORMANT
006620         MOVE SPACES TO ACT-DORMANT-DATE
006630     END-IF.
006640     MOVE PND-NEW-VALUE TO ACT-STATUS.
006650     MOVE WS-RUN-DATE TO ACT-LAST-MAINT-DATE.
006660     MOVE WS-RUN-TIME TO ACT-LAST-MAINT-TIME.
006670     REWRITE ACT-RECORD.
006680     IF WS-ACT-FILE-STATUS NOT = '00'
006690         MOVE 'REJECTED - REWRITE FAILED' TO WS-CARD-RESULT
006700         ADD 1 TO WS-REJECT-CNT
006710         MOVE 8 TO RETURN-CODE
006720         GO TO 2240-EXIT
006730     END-IF.
006740     MOVE PND-ACTION TO WS-MHS-ACTION.
006750     MOVE PND-MAKER-ID TO WS-MHS-MAKER-ID.
006760     MOVE CARD-OPER-ID TO WS-MHS-CHECKER-ID.
006770     PERFORM 2850-WRITE-HISTORY THRU 2850-EXIT.
006780     DELETE PEND-FILE.
006790     IF WS-PND-FILE-STATUS NOT = '00'
006800         DISPLAY 'HWACTMNT: PEND-FILE DELETE FAILED, STATUS='
006810             WS-PND-FILE-STATUS UPON SYSERR
006820         MOVE 8 TO RETURN-CODE
006830     END-IF.
006840     MOVE 'APPROVED - APPLIED' TO WS-CARD-RESULT.
006850     ADD 1 TO WS-APPROVE-CNT.
006860     IF ACT-CLOSED
006870         ADD 1 TO WS-CLOSE-CNT
006880     END-IF.
006890     IF PND-ACTION = 'R'
006900         ADD 1 TO WS-REACTIVATE-CNT
006910     END-IF.
006920 2240-EXIT.
006930     EXIT.
006940
006950******************************************************************
006960*    2250-CANCEL-CHANGE  --  DROP THE ACCOUNT'S PENDING CHANGE
006970*                            UNAPPLIED - THE MAKER WITHDRAWING
006980*                            IT OR THE CHECKER TURNING IT DOWN.
006990******************************************************************
007000 2250-CANCEL-CHANGE.
007010     SET PND-ACCOUNT TO TRUE.
007020     MOVE CARD-ACCOUNT-NO TO PND-REC-KEY.
007030     READ PEND-FILE.
007040     IF WS-PND-FILE-STATUS NOT = '00'
007050         MOVE 'REJECTED - NOTHING PENDING' TO WS-CARD-RESULT
007060         ADD 1 TO WS-REJECT-CNT
007070         GO TO 2250-EXIT
007080     END-IF.
007090     DELETE PEND-FILE.
007100     IF WS-PND-FILE-STATUS = '00'
007110         MOVE 'PENDING CHANGE CANCELLED' TO WS-CARD-RESULT
007120         ADD 1 TO WS-CANCEL-CNT
007130     ELSE
007140         MOVE 'REJECTED - DELETE FAILED' TO WS-CARD-RESULT
007150         ADD 1 TO WS-REJECT-CNT
007160         MOVE 8 TO RETURN-CODE
007170     END-IF.
007180 2250-EXIT.
007190     EXIT.
007200
007210******************************************************************
007220*    2260-REACTIVATE-ACCOUNT  --  BRING A DORMANT ACCOUNT BACK TO
007230*                                 OPEN. LIKE A CLOSE, THIS IS A
007240*                                 STATUS CHANGE, SO IT IS PARKED
007250*                                 FOR A SECOND OPERATOR'S P CARD.
007260******************************************************************
007270 2260-REACTIVATE-ACCOUNT.
007280     MOVE CARD-ACCOUNT-NO TO ACT-ACCOUNT-NO.
007290     READ ACCT-FILE.
007300     IF WS-ACT-FILE-STATUS NOT = '00'
007310         MOVE 'REJECTED - NOT ON MASTER' TO WS-CARD-RESULT
007320         ADD 1 TO WS-REJECT-CNT
007330         GO TO 2260-EXIT
007340     END-IF.
007350     IF NOT ACT-DORMANT
007360         MOVE 'REJECTED - NOT DORMANT' TO WS-CARD-RESULT
007370         ADD 1 TO WS-REJECT-CNT
007380         GO TO 2260-EXIT
007390     END-IF.
007400     MOVE 'O' TO WS-PND-NEW-VALUE.
007410     PERFORM 2810-CHECK-PENDING THRU 2810-EXIT.
007420     IF WS-PND-OTHER
007430         MOVE 'REJECTED - OTHER CHANGE PENDING' TO WS-CARD-RESULT
007440         ADD 1 TO WS-REJECT-CNT
007450         GO TO 2260-EXIT
007460     END-IF.
007470     PERFORM 2800-RAISE-PENDING THRU 2800-EXIT.
007480     IF WS-PND-RAISED
007490         MOVE 'REACTIVATION PENDING' TO WS-CARD-RESULT
007500     END-IF.
007510 2260-EXIT.
007520     EXIT.
007530
007540******************************************************************
007550*    2800-RAISE-PENDING  --  PARK THE STATUS CHANGE IN
007560*                            WS-PND-NEW-VALUE FOR THE ACCOUNT
007570*                            NOW IN ACT-RECORD. THE SAME CHANGE
007580*                            ALREADY WAITING IS NOT RAISED AGAIN.
007590******************************************************************
007600 2800-RAISE-PENDING.
007610     MOVE 'N' TO WS-PND-RAISED-SW.
007620     IF WS-PND-SAME
007630         MOVE 'ALREADY PENDING APPROVAL' TO WS-CARD-RESULT
007640         GO TO 2800-EXIT
007650     END-IF.
007660     MOVE SPACES TO PND-RECORD.
007670     SET PND-ACCOUNT TO TRUE.
007680     MOVE ACT-ACCOUNT-NO TO PND-REC-KEY.
007690     MOVE 'STATUS' TO PND-FIELD.
007700     MOVE ACT-STATUS TO PND-OLD-VALUE.
007710     MOVE WS-PND-NEW-VALUE TO PND-NEW-VALUE.
007720     MOVE CARD-ACTION TO PND-ACTION.
007730     MOVE CARD-OPER-ID TO PND-MAKER-ID.
007740     MOVE WS-RUN-DATE TO PND-MAKER-DATE.
007750     MOVE WS-RUN-TIME TO PND-MAKER-TIME.
007760     WRITE PND-RECORD.
007770     IF WS-PND-FILE-STATUS = '00'
007780         SET WS-PND-RAISED TO TRUE
007790         MOVE 'STATUS CHANGE PENDING' TO WS-CARD-RESULT
007800         ADD 1 TO WS-PENDING-CNT
007810     ELSE
007820         MOVE 'REJECTED - PENDING WRITE FAILED' TO WS-CARD-RESULT
007830         ADD 1 TO WS-REJECT-CNT
007840         MOVE 8 TO RETURN-CODE
007850     END-IF.
007860 2800-EXIT.
007870     EXIT.
007880
007890******************************************************************
007900*    2810-CHECK-PENDING  --  IS A CHANGE ALREADY WAITING FOR THIS
007910*                            ACCOUNT - NONE, THE SAME ONE, OR A
007920*                            DIFFERENT ONE THAT MUST BE APPROVED
007930*                            OR CANCELLED FIRST.
007940******************************************************************
007950 2810-CHECK-PENDING.
007960     SET WS-PND-NONE TO TRUE.
007970     SET PND-ACCOUNT TO TRUE.
007980     MOVE ACT-ACCOUNT-NO TO PND-REC-KEY.
007990     READ PEND-FILE.
008000     EVALUATE WS-PND-FILE-STATUS
008010         WHEN '00'
008020             IF PND-NEW-VALUE = WS-PND-NEW-VALUE
008030                 SET WS-PND-SAME TO TRUE
008040             ELSE
008050                 SET WS-PND-OTHER TO TRUE
008060             END-IF
008070         WHEN '23'
008080             CONTINUE
008090         WHEN OTHER
008100             DISPLAY 'HWACTMNT: PEND-FILE READ FAILED, STATUS='
008110                 WS-PND-FILE-STATUS UPON SYSERR
008120             MOVE 8 TO RETURN-CODE
008130             SET WS-PND-OTHER TO TRUE
008140     END-EVALUATE.
008150 2810-EXIT.
008160     EXIT.
008170
008180******************************************************************
008190*    2850-WRITE-HISTORY  --  ONE MAINTENANCE HISTORY RECORD FOR
008200*                            THE CHANGE JUST APPLIED - THE SAVED
008210*                            BEFORE-IMAGE AND ACT-RECORD AS IT
008220*                            NOW STANDS.
008230******************************************************************
008240 2850-WRITE-HISTORY.
008250     MOVE SPACES TO MHS-RECORD.
008260     MOVE WS-RUN-DATE TO MHS-CHANGE-DATE.
008270     MOVE WS-RUN-TIME TO MHS-CHANGE-TIME.
008280     SET MHS-ACCOUNT TO TRUE.
008290     MOVE ACT-ACCOUNT-NO TO MHS-REC-KEY.
008300     MOVE WS-MHS-ACTION TO MHS-ACTION.
008310     MOVE WS-MHS-MAKER-ID TO MHS-MAKER-ID.
008320     MOVE WS-MHS-CHECKER-ID TO MHS-CHECKER-ID.
008330     MOVE WS-MHS-BEFORE-IMAGE TO MHS-BEFORE-IMAGE.
008340     MOVE ACT-RECORD TO MHS-AFTER-IMAGE.
008350     WRITE MHS-RECORD.
008360     IF WS-MHS-FILE-STATUS NOT = '00'
008370         DISPLAY 'HWACTMNT: MHIST-FILE WRITE FAILED, STATUS='
008380             WS-MHS-FILE-STATUS UPON SYSERR
008390         MOVE 8 TO RETURN-CODE
008400     END-IF.
008410 2850-EXIT.
008420     EXIT.
008430
008440******************************************************************
008450*    3000-PRINT-TOTALS  --  CARD TOTALS FOR THE OPERATIONS LOG.
008460******************************************************************
008470 3000-PRINT-TOTALS.
008480     MOVE SPACES TO RPT-RECORD.
008490     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
008500     IF WS-SYNC-MODE
008510         MOVE 'EXTRACT RECORDS' TO WS-RPT-LABEL
008520     ELSE
008530         MOVE 'CARDS READ' TO WS-RPT-LABEL
008540     END-IF.
008550     MOVE WS-CARD-CNT TO WS-RPT-COUNT.
008560     PERFORM 3200-WRITE-TOTAL-LINE THRU 3200-EXIT.
008570     MOVE 'ACCOUNTS ADDED' TO WS-RPT-LABEL.
008580     MOVE WS-ADD-CNT TO WS-RPT-COUNT.
008590     PERFORM 3200-WRITE-TOTAL-LINE THRU 3200-EXIT.
008600     MOVE 'ACCOUNTS UPDATED' TO WS-RPT-LABEL.
008610     MOVE WS-UPDATE-CNT TO WS-RPT-COUNT.
008620     PERFORM 3200-WRITE-TOTAL-LINE THRU 3200-EXIT.
008630     MOVE 'ACCOUNTS CLOSED' TO WS-RPT-LABEL.
008640     MOVE WS-CLOSE-CNT TO WS-RPT-COUNT.
008650     PERFORM 3200-WRITE-TOTAL-LINE THRU 3200-EXIT.
008660     MOVE 'RECORDS REJECTED' TO WS-RPT-LABEL.
008670     MOVE WS-REJECT-CNT TO WS-RPT-COUNT.
008680     PERFORM 3200-WRITE-TOTAL-LINE THRU 3200-EXIT.
008690     MOVE 'CHANGES PENDING' TO WS-RPT-LABEL.
008700     MOVE WS-PENDING-CNT TO WS-RPT-COUNT.
008710     PERFORM 3200-WRITE-TOTAL-LINE THRU 3200-EXIT.
008720     MOVE 'CHANGES APPROVED' TO WS-RPT-LABEL.
008730     MOVE WS-APPROVE-CNT TO WS-RPT-COUNT.
008740     PERFORM 3200-WRITE-TOTAL-LINE THRU 3200-EXIT.
008750     MOVE 'CHANGES CANCELLED' TO WS-RPT-LABEL.
008760     MOVE WS-CANCEL-CNT TO WS-RPT-COUNT.
008770     PERFORM 3200-WRITE-TOTAL-LINE THRU 3200-EXIT.
008780     MOVE 'ACCOUNTS REACTIVATED' TO WS-RPT-LABEL.
008790     MOVE WS-REACTIVATE-CNT TO WS-RPT-COUNT.
008800     PERFORM 3200-WRITE-TOTAL-LINE THRU 3200-EXIT.
008810     IF WS-SYNC-MODE
008820         MOVE 'RECORDS UNCHANGED' TO WS-RPT-LABEL
008830         MOVE WS-UNCHANGED-CNT TO WS-RPT-COUNT
008840         PERFORM 3200-WRITE-TOTAL-LINE THRU 3200-EXIT
008850         MOVE 'NOT ON EXTRACT' TO WS-RPT-LABEL
008860         MOVE WS-DROPPED-CNT TO WS-RPT-COUNT
008870         PERFORM 3200-WRITE-TOTAL-LINE THRU 3200-EXIT
008880     END-IF.
008890 3000-EXIT.
008900     EXIT.
008910
008920 3100-WRITE-REPORT-LINE.
008930     WRITE RPT-RECORD.
008940     IF WS-RPT-FILE-STATUS NOT = '00'
008950         DISPLAY 'HWACTMNT: REPORT-FILE WRITE FAILED, STATUS='
008960             WS-RPT-FILE-STATUS UPON SYSERR
008970         MOVE 8 TO RETURN-CODE
008980     END-IF.
008990 3100-EXIT.
009000     EXIT.
009010
009020 3200-WRITE-TOTAL-LINE.
009030     MOVE WS-RPT-TOTAL TO RPT-RECORD.
009040     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
009050 3200-EXIT.
009060     EXIT.
009070
009080 3900-CLOSE-FILES.
009090     IF NOT WS-SYNC-MODE
009100         CLOSE CARD-FILE
009110         CLOSE ACCT-FILE
009120     END-IF.
009130     CLOSE PEND-FILE.
009140     CLOSE MHIST-FILE.
009150     CLOSE REPORT-FILE.
009160 3900-EXIT.
009170     EXIT.
009180
009190******************************************************************
009200*    9000-LOG-JOB-START  --  STAMP THIS RUN AS RUNNING ON THE
009210*                            SHARED JOB-STATUS BOARD.
009220******************************************************************
009230 9000-LOG-JOB-START.
009240     MOVE 'HWACTMNT' TO JOBLOG-JOB-NAME.
009250     SET JOBLOG-EVENT-START TO TRUE.
009260     MOVE SPACES TO JOBLOG-STATUS.
009270     MOVE ZERO TO JOBLOG-RETURN-CODE.
009280     MOVE WS-RUN-DATE TO JOBLOG-BUS-DATE.
009290     MOVE RETURN-CODE TO WS-SAVE-RETURN-CODE.
009300     CALL 'HWJOBLOG' USING JOBLOG-PARM.
009310     MOVE WS-SAVE-RETURN-CODE TO RETURN-CODE.
009320 9000-EXIT.
009330     EXIT.
009340
009350******************************************************************
009360*    9100-LOG-JOB-END  --  CLOSE THIS RUN OUT ON THE SHARED
009370*                          JOB-STATUS BOARD.
009380******************************************************************
009390 9100-LOG-JOB-END.
009400     MOVE 'HWACTMNT' TO JOBLOG-JOB-NAME.
009410     SET JOBLOG-EVENT-END TO TRUE.
009420     IF RETURN-CODE > 4
009430         MOVE 'FAILED' TO JOBLOG-STATUS
009440     ELSE
009450         MOVE 'COMPLETE' TO JOBLOG-STATUS
009460     END-IF.
009470     MOVE RETURN-CODE TO JOBLOG-RETURN-CODE.
009480     MOVE WS-RUN-DATE TO JOBLOG-BUS-DATE.
009490     MOVE RETURN-CODE TO WS-SAVE-RETURN-CODE.
009500     CALL 'HWJOBLOG' USING JOBLOG-PARM.
009510     MOVE WS-SAVE-RETURN-CODE TO RETURN-CODE.
009520 9100-EXIT.
009530     EXIT.
009540
009550******************************************************************
009560*    2500-SYNC-FROM-EXTRACT  --  THE BULK SYNC PASS. SORT THE
009570*                                UPSTREAM EXTRACT BY ACCOUNT,
009580*                                APPLY EVERY DIFFERENCE AGAINST
009590*                                THE MASTER THROUGH THE SAME
009600*                                ADD/UPDATE/CLOSE RULES THE
009610*                                CARDS USE, THEN SWEEP THE
009620*                                MASTER FOR ACCOUNTS THE
009630*                                EXTRACT NO LONGER CARRIES.
009640******************************************************************
009650 2500-SYNC-FROM-EXTRACT.
009660     SORT SORT-FILE
009670         ON ASCENDING KEY SRT-ACCOUNT-NO
009680         USING EXTR-FILE
009690         GIVING SEXT-FILE.
009700     IF SORT-RETURN NOT = ZERO
009710         DISPLAY 'HWACTMNT: EXTRACT SORT FAILED, SORT-RETURN='
009720             SORT-RETURN UPON SYSERR
009730         MOVE 8 TO RETURN-CODE
009740         GO TO 2500-EXIT
009750     END-IF.
009760     OPEN INPUT SEXT-FILE.
009770     IF WS-SXT-FILE-STATUS NOT = '00'
009780         DISPLAY 'HWACTMNT: SEXT-FILE OPEN FAILED, STATUS='
009790             WS-SXT-FILE-STATUS UPON SYSERR
009800         MOVE 8 TO RETURN-CODE
009810         GO TO 2500-EXIT
009820     END-IF.
009830     PERFORM 2510-READ-SORTED THRU 2510-EXIT.
009840     PERFORM 2520-SYNC-ONE-RECORD THRU 2520-EXIT
009850         UNTIL WS-SXT-EOF.
009860     CLOSE SEXT-FILE.
009870     CLOSE ACCT-FILE.
009880     PERFORM 2700-REPORT-DROPPED THRU 2700-EXIT.
009890 2500-EXIT.
009900     EXIT.
009910
009920 2510-READ-SORTED.
009930     READ SEXT-FILE
009940         AT END
009950             SET WS-SXT-EOF TO TRUE
009960     END-READ.
009970 2510-EXIT.
009980     EXIT.
009990
010000******************************************************************
010010*    2520-SYNC-ONE-RECORD  --  DECIDE WHAT ONE EXTRACT RECORD
010020*                              MEANS AGAINST THE MASTER - ADD,
010030*                              UPDATE, CLOSE, OR NOTHING - AND
010040*                              HAND THE WORK TO THE SAME
010050*                              PARAGRAPHS THE CARDS DRIVE. THE
010060*                              EXTRACT HAS NO DORMANT STATUS, SO
010070*                              OPEN ON THE EXTRACT MATCHES A
010080*                              DORMANT MASTER - ONLY AN R CARD
010090*                              REOPENS IT.
010100******************************************************************
010110 2520-SYNC-ONE-RECORD.
010120     ADD 1 TO WS-CARD-CNT.
010130     IF SXT-ACCOUNT-NO = SPACES OR SXT-ACCOUNT-NO = ZEROS
010140         ADD 1 TO WS-REJECT-CNT
010150         MOVE SPACES TO WS-RPT-DETAIL
010160         MOVE 'REJECTED - NO ACCOUNT NUMBER' TO WS-RPT-RESULT
010170         MOVE WS-RPT-DETAIL TO RPT-RECORD
010180         PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT
010190         GO TO 2520-NEXT
010200     END-IF.
010210     MOVE 'N' TO WS-SYNC-APPLY-SW.
010220     MOVE SXT-ACCOUNT-NO TO ACT-ACCOUNT-NO.
010230     READ ACCT-FILE.
010240     EVALUATE WS-ACT-FILE-STATUS
010250         WHEN '23'
010260             PERFORM 2540-BUILD-SYNC-CARD THRU 2540-EXIT
010270             MOVE 'A' TO CARD-ACTION
010280             SET WS-SYNC-APPLY TO TRUE
010290         WHEN '00'
010300             IF SXT-STATUS = 'C'
010310                 IF ACT-CLOSED
010320                     ADD 1 TO WS-UNCHANGED-CNT
010330                 ELSE
010340                     PERFORM 2540-BUILD-SYNC-CARD THRU 2540-EXIT
010350                     MOVE 'C' TO CARD-ACTION
010360                     SET WS-SYNC-APPLY TO TRUE
010370                 END-IF
010380             ELSE
010390                 IF ACT-NAME = SXT-NAME
010400                     AND (ACT-STATUS = SXT-STATUS
010410                         OR (ACT-DORMANT AND SXT-STATUS = 'O'))
010420                     ADD 1 TO WS-UNCHANGED-CNT
010430                 ELSE
010440                     PERFORM 2540-BUILD-SYNC-CARD THRU 2540-EXIT
010450                     MOVE 'U' TO CARD-ACTION
010460                     IF ACT-DORMANT AND SXT-STATUS = 'O'
010470                         MOVE SPACE TO CARD-STATUS
010480                     END-IF
010490                     SET WS-SYNC-APPLY TO TRUE
010500                 END-IF
010510             END-IF
010520         WHEN OTHER
010530             DISPLAY 'HWACTMNT: ACCT-FILE READ FAILED, STATUS='
010540                 WS-ACT-FILE-STATUS UPON SYSERR
010550             MOVE 8 TO RETURN-CODE
010560     END-EVALUATE.
010570     IF WS-SYNC-APPLY
010580         PERFORM 2530-APPLY-SYNC-ACTION THRU 2530-EXIT
010590     END-IF.
010600 2520-NEXT.
010610     PERFORM 2510-READ-SORTED THRU 2510-EXIT.
010620 2520-EXIT.
010630     EXIT.
010640
010650******************************************************************
010660*    2530-APPLY-SYNC-ACTION  --  ROUTE THE BUILT PSEUDO-CARD
010670*                                THROUGH THE SHARED MAINTENANCE
010680*                                PARAGRAPHS AND PRINT THE DELTA
010690*                                LINE.
010700******************************************************************
010710 2530-APPLY-SYNC-ACTION.
010720     MOVE SPACES TO WS-CARD-RESULT.
010730     EVALUATE CARD-ACTION
010740         WHEN 'A'
010750             PERFORM 2210-ADD-ACCOUNT THRU 2210-EXIT
010760         WHEN 'U'
010770             PERFORM 2220-UPDATE-ACCOUNT THRU 2220-EXIT
010780         WHEN 'C'
010790             PERFORM 2230-CLOSE-ACCOUNT THRU 2230-EXIT
010800     END-EVALUATE.
010810     MOVE SPACES TO WS-RPT-DETAIL.
010820     MOVE CARD-ACTION TO WS-RPT-ACTION.
010830     MOVE CARD-ACCOUNT-NO TO WS-RPT-ACCOUNT.
010840     MOVE WS-CARD-RESULT TO WS-RPT-RESULT.
010850     MOVE CARD-OPER-ID TO WS-RPT-OPER-ID.
010860     MOVE WS-RPT-DETAIL TO RPT-RECORD.
010870     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
010880 2530-EXIT.
010890     EXIT.
010900
010910*    THE PSEUDO-CARD REUSES THE CARD RECORD AREA SO THE SHARED
010920*    PARAGRAPHS SEE EXACTLY WHAT A HAND-KEYED CARD WOULD SAY.
010930 2540-BUILD-SYNC-CARD.
010940     MOVE SPACES TO CARD-RECORD.
010950     MOVE SXT-ACCOUNT-NO TO CARD-ACCOUNT-NO.
010960     MOVE SXT-NAME TO CARD-NAME.
010970     MOVE SXT-STATUS TO CARD-STATUS.
010980     MOVE 'ACTSYNC' TO CARD-OPER-ID.
010990 2540-EXIT.
011000     EXIT.
011010
011020******************************************************************
011030*    2700-REPORT-DROPPED  --  WALK THE MASTER AND THE SORTED
011040*                             EXTRACT TOGETHER IN KEY ORDER AND
011050*                             REPORT EVERY MASTER ACCOUNT THE
011060*                             EXTRACT NO LONGER CARRIES. REPORT
011070*                             ONLY - DROPPING AN ACCOUNT IS A
011080*                             HUMAN DECISION, NOT A SYNC SIDE
011090*                             EFFECT.
011100******************************************************************
011110 2700-REPORT-DROPPED.
011120     MOVE 'N' TO WS-SXT-EOF-SW.
011130     OPEN INPUT SEXT-FILE.
011140     IF WS-SXT-FILE-STATUS NOT = '00'
011150         DISPLAY 'HWACTMNT: SEXT-FILE REOPEN FAILED, STATUS='
011160             WS-SXT-FILE-STATUS UPON SYSERR
011170         MOVE 8 TO RETURN-CODE
011180         GO TO 2700-EXIT
011190     END-IF.
011200     OPEN INPUT ACCT2-FILE.
011210     IF WS-AC2-FILE-STATUS NOT = '00'
011220         DISPLAY 'HWACTMNT: ACCT2-FILE OPEN FAILED, STATUS='
011230             WS-AC2-FILE-STATUS UPON SYSERR
011240         MOVE 8 TO RETURN-CODE
011250         CLOSE SEXT-FILE
011260         GO TO 2700-EXIT
011270     END-IF.
011280     PERFORM 2710-READ-MASTER2 THRU 2710-EXIT.
011290     PERFORM 2510-READ-SORTED THRU 2510-EXIT.
011300     PERFORM 2720-MATCH-ONE THRU 2720-EXIT
011310         UNTIL WS-AC2-EOF.
011320     CLOSE SEXT-FILE.
011330     CLOSE ACCT2-FILE.
011340 2700-EXIT.
011350     EXIT.
011360
011370 2710-READ-MASTER2.
011380     READ ACCT2-FILE NEXT RECORD
011390         AT END
011400             SET WS-AC2-EOF TO TRUE
011410     END-READ.
011420     IF NOT WS-AC2-EOF AND WS-AC2-FILE-STATUS NOT = '00'
011430         DISPLAY 'HWACTMNT: ACCT2-FILE READ FAILED, STATUS='
011440             WS-AC2-FILE-STATUS UPON SYSERR
011450         MOVE 8 TO RETURN-CODE
011460         SET WS-AC2-EOF TO TRUE
011470     END-IF.
011480 2710-EXIT.
011490     EXIT.
011500
011510 2720-MATCH-ONE.
011520     IF WS-SXT-EOF
011530         OR AC2-ACCOUNT-NO < SXT-ACCOUNT-NO
011540         ADD 1 TO WS-DROPPED-CNT
011550         MOVE SPACES TO WS-RPT-DETAIL
011560         MOVE AC2-ACCOUNT-NO TO WS-RPT-ACCOUNT
011570         MOVE 'NOT ON EXTRACT' TO WS-RPT-RESULT
011580         MOVE WS-RPT-DETAIL TO RPT-RECORD
011590         PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT
011600         PERFORM 2710-READ-MASTER2 THRU 2710-EXIT
011610         GO TO 2720-EXIT
011620     END-IF.
011630     IF AC2-ACCOUNT-NO = SXT-ACCOUNT-NO
011640         PERFORM 2710-READ-MASTER2 THRU 2710-EXIT
011650         PERFORM 2510-READ-SORTED THRU 2510-EXIT
011660     ELSE
011670         PERFORM 2510-READ-SORTED THRU 2510-EXIT
011680     END-IF.
011690 2720-EXIT.
011700     EXIT.
