000660*                     FRAUD TEAM WORKS A LIST OF TRANSACTIONS
000670*                     INSTEAD OF RE-FINDING THEM BY HAND. SEE
000680*                     HWEXCRPT FOR THE PRINTED WORKLIST.
000690*    10/15/26   RLM   NEW MONITORING PASS - THE EXTRACT IS
000700*                     SORTED BY ACCOUNT AND TYPE AND EACH ITEM
000710*                     IS TESTED AGAINST THE HWRULFIL RULES
000720*                     (ACCOUNT OVERRIDE FIRST, THEN THE TYPE
000730*                     RULE). AN ITEM OVER THE SINGLE-ITEM LIMIT
000740*                     IS WRITTEN TO HWEXCFIL AS LARGE; EACH ITEM
000750*                     PAST THE DAILY COUNT OR AMOUNT LIMIT FOR
000760*                     ITS ACCOUNT AND TYPE AS VELOCITY. BOTH
000770*                     TALLIES GO IN THE SNAPSHOT. A MISSING
000780*                     RULES FILE LEAVES THE SNAPSHOT MARKED
000790*                     UNMONITORED RATHER THAN FAILING.
000800*    10/15/26   RLM   COUNT AND NET PER SOURCE FEED (TRAN-SOURCE-
000810*                     ID STAMPED BY HWEDIT) INTO THE SNAPSHOT'S
000820*                     SOURCE TABLE, SO THE PAGE AND THE CLOSE CAN
000830*                     BALANCE EACH FEED ON ITS OWN.
000840*    10/15/26   RLM   A TRANSACTION ON A DORMANT ACCOUNT IS AN
000850*                     EXCEPTION - TALLIED AND WRITTEN TO HWEXCFIL
000860*                     AS DORMANT.
000870******************************************************************
000880
000890 ENVIRONMENT DIVISION.
000900 INPUT-OUTPUT SECTION.
000910 FILE-CONTROL.
000920     SELECT TRAN-FILE ASSIGN TO "TRANFILE"
000930         ORGANIZATION IS SEQUENTIAL
000940         FILE STATUS IS WS-TRN-FILE-STATUS.
000950
000960     SELECT SUM-FILE ASSIGN TO "HWSUMFIL"
000970         ORGANIZATION IS SEQUENTIAL
000980         FILE STATUS IS WS-SUM-FILE-STATUS.
000990
001000     SELECT HIST-FILE ASSIGN TO "HWHSTFIL"
001010         ORGANIZATION IS INDEXED
001020         ACCESS MODE IS RANDOM
001030         RECORD KEY IS HST-BUSINESS-DATE
001040         FILE STATUS IS WS-HST-FILE-STATUS.
001050
001060     SELECT ACCT-FILE ASSIGN TO "HWACTFIL"
001070         ORGANIZATION IS INDEXED
001080         ACCESS MODE IS RANDOM
001090         RECORD KEY IS ACT-ACCOUNT-NO
001100         FILE STATUS IS WS-ACT-FILE-STATUS.
001110
001120     SELECT TYPE-FILE ASSIGN TO "HWTYPFIL"
001130         ORGANIZATION IS INDEXED
001140         ACCESS MODE IS RANDOM
001150         RECORD KEY IS TYP-CODE
001160         FILE STATUS IS WS-TYP-FILE-STATUS.
001170
001180     SELECT EXC-FILE ASSIGN TO "HWEXCFIL"
001190         ORGANIZATION IS SEQUENTIAL
001200         FILE STATUS IS WS-EXC-FILE-STATUS.
001210
001220     SELECT RULE-FILE ASSIGN TO "HWRULFIL"
001230         ORGANIZATION IS INDEXED
001240         ACCESS MODE IS RANDOM
001250         RECORD KEY IS RUL-KEY
001260         FILE STATUS IS WS-RUL-FILE-STATUS.
001270
001280     SELECT MON-SORT-FILE ASSIGN TO "HWMONSWK".
001290
001300     SELECT MON-FILE ASSIGN TO "HWMONSRT"
001310         ORGANIZATION IS SEQUENTIAL
001320         FILE STATUS IS WS-MON-FILE-STATUS.
001330
001340 DATA DIVISION.
001350 FILE SECTION.
001360 FD  TRAN-FILE
001370     RECORDING MODE IS F.
001380     COPY HWTRN.
001390
001400 FD  SUM-FILE
001410     RECORDING MODE IS F.
001420     COPY HWSUM.
001430
001440 FD  HIST-FILE.
001450     COPY HWHST.
001460
001470 FD  ACCT-FILE.
001480     COPY HWACT.
001490
001500 FD  TYPE-FILE.
001510     COPY HWTYP.
001520
001530 FD  EXC-FILE
001540     RECORDING MODE IS F.
001550     COPY HWEXC.
001560
001570 FD  RULE-FILE.
001580     COPY HWRUL.
001590
001600 SD  MON-SORT-FILE.
001610 01  MSR-RECORD.
001620     05  MSR-ACCOUNT-NO          PIC X(10).
001630     05  MSR-DATE                PIC X(08).
001640     05  MSR-TYPE                PIC X(02).
001650     05  FILLER                  PIC X(40).
001660
001670 FD  MON-FILE
001680     RECORDING MODE IS F.
001690 01  MON-RECORD.
001700     05  MON-ACCOUNT-NO          PIC X(10).
001710     05  MON-DATE                PIC X(08).
001720     05  MON-TYPE                PIC X(02).
001730     05  MON-AMOUNT              PIC S9(09)V99.
001740     05  FILLER                  PIC X(29).
001750
001760 WORKING-STORAGE SECTION.
001770 01  WS-CNT                      PIC 9(07)   VALUE ZERO.
001780
001790 01  WS-TRAN-EOF-SW              PIC X(01)   VALUE 'N'.
001800     88  WS-TRAN-EOF                 VALUE 'Y'.
001810
001820 01  WS-TRN-FILE-STATUS          PIC X(02)   VALUE '00'.
001830 01  WS-SUM-FILE-STATUS          PIC X(02)   VALUE '00'.
001840 01  WS-HST-FILE-STATUS          PIC X(02)   VALUE '00'.
001850 01  WS-ACT-FILE-STATUS          PIC X(02)   VALUE '00'.
001860 01  WS-ACCT-CHECKED-SW          PIC X(01)   VALUE 'N'.
001870     88  WS-ACCT-CHECKED             VALUE 'Y'.
001880 01  WS-UNKNOWN-ACCT-CNT         PIC 9(07)   VALUE ZERO.
001890 01  WS-CLOSED-ACCT-CNT          PIC 9(07)   VALUE ZERO.
001900 01  WS-FROZEN-ACCT-CNT          PIC 9(07)   VALUE ZERO.
001910 01  WS-DORMANT-ACCT-CNT         PIC 9(07)   VALUE ZERO.
001920 01  WS-RUN-DATE                 PIC X(08)   VALUE SPACES.
001930 01  WS-RUN-TIME                 PIC X(08)   VALUE SPACES.
001940 01  WS-BUS-DATE                 PIC X(08)   VALUE SPACES.
001950 01  WS-RERUN-SW                 PIC X(01)   VALUE 'N'.
001960     88  WS-RERUN                    VALUE 'Y'.
001970 01  WS-TRAN-FILE-NAME           PIC X(20)   VALUE 'TRANFILE'.
001980 01  WS-SUM-FILE-NAME            PIC X(20)   VALUE 'HWSUMFIL'.
001990 01  WS-ENV-BUS-DATE             PIC X(08)   VALUE SPACES.
002000 01  WS-DEBIT-AMT                PIC 9(11)V99  VALUE ZERO.
002010 01  WS-CREDIT-AMT               PIC 9(11)V99  VALUE ZERO.
002020 01  WS-NET-AMT                  PIC S9(11)V99 VALUE ZERO.
002030 01  WS-TYPE-USE                 PIC 9(02)   VALUE ZERO.
002040 01  WS-TYPE-FOUND-SW            PIC X(01)   VALUE 'N'.
002050     88  WS-TYPE-FOUND               VALUE 'Y'.
002060
002070 01  WS-TYPE-COUNT               PIC 9(02)   VALUE ZERO.
002080 01  WS-TYPE-IDX                 PIC 9(02)   VALUE ZERO.
002090 01  WS-TYPE-TABLE.
002100     05  WS-TYPE-ENTRY           OCCURS 10 TIMES.
002110         10  WS-TYPE-CODE        PIC X(02).
002120         10  WS-TYPE-CNT         PIC 9(07).
002130         10  WS-TYPE-AMT         PIC S9(11)V99.
002140         10  WS-TYPE-DESC        PIC X(30).
002150 01  WS-SRC-USE                  PIC 9(02)   VALUE ZERO.
002160 01  WS-SRC-FOUND-SW             PIC X(01)   VALUE 'N'.
002170     88  WS-SRC-FOUND                VALUE 'Y'.
002180 01  WS-SRC-COUNT                PIC 9(02)   VALUE ZERO.
002190 01  WS-SRC-IDX                  PIC 9(02)   VALUE ZERO.
002200 01  WS-SRC-TABLE.
002210     05  WS-SRC-ENTRY            OCCURS 10 TIMES.
002220         10  WS-SRC-ID           PIC X(08).
002230         10  WS-SRC-CNT          PIC 9(07).
002240         10  WS-SRC-NET-AMT      PIC S9(11)V99.
002250 01  WS-TYP-FILE-STATUS          PIC X(02)   VALUE '00'.
002260 01  WS-TYP-CHECKED-SW           PIC X(01)   VALUE 'N'.
002270     88  WS-TYP-CHECKED              VALUE 'Y'.
002280
002290 01  WS-EXC-FILE-STATUS          PIC X(02)   VALUE '00'.
002300 01  WS-EXC-OPEN-SW              PIC X(01)   VALUE 'N'.
002310     88  WS-EXC-OPEN-OK              VALUE 'Y'.
002320 01  WS-EXC-WRITE-CNT            PIC 9(07)   VALUE ZERO.
002330 01  WS-EXC-REASON               PIC X(08)   VALUE SPACES.
002340 01  WS-EXC-STATUS               PIC X(01)   VALUE SPACE.
002350 01  WS-EXC-FILE-NAME            PIC X(20)   VALUE 'HWEXCFIL'.
002360
002370******************************************************************
002380*    MONITORING PASS - RULE IN FORCE FOR THE ACCOUNT/TYPE GROUP
002390*    IN PROGRESS AND THE GROUP'S RUNNING COUNT AND AMOUNT.
002400******************************************************************
002410 01  WS-RUL-FILE-STATUS          PIC X(02)   VALUE '00'.
002420 01  WS-MON-FILE-STATUS          PIC X(02)   VALUE '00'.
002430 01  WS-MON-CHECKED-SW           PIC X(01)   VALUE 'N'.
002440     88  WS-MON-CHECKED              VALUE 'Y'.
002450 01  WS-MON-EOF-SW               PIC X(01)   VALUE 'N'.
002460     88  WS-MON-EOF                  VALUE 'Y'.
002470 01  WS-LARGE-CNT                PIC 9(07)   VALUE ZERO.
002480 01  WS-VELOCITY-CNT             PIC 9(07)   VALUE ZERO.
002490 01  WS-MON-CUR-ACCOUNT          PIC X(10)   VALUE LOW-VALUES.
002500 01  WS-MON-CUR-TYPE             PIC X(02)   VALUE LOW-VALUES.
002510 01  WS-MON-GRP-CNT              PIC 9(05)   VALUE ZERO.
002520 01  WS-MON-GRP-AMT              PIC 9(11)V99  VALUE ZERO.
002530 01  WS-MON-ABS-AMT              PIC 9(09)V99  VALUE ZERO.
002540 01  WS-MON-ITEM-LIMIT           PIC 9(09)V99  VALUE ZERO.
002550 01  WS-MON-VEL-COUNT            PIC 9(05)   VALUE ZERO.
002560 01  WS-MON-VEL-AMOUNT           PIC 9(11)V99  VALUE ZERO.
002570
002580 COPY HWJLG.
002590 01  WS-SAVE-RETURN-CODE         PIC S9(08) COMP VALUE ZERO.
002600
002610******************************************************************
002620 PROCEDURE DIVISION.
002630******************************************************************
002640
002650 0000-MAINLINE.
002660     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002670     PERFORM 9000-LOG-JOB-START THRU 9000-EXIT.
002680     PERFORM 2000-SUMMARIZE THRU 2000-EXIT.
002690     PERFORM 2600-MONITOR-TRANS THRU 2600-EXIT.
002700     PERFORM 2900-CLOSE-EXCEPTIONS THRU 2900-EXIT.
002710     PERFORM 3000-WRITE-SNAPSHOT THRU 3000-EXIT.
002720     PERFORM 3200-UPDATE-HISTORY THRU 3200-EXIT.
002730     PERFORM 9100-LOG-JOB-END THRU 9100-EXIT.
002740     STOP RUN.
002750
002760******************************************************************
002770*    1000-INITIALIZE  --  STAMP THE RUN DATE/TIME AND OPEN THE
002780*                         DAILY TRANSACTION EXTRACT. A MISSING OR
002790*                         UNREADABLE EXTRACT ENDS THE RUN WITHOUT
002800*                         WRITING A SNAPSHOT, SO HELLO-WORLD FALLS
002810*                         BACK TO ITS OWN COUNTING LOOP INSTEAD OF
002820*                         SERVING A FALSE ZERO.
002830******************************************************************
002840 1000-INITIALIZE.
002850     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002860     ACCEPT WS-RUN-TIME FROM TIME.
002870     PERFORM 1700-RESOLVE-BUS-DATE THRU 1700-EXIT.
002880     OPEN INPUT TRAN-FILE.
002890     IF WS-TRN-FILE-STATUS NOT = '00'
002900         DISPLAY 'HWSUMMAR: TRAN-FILE OPEN FAILED, STATUS='
002910             WS-TRN-FILE-STATUS UPON SYSERR
002920         MOVE 8 TO RETURN-CODE
002930         PERFORM 9000-LOG-JOB-START THRU 9000-EXIT
002940         PERFORM 9100-LOG-JOB-END THRU 9100-EXIT
002950         STOP RUN
002960     END-IF.
002970     OPEN INPUT ACCT-FILE.
002980     IF WS-ACT-FILE-STATUS = '00'
002990         SET WS-ACCT-CHECKED TO TRUE
003000     ELSE
003010         DISPLAY 'HWSUMMAR: ACCOUNT MASTER NOT AVAILABLE,'
003020             ' STATUS=' WS-ACT-FILE-STATUS UPON SYSERR
003030     END-IF.
003040     OPEN INPUT RULE-FILE.
003050     IF WS-RUL-FILE-STATUS = '00'
003060         SET WS-MON-CHECKED TO TRUE
003070     ELSE
003080         DISPLAY 'HWSUMMAR: MONITORING RULES NOT AVAILABLE,'
003090             ' STATUS=' WS-RUL-FILE-STATUS UPON SYSERR
003100     END-IF.
003110     IF WS-ACCT-CHECKED OR WS-MON-CHECKED
003120         OPEN OUTPUT EXC-FILE
003130         IF WS-EXC-FILE-STATUS = '00'
003140             SET WS-EXC-OPEN-OK TO TRUE
003150         ELSE
003160             DISPLAY 'HWSUMMAR: EXC-FILE OPEN FAILED, STATUS='
003170                 WS-EXC-FILE-STATUS UPON SYSERR
003180         END-IF
003190     END-IF.
003200     OPEN INPUT TYPE-FILE.
003210     IF WS-TYP-FILE-STATUS = '00'
003220         SET WS-TYP-CHECKED TO TRUE
003230     ELSE
003240         DISPLAY 'HWSUMMAR: TYPE REFERENCE FILE NOT AVAILABLE,'
003250             ' STATUS=' WS-TYP-FILE-STATUS UPON SYSERR
003260     END-IF.
003270 1000-EXIT.
003280     EXIT.
003290
003300******************************************************************
003310*    2000-SUMMARIZE  --  ONE FULL PASS OF THE EXTRACT, TALLYING
003320*                        THE RECORD COUNT.
003330******************************************************************
003340 2000-SUMMARIZE.
003350     PERFORM 2100-READ-TRAN THRU 2100-EXIT.
003360     PERFORM 2200-TALLY-TRAN THRU 2200-EXIT
003370         UNTIL WS-TRAN-EOF.
003380     CLOSE TRAN-FILE.
003390     IF WS-ACCT-CHECKED
003400         CLOSE ACCT-FILE
003410     END-IF.
003420     IF WS-TYP-CHECKED
003430         CLOSE TYPE-FILE
003440     END-IF.
003450 2000-EXIT.
003460     EXIT.
003470
003480 2100-READ-TRAN.
003490     READ TRAN-FILE
003500         AT END
003510             SET WS-TRAN-EOF TO TRUE
003520     END-READ.
003530 2100-EXIT.
003540     EXIT.
003550
003560 2200-TALLY-TRAN.
003570     ADD 1 TO WS-CNT.
003580     PERFORM 2300-TALLY-AMOUNTS THRU 2300-EXIT.
003590     PERFORM 2400-TALLY-TYPE THRU 2400-EXIT.
003600     PERFORM 2450-TALLY-SOURCE THRU 2450-EXIT.
003610     IF WS-ACCT-CHECKED
003620         PERFORM 2500-CHECK-ACCOUNT THRU 2500-EXIT
003630     END-IF.
003640     PERFORM 2100-READ-TRAN THRU 2100-EXIT.
003650 2200-EXIT.
003660     EXIT.
003670
003680******************************************************************
003690*    3000-WRITE-SNAPSHOT  --  REWRITE THE ONE-RECORD SUMMARY
003700*                             SNAPSHOT HELLO-WORLD SERVES FROM.
003710******************************************************************
003720 3000-WRITE-SNAPSHOT.
003730     MOVE SPACES TO SUM-RECORD.
003740     MOVE WS-BUS-DATE TO SUM-BUSINESS-DATE.
003750     MOVE WS-RUN-DATE TO SUM-BUILD-DATE.
003760     MOVE WS-RUN-TIME TO SUM-BUILD-TIME.
003770     MOVE WS-CNT TO SUM-TRAN-COUNT.
003780     MOVE WS-DEBIT-AMT TO SUM-DEBIT-AMT.
003790     MOVE WS-CREDIT-AMT TO SUM-CREDIT-AMT.
003800     MOVE WS-NET-AMT TO SUM-NET-AMT.
003810     MOVE WS-TYPE-COUNT TO SUM-TYPE-COUNT.
003820     PERFORM 3100-MOVE-TYPE-ENTRY THRU 3100-EXIT
003830         VARYING WS-TYPE-IDX FROM 1 BY 1
003840         UNTIL WS-TYPE-IDX > WS-TYPE-COUNT.
003850     MOVE WS-SRC-COUNT TO SUM-SRC-COUNT.
003860     PERFORM 3110-MOVE-SOURCE-ENTRY THRU 3110-EXIT
003870         VARYING WS-SRC-IDX FROM 1 BY 1
003880         UNTIL WS-SRC-IDX > WS-SRC-COUNT.
003890     MOVE WS-ACCT-CHECKED-SW TO SUM-ACCT-CHECKED-SW.
003900     MOVE WS-UNKNOWN-ACCT-CNT TO SUM-UNKNOWN-ACCT-CNT.
003910     MOVE WS-CLOSED-ACCT-CNT TO SUM-CLOSED-ACCT-CNT.
003920     MOVE WS-FROZEN-ACCT-CNT TO SUM-FROZEN-ACCT-CNT.
003930     MOVE WS-DORMANT-ACCT-CNT TO SUM-DORMANT-ACCT-CNT.
003940     MOVE WS-MON-CHECKED-SW TO SUM-MON-CHECKED-SW.
003950     MOVE WS-LARGE-CNT TO SUM-LARGE-CNT.
003960     MOVE WS-VELOCITY-CNT TO SUM-VELOCITY-CNT.
003970     SET SUM-COMPLETE TO TRUE.
003980     OPEN OUTPUT SUM-FILE.
003990     IF WS-SUM-FILE-STATUS NOT = '00'
004000         DISPLAY 'HWSUMMAR: SUM-FILE OPEN FAILED, STATUS='
004010             WS-SUM-FILE-STATUS UPON SYSERR
004020         MOVE 8 TO RETURN-CODE
004030     END-IF.
004040     WRITE SUM-RECORD.
004050     IF WS-SUM-FILE-STATUS NOT = '00'
004060         DISPLAY 'HWSUMMAR: SUM-FILE WRITE FAILED, STATUS='
004070             WS-SUM-FILE-STATUS UPON SYSERR
004080         MOVE 8 TO RETURN-CODE
004090     END-IF.
004100     CLOSE SUM-FILE.
004110     DISPLAY 'HWSUMMAR: SNAPSHOT WRITTEN, COUNT=' WS-CNT
004120         UPON SYSERR.
004130     PERFORM 3120-DISPLAY-SOURCE THRU 3120-EXIT
004140         VARYING WS-SRC-IDX FROM 1 BY 1
004150         UNTIL WS-SRC-IDX > WS-SRC-COUNT.
004160 3000-EXIT.
004170     EXIT.
004180
004190******************************************************************
004200*    2300-TALLY-AMOUNTS  --  ROLL THE SIGNED TRAN-AMOUNT INTO
004210*                            THE DEBIT (POSITIVE) OR CREDIT
004220*                            (NEGATIVE) TOTAL AND THE NET. A
004230*                            NON-NUMERIC AMOUNT IS SKIPPED.
004240******************************************************************
004250 2300-TALLY-AMOUNTS.
004260     IF TRAN-AMOUNT NUMERIC
004270         IF TRAN-AMOUNT < ZERO
004280             SUBTRACT TRAN-AMOUNT FROM WS-CREDIT-AMT
004290         ELSE
004300             ADD TRAN-AMOUNT TO WS-DEBIT-AMT
004310         END-IF
004320         ADD TRAN-AMOUNT TO WS-NET-AMT
004330     END-IF.
004340 2300-EXIT.
004350     EXIT.
004360
004370******************************************************************
004380*    2400-TALLY-TYPE  --  COUNT-AND-AMOUNT TALLY PER TRAN-TYPE.
004390*                         SLOTS 1-9 HOLD NAMED CODES; SLOT 10
004400*                         IS RESERVED FOR THE '**' (OTHER)
004410*                         BUCKET, SO A TENTH-OR-LATER DISTINCT
004420*                         CODE NEVER OVERWRITES A NAMED CODE'S
004430*                         TALLIES.
004440******************************************************************
004450 2400-TALLY-TYPE.
004460     MOVE 'N' TO WS-TYPE-FOUND-SW.
004470     PERFORM 2410-SCAN-TYPE-TABLE THRU 2410-EXIT
004480         VARYING WS-TYPE-IDX FROM 1 BY 1
004490         UNTIL WS-TYPE-IDX > WS-TYPE-COUNT
004500             OR WS-TYPE-FOUND.
004510     IF NOT WS-TYPE-FOUND
004520         IF WS-TYPE-COUNT < 9
004530             ADD 1 TO WS-TYPE-COUNT
004540             MOVE WS-TYPE-COUNT TO WS-TYPE-USE
004550             MOVE TRAN-TYPE TO WS-TYPE-CODE(WS-TYPE-USE)
004560             MOVE ZERO TO WS-TYPE-CNT(WS-TYPE-USE)
004570             MOVE ZERO TO WS-TYPE-AMT(WS-TYPE-USE)
004580             PERFORM 2420-LOOKUP-TYPE-DESC THRU 2420-EXIT
004590         ELSE
004600             IF WS-TYPE-COUNT < 10
004610                 MOVE 10 TO WS-TYPE-COUNT
004620                 MOVE '**' TO WS-TYPE-CODE(10)
004630                 MOVE ZERO TO WS-TYPE-CNT(10)
004640                 MOVE ZERO TO WS-TYPE-AMT(10)
004650                 MOVE 'OTHER' TO WS-TYPE-DESC(10)
004660             END-IF
004670             MOVE 10 TO WS-TYPE-USE
004680         END-IF
004690     END-IF.
004700     ADD 1 TO WS-TYPE-CNT(WS-TYPE-USE).
004710     IF TRAN-AMOUNT NUMERIC
004720         ADD TRAN-AMOUNT TO WS-TYPE-AMT(WS-TYPE-USE)
004730     END-IF.
004740 2400-EXIT.
004750     EXIT.
004760
004770 2410-SCAN-TYPE-TABLE.
004780     IF WS-TYPE-CODE(WS-TYPE-IDX) = TRAN-TYPE
004790         SET WS-TYPE-FOUND TO TRUE
004800         MOVE WS-TYPE-IDX TO WS-TYPE-USE
004810     END-IF.
004820 2410-EXIT.
004830     EXIT.
004840
004850******************************************************************
004860*    2420-LOOKUP-TYPE-DESC  --  FETCH THE DESCRIPTION FOR A
004870*                               NEWLY TALLIED TYPE CODE FROM THE
004880*                               REFERENCE FILE. NO FILE LEAVES
004890*                               IT BLANK; A CODE THE FILE DOES
004900*                               NOT CARRY IS FLAGGED SO THE PAGE
004910*                               SHOWS IT NEEDS A CARD.
004920******************************************************************
004930 2420-LOOKUP-TYPE-DESC.
004940     MOVE SPACES TO WS-TYPE-DESC(WS-TYPE-USE).
004950     IF NOT WS-TYP-CHECKED
004960         GO TO 2420-EXIT
004970     END-IF.
004980     MOVE TRAN-TYPE TO TYP-CODE.
004990     READ TYPE-FILE.
005000     IF WS-TYP-FILE-STATUS = '00'
005010         MOVE TYP-DESC TO WS-TYPE-DESC(WS-TYPE-USE)
005020     ELSE
005030         MOVE 'NOT ON TYPE FILE' TO WS-TYPE-DESC(WS-TYPE-USE)
005040     END-IF.
005050 2420-EXIT.
005060     EXIT.
005070
005080******************************************************************
005090*    2450-TALLY-SOURCE  --  COUNT-AND-NET TALLY PER SOURCE FEED,
005100*                           ON THE SAME PLAN AS THE TYPE TABLE -
005110*                           SLOTS 1-9 NAMED, SLOT 10 THE '**'
005120*                           (OTHER) BUCKET.
005130******************************************************************
005140 2450-TALLY-SOURCE.
005150     MOVE 'N' TO WS-SRC-FOUND-SW.
005160     PERFORM 2460-SCAN-SOURCE-TABLE THRU 2460-EXIT
005170         VARYING WS-SRC-IDX FROM 1 BY 1
005180         UNTIL WS-SRC-IDX > WS-SRC-COUNT
005190             OR WS-SRC-FOUND.
005200     IF NOT WS-SRC-FOUND
005210         IF WS-SRC-COUNT < 9
005220             ADD 1 TO WS-SRC-COUNT
005230             MOVE WS-SRC-COUNT TO WS-SRC-USE
005240             MOVE TRAN-SOURCE-ID TO WS-SRC-ID(WS-SRC-USE)
005250             MOVE ZERO TO WS-SRC-CNT(WS-SRC-USE)
005260             MOVE ZERO TO WS-SRC-NET-AMT(WS-SRC-USE)
005270         ELSE
005280             IF WS-SRC-COUNT < 10
005290                 MOVE 10 TO WS-SRC-COUNT
005300                 MOVE '**' TO WS-SRC-ID(10)
005310                 MOVE ZERO TO WS-SRC-CNT(10)
005320                 MOVE ZERO TO WS-SRC-NET-AMT(10)
005330             END-IF
005340             MOVE 10 TO WS-SRC-USE
005350         END-IF
005360     END-IF.
005370     ADD 1 TO WS-SRC-CNT(WS-SRC-USE).
005380     IF TRAN-AMOUNT NUMERIC
005390         ADD TRAN-AMOUNT TO WS-SRC-NET-AMT(WS-SRC-USE)
005400     END-IF.
005410 2450-EXIT.
005420     EXIT.
005430
005440 2460-SCAN-SOURCE-TABLE.
005450     IF WS-SRC-ID(WS-SRC-IDX) = TRAN-SOURCE-ID
005460         SET WS-SRC-FOUND TO TRUE
005470         MOVE WS-SRC-IDX TO WS-SRC-USE
005480     END-IF.
005490 2460-EXIT.
005500     EXIT.
005510
005520******************************************************************
005530*    3100-MOVE-TYPE-ENTRY  --  COPY ONE TALLIED TYPE SLOT INTO
005540*                              THE SNAPSHOT RECORD.
005550******************************************************************
005560 3100-MOVE-TYPE-ENTRY.
005570     MOVE WS-TYPE-CODE(WS-TYPE-IDX)
005580         TO SUM-TYPE-CODE(WS-TYPE-IDX).
005590     MOVE WS-TYPE-CNT(WS-TYPE-IDX)
005600         TO SUM-TYPE-CNT(WS-TYPE-IDX).
005610     MOVE WS-TYPE-AMT(WS-TYPE-IDX)
005620         TO SUM-TYPE-AMT(WS-TYPE-IDX).
005630     MOVE WS-TYPE-DESC(WS-TYPE-IDX)
005640         TO SUM-TYPE-DESC(WS-TYPE-IDX).
005650 3100-EXIT.
005660     EXIT.
005670
005680 3110-MOVE-SOURCE-ENTRY.
005690     MOVE WS-SRC-ID(WS-SRC-IDX) TO SUM-SRC-ID(WS-SRC-IDX).
005700     MOVE WS-SRC-CNT(WS-SRC-IDX) TO SUM-SRC-CNT(WS-SRC-IDX).
005710     MOVE WS-SRC-NET-AMT(WS-SRC-IDX)
005720         TO SUM-SRC-NET-AMT(WS-SRC-IDX).
005730 3110-EXIT.
005740     EXIT.
005750
005760 3120-DISPLAY-SOURCE.
005770     DISPLAY 'HWSUMMAR:   SOURCE ' WS-SRC-ID(WS-SRC-IDX)
005780         ' COUNT=' WS-SRC-CNT(WS-SRC-IDX) UPON SYSERR.
005790 3120-EXIT.
005800     EXIT.
005810
005820******************************************************************
005830*    3200-UPDATE-HISTORY  --  WRITE OR REWRITE THE BUSINESS
005840*                             DATE'S RECORD IN THE KEYED DAILY
005850*                             HISTORY FILE. EVERY SUMMARIZER RUN
005860*                             LEAVES THE DAY'S LATEST TOTALS, SO
005870*                             THE LAST RUN OF THE DAY LEAVES THE
005880*                             FINAL ONES.
005890******************************************************************
005900 3200-UPDATE-HISTORY.
005910     OPEN I-O HIST-FILE.
005920     IF WS-HST-FILE-STATUS = '35'
005930         OPEN OUTPUT HIST-FILE
005940         CLOSE HIST-FILE
005950         OPEN I-O HIST-FILE
005960     END-IF.
005970     IF WS-HST-FILE-STATUS NOT = '00'
005980         DISPLAY 'HWSUMMAR: HIST-FILE OPEN FAILED, STATUS='
005990             WS-HST-FILE-STATUS UPON SYSERR
006000         MOVE 8 TO RETURN-CODE
006010         GO TO 3200-EXIT
006020     END-IF.
006030     MOVE WS-BUS-DATE TO HST-BUSINESS-DATE.
006040     READ HIST-FILE.
006050     IF WS-HST-FILE-STATUS NOT = '00' AND '23'
006060         DISPLAY 'HWSUMMAR: HIST-FILE READ FAILED, STATUS='
006070             WS-HST-FILE-STATUS UPON SYSERR
006080         MOVE 8 TO RETURN-CODE
006090         CLOSE HIST-FILE
006100         GO TO 3200-EXIT
006110     END-IF.
006120     IF WS-HST-FILE-STATUS = '23'
006130         PERFORM 3210-BUILD-HISTORY-RECORD THRU 3210-EXIT
006140         WRITE HST-RECORD
006150     ELSE
006160         PERFORM 3210-BUILD-HISTORY-RECORD THRU 3210-EXIT
006170         REWRITE HST-RECORD
006180     END-IF.
006190     IF WS-HST-FILE-STATUS NOT = '00'
006200         DISPLAY 'HWSUMMAR: HIST-FILE UPDATE FAILED, STATUS='
006210             WS-HST-FILE-STATUS UPON SYSERR
006220         MOVE 8 TO RETURN-CODE
006230     END-IF.
006240     CLOSE HIST-FILE.
006250 3200-EXIT.
006260     EXIT.
006270
006280 3210-BUILD-HISTORY-RECORD.
006290     MOVE SPACES TO HST-RECORD.
006300     MOVE WS-BUS-DATE TO HST-BUSINESS-DATE.
006310     MOVE WS-CNT TO HST-TRAN-COUNT.
006320     MOVE WS-DEBIT-AMT TO HST-DEBIT-AMT.
006330     MOVE WS-CREDIT-AMT TO HST-CREDIT-AMT.
006340     MOVE WS-NET-AMT TO HST-NET-AMT.
006350     MOVE WS-RUN-TIME TO HST-LAST-UPDT-TIME.
006360 3210-EXIT.
006370     EXIT.
006380
006390******************************************************************
006400*    2500-CHECK-ACCOUNT  --  LOOK THE TRANSACTION'S ACCOUNT UP
006410*                            ON THE MASTER, TALLY UNKNOWN,
006420*                            CLOSED, FROZEN, AND DORMANT HITS,
006430*                            AND DROP THE FULL TRANSACTION ON
006440*                            THE EXCEPTION DETAIL FILE FOR THE
006450*                            FRAUD WORKLIST.
006460******************************************************************
006470 2500-CHECK-ACCOUNT.
006480     MOVE TRAN-ACCOUNT-NO TO ACT-ACCOUNT-NO.
006490     READ ACCT-FILE.
006500     EVALUATE WS-ACT-FILE-STATUS
006510         WHEN '00'
006520             IF ACT-CLOSED
006530                 ADD 1 TO WS-CLOSED-ACCT-CNT
006540                 MOVE 'CLOSED' TO WS-EXC-REASON
006550                 MOVE ACT-STATUS TO WS-EXC-STATUS
006560                 PERFORM 2550-WRITE-EXCEPTION THRU 2550-EXIT
006570             END-IF
006580             IF ACT-FROZEN
006590                 ADD 1 TO WS-FROZEN-ACCT-CNT
006600                 MOVE 'FROZEN' TO WS-EXC-REASON
006610                 MOVE ACT-STATUS TO WS-EXC-STATUS
006620                 PERFORM 2550-WRITE-EXCEPTION THRU 2550-EXIT
006630             END-IF
006640             IF ACT-DORMANT
006650                 ADD 1 TO WS-DORMANT-ACCT-CNT
006660                 MOVE 'DORMANT' TO WS-EXC-REASON
006670                 MOVE ACT-STATUS TO WS-EXC-STATUS
006680                 PERFORM 2550-WRITE-EXCEPTION THRU 2550-EXIT
006690             END-IF
006700         WHEN '23'
006710             ADD 1 TO WS-UNKNOWN-ACCT-CNT
006720             MOVE 'UNKNOWN' TO WS-EXC-REASON
006730             MOVE SPACE TO WS-EXC-STATUS
006740             PERFORM 2550-WRITE-EXCEPTION THRU 2550-EXIT
006750         WHEN OTHER
006760             DISPLAY 'HWSUMMAR: ACCT-FILE READ FAILED, STATUS='
006770                 WS-ACT-FILE-STATUS UPON SYSERR
006780     END-EVALUATE.
006790 2500-EXIT.
006800     EXIT.
006810
006820******************************************************************
006830*    2550-WRITE-EXCEPTION  --  ONE EXCEPTION DETAIL RECORD - THE
006840*                              REASON, THE ACT-STATUS FOUND, AND
006850*                              THE FULL TRAN-RECORD BEHIND IT.
006860******************************************************************
006870 2550-WRITE-EXCEPTION.
006880     IF NOT WS-EXC-OPEN-OK
006890         GO TO 2550-EXIT
006900     END-IF.
006910     MOVE SPACES TO EXC-RECORD.
006920     MOVE WS-BUS-DATE TO EXC-BUSINESS-DATE.
006930     MOVE WS-EXC-REASON TO EXC-REASON.
006940     MOVE WS-EXC-STATUS TO EXC-ACT-STATUS.
006950     MOVE TRAN-RECORD TO EXC-TRAN-DATA.
006960     WRITE EXC-RECORD.
006970     IF WS-EXC-FILE-STATUS NOT = '00'
006980         DISPLAY 'HWSUMMAR: EXC-FILE WRITE FAILED, STATUS='
006990             WS-EXC-FILE-STATUS UPON SYSERR
007000         MOVE 8 TO RETURN-CODE
007010     END-IF.
007020     ADD 1 TO WS-EXC-WRITE-CNT.
007030 2550-EXIT.
007040     EXIT.
007050
007060******************************************************************
007070*    2600-MONITOR-TRANS  --  THE MONITORING PASS. SORT THE
007080*                            EXTRACT BY ACCOUNT AND TYPE, KEEPING
007090*                            FEED ORDER WITHIN A GROUP, THEN
007100*                            TEST EVERY ITEM AGAINST THE RULE
007110*                            FOR ITS GROUP. THE EXTRACT IS
007120*                            OPENED AND CLOSED BY THE SORT.
007130******************************************************************
007140 2600-MONITOR-TRANS.
007150     IF NOT WS-MON-CHECKED
007160         GO TO 2600-EXIT
007170     END-IF.
007180     SORT MON-SORT-FILE
007190         ON ASCENDING KEY MSR-ACCOUNT-NO
007200                          MSR-TYPE
007210         WITH DUPLICATES IN ORDER
007220         USING TRAN-FILE
007230         GIVING MON-FILE.
007240     IF SORT-RETURN NOT = ZERO
007250         DISPLAY 'HWSUMMAR: MONITOR SORT FAILED, SORT-RETURN='
007260             SORT-RETURN UPON SYSERR
007270         MOVE 'N' TO WS-MON-CHECKED-SW
007280         CLOSE RULE-FILE
007290         GO TO 2600-EXIT
007300     END-IF.
007310     OPEN INPUT MON-FILE.
007320     IF WS-MON-FILE-STATUS NOT = '00'
007330         DISPLAY 'HWSUMMAR: MON-FILE OPEN FAILED, STATUS='
007340             WS-MON-FILE-STATUS UPON SYSERR
007350         MOVE 'N' TO WS-MON-CHECKED-SW
007360         CLOSE RULE-FILE
007370         GO TO 2600-EXIT
007380     END-IF.
007390     PERFORM 2610-READ-MON THRU 2610-EXIT.
007400     PERFORM 2620-CHECK-MON-TRAN THRU 2620-EXIT
007410         UNTIL WS-MON-EOF.
007420     CLOSE MON-FILE.
007430     CLOSE RULE-FILE.
007440 2600-EXIT.
007450     EXIT.
007460
007470 2610-READ-MON.
007480     READ MON-FILE
007490         AT END
007500             SET WS-MON-EOF TO TRUE
007510     END-READ.
007520 2610-EXIT.
007530     EXIT.
007540
007550******************************************************************
007560*    2620-CHECK-MON-TRAN  --  ROLL THE ITEM INTO ITS GROUP'S
007570*                             RUNNING COUNT AND AMOUNT, THEN
007580*                             FLAG IT LARGE IF IT IS OVER THE
007590*                             ITEM LIMIT AND VELOCITY IF THE
007600*                             GROUP IS NOW OVER EITHER DAILY
007610*                             LIMIT. AMOUNTS ARE TESTED WITHOUT
007620*                             SIGN; A NON-NUMERIC AMOUNT COUNTS
007630*                             AS ZERO.
007640******************************************************************
007650 2620-CHECK-MON-TRAN.
007660     IF MON-ACCOUNT-NO NOT = WS-MON-CUR-ACCOUNT
007670         OR MON-TYPE NOT = WS-MON-CUR-TYPE
007680         PERFORM 2630-START-MON-GROUP THRU 2630-EXIT
007690     END-IF.
007700     MOVE ZERO TO WS-MON-ABS-AMT.
007710     IF MON-AMOUNT NUMERIC
007720         IF MON-AMOUNT < ZERO
007730             COMPUTE WS-MON-ABS-AMT = ZERO - MON-AMOUNT
007740         ELSE
007750             MOVE MON-AMOUNT TO WS-MON-ABS-AMT
007760         END-IF
007770     END-IF.
007780     ADD 1 TO WS-MON-GRP-CNT.
007790     ADD WS-MON-ABS-AMT TO WS-MON-GRP-AMT.
007800     IF WS-MON-ITEM-LIMIT > ZERO
007810         AND WS-MON-ABS-AMT > WS-MON-ITEM-LIMIT
007820         ADD 1 TO WS-LARGE-CNT
007830         MOVE 'LARGE' TO WS-EXC-REASON
007840         PERFORM 2650-WRITE-MON-EXCEPTION THRU 2650-EXIT
007850     END-IF.
007860     IF (WS-MON-VEL-COUNT > ZERO
007870             AND WS-MON-GRP-CNT > WS-MON-VEL-COUNT)
007880         OR (WS-MON-VEL-AMOUNT > ZERO
007890             AND WS-MON-GRP-AMT > WS-MON-VEL-AMOUNT)
007900         ADD 1 TO WS-VELOCITY-CNT
007910         MOVE 'VELOCITY' TO WS-EXC-REASON
007920         PERFORM 2650-WRITE-MON-EXCEPTION THRU 2650-EXIT
007930     END-IF.
007940     PERFORM 2610-READ-MON THRU 2610-EXIT.
007950 2620-EXIT.
007960     EXIT.
007970
007980******************************************************************
007990*    2630-START-MON-GROUP  --  NEW ACCOUNT/TYPE GROUP. THE
008000*                              ACCOUNT OVERRIDE WINS OVER THE
008010*                              TYPE RULE; WITH NEITHER ON FILE
008020*                              THE GROUP IS NOT CHECKED.
008030******************************************************************
008040 2630-START-MON-GROUP.
008050     MOVE MON-ACCOUNT-NO TO WS-MON-CUR-ACCOUNT.
008060     MOVE MON-TYPE TO WS-MON-CUR-TYPE.
008070     MOVE ZERO TO WS-MON-GRP-CNT.
008080     MOVE ZERO TO WS-MON-GRP-AMT.
008090     MOVE ZERO TO WS-MON-ITEM-LIMIT.
008100     MOVE ZERO TO WS-MON-VEL-COUNT.
008110     MOVE ZERO TO WS-MON-VEL-AMOUNT.
008120     MOVE MON-TYPE TO RUL-TRAN-TYPE.
008130     MOVE MON-ACCOUNT-NO TO RUL-ACCOUNT-NO.
008140     READ RULE-FILE.
008150     IF WS-RUL-FILE-STATUS = '23'
008160         MOVE MON-TYPE TO RUL-TRAN-TYPE
008170         MOVE SPACES TO RUL-ACCOUNT-NO
008180         READ RULE-FILE
008190     END-IF.
008200     EVALUATE WS-RUL-FILE-STATUS
008210         WHEN '00'
008220             MOVE RUL-ITEM-LIMIT TO WS-MON-ITEM-LIMIT
008230             MOVE RUL-VEL-COUNT TO WS-MON-VEL-COUNT
008240             MOVE RUL-VEL-AMOUNT TO WS-MON-VEL-AMOUNT
008250         WHEN '23'
008260             CONTINUE
008270         WHEN OTHER
008280             DISPLAY 'HWSUMMAR: RULE-FILE READ FAILED, STATUS='
008290                 WS-RUL-FILE-STATUS UPON SYSERR
008300     END-EVALUATE.
008310 2630-EXIT.
008320     EXIT.
008330
008340******************************************************************
008350*    2650-WRITE-MON-EXCEPTION  --  ONE MONITORING HIT ON THE
008360*                                  EXCEPTION DETAIL FILE, WITH
008370*                                  THE FULL TRANSACTION BEHIND
008380*                                  IT. NO ACCOUNT STATUS IS
008390*                                  CARRIED ON THESE REASONS.
008400******************************************************************
008410 2650-WRITE-MON-EXCEPTION.
008420     IF NOT WS-EXC-OPEN-OK
008430         GO TO 2650-EXIT
008440     END-IF.
008450     MOVE SPACES TO EXC-RECORD.
008460     MOVE WS-BUS-DATE TO EXC-BUSINESS-DATE.
008470     MOVE WS-EXC-REASON TO EXC-REASON.
008480     MOVE SPACE TO EXC-ACT-STATUS.
008490     MOVE MON-RECORD TO EXC-TRAN-DATA.
008500     WRITE EXC-RECORD.
008510     IF WS-EXC-FILE-STATUS NOT = '00'
008520         DISPLAY 'HWSUMMAR: EXC-FILE WRITE FAILED, STATUS='
008530             WS-EXC-FILE-STATUS UPON SYSERR
008540         MOVE 8 TO RETURN-CODE
008550     END-IF.
008560     ADD 1 TO WS-EXC-WRITE-CNT.
008570 2650-EXIT.
008580     EXIT.
008590
008600 2900-CLOSE-EXCEPTIONS.
008610     IF WS-EXC-OPEN-OK
008620         CLOSE EXC-FILE
008630     END-IF.
008640 2900-EXIT.
008650     EXIT.
008660
008670******************************************************************
008680*    9000-LOG-JOB-START  --  STAMP THIS RUN AS RUNNING ON THE
008690*                            SHARED JOB-STATUS BOARD.
008700******************************************************************
008710 9000-LOG-JOB-START.
008720     MOVE 'HWSUMMAR' TO JOBLOG-JOB-NAME.
008730     SET JOBLOG-EVENT-START TO TRUE.
008740     MOVE SPACES TO JOBLOG-STATUS.
008750     MOVE ZERO TO JOBLOG-RETURN-CODE.
008760     MOVE WS-BUS-DATE TO JOBLOG-BUS-DATE.
008770     MOVE RETURN-CODE TO WS-SAVE-RETURN-CODE.
008780     CALL 'HWJOBLOG' USING JOBLOG-PARM.
008790     MOVE WS-SAVE-RETURN-CODE TO RETURN-CODE.
008800 9000-EXIT.
008810     EXIT.
008820
008830******************************************************************
008840*    9100-LOG-JOB-END  --  CLOSE THIS RUN OUT ON THE SHARED
008850*                          JOB-STATUS BOARD.
008860******************************************************************
008870 9100-LOG-JOB-END.
008880     MOVE 'HWSUMMAR' TO JOBLOG-JOB-NAME.
008890     SET JOBLOG-EVENT-END TO TRUE.
008900     IF RETURN-CODE > 4
008910         MOVE 'FAILED' TO JOBLOG-STATUS
008920     ELSE
008930         MOVE 'COMPLETE' TO JOBLOG-STATUS
008940     END-IF.
008950     MOVE RETURN-CODE TO JOBLOG-RETURN-CODE.
008960     MOVE WS-BUS-DATE TO JOBLOG-BUS-DATE.
008970     MOVE RETURN-CODE TO WS-SAVE-RETURN-CODE.
008980     CALL 'HWJOBLOG' USING JOBLOG-PARM.
008990     MOVE WS-SAVE-RETURN-CODE TO RETURN-CODE.
009000 9100-EXIT.
009010     EXIT.
009020
009030******************************************************************
009040*    1700-RESOLVE-BUS-DATE  --  HW_BUS_DATE NAMES THE BUSINESS
009050*                               DATE BEING COUNTED. WHEN SET TO
009060*                               A VALID DATE OTHER THAN TODAY,
009070*                               THE RUN IS A BACKFILL RERUN AND
009080*                               READS/WRITES DATED GENERATIONS
009090*                               OF THE EXTRACT AND SNAPSHOT SO
009100*                               THE LIVE FILES ARE UNDISTURBED.
009110******************************************************************
009120 1700-RESOLVE-BUS-DATE.
009130     MOVE WS-RUN-DATE TO WS-BUS-DATE.
009140     MOVE SPACES TO WS-ENV-BUS-DATE.
009150     ACCEPT WS-ENV-BUS-DATE FROM ENVIRONMENT "HW_BUS_DATE"
009160         ON EXCEPTION
009170             MOVE SPACES TO WS-ENV-BUS-DATE
009180     END-ACCEPT.
009190     IF WS-ENV-BUS-DATE = SPACES
009200         GO TO 1700-EXIT
009210     END-IF.
009220     IF WS-ENV-BUS-DATE NOT NUMERIC
009230         DISPLAY 'HWSUMMAR: BAD HW_BUS_DATE IGNORED: '
009240             WS-ENV-BUS-DATE UPON SYSERR
009250         GO TO 1700-EXIT
009260     END-IF.
009270     MOVE WS-ENV-BUS-DATE TO WS-BUS-DATE.
009280     IF WS-BUS-DATE NOT = WS-RUN-DATE
009290         SET WS-RERUN TO TRUE
009300         MOVE SPACES TO WS-TRAN-FILE-NAME
009310         STRING 'TRANFILE.' WS-BUS-DATE
009320             DELIMITED BY SIZE INTO WS-TRAN-FILE-NAME
009330         SET ENVIRONMENT 'TRANFILE' TO WS-TRAN-FILE-NAME
009340         MOVE SPACES TO WS-SUM-FILE-NAME
009350         STRING 'HWSUMFIL.' WS-BUS-DATE
009360             DELIMITED BY SIZE INTO WS-SUM-FILE-NAME
009370         SET ENVIRONMENT 'HWSUMFIL' TO WS-SUM-FILE-NAME
009380         MOVE SPACES TO WS-EXC-FILE-NAME
009390         STRING 'HWEXCFIL.' WS-BUS-DATE
009400             DELIMITED BY SIZE INTO WS-EXC-FILE-NAME
009410         SET ENVIRONMENT 'HWEXCFIL' TO WS-EXC-FILE-NAME
009420     END-IF.
009430 1700-EXIT.
009440     EXIT.
