001910*                     PAGE AND dayStatus IN THE JSON - SO THE
001920*                     DAY IS DECLARED DONE BY A RECORD, NOT BY
001930*                     WORD OF MOUTH.
001940*    10/15/26   RLM   THE VOLUME TREND FOLLOWS THE HWCALFIL
001950*                     BUSINESS-DAY CALENDAR (THROUGH HWCALDAY) -
001960*                     THE SEVEN-DAY WINDOW HOLDS PROCESSING DAYS
001970*                     ONLY, THE "YESTERDAY" COMPARISON IS MADE
001980*                     ONLY AGAINST THE PRIOR PROCESSING DAY, AND
001990*                     THE LOW-VOLUME ALERT IS SUPPRESSED ON A
002000*                     DATE THAT IS NOT A PROCESSING DAY. THE
002010*                     JSON CARRIES processingDay.
002020*    10/15/26   RLM   SHOW THE HWSUMMAR MONITORING TALLIES
002030*                     (LARGE ITEMS / VELOCITY HITS AGAINST THE
002040*                     HWRULFIL RULES) FROM THE SNAPSHOT ON THE
002050*                     PAGE AND IN THE JSON. THE FALLBACK
002060*                     COUNTING LOOP DOES NOT MONITOR, SO A
002070*                     FALLBACK RUN SAYS THE ITEMS WERE NOT
002080*                     CHECKED.
002090*    10/15/26   RLM   COUNT, NET AND CONTROL RECONCILIATION PER
002100*                     SOURCE FEED - THE SNAPSHOT (OR THE FALLBACK
002110*                     LOOP) SPLITS THE DAY BY TRAN-SOURCE-ID AND
002120*                     2600 BALANCES EACH FEED AGAINST ITS OWN
002130*                     TRANCTL RECORD, SO A LATE OR SHORT FEED
002140*                     SHOWS ON THE PAGE AND IN THE JSON BY NAME.
002150*                     A FEED OUT OF BALANCE PUTS THE DAY OUT OF
002160*                     BALANCE.
002170*    10/15/26   RLM   DORMANT ACCOUNT TALLY - A TRANSACTION AGAINST
002180*                     A DORMANT ACCOUNT IS AN EXCEPTION, COUNTED
002190*                     ON THE PAGE AND IN THE JSON.
002200******************************************************************
002210
002220 ENVIRONMENT DIVISION.
002230 INPUT-OUTPUT SECTION.
002240 FILE-CONTROL.
002250     SELECT TRAN-FILE ASSIGN TO "TRANFILE"
002260         ORGANIZATION IS SEQUENTIAL
002270         FILE STATUS IS WS-TRN-FILE-STATUS.
002280
002290     SELECT HIT-CTR-FILE ASSIGN TO "HWCTRFIL"
002300         ORGANIZATION IS SEQUENTIAL
002310         FILE STATUS IS WS-CTR-FILE-STATUS.
002320
002330     SELECT AUDIT-FILE ASSIGN TO "HWAUDFIL"
002340         ORGANIZATION IS LINE SEQUENTIAL
002350         FILE STATUS IS WS-AUD-FILE-STATUS.
002360
002370     SELECT CHK-FILE ASSIGN TO "HWCHKFIL"
002380         ORGANIZATION IS SEQUENTIAL
002390         FILE STATUS IS WS-CHK-FILE-STATUS.
002400
002410     SELECT SUM-FILE ASSIGN TO "HWSUMFIL"
002420         ORGANIZATION IS SEQUENTIAL
002430         FILE STATUS IS WS-SUM-FILE-STATUS.
002440
002450     SELECT CTL-FILE ASSIGN TO "TRANCTL"
002460         ORGANIZATION IS SEQUENTIAL
002470         FILE STATUS IS WS-CTL-FILE-STATUS.
002480
002490     SELECT HIST-FILE ASSIGN TO "HWHSTFIL"
002500         ORGANIZATION IS INDEXED
002510         ACCESS MODE IS SEQUENTIAL
002520         RECORD KEY IS HST-BUSINESS-DATE
002530         FILE STATUS IS WS-HST-FILE-STATUS.
002540
002550     SELECT ACCT-FILE ASSIGN TO "HWACTFIL"
002560         ORGANIZATION IS INDEXED
002570         ACCESS MODE IS RANDOM
002580         RECORD KEY IS ACT-ACCOUNT-NO
002590         FILE STATUS IS WS-ACT-FILE-STATUS.
002600
002610     SELECT TYPE-FILE ASSIGN TO "HWTYPFIL"
002620         ORGANIZATION IS INDEXED
002630         ACCESS MODE IS RANDOM
002640         RECORD KEY IS TYP-CODE
002650         FILE STATUS IS WS-TYP-FILE-STATUS.
002660
002670     SELECT EXC-FILE ASSIGN TO "HWEXCFIL"
002680         ORGANIZATION IS SEQUENTIAL
002690         FILE STATUS IS WS-EXC-FILE-STATUS.
002700
002710     SELECT DAY-FILE ASSIGN TO "HWDAYFIL"
002720         ORGANIZATION IS INDEXED
002730         ACCESS MODE IS RANDOM
002740         RECORD KEY IS DAY-BUSINESS-DATE
002750         FILE STATUS IS WS-DAY-FILE-STATUS.
002760
002770     SELECT JOB-FILE ASSIGN TO "HWJOBFIL"
002780         ORGANIZATION IS INDEXED
002790         ACCESS MODE IS SEQUENTIAL
002800         RECORD KEY IS JOB-NAME
002810         FILE STATUS IS WS-JOB-FILE-STATUS.
002820
002830     SELECT LOCK-FILE ASSIGN TO "HWLCKFIL"
002840         ORGANIZATION IS SEQUENTIAL
002850         SHARING WITH NO OTHER
002860         FILE STATUS IS WS-LCK-FILE-STATUS.
002870
002880 DATA DIVISION.
002890 FILE SECTION.
002900 FD  TRAN-FILE
002910     RECORDING MODE IS F.
002920     COPY HWTRN.
002930
002940 FD  HIT-CTR-FILE
002950     RECORDING MODE IS F.
002960     COPY HWCTR.
002970
002980 FD  AUDIT-FILE.
002990     COPY HWAUD.
003000
003010 FD  CHK-FILE
003020     RECORDING MODE IS F.
003030     COPY HWCHK.
003040
003050 FD  SUM-FILE
003060     RECORDING MODE IS F.
003070     COPY HWSUM.
003080
003090 FD  CTL-FILE
003100     RECORDING MODE IS F.
003110     COPY HWCTL.
003120
003130 FD  HIST-FILE.
003140     COPY HWHST.
003150
003160 FD  ACCT-FILE.
003170     COPY HWACT.
003180
003190 FD  TYPE-FILE.
003200     COPY HWTYP.
003210
003220 FD  EXC-FILE
003230     RECORDING MODE IS F.
003240     COPY HWEXC.
003250
003260 FD  DAY-FILE.
003270     COPY HWDAY.
003280
003290 FD  JOB-FILE.
003300     COPY HWJOB.
003310
003320 FD  LOCK-FILE
003330     RECORDING MODE IS F.
003340 01  LOCK-RECORD                 PIC X(08).
003350
003360 WORKING-STORAGE SECTION.
003370 01  WS-CNT                      PIC 9(07)   VALUE ZERO.
003380
003390 01  WS-TRAN-EOF-SW              PIC X(01)   VALUE 'N'.
003400     88  WS-TRAN-EOF                 VALUE 'Y'.
003410 01  WS-TRAN-OPEN-SW              PIC X(01)   VALUE 'N'.
003420     88  WS-TRAN-OPEN-OK              VALUE 'Y'.
003430
003440 01  WS-CGI-BLANK-LINE           PIC X(01)   VALUE X'0A'.
003450 01  WS-TRN-FILE-STATUS          PIC X(02)   VALUE '00'.
003460 01  WS-CTR-FILE-STATUS          PIC X(02)   VALUE '00'.
003470 01  WS-AUD-FILE-STATUS          PIC X(02)   VALUE '00'.
003480 01  WS-CHK-FILE-STATUS          PIC X(02)   VALUE '00'.
003490 01  WS-HIT-COUNT                PIC 9(09)   VALUE ZERO.
003500 01  WS-RESUME-COUNT             PIC 9(07)   VALUE ZERO.
003510 01  WS-CKPT-QUOT                PIC 9(07)   VALUE ZERO.
003520 01  WS-CKPT-REM                 PIC 9(05)   VALUE ZERO.
003530 01  WS-CFG-RAW-VALUE            PIC X(09)   VALUE SPACES.
003540 01  WS-CFG-RAW-LEN              PIC 9(02)   VALUE ZERO.
003550
003560 01  WS-COMPLETE-SW              PIC X(01)   VALUE 'N'.
003570     88  WS-COMPLETE                 VALUE 'Y'.
003580 01  WS-SNAPSHOT-SW              PIC X(01)   VALUE 'N'.
003590     88  WS-SNAPSHOT-OK              VALUE 'Y'.
003600 01  WS-SUM-FILE-STATUS          PIC X(02)   VALUE '00'.
003610 01  WS-RUN-DATE                 PIC X(08)   VALUE SPACES.
003620 01  WS-CTL-FILE-STATUS          PIC X(02)   VALUE '00'.
003630 01  WS-RECON-STATUS             PIC X(08)   VALUE 'NOCTL'.
003640     88  WS-RECON-BALANCED           VALUE 'BALANCED'.
003650     88  WS-RECON-OUTOFBAL           VALUE 'OUTOFBAL'.
003660     88  WS-RECON-NOCTL              VALUE 'NOCTL'.
003670 01  WS-CTL-BUS-DATE             PIC X(08)   VALUE SPACES.
003680 01  WS-CTL-EXP-COUNT            PIC 9(07)   VALUE ZERO.
003690 01  WS-CTL-EXP-AMT              PIC S9(11)V99 VALUE ZERO.
003700 01  WS-CTL-EOF-SW               PIC X(01)   VALUE 'N'.
003710     88  WS-CTL-EOF                  VALUE 'Y'.
003720 01  WS-CNT-DIFF                 PIC S9(07)  VALUE ZERO.
003730 01  WS-AMT-DIFF                 PIC S9(11)V99 VALUE ZERO.
003740 01  WS-DIFF-EDIT                PIC -------9.
003750 01  WS-DIFF-POS                 PIC 9(02)   VALUE 1.
003760 01  WS-DIFF-LEN                 PIC 9(02)   VALUE 8.
003770 01  WS-RC-EDIT                  PIC Z(03)9.
003780 01  WS-RC-POS                   PIC 9(01)   VALUE 1.
003790 01  WS-RC-LEN                   PIC 9(01)   VALUE 4.
003800 01  WS-JOB-NAME-LEN             PIC 9(02)   VALUE ZERO.
003810 01  WS-JOB-STAT-LEN             PIC 9(02)   VALUE ZERO.
003820 01  WS-HST-FILE-STATUS          PIC X(02)   VALUE '00'.
003830 01  WS-RUN-TIME                 PIC X(08)   VALUE SPACES.
003840 01  WS-HIST-EOF-SW              PIC X(01)   VALUE 'N'.
003850     88  WS-HIST-EOF                 VALUE 'Y'.
003860 01  WS-HIST-COUNT               PIC 9(02)   VALUE ZERO.
003870 01  WS-HIST-IDX                 PIC 9(02)   VALUE ZERO.
003880 01  WS-HIST-TABLE.
003890     05  WS-HIST-ENTRY           OCCURS 7 TIMES.
003900         10  WS-HIST-DATE        PIC X(08).
003910         10  WS-HIST-CNT         PIC 9(07).
003920         10  WS-HIST-NET         PIC S9(11)V99.
003930 01  WS-TREND-SUM                PIC 9(09)   VALUE ZERO.
003940 01  WS-TREND-AVG                PIC 9(07)   VALUE ZERO.
003950 01  WS-PCT-VS-YDAY              PIC S9(07)  VALUE ZERO.
003960 01  WS-PCT-VS-AVG               PIC S9(07)  VALUE ZERO.
003970 01  WS-YDAY-OK-SW               PIC X(01)   VALUE 'N'.
003980     88  WS-YDAY-OK                  VALUE 'Y'.
003990 01  WS-AVG-OK-SW                PIC X(01)   VALUE 'N'.
004000     88  WS-AVG-OK                   VALUE 'Y'.
004010 01  WS-LOWVOL-SW                PIC X(01)   VALUE 'N'.
004020     88  WS-LOWVOL                   VALUE 'Y'.
004030 01  WS-LOWVOL-THRESH            PIC 9(09)V99 VALUE ZERO.
004040 01  WS-PROC-DAY-SW              PIC X(01)   VALUE 'Y'.
004050     88  WS-PROC-DAY                 VALUE 'Y'.
004060 01  WS-PRIOR-BUS-DATE           PIC X(08)   VALUE SPACES.
004070 01  WS-CUTOFF-X                 PIC X(04)   VALUE SPACES.
004080 01  WS-ACT-FILE-STATUS          PIC X(02)   VALUE '00'.
004090 01  WS-ACCT-CHECKED-SW          PIC X(01)   VALUE 'N'.
004100     88  WS-ACCT-CHECKED             VALUE 'Y'.
004110 01  WS-UNKNOWN-ACCT-CNT         PIC 9(07)   VALUE ZERO.
004120 01  WS-CLOSED-ACCT-CNT          PIC 9(07)   VALUE ZERO.
004130 01  WS-FROZEN-ACCT-CNT          PIC 9(07)   VALUE ZERO.
004140 01  WS-DORMANT-ACCT-CNT         PIC 9(07)   VALUE ZERO.
004150 01  WS-MON-CHECKED-SW           PIC X(01)   VALUE 'N'.
004160     88  WS-MON-CHECKED              VALUE 'Y'.
004170 01  WS-LARGE-CNT                PIC 9(07)   VALUE ZERO.
004180 01  WS-VELOCITY-CNT             PIC 9(07)   VALUE ZERO.
004190 01  WS-BUS-DATE                 PIC X(08)   VALUE SPACES.
004200 01  WS-ENV-BUS-DATE             PIC X(08)   VALUE SPACES.
004210 01  WS-RERUN-SW                 PIC X(01)   VALUE 'N'.
004220     88  WS-RERUN                    VALUE 'Y'.
004230 01  WS-TRAN-FILE-NAME           PIC X(20)   VALUE 'TRANFILE'.
004240 01  WS-CHK-FILE-NAME            PIC X(20)   VALUE 'HWCHKFIL'.
004250 01  WS-SUM-FILE-NAME            PIC X(20)   VALUE 'HWSUMFIL'.
004260 01  WS-CTL-FILE-NAME            PIC X(20)   VALUE 'TRANCTL'.
004270 01  WS-LCK-FILE-STATUS          PIC X(02)   VALUE '00'.
004280 01  WS-LOCK-HELD-SW             PIC X(01)   VALUE 'N'.
004290     88  WS-LOCK-HELD                VALUE 'Y'.
004300 01  WS-LOCK-TRIES               PIC 9(03)   VALUE ZERO.
004310 01  WS-LOCK-NAP-NS              PIC 9(09)   COMP
004320                                 VALUE 50000000.
004330
004340 01  WS-CNT-EDIT                 PIC Z(6)9.
004350 01  WS-CNT-POS                  PIC 9(01) VALUE 1.
004360 01  WS-CNT-LEN                  PIC 9(01) VALUE 7.
004370 01  WS-REFRESH-EDIT              PIC ZZ9.
004380 01  WS-REFRESH-POS              PIC 9(01) VALUE 1.
004390 01  WS-REFRESH-LEN              PIC 9(01) VALUE 3.
004400
004410 01  WS-IMG-PTR                  PIC 9(03).
004420 01  WS-IMG-LEN-1                PIC 9(03).
004430 01  WS-IMG-SRC-1                PIC X(60).
004440 01  WS-IMG-LEN-2                PIC 9(03).
004450 01  WS-IMG-SRC-2                PIC X(60).
004460******************************************************************
004470*    JOB-STATUS BOARD  --  LAST KNOWN RUN OF EACH OF THE SHOP'S
004480*                          BATCH JOBS, LOADED FROM THE SHARED
004490*                          HWJOBFIL FILE THE JOBS STAMP THROUGH
004500*                          HWJOBLOG. UP TO 20 JOBS ARE SHOWN.
004510******************************************************************
004520 01  WS-DAY-FILE-STATUS          PIC X(02)   VALUE '00'.
004530 01  WS-DAY-STATUS               PIC X(08)   VALUE 'OPEN'.
004540 01  WS-JOB-FILE-STATUS          PIC X(02)   VALUE '00'.
004550 01  WS-JOB-EOF-SW               PIC X(01)   VALUE 'N'.
004560     88  WS-JOB-EOF                  VALUE 'Y'.
004570 01  WS-JOB-COUNT                PIC 9(02)   VALUE ZERO.
004580 01  WS-JOB-IDX                  PIC 9(02)   VALUE ZERO.
004590 01  WS-JOB-TABLE.
004600     05  WS-JOB-ENTRY            OCCURS 20 TIMES.
004610         10  WS-JOB-JNAME        PIC X(08).
004620         10  WS-JOB-BDATE        PIC X(08).
004630         10  WS-JOB-JSTAT        PIC X(08).
004640         10  WS-JOB-JRC          PIC 9(04).
004650         10  WS-JOB-LDATE        PIC X(08).
004660         10  WS-JOB-LTIME        PIC X(08).
004670         10  WS-JOB-MINS         PIC S9(07).
004680 01  WS-NOW-DAYNUM               PIC 9(09)   VALUE ZERO.
004690 01  WS-NOW-MINS                 PIC 9(05)   VALUE ZERO.
004700 01  WS-DN-DATE.
004710     05  WS-DN-YYYY              PIC 9(04).
004720     05  WS-DN-MM                PIC 9(02).
004730     05  WS-DN-DD                PIC 9(02).
004740 01  WS-DN-A                     PIC 9(04)   VALUE ZERO.
004750 01  WS-DN-Y                     PIC 9(05)   VALUE ZERO.
004760 01  WS-DN-M                     PIC 9(04)   VALUE ZERO.
004770 01  WS-DN-T1                    PIC 9(09)   VALUE ZERO.
004780 01  WS-DN-T2                    PIC 9(09)   VALUE ZERO.
004790 01  WS-DN-T3                    PIC 9(09)   VALUE ZERO.
004800 01  WS-DN-T4                    PIC 9(09)   VALUE ZERO.
004810 01  WS-DN-NUM                   PIC 9(09)   VALUE ZERO.
004820 01  WS-TIME-X.
004830     05  WS-TIME-HH              PIC 9(02).
004840     05  WS-TIME-MM              PIC 9(02).
004850     05  FILLER                  PIC X(04).
004860
004870 01  WS-ENV-NAME-LEN             PIC 9(02).
004880 01  WS-BUILD-VER-LEN            PIC 9(02).
004890 COPY HWCFG.
004900 COPY HWCLD.
004910
004920 01  WS-DEBIT-AMT                PIC 9(11)V99  VALUE ZERO.
004930 01  WS-CREDIT-AMT               PIC 9(11)V99  VALUE ZERO.
004940 01  WS-NET-AMT                  PIC S9(11)V99 VALUE ZERO.
004950 01  WS-TYPE-COUNT               PIC 9(02)   VALUE ZERO.
004960 01  WS-TYPE-IDX                 PIC 9(02)   VALUE ZERO.
004970 01  WS-TYPE-USE                 PIC 9(02)   VALUE ZERO.
004980 01  WS-TYPE-FOUND-SW            PIC X(01)   VALUE 'N'.
004990     88  WS-TYPE-FOUND               VALUE 'Y'.
005000 01  WS-TYPE-TABLE.
005010     05  WS-TYPE-ENTRY           OCCURS 10 TIMES.
005020         10  WS-TYPE-CODE        PIC X(02).
005030         10  WS-TYPE-CNT         PIC 9(07).
005040         10  WS-TYPE-AMT         PIC S9(11)V99.
005050         10  WS-TYPE-DESC        PIC X(30).
005060
005070******************************************************************
005080*    PER-SOURCE-FEED TALLIES AND RECONCILIATION. SLOTS 1-9 HOLD
005090*    NAMED FEEDS, SLOT 10 THE '**' (OTHER) BUCKET, AS IN THE
005100*    SNAPSHOT. WS-SRC-RECON IS BALANCED, OUTOFBAL, SHORT (THE
005110*    FEED BALANCES BUT ARRIVED SHORT OF ITS UPSTREAM CONTROL),
005120*    MISSING (THE FEED NEVER ARRIVED) OR NOCTL.
005130******************************************************************
005140 01  WS-SRC-COUNT                PIC 9(02)   VALUE ZERO.
005150 01  WS-SRC-IDX                  PIC 9(02)   VALUE ZERO.
005160 01  WS-SRC-USE                  PIC 9(02)   VALUE ZERO.
005170 01  WS-SRC-FOUND-SW             PIC X(01)   VALUE 'N'.
005180     88  WS-SRC-FOUND                VALUE 'Y'.
005190 01  WS-SRC-ID-LEN               PIC 9(02)   VALUE ZERO.
005200 01  WS-SRC-KEY                  PIC X(08)   VALUE SPACES.
005210 01  WS-SRC-TABLE.
005220     05  WS-SRC-ENTRY            OCCURS 10 TIMES.
005230         10  WS-SRC-ID           PIC X(08).
005240         10  WS-SRC-CNT          PIC 9(07).
005250         10  WS-SRC-NET-AMT      PIC S9(11)V99.
005260         10  WS-SRC-CTL-SW       PIC X(01).
005270             88  WS-SRC-CTL-FOUND    VALUE 'Y'.
005280         10  WS-SRC-FEED-STATUS  PIC X(01).
005290         10  WS-SRC-EXP-COUNT    PIC 9(07).
005300         10  WS-SRC-EXP-AMT      PIC S9(11)V99.
005310         10  WS-SRC-RECON        PIC X(08).
005320             88  WS-SRC-BALANCED     VALUE 'BALANCED'.
005330             88  WS-SRC-NOCTL        VALUE 'NOCTL'.
005340 01  WS-TYP-FILE-STATUS          PIC X(02)   VALUE '00'.
005350 01  WS-TYP-CHECKED-SW           PIC X(01)   VALUE 'N'.
005360     88  WS-TYP-CHECKED              VALUE 'Y'.
005370 01  WS-TYPE-DESC-LEN            PIC 9(02)   VALUE ZERO.
005380 01  WS-EXC-FILE-STATUS          PIC X(02)   VALUE '00'.
005390 01  WS-EXC-OPEN-SW              PIC X(01)   VALUE 'N'.
005400     88  WS-EXC-OPEN-OK              VALUE 'Y'.
005410 01  WS-EXC-REASON               PIC X(08)   VALUE SPACES.
005420 01  WS-EXC-STATUS               PIC X(01)   VALUE SPACE.
005430 01  WS-EXC-FILE-NAME            PIC X(20)   VALUE 'HWEXCFIL'.
005440 01  WS-MONEY-EDIT               PIC ---,---,---,--9.99.
005450 01  WS-MONEY-JSON-EDIT          PIC -----------9.99.
005460 01  WS-MONEY-POS                PIC 9(02)   VALUE 1.
005470 01  WS-MONEY-LEN                PIC 9(02)   VALUE 18.
005480
005490******************************************************************
005500 PROCEDURE DIVISION.
005510******************************************************************
005520
005530 0000-MAINLINE.
005540     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
005550     PERFORM 2000-COUNT-TRANSACTIONS THRU 2000-EXIT.
005560     PERFORM 2600-RECONCILE-CONTROL THRU 2600-EXIT.
005570     PERFORM 2700-EVALUATE-TREND THRU 2700-EXIT.
005580     PERFORM 4000-RENDER-OUTPUT THRU 4000-EXIT.
005590     PERFORM 3000-FINALIZE THRU 3000-EXIT.
005600     STOP RUN.
005610
005620******************************************************************
005630*    1000-INITIALIZE  --  LOAD CONFIG, RESOLVE THE BUSINESS
005640*                         DATE AND ITS PLACE ON THE BUSINESS-
005650*                         DAY CALENDAR, AND OPEN THE DAILY
005660*                         TRANSACTION EXTRACT OR SNAPSHOT. THE
005670*                         HIT COUNTER IS READ AND BUMPED
005680*                         LATER, INSIDE THE 3000-FINALIZE
005690*                         CRITICAL SECTION.
005700******************************************************************
005710 1000-INITIALIZE.
005720     PERFORM 1200-LOAD-CONFIG THRU 1200-EXIT.
005730     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
005740     ACCEPT WS-RUN-TIME FROM TIME.
005750     PERFORM 1700-RESOLVE-BUS-DATE THRU 1700-EXIT.
005760     PERFORM 1750-CHECK-CALENDAR THRU 1750-EXIT.
005770     PERFORM 1400-LOAD-SNAPSHOT THRU 1400-EXIT.
005780     PERFORM 1450-LOAD-DAY-STATUS THRU 1450-EXIT.
005790     PERFORM 1500-LOAD-HISTORY THRU 1500-EXIT.
005800     SET CALDAY-END TO TRUE.
005810     CALL 'HWCALDAY' USING CALDAY-PARM.
005820     PERFORM 1600-LOAD-JOB-BOARD THRU 1600-EXIT.
005830     IF WS-SNAPSHOT-OK
005840         SET WS-TRAN-EOF TO TRUE
005850     ELSE
005860         OPEN INPUT TRAN-FILE
005870         IF WS-TRN-FILE-STATUS = '00'
005880             SET WS-TRAN-OPEN-OK TO TRUE
005890         ELSE
005900             SET WS-TRAN-EOF TO TRUE
005910             DISPLAY 'HELLO-WORLD: TRAN-FILE OPEN FAILED,'
005920                 ' STATUS=' WS-TRN-FILE-STATUS UPON SYSERR
005930         END-IF
005940     END-IF.
005950     IF NOT WS-SNAPSHOT-OK
005960         PERFORM 1300-LOAD-CHECKPOINT THRU 1300-EXIT
005970     END-IF.
005980 1000-EXIT.
005990     EXIT.
006000
006010 1100-LOAD-HIT-COUNTER.
006020     OPEN INPUT HIT-CTR-FILE.
006030     IF WS-CTR-FILE-STATUS = '00'
006040         READ HIT-CTR-FILE
006050             AT END
006060                 MOVE ZERO TO WS-HIT-COUNT
006070             NOT AT END
006080                 MOVE CTR-HIT-COUNT TO WS-HIT-COUNT
006090         END-READ
006100         CLOSE HIT-CTR-FILE
006110     ELSE
006120         MOVE ZERO TO WS-HIT-COUNT
006130     END-IF.
006140     ADD 1 TO WS-HIT-COUNT.
006150 1100-EXIT.
006160     EXIT.
006170
006180 1200-LOAD-CONFIG.
006190     MOVE 'HTML' TO WS-CFG-OUTPUT-MODE.
006200     ACCEPT WS-CFG-OUTPUT-MODE FROM ENVIRONMENT "HW_OUTPUT_MODE"
006210         ON EXCEPTION
006220             MOVE 'HTML' TO WS-CFG-OUTPUT-MODE
006230     END-ACCEPT.
006240     IF WS-CFG-OUTPUT-MODE NOT = 'JSON'
006250         MOVE 'HTML' TO WS-CFG-OUTPUT-MODE
006260     END-IF.
006270     PERFORM 1210-VALIDATE-REFRESH-SECS THRU 1210-EXIT.
006280     PERFORM 1220-VALIDATE-MAX-COUNT THRU 1220-EXIT.
006290     MOVE '/assets/' TO WS-CFG-ASSET-BASE.
006300     ACCEPT WS-CFG-ASSET-BASE FROM ENVIRONMENT
006310         "HW_ASSET_BASE_URL"
006320         ON EXCEPTION
006330             MOVE '/assets/' TO WS-CFG-ASSET-BASE
006340     END-ACCEPT.
006350     PERFORM 1230-VALIDATE-CKPT-INTERVAL THRU 1230-EXIT.
006360     PERFORM 1240-VALIDATE-LOWVOL-CUTOFF THRU 1240-EXIT.
006370     PERFORM 1250-VALIDATE-LOWVOL-PCT THRU 1250-EXIT.
006380     MOVE 'DEV' TO WS-CFG-ENV-NAME.
006390     ACCEPT WS-CFG-ENV-NAME FROM ENVIRONMENT "HW_ENV_NAME"
006400         ON EXCEPTION
006410             MOVE 'DEV' TO WS-CFG-ENV-NAME
006420     END-ACCEPT.
006430     MOVE 'UNKNOWN' TO WS-CFG-BUILD-VER.
006440     ACCEPT WS-CFG-BUILD-VER FROM ENVIRONMENT "HW_BUILD_VER"
006450         ON EXCEPTION
006460             MOVE 'UNKNOWN' TO WS-CFG-BUILD-VER
006470     END-ACCEPT.
006480 1200-EXIT.
006490     EXIT.
006500
006510*    ------------------------------------------------------------
006520*    1210-VALIDATE-REFRESH-SECS  --  ACCEPT HW_REFRESH_SECS AND
006530*                                    FALL BACK TO THE CODED
006540*                                    DEFAULT ON A MISSING,
006550*                                    NON-NUMERIC, OR OVER-WIDTH
006560*                                    VALUE (WS-CFG-REFRESH-SECS
006570*                                    IS ONLY 3 DIGITS WIDE).
006580*    ------------------------------------------------------------
006590 1210-VALIDATE-REFRESH-SECS.
006600     MOVE SPACES TO WS-CFG-RAW-VALUE.
006610     ACCEPT WS-CFG-RAW-VALUE FROM ENVIRONMENT "HW_REFRESH_SECS"
006620         ON EXCEPTION
006630             MOVE SPACES TO WS-CFG-RAW-VALUE
006640     END-ACCEPT.
006670         UNTIL WS-CFG-RAW-LEN = 0
006680             OR WS-CFG-RAW-VALUE(WS-CFG-RAW-LEN:1) NOT = SPACE.
006690     IF WS-CFG-RAW-LEN = 0
006700         MOVE 002 TO WS-CFG-REFRESH-SECS
006710     ELSE
006720         IF WS-CFG-RAW-VALUE(1:WS-CFG-RAW-LEN) NOT NUMERIC
006730             OR WS-CFG-RAW-LEN > 3
006740             MOVE 002 TO WS-CFG-REFRESH-SECS
006750         ELSE
006760             MOVE WS-CFG-RAW-VALUE(1:WS-CFG-RAW-LEN)
006770                 TO WS-CFG-REFRESH-SECS
006780         END-IF
006790     END-IF.
006800 1210-EXIT.
006810     EXIT.
006820
006830*    ------------------------------------------------------------
006840*    1220-VALIDATE-MAX-COUNT  --  ACCEPT HW_MAX_COUNT AND FALL
006850*                                 BACK TO THE CODED DEFAULT ON A
006860*                                 MISSING OR NON-NUMERIC VALUE,
006870*                                 SO A BAD CONFIGMAP ENTRY CAN'T
006880*                                 SILENTLY DRIVE THE LOOP BOUND
006890*                                 TO ZERO. ALSO DEFAULTS ON A
006900*                                 VALUE OVER 7 DIGITS SO IT CAN'T
006910*                                 SILENTLY TRUNCATE ON THE MOVE
006920*                                 TO WS-CFG-MAX-COUNT INSTEAD.
006930*    ------------------------------------------------------------
006940 1220-VALIDATE-MAX-COUNT.
006950     MOVE SPACES TO WS-CFG-RAW-VALUE.
006960     ACCEPT WS-CFG-RAW-VALUE FROM ENVIRONMENT "HW_MAX_COUNT"
006970         ON EXCEPTION
006980             MOVE SPACES TO WS-CFG-RAW-VALUE
006990     END-ACCEPT.
007000     MOVE 9 TO WS-CFG-RAW-LEN.
007010     PERFORM 1291-TRIM-CFG-RAW THRU 1291-EXIT
007020         UNTIL WS-CFG-RAW-LEN = 0
007030             OR WS-CFG-RAW-VALUE(WS-CFG-RAW-LEN:1) NOT = SPACE.
007040     IF WS-CFG-RAW-LEN = 0
007050         MOVE 9999999 TO WS-CFG-MAX-COUNT
007060     ELSE
007070         IF WS-CFG-RAW-VALUE(1:WS-CFG-RAW-LEN) NOT NUMERIC
007080             OR WS-CFG-RAW-LEN > 7
007090             MOVE 9999999 TO WS-CFG-MAX-COUNT
007100         ELSE
007110             MOVE WS-CFG-RAW-VALUE(1:WS-CFG-RAW-LEN)
007120                 TO WS-CFG-MAX-COUNT
007130         END-IF
007140     END-IF.
007150 1220-EXIT.
007160     EXIT.
007170
007180*    ------------------------------------------------------------
007190*    1230-VALIDATE-CKPT-INTERVAL  --  ACCEPT HW_CKPT_INTERVAL
007200*                                     AND FALL BACK TO THE CODED
007210*                                     DEFAULT ON A MISSING, NON-
007220*                                     NUMERIC, OVER-WIDTH (OVER
007230*                                     5 DIGITS, THE WIDTH OF
007240*                                     WS-CFG-CKPT-INTERVAL), OR
007250*                                     ZERO VALUE (A ZERO INTERVAL
007260*                                     WOULD DIVIDE BY ZERO IN
007270*                                     2200-COUNT-LOOP).
007280*    ------------------------------------------------------------
007290 1230-VALIDATE-CKPT-INTERVAL.
007300     MOVE SPACES TO WS-CFG-RAW-VALUE.
007310     ACCEPT WS-CFG-RAW-VALUE FROM ENVIRONMENT "HW_CKPT_INTERVAL"
007320         ON EXCEPTION
007330             MOVE SPACES TO WS-CFG-RAW-VALUE
007340     END-ACCEPT.
007350     MOVE 9 TO WS-CFG-RAW-LEN.
007360     PERFORM 1291-TRIM-CFG-RAW THRU 1291-EXIT
007370         UNTIL WS-CFG-RAW-LEN = 0
007380             OR WS-CFG-RAW-VALUE(WS-CFG-RAW-LEN:1) NOT = SPACE.
007390     IF WS-CFG-RAW-LEN = 0
007400         MOVE 00100 TO WS-CFG-CKPT-INTERVAL
007410     ELSE
007420         IF WS-CFG-RAW-VALUE(1:WS-CFG-RAW-LEN) NOT NUMERIC
007430             OR WS-CFG-RAW-LEN > 5
007440             MOVE 00100 TO WS-CFG-CKPT-INTERVAL
007450         ELSE
007460             MOVE WS-CFG-RAW-VALUE(1:WS-CFG-RAW-LEN)
007470                 TO WS-CFG-CKPT-INTERVAL
007480             IF WS-CFG-CKPT-INTERVAL = ZERO
007490                 MOVE 00100 TO WS-CFG-CKPT-INTERVAL
007500             END-IF
007510         END-IF
007520     END-IF.
007530 1230-EXIT.
007540     EXIT.
007550
007560*    ------------------------------------------------------------
007570*    1291-TRIM-CFG-RAW  --  STRIP ONE TRAILING SPACE OFF THE RAW
007580*                            ENVIRONMENT VALUE BEING VALIDATED.
007590*    ------------------------------------------------------------
007600 1291-TRIM-CFG-RAW.
007610     SUBTRACT 1 FROM WS-CFG-RAW-LEN.
007620 1291-EXIT.
007630     EXIT.
007640
007650******************************************************************
007660*    1300-LOAD-CHECKPOINT  --  RESUME AN INCOMPLETE PRIOR COUNT
007670*                              INSTEAD OF STARTING OVER AT ZERO.
007680******************************************************************
007690 1300-LOAD-CHECKPOINT.
007700     MOVE ZERO TO WS-RESUME-COUNT.
007710     OPEN INPUT CHK-FILE.
007720     IF WS-CHK-FILE-STATUS = '00'
007730         READ CHK-FILE
007740             AT END
007750                 MOVE ZERO TO WS-RESUME-COUNT
007760             NOT AT END
007770                 IF CHK-INCOMPLETE
007780                     AND CHK-BUS-DATE = WS-BUS-DATE
007790                     MOVE CHK-LAST-COUNT TO WS-RESUME-COUNT
007800                 END-IF
007810         END-READ
007820         CLOSE CHK-FILE
007830     END-IF.
007840 1300-EXIT.
007850     EXIT.
007860
007870******************************************************************
007880*    2000-COUNT-TRANSACTIONS  --  COUNT TODAY'S EXTRACT SO THE
007890*                                 PAGE REFLECTS REAL VOLUME.
007900******************************************************************
007910 2000-COUNT-TRANSACTIONS.
007920     IF WS-TRAN-OPEN-OK
007930         PERFORM 2050-OPEN-ACCT-MASTER THRU 2050-EXIT
007940         PERFORM 2060-OPEN-TYPE-FILE THRU 2060-EXIT
007950         PERFORM 2100-READ-TRAN THRU 2100-EXIT
007960     END-IF.
007970     PERFORM 2150-SKIP-RESUMED-RECORD THRU 2150-EXIT
007980         UNTIL WS-TRAN-EOF
007990             OR WS-CNT >= WS-CFG-MAX-COUNT
008000             OR WS-CNT >= WS-RESUME-COUNT.
008010     PERFORM 2200-COUNT-LOOP THRU 2200-EXIT
008020         UNTIL WS-TRAN-EOF
008030             OR WS-CNT >= WS-CFG-MAX-COUNT.
008040     IF WS-TRAN-OPEN-OK
008050         CLOSE TRAN-FILE
008060         IF WS-ACCT-CHECKED
008070             CLOSE ACCT-FILE
008080         END-IF
008090         IF WS-TYP-CHECKED
008100             CLOSE TYPE-FILE
008110         END-IF
008120         IF WS-EXC-OPEN-OK
008130             CLOSE EXC-FILE
008140         END-IF
008150     END-IF.
008160     IF WS-TRAN-EOF AND WS-TRAN-OPEN-OK
008170         SET WS-COMPLETE TO TRUE
008180         PERFORM 2270-COMPLETE-CHECKPOINT THRU 2270-EXIT
008190     END-IF.
008200 2000-EXIT.
008210     EXIT.
008220
008230 2100-READ-TRAN.
008240     READ TRAN-FILE
008250         AT END
008260             SET WS-TRAN-EOF TO TRUE
008270     END-READ.
008280 2100-EXIT.
008290     EXIT.
008300
008310*    THE SKIPPED RECORDS ARE RE-READ ANYWAY, SO THE TALLIES RUN
008320*    HERE TOO AND A RESUMED RUN'S DOLLAR TOTALS COME OUT EXACT.
008330 2150-SKIP-RESUMED-RECORD.
008340     ADD 1 TO WS-CNT.
008350     PERFORM 2300-TALLY-AMOUNTS THRU 2300-EXIT.
008360     PERFORM 2400-TALLY-TYPE THRU 2400-EXIT.
008370     PERFORM 2420-TALLY-SOURCE THRU 2420-EXIT.
008380     IF WS-ACCT-CHECKED
008390         PERFORM 2450-CHECK-ACCOUNT THRU 2450-EXIT
008400     END-IF.
008410     PERFORM 2100-READ-TRAN THRU 2100-EXIT.
008420 2150-EXIT.
008430     EXIT.
008440
008450 2200-COUNT-LOOP.
008460     ADD 1 TO WS-CNT.
008470     PERFORM 2300-TALLY-AMOUNTS THRU 2300-EXIT.
008480     PERFORM 2400-TALLY-TYPE THRU 2400-EXIT.
008490     PERFORM 2420-TALLY-SOURCE THRU 2420-EXIT.
008500     IF WS-ACCT-CHECKED
008510         PERFORM 2450-CHECK-ACCOUNT THRU 2450-EXIT
008520     END-IF.
008530     DIVIDE WS-CNT BY WS-CFG-CKPT-INTERVAL
008540         GIVING WS-CKPT-QUOT
008550         REMAINDER WS-CKPT-REM.
008560     IF WS-CKPT-REM = ZERO
008570         PERFORM 2260-WRITE-CHECKPOINT THRU 2260-EXIT
008580     END-IF.
008590     PERFORM 2100-READ-TRAN THRU 2100-EXIT.
008600 2200-EXIT.
008610     EXIT.
008620
008630*    NOTE - THE CHECKPOINT REWRITE IS SERIALIZED UNDER THE
008640*    HWLCKFIL LOCK.
008650 2260-WRITE-CHECKPOINT.
008660     PERFORM 9200-ACQUIRE-LOCK THRU 9200-EXIT.
008670     MOVE SPACES TO CHK-RECORD.
008680     SET CHK-INCOMPLETE TO TRUE.
008690     MOVE WS-CNT TO CHK-LAST-COUNT.
008700     MOVE WS-BUS-DATE TO CHK-BUS-DATE.
008710     ACCEPT CHK-RUN-DATE FROM DATE YYYYMMDD.
008720     ACCEPT CHK-RUN-TIME FROM TIME.
008730     OPEN OUTPUT CHK-FILE.
008740     IF WS-CHK-FILE-STATUS NOT = '00'
008750         DISPLAY 'HELLO-WORLD: CHK-FILE OPEN FAILED, STATUS='
008760             WS-CHK-FILE-STATUS UPON SYSERR
008770     END-IF.
008780     WRITE CHK-RECORD.
008790     IF WS-CHK-FILE-STATUS NOT = '00'
008800         DISPLAY 'HELLO-WORLD: CHK-FILE WRITE FAILED, STATUS='
008810             WS-CHK-FILE-STATUS UPON SYSERR
008820     END-IF.
008830     CLOSE CHK-FILE.
008840     PERFORM 9220-RELEASE-LOCK THRU 9220-EXIT.
008850 2260-EXIT.
008860     EXIT.
008870
008880 2270-COMPLETE-CHECKPOINT.
008890     PERFORM 9200-ACQUIRE-LOCK THRU 9200-EXIT.
008900     MOVE SPACES TO CHK-RECORD.
008910     SET CHK-COMPLETE TO TRUE.
008920     MOVE WS-CNT TO CHK-LAST-COUNT.
008930     MOVE WS-BUS-DATE TO CHK-BUS-DATE.
008940     ACCEPT CHK-RUN-DATE FROM DATE YYYYMMDD.
008950     ACCEPT CHK-RUN-TIME FROM TIME.
008960     OPEN OUTPUT CHK-FILE.
008970     IF WS-CHK-FILE-STATUS NOT = '00'
008980         DISPLAY 'HELLO-WORLD: CHK-FILE OPEN FAILED, STATUS='
008990             WS-CHK-FILE-STATUS UPON SYSERR
009000     END-IF.
009010     WRITE CHK-RECORD.
009020     IF WS-CHK-FILE-STATUS NOT = '00'
009030         DISPLAY 'HELLO-WORLD: CHK-FILE WRITE FAILED, STATUS='
009040             WS-CHK-FILE-STATUS UPON SYSERR
009050     END-IF.
009060     CLOSE CHK-FILE.
009070     PERFORM 9220-RELEASE-LOCK THRU 9220-EXIT.
009080 2270-EXIT.
009090     EXIT.
009100
009110******************************************************************
009120*    4000-RENDER-OUTPUT  --  DISPATCH TO THE HTML PAGE OR THE
009130*                            JSON HEALTH PAYLOAD, PER WS-CFG-
009140*                            OUTPUT-MODE.
009150******************************************************************
009160 4000-RENDER-OUTPUT.
009170     IF WS-CFG-MODE-IS-JSON
009180         PERFORM 4200-RENDER-JSON THRU 4200-EXIT
009190     ELSE
009200         PERFORM 4100-RENDER-HTML THRU 4100-EXIT
009210     END-IF.
009220 4000-EXIT.
009230     EXIT.
009240
009250******************************************************************
009260*    4100-RENDER-HTML  --  DISPLAY THE CGI HEADERS AND THE HTML
009270*                          PAGE.
009280******************************************************************
009290 4100-RENDER-HTML.
009300     PERFORM 4110-BUILD-ASSET-URLS THRU 4110-EXIT.
009310     MOVE WS-CFG-REFRESH-SECS TO WS-REFRESH-EDIT.
009320     MOVE 1 TO WS-REFRESH-POS.
009330     MOVE 3 TO WS-REFRESH-LEN.
009340     PERFORM 4131-TRIM-REFRESH-FIELD THRU 4131-EXIT
009350         UNTIL WS-REFRESH-LEN = 0
009360             OR WS-REFRESH-EDIT(WS-REFRESH-POS:1) NOT = SPACE.
009370     MOVE WS-CNT TO WS-CNT-EDIT.
009380     DISPLAY 'Status: 200 OK'.
009390     DISPLAY 'Content-Type: text/html'.
009400     DISPLAY WS-CGI-BLANK-LINE WITH NO ADVANCING.
009410     DISPLAY '<html>'.
009420     DISPLAY '<head>'.
009430     DISPLAY '<meta http-equiv="refresh" content="'
009440         WS-REFRESH-EDIT(WS-REFRESH-POS:WS-REFRESH-LEN) '">'.
009450     DISPLAY '<title>COBOL On OpenShift</title>'.
009460     DISPLAY '</head>'.
009470     DISPLAY '<body>'.
009480     DISPLAY '<img src="' WS-IMG-SRC-1(1:WS-IMG-LEN-1)
009490         '" width="200" height="200">'.
009500     DISPLAY '<img src="' WS-IMG-SRC-2(1:WS-IMG-LEN-2)
009510         '" width="200" height="200"><p>'.
009520     DISPLAY '<h1>COBOL running on OpenShift</h1>'.
009530     DISPLAY '<p><small>Environment: ' WS-CFG-ENV-NAME
009540         ' &nbsp; Build: ' WS-CFG-BUILD-VER
009550         '</small></p>'.
009560     IF WS-RERUN
009570         DISPLAY '<p><b>Business date: ' WS-BUS-DATE
009580             ' (RERUN)</b></p>'
009590     ELSE
009600         DISPLAY '<p>Business date: ' WS-BUS-DATE '</p>'
009610     END-IF.
009620     IF WS-DAY-STATUS = 'CLOSED'
009630         DISPLAY '<p>Day status: <font color="green"><b>CLOSED'
009640             '</b></font></p>'
009650     ELSE
009660         DISPLAY '<p>Day status: <b>' WS-DAY-STATUS '</b></p>'
009670     END-IF.
009680     DISPLAY 'A simple for-loop generated with COBOL:<p>'.
009690     DISPLAY 'COUNTING WITH COBOL! : ' WS-CNT-EDIT ' <p>'.
009700     PERFORM 4140-RENDER-VOLUME THRU 4140-EXIT.
009710     PERFORM 4170-RENDER-RECON THRU 4170-EXIT.
009720     PERFORM 4175-RENDER-SOURCE-FEEDS THRU 4175-EXIT.
009730     PERFORM 4180-RENDER-TREND THRU 4180-EXIT.
009740     PERFORM 4190-RENDER-ACCT-EXCEPTIONS THRU 4190-EXIT.
009750     PERFORM 4195-RENDER-MONITORING THRU 4195-EXIT.
009760     PERFORM 4150-RENDER-JOB-BOARD THRU 4150-EXIT.
009770     DISPLAY '<b>This content brought to you by:</b><p>'.
009780     DISPLAY '<i>COBOL(TM)- The code so good it will'
009790         ' outlive you.</i>'.
009800     DISPLAY '<br><br><br><br><br><br><br><br><br><br><br><br>'.
009810 4100-EXIT.
009820     EXIT.
009830
009840******************************************************************
009850*    4110-BUILD-ASSET-URLS  --  RESOLVE THE IMAGE FILENAMES
009860*                               AGAINST THE CONFIGURED ASSET
009870*                               BASE URL (SEE
009880*                               DEPLOY/OPENSHIFT-ASSETS.YAML).
009890******************************************************************
009900 4110-BUILD-ASSET-URLS.
009910     MOVE 1 TO WS-IMG-PTR.
009920     STRING WS-CFG-ASSET-BASE DELIMITED BY SPACE
009930         'gnu-cobol.jpg' DELIMITED BY SIZE
009940         INTO WS-IMG-SRC-1
009950         WITH POINTER WS-IMG-PTR
009960     END-STRING.
009970     COMPUTE WS-IMG-LEN-1 = WS-IMG-PTR - 1.
009980     MOVE 1 TO WS-IMG-PTR.
009990     STRING WS-CFG-ASSET-BASE DELIMITED BY SPACE
010000         'openshift.png' DELIMITED BY SIZE
010010         INTO WS-IMG-SRC-2
010020         WITH POINTER WS-IMG-PTR
010030     END-STRING.
010040     COMPUTE WS-IMG-LEN-2 = WS-IMG-PTR - 1.
010050 4110-EXIT.
010060     EXIT.
010070
010080******************************************************************
010090*    4131-TRIM-REFRESH-FIELD  --  STRIP THE LEADING SPACES ZZ9
010100*                                 EDITING LEAVES ON THE REFRESH
010110*                                 INTERVAL BEFORE IT GOES INSIDE
010120*                                 A QUOTED HTML ATTRIBUTE.
010130******************************************************************
010140 4131-TRIM-REFRESH-FIELD.
010150     ADD 1 TO WS-REFRESH-POS.
010160     SUBTRACT 1 FROM WS-REFRESH-LEN.
010170 4131-EXIT.
010180     EXIT.
010190
010200******************************************************************
010210*    4132-TRIM-CNT-FIELD  --  STRIP THE LEADING SPACES Z(6)9
010220*                             EDITING LEAVES ON THE HIT COUNT
010230*                             BEFORE IT GOES INTO A JSON NUMBER
010240*                             TOKEN.
010250******************************************************************
010260 4132-TRIM-CNT-FIELD.
010270     ADD 1 TO WS-CNT-POS.
010280     SUBTRACT 1 FROM WS-CNT-LEN.
010290 4132-EXIT.
010300     EXIT.
010310
010320******************************************************************
010330*    4150-RENDER-JOB-BOARD  --  LIVE STATUS OF THE SHOP'S BATCH
010340*                               JOBS FROM THE SHARED HWJOBFIL
010350*                               FILE, SO THIS PAGE SHOWS WHETHER
010360*                               PAYROLL ACTUALLY FINISHED
010370*                               INSTEAD OF THREE DEAD LINKS.
010380******************************************************************
010390 4150-RENDER-JOB-BOARD.
010400     DISPLAY '<b>Production Job Status:</b>'.
010410     IF WS-JOB-COUNT = ZERO
010420         DISPLAY '<p>No job status available.</p>'
010430         GO TO 4150-EXIT
010440     END-IF.
010450     DISPLAY '<ul>'.
010460     PERFORM 4155-RENDER-JOB-ROW THRU 4155-EXIT
010470         VARYING WS-JOB-IDX FROM 1 BY 1
010480         UNTIL WS-JOB-IDX > WS-JOB-COUNT.
010490     DISPLAY '</ul>'.
010500 4150-EXIT.
010510     EXIT.
010520
010530 4155-RENDER-JOB-ROW.
010540     MOVE WS-JOB-MINS(WS-JOB-IDX) TO WS-DIFF-EDIT.
010550     EVALUATE WS-JOB-JSTAT(WS-JOB-IDX)
010560         WHEN 'COMPLETE'
010570             DISPLAY '<li>' WS-JOB-JNAME(WS-JOB-IDX)
010580                 ' <font color="green">COMPLETE</font>'
010590                 WITH NO ADVANCING
010600         WHEN 'FAILED'
010610             DISPLAY '<li>' WS-JOB-JNAME(WS-JOB-IDX)
010620                 ' <font color="red">FAILED</font>'
010630                 WITH NO ADVANCING
010640         WHEN 'RUNNING'
010650             DISPLAY '<li>' WS-JOB-JNAME(WS-JOB-IDX)
010660                 ' <font color="orange">RUNNING</font>'
010670                 WITH NO ADVANCING
010680         WHEN 'LATE'
010690             DISPLAY '<li>' WS-JOB-JNAME(WS-JOB-IDX)
010700                 ' <font color="orange">LATE</font>'
010710                 WITH NO ADVANCING
010720         WHEN 'OVERDUE'
010730             DISPLAY '<li>' WS-JOB-JNAME(WS-JOB-IDX)
010740                 ' <font color="red">OVERDUE</font>'
010750                 WITH NO ADVANCING
010760         WHEN 'MISSED'
010770             DISPLAY '<li>' WS-JOB-JNAME(WS-JOB-IDX)
010780                 ' <font color="red">MISSED</font>'
010790                 WITH NO ADVANCING
010800         WHEN OTHER
010810             DISPLAY '<li>' WS-JOB-JNAME(WS-JOB-IDX)
010820                 ' ' WS-JOB-JSTAT(WS-JOB-IDX)
010830                 WITH NO ADVANCING
010840     END-EVALUATE.
010850     MOVE WS-JOB-JRC(WS-JOB-IDX) TO WS-RC-EDIT.
010860     DISPLAY ' - business date '
010870         WS-JOB-BDATE(WS-JOB-IDX)
010880         ', last run ' WS-JOB-LDATE(WS-JOB-IDX)
010890         ' ' WS-JOB-LTIME(WS-JOB-IDX)(1:6)
010900         ', ' WS-DIFF-EDIT ' min ago, rc '
010910         WS-RC-EDIT '</li>'.
010920 4155-EXIT.
010930     EXIT.
010940
010950******************************************************************
010960*    4120-TRIM-BANNER-FIELDS  --  STRIP THE TRAILING SPACES OFF
010970*                                 THE ENVIRONMENT/BUILD FIELDS
010980*                                 BEFORE THEY GO INSIDE JSON
010990*                                 QUOTES. A MULTI-WORD VALUE
011000*                                 (E.G. "US EAST") MUST SURVIVE
011010*                                 INTACT, SO THIS SCANS FROM THE
011020*                                 RIGHT FOR TRAILING SPACES
011030*                                 INSTEAD OF STRING/DELIMITED BY
011040*                                 SPACE, WHICH WOULD TRUNCATE AT
011050*                                 THE FIRST EMBEDDED SPACE.
011060******************************************************************
011070 4120-TRIM-BANNER-FIELDS.
011080     MOVE 10 TO WS-ENV-NAME-LEN.
011090     PERFORM 4121-TRIM-ENV-NAME THRU 4121-EXIT
011100         UNTIL WS-ENV-NAME-LEN = 0
011110             OR WS-CFG-ENV-NAME(WS-ENV-NAME-LEN:1) NOT = SPACE.
011120     MOVE 10 TO WS-BUILD-VER-LEN.
011130     PERFORM 4122-TRIM-BUILD-VER THRU 4122-EXIT
011140         UNTIL WS-BUILD-VER-LEN = 0
011150             OR WS-CFG-BUILD-VER(WS-BUILD-VER-LEN:1) NOT = SPACE.
011160 4120-EXIT.
011170     EXIT.
011180
011190******************************************************************
011200*    4121-TRIM-ENV-NAME  --  SHRINK WS-ENV-NAME-LEN PAST ONE
011210*                            TRAILING SPACE ON WS-CFG-ENV-NAME.
011220******************************************************************
011230 4121-TRIM-ENV-NAME.
011240     SUBTRACT 1 FROM WS-ENV-NAME-LEN.
011250 4121-EXIT.
011260     EXIT.
011270
011280******************************************************************
011290*    4122-TRIM-BUILD-VER  --  SHRINK WS-BUILD-VER-LEN PAST ONE
011300*                             TRAILING SPACE ON WS-CFG-BUILD-VER.
011310******************************************************************
011320 4122-TRIM-BUILD-VER.
011330     SUBTRACT 1 FROM WS-BUILD-VER-LEN.
011340 4122-EXIT.
011350     EXIT.
011360
011370******************************************************************
011380*    4200-RENDER-JSON  --  EMIT A HEALTH PAYLOAD OPENSHIFT
011390*                          LIVENESS/READINESS CHECKS CAN PARSE.
011400******************************************************************
011410 4200-RENDER-JSON.
011420     DISPLAY 'Status: 200 OK'.
011430     DISPLAY 'Content-Type: application/json'.
011440     DISPLAY WS-CGI-BLANK-LINE WITH NO ADVANCING.
011450     PERFORM 4120-TRIM-BANNER-FIELDS THRU 4120-EXIT.
011460     MOVE WS-CNT TO WS-CNT-EDIT.
011470     MOVE 1 TO WS-CNT-POS.
011480     MOVE 7 TO WS-CNT-LEN.
011490     PERFORM 4132-TRIM-CNT-FIELD THRU 4132-EXIT
011500         UNTIL WS-CNT-LEN = 0
011510             OR WS-CNT-EDIT(WS-CNT-POS:1) NOT = SPACE.
011520     DISPLAY '{'.
011530     DISPLAY '  "finalCount": '
011540         WS-CNT-EDIT(WS-CNT-POS:WS-CNT-LEN) ','.
011550     PERFORM 4270-RENDER-JSON-VOLUME THRU 4270-EXIT.
011560     PERFORM 4290-RENDER-JSON-RECON THRU 4290-EXIT.
011570     PERFORM 4295-RENDER-JSON-SOURCES THRU 4295-EXIT.
011580     PERFORM 4300-RENDER-JSON-TREND THRU 4300-EXIT.
011590     PERFORM 4320-RENDER-JSON-ACCT THRU 4320-EXIT.
011600     PERFORM 4330-RENDER-JSON-JOBS THRU 4330-EXIT.
011610     DISPLAY '  "businessDate": "' WS-BUS-DATE '",'.
011620     IF WS-DAY-STATUS = 'CLOSED'
011630         DISPLAY '  "dayStatus": "CLOSED",'
011640     ELSE
011650         DISPLAY '  "dayStatus": "OPEN",'
011660     END-IF.
011670     IF WS-RERUN
011680         DISPLAY '  "rerun": true,'
011690     ELSE
011700         DISPLAY '  "rerun": false,'
011710     END-IF.
011720     IF WS-COMPLETE
011730         DISPLAY '  "completed": true,'
011740     ELSE
011750         DISPLAY '  "completed": false,'
011760     END-IF.
011770     DISPLAY '  "environment": "'
011780         WS-CFG-ENV-NAME(1:WS-ENV-NAME-LEN) '",'.
011790     DISPLAY '  "buildVersion": "'
011800         WS-CFG-BUILD-VER(1:WS-BUILD-VER-LEN) '"'.
011810     DISPLAY '}'.
011820 4200-EXIT.
011830     EXIT.
011840
011850******************************************************************
011860*    3000-FINALIZE  --  ONE CRITICAL SECTION UNDER THE HWLCKFIL
011870*                       LOCK - READ AND BUMP THE HIT COUNTER,
011880*                       REWRITE IT, AND APPEND THE AUDIT RECORD
011890*                       - SO OVERLAPPING CGI INVOCATIONS EACH
011900*                       LAND EXACTLY ONCE IN BOTH FILES.
011910******************************************************************
011920 3000-FINALIZE.
011930     PERFORM 9200-ACQUIRE-LOCK THRU 9200-EXIT.
011940     PERFORM 1100-LOAD-HIT-COUNTER THRU 1100-EXIT.
011950     PERFORM 3100-PERSIST-HIT-COUNTER THRU 3100-EXIT.
011960     PERFORM 3200-WRITE-AUDIT-RECORD THRU 3200-EXIT.
011970     PERFORM 9220-RELEASE-LOCK THRU 9220-EXIT.
011980 3000-EXIT.
011990     EXIT.
012000
012010*    NOTE - CALLED ONLY FROM THE 3000-FINALIZE CRITICAL
012020*    SECTION, UNDER THE HWLCKFIL LOCK.
012030 3100-PERSIST-HIT-COUNTER.
012040     MOVE SPACES TO CTR-RECORD.
012050     MOVE WS-HIT-COUNT TO CTR-HIT-COUNT.
012060     ACCEPT CTR-LAST-UPDT-DATE FROM DATE YYYYMMDD.
012070     ACCEPT CTR-LAST-UPDT-TIME FROM TIME.
012080     OPEN OUTPUT HIT-CTR-FILE.
012090     IF WS-CTR-FILE-STATUS NOT = '00'
012100         DISPLAY 'HELLO-WORLD: HIT-CTR-FILE OPEN FAILED, STATUS='
012110             WS-CTR-FILE-STATUS UPON SYSERR
012120     END-IF.
012130     WRITE CTR-RECORD.
012140     IF WS-CTR-FILE-STATUS NOT = '00'
012150         DISPLAY 'HELLO-WORLD: HIT-CTR-FILE WRITE FAILED, STATUS='
012160             WS-CTR-FILE-STATUS UPON SYSERR
012170     END-IF.
012180     CLOSE HIT-CTR-FILE.
012190 3100-EXIT.
012200     EXIT.
012210
012220******************************************************************
012230*    3200-WRITE-AUDIT-RECORD  --  APPEND ONE AUDIT RECORD PER
012240*                                 RUN FOR COMPLIANCE REPORTING.
012250*                                 CALLED ONLY FROM THE
012260*                                 3000-FINALIZE CRITICAL
012270*                                 SECTION, UNDER THE HWLCKFIL
012280*                                 LOCK.
012290******************************************************************
012300 3200-WRITE-AUDIT-RECORD.
012310     MOVE SPACES TO AUD-RECORD.
012320     ACCEPT AUD-RUN-DATE FROM DATE YYYYMMDD.
012330     ACCEPT AUD-RUN-TIME FROM TIME.
012340     MOVE WS-CNT TO AUD-FINAL-COUNT.
012350     MOVE WS-HIT-COUNT TO AUD-HIT-COUNT.
012360     MOVE WS-RECON-STATUS TO AUD-RECON-STATUS.
012370     MOVE WS-BUS-DATE TO AUD-BUS-DATE.
012380     IF NOT WS-TRAN-OPEN-OK AND NOT WS-SNAPSHOT-OK
012390         MOVE 'NOEXTRCT' TO AUD-STATUS
012400     ELSE
012410         IF WS-COMPLETE
012420             MOVE 'COMPLETE' TO AUD-STATUS
012430         ELSE
012440             MOVE 'PARTIAL' TO AUD-STATUS
012450         END-IF
012460     END-IF.
012470     OPEN INPUT AUDIT-FILE.
012480     IF WS-AUD-FILE-STATUS = '00'
012490         CLOSE AUDIT-FILE
012500         OPEN EXTEND AUDIT-FILE
012510     ELSE
012520         OPEN OUTPUT AUDIT-FILE
012530     END-IF.
012540     WRITE AUD-RECORD.
012550     IF WS-AUD-FILE-STATUS NOT = '00'
012560         DISPLAY 'HELLO-WORLD: AUDIT-FILE OPEN/WRITE FAILED,'
012570             ' STATUS=' WS-AUD-FILE-STATUS UPON SYSERR
012580     END-IF.
012590     CLOSE AUDIT-FILE.
012600 3200-EXIT.
012610     EXIT.
012620
012630******************************************************************
012640*    1400-LOAD-SNAPSHOT  --  READ THE DAILY VOLUME SUMMARY
012650*                            SNAPSHOT WRITTEN BY HWSUMMAR. A
012660*                            SNAPSHOT FOR TODAY'S BUSINESS DATE
012670*                            MARKED COMPLETE SERVES THE COUNT IN
012680*                            ONE SMALL READ; OTHERWISE THE FULL
012690*                            TRANFILE COUNTING LOOP RUNS AS A
012700*                            FALLBACK.
012710******************************************************************
012720 1400-LOAD-SNAPSHOT.
012730     OPEN INPUT SUM-FILE.
012740     IF WS-SUM-FILE-STATUS = '00'
012750         READ SUM-FILE
012760             AT END
012770                 CONTINUE
012780             NOT AT END
012790                 IF SUM-BUSINESS-DATE = WS-BUS-DATE
012800                     AND SUM-COMPLETE
012810                     SET WS-SNAPSHOT-OK TO TRUE
012820                     MOVE SUM-TRAN-COUNT TO WS-CNT
012830                     MOVE SUM-DEBIT-AMT TO WS-DEBIT-AMT
012840                     MOVE SUM-CREDIT-AMT TO WS-CREDIT-AMT
012850                     MOVE SUM-NET-AMT TO WS-NET-AMT
012860                     MOVE SUM-TYPE-COUNT TO WS-TYPE-COUNT
012870                     PERFORM 1410-LOAD-TYPE-ENTRY THRU 1410-EXIT
012880                         VARYING WS-TYPE-IDX FROM 1 BY 1
012890                         UNTIL WS-TYPE-IDX > WS-TYPE-COUNT
012900                     MOVE SUM-SRC-COUNT TO WS-SRC-COUNT
012910                     PERFORM 1420-LOAD-SOURCE-ENTRY THRU 1420-EXIT
012920                         VARYING WS-SRC-IDX FROM 1 BY 1
012930                         UNTIL WS-SRC-IDX > WS-SRC-COUNT
012940                     MOVE SUM-ACCT-CHECKED-SW
012950                         TO WS-ACCT-CHECKED-SW
012960                     MOVE SUM-UNKNOWN-ACCT-CNT
012970                         TO WS-UNKNOWN-ACCT-CNT
012980                     MOVE SUM-CLOSED-ACCT-CNT
012990                         TO WS-CLOSED-ACCT-CNT
013000                     MOVE SUM-FROZEN-ACCT-CNT
013010                         TO WS-FROZEN-ACCT-CNT
013020                     MOVE SUM-DORMANT-ACCT-CNT
013030                         TO WS-DORMANT-ACCT-CNT
013040                     MOVE SUM-MON-CHECKED-SW
013050                         TO WS-MON-CHECKED-SW
013060                     MOVE SUM-LARGE-CNT TO WS-LARGE-CNT
013070                     MOVE SUM-VELOCITY-CNT TO WS-VELOCITY-CNT
013080                     SET WS-COMPLETE TO TRUE
013090                 END-IF
013100         END-READ
013110         CLOSE SUM-FILE
013120     END-IF.
013130 1400-EXIT.
013140     EXIT.
013150
013160 1410-LOAD-TYPE-ENTRY.
013170     MOVE SUM-TYPE-CODE(WS-TYPE-IDX)
013180         TO WS-TYPE-CODE(WS-TYPE-IDX).
013190     MOVE SUM-TYPE-CNT(WS-TYPE-IDX)
013200         TO WS-TYPE-CNT(WS-TYPE-IDX).
013210     MOVE SUM-TYPE-AMT(WS-TYPE-IDX)
013220         TO WS-TYPE-AMT(WS-TYPE-IDX).
013230     MOVE SUM-TYPE-DESC(WS-TYPE-IDX)
013240         TO WS-TYPE-DESC(WS-TYPE-IDX).
013250 1410-EXIT.
013260     EXIT.
013270
013280 1420-LOAD-SOURCE-ENTRY.
013290     MOVE WS-SRC-IDX TO WS-SRC-USE.
013300     MOVE SUM-SRC-ID(WS-SRC-IDX) TO WS-SRC-ID(WS-SRC-USE).
013310     PERFORM 2440-CLEAR-SOURCE-SLOT THRU 2440-EXIT.
013320     MOVE SUM-SRC-CNT(WS-SRC-IDX) TO WS-SRC-CNT(WS-SRC-IDX).
013330     MOVE SUM-SRC-NET-AMT(WS-SRC-IDX)
013340         TO WS-SRC-NET-AMT(WS-SRC-IDX).
013350 1420-EXIT.
013360     EXIT.
013370
013380******************************************************************
013390*    1450-LOAD-DAY-STATUS  --  FETCH THE BUSINESS DATE'S STATUS
013400*                              FROM THE HWDAYFIL FILE HWCLOSE
013410*                              MAINTAINS. NO FILE OR NO RECORD
013420*                              MEANS THE DAY HAS NEVER BEEN
013430*                              CLOSED - IT SHOWS AS OPEN.
013440******************************************************************
013450 1450-LOAD-DAY-STATUS.
013460     MOVE 'OPEN' TO WS-DAY-STATUS.
013470     OPEN INPUT DAY-FILE.
013480     IF WS-DAY-FILE-STATUS NOT = '00'
013490         GO TO 1450-EXIT
013500     END-IF.
013510     MOVE WS-BUS-DATE TO DAY-BUSINESS-DATE.
013520     READ DAY-FILE.
013530     IF WS-DAY-FILE-STATUS = '00'
013540         MOVE DAY-STATUS TO WS-DAY-STATUS
013550     END-IF.
013560     CLOSE DAY-FILE.
013570 1450-EXIT.
013580     EXIT.
013590
013600******************************************************************
013610*    2300-TALLY-AMOUNTS  --  ROLL THE SIGNED TRAN-AMOUNT INTO
013620*                            THE DEBIT (POSITIVE) OR CREDIT
013630*                            (NEGATIVE) TOTAL AND THE NET,
013640*                            MIRRORING HWSUMMAR, FOR THE
013650*                            FALLBACK COUNTING PATH. A
013660*                            NON-NUMERIC AMOUNT IS SKIPPED.
013670******************************************************************
013680 2300-TALLY-AMOUNTS.
013690     IF TRAN-AMOUNT NUMERIC
013700         IF TRAN-AMOUNT < ZERO
013710             SUBTRACT TRAN-AMOUNT FROM WS-CREDIT-AMT
013720         ELSE
013730             ADD TRAN-AMOUNT TO WS-DEBIT-AMT
013740         END-IF
013750         ADD TRAN-AMOUNT TO WS-NET-AMT
013760     END-IF.
013770 2300-EXIT.
013780     EXIT.
013790
013800******************************************************************
013810*    2400-TALLY-TYPE  --  COUNT-AND-AMOUNT TALLY PER TRAN-TYPE,
013820*                         MIRRORING HWSUMMAR. SLOTS 1-9 HOLD
013830*                         NAMED CODES; SLOT 10 IS RESERVED FOR
013840*                         THE '**' (OTHER) BUCKET, SO A LATER
013850*                         DISTINCT CODE NEVER OVERWRITES A
013860*                         NAMED CODE'S TALLIES.
013870******************************************************************
013880 2400-TALLY-TYPE.
013890     MOVE 'N' TO WS-TYPE-FOUND-SW.
013900     PERFORM 2410-SCAN-TYPE-TABLE THRU 2410-EXIT
013910         VARYING WS-TYPE-IDX FROM 1 BY 1
013920         UNTIL WS-TYPE-IDX > WS-TYPE-COUNT
013930             OR WS-TYPE-FOUND.
013940     IF NOT WS-TYPE-FOUND
013950         IF WS-TYPE-COUNT < 9
013960             ADD 1 TO WS-TYPE-COUNT
013970             MOVE WS-TYPE-COUNT TO WS-TYPE-USE
013980             MOVE TRAN-TYPE TO WS-TYPE-CODE(WS-TYPE-USE)
013990             MOVE ZERO TO WS-TYPE-CNT(WS-TYPE-USE)
014000             MOVE ZERO TO WS-TYPE-AMT(WS-TYPE-USE)
014010             PERFORM 2460-LOOKUP-TYPE-DESC THRU 2460-EXIT
014020         ELSE
014030             IF WS-TYPE-COUNT < 10
014040                 MOVE 10 TO WS-TYPE-COUNT
014050                 MOVE '**' TO WS-TYPE-CODE(10)
014060                 MOVE ZERO TO WS-TYPE-CNT(10)
014070                 MOVE ZERO TO WS-TYPE-AMT(10)
014080                 MOVE 'OTHER' TO WS-TYPE-DESC(10)
014090             END-IF
014100             MOVE 10 TO WS-TYPE-USE
014110         END-IF
014120     END-IF.
014130     ADD 1 TO WS-TYPE-CNT(WS-TYPE-USE).
014140     IF TRAN-AMOUNT NUMERIC
014150         ADD TRAN-AMOUNT TO WS-TYPE-AMT(WS-TYPE-USE)
014160     END-IF.
014170 2400-EXIT.
014180     EXIT.
014190
014200 2410-SCAN-TYPE-TABLE.
014210     IF WS-TYPE-CODE(WS-TYPE-IDX) = TRAN-TYPE
014220         SET WS-TYPE-FOUND TO TRUE
014230         MOVE WS-TYPE-IDX TO WS-TYPE-USE
014240     END-IF.
014250 2410-EXIT.
014260     EXIT.
014270
014280******************************************************************
014290*    2420-TALLY-SOURCE  --  COUNT-AND-NET TALLY PER SOURCE FEED,
014300*                           MIRRORING HWSUMMAR, FOR THE FALLBACK
014310*                           COUNTING PATH.
014320******************************************************************
014330 2420-TALLY-SOURCE.
014340     MOVE TRAN-SOURCE-ID TO WS-SRC-KEY.
014350     PERFORM 2430-FIND-SOURCE-SLOT THRU 2430-EXIT.
014360     ADD 1 TO WS-SRC-CNT(WS-SRC-USE).
014370     IF TRAN-AMOUNT NUMERIC
014380         ADD TRAN-AMOUNT TO WS-SRC-NET-AMT(WS-SRC-USE)
014390     END-IF.
014400 2420-EXIT.
014410     EXIT.
014420
014430******************************************************************
014440*    2430-FIND-SOURCE-SLOT  --  LOCATE WS-SRC-KEY IN THE SOURCE
014450*                               TABLE, OPENING A NEW SLOT FOR A
014460*                               FEED NOT YET SEEN. SLOTS 1-9 HOLD
014470*                               NAMED FEEDS; LATER ONES FOLD INTO
014480*                               THE '**' (OTHER) BUCKET IN SLOT 10.
014490******************************************************************
014500 2430-FIND-SOURCE-SLOT.
014510     MOVE 'N' TO WS-SRC-FOUND-SW.
014520     PERFORM 2435-SCAN-SOURCE-TABLE THRU 2435-EXIT
014530         VARYING WS-SRC-IDX FROM 1 BY 1
014540         UNTIL WS-SRC-IDX > WS-SRC-COUNT
014550             OR WS-SRC-FOUND.
014560     IF WS-SRC-FOUND
014570         GO TO 2430-EXIT
014580     END-IF.
014590     IF WS-SRC-COUNT < 9
014600         ADD 1 TO WS-SRC-COUNT
014610         MOVE WS-SRC-COUNT TO WS-SRC-USE
014620         MOVE WS-SRC-KEY TO WS-SRC-ID(WS-SRC-USE)
014630         PERFORM 2440-CLEAR-SOURCE-SLOT THRU 2440-EXIT
014640     ELSE
014650         IF WS-SRC-COUNT < 10
014660             MOVE 10 TO WS-SRC-COUNT
014670             MOVE 10 TO WS-SRC-USE
014680             MOVE '**' TO WS-SRC-ID(10)
014690             PERFORM 2440-CLEAR-SOURCE-SLOT THRU 2440-EXIT
014700         END-IF
014710         MOVE 10 TO WS-SRC-USE
014720     END-IF.
014730 2430-EXIT.
014740     EXIT.
014750
014760 2435-SCAN-SOURCE-TABLE.
014770     IF WS-SRC-ID(WS-SRC-IDX) = WS-SRC-KEY
014780         SET WS-SRC-FOUND TO TRUE
014790         MOVE WS-SRC-IDX TO WS-SRC-USE
014800     END-IF.
014810 2435-EXIT.
014820     EXIT.
014830
014840 2440-CLEAR-SOURCE-SLOT.
014850     MOVE ZERO TO WS-SRC-CNT(WS-SRC-USE).
014860     MOVE ZERO TO WS-SRC-NET-AMT(WS-SRC-USE).
014870     MOVE 'N' TO WS-SRC-CTL-SW(WS-SRC-USE).
014880     MOVE SPACE TO WS-SRC-FEED-STATUS(WS-SRC-USE).
014890     MOVE ZERO TO WS-SRC-EXP-COUNT(WS-SRC-USE).
014900     MOVE ZERO TO WS-SRC-EXP-AMT(WS-SRC-USE).
014910     MOVE 'NOCTL' TO WS-SRC-RECON(WS-SRC-USE).
014920 2440-EXIT.
014930     EXIT.
014940
014950******************************************************************
014960*    2460-LOOKUP-TYPE-DESC  --  FETCH THE DESCRIPTION FOR A
014970*                               NEWLY TALLIED TYPE CODE FROM THE
014980*                               REFERENCE FILE, MIRRORING
014990*                               HWSUMMAR. NO FILE LEAVES IT
015000*                               BLANK.
015010******************************************************************
015020 2460-LOOKUP-TYPE-DESC.
015030     MOVE SPACES TO WS-TYPE-DESC(WS-TYPE-USE).
015040     IF NOT WS-TYP-CHECKED
015050         GO TO 2460-EXIT
015060     END-IF.
015070     MOVE TRAN-TYPE TO TYP-CODE.
015080     READ TYPE-FILE.
015090     IF WS-TYP-FILE-STATUS = '00'
015100         MOVE TYP-DESC TO WS-TYPE-DESC(WS-TYPE-USE)
015110     ELSE
015120         MOVE 'NOT ON TYPE FILE' TO WS-TYPE-DESC(WS-TYPE-USE)
015130     END-IF.
015140 2460-EXIT.
015150     EXIT.
015160
015170******************************************************************
015180*    4140-RENDER-VOLUME  --  DOLLAR TOTALS AND THE PER-TYPE
015190*                            BREAKDOWN ON THE HTML PAGE, SO THE
015200*                            MORNING PULSE SHOWS WHAT KIND OF
015210*                            DAY IT IS, NOT JUST HOW BIG.
015220******************************************************************
015230 4140-RENDER-VOLUME.
015240     DISPLAY '<b>Dollar volume:</b>'.
015250     DISPLAY '<ul>'.
015260     MOVE WS-DEBIT-AMT TO WS-MONEY-EDIT.
015270     PERFORM 4600-FMT-MONEY-HTML THRU 4600-EXIT.
015280     DISPLAY '<li>Total debits: $'
015290         WS-MONEY-EDIT(WS-MONEY-POS:WS-MONEY-LEN) '</li>'.
015300     MOVE WS-CREDIT-AMT TO WS-MONEY-EDIT.
015310     PERFORM 4600-FMT-MONEY-HTML THRU 4600-EXIT.
015320     DISPLAY '<li>Total credits: $'
015330         WS-MONEY-EDIT(WS-MONEY-POS:WS-MONEY-LEN) '</li>'.
015340     MOVE WS-NET-AMT TO WS-MONEY-EDIT.
015350     PERFORM 4600-FMT-MONEY-HTML THRU 4600-EXIT.
015360     DISPLAY '<li>Net amount: $'
015370         WS-MONEY-EDIT(WS-MONEY-POS:WS-MONEY-LEN) '</li>'.
015380     DISPLAY '</ul>'.
015390     DISPLAY '<b>By transaction type:</b>'.
015400     DISPLAY '<ul>'.
015410     PERFORM 4145-RENDER-TYPE-LINE THRU 4145-EXIT
015420         VARYING WS-TYPE-IDX FROM 1 BY 1
015430         UNTIL WS-TYPE-IDX > WS-TYPE-COUNT.
015440     IF WS-TYPE-COUNT = ZERO
015450         DISPLAY '<li>(none)</li>'
015460     END-IF.
015470     DISPLAY '</ul>'.
015480 4140-EXIT.
015490     EXIT.
015500
015510 4145-RENDER-TYPE-LINE.
015520     MOVE WS-TYPE-CNT(WS-TYPE-IDX) TO WS-CNT-EDIT.
015530     MOVE 1 TO WS-CNT-POS.
015540     MOVE 7 TO WS-CNT-LEN.
015550     PERFORM 4132-TRIM-CNT-FIELD THRU 4132-EXIT
015560         UNTIL WS-CNT-LEN = 0
015570             OR WS-CNT-EDIT(WS-CNT-POS:1) NOT = SPACE.
015580     MOVE WS-TYPE-AMT(WS-TYPE-IDX) TO WS-MONEY-EDIT.
015590     PERFORM 4600-FMT-MONEY-HTML THRU 4600-EXIT.
015600     PERFORM 4146-TRIM-TYPE-DESC THRU 4146-EXIT.
015610     IF WS-TYPE-DESC-LEN = 0
015620         DISPLAY '<li>Type ' WS-TYPE-CODE(WS-TYPE-IDX) ': '
015630             WS-CNT-EDIT(WS-CNT-POS:WS-CNT-LEN) ' for $'
015640             WS-MONEY-EDIT(WS-MONEY-POS:WS-MONEY-LEN) '</li>'
015650     ELSE
015660         DISPLAY '<li>Type ' WS-TYPE-CODE(WS-TYPE-IDX) ' - '
015670             WS-TYPE-DESC(WS-TYPE-IDX)(1:WS-TYPE-DESC-LEN)
015680             ': ' WS-CNT-EDIT(WS-CNT-POS:WS-CNT-LEN) ' for $'
015690             WS-MONEY-EDIT(WS-MONEY-POS:WS-MONEY-LEN) '</li>'
015700     END-IF.
015710 4145-EXIT.
015720     EXIT.
015730
015740******************************************************************
015750*    4146-TRIM-TYPE-DESC  --  MEASURE THE CURRENT TYPE SLOT'S
015760*                             DESCRIPTION PAST ITS TRAILING
015770*                             SPACES, SCANNING FROM THE RIGHT SO
015780*                             A MULTI-WORD NAME SURVIVES INTACT.
015790*                             LENGTH ZERO MEANS NO DESCRIPTION.
015800******************************************************************
015810 4146-TRIM-TYPE-DESC.
015820     MOVE 30 TO WS-TYPE-DESC-LEN.
015830     PERFORM 4147-TRIM-DESC-CHAR THRU 4147-EXIT
015840         UNTIL WS-TYPE-DESC-LEN = 0
015850             OR WS-TYPE-DESC(WS-TYPE-IDX)
015860                 (WS-TYPE-DESC-LEN:1) NOT = SPACE.
015870 4146-EXIT.
015880     EXIT.
015890
015900 4147-TRIM-DESC-CHAR.
015910     SUBTRACT 1 FROM WS-TYPE-DESC-LEN.
015920 4147-EXIT.
015930     EXIT.
015940
015950******************************************************************
015960*    4270-RENDER-JSON-VOLUME  --  DOLLAR TOTALS AND THE PER-TYPE
015970*                                 BREAKDOWN IN THE JSON PAYLOAD.
015980*                                 FINANCE MONITORING ALARMS ON A
015990*                                 NEGATIVE netAmount, SO THE NET
016000*                                 IS A BARE JSON NUMBER TOKEN.
016010******************************************************************
016020 4270-RENDER-JSON-VOLUME.
016030     MOVE WS-DEBIT-AMT TO WS-MONEY-JSON-EDIT.
016040     PERFORM 4650-FMT-MONEY-JSON THRU 4650-EXIT.
016050     DISPLAY '  "totalDebits": '
016060         WS-MONEY-JSON-EDIT(WS-MONEY-POS:WS-MONEY-LEN) ','.
016070     MOVE WS-CREDIT-AMT TO WS-MONEY-JSON-EDIT.
016080     PERFORM 4650-FMT-MONEY-JSON THRU 4650-EXIT.
016090     DISPLAY '  "totalCredits": '
016100         WS-MONEY-JSON-EDIT(WS-MONEY-POS:WS-MONEY-LEN) ','.
016110     MOVE WS-NET-AMT TO WS-MONEY-JSON-EDIT.
016120     PERFORM 4650-FMT-MONEY-JSON THRU 4650-EXIT.
016130     DISPLAY '  "netAmount": '
016140         WS-MONEY-JSON-EDIT(WS-MONEY-POS:WS-MONEY-LEN) ','.
016150     DISPLAY '  "typeBreakdown": ['.
016160     PERFORM 4280-RENDER-JSON-TYPE THRU 4280-EXIT
016170         VARYING WS-TYPE-IDX FROM 1 BY 1
016180         UNTIL WS-TYPE-IDX > WS-TYPE-COUNT.
016190     DISPLAY '  ],'.
016200 4270-EXIT.
016210     EXIT.
016220
016230 4280-RENDER-JSON-TYPE.
016240     MOVE WS-TYPE-CNT(WS-TYPE-IDX) TO WS-CNT-EDIT.
016250     MOVE 1 TO WS-CNT-POS.
016260     MOVE 7 TO WS-CNT-LEN.
016270     PERFORM 4132-TRIM-CNT-FIELD THRU 4132-EXIT
016280         UNTIL WS-CNT-LEN = 0
016290             OR WS-CNT-EDIT(WS-CNT-POS:1) NOT = SPACE.
016300     MOVE WS-TYPE-AMT(WS-TYPE-IDX) TO WS-MONEY-JSON-EDIT.
016310     PERFORM 4650-FMT-MONEY-JSON THRU 4650-EXIT.
016320     PERFORM 4146-TRIM-TYPE-DESC THRU 4146-EXIT.
016330     IF WS-TYPE-DESC-LEN = 0
016340         DISPLAY '    {"type": "' WS-TYPE-CODE(WS-TYPE-IDX)
016350             '", "description": "",' WITH NO ADVANCING
016360     ELSE
016370         DISPLAY '    {"type": "' WS-TYPE-CODE(WS-TYPE-IDX)
016380             '", "description": "'
016390             WS-TYPE-DESC(WS-TYPE-IDX)(1:WS-TYPE-DESC-LEN)
016400             '",' WITH NO ADVANCING
016410     END-IF.
016420     IF WS-TYPE-IDX < WS-TYPE-COUNT
016430         DISPLAY ' "count": ' WS-CNT-EDIT(WS-CNT-POS:WS-CNT-LEN)
016440             ', "amount": '
016450             WS-MONEY-JSON-EDIT(WS-MONEY-POS:WS-MONEY-LEN)
016460             '},'
016470     ELSE
016480         DISPLAY ' "count": ' WS-CNT-EDIT(WS-CNT-POS:WS-CNT-LEN)
016490             ', "amount": '
016500             WS-MONEY-JSON-EDIT(WS-MONEY-POS:WS-MONEY-LEN)
016510             '}'
016520     END-IF.
016530 4280-EXIT.
016540     EXIT.
016550
016560******************************************************************
016570*    4600-FMT-MONEY-HTML  --  STRIP THE LEADING SPACES FLOATING-
016580*                             SIGN EDITING LEAVES ON WS-MONEY-
016590*                             EDIT BEFORE IT GOES ON THE PAGE.
016600******************************************************************
016610 4600-FMT-MONEY-HTML.
016620     MOVE 1 TO WS-MONEY-POS.
016630     MOVE 18 TO WS-MONEY-LEN.
016640     PERFORM 4610-TRIM-MONEY-FIELD THRU 4610-EXIT
016650         UNTIL WS-MONEY-LEN = 0
016660             OR WS-MONEY-EDIT(WS-MONEY-POS:1) NOT = SPACE.
016670 4600-EXIT.
016680     EXIT.
016690
016700******************************************************************
016710*    4650-FMT-MONEY-JSON  --  STRIP THE LEADING SPACES OFF THE
016720*                             COMMA-FREE WS-MONEY-JSON-EDIT SO
016730*                             IT IS A VALID JSON NUMBER TOKEN.
016740******************************************************************
016750 4650-FMT-MONEY-JSON.
016760     MOVE 1 TO WS-MONEY-POS.
016770     MOVE 15 TO WS-MONEY-LEN.
016780     PERFORM 4610-TRIM-MONEY-FIELD THRU 4610-EXIT
016790         UNTIL WS-MONEY-LEN = 0
016800             OR WS-MONEY-JSON-EDIT(WS-MONEY-POS:1) NOT = SPACE.
016810 4650-EXIT.
016820     EXIT.
016830
016840 4610-TRIM-MONEY-FIELD.
016850     ADD 1 TO WS-MONEY-POS.
016860     SUBTRACT 1 FROM WS-MONEY-LEN.
016870 4610-EXIT.
016880     EXIT.
016890
016900******************************************************************
016910*    2600-RECONCILE-CONTROL  --  COMPARE THE FINAL COUNT AND THE
016920*                                NET AMOUNT AGAINST THE TRANCTL
016930*                                CONTROL TOTALS THE EXTRACT
016940*                                CHAIN HANDS US. NO CONTROL FOR
016950*                                THE BUSINESS DATE LEAVES THE
016960*                                RUN MARKED NOCTL. THE DAY TOTAL
016970*                                IS THE FIRST TRANCTL RECORD; THE
016980*                                PER-FEED RECORDS BEHIND IT ARE
016990*                                BALANCED AGAINST EACH FEED'S OWN
017000*                                COUNT AND NET.
017010******************************************************************
017020 2600-RECONCILE-CONTROL.
017030     MOVE 'NOCTL' TO WS-RECON-STATUS.
017040     OPEN INPUT CTL-FILE.
017050     IF WS-CTL-FILE-STATUS NOT = '00'
017060         GO TO 2600-EXIT
017070     END-IF.
017080     READ CTL-FILE
017090         AT END
017100             CLOSE CTL-FILE
017110             GO TO 2600-EXIT
017120     END-READ.
017130     MOVE CTL-BUSINESS-DATE TO WS-CTL-BUS-DATE.
017140     MOVE CTL-RECORD-COUNT TO WS-CTL-EXP-COUNT.
017150     MOVE CTL-HASH-AMOUNT TO WS-CTL-EXP-AMT.
017160     IF WS-CTL-BUS-DATE NOT = WS-BUS-DATE
017170         CLOSE CTL-FILE
017180         GO TO 2600-EXIT
017190     END-IF.
017200     MOVE 'N' TO WS-CTL-EOF-SW.
017210     PERFORM 2610-READ-SOURCE-CONTROL THRU 2610-EXIT
017220         UNTIL WS-CTL-EOF.
017230     CLOSE CTL-FILE.
017240     COMPUTE WS-CNT-DIFF = WS-CNT - WS-CTL-EXP-COUNT.
017250     COMPUTE WS-AMT-DIFF = WS-NET-AMT - WS-CTL-EXP-AMT.
017260     IF WS-CNT-DIFF = ZERO AND WS-AMT-DIFF = ZERO
017270         MOVE 'BALANCED' TO WS-RECON-STATUS
017280     ELSE
017290         MOVE 'OUTOFBAL' TO WS-RECON-STATUS
017300     END-IF.
017310     PERFORM 2620-RECONCILE-SOURCE THRU 2620-EXIT
017320         VARYING WS-SRC-IDX FROM 1 BY 1
017330         UNTIL WS-SRC-IDX > WS-SRC-COUNT.
017340 2600-EXIT.
017350     EXIT.
017360
017370 2610-READ-SOURCE-CONTROL.
017380     READ CTL-FILE
017390         AT END
017400             SET WS-CTL-EOF TO TRUE
017410             GO TO 2610-EXIT
017420     END-READ.
017430     IF CTL-TOTAL-RECORD
017440         OR CTL-BUSINESS-DATE NOT = WS-BUS-DATE
017450         GO TO 2610-EXIT
017460     END-IF.
017470     MOVE CTL-SOURCE-ID TO WS-SRC-KEY.
017480     PERFORM 2430-FIND-SOURCE-SLOT THRU 2430-EXIT.
017490     MOVE 'Y' TO WS-SRC-CTL-SW(WS-SRC-USE).
017500     MOVE CTL-FEED-STATUS TO WS-SRC-FEED-STATUS(WS-SRC-USE).
017510     ADD CTL-RECORD-COUNT TO WS-SRC-EXP-COUNT(WS-SRC-USE).
017520     ADD CTL-HASH-AMOUNT TO WS-SRC-EXP-AMT(WS-SRC-USE).
017530 2610-EXIT.
017540     EXIT.
017550
017560*    A FEED THAT NEVER ARRIVED IS MISSING; ONE THAT BALANCES TO
017570*    TRANCTL BUT WAS OUT OF BALANCE TO ITS UPSTREAM CONTROL AT
017580*    THE EDIT IS SHORT. ANY FEED OUT OF BALANCE PUTS THE DAY OUT
017590*    OF BALANCE EVEN WHEN THE DAY TOTAL AGREES.
017600 2620-RECONCILE-SOURCE.
017610     IF NOT WS-SRC-CTL-FOUND(WS-SRC-IDX)
017620         MOVE 'NOCTL' TO WS-SRC-RECON(WS-SRC-IDX)
017630         GO TO 2620-EXIT
017640     END-IF.
017650     IF WS-SRC-FEED-STATUS(WS-SRC-IDX) = 'M'
017660         MOVE 'MISSING' TO WS-SRC-RECON(WS-SRC-IDX)
017670         GO TO 2620-EXIT
017680     END-IF.
017690     IF WS-SRC-CNT(WS-SRC-IDX) NOT = WS-SRC-EXP-COUNT(WS-SRC-IDX)
017700         OR WS-SRC-NET-AMT(WS-SRC-IDX)
017710             NOT = WS-SRC-EXP-AMT(WS-SRC-IDX)
017720         MOVE 'OUTOFBAL' TO WS-SRC-RECON(WS-SRC-IDX)
017730         MOVE 'OUTOFBAL' TO WS-RECON-STATUS
017740         GO TO 2620-EXIT
017750     END-IF.
017760     IF WS-SRC-FEED-STATUS(WS-SRC-IDX) = 'O'
017770         MOVE 'SHORT' TO WS-SRC-RECON(WS-SRC-IDX)
017780     ELSE
017790         MOVE 'BALANCED' TO WS-SRC-RECON(WS-SRC-IDX)
017800     END-IF.
017810 2620-EXIT.
017820     EXIT.
017830
017840******************************************************************
017850*    4170-RENDER-RECON  --  CONTROL RECONCILIATION RESULT ON THE
017860*                           HTML PAGE.
017870******************************************************************
017880 4170-RENDER-RECON.
017890     DISPLAY '<b>Control reconciliation:</b>'.
017900     IF WS-RECON-NOCTL
017910         DISPLAY '<p>NO CONTROL - no control totals available'
017920             ' for today.</p>'
017930         GO TO 4170-EXIT
017940     END-IF.
017950     IF WS-RECON-BALANCED
017960         DISPLAY '<p><font color="green">BALANCED</font></p>'
017970         GO TO 4170-EXIT
017980     END-IF.
017990     DISPLAY '<p><font color="red">OUT-OF-BALANCE</font></p>'.
018000     DISPLAY '<ul>'.
018010     MOVE WS-CTL-EXP-COUNT TO WS-CNT-EDIT.
018020     DISPLAY '<li>Expected records: ' WS-CNT-EDIT '</li>'.
018030     MOVE WS-CNT TO WS-CNT-EDIT.
018040     DISPLAY '<li>Counted records: ' WS-CNT-EDIT '</li>'.
018050     MOVE WS-CNT-DIFF TO WS-DIFF-EDIT.
018060     DISPLAY '<li>Record difference: ' WS-DIFF-EDIT '</li>'.
018070     MOVE WS-CTL-EXP-AMT TO WS-MONEY-EDIT.
018080     PERFORM 4600-FMT-MONEY-HTML THRU 4600-EXIT.
018090     DISPLAY '<li>Expected amount: $'
018100         WS-MONEY-EDIT(WS-MONEY-POS:WS-MONEY-LEN) '</li>'.
018110     MOVE WS-NET-AMT TO WS-MONEY-EDIT.
018120     PERFORM 4600-FMT-MONEY-HTML THRU 4600-EXIT.
018130     DISPLAY '<li>Net amount: $'
018140         WS-MONEY-EDIT(WS-MONEY-POS:WS-MONEY-LEN) '</li>'.
018150     MOVE WS-AMT-DIFF TO WS-MONEY-EDIT.
018160     PERFORM 4600-FMT-MONEY-HTML THRU 4600-EXIT.
018170     DISPLAY '<li>Amount difference: $'
018180         WS-MONEY-EDIT(WS-MONEY-POS:WS-MONEY-LEN) '</li>'.
018190     DISPLAY '</ul>'.
018200 4170-EXIT.
018210     EXIT.
018220
018230******************************************************************
018240*    4175-RENDER-SOURCE-FEEDS  --  COUNT, NET AND CONTROL RESULT
018250*                                  FOR EACH SOURCE FEED ON THE
018260*                                  HTML PAGE, SO A LATE OR SHORT
018270*                                  FEED STANDS OUT BY NAME.
018280******************************************************************
018290 4175-RENDER-SOURCE-FEEDS.
018300     IF WS-SRC-COUNT = ZERO
018310         GO TO 4175-EXIT
018320     END-IF.
018330     DISPLAY '<b>By source feed:</b>'.
018340     DISPLAY '<ul>'.
018350     PERFORM 4176-RENDER-SOURCE-LINE THRU 4176-EXIT
018360         VARYING WS-SRC-IDX FROM 1 BY 1
018370         UNTIL WS-SRC-IDX > WS-SRC-COUNT.
018380     DISPLAY '</ul>'.
018390 4175-EXIT.
018400     EXIT.
018410
018420 4176-RENDER-SOURCE-LINE.
018430     PERFORM 4177-TRIM-SOURCE-ID THRU 4177-EXIT.
018440     IF WS-SRC-RECON(WS-SRC-IDX) = 'MISSING'
018450         DISPLAY '<li><font color="red">'
018460             WS-SRC-KEY(1:WS-SRC-ID-LEN)
018470             ': NOT RECEIVED</font></li>'
018480         GO TO 4176-EXIT
018490     END-IF.
018500     MOVE WS-SRC-CNT(WS-SRC-IDX) TO WS-CNT-EDIT.
018510     MOVE 1 TO WS-CNT-POS.
018520     MOVE 7 TO WS-CNT-LEN.
018530     PERFORM 4132-TRIM-CNT-FIELD THRU 4132-EXIT
018540         UNTIL WS-CNT-LEN = 0
018550             OR WS-CNT-EDIT(WS-CNT-POS:1) NOT = SPACE.
018560     MOVE WS-SRC-NET-AMT(WS-SRC-IDX) TO WS-MONEY-EDIT.
018570     PERFORM 4600-FMT-MONEY-HTML THRU 4600-EXIT.
018580     DISPLAY '<li>' WS-SRC-KEY(1:WS-SRC-ID-LEN) ': '
018590         WS-CNT-EDIT(WS-CNT-POS:WS-CNT-LEN) ' for $'
018600         WS-MONEY-EDIT(WS-MONEY-POS:WS-MONEY-LEN)
018610         WITH NO ADVANCING.
018620     EVALUATE WS-SRC-RECON(WS-SRC-IDX)
018630         WHEN 'BALANCED'
018640             DISPLAY ' - <font color="green">BALANCED</font></li>'
018650         WHEN 'SHORT'
018660             DISPLAY ' - <font color="red">SHORT OF UPSTREAM'
018670                 ' CONTROL</font></li>'
018680         WHEN 'OUTOFBAL'
018690             MOVE WS-SRC-EXP-COUNT(WS-SRC-IDX) TO WS-CNT-EDIT
018700             MOVE 1 TO WS-CNT-POS
018710             MOVE 7 TO WS-CNT-LEN
018720             PERFORM 4132-TRIM-CNT-FIELD THRU 4132-EXIT
018730                 UNTIL WS-CNT-LEN = 0
018740                     OR WS-CNT-EDIT(WS-CNT-POS:1) NOT = SPACE
018750             MOVE WS-SRC-EXP-AMT(WS-SRC-IDX) TO WS-MONEY-EDIT
018760             PERFORM 4600-FMT-MONEY-HTML THRU 4600-EXIT
018770             DISPLAY ' - <font color="red">OUT-OF-BALANCE,'
018780                 ' expected ' WS-CNT-EDIT(WS-CNT-POS:WS-CNT-LEN)
018790                 ' for $' WS-MONEY-EDIT(WS-MONEY-POS:WS-MONEY-LEN)
018800                 '</font></li>'
018810         WHEN OTHER
018820             DISPLAY ' - no control</li>'
018830     END-EVALUATE.
018840 4176-EXIT.
018850     EXIT.
018860
018870******************************************************************
018880*    4177-TRIM-SOURCE-ID  --  COPY THE CURRENT SLOT'S SOURCE ID
018890*                             TO WS-SRC-KEY AND MEASURE IT PAST
018900*                             ITS TRAILING SPACES. RECORDS THAT
018910*                             CARRY NO SOURCE ID SHOW AS
018920*                             UNTAGGED.
018930******************************************************************
018940 4177-TRIM-SOURCE-ID.
018950     MOVE WS-SRC-ID(WS-SRC-IDX) TO WS-SRC-KEY.
018960     IF WS-SRC-KEY = SPACES
018970         MOVE 'UNTAGGED' TO WS-SRC-KEY
018980     END-IF.
018990     MOVE 8 TO WS-SRC-ID-LEN.
019000     PERFORM 4178-TRIM-SOURCE-CHAR THRU 4178-EXIT
019010         UNTIL WS-SRC-KEY(WS-SRC-ID-LEN:1) NOT = SPACE.
019020 4177-EXIT.
019030     EXIT.
019040
019050 4178-TRIM-SOURCE-CHAR.
019060     SUBTRACT 1 FROM WS-SRC-ID-LEN.
019070 4178-EXIT.
019080     EXIT.
019090
019100******************************************************************
019110*    4290-RENDER-JSON-RECON  --  CONTROL RECONCILIATION RESULT
019120*                                IN THE JSON PAYLOAD SO THE
019130*                                MONITORS SEE A SHORT-SHIPPED
019140*                                FEED WITHOUT SCREEN-SCRAPING.
019150******************************************************************
019160 4290-RENDER-JSON-RECON.
019170     IF WS-RECON-NOCTL
019180         DISPLAY '  "reconStatus": "NOCTL",'
019190         GO TO 4290-EXIT
019200     END-IF.
019210     IF WS-RECON-BALANCED
019220         DISPLAY '  "reconStatus": "BALANCED",'
019230     ELSE
019240         DISPLAY '  "reconStatus": "OUT-OF-BALANCE",'
019250     END-IF.
019260     MOVE WS-CTL-EXP-COUNT TO WS-CNT-EDIT.
019270     MOVE 1 TO WS-CNT-POS.
019280     MOVE 7 TO WS-CNT-LEN.
019290     PERFORM 4132-TRIM-CNT-FIELD THRU 4132-EXIT
019300         UNTIL WS-CNT-LEN = 0
019310             OR WS-CNT-EDIT(WS-CNT-POS:1) NOT = SPACE.
019320     DISPLAY '  "reconExpectedCount": '
019330         WS-CNT-EDIT(WS-CNT-POS:WS-CNT-LEN) ','.
019340     MOVE WS-CNT-DIFF TO WS-DIFF-EDIT.
019350     PERFORM 4680-FMT-DIFF-FIELD THRU 4680-EXIT.
019360     DISPLAY '  "reconCountDifference": '
019370         WS-DIFF-EDIT(WS-DIFF-POS:WS-DIFF-LEN) ','.
019380     MOVE WS-CTL-EXP-AMT TO WS-MONEY-JSON-EDIT.
019390     PERFORM 4650-FMT-MONEY-JSON THRU 4650-EXIT.
019400     DISPLAY '  "reconExpectedAmount": '
019410         WS-MONEY-JSON-EDIT(WS-MONEY-POS:WS-MONEY-LEN) ','.
019420     MOVE WS-AMT-DIFF TO WS-MONEY-JSON-EDIT.
019430     PERFORM 4650-FMT-MONEY-JSON THRU 4650-EXIT.
019440     DISPLAY '  "reconAmountDifference": '
019450         WS-MONEY-JSON-EDIT(WS-MONEY-POS:WS-MONEY-LEN) ','.
019460 4290-EXIT.
019470     EXIT.
019480
019490******************************************************************
019500*    4295-RENDER-JSON-SOURCES  --  THE PER-SOURCE-FEED COUNTS
019510*                                  AND CONTROL RESULTS IN THE
019520*                                  JSON PAYLOAD. status IS
019530*                                  BALANCED, OUT-OF-BALANCE,
019540*                                  SHORT, MISSING OR NOCTL.
019550******************************************************************
019560 4295-RENDER-JSON-SOURCES.
019570     DISPLAY '  "sourceFeeds": ['.
019580     PERFORM 4296-RENDER-JSON-SOURCE THRU 4296-EXIT
019590         VARYING WS-SRC-IDX FROM 1 BY 1
019600         UNTIL WS-SRC-IDX > WS-SRC-COUNT.
019610     DISPLAY '  ],'.
019620 4295-EXIT.
019630     EXIT.
019640
019650 4296-RENDER-JSON-SOURCE.
019660     PERFORM 4177-TRIM-SOURCE-ID THRU 4177-EXIT.
019670     MOVE WS-SRC-CNT(WS-SRC-IDX) TO WS-CNT-EDIT.
019680     MOVE 1 TO WS-CNT-POS.
019690     MOVE 7 TO WS-CNT-LEN.
019700     PERFORM 4132-TRIM-CNT-FIELD THRU 4132-EXIT
019710         UNTIL WS-CNT-LEN = 0
019720             OR WS-CNT-EDIT(WS-CNT-POS:1) NOT = SPACE.
019730     MOVE WS-SRC-NET-AMT(WS-SRC-IDX) TO WS-MONEY-JSON-EDIT.
019740     PERFORM 4650-FMT-MONEY-JSON THRU 4650-EXIT.
019750     DISPLAY '    {"source": "' WS-SRC-KEY(1:WS-SRC-ID-LEN)
019760         '", "count": ' WS-CNT-EDIT(WS-CNT-POS:WS-CNT-LEN)
019770         ', "amount": '
019780         WS-MONEY-JSON-EDIT(WS-MONEY-POS:WS-MONEY-LEN) ','
019790         WITH NO ADVANCING.
019800     MOVE WS-SRC-EXP-COUNT(WS-SRC-IDX) TO WS-CNT-EDIT.
019810     MOVE 1 TO WS-CNT-POS.
019820     MOVE 7 TO WS-CNT-LEN.
019830     PERFORM 4132-TRIM-CNT-FIELD THRU 4132-EXIT
019840         UNTIL WS-CNT-LEN = 0
019850             OR WS-CNT-EDIT(WS-CNT-POS:1) NOT = SPACE.
019860     MOVE WS-SRC-EXP-AMT(WS-SRC-IDX) TO WS-MONEY-JSON-EDIT.
019870     PERFORM 4650-FMT-MONEY-JSON THRU 4650-EXIT.
019880     DISPLAY ' "expectedCount": '
019890         WS-CNT-EDIT(WS-CNT-POS:WS-CNT-LEN)
019900         ', "expectedAmount": '
019910         WS-MONEY-JSON-EDIT(WS-MONEY-POS:WS-MONEY-LEN) ','
019920         WITH NO ADVANCING.
019930     EVALUATE WS-SRC-RECON(WS-SRC-IDX)
019940         WHEN 'BALANCED'
019950             DISPLAY ' "status": "BALANCED"}' WITH NO ADVANCING
019960         WHEN 'OUTOFBAL'
019970             DISPLAY ' "status": "OUT-OF-BALANCE"}'
019980                 WITH NO ADVANCING
019990         WHEN 'SHORT'
020000             DISPLAY ' "status": "SHORT"}' WITH NO ADVANCING
020010         WHEN 'MISSING'
020020             DISPLAY ' "status": "MISSING"}' WITH NO ADVANCING
020030         WHEN OTHER
020040             DISPLAY ' "status": "NOCTL"}' WITH NO ADVANCING
020050     END-EVALUATE.
020060     IF WS-SRC-IDX < WS-SRC-COUNT
020070         DISPLAY ','
020080     ELSE
020090         DISPLAY ' '
020100     END-IF.
020110 4296-EXIT.
020120     EXIT.
020130
020140******************************************************************
020150*    4680-FMT-DIFF-FIELD  --  STRIP THE LEADING SPACES OFF THE
020160*                             EDITED COUNT DIFFERENCE SO IT IS
020170*                             A VALID JSON NUMBER TOKEN.
020180******************************************************************
020190 4680-FMT-DIFF-FIELD.
020200     MOVE 1 TO WS-DIFF-POS.
020210     MOVE 8 TO WS-DIFF-LEN.
020220     PERFORM 4690-TRIM-DIFF-FIELD THRU 4690-EXIT
020230         UNTIL WS-DIFF-LEN = 0
020240             OR WS-DIFF-EDIT(WS-DIFF-POS:1) NOT = SPACE.
020250 4680-EXIT.
020260     EXIT.
020270
020280 4690-TRIM-DIFF-FIELD.
020290     ADD 1 TO WS-DIFF-POS.
020300     SUBTRACT 1 FROM WS-DIFF-LEN.
020310 4690-EXIT.
020320     EXIT.
020330
020340******************************************************************
020350*    1240-VALIDATE-LOWVOL-CUTOFF  --  ACCEPT HW_LOWVOL_CUTOFF
020360*                                     (HHMM) AND FALL BACK TO
020370*                                     THE CODED DEFAULT ON A
020380*                                     MISSING, NON-NUMERIC,
020390*                                     OVER-WIDTH, OR IMPOSSIBLE
020400*                                     TIME-OF-DAY VALUE.
020410******************************************************************
020420 1240-VALIDATE-LOWVOL-CUTOFF.
020430     MOVE SPACES TO WS-CFG-RAW-VALUE.
020440     ACCEPT WS-CFG-RAW-VALUE FROM ENVIRONMENT "HW_LOWVOL_CUTOFF"
020450         ON EXCEPTION
020460             MOVE SPACES TO WS-CFG-RAW-VALUE
020470     END-ACCEPT.
020480     MOVE 9 TO WS-CFG-RAW-LEN.
020490     PERFORM 1291-TRIM-CFG-RAW THRU 1291-EXIT
020500         UNTIL WS-CFG-RAW-LEN = 0
020510             OR WS-CFG-RAW-VALUE(WS-CFG-RAW-LEN:1) NOT = SPACE.
020520     IF WS-CFG-RAW-LEN = 0
020530         MOVE 0900 TO WS-CFG-LOWVOL-CUTOFF
020540     ELSE
020550         IF WS-CFG-RAW-VALUE(1:WS-CFG-RAW-LEN) NOT NUMERIC
020560             OR WS-CFG-RAW-LEN NOT = 4
020570             MOVE 0900 TO WS-CFG-LOWVOL-CUTOFF
020580         ELSE
020590             MOVE WS-CFG-RAW-VALUE(1:WS-CFG-RAW-LEN)
020600                 TO WS-CFG-LOWVOL-CUTOFF
020610             IF WS-CFG-LOWVOL-CUTOFF > 2359
020620                 MOVE 0900 TO WS-CFG-LOWVOL-CUTOFF
020630             END-IF
020640         END-IF
020650     END-IF.
020660 1240-EXIT.
020670     EXIT.
020680
020690******************************************************************
020700*    1250-VALIDATE-LOWVOL-PCT  --  ACCEPT HW_LOWVOL_PCT AND FALL
020710*                                  BACK TO THE CODED DEFAULT ON
020720*                                  A MISSING, NON-NUMERIC, OR
020730*                                  OVER-WIDTH VALUE.
020740******************************************************************
020750 1250-VALIDATE-LOWVOL-PCT.
020760     MOVE SPACES TO WS-CFG-RAW-VALUE.
020770     ACCEPT WS-CFG-RAW-VALUE FROM ENVIRONMENT "HW_LOWVOL_PCT"
020780         ON EXCEPTION
020790             MOVE SPACES TO WS-CFG-RAW-VALUE
020800     END-ACCEPT.
020810     MOVE 9 TO WS-CFG-RAW-LEN.
020820     PERFORM 1291-TRIM-CFG-RAW THRU 1291-EXIT
020830         UNTIL WS-CFG-RAW-LEN = 0
020840             OR WS-CFG-RAW-VALUE(WS-CFG-RAW-LEN:1) NOT = SPACE.
020850     IF WS-CFG-RAW-LEN = 0
020860         MOVE 050 TO WS-CFG-LOWVOL-PCT
020870     ELSE
020880         IF WS-CFG-RAW-VALUE(1:WS-CFG-RAW-LEN) NOT NUMERIC
020890             OR WS-CFG-RAW-LEN > 3
020900             MOVE 050 TO WS-CFG-LOWVOL-PCT
020910         ELSE
020920             MOVE WS-CFG-RAW-VALUE(1:WS-CFG-RAW-LEN)
020930                 TO WS-CFG-LOWVOL-PCT
020940         END-IF
020950     END-IF.
020960 1250-EXIT.
020970     EXIT.
020980
020990******************************************************************
021000*    1500-LOAD-HISTORY  --  READ THE KEYED DAILY HISTORY IN
021010*                           DATE ORDER, KEEPING A SLIDING WINDOW
021020*                           OF THE LAST SEVEN BUSINESS DAYS
021030*                           BEFORE TODAY FOR THE TREND BLOCK.
021040******************************************************************
021050 1500-LOAD-HISTORY.
021060     OPEN INPUT HIST-FILE.
021070     IF WS-HST-FILE-STATUS NOT = '00'
021080         SET WS-HIST-EOF TO TRUE
021090         GO TO 1500-EXIT
021100     END-IF.
021110     PERFORM 1510-READ-HISTORY THRU 1510-EXIT.
021120     PERFORM 1520-SLIDE-HISTORY THRU 1520-EXIT
021130         UNTIL WS-HIST-EOF.
021140     CLOSE HIST-FILE.
021150 1500-EXIT.
021160     EXIT.
021170
021180 1510-READ-HISTORY.
021190     READ HIST-FILE NEXT RECORD
021200         AT END
021210             SET WS-HIST-EOF TO TRUE
021220     END-READ.
021230     IF NOT WS-HIST-EOF AND WS-HST-FILE-STATUS NOT = '00'
021240         SET WS-HIST-EOF TO TRUE
021250     END-IF.
021260 1510-EXIT.
021270     EXIT.
021280
021290*    ------------------------------------------------------------
021300*    1520-SLIDE-HISTORY  --  KEEP THE SEVEN MOST RECENT PRIOR
021310*                            BUSINESS DAYS. TODAY'S OWN RECORD,
021320*                            IF ANY, IS EXCLUDED - TODAY COMES
021330*                            FROM THE LIVE COUNT - AND SO IS A
021340*                            RECORD FOR A DATE THE CALENDAR
021350*                            SAYS WAS NOT A PROCESSING DAY.
021360*    ------------------------------------------------------------
021370 1520-SLIDE-HISTORY.
021380     IF HST-BUSINESS-DATE NOT < WS-BUS-DATE
021390         GO TO 1520-NEXT
021400     END-IF.
021410     SET CALDAY-CHECK-DATE TO TRUE.
021420     MOVE HST-BUSINESS-DATE TO CALDAY-DATE.
021430     CALL 'HWCALDAY' USING CALDAY-PARM.
021440     IF CALDAY-OK AND NOT CALDAY-BUSINESS-DAY
021450         GO TO 1520-NEXT
021460     END-IF.
021470     IF WS-HIST-COUNT < 7
021480         ADD 1 TO WS-HIST-COUNT
021490     ELSE
021500         PERFORM 1530-SHIFT-HISTORY THRU 1530-EXIT
021510             VARYING WS-HIST-IDX FROM 1 BY 1
021520             UNTIL WS-HIST-IDX > 6
021530     END-IF.
021540     MOVE HST-BUSINESS-DATE TO WS-HIST-DATE(WS-HIST-COUNT).
021550     MOVE HST-TRAN-COUNT TO WS-HIST-CNT(WS-HIST-COUNT).
021560     MOVE HST-NET-AMT TO WS-HIST-NET(WS-HIST-COUNT).
021570 1520-NEXT.
021580     PERFORM 1510-READ-HISTORY THRU 1510-EXIT.
021590 1520-EXIT.
021600     EXIT.
021610
021620 1530-SHIFT-HISTORY.
021630     MOVE WS-HIST-ENTRY(WS-HIST-IDX + 1)
021640         TO WS-HIST-ENTRY(WS-HIST-IDX).
021650 1530-EXIT.
021660     EXIT.
021670
021680******************************************************************
021690*    2700-EVALUATE-TREND  --  PERCENT CHANGE VERSUS YESTERDAY
021700*                             AND VERSUS THE TRAILING AVERAGE,
021710*                             AND THE LOW-VOLUME TEST ONCE THE
021720*                             CONFIGURED CUTOFF TIME HAS PASSED.
021730*                             "YESTERDAY" IS THE PRIOR
021740*                             PROCESSING DAY ON THE CALENDAR;
021750*                             WITH NO HISTORY FOR THAT DATE
021760*                             THERE IS NO COMPARISON. A DATE
021770*                             THAT IS NOT A PROCESSING DAY IS
021780*                             NEVER LOW-VOLUME.
021790******************************************************************
021800 2700-EVALUATE-TREND.
021810     IF WS-HIST-COUNT = ZERO
021820         GO TO 2700-EXIT
021830     END-IF.
021840     IF WS-HIST-CNT(WS-HIST-COUNT) > ZERO
021850         AND WS-HIST-DATE(WS-HIST-COUNT) = WS-PRIOR-BUS-DATE
021860         SET WS-YDAY-OK TO TRUE
021870         COMPUTE WS-PCT-VS-YDAY ROUNDED =
021880             ((WS-CNT - WS-HIST-CNT(WS-HIST-COUNT)) * 100)
021890             / WS-HIST-CNT(WS-HIST-COUNT)
021900     END-IF.
021910     MOVE ZERO TO WS-TREND-SUM.
021920     PERFORM 2710-SUM-HISTORY THRU 2710-EXIT
021930         VARYING WS-HIST-IDX FROM 1 BY 1
021940         UNTIL WS-HIST-IDX > WS-HIST-COUNT.
021950     COMPUTE WS-TREND-AVG ROUNDED =
021960         WS-TREND-SUM / WS-HIST-COUNT.
021970     IF WS-TREND-AVG > ZERO
021980         SET WS-AVG-OK TO TRUE
021990         COMPUTE WS-PCT-VS-AVG ROUNDED =
022000             ((WS-CNT - WS-TREND-AVG) * 100) / WS-TREND-AVG
022010     END-IF.
022020     MOVE WS-CFG-LOWVOL-CUTOFF TO WS-CUTOFF-X.
022030     IF WS-AVG-OK
022040         AND NOT WS-RERUN
022050         AND WS-PROC-DAY
022060         AND WS-RUN-TIME(1:4) >= WS-CUTOFF-X
022070         COMPUTE WS-LOWVOL-THRESH =
022080             (WS-TREND-AVG * WS-CFG-LOWVOL-PCT) / 100
022090         IF WS-CNT < WS-LOWVOL-THRESH
022100             SET WS-LOWVOL TO TRUE
022110         END-IF
022120     END-IF.
022130 2700-EXIT.
022140     EXIT.
022150
022160 2710-SUM-HISTORY.
022170     ADD WS-HIST-CNT(WS-HIST-IDX) TO WS-TREND-SUM.
022180 2710-EXIT.
022190     EXIT.
022200
022210******************************************************************
022220*    4180-RENDER-TREND  --  LAST SEVEN BUSINESS DAYS, PERCENT
022230*                           CHANGES, AND THE LOW-VOLUME WARNING
022240*                           ON THE HTML PAGE.
022250******************************************************************
022260 4180-RENDER-TREND.
022270     DISPLAY '<b>Volume trend:</b>'.
022280     IF WS-LOWVOL
022290         DISPLAY '<p><font color="red"><b>LOW-VOLUME WARNING'
022300             '</b> - today is running well below the trailing'
022310             ' average.</font></p>'
022320     END-IF.
022330     IF NOT WS-PROC-DAY
022340         DISPLAY '<p>' WS-BUS-DATE ' is not a processing day'
022350             ' on the business calendar.</p>'
022360     END-IF.
022370     IF WS-HIST-COUNT = ZERO
022380         DISPLAY '<p>No prior history available yet.</p>'
022390         GO TO 4180-EXIT
022400     END-IF.
022410     DISPLAY '<ul>'.
022420     PERFORM 4185-RENDER-TREND-LINE THRU 4185-EXIT
022430         VARYING WS-HIST-IDX FROM 1 BY 1
022440         UNTIL WS-HIST-IDX > WS-HIST-COUNT.
022450     DISPLAY '</ul>'.
022460     IF WS-YDAY-OK
022470         MOVE WS-PCT-VS-YDAY TO WS-DIFF-EDIT
022480         DISPLAY '<p>Change vs prior business day ('
022490             WS-PRIOR-BUS-DATE '): ' WS-DIFF-EDIT ' pct</p>'
022500     ELSE
022510         DISPLAY '<p>Change vs prior business day: n/a</p>'
022520     END-IF.
022530     IF WS-AVG-OK
022540         MOVE WS-TREND-AVG TO WS-CNT-EDIT
022550         MOVE WS-PCT-VS-AVG TO WS-DIFF-EDIT
022560         DISPLAY '<p>Change vs trailing average ('
022570             WS-CNT-EDIT '): ' WS-DIFF-EDIT ' pct</p>'
022580     ELSE
022590         DISPLAY '<p>Change vs trailing average: n/a</p>'
022600     END-IF.
022610 4180-EXIT.
022620     EXIT.
022630
022640 4185-RENDER-TREND-LINE.
022650     MOVE WS-HIST-CNT(WS-HIST-IDX) TO WS-CNT-EDIT.
022660     MOVE WS-HIST-NET(WS-HIST-IDX) TO WS-MONEY-EDIT.
022670     PERFORM 4600-FMT-MONEY-HTML THRU 4600-EXIT.
022680     DISPLAY '<li>' WS-HIST-DATE(WS-HIST-IDX) ': '
022690         WS-CNT-EDIT ' records, net $'
022700         WS-MONEY-EDIT(WS-MONEY-POS:WS-MONEY-LEN) '</li>'.
022710 4185-EXIT.
022720     EXIT.
022730
022740******************************************************************
022750*    4300-RENDER-JSON-TREND  --  VOLUME STATE, PERCENT CHANGES,
022760*                                AND THE SEVEN-DAY HISTORY IN
022770*                                THE JSON PAYLOAD SO THE ON-CALL
022780*                                PHONE SEES A HALF-ARRIVED FEED.
022790******************************************************************
022800 4300-RENDER-JSON-TREND.
022810     IF WS-PROC-DAY
022820         DISPLAY '  "processingDay": true,'
022830     ELSE
022840         DISPLAY '  "processingDay": false,'
022850     END-IF.
022860     IF WS-LOWVOL
022870         DISPLAY '  "volumeState": "LOW-VOLUME",'
022880     ELSE
022890         DISPLAY '  "volumeState": "NORMAL",'
022900     END-IF.
022910     IF WS-YDAY-OK
022920         MOVE WS-PCT-VS-YDAY TO WS-DIFF-EDIT
022930         PERFORM 4680-FMT-DIFF-FIELD THRU 4680-EXIT
022940         DISPLAY '  "pctVsYesterday": '
022950             WS-DIFF-EDIT(WS-DIFF-POS:WS-DIFF-LEN) ','
022960     ELSE
022970         DISPLAY '  "pctVsYesterday": null,'
022980     END-IF.
022990     IF WS-AVG-OK
023000         MOVE WS-PCT-VS-AVG TO WS-DIFF-EDIT
023010         PERFORM 4680-FMT-DIFF-FIELD THRU 4680-EXIT
023020         DISPLAY '  "pctVsTrailingAvg": '
023030             WS-DIFF-EDIT(WS-DIFF-POS:WS-DIFF-LEN) ','
023040     ELSE
023050         DISPLAY '  "pctVsTrailingAvg": null,'
023060     END-IF.
023070     MOVE WS-TREND-AVG TO WS-CNT-EDIT.
023080     MOVE 1 TO WS-CNT-POS.
023090     MOVE 7 TO WS-CNT-LEN.
023100     PERFORM 4132-TRIM-CNT-FIELD THRU 4132-EXIT
023110         UNTIL WS-CNT-LEN = 0
023120             OR WS-CNT-EDIT(WS-CNT-POS:1) NOT = SPACE.
023130     DISPLAY '  "trailingAvgCount": '
023140         WS-CNT-EDIT(WS-CNT-POS:WS-CNT-LEN) ','.
023150     DISPLAY '  "history": ['.
023160     PERFORM 4310-RENDER-JSON-HISTORY THRU 4310-EXIT
023170         VARYING WS-HIST-IDX FROM 1 BY 1
023180         UNTIL WS-HIST-IDX > WS-HIST-COUNT.
023190     DISPLAY '  ],'.
023200 4300-EXIT.
023210     EXIT.
023220
023230 4310-RENDER-JSON-HISTORY.
023240     MOVE WS-HIST-CNT(WS-HIST-IDX) TO WS-CNT-EDIT.
023250     MOVE 1 TO WS-CNT-POS.
023260     MOVE 7 TO WS-CNT-LEN.
023270     PERFORM 4132-TRIM-CNT-FIELD THRU 4132-EXIT
023280         UNTIL WS-CNT-LEN = 0
023290             OR WS-CNT-EDIT(WS-CNT-POS:1) NOT = SPACE.
023300     MOVE WS-HIST-NET(WS-HIST-IDX) TO WS-MONEY-JSON-EDIT.
023310     PERFORM 4650-FMT-MONEY-JSON THRU 4650-EXIT.
023320     IF WS-HIST-IDX < WS-HIST-COUNT
023330         DISPLAY '    {"date": "' WS-HIST-DATE(WS-HIST-IDX)
023340             '", "count": ' WS-CNT-EDIT(WS-CNT-POS:WS-CNT-LEN)
023350             ', "netAmount": '
023360             WS-MONEY-JSON-EDIT(WS-MONEY-POS:WS-MONEY-LEN)
023370             '},'
023380     ELSE
023390         DISPLAY '    {"date": "' WS-HIST-DATE(WS-HIST-IDX)
023400             '", "count": ' WS-CNT-EDIT(WS-CNT-POS:WS-CNT-LEN)
023410             ', "netAmount": '
023420             WS-MONEY-JSON-EDIT(WS-MONEY-POS:WS-MONEY-LEN)
023430             '}'
023440     END-IF.
023450 4310-EXIT.
023460     EXIT.
023470
023480******************************************************************
023490*    2050-OPEN-ACCT-MASTER  --  OPEN THE ACCOUNT MASTER FOR THE
023500*                               FALLBACK COUNTING LOOP'S
023510*                               LOOKUPS. A MISSING MASTER JUST
023520*                               LEAVES THE RUN UNCHECKED.
023530******************************************************************
023540 2050-OPEN-ACCT-MASTER.
023550     OPEN INPUT ACCT-FILE.
023560     IF WS-ACT-FILE-STATUS = '00'
023570         SET WS-ACCT-CHECKED TO TRUE
023580     END-IF.
023590     IF WS-ACCT-CHECKED
023600         OPEN OUTPUT EXC-FILE
023610         IF WS-EXC-FILE-STATUS = '00'
023620             SET WS-EXC-OPEN-OK TO TRUE
023630         ELSE
023640             DISPLAY 'HELLO-WORLD: EXC-FILE OPEN FAILED,'
023650                 ' STATUS=' WS-EXC-FILE-STATUS UPON SYSERR
023660         END-IF
023670     END-IF.
023680 2050-EXIT.
023690     EXIT.
023700
023710******************************************************************
023720*    2060-OPEN-TYPE-FILE  --  OPEN THE TYPE REFERENCE FILE FOR
023730*                             THE FALLBACK COUNTING LOOP'S
023740*                             DESCRIPTION LOOKUPS. A MISSING
023750*                             FILE JUST LEAVES THE DESCRIPTIONS
023760*                             BLANK.
023770******************************************************************
023780 2060-OPEN-TYPE-FILE.
023790     OPEN INPUT TYPE-FILE.
023800     IF WS-TYP-FILE-STATUS = '00'
023810         SET WS-TYP-CHECKED TO TRUE
023820     END-IF.
023830 2060-EXIT.
023840     EXIT.
023850
023860******************************************************************
023870*    2450-CHECK-ACCOUNT  --  LOOK THE TRANSACTION'S ACCOUNT UP
023880*                            ON THE MASTER, TALLY UNKNOWN,
023890*                            CLOSED, FROZEN AND DORMANT HITS,
023900*                            AND DROP THE EXCEPTION DETAIL
023910*                            RECORD, MIRRORING HWSUMMAR.
023920******************************************************************
023930 2450-CHECK-ACCOUNT.
023940     MOVE TRAN-ACCOUNT-NO TO ACT-ACCOUNT-NO.
023950     READ ACCT-FILE.
023960     EVALUATE WS-ACT-FILE-STATUS
023970         WHEN '00'
023980             IF ACT-CLOSED
023990                 ADD 1 TO WS-CLOSED-ACCT-CNT
024000                 MOVE 'CLOSED' TO WS-EXC-REASON
024010                 MOVE ACT-STATUS TO WS-EXC-STATUS
024020                 PERFORM 2455-WRITE-EXCEPTION THRU 2455-EXIT
024030             END-IF
024040             IF ACT-FROZEN
024050                 ADD 1 TO WS-FROZEN-ACCT-CNT
024060                 MOVE 'FROZEN' TO WS-EXC-REASON
024070                 MOVE ACT-STATUS TO WS-EXC-STATUS
024080                 PERFORM 2455-WRITE-EXCEPTION THRU 2455-EXIT
024090             END-IF
024100             IF ACT-DORMANT
024110                 ADD 1 TO WS-DORMANT-ACCT-CNT
024120                 MOVE 'DORMANT' TO WS-EXC-REASON
024130                 MOVE ACT-STATUS TO WS-EXC-STATUS
024140                 PERFORM 2455-WRITE-EXCEPTION THRU 2455-EXIT
024150             END-IF
024160         WHEN '23'
024170             ADD 1 TO WS-UNKNOWN-ACCT-CNT
024180             MOVE 'UNKNOWN' TO WS-EXC-REASON
024190             MOVE SPACE TO WS-EXC-STATUS
024200             PERFORM 2455-WRITE-EXCEPTION THRU 2455-EXIT
024210         WHEN OTHER
024220             CONTINUE
024230     END-EVALUATE.
024240 2450-EXIT.
024250     EXIT.
024260
024270******************************************************************
024280*    2455-WRITE-EXCEPTION  --  ONE EXCEPTION DETAIL RECORD FOR
024290*                              THE FRAUD WORKLIST, MIRRORING
024300*                              HWSUMMAR'S 2550.
024310******************************************************************
024320 2455-WRITE-EXCEPTION.
024330     IF NOT WS-EXC-OPEN-OK
024340         GO TO 2455-EXIT
024350     END-IF.
024360     MOVE SPACES TO EXC-RECORD.
024370     MOVE WS-BUS-DATE TO EXC-BUSINESS-DATE.
024380     MOVE WS-EXC-REASON TO EXC-REASON.
024390     MOVE WS-EXC-STATUS TO EXC-ACT-STATUS.
024400     MOVE TRAN-RECORD TO EXC-TRAN-DATA.
024410     WRITE EXC-RECORD.
024420     IF WS-EXC-FILE-STATUS NOT = '00'
024430         DISPLAY 'HELLO-WORLD: EXC-FILE WRITE FAILED, STATUS='
024440             WS-EXC-FILE-STATUS UPON SYSERR
024450     END-IF.
024460 2455-EXIT.
024470     EXIT.
024480
024490******************************************************************
024500*    4190-RENDER-ACCT-EXCEPTIONS  --  UNKNOWN / CLOSED / FROZEN
024510*                                     / DORMANT ACCOUNT TALLIES
024520*                                     ON THE HTML PAGE.
024530******************************************************************
024540 4190-RENDER-ACCT-EXCEPTIONS.
024550     DISPLAY '<b>Account exceptions:</b>'.
024560     IF NOT WS-ACCT-CHECKED
024570         DISPLAY '<p>Account master not available - accounts'
024580             ' not checked this run.</p>'
024590         GO TO 4190-EXIT
024600     END-IF.
024610     DISPLAY '<ul>'.
024620     MOVE WS-UNKNOWN-ACCT-CNT TO WS-CNT-EDIT.
024630     DISPLAY '<li>Unknown accounts: ' WS-CNT-EDIT '</li>'.
024640     MOVE WS-CLOSED-ACCT-CNT TO WS-CNT-EDIT.
024650     DISPLAY '<li>Closed accounts: ' WS-CNT-EDIT '</li>'.
024660     MOVE WS-FROZEN-ACCT-CNT TO WS-CNT-EDIT.
024670     DISPLAY '<li>Frozen accounts: ' WS-CNT-EDIT '</li>'.
024680     MOVE WS-DORMANT-ACCT-CNT TO WS-CNT-EDIT.
024690     DISPLAY '<li>Dormant accounts: ' WS-CNT-EDIT '</li>'.
024700     DISPLAY '</ul>'.
024710 4190-EXIT.
024720     EXIT.
024730
024740******************************************************************
024750*    4195-RENDER-MONITORING  --  LARGE-ITEM AND VELOCITY HIT
024760*                                TALLIES ON THE HTML PAGE.
024770******************************************************************
024780 4195-RENDER-MONITORING.
024790     DISPLAY '<b>Monitoring hits:</b>'.
024800     IF NOT WS-MON-CHECKED
024810         DISPLAY '<p>Monitoring rules not applied - items'
024820             ' not checked this run.</p>'
024830         GO TO 4195-EXIT
024840     END-IF.
024850     DISPLAY '<ul>'.
024860     MOVE WS-LARGE-CNT TO WS-CNT-EDIT.
024870     DISPLAY '<li>Large items: ' WS-CNT-EDIT '</li>'.
024880     MOVE WS-VELOCITY-CNT TO WS-CNT-EDIT.
024890     DISPLAY '<li>Velocity hits: ' WS-CNT-EDIT '</li>'.
024900     DISPLAY '</ul>'.
024910 4195-EXIT.
024920     EXIT.
024930
024940******************************************************************
024950*    4320-RENDER-JSON-ACCT  --  ACCOUNT MASTER EXCEPTION AND
024960*                               MONITORING TALLIES IN THE JSON
024970*                               PAYLOAD.
024980******************************************************************
024990 4320-RENDER-JSON-ACCT.
025000     IF WS-ACCT-CHECKED
025010         DISPLAY '  "accountsChecked": true,'
025020     ELSE
025030         DISPLAY '  "accountsChecked": false,'
025040     END-IF.
025050     MOVE WS-UNKNOWN-ACCT-CNT TO WS-CNT-EDIT.
025060     MOVE 1 TO WS-CNT-POS.
025070     MOVE 7 TO WS-CNT-LEN.
025080     PERFORM 4132-TRIM-CNT-FIELD THRU 4132-EXIT
025090         UNTIL WS-CNT-LEN = 0
025100             OR WS-CNT-EDIT(WS-CNT-POS:1) NOT = SPACE.
025110     DISPLAY '  "unknownAccountCount": '
025120         WS-CNT-EDIT(WS-CNT-POS:WS-CNT-LEN) ','.
025130     MOVE WS-CLOSED-ACCT-CNT TO WS-CNT-EDIT.
025140     MOVE 1 TO WS-CNT-POS.
025150     MOVE 7 TO WS-CNT-LEN.
025160     PERFORM 4132-TRIM-CNT-FIELD THRU 4132-EXIT
025170         UNTIL WS-CNT-LEN = 0
025180             OR WS-CNT-EDIT(WS-CNT-POS:1) NOT = SPACE.
025190     DISPLAY '  "closedAccountCount": '
025200         WS-CNT-EDIT(WS-CNT-POS:WS-CNT-LEN) ','.
025210     MOVE WS-FROZEN-ACCT-CNT TO WS-CNT-EDIT.
025220     MOVE 1 TO WS-CNT-POS.
025230     MOVE 7 TO WS-CNT-LEN.
025240     PERFORM 4132-TRIM-CNT-FIELD THRU 4132-EXIT
025250         UNTIL WS-CNT-LEN = 0
025260             OR WS-CNT-EDIT(WS-CNT-POS:1) NOT = SPACE.
025270     DISPLAY '  "frozenAccountCount": '
025280         WS-CNT-EDIT(WS-CNT-POS:WS-CNT-LEN) ','.
025290     MOVE WS-DORMANT-ACCT-CNT TO WS-CNT-EDIT.
025300     MOVE 1 TO WS-CNT-POS.
025310     MOVE 7 TO WS-CNT-LEN.
025320     PERFORM 4132-TRIM-CNT-FIELD THRU 4132-EXIT
025330         UNTIL WS-CNT-LEN = 0
025340             OR WS-CNT-EDIT(WS-CNT-POS:1) NOT = SPACE.
025350     DISPLAY '  "dormantAccountCount": '
025360         WS-CNT-EDIT(WS-CNT-POS:WS-CNT-LEN) ','.
025370     IF WS-MON-CHECKED
025380         DISPLAY '  "monitorChecked": true,'
025390     ELSE
025400         DISPLAY '  "monitorChecked": false,'
025410     END-IF.
025420     MOVE WS-LARGE-CNT TO WS-CNT-EDIT.
025430     MOVE 1 TO WS-CNT-POS.
025440     MOVE 7 TO WS-CNT-LEN.
025450     PERFORM 4132-TRIM-CNT-FIELD THRU 4132-EXIT
025460         UNTIL WS-CNT-LEN = 0
025470             OR WS-CNT-EDIT(WS-CNT-POS:1) NOT = SPACE.
025480     DISPLAY '  "largeItemCount": '
025490         WS-CNT-EDIT(WS-CNT-POS:WS-CNT-LEN) ','.
025500     MOVE WS-VELOCITY-CNT TO WS-CNT-EDIT.
025510     MOVE 1 TO WS-CNT-POS.
025520     MOVE 7 TO WS-CNT-LEN.
025530     PERFORM 4132-TRIM-CNT-FIELD THRU 4132-EXIT
025540         UNTIL WS-CNT-LEN = 0
025550             OR WS-CNT-EDIT(WS-CNT-POS:1) NOT = SPACE.
025560     DISPLAY '  "velocityCount": '
025570         WS-CNT-EDIT(WS-CNT-POS:WS-CNT-LEN) ','.
025580 4320-EXIT.
025590     EXIT.
025600
025610******************************************************************
025620*    1600-LOAD-JOB-BOARD  --  READ EVERY RECORD OF THE SHARED
025630*                             JOB-STATUS FILE INTO THE BOARD
025640*                             TABLE AND WORK OUT HOW LONG AGO
025650*                             EACH JOB LAST REPORTED.
025660******************************************************************
025670 1600-LOAD-JOB-BOARD.
025680     MOVE WS-RUN-DATE TO WS-DN-DATE.
025690     PERFORM 8000-DATE-TO-DAYNUM THRU 8000-EXIT.
025700     MOVE WS-DN-NUM TO WS-NOW-DAYNUM.
025710     MOVE WS-RUN-TIME TO WS-TIME-X.
025720     COMPUTE WS-NOW-MINS = WS-TIME-HH * 60 + WS-TIME-MM.
025730     OPEN INPUT JOB-FILE.
025740     IF WS-JOB-FILE-STATUS NOT = '00'
025750         SET WS-JOB-EOF TO TRUE
025760         GO TO 1600-EXIT
025770     END-IF.
025780     PERFORM 1610-READ-JOB THRU 1610-EXIT.
025790     PERFORM 1620-STORE-JOB THRU 1620-EXIT
025800         UNTIL WS-JOB-EOF
025810             OR WS-JOB-COUNT >= 20.
025820     CLOSE JOB-FILE.
025830 1600-EXIT.
025840     EXIT.
025850
025860 1610-READ-JOB.
025870     READ JOB-FILE NEXT RECORD
025880         AT END
025890             SET WS-JOB-EOF TO TRUE
025900     END-READ.
025910     IF NOT WS-JOB-EOF AND WS-JOB-FILE-STATUS NOT = '00'
025920         SET WS-JOB-EOF TO TRUE
025930     END-IF.
025940 1610-EXIT.
025950     EXIT.
025960
025970 1620-STORE-JOB.
025980     ADD 1 TO WS-JOB-COUNT.
025990     MOVE JOB-NAME TO WS-JOB-JNAME(WS-JOB-COUNT).
026000     MOVE JOB-BUS-DATE TO WS-JOB-BDATE(WS-JOB-COUNT).
026010     MOVE JOB-STATUS TO WS-JOB-JSTAT(WS-JOB-COUNT).
026020     MOVE JOB-RETURN-CODE TO WS-JOB-JRC(WS-JOB-COUNT).
026030     IF JOB-END-DATE = SPACES
026040         MOVE JOB-START-DATE TO WS-JOB-LDATE(WS-JOB-COUNT)
026050         MOVE JOB-START-TIME TO WS-JOB-LTIME(WS-JOB-COUNT)
026060     ELSE
026070         MOVE JOB-END-DATE TO WS-JOB-LDATE(WS-JOB-COUNT)
026080         MOVE JOB-END-TIME TO WS-JOB-LTIME(WS-JOB-COUNT)
026090     END-IF.
026100     PERFORM 8100-COMPUTE-MINUTES-AGO THRU 8100-EXIT.
026110     PERFORM 1610-READ-JOB THRU 1610-EXIT.
026120 1620-EXIT.
026130     EXIT.
026140
026150******************************************************************
026160*    4330-RENDER-JSON-JOBS  --  THE JOB-STATUS BOARD IN THE
026170*                               JSON PAYLOAD SO THE ON-CALL
026180*                               PHONE GETS IT TOO.
026190******************************************************************
026200 4330-RENDER-JSON-JOBS.
026210     DISPLAY '  "jobs": ['.
026220     PERFORM 4340-RENDER-JSON-JOB-ROW THRU 4340-EXIT
026230         VARYING WS-JOB-IDX FROM 1 BY 1
026240         UNTIL WS-JOB-IDX > WS-JOB-COUNT.
026250     DISPLAY '  ],'.
026260 4330-EXIT.
026270     EXIT.
026280
026290 4340-RENDER-JSON-JOB-ROW.
026300     MOVE WS-JOB-MINS(WS-JOB-IDX) TO WS-DIFF-EDIT.
026310     PERFORM 4680-FMT-DIFF-FIELD THRU 4680-EXIT.
026320     MOVE WS-JOB-JRC(WS-JOB-IDX) TO WS-RC-EDIT.
026330     MOVE 1 TO WS-RC-POS.
026340     MOVE 4 TO WS-RC-LEN.
026350     PERFORM 4685-TRIM-RC-FIELD THRU 4685-EXIT
026360         UNTIL WS-RC-LEN = 0
026370             OR WS-RC-EDIT(WS-RC-POS:1) NOT = SPACE.
026380     MOVE 8 TO WS-JOB-NAME-LEN.
026390     PERFORM 4686-TRIM-JOB-NAME THRU 4686-EXIT
026400         UNTIL WS-JOB-NAME-LEN = 0
026410             OR WS-JOB-JNAME(WS-JOB-IDX)
026420                 (WS-JOB-NAME-LEN:1) NOT = SPACE.
026430     MOVE 8 TO WS-JOB-STAT-LEN.
026440     PERFORM 4687-TRIM-JOB-STAT THRU 4687-EXIT
026450         UNTIL WS-JOB-STAT-LEN = 0
026460             OR WS-JOB-JSTAT(WS-JOB-IDX)
026470                 (WS-JOB-STAT-LEN:1) NOT = SPACE.
026480     DISPLAY '    {"name": "'
026490         WS-JOB-JNAME(WS-JOB-IDX)(1:WS-JOB-NAME-LEN)
026500         '", "businessDate": "' WS-JOB-BDATE(WS-JOB-IDX)
026510         '", "status": "'
026520         WS-JOB-JSTAT(WS-JOB-IDX)(1:WS-JOB-STAT-LEN)
026530         '",' WITH NO ADVANCING.
026540     IF WS-JOB-IDX < WS-JOB-COUNT
026550         DISPLAY ' "returnCode": '
026560             WS-RC-EDIT(WS-RC-POS:WS-RC-LEN)
026570             ', "minutesAgo": '
026580             WS-DIFF-EDIT(WS-DIFF-POS:WS-DIFF-LEN) '},'
026590     ELSE
026600         DISPLAY ' "returnCode": '
026610             WS-RC-EDIT(WS-RC-POS:WS-RC-LEN)
026620             ', "minutesAgo": '
026630             WS-DIFF-EDIT(WS-DIFF-POS:WS-DIFF-LEN) '}'
026640     END-IF.
026650 4340-EXIT.
026660     EXIT.
026670
026680*    ------------------------------------------------------------
026690*    4685-TRIM-RC-FIELD  --  STRIP THE LEADING SPACES Z(03)9
026700*                            EDITING LEAVES ON THE RETURN CODE
026710*                            BEFORE IT GOES INTO A JSON NUMBER
026720*                            TOKEN.
026730*    ------------------------------------------------------------
026740 4685-TRIM-RC-FIELD.
026750     ADD 1 TO WS-RC-POS.
026760     SUBTRACT 1 FROM WS-RC-LEN.
026770 4685-EXIT.
026780     EXIT.
026790
026800 4686-TRIM-JOB-NAME.
026810     SUBTRACT 1 FROM WS-JOB-NAME-LEN.
026820 4686-EXIT.
026830     EXIT.
026840
026850 4687-TRIM-JOB-STAT.
026860     SUBTRACT 1 FROM WS-JOB-STAT-LEN.
026870 4687-EXIT.
026880     EXIT.
026890
026900******************************************************************
026910*    8000-DATE-TO-DAYNUM  --  YYYYMMDD IN WS-DN-DATE TO A
026920*                             JULIAN DAY NUMBER IN WS-DN-NUM,
026930*                             STEPWISE SO EACH DIVISION
026940*                             TRUNCATES ON ITS OWN STORE.
026950******************************************************************
026960 8000-DATE-TO-DAYNUM.
026970     COMPUTE WS-DN-A = (14 - WS-DN-MM) / 12.
026980     COMPUTE WS-DN-Y = WS-DN-YYYY + 4800 - WS-DN-A.
026990     COMPUTE WS-DN-M = WS-DN-MM + 12 * WS-DN-A - 3.
027000     COMPUTE WS-DN-T1 = (153 * WS-DN-M + 2) / 5.
027010     COMPUTE WS-DN-T2 = WS-DN-Y / 4.
027020     COMPUTE WS-DN-T3 = WS-DN-Y / 100.
027030     COMPUTE WS-DN-T4 = WS-DN-Y / 400.
027040     COMPUTE WS-DN-NUM = WS-DN-DD + WS-DN-T1
027050         + 365 * WS-DN-Y + WS-DN-T2 - WS-DN-T3 + WS-DN-T4
027060         - 32045.
027070 8000-EXIT.
027080     EXIT.
027090
027100******************************************************************
027110*    8100-COMPUTE-MINUTES-AGO  --  MINUTES BETWEEN THE JOB'S
027120*                                  LAST STAMP AND NOW, CLAMPED
027130*                                  AT ZERO FOR CLOCK SKEW.
027140******************************************************************
027150 8100-COMPUTE-MINUTES-AGO.
027160     IF WS-JOB-LDATE(WS-JOB-COUNT) NOT NUMERIC
027170         MOVE ZERO TO WS-JOB-MINS(WS-JOB-COUNT)
027180         GO TO 8100-EXIT
027190     END-IF.
027200     MOVE WS-JOB-LDATE(WS-JOB-COUNT) TO WS-DN-DATE.
027210     PERFORM 8000-DATE-TO-DAYNUM THRU 8000-EXIT.
027220     MOVE WS-JOB-LTIME(WS-JOB-COUNT) TO WS-TIME-X.
027230     COMPUTE WS-JOB-MINS(WS-JOB-COUNT) =
027240         (WS-NOW-DAYNUM - WS-DN-NUM) * 1440
027250         + WS-NOW-MINS - (WS-TIME-HH * 60 + WS-TIME-MM).
027260     IF WS-JOB-MINS(WS-JOB-COUNT) < ZERO
027270         MOVE ZERO TO WS-JOB-MINS(WS-JOB-COUNT)
027280     END-IF.
027290 8100-EXIT.
027300     EXIT.
027310
027320******************************************************************
027330*    1700-RESOLVE-BUS-DATE  --  HW_BUS_DATE NAMES THE BUSINESS
027340*                               DATE BEING SERVED. WHEN SET TO
027350*                               A VALID DATE OTHER THAN TODAY,
027360*                               THE RUN IS A BACKFILL RERUN AND
027370*                               THE EXTRACT, CONTROL, SNAPSHOT,
027380*                               AND CHECKPOINT FILES ALL SWITCH
027390*                               TO THEIR DATED GENERATIONS SO
027400*                               THE LIVE DAILY RUN IS NEVER
027410*                               DISTURBED MID-SWAP.
027420******************************************************************
027430 1700-RESOLVE-BUS-DATE.
027440     MOVE WS-RUN-DATE TO WS-BUS-DATE.
027450     MOVE SPACES TO WS-ENV-BUS-DATE.
027460     ACCEPT WS-ENV-BUS-DATE FROM ENVIRONMENT "HW_BUS_DATE"
027470         ON EXCEPTION
027480             MOVE SPACES TO WS-ENV-BUS-DATE
027490     END-ACCEPT.
027500     IF WS-ENV-BUS-DATE = SPACES
027510         GO TO 1700-EXIT
027520     END-IF.
027530     IF WS-ENV-BUS-DATE NOT NUMERIC
027540         DISPLAY 'HELLO-WORLD: BAD HW_BUS_DATE IGNORED: '
027550             WS-ENV-BUS-DATE UPON SYSERR
027560         GO TO 1700-EXIT
027570     END-IF.
027580     MOVE WS-ENV-BUS-DATE TO WS-BUS-DATE.
027590     IF WS-BUS-DATE NOT = WS-RUN-DATE
027600         SET WS-RERUN TO TRUE
027610         PERFORM 1710-BUILD-DATED-NAMES THRU 1710-EXIT
027620     END-IF.
027630 1700-EXIT.
027640     EXIT.
027650
027660******************************************************************
027670*    1750-CHECK-CALENDAR  --  ASK THE BUSINESS-DAY CALENDAR
027680*                             WHETHER THE DATE BEING SERVED IS
027690*                             A PROCESSING DAY AND WHICH
027700*                             PROCESSING DAY CAME BEFORE IT.
027710*                             THE CALENDAR STAYS OPEN FOR THE
027720*                             HISTORY LOAD AND IS RELEASED IN
027730*                             1000-INITIALIZE.
027740******************************************************************
027750 1750-CHECK-CALENDAR.
027760     SET CALDAY-CHECK-DATE TO TRUE.
027770     MOVE WS-BUS-DATE TO CALDAY-DATE.
027780     CALL 'HWCALDAY' USING CALDAY-PARM.
027790     IF CALDAY-OK AND NOT CALDAY-BUSINESS-DAY
027800         MOVE 'N' TO WS-PROC-DAY-SW
027810     END-IF.
027820     SET CALDAY-PRIOR-DAY TO TRUE.
027830     MOVE WS-BUS-DATE TO CALDAY-DATE.
027840     CALL 'HWCALDAY' USING CALDAY-PARM.
027850     IF CALDAY-OK
027860         MOVE CALDAY-RESULT-DATE TO WS-PRIOR-BUS-DATE
027870     END-IF.
027880 1750-EXIT.
027890     EXIT.
027900
027910*    THE DATED GENERATION IS SELECTED BY POINTING EACH DDNAME
027920*    AT ITS DATED FILE THROUGH THE ENVIRONMENT BEFORE ANY OPEN.
027930 1710-BUILD-DATED-NAMES.
027940     MOVE SPACES TO WS-TRAN-FILE-NAME.
027950     STRING 'TRANFILE.' WS-BUS-DATE
027960         DELIMITED BY SIZE INTO WS-TRAN-FILE-NAME.
027970     SET ENVIRONMENT 'TRANFILE' TO WS-TRAN-FILE-NAME.
027980     MOVE SPACES TO WS-CTL-FILE-NAME.
027990     STRING 'TRANCTL.' WS-BUS-DATE
028000         DELIMITED BY SIZE INTO WS-CTL-FILE-NAME.
028010     SET ENVIRONMENT 'TRANCTL' TO WS-CTL-FILE-NAME.
028020     MOVE SPACES TO WS-SUM-FILE-NAME.
028030     STRING 'HWSUMFIL.' WS-BUS-DATE
028040         DELIMITED BY SIZE INTO WS-SUM-FILE-NAME.
028050     SET ENVIRONMENT 'HWSUMFIL' TO WS-SUM-FILE-NAME.
028060     MOVE SPACES TO WS-CHK-FILE-NAME.
028070     STRING 'HWCHKFIL.' WS-BUS-DATE
028080         DELIMITED BY SIZE INTO WS-CHK-FILE-NAME.
028090     SET ENVIRONMENT 'HWCHKFIL' TO WS-CHK-FILE-NAME.
028100     MOVE SPACES TO WS-EXC-FILE-NAME.
028110     STRING 'HWEXCFIL.' WS-BUS-DATE
028120         DELIMITED BY SIZE INTO WS-EXC-FILE-NAME.
028130     SET ENVIRONMENT 'HWEXCFIL' TO WS-EXC-FILE-NAME.
028140 1710-EXIT.
028150     EXIT.
028160
028170******************************************************************
028180*    9200-ACQUIRE-LOCK  --  TAKE THE HWLCKFIL LOCK FILE WITH AN
028190*                           EXCLUSIVE OPEN (SHARING WITH NO
028200*                           OTHER), RETRYING A BOUNDED NUMBER
028210*                           OF TIMES. IF THE LOCK CANNOT BE HAD
028220*                           THE RUN PROCEEDS UNSERIALIZED WITH
028230*                           A SYSERR DIAGNOSTIC RATHER THAN
028240*                           HANG THE PAGE.
028250******************************************************************
028260 9200-ACQUIRE-LOCK.
028270     MOVE ZERO TO WS-LOCK-TRIES.
028280     MOVE 'N' TO WS-LOCK-HELD-SW.
028290     PERFORM 9210-TRY-LOCK THRU 9210-EXIT
028300         UNTIL WS-LOCK-HELD
028310             OR WS-LOCK-TRIES >= 100.
028320     IF NOT WS-LOCK-HELD
028330         DISPLAY 'HELLO-WORLD: SERIALIZATION LOCK NOT'
028340             ' ACQUIRED, STATUS=' WS-LCK-FILE-STATUS
028350             UPON SYSERR
028360     END-IF.
028370 9200-EXIT.
028380     EXIT.
028390
028400*    A SHARING CONFLICT NAPS 50 MS BEFORE THE NEXT TRY, SO THE
028410*    100-TRY BOUND RIDES OUT UP TO FIVE SECONDS OF CONTENTION.
028420 9210-TRY-LOCK.
028430     ADD 1 TO WS-LOCK-TRIES.
028440     OPEN I-O LOCK-FILE.
028450     EVALUATE WS-LCK-FILE-STATUS
028460         WHEN '00'
028470             SET WS-LOCK-HELD TO TRUE
028480         WHEN '35'
028490             OPEN OUTPUT LOCK-FILE
028500             IF WS-LCK-FILE-STATUS = '00'
028510                 SET WS-LOCK-HELD TO TRUE
028520             END-IF
028530         WHEN OTHER
028540             CALL 'CBL_GC_NANOSLEEP' USING WS-LOCK-NAP-NS
028550     END-EVALUATE.
028560 9210-EXIT.
028570     EXIT.
028580
028590 9220-RELEASE-LOCK.
028600     IF WS-LOCK-HELD
028610         CLOSE LOCK-FILE
028620         MOVE 'N' TO WS-LOCK-HELD-SW
028630     END-IF.
028640 9220-EXIT.
028650     EXIT.
