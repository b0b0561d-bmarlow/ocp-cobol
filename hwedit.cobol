000220*                ACCEPTED/REJECTED BY ERROR TYPE TO EDITRPT SO THE
000230*                UPSTREAM TEAM CAN BE CHASED THE SAME MORNING.
000240*
000250*                SEVERAL UPSTREAM SYSTEMS MAY FEED THE SAME
000260*                BUSINESS DAY. THE SOURCE LIST AT EDITSRCS NAMES
000270*                THEM, ONE CARD PER FEED:
000280*                  COLS  1- 8  SOURCE ID (CARD, TELLER, ...)
000290*                  COLS 11-30  RAW EXTRACT FILE NAME
000300*                              (DEFAULT TRANEXTR.<SOURCE ID>)
000310*                  COLS 33-52  UPSTREAM CONTROL FILE NAME
000320*                              (DEFAULT TRANCTLR.<SOURCE ID>)
000330*                AN '*' IN COLUMN 1 MARKS A COMMENT CARD. ON A
000340*                BACKFILL RERUN .YYYYMMDD IS APPENDED TO BOTH NAMES.
000350*                WITH NO SOURCE LIST THE RUN EDITS THE SINGLE FEED
000360*                AT TRANEXTR/TRANCTLR AS SOURCE PRIMARY. EACH FEED
000370*                CARRIES ITS OWN UPSTREAM CONTROL, FINGERPRINT AND
000380*                REJECT COUNTS; ITS ID IS STAMPED IN TRAN-SOURCE-ID
000390*                AND THE CLEAN RECORDS OF EVERY FEED ARE MERGED
000400*                INTO THE ONE TRANFILE.
000410*
000420*    MODIFICATION HISTORY
000430*    ------------------------------------------------------------
000440*    DATE       INIT  DESCRIPTION
000450*    08/12/26   RLM   INITIAL VERSION.
000460*    08/13/26   RLM   READ THE UPSTREAM CONTROL AT TRANCTLR AND
000470*                     VERIFY THE RAW EXTRACT AGAINST IT ON THE
000480*                     EDIT REPORT, AND WRITE THE TRANCTL CONTROL
000490*                     (ACCEPTED COUNT AND HASH) THAT HELLO-WORLD
000500*                     RECONCILES ITS FINAL COUNT AGAINST.
000510*    08/16/26   RLM   STAMP START/END RECORDS INTO THE SHARED
000520*                     JOB-STATUS FILE (HWJOBFIL) THROUGH THE
000530*                     HWJOBLOG SUBPROGRAM FOR THE LANDING-PAGE
000540*                     STATUS BOARD.
000550*    08/18/26   RLM   ACCEPT HW_BUS_DATE AS A RUN PARAMETER -
000560*                     A BACKFILL RERUN EDITS THE DATED
000570*                     GENERATIONS (TRANEXTR/TRANFILE/TRANREJ/
000580*                     TRANCTLR/TRANCTL/EDITRPT SUFFIXED
000590*                     .YYYYMMDD) AND VALIDATES TRAN-DATE
000600*                     AGAINST THAT BUSINESS DAY, LEAVING THE
000610*                     LIVE DAILY FILES UNDISTURBED.
000620*    08/20/26   RLM   A REJECT DAY NO LONGER MASKS AN I/O
000630*                     FAILURE - RC 4 IS ONLY SET WHEN NO HIGHER
000640*                     RETURN CODE IS ALREADY IN PLACE - AND THE
000650*                     TRANCTLR READER NOW TAKES ITS LAYOUT FROM
000660*                     HWCTL.CPY WITH REPLACING INSTEAD OF A
000670*                     HAND-KEPT COPY OF THE RECORD.
000680*    09/02/26   RLM   FINGERPRINT EVERY PROCESSED FEED IN THE
000690*                     KEYED HWFPFIL FILE (RECORD COUNT, HASH
000700*                     AMOUNT, FIRST/LAST RECORD IMAGES PER
000710*                     BUSINESS DATE) AND STOP A RE-TRANSMITTED
000720*                     EXTRACT THAT MATCHES THE STORED PRINT
000730*                     BEFORE TRANFILE/TRANCTL ARE WRITTEN -
000740*                     DUPLICATE FEED ON THE EDIT REPORT AND A
000750*                     DISTINCT DUPFEED STATUS ON THE JOB BOARD.
000760*                     AN OVERRIDE CARD AT EDITOVRD FORCES A
000770*                     GENUINELY INTENDED RE-SEND THROUGH.
000780*    09/02/26   RLM   TRAN-TYPE IS NOW VALIDATED AGAINST THE
000790*                     INDEXED TYPE REFERENCE FILE (HWTYPFIL)
000800*                     HWTYPMNT MAINTAINS, SO A NEW TYPE CODE IS
000810*                     A MAINTENANCE CARD INSTEAD OF A PROGRAM
000820*                     CHANGE. THE COMPILED-IN LIST REMAINS ONLY
000830*                     AS THE FALLBACK WHEN THE REFERENCE FILE
000840*                     IS NOT AVAILABLE TO THE RUN.
000850*    09/02/26   RLM   REFUSE TO REPROCESS A BUSINESS DATE THE
000860*                     HWDAYFIL STATUS FILE SAYS HWCLOSE HAS
000870*                     CLOSED - DAY CLOSED ON THE EDIT REPORT
000880*                     AND A DISTINCT DAYCLOSE STATUS ON THE JOB
000890*                     BOARD. THE SAME OVERRIDE CARD AT EDITOVRD
000900*                     THAT FORCES A RE-SEND ALSO FORCES A
000910*                     DELIBERATE RERUN AGAINST A CLOSED DAY.
000920*    10/15/26   RLM   TRAN-DATE MAY ALSO FALL ON A NON-PROCESSING
000930*                     DAY BETWEEN THE PRIOR PROCESSING DAY ON THE
000940*                     HWCALFIL CALENDAR (THROUGH HWCALDAY) AND
000950*                     THE BUSINESS DATE - WEEKEND AND HOLIDAY
000960*                     ITEMS ROLL INTO THE NEXT PROCESSING DAY
000970*                     AND ARE COUNTED ON THE EDIT REPORT.
000980*    10/15/26   RLM   MULTI-SOURCE INTAKE - THE EDITSRCS SOURCE
000990*                     LIST NAMES EACH UPSTREAM FEED FOR THE DAY.
001000*                     EVERY FEED HAS ITS OWN UPSTREAM CONTROL,
001010*                     HWFPFIL PRINT (KEYED DATE AND SOURCE) AND
001020*                     REJECT COUNTS, AND ITS ID IS STAMPED INTO
001030*                     TRAN-SOURCE-ID ON TRANFILE AND TRANREJ.
001040*                     TRANCTL CARRIES THE DAY TOTAL THEN ONE
001050*                     RECORD PER FEED WITH ITS CONTROL STATUS. A
001060*                     FEED NOT RECEIVED IS REPORTED AND ENDS RC 4.
001070*                     THE RUN STOPS AS A DUPLICATE ONLY WHEN EVERY
001080*                     FEED RECEIVED MATCHES ITS STORED PRINT.
001090******************************************************************
001100
001110 ENVIRONMENT DIVISION.
001120 INPUT-OUTPUT SECTION.
001130 FILE-CONTROL.
001140     SELECT EXTRACT-FILE ASSIGN TO "TRANEXTR"
001150         ORGANIZATION IS SEQUENTIAL
001160         FILE STATUS IS WS-EXT-FILE-STATUS.
001170
001180     SELECT TYPE-FILE ASSIGN TO "HWTYPFIL"
001190         ORGANIZATION IS INDEXED
001200         ACCESS MODE IS RANDOM
001210         RECORD KEY IS TYP-CODE
001220         FILE STATUS IS WS-TYP-FILE-STATUS.
001230
001240     SELECT CLEAN-FILE ASSIGN TO "TRANFILE"
001250         ORGANIZATION IS SEQUENTIAL
001260         FILE STATUS IS WS-CLN-FILE-STATUS.
001270
001280     SELECT REJECT-FILE ASSIGN TO "TRANREJ"
001290         ORGANIZATION IS SEQUENTIAL
001300         FILE STATUS IS WS-REJ-FILE-STATUS.
001310
001320     SELECT REPORT-FILE ASSIGN TO "EDITRPT"
001330         ORGANIZATION IS LINE SEQUENTIAL
001340         FILE STATUS IS WS-RPT-FILE-STATUS.
001350
001360     SELECT CTLIN-FILE ASSIGN TO "TRANCTLR"
001370         ORGANIZATION IS SEQUENTIAL
001380         FILE STATUS IS WS-CTLI-FILE-STATUS.
001390
001400     SELECT CTLOUT-FILE ASSIGN TO "TRANCTL"
001410         ORGANIZATION IS SEQUENTIAL
001420         FILE STATUS IS WS-CTLO-FILE-STATUS.
001430
001440     SELECT FP-FILE ASSIGN TO "HWFPFIL"
001450         ORGANIZATION IS INDEXED
001460         ACCESS MODE IS RANDOM
001470         RECORD KEY IS FP-KEY
001480         FILE STATUS IS WS-FP-FILE-STATUS.
001490
001500     SELECT OVRD-FILE ASSIGN TO "EDITOVRD"
001510         ORGANIZATION IS LINE SEQUENTIAL
001520         FILE STATUS IS WS-OVR-FILE-STATUS.
001530
001540     SELECT SRCS-FILE ASSIGN TO "EDITSRCS"
001550         ORGANIZATION IS LINE SEQUENTIAL
001560         FILE STATUS IS WS-SRCS-FILE-STATUS.
001570
001580     SELECT DAY-FILE ASSIGN TO "HWDAYFIL"
001590         ORGANIZATION IS INDEXED
001600         ACCESS MODE IS RANDOM
001610         RECORD KEY IS DAY-BUSINESS-DATE
001620         FILE STATUS IS WS-DAY-FILE-STATUS.
001630
001640 DATA DIVISION.
001650 FILE SECTION.
001660 FD  EXTRACT-FILE
001670     RECORDING MODE IS F.
001680     COPY HWTRN.
001690
001700 FD  CLEAN-FILE
001710     RECORDING MODE IS F.
001720 01  CLEAN-RECORD                PIC X(60).
001730
001740 FD  REJECT-FILE
001750     RECORDING MODE IS F.
001760     COPY HWREJ.
001770
001780 FD  CTLIN-FILE
001790     RECORDING MODE IS F.
001800     COPY HWCTL REPLACING LEADING ==CTL== BY ==CTLIN==.
001810
001820 FD  CTLOUT-FILE
001830     RECORDING MODE IS F.
001840     COPY HWCTL.
001850
001860 FD  FP-FILE.
001870     COPY HWFP.
001880
001890 FD  TYPE-FILE.
001900     COPY HWTYP.
001910
001920 FD  OVRD-FILE.
001930 01  OVRD-RECORD.
001940     05  OVRD-KEYWORD            PIC X(08).
001950     05  FILLER                  PIC X(72).
001960
001970 FD  SRCS-FILE.
001980 01  SRCS-RECORD.
001990     05  SRCS-SOURCE-ID          PIC X(08).
002000     05  FILLER                  PIC X(02).
002010     05  SRCS-EXT-NAME           PIC X(20).
002020     05  FILLER                  PIC X(02).
002030     05  SRCS-CTL-NAME           PIC X(20).
002040     05  FILLER                  PIC X(28).
002050
002060 FD  DAY-FILE.
002070     COPY HWDAY.
002080
002090 FD  REPORT-FILE.
002100 01  RPT-RECORD                  PIC X(80).
002110
002120 WORKING-STORAGE SECTION.
002130 01  WS-READ-CNT                 PIC 9(07)   VALUE ZERO.
002140 01  WS-ACCEPT-CNT               PIC 9(07)   VALUE ZERO.
002150 01  WS-REJECT-CNT               PIC 9(07)   VALUE ZERO.
002160 01  WS-REJ-ACCT-CNT             PIC 9(07)   VALUE ZERO.
002170 01  WS-REJ-DATE-CNT             PIC 9(07)   VALUE ZERO.
002180 01  WS-REJ-TYPE-CNT             PIC 9(07)   VALUE ZERO.
002190 01  WS-REJ-AMT-CNT              PIC 9(07)   VALUE ZERO.
002200 01  WS-REJ-LEN-CNT              PIC 9(07)   VALUE ZERO.
002210 01  WS-ROLL-FWD-CNT             PIC 9(07)   VALUE ZERO.
002220
002230 01  WS-EXT-EOF-SW               PIC X(01)   VALUE 'N'.
002240     88  WS-EXT-EOF                  VALUE 'Y'.
002250 01  WS-REC-SHORT-SW             PIC X(01)   VALUE 'N'.
002260     88  WS-REC-SHORT                VALUE 'Y'.
002270 01  WS-REASON-CODE              PIC X(04)   VALUE SPACES.
002280     88  WS-RECORD-CLEAN             VALUE SPACES.
002290
002300 01  WS-EXT-FILE-STATUS          PIC X(02)   VALUE '00'.
002310 01  WS-CLN-FILE-STATUS          PIC X(02)   VALUE '00'.
002320 01  WS-REJ-FILE-STATUS          PIC X(02)   VALUE '00'.
002330 01  WS-RPT-FILE-STATUS          PIC X(02)   VALUE '00'.
002340
002350 01  WS-RUN-DATE                 PIC X(08)   VALUE SPACES.
002360 01  WS-RUN-TIME                 PIC X(08)   VALUE SPACES.
002370 01  WS-BUS-DATE                 PIC X(08)   VALUE SPACES.
002380 01  WS-ENV-BUS-DATE             PIC X(08)   VALUE SPACES.
002390 01  WS-RERUN-SW                 PIC X(01)   VALUE 'N'.
002400     88  WS-RERUN                    VALUE 'Y'.
002410 01  WS-PRIOR-BUS-DATE           PIC X(08)   VALUE SPACES.
002420 01  WS-CLN-FILE-NAME            PIC X(20)   VALUE 'TRANFILE'.
002430 01  WS-REJ-FILE-NAME            PIC X(20)   VALUE 'TRANREJ'.
002440 01  WS-RPT-FILE-NAME            PIC X(20)   VALUE 'EDITRPT'.
002450 01  WS-CTLO-FILE-NAME           PIC X(20)   VALUE 'TRANCTL'.
002460 01  WS-CTLI-FILE-STATUS         PIC X(02)   VALUE '00'.
002470 01  WS-CTLO-FILE-STATUS         PIC X(02)   VALUE '00'.
002480 01  WS-READ-HASH-AMT            PIC S9(11)V99 VALUE ZERO.
002490 01  WS-ACCEPT-HASH-AMT          PIC S9(11)V99 VALUE ZERO.
002500
002510******************************************************************
002520*    SOURCE FEED TABLE - ONE ENTRY PER FEED ON THE EDITSRCS
002530*    SOURCE LIST, CARRYING ITS FILE NAMES, PRE-SCAN FINGERPRINT,
002540*    EDIT COUNTS AND UPSTREAM CONTROL RESULT. THE TOTALS ABOVE
002550*    ARE THE SUM OF EVERY FEED.
002560******************************************************************
002570 01  WS-SRCS-FILE-STATUS         PIC X(02)   VALUE '00'.
002580 01  WS-SRCS-EOF-SW              PIC X(01)   VALUE 'N'.
002590     88  WS-SRCS-EOF                 VALUE 'Y'.
002600 01  WS-SRC-MAX                  PIC 9(02)   VALUE 8.
002610 01  WS-SRC-COUNT                PIC 9(02)   VALUE ZERO.
002620 01  WS-SRC-IDX                  PIC 9(02)   VALUE ZERO.
002630 01  WS-SRC-CHK-IDX              PIC 9(02)   VALUE ZERO.
002640 01  WS-SRC-DUP-ID-SW            PIC X(01)   VALUE 'N'.
002650     88  WS-SRC-DUP-ID               VALUE 'Y'.
002660 01  WS-SRC-WORK-NAME            PIC X(40)   VALUE SPACES.
002670 01  WS-SRC-DATED-NAME           PIC X(40)   VALUE SPACES.
002680 01  WS-RECV-CNT                 PIC 9(02)   VALUE ZERO.
002690 01  WS-MISSING-CNT              PIC 9(02)   VALUE ZERO.
002700 01  WS-REPEAT-CNT               PIC 9(02)   VALUE ZERO.
002710 01  WS-SRC-TABLE.
002720     05  WS-SRC-ENTRY            OCCURS 8 TIMES.
002730         10  WS-SRC-ID               PIC X(08).
002740         10  WS-SRC-EXT-NAME         PIC X(40).
002750         10  WS-SRC-CTL-NAME         PIC X(40).
002760         10  WS-SRC-RECV-SW          PIC X(01).
002770             88  WS-SRC-RECEIVED         VALUE 'Y'.
002780             88  WS-SRC-MISSING          VALUE 'N'.
002790         10  WS-SRC-READ-CNT         PIC 9(07).
002800         10  WS-SRC-ACCEPT-CNT       PIC 9(07).
002810         10  WS-SRC-REJECT-CNT       PIC 9(07).
002820         10  WS-SRC-REJ-ACCT-CNT     PIC 9(07).
002830         10  WS-SRC-REJ-DATE-CNT     PIC 9(07).
002840         10  WS-SRC-REJ-TYPE-CNT     PIC 9(07).
002850         10  WS-SRC-REJ-AMT-CNT      PIC 9(07).
002860         10  WS-SRC-REJ-LEN-CNT      PIC 9(07).
002870         10  WS-SRC-READ-HASH-AMT    PIC S9(11)V99.
002880         10  WS-SRC-ACCEPT-HASH-AMT  PIC S9(11)V99.
002890         10  WS-SRC-SCAN-CNT         PIC 9(07).
002900         10  WS-SRC-SCAN-HASH-AMT    PIC S9(11)V99.
002910         10  WS-SRC-FIRST-IMG        PIC X(60).
002920         10  WS-SRC-LAST-IMG         PIC X(60).
002930         10  WS-SRC-REPEAT-SW        PIC X(01).
002940             88  WS-SRC-REPEAT           VALUE 'Y'.
002950         10  WS-SRC-FP-DATE          PIC X(08).
002960         10  WS-SRC-FP-TIME          PIC X(08).
002970         10  WS-SRC-CTL-SW           PIC X(01).
002980             88  WS-SRC-CTL-PRESENT      VALUE 'Y'.
002990         10  WS-SRC-BAL-SW           PIC X(01).
003000             88  WS-SRC-CTL-BALANCED     VALUE 'Y'.
003010         10  WS-SRC-EXP-COUNT        PIC 9(07).
003020         10  WS-SRC-EXP-HASH         PIC S9(11)V99.
003030
003040******************************************************************
003050*    FALLBACK TRAN-TYPE CODES, USED ONLY WHEN THE HWTYPFIL
003060*    REFERENCE FILE IS NOT AVAILABLE TO THE RUN. KEPT IN STEP
003070*    WITH THE REFERENCE FILE BY HAND UNTIL IT CAN BE RETIRED.
003080******************************************************************
003090 01  WS-TYP-FILE-STATUS          PIC X(02)   VALUE '00'.
003100 01  WS-TYP-CHECKED-SW           PIC X(01)   VALUE 'N'.
003110     88  WS-TYP-CHECKED              VALUE 'Y'.
003120 01  WS-TYPE-LIST-DATA.
003130     05  FILLER                  PIC X(16)
003140         VALUE 'PURFDPWDFEINAJTR'.
003150 01  WS-TYPE-LIST REDEFINES WS-TYPE-LIST-DATA.
003160     05  WS-TYPE-LIST-CODE       PIC X(02)  OCCURS 8 TIMES.
003170 01  WS-TYPE-LIST-COUNT          PIC 9(02)   VALUE 8.
003180 01  WS-TYPE-LIST-IDX            PIC 9(02)   VALUE ZERO.
003190 01  WS-TYPE-OK-SW               PIC X(01)   VALUE 'N'.
003200     88  WS-TYPE-OK                  VALUE 'Y'.
003210
003220 01  WS-EDIT-DATE.
003230     05  WS-EDIT-DATE-YYYY       PIC 9(04).
003240     05  WS-EDIT-DATE-MM         PIC 9(02).
003250     05  WS-EDIT-DATE-DD         PIC 9(02).
003260 01  WS-DATE-OK-SW               PIC X(01)   VALUE 'N'.
003270     88  WS-DATE-OK                  VALUE 'Y'.
003280 01  WS-LEAP-REM                 PIC 9(04)   VALUE ZERO.
003290 01  WS-LEAP-QUOT                PIC 9(04)   VALUE ZERO.
003300 01  WS-MONTH-MAX-DD             PIC 9(02)   VALUE ZERO.
003310
003320
003330 01  WS-RPT-DETAIL.
003340     05  WS-RPT-LABEL            PIC X(20)   VALUE SPACES.
003350     05  WS-RPT-COUNT            PIC Z(6)9.
003360     05  FILLER                  PIC X(53)   VALUE SPACES.
003370
003380 01  WS-RPT-MONEY.
003390     05  WS-RPT-MLABEL           PIC X(20)   VALUE SPACES.
003400     05  WS-RPT-AMT              PIC ---,---,---,--9.99.
003410     05  FILLER                  PIC X(42)   VALUE SPACES.
003420
003430 01  WS-RPT-SRC-HEAD.
003440     05  FILLER                  PIC X(09)   VALUE 'SOURCE'.
003450     05  FILLER                  PIC X(09)   VALUE '    READ'.
003460     05  FILLER                  PIC X(09)   VALUE 'ACCEPTED'.
003470     05  FILLER                  PIC X(09)   VALUE 'REJECTED'.
003480     05  FILLER                  PIC X(06)   VALUE ' ACCT'.
003490     05  FILLER                  PIC X(06)   VALUE ' DATE'.
003500     05  FILLER                  PIC X(06)   VALUE ' TYPE'.
003510     05  FILLER                  PIC X(06)   VALUE '  AMT'.
003520     05  FILLER                  PIC X(06)   VALUE '  LEN'.
003530     05  FILLER                  PIC X(14)   VALUE 'CONTROL'.
003540
003550 01  WS-RPT-SRC-LINE.
003560     05  WS-RPT-SRC-ID           PIC X(08)   VALUE SPACES.
003570     05  FILLER                  PIC X(01)   VALUE SPACE.
003580     05  WS-RPT-SRC-READ         PIC Z(7)9.
003590     05  FILLER                  PIC X(01)   VALUE SPACE.
003600     05  WS-RPT-SRC-ACC          PIC Z(7)9.
003610     05  FILLER                  PIC X(01)   VALUE SPACE.
003620     05  WS-RPT-SRC-REJ          PIC Z(7)9.
003630     05  FILLER                  PIC X(01)   VALUE SPACE.
003640     05  WS-RPT-SRC-ACCT         PIC Z(4)9.
003650     05  FILLER                  PIC X(01)   VALUE SPACE.
003660     05  WS-RPT-SRC-DATE         PIC Z(4)9.
003670     05  FILLER                  PIC X(01)   VALUE SPACE.
003680     05  WS-RPT-SRC-TYPE         PIC Z(4)9.
003690     05  FILLER                  PIC X(01)   VALUE SPACE.
003700     05  WS-RPT-SRC-AMT          PIC Z(4)9.
003710     05  FILLER                  PIC X(01)   VALUE SPACE.
003720     05  WS-RPT-SRC-LEN          PIC Z(4)9.
003730     05  FILLER                  PIC X(01)   VALUE SPACE.
003740     05  WS-RPT-SRC-CTL          PIC X(10)   VALUE SPACES.
003750     05  FILLER                  PIC X(04)   VALUE SPACES.
003760
003770******************************************************************
003780*    DUPLICATE-FEED CHECK WORK AREAS - THE STORED PRINT READ
003790*    BACK FROM HWFPFIL FOR THE BUSINESS DATE AND SOURCE, COMPARED
003800*    WITH THE FEED'S OWN PRINT FROM THE PRE-SCAN PASS.
003810******************************************************************
003820 01  WS-FP-FILE-STATUS           PIC X(02)   VALUE '00'.
003830 01  WS-OVR-FILE-STATUS          PIC X(02)   VALUE '00'.
003840 01  WS-DAY-FILE-STATUS          PIC X(02)   VALUE '00'.
003850 01  WS-DAY-CLOSED-SW            PIC X(01)   VALUE 'N'.
003860     88  WS-DAY-IS-CLOSED            VALUE 'Y'.
003870 01  WS-DAY-CLOSE-DATE           PIC X(08)   VALUE SPACES.
003880 01  WS-DAY-CLOSE-TIME           PIC X(08)   VALUE SPACES.
003890 01  WS-OVERRIDE-SW              PIC X(01)   VALUE 'N'.
003900     88  WS-OVERRIDE                 VALUE 'Y'.
003910 01  WS-DUP-FEED-SW              PIC X(01)   VALUE 'N'.
003920     88  WS-DUP-FEED                 VALUE 'Y'.
003930 01  WS-DUP-OVERRIDE-SW          PIC X(01)   VALUE 'N'.
003940     88  WS-DUP-OVERRIDDEN           VALUE 'Y'.
003950 01  WS-SCAN-EOF-SW              PIC X(01)   VALUE 'N'.
003960     88  WS-SCAN-EOF                 VALUE 'Y'.
003970 01  WS-FP-FOUND-SW              PIC X(01)   VALUE 'N'.
003980     88  WS-FP-FOUND                 VALUE 'Y'.
003990 01  WS-FP-COUNT                 PIC 9(07)   VALUE ZERO.
004000 01  WS-FP-HASH-AMT              PIC S9(11)V99 VALUE ZERO.
004010 01  WS-FP-FIRST-IMG             PIC X(60)   VALUE SPACES.
004020 01  WS-FP-LAST-IMG              PIC X(60)   VALUE SPACES.
004030 01  WS-FP-STAMP-DATE            PIC X(08)   VALUE SPACES.
004040 01  WS-FP-STAMP-TIME            PIC X(08)   VALUE SPACES.
004050
004060 COPY HWCLD.
004070 COPY HWJLG.
004080 01  WS-SAVE-RETURN-CODE         PIC S9(08) COMP VALUE ZERO.
004090
004100******************************************************************
004110 PROCEDURE DIVISION.
004120******************************************************************
004130
004140 0000-MAINLINE.
004150     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004160     PERFORM 9000-LOG-JOB-START THRU 9000-EXIT.
004170     PERFORM 1600-LOAD-SOURCE-LIST THRU 1600-EXIT.
004180     PERFORM 1810-READ-OVERRIDE-CARD THRU 1810-EXIT.
004190     PERFORM 1850-CHECK-DAY-CLOSED THRU 1850-EXIT.
004200     IF WS-DAY-IS-CLOSED
004210         PERFORM 3750-PRINT-CLOSED-REPORT THRU 3750-EXIT
004220         CLOSE REPORT-FILE
004230         MOVE 8 TO RETURN-CODE
004240         PERFORM 9100-LOG-JOB-END THRU 9100-EXIT
004250         STOP RUN
004260     END-IF.
004270     PERFORM 1800-CHECK-DUPLICATE-FEED THRU 1800-EXIT.
004280     IF WS-DUP-FEED
004290         PERFORM 3700-PRINT-DUP-REPORT THRU 3700-EXIT
004300         CLOSE REPORT-FILE
004310         MOVE 8 TO RETURN-CODE
004320         PERFORM 9100-LOG-JOB-END THRU 9100-EXIT
004330         STOP RUN
004340     END-IF.
004350     PERFORM 1900-OPEN-OUTPUT-FILES THRU 1900-EXIT.
004360     PERFORM 2000-EDIT-EXTRACT THRU 2000-EXIT.
004370     PERFORM 3300-CHECK-UPSTREAM-CONTROL THRU 3300-EXIT.
004380     PERFORM 3400-WRITE-CLEAN-CONTROL THRU 3400-EXIT.
004390     PERFORM 3000-PRINT-REPORT THRU 3000-EXIT.
004400     PERFORM 3900-CLOSE-FILES THRU 3900-EXIT.
004410     IF (WS-REJECT-CNT > ZERO OR WS-MISSING-CNT > ZERO)
004420         AND RETURN-CODE < 4
004430         MOVE 4 TO RETURN-CODE
004440     END-IF.
004450     IF RETURN-CODE < 8
004460         PERFORM 3800-WRITE-FINGERPRINT THRU 3800-EXIT
004470     END-IF.
004480     PERFORM 9100-LOG-JOB-END THRU 9100-EXIT.
004490     STOP RUN.
004500
004510******************************************************************
004520*    1000-INITIALIZE  --  STAMP THE RUN, RESOLVE THE BUSINESS DAY
004530*                         THE EXTRACT IS EDITED AGAINST AND THE
004540*                         PROCESSING DAY BEFORE IT, AND OPEN
004550*                         THE REPORT AND TYPE REFERENCE FILES. THE
004560*                         RAW EXTRACTS ARE OPENED A FEED AT A TIME.
004570******************************************************************
004580 1000-INITIALIZE.
004590     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
004600     ACCEPT WS-RUN-TIME FROM TIME.
004610     PERFORM 1700-RESOLVE-BUS-DATE THRU 1700-EXIT.
004620     PERFORM 1750-FIND-PRIOR-BUS-DATE THRU 1750-EXIT.
004630     OPEN OUTPUT REPORT-FILE.
004640     IF WS-RPT-FILE-STATUS NOT = '00'
004650         DISPLAY 'HWEDIT: REPORT-FILE OPEN FAILED, STATUS='
004660             WS-RPT-FILE-STATUS UPON SYSERR
004670         MOVE 8 TO RETURN-CODE
004680         PERFORM 9000-LOG-JOB-START THRU 9000-EXIT
004690         PERFORM 9100-LOG-JOB-END THRU 9100-EXIT
004700         STOP RUN
004710     END-IF.
004720     OPEN INPUT TYPE-FILE.
004730     IF WS-TYP-FILE-STATUS = '00'
004740         SET WS-TYP-CHECKED TO TRUE
004750     ELSE
004760         DISPLAY 'HWEDIT: TYPE REFERENCE FILE NOT AVAILABLE,'
004770             ' STATUS=' WS-TYP-FILE-STATUS
004780             ' - COMPILED-IN LIST IN USE' UPON SYSERR
004790     END-IF.
004800 1000-EXIT.
004810     EXIT.
004820
004830******************************************************************
004840*    1900-OPEN-OUTPUT-FILES  --  OPEN THE CLEAN AND REJECT FILES
004850*                                ONLY AFTER THE DUPLICATE-FEED
004860*                                CHECK HAS PASSED, SO A STOPPED
004870*                                RE-SEND NEVER TRUNCATES THE
004880*                                FILES ALREADY WRITTEN FOR THE
004890*                                DAY.
004900******************************************************************
004910 1900-OPEN-OUTPUT-FILES.
004920     OPEN OUTPUT CLEAN-FILE.
004930     IF WS-CLN-FILE-STATUS NOT = '00'
004940         DISPLAY 'HWEDIT: CLEAN-FILE OPEN FAILED, STATUS='
004950             WS-CLN-FILE-STATUS UPON SYSERR
004960         MOVE 8 TO RETURN-CODE
004970         PERFORM 9100-LOG-JOB-END THRU 9100-EXIT
004980         STOP RUN
004990     END-IF.
005000     OPEN OUTPUT REJECT-FILE.
005010     IF WS-REJ-FILE-STATUS NOT = '00'
005020         DISPLAY 'HWEDIT: REJECT-FILE OPEN FAILED, STATUS='
005030             WS-REJ-FILE-STATUS UPON SYSERR
005040         MOVE 8 TO RETURN-CODE
005050         PERFORM 9100-LOG-JOB-END THRU 9100-EXIT
005060         STOP RUN
005070     END-IF.
005080 1900-EXIT.
005090     EXIT.
005100
005110
005120******************************************************************
005130*    2000-EDIT-EXTRACT  --  ONE PASS OF EACH FEED RECEIVED,
005140*                           ROUTING EVERY RECORD TO THE CLEAN FILE
005150*                           OR THE REJECT FILE.
005160******************************************************************
005170 2000-EDIT-EXTRACT.
005180     PERFORM 2010-EDIT-SOURCE THRU 2010-EXIT
005190         VARYING WS-SRC-IDX FROM 1 BY 1
005200         UNTIL WS-SRC-IDX > WS-SRC-COUNT.
005210 2000-EXIT.
005220     EXIT.
005230
005240 2010-EDIT-SOURCE.
005250     IF NOT WS-SRC-RECEIVED(WS-SRC-IDX)
005260         GO TO 2010-EXIT
005270     END-IF.
005280     IF WS-SRC-EXT-NAME(WS-SRC-IDX) NOT = SPACES
005290         SET ENVIRONMENT 'TRANEXTR' TO WS-SRC-EXT-NAME(WS-SRC-IDX)
005300     END-IF.
005310     OPEN INPUT EXTRACT-FILE.
005320     IF WS-EXT-FILE-STATUS NOT = '00'
005330         DISPLAY 'HWEDIT: EXTRACT-FILE REOPEN FAILED, SOURCE='
005340             WS-SRC-ID(WS-SRC-IDX) ' STATUS=' WS-EXT-FILE-STATUS
005350             UPON SYSERR
005360         MOVE 8 TO RETURN-CODE
005370         GO TO 2010-EXIT
005380     END-IF.
005390     MOVE 'N' TO WS-EXT-EOF-SW.
005400     PERFORM 2100-READ-EXTRACT THRU 2100-EXIT.
005410     PERFORM 2200-EDIT-RECORD THRU 2200-EXIT
005420         UNTIL WS-EXT-EOF.
005430     CLOSE EXTRACT-FILE.
005440 2010-EXIT.
005450     EXIT.
005460
005470******************************************************************
005480*    2100-READ-EXTRACT  --  READ ONE RAW RECORD. FILE STATUS 04
005490*                           (RECORD LENGTH MISMATCH) IS KEPT AS A
005500*                           LENGTH REJECT, NOT TREATED AS FATAL.
005510*                           THE FEED'S SOURCE ID IS STAMPED INTO
005520*                           EVERY RECORD READ.
005530******************************************************************
005540 2100-READ-EXTRACT.
005550     MOVE 'N' TO WS-REC-SHORT-SW.
005560     READ EXTRACT-FILE
005570         AT END
005580             SET WS-EXT-EOF TO TRUE
005590     END-READ.
005600     IF WS-EXT-EOF
005610         GO TO 2100-EXIT
005620     END-IF.
005630     IF WS-EXT-FILE-STATUS = '04'
005640         SET WS-REC-SHORT TO TRUE
005650     END-IF.
005660     IF WS-EXT-FILE-STATUS NOT = '00' AND '04'
005670         DISPLAY 'HWEDIT: EXTRACT-FILE READ FAILED,'
005680             ' STATUS=' WS-EXT-FILE-STATUS UPON SYSERR
005690         SET WS-EXT-EOF TO TRUE
005700         GO TO 2100-EXIT
005710     END-IF.
005720     MOVE WS-SRC-ID(WS-SRC-IDX) TO TRAN-SOURCE-ID.
005730 2100-EXIT.
005740     EXIT.
005750
005760******************************************************************
005770*    2200-EDIT-RECORD  --  APPLY THE EDITS IN ORDER AND ROUTE THE
005780*                          RECORD. THE FIRST FAILING EDIT NAMES THE
005790*                          REASON CODE.
005800******************************************************************
005810 2200-EDIT-RECORD.
005820     ADD 1 TO WS-READ-CNT.
005830     ADD 1 TO WS-SRC-READ-CNT(WS-SRC-IDX).
005840     IF TRAN-AMOUNT NUMERIC
005850         ADD TRAN-AMOUNT TO WS-READ-HASH-AMT
005860         ADD TRAN-AMOUNT TO WS-SRC-READ-HASH-AMT(WS-SRC-IDX)
005870     END-IF.
005880     MOVE SPACES TO WS-REASON-CODE.
005890     IF WS-REC-SHORT
005900         MOVE 'LEN ' TO WS-REASON-CODE
005910     END-IF.
005920     IF WS-RECORD-CLEAN
005930         PERFORM 2210-EDIT-ACCOUNT THRU 2210-EXIT
005940     END-IF.
005950     IF WS-RECORD-CLEAN
005960         PERFORM 2220-EDIT-DATE THRU 2220-EXIT
005970     END-IF.
005980     IF WS-RECORD-CLEAN
005990         PERFORM 2230-EDIT-TYPE THRU 2230-EXIT
006000     END-IF.
006010     IF WS-RECORD-CLEAN
006020         PERFORM 2240-EDIT-AMOUNT THRU 2240-EXIT
006030     END-IF.
006040     IF WS-RECORD-CLEAN
006050         PERFORM 2300-WRITE-CLEAN THRU 2300-EXIT
006060     ELSE
006070         PERFORM 2400-WRITE-REJECT THRU 2400-EXIT
006080     END-IF.
006090     PERFORM 2100-READ-EXTRACT THRU 2100-EXIT.
006100 2200-EXIT.
006110     EXIT.
006120
006130******************************************************************
006140*    2210-EDIT-ACCOUNT  --  TRAN-ACCOUNT-NO MUST BE POPULATED.
006150******************************************************************
006160 2210-EDIT-ACCOUNT.
006170     IF TRAN-ACCOUNT-NO = SPACES
006180         OR TRAN-ACCOUNT-NO = LOW-VALUES
006190         OR TRAN-ACCOUNT-NO = ZEROS
006200         MOVE 'ACCT' TO WS-REASON-CODE
006210     END-IF.
006220 2210-EXIT.
006230     EXIT.
006240
006250******************************************************************
006260*    2220-EDIT-DATE  --  TRAN-DATE MUST BE A REAL CALENDAR DATE
006270*                        AND MUST MATCH THE BUSINESS DAY BEING
006280*                        PROCESSED, OR FALL ON A NON-PROCESSING
006290*                        DAY SINCE THE PRIOR PROCESSING DAY -
006300*                        THOSE ITEMS ROLL FORWARD INTO TODAY.
006310******************************************************************
006320 2220-EDIT-DATE.
006330     PERFORM 2500-VALIDATE-DATE THRU 2500-EXIT.
006340     IF NOT WS-DATE-OK
006350         MOVE 'DATE' TO WS-REASON-CODE
006360         GO TO 2220-EXIT
006370     END-IF.
006380     IF TRAN-DATE = WS-BUS-DATE
006390         GO TO 2220-EXIT
006400     END-IF.
006410     IF TRAN-DATE > WS-PRIOR-BUS-DATE
006420         AND TRAN-DATE < WS-BUS-DATE
006430         ADD 1 TO WS-ROLL-FWD-CNT
006440     ELSE
006450         MOVE 'DATE' TO WS-REASON-CODE
006460     END-IF.
006470 2220-EXIT.
006480     EXIT.
006490
006500******************************************************************
006510*    2230-EDIT-TYPE  --  TRAN-TYPE MUST BE ON THE HWTYPFIL
006520*                        REFERENCE FILE, OR ON THE COMPILED-IN
006530*                        LIST WHEN THE FILE IS NOT AVAILABLE.
006540******************************************************************
006550 2230-EDIT-TYPE.
006560     MOVE 'N' TO WS-TYPE-OK-SW.
006570     IF WS-TYP-CHECKED
006580         MOVE TRAN-TYPE TO TYP-CODE
006590         READ TYPE-FILE
006600         IF WS-TYP-FILE-STATUS = '00'
006610             SET WS-TYPE-OK TO TRUE
006620         END-IF
006630     ELSE
006640         PERFORM 2510-SCAN-TYPE-LIST THRU 2510-EXIT
006650             VARYING WS-TYPE-LIST-IDX FROM 1 BY 1
006660             UNTIL WS-TYPE-LIST-IDX > WS-TYPE-LIST-COUNT
006670                 OR WS-TYPE-OK
006680     END-IF.
006690     IF NOT WS-TYPE-OK
006700         MOVE 'TYPE' TO WS-REASON-CODE
006710     END-IF.
006720 2230-EXIT.
006730     EXIT.
006740
006750******************************************************************
006760*    2240-EDIT-AMOUNT  --  TRAN-AMOUNT MUST BE NUMERIC.
006770******************************************************************
006780 2240-EDIT-AMOUNT.
006790     IF TRAN-AMOUNT NOT NUMERIC
006800         MOVE 'AMT ' TO WS-REASON-CODE
006810     END-IF.
006820 2240-EXIT.
006830     EXIT.
006840
006850 2300-WRITE-CLEAN.
006860     ADD 1 TO WS-ACCEPT-CNT.
006870     ADD TRAN-AMOUNT TO WS-ACCEPT-HASH-AMT.
006880     ADD 1 TO WS-SRC-ACCEPT-CNT(WS-SRC-IDX).
006890     ADD TRAN-AMOUNT TO WS-SRC-ACCEPT-HASH-AMT(WS-SRC-IDX).
006900     WRITE CLEAN-RECORD FROM TRAN-RECORD.
006910     IF WS-CLN-FILE-STATUS NOT = '00'
006920         DISPLAY 'HWEDIT: CLEAN-FILE WRITE FAILED, STATUS='
006930             WS-CLN-FILE-STATUS UPON SYSERR
006940         MOVE 8 TO RETURN-CODE
006950     END-IF.
006960 2300-EXIT.
006970     EXIT.
006980
006990 2400-WRITE-REJECT.
007000     ADD 1 TO WS-REJECT-CNT.
007010     ADD 1 TO WS-SRC-REJECT-CNT(WS-SRC-IDX).
007020     EVALUATE WS-REASON-CODE
007030         WHEN 'ACCT'
007040             ADD 1 TO WS-REJ-ACCT-CNT
007050             ADD 1 TO WS-SRC-REJ-ACCT-CNT(WS-SRC-IDX)
007060         WHEN 'DATE'
007070             ADD 1 TO WS-REJ-DATE-CNT
007080             ADD 1 TO WS-SRC-REJ-DATE-CNT(WS-SRC-IDX)
007090         WHEN 'TYPE'
007100             ADD 1 TO WS-REJ-TYPE-CNT
007110             ADD 1 TO WS-SRC-REJ-TYPE-CNT(WS-SRC-IDX)
007120         WHEN 'AMT '
007130             ADD 1 TO WS-REJ-AMT-CNT
007140             ADD 1 TO WS-SRC-REJ-AMT-CNT(WS-SRC-IDX)
007150         WHEN 'LEN '
007160             ADD 1 TO WS-REJ-LEN-CNT
007170             ADD 1 TO WS-SRC-REJ-LEN-CNT(WS-SRC-IDX)
007180     END-EVALUATE.
007190     MOVE SPACES TO REJ-RECORD.
007200     MOVE WS-REASON-CODE TO REJ-REASON-CODE.
007210     MOVE TRAN-RECORD TO REJ-TRAN-DATA.
007220     WRITE REJ-RECORD.
007230     IF WS-REJ-FILE-STATUS NOT = '00'
007240         DISPLAY 'HWEDIT: REJECT-FILE WRITE FAILED, STATUS='
007250             WS-REJ-FILE-STATUS UPON SYSERR
007260         MOVE 8 TO RETURN-CODE
007270     END-IF.
007280 2400-EXIT.
007290     EXIT.
007300
007310******************************************************************
007320*    2500-VALIDATE-DATE  --  TRAN-DATE MUST BE NUMERIC AND A REAL
007330*                            CALENDAR DATE, FEBRUARY 29 ONLY IN A
007340*                            LEAP YEAR.
007350******************************************************************
007360 2500-VALIDATE-DATE.
007370     MOVE 'N' TO WS-DATE-OK-SW.
007380     IF TRAN-DATE NOT NUMERIC
007390         GO TO 2500-EXIT
007400     END-IF.
007410     MOVE TRAN-DATE TO WS-EDIT-DATE.
007420     IF WS-EDIT-DATE-MM < 01 OR WS-EDIT-DATE-MM > 12
007430         GO TO 2500-EXIT
007440     END-IF.
007450     EVALUATE WS-EDIT-DATE-MM
007460         WHEN 01
007470         WHEN 03
007480         WHEN 05
007490         WHEN 07
007500         WHEN 08
007510         WHEN 10
007520         WHEN 12
007530             MOVE 31 TO WS-MONTH-MAX-DD
007540         WHEN 04
007550         WHEN 06
007560         WHEN 09
007570         WHEN 11
007580             MOVE 30 TO WS-MONTH-MAX-DD
007590         WHEN 02
007600             MOVE 28 TO WS-MONTH-MAX-DD
007610             PERFORM 2520-CHECK-LEAP-YEAR THRU 2520-EXIT
007620     END-EVALUATE.
007630     IF WS-EDIT-DATE-DD < 01
007640         OR WS-EDIT-DATE-DD > WS-MONTH-MAX-DD
007650         GO TO 2500-EXIT
007660     END-IF.
007670     SET WS-DATE-OK TO TRUE.
007680 2500-EXIT.
007690     EXIT.
007700
007710 2510-SCAN-TYPE-LIST.
007720     IF WS-TYPE-LIST-CODE(WS-TYPE-LIST-IDX) = TRAN-TYPE
007730         SET WS-TYPE-OK TO TRUE
007740     END-IF.
007750 2510-EXIT.
007760     EXIT.
007770
007780******************************************************************
007790*    2520-CHECK-LEAP-YEAR  --  FEBRUARY GETS 29 DAYS WHEN THE YEAR
007800*                              DIVIDES BY 4 BUT NOT BY 100, OR
007810*                              DIVIDES BY 400.
007820******************************************************************
007830 2520-CHECK-LEAP-YEAR.
007840     DIVIDE WS-EDIT-DATE-YYYY BY 4
007850         GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM.
007860     IF WS-LEAP-REM NOT = ZERO
007870         GO TO 2520-EXIT
007880     END-IF.
007890     DIVIDE WS-EDIT-DATE-YYYY BY 100
007900         GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM.
007910     IF WS-LEAP-REM NOT = ZERO
007920         MOVE 29 TO WS-MONTH-MAX-DD
007930         GO TO 2520-EXIT
007940     END-IF.
007950     DIVIDE WS-EDIT-DATE-YYYY BY 400
007960         GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM.
007970     IF WS-LEAP-REM = ZERO
007980         MOVE 29 TO WS-MONTH-MAX-DD
007990     END-IF.
008000 2520-EXIT.
008010     EXIT.
008020
008030******************************************************************
008040*    3000-PRINT-REPORT  --  ACCEPTED/REJECTED TOTALS BY ERROR TYPE
008050*                           FOR THE UPSTREAM TEAM, FOR THE DAY AND
008060*                           FOR EACH SOURCE FEED.
008070******************************************************************
008080 3000-PRINT-REPORT.
008090     MOVE SPACES TO RPT-RECORD.
008100     STRING 'HWEDIT DAILY TRANSACTION EDIT REPORT'
008110         DELIMITED BY SIZE INTO RPT-RECORD.
008120     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
008130     MOVE SPACES TO RPT-RECORD.
008140     STRING 'BUSINESS DATE ' WS-BUS-DATE
008150         '  RUN ' WS-RUN-DATE ' ' WS-RUN-TIME
008160         DELIMITED BY SIZE INTO RPT-RECORD.
008170     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
008180     MOVE SPACES TO RPT-RECORD.
008190     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
008200     MOVE 'RECORDS READ' TO WS-RPT-LABEL.
008210     MOVE WS-READ-CNT TO WS-RPT-COUNT.
008220     PERFORM 3200-WRITE-DETAIL-LINE THRU 3200-EXIT.
008230     MOVE 'RECORDS ACCEPTED' TO WS-RPT-LABEL.
008240     MOVE WS-ACCEPT-CNT TO WS-RPT-COUNT.
008250     PERFORM 3200-WRITE-DETAIL-LINE THRU 3200-EXIT.
008260     MOVE '  FROM NON-PROC DAYS' TO WS-RPT-LABEL.
008270     MOVE WS-ROLL-FWD-CNT TO WS-RPT-COUNT.
008280     PERFORM 3200-WRITE-DETAIL-LINE THRU 3200-EXIT.
008290     MOVE 'RECORDS REJECTED' TO WS-RPT-LABEL.
008300     MOVE WS-REJECT-CNT TO WS-RPT-COUNT.
008310     PERFORM 3200-WRITE-DETAIL-LINE THRU 3200-EXIT.
008320     MOVE '  MISSING ACCOUNT' TO WS-RPT-LABEL.
008330     MOVE WS-REJ-ACCT-CNT TO WS-RPT-COUNT.
008340     PERFORM 3200-WRITE-DETAIL-LINE THRU 3200-EXIT.
008350     MOVE '  BAD DATE' TO WS-RPT-LABEL.
008360     MOVE WS-REJ-DATE-CNT TO WS-RPT-COUNT.
008370     PERFORM 3200-WRITE-DETAIL-LINE THRU 3200-EXIT.
008380     MOVE '  BAD TYPE CODE' TO WS-RPT-LABEL.
008390     MOVE WS-REJ-TYPE-CNT TO WS-RPT-COUNT.
008400     PERFORM 3200-WRITE-DETAIL-LINE THRU 3200-EXIT.
008410     MOVE '  BAD AMOUNT' TO WS-RPT-LABEL.
008420     MOVE WS-REJ-AMT-CNT TO WS-RPT-COUNT.
008430     PERFORM 3200-WRITE-DETAIL-LINE THRU 3200-EXIT.
008440     MOVE '  SHORT RECORD' TO WS-RPT-LABEL.
008450     MOVE WS-REJ-LEN-CNT TO WS-RPT-COUNT.
008460     PERFORM 3200-WRITE-DETAIL-LINE THRU 3200-EXIT.
008470     IF WS-DUP-OVERRIDDEN
008480         MOVE SPACES TO RPT-RECORD
008490         PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT
008500         MOVE 'DUPLICATE FEED FORCED THROUGH BY OVERRIDE CARD'
008510             TO RPT-RECORD
008520         PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT
008530     END-IF.
008540     PERFORM 3010-PRINT-SOURCE-SECTION THRU 3010-EXIT.
008550     PERFORM 3500-PRINT-CONTROL-SECTION THRU 3500-EXIT.
008560 3000-EXIT.
008570     EXIT.
008580
008590******************************************************************
008600*    3010-PRINT-SOURCE-SECTION  --  THE SAME TOTALS SPLIT BY
008610*                                   SOURCE FEED, WITH A DAY TOTAL
008620*                                   LINE, THEN A NOTE FOR EVERY
008630*                                   FEED NOT RECEIVED OR RE-SENT.
008640******************************************************************
008650 3010-PRINT-SOURCE-SECTION.
008660     MOVE SPACES TO RPT-RECORD.
008670     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
008680     MOVE 'BY SOURCE FEED' TO RPT-RECORD.
008690     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
008700     MOVE WS-RPT-SRC-HEAD TO RPT-RECORD.
008710     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
008720     PERFORM 3020-PRINT-SOURCE-LINE THRU 3020-EXIT
008730         VARYING WS-SRC-IDX FROM 1 BY 1
008740         UNTIL WS-SRC-IDX > WS-SRC-COUNT.
008750     MOVE 'TOTAL' TO WS-RPT-SRC-ID.
008760     MOVE WS-READ-CNT TO WS-RPT-SRC-READ.
008770     MOVE WS-ACCEPT-CNT TO WS-RPT-SRC-ACC.
008780     MOVE WS-REJECT-CNT TO WS-RPT-SRC-REJ.
008790     MOVE WS-REJ-ACCT-CNT TO WS-RPT-SRC-ACCT.
008800     MOVE WS-REJ-DATE-CNT TO WS-RPT-SRC-DATE.
008810     MOVE WS-REJ-TYPE-CNT TO WS-RPT-SRC-TYPE.
008820     MOVE WS-REJ-AMT-CNT TO WS-RPT-SRC-AMT.
008830     MOVE WS-REJ-LEN-CNT TO WS-RPT-SRC-LEN.
008840     MOVE SPACES TO WS-RPT-SRC-CTL.
008850     MOVE WS-RPT-SRC-LINE TO RPT-RECORD.
008860     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
008870     PERFORM 3030-PRINT-SOURCE-NOTE THRU 3030-EXIT
008880         VARYING WS-SRC-IDX FROM 1 BY 1
008890         UNTIL WS-SRC-IDX > WS-SRC-COUNT.
008900 3010-EXIT.
008910     EXIT.
008920
008930 3020-PRINT-SOURCE-LINE.
008940     MOVE WS-SRC-ID(WS-SRC-IDX) TO WS-RPT-SRC-ID.
008950     MOVE WS-SRC-READ-CNT(WS-SRC-IDX) TO WS-RPT-SRC-READ.
008960     MOVE WS-SRC-ACCEPT-CNT(WS-SRC-IDX) TO WS-RPT-SRC-ACC.
008970     MOVE WS-SRC-REJECT-CNT(WS-SRC-IDX) TO WS-RPT-SRC-REJ.
008980     MOVE WS-SRC-REJ-ACCT-CNT(WS-SRC-IDX) TO WS-RPT-SRC-ACCT.
008990     MOVE WS-SRC-REJ-DATE-CNT(WS-SRC-IDX) TO WS-RPT-SRC-DATE.
009000     MOVE WS-SRC-REJ-TYPE-CNT(WS-SRC-IDX) TO WS-RPT-SRC-TYPE.
009010     MOVE WS-SRC-REJ-AMT-CNT(WS-SRC-IDX) TO WS-RPT-SRC-AMT.
009020     MOVE WS-SRC-REJ-LEN-CNT(WS-SRC-IDX) TO WS-RPT-SRC-LEN.
009030     EVALUATE TRUE
009040         WHEN WS-SRC-MISSING(WS-SRC-IDX)
009050             MOVE 'MISSING' TO WS-RPT-SRC-CTL
009060         WHEN NOT WS-SRC-CTL-PRESENT(WS-SRC-IDX)
009070             MOVE 'NO CONTROL' TO WS-RPT-SRC-CTL
009080         WHEN WS-SRC-CTL-BALANCED(WS-SRC-IDX)
009090             MOVE 'BALANCED' TO WS-RPT-SRC-CTL
009100         WHEN OTHER
009110             MOVE 'OUT-OF-BAL' TO WS-RPT-SRC-CTL
009120     END-EVALUATE.
009130     MOVE WS-RPT-SRC-LINE TO RPT-RECORD.
009140     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
009150 3020-EXIT.
009160     EXIT.
009170
009180 3030-PRINT-SOURCE-NOTE.
009190     IF WS-SRC-MISSING(WS-SRC-IDX)
009200         MOVE SPACES TO RPT-RECORD
009210         STRING 'SOURCE ' WS-SRC-ID(WS-SRC-IDX)
009220             ' NOT RECEIVED - FEED LATE OR MISSING'
009230             DELIMITED BY SIZE INTO RPT-RECORD
009240         PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT
009250     END-IF.
009260     IF WS-SRC-REPEAT(WS-SRC-IDX)
009270         MOVE SPACES TO RPT-RECORD
009280         STRING 'SOURCE ' WS-SRC-ID(WS-SRC-IDX)
009290             ' REPEAT OF FEED PROCESSED '
009300             WS-SRC-FP-DATE(WS-SRC-IDX) ' '
009310             WS-SRC-FP-TIME(WS-SRC-IDX)
009320             DELIMITED BY SIZE INTO RPT-RECORD
009330         PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT
009340     END-IF.
009350 3030-EXIT.
009360     EXIT.
009370
009380 3100-WRITE-REPORT-LINE.
009390     WRITE RPT-RECORD.
009400     IF WS-RPT-FILE-STATUS NOT = '00'
009410         DISPLAY 'HWEDIT: REPORT-FILE WRITE FAILED, STATUS='
009420             WS-RPT-FILE-STATUS UPON SYSERR
009430         MOVE 8 TO RETURN-CODE
009440     END-IF.
009450 3100-EXIT.
009460     EXIT.
009470
009480 3200-WRITE-DETAIL-LINE.
009490     MOVE WS-RPT-DETAIL TO RPT-RECORD.
009500     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
009510 3200-EXIT.
009520     EXIT.
009530
009540 3900-CLOSE-FILES.
009550     CLOSE CLEAN-FILE.
009560     CLOSE REJECT-FILE.
009570     CLOSE REPORT-FILE.
009580     IF WS-TYP-CHECKED
009590         CLOSE TYPE-FILE
009600     END-IF.
009610 3900-EXIT.
009620     EXIT.
009630
009640******************************************************************
009650*    3300-CHECK-UPSTREAM-CONTROL  --  READ THE CONTROL EACH
009660*                                     UPSTREAM EXTRACT JOB DROPS
009670*                                     ALONGSIDE ITS FEED AND
009680*                                     BALANCE THAT FEED'S RAW
009690*                                     FILE AGAINST IT.
009700******************************************************************
009710 3300-CHECK-UPSTREAM-CONTROL.
009720     PERFORM 3310-CHECK-SOURCE-CONTROL THRU 3310-EXIT
009730         VARYING WS-SRC-IDX FROM 1 BY 1
009740         UNTIL WS-SRC-IDX > WS-SRC-COUNT.
009750 3300-EXIT.
009760     EXIT.
009770
009780 3310-CHECK-SOURCE-CONTROL.
009790     IF WS-SRC-CTL-NAME(WS-SRC-IDX) NOT = SPACES
009800         SET ENVIRONMENT 'TRANCTLR' TO WS-SRC-CTL-NAME(WS-SRC-IDX)
009810     END-IF.
009820     OPEN INPUT CTLIN-FILE.
009830     IF WS-CTLI-FILE-STATUS NOT = '00'
009840         GO TO 3310-EXIT
009850     END-IF.
009860     READ CTLIN-FILE
009870         AT END
009880             CONTINUE
009890         NOT AT END
009900             IF CTLIN-BUSINESS-DATE = WS-BUS-DATE
009910                 SET WS-SRC-CTL-PRESENT(WS-SRC-IDX) TO TRUE
009920                 MOVE CTLIN-RECORD-COUNT
009930                     TO WS-SRC-EXP-COUNT(WS-SRC-IDX)
009940                 MOVE CTLIN-HASH-AMOUNT
009950                     TO WS-SRC-EXP-HASH(WS-SRC-IDX)
009960             END-IF
009970     END-READ.
009980     CLOSE CTLIN-FILE.
009990     IF WS-SRC-RECEIVED(WS-SRC-IDX)
010000         AND WS-SRC-CTL-PRESENT(WS-SRC-IDX)
010010         AND WS-SRC-EXP-COUNT(WS-SRC-IDX)
010020             = WS-SRC-READ-CNT(WS-SRC-IDX)
010030         AND WS-SRC-EXP-HASH(WS-SRC-IDX)
010040             = WS-SRC-READ-HASH-AMT(WS-SRC-IDX)
010050         SET WS-SRC-CTL-BALANCED(WS-SRC-IDX) TO TRUE
010060     END-IF.
010070 3310-EXIT.
010080     EXIT.
010090
010100******************************************************************
010110*    3400-WRITE-CLEAN-CONTROL  --  WRITE THE TRANCTL CONTROL
010120*                                  DESCRIBING THE CLEAN FILE SO
010130*                                  HELLO-WORLD CAN RECONCILE ITS
010140*                                  FINAL COUNT EVERY RUN - THE DAY
010150*                                  TOTAL FIRST, THEN ONE RECORD
010160*                                  PER SOURCE FEED CARRYING THE
010170*                                  FEED'S ACCEPTED COUNT AND HASH
010180*                                  AND ITS UPSTREAM CONTROL STATUS.
010190******************************************************************
010200 3400-WRITE-CLEAN-CONTROL.
010210     OPEN OUTPUT CTLOUT-FILE.
010220     IF WS-CTLO-FILE-STATUS NOT = '00'
010230         DISPLAY 'HWEDIT: CTLOUT-FILE OPEN FAILED, STATUS='
010240             WS-CTLO-FILE-STATUS UPON SYSERR
010250         MOVE 8 TO RETURN-CODE
010260         GO TO 3400-EXIT
010270     END-IF.
010280     MOVE SPACES TO CTL-RECORD.
010290     MOVE WS-BUS-DATE TO CTL-BUSINESS-DATE.
010300     MOVE WS-ACCEPT-CNT TO CTL-RECORD-COUNT.
010310     MOVE WS-ACCEPT-HASH-AMT TO CTL-HASH-AMOUNT.
010320     PERFORM 3420-WRITE-CONTROL-RECORD THRU 3420-EXIT.
010330     PERFORM 3410-BUILD-SOURCE-CONTROL THRU 3410-EXIT
010340         VARYING WS-SRC-IDX FROM 1 BY 1
010350         UNTIL WS-SRC-IDX > WS-SRC-COUNT.
010360     CLOSE CTLOUT-FILE.
010370 3400-EXIT.
010380     EXIT.
010390
010400 3410-BUILD-SOURCE-CONTROL.
010410     MOVE SPACES TO CTL-RECORD.
010420     MOVE WS-BUS-DATE TO CTL-BUSINESS-DATE.
010430     MOVE WS-SRC-ACCEPT-CNT(WS-SRC-IDX) TO CTL-RECORD-COUNT.
010440     MOVE WS-SRC-ACCEPT-HASH-AMT(WS-SRC-IDX) TO CTL-HASH-AMOUNT.
010450     MOVE WS-SRC-ID(WS-SRC-IDX) TO CTL-SOURCE-ID.
010460     EVALUATE TRUE
010470         WHEN WS-SRC-MISSING(WS-SRC-IDX)
010480             SET CTL-FEED-MISSING TO TRUE
010490         WHEN NOT WS-SRC-CTL-PRESENT(WS-SRC-IDX)
010500             SET CTL-FEED-NO-CONTROL TO TRUE
010510         WHEN WS-SRC-CTL-BALANCED(WS-SRC-IDX)
010520             SET CTL-FEED-BALANCED TO TRUE
010530         WHEN OTHER
010540             SET CTL-FEED-OUT-OF-BAL TO TRUE
010550     END-EVALUATE.
010560     PERFORM 3420-WRITE-CONTROL-RECORD THRU 3420-EXIT.
010570 3410-EXIT.
010580     EXIT.
010590
010600 3420-WRITE-CONTROL-RECORD.
010610     WRITE CTL-RECORD.
010620     IF WS-CTLO-FILE-STATUS NOT = '00'
010630         DISPLAY 'HWEDIT: CTLOUT-FILE WRITE FAILED, STATUS='
010640             WS-CTLO-FILE-STATUS UPON SYSERR
010650         MOVE 8 TO RETURN-CODE
010660     END-IF.
010670 3420-EXIT.
010680     EXIT.
010690
010700******************************************************************
010710*    3500-PRINT-CONTROL-SECTION  --  UPSTREAM CONTROL BALANCE
010720*                                    RESULT ON THE EDIT REPORT,
010730*                                    ONE BLOCK PER SOURCE FEED.
010740******************************************************************
010750 3500-PRINT-CONTROL-SECTION.
010760     MOVE SPACES TO RPT-RECORD.
010770     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
010780     MOVE 'UPSTREAM CONTROL (TRANCTLR)' TO RPT-RECORD.
010790     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
010800     PERFORM 3510-PRINT-SOURCE-CONTROL THRU 3510-EXIT
010810         VARYING WS-SRC-IDX FROM 1 BY 1
010820         UNTIL WS-SRC-IDX > WS-SRC-COUNT.
010830 3500-EXIT.
010840     EXIT.
010850
010860 3510-PRINT-SOURCE-CONTROL.
010870     MOVE SPACES TO RPT-RECORD.
010880     STRING '  SOURCE ' WS-SRC-ID(WS-SRC-IDX)
010890         DELIMITED BY SIZE INTO RPT-RECORD.
010900     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
010910     IF NOT WS-SRC-CTL-PRESENT(WS-SRC-IDX)
010920         MOVE '    NOT PRESENT FOR THIS BUSINESS DATE'
010930             TO RPT-RECORD
010940         PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT
010950         GO TO 3510-EXIT
010960     END-IF.
010970     MOVE '    EXPECTED RECORDS' TO WS-RPT-LABEL.
010980     MOVE WS-SRC-EXP-COUNT(WS-SRC-IDX) TO WS-RPT-COUNT.
010990     PERFORM 3200-WRITE-DETAIL-LINE THRU 3200-EXIT.
011000     MOVE '    RECORDS READ' TO WS-RPT-LABEL.
011010     MOVE WS-SRC-READ-CNT(WS-SRC-IDX) TO WS-RPT-COUNT.
011020     PERFORM 3200-WRITE-DETAIL-LINE THRU 3200-EXIT.
011030     MOVE '    EXPECTED HASH' TO WS-RPT-MLABEL.
011040     MOVE WS-SRC-EXP-HASH(WS-SRC-IDX) TO WS-RPT-AMT.
011050     PERFORM 3600-WRITE-MONEY-LINE THRU 3600-EXIT.
011060     MOVE '    COMPUTED HASH' TO WS-RPT-MLABEL.
011070     MOVE WS-SRC-READ-HASH-AMT(WS-SRC-IDX) TO WS-RPT-AMT.
011080     PERFORM 3600-WRITE-MONEY-LINE THRU 3600-EXIT.
011090     EVALUATE TRUE
011100         WHEN WS-SRC-MISSING(WS-SRC-IDX)
011110             MOVE '    STATUS FEED NOT RECEIVED' TO RPT-RECORD
011120         WHEN WS-SRC-CTL-BALANCED(WS-SRC-IDX)
011130             MOVE '    STATUS BALANCED' TO RPT-RECORD
011140         WHEN OTHER
011150             MOVE '    STATUS OUT-OF-BALANCE' TO RPT-RECORD
011160     END-EVALUATE.
011170     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
011180 3510-EXIT.
011190     EXIT.
011200
011210 3600-WRITE-MONEY-LINE.
011220     MOVE WS-RPT-MONEY TO RPT-RECORD.
011230     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
011240 3600-EXIT.
011250     EXIT.
011260
011270******************************************************************
011280*    9000-LOG-JOB-START  --  STAMP THIS RUN AS RUNNING ON THE
011290*                            SHARED JOB-STATUS BOARD.
011300******************************************************************
011310 9000-LOG-JOB-START.
011320     MOVE 'HWEDIT' TO JOBLOG-JOB-NAME.
011330     SET JOBLOG-EVENT-START TO TRUE.
011340     MOVE SPACES TO JOBLOG-STATUS.
011350     MOVE ZERO TO JOBLOG-RETURN-CODE.
011360     MOVE WS-BUS-DATE TO JOBLOG-BUS-DATE.
011370     MOVE RETURN-CODE TO WS-SAVE-RETURN-CODE.
011380     CALL 'HWJOBLOG' USING JOBLOG-PARM.
011390     MOVE WS-SAVE-RETURN-CODE TO RETURN-CODE.
011400 9000-EXIT.
011410     EXIT.
011420
011430******************************************************************
011440*    9100-LOG-JOB-END  --  CLOSE THIS RUN OUT ON THE SHARED
011450*                          JOB-STATUS BOARD.
011460******************************************************************
011470 9100-LOG-JOB-END.
011480     MOVE 'HWEDIT' TO JOBLOG-JOB-NAME.
011490     SET JOBLOG-EVENT-END TO TRUE.
011500     EVALUATE TRUE
011510         WHEN WS-DUP-FEED
011520             MOVE 'DUPFEED' TO JOBLOG-STATUS
011530         WHEN WS-DAY-IS-CLOSED
011540             MOVE 'DAYCLOSE' TO JOBLOG-STATUS
011550         WHEN RETURN-CODE > 4
011560             MOVE 'FAILED' TO JOBLOG-STATUS
011570         WHEN OTHER
011580             MOVE 'COMPLETE' TO JOBLOG-STATUS
011590     END-EVALUATE.
011600     MOVE RETURN-CODE TO JOBLOG-RETURN-CODE.
011610     MOVE WS-BUS-DATE TO JOBLOG-BUS-DATE.
011620     MOVE RETURN-CODE TO WS-SAVE-RETURN-CODE.
011630     CALL 'HWJOBLOG' USING JOBLOG-PARM.
011640     MOVE WS-SAVE-RETURN-CODE TO RETURN-CODE.
011650 9100-EXIT.
011660     EXIT.
011670
011680******************************************************************
011690*    1600-LOAD-SOURCE-LIST  --  BUILD THE SOURCE FEED TABLE FROM
011700*                               THE EDITSRCS SOURCE LIST. A REPEATED
011710*                               SOURCE ID OR MORE FEEDS THAN THE
011720*                               TABLE HOLDS IS FATAL. NO LIST, OR
011730*                               A LIST WITH NO FEED CARDS, MEANS
011740*                               THE SINGLE FEED AT TRANEXTR.
011750******************************************************************
011760 1600-LOAD-SOURCE-LIST.
011770     MOVE ZERO TO WS-SRC-COUNT.
011780     OPEN INPUT SRCS-FILE.
011790     IF WS-SRCS-FILE-STATUS NOT = '00'
011800         PERFORM 1650-DEFAULT-SOURCE THRU 1650-EXIT
011810         GO TO 1600-EXIT
011820     END-IF.
011830     PERFORM 1610-READ-SOURCE-CARD THRU 1610-EXIT
011840         UNTIL WS-SRCS-EOF.
011850     CLOSE SRCS-FILE.
011860     IF WS-SRC-COUNT = ZERO
011870         PERFORM 1650-DEFAULT-SOURCE THRU 1650-EXIT
011880     END-IF.
011890 1600-EXIT.
011900     EXIT.
011910
011920 1610-READ-SOURCE-CARD.
011930     READ SRCS-FILE
011940         AT END
011950             SET WS-SRCS-EOF TO TRUE
011960     END-READ.
011970     IF WS-SRCS-EOF
011980         GO TO 1610-EXIT
011990     END-IF.
012000     IF SRCS-RECORD(1:1) = '*' OR SRCS-SOURCE-ID = SPACES
012010         GO TO 1610-EXIT
012020     END-IF.
012030     MOVE 'N' TO WS-SRC-DUP-ID-SW.
012040     PERFORM 1620-CHECK-SOURCE-ID THRU 1620-EXIT
012050         VARYING WS-SRC-CHK-IDX FROM 1 BY 1
012060         UNTIL WS-SRC-CHK-IDX > WS-SRC-COUNT.
012070     IF WS-SRC-DUP-ID
012080         DISPLAY 'HWEDIT: SOURCE ID ' SRCS-SOURCE-ID
012090             ' LISTED TWICE ON EDITSRCS' UPON SYSERR
012100         PERFORM 1690-BAD-SOURCE-LIST THRU 1690-EXIT
012110     END-IF.
012120     IF WS-SRC-COUNT NOT < WS-SRC-MAX
012130         DISPLAY 'HWEDIT: MORE THAN ' WS-SRC-MAX
012140             ' SOURCES ON EDITSRCS' UPON SYSERR
012150         PERFORM 1690-BAD-SOURCE-LIST THRU 1690-EXIT
012160     END-IF.
012170     ADD 1 TO WS-SRC-COUNT.
012180     PERFORM 1660-CLEAR-SOURCE-ENTRY THRU 1660-EXIT.
012190     MOVE SRCS-SOURCE-ID TO WS-SRC-ID(WS-SRC-COUNT).
012200     MOVE SPACES TO WS-SRC-WORK-NAME.
012210     IF SRCS-EXT-NAME = SPACES
012220         STRING 'TRANEXTR.' SRCS-SOURCE-ID
012230             DELIMITED BY SPACE INTO WS-SRC-WORK-NAME
012240     ELSE
012250         MOVE SRCS-EXT-NAME TO WS-SRC-WORK-NAME
012260     END-IF.
012270     PERFORM 1670-DATE-WORK-NAME THRU 1670-EXIT.
012280     MOVE WS-SRC-WORK-NAME TO WS-SRC-EXT-NAME(WS-SRC-COUNT).
012290     MOVE SPACES TO WS-SRC-WORK-NAME.
012300     IF SRCS-CTL-NAME = SPACES
012310         STRING 'TRANCTLR.' SRCS-SOURCE-ID
012320             DELIMITED BY SPACE INTO WS-SRC-WORK-NAME
012330     ELSE
012340         MOVE SRCS-CTL-NAME TO WS-SRC-WORK-NAME
012350     END-IF.
012360     PERFORM 1670-DATE-WORK-NAME THRU 1670-EXIT.
012370     MOVE WS-SRC-WORK-NAME TO WS-SRC-CTL-NAME(WS-SRC-COUNT).
012380 1610-EXIT.
012390     EXIT.
012400
012410 1620-CHECK-SOURCE-ID.
012420     IF WS-SRC-ID(WS-SRC-CHK-IDX) = SRCS-SOURCE-ID
012430         SET WS-SRC-DUP-ID TO TRUE
012440     END-IF.
012450 1620-EXIT.
012460     EXIT.
012470
012480*    NO SOURCE LIST - THE SINGLE FEED AT TRANEXTR/TRANCTLR AS
012490*    SOURCE PRIMARY. THE LIVE DDNAMES ARE LEFT AS ASSIGNED; A
012500*    RERUN POINTS THEM AT THEIR DATED GENERATIONS.
012510 1650-DEFAULT-SOURCE.
012520     MOVE 1 TO WS-SRC-COUNT.
012530     PERFORM 1660-CLEAR-SOURCE-ENTRY THRU 1660-EXIT.
012540     MOVE 'PRIMARY' TO WS-SRC-ID(1).
012550     IF WS-RERUN
012560         MOVE 'TRANEXTR' TO WS-SRC-WORK-NAME
012570         PERFORM 1670-DATE-WORK-NAME THRU 1670-EXIT
012580         MOVE WS-SRC-WORK-NAME TO WS-SRC-EXT-NAME(1)
012590         MOVE 'TRANCTLR' TO WS-SRC-WORK-NAME
012600         PERFORM 1670-DATE-WORK-NAME THRU 1670-EXIT
012610         MOVE WS-SRC-WORK-NAME TO WS-SRC-CTL-NAME(1)
012620     END-IF.
012630 1650-EXIT.
012640     EXIT.
012650
012660 1660-CLEAR-SOURCE-ENTRY.
012670     MOVE SPACES TO WS-SRC-ENTRY(WS-SRC-COUNT).
012680     MOVE 'N' TO WS-SRC-RECV-SW(WS-SRC-COUNT).
012690     MOVE ZERO TO WS-SRC-READ-CNT(WS-SRC-COUNT).
012700     MOVE ZERO TO WS-SRC-ACCEPT-CNT(WS-SRC-COUNT).
012710     MOVE ZERO TO WS-SRC-REJECT-CNT(WS-SRC-COUNT).
012720     MOVE ZERO TO WS-SRC-REJ-ACCT-CNT(WS-SRC-COUNT).
012730     MOVE ZERO TO WS-SRC-REJ-DATE-CNT(WS-SRC-COUNT).
012740     MOVE ZERO TO WS-SRC-REJ-TYPE-CNT(WS-SRC-COUNT).
012750     MOVE ZERO TO WS-SRC-REJ-AMT-CNT(WS-SRC-COUNT).
012760     MOVE ZERO TO WS-SRC-REJ-LEN-CNT(WS-SRC-COUNT).
012770     MOVE ZERO TO WS-SRC-READ-HASH-AMT(WS-SRC-COUNT).
012780     MOVE ZERO TO WS-SRC-ACCEPT-HASH-AMT(WS-SRC-COUNT).
012790     MOVE ZERO TO WS-SRC-SCAN-CNT(WS-SRC-COUNT).
012800     MOVE ZERO TO WS-SRC-SCAN-HASH-AMT(WS-SRC-COUNT).
012810     MOVE 'N' TO WS-SRC-REPEAT-SW(WS-SRC-COUNT).
012820     MOVE 'N' TO WS-SRC-CTL-SW(WS-SRC-COUNT).
012830     MOVE 'N' TO WS-SRC-BAL-SW(WS-SRC-COUNT).
012840     MOVE ZERO TO WS-SRC-EXP-COUNT(WS-SRC-COUNT).
012850     MOVE ZERO TO WS-SRC-EXP-HASH(WS-SRC-COUNT).
012860 1660-EXIT.
012870     EXIT.
012880
012890*    A BACKFILL RERUN READS THE DATED GENERATION OF EACH FEED.
012900 1670-DATE-WORK-NAME.
012910     IF NOT WS-RERUN
012920         GO TO 1670-EXIT
012930     END-IF.
012940     MOVE SPACES TO WS-SRC-DATED-NAME.
012950     STRING WS-SRC-WORK-NAME DELIMITED BY SPACE
012960         '.' WS-BUS-DATE DELIMITED BY SIZE
012970         INTO WS-SRC-DATED-NAME.
012980     MOVE WS-SRC-DATED-NAME TO WS-SRC-WORK-NAME.
012990 1670-EXIT.
013000     EXIT.
013010
013020 1690-BAD-SOURCE-LIST.
013030     CLOSE SRCS-FILE.
013040     CLOSE REPORT-FILE.
013050     MOVE 8 TO RETURN-CODE.
013060     PERFORM 9100-LOG-JOB-END THRU 9100-EXIT.
013070     STOP RUN.
013080 1690-EXIT.
013090     EXIT.
013100
013110******************************************************************
013120*    1700-RESOLVE-BUS-DATE  --  HW_BUS_DATE NAMES THE BUSINESS
013130*                               DATE BEING EDITED. WHEN SET TO
013140*                               A VALID DATE OTHER THAN TODAY,
013150*                               THE RUN IS A BACKFILL RERUN AND
013160*                               EVERY EXTRACT-SIDE FILE SWITCHES
013170*                               TO ITS DATED GENERATION SO THE
013180*                               LIVE FILES ARE UNDISTURBED.
013190******************************************************************
013200 1700-RESOLVE-BUS-DATE.
013210     MOVE WS-RUN-DATE TO WS-BUS-DATE.
013220     MOVE SPACES TO WS-ENV-BUS-DATE.
013230     ACCEPT WS-ENV-BUS-DATE FROM ENVIRONMENT "HW_BUS_DATE"
013240         ON EXCEPTION
013250             MOVE SPACES TO WS-ENV-BUS-DATE
013260     END-ACCEPT.
013270     IF WS-ENV-BUS-DATE = SPACES
013280         GO TO 1700-EXIT
013290     END-IF.
013300     IF WS-ENV-BUS-DATE NOT NUMERIC
013310         DISPLAY 'HWEDIT: BAD HW_BUS_DATE IGNORED: '
013320             WS-ENV-BUS-DATE UPON SYSERR
013330         GO TO 1700-EXIT
013340     END-IF.
013350     MOVE WS-ENV-BUS-DATE TO WS-BUS-DATE.
013360     IF WS-BUS-DATE NOT = WS-RUN-DATE
013370         SET WS-RERUN TO TRUE
013380         PERFORM 1710-BUILD-DATED-NAMES THRU 1710-EXIT
013390     END-IF.
013400 1700-EXIT.
013410     EXIT.
013420
013430*    THE DATED GENERATION IS SELECTED BY POINTING EACH DDNAME
013440*    AT ITS DATED FILE THROUGH THE ENVIRONMENT BEFORE ANY OPEN.
013450*    THE PER-FEED EXTRACT AND CONTROL NAMES ARE DATED AS THE
013460*    SOURCE LIST IS LOADED (1600).
013470 1710-BUILD-DATED-NAMES.
013480     MOVE SPACES TO WS-CLN-FILE-NAME.
013490     STRING 'TRANFILE.' WS-BUS-DATE
013500         DELIMITED BY SIZE INTO WS-CLN-FILE-NAME.
013510     SET ENVIRONMENT 'TRANFILE' TO WS-CLN-FILE-NAME.
013520     MOVE SPACES TO WS-REJ-FILE-NAME.
013530     STRING 'TRANREJ.' WS-BUS-DATE
013540         DELIMITED BY SIZE INTO WS-REJ-FILE-NAME.
013550     SET ENVIRONMENT 'TRANREJ' TO WS-REJ-FILE-NAME.
013560     MOVE SPACES TO WS-RPT-FILE-NAME.
013570     STRING 'EDITRPT.' WS-BUS-DATE
013580         DELIMITED BY SIZE INTO WS-RPT-FILE-NAME.
013590     SET ENVIRONMENT 'EDITRPT' TO WS-RPT-FILE-NAME.
013600     MOVE SPACES TO WS-CTLO-FILE-NAME.
013610     STRING 'TRANCTL.' WS-BUS-DATE
013620         DELIMITED BY SIZE INTO WS-CTLO-FILE-NAME.
013630     SET ENVIRONMENT 'TRANCTL' TO WS-CTLO-FILE-NAME.
013640 1710-EXIT.
013650     EXIT.
013660
013670******************************************************************
013680*    1750-FIND-PRIOR-BUS-DATE  --  THE PROCESSING DAY BEFORE THE
013690*                                  BUSINESS DATE, FROM THE
013700*                                  CALENDAR. WITH NO ANSWER THE
013710*                                  BUSINESS DATE ITSELF STANDS
013720*                                  IN, AND ONLY SAME-DAY ITEMS
013730*                                  PASS THE DATE EDIT.
013740******************************************************************
013750 1750-FIND-PRIOR-BUS-DATE.
013760     MOVE WS-BUS-DATE TO WS-PRIOR-BUS-DATE.
013770     SET CALDAY-PRIOR-DAY TO TRUE.
013780     MOVE WS-BUS-DATE TO CALDAY-DATE.
013790     CALL 'HWCALDAY' USING CALDAY-PARM.
013800     IF CALDAY-OK
013810         MOVE CALDAY-RESULT-DATE TO WS-PRIOR-BUS-DATE
013820     END-IF.
013830     SET CALDAY-END TO TRUE.
013840     CALL 'HWCALDAY' USING CALDAY-PARM.
013850 1750-EXIT.
013860     EXIT.
013870
013880******************************************************************
013890*    1800-CHECK-DUPLICATE-FEED  --  PRE-SCAN EACH RAW EXTRACT FOR
013900*                                   ITS FINGERPRINT AND COMPARE
013910*                                   IT AGAINST THE PRINT STORED
013920*                                   IN HWFPFIL FOR THIS BUSINESS
013930*                                   DATE AND SOURCE. WHEN EVERY
013940*                                   FEED RECEIVED MATCHES, THE
013950*                                   UPSTREAM SHOPS RE-SENT A DAY
013960*                                   ALREADY PROCESSED; THE RUN
013970*                                   STOPS UNLESS AN OVERRIDE CARD
013980*                                   SAYS THE RE-SEND IS INTENDED.
013990*                                   WHEN ONLY SOME FEEDS MATCH, A
014000*                                   LATE FEED HAS JOINED THE DAY -
014010*                                   TRANFILE IS REBUILT FROM EVERY
014020*                                   FEED AND THE REPEATS ARE NOTED
014030*                                   ON THE EDIT REPORT. NO FEED
014040*                                   RECEIVED AT ALL IS FATAL.
014050******************************************************************
014060 1800-CHECK-DUPLICATE-FEED.
014070     MOVE ZERO TO WS-RECV-CNT.
014080     MOVE ZERO TO WS-MISSING-CNT.
014090     MOVE ZERO TO WS-REPEAT-CNT.
014100     PERFORM 1820-SCAN-EXTRACT THRU 1820-EXIT
014110         VARYING WS-SRC-IDX FROM 1 BY 1
014120         UNTIL WS-SRC-IDX > WS-SRC-COUNT.
014130     IF WS-RECV-CNT = ZERO
014140         DISPLAY 'HWEDIT: NO SOURCE FEED RECEIVED FOR '
014150             WS-BUS-DATE UPON SYSERR
014160         CLOSE REPORT-FILE
014170         MOVE 8 TO RETURN-CODE
014180         PERFORM 9100-LOG-JOB-END THRU 9100-EXIT
014190         STOP RUN
014200     END-IF.
014210     IF WS-REPEAT-CNT = ZERO
014220         GO TO 1800-EXIT
014230     END-IF.
014240     IF WS-REPEAT-CNT < WS-RECV-CNT
014250         DISPLAY 'HWEDIT: ' WS-REPEAT-CNT ' FEED(S) REPEATED'
014260             ' ALONGSIDE A NEW FEED - DAY REBUILT' UPON SYSERR
014270         GO TO 1800-EXIT
014280     END-IF.
014290     IF WS-OVERRIDE
014300         SET WS-DUP-OVERRIDDEN TO TRUE
014310         DISPLAY 'HWEDIT: DUPLICATE FEED FORCED THROUGH BY'
014320             ' OVERRIDE CARD' UPON SYSERR
014330     ELSE
014340         SET WS-DUP-FEED TO TRUE
014350     END-IF.
014360 1800-EXIT.
014370     EXIT.
014380
014390******************************************************************
014400*    1810-READ-OVERRIDE-CARD  --  AN OVERRIDE CARD DROPPED AT
014410*                                 EDITOVRD (THE WORD OVERRIDE IN
014420*                                 COLUMNS 1-8) FORCES A RE-SENT
014430*                                 EXTRACT THROUGH THE DUPLICATE
014440*                                 CHECK. NO FILE, NO OVERRIDE.
014450******************************************************************
014460 1810-READ-OVERRIDE-CARD.
014470     OPEN INPUT OVRD-FILE.
014480     IF WS-OVR-FILE-STATUS NOT = '00'
014490         GO TO 1810-EXIT
014500     END-IF.
014510     READ OVRD-FILE
014520         AT END
014530             CONTINUE
014540         NOT AT END
014550             IF OVRD-KEYWORD = 'OVERRIDE'
014560                 SET WS-OVERRIDE TO TRUE
014570             END-IF
014580     END-READ.
014590     CLOSE OVRD-FILE.
014600 1810-EXIT.
014610     EXIT.
014620
014630******************************************************************
014640*    1820-SCAN-EXTRACT  --  ONE FULL PASS OF A FEED'S RAW
014650*                           EXTRACT BEFORE ANY OUTPUT IS OPENED -
014660*                           RECORD COUNT, HASH AMOUNT, AND
014670*                           FIRST/LAST RECORD IMAGES - THEN CHECK
014680*                           THE PRINT. A FEED WHOSE EXTRACT CANNOT
014690*                           BE OPENED HAS NOT BEEN RECEIVED.
014700******************************************************************
014710 1820-SCAN-EXTRACT.
014720     IF WS-SRC-EXT-NAME(WS-SRC-IDX) NOT = SPACES
014730         SET ENVIRONMENT 'TRANEXTR' TO WS-SRC-EXT-NAME(WS-SRC-IDX)
014740     END-IF.
014750     OPEN INPUT EXTRACT-FILE.
014760     IF WS-EXT-FILE-STATUS NOT = '00'
014770         SET WS-SRC-MISSING(WS-SRC-IDX) TO TRUE
014780         ADD 1 TO WS-MISSING-CNT
014790         DISPLAY 'HWEDIT: SOURCE ' WS-SRC-ID(WS-SRC-IDX)
014800             ' NOT RECEIVED, STATUS=' WS-EXT-FILE-STATUS
014810             UPON SYSERR
014820         GO TO 1820-EXIT
014830     END-IF.
014840     SET WS-SRC-RECEIVED(WS-SRC-IDX) TO TRUE.
014850     ADD 1 TO WS-RECV-CNT.
014860     MOVE 'N' TO WS-SCAN-EOF-SW.
014870     PERFORM 1830-SCAN-ONE-RECORD THRU 1830-EXIT
014880         UNTIL WS-SCAN-EOF.
014890     CLOSE EXTRACT-FILE.
014900     IF WS-SRC-SCAN-CNT(WS-SRC-IDX) = ZERO
014910         GO TO 1820-EXIT
014920     END-IF.
014930     PERFORM 1840-READ-FINGERPRINT THRU 1840-EXIT.
014940     IF NOT WS-FP-FOUND
014950         GO TO 1820-EXIT
014960     END-IF.
014970     IF WS-FP-COUNT = WS-SRC-SCAN-CNT(WS-SRC-IDX)
014980         AND WS-FP-HASH-AMT = WS-SRC-SCAN-HASH-AMT(WS-SRC-IDX)
014990         AND WS-FP-FIRST-IMG = WS-SRC-FIRST-IMG(WS-SRC-IDX)
015000         AND WS-FP-LAST-IMG = WS-SRC-LAST-IMG(WS-SRC-IDX)
015010         SET WS-SRC-REPEAT(WS-SRC-IDX) TO TRUE
015020         MOVE WS-FP-STAMP-DATE TO WS-SRC-FP-DATE(WS-SRC-IDX)
015030         MOVE WS-FP-STAMP-TIME TO WS-SRC-FP-TIME(WS-SRC-IDX)
015040         ADD 1 TO WS-REPEAT-CNT
015050     END-IF.
015060 1820-EXIT.
015070     EXIT.
015080
015090 1830-SCAN-ONE-RECORD.
015100     READ EXTRACT-FILE
015110         AT END
015120             SET WS-SCAN-EOF TO TRUE
015130     END-READ.
015140     IF WS-SCAN-EOF
015150         GO TO 1830-EXIT
015160     END-IF.
015170     IF WS-EXT-FILE-STATUS NOT = '00' AND '04'
015180         DISPLAY 'HWEDIT: EXTRACT-FILE SCAN READ FAILED,'
015190             ' STATUS=' WS-EXT-FILE-STATUS UPON SYSERR
015200         SET WS-SCAN-EOF TO TRUE
015210         GO TO 1830-EXIT
015220     END-IF.
015230     ADD 1 TO WS-SRC-SCAN-CNT(WS-SRC-IDX).
015240     IF TRAN-AMOUNT NUMERIC
015250         ADD TRAN-AMOUNT TO WS-SRC-SCAN-HASH-AMT(WS-SRC-IDX)
015260     END-IF.
015270     IF WS-SRC-SCAN-CNT(WS-SRC-IDX) = 1
015280         MOVE TRAN-RECORD TO WS-SRC-FIRST-IMG(WS-SRC-IDX)
015290     END-IF.
015300     MOVE TRAN-RECORD TO WS-SRC-LAST-IMG(WS-SRC-IDX).
015310 1830-EXIT.
015320     EXIT.
015330
015340******************************************************************
015350*    1840-READ-FINGERPRINT  --  FETCH THE STORED PRINT FOR THIS
015360*                               BUSINESS DATE AND SOURCE, IF ANY.
015370*                               A MISSING FILE OR RECORD JUST
015380*                               MEANS THE FEED HAS NOT BEEN
015390*                               PROCESSED FOR THE DATE.
015400******************************************************************
015410 1840-READ-FINGERPRINT.
015420     MOVE 'N' TO WS-FP-FOUND-SW.
015430     OPEN INPUT FP-FILE.
015440     IF WS-FP-FILE-STATUS NOT = '00'
015450         GO TO 1840-EXIT
015460     END-IF.
015470     MOVE WS-BUS-DATE TO FP-BUSINESS-DATE.
015480     MOVE WS-SRC-ID(WS-SRC-IDX) TO FP-SOURCE-ID.
015490     READ FP-FILE.
015500     IF WS-FP-FILE-STATUS = '00'
015510         SET WS-FP-FOUND TO TRUE
015520         MOVE FP-RECORD-COUNT TO WS-FP-COUNT
015530         MOVE FP-HASH-AMOUNT TO WS-FP-HASH-AMT
015540         MOVE FP-FIRST-IMAGE TO WS-FP-FIRST-IMG
015550         MOVE FP-LAST-IMAGE TO WS-FP-LAST-IMG
015560         MOVE FP-STAMP-DATE TO WS-FP-STAMP-DATE
015570         MOVE FP-STAMP-TIME TO WS-FP-STAMP-TIME
015580     END-IF.
015590     CLOSE FP-FILE.
015600 1840-EXIT.
015610     EXIT.
015620
015630******************************************************************
015640*    3700-PRINT-DUP-REPORT  --  THE DUPLICATE FEED REPORT THAT
015650*                               REPLACES THE EDIT REPORT WHEN THE
015660*                               RUN IS STOPPED - WHAT MATCHED AND
015670*                               HOW TO FORCE AN INTENDED RE-SEND.
015680******************************************************************
015690 3700-PRINT-DUP-REPORT.
015700     MOVE 'HWEDIT DAILY TRANSACTION EDIT REPORT' TO RPT-RECORD.
015710     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
015720     MOVE SPACES TO RPT-RECORD.
015730     STRING 'BUSINESS DATE ' WS-BUS-DATE
015740         '  RUN ' WS-RUN-DATE ' ' WS-RUN-TIME
015750         DELIMITED BY SIZE INTO RPT-RECORD.
015760     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
015770     MOVE SPACES TO RPT-RECORD.
015780     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
015790     MOVE 'DUPLICATE FEED - RUN STOPPED' TO RPT-RECORD.
015800     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
015810     MOVE 'EVERY FEED RECEIVED MATCHES A FEED ALREADY PROCESSED'
015820         TO RPT-RECORD.
015830     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
015840     PERFORM 3710-PRINT-DUP-SOURCE THRU 3710-EXIT
015850         VARYING WS-SRC-IDX FROM 1 BY 1
015860         UNTIL WS-SRC-IDX > WS-SRC-COUNT.
015870     MOVE 'TRANFILE AND TRANCTL WERE NOT WRITTEN' TO RPT-RECORD.
015880     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
015890     MOVE 'DROP AN OVERRIDE CARD AT EDITOVRD TO FORCE AN'
015900         TO RPT-RECORD.
015910     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
015920     MOVE 'INTENDED RE-SEND THROUGH' TO RPT-RECORD.
015930     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
015940 3700-EXIT.
015950     EXIT.
015960
015970 3710-PRINT-DUP-SOURCE.
015980     MOVE SPACES TO RPT-RECORD.
015990     IF WS-SRC-MISSING(WS-SRC-IDX)
016000         STRING '  SOURCE ' WS-SRC-ID(WS-SRC-IDX)
016010             ' NOT RECEIVED'
016020             DELIMITED BY SIZE INTO RPT-RECORD
016030         PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT
016040         GO TO 3710-EXIT
016050     END-IF.
016060     IF WS-SRC-REPEAT(WS-SRC-IDX)
016070         STRING '  SOURCE ' WS-SRC-ID(WS-SRC-IDX)
016080             ' MATCHES THE FEED PROCESSED '
016090             WS-SRC-FP-DATE(WS-SRC-IDX) ' '
016100             WS-SRC-FP-TIME(WS-SRC-IDX)
016110             DELIMITED BY SIZE INTO RPT-RECORD
016120     ELSE
016130         STRING '  SOURCE ' WS-SRC-ID(WS-SRC-IDX)
016140             ' EMPTY FEED'
016150             DELIMITED BY SIZE INTO RPT-RECORD
016160     END-IF.
016170     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
016180     MOVE '    MATCHED RECORDS' TO WS-RPT-LABEL.
016190     MOVE WS-SRC-SCAN-CNT(WS-SRC-IDX) TO WS-RPT-COUNT.
016200     PERFORM 3200-WRITE-DETAIL-LINE THRU 3200-EXIT.
016210     MOVE '    MATCHED HASH' TO WS-RPT-MLABEL.
016220     MOVE WS-SRC-SCAN-HASH-AMT(WS-SRC-IDX) TO WS-RPT-AMT.
016230     PERFORM 3600-WRITE-MONEY-LINE THRU 3600-EXIT.
016240 3710-EXIT.
016250     EXIT.
016260
016270******************************************************************
016280*    3800-WRITE-FINGERPRINT  --  STAMP EACH PROCESSED FEED'S
016290*                                PRINT FOR THIS BUSINESS DATE SO
016300*                                THE NEXT ARRIVAL CAN BE CHECKED
016310*                                AGAINST IT. A FINGERPRINT-FILE
016320*                                PROBLEM IS REPORTED BUT NEVER
016330*                                FAILS A GOOD EDIT RUN, AND A
016340*                                FAILED RUN (RC 8) IS NEVER
016350*                                STAMPED, SO THE RECOVERY RERUN
016360*                                OF THE SAME EXTRACT IS NOT
016370*                                STOPPED AS A DUPLICATE.
016380******************************************************************
016390 3800-WRITE-FINGERPRINT.
016400     OPEN I-O FP-FILE.
016410     IF WS-FP-FILE-STATUS = '35'
016420         OPEN OUTPUT FP-FILE
016430         CLOSE FP-FILE
016440         OPEN I-O FP-FILE
016450     END-IF.
016460     IF WS-FP-FILE-STATUS NOT = '00'
016470         DISPLAY 'HWEDIT: FP-FILE OPEN FAILED, STATUS='
016480             WS-FP-FILE-STATUS UPON SYSERR
016490         GO TO 3800-EXIT
016500     END-IF.
016510     PERFORM 3805-WRITE-SOURCE-PRINT THRU 3805-EXIT
016520         VARYING WS-SRC-IDX FROM 1 BY 1
016530         UNTIL WS-SRC-IDX > WS-SRC-COUNT.
016540     CLOSE FP-FILE.
016550 3800-EXIT.
016560     EXIT.
016570
016580 3805-WRITE-SOURCE-PRINT.
016590     IF NOT WS-SRC-RECEIVED(WS-SRC-IDX)
016600         GO TO 3805-EXIT
016610     END-IF.
016620     MOVE WS-BUS-DATE TO FP-BUSINESS-DATE.
016630     MOVE WS-SRC-ID(WS-SRC-IDX) TO FP-SOURCE-ID.
016640     READ FP-FILE.
016650     IF WS-FP-FILE-STATUS NOT = '00' AND '23'
016660         DISPLAY 'HWEDIT: FP-FILE READ FAILED, STATUS='
016670             WS-FP-FILE-STATUS UPON SYSERR
016680         GO TO 3805-EXIT
016690     END-IF.
016700     IF WS-FP-FILE-STATUS = '23'
016710         PERFORM 3810-BUILD-FINGERPRINT THRU 3810-EXIT
016720         WRITE FP-RECORD
016730     ELSE
016740         PERFORM 3810-BUILD-FINGERPRINT THRU 3810-EXIT
016750         REWRITE FP-RECORD
016760     END-IF.
016770     IF WS-FP-FILE-STATUS NOT = '00'
016780         DISPLAY 'HWEDIT: FP-FILE UPDATE FAILED, STATUS='
016790             WS-FP-FILE-STATUS UPON SYSERR
016800     END-IF.
016810 3805-EXIT.
016820     EXIT.
016830
016840 3810-BUILD-FINGERPRINT.
016850     MOVE SPACES TO FP-RECORD.
016860     MOVE WS-BUS-DATE TO FP-BUSINESS-DATE.
016870     MOVE WS-SRC-ID(WS-SRC-IDX) TO FP-SOURCE-ID.
016880     MOVE WS-SRC-SCAN-CNT(WS-SRC-IDX) TO FP-RECORD-COUNT.
016890     MOVE WS-SRC-SCAN-HASH-AMT(WS-SRC-IDX) TO FP-HASH-AMOUNT.
016900     MOVE WS-SRC-FIRST-IMG(WS-SRC-IDX) TO FP-FIRST-IMAGE.
016910     MOVE WS-SRC-LAST-IMG(WS-SRC-IDX) TO FP-LAST-IMAGE.
016920     MOVE WS-RUN-DATE TO FP-STAMP-DATE.
016930     MOVE WS-RUN-TIME TO FP-STAMP-TIME.
016940 3810-EXIT.
016950     EXIT.
016960
016970******************************************************************
016980*    1850-CHECK-DAY-CLOSED  --  A BUSINESS DATE HWCLOSE HAS
016990*                               RECORDED AS CLOSED IN HWDAYFIL
017000*                               IS NOT REPROCESSED - A RERUN HAS
017010*                               STEPPED ON A CLOSED DAY BEFORE.
017020*                               THE OVERRIDE CARD FORCES A
017030*                               DELIBERATE RERUN THROUGH. NO
017040*                               STATUS FILE OR RECORD MEANS THE
017050*                               DAY WAS NEVER CLOSED.
017060******************************************************************
017070 1850-CHECK-DAY-CLOSED.
017080     OPEN INPUT DAY-FILE.
017090     IF WS-DAY-FILE-STATUS NOT = '00'
017100         GO TO 1850-EXIT
017110     END-IF.
017120     MOVE WS-BUS-DATE TO DAY-BUSINESS-DATE.
017130     READ DAY-FILE.
017140     IF WS-DAY-FILE-STATUS = '00' AND DAY-CLOSED
017150         MOVE DAY-CLOSE-DATE TO WS-DAY-CLOSE-DATE
017160         MOVE DAY-CLOSE-TIME TO WS-DAY-CLOSE-TIME
017170         IF WS-OVERRIDE
017180             DISPLAY 'HWEDIT: CLOSED BUSINESS DATE '
017190                 WS-BUS-DATE ' REPROCESSED BY OVERRIDE CARD'
017200                 UPON SYSERR
017210         ELSE
017220             SET WS-DAY-IS-CLOSED TO TRUE
017230         END-IF
017240     END-IF.
017250     CLOSE DAY-FILE.
017260 1850-EXIT.
017270     EXIT.
017280
017290******************************************************************
017300*    3750-PRINT-CLOSED-REPORT  --  THE DAY CLOSED REPORT THAT
017310*                                  REPLACES THE EDIT REPORT WHEN
017320*                                  THE RUN IS REFUSED.
017330******************************************************************
017340 3750-PRINT-CLOSED-REPORT.
017350     MOVE 'HWEDIT DAILY TRANSACTION EDIT REPORT' TO RPT-RECORD.
017360     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
017370     MOVE SPACES TO RPT-RECORD.
017380     STRING 'BUSINESS DATE ' WS-BUS-DATE
017390         '  RUN ' WS-RUN-DATE ' ' WS-RUN-TIME
017400         DELIMITED BY SIZE INTO RPT-RECORD.
017410     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
017420     MOVE SPACES TO RPT-RECORD.
017430     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
017440     MOVE 'DAY CLOSED - RUN REFUSED' TO RPT-RECORD.
017450     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
017460     MOVE SPACES TO RPT-RECORD.
017470     STRING 'HWCLOSE DECLARED THIS DATE CLOSED '
017480         WS-DAY-CLOSE-DATE ' ' WS-DAY-CLOSE-TIME
017490         DELIMITED BY SIZE INTO RPT-RECORD.
017500     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
017510     MOVE 'TRANFILE AND TRANCTL WERE NOT TOUCHED'
017520         TO RPT-RECORD.
017530     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
017540     MOVE 'DROP AN OVERRIDE CARD AT EDITOVRD TO FORCE A'
017550         TO RPT-RECORD.
017560     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
017570     MOVE 'DELIBERATE RERUN THROUGH' TO RPT-RECORD.
017580     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
017590 3750-EXIT.
017600     EXIT.
