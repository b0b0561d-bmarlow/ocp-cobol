000320*    ------------------------------------------------------------
000330*    DATE       INIT  DESCRIPTION
000340*    09/02/26   RLM   INITIAL VERSION.
000350*    10/15/26   RLM   RECONCILIATION AND REJECT TOTALS BY SOURCE
000360*                     FEED AS WELL AS FOR THE DAY.
000370*    10/15/26   RLM   DORMANT ACCOUNT EXCEPTION TALLY.
000380******************************************************************
000390
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT SUM-FILE ASSIGN TO "HWSUMFIL"
000440         ORGANIZATION IS SEQUENTIAL
000450         FILE STATUS IS WS-SUM-FILE-STATUS.
000460
000470     SELECT CTL-FILE ASSIGN TO "TRANCTL"
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS WS-CTL-FILE-STATUS.
000500
000510     SELECT REJECT-FILE ASSIGN TO "TRANREJ"
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS WS-REJ-FILE-STATUS.
000540
000550     SELECT DAY-FILE ASSIGN TO "HWDAYFIL"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS RANDOM
000580         RECORD KEY IS DAY-BUSINESS-DATE
000590         FILE STATUS IS WS-DAY-FILE-STATUS.
000600
000610     SELECT JOB-FILE ASSIGN TO "HWJOBFIL"
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS SEQUENTIAL
000640         RECORD KEY IS JOB-NAME
000650         FILE STATUS IS WS-JOB-FILE-STATUS.
000660
000670     SELECT REPORT-FILE ASSIGN TO "OPSRPT"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-RPT-FILE-STATUS.
000700
000710     SELECT CSV-FILE ASSIGN TO "OPSCSV"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-CSV-FILE-STATUS.
000740
000750 DATA DIVISION.
000760 FILE SECTION.
000770 FD  SUM-FILE
000780     RECORDING MODE IS F.
000790     COPY HWSUM.
000800
000810 FD  CTL-FILE
000820     RECORDING MODE IS F.
000830     COPY HWCTL.
000840
000850 FD  REJECT-FILE
000860     RECORDING MODE IS F.
000870     COPY HWREJ.
000880
000890 FD  DAY-FILE.
000900     COPY HWDAY.
000910
000920 FD  JOB-FILE.
000930     COPY HWJOB.
000940
000950 FD  REPORT-FILE.
000960 01  RPT-RECORD                  PIC X(80).
000970
000980 FD  CSV-FILE.
000990 01  CSV-RECORD                  PIC X(80).
001000
001010 WORKING-STORAGE SECTION.
001020 01  WS-SUM-FILE-STATUS          PIC X(02)   VALUE '00'.
001030 01  WS-CTL-FILE-STATUS          PIC X(02)   VALUE '00'.
001040 01  WS-REJ-FILE-STATUS          PIC X(02)   VALUE '00'.
001050 01  WS-DAY-FILE-STATUS          PIC X(02)   VALUE '00'.
001060 01  WS-JOB-FILE-STATUS          PIC X(02)   VALUE '00'.
001070 01  WS-RPT-FILE-STATUS          PIC X(02)   VALUE '00'.
001080 01  WS-CSV-FILE-STATUS          PIC X(02)   VALUE '00'.
001090
001100 01  WS-RUN-DATE                 PIC X(08)   VALUE SPACES.
001110 01  WS-RUN-TIME                 PIC X(08)   VALUE SPACES.
001120 01  WS-BUS-DATE                 PIC X(08)   VALUE SPACES.
001130 01  WS-ENV-BUS-DATE             PIC X(08)   VALUE SPACES.
001140 01  WS-RERUN-SW                 PIC X(01)   VALUE 'N'.
001150     88  WS-RERUN                    VALUE 'Y'.
001160 01  WS-SUM-FILE-NAME            PIC X(20)   VALUE 'HWSUMFIL'.
001170 01  WS-CTL-FILE-NAME            PIC X(20)   VALUE 'TRANCTL'.
001180 01  WS-REJ-FILE-NAME            PIC X(20)   VALUE 'TRANREJ'.
001190 01  WS-RPT-FILE-NAME            PIC X(20)   VALUE 'OPSRPT'.
001200 01  WS-CSV-FILE-NAME            PIC X(20)   VALUE 'OPSCSV'.
001210
001220******************************************************************
001230*    THE SNAPSHOT HELD IN WORKING STORAGE FOR THE WHOLE RUN.
001240******************************************************************
001250 01  WS-SNAP-FOUND-SW            PIC X(01)   VALUE 'N'.
001260     88  WS-SNAP-FOUND               VALUE 'Y'.
001270 01  WS-SNAP-COUNT               PIC 9(07)   VALUE ZERO.
001280 01  WS-SNAP-DEBIT-AMT           PIC 9(11)V99  VALUE ZERO.
001290 01  WS-SNAP-CREDIT-AMT          PIC 9(11)V99  VALUE ZERO.
001300 01  WS-SNAP-NET-AMT             PIC S9(11)V99 VALUE ZERO.
001310 01  WS-TYPE-COUNT               PIC 9(02)   VALUE ZERO.
001320 01  WS-TYPE-IDX                 PIC 9(02)   VALUE ZERO.
001330 01  WS-TYPE-TABLE.
001340     05  WS-TYPE-ENTRY           OCCURS 10 TIMES.
001350         10  WS-TYPE-CODE        PIC X(02).
001360         10  WS-TYPE-CNT         PIC 9(07).
001370         10  WS-TYPE-AMT         PIC S9(11)V99.
001380         10  WS-TYPE-DESC        PIC X(30).
001390 01  WS-ACCT-CHECKED-SW          PIC X(01)   VALUE 'N'.
001400     88  WS-ACCT-CHECKED             VALUE 'Y'.
001410 01  WS-UNKNOWN-ACCT-CNT         PIC 9(07)   VALUE ZERO.
001420 01  WS-CLOSED-ACCT-CNT          PIC 9(07)   VALUE ZERO.
001430 01  WS-FROZEN-ACCT-CNT          PIC 9(07)   VALUE ZERO.
001440 01  WS-DORMANT-ACCT-CNT         PIC 9(07)   VALUE ZERO.
001450
001460******************************************************************
001470*    RECONCILIATION AGAINST TRANCTL.
001480******************************************************************
001490 01  WS-RECON-STATUS             PIC X(08)   VALUE 'NOCTL'.
001500 01  WS-CTL-EXP-COUNT            PIC 9(07)   VALUE ZERO.
001510 01  WS-CTL-EXP-AMT              PIC S9(11)V99 VALUE ZERO.
001520 01  WS-CNT-DIFF                 PIC S9(07)  VALUE ZERO.
001530 01  WS-AMT-DIFF                 PIC S9(11)V99 VALUE ZERO.
001540
001550******************************************************************
001560*    PER-SOURCE-FEED FIGURES - SNAPSHOT COUNT AND NET, THE FEED'S
001570*    TRANCTL RECORD, AND ITS REJECTS. WS-SRC-RECON IS BALANCED,
001580*    OUTOFBAL, SHORT, MISSING OR NOCTL, AS ON THE HTML PAGE.
001590******************************************************************
001600 01  WS-SRC-MAX                  PIC 9(02)   VALUE 10.
001610 01  WS-SRC-COUNT                PIC 9(02)   VALUE ZERO.
001620 01  WS-SRC-IDX                  PIC 9(02)   VALUE ZERO.
001630 01  WS-SRC-USE                  PIC 9(02)   VALUE ZERO.
001640 01  WS-SRC-KEY                  PIC X(08)   VALUE SPACES.
001650 01  WS-SRC-TABLE.
001660     05  WS-SRC-ENTRY            OCCURS 10 TIMES.
001670         10  WS-SRC-ID           PIC X(08).
001680         10  WS-SRC-CNT          PIC 9(07).
001690         10  WS-SRC-NET-AMT      PIC S9(11)V99.
001700         10  WS-SRC-CTL-SW       PIC X(01).
001710             88  WS-SRC-CTL-FOUND    VALUE 'Y'.
001720         10  WS-SRC-FEED-STATUS  PIC X(01).
001730         10  WS-SRC-EXP-COUNT    PIC 9(07).
001740         10  WS-SRC-EXP-AMT      PIC S9(11)V99.
001750         10  WS-SRC-RECON        PIC X(08).
001760         10  WS-SRC-REJ-CNT      PIC 9(07).
001770 01  WS-CTL-EOF-SW               PIC X(01)   VALUE 'N'.
001780     88  WS-CTL-EOF                  VALUE 'Y'.
001790
001800******************************************************************
001810*    REJECT TOTALS BY REASON OFF THE REJECT FILE.
001820******************************************************************
001830 01  WS-REJ-EOF-SW               PIC X(01)   VALUE 'N'.
001840     88  WS-REJ-EOF                  VALUE 'Y'.
001850 01  WS-REJ-AVAIL-SW             PIC X(01)   VALUE 'N'.
001860     88  WS-REJ-AVAIL                VALUE 'Y'.
001870 01  WS-REJ-TOT-CNT              PIC 9(07)   VALUE ZERO.
001880 01  WS-REJ-ACCT-CNT             PIC 9(07)   VALUE ZERO.
001890 01  WS-REJ-DATE-CNT             PIC 9(07)   VALUE ZERO.
001900 01  WS-REJ-TYPE-CNT             PIC 9(07)   VALUE ZERO.
001910 01  WS-REJ-AMT-CNT              PIC 9(07)   VALUE ZERO.
001920 01  WS-REJ-LEN-CNT              PIC 9(07)   VALUE ZERO.
001930 01  WS-REJ-OTHER-CNT            PIC 9(07)   VALUE ZERO.
001940
001950 01  WS-DAY-STATUS               PIC X(08)   VALUE 'OPEN'.
001960
001970******************************************************************
001980*    JOB BOARD SNAPSHOT, READ THE WAY HELLO-WORLD READS IT.
001990******************************************************************
002000 01  WS-JOB-EOF-SW               PIC X(01)   VALUE 'N'.
002010     88  WS-JOB-EOF                  VALUE 'Y'.
002020 01  WS-JOB-CNT                  PIC 9(02)   VALUE ZERO.
002030
002040******************************************************************
002050*    EDITED FIELDS AND TRIM POINTERS FOR THE CSV NUMBER TOKENS.
002060******************************************************************
002070 01  WS-CNT-EDIT                 PIC Z(6)9.
002080 01  WS-CNT-POS                  PIC 9(01)   VALUE 1.
002090 01  WS-CNT-LEN                  PIC 9(01)   VALUE 7.
002100 01  WS-MONEY-CSV-EDIT           PIC -----------9.99.
002110 01  WS-MONEY-POS                PIC 9(02)   VALUE 1.
002120 01  WS-MONEY-LEN                PIC 9(02)   VALUE 15.
002130 01  WS-DIFF-EDIT                PIC -------9.
002140 01  WS-DIFF-POS                 PIC 9(02)   VALUE 1.
002150 01  WS-DIFF-LEN                 PIC 9(02)   VALUE 8.
002160 01  WS-RC-EDIT                  PIC Z(03)9.
002170
002180 01  WS-RPT-DETAIL.
002190     05  WS-RPT-LABEL            PIC X(20)   VALUE SPACES.
002200     05  WS-RPT-COUNT            PIC Z(6)9.
002210     05  FILLER                  PIC X(53)   VALUE SPACES.
002220
002230 01  WS-RPT-MONEY.
002240     05  WS-RPT-MLABEL           PIC X(20)   VALUE SPACES.
002250     05  WS-RPT-AMT              PIC ---,---,---,--9.99.
002260     05  FILLER                  PIC X(42)   VALUE SPACES.
002270
002280 01  WS-RPT-TYPE-LINE.
002290     05  FILLER                  PIC X(02)   VALUE SPACES.
002300     05  WS-RPT-TYPE-CODE        PIC X(02).
002310     05  FILLER                  PIC X(01)   VALUE SPACE.
002320     05  WS-RPT-TYPE-DESC        PIC X(30).
002330     05  FILLER                  PIC X(01)   VALUE SPACE.
002340     05  WS-RPT-TYPE-CNT         PIC Z(6)9.
002350     05  FILLER                  PIC X(01)   VALUE SPACE.
002360     05  WS-RPT-TYPE-AMT         PIC ---,---,---,--9.99.
002370     05  FILLER                  PIC X(18)   VALUE SPACES.
002380
002390 01  WS-RPT-SRC-HEAD.
002400     05  FILLER                  PIC X(30)   VALUE
002410         '  SOURCE      COUNTED EXPECTED'.
002420     05  FILLER                  PIC X(30)   VALUE
002430         '        NET AMOUNT  RECON'.
002440     05  FILLER                  PIC X(20)   VALUE SPACES.
002450
002460 01  WS-RPT-SRC-LINE.
002470     05  FILLER                  PIC X(02)   VALUE SPACES.
002480     05  WS-RPT-SRC-ID           PIC X(08).
002490     05  FILLER                  PIC X(02)   VALUE SPACES.
002500     05  WS-RPT-SRC-CNT          PIC Z(6)9.
002510     05  FILLER                  PIC X(02)   VALUE SPACES.
002520     05  WS-RPT-SRC-EXP          PIC Z(6)9.
002530     05  FILLER                  PIC X(02)   VALUE SPACES.
002540     05  WS-RPT-SRC-AMT          PIC ---,---,---,--9.99.
002550     05  FILLER                  PIC X(02)   VALUE SPACES.
002560     05  WS-RPT-SRC-RECON        PIC X(08).
002570     05  FILLER                  PIC X(22)   VALUE SPACES.
002580
002590 01  WS-RPT-JOB-LINE.
002600     05  FILLER                  PIC X(02)   VALUE SPACES.
002610     05  WS-RPT-JOB-NAME         PIC X(08).
002620     05  FILLER                  PIC X(02)   VALUE SPACES.
002630     05  WS-RPT-JOB-BDATE        PIC X(08).
002640     05  FILLER                  PIC X(02)   VALUE SPACES.
002650     05  WS-RPT-JOB-STATUS       PIC X(08).
002660     05  FILLER                  PIC X(05)   VALUE '  RC '.
002670     05  WS-RPT-JOB-RC           PIC Z(03)9.
002680     05  FILLER                  PIC X(41)   VALUE SPACES.
002690
002700 01  WS-CSV-SECTION              PIC X(12)   VALUE SPACES.
002710 01  WS-CSV-ITEM                 PIC X(20)   VALUE SPACES.
002720 01  WS-CSV-VALUE                PIC X(30)   VALUE SPACES.
002730 01  WS-CSV-SEC-LEN              PIC 9(02)   VALUE ZERO.
002740 01  WS-CSV-ITM-LEN              PIC 9(02)   VALUE ZERO.
002750 01  WS-CSV-VAL-LEN              PIC 9(02)   VALUE ZERO.
002760
002770 COPY HWJLG.
002780 01  WS-SAVE-RETURN-CODE         PIC S9(08) COMP VALUE ZERO.
002790
002800******************************************************************
002810 PROCEDURE DIVISION.
002820******************************************************************
002830
002840 0000-MAINLINE.
002850     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002860     PERFORM 9000-LOG-JOB-START THRU 9000-EXIT.
002870     PERFORM 1300-LOAD-SNAPSHOT THRU 1300-EXIT.
002880     PERFORM 1400-LOAD-CONTROL THRU 1400-EXIT.
002890     PERFORM 1500-TALLY-REJECTS THRU 1500-EXIT.
002900     PERFORM 1600-LOAD-DAY-STATUS THRU 1600-EXIT.
002910     PERFORM 2000-PRINT-PACK THRU 2000-EXIT.
002920     PERFORM 2800-PRINT-JOB-BOARD THRU 2800-EXIT.
002930     PERFORM 3900-CLOSE-FILES THRU 3900-EXIT.
002940     PERFORM 9100-LOG-JOB-END THRU 9100-EXIT.
002950     STOP RUN.
002960
002970******************************************************************
002980*    1000-INITIALIZE  --  STAMP THE RUN, RESOLVE THE BUSINESS
002990*                         DATE BEING PACKED, AND OPEN THE REPORT
003000*                         AND CSV OUTPUTS. THE INPUT FILES ARE
003010*                         EACH OPENED BY THEIR OWN LOAD
003020*                         PARAGRAPH - ANY ONE OF THEM MISSING
003030*                         JUST LEAVES ITS SECTION MARKED NOT
003040*                         AVAILABLE.
003050******************************************************************
003060 1000-INITIALIZE.
003070     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003080     ACCEPT WS-RUN-TIME FROM TIME.
003090     PERFORM 1700-RESOLVE-BUS-DATE THRU 1700-EXIT.
003100     OPEN OUTPUT REPORT-FILE.
003110     IF WS-RPT-FILE-STATUS NOT = '00'
003120         DISPLAY 'HWOPSPAK: REPORT-FILE OPEN FAILED, STATUS='
003130             WS-RPT-FILE-STATUS UPON SYSERR
003140         MOVE 8 TO RETURN-CODE
003150         PERFORM 9000-LOG-JOB-START THRU 9000-EXIT
003160         PERFORM 9100-LOG-JOB-END THRU 9100-EXIT
003170         STOP RUN
003180     END-IF.
003190     OPEN OUTPUT CSV-FILE.
003200     IF WS-CSV-FILE-STATUS NOT = '00'
003210         DISPLAY 'HWOPSPAK: CSV-FILE OPEN FAILED, STATUS='
003220             WS-CSV-FILE-STATUS UPON SYSERR
003230         MOVE 8 TO RETURN-CODE
003240         PERFORM 9000-LOG-JOB-START THRU 9000-EXIT
003250         PERFORM 9100-LOG-JOB-END THRU 9100-EXIT
003260         STOP RUN
003270     END-IF.
003280     MOVE 'section,item,value' TO CSV-RECORD.
003290     PERFORM 3300-WRITE-CSV-LINE THRU 3300-EXIT.
003300 1000-EXIT.
003310     EXIT.
003320
003330******************************************************************
003340*    1300-LOAD-SNAPSHOT  --  THE DAY'S FINAL NUMBERS FROM THE
003350*                            HWSUMFIL SNAPSHOT.
003360******************************************************************
003370 1300-LOAD-SNAPSHOT.
003380     OPEN INPUT SUM-FILE.
003390     IF WS-SUM-FILE-STATUS NOT = '00'
003400         GO TO 1300-EXIT
003410     END-IF.
003420     READ SUM-FILE
003430         AT END
003440             CONTINUE
003450         NOT AT END
003460             IF SUM-BUSINESS-DATE = WS-BUS-DATE
003470                 AND SUM-COMPLETE
003480                 SET WS-SNAP-FOUND TO TRUE
003490                 MOVE SUM-TRAN-COUNT TO WS-SNAP-COUNT
003500                 MOVE SUM-DEBIT-AMT TO WS-SNAP-DEBIT-AMT
003510                 MOVE SUM-CREDIT-AMT TO WS-SNAP-CREDIT-AMT
003520                 MOVE SUM-NET-AMT TO WS-SNAP-NET-AMT
003530                 MOVE SUM-TYPE-COUNT TO WS-TYPE-COUNT
003540                 PERFORM 1310-LOAD-TYPE-ENTRY THRU 1310-EXIT
003550                     VARYING WS-TYPE-IDX FROM 1 BY 1
003560                     UNTIL WS-TYPE-IDX > WS-TYPE-COUNT
003570                 MOVE SUM-ACCT-CHECKED-SW
003580                     TO WS-ACCT-CHECKED-SW
003590                 MOVE SUM-UNKNOWN-ACCT-CNT
003600                     TO WS-UNKNOWN-ACCT-CNT
003610                 MOVE SUM-CLOSED-ACCT-CNT
003620                     TO WS-CLOSED-ACCT-CNT
003630                 MOVE SUM-FROZEN-ACCT-CNT
003640                     TO WS-FROZEN-ACCT-CNT
003650                 MOVE SUM-DORMANT-ACCT-CNT
003660                     TO WS-DORMANT-ACCT-CNT
003670                 MOVE SUM-SRC-COUNT TO WS-SRC-COUNT
003680                 PERFORM 1320-LOAD-SOURCE-ENTRY THRU 1320-EXIT
003690                     VARYING WS-SRC-IDX FROM 1 BY 1
003700                     UNTIL WS-SRC-IDX > WS-SRC-COUNT
003710             END-IF
003720     END-READ.
003730     CLOSE SUM-FILE.
003740 1300-EXIT.
003750     EXIT.
003760
003770 1310-LOAD-TYPE-ENTRY.
003780     MOVE SUM-TYPE-CODE(WS-TYPE-IDX)
003790         TO WS-TYPE-CODE(WS-TYPE-IDX).
003800     MOVE SUM-TYPE-CNT(WS-TYPE-IDX)
003810         TO WS-TYPE-CNT(WS-TYPE-IDX).
003820     MOVE SUM-TYPE-AMT(WS-TYPE-IDX)
003830         TO WS-TYPE-AMT(WS-TYPE-IDX).
003840     MOVE SUM-TYPE-DESC(WS-TYPE-IDX)
003850         TO WS-TYPE-DESC(WS-TYPE-IDX).
003860 1310-EXIT.
003870     EXIT.
003880
003890 1320-LOAD-SOURCE-ENTRY.
003900     MOVE WS-SRC-IDX TO WS-SRC-USE.
003910     PERFORM 1820-CLEAR-SOURCE-SLOT THRU 1820-EXIT.
003920     MOVE SUM-SRC-ID(WS-SRC-IDX) TO WS-SRC-ID(WS-SRC-IDX).
003930     MOVE SUM-SRC-CNT(WS-SRC-IDX) TO WS-SRC-CNT(WS-SRC-IDX).
003940     MOVE SUM-SRC-NET-AMT(WS-SRC-IDX)
003950         TO WS-SRC-NET-AMT(WS-SRC-IDX).
003960 1320-EXIT.
003970     EXIT.
003980
003990******************************************************************
004000*    1400-LOAD-CONTROL  --  RECONCILE THE SNAPSHOT COUNT AND NET
004010*                           AGAINST THE TRANCTL CONTROL, THE WAY
004020*                           HELLO-WORLD DOES EVERY REFRESH - THE
004030*                           DAY TOTAL RECORD FIRST, THEN EACH
004040*                           SOURCE FEED'S RECORD AGAINST THAT
004050*                           FEED'S SNAPSHOT FIGURES.
004060******************************************************************
004070 1400-LOAD-CONTROL.
004080     MOVE 'NOCTL' TO WS-RECON-STATUS.
004090     OPEN INPUT CTL-FILE.
004100     IF WS-CTL-FILE-STATUS NOT = '00'
004110         GO TO 1400-EXIT
004120     END-IF.
004130     READ CTL-FILE
004140         AT END
004150             CLOSE CTL-FILE
004160             GO TO 1400-EXIT
004170     END-READ.
004180     IF CTL-BUSINESS-DATE NOT = WS-BUS-DATE
004190         CLOSE CTL-FILE
004200         GO TO 1400-EXIT
004210     END-IF.
004220     MOVE CTL-RECORD-COUNT TO WS-CTL-EXP-COUNT.
004230     MOVE CTL-HASH-AMOUNT TO WS-CTL-EXP-AMT.
004240     PERFORM 1410-READ-SOURCE-CONTROL THRU 1410-EXIT
004250         UNTIL WS-CTL-EOF.
004260     CLOSE CTL-FILE.
004270     IF NOT WS-SNAP-FOUND
004280         GO TO 1400-EXIT
004290     END-IF.
004300     COMPUTE WS-CNT-DIFF = WS-SNAP-COUNT - WS-CTL-EXP-COUNT.
004310     COMPUTE WS-AMT-DIFF = WS-SNAP-NET-AMT - WS-CTL-EXP-AMT.
004320     IF WS-CNT-DIFF = ZERO AND WS-AMT-DIFF = ZERO
004330         MOVE 'BALANCED' TO WS-RECON-STATUS
004340     ELSE
004350         MOVE 'OUTOFBAL' TO WS-RECON-STATUS
004360     END-IF.
004370     PERFORM 1420-RECONCILE-SOURCE THRU 1420-EXIT
004380         VARYING WS-SRC-IDX FROM 1 BY 1
004390         UNTIL WS-SRC-IDX > WS-SRC-COUNT.
004400 1400-EXIT.
004410     EXIT.
004420
004430 1410-READ-SOURCE-CONTROL.
004440     READ CTL-FILE
004450         AT END
004460             SET WS-CTL-EOF TO TRUE
004470             GO TO 1410-EXIT
004480     END-READ.
004490     IF CTL-TOTAL-RECORD
004500         OR CTL-BUSINESS-DATE NOT = WS-BUS-DATE
004510         GO TO 1410-EXIT
004520     END-IF.
004530     MOVE CTL-SOURCE-ID TO WS-SRC-KEY.
004540     PERFORM 1800-FIND-SOURCE-SLOT THRU 1800-EXIT.
004550     MOVE 'Y' TO WS-SRC-CTL-SW(WS-SRC-USE).
004560     MOVE CTL-FEED-STATUS TO WS-SRC-FEED-STATUS(WS-SRC-USE).
004570     ADD CTL-RECORD-COUNT TO WS-SRC-EXP-COUNT(WS-SRC-USE).
004580     ADD CTL-HASH-AMOUNT TO WS-SRC-EXP-AMT(WS-SRC-USE).
004590 1410-EXIT.
004600     EXIT.
004610
004620*    A FEED THAT NEVER ARRIVED IS MISSING; ONE THAT BALANCES TO
004630*    TRANCTL BUT WAS OUT OF BALANCE TO ITS UPSTREAM CONTROL AT
004640*    THE EDIT IS SHORT. ANY FEED OUT OF BALANCE PUTS THE DAY OUT
004650*    OF BALANCE EVEN WHEN THE DAY TOTAL AGREES.
004660 1420-RECONCILE-SOURCE.
004670     IF NOT WS-SRC-CTL-FOUND(WS-SRC-IDX)
004680         MOVE 'NOCTL' TO WS-SRC-RECON(WS-SRC-IDX)
004690         GO TO 1420-EXIT
004700     END-IF.
004710     IF WS-SRC-FEED-STATUS(WS-SRC-IDX) = 'M'
004720         MOVE 'MISSING' TO WS-SRC-RECON(WS-SRC-IDX)
004730         GO TO 1420-EXIT
004740     END-IF.
004750     IF WS-SRC-CNT(WS-SRC-IDX) NOT = WS-SRC-EXP-COUNT(WS-SRC-IDX)
004760         OR WS-SRC-NET-AMT(WS-SRC-IDX)
004770             NOT = WS-SRC-EXP-AMT(WS-SRC-IDX)
004780         MOVE 'OUTOFBAL' TO WS-SRC-RECON(WS-SRC-IDX)
004790         MOVE 'OUTOFBAL' TO WS-RECON-STATUS
004800         GO TO 1420-EXIT
004810     END-IF.
004820     IF WS-SRC-FEED-STATUS(WS-SRC-IDX) = 'O'
004830         MOVE 'SHORT' TO WS-SRC-RECON(WS-SRC-IDX)
004840     ELSE
004850         MOVE 'BALANCED' TO WS-SRC-RECON(WS-SRC-IDX)
004860     END-IF.
004870 1420-EXIT.
004880     EXIT.
004890
004900******************************************************************
004910*    1500-TALLY-REJECTS  --  ONE PASS OF THE REJECT FILE,
004920*                            COUNTING BY REASON CODE AND BY
004930*                            THE SOURCE FEED EACH REJECT CAME IN
004940*                            ON.
004950******************************************************************
004960 1500-TALLY-REJECTS.
004970     OPEN INPUT REJECT-FILE.
004980     IF WS-REJ-FILE-STATUS NOT = '00'
004990         GO TO 1500-EXIT
005000     END-IF.
005010     SET WS-REJ-AVAIL TO TRUE.
005020     PERFORM 1510-READ-REJECT THRU 1510-EXIT.
005030     PERFORM 1520-TALLY-ONE-REJECT THRU 1520-EXIT
005040         UNTIL WS-REJ-EOF.
005050     CLOSE REJECT-FILE.
005060 1500-EXIT.
005070     EXIT.
005080
005090 1510-READ-REJECT.
005100     READ REJECT-FILE
005110         AT END
005120             SET WS-REJ-EOF TO TRUE
005130     END-READ.
005140 1510-EXIT.
005150     EXIT.
005160
005170 1520-TALLY-ONE-REJECT.
005180     ADD 1 TO WS-REJ-TOT-CNT.
005190     EVALUATE REJ-REASON-CODE
005200         WHEN 'ACCT'
005210             ADD 1 TO WS-REJ-ACCT-CNT
005220         WHEN 'DATE'
005230             ADD 1 TO WS-REJ-DATE-CNT
005240         WHEN 'TYPE'
005250             ADD 1 TO WS-REJ-TYPE-CNT
005260         WHEN 'AMT '
005270             ADD 1 TO WS-REJ-AMT-CNT
005280         WHEN 'LEN '
005290             ADD 1 TO WS-REJ-LEN-CNT
005300         WHEN OTHER
005310             ADD 1 TO WS-REJ-OTHER-CNT
005320     END-EVALUATE.
005330     MOVE REJ-SOURCE-ID TO WS-SRC-KEY.
005340     PERFORM 1800-FIND-SOURCE-SLOT THRU 1800-EXIT.
005350     ADD 1 TO WS-SRC-REJ-CNT(WS-SRC-USE).
005360     PERFORM 1510-READ-REJECT THRU 1510-EXIT.
005370 1520-EXIT.
005380     EXIT.
005390
005400******************************************************************
005410*    1600-LOAD-DAY-STATUS  --  OPEN OR CLOSED FROM HWDAYFIL.
005420******************************************************************
005430 1600-LOAD-DAY-STATUS.
005440     MOVE 'OPEN' TO WS-DAY-STATUS.
005450     OPEN INPUT DAY-FILE.
005460     IF WS-DAY-FILE-STATUS NOT = '00'
005470         GO TO 1600-EXIT
005480     END-IF.
005490     MOVE WS-BUS-DATE TO DAY-BUSINESS-DATE.
005500     READ DAY-FILE.
005510     IF WS-DAY-FILE-STATUS = '00'
005520         MOVE DAY-STATUS TO WS-DAY-STATUS
005530     END-IF.
005540     CLOSE DAY-FILE.
005550 1600-EXIT.
005560     EXIT.
005570
005580******************************************************************
005590*    2000-PRINT-PACK  --  THE PRINTED PACK, SECTION BY SECTION,
005600*                         EACH NUMBER ALSO DROPPED ON THE CSV.
005610******************************************************************
005620 2000-PRINT-PACK.
005630     MOVE 'HWOPSPAK OPERATIONS DAILY PACK' TO RPT-RECORD.
005640     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
005650     MOVE SPACES TO RPT-RECORD.
005660     STRING 'BUSINESS DATE ' WS-BUS-DATE
005670         '  RUN ' WS-RUN-DATE ' ' WS-RUN-TIME
005680         '  DAY ' WS-DAY-STATUS
005690         DELIMITED BY SIZE INTO RPT-RECORD.
005700     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
005710     MOVE 'day' TO WS-CSV-SECTION.
005720     MOVE 'businessDate' TO WS-CSV-ITEM.
005730     MOVE WS-BUS-DATE TO WS-CSV-VALUE.
005740     PERFORM 3400-WRITE-CSV-ROW THRU 3400-EXIT.
005750     MOVE 'status' TO WS-CSV-ITEM.
005760     MOVE WS-DAY-STATUS TO WS-CSV-VALUE.
005770     PERFORM 3400-WRITE-CSV-ROW THRU 3400-EXIT.
005780     PERFORM 2200-PRINT-VOLUME THRU 2200-EXIT.
005790     PERFORM 2400-PRINT-RECON THRU 2400-EXIT.
005800     PERFORM 2500-PRINT-REJECTS THRU 2500-EXIT.
005810     PERFORM 2600-PRINT-EXCEPTIONS THRU 2600-EXIT.
005820 2000-EXIT.
005830     EXIT.
005840
005850******************************************************************
005860*    2200-PRINT-VOLUME  --  COUNT, DOLLARS, AND THE PER-TYPE
005870*                           BREAKDOWN FROM THE SNAPSHOT.
005880******************************************************************
005890 2200-PRINT-VOLUME.
005900     MOVE SPACES TO RPT-RECORD.
005910     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
005920     MOVE 'VOLUME' TO RPT-RECORD.
005930     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
005940     IF NOT WS-SNAP-FOUND
005950         MOVE '  SNAPSHOT NOT AVAILABLE FOR THIS DATE'
005960             TO RPT-RECORD
005970         PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT
005980         GO TO 2200-EXIT
005990     END-IF.
006000     MOVE '  TRANSACTIONS' TO WS-RPT-LABEL.
006010     MOVE WS-SNAP-COUNT TO WS-RPT-COUNT.
006020     MOVE WS-RPT-DETAIL TO RPT-RECORD.
006030     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
006040     MOVE '  TOTAL DEBITS' TO WS-RPT-MLABEL.
006050     MOVE WS-SNAP-DEBIT-AMT TO WS-RPT-AMT.
006060     PERFORM 3200-WRITE-MONEY-LINE THRU 3200-EXIT.
006070     MOVE '  TOTAL CREDITS' TO WS-RPT-MLABEL.
006080     MOVE WS-SNAP-CREDIT-AMT TO WS-RPT-AMT.
006090     PERFORM 3200-WRITE-MONEY-LINE THRU 3200-EXIT.
006100     MOVE '  NET AMOUNT' TO WS-RPT-MLABEL.
006110     MOVE WS-SNAP-NET-AMT TO WS-RPT-AMT.
006120     PERFORM 3200-WRITE-MONEY-LINE THRU 3200-EXIT.
006130     MOVE 'volume' TO WS-CSV-SECTION.
006140     MOVE 'tranCount' TO WS-CSV-ITEM.
006150     MOVE WS-SNAP-COUNT TO WS-CNT-EDIT.
006160     PERFORM 3500-CSV-COUNT-VALUE THRU 3500-EXIT.
006170     PERFORM 3400-WRITE-CSV-ROW THRU 3400-EXIT.
006180     MOVE 'totalDebits' TO WS-CSV-ITEM.
006190     MOVE WS-SNAP-DEBIT-AMT TO WS-MONEY-CSV-EDIT.
006200     PERFORM 3600-CSV-MONEY-VALUE THRU 3600-EXIT.
006210     PERFORM 3400-WRITE-CSV-ROW THRU 3400-EXIT.
006220     MOVE 'totalCredits' TO WS-CSV-ITEM.
006230     MOVE WS-SNAP-CREDIT-AMT TO WS-MONEY-CSV-EDIT.
006240     PERFORM 3600-CSV-MONEY-VALUE THRU 3600-EXIT.
006250     PERFORM 3400-WRITE-CSV-ROW THRU 3400-EXIT.
006260     MOVE 'netAmount' TO WS-CSV-ITEM.
006270     MOVE WS-SNAP-NET-AMT TO WS-MONEY-CSV-EDIT.
006280     PERFORM 3600-CSV-MONEY-VALUE THRU 3600-EXIT.
006290     PERFORM 3400-WRITE-CSV-ROW THRU 3400-EXIT.
006300     MOVE '  BY TYPE' TO RPT-RECORD.
006310     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
006320     PERFORM 2300-PRINT-TYPE-LINE THRU 2300-EXIT
006330         VARYING WS-TYPE-IDX FROM 1 BY 1
006340         UNTIL WS-TYPE-IDX > WS-TYPE-COUNT.
006350 2200-EXIT.
006360     EXIT.
006370
006380 2300-PRINT-TYPE-LINE.
006390     MOVE SPACES TO WS-RPT-TYPE-LINE.
006400     MOVE WS-TYPE-CODE(WS-TYPE-IDX) TO WS-RPT-TYPE-CODE.
006410     MOVE WS-TYPE-DESC(WS-TYPE-IDX) TO WS-RPT-TYPE-DESC.
006420     MOVE WS-TYPE-CNT(WS-TYPE-IDX) TO WS-RPT-TYPE-CNT.
006430     MOVE WS-TYPE-AMT(WS-TYPE-IDX) TO WS-RPT-TYPE-AMT.
006440     MOVE WS-RPT-TYPE-LINE TO RPT-RECORD.
006450     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
006460     MOVE 'typeCount' TO WS-CSV-SECTION.
006470     MOVE WS-TYPE-CODE(WS-TYPE-IDX) TO WS-CSV-ITEM.
006480     MOVE WS-TYPE-CNT(WS-TYPE-IDX) TO WS-CNT-EDIT.
006490     PERFORM 3500-CSV-COUNT-VALUE THRU 3500-EXIT.
006500     PERFORM 3400-WRITE-CSV-ROW THRU 3400-EXIT.
006510     MOVE 'typeAmount' TO WS-CSV-SECTION.
006520     MOVE WS-TYPE-CODE(WS-TYPE-IDX) TO WS-CSV-ITEM.
006530     MOVE WS-TYPE-AMT(WS-TYPE-IDX) TO WS-MONEY-CSV-EDIT.
006540     PERFORM 3600-CSV-MONEY-VALUE THRU 3600-EXIT.
006550     PERFORM 3400-WRITE-CSV-ROW THRU 3400-EXIT.
006560 2300-EXIT.
006570     EXIT.
006580
006590******************************************************************
006600*    2400-PRINT-RECON  --  RECONCILIATION STATUS AND THE
006610*                          DIFFERENCES WHEN OUT OF BALANCE.
006620******************************************************************
006630 2400-PRINT-RECON.
006640     MOVE SPACES TO RPT-RECORD.
006650     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
006660     MOVE SPACES TO RPT-RECORD.
006670     STRING 'RECONCILIATION  ' WS-RECON-STATUS
006680         DELIMITED BY SIZE INTO RPT-RECORD.
006690     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
006700     MOVE 'recon' TO WS-CSV-SECTION.
006710     MOVE 'status' TO WS-CSV-ITEM.
006720     MOVE WS-RECON-STATUS TO WS-CSV-VALUE.
006730     PERFORM 3400-WRITE-CSV-ROW THRU 3400-EXIT.
006740     IF WS-RECON-STATUS = 'NOCTL'
006750         GO TO 2400-EXIT
006760     END-IF.
006770     MOVE '  EXPECTED RECORDS' TO WS-RPT-LABEL.
006780     MOVE WS-CTL-EXP-COUNT TO WS-RPT-COUNT.
006790     MOVE WS-RPT-DETAIL TO RPT-RECORD.
006800     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
006810     MOVE '  COUNTED RECORDS' TO WS-RPT-LABEL.
006820     MOVE WS-SNAP-COUNT TO WS-RPT-COUNT.
006830     MOVE WS-RPT-DETAIL TO RPT-RECORD.
006840     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
006850     MOVE '  EXPECTED AMOUNT' TO WS-RPT-MLABEL.
006860     MOVE WS-CTL-EXP-AMT TO WS-RPT-AMT.
006870     PERFORM 3200-WRITE-MONEY-LINE THRU 3200-EXIT.
006880     MOVE '  NET AMOUNT' TO WS-RPT-MLABEL.
006890     MOVE WS-SNAP-NET-AMT TO WS-RPT-AMT.
006900     PERFORM 3200-WRITE-MONEY-LINE THRU 3200-EXIT.
006910     MOVE '  AMOUNT DIFFERENCE' TO WS-RPT-MLABEL.
006920     MOVE WS-AMT-DIFF TO WS-RPT-AMT.
006930     PERFORM 3200-WRITE-MONEY-LINE THRU 3200-EXIT.
006940     MOVE 'countDifference' TO WS-CSV-ITEM.
006950     MOVE WS-CNT-DIFF TO WS-DIFF-EDIT.
006960     PERFORM 3700-CSV-DIFF-VALUE THRU 3700-EXIT.
006970     PERFORM 3400-WRITE-CSV-ROW THRU 3400-EXIT.
006980     MOVE 'amountDifference' TO WS-CSV-ITEM.
006990     MOVE WS-AMT-DIFF TO WS-MONEY-CSV-EDIT.
007000     PERFORM 3600-CSV-MONEY-VALUE THRU 3600-EXIT.
007010     PERFORM 3400-WRITE-CSV-ROW THRU 3400-EXIT.
007020     IF WS-SRC-COUNT = ZERO
007030         GO TO 2400-EXIT
007040     END-IF.
007050     MOVE '  BY SOURCE FEED' TO RPT-RECORD.
007060     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
007070     MOVE WS-RPT-SRC-HEAD TO RPT-RECORD.
007080     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
007090     PERFORM 2410-PRINT-SOURCE-LINE THRU 2410-EXIT
007100         VARYING WS-SRC-IDX FROM 1 BY 1
007110         UNTIL WS-SRC-IDX > WS-SRC-COUNT.
007120 2400-EXIT.
007130     EXIT.
007140
007150******************************************************************
007160*    2410-PRINT-SOURCE-LINE  --  ONE SOURCE FEED'S COUNTED AND
007170*                                EXPECTED FIGURES AND ITS RESULT,
007180*                                WITH A CSV ROW PER FIGURE KEYED
007190*                                BY THE SOURCE ID. UNTAGGED
007200*                                TRANSACTIONS SHOW AS UNTAGGED.
007210******************************************************************
007220 2410-PRINT-SOURCE-LINE.
007230     PERFORM 2420-SOURCE-KEY THRU 2420-EXIT.
007240     MOVE WS-SRC-KEY TO WS-RPT-SRC-ID.
007250     MOVE WS-SRC-CNT(WS-SRC-IDX) TO WS-RPT-SRC-CNT.
007260     MOVE WS-SRC-EXP-COUNT(WS-SRC-IDX) TO WS-RPT-SRC-EXP.
007270     MOVE WS-SRC-NET-AMT(WS-SRC-IDX) TO WS-RPT-SRC-AMT.
007280     MOVE WS-SRC-RECON(WS-SRC-IDX) TO WS-RPT-SRC-RECON.
007290     MOVE WS-RPT-SRC-LINE TO RPT-RECORD.
007300     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
007310     MOVE WS-SRC-KEY TO WS-CSV-ITEM.
007320     MOVE 'sourceCount' TO WS-CSV-SECTION.
007330     MOVE WS-SRC-CNT(WS-SRC-IDX) TO WS-CNT-EDIT.
007340     PERFORM 3500-CSV-COUNT-VALUE THRU 3500-EXIT.
007350     PERFORM 3400-WRITE-CSV-ROW THRU 3400-EXIT.
007360     MOVE 'sourceExpCnt' TO WS-CSV-SECTION.
007370     MOVE WS-SRC-EXP-COUNT(WS-SRC-IDX) TO WS-CNT-EDIT.
007380     PERFORM 3500-CSV-COUNT-VALUE THRU 3500-EXIT.
007390     PERFORM 3400-WRITE-CSV-ROW THRU 3400-EXIT.
007400     MOVE 'sourceAmount' TO WS-CSV-SECTION.
007410     MOVE WS-SRC-NET-AMT(WS-SRC-IDX) TO WS-MONEY-CSV-EDIT.
007420     PERFORM 3600-CSV-MONEY-VALUE THRU 3600-EXIT.
007430     PERFORM 3400-WRITE-CSV-ROW THRU 3400-EXIT.
007440     MOVE 'sourceExpAmt' TO WS-CSV-SECTION.
007450     MOVE WS-SRC-EXP-AMT(WS-SRC-IDX) TO WS-MONEY-CSV-EDIT.
007460     PERFORM 3600-CSV-MONEY-VALUE THRU 3600-EXIT.
007470     PERFORM 3400-WRITE-CSV-ROW THRU 3400-EXIT.
007480     MOVE 'sourceRecon' TO WS-CSV-SECTION.
007490     MOVE WS-SRC-RECON(WS-SRC-IDX) TO WS-CSV-VALUE.
007500     PERFORM 3400-WRITE-CSV-ROW THRU 3400-EXIT.
007510 2410-EXIT.
007520     EXIT.
007530
007540 2420-SOURCE-KEY.
007550     IF WS-SRC-ID(WS-SRC-IDX) = SPACES
007560         MOVE 'UNTAGGED' TO WS-SRC-KEY
007570     ELSE
007580         MOVE WS-SRC-ID(WS-SRC-IDX) TO WS-SRC-KEY
007590     END-IF.
007600 2420-EXIT.
007610     EXIT.
007620
007630******************************************************************
007640*    2500-PRINT-REJECTS  --  REJECT TOTALS BY REASON CODE OFF
007650*                            THE REJECT FILE.
007660******************************************************************
007670 2500-PRINT-REJECTS.
007680     MOVE SPACES TO RPT-RECORD.
007690     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
007700     MOVE 'REJECTS BY REASON' TO RPT-RECORD.
007710     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
007720     IF NOT WS-REJ-AVAIL
007730         MOVE '  REJECT FILE NOT AVAILABLE FOR THIS DATE'
007740             TO RPT-RECORD
007750         PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT
007760         GO TO 2500-EXIT
007770     END-IF.
007780     MOVE '  TOTAL REJECTED' TO WS-RPT-LABEL.
007790     MOVE WS-REJ-TOT-CNT TO WS-RPT-COUNT.
007800     MOVE WS-RPT-DETAIL TO RPT-RECORD.
007810     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
007820     MOVE '  MISSING ACCOUNT' TO WS-RPT-LABEL.
007830     MOVE WS-REJ-ACCT-CNT TO WS-RPT-COUNT.
007840     MOVE WS-RPT-DETAIL TO RPT-RECORD.
007850     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
007860     MOVE '  BAD DATE' TO WS-RPT-LABEL.
007870     MOVE WS-REJ-DATE-CNT TO WS-RPT-COUNT.
007880     MOVE WS-RPT-DETAIL TO RPT-RECORD.
007890     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
007900     MOVE '  BAD TYPE CODE' TO WS-RPT-LABEL.
007910     MOVE WS-REJ-TYPE-CNT TO WS-RPT-COUNT.
007920     MOVE WS-RPT-DETAIL TO RPT-RECORD.
007930     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
007940     MOVE '  BAD AMOUNT' TO WS-RPT-LABEL.
007950     MOVE WS-REJ-AMT-CNT TO WS-RPT-COUNT.
007960     MOVE WS-RPT-DETAIL TO RPT-RECORD.
007970     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
007980     MOVE '  SHORT RECORD' TO WS-RPT-LABEL.
007990     MOVE WS-REJ-LEN-CNT TO WS-RPT-COUNT.
008000     MOVE WS-RPT-DETAIL TO RPT-RECORD.
008010     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
008020     IF WS-REJ-OTHER-CNT > ZERO
008030         MOVE '  OTHER REASON' TO WS-RPT-LABEL
008040         MOVE WS-REJ-OTHER-CNT TO WS-RPT-COUNT
008050         MOVE WS-RPT-DETAIL TO RPT-RECORD
008060         PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT
008070     END-IF.
008080     MOVE 'rejects' TO WS-CSV-SECTION.
008090     MOVE 'total' TO WS-CSV-ITEM.
008100     MOVE WS-REJ-TOT-CNT TO WS-CNT-EDIT.
008110     PERFORM 3500-CSV-COUNT-VALUE THRU 3500-EXIT.
008120     PERFORM 3400-WRITE-CSV-ROW THRU 3400-EXIT.
008130     MOVE 'ACCT' TO WS-CSV-ITEM.
008140     MOVE WS-REJ-ACCT-CNT TO WS-CNT-EDIT.
008150     PERFORM 3500-CSV-COUNT-VALUE THRU 3500-EXIT.
008160     PERFORM 3400-WRITE-CSV-ROW THRU 3400-EXIT.
008170     MOVE 'DATE' TO WS-CSV-ITEM.
008180     MOVE WS-REJ-DATE-CNT TO WS-CNT-EDIT.
008190     PERFORM 3500-CSV-COUNT-VALUE THRU 3500-EXIT.
008200     PERFORM 3400-WRITE-CSV-ROW THRU 3400-EXIT.
008210     MOVE 'TYPE' TO WS-CSV-ITEM.
008220     MOVE WS-REJ-TYPE-CNT TO WS-CNT-EDIT.
008230     PERFORM 3500-CSV-COUNT-VALUE THRU 3500-EXIT.
008240     PERFORM 3400-WRITE-CSV-ROW THRU 3400-EXIT.
008250     MOVE 'AMT' TO WS-CSV-ITEM.
008260     MOVE WS-REJ-AMT-CNT TO WS-CNT-EDIT.
008270     PERFORM 3500-CSV-COUNT-VALUE THRU 3500-EXIT.
008280     PERFORM 3400-WRITE-CSV-ROW THRU 3400-EXIT.
008290     MOVE 'LEN' TO WS-CSV-ITEM.
008300     MOVE WS-REJ-LEN-CNT TO WS-CNT-EDIT.
008310     PERFORM 3500-CSV-COUNT-VALUE THRU 3500-EXIT.
008320     PERFORM 3400-WRITE-CSV-ROW THRU 3400-EXIT.
008330     IF WS-SRC-COUNT = ZERO
008340         GO TO 2500-EXIT
008350     END-IF.
008360     MOVE '  BY SOURCE FEED' TO RPT-RECORD.
008370     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
008380     PERFORM 2510-PRINT-SOURCE-REJECTS THRU 2510-EXIT
008390         VARYING WS-SRC-IDX FROM 1 BY 1
008400         UNTIL WS-SRC-IDX > WS-SRC-COUNT.
008410 2500-EXIT.
008420     EXIT.
008430
008440 2510-PRINT-SOURCE-REJECTS.
008450     PERFORM 2420-SOURCE-KEY THRU 2420-EXIT.
008460     MOVE SPACES TO WS-RPT-LABEL.
008470     STRING '    ' WS-SRC-KEY DELIMITED BY SIZE
008480         INTO WS-RPT-LABEL.
008490     MOVE WS-SRC-REJ-CNT(WS-SRC-IDX) TO WS-RPT-COUNT.
008500     MOVE WS-RPT-DETAIL TO RPT-RECORD.
008510     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
008520     MOVE 'sourceReject' TO WS-CSV-SECTION.
008530     MOVE WS-SRC-KEY TO WS-CSV-ITEM.
008540     MOVE WS-SRC-REJ-CNT(WS-SRC-IDX) TO WS-CNT-EDIT.
008550     PERFORM 3500-CSV-COUNT-VALUE THRU 3500-EXIT.
008560     PERFORM 3400-WRITE-CSV-ROW THRU 3400-EXIT.
008570 2510-EXIT.
008580     EXIT.
008590
008600******************************************************************
008610*    2600-PRINT-EXCEPTIONS  --  ACCOUNT EXCEPTION TALLIES FROM
008620*                               THE SNAPSHOT. THE TRANSACTION
008630*                               DETAIL LIVES ON THE HWEXCRPT
008640*                               WORKLIST.
008650******************************************************************
008660 2600-PRINT-EXCEPTIONS.
008670     MOVE SPACES TO RPT-RECORD.
008680     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
008690     MOVE 'ACCOUNT EXCEPTIONS' TO RPT-RECORD.
008700     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
008710     IF NOT WS-ACCT-CHECKED
008720         MOVE '  ACCOUNTS NOT CHECKED THIS DATE' TO RPT-RECORD
008730         PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT
008740         GO TO 2600-EXIT
008750     END-IF.
008760     MOVE '  UNKNOWN ACCOUNTS' TO WS-RPT-LABEL.
008770     MOVE WS-UNKNOWN-ACCT-CNT TO WS-RPT-COUNT.
008780     MOVE WS-RPT-DETAIL TO RPT-RECORD.
008790     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
008800     MOVE '  CLOSED ACCOUNTS' TO WS-RPT-LABEL.
008810     MOVE WS-CLOSED-ACCT-CNT TO WS-RPT-COUNT.
008820     MOVE WS-RPT-DETAIL TO RPT-RECORD.
008830     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
008840     MOVE '  FROZEN ACCOUNTS' TO WS-RPT-LABEL.
008850     MOVE WS-FROZEN-ACCT-CNT TO WS-RPT-COUNT.
008860     MOVE WS-RPT-DETAIL TO RPT-RECORD.
008870     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
008880     MOVE '  DORMANT ACCOUNTS' TO WS-RPT-LABEL.
008890     MOVE WS-DORMANT-ACCT-CNT TO WS-RPT-COUNT.
008900     MOVE WS-RPT-DETAIL TO RPT-RECORD.
008910     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
008920     MOVE '  SEE THE HWEXCRPT WORKLIST FOR THE DETAIL'
008930         TO RPT-RECORD.
008940     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
008950     MOVE 'exceptions' TO WS-CSV-SECTION.
008960     MOVE 'unknown' TO WS-CSV-ITEM.
008970     MOVE WS-UNKNOWN-ACCT-CNT TO WS-CNT-EDIT.
008980     PERFORM 3500-CSV-COUNT-VALUE THRU 3500-EXIT.
008990     PERFORM 3400-WRITE-CSV-ROW THRU 3400-EXIT.
009000     MOVE 'closed' TO WS-CSV-ITEM.
009010     MOVE WS-CLOSED-ACCT-CNT TO WS-CNT-EDIT.
009020     PERFORM 3500-CSV-COUNT-VALUE THRU 3500-EXIT.
009030     PERFORM 3400-WRITE-CSV-ROW THRU 3400-EXIT.
009040     MOVE 'frozen' TO WS-CSV-ITEM.
009050     MOVE WS-FROZEN-ACCT-CNT TO WS-CNT-EDIT.
009060     PERFORM 3500-CSV-COUNT-VALUE THRU 3500-EXIT.
009070     PERFORM 3400-WRITE-CSV-ROW THRU 3400-EXIT.
009080     MOVE 'dormant' TO WS-CSV-ITEM.
009090     MOVE WS-DORMANT-ACCT-CNT TO WS-CNT-EDIT.
009100     PERFORM 3500-CSV-COUNT-VALUE THRU 3500-EXIT.
009110     PERFORM 3400-WRITE-CSV-ROW THRU 3400-EXIT.
009120 2600-EXIT.
009130     EXIT.
009140
009150******************************************************************
009160*    2800-PRINT-JOB-BOARD  --  EVERY JOB'S LAST OUTCOME OFF THE
009170*                              SHARED BOARD.
009180******************************************************************
009190 2800-PRINT-JOB-BOARD.
009200     MOVE SPACES TO RPT-RECORD.
009210     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
009220     MOVE 'JOB OUTCOMES' TO RPT-RECORD.
009230     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
009240     OPEN INPUT JOB-FILE.
009250     IF WS-JOB-FILE-STATUS NOT = '00'
009260         MOVE '  JOB BOARD NOT AVAILABLE' TO RPT-RECORD
009270         PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT
009280         GO TO 2800-EXIT
009290     END-IF.
009300     PERFORM 2810-READ-JOB THRU 2810-EXIT.
009310     PERFORM 2820-PRINT-JOB-ROW THRU 2820-EXIT
009320         UNTIL WS-JOB-EOF.
009330     CLOSE JOB-FILE.
009340     IF WS-JOB-CNT = ZERO
009350         MOVE '  NO JOB STATUS RECORDED' TO RPT-RECORD
009360         PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT
009370     END-IF.
009380 2800-EXIT.
009390     EXIT.
009400
009410 2810-READ-JOB.
009420     READ JOB-FILE NEXT RECORD
009430         AT END
009440             SET WS-JOB-EOF TO TRUE
009450     END-READ.
009460     IF NOT WS-JOB-EOF AND WS-JOB-FILE-STATUS NOT = '00'
009470         SET WS-JOB-EOF TO TRUE
009480     END-IF.
009490 2810-EXIT.
009500     EXIT.
009510
009520 2820-PRINT-JOB-ROW.
009530     ADD 1 TO WS-JOB-CNT.
009540     MOVE JOB-NAME TO WS-RPT-JOB-NAME.
009550     MOVE JOB-BUS-DATE TO WS-RPT-JOB-BDATE.
009560     MOVE JOB-STATUS TO WS-RPT-JOB-STATUS.
009570     MOVE JOB-RETURN-CODE TO WS-RPT-JOB-RC.
009580     MOVE WS-RPT-JOB-LINE TO RPT-RECORD.
009590     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
009600     MOVE 'jobs' TO WS-CSV-SECTION.
009610     MOVE JOB-NAME TO WS-CSV-ITEM.
009620     MOVE JOB-STATUS TO WS-CSV-VALUE.
009630     PERFORM 3400-WRITE-CSV-ROW THRU 3400-EXIT.
009640     PERFORM 2810-READ-JOB THRU 2810-EXIT.
009650 2820-EXIT.
009660     EXIT.
009670
009680 3100-WRITE-REPORT-LINE.
009690     WRITE RPT-RECORD.
009700     IF WS-RPT-FILE-STATUS NOT = '00'
009710         DISPLAY 'HWOPSPAK: REPORT-FILE WRITE FAILED, STATUS='
009720             WS-RPT-FILE-STATUS UPON SYSERR
009730         MOVE 8 TO RETURN-CODE
009740     END-IF.
009750 3100-EXIT.
009760     EXIT.
009770
009780 3200-WRITE-MONEY-LINE.
009790     MOVE WS-RPT-MONEY TO RPT-RECORD.
009800     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
009810 3200-EXIT.
009820     EXIT.
009830
009840 3300-WRITE-CSV-LINE.
009850     WRITE CSV-RECORD.
009860     IF WS-CSV-FILE-STATUS NOT = '00'
009870         DISPLAY 'HWOPSPAK: CSV-FILE WRITE FAILED, STATUS='
009880             WS-CSV-FILE-STATUS UPON SYSERR
009890         MOVE 8 TO RETURN-CODE
009900     END-IF.
009910 3300-EXIT.
009920     EXIT.
009930
009940******************************************************************
009950*    3400-WRITE-CSV-ROW  --  ONE SECTION,ITEM,VALUE ROW, EACH
009960*                            FIELD TRIMMED PAST ITS TRAILING
009970*                            SPACES SO THE SPREADSHEET GETS
009980*                            CLEAN TOKENS.
009990******************************************************************
010000 3400-WRITE-CSV-ROW.
010010     MOVE 12 TO WS-CSV-SEC-LEN.
010020     PERFORM 3410-TRIM-CSV-SECTION THRU 3410-EXIT
010030         UNTIL WS-CSV-SEC-LEN = 0
010040             OR WS-CSV-SECTION(WS-CSV-SEC-LEN:1) NOT = SPACE.
010050     MOVE 20 TO WS-CSV-ITM-LEN.
010060     PERFORM 3420-TRIM-CSV-ITEM THRU 3420-EXIT
010070         UNTIL WS-CSV-ITM-LEN = 0
010080             OR WS-CSV-ITEM(WS-CSV-ITM-LEN:1) NOT = SPACE.
010090     MOVE 30 TO WS-CSV-VAL-LEN.
010100     PERFORM 3430-TRIM-CSV-VALUE THRU 3430-EXIT
010110         UNTIL WS-CSV-VAL-LEN = 0
010120             OR WS-CSV-VALUE(WS-CSV-VAL-LEN:1) NOT = SPACE.
010130     IF WS-CSV-SEC-LEN = 0 OR WS-CSV-ITM-LEN = 0
010140         GO TO 3400-EXIT
010150     END-IF.
010160     MOVE SPACES TO CSV-RECORD.
010170     IF WS-CSV-VAL-LEN = 0
010180         STRING WS-CSV-SECTION(1:WS-CSV-SEC-LEN) ','
010190             WS-CSV-ITEM(1:WS-CSV-ITM-LEN) ','
010200             DELIMITED BY SIZE INTO CSV-RECORD
010210     ELSE
010220         STRING WS-CSV-SECTION(1:WS-CSV-SEC-LEN) ','
010230             WS-CSV-ITEM(1:WS-CSV-ITM-LEN) ','
010240             WS-CSV-VALUE(1:WS-CSV-VAL-LEN)
010250             DELIMITED BY SIZE INTO CSV-RECORD
010260     END-IF.
010270     PERFORM 3300-WRITE-CSV-LINE THRU 3300-EXIT.
010280 3400-EXIT.
010290     EXIT.
010300
010310 3410-TRIM-CSV-SECTION.
010320     SUBTRACT 1 FROM WS-CSV-SEC-LEN.
010330 3410-EXIT.
010340     EXIT.
010350
010360 3420-TRIM-CSV-ITEM.
010370     SUBTRACT 1 FROM WS-CSV-ITM-LEN.
010380 3420-EXIT.
010390     EXIT.
010400
010410 3430-TRIM-CSV-VALUE.
010420     SUBTRACT 1 FROM WS-CSV-VAL-LEN.
010430 3430-EXIT.
010440     EXIT.
010450
010460******************************************************************
010470*    3500-CSV-COUNT-VALUE  --  THE EDITED COUNT, STRIPPED OF ITS
010480*                              LEADING SPACES, INTO THE CSV
010490*                              VALUE FIELD.
010500******************************************************************
010510 3500-CSV-COUNT-VALUE.
010520     MOVE 1 TO WS-CNT-POS.
010530     MOVE 7 TO WS-CNT-LEN.
010540     PERFORM 3510-TRIM-CNT-FIELD THRU 3510-EXIT
010550         UNTIL WS-CNT-LEN = 0
010560             OR WS-CNT-EDIT(WS-CNT-POS:1) NOT = SPACE.
010570     MOVE SPACES TO WS-CSV-VALUE.
010580     MOVE WS-CNT-EDIT(WS-CNT-POS:WS-CNT-LEN) TO WS-CSV-VALUE.
010590 3500-EXIT.
010600     EXIT.
010610
010620 3510-TRIM-CNT-FIELD.
010630     ADD 1 TO WS-CNT-POS.
010640     SUBTRACT 1 FROM WS-CNT-LEN.
010650 3510-EXIT.
010660     EXIT.
010670
010680 3600-CSV-MONEY-VALUE.
010690     MOVE 1 TO WS-MONEY-POS.
010700     MOVE 15 TO WS-MONEY-LEN.
010710     PERFORM 3610-TRIM-MONEY-FIELD THRU 3610-EXIT
010720         UNTIL WS-MONEY-LEN = 0
010730             OR WS-MONEY-CSV-EDIT(WS-MONEY-POS:1) NOT = SPACE.
010740     MOVE SPACES TO WS-CSV-VALUE.
010750     MOVE WS-MONEY-CSV-EDIT(WS-MONEY-POS:WS-MONEY-LEN)
010760         TO WS-CSV-VALUE.
010770 3600-EXIT.
010780     EXIT.
010790
010800 3610-TRIM-MONEY-FIELD.
010810     ADD 1 TO WS-MONEY-POS.
010820     SUBTRACT 1 FROM WS-MONEY-LEN.
010830 3610-EXIT.
010840     EXIT.
010850
010860 3700-CSV-DIFF-VALUE.
010870     MOVE 1 TO WS-DIFF-POS.
010880     MOVE 8 TO WS-DIFF-LEN.
010890     PERFORM 3710-TRIM-DIFF-FIELD THRU 3710-EXIT
010900         UNTIL WS-DIFF-LEN = 0
010910             OR WS-DIFF-EDIT(WS-DIFF-POS:1) NOT = SPACE.
010920     MOVE SPACES TO WS-CSV-VALUE.
010930     MOVE WS-DIFF-EDIT(WS-DIFF-POS:WS-DIFF-LEN)
010940         TO WS-CSV-VALUE.
010950 3700-EXIT.
010960     EXIT.
010970
010980 3710-TRIM-DIFF-FIELD.
010990     ADD 1 TO WS-DIFF-POS.
011000     SUBTRACT 1 FROM WS-DIFF-LEN.
011010 3710-EXIT.
011020     EXIT.
011030
011040 3900-CLOSE-FILES.
011050     CLOSE REPORT-FILE.
011060     CLOSE CSV-FILE.
011070 3900-EXIT.
011080     EXIT.
011090
011100******************************************************************
011110*    9000-LOG-JOB-START  --  STAMP THIS RUN AS RUNNING ON THE
011120*                            SHARED JOB-STATUS BOARD.
011130******************************************************************
011140 9000-LOG-JOB-START.
011150     MOVE 'HWOPSPAK' TO JOBLOG-JOB-NAME.
011160     SET JOBLOG-EVENT-START TO TRUE.
011170     MOVE SPACES TO JOBLOG-STATUS.
011180     MOVE ZERO TO JOBLOG-RETURN-CODE.
011190     MOVE WS-BUS-DATE TO JOBLOG-BUS-DATE.
011200     MOVE RETURN-CODE TO WS-SAVE-RETURN-CODE.
011210     CALL 'HWJOBLOG' USING JOBLOG-PARM.
011220     MOVE WS-SAVE-RETURN-CODE TO RETURN-CODE.
011230 9000-EXIT.
011240     EXIT.
011250
011260******************************************************************
011270*    9100-LOG-JOB-END  --  CLOSE THIS RUN OUT ON THE SHARED
011280*                          JOB-STATUS BOARD.
011290******************************************************************
011300 9100-LOG-JOB-END.
011310     MOVE 'HWOPSPAK' TO JOBLOG-JOB-NAME.
011320     SET JOBLOG-EVENT-END TO TRUE.
011330     IF RETURN-CODE > 4
011340         MOVE 'FAILED' TO JOBLOG-STATUS
011350     ELSE
011360         MOVE 'COMPLETE' TO JOBLOG-STATUS
011370     END-IF.
011380     MOVE RETURN-CODE TO JOBLOG-RETURN-CODE.
011390     MOVE WS-BUS-DATE TO JOBLOG-BUS-DATE.
011400     MOVE RETURN-CODE TO WS-SAVE-RETURN-CODE.
011410     CALL 'HWJOBLOG' USING JOBLOG-PARM.
011420     MOVE WS-SAVE-RETURN-CODE TO RETURN-CODE.
011430 9100-EXIT.
011440     EXIT.
011450
011460******************************************************************
011470*    1700-RESOLVE-BUS-DATE  --  HW_BUS_DATE NAMES THE BUSINESS
011480*                               DATE BEING PACKED. WHEN SET TO A
011490*                               VALID DATE OTHER THAN TODAY, THE
011500*                               SNAPSHOT, CONTROL, AND REJECT
011510*                               READS SWITCH TO THEIR DATED
011520*                               GENERATIONS AND THE PACK ITSELF
011530*                               IS WRITTEN DATED, SO A BACK-DATE
011540*                               PACK NEVER DISTURBS THE LIVE
011550*                               MORNING COPY.
011560******************************************************************
011570 1700-RESOLVE-BUS-DATE.
011580     MOVE WS-RUN-DATE TO WS-BUS-DATE.
011590     MOVE SPACES TO WS-ENV-BUS-DATE.
011600     ACCEPT WS-ENV-BUS-DATE FROM ENVIRONMENT "HW_BUS_DATE"
011610         ON EXCEPTION
011620             MOVE SPACES TO WS-ENV-BUS-DATE
011630     END-ACCEPT.
011640     IF WS-ENV-BUS-DATE = SPACES
011650         GO TO 1700-EXIT
011660     END-IF.
011670     IF WS-ENV-BUS-DATE NOT NUMERIC
011680         DISPLAY 'HWOPSPAK: BAD HW_BUS_DATE IGNORED: '
011690             WS-ENV-BUS-DATE UPON SYSERR
011700         GO TO 1700-EXIT
011710     END-IF.
011720     MOVE WS-ENV-BUS-DATE TO WS-BUS-DATE.
011730     IF WS-BUS-DATE NOT = WS-RUN-DATE
011740         SET WS-RERUN TO TRUE
011750         MOVE SPACES TO WS-SUM-FILE-NAME
011760         STRING 'HWSUMFIL.' WS-BUS-DATE
011770             DELIMITED BY SIZE INTO WS-SUM-FILE-NAME
011780         SET ENVIRONMENT 'HWSUMFIL' TO WS-SUM-FILE-NAME
011790         MOVE SPACES TO WS-CTL-FILE-NAME
011800         STRING 'TRANCTL.' WS-BUS-DATE
011810             DELIMITED BY SIZE INTO WS-CTL-FILE-NAME
011820         SET ENVIRONMENT 'TRANCTL' TO WS-CTL-FILE-NAME
011830         MOVE SPACES TO WS-REJ-FILE-NAME
011840         STRING 'TRANREJ.' WS-BUS-DATE
011850             DELIMITED BY SIZE INTO WS-REJ-FILE-NAME
011860         SET ENVIRONMENT 'TRANREJ' TO WS-REJ-FILE-NAME
011870         MOVE SPACES TO WS-RPT-FILE-NAME
011880         STRING 'OPSRPT.' WS-BUS-DATE
011890             DELIMITED BY SIZE INTO WS-RPT-FILE-NAME
011900         SET ENVIRONMENT 'OPSRPT' TO WS-RPT-FILE-NAME
011910         MOVE SPACES TO WS-CSV-FILE-NAME
011920         STRING 'OPSCSV.' WS-BUS-DATE
011930             DELIMITED BY SIZE INTO WS-CSV-FILE-NAME
011940         SET ENVIRONMENT 'OPSCSV' TO WS-CSV-FILE-NAME
011950     END-IF.
011960 1700-EXIT.
011970     EXIT.
011980
011990******************************************************************
012000*    1800-FIND-SOURCE-SLOT  --  THE TABLE SLOT FOR WS-SRC-KEY,
012010*                               TAKING A NEW ONE ON FIRST SIGHT.
012020*                               PAST NINE FEEDS EVERYTHING LANDS
012030*                               IN THE '**' SLOT, AS ON HWSUMFIL.
012040******************************************************************
012050 1800-FIND-SOURCE-SLOT.
012060     MOVE ZERO TO WS-SRC-USE.
012070     PERFORM 1810-SCAN-SOURCE-SLOT THRU 1810-EXIT
012080         VARYING WS-SRC-IDX FROM 1 BY 1
012090         UNTIL WS-SRC-IDX > WS-SRC-COUNT OR WS-SRC-USE > ZERO.
012100     IF WS-SRC-USE > ZERO
012110         GO TO 1800-EXIT
012120     END-IF.
012130     IF WS-SRC-COUNT < WS-SRC-MAX - 1
012140         ADD 1 TO WS-SRC-COUNT
012150         MOVE WS-SRC-COUNT TO WS-SRC-USE
012160         PERFORM 1820-CLEAR-SOURCE-SLOT THRU 1820-EXIT
012170         MOVE WS-SRC-KEY TO WS-SRC-ID(WS-SRC-USE)
012180         GO TO 1800-EXIT
012190     END-IF.
012200     MOVE WS-SRC-MAX TO WS-SRC-USE.
012210     IF WS-SRC-COUNT < WS-SRC-MAX
012220         MOVE WS-SRC-MAX TO WS-SRC-COUNT
012230         PERFORM 1820-CLEAR-SOURCE-SLOT THRU 1820-EXIT
012240         MOVE '**' TO WS-SRC-ID(WS-SRC-USE)
012250     END-IF.
012260 1800-EXIT.
012270     EXIT.
012280
012290 1810-SCAN-SOURCE-SLOT.
012300     IF WS-SRC-ID(WS-SRC-IDX) = WS-SRC-KEY
012310         MOVE WS-SRC-IDX TO WS-SRC-USE
012320     END-IF.
012330 1810-EXIT.
012340     EXIT.
012350
012360 1820-CLEAR-SOURCE-SLOT.
012370     MOVE ZERO TO WS-SRC-CNT(WS-SRC-USE).
012380     MOVE ZERO TO WS-SRC-NET-AMT(WS-SRC-USE).
012390     MOVE 'N' TO WS-SRC-CTL-SW(WS-SRC-USE).
012400     MOVE SPACE TO WS-SRC-FEED-STATUS(WS-SRC-USE).
012410     MOVE ZERO TO WS-SRC-EXP-COUNT(WS-SRC-USE).
012420     MOVE ZERO TO WS-SRC-EXP-AMT(WS-SRC-USE).
012430     MOVE 'NOCTL' TO WS-SRC-RECON(WS-SRC-USE).
012440     MOVE ZERO TO WS-SRC-REJ-CNT(WS-SRC-USE).
012450 1820-EXIT.
012460     EXIT.
