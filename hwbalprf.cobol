000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.     HWBALPRF.
000120 AUTHOR.         R L MORRISON.
000130 INSTALLATION.   SHOP OPERATIONS - OPENSHIFT BATCH SERVICES.
000140 DATE-WRITTEN.   10/15/26.
000150 DATE-COMPILED.
000160*REMARKS.        DAILY BALANCE PROOF FOR THE PER-ACCOUNT BALANCE
000170*                FILE (HWBALFIL). RUNS AFTER HWPOST FOR A BUSINESS
000180*                DATE. TOTALS EVERY BAL-CURR-BAL ON THE FILE AND
000190*                PROVES THE CHANGE FROM THE OPENING TOTAL HWPOST
000200*                RECORDED ON HWPRFFIL EQUALS THE DAY'S NET POSTED -
000210*                THE CLEAN TRANFILE NET LESS THE POSTREJ REJECTS.
000220*                THE CLEAN FILE NET IS THEN TIED TO HST-NET-AMT ON
000230*                HWHSTFIL AND SUM-NET-AMT ON THE HWSUMFIL SNAPSHOT.
000240*                THE BALPRPT TRIAL-BALANCE REPORT SHOWS EVERY
000250*                FIGURE AND EVERY DIFFERENCE, AND THE RESULT
000260*                (PROVEN OR FAILED, WITH THE FIRST FAILING REASON)
000270*                IS RECORDED ON HWPRFFIL, WHERE HWCLOSE GATES THE
000280*                DAY-END CLOSE ON IT. ONE BAD REWRITE IN HWPOST
000290*                NOW SHOWS UP THE SAME NIGHT, NOT WHEN THE
000300*                CUSTOMER CALLS.
000310*
000320*    MODIFICATION HISTORY
000330*    ------------------------------------------------------------
000340*    DATE       INIT  DESCRIPTION
000350*    10/15/26   RLM   INITIAL VERSION.
000360******************************************************************
000370
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT BAL-FILE ASSIGN TO "HWBALFIL"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS SEQUENTIAL
000440         RECORD KEY IS BAL-ACCOUNT-NO
000450         FILE STATUS IS WS-BAL-FILE-STATUS.
000460
000470     SELECT TRAN-FILE ASSIGN TO "TRANFILE"
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS WS-TRN-FILE-STATUS.
000500
000510     SELECT PSTREJ-FILE ASSIGN TO "POSTREJ"
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS WS-PRJ-FILE-STATUS.
000540
000550     SELECT HIST-FILE ASSIGN TO "HWHSTFIL"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS RANDOM
000580         RECORD KEY IS HST-BUSINESS-DATE
000590         FILE STATUS IS WS-HST-FILE-STATUS.
000600
000610     SELECT SUM-FILE ASSIGN TO "HWSUMFIL"
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS WS-SUM-FILE-STATUS.
000640
000650     SELECT PRF-FILE ASSIGN TO "HWPRFFIL"
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS RANDOM
000680         RECORD KEY IS PRF-BUSINESS-DATE
000690         FILE STATUS IS WS-PRF-FILE-STATUS.
000700
000710     SELECT REPORT-FILE ASSIGN TO "BALPRPT"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-RPT-FILE-STATUS.
000740
000750 DATA DIVISION.
000760 FILE SECTION.
000770 FD  BAL-FILE.
000780     COPY HWBAL.
000790
000800 FD  TRAN-FILE
000810     RECORDING MODE IS F.
000820     COPY HWTRN.
000830
000840 FD  PSTREJ-FILE
000850     RECORDING MODE IS F.
000860     COPY HWREJ.
000870
000880 FD  HIST-FILE.
000890     COPY HWHST.
000900
000910 FD  SUM-FILE
000920     RECORDING MODE IS F.
000930     COPY HWSUM.
000940
000950 FD  PRF-FILE.
000960     COPY HWPRF.
000970
000980 FD  REPORT-FILE.
000990 01  RPT-RECORD                  PIC X(80).
001000
001010 WORKING-STORAGE SECTION.
001020     COPY HWTRN REPLACING LEADING ==TRAN== BY ==RJT==.
001030 01  WS-CLOSE-ACCT-CNT           PIC 9(07)   VALUE ZERO.
001040 01  WS-DEBIT-BAL-TOTAL          PIC S9(13)V99 VALUE ZERO.
001050 01  WS-CREDIT-BAL-TOTAL         PIC S9(13)V99 VALUE ZERO.
001060 01  WS-CLOSE-TOTAL              PIC S9(13)V99 VALUE ZERO.
001070 01  WS-OPEN-ACCT-CNT            PIC 9(07)   VALUE ZERO.
001080 01  WS-OPEN-TOTAL               PIC S9(13)V99 VALUE ZERO.
001090 01  WS-BAL-CHANGE               PIC S9(13)V99 VALUE ZERO.
001100 01  WS-TRAN-CNT                 PIC 9(07)   VALUE ZERO.
001110 01  WS-TRAN-NET                 PIC S9(11)V99 VALUE ZERO.
001120 01  WS-REJ-CNT                  PIC 9(07)   VALUE ZERO.
001130 01  WS-REJ-NET                  PIC S9(11)V99 VALUE ZERO.
001140 01  WS-NET-POSTED               PIC S9(11)V99 VALUE ZERO.
001150 01  WS-BAL-DIFF                 PIC S9(13)V99 VALUE ZERO.
001160 01  WS-HST-NET                  PIC S9(11)V99 VALUE ZERO.
001170 01  WS-HST-DIFF                 PIC S9(11)V99 VALUE ZERO.
001180 01  WS-SUM-NET                  PIC S9(11)V99 VALUE ZERO.
001190 01  WS-SUM-DIFF                 PIC S9(11)V99 VALUE ZERO.
001200
001210 01  WS-BAL-EOF-SW               PIC X(01)   VALUE 'N'.
001220     88  WS-BAL-EOF                  VALUE 'Y'.
001230 01  WS-TRN-EOF-SW               PIC X(01)   VALUE 'N'.
001240     88  WS-TRN-EOF                  VALUE 'Y'.
001250 01  WS-PRJ-EOF-SW               PIC X(01)   VALUE 'N'.
001260     88  WS-PRJ-EOF                  VALUE 'Y'.
001270 01  WS-OPENING-FOUND-SW         PIC X(01)   VALUE 'N'.
001280     88  WS-OPENING-FOUND            VALUE 'Y'.
001290 01  WS-TRAN-FOUND-SW            PIC X(01)   VALUE 'N'.
001300     88  WS-TRAN-FOUND               VALUE 'Y'.
001310 01  WS-REJ-FOUND-SW             PIC X(01)   VALUE 'N'.
001320     88  WS-REJ-FOUND                VALUE 'Y'.
001330 01  WS-HST-FOUND-SW             PIC X(01)   VALUE 'N'.
001340     88  WS-HST-FOUND                VALUE 'Y'.
001350 01  WS-SNAP-FOUND-SW            PIC X(01)   VALUE 'N'.
001360     88  WS-SNAP-FOUND               VALUE 'Y'.
001370 01  WS-PROOF-OK-SW              PIC X(01)   VALUE 'Y'.
001380     88  WS-PROOF-OK                 VALUE 'Y'.
001390 01  WS-FAIL-REASON              PIC X(30)   VALUE SPACES.
001400 01  WS-NEW-REASON               PIC X(30)   VALUE SPACES.
001410
001420 01  WS-BAL-FILE-STATUS          PIC X(02)   VALUE '00'.
001430 01  WS-TRN-FILE-STATUS          PIC X(02)   VALUE '00'.
001440 01  WS-PRJ-FILE-STATUS          PIC X(02)   VALUE '00'.
001450 01  WS-HST-FILE-STATUS          PIC X(02)   VALUE '00'.
001460 01  WS-SUM-FILE-STATUS          PIC X(02)   VALUE '00'.
001470 01  WS-PRF-FILE-STATUS          PIC X(02)   VALUE '00'.
001480 01  WS-RPT-FILE-STATUS          PIC X(02)   VALUE '00'.
001490
001500 01  WS-RUN-DATE                 PIC X(08)   VALUE SPACES.
001510 01  WS-RUN-TIME                 PIC X(08)   VALUE SPACES.
001520 01  WS-BUS-DATE                 PIC X(08)   VALUE SPACES.
001530 01  WS-ENV-BUS-DATE             PIC X(08)   VALUE SPACES.
001540 01  WS-RERUN-SW                 PIC X(01)   VALUE 'N'.
001550     88  WS-RERUN                    VALUE 'Y'.
001560 01  WS-TRAN-FILE-NAME           PIC X(20)   VALUE 'TRANFILE'.
001570 01  WS-PRJ-FILE-NAME            PIC X(20)   VALUE 'POSTREJ'.
001580 01  WS-SUM-FILE-NAME            PIC X(20)   VALUE 'HWSUMFIL'.
001590 01  WS-RPT-FILE-NAME            PIC X(20)   VALUE 'BALPRPT'.
001600
001610 01  WS-RPT-PROOF.
001620     05  WS-RPT-PLABEL           PIC X(32)   VALUE SPACES.
001630     05  WS-RPT-PAMT             PIC --,---,---,---,--9.99.
001640     05  FILLER                  PIC X(02)   VALUE SPACES.
001650     05  WS-RPT-PNOTE            PIC X(25)   VALUE SPACES.
001660
001670 01  WS-RPT-TOTAL.
001680     05  WS-RPT-LABEL            PIC X(32)   VALUE SPACES.
001690     05  WS-RPT-COUNT            PIC Z(6)9.
001700     05  FILLER                  PIC X(41)   VALUE SPACES.
001710
001720 COPY HWJLG.
001730 01  WS-SAVE-RETURN-CODE         PIC S9(08) COMP VALUE ZERO.
001740
001750******************************************************************
001760 PROCEDURE DIVISION.
001770******************************************************************
001780
001790 0000-MAINLINE.
001800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001810     PERFORM 9000-LOG-JOB-START THRU 9000-EXIT.
001820     PERFORM 2000-TOTAL-BALANCES THRU 2000-EXIT.
001830     PERFORM 2100-TOTAL-CLEAN-FILE THRU 2100-EXIT.
001840     PERFORM 2200-TOTAL-REJECTS THRU 2200-EXIT.
001850     PERFORM 2300-READ-HISTORY THRU 2300-EXIT.
001860     PERFORM 2400-READ-SNAPSHOT THRU 2400-EXIT.
001870     PERFORM 2500-READ-OPENING THRU 2500-EXIT.
001880     PERFORM 2600-PROVE-BALANCES THRU 2600-EXIT.
001890     PERFORM 2700-RECORD-PROOF THRU 2700-EXIT.
001900     PERFORM 3000-PRINT-TRIAL-BALANCE THRU 3000-EXIT.
001910     PERFORM 3900-CLOSE-FILES THRU 3900-EXIT.
001920     IF NOT WS-PROOF-OK AND RETURN-CODE < 4
001930         MOVE 4 TO RETURN-CODE
001940     END-IF.
001950     PERFORM 9100-LOG-JOB-END THRU 9100-EXIT.
001960     STOP RUN.
001970
001980******************************************************************
001990*    1000-INITIALIZE  --  STAMP THE RUN, RESOLVE THE BUSINESS DATE
002000*                         BEING PROVEN, AND OPEN THE REPORT AND
002010*                         THE PROOF FILE. WITHOUT THE PROOF FILE
002020*                         THERE IS NO OPENING TOTAL AND NOWHERE TO
002030*                         RECORD THE RESULT, SO THAT IS FATAL.
002040******************************************************************
002050 1000-INITIALIZE.
002060     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002070     ACCEPT WS-RUN-TIME FROM TIME.
002080     PERFORM 1700-RESOLVE-BUS-DATE THRU 1700-EXIT.
002090     OPEN OUTPUT REPORT-FILE.
002100     IF WS-RPT-FILE-STATUS NOT = '00'
002110         DISPLAY 'HWBALPRF: REPORT-FILE OPEN FAILED, STATUS='
002120             WS-RPT-FILE-STATUS UPON SYSERR
002130         MOVE 8 TO RETURN-CODE
002140         PERFORM 9000-LOG-JOB-START THRU 9000-EXIT
002150         PERFORM 9100-LOG-JOB-END THRU 9100-EXIT
002160         STOP RUN
002170     END-IF.
002180     OPEN I-O PRF-FILE.
002190     IF WS-PRF-FILE-STATUS = '35'
002200         OPEN OUTPUT PRF-FILE
002210         CLOSE PRF-FILE
002220         OPEN I-O PRF-FILE
002230     END-IF.
002240     IF WS-PRF-FILE-STATUS NOT = '00'
002250         DISPLAY 'HWBALPRF: PRF-FILE OPEN FAILED, STATUS='
002260             WS-PRF-FILE-STATUS UPON SYSERR
002270         MOVE 8 TO RETURN-CODE
002280         PERFORM 9000-LOG-JOB-START THRU 9000-EXIT
002290         PERFORM 9100-LOG-JOB-END THRU 9100-EXIT
002300         STOP RUN
002310     END-IF.
002320     MOVE 'HWBALPRF DAILY BALANCE PROOF' TO RPT-RECORD.
002330     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
002340     MOVE SPACES TO RPT-RECORD.
002350     STRING 'BUSINESS DATE ' WS-BUS-DATE
002360         '  RUN ' WS-RUN-DATE ' ' WS-RUN-TIME
002370         DELIMITED BY SIZE INTO RPT-RECORD.
002380     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
002390     MOVE SPACES TO RPT-RECORD.
002400     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
002410 1000-EXIT.
002420     EXIT.
002430
002440******************************************************************
002450*    2000-TOTAL-BALANCES  --  ONE SEQUENTIAL PASS OF HWBALFIL FOR
002460*                             THE CLOSING TOTAL, SPLIT INTO DEBIT
002470*                             AND CREDIT BALANCES FOR THE TRIAL
002480*                             BALANCE. NO FILE MEANS NOTHING HAS
002490*                             EVER POSTED - A ZERO TOTAL.
002500******************************************************************
002510 2000-TOTAL-BALANCES.
002520     OPEN INPUT BAL-FILE.
002530     IF WS-BAL-FILE-STATUS NOT = '00'
002540         IF WS-BAL-FILE-STATUS NOT = '35'
002550             DISPLAY 'HWBALPRF: BAL-FILE OPEN FAILED, STATUS='
002560                 WS-BAL-FILE-STATUS UPON SYSERR
002570             MOVE 8 TO RETURN-CODE
002580             MOVE 'BALANCE FILE NOT AVAILABLE' TO WS-NEW-REASON
002590             PERFORM 2900-FAIL-PROOF THRU 2900-EXIT
002600         END-IF
002610         GO TO 2000-EXIT
002620     END-IF.
002630     PERFORM 2010-READ-BALANCE THRU 2010-EXIT.
002640     PERFORM 2020-ADD-BALANCE THRU 2020-EXIT
002650         UNTIL WS-BAL-EOF.
002660     CLOSE BAL-FILE.
002670 2000-EXIT.
002680     EXIT.
002690
002700 2010-READ-BALANCE.
002710     READ BAL-FILE
002720         AT END
002730             SET WS-BAL-EOF TO TRUE
002740     END-READ.
002750 2010-EXIT.
002760     EXIT.
002770
002780 2020-ADD-BALANCE.
002790     ADD 1 TO WS-CLOSE-ACCT-CNT.
002800     ADD BAL-CURR-BAL TO WS-CLOSE-TOTAL.
002810     IF BAL-CURR-BAL < ZERO
002820         ADD BAL-CURR-BAL TO WS-CREDIT-BAL-TOTAL
002830     ELSE
002840         ADD BAL-CURR-BAL TO WS-DEBIT-BAL-TOTAL
002850     END-IF.
002860     PERFORM 2010-READ-BALANCE THRU 2010-EXIT.
002870 2020-EXIT.
002880     EXIT.
002890
002900******************************************************************
002910*    2100-TOTAL-CLEAN-FILE  --  THE NET OF THE CLEAN FILE HWPOST
002920*                               WAS GIVEN FOR THE DATE.
002930******************************************************************
002940 2100-TOTAL-CLEAN-FILE.
002950     OPEN INPUT TRAN-FILE.
002960     IF WS-TRN-FILE-STATUS NOT = '00'
002970         MOVE 'CLEAN FILE NOT AVAILABLE' TO WS-NEW-REASON
002980         PERFORM 2900-FAIL-PROOF THRU 2900-EXIT
002990         GO TO 2100-EXIT
003000     END-IF.
003010     SET WS-TRAN-FOUND TO TRUE.
003020     PERFORM 2110-READ-TRAN THRU 2110-EXIT.
003030     PERFORM 2120-ADD-TRAN THRU 2120-EXIT
003040         UNTIL WS-TRN-EOF.
003050     CLOSE TRAN-FILE.
003060 2100-EXIT.
003070     EXIT.
003080
003090 2110-READ-TRAN.
003100     READ TRAN-FILE
003110         AT END
003120             SET WS-TRN-EOF TO TRUE
003130     END-READ.
003140 2110-EXIT.
003150     EXIT.
003160
003170 2120-ADD-TRAN.
003180     ADD 1 TO WS-TRAN-CNT.
003190     ADD TRAN-AMOUNT TO WS-TRAN-NET.
003200     PERFORM 2110-READ-TRAN THRU 2110-EXIT.
003210 2120-EXIT.
003220     EXIT.
003230
003240******************************************************************
003250*    2200-TOTAL-REJECTS  --  THE NET OF WHAT HWPOST REFUSED TO
003260*                            POST. NO POSTREJ MEANS HWPOST NEVER
003270*                            RAN FOR THE DATE.
003280******************************************************************
003290 2200-TOTAL-REJECTS.
003300     OPEN INPUT PSTREJ-FILE.
003310     IF WS-PRJ-FILE-STATUS NOT = '00'
003320         MOVE 'POSTREJ NOT AVAILABLE' TO WS-NEW-REASON
003330         PERFORM 2900-FAIL-PROOF THRU 2900-EXIT
003340         GO TO 2200-EXIT
003350     END-IF.
003360     SET WS-REJ-FOUND TO TRUE.
003370     PERFORM 2210-READ-REJECT THRU 2210-EXIT.
003380     PERFORM 2220-ADD-REJECT THRU 2220-EXIT
003390         UNTIL WS-PRJ-EOF.
003400     CLOSE PSTREJ-FILE.
003410 2200-EXIT.
003420     EXIT.
003430
003440 2210-READ-REJECT.
003450     READ PSTREJ-FILE
003460         AT END
003470             SET WS-PRJ-EOF TO TRUE
003480     END-READ.
003490 2210-EXIT.
003500     EXIT.
003510
003520 2220-ADD-REJECT.
003530     ADD 1 TO WS-REJ-CNT.
003540     MOVE REJ-TRAN-DATA TO RJT-RECORD.
003550     ADD RJT-AMOUNT TO WS-REJ-NET.
003560     PERFORM 2210-READ-REJECT THRU 2210-EXIT.
003570 2220-EXIT.
003580     EXIT.
003590
003600******************************************************************
003610*    2300-READ-HISTORY  --  HST-NET-AMT FOR THE DATE FROM THE
003620*                           DAILY HISTORY FILE.
003630******************************************************************
003640 2300-READ-HISTORY.
003650     OPEN INPUT HIST-FILE.
003660     IF WS-HST-FILE-STATUS NOT = '00'
003670         GO TO 2300-EXIT
003680     END-IF.
003690     MOVE WS-BUS-DATE TO HST-BUSINESS-DATE.
003700     READ HIST-FILE.
003710     IF WS-HST-FILE-STATUS = '00'
003720         SET WS-HST-FOUND TO TRUE
003730         MOVE HST-NET-AMT TO WS-HST-NET
003740     END-IF.
003750     CLOSE HIST-FILE.
003760 2300-EXIT.
003770     EXIT.
003780
003790******************************************************************
003800*    2400-READ-SNAPSHOT  --  SUM-NET-AMT FROM THE DATE'S COMPLETE
003810*                            HWSUMFIL SNAPSHOT.
003820******************************************************************
003830 2400-READ-SNAPSHOT.
003840     OPEN INPUT SUM-FILE.
003850     IF WS-SUM-FILE-STATUS NOT = '00'
003860         GO TO 2400-EXIT
003870     END-IF.
003880     READ SUM-FILE
003890         AT END
003900             CONTINUE
003910         NOT AT END
003920             IF SUM-BUSINESS-DATE = WS-BUS-DATE
003930                 AND SUM-COMPLETE
003940                 SET WS-SNAP-FOUND TO TRUE
003950                 MOVE SUM-NET-AMT TO WS-SUM-NET
003960             END-IF
003970     END-READ.
003980     CLOSE SUM-FILE.
003990 2400-EXIT.
004000     EXIT.
004010
004020******************************************************************
004030*    2500-READ-OPENING  --  THE OPENING TOTAL HWPOST RECORDED
004040*                           BEFORE IT APPLIED THE DATE.
004050******************************************************************
004060 2500-READ-OPENING.
004070     MOVE WS-BUS-DATE TO PRF-BUSINESS-DATE.
004080     READ PRF-FILE.
004090     EVALUATE WS-PRF-FILE-STATUS
004100         WHEN '00'
004110             SET WS-OPENING-FOUND TO TRUE
004120             MOVE PRF-OPEN-ACCT-CNT TO WS-OPEN-ACCT-CNT
004130             MOVE PRF-OPEN-TOTAL TO WS-OPEN-TOTAL
004140         WHEN '23'
004150             CONTINUE
004160         WHEN OTHER
004170             DISPLAY 'HWBALPRF: PRF-FILE READ FAILED, STATUS='
004180                 WS-PRF-FILE-STATUS UPON SYSERR
004190             MOVE 8 TO RETURN-CODE
004200     END-EVALUATE.
004210 2500-EXIT.
004220     EXIT.
004230
004240******************************************************************
004250*    2600-PROVE-BALANCES  --  THE CHANGE IN THE FILE TOTAL MUST
004260*                             EQUAL THE CLEAN FILE NET LESS THE
004270*                             REJECTS, AND THE CLEAN FILE NET MUST
004280*                             TIE TO THE HISTORY AND SNAPSHOT NETS.
004290*                             THE FIRST FAILURE NAMES THE REASON.
004300******************************************************************
004310 2600-PROVE-BALANCES.
004320     COMPUTE WS-BAL-CHANGE = WS-CLOSE-TOTAL - WS-OPEN-TOTAL.
004330     COMPUTE WS-NET-POSTED = WS-TRAN-NET - WS-REJ-NET.
004340     COMPUTE WS-BAL-DIFF = WS-BAL-CHANGE - WS-NET-POSTED.
004350     COMPUTE WS-HST-DIFF = WS-TRAN-NET - WS-HST-NET.
004360     COMPUTE WS-SUM-DIFF = WS-TRAN-NET - WS-SUM-NET.
004370     IF NOT WS-OPENING-FOUND
004380         MOVE 'NO OPENING TOTAL FROM HWPOST' TO WS-NEW-REASON
004390         PERFORM 2900-FAIL-PROOF THRU 2900-EXIT
004400     END-IF.
004410     IF WS-BAL-DIFF NOT = ZERO
004420         MOVE 'BALANCE CHANGE NOT = NET POSTED' TO WS-NEW-REASON
004430         PERFORM 2900-FAIL-PROOF THRU 2900-EXIT
004440     END-IF.
004450     IF NOT WS-HST-FOUND
004460         MOVE 'NO HISTORY RECORD' TO WS-NEW-REASON
004470         PERFORM 2900-FAIL-PROOF THRU 2900-EXIT
004480     ELSE
004490         IF WS-HST-DIFF NOT = ZERO
004500             MOVE 'NET DOES NOT TIE TO HISTORY' TO WS-NEW-REASON
004510             PERFORM 2900-FAIL-PROOF THRU 2900-EXIT
004520         END-IF
004530     END-IF.
004540     IF NOT WS-SNAP-FOUND
004550         MOVE 'NO COMPLETE SNAPSHOT' TO WS-NEW-REASON
004560         PERFORM 2900-FAIL-PROOF THRU 2900-EXIT
004570     ELSE
004580         IF WS-SUM-DIFF NOT = ZERO
004590             MOVE 'NET DOES NOT TIE TO SNAPSHOT' TO WS-NEW-REASON
004600             PERFORM 2900-FAIL-PROOF THRU 2900-EXIT
004610         END-IF
004620     END-IF.
004630 2600-EXIT.
004640     EXIT.
004650
004660******************************************************************
004670*    2700-RECORD-PROOF  --  WRITE OR REWRITE THE DATE'S PROOF
004680*                           RECORD WITH THE CLOSING FIGURES AND
004690*                           THE VERDICT HWCLOSE GATES ON.
004700******************************************************************
004710 2700-RECORD-PROOF.
004720     IF NOT WS-OPENING-FOUND
004730         MOVE SPACES TO PRF-RECORD
004740         MOVE WS-BUS-DATE TO PRF-BUSINESS-DATE
004750         MOVE ZERO TO PRF-OPEN-ACCT-CNT
004760         MOVE ZERO TO PRF-OPEN-TOTAL
004770     END-IF.
004780     IF WS-PROOF-OK
004790         SET PRF-PROVEN TO TRUE
004800         MOVE SPACES TO PRF-FAIL-REASON
004810     ELSE
004820         SET PRF-FAILED TO TRUE
004830         MOVE WS-FAIL-REASON TO PRF-FAIL-REASON
004840     END-IF.
004850     MOVE WS-CLOSE-ACCT-CNT TO PRF-CLOSE-ACCT-CNT.
004860     MOVE WS-CLOSE-TOTAL TO PRF-CLOSE-TOTAL.
004870     MOVE WS-TRAN-NET TO PRF-POSTED-NET.
004880     MOVE WS-REJ-NET TO PRF-REJECT-NET.
004890     MOVE WS-BAL-DIFF TO PRF-BAL-DIFF.
004900     MOVE WS-HST-DIFF TO PRF-HST-DIFF.
004910     MOVE WS-SUM-DIFF TO PRF-SUM-DIFF.
004920     MOVE WS-RUN-DATE TO PRF-PROOF-DATE.
004930     MOVE WS-RUN-TIME TO PRF-PROOF-TIME.
004940     IF WS-OPENING-FOUND
004950         REWRITE PRF-RECORD
004960     ELSE
004970         WRITE PRF-RECORD
004980     END-IF.
004990     IF WS-PRF-FILE-STATUS NOT = '00'
005000         DISPLAY 'HWBALPRF: PRF-FILE UPDATE FAILED, STATUS='
005010             WS-PRF-FILE-STATUS UPON SYSERR
005020         MOVE 8 TO RETURN-CODE
005030     END-IF.
005040 2700-EXIT.
005050     EXIT.
005060
005070******************************************************************
005080*    2900-FAIL-PROOF  --  MARK THE PROOF FAILED, KEEPING THE FIRST
005090*                         FAILING REASON FOR THE PROOF RECORD.
005100******************************************************************
005110 2900-FAIL-PROOF.
005120     IF WS-PROOF-OK
005130         MOVE 'N' TO WS-PROOF-OK-SW
005140         MOVE WS-NEW-REASON TO WS-FAIL-REASON
005150     END-IF.
005160 2900-EXIT.
005170     EXIT.
005180
005190******************************************************************
005200*    3000-PRINT-TRIAL-BALANCE  --  THE TRIAL BALANCE, THE PROOF,
005210*                                  THE TIES, AND THE VERDICT.
005220******************************************************************
005230 3000-PRINT-TRIAL-BALANCE.
005240     MOVE 'TRIAL BALANCE - HWBALFIL' TO RPT-RECORD.
005250     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
005260     MOVE 'ACCOUNTS AT OPENING' TO WS-RPT-LABEL.
005270     MOVE WS-OPEN-ACCT-CNT TO WS-RPT-COUNT.
005280     PERFORM 3200-WRITE-TOTAL-LINE THRU 3200-EXIT.
005290     MOVE 'ACCOUNTS AT CLOSING' TO WS-RPT-LABEL.
005300     MOVE WS-CLOSE-ACCT-CNT TO WS-RPT-COUNT.
005310     PERFORM 3200-WRITE-TOTAL-LINE THRU 3200-EXIT.
005320     MOVE 'DEBIT BALANCES' TO WS-RPT-PLABEL.
005330     MOVE WS-DEBIT-BAL-TOTAL TO WS-RPT-PAMT.
005340     PERFORM 3300-WRITE-PROOF-LINE THRU 3300-EXIT.
005350     MOVE 'CREDIT BALANCES' TO WS-RPT-PLABEL.
005360     MOVE WS-CREDIT-BAL-TOTAL TO WS-RPT-PAMT.
005370     PERFORM 3300-WRITE-PROOF-LINE THRU 3300-EXIT.
005380     MOVE SPACES TO RPT-RECORD.
005390     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
005400     MOVE 'BALANCE PROOF' TO RPT-RECORD.
005410     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
005420     MOVE 'OPENING TOTAL (HWPOST)' TO WS-RPT-PLABEL.
005430     MOVE WS-OPEN-TOTAL TO WS-RPT-PAMT.
005440     IF NOT WS-OPENING-FOUND
005450         MOVE 'NOT RECORDED' TO WS-RPT-PNOTE
005460     END-IF.
005470     PERFORM 3300-WRITE-PROOF-LINE THRU 3300-EXIT.
005480     MOVE 'CLOSING TOTAL' TO WS-RPT-PLABEL.
005490     MOVE WS-CLOSE-TOTAL TO WS-RPT-PAMT.
005500     PERFORM 3300-WRITE-PROOF-LINE THRU 3300-EXIT.
005510     MOVE 'CHANGE IN BALANCES' TO WS-RPT-PLABEL.
005520     MOVE WS-BAL-CHANGE TO WS-RPT-PAMT.
005530     PERFORM 3300-WRITE-PROOF-LINE THRU 3300-EXIT.
005540     MOVE 'CLEAN FILE NET' TO WS-RPT-PLABEL.
005550     MOVE WS-TRAN-NET TO WS-RPT-PAMT.
005560     IF NOT WS-TRAN-FOUND
005570         MOVE 'TRANFILE NOT AVAILABLE' TO WS-RPT-PNOTE
005580     END-IF.
005590     PERFORM 3300-WRITE-PROOF-LINE THRU 3300-EXIT.
005600     MOVE 'LESS POSTREJ REJECTS' TO WS-RPT-PLABEL.
005610     MOVE WS-REJ-NET TO WS-RPT-PAMT.
005620     IF NOT WS-REJ-FOUND
005630         MOVE 'POSTREJ NOT AVAILABLE' TO WS-RPT-PNOTE
005640     END-IF.
005650     PERFORM 3300-WRITE-PROOF-LINE THRU 3300-EXIT.
005660     MOVE 'NET POSTED' TO WS-RPT-PLABEL.
005670     MOVE WS-NET-POSTED TO WS-RPT-PAMT.
005680     PERFORM 3300-WRITE-PROOF-LINE THRU 3300-EXIT.
005690     MOVE 'DIFFERENCE' TO WS-RPT-PLABEL.
005700     MOVE WS-BAL-DIFF TO WS-RPT-PAMT.
005710     IF WS-BAL-DIFF NOT = ZERO
005720         MOVE '*** OUT OF BALANCE ***' TO WS-RPT-PNOTE
005730     END-IF.
005740     PERFORM 3300-WRITE-PROOF-LINE THRU 3300-EXIT.
005750     MOVE SPACES TO RPT-RECORD.
005760     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
005770     MOVE 'TIE TO HISTORY AND SNAPSHOT' TO RPT-RECORD.
005780     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
005790     MOVE 'HISTORY NET (HWHSTFIL)' TO WS-RPT-PLABEL.
005800     MOVE WS-HST-NET TO WS-RPT-PAMT.
005810     IF NOT WS-HST-FOUND
005820         MOVE 'NO RECORD FOR THE DATE' TO WS-RPT-PNOTE
005830     END-IF.
005840     PERFORM 3300-WRITE-PROOF-LINE THRU 3300-EXIT.
005850     MOVE 'DIFFERENCE' TO WS-RPT-PLABEL.
005860     MOVE WS-HST-DIFF TO WS-RPT-PAMT.
005870     IF WS-HST-DIFF NOT = ZERO
005880         MOVE '*** DOES NOT TIE ***' TO WS-RPT-PNOTE
005890     END-IF.
005900     PERFORM 3300-WRITE-PROOF-LINE THRU 3300-EXIT.
005910     MOVE 'SNAPSHOT NET (HWSUMFIL)' TO WS-RPT-PLABEL.
005920     MOVE WS-SUM-NET TO WS-RPT-PAMT.
005930     IF NOT WS-SNAP-FOUND
005940         MOVE 'NO COMPLETE SNAPSHOT' TO WS-RPT-PNOTE
005950     END-IF.
005960     PERFORM 3300-WRITE-PROOF-LINE THRU 3300-EXIT.
005970     MOVE 'DIFFERENCE' TO WS-RPT-PLABEL.
005980     MOVE WS-SUM-DIFF TO WS-RPT-PAMT.
005990     IF WS-SUM-DIFF NOT = ZERO
006000         MOVE '*** DOES NOT TIE ***' TO WS-RPT-PNOTE
006010     END-IF.
006020     PERFORM 3300-WRITE-PROOF-LINE THRU 3300-EXIT.
006030     MOVE SPACES TO RPT-RECORD.
006040     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
006050     MOVE 'TRANSACTIONS IN CLEAN FILE' TO WS-RPT-LABEL.
006060     MOVE WS-TRAN-CNT TO WS-RPT-COUNT.
006070     PERFORM 3200-WRITE-TOTAL-LINE THRU 3200-EXIT.
006080     MOVE 'POSTS REJECTED' TO WS-RPT-LABEL.
006090     MOVE WS-REJ-CNT TO WS-RPT-COUNT.
006100     PERFORM 3200-WRITE-TOTAL-LINE THRU 3200-EXIT.
006110     MOVE SPACES TO RPT-RECORD.
006120     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
006130     MOVE SPACES TO RPT-RECORD.
006140     IF WS-PROOF-OK
006150         STRING 'BUSINESS DATE ' WS-BUS-DATE ' PROVEN'
006160             DELIMITED BY SIZE INTO RPT-RECORD
006170     ELSE
006180         STRING 'BUSINESS DATE ' WS-BUS-DATE
006190             ' PROOF FAILED - ' WS-FAIL-REASON
006200             DELIMITED BY SIZE INTO RPT-RECORD
006210     END-IF.
006220     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
006230 3000-EXIT.
006240     EXIT.
006250
006260 3100-WRITE-REPORT-LINE.
006270     WRITE RPT-RECORD.
006280     IF WS-RPT-FILE-STATUS NOT = '00'
006290         DISPLAY 'HWBALPRF: REPORT-FILE WRITE FAILED, STATUS='
006300             WS-RPT-FILE-STATUS UPON SYSERR
006310         MOVE 8 TO RETURN-CODE
006320     END-IF.
006330 3100-EXIT.
006340     EXIT.
006350
006360 3200-WRITE-TOTAL-LINE.
006370     MOVE WS-RPT-TOTAL TO RPT-RECORD.
006380     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
006390 3200-EXIT.
006400     EXIT.
006410
006420 3300-WRITE-PROOF-LINE.
006430     MOVE WS-RPT-PROOF TO RPT-RECORD.
006440     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
006450     MOVE SPACES TO WS-RPT-PNOTE.
006460 3300-EXIT.
006470     EXIT.
006480
006490 3900-CLOSE-FILES.
006500     CLOSE PRF-FILE.
006510     CLOSE REPORT-FILE.
006520 3900-EXIT.
006530     EXIT.
006540
006550******************************************************************
006560*    9000-LOG-JOB-START  --  STAMP THIS RUN AS RUNNING ON THE
006570*                            SHARED JOB-STATUS BOARD.
006580******************************************************************
006590 9000-LOG-JOB-START.
006600     MOVE 'HWBALPRF' TO JOBLOG-JOB-NAME.
006610     SET JOBLOG-EVENT-START TO TRUE.
006620     MOVE SPACES TO JOBLOG-STATUS.
006630     MOVE ZERO TO JOBLOG-RETURN-CODE.
006640     MOVE WS-BUS-DATE TO JOBLOG-BUS-DATE.
006650     MOVE RETURN-CODE TO WS-SAVE-RETURN-CODE.
006660     CALL 'HWJOBLOG' USING JOBLOG-PARM.
006670     MOVE WS-SAVE-RETURN-CODE TO RETURN-CODE.
006680 9000-EXIT.
006690     EXIT.
006700
006710******************************************************************
006720*    9100-LOG-JOB-END  --  CLOSE THIS RUN OUT ON THE SHARED
006730*                          JOB-STATUS BOARD. A FAILED PROOF ENDS
006740*                          WITH THE DISTINCT NOPROOF STATUS.
006750******************************************************************
006760 9100-LOG-JOB-END.
006770     MOVE 'HWBALPRF' TO JOBLOG-JOB-NAME.
006780     SET JOBLOG-EVENT-END TO TRUE.
006790     IF RETURN-CODE > 4
006800         MOVE 'FAILED' TO JOBLOG-STATUS
006810     ELSE
006820         IF WS-PROOF-OK
006830             MOVE 'COMPLETE' TO JOBLOG-STATUS
006840         ELSE
006850             MOVE 'NOPROOF' TO JOBLOG-STATUS
006860         END-IF
006870     END-IF.
006880     MOVE RETURN-CODE TO JOBLOG-RETURN-CODE.
006890     MOVE WS-BUS-DATE TO JOBLOG-BUS-DATE.
006900     MOVE RETURN-CODE TO WS-SAVE-RETURN-CODE.
006910     CALL 'HWJOBLOG' USING JOBLOG-PARM.
006920     MOVE WS-SAVE-RETURN-CODE TO RETURN-CODE.
006930 9100-EXIT.
006940     EXIT.
006950
006960******************************************************************
006970*    1700-RESOLVE-BUS-DATE  --  HW_BUS_DATE NAMES THE BUSINESS
006980*                               DATE BEING PROVEN. WHEN SET TO A
006990*                               VALID DATE OTHER THAN TODAY, THE
007000*                               CLEAN FILE, POSTREJ, AND SNAPSHOT
007010*                               READS SWITCH TO THEIR DATED
007020*                               GENERATIONS AND BALPRPT IS WRITTEN
007030*                               AS A DATED GENERATION. HWBALFIL IS
007040*                               THE LIVE MASTER, SO A BACKFILL DATE
007050*                               ONLY PROVES IF NOTHING LATER HAS
007060*                               POSTED SINCE.
007070******************************************************************
007080 1700-RESOLVE-BUS-DATE.
007090     MOVE WS-RUN-DATE TO WS-BUS-DATE.
007100     MOVE SPACES TO WS-ENV-BUS-DATE.
007110     ACCEPT WS-ENV-BUS-DATE FROM ENVIRONMENT "HW_BUS_DATE"
007120         ON EXCEPTION
007130             MOVE SPACES TO WS-ENV-BUS-DATE
007140     END-ACCEPT.
007150     IF WS-ENV-BUS-DATE = SPACES
007160         GO TO 1700-EXIT
007170     END-IF.
007180     IF WS-ENV-BUS-DATE NOT NUMERIC
007190         DISPLAY 'HWBALPRF: BAD HW_BUS_DATE IGNORED: '
007200             WS-ENV-BUS-DATE UPON SYSERR
007210         GO TO 1700-EXIT
007220     END-IF.
007230     MOVE WS-ENV-BUS-DATE TO WS-BUS-DATE.
007240     IF WS-BUS-DATE NOT = WS-RUN-DATE
007250         SET WS-RERUN TO TRUE
007260         MOVE SPACES TO WS-TRAN-FILE-NAME
007270         STRING 'TRANFILE.' WS-BUS-DATE
007280             DELIMITED BY SIZE INTO WS-TRAN-FILE-NAME
007290         SET ENVIRONMENT 'TRANFILE' TO WS-TRAN-FILE-NAME
007300         MOVE SPACES TO WS-PRJ-FILE-NAME
007310         STRING 'POSTREJ.' WS-BUS-DATE
007320             DELIMITED BY SIZE INTO WS-PRJ-FILE-NAME
007330         SET ENVIRONMENT 'POSTREJ' TO WS-PRJ-FILE-NAME
007340         MOVE SPACES TO WS-SUM-FILE-NAME
007350         STRING 'HWSUMFIL.' WS-BUS-DATE
007360             DELIMITED BY SIZE INTO WS-SUM-FILE-NAME
007370         SET ENVIRONMENT 'HWSUMFIL' TO WS-SUM-FILE-NAME
007380         MOVE SPACES TO WS-RPT-FILE-NAME
007390         STRING 'BALPRPT.' WS-BUS-DATE
007400             DELIMITED BY SIZE INTO WS-RPT-FILE-NAME
007410         SET ENVIRONMENT 'BALPRPT' TO WS-RPT-FILE-NAME
007420     END-IF.
007430 1700-EXIT.
007440     EXIT.
