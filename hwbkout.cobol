000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.     HWBKOUT.
000120 AUTHOR.         R L MORRISON.
000130 INSTALLATION.   SHOP OPERATIONS - OPENSHIFT BATCH SERVICES.
000140 DATE-WRITTEN.   10/15/26.
000150 DATE-COMPILED.
000160*REMARKS.        BACKOUT OF ONE BUSINESS DATE'S HWPOST POSTING.
000170*                HW_BUS_DATE MUST NAME THE DATE - THERE IS NO
000180*                DEFAULT TO TODAY FOR A RUN THAT TAKES MONEY BACK
000190*                OFF THE BALANCE FILE.
000200*
000210*                EVERY HWBIMFIL BEFORE-IMAGE HWPOST SAVED FOR THE
000220*                DATE IS PUT BACK ON HWBALFIL - THE BALANCE, THE
000230*                MONTH-TO-DATE TOTALS, AND BAL-LAST-ACT-DATE
000240*                RETURN TO WHAT THEY WERE BEFORE THE DAY WAS
000250*                APPLIED, AND A BALANCE RECORD THE DAY CREATED IS
000260*                REMOVED. EACH IMAGE IS DELETED ONCE RESTORED, SO
000270*                A BACKOUT THAT STOPS PART WAY IS FINISHED BY
000280*                RUNNING IT AGAIN. THE DAY IS REOPENED ON
000290*                HWDAYFIL, THE DATE'S HWPRFFIL PROOF RECORD IS
000300*                REMOVED SO THE NEXT POST TAKES FRESH OPENING
000310*                FIGURES, AND THE HWPMKFIL MARKER IS SET TO
000320*                BACKOUT SO THE DATE MAY BE POSTED AGAIN. THE
000330*                DATE'S ITEMS ARE TAKEN OFF THE HWATHFIL ACCOUNT
000340*                HISTORY WITH EACH ACCOUNT'S IMAGE.
000350*
000360*                A DATE IS NOT BACKED OUT WHILE A LATER DATE'S
000370*                IMAGES ARE STILL ON FILE - PUTTING THE OLDER
000380*                IMAGES BACK WOULD WIPE THE LATER POSTING. BACK
000390*                OUT THE LATER DATE FIRST.
000400*
000410*                NOR IS A DATE BACKED OUT ONCE HWGLEXT HAS
000420*                RELEASED IT TO THE GENERAL LEDGER (IT IS ON
000430*                HWGLCFIL) - THE GL WOULD KEEP FIGURES THE RE-POST
000440*                NO LONGER MATCHES, AND HWGLEXT WILL NOT SEND THE
000450*                DATE AGAIN. THAT REFUSAL ENDS THE RUN RC 12 SO IT
000460*                STANDS APART FROM AN ORDINARY FAILURE; THE
000470*                CORRECTION BELONGS IN THE LEDGER, OR ON A LATER
000480*                DATE.
000490*
000500*                BKOUTRPT LISTS EVERY ACCOUNT REVERSED WITH ITS
000510*                BALANCE BEFORE AND AFTER THE BACKOUT AND THE NET
000520*                TAKEN OFF. AN ACCOUNT WHOSE BALANCE NO LONGER
000530*                SHOWS THE IMAGE PLUS THE NET POSTED HAS BEEN
000540*                CHANGED SINCE - IT IS STILL RESTORED, FLAGGED,
000550*                AND THE RUN ENDS RC 4.
000560*
000570*    MODIFICATION HISTORY
000580*    ------------------------------------------------------------
000590*    DATE       INIT  DESCRIPTION
000600*    10/15/26   RLM   INITIAL VERSION.
000610*    10/15/26   RLM   REMOVE THE BACKED-OUT DATE'S ITEMS FROM THE
000620*                     HWATHFIL ACCOUNT HISTORY.
000630*    10/15/26   RLM   REFUSE A DATE ALREADY RELEASED TO THE GL ON
000640*                     HWGLCFIL, RC 12.
000650******************************************************************
000660
000670 ENVIRONMENT DIVISION.
000680 INPUT-OUTPUT SECTION.
000690 FILE-CONTROL.
000700     SELECT PMK-FILE ASSIGN TO "HWPMKFIL"
000710         ORGANIZATION IS INDEXED
000720         ACCESS MODE IS RANDOM
000730         RECORD KEY IS PMK-BUSINESS-DATE
000740         FILE STATUS IS WS-PMK-FILE-STATUS.
000750
000760     SELECT BIM-FILE ASSIGN TO "HWBIMFIL"
000770         ORGANIZATION IS INDEXED
000780         ACCESS MODE IS SEQUENTIAL
000790         RECORD KEY IS BIM-KEY
000800         FILE STATUS IS WS-BIM-FILE-STATUS.
000810
000820     SELECT BAL-FILE ASSIGN TO "HWBALFIL"
000830         ORGANIZATION IS INDEXED
000840         ACCESS MODE IS RANDOM
000850         RECORD KEY IS BAL-ACCOUNT-NO
000860         FILE STATUS IS WS-BAL-FILE-STATUS.
000870
000880     SELECT ATH-FILE ASSIGN TO "HWATHFIL"
000890         ORGANIZATION IS INDEXED
000900         ACCESS MODE IS RANDOM
000910         RECORD KEY IS ATH-KEY
000920         FILE STATUS IS WS-ATH-FILE-STATUS.
000930
000940     SELECT DAY-FILE ASSIGN TO "HWDAYFIL"
000950         ORGANIZATION IS INDEXED
000960         ACCESS MODE IS RANDOM
000970         RECORD KEY IS DAY-BUSINESS-DATE
000980         FILE STATUS IS WS-DAY-FILE-STATUS.
000990
001000     SELECT PRF-FILE ASSIGN TO "HWPRFFIL"
001010         ORGANIZATION IS INDEXED
001020         ACCESS MODE IS RANDOM
001030         RECORD KEY IS PRF-BUSINESS-DATE
001040         FILE STATUS IS WS-PRF-FILE-STATUS.
001050
001060     SELECT GLC-FILE ASSIGN TO "HWGLCFIL"
001070         ORGANIZATION IS INDEXED
001080         ACCESS MODE IS RANDOM
001090         RECORD KEY IS GLC-BUSINESS-DATE
001100         FILE STATUS IS WS-GLC-FILE-STATUS.
001110
001120     SELECT REPORT-FILE ASSIGN TO "BKOUTRPT"
001130         ORGANIZATION IS LINE SEQUENTIAL
001140         FILE STATUS IS WS-RPT-FILE-STATUS.
001150
001160 DATA DIVISION.
001170 FILE SECTION.
001180 FD  PMK-FILE.
001190     COPY HWPMK.
001200
001210 FD  BIM-FILE.
001220     COPY HWBIM.
001230
001240 FD  BAL-FILE.
001250     COPY HWBAL.
001260
001270 FD  ATH-FILE.
001280     COPY HWATH.
001290
001300 FD  DAY-FILE.
001310     COPY HWDAY.
001320
001330 FD  PRF-FILE.
001340     COPY HWPRF.
001350
001360 FD  GLC-FILE.
001370     COPY HWGLC.
001380
001390 FD  REPORT-FILE.
001400 01  RPT-RECORD                  PIC X(80).
001410
001420 WORKING-STORAGE SECTION.
001430 01  WS-IMAGE-CNT                PIC 9(07)   VALUE ZERO.
001440 01  WS-REVERSED-CNT             PIC 9(07)   VALUE ZERO.
001450 01  WS-REMOVED-CNT              PIC 9(07)   VALUE ZERO.
001460 01  WS-MOVED-CNT                PIC 9(07)   VALUE ZERO.
001470 01  WS-ERROR-CNT                PIC 9(07)   VALUE ZERO.
001480 01  WS-ATH-REMOVED-CNT          PIC 9(07)   VALUE ZERO.
001490 01  WS-ATH-SEQ                  PIC 9(07)   VALUE ZERO.
001500 01  WS-REVERSED-NET             PIC S9(11)V99 VALUE ZERO.
001510
001520 01  WS-BIM-EOF-SW               PIC X(01)   VALUE 'N'.
001530     88  WS-BIM-EOF                  VALUE 'Y'.
001540 01  WS-LATER-DATE               PIC X(08)   VALUE SPACES.
001550 01  WS-REFUSED-SW               PIC X(01)   VALUE 'N'.
001560     88  WS-REFUSED                  VALUE 'Y'.
001570 01  WS-ATH-OPEN-SW              PIC X(01)   VALUE 'N'.
001580     88  WS-ATH-OPEN                 VALUE 'Y'.
001590 01  WS-BAL-FOUND-SW             PIC X(01)   VALUE 'N'.
001600     88  WS-BAL-FOUND                VALUE 'Y'.
001610 01  WS-EXPECTED-BAL             PIC S9(11)V99 VALUE ZERO.
001620 01  WS-CURR-BAL                 PIC S9(11)V99 VALUE ZERO.
001630
001640 01  WS-PMK-FILE-STATUS          PIC X(02)   VALUE '00'.
001650 01  WS-BIM-FILE-STATUS          PIC X(02)   VALUE '00'.
001660 01  WS-BAL-FILE-STATUS          PIC X(02)   VALUE '00'.
001670 01  WS-ATH-FILE-STATUS          PIC X(02)   VALUE '00'.
001680 01  WS-DAY-FILE-STATUS          PIC X(02)   VALUE '00'.
001690 01  WS-PRF-FILE-STATUS          PIC X(02)   VALUE '00'.
001700 01  WS-GLC-FILE-STATUS          PIC X(02)   VALUE '00'.
001710 01  WS-RPT-FILE-STATUS          PIC X(02)   VALUE '00'.
001720
001730 01  WS-RUN-DATE                 PIC X(08)   VALUE SPACES.
001740 01  WS-RUN-TIME                 PIC X(08)   VALUE SPACES.
001750 01  WS-BUS-DATE                 PIC X(08)   VALUE SPACES.
001760 01  WS-ENV-BUS-DATE             PIC X(08)   VALUE SPACES.
001770
001780******************************************************************
001790*    THE BALANCE RECORD AS HWPOST FOUND IT, LAID OUT FROM THE
001800*    BEFORE-IMAGE.
001810******************************************************************
001820     COPY HWBAL REPLACING LEADING ==BAL== BY ==IMG==.
001830
001840 01  WS-RPT-HEADING.
001850     05  FILLER                  PIC X(10)   VALUE 'ACCOUNT'.
001860     05  FILLER                  PIC X(19)   VALUE
001870             '     BEFORE BACKOUT'.
001880     05  FILLER                  PIC X(19)   VALUE
001890             '      AFTER BACKOUT'.
001900     05  FILLER                  PIC X(19)   VALUE
001910             '       NET REVERSED'.
001920     05  FILLER                  PIC X(13)   VALUE ' NOTE'.
001930
001940 01  WS-RPT-DETAIL.
001950     05  WS-RPT-DET-ACCOUNT      PIC X(10).
001960     05  FILLER                  PIC X(01)   VALUE SPACES.
001970     05  WS-RPT-DET-BEFORE       PIC ---,---,---,--9.99.
001980     05  FILLER                  PIC X(01)   VALUE SPACES.
001990     05  WS-RPT-DET-AFTER        PIC ---,---,---,--9.99.
002000     05  FILLER                  PIC X(01)   VALUE SPACES.
002010     05  WS-RPT-DET-NET          PIC ---,---,---,--9.99.
002020     05  FILLER                  PIC X(01)   VALUE SPACES.
002030     05  WS-RPT-DET-NOTE         PIC X(12)   VALUE SPACES.
002040
002050 01  WS-RPT-MONEY.
002060     05  WS-RPT-MLABEL           PIC X(20)   VALUE SPACES.
002070     05  WS-RPT-AMT              PIC ---,---,---,--9.99.
002080     05  FILLER                  PIC X(42)   VALUE SPACES.
002090
002100 01  WS-RPT-TOTAL.
002110     05  WS-RPT-LABEL            PIC X(20)   VALUE SPACES.
002120     05  WS-RPT-COUNT            PIC Z(6)9.
002130     05  FILLER                  PIC X(53)   VALUE SPACES.
002140
002150 COPY HWJLG.
002160 01  WS-SAVE-RETURN-CODE         PIC S9(08) COMP VALUE ZERO.
002170
002180******************************************************************
002190 PROCEDURE DIVISION.
002200******************************************************************
002210
002220 0000-MAINLINE.
002230     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002240     PERFORM 9000-LOG-JOB-START THRU 9000-EXIT.
002250     PERFORM 1900-CHECK-GL-RELEASE THRU 1900-EXIT.
002260     IF NOT WS-REFUSED
002270         PERFORM 2000-CHECK-LATER-POSTING THRU 2000-EXIT
002280     END-IF.
002290     IF NOT WS-REFUSED
002300         PERFORM 2500-RESTORE-BALANCES THRU 2500-EXIT
002310         PERFORM 2700-REOPEN-DAY THRU 2700-EXIT
002320         PERFORM 2750-REMOVE-PROOF THRU 2750-EXIT
002330         PERFORM 2800-MARK-BACKED-OUT THRU 2800-EXIT
002340         PERFORM 3000-PRINT-TOTALS THRU 3000-EXIT
002350     END-IF.
002360     PERFORM 3900-CLOSE-FILES THRU 3900-EXIT.
002370     IF WS-MOVED-CNT > ZERO AND RETURN-CODE < 4
002380         MOVE 4 TO RETURN-CODE
002390     END-IF.
002400     PERFORM 9100-LOG-JOB-END THRU 9100-EXIT.
002410     STOP RUN.
002420
002430******************************************************************
002440*    1000-INITIALIZE  --  STAMP THE RUN, TAKE THE DATE TO BACK OUT
002450*                         FROM HW_BUS_DATE, AND CONFIRM ON HWPMKFIL
002460*                         THAT IT WAS POSTED AND NOT ALREADY BACKED
002470*                         OUT. THEN OPEN THE BALANCE FILE, THE
002480*                         ACCOUNT HISTORY, AND THE REPORT. ANY OF
002490*                         THESE FAILING IS FATAL, EXCEPT THAT NO
002500*                         HISTORY FILE YET MEANS NO ITEMS TO TAKE
002510*                         OFF IT.
002520******************************************************************
002530 1000-INITIALIZE.
002540     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002550     ACCEPT WS-RUN-TIME FROM TIME.
002560     PERFORM 1700-RESOLVE-BUS-DATE THRU 1700-EXIT.
002570     OPEN I-O PMK-FILE.
002580     IF WS-PMK-FILE-STATUS NOT = '00'
002590         DISPLAY 'HWBKOUT: PMK-FILE OPEN FAILED, STATUS='
002600             WS-PMK-FILE-STATUS UPON SYSERR
002610         MOVE 8 TO RETURN-CODE
002620         PERFORM 9000-LOG-JOB-START THRU 9000-EXIT
002630         PERFORM 9100-LOG-JOB-END THRU 9100-EXIT
002640         STOP RUN
002650     END-IF.
002660     MOVE WS-BUS-DATE TO PMK-BUSINESS-DATE.
002670     READ PMK-FILE.
002680     IF WS-PMK-FILE-STATUS = '23'
002690         DISPLAY 'HWBKOUT: BUSINESS DATE ' WS-BUS-DATE
002700             ' WAS NEVER POSTED' UPON SYSERR
002710         MOVE 8 TO RETURN-CODE
002720         PERFORM 9000-LOG-JOB-START THRU 9000-EXIT
002730         PERFORM 9100-LOG-JOB-END THRU 9100-EXIT
002740         STOP RUN
002750     END-IF.
002760     IF WS-PMK-FILE-STATUS NOT = '00'
002770         DISPLAY 'HWBKOUT: PMK-FILE READ FAILED, STATUS='
002780             WS-PMK-FILE-STATUS UPON SYSERR
002790         MOVE 8 TO RETURN-CODE
002800         PERFORM 9000-LOG-JOB-START THRU 9000-EXIT
002810         PERFORM 9100-LOG-JOB-END THRU 9100-EXIT
002820         STOP RUN
002830     END-IF.
002840     IF PMK-BACKED-OUT
002850         DISPLAY 'HWBKOUT: BUSINESS DATE ' WS-BUS-DATE
002860             ' ALREADY BACKED OUT' UPON SYSERR
002870         MOVE 8 TO RETURN-CODE
002880         PERFORM 9000-LOG-JOB-START THRU 9000-EXIT
002890         PERFORM 9100-LOG-JOB-END THRU 9100-EXIT
002900         STOP RUN
002910     END-IF.
002920     OPEN I-O BAL-FILE.
002930     IF WS-BAL-FILE-STATUS NOT = '00'
002940         DISPLAY 'HWBKOUT: BAL-FILE OPEN FAILED, STATUS='
002950             WS-BAL-FILE-STATUS UPON SYSERR
002960         MOVE 8 TO RETURN-CODE
002970         PERFORM 9000-LOG-JOB-START THRU 9000-EXIT
002980         PERFORM 9100-LOG-JOB-END THRU 9100-EXIT
002990         STOP RUN
003000     END-IF.
003010     OPEN I-O ATH-FILE.
003020     IF WS-ATH-FILE-STATUS = '00'
003030         SET WS-ATH-OPEN TO TRUE
003040     END-IF.
003050     IF WS-ATH-FILE-STATUS NOT = '00' AND NOT = '35'
003060         DISPLAY 'HWBKOUT: ATH-FILE OPEN FAILED, STATUS='
003070             WS-ATH-FILE-STATUS UPON SYSERR
003080         MOVE 8 TO RETURN-CODE
003090         PERFORM 9000-LOG-JOB-START THRU 9000-EXIT
003100         PERFORM 9100-LOG-JOB-END THRU 9100-EXIT
003110         STOP RUN
003120     END-IF.
003130     OPEN OUTPUT REPORT-FILE.
003140     IF WS-RPT-FILE-STATUS NOT = '00'
003150         DISPLAY 'HWBKOUT: REPORT-FILE OPEN FAILED, STATUS='
003160             WS-RPT-FILE-STATUS UPON SYSERR
003170         MOVE 8 TO RETURN-CODE
003180         PERFORM 9000-LOG-JOB-START THRU 9000-EXIT
003190         PERFORM 9100-LOG-JOB-END THRU 9100-EXIT
003200         STOP RUN
003210     END-IF.
003220     MOVE 'HWBKOUT POSTING BACKOUT' TO RPT-RECORD.
003230     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
003240     MOVE SPACES TO RPT-RECORD.
003250     STRING 'BUSINESS DATE ' WS-BUS-DATE
003260         '  POSTED ' PMK-POST-DATE ' ' PMK-POST-TIME
003270         '  RUN ' WS-RUN-DATE ' ' WS-RUN-TIME
003280         DELIMITED BY SIZE INTO RPT-RECORD.
003290     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
003300     MOVE SPACES TO RPT-RECORD.
003310     STRING 'MARKER STATUS ' PMK-STATUS
003320         DELIMITED BY SIZE INTO RPT-RECORD.
003330     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
003340 1000-EXIT.
003350     EXIT.
003360
003370******************************************************************
003380*    1700-RESOLVE-BUS-DATE  --  HW_BUS_DATE NAMES THE BUSINESS
003390*                               DATE TO BACK OUT AND MUST BE A
003400*                               VALID DATE. UNLIKE THE POSTING AND
003410*                               REPORTING JOBS THERE IS NO DEFAULT.
003420******************************************************************
003430 1700-RESOLVE-BUS-DATE.
003440     MOVE SPACES TO WS-ENV-BUS-DATE.
003450     ACCEPT WS-ENV-BUS-DATE FROM ENVIRONMENT "HW_BUS_DATE"
003460         ON EXCEPTION
003470             MOVE SPACES TO WS-ENV-BUS-DATE
003480     END-ACCEPT.
003490     IF WS-ENV-BUS-DATE = SPACES OR WS-ENV-BUS-DATE NOT NUMERIC
003500         DISPLAY 'HWBKOUT: HW_BUS_DATE MUST NAME THE DATE TO '
003510             'BACK OUT: ' WS-ENV-BUS-DATE UPON SYSERR
003520         MOVE 8 TO RETURN-CODE
003530         PERFORM 9000-LOG-JOB-START THRU 9000-EXIT
003540         PERFORM 9100-LOG-JOB-END THRU 9100-EXIT
003550         STOP RUN
003560     END-IF.
003570     MOVE WS-ENV-BUS-DATE TO WS-BUS-DATE.
003580 1700-EXIT.
003590     EXIT.
003600
003610******************************************************************
003620*    1900-CHECK-GL-RELEASE  --  A DATE ON THE HWGLCFIL CONTROL
003630*                               FILE HAS GONE TO THE GENERAL
003640*                               LEDGER AND IS NOT BACKED OUT. NO
003650*                               CONTROL FILE YET MEANS NOTHING HAS
003660*                               BEEN RELEASED; ONE THAT CANNOT BE
003670*                               READ MEANS NOTHING IS TOUCHED.
003680******************************************************************
003690 1900-CHECK-GL-RELEASE.
003700     OPEN INPUT GLC-FILE.
003710     IF WS-GLC-FILE-STATUS = '35'
003720         GO TO 1900-EXIT
003730     END-IF.
003740     IF WS-GLC-FILE-STATUS NOT = '00'
003750         DISPLAY 'HWBKOUT: GLC-FILE OPEN FAILED, STATUS='
003760             WS-GLC-FILE-STATUS UPON SYSERR
003770         MOVE 8 TO RETURN-CODE
003780         SET WS-REFUSED TO TRUE
003790         GO TO 1900-EXIT
003800     END-IF.
003810     MOVE WS-BUS-DATE TO GLC-BUSINESS-DATE.
003820     READ GLC-FILE.
003830     EVALUATE WS-GLC-FILE-STATUS
003840         WHEN '00'
003850             SET WS-REFUSED TO TRUE
003860             DISPLAY 'HWBKOUT: BUSINESS DATE ' WS-BUS-DATE
003870                 ' RELEASED TO THE GL - NOT BACKED OUT'
003880                 UPON SYSERR
003890             MOVE 12 TO RETURN-CODE
003900             MOVE SPACES TO RPT-RECORD
003910             PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT
003920             MOVE SPACES TO RPT-RECORD
003930             STRING 'NOT BACKED OUT - RELEASED TO THE GL '
003940                 GLC-EXTRACT-DATE ' ' GLC-EXTRACT-TIME
003950                 DELIMITED BY SIZE INTO RPT-RECORD
003960             PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT
003970         WHEN '23'
003980             CONTINUE
003990         WHEN OTHER
004000             DISPLAY 'HWBKOUT: GLC-FILE READ FAILED, STATUS='
004010                 WS-GLC-FILE-STATUS UPON SYSERR
004020             MOVE 8 TO RETURN-CODE
004030             SET WS-REFUSED TO TRUE
004040     END-EVALUATE.
004050     CLOSE GLC-FILE.
004060 1900-EXIT.
004070     EXIT.
004080
004090******************************************************************
004100*    2000-CHECK-LATER-POSTING  --  FIRST PASS OF THE IMAGE FILE.
004110*                                  COUNT THE DATE'S IMAGES AND
004120*                                  LOOK FOR ANY IMAGE OF A LATER
004130*                                  DATE - IF ONE IS THERE, OR THE
004140*                                  FILE CANNOT BE READ, NOTHING IS
004150*                                  TOUCHED.
004160******************************************************************
004170 2000-CHECK-LATER-POSTING.
004180     OPEN INPUT BIM-FILE.
004190     IF WS-BIM-FILE-STATUS = '35'
004200         GO TO 2000-EXIT
004210     END-IF.
004220     IF WS-BIM-FILE-STATUS NOT = '00'
004230         DISPLAY 'HWBKOUT: BIM-FILE OPEN FAILED, STATUS='
004240             WS-BIM-FILE-STATUS UPON SYSERR
004250         MOVE 8 TO RETURN-CODE
004260         SET WS-REFUSED TO TRUE
004270         GO TO 2000-EXIT
004280     END-IF.
004290     MOVE 'N' TO WS-BIM-EOF-SW.
004300     PERFORM 2100-READ-IMAGE THRU 2100-EXIT.
004310     PERFORM 2050-CHECK-ONE-IMAGE THRU 2050-EXIT
004320         UNTIL WS-BIM-EOF OR WS-LATER-DATE NOT = SPACES.
004330     CLOSE BIM-FILE.
004340     IF RETURN-CODE > 4
004350         SET WS-REFUSED TO TRUE
004360     END-IF.
004370     IF WS-LATER-DATE NOT = SPACES
004380         SET WS-REFUSED TO TRUE
004390         DISPLAY 'HWBKOUT: BUSINESS DATE ' WS-LATER-DATE
004400             ' POSTED SINCE - BACK IT OUT FIRST' UPON SYSERR
004410         MOVE 8 TO RETURN-CODE
004420         MOVE SPACES TO RPT-RECORD
004430         PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT
004440         MOVE SPACES TO RPT-RECORD
004450         STRING 'NOT BACKED OUT - ' WS-LATER-DATE
004460             ' POSTED SINCE - BACK IT OUT FIRST'
004470             DELIMITED BY SIZE INTO RPT-RECORD
004480         PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT
004490     END-IF.
004500 2000-EXIT.
004510     EXIT.
004520
004530 2050-CHECK-ONE-IMAGE.
004540     IF BIM-BUSINESS-DATE = WS-BUS-DATE
004550         ADD 1 TO WS-IMAGE-CNT
004560     END-IF.
004570     IF BIM-BUSINESS-DATE > WS-BUS-DATE
004580         MOVE BIM-BUSINESS-DATE TO WS-LATER-DATE
004590     END-IF.
004600     PERFORM 2100-READ-IMAGE THRU 2100-EXIT.
004610 2050-EXIT.
004620     EXIT.
004630
004640 2100-READ-IMAGE.
004650     READ BIM-FILE
004660         AT END
004670             SET WS-BIM-EOF TO TRUE
004680     END-READ.
004690     IF WS-BIM-FILE-STATUS NOT = '00' AND NOT = '10'
004700         DISPLAY 'HWBKOUT: BIM-FILE READ FAILED, STATUS='
004710             WS-BIM-FILE-STATUS UPON SYSERR
004720         MOVE 8 TO RETURN-CODE
004730         SET WS-BIM-EOF TO TRUE
004740     END-IF.
004750 2100-EXIT.
004760     EXIT.
004770
004780******************************************************************
004790*    2500-RESTORE-BALANCES  --  SECOND PASS OF THE IMAGE FILE,
004800*                               OPENED FOR UPDATE. EVERY IMAGE OF
004810*                               THE DATE IS PUT BACK AND DELETED.
004820*                               THE FILE IS IN DATE ORDER, SO THE
004830*                               PASS ENDS AT THE FIRST LATER DATE.
004840******************************************************************
004850 2500-RESTORE-BALANCES.
004860     MOVE SPACES TO RPT-RECORD.
004870     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
004880     MOVE WS-RPT-HEADING TO RPT-RECORD.
004890     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
004900     IF WS-IMAGE-CNT = ZERO
004910         MOVE 'NO BALANCE RECORDS WERE CHANGED ON THIS DATE'
004920             TO RPT-RECORD
004930         PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT
004940         GO TO 2500-EXIT
004950     END-IF.
004960     OPEN I-O BIM-FILE.
004970     IF WS-BIM-FILE-STATUS NOT = '00'
004980         DISPLAY 'HWBKOUT: BIM-FILE OPEN FAILED, STATUS='
004990             WS-BIM-FILE-STATUS UPON SYSERR
005000         MOVE 8 TO RETURN-CODE
005010         GO TO 2500-EXIT
005020     END-IF.
005030     MOVE 'N' TO WS-BIM-EOF-SW.
005040     PERFORM 2100-READ-IMAGE THRU 2100-EXIT.
005050     PERFORM 2600-RESTORE-ONE-ACCOUNT THRU 2600-EXIT
005060         UNTIL WS-BIM-EOF.
005070     CLOSE BIM-FILE.
005080 2500-EXIT.
005090     EXIT.
005100
005110******************************************************************
005120*    2600-RESTORE-ONE-ACCOUNT  --  PUT ONE BEFORE-IMAGE BACK. A
005130*                                  RECORD THAT EXISTED GOES BACK TO
005140*                                  ITS IMAGE WHOLE; ONE THE DAY
005150*                                  CREATED IS DELETED. THE DAY'S
005160*                                  HISTORY ITEMS FOR THE ACCOUNT
005170*                                  GO WITH IT. THE IMAGE IS DELETED
005180*                                  ONLY WHEN THE BALANCE FILE TOOK
005190*                                  THE CHANGE.
005200******************************************************************
005210 2600-RESTORE-ONE-ACCOUNT.
005220     IF BIM-BUSINESS-DATE < WS-BUS-DATE
005230         GO TO 2600-READ-NEXT
005240     END-IF.
005250     IF BIM-BUSINESS-DATE > WS-BUS-DATE
005260         SET WS-BIM-EOF TO TRUE
005270         GO TO 2600-EXIT
005280     END-IF.
005290     MOVE BIM-BEFORE-IMAGE TO IMG-RECORD.
005300     MOVE SPACES TO WS-RPT-DETAIL.
005310     MOVE BIM-ACCOUNT-NO TO WS-RPT-DET-ACCOUNT.
005320     MOVE SPACES TO WS-RPT-DET-NOTE.
005330     MOVE 'N' TO WS-BAL-FOUND-SW.
005340     MOVE ZERO TO WS-CURR-BAL.
005350     MOVE BIM-ACCOUNT-NO TO BAL-ACCOUNT-NO.
005360     READ BAL-FILE.
005370     EVALUATE WS-BAL-FILE-STATUS
005380         WHEN '00'
005390             SET WS-BAL-FOUND TO TRUE
005400             MOVE BAL-CURR-BAL TO WS-CURR-BAL
005410         WHEN '23'
005420             CONTINUE
005430         WHEN OTHER
005440             DISPLAY 'HWBKOUT: BAL-FILE READ FAILED, STATUS='
005450                 WS-BAL-FILE-STATUS UPON SYSERR
005460             MOVE 8 TO RETURN-CODE
005470             ADD 1 TO WS-ERROR-CNT
005480             GO TO 2600-READ-NEXT
005490     END-EVALUATE.
005500     IF BIM-BAL-EXISTED
005510         COMPUTE WS-EXPECTED-BAL = IMG-CURR-BAL + BIM-POSTED-NET
005520     ELSE
005530         MOVE BIM-POSTED-NET TO WS-EXPECTED-BAL
005540     END-IF.
005550     IF NOT WS-BAL-FOUND OR WS-CURR-BAL NOT = WS-EXPECTED-BAL
005560         ADD 1 TO WS-MOVED-CNT
005570         MOVE 'CHANGED' TO WS-RPT-DET-NOTE
005580     END-IF.
005590     IF BIM-BAL-EXISTED
005600         MOVE IMG-RECORD TO BAL-RECORD
005610         IF WS-BAL-FOUND
005620             REWRITE BAL-RECORD
005630         ELSE
005640             WRITE BAL-RECORD
005650         END-IF
005660     ELSE
005670         IF WS-BAL-FOUND
005680             DELETE BAL-FILE
005690         END-IF
005700     END-IF.
005710     IF WS-BAL-FILE-STATUS NOT = '00' AND NOT = '23'
005720         DISPLAY 'HWBKOUT: BAL-FILE UPDATE FAILED FOR '
005730             BIM-ACCOUNT-NO ', STATUS=' WS-BAL-FILE-STATUS
005740             UPON SYSERR
005750         MOVE 8 TO RETURN-CODE
005760         ADD 1 TO WS-ERROR-CNT
005770         GO TO 2600-READ-NEXT
005780     END-IF.
005790     IF WS-ATH-OPEN
005800         PERFORM 2650-REMOVE-HISTORY-ITEM THRU 2650-EXIT
005810             VARYING WS-ATH-SEQ FROM 1 BY 1
005820             UNTIL WS-ATH-SEQ > BIM-TRAN-CNT
005830     END-IF.
005840     DELETE BIM-FILE.
005850     IF WS-BIM-FILE-STATUS NOT = '00'
005860         DISPLAY 'HWBKOUT: BIM-FILE DELETE FAILED FOR '
005870             BIM-ACCOUNT-NO ', STATUS=' WS-BIM-FILE-STATUS
005880             UPON SYSERR
005890         MOVE 8 TO RETURN-CODE
005900         ADD 1 TO WS-ERROR-CNT
005910     END-IF.
005920     ADD 1 TO WS-REVERSED-CNT.
005930     ADD BIM-POSTED-NET TO WS-REVERSED-NET.
005940     MOVE WS-CURR-BAL TO WS-RPT-DET-BEFORE.
005950     IF BIM-BAL-EXISTED
005960         MOVE IMG-CURR-BAL TO WS-RPT-DET-AFTER
005970     ELSE
005980         ADD 1 TO WS-REMOVED-CNT
005990         MOVE ZERO TO WS-RPT-DET-AFTER
006000         IF WS-RPT-DET-NOTE = SPACES
006010             MOVE 'REMOVED' TO WS-RPT-DET-NOTE
006020         END-IF
006030     END-IF.
006040     MOVE BIM-POSTED-NET TO WS-RPT-DET-NET.
006050     MOVE WS-RPT-DETAIL TO RPT-RECORD.
006060     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
006070 2600-READ-NEXT.
006080     PERFORM 2100-READ-IMAGE THRU 2100-EXIT.
006090 2600-EXIT.
006100     EXIT.
006110
006120******************************************************************
006130*    2650-REMOVE-HISTORY-ITEM  --  HWPOST NUMBERED THE ACCOUNT'S
006140*                                  ITEMS FOR THE DATE 1 UP TO THE
006150*                                  COUNT ON THE IMAGE. ONE ALREADY
006160*                                  GONE IS PASSED OVER.
006170******************************************************************
006180 2650-REMOVE-HISTORY-ITEM.
006190     MOVE BIM-ACCOUNT-NO TO ATH-ACCOUNT-NO.
006200     MOVE WS-BUS-DATE TO ATH-BUSINESS-DATE.
006210     MOVE WS-ATH-SEQ TO ATH-SEQ-NO.
006220     DELETE ATH-FILE.
006230     EVALUATE WS-ATH-FILE-STATUS
006240         WHEN '00'
006250             ADD 1 TO WS-ATH-REMOVED-CNT
006260         WHEN '23'
006270             CONTINUE
006280         WHEN OTHER
006290             DISPLAY 'HWBKOUT: ATH-FILE DELETE FAILED FOR '
006300                 BIM-ACCOUNT-NO ', STATUS=' WS-ATH-FILE-STATUS
006310                 UPON SYSERR
006320             MOVE 8 TO RETURN-CODE
006330     END-EVALUATE.
006340 2650-EXIT.
006350     EXIT.
006360
006370******************************************************************
006380*    2700-REOPEN-DAY  --  A DAY HWCLOSE RECORDED (CLOSED OR NOT) IS
006390*                         SET BACK TO OPEN WITH THE REASON. NO
006400*                         HWDAYFIL RECORD MEANS THE DAY WAS NEVER
006410*                         CLOSED AND IS STILL OPEN.
006420******************************************************************
006430 2700-REOPEN-DAY.
006440     MOVE SPACES TO RPT-RECORD.
006450     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
006460     OPEN I-O DAY-FILE.
006470     IF WS-DAY-FILE-STATUS = '35'
006480         MOVE 'BUSINESS DAY NOT YET RECORDED - STILL OPEN'
006490             TO RPT-RECORD
006500         PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT
006510         GO TO 2700-EXIT
006520     END-IF.
006530     IF WS-DAY-FILE-STATUS NOT = '00'
006540         DISPLAY 'HWBKOUT: DAY-FILE OPEN FAILED, STATUS='
006550             WS-DAY-FILE-STATUS UPON SYSERR
006560         MOVE 8 TO RETURN-CODE
006570         GO TO 2700-EXIT
006580     END-IF.
006590     MOVE WS-BUS-DATE TO DAY-BUSINESS-DATE.
006600     READ DAY-FILE.
006610     EVALUATE WS-DAY-FILE-STATUS
006620         WHEN '00'
006630             MOVE SPACES TO RPT-RECORD
006640             STRING 'BUSINESS DAY REOPENED - WAS ' DAY-STATUS
006650                 DELIMITED BY SIZE INTO RPT-RECORD
006660             SET DAY-OPEN TO TRUE
006670             MOVE 'POSTING BACKED OUT' TO DAY-FAIL-REASON
006680             MOVE WS-RUN-DATE TO DAY-CLOSE-DATE
006690             MOVE WS-RUN-TIME TO DAY-CLOSE-TIME
006700             REWRITE DAY-RECORD
006710         WHEN '23'
006720             MOVE 'BUSINESS DAY NOT YET RECORDED - STILL OPEN'
006730                 TO RPT-RECORD
006740             MOVE '00' TO WS-DAY-FILE-STATUS
006750         WHEN OTHER
006760             CONTINUE
006770     END-EVALUATE.
006780     IF WS-DAY-FILE-STATUS NOT = '00'
006790         DISPLAY 'HWBKOUT: DAY-FILE UPDATE FAILED, STATUS='
006800             WS-DAY-FILE-STATUS UPON SYSERR
006810         MOVE 8 TO RETURN-CODE
006820         MOVE 'BUSINESS DAY NOT REOPENED - SEE JOB LOG'
006830             TO RPT-RECORD
006840     END-IF.
006850     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
006860     CLOSE DAY-FILE.
006870 2700-EXIT.
006880     EXIT.
006890
006900******************************************************************
006910*    2750-REMOVE-PROOF  --  THE DATE'S HWPRFFIL RECORD HOLDS THE
006920*                           OPENING FIGURES OF THE POSTING JUST
006930*                           REVERSED. IT IS REMOVED SO THE NEXT
006940*                           POST RECORDS FRESH ONES AND HWBALPRF
006950*                           PROVES THAT POST, NOT THIS ONE.
006960******************************************************************
006970 2750-REMOVE-PROOF.
006980     OPEN I-O PRF-FILE.
006990     IF WS-PRF-FILE-STATUS = '35'
007000         GO TO 2750-EXIT
007010     END-IF.
007020     IF WS-PRF-FILE-STATUS NOT = '00'
007030         DISPLAY 'HWBKOUT: PRF-FILE OPEN FAILED, STATUS='
007040             WS-PRF-FILE-STATUS UPON SYSERR
007050         MOVE 8 TO RETURN-CODE
007060         GO TO 2750-EXIT
007070     END-IF.
007080     MOVE WS-BUS-DATE TO PRF-BUSINESS-DATE.
007090     READ PRF-FILE.
007100     IF WS-PRF-FILE-STATUS = '00'
007110         DELETE PRF-FILE
007120         IF WS-PRF-FILE-STATUS = '00'
007130             MOVE 'BALANCE PROOF RECORD REMOVED' TO RPT-RECORD
007140             PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT
007150         END-IF
007160     END-IF.
007170     IF WS-PRF-FILE-STATUS NOT = '00' AND NOT = '23'
007180         DISPLAY 'HWBKOUT: PRF-FILE UPDATE FAILED, STATUS='
007190             WS-PRF-FILE-STATUS UPON SYSERR
007200         MOVE 8 TO RETURN-CODE
007210     END-IF.
007220     CLOSE PRF-FILE.
007230 2750-EXIT.
007240     EXIT.
007250
007260******************************************************************
007270*    2800-MARK-BACKED-OUT  --  ONLY A CLEAN BACKOUT FREES THE DATE
007280*                              FOR POSTING. IF ANY ACCOUNT COULD
007290*                              NOT BE RESTORED ITS IMAGE IS STILL
007300*                              ON FILE AND THE MARKER STAYS AS IT
007310*                              WAS - RUN THE BACKOUT AGAIN.
007320******************************************************************
007330 2800-MARK-BACKED-OUT.
007340     IF RETURN-CODE > 4
007350         MOVE 'BACKOUT INCOMPLETE - RUN HWBKOUT AGAIN'
007360             TO RPT-RECORD
007370         PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT
007380         GO TO 2800-EXIT
007390     END-IF.
007400     SET PMK-BACKED-OUT TO TRUE.
007410     MOVE WS-RUN-DATE TO PMK-BACKOUT-DATE.
007420     MOVE WS-RUN-TIME TO PMK-BACKOUT-TIME.
007430     MOVE WS-REVERSED-CNT TO PMK-BACKOUT-CNT.
007440     REWRITE PMK-RECORD.
007450     IF WS-PMK-FILE-STATUS NOT = '00'
007460         DISPLAY 'HWBKOUT: PMK-FILE UPDATE FAILED, STATUS='
007470             WS-PMK-FILE-STATUS UPON SYSERR
007480         MOVE 8 TO RETURN-CODE
007490         GO TO 2800-EXIT
007500     END-IF.
007510     MOVE SPACES TO RPT-RECORD.
007520     STRING 'BUSINESS DATE ' WS-BUS-DATE
007530         ' BACKED OUT - IT MAY BE POSTED AGAIN'
007540         DELIMITED BY SIZE INTO RPT-RECORD.
007550     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
007560 2800-EXIT.
007570     EXIT.
007580
007590******************************************************************
007600*    3000-PRINT-TOTALS  --  RUN TOTALS FOR THE OPERATIONS LOG.
007610******************************************************************
007620 3000-PRINT-TOTALS.
007630     MOVE SPACES TO RPT-RECORD.
007640     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
007650     MOVE 'BEFORE-IMAGES FOUND' TO WS-RPT-LABEL.
007660     MOVE WS-IMAGE-CNT TO WS-RPT-COUNT.
007670     PERFORM 3200-WRITE-TOTAL-LINE THRU 3200-EXIT.
007680     MOVE 'ACCOUNTS REVERSED' TO WS-RPT-LABEL.
007690     MOVE WS-REVERSED-CNT TO WS-RPT-COUNT.
007700     PERFORM 3200-WRITE-TOTAL-LINE THRU 3200-EXIT.
007710     MOVE 'BALANCE RECS REMOVED' TO WS-RPT-LABEL.
007720     MOVE WS-REMOVED-CNT TO WS-RPT-COUNT.
007730     PERFORM 3200-WRITE-TOTAL-LINE THRU 3200-EXIT.
007740     MOVE 'CHANGED SINCE POST' TO WS-RPT-LABEL.
007750     MOVE WS-MOVED-CNT TO WS-RPT-COUNT.
007760     PERFORM 3200-WRITE-TOTAL-LINE THRU 3200-EXIT.
007770     MOVE 'HIST ITEMS REMOVED' TO WS-RPT-LABEL.
007780     MOVE WS-ATH-REMOVED-CNT TO WS-RPT-COUNT.
007790     PERFORM 3200-WRITE-TOTAL-LINE THRU 3200-EXIT.
007800     MOVE 'NOT RESTORED' TO WS-RPT-LABEL.
007810     MOVE WS-ERROR-CNT TO WS-RPT-COUNT.
007820     PERFORM 3200-WRITE-TOTAL-LINE THRU 3200-EXIT.
007830     MOVE 'NET AMOUNT REVERSED' TO WS-RPT-MLABEL.
007840     MOVE WS-REVERSED-NET TO WS-RPT-AMT.
007850     MOVE WS-RPT-MONEY TO RPT-RECORD.
007860     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
007870     MOVE 'NET AS POSTED' TO WS-RPT-MLABEL.
007880     MOVE PMK-POSTED-NET TO WS-RPT-AMT.
007890     MOVE WS-RPT-MONEY TO RPT-RECORD.
007900     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
007910 3000-EXIT.
007920     EXIT.
007930
007940 3100-WRITE-REPORT-LINE.
007950     WRITE RPT-RECORD.
007960     IF WS-RPT-FILE-STATUS NOT = '00'
007970         DISPLAY 'HWBKOUT: REPORT-FILE WRITE FAILED, STATUS='
007980             WS-RPT-FILE-STATUS UPON SYSERR
007990         MOVE 8 TO RETURN-CODE
008000     END-IF.
008010 3100-EXIT.
008020     EXIT.
008030
008040 3200-WRITE-TOTAL-LINE.
008050     MOVE WS-RPT-TOTAL TO RPT-RECORD.
008060     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
008070 3200-EXIT.
008080     EXIT.
008090
008100 3900-CLOSE-FILES.
008110     CLOSE PMK-FILE.
008120     CLOSE BAL-FILE.
008130     IF WS-ATH-OPEN
008140         CLOSE ATH-FILE
008150     END-IF.
008160     CLOSE REPORT-FILE.
008170 3900-EXIT.
008180     EXIT.
008190
008200******************************************************************
008210*    9000-LOG-JOB-START  --  STAMP THIS RUN AS RUNNING ON THE
008220*                            SHARED JOB-STATUS BOARD.
008230******************************************************************
008240 9000-LOG-JOB-START.
008250     MOVE 'HWBKOUT' TO JOBLOG-JOB-NAME.
008260     SET JOBLOG-EVENT-START TO TRUE.
008270     MOVE SPACES TO JOBLOG-STATUS.
008280     MOVE ZERO TO JOBLOG-RETURN-CODE.
008290     MOVE WS-BUS-DATE TO JOBLOG-BUS-DATE.
008300     MOVE RETURN-CODE TO WS-SAVE-RETURN-CODE.
008310     CALL 'HWJOBLOG' USING JOBLOG-PARM.
008320     MOVE WS-SAVE-RETURN-CODE TO RETURN-CODE.
008330 9000-EXIT.
008340     EXIT.
008350
008360******************************************************************
008370*    9100-LOG-JOB-END  --  CLOSE THIS RUN OUT ON THE SHARED
008380*                          JOB-STATUS BOARD.
008390******************************************************************
008400 9100-LOG-JOB-END.
008410     MOVE 'HWBKOUT' TO JOBLOG-JOB-NAME.
008420     SET JOBLOG-EVENT-END TO TRUE.
008430     IF RETURN-CODE > 4
008440         MOVE 'FAILED' TO JOBLOG-STATUS
008450     ELSE
008460         MOVE 'COMPLETE' TO JOBLOG-STATUS
008470     END-IF.
008480     MOVE RETURN-CODE TO JOBLOG-RETURN-CODE.
008490     MOVE WS-BUS-DATE TO JOBLOG-BUS-DATE.
008500     MOVE RETURN-CODE TO WS-SAVE-RETURN-CODE.
008510     CALL 'HWJOBLOG' USING JOBLOG-PARM.
008520     MOVE WS-SAVE-RETURN-CODE TO RETURN-CODE.
008530 9100-EXIT.
008540     EXIT.
