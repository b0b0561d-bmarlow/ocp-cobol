000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.     HWMHSRPT.
000120 AUTHOR.         R L MORRISON.
000130 INSTALLATION.   SHOP OPERATIONS - OPENSHIFT BATCH SERVICES.
000140 DATE-WRITTEN.   10/15/26.
000150 DATE-COMPILED.
000160*REMARKS.        AUDIT LISTING OF THE MASTER FILE MAINTENANCE
000170*                HISTORY (HWMHSFIL) THAT HWACTMNT AND HWTYPMNT
000180*                APPEND TO. SORTS THE HISTORY BY CHANGE DATE,
000190*                OPERATOR, AND RECORD KEY AND PRINTS IT GROUPED -
000200*                DATE SECTION, OPERATOR SUBHEADING, ONE LINE PER
000210*                CHANGE WITH THE APPROVING OPERATOR, FOLLOWED BY
000220*                THE RECORD'S BEFORE AND AFTER IMAGES - WITH
000230*                COUNTS PER OPERATOR AND PER DATE.
000240*
000250*                HW_BUS_DATE, WHEN SET TO A VALID DATE, LIMITS THE
000260*                LISTING TO CHANGES MADE ON THAT DATE; UNSET, THE
000270*                WHOLE HISTORY IS LISTED.
000280*
000290*                EACH 80-BYTE IMAGE PRINTS OVER TWO LINES, BYTES
000300*                1-40 THEN 41-80, SO NOTHING OF THE RECORD IS LOST.
000310*
000320*    MODIFICATION HISTORY
000330*    ------------------------------------------------------------
000340*    DATE       INIT  DESCRIPTION
000350*    10/15/26   RLM   INITIAL VERSION.
000360*    10/15/26   RLM   PRINT THE WHOLE BEFORE AND AFTER IMAGE - THE
000370*                     SINGLE IMAGE LINE CUT OFF BYTES 68-80.
000380******************************************************************
000390
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT MHIST-FILE ASSIGN TO "HWMHSFIL"
000440         ORGANIZATION IS SEQUENTIAL
000450         FILE STATUS IS WS-MHS-FILE-STATUS.
000460
000470     SELECT SORT-FILE ASSIGN TO "HWMHSSWK".
000480
000490     SELECT SORTED-FILE ASSIGN TO "HWMHSSRT"
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS WS-SRT-FILE-STATUS.
000520
000530     SELECT REPORT-FILE ASSIGN TO "MHSRPT"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-RPT-FILE-STATUS.
000560
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  MHIST-FILE
000600     RECORDING MODE IS F.
000610     COPY HWMHS.
000620
000630 SD  SORT-FILE.
000640 01  SRT-RECORD.
000650     05  SRT-CHANGE-DATE         PIC X(08).
000660     05  SRT-CHANGE-TIME         PIC X(08).
000670     05  SRT-FILE-ID             PIC X(01).
000680     05  SRT-REC-KEY             PIC X(10).
000690     05  SRT-ACTION              PIC X(01).
000700     05  SRT-MAKER-ID            PIC X(08).
000710     05  FILLER                  PIC X(174).
000720
000730 FD  SORTED-FILE
000740     RECORDING MODE IS F.
000750 01  SORTED-RECORD.
000760     05  SRTD-CHANGE-DATE        PIC X(08).
000770     05  SRTD-CHANGE-TIME        PIC X(08).
000780     05  SRTD-FILE-ID            PIC X(01).
000790         88  SRTD-ACCOUNT            VALUE 'A'.
000800         88  SRTD-TYPE               VALUE 'T'.
000810     05  SRTD-REC-KEY            PIC X(10).
000820     05  SRTD-ACTION             PIC X(01).
000830     05  SRTD-MAKER-ID           PIC X(08).
000840     05  SRTD-CHECKER-ID         PIC X(08).
000850     05  SRTD-BEFORE-IMAGE       PIC X(80).
000860     05  SRTD-AFTER-IMAGE        PIC X(80).
000870     05  FILLER                  PIC X(06).
000880
000890 FD  REPORT-FILE.
000900 01  RPT-RECORD                  PIC X(80).
000910
000920 WORKING-STORAGE SECTION.
000930 01  WS-CHANGE-CNT               PIC 9(07)   VALUE ZERO.
000940 01  WS-DATE-CNT                 PIC 9(07)   VALUE ZERO.
000950 01  WS-OPER-CNT                 PIC 9(07)   VALUE ZERO.
000960
000970 01  WS-SRT-EOF-SW               PIC X(01)   VALUE 'N'.
000980     88  WS-SRT-EOF                  VALUE 'Y'.
000990
001000 01  WS-MHS-FILE-STATUS          PIC X(02)   VALUE '00'.
001010 01  WS-SRT-FILE-STATUS          PIC X(02)   VALUE '00'.
001020 01  WS-RPT-FILE-STATUS          PIC X(02)   VALUE '00'.
001030
001040 01  WS-RUN-DATE                 PIC X(08)   VALUE SPACES.
001050 01  WS-RUN-TIME                 PIC X(08)   VALUE SPACES.
001060 01  WS-BUS-DATE                 PIC X(08)   VALUE SPACES.
001070 01  WS-ENV-BUS-DATE             PIC X(08)   VALUE SPACES.
001080 01  WS-ONE-DATE-SW              PIC X(01)   VALUE 'N'.
001090     88  WS-ONE-DATE                 VALUE 'Y'.
001100
001110******************************************************************
001120*    CONTROL-BREAK HOLD AREAS FOR THE DATE AND OPERATOR GROUPS
001130*    IN PROGRESS.
001140******************************************************************
001150 01  WS-CUR-DATE                 PIC X(08)   VALUE LOW-VALUES.
001160 01  WS-CUR-OPER                 PIC X(08)   VALUE LOW-VALUES.
001170
001180 01  WS-RPT-DATE-HDR.
001190     05  FILLER                  PIC X(08)   VALUE 'CHANGES '.
001200     05  WS-RPT-HDR-DATE         PIC X(08).
001210     05  FILLER                  PIC X(64)   VALUE SPACES.
001220
001230 01  WS-RPT-OPER-HDR.
001240     05  FILLER                  PIC X(02)   VALUE SPACES.
001250     05  FILLER                  PIC X(09)   VALUE 'OPERATOR '.
001260     05  WS-RPT-HDR-OPER         PIC X(08).
001270     05  FILLER                  PIC X(61)   VALUE SPACES.
001280
001290 01  WS-RPT-CHG-DETAIL.
001300     05  FILLER                  PIC X(04)   VALUE SPACES.
001310     05  WS-RPT-DET-TIME         PIC X(08).
001320     05  FILLER                  PIC X(02)   VALUE SPACES.
001330     05  WS-RPT-DET-FILE         PIC X(07).
001340     05  FILLER                  PIC X(01)   VALUE SPACE.
001350     05  WS-RPT-DET-KEY          PIC X(10).
001360     05  FILLER                  PIC X(09)   VALUE '  ACTION '.
001370     05  WS-RPT-DET-ACTION       PIC X(01).
001380     05  FILLER                  PIC X(12)   VALUE '  APPROVED '.
001390     05  WS-RPT-DET-CHECKER      PIC X(08).
001400     05  FILLER                  PIC X(18)   VALUE SPACES.
001410
001420 01  WS-RPT-IMAGE-LINE.
001430     05  FILLER                  PIC X(06)   VALUE SPACES.
001440     05  WS-RPT-IMG-LABEL        PIC X(07).
001450     05  WS-RPT-IMG-POS          PIC X(06).
001460     05  WS-RPT-IMG-DATA         PIC X(40).
001470     05  FILLER                  PIC X(21)   VALUE SPACES.
001480
001490 01  WS-IMG-WORK                 PIC X(80)   VALUE SPACES.
001500
001510 01  WS-RPT-TOTAL.
001520     05  WS-RPT-LABEL            PIC X(24)   VALUE SPACES.
001530     05  WS-RPT-COUNT            PIC Z(6)9.
001540     05  FILLER                  PIC X(49)   VALUE SPACES.
001550
001560 COPY HWJLG.
001570 01  WS-SAVE-RETURN-CODE         PIC S9(08) COMP VALUE ZERO.
001580
001590******************************************************************
001600 PROCEDURE DIVISION.
001610******************************************************************
001620
001630 0000-MAINLINE.
001640     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001650     PERFORM 9000-LOG-JOB-START THRU 9000-EXIT.
001660     PERFORM 1500-SORT-HISTORY THRU 1500-EXIT.
001670     PERFORM 2000-PRINT-HISTORY THRU 2000-EXIT.
001680     PERFORM 3000-PRINT-TOTALS THRU 3000-EXIT.
001690     PERFORM 3900-CLOSE-FILES THRU 3900-EXIT.
001700     PERFORM 9100-LOG-JOB-END THRU 9100-EXIT.
001710     STOP RUN.
001720
001730******************************************************************
001740*    1000-INITIALIZE  --  STAMP THE RUN, PICK UP THE OPTIONAL
001750*                         DATE LIMIT, AND OPEN THE REPORT. A
001760*                         MISSING HISTORY FILE IS FATAL - NOTHING
001770*                         HAS BEEN MAINTAINED THROUGH THE CARDS.
001780******************************************************************
001790 1000-INITIALIZE.
001800     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001810     ACCEPT WS-RUN-TIME FROM TIME.
001820     PERFORM 1700-RESOLVE-BUS-DATE THRU 1700-EXIT.
001830     OPEN INPUT MHIST-FILE.
001840     IF WS-MHS-FILE-STATUS NOT = '00'
001850         DISPLAY 'HWMHSRPT: MHIST-FILE OPEN FAILED, STATUS='
001860             WS-MHS-FILE-STATUS UPON SYSERR
001870         MOVE 8 TO RETURN-CODE
001880         PERFORM 9000-LOG-JOB-START THRU 9000-EXIT
001890         PERFORM 9100-LOG-JOB-END THRU 9100-EXIT
001900         STOP RUN
001910     END-IF.
001920     CLOSE MHIST-FILE.
001930     OPEN OUTPUT REPORT-FILE.
001940     IF WS-RPT-FILE-STATUS NOT = '00'
001950         DISPLAY 'HWMHSRPT: REPORT-FILE OPEN FAILED, STATUS='
001960             WS-RPT-FILE-STATUS UPON SYSERR
001970         MOVE 8 TO RETURN-CODE
001980         PERFORM 9000-LOG-JOB-START THRU 9000-EXIT
001990         PERFORM 9100-LOG-JOB-END THRU 9100-EXIT
002000         STOP RUN
002010     END-IF.
002020     MOVE 'HWMHSRPT MASTER FILE MAINTENANCE HISTORY'
002030         TO RPT-RECORD.
002040     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
002050     MOVE SPACES TO RPT-RECORD.
002060     IF WS-ONE-DATE
002070         STRING 'CHANGES OF ' WS-BUS-DATE
002080             '  RUN ' WS-RUN-DATE ' ' WS-RUN-TIME
002090             DELIMITED BY SIZE INTO RPT-RECORD
002100     ELSE
002110         STRING 'ALL CHANGES ON FILE'
002120             '  RUN ' WS-RUN-DATE ' ' WS-RUN-TIME
002130             DELIMITED BY SIZE INTO RPT-RECORD
002140     END-IF.
002150     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
002160 1000-EXIT.
002170     EXIT.
002180
002190******************************************************************
002200*    1500-SORT-HISTORY  --  SORT THE HISTORY BY DATE, OPERATOR,
002210*                           AND RECORD KEY, OLDEST CHANGE FIRST
002220*                           WITHIN A KEY, INTO THE WORK FILE THE
002230*                           PRINT PASS READS.
002240******************************************************************
002250 1500-SORT-HISTORY.
002260     SORT SORT-FILE
002270         ON ASCENDING KEY SRT-CHANGE-DATE
002280                          SRT-MAKER-ID
002290                          SRT-FILE-ID
002300                          SRT-REC-KEY
002310                          SRT-CHANGE-TIME
002320         USING MHIST-FILE
002330         GIVING SORTED-FILE.
002340     IF SORT-RETURN NOT = ZERO
002350         DISPLAY 'HWMHSRPT: SORT FAILED, SORT-RETURN='
002360             SORT-RETURN UPON SYSERR
002370         MOVE 8 TO RETURN-CODE
002380         PERFORM 9100-LOG-JOB-END THRU 9100-EXIT
002390         STOP RUN
002400     END-IF.
002410 1500-EXIT.
002420     EXIT.
002430
002440******************************************************************
002450*    2000-PRINT-HISTORY  --  ONE PASS OF THE SORTED HISTORY WITH
002460*                            CONTROL BREAKS ON DATE AND OPERATOR.
002470******************************************************************
002480 2000-PRINT-HISTORY.
002490     OPEN INPUT SORTED-FILE.
002500     IF WS-SRT-FILE-STATUS NOT = '00'
002510         DISPLAY 'HWMHSRPT: SORTED-FILE OPEN FAILED, STATUS='
002520             WS-SRT-FILE-STATUS UPON SYSERR
002530         MOVE 8 TO RETURN-CODE
002540         GO TO 2000-EXIT
002550     END-IF.
002560     PERFORM 2100-READ-SORTED THRU 2100-EXIT.
002570     PERFORM 2200-PRINT-CHANGE THRU 2200-EXIT
002580         UNTIL WS-SRT-EOF.
002590     IF WS-DATE-CNT > ZERO
002600         PERFORM 2500-PRINT-OPER-TOTAL THRU 2500-EXIT
002610         PERFORM 2600-PRINT-DATE-TOTAL THRU 2600-EXIT
002620     END-IF.
002630     CLOSE SORTED-FILE.
002640     IF WS-CHANGE-CNT = ZERO
002650         MOVE SPACES TO RPT-RECORD
002660         PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT
002670         MOVE 'NO MAINTENANCE CHANGES TO REPORT' TO RPT-RECORD
002680         PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT
002690     END-IF.
002700 2000-EXIT.
002710     EXIT.
002720
002730******************************************************************
002740*    2100-READ-SORTED  --  NEXT HISTORY RECORD, SKIPPING THOSE
002750*                          OUTSIDE THE REQUESTED DATE.
002760******************************************************************
002770 2100-READ-SORTED.
002780     READ SORTED-FILE
002790         AT END
002800             SET WS-SRT-EOF TO TRUE
002810             GO TO 2100-EXIT
002820     END-READ.
002830     IF WS-ONE-DATE AND SRTD-CHANGE-DATE NOT = WS-BUS-DATE
002840         GO TO 2100-READ-SORTED
002850     END-IF.
002860 2100-EXIT.
002870     EXIT.
002880
002890******************************************************************
002900*    2200-PRINT-CHANGE  --  BREAK ON DATE AND OPERATOR, THEN THE
002910*                           CHANGE LINE AND ITS TWO IMAGES.
002920******************************************************************
002930 2200-PRINT-CHANGE.
002940     ADD 1 TO WS-CHANGE-CNT.
002950     IF SRTD-CHANGE-DATE NOT = WS-CUR-DATE
002960         IF WS-DATE-CNT > ZERO
002970             PERFORM 2500-PRINT-OPER-TOTAL THRU 2500-EXIT
002980             PERFORM 2600-PRINT-DATE-TOTAL THRU 2600-EXIT
002990         END-IF
003000         PERFORM 2300-START-DATE-GROUP THRU 2300-EXIT
003010     END-IF.
003020     IF SRTD-MAKER-ID NOT = WS-CUR-OPER
003030         IF WS-OPER-CNT > ZERO
003040             PERFORM 2500-PRINT-OPER-TOTAL THRU 2500-EXIT
003050         END-IF
003060         PERFORM 2400-START-OPER-GROUP THRU 2400-EXIT
003070     END-IF.
003080     ADD 1 TO WS-DATE-CNT.
003090     ADD 1 TO WS-OPER-CNT.
003100     MOVE SPACES TO WS-RPT-CHG-DETAIL.
003110     MOVE SRTD-CHANGE-TIME TO WS-RPT-DET-TIME.
003120     EVALUATE TRUE
003130         WHEN SRTD-ACCOUNT
003140             MOVE 'ACCOUNT' TO WS-RPT-DET-FILE
003150         WHEN SRTD-TYPE
003160             MOVE 'TYPE' TO WS-RPT-DET-FILE
003170         WHEN OTHER
003180             MOVE SRTD-FILE-ID TO WS-RPT-DET-FILE
003190     END-EVALUATE.
003200     MOVE SRTD-REC-KEY TO WS-RPT-DET-KEY.
003210     MOVE SRTD-ACTION TO WS-RPT-DET-ACTION.
003220     IF SRTD-CHECKER-ID = SPACES
003230         MOVE '-' TO WS-RPT-DET-CHECKER
003240     ELSE
003250         MOVE SRTD-CHECKER-ID TO WS-RPT-DET-CHECKER
003260     END-IF.
003270     MOVE WS-RPT-CHG-DETAIL TO RPT-RECORD.
003280     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
003290     MOVE 'BEFORE ' TO WS-RPT-IMG-LABEL.
003300     MOVE SRTD-BEFORE-IMAGE TO WS-IMG-WORK.
003310     PERFORM 2250-PRINT-IMAGE THRU 2250-EXIT.
003320     MOVE 'AFTER  ' TO WS-RPT-IMG-LABEL.
003330     MOVE SRTD-AFTER-IMAGE TO WS-IMG-WORK.
003340     PERFORM 2250-PRINT-IMAGE THRU 2250-EXIT.
003350     PERFORM 2100-READ-SORTED THRU 2100-EXIT.
003360 2200-EXIT.
003370     EXIT.
003380
003390******************************************************************
003400*    2250-PRINT-IMAGE  --  ONE 80-BYTE IMAGE OVER TWO LINES, EACH
003410*                          MARKED WITH THE BYTE IT STARTS AT.
003420******************************************************************
003430 2250-PRINT-IMAGE.
003440     MOVE '  1: ' TO WS-RPT-IMG-POS.
003450     MOVE WS-IMG-WORK(1:40) TO WS-RPT-IMG-DATA.
003460     MOVE WS-RPT-IMAGE-LINE TO RPT-RECORD.
003470     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
003480     MOVE SPACES TO WS-RPT-IMG-LABEL.
003490     MOVE ' 41: ' TO WS-RPT-IMG-POS.
003500     MOVE WS-IMG-WORK(41:40) TO WS-RPT-IMG-DATA.
003510     MOVE WS-RPT-IMAGE-LINE TO RPT-RECORD.
003520     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
003530 2250-EXIT.
003540     EXIT.
003550
003560 2300-START-DATE-GROUP.
003570     MOVE SRTD-CHANGE-DATE TO WS-CUR-DATE.
003580     MOVE LOW-VALUES TO WS-CUR-OPER.
003590     MOVE ZERO TO WS-DATE-CNT.
003600     MOVE ZERO TO WS-OPER-CNT.
003610     MOVE SPACES TO RPT-RECORD.
003620     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
003630     MOVE SRTD-CHANGE-DATE TO WS-RPT-HDR-DATE.
003640     MOVE WS-RPT-DATE-HDR TO RPT-RECORD.
003650     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
003660 2300-EXIT.
003670     EXIT.
003680
003690 2400-START-OPER-GROUP.
003700     MOVE SRTD-MAKER-ID TO WS-CUR-OPER.
003710     MOVE ZERO TO WS-OPER-CNT.
003720     MOVE SRTD-MAKER-ID TO WS-RPT-HDR-OPER.
003730     MOVE WS-RPT-OPER-HDR TO RPT-RECORD.
003740     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
003750 2400-EXIT.
003760     EXIT.
003770
003780 2500-PRINT-OPER-TOTAL.
003790     MOVE SPACES TO WS-RPT-TOTAL.
003800     STRING '  ' WS-CUR-OPER ' CHANGES'
003810         DELIMITED BY SIZE INTO WS-RPT-LABEL.
003820     MOVE WS-OPER-CNT TO WS-RPT-COUNT.
003830     MOVE WS-RPT-TOTAL TO RPT-RECORD.
003840     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
003850 2500-EXIT.
003860     EXIT.
003870
003880 2600-PRINT-DATE-TOTAL.
003890     MOVE SPACES TO WS-RPT-TOTAL.
003900     STRING WS-CUR-DATE ' CHANGES'
003910         DELIMITED BY SIZE INTO WS-RPT-LABEL.
003920     MOVE WS-DATE-CNT TO WS-RPT-COUNT.
003930     MOVE WS-RPT-TOTAL TO RPT-RECORD.
003940     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
003950 2600-EXIT.
003960     EXIT.
003970
003980******************************************************************
003990*    3000-PRINT-TOTALS  --  GRAND TOTAL FOR THE AUDIT FILE.
004000******************************************************************
004010 3000-PRINT-TOTALS.
004020     MOVE SPACES TO RPT-RECORD.
004030     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
004040     MOVE SPACES TO WS-RPT-TOTAL.
004050     MOVE 'TOTAL CHANGES' TO WS-RPT-LABEL.
004060     MOVE WS-CHANGE-CNT TO WS-RPT-COUNT.
004070     MOVE WS-RPT-TOTAL TO RPT-RECORD.
004080     PERFORM 3100-WRITE-REPORT-LINE THRU 3100-EXIT.
004090 3000-EXIT.
004100     EXIT.
004110
004120 3100-WRITE-REPORT-LINE.
004130     WRITE RPT-RECORD.
004140     IF WS-RPT-FILE-STATUS NOT = '00'
004150         DISPLAY 'HWMHSRPT: REPORT-FILE WRITE FAILED, STATUS='
004160             WS-RPT-FILE-STATUS UPON SYSERR
004170         MOVE 8 TO RETURN-CODE
004180     END-IF.
004190 3100-EXIT.
004200     EXIT.
004210
004220 3900-CLOSE-FILES.
004230     CLOSE REPORT-FILE.
004240 3900-EXIT.
004250     EXIT.
004260
004270******************************************************************
004280*    9000-LOG-JOB-START  --  STAMP THIS RUN AS RUNNING ON THE
004290*                            SHARED JOB-STATUS BOARD.
004300******************************************************************
004310 9000-LOG-JOB-START.
004320     MOVE 'HWMHSRPT' TO JOBLOG-JOB-NAME.
004330     SET JOBLOG-EVENT-START TO TRUE.
004340     MOVE SPACES TO JOBLOG-STATUS.
004350     MOVE ZERO TO JOBLOG-RETURN-CODE.
004360     MOVE WS-BUS-DATE TO JOBLOG-BUS-DATE.
004370     MOVE RETURN-CODE TO WS-SAVE-RETURN-CODE.
004380     CALL 'HWJOBLOG' USING JOBLOG-PARM.
004390     MOVE WS-SAVE-RETURN-CODE TO RETURN-CODE.
004400 9000-EXIT.
004410     EXIT.
004420
004430******************************************************************
004440*    9100-LOG-JOB-END  --  CLOSE THIS RUN OUT ON THE SHARED
004450*                          JOB-STATUS BOARD.
004460******************************************************************
004470 9100-LOG-JOB-END.
004480     MOVE 'HWMHSRPT' TO JOBLOG-JOB-NAME.
004490     SET JOBLOG-EVENT-END TO TRUE.
004500     IF RETURN-CODE > 4
004510         MOVE 'FAILED' TO JOBLOG-STATUS
004520     ELSE
004530         MOVE 'COMPLETE' TO JOBLOG-STATUS
004540     END-IF.
004550     MOVE RETURN-CODE TO JOBLOG-RETURN-CODE.
004560     MOVE WS-BUS-DATE TO JOBLOG-BUS-DATE.
004570     MOVE RETURN-CODE TO WS-SAVE-RETURN-CODE.
004580     CALL 'HWJOBLOG' USING JOBLOG-PARM.
004590     MOVE WS-SAVE-RETURN-CODE TO RETURN-CODE.
004600 9100-EXIT.
004610     EXIT.
004620
004630******************************************************************
004640*    1700-RESOLVE-BUS-DATE  --  HW_BUS_DATE, WHEN SET TO A VALID
004650*                               DATE, LIMITS THE LISTING TO THE
004660*                               CHANGES MADE THAT DAY.
004670******************************************************************
004680 1700-RESOLVE-BUS-DATE.
004690     MOVE WS-RUN-DATE TO WS-BUS-DATE.
004700     MOVE SPACES TO WS-ENV-BUS-DATE.
004710     ACCEPT WS-ENV-BUS-DATE FROM ENVIRONMENT "HW_BUS_DATE"
004720         ON EXCEPTION
004730             MOVE SPACES TO WS-ENV-BUS-DATE
004740     END-ACCEPT.
004750     IF WS-ENV-BUS-DATE = SPACES
004760         GO TO 1700-EXIT
004770     END-IF.
004780     IF WS-ENV-BUS-DATE NOT NUMERIC
004790         DISPLAY 'HWMHSRPT: BAD HW_BUS_DATE IGNORED: '
004800             WS-ENV-BUS-DATE UPON SYSERR
004810         GO TO 1700-EXIT
004820     END-IF.
004830     MOVE WS-ENV-BUS-DATE TO WS-BUS-DATE.
004840     SET WS-ONE-DATE TO TRUE.
004850 1700-EXIT.
004860     EXIT.
