000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.     HWCALDAY.
000120 AUTHOR.         R L MORRISON.
000130 INSTALLATION.   SHOP OPERATIONS - OPENSHIFT BATCH SERVICES.
000140 DATE-WRITTEN.   10/15/26.
000150 DATE-COMPILED.
000160*REMARKS.        COMMON SUBPROGRAM THAT ANSWERS BUSINESS-DAY
000170*                QUESTIONS FROM THE KEYED CALENDAR FILE (HWCALFIL)
000180*                HWCALMNT MAINTAINS - IS A DATE A PROCESSING DAY,
000190*                AND WHICH PROCESSING DAY CAME BEFORE IT. CALLERS
000200*                SET THE HWCLD PARAMETER AREA. THE CALENDAR IS
000210*                OPENED ON THE FIRST CALL AND HELD OPEN ACROSS
000220*                CALLS, SO A CALLER WALKING A MONTH OR A HISTORY
000230*                FILE DOES NOT PAY AN OPEN PER DATE; THE CALLER
000240*                RELEASES IT WITH FUNCTION E AT END OF RUN. A
000250*                MISSING CALENDAR IS NOT AN ERROR - THE ANSWER
000260*                FALLS BACK TO MONDAY THROUGH FRIDAY AND THE
000270*                CALLER IS TOLD SO.
000280*
000290*    MODIFICATION HISTORY
000300*    ------------------------------------------------------------
000310*    DATE       INIT  DESCRIPTION
000320*    10/15/26   RLM   INITIAL VERSION.
000330******************************************************************
000340
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT CAL-FILE ASSIGN TO "HWCALFIL"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS RANDOM
000410         RECORD KEY IS CAL-DATE
000420         FILE STATUS IS WS-CAL-FILE-STATUS.
000430
000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD  CAL-FILE.
000470     COPY HWCAL.
000480
000490 WORKING-STORAGE SECTION.
000500 01  WS-CAL-FILE-STATUS          PIC X(02)   VALUE '00'.
000510 01  WS-CAL-STATE-SW             PIC X(01)   VALUE 'U'.
000520     88  WS-CAL-UNOPENED             VALUE 'U'.
000530     88  WS-CAL-OPEN                 VALUE 'O'.
000540     88  WS-CAL-MISSING              VALUE 'M'.
000550 01  WS-STEP-CNT                 PIC 9(03)   VALUE ZERO.
000560 01  WS-STEP-LIMIT               PIC 9(03)   VALUE 366.
000570
000580 01  WS-WORK-DATE.
000590     05  WS-WORK-YYYY            PIC 9(04).
000600     05  WS-WORK-MM              PIC 9(02).
000610     05  WS-WORK-DD              PIC 9(02).
000620 01  WS-DATE-OK-SW               PIC X(01)   VALUE 'N'.
000630     88  WS-DATE-OK                  VALUE 'Y'.
000640 01  WS-LEAP-REM                 PIC 9(04)   VALUE ZERO.
000650 01  WS-LEAP-QUOT                PIC 9(04)   VALUE ZERO.
000660 01  WS-MONTH-MAX-DD             PIC 9(02)   VALUE ZERO.
000670 01  WS-DOW-QUOT                 PIC 9(09)   VALUE ZERO.
000680 01  WS-DOW-REM                  PIC 9(01)   VALUE ZERO.
000690
000700******************************************************************
000710*    JULIAN DAY-NUMBER WORK AREAS. 8000 TURNS YYYYMMDD INTO A DAY
000720*    NUMBER (MIRRORS HELLO-WORLD AND HWSLAMON); 8100 TURNS A DAY
000730*    NUMBER BACK INTO YYYYMMDD.
000740******************************************************************
000750 01  WS-DN-DATE.
000760     05  WS-DN-YYYY              PIC 9(04).
000770     05  WS-DN-MM                PIC 9(02).
000780     05  WS-DN-DD                PIC 9(02).
000790 01  WS-DN-A                     PIC 9(04)   VALUE ZERO.
000800 01  WS-DN-Y                     PIC 9(05)   VALUE ZERO.
000810 01  WS-DN-M                     PIC 9(04)   VALUE ZERO.
000820 01  WS-DN-T1                    PIC 9(09)   VALUE ZERO.
000830 01  WS-DN-T2                    PIC 9(09)   VALUE ZERO.
000840 01  WS-DN-T3                    PIC 9(09)   VALUE ZERO.
000850 01  WS-DN-T4                    PIC 9(09)   VALUE ZERO.
000860 01  WS-DN-NUM                   PIC 9(09)   VALUE ZERO.
000870 01  WS-ND-A                     PIC 9(09)   VALUE ZERO.
000880 01  WS-ND-B                     PIC 9(09)   VALUE ZERO.
000890 01  WS-ND-C                     PIC 9(09)   VALUE ZERO.
000900 01  WS-ND-D                     PIC 9(09)   VALUE ZERO.
000910 01  WS-ND-E                     PIC 9(09)   VALUE ZERO.
000920 01  WS-ND-M                     PIC 9(09)   VALUE ZERO.
000930 01  WS-ND-T                     PIC 9(09)   VALUE ZERO.
000940
000950 LINKAGE SECTION.
000960 COPY HWCLD.
000970
000980******************************************************************
000990 PROCEDURE DIVISION USING CALDAY-PARM.
001000******************************************************************
001010
001020 0000-MAINLINE.
001030     IF CALDAY-END
001040         IF WS-CAL-OPEN
001050             CLOSE CAL-FILE
001060         END-IF
001070         SET WS-CAL-UNOPENED TO TRUE
001080         GOBACK
001090     END-IF.
001100     IF WS-CAL-UNOPENED
001110         PERFORM 1000-OPEN-CALENDAR THRU 1000-EXIT
001120     END-IF.
001130     IF WS-CAL-MISSING
001140         SET CALDAY-CAL-MISSING TO TRUE
001150     ELSE
001160         MOVE 'Y' TO CALDAY-CAL-SW
001170     END-IF.
001180     MOVE SPACES TO CALDAY-RESULT-DATE.
001190     MOVE SPACE TO CALDAY-DAY-TYPE.
001200     MOVE ZERO TO CALDAY-DAY-OF-WEEK.
001210     MOVE SPACES TO CALDAY-DESC.
001220     SET CALDAY-BAD-DATE TO TRUE.
001230     MOVE CALDAY-DATE TO WS-WORK-DATE.
001240     PERFORM 2500-VALIDATE-DATE THRU 2500-EXIT.
001250     IF NOT WS-DATE-OK
001260         GOBACK
001270     END-IF.
001280     SET CALDAY-OK TO TRUE.
001290     IF CALDAY-PRIOR-DAY
001300         PERFORM 2000-FIND-PRIOR-DAY THRU 2000-EXIT
001310     ELSE
001320         PERFORM 3000-CLASSIFY-DATE THRU 3000-EXIT
001330     END-IF.
001340     GOBACK.
001350
001360******************************************************************
001370*    1000-OPEN-CALENDAR  --  OPEN HWCALFIL FOR THE LIFE OF THE
001380*                            RUN. NO FILE (OR ONE THAT WILL NOT
001390*                            OPEN) LEAVES THE WEEKDAY RULE IN
001400*                            CHARGE.
001410******************************************************************
001420 1000-OPEN-CALENDAR.
001430     OPEN INPUT CAL-FILE.
001440     IF WS-CAL-FILE-STATUS = '00'
001450         SET WS-CAL-OPEN TO TRUE
001460     ELSE
001470         IF WS-CAL-FILE-STATUS NOT = '35'
001480             DISPLAY 'HWCALDAY: CAL-FILE OPEN FAILED, STATUS='
001490                 WS-CAL-FILE-STATUS UPON SYSERR
001500         END-IF
001510         SET WS-CAL-MISSING TO TRUE
001520     END-IF.
001530 1000-EXIT.
001540     EXIT.
001550
001560******************************************************************
001570*    2000-FIND-PRIOR-DAY  --  STEP BACK ONE CALENDAR DAY AT A
001580*                             TIME UNTIL A PROCESSING DAY TURNS
001590*                             UP. A YEAR OF NON-PROCESSING DAYS
001600*                             MEANS A BROKEN CALENDAR, REPORTED
001610*                             AS A BAD DATE RATHER THAN LOOPED
001620*                             ON.
001630******************************************************************
001640 2000-FIND-PRIOR-DAY.
001650     MOVE WS-WORK-DATE TO WS-DN-DATE.
001660     PERFORM 8000-DATE-TO-DAYNUM THRU 8000-EXIT.
001670     MOVE ZERO TO WS-STEP-CNT.
001680     MOVE SPACE TO CALDAY-DAY-TYPE.
001690     PERFORM 2100-STEP-BACK THRU 2100-EXIT
001700         UNTIL CALDAY-BUSINESS-DAY
001710             OR WS-STEP-CNT >= WS-STEP-LIMIT.
001720     IF NOT CALDAY-BUSINESS-DAY
001730         DISPLAY 'HWCALDAY: NO PROCESSING DAY IN THE YEAR BEFORE '
001740             CALDAY-DATE UPON SYSERR
001750         MOVE SPACES TO CALDAY-RESULT-DATE
001760         SET CALDAY-BAD-DATE TO TRUE
001770     END-IF.
001780 2000-EXIT.
001790     EXIT.
001800
001810 2100-STEP-BACK.
001820     ADD 1 TO WS-STEP-CNT.
001830     SUBTRACT 1 FROM WS-DN-NUM.
001840     PERFORM 8100-DAYNUM-TO-DATE THRU 8100-EXIT.
001850     MOVE WS-DN-DATE TO WS-WORK-DATE.
001860     PERFORM 3000-CLASSIFY-DATE THRU 3000-EXIT.
001870 2100-EXIT.
001880     EXIT.
001890
001900******************************************************************
001910*    2500-VALIDATE-DATE  --  THE DATE MUST BE NUMERIC AND A REAL
001920*                            CALENDAR DATE, FEBRUARY 29 ONLY IN A
001930*                            LEAP YEAR. MIRRORS HWEDIT.
001940******************************************************************
001950 2500-VALIDATE-DATE.
001960     MOVE 'N' TO WS-DATE-OK-SW.
001970     IF WS-WORK-DATE NOT NUMERIC
001980         GO TO 2500-EXIT
001990     END-IF.
002000     IF WS-WORK-MM < 01 OR WS-WORK-MM > 12
002010         GO TO 2500-EXIT
002020     END-IF.
002030     EVALUATE WS-WORK-MM
002040         WHEN 01
002050         WHEN 03
002060         WHEN 05
002070         WHEN 07
002080         WHEN 08
002090         WHEN 10
002100         WHEN 12
002110             MOVE 31 TO WS-MONTH-MAX-DD
002120         WHEN 04
002130         WHEN 06
002140         WHEN 09
002150         WHEN 11
002160             MOVE 30 TO WS-MONTH-MAX-DD
002170         WHEN 02
002180             MOVE 28 TO WS-MONTH-MAX-DD
002190             PERFORM 2520-CHECK-LEAP-YEAR THRU 2520-EXIT
002200     END-EVALUATE.
002210     IF WS-WORK-DD < 01
002220         OR WS-WORK-DD > WS-MONTH-MAX-DD
002230         GO TO 2500-EXIT
002240     END-IF.
002250     SET WS-DATE-OK TO TRUE.
002260 2500-EXIT.
002270     EXIT.
002280
002290 2520-CHECK-LEAP-YEAR.
002300     DIVIDE WS-WORK-YYYY BY 4
002310         GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM.
002320     IF WS-LEAP-REM NOT = ZERO
002330         GO TO 2520-EXIT
002340     END-IF.
002350     DIVIDE WS-WORK-YYYY BY 100
002360         GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM.
002370     IF WS-LEAP-REM NOT = ZERO
002380         MOVE 29 TO WS-MONTH-MAX-DD
002390         GO TO 2520-EXIT
002400     END-IF.
002410     DIVIDE WS-WORK-YYYY BY 400
002420         GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM.
002430     IF WS-LEAP-REM = ZERO
002440         MOVE 29 TO WS-MONTH-MAX-DD
002450     END-IF.
002460 2520-EXIT.
002470     EXIT.
002480
002490******************************************************************
002500*    3000-CLASSIFY-DATE  --  THE DATE IN WS-WORK-DATE IS A
002510*                            PROCESSING DAY OR NOT. A CALENDAR
002520*                            RECORD DECIDES; WITHOUT ONE, MONDAY
002530*                            THROUGH FRIDAY ARE PROCESSING DAYS.
002540******************************************************************
002550 3000-CLASSIFY-DATE.
002560     MOVE WS-WORK-DATE TO CALDAY-RESULT-DATE.
002570     MOVE SPACES TO CALDAY-DESC.
002580     MOVE WS-WORK-DATE TO WS-DN-DATE.
002590     PERFORM 8000-DATE-TO-DAYNUM THRU 8000-EXIT.
002600     DIVIDE WS-DN-NUM BY 7
002610         GIVING WS-DOW-QUOT REMAINDER WS-DOW-REM.
002620     COMPUTE CALDAY-DAY-OF-WEEK = WS-DOW-REM + 1.
002630     IF CALDAY-DAY-OF-WEEK > 5
002640         SET CALDAY-WEEKEND TO TRUE
002650         MOVE 'WEEKEND' TO CALDAY-DESC
002660     ELSE
002670         SET CALDAY-BUSINESS-DAY TO TRUE
002680     END-IF.
002690     IF NOT WS-CAL-OPEN
002700         GO TO 3000-EXIT
002710     END-IF.
002720     MOVE WS-WORK-DATE TO CAL-DATE.
002730     READ CAL-FILE.
002740     EVALUATE WS-CAL-FILE-STATUS
002750         WHEN '00'
002760             IF CAL-HOLIDAY
002770                 SET CALDAY-HOLIDAY TO TRUE
002780             ELSE
002790                 SET CALDAY-BUSINESS-DAY TO TRUE
002800             END-IF
002810             MOVE CAL-DESC TO CALDAY-DESC
002820         WHEN '23'
002830             CONTINUE
002840         WHEN OTHER
002850             DISPLAY 'HWCALDAY: CAL-FILE READ FAILED, STATUS='
002860                 WS-CAL-FILE-STATUS UPON SYSERR
002870     END-EVALUATE.
002880 3000-EXIT.
002890     EXIT.
002900
002910******************************************************************
002920*    8000-DATE-TO-DAYNUM  --  YYYYMMDD IN WS-DN-DATE TO A JULIAN
002930*                             DAY NUMBER IN WS-DN-NUM, STEPWISE
002940*                             SO EACH DIVISION TRUNCATES ON ITS
002950*                             OWN STORE. MIRRORS HELLO-WORLD.
002960******************************************************************
002970 8000-DATE-TO-DAYNUM.
002980     COMPUTE WS-DN-A = (14 - WS-DN-MM) / 12.
002990     COMPUTE WS-DN-Y = WS-DN-YYYY + 4800 - WS-DN-A.
003000     COMPUTE WS-DN-M = WS-DN-MM + 12 * WS-DN-A - 3.
003010     COMPUTE WS-DN-T1 = (153 * WS-DN-M + 2) / 5.
003020     COMPUTE WS-DN-T2 = WS-DN-Y / 4.
003030     COMPUTE WS-DN-T3 = WS-DN-Y / 100.
003040     COMPUTE WS-DN-T4 = WS-DN-Y / 400.
003050     COMPUTE WS-DN-NUM = WS-DN-DD + WS-DN-T1
003060         + 365 * WS-DN-Y + WS-DN-T2 - WS-DN-T3 + WS-DN-T4
003070         - 32045.
003080 8000-EXIT.
003090     EXIT.
003100
003110******************************************************************
003120*    8100-DAYNUM-TO-DATE  --  THE JULIAN DAY NUMBER IN WS-DN-NUM
003130*                             BACK TO YYYYMMDD IN WS-DN-DATE, THE
003140*                             INVERSE OF 8000, STEPWISE THE SAME
003150*                             WAY.
003160******************************************************************
003170 8100-DAYNUM-TO-DATE.
003180     COMPUTE WS-ND-A = WS-DN-NUM + 32044.
003190     COMPUTE WS-ND-B = (4 * WS-ND-A + 3) / 146097.
003200     COMPUTE WS-ND-T = (146097 * WS-ND-B) / 4.
003210     COMPUTE WS-ND-C = WS-ND-A - WS-ND-T.
003220     COMPUTE WS-ND-D = (4 * WS-ND-C + 3) / 1461.
003230     COMPUTE WS-ND-T = (1461 * WS-ND-D) / 4.
003240     COMPUTE WS-ND-E = WS-ND-C - WS-ND-T.
003250     COMPUTE WS-ND-M = (5 * WS-ND-E + 2) / 153.
003260     COMPUTE WS-ND-T = (153 * WS-ND-M + 2) / 5.
003270     COMPUTE WS-DN-DD = WS-ND-E - WS-ND-T + 1.
003280     COMPUTE WS-ND-T = WS-ND-M / 10.
003290     COMPUTE WS-DN-MM = WS-ND-M + 3 - 12 * WS-ND-T.
003300     COMPUTE WS-DN-YYYY =
003310         100 * WS-ND-B + WS-ND-D - 4800 + WS-ND-T.
003320 8100-EXIT.
003330     EXIT.
