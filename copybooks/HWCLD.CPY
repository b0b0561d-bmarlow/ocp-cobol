000100******************************************************************
000200*    COPYBOOK:    HWCLD.CPY
000300*    PURPOSE:     PARAMETER AREA FOR THE HWCALDAY BUSINESS-DAY
000400*                 CALENDAR SUBPROGRAM. THE CALLER SETS THE
000500*                 FUNCTION AND CALDAY-DATE AND CALLS 'HWCALDAY':
000600*                   C - CHECK CALDAY-DATE ITSELF
000700*                   P - FIND THE PROCESSING DAY BEFORE CALDAY-DATE
000800*                   E - END OF RUN, RELEASE THE CALENDAR FILE
000900*                 THE RESULT DATE (CALDAY-DATE ITSELF FOR C) AND
001000*                 ITS DAY TYPE, DAY OF THE WEEK (1 = MONDAY), AND
001100*                 HOLIDAY DESCRIPTION COME BACK IN THE AREA.
001200*                 CALDAY-BAD-DATE MEANS CALDAY-DATE WAS NOT A
001300*                 REAL CALENDAR DATE. CALDAY-CAL-MISSING MEANS
001400*                 HWCALFIL WAS NOT AVAILABLE AND THE ANSWER WAS
001500*                 WORKED FROM THE DAY OF THE WEEK ALONE.
001600*
001700*    MODIFICATION HISTORY
001800*    ------------------------------------------------------------
001900*    DATE       INIT  DESCRIPTION
002000*    10/15/26   RLM   INITIAL VERSION.
002100******************************************************************
002200 01  CALDAY-PARM.
002300     05  CALDAY-FUNCTION         PIC X(01).
002400         88  CALDAY-CHECK-DATE       VALUE 'C'.
002500         88  CALDAY-PRIOR-DAY        VALUE 'P'.
002600         88  CALDAY-END              VALUE 'E'.
002700     05  CALDAY-DATE             PIC X(08).
002800     05  CALDAY-RESULT-DATE      PIC X(08).
002900     05  CALDAY-DAY-TYPE         PIC X(01).
003000         88  CALDAY-BUSINESS-DAY     VALUE 'B'.
003100         88  CALDAY-HOLIDAY          VALUE 'H'.
003200         88  CALDAY-WEEKEND          VALUE 'W'.
003300     05  CALDAY-DAY-OF-WEEK      PIC 9(01).
003400     05  CALDAY-DESC             PIC X(30).
003500     05  CALDAY-RESULT           PIC X(01).
003600         88  CALDAY-OK               VALUE 'Y'.
003700         88  CALDAY-BAD-DATE         VALUE 'N'.
003800     05  CALDAY-CAL-SW           PIC X(01).
003900         88  CALDAY-CAL-MISSING      VALUE 'N'.
