000100******************************************************************
000200*    COPYBOOK:    HWCAL.CPY
000300*    PURPOSE:     RECORD LAYOUT FOR THE KEYED BUSINESS-DAY
000400*                 CALENDAR FILE (HWCALFIL), KEYED BY DATE.
000500*                 MAINTAINED BY HWCALMNT FROM OPERATIONS CARDS
000600*                 AND READ THROUGH THE HWCALDAY SUBPROGRAM. ONLY
000700*                 THE EXCEPTIONS ARE KEPT - MONDAY THROUGH FRIDAY
000800*                 IS A PROCESSING DAY AND SATURDAY AND SUNDAY ARE
000900*                 NOT, UNLESS A RECORD SAYS OTHERWISE. A HOLIDAY
001000*                 RECORD (H) TAKES A WEEKDAY OUT OF PROCESSING; A
001100*                 BUSINESS-DAY RECORD (B) PUTS A WEEKEND DATE IN.
001200*
001300*    MODIFICATION HISTORY
001400*    ------------------------------------------------------------
001500*    DATE       INIT  DESCRIPTION
001600*    10/15/26   RLM   INITIAL VERSION.
001700******************************************************************
001800 01  CAL-RECORD.
001900     05  CAL-DATE                PIC X(08).
002000     05  CAL-DAY-TYPE            PIC X(01).
002100         88  CAL-HOLIDAY             VALUE 'H'.
002200         88  CAL-BUSINESS-DAY        VALUE 'B'.
002300     05  CAL-DESC                PIC X(30).
002400     05  CAL-LAST-MAINT-DATE     PIC X(08).
002500     05  CAL-LAST-MAINT-TIME     PIC X(08).
002600     05  FILLER                  PIC X(05).
