000700*                 UNKNOWN, CLOSED, OR FROZEN ACCOUNTS SURFACE
000800*                 THE SAME MORNING INSTEAD OF WEEKS LATER AS
000900*                 CHARGEBACKS.
000910*
000920*                 AN OPEN ACCOUNT WITH NO ACTIVITY PAST THE
000930*                 DORMANCY PERIOD IS MOVED TO DORMANT BY
000940*                 HWDORMNT, WHICH STAMPS ACT-DORMANT-DATE. ONLY AN
000950*                 APPROVED HWACTMNT REACTIVATION CARD REOPENS IT.
001000*
001100*    MODIFICATION HISTORY
001200*    ------------------------------------------------------------
001300*    DATE       INIT  DESCRIPTION
001400*    08/15/26   RLM   INITIAL VERSION.
001410*    10/15/26   RLM   ADDED THE DORMANT STATUS AND THE DATE THE
001420*                     ACCOUNT WAS MADE DORMANT.
001500******************************************************************
001600 01  ACT-RECORD.
001700     05  ACT-ACCOUNT-NO          PIC X(10).
002000         88  ACT-OPEN                VALUE 'O'.
002100         88  ACT-CLOSED              VALUE 'C'.
002200         88  ACT-FROZEN              VALUE 'F'.
002210         88  ACT-DORMANT             VALUE 'D'.
002300     05  ACT-OPEN-DATE           PIC X(08).
002400     05  ACT-LAST-MAINT-DATE     PIC X(08).
002500     05  ACT-LAST-MAINT-TIME     PIC X(08).
002510     05  ACT-DORMANT-DATE        PIC X(08).
002600     05  FILLER                  PIC X(07).
