000100******************************************************************
000200*    COPYBOOK:    HWRUL.CPY
000300*    PURPOSE:     RECORD LAYOUT FOR THE KEYED MONITORING RULES
000400*                 FILE (HWRULFIL), KEYED BY TRANSACTION TYPE AND
000500*                 ACCOUNT. MAINTAINED BY HWRULMNT FROM OPERATIONS
000600*                 CARDS AND READ BY THE HWSUMMAR MONITORING PASS.
000700*                 A RECORD WITH A BLANK ACCOUNT IS THE RULE FOR
000800*                 THE WHOLE TRANSACTION TYPE; A RECORD WITH AN
000900*                 ACCOUNT OVERRIDES IT FOR THAT ONE ACCOUNT.
001000*
001100*                 RUL-ITEM-LIMIT  - A SINGLE TRANSACTION OVER
001200*                                   THIS AMOUNT IS LARGE
001300*                 RUL-VEL-COUNT   - MORE THAN THIS MANY OF THE
001400*                                   TYPE ON ONE ACCOUNT IN ONE
001500*                                   DAY IS VELOCITY
001600*                 RUL-VEL-AMOUNT  - MORE THAN THIS MUCH OF THE
001700*                                   TYPE ON ONE ACCOUNT IN ONE
001800*                                   DAY IS VELOCITY
001900*                 AMOUNTS ARE TESTED WITHOUT SIGN. A ZERO LIMIT
002000*                 IS NOT CHECKED.
002100*
002200*    MODIFICATION HISTORY
002300*    ------------------------------------------------------------
002400*    DATE       INIT  DESCRIPTION
002500*    10/15/26   RLM   INITIAL VERSION.
002600******************************************************************
002700 01  RUL-RECORD.
002800     05  RUL-KEY.
002900         10  RUL-TRAN-TYPE       PIC X(02).
003000         10  RUL-ACCOUNT-NO      PIC X(10).
003100     05  RUL-ITEM-LIMIT          PIC 9(09)V99.
003200     05  RUL-VEL-COUNT           PIC 9(05).
003300     05  RUL-VEL-AMOUNT          PIC 9(11)V99.
003400     05  RUL-LAST-MAINT-DATE     PIC X(08).
003500     05  RUL-LAST-MAINT-TIME     PIC X(08).
003600     05  FILLER                  PIC X(23).
