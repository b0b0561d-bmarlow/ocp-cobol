000100******************************************************************
000200*    COPYBOOK:    HWATH.CPY
000300*    PURPOSE:     RECORD LAYOUT FOR THE KEYED PER-ACCOUNT
000400*                 TRANSACTION HISTORY FILE (HWATHFIL), KEYED BY
000500*                 ACCOUNT, BUSINESS DATE, AND A SEQUENCE NUMBER
000600*                 WITHIN THE ACCOUNT'S DAY. HWPOST WRITES ONE
000700*                 RECORD FOR EVERY ITEM IT POSTS, WITH THE TYPE
000800*                 DESCRIPTION FROM HWTYPFIL AND THE RUNNING
000900*                 BALANCE AFTER THE ITEM, SO LAST MONTH'S ACTIVITY
001000*                 NO LONGER MEANS DIGGING THROUGH OLD TRANFILE
001100*                 GENERATIONS. HWSTMT PRINTS THE MONTH-END
001200*                 STATEMENTS FROM IT; HWBKOUT REMOVES A BACKED-OUT
001300*                 DATE'S ITEMS.
001400*
001500*    MODIFICATION HISTORY
001600*    ------------------------------------------------------------
001700*    DATE       INIT  DESCRIPTION
001800*    10/15/26   RLM   INITIAL VERSION.
001900******************************************************************
002000 01  ATH-RECORD.
002100     05  ATH-KEY.
002200         10  ATH-ACCOUNT-NO      PIC X(10).
002300         10  ATH-BUSINESS-DATE   PIC X(08).
002400         10  ATH-SEQ-NO          PIC 9(05).
002500     05  ATH-TRAN-DATE           PIC X(08).
002600     05  ATH-TRAN-TYPE           PIC X(02).
002700     05  ATH-TYPE-DESC           PIC X(30).
002800     05  ATH-AMOUNT              PIC S9(09)V99.
002900     05  ATH-RUNNING-BAL         PIC S9(11)V99.
003000     05  ATH-POST-DATE           PIC X(08).
003100     05  ATH-POST-TIME           PIC X(08).
003200     05  FILLER                  PIC X(10).
