000100******************************************************************
000200*    COPYBOOK:    HWBIM.CPY
000300*    PURPOSE:     RECORD LAYOUT FOR THE KEYED POSTING BEFORE-IMAGE
000400*                 FILE (HWBIMFIL), KEYED BY BUSINESS DATE AND
000500*                 ACCOUNT. HWPOST WRITES ONE RECORD FOR EVERY
000600*                 HWBALFIL RECORD IT IS ABOUT TO CHANGE, HOLDING
000700*                 THE BALANCE RECORD AS IT STOOD BEFORE THE DAY WAS
000800*                 APPLIED (OR SAYING THERE WAS NONE) AND THE NET
000900*                 THE DAY POSTED TO IT. HWBKOUT PUTS THOSE IMAGES
001000*                 BACK TO REVERSE ONE BUSINESS DATE'S POSTING AND
001100*                 DELETES EACH IMAGE ONCE IT IS RESTORED.
001200*
001300*    MODIFICATION HISTORY
001400*    ------------------------------------------------------------
001500*    DATE       INIT  DESCRIPTION
001600*    10/15/26   RLM   INITIAL VERSION.
001700******************************************************************
001800 01  BIM-RECORD.
001900     05  BIM-KEY.
002000         10  BIM-BUSINESS-DATE   PIC X(08).
002100         10  BIM-ACCOUNT-NO      PIC X(10).
002200     05  BIM-BAL-STATE           PIC X(01).
002300         88  BIM-BAL-EXISTED         VALUE 'E'.
002400         88  BIM-BAL-CREATED         VALUE 'N'.
002500     05  BIM-TRAN-CNT            PIC 9(07).
002600     05  BIM-POSTED-NET          PIC S9(11)V99.
002700     05  BIM-POST-DATE           PIC X(08).
002800     05  BIM-POST-TIME           PIC X(08).
002900     05  BIM-BEFORE-IMAGE        PIC X(89).
003000     05  FILLER                  PIC X(10).
