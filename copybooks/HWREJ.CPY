000800*
000900*                 REASON CODES:
001000*                   ACCT - TRAN-ACCOUNT-NO NOT POPULATED
001100*                   DATE - TRAN-DATE NOT A REAL DATE OR
001200*                          OUTSIDE THE BUSINESS DAY / ROLL-
001210*                          FORWARD WINDOW (AFTER THE PRIOR
001220*                          PROCESSING DAY, UP TO THE BUSINESS
001230*                          DAY)
001300*                   TYPE - TRAN-TYPE NOT ON THE APPROVED LIST
001400*                   AMT  - TRAN-AMOUNT NOT NUMERIC
001500*                   LEN  - SHORT OR LONG RECORD ON THE EXTRACT
001800*    ------------------------------------------------------------
001900*    DATE       INIT  DESCRIPTION
002000*    08/12/26   RLM   INITIAL VERSION.
002010*    10/15/26   RLM   ADDED THE REJ-TRAN-VIEW REDEFINITION SO
002020*                     THE SOURCE FEED ID STAMPED BY HWEDIT CAN
002030*                     BE READ BACK OFF A REJECTED RECORD.
002040*    10/15/26   RLM   DATE REASON COVERS THE ROLL-FORWARD WINDOW
002050*                     FOR NON-PROCESSING DAYS.
002100******************************************************************
002200 01  REJ-RECORD.
002300     05  REJ-REASON-CODE         PIC X(04).
002400     05  FILLER                  PIC X(01)  VALUE SPACE.
002500     05  REJ-TRAN-DATA           PIC X(60).
002600     05  REJ-TRAN-VIEW           REDEFINES REJ-TRAN-DATA.
002700         10  FILLER              PIC X(31).
002800         10  REJ-SOURCE-ID       PIC X(08).
002900         10  FILLER              PIC X(21).
