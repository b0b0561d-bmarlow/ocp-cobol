000100******************************************************************
000200*    COPYBOOK:    HWPMK.CPY
000300*    PURPOSE:     RECORD LAYOUT FOR THE KEYED POSTED-DATE MARKER
000400*                 FILE (HWPMKFIL), ONE RECORD PER BUSINESS DATE.
000500*                 HWPOST CLAIMS THE DATE (POSTING) BEFORE IT
000600*                 TOUCHES ANYTHING AND MARKS IT POSTED WHEN IT ENDS
000700*                 CLEAN, AND WILL NOT POST A DATE WHOSE MARKER SAYS
000800*                 POSTING OR POSTED. ONLY A HWBKOUT BACKOUT OF THE
000900*                 DATE (BACKOUT) LETS IT BE POSTED AGAIN.
001000*
001100*    MODIFICATION HISTORY
001200*    ------------------------------------------------------------
001300*    DATE       INIT  DESCRIPTION
001400*    10/15/26   RLM   INITIAL VERSION.
001500******************************************************************
001600 01  PMK-RECORD.
001700     05  PMK-BUSINESS-DATE       PIC X(08).
001800     05  PMK-STATUS              PIC X(08).
001900         88  PMK-POSTING             VALUE 'POSTING'.
002000         88  PMK-POSTED              VALUE 'POSTED'.
002100         88  PMK-BACKED-OUT          VALUE 'BACKOUT'.
002200     05  PMK-POST-DATE           PIC X(08).
002300     05  PMK-POST-TIME           PIC X(08).
002400     05  PMK-ACCT-CNT            PIC 9(07).
002500     05  PMK-TRAN-CNT            PIC 9(07).
002600     05  PMK-POSTED-NET          PIC S9(11)V99.
002700     05  PMK-BACKOUT-DATE        PIC X(08).
002800     05  PMK-BACKOUT-TIME        PIC X(08).
002900     05  PMK-BACKOUT-CNT         PIC 9(07).
003000     05  FILLER                  PIC X(10).
