000100******************************************************************
000200*    COPYBOOK:    HWMHS.CPY
000300*    PURPOSE:     RECORD LAYOUT FOR THE MASTER FILE MAINTENANCE
000400*                 HISTORY (HWMHSFIL). HWACTMNT AND HWTYPMNT APPEND
000500*                 ONE RECORD FOR EVERY CHANGE THEY APPLY, WITH
000600*                 THE WHOLE MASTER RECORD BEFORE AND AFTER, THE
000700*                 OPERATOR WHO KEYED IT, AND - FOR A CHANGE THAT
000800*                 WENT THROUGH HWPNDFIL - THE OPERATOR WHO
000900*                 APPROVED IT. HWMHSRPT PRINTS IT BY DATE,
001000*                 OPERATOR, AND KEY FOR AUDIT.
001100*
001200*                 AN ADD HAS A BLANK BEFORE-IMAGE; A DELETE HAS A
001300*                 BLANK AFTER-IMAGE.
001310*
001320*                 HWDORMNT ALSO APPENDS A RECORD, ACTION D AND
001330*                 MAKER HWDORMNT, FOR EACH ACCOUNT IT MOVES TO
001340*                 DORMANT. NO CHECKER APPROVES THOSE.
001400*
001500*    MODIFICATION HISTORY
001600*    ------------------------------------------------------------
001700*    DATE       INIT  DESCRIPTION
001800*    10/15/26   RLM   INITIAL VERSION.
001810*    10/15/26   RLM   NOTED THE HWDORMNT DORMANCY RECORDS.
001900******************************************************************
002000 01  MHS-RECORD.
002100     05  MHS-CHANGE-DATE         PIC X(08).
002200     05  MHS-CHANGE-TIME         PIC X(08).
002300     05  MHS-FILE-ID             PIC X(01).
002400         88  MHS-ACCOUNT             VALUE 'A'.
002500         88  MHS-TYPE                VALUE 'T'.
002600     05  MHS-REC-KEY             PIC X(10).
002700     05  MHS-ACTION              PIC X(01).
002800     05  MHS-MAKER-ID            PIC X(08).
002900     05  MHS-CHECKER-ID          PIC X(08).
003000     05  MHS-BEFORE-IMAGE        PIC X(80).
003100     05  MHS-AFTER-IMAGE         PIC X(80).
003200     05  FILLER                  PIC X(06).
