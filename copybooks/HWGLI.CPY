000100******************************************************************
000200*    COPYBOOK:    HWGLI.CPY
000300*    PURPOSE:     RECORD LAYOUT FOR THE GENERAL-LEDGER INTERFACE
000400*                 FILE (GLIFACE) WRITTEN BY HWGLEXT, ONE FILE PER
000500*                 CLOSED BUSINESS DATE. A HEADER RECORD, THEN ONE
000600*                 BALANCED JOURNAL ENTRY PER TRANSACTION TYPE
000700*                 (THE TYPE'S GL ACCOUNT AND THE CUSTOMER
000800*                 BALANCES CONTROL ACCOUNT, OPPOSITE SIDES, SAME
000900*                 AMOUNT), THEN A TRAILER WITH THE JOURNAL ENTRY
001000*                 AND LINE COUNTS AND THE DEBIT AND CREDIT HASH
001100*                 TOTALS THE GL LOAD CHECKS BEFORE IT POSTS.
001200*
001300*                 RECORD TYPES:
001400*                   H - HEADER  (SOURCE, RUN DATE AND TIME)
001500*                   D - DETAIL  (ONE JOURNAL LINE)
001600*                   T - TRAILER (COUNT AND HASH TOTALS)
001700*
001800*    MODIFICATION HISTORY
001900*    ------------------------------------------------------------
002000*    DATE       INIT  DESCRIPTION
002100*    10/15/26   RLM   INITIAL VERSION.
002200******************************************************************
002300 01  GLI-RECORD.
002400     05  GLI-REC-TYPE            PIC X(01).
002500         88  GLI-HEADER              VALUE 'H'.
002600         88  GLI-DETAIL              VALUE 'D'.
002700         88  GLI-TRAILER             VALUE 'T'.
002800     05  GLI-BUSINESS-DATE       PIC X(08).
002900     05  GLI-BODY                PIC X(71).
003000     05  GLI-HEADER-DATA REDEFINES GLI-BODY.
003100         10  GLI-HDR-SOURCE      PIC X(08).
003200         10  GLI-HDR-RUN-DATE    PIC X(08).
003300         10  GLI-HDR-RUN-TIME    PIC X(08).
003400         10  FILLER              PIC X(47).
003500     05  GLI-DETAIL-DATA REDEFINES GLI-BODY.
003600         10  GLI-ENTRY-NO        PIC 9(05).
003700         10  GLI-GL-ACCOUNT      PIC X(10).
003800         10  GLI-DC-FLAG         PIC X(01).
003900             88  GLI-DEBIT           VALUE 'D'.
004000             88  GLI-CREDIT          VALUE 'C'.
004100         10  GLI-AMOUNT          PIC 9(11)V99.
004200         10  GLI-TRAN-TYPE       PIC X(02).
004300         10  GLI-TRAN-COUNT      PIC 9(07).
004400         10  GLI-DESC            PIC X(30).
004500         10  FILLER              PIC X(03).
004600     05  GLI-TRAILER-DATA REDEFINES GLI-BODY.
004700         10  GLI-TRL-ENTRY-CNT   PIC 9(05).
004800         10  GLI-TRL-LINE-CNT    PIC 9(07).
004900         10  GLI-TRL-DEBIT-HASH  PIC 9(13)V99.
005000         10  GLI-TRL-CREDIT-HASH PIC 9(13)V99.
005100         10  FILLER              PIC X(29).
