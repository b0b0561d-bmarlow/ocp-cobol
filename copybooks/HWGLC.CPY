000100******************************************************************
000200*    COPYBOOK:    HWGLC.CPY
000300*    PURPOSE:     RECORD LAYOUT FOR THE KEYED GL EXTRACT CONTROL
000400*                 FILE (HWGLCFIL), ONE RECORD PER BUSINESS DATE
000500*                 RELEASED TO THE GENERAL LEDGER. HWGLEXT WRITES
000600*                 IT ONLY AFTER THE INTERFACE FILE IS COMPLETE
000700*                 AND REFUSES ANY DATE ALREADY ON FILE, SO THE GL
000800*                 NEVER LOADS THE SAME DAY TWICE.
000900*
001000*    MODIFICATION HISTORY
001100*    ------------------------------------------------------------
001200*    DATE       INIT  DESCRIPTION
001300*    10/15/26   RLM   INITIAL VERSION.
001400******************************************************************
001500 01  GLC-RECORD.
001600     05  GLC-BUSINESS-DATE       PIC X(08).
001700     05  GLC-EXTRACT-DATE        PIC X(08).
001800     05  GLC-EXTRACT-TIME        PIC X(08).
001900     05  GLC-ENTRY-CNT           PIC 9(05).
002000     05  GLC-LINE-CNT            PIC 9(07).
002100     05  GLC-DEBIT-TOTAL         PIC 9(13)V99.
002200     05  GLC-CREDIT-TOTAL        PIC 9(13)V99.
002300     05  FILLER                  PIC X(04).
