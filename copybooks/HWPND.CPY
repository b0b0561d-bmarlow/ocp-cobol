000100******************************************************************
000200*    COPYBOOK:    HWPND.CPY
000300*    PURPOSE:     RECORD LAYOUT FOR THE KEYED PENDING-CHANGE FILE
000400*                 (HWPNDFIL), KEYED BY MASTER FILE AND RECORD KEY.
000500*                 HWACTMNT AND HWTYPMNT PARK AN ACCOUNT STATUS
000600*                 CHANGE, OR A TYPE DEBIT/CREDIT FLAG CHANGE OR
000650*                 DELETE, HERE INSTEAD OF APPLYING IT. THE CHANGE
000700*                 IS APPLIED ONLY WHEN AN APPROVAL CARD FROM AN
000800*                 OPERATOR OTHER THAN PND-MAKER-ID ARRIVES. ONE
000900*                 CHANGE MAY BE PENDING PER RECORD AT A TIME.
001100*
001200*                 PND-FILE-ID:
001300*                   A - ACCOUNT MASTER (HWACTFIL), FIELD STATUS
001400*                   T - TRANSACTION TYPES (HWTYPFIL), FIELD DCFLAG
001410*                       OR DELETE (RETIRE THE TYPE; NEW VALUE
001420*                       BLANK, OLD VALUE THE FLAG IT HAD)
001500*
001600*    MODIFICATION HISTORY
001700*    ------------------------------------------------------------
001800*    DATE       INIT  DESCRIPTION
001900*    10/15/26   RLM   INITIAL VERSION.
001910*    10/15/26   RLM   TYPE DELETES ARE PARKED FOR APPROVAL TOO.
002000******************************************************************
002100 01  PND-RECORD.
002200     05  PND-KEY.
002300         10  PND-FILE-ID         PIC X(01).
002400             88  PND-ACCOUNT         VALUE 'A'.
002500             88  PND-TYPE            VALUE 'T'.
002600         10  PND-REC-KEY         PIC X(10).
002700     05  PND-FIELD               PIC X(08).
002800     05  PND-OLD-VALUE           PIC X(01).
002900     05  PND-NEW-VALUE           PIC X(01).
003000     05  PND-ACTION              PIC X(01).
003100     05  PND-MAKER-ID            PIC X(08).
003200     05  PND-MAKER-DATE          PIC X(08).
003300     05  PND-MAKER-TIME          PIC X(08).
003400     05  FILLER                  PIC X(14).
