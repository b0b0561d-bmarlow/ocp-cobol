000700*                 VALIDATES TRAN-TYPE AGAINST IT AND THE
000800*                 SUMMARY/PAGE PROGRAMS RENDER THE DESCRIPTION,
000900*                 SO A NEW TRANSACTION TYPE NO LONGER NEEDS A
001000*                 PROGRAM CHANGE. TYP-GL-ACCOUNT IS THE
001010*                 GENERAL-LEDGER ACCOUNT HWGLEXT BOOKS THE
001020*                 TYPE'S DAILY NET TO; BLANK SENDS IT TO THE
001030*                 GL SUSPENSE ACCOUNT.
001100*
001200*    MODIFICATION HISTORY
001300*    ------------------------------------------------------------
001400*    DATE       INIT  DESCRIPTION
001500*    09/02/26   RLM   INITIAL VERSION.
001510*    10/15/26   RLM   ADDED TYP-GL-ACCOUNT FROM FILLER FOR THE
001520*                     GL INTERFACE EXTRACT.
001600******************************************************************
001700 01  TYP-RECORD.
001800     05  TYP-CODE                PIC X(02).
002200         88  TYP-CREDIT              VALUE 'C'.
002300     05  TYP-LAST-MAINT-DATE     PIC X(08).
002400     05  TYP-LAST-MAINT-TIME     PIC X(08).
002410     05  TYP-GL-ACCOUNT          PIC X(10).
002500     05  FILLER                  PIC X(01).
