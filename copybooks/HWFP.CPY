000100******************************************************************
000200*    COPYBOOK:    HWFP.CPY
000300*    PURPOSE:     RECORD LAYOUT FOR THE KEYED FEED FINGERPRINT
000400*                 FILE (HWFPFIL), ONE RECORD PER BUSINESS DATE
000410*                 AND SOURCE FEED.
000500*                 HWEDIT STAMPS THE RAW EXTRACT'S RECORD COUNT,
000600*                 HASH AMOUNT, AND FIRST/LAST RECORD IMAGES
000700*                 AFTER EVERY SUCCESSFUL EDIT, AND CHECKS THE
001300*    ------------------------------------------------------------
001400*    DATE       INIT  DESCRIPTION
001500*    09/02/26   RLM   INITIAL VERSION.
001510*    10/15/26   RLM   KEY WIDENED TO BUSINESS DATE PLUS SOURCE
001520*                     ID (FP-KEY) SO EACH FEED ON A MULTI-SOURCE
001530*                     DAY CARRIES ITS OWN PRINT. THE RECORD
001540*                     LENGTH IS UNCHANGED (THE OLD TRAILING
001550*                     FILLER IS GONE) BUT THE KEY IS NOW 16
001560*                     BYTES AND EVERY FIELD AFTER IT MOVED, SO
001570*                     AN EXISTING HWFPFIL MUST BE DELETED AND
001580*                     REDEFINED WITH THE NEW KEY (OR CONVERTED)
001590*                     BEFORE HWEDIT FIRST RUNS AT THIS LEVEL.
001595*                     AN EMPTY FILE ONLY COSTS THE DUPLICATE-FEED
001597*                     CHECK ITS PRINTS FOR DAYS ALREADY EDITED.
001600******************************************************************
001700 01  FP-RECORD.
001800     05  FP-KEY.
001810         10  FP-BUSINESS-DATE    PIC X(08).
001820         10  FP-SOURCE-ID        PIC X(08).
001900     05  FP-RECORD-COUNT         PIC 9(07).
002000     05  FP-HASH-AMOUNT          PIC S9(11)V99.
002100     05  FP-FIRST-IMAGE          PIC X(60).
002200     05  FP-LAST-IMAGE           PIC X(60).
002300     05  FP-STAMP-DATE           PIC X(08).
002400     05  FP-STAMP-TIME           PIC X(08).
