000800*    ------------------------------------------------------------
000900*    DATE       INIT  DESCRIPTION
001000*    08/08/26   RLM   INITIAL VERSION.
001010*    10/15/26   RLM   CARVED TRAN-SOURCE-ID OUT OF THE SPARE
001020*                     BYTES. HWEDIT STAMPS THE ID OF THE FEED
001030*                     EACH RECORD ARRIVED ON (CARD, TELLER, ...)
001040*                     SO EVERY DOWNSTREAM TOTAL CAN BE SPLIT BY
001050*                     SOURCE. BLANK ON RECORDS OUTSIDE TRANFILE.
001100******************************************************************
001200 01  TRAN-RECORD.
001300     05  TRAN-ACCOUNT-NO         PIC X(10).
001400     05  TRAN-DATE               PIC X(08).
001500     05  TRAN-TYPE               PIC X(02).
001600     05  TRAN-AMOUNT             PIC S9(09)V99.
001700     05  TRAN-SOURCE-ID          PIC X(08).
001800     05  FILLER                  PIC X(21).
