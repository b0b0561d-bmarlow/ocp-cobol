001400*    ------------------------------------------------------------
001500*    DATE       INIT  DESCRIPTION
001600*    08/13/26   RLM   INITIAL VERSION.
001610*    10/15/26   RLM   ADDED CTL-SOURCE-ID AND CTL-FEED-STATUS.
001620*                     TRANCTL NOW CARRIES THE DAY TOTAL FIRST
001630*                     (SOURCE ID BLANK), FOLLOWED BY ONE RECORD
001640*                     PER SOURCE FEED, SO A FIRST-RECORD READER
001650*                     STILL SEES THE DAY TOTAL. THE UPSTREAM
001660*                     TRANCTLR LEAVES BOTH FIELDS BLANK.
001700******************************************************************
001800 01  CTL-RECORD.
001900     05  CTL-BUSINESS-DATE       PIC X(08).
002000     05  CTL-RECORD-COUNT        PIC 9(07).
002100     05  CTL-HASH-AMOUNT         PIC S9(11)V99.
002200     05  CTL-SOURCE-ID           PIC X(08).
002300         88  CTL-TOTAL-RECORD        VALUE SPACES.
002400     05  CTL-FEED-STATUS         PIC X(01).
002500         88  CTL-FEED-BALANCED       VALUE 'B'.
002600         88  CTL-FEED-OUT-OF-BAL     VALUE 'O'.
002700         88  CTL-FEED-NO-CONTROL     VALUE 'N'.
002800         88  CTL-FEED-MISSING        VALUE 'M'.
002900     05  FILLER                  PIC X(03).
