000400*                 FILE (HWEXCFIL). THE ACCOUNT-MASTER LOOKUP
000500*                 PASS (HWSUMMAR, OR HELLO-WORLD'S FALLBACK
000600*                 COUNTING LOOP) WRITES ONE RECORD PER
000700*                 TRANSACTION THAT HITS AN UNKNOWN, CLOSED,
000800*                 FROZEN, OR DORMANT ACCOUNT, AND THE HWSUMMAR
000810*                 2600 MONITORING PASS WRITES ONE PER ITEM THAT
000820*                 BREAKS A HWRULFIL LARGE-ITEM OR VELOCITY LIMIT
000830*                 - THE FULL TRAN-RECORD BEHIND THE REASON AND
000900*                 THE ACT-STATUS FOUND - SO THE FRAUD TEAM'S
001000*                 7 AM REVIEW STARTS FROM A WORKLIST INSTEAD OF
001100*                 SEPARATE TALLIES.
001200*
001300*                 REASON CODES:
001400*                   UNKNOWN - ACCOUNT NOT ON HWACTFIL
001500*                   CLOSED  - ACT-STATUS SAYS CLOSED
001600*                   FROZEN  - ACT-STATUS SAYS FROZEN
001610*                   LARGE   - SINGLE ITEM OVER THE HWRULFIL
001620*                             ITEM LIMIT FOR ITS TYPE
001630*                   VELOCITY - ITEM TAKING ITS ACCOUNT OVER THE
001640*                             HWRULFIL DAILY COUNT OR AMOUNT
001650*                             LIMIT FOR ITS TYPE
001660*                   DORMANT - ACT-STATUS SAYS DORMANT; ACTIVITY
001670*                             ON A LONG-QUIET ACCOUNT
001700*
001800*    MODIFICATION HISTORY
001900*    ------------------------------------------------------------
002000*    DATE       INIT  DESCRIPTION
002100*    09/02/26   RLM   INITIAL VERSION.
002110*    10/15/26   RLM   ADDED THE LARGE AND VELOCITY REASONS
002120*                     WRITTEN BY THE HWSUMMAR MONITORING PASS.
002130*    10/15/26   RLM   ADDED THE DORMANT REASON.
002200******************************************************************
002300 01  EXC-RECORD.
002400     05  EXC-BUSINESS-DATE       PIC X(08).
002600         88  EXC-UNKNOWN             VALUE 'UNKNOWN'.
002700         88  EXC-CLOSED              VALUE 'CLOSED'.
002800         88  EXC-FROZEN              VALUE 'FROZEN'.
002810         88  EXC-LARGE               VALUE 'LARGE'.
002820         88  EXC-VELOCITY            VALUE 'VELOCITY'.
002830         88  EXC-DORMANT             VALUE 'DORMANT'.
002900     05  EXC-ACT-STATUS          PIC X(01).
003000     05  EXC-TRAN-DATA           PIC X(60).
003100     05  FILLER                  PIC X(03).
