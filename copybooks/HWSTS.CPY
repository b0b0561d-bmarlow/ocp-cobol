000100******************************************************************
000200*    COPYBOOK:    HWSTS.CPY
000300*    PURPOSE:     RECORD LAYOUT FOR THE KEYED JOB-STREAM STATUS
000400*                 FILE (HWSTRSTS), KEYED BY BUSINESS DATE AND
000500*                 STEP NAME. THE HWSTREAM DRIVER MARKS A STEP
000600*                 RUNNING BEFORE STARTING IT AND DONE OR FAILED
000700*                 WHEN IT ENDS. A RESUBMITTED STREAM FOR THE SAME
000800*                 BUSINESS DATE PASSES OVER THE STEPS ALREADY DONE
000900*                 AND RESTARTS AT THE FIRST ONE THAT IS NOT.
001000*
001100*    MODIFICATION HISTORY
001200*    ------------------------------------------------------------
001300*    DATE       INIT  DESCRIPTION
001400*    10/15/26   RLM   INITIAL VERSION.
001500******************************************************************
001600 01  STS-RECORD.
001700     05  STS-KEY.
001800         10  STS-BUS-DATE        PIC X(08).
001900         10  STS-STEP-NAME       PIC X(08).
002000     05  STS-STATE               PIC X(08).
002100         88  STS-RUNNING             VALUE 'RUNNING'.
002200         88  STS-DONE                VALUE 'DONE'.
002300         88  STS-FAILED              VALUE 'FAILED'.
002400     05  STS-RETURN-CODE         PIC 9(04).
002500     05  STS-MAX-RC              PIC 9(04).
002600     05  STS-ATTEMPTS            PIC 9(03).
002700     05  STS-START-DATE          PIC X(08).
002800     05  STS-START-TIME          PIC X(08).
002900     05  STS-END-DATE            PIC X(08).
003000     05  STS-END-TIME            PIC X(08).
003100     05  FILLER                  PIC X(13).
