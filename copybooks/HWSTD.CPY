000100******************************************************************
000200*    COPYBOOK:    HWSTD.CPY
000300*    PURPOSE:     RECORD LAYOUT FOR THE JOB-STREAM DEFINITION
000400*                 FILE (HWSTRDEF), ONE LINE PER STEP IN THE ORDER
000500*                 THE STEPS RUN, KEPT AS A PLAIN CARD-IMAGE FILE
000600*                 OPERATIONS EDITS DIRECTLY. READ BY THE HWSTREAM
000700*                 DRIVER. A LINE WITH AN ASTERISK IN COLUMN 1 IS A
000800*                 COMMENT.
000900*
001000*                   COL  1-8    STEP (JOB) NAME
001100*                   COL 10-11   HIGHEST RETURN CODE THE STEP MAY
001200*                               END WITH BEFORE THE STREAM STOPS
001300*                   COL 13-48   UP TO FOUR PREDECESSOR STEPS, 8
001400*                               COLUMNS EACH, ONE BLANK BETWEEN;
001500*                               EACH MUST BE DEFINED ABOVE THIS
001600*                               STEP
001700*                   COL 49-80   COMMAND THAT RUNS THE STEP
001800*
001900*    MODIFICATION HISTORY
002000*    ------------------------------------------------------------
002100*    DATE       INIT  DESCRIPTION
002200*    10/15/26   RLM   INITIAL VERSION.
002300******************************************************************
002400 01  STD-RECORD.
002500     05  STD-STEP-NAME           PIC X(08).
002600     05  FILLER                  PIC X(01).
002700     05  STD-MAX-RC              PIC X(02).
002800     05  STD-MAX-RC-N            REDEFINES STD-MAX-RC
002900                                 PIC 9(02).
003000     05  FILLER                  PIC X(01).
003100     05  STD-PREDECESSORS.
003200         10  STD-PRED-ENTRY      OCCURS 4 TIMES.
003300             15  STD-PRED-NAME   PIC X(08).
003400             15  FILLER          PIC X(01).
003500     05  STD-COMMAND             PIC X(32).
