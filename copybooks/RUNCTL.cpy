000100*---------------------------------------------------------*
000200*  RUNCTL.CPY                                              *
000300*  BATCH RUN CONTROL LOG RECORD LAYOUT.  ONE RECORD PER    *
000400*  BATCHPARAMS.DAT STEP, KEYED BY THE RUN'S ID (THE MOMENT *
000500*  ITS FIRST ATTEMPT STARTED) PLUS THE STEP NUMBER.  A     *
000600*  STEP IS LOGGED IN PROGRESS WHEN IT STARTS AND REWRITTEN *
000700*  WITH ITS END TIME, RECORDS PROCESSED, AND OUTCOME WHEN  *
000800*  IT FINISHES, SO A STEP THE JOB DIED IN STILL SHOWS.     *
000900*  RCTPARAM KEEPS THE PARAMETER RECORD THE STEP RAN FROM - *
001000*  A RERUN ONLY PASSES OVER A COMPLETED STEP WHOSE RECORD  *
001100*  IS UNCHANGED.  RCTATTEMPT IS THE ATTEMPT THAT LAST      *
001200*  TOUCHED THE STEP.                                       *
001300*---------------------------------------------------------*
001400 01  RunCtlRecord.
001500     05  RctKey.
001600         10  RctRunID                PIC X(19).
001700         10  RctStep                 PIC 9(03).
001800     05  RctFunction                 PIC X(08).
001900     05  RctOwner                    PIC X(10).
002000     05  RctStart                    PIC X(19).
002100     05  RctEnd                      PIC X(19).
002200     05  RctCount                    PIC 9(07).
002300     05  RctOutcome                  PIC X(02).
002400         88  RctOk                        VALUE 'OK'.
002500         88  RctWarning                   VALUE 'WN'.
002600         88  RctFailed                    VALUE 'FL'.
002700         88  RctNotRun                    VALUE 'NR'.
002800         88  RctInProgress                VALUE 'IP'.
002900     05  RctAttempt                  PIC 9(02).
003000     05  RctParam                    PIC X(78).
