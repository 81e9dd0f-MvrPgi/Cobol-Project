000100*---------------------------------------------------------*
000200*  ESCREC.CPY                                              *
000300*  ESCALATION LOG RECORD LAYOUT.  ONE RECORD PER TASK PER  *
000400*  ESCALATION LEVEL REACHED, KEYED BY TASKID PLUS LEVEL,   *
000500*  SO THE NIGHTLY ESCALATE RUN RAISES EACH LEVEL ONCE AND  *
000600*  NEVER AGAIN.  THE TASK'S OWNER, PRIORITY, DATE, AND     *
000700*  DESCRIPTION ARE COPIED WHEN THE LEVEL IS RAISED, WITH   *
000800*  THE DAYS OVERDUE AT THE TIME AND THE SUPERVISOR IT WENT *
000900*  TO.  AN ESCALATION IS OPEN FOR AS LONG AS ITS TASK IS   *
001000*  STILL OPEN ON SCHEDULEFILE.                             *
001100*---------------------------------------------------------*
001200 01  EscLogRecord.
001300     05  EscKey.
001400         10  EscTaskID               PIC X(16).
001500         10  EscLevel                PIC 9(01).
001600     05  EscOwner                    PIC X(10).
001700     05  EscPriority                 PIC X(01).
001800     05  EscTaskDate                 PIC X(10).
001900     05  EscDaysOver                 PIC 9(03).
002000     05  EscSupervisor               PIC X(20).
002100     05  EscWhen                     PIC X(19).
002200     05  EscDescription              PIC X(50).
