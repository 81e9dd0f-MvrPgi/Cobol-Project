000100*---------------------------------------------------------*
000200*  TIMEREC.CPY                                             *
000300*  ACTUAL TIME LOG RECORD LAYOUT.  ONE RECORD PER TASK     *
000400*  MARKED DONE, KEYED BY TASKID - WHEN THE WORK REALLY     *
000500*  STARTED AND HOW MANY MINUTES IT REALLY TOOK, BESIDE     *
000600*  THE ESTIMATE (TASKDURATION) IT WAS SCHEDULED WITH.      *
000700*  OWNER, PRIORITY, DATE, AND DESCRIPTION ARE COPIED AT    *
000800*  COMPLETION SO THE VARIANCE REPORT STANDS ON THIS FILE   *
000900*  ALONE, AFTER THE TASK HAS BEEN PURGED TO THE ARCHIVE.   *
001000*---------------------------------------------------------*
001100 01  TimeLogRecord.
001200     05  TimeTaskID                  PIC X(16).
001300     05  TimeTaskDate                PIC X(10).
001400     05  TimeOwner                   PIC X(10).
001500     05  TimePriority                PIC X(01).
001600     05  TimeSchedStart              PIC X(05).
001700     05  TimeEstMinutes              PIC 9(03).
001800     05  TimeActStart                PIC X(05).
001900     05  TimeActMinutes              PIC 9(04).
002000     05  TimeDescription             PIC X(50).
002100     05  TimeUser                    PIC X(20).
002200     05  TimeWhen                    PIC X(19).
