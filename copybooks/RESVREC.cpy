000100*---------------------------------------------------------*
000200*  RESVREC.CPY                                             *
000300*  RESOURCE RESERVATION RECORD LAYOUT.  ONE RECORD PER     *
000400*  RESOURCE PER TASK, KEYED BY RESOURCE CODE PLUS TASKID.  *
000500*  SINCE A TASKID BEGINS WITH ITS DATE, A RESOURCE'S       *
000600*  BOOKINGS READ IN DATE ORDER FROM A START ON THE CODE.   *
000700*  THE TASK'S OWNER, START TIME, AND DURATION ARE COPIED   *
000800*  WHEN IT IS BOOKED SO THE CLASH CHECK AND THE            *
000900*  UTILISATION REPORT NEED NOT READ SCHEDULEFILE.          *
001000*  RESVSTART IS SPACES FOR AN UNTIMED (ALL-DAY) BOOKING.   *
001100*---------------------------------------------------------*
001200 01  ReservationRecord.
001300     05  ResvKey.
001400         10  ResvResCode             PIC X(08).
001500         10  ResvTaskID              PIC X(16).
001600     05  ResvOwner                   PIC X(10).
001700     05  ResvStart                   PIC X(05).
001800     05  ResvDuration                PIC 9(03).
001900     05  ResvUser                    PIC X(20).
002000     05  ResvWhen                    PIC X(19).
