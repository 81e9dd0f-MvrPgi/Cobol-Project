000100*---------------------------------------------------------*
000200*  DEPTREC.CPY                                              *
000300*  DEPARTMENT MASTER RECORD LAYOUT.  RECORD KEY IS DPTCODE, *
000400*  THE OWNER DEPARTMENT CODE CARRIED BY TASKS, ACCOUNTS,    *
000500*  TEMPLATE LINES, AND RESOURCES.  EVERY OWNER FIELD IS     *
000600*  CHECKED AGAINST THIS FILE, SO A DEPARTMENT LIVES ON      *
000700*  WHEN ITS LAST ACCOUNT IS DISABLED.  A DEPARTMENT THAT    *
000800*  CLOSES IS RETIRED, NOT DELETED, SO OLD TASKS AND THE     *
000900*  REPORTS STILL FIND ITS NAME.  DPTMAILBOX IS THE ADDRESS  *
001000*  THE MAIL GATEWAY DELIVERS THE DEPARTMENT'S EXTRACTS TO.  *
001100*  DPTDAYSTART/DPTDAYEND ARE ITS WORKING HOURS, HH:MM.      *
001200*---------------------------------------------------------*
001300 01  DepartmentRecord.
001400     05  DptCode                     PIC X(10).
001500     05  DptName                     PIC X(40).
001600     05  DptManager                  PIC X(20).
001700     05  DptMailbox                  PIC X(60).
001800     05  DptDayStart                 PIC X(05).
001900     05  DptDayEnd                   PIC X(05).
002000     05  DptActive                   PIC X(01).
002100         88  DptIsActive                  VALUE 'Y'.
002200         88  DptRetired                   VALUE 'N'.
