000100*---------------------------------------------------------*
000200*  RESREC.CPY                                              *
000300*  BOOKABLE RESOURCE MASTER RECORD LAYOUT.  ONE RECORD PER *
000400*  SHARED PHYSICAL RESOURCE - A ROOM, A BAY, A VEHICLE, A  *
000500*  RIG - KEYED BY RESOURCE CODE.  RESOWNER IS THE          *
000600*  DEPARTMENT THAT LOOKS AFTER IT; ANY DEPARTMENT MAY BOOK *
000700*  IT.  RESAVAILFROM/RESAVAILTO IS THE DAILY WINDOW IT CAN *
000800*  BE USED IN ON A WORKING DAY.  A RETIRED RESOURCE STAYS  *
000900*  ON FILE FOR ITS BOOKING HISTORY BUT TAKES NO NEW ONES.  *
001000*---------------------------------------------------------*
001100 01  ResourceRecord.
001200     05  ResCode                     PIC X(08).
001300     05  ResDescription              PIC X(30).
001400     05  ResOwner                    PIC X(10).
001500     05  ResAvailFrom                PIC X(05).
001600     05  ResAvailTo                  PIC X(05).
001700     05  ResActive                   PIC X(01).
001800         88  ResIsActive                  VALUE 'Y'.
001900         88  ResRetired                   VALUE 'N'.
