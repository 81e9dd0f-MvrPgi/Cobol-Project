000600*  ARCHWHEN - THE TIMESTAMP THE RECORD WAS ARCHIVED.  THE   *
000700*  FILE IS A PLAIN SEQUENTIAL HISTORY, READ FRONT TO BACK   *
000800*  BY THE ARCHIVE INQUIRY.                                  *
000810*  A DONE TASK CARRIES ITS ACTUAL START AND MINUTES FROM    *
000820*  TIMELOG.DAT IN ARCHACTSTART/ARCHACTMINUTES; OTHERWISE    *
000830*  THEY ARE SPACES AND ZERO.  RECORDS ARCHIVED BEFORE THE   *
000840*  FIELDS EXISTED READ BACK AS SPACES, SO TEST NUMERIC.     *
000900*---------------------------------------------------------*
001000 01  ArchiveRecord.
001100     05  ArchTaskDate                PIC X(10).
001800     05  ArchDescription             PIC X(50).
001810     05  ArchPredID                  PIC X(16).
001900     05  ArchWhen                    PIC X(19).
001910     05  ArchActStart                PIC X(05).
001920     05  ArchActMinutes              PIC 9(04).
