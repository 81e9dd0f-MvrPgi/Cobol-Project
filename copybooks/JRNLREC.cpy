000100*---------------------------------------------------------*
000200*  JRNLREC.CPY                                             *
000300*  SCHEDULE JOURNAL RECORD LAYOUT.  ONE RECORD IS APPENDED *
000400*  FOR EVERY SCHEDULERECORD WRITTEN, REWRITTEN, OR DELETED *
000500*  BY ANY PATH, CARRYING THE WHOLE RECORD AS IT WAS BEFORE *
000600*  AND AFTER - SPACES FOR THE BEFORE-IMAGE OF AN ADD AND   *
000700*  THE AFTER-IMAGE OF A DELETE.  JRNSOURCE NAMES THE PATH  *
000800*  (ADD, RECUR, EDIT, COMPLETE, ROLLFWD, CLOSE, IMPORT,    *
000900*  TEMPLATE, PURGE, REPAIR, INBOUND).  THE RECOVERY        *
001000*  FUNCTION REPLAYS THESE FORWARD FROM A BACKUP            *
001100*  GENERATION, SO THE IMAGES MUST STAY THE LENGTH OF       *
001110*  SCHEDULERECORD.                                         *
001200*---------------------------------------------------------*
001300 01  JournalRecord.
001400     05  JrnWhen                     PIC X(19).
001500     05  JrnUser                     PIC X(20).
001600     05  JrnAction                   PIC X(01).
001700         88  JrnAdd                       VALUE 'A'.
001800         88  JrnChange                    VALUE 'C'.
001900         88  JrnDelete                    VALUE 'D'.
002000     05  JrnSource                   PIC X(08).
002100     05  JrnTaskID                   PIC X(16).
002200     05  JrnBefore                   PIC X(131).
002300     05  JrnAfter                    PIC X(131).
