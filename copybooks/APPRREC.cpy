000100*---------------------------------------------------------*
000200*  APPRREC.CPY                                             *
000300*  APPROVAL QUEUE RECORD LAYOUT.  ONE RECORD PER CHANGE    *
000400*  REQUEST SENT FOR A SUPERVISOR'S APPROVAL, KEYED BY THE  *
000500*  MOMENT IT WAS MADE PLUS A TIE-BREAK SEQUENCE, SO THE    *
000600*  QUEUE READS OLDEST FIRST.  APQACTION IS THE RULE THAT   *
000700*  SENT IT (OVERRIDE, DELETE, CANCELH, CANCEL, EDIT - SEE  *
000800*  APPROVALACTIONS.DAT).  APQBEFORE IS THE TASK AS IT      *
000900*  STOOD WHEN THE REQUEST WAS MADE AND APQAFTER THE        *
001000*  PROPOSED RECORD, SPACES FOR A DELETE; BOTH STAY THE     *
001100*  LENGTH OF SCHEDULERECORD.  A REQUEST IS APPLIED ONLY    *
001200*  WHILE THE TASK STILL MATCHES APQBEFORE.  APQBRIEFED IS  *
001300*  SET ONCE THE REQUESTER HAS SEEN THE DECISION AT LOGIN.  *
001400*---------------------------------------------------------*
001500 01  ApprovalRecord.
001600     05  ApqKey.
001700         10  ApqWhen                 PIC X(19).
001800         10  ApqSeq                  PIC 9(02).
001900     05  ApqAction                   PIC X(08).
002000     05  ApqKind                     PIC X(01).
002100         88  ApqChange                    VALUE 'C'.
002200         88  ApqDelete                    VALUE 'D'.
002300     05  ApqTaskID                   PIC X(16).
002400     05  ApqOwner                    PIC X(10).
002500     05  ApqRequester                PIC X(20).
002600     05  ApqReqReason                PIC X(50).
002700     05  ApqStatus                   PIC X(01).
002800         88  ApqPending                   VALUE 'P'.
002900         88  ApqApproved                  VALUE 'A'.
003000         88  ApqRejected                  VALUE 'R'.
003100     05  ApqDecidedBy                PIC X(20).
003200     05  ApqDecidedWhen              PIC X(19).
003300     05  ApqDecReason                PIC X(50).
003400     05  ApqBriefed                  PIC X(01).
003500         88  ApqSeenByRequester           VALUE 'Y'.
003600     05  ApqBefore                   PIC X(131).
003700     05  ApqAfter                    PIC X(131).
