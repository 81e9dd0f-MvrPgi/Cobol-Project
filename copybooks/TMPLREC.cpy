000900*  TMPLOWNER SPACES MEANS THE APPLYING USER'S DEPARTMENT.  *
001000*  TMPLNONWORKCODE SAYS WHAT TO DO WITH A LINE LANDING ON  *
001100*  A WEEKEND OR HOLIDAY - SKIP, MOVE FORWARD, OR WRITE.    *
001110*  TMPLRESCODE IS A SHARED RESOURCE THE LINE RESERVES, OR  *
001120*  SPACES; LINES WRITTEN BEFORE IT WAS ADDED READ AS NONE. *
001200*---------------------------------------------------------*
001300 01  TemplateRecord.
001400     05  TmplName                    PIC X(12).
002100     05  TmplDuration                PIC 9(03).
002200     05  TmplPriority                PIC X(01).
002300     05  TmplDescription             PIC X(50).
002310     05  TmplResCode                 PIC X(08).
