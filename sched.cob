006546*                   MARKER IS WRITTEN TO DAYCLOSE.DAT; EDIT AND  *
006547*                   DELETE THEN REFUSE THAT DAY'S RECORDS        *
006548*                   WITHOUT AN AUDITED SUPERVISOR OVERRIDE.      *
006550*  10/15/2026  DO  ACTUAL TIME IS NOW CAPTURED WHEN A TASK IS    *
006552*                   MARKED DONE (MENU 6 AND THE END-OF-DAY       *
006554*                   CLOSE) - ACTUAL START AND MINUTES WORKED GO  *
006556*                   TO TIMELOG.DAT (SEE TIMEREC.CPY) KEYED BY    *
006558*                   TASKID AND ARE CARRIED ONTO THE ARCHIVE      *
006560*                   RECORD AT PURGE.  NEW ESTIMATE VS ACTUAL     *
006562*                   VARIANCE REPORT (MENU E, BATCH FUNCTION      *
006564*                   VARIANCE) BY OWNER AND PRIORITY, WITH THE    *
006566*                   TOP OVERRUNS AND THE TEMPLATE LINES THAT     *
006568*                   ARE USUALLY UNDERESTIMATED.                  *
006570*  10/15/2026  DO  ADDED THE NIGHTLY ESCALATION RUN (BATCH       *
006572*                   FUNCTION ESCALATE) - OPEN TASKS PAST THEIR   *
006574*                   DATE ARE HELD UP TO ESCALATIONRULES.DAT      *
006576*                   (DAYS OVERDUE AND ESCALATE-TO SUPERVISOR     *
006578*                   PER DEPARTMENT, PRIORITY, AND LEVEL); EACH   *
006580*                   LEVEL IS RAISED ONCE, LOGGED ON              *
006582*                   ESCALATIONLOG.DAT (SEE ESCREC.CPY), AUDITED, *
006584*                   AND SENT TO OUTBOUND/ AS A NOTICE EXTRACT,   *
006586*                   WITH AN ESCALATION REGISTER REPORT.          *
006588*                   SUPERVISORS SEE THEIR OPEN ESCALATIONS       *
006590*                   AFTER THE DAY BRIEF.                         *
006592*  10/15/2026  DO  JOURNAL EVERY SCHEDULERECORD WRITE, REWRITE   *
006594*                   AND DELETE WITH BEFORE/AFTER IMAGES; LIST    *
006596*                   BACKUP GENERATIONS; ADD SUPERVISOR RECOVERY  *
006598*                   TO A POINT IN TIME FROM A GENERATION.        *
006600*  10/15/2026  DO  BATCH RUN CONTROL LOG (SEE RUNCTL.CPY): ONE   *
006602*                   ENTRY PER STEP, RERUN RESTARTS AT THE FIRST  *
006604*                   UNFINISHED STEP, RETURN CODE SET, AND A      *
006606*                   ONE-PAGE RUN SUMMARY IN BATCHSUMMARY.DAT.    *
006608*  10/15/2026  DO  SHARED RESOURCE BOOKING - RESOURCEFILE        *
006610*                   MASTER (MENU B), RESERVATIONS.DAT CHECKED    *
006612*                   ACROSS ALL DEPARTMENTS AT ADD, EDIT,         *
006614*                   TEMPLATE AND IMPORT; UTILISATION REPORT.     *
006616*  10/15/2026  DO  DEPARTMENT MASTER FILE, MENU D, SEEDED        *
006618*                   FROM USERFILE; EVERY OWNER CHECKED AGAINST   *
006620*                   IT; FULL NAMES ON REPORTS; REMINDER EXTRACT  *
006622*                   ADDRESSED TO THE DEPARTMENT MAILBOX.         *
006624*  10/15/2026  DO  FIND NEXT FREE SLOT AT ADD TASK (F AT THE     *
006626*                   START TIME) AND FOR A CLASHING TEMPLATE      *
006628*                   LINE; SKIPS NON-WORKING AND CLOSED DAYS,     *
006630*                   CHECKS RESOURCES, OFFERS UP TO FIVE SLOTS.   *
006632*  10/15/2026  DO  INBOUND BATCH FUNCTION APPLIES DONE, CANCEL   *
006634*                   AND NOTE LINES FROM THE MAIL GATEWAY UNDER   *
006636*                   THE COMPLETE TASK RULES; REJECTS WITH REASON *
006638*                   CODES AND AN ACCEPTANCE SUMMARY.             *
006640*  10/15/2026  DO  APPROVAL QUEUE (APPROVALQUEUE.DAT, MENU Q)    *
006642*                   FOR OVERRIDE, DELETE AND HIGH-PRIORITY       *
006644*                   CANCEL; SIDE-BY-SIDE REVIEW, AUDITED         *
006646*                   DECISIONS, AGE REPORT, LOGIN BRIEF.          *
006648*  10/15/2026  DO  WEEKLY TIMELINE GRID (MENU G, BATCHPARAMS     *
006650*                   FUNCTION WEEKGRID): HALF-HOUR ROWS BY DAY    *
006652*                   OVER DEPARTMENT HOURS, ALL-DAY BAND, SHADED  *
006654*                   OFF DAYS, OVERLAP FLAGS, A PAGE PER DEPT.    *
006656*  10/15/2026  DO  RUN SUMMARY WRITTEN STRAIGHT TO ITS OWN FILE; *
006658*                   ESCALATION NOTICES NAMED BY OWNER AND TIME;  *
006660*                   RECOVERY REPORTS A JOURNAL OR REPORT FILE    *
006662*                   THAT WILL NOT OPEN.                          *
006664*  10/15/2026  DO  RESTART ONLY WHEN BATCHPARAMS.DAT MATCHES THE *
006666*                   ONE THE RUN STARTED FROM; ADD TASK OFFERS A  *
006668*                   FREE SLOT AT A TIME OR RESOURCE CLASH; WIDER *
006670*                   IMPORT LINES; BOOKINGS FROM-DATE VALIDATED.  *
006672*  10/15/2026  DO  A TEMPLATE LINE MOVED TO A FREE SLOT TAKES    *
006674*                   ITS TASK NUMBER FROM THE NEW DATE.           *
006676*---------------------------------------------------------*
006678
006680 ENVIRONMENT DIVISION.
006700 INPUT-OUTPUT SECTION.
006800 FILE-CONTROL.
006900     SELECT ScheduleFile ASSIGN TO "ScheduleFile.dat"
008500     SELECT ReportFile ASSIGN TO "ReportFile.dat"
008600         ORGANIZATION IS LINE SEQUENTIAL
008700         FILE STATUS IS ReportStatus.
008710
008720     SELECT SummaryFile ASSIGN TO "BatchSummary.dat"
008730         ORGANIZATION IS LINE SEQUENTIAL
008740         FILE STATUS IS SummaryStatus.
008800
008900     SELECT LatestBackupFile ASSIGN TO "LatestBackup.dat"
009000         ORGANIZATION IS LINE SEQUENTIAL
009632         ORGANIZATION IS LINE SEQUENTIAL
009633         FILE STATUS IS DayCloseStatus.
009652
009653     SELECT TimeLogFile ASSIGN TO "TimeLog.dat"
009654         ORGANIZATION IS INDEXED
009655         ACCESS MODE IS DYNAMIC
009656         RECORD KEY IS TimeTaskID
009657         FILE STATUS IS TimeLogStatus.
009658
009659     SELECT EscRuleFile ASSIGN TO "EscalationRules.dat"
009660         ORGANIZATION IS LINE SEQUENTIAL
009661         FILE STATUS IS EscRuleStatus.
009662
009663     SELECT EscLogFile ASSIGN TO "EscalationLog.dat"
009664         ORGANIZATION IS INDEXED
009665         ACCESS MODE IS DYNAMIC
009666         RECORD KEY IS EscKey
009667         FILE STATUS IS EscLogStatus.
009668
009669     SELECT EscNoticeFile ASSIGN TO "EscalationNotice.csv"
009670         ORGANIZATION IS LINE SEQUENTIAL
009671         FILE STATUS IS EscNoticeStatus.
009672
009673     SELECT JournalFile ASSIGN TO "ScheduleJournal.dat"
009674         ORGANIZATION IS LINE SEQUENTIAL
009675         FILE STATUS IS JournalStatus.
009676
009677     SELECT BackupHistFile ASSIGN TO "BackupHistory.dat"
009678         ORGANIZATION IS LINE SEQUENTIAL
009679         FILE STATUS IS BackupHistStatus.
009680
009681     SELECT RunCtlFile ASSIGN TO "BatchRunControl.dat"
009682         ORGANIZATION IS INDEXED
009683         ACCESS MODE IS DYNAMIC
009684         RECORD KEY IS RctKey
009685         FILE STATUS IS RunCtlStatus.
009686
009687     SELECT RestartFile ASSIGN TO "BatchRestart.dat"
009688         ORGANIZATION IS LINE SEQUENTIAL
009689         FILE STATUS IS RestartStatus.
009690
009691     SELECT ResourceFile ASSIGN TO "ResourceFile.dat"
009692         ORGANIZATION IS INDEXED
009693         ACCESS MODE IS DYNAMIC
009694         RECORD KEY IS ResCode
009695         FILE STATUS IS ResourceStatus.
009696
009697     SELECT ReservationFile ASSIGN TO "Reservations.dat"
009698         ORGANIZATION IS INDEXED
009699         ACCESS MODE IS DYNAMIC
009700         RECORD KEY IS ResvKey
009701         FILE STATUS IS ReservationStatus.
009702
009703     SELECT DepartmentFile ASSIGN TO "DepartmentFile.dat"
009704         ORGANIZATION IS INDEXED
009705         ACCESS MODE IS DYNAMIC
009706         RECORD KEY IS DptCode
009707         FILE STATUS IS DepartmentStatus.
009708
009709     SELECT InboundFile ASSIGN TO "InboundUpdates.csv"
009710         ORGANIZATION IS LINE SEQUENTIAL
009711         FILE STATUS IS InboundStatus.
009712
009713     SELECT InRejectFile ASSIGN TO "InboundRejects.csv"
009714         ORGANIZATION IS LINE SEQUENTIAL
009715         FILE STATUS IS InRejectStatus.
009716
009717     SELECT ApprovalFile ASSIGN TO "ApprovalQueue.dat"
009718         ORGANIZATION IS INDEXED
009719         ACCESS MODE IS DYNAMIC
009720         RECORD KEY IS ApqKey
009721         FILE STATUS IS ApprovalStatus.
009722
009723     SELECT ApRuleFile ASSIGN TO "ApprovalActions.dat"
009724         ORGANIZATION IS LINE SEQUENTIAL
009725         FILE STATUS IS ApRuleStatus.
009726
009727 DATA DIVISION.
009800 FILE SECTION.
009900 FD  ScheduleFile.
010000     COPY SCHDREC.
010800 FD  ReportFile.
010900 01  ReportLine                      PIC X(100).
011000
011010 FD  SummaryFile.
011020 01  SummaryLine                     PIC X(100).
011030
011100 FD  LatestBackupFile.
011200 01  LatestBackupLine                PIC X(40).
011201
011202*---------------------------------------------------------*
011203* EVERY BACKUP GENERATION TAKEN, OLDEST FIRST, WITH THE   *
011204* MOMENT IT WAS TAKEN - THE JOURNAL RECOVERY STARTS FROM  *
011205* ONE OF THESE AND REPLAYS WHAT WAS JOURNALED AFTER IT.   *
011206*---------------------------------------------------------*
011207 FD  BackupHistFile.
011208 01  BackupHistRecord.
011209     05  BkhName                     PIC X(40).
011210     05  BkhWhen                     PIC X(19).
011211
011212 FD  JournalFile.
011213     COPY JRNLREC.
011214
011215 FD  RunCtlFile.
011216     COPY RUNCTL.
011217
011218*---------------------------------------------------------*
011219* PRESENT ONLY WHILE A BATCH RUN IS UNFINISHED - ITS      *
011220* RUN ID, ATTEMPTS SO FAR, AND PARAMETER CHECK TOTAL.     *
011221*---------------------------------------------------------*
011222 FD  RestartFile.
011223 01  RestartRecord.
011224     05  RstRunID                    PIC X(19).
011225     05  RstAttempt                  PIC 9(02).
011226     05  RstParmID                   PIC X(14).
011227
011228 FD  ResourceFile.
011229     COPY RESREC.
011230
011231 FD  ReservationFile.
011232     COPY RESVREC.
011233
011234 FD  DepartmentFile.
011235     COPY DEPTREC.
011236
011237*---------------------------------------------------------*
011238* STATUS UPDATES DROPPED BY THE MAIL GATEWAY, ONE PER     *
011239* LINE AS TASKID,ACTION,SENDER,TEXT - ACTION IS DONE,     *
011240* CANCEL, OR NOTE.  LINES THAT CANNOT BE APPLIED GO TO    *
011241* THE REJECTS FILE AS REASON,ORIGINAL LINE, AS THE        *
011242* IMPORT DOES.                                            *
011243*---------------------------------------------------------*
011244 FD  InboundFile.
011245 01  InboundLine                     PIC X(120).
011246
011247 FD  InRejectFile.
011248 01  InRejectLine                    PIC X(135).
011249
011250 FD  ApprovalFile.
011251     COPY APPRREC.
011252
011253*---------------------------------------------------------*
011254* THE ACTIONS THAT NEED A SUPERVISOR'S APPROVAL, ONE CODE *
011255* PER LINE: OVERRIDE (CHANGING A CLOSED DAY'S RECORD),    *
011256* DELETE, CANCELH (CANCELLING A HIGH-PRIORITY TASK),      *
011257* CANCEL (ANY CANCEL), EDIT (ANY EDIT).  KEPT UP BY HAND, *
011258* LIKE BATCHPARAMS.DAT; WITH NO FILE THE FIRST THREE      *
011259* APPLY.  A LINE STARTING * IS A COMMENT.                 *
011260*---------------------------------------------------------*
011261 FD  ApRuleFile.
011262 01  ApRuleRecord.
011263     05  AprAction                   PIC X(08).
011300
011400 FD  CsvFile.
011500 01  CsvLine                         PIC X(95).
011595     05  BatchOutName                PIC X(40).
011596
011597 FD  ImportFile.
011598 01  ImportLine                      PIC X(160).
011599
011600 FD  RejectFile.
011601 01  RejectLine                      PIC X(175).
011602
011603 FD  ArchiveFile.
011604     COPY ARCHREC.
011629     COPY TMPLREC.
011630
011631 FD  TemplateTempFile.
011632 01  TemplateTempLine                PIC X(98).
011633
011634*---------------------------------------------------------*
011635* ONE RECORD PER DEPARTMENT PER CLOSED DAY.  ONCE A DATE   *
011644     05  CloseUser                   PIC X(20).
011645     05  CloseWhen                   PIC X(19).
011657
011658 FD  TimeLogFile.
011659     COPY TIMEREC.
011660
011661*---------------------------------------------------------*
011662* ESCALATION RULES, ONE PER OWNER DEPARTMENT, PRIORITY,   *
011663* AND LEVEL: HOW MANY DAYS AN OPEN TASK MAY SIT PAST ITS  *
011664* TASKDATE BEFORE THAT LEVEL IS RAISED, AND THE SUPERVISOR *
011665* IT GOES TO.  *ALL IN THE OWNER COLUMN COVERS EVERY       *
011666* DEPARTMENT WITHOUT A RULE OF ITS OWN FOR THAT PRIORITY   *
011667* AND LEVEL.  KEPT UP BY HAND, LIKE BATCHPARAMS.DAT.       *
011668*---------------------------------------------------------*
011669 FD  EscRuleFile.
011670 01  EscRuleRecord.
011671     05  EruOwner                    PIC X(10).
011672     05  EruPriority                 PIC X(01).
011673     05  EruLevel                    PIC 9(01).
011674     05  EruDays                     PIC 9(03).
011675     05  EruSupervisor               PIC X(20).
011676
011677 FD  EscLogFile.
011678     COPY ESCREC.
011679
011680 FD  EscNoticeFile.
011681 01  EscNoticeLine                   PIC X(120).
011682
011700 WORKING-STORAGE SECTION.
011800 77  ScheduleStatus                  PIC XX.
011900 77  UserStatus                      PIC XX.
012000 77  AuditStatus                     PIC XX.
012100 77  ReportStatus                    PIC XX.
012110 77  SummaryStatus                   PIC XX.
012200 77  LatestBackupStatus               PIC XX.
012300 77  CsvStatus                       PIC XX.
012310 77  BatchParamStatus                PIC XX.
012320 77  BatchEofSw                      PIC X VALUE 'N'.
012330     88  BatchEOF                        VALUE 'Y'.
012340 77  BatchSrcName                    PIC X(20).
012341 77  SelectOwner                     PIC X(10).
012342 77  ImportStatus                    PIC XX.
012343 77  RejectStatus                    PIC XX.
012344 77  ImportEofSw                     PIC X VALUE 'N'.
012345     88  ImportEOF                       VALUE 'Y'.
012346 77  OwnerExistsSw                   PIC X VALUE 'N'.
012347     88  OwnerOnFile                     VALUE 'Y'.
012348     88  OwnerRetired                    VALUE 'R'.
012349 77  ImportGoodCount                 PIC 9(05) VALUE 0.
012350 77  ImportRejCount                  PIC 9(05) VALUE 0.
012351 77  ImportReason                    PIC X(12).
012352 77  ImportPtr                       PIC 9(03) COMP.
012353 77  ImpDescLen                      PIC 9(02) COMP.
012354 77  ImpTrimDoneSw                   PIC X VALUE 'N'.
012355     88  ImpTrimDone                     VALUE 'Y'.
012356 77  ImpRestPtr                      PIC 9(03) COMP.
012357 77  ImpResPtr                       PIC 9(03) COMP.
012358 77  ImpDescCount                    PIC 9(03) COMP.
012359 77  ImpDelimWork                    PIC X(02).
012360
012361*---------------------------------------------------------*
012362* IMPORT WORK AREA - ONE PARSED ROW OF SCHEDULEIMPORT.CSV. *
012363* THE TASKID COLUMN IS CARRIED BUT IGNORED - THE IMPORT     *
012364* ASSIGNS ITS OWN TASKSEQ AND TASKID, THE SAME AS ADD-TASK. *
012365* IMPRESRAW IS THE OPTIONAL RESOURCE COLUMN AFTER THE       *
012366* DESCRIPTION - CODES SEPARATED BY SEMICOLONS.              *
012367*---------------------------------------------------------*
012368 01  ImportFields.
012369     05  ImpDate                      PIC X(10).
012370     05  ImpID                        PIC X(16).
012371     05  ImpOwner                     PIC X(10).
012372     05  ImpDescRaw                   PIC X(52).
012373     05  ImpDesc                      PIC X(50).
012374     05  ImpRestRaw                   PIC X(160).
012375     05  ImpResRaw                    PIC X(60).
012376
012377 77  ArchiveStatus                   PIC XX.
012378 77  ArchChoice                      PIC X.
012700     88  TaskFound                      VALUE 'Y'.
012800 77  ProceedSw                       PIC X VALUE 'Y'.
012900     88  ProceedWithAdd                  VALUE 'Y'.
012910 77  AddRecheckSw                    PIC X VALUE 'N'.
012920     88  AddRecheck                      VALUE 'Y'.
013000 77  LoginSw                         PIC X VALUE 'N'.
013100     88  LoginOk                         VALUE 'Y'.
013200 77  UserChoice                      PIC X.
015686*---------------------------------------------------------*
015687* REMINDER EXTRACT WORK AREA.  THE BATCH REMIND FUNCTION   *
015688* WRITES ONE ICALENDAR FILE PER OWNER DEPARTMENT; FOR      *
015689* *ALL, THE ACTIVE DEPARTMENTS ARE TAKEN FROM THE          *
015690* DEPARTMENT MASTER.  THE SAME LIST GIVES THE REPORTS      *
015691* EACH DEPARTMENT'S FULL NAME.                             *
015692*---------------------------------------------------------*
015693 77  IcsStatus                       PIC XX.
015694 77  RemindOwner                     PIC X(10).
015695 77  RemindCount                     PIC 9(05) VALUE 0.
015696 77  IcsDate8                        PIC X(08).
015697 01  DeptListArea.
015698     05  DeptCount                    PIC 9(02) COMP VALUE 0.
015699     05  DeptSub                      PIC 9(02) COMP.
015700     05  DeptFoundSw                  PIC X VALUE 'N'.
015701         88  DeptFound                    VALUE 'Y'.
015702     05  DeptEntry OCCURS 50 TIMES.
015703         10  DeptCode                 PIC X(10).
015704         10  DeptName                 PIC X(40).
015705         10  DeptMailbox              PIC X(60).
015706         10  DeptActiveFlag           PIC X(01).
015707             88  DeptEntryActive          VALUE 'Y'.
015708
015709*---------------------------------------------------------*
015710* DEPARTMENT MASTER WORK AREA.  DEPTLOOKUPCODE IS LOOKED  *
015711* UP IN DEPTLISTAREA FOR ITS FULL NAME AND MAILBOX - A    *
015712* CODE NOT IN THE LIST COMES BACK AS ITS OWN NAME.  THE DM *
015713* FIELDS SERVE THE SUPERVISOR MAINTENANCE MENU.            *
015714*---------------------------------------------------------*
015715 77  DepartmentStatus                PIC XX.
015716 77  DeptLookupCode                  PIC X(10).
015717 77  DeptLookupName                  PIC X(40).
015718 77  DeptLookupMailbox               PIC X(60).
015719 77  DeptKeySub                      PIC 9(02) COMP.
015720 01  DeptMaintArea.
015721     05  DmChoice                     PIC X(01).
015722     05  DmCodeInput                  PIC X(10).
015723     05  DmNameInput                  PIC X(40).
015724     05  DmManagerInput               PIC X(20).
015725     05  DmMailInput                  PIC X(60).
015726     05  DmFromInput                  PIC X(05).
015727     05  DmToInput                    PIC X(05).
015728     05  DmAtCount                    PIC 9(02) COMP.
015729     05  DmAtPos                      PIC 9(02) COMP.
015730     05  DmWordLen                    PIC 9(02) COMP.
015731     05  DmOpenCount                  PIC 9(05) VALUE 0.
015732     05  DmSeedCount                  PIC 9(03) VALUE 0.
015733     05  DmFoundSw                    PIC X VALUE 'N'.
015734         88  DmFound                      VALUE 'Y'.
015735     05  DmOkSw                       PIC X VALUE 'N'.
015736         88  DmOk                         VALUE 'Y'.
015737     05  DmEofSw                      PIC X VALUE 'N'.
015738         88  DmEOF                        VALUE 'Y'.
015739
015740*---------------------------------------------------------*
015741* FREE SLOT SEARCH WORK AREA.  FOR EACH WORKING, UNCLOSED *
015742* DAY FROM FSEARLIEST TO FSLATEST, THE OWNER'S BOOKINGS   *
015743* ARE LOADED AS MINUTE RANGES AND THE WINDOW IS WALKED    *
015744* FROM ITS START, JUMPING PAST EACH BOOKING IN THE WAY,   *
015745* UNTIL FIVE SLOTS OF FSDURATION MINUTES ARE FOUND.  AN   *
015746* UNTIMED TASK HOLDS ITS WHOLE DAY, AS IN THE CLASH CHECK. *
015747*---------------------------------------------------------*
015748 01  FreeSlotArea.
015749     05  FsOfferSw                    PIC X VALUE 'N'.
015750         88  FsOffered                    VALUE 'Y'.
015751     05  FsModeSw                     PIC X VALUE 'N'.
015752         88  FsRequested                  VALUE 'Y'.
015753     05  FsPickedSw                   PIC X VALUE 'N'.
015754         88  FsPicked                     VALUE 'Y'.
015755     05  FsOkSw                       PIC X VALUE 'N'.
015756         88  FsOk                         VALUE 'Y'.
015757     05  FsAllDaySw                   PIC X VALUE 'N'.
015758         88  FsDayBlocked                 VALUE 'Y'.
015759     05  FsMovedSw                    PIC X VALUE 'N'.
015760         88  FsMoved                      VALUE 'Y'.
015761     05  FsDurInput                   PIC X(03).
015762     05  FsDuration                   PIC 9(03) VALUE 0.
015763     05  FsDateInput                  PIC X(10).
015764     05  FsEarliest                   PIC X(10).
015765     05  FsLatest                     PIC X(10).
015766     05  FsDay                        PIC X(10).
015767     05  FsDayCount                   PIC 9(03) COMP.
015768     05  FsFromInput                  PIC X(05).
015769     05  FsToInput                    PIC X(05).
015770     05  FsWinFrom                    PIC X(05).
015771     05  FsWinTo                      PIC X(05).
015772     05  FsWinStartMin                PIC 9(04) COMP.
015773     05  FsWinEndMin                  PIC 9(04) COMP.
015774     05  FsNowMin                     PIC 9(04) COMP.
015775     05  FsTryMin                     PIC 9(04) COMP.
015776     05  FsTryEnd                     PIC 9(04) COMP.
015777     05  FsShowMin                    PIC 9(04) COMP.
015778     05  FsShowTime                   PIC X(05).
015779     05  FsHourWork                   PIC 9(02).
015780     05  FsMinWork                    PIC 9(02).
015781     05  FsBusyCount                  PIC 9(02) COMP VALUE 0.
015782     05  FsBusySub                    PIC 9(02) COMP.
015783     05  FsBusyEntry OCCURS 50 TIMES.
015784         10  FsBusyStart              PIC 9(04) COMP.
015785         10  FsBusyEnd                PIC 9(04) COMP.
015786     05  FsSlotCount                  PIC 9(01) VALUE 0.
015787     05  FsSub                        PIC 9(01).
015788     05  FsSlot OCCURS 5 TIMES.
015789         10  FsSlotDate               PIC X(10).
015790         10  FsSlotStart              PIC X(05).
015791     05  FsPickInput                  PIC X(01).
015792     05  FsPickNum                    PIC 9(01).
015793     05  FsPickDate                   PIC X(10).
015794     05  FsPickStart                  PIC X(05).
015795
015796*---------------------------------------------------------*
015797* TASK TEMPLATE WORK AREA.                                 *
015798*---------------------------------------------------------*
015799 77  TemplateStatus                  PIC XX.
015800 77  TemplateTempStatus              PIC XX.
015801 77  TmplChoice                      PIC X.
015802 77  TmplNameInput                   PIC X(12).
015803 77  TmplAnchorDate                  PIC X(10).
015804 77  TmplWriteDate                   PIC X(10).
015805 77  TmplOffsetInput                 PIC X(03).
015806 77  TmplOffsetWork                  PIC 9(03).
015807 77  TmplOwnerInput                  PIC X(10).
015808 77  TmplDescInput                   PIC X(50).
015809 77  TmplLineCount                   PIC 9(03) VALUE 0.
015810 77  TmplAppliedCount                PIC 9(03) VALUE 0.
015811 77  TmplSkippedCount                PIC 9(03) VALUE 0.
015812 77  TmplRemovedCount                PIC 9(03) VALUE 0.
015813 77  TmplScanEofSw                   PIC X VALUE 'N'.
015814     88  TmplScanEOF                     VALUE 'Y'.
015815 77  TmplOkSw                        PIC X VALUE 'N'.
015816     88  TmplOk                          VALUE 'Y'.
015817
015818*---------------------------------------------------------*
015819* LOGIN HARDENING WORK AREA.  9950-HASH-PASSWORD TURNS     *
015820* HASHINPUT INTO "#H" PLUS THIRTEEN DIGITS IN HASHOUTPUT - *
015821* A ONE-WAY ROLLING HASH, NOT REVERSIBLE FROM THE FILE.    *
015822* THE ECHO COMMANDS SHIELD PASSWORD PROMPTS FROM SHOULDER  *
015823* SURFING ON THE OPERATOR TERMINALS.                       *
015824*---------------------------------------------------------*
015825 77  HashInput                       PIC X(20).
015826 77  HashOutput                      PIC X(20).
015827 77  HashAcc                         PIC 9(13).
015828 77  HashWork                        PIC 9(15).
015829 77  HashQuot                        PIC 9(02).
015830 77  HashSub                         PIC 9(02) COMP.
015831 77  HashCharVal                     PIC 9(03).
015832 77  HashModulus                     PIC 9(14) VALUE
015833     10000000000000.
015834 77  PasswordOkSw                    PIC X VALUE 'N'.
015835     88  PasswordOk                      VALUE 'Y'.
015836 77  LockedLoginSw                   PIC X VALUE 'N'.
015837     88  LockedLogin                     VALUE 'Y'.
015838 77  MaxFailCount                    PIC 9(02) VALUE 5.
015839 77  PwAgeLimitDays                  PIC 9(03) VALUE 90.
015840 77  PwAgeDays                       PIC S9(05).
015841 77  PwSetDayNum                     PIC 9(07).
015842 77  EchoOffCmd                      PIC X(12) VALUE
015843     "stty -echo".
015844 77  EchoOnCmd                       PIC X(12) VALUE
015845     "stty echo".
015846
015847*---------------------------------------------------------*
015848* END-OF-DAY CLOSE WORK AREA.  THE DISPOSITIONS TAKEN      *
015849* DURING THE CLOSE ARE COLLECTED IN THE HANDOVER LISTS     *
015850* AND PRINTED AS THE SHIFT HANDOVER REPORT AFTERWARD.      *
015851*---------------------------------------------------------*
015852 77  DayCloseStatus                  PIC XX.
015853 77  TomorrowDate                    PIC X(10).
015854 77  RollTargetDate                  PIC X(10).
015855 77  CheckCloseOwner                 PIC X(10).
015856 77  CheckCloseDate                  PIC X(10).
015857 77  DayClosedSw                     PIC X VALUE 'N'.
015858     88  DayClosed                       VALUE 'Y'.
015859 77  CloseScanEofSw                  PIC X VALUE 'N'.
015860     88  CloseScanEOF                    VALUE 'Y'.
015861 77  CloseBlockSw                    PIC X VALUE 'N'.
015862     88  CloseBlocked                    VALUE 'Y'.
015863 77  CloseAbortSw                    PIC X VALUE 'N'.
015864     88  CloseAborted                    VALUE 'Y'.
015865 77  DispositionAnswer               PIC X.
015866 77  DispDoneSw                      PIC X VALUE 'N'.
015867     88  DispDone                        VALUE 'Y'.
015868 77  CancelReason                    PIC X(30).
015869 01  HandoverArea.
015870     05  HoDoneCount                  PIC 9(03) VALUE 0.
015871     05  HoCancCount                  PIC 9(03) VALUE 0.
015872     05  HoCarrCount                  PIC 9(03) VALUE 0.
015873     05  HoSub                        PIC 9(03) COMP.
015874     05  HoDoneLine OCCURS 100 TIMES  PIC X(80).
015875     05  HoCancLine OCCURS 100 TIMES  PIC X(80).
015876     05  HoCancReason OCCURS 100 TIMES
015877                                      PIC X(30).
015878     05  HoCarrLine OCCURS 100 TIMES  PIC X(80).
015879
015880 01  StatsTotals.
015881     05  StTotAdded                   PIC 9(07) VALUE 0.
015882     05  StTotCompleted               PIC 9(07) VALUE 0.
015883     05  StTotCancelled               PIC 9(07) VALUE 0.
015884     05  StTotRolled                  PIC 9(07) VALUE 0.
015885     05  StTotImported                PIC 9(07) VALUE 0.
015886     05  StTotSkipped                 PIC 9(07) VALUE 0.
015887     05  StTotMoved                   PIC 9(07) VALUE 0.
015888     05  StTotOverdue                 PIC 9(07) VALUE 0.
015889     05  StTotOvdDays                 PIC 9(07) VALUE 0.
015890
015891*---------------------------------------------------------*
015892* WORKLOAD REPORT WORK AREA - ONE ENTRY PER OWNER          *
015893* DEPARTMENT PER DATE CARRYING AN OPEN TASK, TALLYING THE  *
015894* OPEN TASKS AT EACH PRIORITY.  SORTED BY OWNER THEN DATE  *
015895* BEFORE PRINTING.                                         *
015896*---------------------------------------------------------*
015897 01  WorkloadArea.
015898     05  WlCount                      PIC 9(03) COMP VALUE 0.
015899     05  WlSub                        PIC 9(03) COMP.
015900     05  WlSub2                       PIC 9(03) COMP.
015901     05  WlFoundSw                    PIC X VALUE 'N'.
015902         88  WlFound                      VALUE 'Y'.
015903     05  WlDoneSw                     PIC X VALUE 'N'.
015904         88  WlSortDone                   VALUE 'Y'.
015905     05  WlSwapHold                   PIC X(35).
015906     05  WlEntry OCCURS 200 TIMES.
015907         10  WlKey.
015908             15  WlOwner              PIC X(10).
015909             15  WlDate               PIC X(10).
015910         10  WlHighCount              PIC 9(05).
015911         10  WlMedCount               PIC 9(05).
015912         10  WlLowCount               PIC 9(05).
015913
015914*---------------------------------------------------------*
015915* NEXT-SEQUENCE SEARCH WORK AREA - USED BY ADD-TASK TO     *
015916* FIND THE NEXT FREE SEQUENCE NUMBER FOR A GIVEN DATE.     *
015917*---------------------------------------------------------*
016000 01  SeqSearch.
016100     05  ScanDate                     PIC X(10).
016200
016300*---------------------------------------------------------*
016302* JOURNAL AND RECOVERY WORK AREA.  A CALLER ABOUT TO      *
016304* REWRITE OR DELETE A SCHEDULERECORD SAVES IT IN          *
016306* JRNBEFOREWORK FIRST; ONCE THE I/O HAS WORKED IT LOADS   *
016308* JRNSOURCEWORK AND PERFORMS 9410, 9412, OR 9414.  THE    *
016310* RECOVERY KEEPS THE TWENTY NEWEST BACKUP GENERATIONS.    *
016312*---------------------------------------------------------*
016314 77  JournalStatus                   PIC XX.
016316 77  BackupHistStatus                PIC XX.
016318 77  JournalEofSw                    PIC X VALUE 'N'.
016320     88  JournalEOF                      VALUE 'Y'.
016322 77  BackupHistEofSw                 PIC X VALUE 'N'.
016324     88  BackupHistEOF                   VALUE 'Y'.
016326 77  JrnSourceWork                   PIC X(08).
016328 77  JrnActionWork                   PIC X(01).
016330 77  JrnBeforeWork                   PIC X(131).
016332 01  RecoveryArea.
016334     05  RgCount                      PIC 9(02) COMP VALUE 0.
016336     05  RgSub                        PIC 9(02) COMP.
016338     05  RgPick                       PIC 9(02).
016340     05  RgPickInput                  PIC X(02).
016342     05  RcTargetInput                PIC X(19).
016344     05  RcTarget                     PIC X(19).
016346     05  RcFromName                   PIC X(40).
016348     05  RcFromWhen                   PIC X(19).
016350     05  RcOkSw                       PIC X VALUE 'N'.
016352         88  RcOk                         VALUE 'Y'.
016354     05  RcAppliedSw                  PIC X VALUE 'N'.
016356         88  RcApplied                    VALUE 'Y'.
016358     05  RcResult                     PIC X(22).
016360     05  RcActWord                    PIC X(06).
016362     05  RcAppliedCount               PIC 9(05) VALUE 0.
016364     05  RcFailedCount                PIC 9(05) VALUE 0.
016366     05  RcLaterCount                 PIC 9(05) VALUE 0.
016368     05  RgEntry OCCURS 20 TIMES.
016370         10  RgName                   PIC X(40).
016372         10  RgWhen                   PIC X(19).
016374
016376*---------------------------------------------------------*
016400* BACKUP WORK AREA - USED TO BUILD A DATED BACKUP FILE     *
016500* NAME AND THE SHELL COMMANDS THAT COPY SCHEDULEFILE TO    *
016600* AND FROM IT.  LATESTBACKUPFILE REMEMBERS THE NAME OF      *
017500     88  BackupTrimDone                    VALUE 'Y'.
017600 77  BackupCmd                        PIC X(100).
017700 77  BackupOKSw                       PIC X VALUE 'N'.
017701     88  BackupOK                         VALUE 'Y'.
017702
017703*---------------------------------------------------------*
017704* BATCH RUN CONTROL.  EACH STEP CLEARS BCSTEPCOUNT AND THE *
017705* TWO SWITCHES BEFORE ITS FUNCTION RUNS; THE FUNCTION SETS *
017706* BCSTEPFAILSW WHEN IT COULD NOT DO ITS WORK, BCSTEPWARNSW *
017707* WHEN IT RAN BUT HAD NOTHING TO WORK FROM, AND ADDS UP    *
017708* WHAT IT PROCESSED IN BCSTEPCOUNT.  BCWORSTRC BECOMES THE *
017709* PROGRAM'S RETURN CODE - 0 CLEAN, 4 WARNING, 8 A STEP     *
017710* FAILED, 16 THE RUN CONTROL LOG COULD NOT BE OPENED.      *
017711*---------------------------------------------------------*
017712 77  RunCtlStatus                    PIC XX.
017713 77  RestartStatus                   PIC XX.
017714 01  BatchControlArea.
017715     05  BcRunID                      PIC X(19).
017716     05  BcAttempt                    PIC 9(02) VALUE 0.
017717     05  BcStep                       PIC 9(03) VALUE 0.
017718     05  BcStepCount                  PIC 9(07) VALUE 0.
017719     05  BcWorstRC                    PIC 9(02) VALUE 0.
017720     05  BcStepFailSw                 PIC X VALUE 'N'.
017721         88  BcStepFailed                 VALUE 'Y'.
017722     05  BcStepWarnSw                 PIC X VALUE 'N'.
017723         88  BcStepWarned                 VALUE 'Y'.
017724     05  BcControlSw                  PIC X VALUE 'N'.
017725         88  BcControlOk                  VALUE 'Y'.
017726     05  BcRestartSw                  PIC X VALUE 'N'.
017727         88  BcRestarting                 VALUE 'Y'.
017728     05  BcStopSw                     PIC X VALUE 'N'.
017729         88  BcStopRun                    VALUE 'Y'.
017730     05  BcSkipSw                     PIC X VALUE 'N'.
017731         88  BcSkipStep                   VALUE 'Y'.
017732     05  BcLogEofSw                   PIC X VALUE 'N'.
017733         88  BcLogEOF                     VALUE 'Y'.
017734     05  BcFailStep                   PIC 9(03) VALUE 0.
017735     05  BcRunCount                   PIC 9(03) VALUE 0.
017736     05  BcDoneCount                  PIC 9(03) VALUE 0.
017737     05  BcFailCount                  PIC 9(03) VALUE 0.
017738     05  BcWarnCount                  PIC 9(03) VALUE 0.
017739     05  BcNotRunCount                PIC 9(03) VALUE 0.
017740     05  BcOutcomeWord                PIC X(08).
017741
017742*---------------------------------------------------------*
017743* SHARED RESOURCE BOOKING.  RBENTRY IS THE LIST OF        *
017744* RESOURCES THE TASK IN HAND RESERVES.  THE CLASH CHECK   *
017745* LOOKS FOR ANOTHER BOOKING OF ANY OF THEM ON RBDATE THAT *
017746* OVERLAPS RBSTART/RBDURATION, WHATEVER ITS DEPARTMENT,   *
017747* IGNORING RBSELFID (THE TASK'S OWN, WHEN IT IS EDITED).  *
017748* THE RS AND UT FIELDS SERVE THE MAINTENANCE MENU AND THE *
017749* WEEKLY UTILISATION REPORT.                              *
017750*---------------------------------------------------------*
017751 77  ResourceStatus                  PIC XX.
017752 77  ReservationStatus               PIC XX.
017753 01  ResourceBookingArea.
017754     05  RbCount                      PIC 9(02) COMP VALUE 0.
017755     05  RbHadCount                   PIC 9(02) COMP VALUE 0.
017756     05  RbSub                        PIC 9(02) COMP.
017757     05  RbScanSub                    PIC 9(02) COMP.
017758     05  RbBookSub                    PIC 9(02) COMP.
017759     05  RbEntry OCCURS 5 TIMES.
017760         10  RbCode                   PIC X(08).
017761     05  RbCodeInput                  PIC X(08).
017762     05  RbDoneSw                     PIC X VALUE 'N'.
017763         88  RbDone                       VALUE 'Y'.
017764     05  RbCodeOkSw                   PIC X VALUE 'N'.
017765         88  RbCodeOk                     VALUE 'Y'.
017766     05  RbDupSw                      PIC X VALUE 'N'.
017767         88  RbDuplicate                  VALUE 'Y'.
017768     05  RbFullSw                     PIC X VALUE 'N'.
017769         88  RbListFull                   VALUE 'Y'.
017770     05  RbDate                       PIC X(10).
017771     05  RbStart                      PIC X(05).
017772     05  RbDuration                   PIC 9(03).
017773     05  RbSelfID                     PIC X(16).
017774     05  RbClashSw                    PIC X VALUE 'N'.
017775         88  RbClash                      VALUE 'Y'.
017776     05  RbClashCode                  PIC X(08).
017777     05  RbClashTaskID                PIC X(16).
017778     05  RbClashOwner                 PIC X(10).
017779     05  RbClashStart                 PIC X(05).
017780     05  RbClashDuration              PIC 9(03).
017781     05  RbScanEofSw                  PIC X VALUE 'N'.
017782         88  RbScanEOF                    VALUE 'Y'.
017783     05  RbResEofSw                   PIC X VALUE 'N'.
017784         88  RbResEOF                     VALUE 'Y'.
017785     05  RbNewStartMin                PIC 9(04).
017786     05  RbNewEndMin                  PIC 9(04).
017787     05  RbOldStartMin                PIC 9(04).
017788     05  RbOldEndMin                  PIC 9(04).
017789     05  RsChoice                     PIC X.
017790     05  RsCodeInput                  PIC X(08).
017791     05  RsDescInput                  PIC X(30).
017792     05  RsOwnerInput                 PIC X(10).
017793     05  RsFromInput                  PIC X(05).
017794     05  RsToInput                    PIC X(05).
017795     05  RsFromDate                   PIC X(10).
017796     05  RsListCount                  PIC 9(03) VALUE 0.
017797     05  RsFoundSw                    PIC X VALUE 'N'.
017798         88  RsFound                      VALUE 'Y'.
017799     05  RsOkSw                       PIC X VALUE 'N'.
017800         88  RsOk                         VALUE 'Y'.
017801     05  RsEofSw                      PIC X VALUE 'N'.
017802         88  RsEOF                        VALUE 'Y'.
017803     05  UtStartDate                  PIC X(10).
017804     05  UtWeeksInput                 PIC X(01).
017805     05  UtWeeks                      PIC 9(01) VALUE 0.
017806     05  UtSub                        PIC 9(02) COMP.
017807     05  UtDaySub                     PIC 9(02) COMP.
017808     05  UtWeek OCCURS 9 TIMES.
017809         10  UtWeekStart              PIC X(10).
017810         10  UtWeekEnd                PIC X(10).
017811         10  UtWorkDays               PIC 9(01).
017812     05  UtOkSw                       PIC X VALUE 'N'.
017813         88  UtOk                         VALUE 'Y'.
017814     05  UtResvOpenSw                 PIC X VALUE 'N'.
017815         88  UtResvOpen                   VALUE 'Y'.
017816     05  UtFromMin                    PIC 9(04).
017817     05  UtToMin                      PIC 9(04).
017818     05  UtWindowMin                  PIC 9(04).
017819     05  UtAvailMin                   PIC 9(05).
017820     05  UtBookedMin                  PIC 9(05).
017821     05  UtMinWork                    PIC 9(05).
017822     05  UtHours                      PIC 9(03).
017823     05  UtRemMin                     PIC 9(02).
017824     05  UtTenths                     PIC 9(01).
017825     05  UtHoursText                  PIC X(05).
017826     05  UtAvailText                  PIC X(05).
017827     05  UtBookedText                 PIC X(05).
017828     05  UtPct                        PIC 9(03).
017829     05  UtPctText                    PIC X(04).
017830
017831*---------------------------------------------------------*
017832* BATCHPARAMS.DAT CHECK TOTAL, TAKEN BY 1040 AND          *
017833* COMPARED WITH THE ONE IN BATCHRESTART.DAT.              *
017834*---------------------------------------------------------*
017835 01  BatchParmArea.
017836     05  BcParmID.
017837         10  BcParmCount              PIC 9(05).
017838         10  BcParmHash               PIC 9(09).
017839     05  BcHashWork                   PIC 9(11).
017840     05  BcHashQuot                   PIC 9(02).
017841     05  BcCharSub                    PIC 9(02) COMP.
017842     05  BcCharVal                    PIC 9(03).
017900
018000*---------------------------------------------------------*
018100* CSV EXPORT WORK AREA.                                    *
022000     05  ReportKeyword                PIC X(30).
022100
022200*---------------------------------------------------------*
022201* ACTUAL-TIME CAPTURE AND VARIANCE REPORT WORK AREA.  THE *
022202* COMPLETION PROMPTS LEAVE THE ACTUAL START AND MINUTES IN *
022203* ACTSTARTWORK/ACTMINUTESWORK FOR 9400-WRITE-TIME-LOG.     *
022204* THE REPORT TALLIES ONE ENTRY PER OWNER AND PRIORITY,     *
022205* KEEPS THE TEN WORST OVERRUNS IN DESCENDING ORDER, AND    *
022206* MATCHES EACH TEMPLATEFILE LINE TO THE COMPLETED TASKS    *
022207* CARRYING ITS DESCRIPTION.  A LINE IS "CONSISTENTLY       *
022208* UNDERESTIMATED" WHEN IT HAS AT LEAST VTMINUSES MATCHES   *
022209* AND RAN OVER ITS ESTIMATE IN THREE OF EVERY FOUR.        *
022210*---------------------------------------------------------*
022211 77  TimeLogStatus                   PIC XX.
022212 77  TimeLogOpenSw                   PIC X VALUE 'N'.
022213     88  TimeLogOpen                     VALUE 'Y'.
022214 77  ActStartInput                   PIC X(05).
022215 77  ActMinInput                     PIC X(04).
022216 77  ActMinLen                       PIC 9(02) COMP.
022217 77  ActStartWork                    PIC X(05).
022218 77  ActMinutesWork                  PIC 9(04).
022219 77  ActOkSw                         PIC X VALUE 'N'.
022220     88  ActOk                           VALUE 'Y'.
022221 77  VtMinUses                       PIC 9(02) VALUE 3.
022222 01  VarianceArea.
022223     05  VaCount                      PIC 9(03) COMP VALUE 0.
022224     05  VaSub                        PIC 9(03) COMP.
022225     05  VaSub2                       PIC 9(03) COMP.
022226     05  VaFoundSw                    PIC X VALUE 'N'.
022227         88  VaFound                      VALUE 'Y'.
022228     05  VaDoneSw                     PIC X VALUE 'N'.
022229         88  VaSortDone                   VALUE 'Y'.
022230     05  VaSection                    PIC X(01).
022231         88  VaSectSummary                VALUE 'S'.
022232         88  VaSectOverrun                VALUE 'O'.
022233         88  VaSectTemplate               VALUE 'T'.
022234     05  VaPriWork                    PIC X(01).
022235     05  VaRankWork                   PIC X(01).
022236     05  VaSign                       PIC X(01).
022237     05  VaDiff                       PIC 9(07).
022238     05  VaOverMin                    PIC 9(04).
022239     05  VaTotTasks                   PIC 9(05).
022240     05  VaTotNoEst                   PIC 9(05).
022241     05  VaTotEst                     PIC 9(07).
022242     05  VaTotAct                     PIC 9(07).
022243     05  VaSwapHold                   PIC X(36).
022244     05  VaEntry OCCURS 150 TIMES.
022245         10  VaKey.
022246             15  VaOwner              PIC X(10).
022247             15  VaPriRank            PIC X(01).
022248         10  VaPriority               PIC X(01).
022249         10  VaTaskCount              PIC 9(05).
022250         10  VaNoEstCount             PIC 9(05).
022251         10  VaEstTotal               PIC 9(07).
022252         10  VaActTotal               PIC 9(07).
022253 01  OverrunArea.
022254     05  OvCount                      PIC 9(02) COMP VALUE 0.
022255     05  OvSub                        PIC 9(02) COMP.
022256     05  OvSub2                       PIC 9(02) COMP.
022257     05  OvSwapHold                   PIC X(88).
022258     05  OvDoneSw                     PIC X VALUE 'N'.
022259         88  OvPlaced                     VALUE 'Y'.
022260     05  OvEntry OCCURS 10 TIMES.
022261         10  OvOverMin                PIC 9(04).
022262         10  OvTaskID                 PIC X(16).
022263         10  OvOwner                  PIC X(10).
022264         10  OvPriority               PIC X(01).
022265         10  OvEst                    PIC 9(03).
022266         10  OvAct                    PIC 9(04).
022267         10  OvDescription            PIC X(50).
022268 01  TemplateVarArea.
022269     05  VtCount                      PIC 9(03) COMP VALUE 0.
022270     05  VtSub                        PIC 9(03) COMP.
022271     05  VtShownCount                 PIC 9(03) VALUE 0.
022272     05  VtAvgEst                     PIC 9(05).
022273     05  VtAvgAct                     PIC 9(05).
022274     05  VtEntry OCCURS 200 TIMES.
022275         10  VtName                   PIC X(12).
022276         10  VtLineSeq                PIC 9(03).
022277         10  VtOwner                  PIC X(10).
022278         10  VtDescription            PIC X(50).
022279         10  VtUses                   PIC 9(05).
022280         10  VtOverCount              PIC 9(05).
022281         10  VtEstTotal               PIC 9(07).
022282         10  VtActTotal               PIC 9(07).
022283
022284*---------------------------------------------------------*
022300* RECURRENCE WORK AREA - USED BY ADD-TASK TO STEP THE       *
022400* ANCHOR DATE FORWARD ONE OCCURRENCE AT A TIME.             *
022500*---------------------------------------------------------*
023200 77  LeapSw                           PIC X VALUE 'N'.
023300     88  LeapYear                          VALUE 'Y'.
023400 77  YearQuotient                     PIC 9(04).
023401 77  YearRemainder                    PIC 9(04).
023402
023403*---------------------------------------------------------*
023404* ESCALATION WORK AREA - THE RULES TABLE LOADED FROM      *
023405* ESCALATIONRULES.DAT, AND THE COUNTS FOR ONE ESCALATE    *
023406* RUN.  ESDAYSOVER IS TODAY'S DAY NUMBER LESS THE TASK'S. *
023407*---------------------------------------------------------*
023408 77  EscRuleStatus                   PIC XX.
023409 77  EscLogStatus                    PIC XX.
023410 77  EscNoticeStatus                 PIC XX.
023411 77  EscRuleEofSw                    PIC X VALUE 'N'.
023412     88  EscRuleEOF                      VALUE 'Y'.
023413 77  EscLogEofSw                     PIC X VALUE 'N'.
023414     88  EscLogEOF                       VALUE 'Y'.
023415 77  EscLogOpenSw                    PIC X VALUE 'N'.
023416     88  EscLogOpen                      VALUE 'Y'.
023417 01  EscalationArea.
023418     05  ErCount                      PIC 9(02) COMP VALUE 0.
023419     05  ErSub                        PIC 9(02) COMP.
023420     05  ErSub2                       PIC 9(02) COMP.
023421     05  ErSkipSw                     PIC X VALUE 'N'.
023422         88  ErSkipRule                   VALUE 'Y'.
023423     05  EsTaskOpenSw                 PIC X VALUE 'N'.
023424         88  EsTaskStillOpen              VALUE 'Y'.
023425     05  EsPriWork                    PIC X(01).
023426     05  EsDaysOver                   PIC 9(05).
023427     05  EsDaysShow                   PIC 9(03).
023428     05  EsNewCount                   PIC 9(05) VALUE 0.
023429     05  EsOpenCount                  PIC 9(05) VALUE 0.
023430     05  EsBriefCount                 PIC 9(03) VALUE 0.
023431     05  EsLinePtr                    PIC 9(03) COMP.
023432     05  EsDropOwner                  PIC X(10).
023433     05  ErEntry OCCURS 50 TIMES.
023434         10  ErOwner                  PIC X(10).
023435         10  ErPriority               PIC X(01).
023436         10  ErLevel                  PIC 9(01).
023437         10  ErDays                   PIC 9(03).
023438         10  ErSupervisor             PIC X(20).
023439
023440*---------------------------------------------------------*
023441* INBOUND STATUS FEED WORK AREA - ONE PARSED LINE OF      *
023442* INBOUNDUPDATES.CSV, THE SENDER'S DEPARTMENT AND         *
023443* SUPERVISOR FLAG FROM USERFILE, AND THE RUN'S COUNTS.    *
023444* INREASON IS THE REJECT CODE; SPACES MEANS THE LINE WAS  *
023445* APPLIED.                                                *
023446*---------------------------------------------------------*
023447 77  InboundStatus                   PIC XX.
023448 77  InRejectStatus                  PIC XX.
023449 77  InboundEofSw                    PIC X VALUE 'N'.
023450     88  InboundEOF                      VALUE 'Y'.
023451 01  InboundArea.
023452     05  InTaskID                     PIC X(16).
023453     05  InAction                     PIC X(06).
023454         88  InDone                       VALUE "DONE".
023455         88  InCancel                     VALUE "CANCEL".
023456         88  InNote                       VALUE "NOTE".
023457     05  InSender                     PIC X(20).
023458     05  InText                       PIC X(60).
023459     05  InPtr                        PIC 9(03) COMP.
023460     05  InReason                     PIC X(10).
023461     05  InResult                     PIC X(10).
023462     05  InSenderOwner                PIC X(10).
023463     05  InSenderSupvSw               PIC X VALUE 'N'.
023464         88  InSenderSupervisor           VALUE 'Y'.
023465     05  InReportSw                   PIC X VALUE 'N'.
023466         88  InReportWritten              VALUE 'Y'.
023467     05  InLineCount                  PIC 9(05) VALUE 0.
023468     05  InDoneCount                  PIC 9(05) VALUE 0.
023469     05  InCancelCount                PIC 9(05) VALUE 0.
023470     05  InNoteCount                  PIC 9(05) VALUE 0.
023471     05  InRejCount                   PIC 9(05) VALUE 0.
023472     05  InQueuedCount                PIC 9(05) VALUE 0.
023473
023474*---------------------------------------------------------*
023475* APPROVAL QUEUE WORK AREA - THE ACTIONS THAT NEED A      *
023476* SUPERVISOR'S APPROVAL, THE REQUEST BEING BUILT, THE     *
023477* PENDING REQUESTS LISTED FOR REVIEW, AND THE AGE BANDS   *
023478* OF THE QUEUE REPORT.  APOFFERED IS SET BY A CALLER OF   *
023479* 6070 THAT CAN SEND ITS CHANGE FOR APPROVAL; APQUEUEMODE *
023480* SAYS THE CHANGE IS TO BE SENT RATHER THAN APPLIED.      *
023481* APBEFOREIMAGE AND APPROPOSED ARE LAID OUT AS            *
023482* SCHEDULERECORD.                                         *
023483*---------------------------------------------------------*
023484 77  ApprovalStatus                  PIC XX.
023485 77  ApRuleStatus                    PIC XX.
023486 77  ApRuleEofSw                     PIC X VALUE 'N'.
023487     88  ApRuleEOF                       VALUE 'Y'.
023488 77  ApQueueEofSw                    PIC X VALUE 'N'.
023489     88  ApQueueEOF                      VALUE 'Y'.
023490 01  ApprovalArea.
023491     05  ApRulesSw                    PIC X VALUE 'N'.
023492         88  ApRulesLoaded                VALUE 'Y'.
023493     05  ApRuleCount                  PIC 9(02) COMP VALUE 0.
023494     05  ApRuleSub                    PIC 9(02) COMP.
023495     05  ApRuleCode OCCURS 10 TIMES   PIC X(08).
023496     05  ApCheckCode                  PIC X(08).
023497     05  ApNeedSw                     PIC X VALUE 'N'.
023498         88  ApNeeded                     VALUE 'Y'.
023499     05  ApOfferSw                    PIC X VALUE 'N'.
023500         88  ApOffered                    VALUE 'Y'.
023501     05  ApQueueSw                    PIC X VALUE 'N'.
023502         88  ApQueueMode                  VALUE 'Y'.
023503     05  ApWrittenSw                  PIC X VALUE 'N'.
023504         88  ApWritten                    VALUE 'Y'.
023505     05  ApAppliedSw                  PIC X VALUE 'N'.
023506         88  ApApplied                    VALUE 'Y'.
023507     05  ApReviewSw                   PIC X VALUE 'N'.
023508         88  ApReviewDone                 VALUE 'Y'.
023509     05  ApActionWork                 PIC X(08).
023510     05  ApKindWork                   PIC X(01).
023511     05  ApReasonInput                PIC X(50).
023512     05  ApTryCount                   PIC 9(03) COMP.
023513     05  ApChoice                     PIC X(01).
023514     05  ApDecision                   PIC X(01).
023515     05  ApPick                       PIC 9(02).
023516     05  ApPickInput                  PIC X(02).
023517     05  ApListCount                  PIC 9(02) COMP VALUE 0.
023518     05  ApListKey OCCURS 50 TIMES    PIC X(21).
023519     05  ApAgeDays                    PIC 9(05).
023520     05  ApOldestDays                 PIC 9(05).
023521     05  ApAgeLimit                   PIC 9(02) VALUE 2.
023522     05  ApPendCount                  PIC 9(05) VALUE 0.
023523     05  ApLateCount                  PIC 9(05) VALUE 0.
023524     05  ApBriefCount                 PIC 9(03) VALUE 0.
023525     05  ApBandSub                    PIC 9(01) COMP.
023526     05  ApBandCount OCCURS 4 TIMES   PIC 9(05).
023527 01  ApBeforeImage.
023528     05  FILLER                       PIC X(15).
023529     05  ApBTaskID                    PIC X(16).
023530     05  ApBOwner                     PIC X(10).
023531     05  FILLER                       PIC X(90).
023532 01  ApProposed.
023533     05  ApPDate                      PIC X(10).
023534     05  ApPSeq                       PIC 9(05).
023535     05  ApPTaskID                    PIC X(16).
023536     05  ApPOwner                     PIC X(10).
023537     05  ApPRecurCode                 PIC X(01).
023538     05  ApPRecurEndDate              PIC X(10).
023539     05  ApPStatus                    PIC X(01).
023540     05  ApPNonWorkCode               PIC X(01).
023541     05  ApPRemindLead                PIC 9(02).
023542     05  ApPStartTime                 PIC X(05).
023543     05  ApPDuration                  PIC 9(03).
023544     05  ApPPriority                  PIC X(01).
023545     05  ApPDescription               PIC X(50).
023546     05  ApPPredID                    PIC X(16).
023547
023548*---------------------------------------------------------*
023549* WEEKLY TIMELINE GRID WORK AREA - ONE WEEK, MONDAY TO    *
023550* SUNDAY, OF HALF-HOUR SLOTS PER DAY (SLOT 1 IS 00:00).   *
023551* EACH SLOT HOLDS HOW MANY TASKS FALL IN IT AND THE LABEL *
023552* TO PRINT; WGSLOTSTARTSW SAYS THE LABELLED TASK BEGINS   *
023553* THERE.  UNTIMED TASKS GO IN THE ALL-DAY BAND, SIX TO A  *
023554* DAY.  WGDAYSHADE IS N FOR A NON-WORKING DAY AND C FOR A *
023555* DAY CLOSED FOR THE DEPARTMENT ON THE PAGE.              *
023556*---------------------------------------------------------*
023557 01  WeekGridArea.
023558     05  WgDateInput                  PIC X(10).
023559     05  WgStartDate                  PIC X(10).
023560     05  WgOwner                      PIC X(10).
023561     05  WgOkSw                       PIC X VALUE 'N'.
023562         88  WgOk                         VALUE 'Y'.
023563     05  WgBackDays                   PIC 9(02).
023564     05  WgFromText                   PIC X(05).
023565     05  WgToText                     PIC X(05).
023566     05  WgFromMin                    PIC 9(04).
023567     05  WgToMin                      PIC 9(04).
023568     05  WgFirstSlot                  PIC 9(02) COMP.
023569     05  WgLastSlot                   PIC 9(02) COMP.
023570     05  WgStartMin                   PIC 9(04).
023571     05  WgEndMin                     PIC 9(04).
023572     05  WgStartSlot                  PIC 9(02) COMP.
023573     05  WgEndSlot                    PIC 9(02) COMP.
023574     05  WgDaySub                     PIC 9(02) COMP.
023575     05  WgSlotSub                    PIC 9(02) COMP.
023576     05  WgRowSub                     PIC 9(02) COMP.
023577     05  WgAllRows                    PIC 9(02) COMP.
023578     05  WgCol                        PIC 9(03) COMP.
023579     05  WgDayFoundSw                 PIC X VALUE 'N'.
023580         88  WgDayFound                   VALUE 'Y'.
023581     05  WgMoreSw                     PIC X VALUE 'N'.
023582         88  WgMore                       VALUE 'Y'.
023583     05  WgEarlySw                    PIC X VALUE 'N'.
023584         88  WgAnyEarly                   VALUE 'Y'.
023585     05  WgLateSw                     PIC X VALUE 'N'.
023586         88  WgAnyLate                    VALUE 'Y'.
023587     05  WgLabel                      PIC X(08).
023588     05  WgRowMin                     PIC 9(04).
023589     05  WgHourWork                   PIC 9(02).
023590     05  WgMinWork                    PIC 9(02).
023591     05  WgRowTime                    PIC X(05).
023592     05  WgCountDigit                 PIC 9(01).
023593     05  WgCountEdit                  PIC Z9.
023594     05  WgCellText                   PIC X(10).
023595     05  WgPageCount                  PIC 9(03) VALUE 0.
023596     05  WgTaskCount                  PIC 9(05) VALUE 0.
023597     05  WgDayNameList                PIC X(21)
023598             VALUE "MONTUEWEDTHUFRISATSUN".
023599     05  WgDayNameTable REDEFINES WgDayNameList.
023600         10  WgDayName OCCURS 7 TIMES PIC X(03).
023601     05  WgDay OCCURS 7 TIMES.
023602         10  WgDayDate                PIC X(10).
023603         10  WgDayNonWorkSw           PIC X(01).
023604             88  WgDayNonWork             VALUE 'Y'.
023605         10  WgDayReason              PIC X(11).
023606         10  WgDayShade               PIC X(01).
023607             88  WgDayShaded              VALUE 'N' 'C'.
023608             88  WgDayClosed              VALUE 'C'.
023609         10  WgAllCount               PIC 9(02).
023610         10  WgAllLabel OCCURS 6 TIMES
023611                                      PIC X(08).
023612         10  WgEarlyCount             PIC 9(02).
023613         10  WgLateCount              PIC 9(02).
023614         10  WgSlot OCCURS 48 TIMES.
023615             15  WgSlotCount          PIC 9(02).
023616             15  WgSlotLabel          PIC X(08).
023617             15  WgSlotStartSw        PIC X(01).
023618                 88  WgSlotStart          VALUE 'Y'.
023619
023700 PROCEDURE DIVISION.
023800*===========================================================
023900* WHEN BATCHPARAMS.DAT IS PRESENT THE RUN IS UNATTENDED -   *
023940* MENU ARE SHOWN.                                           *
023950*===========================================================
023960 0000-MAINLINE.
023965     PERFORM 9560-SEED-DEPARTMENTS
023970     OPEN INPUT BatchParamFile
023980     IF BatchParamStatus = "00"
023990         PERFORM 1000-RUN-BATCH
024010     END-IF
024100     STOP RUN.
024110
024111*===========================================================
024112* EACH PARAMETER RECORD IS ONE STEP, LOGGED IN THE RUN      *
024113* CONTROL LOG.  THE FIRST STEP THAT FAILS ENDS THE RUN: THE *
024114* STEPS AFTER IT ARE LOGGED NOT RUN, BATCHPARAMS.DAT IS LEFT *
024115* IN PLACE, AND THE RERUN PICKS UP AT THE FIRST UNFINISHED   *
024116* STEP.  A RUN WITH NO FAILURE RENAMES THE PARAMETER FILE,   *
024117* SO A STALE BATCHPARAMS.DAT CANNOT HIJACK THE NEXT          *
024118* INTERACTIVE SESSION OR BE RUN TWICE - THE SCHEDULER        *
024119* WRITES A FRESH ONE FOR EACH NIGHT'S WORK.                  *
024125*===========================================================
024126 1000-RUN-BATCH.
024130     DISPLAY "BatchParams.dat found - running unattended."
024132     MOVE "*BATCH" TO Username
024133     PERFORM 1040-FINGERPRINT-PARAMS
024134     PERFORM 1050-START-RUN-CONTROL
024136     IF BcControlOk
024138         MOVE 'N' TO BatchEofSw
024140         PERFORM 1100-BATCH-NEXT-PARAM UNTIL BatchEOF
024142         CLOSE BatchParamFile
024144         PERFORM 1250-BATCH-RUN-SUMMARY
024146         PERFORM 1080-END-RUN-CONTROL
024148     ELSE
024150         CLOSE BatchParamFile
024152         MOVE 16 TO BcWorstRC
024165     END-IF
024170     DISPLAY "Batch run complete - return code " BcWorstRC "."
024175     MOVE BcWorstRC TO RETURN-CODE.
024180
024190 1100-BATCH-NEXT-PARAM.
024200     READ BatchParamFile
024210         AT END
024220             MOVE 'Y' TO BatchEofSw
024230         NOT AT END
024240             PERFORM 1110-BATCH-STEP
024250     END-READ.
024260
024270 1200-BATCH-DISPATCH.
024297             PERFORM 1800-BATCH-STATS
024298         WHEN "REMIND"
024299             PERFORM 1900-BATCH-REMIND
024300         WHEN "VARIANCE"
024301             PERFORM 1600-BATCH-VARIANCE
024302         WHEN "ESCALATE"
024303             PERFORM 1650-BATCH-ESCALATE
024304         WHEN "INBOUND"
024305             PERFORM 1660-BATCH-INBOUND
024306         WHEN "APPROVALS"
024307             PERFORM 1670-BATCH-APPROVALS
024308         WHEN "WEEKGRID"
024309             PERFORM 1680-BATCH-WEEKGRID
024310         WHEN SPACES
024311             CONTINUE
024312         WHEN OTHER
024313             DISPLAY "Unknown batch function: " BatchFunction
024314             MOVE 'Y' TO BcStepFailSw
024315     END-EVALUATE.
024316
024317*===========================================================
024318* RUN ONE DATE-RANGE REPORT FOR THE PARAMETER RECORD'S      *
024320* OWNER DEPARTMENT AND OPTIONALLY RENAME REPORTFILE.DAT TO  *
024330* THE REQUESTED OUTPUT NAME, SO SEVERAL DEPARTMENTS' RUNS   *
024340* IN ONE PARAMETER FILE DO NOT OVERWRITE EACH OTHER.        *
024430     PERFORM 9020-PRODUCE-EXPORT
024440     IF BatchOutName NOT = SPACES
024450         MOVE "ScheduleExport.csv" TO BatchSrcName
024451         PERFORM 1500-RENAME-OUTPUT
024452     END-IF.
024453
024454 1700-BATCH-WORKLOAD.
024455     MOVE BatchOwner TO SelectOwner
024456     DISPLAY "Batch workload: " BatchOwner
024457     PERFORM 8750-PRODUCE-WORKLOAD
024458     IF BatchOutName NOT = SPACES
024459         MOVE "ReportFile.dat" TO BatchSrcName
024460         PERFORM 1500-RENAME-OUTPUT
024461     END-IF.
024462
024463*===========================================================
024464* THE STATISTICS MONTH RIDES IN THE PARAMETER RECORD'S      *
024465* START-DATE COLUMN AS YYYY-MM.                             *
024466*===========================================================
024467 1800-BATCH-STATS.
024468     MOVE BatchStartDate(1:7) TO StMonth
024469     DISPLAY "Batch statistics: " StMonth
024470     PERFORM 8810-PRODUCE-STATS
024471     MOVE StCount TO BcStepCount
024472     IF BatchOutName NOT = SPACES
024473         MOVE "ReportFile.dat" TO BatchSrcName
024474         PERFORM 1500-RENAME-OUTPUT
024475     END-IF.
024476
024477*===========================================================
024478* NIGHTLY REMINDER EXTRACT - THE DAY BRIEF'S OWN SELECTION  *
024479* (OVERDUE OPEN TASKS, TODAY'S, AND TASKS WITHIN THEIR      *
024480* REMINDER LEAD) WRITTEN AS ONE ICALENDAR FILE PER OWNER    *
024481* DEPARTMENT AND DROPPED IN OUTBOUND/ FOR THE MAIL GATEWAY  *
024482* TO PICK UP.  *ALL RUNS EVERY ACTIVE DEPARTMENT ON THE     *
024483* DEPARTMENT MASTER.  EACH EXTRACT IS ADDRESSED TO ITS      *
024484* DEPARTMENT'S MAILBOX AND TITLED WITH ITS FULL NAME.       *
024485*===========================================================
024486 1900-BATCH-REMIND.
024487     MOVE "mkdir -p Outbound" TO BackupCmd
024488     CALL "SYSTEM" USING BackupCmd
024489     IF RETURN-CODE NOT = 0
024490         DISPLAY "Unable to create Outbound/ - extract skipped."
024491         MOVE 'Y' TO BcStepFailSw
024492     ELSE
024493         PERFORM 9650-GET-TODAY
024494         MOVE TodayDate TO OccDateFmt
024495         PERFORM 5310-ADD-ONE-DAY 99 TIMES
024496         MOVE OccDateFmt TO BriefLimitDate
024497         IF BatchOwner = "*ALL"
024498             PERFORM 1910-BUILD-OWNER-LIST
024499             MOVE 1 TO DeptSub
024500             PERFORM 1920-REMIND-NEXT-OWNER
024501                 UNTIL DeptSub > DeptCount
024502         ELSE
024503             PERFORM 1910-BUILD-OWNER-LIST
024504             MOVE BatchOwner TO RemindOwner
024505             PERFORM 1925-REMIND-ONE-OWNER
024506         END-IF
024507     END-IF.
024508
024509*===========================================================
024510* LOAD DEPTLISTAREA FROM THE DEPARTMENT MASTER IN CODE      *
024511* ORDER.  RETIRED DEPARTMENTS ARE LOADED TOO, SO THE        *
024512* REPORTS CAN STILL NAME THEM; THE REMINDER RUN SKIPS THEM. *
024513*===========================================================
024514 1910-BUILD-OWNER-LIST.
024515     MOVE 0 TO DeptCount
024516     MOVE 'N' TO DmEofSw
024517     OPEN INPUT DepartmentFile
024518     IF DepartmentStatus = "00"
024519         PERFORM 1915-OWNER-LIST-NEXT UNTIL DmEOF
024520         CLOSE DepartmentFile
024521     END-IF.
024522
024523 1915-OWNER-LIST-NEXT.
024524     READ DepartmentFile NEXT RECORD
024525         AT END
024526             MOVE 'Y' TO DmEofSw
024527         NOT AT END
024528             IF DeptCount < 50
024529                 ADD 1 TO DeptCount
024530                 MOVE DptCode TO DeptCode(DeptCount)
024531                 MOVE DptName TO DeptName(DeptCount)
024532                 MOVE DptMailbox TO DeptMailbox(DeptCount)
024533                 MOVE DptActive TO DeptActiveFlag(DeptCount)
024534             END-IF
024535     END-READ.
024536
024537 1920-REMIND-NEXT-OWNER.
024538     IF DeptEntryActive(DeptSub)
024539         MOVE DeptCode(DeptSub) TO RemindOwner
024540         PERFORM 1925-REMIND-ONE-OWNER
024541     END-IF
024542     ADD 1 TO DeptSub.
024543
024544 1925-REMIND-ONE-OWNER.
024545     MOVE 0 TO RemindCount
024546     MOVE 'N' TO EOF-SW
024547     MOVE RemindOwner TO DeptLookupCode
024548     PERFORM 9575-LOOKUP-DEPT-NAME
024549     IF DeptLookupMailbox = SPACES
024550         DISPLAY "No mailbox on file for " RemindOwner
024551             " - extract is not addressed."
024552         MOVE 'Y' TO BcStepWarnSw
024553     END-IF
024554     OPEN OUTPUT IcsFile
024555     IF IcsStatus NOT = "00"
024556         DISPLAY "Unable to open reminder extract - skipped."
024557         MOVE 'Y' TO BcStepFailSw
024558     ELSE
024559         MOVE "BEGIN:VCALENDAR" TO IcsLine
024560         WRITE IcsLine
024561         MOVE "VERSION:2.0" TO IcsLine
024562         WRITE IcsLine
024563         MOVE "PRODID:-//ScheduleMaker//Reminders//EN"
024564             TO IcsLine
024565         WRITE IcsLine
024566         MOVE SPACES TO IcsLine
024567         STRING "X-WR-CALNAME:" DELIMITED BY SIZE
024568                 DeptLookupName DELIMITED BY "  "
024569             INTO IcsLine
024570         WRITE IcsLine
024571         OPEN INPUT ScheduleFile
024572         IF ScheduleStatus = "00"
024573             PERFORM 1930-REMIND-SCAN-NEXT UNTIL EOF
024574             CLOSE ScheduleFile
024575         END-IF
024576         MOVE "END:VCALENDAR" TO IcsLine
024577         WRITE IcsLine
024578         CLOSE IcsFile
024579         PERFORM 1950-DROP-ICS-FILE
024580         DISPLAY "Reminder extract for " RemindOwner ": "
024581             RemindCount " event(s)."
024582         ADD RemindCount TO BcStepCount
024583     END-IF.
024584
024585 1930-REMIND-SCAN-NEXT.
024586     READ ScheduleFile NEXT RECORD
024587         AT END
024588             MOVE 'Y' TO EOF-SW
024589         NOT AT END
024590             IF TaskDate > BriefLimitDate
024591                 MOVE 'Y' TO EOF-SW
024592             ELSE
024593                 IF TaskOwner = RemindOwner AND TaskOpen
024594                     PERFORM 1935-REMIND-EVALUATE
024595                 END-IF
024596             END-IF
024597     END-READ.
024598
024599*===========================================================
024600* THE SAME THREE TESTS AS THE LOGIN DAY BRIEF - OVERDUE,    *
024601* TODAY, OR INSIDE THE TASK'S OWN REMINDER LEAD.            *
024602*===========================================================
024603 1935-REMIND-EVALUATE.
024604     EVALUATE TRUE
024605         WHEN TaskDate < TodayDate
024606             PERFORM 1940-WRITE-ICS-EVENT
024607         WHEN TaskDate = TodayDate
024608             PERFORM 1940-WRITE-ICS-EVENT
024609         WHEN TaskRemindLead > 0
024610             MOVE TodayDate TO OccDateFmt
024611             PERFORM 5310-ADD-ONE-DAY TaskRemindLead TIMES
024612             IF TaskDate NOT > OccDateFmt
024613                 PERFORM 1940-WRITE-ICS-EVENT
024614             END-IF
024615     END-EVALUATE.
024616
024617*===========================================================
024618* ONE VEVENT PER TASK.  AN UNTIMED TASK GOES OUT AS AN      *
024619* ALL-DAY DATE; A TIMED ONE CARRIES ITS START AND, WHEN     *
024620* STATED, A DURATION, SO IT LANDS ON THE PHONE CALENDAR AT  *
024621* THE RIGHT HOUR.  THE DEPARTMENT'S MAILBOX IS THE ATTENDEE *
024622* THE MAIL GATEWAY DELIVERS TO.                             *
024629*===========================================================
024630 1940-WRITE-ICS-EVENT.
024631     ADD 1 TO RemindCount
024688         MOVE "SUMMARY:(no description)" TO IcsLine
024689     END-IF
024690     WRITE IcsLine
024691     IF DeptLookupMailbox NOT = SPACES
024692         MOVE SPACES TO IcsLine
024693         STRING "ATTENDEE;CN=" DELIMITED BY SIZE
024694                 QUOTE DELIMITED BY SIZE
024695                 DeptLookupName DELIMITED BY "  "
024696                 QUOTE DELIMITED BY SIZE
024697                 ":mailto:" DELIMITED BY SIZE
024698                 DeptLookupMailbox DELIMITED BY SPACE
024699             INTO IcsLine
024700         WRITE IcsLine
024701     END-IF
024702     MOVE "END:VEVENT" TO IcsLine
024703     WRITE IcsLine.
024704
024705*===========================================================
024706* DROP THE FINISHED EXTRACT WHERE THE MAIL GATEWAY PICKS    *
024707* FILES UP, NAMED FOR ITS DEPARTMENT.  OWNER CODES CARRY    *
024708* NO EMBEDDED BLANKS, SO THE STRING DELIMITS BY SPACE.      *
024709*===========================================================
024710 1950-DROP-ICS-FILE.
024711     MOVE SPACES TO BackupCmd
024712     STRING "mv ReminderExtract.ics Outbound/Reminder."
024713             DELIMITED BY SIZE
024714             RemindOwner DELIMITED BY SPACE
024715             ".ics" DELIMITED BY SIZE
024716         INTO BackupCmd
024717     CALL "SYSTEM" USING BackupCmd
024718     IF RETURN-CODE NOT = 0
024719         DISPLAY "Unable to move the extract for " RemindOwner
024720         MOVE 'Y' TO BcStepFailSw
024721     END-IF.
024722
024723*===========================================================
024724* RENAME THE OUTPUT JUST PRODUCED TO THE PARAMETER RECORD'S *
024725* OUTPUT NAME.  FILE NAMES CARRY NO EMBEDDED BLANKS, SO THE *
024726* STRING DELIMITS EACH NAME BY ITS FIRST SPACE.             *
024727*===========================================================
024728 1500-RENAME-OUTPUT.
024729     MOVE SPACES TO BackupCmd
024730     STRING "mv " DELIMITED BY SIZE
024731             BatchSrcName DELIMITED BY SPACE
024732             " " DELIMITED BY SIZE
024733             BatchOutName DELIMITED BY SPACE
024734         INTO BackupCmd
024735     CALL "SYSTEM" USING BackupCmd
024736     IF RETURN-CODE NOT = 0
024737         DISPLAY "Unable to rename output to " BatchOutName
024738         MOVE 'Y' TO BcStepFailSw
024739     END-IF.
024740
024741*===========================================================
024742* LOGIN IS VALIDATED AGAINST USERFILE, WHICH IS MAINTAINED  *
024743* BY THE USER ADMINISTRATION MENU.  IF USERFILE HAS NOT BEEN*
024744* SET UP YET, THE USERNAME AND PASSWORD JUST ENTERED ARE     *
024745* USED TO CREATE ITS FIRST ACCOUNT, SO THE SYSTEM IS USABLE  *
024800* ON A BRAND-NEW INSTALLATION WITHOUT A SEPARATE SETUP STEP. *
024900* A SUCCESSFUL LOGIN CAPTURES THE USER'S OWNER DEPARTMENT    *
025000* CODE AND SUPERVISOR FLAG.  A DISABLED ACCOUNT IS REFUSED,  *
028289         INVALID KEY
028290             CONTINUE
028291     END-REWRITE.
028292
028293*===========================================================
028294* DAY BRIEF - SHOWN RIGHT AFTER LOGIN.  WALKS THE OPEN      *
028295* TASKS OF THE USER'S DEPARTMENT AND ANNOUNCES WHAT NEEDS   *
028296* ATTENTION: ANYTHING STILL OPEN FROM EARLIER DATES,        *
028297* TODAY'S TASKS, AND TASKS WHOSE OWN REMINDER LEAD TIME     *
028298* REACHES BACK TO TODAY.  THE FILE IS KEYED ON TASKDATE     *
028299* AND THE LEAD TIME TOPS OUT AT 99 DAYS, SO THE SCAN STOPS  *
028300* AT TODAY PLUS 99.                                         *
028301*===========================================================
028302 2100-LOGIN-DAY-BRIEF.
028303     PERFORM 9650-GET-TODAY
028304     MOVE TodayDate TO OccDateFmt
028305     PERFORM 5310-ADD-ONE-DAY 99 TIMES
028306     MOVE OccDateFmt TO BriefLimitDate
028307     MOVE 0 TO BriefShownCount
028308     MOVE 0 TO BriefOverdueCount
028309     MOVE 'N' TO EOF-SW
028310     MOVE 0 TO SortCount
028311     OPEN INPUT ScheduleFile
028312     IF ScheduleStatus = "35"
028313         DISPLAY "No tasks are on file yet."
028314     ELSE
028315         DISPLAY "Day brief for " TodayDate ":"
028316         PERFORM 2110-BRIEF-NEXT-RECORD UNTIL EOF
028317         PERFORM 9880-SORT-TASK-TABLE
028318         MOVE 1 TO SortSub1
028319         PERFORM 2115-BRIEF-SHOW-ENTRY UNTIL SortSub1 > SortCount
028320         CLOSE ScheduleFile
028321         IF BriefShownCount = 0
028322             DISPLAY "  Nothing needs attention."
028323         END-IF
028324         IF BriefOverdueCount > 0
028325             DISPLAY "  Use Morning Review (menu 6) to roll"
028326                 " overdue tasks forward."
028327         END-IF
028328     END-IF
028329     IF SupervisorUser
028330         PERFORM 2150-BRIEF-ESCALATIONS
028331     END-IF
028332     PERFORM 2160-BRIEF-APPROVALS.
028337
028338*===========================================================
028339* THE BRIEF'S MATCHES ARE COLLECTED INTO THE TASK SORT      *
028900* SEPARATE ACCOUNT SETUP STEP.  LATER ACCOUNTS ARE ADDED      *
029000* THROUGH THE USER ADMINISTRATION MENU, SO THE FIRST ACCOUNT  *
029010* IS MADE A SUPERVISOR - OTHERWISE NOBODY COULD EVER REACH    *
029020* THAT MENU TO SET THE REST OF THE SHOP UP.  THE ACCOUNT'S    *
029030* DEPARTMENT STARTS THE DEPARTMENT MASTER.                    *
029100*===========================================================
029200 2050-CREATE-FIRST-ACCOUNT.
029300     DISPLAY "No user accounts exist - setting up the first one."
030000     OPEN OUTPUT UserFile
030100     WRITE UserRecord
030200     CLOSE UserFile
030210     PERFORM 9560-SEED-DEPARTMENTS
030300     MOVE 'Y' TO LoginSw
030310     MOVE 'Y' TO SupervisorSw
030400     MOVE UsrOwnerCode TO LoggedInOwner
030500     DISPLAY "Account created for " Username
030501         " - logged in as a supervisor.".
030502
030503*===========================================================
030504* TAKE THE PENDING PASSWORD CHANGE AT LOGIN.  USERFILE IS    *
030505* STILL OPEN I-O AND USERRECORD HOLDS THE ACCOUNT JUST READ, *
030506* SO THE RECORD IS REWRITTEN IN PLACE.                       *
030507*===========================================================
030508 2080-FORCE-PASSWORD-CHANGE.
030509     DISPLAY "A password change is required before you go on."
030510     MOVE SPACES TO AdminPassword
030511     PERFORM 2090-ACCEPT-NEW-PASSWORD
030512         UNTIL AdminPassword NOT = SPACES
030513     MOVE AdminPassword TO HashInput
030514     PERFORM 9950-HASH-PASSWORD
030515     MOVE HashOutput TO UsrPassword
030516     MOVE 'N' TO UsrPwChange
030517     MOVE 0 TO UsrFailCount
030518     PERFORM 9650-GET-TODAY
030519     MOVE TodayDate TO UsrPwSetDate
030520     REWRITE UserRecord
030521         INVALID KEY
030522             DISPLAY "Unable to update the password."
030523         NOT INVALID KEY
030524             DISPLAY "Password changed."
030525             MOVE "USERPW" TO AuditAction
030526             MOVE SPACES TO AuditTaskIDWork
030527             MOVE Username TO AuditBeforeWork
030528             MOVE "CHANGED AT LOGIN" TO AuditAfterWork
030529             PERFORM 9500-WRITE-AUDIT-RECORD
030530     END-REWRITE.
030531
030532 2090-ACCEPT-NEW-PASSWORD.
030533     DISPLAY "New password:"
030534     PERFORM 9960-ECHO-OFF
030535     ACCEPT AdminPassword
030536     PERFORM 9965-ECHO-ON
030537     IF AdminPassword = SPACES
030538         DISPLAY "Password may not be blank."
030539     END-IF.
030540
030541*===========================================================
030542* USER ADMINISTRATION - SUPERVISORS ONLY.  ACCOUNTS ARE      *
030543* ADDED, PASSWORDS RESET, ACCOUNTS DISABLED OR ENABLED, AND  *
030544* THE SUPERVISOR FLAG SET, ALL AGAINST USERFILE.  A LEAVER'S *
030545* ACCOUNT IS DISABLED RATHER THAN DELETED SO THE AUDIT LOG'S *
030546* USERNAMES STAY MEANINGFUL.  EVERY CHANGE IS AUDITED.       *
030547*===========================================================
030548 2500-USER-ADMIN.
030549     MOVE SPACES TO AdminChoice
030550     PERFORM 2510-ADMIN-MENU UNTIL AdminChoice = 'X'.
030551
030552 2510-ADMIN-MENU.
030553     DISPLAY "User Administration".
030554     DISPLAY "1. Add User".
030555     DISPLAY "2. Reset Password".
030556     DISPLAY "3. Disable Account".
030557     DISPLAY "4. Enable Account".
030558     DISPLAY "5. Set Supervisor Flag".
030559     DISPLAY "6. Unlock Account".
030560     DISPLAY "X. Return To Main Menu".
030561     ACCEPT AdminChoice.
030562     INSPECT AdminChoice CONVERTING "x" TO "X".
030563     EVALUATE AdminChoice
030564         WHEN '1' PERFORM 2520-ADD-USER
030565         WHEN '2' PERFORM 2530-RESET-PASSWORD
030566         WHEN '3' PERFORM 2540-DISABLE-ACCOUNT
030567         WHEN '4' PERFORM 2550-ENABLE-ACCOUNT
030568         WHEN '5' PERFORM 2560-SET-SUPERVISOR
030569         WHEN '6' PERFORM 2570-UNLOCK-ACCOUNT
030570         WHEN 'X' CONTINUE
030571         WHEN OTHER DISPLAY "Invalid Choice"
030572     END-EVALUATE.
030573
030574 2520-ADD-USER.
030575     DISPLAY "Username for the new account:"
030576     ACCEPT AdminUsername
030577     IF AdminUsername = SPACES
030578         DISPLAY "Username may not be blank."
030579     ELSE
030580         OPEN I-O UserFile
030581         MOVE AdminUsername TO UsrUsername
030582         READ UserFile
030583             INVALID KEY
030584                 PERFORM 2525-WRITE-NEW-USER
030585             NOT INVALID KEY
030586                 DISPLAY "That username already exists."
030587         END-READ
030588         CLOSE UserFile
030589     END-IF.
030590
030591*===========================================================
030592* WRITE THE NEW ACCOUNT.  THE PASSWORD-CHANGE FLAG IS SET    *
030593* SO THE PASSWORD THE SUPERVISOR TYPED IS ONLY GOOD FOR THE  *
030594* NEW USER'S FIRST LOGIN.  THE OWNER DEPARTMENT MUST BE AN   *
030595* ACTIVE ONE ON THE DEPARTMENT MASTER.                       *
030596*===========================================================
030597 2525-WRITE-NEW-USER.
030598     DISPLAY "Password:"
030599     PERFORM 9960-ECHO-OFF
030600     ACCEPT AdminPassword
030601     PERFORM 9965-ECHO-ON
030602     DISPLAY "Owner Department Code:"
030603     ACCEPT AdminOwnerCode
030604     MOVE AdminOwnerCode TO CheckOwnerCode
030605     PERFORM 9160-CHECK-OWNER-EXISTS
030606     IF NOT OwnerOnFile
030607         DISPLAY "That department is not on file or is"
030608             " retired - user not added."
030609     ELSE
030610         MOVE SPACES TO UserRecord
030611         MOVE AdminUsername TO UsrUsername
030612         MOVE AdminPassword TO HashInput
030613         PERFORM 9950-HASH-PASSWORD
030614         MOVE HashOutput TO UsrPassword
030615         MOVE AdminOwnerCode TO UsrOwnerCode
030616         MOVE 'A' TO UsrStatus
030617         MOVE 'N' TO UsrSupervisor
030618         MOVE 'Y' TO UsrPwChange
030619         MOVE 0 TO UsrFailCount
030620         PERFORM 9650-GET-TODAY
030621         MOVE TodayDate TO UsrPwSetDate
030622         WRITE UserRecord
030623             INVALID KEY
030624                 DISPLAY "Unable to add user - duplicate key."
030625             NOT INVALID KEY
030626                 DISPLAY "User added - a password change will"
030627                     " be required at first login."
030628                 MOVE "USERADD" TO AuditAction
030629                 MOVE SPACES TO AuditTaskIDWork
030630                 MOVE SPACES TO AuditBeforeWork
030631                 MOVE AdminUsername TO AuditAfterWork
030632                 PERFORM 9500-WRITE-AUDIT-RECORD
030633         END-WRITE
030634     END-IF.
030637
030638 2530-RESET-PASSWORD.
030639     OPEN I-O UserFile
031608     DISPLAY "N. Task Notes".
031609     DISPLAY "T. Task Templates".
031610     DISPLAY "C. Close The Day (Shift Handover)".
031612     DISPLAY "B. Bookable Resources".
031614     DISPLAY "D. Departments".
031616     IF SupervisorUser
031620         DISPLAY "U. User Administration"
031623         DISPLAY "R. Recover To A Point In Time"
031626         DISPLAY "Q. Approval Queue"
031630     END-IF
031640     DISPLAY "E. Estimate Vs Actual Variance".
031650     DISPLAY "G. Weekly Timeline Grid".
031700     DISPLAY "X. Exit".
031800     ACCEPT UserChoice.
031810     INSPECT UserChoice CONVERTING "xuialvhwsntcerbdqg"
031820         TO "XUIALVHWSNTCERBDQG".
031900     PERFORM 3100-PROCESS-OPTION.
032000
032100 3100-PROCESS-OPTION.
032908         WHEN 'N' PERFORM 9200-TASK-NOTES
032909         WHEN 'T' PERFORM 7700-TEMPLATE-MENU
032910         WHEN 'C' PERFORM 7900-CLOSE-DAY
032912         WHEN 'B' PERFORM 7100-RESOURCE-MENU
032914         WHEN 'D' PERFORM 7300-DEPARTMENT-MENU
032916         WHEN 'U'
032920             IF SupervisorUser
032930                 PERFORM 2500-USER-ADMIN
032940             ELSE
032954                         " can be set up."
032955                     PERFORM 2500-USER-ADMIN
032956                 END-IF
032958             END-IF
032960         WHEN 'E' PERFORM 8900-VARIANCE-REPORT
032962         WHEN 'G' PERFORM 7240-WEEKLY-GRID
032964         WHEN 'R'
032966             IF SupervisorUser
032968                 PERFORM 7550-JOURNAL-RECOVERY
032970             ELSE
032972                 DISPLAY "Supervisor access required."
032974             END-IF
032976         WHEN 'Q'
032978             IF SupervisorUser
032980                 PERFORM 7400-APPROVAL-MENU
032982             ELSE
032984                 DISPLAY "Supervisor access required."
032986             END-IF
033000         WHEN 'X' PERFORM 3200-CONFIRM-EXIT
033100         WHEN OTHER DISPLAY "Invalid Choice"
033200     END-EVALUATE.
037004     MOVE TaskDuration TO RollDuration
037005     MOVE TaskPriority TO RollPriority
037006     MOVE TaskPredID TO RollPredID
037007     MOVE ScheduleRecord TO JrnBeforeWork
037008     DELETE ScheduleFile RECORD
037009         INVALID KEY
037010             DISPLAY "Error rolling task forward."
037011         NOT INVALID KEY
037012             MOVE "ROLLFWD" TO JrnSourceWork
037013             PERFORM 9414-JOURNAL-DELETE
037014             MOVE RollTargetDate TO ScanDate
037015             PERFORM 5100-FIND-NEXT-SEQ
037016             MOVE RollTargetDate TO TaskDate
037017             MOVE NextSeq TO TaskSeq
037018             MOVE RollDescription TO TaskDescription
037019             MOVE LoggedInOwner TO TaskOwner
037020             MOVE RollRecurCode TO TaskRecurCode
037021             MOVE RollRecurEndDate TO TaskRecurEndDate
037022             MOVE RollNonWorkCode TO TaskNonWorkCode
037023             MOVE RollRemindLead TO TaskRemindLead
037024             MOVE RollStartTime TO TaskStartTime
037025             MOVE RollDuration TO TaskDuration
037026             MOVE RollPriority TO TaskPriority
037027             MOVE RollPredID TO TaskPredID
037028             MOVE 'O' TO TaskStatus
037029             STRING RollTargetDate DELIMITED BY SIZE
037030                     "-" DELIMITED BY SIZE
037031                     NextSeq DELIMITED BY SIZE
037032                 INTO TaskID
037033             PERFORM 6400-DETACH-ENDED-SERIES
037034             WRITE ScheduleRecord
037035                 INVALID KEY
037036                     DISPLAY "Error rolling task forward."
037037                 NOT INVALID KEY
037039                     DISPLAY "Rolled forward - New ID " TaskID
037040                     MOVE "ROLLFWD" TO JrnSourceWork
037041                     PERFORM 9410-JOURNAL-ADD
037042                     MOVE "ROLLFWD" TO AuditAction
037045                     MOVE TaskID TO AuditTaskIDWork
037048                     MOVE RollTaskID TO AuditBeforeWork
037058                         MOVE TaskID TO NoteNewID
037059                         PERFORM 9932-REKEY-TASK-NOTES
037060                     END-IF
037061                     MOVE RollTaskID TO RbSelfID
037062                     PERFORM 9550-CARRY-RESOURCES
037063             END-WRITE
037064     END-DELETE
037065     MOVE 'N' TO EOF-SW
037066     MOVE RollTaskDate TO TaskDate
037069     MOVE RollTaskSeq TO TaskSeq
037072     START ScheduleFile KEY IS NOT LESS THAN SCHD-KEY
037600* SUCCESSFUL ADD IS RECORDED IN THE AUDIT LOG.  A RECURRING *
037700* ENTRY ALSO GENERATES ITS FUTURE OCCURRENCES.  THE DATE IS *
037800* CHECKED AGAINST EXISTING TASKS FIRST SO THE OPERATOR CAN  *
037810* CATCH A DOUBLE-BOOKING BEFORE THE RECORD IS WRITTEN, OR   *
037820* THE OPERATOR CAN ANSWER "F" AT THE START TIME AND PICK    *
037830* FROM THE OWNER'S NEXT FREE SLOTS INSTEAD.                 *
037840* SHARED RESOURCES THE TASK RESERVES ARE CHECKED ACROSS     *
037850* EVERY DEPARTMENT; A RESOURCE ALREADY BOOKED FOR THE SAME  *
037860* TIME REFUSES THE ADD.  AT EITHER CLASH THE OPERATOR CAN   *
037870* ANSWER "F" TO MOVE THE TASK TO ONE OF THE OWNER'S FREE    *
037880* SLOTS, WHICH IS THEN CHECKED AGAIN.                       *
038000*===========================================================
038100 5000-ADD-TASK.
038110     MOVE 'N' TO FsModeSw
038200     PERFORM 5010-PROMPT-TASK-DATE.
038300
038400     DISPLAY "Enter Task Description:".
038500     ACCEPT TaskDescInput.
038600
038602     PERFORM 5015-PROMPT-TASK-OWNER.
038604     PERFORM 5025-PROMPT-REMIND-LEAD.
038606     MOVE 'Y' TO FsOfferSw
038608     PERFORM 5045-PROMPT-START-TIME.
038610     MOVE 'N' TO FsOfferSw
038613     PERFORM 5047-PROMPT-DURATION.
038614     PERFORM 5065-PROMPT-PRIORITY.
038617     PERFORM 9510-PROMPT-RESOURCES.
038620
038700     PERFORM 5005-PROMPT-RECUR-CODE.
038800     IF RecurNone
039300
039400     PERFORM 5050-OPEN-SCHEDULE-IO
039410     PERFORM 5075-PROMPT-PREDECESSOR
039417     IF FsRequested
039424         MOVE TaskDateInput TO FsEarliest
039431         PERFORM 5400-FIND-FREE-SLOT
039438         IF FsPicked
039445             MOVE FsPickDate TO TaskDateInput
039452             MOVE FsPickStart TO StartTimeInput
039459             MOVE FsDuration TO DurationWork
039466             DISPLAY "Task will be booked for " TaskDateInput
039473                 " at " StartTimeInput "."
039480         END-IF
039487     END-IF
039500
039700     MOVE 'Y' TO ProceedSw
039710     IF FsRequested AND NOT FsPicked
039730         MOVE 'N' TO ProceedSw
039740     ELSE
039750         MOVE 'Y' TO AddRecheckSw
039760         PERFORM 5002-CHECK-ADD-CLASHES UNTIL NOT AddRecheck
040700     END-IF
040800
040900     IF ProceedWithAdd
042400                 DISPLAY "Unable to add task - duplicate key."
042500             NOT INVALID KEY
042600                 DISPLAY "Task Added Successfully - ID " TaskID
042610                 MOVE "ADD" TO JrnSourceWork
042620                 PERFORM 9410-JOURNAL-ADD
042700                 MOVE "ADD" TO AuditAction
042800                 MOVE TaskID TO AuditTaskIDWork
042900                 MOVE SPACES TO AuditBeforeWork
043150                     MOVE AssignOwner TO AuditAfterWork
043160                     PERFORM 9500-WRITE-AUDIT-RECORD
043170                 END-IF
043180                 PERFORM 9530-BOOK-RESOURCES
043200                 IF NOT RecurNone
043300                     PERFORM 5250-WRITE-RECURRENCES
043400                 END-IF
043800     END-IF
043900
044000     CLOSE ScheduleFile.
044001
044002*===========================================================
044003* CHECK THE NEW TASK AGAINST THE OWNER'S OTHER TASKS AND    *
044004* THE RESOURCES IT RESERVES.  "F" AT EITHER CLASH SEARCHES  *
044005* FOR A FREE SLOT; A SLOT PICKED SETS ADDRECHECK SO THE     *
044006* TASK IS CHECKED AGAIN AT ITS NEW DATE AND TIME.           *
044007*===========================================================
044008 5002-CHECK-ADD-CLASHES.
044009     MOVE 'N' TO AddRecheckSw
044010     MOVE TaskDateInput TO ScanDate
044011     PERFORM 5150-CHECK-DOUBLE-BOOKING
044012     IF TaskFound
044013         DISPLAY "Warning - this task clashes with one already"
044014             " booked on " TaskDateInput ":"
044015         DISPLAY "  " OldStartTime " " OldDescription
044016         DISPLAY "Add this task anyway? (Y/N,"
044017             " F = find a free slot):"
044018         ACCEPT ConfirmAnswer
044019         INSPECT ConfirmAnswer CONVERTING "yf" TO "YF"
044020         EVALUATE ConfirmAnswer
044021             WHEN 'Y'
044022                 CONTINUE
044023             WHEN 'F'
044024                 PERFORM 5003-PLACE-ADD-TASK
044025             WHEN OTHER
044026                 MOVE 'N' TO ProceedSw
044027         END-EVALUATE
044028     END-IF
044029     IF ProceedWithAdd AND NOT AddRecheck AND RbCount > 0
044030         MOVE TaskDateInput TO RbDate
044031         MOVE StartTimeInput TO RbStart
044032         MOVE DurationWork TO RbDuration
044033         MOVE SPACES TO RbSelfID
044034         PERFORM 9520-CHECK-RESOURCE-CLASH
044035         IF RbClash
044036             PERFORM 9528-SHOW-RESOURCE-CLASH
044037             DISPLAY "Find a free slot instead? (F = find,"
044038                 " anything else cancels):"
044039             ACCEPT ConfirmAnswer
044040             INSPECT ConfirmAnswer CONVERTING "f" TO "F"
044041             IF ConfirmAnswer = 'F'
044042                 PERFORM 5003-PLACE-ADD-TASK
044043             ELSE
044044                 MOVE 'N' TO ProceedSw
044045             END-IF
044046         END-IF
044047     END-IF.
044048
044049 5003-PLACE-ADD-TASK.
044050     MOVE TaskDateInput TO FsEarliest
044051     PERFORM 5400-FIND-FREE-SLOT
044052     IF FsPicked
044053         MOVE FsPickDate TO TaskDateInput
044054         MOVE FsPickStart TO StartTimeInput
044055         MOVE FsDuration TO DurationWork
044056         DISPLAY "Task will be booked for " TaskDateInput
044057             " at " StartTimeInput "."
044058         MOVE 'Y' TO AddRecheckSw
044059     ELSE
044060         MOVE 'N' TO ProceedSw
044061     END-IF.
044100
044200*===========================================================
044210* OPEN SCHEDULEFILE I-O FOR SHARED USE.  SEVERAL USERS ARE  *
050210
050220*===========================================================
050230* PROMPT FOR THE TASK'S OWNER DEPARTMENT.  BLANK KEEPS THE  *
050240* LOGGED-IN DEPARTMENT; ANYTHING ELSE MUST BE AN ACTIVE     *
050250* DEPARTMENT ON THE DEPARTMENT MASTER, SO A TYPO CANNOT     *
050260* STRAND A TASK WHERE NOBODY WILL EVER SEE IT.              *
050270*===========================================================
050280 5015-PROMPT-TASK-OWNER.
050281     MOVE 'N' TO OwnerPickedSw
050294             MOVE TaskOwnerInput TO AssignOwner
050295             MOVE 'Y' TO OwnerPickedSw
050296         ELSE
050297             DISPLAY "That department is not on file or is"
050298                 " retired."
050299         END-IF
050300     END-IF.
050301
050302*===========================================================
050303* PROMPT FOR THE REMINDER LEAD TIME - HOW MANY DAYS AHEAD   *
050304* OF ITS DATE THE LOGIN DAY-BRIEF STARTS ANNOUNCING THE     *
050305* TASK.  BLANK OR ZERO MEANS IT STAYS QUIET UNTIL THE DAY.  *
050306*===========================================================
050307 5025-PROMPT-REMIND-LEAD.
050308     MOVE 'N' TO LeadOkSw
050309     PERFORM 5026-ACCEPT-REMIND-LEAD UNTIL LeadOk.
050310
050311 5026-ACCEPT-REMIND-LEAD.
050312     DISPLAY "Reminder lead days, 00-99 (blank = none):"
050313     ACCEPT RemindLeadInput
050316     IF RemindLeadInput(2:1) = SPACE AND
050320        RemindLeadInput(1:1) NOT = SPACE
050324         MOVE RemindLeadInput(1:1) TO RemindLeadInput(2:1)
050356             MOVE RemindLeadInput TO RemindLeadWork
050360             MOVE 'Y' TO LeadOkSw
050364         ELSE
050365             DISPLAY "Invalid lead - enter 00 to 99 or blank."
050366         END-IF
050367     END-IF.
050368
050369*===========================================================
050370* PROMPT FOR THE TASK'S START TIME.  BLANK MEANS AN UNTIMED *
050371* TASK THAT OCCUPIES THE WHOLE DAY; ANYTHING ELSE MUST BE A *
050372* REAL HH:MM 24-HOUR TIME.                                  *
050373*===========================================================
050374 5045-PROMPT-START-TIME.
050375     MOVE 'N' TO TimeOkSw
050376     PERFORM 5046-ACCEPT-START-TIME UNTIL TimeOk.
050377
050378 5046-ACCEPT-START-TIME.
050379     IF FsOffered
050380         DISPLAY "Start time HH:MM, 24-hour (blank = untimed,"
050381             " F = find a free slot):"
050382     ELSE
050383         DISPLAY "Start time HH:MM, 24-hour (blank = untimed):"
050384     END-IF
050385     ACCEPT StartTimeInput
050386     IF FsOffered AND
050387        (StartTimeInput = "F" OR StartTimeInput = "f")
050388         MOVE 'Y' TO FsModeSw
050389         MOVE SPACES TO StartTimeInput
050390     END-IF
050393     IF StartTimeInput = SPACES
050394         MOVE 'Y' TO TimeOkSw
050395     ELSE
061100                     OccWriteDate
061200             NOT INVALID KEY
061300                 DISPLAY "Occurrence Added - ID " TaskID
061310                 MOVE "RECUR" TO JrnSourceWork
061320                 PERFORM 9410-JOURNAL-ADD
061400                 MOVE "ADD" TO AuditAction
061500                 MOVE TaskID TO AuditTaskIDWork
061600                 MOVE SPACES TO AuditBeforeWork
061700                 MOVE TaskDescription TO AuditAfterWork
061800                 PERFORM 9500-WRITE-AUDIT-RECORD
061810                 PERFORM 9530-BOOK-RESOURCES
061900         END-WRITE
062000     END-IF.
062100
071300         MOVE BackupName TO LatestBackupLine
071400         WRITE LatestBackupLine
071500         CLOSE LatestBackupFile
071510         PERFORM 9420-RECORD-BACKUP-GEN
071600         MOVE 'Y' TO BackupOKSw
071700     END-IF.
071800
074700* NEW DATE, SINCE THE DATE IS PART OF THE RECORD KEY AND      *
074800* REWRITE CANNOT CHANGE IT.  A SUCCESSFUL UPDATE IS RECORDED  *
074900* IN THE AUDIT LOG WITH BOTH THE OLD AND NEW DESCRIPTION.     *
074910* SCHEDULEFILE IS BACKED UP FIRST.  THE TASK'S RESOURCE       *
074920* RESERVATIONS ARE RECHECKED FOR THE NEW DATE AND TIME; A     *
074930* CLASH WITH ANOTHER BOOKING CANCELS THE EDIT.                *
075100*===========================================================
075200 6000-EDIT-TASK.
075300     DISPLAY "Enter Task ID to edit:".
076000         PERFORM 5050-OPEN-SCHEDULE-IO
076100         PERFORM 6050-FIND-BY-TASKID
076200
076205         MOVE 'N' TO ApQueueSw
076210         IF TaskFound
076215             MOVE 'Y' TO ApOfferSw
076220             PERFORM 6060-CHECK-CLOSED-OVERRIDE
076222             IF NOT CloseBlocked AND NOT ApQueueMode AND
076224                NOT SupervisorUser
076226                 PERFORM 6090-CHECK-EDIT-APPROVAL
076228             END-IF
076230         END-IF
076300         IF TaskFound AND NOT CloseBlocked
076310             MOVE ScheduleRecord TO JrnBeforeWork
076400             MOVE TaskDescription TO OldDescription
076500             MOVE TaskDate TO OldTaskDate
076600             DISPLAY "Enter Updated Task Description:"
076940             PERFORM 6017-PROMPT-EDIT-DURATION
076950             PERFORM 6025-PROMPT-EDIT-PRIORITY
076960             PERFORM 6035-PROMPT-EDIT-PRED
076970             IF ApQueueMode
076980                 MOVE 'N' TO RbClashSw
076990                 DISPLAY "Reservations stay as booked - they are"
077000                     " checked again when the change is approved."
077300             ELSE
077305                 PERFORM 6080-EDIT-RESOURCES
077310             END-IF
077315             IF RbClash
077320                 DISPLAY "Edit cancelled - a reserved resource is"
077325                     " already booked; task left unchanged."
077330             ELSE
077335                 IF TaskDateUpdateInput = SPACES OR
077340                    TaskDateUpdateInput = OldTaskDate
077345                     IF ApQueueMode
077350                         PERFORM 6095-QUEUE-EDIT
077355                     ELSE
077360                         PERFORM 6100-REWRITE-SAME-DATE
077365                     END-IF
077370                 ELSE
077372                     MOVE TaskOwner TO CheckCloseOwner
077374                     MOVE TaskDateUpdateInput TO CheckCloseDate
077376                     PERFORM 6070-CHECK-TARGET-DAY-CLOSED
077378                     IF CloseBlocked
077380                         DISPLAY "Edit cancelled - the new date"
077382                             " is closed; task left unchanged."
077384                     ELSE
077386                         IF ApQueueMode
077388                             PERFORM 6095-QUEUE-EDIT
077390                         ELSE
077392                             PERFORM 6200-REWRITE-NEW-DATE
077394                         END-IF
077396                     END-IF
077410                 END-IF
077500             END-IF
077510             MOVE TaskID TO NoteScanID
077700                 DISPLAY "No task found with that ID."
077710             END-IF
077800         END-IF
077810         MOVE 'N' TO ApOfferSw
077820         MOVE 'N' TO ApQueueSw
077900
078000         CLOSE ScheduleFile
078100     END-IF.
080272                 MOVE 'Y' TO CloseBlockSw
080273             END-IF
080274         ELSE
080277             PERFORM 6075-OFFER-CLOSED-APPROVAL
080280         END-IF
080283     END-IF.
080286
080289*===========================================================
080292* ANYONE ELSE IS REFUSED, UNLESS THE CALLER CAN SEND ITS    *
080295* CHANGE FOR APPROVAL (APOFFERED) AND OVERRIDE IS ONE OF    *
080298* THE APPROVAL ACTIONS - THEN THE OPERATOR MAY SEND IT, AND *
080301* THE SUPERVISOR WHO APPROVES IT MAKES THE OVERRIDE.  A     *
080304* CHANGE ALREADY BEING SENT GOES ON WITHOUT ASKING.         *
080307*===========================================================
080310 6075-OFFER-CLOSED-APPROVAL.
080313     MOVE 'Y' TO CloseBlockSw
080316     MOVE 'N' TO ApNeedSw
080319     IF ApOffered
080322         MOVE "OVERRIDE" TO ApCheckCode
080325         PERFORM 7405-CHECK-APPROVAL-NEEDED
080328     END-IF
080331     IF NOT ApNeeded
080334         DISPLAY "That day is closed - the handover report"
080337             " stands.  A supervisor can override."
080340     ELSE
080343         IF ApQueueMode
080346             DISPLAY "Day " CheckCloseDate " is closed for "
080349                 CheckCloseOwner " - the approving supervisor"
080352                 " overrides it."
080355             MOVE "OVERRIDE" TO ApActionWork
080358             MOVE 'N' TO CloseBlockSw
080361         ELSE
080364             DISPLAY "That day is closed - send the change to a"
080367                 " supervisor for approval? (Y/N):"
080370             ACCEPT ConfirmAnswer
080373             INSPECT ConfirmAnswer CONVERTING "y" TO "Y"
080376             IF ConfirmAnswer = 'Y'
080379                 MOVE 'Y' TO ApQueueSw
080382                 MOVE "OVERRIDE" TO ApActionWork
080385                 MOVE 'N' TO CloseBlockSw
080388             END-IF
080391         END-IF
080394     END-IF.
080397
080400*===========================================================
080500* PROMPT FOR AN UPDATED TASK DATE.  A BLANK ENTRY MEANS      *
080600* "KEEP THE CURRENT DATE" AND SKIPS VALIDATION; ANYTHING     *
082200             DISPLAY "Invalid date - please enter a real date."
082300         END-IF
082400     END-IF.
082404
082408*===========================================================
082412* PROMPT FOR AN UPDATED OWNER DEPARTMENT.  BLANK KEEPS THE  *
082416* CURRENT ONE; ANYTHING ELSE MUST BE AN ACTIVE DEPARTMENT   *
082420* ON THE DEPARTMENT MASTER.  THE REASSIGNMENT ITSELF IS     *
082424* AUDITED AFTER THE REWRITE GOES THROUGH.                   *
082428*===========================================================
082432 6030-PROMPT-EDIT-OWNER.
082436     MOVE 'N' TO OwnerPickedSw
082440     PERFORM 6040-ACCEPT-EDIT-OWNER UNTIL OwnerPicked.
082444
082448 6040-ACCEPT-EDIT-OWNER.
082452     DISPLAY "Owner Department (blank = keep " OldTaskOwner ")"
082456     ACCEPT TaskOwnerInput
082460     IF TaskOwnerInput = SPACES
082464         MOVE 'Y' TO OwnerPickedSw
082468     ELSE
082472         MOVE TaskOwnerInput TO CheckOwnerCode
082476         PERFORM 9160-CHECK-OWNER-EXISTS
082480         IF OwnerOnFile
082484             MOVE TaskOwnerInput TO TaskOwner
082488             MOVE 'Y' TO OwnerPickedSw
082492         ELSE
082496             DISPLAY "That department is not on file or is"
082500                 " retired."
082524         END-IF
082525     END-IF.
082526
083200             DISPLAY "Error updating task."
083300         NOT INVALID KEY
083400             DISPLAY "Task Updated Successfully"
083410             MOVE "EDIT" TO JrnSourceWork
083420             PERFORM 9412-JOURNAL-CHANGE
083500             MOVE "EDIT" TO AuditAction
083600             MOVE TaskID TO AuditTaskIDWork
083700             MOVE OldDescription TO AuditBeforeWork
083800             MOVE TaskDescription TO AuditAfterWork
083900             PERFORM 9500-WRITE-AUDIT-RECORD
083910             PERFORM 6300-AUDIT-REASSIGNMENT
083920             PERFORM 6085-SAVE-EDIT-RESOURCES
084000     END-REWRITE.
084100
084200*===========================================================
084900         INVALID KEY
085000             DISPLAY "Error updating task."
085100         NOT INVALID KEY
085110             MOVE "EDIT" TO JrnSourceWork
085120             PERFORM 9414-JOURNAL-DELETE
085200             MOVE TaskDateUpdateInput TO ScanDate
085300             PERFORM 5100-FIND-NEXT-SEQ
085400             MOVE TaskDateUpdateInput TO TaskDate
086300                 NOT INVALID KEY
086400                     DISPLAY "Task Updated Successfully - New ID "
086500                         TaskID
086510                     MOVE "EDIT" TO JrnSourceWork
086520                     PERFORM 9410-JOURNAL-ADD
086600                     MOVE "EDIT" TO AuditAction
086700                     MOVE TaskID TO AuditTaskIDWork
086800                     MOVE OldDescription TO AuditBeforeWork
086900                     MOVE TaskDescription TO AuditAfterWork
087000                     PERFORM 9500-WRITE-AUDIT-RECORD
087010                     PERFORM 6300-AUDIT-REASSIGNMENT
087015                     PERFORM 6085-SAVE-EDIT-RESOURCES
087020                     MOVE TaskIDInput TO NoteScanID
087030                     PERFORM 9900-CHECK-TASK-HAS-NOTES
087040                     IF HasNotes
087338             ELSE
087339                 DISPLAY "Task: " TaskDescription
087340                 PERFORM 6510-PROMPT-STATUS
087344                 MOVE 'N' TO ApNeedSw
087348                 IF StatusAnswer = 'C' AND NOT SupervisorUser
087352                     PERFORM 6535-CHECK-CANCEL-APPROVAL
087356                 END-IF
087360                 IF ApNeeded
087364                     PERFORM 6537-QUEUE-CANCEL
087368                 ELSE
087372                     PERFORM 6525-CHECK-PRED-THEN-MARK
087376                 END-IF
087380                 MOVE TaskID TO NoteScanID
087384                 PERFORM 9905-OFFER-NOTES
087388             END-IF
087392         ELSE
087396             DISPLAY "No task found with that ID."
087400         END-IF
087404
087408         CLOSE ScheduleFile
087412     END-IF.
087416
087420*===========================================================
087424* PROMPT FOR THE CLOSING STATUS, REPROMPTING UNTIL D OR C   *
087428* IS ENTERED.                                               *
087432*===========================================================
087436 6510-PROMPT-STATUS.
087440     MOVE SPACE TO StatusAnswer
087444     PERFORM 6520-ACCEPT-STATUS UNTIL StatusAnswerValid.
087448
087452 6520-ACCEPT-STATUS.
087456     DISPLAY "Mark as (D)one or (C)ancelled:"
087460     ACCEPT StatusAnswer
087464     INSPECT StatusAnswer CONVERTING "dc" TO "DC"
087468     IF NOT StatusAnswerValid
087472         DISPLAY "Invalid choice - enter D or C."
087476     END-IF.
087480
087501*===========================================================
087502* A TASK WITH A PREDECESSOR CANNOT GO DONE WHILE THAT       *
087503* PREDECESSOR IS STILL OPEN - HALF OUR WORK IS CHAINS, AND  *
087523     END-IF.
087524
087525 6530-MARK-TASK-STATUS.
087527     IF StatusAnswer = 'D'
087529         PERFORM 6540-PROMPT-ACTUAL-TIME
087531     END-IF
087533     MOVE ScheduleRecord TO JrnBeforeWork
087535     MOVE StatusAnswer TO TaskStatus
087537     REWRITE ScheduleRecord
087539         INVALID KEY
087541             DISPLAY "Error completing task."
087543         NOT INVALID KEY
087545             MOVE "COMPLETE" TO JrnSourceWork
087547             PERFORM 9412-JOURNAL-CHANGE
087549             IF TaskDone
087551                 DISPLAY "Task marked Done: " TaskID
087553                 PERFORM 9400-WRITE-TIME-LOG
087555                 MOVE "COMPLETE" TO AuditAction
087557                 MOVE "DONE" TO AuditAfterWork
087559             ELSE
087561                 DISPLAY "Task marked Cancelled: " TaskID
087563                 MOVE "CANCEL" TO AuditAction
087565                 MOVE "CANCELLED" TO AuditAfterWork
087567                 MOVE TaskID TO RbSelfID
087569                 PERFORM 9540-RELEASE-RESOURCES
087571             END-IF
087573             MOVE TaskID TO AuditTaskIDWork
087575             MOVE TaskDescription TO AuditBeforeWork
087577             PERFORM 9500-WRITE-AUDIT-RECORD
087579     END-REWRITE.
087581
087583*===========================================================
087585* DELETE TASK - SAME LOOKUP-BY-TASKID PATTERN AS EDIT.  THE  *
087600* DESCRIPTION IS SAVED BEFORE THE DELETE SO THE AUDIT LOG    *
087700* CAN SHOW WHAT WAS REMOVED.  SCHEDULEFILE IS BACKED UP       *
087800* FIRST, THE SAME AS IN EDIT-TASK.                             *
088800         PERFORM 5050-OPEN-SCHEDULE-IO
088900         PERFORM 6050-FIND-BY-TASKID
089000
089002         MOVE 'N' TO ApNeedSw
089004         MOVE 'N' TO ApQueueSw
089006         IF TaskFound AND NOT SupervisorUser
089008             MOVE "DELETE" TO ApCheckCode
089010             PERFORM 7405-CHECK-APPROVAL-NEEDED
089012         END-IF
089014         IF TaskFound AND NOT ApNeeded
089016             MOVE 'Y' TO ApOfferSw
089020             PERFORM 6060-CHECK-CLOSED-OVERRIDE
089023             MOVE 'N' TO ApOfferSw
089026             MOVE 'N' TO ApNeedSw
089030         END-IF
089040         IF TaskFound AND (ApNeeded OR ApQueueMode)
089050             PERFORM 7010-QUEUE-DELETE
089060         END-IF
089070         IF TaskFound AND NOT ApNeeded AND NOT ApQueueMode AND
089080            NOT CloseBlocked
089200             MOVE TaskDescription TO OldDescription
089210             MOVE TaskID TO NoteScanID
089220             MOVE ScheduleRecord TO JrnBeforeWork
089300             DELETE ScheduleFile RECORD
089400                 INVALID KEY
089500                     DISPLAY "Error deleting task."
089600                 NOT INVALID KEY
089700                     DISPLAY "Task Deleted: " TaskID
089710                     MOVE "DELETE" TO JrnSourceWork
089720                     PERFORM 9414-JOURNAL-DELETE
089800                     MOVE "DELETE" TO AuditAction
089900                     MOVE TaskID TO AuditTaskIDWork
090000                     MOVE OldDescription TO AuditBeforeWork
090100                     MOVE SPACES TO AuditAfterWork
090200                     PERFORM 9500-WRITE-AUDIT-RECORD
090210                     PERFORM 9930-DELETE-TASK-NOTES
090220                     MOVE TaskID TO RbSelfID
090230                     PERFORM 9540-RELEASE-RESOURCES
090300             END-DELETE
090600         END-IF
090610         IF NOT TaskFound
090620             DISPLAY "No task found with that ID."
090630         END-IF
090640         MOVE 'N' TO ApQueueSw
090700
090800         CLOSE ScheduleFile
090900     END-IF.
094700             DISPLAY "Restore complete."
094800         END-IF
094900     END-IF.
094901
094902*===========================================================
094903* ARCHIVE MENU - THE END-OF-MONTH PURGE AND THE INQUIRY     *
094904* AGAINST WHAT HAS BEEN PURGED.  SCHEDULEFILE ONLY EVER     *
094905* GROWS, AND THE RECURRENCE GENERATOR MULTIPLIES RECORDS,   *
094906* SO OLD RECORDS ARE MOVED OUT TO SCHEDULEARCHIVE.DAT TO    *
094907* KEEP VIEW-SCHEDULE AND THE SEQUENCE SCANS QUICK.          *
094908*===========================================================
094909 7600-ARCHIVE-MENU.
094910     DISPLAY "Archive Menu".
094911     DISPLAY "1. Purge Tasks To Archive".
094912     DISPLAY "2. Archive Inquiry".
094913     DISPLAY "X. Return To Main Menu".
094914     ACCEPT ArchChoice.
094915     INSPECT ArchChoice CONVERTING "x" TO "X".
094916     EVALUATE ArchChoice
094917         WHEN '1' PERFORM 7610-ARCHIVE-PURGE
094918         WHEN '2' PERFORM 7650-ARCHIVE-INQUIRY
094919         WHEN 'X' CONTINUE
094920         WHEN OTHER DISPLAY "Invalid Choice"
094921     END-EVALUATE.
094922
094923*===========================================================
094924* PURGE - EVERY RECORD DATED BEFORE THE CUTOFF IS WRITTEN   *
094925* TO THE ARCHIVE AND DELETED FROM SCHEDULEFILE.  THE FILE   *
094926* IS KEYED ON TASKDATE, SO THE SCAN STOPS AT THE FIRST      *
094927* RECORD ON OR PAST THE CUTOFF.  SCHEDULEFILE IS BACKED UP  *
094928* FIRST, AND EACH MOVE IS AUDITED LIKE A DELETE.            *
094929*===========================================================
094930 7610-ARCHIVE-PURGE.
094931     PERFORM 7612-PROMPT-CUTOFF-DATE
094932     PERFORM 5900-BACKUP-SCHEDULE-FILE
094933     IF NOT BackupOK
094934         DISPLAY "Purge cancelled - backup not confirmed."
094935     ELSE
094936         OPEN EXTEND ArchiveFile
094937         IF ArchiveStatus = "35"
094938             OPEN OUTPUT ArchiveFile
094939             CLOSE ArchiveFile
094940             OPEN EXTEND ArchiveFile
094941         END-IF
094942         IF ArchiveStatus NOT = "00"
094943             DISPLAY "Unable to open the archive - purge"
094944                 " not run."
094945         ELSE
094946             PERFORM 5050-OPEN-SCHEDULE-IO
094947             MOVE 'N' TO TimeLogOpenSw
094948             OPEN INPUT TimeLogFile
094949             IF TimeLogStatus = "00"
094950                 MOVE 'Y' TO TimeLogOpenSw
094951             END-IF
094952             MOVE 0 TO ArchivedCount
094953             MOVE 'N' TO EOF-SW
094954             PERFORM 7620-PURGE-NEXT-RECORD UNTIL EOF
094955             CLOSE ScheduleFile
094956             IF TimeLogOpen
094957                 CLOSE TimeLogFile
094958             END-IF
094959             CLOSE ArchiveFile
094960             DISPLAY ArchivedCount " task(s) archived."
094961         END-IF
094962     END-IF.
094963
094964 7612-PROMPT-CUTOFF-DATE.
094965     MOVE 'N' TO ValidDateSw
094966     PERFORM 7614-ACCEPT-CUTOFF-DATE UNTIL ValidDate.
094967
094968 7614-ACCEPT-CUTOFF-DATE.
094969     DISPLAY "Archive tasks dated before (YYYY-MM-DD):"
094970     ACCEPT ArchCutoffDate
094971     MOVE ArchCutoffDate TO DateToValidate
094972     PERFORM 9700-VALIDATE-DATE
094973     IF NOT ValidDate
094974         DISPLAY "Invalid date - enter a real YYYY-MM-DD date."
094975     END-IF.
094976
094977 7620-PURGE-NEXT-RECORD.
094978     READ ScheduleFile NEXT RECORD
094979         AT END
094980             MOVE 'Y' TO EOF-SW
094981         NOT AT END
094982             MOVE 0 TO LockRetryCount
094983             IF TaskDate < ArchCutoffDate
094984                 PERFORM 7630-ARCHIVE-ONE-RECORD
094985             ELSE
094986                 MOVE 'Y' TO EOF-SW
094987             END-IF
094988     END-READ
094989     IF ScheduleStatus = "99"
094990         ADD 1 TO LockRetryCount
094991         IF LockRetryCount > 4
094992             DISPLAY "Record held by another user - purge"
094993                 " stopped; run it again later."
094994             MOVE 'Y' TO EOF-SW
094995         ELSE
094996             DISPLAY "Record held by another user - waiting..."
094997             PERFORM 5060-WAIT-A-MOMENT
094998         END-IF
094999     END-IF.
095000
095001 7630-ARCHIVE-ONE-RECORD.
095002     MOVE TaskDate TO ArchTaskDate
095003     MOVE TaskSeq TO ArchTaskSeq
095004     MOVE TaskID TO ArchTaskID
095005     MOVE TaskOwner TO ArchTaskOwner
095006     MOVE TaskRecurCode TO ArchRecurCode
095007     MOVE TaskRecurEndDate TO ArchRecurEndDate
095008     MOVE TaskStatus TO ArchTaskStatus
095009     MOVE TaskNonWorkCode TO ArchNonWorkCode
095010     MOVE TaskRemindLead TO ArchRemindLead
095011     MOVE TaskStartTime TO ArchStartTime
095012     MOVE TaskDuration TO ArchDuration
095013     MOVE TaskPriority TO ArchPriority
095014     MOVE TaskPredID TO ArchPredID
095015     MOVE TaskDescription TO ArchDescription
095016     PERFORM 9600-BUILD-TIMESTAMP
095017     MOVE TimestampWork TO ArchWhen
095018     PERFORM 7632-CARRY-ACTUAL-TIME
095019     WRITE ArchiveRecord
095020     IF ArchiveStatus NOT = "00"
095021         DISPLAY "Archive write failed - purge stopped."
095022         MOVE 'Y' TO EOF-SW
095023     ELSE
095024         MOVE ScheduleRecord TO JrnBeforeWork
095025         DELETE ScheduleFile RECORD
095026             INVALID KEY
095027                 DISPLAY "Unable to remove " TaskID
095028             NOT INVALID KEY
095029                 ADD 1 TO ArchivedCount
095030                 MOVE "PURGE" TO JrnSourceWork
095031                 PERFORM 9414-JOURNAL-DELETE
095119                 MOVE "ARCHIVE" TO AuditAction
095120                 MOVE ArchTaskID TO AuditTaskIDWork
095121                 MOVE ArchDescription TO AuditBeforeWork
095227     WRITE ReportLine
095228     MOVE 0 TO LineCount.
095229
095230*===========================================================
095231* TASK TEMPLATES - A NAMED STANDING CHECKLIST (MONTH-END    *
095232* CLOSE AND THE LIKE) KEPT AS ONE RECORD PER TASK LINE ON   *
095233* TEMPLATEFILE.DAT.  APPLY PROMPTS FOR THE ANCHOR DATE AND  *
095234* WRITES EVERY LINE AT ANCHOR PLUS ITS OFFSET THROUGH THE   *
095235* SAME SEQUENCING, DOUBLE-BOOKING, AND AUDIT PATH AS        *
095236* ADD-TASK.  RECURRENCE DOES NOT FIT THESE RUNS - THEY      *
095237* START ON A CHOSEN DATE, NOT A FIXED CYCLE.                *
095238*===========================================================
095239 7700-TEMPLATE-MENU.
095240     DISPLAY "Task Template Menu".
095241     DISPLAY "1. List Templates".
095242     DISPLAY "2. Add Template Line".
095243     DISPLAY "3. Remove Template".
095244     DISPLAY "4. Apply Template To A Date".
095245     DISPLAY "X. Return To Main Menu".
095246     ACCEPT TmplChoice.
095247     INSPECT TmplChoice CONVERTING "x" TO "X".
095248     EVALUATE TmplChoice
095249         WHEN '1' PERFORM 7710-TEMPLATE-LIST
095250         WHEN '2' PERFORM 7720-TEMPLATE-ADD-LINE
095251         WHEN '3' PERFORM 7730-TEMPLATE-REMOVE
095252         WHEN '4' PERFORM 7740-APPLY-TEMPLATE
095253         WHEN 'X' CONTINUE
095254         WHEN OTHER DISPLAY "Invalid Choice"
095255     END-EVALUATE.
095256
095257 7710-TEMPLATE-LIST.
095258     MOVE 'N' TO TmplScanEofSw
095259     OPEN INPUT TemplateFile
095260     IF TemplateStatus NOT = "00"
095261         DISPLAY "No templates are on file."
095262     ELSE
095263         DISPLAY "Templates on file:"
095264         PERFORM 7715-LIST-NEXT-LINE UNTIL TmplScanEOF
095265         CLOSE TemplateFile
095266     END-IF.
095267
095268 7715-LIST-NEXT-LINE.
095269     READ TemplateFile
095270         AT END
095271             MOVE 'Y' TO TmplScanEofSw
095272         NOT AT END
095273             DISPLAY "  " TmplName " " TmplLineSeq
095274                 " day+" TmplOffsetDays " " TmplOwner
095275                 " " TmplDescription " " TmplResCode
095276     END-READ.
095277
095278*===========================================================
095279* ADD ONE LINE TO A TEMPLATE.  THE TASK-FIELD PROMPTS ARE   *
095280* THE SAME PARAGRAPHS ADD-TASK USES, SO A TEMPLATE LINE     *
095281* CARRIES EVERYTHING A KEYED TASK WOULD.  THE LINE NUMBER   *
095282* IS ONE PAST THE TEMPLATE'S CURRENT HIGHEST.               *
095283*===========================================================
095284 7720-TEMPLATE-ADD-LINE.
095285     DISPLAY "Template name:"
095286     ACCEPT TmplNameInput
095287     IF TmplNameInput = SPACES
095288         DISPLAY "Template name may not be blank."
095289     ELSE
095290         PERFORM 7722-PROMPT-OFFSET-DAYS
095291         DISPLAY "Enter Task Description:"
095292         ACCEPT TmplDescInput
095293         PERFORM 7726-PROMPT-TMPL-OWNER
095294         PERFORM 5035-PROMPT-NONWORK-CODE
095295         PERFORM 5025-PROMPT-REMIND-LEAD
095296         PERFORM 5045-PROMPT-START-TIME
095297         PERFORM 5047-PROMPT-DURATION
095298         PERFORM 5065-PROMPT-PRIORITY
095299         PERFORM 7729-PROMPT-TMPL-RESOURCE
095300         PERFORM 7725-COUNT-TEMPLATE-LINES
095301         OPEN EXTEND TemplateFile
095302         IF TemplateStatus = "35"
095303             OPEN OUTPUT TemplateFile
095304             CLOSE TemplateFile
095305             OPEN EXTEND TemplateFile
095306         END-IF
095307         IF TemplateStatus NOT = "00"
095308             DISPLAY "Unable to open TemplateFile - not added."
095309         ELSE
095310             MOVE TmplNameInput TO TmplName
095311             COMPUTE TmplLineSeq = TmplLineCount + 1
095312             MOVE TmplOffsetWork TO TmplOffsetDays
095313             MOVE TmplOwnerInput TO TmplOwner
095314             MOVE NonWorkCodeInput TO TmplNonWorkCode
095315             MOVE RemindLeadWork TO TmplRemindLead
095316             MOVE StartTimeInput TO TmplStartTime
095317             MOVE DurationWork TO TmplDuration
095318             MOVE PriorityInput TO TmplPriority
095319             MOVE TmplDescInput TO TmplDescription
095320             MOVE RbCodeInput TO TmplResCode
095321             WRITE TemplateRecord
095322             CLOSE TemplateFile
095323             DISPLAY "Template line added: " TmplNameInput
095324                 " line " TmplLineSeq
095325         END-IF
095326     END-IF.
095327
095328*===========================================================
095329* OFFSET IN DAYS FROM THE ANCHOR DATE, 000-999.  A SHORT    *
095330* ENTRY IS RIGHT-JUSTIFIED LIKE THE DURATION PROMPT.        *
095331*===========================================================
095332 7722-PROMPT-OFFSET-DAYS.
095333     MOVE 'N' TO TmplOkSw
095334     PERFORM 7724-ACCEPT-OFFSET-DAYS UNTIL TmplOk.
095335
095336 7724-ACCEPT-OFFSET-DAYS.
095337     DISPLAY "Offset in days from the anchor date, 000-999"
095338         " (blank = same day):"
095339     ACCEPT TmplOffsetInput
095340     IF TmplOffsetInput(3:1) = SPACE AND
095341        TmplOffsetInput(2:1) NOT = SPACE
095342         MOVE SPACES TO DurTemp
095343         STRING "0" DELIMITED BY SIZE
095344                 TmplOffsetInput(1:2) DELIMITED BY SIZE
095345             INTO DurTemp
095346         MOVE DurTemp TO TmplOffsetInput
095347     END-IF
095348     IF TmplOffsetInput(2:1) = SPACE AND
095349        TmplOffsetInput(1:1) NOT = SPACE
095350         MOVE SPACES TO DurTemp
095351         STRING "00" DELIMITED BY SIZE
095352                 TmplOffsetInput(1:1) DELIMITED BY SIZE
095353             INTO DurTemp
095354         MOVE DurTemp TO TmplOffsetInput
095355     END-IF
095356     IF TmplOffsetInput = SPACES
095357         MOVE 0 TO TmplOffsetWork
095358         MOVE 'Y' TO TmplOkSw
095359     ELSE
095360         IF TmplOffsetInput IS NUMERIC
095361             MOVE TmplOffsetInput TO TmplOffsetWork
095362             MOVE 'Y' TO TmplOkSw
095363         ELSE
095364             DISPLAY "Invalid offset - enter 000 to 999"
095365                 " or blank."
095366         END-IF
095367     END-IF.
095368
095369*===========================================================
095370* OWNER FOR THE LINE.  BLANK MEANS "WHOEVER APPLIES THE     *
095371* TEMPLATE"; ANYTHING ELSE MUST BE AN ACTIVE DEPARTMENT ON  *
095372* THE DEPARTMENT MASTER, AS AT ADD-TASK.                    *
095373*===========================================================
095374 7726-PROMPT-TMPL-OWNER.
095375     MOVE 'N' TO OwnerPickedSw
095376     PERFORM 7727-ACCEPT-TMPL-OWNER UNTIL OwnerPicked.
095377
095378 7727-ACCEPT-TMPL-OWNER.
095379     DISPLAY "Owner Department (blank = applier's own):"
095380     ACCEPT TmplOwnerInput
095381     IF TmplOwnerInput = SPACES
095382         MOVE 'Y' TO OwnerPickedSw
095383     ELSE
095384         MOVE TmplOwnerInput TO CheckOwnerCode
095385         PERFORM 9160-CHECK-OWNER-EXISTS
095386         IF OwnerOnFile
095387             MOVE 'Y' TO OwnerPickedSw
095388         ELSE
095389             DISPLAY "That department is not on file or is"
095390                 " retired."
095391         END-IF
095392     END-IF.
095393
095394 7725-COUNT-TEMPLATE-LINES.
095395     MOVE 0 TO TmplLineCount
095396     MOVE 'N' TO TmplScanEofSw
095397     OPEN INPUT TemplateFile
095398     IF TemplateStatus = "00"
095399         PERFORM 7728-COUNT-NEXT-LINE UNTIL TmplScanEOF
095400         CLOSE TemplateFile
095401     END-IF.
095402
095403 7728-COUNT-NEXT-LINE.
095404     READ TemplateFile
095405         AT END
095406             MOVE 'Y' TO TmplScanEofSw
095407         NOT AT END
095408             IF TmplName = TmplNameInput
095409                 ADD 1 TO TmplLineCount
095410             END-IF
095411     END-READ.
095412
095413*===========================================================
095414* REMOVE A WHOLE TEMPLATE - EVERY LINE CARRYING ITS NAME -  *
095415* BY THE SAME COPY-THROUGH-A-WORK-FILE REWRITE AS THE       *
095416* HOLIDAY CALENDAR.                                         *
095417*===========================================================
095418 7730-TEMPLATE-REMOVE.
095419     DISPLAY "Template name to remove:"
095420     ACCEPT TmplNameInput
095421     MOVE 'N' TO TmplScanEofSw
095422     MOVE 0 TO TmplRemovedCount
095423     OPEN INPUT TemplateFile
095424     IF TemplateStatus NOT = "00"
095425         DISPLAY "No templates are on file."
095426     ELSE
095427         OPEN OUTPUT TemplateTempFile
095428         IF TemplateTempStatus NOT = "00"
095429             DISPLAY "Unable to open work file - not removed."
095430             CLOSE TemplateFile
095431         ELSE
095432             PERFORM 7735-REMOVE-NEXT-LINE UNTIL TmplScanEOF
095433             CLOSE TemplateFile
095434             CLOSE TemplateTempFile
095435             MOVE "mv TemplateFile.tmp TemplateFile.dat"
095436                 TO BackupCmd
095437             CALL "SYSTEM" USING BackupCmd
095438             IF RETURN-CODE NOT = 0
095439                 DISPLAY "Remove failed - templates unchanged."
095440             ELSE
095441                 DISPLAY TmplRemovedCount " line(s) removed."
095442             END-IF
095443         END-IF
095444     END-IF.
095445
095446 7735-REMOVE-NEXT-LINE.
095447     READ TemplateFile
095448         AT END
095449             MOVE 'Y' TO TmplScanEofSw
095450         NOT AT END
095451             IF TmplName = TmplNameInput
095452                 ADD 1 TO TmplRemovedCount
095453             ELSE
095454                 MOVE TemplateRecord TO TemplateTempLine
095455                 WRITE TemplateTempLine
095456             END-IF
095457     END-READ.
095458
095459*===========================================================
095460* APPLY A TEMPLATE - EVERY LINE BECOMES A TASK AT ANCHOR    *
095461* PLUS ITS OFFSET, WRITTEN THROUGH THE SAME SEQUENCING,     *
095462* DOUBLE-BOOKING, AND AUDIT PATH AS ADD-TASK.               *
095463*===========================================================
095464 7740-APPLY-TEMPLATE.
095465     DISPLAY "Template name to apply:"
095466     ACCEPT TmplNameInput
095467     PERFORM 7742-PROMPT-ANCHOR-DATE
095468     MOVE 0 TO TmplAppliedCount
095469     MOVE 0 TO TmplSkippedCount
095470     MOVE 'N' TO TmplScanEofSw
095471     OPEN INPUT TemplateFile
095472     IF TemplateStatus NOT = "00"
095473         DISPLAY "No templates are on file."
095474     ELSE
095475         PERFORM 5050-OPEN-SCHEDULE-IO
095476         PERFORM 7745-APPLY-NEXT-LINE UNTIL TmplScanEOF
095477         CLOSE ScheduleFile
095478         CLOSE TemplateFile
095479         IF TmplAppliedCount = 0 AND TmplSkippedCount = 0
095480             DISPLAY "No template with that name."
095481         ELSE
095482             DISPLAY TmplAppliedCount " task(s) added, "
095483                 TmplSkippedCount " skipped."
095484         END-IF
095485     END-IF.
095486
095487 7742-PROMPT-ANCHOR-DATE.
095488     MOVE 'N' TO ValidDateSw
095489     PERFORM 7744-ACCEPT-ANCHOR-DATE UNTIL ValidDate.
095490
095491 7744-ACCEPT-ANCHOR-DATE.
095492     DISPLAY "Anchor date (YYYY-MM-DD):"
095493     ACCEPT TmplAnchorDate
095494     MOVE TmplAnchorDate TO DateToValidate
095495     PERFORM 9700-VALIDATE-DATE
095496     IF NOT ValidDate
095497         DISPLAY "Invalid date - enter a real YYYY-MM-DD date."
095498     END-IF.
095499
095500 7745-APPLY-NEXT-LINE.
095501     READ TemplateFile
095502         AT END
095503             MOVE 'Y' TO TmplScanEofSw
095504         NOT AT END
095505             IF TmplName = TmplNameInput
095506                 PERFORM 7750-APPLY-ONE-LINE
095507             END-IF
095508     END-READ.
095509
095510*===========================================================
095511* ONE LINE: DATE = ANCHOR PLUS OFFSET, THEN THE LINE'S OWN  *
095512* NON-WORKING-DAY CHOICE - SKIP IT, SHIFT IT FORWARD TO     *
095513* THE NEXT WORKING DAY, OR WRITE IT WHERE IT FELL.          *
095514*===========================================================
095515 7750-APPLY-ONE-LINE.
095516     MOVE TmplAnchorDate TO OccDateFmt
095517     IF TmplOffsetDays > 0
095518         PERFORM 5310-ADD-ONE-DAY TmplOffsetDays TIMES
095519     END-IF
095520     MOVE OccDateFmt TO TmplWriteDate
095521     MOVE TmplWriteDate TO CheckWorkDate
095522     PERFORM 9850-CHECK-NON-WORKING
095523     IF NonWorkingDay AND TmplNonWorkCode = 'S'
095524         ADD 1 TO TmplSkippedCount
095525         DISPLAY "Skipped line " TmplLineSeq
095526             " - non-working day: " TmplWriteDate
095527     ELSE
095528         IF NonWorkingDay AND TmplNonWorkCode = 'M'
095529             PERFORM 5215-SHIFT-ONE-DAY
095530                 UNTIL NOT NonWorkingDay
095531             MOVE OccDateFmt TO TmplWriteDate
095532             DISPLAY "Moved line " TmplLineSeq " to "
095533                 TmplWriteDate
095534         END-IF
095535         PERFORM 7755-WRITE-TEMPLATE-TASK
095536     END-IF.
095537
095538 7755-WRITE-TEMPLATE-TASK.
095539     IF TmplOwner = SPACES
095540         MOVE LoggedInOwner TO AssignOwner
095541     ELSE
095542         MOVE TmplOwner TO AssignOwner
095543     END-IF
095544     MOVE TmplStartTime TO StartTimeInput
095545     MOVE TmplDuration TO DurationWork
095546     MOVE TmplWriteDate TO ScanDate
095547     MOVE 'Y' TO ProceedSw
095548     PERFORM 5150-CHECK-DOUBLE-BOOKING
095549     IF TaskFound
095550         DISPLAY "Warning - line " TmplLineSeq
095551             " clashes with a task on " TmplWriteDate ":"
095552         DISPLAY "  " OldStartTime " " OldDescription
095553         DISPLAY "Add this line anyway? (Y/N,"
095554             " F = find a free slot):"
095555         ACCEPT ConfirmAnswer
095556         INSPECT ConfirmAnswer CONVERTING "yf" TO "YF"
095557         EVALUATE ConfirmAnswer
095558             WHEN 'Y'
095559                 CONTINUE
095560             WHEN 'F'
095561                 PERFORM 7758-PLACE-TMPL-LINE
095562             WHEN OTHER
095563                 MOVE 'N' TO ProceedSw
095564         END-EVALUATE
095565     END-IF
095566     PERFORM 7757-CHECK-TMPL-RESOURCE
095567     IF ProceedWithAdd
095568         PERFORM 5100-FIND-NEXT-SEQ
095569         MOVE TmplWriteDate TO TaskDate
095570         MOVE NextSeq TO TaskSeq
095571         MOVE TmplDescription TO TaskDescription
095572         MOVE AssignOwner TO TaskOwner
095573         MOVE 'N' TO TaskRecurCode
095574         MOVE SPACES TO TaskRecurEndDate
095575         MOVE 'O' TO TaskStatus
095576         MOVE SPACES TO TaskNonWorkCode
095577         MOVE TmplRemindLead TO TaskRemindLead
095578         MOVE TmplStartTime TO TaskStartTime
095579         MOVE TmplDuration TO TaskDuration
095580         MOVE TmplPriority TO TaskPriority
095581         MOVE SPACES TO TaskPredID
095582         STRING TmplWriteDate DELIMITED BY SIZE
095583                 "-" DELIMITED BY SIZE
095584                 NextSeq DELIMITED BY SIZE
095585             INTO TaskID
095586         WRITE ScheduleRecord
095587             INVALID KEY
095588                 ADD 1 TO TmplSkippedCount
095589                 DISPLAY "Skipped line - duplicate key: "
095590                     TmplWriteDate
095591             NOT INVALID KEY
095592                 ADD 1 TO TmplAppliedCount
095593                 DISPLAY "Task Added - ID " TaskID
095594                 MOVE "TEMPLATE" TO JrnSourceWork
095595                 PERFORM 9410-JOURNAL-ADD
095596                 MOVE "ADD" TO AuditAction
095597                 MOVE TaskID TO AuditTaskIDWork
095598                 MOVE SPACES TO AuditBeforeWork
095599                 MOVE TaskDescription TO AuditAfterWork
095600                 PERFORM 9500-WRITE-AUDIT-RECORD
095601                 PERFORM 9530-BOOK-RESOURCES
095602         END-WRITE
095603     ELSE
095604         ADD 1 TO TmplSkippedCount
095605         DISPLAY "Line not added."
095606     END-IF.
095607
095608*===========================================================
095609* END-OF-DAY CLOSE - THE OUTGOING OPERATOR DISPOSITIONS     *
095610* EVERY TASK STILL OPEN ON TODAY'S DATE FOR THE DEPARTMENT  *
095611* (DONE, CANCELLED WITH A REASON, OR CARRIED TO TOMORROW    *
095612* BY THE ROLL-FORWARD MECHANICS), PRINTS THE SHIFT          *
095613* HANDOVER REPORT TO REPORTFILE, AND WRITES A DAY-CLOSED    *
095614* MARKER THAT MAKES EDIT AND DELETE REFUSE THE DAY WITHOUT  *
095615* A SUPERVISOR OVERRIDE.  SCHEDULEFILE IS BACKED UP FIRST,  *
095616* AS FOR THE MORNING REVIEW.                                *
095617*===========================================================
095618 7900-CLOSE-DAY.
095619     PERFORM 9650-GET-TODAY
095620     MOVE TodayDate TO OccDateFmt
095621     PERFORM 5310-ADD-ONE-DAY
095622     MOVE OccDateFmt TO TomorrowDate
095623     MOVE TomorrowDate TO RollTargetDate
095624     MOVE LoggedInOwner TO CheckCloseOwner
095625     MOVE TodayDate TO CheckCloseDate
095626     PERFORM 9870-CHECK-DAY-CLOSED
095627     IF DayClosed
095628         DISPLAY "Today is already closed for " LoggedInOwner
095629     ELSE
095630         PERFORM 5900-BACKUP-SCHEDULE-FILE
095631         IF NOT BackupOK
095632             DISPLAY "Close cancelled - backup not confirmed."
095633         ELSE
095634             MOVE 0 TO HoDoneCount
095635             MOVE 0 TO HoCancCount
095636             MOVE 0 TO HoCarrCount
095637             MOVE 'N' TO CloseAbortSw
095638             PERFORM 5050-OPEN-SCHEDULE-IO
095639             PERFORM 7905-CLOSE-SCAN-START
095640             DISPLAY "Closing " TodayDate " for "
095641                 LoggedInOwner ":"
095642             PERFORM 7910-CLOSE-NEXT-RECORD UNTIL EOF
095643             CLOSE ScheduleFile
095644             IF CloseAborted
095645                 DISPLAY "The day was NOT closed - the"
095646                     " dispositions taken so far are saved;"
095647                     " run the close again later."
095648             ELSE
095649                 PERFORM 7940-WRITE-CLOSE-MARKER
095650                 PERFORM 7950-HANDOVER-REPORT
095651                 DISPLAY "Day closed."
095652             END-IF
095653         END-IF
095654     END-IF.
095655
095656 7905-CLOSE-SCAN-START.
095657     MOVE 'N' TO EOF-SW
095658     MOVE 0 TO LockRetryCount
095659     MOVE TodayDate TO TaskDate
095660     MOVE 0 TO TaskSeq
095661     START ScheduleFile KEY IS NOT LESS THAN SCHD-KEY
095662         INVALID KEY
095663             MOVE 'Y' TO EOF-SW
095664     END-START.
095665
095666*===========================================================
095667* A RECORD HELD BY ANOTHER USER (STATUS 99) TAKES NEITHER   *
095668* AT END NOR NOT AT END, SO THE LOCK IS HANDLED AFTER THE   *
095669* READ - WAIT AND RETRY A FEW TIMES, THEN STOP THE CLOSE,   *
095670* AS IN THE MORNING REVIEW'S SCAN.  A STOP LIKE THAT ALSO   *
095671* RAISES CLOSEABORTSW, SO THE CALLER NEITHER WRITES THE     *
095672* DAY-CLOSED MARKER NOR PRINTS A HALF-TRUE HANDOVER - THE   *
095673* DAY STAYS OPEN AND THE CLOSE CAN BE RUN AGAIN.            *
095674*===========================================================
095675 7910-CLOSE-NEXT-RECORD.
095676     READ ScheduleFile NEXT RECORD
095677         AT END
095678             MOVE 'Y' TO EOF-SW
095679         NOT AT END
095680             MOVE 0 TO LockRetryCount
095681             IF TaskDate > TodayDate
095682                 MOVE 'Y' TO EOF-SW
095683             ELSE
095684                 IF TaskOwner = LoggedInOwner AND TaskOpen
095685                     PERFORM 7920-DISPOSITION-TASK
095686                 END-IF
095687             END-IF
095688     END-READ
095689     IF ScheduleStatus = "99"
095690         ADD 1 TO LockRetryCount
095691         IF LockRetryCount > 4
095692             DISPLAY "Record held by another user - close"
095693                 " stopped; run it again later."
095694             MOVE 'Y' TO EOF-SW
095695             MOVE 'Y' TO CloseAbortSw
095696         ELSE
095697             DISPLAY "Record held by another user - waiting..."
095698             PERFORM 5060-WAIT-A-MOMENT
095699         END-IF
095700     END-IF.
095701
095702*===========================================================
095703* ONE OPEN TASK - THE OPERATOR MUST SAY WHAT BECAME OF IT.  *
095704* EACH OUTCOME REPOSITIONS THE SCAN ITSELF: DONE AND        *
095705* CANCEL RESTART JUST PAST THE RECORD, AND THE CARRY        *
095706* (4530) RESTARTS FROM THE OLD KEY IT DELETED.              *
095707*===========================================================
095708 7920-DISPOSITION-TASK.
095709     DISPLAY "Open: " TaskID " " TaskStartTime
095710         " " TaskDescription
095711     MOVE 'N' TO DispDoneSw
095712     PERFORM 7922-TAKE-DISPOSITION UNTIL DispDone.
095713
095714 7922-TAKE-DISPOSITION.
095715     DISPLAY "(D)one / (C)ancelled / (F) carry to tomorrow:"
095716     ACCEPT DispositionAnswer
095717     INSPECT DispositionAnswer CONVERTING "dcf" TO "DCF"
095718     EVALUATE DispositionAnswer
095719         WHEN 'D'
095720             PERFORM 7925-CLOSE-MARK-DONE
095721         WHEN 'C'
095722             MOVE 'N' TO ApNeedSw
095723             IF NOT SupervisorUser
095724                 PERFORM 6535-CHECK-CANCEL-APPROVAL
095725             END-IF
095726             IF ApNeeded
095727                 DISPLAY "Cancelling this task needs a"
095728                     " supervisor's approval - mark it Done or"
095729                     " carry it, and send the cancel from"
095730                     " Complete Task."
095731             ELSE
095732                 PERFORM 7930-CLOSE-MARK-CANCELLED
095733                 MOVE 'Y' TO DispDoneSw
095734             END-IF
095735         WHEN 'F'
095736             PERFORM 7935-CLOSE-CARRY-FORWARD
095737             IF NOT CloseBlocked
095738                 MOVE 'Y' TO DispDoneSw
095739             END-IF
095740         WHEN OTHER
095741             DISPLAY "Invalid choice - enter D, C, or F."
095742     END-EVALUATE.
095743
095744*===========================================================
095745* DONE HONOURS THE DEPENDENCY RULE - A TASK WHOSE           *
095746* PREDECESSOR IS STILL OPEN CANNOT GO DONE, SO THE          *
095747* OPERATOR IS SENT BACK TO CHOOSE CANCEL OR CARRY.          *
095748*===========================================================
095749 7925-CLOSE-MARK-DONE.
095750     IF TaskPredID NOT = SPACES
095751         MOVE TaskPredID TO PredIDInput
095752         PERFORM 6055-CHECK-PRED-STATUS
095753         IF PredOnFile AND PredStillOpen
095754             DISPLAY "Cannot mark Done - predecessor "
095755                 PredIDInput " is still open."
095756             PERFORM 7945-RESTART-PAST-RECORD
095757         ELSE
095758             PERFORM 7927-APPLY-DONE
095759         END-IF
095760     ELSE
095761         PERFORM 7927-APPLY-DONE
095762     END-IF.
095763
095764 7927-APPLY-DONE.
095765     PERFORM 6540-PROMPT-ACTUAL-TIME
095766     MOVE ScheduleRecord TO JrnBeforeWork
095767     MOVE 'D' TO TaskStatus
095768     REWRITE ScheduleRecord
095769         INVALID KEY
095770             DISPLAY "Error marking task done."
095771         NOT INVALID KEY
095772             MOVE "CLOSE" TO JrnSourceWork
095773             PERFORM 9412-JOURNAL-CHANGE
095774             PERFORM 9400-WRITE-TIME-LOG
095775             MOVE "COMPLETE" TO AuditAction
095776             MOVE TaskID TO AuditTaskIDWork
095777             MOVE TaskDescription TO AuditBeforeWork
095778             MOVE "DONE" TO AuditAfterWork
095779             PERFORM 9500-WRITE-AUDIT-RECORD
095780             IF HoDoneCount < 100
095781                 ADD 1 TO HoDoneCount
095782                 MOVE SPACES TO HoDoneLine(HoDoneCount)
095783                 STRING TaskID DELIMITED BY SIZE
095784                         " " DELIMITED BY SIZE
095785                         TaskDescription DELIMITED BY SIZE
095786                     INTO HoDoneLine(HoDoneCount)
095787             END-IF
095788     END-REWRITE
095789     MOVE 'Y' TO DispDoneSw
095790     PERFORM 7945-RESTART-PAST-RECORD.
095791
095792 7930-CLOSE-MARK-CANCELLED.
095793     DISPLAY "Reason for cancellation:"
095794     ACCEPT CancelReason
095795     MOVE ScheduleRecord TO JrnBeforeWork
095796     MOVE 'C' TO TaskStatus
095797     REWRITE ScheduleRecord
095798         INVALID KEY
095799             DISPLAY "Error cancelling task."
095800         NOT INVALID KEY
095801             MOVE "CLOSE" TO JrnSourceWork
095802             PERFORM 9412-JOURNAL-CHANGE
095803             MOVE "CANCEL" TO AuditAction
095804             MOVE TaskID TO AuditTaskIDWork
095805             MOVE TaskDescription TO AuditBeforeWork
095806             MOVE CancelReason TO AuditAfterWork
095807             PERFORM 9500-WRITE-AUDIT-RECORD
095808             MOVE TaskID TO RbSelfID
095809             PERFORM 9540-RELEASE-RESOURCES
095810             IF HoCancCount < 100
095811                 ADD 1 TO HoCancCount
095812                 MOVE SPACES TO HoCancLine(HoCancCount)
095813                 STRING TaskID DELIMITED BY SIZE
095814                         " " DELIMITED BY SIZE
095815                         TaskDescription DELIMITED BY SIZE
095816                     INTO HoCancLine(HoCancCount)
095817                 MOVE CancelReason
095818                     TO HoCancReason(HoCancCount)
095819             END-IF
095820     END-REWRITE
095821     PERFORM 7945-RESTART-PAST-RECORD.
095822
095823*===========================================================
095824* CARRY TO TOMORROW - THE ROLL-FORWARD MECHANICS, AIMED AT  *
095825* TOMORROW BY ROLLTARGETDATE.  4530 REPOSITIONS THE SCAN    *
095826* ITSELF FROM THE KEY IT DELETED.                           *
095827*===========================================================
095828 7935-CLOSE-CARRY-FORWARD.
095829     PERFORM 4530-ROLL-TASK-FORWARD
095830     IF NOT CloseBlocked AND HoCarrCount < 100
095831         ADD 1 TO HoCarrCount
095832         MOVE SPACES TO HoCarrLine(HoCarrCount)
095833         STRING TaskID DELIMITED BY SIZE
095834                 " " DELIMITED BY SIZE
095835                 RollDescription DELIMITED BY SIZE
095836             INTO HoCarrLine(HoCarrCount)
095837     END-IF.
095838
095839 7940-WRITE-CLOSE-MARKER.
095840     OPEN EXTEND DayCloseFile
095841     IF DayCloseStatus = "35"
095842         OPEN OUTPUT DayCloseFile
095843         CLOSE DayCloseFile
095844         OPEN EXTEND DayCloseFile
095845     END-IF
095846     IF DayCloseStatus NOT = "00"
095847         DISPLAY "Unable to write the day-closed marker."
095848     ELSE
095849         MOVE LoggedInOwner TO CloseOwner
095850         MOVE TodayDate TO CloseDate
095851         MOVE Username TO CloseUser
095852         PERFORM 9600-BUILD-TIMESTAMP
095853         MOVE TimestampWork TO CloseWhen
095854         WRITE CloseRecord
095855         CLOSE DayCloseFile
095856         MOVE "DAYCLOSE" TO AuditAction
095857         MOVE SPACES TO AuditTaskIDWork
095858         MOVE TodayDate TO AuditBeforeWork
095859         MOVE LoggedInOwner TO AuditAfterWork
095860         PERFORM 9500-WRITE-AUDIT-RECORD
095861     END-IF.
095862
095863*===========================================================
095864* RESTART THE SEQUENTIAL SCAN JUST PAST THE RECORD IN       *
095865* SCHEDULERECORD.  THE PREDECESSOR LOOKUP AND THE AUDIT     *
095866* WRITES LEAVE THE RECORD AREA INTACT, BUT THE KEYED READ   *
095867* MOVES THE FILE POSITION, SO EVERY DISPOSITION PUTS THE    *
095868* SCAN BACK ITSELF.                                         *
095869*===========================================================
095870 7945-RESTART-PAST-RECORD.
095871     START ScheduleFile KEY IS GREATER THAN SCHD-KEY
095872         INVALID KEY
095873             MOVE 'Y' TO EOF-SW
095874     END-START.
095875
095876*===========================================================
095877* THE SHIFT HANDOVER REPORT - WHAT WAS COMPLETED, WHAT WAS  *
095878* CANCELLED AND WHY, AND WHAT CARRIES TO TOMORROW - IN THE  *
095879* REPORTFILE FORMAT THE OTHER REPORTS USE.                  *
095880*===========================================================
095881 7950-HANDOVER-REPORT.
095882     OPEN OUTPUT ReportFile
095883     IF ReportStatus NOT = "00"
095884         DISPLAY "Unable to open ReportFile - handover not"
095885             " written."
095886     ELSE
095887         MOVE SPACES TO ReportLine
095888         STRING "SHIFT HANDOVER - " DELIMITED BY SIZE
095889                 LoggedInOwner DELIMITED BY SIZE
095890                 " - " DELIMITED BY SIZE
095891                 TodayDate DELIMITED BY SIZE
095892                 " - BY " DELIMITED BY SIZE
095893                 Username DELIMITED BY SIZE
095894             INTO ReportLine
095895         WRITE ReportLine
095896         PERFORM 1910-BUILD-OWNER-LIST
095897         MOVE LoggedInOwner TO DeptLookupCode
095898         PERFORM 9575-LOOKUP-DEPT-NAME
095899         MOVE SPACES TO ReportLine
095900         STRING "DEPARTMENT: " DELIMITED BY SIZE
095901                 DeptLookupName DELIMITED BY SIZE
095935             INTO ReportLine
095936         WRITE ReportLine
095937         MOVE SPACES TO ReportLine
097300     MOVE 99 TO LineCount
097400     MOVE 'N' TO EOF-SW
097410     MOVE 0 TO SortCount
097420     PERFORM 1910-BUILD-OWNER-LIST
097500     OPEN OUTPUT ReportFile
097600     IF ReportStatus NOT = "00"
097700         DISPLAY "Unable to open ReportFile - report not run."
097710         MOVE 'Y' TO BcStepFailSw
097800     ELSE
097900         OPEN INPUT ScheduleFile
098000         IF ScheduleStatus = "35"
098100             DISPLAY "No schedule exists yet - report not run."
098110             MOVE 'Y' TO BcStepWarnSw
098200             CLOSE ReportFile
098300         ELSE
098400             PERFORM 8150-REPORT-NEXT-RECORD UNTIL EOF
098420             MOVE 1 TO SortSub1
098430             PERFORM 8460-REPORT-SORTED-DETAIL
098440                 UNTIL SortSub1 > SortCount
098450             IF SelectOwner = "*ALL"
098460                 PERFORM 9580-WRITE-DEPT-KEY
098470             END-IF
098500             PERFORM 8300-REPORT-FOOTER
098600             CLOSE ScheduleFile
098700             CLOSE ReportFile
099600             PageNumber DELIMITED BY SIZE
099700         INTO ReportLine
099800     WRITE ReportLine
099808     IF SelectOwner NOT = "*ALL"
099816         MOVE SelectOwner TO DeptLookupCode
099824         PERFORM 9575-LOOKUP-DEPT-NAME
099832         MOVE SPACES TO ReportLine
099840         STRING "DEPARTMENT: " DELIMITED BY SIZE
099848                 SelectOwner DELIMITED BY SIZE
099856                 " " DELIMITED BY SIZE
099864                 DeptLookupName DELIMITED BY SIZE
099872             INTO ReportLine
099880         WRITE ReportLine
099888     END-IF
099900     MOVE SPACES TO ReportLine
099910     IF SelectOwner = "*ALL"
099920         STRING "DATE       TIME  TASK ID          OWNER     "
104140* IN KEY ORDER, RATHER THAN LOST.                           *
104150*===========================================================
104160 8400-REPORT-DETAIL-LINE.
104165     ADD 1 TO BcStepCount
104170     PERFORM 9875-STASH-TASK-RECORD
104180     IF NOT Stashed
104190         PERFORM 8450-REPORT-WRITE-DETAIL
105310
105320 8460-REPORT-SORTED-DETAIL.
105330     MOVE SortData(SortSub1) TO ScheduleRecord
105331     PERFORM 8450-REPORT-WRITE-DETAIL
105332     ADD 1 TO SortSub1.
105333
105334*===========================================================
105335* WORKLOAD REPORT - WALKS SCHEDULEFILE AND PRINTS, PER      *
105336* OWNER DEPARTMENT PER DATE, HOW MANY OPEN TASKS SIT AT     *
105337* EACH PRIORITY, SO A SUPERVISOR CAN SEE WHICH DEPARTMENT   *
105338* IS OVERLOADED WITHOUT THE WEEKLY SPREADSHEET EXERCISE.    *
105339* PAGE-HEADED ON REPORTFILE LIKE THE OTHER REPORTS, AND     *
105340* ALSO DRIVEN BY A BATCHPARAMS "WORKLOAD" RECORD.           *
105341*===========================================================
105342 8700-WORKLOAD-REPORT.
105343     MOVE LoggedInOwner TO SelectOwner
105344     IF SupervisorUser
105345         DISPLAY "All departments? (Y/N):"
105346         ACCEPT ConfirmAnswer
105347         IF ConfirmAnswer = 'Y'
105348             MOVE "*ALL" TO SelectOwner
105349         END-IF
105350     END-IF
105351     PERFORM 8750-PRODUCE-WORKLOAD.
105352
105353*===========================================================
105354* PRODUCE THE WORKLOAD REPORT FOR SELECTOWNER.  SPLIT OUT   *
105355* FROM THE PROMPTING SO A BATCH PARAMETER RECORD CAN DRIVE  *
105356* IT TOO.                                                   *
105357*===========================================================
105358 8750-PRODUCE-WORKLOAD.
105359     MOVE 0 TO WlCount
105360     PERFORM 1910-BUILD-OWNER-LIST
105361     MOVE 0 TO PageNumber
105362     MOVE 99 TO LineCount
105363     MOVE 'N' TO EOF-SW
105364     OPEN OUTPUT ReportFile
105365     IF ReportStatus NOT = "00"
105366         DISPLAY "Unable to open ReportFile - report not run."
105367         MOVE 'Y' TO BcStepFailSw
105368     ELSE
105369         OPEN INPUT ScheduleFile
105370         IF ScheduleStatus = "35"
105371             DISPLAY "No schedule exists yet - report not run."
105372             MOVE 'Y' TO BcStepWarnSw
105373             CLOSE ReportFile
105374         ELSE
105375             PERFORM 8755-WORKLOAD-NEXT-RECORD UNTIL EOF
105376             PERFORM 8770-SORT-WORKLOAD-TABLE
105377             MOVE 1 TO WlSub
105378             PERFORM 8780-WORKLOAD-DETAIL-LINE
105379                 UNTIL WlSub > WlCount
105380             PERFORM 8300-REPORT-FOOTER
105381             CLOSE ScheduleFile
105382             CLOSE ReportFile
105383             DISPLAY "Workload report written to ReportFile.dat."
105384         END-IF
105385     END-IF.
105386
105387 8755-WORKLOAD-NEXT-RECORD.
105388     READ ScheduleFile NEXT RECORD
105389         AT END
105390             MOVE 'Y' TO EOF-SW
105391         NOT AT END
105392             IF TaskOpen AND
105393                (TaskOwner = SelectOwner OR SelectOwner = "*ALL")
105394                 ADD 1 TO BcStepCount
105395                 PERFORM 8760-WORKLOAD-TALLY
105396             END-IF
105397     END-READ.
105398
105399*===========================================================
105400* FIND OR CREATE THE OWNER-PLUS-DATE ENTRY AND BUMP THE     *
105401* COUNT FOR THE RECORD'S PRIORITY.  A BLANK PRIORITY ON A   *
105402* RECORD WRITTEN BEFORE THE FIELD EXISTED COUNTS AS MEDIUM, *
105403* THE DEFAULT.                                              *
105404*===========================================================
105405 8760-WORKLOAD-TALLY.
105406     MOVE 'N' TO WlFoundSw
105407     MOVE 1 TO WlSub
105408     PERFORM 8765-FIND-WL-ENTRY
105409         UNTIL WlFound OR WlSub > WlCount
105410     IF NOT WlFound
105411         IF WlCount < 200
105412             ADD 1 TO WlCount
105413             MOVE WlCount TO WlSub
105414             MOVE TaskOwner TO WlOwner(WlSub)
105415             MOVE TaskDate TO WlDate(WlSub)
105416             MOVE 0 TO WlHighCount(WlSub)
105417             MOVE 0 TO WlMedCount(WlSub)
105418             MOVE 0 TO WlLowCount(WlSub)
105419             MOVE 'Y' TO WlFoundSw
105420         ELSE
105421             DISPLAY "Workload table full - " TaskDate
105422                 " " TaskOwner " not counted."
105423         END-IF
105424     END-IF
105425     IF WlFound
105426         EVALUATE TRUE
105427             WHEN TaskPriHigh
105428                 ADD 1 TO WlHighCount(WlSub)
105429             WHEN TaskPriLow
105430                 ADD 1 TO WlLowCount(WlSub)
105431             WHEN OTHER
105432                 ADD 1 TO WlMedCount(WlSub)
105433         END-EVALUATE
105434     END-IF.
105435
105436 8765-FIND-WL-ENTRY.
105437     IF WlOwner(WlSub) = TaskOwner AND
105438        WlDate(WlSub) = TaskDate
105439         MOVE 'Y' TO WlFoundSw
105440     ELSE
105441         ADD 1 TO WlSub
105442     END-IF.
105443
105444*===========================================================
105445* SORT THE WORKLOAD TABLE BY OWNER THEN DATE - THE SAME     *
105446* EXCHANGE SORT AS THE TASK SORT TABLE.                     *
105447*===========================================================
105448 8770-SORT-WORKLOAD-TABLE.
105449     IF WlCount > 1
105450         MOVE 'N' TO WlDoneSw
105451         PERFORM 8772-WL-SORT-ONE-PASS UNTIL WlSortDone
105452     END-IF.
105453
105454 8772-WL-SORT-ONE-PASS.
105455     MOVE 'Y' TO WlDoneSw
105456     MOVE 1 TO WlSub
105457     PERFORM 8774-WL-SORT-COMPARE UNTIL WlSub >= WlCount.
105458
105459 8774-WL-SORT-COMPARE.
105460     COMPUTE WlSub2 = WlSub + 1
105461     IF WlKey(WlSub) > WlKey(WlSub2)
105462         MOVE WlEntry(WlSub) TO WlSwapHold
105463         MOVE WlEntry(WlSub2) TO WlEntry(WlSub)
105464         MOVE WlSwapHold TO WlEntry(WlSub2)
105465         MOVE 'N' TO WlDoneSw
105466     END-IF
105467     ADD 1 TO WlSub.
105468
105469 8775-WORKLOAD-HEADER.
105470     ADD 1 TO PageNumber
105471     MOVE SPACES TO ReportLine
105472     STRING "WORKLOAD REPORT - PAGE " DELIMITED BY SIZE
105473             PageNumber DELIMITED BY SIZE
105474         INTO ReportLine
105475     WRITE ReportLine
105476     MOVE SPACES TO ReportLine
105477     STRING "OWNER      DATE        HIGH  MEDIUM   LOW"
105478             DELIMITED BY SIZE
105479         INTO ReportLine
105480     MOVE "DEPARTMENT" TO ReportLine(44:10)
105481     WRITE ReportLine
105482     MOVE 0 TO LineCount.
105483
105484 8780-WORKLOAD-DETAIL-LINE.
105485     IF LineCount NOT < 20
105486         PERFORM 8775-WORKLOAD-HEADER
105487     END-IF
105488     MOVE SPACES TO ReportLine
105489     STRING WlOwner(WlSub) DELIMITED BY SIZE
105490             " " DELIMITED BY SIZE
105491             WlDate(WlSub) DELIMITED BY SIZE
105492             " " DELIMITED BY SIZE
105493             WlHighCount(WlSub) DELIMITED BY SIZE
105494             "  " DELIMITED BY SIZE
105495             WlMedCount(WlSub) DELIMITED BY SIZE
105496             " " DELIMITED BY SIZE
105497             WlLowCount(WlSub) DELIMITED BY SIZE
105498         INTO ReportLine
105499     MOVE WlOwner(WlSub) TO DeptLookupCode
105500     PERFORM 9575-LOOKUP-DEPT-NAME
105501     MOVE DeptLookupName TO ReportLine(44:40)
105502     WRITE ReportLine
105503     ADD 1 TO LineCount
105504     ADD 1 TO WlSub.
105505
105506*===========================================================
105507* MONTHLY OPERATIONS STATISTICS - FOR THE CHOSEN MONTH,     *
105508* ONE PASS OVER AUDITLOG COUNTS WHAT EACH DEPARTMENT DID    *
105509* (ADDS, COMPLETIONS, CANCELS, ROLL-FORWARDS, IMPORTS, AND  *
105510* THE RECURRENCE OCCURRENCES SKIPPED OR MOVED FOR NON-      *
105511* WORKING DAYS), AND PASSES OVER SCHEDULEFILE AND THE       *
105512* ARCHIVE COUNT THE MONTH'S TASKS STILL OPEN PAST THEIR     *
105513* DATE AND HOW MANY DAYS OVERDUE THEY HAVE RUN.  THE        *
105514* SUMMARY PRINTS PER OWNER WITH A SHOP-WIDE TOTAL, PAGE-    *
105515* HEADED ON REPORTFILE LIKE THE OTHER REPORTS.              *
105516*===========================================================
105517 8800-STATS-REPORT.
105518     PERFORM 8805-PROMPT-STATS-MONTH
105519     PERFORM 8810-PRODUCE-STATS.
105520
105521 8805-PROMPT-STATS-MONTH.
105522     MOVE 'N' TO StMonthOkSw
105523     PERFORM 8806-ACCEPT-STATS-MONTH UNTIL StMonthOk.
105524
105525 8806-ACCEPT-STATS-MONTH.
105526     DISPLAY "Statistics month (YYYY-MM):"
105527     ACCEPT StMonth
105528     IF StMonth(5:1) = "-" AND
105529        StMonth(1:4) IS NUMERIC AND
105530        StMonth(6:2) IS NUMERIC AND
105531        StMonth(6:2) >= "01" AND StMonth(6:2) <= "12"
105532         MOVE 'Y' TO StMonthOkSw
105533     ELSE
105534         DISPLAY "Invalid month - enter YYYY-MM."
105535     END-IF.
105536
105537 8810-PRODUCE-STATS.
105538     MOVE 0 TO StCount
105539     MOVE 0 TO StTotAdded
105540     MOVE 0 TO StTotCompleted
105541     MOVE 0 TO StTotCancelled
105542     MOVE 0 TO StTotRolled
105543     MOVE 0 TO StTotImported
105544     MOVE 0 TO StTotSkipped
105545     MOVE 0 TO StTotMoved
105546     MOVE 0 TO StTotOverdue
105547     MOVE 0 TO StTotOvdDays
105548     MOVE 0 TO PageNumber
105549     MOVE 99 TO LineCount
105550     PERFORM 1910-BUILD-OWNER-LIST
105551     PERFORM 9650-GET-TODAY
105552     MOVE TodayDate TO DayNumDate
105553     PERFORM 9820-DATE-TO-DAYNUM
105554     MOVE DayNumWork TO TodayDayNum
105555     OPEN OUTPUT ReportFile
105556     IF ReportStatus NOT = "00"
105557         DISPLAY "Unable to open ReportFile - report not run."
105558         MOVE 'Y' TO BcStepFailSw
105559     ELSE
105560         PERFORM 8815-STATS-AUDIT-PASS
105561         PERFORM 8830-STATS-SCHEDULE-PASS
105562         PERFORM 8840-STATS-ARCHIVE-PASS
105563         PERFORM 8850-SORT-STATS-TABLE
105564         MOVE 1 TO StSub
105565         PERFORM 8865-STATS-OWNER-BLOCK UNTIL StSub > StCount
105566         PERFORM 8870-STATS-TOTAL-BLOCK
105567         PERFORM 8300-REPORT-FOOTER
105568         CLOSE ReportFile
105569         DISPLAY "Statistics written to ReportFile.dat."
105570     END-IF.
105571
105572 8815-STATS-AUDIT-PASS.
105573     MOVE 'N' TO EOF-SW
105574     OPEN INPUT AuditFile
105575     IF AuditStatus NOT = "00"
105576         DISPLAY "No audit log - activity counts will be zero."
105577     ELSE
105578         MOVE 'N' TO StUserOpenSw
105579         OPEN INPUT UserFile
105580         IF UserStatus = "00"
105581             MOVE 'Y' TO StUserOpenSw
105582         END-IF
105583         PERFORM 8816-STATS-AUDIT-NEXT UNTIL EOF
105584         IF StUserOpen
105585             CLOSE UserFile
105586         END-IF
105587         CLOSE AuditFile
105588     END-IF.
105589
105590 8816-STATS-AUDIT-NEXT.
105591     READ AuditFile
105592         AT END
105593             MOVE 'Y' TO EOF-SW
105594         NOT AT END
105595             IF AudTimestamp(1:7) = StMonth
105596                 PERFORM 8820-STATS-AUDIT-TALLY
105597             END-IF
105598     END-READ.
105599
105600 8820-STATS-AUDIT-TALLY.
105601     EVALUATE AudAction
105602         WHEN "ADD" WHEN "IMPORT" WHEN "COMPLETE"
105603         WHEN "CANCEL" WHEN "ROLLFWD"
105604         WHEN "OCCSKIP" WHEN "OCCMOVE"
105605             PERFORM 8825-MAP-USER-OWNER
105606             PERFORM 8845-FIND-STATS-ENTRY
105607             IF StFound
105608                 EVALUATE AudAction
105609                     WHEN "ADD"
105610                         ADD 1 TO StAdded(StSub)
105611                         ADD 1 TO StTotAdded
105612                     WHEN "IMPORT"
105613                         ADD 1 TO StImported(StSub)
105614                         ADD 1 TO StTotImported
105615                     WHEN "COMPLETE"
105616                         ADD 1 TO StCompleted(StSub)
105617                         ADD 1 TO StTotCompleted
105618                     WHEN "CANCEL"
105619                         ADD 1 TO StCancelled(StSub)
105620                         ADD 1 TO StTotCancelled
105621                     WHEN "ROLLFWD"
105622                         ADD 1 TO StRolled(StSub)
105623                         ADD 1 TO StTotRolled
105624                     WHEN "OCCSKIP"
105625                         ADD 1 TO StSkipped(StSub)
105626                         ADD 1 TO StTotSkipped
105627                     WHEN "OCCMOVE"
105628                         ADD 1 TO StMoved(StSub)
105629                         ADD 1 TO StTotMoved
105630                 END-EVALUATE
105631             END-IF
105632         WHEN OTHER
105633             CONTINUE
105634     END-EVALUATE.
105635
105636*===========================================================
105637* THE AUDIT RECORD CARRIES A USERNAME, NOT A DEPARTMENT -   *
105638* THE OWNER COMES FROM USERFILE.  A LEAVER'S ACCOUNT IS     *
105639* DISABLED RATHER THAN DELETED, SO THE LOOKUP NORMALLY      *
105640* LANDS; ANYTHING UNMATCHED COUNTS UNDER *UNKNOWN*.         *
105641*===========================================================
105642 8825-MAP-USER-OWNER.
105643     IF StUserOpen
105644         MOVE AudUsername TO UsrUsername
105645         READ UserFile RECORD
105646             INVALID KEY
105647                 MOVE "*UNKNOWN*" TO StOwnerWork
105648             NOT INVALID KEY
105649                 MOVE UsrOwnerCode TO StOwnerWork
105650         END-READ
105651     ELSE
105652         MOVE "*UNKNOWN*" TO StOwnerWork
105653     END-IF.
105654
105655 8830-STATS-SCHEDULE-PASS.
105656     MOVE 'N' TO EOF-SW
105657     OPEN INPUT ScheduleFile
105658     IF ScheduleStatus NOT = "00"
105659         DISPLAY "No schedule on file - nothing to scan."
105660     ELSE
105661         PERFORM 8831-STATS-SCHED-NEXT UNTIL EOF
105662         CLOSE ScheduleFile
105663     END-IF.
105664
105665 8831-STATS-SCHED-NEXT.
105666     READ ScheduleFile NEXT RECORD
105667         AT END
105668             MOVE 'Y' TO EOF-SW
105669         NOT AT END
105670             IF TaskDate(1:7) = StMonth AND TaskOpen AND
105671                TaskDate < TodayDate
105672                 MOVE TaskOwner TO StOwnerWork
105673                 PERFORM 8845-FIND-STATS-ENTRY
105674                 IF StFound
105675                     MOVE TaskDate TO DayNumDate
105676                     PERFORM 8835-TALLY-OVERDUE
105677                 END-IF
105678             END-IF
105679     END-READ.
105680
105681*===========================================================
105682* DAYNUMDATE HOLDS THE OVERDUE TASK'S DATE AND STSUB ITS    *
105683* OWNER'S ENTRY.  DAYS OVERDUE = TODAY'S SERIAL DAY MINUS   *
105684* THE TASK DATE'S.                                          *
105685*===========================================================
105686 8835-TALLY-OVERDUE.
105687     PERFORM 9820-DATE-TO-DAYNUM
105688     COMPUTE DiffDays = TodayDayNum - DayNumWork
105689     ADD 1 TO StOverdueCount(StSub)
105690     ADD DiffDays TO StOverdueDays(StSub)
105691     ADD 1 TO StTotOverdue
105692     ADD DiffDays TO StTotOvdDays.
105693
105694 8840-STATS-ARCHIVE-PASS.
105695     MOVE 'N' TO EOF-SW
105696     OPEN INPUT ArchiveFile
105697     IF ArchiveStatus NOT = "00"
105698         CONTINUE
105699     ELSE
105700         PERFORM 8841-STATS-ARCH-NEXT UNTIL EOF
105701         CLOSE ArchiveFile
105702     END-IF.
105703
105704 8841-STATS-ARCH-NEXT.
105705     READ ArchiveFile
105706         AT END
105707             MOVE 'Y' TO EOF-SW
105708         NOT AT END
105709             IF ArchTaskDate(1:7) = StMonth AND
105710                ArchTaskStatus = 'O' AND
105711                ArchTaskDate < TodayDate
105712                 MOVE ArchTaskOwner TO StOwnerWork
105713                 PERFORM 8845-FIND-STATS-ENTRY
105714                 IF StFound
105715                     MOVE ArchTaskDate TO DayNumDate
105716                     PERFORM 8835-TALLY-OVERDUE
105717                 END-IF
105718             END-IF
105719     END-READ.
105720
105721*===========================================================
105722* FIND OR CREATE THE ENTRY FOR STOWNERWORK, LEAVING STSUB   *
105723* ON IT.  THE SAME FIND-OR-ADD SHAPE AS THE WORKLOAD TABLE. *
105724*===========================================================
105725 8845-FIND-STATS-ENTRY.
105726     MOVE 'N' TO StFoundSw
105727     MOVE 1 TO StSub
105728     PERFORM 8846-FIND-ST-ENTRY
105729         UNTIL StFound OR StSub > StCount
105730     IF NOT StFound
105731         IF StCount < 50
105732             ADD 1 TO StCount
105733             MOVE StCount TO StSub
105734             MOVE StOwnerWork TO StOwner(StSub)
105735             MOVE 0 TO StAdded(StSub)
105736             MOVE 0 TO StCompleted(StSub)
105737             MOVE 0 TO StCancelled(StSub)
105738             MOVE 0 TO StRolled(StSub)
105739             MOVE 0 TO StImported(StSub)
105740             MOVE 0 TO StSkipped(StSub)
105741             MOVE 0 TO StMoved(StSub)
105742             MOVE 0 TO StOverdueCount(StSub)
105743             MOVE 0 TO StOverdueDays(StSub)
105744             MOVE 'Y' TO StFoundSw
105745         ELSE
105746             DISPLAY "Statistics table full - " StOwnerWork
105747                 " not counted."
105748         END-IF
105749     END-IF.
105750
105751 8846-FIND-ST-ENTRY.
105752     IF StOwner(StSub) = StOwnerWork
105753         MOVE 'Y' TO StFoundSw
105754     ELSE
105755         ADD 1 TO StSub
105756     END-IF.
105757
105758 8850-SORT-STATS-TABLE.
105759     IF StCount > 1
105760         MOVE 'N' TO StDoneSw
105761         PERFORM 8852-ST-SORT-ONE-PASS UNTIL StSortDone
105762     END-IF.
105763
105764 8852-ST-SORT-ONE-PASS.
105765     MOVE 'Y' TO StDoneSw
105766     MOVE 1 TO StSub
105767     PERFORM 8854-ST-SORT-COMPARE UNTIL StSub >= StCount.
105768
105769 8854-ST-SORT-COMPARE.
105770     COMPUTE StSub2 = StSub + 1
105771     IF StOwner(StSub) > StOwner(StSub2)
105772         MOVE StEntry(StSub) TO StSwapHold
105773         MOVE StEntry(StSub2) TO StEntry(StSub)
105774         MOVE StSwapHold TO StEntry(StSub2)
105775         MOVE 'N' TO StDoneSw
105776     END-IF
105777     ADD 1 TO StSub.
105778
105779 8860-STATS-HEADER.
105780     ADD 1 TO PageNumber
105781     MOVE SPACES TO ReportLine
105782     STRING "OPERATIONS STATISTICS " DELIMITED BY SIZE
105783             StMonth DELIMITED BY SIZE
105784             " - PAGE " DELIMITED BY SIZE
105785             PageNumber DELIMITED BY SIZE
105786         INTO ReportLine
105787     WRITE ReportLine
105788     MOVE SPACES TO ReportLine
105789     WRITE ReportLine
105790     MOVE 0 TO LineCount.
105791
105792*===========================================================
105793* ONE DEPARTMENT'S BLOCK IS SIX LINES; THE PAGE BREAK TEST  *
105794* KEEPS A BLOCK TOGETHER ON ONE PAGE.                       *
105795*===========================================================
105796 8865-STATS-OWNER-BLOCK.
105797     IF LineCount NOT < 15
105798         PERFORM 8860-STATS-HEADER
105799     END-IF
105800     IF StOverdueCount(StSub) > 0
105801         COMPUTE StAvgDays =
105802             StOverdueDays(StSub) / StOverdueCount(StSub)
105803     ELSE
105804         MOVE 0 TO StAvgDays
105805     END-IF
105806     MOVE StOwner(StSub) TO DeptLookupCode
105807     PERFORM 9575-LOOKUP-DEPT-NAME
105808     MOVE SPACES TO ReportLine
105809     STRING "OWNER: " DELIMITED BY SIZE
105810             StOwner(StSub) DELIMITED BY SIZE
105811             " " DELIMITED BY SIZE
105812             DeptLookupName DELIMITED BY SIZE
105817         INTO ReportLine
105818     WRITE ReportLine
105819     MOVE SPACES TO ReportLine
106087* SCHEDULE INTEGRITY CHECK - READS SCHEDULEFILE END TO END  *
106088* AND CROSS-CHECKS EACH RECORD: TASKID MUST EQUAL TASKDATE  *
106089* + "-" + TASKSEQ, THE TASK DATE MUST BE A REAL CALENDAR    *
106090* DATE, THE OWNER MUST BE ON THE DEPARTMENT MASTER (AND,    *
106091* FOR AN OPEN TASK, NOT RETIRED), AND THE                   *
106092* RECURRENCE AND STATUS FIELDS MUST BE SANE.  EVERY         *
106093* DISCREPANCY GOES TO A PAGE-HEADED EXCEPTION REPORT ON     *
106094* REPORTFILE.  A MISMATCHED TASKID IS MECHANICAL - IT CAN   *
106095* BE REBUILT FROM THE KEY - SO THE OPERATOR MAY ASK FOR     *
106096* THOSE TO BE REPAIRED IN PLACE, WHICH TAKES THE USUAL      *
106097* BACKUP FIRST.  AFTER A RESTORE FROM BACKUPS/ OR A CRASH   *
106098* MID-UPDATE, THIS IS THE TOOL THAT SAYS WHAT GOT HURT.     *
106099*===========================================================
106100 8600-INTEGRITY-CHECK.
106101     MOVE 'N' TO RepairSw
106102     DISPLAY "Repair rebuildable Task IDs? (Y/N):"
106103     ACCEPT ConfirmAnswer
106104     IF ConfirmAnswer = 'Y'
106105         MOVE 'Y' TO RepairSw
106106         PERFORM 5900-BACKUP-SCHEDULE-FILE
106107         IF NOT BackupOK
106108             DISPLAY "Backup not confirmed - checking only,"
106109                 " no repairs."
106110             MOVE 'N' TO RepairSw
106111         END-IF
106112     END-IF
106113
106114     MOVE 0 TO ExceptionCount
106115     MOVE 0 TO RepairCount
106116     MOVE 0 TO PageNumber
106117     MOVE 99 TO LineCount
106118     MOVE 'N' TO EOF-SW
106119     OPEN OUTPUT ReportFile
106120     IF ReportStatus NOT = "00"
106121         DISPLAY "Unable to open ReportFile - check not run."
106122     ELSE
106123         IF RepairMode
106124             PERFORM 5050-OPEN-SCHEDULE-IO
106125         ELSE
106126             OPEN INPUT ScheduleFile
106127         END-IF
106128         IF ScheduleStatus = "35"
106129             DISPLAY "No schedule exists yet - check not run."
106130             CLOSE ReportFile
106131         ELSE
106132             PERFORM 8610-INTEGRITY-NEXT-RECORD UNTIL EOF
106133             PERFORM 8300-REPORT-FOOTER
106134             CLOSE ScheduleFile
106135             CLOSE ReportFile
106136             DISPLAY "Integrity check done - " ExceptionCount
106137                 " exception(s), " RepairCount " repair(s)."
106138             DISPLAY "Exceptions written to ReportFile.dat."
106139         END-IF
106140     END-IF.
106141
106142 8610-INTEGRITY-NEXT-RECORD.
106143     READ ScheduleFile NEXT RECORD
106144         AT END
106145             MOVE 'Y' TO EOF-SW
106146         NOT AT END
106147             PERFORM 8620-INTEGRITY-EVALUATE
106148     END-READ.
106149
106150*===========================================================
106151* EVERY TEST WRITES ITS OWN EXCEPTION LINE, SO ONE RECORD   *
106152* WITH SEVERAL PROBLEMS SHOWS THEM ALL IN ONE RUN.          *
106153*===========================================================
106154 8620-INTEGRITY-EVALUATE.
106155     MOVE SPACES TO ExpectedTaskID
106156     STRING TaskDate DELIMITED BY SIZE
106157             "-" DELIMITED BY SIZE
106158             TaskSeq DELIMITED BY SIZE
106159         INTO ExpectedTaskID
106160
106161     MOVE TaskDate TO DateToValidate
106162     PERFORM 9700-VALIDATE-DATE
106163     IF NOT ValidDate
106164         MOVE "BAD TASK DATE" TO ExceptionReason
106165         PERFORM 8630-INTEGRITY-EXCEPTION
106166     END-IF
106167
106168     IF TaskID NOT = ExpectedTaskID
106169         IF RepairMode
106170             PERFORM 8650-REPAIR-TASKID
106171         ELSE
106172             MOVE "TASKID MISMATCH" TO ExceptionReason
106173             PERFORM 8630-INTEGRITY-EXCEPTION
106174         END-IF
106175     END-IF
106176
106177     MOVE TaskOwner TO CheckOwnerCode
106178     PERFORM 9160-CHECK-OWNER-EXISTS
106179     IF OwnerRetired
106180         IF TaskOpen
106181             MOVE "OPEN TASK, DEPT RETIRED" TO ExceptionReason
106182             PERFORM 8630-INTEGRITY-EXCEPTION
106183         END-IF
106184     ELSE
106185         IF NOT OwnerOnFile
106186             MOVE "OWNER NOT ON DEPT MASTER" TO ExceptionReason
106187             PERFORM 8630-INTEGRITY-EXCEPTION
106188         END-IF
106189     END-IF
106190
106191     IF NOT (TaskRecurNone OR TaskRecurDaily OR
106192             TaskRecurWeekly OR TaskRecurMonthly)
106193         MOVE "BAD RECUR CODE" TO ExceptionReason
106194         PERFORM 8630-INTEGRITY-EXCEPTION
106195     END-IF
106196
106197     IF TaskRecurDaily OR TaskRecurWeekly OR TaskRecurMonthly
106198         IF TaskRecurEndDate = SPACES
106199             MOVE "RECUR END MISSING" TO ExceptionReason
106200             PERFORM 8630-INTEGRITY-EXCEPTION
106201         ELSE
106202             IF TaskRecurEndDate < TaskDate
106203                 MOVE "RECUR END BEFORE DATE" TO ExceptionReason
106204                 PERFORM 8630-INTEGRITY-EXCEPTION
106205             END-IF
106206         END-IF
106207     END-IF
106208
106209     IF NOT (TaskOpen OR TaskDone OR TaskCancelled)
106210         MOVE "BAD STATUS" TO ExceptionReason
106211         PERFORM 8630-INTEGRITY-EXCEPTION
106212     END-IF
106213
106214     IF TaskNonWorkCode NOT = SPACES AND NOT
106215        (TaskNonWorkSkip OR TaskNonWorkMove OR TaskNonWorkWrite)
106216         MOVE "BAD NONWORK CODE" TO ExceptionReason
106217         PERFORM 8630-INTEGRITY-EXCEPTION
106218     END-IF
106219
106220     IF TaskRemindLead NOT NUMERIC
106221         MOVE "BAD REMIND LEAD" TO ExceptionReason
106222         PERFORM 8630-INTEGRITY-EXCEPTION
106223     END-IF
106224
106225     IF TaskPredID NOT = SPACES
106226         PERFORM 8660-CHECK-PRED-ON-FILE
106227     END-IF.
106228
106229*===========================================================
106230* A DEPENDENCY MUST POINT AT A TASK STILL ON SCHEDULEFILE.  *
106231* THE KEYED LOOKUP MOVES THE FILE POSITION, SO THE SCAN IS  *
106232* RESTARTED JUST PAST THE RECORD BEING CHECKED - ITS KEY IS *
106233* BACK IN SCHEDULERECORD ONCE 6055 RESTORES IT.  THIS TEST  *
106234* THEREFORE RUNS LAST FOR THE RECORD.                       *
106235*===========================================================
106236 8660-CHECK-PRED-ON-FILE.
106237     MOVE TaskPredID TO PredIDInput
106238     PERFORM 6055-CHECK-PRED-STATUS
106239     IF NOT PredOnFile
106240         MOVE "PRED NOT ON FILE" TO ExceptionReason
106241         PERFORM 8630-INTEGRITY-EXCEPTION
106242     END-IF
106243     START ScheduleFile KEY IS GREATER THAN SCHD-KEY
106244         INVALID KEY
106245             MOVE 'Y' TO EOF-SW
106246     END-START.
106247
106248 8630-INTEGRITY-EXCEPTION.
106249     ADD 1 TO ExceptionCount
106250     IF LineCount NOT < 20
106251         PERFORM 8640-INTEGRITY-HEADER
106252     END-IF
106253     MOVE SPACES TO ReportLine
106254     STRING TaskDate DELIMITED BY SIZE
106255             " " DELIMITED BY SIZE
106256             TaskSeq DELIMITED BY SIZE
106257             " " DELIMITED BY SIZE
106258             TaskID DELIMITED BY SIZE
106259             " " DELIMITED BY SIZE
106260             ExceptionReason DELIMITED BY SIZE
106261         INTO ReportLine
106262     WRITE ReportLine
106263     ADD 1 TO LineCount.
106264
106265 8640-INTEGRITY-HEADER.
106266     ADD 1 TO PageNumber
106267     MOVE SPACES TO ReportLine
106268     STRING "INTEGRITY EXCEPTIONS - PAGE " DELIMITED BY SIZE
106269             PageNumber DELIMITED BY SIZE
106270         INTO ReportLine
106271     WRITE ReportLine
106272     MOVE SPACES TO ReportLine
106273     STRING "DATE       SEQ    TASK ID          REASON"
106274             DELIMITED BY SIZE
106275         INTO ReportLine
106276     WRITE ReportLine
106277     MOVE 0 TO LineCount.
106278
106279*===========================================================
106280* REBUILD A MISMATCHED TASKID FROM THE RECORD KEY.  THE OLD *
106281* VALUE GOES TO THE AUDIT LOG AND THE EXCEPTION REPORT       *
106282* STILL SHOWS THE RECORD, MARKED REPAIRED.                   *
106283*===========================================================
106284 8650-REPAIR-TASKID.
106285     MOVE TaskID TO AuditBeforeWork
106286     MOVE ScheduleRecord TO JrnBeforeWork
106287     MOVE ExpectedTaskID TO TaskID
106288     REWRITE ScheduleRecord
106289         INVALID KEY
106290             MOVE "TASKID REPAIR FAILED" TO ExceptionReason
106291             PERFORM 8630-INTEGRITY-EXCEPTION
106292         NOT INVALID KEY
106293             ADD 1 TO RepairCount
106294             MOVE "REPAIR" TO JrnSourceWork
106295             PERFORM 9412-JOURNAL-CHANGE
106296             MOVE "REPAIR" TO AuditAction
106297             MOVE ExpectedTaskID TO AuditTaskIDWork
106298             MOVE ExpectedTaskID TO AuditAfterWork
106299             PERFORM 9500-WRITE-AUDIT-RECORD
106300             MOVE "TASKID REPAIRED" TO ExceptionReason
106301             PERFORM 8630-INTEGRITY-EXCEPTION
106302     END-REWRITE.
106303
106304*===========================================================
106305* EXPORT TO CSV - WRITES THE LOGGED-IN USER'S TASKS OUT TO   *
106306* A COMMA-DELIMITED EXTRACT FILE FOR OTHER SYSTEMS TO READ.  *
106307*===========================================================
106308 9000-EXPORT-CSV.
106309     MOVE LoggedInOwner TO SelectOwner
106310     IF SupervisorUser
106311         DISPLAY "All departments? (Y/N):"
106312         ACCEPT ConfirmAnswer
106313         IF ConfirmAnswer = 'Y'
106314             MOVE "*ALL" TO SelectOwner
106315         END-IF
106316     END-IF
106317     PERFORM 9020-PRODUCE-EXPORT.
106318
106319*===========================================================
106320* PRODUCE THE EXTRACT FOR SELECTOWNER.  SPLIT OUT FROM THE  *
106321* MENU OPTION SO A BATCH PARAMETER RECORD CAN DRIVE IT TOO. *
106322*===========================================================
106323 9020-PRODUCE-EXPORT.
106324     MOVE 'N' TO EOF-SW
106325     OPEN OUTPUT CsvFile
106326     IF CsvStatus NOT = "00"
106327         DISPLAY "Unable to open CsvFile - export not run."
106328         MOVE 'Y' TO BcStepFailSw
106400     ELSE
106500         OPEN INPUT ScheduleFile
106600         IF ScheduleStatus = "35"
106700             DISPLAY "No schedule exists yet - export not run."
106710             MOVE 'Y' TO BcStepWarnSw
106800             CLOSE CsvFile
106900         ELSE
107000             MOVE SPACES TO CsvLine
110800                         INTO CsvLine
110900                 END-IF
111000                 WRITE CsvLine
111010                 ADD 1 TO BcStepCount
111100             END-IF
111200     END-READ.
111300
115600             COMPUTE CsvFieldLen = DescLen + 2
115700         END-IF
115800     END-IF.
115801
115802*===========================================================
115803* IMPORT FROM CSV - READS SCHEDULEIMPORT.CSV IN THE SAME    *
115804* COLUMN LAYOUT AS THE EXPORT (TASKDATE,TASKID,TASKOWNER,   *
115805* TASKDESCRIPTION).  EACH ROW IS VALIDATED; GOOD ROWS ARE   *
115806* WRITTEN TO SCHEDULEFILE WITH A FRESHLY ASSIGNED TASKSEQ   *
115807* AND TASKID (THE TASKID COLUMN IN THE FILE IS IGNORED) AND *
115808* AUDITED; BAD ROWS GO TO IMPORTREJECTS.CSV WITH A REASON   *
115809* CODE IN FRONT OF THE ORIGINAL ROW.  AN OPTIONAL FIFTH     *
115810* COLUMN LISTS RESOURCES TO RESERVE (CODES SEPARATED BY     *
115811* SEMICOLONS) - AN IMPORTED TASK IS UNTIMED, SO IT NEEDS    *
115812* EACH RESOURCE FREE FOR THE WHOLE DAY.                     *
115813*===========================================================
115814 9100-IMPORT-CSV.
115815     OPEN INPUT ImportFile
115816     IF ImportStatus NOT = "00"
115817         DISPLAY "ScheduleImport.csv not found - nothing done."
115818     ELSE
115819         OPEN OUTPUT RejectFile
115820         IF RejectStatus NOT = "00"
115821             DISPLAY "Unable to open reject file - import"
115822                 " not run."
115823             CLOSE ImportFile
115824         ELSE
115825             PERFORM 5050-OPEN-SCHEDULE-IO
115826             MOVE 0 TO ImportGoodCount
115827             MOVE 0 TO ImportRejCount
115828             MOVE 'N' TO ImportEofSw
115829             PERFORM 9110-IMPORT-NEXT-ROW UNTIL ImportEOF
115830             CLOSE ScheduleFile
115831             CLOSE RejectFile
115832             CLOSE ImportFile
115833             DISPLAY "Import complete - " ImportGoodCount
115834                 " added, " ImportRejCount " rejected."
115835         END-IF
115836     END-IF.
115837
115838 9110-IMPORT-NEXT-ROW.
115839     READ ImportFile
115840         AT END
115841             MOVE 'Y' TO ImportEofSw
115842         NOT AT END
115843             PERFORM 9120-IMPORT-ONE-ROW
115844     END-READ.
115845
115846*===========================================================
115847* THE EXPORT'S HEADER ROW AND BLANK LINES ARE PASSED OVER   *
115848* SILENTLY SO AN EXPORT FILE CAN BE FED STRAIGHT BACK IN.   *
115849*===========================================================
115850 9120-IMPORT-ONE-ROW.
115851     IF ImportLine = SPACES OR ImportLine(1:8) = "TaskDate"
115852         CONTINUE
115853     ELSE
115854         PERFORM 9130-PARSE-IMPORT-ROW
115855         PERFORM 9140-VALIDATE-IMPORT-ROW
115856         IF ImportReason = SPACES
115857             PERFORM 9150-WRITE-IMPORT-TASK
115858         ELSE
115859             PERFORM 9170-WRITE-REJECT
115860         END-IF
115861     END-IF.
115862
115863*===========================================================
115864* SPLIT ONE ROW ON COMMAS.  EVERYTHING PAST THE THIRD COMMA *
115865* IS THE DESCRIPTION, SO A QUOTED DESCRIPTION CONTAINING A  *
115866* COMMA COMES THROUGH WHOLE AND IS UNQUOTED AFTERWARD.      *
115867*===========================================================
115868 9130-PARSE-IMPORT-ROW.
115869     MOVE SPACES TO ImpDate
115870     MOVE SPACES TO ImpID
115871     MOVE SPACES TO ImpOwner
115872     MOVE SPACES TO ImpDescRaw
115873     MOVE SPACES TO ImpDesc
115874     MOVE 1 TO ImportPtr
115875     UNSTRING ImportLine DELIMITED BY ","
115876         INTO ImpDate ImpID ImpOwner
115877         WITH POINTER ImportPtr
115878     END-UNSTRING
115879     MOVE SPACES TO ImpRestRaw
115880     IF ImportPtr <= 160
115881         MOVE ImportLine(ImportPtr:) TO ImpRestRaw
115882     END-IF
115883     PERFORM 9135-SPLIT-IMPORT-RESOURCES
115884     PERFORM 9180-TRIM-IMPORT-DESC
115885     IF ImpDescLen >= 2 AND ImpDescRaw(1:1) = '"'
115886             AND ImpDescRaw(ImpDescLen:1) = '"'
115887         IF ImpDescLen > 2
115888             MOVE ImpDescRaw(2:ImpDescLen - 2) TO ImpDesc
115889         END-IF
115890     ELSE
115891         IF ImpDescLen > 0
115892             MOVE ImpDescRaw(1:ImpDescLen) TO ImpDesc
115893         END-IF
115894     END-IF.
115895
115896 9140-VALIDATE-IMPORT-ROW.
115897     MOVE SPACES TO ImportReason
115898     MOVE 0 TO RbCount
115899     MOVE ImpDate TO DateToValidate
115900     PERFORM 9700-VALIDATE-DATE
115901     IF NOT ValidDate
115902         MOVE "BAD-DATE" TO ImportReason
115903     ELSE
115904         IF ImpOwner = SPACES
115905             MOVE "NO-OWNER" TO ImportReason
115906         ELSE
115907             MOVE ImpOwner TO CheckOwnerCode
115908             PERFORM 9160-CHECK-OWNER-EXISTS
115909             IF NOT OwnerOnFile
115910                 MOVE "NO-OWNER" TO ImportReason
115911             ELSE
115912                 IF ImpDesc = SPACES
115913                     MOVE "NO-DESC" TO ImportReason
115914                 ELSE
115915                     PERFORM 9145-VALIDATE-IMPORT-RESOURCES
115916                 END-IF
115917             END-IF
115918         END-IF
115919     END-IF.
115920
115921 9150-WRITE-IMPORT-TASK.
115922     MOVE ImpDate TO ScanDate
115923     PERFORM 5100-FIND-NEXT-SEQ
115924     MOVE ImpDate TO TaskDate
115925     MOVE NextSeq TO TaskSeq
115926     MOVE ImpDesc TO TaskDescription
115927     MOVE ImpOwner TO TaskOwner
115928     MOVE 'N' TO TaskRecurCode
115929     MOVE SPACES TO TaskRecurEndDate
115930     MOVE 'O' TO TaskStatus
115931     MOVE SPACES TO TaskNonWorkCode
115932     MOVE 0 TO TaskRemindLead
115933     MOVE SPACES TO TaskStartTime
115934     MOVE 0 TO TaskDuration
115935     MOVE 'M' TO TaskPriority
115936     MOVE SPACES TO TaskPredID
115937     STRING ImpDate DELIMITED BY SIZE
115938             "-" DELIMITED BY SIZE
115939             NextSeq DELIMITED BY SIZE
115940         INTO TaskID
115941     WRITE ScheduleRecord
115942         INVALID KEY
115943             MOVE "DUP-KEY" TO ImportReason
115944             PERFORM 9170-WRITE-REJECT
115945         NOT INVALID KEY
115946             ADD 1 TO ImportGoodCount
115947             MOVE "IMPORT" TO JrnSourceWork
115948             PERFORM 9410-JOURNAL-ADD
115949             MOVE "IMPORT" TO AuditAction
115950             MOVE TaskID TO AuditTaskIDWork
115951             MOVE SPACES TO AuditBeforeWork
115952             MOVE TaskDescription TO AuditAfterWork
115953             PERFORM 9500-WRITE-AUDIT-RECORD
115954             PERFORM 9530-BOOK-RESOURCES
115955     END-WRITE.
115956
115957*===========================================================
115958* CHECKOWNERCODE IS GOOD WHEN THE DEPARTMENT MASTER CARRIES *
115959* IT AS AN ACTIVE DEPARTMENT.  A RETIRED ONE SETS           *
115960* OWNERRETIRED INSTEAD, WHICH TAKES NO NEW WORK.  USED      *
115961* WHEREVER AN OWNER IS ENTERED - ADD, EDIT, TEMPLATES,      *
115962* IMPORT, RESOURCES, USER ADMINISTRATION - AND BY THE       *
115963* INTEGRITY CHECK.                                          *
116050*===========================================================
116051 9160-CHECK-OWNER-EXISTS.
116052     MOVE 'N' TO OwnerExistsSw
116053     OPEN INPUT DepartmentFile
116054     IF DepartmentStatus = "00"
116055         MOVE CheckOwnerCode TO DptCode
116056         READ DepartmentFile
116057             INVALID KEY
116058                 CONTINUE
116059             NOT INVALID KEY
116060                 IF DptIsActive
116061                     MOVE 'Y' TO OwnerExistsSw
116062                 ELSE
116063                     MOVE 'R' TO OwnerExistsSw
116064                 END-IF
116065         END-READ
116066         CLOSE DepartmentFile
116067     END-IF.
116070
116071 9170-WRITE-REJECT.
116072     ADD 1 TO ImportRejCount
117900     ELSE
118000         WRITE AuditRecord
118100         CLOSE AuditFile
118102     END-IF.
118104
118106*===========================================================
118108* RECORD THE ACTUAL START AND MINUTES FOR THE TASK JUST     *
118110* MARKED DONE IN SCHEDULERECORD.  A TASK MARKED DONE A      *
118112* SECOND TIME (REOPENED BY AN EDIT IN BETWEEN) REPLACES ITS *
118114* EARLIER ENTRY - THE KEY IS THE TASKID.                    *
118116*===========================================================
118118 9400-WRITE-TIME-LOG.
118120     OPEN I-O TimeLogFile
118122     IF TimeLogStatus = "35"
118124         OPEN OUTPUT TimeLogFile
118126         CLOSE TimeLogFile
118128         OPEN I-O TimeLogFile
118130     END-IF
118132     IF TimeLogStatus NOT = "00"
118134         DISPLAY "Unable to open TimeLog - actual time not"
118136             " recorded."
118138     ELSE
118140         MOVE TaskID TO TimeTaskID
118142         MOVE TaskDate TO TimeTaskDate
118144         MOVE TaskOwner TO TimeOwner
118146         MOVE TaskPriority TO TimePriority
118148         MOVE TaskStartTime TO TimeSchedStart
118150         MOVE TaskDuration TO TimeEstMinutes
118152         MOVE ActStartWork TO TimeActStart
118154         MOVE ActMinutesWork TO TimeActMinutes
118156         MOVE TaskDescription TO TimeDescription
118158         MOVE Username TO TimeUser
118160         PERFORM 9600-BUILD-TIMESTAMP
118162         MOVE TimestampWork TO TimeWhen
118164         WRITE TimeLogRecord
118166             INVALID KEY
118168                 REWRITE TimeLogRecord
118170                     INVALID KEY
118172                         DISPLAY "Unable to record actual time"
118174                             " for " TaskID
118176                 END-REWRITE
118178         END-WRITE
118180         CLOSE TimeLogFile
118200     END-IF.
118300
118400 9600-BUILD-TIMESTAMP.
138200                 MOVE 'Y' TO DayClosedSw
138210             END-IF
138220     END-READ.
138230
138240*===========================================================
138250* ESTIMATE-VS-ACTUAL RUN FROM THE PARAMETER RECORD'S OWNER  *
138260* AND DATE RANGE, THE SAME COLUMNS AS THE SCHEDULE REPORT.  *
138270*===========================================================
138280 1600-BATCH-VARIANCE.
138290     MOVE BatchOwner TO SelectOwner
138300     MOVE BatchStartDate TO ReportStartDate
138310     MOVE BatchEndDate TO ReportEndDate
138320     DISPLAY "Batch variance: " BatchOwner " " BatchStartDate
138330         " to " BatchEndDate
138340     PERFORM 8950-PRODUCE-VARIANCE
138350     MOVE VaTotTasks TO BcStepCount
138360     IF BatchOutName NOT = SPACES
138370         MOVE "ReportFile.dat" TO BatchSrcName
138380         PERFORM 1500-RENAME-OUTPUT
138390     END-IF.
138400
138410*===========================================================
138420* ESTIMATE VS ACTUAL VARIANCE - FOR THE TASKS MARKED DONE   *
138430* IN A DATE RANGE, THE ESTIMATED AND ACTUAL MINUTES BY      *
138440* OWNER DEPARTMENT AND PRIORITY, THE WORST OVERRUNS, AND    *
138450* THE TEMPLATE LINES WHOSE DURATIONS KEEP COMING IN SHORT.  *
138460* TASKS BOOKED WITH NO DURATION ARE COUNTED BUT LEFT OUT OF *
138470* THE MINUTE TOTALS - THERE IS NO ESTIMATE TO MEASURE.      *
138480*===========================================================
138490 8900-VARIANCE-REPORT.
138500     DISPLAY "Start Date (YYYY-MM-DD):"
138510     ACCEPT ReportStartDate
138520     DISPLAY "End Date (YYYY-MM-DD):"
138530     ACCEPT ReportEndDate
138540     MOVE LoggedInOwner TO SelectOwner
138550     IF SupervisorUser
138560         DISPLAY "All departments? (Y/N):"
138570         ACCEPT ConfirmAnswer
138580         INSPECT ConfirmAnswer CONVERTING "y" TO "Y"
138590         IF ConfirmAnswer = 'Y'
138600             MOVE "*ALL" TO SelectOwner
138610         END-IF
138620     END-IF
138630     PERFORM 8950-PRODUCE-VARIANCE.
138640
138650*===========================================================
138660* PRODUCE THE VARIANCE REPORT FOR SELECTOWNER AND THE       *
138670* REPORT DATE RANGE.  SPLIT OUT FROM THE PROMPTING SO A     *
138680* BATCH PARAMETER RECORD CAN DRIVE IT TOO.  EACH OF THE     *
138690* THREE SECTIONS STARTS ON A FRESH PAGE.                    *
138700*===========================================================
138710 8950-PRODUCE-VARIANCE.
138720     MOVE 0 TO VaCount
138730     MOVE 0 TO OvCount
138740     MOVE 0 TO VaTotTasks
138750     MOVE 0 TO VaTotNoEst
138760     MOVE 0 TO VaTotEst
138770     MOVE 0 TO VaTotAct
138780     MOVE 0 TO PageNumber
138790     MOVE 99 TO LineCount
138800     PERFORM 8952-LOAD-TEMPLATE-LINES
138810     PERFORM 1910-BUILD-OWNER-LIST
138820     OPEN OUTPUT ReportFile
138830     IF ReportStatus NOT = "00"
138840         DISPLAY "Unable to open ReportFile - report not run."
138850         MOVE 'Y' TO BcStepFailSw
138860     ELSE
138870         MOVE 'N' TO EOF-SW
138880         OPEN INPUT TimeLogFile
138890         IF TimeLogStatus NOT = "00"
138900             DISPLAY "No actual times recorded yet - report"
138910                 " not run."
138920             MOVE 'Y' TO BcStepWarnSw
138930             CLOSE ReportFile
138940         ELSE
138950             PERFORM 8955-VARIANCE-NEXT-RECORD UNTIL EOF
138960             CLOSE TimeLogFile
138970             PERFORM 8970-SORT-VARIANCE-TABLE
138980             MOVE 'S' TO VaSection
138990             PERFORM 8975-VARIANCE-HEADER
139000             MOVE 1 TO VaSub
139010             PERFORM 8980-VARIANCE-DETAIL-LINE
139020                 UNTIL VaSub > VaCount
139030             PERFORM 8982-VARIANCE-TOTAL-LINE
139040             MOVE 'O' TO VaSection
139050             PERFORM 8975-VARIANCE-HEADER
139060             MOVE 1 TO OvSub
139070             PERFORM 8984-OVERRUN-DETAIL-LINE
139080                 UNTIL OvSub > OvCount
139090             IF OvCount = 0
139100                 MOVE "  NO TASK RAN OVER ITS ESTIMATE."
139110                     TO ReportLine
139120                 WRITE ReportLine
139130             END-IF
139140             MOVE 'T' TO VaSection
139150             PERFORM 8975-VARIANCE-HEADER
139160             MOVE 0 TO VtShownCount
139170             MOVE 1 TO VtSub
139180             PERFORM 8986-TEMPLATE-DETAIL-LINE
139190                 UNTIL VtSub > VtCount
139200             IF VtShownCount = 0
139210                 MOVE "  NO TEMPLATE LINE IS CONSISTENTLY"
139220                     TO ReportLine
139230                 WRITE ReportLine
139240                 MOVE "  UNDERESTIMATED." TO ReportLine
139250                 WRITE ReportLine
139260             END-IF
139270             PERFORM 8300-REPORT-FOOTER
139280             CLOSE ReportFile
139290             DISPLAY "Variance report written to"
139300                 " ReportFile.dat."
139310         END-IF
139320     END-IF.
139330
139340*===========================================================
139350* EVERY TEMPLATEFILE LINE GOES INTO THE MATCHING TABLE      *
139360* WITH ITS COUNTS AT ZERO.  A TASK WRITTEN BY A TEMPLATE    *
139370* CARRIES THE LINE'S DESCRIPTION AND OWNER, WHICH IS HOW    *
139380* IT IS RECOGNISED; A BLANK LINE OWNER MATCHES ANY OWNER.   *
139390*===========================================================
139400 8952-LOAD-TEMPLATE-LINES.
139410     MOVE 0 TO VtCount
139420     MOVE 'N' TO TmplScanEofSw
139430     OPEN INPUT TemplateFile
139440     IF TemplateStatus = "00"
139450         PERFORM 8953-LOAD-NEXT-TEMPLATE UNTIL TmplScanEOF
139460         CLOSE TemplateFile
139470     END-IF.
139480
139490 8953-LOAD-NEXT-TEMPLATE.
139500     READ TemplateFile
139510         AT END
139520             MOVE 'Y' TO TmplScanEofSw
139530         NOT AT END
139540             IF VtCount < 200
139550                 ADD 1 TO VtCount
139560                 MOVE TmplName TO VtName(VtCount)
139570                 MOVE TmplLineSeq TO VtLineSeq(VtCount)
139580                 MOVE TmplOwner TO VtOwner(VtCount)
139590                 MOVE TmplDescription TO VtDescription(VtCount)
139600                 MOVE 0 TO VtUses(VtCount)
139610                 MOVE 0 TO VtOverCount(VtCount)
139620                 MOVE 0 TO VtEstTotal(VtCount)
139630                 MOVE 0 TO VtActTotal(VtCount)
139640             ELSE
139650                 DISPLAY "Template table full - " TmplName
139660                     " line " TmplLineSeq " not matched."
139670             END-IF
139680     END-READ.
139690
139700 8955-VARIANCE-NEXT-RECORD.
139710     READ TimeLogFile NEXT RECORD
139720         AT END
139730             MOVE 'Y' TO EOF-SW
139740         NOT AT END
139750             IF (TimeOwner = SelectOwner OR
139760                 SelectOwner = "*ALL") AND
139770                TimeTaskDate >= ReportStartDate AND
139780                TimeTaskDate <= ReportEndDate
139790                 PERFORM 8960-VARIANCE-TALLY
139800             END-IF
139810     END-READ.
139820
139830*===========================================================
139840* ONE COMPLETED TASK.  A BLANK PRIORITY COUNTS AS MEDIUM,   *
139850* THE DEFAULT, AS IN THE WORKLOAD REPORT.  THE RANK DIGIT   *
139860* SORTS HIGH AHEAD OF MEDIUM AHEAD OF LOW WITHIN AN OWNER.  *
139870*===========================================================
139880 8960-VARIANCE-TALLY.
139890     EVALUATE TimePriority
139900         WHEN 'H'
139910             MOVE 'H' TO VaPriWork
139920             MOVE '1' TO VaRankWork
139930         WHEN 'L'
139940             MOVE 'L' TO VaPriWork
139950             MOVE '3' TO VaRankWork
139960         WHEN OTHER
139970             MOVE 'M' TO VaPriWork
139980             MOVE '2' TO VaRankWork
139990     END-EVALUATE
140000     PERFORM 8962-FIND-VARIANCE-ENTRY
140010     ADD 1 TO VaTotTasks
140020     IF VaFound
140030         ADD 1 TO VaTaskCount(VaSub)
140040     END-IF
140050     IF TimeEstMinutes = 0
140060         ADD 1 TO VaTotNoEst
140070         IF VaFound
140080             ADD 1 TO VaNoEstCount(VaSub)
140090         END-IF
140100     ELSE
140110         ADD TimeEstMinutes TO VaTotEst
140120         ADD TimeActMinutes TO VaTotAct
140130         IF VaFound
140140             ADD TimeEstMinutes TO VaEstTotal(VaSub)
140150             ADD TimeActMinutes TO VaActTotal(VaSub)
140160         END-IF
140170         IF TimeActMinutes > TimeEstMinutes
140180             COMPUTE VaOverMin =
140190                 TimeActMinutes - TimeEstMinutes
140200             PERFORM 8964-KEEP-WORST-OVERRUN
140210         END-IF
140220         MOVE 1 TO VtSub
140230         PERFORM 8966-MATCH-TEMPLATE-LINE
140240             UNTIL VtSub > VtCount
140250     END-IF.
140260
140270*===========================================================
140280* FIND OR CREATE THE OWNER-PLUS-PRIORITY ENTRY, LEAVING     *
140290* VASUB ON IT - THE SAME FIND-OR-ADD SHAPE AS THE WORKLOAD  *
140300* TABLE.                                                    *
140310*===========================================================
140320 8962-FIND-VARIANCE-ENTRY.
140330     MOVE 'N' TO VaFoundSw
140340     MOVE 1 TO VaSub
140350     PERFORM 8963-FIND-VA-ENTRY
140360         UNTIL VaFound OR VaSub > VaCount
140370     IF NOT VaFound
140380         IF VaCount < 150
140390             ADD 1 TO VaCount
140400             MOVE VaCount TO VaSub
140410             MOVE TimeOwner TO VaOwner(VaSub)
140420             MOVE VaRankWork TO VaPriRank(VaSub)
140430             MOVE VaPriWork TO VaPriority(VaSub)
140440             MOVE 0 TO VaTaskCount(VaSub)
140450             MOVE 0 TO VaNoEstCount(VaSub)
140460             MOVE 0 TO VaEstTotal(VaSub)
140470             MOVE 0 TO VaActTotal(VaSub)
140480             MOVE 'Y' TO VaFoundSw
140490         ELSE
140500             DISPLAY "Variance table full - " TimeOwner
140510                 " " VaPriWork " not counted."
140520         END-IF
140530     END-IF.
140540
140550 8963-FIND-VA-ENTRY.
140560     IF VaOwner(VaSub) = TimeOwner AND
140570        VaPriRank(VaSub) = VaRankWork
140580         MOVE 'Y' TO VaFoundSw
140590     ELSE
140600         ADD 1 TO VaSub
140610     END-IF.
140620
140630*===========================================================
140640* KEEP THE TEN WORST OVERRUNS, LARGEST FIRST.  A NEW ONE    *
140650* GOES IN AT THE BOTTOM (OR OVER THE SMALLEST WHEN THE      *
140660* LIST IS FULL) AND IS MOVED UP PAST EVERY SMALLER ONE.     *
140670*===========================================================
140680 8964-KEEP-WORST-OVERRUN.
140690     MOVE 0 TO OvSub
140700     IF OvCount < 10
140710         ADD 1 TO OvCount
140720         MOVE OvCount TO OvSub
140730     ELSE
140740         IF VaOverMin > OvOverMin(10)
140750             MOVE 10 TO OvSub
140760         END-IF
140770     END-IF
140780     IF OvSub > 0
140790         MOVE VaOverMin TO OvOverMin(OvSub)
140800         MOVE TimeTaskID TO OvTaskID(OvSub)
140810         MOVE TimeOwner TO OvOwner(OvSub)
140820         MOVE VaPriWork TO OvPriority(OvSub)
140830         MOVE TimeEstMinutes TO OvEst(OvSub)
140840         MOVE TimeActMinutes TO OvAct(OvSub)
140850         MOVE TimeDescription TO OvDescription(OvSub)
140860         MOVE 'N' TO OvDoneSw
140870         PERFORM 8965-OVERRUN-MOVE-UP UNTIL OvPlaced
140880     END-IF.
140890
140900 8965-OVERRUN-MOVE-UP.
140910     IF OvSub = 1
140920         MOVE 'Y' TO OvDoneSw
140930     ELSE
140940         COMPUTE OvSub2 = OvSub - 1
140950         IF OvOverMin(OvSub) > OvOverMin(OvSub2)
140960             MOVE OvEntry(OvSub) TO OvSwapHold
140970             MOVE OvEntry(OvSub2) TO OvEntry(OvSub)
140980             MOVE OvSwapHold TO OvEntry(OvSub2)
140990             MOVE OvSub2 TO OvSub
141000         ELSE
141010             MOVE 'Y' TO OvDoneSw
141020         END-IF
141030     END-IF.
141040
141050 8966-MATCH-TEMPLATE-LINE.
141060     IF VtDescription(VtSub) = TimeDescription AND
141070        (VtOwner(VtSub) = TimeOwner OR
141080         VtOwner(VtSub) = SPACES)
141090         ADD 1 TO VtUses(VtSub)
141100         ADD TimeEstMinutes TO VtEstTotal(VtSub)
141110         ADD TimeActMinutes TO VtActTotal(VtSub)
141120         IF TimeActMinutes > TimeEstMinutes
141130             ADD 1 TO VtOverCount(VtSub)
141140         END-IF
141150     END-IF
141160     ADD 1 TO VtSub.
141170
141180*===========================================================
141190* SORT THE VARIANCE TABLE BY OWNER THEN PRIORITY RANK -     *
141200* THE SAME EXCHANGE SORT AS THE TASK SORT TABLE.            *
141210*===========================================================
141220 8970-SORT-VARIANCE-TABLE.
141230     IF VaCount > 1
141240         MOVE 'N' TO VaDoneSw
141250         PERFORM 8972-VA-SORT-ONE-PASS UNTIL VaSortDone
141260     END-IF.
141270
141280 8972-VA-SORT-ONE-PASS.
141290     MOVE 'Y' TO VaDoneSw
141300     MOVE 1 TO VaSub
141310     PERFORM 8974-VA-SORT-COMPARE UNTIL VaSub >= VaCount.
141320
141330 8974-VA-SORT-COMPARE.
141340     COMPUTE VaSub2 = VaSub + 1
141350     IF VaKey(VaSub) > VaKey(VaSub2)
141360         MOVE VaEntry(VaSub) TO VaSwapHold
141370         MOVE VaEntry(VaSub2) TO VaEntry(VaSub)
141380         MOVE VaSwapHold TO VaEntry(VaSub2)
141390         MOVE 'N' TO VaDoneSw
141400     END-IF
141410     ADD 1 TO VaSub.
141420
141430 8975-VARIANCE-HEADER.
141440     ADD 1 TO PageNumber
141450     MOVE SPACES TO ReportLine
141460     STRING "ESTIMATE VS ACTUAL " DELIMITED BY SIZE
141470             ReportStartDate DELIMITED BY SIZE
141480             " TO " DELIMITED BY SIZE
141490             ReportEndDate DELIMITED BY SIZE
141500             " - PAGE " DELIMITED BY SIZE
141510             PageNumber DELIMITED BY SIZE
141520         INTO ReportLine
141530     WRITE ReportLine
141540     MOVE SPACES TO ReportLine
141550     EVALUATE TRUE
141560         WHEN VaSectSummary
141570             MOVE "MINUTES BY OWNER AND PRIORITY" TO ReportLine
141580             WRITE ReportLine
141590             MOVE SPACES TO ReportLine
141600             STRING "OWNER      P TASKS NOEST EST-MIN "
141610                     DELIMITED BY SIZE
141620                     "ACT-MIN VARIANCE" DELIMITED BY SIZE
141630                 INTO ReportLine
141640             MOVE "DEPARTMENT" TO ReportLine(52:10)
141650         WHEN VaSectOverrun
141660             MOVE "WORST OVERRUNS" TO ReportLine
141670             WRITE ReportLine
141680             MOVE SPACES TO ReportLine
141690             STRING "TASK ID          OWNER      P EST  "
141700                     DELIMITED BY SIZE
141710                     "ACT  OVER DESCRIPTION" DELIMITED BY SIZE
141720                 INTO ReportLine
141730         WHEN OTHER
141740             MOVE SPACES TO ReportLine
141750             STRING "TEMPLATE LINES CONSISTENTLY "
141760                     DELIMITED BY SIZE
141770                     "UNDERESTIMATED (" DELIMITED BY SIZE
141780                     VtMinUses DELIMITED BY SIZE
141790                     "+ USES, 3 IN 4 OVER)" DELIMITED BY SIZE
141800                 INTO ReportLine
141810             WRITE ReportLine
141820             MOVE SPACES TO ReportLine
141830             STRING "TEMPLATE     LN  USES  OVER  AVEST "
141840                     DELIMITED BY SIZE
141850                     "AVACT DESCRIPTION" DELIMITED BY SIZE
141860                 INTO ReportLine
141870     END-EVALUATE
141880     WRITE ReportLine
141890     MOVE 0 TO LineCount.
141900
141910 8980-VARIANCE-DETAIL-LINE.
141920     IF LineCount NOT < 20
141930         PERFORM 8975-VARIANCE-HEADER
141940     END-IF
141950     MOVE VaEstTotal(VaSub) TO VaTotEst
141960     MOVE VaActTotal(VaSub) TO VaTotAct
141970     PERFORM 8988-SET-VARIANCE-SIGN
141980     MOVE SPACES TO ReportLine
141990     STRING VaOwner(VaSub) DELIMITED BY SIZE
142000             " " DELIMITED BY SIZE
142010             VaPriority(VaSub) DELIMITED BY SIZE
142020             " " DELIMITED BY SIZE
142030             VaTaskCount(VaSub) DELIMITED BY SIZE
142040             " " DELIMITED BY SIZE
142050             VaNoEstCount(VaSub) DELIMITED BY SIZE
142060             " " DELIMITED BY SIZE
142070             VaEstTotal(VaSub) DELIMITED BY SIZE
142080             " " DELIMITED BY SIZE
142090             VaActTotal(VaSub) DELIMITED BY SIZE
142100             " " DELIMITED BY SIZE
142110             VaSign DELIMITED BY SIZE
142120             VaDiff DELIMITED BY SIZE
142130         INTO ReportLine
142140     MOVE VaOwner(VaSub) TO DeptLookupCode
142150     PERFORM 9575-LOOKUP-DEPT-NAME
142160     MOVE DeptLookupName TO ReportLine(52:40)
142170     WRITE ReportLine
142180     ADD 1 TO LineCount
142190     ADD 1 TO VaSub.
142200
142210*===========================================================
142220* THE SHOP-WIDE LINE.  THE DETAIL LINES BORROW VATOTEST AND *
142230* VATOTACT TO WORK EACH ENTRY'S SIGN, SO THE TOTALS ARE RE- *
142240* ADDED FROM THE TABLE HERE.                                *
142250*===========================================================
142260 8982-VARIANCE-TOTAL-LINE.
142270     IF LineCount NOT < 20
142280         PERFORM 8975-VARIANCE-HEADER
142290     END-IF
142300     MOVE 0 TO VaTotEst
142310     MOVE 0 TO VaTotAct
142320     MOVE 1 TO VaSub
142330     PERFORM 8983-ADD-VARIANCE-TOTALS UNTIL VaSub > VaCount
142340     PERFORM 8988-SET-VARIANCE-SIGN
142350     MOVE SPACES TO ReportLine
142360     STRING "ALL          " DELIMITED BY SIZE
142370             VaTotTasks DELIMITED BY SIZE
142380             " " DELIMITED BY SIZE
142390             VaTotNoEst DELIMITED BY SIZE
142400             " " DELIMITED BY SIZE
142410             VaTotEst DELIMITED BY SIZE
142420             " " DELIMITED BY SIZE
142430             VaTotAct DELIMITED BY SIZE
142440             " " DELIMITED BY SIZE
142450             VaSign DELIMITED BY SIZE
142460             VaDiff DELIMITED BY SIZE
142470         INTO ReportLine
142480     WRITE ReportLine
142490     ADD 1 TO LineCount.
142500
142510 8983-ADD-VARIANCE-TOTALS.
142520     ADD VaEstTotal(VaSub) TO VaTotEst
142530     ADD VaActTotal(VaSub) TO VaTotAct
142540     ADD 1 TO VaSub.
142550
142560 8984-OVERRUN-DETAIL-LINE.
142570     IF LineCount NOT < 20
142580         PERFORM 8975-VARIANCE-HEADER
142590     END-IF
142600     MOVE SPACES TO ReportLine
142610     STRING OvTaskID(OvSub) DELIMITED BY SIZE
142620             " " DELIMITED BY SIZE
142630             OvOwner(OvSub) DELIMITED BY SIZE
142640             " " DELIMITED BY SIZE
142650             OvPriority(OvSub) DELIMITED BY SIZE
142660             " " DELIMITED BY SIZE
142670             OvEst(OvSub) DELIMITED BY SIZE
142680             "  " DELIMITED BY SIZE
142690             OvAct(OvSub) DELIMITED BY SIZE
142700             " " DELIMITED BY SIZE
142710             OvOverMin(OvSub) DELIMITED BY SIZE
142720             " " DELIMITED BY SIZE
142730             OvDescription(OvSub) DELIMITED BY SIZE
142740         INTO ReportLine
142750     WRITE ReportLine
142760     ADD 1 TO LineCount
142770     ADD 1 TO OvSub.
142780
142790 8986-TEMPLATE-DETAIL-LINE.
142800     IF VtUses(VtSub) NOT < VtMinUses AND
142810        VtOverCount(VtSub) * 4 NOT < VtUses(VtSub) * 3
142820         IF LineCount NOT < 20
142830             PERFORM 8975-VARIANCE-HEADER
142840         END-IF
142850         ADD 1 TO VtShownCount
142860         COMPUTE VtAvgEst = VtEstTotal(VtSub) / VtUses(VtSub)
142870         COMPUTE VtAvgAct = VtActTotal(VtSub) / VtUses(VtSub)
142880         MOVE SPACES TO ReportLine
142890         STRING VtName(VtSub) DELIMITED BY SIZE
142900                 " " DELIMITED BY SIZE
142910                 VtLineSeq(VtSub) DELIMITED BY SIZE
142920                 " " DELIMITED BY SIZE
142930                 VtUses(VtSub) DELIMITED BY SIZE
142940                 " " DELIMITED BY SIZE
142950                 VtOverCount(VtSub) DELIMITED BY SIZE
142960                 " " DELIMITED BY SIZE
142970                 VtAvgEst DELIMITED BY SIZE
142980                 " " DELIMITED BY SIZE
142990                 VtAvgAct DELIMITED BY SIZE
143000                 " " DELIMITED BY SIZE
143010                 VtDescription(VtSub) DELIMITED BY SIZE
143020             INTO ReportLine
143030         WRITE ReportLine
143040         ADD 1 TO LineCount
143050     END-IF
143060     ADD 1 TO VtSub.
143070
143080*===========================================================
143090* VARIANCE = ACTUAL MINUS ESTIMATE, PRINTED AS A SIGN AND A *
143100* MAGNITUDE: "+" RAN OVER, "-" CAME IN UNDER.               *
143110*===========================================================
143120 8988-SET-VARIANCE-SIGN.
143130     EVALUATE TRUE
143140         WHEN VaTotAct > VaTotEst
143150             MOVE "+" TO VaSign
143160             COMPUTE VaDiff = VaTotAct - VaTotEst
143170         WHEN VaTotAct < VaTotEst
143180             MOVE "-" TO VaSign
143190             COMPUTE VaDiff = VaTotEst - VaTotAct
143200         WHEN OTHER
143210             MOVE " " TO VaSign
143220             MOVE 0 TO VaDiff
143230     END-EVALUATE.
143240
143250*===========================================================
143260* ACTUAL TIME WORKED - ASKED WHEN A TASK GOES DONE, SO THE  *
143270* VARIANCE REPORT CAN SET WHAT THE WORK REALLY TOOK BESIDE  *
143280* THE ESTIMATE IT WAS BOOKED WITH.  BLANK ACCEPTS THE       *
143290* SCHEDULED START, AND BLANK MINUTES ACCEPT THE ESTIMATE -  *
143300* A PLAIN ENTER MEANS "RAN AS PLANNED".  MINUTES ARE        *
143310* RIGHT-JUSTIFIED LIKE THE DURATION PROMPT, UP TO 9999.     *
143320*===========================================================
143330 6540-PROMPT-ACTUAL-TIME.
143340     MOVE 'N' TO ActOkSw
143350     PERFORM 6542-ACCEPT-ACTUAL-START UNTIL ActOk
143360     MOVE 'N' TO ActOkSw
143370     PERFORM 6544-ACCEPT-ACTUAL-MINUTES UNTIL ActOk.
143380
143390 6542-ACCEPT-ACTUAL-START.
143400     DISPLAY "Actual start HH:MM (blank = " TaskStartTime "):"
143410     ACCEPT ActStartInput
143420     IF ActStartInput = SPACES
143430         MOVE TaskStartTime TO ActStartWork
143440         MOVE 'Y' TO ActOkSw
143450     ELSE
143460         MOVE ActStartInput TO TimeToValidate
143470         PERFORM 9830-VALIDATE-TIME
143480         IF ValidTime
143490             MOVE ActStartInput TO ActStartWork
143500             MOVE 'Y' TO ActOkSw
143510         ELSE
143520             DISPLAY "Invalid time - enter HH:MM, 00:00-23:59."
143530         END-IF
143540     END-IF.
143550
143560 6544-ACCEPT-ACTUAL-MINUTES.
143570     DISPLAY "Actual minutes worked (blank = " TaskDuration
143580         "):"
143590     ACCEPT ActMinInput
143600     IF ActMinInput = SPACES
143610         MOVE TaskDuration TO ActMinutesWork
143620         MOVE 'Y' TO ActOkSw
143630     ELSE
143640         MOVE 0 TO ActMinLen
143650         INSPECT ActMinInput TALLYING ActMinLen
143660             FOR CHARACTERS BEFORE INITIAL SPACE
143670         IF ActMinLen > 0 AND
143680            ActMinInput(1:ActMinLen) IS NUMERIC
143690             MOVE ActMinInput(1:ActMinLen) TO ActMinutesWork
143700             MOVE 'Y' TO ActOkSw
143710         ELSE
143720             DISPLAY "Invalid minutes - enter 0 to 9999"
143730                 " or blank."
143740         END-IF
143750     END-IF.
143760
143770*===========================================================
143780* A DONE TASK TAKES ITS ACTUAL START AND MINUTES INTO THE   *
143790* ARCHIVE WITH IT.  THE TIMELOG ENTRY ITSELF STAYS, SO THE  *
143800* VARIANCE REPORT STILL COVERS PURGED MONTHS.               *
143810*===========================================================
143820 7632-CARRY-ACTUAL-TIME.
143830     MOVE SPACES TO ArchActStart
143840     MOVE 0 TO ArchActMinutes
143850     IF TimeLogOpen AND TaskDone
143860         MOVE TaskID TO TimeTaskID
143870         READ TimeLogFile RECORD
143880             INVALID KEY
143890                 CONTINUE
143900             NOT INVALID KEY
143910                 MOVE TimeActStart TO ArchActStart
143920                 MOVE TimeActMinutes TO ArchActMinutes
143930         END-READ
143940     END-IF.
143950
143960*===========================================================
143970* NIGHTLY ESCALATION RUN FOR THE PARAMETER RECORD'S OWNER   *
143980* DEPARTMENT (*ALL OR BLANK = EVERY DEPARTMENT).  THE       *
143990* REGISTER GOES TO REPORTFILE AND MAY BE RENAMED LIKE ANY   *
144000* OTHER BATCH REPORT; THE NOTICES GO TO OUTBOUND/.          *
144010*===========================================================
144020 1650-BATCH-ESCALATE.
144030     MOVE BatchOwner TO SelectOwner
144040     IF SelectOwner = SPACES
144050         MOVE "*ALL" TO SelectOwner
144060     END-IF
144070     DISPLAY "Batch escalation: " SelectOwner
144080     PERFORM 9300-PRODUCE-ESCALATION
144090     MOVE EsNewCount TO BcStepCount
144100     IF BatchOutName NOT = SPACES
144110         MOVE "ReportFile.dat" TO BatchSrcName
144120         PERFORM 1500-RENAME-OUTPUT
144130     END-IF.
144140
144150*===========================================================
144160* APPLY THE STATUS UPDATES THE MAIL GATEWAY HAS DROPPED.    *
144170* THE STEP COUNT IS THE LINES APPLIED; ANY REJECTED LINE    *
144180* MAKES THE STEP A WARNING SO SOMEONE LOOKS AT THE REJECTS. *
144190* NO FILE WAITING IS NOT AN ERROR - THE GATEWAY HAD         *
144200* NOTHING TO SEND.                                          *
144210*===========================================================
144220 1660-BATCH-INBOUND.
144230     DISPLAY "Batch inbound status updates"
144240     PERFORM 7350-APPLY-INBOUND
144250     COMPUTE BcStepCount = InDoneCount + InCancelCount
144260         + InNoteCount + InQueuedCount
144270     IF InRejCount > 0
144280         MOVE 'Y' TO BcStepWarnSw
144290     END-IF
144300     IF InReportWritten AND BatchOutName NOT = SPACES
144310         MOVE "ReportFile.dat" TO BatchSrcName
144320         PERFORM 1500-RENAME-OUTPUT
144330     END-IF.
144340
144350*===========================================================
144360* A SUPERVISOR'S OPEN ESCALATIONS FOLLOW THE DAY BRIEF AT   *
144370* LOGIN - EVERY LEVEL RAISED TO THEM WHOSE TASK IS STILL    *
144380* OPEN.  NO ESCALATIONLOG YET MEANS NOTHING TO SHOW.        *
144390*===========================================================
144400 2150-BRIEF-ESCALATIONS.
144410     MOVE 0 TO EsBriefCount
144420     MOVE TodayDate TO DayNumDate
144430     PERFORM 9820-DATE-TO-DAYNUM
144440     MOVE DayNumWork TO TodayDayNum
144450     OPEN INPUT EscLogFile
144460     IF EscLogStatus = "00"
144470         OPEN INPUT ScheduleFile
144480         IF ScheduleStatus = "00"
144490             MOVE 'N' TO EscLogEofSw
144500             PERFORM 2155-BRIEF-ESC-NEXT UNTIL EscLogEOF
144510             CLOSE ScheduleFile
144520         END-IF
144530         CLOSE EscLogFile
144540     END-IF.
144550
144560 2155-BRIEF-ESC-NEXT.
144570     READ EscLogFile NEXT RECORD
144580         AT END
144590             MOVE 'Y' TO EscLogEofSw
144600         NOT AT END
144610             IF EscSupervisor = Username
144620                 PERFORM 9340-CHECK-ESC-TASK-OPEN
144630                 IF EsTaskStillOpen
144640                     IF EsBriefCount = 0
144650                         DISPLAY "Open escalations to you:"
144660                     END-IF
144670                     ADD 1 TO EsBriefCount
144680                     PERFORM 9342-ESC-DAYS-OVERDUE
144690                     DISPLAY "  LEVEL " EscLevel " " EscTaskID
144700                         " " EscOwner " " EscPriority " "
144710                         EsDaysShow " DAYS " EscDescription
144720                 END-IF
144730             END-IF
144740     END-READ.
144750
144760*===========================================================
144770* ESCALATE - EVERY OPEN TASK PAST ITS TASKDATE IS HELD UP   *
144780* TO THE RULES FOR ITS DEPARTMENT AND PRIORITY (BLANK       *
144790* COUNTS AS MEDIUM).  EACH LEVEL WHOSE DAYS HAVE RUN OUT    *
144800* AND IS NOT ALREADY ON ESCALATIONLOG IS LOGGED, AUDITED,   *
144810* AND WRITTEN TO THE NOTICE EXTRACT; A LEVEL ALREADY ON THE *
144820* LOG IS LEFT ALONE, SO A TASK ESCALATES ONCE PER LEVEL.    *
144830* THE REGISTER THEN LISTS EVERY ESCALATION STILL OPEN.      *
144840*===========================================================
144850 9300-PRODUCE-ESCALATION.
144860     MOVE 0 TO EsNewCount
144870     MOVE "mkdir -p Outbound" TO BackupCmd
144880     CALL "SYSTEM" USING BackupCmd
144890     IF RETURN-CODE NOT = 0
144900         DISPLAY "Unable to create Outbound/ - escalation"
144910             " skipped."
144920         MOVE 'Y' TO BcStepFailSw
144930     ELSE
144940         PERFORM 9650-GET-TODAY
144950         MOVE TodayDate TO DayNumDate
144960         PERFORM 9820-DATE-TO-DAYNUM
144970         MOVE DayNumWork TO TodayDayNum
144980         PERFORM 9305-LOAD-ESC-RULES
144990         PERFORM 9330-OPEN-ESC-LOG
145000         IF EscLogOpen
145010             OPEN INPUT ScheduleFile
145020             IF ScheduleStatus NOT = "00"
145030                 DISPLAY "No tasks are on file - nothing to"
145040                     " escalate."
145050                 MOVE 'Y' TO BcStepWarnSw
145060             ELSE
145070                 IF ErCount = 0
145080                     DISPLAY "No escalation rules on file -"
145090                         " nothing escalated."
145100                     MOVE 'Y' TO BcStepWarnSw
145110                 ELSE
145120                     PERFORM 9320-RAISE-ESCALATIONS
145130                 END-IF
145140                 PERFORM 9350-ESCALATION-REGISTER
145150                 CLOSE ScheduleFile
145160             END-IF
145170             CLOSE EscLogFile
145180         END-IF
145190         DISPLAY "Escalations raised: " EsNewCount
145200     END-IF.
145210
145220*===========================================================
145230* LOAD THE RULES.  A LINE WITH NO OWNER, A PRIORITY OTHER   *
145240* THAN H/M/L, A LEVEL OR DAY COUNT THAT IS NOT A NUMBER, OR *
145250* NO SUPERVISOR IS SHOWN AND IGNORED.  A RULE NAMING SOMEONE *
145260* WHO IS NOT AN ACTIVE SUPERVISOR ON USERFILE IS KEPT - THE  *
145270* NOTICE STILL GOES - BUT IS CALLED OUT SO IT GETS FIXED.    *
145280*===========================================================
145290 9305-LOAD-ESC-RULES.
145300     MOVE 0 TO ErCount
145310     MOVE 'N' TO EscRuleEofSw
145320     OPEN INPUT EscRuleFile
145330     IF EscRuleStatus = "00"
145340         PERFORM 9306-LOAD-NEXT-ESC-RULE UNTIL EscRuleEOF
145350         CLOSE EscRuleFile
145360     END-IF
145370     IF ErCount > 0
145380         OPEN INPUT UserFile
145390         IF UserStatus = "00"
145400             MOVE 1 TO ErSub
145410             PERFORM 9308-CHECK-RULE-SUPERVISOR
145420                 UNTIL ErSub > ErCount
145430             CLOSE UserFile
145440         END-IF
145450     END-IF.
145460
145470 9306-LOAD-NEXT-ESC-RULE.
145480     READ EscRuleFile
145490         AT END
145500             MOVE 'Y' TO EscRuleEofSw
145510         NOT AT END
145520             IF EruOwner = SPACES OR
145530                (EruPriority NOT = 'H' AND
145540                 EruPriority NOT = 'M' AND
145550                 EruPriority NOT = 'L') OR
145560                EruLevel IS NOT NUMERIC OR EruLevel = 0 OR
145570                EruDays IS NOT NUMERIC OR
145580                EruSupervisor = SPACES
145590                 DISPLAY "Escalation rule ignored: "
145600                     EscRuleRecord
145610             ELSE
145620                 IF ErCount < 50
145630                     ADD 1 TO ErCount
145640                     MOVE EruOwner TO ErOwner(ErCount)
145650                     MOVE EruPriority TO ErPriority(ErCount)
145660                     MOVE EruLevel TO ErLevel(ErCount)
145670                     MOVE EruDays TO ErDays(ErCount)
145680                     MOVE EruSupervisor
145690                         TO ErSupervisor(ErCount)
145700                 ELSE
145710                     DISPLAY "Escalation rule table full - "
145720                         "ignored: " EscRuleRecord
145730                 END-IF
145740             END-IF
145750     END-READ.
145760
145770 9308-CHECK-RULE-SUPERVISOR.
145780     MOVE ErSupervisor(ErSub) TO UsrUsername
145790     READ UserFile
145800         INVALID KEY
145810             DISPLAY "Escalation rule names "
145820                 ErSupervisor(ErSub) " - not on UserFile."
145830         NOT INVALID KEY
145840             IF NOT UsrActive OR NOT UsrIsSupervisor
145850                 DISPLAY "Escalation rule names "
145860                     ErSupervisor(ErSub)
145870                     " - not an active supervisor."
145880             END-IF
145890     END-READ
145900     ADD 1 TO ErSub.
145910
145920*===========================================================
145930* SCHEDULEFILE IS IN DATE ORDER, SO THE SCAN STOPS AT THE   *
145940* FIRST TASK DATED TODAY - NOTHING FROM THERE ON IS LATE.   *
145950* THE NOTICE EXTRACT IS DROPPED IN OUTBOUND/ ONLY WHEN THE  *
145960* RUN RAISED SOMETHING.                                     *
145970*===========================================================
145980 9320-RAISE-ESCALATIONS.
145990     OPEN OUTPUT EscNoticeFile
146000     IF EscNoticeStatus NOT = "00"
146010         DISPLAY "Unable to open the escalation notice"
146020             " extract - escalation skipped."
146030         MOVE 'Y' TO BcStepFailSw
146040     ELSE
146050         MOVE 'N' TO EOF-SW
146060         PERFORM 9310-ESC-SCAN-NEXT UNTIL EOF
146070         CLOSE EscNoticeFile
146080         IF EsNewCount > 0
146090             PERFORM 9324-DROP-ESC-NOTICE
146100         END-IF
146110     END-IF.
146120
146130 9310-ESC-SCAN-NEXT.
146140     READ ScheduleFile NEXT RECORD
146150         AT END
146160             MOVE 'Y' TO EOF-SW
146170         NOT AT END
146180             IF TaskDate NOT < TodayDate
146190                 MOVE 'Y' TO EOF-SW
146200             ELSE
146210                 IF TaskOpen AND
146220                    (TaskOwner = SelectOwner OR
146230                     SelectOwner = "*ALL")
146240                     PERFORM 9312-ESC-EVALUATE-TASK
146250                 END-IF
146260             END-IF
146270     END-READ.
146280
146290 9312-ESC-EVALUATE-TASK.
146300     MOVE TaskDate TO DayNumDate
146310     PERFORM 9820-DATE-TO-DAYNUM
146320     COMPUTE EsDaysOver = TodayDayNum - DayNumWork
146330     IF TaskPriority = SPACE
146340         MOVE 'M' TO EsPriWork
146350     ELSE
146360         MOVE TaskPriority TO EsPriWork
146370     END-IF
146380     MOVE 1 TO ErSub
146390     PERFORM 9314-ESC-APPLY-RULE UNTIL ErSub > ErCount.
146400
146410*===========================================================
146420* A DEPARTMENT'S OWN RULE FOR A PRIORITY AND LEVEL TAKES    *
146430* THE PLACE OF THE *ALL RULE FOR THE SAME PRIORITY AND      *
146440* LEVEL, SO ONE DEPARTMENT CAN BE GIVEN LONGER OR SHORTER   *
146450* GRACE, OR A DIFFERENT SUPERVISOR, THAN THE SHOP DEFAULT.  *
146460*===========================================================
146470 9314-ESC-APPLY-RULE.
146480     IF (ErOwner(ErSub) = TaskOwner OR
146490         ErOwner(ErSub) = "*ALL") AND
146500        ErPriority(ErSub) = EsPriWork AND
146510        EsDaysOver NOT < ErDays(ErSub)
146520         MOVE 'N' TO ErSkipSw
146530         IF ErOwner(ErSub) = "*ALL"
146540             MOVE 1 TO ErSub2
146550             PERFORM 9316-FIND-OWN-RULE
146560                 UNTIL ErSkipRule OR ErSub2 > ErCount
146570         END-IF
146580         IF NOT ErSkipRule
146590             PERFORM 9318-ESCALATE-LEVEL
146600         END-IF
146610     END-IF
146620     ADD 1 TO ErSub.
146630
146640 9316-FIND-OWN-RULE.
146650     IF ErOwner(ErSub2) = TaskOwner AND
146660        ErPriority(ErSub2) = EsPriWork AND
146670        ErLevel(ErSub2) = ErLevel(ErSub)
146680         MOVE 'Y' TO ErSkipSw
146690     ELSE
146700         ADD 1 TO ErSub2
146710     END-IF.
146720
146730 9318-ESCALATE-LEVEL.
146740     MOVE TaskID TO EscTaskID
146750     MOVE ErLevel(ErSub) TO EscLevel
146760     READ EscLogFile RECORD
146770         INVALID KEY
146780             PERFORM 9319-WRITE-ESCALATION
146790     END-READ.
146800
146810 9319-WRITE-ESCALATION.
146820     PERFORM 9600-BUILD-TIMESTAMP
146830     MOVE TaskID TO EscTaskID
146840     MOVE ErLevel(ErSub) TO EscLevel
146850     MOVE TaskOwner TO EscOwner
146860     MOVE EsPriWork TO EscPriority
146870     MOVE TaskDate TO EscTaskDate
146880     IF EsDaysOver > 999
146890         MOVE 999 TO EscDaysOver
146900     ELSE
146910         MOVE EsDaysOver TO EscDaysOver
146920     END-IF
146930     MOVE ErSupervisor(ErSub) TO EscSupervisor
146940     MOVE TimestampWork TO EscWhen
146950     MOVE TaskDescription TO EscDescription
146960     WRITE EscLogRecord
146970         INVALID KEY
146980             DISPLAY "Unable to log the escalation of " TaskID
146990         NOT INVALID KEY
147000             ADD 1 TO EsNewCount
147010             PERFORM 9322-WRITE-ESC-NOTICE
147020             MOVE "ESCALATE" TO AuditAction
147030             MOVE TaskID TO AuditTaskIDWork
147040             MOVE SPACES TO AuditBeforeWork
147050             STRING "LEVEL " DELIMITED BY SIZE
147060                     EscLevel DELIMITED BY SIZE
147070                     " - " DELIMITED BY SIZE
147080                     EscDaysOver DELIMITED BY SIZE
147090                     " DAYS OVERDUE" DELIMITED BY SIZE
147100                 INTO AuditBeforeWork
147110             MOVE SPACES TO AuditAfterWork
147120             STRING "TO " DELIMITED BY SIZE
147130                     EscSupervisor DELIMITED BY SIZE
147140                 INTO AuditAfterWork
147150             PERFORM 9500-WRITE-AUDIT-RECORD
147160     END-WRITE.
147170
147180*===========================================================
147190* ONE NOTICE PER LEVEL RAISED, COMMA-SEPARATED FOR THE MAIL *
147200* GATEWAY: ESCALATE-TO USERNAME, LEVEL, TASKID, OWNER,      *
147210* PRIORITY, TASKDATE, DAYS OVERDUE, AND THE DESCRIPTION     *
147220* QUOTED THE SAME WAY AS THE CSV EXPORT.                    *
147230*===========================================================
147240 9322-WRITE-ESC-NOTICE.
147250     PERFORM 9060-TRIM-DESCRIPTION
147260     PERFORM 9070-BUILD-CSV-DESC-FIELD
147270     MOVE SPACES TO EscNoticeLine
147280     MOVE 1 TO EsLinePtr
147290     STRING EscSupervisor DELIMITED BY SPACE
147300             "," DELIMITED BY SIZE
147310             EscLevel DELIMITED BY SIZE
147320             "," DELIMITED BY SIZE
147330             TaskID DELIMITED BY SIZE
147340             "," DELIMITED BY SIZE
147350             TaskOwner DELIMITED BY SPACE
147360             "," DELIMITED BY SIZE
147370             EscPriority DELIMITED BY SIZE
147380             "," DELIMITED BY SIZE
147390             TaskDate DELIMITED BY SIZE
147400             "," DELIMITED BY SIZE
147410             EscDaysOver DELIMITED BY SIZE
147420             "," DELIMITED BY SIZE
147430         INTO EscNoticeLine
147440         WITH POINTER EsLinePtr
147450     IF CsvFieldLen > 0
147460         STRING CsvDescField(1:CsvFieldLen) DELIMITED BY SIZE
147470             INTO EscNoticeLine
147480             WITH POINTER EsLinePtr
147490     END-IF
147500     WRITE EscNoticeLine.
147510
147520*===========================================================
147530* DROP THE NOTICES WHERE THE MAIL GATEWAY PICKS FILES UP,   *
147540* NAMED FOR THE DEPARTMENT RUN (ALL FOR *ALL) AND THE DATE  *
147550* AND TIME, SO A SECOND ESCALATE STEP OR A RERUN THE SAME   *
147560* DAY CANNOT OVERWRITE NOTICES NOT YET SENT.  OWNER         *
147570* CODES CARRY NO BLANKS, SO THE STRING DELIMITS BY SPACE.   *
147580*===========================================================
147590 9324-DROP-ESC-NOTICE.
147600     PERFORM 9600-BUILD-TIMESTAMP
147610     MOVE SPACES TO EsDropOwner
147620     IF SelectOwner = "*ALL"
147630         MOVE "ALL" TO EsDropOwner
147640     ELSE
147650         MOVE SelectOwner TO EsDropOwner
147660     END-IF
147670     MOVE SPACES TO BackupCmd
147680     STRING "mv EscalationNotice.csv Outbound/Escalation."
147690             DELIMITED BY SIZE
147700             EsDropOwner DELIMITED BY SPACE
147710             "." DELIMITED BY SIZE
147720             AuditDateWork DELIMITED BY SIZE
147730             AuditTimeWork(1:6) DELIMITED BY SIZE
147740             ".csv" DELIMITED BY SIZE
147750         INTO BackupCmd
147760     CALL "SYSTEM" USING BackupCmd
147770     IF RETURN-CODE NOT = 0
147780         DISPLAY "Unable to move the escalation notices to"
147790             " Outbound/."
147800         MOVE 'Y' TO BcStepFailSw
147810     END-IF.
147820
147830*===========================================================
147840* ESCALATIONLOG IS CREATED ON THE FIRST RUN THAT NEEDS IT.  *
147850*===========================================================
147860 9330-OPEN-ESC-LOG.
147870     MOVE 'N' TO EscLogOpenSw
147880     OPEN I-O EscLogFile
147890     IF EscLogStatus = "35"
147900         OPEN OUTPUT EscLogFile
147910         CLOSE EscLogFile
147920         OPEN I-O EscLogFile
147930     END-IF
147940     IF EscLogStatus = "00"
147950         MOVE 'Y' TO EscLogOpenSw
147960     ELSE
147970         DISPLAY "Unable to open EscalationLog - escalation"
147980             " skipped."
147990         MOVE 'Y' TO BcStepFailSw
148000     END-IF.
148010
148020*===========================================================
148030* IS THE ESCALATED TASK STILL OPEN?  A TASK DONE, CANCELLED *
148040* OR GONE FROM SCHEDULEFILE CLOSES ITS ESCALATIONS.  THE    *
148050* KEYED READ REPLACES THE CALLER'S SCHEDULERECORD.          *
148060*===========================================================
148070 9340-CHECK-ESC-TASK-OPEN.
148080     MOVE 'N' TO EsTaskOpenSw
148090     MOVE EscTaskID(1:10) TO TaskDate
148100     MOVE EscTaskID(12:5) TO TaskSeq
148110     READ ScheduleFile RECORD
148120         INVALID KEY
148130             CONTINUE
148140         NOT INVALID KEY
148150             IF TaskID = EscTaskID AND TaskOpen
148160                 MOVE 'Y' TO EsTaskOpenSw
148170             END-IF
148180     END-READ.
148190
148200 9342-ESC-DAYS-OVERDUE.
148210     MOVE EscTaskDate TO DayNumDate
148220     PERFORM 9820-DATE-TO-DAYNUM
148230     COMPUTE EsDaysOver = TodayDayNum - DayNumWork
148240     IF EsDaysOver > 999
148250         MOVE 999 TO EsDaysShow
148260     ELSE
148270         MOVE EsDaysOver TO EsDaysShow
148280     END-IF.
148290
148300*===========================================================
148310* ESCALATION REGISTER - EVERY ESCALATION STILL OPEN FOR THE *
148320* SELECTED DEPARTMENT, ONE LINE PER LEVEL, WITH THE DAYS    *
148330* OVERDUE AS OF TODAY.  LEVELS RAISED BY THIS RUN ARE       *
148340* MARKED NEW.                                               *
148350*===========================================================
148360 9350-ESCALATION-REGISTER.
148370     MOVE 0 TO PageNumber
148380     MOVE 0 TO EsOpenCount
148390     PERFORM 1910-BUILD-OWNER-LIST
148400     OPEN OUTPUT ReportFile
148410     IF ReportStatus NOT = "00"
148420         DISPLAY "Unable to open ReportFile - register not"
148430             " written."
148440         MOVE 'Y' TO BcStepFailSw
148450     ELSE
148460         PERFORM 9355-REGISTER-HEADER
148470         MOVE 'N' TO EscLogEofSw
148480         MOVE LOW-VALUES TO EscKey
148490         START EscLogFile KEY IS NOT LESS THAN EscKey
148500             INVALID KEY
148510                 MOVE 'Y' TO EscLogEofSw
148520         END-START
148530         PERFORM 9352-REGISTER-NEXT UNTIL EscLogEOF
148540         IF EsOpenCount = 0
148550             MOVE "  NO ESCALATIONS ARE OPEN." TO ReportLine
148560             WRITE ReportLine
148570         END-IF
148580         MOVE SPACES TO ReportLine
148590         WRITE ReportLine
148600         MOVE SPACES TO ReportLine
148610         STRING "RAISED THIS RUN: " DELIMITED BY SIZE
148620                 EsNewCount DELIMITED BY SIZE
148630                 "   OPEN: " DELIMITED BY SIZE
148640                 EsOpenCount DELIMITED BY SIZE
148650             INTO ReportLine
148660         WRITE ReportLine
148670         PERFORM 9580-WRITE-DEPT-KEY
148680         PERFORM 8300-REPORT-FOOTER
148690         CLOSE ReportFile
148700         DISPLAY "Escalation register written to"
148710             " ReportFile.dat."
148720     END-IF.
148730
148740 9352-REGISTER-NEXT.
148750     READ EscLogFile NEXT RECORD
148760         AT END
148770             MOVE 'Y' TO EscLogEofSw
148780         NOT AT END
148790             IF EscOwner = SelectOwner OR SelectOwner = "*ALL"
148800                 PERFORM 9340-CHECK-ESC-TASK-OPEN
148810                 IF EsTaskStillOpen
148820                     PERFORM 9354-REGISTER-DETAIL-LINE
148830                 END-IF
148840             END-IF
148850     END-READ.
148860
148870 9354-REGISTER-DETAIL-LINE.
148880     IF LineCount NOT < 20
148890         PERFORM 9355-REGISTER-HEADER
148900     END-IF
148910     ADD 1 TO EsOpenCount
148920     PERFORM 9342-ESC-DAYS-OVERDUE
148930     MOVE SPACES TO ReportLine
148940     STRING EscTaskID DELIMITED BY SIZE
148950             " " DELIMITED BY SIZE
148960             EscOwner DELIMITED BY SIZE
148970             " " DELIMITED BY SIZE
148980             EscPriority DELIMITED BY SIZE
148990             " " DELIMITED BY SIZE
149000             EscTaskDate DELIMITED BY SIZE
149010             " " DELIMITED BY SIZE
149020             EsDaysShow DELIMITED BY SIZE
149030             "  " DELIMITED BY SIZE
149040             EscLevel DELIMITED BY SIZE
149050             "   " DELIMITED BY SIZE
149060             EscSupervisor DELIMITED BY SIZE
149070             " " DELIMITED BY SIZE
149080             EscWhen(1:10) DELIMITED BY SIZE
149090         INTO ReportLine
149100     IF EscWhen(1:10) = TodayDate
149110         MOVE "NEW" TO ReportLine(83:3)
149120     END-IF
149130     WRITE ReportLine
149140     ADD 1 TO LineCount.
149150
149160 9355-REGISTER-HEADER.
149170     ADD 1 TO PageNumber
149180     MOVE SPACES TO ReportLine
149190     STRING "ESCALATION REGISTER " DELIMITED BY SIZE
149200             TodayDate DELIMITED BY SIZE
149210             " - PAGE " DELIMITED BY SIZE
149220             PageNumber DELIMITED BY SIZE
149230         INTO ReportLine
149240     WRITE ReportLine
149250     MOVE SPACES TO ReportLine
149260     STRING "TASK ID          OWNER      P TASK DATE  DAYS "
149270             DELIMITED BY SIZE
149280             "LVL ESCALATED TO         ON" DELIMITED BY SIZE
149290         INTO ReportLine
149300     WRITE ReportLine
149310     MOVE 0 TO LineCount.
149320
149330*===========================================================
149340* RECORD JOURNAL.  EVERY PATH THAT WRITES, REWRITES, OR     *
149350* DELETES A SCHEDULERECORD CALLS ONE OF THESE ONCE THE I/O  *
149360* HAS WORKED.  AN ADD JOURNALS THE RECORD JUST WRITTEN; A   *
149370* CHANGE OR DELETE ALSO CARRIES JRNBEFOREWORK, WHICH THE    *
149380* CALLER FILLED BEFORE IT TOUCHED THE RECORD.  JRNSOURCEWORK *
149390* NAMES THE PATH.  THE JOURNAL IS OPENED AND CLOSED FOR      *
149400* EACH RECORD SO IT IS COMPLETE ON DISK IF THE RUN DIES.     *
149410*===========================================================
149420 9410-JOURNAL-ADD.
149430     MOVE 'A' TO JrnActionWork
149440     PERFORM 9416-WRITE-JOURNAL.
149450
149460 9412-JOURNAL-CHANGE.
149470     MOVE 'C' TO JrnActionWork
149480     PERFORM 9416-WRITE-JOURNAL.
149490
149500 9414-JOURNAL-DELETE.
149510     MOVE 'D' TO JrnActionWork
149520     PERFORM 9416-WRITE-JOURNAL.
149530
149540 9416-WRITE-JOURNAL.
149550     PERFORM 9600-BUILD-TIMESTAMP
149560     MOVE SPACES TO JournalRecord
149570     MOVE TimestampWork TO JrnWhen
149580     MOVE Username TO JrnUser
149590     MOVE JrnActionWork TO JrnAction
149600     MOVE JrnSourceWork TO JrnSource
149610     IF JrnDelete
149620         MOVE JrnBeforeWork(16:16) TO JrnTaskID
149630         MOVE JrnBeforeWork TO JrnBefore
149640     ELSE
149650         MOVE TaskID TO JrnTaskID
149660         MOVE ScheduleRecord TO JrnAfter
149670         IF JrnChange
149680             MOVE JrnBeforeWork TO JrnBefore
149690         END-IF
149700     END-IF
149710     OPEN EXTEND JournalFile
149720     IF JournalStatus = "35"
149730         OPEN OUTPUT JournalFile
149740         CLOSE JournalFile
149750         OPEN EXTEND JournalFile
149760     END-IF
149770     IF JournalStatus NOT = "00"
149780         DISPLAY "Unable to open ScheduleJournal - " JrnTaskID
149790             " not journaled."
149800     ELSE
149810         WRITE JournalRecord
149820         CLOSE JournalFile
149830     END-IF.
149840
149850*===========================================================
149860* ADD THE BACKUP JUST TAKEN TO THE LIST OF GENERATIONS THE  *
149870* JOURNAL RECOVERY CAN START FROM, WITH THE MOMENT IT WAS   *
149880* TAKEN - JOURNAL RECORDS FROM THAT MOMENT ON ARE THE ONES  *
149890* TO REPLAY ON TOP OF IT.                                   *
149900*===========================================================
149910 9420-RECORD-BACKUP-GEN.
149920     PERFORM 9600-BUILD-TIMESTAMP
149930     MOVE BackupName TO BkhName
149940     MOVE TimestampWork TO BkhWhen
149950     OPEN EXTEND BackupHistFile
149960     IF BackupHistStatus = "35"
149970         OPEN OUTPUT BackupHistFile
149980         CLOSE BackupHistFile
149990         OPEN EXTEND BackupHistFile
150000     END-IF
150010     IF BackupHistStatus NOT = "00"
150020         DISPLAY "Unable to open BackupHistory - " BackupName
150030             " is not listed for recovery."
150040     ELSE
150050         WRITE BackupHistRecord
150060         CLOSE BackupHistFile
150070     END-IF.
150080
150090*===========================================================
150100* POINT-IN-TIME RECOVERY (SUPERVISOR ONLY).  THE SUPERVISOR *
150110* PICKS A BACKUP GENERATION AND A MOMENT TO RECOVER TO.     *
150120* THE CURRENT FILE IS BACKED UP FIRST, THE GENERATION IS    *
150130* COPIED BACK OVER SCHEDULEFILE, AND THE JOURNAL IS REPLAYED *
150140* ON TOP OF IT FROM THE GENERATION'S MOMENT UP TO THE ONE    *
150150* CHOSEN.  EACH JOURNAL RECORD IS ONLY APPLIED WHEN THE FILE *
150160* STILL HOLDS WHAT THE RECORD SAYS WAS THERE BEFORE, SO A    *
150170* GAP OR A DOUBLE APPLY SHOWS ON THE REPORT INSTEAD OF       *
150180* CORRUPTING THE FILE.  THE RESULT BECOMES A NEW GENERATION  *
150190* SO A LATER RECOVERY STARTS FROM THE RECOVERED FILE.        *
150200*===========================================================
150210 7550-JOURNAL-RECOVERY.
150220     MOVE 'N' TO RcOkSw
150230     PERFORM 7552-LOAD-GENERATIONS
150240     IF RgCount = 0
150250         DISPLAY "No backup generations are on record -"
150260             " nothing to recover from."
150270     ELSE
150280         PERFORM 7556-PICK-GENERATION
150290     END-IF
150300     IF RcOk
150310         PERFORM 7560-PROMPT-TARGET
150320     END-IF
150330     IF RcOk
150340         DISPLAY "Restore " RcFromName
150350         DISPLAY "and replay the journal through " RcTarget
150360         DISPLAY "Proceed? (Y/N):"
150370         ACCEPT ConfirmAnswer
150380         INSPECT ConfirmAnswer CONVERTING "yn" TO "YN"
150390         IF ConfirmAnswer NOT = 'Y'
150400             MOVE 'N' TO RcOkSw
150410             DISPLAY "Recovery cancelled."
150420         END-IF
150430     END-IF
150440     IF RcOk
150450         PERFORM 7564-RESTORE-GENERATION
150460     END-IF
150470     IF RcOk
150480         PERFORM 7570-REPLAY-JOURNAL
150490     END-IF.
150500
150510*===========================================================
150520* LOAD THE TWENTY NEWEST GENERATIONS FROM BACKUPHISTORY.    *
150530* THE FILE IS OLDEST FIRST, SO ONCE THE TABLE IS FULL THE   *
150540* OLDEST ENTRY IS DROPPED TO MAKE ROOM FOR EACH NEWER ONE.  *
150550*===========================================================
150560 7552-LOAD-GENERATIONS.
150570     MOVE 0 TO RgCount
150580     MOVE 'N' TO BackupHistEofSw
150590     OPEN INPUT BackupHistFile
150600     IF BackupHistStatus = "00"
150610         PERFORM 7553-LOAD-NEXT-GENERATION UNTIL BackupHistEOF
150620         CLOSE BackupHistFile
150630     END-IF.
150640
150650 7553-LOAD-NEXT-GENERATION.
150660     READ BackupHistFile
150670         AT END
150680             MOVE 'Y' TO BackupHistEofSw
150690         NOT AT END
150700             IF RgCount = 20
150710                 PERFORM 7554-DROP-OLDEST-GENERATION
150720             END-IF
150730             ADD 1 TO RgCount
150740             MOVE BkhName TO RgName(RgCount)
150750             MOVE BkhWhen TO RgWhen(RgCount)
150760     END-READ.
150770
150780 7554-DROP-OLDEST-GENERATION.
150790     MOVE 1 TO RgSub
150800     PERFORM 7555-SHIFT-GENERATION UNTIL RgSub = 20
150810     MOVE 19 TO RgCount.
150820
150830 7555-SHIFT-GENERATION.
150840     MOVE RgEntry(RgSub + 1) TO RgEntry(RgSub)
150850     ADD 1 TO RgSub.
150860
150870 7556-PICK-GENERATION.
150880     DISPLAY "Backup generations on record (newest last):"
150890     MOVE 1 TO RgSub
150900     PERFORM 7558-SHOW-GENERATION UNTIL RgSub > RgCount
150910     DISPLAY "Restore which generation?"
150920         " (number, blank to cancel):"
150930     MOVE SPACES TO RgPickInput
150940     ACCEPT RgPickInput
150950     IF RgPickInput = SPACES
150960         DISPLAY "Recovery cancelled."
150970     ELSE
150980         IF RgPickInput(2:1) = SPACE
150990             MOVE RgPickInput(1:1) TO RgPickInput(2:1)
151000             MOVE "0" TO RgPickInput(1:1)
151010         END-IF
151020         IF RgPickInput IS NUMERIC
151030             MOVE RgPickInput TO RgPick
151040         ELSE
151050             MOVE 0 TO RgPick
151060         END-IF
151070         IF RgPick < 1 OR RgPick > RgCount
151080             DISPLAY "No such generation - recovery cancelled."
151090         ELSE
151100             MOVE RgName(RgPick) TO RcFromName
151110             MOVE RgWhen(RgPick) TO RcFromWhen
151120             MOVE 'Y' TO RcOkSw
151130         END-IF
151140     END-IF.
151150
151160 7558-SHOW-GENERATION.
151170     MOVE RgSub TO RgPick
151180     DISPLAY RgPick ". " RgWhen(RgSub) "  " RgName(RgSub)
151190     ADD 1 TO RgSub.
151200
151210*===========================================================
151220* THE MOMENT TO RECOVER TO, AS YYYY-MM-DD HH:MM OR WITH     *
151230* :SS ADDED - WITHOUT SECONDS IT TAKES IN THE WHOLE MINUTE. *
151240* BLANK REPLAYS EVERYTHING JOURNALED.  IT CANNOT BE EARLIER *
151250* THAN THE GENERATION IT STARTS FROM.                       *
151260*===========================================================
151270 7560-PROMPT-TARGET.
151280     DISPLAY "Recover up to (YYYY-MM-DD HH:MM, blank for"
151290         " everything journaled):"
151300     MOVE SPACES TO RcTargetInput
151310     ACCEPT RcTargetInput
151320     IF RcTargetInput = SPACES
151330         MOVE "9999-12-31 23:59:59" TO RcTarget
151340     ELSE
151350         PERFORM 7562-CHECK-TARGET
151360     END-IF
151370     IF RcOk AND RcTarget < RcFromWhen
151380         DISPLAY "That is earlier than the generation was taken -"
151390             " recovery cancelled."
151400         MOVE 'N' TO RcOkSw
151410     END-IF.
151420
151430 7562-CHECK-TARGET.
151440     MOVE 'N' TO RcOkSw
151450     MOVE RcTargetInput(1:10) TO DateToValidate
151460     PERFORM 9700-VALIDATE-DATE
151470     MOVE RcTargetInput(12:5) TO TimeToValidate
151480     PERFORM 9830-VALIDATE-TIME
151490     IF RcTargetInput(17:3) = SPACES
151500         MOVE ":59" TO RcTargetInput(17:3)
151510     END-IF
151520     IF ValidDate AND ValidTime AND RcTargetInput(11:1) = SPACE
151530        AND RcTargetInput(17:1) = ":"
151540        AND RcTargetInput(18:2) IS NUMERIC
151550        AND RcTargetInput(18:2) < "60"
151560         MOVE RcTargetInput TO RcTarget
151570         MOVE 'Y' TO RcOkSw
151580     ELSE
151590         DISPLAY "Not a valid date and time - recovery cancelled."
151600     END-IF.
151610
151620*===========================================================
151630* BACK UP THE FILE AS IT STANDS - WHICH ALSO PROVES NOBODY  *
151640* ELSE HAS IT OPEN - THEN COPY THE CHOSEN GENERATION BACK   *
151650* OVER IT.                                                  *
151660*===========================================================
151670 7564-RESTORE-GENERATION.
151680     PERFORM 5900-BACKUP-SCHEDULE-FILE
151690     IF NOT BackupOK
151700         DISPLAY "Recovery cancelled - could not back up the"
151710             " current file first."
151720         MOVE 'N' TO RcOkSw
151730     ELSE
151740         DISPLAY "Current file saved in " BackupName
151750         MOVE RcFromName TO BackupName
151760         PERFORM 5905-TRIM-BACKUP-NAME
151770         MOVE SPACES TO BackupCmd
151780         STRING "cp " DELIMITED BY SIZE
151790                 BackupName(1:BackupNameLen) DELIMITED BY SIZE
151800                 "/ScheduleFile.* ." DELIMITED BY SIZE
151810             INTO BackupCmd
151820         CALL "SYSTEM" USING BackupCmd
151830         IF RETURN-CODE NOT = 0
151840             DISPLAY "Unable to restore " RcFromName
151850             DISPLAY "ScheduleFile has not been changed."
151860             MOVE 'N' TO RcOkSw
151870         END-IF
151880     END-IF.
151890
151900*===========================================================
151910* REPLAY THE JOURNAL ONTO THE RESTORED FILE, HELD WITH LOCK *
151920* FOR THE WHOLE REPLAY.  RECORDS OLDER THAN THE GENERATION  *
151930* ARE ALREADY IN IT AND ARE PASSED OVER; RECORDS AFTER THE  *
151940* CHOSEN MOMENT ARE COUNTED BUT LEFT ALONE.  EVERY RECORD   *
151950* IN BETWEEN GOES ON THE REPORT WITH WHAT BECAME OF IT.     *
151960*===========================================================
151970 7570-REPLAY-JOURNAL.
151980     MOVE 0 TO RcAppliedCount
151990     MOVE 0 TO RcFailedCount
152000     MOVE 0 TO RcLaterCount
152010     MOVE 0 TO PageNumber
152020     PERFORM 9650-GET-TODAY
152030     OPEN I-O ScheduleFile WITH LOCK
152040     IF ScheduleStatus NOT = "00"
152050         DISPLAY "ScheduleFile could not be opened for the replay"
152060             " - status " ScheduleStatus
152070         DISPLAY "It now holds " RcFromName " unchanged."
152080     ELSE
152090         OPEN INPUT JournalFile
152100         IF JournalStatus NOT = "00"
152110             DISPLAY "The journal could not be opened - status "
152120                 JournalStatus " - nothing replayed."
152130             DISPLAY "ScheduleFile holds " RcFromName
152140                 " unchanged."
152150             CLOSE ScheduleFile
152160         ELSE
152170             OPEN OUTPUT ReportFile
152180             IF ReportStatus NOT = "00"
152190                 DISPLAY "Unable to open ReportFile - nothing"
152200                     " replayed."
152210                 DISPLAY "ScheduleFile holds " RcFromName
152220                     " unchanged."
152230                 CLOSE JournalFile
152240                 CLOSE ScheduleFile
152250             ELSE
152260                 PERFORM 7571-REPLAY-AND-REPORT
152270             END-IF
152280         END-IF
152290     END-IF.
152300
152310 7571-REPLAY-AND-REPORT.
152320     PERFORM 7580-RECOVERY-HEADER
152330     MOVE 'N' TO JournalEofSw
152340     PERFORM 7572-REPLAY-NEXT UNTIL JournalEOF
152350     CLOSE JournalFile
152360     CLOSE ScheduleFile
152370     MOVE SPACES TO ReportLine
152380     WRITE ReportLine
152390     MOVE SPACES TO ReportLine
152400     STRING "APPLIED: " DELIMITED BY SIZE
152410             RcAppliedCount DELIMITED BY SIZE
152420             "   NOT APPLIED: " DELIMITED BY SIZE
152430             RcFailedCount DELIMITED BY SIZE
152440             "   LATER THAN THE POINT CHOSEN: "
152450                 DELIMITED BY SIZE
152460             RcLaterCount DELIMITED BY SIZE
152470         INTO ReportLine
152480     WRITE ReportLine
152490     PERFORM 8300-REPORT-FOOTER
152500     CLOSE ReportFile
152510     DISPLAY "Recovery complete - " RcAppliedCount
152520         " applied, "
152530         RcFailedCount " not applied."
152540     DISPLAY "Details written to ReportFile.dat."
152550     MOVE "RECOVER" TO AuditAction
152560     MOVE SPACES TO AuditTaskIDWork
152570     MOVE RcFromName TO AuditBeforeWork
152580     MOVE SPACES TO AuditAfterWork
152590     STRING "TO " DELIMITED BY SIZE
152600             RcTarget DELIMITED BY SIZE
152610             " APPLIED " DELIMITED BY SIZE
152620             RcAppliedCount DELIMITED BY SIZE
152630             " FAILED " DELIMITED BY SIZE
152640             RcFailedCount DELIMITED BY SIZE
152650         INTO AuditAfterWork
152660     PERFORM 9500-WRITE-AUDIT-RECORD
152670     PERFORM 5900-BACKUP-SCHEDULE-FILE
152680     IF BackupOK
152690         DISPLAY "Recovered file saved in " BackupName
152700     END-IF.
152710
152720 7572-REPLAY-NEXT.
152730     READ JournalFile
152740         AT END
152750             MOVE 'Y' TO JournalEofSw
152760         NOT AT END
152770             IF JrnWhen > RcTarget
152780                 ADD 1 TO RcLaterCount
152790             ELSE
152800                 IF JrnWhen NOT < RcFromWhen
152810                     PERFORM 7574-APPLY-JOURNAL-RECORD
152820                     PERFORM 7582-RECOVERY-DETAIL-LINE
152830                 END-IF
152840             END-IF
152850     END-READ.
152860
152870 7574-APPLY-JOURNAL-RECORD.
152880     MOVE 'N' TO RcAppliedSw
152890     MOVE SPACES TO RcActWord
152900     EVALUATE TRUE
152910         WHEN JrnAdd
152920             PERFORM 7575-REPLAY-ADD
152930         WHEN JrnChange
152940             PERFORM 7576-REPLAY-CHANGE
152950         WHEN JrnDelete
152960             PERFORM 7577-REPLAY-DELETE
152970         WHEN OTHER
152980             MOVE "UNKNOWN ACTION" TO RcResult
152990     END-EVALUATE
153000     IF RcApplied
153010         ADD 1 TO RcAppliedCount
153020     ELSE
153030         ADD 1 TO RcFailedCount
153040     END-IF.
153050
153060 7575-REPLAY-ADD.
153070     MOVE "ADD" TO RcActWord
153080     MOVE JrnAfter TO ScheduleRecord
153090     WRITE ScheduleRecord
153100         INVALID KEY
153110             PERFORM 7578-READ-JOURNAL-KEY
153120             IF ScheduleStatus = "00"
153130                AND ScheduleRecord = JrnAfter
153140                 MOVE "ALREADY ON FILE" TO RcResult
153150             ELSE
153160                 MOVE "KEY ALREADY IN USE" TO RcResult
153170             END-IF
153180         NOT INVALID KEY
153190             MOVE "APPLIED" TO RcResult
153200             MOVE 'Y' TO RcAppliedSw
153210     END-WRITE.
153220
153230 7576-REPLAY-CHANGE.
153240     MOVE "CHANGE" TO RcActWord
153250     MOVE JrnBefore TO ScheduleRecord
153260     PERFORM 7578-READ-JOURNAL-KEY
153270     EVALUATE TRUE
153280         WHEN ScheduleStatus NOT = "00"
153290             MOVE "RECORD NOT ON FILE" TO RcResult
153300         WHEN ScheduleRecord = JrnBefore
153310             MOVE JrnAfter TO ScheduleRecord
153320             REWRITE ScheduleRecord
153330                 INVALID KEY
153340                     MOVE "REWRITE FAILED" TO RcResult
153350                 NOT INVALID KEY
153360                     MOVE "APPLIED" TO RcResult
153370                     MOVE 'Y' TO RcAppliedSw
153380             END-REWRITE
153390         WHEN ScheduleRecord = JrnAfter
153400             MOVE "ALREADY APPLIED" TO RcResult
153410         WHEN OTHER
153420             MOVE "RECORD DIFFERS" TO RcResult
153430     END-EVALUATE.
153440
153450 7577-REPLAY-DELETE.
153460     MOVE "DELETE" TO RcActWord
153470     MOVE JrnBefore TO ScheduleRecord
153480     PERFORM 7578-READ-JOURNAL-KEY
153490     EVALUATE TRUE
153500         WHEN ScheduleStatus NOT = "00"
153510             MOVE "RECORD NOT ON FILE" TO RcResult
153520         WHEN ScheduleRecord = JrnBefore
153530             DELETE ScheduleFile RECORD
153540                 INVALID KEY
153550                     MOVE "DELETE FAILED" TO RcResult
153560                 NOT INVALID KEY
153570                     MOVE "APPLIED" TO RcResult
153580                     MOVE 'Y' TO RcAppliedSw
153590             END-DELETE
153600         WHEN OTHER
153610             MOVE "RECORD DIFFERS" TO RcResult
153620     END-EVALUATE.
153630
153640 7578-READ-JOURNAL-KEY.
153650     READ ScheduleFile
153660         INVALID KEY
153670             CONTINUE
153680     END-READ.
153690
153700 7580-RECOVERY-HEADER.
153710     ADD 1 TO PageNumber
153720     MOVE SPACES TO ReportLine
153730     STRING "JOURNAL RECOVERY " DELIMITED BY SIZE
153740             TodayDate DELIMITED BY SIZE
153750             " - PAGE " DELIMITED BY SIZE
153760             PageNumber DELIMITED BY SIZE
153770         INTO ReportLine
153780     WRITE ReportLine
153790     MOVE SPACES TO ReportLine
153800     STRING "RESTORED " DELIMITED BY SIZE
153810             RcFromName DELIMITED BY SIZE
153820         INTO ReportLine
153830     WRITE ReportLine
153840     MOVE SPACES TO ReportLine
153850     STRING "JOURNAL FROM " DELIMITED BY SIZE
153860             RcFromWhen DELIMITED BY SIZE
153870             " THROUGH " DELIMITED BY SIZE
153880             RcTarget DELIMITED BY SIZE
153890         INTO ReportLine
153900     WRITE ReportLine
153910     MOVE SPACES TO ReportLine
153920     STRING "WHEN                USER                 ACT    "
153930             DELIMITED BY SIZE
153940             "SOURCE   TASK ID          RESULT" DELIMITED BY SIZE
153950         INTO ReportLine
153960     WRITE ReportLine
153970     MOVE 0 TO LineCount.
153980
153990 7582-RECOVERY-DETAIL-LINE.
154000     IF LineCount NOT < 20
154010         PERFORM 7580-RECOVERY-HEADER
154020     END-IF
154030     MOVE SPACES TO ReportLine
154040     STRING JrnWhen DELIMITED BY SIZE
154050             " " DELIMITED BY SIZE
154060             JrnUser DELIMITED BY SIZE
154070             " " DELIMITED BY SIZE
154080             RcActWord DELIMITED BY SIZE
154090             " " DELIMITED BY SIZE
154100             JrnSource DELIMITED BY SIZE
154110             " " DELIMITED BY SIZE
154120             JrnTaskID DELIMITED BY SIZE
154130             " " DELIMITED BY SIZE
154140             RcResult DELIMITED BY SIZE
154150         INTO ReportLine
154160     WRITE ReportLine
154170     ADD 1 TO LineCount.
154180
154190*===========================================================
154200* START THE RUN CONTROL LOG FOR THIS RUN.  BATCHRESTART.DAT *
154210* IS ONLY LEFT BEHIND BY A RUN THAT DID NOT FINISH CLEANLY, *
154220* SO FINDING IT MEANS THIS IS A RERUN: THE EARLIER RUN'S ID *
154230* IS KEPT AND ITS COMPLETED STEPS ARE PASSED OVER.  THE     *
154240* RESTART FILE IS WRITTEN BEFORE THE FIRST STEP RUNS SO A   *
154244* JOB THAT DIES PART WAY IS A RERUN NEXT TIME TOO.  IT IS   *
154248* ONLY A RERUN WHEN BATCHPARAMS.DAT IS STILL THE FILE THAT  *
154252* RUN STARTED FROM - A RESTART FILE LEFT BY AN ABANDONED    *
154256* RUN IS SET ASIDE AND THIS RUN STARTS FRESH.               *
154260*===========================================================
154270 1050-START-RUN-CONTROL.
154280     MOVE 'N' TO BcControlSw
154290     MOVE 'N' TO BcRestartSw
154300     MOVE 'N' TO BcStopSw
154310     MOVE 0 TO BcStep
154320     MOVE 0 TO BcWorstRC
154330     MOVE 0 TO BcFailStep
154340     OPEN INPUT RestartFile
154350     IF RestartStatus = "00"
154360         READ RestartFile
154370             AT END
154380                 CONTINUE
154390             NOT AT END
154394                 IF RstParmID = BcParmID
154398                     MOVE RstRunID TO BcRunID
154402                     MOVE RstAttempt TO BcAttempt
154406                     MOVE 'Y' TO BcRestartSw
154410                 ELSE
154414                     DISPLAY "BatchRestart.dat is for another"
154418                         " BatchParams.dat - restart of run "
154422                         RstRunID " abandoned."
154426                 END-IF
154430         END-READ
154440         CLOSE RestartFile
154450     END-IF
154460     IF BcRestarting
154470         ADD 1 TO BcAttempt
154480         DISPLAY "Restarting run " BcRunID " - attempt " BcAttempt
154490     ELSE
154500         PERFORM 9600-BUILD-TIMESTAMP
154510         MOVE TimestampWork TO BcRunID
154520         MOVE 1 TO BcAttempt
154530     END-IF
154540     OPEN I-O RunCtlFile
154550     IF RunCtlStatus = "35"
154560         OPEN OUTPUT RunCtlFile
154570         CLOSE RunCtlFile
154580         OPEN I-O RunCtlFile
154590     END-IF
154600     IF RunCtlStatus NOT = "00"
154610         DISPLAY "Unable to open BatchRunControl - status "
154620             RunCtlStatus " - batch run not started."
154630     ELSE
154640         OPEN OUTPUT RestartFile
154650         MOVE BcRunID TO RstRunID
154660         MOVE BcAttempt TO RstAttempt
154665         MOVE BcParmID TO RstParmID
154670         WRITE RestartRecord
154680         CLOSE RestartFile
154690         MOVE 'Y' TO BcControlSw
154700     END-IF.
154701
154702*===========================================================
154703* COUNT THE PARAMETER RECORDS AND ROLL EACH CHARACTER INTO  *
154704* A CHECK TOTAL THE SAME WAY 9950 HASHES A PASSWORD, THEN   *
154705* REOPEN THE FILE FOR THE RUN.  THE PAIR IDENTIFIES THE     *
154706* PARAMETER FILE A RESTART FILE BELONGS TO.                 *
154707*===========================================================
154708 1040-FINGERPRINT-PARAMS.
154709     MOVE 0 TO BcParmCount
154710     MOVE 0 TO BcParmHash
154711     MOVE 'N' TO BatchEofSw
154712     PERFORM 1042-FINGERPRINT-NEXT UNTIL BatchEOF
154713     CLOSE BatchParamFile
154714     OPEN INPUT BatchParamFile.
154715
154716 1042-FINGERPRINT-NEXT.
154717     READ BatchParamFile
154718         AT END
154719             MOVE 'Y' TO BatchEofSw
154720         NOT AT END
154721             ADD 1 TO BcParmCount
154722             MOVE 1 TO BcCharSub
154723             PERFORM 1044-FINGERPRINT-CHAR UNTIL BcCharSub > 78
154724     END-READ.
154725
154726 1044-FINGERPRINT-CHAR.
154727     COMPUTE BcCharVal =
154728         FUNCTION ORD(BatchParamRecord(BcCharSub:1))
154729     COMPUTE BcHashWork = BcParmHash * 31 + BcCharVal
154730     DIVIDE BcHashWork BY 1000000000 GIVING BcHashQuot
154731         REMAINDER BcParmHash
154732     ADD 1 TO BcCharSub.
154733
154734*===========================================================
154735* CLOSE THE RUN.  WITH NO STEP FAILED THE RUN IS FINISHED:  *
154740* THE RESTART FILE GOES AND THE PARAMETER FILE IS SET ASIDE *
154750* AS BATCHPARAMS.DONE.  OTHERWISE BOTH STAY FOR THE RERUN.  *
154760*===========================================================
154770 1080-END-RUN-CONTROL.
154780     CLOSE RunCtlFile
154790     IF BcStopRun
154800         DISPLAY "Step " BcFailStep " failed - BatchParams.dat"
154810             " kept; a rerun restarts at that step."
154820     ELSE
154830         MOVE "rm -f BatchRestart.dat" TO BackupCmd
154840         CALL "SYSTEM" USING BackupCmd
154850         MOVE "mv BatchParams.dat BatchParams.done" TO BackupCmd
154860         CALL "SYSTEM" USING BackupCmd
154870         IF RETURN-CODE NOT = 0
154880             DISPLAY "Unable to set BatchParams.dat aside."
154890         END-IF
154900     END-IF.
154910
154920*===========================================================
154930* ONE PARAMETER RECORD IS ONE STEP - BLANK LINES ARE NOT    *
154940* STEPS.  ON A RERUN A STEP ALREADY LOGGED COMPLETE FROM    *
154950* THE SAME PARAMETER RECORD IS PASSED OVER.  ONCE A STEP    *
154960* HAS FAILED, THE REST ARE LOGGED NOT RUN.                  *
154970*===========================================================
154980 1110-BATCH-STEP.
154990     IF BatchFunction NOT = SPACES
155000         ADD 1 TO BcStep
155010         MOVE 'N' TO BcSkipSw
155020         IF BcRestarting
155030             PERFORM 1120-CHECK-STEP-DONE
155040         END-IF
155050         IF BcSkipStep
155060             DISPLAY "Step " BcStep " " BatchFunction
155070                 " completed on an earlier attempt - passed over."
155080         ELSE
155090             IF BcStopRun
155100                 MOVE "NR" TO RctOutcome
155110                 PERFORM 1130-LOG-STEP-START
155120             ELSE
155130                 MOVE "IP" TO RctOutcome
155140                 PERFORM 1130-LOG-STEP-START
155150                 MOVE 0 TO BcStepCount
155160                 MOVE 'N' TO BcStepFailSw
155170                 MOVE 'N' TO BcStepWarnSw
155180                 PERFORM 1200-BATCH-DISPATCH
155190                 PERFORM 1140-LOG-STEP-END
155200             END-IF
155210         END-IF
155220     END-IF.
155230
155240 1120-CHECK-STEP-DONE.
155250     MOVE BcRunID TO RctRunID
155260     MOVE BcStep TO RctStep
155270     READ RunCtlFile
155280         INVALID KEY
155290             CONTINUE
155300         NOT INVALID KEY
155310             IF (RctOk OR RctWarning)
155320                AND RctParam = BatchParamRecord
155330                 MOVE 'Y' TO BcSkipSw
155340             END-IF
155350     END-READ.
155360
155370*===========================================================
155380* LOG THE STEP AS STARTED (IP) OR, AFTER A FAILURE, AS NOT  *
155390* RUN (NR) - THE CALLER HAS SET RCTOUTCOME.  A STEP LOGGED  *
155400* BY AN EARLIER ATTEMPT IS REWRITTEN.                       *
155410*===========================================================
155420 1130-LOG-STEP-START.
155430     MOVE BcRunID TO RctRunID
155440     MOVE BcStep TO RctStep
155450     MOVE BatchFunction TO RctFunction
155460     MOVE BatchOwner TO RctOwner
155470     MOVE BatchParamRecord TO RctParam
155480     MOVE SPACES TO RctStart
155490     MOVE SPACES TO RctEnd
155500     MOVE 0 TO RctCount
155510     MOVE BcAttempt TO RctAttempt
155520     IF RctInProgress
155530         PERFORM 9600-BUILD-TIMESTAMP
155540         MOVE TimestampWork TO RctStart
155550         DISPLAY "Step " BcStep " " BatchFunction " started."
155560     END-IF
155570     WRITE RunCtlRecord
155580         INVALID KEY
155590             REWRITE RunCtlRecord
155600                 INVALID KEY
155610                     DISPLAY "Unable to log step " BcStep
155620                         " in BatchRunControl."
155630             END-REWRITE
155640     END-WRITE.
155650
155660*===========================================================
155670* LOG HOW THE STEP ENDED AND CARRY THE WORST OUTCOME SO FAR *
155680* INTO THE RETURN CODE.                                     *
155690*===========================================================
155700 1140-LOG-STEP-END.
155710     EVALUATE TRUE
155720         WHEN BcStepFailed
155730             MOVE "FL" TO RctOutcome
155740             MOVE 8 TO BcWorstRC
155750             MOVE 'Y' TO BcStopSw
155760             MOVE BcStep TO BcFailStep
155770         WHEN BcStepWarned
155780             MOVE "WN" TO RctOutcome
155790             IF BcWorstRC < 4
155800                 MOVE 4 TO BcWorstRC
155810             END-IF
155820         WHEN OTHER
155830             MOVE "OK" TO RctOutcome
155840     END-EVALUATE
155850     PERFORM 9600-BUILD-TIMESTAMP
155860     MOVE TimestampWork TO RctEnd
155870     MOVE BcStepCount TO RctCount
155880     REWRITE RunCtlRecord
155890         INVALID KEY
155900             DISPLAY "Unable to log the end of step " BcStep
155910                 " in BatchRunControl."
155920     END-REWRITE
155930     DISPLAY "Step " BcStep " " BatchFunction " ended "
155940         RctOutcome " - " BcStepCount " record(s).".
155950
155960*===========================================================
155970* ONE-PAGE SUMMARY OF THE RUN FOR THE MORNING CHECK - EVERY *
155980* STEP OF THE RUN AS THE RUN CONTROL LOG NOW HAS IT, STEPS  *
155990* COMPLETED ON AN EARLIER ATTEMPT INCLUDED, AND THE RETURN  *
156000* CODE.  IT IS WRITTEN TO BATCHSUMMARY.DAT SO IT DOES NOT   *
156010* OVERWRITE A STEP'S OWN REPORTFILE.DAT.                    *
156020*===========================================================
156030 1250-BATCH-RUN-SUMMARY.
156040     MOVE 0 TO BcRunCount
156050     MOVE 0 TO BcDoneCount
156060     MOVE 0 TO BcFailCount
156070     MOVE 0 TO BcWarnCount
156080     MOVE 0 TO BcNotRunCount
156090     PERFORM 9650-GET-TODAY
156100     OPEN OUTPUT SummaryFile
156110     IF SummaryStatus NOT = "00"
156120         DISPLAY "Unable to open BatchSummary.dat - run summary"
156130             " not written."
156140     ELSE
156150         PERFORM 1255-SUMMARY-HEADER
156160         MOVE BcRunID TO RctRunID
156170         MOVE 0 TO RctStep
156180         MOVE 'N' TO BcLogEofSw
156190         START RunCtlFile KEY IS NOT LESS THAN RctKey
156200             INVALID KEY
156210                 MOVE 'Y' TO BcLogEofSw
156220         END-START
156230         PERFORM 1260-SUMMARY-NEXT-STEP UNTIL BcLogEOF
156240         MOVE SPACES TO SummaryLine
156250         WRITE SummaryLine
156260         MOVE SPACES TO SummaryLine
156270         STRING "STEPS RUN: " DELIMITED BY SIZE
156280                 BcRunCount DELIMITED BY SIZE
156290                 "  DONE EARLIER: " DELIMITED BY SIZE
156300                 BcDoneCount DELIMITED BY SIZE
156310                 "  WARNINGS: " DELIMITED BY SIZE
156320                 BcWarnCount DELIMITED BY SIZE
156330                 "  FAILED: " DELIMITED BY SIZE
156340                 BcFailCount DELIMITED BY SIZE
156350                 "  NOT RUN: " DELIMITED BY SIZE
156360                 BcNotRunCount DELIMITED BY SIZE
156370             INTO SummaryLine
156380         WRITE SummaryLine
156390         MOVE SPACES TO SummaryLine
156400         STRING "RETURN CODE: " DELIMITED BY SIZE
156410                 BcWorstRC DELIMITED BY SIZE
156420             INTO SummaryLine
156430         IF BcStopRun
156440             MOVE "- RERUN RESTARTS AT STEP" TO SummaryLine(17:24)
156450             MOVE BcFailStep TO SummaryLine(42:3)
156460         END-IF
156470         WRITE SummaryLine
156480         MOVE "END OF REPORT" TO SummaryLine
156490         WRITE SummaryLine
156500         CLOSE SummaryFile
156510         DISPLAY "Run summary written to BatchSummary.dat."
156520     END-IF.
156530
156540 1255-SUMMARY-HEADER.
156550     MOVE SPACES TO SummaryLine
156560     STRING "BATCH RUN SUMMARY " DELIMITED BY SIZE
156570             TodayDate DELIMITED BY SIZE
156580             " - RUN " DELIMITED BY SIZE
156590             BcRunID DELIMITED BY SIZE
156600             " ATTEMPT " DELIMITED BY SIZE
156610             BcAttempt DELIMITED BY SIZE
156620         INTO SummaryLine
156630     WRITE SummaryLine
156640     MOVE SPACES TO SummaryLine
156650     STRING "STEP FUNCTION OWNER      STARTED             "
156660             DELIMITED BY SIZE
156670             "ENDED               RECORDS OUTCOME"
156680                DELIMITED BY SIZE
156690         INTO SummaryLine
156700     WRITE SummaryLine.
156710
156720 1260-SUMMARY-NEXT-STEP.
156730     READ RunCtlFile NEXT RECORD
156740         AT END
156750             MOVE 'Y' TO BcLogEofSw
156760         NOT AT END
156770             IF RctRunID NOT = BcRunID
156780                 MOVE 'Y' TO BcLogEofSw
156790             ELSE
156800                 PERFORM 1265-SUMMARY-DETAIL-LINE
156810             END-IF
156820     END-READ.
156830
156840 1265-SUMMARY-DETAIL-LINE.
156850     EVALUATE TRUE
156860         WHEN RctAttempt NOT = BcAttempt
156870             MOVE "EARLIER" TO BcOutcomeWord
156880             ADD 1 TO BcDoneCount
156890         WHEN RctOk
156900             MOVE "OK" TO BcOutcomeWord
156910             ADD 1 TO BcRunCount
156920         WHEN RctWarning
156930             MOVE "WARNING" TO BcOutcomeWord
156940             ADD 1 TO BcRunCount
156950             ADD 1 TO BcWarnCount
156960         WHEN RctFailed
156970             MOVE "FAILED" TO BcOutcomeWord
156980             ADD 1 TO BcRunCount
156990             ADD 1 TO BcFailCount
157000         WHEN RctNotRun
157010             MOVE "NOT RUN" TO BcOutcomeWord
157020             ADD 1 TO BcNotRunCount
157030         WHEN OTHER
157040             MOVE "UNENDED" TO BcOutcomeWord
157050             ADD 1 TO BcRunCount
157060             ADD 1 TO BcFailCount
157070     END-EVALUATE
157080     MOVE SPACES TO SummaryLine
157090     STRING RctStep DELIMITED BY SIZE
157100             "  " DELIMITED BY SIZE
157110             RctFunction DELIMITED BY SIZE
157120             " " DELIMITED BY SIZE
157130             RctOwner DELIMITED BY SIZE
157140             " " DELIMITED BY SIZE
157150             RctStart DELIMITED BY SIZE
157160             " " DELIMITED BY SIZE
157170             RctEnd DELIMITED BY SIZE
157180             " " DELIMITED BY SIZE
157190             RctCount DELIMITED BY SIZE
157200             " " DELIMITED BY SIZE
157210             BcOutcomeWord DELIMITED BY SIZE
157220         INTO SummaryLine
157230     WRITE SummaryLine.
157240
157250*===========================================================
157260* SHOW THE RESOURCES THE TASK BEING EDITED HOLDS AND OFFER  *
157270* TO CHANGE THEM, THEN CHECK THE LIST AGAINST EVERY OTHER   *
157280* BOOKING FOR THE TASK'S NEW DATE AND TIME.  THE TASK'S OWN *
157290* RESERVATIONS ARE IGNORED BY THE CHECK; RBHADCOUNT TELLS   *
157300* 6085 WHETHER THERE ARE OLD ONES TO RELEASE.               *
157310*===========================================================
157320 6080-EDIT-RESOURCES.
157330     MOVE TaskIDInput TO RbSelfID
157340     PERFORM 9545-LOAD-TASK-RESOURCES
157350     MOVE RbCount TO RbHadCount
157360     IF RbCount > 0
157370         DISPLAY "Resources reserved:"
157380         MOVE 1 TO RbSub
157390         PERFORM 9548-SHOW-RESOURCE-ENTRY UNTIL RbSub > RbCount
157400         DISPLAY "Change the reservations? (Y/N):"
157410     ELSE
157420         DISPLAY "Reserve shared resources for this task? (Y/N):"
157430     END-IF
157440     ACCEPT ConfirmAnswer
157450     INSPECT ConfirmAnswer CONVERTING "y" TO "Y"
157460     IF ConfirmAnswer = 'Y'
157470         PERFORM 9510-PROMPT-RESOURCES
157480     END-IF
157490     MOVE 'N' TO RbClashSw
157500     IF RbCount > 0
157510         IF TaskDateUpdateInput = SPACES
157520             MOVE OldTaskDate TO RbDate
157530         ELSE
157540             MOVE TaskDateUpdateInput TO RbDate
157550         END-IF
157560         MOVE TaskStartTime TO RbStart
157570         MOVE TaskDuration TO RbDuration
157580         PERFORM 9520-CHECK-RESOURCE-CLASH
157590         IF RbClash
157600             PERFORM 9528-SHOW-RESOURCE-CLASH
157610         END-IF
157620     END-IF.
157630
157640*===========================================================
157650* THE EDIT WENT THROUGH - DROP THE OLD RESERVATIONS AND     *
157660* BOOK THE LIST AGAIN UNDER THE TASK AS IT NOW STANDS, SO   *
157670* THEY FOLLOW A NEW TASKID, DATE, OR TIME.                  *
157680*===========================================================
157690 6085-SAVE-EDIT-RESOURCES.
157700     IF RbHadCount > 0
157710         MOVE TaskIDInput TO RbSelfID
157720         PERFORM 9540-RELEASE-RESOURCES
157730     END-IF
157740     PERFORM 9530-BOOK-RESOURCES.
157750
157760*===========================================================
157770* THE SHARED RESOURCE A TEMPLATE LINE RESERVES, IF ANY.     *
157780* LEFT IN RBCODEINPUT FOR 7720 TO STORE.                    *
157790*===========================================================
157800 7729-PROMPT-TMPL-RESOURCE.
157810     MOVE 'N' TO RbDoneSw
157820     PERFORM 7731-ACCEPT-TMPL-RESOURCE UNTIL RbDone.
157830
157840 7731-ACCEPT-TMPL-RESOURCE.
157850     DISPLAY "Resource to reserve (code, blank for none):"
157860     ACCEPT RbCodeInput
157870     INSPECT RbCodeInput CONVERTING "abcdefghijklmnopqrstuvwxyz"
157880         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
157890     IF RbCodeInput = SPACES
157900         MOVE 'Y' TO RbDoneSw
157910     ELSE
157920         PERFORM 9514-CHECK-RESOURCE-CODE
157930         IF RbCodeOk
157940             MOVE 'Y' TO RbDoneSw
157950         ELSE
157960             DISPLAY "No active resource " RbCodeInput " on file."
157970         END-IF
157980     END-IF.
157990
158000*===========================================================
158010* A TEMPLATE LINE'S RESOURCE.  ONE RETIRED SINCE THE LINE   *
158020* WAS WRITTEN IS DROPPED WITH A MESSAGE; ONE ALREADY BOOKED *
158030* FOR THE LINE'S DATE AND TIME SKIPS THE LINE.              *
158040*===========================================================
158050 7757-CHECK-TMPL-RESOURCE.
158060     MOVE 0 TO RbCount
158070     IF ProceedWithAdd AND TmplResCode NOT = SPACES
158080         MOVE TmplResCode TO RbCodeInput
158090         PERFORM 9514-CHECK-RESOURCE-CODE
158100         IF NOT RbCodeOk
158110             DISPLAY "Line " TmplLineSeq " - resource "
158120                 TmplResCode " is not active; added without it."
158130         ELSE
158140             MOVE 1 TO RbCount
158150             MOVE TmplResCode TO RbCode(1)
158160             MOVE TmplWriteDate TO RbDate
158170             MOVE TmplStartTime TO RbStart
158180             MOVE TmplDuration TO RbDuration
158190             MOVE SPACES TO RbSelfID
158200             PERFORM 9520-CHECK-RESOURCE-CLASH
158210             IF RbClash
158220                 DISPLAY "Line " TmplLineSeq ":"
158230                 PERFORM 9528-SHOW-RESOURCE-CLASH
158240                 MOVE 'N' TO ProceedSw
158250             END-IF
158260         END-IF
158270     END-IF.
158280
158290*===========================================================
158300* BOOKABLE RESOURCES - MENU OPTION B.  THE RESOURCE MASTER  *
158310* (ROOMS, BAYS, VEHICLES, RIGS) IS KEPT BY A SUPERVISOR;    *
158320* ANYONE MAY LIST IT, SEE A RESOURCE'S BOOKINGS, OR RUN THE *
158330* WEEKLY UTILISATION REPORT.  A RESOURCE IS RETIRED RATHER  *
158340* THAN REMOVED SO ITS BOOKING HISTORY STILL REPORTS.        *
158350*===========================================================
158360 7100-RESOURCE-MENU.
158370     DISPLAY "Bookable Resources Menu".
158380     DISPLAY "1. List Resources".
158390     DISPLAY "2. Add / Change Resource".
158400     DISPLAY "3. Retire / Reactivate Resource".
158410     DISPLAY "4. Resource Bookings".
158420     DISPLAY "5. Utilisation Report".
158430     DISPLAY "X. Return To Main Menu".
158440     ACCEPT RsChoice.
158450     INSPECT RsChoice CONVERTING "x" TO "X".
158460     EVALUATE RsChoice
158470         WHEN '1' PERFORM 7110-RESOURCE-LIST
158480         WHEN '2'
158490             IF SupervisorUser
158500                 PERFORM 7120-RESOURCE-MAINTAIN
158510             ELSE
158520                 DISPLAY "Supervisor access required."
158530             END-IF
158540         WHEN '3'
158550             IF SupervisorUser
158560                 PERFORM 7130-RESOURCE-RETIRE
158570             ELSE
158580                 DISPLAY "Supervisor access required."
158590             END-IF
158600         WHEN '4' PERFORM 7140-RESOURCE-BOOKINGS
158610         WHEN '5' PERFORM 7200-UTILISATION-REPORT
158620         WHEN 'X' CONTINUE
158630         WHEN OTHER DISPLAY "Invalid Choice"
158640     END-EVALUATE.
158650
158660 7110-RESOURCE-LIST.
158670     MOVE 'N' TO RsEofSw
158680     OPEN INPUT ResourceFile
158690     IF ResourceStatus NOT = "00"
158700         DISPLAY "No resources are on file."
158710     ELSE
158720         DISPLAY "Resources on file:"
158730         PERFORM 7115-LIST-NEXT-RESOURCE UNTIL RsEOF
158740         CLOSE ResourceFile
158750     END-IF.
158760
158770 7115-LIST-NEXT-RESOURCE.
158780     READ ResourceFile NEXT RECORD
158790         AT END
158800             MOVE 'Y' TO RsEofSw
158810         NOT AT END
158820             IF ResRetired
158830                 DISPLAY "  " ResCode " " ResDescription " "
158840                     ResOwner " " ResAvailFrom "-" ResAvailTo
158850                     " RETIRED"
158860             ELSE
158870                 DISPLAY "  " ResCode " " ResDescription " "
158880                     ResOwner " " ResAvailFrom "-" ResAvailTo
158890             END-IF
158900     END-READ.
158910
158920*===========================================================
158930* ADD A RESOURCE, OR CHANGE ONE ALREADY ON FILE - BLANK     *
158940* ANSWERS KEEP THE CURRENT VALUES.  A NEW RESOURCE STARTS   *
158950* ACTIVE WITH AN 08:00-17:00 WINDOW.  CHANGING THE WINDOW   *
158960* DOES NOT DISTURB BOOKINGS ALREADY MADE.                   *
158970*===========================================================
158980 7120-RESOURCE-MAINTAIN.
158990     DISPLAY "Resource code:"
159000     ACCEPT RsCodeInput
159010     INSPECT RsCodeInput CONVERTING "abcdefghijklmnopqrstuvwxyz"
159020         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
159030     IF RsCodeInput = SPACES
159040         DISPLAY "Resource code may not be blank."
159050     ELSE
159060         OPEN I-O ResourceFile
159070         IF ResourceStatus = "35"
159080             OPEN OUTPUT ResourceFile
159090             CLOSE ResourceFile
159100             OPEN I-O ResourceFile
159110         END-IF
159120         IF ResourceStatus NOT = "00"
159130             DISPLAY "Unable to open ResourceFile - not saved."
159140         ELSE
159150             MOVE RsCodeInput TO ResCode
159160             MOVE 'Y' TO RsFoundSw
159170             READ ResourceFile
159180                 INVALID KEY
159190                     MOVE 'N' TO RsFoundSw
159200             END-READ
159210             IF RsFound
159220                 DISPLAY "Changing " ResCode " " ResDescription
159230                 MOVE ResDescription TO AuditBeforeWork
159240             ELSE
159250                 DISPLAY "New resource " RsCodeInput
159260                 MOVE RsCodeInput TO ResCode
159270                 MOVE SPACES TO ResDescription
159280                 MOVE SPACES TO ResOwner
159290                 MOVE "08:00" TO ResAvailFrom
159300                 MOVE "17:00" TO ResAvailTo
159310                 MOVE 'Y' TO ResActive
159320                 MOVE SPACES TO AuditBeforeWork
159330             END-IF
159340             PERFORM 7122-PROMPT-RES-DESC
159350             PERFORM 7124-PROMPT-RES-OWNER
159360             PERFORM 7126-PROMPT-RES-WINDOW
159370             IF RsFound
159380                 REWRITE ResourceRecord
159390                     INVALID KEY
159400                         DISPLAY "Error updating resource."
159410                     NOT INVALID KEY
159420                         DISPLAY "Resource updated: " ResCode
159430                         PERFORM 7128-AUDIT-RESOURCE
159440                 END-REWRITE
159450             ELSE
159460                 WRITE ResourceRecord
159470                     INVALID KEY
159480                         DISPLAY "Error adding resource."
159490                     NOT INVALID KEY
159500                         DISPLAY "Resource added: " ResCode
159510                         PERFORM 7128-AUDIT-RESOURCE
159520                 END-WRITE
159530             END-IF
159540             CLOSE ResourceFile
159550         END-IF
159560     END-IF.
159570
159580 7122-PROMPT-RES-DESC.
159590     MOVE 'N' TO RsOkSw
159600     PERFORM 7123-ACCEPT-RES-DESC UNTIL RsOk.
159610
159620 7123-ACCEPT-RES-DESC.
159630     DISPLAY "Description (blank = keep current):"
159640     ACCEPT RsDescInput
159650     IF RsDescInput = SPACES
159660         IF ResDescription = SPACES
159670             DISPLAY "A description is required."
159680         ELSE
159690             MOVE 'Y' TO RsOkSw
159700         END-IF
159710     ELSE
159720         MOVE RsDescInput TO ResDescription
159730         MOVE 'Y' TO RsOkSw
159740     END-IF.
159750
159760 7124-PROMPT-RES-OWNER.
159770     MOVE 'N' TO RsOkSw
159780     PERFORM 7125-ACCEPT-RES-OWNER UNTIL RsOk.
159790
159800 7125-ACCEPT-RES-OWNER.
159810     DISPLAY "Owning department (blank = keep " ResOwner "):"
159820     ACCEPT RsOwnerInput
159830     IF RsOwnerInput = SPACES
159840         IF ResOwner = SPACES
159850             DISPLAY "An owning department is required."
159860         ELSE
159870             MOVE 'Y' TO RsOkSw
159880         END-IF
159890     ELSE
159900         MOVE RsOwnerInput TO CheckOwnerCode
159910         PERFORM 9160-CHECK-OWNER-EXISTS
159920         IF OwnerOnFile
159930             MOVE RsOwnerInput TO ResOwner
159940             MOVE 'Y' TO RsOkSw
159950         ELSE
159960             DISPLAY "No active department " RsOwnerInput
159970                 " on file."
159980         END-IF
159990     END-IF.
160000
160010*===========================================================
160020* THE DAILY WINDOW THE RESOURCE CAN BE USED IN.  IT MUST    *
160030* END AFTER IT STARTS - HH:MM COMPARES CORRECTLY AS TEXT.   *
160040*===========================================================
160050 7126-PROMPT-RES-WINDOW.
160060     MOVE 'N' TO RsOkSw
160070     PERFORM 7127-ACCEPT-RES-WINDOW UNTIL RsOk.
160080
160090 7127-ACCEPT-RES-WINDOW.
160100     DISPLAY "Available from HH:MM (blank = keep "
160110         ResAvailFrom "):"
160120     ACCEPT RsFromInput
160130     IF RsFromInput = SPACES
160140         MOVE ResAvailFrom TO RsFromInput
160150     END-IF
160160     DISPLAY "Available to HH:MM (blank = keep " ResAvailTo "):"
160170     ACCEPT RsToInput
160180     IF RsToInput = SPACES
160190         MOVE ResAvailTo TO RsToInput
160200     END-IF
160210     MOVE RsFromInput TO TimeToValidate
160220     PERFORM 9830-VALIDATE-TIME
160230     IF ValidTime
160240         MOVE RsToInput TO TimeToValidate
160250         PERFORM 9830-VALIDATE-TIME
160260     END-IF
160270     IF NOT ValidTime
160280         DISPLAY "Invalid time - enter HH:MM, 00:00-23:59."
160290     ELSE
160300         IF RsToInput > RsFromInput
160310             MOVE RsFromInput TO ResAvailFrom
160320             MOVE RsToInput TO ResAvailTo
160330             MOVE 'Y' TO RsOkSw
160340         ELSE
160350             DISPLAY "The window must end after it starts."
160360         END-IF
160370     END-IF.
160380
160390 7128-AUDIT-RESOURCE.
160400     MOVE "RESOURCE" TO AuditAction
160410     MOVE ResCode TO AuditTaskIDWork
160420     MOVE ResDescription TO AuditAfterWork
160430     PERFORM 9500-WRITE-AUDIT-RECORD.
160440
160450*===========================================================
160460* RETIRE AN ACTIVE RESOURCE, OR BRING A RETIRED ONE BACK.   *
160470* RETIRING TAKES NO NEW BOOKINGS BUT LEAVES EXISTING ONES.  *
160480*===========================================================
160490 7130-RESOURCE-RETIRE.
160500     DISPLAY "Resource code:"
160510     ACCEPT RsCodeInput
160520     INSPECT RsCodeInput CONVERTING "abcdefghijklmnopqrstuvwxyz"
160530         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
160540     OPEN I-O ResourceFile
160550     IF ResourceStatus NOT = "00"
160560         DISPLAY "No resources are on file."
160570     ELSE
160580         MOVE RsCodeInput TO ResCode
160590         MOVE 'Y' TO RsFoundSw
160600         READ ResourceFile
160610             INVALID KEY
160620                 MOVE 'N' TO RsFoundSw
160630         END-READ
160640         IF NOT RsFound
160650             DISPLAY "No resource " RsCodeInput " on file."
160660         ELSE
160670             IF ResIsActive
160680                 DISPLAY "Retire " ResCode " " ResDescription
160690                     "? (Y/N):"
160700             ELSE
160710                 DISPLAY "Reactivate " ResCode " " ResDescription
160720                     "? (Y/N):"
160730             END-IF
160740             ACCEPT ConfirmAnswer
160750             INSPECT ConfirmAnswer CONVERTING "y" TO "Y"
160760             IF ConfirmAnswer = 'Y'
160770                 IF ResIsActive
160780                     MOVE 'N' TO ResActive
160790                     MOVE "RESRETIRE" TO AuditAction
160800                 ELSE
160810                     MOVE 'Y' TO ResActive
160820                     MOVE "RESACTIVE" TO AuditAction
160830                 END-IF
160840                 REWRITE ResourceRecord
160850                     INVALID KEY
160860                         DISPLAY "Error updating resource."
160870                     NOT INVALID KEY
160880                         DISPLAY "Resource " ResCode " updated."
160890                         MOVE ResCode TO AuditTaskIDWork
160900                         MOVE ResDescription TO AuditBeforeWork
160910                         MOVE SPACES TO AuditAfterWork
160920                         PERFORM 9500-WRITE-AUDIT-RECORD
160930                 END-REWRITE
160940             END-IF
160950         END-IF
160960         CLOSE ResourceFile
160970     END-IF.
160980
160990*===========================================================
161000* A RESOURCE'S BOOKINGS FROM A DATE ON, EVERY DEPARTMENT'S, *
161010* IN DATE ORDER - THE NEXT TWENTY.                          *
161020*===========================================================
161030 7140-RESOURCE-BOOKINGS.
161040     DISPLAY "Resource code:"
161050     ACCEPT RsCodeInput
161060     INSPECT RsCodeInput CONVERTING "abcdefghijklmnopqrstuvwxyz"
161070         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
161080     MOVE 'N' TO RsOkSw
161090     PERFORM 7142-ACCEPT-BOOKINGS-FROM UNTIL RsOk
161140     MOVE 0 TO RsListCount
161150     OPEN INPUT ReservationFile
161160     IF ReservationStatus NOT = "00"
161170         DISPLAY "No resources have been reserved yet."
161180     ELSE
161190         MOVE RsCodeInput TO ResvResCode
161200         MOVE LOW-VALUES TO ResvTaskID
161210         MOVE RsFromDate TO ResvTaskID(1:10)
161220         MOVE 'N' TO RbScanEofSw
161230         START ReservationFile KEY IS NOT LESS THAN ResvKey
161240             INVALID KEY
161250                 MOVE 'Y' TO RbScanEofSw
161260         END-START
161270         DISPLAY "Bookings for " RsCodeInput " from "
161280             RsFromDate ":"
161290         PERFORM 7145-LIST-NEXT-BOOKING
161300             UNTIL RbScanEOF OR RsListCount NOT < 20
161310         CLOSE ReservationFile
161320         IF RsListCount = 0
161330             DISPLAY "  None."
161340         END-IF
161350     END-IF.
161360
161365 7142-ACCEPT-BOOKINGS-FROM.
161370     DISPLAY "From date (YYYY-MM-DD, blank = today):"
161375     ACCEPT RsFromDate
161380     IF RsFromDate = SPACES
161385         PERFORM 9650-GET-TODAY
161390         MOVE TodayDate TO RsFromDate
161395     END-IF
161400     MOVE RsFromDate TO DateToValidate
161405     PERFORM 9700-VALIDATE-DATE
161410     IF ValidDate
161415         MOVE 'Y' TO RsOkSw
161420     ELSE
161425         DISPLAY "Invalid date - enter a real YYYY-MM-DD date."
161430     END-IF.
161435
161440 7145-LIST-NEXT-BOOKING.
161445     READ ReservationFile NEXT RECORD
161450         AT END
161455             MOVE 'Y' TO RbScanEofSw
161460         NOT AT END
161465             IF ResvResCode NOT = RsCodeInput
161470                 MOVE 'Y' TO RbScanEofSw
161475             ELSE
161480                 ADD 1 TO RsListCount
161485                 IF ResvStart = SPACES
161490                     DISPLAY "  " ResvTaskID " " ResvOwner
161495                         " all day"
161500                 ELSE
161505                     DISPLAY "  " ResvTaskID " " ResvOwner " "
161510                         ResvStart " " ResvDuration " min"
161515                 END-IF
161520             END-IF
161525     END-READ.
161550
161560*===========================================================
161570* RESOURCE UTILISATION - FOR EACH RESOURCE AND EACH WEEK,   *
161580* MONDAY TO SUNDAY, THE HOURS BOOKED AGAINST THE HOURS IT   *
161590* WAS AVAILABLE.  AVAILABLE IS THE DAILY WINDOW TIMES THE   *
161600* WORKING DAYS IN THE WEEK (WEEKENDS AND HOLIDAYS OUT).  A  *
161610* TIMED BOOKING COUNTS ITS DURATION; AN UNTIMED ONE HOLDS   *
161620* THE RESOURCE ALL DAY AND COUNTS THE WHOLE WINDOW.  DONE   *
161630* TASKS KEEP THEIR BOOKINGS, SO PAST WEEKS REPORT TOO.      *
161640*===========================================================
161650 7200-UTILISATION-REPORT.
161660     PERFORM 7202-PROMPT-UTIL-START
161670     PERFORM 7206-PROMPT-UTIL-WEEKS
161680     PERFORM 7210-PRODUCE-UTILISATION.
161690
161700 7202-PROMPT-UTIL-START.
161710     MOVE 'N' TO UtOkSw
161720     PERFORM 7204-ACCEPT-UTIL-START UNTIL UtOk.
161730
161740 7204-ACCEPT-UTIL-START.
161750     DISPLAY "Week starting (YYYY-MM-DD, a Monday):"
161760     ACCEPT UtStartDate
161770     MOVE UtStartDate TO DateToValidate
161780     PERFORM 9700-VALIDATE-DATE
161790     IF NOT ValidDate
161800         DISPLAY "Invalid date - enter a real YYYY-MM-DD date."
161810     ELSE
161820         MOVE UtStartDate(1:4) TO OccYear
161830         MOVE UtStartDate(6:2) TO OccMonth
161840         MOVE UtStartDate(9:2) TO OccDay
161850         PERFORM 9800-DAY-OF-WEEK
161860         IF DayOfWeekNum = 2
161870             MOVE 'Y' TO UtOkSw
161880         ELSE
161890             DISPLAY "That date is not a Monday."
161900         END-IF
161910     END-IF.
161920
161930 7206-PROMPT-UTIL-WEEKS.
161940     MOVE 'N' TO UtOkSw
161950     PERFORM 7208-ACCEPT-UTIL-WEEKS UNTIL UtOk.
161960
161970 7208-ACCEPT-UTIL-WEEKS.
161980     DISPLAY "Number of weeks (1-9):"
161990     ACCEPT UtWeeksInput
162000     IF UtWeeksInput >= "1" AND UtWeeksInput <= "9"
162010         MOVE UtWeeksInput TO UtWeeks
162020         MOVE 'Y' TO UtOkSw
162030     ELSE
162040         DISPLAY "Enter a single digit, 1-9."
162050     END-IF.
162060
162070 7210-PRODUCE-UTILISATION.
162080     PERFORM 7212-BUILD-UTIL-WEEKS
162090     MOVE 0 TO PageNumber
162100     MOVE 99 TO LineCount
162110     OPEN INPUT ResourceFile
162120     IF ResourceStatus NOT = "00"
162130         DISPLAY "No resources are on file - report not run."
162140     ELSE
162150         OPEN OUTPUT ReportFile
162160         IF ReportStatus NOT = "00"
162170             DISPLAY "Unable to open ReportFile - report not run."
162180         ELSE
162190             MOVE 'N' TO UtResvOpenSw
162200             OPEN INPUT ReservationFile
162210             IF ReservationStatus = "00"
162220                 MOVE 'Y' TO UtResvOpenSw
162230             END-IF
162240             MOVE 'N' TO RbResEofSw
162250             PERFORM 7220-UTIL-NEXT-RESOURCE UNTIL RbResEOF
162260             IF UtResvOpen
162270                 CLOSE ReservationFile
162280             END-IF
162290             PERFORM 8300-REPORT-FOOTER
162300             CLOSE ReportFile
162310             DISPLAY "Utilisation report written to"
162320                 " ReportFile.dat."
162330         END-IF
162340         CLOSE ResourceFile
162350     END-IF.
162360
162370*===========================================================
162380* THE REPORT WEEKS, EACH WITH ITS SUNDAY AND ITS COUNT OF   *
162390* WORKING DAYS, STEPPED OUT DAY BY DAY FROM THE MONDAY.     *
162400*===========================================================
162410 7212-BUILD-UTIL-WEEKS.
162420     MOVE UtStartDate TO OccDateFmt
162430     MOVE 1 TO UtSub
162440     PERFORM 7214-BUILD-ONE-WEEK UNTIL UtSub > UtWeeks.
162450
162460 7214-BUILD-ONE-WEEK.
162470     MOVE OccDateFmt TO UtWeekStart(UtSub)
162480     MOVE 0 TO UtWorkDays(UtSub)
162490     MOVE 1 TO UtDaySub
162500     PERFORM 7216-COUNT-WORK-DAY UNTIL UtDaySub > 7
162510     ADD 1 TO UtSub.
162520
162530 7216-COUNT-WORK-DAY.
162540     MOVE OccDateFmt TO CheckWorkDate
162550     PERFORM 9850-CHECK-NON-WORKING
162560     IF NOT NonWorkingDay
162570         ADD 1 TO UtWorkDays(UtSub)
162580     END-IF
162590     MOVE OccDateFmt TO UtWeekEnd(UtSub)
162600     PERFORM 5310-ADD-ONE-DAY
162610     ADD 1 TO UtDaySub.
162620
162630 7220-UTIL-NEXT-RESOURCE.
162640     READ ResourceFile NEXT RECORD
162650         AT END
162660             MOVE 'Y' TO RbResEofSw
162670         NOT AT END
162680             PERFORM 7222-UTIL-ONE-RESOURCE
162690     END-READ.
162700
162710 7222-UTIL-ONE-RESOURCE.
162720     MOVE ResAvailFrom TO TimeToConvert
162730     PERFORM 9840-TIME-TO-MINUTES
162740     MOVE MinutesWork TO UtFromMin
162750     MOVE ResAvailTo TO TimeToConvert
162760     PERFORM 9840-TIME-TO-MINUTES
162770     MOVE MinutesWork TO UtToMin
162780     IF UtToMin > UtFromMin
162790         COMPUTE UtWindowMin = UtToMin - UtFromMin
162800     ELSE
162810         MOVE 0 TO UtWindowMin
162820     END-IF
162830     MOVE 1 TO UtSub
162840     PERFORM 7224-UTIL-ONE-WEEK UNTIL UtSub > UtWeeks.
162850
162860 7224-UTIL-ONE-WEEK.
162870     COMPUTE UtAvailMin = UtWindowMin * UtWorkDays(UtSub)
162880     MOVE 0 TO UtBookedMin
162890     IF UtResvOpen
162900         MOVE ResCode TO ResvResCode
162910         MOVE LOW-VALUES TO ResvTaskID
162920         MOVE UtWeekStart(UtSub) TO ResvTaskID(1:10)
162930         MOVE 'N' TO RbScanEofSw
162940         START ReservationFile KEY IS NOT LESS THAN ResvKey
162950             INVALID KEY
162960                 MOVE 'Y' TO RbScanEofSw
162970         END-START
162980         PERFORM 7226-UTIL-NEXT-BOOKING UNTIL RbScanEOF
162990     END-IF
163000     PERFORM 7230-UTIL-DETAIL-LINE
163010     ADD 1 TO UtSub.
163020
163030 7226-UTIL-NEXT-BOOKING.
163040     READ ReservationFile NEXT RECORD
163050         AT END
163060             MOVE 'Y' TO RbScanEofSw
163070         NOT AT END
163080             IF ResvResCode NOT = ResCode OR
163090                ResvTaskID(1:10) > UtWeekEnd(UtSub)
163100                 MOVE 'Y' TO RbScanEofSw
163110             ELSE
163120                 IF ResvStart = SPACES
163130                     ADD UtWindowMin TO UtBookedMin
163140                 ELSE
163150                     ADD ResvDuration TO UtBookedMin
163160                 END-IF
163170             END-IF
163180     END-READ.
163190
163200*===========================================================
163210* ONE RESOURCE-WEEK.  THE CODE AND DESCRIPTION PRINT ON THE *
163220* RESOURCE'S FIRST WEEK ONLY.  HOURS SHOW TO THE TENTH; THE *
163230* PERCENTAGE IS BOOKED OVER AVAILABLE, N/A WHEN THE WEEK    *
163240* HAS NO WORKING TIME.                                      *
163250*===========================================================
163260 7230-UTIL-DETAIL-LINE.
163270     IF LineCount NOT < 20
163280         PERFORM 7235-UTIL-HEADER
163290     END-IF
163300     MOVE UtAvailMin TO UtMinWork
163310     PERFORM 7238-MINUTES-TO-HOURS
163320     MOVE UtHoursText TO UtAvailText
163330     MOVE UtBookedMin TO UtMinWork
163340     PERFORM 7238-MINUTES-TO-HOURS
163350     MOVE UtHoursText TO UtBookedText
163360     IF UtAvailMin = 0
163370         MOVE " N/A" TO UtPctText
163380     ELSE
163390         COMPUTE UtPct = UtBookedMin * 100 / UtAvailMin
163400             ON SIZE ERROR
163410                 MOVE 999 TO UtPct
163420         END-COMPUTE
163430         MOVE SPACES TO UtPctText
163440         STRING UtPct DELIMITED BY SIZE
163450                 "%" DELIMITED BY SIZE
163460             INTO UtPctText
163470     END-IF
163480     MOVE SPACES TO ReportLine
163490     IF UtSub = 1
163500         STRING ResCode DELIMITED BY SIZE
163510                 " " DELIMITED BY SIZE
163520                 ResDescription DELIMITED BY SIZE
163530                 " " DELIMITED BY SIZE
163540             INTO ReportLine
163550     END-IF
163560     MOVE UtWeekStart(UtSub) TO ReportLine(41:10)
163570     MOVE UtAvailText TO ReportLine(53:5)
163580     MOVE UtBookedText TO ReportLine(60:5)
163590     MOVE UtPctText TO ReportLine(67:4)
163600     IF UtSub = 1 AND ResRetired
163610         MOVE "RETIRED" TO ReportLine(73:7)
163620     END-IF
163630     WRITE ReportLine
163640     ADD 1 TO LineCount.
163650
163660 7235-UTIL-HEADER.
163670     ADD 1 TO PageNumber
163680     MOVE SPACES TO ReportLine
163690     STRING "RESOURCE UTILISATION - " DELIMITED BY SIZE
163700             UtWeeks DELIMITED BY SIZE
163710             " WEEK(S) FROM " DELIMITED BY SIZE
163720             UtStartDate DELIMITED BY SIZE
163730             " - PAGE " DELIMITED BY SIZE
163740             PageNumber DELIMITED BY SIZE
163750         INTO ReportLine
163760     WRITE ReportLine
163770     MOVE "HOURS BOOKED VS AVAILABLE (WINDOW X WORKING DAYS)"
163780         TO ReportLine
163790     WRITE ReportLine
163800     MOVE SPACES TO ReportLine
163810     STRING "RESOURCE DESCRIPTION                    WEEK OF     "
163820             DELIMITED BY SIZE
163830             "AVAIL  BOOKED USED" DELIMITED BY SIZE
163840         INTO ReportLine
163850     WRITE ReportLine
163860     MOVE 0 TO LineCount.
163870
163880 7238-MINUTES-TO-HOURS.
163890     DIVIDE UtMinWork BY 60 GIVING UtHours REMAINDER UtRemMin
163900     DIVIDE UtRemMin BY 6 GIVING UtTenths
163910     MOVE SPACES TO UtHoursText
163920     STRING UtHours DELIMITED BY SIZE
163930             "." DELIMITED BY SIZE
163940             UtTenths DELIMITED BY SIZE
163950         INTO UtHoursText.
163960
163970*===========================================================
163980* PROMPT FOR THE SHARED RESOURCES A NEW TASK RESERVES, ONE  *
163990* CODE AT A TIME, BLANK TO FINISH.  EACH MUST BE AN ACTIVE  *
164000* RESOURCE ON FILE; A TASK MAY RESERVE UP TO FIVE.          *
164010*===========================================================
164020 9510-PROMPT-RESOURCES.
164030     MOVE 0 TO RbCount
164040     MOVE 'N' TO RbDoneSw
164050     PERFORM 9512-ACCEPT-RESOURCE UNTIL RbDone.
164060
164070 9512-ACCEPT-RESOURCE.
164080     DISPLAY "Resource to reserve (code, blank when done):"
164090     ACCEPT RbCodeInput
164100     INSPECT RbCodeInput CONVERTING "abcdefghijklmnopqrstuvwxyz"
164110         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
164120     IF RbCodeInput = SPACES
164130         MOVE 'Y' TO RbDoneSw
164140     ELSE
164150         PERFORM 9514-CHECK-RESOURCE-CODE
164160         IF NOT RbCodeOk
164170             DISPLAY "No active resource " RbCodeInput " on file."
164180         ELSE
164190             PERFORM 9516-ADD-RESOURCE-ENTRY
164200             IF RbDuplicate
164210                 DISPLAY RbCodeInput " is already in the list."
164220             END-IF
164230             IF RbCount = 5
164240                 DISPLAY "Five resources is the most one task"
164250                     " can reserve."
164260                 MOVE 'Y' TO RbDoneSw
164270             END-IF
164280         END-IF
164290     END-IF.
164300
164310*===========================================================
164320* RBCODEINPUT IS GOOD WHEN IT NAMES A RESOURCE ON FILE THAT *
164330* HAS NOT BEEN RETIRED.                                     *
164340*===========================================================
164350 9514-CHECK-RESOURCE-CODE.
164360     MOVE 'N' TO RbCodeOkSw
164370     OPEN INPUT ResourceFile
164380     IF ResourceStatus = "00"
164390         MOVE RbCodeInput TO ResCode
164400         READ ResourceFile
164410             INVALID KEY
164420                 CONTINUE
164430             NOT INVALID KEY
164440                 IF ResIsActive
164450                     MOVE 'Y' TO RbCodeOkSw
164460                 END-IF
164470         END-READ
164480         CLOSE ResourceFile
164490     END-IF.
164500
164510 9516-ADD-RESOURCE-ENTRY.
164520     MOVE 'N' TO RbDupSw
164530     MOVE 'N' TO RbFullSw
164540     MOVE 1 TO RbScanSub
164550     PERFORM 9517-CHECK-DUP-ENTRY
164560         UNTIL RbScanSub > RbCount OR RbDuplicate
164570     IF NOT RbDuplicate
164580         IF RbCount < 5
164590             ADD 1 TO RbCount
164600             MOVE RbCodeInput TO RbCode(RbCount)
164610         ELSE
164620             MOVE 'Y' TO RbFullSw
164630         END-IF
164640     END-IF.
164650
164660 9517-CHECK-DUP-ENTRY.
164670     IF RbCode(RbScanSub) = RbCodeInput
164680         MOVE 'Y' TO RbDupSw
164690     END-IF
164700     ADD 1 TO RbScanSub.
164710
164720*===========================================================
164730* CHECK EVERY RESOURCE IN RBENTRY FOR ANOTHER BOOKING ON    *
164740* RBDATE THAT OVERLAPS RBSTART/RBDURATION - ANY DEPARTMENT. *
164750* RESERVATIONFILE IS KEYED RESOURCE THEN TASKID, AND A      *
164760* TASKID STARTS WITH ITS DATE, SO EACH RESOURCE'S BOOKINGS  *
164770* FOR THE DAY ARE READ FROM ONE START.  THE FIRST CLASH     *
164780* FOUND IS LEFT IN THE RBCLASH FIELDS.                      *
164790*===========================================================
164800 9520-CHECK-RESOURCE-CLASH.
164810     MOVE 'N' TO RbClashSw
164820     OPEN INPUT ReservationFile
164830     IF ReservationStatus = "00"
164840         MOVE 1 TO RbSub
164850         PERFORM 9522-CHECK-ONE-RESOURCE
164860             UNTIL RbSub > RbCount OR RbClash
164870         CLOSE ReservationFile
164880     END-IF.
164890
164900 9522-CHECK-ONE-RESOURCE.
164910     MOVE RbCode(RbSub) TO ResvResCode
164920     MOVE LOW-VALUES TO ResvTaskID
164930     MOVE RbDate TO ResvTaskID(1:10)
164940     MOVE 'N' TO RbScanEofSw
164950     START ReservationFile KEY IS NOT LESS THAN ResvKey
164960         INVALID KEY
164970             MOVE 'Y' TO RbScanEofSw
164980     END-START
164990     PERFORM 9524-NEXT-RESERVATION UNTIL RbScanEOF OR RbClash
165000     ADD 1 TO RbSub.
165010
165020 9524-NEXT-RESERVATION.
165030     READ ReservationFile NEXT RECORD
165040         AT END
165050             MOVE 'Y' TO RbScanEofSw
165060         NOT AT END
165070             IF ResvResCode NOT = RbCode(RbSub) OR
165080                ResvTaskID(1:10) NOT = RbDate
165090                 MOVE 'Y' TO RbScanEofSw
165100             ELSE
165110                 IF ResvTaskID NOT = RbSelfID
165120                     PERFORM 9526-CHECK-RESERVATION-TIME
165130                 END-IF
165140             END-IF
165150     END-READ.
165160
165170*===========================================================
165180* THE SAME WINDOW RULES AS 5170-CHECK-TIME-CLASH: AN        *
165190* UNTIMED BOOKING ON EITHER SIDE HOLDS THE WHOLE DAY, AND A *
165200* DURATION OF ZERO COUNTS AS ONE MINUTE.                    *
165210*===========================================================
165220 9526-CHECK-RESERVATION-TIME.
165230     IF RbStart = SPACES OR ResvStart = SPACES
165240         MOVE 'Y' TO RbClashSw
165250     ELSE
165260         MOVE RbStart TO TimeToConvert
165270         PERFORM 9840-TIME-TO-MINUTES
165280         MOVE MinutesWork TO RbNewStartMin
165290         IF RbDuration = 0
165300             COMPUTE RbNewEndMin = RbNewStartMin + 1
165310         ELSE
165320             COMPUTE RbNewEndMin = RbNewStartMin + RbDuration
165330         END-IF
165340         MOVE ResvStart TO TimeToConvert
165350         PERFORM 9840-TIME-TO-MINUTES
165360         MOVE MinutesWork TO RbOldStartMin
165370         IF ResvDuration = 0
165380             COMPUTE RbOldEndMin = RbOldStartMin + 1
165390         ELSE
165400             COMPUTE RbOldEndMin = RbOldStartMin + ResvDuration
165410         END-IF
165420         IF RbNewStartMin < RbOldEndMin AND
165430            RbOldStartMin < RbNewEndMin
165440             MOVE 'Y' TO RbClashSw
165450         END-IF
165460     END-IF
165470     IF RbClash
165480         MOVE ResvResCode TO RbClashCode
165490         MOVE ResvTaskID TO RbClashTaskID
165500         MOVE ResvOwner TO RbClashOwner
165510         MOVE ResvStart TO RbClashStart
165520         MOVE ResvDuration TO RbClashDuration
165530     END-IF.
165540
165550 9528-SHOW-RESOURCE-CLASH.
165560     DISPLAY "Resource " RbClashCode " is already booked by "
165570         RbClashOwner " - task " RbClashTaskID
165580     IF RbClashStart = SPACES
165590         DISPLAY "  for the whole day."
165600     ELSE
165610         DISPLAY "  from " RbClashStart " for " RbClashDuration
165620             " minutes."
165630     END-IF.
165640
165650*===========================================================
165660* RESERVE EVERY RESOURCE IN RBENTRY FOR THE TASK JUST       *
165670* WRITTEN TO SCHEDULERECORD.  EACH IS CHECKED AGAIN AS IT   *
165680* IS BOOKED; ONE TAKEN IN THE MEANTIME, OR TAKEN ON ONE OF  *
165690* A SERIES' LATER DATES, IS REPORTED AND LEFT OFF - THE     *
165700* TASK ITSELF STANDS.                                       *
165710*===========================================================
165720 9530-BOOK-RESOURCES.
165730     IF RbCount > 0
165740         MOVE TaskDate TO RbDate
165750         MOVE TaskStartTime TO RbStart
165760         MOVE TaskDuration TO RbDuration
165770         MOVE TaskID TO RbSelfID
165780         OPEN I-O ReservationFile
165790         IF ReservationStatus = "35"
165800             OPEN OUTPUT ReservationFile
165810             CLOSE ReservationFile
165820             OPEN I-O ReservationFile
165830         END-IF
165840         IF ReservationStatus NOT = "00"
165850             DISPLAY "Unable to open the reservation file - no"
165860                 " resources reserved for " TaskID
165870         ELSE
165880             MOVE 1 TO RbBookSub
165890             PERFORM 9532-BOOK-ONE-RESOURCE
165900                 UNTIL RbBookSub > RbCount
165910             CLOSE ReservationFile
165920         END-IF
165930     END-IF.
165940
165950 9532-BOOK-ONE-RESOURCE.
165960     MOVE 'N' TO RbClashSw
165970     MOVE RbBookSub TO RbSub
165980     PERFORM 9522-CHECK-ONE-RESOURCE
165990     IF RbClash
166000         DISPLAY "Resource " RbCode(RbBookSub)
166010             " not reserved for " TaskID ":"
166020         PERFORM 9528-SHOW-RESOURCE-CLASH
166030     ELSE
166040         MOVE RbCode(RbBookSub) TO ResvResCode
166050         MOVE TaskID TO ResvTaskID
166060         MOVE TaskOwner TO ResvOwner
166070         MOVE TaskStartTime TO ResvStart
166080         MOVE TaskDuration TO ResvDuration
166090         MOVE Username TO ResvUser
166100         PERFORM 9600-BUILD-TIMESTAMP
166110         MOVE TimestampWork TO ResvWhen
166120         WRITE ReservationRecord
166130             INVALID KEY
166140                 DISPLAY "Resource " RbCode(RbBookSub)
166150                     " is already reserved for " TaskID
166160             NOT INVALID KEY
166170                 MOVE "RESERVE" TO AuditAction
166180                 MOVE TaskID TO AuditTaskIDWork
166190                 MOVE SPACES TO AuditBeforeWork
166200                 MOVE RbCode(RbBookSub) TO AuditAfterWork
166210                 PERFORM 9500-WRITE-AUDIT-RECORD
166220         END-WRITE
166230     END-IF
166240     ADD 1 TO RbBookSub.
166250
166260*===========================================================
166270* RELEASE EVERY RESERVATION HELD BY TASK RBSELFID - IT WAS  *
166280* DELETED, CANCELLED, OR IS ABOUT TO BE BOOKED AGAIN UNDER  *
166290* A NEW KEY.  THE RESERVATION KEY LEADS WITH THE RESOURCE,  *
166300* SO EACH RESOURCE ON FILE IS TRIED IN TURN.                *
166310*===========================================================
166320 9540-RELEASE-RESOURCES.
166330     OPEN INPUT ResourceFile
166340     IF ResourceStatus = "00"
166350         OPEN I-O ReservationFile
166360         IF ReservationStatus = "00"
166370             MOVE 'N' TO RbResEofSw
166380             PERFORM 9542-RELEASE-NEXT-RESOURCE UNTIL RbResEOF
166390             CLOSE ReservationFile
166400         END-IF
166410         CLOSE ResourceFile
166420     END-IF.
166430
166440 9542-RELEASE-NEXT-RESOURCE.
166450     READ ResourceFile NEXT RECORD
166460         AT END
166470             MOVE 'Y' TO RbResEofSw
166480         NOT AT END
166490             MOVE ResCode TO ResvResCode
166500             MOVE RbSelfID TO ResvTaskID
166510             DELETE ReservationFile RECORD
166520                 INVALID KEY
166530                     CONTINUE
166540                 NOT INVALID KEY
166550                     MOVE "RELEASE" TO AuditAction
166560                     MOVE RbSelfID TO AuditTaskIDWork
166570                     MOVE ResCode TO AuditBeforeWork
166580                     MOVE SPACES TO AuditAfterWork
166590                     PERFORM 9500-WRITE-AUDIT-RECORD
166600             END-DELETE
166610     END-READ.
166620
166630*===========================================================
166640* LOAD RBENTRY WITH THE RESOURCES TASK RBSELFID HOLDS.      *
166650*===========================================================
166660 9545-LOAD-TASK-RESOURCES.
166670     MOVE 0 TO RbCount
166680     OPEN INPUT ResourceFile
166690     IF ResourceStatus = "00"
166700         OPEN INPUT ReservationFile
166710         IF ReservationStatus = "00"
166720             MOVE 'N' TO RbResEofSw
166730             PERFORM 9547-LOAD-NEXT-RESOURCE UNTIL RbResEOF
166740             CLOSE ReservationFile
166750         END-IF
166760         CLOSE ResourceFile
166770     END-IF.
166780
166790 9547-LOAD-NEXT-RESOURCE.
166800     READ ResourceFile NEXT RECORD
166810         AT END
166820             MOVE 'Y' TO RbResEofSw
166830         NOT AT END
166840             MOVE ResCode TO ResvResCode
166850             MOVE RbSelfID TO ResvTaskID
166860             READ ReservationFile
166870                 INVALID KEY
166880                     CONTINUE
166890                 NOT INVALID KEY
166900                     IF RbCount < 5
166910                         ADD 1 TO RbCount
166920                         MOVE ResCode TO RbCode(RbCount)
166930                     END-IF
166940             END-READ
166950     END-READ.
166960
166970 9548-SHOW-RESOURCE-ENTRY.
166980     DISPLAY "  " RbCode(RbSub)
166990     ADD 1 TO RbSub.
167000
167010*===========================================================
167020* A TASK MOVED TO A NEW TASKID BY THE ROLL-FORWARD (MORNING *
167030* REVIEW OR THE END-OF-DAY CARRY) TAKES ITS RESERVATIONS    *
167040* WITH IT, WHERE THE RESOURCE IS FREE ON THE NEW DATE.      *
167050* RBSELFID IS THE OLD TASKID; SCHEDULERECORD THE NEW TASK.  *
167060*===========================================================
167070 9550-CARRY-RESOURCES.
167080     PERFORM 9545-LOAD-TASK-RESOURCES
167090     IF RbCount > 0
167100         PERFORM 9540-RELEASE-RESOURCES
167110         PERFORM 9530-BOOK-RESOURCES
167120     END-IF.
167130
167140*===========================================================
167150* SPLIT THE TEXT PAST THE THIRD COMMA INTO THE DESCRIPTION  *
167160* AND THE OPTIONAL RESOURCE COLUMN.  A QUOTED DESCRIPTION   *
167170* ENDS AT THE QUOTE-COMMA, WHICH IS PUT BACK WITHOUT ITS    *
167180* COMMA SO 9130 STILL SEES THE QUOTES; AN UNQUOTED ONE HAS  *
167190* NO COMMA OF ITS OWN AND ENDS AT THE FIRST.                *
167200*===========================================================
167210 9135-SPLIT-IMPORT-RESOURCES.
167220     MOVE SPACES TO ImpResRaw
167230     MOVE SPACES TO ImpDelimWork
167240     MOVE 0 TO ImpDescCount
167250     MOVE 1 TO ImpRestPtr
167260     IF ImpRestRaw(1:1) = '"'
167270         UNSTRING ImpRestRaw DELIMITED BY '",'
167280             INTO ImpDescRaw DELIMITER IN ImpDelimWork
167290                 COUNT IN ImpDescCount
167300             WITH POINTER ImpRestPtr
167310         END-UNSTRING
167320         IF ImpDelimWork NOT = SPACES AND ImpDescCount < 52
167330             MOVE '"' TO ImpDescRaw(ImpDescCount + 1:1)
167340         END-IF
167350     ELSE
167360         UNSTRING ImpRestRaw DELIMITED BY ","
167370             INTO ImpDescRaw DELIMITER IN ImpDelimWork
167380             WITH POINTER ImpRestPtr
167390         END-UNSTRING
167400     END-IF
167410     IF ImpDelimWork NOT = SPACES AND ImpRestPtr <= 160
167420         MOVE ImpRestRaw(ImpRestPtr:) TO ImpResRaw
167430     END-IF.
167440
167450*===========================================================
167460* EACH CODE IN THE RESOURCE COLUMN MUST BE AN ACTIVE        *
167470* RESOURCE (BAD-RES), AND NONE MAY BE BOOKED ALREADY ON THE *
167480* TASK'S DATE BY ANYONE (RES-CLASH) - AN IMPORTED TASK IS   *
167490* UNTIMED, SO IT HOLDS EACH RESOURCE FOR THE WHOLE DAY.     *
167500*===========================================================
167510 9145-VALIDATE-IMPORT-RESOURCES.
167520     IF ImpResRaw NOT = SPACES
167530         MOVE 1 TO ImpResPtr
167540         PERFORM 9146-NEXT-IMPORT-RESOURCE
167550             UNTIL ImpResPtr > 60 OR ImportReason NOT = SPACES
167560         IF ImportReason = SPACES AND RbCount > 0
167570             MOVE ImpDate TO RbDate
167580             MOVE SPACES TO RbStart
167590             MOVE 0 TO RbDuration
167600             MOVE SPACES TO RbSelfID
167610             PERFORM 9520-CHECK-RESOURCE-CLASH
167620             IF RbClash
167630                 MOVE "RES-CLASH" TO ImportReason
167640             END-IF
167650         END-IF
167660     END-IF.
167670
167680 9146-NEXT-IMPORT-RESOURCE.
167690     MOVE SPACES TO RbCodeInput
167700     UNSTRING ImpResRaw DELIMITED BY ";" OR ALL SPACE
167710         INTO RbCodeInput
167720         WITH POINTER ImpResPtr
167730     END-UNSTRING
167740     INSPECT RbCodeInput CONVERTING "abcdefghijklmnopqrstuvwxyz"
167750         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
167760     IF RbCodeInput NOT = SPACES
167770         PERFORM 9514-CHECK-RESOURCE-CODE
167780         IF NOT RbCodeOk
167790             MOVE "BAD-RES" TO ImportReason
167800         ELSE
167810             PERFORM 9516-ADD-RESOURCE-ENTRY
167820             IF RbListFull
167830                 MOVE "BAD-RES" TO ImportReason
167840             END-IF
167850         END-IF
167860     END-IF.
167870
167880*===========================================================
167890* DEPARTMENT MASTER MAINTENANCE.  ANYONE MAY LIST THE       *
167900* DEPARTMENTS; ADDING, CHANGING, RETIRING, AND REACTIVATING *
167910* ARE FOR SUPERVISORS.                                      *
167920*===========================================================
167930 7300-DEPARTMENT-MENU.
167940     DISPLAY "Departments Menu".
167950     DISPLAY "1. List Departments".
167960     DISPLAY "2. Add / Change Department".
167970     DISPLAY "3. Retire / Reactivate Department".
167980     DISPLAY "X. Return To Main Menu".
167990     ACCEPT DmChoice.
168000     INSPECT DmChoice CONVERTING "x" TO "X".
168010     EVALUATE DmChoice
168020         WHEN '1' PERFORM 7310-DEPARTMENT-LIST
168030         WHEN '2'
168040             IF SupervisorUser
168050                 PERFORM 7320-DEPARTMENT-MAINTAIN
168060             ELSE
168070                 DISPLAY "Supervisor access required."
168080             END-IF
168090         WHEN '3'
168100             IF SupervisorUser
168110                 PERFORM 7340-DEPARTMENT-RETIRE
168120             ELSE
168130                 DISPLAY "Supervisor access required."
168140             END-IF
168150         WHEN 'X' CONTINUE
168160         WHEN OTHER DISPLAY "Invalid Choice"
168170     END-EVALUATE.
168180
168190 7310-DEPARTMENT-LIST.
168200     MOVE 'N' TO DmEofSw
168210     OPEN INPUT DepartmentFile
168220     IF DepartmentStatus NOT = "00"
168230         DISPLAY "No departments are on file."
168240     ELSE
168250         DISPLAY "Departments on file:"
168260         PERFORM 7315-LIST-NEXT-DEPARTMENT UNTIL DmEOF
168270         CLOSE DepartmentFile
168280     END-IF.
168290
168300 7315-LIST-NEXT-DEPARTMENT.
168310     READ DepartmentFile NEXT RECORD
168320         AT END
168330             MOVE 'Y' TO DmEofSw
168340         NOT AT END
168350             IF DptRetired
168360                 DISPLAY "  " DptCode " " DptName " RETIRED"
168370             ELSE
168380                 DISPLAY "  " DptCode " " DptName
168390             END-IF
168400             DISPLAY "             manager " DptManager
168410                 " hours " DptDayStart "-" DptDayEnd
168420             DISPLAY "             mailbox " DptMailbox
168430     END-READ.
168440
168450*===========================================================
168460* ADD A DEPARTMENT, OR CHANGE ONE ALREADY ON FILE - BLANK   *
168470* ANSWERS KEEP THE CURRENT VALUES.  A NEW DEPARTMENT STARTS *
168480* ACTIVE, WORKING 08:00-17:00.  THE CODE IS WHAT TASKS AND  *
168490* ACCOUNTS CARRY, SO IT CANNOT BE CHANGED HERE.             *
168500*===========================================================
168510 7320-DEPARTMENT-MAINTAIN.
168520     DISPLAY "Department code:"
168530     ACCEPT DmCodeInput
168540     IF DmCodeInput = SPACES OR DmCodeInput = "*ALL"
168550         DISPLAY "That is not a usable department code."
168560     ELSE
168570         OPEN I-O DepartmentFile
168580         IF DepartmentStatus = "35"
168590             OPEN OUTPUT DepartmentFile
168600             CLOSE DepartmentFile
168610             OPEN I-O DepartmentFile
168620         END-IF
168630         IF DepartmentStatus NOT = "00"
168640             DISPLAY "Unable to open DepartmentFile - not saved."
168650         ELSE
168660             MOVE DmCodeInput TO DptCode
168670             MOVE 'Y' TO DmFoundSw
168680             READ DepartmentFile
168690                 INVALID KEY
168700                     MOVE 'N' TO DmFoundSw
168710             END-READ
168720             IF DmFound
168730                 DISPLAY "Changing " DptCode " " DptName
168740                 MOVE DptName TO AuditBeforeWork
168750             ELSE
168760                 DISPLAY "New department " DmCodeInput
168770                 MOVE SPACES TO DepartmentRecord
168780                 MOVE DmCodeInput TO DptCode
168790                 MOVE "08:00" TO DptDayStart
168800                 MOVE "17:00" TO DptDayEnd
168810                 MOVE 'Y' TO DptActive
168820                 MOVE SPACES TO AuditBeforeWork
168830             END-IF
168840             PERFORM 7322-PROMPT-DEPT-NAME
168850             PERFORM 7324-PROMPT-DEPT-MANAGER
168860             PERFORM 7326-PROMPT-DEPT-MAILBOX
168870             PERFORM 7328-PROMPT-DEPT-HOURS
168880             IF DmFound
168890                 REWRITE DepartmentRecord
168900                     INVALID KEY
168910                         DISPLAY "Error updating department."
168920                     NOT INVALID KEY
168930                         DISPLAY "Department updated: " DptCode
168940                         PERFORM 7334-AUDIT-DEPARTMENT
168950                 END-REWRITE
168960             ELSE
168970                 WRITE DepartmentRecord
168980                     INVALID KEY
168990                         DISPLAY "Error adding department."
169000                     NOT INVALID KEY
169010                         DISPLAY "Department added: " DptCode
169020                         PERFORM 7334-AUDIT-DEPARTMENT
169030                 END-WRITE
169040             END-IF
169050             CLOSE DepartmentFile
169060         END-IF
169070     END-IF.
169080
169090 7322-PROMPT-DEPT-NAME.
169100     MOVE 'N' TO DmOkSw
169110     PERFORM 7323-ACCEPT-DEPT-NAME UNTIL DmOk.
169120
169130 7323-ACCEPT-DEPT-NAME.
169140     DISPLAY "Full name (blank = keep current):"
169150     ACCEPT DmNameInput
169160     IF DmNameInput = SPACES
169170         IF DptName = SPACES
169180             DISPLAY "A full name is required."
169190         ELSE
169200             MOVE 'Y' TO DmOkSw
169210         END-IF
169220     ELSE
169230         MOVE DmNameInput TO DptName
169240         MOVE 'Y' TO DmOkSw
169250     END-IF.
169260
169270*===========================================================
169280* THE MANAGER MUST BE AN ACCOUNT ON USERFILE THAT HAS NOT   *
169290* BEEN DISABLED.  "NONE" CLEARS IT.                         *
169300*===========================================================
169310 7324-PROMPT-DEPT-MANAGER.
169320     MOVE 'N' TO DmOkSw
169330     PERFORM 7325-ACCEPT-DEPT-MANAGER UNTIL DmOk.
169340
169350 7325-ACCEPT-DEPT-MANAGER.
169360     DISPLAY "Manager username (blank = keep " DptManager ","
169370         " NONE = clear):"
169380     ACCEPT DmManagerInput
169390     EVALUATE TRUE
169400         WHEN DmManagerInput = SPACES
169410             MOVE 'Y' TO DmOkSw
169420         WHEN DmManagerInput = "NONE" OR DmManagerInput = "none"
169430             MOVE SPACES TO DptManager
169440             MOVE 'Y' TO DmOkSw
169450         WHEN OTHER
169460             OPEN INPUT UserFile
169470             IF UserStatus = "00"
169480                 MOVE DmManagerInput TO UsrUsername
169490                 READ UserFile
169500                     INVALID KEY
169510                         DISPLAY "No account " DmManagerInput
169520                             " on file."
169530                     NOT INVALID KEY
169540                         IF UsrDisabled
169550                             DISPLAY "That account is disabled."
169560                         ELSE
169570                             MOVE DmManagerInput TO DptManager
169580                             MOVE 'Y' TO DmOkSw
169590                         END-IF
169600                 END-READ
169610                 CLOSE UserFile
169620             ELSE
169630                 DISPLAY "Unable to read UserFile."
169640             END-IF
169650     END-EVALUATE.
169660
169670*===========================================================
169680* THE MAIL GATEWAY ADDRESS.  "NONE" CLEARS IT.              *
169690*===========================================================
169700 7326-PROMPT-DEPT-MAILBOX.
169710     MOVE 'N' TO DmOkSw
169720     PERFORM 7327-ACCEPT-DEPT-MAILBOX UNTIL DmOk.
169730
169740 7327-ACCEPT-DEPT-MAILBOX.
169750     DISPLAY "Mailbox address (blank = keep current,"
169760         " NONE = clear):"
169770     ACCEPT DmMailInput
169780     IF DmMailInput = SPACES
169790         MOVE 'Y' TO DmOkSw
169800     ELSE
169810         IF DmMailInput = "NONE" OR DmMailInput = "none"
169820             MOVE SPACES TO DptMailbox
169830             MOVE 'Y' TO DmOkSw
169840         ELSE
169850             PERFORM 7332-CHECK-MAILBOX
169860             IF DmOk
169870                 MOVE DmMailInput TO DptMailbox
169880             ELSE
169890                 DISPLAY "Enter one address with no blanks, such"
169900                     " as ops@example.com."
169910             END-IF
169920         END-IF
169930     END-IF.
169940
169950*===========================================================
169960* THE WORKING DAY.  IT MUST END AFTER IT STARTS - HH:MM     *
169970* COMPARES CORRECTLY AS TEXT.                               *
169980*===========================================================
169990 7328-PROMPT-DEPT-HOURS.
170000     MOVE 'N' TO DmOkSw
170010     PERFORM 7329-ACCEPT-DEPT-HOURS UNTIL DmOk.
170020
170030 7329-ACCEPT-DEPT-HOURS.
170040     DISPLAY "Working day starts HH:MM (blank = keep "
170050         DptDayStart "):"
170060     ACCEPT DmFromInput
170070     IF DmFromInput = SPACES
170080         MOVE DptDayStart TO DmFromInput
170090     END-IF
170100     DISPLAY "Working day ends HH:MM (blank = keep "
170110         DptDayEnd "):"
170120     ACCEPT DmToInput
170130     IF DmToInput = SPACES
170140         MOVE DptDayEnd TO DmToInput
170150     END-IF
170160     MOVE DmFromInput TO TimeToValidate
170170     PERFORM 9830-VALIDATE-TIME
170180     IF ValidTime
170190         MOVE DmToInput TO TimeToValidate
170200         PERFORM 9830-VALIDATE-TIME
170210     END-IF
170220     IF NOT ValidTime
170230         DISPLAY "Invalid time - enter HH:MM, 00:00-23:59."
170240     ELSE
170250         IF DmToInput > DmFromInput
170260             MOVE DmFromInput TO DptDayStart
170270             MOVE DmToInput TO DptDayEnd
170280             MOVE 'Y' TO DmOkSw
170290         ELSE
170300             DISPLAY "The working day must end after it starts."
170310         END-IF
170320     END-IF.
170330
170340*===========================================================
170350* A USABLE ADDRESS HAS ONE "@" WITH SOMETHING EITHER SIDE   *
170360* OF IT, STARTS IN THE FIRST POSITION, AND HAS NO BLANKS    *
170370* BEFORE ITS END.  SETS DMOKSW WHEN IT PASSES.              *
170380*===========================================================
170390 7332-CHECK-MAILBOX.
170400     MOVE 0 TO DmAtCount
170410     INSPECT DmMailInput TALLYING DmAtCount FOR ALL "@"
170420     MOVE 0 TO DmAtPos
170430     INSPECT DmMailInput TALLYING DmAtPos
170440         FOR CHARACTERS BEFORE INITIAL "@"
170450     MOVE 0 TO DmWordLen
170460     INSPECT DmMailInput TALLYING DmWordLen
170470         FOR CHARACTERS BEFORE INITIAL SPACE
170480     IF DmAtCount = 1 AND DmAtPos > 0 AND
170490        DmWordLen > DmAtPos + 1
170500         IF DmWordLen = 60
170510             MOVE 'Y' TO DmOkSw
170520         ELSE
170530             IF DmMailInput(DmWordLen + 1:) = SPACES
170540                 MOVE 'Y' TO DmOkSw
170550             END-IF
170560         END-IF
170570     END-IF.
170580
170590 7334-AUDIT-DEPARTMENT.
170600     MOVE "DEPARTMENT" TO AuditAction
170610     MOVE DptCode TO AuditTaskIDWork
170620     MOVE DptName TO AuditAfterWork
170630     PERFORM 9500-WRITE-AUDIT-RECORD.
170640
170650*===========================================================
170660* RETIRE AN ACTIVE DEPARTMENT, OR BRING A RETIRED ONE BACK. *
170670* A RETIRED DEPARTMENT TAKES NO NEW TASKS, ACCOUNTS, OR     *
170680* RESOURCES, SO ONE THAT STILL OWNS OPEN TASKS IS REFUSED - *
170690* THEY ARE REASSIGNED THROUGH EDIT TASK FIRST.              *
170700*===========================================================
170710 7340-DEPARTMENT-RETIRE.
170720     DISPLAY "Department code:"
170730     ACCEPT DmCodeInput
170740     OPEN I-O DepartmentFile
170750     IF DepartmentStatus NOT = "00"
170760         DISPLAY "No departments are on file."
170770     ELSE
170780         MOVE DmCodeInput TO DptCode
170790         MOVE 'Y' TO DmFoundSw
170800         READ DepartmentFile
170810             INVALID KEY
170820                 MOVE 'N' TO DmFoundSw
170830         END-READ
170840         MOVE 0 TO DmOpenCount
170850         IF DmFound AND DptIsActive
170860             PERFORM 7345-COUNT-DEPT-OPEN-TASKS
170870         END-IF
170880         EVALUATE TRUE
170890             WHEN NOT DmFound
170900                 DISPLAY "No department " DmCodeInput " on file."
170910             WHEN DmOpenCount > 0
170920                 DISPLAY DptCode " still owns " DmOpenCount
170930                     " open task(s) - reassign them first."
170940             WHEN OTHER
170950                 PERFORM 7347-CONFIRM-DEPT-RETIRE
170960         END-EVALUATE
170970         CLOSE DepartmentFile
170980     END-IF.
170990
171000 7345-COUNT-DEPT-OPEN-TASKS.
171010     MOVE 'N' TO EOF-SW
171020     OPEN INPUT ScheduleFile
171030     IF ScheduleStatus = "00"
171040         PERFORM 7346-COUNT-NEXT-TASK UNTIL EOF
171050         CLOSE ScheduleFile
171060     END-IF.
171070
171080 7346-COUNT-NEXT-TASK.
171090     READ ScheduleFile NEXT RECORD
171100         AT END
171110             MOVE 'Y' TO EOF-SW
171120         NOT AT END
171130             IF TaskOwner = DptCode AND TaskOpen
171140                 ADD 1 TO DmOpenCount
171150             END-IF
171160     END-READ.
171170
171180 7347-CONFIRM-DEPT-RETIRE.
171190     IF DptIsActive
171200         DISPLAY "Retire " DptCode " " DptName "? (Y/N):"
171210     ELSE
171220         DISPLAY "Reactivate " DptCode " " DptName "? (Y/N):"
171230     END-IF
171240     ACCEPT ConfirmAnswer
171250     INSPECT ConfirmAnswer CONVERTING "y" TO "Y"
171260     IF ConfirmAnswer = 'Y'
171270         IF DptIsActive
171280             MOVE 'N' TO DptActive
171290             MOVE "DEPTRETIRE" TO AuditAction
171300         ELSE
171310             MOVE 'Y' TO DptActive
171320             MOVE "DEPTACTIVE" TO AuditAction
171330         END-IF
171340         REWRITE DepartmentRecord
171350             INVALID KEY
171360                 DISPLAY "Error updating department."
171370             NOT INVALID KEY
171380                 DISPLAY "Department " DptCode " updated."
171390                 MOVE DptCode TO AuditTaskIDWork
171400                 MOVE DptName TO AuditBeforeWork
171410                 MOVE SPACES TO AuditAfterWork
171420                 PERFORM 9500-WRITE-AUDIT-RECORD
171430         END-REWRITE
171440     END-IF.
171450
171460*===========================================================
171470* ONE-TIME SET-UP OF THE DEPARTMENT MASTER.  WHILE THE FILE *
171480* DOES NOT EXIST, EVERY OWNER CODE CARRIED BY A USERFILE    *
171490* ACCOUNT - DISABLED ONES INCLUDED, SO NO OPEN TASK LOSES   *
171500* ITS DEPARTMENT - BECOMES AN ACTIVE DEPARTMENT NAMED FOR   *
171510* ITS CODE, WORKING 08:00-17:00.  A SUPERVISOR FILLS IN THE *
171520* NAMES, MANAGERS, AND MAILBOXES FROM THE DEPARTMENTS MENU. *
171530* NOTHING IS DONE UNTIL USERFILE ITSELF EXISTS.             *
171540*===========================================================
171550 9560-SEED-DEPARTMENTS.
171560     OPEN INPUT DepartmentFile
171570     IF DepartmentStatus = "00"
171580         CLOSE DepartmentFile
171590     END-IF
171600     IF DepartmentStatus = "35"
171610         MOVE 'N' TO UserScanEofSw
171620         OPEN INPUT UserFile
171630         IF UserStatus = "00"
171640             MOVE 0 TO DmSeedCount
171650             OPEN OUTPUT DepartmentFile
171660             PERFORM 9562-SEED-NEXT-USER UNTIL UserScanEOF
171670             CLOSE DepartmentFile
171680             CLOSE UserFile
171690             DISPLAY "Department master set up with "
171700                 DmSeedCount " department(s) from UserFile."
171710         END-IF
171720     END-IF.
171730
171740 9562-SEED-NEXT-USER.
171750     READ UserFile NEXT RECORD
171760         AT END
171770             MOVE 'Y' TO UserScanEofSw
171780         NOT AT END
171790             IF UsrOwnerCode NOT = SPACES
171800                 MOVE SPACES TO DepartmentRecord
171810                 MOVE UsrOwnerCode TO DptCode
171820                 MOVE UsrOwnerCode TO DptName
171830                 MOVE "08:00" TO DptDayStart
171840                 MOVE "17:00" TO DptDayEnd
171850                 MOVE 'Y' TO DptActive
171860                 WRITE DepartmentRecord
171870                     INVALID KEY
171880                         CONTINUE
171890                     NOT INVALID KEY
171900                         ADD 1 TO DmSeedCount
171910                 END-WRITE
171920             END-IF
171930     END-READ.
171940
171950*===========================================================
171960* FULL NAME AND MAILBOX OF DEPTLOOKUPCODE FROM DEPTLISTAREA *
171970* (1910 LOADS IT).  A CODE NOT ON THE MASTER, OR ONE WITH   *
171980* NO NAME YET, COMES BACK AS ITS OWN CODE WITH NO MAILBOX.  *
171990*===========================================================
172000 9575-LOOKUP-DEPT-NAME.
172010     MOVE 'N' TO DeptFoundSw
172020     MOVE 1 TO DeptKeySub
172030     PERFORM 9577-FIND-DEPT-NAME
172040         UNTIL DeptFound OR DeptKeySub > DeptCount
172050     MOVE DeptLookupCode TO DeptLookupName
172060     MOVE SPACES TO DeptLookupMailbox
172070     IF DeptFound
172080         IF DeptName(DeptKeySub) NOT = SPACES
172090             MOVE DeptName(DeptKeySub) TO DeptLookupName
172100         END-IF
172110         MOVE DeptMailbox(DeptKeySub) TO DeptLookupMailbox
172120     END-IF.
172130
172140 9577-FIND-DEPT-NAME.
172150     IF DeptCode(DeptKeySub) = DeptLookupCode
172160         MOVE 'Y' TO DeptFoundSw
172170     ELSE
172180         ADD 1 TO DeptKeySub
172190     END-IF.
172200
172210*===========================================================
172220* A REPORT THAT SHOWS OWNER CODES ON EVERY LINE ENDS WITH   *
172230* THIS KEY TO THE DEPARTMENTS' FULL NAMES.                  *
172240*===========================================================
172250 9580-WRITE-DEPT-KEY.
172260     MOVE SPACES TO ReportLine
172270     WRITE ReportLine
172280     MOVE "DEPARTMENTS" TO ReportLine
172290     WRITE ReportLine
172300     MOVE 1 TO DeptKeySub
172310     PERFORM 9582-DEPT-KEY-LINE UNTIL DeptKeySub > DeptCount.
172320
172330 9582-DEPT-KEY-LINE.
172340     MOVE SPACES TO ReportLine
172350     STRING "  " DELIMITED BY SIZE
172360             DeptCode(DeptKeySub) DELIMITED BY SIZE
172370             " " DELIMITED BY SIZE
172380             DeptName(DeptKeySub) DELIMITED BY SIZE
172390         INTO ReportLine
172400     IF NOT DeptEntryActive(DeptKeySub)
172410         MOVE "RETIRED" TO ReportLine(55:7)
172420     END-IF
172430     WRITE ReportLine
172440     ADD 1 TO DeptKeySub.
172450
172460*===========================================================
172470* FIND THE NEXT FREE SLOTS FOR ASSIGNOWNER.  THE CALLER HAS *
172480* SCHEDULEFILE OPEN, FSEARLIEST HOLDING THE DEFAULT FIRST   *
172490* DATE, DURATIONWORK THE TASK'S OWN DURATION (ZERO = ASK),  *
172500* AND RBCOUNT/RBCODE THE RESOURCES IT RESERVES, WHICH MUST  *
172510* BE FREE TOO.  WEEKENDS, HOLIDAYS, DAYS THE DEPARTMENT HAS *
172520* CLOSED, AND TIMES ALREADY PAST ARE PASSED OVER.  UP TO    *
172530* FIVE SLOTS ARE OFFERED; THE ONE PICKED COMES BACK IN      *
172540* FSPICKDATE/FSPICKSTART WITH FSPICKED SET.                 *
172550*===========================================================
172560 5400-FIND-FREE-SLOT.
172570     MOVE 'N' TO FsPickedSw
172580     PERFORM 5405-PROMPT-SLOT-DURATION
172590     PERFORM 5410-PROMPT-SLOT-RANGE
172600     PERFORM 5415-PROMPT-SLOT-WINDOW
172610     PERFORM 9650-GET-TODAY
172620     PERFORM 9600-BUILD-TIMESTAMP
172630     MOVE TimestampWork(12:5) TO TimeToConvert
172640     PERFORM 9840-TIME-TO-MINUTES
172650     MOVE MinutesWork TO FsNowMin
172660     MOVE 0 TO FsSlotCount
172670     MOVE 0 TO FsDayCount
172680     MOVE FsEarliest TO FsDay
172690     PERFORM 5420-SEARCH-ONE-DAY
172700         UNTIL FsSlotCount = 5 OR FsDay > FsLatest
172710     IF FsSlotCount = 0
172720         DISPLAY "No free slot for " AssignOwner " between "
172730             FsEarliest " and " FsLatest "."
172740     ELSE
172750         PERFORM 5440-PICK-SLOT
172760     END-IF.
172770
172780 5405-PROMPT-SLOT-DURATION.
172790     IF DurationWork > 0
172800         MOVE DurationWork TO FsDuration
172810     ELSE
172820         MOVE 'N' TO FsOkSw
172830         PERFORM 5406-ACCEPT-SLOT-DURATION UNTIL FsOk
172840     END-IF.
172850
172860 5406-ACCEPT-SLOT-DURATION.
172870     DISPLAY "Minutes the slot must last, 001-999:"
172880     ACCEPT FsDurInput
172890     IF FsDurInput(3:1) = SPACE AND FsDurInput(2:1) NOT = SPACE
172900         MOVE FsDurInput(1:2) TO FsDurInput(2:2)
172910         MOVE "0" TO FsDurInput(1:1)
172920     END-IF
172930     IF FsDurInput(2:1) = SPACE AND FsDurInput(1:1) NOT = SPACE
172940         MOVE FsDurInput(1:1) TO FsDurInput(3:1)
172950         MOVE "00" TO FsDurInput(1:2)
172960     END-IF
172970     IF FsDurInput IS NUMERIC AND FsDurInput NOT = "000"
172980         MOVE FsDurInput TO FsDuration
172990         MOVE 'Y' TO FsOkSw
173000     ELSE
173010         DISPLAY "Invalid duration - enter 001 to 999."
173020     END-IF.
173030
173040*===========================================================
173050* THE DATES TO SEARCH.  BLANK TAKES THE CALLER'S DATE FOR   *
173060* THE FIRST AND TWO WEEKS ON FROM IT FOR THE LAST.          *
173070*===========================================================
173080 5410-PROMPT-SLOT-RANGE.
173090     MOVE 'N' TO FsOkSw
173100     PERFORM 5411-ACCEPT-SLOT-EARLIEST UNTIL FsOk
173110     MOVE FsEarliest TO OccDateFmt
173120     PERFORM 5310-ADD-ONE-DAY 13 TIMES
173130     MOVE OccDateFmt TO FsLatest
173140     MOVE 'N' TO FsOkSw
173150     PERFORM 5412-ACCEPT-SLOT-LATEST UNTIL FsOk.
173160
173170 5411-ACCEPT-SLOT-EARLIEST.
173180     DISPLAY "Earliest date (blank = " FsEarliest "):"
173190     ACCEPT FsDateInput
173200     IF FsDateInput = SPACES
173210         MOVE FsEarliest TO FsDateInput
173220     END-IF
173230     MOVE FsDateInput TO DateToValidate
173240     PERFORM 9700-VALIDATE-DATE
173250     IF ValidDate
173260         MOVE FsDateInput TO FsEarliest
173270         MOVE 'Y' TO FsOkSw
173280     ELSE
173290         DISPLAY "Invalid date - enter a real YYYY-MM-DD date."
173300     END-IF.
173310
173320 5412-ACCEPT-SLOT-LATEST.
173330     DISPLAY "Latest date (blank = " FsLatest "):"
173340     ACCEPT FsDateInput
173350     IF FsDateInput = SPACES
173360         MOVE FsLatest TO FsDateInput
173370     END-IF
173380     MOVE FsDateInput TO DateToValidate
173390     PERFORM 9700-VALIDATE-DATE
173400     IF NOT ValidDate
173410         DISPLAY "Invalid date - enter a real YYYY-MM-DD date."
173420     ELSE
173430         IF FsDateInput < FsEarliest
173440             DISPLAY "The latest date may not be before the"
173450                 " earliest."
173460         ELSE
173470             MOVE FsDateInput TO FsLatest
173480             MOVE 'Y' TO FsOkSw
173490         END-IF
173500     END-IF.
173510
173520*===========================================================
173530* THE TIME-OF-DAY WINDOW.  BLANK TAKES THE OWNER            *
173540* DEPARTMENT'S WORKING HOURS FROM THE DEPARTMENT MASTER     *
173550* (08:00-17:00 WHEN IT HAS NONE).  THE SLOT MUST FIT INSIDE *
173560* IT.                                                       *
173570*===========================================================
173580 5415-PROMPT-SLOT-WINDOW.
173590     MOVE "08:00" TO FsWinFrom
173600     MOVE "17:00" TO FsWinTo
173610     OPEN INPUT DepartmentFile
173620     IF DepartmentStatus = "00"
173630         MOVE AssignOwner TO DptCode
173640         READ DepartmentFile
173650             INVALID KEY
173660                 CONTINUE
173670             NOT INVALID KEY
173680                 IF DptDayStart NOT = SPACES
173690                     MOVE DptDayStart TO FsWinFrom
173700                     MOVE DptDayEnd TO FsWinTo
173710                 END-IF
173720         END-READ
173730         CLOSE DepartmentFile
173740     END-IF
173750     MOVE 'N' TO FsOkSw
173760     PERFORM 5416-ACCEPT-SLOT-WINDOW UNTIL FsOk.
173770
173780 5416-ACCEPT-SLOT-WINDOW.
173790     DISPLAY "Window from HH:MM (blank = " FsWinFrom "):"
173800     ACCEPT FsFromInput
173810     IF FsFromInput = SPACES
173820         MOVE FsWinFrom TO FsFromInput
173830     END-IF
173840     DISPLAY "Window to HH:MM (blank = " FsWinTo "):"
173850     ACCEPT FsToInput
173860     IF FsToInput = SPACES
173870         MOVE FsWinTo TO FsToInput
173880     END-IF
173890     MOVE FsFromInput TO TimeToValidate
173900     PERFORM 9830-VALIDATE-TIME
173910     IF ValidTime
173920         MOVE FsToInput TO TimeToValidate
173930         PERFORM 9830-VALIDATE-TIME
173940     END-IF
173950     IF NOT ValidTime
173960         DISPLAY "Invalid time - enter HH:MM, 00:00-23:59."
173970     ELSE
173980         MOVE FsFromInput TO TimeToConvert
173990         PERFORM 9840-TIME-TO-MINUTES
174000         MOVE MinutesWork TO FsWinStartMin
174010         MOVE FsToInput TO TimeToConvert
174020         PERFORM 9840-TIME-TO-MINUTES
174030         MOVE MinutesWork TO FsWinEndMin
174040         IF FsWinEndMin < FsWinStartMin + FsDuration
174050             DISPLAY "A " FsDuration "-minute slot does not fit"
174060                 " in that window."
174070         ELSE
174080             MOVE FsFromInput TO FsWinFrom
174090             MOVE FsToInput TO FsWinTo
174100             MOVE 'Y' TO FsOkSw
174110         END-IF
174120     END-IF.
174130
174140*===========================================================
174150* ONE CANDIDATE DAY, THEN ON TO THE NEXT.  A DAY BEFORE     *
174160* TODAY OFFERS NOTHING; TODAY STARTS NO EARLIER THAN NOW.   *
174170* THE SEARCH GIVES UP AFTER A YEAR OF DAYS WHATEVER THE     *
174180* LATEST DATE SAYS.                                         *
174190*===========================================================
174200 5420-SEARCH-ONE-DAY.
174210     MOVE FsDay TO CheckWorkDate
174220     PERFORM 9850-CHECK-NON-WORKING
174230     MOVE 'N' TO DayClosedSw
174240     IF NOT NonWorkingDay
174250         MOVE AssignOwner TO CheckCloseOwner
174260         MOVE FsDay TO CheckCloseDate
174270         PERFORM 9870-CHECK-DAY-CLOSED
174280     END-IF
174290     IF NOT NonWorkingDay AND NOT DayClosed AND
174300        FsDay NOT < TodayDate
174310         PERFORM 5425-LOAD-DAY-BOOKINGS
174320         MOVE FsWinStartMin TO FsTryMin
174330         IF FsDay = TodayDate AND FsNowMin > FsTryMin
174340             MOVE FsNowMin TO FsTryMin
174350         END-IF
174360         IF NOT FsDayBlocked
174370             PERFORM 5430-TRY-NEXT-START
174380                 UNTIL FsSlotCount = 5 OR
174390                       FsTryMin + FsDuration > FsWinEndMin
174400         END-IF
174410     END-IF
174420     ADD 1 TO FsDayCount
174430     IF FsDayCount > 366
174440         MOVE FsLatest TO FsDay
174450     END-IF
174460     MOVE FsDay TO OccDateFmt
174470     PERFORM 5310-ADD-ONE-DAY
174480     MOVE OccDateFmt TO FsDay.
174490
174500*===========================================================
174510* THE OWNER'S BOOKINGS ON FSDAY AS MINUTE RANGES, READ THE  *
174520* SAME WAY AS THE DOUBLE-BOOKING CHECK.  AN UNTIMED TASK,   *
174530* A FULL TABLE, OR A RECORD HELD TOO LONG BY ANOTHER USER   *
174540* TAKES THE WHOLE DAY OUT OF THE SEARCH.                    *
174550*===========================================================
174560 5425-LOAD-DAY-BOOKINGS.
174570     MOVE 0 TO FsBusyCount
174580     MOVE 'N' TO FsAllDaySw
174590     MOVE 'N' TO EOF-SW
174600     MOVE 0 TO LockRetryCount
174610     MOVE FsDay TO TaskDate
174620     MOVE 0 TO TaskSeq
174630     START ScheduleFile KEY IS NOT LESS THAN SCHD-KEY
174640         INVALID KEY
174650             MOVE 'Y' TO EOF-SW
174660     END-START
174670     PERFORM 5426-LOAD-NEXT-BOOKING UNTIL EOF OR FsDayBlocked.
174680
174690 5426-LOAD-NEXT-BOOKING.
174700     READ ScheduleFile NEXT RECORD
174710         AT END
174720             MOVE 'Y' TO EOF-SW
174730         NOT AT END
174740             MOVE 0 TO LockRetryCount
174750             IF TaskDate = FsDay
174760                 IF TaskOwner = AssignOwner
174770                     PERFORM 5427-NOTE-BOOKING
174780                 END-IF
174790             ELSE
174800                 MOVE 'Y' TO EOF-SW
174810             END-IF
174820     END-READ
174830     IF ScheduleStatus = "99"
174840         ADD 1 TO LockRetryCount
174850         IF LockRetryCount > 4
174860             DISPLAY "Record held by another user - " FsDay
174870                 " left out of the search."
174880             MOVE 'Y' TO FsAllDaySw
174890         ELSE
174900             DISPLAY "Record held by another user - waiting..."
174910             PERFORM 5060-WAIT-A-MOMENT
174920         END-IF
174930     END-IF.
174940
174950 5427-NOTE-BOOKING.
174960     IF TaskStartTime = SPACES OR FsBusyCount = 50
174970         MOVE 'Y' TO FsAllDaySw
174980     ELSE
174990         ADD 1 TO FsBusyCount
175000         MOVE TaskStartTime TO TimeToConvert
175010         PERFORM 9840-TIME-TO-MINUTES
175020         MOVE MinutesWork TO FsBusyStart(FsBusyCount)
175030         IF TaskDuration = 0
175040             COMPUTE FsBusyEnd(FsBusyCount) = MinutesWork + 1
175050         ELSE
175060             COMPUTE FsBusyEnd(FsBusyCount) =
175070                 MinutesWork + TaskDuration
175080         END-IF
175090     END-IF.
175100
175110*===========================================================
175120* TRY A SLOT STARTING AT FSTRYMIN.  ANY BOOKING OR RESOURCE *
175130* RESERVATION IN THE WAY MOVES THE START TO WHERE THAT ONE  *
175140* ENDS AND THE CALLER TRIES AGAIN; A CLEAR RUN IS OFFERED   *
175150* AND THE NEXT TRY STARTS WHERE IT ENDS.                    *
175160*===========================================================
175170 5430-TRY-NEXT-START.
175180     COMPUTE FsTryEnd = FsTryMin + FsDuration
175190     MOVE 'N' TO FsMovedSw
175200     MOVE 1 TO FsBusySub
175210     PERFORM 5432-CHECK-BUSY-ENTRY UNTIL FsBusySub > FsBusyCount
175220     IF NOT FsMoved AND RbCount > 0
175230         PERFORM 5434-CHECK-SLOT-RESOURCES
175240     END-IF
175250     IF NOT FsMoved
175260         ADD 1 TO FsSlotCount
175270         MOVE FsDay TO FsSlotDate(FsSlotCount)
175280         MOVE FsTryMin TO FsShowMin
175290         PERFORM 5436-MINUTES-TO-TIME
175300         MOVE FsShowTime TO FsSlotStart(FsSlotCount)
175310         MOVE FsTryEnd TO FsTryMin
175320     END-IF.
175330
175340 5432-CHECK-BUSY-ENTRY.
175350     IF FsBusyStart(FsBusySub) < FsTryEnd AND
175360        FsTryMin < FsBusyEnd(FsBusySub)
175370         MOVE FsBusyEnd(FsBusySub) TO FsTryMin
175380         COMPUTE FsTryEnd = FsTryMin + FsDuration
175390         MOVE 'Y' TO FsMovedSw
175400     END-IF
175410     ADD 1 TO FsBusySub.
175420
175430 5434-CHECK-SLOT-RESOURCES.
175440     MOVE FsDay TO RbDate
175450     MOVE FsTryMin TO FsShowMin
175460     PERFORM 5436-MINUTES-TO-TIME
175470     MOVE FsShowTime TO RbStart
175480     MOVE FsDuration TO RbDuration
175490     MOVE SPACES TO RbSelfID
175500     PERFORM 9520-CHECK-RESOURCE-CLASH
175510     IF RbClash
175520         MOVE 'Y' TO FsMovedSw
175530         IF RbClashStart = SPACES
175540             MOVE FsWinEndMin TO FsTryMin
175550         ELSE
175560             MOVE RbClashStart TO TimeToConvert
175570             PERFORM 9840-TIME-TO-MINUTES
175580             IF RbClashDuration = 0
175590                 COMPUTE FsTryMin = MinutesWork + 1
175600             ELSE
175610                 COMPUTE FsTryMin = MinutesWork + RbClashDuration
175620             END-IF
175630         END-IF
175640     END-IF.
175650
175660 5436-MINUTES-TO-TIME.
175670     DIVIDE FsShowMin BY 60 GIVING FsHourWork
175680         REMAINDER FsMinWork
175690     MOVE SPACES TO FsShowTime
175700     STRING FsHourWork DELIMITED BY SIZE
175710             ":" DELIMITED BY SIZE
175720             FsMinWork DELIMITED BY SIZE
175730         INTO FsShowTime.
175740
175750 5440-PICK-SLOT.
175760     DISPLAY "Free " FsDuration "-minute slots for "
175770         AssignOwner ":"
175780     MOVE 1 TO FsSub
175790     PERFORM 5442-SHOW-SLOT UNTIL FsSub > FsSlotCount
175800     MOVE 'N' TO FsOkSw
175810     PERFORM 5444-ACCEPT-SLOT-PICK UNTIL FsOk.
175820
175830 5442-SHOW-SLOT.
175840     DISPLAY "  " FsSub ". " FsSlotDate(FsSub) " "
175850         FsSlotStart(FsSub)
175860     ADD 1 TO FsSub.
175870
175880 5444-ACCEPT-SLOT-PICK.
175890     DISPLAY "Slot number (blank = none of these):"
175900     ACCEPT FsPickInput
175910     IF FsPickInput = SPACE
175920         MOVE 'Y' TO FsOkSw
175930     ELSE
175940         IF FsPickInput IS NUMERIC
175950             MOVE FsPickInput TO FsPickNum
175960         ELSE
175970             MOVE 0 TO FsPickNum
175980         END-IF
175990         IF FsPickNum > 0 AND FsPickNum NOT > FsSlotCount
176000             MOVE FsSlotDate(FsPickNum) TO FsPickDate
176010             MOVE FsSlotStart(FsPickNum) TO FsPickStart
176020             MOVE 'Y' TO FsPickedSw
176030             MOVE 'Y' TO FsOkSw
176040         ELSE
176050             DISPLAY "Enter a slot number from the list,"
176060           " or blank."
176070         END-IF
176080     END-IF.
176090
176100*===========================================================
176110* PLACE A TEMPLATE LINE THAT CLASHES IN THE OWNER'S NEXT    *
176120* FREE SLOT FROM ITS OWN DATE ON, ITS RESOURCE INCLUDED.    *
176130* THE LINE TAKES THE SLOT'S DATE, START, AND DURATION; WITH *
176140* NO SLOT PICKED IT IS SKIPPED.                             *
176150*===========================================================
176160 7758-PLACE-TMPL-LINE.
176170     MOVE 0 TO RbCount
176180     IF TmplResCode NOT = SPACES
176190         MOVE 1 TO RbCount
176200         MOVE TmplResCode TO RbCode(1)
176210     END-IF
176220     MOVE TmplWriteDate TO FsEarliest
176230     PERFORM 5400-FIND-FREE-SLOT
176240     IF FsPicked
176250         MOVE FsPickDate TO TmplWriteDate
176255         MOVE FsPickDate TO ScanDate
176260         MOVE FsPickStart TO TmplStartTime
176270         MOVE FsPickStart TO StartTimeInput
176280         MOVE FsDuration TO TmplDuration
176290         MOVE FsDuration TO DurationWork
176300         DISPLAY "Line " TmplLineSeq " placed on " TmplWriteDate
176310             " at " TmplStartTime "."
176320     ELSE
176330         MOVE 'N' TO ProceedSw
176340     END-IF.
176350
176360*===========================================================
176370* INBOUND STATUS FEED.  EACH LINE OF INBOUNDUPDATES.CSV     *
176380* GOES THROUGH THE SAME RULES AS COMPLETE TASK: THE SENDER  *
176390* MUST BE AN ACTIVE ACCOUNT, ANOTHER DEPARTMENT'S TASK      *
176400* NEEDS A SUPERVISOR, A TASK GOES DONE ONLY ONCE ITS        *
176410* PREDECESSOR IS DONE, AND A CLOSED DAY IS REFUSED - THERE  *
176420* IS NO ONE AT A TERMINAL TO OVERRIDE IT.  WHAT IS APPLIED  *
176430* IS JOURNALED AND AUDITED UNDER THE SENDER'S NAME; WHAT IS *
176440* NOT GOES TO INBOUNDREJECTS.CSV WITH ITS REASON.  THE      *
176450* ACCEPTANCE SUMMARY IS WRITTEN TO REPORTFILE.DAT, AND THE  *
176460* FILE IS THEN SET ASIDE AS INBOUNDAPPLIED.CSV SO A RERUN   *
176470* CANNOT APPLY IT TWICE.  SCHEDULEFILE IS BACKED UP FIRST,  *
176480* THE SAME AS IN COMPLETE TASK.                             *
176490*===========================================================
176500 7350-APPLY-INBOUND.
176510     MOVE 0 TO InLineCount
176520     MOVE 0 TO InDoneCount
176530     MOVE 0 TO InCancelCount
176540     MOVE 0 TO InNoteCount
176550     MOVE 0 TO InRejCount
176560     MOVE 0 TO InQueuedCount
176570     MOVE 'N' TO ApNeedSw
176580     MOVE 'N' TO InReportSw
176590     OPEN INPUT InboundFile
176600     IF InboundStatus NOT = "00"
176610         DISPLAY "InboundUpdates.csv not found - no updates to"
176620             " apply."
176630     ELSE
176640         PERFORM 5900-BACKUP-SCHEDULE-FILE
176650         IF NOT BackupOK
176660             DISPLAY "Inbound updates not applied - backup not"
176670                 " confirmed."
176680             MOVE 'Y' TO BcStepFailSw
176690         ELSE
176700             PERFORM 7352-PROCESS-INBOUND-FILE
176710         END-IF
176720         CLOSE InboundFile
176730         IF InReportWritten
176740             PERFORM 7395-SET-INBOUND-ASIDE
176750         END-IF
176760     END-IF.
176770
176780 7352-PROCESS-INBOUND-FILE.
176790     OPEN OUTPUT InRejectFile
176800     OPEN OUTPUT ReportFile
176810     IF InRejectStatus NOT = "00" OR ReportStatus NOT = "00"
176820         DISPLAY "Unable to open InboundRejects.csv or"
176830             " ReportFile - updates not applied."
176840         MOVE 'Y' TO BcStepFailSw
176850     ELSE
176860         OPEN INPUT UserFile
176870         IF UserStatus NOT = "00"
176880             DISPLAY "UserFile could not be opened - updates not"
176890                 " applied."
176900             MOVE 'Y' TO BcStepFailSw
176910         ELSE
176920             PERFORM 5050-OPEN-SCHEDULE-IO
176930             IF ScheduleStatus NOT = "00"
176940                 MOVE 'Y' TO BcStepFailSw
176950             ELSE
176960                 PERFORM 9650-GET-TODAY
176970                 MOVE 0 TO PageNumber
176980                 PERFORM 7390-INBOUND-HEADER
176990                 MOVE 'N' TO InboundEofSw
177000                 PERFORM 7355-INBOUND-NEXT-LINE UNTIL InboundEOF
177010                 PERFORM 7392-INBOUND-SUMMARY
177020                 MOVE 'Y' TO InReportSw
177030                 CLOSE ScheduleFile
177040             END-IF
177050             CLOSE UserFile
177060         END-IF
177070     END-IF
177080     CLOSE InRejectFile
177090     CLOSE ReportFile.
177100
177110 7355-INBOUND-NEXT-LINE.
177120     READ InboundFile
177130         AT END
177140             MOVE 'Y' TO InboundEofSw
177150         NOT AT END
177160             PERFORM 7360-INBOUND-ONE-LINE
177170     END-READ.
177180
177190*===========================================================
177200* BLANK LINES AND A "TASKID," HEADING LINE ARE PASSED OVER. *
177210*===========================================================
177220 7360-INBOUND-ONE-LINE.
177230     IF InboundLine = SPACES OR InboundLine(1:7) = "TaskID,"
177240         CONTINUE
177250     ELSE
177260         ADD 1 TO InLineCount
177270         PERFORM 7362-PARSE-INBOUND-LINE
177280         PERFORM 7365-VALIDATE-INBOUND-LINE
177290         IF InReason = SPACES
177300             PERFORM 7370-APPLY-INBOUND-LINE
177310         END-IF
177320         IF InReason = SPACES
177330             IF ApNeeded AND NOT InNote
177340                 MOVE "QUEUED" TO InResult
177350             ELSE
177360                 MOVE "APPLIED" TO InResult
177370             END-IF
177380         ELSE
177390             MOVE InReason TO InResult
177400             PERFORM 7385-WRITE-INBOUND-REJECT
177410         END-IF
177420         PERFORM 7388-INBOUND-DETAIL-LINE
177430     END-IF.
177440
177450*===========================================================
177460* SPLIT ONE LINE ON COMMAS.  EVERYTHING PAST THE THIRD      *
177470* COMMA IS THE TEXT, SO A NOTE MAY CARRY COMMAS OF ITS OWN. *
177480* THE ACTION IS TAKEN IN EITHER CASE.                       *
177490*===========================================================
177500 7362-PARSE-INBOUND-LINE.
177510     MOVE SPACES TO InTaskID
177520     MOVE SPACES TO InAction
177530     MOVE SPACES TO InSender
177540     MOVE SPACES TO InText
177550     MOVE 1 TO InPtr
177560     UNSTRING InboundLine DELIMITED BY ","
177570         INTO InTaskID InAction InSender
177580         WITH POINTER InPtr
177590     END-UNSTRING
177600     IF InPtr <= 120
177610         MOVE InboundLine(InPtr:) TO InText
177620     END-IF
177630     INSPECT InAction CONVERTING "abcdefghijklmnopqrstuvwxyz"
177640         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
177650
177660*===========================================================
177670* THE CHECKS, IN ORDER; THE FIRST ONE FAILED IS THE REASON. *
177680*   BAD-ACTION  NOT DONE, CANCEL, OR NOTE                   *
177690*   NO-SENDER   SENDER IS NOT ON USERFILE                   *
177700*   SENDER-OFF  SENDER'S ACCOUNT IS DISABLED OR LOCKED      *
177710*   NO-TASK     NO TASK ON FILE WITH THAT TASKID            *
177720*   REC-HELD    TASK HELD BY ANOTHER USER THROUGHOUT        *
177730*   NO-AUTH     ANOTHER DEPARTMENT'S TASK, NOT A SUPERVISOR *
177740*   NO-TEXT     A NOTE WITH NOTHING IN IT                   *
177750*   NOT-OPEN    DONE OR CANCEL FOR A TASK ALREADY CLOSED OFF *
177760*   DAY-CLOSED  THE TASK'S DAY IS CLOSED FOR ITS DEPARTMENT  *
177770*   PRED-OPEN   DONE WHILE THE PREDECESSOR IS STILL OPEN     *
177780*   WRITE-ERR   THE REWRITE OR NOTE WRITE FAILED             *
177790*===========================================================
177800 7365-VALIDATE-INBOUND-LINE.
177810     MOVE SPACES TO InReason
177820     IF NOT InDone AND NOT InCancel AND NOT InNote
177830         MOVE "BAD-ACTION" TO InReason
177840     ELSE
177850         PERFORM 7366-CHECK-INBOUND-SENDER
177860     END-IF
177870     IF InReason = SPACES
177880         PERFORM 7367-READ-INBOUND-TASK
177890     END-IF
177900     IF InReason = SPACES
177910         IF TaskOwner NOT = InSenderOwner AND
177920            NOT InSenderSupervisor
177930             MOVE "NO-AUTH" TO InReason
177940         ELSE
177950             IF InNote
177960                 IF InText = SPACES
177970                     MOVE "NO-TEXT" TO InReason
177980                 END-IF
177990             ELSE
178000                 PERFORM 7368-CHECK-INBOUND-STATUS
178010             END-IF
178020         END-IF
178030     END-IF.
178040
178050 7366-CHECK-INBOUND-SENDER.
178060     MOVE InSender TO UsrUsername
178070     READ UserFile
178080         INVALID KEY
178090             MOVE "NO-SENDER" TO InReason
178100         NOT INVALID KEY
178110             IF NOT UsrActive
178120                 MOVE "SENDER-OFF" TO InReason
178130             ELSE
178140                 MOVE UsrOwnerCode TO InSenderOwner
178150                 MOVE UsrSupervisor TO InSenderSupvSw
178160             END-IF
178170     END-READ.
178180
178190*===========================================================
178200* THE SAME KEYED READ, WITH THE SAME WAIT FOR A RECORD HELD *
178210* BY ANOTHER USER, AS 6050-FIND-BY-TASKID.                  *
178220*===========================================================
178230 7367-READ-INBOUND-TASK.
178240     IF InTaskID(11:1) NOT = "-" OR InTaskID(12:5) IS NOT NUMERIC
178250         MOVE "NO-TASK" TO InReason
178260     ELSE
178270         MOVE InTaskID TO TaskIDInput
178280         MOVE 0 TO LockRetryCount
178290         PERFORM 6052-READ-TASK-BY-KEY
178300         PERFORM 6053-RETRY-HELD-RECORD
178310             UNTIL ScheduleStatus NOT = "99" OR LockRetryCount > 4
178320         IF ScheduleStatus = "99"
178330             MOVE "REC-HELD" TO InReason
178340         ELSE
178350             IF ScheduleStatus NOT = "00" OR TaskID NOT = InTaskID
178360                 MOVE "NO-TASK" TO InReason
178370             END-IF
178380         END-IF
178390     END-IF.
178400
178410 7368-CHECK-INBOUND-STATUS.
178420     IF NOT TaskOpen
178430         MOVE "NOT-OPEN" TO InReason
178440     ELSE
178450         MOVE TaskOwner TO CheckCloseOwner
178460         MOVE TaskDate TO CheckCloseDate
178470         PERFORM 9870-CHECK-DAY-CLOSED
178480         IF DayClosed
178490             MOVE "DAY-CLOSED" TO InReason
178500         ELSE
178510             IF InDone AND TaskPredID NOT = SPACES
178520                 MOVE TaskPredID TO PredIDInput
178530                 PERFORM 6055-CHECK-PRED-STATUS
178540                 IF PredOnFile AND PredStillOpen
178550                     MOVE "PRED-OPEN" TO InReason
178560                 END-IF
178570             END-IF
178580         END-IF
178590     END-IF.
178600
178610*===========================================================
178620* APPLY ONE CHECKED LINE UNDER THE SENDER'S NAME, SO THE    *
178630* JOURNAL, AUDIT LOG, TIME LOG, AND NOTE ALL SHOW WHO SENT  *
178640* IT.  TEXT ON A DONE OR CANCEL LINE IS KEPT AS A NOTE.     *
178650* A CANCEL THAT NEEDS A SUPERVISOR'S APPROVAL IS SENT TO    *
178660* THE APPROVAL QUEUE INSTEAD, ITS TEXT AS THE REASON.       *
178670*===========================================================
178680 7370-APPLY-INBOUND-LINE.
178690     MOVE InSender TO Username
178700     IF InNote
178710         PERFORM 7380-WRITE-INBOUND-NOTE
178720         IF InReason = SPACES
178730             ADD 1 TO InNoteCount
178740         END-IF
178750     ELSE
178760         MOVE 'N' TO ApNeedSw
178770         IF InCancel AND NOT InSenderSupervisor
178780             PERFORM 6535-CHECK-CANCEL-APPROVAL
178790         END-IF
178800         IF ApNeeded
178810             PERFORM 7382-QUEUE-INBOUND-CANCEL
178820         ELSE
178830             PERFORM 7372-MARK-INBOUND-STATUS
178840             IF InReason = SPACES
178850                 IF InDone
178860                     ADD 1 TO InDoneCount
178870                 ELSE
178880                     ADD 1 TO InCancelCount
178890                 END-IF
178900                 IF InText NOT = SPACES
178910                     PERFORM 7380-WRITE-INBOUND-NOTE
178920                 END-IF
178930             END-IF
178940         END-IF
178950     END-IF
178960     MOVE "*BATCH" TO Username.
178970
178980*===========================================================
178990* AS 6530-MARK-TASK-STATUS.  THE SENDER GIVES NO ACTUAL     *
179000* TIMES, SO A DONE TASK LOGS ITS SCHEDULED START AND        *
179010* DURATION - THE SAME AS BLANK ANSWERS AT THE TERMINAL.     *
179020*===========================================================
179030 7372-MARK-INBOUND-STATUS.
179040     MOVE ScheduleRecord TO JrnBeforeWork
179050     IF InDone
179060         MOVE 'D' TO TaskStatus
179070     ELSE
179080         MOVE 'C' TO TaskStatus
179090     END-IF
179100     REWRITE ScheduleRecord
179110         INVALID KEY
179120             MOVE "WRITE-ERR" TO InReason
179130         NOT INVALID KEY
179140             MOVE "INBOUND" TO JrnSourceWork
179150             PERFORM 9412-JOURNAL-CHANGE
179160             IF TaskDone
179170                 MOVE TaskStartTime TO ActStartWork
179180                 MOVE TaskDuration TO ActMinutesWork
179190                 PERFORM 9400-WRITE-TIME-LOG
179200                 MOVE "COMPLETE" TO AuditAction
179210                 MOVE "DONE" TO AuditAfterWork
179220             ELSE
179230                 MOVE "CANCEL" TO AuditAction
179240                 MOVE "CANCELLED" TO AuditAfterWork
179250                 MOVE TaskID TO RbSelfID
179260                 PERFORM 9540-RELEASE-RESOURCES
179270             END-IF
179280             MOVE TaskID TO AuditTaskIDWork
179290             MOVE TaskDescription TO AuditBeforeWork
179300             PERFORM 9500-WRITE-AUDIT-RECORD
179310     END-REWRITE.
179320
179330*===========================================================
179340* ONE NOTE LINE, WRITTEN AND AUDITED AS 9915 DOES.  A NOTE  *
179350* THAT CANNOT BE WRITTEN REJECTS A NOTE LINE; ON A DONE OR  *
179360* CANCEL LINE THE STATUS STANDS AND THE LOSS IS SHOWN.      *
179370*===========================================================
179380 7380-WRITE-INBOUND-NOTE.
179390     OPEN EXTEND NotesFile
179400     IF NotesStatus = "35"
179410         OPEN OUTPUT NotesFile
179420         CLOSE NotesFile
179430         OPEN EXTEND NotesFile
179440     END-IF
179450     IF NotesStatus NOT = "00"
179460         DISPLAY "Unable to open TaskNotes - note for " InTaskID
179470             " not taken."
179480         IF InNote
179490             MOVE "WRITE-ERR" TO InReason
179500         END-IF
179510     ELSE
179520         MOVE InTaskID TO NoteTaskID
179530         PERFORM 9600-BUILD-TIMESTAMP
179540         MOVE TimestampWork TO NoteWhen
179550         MOVE Username TO NoteUser
179560         MOVE InText TO NoteText
179570         WRITE NoteRecord
179580         IF NotesStatus NOT = "00"
179590             DISPLAY "Note write failed for " InTaskID "."
179600             IF InNote
179610                 MOVE "WRITE-ERR" TO InReason
179620             END-IF
179630         ELSE
179640             MOVE "NOTE" TO AuditAction
179650             MOVE InTaskID TO AuditTaskIDWork
179660             MOVE SPACES TO AuditBeforeWork
179670             MOVE InText(1:50) TO AuditAfterWork
179680             PERFORM 9500-WRITE-AUDIT-RECORD
179690         END-IF
179700         CLOSE NotesFile
179710     END-IF.
179720
179730 7385-WRITE-INBOUND-REJECT.
179740     ADD 1 TO InRejCount
179750     MOVE SPACES TO InRejectLine
179760     STRING InReason DELIMITED BY SPACE
179770             "," DELIMITED BY SIZE
179780             InboundLine DELIMITED BY SIZE
179790         INTO InRejectLine
179800     WRITE InRejectLine.
179810
179820 7388-INBOUND-DETAIL-LINE.
179830     IF LineCount NOT < 20
179840         PERFORM 7390-INBOUND-HEADER
179850     END-IF
179860     MOVE SPACES TO ReportLine
179870     STRING InTaskID DELIMITED BY SIZE
179880             " " DELIMITED BY SIZE
179890             InAction DELIMITED BY SIZE
179900             " " DELIMITED BY SIZE
179910             InSender DELIMITED BY SIZE
179920             " " DELIMITED BY SIZE
179930             InResult DELIMITED BY SIZE
179940             " " DELIMITED BY SIZE
179950             InText(1:40) DELIMITED BY SIZE
179960         INTO ReportLine
179970     WRITE ReportLine
179980     ADD 1 TO LineCount.
179990
180000 7390-INBOUND-HEADER.
180010     ADD 1 TO PageNumber
180020     MOVE SPACES TO ReportLine
180030     STRING "INBOUND STATUS UPDATES " DELIMITED BY SIZE
180040             TodayDate DELIMITED BY SIZE
180050             " - PAGE " DELIMITED BY SIZE
180060             PageNumber DELIMITED BY SIZE
180070         INTO ReportLine
180080     WRITE ReportLine
180090     MOVE SPACES TO ReportLine
180100     STRING "TASK ID          ACTION SENDER               "
180110             DELIMITED BY SIZE
180120             "RESULT     TEXT" DELIMITED BY SIZE
180130         INTO ReportLine
180140     WRITE ReportLine
180150     MOVE 0 TO LineCount.
180160
180170*===========================================================
180180* THE ACCEPTANCE SUMMARY CLOSING THE REPORT, ALSO SHOWN ON  *
180190* THE CONSOLE FOR THE RUN LOG.                              *
180200*===========================================================
180210 7392-INBOUND-SUMMARY.
180220     IF InLineCount = 0
180230         MOVE "  NO UPDATES IN THE FILE." TO ReportLine
180240         WRITE ReportLine
180250     END-IF
180260     MOVE SPACES TO ReportLine
180270     WRITE ReportLine
180280     MOVE SPACES TO ReportLine
180290     STRING "LINES READ: " DELIMITED BY SIZE
180300             InLineCount DELIMITED BY SIZE
180310             "   DONE: " DELIMITED BY SIZE
180320             InDoneCount DELIMITED BY SIZE
180330             "   CANCELLED: " DELIMITED BY SIZE
180340             InCancelCount DELIMITED BY SIZE
180350             "   NOTES: " DELIMITED BY SIZE
180360             InNoteCount DELIMITED BY SIZE
180370             "   QUEUED: " DELIMITED BY SIZE
180380             InQueuedCount DELIMITED BY SIZE
180390             "   REJECTED: " DELIMITED BY SIZE
180400             InRejCount DELIMITED BY SIZE
180410         INTO ReportLine
180420     WRITE ReportLine
180430     IF InRejCount > 0
180440         MOVE "REJECTS WITH REASON CODES: INBOUNDREJECTS.CSV"
180450             TO ReportLine
180460         WRITE ReportLine
180470     END-IF
180480     PERFORM 8300-REPORT-FOOTER
180490     DISPLAY "Inbound updates: " InLineCount " read, "
180500         InDoneCount " done, " InCancelCount " cancelled, "
180510         InNoteCount " notes, " InQueuedCount " queued, "
180520         InRejCount " rejected.".
180530
180540 7395-SET-INBOUND-ASIDE.
180550     MOVE SPACES TO BackupCmd
180560     STRING "mv InboundUpdates.csv InboundApplied.csv"
180570             DELIMITED BY SIZE
180580         INTO BackupCmd
180590     CALL "SYSTEM" USING BackupCmd
180600     IF RETURN-CODE NOT = 0
180610         DISPLAY "Unable to set InboundUpdates.csv aside - remove"
180620             " it before the next run."
180630         MOVE 'Y' TO BcStepWarnSw
180640     END-IF.
180650
180660*===========================================================
180670* AN EDIT BY SOMEONE WHO IS NOT A SUPERVISOR, WHEN EDIT IS  *
180680* ONE OF THE APPROVAL ACTIONS, IS KEYED IN AS USUAL BUT     *
180690* SENT AS A CHANGE REQUEST INSTEAD OF BEING APPLIED.        *
180700*===========================================================
180710 6090-CHECK-EDIT-APPROVAL.
180720     MOVE "EDIT" TO ApCheckCode
180730     PERFORM 7405-CHECK-APPROVAL-NEEDED
180740     IF ApNeeded
180750         DISPLAY "Edits need a supervisor's approval - this one"
180760             " is sent as a request."
180770         MOVE 'Y' TO ApQueueSw
180780         MOVE "EDIT" TO ApActionWork
180790     END-IF.
180800
180810*===========================================================
180820* SEND THE EDIT JUST KEYED IN FOR APPROVAL.  SCHEDULERECORD *
180830* HOLDS THE EDITED FIELDS UNDER THE OLD KEY; A NEW DATE IS  *
180840* CARRIED IN THE PROPOSED RECORD'S DATE.  THE RECORD ON     *
180850* FILE IS NOT TOUCHED.                                      *
180860*===========================================================
180870 6095-QUEUE-EDIT.
180880     MOVE JrnBeforeWork TO ApBeforeImage
180890     MOVE ScheduleRecord TO ApProposed
180900     IF TaskDateUpdateInput NOT = SPACES
180910         MOVE TaskDateUpdateInput TO ApPDate
180920     END-IF
180930     IF ApProposed = ApBeforeImage
180940         DISPLAY "Nothing was changed - no request sent."
180950     ELSE
180960         MOVE 'C' TO ApKindWork
180970         PERFORM 7410-PROMPT-APPROVAL-REASON
180980         PERFORM 7420-WRITE-CHANGE-REQUEST
180990     END-IF.
181000
181010*===========================================================
181020* SEND A DELETE FOR APPROVAL - EITHER DELETE IS AN APPROVAL *
181030* ACTION, OR THE TASK IS ON A CLOSED DAY AND THE OPERATOR   *
181040* CHOSE TO SEND IT (6075 HAS SET OVERRIDE).                 *
181050*===========================================================
181060 7010-QUEUE-DELETE.
181070     IF ApNeeded
181080         DISPLAY "Deleting a task needs a supervisor's approval."
181090         MOVE "DELETE" TO ApActionWork
181100     END-IF
181110     MOVE ScheduleRecord TO ApBeforeImage
181120     MOVE SPACES TO ApProposed
181130     MOVE 'D' TO ApKindWork
181140     PERFORM 7410-PROMPT-APPROVAL-REASON
181150     PERFORM 7420-WRITE-CHANGE-REQUEST.
181160
181170*===========================================================
181180* DOES CANCELLING THE TASK IN SCHEDULERECORD NEED A         *
181190* SUPERVISOR'S APPROVAL?  CANCEL COVERS EVERY TASK, CANCELH *
181200* ONLY A HIGH-PRIORITY ONE.  THE CALLER HAS ALREADY LET A   *
181210* SUPERVISOR THROUGH.  APACTIONWORK IS LEFT WITH THE RULE.  *
181220*===========================================================
181230 6535-CHECK-CANCEL-APPROVAL.
181240     MOVE "CANCEL" TO ApCheckCode
181250     PERFORM 7405-CHECK-APPROVAL-NEEDED
181260     IF NOT ApNeeded AND TaskPriHigh
181270         MOVE "CANCELH" TO ApCheckCode
181280         PERFORM 7405-CHECK-APPROVAL-NEEDED
181290     END-IF
181300     MOVE ApCheckCode TO ApActionWork.
181310
181320 6537-QUEUE-CANCEL.
181330     DISPLAY "Cancelling this task needs a supervisor's approval."
181340     MOVE ScheduleRecord TO ApBeforeImage
181350     MOVE ScheduleRecord TO ApProposed
181360     MOVE 'C' TO ApPStatus
181370     MOVE 'C' TO ApKindWork
181380     PERFORM 7410-PROMPT-APPROVAL-REASON
181390     PERFORM 7420-WRITE-CHANGE-REQUEST.
181400
181410*===========================================================
181420* A CANCEL LINE FROM A SENDER WHO IS NOT A SUPERVISOR, FOR  *
181430* A TASK WHOSE CANCEL NEEDS APPROVAL, IS SENT TO THE QUEUE  *
181440* UNDER THE SENDER'S NAME WITH THE LINE'S TEXT AS THE       *
181450* REASON.  THE TASK STAYS OPEN.                             *
181460*===========================================================
181470 7382-QUEUE-INBOUND-CANCEL.
181480     MOVE ScheduleRecord TO ApBeforeImage
181490     MOVE ScheduleRecord TO ApProposed
181500     MOVE 'C' TO ApPStatus
181510     MOVE 'C' TO ApKindWork
181520     MOVE InText TO ApReasonInput
181530     PERFORM 7420-WRITE-CHANGE-REQUEST
181540     IF ApWritten
181550         ADD 1 TO InQueuedCount
181560     ELSE
181570         MOVE "WRITE-ERR" TO InReason
181580     END-IF.
181590
181600*===========================================================
181610* APPROVAL QUEUE (MENU Q, SUPERVISORS) - REVIEW THE PENDING *
181620* CHANGE REQUESTS AND APPROVE OR REJECT THEM, OR PRINT THE  *
181630* QUEUE BY AGE.                                             *
181640*===========================================================
181650 7400-APPROVAL-MENU.
181660     DISPLAY "Approval Queue Menu".
181670     DISPLAY "1. Review Pending Requests".
181680     DISPLAY "2. Queue Report By Age".
181690     DISPLAY "X. Return To Main Menu".
181700     ACCEPT ApChoice.
181710     INSPECT ApChoice CONVERTING "x" TO "X".
181720     EVALUATE ApChoice
181730         WHEN '1' PERFORM 7430-REVIEW-QUEUE
181740         WHEN '2'
181750             MOVE "*ALL" TO SelectOwner
181760             PERFORM 7470-APPROVAL-AGE-REPORT
181770         WHEN 'X' CONTINUE
181780         WHEN OTHER DISPLAY "Invalid Choice"
181790     END-EVALUATE.
181800
181810*===========================================================
181820* THE APPROVAL ACTIONS ARE READ FROM APPROVALACTIONS.DAT    *
181830* THE FIRST TIME THEY ARE NEEDED.  WITH NO FILE, A CLOSED-  *
181840* DAY OVERRIDE, A DELETE, AND CANCELLING A HIGH-PRIORITY    *
181850* TASK NEED APPROVAL; AN EMPTY FILE MEANS NOTHING DOES.     *
181860*===========================================================
181870 7402-LOAD-APPROVAL-RULES.
181880     MOVE 'Y' TO ApRulesSw
181890     MOVE 0 TO ApRuleCount
181900     MOVE 'N' TO ApRuleEofSw
181910     OPEN INPUT ApRuleFile
181920     IF ApRuleStatus = "00"
181930         PERFORM 7403-LOAD-NEXT-APPROVAL-RULE UNTIL ApRuleEOF
181940         CLOSE ApRuleFile
181950     ELSE
181960         MOVE 3 TO ApRuleCount
181970         MOVE "OVERRIDE" TO ApRuleCode(1)
181980         MOVE "DELETE" TO ApRuleCode(2)
181990         MOVE "CANCELH" TO ApRuleCode(3)
182000     END-IF.
182010
182020 7403-LOAD-NEXT-APPROVAL-RULE.
182030     READ ApRuleFile
182040         AT END
182050             MOVE 'Y' TO ApRuleEofSw
182060         NOT AT END
182070             INSPECT AprAction CONVERTING
182080                 "abcdefghijklmnopqrstuvwxyz"
182090                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
182100             IF AprAction = SPACES OR AprAction(1:1) = "*"
182110                 CONTINUE
182120             ELSE
182130                 IF AprAction NOT = "OVERRIDE" AND
182140                    AprAction NOT = "DELETE" AND
182150                    AprAction NOT = "CANCELH" AND
182160                    AprAction NOT = "CANCEL" AND
182170                    AprAction NOT = "EDIT"
182180                     DISPLAY "Approval action ignored: " AprAction
182190                 ELSE
182200                     IF ApRuleCount < 10
182210                         ADD 1 TO ApRuleCount
182220                         MOVE AprAction TO ApRuleCode(ApRuleCount)
182230                     END-IF
182240                 END-IF
182250             END-IF
182260     END-READ.
182270
182280*===========================================================
182290* IS APCHECKCODE ONE OF THE APPROVAL ACTIONS?  ANSWERED IN  *
182300* APNEEDED.  WHO IS ASKING IS FOR THE CALLER TO SETTLE - A  *
182310* SUPERVISOR'S OWN CHANGES ARE NEVER QUEUED.                *
182320*===========================================================
182330 7405-CHECK-APPROVAL-NEEDED.
182340     IF NOT ApRulesLoaded
182350         PERFORM 7402-LOAD-APPROVAL-RULES
182360     END-IF
182370     MOVE 'N' TO ApNeedSw
182380     MOVE 1 TO ApRuleSub
182390     PERFORM 7407-MATCH-APPROVAL-RULE
182400         UNTIL ApRuleSub > ApRuleCount OR ApNeeded.
182410
182420 7407-MATCH-APPROVAL-RULE.
182430     IF ApRuleCode(ApRuleSub) = ApCheckCode
182440         MOVE 'Y' TO ApNeedSw
182450     END-IF
182460     ADD 1 TO ApRuleSub.
182470
182480 7410-PROMPT-APPROVAL-REASON.
182490     DISPLAY "Reason for the request (shown to the supervisor):"
182500     MOVE SPACES TO ApReasonInput
182510     ACCEPT ApReasonInput.
182520
182530*===========================================================
182540* WRITE ONE CHANGE REQUEST FROM APBEFOREIMAGE (THE TASK AS  *
182550* IT STANDS), APPROPOSED, APACTIONWORK, APKINDWORK, AND     *
182560* APREASONINPUT, UNDER USERNAME AS THE REQUESTER.  THE KEY  *
182570* IS THE MOMENT OF THE REQUEST; A SECOND REQUEST IN THE     *
182580* SAME SECOND TAKES THE NEXT SEQUENCE.  THE QUEUE IS OPENED *
182590* AND CLOSED FOR EACH REQUEST, AS THE NOTES FILE IS.        *
182600*===========================================================
182610 7420-WRITE-CHANGE-REQUEST.
182620     MOVE 'N' TO ApWrittenSw
182630     OPEN I-O ApprovalFile
182640     IF ApprovalStatus = "35"
182650         OPEN OUTPUT ApprovalFile
182660         CLOSE ApprovalFile
182670         OPEN I-O ApprovalFile
182680     END-IF
182690     IF ApprovalStatus NOT = "00"
182700         DISPLAY "Unable to open ApprovalQueue - request not"
182710             " sent."
182720     ELSE
182730         MOVE SPACES TO ApprovalRecord
182740         PERFORM 9600-BUILD-TIMESTAMP
182750         MOVE TimestampWork TO ApqWhen
182760         MOVE 0 TO ApqSeq
182770         MOVE ApActionWork TO ApqAction
182780         MOVE ApKindWork TO ApqKind
182790         MOVE ApBTaskID TO ApqTaskID
182800         MOVE ApBOwner TO ApqOwner
182810         MOVE Username TO ApqRequester
182820         MOVE ApReasonInput TO ApqReqReason
182830         MOVE 'P' TO ApqStatus
182840         MOVE 'N' TO ApqBriefed
182850         MOVE ApBeforeImage TO ApqBefore
182860         MOVE ApProposed TO ApqAfter
182870         MOVE 0 TO ApTryCount
182880         PERFORM 7422-WRITE-REQUEST-KEY
182890             UNTIL ApWritten OR ApTryCount > 98
182900         CLOSE ApprovalFile
182910         IF ApWritten
182920             DISPLAY "Sent for supervisor approval: " ApqAction
182930                 " " ApqTaskID
182940             MOVE "REQUEST" TO AuditAction
182950             MOVE ApqTaskID TO AuditTaskIDWork
182960             MOVE ApqAction TO AuditBeforeWork
182970             MOVE ApqReqReason TO AuditAfterWork
182980             PERFORM 9500-WRITE-AUDIT-RECORD
182990         ELSE
183000             DISPLAY "Request not written - nothing was changed."
183010         END-IF
183020     END-IF.
183030
183040 7422-WRITE-REQUEST-KEY.
183050     WRITE ApprovalRecord
183060         INVALID KEY
183070             ADD 1 TO ApTryCount
183080             MOVE ApTryCount TO ApqSeq
183090         NOT INVALID KEY
183100             MOVE 'Y' TO ApWrittenSw
183110     END-WRITE.
183120
183130*===========================================================
183140* REVIEW - THE PENDING REQUESTS ARE LISTED OLDEST FIRST AND *
183150* ONE IS PICKED, SHOWN BESIDE THE TASK AS IT STANDS NOW,    *
183160* AND APPROVED, REJECTED, OR LEFT.  THE LIST COMES BACK     *
183170* UNTIL A BLANK PICK.                                       *
183180*===========================================================
183190 7430-REVIEW-QUEUE.
183200     PERFORM 9650-GET-TODAY
183210     MOVE TodayDate TO DayNumDate
183220     PERFORM 9820-DATE-TO-DAYNUM
183230     MOVE DayNumWork TO TodayDayNum
183240     OPEN I-O ApprovalFile
183250     IF ApprovalStatus NOT = "00"
183260         DISPLAY "No change requests are on file."
183270     ELSE
183280         MOVE 'N' TO ApReviewSw
183290         PERFORM 7431-REVIEW-ROUND UNTIL ApReviewDone
183300         CLOSE ApprovalFile
183310     END-IF.
183320
183330 7431-REVIEW-ROUND.
183340     PERFORM 7432-LOAD-PENDING-LIST
183350     IF ApListCount = 0
183360         DISPLAY "No change requests are waiting."
183370         MOVE 'Y' TO ApReviewSw
183380     ELSE
183390         PERFORM 7436-PICK-REQUEST
183400         IF ApPickInput = SPACES
183410             MOVE 'Y' TO ApReviewSw
183420         ELSE
183430             IF ApPick > 0
183440                 PERFORM 7440-REVIEW-ONE-REQUEST
183450             END-IF
183460         END-IF
183470     END-IF.
183480
183490 7432-LOAD-PENDING-LIST.
183500     MOVE 0 TO ApListCount
183510     MOVE 0 TO ApPendCount
183520     MOVE 'N' TO ApQueueEofSw
183530     MOVE LOW-VALUES TO ApqKey
183540     START ApprovalFile KEY IS NOT LESS THAN ApqKey
183550         INVALID KEY
183560             MOVE 'Y' TO ApQueueEofSw
183570     END-START
183580     PERFORM 7433-LIST-NEXT-PENDING UNTIL ApQueueEOF
183590     IF ApPendCount > ApListCount
183600         DISPLAY "  (" ApPendCount " waiting - the oldest "
183610             ApListCount " are listed.)"
183620     END-IF.
183630
183640 7433-LIST-NEXT-PENDING.
183650     READ ApprovalFile NEXT RECORD
183660         AT END
183670             MOVE 'Y' TO ApQueueEofSw
183680         NOT AT END
183690             IF ApqPending
183700                 ADD 1 TO ApPendCount
183710                 IF ApListCount < 50
183720                     IF ApListCount = 0
183730                         DISPLAY "Change requests waiting, oldest"
183740                             " first:"
183750                     END-IF
183760                     ADD 1 TO ApListCount
183770                     MOVE ApqKey TO ApListKey(ApListCount)
183780                     PERFORM 7478-REQUEST-AGE
183790                     MOVE ApListCount TO ApPick
183800                     DISPLAY ApPick ". " ApqAction " " ApqTaskID
183810                         " " ApqRequester " " ApAgeDays " DAYS"
183820                 END-IF
183830             END-IF
183840     END-READ.
183850
183860 7436-PICK-REQUEST.
183870     MOVE 0 TO ApPick
183880     DISPLAY "Review which request? (number, blank to return):"
183890     MOVE SPACES TO ApPickInput
183900     ACCEPT ApPickInput
183910     IF ApPickInput NOT = SPACES
183920         IF ApPickInput(2:1) = SPACE
183930             MOVE ApPickInput(1:1) TO ApPickInput(2:1)
183940             MOVE "0" TO ApPickInput(1:1)
183950         END-IF
183960         IF ApPickInput IS NUMERIC
183970             MOVE ApPickInput TO ApPick
183980         END-IF
183990         IF ApPick < 1 OR ApPick > ApListCount
184000             DISPLAY "No such request."
184010             MOVE 0 TO ApPick
184020         END-IF
184030     END-IF.
184040
184050*===========================================================
184060* A REQUEST IS DECIDED BY A SUPERVISOR OTHER THAN THE ONE   *
184070* WHO MADE IT, SO EVERY CHANGE CARRIES TWO NAMES.           *
184080*===========================================================
184090 7440-REVIEW-ONE-REQUEST.
184100     MOVE ApListKey(ApPick) TO ApqKey
184110     READ ApprovalFile RECORD
184120         INVALID KEY
184130             MOVE SPACE TO ApqStatus
184140     END-READ
184150     IF NOT ApqPending
184160         DISPLAY "That request has already been decided."
184170     ELSE
184180         PERFORM 7442-SHOW-REQUEST
184190         IF ApqRequester = Username
184200             DISPLAY "This is your own request - another"
184210                 " supervisor must decide it."
184220         ELSE
184230             PERFORM 7444-TAKE-DECISION
184240         END-IF
184250     END-IF.
184260
184270*===========================================================
184280* THE REQUEST WITH THE TASK AS IT STANDS NOW ON THE LEFT    *
184290* AND THE PROPOSED RECORD ON THE RIGHT.  A DELETE HAS NO    *
184300* PROPOSED RECORD.                                          *
184310*===========================================================
184320 7442-SHOW-REQUEST.
184330     PERFORM 7478-REQUEST-AGE
184340     MOVE ApqAfter TO ApProposed
184350     DISPLAY "Request:  " ApqAction " " ApqTaskID " by "
184360         ApqRequester
184370     DISPLAY "Made:     " ApqWhen " (" ApAgeDays " days ago)"
184380     DISPLAY "Reason:   " ApqReqReason
184390     MOVE 'N' TO FoundSw
184400     OPEN INPUT ScheduleFile
184410     IF ScheduleStatus = "00"
184420         MOVE ApqTaskID TO TaskIDInput
184430         PERFORM 6052-READ-TASK-BY-KEY
184440         IF ScheduleStatus = "00" AND TaskID = ApqTaskID
184450             MOVE 'Y' TO FoundSw
184460         END-IF
184470         CLOSE ScheduleFile
184480     END-IF
184490     IF NOT TaskFound
184500         MOVE SPACES TO ScheduleRecord
184510         DISPLAY "The task is no longer on file."
184520     ELSE
184530         IF ScheduleRecord NOT = ApqBefore
184540             DISPLAY "The task has changed since the request"
184550                 " was made."
184560         END-IF
184570     END-IF
184580     IF ApqDelete
184590         DISPLAY "Proposed: delete the task."
184600     END-IF
184610     DISPLAY "              CURRENT           PROPOSED"
184620     DISPLAY "  Date        " TaskDate "        " ApPDate
184630     DISPLAY "  Owner       " TaskOwner "        " ApPOwner
184640     DISPLAY "  Status      " TaskStatus "                 "
184650         ApPStatus
184660     DISPLAY "  Start       " TaskStartTime "             "
184670         ApPStartTime
184680     DISPLAY "  Duration    " TaskDuration "               "
184690         ApPDuration
184700     DISPLAY "  Priority    " TaskPriority "                 "
184710         ApPPriority
184720     DISPLAY "  Predecessor " TaskPredID "  " ApPPredID
184730     DISPLAY "  Description " TaskDescription
184740     DISPLAY "   proposed   " ApPDescription.
184750
184760 7444-TAKE-DECISION.
184770     DISPLAY "(A)pprove, (R)eject, or blank to leave it pending:"
184780     MOVE SPACE TO ApDecision
184790     ACCEPT ApDecision
184800     INSPECT ApDecision CONVERTING "ar" TO "AR"
184810     EVALUATE ApDecision
184820         WHEN 'A'
184830             PERFORM 7450-APPLY-REQUEST
184840             IF ApApplied
184850                 MOVE 'A' TO ApqStatus
184860                 PERFORM 7460-RECORD-DECISION
184870             END-IF
184880         WHEN 'R'
184890             PERFORM 7465-REJECT-REQUEST
184900         WHEN SPACE
184910             CONTINUE
184920         WHEN OTHER
184930             DISPLAY "Invalid choice - the request stays pending."
184940     END-EVALUATE.
184950
184960*===========================================================
184970* APPLY AN APPROVED REQUEST THROUGH THE SAME PARAGRAPHS AS  *
184980* THE OPERATOR'S OWN EDIT, DELETE, OR CANCEL, SO THE        *
184990* JOURNAL, AUDIT LOG, NOTES, AND RESERVATIONS FOLLOW AS     *
185000* THEY ALWAYS DO.  SCHEDULEFILE IS BACKED UP FIRST.  THE    *
185010* TASK MUST STILL BE EXACTLY AS IT WAS WHEN THE REQUEST WAS *
185020* MADE - ANYTHING ELSE IS REFUSED AND THE REQUEST STAYS     *
185030* PENDING, TO BE REJECTED AND ASKED FOR AGAIN.              *
185040*===========================================================
185050 7450-APPLY-REQUEST.
185060     MOVE 'N' TO ApAppliedSw
185070     PERFORM 5900-BACKUP-SCHEDULE-FILE
185080     IF NOT BackupOK
185090         DISPLAY "Not applied - backup not confirmed; the request"
185100             " stays pending."
185110     ELSE
185120         PERFORM 5050-OPEN-SCHEDULE-IO
185130         MOVE ApqTaskID TO TaskIDInput
185140         PERFORM 6050-FIND-BY-TASKID
185150         IF NOT TaskFound
185160             DISPLAY "Not applied - the task is no longer on"
185170                 " file."
185180         ELSE
185190             IF ScheduleRecord NOT = ApqBefore
185200                 DISPLAY "Not applied - the task has changed"
185210                     " since the request was made."
185220             ELSE
185230                 PERFORM 7452-APPLY-TO-TASK
185240             END-IF
185250         END-IF
185260         CLOSE ScheduleFile
185270     END-IF.
185280
185290 7452-APPLY-TO-TASK.
185300     MOVE ScheduleRecord TO JrnBeforeWork
185310     MOVE TaskDescription TO OldDescription
185320     MOVE TaskDate TO OldTaskDate
185330     MOVE TaskOwner TO OldTaskOwner
185340     EVALUATE TRUE
185350         WHEN ApqDelete
185360             PERFORM 7454-APPLY-DELETE
185370         WHEN ApqAction = "CANCEL" OR ApqAction = "CANCELH"
185380             MOVE 'C' TO StatusAnswer
185390             PERFORM 6530-MARK-TASK-STATUS
185400             IF ScheduleStatus = "00"
185410                 MOVE 'Y' TO ApAppliedSw
185420             END-IF
185430         WHEN OTHER
185440             PERFORM 7456-APPLY-EDIT
185450     END-EVALUATE.
185460
185470 7454-APPLY-DELETE.
185480     MOVE TaskID TO NoteScanID
185490     DELETE ScheduleFile RECORD
185500         INVALID KEY
185510             DISPLAY "Error deleting task."
185520         NOT INVALID KEY
185530             MOVE 'Y' TO ApAppliedSw
185540             DISPLAY "Task Deleted: " TaskID
185550             MOVE "DELETE" TO JrnSourceWork
185560             PERFORM 9414-JOURNAL-DELETE
185570             MOVE "DELETE" TO AuditAction
185580             MOVE TaskID TO AuditTaskIDWork
185590             MOVE OldDescription TO AuditBeforeWork
185600             MOVE SPACES TO AuditAfterWork
185610             PERFORM 9500-WRITE-AUDIT-RECORD
185620             PERFORM 9930-DELETE-TASK-NOTES
185630             MOVE TaskID TO RbSelfID
185640             PERFORM 9540-RELEASE-RESOURCES
185650     END-DELETE.
185660
185670*===========================================================
185680* THE PROPOSED RECORD REPLACES THE TASK.  ITS RESERVATIONS  *
185690* ARE CHECKED AT THE PROPOSED DATE AND TIME FIRST, AS 6080  *
185700* DOES, AND MOVE WITH IT; A CLASH LEAVES IT UNCHANGED.      *
185710*===========================================================
185720 7456-APPLY-EDIT.
185730     MOVE ApqAfter TO ApProposed
185740     MOVE TaskID TO RbSelfID
185750     PERFORM 9545-LOAD-TASK-RESOURCES
185760     MOVE RbCount TO RbHadCount
185770     MOVE 'N' TO RbClashSw
185780     IF RbCount > 0
185790         MOVE ApPDate TO RbDate
185800         MOVE ApPStartTime TO RbStart
185810         MOVE ApPDuration TO RbDuration
185820         PERFORM 9520-CHECK-RESOURCE-CLASH
185830     END-IF
185840     IF RbClash
185850         PERFORM 9528-SHOW-RESOURCE-CLASH
185860         DISPLAY "Not applied - a reserved resource is already"
185870             " booked at the proposed time."
185880     ELSE
185890         MOVE ApProposed TO ScheduleRecord
185900         MOVE OldTaskDate TO TaskDate
185910         IF ApPDate = OldTaskDate
185920             MOVE SPACES TO TaskDateUpdateInput
185930             PERFORM 6100-REWRITE-SAME-DATE
185940         ELSE
185950             MOVE ApPDate TO TaskDateUpdateInput
185960             PERFORM 6200-REWRITE-NEW-DATE
185970         END-IF
185980         IF ScheduleStatus = "00"
185990             MOVE 'Y' TO ApAppliedSw
186000         END-IF
186010     END-IF.
186020
186030*===========================================================
186040* RECORD THE DECISION ON THE REQUEST AND AUDIT IT - THE     *
186050* DECIDING SUPERVISOR IS THE AUDIT USER, THE REQUESTER IS   *
186060* NAMED IN THE BEFORE FIELD.  THE REQUESTER SEES THE        *
186070* DECISION AT THEIR NEXT LOGIN.                             *
186080*===========================================================
186090 7460-RECORD-DECISION.
186100     MOVE Username TO ApqDecidedBy
186110     PERFORM 9600-BUILD-TIMESTAMP
186120     MOVE TimestampWork TO ApqDecidedWhen
186130     MOVE 'N' TO ApqBriefed
186140     REWRITE ApprovalRecord
186150         INVALID KEY
186160             DISPLAY "Unable to record the decision on"
186170                 " ApprovalQueue."
186180     END-REWRITE
186190     IF ApqApproved
186200         DISPLAY "Request approved and applied."
186210         MOVE "APPROVE" TO AuditAction
186220         MOVE ApqReqReason TO AuditAfterWork
186230     ELSE
186240         DISPLAY "Request rejected."
186250         MOVE "REJECT" TO AuditAction
186260         MOVE ApqDecReason TO AuditAfterWork
186270     END-IF
186280     MOVE ApqTaskID TO AuditTaskIDWork
186290     MOVE SPACES TO AuditBeforeWork
186300     STRING ApqAction DELIMITED BY SPACE
186310             " REQUESTED BY " DELIMITED BY SIZE
186320             ApqRequester DELIMITED BY SPACE
186330         INTO AuditBeforeWork
186340     PERFORM 9500-WRITE-AUDIT-RECORD.
186350
186360 7465-REJECT-REQUEST.
186370     DISPLAY "Reason for rejecting (required):"
186380     MOVE SPACES TO ApReasonInput
186390     ACCEPT ApReasonInput
186400     IF ApReasonInput = SPACES
186410         DISPLAY "A rejection needs a reason - the request stays"
186420             " pending."
186430     ELSE
186440         MOVE ApReasonInput TO ApqDecReason
186450         MOVE 'R' TO ApqStatus
186460         PERFORM 7460-RECORD-DECISION
186470     END-IF.
186480
186490*===========================================================
186500* APPROVAL QUEUE BY AGE - EVERY PENDING REQUEST FOR         *
186510* SELECTOWNER (*ALL = EVERY DEPARTMENT), OLDEST FIRST, WITH *
186520* THE COUNT IN EACH AGE BAND.  A REQUEST WAITING MORE THAN  *
186530* APAGELIMIT DAYS IS FLAGGED LATE.                          *
186540*===========================================================
186550 7470-APPROVAL-AGE-REPORT.
186560     PERFORM 9650-GET-TODAY
186570     MOVE TodayDate TO DayNumDate
186580     PERFORM 9820-DATE-TO-DAYNUM
186590     MOVE DayNumWork TO TodayDayNum
186600     MOVE 0 TO PageNumber
186610     MOVE 0 TO ApPendCount
186620     MOVE 0 TO ApLateCount
186630     MOVE 0 TO ApOldestDays
186640     MOVE 0 TO ApBandCount(1)
186650     MOVE 0 TO ApBandCount(2)
186660     MOVE 0 TO ApBandCount(3)
186670     MOVE 0 TO ApBandCount(4)
186680     OPEN OUTPUT ReportFile
186690     IF ReportStatus NOT = "00"
186700         DISPLAY "Unable to open ReportFile - queue report not"
186710             " written."
186720         MOVE 'Y' TO BcStepFailSw
186730     ELSE
186740         PERFORM 7476-AGE-REPORT-HEADER
186750         OPEN INPUT ApprovalFile
186760         IF ApprovalStatus = "00"
186770             MOVE 'N' TO ApQueueEofSw
186780             PERFORM 7472-AGE-REPORT-NEXT UNTIL ApQueueEOF
186790             CLOSE ApprovalFile
186800         END-IF
186810         IF ApPendCount = 0
186820             MOVE "  NO CHANGE REQUESTS ARE WAITING."
186830                 TO ReportLine
186840             WRITE ReportLine
186850         END-IF
186860         MOVE SPACES TO ReportLine
186870         WRITE ReportLine
186880         MOVE SPACES TO ReportLine
186890         STRING "WAITING: " DELIMITED BY SIZE
186900                 ApPendCount DELIMITED BY SIZE
186910                 "   TODAY: " DELIMITED BY SIZE
186920                 ApBandCount(1) DELIMITED BY SIZE
186930                 "   1-2 DAYS: " DELIMITED BY SIZE
186940                 ApBandCount(2) DELIMITED BY SIZE
186950                 "   3-6 DAYS: " DELIMITED BY SIZE
186960                 ApBandCount(3) DELIMITED BY SIZE
186970                 "   7+ DAYS: " DELIMITED BY SIZE
186980                 ApBandCount(4) DELIMITED BY SIZE
186990             INTO ReportLine
187000         WRITE ReportLine
187010         MOVE SPACES TO ReportLine
187020         STRING "OLDEST: " DELIMITED BY SIZE
187030                 ApOldestDays DELIMITED BY SIZE
187040                 " DAYS   LATE (OVER " DELIMITED BY SIZE
187050                 ApAgeLimit DELIMITED BY SIZE
187060                 " DAYS): " DELIMITED BY SIZE
187070                 ApLateCount DELIMITED BY SIZE
187080             INTO ReportLine
187090         WRITE ReportLine
187100         PERFORM 8300-REPORT-FOOTER
187110         CLOSE ReportFile
187120         DISPLAY "Approval queue report written to"
187130             " ReportFile.dat."
187140     END-IF.
187150
187160 7472-AGE-REPORT-NEXT.
187170     READ ApprovalFile NEXT RECORD
187180         AT END
187190             MOVE 'Y' TO ApQueueEofSw
187200         NOT AT END
187210             IF ApqPending AND
187220                (ApqOwner = SelectOwner OR SelectOwner = "*ALL")
187230                 PERFORM 7474-AGE-REPORT-DETAIL
187240             END-IF
187250     END-READ.
187260
187270 7474-AGE-REPORT-DETAIL.
187280     IF LineCount NOT < 20
187290         PERFORM 7476-AGE-REPORT-HEADER
187300     END-IF
187310     ADD 1 TO ApPendCount
187320     PERFORM 7478-REQUEST-AGE
187330     EVALUATE TRUE
187340         WHEN ApAgeDays = 0
187350             MOVE 1 TO ApBandSub
187360         WHEN ApAgeDays < 3
187370             MOVE 2 TO ApBandSub
187380         WHEN ApAgeDays < 7
187390             MOVE 3 TO ApBandSub
187400         WHEN OTHER
187410             MOVE 4 TO ApBandSub
187420     END-EVALUATE
187430     ADD 1 TO ApBandCount(ApBandSub)
187440     IF ApAgeDays > ApOldestDays
187450         MOVE ApAgeDays TO ApOldestDays
187460     END-IF
187470     MOVE SPACES TO ReportLine
187480     STRING ApAgeDays DELIMITED BY SIZE
187490             " " DELIMITED BY SIZE
187500             ApqWhen DELIMITED BY SIZE
187510             " " DELIMITED BY SIZE
187520             ApqAction DELIMITED BY SIZE
187530             " " DELIMITED BY SIZE
187540             ApqTaskID DELIMITED BY SIZE
187550             " " DELIMITED BY SIZE
187560             ApqOwner DELIMITED BY SIZE
187570             " " DELIMITED BY SIZE
187580             ApqRequester DELIMITED BY SIZE
187590         INTO ReportLine
187600     IF ApAgeDays > ApAgeLimit
187610         ADD 1 TO ApLateCount
187620         MOVE "LATE" TO ReportLine(85:4)
187630     END-IF
187640     WRITE ReportLine
187650     ADD 1 TO LineCount
187660     IF ApqReqReason NOT = SPACES
187670         MOVE SPACES TO ReportLine
187680         STRING "      REASON: " DELIMITED BY SIZE
187690                 ApqReqReason DELIMITED BY SIZE
187700             INTO ReportLine
187710         WRITE ReportLine
187720         ADD 1 TO LineCount
187730     END-IF.
187740
187750 7476-AGE-REPORT-HEADER.
187760     ADD 1 TO PageNumber
187770     MOVE SPACES TO ReportLine
187780     STRING "APPROVAL QUEUE BY AGE - " DELIMITED BY SIZE
187790             SelectOwner DELIMITED BY SPACE
187800             " " DELIMITED BY SIZE
187810             TodayDate DELIMITED BY SIZE
187820             " - PAGE " DELIMITED BY SIZE
187830             PageNumber DELIMITED BY SIZE
187840         INTO ReportLine
187850     WRITE ReportLine
187860     MOVE SPACES TO ReportLine
187870     STRING "DAYS  REQUESTED           ACTION   TASK ID          "
187880             DELIMITED BY SIZE
187890             "OWNER      REQUESTED BY" DELIMITED BY SIZE
187900         INTO ReportLine
187910     WRITE ReportLine
187920     MOVE 0 TO LineCount.
187930
187940*===========================================================
187950* WHOLE DAYS SINCE THE REQUEST IN APPROVALRECORD WAS MADE,  *
187960* AGAINST TODAYDAYNUM, WHICH THE CALLER HAS SET.            *
187970*===========================================================
187980 7478-REQUEST-AGE.
187990     MOVE ApqWhen(1:10) TO DayNumDate
188000     PERFORM 9820-DATE-TO-DAYNUM
188010     IF DayNumWork > TodayDayNum
188020         MOVE 0 TO ApAgeDays
188030     ELSE
188040         COMPUTE ApAgeDays = TodayDayNum - DayNumWork
188050     END-IF.
188060
188070*===========================================================
188080* PRINT THE APPROVAL QUEUE BY AGE FOR THE PARAMETER         *
188090* RECORD'S DEPARTMENT (BLANK = EVERY DEPARTMENT).  THE STEP *
188100* COUNT IS THE REQUESTS WAITING; ANY REQUEST WAITING PAST   *
188110* THE AGE LIMIT MAKES THE STEP A WARNING.                   *
188120*===========================================================
188130 1670-BATCH-APPROVALS.
188140     MOVE BatchOwner TO SelectOwner
188150     IF SelectOwner = SPACES
188160         MOVE "*ALL" TO SelectOwner
188170     END-IF
188180     DISPLAY "Batch approval queue report: " SelectOwner
188190     PERFORM 7470-APPROVAL-AGE-REPORT
188200     MOVE ApPendCount TO BcStepCount
188210     IF ApLateCount > 0
188220         MOVE 'Y' TO BcStepWarnSw
188230     END-IF
188240     IF BatchOutName NOT = SPACES
188250         MOVE "ReportFile.dat" TO BatchSrcName
188260         PERFORM 1500-RENAME-OUTPUT
188270     END-IF.
188280
188290*===========================================================
188300* AFTER THE DAY BRIEF - THE USER'S OWN CHANGE REQUESTS      *
188310* STILL PENDING, AND ANY DECISION THEY HAVE NOT YET SEEN,   *
188320* WHICH IS THEN MARKED SEEN.  A SUPERVISOR IS ALSO TOLD HOW *
188330* MANY REQUESTS ARE WAITING.                                *
188340*===========================================================
188350 2160-BRIEF-APPROVALS.
188360     MOVE 0 TO ApBriefCount
188370     MOVE 0 TO ApPendCount
188380     OPEN I-O ApprovalFile
188390     IF ApprovalStatus = "00"
188400         MOVE 'N' TO ApQueueEofSw
188410         PERFORM 2165-BRIEF-APPROVAL-NEXT UNTIL ApQueueEOF
188420         CLOSE ApprovalFile
188430         IF SupervisorUser AND ApPendCount > 0
188440             DISPLAY "Change requests waiting for a supervisor: "
188450                 ApPendCount " (menu Q)."
188460         END-IF
188470     END-IF.
188480
188490 2165-BRIEF-APPROVAL-NEXT.
188500     READ ApprovalFile NEXT RECORD
188510         AT END
188520             MOVE 'Y' TO ApQueueEofSw
188530         NOT AT END
188540             IF ApqPending
188550                 ADD 1 TO ApPendCount
188560             END-IF
188570             IF ApqRequester = Username AND
188580                (ApqPending OR NOT ApqSeenByRequester)
188590                 PERFORM 2167-BRIEF-SHOW-REQUEST
188600             END-IF
188610     END-READ.
188620
188630 2167-BRIEF-SHOW-REQUEST.
188640     IF ApBriefCount = 0
188650         DISPLAY "Your change requests:"
188660     END-IF
188670     ADD 1 TO ApBriefCount
188680     EVALUATE TRUE
188690         WHEN ApqPending
188700             DISPLAY "  PENDING  " ApqAction " " ApqTaskID
188710                 " SENT " ApqWhen(1:10)
188720         WHEN ApqApproved
188730             DISPLAY "  APPROVED " ApqAction " " ApqTaskID
188740                 " BY " ApqDecidedBy
188750         WHEN OTHER
188760             DISPLAY "  REJECTED " ApqAction " " ApqTaskID
188770                 " BY " ApqDecidedBy
188780             DISPLAY "           " ApqDecReason
188790     END-EVALUATE
188800     IF NOT ApqPending
188810         MOVE 'Y' TO ApqBriefed
188820         REWRITE ApprovalRecord
188830             INVALID KEY
188840                 CONTINUE
188850         END-REWRITE
188860     END-IF.
188870
188880*===========================================================
188890* WEEKLY TIMELINE GRID - ONE PAGE PER DEPARTMENT FOR THE    *
188900* WEEK, MONDAY TO SUNDAY ACROSS, HALF-HOUR ROWS DOWN        *
188910* THROUGH THE DEPARTMENT'S WORKING HOURS, FOR PINNING UP    *
188920* BESIDE THE PLANNING BOARD.  A SUPERVISOR MAY TAKE EVERY   *
188930* ACTIVE DEPARTMENT; ANYONE ELSE GETS THEIR OWN.  ALSO      *
188940* DRIVEN BY A BATCHPARAMS "WEEKGRID" RECORD.                *
188950*===========================================================
188960 7240-WEEKLY-GRID.
188970     PERFORM 7242-PROMPT-GRID-WEEK
188980     MOVE LoggedInOwner TO SelectOwner
188990     IF SupervisorUser
189000         DISPLAY "All departments? (Y/N):"
189010         ACCEPT ConfirmAnswer
189020         INSPECT ConfirmAnswer CONVERTING "y" TO "Y"
189030         IF ConfirmAnswer = 'Y'
189040             MOVE "*ALL" TO SelectOwner
189050         END-IF
189060     END-IF
189070     PERFORM 7250-PRODUCE-WEEK-GRID.
189080
189090 7242-PROMPT-GRID-WEEK.
189100     MOVE 'N' TO WgOkSw
189110     PERFORM 7243-ACCEPT-GRID-WEEK UNTIL WgOk.
189120
189130 7243-ACCEPT-GRID-WEEK.
189140     DISPLAY "Any date in the week (YYYY-MM-DD, blank = this"
189150         " week):"
189160     ACCEPT WgDateInput
189170     IF WgDateInput = SPACES
189180         PERFORM 9650-GET-TODAY
189190         MOVE TodayDate TO WgDateInput
189200     END-IF
189210     MOVE WgDateInput TO DateToValidate
189220     PERFORM 9700-VALIDATE-DATE
189230     IF NOT ValidDate
189240         DISPLAY "Invalid date - enter a real YYYY-MM-DD date."
189250     ELSE
189260         PERFORM 7244-SNAP-TO-MONDAY
189270         MOVE 'Y' TO WgOkSw
189280     END-IF.
189290
189300*===========================================================
189310* WGSTARTDATE IS THE MONDAY ON OR BEFORE WGDATEINPUT.  THE  *
189320* DAY NUMBER RUNS 0 = SATURDAY, 1 = SUNDAY, 2 = MONDAY, SO  *
189330* IT IS (DAY + 5) MOD 7 DAYS BACK.                          *
189340*===========================================================
189350 7244-SNAP-TO-MONDAY.
189360     MOVE WgDateInput TO OccDateFmt
189370     PERFORM 5305-PARSE-OCC-DATE
189380     PERFORM 9800-DAY-OF-WEEK
189390     COMPUTE WgBackDays = DayOfWeekNum + 5
189400     IF WgBackDays > 6
189410         SUBTRACT 7 FROM WgBackDays
189420     END-IF
189430     PERFORM 7246-BACK-ONE-DAY WgBackDays TIMES
189440     MOVE OccDateFmt TO WgStartDate.
189450
189460 7246-BACK-ONE-DAY.
189470     PERFORM 5305-PARSE-OCC-DATE
189480     IF OccDay > 1
189490         SUBTRACT 1 FROM OccDay
189500     ELSE
189510         IF OccMonth = 1
189520             MOVE 12 TO OccMonth
189530             SUBTRACT 1 FROM OccYear
189540         ELSE
189550             SUBTRACT 1 FROM OccMonth
189560         END-IF
189570         PERFORM 9750-DAYS-IN-MONTH
189580         MOVE DaysInMonthWork TO OccDay
189590     END-IF
189600     PERFORM 5330-FORMAT-OCC-DATE.
189610
189620*===========================================================
189630* PRODUCE THE GRID FOR SELECTOWNER (*ALL = ONE PAGE FOR     *
189640* EACH ACTIVE DEPARTMENT) AND THE WEEK FROM WGSTARTDATE.    *
189650* SPLIT OUT FROM THE PROMPTING SO A BATCH PARAMETER RECORD  *
189660* CAN DRIVE IT TOO.                                         *
189670*===========================================================
189680 7250-PRODUCE-WEEK-GRID.
189690     MOVE 0 TO PageNumber
189700     MOVE 0 TO WgPageCount
189710     MOVE 0 TO WgTaskCount
189720     PERFORM 1910-BUILD-OWNER-LIST
189730     PERFORM 7252-BUILD-GRID-WEEK
189740     OPEN OUTPUT ReportFile
189750     IF ReportStatus NOT = "00"
189760         DISPLAY "Unable to open ReportFile - report not run."
189770         MOVE 'Y' TO BcStepFailSw
189780     ELSE
189790         OPEN INPUT ScheduleFile
189800         IF ScheduleStatus = "35"
189810             DISPLAY "No schedule exists yet - report not run."
189820             MOVE 'Y' TO BcStepWarnSw
189830             CLOSE ReportFile
189840         ELSE
189850             IF SelectOwner = "*ALL"
189860                 MOVE 1 TO DeptSub
189870                 PERFORM 7255-GRID-NEXT-DEPT
189880                     UNTIL DeptSub > DeptCount
189890             ELSE
189900                 MOVE SelectOwner TO WgOwner
189910                 PERFORM 7260-GRID-ONE-DEPT
189920             END-IF
189930             PERFORM 8300-REPORT-FOOTER
189940             CLOSE ScheduleFile
189950             CLOSE ReportFile
189960             DISPLAY "Weekly grid for " WgStartDate " - "
189970                 WgPageCount " page(s) written to ReportFile.dat."
189980         END-IF
189990     END-IF.
190000
190010*===========================================================
190020* THE SEVEN DATES OF THE WEEK, STEPPED OUT FROM THE MONDAY, *
190030* EACH WITH ITS WEEKEND OR HOLIDAY STANDING - THE SAME FOR  *
190040* EVERY DEPARTMENT, SO LOOKED UP ONCE.                      *
190050*===========================================================
190060 7252-BUILD-GRID-WEEK.
190070     MOVE WgStartDate TO OccDateFmt
190080     MOVE 1 TO WgDaySub
190090     PERFORM 7253-BUILD-GRID-DAY UNTIL WgDaySub > 7.
190100
190110 7253-BUILD-GRID-DAY.
190120     MOVE OccDateFmt TO WgDayDate(WgDaySub)
190130     MOVE OccDateFmt TO CheckWorkDate
190140     PERFORM 9850-CHECK-NON-WORKING
190150     MOVE NonWorkSw TO WgDayNonWorkSw(WgDaySub)
190160     MOVE NonWorkReason TO WgDayReason(WgDaySub)
190170     MOVE WgDayDate(WgDaySub) TO OccDateFmt
190180     PERFORM 5310-ADD-ONE-DAY
190190     ADD 1 TO WgDaySub.
190200
190210 7255-GRID-NEXT-DEPT.
190220     IF DeptEntryActive(DeptSub)
190230         MOVE DeptCode(DeptSub) TO WgOwner
190240         PERFORM 7260-GRID-ONE-DEPT
190250     END-IF
190260     ADD 1 TO DeptSub.
190270
190280*===========================================================
190290* ONE DEPARTMENT'S PAGE - ITS HOURS, ITS CLOSED DAYS, ITS   *
190300* TASKS FOR THE WEEK PLACED IN THE GRID, THEN THE PRINT.    *
190310*===========================================================
190320 7260-GRID-ONE-DEPT.
190330     PERFORM 7262-GRID-DEPT-HOURS
190340     MOVE 1 TO WgDaySub
190350     PERFORM 7264-CLEAR-GRID-DAY UNTIL WgDaySub > 7
190360     MOVE 'N' TO EOF-SW
190370     MOVE WgDayDate(1) TO TaskDate
190380     MOVE 0 TO TaskSeq
190390     START ScheduleFile KEY IS NOT LESS THAN SCHD-KEY
190400         INVALID KEY
190410             MOVE 'Y' TO EOF-SW
190420     END-START
190430     PERFORM 7270-GRID-NEXT-TASK UNTIL EOF
190440     PERFORM 7280-PRINT-GRID-PAGE
190450     ADD 1 TO WgPageCount.
190460
190470*===========================================================
190480* THE ROWS RUN THROUGH THE DEPARTMENT'S WORKING HOURS FROM  *
190490* THE DEPARTMENT MASTER (08:00-17:00 WHEN IT HAS NONE),     *
190500* WIDENED TO WHOLE HALF-HOURS.                              *
190510*===========================================================
190520 7262-GRID-DEPT-HOURS.
190530     MOVE "08:00" TO WgFromText
190540     MOVE "17:00" TO WgToText
190550     OPEN INPUT DepartmentFile
190560     IF DepartmentStatus = "00"
190570         MOVE WgOwner TO DptCode
190580         READ DepartmentFile
190590             INVALID KEY
190600                 CONTINUE
190610             NOT INVALID KEY
190620                 IF DptDayStart NOT = SPACES
190630                     MOVE DptDayStart TO WgFromText
190640                     MOVE DptDayEnd TO WgToText
190650                 END-IF
190660         END-READ
190670         CLOSE DepartmentFile
190680     END-IF
190690     MOVE WgFromText TO TimeToConvert
190700     PERFORM 9840-TIME-TO-MINUTES
190710     MOVE MinutesWork TO WgFromMin
190720     MOVE WgToText TO TimeToConvert
190730     PERFORM 9840-TIME-TO-MINUTES
190740     MOVE MinutesWork TO WgToMin
190750     IF WgToMin NOT > WgFromMin OR WgToMin > 1440
190760         MOVE "08:00" TO WgFromText
190770         MOVE "17:00" TO WgToText
190780         MOVE 480 TO WgFromMin
190790         MOVE 1020 TO WgToMin
190800     END-IF
190810     COMPUTE WgFirstSlot = WgFromMin / 30 + 1
190820     COMPUTE WgLastSlot = (WgToMin + 29) / 30.
190830
190840 7264-CLEAR-GRID-DAY.
190850     MOVE SPACE TO WgDayShade(WgDaySub)
190860     MOVE WgOwner TO CheckCloseOwner
190870     MOVE WgDayDate(WgDaySub) TO CheckCloseDate
190880     PERFORM 9870-CHECK-DAY-CLOSED
190890     IF DayClosed
190900         MOVE 'C' TO WgDayShade(WgDaySub)
190910     ELSE
190920         IF WgDayNonWork(WgDaySub)
190930             MOVE 'N' TO WgDayShade(WgDaySub)
190940         END-IF
190950     END-IF
190960     MOVE 0 TO WgAllCount(WgDaySub)
190970     MOVE 0 TO WgEarlyCount(WgDaySub)
190980     MOVE 0 TO WgLateCount(WgDaySub)
190990     MOVE 1 TO WgSlotSub
191000     PERFORM 7266-CLEAR-GRID-SLOT UNTIL WgSlotSub > 48
191010     ADD 1 TO WgDaySub.
191020
191030 7266-CLEAR-GRID-SLOT.
191040     MOVE 0 TO WgSlotCount(WgDaySub, WgSlotSub)
191050     MOVE SPACES TO WgSlotLabel(WgDaySub, WgSlotSub)
191060     MOVE 'N' TO WgSlotStartSw(WgDaySub, WgSlotSub)
191070     ADD 1 TO WgSlotSub.
191080
191090*===========================================================
191100* READ THE WEEK IN KEY ORDER.  CANCELLED TASKS ARE LEFT OFF; *
191110* OPEN AND DONE TASKS BOTH HOLD THEIR TIME.                  *
191120*===========================================================
191130 7270-GRID-NEXT-TASK.
191140     READ ScheduleFile NEXT RECORD
191150         AT END
191160             MOVE 'Y' TO EOF-SW
191170         NOT AT END
191180             IF TaskDate > WgDayDate(7)
191190                 MOVE 'Y' TO EOF-SW
191200             ELSE
191210                 IF TaskOwner = WgOwner AND NOT TaskCancelled
191220                     PERFORM 7272-PLACE-GRID-TASK
191230                 END-IF
191240             END-IF
191250     END-READ.
191260
191270*===========================================================
191280* THE LABEL IS THE TASK ID'S SEQUENCE PART (THE COLUMN      *
191290* GIVES ITS DATE) AND THE PRIORITY, MEDIUM WHEN BLANK.  AN  *
191300* UNTIMED TASK JOINS THE DAY'S ALL-DAY BAND.  A TIMED TASK  *
191310* FILLS EVERY HALF-HOUR FROM ITS START THROUGH ITS LAST     *
191320* MINUTE (A DURATION OF ZERO COUNTS AS ONE MINUTE), CUT TO  *
191330* THE WORKING HOURS; ONE WHOLLY OUTSIDE THEM IS COUNTED IN  *
191340* THE EARLY OR LATER ROW INSTEAD.                           *
191350*===========================================================
191360 7272-PLACE-GRID-TASK.
191370     MOVE 'N' TO WgDayFoundSw
191380     MOVE 1 TO WgDaySub
191390     PERFORM 7273-FIND-GRID-DAY UNTIL WgDayFound OR WgDaySub > 7
191400     IF WgDayFound
191410         ADD 1 TO WgTaskCount
191420         MOVE SPACES TO WgLabel
191430         MOVE TaskID(11:6) TO WgLabel(1:6)
191440         IF TaskPriority = SPACE
191450             MOVE 'M' TO WgLabel(8:1)
191460         ELSE
191470             MOVE TaskPriority TO WgLabel(8:1)
191480         END-IF
191490         IF TaskStartTime = SPACES
191500             ADD 1 TO WgAllCount(WgDaySub)
191510             IF WgAllCount(WgDaySub) NOT > 6
191520                 MOVE WgAllCount(WgDaySub) TO WgRowSub
191530                 MOVE WgLabel TO WgAllLabel(WgDaySub, WgRowSub)
191540             END-IF
191550         ELSE
191560             PERFORM 7275-PLACE-TIMED-TASK
191570         END-IF
191580     END-IF.
191590
191600 7273-FIND-GRID-DAY.
191610     IF WgDayDate(WgDaySub) = TaskDate
191620         MOVE 'Y' TO WgDayFoundSw
191630     ELSE
191640         ADD 1 TO WgDaySub
191650     END-IF.
191660
191670 7275-PLACE-TIMED-TASK.
191680     MOVE TaskStartTime TO TimeToConvert
191690     PERFORM 9840-TIME-TO-MINUTES
191700     MOVE MinutesWork TO WgStartMin
191710     IF TaskDuration = 0
191720         COMPUTE WgEndMin = WgStartMin + 1
191730     ELSE
191740         COMPUTE WgEndMin = WgStartMin + TaskDuration
191750     END-IF
191760     COMPUTE WgStartSlot = WgStartMin / 30 + 1
191770     COMPUTE WgEndSlot = (WgEndMin + 29) / 30
191780     IF WgStartSlot > 48
191790         MOVE 48 TO WgStartSlot
191800     END-IF
191810     IF WgEndSlot > 48
191820         MOVE 48 TO WgEndSlot
191830     END-IF
191840     IF WgEndSlot < WgFirstSlot
191850         ADD 1 TO WgEarlyCount(WgDaySub)
191860     ELSE
191870         IF WgStartSlot > WgLastSlot
191880             ADD 1 TO WgLateCount(WgDaySub)
191890         ELSE
191900             IF WgStartSlot < WgFirstSlot
191910                 MOVE WgFirstSlot TO WgStartSlot
191920             END-IF
191930             IF WgEndSlot > WgLastSlot
191940                 MOVE WgLastSlot TO WgEndSlot
191950             END-IF
191960             MOVE WgStartSlot TO WgSlotSub
191970             PERFORM 7277-MARK-GRID-SLOT
191980                 UNTIL WgSlotSub > WgEndSlot
191990         END-IF
192000     END-IF.
192010
192020*===========================================================
192030* A TASK STARTING IN THE SLOT TAKES OVER THE LABEL FROM ONE *
192040* MERELY RUNNING THROUGH IT; OTHERWISE THE FIRST TASK THERE *
192050* KEEPS IT.  THE COUNT FLAGS THE OVERLAP.                   *
192060*===========================================================
192070 7277-MARK-GRID-SLOT.
192080     ADD 1 TO WgSlotCount(WgDaySub, WgSlotSub)
192090     IF WgSlotSub = WgStartSlot
192100         IF NOT WgSlotStart(WgDaySub, WgSlotSub)
192110             MOVE WgLabel TO WgSlotLabel(WgDaySub, WgSlotSub)
192120             MOVE 'Y' TO WgSlotStartSw(WgDaySub, WgSlotSub)
192130         END-IF
192140     ELSE
192150         IF WgSlotCount(WgDaySub, WgSlotSub) = 1
192160             MOVE WgLabel TO WgSlotLabel(WgDaySub, WgSlotSub)
192170         END-IF
192180     END-IF
192190     ADD 1 TO WgSlotSub.
192200
192210*===========================================================
192220* PRINT ONE DEPARTMENT'S PAGE.  THE TIME COLUMN IS 6 WIDE   *
192230* AND EACH DAY'S CELL 12, BETWEEN BARS, SO DAY N'S CELL     *
192240* STARTS IN COLUMN 8 + 13 * (N - 1).  THE ALL-DAY BAND      *
192250* COMES FIRST, THEN EARLY, THE HALF-HOURS, LATER, AND THE   *
192260* KEY.                                                      *
192270*===========================================================
192280 7280-PRINT-GRID-PAGE.
192290     PERFORM 7282-GRID-PAGE-HEADER
192300     PERFORM 7285-GRID-ALL-DAY-BAND
192310     PERFORM 7289-GRID-RULE-LINE
192320     MOVE 'N' TO WgEarlySw
192330     MOVE 'N' TO WgLateSw
192340     MOVE 1 TO WgDaySub
192350     PERFORM 7279-CHECK-EARLY-LATE UNTIL WgDaySub > 7
192360     IF WgAnyEarly
192370         PERFORM 7292-GRID-EARLY-ROW
192380     END-IF
192390     MOVE WgFirstSlot TO WgSlotSub
192400     PERFORM 7290-GRID-SLOT-ROW UNTIL WgSlotSub > WgLastSlot
192410     IF WgAnyLate
192420         PERFORM 7294-GRID-LATER-ROW
192430     END-IF
192440     PERFORM 7289-GRID-RULE-LINE
192450     PERFORM 7296-GRID-KEY.
192460
192470 7279-CHECK-EARLY-LATE.
192480     IF WgEarlyCount(WgDaySub) > 0
192490         MOVE 'Y' TO WgEarlySw
192500     END-IF
192510     IF WgLateCount(WgDaySub) > 0
192520         MOVE 'Y' TO WgLateSw
192530     END-IF
192540     ADD 1 TO WgDaySub.
192550
192560 7282-GRID-PAGE-HEADER.
192570     ADD 1 TO PageNumber
192580     MOVE SPACES TO ReportLine
192590     STRING "WEEKLY TIMELINE - WEEK OF " DELIMITED BY SIZE
192600             WgDayDate(1) DELIMITED BY SIZE
192610             " TO " DELIMITED BY SIZE
192620             WgDayDate(7) DELIMITED BY SIZE
192630             " - PAGE " DELIMITED BY SIZE
192640             PageNumber DELIMITED BY SIZE
192650         INTO ReportLine
192660     WRITE ReportLine
192670     MOVE WgOwner TO DeptLookupCode
192680     PERFORM 9575-LOOKUP-DEPT-NAME
192690     MOVE SPACES TO ReportLine
192700     STRING "DEPARTMENT: " DELIMITED BY SIZE
192710             WgOwner DELIMITED BY SIZE
192720             " " DELIMITED BY SIZE
192730             DeptLookupName DELIMITED BY "  "
192740             "  HOURS " DELIMITED BY SIZE
192750             WgFromText DELIMITED BY SIZE
192760             "-" DELIMITED BY SIZE
192770             WgToText DELIMITED BY SIZE
192780         INTO ReportLine
192790     WRITE ReportLine
192800     PERFORM 7289-GRID-RULE-LINE
192810     MOVE SPACES TO ReportLine
192820     MOVE "TIME" TO ReportLine(1:4)
192830     MOVE 1 TO WgDaySub
192840     PERFORM 7283-GRID-DAY-HEADING UNTIL WgDaySub > 7
192850     WRITE ReportLine
192860     MOVE SPACES TO ReportLine
192870     MOVE 1 TO WgDaySub
192880     PERFORM 7284-GRID-DAY-SHADE-TAG UNTIL WgDaySub > 7
192890     WRITE ReportLine
192900     PERFORM 7289-GRID-RULE-LINE.
192910
192920 7283-GRID-DAY-HEADING.
192930     COMPUTE WgCol = 8 + 13 * (WgDaySub - 1)
192940     MOVE "|" TO ReportLine(WgCol - 1:1)
192950     MOVE WgDayName(WgDaySub) TO ReportLine(WgCol + 1:3)
192960     MOVE WgDayDate(WgDaySub)(6:5) TO ReportLine(WgCol + 5:5)
192970     MOVE "|" TO ReportLine(WgCol + 12:1)
192980     ADD 1 TO WgDaySub.
192990
193000*===========================================================
193010* UNDER EACH DATE, WHY THE DAY IS SHADED - CLOSED FOR THE   *
193020* DEPARTMENT, OR THE WEEKEND OR HOLIDAY NAME.               *
193030*===========================================================
193040 7284-GRID-DAY-SHADE-TAG.
193050     COMPUTE WgCol = 8 + 13 * (WgDaySub - 1)
193060     MOVE "|" TO ReportLine(WgCol - 1:1)
193070     IF WgDayClosed(WgDaySub)
193080         MOVE "CLOSED" TO ReportLine(WgCol + 1:6)
193090     ELSE
193100         IF WgDayShaded(WgDaySub)
193110             MOVE WgDayReason(WgDaySub)
193120                 TO ReportLine(WgCol + 1:11)
193130         END-IF
193140     END-IF
193150     MOVE "|" TO ReportLine(WgCol + 12:1)
193160     ADD 1 TO WgDaySub.
193170
193180*===========================================================
193190* THE ALL-DAY BAND IS AS DEEP AS THE BUSIEST DAY, UP TO SIX *
193200* ROWS, AND AT LEAST ONE.  A DAY WITH MORE THAN SIX SHOWS   *
193210* HOW MANY MORE ON A LAST ROW.                              *
193220*===========================================================
193230 7285-GRID-ALL-DAY-BAND.
193240     MOVE 1 TO WgAllRows
193250     MOVE 'N' TO WgMoreSw
193260     MOVE 1 TO WgDaySub
193270     PERFORM 7286-SIZE-ALL-DAY-BAND UNTIL WgDaySub > 7
193280     MOVE 1 TO WgRowSub
193290     PERFORM 7287-GRID-ALL-DAY-ROW UNTIL WgRowSub > WgAllRows
193300     IF WgMore
193310         MOVE SPACES TO ReportLine
193320         MOVE 1 TO WgDaySub
193330         PERFORM 7288-GRID-MORE-CELL UNTIL WgDaySub > 7
193340         WRITE ReportLine
193350     END-IF.
193360
193370 7286-SIZE-ALL-DAY-BAND.
193380     IF WgAllCount(WgDaySub) > 6
193390         MOVE 6 TO WgAllRows
193400         MOVE 'Y' TO WgMoreSw
193410     ELSE
193420         IF WgAllCount(WgDaySub) > WgAllRows
193430             MOVE WgAllCount(WgDaySub) TO WgAllRows
193440         END-IF
193450     END-IF
193460     ADD 1 TO WgDaySub.
193470
193480 7287-GRID-ALL-DAY-ROW.
193490     MOVE SPACES TO ReportLine
193500     IF WgRowSub = 1
193510         MOVE "ALLDAY" TO ReportLine(1:6)
193520     END-IF
193530     MOVE 1 TO WgDaySub
193540     PERFORM 7298-GRID-ALL-DAY-CELL UNTIL WgDaySub > 7
193550     WRITE ReportLine
193560     ADD 1 TO WgRowSub.
193570
193580 7288-GRID-MORE-CELL.
193590     COMPUTE WgCol = 8 + 13 * (WgDaySub - 1)
193600     MOVE "|" TO ReportLine(WgCol - 1:1)
193610     IF WgAllCount(WgDaySub) > 6
193620         COMPUTE WgCountEdit = WgAllCount(WgDaySub) - 6
193630         MOVE SPACES TO WgCellText
193640         STRING WgCountEdit DELIMITED BY SIZE
193650                 " MORE" DELIMITED BY SIZE
193660             INTO WgCellText
193670         MOVE WgCellText TO ReportLine(WgCol + 1:10)
193680     ELSE
193690         IF WgDayShaded(WgDaySub)
193700             MOVE ALL "/" TO ReportLine(WgCol:12)
193710         END-IF
193720     END-IF
193730     MOVE "|" TO ReportLine(WgCol + 12:1)
193740     ADD 1 TO WgDaySub.
193750
193760 7289-GRID-RULE-LINE.
193770     MOVE SPACES TO ReportLine
193780     MOVE ALL "-" TO ReportLine(1:98)
193790     MOVE 1 TO WgDaySub
193800     PERFORM 7291-GRID-RULE-CROSS UNTIL WgDaySub > 8
193810     WRITE ReportLine.
193820
193830 7291-GRID-RULE-CROSS.
193840     COMPUTE WgCol = 7 + 13 * (WgDaySub - 1)
193850     MOVE "+" TO ReportLine(WgCol:1)
193860     ADD 1 TO WgDaySub.
193870
193880*===========================================================
193890* ONE HALF-HOUR ROW.  A CELL SHOWS THE LABEL OF A TASK THAT *
193900* STARTS THERE, "::" WHERE A TASK RUNS ON FROM ABOVE, AND   *
193910* "*N" AT THE RIGHT WHEN N TASKS SHARE THE HALF-HOUR.  AN   *
193920* EMPTY CELL ON A SHADED DAY IS FILLED WITH SLASHES.        *
193930*===========================================================
193940 7290-GRID-SLOT-ROW.
193950     MOVE SPACES TO ReportLine
193960     COMPUTE WgRowMin = (WgSlotSub - 1) * 30
193970     DIVIDE WgRowMin BY 60 GIVING WgHourWork
193980         REMAINDER WgMinWork
193990     MOVE SPACES TO WgRowTime
194000     STRING WgHourWork DELIMITED BY SIZE
194010             ":" DELIMITED BY SIZE
194020             WgMinWork DELIMITED BY SIZE
194030         INTO WgRowTime
194040     MOVE WgRowTime TO ReportLine(1:5)
194050     MOVE 1 TO WgDaySub
194060     PERFORM 7293-GRID-SLOT-CELL UNTIL WgDaySub > 7
194070     WRITE ReportLine
194080     ADD 1 TO WgSlotSub.
194090
194100 7293-GRID-SLOT-CELL.
194110     COMPUTE WgCol = 8 + 13 * (WgDaySub - 1)
194120     MOVE "|" TO ReportLine(WgCol - 1:1)
194130     IF WgSlotCount(WgDaySub, WgSlotSub) = 0
194140         IF WgDayShaded(WgDaySub)
194150             MOVE ALL "/" TO ReportLine(WgCol:12)
194160         END-IF
194170     ELSE
194180         IF WgSlotStart(WgDaySub, WgSlotSub)
194190             MOVE WgSlotLabel(WgDaySub, WgSlotSub)
194200                 TO ReportLine(WgCol + 1:8)
194210         ELSE
194220             MOVE "  ::" TO ReportLine(WgCol + 1:4)
194230         END-IF
194240         IF WgSlotCount(WgDaySub, WgSlotSub) > 1
194250             MOVE "*" TO ReportLine(WgCol + 10:1)
194260             IF WgSlotCount(WgDaySub, WgSlotSub) > 9
194270                 MOVE "+" TO ReportLine(WgCol + 11:1)
194280             ELSE
194290                 MOVE WgSlotCount(WgDaySub, WgSlotSub)
194300                     TO WgCountDigit
194310                 MOVE WgCountDigit TO ReportLine(WgCol + 11:1)
194320             END-IF
194330         END-IF
194340     END-IF
194350     MOVE "|" TO ReportLine(WgCol + 12:1)
194360     ADD 1 TO WgDaySub.
194370
194380 7292-GRID-EARLY-ROW.
194390     MOVE SPACES TO ReportLine
194400     MOVE "EARLY" TO ReportLine(1:5)
194410     MOVE 1 TO WgDaySub
194420     PERFORM 7295-GRID-EARLY-CELL UNTIL WgDaySub > 7
194430     WRITE ReportLine.
194440
194450 7294-GRID-LATER-ROW.
194460     MOVE SPACES TO ReportLine
194470     MOVE "LATER" TO ReportLine(1:5)
194480     MOVE 1 TO WgDaySub
194490     PERFORM 7297-GRID-LATER-CELL UNTIL WgDaySub > 7
194500     WRITE ReportLine.
194510
194520 7295-GRID-EARLY-CELL.
194530     COMPUTE WgCol = 8 + 13 * (WgDaySub - 1)
194540     MOVE "|" TO ReportLine(WgCol - 1:1)
194550     IF WgEarlyCount(WgDaySub) > 0
194560         MOVE WgEarlyCount(WgDaySub) TO WgCountEdit
194570         MOVE SPACES TO WgCellText
194580         STRING WgCountEdit DELIMITED BY SIZE
194590                 " EARLIER" DELIMITED BY SIZE
194600             INTO WgCellText
194610         MOVE WgCellText TO ReportLine(WgCol + 1:10)
194620     END-IF
194630     MOVE "|" TO ReportLine(WgCol + 12:1)
194640     ADD 1 TO WgDaySub.
194650
194660 7297-GRID-LATER-CELL.
194670     COMPUTE WgCol = 8 + 13 * (WgDaySub - 1)
194680     MOVE "|" TO ReportLine(WgCol - 1:1)
194690     IF WgLateCount(WgDaySub) > 0
194700         MOVE WgLateCount(WgDaySub) TO WgCountEdit
194710         MOVE SPACES TO WgCellText
194720         STRING WgCountEdit DELIMITED BY SIZE
194730                 " LATER" DELIMITED BY SIZE
194740             INTO WgCellText
194750         MOVE WgCellText TO ReportLine(WgCol + 1:10)
194760     END-IF
194770     MOVE "|" TO ReportLine(WgCol + 12:1)
194780     ADD 1 TO WgDaySub.
194790
194800 7298-GRID-ALL-DAY-CELL.
194810     COMPUTE WgCol = 8 + 13 * (WgDaySub - 1)
194820     MOVE "|" TO ReportLine(WgCol - 1:1)
194830     IF WgRowSub NOT > WgAllCount(WgDaySub)
194840         MOVE WgAllLabel(WgDaySub, WgRowSub)
194850             TO ReportLine(WgCol + 1:8)
194860     ELSE
194870         IF WgDayShaded(WgDaySub)
194880             MOVE ALL "/" TO ReportLine(WgCol:12)
194890         END-IF
194900     END-IF
194910     MOVE "|" TO ReportLine(WgCol + 12:1)
194920     ADD 1 TO WgDaySub.
194930
194940 7296-GRID-KEY.
194950     MOVE "KEY:  -NNNNN P  TASK ID SEQUENCE AND PRIORITY H/M/L"
194960         TO ReportLine
194970     WRITE ReportLine
194980     MOVE "                (THE COLUMN GIVES THE DATE)"
194990         TO ReportLine
195000     WRITE ReportLine
195010     MOVE "      ::       TASK CONTINUES FROM THE ROW ABOVE"
195020         TO ReportLine
195030     WRITE ReportLine
195040     MOVE "      *N       N TASKS OVERLAP IN THE HALF-HOUR"
195050         TO ReportLine
195060     WRITE ReportLine
195070     MOVE "      ////     NON-WORKING OR CLOSED DAY" TO ReportLine
195080     WRITE ReportLine
195090     MOVE "      EARLY/LATER  TASKS WHOLLY OUTSIDE THE HOURS"
195100         TO ReportLine
195110     WRITE ReportLine
195120     MOVE SPACES TO ReportLine
195130     WRITE ReportLine.
195140
195150*===========================================================
195160* WEEKLY GRID FROM THE PARAMETER RECORD - THE WEEK HOLDING  *
195170* ITS START DATE (BLANK = THIS WEEK) FOR ITS DEPARTMENT     *
195180* (BLANK OR *ALL = EVERY ACTIVE DEPARTMENT, ONE PAGE EACH). *
195190* THE STEP COUNT IS THE TASKS DRAWN.                        *
195200*===========================================================
195210 1680-BATCH-WEEKGRID.
195220     MOVE BatchOwner TO SelectOwner
195230     IF SelectOwner = SPACES
195240         MOVE "*ALL" TO SelectOwner
195250     END-IF
195260     MOVE BatchStartDate TO WgDateInput
195270     IF WgDateInput = SPACES
195280         PERFORM 9650-GET-TODAY
195290         MOVE TodayDate TO WgDateInput
195300     END-IF
195310     MOVE WgDateInput TO DateToValidate
195320     PERFORM 9700-VALIDATE-DATE
195330     IF NOT ValidDate
195340         DISPLAY "Batch weekly grid: invalid date " WgDateInput
195350         MOVE 'Y' TO BcStepFailSw
195360     ELSE
195370         PERFORM 7244-SNAP-TO-MONDAY
195380         DISPLAY "Batch weekly grid: " SelectOwner " week of "
195390             WgStartDate
195400         PERFORM 7250-PRODUCE-WEEK-GRID
195410         MOVE WgTaskCount TO BcStepCount
195420         IF BatchOutName NOT = SPACES
195430             MOVE "ReportFile.dat" TO BatchSrcName
195440             PERFORM 1500-RENAME-OUTPUT
195450         END-IF
195460     END-IF.
