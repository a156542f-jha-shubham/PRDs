           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MUNLD-STATUS.

    SELECT CMNT-UNLOAD-FILE ASSIGN TO "PRDCMNTU.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CUNLD-STATUS.

    SELECT DEP-UNLOAD-FILE ASSIGN TO "PRDDEPU.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DUNLD-STATUS.

    *> PRDCMNT.DAT as it was written before CMNT-OPER-ID existed;
    *> only the unload opens it, to carry old comments forward
    SELECT OLD-CMNT-FILE ASSIGN TO "PRDCMNT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OLD-CMNT-KEY
           FILE STATUS IS OCMNT-STATUS.

    SELECT OPERATOR-FILE ASSIGN TO "PRDOPER.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPER-ID
           FILE STATUS IS OPER-STATUS.

    SELECT ARCH-MILE-FILE ASSIGN TO "PRDHMILE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ARCH-MILE-KEY
           FILE STATUS IS AMILE-STATUS.

    SELECT ARCH-CMNT-FILE ASSIGN TO "PRDHCMNT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ARCH-CMNT-KEY
           FILE STATUS IS ACMNT-STATUS.

    SELECT MAINT-FILE ASSIGN TO "PRDMAINT.CSV"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MAINT-STATUS.

    SELECT MAINT-REJECT-FILE ASSIGN TO "PRDMREJ.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MREJ-STATUS.

    SELECT MAINT-CKPT-FILE ASSIGN TO "PRDMCKPT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MCKPT-STATUS.

    SELECT RELEASE-FILE ASSIGN TO "PRDREL.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REL-ID
           FILE STATUS IS REL-STATUS.

    SELECT REL-ASSIGN-FILE ASSIGN TO "PRDRELA.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RA-PRD-ID
           ALTERNATE RECORD KEY IS RA-REL-ID WITH DUPLICATES
           FILE STATUS IS RELA-STATUS.

    SELECT APPROVAL-FILE ASSIGN TO "PRDAPPR.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS APPR-KEY
           ALTERNATE RECORD KEY IS APPR-APPROVER WITH DUPLICATES
           FILE STATUS IS APPR-STATUS.

    SELECT DOSSIER-FILE ASSIGN TO "PRDDOSSIER.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DOSSIER-STATUS.

    SELECT NIGHT-STATE-FILE ASSIGN TO "PRDNIGHT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS NIGHT-STATUS.

    SELECT JOURNAL-FILE ASSIGN TO "PRDJRNL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JRNL-STATUS.

DATA DIVISION.
FILE SECTION.
FD  PRD-FILE.
    *> supervisor gave for forcing an out-of-order status change.
    *> Rows written before this field existed read back as spaces
    05 AUDIT-OVERRIDE-REASON   PIC X(50).
    *> Signed-on operator who made the change, or BATCH for a
    *> scheduled run; blank on rows written before sign-on existed
    05 AUDIT-OPER-ID           PIC X(10).
    *> D on the row written when a PRD is deleted from the live
    *> file, R when a sign-off reject sent it back to Draft, M when
    *> it was merged into another PRD and archived; blank
    *> for an ordinary change and on older rows
    05 AUDIT-ACTION            PIC X(1).
       88 AUDIT-ACTION-DELETE  VALUE 'D'.
       88 AUDIT-ACTION-REJECT  VALUE 'R'.
       88 AUDIT-ACTION-MERGE   VALUE 'M'.

FD  CHECKPOINT-FILE.
01  CHECKPOINT-LINE            PIC 9(5).
    05 CMNT-TIMESTAMP          PIC X(19).
    05 CMNT-AUTHOR             PIC X(30).
    05 CMNT-TEXT               PIC X(200).
    *> Operator signed on when the comment was keyed; CMNT-AUTHOR
    *> stays the owner the remark is attributed to. A PRDCMNT.DAT
    *> written before this field existed will not open under this
    *> layout; UNLOAD reads it through OLD-CMNT-FILE and RELOAD
    *> rebuilds it with the operator blank on the older comments
    05 CMNT-OPER-ID            PIC X(10).

FD  NOTIFY-FILE.
01  NOTIFY-RECORD.
    05 NOTIFY-NEW-STATUS       PIC 9(1).
    05 NOTIFY-REASON           PIC X(50).
    05 NOTIFY-TIMESTAMP        PIC X(19).
    *> Blank on rows written before sign-on existed
    05 NOTIFY-OPER-ID          PIC X(10).

FD  LOCK-FILE.
01  LOCK-RECORD.
FD  MILE-UNLOAD-FILE.
01  MILE-UNLOAD-LINE           PIC X(100).

FD  CMNT-UNLOAD-FILE.
01  CMNT-UNLOAD-LINE           PIC X(300).

FD  DEP-UNLOAD-FILE.
01  DEP-UNLOAD-LINE            PIC X(100).

FD  OLD-CMNT-FILE.
01  OLD-CMNT-RECORD.
    05 OLD-CMNT-KEY.
       10 OLD-CMNT-PRD-ID      PIC X(20).
       10 OLD-CMNT-SEQ         PIC 9(3).
    05 OLD-CMNT-TIMESTAMP      PIC X(19).
    05 OLD-CMNT-AUTHOR         PIC X(30).
    05 OLD-CMNT-TEXT           PIC X(200).

FD  OPERATOR-FILE.
01  OPERATOR-RECORD.
    *> Who may sign on to the menu and what they may do there. The
    *> role governs which menu options are offered; supervisor and
    *> above may also force a status change past the lifecycle and
    *> dependency checks
    05 OPER-ID                 PIC X(10).
    05 OPER-NAME               PIC X(30).
    05 OPER-ROLE               PIC 9(1).
       88 OPER-ROLE-VALID      VALUE 1 THRU 4.
    05 OPER-PIN                PIC X(8).
    05 OPER-ADDED-DATE         PIC X(10).

FD  ARCH-MILE-FILE.
*> Milestones of purged PRDs, same layout as PRDMILE.DAT so they
*> move across with a group MOVE and stay with the archived record
01  ARCH-MILE-RECORD.
    05 ARCH-MILE-KEY.
       10 ARCH-MILE-PRD-ID     PIC X(20).
       10 ARCH-MILE-SEQ        PIC 9(3).
    05 ARCH-MILE-TITLE         PIC X(50).
    05 ARCH-MILE-TARGET-DATE   PIC X(10).
    05 ARCH-MILE-DONE-FLAG     PIC X(1).

FD  ARCH-CMNT-FILE.
*> Review comments of purged PRDs, same layout as PRDCMNT.DAT
01  ARCH-CMNT-RECORD.
    05 ARCH-CMNT-KEY.
       10 ARCH-CMNT-PRD-ID     PIC X(20).
       10 ARCH-CMNT-SEQ        PIC 9(3).
    05 ARCH-CMNT-TIMESTAMP     PIC X(19).
    05 ARCH-CMNT-AUTHOR        PIC X(30).
    05 ARCH-CMNT-TEXT          PIC X(200).
    05 ARCH-CMNT-OPER-ID       PIC X(10).

FD  MAINT-FILE.
*> Change requests for existing PRDs, one per row:
*> PRD-ID,status,priority,target-date,override-reason. A blank
*> column leaves that field as it is on file
01  MAINT-LINE                 PIC X(300).

FD  MAINT-REJECT-FILE.
01  MAINT-REJECT-LINE          PIC X(320).

FD  MAINT-CKPT-FILE.
*> Transaction rows already applied or rejected by a run that did
*> not finish; the rerun skips that many rows before it starts
01  MAINT-CKPT-LINE            PIC 9(5).

FD  RELEASE-FILE.
01  RELEASE-RECORD.
    *> Release master. PRDs are tied to a release through
    *> PRDRELA.DAT rather than a field on PRD-RECORD, so PRDDATA.DAT
    *> and its unload layout are unchanged
    05 REL-ID                  PIC X(10).
    05 REL-NAME                PIC X(40).
    05 REL-FREEZE-DATE         PIC X(10).
    05 REL-SHIP-DATE           PIC X(10).
    05 REL-STATE               PIC 9(1).
       88 REL-PLANNED          VALUE 1.
       88 REL-FROZEN           VALUE 2.
       88 REL-SHIPPED          VALUE 3.
       88 REL-CANCELLED        VALUE 4.
       88 REL-OPEN             VALUE 1 THRU 2.

FD  REL-ASSIGN-FILE.
01  REL-ASSIGN-RECORD.
    *> One row per assigned PRD, so a PRD sits in at most one
    *> release; the release alternate key lists a release's PRDs
    05 RA-PRD-ID               PIC X(20).
    05 RA-REL-ID               PIC X(10).
    05 RA-ASSIGNED-DATE        PIC X(10).
    05 RA-OPER-ID              PIC X(10).

FD  APPROVAL-FILE.
01  APPROVAL-RECORD.
    *> One row per approver per PRD. The row is written when the
    *> approver is named, decision still blank, and the decision,
    *> its timestamp and the remarks are filled in at sign-off
    05 APPR-KEY.
       10 APPR-PRD-ID          PIC X(20).
       10 APPR-APPROVER        PIC X(10).
    05 APPR-ROLE               PIC X(1).
       88 APPR-ROLE-VALID      VALUE 'E' 'D' 'P'.
    05 APPR-DECISION           PIC X(1).
       88 APPR-PENDING         VALUE SPACE.
       88 APPR-APPROVED        VALUE 'A'.
       88 APPR-REJECTED        VALUE 'R'.
       88 APPR-CHANGES-REQ     VALUE 'C'.
       88 APPR-OBJECTION       VALUE 'R' 'C'.
    05 APPR-TIMESTAMP          PIC X(19).
    05 APPR-REMARKS            PIC X(60).
    05 APPR-NAMED-BY           PIC X(10).
    05 APPR-NAMED-DATE         PIC X(10).

FD  DOSSIER-FILE.
01  DOSSIER-LINE               PIC X(120).

FD  NIGHT-STATE-FILE.
*> Run state of the NIGHTLY job stream, rewritten after every step:
*> a STREAM row carrying the start stamp and the purge cutoff the
*> stream was started with, then one row per step in run order
01  NIGHT-STATE-RECORD.
    05 NGT-STEP-NAME           PIC X(10).
    05 NGT-STEP-STATE          PIC X(1).
       88 NGT-STEP-DONE        VALUE 'C'.
       88 NGT-STEP-FAILED      VALUE 'F'.
       88 NGT-STEP-PENDING     VALUE ' '.
    05 NGT-STEP-RC             PIC 9(2).
    05 NGT-STEP-STAMP          PIC X(19).
    05 NGT-PURGE-CUTOFF        PIC X(10).

FD  JOURNAL-FILE.
*> One row per change to PRDDATA.DAT, PRDMILE.DAT, PRDDEP.DAT or
*> PRDCMNT.DAT, in the order made. An add carries only the after
*> image, a delete only the before image. UNLOAD and RELOAD write
*> an S row: the unload files then match the keyed files, so
*> RECOVER reloads them and replays only the rows after the last S
01  JOURNAL-RECORD.
    05 JRNL-TIMESTAMP          PIC X(19).
    05 JRNL-ACTION             PIC X(1).
       88 JRNL-ADD             VALUE 'A'.
       88 JRNL-CHANGE          VALUE 'U'.
       88 JRNL-DELETE          VALUE 'D'.
       88 JRNL-SYNC-POINT      VALUE 'S'.
    05 JRNL-FILE-ID            PIC X(4).
       88 JRNL-PRD-FILE        VALUE "PRD".
       88 JRNL-MILE-FILE       VALUE "MILE".
       88 JRNL-DEP-FILE        VALUE "DEP".
       88 JRNL-CMNT-FILE       VALUE "CMNT".
    05 JRNL-STEP               PIC X(30).
    05 JRNL-OPER-ID            PIC X(10).
    05 JRNL-BEFORE-IMAGE       PIC X(435).
    05 JRNL-AFTER-IMAGE        PIC X(435).

WORKING-STORAGE SECTION.
01  FILE-STATUS                PIC X(2).
01  REPORT-STATUS              PIC X(2).
01  UNLOAD-STATUS              PIC X(2).
01  HUNLD-STATUS               PIC X(2).
01  MUNLD-STATUS               PIC X(2).
01  CUNLD-STATUS               PIC X(2).
01  DUNLD-STATUS               PIC X(2).
01  OCMNT-STATUS               PIC X(2).
01  OPER-STATUS                PIC X(2).
01  HISTORY-STATUS             PIC X(2).
01  RUNLOG-STATUS              PIC X(2).
01  CTL-STATUS                 PIC X(2).
01  VERIFY-STATUS              PIC X(2).
01  STATS-STATUS               PIC X(2).
01  AMILE-STATUS               PIC X(2).
01  ACMNT-STATUS               PIC X(2).
01  MAINT-STATUS               PIC X(2).
01  MREJ-STATUS                PIC X(2).
01  MCKPT-STATUS               PIC X(2).
01  REL-STATUS                 PIC X(2).
01  RELA-STATUS                PIC X(2).
01  APPR-STATUS                PIC X(2).
01  DOSSIER-STATUS             PIC X(2).
01  NIGHT-STATUS               PIC X(2).
01  JRNL-STATUS                PIC X(2).

01  PROGRAM-CONSTANTS.
    05 PROGRAM-VERSION         PIC X(15) VALUE "v1.2.0".
    05 PRIORITY-NAME REDEFINES PRIORITY-NAME-TABLE 
       OCCURS 4 TIMES          PIC X(10).

01  ROLE-NAMES.
    05 ROLE-NAME-TABLE.
       10 FILLER               PIC X(13) VALUE "Viewer".
       10 FILLER               PIC X(13) VALUE "Editor".
       10 FILLER               PIC X(13) VALUE "Supervisor".
       10 FILLER               PIC X(13) VALUE "Administrator".
    05 ROLE-NAME REDEFINES ROLE-NAME-TABLE
       OCCURS 4 TIMES          PIC X(13).

01  RELEASE-STATE-NAMES.
    05 RELEASE-STATE-TABLE.
       10 FILLER               PIC X(10) VALUE "Planned".
       10 FILLER               PIC X(10) VALUE "Frozen".
       10 FILLER               PIC X(10) VALUE "Shipped".
       10 FILLER               PIC X(10) VALUE "Cancelled".
    05 RELEASE-STATE-NAME REDEFINES RELEASE-STATE-TABLE
       OCCURS 4 TIMES          PIC X(10).

01  SIGNOFF-ROLES.
    *> Governance needs an approve from each of these roles before
    *> a PRD may move to Approved
    05 SIGNOFF-ROLE-TABLE.
       10 FILLER               PIC X(1) VALUE "E".
       10 FILLER               PIC X(16) VALUE "Engineering".
       10 FILLER               PIC X(1) VALUE "D".
       10 FILLER               PIC X(16) VALUE "Design".
       10 FILLER               PIC X(1) VALUE "P".
       10 FILLER               PIC X(16) VALUE "Product Director".
    05 SIGNOFF-ROLE-ENTRY REDEFINES SIGNOFF-ROLE-TABLE
       OCCURS 3 TIMES.
       10 SIGNOFF-ROLE-CODE    PIC X(1).
       10 SIGNOFF-ROLE-NAME    PIC X(16).

01  SIGNON-WORK-AREA.
    *> The operator signed on for this session. Batch runs sign on as
    *> BATCH with administrator authority, since the scheduler alone
    *> decides what runs unattended
    05 WS-OPER-ID              PIC X(10) VALUE SPACES.
    05 WS-OPER-NAME            PIC X(30) VALUE SPACES.
    05 WS-OPER-ROLE            PIC 9(1) VALUE ZERO.
       88 ROLE-VIEWER          VALUE 1.
       88 ROLE-EDITOR          VALUE 2.
       88 ROLE-SUPERVISOR      VALUE 3.
       88 ROLE-ADMINISTRATOR   VALUE 4.
       88 ROLE-CAN-OVERRIDE    VALUE 3 THRU 4.
    05 WS-SIGNON-FLAG          PIC X(1) VALUE 'N'.
       88 WS-SIGNED-ON         VALUE 'Y'.
    05 WS-SIGNON-TRIES         PIC 9(1) VALUE ZERO.
    05 WS-SIGNON-PIN           PIC X(8).
    05 WS-MENU-ALLOWED-FLAG    PIC X(1) VALUE 'N'.
       88 WS-MENU-ALLOWED      VALUE 'Y'.
    05 WS-OPER-CHOICE          PIC 9(1).
    05 WS-OPER-EXIT-FLAG       PIC X(1).
    05 WS-OPER-EOF-FLAG        PIC X(1).
    05 WS-OPER-COUNT           PIC 9(4).
    05 WS-OPER-NEW-ROLE        PIC 9(1).

01  COUNTERS-AND-TOTALS.
    05 TOTAL-PRDS              PIC 9(5) VALUE ZERO.
    05 STATUS-COUNTERS         OCCURS 7 TIMES PIC 9(5) VALUE ZERO.
       10 WS-CURRENT-SEC       PIC 9(2).
       10 FILLER               PIC 9(2).
    05 WS-AUDIT-TIMESTAMP       PIC X(19).
    05 WS-AUDIT-ACTION          PIC X(1) VALUE SPACE.
    05 WS-TAG-INDEX             PIC 9(4).
    05 WS-TAG-FOUND-FLAG        PIC X(1) VALUE 'N'.
       88 WS-TAG-FOUND          VALUE 'Y'.
    05 WS-IMP-UPDATED          PIC X(10).
    05 WS-IMP-TARGET           PIC X(10).
    *> Same worst case as WS-TAG-DISPLAY plus the two quotes the
    *> export wraps around the tag list and an optional trailing
    *> release column
    05 WS-IMP-TAG-STRING       PIC X(125).
    05 WS-IMP-TAG-WORK         PIC X(125).
    05 WS-IMP-RELEASE          PIC X(10).
    05 WS-IMP-REL-REST         PIC X(20).
    05 WS-IMP-DIGITS           PIC X(10).
    05 WS-IMP-PCT-LEN          PIC 9(2).
    05 WS-IMP-TAG-LEN          PIC 9(3).

01  MAINT-WORK-AREA.
    *> Batch maintenance applies change requests to PRDs already on
    *> file under the same rules as an interactive update. Rows are
    *> counted from the top of PRDMAINT.CSV (header and blank rows
    *> included) so the checkpoint names an exact restart row
    05 WS-MAINT-ROW-SEQ        PIC 9(5) VALUE ZERO.
    05 WS-MAINT-CKPT-COUNT     PIC 9(5) VALUE ZERO.
    05 WS-MAINT-READ-COUNT     PIC 9(5) VALUE ZERO.
    05 WS-MAINT-APPLY-COUNT    PIC 9(5) VALUE ZERO.
    05 WS-MAINT-REJECT-COUNT   PIC 9(5) VALUE ZERO.
    05 WS-MAINT-SAME-COUNT     PIC 9(5) VALUE ZERO.
    05 WS-MAINT-RESTART-COUNT  PIC 9(5) VALUE ZERO.
    05 WS-MAINT-ERR-FLAG       PIC X(1) VALUE 'N'.
       88 WS-MAINT-ROW-BAD     VALUE 'Y'.
    05 WS-MAINT-SAME-FLAG      PIC X(1) VALUE 'N'.
       88 WS-MAINT-NO-CHANGE   VALUE 'Y'.
    05 WS-MAINT-REASON         PIC X(100).
    05 WS-MNT-ID               PIC X(20).
    05 WS-MNT-STATUS-TXT       PIC X(15).
    05 WS-MNT-PRIORITY-TXT     PIC X(10).
    05 WS-MNT-TARGET           PIC X(10).
    05 WS-MNT-OVERRIDE         PIC X(50).
    05 WS-MNT-NEW-PRIORITY     PIC 9(1).

01  BROWSE-WORK-AREA.
    05 WS-BROWSE-KIND          PIC 9(1).
    05 WS-BROWSE-STATUS        PIC 9(1).
       88 RUN-MODE-VERIFY      VALUE "VERIFY".
       88 RUN-MODE-UNLOAD      VALUE "UNLOAD".
       88 RUN-MODE-RELOAD      VALUE "RELOAD".
       88 RUN-MODE-MAINT       VALUE "MAINT".
       88 RUN-MODE-DOSSIER     VALUE "DOSSIER".
       88 RUN-MODE-NIGHTLY     VALUE "NIGHTLY".
       88 RUN-MODE-RECOVER     VALUE "RECOVER".
    05 WS-BATCH-PARM           PIC X(20).
    05 WS-BATCH-FLAG           PIC X(1) VALUE 'N'.
       88 BATCH-MODE           VALUE 'Y'.
    05 WS-RUNLOG-TEXT          PIC X(80).
    05 WS-RUNLOG-STAMP         PIC X(19).

01  NIGHTLY-STREAM-AREA.
    *> NIGHTLY runs these modes in this order. A step ending rc 8 or
    *> over stops the stream; the next NIGHTLY resumes at that step
    *> unless started with RESTART. The purge step archives PRDs
    *> last updated more than NGT-PURGE-RETAIN-DAYS ago
    05 NGT-STEP-TABLE.
       10 FILLER               PIC X(10) VALUE "VERIFY".
       10 FILLER               PIC X(10) VALUE "PURGE".
       10 FILLER               PIC X(10) VALUE "ANALYTICS".
       10 FILLER               PIC X(10) VALUE "UNLOAD".
    05 NGT-STEP-MODE REDEFINES NGT-STEP-TABLE
       OCCURS 4 TIMES          PIC X(10).
    05 NGT-STEP-COUNT          PIC 9(1) VALUE 4.
    05 NGT-PURGE-RETAIN-DAYS   PIC 9(4) VALUE 365.
    05 WS-NGT-ENTRY OCCURS 4 TIMES.
       10 WS-NGT-STATE         PIC X(1).
       10 WS-NGT-RC            PIC 9(2).
       10 WS-NGT-STAMP         PIC X(19).
       10 WS-NGT-OUTCOME       PIC X(20).
    05 WS-NGT-IDX              PIC 9(1).
    05 WS-NGT-WORST-RC         PIC 9(2).
    05 WS-NGT-CUTOFF           PIC X(10).
    05 WS-NGT-START-STAMP      PIC X(19).
    05 WS-NGT-CUTOFF-DAY       PIC 9(7).
    05 WS-NGT-CUTOFF-NUM       PIC 9(8).
    05 WS-NGT-RESUME-FLAG      PIC X(1).
       88 WS-NGT-RESUMING      VALUE 'Y'.
    05 WS-NGT-STOP-FLAG        PIC X(1).
       88 WS-NGT-STOPPED       VALUE 'Y'.

01  JOURNAL-WORK-AREA.
    *> Set by the caller before WRITE-JOURNAL-ENTRY. The step names
    *> the operation making the change; a routine shared by several
    *> operations (CREATE-PRD, REMOVE-PRD-MILESTONES...) leaves it as
    *> its caller set it. For a change the caller also saves the
    *> record as read in WS-JRNL-BEFORE before altering it
    05 WS-JRNL-FILE-ID         PIC X(4).
    05 WS-JRNL-ACTION          PIC X(1).
    05 WS-JRNL-STEP            PIC X(30).
    05 WS-JRNL-BEFORE          PIC X(435).
    05 WS-JRNL-IMAGE           PIC X(435).
    05 WS-JRNL-HOLD            PIC X(435).
    05 WS-JRNL-STAMP           PIC X(19).

01  RECOVER-WORK-AREA.
    *> Forward recovery: reload the last unload, then replay the
    *> journal rows written after the last sync point, up to an
    *> optional stop time
    05 WS-RCV-STOP-STAMP       PIC X(19).
    05 WS-RCV-SYNC-STAMP       PIC X(19).
    05 WS-RCV-SYNC-ROW         PIC 9(7).
    05 WS-RCV-ROW              PIC 9(7).
    05 WS-RCV-APPLIED          PIC 9(7).
    05 WS-RCV-ALREADY          PIC 9(7).
    05 WS-RCV-HELD-BACK        PIC 9(7).
    05 WS-RCV-ERRORS           PIC 9(7).
    05 WS-RCV-FILE-APPLIED     OCCURS 4 TIMES PIC 9(7).
    05 WS-RCV-FILE-IDX         PIC 9(1).
    05 WS-RCV-TIME-PART        PIC X(8).
    05 WS-RCV-IO-STATUS        PIC X(2).

01  DUPLICATE-WORK-AREA.
    *> Live and archived PRDs reduced to comparable keys: the title
    *> upper-cased with punctuation, short words and stop words taken
    *> out, the tags and the author upper-cased. A pair scores up to
    *> 60 for title words in common (shared words against the words
    *> of both titles), 10 per shared tag up to 30, and 10 for the
    *> same author, so tags and author alone never reach the warning
    *> score. Import rejects a row at DUP-REJECT-SCORE; the report
    *> and Add New PRD flag anything at DUP-WARN-SCORE
    05 DUP-WARN-SCORE          PIC 9(3) VALUE 60.
    05 DUP-REJECT-SCORE        PIC 9(3) VALUE 80.
    05 DUP-STOP-WORD-TABLE.
       10 FILLER               PIC X(4) VALUE "THE".
       10 FILLER               PIC X(4) VALUE "AND".
       10 FILLER               PIC X(4) VALUE "FOR".
       10 FILLER               PIC X(4) VALUE "WITH".
       10 FILLER               PIC X(4) VALUE "FROM".
       10 FILLER               PIC X(4) VALUE "INTO".
    05 DUP-STOP-WORD REDEFINES DUP-STOP-WORD-TABLE
       OCCURS 6 TIMES          PIC X(4).
    05 DUP-COUNT               PIC 9(5) VALUE ZERO.
    05 DUP-ENTRY OCCURS 10000 TIMES.
       10 DUP-PRD-ID           PIC X(20).
       10 DUP-SOURCE           PIC X(1).
       10 DUP-STATUS           PIC 9(1).
       10 DUP-AUTHOR           PIC X(30).
       10 DUP-TITLE            PIC X(50).
       10 DUP-TAG              OCCURS 5 TIMES PIC X(20).
       10 DUP-WORD-COUNT       PIC 9(2).
       10 DUP-WORD             OCCURS 8 TIMES PIC X(20).
    *> Same shape as one DUP-ENTRY so a group MOVE carries it across
    05 WS-DUP-WORK.
       10 WS-DUP-PRD-ID        PIC X(20).
       10 WS-DUP-SOURCE        PIC X(1).
          88 WS-DUP-FROM-ARCHIVE VALUE 'H'.
       10 WS-DUP-STATUS        PIC 9(1).
       10 WS-DUP-AUTHOR        PIC X(30).
       10 WS-DUP-TITLE         PIC X(50).
       10 WS-DUP-TAG           OCCURS 5 TIMES PIC X(20).
       10 WS-DUP-WORD-COUNT    PIC 9(2).
       10 WS-DUP-WORD          OCCURS 8 TIMES PIC X(20).
    05 WS-DUP-TITLE-UPPER      PIC X(50).
    05 WS-DUP-ONE-WORD         PIC X(50).
    05 WS-DUP-PTR              PIC 9(3).
    05 WS-DUP-SKIP-FLAG        PIC X(1).
    05 WS-DUP-IDX              PIC 9(5).
    05 WS-DUP-OTHER-IDX        PIC 9(5).
    05 WS-DUP-K                PIC 9(2).
    05 WS-DUP-M                PIC 9(2).
    05 WS-DUP-WORD-HITS        PIC 9(2).
    05 WS-DUP-TAG-HITS         PIC 9(2).
    05 WS-DUP-SCORE            PIC 9(3).
    05 WS-DUP-BEST-SCORE       PIC 9(3).
    05 WS-DUP-BEST-IDX         PIC 9(5).
    05 WS-DUP-PAIR-COUNT       PIC 9(5).
    05 WS-DUP-WARN-COUNT       PIC 9(5).
    05 WS-DUP-EOF-FLAG         PIC X(1).
    05 WS-DUP-ANSWER           PIC X(1).
    05 WS-DUP-STATUS-TXT       PIC X(15).
    05 WS-DUP-OTHER-STATUS-TXT PIC X(15).
    05 WS-DUP-SOURCE-TXT       PIC X(7).
    05 WS-DUP-OTHER-SOURCE-TXT PIC X(7).

01  MERGE-WORK-AREA.
    *> Merge moves a duplicate's milestones, comments and dependency
    *> links onto the surviving PRD, then archives the duplicate.
    *> The duplicate's child rows are buffered before any are moved
    *> so the keyed reads are not disturbed by the writes
    05 WS-MRG-DUP-ID           PIC X(20).
    05 WS-MRG-SURV-ID          PIC X(20).
    05 WS-MRG-SURV-TITLE       PIC X(50).
    05 WS-MRG-FAIL-FLAG        PIC X(1).
       88 WS-MRG-FAILED        VALUE 'Y'.
    05 WS-MRG-NEXT-SEQ         PIC 9(4).
    05 WS-MRG-IDX              PIC 9(4).
    05 WS-MRG-MILE-MOVED       PIC 9(4).
    05 WS-MRG-CMNT-MOVED       PIC 9(4).
    05 WS-MRG-DEP-MOVED        PIC 9(4).
    05 WS-MRG-DEP-DROPPED      PIC 9(4).
    05 WS-MRG-DROP-REASON      PIC X(30).
    05 WS-MRG-MILE-COUNT       PIC 9(4).
    05 WS-MRG-MILE-ROW OCCURS 999 TIMES PIC X(84).
    05 WS-MRG-CMNT-COUNT       PIC 9(4).
    05 WS-MRG-CMNT-ROW OCCURS 999 TIMES PIC X(282).
    05 WS-MRG-LINK-COUNT       PIC 9(4).
    05 WS-MRG-LINK-ENTRY OCCURS 999 TIMES.
       10 WS-MRG-LINK-PRD-ID   PIC X(20).
       10 WS-MRG-LINK-BLOCKER  PIC X(20).

01  LOCK-WORK-AREA.
    05 WS-LOCK-HELD-FLAG       PIC X(1) VALUE 'N'.
       88 WS-LOCK-HELD         VALUE 'Y'.
    05 UNLD-MILE-TRAILER.
       10 UNLD-MTRL-COUNT      PIC 9(5).
       10 UNLD-MTRL-DONE       PIC 9(5).
    *> The comment work file carries its own layout version: V02
    *> rows hold CMNT-OPER-ID, V01 rows were unloaded from the
    *> older PRDCMNT.DAT and are reloaded with it blank
    05 CMNT-LAYOUT-VERSION     PIC X(3) VALUE "V02".
    05 CMNT-PRIOR-VERSION      PIC X(3) VALUE "V01".
    05 UNLD-CMNT-TRAILER.
       10 UNLD-CTRL-COUNT      PIC 9(5).
    05 UNLD-DEP-TRAILER.
       10 UNLD-DTRL-COUNT      PIC 9(5).
    *> Record layout as it was before PRD-TARGET-DATE existed, used
    *> to re-slice V01 unload rows into the current record
    05 WS-OLD-PRD-ROW.
    *> current record length so a longer layout cannot truncate
    05 WS-DEP-SAVED-RECORD     PIC X(512).

01  CHILD-RECORD-WORK-AREA.
    *> Milestones, comments and dependency links hang off a PRD by
    *> its ID; delete removes them with the PRD and purge carries the
    *> milestones and comments to the archive-side files, so neither
    *> leaves orphans behind in the live child files
    05 WS-CHILD-ARCHIVE-FLAG   PIC X(1) VALUE 'N'.
       88 WS-CHILD-TO-ARCHIVE  VALUE 'Y'.
    05 WS-CHILD-EOF-FLAG       PIC X(1).
    05 WS-CHILD-MILE-COUNT     PIC 9(5).
    05 WS-CHILD-CMNT-COUNT     PIC 9(5).
    05 WS-CHILD-DEP-COUNT      PIC 9(5).
    05 WS-CHILD-BLOCKING-COUNT PIC 9(5).
    05 WS-DELETE-ANSWER        PIC X(1).
    05 WS-PURGE-MILE-MOVED     PIC 9(5).
    05 WS-PURGE-CMNT-MOVED     PIC 9(5).
    05 WS-PURGE-DEP-DROPPED    PIC 9(5).
    05 WS-ARCH-CHILD-COUNT     PIC 9(5).

01  CHAIN-ANALYSIS-AREA.
    *> PRDDEP.DAT held in memory for the transitive walks: the loop
    *> check on every new link and the dependency chain report. A
    *> node is any PRD that appears on either end of a link; depth is
    *> the longest run of still-open blockers above it and the
    *> projected date the latest target date anywhere on that run
    05 CHAIN-LINK-COUNT        PIC 9(5) VALUE ZERO.
    05 CHAIN-LINK-ENTRY OCCURS 10000 TIMES.
       10 CHAIN-LINK-PRD-ID    PIC X(20).
       10 CHAIN-LINK-BLOCKER-ID PIC X(20).
       10 CHAIN-LINK-PRD-NODE  PIC 9(5).
       10 CHAIN-LINK-BLK-NODE  PIC 9(5).
    05 CHAIN-NODE-COUNT        PIC 9(5) VALUE ZERO.
    05 CHAIN-NODE-ENTRY OCCURS 10000 TIMES.
       10 CHAIN-NODE-ID        PIC X(20).
       10 CHAIN-NODE-ON-FILE   PIC X(1).
       10 CHAIN-NODE-STATUS    PIC 9(1).
       10 CHAIN-NODE-TARGET    PIC X(10).
       10 CHAIN-NODE-DEPTH     PIC 9(5).
       10 CHAIN-NODE-NEXT      PIC 9(5).
       10 CHAIN-NODE-PROJ-DATE PIC X(10).
       10 CHAIN-NODE-SEEN      PIC 9(5).
    05 CHAIN-VISIT-COUNT       PIC 9(5) VALUE ZERO.
    05 CHAIN-VISIT-ENTRY OCCURS 10000 TIMES.
       10 CHAIN-VISIT-NODE     PIC 9(5).
       10 CHAIN-VISIT-LEVEL    PIC 9(5).
    05 WS-CHAIN-IDX            PIC 9(5).
    05 WS-CHAIN-LINK-IDX       PIC 9(5).
    05 WS-CHAIN-VISIT-IDX      PIC 9(5).
    05 WS-CHAIN-FOUND-IDX      PIC 9(5).
    05 WS-CHAIN-FROM-IDX       PIC 9(5).
    05 WS-CHAIN-TO-IDX         PIC 9(5).
    05 WS-CHAIN-FIND-ID        PIC X(20).
    05 WS-CHAIN-EOF-FLAG       PIC X(1).
    05 WS-CHAIN-CHANGED-FLAG   PIC X(1).
    05 WS-CHAIN-PASSES         PIC 9(5).
    05 WS-CHAIN-LOOP-FLAG      PIC X(1) VALUE 'N'.
       88 WS-CHAIN-LOOP-FOUND  VALUE 'Y'.
    05 WS-CHAIN-CAND-DATE      PIC X(10).
    05 WS-CHAIN-PATH-TXT       PIC X(400).
    05 WS-CHAIN-PATH-PTR       PIC 9(4).
    05 WS-CHAIN-STEPS          PIC 9(5).
    05 WS-CHAIN-SHOWN-COUNT    PIC 9(5).
    05 WS-CHAIN-FLAG-COUNT     PIC 9(5).
    05 WS-CHAIN-MAX-DEPTH      PIC 9(5).
    05 WS-CHAIN-STATUS-TXT     PIC X(15).
    05 WS-CHAIN-TITLE          PIC X(50).

01  RELEASE-WORK-AREA.
    05 WS-REL-CHOICE           PIC 9(1).
    05 WS-REL-EXIT-FLAG        PIC X(1).
    05 WS-REL-EOF-FLAG         PIC X(1).
    05 WS-RA-EOF-FLAG          PIC X(1).
    05 WS-REL-COUNT            PIC 9(4).
    05 WS-REL-PRD-COUNT        PIC 9(5).
    05 WS-REL-ID               PIC X(10).
    05 WS-REL-OLD-ID           PIC X(10).
    05 WS-REL-NAME             PIC X(40).
    05 WS-REL-FREEZE-DATE      PIC X(10).
    05 WS-REL-SHIP-DATE        PIC X(10).
    05 WS-REL-DATE-ANSWER      PIC X(10).
    05 WS-REL-STATE-ANSWER     PIC 9(1).
    05 WS-REL-FREEZE-NUM       PIC 9(7).
    05 WS-REL-SHIP-NUM         PIC 9(7).
    05 WS-REL-DATES-OK-FLAG    PIC X(1).
       88 WS-REL-DATES-OK      VALUE 'Y'.
    05 WS-REL-FILES-FLAG       PIC X(1) VALUE 'N'.
       88 WS-REL-FILES-OPEN    VALUE 'Y'.

01  READINESS-REPORT-AREA.
    *> One release's PRDs, buffered before the risk checks so the
    *> blocker lookups can pass through the PRD record area
    05 RDY-PRD-COUNT           PIC 9(5) VALUE ZERO.
    05 RDY-ENTRY OCCURS 10000 TIMES.
       10 RDY-PRD-ID           PIC X(20).
       10 RDY-TITLE            PIC X(50).
       10 RDY-STATUS           PIC 9(1).
       10 RDY-PRIORITY         PIC 9(1).
       10 RDY-PCT              PIC 9(3).
    05 RDY-STATUS-GRID.
       10 RDY-STATUS-ROW OCCURS 7 TIMES.
          15 RDY-ROW-TOTAL     PIC 9(5).
          15 RDY-GRID-COUNT    OCCURS 4 TIMES PIC 9(5).
    05 RDY-MISSING-COUNT       PIC 9(5).
    05 RDY-NOT-TESTING-COUNT   PIC 9(5).
    05 RDY-MISSED-FREEZE-COUNT PIC 9(5).
    05 RDY-RISK-COUNT          PIC 9(5).
    05 RDY-CRIT-OPEN-COUNT     PIC 9(5).
    05 RDY-CRIT-LEFT-PCT       PIC 9(7).
    05 RDY-CRIT-AVG-LEFT       PIC 9(3).
    05 WS-RDY-IDX              PIC 9(5).
    05 WS-RDY-STATUS-IDX       PIC 9(1).
    05 WS-RDY-PRI-IDX          PIC 9(1).
    05 WS-RDY-CUR-ID           PIC X(20).
    05 WS-RDY-DAYS             PIC 9(5).
    05 WS-RDY-RISK-FLAG        PIC X(1).
    05 WS-RDY-MILE-FLAG        PIC X(1).
    05 WS-RDY-DEP-FLAG         PIC X(1).

01  APPROVAL-WORK-AREA.
    05 WS-APPR-CHOICE          PIC 9(1).
    05 WS-APPR-EXIT-FLAG       PIC X(1).
    05 WS-APPR-EOF-FLAG        PIC X(1).
    05 WS-APPR-COUNT           PIC 9(4).
    05 WS-APPR-ROLE-IDX        PIC 9(1).
    05 WS-APPR-ROLE-NAME       PIC X(16).
    05 WS-APPR-ROLE-OK         OCCURS 3 TIMES PIC X(1).
    05 WS-APPR-OBJECTIONS      PIC 9(3).
    05 WS-APPR-COMPLETE-FLAG   PIC X(1).
       88 WS-APPR-COMPLETE     VALUE 'Y'.
    05 WS-APPR-MISSING-TXT     PIC X(80).
    05 WS-APPR-PTR             PIC 9(3).
    05 WS-APPR-ANSWER          PIC X(1).
    05 WS-APPR-APPROVER        PIC X(10).
    05 WS-APPR-LAST-APPROVER   PIC X(10).
    05 WS-APPR-DECISION-TXT    PIC X(17).
    05 WS-APPR-WAIT-COUNT      PIC 9(5).

01  DOSSIER-WORK-AREA.
    *> Each PRD's dossier starts on a fresh page numbered from 1;
    *> a multi-PRD run writes them one after another to the file
    05 DOS-LINES-PER-PAGE      PIC 9(3) VALUE 60.
    05 WS-DOS-PAGE-NUM         PIC 9(4).
    05 WS-DOS-TOTAL-PAGES      PIC 9(5).
    05 WS-DOS-LINE-COUNT       PIC 9(3).
    05 WS-DOS-FIRST-PAGE-FLAG  PIC X(1).
    05 WS-DOS-TEXT             PIC X(120).
    05 WS-DOS-HEADING-HOLD     PIC X(120).
    05 WS-DOS-PRD-ID           PIC X(20).
    05 WS-DOS-TITLE            PIC X(50).
    05 WS-DOS-CHOICE           PIC 9(1).
    05 WS-DOS-SEL-KIND         PIC X(1).
       88 WS-DOS-ONE-PRD       VALUE 'P'.
       88 WS-DOS-BY-STATUS     VALUE 'S'.
       88 WS-DOS-BY-RELEASE    VALUE 'R'.
    05 WS-DOS-SEL-STATUS       PIC 9(1).
    05 WS-DOS-SEL-RELEASE      PIC X(10).
    05 WS-DOS-PARM-UPPER       PIC X(20).
    05 WS-DOS-PRD-COUNT        PIC 9(5).
    05 WS-DOS-ITEM-COUNT       PIC 9(5).
    05 WS-DOS-DONE-COUNT       PIC 9(5).
    05 WS-DOS-LATE-COUNT       PIC 9(5).
    05 WS-DOS-EOF-FLAG         PIC X(1).
    05 WS-DOS-MARK             PIC X(8).
    05 WS-DOS-LINK-STATUS      PIC X(20).
    05 WS-DOS-MILE-FLAG        PIC X(1).
    05 WS-DOS-DEP-FLAG         PIC X(1).
    05 WS-DOS-CMNT-FLAG        PIC X(1).
    05 WS-DOS-APPR-FLAG        PIC X(1).
    05 WS-DOS-RELA-FLAG        PIC X(1).
    05 WS-DOS-IDX              PIC 9(5).
    05 DOS-ID-COUNT            PIC 9(5).
    05 DOS-ID-ENTRY OCCURS 10000 TIMES PIC X(20).

01  OWNER-WORK-AREA.
    05 WS-OWNER-CHOICE         PIC 9(1).
    05 WS-OWNER-EXIT-FLAG      PIC X(1).
       10 HIST-CMNT-TIMESTAMP  PIC X(19).
       10 HIST-CMNT-AUTHOR     PIC X(30).
       10 HIST-CMNT-TEXT       PIC X(200).
       10 HIST-CMNT-OPER-ID    PIC X(10).
    05 WS-CMNT-NEXT            PIC 9(3).

01  NOTIFY-WORK-AREA.
    05 WS-NOTIFY-IDX           PIC 9(4).
    05 WS-NOTIFY-FULL-FLAG     PIC X(1).
    05 NOTIFY-BUF-COUNT        PIC 9(4).
    05 NOTIFY-BUF-ENTRY OCCURS 500 TIMES PIC X(153).

01  OWNER-WORKLOAD-AREA.
    *> Per-owner tallies built by sweeping the live file: open PRDs
    05 DIVIDER-LINE            PIC X(120) VALUE ALL "=".

01  MENU-OPTIONS.
    *> Each entry carries the number the operator keys and the lowest
    *> role (1=Viewer 2=Editor 3=Supervisor 4=Administrator) that is
    *> offered it. Exit keeps its number and always lists last
    05 MENU-OPTION-COUNT       PIC 9(2) VALUE 32.
    05 MENU-OPTION-TABLE.
       10 FILLER               PIC X(50) VALUE "1. Display All PRDs".
       10 FILLER               PIC 9(2) VALUE 1.
       10 FILLER               PIC 9(1) VALUE 1.
       10 FILLER               PIC X(50) VALUE "2. Search PRDs".
       10 FILLER               PIC 9(2) VALUE 2.
       10 FILLER               PIC 9(1) VALUE 1.
       10 FILLER               PIC X(50) VALUE "3. Generate Analytics Report".
       10 FILLER               PIC 9(2) VALUE 3.
       10 FILLER               PIC 9(1) VALUE 2.
       10 FILLER               PIC X(50) VALUE "4. Load Sample Data".
       10 FILLER               PIC 9(2) VALUE 4.
       10 FILLER               PIC 9(1) VALUE 4.
       10 FILLER               PIC X(50) VALUE "5. Update PRD".
       10 FILLER               PIC 9(2) VALUE 5.
       10 FILLER               PIC 9(1) VALUE 2.
       10 FILLER               PIC X(50) VALUE "6. Delete PRD".
       10 FILLER               PIC 9(2) VALUE 6.
       10 FILLER               PIC 9(1) VALUE 3.
       10 FILLER               PIC X(50) VALUE "7. Import PRDs from CSV".
       10 FILLER               PIC 9(2) VALUE 7.
       10 FILLER               PIC 9(1) VALUE 2.
       10 FILLER               PIC X(50) VALUE "8. PRD History Inquiry".
       10 FILLER               PIC 9(2) VALUE 8.
       10 FILLER               PIC 9(1) VALUE 1.
       10 FILLER               PIC X(50) VALUE "9. Cycle Time Report".
       10 FILLER               PIC 9(2) VALUE 9.
       10 FILLER               PIC 9(1) VALUE 1.
       10 FILLER               PIC X(50) VALUE "10. Maintain Milestones".
       10 FILLER               PIC 9(2) VALUE 10.
       10 FILLER               PIC 9(1) VALUE 2.
       10 FILLER               PIC X(50) VALUE "11. Archive Purge".
       10 FILLER               PIC 9(2) VALUE 11.
       10 FILLER               PIC 9(1) VALUE 3.
       10 FILLER               PIC X(50) VALUE "12. Search Archive".
       10 FILLER               PIC 9(2) VALUE 12.
       10 FILLER               PIC 9(1) VALUE 1.
       10 FILLER               PIC X(50) VALUE "13. Verify File Integrity".
       10 FILLER               PIC 9(2) VALUE 13.
       10 FILLER               PIC 9(1) VALUE 2.
       10 FILLER               PIC X(50) VALUE "14. Metrics Trend Report".
       10 FILLER               PIC 9(2) VALUE 14.
       10 FILLER               PIC 9(1) VALUE 1.
       10 FILLER               PIC X(50) VALUE "15. Browse by Status/Priority".
       10 FILLER               PIC 9(2) VALUE 15.
       10 FILLER               PIC 9(1) VALUE 1.
       10 FILLER               PIC X(50) VALUE "16. Add New PRD".
       10 FILLER               PIC 9(2) VALUE 16.
       10 FILLER               PIC 9(1) VALUE 2.
       10 FILLER               PIC X(50) VALUE "17. Maintain Dependencies".
       10 FILLER               PIC 9(2) VALUE 17.
       10 FILLER               PIC 9(1) VALUE 2.
       10 FILLER               PIC X(50) VALUE "18. Maintain Owners".
       10 FILLER               PIC 9(2) VALUE 18.
       10 FILLER               PIC 9(1) VALUE 4.
       10 FILLER               PIC X(50) VALUE "19. Owner Workload Report".
       10 FILLER               PIC 9(2) VALUE 19.
       10 FILLER               PIC 9(1) VALUE 1.
       10 FILLER               PIC X(50) VALUE "20. Pending Notifications".
       10 FILLER               PIC 9(2) VALUE 20.
       10 FILLER               PIC 9(1) VALUE 2.
       10 FILLER               PIC X(50) VALUE "21. Milestone Schedule Report".
       10 FILLER               PIC 9(2) VALUE 21.
       10 FILLER               PIC 9(1) VALUE 1.
       10 FILLER               PIC X(50) VALUE "22. Add Review Comment".
       10 FILLER               PIC 9(2) VALUE 22.
       10 FILLER               PIC 9(1) VALUE 2.
       10 FILLER               PIC X(50) VALUE "24. Maintain Operators".
       10 FILLER               PIC 9(2) VALUE 24.
       10 FILLER               PIC 9(1) VALUE 4.
       10 FILLER               PIC X(50) VALUE "25. Dependency Chain Report".
       10 FILLER               PIC 9(2) VALUE 25.
       10 FILLER               PIC 9(1) VALUE 1.
       10 FILLER               PIC X(50) VALUE "26. Maintain Releases".
       10 FILLER               PIC 9(2) VALUE 26.
       10 FILLER               PIC 9(1) VALUE 2.
       10 FILLER               PIC X(50) VALUE "27. Release Readiness Report".
       10 FILLER               PIC 9(2) VALUE 27.
       10 FILLER               PIC 9(1) VALUE 1.
       10 FILLER               PIC X(50) VALUE "28. PRD Sign-Off".
       10 FILLER               PIC 9(2) VALUE 28.
       10 FILLER               PIC 9(1) VALUE 1.
       10 FILLER               PIC X(50) VALUE "29. Pending Approvals Report".
       10 FILLER               PIC 9(2) VALUE 29.
       10 FILLER               PIC 9(1) VALUE 1.
       10 FILLER               PIC X(50) VALUE "30. Print PRD Dossier".
       10 FILLER               PIC 9(2) VALUE 30.
       10 FILLER               PIC 9(1) VALUE 1.
       10 FILLER               PIC X(50) VALUE "31. Duplicate PRD Report".
       10 FILLER               PIC 9(2) VALUE 31.
       10 FILLER               PIC 9(1) VALUE 1.
       10 FILLER               PIC X(50) VALUE "32. Merge Duplicate PRDs".
       10 FILLER               PIC 9(2) VALUE 32.
       10 FILLER               PIC 9(1) VALUE 3.
       10 FILLER               PIC X(50) VALUE "23. Exit".
       10 FILLER               PIC 9(2) VALUE 23.
       10 FILLER               PIC 9(1) VALUE 1.
    05 MENU-OPTION-ENTRY REDEFINES MENU-OPTION-TABLE
       OCCURS 32 TIMES.
       10 MENU-OPTION          PIC X(50).
       10 MENU-OPTION-NUM      PIC 9(2).
       10 MENU-OPTION-MIN-ROLE PIC 9(1).

PROCEDURE DIVISION.
MAIN-LOGIC.
       PERFORM RUN-BATCH-JOB
    ELSE
       PERFORM DISPLAY-WELCOME
       PERFORM OPERATOR-SIGN-ON THRU SIGN-ON-EXIT
       IF WS-SIGNED-ON
          PERFORM PROCESS-MENU UNTIL USER-REQUESTED-EXIT
       END-IF
       PERFORM CLEANUP
    END-IF
    MOVE WS-RUN-RC TO RETURN-CODE
           DELIMITED BY SIZE INTO WS-RUNLOG-TEXT
    PERFORM WRITE-RUN-LOG

    IF RUN-MODE-NIGHTLY
       PERFORM NIGHTLY-JOB-STREAM THRU NIGHTLY-STREAM-EXIT
    ELSE
       PERFORM RUN-SINGLE-MODE
    END-IF

    STRING "RUN END rc=" WS-RUN-RC
           DELIMITED BY SIZE INTO WS-RUNLOG-TEXT
    PERFORM WRITE-RUN-LOG.

RUN-SINGLE-MODE.
    *> One job per run mode; NIGHTLY also comes through here once
    *> for each of its steps
    EVALUATE TRUE
       WHEN RUN-MODE-ANALYTICS
          PERFORM GENERATE-ANALYTICS THRU ANALYTICS-EXIT
             PERFORM ARCHIVE-PURGE THRU PURGE-EXIT
             STRING "PURGE cutoff=" WS-PURGE-CUTOFF
                    " moved=" WS-PURGE-MOVED
                    " milestones=" WS-PURGE-MILE-MOVED
                    " comments=" WS-PURGE-CMNT-MOVED
                    " links=" WS-PURGE-DEP-DROPPED
                    DELIMITED BY SIZE INTO WS-RUNLOG-TEXT
             PERFORM WRITE-RUN-LOG
          END-IF
          ELSE
             PERFORM RELOAD-ALL-FILES THRU RELOAD-EXIT
          END-IF
       WHEN RUN-MODE-MAINT
          PERFORM CHECK-RUN-LOCK
          IF WS-LOCK-HELD
             PERFORM REFUSE-LOCKED-RUN
          ELSE
             PERFORM BATCH-MAINTENANCE THRU MAINT-EXIT
             STRING "MAINT read=" WS-MAINT-READ-COUNT
                    " applied=" WS-MAINT-APPLY-COUNT
                    " rejected=" WS-MAINT-REJECT-COUNT
                    " no-change=" WS-MAINT-SAME-COUNT
                    " skipped=" WS-MAINT-RESTART-COUNT
                    DELIMITED BY SIZE INTO WS-RUNLOG-TEXT
             PERFORM WRITE-RUN-LOG
          END-IF
       WHEN RUN-MODE-RECOVER
          PERFORM CHECK-RUN-LOCK
          IF WS-LOCK-HELD
             PERFORM REFUSE-LOCKED-RUN
          ELSE
             PERFORM RECOVER-FROM-JOURNAL THRU RECOVER-EXIT
             STRING "RECOVER replayed=" WS-RCV-APPLIED
                    " in-place=" WS-RCV-ALREADY
                    " after-stop=" WS-RCV-HELD-BACK
                    " failed=" WS-RCV-ERRORS
                    DELIMITED BY SIZE INTO WS-RUNLOG-TEXT
             PERFORM WRITE-RUN-LOG
          END-IF
       WHEN RUN-MODE-DOSSIER
          PERFORM BATCH-DOSSIER-RUN THRU BATCH-DOSSIER-EXIT
          STRING "DOSSIER selection=" FUNCTION TRIM(WS-BATCH-PARM)
                 " prds=" WS-DOS-PRD-COUNT
                 " pages=" WS-DOS-TOTAL-PAGES
                 DELIMITED BY SIZE INTO WS-RUNLOG-TEXT
          PERFORM WRITE-RUN-LOG
       WHEN OTHER
          DISPLAY "Unknown run mode: " FUNCTION TRIM(WS-RUN-MODE)
          DISPLAY "Valid modes: ANALYTICS, IMPORT, PURGE yyyy-mm-dd,"
                  " VERIFY, UNLOAD, RELOAD, MAINT,"
                  " DOSSIER STATUS=n|RELEASE=id, NIGHTLY [RESTART],"
                  " RECOVER [stop-time]"
          STRING "UNKNOWN MODE " FUNCTION TRIM(WS-RUN-MODE)
                 DELIMITED BY SIZE INTO WS-RUNLOG-TEXT
          PERFORM WRITE-RUN-LOG
          MOVE 12 TO WS-RUN-RC
    END-EVALUATE.

NIGHTLY-JOB-STREAM.
    *> VERIFY, PURGE, ANALYTICS and UNLOAD in one run. PRDNIGHT.DAT
    *> records each step's outcome as it ends, so a rerun after a
    *> failure picks up at the failed step. RESTART throws the
    *> recorded state away and runs every step again
    IF WS-BATCH-PARM NOT = SPACES
       AND FUNCTION UPPER-CASE(WS-BATCH-PARM) NOT = "RESTART"
       DISPLAY "NIGHTLY takes no parameter, or RESTART to run every"
               " step again: " FUNCTION TRIM(WS-BATCH-PARM)
       STRING "NIGHTLY bad parameter " FUNCTION TRIM(WS-BATCH-PARM)
              DELIMITED BY SIZE INTO WS-RUNLOG-TEXT
       PERFORM WRITE-RUN-LOG
       MOVE 12 TO WS-RUN-RC
       GO TO NIGHTLY-STREAM-EXIT
    END-IF

    PERFORM LOAD-NIGHTLY-STATE
    IF WS-NGT-RESUMING
       STRING "NIGHTLY resuming stream started " WS-NGT-START-STAMP
              " cutoff=" WS-NGT-CUTOFF
              DELIMITED BY SIZE INTO WS-RUNLOG-TEXT
       PERFORM WRITE-RUN-LOG
    ELSE
       PERFORM START-NIGHTLY-STREAM
       STRING "NIGHTLY new stream cutoff=" WS-NGT-CUTOFF
              DELIMITED BY SIZE INTO WS-RUNLOG-TEXT
       PERFORM WRITE-RUN-LOG
    END-IF

    MOVE 'N' TO WS-NGT-STOP-FLAG
    PERFORM VARYING WS-NGT-IDX FROM 1 BY 1
            UNTIL WS-NGT-IDX > NGT-STEP-COUNT
       IF WS-NGT-STOPPED
          MOVE "not run" TO WS-NGT-OUTCOME(WS-NGT-IDX)
       ELSE
          PERFORM RUN-NIGHTLY-STEP
       END-IF
    END-PERFORM

    MOVE "NIGHTLY" TO WS-RUN-MODE
    PERFORM NIGHTLY-SUMMARY.

NIGHTLY-STREAM-EXIT.
    EXIT.

LOAD-NIGHTLY-STATE.
    *> A stream whose steps all completed is finished, and the next
    *> NIGHTLY starts a new one; anything less is resumed
    MOVE 'N' TO WS-NGT-RESUME-FLAG
    MOVE SPACES TO WS-NGT-START-STAMP
    MOVE SPACES TO WS-NGT-CUTOFF
    PERFORM VARYING WS-NGT-IDX FROM 1 BY 1
            UNTIL WS-NGT-IDX > NGT-STEP-COUNT
       MOVE SPACE TO WS-NGT-STATE(WS-NGT-IDX)
       MOVE ZERO TO WS-NGT-RC(WS-NGT-IDX)
       MOVE SPACES TO WS-NGT-STAMP(WS-NGT-IDX)
       MOVE SPACES TO WS-NGT-OUTCOME(WS-NGT-IDX)
    END-PERFORM
    IF FUNCTION UPPER-CASE(WS-BATCH-PARM) = "RESTART"
       MOVE "NIGHTLY RESTART - recorded step state discarded"
            TO WS-RUNLOG-TEXT
       PERFORM WRITE-RUN-LOG
    ELSE
       OPEN INPUT NIGHT-STATE-FILE
       IF NIGHT-STATUS = "00"
          PERFORM UNTIL NIGHT-STATUS NOT = "00"
             READ NIGHT-STATE-FILE
             IF NIGHT-STATUS = "00"
                PERFORM NOTE-NIGHTLY-STATE-ROW
             END-IF
          END-PERFORM
          CLOSE NIGHT-STATE-FILE
       END-IF
       IF WS-NGT-START-STAMP NOT = SPACES
          PERFORM VARYING WS-NGT-IDX FROM 1 BY 1
                  UNTIL WS-NGT-IDX > NGT-STEP-COUNT
             IF WS-NGT-STATE(WS-NGT-IDX) NOT = 'C'
                MOVE 'Y' TO WS-NGT-RESUME-FLAG
             END-IF
          END-PERFORM
       END-IF
    END-IF.

NOTE-NIGHTLY-STATE-ROW.
    IF NGT-STEP-NAME = "STREAM"
       MOVE NGT-STEP-STAMP TO WS-NGT-START-STAMP
       MOVE NGT-PURGE-CUTOFF TO WS-NGT-CUTOFF
    ELSE
       PERFORM VARYING WS-NGT-IDX FROM 1 BY 1
               UNTIL WS-NGT-IDX > NGT-STEP-COUNT
          IF NGT-STEP-NAME = NGT-STEP-MODE(WS-NGT-IDX)
             MOVE NGT-STEP-STATE TO WS-NGT-STATE(WS-NGT-IDX)
             MOVE NGT-STEP-RC TO WS-NGT-RC(WS-NGT-IDX)
             MOVE NGT-STEP-STAMP TO WS-NGT-STAMP(WS-NGT-IDX)
          END-IF
       END-PERFORM
    END-IF.

START-NIGHTLY-STREAM.
    *> Steps all pending; the purge cutoff is fixed here so a resumed
    *> stream purges against the same date it started with
    PERFORM VARYING WS-NGT-IDX FROM 1 BY 1
            UNTIL WS-NGT-IDX > NGT-STEP-COUNT
       MOVE SPACE TO WS-NGT-STATE(WS-NGT-IDX)
       MOVE ZERO TO WS-NGT-RC(WS-NGT-IDX)
       MOVE SPACES TO WS-NGT-STAMP(WS-NGT-IDX)
    END-PERFORM
    ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
    ACCEPT WS-CURRENT-TIME FROM TIME
    MOVE SPACES TO WS-NGT-START-STAMP
    STRING WS-CURRENT-YEAR "-" WS-CURRENT-MONTH "-" WS-CURRENT-DAY
           " " WS-CURRENT-HH ":" WS-CURRENT-MIN ":" WS-CURRENT-SEC
           DELIMITED BY SIZE INTO WS-NGT-START-STAMP
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CYCLE-DATE-X8
    MOVE WS-CYCLE-DATE-X8 TO WS-CYCLE-DATE-NUM
    COMPUTE WS-NGT-CUTOFF-DAY =
            FUNCTION INTEGER-OF-DATE(WS-CYCLE-DATE-NUM)
            - NGT-PURGE-RETAIN-DAYS
    COMPUTE WS-NGT-CUTOFF-NUM =
            FUNCTION DATE-OF-INTEGER(WS-NGT-CUTOFF-DAY)
    MOVE SPACES TO WS-NGT-CUTOFF
    STRING WS-NGT-CUTOFF-NUM(1:4) "-" WS-NGT-CUTOFF-NUM(5:2) "-"
           WS-NGT-CUTOFF-NUM(7:2) DELIMITED BY SIZE
           INTO WS-NGT-CUTOFF
    PERFORM SAVE-NIGHTLY-STATE.

RUN-NIGHTLY-STEP.
    IF WS-NGT-STATE(WS-NGT-IDX) = 'C'
       MOVE "done in earlier run" TO WS-NGT-OUTCOME(WS-NGT-IDX)
       STRING "NIGHTLY step " FUNCTION TRIM(NGT-STEP-MODE(WS-NGT-IDX))
              " already complete - skipped"
              DELIMITED BY SIZE INTO WS-RUNLOG-TEXT
       PERFORM WRITE-RUN-LOG
    ELSE
       MOVE NGT-STEP-MODE(WS-NGT-IDX) TO WS-RUN-MODE
       MOVE SPACES TO WS-BATCH-PARM
       IF RUN-MODE-PURGE
          MOVE WS-NGT-CUTOFF TO WS-BATCH-PARM
       END-IF
       STRING "NIGHTLY step " FUNCTION TRIM(WS-RUN-MODE) " start"
              DELIMITED BY SIZE INTO WS-RUNLOG-TEXT
       PERFORM WRITE-RUN-LOG
       MOVE ZERO TO WS-RUN-RC
       PERFORM RUN-SINGLE-MODE
       MOVE WS-RUN-RC TO WS-NGT-RC(WS-NGT-IDX)
       MOVE WS-RUNLOG-STAMP TO WS-NGT-STAMP(WS-NGT-IDX)
       IF WS-RUN-RC >= 8
          MOVE 'F' TO WS-NGT-STATE(WS-NGT-IDX)
          MOVE "FAILED" TO WS-NGT-OUTCOME(WS-NGT-IDX)
          MOVE 'Y' TO WS-NGT-STOP-FLAG
       ELSE
          MOVE 'C' TO WS-NGT-STATE(WS-NGT-IDX)
          MOVE "completed" TO WS-NGT-OUTCOME(WS-NGT-IDX)
       END-IF
       PERFORM SAVE-NIGHTLY-STATE
    END-IF.

SAVE-NIGHTLY-STATE.
    *> Losing the state only costs a rerun of finished steps, so a
    *> write failure is reported but does not stop the stream
    OPEN OUTPUT NIGHT-STATE-FILE
    IF NIGHT-STATUS NOT = "00"
       DISPLAY "Warning - could not save PRDNIGHT.DAT: " NIGHT-STATUS
       STRING "NIGHTLY run state not saved, status " NIGHT-STATUS
              DELIMITED BY SIZE INTO WS-RUNLOG-TEXT
       PERFORM WRITE-RUN-LOG
    ELSE
       MOVE SPACES TO NIGHT-STATE-RECORD
       MOVE "STREAM" TO NGT-STEP-NAME
       MOVE ZERO TO NGT-STEP-RC
       MOVE WS-NGT-START-STAMP TO NGT-STEP-STAMP
       MOVE WS-NGT-CUTOFF TO NGT-PURGE-CUTOFF
       WRITE NIGHT-STATE-RECORD
       PERFORM VARYING WS-NGT-IDX FROM 1 BY 1
               UNTIL WS-NGT-IDX > NGT-STEP-COUNT
          MOVE SPACES TO NIGHT-STATE-RECORD
          MOVE NGT-STEP-MODE(WS-NGT-IDX) TO NGT-STEP-NAME
          MOVE WS-NGT-STATE(WS-NGT-IDX) TO NGT-STEP-STATE
          MOVE WS-NGT-RC(WS-NGT-IDX) TO NGT-STEP-RC
          MOVE WS-NGT-STAMP(WS-NGT-IDX) TO NGT-STEP-STAMP
          MOVE WS-NGT-CUTOFF TO NGT-PURGE-CUTOFF
          WRITE NIGHT-STATE-RECORD
       END-PERFORM
       CLOSE NIGHT-STATE-FILE
    END-IF.

NIGHTLY-SUMMARY.
    *> The worst rc covers steps done in an earlier run of the same
    *> stream too, and becomes the job's return code
    MOVE ZERO TO WS-NGT-WORST-RC
    STRING "NIGHTLY SUMMARY stream started " WS-NGT-START-STAMP
           DELIMITED BY SIZE INTO WS-RUNLOG-TEXT
    PERFORM WRITE-RUN-LOG
    PERFORM VARYING WS-NGT-IDX FROM 1 BY 1
            UNTIL WS-NGT-IDX > NGT-STEP-COUNT
       IF WS-NGT-STATE(WS-NGT-IDX) = SPACE
          STRING "  " NGT-STEP-MODE(WS-NGT-IDX) " "
                 WS-NGT-OUTCOME(WS-NGT-IDX)
                 DELIMITED BY SIZE INTO WS-RUNLOG-TEXT
       ELSE
          IF WS-NGT-RC(WS-NGT-IDX) > WS-NGT-WORST-RC
             MOVE WS-NGT-RC(WS-NGT-IDX) TO WS-NGT-WORST-RC
          END-IF
          STRING "  " NGT-STEP-MODE(WS-NGT-IDX) " "
                 WS-NGT-OUTCOME(WS-NGT-IDX) " rc="
                 WS-NGT-RC(WS-NGT-IDX) " at "
                 WS-NGT-STAMP(WS-NGT-IDX)
                 DELIMITED BY SIZE INTO WS-RUNLOG-TEXT
       END-IF
       PERFORM WRITE-RUN-LOG
    END-PERFORM
    IF WS-NGT-STOPPED
       STRING "NIGHTLY STOPPED worst rc=" WS-NGT-WORST-RC
              " - rerun NIGHTLY to resume at the failed step"
              DELIMITED BY SIZE INTO WS-RUNLOG-TEXT
       DISPLAY "Nightly stream stopped on a failed step - see"
               " PRDRUNLOG.TXT"
    ELSE
       STRING "NIGHTLY COMPLETE worst rc=" WS-NGT-WORST-RC
              DELIMITED BY SIZE INTO WS-RUNLOG-TEXT
       DISPLAY "Nightly stream complete, worst rc " WS-NGT-WORST-RC
    END-IF
    PERFORM WRITE-RUN-LOG
    MOVE WS-NGT-WORST-RC TO WS-RUN-RC.

WRITE-RUN-LOG.
    ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
    IF RUNLOG-STATUS NOT = "00"
       DISPLAY "Error opening run log: " RUNLOG-STATUS
    ELSE
       MOVE SPACES TO RUNLOG-LINE
       STRING WS-RUNLOG-STAMP " " FUNCTION TRIM(WS-RUNLOG-TEXT)
              DELIMITED BY SIZE INTO RUNLOG-LINE
       WRITE RUNLOG-LINE
       CLOSE RUNLOG-FILE
    END-IF
    *> Callers STRING into the text without clearing it first
    MOVE SPACES TO WS-RUNLOG-TEXT.

REFUSE-LOCKED-RUN.
    DISPLAY "An interactive session holds the PRD files (PRDLOCK.DAT"
PROCESS-MENU.
    PERFORM DISPLAY-MENU
    ACCEPT WS-MENU-CHOICE
    *> An option the role is not offered is treated as a bad choice
    PERFORM CHECK-MENU-AUTHORITY
    IF NOT WS-MENU-ALLOWED
       MOVE ZERO TO WS-MENU-CHOICE
    END-IF
    EVALUATE WS-MENU-CHOICE
       WHEN 1
          PERFORM DISPLAY-ALL-PRDS THRU DISPLAY-ALL-EXIT
          PERFORM ADD-REVIEW-COMMENT THRU ADD-COMMENT-EXIT
       WHEN 23
          MOVE 'Y' TO WS-EXIT-FLAG
       WHEN 24
          PERFORM MAINTAIN-OPERATORS THRU OPERATORS-EXIT
       WHEN 25
          PERFORM DEPENDENCY-CHAIN-REPORT THRU CHAIN-REPORT-EXIT
       WHEN 26
          PERFORM MAINTAIN-RELEASES THRU RELEASES-EXIT
       WHEN 27
          PERFORM RELEASE-READINESS-REPORT THRU READINESS-EXIT
       WHEN 28
          PERFORM MAINTAIN-SIGNOFFS THRU SIGNOFFS-EXIT
       WHEN 29
          PERFORM PENDING-APPROVALS-REPORT THRU PENDING-APPR-EXIT
       WHEN 30
          PERFORM PRINT-PRD-DOSSIER THRU PRINT-DOSSIER-EXIT
       WHEN 31
          PERFORM DUPLICATE-PRD-REPORT THRU DUP-REPORT-EXIT
       WHEN 32
          PERFORM MERGE-DUPLICATE-PRD THRU MERGE-EXIT
       WHEN OTHER
          DISPLAY "Invalid selection - choose one of the options shown."
    END-EVALUATE.

DISPLAY-MENU.
    DISPLAY " "
    DISPLAY DIVIDER-LINE
    DISPLAY "  Signed on: " FUNCTION TRIM(WS-OPER-ID) " ("
            FUNCTION TRIM(ROLE-NAME(WS-OPER-ROLE)) ")"
    PERFORM VARYING WS-INDEX FROM 1 BY 1
            UNTIL WS-INDEX > MENU-OPTION-COUNT
       IF MENU-OPTION-MIN-ROLE(WS-INDEX) <= WS-OPER-ROLE
          DISPLAY "  " MENU-OPTION(WS-INDEX)
       END-IF
    END-PERFORM
    DISPLAY DIVIDER-LINE
    DISPLAY "Enter your choice: " WITH NO ADVANCING.

CHECK-MENU-AUTHORITY.
    MOVE 'N' TO WS-MENU-ALLOWED-FLAG
    PERFORM VARYING WS-INDEX FROM 1 BY 1
            UNTIL WS-INDEX > MENU-OPTION-COUNT
       IF MENU-OPTION-NUM(WS-INDEX) = WS-MENU-CHOICE
          AND MENU-OPTION-MIN-ROLE(WS-INDEX) <= WS-OPER-ROLE
          MOVE 'Y' TO WS-MENU-ALLOWED-FLAG
       END-IF
    END-PERFORM.

OPERATOR-SIGN-ON.
    *> Three tries at an operator ID and PIN on the operator master.
    *> An unknown ID and a wrong PIN get the same answer, and every
    *> refusal goes to the run log for the security review
    OPEN INPUT OPERATOR-FILE
    IF OPER-STATUS = "35"
       PERFORM ENROLL-FIRST-OPERATOR THRU ENROLL-FIRST-EXIT
       GO TO SIGN-ON-EXIT
    END-IF
    IF OPER-STATUS NOT = "00"
       DISPLAY "Error opening operator master: " OPER-STATUS
       MOVE 8 TO WS-RUN-RC
       GO TO SIGN-ON-EXIT
    END-IF
    *> A master left with no rows by a failed first enrollment would
    *> refuse everyone, so it is treated as absent
    READ OPERATOR-FILE NEXT RECORD
    IF OPER-STATUS = "10"
       CLOSE OPERATOR-FILE
       PERFORM ENROLL-FIRST-OPERATOR THRU ENROLL-FIRST-EXIT
       GO TO SIGN-ON-EXIT
    END-IF

    MOVE ZERO TO WS-SIGNON-TRIES
    PERFORM UNTIL WS-SIGNED-ON OR WS-SIGNON-TRIES >= 3
       ADD 1 TO WS-SIGNON-TRIES
       DISPLAY "Operator ID: " WITH NO ADVANCING
       MOVE SPACES TO WS-OPER-ID
       ACCEPT WS-OPER-ID
       DISPLAY "PIN: " WITH NO ADVANCING
       MOVE SPACES TO WS-SIGNON-PIN
       ACCEPT WS-SIGNON-PIN
       MOVE WS-OPER-ID TO OPER-ID
       READ OPERATOR-FILE
          INVALID KEY
             CONTINUE
          NOT INVALID KEY
             IF OPER-PIN = WS-SIGNON-PIN AND OPER-ROLE-VALID
                MOVE 'Y' TO WS-SIGNON-FLAG
                MOVE OPER-NAME TO WS-OPER-NAME
                MOVE OPER-ROLE TO WS-OPER-ROLE
             END-IF
       END-READ
       IF NOT WS-SIGNED-ON
          DISPLAY "Sign-on refused."
          STRING "SIGN-ON REFUSED oper=" FUNCTION TRIM(WS-OPER-ID)
                 DELIMITED BY SIZE INTO WS-RUNLOG-TEXT
          PERFORM WRITE-RUN-LOG
       END-IF
    END-PERFORM
    CLOSE OPERATOR-FILE

    IF NOT WS-SIGNED-ON
       DISPLAY "Too many failed sign-on attempts - session ended."
       MOVE SPACES TO WS-OPER-ID
       MOVE 8 TO WS-RUN-RC
       GO TO SIGN-ON-EXIT
    END-IF
    DISPLAY "Signed on: " FUNCTION TRIM(WS-OPER-NAME) " ("
            FUNCTION TRIM(ROLE-NAME(WS-OPER-ROLE)) ")"
    STRING "SIGN-ON oper=" FUNCTION TRIM(WS-OPER-ID)
           " role=" FUNCTION TRIM(ROLE-NAME(WS-OPER-ROLE))
           DELIMITED BY SIZE INTO WS-RUNLOG-TEXT
    PERFORM WRITE-RUN-LOG.

SIGN-ON-EXIT.
    EXIT.

ENROLL-FIRST-OPERATOR.
    *> A site with no PRDOPER.DAT yet enrolls whoever signs on first
    *> as administrator, so the master can be built from the menu;
    *> from then on only listed operators get in
    DISPLAY "No operator master on file (PRDOPER.DAT) - the first"
    DISPLAY "operator is enrolled as Administrator."
    DISPLAY "New operator ID: " WITH NO ADVANCING
    MOVE SPACES TO WS-OPER-ID
    ACCEPT WS-OPER-ID
    DISPLAY "Operator name: " WITH NO ADVANCING
    MOVE SPACES TO WS-OPER-NAME
    ACCEPT WS-OPER-NAME
    DISPLAY "PIN: " WITH NO ADVANCING
    MOVE SPACES TO WS-SIGNON-PIN
    ACCEPT WS-SIGNON-PIN
    IF WS-OPER-ID = SPACES OR WS-SIGNON-PIN = SPACES
       DISPLAY "Operator ID and PIN are required - session ended."
       MOVE 8 TO WS-RUN-RC
       GO TO ENROLL-FIRST-EXIT
    END-IF

    OPEN OUTPUT OPERATOR-FILE
    IF OPER-STATUS NOT = "00"
       DISPLAY "Error creating operator master: " OPER-STATUS
       MOVE 8 TO WS-RUN-RC
       GO TO ENROLL-FIRST-EXIT
    END-IF
    MOVE WS-OPER-ID TO OPER-ID
    MOVE WS-OPER-NAME TO OPER-NAME
    MOVE 4 TO OPER-ROLE
    MOVE WS-SIGNON-PIN TO OPER-PIN
    MOVE WS-FORMATTED-DATE TO OPER-ADDED-DATE
    WRITE OPERATOR-RECORD
    IF OPER-STATUS NOT = "00"
       DISPLAY "Error writing operator master: " OPER-STATUS
       MOVE 8 TO WS-RUN-RC
       CLOSE OPERATOR-FILE
       GO TO ENROLL-FIRST-EXIT
    END-IF
    CLOSE OPERATOR-FILE

    MOVE 4 TO WS-OPER-ROLE
    MOVE 'Y' TO WS-SIGNON-FLAG
    DISPLAY "Operator master created; signed on as Administrator."
    STRING "OPERATOR MASTER CREATED - first administrator "
           FUNCTION TRIM(WS-OPER-ID)
           DELIMITED BY SIZE INTO WS-RUNLOG-TEXT
    PERFORM WRITE-RUN-LOG.

ENROLL-FIRST-EXIT.
    EXIT.

DISPLAY-ALL-PRDS.
    DISPLAY " "
               " is not a legal lifecycle step."
       DISPLAY "Allowed next status(es): "
               FUNCTION TRIM(WS-ALLOWED-NEXT-TXT)
       PERFORM GET-OVERRIDE-REASON THRU GET-OVERRIDE-EXIT
       IF WS-OVERRIDE-REASON NOT = SPACES
          MOVE 'Y' TO WS-TRANSITION-OK-FLAG
       END-IF
    END-IF
    IF NOT WS-TRANSITION-OK
       GO TO UPDATE-CLOSE
    END-IF

    *> Leaving review for Approved or beyond needs an approve from
    *> every required sign-off role; governance allows no override
    IF WS-OLD-STATUS < 2
       AND WS-NEW-STATUS >= 2 AND WS-NEW-STATUS <= 5
       PERFORM CHECK-APPROVAL-SIGNOFF THRU CHECK-APPROVAL-EXIT
       IF NOT WS-APPR-COMPLETE
          DISPLAY "Status change refused - sign-off incomplete: "
                  FUNCTION TRIM(WS-APPR-MISSING-TXT)
          DISPLAY "PRD not updated."
          GO TO UPDATE-CLOSE
       END-IF
    END-IF

    *> A move into In Development, Testing or Implemented is refused
    *> while any "blocked by" PRD has not itself reached Implemented,
    *> subject to the same supervisor override as an out-of-order
    IF WS-DEP-BLOCKED
       DISPLAY "Status change refused - blocker(s) listed above are"
               " not yet Implemented."
       PERFORM GET-OVERRIDE-REASON THRU GET-OVERRIDE-EXIT
       IF WS-OVERRIDE-REASON NOT = SPACES
          MOVE 'N' TO WS-DEP-BLOCKED-FLAG
       END-IF
    END-IF
    IF WS-DEP-BLOCKED
    MOVE UPD-NEW-RECORD TO PRD-RECORD

    REWRITE PRD-RECORD
    IF FILE-STATUS(1:1) NOT = "0"
       DISPLAY "Error updating PRD record: " FILE-STATUS
    ELSE
       DISPLAY "PRD updated successfully."
       MOVE UPD-ORIG-RECORD TO WS-JRNL-BEFORE
       MOVE "UPDATE-PRD" TO WS-JRNL-STEP
       MOVE "PRD" TO WS-JRNL-FILE-ID
       MOVE 'U' TO WS-JRNL-ACTION
       PERFORM WRITE-JOURNAL-ENTRY THRU WRITE-JOURNAL-EXIT
       PERFORM WRITE-AUDIT-RECORD THRU WRITE-AUDIT-EXIT
    END-IF.

UPDATE-EXIT.
    EXIT.

GET-OVERRIDE-REASON.
    *> Only a supervisor or administrator is offered the override;
    *> anyone else leaves the reason blank, which the caller reads as
    *> "not overridden". The operator ID goes on the audit row beside
    *> the reason, so every forced change names who forced it
    MOVE SPACES TO WS-OVERRIDE-REASON
    IF NOT ROLE-CAN-OVERRIDE
       DISPLAY "A supervisor override needs a Supervisor or"
               " Administrator sign-on."
       GO TO GET-OVERRIDE-EXIT
    END-IF
    DISPLAY "Supervisor override? (Y/N): " WITH NO ADVANCING
    ACCEPT WS-OVERRIDE-ANSWER
    IF WS-OVERRIDE-ANSWER = "Y" OR WS-OVERRIDE-ANSWER = "y"
       DISPLAY "Override reason (required): " WITH NO ADVANCING
       ACCEPT WS-OVERRIDE-REASON
       IF WS-OVERRIDE-REASON = SPACES
          DISPLAY "No override reason given."
       END-IF
    END-IF.

GET-OVERRIDE-EXIT.
    EXIT.

CHECK-STATUS-TRANSITION.
    MOVE 'N' TO WS-TRANSITION-OK-FLAG
    MOVE SPACES TO WS-ALLOWED-NEXT-TXT
    END-IF
    IF AUDIT-STATUS NOT = "00"
       DISPLAY "Error opening audit file: " AUDIT-STATUS
       MOVE SPACE TO WS-AUDIT-ACTION
       GO TO WRITE-AUDIT-EXIT
    END-IF

    MOVE PRD-COMPLETION-PCT TO AUDIT-NEW-COMPLETION-PCT
    MOVE WS-AUDIT-TIMESTAMP TO AUDIT-TIMESTAMP
    MOVE WS-OVERRIDE-REASON TO AUDIT-OVERRIDE-REASON
    MOVE WS-OPER-ID TO AUDIT-OPER-ID
    MOVE WS-AUDIT-ACTION TO AUDIT-ACTION
    MOVE SPACE TO WS-AUDIT-ACTION
    WRITE AUDIT-RECORD
    CLOSE AUDIT-FILE

    MOVE PRD-STATUS TO NOTIFY-NEW-STATUS
    MOVE WS-OVERRIDE-REASON TO NOTIFY-REASON
    MOVE WS-AUDIT-TIMESTAMP TO NOTIFY-TIMESTAMP
    MOVE WS-OPER-ID TO NOTIFY-OPER-ID
    WRITE NOTIFY-RECORD
    CLOSE NOTIFY-FILE.

WRITE-NOTIFY-EXIT.
    EXIT.

WRITE-JOURNAL-ENTRY.
    *> Called just after a successful WRITE, REWRITE or DELETE, while
    *> the record area still holds the record concerned - the after
    *> image of an add or change, the before image of a delete
    EVALUATE WS-JRNL-FILE-ID
       WHEN "PRD"
          MOVE PRD-RECORD TO WS-JRNL-IMAGE
       WHEN "MILE"
          MOVE MILESTONE-RECORD TO WS-JRNL-IMAGE
       WHEN "DEP"
          MOVE DEPENDENCY-RECORD TO WS-JRNL-IMAGE
       WHEN "CMNT"
          MOVE COMMENT-RECORD TO WS-JRNL-IMAGE
       WHEN OTHER
          MOVE SPACES TO WS-JRNL-IMAGE
    END-EVALUATE
    ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
    ACCEPT WS-CURRENT-TIME FROM TIME
    STRING WS-CURRENT-YEAR "-" WS-CURRENT-MONTH "-" WS-CURRENT-DAY
           " " WS-CURRENT-HH ":" WS-CURRENT-MIN ":" WS-CURRENT-SEC
           DELIMITED BY SIZE INTO WS-JRNL-STAMP

    OPEN EXTEND JOURNAL-FILE
    IF JRNL-STATUS = "35"
       OPEN OUTPUT JOURNAL-FILE
    END-IF
    IF JRNL-STATUS NOT = "00"
       DISPLAY "Error opening change journal: " JRNL-STATUS
       PERFORM JOURNAL-GAP-FAILURE
       MOVE SPACES TO WS-JRNL-BEFORE
       GO TO WRITE-JOURNAL-EXIT
    END-IF

    MOVE SPACES TO JOURNAL-RECORD
    MOVE WS-JRNL-STAMP TO JRNL-TIMESTAMP
    MOVE WS-JRNL-ACTION TO JRNL-ACTION
    MOVE WS-JRNL-FILE-ID TO JRNL-FILE-ID
    MOVE WS-JRNL-STEP TO JRNL-STEP
    MOVE WS-OPER-ID TO JRNL-OPER-ID
    EVALUATE TRUE
       WHEN JRNL-ADD
          MOVE WS-JRNL-IMAGE TO JRNL-AFTER-IMAGE
       WHEN JRNL-CHANGE
          MOVE WS-JRNL-BEFORE TO JRNL-BEFORE-IMAGE
          MOVE WS-JRNL-IMAGE TO JRNL-AFTER-IMAGE
       WHEN JRNL-DELETE
          MOVE WS-JRNL-IMAGE TO JRNL-BEFORE-IMAGE
       WHEN OTHER
          MOVE SPACES TO JRNL-FILE-ID
    END-EVALUATE
    WRITE JOURNAL-RECORD
    IF JRNL-STATUS NOT = "00"
       DISPLAY "Error writing change journal: " JRNL-STATUS
       PERFORM JOURNAL-GAP-FAILURE
    END-IF
    CLOSE JOURNAL-FILE
    MOVE SPACES TO WS-JRNL-BEFORE.

WRITE-JOURNAL-EXIT.
    EXIT.

JOURNAL-GAP-FAILURE.
    *> The change is on file but not in PRDJRNL.DAT, so a RECOVER
    *> would lose it; the step fails to bring the gap to notice
    MOVE 8 TO WS-RUN-RC
    STRING "JOURNAL NOT WRITTEN step=" FUNCTION TRIM(WS-JRNL-STEP)
           " file=" WS-JRNL-FILE-ID " status=" JRNL-STATUS
           DELIMITED BY SIZE INTO WS-RUNLOG-TEXT
    PERFORM WRITE-RUN-LOG.

WRITE-JOURNAL-SYNC-POINT.
    *> The unload files now hold exactly what the keyed files hold
    MOVE 'S' TO WS-JRNL-ACTION
    MOVE SPACES TO WS-JRNL-FILE-ID
    PERFORM WRITE-JOURNAL-ENTRY THRU WRITE-JOURNAL-EXIT
    STRING "JOURNAL sync point " WS-JRNL-STAMP " by "
           FUNCTION TRIM(WS-JRNL-STEP)
           DELIMITED BY SIZE INTO WS-RUNLOG-TEXT
    PERFORM WRITE-RUN-LOG.

BROWSE-NOTIFICATIONS.
    DISPLAY " "
    DISPLAY "PENDING NOTIFICATIONS:"
             IF NOTIFY-REASON NOT = SPACES
                DISPLAY "      Reason: " FUNCTION TRIM(NOTIFY-REASON)
             END-IF
             IF NOTIFY-OPER-ID NOT = SPACES
                DISPLAY "      Operator: " FUNCTION TRIM(NOTIFY-OPER-ID)
             END-IF
          END-IF
       END-IF
    END-PERFORM
       GO TO DELETE-EXIT
    END-IF

    READ PRD-FILE
       INVALID KEY
          DISPLAY "PRD not found: " WS-KEY-ID
          GO TO DELETE-CLOSE
    END-READ
    MOVE PRD-STATUS TO WS-OLD-STATUS
    MOVE PRD-COMPLETION-PCT TO WS-OLD-COMPLETION-PCT
    MOVE SPACES TO WS-OVERRIDE-REASON

    *> Deleting a PRD that open work is still waiting on silently
    *> clears those blocks, so the operator sees who is waiting and
    *> must confirm; the audit row then records that it was forced
    PERFORM LIST-BLOCKED-DEPENDENTS THRU LIST-BLOCKED-EXIT
    IF WS-CHILD-BLOCKING-COUNT > 0
       DISPLAY WS-CHILD-BLOCKING-COUNT
               " open PRD(s) listed above are still blocked by "
               FUNCTION TRIM(WS-KEY-ID) "."
       DISPLAY "Delete anyway and drop those links? (Y/N): "
               WITH NO ADVANCING
       MOVE SPACES TO WS-DELETE-ANSWER
       ACCEPT WS-DELETE-ANSWER
       IF WS-DELETE-ANSWER NOT = "Y" AND WS-DELETE-ANSWER NOT = "y"
          DISPLAY "PRD not deleted."
          GO TO DELETE-CLOSE
       END-IF
       STRING "deleted while blocking " WS-CHILD-BLOCKING-COUNT
              " open PRD(s)" DELIMITED BY SIZE
              INTO WS-OVERRIDE-REASON
    END-IF

    DELETE PRD-FILE RECORD
       INVALID KEY
          DISPLAY "PRD not found: " WS-KEY-ID
          GO TO DELETE-CLOSE
    END-DELETE
    DISPLAY "PRD deleted: " WS-KEY-ID
    MOVE "DELETE-PRD" TO WS-JRNL-STEP
    MOVE "PRD" TO WS-JRNL-FILE-ID
    MOVE 'D' TO WS-JRNL-ACTION
    PERFORM WRITE-JOURNAL-ENTRY THRU WRITE-JOURNAL-EXIT

    MOVE 'N' TO WS-CHILD-ARCHIVE-FLAG
    PERFORM REMOVE-PRD-MILESTONES THRU REMOVE-PRD-MILE-EXIT
    PERFORM REMOVE-PRD-COMMENTS THRU REMOVE-PRD-CMNT-EXIT
    PERFORM REMOVE-PRD-DEPENDENCIES THRU REMOVE-PRD-DEP-EXIT
    PERFORM REMOVE-PRD-RELEASE-LINK THRU REMOVE-PRD-REL-EXIT
    PERFORM REMOVE-PRD-APPROVALS THRU REMOVE-PRD-APPR-EXIT
    DISPLAY "Also removed: " WS-CHILD-MILE-COUNT " milestone(s), "
            WS-CHILD-CMNT-COUNT " comment(s), "
            WS-CHILD-DEP-COUNT " dependency link(s)."

    *> The history inquiry shows the PRD ended here, and by whom
    ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
    STRING WS-CURRENT-YEAR "-" WS-CURRENT-MONTH "-"
           WS-CURRENT-DAY DELIMITED BY SIZE
           INTO WS-FORMATTED-DATE
    MOVE 'D' TO WS-AUDIT-ACTION
    PERFORM WRITE-AUDIT-RECORD THRU WRITE-AUDIT-EXIT.

DELETE-CLOSE.
    CLOSE PRD-FILE.

DELETE-EXIT.
    EXIT.

LIST-BLOCKED-DEPENDENTS.
    *> Links naming WS-KEY-ID as the blocker, for dependents that
    *> have not yet reached Implemented. PRD-FILE must be open; the
    *> record in the buffer is parked and restored around the lookups
    MOVE ZERO TO WS-CHILD-BLOCKING-COUNT
    OPEN INPUT DEPENDENCY-FILE
    IF DEP-STATUS = "35"
       GO TO LIST-BLOCKED-EXIT
    END-IF
    IF DEP-STATUS NOT = "00"
       DISPLAY "Error opening dependency file: " DEP-STATUS
       GO TO LIST-BLOCKED-EXIT
    END-IF
    MOVE PRD-RECORD TO WS-DEP-SAVED-RECORD
    PERFORM UNTIL DEP-STATUS = "10"
       READ DEPENDENCY-FILE NEXT RECORD
       IF DEP-STATUS = "00" AND DEP-BLOCKER-ID = WS-KEY-ID
          MOVE DEP-PRD-ID TO PRD-ID
          READ PRD-FILE
             INVALID KEY
                CONTINUE
             NOT INVALID KEY
                IF PRD-STATUS < 5
                   ADD 1 TO WS-CHILD-BLOCKING-COUNT
                   DISPLAY "  Still blocked: " DEP-PRD-ID " - "
                           STATUS-NAME(PRD-STATUS + 1)
                END-IF
          END-READ
       END-IF
    END-PERFORM
    CLOSE DEPENDENCY-FILE
    MOVE WS-DEP-SAVED-RECORD TO PRD-RECORD.

LIST-BLOCKED-EXIT.
    EXIT.

REMOVE-PRD-MILESTONES.
    *> Every milestone keyed under WS-KEY-ID comes off PRDMILE.DAT;
    *> when WS-CHILD-TO-ARCHIVE is set each is first copied to
    *> PRDHMILE.DAT, and one that cannot be copied stays where it is
    MOVE ZERO TO WS-CHILD-MILE-COUNT
    OPEN I-O MILESTONE-FILE
    IF MILE-STATUS = "35"
       GO TO REMOVE-PRD-MILE-EXIT
    END-IF
    IF MILE-STATUS NOT = "00"
       DISPLAY "Error opening milestone file: " MILE-STATUS
       MOVE 8 TO WS-RUN-RC
       GO TO REMOVE-PRD-MILE-EXIT
    END-IF
    IF WS-CHILD-TO-ARCHIVE
       OPEN I-O ARCH-MILE-FILE
       IF AMILE-STATUS = "35"
          OPEN OUTPUT ARCH-MILE-FILE
          CLOSE ARCH-MILE-FILE
          OPEN I-O ARCH-MILE-FILE
       END-IF
       IF AMILE-STATUS NOT = "00"
          DISPLAY "Error opening milestone archive: " AMILE-STATUS
          MOVE 8 TO WS-RUN-RC
          CLOSE MILESTONE-FILE
          GO TO REMOVE-PRD-MILE-EXIT
       END-IF
    END-IF

    MOVE WS-KEY-ID TO MILE-PRD-ID
    MOVE ZERO TO MILE-SEQ
    START MILESTONE-FILE KEY >= MILE-KEY
       INVALID KEY
          MOVE 'Y' TO WS-CHILD-EOF-FLAG
       NOT INVALID KEY
          MOVE 'N' TO WS-CHILD-EOF-FLAG
    END-START
    PERFORM UNTIL WS-CHILD-EOF-FLAG = 'Y'
       READ MILESTONE-FILE NEXT RECORD
       IF MILE-STATUS NOT = "00" OR MILE-PRD-ID NOT = WS-KEY-ID
          MOVE 'Y' TO WS-CHILD-EOF-FLAG
       ELSE
          MOVE "00" TO AMILE-STATUS
          IF WS-CHILD-TO-ARCHIVE
             MOVE MILESTONE-RECORD TO ARCH-MILE-RECORD
             WRITE ARCH-MILE-RECORD
             IF AMILE-STATUS = "22"
                REWRITE ARCH-MILE-RECORD
             END-IF
             IF AMILE-STATUS NOT = "00"
                DISPLAY "Error archiving milestone " MILE-PRD-ID
                        " " MILE-SEQ ": " AMILE-STATUS
                MOVE 8 TO WS-RUN-RC
             END-IF
          END-IF
          IF AMILE-STATUS = "00"
             DELETE MILESTONE-FILE RECORD
             IF MILE-STATUS = "00"
                ADD 1 TO WS-CHILD-MILE-COUNT
                MOVE "MILE" TO WS-JRNL-FILE-ID
                MOVE 'D' TO WS-JRNL-ACTION
                PERFORM WRITE-JOURNAL-ENTRY THRU WRITE-JOURNAL-EXIT
             END-IF
          END-IF
       END-IF
    END-PERFORM
    CLOSE MILESTONE-FILE
    IF WS-CHILD-TO-ARCHIVE
       CLOSE ARCH-MILE-FILE
    END-IF.

REMOVE-PRD-MILE-EXIT.
    EXIT.

REMOVE-PRD-COMMENTS.
    *> Same as REMOVE-PRD-MILESTONES for PRDCMNT.DAT / PRDHCMNT.DAT
    MOVE ZERO TO WS-CHILD-CMNT-COUNT
    OPEN I-O COMMENT-FILE
    IF CMNT-STATUS = "35"
       GO TO REMOVE-PRD-CMNT-EXIT
    END-IF
    IF CMNT-STATUS NOT = "00"
       DISPLAY "Error opening comment file: " CMNT-STATUS
       MOVE 8 TO WS-RUN-RC
       GO TO REMOVE-PRD-CMNT-EXIT
    END-IF
    IF WS-CHILD-TO-ARCHIVE
       OPEN I-O ARCH-CMNT-FILE
       IF ACMNT-STATUS = "35"
          OPEN OUTPUT ARCH-CMNT-FILE
          CLOSE ARCH-CMNT-FILE
          OPEN I-O ARCH-CMNT-FILE
       END-IF
       IF ACMNT-STATUS NOT = "00"
          DISPLAY "Error opening comment archive: " ACMNT-STATUS
          MOVE 8 TO WS-RUN-RC
          CLOSE COMMENT-FILE
          GO TO REMOVE-PRD-CMNT-EXIT
       END-IF
    END-IF

    MOVE WS-KEY-ID TO CMNT-PRD-ID
    MOVE ZERO TO CMNT-SEQ
    START COMMENT-FILE KEY >= CMNT-KEY
       INVALID KEY
          MOVE 'Y' TO WS-CHILD-EOF-FLAG
       NOT INVALID KEY
          MOVE 'N' TO WS-CHILD-EOF-FLAG
    END-START
    PERFORM UNTIL WS-CHILD-EOF-FLAG = 'Y'
       READ COMMENT-FILE NEXT RECORD
       IF CMNT-STATUS NOT = "00" OR CMNT-PRD-ID NOT = WS-KEY-ID
          MOVE 'Y' TO WS-CHILD-EOF-FLAG
       ELSE
          MOVE "00" TO ACMNT-STATUS
          IF WS-CHILD-TO-ARCHIVE
             MOVE COMMENT-RECORD TO ARCH-CMNT-RECORD
             WRITE ARCH-CMNT-RECORD
             IF ACMNT-STATUS = "22"
                REWRITE ARCH-CMNT-RECORD
             END-IF
             IF ACMNT-STATUS NOT = "00"
                DISPLAY "Error archiving comment " CMNT-PRD-ID
                        " " CMNT-SEQ ": " ACMNT-STATUS
                MOVE 8 TO WS-RUN-RC
             END-IF
          END-IF
          IF ACMNT-STATUS = "00"
             DELETE COMMENT-FILE RECORD
             IF CMNT-STATUS = "00"
                ADD 1 TO WS-CHILD-CMNT-COUNT
                MOVE "CMNT" TO WS-JRNL-FILE-ID
                MOVE 'D' TO WS-JRNL-ACTION
                PERFORM WRITE-JOURNAL-ENTRY THRU WRITE-JOURNAL-EXIT
             END-IF
          END-IF
       END-IF
    END-PERFORM
    CLOSE COMMENT-FILE
    IF WS-CHILD-TO-ARCHIVE
       CLOSE ARCH-CMNT-FILE
    END-IF.

REMOVE-PRD-CMNT-EXIT.
    EXIT.

REMOVE-PRD-DEPENDENCIES.
    *> Both directions go: the PRD's own "blocked by" links, and every
    *> link on another PRD naming it as the blocker. Links are not
    *> archived - once the PRD has left the live file there is
    *> nothing left for them to hold up
    MOVE ZERO TO WS-CHILD-DEP-COUNT
    OPEN I-O DEPENDENCY-FILE
    IF DEP-STATUS = "35"
       GO TO REMOVE-PRD-DEP-EXIT
    END-IF
    IF DEP-STATUS NOT = "00"
       DISPLAY "Error opening dependency file: " DEP-STATUS
       MOVE 8 TO WS-RUN-RC
       GO TO REMOVE-PRD-DEP-EXIT
    END-IF
    PERFORM UNTIL DEP-STATUS = "10"
       READ DEPENDENCY-FILE NEXT RECORD
       IF DEP-STATUS = "00"
          IF DEP-PRD-ID = WS-KEY-ID OR DEP-BLOCKER-ID = WS-KEY-ID
             DELETE DEPENDENCY-FILE RECORD
             IF DEP-STATUS = "00"
                ADD 1 TO WS-CHILD-DEP-COUNT
                MOVE "DEP" TO WS-JRNL-FILE-ID
                MOVE 'D' TO WS-JRNL-ACTION
                PERFORM WRITE-JOURNAL-ENTRY THRU WRITE-JOURNAL-EXIT
             END-IF
          END-IF
       END-IF
    END-PERFORM
    CLOSE DEPENDENCY-FILE.

REMOVE-PRD-DEP-EXIT.
    EXIT.

IMPORT-PRDS.
    DISPLAY " "
    DISPLAY "IMPORTING PRDS FROM PRDIMPORT.CSV:"
    MOVE "IMPORT-PRDS" TO WS-JRNL-STEP
    MOVE ZERO TO WS-IMPORT-READ-COUNT
    MOVE ZERO TO WS-IMPORT-ADD-COUNT
    MOVE ZERO TO WS-IMPORT-REJECT-COUNT

    OPEN INPUT IMPORT-FILE
    IF IMPORT-STATUS = "35"
       DISPLAY "No PRDIMPORT.CSV present - nothing to import."
       IF BATCH-MODE
          MOVE 12 TO WS-RUN-RC
       END-IF
       GO TO IMPORT-EXIT
    END-IF
    IF IMPORT-STATUS NOT = "00"
       DISPLAY "Error opening import file: " IMPORT-STATUS
       GO TO IMPORT-EXIT
    END-IF

    *> Rows are checked against every PRD already on file, live or
    *> archived, and against the rows imported ahead of them
    MOVE ZERO TO WS-DUP-WARN-COUNT
    MOVE ZERO TO DUP-COUNT
    PERFORM UNTIL FILE-STATUS = "10"
       READ PRD-FILE NEXT RECORD
       IF FILE-STATUS = "00"
          PERFORM BUILD-DUP-KEY THRU BUILD-DUP-KEY-EXIT
          MOVE 'L' TO WS-DUP-SOURCE
          PERFORM ADD-DUP-CANDIDATE
       END-IF
    END-PERFORM
    PERFORM LOAD-DUP-ARCHIVE THRU LOAD-DUP-ARCHIVE-EXIT

    *> A row may name the release its PRD belongs to; without a
    *> release master any such row is rejected
    MOVE 'N' TO WS-REL-FILES-FLAG
    OPEN INPUT RELEASE-FILE
    IF REL-STATUS = "00"
       OPEN I-O REL-ASSIGN-FILE
       IF RELA-STATUS = "35"
          OPEN OUTPUT REL-ASSIGN-FILE
          CLOSE REL-ASSIGN-FILE
          OPEN I-O REL-ASSIGN-FILE
       END-IF
       IF RELA-STATUS = "00"
          MOVE 'Y' TO WS-REL-FILES-FLAG
       ELSE
          DISPLAY "Error opening release assignments: " RELA-STATUS
          CLOSE RELEASE-FILE
       END-IF
    END-IF

    *> Rows arrive in the same column layout the CSV export writes,
    *> so the header row the export emits is skipped when present
    PERFORM UNTIL IMPORT-STATUS = "10"
                        TO WS-IMPORT-REASON
                   PERFORM WRITE-REJECT-ROW
                ELSE
                   PERFORM CHECK-IMPORT-DUPLICATE
                   IF WS-IMPORT-ROW-BAD
                      PERFORM WRITE-REJECT-ROW
                   ELSE
                      PERFORM CREATE-PRD
                      IF FILE-STATUS(1:1) = "0"
                         ADD 1 TO WS-IMPORT-ADD-COUNT
                         IF WS-IMP-RELEASE NOT = SPACES
                            PERFORM WRITE-IMPORT-ASSIGNMENT
                         END-IF
                         MOVE 'L' TO WS-DUP-SOURCE
                         PERFORM ADD-DUP-CANDIDATE
                      ELSE
                         STRING "file error " FILE-STATUS
                                " writing PRD record"
                                DELIMITED BY SIZE INTO WS-IMPORT-REASON
                         PERFORM WRITE-REJECT-ROW
                      END-IF
                   END-IF
                END-IF
             END-IF
    CLOSE IMPORT-FILE
    CLOSE REJECT-FILE
    CLOSE PRD-FILE
    IF WS-REL-FILES-OPEN
       CLOSE RELEASE-FILE
       CLOSE REL-ASSIGN-FILE
    END-IF

    DISPLAY "Rows read:     " WS-IMPORT-READ-COUNT
    DISPLAY "Rows imported: " WS-IMPORT-ADD-COUNT
    DISPLAY "Rows rejected: " WS-IMPORT-REJECT-COUNT
    IF WS-DUP-WARN-COUNT > 0
       DISPLAY "Imported but possible duplicates: " WS-DUP-WARN-COUNT
    END-IF
    IF WS-IMPORT-REJECT-COUNT > 0
       DISPLAY "Rejected rows written with reasons to PRDREJECT.TXT"
       IF WS-RUN-RC < 4
    *> Split one CSV row into the PRD record. The first nine columns
    *> are plain comma-delimited; whatever follows them is the quoted
    *> comma-separated tag list, which is peeled off by pointer so its
    *> embedded commas survive, then an optional release ID column
    MOVE 'N' TO WS-IMPORT-ERR-FLAG
    MOVE SPACES TO WS-IMPORT-REASON
    MOVE SPACES TO WS-IMP-ID
    MOVE SPACES TO WS-IMP-UPDATED
    MOVE SPACES TO WS-IMP-TARGET
    MOVE SPACES TO WS-IMP-TAG-STRING
    MOVE SPACES TO WS-IMP-RELEASE

    MOVE 1 TO WS-IMP-PTR
    UNSTRING IMPORT-LINE DELIMITED BY ","
    END-IF
    MOVE WS-IMP-TARGET TO PRD-TARGET-DATE

    *> The release column sits after the closing quote of the tag
    *> list; split it off and put the tag list back as the export
    *> wrote it
    IF WS-IMP-TAG-STRING(1:1) = QUOTE
       MOVE SPACES TO WS-IMP-TAG-WORK
       MOVE SPACES TO WS-IMP-REL-REST
       UNSTRING WS-IMP-TAG-STRING(2:) DELIMITED BY QUOTE
           INTO WS-IMP-TAG-WORK WS-IMP-REL-REST
       END-UNSTRING
       IF WS-IMP-REL-REST(1:1) = ","
          MOVE WS-IMP-REL-REST(2:) TO WS-IMP-RELEASE
       END-IF
       MOVE SPACES TO WS-IMP-TAG-STRING
       STRING QUOTE FUNCTION TRIM(WS-IMP-TAG-WORK) QUOTE
              DELIMITED BY SIZE INTO WS-IMP-TAG-STRING
    END-IF
    IF WS-IMP-RELEASE NOT = SPACES
       IF NOT WS-REL-FILES-OPEN
          STRING "release not on release master: "
                 FUNCTION TRIM(WS-IMP-RELEASE)
                 DELIMITED BY SIZE INTO WS-IMPORT-REASON
          SET WS-IMPORT-ROW-BAD TO TRUE
          GO TO PARSE-IMPORT-EXIT
       END-IF
       MOVE WS-IMP-RELEASE TO REL-ID
       READ RELEASE-FILE
          INVALID KEY
             STRING "release not on release master: "
                    FUNCTION TRIM(WS-IMP-RELEASE)
                    DELIMITED BY SIZE INTO WS-IMPORT-REASON
             SET WS-IMPORT-ROW-BAD TO TRUE
             GO TO PARSE-IMPORT-EXIT
       END-READ
       IF NOT REL-OPEN
          STRING "release " FUNCTION TRIM(WS-IMP-RELEASE) " is "
                 FUNCTION TRIM(RELEASE-STATE-NAME(REL-STATE))
                 DELIMITED BY SIZE INTO WS-IMPORT-REASON
          SET WS-IMPORT-ROW-BAD TO TRUE
          GO TO PARSE-IMPORT-EXIT
       END-IF
    END-IF

    PERFORM PARSE-IMPORT-TAGS THRU PARSE-IMPORT-TAGS-DONE.

PARSE-IMPORT-EXIT.
PARSE-IMPORT-TAGS-DONE.
    EXIT.

BATCH-MAINTENANCE.
    DISPLAY " "
    DISPLAY "APPLYING CHANGE REQUESTS FROM PRDMAINT.CSV:"
    MOVE ZERO TO WS-MAINT-ROW-SEQ
    MOVE ZERO TO WS-MAINT-READ-COUNT
    MOVE ZERO TO WS-MAINT-APPLY-COUNT
    MOVE ZERO TO WS-MAINT-REJECT-COUNT
    MOVE ZERO TO WS-MAINT-SAME-COUNT
    MOVE ZERO TO WS-MAINT-RESTART-COUNT

    *> Pick up the row count left by a run that did not finish, so
    *> the rows it already applied or rejected are not taken again
    MOVE ZERO TO WS-MAINT-CKPT-COUNT
    OPEN INPUT MAINT-CKPT-FILE
    IF MCKPT-STATUS = "00"
       READ MAINT-CKPT-FILE INTO WS-MAINT-CKPT-COUNT
       CLOSE MAINT-CKPT-FILE
    END-IF
    IF WS-MAINT-CKPT-COUNT IS NOT NUMERIC
       MOVE ZERO TO WS-MAINT-CKPT-COUNT
    END-IF

    OPEN INPUT MAINT-FILE
    IF MAINT-STATUS = "35"
       DISPLAY "No PRDMAINT.CSV present - nothing to apply."
       MOVE 12 TO WS-RUN-RC
       GO TO MAINT-EXIT
    END-IF
    IF MAINT-STATUS NOT = "00"
       DISPLAY "Error opening maintenance file: " MAINT-STATUS
       MOVE 8 TO WS-RUN-RC
       GO TO MAINT-EXIT
    END-IF

    *> A resumed run appends to the reject listing the interrupted
    *> run started, so rejects from both halves stay together
    IF WS-MAINT-CKPT-COUNT = 0
       OPEN OUTPUT MAINT-REJECT-FILE
    ELSE
       DISPLAY "Resuming after row " WS-MAINT-CKPT-COUNT
               " of an interrupted run."
       OPEN EXTEND MAINT-REJECT-FILE
       IF MREJ-STATUS = "35"
          OPEN OUTPUT MAINT-REJECT-FILE
       END-IF
    END-IF
    IF MREJ-STATUS NOT = "00"
       DISPLAY "Error opening maintenance reject file: " MREJ-STATUS
       MOVE 8 TO WS-RUN-RC
       CLOSE MAINT-FILE
       GO TO MAINT-EXIT
    END-IF

    OPEN I-O PRD-FILE
    IF FILE-STATUS NOT = "00"
       DISPLAY "Error opening PRD file for maintenance: " FILE-STATUS
       MOVE 8 TO WS-RUN-RC
       CLOSE MAINT-FILE
       CLOSE MAINT-REJECT-FILE
       GO TO MAINT-EXIT
    END-IF

    PERFORM UNTIL MAINT-STATUS = "10"
       READ MAINT-FILE
       IF MAINT-STATUS = "00"
          ADD 1 TO WS-MAINT-ROW-SEQ
          IF WS-MAINT-ROW-SEQ <= WS-MAINT-CKPT-COUNT
             ADD 1 TO WS-MAINT-RESTART-COUNT
          ELSE
             IF MAINT-LINE(1:6) = "PRD-ID" OR MAINT-LINE = SPACES
                CONTINUE
             ELSE
                ADD 1 TO WS-MAINT-READ-COUNT
                PERFORM APPLY-MAINT-TRANSACTION
                        THRU APPLY-MAINT-EXIT
                IF WS-MAINT-ROW-BAD
                   PERFORM WRITE-MAINT-REJECT-ROW
                END-IF
                IF WS-MAINT-NO-CHANGE
                   ADD 1 TO WS-MAINT-SAME-COUNT
                END-IF
             END-IF
             PERFORM SAVE-MAINT-CHECKPOINT
          END-IF
       END-IF
    END-PERFORM

    CLOSE MAINT-FILE
    CLOSE MAINT-REJECT-FILE
    CLOSE PRD-FILE
    PERFORM CLEAR-MAINT-CHECKPOINT

    DISPLAY "Requests read:     " WS-MAINT-READ-COUNT
    DISPLAY "Requests applied:  " WS-MAINT-APPLY-COUNT
    DISPLAY "Requests rejected: " WS-MAINT-REJECT-COUNT
    DISPLAY "Already in effect: " WS-MAINT-SAME-COUNT
    IF WS-MAINT-RESTART-COUNT > 0
       DISPLAY "Rows skipped as done by the earlier run: "
               WS-MAINT-RESTART-COUNT
    END-IF
    IF WS-MAINT-REJECT-COUNT > 0
       DISPLAY "Rejected requests written with reasons to PRDMREJ.TXT"
       IF WS-RUN-RC < 4
          MOVE 4 TO WS-RUN-RC
       END-IF
    END-IF.

MAINT-EXIT.
    EXIT.

APPLY-MAINT-TRANSACTION.
    *> One change request through the same gates UPDATE-PRD puts an
    *> operator through. The override-reason column stands in for
    *> the supervisor's answer: it is used only when a lifecycle or
    *> blocker check would otherwise refuse the change, and it then
    *> goes onto the audit row and the notification the same way
    MOVE 'N' TO WS-MAINT-ERR-FLAG
    MOVE 'N' TO WS-MAINT-SAME-FLAG
    MOVE SPACES TO WS-MAINT-REASON
    MOVE SPACES TO WS-MNT-ID
    MOVE SPACES TO WS-MNT-STATUS-TXT
    MOVE SPACES TO WS-MNT-PRIORITY-TXT
    MOVE SPACES TO WS-MNT-TARGET
    MOVE SPACES TO WS-MNT-OVERRIDE

    *> The reason is whatever follows the fourth comma, so a reason
    *> with commas of its own comes through whole
    MOVE 1 TO WS-IMP-PTR
    UNSTRING MAINT-LINE DELIMITED BY ","
        INTO WS-MNT-ID WS-MNT-STATUS-TXT WS-MNT-PRIORITY-TXT
             WS-MNT-TARGET
        WITH POINTER WS-IMP-PTR
        ON OVERFLOW CONTINUE
    END-UNSTRING
    IF WS-IMP-PTR <= 300
       MOVE FUNCTION TRIM(MAINT-LINE(WS-IMP-PTR:)) TO WS-MNT-OVERRIDE
    END-IF
    MOVE FUNCTION TRIM(WS-MNT-ID) TO WS-MNT-ID
    MOVE FUNCTION TRIM(WS-MNT-STATUS-TXT) TO WS-MNT-STATUS-TXT
    MOVE FUNCTION TRIM(WS-MNT-PRIORITY-TXT) TO WS-MNT-PRIORITY-TXT
    MOVE FUNCTION TRIM(WS-MNT-TARGET) TO WS-MNT-TARGET

    IF WS-MNT-ID = SPACES
       MOVE "missing PRD-ID in column 1" TO WS-MAINT-REASON
       SET WS-MAINT-ROW-BAD TO TRUE
       GO TO APPLY-MAINT-EXIT
    END-IF

    MOVE WS-MNT-ID TO WS-KEY-ID
    MOVE WS-MNT-ID TO PRD-ID
    READ PRD-FILE
       INVALID KEY
          MOVE "PRD not on file" TO WS-MAINT-REASON
          SET WS-MAINT-ROW-BAD TO TRUE
          GO TO APPLY-MAINT-EXIT
    END-READ
    MOVE PRD-RECORD TO WS-JRNL-BEFORE
    MOVE PRD-STATUS TO WS-OLD-STATUS
    MOVE PRD-STATUS TO WS-NEW-STATUS
    MOVE PRD-COMPLETION-PCT TO WS-OLD-COMPLETION-PCT
    MOVE PRD-PRIORITY TO WS-MNT-NEW-PRIORITY

    *> Status and priority may be given as the code or as the name
    *> the CSV export writes; blank leaves the field unchanged
    IF WS-MNT-STATUS-TXT NOT = SPACES
       IF WS-MNT-STATUS-TXT(2:) = SPACES
          AND WS-MNT-STATUS-TXT(1:1) >= "0"
          AND WS-MNT-STATUS-TXT(1:1) <= "6"
          MOVE WS-MNT-STATUS-TXT(1:1) TO WS-NEW-STATUS
       ELSE
          MOVE 'N' TO WS-FOUND-FLAG
          PERFORM VARYING WS-INDEX FROM 1 BY 1 UNTIL WS-INDEX > 7
             IF WS-MNT-STATUS-TXT = STATUS-NAME(WS-INDEX)
                COMPUTE WS-NEW-STATUS = WS-INDEX - 1
                MOVE 'Y' TO WS-FOUND-FLAG
             END-IF
          END-PERFORM
          IF WS-FOUND-FLAG NOT = 'Y'
             STRING "unrecognized status: "
                    FUNCTION TRIM(WS-MNT-STATUS-TXT)
                    DELIMITED BY SIZE INTO WS-MAINT-REASON
             SET WS-MAINT-ROW-BAD TO TRUE
             GO TO APPLY-MAINT-EXIT
          END-IF
       END-IF
    END-IF

    IF WS-MNT-PRIORITY-TXT NOT = SPACES
       IF WS-MNT-PRIORITY-TXT(2:) = SPACES
          AND WS-MNT-PRIORITY-TXT(1:1) >= "1"
          AND WS-MNT-PRIORITY-TXT(1:1) <= "4"
          MOVE WS-MNT-PRIORITY-TXT(1:1) TO WS-MNT-NEW-PRIORITY
       ELSE
          MOVE 'N' TO WS-FOUND-FLAG
          PERFORM VARYING WS-INDEX FROM 1 BY 1 UNTIL WS-INDEX > 4
             IF WS-MNT-PRIORITY-TXT = PRIORITY-NAME(WS-INDEX)
                MOVE WS-INDEX TO WS-MNT-NEW-PRIORITY
                MOVE 'Y' TO WS-FOUND-FLAG
             END-IF
          END-PERFORM
          IF WS-FOUND-FLAG NOT = 'Y'
             STRING "unrecognized priority: "
                    FUNCTION TRIM(WS-MNT-PRIORITY-TXT)
                    DELIMITED BY SIZE INTO WS-MAINT-REASON
             SET WS-MAINT-ROW-BAD TO TRUE
             GO TO APPLY-MAINT-EXIT
          END-IF
       END-IF
    END-IF

    *> Target date follows the update prompt: NONE clears it, blank
    *> keeps it, anything else must be a real YYYY-MM-DD date
    EVALUATE TRUE
       WHEN WS-MNT-TARGET = SPACES
          MOVE PRD-TARGET-DATE TO WS-MNT-TARGET
       WHEN WS-MNT-TARGET = "NONE" OR WS-MNT-TARGET = "none"
          MOVE SPACES TO WS-MNT-TARGET
       WHEN OTHER
          MOVE WS-MNT-TARGET TO WS-CYCLE-DATE-X
          PERFORM CONVERT-CYCLE-DATE
          IF WS-CYCLE-DAY-NUM = 0
             STRING "target-date not a valid YYYY-MM-DD date: "
                    WS-MNT-TARGET DELIMITED BY SIZE
                    INTO WS-MAINT-REASON
             SET WS-MAINT-ROW-BAD TO TRUE
             GO TO APPLY-MAINT-EXIT
          END-IF
    END-EVALUATE

    *> A request whose values are already on file was either keyed
    *> twice or applied just before an interrupted run lost its
    *> checkpoint; either way it is not applied or audited again
    IF WS-NEW-STATUS = WS-OLD-STATUS
       AND WS-MNT-NEW-PRIORITY = PRD-PRIORITY
       AND WS-MNT-TARGET = PRD-TARGET-DATE
       SET WS-MAINT-NO-CHANGE TO TRUE
       GO TO APPLY-MAINT-EXIT
    END-IF

    MOVE SPACES TO WS-OVERRIDE-REASON
    MOVE 'Y' TO WS-TRANSITION-OK-FLAG
    IF WS-NEW-STATUS NOT = WS-OLD-STATUS
       PERFORM CHECK-STATUS-TRANSITION
    END-IF
    IF NOT WS-TRANSITION-OK
       IF WS-MNT-OVERRIDE NOT = SPACES AND ROLE-CAN-OVERRIDE
          MOVE WS-MNT-OVERRIDE TO WS-OVERRIDE-REASON
       ELSE
          STRING "status " WS-OLD-STATUS " -> " WS-NEW-STATUS
                 " not a legal step and no override reason; allowed: "
                 FUNCTION TRIM(WS-ALLOWED-NEXT-TXT)
                 DELIMITED BY SIZE INTO WS-MAINT-REASON
          SET WS-MAINT-ROW-BAD TO TRUE
          GO TO APPLY-MAINT-EXIT
       END-IF
    END-IF

    IF WS-OLD-STATUS < 2
       AND WS-NEW-STATUS >= 2 AND WS-NEW-STATUS <= 5
       PERFORM CHECK-APPROVAL-SIGNOFF THRU CHECK-APPROVAL-EXIT
       IF NOT WS-APPR-COMPLETE
          STRING "sign-off incomplete: "
                 FUNCTION TRIM(WS-APPR-MISSING-TXT)
                 DELIMITED BY SIZE INTO WS-MAINT-REASON
          SET WS-MAINT-ROW-BAD TO TRUE
          GO TO APPLY-MAINT-EXIT
       END-IF
    END-IF

    IF WS-NEW-STATUS NOT = WS-OLD-STATUS
       AND (WS-NEW-STATUS = 3 OR WS-NEW-STATUS = 4
            OR WS-NEW-STATUS = 5)
       PERFORM CHECK-DEPENDENCY-BLOCKERS THRU CHECK-DEP-EXIT
    ELSE
       MOVE 'N' TO WS-DEP-BLOCKED-FLAG
    END-IF
    IF WS-DEP-BLOCKED
       IF WS-MNT-OVERRIDE NOT = SPACES AND ROLE-CAN-OVERRIDE
          MOVE WS-MNT-OVERRIDE TO WS-OVERRIDE-REASON
       ELSE
          MOVE "blocked by PRD(s) not yet Implemented and no override reason"
               TO WS-MAINT-REASON
          SET WS-MAINT-ROW-BAD TO TRUE
          GO TO APPLY-MAINT-EXIT
       END-IF
    END-IF

    *> The owner of record must still be on the owner master before
    *> anything is changed on their PRD
    MOVE PRD-AUTHOR TO WS-CHECK-AUTHOR
    PERFORM VALIDATE-PRD-AUTHOR THRU VALIDATE-AUTHOR-EXIT
    IF NOT WS-OWNER-OK
       STRING "owner not on owner master: " FUNCTION TRIM(PRD-AUTHOR)
              DELIMITED BY SIZE INTO WS-MAINT-REASON
       SET WS-MAINT-ROW-BAD TO TRUE
       GO TO APPLY-MAINT-EXIT
    END-IF

    MOVE WS-NEW-STATUS TO PRD-STATUS
    MOVE WS-MNT-NEW-PRIORITY TO PRD-PRIORITY
    MOVE WS-MNT-TARGET TO PRD-TARGET-DATE
    PERFORM VALIDATE-PRD-RECORD
    IF WS-RECORD-INVALID
       MOVE "status/priority/completion-pct out of range"
            TO WS-MAINT-REASON
       SET WS-MAINT-ROW-BAD TO TRUE
       GO TO APPLY-MAINT-EXIT
    END-IF

    ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
    STRING WS-CURRENT-YEAR "-" WS-CURRENT-MONTH "-"
           WS-CURRENT-DAY DELIMITED BY SIZE
           INTO WS-FORMATTED-DATE
    MOVE WS-FORMATTED-DATE TO PRD-UPDATED-DATE

    REWRITE PRD-RECORD
    IF FILE-STATUS(1:1) NOT = "0"
       STRING "file error " FILE-STATUS " rewriting PRD record"
              DELIMITED BY SIZE INTO WS-MAINT-REASON
       SET WS-MAINT-ROW-BAD TO TRUE
    ELSE
       ADD 1 TO WS-MAINT-APPLY-COUNT
       MOVE "BATCH-MAINTENANCE" TO WS-JRNL-STEP
       MOVE "PRD" TO WS-JRNL-FILE-ID
       MOVE 'U' TO WS-JRNL-ACTION
       PERFORM WRITE-JOURNAL-ENTRY THRU WRITE-JOURNAL-EXIT
       PERFORM WRITE-AUDIT-RECORD THRU WRITE-AUDIT-EXIT
    END-IF.

APPLY-MAINT-EXIT.
    EXIT.

WRITE-MAINT-REJECT-ROW.
    *> Same two-line form as the import rejects, so a corrected row
    *> can be copied back into PRDMAINT.CSV for the next run
    ADD 1 TO WS-MAINT-REJECT-COUNT
    IF MREJ-STATUS = "00"
       MOVE SPACES TO MAINT-REJECT-LINE
       STRING "REJECTED - " FUNCTION TRIM(WS-MAINT-REASON)
              DELIMITED BY SIZE INTO MAINT-REJECT-LINE
       WRITE MAINT-REJECT-LINE
       MOVE MAINT-LINE TO MAINT-REJECT-LINE
       WRITE MAINT-REJECT-LINE
    END-IF.

SAVE-MAINT-CHECKPOINT.
    OPEN OUTPUT MAINT-CKPT-FILE
    IF MCKPT-STATUS = "00"
       MOVE WS-MAINT-ROW-SEQ TO MAINT-CKPT-LINE
       WRITE MAINT-CKPT-LINE
       CLOSE MAINT-CKPT-FILE
    END-IF.

CLEAR-MAINT-CHECKPOINT.
    OPEN OUTPUT MAINT-CKPT-FILE
    IF MCKPT-STATUS = "00"
       MOVE ZERO TO MAINT-CKPT-LINE
       WRITE MAINT-CKPT-LINE
       CLOSE MAINT-CKPT-FILE
    END-IF.

PRD-HISTORY-INQUIRY.
    DISPLAY " "
    DISPLAY "Enter PRD ID for history: " WITH NO ADVANCING
    MOVE SPACES TO WS-KEY-ID
    ACCEPT WS-KEY-ID
    IF WS-KEY-ID = SPACES
       DISPLAY "No PRD ID entered."
       GO TO HISTORY-EXIT
    END-IF

    *> Review comments are merged in by timestamp so one pull gives
    *> the whole story: what changed, when, and what was said
    PERFORM LOAD-PRD-COMMENTS THRU LOAD-COMMENTS-EXIT
    MOVE 1 TO WS-CMNT-NEXT

    OPEN INPUT AUDIT-FILE
    IF AUDIT-STATUS = "35"
       IF HIST-CMNT-COUNT = 0
          DISPLAY "No audit history on file yet."
          PERFORM SHOW-PRD-SIGNOFFS THRU SHOW-SIGNOFFS-EXIT
          GO TO HISTORY-EXIT
       END-IF
    ELSE
       IF AUDIT-STATUS NOT = "00"
          DISPLAY "Error opening audit file: " AUDIT-STATUS
          GO TO HISTORY-EXIT
       END-IF
    END-IF

    DISPLAY " "
    DISPLAY "CHANGE HISTORY FOR: " FUNCTION TRIM(WS-KEY-ID)
    *> Audit rows are appended as changes happen, so a straight
    *> sequential pass lists them in chronological order
    MOVE ZERO TO WS-HIST-COUNT
    IF AUDIT-STATUS = "00"
       PERFORM UNTIL AUDIT-STATUS = "10"
          READ AUDIT-FILE
          IF AUDIT-STATUS = "00"
             IF AUDIT-PRD-ID = WS-KEY-ID
                ADD 1 TO WS-HIST-COUNT
                PERFORM SHOW-COMMENTS-THROUGH
                EVALUATE TRUE
                   WHEN AUDIT-ACTION-MERGE AND AUDIT-OLD-STATUS <= 6
                      DISPLAY "  " AUDIT-TIMESTAMP " | PRD MERGED and"
                              " archived (was "
                              FUNCTION TRIM(STATUS-NAME(AUDIT-OLD-STATUS + 1))
                              ", " AUDIT-OLD-COMPLETION-PCT "%)"
                   WHEN AUDIT-ACTION-DELETE AND AUDIT-OLD-STATUS <= 6
                      DISPLAY "  " AUDIT-TIMESTAMP " | PRD DELETED"
                              " from the live file (was "
                              FUNCTION TRIM(STATUS-NAME(AUDIT-OLD-STATUS + 1))
                              ", " AUDIT-OLD-COMPLETION-PCT "%)"
                   WHEN AUDIT-OLD-STATUS <= 6 AND AUDIT-NEW-STATUS <= 6
                      DISPLAY "  " AUDIT-TIMESTAMP " | "
                              STATUS-NAME(AUDIT-OLD-STATUS + 1) " -> "
                              STATUS-NAME(AUDIT-NEW-STATUS + 1) " | "
                              AUDIT-OLD-COMPLETION-PCT "% -> "
                              AUDIT-NEW-COMPLETION-PCT "%"
                   WHEN OTHER
                      DISPLAY "  " AUDIT-TIMESTAMP " | status "
                              AUDIT-OLD-STATUS " -> " AUDIT-NEW-STATUS
                              " *** not a known status code ***"
                END-EVALUATE
                IF AUDIT-ACTION-MERGE
                   DISPLAY "      Duplicate - "
                           FUNCTION TRIM(AUDIT-OVERRIDE-REASON)
                ELSE
                   IF AUDIT-OVERRIDE-REASON NOT = SPACES
                      DISPLAY "      Override: "
                              FUNCTION TRIM(AUDIT-OVERRIDE-REASON)
                   END-IF
                END-IF
                IF AUDIT-ACTION-REJECT
                   DISPLAY "      Sign-off rejected - sent back to Draft"
                END-IF
                IF AUDIT-OPER-ID NOT = SPACES
                   DISPLAY "      Operator: "
                           FUNCTION TRIM(AUDIT-OPER-ID)
                END-IF
             END-IF
          END-IF
       END-PERFORM
       CLOSE AUDIT-FILE
    END-IF

    *> Comments newer than the last recorded change
    PERFORM UNTIL WS-CMNT-NEXT > HIST-CMNT-COUNT
       PERFORM SHOW-ONE-COMMENT
    END-PERFORM
    IF WS-CMNT-MORE-FLAG = 'Y'
       DISPLAY "  *** Only the first 200 comments are shown -"
               " further comments not shown ***"
    END-IF

    IF WS-HIST-COUNT = 0 AND HIST-CMNT-COUNT = 0
       DISPLAY "  No recorded changes for this PRD."
    ELSE
       DISPLAY "  " WS-HIST-COUNT " change(s) and " HIST-CMNT-COUNT
               " comment(s) on file."
    END-IF
    PERFORM SHOW-PRD-SIGNOFFS THRU SHOW-SIGNOFFS-EXIT.

HISTORY-EXIT.
    EXIT.

LOAD-PRD-COMMENTS.
    MOVE ZERO TO HIST-CMNT-COUNT
    MOVE 'N' TO WS-CMNT-MORE-FLAG
    OPEN INPUT COMMENT-FILE
    IF CMNT-STATUS = "35"
       GO TO LOAD-COMMENTS-EXIT
    END-IF
    IF CMNT-STATUS NOT = "00"
       DISPLAY "Error opening comment file: " CMNT-STATUS
       GO TO LOAD-COMMENTS-EXIT
    END-IF
    MOVE WS-KEY-ID TO CMNT-PRD-ID
    MOVE ZERO TO CMNT-SEQ
    START COMMENT-FILE KEY >= CMNT-KEY
       INVALID KEY
          CLOSE COMMENT-FILE
          GO TO LOAD-COMMENTS-EXIT
    END-START
    MOVE 'N' TO WS-CMNT-EOF-FLAG
    PERFORM UNTIL WS-CMNT-EOF-FLAG = 'Y'
       READ COMMENT-FILE NEXT RECORD
       IF CMNT-STATUS NOT = "00"
          MOVE 'Y' TO WS-CMNT-EOF-FLAG
       ELSE
          IF CMNT-PRD-ID NOT = WS-KEY-ID
             MOVE 'Y' TO WS-CMNT-EOF-FLAG
          ELSE
             IF HIST-CMNT-COUNT < 200
                ADD 1 TO HIST-CMNT-COUNT
                MOVE CMNT-TIMESTAMP
                     TO HIST-CMNT-TIMESTAMP(HIST-CMNT-COUNT)
                MOVE CMNT-AUTHOR
                     TO HIST-CMNT-AUTHOR(HIST-CMNT-COUNT)
                MOVE CMNT-TEXT TO HIST-CMNT-TEXT(HIST-CMNT-COUNT)
                MOVE CMNT-OPER-ID
                     TO HIST-CMNT-OPER-ID(HIST-CMNT-COUNT)
             ELSE
                MOVE 'Y' TO WS-CMNT-MORE-FLAG
             END-IF
          END-IF
       END-IF
    END-PERFORM
    CLOSE COMMENT-FILE.

LOAD-COMMENTS-EXIT.
    EXIT.

SHOW-COMMENTS-THROUGH.
    PERFORM UNTIL WS-CMNT-NEXT > HIST-CMNT-COUNT
            OR HIST-CMNT-TIMESTAMP(WS-CMNT-NEXT) > AUDIT-TIMESTAMP
       PERFORM SHOW-ONE-COMMENT
    END-PERFORM.

SHOW-ONE-COMMENT.
    IF HIST-CMNT-OPER-ID(WS-CMNT-NEXT) = SPACES
       DISPLAY "  " HIST-CMNT-TIMESTAMP(WS-CMNT-NEXT) " | COMMENT by "
               FUNCTION TRIM(HIST-CMNT-AUTHOR(WS-CMNT-NEXT))
    ELSE
       DISPLAY "  " HIST-CMNT-TIMESTAMP(WS-CMNT-NEXT) " | COMMENT by "
               FUNCTION TRIM(HIST-CMNT-AUTHOR(WS-CMNT-NEXT))
               " (keyed by "
               FUNCTION TRIM(HIST-CMNT-OPER-ID(WS-CMNT-NEXT)) ")"
    END-IF
    DISPLAY "      " FUNCTION TRIM(HIST-CMNT-TEXT(WS-CMNT-NEXT))
    ADD 1 TO WS-CMNT-NEXT.

    END-IF

    MOVE ZERO TO WS-PURGE-MOVED
    MOVE ZERO TO WS-PURGE-MILE-MOVED
    MOVE ZERO TO WS-PURGE-CMNT-MOVED
    MOVE ZERO TO WS-PURGE-DEP-DROPPED
    MOVE ZERO TO PURGE-YEAR-COUNT
    PERFORM UNTIL FILE-STATUS = "10"
       READ PRD-FILE NEXT RECORD

    DISPLAY " "
    DISPLAY "Archived PRDs moved to PRDHIST.DAT: " WS-PURGE-MOVED
    DISPLAY "Milestones moved to PRDHMILE.DAT:   " WS-PURGE-MILE-MOVED
    DISPLAY "Comments moved to PRDHCMNT.DAT:     " WS-PURGE-CMNT-MOVED
    DISPLAY "Dependency links dropped:           " WS-PURGE-DEP-DROPPED
    IF PURGE-YEAR-COUNT > 0
       DISPLAY "Moved per year (by last updated date):"
       PERFORM VARYING WS-PURGE-IDX FROM 1 BY 1
          MOVE 8 TO WS-RUN-RC
       ELSE
          ADD 1 TO WS-PURGE-MOVED
          MOVE "ARCHIVE-PURGE" TO WS-JRNL-STEP
          MOVE "PRD" TO WS-JRNL-FILE-ID
          MOVE 'D' TO WS-JRNL-ACTION
          PERFORM WRITE-JOURNAL-ENTRY THRU WRITE-JOURNAL-EXIT
          PERFORM TALLY-PURGE-YEAR
          *> Milestones and comments follow the record into the
          *> archive so the archive search can still show them
          MOVE PRD-ID TO WS-KEY-ID
          MOVE 'Y' TO WS-CHILD-ARCHIVE-FLAG
          PERFORM REMOVE-PRD-MILESTONES THRU REMOVE-PRD-MILE-EXIT
          PERFORM REMOVE-PRD-COMMENTS THRU REMOVE-PRD-CMNT-EXIT
          PERFORM REMOVE-PRD-DEPENDENCIES THRU REMOVE-PRD-DEP-EXIT
          MOVE 'N' TO WS-CHILD-ARCHIVE-FLAG
          *> Sign-offs and the release assignment are not archived; left
          *> on file they would pass to any later PRD given the same ID
          PERFORM REMOVE-PRD-RELEASE-LINK THRU REMOVE-PRD-REL-EXIT
          PERFORM REMOVE-PRD-APPROVALS THRU REMOVE-PRD-APPR-EXIT
          ADD WS-CHILD-MILE-COUNT TO WS-PURGE-MILE-MOVED
          ADD WS-CHILD-CMNT-COUNT TO WS-PURGE-CMNT-MOVED
          ADD WS-CHILD-DEP-COUNT TO WS-PURGE-DEP-DROPPED
       END-IF
    END-IF.

                        HIST-AUTHOR " | last updated "
                        HIST-UPDATED-DATE
             END-IF
             PERFORM SHOW-ARCHIVED-CHILDREN THRU SHOW-ARCH-CHILD-EXIT
          END-IF
       END-IF
    END-PERFORM
SEARCH-ARCH-EXIT.
    EXIT.

SHOW-ARCHIVED-CHILDREN.
    *> Milestones and comments the purge carried across with the
    *> archived record in HIST-RECORD
    MOVE ZERO TO WS-ARCH-CHILD-COUNT
    OPEN INPUT ARCH-MILE-FILE
    IF AMILE-STATUS = "00"
       MOVE HIST-PRD-ID TO ARCH-MILE-PRD-ID
       MOVE ZERO TO ARCH-MILE-SEQ
       START ARCH-MILE-FILE KEY >= ARCH-MILE-KEY
          INVALID KEY
             MOVE 'Y' TO WS-CHILD-EOF-FLAG
          NOT INVALID KEY
             MOVE 'N' TO WS-CHILD-EOF-FLAG
       END-START
       PERFORM UNTIL WS-CHILD-EOF-FLAG = 'Y'
          READ ARCH-MILE-FILE NEXT RECORD
          IF AMILE-STATUS NOT = "00"
             OR ARCH-MILE-PRD-ID NOT = HIST-PRD-ID
             MOVE 'Y' TO WS-CHILD-EOF-FLAG
          ELSE
             ADD 1 TO WS-ARCH-CHILD-COUNT
             IF ARCH-MILE-DONE-FLAG = 'Y'
                DISPLAY "      Milestone " ARCH-MILE-SEQ " | "
                        ARCH-MILE-TITLE " | " ARCH-MILE-TARGET-DATE
                        " | done"
             ELSE
                DISPLAY "      Milestone " ARCH-MILE-SEQ " | "
                        ARCH-MILE-TITLE " | " ARCH-MILE-TARGET-DATE
                        " | not done"
             END-IF
          END-IF
       END-PERFORM
       CLOSE ARCH-MILE-FILE
    END-IF

    OPEN INPUT ARCH-CMNT-FILE
    IF ACMNT-STATUS = "00"
       MOVE HIST-PRD-ID TO ARCH-CMNT-PRD-ID
       MOVE ZERO TO ARCH-CMNT-SEQ
       START ARCH-CMNT-FILE KEY >= ARCH-CMNT-KEY
          INVALID KEY
             MOVE 'Y' TO WS-CHILD-EOF-FLAG
          NOT INVALID KEY
             MOVE 'N' TO WS-CHILD-EOF-FLAG
       END-START
       PERFORM UNTIL WS-CHILD-EOF-FLAG = 'Y'
          READ ARCH-CMNT-FILE NEXT RECORD
          IF ACMNT-STATUS NOT = "00"
             OR ARCH-CMNT-PRD-ID NOT = HIST-PRD-ID
             MOVE 'Y' TO WS-CHILD-EOF-FLAG
          ELSE
             ADD 1 TO WS-ARCH-CHILD-COUNT
             DISPLAY "      Comment " ARCH-CMNT-TIMESTAMP " by "
                     FUNCTION TRIM(ARCH-CMNT-AUTHOR) ": "
                     FUNCTION TRIM(ARCH-CMNT-TEXT)
          END-IF
       END-PERFORM
       CLOSE ARCH-CMNT-FILE
    END-IF

    IF WS-ARCH-CHILD-COUNT = 0
       DISPLAY "      (no archived milestones or comments)"
    END-IF.

SHOW-ARCH-CHILD-EXIT.
    EXIT.

BROWSE-PRDS.
    DISPLAY " "
    DISPLAY "Browse by 1=Status 2=Priority: " WITH NO ADVANCING
    PERFORM UNLOAD-PRD-FILE THRU UNLOAD-PRD-EXIT
    PERFORM UNLOAD-HIST-FILE THRU UNLOAD-HIST-EXIT
    PERFORM UNLOAD-MILE-FILE THRU UNLOAD-MILE-EXIT
    PERFORM UNLOAD-CMNT-FILE THRU UNLOAD-CMNT-EXIT
    PERFORM UNLOAD-DEP-FILE THRU UNLOAD-DEP-EXIT
    IF UNLOAD-FAILED
       MOVE 8 TO WS-RUN-RC
    ELSE
       MOVE "UNLOAD-ALL-FILES" TO WS-JRNL-STEP
       PERFORM WRITE-JOURNAL-SYNC-POINT
    END-IF.

UNLOAD-EXIT.
    EXIT.

RECOVER-FROM-JOURNAL.
    *> Rebuild PRDDATA.DAT, PRDMILE.DAT, PRDCMNT.DAT and PRDDEP.DAT
    *> from the last unload, then roll every journalled change since
    *> forward, up to an optional stop time given as yyyy-mm-dd or
    *> yyyy-mm-ddThh:mm[:ss]. A file missing from an older unload is
    *> replayed onto as it stands, which leaves a change already
    *> there as it was
    MOVE ZERO TO WS-RCV-APPLIED
    MOVE ZERO TO WS-RCV-ALREADY
    MOVE ZERO TO WS-RCV-HELD-BACK
    MOVE ZERO TO WS-RCV-ERRORS
    PERFORM VARYING WS-RCV-FILE-IDX FROM 1 BY 1
            UNTIL WS-RCV-FILE-IDX > 4
       MOVE ZERO TO WS-RCV-FILE-APPLIED(WS-RCV-FILE-IDX)
    END-PERFORM

    IF WS-BATCH-PARM = SPACES
       MOVE HIGH-VALUES TO WS-RCV-STOP-STAMP
    ELSE
       MOVE WS-BATCH-PARM(1:10) TO WS-CYCLE-DATE-X
       PERFORM CONVERT-CYCLE-DATE
       MOVE SPACES TO WS-RCV-TIME-PART
       EVALUATE TRUE
          WHEN WS-CYCLE-DAY-NUM = 0
             CONTINUE
          WHEN WS-BATCH-PARM(11:) = SPACES
             MOVE "23:59:59" TO WS-RCV-TIME-PART
          WHEN WS-BATCH-PARM(11:1) NOT = "T"
               AND WS-BATCH-PARM(11:1) NOT = "t"
             CONTINUE
          WHEN WS-BATCH-PARM(12:2) IS NUMERIC
               AND WS-BATCH-PARM(14:1) = ":"
               AND WS-BATCH-PARM(15:2) IS NUMERIC
               AND WS-BATCH-PARM(17:) = SPACES
             STRING WS-BATCH-PARM(12:5) ":59" DELIMITED BY SIZE
                    INTO WS-RCV-TIME-PART
          WHEN WS-BATCH-PARM(12:2) IS NUMERIC
               AND WS-BATCH-PARM(14:1) = ":"
               AND WS-BATCH-PARM(15:2) IS NUMERIC
               AND WS-BATCH-PARM(17:1) = ":"
               AND WS-BATCH-PARM(18:2) IS NUMERIC
             MOVE WS-BATCH-PARM(12:8) TO WS-RCV-TIME-PART
       END-EVALUATE
       IF WS-RCV-TIME-PART = SPACES
          DISPLAY "RECOVER stop time must be yyyy-mm-dd or"
                  " yyyy-mm-ddThh:mm[:ss], got: "
                  FUNCTION TRIM(WS-BATCH-PARM)
          MOVE 12 TO WS-RUN-RC
          GO TO RECOVER-EXIT
       END-IF
       MOVE SPACES TO WS-RCV-STOP-STAMP
       STRING WS-BATCH-PARM(1:10) " " WS-RCV-TIME-PART
              DELIMITED BY SIZE INTO WS-RCV-STOP-STAMP
    END-IF

    *> Pass 1: find the last sync point
    MOVE ZERO TO WS-RCV-ROW
    MOVE ZERO TO WS-RCV-SYNC-ROW
    MOVE SPACES TO WS-RCV-SYNC-STAMP
    OPEN INPUT JOURNAL-FILE
    IF JRNL-STATUS NOT = "00"
       DISPLAY "Cannot open change journal PRDJRNL.DAT: " JRNL-STATUS
       MOVE 8 TO WS-RUN-RC
       GO TO RECOVER-EXIT
    END-IF
    PERFORM UNTIL JRNL-STATUS NOT = "00"
       READ JOURNAL-FILE
       IF JRNL-STATUS = "00"
          ADD 1 TO WS-RCV-ROW
          IF JRNL-SYNC-POINT
             MOVE WS-RCV-ROW TO WS-RCV-SYNC-ROW
             MOVE JRNL-TIMESTAMP TO WS-RCV-SYNC-STAMP
          END-IF
       END-IF
    END-PERFORM
    CLOSE JOURNAL-FILE
    IF WS-RCV-SYNC-ROW = 0
       DISPLAY "No unload sync point in PRDJRNL.DAT - nothing to"
               " recover from."
       MOVE "RECOVER refused - no sync point in journal"
            TO WS-RUNLOG-TEXT
       PERFORM WRITE-RUN-LOG
       MOVE 8 TO WS-RUN-RC
       GO TO RECOVER-EXIT
    END-IF
    IF WS-RCV-STOP-STAMP < WS-RCV-SYNC-STAMP
       DISPLAY "Stop time " WS-RCV-STOP-STAMP " is before the last"
               " unload at " WS-RCV-SYNC-STAMP
       MOVE 12 TO WS-RUN-RC
       GO TO RECOVER-EXIT
    END-IF
    OPEN INPUT UNLOAD-FILE
    IF UNLOAD-STATUS NOT = "00"
       DISPLAY "Cannot open PRDUNLD.DAT: " UNLOAD-STATUS
       MOVE 8 TO WS-RUN-RC
       GO TO RECOVER-EXIT
    END-IF
    CLOSE UNLOAD-FILE
    STRING "RECOVER from sync point " WS-RCV-SYNC-STAMP
           " journal row " WS-RCV-SYNC-ROW
           DELIMITED BY SIZE INTO WS-RUNLOG-TEXT
    PERFORM WRITE-RUN-LOG

    MOVE 'N' TO WS-UNLD-FAIL-FLAG
    PERFORM RELOAD-PRD-FILE THRU RELOAD-PRD-EXIT
    PERFORM RELOAD-MILE-FILE THRU RELOAD-MILE-EXIT
    PERFORM RELOAD-CMNT-FILE THRU RELOAD-CMNT-EXIT
    PERFORM RELOAD-DEP-FILE THRU RELOAD-DEP-EXIT
    IF UNLOAD-FAILED
       DISPLAY "Reload from the unload failed - journal not replayed."
       MOVE 8 TO WS-RUN-RC
       GO TO RECOVER-EXIT
    END-IF

    OPEN I-O PRD-FILE
    OPEN I-O MILESTONE-FILE
    IF MILE-STATUS = "35"
       OPEN OUTPUT MILESTONE-FILE
       CLOSE MILESTONE-FILE
       OPEN I-O MILESTONE-FILE
    END-IF
    OPEN I-O DEPENDENCY-FILE
    IF DEP-STATUS = "35"
       OPEN OUTPUT DEPENDENCY-FILE
       CLOSE DEPENDENCY-FILE
       OPEN I-O DEPENDENCY-FILE
    END-IF
    OPEN I-O COMMENT-FILE
    IF CMNT-STATUS = "35"
       OPEN OUTPUT COMMENT-FILE
       CLOSE COMMENT-FILE
       OPEN I-O COMMENT-FILE
    END-IF
    IF FILE-STATUS NOT = "00" OR MILE-STATUS NOT = "00"
       OR DEP-STATUS NOT = "00" OR CMNT-STATUS NOT = "00"
       DISPLAY "Error opening files for replay: PRD " FILE-STATUS
               " MILE " MILE-STATUS " DEP " DEP-STATUS
               " CMNT " CMNT-STATUS
       IF CMNT-STATUS = "39"
          DISPLAY "PRDCMNT.DAT is in an older layout - run UNLOAD"
                  " and RELOAD to convert it."
       END-IF
       MOVE 8 TO WS-RUN-RC
       PERFORM CLOSE-RECOVER-FILES
       GO TO RECOVER-EXIT
    END-IF

    *> Pass 2: replay what follows the sync point
    MOVE ZERO TO WS-RCV-ROW
    OPEN INPUT JOURNAL-FILE
    PERFORM UNTIL JRNL-STATUS NOT = "00"
       READ JOURNAL-FILE
       IF JRNL-STATUS = "00"
          ADD 1 TO WS-RCV-ROW
          IF WS-RCV-ROW > WS-RCV-SYNC-ROW AND NOT JRNL-SYNC-POINT
             IF JRNL-TIMESTAMP > WS-RCV-STOP-STAMP
                ADD 1 TO WS-RCV-HELD-BACK
             ELSE
                PERFORM REPLAY-JOURNAL-ROW
             END-IF
          END-IF
       END-IF
    END-PERFORM
    CLOSE JOURNAL-FILE
    PERFORM CLOSE-RECOVER-FILES

    DISPLAY "Journal rows replayed: " WS-RCV-APPLIED
            "  already in place: " WS-RCV-ALREADY
            "  after stop time: " WS-RCV-HELD-BACK
            "  failed: " WS-RCV-ERRORS
    STRING "RECOVER replayed PRD=" WS-RCV-FILE-APPLIED(1)
           " MILE=" WS-RCV-FILE-APPLIED(2)
           " DEP=" WS-RCV-FILE-APPLIED(3)
           " CMNT=" WS-RCV-FILE-APPLIED(4)
           DELIMITED BY SIZE INTO WS-RUNLOG-TEXT
    PERFORM WRITE-RUN-LOG
    IF WS-RCV-ERRORS > 0
       MOVE 8 TO WS-RUN-RC
    END-IF
    PERFORM RECOVER-CONTROL-TOTALS
    IF WS-RCV-ERRORS > 0
       GO TO RECOVER-EXIT
    END-IF

    *> The recovered files become the new base. The unload writes a
    *> sync point, so rows held back by the stop time can never be
    *> replayed by a later RECOVER on top of newer changes
    PERFORM UNLOAD-ALL-FILES THRU UNLOAD-EXIT
    IF UNLOAD-FAILED
       DISPLAY "Unload after recovery failed - rows after the stop"
               " time are still past the last sync point."
       MOVE "RECOVER unload of recovered files failed"
            TO WS-RUNLOG-TEXT
       PERFORM WRITE-RUN-LOG
    END-IF.

RECOVER-EXIT.
    EXIT.

CLOSE-RECOVER-FILES.
    CLOSE PRD-FILE
    CLOSE MILESTONE-FILE
    CLOSE DEPENDENCY-FILE
    CLOSE COMMENT-FILE.

REPLAY-JOURNAL-ROW.
    *> An add or change writes the after image, replacing whatever
    *> the key holds; a delete of a record that is not there is
    *> counted as already in place
    EVALUATE TRUE
       WHEN JRNL-PRD-FILE
          MOVE 1 TO WS-RCV-FILE-IDX
          IF JRNL-DELETE
             MOVE JRNL-BEFORE-IMAGE TO PRD-RECORD
             DELETE PRD-FILE RECORD
          ELSE
             MOVE JRNL-AFTER-IMAGE TO PRD-RECORD
             WRITE PRD-RECORD
             IF FILE-STATUS = "22"
                REWRITE PRD-RECORD
             END-IF
          END-IF
          MOVE FILE-STATUS TO WS-RCV-IO-STATUS
       WHEN JRNL-MILE-FILE
          MOVE 2 TO WS-RCV-FILE-IDX
          IF JRNL-DELETE
             MOVE JRNL-BEFORE-IMAGE TO MILESTONE-RECORD
             DELETE MILESTONE-FILE RECORD
          ELSE
             MOVE JRNL-AFTER-IMAGE TO MILESTONE-RECORD
             WRITE MILESTONE-RECORD
             IF MILE-STATUS = "22"
                REWRITE MILESTONE-RECORD
             END-IF
          END-IF
          MOVE MILE-STATUS TO WS-RCV-IO-STATUS
       WHEN JRNL-DEP-FILE
          MOVE 3 TO WS-RCV-FILE-IDX
          IF JRNL-DELETE
             MOVE JRNL-BEFORE-IMAGE TO DEPENDENCY-RECORD
             DELETE DEPENDENCY-FILE RECORD
          ELSE
             MOVE JRNL-AFTER-IMAGE TO DEPENDENCY-RECORD
             WRITE DEPENDENCY-RECORD
             IF DEP-STATUS = "22"
                REWRITE DEPENDENCY-RECORD
             END-IF
          END-IF
          MOVE DEP-STATUS TO WS-RCV-IO-STATUS
       WHEN JRNL-CMNT-FILE
          MOVE 4 TO WS-RCV-FILE-IDX
          IF JRNL-DELETE
             MOVE JRNL-BEFORE-IMAGE TO COMMENT-RECORD
             DELETE COMMENT-FILE RECORD
          ELSE
             MOVE JRNL-AFTER-IMAGE TO COMMENT-RECORD
             WRITE COMMENT-RECORD
             IF CMNT-STATUS = "22"
                REWRITE COMMENT-RECORD
             END-IF
          END-IF
          MOVE CMNT-STATUS TO WS-RCV-IO-STATUS
       WHEN OTHER
          MOVE "??" TO WS-RCV-IO-STATUS
    END-EVALUATE
    EVALUATE TRUE
       WHEN WS-RCV-IO-STATUS(1:1) = "0"
          ADD 1 TO WS-RCV-APPLIED
          ADD 1 TO WS-RCV-FILE-APPLIED(WS-RCV-FILE-IDX)
       WHEN WS-RCV-IO-STATUS = "23" AND JRNL-DELETE
          ADD 1 TO WS-RCV-ALREADY
       WHEN OTHER
          ADD 1 TO WS-RCV-ERRORS
          DISPLAY "Replay failed at journal row " WS-RCV-ROW " "
                  JRNL-FILE-ID " " JRNL-ACTION " status "
                  WS-RCV-IO-STATUS
    END-EVALUATE.

RECOVER-CONTROL-TOTALS.
    *> Counted the way VERIFY counts them, and set beside the totals
    *> the last VERIFY saved, so the two can be compared directly
    MOVE ZERO TO WS-VERIFY-REC-COUNT
    MOVE ZERO TO WS-VERIFY-PCT-SUM
    MOVE ZERO TO WS-VERIFY-BAD-COUNT
    PERFORM VARYING WS-INDEX FROM 1 BY 1 UNTIL WS-INDEX > 7
       MOVE ZERO TO WS-VERIFY-STATUS-COUNT(WS-INDEX)
    END-PERFORM
    OPEN INPUT PRD-FILE
    IF FILE-STATUS NOT = "00"
       DISPLAY "Error opening PRD file for totals: " FILE-STATUS
       MOVE 8 TO WS-RUN-RC
    ELSE
       PERFORM UNTIL FILE-STATUS NOT = "00"
          READ PRD-FILE NEXT RECORD
          IF FILE-STATUS = "00"
             ADD 1 TO WS-VERIFY-REC-COUNT
             PERFORM VALIDATE-PRD-RECORD
             IF WS-RECORD-VALID
                ADD 1 TO WS-VERIFY-STATUS-COUNT(PRD-STATUS + 1)
                ADD PRD-COMPLETION-PCT TO WS-VERIFY-PCT-SUM
             ELSE
                ADD 1 TO WS-VERIFY-BAD-COUNT
             END-IF
          END-IF
       END-PERFORM
       CLOSE PRD-FILE
    END-IF
    DISPLAY "Recovered totals: records " WS-VERIFY-REC-COUNT
            "  pct-sum " WS-VERIFY-PCT-SUM
            "  failing validation " WS-VERIFY-BAD-COUNT
    STRING "RECOVER totals records=" WS-VERIFY-REC-COUNT
           " pct-sum=" WS-VERIFY-PCT-SUM
           " invalid=" WS-VERIFY-BAD-COUNT
           DELIMITED BY SIZE INTO WS-RUNLOG-TEXT
    PERFORM WRITE-RUN-LOG
    STRING "RECOVER status counts " WS-VERIFY-STATUS-COUNT(1) " "
           WS-VERIFY-STATUS-COUNT(2) " " WS-VERIFY-STATUS-COUNT(3) " "
           WS-VERIFY-STATUS-COUNT(4) " " WS-VERIFY-STATUS-COUNT(5) " "
           WS-VERIFY-STATUS-COUNT(6) " " WS-VERIFY-STATUS-COUNT(7)
           DELIMITED BY SIZE INTO WS-RUNLOG-TEXT
    PERFORM WRITE-RUN-LOG

    OPEN INPUT CONTROL-FILE
    IF CTL-STATUS = "00"
       READ CONTROL-FILE
    END-IF
    IF CTL-STATUS NOT = "00"
       MOVE "RECOVER no VERIFY totals on file to compare"
            TO WS-RUNLOG-TEXT
       PERFORM WRITE-RUN-LOG
    ELSE
       DISPLAY "Last VERIFY " CTL-VERIFY-DATE ": records "
               CTL-REC-COUNT "  pct-sum " CTL-PCT-SUM
       STRING "RECOVER last VERIFY " CTL-VERIFY-DATE
              " records=" CTL-REC-COUNT
              " pct-sum=" CTL-PCT-SUM
              DELIMITED BY SIZE INTO WS-RUNLOG-TEXT
       PERFORM WRITE-RUN-LOG
       STRING "RECOVER VERIFY status   " CTL-STATUS-COUNT(1) " "
              CTL-STATUS-COUNT(2) " " CTL-STATUS-COUNT(3) " "
              CTL-STATUS-COUNT(4) " " CTL-STATUS-COUNT(5) " "
              CTL-STATUS-COUNT(6) " " CTL-STATUS-COUNT(7)
              DELIMITED BY SIZE INTO WS-RUNLOG-TEXT
       PERFORM WRITE-RUN-LOG
    END-IF
    IF CTL-STATUS NOT = "35"
       CLOSE CONTROL-FILE
    END-IF.

UNLOAD-PRD-FILE.
    MOVE ZERO TO WS-UNLD-COUNT
    MOVE ZERO TO WS-UNLD-PCT-SUM
    PERFORM VARYING WS-INDEX FROM 1 BY 1 UNTIL WS-INDEX > 7
       MOVE ZERO TO WS-UNLD-STATUS-COUNT(WS-INDEX)
    END-PERFORM

    OPEN INPUT PRD-FILE
    IF FILE-STATUS = "35"
       DISPLAY "No PRDDATA.DAT to unload."
       MOVE "UNLOAD PRDDATA skipped - no live file"
            TO WS-RUNLOG-TEXT
       PERFORM WRITE-RUN-LOG
       GO TO UNLOAD-PRD-EXIT
    END-IF
    IF FILE-STATUS NOT = "00"
       DISPLAY "Error opening PRD file for unload: " FILE-STATUS
       SET UNLOAD-FAILED TO TRUE
       GO TO UNLOAD-PRD-EXIT
    END-IF
    OPEN OUTPUT UNLOAD-FILE
    IF UNLOAD-STATUS NOT = "00"
       DISPLAY "Error creating PRDUNLD.DAT: " UNLOAD-STATUS
       SET UNLOAD-FAILED TO TRUE
       CLOSE PRD-FILE
       GO TO UNLOAD-PRD-EXIT
    END-IF

    MOVE SPACES TO UNLOAD-LINE
    MOVE "H" TO UNLOAD-LINE(1:1)
    MOVE UNLOAD-LAYOUT-VERSION TO UNLOAD-LINE(2:3)
    MOVE WS-FORMATTED-DATE TO UNLOAD-LINE(5:10)
    WRITE UNLOAD-LINE

    PERFORM UNTIL FILE-STATUS = "10"
       READ PRD-FILE NEXT RECORD
       IF FILE-STATUS = "00"
          ADD 1 TO WS-UNLD-COUNT
          PERFORM VALIDATE-PRD-RECORD
    PERFORM RELOAD-PRD-FILE THRU RELOAD-PRD-EXIT
    PERFORM RELOAD-HIST-FILE THRU RELOAD-HIST-EXIT
    PERFORM RELOAD-MILE-FILE THRU RELOAD-MILE-EXIT
    PERFORM RELOAD-CMNT-FILE THRU RELOAD-CMNT-EXIT
    PERFORM RELOAD-DEP-FILE THRU RELOAD-DEP-EXIT
    IF UNLOAD-FAILED
       MOVE 8 TO WS-RUN-RC
    ELSE
       *> Journal rows since the last unload no longer describe the
       *> files, which are back to that unload
       MOVE "RELOAD-ALL-FILES" TO WS-JRNL-STEP
       PERFORM WRITE-JOURNAL-SYNC-POINT
    END-IF.

RELOAD-EXIT.
                   ADD PRD-COMPLETION-PCT TO WS-UNLD-PCT-SUM
                END-IF
                WRITE PRD-RECORD
                IF FILE-STATUS(1:1) NOT = "0"
                   DISPLAY "Error reloading " PRD-ID ": "
                           FILE-STATUS
                   SET UNLOAD-FAILED TO TRUE
RELOAD-MILE-EXIT.
    EXIT.

UNLOAD-CMNT-FILE.
    *> A PRDCMNT.DAT that will not open under the current layout is
    *> tried under the layout before CMNT-OPER-ID, and unloaded as
    *> V01 so RELOAD can carry it forward
    MOVE ZERO TO WS-UNLD-COUNT
    MOVE CMNT-LAYOUT-VERSION TO WS-RELOAD-VERSION
    OPEN INPUT COMMENT-FILE
    IF CMNT-STATUS = "35"
       DISPLAY "No PRDCMNT.DAT to unload."
       MOVE "UNLOAD PRDCMNT skipped - no comment file"
            TO WS-RUNLOG-TEXT
       PERFORM WRITE-RUN-LOG
       GO TO UNLOAD-CMNT-EXIT
    END-IF
    IF CMNT-STATUS NOT = "00"
       OPEN INPUT OLD-CMNT-FILE
       IF OCMNT-STATUS NOT = "00"
          DISPLAY "Error opening comments for unload: " CMNT-STATUS
          SET UNLOAD-FAILED TO TRUE
          GO TO UNLOAD-CMNT-EXIT
       END-IF
       MOVE CMNT-PRIOR-VERSION TO WS-RELOAD-VERSION
       DISPLAY "PRDCMNT.DAT is in the layout before the operator"
               " field - unloading it as " CMNT-PRIOR-VERSION
    END-IF
    OPEN OUTPUT CMNT-UNLOAD-FILE
    IF CUNLD-STATUS NOT = "00"
       DISPLAY "Error creating PRDCMNTU.DAT: " CUNLD-STATUS
       SET UNLOAD-FAILED TO TRUE
       IF WS-RELOAD-VERSION = CMNT-PRIOR-VERSION
          CLOSE OLD-CMNT-FILE
       ELSE
          CLOSE COMMENT-FILE
       END-IF
       GO TO UNLOAD-CMNT-EXIT
    END-IF

    MOVE SPACES TO CMNT-UNLOAD-LINE
    MOVE "H" TO CMNT-UNLOAD-LINE(1:1)
    MOVE WS-RELOAD-VERSION TO CMNT-UNLOAD-LINE(2:3)
    MOVE WS-FORMATTED-DATE TO CMNT-UNLOAD-LINE(5:10)
    WRITE CMNT-UNLOAD-LINE

    IF WS-RELOAD-VERSION = CMNT-PRIOR-VERSION
       PERFORM UNTIL OCMNT-STATUS = "10"
          READ OLD-CMNT-FILE NEXT RECORD
          IF OCMNT-STATUS = "00"
             ADD 1 TO WS-UNLD-COUNT
             MOVE SPACES TO CMNT-UNLOAD-LINE
             MOVE "D" TO CMNT-UNLOAD-LINE(1:1)
             MOVE OLD-CMNT-RECORD TO CMNT-UNLOAD-LINE(2:272)
             WRITE CMNT-UNLOAD-LINE
          END-IF
       END-PERFORM
       CLOSE OLD-CMNT-FILE
    ELSE
       PERFORM UNTIL CMNT-STATUS = "10"
          READ COMMENT-FILE NEXT RECORD
          IF CMNT-STATUS = "00"
             ADD 1 TO WS-UNLD-COUNT
             MOVE SPACES TO CMNT-UNLOAD-LINE
             MOVE "D" TO CMNT-UNLOAD-LINE(1:1)
             MOVE COMMENT-RECORD TO CMNT-UNLOAD-LINE(2:282)
             WRITE CMNT-UNLOAD-LINE
          END-IF
       END-PERFORM
       CLOSE COMMENT-FILE
    END-IF

    MOVE WS-UNLD-COUNT TO UNLD-CTRL-COUNT
    MOVE SPACES TO CMNT-UNLOAD-LINE
    MOVE "T" TO CMNT-UNLOAD-LINE(1:1)
    MOVE UNLD-CMNT-TRAILER TO CMNT-UNLOAD-LINE(2:5)
    WRITE CMNT-UNLOAD-LINE
    CLOSE CMNT-UNLOAD-FILE

    DISPLAY "Unloaded " WS-UNLD-COUNT
            " comment record(s) to PRDCMNTU.DAT"
    STRING "UNLOAD PRDCMNT records=" WS-UNLD-COUNT
           " layout=" WS-RELOAD-VERSION
           DELIMITED BY SIZE INTO WS-RUNLOG-TEXT
    PERFORM WRITE-RUN-LOG.

UNLOAD-CMNT-EXIT.
    EXIT.

RELOAD-CMNT-FILE.
    MOVE ZERO TO WS-UNLD-COUNT
    MOVE ZERO TO WS-RELOAD-CONVERTED
    MOVE ZERO TO UNLD-CTRL-COUNT

    OPEN INPUT CMNT-UNLOAD-FILE
    IF CUNLD-STATUS = "35"
       DISPLAY "No PRDCMNTU.DAT - comment reload skipped."
       MOVE "RELOAD PRDCMNT skipped - no unload file"
            TO WS-RUNLOG-TEXT
       PERFORM WRITE-RUN-LOG
       GO TO RELOAD-CMNT-EXIT
    END-IF
    IF CUNLD-STATUS NOT = "00"
       DISPLAY "Error opening PRDCMNTU.DAT: " CUNLD-STATUS
       SET UNLOAD-FAILED TO TRUE
       GO TO RELOAD-CMNT-EXIT
    END-IF

    READ CMNT-UNLOAD-FILE
    IF CUNLD-STATUS NOT = "00" OR CMNT-UNLOAD-LINE(1:1) NOT = "H"
       DISPLAY "PRDCMNTU.DAT has no header row - reload abandoned."
       SET UNLOAD-FAILED TO TRUE
       CLOSE CMNT-UNLOAD-FILE
       GO TO RELOAD-CMNT-EXIT
    END-IF
    MOVE CMNT-UNLOAD-LINE(2:3) TO WS-RELOAD-VERSION
    IF WS-RELOAD-VERSION NOT = CMNT-LAYOUT-VERSION
       AND WS-RELOAD-VERSION NOT = CMNT-PRIOR-VERSION
       DISPLAY "Unknown unload layout version: " WS-RELOAD-VERSION
       SET UNLOAD-FAILED TO TRUE
       CLOSE CMNT-UNLOAD-FILE
       GO TO RELOAD-CMNT-EXIT
    END-IF

    OPEN OUTPUT COMMENT-FILE
    IF CMNT-STATUS NOT = "00"
       DISPLAY "Error rebuilding comment file: " CMNT-STATUS
       SET UNLOAD-FAILED TO TRUE
       CLOSE CMNT-UNLOAD-FILE
       GO TO RELOAD-CMNT-EXIT
    END-IF

    PERFORM UNTIL CUNLD-STATUS = "10"
       READ CMNT-UNLOAD-FILE
       IF CUNLD-STATUS = "00"
          EVALUATE CMNT-UNLOAD-LINE(1:1)
             WHEN "D"
                IF WS-RELOAD-VERSION = CMNT-PRIOR-VERSION
                   MOVE SPACES TO COMMENT-RECORD
                   MOVE CMNT-UNLOAD-LINE(2:272)
                        TO COMMENT-RECORD(1:272)
                   ADD 1 TO WS-RELOAD-CONVERTED
                ELSE
                   MOVE CMNT-UNLOAD-LINE(2:282) TO COMMENT-RECORD
                END-IF
                ADD 1 TO WS-UNLD-COUNT
                WRITE COMMENT-RECORD
                IF CMNT-STATUS NOT = "00"
                   DISPLAY "Error reloading comment " CMNT-PRD-ID
                           " " CMNT-SEQ ": " CMNT-STATUS
                   SET UNLOAD-FAILED TO TRUE
                END-IF
             WHEN "T"
                MOVE CMNT-UNLOAD-LINE(2:5) TO UNLD-CMNT-TRAILER
             WHEN OTHER
                CONTINUE
          END-EVALUATE
       END-IF
    END-PERFORM
    CLOSE CMNT-UNLOAD-FILE
    CLOSE COMMENT-FILE

    MOVE "OK" TO WS-UNLD-RESULT-TXT
    IF WS-UNLD-COUNT NOT = UNLD-CTRL-COUNT
       MOVE "MISMATCH" TO WS-UNLD-RESULT-TXT
       SET UNLOAD-FAILED TO TRUE
    END-IF
    DISPLAY "Reloaded " WS-UNLD-COUNT " comment record(s), "
            WS-RELOAD-CONVERTED " converted - "
            FUNCTION TRIM(WS-UNLD-RESULT-TXT)
    STRING "RELOAD PRDCMNT records=" WS-UNLD-COUNT
           " converted=" WS-RELOAD-CONVERTED
           " totals=" FUNCTION TRIM(WS-UNLD-RESULT-TXT)
           DELIMITED BY SIZE INTO WS-RUNLOG-TEXT
    PERFORM WRITE-RUN-LOG.

RELOAD-CMNT-EXIT.
    EXIT.

UNLOAD-DEP-FILE.
    MOVE ZERO TO WS-UNLD-COUNT

    OPEN INPUT DEPENDENCY-FILE
    IF DEP-STATUS = "35"
       DISPLAY "No PRDDEP.DAT to unload."
       MOVE "UNLOAD PRDDEP skipped - no dependency file"
            TO WS-RUNLOG-TEXT
       PERFORM WRITE-RUN-LOG
       GO TO UNLOAD-DEP-EXIT
    END-IF
    IF DEP-STATUS NOT = "00"
       DISPLAY "Error opening dependencies for unload: " DEP-STATUS
       SET UNLOAD-FAILED TO TRUE
       GO TO UNLOAD-DEP-EXIT
    END-IF
    OPEN OUTPUT DEP-UNLOAD-FILE
    IF DUNLD-STATUS NOT = "00"
       DISPLAY "Error creating PRDDEPU.DAT: " DUNLD-STATUS
       SET UNLOAD-FAILED TO TRUE
       CLOSE DEPENDENCY-FILE
       GO TO UNLOAD-DEP-EXIT
    END-IF

    MOVE SPACES TO DEP-UNLOAD-LINE
    MOVE "H" TO DEP-UNLOAD-LINE(1:1)
    MOVE "V01" TO DEP-UNLOAD-LINE(2:3)
    MOVE WS-FORMATTED-DATE TO DEP-UNLOAD-LINE(5:10)
    WRITE DEP-UNLOAD-LINE

    PERFORM UNTIL DEP-STATUS = "10"
       READ DEPENDENCY-FILE NEXT RECORD
       IF DEP-STATUS = "00"
          ADD 1 TO WS-UNLD-COUNT
          MOVE SPACES TO DEP-UNLOAD-LINE
          MOVE "D" TO DEP-UNLOAD-LINE(1:1)
          MOVE DEPENDENCY-RECORD TO DEP-UNLOAD-LINE(2:43)
          WRITE DEP-UNLOAD-LINE
       END-IF
    END-PERFORM
    CLOSE DEPENDENCY-FILE

    MOVE WS-UNLD-COUNT TO UNLD-DTRL-COUNT
    MOVE SPACES TO DEP-UNLOAD-LINE
    MOVE "T" TO DEP-UNLOAD-LINE(1:1)
    MOVE UNLD-DEP-TRAILER TO DEP-UNLOAD-LINE(2:5)
    WRITE DEP-UNLOAD-LINE
    CLOSE DEP-UNLOAD-FILE

    DISPLAY "Unloaded " WS-UNLD-COUNT
            " dependency record(s) to PRDDEPU.DAT"
    STRING "UNLOAD PRDDEP records=" WS-UNLD-COUNT
           DELIMITED BY SIZE INTO WS-RUNLOG-TEXT
    PERFORM WRITE-RUN-LOG.

UNLOAD-DEP-EXIT.
    EXIT.

RELOAD-DEP-FILE.
    MOVE ZERO TO WS-UNLD-COUNT
    MOVE ZERO TO UNLD-DTRL-COUNT

    OPEN INPUT DEP-UNLOAD-FILE
    IF DUNLD-STATUS = "35"
       DISPLAY "No PRDDEPU.DAT - dependency reload skipped."
       MOVE "RELOAD PRDDEP skipped - no unload file"
            TO WS-RUNLOG-TEXT
       PERFORM WRITE-RUN-LOG
       GO TO RELOAD-DEP-EXIT
    END-IF
    IF DUNLD-STATUS NOT = "00"
       DISPLAY "Error opening PRDDEPU.DAT: " DUNLD-STATUS
       SET UNLOAD-FAILED TO TRUE
       GO TO RELOAD-DEP-EXIT
    END-IF

    READ DEP-UNLOAD-FILE
    IF DUNLD-STATUS NOT = "00" OR DEP-UNLOAD-LINE(1:1) NOT = "H"
       DISPLAY "PRDDEPU.DAT has no header row - reload abandoned."
       SET UNLOAD-FAILED TO TRUE
       CLOSE DEP-UNLOAD-FILE
       GO TO RELOAD-DEP-EXIT
    END-IF
    MOVE DEP-UNLOAD-LINE(2:3) TO WS-RELOAD-VERSION
    IF WS-RELOAD-VERSION NOT = "V01"
       DISPLAY "Unknown unload layout version: " WS-RELOAD-VERSION
       SET UNLOAD-FAILED TO TRUE
       CLOSE DEP-UNLOAD-FILE
       GO TO RELOAD-DEP-EXIT
    END-IF

    OPEN OUTPUT DEPENDENCY-FILE
    IF DEP-STATUS NOT = "00"
       DISPLAY "Error rebuilding dependency file: " DEP-STATUS
       SET UNLOAD-FAILED TO TRUE
       CLOSE DEP-UNLOAD-FILE
       GO TO RELOAD-DEP-EXIT
    END-IF

    PERFORM UNTIL DUNLD-STATUS = "10"
       READ DEP-UNLOAD-FILE
       IF DUNLD-STATUS = "00"
          EVALUATE DEP-UNLOAD-LINE(1:1)
             WHEN "D"
                MOVE DEP-UNLOAD-LINE(2:43) TO DEPENDENCY-RECORD
                ADD 1 TO WS-UNLD-COUNT
                WRITE DEPENDENCY-RECORD
                IF DEP-STATUS NOT = "00"
                   DISPLAY "Error reloading dependency " DEP-PRD-ID
                           ": " DEP-STATUS
                   SET UNLOAD-FAILED TO TRUE
                END-IF
             WHEN "T"
                MOVE DEP-UNLOAD-LINE(2:5) TO UNLD-DEP-TRAILER
             WHEN OTHER
                CONTINUE
          END-EVALUATE
       END-IF
    END-PERFORM
    CLOSE DEP-UNLOAD-FILE
    CLOSE DEPENDENCY-FILE

    MOVE "OK" TO WS-UNLD-RESULT-TXT
    IF WS-UNLD-COUNT NOT = UNLD-DTRL-COUNT
       MOVE "MISMATCH" TO WS-UNLD-RESULT-TXT
       SET UNLOAD-FAILED TO TRUE
    END-IF
    DISPLAY "Reloaded " WS-UNLD-COUNT " dependency record(s) - "
            FUNCTION TRIM(WS-UNLD-RESULT-TXT)
    STRING "RELOAD PRDDEP records=" WS-UNLD-COUNT
           " totals=" FUNCTION TRIM(WS-UNLD-RESULT-TXT)
           DELIMITED BY SIZE INTO WS-RUNLOG-TEXT
    PERFORM WRITE-RUN-LOG.

RELOAD-DEP-EXIT.
    EXIT.

MAINTAIN-MILESTONES.
    DISPLAY " "
    DISPLAY "Enter PRD ID for milestones: " WITH NO ADVANCING
    MOVE SPACES TO WS-MILE-PRD-ID
    ACCEPT WS-MILE-PRD-ID
    IF WS-MILE-PRD-ID = SPACES
       DISPLAY "No PRD ID entered."
       GO TO MILESTONES-EXIT
    END-IF

    OPEN INPUT PRD-FILE
    IF FILE-STATUS NOT = "00"
       DISPLAY "Error opening PRD file: " FILE-STATUS
       GO TO MILESTONES-EXIT
    END-IF
    MOVE WS-MILE-PRD-ID TO PRD-ID
    READ PRD-FILE
       INVALID KEY
          DISPLAY "PRD not found: " WS-MILE-PRD-ID
          CLOSE PRD-FILE
          GO TO MILESTONES-EXIT
    END-READ
    CLOSE PRD-FILE

    OPEN I-O MILESTONE-FILE
    IF MILE-STATUS = "35"
       OPEN OUTPUT MILESTONE-FILE
       CLOSE MILESTONE-FILE
       OPEN I-O MILESTONE-FILE
    END-IF
    IF MILE-STATUS NOT = "00"
       DISPLAY "Error opening milestone file: " MILE-STATUS
       GO TO MILESTONES-EXIT
    END-IF

    MOVE 'N' TO WS-MILE-EXIT-FLAG
    PERFORM UNTIL WS-MILE-EXIT-FLAG = 'Y'
       DISPLAY " "
       DISPLAY "Milestones for " FUNCTION TRIM(WS-MILE-PRD-ID)
               ": 1=List 2=Add 3=Mark Done 4=Back"
       DISPLAY "Choice: " WITH NO ADVANCING
       ACCEPT WS-MILE-CHOICE
       EVALUATE WS-MILE-CHOICE
          WHEN 1
             PERFORM LIST-MILESTONES THRU LIST-MILESTONES-EXIT
          WHEN 2
             PERFORM ADD-MILESTONE THRU ADD-MILESTONE-EXIT
          WHEN 3
             PERFORM MARK-MILESTONE-DONE THRU MARK-MILESTONE-EXIT
          WHEN 4
             MOVE 'Y' TO WS-MILE-EXIT-FLAG
          WHEN OTHER
             DISPLAY "Choose 1-4."
       END-EVALUATE
    END-PERFORM

    CLOSE MILESTONE-FILE.

MILESTONES-EXIT.
    EXIT.

LIST-MILESTONES.
    MOVE WS-MILE-PRD-ID TO MILE-PRD-ID
    MOVE ZERO TO MILE-SEQ
    START MILESTONE-FILE KEY >= MILE-KEY
       INVALID KEY
          DISPLAY "No milestones on file for this PRD."
          GO TO LIST-MILESTONES-EXIT
    END-START

    MOVE ZERO TO WS-MILE-COUNT
    MOVE ZERO TO WS-MILE-DONE-COUNT
    MOVE 'N' TO WS-MILE-EOF-FLAG
    PERFORM UNTIL WS-MILE-EOF-FLAG = 'Y'
       READ MILESTONE-FILE NEXT RECORD
       IF MILE-STATUS NOT = "00"
          MOVE 'Y' TO WS-MILE-EOF-FLAG
       ELSE
          IF MILE-PRD-ID NOT = WS-MILE-PRD-ID
             MOVE 'Y' TO WS-MILE-EOF-FLAG
          ELSE
             ADD 1 TO WS-MILE-COUNT
             IF MILE-DONE
                ADD 1 TO WS-MILE-DONE-COUNT
                DISPLAY "  " MILE-SEQ " | " MILE-TITLE
                        " | target " MILE-TARGET-DATE " | DONE"
             ELSE
                DISPLAY "  " MILE-SEQ " | " MILE-TITLE
                        " | target " MILE-TARGET-DATE " | OPEN"
             END-IF
          END-IF
       END-IF
    END-PERFORM

    IF WS-MILE-COUNT = 0
       DISPLAY "No milestones on file for this PRD."
       DISPLAY "Error writing milestone: " MILE-STATUS
    ELSE
       DISPLAY "Milestone " MILE-SEQ " added."
       MOVE "MAINTAIN-MILESTONES" TO WS-JRNL-STEP
       MOVE "MILE" TO WS-JRNL-FILE-ID
       MOVE 'A' TO WS-JRNL-ACTION
       PERFORM WRITE-JOURNAL-ENTRY THRU WRITE-JOURNAL-EXIT
    END-IF.

ADD-MILESTONE-EXIT.
       DISPLAY "Milestone " WS-MILE-SEQ " is already done."
       GO TO MARK-MILESTONE-EXIT
    END-IF
    MOVE MILESTONE-RECORD TO WS-JRNL-BEFORE
    MOVE 'Y' TO MILE-DONE-FLAG
    REWRITE MILESTONE-RECORD
    IF MILE-STATUS NOT = "00"
       DISPLAY "Error updating milestone: " MILE-STATUS
    ELSE
       DISPLAY "Milestone " WS-MILE-SEQ " marked done."
       MOVE "MAINTAIN-MILESTONES" TO WS-JRNL-STEP
       MOVE "MILE" TO WS-JRNL-FILE-ID
       MOVE 'U' TO WS-JRNL-ACTION
       PERFORM WRITE-JOURNAL-ENTRY THRU WRITE-JOURNAL-EXIT
    END-IF.

MARK-MILESTONE-EXIT.
           DELIMITED BY SIZE INTO CMNT-TIMESTAMP
    MOVE WS-CMNT-PRD-ID TO CMNT-PRD-ID
    COMPUTE CMNT-SEQ = WS-CMNT-SEQ + 1
    MOVE WS-OPER-ID TO CMNT-OPER-ID
    WRITE COMMENT-RECORD
    IF CMNT-STATUS NOT = "00"
       DISPLAY "Error writing comment: " CMNT-STATUS
    ELSE
       DISPLAY "Comment " CMNT-SEQ " added."
       MOVE "ADD-REVIEW-COMMENT" TO WS-JRNL-STEP
       MOVE "CMNT" TO WS-JRNL-FILE-ID
       MOVE 'A' TO WS-JRNL-ACTION
       PERFORM WRITE-JOURNAL-ENTRY THRU WRITE-JOURNAL-EXIT
    END-IF.

ADD-COMMENT-CLOSE.
       CLOSE PRD-FILE
    END-IF

    *> A link whose blocker is already waiting, directly or through
    *> a chain, on this PRD would close a loop that can never clear
    PERFORM CHECK-DEPENDENCY-LOOP THRU CHECK-DEP-LOOP-EXIT
    IF WS-CHAIN-LOOP-FOUND
       DISPLAY "Link refused - it would close a dependency loop:"
       DISPLAY "  " FUNCTION TRIM(WS-CHAIN-PATH-TXT)
       GO TO ADD-DEPENDENCY-EXIT
    END-IF

    *> Next sequence number is one past the highest already on file
    *> for this PRD
    MOVE ZERO TO WS-DEP-SEQ
       GO TO ADD-DEPENDENCY-EXIT
    END-IF

    MOVE WS-DEP-PRD-ID TO DEP-PRD-ID
    COMPUTE DEP-SEQ = WS-DEP-SEQ + 1
    MOVE WS-DEP-BLOCKER-ID TO DEP-BLOCKER-ID
    WRITE DEPENDENCY-RECORD
    IF DEP-STATUS NOT = "00"
       DISPLAY "Error writing dependency: " DEP-STATUS
    ELSE
       DISPLAY "Dependency " DEP-SEQ " added."
       MOVE "MAINTAIN-DEPENDENCIES" TO WS-JRNL-STEP
       MOVE "DEP" TO WS-JRNL-FILE-ID
       MOVE 'A' TO WS-JRNL-ACTION
       PERFORM WRITE-JOURNAL-ENTRY THRU WRITE-JOURNAL-EXIT
    END-IF.

ADD-DEPENDENCY-EXIT.
    EXIT.

REMOVE-DEPENDENCY.
    DISPLAY "Dependency number to remove: " WITH NO ADVANCING
    ACCEPT WS-DEP-SEQ
    MOVE WS-DEP-PRD-ID TO DEP-PRD-ID
    MOVE WS-DEP-SEQ TO DEP-SEQ
    *> Read before deleting so the journal holds the whole link
    READ DEPENDENCY-FILE
       INVALID KEY
          DISPLAY "Dependency not found: " WS-DEP-SEQ
          GO TO REMOVE-DEPENDENCY-EXIT
    END-READ
    DELETE DEPENDENCY-FILE RECORD
       INVALID KEY
          DISPLAY "Dependency not found: " WS-DEP-SEQ
       NOT INVALID KEY
          DISPLAY "Dependency " WS-DEP-SEQ " removed."
          MOVE "MAINTAIN-DEPENDENCIES" TO WS-JRNL-STEP
          MOVE "DEP" TO WS-JRNL-FILE-ID
          MOVE 'D' TO WS-JRNL-ACTION
          PERFORM WRITE-JOURNAL-ENTRY THRU WRITE-JOURNAL-EXIT
    END-DELETE.

REMOVE-DEPENDENCY-EXIT.
    EXIT.

LOAD-CHAIN-LINKS.
    *> Every link on PRDDEP.DAT into the chain table; the caller has
    *> the dependency file open
    MOVE ZERO TO CHAIN-LINK-COUNT
    MOVE LOW-VALUES TO DEP-KEY
    START DEPENDENCY-FILE KEY >= DEP-KEY
       INVALID KEY
          MOVE 'Y' TO WS-CHAIN-EOF-FLAG
       NOT INVALID KEY
          MOVE 'N' TO WS-CHAIN-EOF-FLAG
    END-START
    PERFORM UNTIL WS-CHAIN-EOF-FLAG = 'Y'
       READ DEPENDENCY-FILE NEXT RECORD
       IF DEP-STATUS NOT = "00"
          MOVE 'Y' TO WS-CHAIN-EOF-FLAG
       ELSE
          IF CHAIN-LINK-COUNT < MAX-PRDS
             ADD 1 TO CHAIN-LINK-COUNT
             MOVE "CHAIN-LINK-ENTRY" TO WS-CAPACITY-NAME
             MOVE CHAIN-LINK-COUNT TO WS-CAPACITY-USED
             PERFORM CHECK-TABLE-CAPACITY
             MOVE DEP-PRD-ID TO CHAIN-LINK-PRD-ID(CHAIN-LINK-COUNT)
             MOVE DEP-BLOCKER-ID
                  TO CHAIN-LINK-BLOCKER-ID(CHAIN-LINK-COUNT)
             MOVE ZERO TO CHAIN-LINK-PRD-NODE(CHAIN-LINK-COUNT)
             MOVE ZERO TO CHAIN-LINK-BLK-NODE(CHAIN-LINK-COUNT)
          END-IF
       END-IF
    END-PERFORM.

CHECK-DEPENDENCY-LOOP.
    *> Walk upstream from the proposed blocker, breadth first, over
    *> the links already on file. Reaching WS-DEP-PRD-ID means the
    *> blocker already waits on this PRD. The node table doubles as
    *> the walk queue and CHAIN-NODE-NEXT remembers who queued each
    *> entry, so the loop can be shown link by link
    MOVE 'N' TO WS-CHAIN-LOOP-FLAG
    MOVE SPACES TO WS-CHAIN-PATH-TXT
    PERFORM LOAD-CHAIN-LINKS
    MOVE 1 TO CHAIN-NODE-COUNT
    MOVE WS-DEP-BLOCKER-ID TO CHAIN-NODE-ID(1)
    MOVE ZERO TO CHAIN-NODE-NEXT(1)
    MOVE 1 TO WS-CHAIN-IDX
    PERFORM UNTIL WS-CHAIN-IDX > CHAIN-NODE-COUNT
            OR WS-CHAIN-LOOP-FOUND
       PERFORM VARYING WS-CHAIN-LINK-IDX FROM 1 BY 1
               UNTIL WS-CHAIN-LINK-IDX > CHAIN-LINK-COUNT
                  OR WS-CHAIN-LOOP-FOUND
          IF CHAIN-LINK-PRD-ID(WS-CHAIN-LINK-IDX) =
             CHAIN-NODE-ID(WS-CHAIN-IDX)
             MOVE CHAIN-LINK-BLOCKER-ID(WS-CHAIN-LINK-IDX)
                  TO WS-CHAIN-FIND-ID
             IF WS-CHAIN-FIND-ID = WS-DEP-PRD-ID
                MOVE WS-CHAIN-IDX TO WS-CHAIN-FOUND-IDX
                SET WS-CHAIN-LOOP-FOUND TO TRUE
             ELSE
                PERFORM QUEUE-CHAIN-NODE
             END-IF
          END-IF
       END-PERFORM
       ADD 1 TO WS-CHAIN-IDX
    END-PERFORM
    IF NOT WS-CHAIN-LOOP-FOUND
       GO TO CHECK-DEP-LOOP-EXIT
    END-IF

    *> Parent pointers run from the end of the walk back to the
    *> proposed blocker; collect them, then print in link order
    MOVE ZERO TO CHAIN-VISIT-COUNT
    MOVE WS-CHAIN-FOUND-IDX TO WS-CHAIN-IDX
    PERFORM UNTIL WS-CHAIN-IDX = 0
       ADD 1 TO CHAIN-VISIT-COUNT
       MOVE WS-CHAIN-IDX TO CHAIN-VISIT-NODE(CHAIN-VISIT-COUNT)
       MOVE CHAIN-NODE-NEXT(WS-CHAIN-IDX) TO WS-CHAIN-IDX
    END-PERFORM
    MOVE 1 TO WS-CHAIN-PATH-PTR
    STRING FUNCTION TRIM(WS-DEP-PRD-ID) " blocked by "
           DELIMITED BY SIZE INTO WS-CHAIN-PATH-TXT
           WITH POINTER WS-CHAIN-PATH-PTR
    PERFORM VARYING WS-CHAIN-VISIT-IDX FROM CHAIN-VISIT-COUNT BY -1
            UNTIL WS-CHAIN-VISIT-IDX < 1
       MOVE CHAIN-VISIT-NODE(WS-CHAIN-VISIT-IDX) TO WS-CHAIN-IDX
       STRING FUNCTION TRIM(CHAIN-NODE-ID(WS-CHAIN-IDX))
              " blocked by " DELIMITED BY SIZE
              INTO WS-CHAIN-PATH-TXT WITH POINTER WS-CHAIN-PATH-PTR
          ON OVERFLOW CONTINUE
       END-STRING
    END-PERFORM
    STRING FUNCTION TRIM(WS-DEP-PRD-ID) DELIMITED BY SIZE
           INTO WS-CHAIN-PATH-TXT WITH POINTER WS-CHAIN-PATH-PTR
       ON OVERFLOW CONTINUE
    END-STRING.

CHECK-DEP-LOOP-EXIT.
    EXIT.

QUEUE-CHAIN-NODE.
    *> Append WS-CHAIN-FIND-ID to the walk queue unless it is already
    *> there; its parent is the entry being expanded
    MOVE ZERO TO WS-CHAIN-FOUND-IDX
    PERFORM VARYING WS-CHAIN-VISIT-IDX FROM 1 BY 1
            UNTIL WS-CHAIN-VISIT-IDX > CHAIN-NODE-COUNT
       IF CHAIN-NODE-ID(WS-CHAIN-VISIT-IDX) = WS-CHAIN-FIND-ID
          MOVE WS-CHAIN-VISIT-IDX TO WS-CHAIN-FOUND-IDX
       END-IF
    END-PERFORM
    IF WS-CHAIN-FOUND-IDX = 0 AND CHAIN-NODE-COUNT < MAX-PRDS
       ADD 1 TO CHAIN-NODE-COUNT
       MOVE WS-CHAIN-FIND-ID TO CHAIN-NODE-ID(CHAIN-NODE-COUNT)
       MOVE WS-CHAIN-IDX TO CHAIN-NODE-NEXT(CHAIN-NODE-COUNT)
    END-IF.

DEPENDENCY-CHAIN-REPORT.
    DISPLAY " "
    DISPLAY "DEPENDENCY CHAINS FOR OPEN PRDS (UPSTREAM BLOCKERS):"
    OPEN INPUT DEPENDENCY-FILE
    IF DEP-STATUS = "35"
       DISPLAY "  No dependency links on file."
       GO TO CHAIN-REPORT-EXIT
    END-IF
    IF DEP-STATUS NOT = "00"
       DISPLAY "Error opening dependency file: " DEP-STATUS
       GO TO CHAIN-REPORT-EXIT
    END-IF
    PERFORM LOAD-CHAIN-LINKS
    CLOSE DEPENDENCY-FILE
    IF CHAIN-LINK-COUNT = 0
       DISPLAY "  No dependency links on file."
       GO TO CHAIN-REPORT-EXIT
    END-IF

    OPEN INPUT PRD-FILE
    IF FILE-STATUS NOT = "00"
       DISPLAY "Error opening PRD file: " FILE-STATUS
       GO TO CHAIN-REPORT-EXIT
    END-IF
    PERFORM BUILD-CHAIN-NODES
    PERFORM RELAX-CHAIN-PATHS

    MOVE ZERO TO WS-CHAIN-SHOWN-COUNT
    MOVE ZERO TO WS-CHAIN-FLAG-COUNT
    MOVE ZERO TO WS-CHAIN-MAX-DEPTH
    PERFORM VARYING WS-CHAIN-FROM-IDX FROM 1 BY 1
            UNTIL WS-CHAIN-FROM-IDX > CHAIN-NODE-COUNT
       IF CHAIN-NODE-ON-FILE(WS-CHAIN-FROM-IDX) = 'Y'
          AND CHAIN-NODE-STATUS(WS-CHAIN-FROM-IDX) < 5
          PERFORM SHOW-PRD-CHAIN THRU SHOW-PRD-CHAIN-EXIT
       END-IF
    END-PERFORM
    CLOSE PRD-FILE

    DISPLAY " "
    DISPLAY "  " WS-CHAIN-SHOWN-COUNT " open PRD(s) with blockers, "
            WS-CHAIN-FLAG-COUNT " with a target earlier than their"
            " blockers'."
    DISPLAY "  Longest open blocker path on file: "
            WS-CHAIN-MAX-DEPTH " link(s)."
    IF WS-CHAIN-LOOP-FOUND
       DISPLAY "  *** A dependency loop is on file - paths through it"
               " are cut short; remove one of its links ***"
    END-IF.

CHAIN-REPORT-EXIT.
    EXIT.

BUILD-CHAIN-NODES.
    *> One node per distinct PRD ID on either end of a link, with the
    *> live record's status and target; a target that is not a real
    *> date is treated as no target
    MOVE ZERO TO CHAIN-NODE-COUNT
    PERFORM VARYING WS-CHAIN-LINK-IDX FROM 1 BY 1
            UNTIL WS-CHAIN-LINK-IDX > CHAIN-LINK-COUNT
       MOVE CHAIN-LINK-PRD-ID(WS-CHAIN-LINK-IDX) TO WS-CHAIN-FIND-ID
       PERFORM FIND-CHAIN-NODE THRU FIND-CHAIN-NODE-EXIT
       MOVE WS-CHAIN-FOUND-IDX
            TO CHAIN-LINK-PRD-NODE(WS-CHAIN-LINK-IDX)
       MOVE CHAIN-LINK-BLOCKER-ID(WS-CHAIN-LINK-IDX)
            TO WS-CHAIN-FIND-ID
       PERFORM FIND-CHAIN-NODE THRU FIND-CHAIN-NODE-EXIT
       MOVE WS-CHAIN-FOUND-IDX
            TO CHAIN-LINK-BLK-NODE(WS-CHAIN-LINK-IDX)
    END-PERFORM.

FIND-CHAIN-NODE.
    MOVE ZERO TO WS-CHAIN-FOUND-IDX
    PERFORM VARYING WS-CHAIN-IDX FROM 1 BY 1
            UNTIL WS-CHAIN-IDX > CHAIN-NODE-COUNT
               OR WS-CHAIN-FOUND-IDX > 0
       IF CHAIN-NODE-ID(WS-CHAIN-IDX) = WS-CHAIN-FIND-ID
          MOVE WS-CHAIN-IDX TO WS-CHAIN-FOUND-IDX
       END-IF
    END-PERFORM
    IF WS-CHAIN-FOUND-IDX > 0 OR CHAIN-NODE-COUNT >= MAX-PRDS
       GO TO FIND-CHAIN-NODE-EXIT
    END-IF
    ADD 1 TO CHAIN-NODE-COUNT
    MOVE CHAIN-NODE-COUNT TO WS-CHAIN-FOUND-IDX
    MOVE WS-CHAIN-FIND-ID TO CHAIN-NODE-ID(WS-CHAIN-FOUND-IDX)
    MOVE 'N' TO CHAIN-NODE-ON-FILE(WS-CHAIN-FOUND-IDX)
    MOVE ZERO TO CHAIN-NODE-STATUS(WS-CHAIN-FOUND-IDX)
    MOVE SPACES TO CHAIN-NODE-TARGET(WS-CHAIN-FOUND-IDX)
    MOVE ZERO TO CHAIN-NODE-DEPTH(WS-CHAIN-FOUND-IDX)
    MOVE ZERO TO CHAIN-NODE-NEXT(WS-CHAIN-FOUND-IDX)
    MOVE SPACES TO CHAIN-NODE-PROJ-DATE(WS-CHAIN-FOUND-IDX)
    MOVE ZERO TO CHAIN-NODE-SEEN(WS-CHAIN-FOUND-IDX)
    MOVE WS-CHAIN-FIND-ID TO PRD-ID
    READ PRD-FILE
       INVALID KEY
          CONTINUE
       NOT INVALID KEY
          MOVE 'Y' TO CHAIN-NODE-ON-FILE(WS-CHAIN-FOUND-IDX)
          MOVE PRD-STATUS TO CHAIN-NODE-STATUS(WS-CHAIN-FOUND-IDX)
          IF PRD-TARGET-DATE NOT = SPACES
             MOVE PRD-TARGET-DATE TO WS-CYCLE-DATE-X
             PERFORM CONVERT-CYCLE-DATE
             IF WS-CYCLE-DAY-NUM > 0
                MOVE PRD-TARGET-DATE
                     TO CHAIN-NODE-TARGET(WS-CHAIN-FOUND-IDX)
             END-IF
          END-IF
    END-READ.

FIND-CHAIN-NODE-EXIT.
    EXIT.

RELAX-CHAIN-PATHS.
    *> Repeat passes over the links, pushing each open blocker's
    *> depth and projected date down to the PRD it blocks, until a
    *> pass changes nothing. Without loops that settles within one
    *> pass per node; still changing after that means a loop
    MOVE ZERO TO WS-CHAIN-PASSES
    MOVE 'N' TO WS-CHAIN-LOOP-FLAG
    MOVE 'Y' TO WS-CHAIN-CHANGED-FLAG
    PERFORM RELAX-CHAIN-PASS
            UNTIL WS-CHAIN-CHANGED-FLAG = 'N'
               OR WS-CHAIN-PASSES > CHAIN-NODE-COUNT
    IF WS-CHAIN-CHANGED-FLAG = 'Y'
       SET WS-CHAIN-LOOP-FOUND TO TRUE
    END-IF.

RELAX-CHAIN-PASS.
    ADD 1 TO WS-CHAIN-PASSES
    MOVE 'N' TO WS-CHAIN-CHANGED-FLAG
    PERFORM VARYING WS-CHAIN-LINK-IDX FROM 1 BY 1
            UNTIL WS-CHAIN-LINK-IDX > CHAIN-LINK-COUNT
       MOVE CHAIN-LINK-PRD-NODE(WS-CHAIN-LINK-IDX) TO WS-CHAIN-TO-IDX
       MOVE CHAIN-LINK-BLK-NODE(WS-CHAIN-LINK-IDX)
            TO WS-CHAIN-FROM-IDX
       IF WS-CHAIN-TO-IDX > 0 AND WS-CHAIN-FROM-IDX > 0
          AND CHAIN-NODE-ON-FILE(WS-CHAIN-FROM-IDX) = 'Y'
          AND CHAIN-NODE-STATUS(WS-CHAIN-FROM-IDX) < 5
          IF CHAIN-NODE-DEPTH(WS-CHAIN-FROM-IDX) + 1 >
             CHAIN-NODE-DEPTH(WS-CHAIN-TO-IDX)
             COMPUTE CHAIN-NODE-DEPTH(WS-CHAIN-TO-IDX) =
                     CHAIN-NODE-DEPTH(WS-CHAIN-FROM-IDX) + 1
             MOVE WS-CHAIN-FROM-IDX TO CHAIN-NODE-NEXT(WS-CHAIN-TO-IDX)
             MOVE 'Y' TO WS-CHAIN-CHANGED-FLAG
          END-IF
          MOVE CHAIN-NODE-PROJ-DATE(WS-CHAIN-FROM-IDX)
               TO WS-CHAIN-CAND-DATE
          IF CHAIN-NODE-TARGET(WS-CHAIN-FROM-IDX) > WS-CHAIN-CAND-DATE
             MOVE CHAIN-NODE-TARGET(WS-CHAIN-FROM-IDX)
                  TO WS-CHAIN-CAND-DATE
          END-IF
          IF WS-CHAIN-CAND-DATE > CHAIN-NODE-PROJ-DATE(WS-CHAIN-TO-IDX)
             MOVE WS-CHAIN-CAND-DATE
                  TO CHAIN-NODE-PROJ-DATE(WS-CHAIN-TO-IDX)
             MOVE 'Y' TO WS-CHAIN-CHANGED-FLAG
          END-IF
       END-IF
    END-PERFORM.

SHOW-PRD-CHAIN.
    *> Full upstream chain of node WS-CHAIN-FROM-IDX, breadth first
    *> with the level each blocker sits at, then the longest open
    *> path and the projected date it implies. CHAIN-NODE-SEEN holds
    *> the node being reported, so no per-PRD reset is needed
    MOVE ZERO TO CHAIN-VISIT-COUNT
    MOVE WS-CHAIN-FROM-IDX TO CHAIN-NODE-SEEN(WS-CHAIN-FROM-IDX)
    MOVE 1 TO WS-CHAIN-VISIT-IDX
    PERFORM VARYING WS-CHAIN-LINK-IDX FROM 1 BY 1
            UNTIL WS-CHAIN-LINK-IDX > CHAIN-LINK-COUNT
       IF CHAIN-LINK-PRD-NODE(WS-CHAIN-LINK-IDX) = WS-CHAIN-FROM-IDX
          MOVE 1 TO WS-CHAIN-STEPS
          PERFORM QUEUE-CHAIN-VISIT
       END-IF
    END-PERFORM
    IF CHAIN-VISIT-COUNT = 0
       GO TO SHOW-PRD-CHAIN-EXIT
    END-IF
    PERFORM UNTIL WS-CHAIN-VISIT-IDX > CHAIN-VISIT-COUNT
       MOVE CHAIN-VISIT-NODE(WS-CHAIN-VISIT-IDX) TO WS-CHAIN-TO-IDX
       COMPUTE WS-CHAIN-STEPS = CHAIN-VISIT-LEVEL(WS-CHAIN-VISIT-IDX) + 1
       PERFORM VARYING WS-CHAIN-LINK-IDX FROM 1 BY 1
               UNTIL WS-CHAIN-LINK-IDX > CHAIN-LINK-COUNT
          IF CHAIN-LINK-PRD-NODE(WS-CHAIN-LINK-IDX) = WS-CHAIN-TO-IDX
             PERFORM QUEUE-CHAIN-VISIT
          END-IF
       END-PERFORM
       ADD 1 TO WS-CHAIN-VISIT-IDX
    END-PERFORM

    ADD 1 TO WS-CHAIN-SHOWN-COUNT
    MOVE SPACES TO WS-CHAIN-TITLE
    MOVE CHAIN-NODE-ID(WS-CHAIN-FROM-IDX) TO PRD-ID
    READ PRD-FILE
       INVALID KEY
          CONTINUE
       NOT INVALID KEY
          MOVE PRD-TITLE TO WS-CHAIN-TITLE
    END-READ
    DISPLAY " "
    DISPLAY "  " CHAIN-NODE-ID(WS-CHAIN-FROM-IDX) " | "
            WS-CHAIN-TITLE " | "
            STATUS-NAME(CHAIN-NODE-STATUS(WS-CHAIN-FROM-IDX) + 1)
            " | target " CHAIN-NODE-TARGET(WS-CHAIN-FROM-IDX)
    PERFORM VARYING WS-CHAIN-VISIT-IDX FROM 1 BY 1
            UNTIL WS-CHAIN-VISIT-IDX > CHAIN-VISIT-COUNT
       MOVE CHAIN-VISIT-NODE(WS-CHAIN-VISIT-IDX) TO WS-CHAIN-IDX
       EVALUATE TRUE
          WHEN CHAIN-NODE-ON-FILE(WS-CHAIN-IDX) NOT = 'Y'
             MOVE "not on file" TO WS-CHAIN-STATUS-TXT
          WHEN CHAIN-NODE-STATUS(WS-CHAIN-IDX) <= 6
             MOVE STATUS-NAME(CHAIN-NODE-STATUS(WS-CHAIN-IDX) + 1)
                  TO WS-CHAIN-STATUS-TXT
          WHEN OTHER
             MOVE "unknown status" TO WS-CHAIN-STATUS-TXT
       END-EVALUATE
       DISPLAY "    level " CHAIN-VISIT-LEVEL(WS-CHAIN-VISIT-IDX)
               " | " CHAIN-NODE-ID(WS-CHAIN-IDX) " | "
               WS-CHAIN-STATUS-TXT " | target "
               CHAIN-NODE-TARGET(WS-CHAIN-IDX)
    END-PERFORM

    IF CHAIN-NODE-DEPTH(WS-CHAIN-FROM-IDX) = 0
       DISPLAY "    Every blocker has reached Implemented."
       GO TO SHOW-PRD-CHAIN-EXIT
    END-IF
    IF CHAIN-NODE-DEPTH(WS-CHAIN-FROM-IDX) > WS-CHAIN-MAX-DEPTH
       MOVE CHAIN-NODE-DEPTH(WS-CHAIN-FROM-IDX) TO WS-CHAIN-MAX-DEPTH
    END-IF

    *> Longest open path, read off the next-node pointers the
    *> relaxation left behind; capped in case a loop is on file
    MOVE SPACES TO WS-CHAIN-PATH-TXT
    MOVE 1 TO WS-CHAIN-PATH-PTR
    STRING FUNCTION TRIM(CHAIN-NODE-ID(WS-CHAIN-FROM-IDX))
           DELIMITED BY SIZE INTO WS-CHAIN-PATH-TXT
           WITH POINTER WS-CHAIN-PATH-PTR
    MOVE CHAIN-NODE-NEXT(WS-CHAIN-FROM-IDX) TO WS-CHAIN-IDX
    MOVE ZERO TO WS-CHAIN-STEPS
    PERFORM UNTIL WS-CHAIN-IDX = 0 OR WS-CHAIN-STEPS > 50
       STRING " <- " FUNCTION TRIM(CHAIN-NODE-ID(WS-CHAIN-IDX))
              DELIMITED BY SIZE INTO WS-CHAIN-PATH-TXT
              WITH POINTER WS-CHAIN-PATH-PTR
          ON OVERFLOW CONTINUE
       END-STRING
       ADD 1 TO WS-CHAIN-STEPS
       MOVE CHAIN-NODE-NEXT(WS-CHAIN-IDX) TO WS-CHAIN-IDX
    END-PERFORM
    DISPLAY "    Longest open path (" CHAIN-NODE-DEPTH(WS-CHAIN-FROM-IDX)
            "): " FUNCTION TRIM(WS-CHAIN-PATH-TXT)

    IF CHAIN-NODE-PROJ-DATE(WS-CHAIN-FROM-IDX) = SPACES
       DISPLAY "    Projected earliest: no blocker targets set"
       GO TO SHOW-PRD-CHAIN-EXIT
    END-IF
    DISPLAY "    Projected earliest: "
            CHAIN-NODE-PROJ-DATE(WS-CHAIN-FROM-IDX)
            " (latest blocker target upstream)"
    IF CHAIN-NODE-TARGET(WS-CHAIN-FROM-IDX) NOT = SPACES
       AND CHAIN-NODE-TARGET(WS-CHAIN-FROM-IDX) <
           CHAIN-NODE-PROJ-DATE(WS-CHAIN-FROM-IDX)
       ADD 1 TO WS-CHAIN-FLAG-COUNT
       DISPLAY "    *** TARGET " CHAIN-NODE-TARGET(WS-CHAIN-FROM-IDX)
               " IS EARLIER THAN ITS BLOCKERS ALLOW ***"
    END-IF.

SHOW-PRD-CHAIN-EXIT.
    EXIT.

QUEUE-CHAIN-VISIT.
    *> Queue the blocker end of link WS-CHAIN-LINK-IDX at level
    *> WS-CHAIN-STEPS unless it was already reached for this PRD
    MOVE CHAIN-LINK-BLK-NODE(WS-CHAIN-LINK-IDX) TO WS-CHAIN-IDX
    IF WS-CHAIN-IDX > 0
       AND CHAIN-NODE-SEEN(WS-CHAIN-IDX) NOT = WS-CHAIN-FROM-IDX
       AND CHAIN-VISIT-COUNT < MAX-PRDS
       MOVE WS-CHAIN-FROM-IDX TO CHAIN-NODE-SEEN(WS-CHAIN-IDX)
       ADD 1 TO CHAIN-VISIT-COUNT
       MOVE WS-CHAIN-IDX TO CHAIN-VISIT-NODE(CHAIN-VISIT-COUNT)
       MOVE WS-CHAIN-STEPS TO CHAIN-VISIT-LEVEL(CHAIN-VISIT-COUNT)
    END-IF.

VALIDATE-PRD-AUTHOR.
    *> Until an owner master exists every author is accepted, so a
    *> site that has never keyed owners keeps working; once
    *> PRDOWNER.DAT has been created the master governs the spelling
    MOVE 'Y' TO WS-OWNER-OK-FLAG
    OPEN INPUT OWNER-FILE
    IF OWNER-STATUS = "35"
       GO TO VALIDATE-AUTHOR-EXIT
    END-IF
    IF OWNER-STATUS NOT = "00"
       DISPLAY "Error opening owner master: " OWNER-STATUS
       GO TO VALIDATE-AUTHOR-EXIT
    END-IF
    MOVE WS-CHECK-AUTHOR TO OWNER-NAME
    READ OWNER-FILE
       INVALID KEY
          MOVE 'N' TO WS-OWNER-OK-FLAG
    END-READ
    CLOSE OWNER-FILE.

VALIDATE-AUTHOR-EXIT.
    EXIT.

MAINTAIN-OWNERS.
    OPEN I-O OWNER-FILE
    IF OWNER-STATUS = "35"
       OPEN OUTPUT OWNER-FILE
       CLOSE OWNER-FILE
       OPEN I-O OWNER-FILE
    END-IF
    IF OWNER-STATUS NOT = "00"
       DISPLAY "Error opening owner master: " OWNER-STATUS
       GO TO OWNERS-EXIT
    END-IF

    MOVE 'N' TO WS-OWNER-EXIT-FLAG
    PERFORM UNTIL WS-OWNER-EXIT-FLAG = 'Y'
       DISPLAY " "
       DISPLAY "Owner master: 1=List 2=Add 3=Remove 4=Back"
       DISPLAY "Choice: " WITH NO ADVANCING
       ACCEPT WS-OWNER-CHOICE
       EVALUATE WS-OWNER-CHOICE
          WHEN 1
             PERFORM LIST-OWNERS THRU LIST-OWNERS-EXIT
          WHEN 2
             PERFORM ADD-OWNER THRU ADD-OWNER-EXIT
          WHEN 3
             PERFORM REMOVE-OWNER THRU REMOVE-OWNER-EXIT
          WHEN 4
             MOVE 'Y' TO WS-OWNER-EXIT-FLAG
          WHEN OTHER
             DISPLAY "Choose 1-4."
       END-EVALUATE
    END-PERFORM

    CLOSE OWNER-FILE.

OWNERS-EXIT.
    EXIT.

LIST-OWNERS.
    MOVE SPACES TO OWNER-NAME
    START OWNER-FILE KEY >= OWNER-NAME
       INVALID KEY
          DISPLAY "No owners on the master yet."
          GO TO LIST-OWNERS-EXIT
    END-START

    MOVE ZERO TO WS-OWNER-COUNT
    MOVE 'N' TO WS-OWNER-EOF-FLAG
    PERFORM UNTIL WS-OWNER-EOF-FLAG = 'Y'
       READ OWNER-FILE NEXT RECORD
       IF OWNER-STATUS NOT = "00"
          MOVE 'Y' TO WS-OWNER-EOF-FLAG
       ELSE
          ADD 1 TO WS-OWNER-COUNT
          DISPLAY "  " OWNER-NAME " | added " OWNER-ADDED-DATE
       END-IF
    END-PERFORM

    IF WS-OWNER-COUNT = 0
       DISPLAY "No owners on the master yet."
    ELSE
       DISPLAY "  " WS-OWNER-COUNT " owner(s) on the master."
    END-IF.

LIST-OWNERS-EXIT.
    EXIT.

ADD-OWNER.
    DISPLAY "Owner name (exact PRD-AUTHOR spelling): "
            WITH NO ADVANCING
    MOVE SPACES TO OWNER-NAME
    ACCEPT OWNER-NAME
    IF OWNER-NAME = SPACES
       DISPLAY "No name entered - owner not added."
       GO TO ADD-OWNER-EXIT
    END-IF
    ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
    STRING WS-CURRENT-YEAR "-" WS-CURRENT-MONTH "-"
           WS-CURRENT-DAY DELIMITED BY SIZE
           INTO WS-FORMATTED-DATE
    MOVE WS-FORMATTED-DATE TO OWNER-ADDED-DATE
    WRITE OWNER-RECORD
    IF OWNER-STATUS = "22"
       DISPLAY "Owner already on the master."
    ELSE
       IF OWNER-STATUS NOT = "00"
          DISPLAY "Error writing owner: " OWNER-STATUS
       ELSE
          DISPLAY "Owner added: " FUNCTION TRIM(OWNER-NAME)
       END-IF
    END-IF.

ADD-OWNER-EXIT.
    EXIT.

REMOVE-OWNER.
    DISPLAY "Owner name to remove: " WITH NO ADVANCING
    MOVE SPACES TO OWNER-NAME
    ACCEPT OWNER-NAME
    IF OWNER-NAME = SPACES
       DISPLAY "No name entered."
       GO TO REMOVE-OWNER-EXIT
    END-IF
    DELETE OWNER-FILE RECORD
       INVALID KEY
          DISPLAY "Owner not on the master: " FUNCTION TRIM(OWNER-NAME)
       NOT INVALID KEY
          DISPLAY "Owner removed: " FUNCTION TRIM(OWNER-NAME)
    END-DELETE.

REMOVE-OWNER-EXIT.
    EXIT.

MAINTAIN-OPERATORS.
    *> Administrators only (the menu does not offer it otherwise).
    *> An administrator cannot change or remove their own record, so
    *> the master always keeps at least one administrator
    OPEN I-O OPERATOR-FILE
    IF OPER-STATUS = "35"
       OPEN OUTPUT OPERATOR-FILE
       CLOSE OPERATOR-FILE
       OPEN I-O OPERATOR-FILE
    END-IF
    IF OPER-STATUS NOT = "00"
       DISPLAY "Error opening operator master: " OPER-STATUS
       GO TO OPERATORS-EXIT
    END-IF

    MOVE 'N' TO WS-OPER-EXIT-FLAG
    PERFORM UNTIL WS-OPER-EXIT-FLAG = 'Y'
       DISPLAY " "
       DISPLAY "Operator master: 1=List 2=Add 3=Change Role/PIN"
               " 4=Remove 5=Back"
       DISPLAY "Choice: " WITH NO ADVANCING
       ACCEPT WS-OPER-CHOICE
       EVALUATE WS-OPER-CHOICE
          WHEN 1
             PERFORM LIST-OPERATORS THRU LIST-OPERATORS-EXIT
          WHEN 2
             PERFORM ADD-OPERATOR THRU ADD-OPERATOR-EXIT
          WHEN 3
             PERFORM CHANGE-OPERATOR THRU CHANGE-OPERATOR-EXIT
          WHEN 4
             PERFORM REMOVE-OPERATOR THRU REMOVE-OPERATOR-EXIT
          WHEN 5
             MOVE 'Y' TO WS-OPER-EXIT-FLAG
          WHEN OTHER
             DISPLAY "Choose 1-5."
       END-EVALUATE
    END-PERFORM

    CLOSE OPERATOR-FILE.

OPERATORS-EXIT.
    EXIT.

LIST-OPERATORS.
    MOVE SPACES TO OPER-ID
    START OPERATOR-FILE KEY >= OPER-ID
       INVALID KEY
          DISPLAY "No operators on the master yet."
          GO TO LIST-OPERATORS-EXIT
    END-START

    MOVE ZERO TO WS-OPER-COUNT
    MOVE 'N' TO WS-OPER-EOF-FLAG
    PERFORM UNTIL WS-OPER-EOF-FLAG = 'Y'
       READ OPERATOR-FILE NEXT RECORD
       IF OPER-STATUS NOT = "00"
          MOVE 'Y' TO WS-OPER-EOF-FLAG
       ELSE
          ADD 1 TO WS-OPER-COUNT
          IF OPER-ROLE-VALID
             DISPLAY "  " OPER-ID " | " OPER-NAME " | "
                     ROLE-NAME(OPER-ROLE) " | added " OPER-ADDED-DATE
          ELSE
             DISPLAY "  " OPER-ID " | " OPER-NAME " | role "
                     OPER-ROLE " (invalid) | added " OPER-ADDED-DATE
          END-IF
       END-IF
    END-PERFORM

    IF WS-OPER-COUNT = 0
       DISPLAY "No operators on the master yet."
    ELSE
       DISPLAY "  " WS-OPER-COUNT " operator(s) on the master."
    END-IF.

LIST-OPERATORS-EXIT.
    EXIT.

ADD-OPERATOR.
    DISPLAY "New operator ID: " WITH NO ADVANCING
    MOVE SPACES TO OPER-ID
    ACCEPT OPER-ID
    IF OPER-ID = SPACES
       DISPLAY "No ID entered - operator not added."
       GO TO ADD-OPERATOR-EXIT
    END-IF
    DISPLAY "Operator name: " WITH NO ADVANCING
    MOVE SPACES TO OPER-NAME
    ACCEPT OPER-NAME
    DISPLAY "Role (1=Viewer 2=Editor 3=Supervisor 4=Administrator): "
            WITH NO ADVANCING
    MOVE ZERO TO WS-OPER-NEW-ROLE
    ACCEPT WS-OPER-NEW-ROLE
    MOVE WS-OPER-NEW-ROLE TO OPER-ROLE
    IF NOT OPER-ROLE-VALID
       DISPLAY "Role must be 1-4 - operator not added."
       GO TO ADD-OPERATOR-EXIT
    END-IF
    DISPLAY "PIN: " WITH NO ADVANCING
    MOVE SPACES TO OPER-PIN
    ACCEPT OPER-PIN
    IF OPER-PIN = SPACES
       DISPLAY "No PIN entered - operator not added."
       GO TO ADD-OPERATOR-EXIT
    END-IF
    ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
    STRING WS-CURRENT-YEAR "-" WS-CURRENT-MONTH "-"
           WS-CURRENT-DAY DELIMITED BY SIZE
           INTO WS-FORMATTED-DATE
    MOVE WS-FORMATTED-DATE TO OPER-ADDED-DATE
    WRITE OPERATOR-RECORD
    IF OPER-STATUS = "22"
       DISPLAY "Operator already on the master."
    ELSE
       IF OPER-STATUS NOT = "00"
          DISPLAY "Error writing operator: " OPER-STATUS
       ELSE
          DISPLAY "Operator added: " FUNCTION TRIM(OPER-ID)
                  " (" FUNCTION TRIM(ROLE-NAME(OPER-ROLE)) ")"
          STRING "OPERATOR ADD " FUNCTION TRIM(OPER-ID)
                 " role=" FUNCTION TRIM(ROLE-NAME(OPER-ROLE))
                 " by " FUNCTION TRIM(WS-OPER-ID)
                 DELIMITED BY SIZE INTO WS-RUNLOG-TEXT
          PERFORM WRITE-RUN-LOG
       END-IF
    END-IF.

ADD-OPERATOR-EXIT.
    EXIT.

CHANGE-OPERATOR.
    DISPLAY "Operator ID to change: " WITH NO ADVANCING
    MOVE SPACES TO OPER-ID
    ACCEPT OPER-ID
    IF OPER-ID = SPACES
       DISPLAY "No ID entered."
       GO TO CHANGE-OPERATOR-EXIT
    END-IF
    IF OPER-ID = WS-OPER-ID
       DISPLAY "You cannot change your own operator record."
       GO TO CHANGE-OPERATOR-EXIT
    END-IF
    READ OPERATOR-FILE
       INVALID KEY
          DISPLAY "Operator not on the master: " FUNCTION TRIM(OPER-ID)
          GO TO CHANGE-OPERATOR-EXIT
    END-READ

    DISPLAY "Current role: " OPER-ROLE
    DISPLAY "New role (1-4, blank to keep): " WITH NO ADVANCING
    MOVE ZERO TO WS-OPER-NEW-ROLE
    ACCEPT WS-OPER-NEW-ROLE
    IF WS-OPER-NEW-ROLE NOT = ZERO
       IF WS-OPER-NEW-ROLE > 4
          DISPLAY "Role must be 1-4 - operator not changed."
          GO TO CHANGE-OPERATOR-EXIT
       END-IF
       MOVE WS-OPER-NEW-ROLE TO OPER-ROLE
    END-IF
    DISPLAY "New PIN (blank to keep): " WITH NO ADVANCING
    MOVE SPACES TO WS-SIGNON-PIN
    ACCEPT WS-SIGNON-PIN
    IF WS-SIGNON-PIN NOT = SPACES
       MOVE WS-SIGNON-PIN TO OPER-PIN
    END-IF
    REWRITE OPERATOR-RECORD
       INVALID KEY
          DISPLAY "Error rewriting operator: " OPER-STATUS
          GO TO CHANGE-OPERATOR-EXIT
    END-REWRITE
    DISPLAY "Operator updated: " FUNCTION TRIM(OPER-ID)
    STRING "OPERATOR CHANGE " FUNCTION TRIM(OPER-ID)
           " role=" OPER-ROLE
           " by " FUNCTION TRIM(WS-OPER-ID)
           DELIMITED BY SIZE INTO WS-RUNLOG-TEXT
    PERFORM WRITE-RUN-LOG.

CHANGE-OPERATOR-EXIT.
    EXIT.

REMOVE-OPERATOR.
    DISPLAY "Operator ID to remove: " WITH NO ADVANCING
    MOVE SPACES TO OPER-ID
    ACCEPT OPER-ID
    IF OPER-ID = SPACES
       DISPLAY "No ID entered."
       GO TO REMOVE-OPERATOR-EXIT
    END-IF
    IF OPER-ID = WS-OPER-ID
       DISPLAY "You cannot remove your own operator record."
       GO TO REMOVE-OPERATOR-EXIT
    END-IF
    DELETE OPERATOR-FILE RECORD
       INVALID KEY
          DISPLAY "Operator not on the master: " FUNCTION TRIM(OPER-ID)
       NOT INVALID KEY
          DISPLAY "Operator removed: " FUNCTION TRIM(OPER-ID)
          STRING "OPERATOR REMOVE " FUNCTION TRIM(OPER-ID)
                 " by " FUNCTION TRIM(WS-OPER-ID)
                 DELIMITED BY SIZE INTO WS-RUNLOG-TEXT
          PERFORM WRITE-RUN-LOG
    END-DELETE.

REMOVE-OPERATOR-EXIT.
    EXIT.

MAINTAIN-RELEASES.
    OPEN I-O RELEASE-FILE
    IF REL-STATUS = "35"
       OPEN OUTPUT RELEASE-FILE
       CLOSE RELEASE-FILE
       OPEN I-O RELEASE-FILE
    END-IF
    IF REL-STATUS NOT = "00"
       DISPLAY "Error opening release master: " REL-STATUS
       GO TO RELEASES-EXIT
    END-IF
    OPEN I-O REL-ASSIGN-FILE
    IF RELA-STATUS = "35"
       OPEN OUTPUT REL-ASSIGN-FILE
       CLOSE REL-ASSIGN-FILE
       OPEN I-O REL-ASSIGN-FILE
    END-IF
    IF RELA-STATUS NOT = "00"
       DISPLAY "Error opening release assignments: " RELA-STATUS
       CLOSE RELEASE-FILE
       GO TO RELEASES-EXIT
    END-IF

    MOVE 'N' TO WS-REL-EXIT-FLAG
    PERFORM UNTIL WS-REL-EXIT-FLAG = 'Y'
       DISPLAY " "
       DISPLAY "Releases: 1=List 2=Add 3=Change 4=Assign PRD "
               "5=Unassign PRD 6=Back"
       DISPLAY "Choice: " WITH NO ADVANCING
       ACCEPT WS-REL-CHOICE
       EVALUATE WS-REL-CHOICE
          WHEN 1
             PERFORM LIST-RELEASES THRU LIST-RELEASES-EXIT
          WHEN 2
             PERFORM ADD-RELEASE THRU ADD-RELEASE-EXIT
          WHEN 3
             PERFORM CHANGE-RELEASE THRU CHANGE-RELEASE-EXIT
          WHEN 4
             PERFORM ASSIGN-PRD-RELEASE THRU ASSIGN-PRD-REL-EXIT
          WHEN 5
             PERFORM UNASSIGN-PRD-RELEASE THRU UNASSIGN-PRD-REL-EXIT
          WHEN 6
             MOVE 'Y' TO WS-REL-EXIT-FLAG
          WHEN OTHER
             DISPLAY "Choose 1-6."
       END-EVALUATE
    END-PERFORM

    CLOSE RELEASE-FILE
    CLOSE REL-ASSIGN-FILE.

RELEASES-EXIT.
    EXIT.

LIST-RELEASES.
    MOVE SPACES TO REL-ID
    START RELEASE-FILE KEY >= REL-ID
       INVALID KEY
          DISPLAY "No releases on the master yet."
          GO TO LIST-RELEASES-EXIT
    END-START

    MOVE ZERO TO WS-REL-COUNT
    MOVE 'N' TO WS-REL-EOF-FLAG
    PERFORM UNTIL WS-REL-EOF-FLAG = 'Y'
       READ RELEASE-FILE NEXT RECORD
       IF REL-STATUS NOT = "00"
          MOVE 'Y' TO WS-REL-EOF-FLAG
       ELSE
          ADD 1 TO WS-REL-COUNT
          PERFORM COUNT-RELEASE-PRDS THRU COUNT-RELEASE-PRDS-EXIT
          DISPLAY "  " REL-ID " | " REL-NAME
          DISPLAY "      freeze " REL-FREEZE-DATE " | ship "
                  REL-SHIP-DATE " | " RELEASE-STATE-NAME(REL-STATE)
                  " | " WS-REL-PRD-COUNT " PRD(s)"
       END-IF
    END-PERFORM

    IF WS-REL-COUNT = 0
       DISPLAY "No releases on the master yet."
    ELSE
       DISPLAY "  " WS-REL-COUNT " release(s) on the master."
    END-IF.

LIST-RELEASES-EXIT.
    EXIT.

COUNT-RELEASE-PRDS.
    *> Reads through the release alternate key; status 02 just says
    *> more rows share the same release
    MOVE ZERO TO WS-REL-PRD-COUNT
    MOVE REL-ID TO RA-REL-ID
    START REL-ASSIGN-FILE KEY = RA-REL-ID
       INVALID KEY
          GO TO COUNT-RELEASE-PRDS-EXIT
    END-START
    MOVE 'N' TO WS-RA-EOF-FLAG
    PERFORM UNTIL WS-RA-EOF-FLAG = 'Y'
       READ REL-ASSIGN-FILE NEXT RECORD
       IF RELA-STATUS(1:1) NOT = "0"
          MOVE 'Y' TO WS-RA-EOF-FLAG
       ELSE
          IF RA-REL-ID NOT = REL-ID
             MOVE 'Y' TO WS-RA-EOF-FLAG
          ELSE
             ADD 1 TO WS-REL-PRD-COUNT
          END-IF
       END-IF
    END-PERFORM.

COUNT-RELEASE-PRDS-EXIT.
    EXIT.

ADD-RELEASE.
    *> Release dates drive the readiness flags, so only supervisors
    *> set them; editors may still assign PRDs to a release
    IF NOT ROLE-CAN-OVERRIDE
       DISPLAY "Adding a release needs Supervisor authority."
       GO TO ADD-RELEASE-EXIT
    END-IF
    DISPLAY "Release ID: " WITH NO ADVANCING
    MOVE SPACES TO WS-REL-ID
    ACCEPT WS-REL-ID
    IF WS-REL-ID = SPACES
       DISPLAY "No ID entered - release not added."
       GO TO ADD-RELEASE-EXIT
    END-IF
    MOVE WS-REL-ID TO REL-ID
    READ RELEASE-FILE
       INVALID KEY
          CONTINUE
       NOT INVALID KEY
          DISPLAY "Release already on the master: "
                  FUNCTION TRIM(WS-REL-ID)
          GO TO ADD-RELEASE-EXIT
    END-READ

    DISPLAY "Release name: " WITH NO ADVANCING
    MOVE SPACES TO WS-REL-NAME
    ACCEPT WS-REL-NAME
    MOVE SPACES TO WS-REL-FREEZE-DATE
    MOVE SPACES TO WS-REL-SHIP-DATE
    PERFORM GET-RELEASE-DATES THRU GET-REL-DATES-EXIT
    IF NOT WS-REL-DATES-OK
       DISPLAY "Release not added."
       GO TO ADD-RELEASE-EXIT
    END-IF

    MOVE WS-REL-ID TO REL-ID
    MOVE WS-REL-NAME TO REL-NAME
    MOVE WS-REL-FREEZE-DATE TO REL-FREEZE-DATE
    MOVE WS-REL-SHIP-DATE TO REL-SHIP-DATE
    SET REL-PLANNED TO TRUE
    WRITE RELEASE-RECORD
    IF REL-STATUS NOT = "00"
       DISPLAY "Error writing release: " REL-STATUS
    ELSE
       DISPLAY "Release added: " FUNCTION TRIM(REL-ID) " (Planned)"
    END-IF.

ADD-RELEASE-EXIT.
    EXIT.

CHANGE-RELEASE.
    IF NOT ROLE-CAN-OVERRIDE
       DISPLAY "Changing a release needs Supervisor authority."
       GO TO CHANGE-RELEASE-EXIT
    END-IF
    DISPLAY "Release ID: " WITH NO ADVANCING
    MOVE SPACES TO WS-REL-ID
    ACCEPT WS-REL-ID
    MOVE WS-REL-ID TO REL-ID
    READ RELEASE-FILE
       INVALID KEY
          DISPLAY "Release not on the master: " FUNCTION TRIM(WS-REL-ID)
          GO TO CHANGE-RELEASE-EXIT
    END-READ

    DISPLAY "  " REL-ID " | " REL-NAME
    DISPLAY "  freeze " REL-FREEZE-DATE " | ship " REL-SHIP-DATE
            " | " RELEASE-STATE-NAME(REL-STATE)
    DISPLAY "Blank answers keep the current value."
    DISPLAY "Release name: " WITH NO ADVANCING
    MOVE SPACES TO WS-REL-NAME
    ACCEPT WS-REL-NAME
    IF WS-REL-NAME = SPACES
       MOVE REL-NAME TO WS-REL-NAME
    END-IF
    MOVE REL-FREEZE-DATE TO WS-REL-FREEZE-DATE
    MOVE REL-SHIP-DATE TO WS-REL-SHIP-DATE
    PERFORM GET-RELEASE-DATES THRU GET-REL-DATES-EXIT
    IF NOT WS-REL-DATES-OK
       DISPLAY "Release not changed."
       GO TO CHANGE-RELEASE-EXIT
    END-IF
    DISPLAY "State 1=Planned 2=Frozen 3=Shipped 4=Cancelled "
            "(0 keeps current): " WITH NO ADVANCING
    MOVE ZERO TO WS-REL-STATE-ANSWER
    ACCEPT WS-REL-STATE-ANSWER
    IF WS-REL-STATE-ANSWER > 4
       DISPLAY "Unknown state - release not changed."
       GO TO CHANGE-RELEASE-EXIT
    END-IF

    MOVE WS-REL-NAME TO REL-NAME
    MOVE WS-REL-FREEZE-DATE TO REL-FREEZE-DATE
    MOVE WS-REL-SHIP-DATE TO REL-SHIP-DATE
    IF WS-REL-STATE-ANSWER > 0
       MOVE WS-REL-STATE-ANSWER TO REL-STATE
    END-IF
    REWRITE RELEASE-RECORD
    IF REL-STATUS NOT = "00"
       DISPLAY "Error updating release: " REL-STATUS
    ELSE
       DISPLAY "Release changed: " FUNCTION TRIM(REL-ID) " ("
               FUNCTION TRIM(RELEASE-STATE-NAME(REL-STATE)) ")"
    END-IF.

CHANGE-RELEASE-EXIT.
    EXIT.

GET-RELEASE-DATES.
    *> WS-REL-FREEZE-DATE and WS-REL-SHIP-DATE arrive holding the
    *> current dates (blank for a new release) and a blank answer
    *> keeps them. Both must be real dates, freeze no later than ship
    MOVE 'N' TO WS-REL-DATES-OK-FLAG
    DISPLAY "Code-freeze date (YYYY-MM-DD): " WITH NO ADVANCING
    MOVE SPACES TO WS-REL-DATE-ANSWER
    ACCEPT WS-REL-DATE-ANSWER
    IF WS-REL-DATE-ANSWER NOT = SPACES
       MOVE WS-REL-DATE-ANSWER TO WS-REL-FREEZE-DATE
    END-IF
    DISPLAY "Ship date (YYYY-MM-DD): " WITH NO ADVANCING
    MOVE SPACES TO WS-REL-DATE-ANSWER
    ACCEPT WS-REL-DATE-ANSWER
    IF WS-REL-DATE-ANSWER NOT = SPACES
       MOVE WS-REL-DATE-ANSWER TO WS-REL-SHIP-DATE
    END-IF

    MOVE WS-REL-FREEZE-DATE TO WS-CYCLE-DATE-X
    PERFORM CONVERT-CYCLE-DATE
    IF WS-CYCLE-DAY-NUM = 0
       DISPLAY "Code-freeze date is not a valid YYYY-MM-DD date."
       GO TO GET-REL-DATES-EXIT
    END-IF
    MOVE WS-CYCLE-DAY-NUM TO WS-REL-FREEZE-NUM
    MOVE WS-REL-SHIP-DATE TO WS-CYCLE-DATE-X
    PERFORM CONVERT-CYCLE-DATE
    IF WS-CYCLE-DAY-NUM = 0
       DISPLAY "Ship date is not a valid YYYY-MM-DD date."
       GO TO GET-REL-DATES-EXIT
    END-IF
    MOVE WS-CYCLE-DAY-NUM TO WS-REL-SHIP-NUM
    IF WS-REL-SHIP-NUM < WS-REL-FREEZE-NUM
       DISPLAY "Ship date falls before the code freeze."
       GO TO GET-REL-DATES-EXIT
    END-IF
    MOVE 'Y' TO WS-REL-DATES-OK-FLAG.

GET-REL-DATES-EXIT.
    EXIT.

ASSIGN-PRD-RELEASE.
    DISPLAY "PRD ID to assign: " WITH NO ADVANCING
    MOVE SPACES TO WS-KEY-ID
    ACCEPT WS-KEY-ID
    IF WS-KEY-ID = SPACES
       DISPLAY "No PRD ID entered."
       GO TO ASSIGN-PRD-REL-EXIT
    END-IF
    OPEN INPUT PRD-FILE
    IF FILE-STATUS NOT = "00"
       DISPLAY "Error opening PRD file: " FILE-STATUS
       GO TO ASSIGN-PRD-REL-EXIT
    END-IF
    MOVE WS-KEY-ID TO PRD-ID
    MOVE 'Y' TO WS-FOUND-FLAG
    READ PRD-FILE
       INVALID KEY
          MOVE 'N' TO WS-FOUND-FLAG
    END-READ
    CLOSE PRD-FILE
    IF WS-FOUND-FLAG NOT = 'Y'
       DISPLAY "PRD not found: " WS-KEY-ID
       GO TO ASSIGN-PRD-REL-EXIT
    END-IF

    DISPLAY "Release ID: " WITH NO ADVANCING
    MOVE SPACES TO WS-REL-ID
    ACCEPT WS-REL-ID
    MOVE WS-REL-ID TO REL-ID
    READ RELEASE-FILE
       INVALID KEY
          DISPLAY "Release not on the master: " FUNCTION TRIM(WS-REL-ID)
          GO TO ASSIGN-PRD-REL-EXIT
    END-READ
    IF NOT REL-OPEN
       DISPLAY "Release " FUNCTION TRIM(REL-ID) " is "
               FUNCTION TRIM(RELEASE-STATE-NAME(REL-STATE))
               " - PRDs can no longer be assigned to it."
       GO TO ASSIGN-PRD-REL-EXIT
    END-IF

    *> A PRD already in another release is moved, not duplicated
    MOVE WS-KEY-ID TO RA-PRD-ID
    READ REL-ASSIGN-FILE
       INVALID KEY
          MOVE SPACES TO WS-REL-OLD-ID
       NOT INVALID KEY
          MOVE RA-REL-ID TO WS-REL-OLD-ID
    END-READ
    IF WS-REL-OLD-ID = WS-REL-ID
       DISPLAY "PRD is already assigned to that release."
       GO TO ASSIGN-PRD-REL-EXIT
    END-IF

    ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
    STRING WS-CURRENT-YEAR "-" WS-CURRENT-MONTH "-"
           WS-CURRENT-DAY DELIMITED BY SIZE
           INTO WS-FORMATTED-DATE
    MOVE WS-KEY-ID TO RA-PRD-ID
    MOVE WS-REL-ID TO RA-REL-ID
    MOVE WS-FORMATTED-DATE TO RA-ASSIGNED-DATE
    MOVE WS-OPER-ID TO RA-OPER-ID
    IF WS-REL-OLD-ID = SPACES
       WRITE REL-ASSIGN-RECORD
    ELSE
       REWRITE REL-ASSIGN-RECORD
    END-IF
    IF RELA-STATUS(1:1) NOT = "0"
       DISPLAY "Error writing release assignment: " RELA-STATUS
    ELSE
       IF WS-REL-OLD-ID = SPACES
          DISPLAY "PRD " FUNCTION TRIM(WS-KEY-ID)
                  " assigned to release " FUNCTION TRIM(WS-REL-ID)
       ELSE
          DISPLAY "PRD " FUNCTION TRIM(WS-KEY-ID) " moved from "
                  FUNCTION TRIM(WS-REL-OLD-ID) " to "
                  FUNCTION TRIM(WS-REL-ID)
       END-IF
    END-IF.

ASSIGN-PRD-REL-EXIT.
    EXIT.

UNASSIGN-PRD-RELEASE.
    DISPLAY "PRD ID to remove from its release: " WITH NO ADVANCING
    MOVE SPACES TO WS-KEY-ID
    ACCEPT WS-KEY-ID
    IF WS-KEY-ID = SPACES
       DISPLAY "No PRD ID entered."
       GO TO UNASSIGN-PRD-REL-EXIT
    END-IF
    MOVE WS-KEY-ID TO RA-PRD-ID
    DELETE REL-ASSIGN-FILE RECORD
       INVALID KEY
          DISPLAY "PRD is not assigned to a release: "
                  FUNCTION TRIM(WS-KEY-ID)
       NOT INVALID KEY
          DISPLAY "PRD " FUNCTION TRIM(WS-KEY-ID)
                  " removed from its release."
    END-DELETE.

UNASSIGN-PRD-REL-EXIT.
    EXIT.

REMOVE-PRD-RELEASE-LINK.
    *> A deleted PRD leaves its release; WS-KEY-ID names the PRD
    OPEN I-O REL-ASSIGN-FILE
    IF RELA-STATUS = "35"
       GO TO REMOVE-PRD-REL-EXIT
    END-IF
    IF RELA-STATUS NOT = "00"
       DISPLAY "Error opening release assignments: " RELA-STATUS
       MOVE 8 TO WS-RUN-RC
       GO TO REMOVE-PRD-REL-EXIT
    END-IF
    MOVE WS-KEY-ID TO RA-PRD-ID
    READ REL-ASSIGN-FILE
       INVALID KEY
          CONTINUE
       NOT INVALID KEY
          DELETE REL-ASSIGN-FILE RECORD
             INVALID KEY
                CONTINUE
             NOT INVALID KEY
                DISPLAY "Also removed from release "
                        FUNCTION TRIM(RA-REL-ID) "."
          END-DELETE
    END-READ
    CLOSE REL-ASSIGN-FILE.

REMOVE-PRD-REL-EXIT.
    EXIT.

RELEASE-READINESS-REPORT.
    DISPLAY " "
    DISPLAY "RELEASE READINESS REPORT"
    DISPLAY "Release ID (blank = every Planned or Frozen release): "
            WITH NO ADVANCING
    MOVE SPACES TO WS-REL-ID
    ACCEPT WS-REL-ID

    OPEN INPUT RELEASE-FILE
    IF REL-STATUS = "35"
       DISPLAY "No releases on the master yet."
       GO TO READINESS-EXIT
    END-IF
    IF REL-STATUS NOT = "00"
       DISPLAY "Error opening release master: " REL-STATUS
       GO TO READINESS-EXIT
    END-IF
    OPEN INPUT REL-ASSIGN-FILE
    IF RELA-STATUS = "35"
       DISPLAY "No PRDs have been assigned to a release yet."
       CLOSE RELEASE-FILE
       GO TO READINESS-EXIT
    END-IF
    IF RELA-STATUS NOT = "00"
       DISPLAY "Error opening release assignments: " RELA-STATUS
       CLOSE RELEASE-FILE
       GO TO READINESS-EXIT
    END-IF
    OPEN INPUT PRD-FILE
    IF FILE-STATUS NOT = "00"
       DISPLAY "Error opening PRD file: " FILE-STATUS
       CLOSE RELEASE-FILE
       CLOSE REL-ASSIGN-FILE
       GO TO READINESS-EXIT
    END-IF
    *> Milestones and dependency links are optional; with either
    *> file absent its half of the ship-date check finds nothing
    OPEN INPUT MILESTONE-FILE
    IF MILE-STATUS = "00"
       MOVE 'Y' TO WS-RDY-MILE-FLAG
    ELSE
       MOVE 'N' TO WS-RDY-MILE-FLAG
    END-IF
    OPEN INPUT DEPENDENCY-FILE
    IF DEP-STATUS = "00"
       MOVE 'Y' TO WS-RDY-DEP-FLAG
    ELSE
       MOVE 'N' TO WS-RDY-DEP-FLAG
    END-IF

    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CYCLE-DATE-X8
    MOVE WS-CYCLE-DATE-X8 TO WS-CYCLE-DATE-NUM
    COMPUTE WS-TODAY-DAY-NUM =
            FUNCTION INTEGER-OF-DATE(WS-CYCLE-DATE-NUM)

    MOVE ZERO TO WS-REL-COUNT
    IF WS-REL-ID NOT = SPACES
       MOVE WS-REL-ID TO REL-ID
       READ RELEASE-FILE
          INVALID KEY
             DISPLAY "Release not on the master: "
                     FUNCTION TRIM(WS-REL-ID)
          NOT INVALID KEY
             PERFORM REPORT-RELEASE-READINESS THRU REPORT-REL-RDY-EXIT
       END-READ
    ELSE
       MOVE SPACES TO REL-ID
       START RELEASE-FILE KEY >= REL-ID
          INVALID KEY
             MOVE 'Y' TO WS-REL-EOF-FLAG
          NOT INVALID KEY
             MOVE 'N' TO WS-REL-EOF-FLAG
       END-START
       PERFORM UNTIL WS-REL-EOF-FLAG = 'Y'
          READ RELEASE-FILE NEXT RECORD
          IF REL-STATUS NOT = "00"
             MOVE 'Y' TO WS-REL-EOF-FLAG
          ELSE
             IF REL-OPEN
                PERFORM REPORT-RELEASE-READINESS
                   THRU REPORT-REL-RDY-EXIT
             END-IF
          END-IF
       END-PERFORM
       IF WS-REL-COUNT = 0
          DISPLAY "No Planned or Frozen releases on the master."
       END-IF
    END-IF

    CLOSE RELEASE-FILE
    CLOSE REL-ASSIGN-FILE
    CLOSE PRD-FILE
    IF WS-RDY-MILE-FLAG = 'Y'
       CLOSE MILESTONE-FILE
    END-IF
    IF WS-RDY-DEP-FLAG = 'Y'
       CLOSE DEPENDENCY-FILE
    END-IF.

READINESS-EXIT.
    EXIT.

REPORT-RELEASE-READINESS.
    *> One release from the record in the release buffer: its PRDs
    *> grouped by status then priority, each open one checked against
    *> the code freeze and for anything holding up the ship date
    ADD 1 TO WS-REL-COUNT
    DISPLAY " "
    DISPLAY DIVIDER-LINE
    DISPLAY "RELEASE " FUNCTION TRIM(REL-ID) " - "
            FUNCTION TRIM(REL-NAME) " ("
            FUNCTION TRIM(RELEASE-STATE-NAME(REL-STATE)) ")"
    DISPLAY "  Code freeze " REL-FREEZE-DATE " | Ship " REL-SHIP-DATE
    MOVE REL-FREEZE-DATE TO WS-REL-FREEZE-DATE
    MOVE REL-SHIP-DATE TO WS-REL-SHIP-DATE
    MOVE REL-FREEZE-DATE TO WS-CYCLE-DATE-X
    PERFORM CONVERT-CYCLE-DATE
    MOVE WS-CYCLE-DAY-NUM TO WS-REL-FREEZE-NUM
    MOVE REL-SHIP-DATE TO WS-CYCLE-DATE-X
    PERFORM CONVERT-CYCLE-DATE
    MOVE WS-CYCLE-DAY-NUM TO WS-REL-SHIP-NUM

    MOVE ZERO TO RDY-PRD-COUNT
    MOVE ZERO TO RDY-MISSING-COUNT
    MOVE ZERO TO RDY-NOT-TESTING-COUNT
    MOVE ZERO TO RDY-MISSED-FREEZE-COUNT
    MOVE ZERO TO RDY-RISK-COUNT
    MOVE ZERO TO RDY-CRIT-OPEN-COUNT
    MOVE ZERO TO RDY-CRIT-LEFT-PCT
    INITIALIZE RDY-STATUS-GRID

    MOVE REL-ID TO RA-REL-ID
    START REL-ASSIGN-FILE KEY = RA-REL-ID
       INVALID KEY
          MOVE 'Y' TO WS-RA-EOF-FLAG
       NOT INVALID KEY
          MOVE 'N' TO WS-RA-EOF-FLAG
    END-START
    PERFORM UNTIL WS-RA-EOF-FLAG = 'Y'
       READ REL-ASSIGN-FILE NEXT RECORD
       IF RELA-STATUS(1:1) NOT = "0"
          MOVE 'Y' TO WS-RA-EOF-FLAG
       ELSE
          IF RA-REL-ID NOT = REL-ID
             MOVE 'Y' TO WS-RA-EOF-FLAG
          ELSE
             PERFORM BUFFER-READINESS-PRD
          END-IF
       END-IF
    END-PERFORM

    IF RDY-PRD-COUNT = 0
       DISPLAY "  No live PRDs assigned to this release."
       GO TO REPORT-REL-RDY-FOOT
    END-IF

    DISPLAY "  Assigned PRDs by status and priority:"
    PERFORM VARYING WS-RDY-STATUS-IDX FROM 1 BY 1
            UNTIL WS-RDY-STATUS-IDX > 7
       IF RDY-ROW-TOTAL(WS-RDY-STATUS-IDX) > 0
          DISPLAY "  " STATUS-NAME(WS-RDY-STATUS-IDX) " ("
                  RDY-ROW-TOTAL(WS-RDY-STATUS-IDX) ")"
          PERFORM VARYING WS-RDY-PRI-IDX FROM 4 BY -1
                  UNTIL WS-RDY-PRI-IDX < 1
             PERFORM VARYING WS-RDY-IDX FROM 1 BY 1
                     UNTIL WS-RDY-IDX > RDY-PRD-COUNT
                IF RDY-STATUS(WS-RDY-IDX) = WS-RDY-STATUS-IDX - 1
                   AND RDY-PRIORITY(WS-RDY-IDX) = WS-RDY-PRI-IDX
                   PERFORM SHOW-READINESS-PRD
                      THRU SHOW-READINESS-PRD-EXIT
                END-IF
             END-PERFORM
          END-PERFORM
       END-IF
    END-PERFORM

    DISPLAY " "
    DISPLAY "  Status              Low   Med  High  Crit"
    PERFORM VARYING WS-RDY-STATUS-IDX FROM 1 BY 1
            UNTIL WS-RDY-STATUS-IDX > 7
       IF RDY-ROW-TOTAL(WS-RDY-STATUS-IDX) > 0
          DISPLAY "  " STATUS-NAME(WS-RDY-STATUS-IDX)
                  " " RDY-GRID-COUNT(WS-RDY-STATUS-IDX, 1)
                  " " RDY-GRID-COUNT(WS-RDY-STATUS-IDX, 2)
                  " " RDY-GRID-COUNT(WS-RDY-STATUS-IDX, 3)
                  " " RDY-GRID-COUNT(WS-RDY-STATUS-IDX, 4)
       END-IF
    END-PERFORM
    DISPLAY "  Not yet in Testing:       " RDY-NOT-TESTING-COUNT
            " (" RDY-MISSED-FREEZE-COUNT " past code freeze)"
    DISPLAY "  Ship date at risk:        " RDY-RISK-COUNT
            " PRD(s) with open blockers or late milestones"
    IF RDY-CRIT-OPEN-COUNT > 0
       COMPUTE RDY-CRIT-AVG-LEFT ROUNDED =
               RDY-CRIT-LEFT-PCT / RDY-CRIT-OPEN-COUNT
       DISPLAY "  Critical work still open: " RDY-CRIT-OPEN-COUNT
               " PRD(s), " RDY-CRIT-AVG-LEFT "% left on average"
    ELSE
       DISPLAY "  Critical work still open: none"
    END-IF.

REPORT-REL-RDY-FOOT.
    IF RDY-MISSING-COUNT > 0
       DISPLAY "  " RDY-MISSING-COUNT
               " assignment(s) name PRDs no longer on the live file"
    END-IF.

REPORT-REL-RDY-EXIT.
    EXIT.

BUFFER-READINESS-PRD.
    *> An assignment whose PRD is no longer on the live file (one
    *> left by a purge before purges dropped assignments) is counted
    *> but not reported - archived work no longer bears on the release
    MOVE RA-PRD-ID TO PRD-ID
    READ PRD-FILE
       INVALID KEY
          ADD 1 TO RDY-MISSING-COUNT
       NOT INVALID KEY
          IF RDY-PRD-COUNT < MAX-PRDS
             ADD 1 TO RDY-PRD-COUNT
             MOVE PRD-ID TO RDY-PRD-ID(RDY-PRD-COUNT)
             MOVE PRD-TITLE TO RDY-TITLE(RDY-PRD-COUNT)
             MOVE PRD-STATUS TO RDY-STATUS(RDY-PRD-COUNT)
             MOVE PRD-PRIORITY TO RDY-PRIORITY(RDY-PRD-COUNT)
             MOVE PRD-COMPLETION-PCT TO RDY-PCT(RDY-PRD-COUNT)
             ADD 1 TO RDY-ROW-TOTAL(PRD-STATUS + 1)
             ADD 1 TO RDY-GRID-COUNT(PRD-STATUS + 1, PRD-PRIORITY)
          END-IF
    END-READ.

SHOW-READINESS-PRD.
    *> Entry WS-RDY-IDX. Implemented and Archived PRDs are listed
    *> but carry no flags - their work is already done
    DISPLAY "    " RDY-PRD-ID(WS-RDY-IDX) " | "
            RDY-TITLE(WS-RDY-IDX) " | "
            PRIORITY-NAME(RDY-PRIORITY(WS-RDY-IDX)) " | "
            RDY-PCT(WS-RDY-IDX) "%"
    IF RDY-STATUS(WS-RDY-IDX) >= 5
       GO TO SHOW-READINESS-PRD-EXIT
    END-IF
    MOVE RDY-PRD-ID(WS-RDY-IDX) TO WS-RDY-CUR-ID
    MOVE 'N' TO WS-RDY-RISK-FLAG

    IF RDY-STATUS(WS-RDY-IDX) < 4
       ADD 1 TO RDY-NOT-TESTING-COUNT
       IF WS-TODAY-DAY-NUM >= WS-REL-FREEZE-NUM
          ADD 1 TO RDY-MISSED-FREEZE-COUNT
          DISPLAY "      ** NOT IN TESTING - code freeze "
                  WS-REL-FREEZE-DATE " has passed"
       ELSE
          COMPUTE WS-RDY-DAYS = WS-REL-FREEZE-NUM - WS-TODAY-DAY-NUM
          DISPLAY "      ** NOT IN TESTING - code freeze "
                  WS-REL-FREEZE-DATE " is " WS-RDY-DAYS " day(s) off"
       END-IF
    END-IF

    IF WS-RDY-DEP-FLAG = 'Y'
       MOVE WS-RDY-CUR-ID TO DEP-PRD-ID
       MOVE ZERO TO DEP-SEQ
       START DEPENDENCY-FILE KEY >= DEP-KEY
          INVALID KEY
             MOVE 'Y' TO WS-DEP-EOF-FLAG
          NOT INVALID KEY
             MOVE 'N' TO WS-DEP-EOF-FLAG
       END-START
       PERFORM UNTIL WS-DEP-EOF-FLAG = 'Y'
          READ DEPENDENCY-FILE NEXT RECORD
          IF DEP-STATUS NOT = "00"
             MOVE 'Y' TO WS-DEP-EOF-FLAG
          ELSE
             IF DEP-PRD-ID NOT = WS-RDY-CUR-ID
                MOVE 'Y' TO WS-DEP-EOF-FLAG
             ELSE
                MOVE DEP-BLOCKER-ID TO PRD-ID
                READ PRD-FILE
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      IF PRD-STATUS < 5
                         MOVE 'Y' TO WS-RDY-RISK-FLAG
                         DISPLAY "      ** SHIP AT RISK - blocked by "
                                 FUNCTION TRIM(DEP-BLOCKER-ID) " ("
                                 FUNCTION TRIM(STATUS-NAME(PRD-STATUS + 1))
                                 ")"
                      END-IF
                END-READ
             END-IF
          END-IF
       END-PERFORM
    END-IF

    IF WS-RDY-MILE-FLAG = 'Y'
       MOVE WS-RDY-CUR-ID TO MILE-PRD-ID
       MOVE ZERO TO MILE-SEQ
       START MILESTONE-FILE KEY >= MILE-KEY
          INVALID KEY
             MOVE 'Y' TO WS-MILE-EOF-FLAG
          NOT INVALID KEY
             MOVE 'N' TO WS-MILE-EOF-FLAG
       END-START
       PERFORM UNTIL WS-MILE-EOF-FLAG = 'Y'
          READ MILESTONE-FILE NEXT RECORD
          IF MILE-STATUS NOT = "00"
             MOVE 'Y' TO WS-MILE-EOF-FLAG
          ELSE
             IF MILE-PRD-ID NOT = WS-RDY-CUR-ID
                MOVE 'Y' TO WS-MILE-EOF-FLAG
             ELSE
                IF NOT MILE-DONE
                   MOVE MILE-TARGET-DATE TO WS-CYCLE-DATE-X
                   PERFORM CONVERT-CYCLE-DATE
                   EVALUATE TRUE
                      WHEN WS-CYCLE-DAY-NUM = 0
                         CONTINUE
                      WHEN WS-CYCLE-DAY-NUM < WS-TODAY-DAY-NUM
                         MOVE 'Y' TO WS-RDY-RISK-FLAG
                         DISPLAY "      ** SHIP AT RISK - milestone "
                                 MILE-SEQ " overdue since "
                                 MILE-TARGET-DATE
                      WHEN WS-CYCLE-DAY-NUM > WS-REL-SHIP-NUM
                         MOVE 'Y' TO WS-RDY-RISK-FLAG
                         DISPLAY "      ** SHIP AT RISK - milestone "
                                 MILE-SEQ " due " MILE-TARGET-DATE
                                 " after the ship date"
                      WHEN OTHER
                         CONTINUE
                   END-EVALUATE
                END-IF
             END-IF
          END-IF
       END-PERFORM
    END-IF

    IF WS-RDY-RISK-FLAG = 'Y'
       ADD 1 TO RDY-RISK-COUNT
    END-IF
    IF RDY-PRIORITY(WS-RDY-IDX) = 4
       ADD 1 TO RDY-CRIT-OPEN-COUNT
       COMPUTE RDY-CRIT-LEFT-PCT = RDY-CRIT-LEFT-PCT
               + 100 - RDY-PCT(WS-RDY-IDX)
    END-IF.

SHOW-READINESS-PRD-EXIT.
    EXIT.

MAINTAIN-SIGNOFFS.
    OPEN I-O APPROVAL-FILE
    IF APPR-STATUS = "35"
       OPEN OUTPUT APPROVAL-FILE
       CLOSE APPROVAL-FILE
       OPEN I-O APPROVAL-FILE
    END-IF
    IF APPR-STATUS NOT = "00"
       DISPLAY "Error opening approval file: " APPR-STATUS
       GO TO SIGNOFFS-EXIT
    END-IF

    MOVE 'N' TO WS-APPR-EXIT-FLAG
    PERFORM UNTIL WS-APPR-EXIT-FLAG = 'Y'
       DISPLAY " "
       DISPLAY "Sign-off: 1=List 2=Name Approver 3=Record Decision"
               " 4=Remove Approver 5=Back"
       DISPLAY "Choice: " WITH NO ADVANCING
       ACCEPT WS-APPR-CHOICE
       EVALUATE WS-APPR-CHOICE
          WHEN 1
             DISPLAY "PRD ID: " WITH NO ADVANCING
             MOVE SPACES TO WS-KEY-ID
             ACCEPT WS-KEY-ID
             PERFORM LIST-PRD-SIGNOFFS THRU LIST-PRD-SIGNOFFS-EXIT
          WHEN 2
             PERFORM NAME-APPROVER THRU NAME-APPROVER-EXIT
          WHEN 3
             PERFORM RECORD-SIGNOFF-DECISION THRU RECORD-DECISION-EXIT
          WHEN 4
             PERFORM REMOVE-APPROVER THRU REMOVE-APPROVER-EXIT
          WHEN 5
             MOVE 'Y' TO WS-APPR-EXIT-FLAG
          WHEN OTHER
             DISPLAY "Choose 1-5."
       END-EVALUATE
    END-PERFORM

    CLOSE APPROVAL-FILE.

SIGNOFFS-EXIT.
    EXIT.

LIST-PRD-SIGNOFFS.
    *> Approval file open; lists WS-KEY-ID's approvers, then what
    *> still stands between the PRD and Approved
    MOVE WS-KEY-ID TO APPR-PRD-ID
    MOVE SPACES TO APPR-APPROVER
    START APPROVAL-FILE KEY >= APPR-KEY
       INVALID KEY
          MOVE 'Y' TO WS-APPR-EOF-FLAG
       NOT INVALID KEY
          MOVE 'N' TO WS-APPR-EOF-FLAG
    END-START
    MOVE ZERO TO WS-APPR-COUNT
    PERFORM UNTIL WS-APPR-EOF-FLAG = 'Y'
       READ APPROVAL-FILE NEXT RECORD
       IF APPR-STATUS NOT = "00"
          MOVE 'Y' TO WS-APPR-EOF-FLAG
       ELSE
          IF APPR-PRD-ID NOT = WS-KEY-ID
             MOVE 'Y' TO WS-APPR-EOF-FLAG
          ELSE
             ADD 1 TO WS-APPR-COUNT
             PERFORM SHOW-SIGNOFF-ROW
          END-IF
       END-IF
    END-PERFORM

    IF WS-APPR-COUNT = 0
       DISPLAY "  No approvers named for this PRD."
    END-IF
    PERFORM EVALUATE-SIGNOFF-STATE THRU EVALUATE-SIGNOFF-EXIT
    IF WS-APPR-COMPLETE
       DISPLAY "  Sign-off complete - PRD may move to Approved."
    ELSE
       DISPLAY "  Still needed: " FUNCTION TRIM(WS-APPR-MISSING-TXT)
    END-IF.

LIST-PRD-SIGNOFFS-EXIT.
    EXIT.

SHOW-SIGNOFF-ROW.
    MOVE SPACES TO WS-APPR-ROLE-NAME
    PERFORM VARYING WS-APPR-ROLE-IDX FROM 1 BY 1
            UNTIL WS-APPR-ROLE-IDX > 3
       IF APPR-ROLE = SIGNOFF-ROLE-CODE(WS-APPR-ROLE-IDX)
          MOVE SIGNOFF-ROLE-NAME(WS-APPR-ROLE-IDX)
               TO WS-APPR-ROLE-NAME
       END-IF
    END-PERFORM
    EVALUATE TRUE
       WHEN APPR-APPROVED
          MOVE "APPROVED" TO WS-APPR-DECISION-TXT
       WHEN APPR-REJECTED
          MOVE "REJECTED" TO WS-APPR-DECISION-TXT
       WHEN APPR-CHANGES-REQ
          MOVE "CHANGES REQUESTED" TO WS-APPR-DECISION-TXT
       WHEN OTHER
          MOVE "pending" TO WS-APPR-DECISION-TXT
    END-EVALUATE
    IF APPR-PENDING
       DISPLAY "  " APPR-APPROVER " | " WS-APPR-ROLE-NAME " | "
               WS-APPR-DECISION-TXT " | named " APPR-NAMED-DATE
               " by " FUNCTION TRIM(APPR-NAMED-BY)
    ELSE
       DISPLAY "  " APPR-APPROVER " | " WS-APPR-ROLE-NAME " | "
               WS-APPR-DECISION-TXT " | " APPR-TIMESTAMP
       IF APPR-REMARKS NOT = SPACES
          DISPLAY "      Remarks: " FUNCTION TRIM(APPR-REMARKS)
       END-IF
    END-IF.

EVALUATE-SIGNOFF-STATE.
    *> Approval file open. Complete means every required role has at
    *> least one approve and no approver on the PRD has a reject or
    *> a change request standing - the objector must re-decide once
    *> the PRD has been reworked
    MOVE 'N' TO WS-APPR-COMPLETE-FLAG
    MOVE ZERO TO WS-APPR-OBJECTIONS
    PERFORM VARYING WS-APPR-ROLE-IDX FROM 1 BY 1
            UNTIL WS-APPR-ROLE-IDX > 3
       MOVE 'N' TO WS-APPR-ROLE-OK(WS-APPR-ROLE-IDX)
    END-PERFORM

    MOVE WS-KEY-ID TO APPR-PRD-ID
    MOVE SPACES TO APPR-APPROVER
    START APPROVAL-FILE KEY >= APPR-KEY
       INVALID KEY
          MOVE 'Y' TO WS-APPR-EOF-FLAG
       NOT INVALID KEY
          MOVE 'N' TO WS-APPR-EOF-FLAG
    END-START
    PERFORM UNTIL WS-APPR-EOF-FLAG = 'Y'
       READ APPROVAL-FILE NEXT RECORD
       IF APPR-STATUS NOT = "00"
          MOVE 'Y' TO WS-APPR-EOF-FLAG
       ELSE
          IF APPR-PRD-ID NOT = WS-KEY-ID
             MOVE 'Y' TO WS-APPR-EOF-FLAG
          ELSE
             IF APPR-OBJECTION
                ADD 1 TO WS-APPR-OBJECTIONS
             END-IF
             IF APPR-APPROVED
                PERFORM VARYING WS-APPR-ROLE-IDX FROM 1 BY 1
                        UNTIL WS-APPR-ROLE-IDX > 3
                   IF APPR-ROLE = SIGNOFF-ROLE-CODE(WS-APPR-ROLE-IDX)
                      MOVE 'Y' TO WS-APPR-ROLE-OK(WS-APPR-ROLE-IDX)
                   END-IF
                END-PERFORM
             END-IF
          END-IF
       END-IF
    END-PERFORM

    MOVE SPACES TO WS-APPR-MISSING-TXT
    MOVE 1 TO WS-APPR-PTR
    PERFORM VARYING WS-APPR-ROLE-IDX FROM 1 BY 1
            UNTIL WS-APPR-ROLE-IDX > 3
       IF WS-APPR-ROLE-OK(WS-APPR-ROLE-IDX) NOT = 'Y'
          IF WS-APPR-PTR > 1
             STRING ", " DELIMITED BY SIZE
                    INTO WS-APPR-MISSING-TXT WITH POINTER WS-APPR-PTR
          END-IF
          STRING FUNCTION TRIM(SIGNOFF-ROLE-NAME(WS-APPR-ROLE-IDX))
                 DELIMITED BY SIZE
                 INTO WS-APPR-MISSING-TXT WITH POINTER WS-APPR-PTR
       END-IF
    END-PERFORM
    IF WS-APPR-PTR > 1
       STRING " approve" DELIMITED BY SIZE
              INTO WS-APPR-MISSING-TXT WITH POINTER WS-APPR-PTR
    END-IF
    IF WS-APPR-OBJECTIONS > 0
       IF WS-APPR-PTR > 1
          STRING "; " DELIMITED BY SIZE
                 INTO WS-APPR-MISSING-TXT WITH POINTER WS-APPR-PTR
       END-IF
       STRING WS-APPR-OBJECTIONS " reject/change request(s) standing"
              DELIMITED BY SIZE
              INTO WS-APPR-MISSING-TXT WITH POINTER WS-APPR-PTR
    END-IF
    IF WS-APPR-PTR = 1
       MOVE 'Y' TO WS-APPR-COMPLETE-FLAG
    END-IF.

EVALUATE-SIGNOFF-EXIT.
    EXIT.

CHECK-APPROVAL-SIGNOFF.
    *> Called from the status-change paths with WS-KEY-ID set; no
    *> approval file yet means no role has signed
    OPEN INPUT APPROVAL-FILE
    IF APPR-STATUS = "35"
       MOVE 'N' TO WS-APPR-COMPLETE-FLAG
       MOVE "Engineering, Design, Product Director approve"
            TO WS-APPR-MISSING-TXT
       GO TO CHECK-APPROVAL-EXIT
    END-IF
    IF APPR-STATUS NOT = "00"
       DISPLAY "Error opening approval file: " APPR-STATUS
       MOVE 'N' TO WS-APPR-COMPLETE-FLAG
       MOVE "approval file could not be read" TO WS-APPR-MISSING-TXT
       GO TO CHECK-APPROVAL-EXIT
    END-IF
    PERFORM EVALUATE-SIGNOFF-STATE THRU EVALUATE-SIGNOFF-EXIT
    CLOSE APPROVAL-FILE.

CHECK-APPROVAL-EXIT.
    EXIT.

NAME-APPROVER.
    *> Editors and above name who must sign; approvers are named
    *> while the PRD is still in Draft or In Review
    IF WS-OPER-ROLE < 2
       DISPLAY "Naming approvers needs Editor authority."
       GO TO NAME-APPROVER-EXIT
    END-IF
    DISPLAY "PRD ID: " WITH NO ADVANCING
    MOVE SPACES TO WS-KEY-ID
    ACCEPT WS-KEY-ID
    OPEN INPUT PRD-FILE
    IF FILE-STATUS NOT = "00"
       DISPLAY "Error opening PRD file: " FILE-STATUS
       GO TO NAME-APPROVER-EXIT
    END-IF
    MOVE WS-KEY-ID TO PRD-ID
    MOVE 'Y' TO WS-FOUND-FLAG
    READ PRD-FILE
       INVALID KEY
          MOVE 'N' TO WS-FOUND-FLAG
    END-READ
    CLOSE PRD-FILE
    IF WS-FOUND-FLAG NOT = 'Y'
       DISPLAY "PRD not found: " WS-KEY-ID
       GO TO NAME-APPROVER-EXIT
    END-IF
    IF PRD-STATUS > 1
       DISPLAY "PRD is already "
               FUNCTION TRIM(STATUS-NAME(PRD-STATUS + 1))
               " - approvers are named in Draft or In Review."
       GO TO NAME-APPROVER-EXIT
    END-IF

    DISPLAY "Approver operator ID: " WITH NO ADVANCING
    MOVE SPACES TO WS-APPR-APPROVER
    ACCEPT WS-APPR-APPROVER
    OPEN INPUT OPERATOR-FILE
    IF OPER-STATUS NOT = "00"
       DISPLAY "Error opening operator master: " OPER-STATUS
       GO TO NAME-APPROVER-EXIT
    END-IF
    MOVE WS-APPR-APPROVER TO OPER-ID
    MOVE 'Y' TO WS-FOUND-FLAG
    READ OPERATOR-FILE
       INVALID KEY
          MOVE 'N' TO WS-FOUND-FLAG
    END-READ
    CLOSE OPERATOR-FILE
    IF WS-FOUND-FLAG NOT = 'Y'
       DISPLAY "Not on the operator master: "
               FUNCTION TRIM(WS-APPR-APPROVER)
       GO TO NAME-APPROVER-EXIT
    END-IF

    DISPLAY "Signs for E=Engineering D=Design P=Product Director: "
            WITH NO ADVANCING
    MOVE SPACES TO WS-APPR-ANSWER
    ACCEPT WS-APPR-ANSWER
    MOVE FUNCTION UPPER-CASE(WS-APPR-ANSWER) TO APPR-ROLE
    IF NOT APPR-ROLE-VALID
       DISPLAY "Role must be E, D or P - approver not named."
       GO TO NAME-APPROVER-EXIT
    END-IF

    ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
    STRING WS-CURRENT-YEAR "-" WS-CURRENT-MONTH "-"
           WS-CURRENT-DAY DELIMITED BY SIZE
           INTO WS-FORMATTED-DATE
    MOVE WS-KEY-ID TO APPR-PRD-ID
    MOVE WS-APPR-APPROVER TO APPR-APPROVER
    MOVE SPACE TO APPR-DECISION
    MOVE SPACES TO APPR-TIMESTAMP
    MOVE SPACES TO APPR-REMARKS
    MOVE WS-OPER-ID TO APPR-NAMED-BY
    MOVE WS-FORMATTED-DATE TO APPR-NAMED-DATE
    WRITE APPROVAL-RECORD
    IF APPR-STATUS = "22"
       DISPLAY "That approver is already named for this PRD."
    ELSE
       IF APPR-STATUS(1:1) NOT = "0"
          DISPLAY "Error writing approval row: " APPR-STATUS
       ELSE
          DISPLAY "Approver " FUNCTION TRIM(WS-APPR-APPROVER)
                  " named for " FUNCTION TRIM(WS-KEY-ID)
       END-IF
    END-IF.

NAME-APPROVER-EXIT.
    EXIT.

RECORD-SIGNOFF-DECISION.
    *> The signed-on operator records their own decision, and only
    *> while the PRD is In Review. A reject returns the PRD to Draft
    DISPLAY "PRD ID: " WITH NO ADVANCING
    MOVE SPACES TO WS-KEY-ID
    ACCEPT WS-KEY-ID
    MOVE WS-KEY-ID TO APPR-PRD-ID
    MOVE WS-OPER-ID TO APPR-APPROVER
    READ APPROVAL-FILE
       INVALID KEY
          DISPLAY "You are not named as an approver on "
                  FUNCTION TRIM(WS-KEY-ID) "."
          GO TO RECORD-DECISION-EXIT
    END-READ

    OPEN I-O PRD-FILE
    IF FILE-STATUS NOT = "00"
       DISPLAY "Error opening PRD file: " FILE-STATUS
       GO TO RECORD-DECISION-EXIT
    END-IF
    MOVE WS-KEY-ID TO PRD-ID
    READ PRD-FILE
       INVALID KEY
          DISPLAY "PRD not found: " WS-KEY-ID
          GO TO RECORD-DECISION-CLOSE
    END-READ
    IF NOT STATUS-IN-REVIEW
       DISPLAY "PRD is " FUNCTION TRIM(STATUS-NAME(PRD-STATUS + 1))
               " - decisions are recorded while it is In Review."
       GO TO RECORD-DECISION-CLOSE
    END-IF

    DISPLAY "Decision A=Approve R=Reject C=Request changes: "
            WITH NO ADVANCING
    MOVE SPACES TO WS-APPR-ANSWER
    ACCEPT WS-APPR-ANSWER
    MOVE FUNCTION UPPER-CASE(WS-APPR-ANSWER) TO APPR-DECISION
    IF NOT APPR-APPROVED AND NOT APPR-OBJECTION
       DISPLAY "Decision must be A, R or C - nothing recorded."
       GO TO RECORD-DECISION-CLOSE
    END-IF
    DISPLAY "Remarks: " WITH NO ADVANCING
    MOVE SPACES TO APPR-REMARKS
    ACCEPT APPR-REMARKS
    IF APPR-OBJECTION AND APPR-REMARKS = SPACES
       DISPLAY "A reject or change request needs remarks"
               " - nothing recorded."
       GO TO RECORD-DECISION-CLOSE
    END-IF

    ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
    STRING WS-CURRENT-YEAR "-" WS-CURRENT-MONTH "-"
           WS-CURRENT-DAY DELIMITED BY SIZE
           INTO WS-FORMATTED-DATE
    ACCEPT WS-CURRENT-TIME FROM TIME
    STRING WS-FORMATTED-DATE " " WS-CURRENT-HH ":" WS-CURRENT-MIN
           ":" WS-CURRENT-SEC DELIMITED BY SIZE
           INTO APPR-TIMESTAMP
    REWRITE APPROVAL-RECORD
    IF APPR-STATUS(1:1) NOT = "0"
       DISPLAY "Error recording decision: " APPR-STATUS
       GO TO RECORD-DECISION-CLOSE
    END-IF
    DISPLAY "Decision recorded for " FUNCTION TRIM(WS-KEY-ID) "."

    IF APPR-REJECTED
       MOVE PRD-STATUS TO WS-OLD-STATUS
       MOVE PRD-COMPLETION-PCT TO WS-OLD-COMPLETION-PCT
       MOVE SPACES TO WS-OVERRIDE-REASON
       MOVE PRD-RECORD TO WS-JRNL-BEFORE
       SET STATUS-DRAFT TO TRUE
       MOVE WS-FORMATTED-DATE TO PRD-UPDATED-DATE
       REWRITE PRD-RECORD
       IF FILE-STATUS(1:1) NOT = "0"
          DISPLAY "Error returning PRD to Draft: " FILE-STATUS
       ELSE
          DISPLAY "PRD returned to Draft."
          MOVE "RECORD-SIGNOFF-DECISION" TO WS-JRNL-STEP
          MOVE "PRD" TO WS-JRNL-FILE-ID
          MOVE 'U' TO WS-JRNL-ACTION
          PERFORM WRITE-JOURNAL-ENTRY THRU WRITE-JOURNAL-EXIT
          MOVE 'R' TO WS-AUDIT-ACTION
          PERFORM WRITE-AUDIT-RECORD THRU WRITE-AUDIT-EXIT
       END-IF
    END-IF.

RECORD-DECISION-CLOSE.
    CLOSE PRD-FILE.

RECORD-DECISION-EXIT.
    EXIT.

REMOVE-APPROVER.
    *> Only an approver who has not yet decided may be taken off;
    *> a recorded decision stays as part of the PRD's history
    IF WS-OPER-ROLE < 2
       DISPLAY "Removing approvers needs Editor authority."
       GO TO REMOVE-APPROVER-EXIT
    END-IF
    DISPLAY "PRD ID: " WITH NO ADVANCING
    MOVE SPACES TO WS-KEY-ID
    ACCEPT WS-KEY-ID
    DISPLAY "Approver operator ID: " WITH NO ADVANCING
    MOVE SPACES TO WS-APPR-APPROVER
    ACCEPT WS-APPR-APPROVER
    MOVE WS-KEY-ID TO APPR-PRD-ID
    MOVE WS-APPR-APPROVER TO APPR-APPROVER
    READ APPROVAL-FILE
       INVALID KEY
          DISPLAY "That approver is not named for this PRD."
          GO TO REMOVE-APPROVER-EXIT
    END-READ
    IF NOT APPR-PENDING
       DISPLAY "A decision is already recorded - approver kept."
       GO TO REMOVE-APPROVER-EXIT
    END-IF
    DELETE APPROVAL-FILE RECORD
       INVALID KEY
          DISPLAY "Error removing approver: " APPR-STATUS
       NOT INVALID KEY
          DISPLAY "Approver " FUNCTION TRIM(WS-APPR-APPROVER)
                  " removed from " FUNCTION TRIM(WS-KEY-ID)
    END-DELETE.

REMOVE-APPROVER-EXIT.
    EXIT.

SHOW-PRD-SIGNOFFS.
    *> History inquiry tail: the PRD's approvers and decisions
    OPEN INPUT APPROVAL-FILE
    IF APPR-STATUS NOT = "00"
       GO TO SHOW-SIGNOFFS-EXIT
    END-IF
    DISPLAY " "
    DISPLAY "SIGN-OFFS FOR: " FUNCTION TRIM(WS-KEY-ID)
    PERFORM LIST-PRD-SIGNOFFS THRU LIST-PRD-SIGNOFFS-EXIT
    CLOSE APPROVAL-FILE.

SHOW-SIGNOFFS-EXIT.
    EXIT.

REMOVE-PRD-APPROVALS.
    *> A deleted PRD takes its approval rows with it
    OPEN I-O APPROVAL-FILE
    IF APPR-STATUS = "35"
       GO TO REMOVE-PRD-APPR-EXIT
    END-IF
    IF APPR-STATUS NOT = "00"
       DISPLAY "Error opening approval file: " APPR-STATUS
       MOVE 8 TO WS-RUN-RC
       GO TO REMOVE-PRD-APPR-EXIT
    END-IF
    MOVE WS-KEY-ID TO APPR-PRD-ID
    MOVE SPACES TO APPR-APPROVER
    START APPROVAL-FILE KEY >= APPR-KEY
       INVALID KEY
          MOVE 'Y' TO WS-APPR-EOF-FLAG
       NOT INVALID KEY
          MOVE 'N' TO WS-APPR-EOF-FLAG
    END-START
    PERFORM UNTIL WS-APPR-EOF-FLAG = 'Y'
       READ APPROVAL-FILE NEXT RECORD
       IF APPR-STATUS NOT = "00"
          MOVE 'Y' TO WS-APPR-EOF-FLAG
       ELSE
          IF APPR-PRD-ID NOT = WS-KEY-ID
             MOVE 'Y' TO WS-APPR-EOF-FLAG
          ELSE
             DELETE APPROVAL-FILE RECORD
             *> A sign-off left behind would pass to the next PRD
             *> given this ID
             IF APPR-STATUS NOT = "00"
                DISPLAY "Error removing approval " APPR-PRD-ID
                        " " APPR-APPROVER ": " APPR-STATUS
                MOVE 8 TO WS-RUN-RC
                MOVE 'Y' TO WS-APPR-EOF-FLAG
             END-IF
          END-IF
       END-IF
    END-PERFORM
    CLOSE APPROVAL-FILE.

REMOVE-PRD-APPR-EXIT.
    EXIT.

PENDING-APPROVALS-REPORT.
    *> By approver: every PRD still in Draft or In Review where the
    *> approver has not decided, or asked for changes and has yet to
    *> re-decide
    DISPLAY " "
    DISPLAY "PENDING APPROVALS BY APPROVER"
    DISPLAY "Approver ID (blank = all approvers): " WITH NO ADVANCING
    MOVE SPACES TO WS-APPR-APPROVER
    ACCEPT WS-APPR-APPROVER

    OPEN INPUT APPROVAL-FILE
    IF APPR-STATUS = "35"
       DISPLAY "No approvers have been named yet."
       GO TO PENDING-APPR-EXIT
    END-IF
    IF APPR-STATUS NOT = "00"
       DISPLAY "Error opening approval file: " APPR-STATUS
       GO TO PENDING-APPR-EXIT
    END-IF
    OPEN INPUT PRD-FILE
    IF FILE-STATUS NOT = "00"
       DISPLAY "Error opening PRD file: " FILE-STATUS
       CLOSE APPROVAL-FILE
       GO TO PENDING-APPR-EXIT
    END-IF

    MOVE WS-APPR-APPROVER TO APPR-APPROVER
    IF WS-APPR-APPROVER = SPACES
       START APPROVAL-FILE KEY >= APPR-APPROVER
          INVALID KEY
             MOVE 'Y' TO WS-APPR-EOF-FLAG
          NOT INVALID KEY
             MOVE 'N' TO WS-APPR-EOF-FLAG
       END-START
    ELSE
       START APPROVAL-FILE KEY = APPR-APPROVER
          INVALID KEY
             MOVE 'Y' TO WS-APPR-EOF-FLAG
          NOT INVALID KEY
             MOVE 'N' TO WS-APPR-EOF-FLAG
       END-START
    END-IF

    MOVE SPACES TO WS-APPR-LAST-APPROVER
    MOVE ZERO TO WS-APPR-COUNT
    MOVE ZERO TO WS-APPR-WAIT-COUNT
    PERFORM UNTIL WS-APPR-EOF-FLAG = 'Y'
       READ APPROVAL-FILE NEXT RECORD
       IF APPR-STATUS(1:1) NOT = "0"
          MOVE 'Y' TO WS-APPR-EOF-FLAG
       ELSE
          IF WS-APPR-APPROVER NOT = SPACES
             AND APPR-APPROVER NOT = WS-APPR-APPROVER
             MOVE 'Y' TO WS-APPR-EOF-FLAG
          ELSE
             IF APPR-PENDING OR APPR-CHANGES-REQ
                PERFORM SHOW-PENDING-APPROVAL
                   THRU SHOW-PENDING-APPR-EXIT
             END-IF
          END-IF
       END-IF
    END-PERFORM
    PERFORM CLOSE-PENDING-APPROVER

    CLOSE APPROVAL-FILE
    CLOSE PRD-FILE
    IF WS-APPR-COUNT = 0
       DISPLAY "Nothing is waiting on sign-off."
    END-IF.

PENDING-APPR-EXIT.
    EXIT.

SHOW-PENDING-APPROVAL.
    *> Rows for a PRD since deleted or already past review are
    *> no longer waiting on anyone
    MOVE APPR-PRD-ID TO PRD-ID
    READ PRD-FILE
       INVALID KEY
          GO TO SHOW-PENDING-APPR-EXIT
    END-READ
    IF PRD-STATUS > 1
       GO TO SHOW-PENDING-APPR-EXIT
    END-IF
    IF APPR-APPROVER NOT = WS-APPR-LAST-APPROVER
       PERFORM CLOSE-PENDING-APPROVER
       MOVE APPR-APPROVER TO WS-APPR-LAST-APPROVER
       DISPLAY " "
       DISPLAY "  Approver: " FUNCTION TRIM(APPR-APPROVER)
    END-IF
    ADD 1 TO WS-APPR-COUNT
    ADD 1 TO WS-APPR-WAIT-COUNT
    PERFORM SHOW-SIGNOFF-ROW
    DISPLAY "      " PRD-ID " | " PRD-TITLE " | "
            FUNCTION TRIM(STATUS-NAME(PRD-STATUS + 1)).

SHOW-PENDING-APPR-EXIT.
    EXIT.

CLOSE-PENDING-APPROVER.
    IF WS-APPR-LAST-APPROVER NOT = SPACES
       DISPLAY "  " WS-APPR-WAIT-COUNT " PRD(s) waiting on "
               FUNCTION TRIM(WS-APPR-LAST-APPROVER)
    END-IF
    MOVE ZERO TO WS-APPR-WAIT-COUNT.

PRINT-PRD-DOSSIER.
    DISPLAY " "
    DISPLAY "Dossier for 1=One PRD 2=Every PRD in a status"
            " 3=Every PRD in a release: " WITH NO ADVANCING
    ACCEPT WS-DOS-CHOICE
    EVALUATE WS-DOS-CHOICE
       WHEN 1
          DISPLAY "PRD ID: " WITH NO ADVANCING
          MOVE SPACES TO WS-KEY-ID
          ACCEPT WS-KEY-ID
          SET WS-DOS-ONE-PRD TO TRUE
       WHEN 2
          DISPLAY "Status (0=Draft 1=In Review 2=Approved 3=In Dev"
                  " 4=Testing 5=Implemented 6=Archived): "
                  WITH NO ADVANCING
          ACCEPT WS-DOS-SEL-STATUS
          IF WS-DOS-SEL-STATUS > 6
             DISPLAY "Status must be 0-6."
             GO TO PRINT-DOSSIER-EXIT
          END-IF
          SET WS-DOS-BY-STATUS TO TRUE
       WHEN 3
          DISPLAY "Release ID: " WITH NO ADVANCING
          MOVE SPACES TO WS-DOS-SEL-RELEASE
          ACCEPT WS-DOS-SEL-RELEASE
          SET WS-DOS-BY-RELEASE TO TRUE
       WHEN OTHER
          DISPLAY "Choose 1-3."
          GO TO PRINT-DOSSIER-EXIT
    END-EVALUATE
    PERFORM PRODUCE-DOSSIERS THRU PRODUCE-DOSSIERS-EXIT.

PRINT-DOSSIER-EXIT.
    EXIT.

BATCH-DOSSIER-RUN.
    *> Parameter is STATUS=n (0-6) or RELEASE=release-id, so a
    *> steering-review pack prints in one unattended run
    MOVE ZERO TO WS-DOS-PRD-COUNT
    MOVE ZERO TO WS-DOS-TOTAL-PAGES
    MOVE FUNCTION UPPER-CASE(WS-BATCH-PARM) TO WS-DOS-PARM-UPPER
    EVALUATE TRUE
       WHEN WS-DOS-PARM-UPPER(1:7) = "STATUS="
            AND WS-DOS-PARM-UPPER(8:1) >= "0"
            AND WS-DOS-PARM-UPPER(8:1) <= "6"
            AND WS-DOS-PARM-UPPER(9:) = SPACES
          MOVE WS-DOS-PARM-UPPER(8:1) TO WS-DOS-SEL-STATUS
          SET WS-DOS-BY-STATUS TO TRUE
       WHEN WS-DOS-PARM-UPPER(1:8) = "RELEASE="
            AND WS-BATCH-PARM(9:) NOT = SPACES
          MOVE WS-BATCH-PARM(9:) TO WS-DOS-SEL-RELEASE
          SET WS-DOS-BY-RELEASE TO TRUE
       WHEN OTHER
          DISPLAY "DOSSIER needs STATUS=n (0-6) or RELEASE=id, got: "
                  FUNCTION TRIM(WS-BATCH-PARM)
          MOVE 12 TO WS-RUN-RC
          GO TO BATCH-DOSSIER-EXIT
    END-EVALUATE
    PERFORM PRODUCE-DOSSIERS THRU PRODUCE-DOSSIERS-EXIT.

BATCH-DOSSIER-EXIT.
    EXIT.

PRODUCE-DOSSIERS.
    *> The selection is gathered into a list of IDs first, since the
    *> dossier sections read other PRDs through the same file and
    *> would lose a browse position on the status key
    MOVE ZERO TO WS-DOS-PRD-COUNT
    MOVE ZERO TO WS-DOS-TOTAL-PAGES
    MOVE ZERO TO DOS-ID-COUNT
    OPEN INPUT PRD-FILE
    IF FILE-STATUS NOT = "00"
       DISPLAY "Error opening PRD file: " FILE-STATUS
       MOVE 8 TO WS-RUN-RC
       GO TO PRODUCE-DOSSIERS-EXIT
    END-IF

    EVALUATE TRUE
       WHEN WS-DOS-ONE-PRD
          MOVE WS-KEY-ID TO PRD-ID
          READ PRD-FILE
             INVALID KEY
                DISPLAY "PRD not found: " WS-KEY-ID
             NOT INVALID KEY
                ADD 1 TO DOS-ID-COUNT
                MOVE PRD-ID TO DOS-ID-ENTRY(DOS-ID-COUNT)
          END-READ
       WHEN WS-DOS-BY-STATUS
          MOVE WS-DOS-SEL-STATUS TO PRD-STATUS
          START PRD-FILE KEY = PRD-STATUS
             INVALID KEY
                MOVE 'Y' TO WS-DOS-EOF-FLAG
             NOT INVALID KEY
                MOVE 'N' TO WS-DOS-EOF-FLAG
          END-START
          PERFORM UNTIL WS-DOS-EOF-FLAG = 'Y'
             READ PRD-FILE NEXT RECORD
             IF FILE-STATUS(1:1) NOT = "0"
                MOVE 'Y' TO WS-DOS-EOF-FLAG
             ELSE
                IF PRD-STATUS NOT = WS-DOS-SEL-STATUS
                   OR DOS-ID-COUNT >= MAX-PRDS
                   MOVE 'Y' TO WS-DOS-EOF-FLAG
                ELSE
                   ADD 1 TO DOS-ID-COUNT
                   MOVE PRD-ID TO DOS-ID-ENTRY(DOS-ID-COUNT)
                END-IF
             END-IF
          END-PERFORM
       WHEN WS-DOS-BY-RELEASE
          OPEN INPUT REL-ASSIGN-FILE
          IF RELA-STATUS = "00"
             MOVE WS-DOS-SEL-RELEASE TO RA-REL-ID
             START REL-ASSIGN-FILE KEY = RA-REL-ID
                INVALID KEY
                   MOVE 'Y' TO WS-DOS-EOF-FLAG
                NOT INVALID KEY
                   MOVE 'N' TO WS-DOS-EOF-FLAG
             END-START
             PERFORM UNTIL WS-DOS-EOF-FLAG = 'Y'
                READ REL-ASSIGN-FILE NEXT RECORD
                IF RELA-STATUS(1:1) NOT = "0"
                   MOVE 'Y' TO WS-DOS-EOF-FLAG
                ELSE
                   IF RA-REL-ID NOT = WS-DOS-SEL-RELEASE
                      OR DOS-ID-COUNT >= MAX-PRDS
                      MOVE 'Y' TO WS-DOS-EOF-FLAG
                   ELSE
                      ADD 1 TO DOS-ID-COUNT
                      MOVE RA-PRD-ID TO DOS-ID-ENTRY(DOS-ID-COUNT)
                   END-IF
                END-IF
             END-PERFORM
             CLOSE REL-ASSIGN-FILE
          END-IF
    END-EVALUATE

    IF DOS-ID-COUNT = 0
       DISPLAY "No PRDs match the selection - no dossier written."
       CLOSE PRD-FILE
       IF BATCH-MODE AND WS-RUN-RC < 4
          MOVE 4 TO WS-RUN-RC
       END-IF
       GO TO PRODUCE-DOSSIERS-EXIT
    END-IF

    OPEN OUTPUT DOSSIER-FILE
    IF DOSSIER-STATUS NOT = "00"
       DISPLAY "Error creating dossier file: " DOSSIER-STATUS
       MOVE 8 TO WS-RUN-RC
       CLOSE PRD-FILE
       GO TO PRODUCE-DOSSIERS-EXIT
    END-IF
    *> Child files are optional; a section whose file is absent
    *> prints as empty
    OPEN INPUT MILESTONE-FILE
    MOVE 'N' TO WS-DOS-MILE-FLAG
    IF MILE-STATUS = "00"
       MOVE 'Y' TO WS-DOS-MILE-FLAG
    END-IF
    OPEN INPUT DEPENDENCY-FILE
    MOVE 'N' TO WS-DOS-DEP-FLAG
    IF DEP-STATUS = "00"
       MOVE 'Y' TO WS-DOS-DEP-FLAG
    END-IF
    OPEN INPUT COMMENT-FILE
    MOVE 'N' TO WS-DOS-CMNT-FLAG
    IF CMNT-STATUS = "00"
       MOVE 'Y' TO WS-DOS-CMNT-FLAG
    END-IF
    OPEN INPUT APPROVAL-FILE
    MOVE 'N' TO WS-DOS-APPR-FLAG
    IF APPR-STATUS = "00"
       MOVE 'Y' TO WS-DOS-APPR-FLAG
    END-IF
    OPEN INPUT REL-ASSIGN-FILE
    MOVE 'N' TO WS-DOS-RELA-FLAG
    IF RELA-STATUS = "00"
       MOVE 'Y' TO WS-DOS-RELA-FLAG
    END-IF

    ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
    STRING WS-CURRENT-YEAR "-" WS-CURRENT-MONTH "-"
           WS-CURRENT-DAY DELIMITED BY SIZE
           INTO WS-FORMATTED-DATE
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CYCLE-DATE-X8
    MOVE WS-CYCLE-DATE-X8 TO WS-CYCLE-DATE-NUM
    COMPUTE WS-TODAY-DAY-NUM =
            FUNCTION INTEGER-OF-DATE(WS-CYCLE-DATE-NUM)

    MOVE 'Y' TO WS-DOS-FIRST-PAGE-FLAG
    MOVE SPACES TO WS-DOS-TEXT
    PERFORM VARYING WS-DOS-IDX FROM 1 BY 1
            UNTIL WS-DOS-IDX > DOS-ID-COUNT
       PERFORM WRITE-ONE-DOSSIER THRU WRITE-ONE-DOSSIER-EXIT
    END-PERFORM

    CLOSE DOSSIER-FILE
    CLOSE PRD-FILE
    IF WS-DOS-MILE-FLAG = 'Y'
       CLOSE MILESTONE-FILE
    END-IF
    IF WS-DOS-DEP-FLAG = 'Y'
       CLOSE DEPENDENCY-FILE
    END-IF
    IF WS-DOS-CMNT-FLAG = 'Y'
       CLOSE COMMENT-FILE
    END-IF
    IF WS-DOS-APPR-FLAG = 'Y'
       CLOSE APPROVAL-FILE
    END-IF
    IF WS-DOS-RELA-FLAG = 'Y'
       CLOSE REL-ASSIGN-FILE
    END-IF
    DISPLAY WS-DOS-PRD-COUNT " dossier(s), " WS-DOS-TOTAL-PAGES
            " page(s) written to PRDDOSSIER.TXT".

PRODUCE-DOSSIERS-EXIT.
    EXIT.

WRITE-ONE-DOSSIER.
    *> A release can still list a PRD that has since been purged
    MOVE DOS-ID-ENTRY(WS-DOS-IDX) TO PRD-ID
    READ PRD-FILE
       INVALID KEY
          GO TO WRITE-ONE-DOSSIER-EXIT
    END-READ
    ADD 1 TO WS-DOS-PRD-COUNT
    MOVE PRD-ID TO WS-DOS-PRD-ID
    MOVE PRD-TITLE TO WS-DOS-TITLE
    MOVE ZERO TO WS-DOS-PAGE-NUM
    PERFORM WRITE-DOSSIER-HEADER

    PERFORM DOSSIER-RECORD-SECTION
    PERFORM DOSSIER-MILESTONE-SECTION THRU DOSSIER-MILE-EXIT
    PERFORM DOSSIER-DEPENDENCY-SECTION THRU DOSSIER-DEP-EXIT
    PERFORM DOSSIER-COMMENT-SECTION THRU DOSSIER-CMNT-EXIT
    PERFORM DOSSIER-SIGNOFF-SECTION THRU DOSSIER-SIGNOFF-EXIT
    PERFORM DOSSIER-AUDIT-SECTION THRU DOSSIER-AUDIT-EXIT

    PERFORM WRITE-DOSSIER-LINE
    STRING "*** END OF DOSSIER " FUNCTION TRIM(WS-DOS-PRD-ID)
           " - " WS-DOS-PAGE-NUM " PAGE(S) ***"
           DELIMITED BY SIZE INTO WS-DOS-TEXT
    PERFORM WRITE-DOSSIER-LINE
    ADD WS-DOS-PAGE-NUM TO WS-DOS-TOTAL-PAGES.

WRITE-ONE-DOSSIER-EXIT.
    EXIT.

WRITE-DOSSIER-HEADER.
    *> Every page but the first in the file starts on a new sheet
    ADD 1 TO WS-DOS-PAGE-NUM
    MOVE SPACES TO DOSSIER-LINE
    STRING "PRD DOSSIER  " WS-DOS-PRD-ID " " WS-DOS-TITLE
           "  PAGE " WS-DOS-PAGE-NUM
           DELIMITED BY SIZE INTO DOSSIER-LINE
    IF WS-DOS-FIRST-PAGE-FLAG = 'Y'
       WRITE DOSSIER-LINE
       MOVE 'N' TO WS-DOS-FIRST-PAGE-FLAG
    ELSE
       WRITE DOSSIER-LINE AFTER ADVANCING PAGE
    END-IF
    MOVE SPACES TO DOSSIER-LINE
    STRING "Printed " WS-FORMATTED-DATE " by "
           FUNCTION TRIM(WS-OPER-ID) " - " PROGRAM-VERSION
           DELIMITED BY SIZE INTO DOSSIER-LINE
    WRITE DOSSIER-LINE
    MOVE DIVIDER-LINE TO DOSSIER-LINE
    WRITE DOSSIER-LINE
    MOVE 3 TO WS-DOS-LINE-COUNT.

WRITE-DOSSIER-LINE.
    *> Callers STRING into WS-DOS-TEXT; a blank text writes a blank
    *> line. The page breaks here when the current one is full
    IF WS-DOS-LINE-COUNT >= DOS-LINES-PER-PAGE
       PERFORM WRITE-DOSSIER-HEADER
    END-IF
    MOVE WS-DOS-TEXT TO DOSSIER-LINE
    WRITE DOSSIER-LINE
    ADD 1 TO WS-DOS-LINE-COUNT
    MOVE SPACES TO WS-DOS-TEXT.

WRITE-DOSSIER-HEADING.
    *> Section heading in WS-DOS-TEXT; kept with at least a few of
    *> its lines rather than stranded at the foot of a page
    IF WS-DOS-LINE-COUNT > DOS-LINES-PER-PAGE - 5
       PERFORM WRITE-DOSSIER-HEADER
    END-IF
    MOVE WS-DOS-TEXT TO WS-DOS-HEADING-HOLD
    MOVE SPACES TO WS-DOS-TEXT
    PERFORM WRITE-DOSSIER-LINE
    MOVE WS-DOS-HEADING-HOLD TO WS-DOS-TEXT
    PERFORM WRITE-DOSSIER-LINE
    MOVE ALL "-" TO WS-DOS-TEXT(1:40)
    PERFORM WRITE-DOSSIER-LINE.

DOSSIER-RECORD-SECTION.
    MOVE "PRD RECORD" TO WS-DOS-TEXT
    PERFORM WRITE-DOSSIER-HEADING
    STRING "PRD ID:      " PRD-ID DELIMITED BY SIZE INTO WS-DOS-TEXT
    PERFORM WRITE-DOSSIER-LINE
    STRING "Title:       " PRD-TITLE DELIMITED BY SIZE
           INTO WS-DOS-TEXT
    PERFORM WRITE-DOSSIER-LINE
    STRING "Author:      " PRD-AUTHOR DELIMITED BY SIZE
           INTO WS-DOS-TEXT
    PERFORM WRITE-DOSSIER-LINE
    IF PRD-STATUS <= 6 AND PRD-PRIORITY >= 1 AND PRD-PRIORITY <= 4
       STRING "Status:      " STATUS-NAME(PRD-STATUS + 1)
              "  Priority: " PRIORITY-NAME(PRD-PRIORITY)
              "  Complete: " PRD-COMPLETION-PCT "%"
              DELIMITED BY SIZE INTO WS-DOS-TEXT
    ELSE
       STRING "Status:      code " PRD-STATUS
              "  Priority: code " PRD-PRIORITY
              "  Complete: " PRD-COMPLETION-PCT "%"
              "  *** FAILS FIELD VALIDATION ***"
              DELIMITED BY SIZE INTO WS-DOS-TEXT
    END-IF
    PERFORM WRITE-DOSSIER-LINE
    IF PRD-TARGET-DATE = SPACES
       STRING "Created:     " PRD-CREATED-DATE
              "  Updated: " PRD-UPDATED-DATE "  Target: (none)"
              DELIMITED BY SIZE INTO WS-DOS-TEXT
    ELSE
       STRING "Created:     " PRD-CREATED-DATE
              "  Updated: " PRD-UPDATED-DATE "  Target: "
              PRD-TARGET-DATE DELIMITED BY SIZE INTO WS-DOS-TEXT
    END-IF
    PERFORM WRITE-DOSSIER-LINE

    MOVE "Release:     (not assigned)" TO WS-DOS-TEXT
    IF WS-DOS-RELA-FLAG = 'Y'
       MOVE PRD-ID TO RA-PRD-ID
       READ REL-ASSIGN-FILE
          INVALID KEY
             CONTINUE
          NOT INVALID KEY
             MOVE SPACES TO WS-DOS-TEXT
             STRING "Release:     " RA-REL-ID DELIMITED BY SIZE
                    INTO WS-DOS-TEXT
       END-READ
    END-IF
    PERFORM WRITE-DOSSIER-LINE

    PERFORM BUILD-TAG-DISPLAY
    IF WS-TAG-DISPLAY = SPACES
       MOVE "Tags:        (none)" TO WS-DOS-TEXT
    ELSE
       STRING "Tags:        " WS-TAG-DISPLAY DELIMITED BY SIZE
              INTO WS-DOS-TEXT
    END-IF
    PERFORM WRITE-DOSSIER-LINE
    MOVE "Description:" TO WS-DOS-TEXT
    PERFORM WRITE-DOSSIER-LINE
    STRING "  " PRD-DESCRIPTION(1:100) DELIMITED BY SIZE
           INTO WS-DOS-TEXT
    PERFORM WRITE-DOSSIER-LINE
    IF PRD-DESCRIPTION(101:100) NOT = SPACES
       STRING "  " PRD-DESCRIPTION(101:100) DELIMITED BY SIZE
              INTO WS-DOS-TEXT
       PERFORM WRITE-DOSSIER-LINE
    END-IF.

DOSSIER-MILESTONE-SECTION.
    MOVE "MILESTONES" TO WS-DOS-TEXT
    PERFORM WRITE-DOSSIER-HEADING
    MOVE ZERO TO WS-DOS-ITEM-COUNT
    MOVE ZERO TO WS-DOS-DONE-COUNT
    MOVE ZERO TO WS-DOS-LATE-COUNT
    IF WS-DOS-MILE-FLAG NOT = 'Y'
       MOVE "  No milestones on file." TO WS-DOS-TEXT
       PERFORM WRITE-DOSSIER-LINE
       GO TO DOSSIER-MILE-EXIT
    END-IF
    MOVE WS-DOS-PRD-ID TO MILE-PRD-ID
    MOVE ZERO TO MILE-SEQ
    START MILESTONE-FILE KEY >= MILE-KEY
       INVALID KEY
          MOVE 'Y' TO WS-DOS-EOF-FLAG
       NOT INVALID KEY
          MOVE 'N' TO WS-DOS-EOF-FLAG
    END-START
    PERFORM UNTIL WS-DOS-EOF-FLAG = 'Y'
       READ MILESTONE-FILE NEXT RECORD
       IF MILE-STATUS NOT = "00"
          MOVE 'Y' TO WS-DOS-EOF-FLAG
       ELSE
          IF MILE-PRD-ID NOT = WS-DOS-PRD-ID
             MOVE 'Y' TO WS-DOS-EOF-FLAG
          ELSE
             ADD 1 TO WS-DOS-ITEM-COUNT
             MOVE "OPEN" TO WS-DOS-MARK
             IF MILE-DONE
                ADD 1 TO WS-DOS-DONE-COUNT
                MOVE "DONE" TO WS-DOS-MARK
             ELSE
                MOVE MILE-TARGET-DATE TO WS-CYCLE-DATE-X
                PERFORM CONVERT-CYCLE-DATE
                IF WS-CYCLE-DAY-NUM > 0
                   AND WS-CYCLE-DAY-NUM < WS-TODAY-DAY-NUM
                   ADD 1 TO WS-DOS-LATE-COUNT
                   MOVE "OVERDUE" TO WS-DOS-MARK
                END-IF
             END-IF
             STRING "  " MILE-SEQ "  " MILE-TITLE "  target "
                    MILE-TARGET-DATE "  " WS-DOS-MARK
                    DELIMITED BY SIZE INTO WS-DOS-TEXT
             PERFORM WRITE-DOSSIER-LINE
          END-IF
       END-IF
    END-PERFORM
    IF WS-DOS-ITEM-COUNT = 0
       MOVE "  No milestones on file." TO WS-DOS-TEXT
    ELSE
       STRING "  " WS-DOS-DONE-COUNT " of " WS-DOS-ITEM-COUNT
              " done, " WS-DOS-LATE-COUNT " overdue"
              DELIMITED BY SIZE INTO WS-DOS-TEXT
    END-IF
    PERFORM WRITE-DOSSIER-LINE.

DOSSIER-MILE-EXIT.
    EXIT.

DOSSIER-DEPENDENCY-SECTION.
    MOVE "DEPENDENCIES" TO WS-DOS-TEXT
    PERFORM WRITE-DOSSIER-HEADING
    IF WS-DOS-DEP-FLAG NOT = 'Y'
       MOVE "  No dependency links on file." TO WS-DOS-TEXT
       PERFORM WRITE-DOSSIER-LINE
       GO TO DOSSIER-DEP-EXIT
    END-IF

    MOVE "  Blocked by:" TO WS-DOS-TEXT
    PERFORM WRITE-DOSSIER-LINE
    MOVE ZERO TO WS-DOS-ITEM-COUNT
    MOVE WS-DOS-PRD-ID TO DEP-PRD-ID
    MOVE ZERO TO DEP-SEQ
    START DEPENDENCY-FILE KEY >= DEP-KEY
       INVALID KEY
          MOVE 'Y' TO WS-DOS-EOF-FLAG
       NOT INVALID KEY
          MOVE 'N' TO WS-DOS-EOF-FLAG
    END-START
    PERFORM UNTIL WS-DOS-EOF-FLAG = 'Y'
       READ DEPENDENCY-FILE NEXT RECORD
       IF DEP-STATUS NOT = "00"
          MOVE 'Y' TO WS-DOS-EOF-FLAG
       ELSE
          IF DEP-PRD-ID NOT = WS-DOS-PRD-ID
             MOVE 'Y' TO WS-DOS-EOF-FLAG
          ELSE
             ADD 1 TO WS-DOS-ITEM-COUNT
             MOVE DEP-BLOCKER-ID TO PRD-ID
             PERFORM DOSSIER-LINKED-PRD
          END-IF
       END-IF
    END-PERFORM
    IF WS-DOS-ITEM-COUNT = 0
       MOVE "    (none)" TO WS-DOS-TEXT
       PERFORM WRITE-DOSSIER-LINE
    END-IF

    *> The reverse direction has no key, so every link is read
    MOVE "  Blocking:" TO WS-DOS-TEXT
    PERFORM WRITE-DOSSIER-LINE
    MOVE ZERO TO WS-DOS-ITEM-COUNT
    MOVE LOW-VALUES TO DEP-KEY
    START DEPENDENCY-FILE KEY >= DEP-KEY
       INVALID KEY
          MOVE 'Y' TO WS-DOS-EOF-FLAG
       NOT INVALID KEY
          MOVE 'N' TO WS-DOS-EOF-FLAG
    END-START
    PERFORM UNTIL WS-DOS-EOF-FLAG = 'Y'
       READ DEPENDENCY-FILE NEXT RECORD
       IF DEP-STATUS NOT = "00"
          MOVE 'Y' TO WS-DOS-EOF-FLAG
       ELSE
          IF DEP-BLOCKER-ID = WS-DOS-PRD-ID
             ADD 1 TO WS-DOS-ITEM-COUNT
             MOVE DEP-PRD-ID TO PRD-ID
             PERFORM DOSSIER-LINKED-PRD
          END-IF
       END-IF
    END-PERFORM
    IF WS-DOS-ITEM-COUNT = 0
       MOVE "    (none)" TO WS-DOS-TEXT
       PERFORM WRITE-DOSSIER-LINE
    END-IF.

DOSSIER-DEP-EXIT.
    EXIT.

DOSSIER-LINKED-PRD.
    *> PRD-ID holds the other end of the link
    READ PRD-FILE
       INVALID KEY
          MOVE "not on live file" TO WS-DOS-LINK-STATUS
          MOVE SPACES TO PRD-TITLE
       NOT INVALID KEY
          IF PRD-STATUS <= 6
             MOVE STATUS-NAME(PRD-STATUS + 1) TO WS-DOS-LINK-STATUS
          ELSE
             MOVE "unknown status" TO WS-DOS-LINK-STATUS
          END-IF
    END-READ
    STRING "    " PRD-ID " " PRD-TITLE " " WS-DOS-LINK-STATUS
           DELIMITED BY SIZE INTO WS-DOS-TEXT
    PERFORM WRITE-DOSSIER-LINE.

DOSSIER-COMMENT-SECTION.
    MOVE "REVIEW COMMENTS" TO WS-DOS-TEXT
    PERFORM WRITE-DOSSIER-HEADING
    MOVE ZERO TO WS-DOS-ITEM-COUNT
    IF WS-DOS-CMNT-FLAG NOT = 'Y'
       MOVE "  No review comments on file." TO WS-DOS-TEXT
       PERFORM WRITE-DOSSIER-LINE
       GO TO DOSSIER-CMNT-EXIT
    END-IF
    MOVE WS-DOS-PRD-ID TO CMNT-PRD-ID
    MOVE ZERO TO CMNT-SEQ
    START COMMENT-FILE KEY >= CMNT-KEY
       INVALID KEY
          MOVE 'Y' TO WS-DOS-EOF-FLAG
       NOT INVALID KEY
          MOVE 'N' TO WS-DOS-EOF-FLAG
    END-START
    PERFORM UNTIL WS-DOS-EOF-FLAG = 'Y'
       READ COMMENT-FILE NEXT RECORD
       IF CMNT-STATUS NOT = "00"
          MOVE 'Y' TO WS-DOS-EOF-FLAG
       ELSE
          IF CMNT-PRD-ID NOT = WS-DOS-PRD-ID
             MOVE 'Y' TO WS-DOS-EOF-FLAG
          ELSE
             ADD 1 TO WS-DOS-ITEM-COUNT
             STRING "  " CMNT-TIMESTAMP "  "
                    FUNCTION TRIM(CMNT-AUTHOR)
                    DELIMITED BY SIZE INTO WS-DOS-TEXT
             PERFORM WRITE-DOSSIER-LINE
             STRING "    " CMNT-TEXT(1:100) DELIMITED BY SIZE
                    INTO WS-DOS-TEXT
             PERFORM WRITE-DOSSIER-LINE
             IF CMNT-TEXT(101:100) NOT = SPACES
                STRING "    " CMNT-TEXT(101:100) DELIMITED BY SIZE
                       INTO WS-DOS-TEXT
                PERFORM WRITE-DOSSIER-LINE
             END-IF
          END-IF
       END-IF
    END-PERFORM
    IF WS-DOS-ITEM-COUNT = 0
       MOVE "  No review comments on file." TO WS-DOS-TEXT
       PERFORM WRITE-DOSSIER-LINE
    END-IF.

DOSSIER-CMNT-EXIT.
    EXIT.

DOSSIER-SIGNOFF-SECTION.
    MOVE "SIGN-OFFS" TO WS-DOS-TEXT
    PERFORM WRITE-DOSSIER-HEADING
    MOVE ZERO TO WS-DOS-ITEM-COUNT
    IF WS-DOS-APPR-FLAG NOT = 'Y'
       MOVE "  No approvers named." TO WS-DOS-TEXT
       PERFORM WRITE-DOSSIER-LINE
       GO TO DOSSIER-SIGNOFF-EXIT
    END-IF
    MOVE WS-DOS-PRD-ID TO APPR-PRD-ID
    MOVE SPACES TO APPR-APPROVER
    START APPROVAL-FILE KEY >= APPR-KEY
       INVALID KEY
          MOVE 'Y' TO WS-DOS-EOF-FLAG
       NOT INVALID KEY
          MOVE 'N' TO WS-DOS-EOF-FLAG
    END-START
    PERFORM UNTIL WS-DOS-EOF-FLAG = 'Y'
       READ APPROVAL-FILE NEXT RECORD
       IF APPR-STATUS NOT = "00"
          MOVE 'Y' TO WS-DOS-EOF-FLAG
       ELSE
          IF APPR-PRD-ID NOT = WS-DOS-PRD-ID
             MOVE 'Y' TO WS-DOS-EOF-FLAG
          ELSE
             ADD 1 TO WS-DOS-ITEM-COUNT
             PERFORM VARYING WS-APPR-ROLE-IDX FROM 1 BY 1
                     UNTIL WS-APPR-ROLE-IDX > 3
                IF APPR-ROLE = SIGNOFF-ROLE-CODE(WS-APPR-ROLE-IDX)
                   MOVE SIGNOFF-ROLE-NAME(WS-APPR-ROLE-IDX)
                        TO WS-APPR-ROLE-NAME
                END-IF
             END-PERFORM
             EVALUATE TRUE
                WHEN APPR-APPROVED
                   MOVE "APPROVED" TO WS-APPR-DECISION-TXT
                WHEN APPR-REJECTED
                   MOVE "REJECTED" TO WS-APPR-DECISION-TXT
                WHEN APPR-CHANGES-REQ
                   MOVE "CHANGES REQUESTED" TO WS-APPR-DECISION-TXT
                WHEN OTHER
                   MOVE "pending" TO WS-APPR-DECISION-TXT
             END-EVALUATE
             STRING "  " APPR-APPROVER "  " WS-APPR-ROLE-NAME "  "
                    WS-APPR-DECISION-TXT "  " APPR-TIMESTAMP
                    DELIMITED BY SIZE INTO WS-DOS-TEXT
             PERFORM WRITE-DOSSIER-LINE
             IF APPR-REMARKS NOT = SPACES
                STRING "    " APPR-REMARKS DELIMITED BY SIZE
                       INTO WS-DOS-TEXT
                PERFORM WRITE-DOSSIER-LINE
             END-IF
          END-IF
       END-IF
    END-PERFORM
    IF WS-DOS-ITEM-COUNT = 0
       MOVE "  No approvers named." TO WS-DOS-TEXT
       PERFORM WRITE-DOSSIER-LINE
    END-IF.

DOSSIER-SIGNOFF-EXIT.
    EXIT.

DOSSIER-AUDIT-SECTION.
    MOVE "AUDIT TRAIL" TO WS-DOS-TEXT
    PERFORM WRITE-DOSSIER-HEADING
    MOVE ZERO TO WS-DOS-ITEM-COUNT
    OPEN INPUT AUDIT-FILE
    IF AUDIT-STATUS NOT = "00"
       MOVE "  No audit history on file." TO WS-DOS-TEXT
       PERFORM WRITE-DOSSIER-LINE
       GO TO DOSSIER-AUDIT-EXIT
    END-IF
    PERFORM UNTIL AUDIT-STATUS = "10"
       READ AUDIT-FILE
       IF AUDIT-STATUS = "00" AND AUDIT-PRD-ID = WS-DOS-PRD-ID
          ADD 1 TO WS-DOS-ITEM-COUNT
          EVALUATE TRUE
             WHEN AUDIT-ACTION-MERGE AND AUDIT-OLD-STATUS <= 6
                STRING "  " AUDIT-TIMESTAMP "  MERGED and archived (was "
                       FUNCTION TRIM(STATUS-NAME(AUDIT-OLD-STATUS + 1))
                       ")" DELIMITED BY SIZE INTO WS-DOS-TEXT
             WHEN AUDIT-ACTION-DELETE AND AUDIT-OLD-STATUS <= 6
                STRING "  " AUDIT-TIMESTAMP "  DELETED (was "
                       FUNCTION TRIM(STATUS-NAME(AUDIT-OLD-STATUS + 1))
                       ")" DELIMITED BY SIZE INTO WS-DOS-TEXT
             WHEN AUDIT-OLD-STATUS <= 6 AND AUDIT-NEW-STATUS <= 6
                STRING "  " AUDIT-TIMESTAMP "  "
                       STATUS-NAME(AUDIT-OLD-STATUS + 1) " -> "
                       STATUS-NAME(AUDIT-NEW-STATUS + 1) "  "
                       AUDIT-OLD-COMPLETION-PCT "% -> "
                       AUDIT-NEW-COMPLETION-PCT "%  by "
                       AUDIT-OPER-ID
                       DELIMITED BY SIZE INTO WS-DOS-TEXT
             WHEN OTHER
                STRING "  " AUDIT-TIMESTAMP "  status "
                       AUDIT-OLD-STATUS " -> " AUDIT-NEW-STATUS
                       " *** not a known status code ***"
                       DELIMITED BY SIZE INTO WS-DOS-TEXT
          END-EVALUATE
          PERFORM WRITE-DOSSIER-LINE
          IF AUDIT-ACTION-MERGE
             STRING "    Duplicate - " AUDIT-OVERRIDE-REASON
                    DELIMITED BY SIZE INTO WS-DOS-TEXT
             PERFORM WRITE-DOSSIER-LINE
          ELSE
             IF AUDIT-OVERRIDE-REASON NOT = SPACES
                STRING "    Override: " AUDIT-OVERRIDE-REASON
                       DELIMITED BY SIZE INTO WS-DOS-TEXT
                PERFORM WRITE-DOSSIER-LINE
             END-IF
          END-IF
          IF AUDIT-ACTION-REJECT
             MOVE "    Sign-off rejected - sent back to Draft"
                  TO WS-DOS-TEXT
             PERFORM WRITE-DOSSIER-LINE
          END-IF
       END-IF
    END-PERFORM
    CLOSE AUDIT-FILE
    IF WS-DOS-ITEM-COUNT = 0
       MOVE "  No recorded changes." TO WS-DOS-TEXT
       PERFORM WRITE-DOSSIER-LINE
    END-IF.

DOSSIER-AUDIT-EXIT.
    EXIT.

DUPLICATE-PRD-REPORT.
    *> Every live PRD against every other live or archived PRD; two
    *> archived PRDs are both history and are not paired
    DISPLAY " "
    DISPLAY "DUPLICATE PRD CANDIDATES (score " DUP-WARN-SCORE
            " or over)"
    MOVE ZERO TO DUP-COUNT
    OPEN INPUT PRD-FILE
    IF FILE-STATUS = "35"
       DISPLAY "No PRD file yet - nothing to compare."
       GO TO DUP-REPORT-EXIT
    END-IF
    IF FILE-STATUS NOT = "00"
       DISPLAY "Error opening PRD file: " FILE-STATUS
       GO TO DUP-REPORT-EXIT
    END-IF
    PERFORM UNTIL FILE-STATUS = "10"
       READ PRD-FILE NEXT RECORD
       IF FILE-STATUS = "00"
          PERFORM BUILD-DUP-KEY THRU BUILD-DUP-KEY-EXIT
          MOVE 'L' TO WS-DUP-SOURCE
          PERFORM ADD-DUP-CANDIDATE
       END-IF
    END-PERFORM
    CLOSE PRD-FILE
    PERFORM LOAD-DUP-ARCHIVE THRU LOAD-DUP-ARCHIVE-EXIT

    *> The inner pass starts at the outer entry so each pair is
    *> scored once; live entries are loaded ahead of archived ones
    MOVE ZERO TO WS-DUP-PAIR-COUNT
    PERFORM VARYING WS-DUP-OTHER-IDX FROM 1 BY 1
            UNTIL WS-DUP-OTHER-IDX > DUP-COUNT
       MOVE DUP-ENTRY(WS-DUP-OTHER-IDX) TO WS-DUP-WORK
       PERFORM VARYING WS-DUP-IDX FROM WS-DUP-OTHER-IDX BY 1
               UNTIL WS-DUP-IDX > DUP-COUNT
          IF WS-DUP-IDX NOT = WS-DUP-OTHER-IDX
             AND DUP-PRD-ID(WS-DUP-IDX) NOT = WS-DUP-PRD-ID
             AND NOT (WS-DUP-FROM-ARCHIVE
                      AND DUP-SOURCE(WS-DUP-IDX) = 'H')
             PERFORM SCORE-DUP-PAIR
             IF WS-DUP-SCORE >= DUP-WARN-SCORE
                PERFORM SHOW-DUP-PAIR
             END-IF
          END-IF
       END-PERFORM
    END-PERFORM

    DISPLAY " "
    DISPLAY "  PRDs compared: " DUP-COUNT
    IF WS-DUP-PAIR-COUNT = 0
       DISPLAY "No suspected duplicates found."
    ELSE
       DISPLAY "  " WS-DUP-PAIR-COUNT " suspected duplicate pair(s)."
       DISPLAY "  Use Merge Duplicate PRDs to fold one into the other."
    END-IF.

DUP-REPORT-EXIT.
    EXIT.

SHOW-DUP-PAIR.
    ADD 1 TO WS-DUP-PAIR-COUNT
    MOVE WS-DUP-IDX TO WS-DUP-BEST-IDX
    PERFORM DESCRIBE-DUP-CANDIDATE
    PERFORM DESCRIBE-DUP-MATCH
    DISPLAY " "
    DISPLAY "  Score " WS-DUP-SCORE
    DISPLAY "    " WS-DUP-PRD-ID " | " WS-DUP-TITLE " | "
            WS-DUP-STATUS-TXT " | " WS-DUP-SOURCE-TXT
    DISPLAY "    " DUP-PRD-ID(WS-DUP-IDX) " | " DUP-TITLE(WS-DUP-IDX)
            " | " WS-DUP-OTHER-STATUS-TXT " | "
            WS-DUP-OTHER-SOURCE-TXT.

DESCRIBE-DUP-CANDIDATE.
    *> Status and file of the PRD held in WS-DUP-WORK
    IF WS-DUP-STATUS <= 6
       MOVE STATUS-NAME(WS-DUP-STATUS + 1) TO WS-DUP-STATUS-TXT
    ELSE
       MOVE "unknown status" TO WS-DUP-STATUS-TXT
    END-IF
    IF WS-DUP-FROM-ARCHIVE
       MOVE "ARCHIVE" TO WS-DUP-SOURCE-TXT
    ELSE
       MOVE "LIVE" TO WS-DUP-SOURCE-TXT
    END-IF.

DESCRIBE-DUP-MATCH.
    *> Status and file of the table entry at WS-DUP-BEST-IDX
    IF DUP-STATUS(WS-DUP-BEST-IDX) <= 6
       MOVE STATUS-NAME(DUP-STATUS(WS-DUP-BEST-IDX) + 1)
            TO WS-DUP-OTHER-STATUS-TXT
    ELSE
       MOVE "unknown status" TO WS-DUP-OTHER-STATUS-TXT
    END-IF
    IF DUP-SOURCE(WS-DUP-BEST-IDX) = 'H'
       MOVE "ARCHIVE" TO WS-DUP-OTHER-SOURCE-TXT
    ELSE
       MOVE "LIVE" TO WS-DUP-OTHER-SOURCE-TXT
    END-IF.

LOAD-DUP-ARCHIVE.
    *> HIST-RECORD shares PRD-RECORD's layout, so each archived PRD
    *> passes through the PRD record area to be keyed; callers load
    *> the archive before they fill the record area themselves
    OPEN INPUT HISTORY-FILE
    IF HISTORY-STATUS = "35"
       GO TO LOAD-DUP-ARCHIVE-EXIT
    END-IF
    IF HISTORY-STATUS NOT = "00"
       DISPLAY "Error opening archive file: " HISTORY-STATUS
       GO TO LOAD-DUP-ARCHIVE-EXIT
    END-IF
    PERFORM UNTIL HISTORY-STATUS = "10"
       READ HISTORY-FILE NEXT RECORD
       IF HISTORY-STATUS = "00"
          MOVE HIST-RECORD TO PRD-RECORD
          *> Archived IDs stay taken, so ADD-NEW-PRD never hands a
          *> purged PRD's ID to a new one
          PERFORM NOTE-PRD-ID-SEQUENCE THRU NOTE-PRD-ID-EXIT
          PERFORM BUILD-DUP-KEY THRU BUILD-DUP-KEY-EXIT
          MOVE 'H' TO WS-DUP-SOURCE
          PERFORM ADD-DUP-CANDIDATE
       END-IF
    END-PERFORM
    CLOSE HISTORY-FILE.

LOAD-DUP-ARCHIVE-EXIT.
    EXIT.

ADD-DUP-CANDIDATE.
    IF DUP-COUNT < MAX-PRDS
       ADD 1 TO DUP-COUNT
       MOVE "DUP-ENTRY" TO WS-CAPACITY-NAME
       MOVE DUP-COUNT TO WS-CAPACITY-USED
       PERFORM CHECK-TABLE-CAPACITY
       MOVE WS-DUP-WORK TO DUP-ENTRY(DUP-COUNT)
    END-IF.

BUILD-DUP-KEY.
    *> Comparison keys for the PRD in the record area. The caller
    *> sets WS-DUP-SOURCE afterwards
    MOVE SPACES TO WS-DUP-WORK
    MOVE PRD-ID TO WS-DUP-PRD-ID
    MOVE PRD-STATUS TO WS-DUP-STATUS
    MOVE PRD-TITLE TO WS-DUP-TITLE
    MOVE ZERO TO WS-DUP-WORD-COUNT
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(PRD-AUTHOR))
         TO WS-DUP-AUTHOR
    PERFORM VARYING WS-DUP-K FROM 1 BY 1 UNTIL WS-DUP-K > 5
       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(PRD-TAG(WS-DUP-K)))
            TO WS-DUP-TAG(WS-DUP-K)
    END-PERFORM
    IF PRD-TITLE = SPACES
       GO TO BUILD-DUP-KEY-EXIT
    END-IF

    *> "Export to CSV", "export-to-csv" and "CSV Export" all reduce
    *> to the same words
    MOVE FUNCTION UPPER-CASE(PRD-TITLE) TO WS-DUP-TITLE-UPPER
    INSPECT WS-DUP-TITLE-UPPER CONVERTING "-_/.,:;()&'!?"
                                       TO "             "
    MOVE 1 TO WS-DUP-PTR
    PERFORM SPLIT-DUP-TITLE-WORD THRU SPLIT-DUP-WORD-EXIT
            UNTIL WS-DUP-PTR > 50 OR WS-DUP-WORD-COUNT = 8.

BUILD-DUP-KEY-EXIT.
    EXIT.

SPLIT-DUP-TITLE-WORD.
    MOVE SPACES TO WS-DUP-ONE-WORD
    UNSTRING WS-DUP-TITLE-UPPER DELIMITED BY ALL SPACE
        INTO WS-DUP-ONE-WORD
        WITH POINTER WS-DUP-PTR
    END-UNSTRING
    *> Words under three letters carry too little to match on
    IF WS-DUP-ONE-WORD(3:1) = SPACE
       GO TO SPLIT-DUP-WORD-EXIT
    END-IF
    MOVE 'N' TO WS-DUP-SKIP-FLAG
    PERFORM VARYING WS-DUP-M FROM 1 BY 1 UNTIL WS-DUP-M > 6
       IF WS-DUP-ONE-WORD = DUP-STOP-WORD(WS-DUP-M)
          MOVE 'Y' TO WS-DUP-SKIP-FLAG
       END-IF
    END-PERFORM
    PERFORM VARYING WS-DUP-M FROM 1 BY 1
            UNTIL WS-DUP-M > WS-DUP-WORD-COUNT
       IF WS-DUP-ONE-WORD(1:20) = WS-DUP-WORD(WS-DUP-M)
          MOVE 'Y' TO WS-DUP-SKIP-FLAG
       END-IF
    END-PERFORM
    IF WS-DUP-SKIP-FLAG = 'N'
       ADD 1 TO WS-DUP-WORD-COUNT
       MOVE WS-DUP-ONE-WORD(1:20) TO WS-DUP-WORD(WS-DUP-WORD-COUNT)
    END-IF.

SPLIT-DUP-WORD-EXIT.
    EXIT.

SCORE-DUP-PAIR.
    *> WS-DUP-WORK against DUP-ENTRY(WS-DUP-IDX), 0 to 100. Words
    *> are unique within a title, so the title share tops out at 60
    *> when both titles reduce to the same words
    MOVE ZERO TO WS-DUP-SCORE
    MOVE ZERO TO WS-DUP-WORD-HITS
    MOVE ZERO TO WS-DUP-TAG-HITS
    PERFORM VARYING WS-DUP-K FROM 1 BY 1
            UNTIL WS-DUP-K > WS-DUP-WORD-COUNT
       PERFORM VARYING WS-DUP-M FROM 1 BY 1
               UNTIL WS-DUP-M > DUP-WORD-COUNT(WS-DUP-IDX)
          IF WS-DUP-WORD(WS-DUP-K) = DUP-WORD(WS-DUP-IDX, WS-DUP-M)
             ADD 1 TO WS-DUP-WORD-HITS
          END-IF
       END-PERFORM
    END-PERFORM
    IF WS-DUP-WORD-COUNT + DUP-WORD-COUNT(WS-DUP-IDX) > 0
       COMPUTE WS-DUP-SCORE = WS-DUP-WORD-HITS * 120
               / (WS-DUP-WORD-COUNT + DUP-WORD-COUNT(WS-DUP-IDX))
    ELSE
       *> Titles made only of short words are compared whole
       IF WS-DUP-TITLE NOT = SPACES
          AND FUNCTION UPPER-CASE(WS-DUP-TITLE) =
              FUNCTION UPPER-CASE(DUP-TITLE(WS-DUP-IDX))
          MOVE 60 TO WS-DUP-SCORE
       END-IF
    END-IF

    PERFORM VARYING WS-DUP-K FROM 1 BY 1 UNTIL WS-DUP-K > 5
       IF WS-DUP-TAG(WS-DUP-K) NOT = SPACES
          PERFORM VARYING WS-DUP-M FROM 1 BY 1 UNTIL WS-DUP-M > 5
             IF WS-DUP-TAG(WS-DUP-K) = DUP-TAG(WS-DUP-IDX, WS-DUP-M)
                ADD 1 TO WS-DUP-TAG-HITS
             END-IF
          END-PERFORM
       END-IF
    END-PERFORM
    IF WS-DUP-TAG-HITS > 3
       MOVE 3 TO WS-DUP-TAG-HITS
    END-IF
    COMPUTE WS-DUP-SCORE = WS-DUP-SCORE + WS-DUP-TAG-HITS * 10

    IF WS-DUP-AUTHOR NOT = SPACES
       AND WS-DUP-AUTHOR = DUP-AUTHOR(WS-DUP-IDX)
       ADD 10 TO WS-DUP-SCORE
    END-IF.

FIND-CLOSEST-DUPLICATE.
    *> Best match in the table for WS-DUP-WORK; an entry under the
    *> same PRD ID is the same PRD, not a duplicate of it
    MOVE ZERO TO WS-DUP-BEST-SCORE
    MOVE ZERO TO WS-DUP-BEST-IDX
    PERFORM VARYING WS-DUP-IDX FROM 1 BY 1 UNTIL WS-DUP-IDX > DUP-COUNT
       IF DUP-PRD-ID(WS-DUP-IDX) NOT = WS-DUP-PRD-ID
          PERFORM SCORE-DUP-PAIR
          IF WS-DUP-SCORE > WS-DUP-BEST-SCORE
             MOVE WS-DUP-SCORE TO WS-DUP-BEST-SCORE
             MOVE WS-DUP-IDX TO WS-DUP-BEST-IDX
          END-IF
       END-IF
    END-PERFORM.

CHECK-IMPORT-DUPLICATE.
    *> A close match is rejected so the department filing it can
    *> check before re-feeding the row; a weaker one is imported
    *> with a warning
    PERFORM BUILD-DUP-KEY THRU BUILD-DUP-KEY-EXIT
    PERFORM FIND-CLOSEST-DUPLICATE
    IF WS-DUP-BEST-SCORE >= DUP-REJECT-SCORE
       MOVE 'Y' TO WS-IMPORT-ERR-FLAG
       MOVE SPACES TO WS-IMPORT-REASON
       STRING "possible duplicate of "
              FUNCTION TRIM(DUP-PRD-ID(WS-DUP-BEST-IDX))
              " (score " WS-DUP-BEST-SCORE ")"
              DELIMITED BY SIZE INTO WS-IMPORT-REASON
    ELSE
       IF WS-DUP-BEST-SCORE >= DUP-WARN-SCORE
          ADD 1 TO WS-DUP-WARN-COUNT
          DISPLAY "Warning: " FUNCTION TRIM(PRD-ID)
                  " may duplicate "
                  FUNCTION TRIM(DUP-PRD-ID(WS-DUP-BEST-IDX))
                  " (score " WS-DUP-BEST-SCORE ")"
       END-IF
    END-IF.

MERGE-DUPLICATE-PRD.
    *> Folds a duplicate into the PRD that survives: milestones and
    *> comments are re-keyed under the survivor after its own, links
    *> are re-pointed at it, and the duplicate goes to the archive
    *> with an audit row naming the survivor
    DISPLAY " "
    DISPLAY "MERGE DUPLICATE PRDS:"
    DISPLAY "Duplicate PRD ID (will be archived): " WITH NO ADVANCING
    MOVE SPACES TO WS-MRG-DUP-ID
    ACCEPT WS-MRG-DUP-ID
    DISPLAY "Surviving PRD ID: " WITH NO ADVANCING
    MOVE SPACES TO WS-MRG-SURV-ID
    ACCEPT WS-MRG-SURV-ID
    IF WS-MRG-DUP-ID = SPACES OR WS-MRG-SURV-ID = SPACES
       DISPLAY "Both PRD IDs are needed - nothing merged."
       GO TO MERGE-EXIT
    END-IF
    IF WS-MRG-DUP-ID = WS-MRG-SURV-ID
       DISPLAY "A PRD cannot be merged into itself."
       GO TO MERGE-EXIT
    END-IF

    OPEN I-O PRD-FILE
    IF FILE-STATUS NOT = "00"
       DISPLAY "Error opening PRD file for merge: " FILE-STATUS
       GO TO MERGE-EXIT
    END-IF
    MOVE WS-MRG-SURV-ID TO PRD-ID
    READ PRD-FILE
       INVALID KEY
          DISPLAY "Surviving PRD not on live file: " WS-MRG-SURV-ID
          GO TO MERGE-CLOSE
    END-READ
    MOVE PRD-TITLE TO WS-MRG-SURV-TITLE
    DISPLAY "  Survivor:  " PRD-ID " | " PRD-TITLE
    MOVE WS-MRG-DUP-ID TO PRD-ID
    READ PRD-FILE
       INVALID KEY
          DISPLAY "Duplicate PRD not on live file: " WS-MRG-DUP-ID
          GO TO MERGE-CLOSE
    END-READ
    DISPLAY "  Duplicate: " PRD-ID " | " PRD-TITLE
    DISPLAY "Move its milestones, comments and links to "
            FUNCTION TRIM(WS-MRG-SURV-ID) " and archive it? (Y/N): "
            WITH NO ADVANCING
    MOVE SPACES TO WS-DUP-ANSWER
    ACCEPT WS-DUP-ANSWER
    IF WS-DUP-ANSWER NOT = "Y" AND WS-DUP-ANSWER NOT = "y"
       DISPLAY "Nothing merged."
       GO TO MERGE-CLOSE
    END-IF

    OPEN I-O HISTORY-FILE
    IF HISTORY-STATUS = "35"
       OPEN OUTPUT HISTORY-FILE
       CLOSE HISTORY-FILE
       OPEN I-O HISTORY-FILE
    END-IF
    IF HISTORY-STATUS NOT = "00"
       DISPLAY "Error opening archive file: " HISTORY-STATUS
       GO TO MERGE-CLOSE
    END-IF

    MOVE "MERGE-DUPLICATE-PRD" TO WS-JRNL-STEP
    MOVE 'N' TO WS-MRG-FAIL-FLAG
    PERFORM MERGE-MOVE-MILESTONES THRU MERGE-MOVE-MILE-EXIT
    IF NOT WS-MRG-FAILED
       PERFORM MERGE-MOVE-COMMENTS THRU MERGE-MOVE-CMNT-EXIT
    END-IF
    IF NOT WS-MRG-FAILED
       PERFORM MERGE-MOVE-DEPENDENCIES THRU MERGE-MOVE-DEP-EXIT
    END-IF
    IF WS-MRG-FAILED
       DISPLAY "Merge stopped - " FUNCTION TRIM(WS-MRG-DUP-ID)
               " left on the live file; rows already moved stay with "
               FUNCTION TRIM(WS-MRG-SURV-ID) "."
       MOVE 8 TO WS-RUN-RC
       GO TO MERGE-CLOSE-ALL
    END-IF

    *> The duplicate is archived as Archived, and the live record is
    *> only deleted once the archive copy is safely on file
    MOVE WS-MRG-DUP-ID TO PRD-ID
    READ PRD-FILE
       INVALID KEY
          DISPLAY "Duplicate PRD no longer on live file: "
                  WS-MRG-DUP-ID
          GO TO MERGE-CLOSE-ALL
    END-READ
    MOVE PRD-STATUS TO WS-OLD-STATUS
    MOVE PRD-COMPLETION-PCT TO WS-OLD-COMPLETION-PCT
    ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
    STRING WS-CURRENT-YEAR "-" WS-CURRENT-MONTH "-"
           WS-CURRENT-DAY DELIMITED BY SIZE
           INTO WS-FORMATTED-DATE
    MOVE PRD-RECORD TO HIST-RECORD
    MOVE 6 TO HIST-STATUS
    MOVE WS-FORMATTED-DATE TO HIST-UPDATED-DATE
    WRITE HIST-RECORD
    IF HISTORY-STATUS = "22"
       REWRITE HIST-RECORD
    END-IF
    IF HISTORY-STATUS NOT = "00"
       DISPLAY "Error archiving " PRD-ID ": " HISTORY-STATUS
               " - record left on live file"
       MOVE 8 TO WS-RUN-RC
       GO TO MERGE-CLOSE-ALL
    END-IF
    DELETE PRD-FILE RECORD
    IF FILE-STATUS NOT = "00"
       DISPLAY "Error deleting " PRD-ID ": " FILE-STATUS
       MOVE 8 TO WS-RUN-RC
       GO TO MERGE-CLOSE-ALL
    END-IF
    MOVE "PRD" TO WS-JRNL-FILE-ID
    MOVE 'D' TO WS-JRNL-ACTION
    PERFORM WRITE-JOURNAL-ENTRY THRU WRITE-JOURNAL-EXIT

    *> Its release slot and sign-offs were for the duplicate itself
    *> and are not carried across
    MOVE WS-MRG-DUP-ID TO WS-KEY-ID
    PERFORM REMOVE-PRD-RELEASE-LINK THRU REMOVE-PRD-REL-EXIT
    PERFORM REMOVE-PRD-APPROVALS THRU REMOVE-PRD-APPR-EXIT

    MOVE 6 TO PRD-STATUS
    MOVE WS-FORMATTED-DATE TO PRD-UPDATED-DATE
    MOVE SPACES TO WS-OVERRIDE-REASON
    STRING "merged into " FUNCTION TRIM(WS-MRG-SURV-ID)
           DELIMITED BY SIZE INTO WS-OVERRIDE-REASON
    MOVE 'M' TO WS-AUDIT-ACTION
    PERFORM WRITE-AUDIT-RECORD THRU WRITE-AUDIT-EXIT

    DISPLAY "Merged " FUNCTION TRIM(WS-MRG-DUP-ID) " into "
            FUNCTION TRIM(WS-MRG-SURV-ID) " - "
            FUNCTION TRIM(WS-MRG-SURV-TITLE)
    DISPLAY "  Moved: " WS-MRG-MILE-MOVED " milestone(s), "
            WS-MRG-CMNT-MOVED " comment(s), "
            WS-MRG-DEP-MOVED " dependency link(s)."
    IF WS-MRG-DEP-DROPPED > 0
       DISPLAY "  Dropped: " WS-MRG-DEP-DROPPED
               " dependency link(s) listed above."
    END-IF
    DISPLAY "  " FUNCTION TRIM(WS-MRG-DUP-ID)
            " archived to PRDHIST.DAT."
    IF WS-MRG-MILE-MOVED > 0
       DISPLAY "  Completion for " FUNCTION TRIM(WS-MRG-SURV-ID)
               " is re-rolled from its milestones at the next"
               " analytics run."
    END-IF.

MERGE-CLOSE-ALL.
    CLOSE HISTORY-FILE.

MERGE-CLOSE.
    CLOSE PRD-FILE.

MERGE-EXIT.
    EXIT.

MERGE-MOVE-MILESTONES.
    MOVE ZERO TO WS-MRG-MILE-MOVED
    OPEN I-O MILESTONE-FILE
    IF MILE-STATUS = "35"
       GO TO MERGE-MOVE-MILE-EXIT
    END-IF
    IF MILE-STATUS NOT = "00"
       DISPLAY "Error opening milestone file: " MILE-STATUS
       MOVE 'Y' TO WS-MRG-FAIL-FLAG
       GO TO MERGE-MOVE-MILE-EXIT
    END-IF

    MOVE ZERO TO WS-MRG-MILE-COUNT
    MOVE WS-MRG-DUP-ID TO MILE-PRD-ID
    MOVE ZERO TO MILE-SEQ
    START MILESTONE-FILE KEY >= MILE-KEY
       INVALID KEY
          MOVE 'Y' TO WS-CHILD-EOF-FLAG
       NOT INVALID KEY
          MOVE 'N' TO WS-CHILD-EOF-FLAG
    END-START
    PERFORM UNTIL WS-CHILD-EOF-FLAG = 'Y'
       READ MILESTONE-FILE NEXT RECORD
       IF MILE-STATUS NOT = "00" OR MILE-PRD-ID NOT = WS-MRG-DUP-ID
          MOVE 'Y' TO WS-CHILD-EOF-FLAG
       ELSE
          ADD 1 TO WS-MRG-MILE-COUNT
          MOVE MILESTONE-RECORD TO WS-MRG-MILE-ROW(WS-MRG-MILE-COUNT)
       END-IF
    END-PERFORM
    IF WS-MRG-MILE-COUNT = 0
       CLOSE MILESTONE-FILE
       GO TO MERGE-MOVE-MILE-EXIT
    END-IF

    *> The moved milestones follow the survivor's own
    MOVE ZERO TO WS-MRG-NEXT-SEQ
    MOVE WS-MRG-SURV-ID TO MILE-PRD-ID
    MOVE ZERO TO MILE-SEQ
    START MILESTONE-FILE KEY >= MILE-KEY
       INVALID KEY
          MOVE 'Y' TO WS-CHILD-EOF-FLAG
       NOT INVALID KEY
          MOVE 'N' TO WS-CHILD-EOF-FLAG
    END-START
    PERFORM UNTIL WS-CHILD-EOF-FLAG = 'Y'
       READ MILESTONE-FILE NEXT RECORD
       IF MILE-STATUS NOT = "00" OR MILE-PRD-ID NOT = WS-MRG-SURV-ID
          MOVE 'Y' TO WS-CHILD-EOF-FLAG
       ELSE
          MOVE MILE-SEQ TO WS-MRG-NEXT-SEQ
       END-IF
    END-PERFORM
    IF WS-MRG-NEXT-SEQ + WS-MRG-MILE-COUNT > 999
       DISPLAY "Milestone limit - the survivor cannot take "
               WS-MRG-MILE-COUNT " more milestone(s)."
       MOVE 'Y' TO WS-MRG-FAIL-FLAG
       CLOSE MILESTONE-FILE
       GO TO MERGE-MOVE-MILE-EXIT
    END-IF

    PERFORM VARYING WS-MRG-IDX FROM 1 BY 1
            UNTIL WS-MRG-IDX > WS-MRG-MILE-COUNT OR WS-MRG-FAILED
       MOVE WS-MRG-MILE-ROW(WS-MRG-IDX) TO MILESTONE-RECORD
       MOVE WS-MRG-SURV-ID TO MILE-PRD-ID
       ADD 1 TO WS-MRG-NEXT-SEQ
       MOVE WS-MRG-NEXT-SEQ TO MILE-SEQ
       WRITE MILESTONE-RECORD
       IF MILE-STATUS NOT = "00"
          DISPLAY "Error writing milestone " MILE-PRD-ID " "
                  MILE-SEQ ": " MILE-STATUS
          MOVE 'Y' TO WS-MRG-FAIL-FLAG
       ELSE
          MOVE "MILE" TO WS-JRNL-FILE-ID
          MOVE 'A' TO WS-JRNL-ACTION
          PERFORM WRITE-JOURNAL-ENTRY THRU WRITE-JOURNAL-EXIT
          MOVE WS-MRG-MILE-ROW(WS-MRG-IDX) TO MILESTONE-RECORD
          DELETE MILESTONE-FILE RECORD
          IF MILE-STATUS NOT = "00"
             DISPLAY "Error deleting milestone " MILE-PRD-ID " "
                     MILE-SEQ ": " MILE-STATUS
             MOVE 'Y' TO WS-MRG-FAIL-FLAG
          ELSE
             ADD 1 TO WS-MRG-MILE-MOVED
             MOVE "MILE" TO WS-JRNL-FILE-ID
             MOVE 'D' TO WS-JRNL-ACTION
             PERFORM WRITE-JOURNAL-ENTRY THRU WRITE-JOURNAL-EXIT
          END-IF
       END-IF
    END-PERFORM
    CLOSE MILESTONE-FILE.

MERGE-MOVE-MILE-EXIT.
    EXIT.

MERGE-MOVE-COMMENTS.
    *> Same as MERGE-MOVE-MILESTONES for PRDCMNT.DAT; each comment
    *> keeps its timestamp, author and operator
    MOVE ZERO TO WS-MRG-CMNT-MOVED
    OPEN I-O COMMENT-FILE
    IF CMNT-STATUS = "35"
       GO TO MERGE-MOVE-CMNT-EXIT
    END-IF
    IF CMNT-STATUS NOT = "00"
       DISPLAY "Error opening comment file: " CMNT-STATUS
       MOVE 'Y' TO WS-MRG-FAIL-FLAG
       GO TO MERGE-MOVE-CMNT-EXIT
    END-IF

    MOVE ZERO TO WS-MRG-CMNT-COUNT
    MOVE WS-MRG-DUP-ID TO CMNT-PRD-ID
    MOVE ZERO TO CMNT-SEQ
    START COMMENT-FILE KEY >= CMNT-KEY
       INVALID KEY
          MOVE 'Y' TO WS-CHILD-EOF-FLAG
       NOT INVALID KEY
          MOVE 'N' TO WS-CHILD-EOF-FLAG
    END-START
    PERFORM UNTIL WS-CHILD-EOF-FLAG = 'Y'
       READ COMMENT-FILE NEXT RECORD
       IF CMNT-STATUS NOT = "00" OR CMNT-PRD-ID NOT = WS-MRG-DUP-ID
          MOVE 'Y' TO WS-CHILD-EOF-FLAG
       ELSE
          ADD 1 TO WS-MRG-CMNT-COUNT
          MOVE COMMENT-RECORD TO WS-MRG-CMNT-ROW(WS-MRG-CMNT-COUNT)
       END-IF
    END-PERFORM
    IF WS-MRG-CMNT-COUNT = 0
       CLOSE COMMENT-FILE
       GO TO MERGE-MOVE-CMNT-EXIT
    END-IF

    MOVE ZERO TO WS-MRG-NEXT-SEQ
    MOVE WS-MRG-SURV-ID TO CMNT-PRD-ID
    MOVE ZERO TO CMNT-SEQ
    START COMMENT-FILE KEY >= CMNT-KEY
       INVALID KEY
          MOVE 'Y' TO WS-CHILD-EOF-FLAG
       NOT INVALID KEY
          MOVE 'N' TO WS-CHILD-EOF-FLAG
    END-START
    PERFORM UNTIL WS-CHILD-EOF-FLAG = 'Y'
       READ COMMENT-FILE NEXT RECORD
       IF CMNT-STATUS NOT = "00" OR CMNT-PRD-ID NOT = WS-MRG-SURV-ID
          MOVE 'Y' TO WS-CHILD-EOF-FLAG
       ELSE
          MOVE CMNT-SEQ TO WS-MRG-NEXT-SEQ
       END-IF
    END-PERFORM
    IF WS-MRG-NEXT-SEQ + WS-MRG-CMNT-COUNT > 999
       DISPLAY "Comment limit - the survivor cannot take "
               WS-MRG-CMNT-COUNT " more comment(s)."
       MOVE 'Y' TO WS-MRG-FAIL-FLAG
       CLOSE COMMENT-FILE
       GO TO MERGE-MOVE-CMNT-EXIT
    END-IF

    PERFORM VARYING WS-MRG-IDX FROM 1 BY 1
            UNTIL WS-MRG-IDX > WS-MRG-CMNT-COUNT OR WS-MRG-FAILED
       MOVE WS-MRG-CMNT-ROW(WS-MRG-IDX) TO COMMENT-RECORD
       MOVE WS-MRG-SURV-ID TO CMNT-PRD-ID
       ADD 1 TO WS-MRG-NEXT-SEQ
       MOVE WS-MRG-NEXT-SEQ TO CMNT-SEQ
       WRITE COMMENT-RECORD
       IF CMNT-STATUS NOT = "00"
          DISPLAY "Error writing comment " CMNT-PRD-ID " "
                  CMNT-SEQ ": " CMNT-STATUS
          MOVE 'Y' TO WS-MRG-FAIL-FLAG
       ELSE
          MOVE "CMNT" TO WS-JRNL-FILE-ID
          MOVE 'A' TO WS-JRNL-ACTION
          PERFORM WRITE-JOURNAL-ENTRY THRU WRITE-JOURNAL-EXIT
          MOVE WS-MRG-CMNT-ROW(WS-MRG-IDX) TO COMMENT-RECORD
          DELETE COMMENT-FILE RECORD
          IF CMNT-STATUS NOT = "00"
             DISPLAY "Error deleting comment " CMNT-PRD-ID " "
                     CMNT-SEQ ": " CMNT-STATUS
             MOVE 'Y' TO WS-MRG-FAIL-FLAG
          ELSE
             ADD 1 TO WS-MRG-CMNT-MOVED
             MOVE "CMNT" TO WS-JRNL-FILE-ID
             MOVE 'D' TO WS-JRNL-ACTION
             PERFORM WRITE-JOURNAL-ENTRY THRU WRITE-JOURNAL-EXIT
          END-IF
       END-IF
    END-PERFORM
    CLOSE COMMENT-FILE.

MERGE-MOVE-CMNT-EXIT.
    EXIT.

MERGE-MOVE-DEPENDENCIES.
    *> Every link touching the duplicate is noted, the originals are
    *> removed, then each is re-made against the survivor. Removing
    *> first keeps the duplicate's own links out of the loop check
    MOVE ZERO TO WS-MRG-DEP-MOVED
    MOVE ZERO TO WS-MRG-DEP-DROPPED
    OPEN INPUT DEPENDENCY-FILE
    IF DEP-STATUS = "35"
       GO TO MERGE-MOVE-DEP-EXIT
    END-IF
    IF DEP-STATUS NOT = "00"
       DISPLAY "Error opening dependency file: " DEP-STATUS
       MOVE 'Y' TO WS-MRG-FAIL-FLAG
       GO TO MERGE-MOVE-DEP-EXIT
    END-IF
    MOVE ZERO TO WS-MRG-LINK-COUNT
    PERFORM UNTIL DEP-STATUS = "10"
       READ DEPENDENCY-FILE NEXT RECORD
       IF DEP-STATUS = "00"
          IF DEP-PRD-ID = WS-MRG-DUP-ID
             OR DEP-BLOCKER-ID = WS-MRG-DUP-ID
             IF WS-MRG-LINK-COUNT < 999
                ADD 1 TO WS-MRG-LINK-COUNT
                MOVE DEP-PRD-ID
                     TO WS-MRG-LINK-PRD-ID(WS-MRG-LINK-COUNT)
                MOVE DEP-BLOCKER-ID
                     TO WS-MRG-LINK-BLOCKER(WS-MRG-LINK-COUNT)
             ELSE
                MOVE 'Y' TO WS-MRG-FAIL-FLAG
             END-IF
          END-IF
       END-IF
    END-PERFORM
    CLOSE DEPENDENCY-FILE
    IF WS-MRG-FAILED
       DISPLAY "More than 999 dependency links name "
               FUNCTION TRIM(WS-MRG-DUP-ID) " - links not moved."
       GO TO MERGE-MOVE-DEP-EXIT
    END-IF
    IF WS-MRG-LINK-COUNT = 0
       GO TO MERGE-MOVE-DEP-EXIT
    END-IF

    MOVE WS-MRG-DUP-ID TO WS-KEY-ID
    PERFORM REMOVE-PRD-DEPENDENCIES THRU REMOVE-PRD-DEP-EXIT
    OPEN I-O DEPENDENCY-FILE
    IF DEP-STATUS NOT = "00"
       DISPLAY "Error opening dependency file: " DEP-STATUS
       MOVE 'Y' TO WS-MRG-FAIL-FLAG
       GO TO MERGE-MOVE-DEP-EXIT
    END-IF
    PERFORM VARYING WS-MRG-IDX FROM 1 BY 1
            UNTIL WS-MRG-IDX > WS-MRG-LINK-COUNT
       PERFORM RELINK-MERGED-DEPENDENCY THRU RELINK-MERGED-DEP-EXIT
    END-PERFORM
    CLOSE DEPENDENCY-FILE.

MERGE-MOVE-DEP-EXIT.
    EXIT.

RELINK-MERGED-DEPENDENCY.
    *> The duplicate's own blockers now block the survivor; a PRD
    *> that waited on the duplicate now waits on the survivor
    IF WS-MRG-LINK-PRD-ID(WS-MRG-IDX) = WS-MRG-DUP-ID
       MOVE WS-MRG-SURV-ID TO WS-DEP-PRD-ID
       MOVE WS-MRG-LINK-BLOCKER(WS-MRG-IDX) TO WS-DEP-BLOCKER-ID
    ELSE
       MOVE WS-MRG-LINK-PRD-ID(WS-MRG-IDX) TO WS-DEP-PRD-ID
       MOVE WS-MRG-SURV-ID TO WS-DEP-BLOCKER-ID
    END-IF
    MOVE SPACES TO WS-MRG-DROP-REASON
    IF WS-DEP-PRD-ID = WS-DEP-BLOCKER-ID
       MOVE "it would block itself" TO WS-MRG-DROP-REASON
       GO TO RELINK-MERGED-DROP
    END-IF

    *> One pass finds the next sequence and any link already there
    MOVE ZERO TO WS-DEP-SEQ
    MOVE WS-DEP-PRD-ID TO DEP-PRD-ID
    MOVE ZERO TO DEP-SEQ
    START DEPENDENCY-FILE KEY >= DEP-KEY
       INVALID KEY
          MOVE 'Y' TO WS-DEP-EOF-FLAG
       NOT INVALID KEY
          MOVE 'N' TO WS-DEP-EOF-FLAG
    END-START
    PERFORM UNTIL WS-DEP-EOF-FLAG = 'Y'
       READ DEPENDENCY-FILE NEXT RECORD
       IF DEP-STATUS NOT = "00" OR DEP-PRD-ID NOT = WS-DEP-PRD-ID
          MOVE 'Y' TO WS-DEP-EOF-FLAG
       ELSE
          MOVE DEP-SEQ TO WS-DEP-SEQ
          IF DEP-BLOCKER-ID = WS-DEP-BLOCKER-ID
             MOVE "already linked" TO WS-MRG-DROP-REASON
          END-IF
       END-IF
    END-PERFORM
    IF WS-MRG-DROP-REASON NOT = SPACES
       GO TO RELINK-MERGED-DROP
    END-IF
    IF WS-DEP-SEQ >= 999
       MOVE "dependency limit reached" TO WS-MRG-DROP-REASON
       GO TO RELINK-MERGED-DROP
    END-IF
    PERFORM CHECK-DEPENDENCY-LOOP THRU CHECK-DEP-LOOP-EXIT
    IF WS-CHAIN-LOOP-FOUND
       MOVE "it would close a loop" TO WS-MRG-DROP-REASON
       GO TO RELINK-MERGED-DROP
    END-IF

    MOVE WS-DEP-PRD-ID TO DEP-PRD-ID
    COMPUTE DEP-SEQ = WS-DEP-SEQ + 1
    MOVE WS-DEP-BLOCKER-ID TO DEP-BLOCKER-ID
    WRITE DEPENDENCY-RECORD
    IF DEP-STATUS NOT = "00"
       DISPLAY "Error writing dependency: " DEP-STATUS
       MOVE 8 TO WS-RUN-RC
       MOVE "write failed" TO WS-MRG-DROP-REASON
       GO TO RELINK-MERGED-DROP
    END-IF
    ADD 1 TO WS-MRG-DEP-MOVED
    MOVE "DEP" TO WS-JRNL-FILE-ID
    MOVE 'A' TO WS-JRNL-ACTION
    PERFORM WRITE-JOURNAL-ENTRY THRU WRITE-JOURNAL-EXIT
    GO TO RELINK-MERGED-DEP-EXIT.

RELINK-MERGED-DROP.
    ADD 1 TO WS-MRG-DEP-DROPPED
    DISPLAY "  Link dropped: " FUNCTION TRIM(WS-DEP-PRD-ID)
            " blocked by " FUNCTION TRIM(WS-DEP-BLOCKER-ID) " - "
            FUNCTION TRIM(WS-MRG-DROP-REASON).

RELINK-MERGED-DEP-EXIT.
    EXIT.

OWNER-WORKLOAD-REPORT.
                     ROLLUP-DONE(WS-ROLLUP-IDX) * 100
                     / ROLLUP-TOTAL(WS-ROLLUP-IDX)
             IF WS-ROLLUP-PCT NOT = PRD-COMPLETION-PCT
                MOVE PRD-RECORD TO WS-JRNL-BEFORE
                MOVE WS-ROLLUP-PCT TO PRD-COMPLETION-PCT
                REWRITE PRD-RECORD
                IF FILE-STATUS(1:1) NOT = "0"
                   DISPLAY "Error rewriting roll-up for "
                           PRD-ID ": " FILE-STATUS
                ELSE
                   MOVE "ROLLUP-MILESTONE-COMPLETION" TO WS-JRNL-STEP
                   MOVE "PRD" TO WS-JRNL-FILE-ID
                   MOVE 'U' TO WS-JRNL-ACTION
                   PERFORM WRITE-JOURNAL-ENTRY THRU WRITE-JOURNAL-EXIT
                END-IF
             END-IF
       END-READ
       END-IF
    END-IF.

WRITE-IMPORT-ASSIGNMENT.
    *> The PRD was just written, so any assignment already on file
    *> is left over from an earlier PRD of the same ID - replace it
    MOVE PRD-ID TO RA-PRD-ID
    MOVE WS-IMP-RELEASE TO RA-REL-ID
    MOVE WS-FORMATTED-DATE TO RA-ASSIGNED-DATE
    MOVE WS-OPER-ID TO RA-OPER-ID
    WRITE REL-ASSIGN-RECORD
    IF RELA-STATUS = "22"
       REWRITE REL-ASSIGN-RECORD
    END-IF
    IF RELA-STATUS(1:1) NOT = "0"
       DISPLAY "Error writing release assignment for "
               FUNCTION TRIM(PRD-ID) ": " RELA-STATUS
    END-IF.

WRITE-REJECT-ROW.
    *> Reason line first, then the raw row on its own line so a fixed
    *> row can be copied straight back into PRDIMPORT.CSV and re-fed
    *> destructive batch runs cannot start underneath an operator
    IF NOT BATCH-MODE
       PERFORM TAKE-RUN-LOCK
    ELSE
       MOVE "BATCH" TO WS-OPER-ID
       MOVE "Scheduled batch run" TO WS-OPER-NAME
       MOVE 4 TO WS-OPER-ROLE
    END-IF.

DISPLAY-WELCOME.
    MOVE 15 TO SAMPLE-COMPLETION(10).

LOAD-SAMPLE-DATA-ROUTINE.
    MOVE "LOAD-SAMPLE-DATA-ROUTINE" TO WS-JRNL-STEP
    OPEN I-O PRD-FILE
    IF FILE-STATUS = "35"
       OPEN OUTPUT PRD-FILE
CREATE-PRD.
    *> Writes a new PRD record, or - when its ID already exists from a
    *> prior run - rewrites the existing record with the same values
    *> instead of failing, so this routine can be run more than once.
    *> The caller sets WS-JRNL-STEP
    WRITE PRD-RECORD
    IF FILE-STATUS = "22"
       *> The record being replaced is read first for the journal
       MOVE PRD-RECORD TO WS-JRNL-HOLD
       READ PRD-FILE
          NOT INVALID KEY
             MOVE PRD-RECORD TO WS-JRNL-BEFORE
       END-READ
       MOVE WS-JRNL-HOLD TO PRD-RECORD
       REWRITE PRD-RECORD
       IF FILE-STATUS(1:1) NOT = "0"
          DISPLAY "Error updating existing PRD record: " FILE-STATUS
       ELSE
          ADD 1 TO TOTAL-PRDS
          MOVE "PRD" TO WS-JRNL-FILE-ID
          MOVE 'U' TO WS-JRNL-ACTION
          PERFORM WRITE-JOURNAL-ENTRY THRU WRITE-JOURNAL-EXIT
       END-IF
    ELSE
       IF FILE-STATUS(1:1) NOT = "0"
          DISPLAY "Error writing PRD record: " FILE-STATUS
       ELSE
          ADD 1 TO TOTAL-PRDS
          MOVE "PRD" TO WS-JRNL-FILE-ID
          MOVE 'A' TO WS-JRNL-ACTION
          PERFORM WRITE-JOURNAL-ENTRY THRU WRITE-JOURNAL-EXIT
       END-IF
    END-IF.

    *> this year before any prompting, so the assigned ID cannot
    *> collide with the sample loader's or an earlier add's
    MOVE ZERO TO WS-ADD-MAX-SEQ
    MOVE ZERO TO DUP-COUNT
    PERFORM UNTIL FILE-STATUS = "10"
       READ PRD-FILE NEXT RECORD
       IF FILE-STATUS = "00"
          PERFORM NOTE-PRD-ID-SEQUENCE THRU NOTE-PRD-ID-EXIT
          *> The same pass collects the duplicate-check keys
          PERFORM BUILD-DUP-KEY THRU BUILD-DUP-KEY-EXIT
          MOVE 'L' TO WS-DUP-SOURCE
          PERFORM ADD-DUP-CANDIDATE
       END-IF
    END-PERFORM
    PERFORM LOAD-DUP-ARCHIVE THRU LOAD-DUP-ARCHIVE-EXIT

    DISPLAY "Title: " WITH NO ADVANCING
    MOVE SPACES TO PRD-TITLE
       GO TO ADD-NEW-CLOSE
    END-IF

    *> A new PRD that closely matches one already on file, live or
    *> archived, is shown to the operator before it is keyed. PRD-ID
    *> still holds the last record scanned, so it is cleared first
    *> or that record would be skipped as the same PRD
    MOVE SPACES TO PRD-ID
    PERFORM BUILD-DUP-KEY THRU BUILD-DUP-KEY-EXIT
    PERFORM FIND-CLOSEST-DUPLICATE
    IF WS-DUP-BEST-SCORE >= DUP-WARN-SCORE
       PERFORM DESCRIBE-DUP-MATCH
       DISPLAY "Possible duplicate (score " WS-DUP-BEST-SCORE "): "
               FUNCTION TRIM(DUP-PRD-ID(WS-DUP-BEST-IDX)) " - "
               FUNCTION TRIM(WS-DUP-OTHER-STATUS-TXT) ", "
               FUNCTION TRIM(WS-DUP-OTHER-SOURCE-TXT)
       DISPLAY "  " DUP-TITLE(WS-DUP-BEST-IDX)
       DISPLAY "Add anyway? (Y/N): " WITH NO ADVANCING
       MOVE SPACES TO WS-DUP-ANSWER
       ACCEPT WS-DUP-ANSWER
       IF WS-DUP-ANSWER NOT = "Y" AND WS-DUP-ANSWER NOT = "y"
          DISPLAY "PRD not added."
          GO TO ADD-NEW-CLOSE
       END-IF
    END-IF

    COMPUTE WS-ADD-SEQ = WS-ADD-MAX-SEQ + 1
    *> PRD-ID still holds the last record the scan read, and STRING
    *> leaves any bytes past the new ID in place, so clear it first.
       DISPLAY "PRD ID already in use - try again."
       GO TO ADD-NEW-CLOSE
    END-IF
    IF FILE-STATUS(1:1) NOT = "0"
       DISPLAY "Error writing PRD record: " FILE-STATUS
       GO TO ADD-NEW-CLOSE
    END-IF
    ADD 1 TO TOTAL-PRDS
    DISPLAY "PRD added: " FUNCTION TRIM(PRD-ID)
    MOVE "ADD-NEW-PRD" TO WS-JRNL-STEP
    MOVE "PRD" TO WS-JRNL-FILE-ID
    MOVE 'A' TO WS-JRNL-ACTION
    PERFORM WRITE-JOURNAL-ENTRY THRU WRITE-JOURNAL-EXIT.

ADD-NEW-CLOSE.
    CLOSE PRD-FILE.
