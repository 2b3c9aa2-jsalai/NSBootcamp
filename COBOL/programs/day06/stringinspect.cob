       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> The input, its reference files and its outputs are named by
      *> the feed being scanned (see WS-FEED-NAMES); with no feed
      *> list on the run card they keep their original names.
           SELECT SI-INPUT-FILE ASSIGN TO WS-INPUT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.
           SELECT SI-EXCEPT-FILE ASSIGN TO WS-EXCEPT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPT-STATUS.
           SELECT SI-RULES-FILE ASSIGN TO WS-RULES-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULES-STATUS.
           SELECT SI-CHECKPOINT-FILE ASSIGN TO "STRCKPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-STATUS.
           SELECT SI-LAYOUT-FILE ASSIGN TO WS-LAYOUT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LAYOUT-STATUS.
           SELECT SI-THRESHOLD-FILE ASSIGN TO WS-THRESHOLD-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-THRESHOLD-STATUS.
           SELECT SI-CODES-FILE ASSIGN TO WS-CODES-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CODES-STATUS.
           SELECT SI-CLEAN-FILE ASSIGN TO WS-CLEAN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLEAN-STATUS.
           SELECT SI-LOCK-FILE ASSIGN TO "STRLOCK.DAT"
           SELECT GEN-PARM-FILE ASSIGN TO "GENPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-STATUS.
      *> The live masters the R (reference) layout type checks
      *> against; read only, and only when a layout asks for them.
           SELECT SI-ACCT-MASTER-FILE ASSIGN TO "ADDMSTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCT-MASTER-STATUS.
           SELECT SI-LOAN-PORT-FILE ASSIGN TO "LOOPPORT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOAN-PORT-STATUS.
           COPY AUDITSEL.
           COPY RUNCSEL.
           COPY METRSEL.
           COPY STRFSEL.
      *> The exception case file, and the work file each refresh is
      *> written to before it replaces STRCASE.DAT.
           COPY STRCSEL.
           SELECT SI-CASE-NEW-FILE ASSIGN TO "STRCASEN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASE-NEW-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SI-INPUT-FILE.
       01  SI-INPUT-RECORD        PIC X(120).

       FD  SI-EXCEPT-FILE.
       01  SI-EXCEPT-RECORD       PIC X(130).

       FD  SI-RULES-FILE.
       01  SI-RULES-RECORD.
           *> so a restarted run's trailer still proves the records
           *> written before the crash.
           05  CK-CLEAN-HASH      PIC 9(13).
           *> The feed the checkpoint belongs to, and whether that
           *> feed has finished.  A checkpoint written before feeds
           *> existed reads back blank, which is the STRIN.DAT feed.
           05  CK-FEED-ID         PIC X(08).
           05  CK-FEED-DONE       PIC X(01).
           *> Every feed the run has finished so far.  A restart skips
           *> exactly these and scans every other feed, so a feed that
           *> would not open is picked up again even when feeds after
           *> it on the card ran and checkpointed.  A checkpoint
           *> written before the list existed reads back blank.
           05  CK-DONE-COUNT      PIC 9(02).
           05  CK-DONE-FEED       OCCURS 8 TIMES PIC X(08).
           *> The feed's case counts ride along too: the cases folded
           *> in before a crash are on file already, so after the
           *> restart the CASES line still counts them.
           05  CK-CASE-NEW-COUNT  PIC 9(7).
           05  CK-CASE-AGAIN-COUNT PIC 9(7).
           05  CK-CASE-REOPEN-COUNT PIC 9(7).

       FD  SI-LAYOUT-FILE.
       01  SI-LAYOUT-RECORD.
           *> every layout written before the zone existed - applies
           *> to all detail records.
           05  LAY-REC-TYPE       PIC X(01).
           *> For an R-type field, the master it must be found on:
           *> A = account (ADDMSTR.DAT), L = loan (LOOPPORT.DAT),
           *> B = borrower (PF-BORROWER-REF on LOOPPORT.DAT).
           05  LAY-REF-MASTER     PIC X(01).
           *> Severity of a failure on this field, W, E or F.  Blank
           *> - every layout written before the zone existed - is E.
           05  LAY-SEVERITY       PIC X(01).

       FD  SI-THRESHOLD-FILE.
       01  SI-THRESHOLD-RECORD.
           05  COD-VALUE          PIC X(20).

       FD  SI-CLEAN-FILE.
       01  SI-CLEAN-RECORD        PIC X(120).

       FD  SI-LOCK-FILE.
       01  SI-LOCK-RECORD.
       01  GEN-PARM-RECORD.
           05  GP-RETAIN-COUNT    PIC 99.

       FD  SI-ACCT-MASTER-FILE.
      *> Same shape as the ADD2NUM master; only the key matters here.
       01  SI-ACCT-MASTER-RECORD.
           05  MS-ACCOUNT         PIC X(08).
           05  FILLER             PIC X(66).

       FD  SI-LOAN-PORT-FILE.
      *> Same shape as the LOANPAY portfolio; only the keys matter.
       01  SI-LOAN-PORT-RECORD.
           05  PF-LOAN-ID         PIC X(08).
           05  PF-BORROWER-REF    PIC X(08).
           05  FILLER             PIC X(33).

       FD  AUDIT-LOG-FILE.
           COPY AUDITLOG.

       FD  RUN-METRICS-FILE.
           COPY RUNMETR.

       FD  FEED-PROFILE-FILE.
           COPY STRFEED.

      *> Both case files hold the STRCASE layout, which is kept once
      *> in working storage.
       FD  CASE-FILE.
       01  CASE-FILE-RECORD       PIC X(242).

       FD  SI-CASE-NEW-FILE.
       01  SI-CASE-NEW-RECORD     PIC X(242).

       WORKING-STORAGE SECTION.
           COPY RUNHDR.
           COPY OPERLINK.
       01  WS-AUDIT-STATUS    PIC XX  VALUE SPACES.
           88  AUDIT-OK               VALUE "00".
       01  WS-RUNCARD-STATUS  PIC XX  VALUE SPACES.
           88  RUNCARD-PRESENT        VALUE "Y".
       01  WS-METRICS-STATUS  PIC XX  VALUE SPACES.
           88  METRICS-OK             VALUE "00".
       01  WS-FEED-STATUS     PIC XX  VALUE SPACES.
           88  FEED-FILE-OK           VALUE "00".
           88  FEED-FILE-EOF          VALUE "10".

      *> Feed profiles.  The run card may list up to eight feed IDs;
      *> each is looked up on STRFEED.DAT and scanned in card order
      *> with its own input, record length, layout, code table,
      *> thresholds, scrub rules and outputs, and with its own
      *> counts, checkpoint, envelope and metrics.  With no feed
      *> listed the run is the single STRIN.DAT scan it always was:
      *> one feed with a blank ID and the original file names.  A
      *> feed listed with no usable profile is not scanned and the
      *> run ends 12, but the other feeds still run.
       01  WS-CARD-FEEDS.
           05  WS-CARD-FEED       OCCURS 8 TIMES.
               10  FILLER         PIC X(01).
               10  WS-CARD-FEED-ID PIC X(08).
       01  WS-CARD-IDX        PIC 99     VALUE 0.
       01  WS-FEED-COUNT      PIC 99     VALUE 0.
       01  WS-FEED-IDX        PIC 99     VALUE 0.
       01  WS-FEED-MATCH      PIC 99     VALUE 0.
       01  WS-FEED-TABLE.
           05  WS-FEED-ENTRY  OCCURS 8 TIMES.
               10  WS-FEED-ID          PIC X(08).
               10  WS-FEED-PROFILED    PIC X(01).
                   88  FEED-HAS-PROFILE        VALUE "Y".
               10  WS-FEED-INPUT       PIC X(20).
               10  WS-FEED-REC-LEN     PIC 9(03).
               10  WS-FEED-LAYOUT      PIC X(20).
               10  WS-FEED-CODES       PIC X(20).
               10  WS-FEED-THRESHOLD   PIC X(20).
               10  WS-FEED-RULES       PIC X(20).
               10  WS-FEED-EXCEPT      PIC X(20).
               10  WS-FEED-CLEAN       PIC X(20).
       01  WS-MULTI-FEED-SWITCH PIC X   VALUE "N".
           88  MULTI-FEED-RUN          VALUE "Y".
       01  WS-OPEN-FAILED-SWITCH PIC X  VALUE "N".
           88  SOME-FEED-NOT-OPENED    VALUE "Y".

      *> The feed now being scanned.  The names start out as the
      *> original single-feed files, which interactive mode still
      *> uses for its scrub rules.
       01  WS-CUR-FEED-ID     PIC X(08)  VALUE SPACES.
       01  WS-FEED-NAMES.
           05  WS-INPUT-NAME      PIC X(20) VALUE "STRIN.DAT".
           05  WS-LAYOUT-NAME     PIC X(20) VALUE "STRLAYT.DAT".
           05  WS-CODES-NAME      PIC X(20) VALUE "STRCODES.DAT".
           05  WS-THRESHOLD-NAME  PIC X(20) VALUE "STRTHRS.DAT".
           05  WS-RULES-NAME      PIC X(20) VALUE "SCRBRULE.DAT".
           05  WS-EXCEPT-NAME     PIC X(20) VALUE "STREXCP.DAT".
           05  WS-CLEAN-NAME      PIC X(20) VALUE "STRCLEAN.DAT".
      *> Working record length of the current feed.  The buffers
      *> below are sized for the longest feed (120); a shorter
      *> feed's record is space-filled past its length, so every
      *> count, edit and hash sees exactly the feed's own record.
       01  WS-REC-LEN         PIC 9(03)  VALUE 60.
       01  WS-MAX-REC-LEN     PIC 9(03)  VALUE 120.
       01  WS-GEN-BASE        PIC X(20)  VALUE SPACES.

      *> Run totals across every feed scanned, for the audit entry
      *> and the untagged run-total metrics record.
       01  WS-RUN-RECORDS     PIC 9(7)   VALUE 0.
       01  WS-RUN-WRITTEN     PIC 9(7)   VALUE 0.
       01  WS-RUN-EXCEPTIONS  PIC 9(7)   VALUE 0.

      *> Exclusive run lock, same scheme as the other batch jobs: a
      *> batch run takes STRLOCK.DAT at startup and releases it at
       01  WS-GEN-STATUS      PIC XX  VALUE SPACES.
           88  GEN-PARM-OK            VALUE "00".
       01  WS-GEN-RETAIN      PIC 99  VALUE 07.
       01  WS-GEN-COMMAND     PIC X(100) VALUE SPACES.

      *> Completion status for the structured audit entry: how the
      *> run ended and, when not cleanly, a short reason.
      *> 0 = clean, 4 = exceptions found, 8 = input file declared
      *> unusable, 12 = abort (missing input).  Highest wins.
       01  WS-COND-CODE       PIC 99     VALUE 0.
       01  WS-TEXT        PIC X(120) VALUE SPACES.
       01  WS-UP          PIC X(120) VALUE SPACES.
       01  WS-SCRUB       PIC X(120) VALUE SPACES.

       *> Change-marker line for the ORIGINAL/SCRUBBED diff view: an
       *> "^" under every column where scrubbing changed the character.
       01  WS-DIFF-MARKERS   PIC X(120) VALUE SPACES.
       01  WS-DIFF-I         PIC 9(3)   VALUE 0.

       01  WS-SPACES      PIC 9(4)   VALUE 0.
       01  WS-VOWELS      PIC 9(4)   VALUE 0.
       01  WS-PUNCT       PIC 9(4)   VALUE 0.
       01  WS-WORDS       PIC 9(4)   VALUE 0.

       01  WS-WORD-I          PIC 9(3)   VALUE 0.
       01  WS-PREV-WAS-SPACE  PIC X      VALUE "Y".
           88  PREV-WAS-SPACE          VALUE "Y".
       01  WS-CUR-CHAR        PIC X      VALUE SPACE.
       01  WS-SKIP-COUNT           PIC 9(7)    VALUE 0.
       01  WS-RESTART-ANSWER       PIC X       VALUE "N".
           88  RESTART-REQUESTED               VALUE "Y".
      *> On a restart the checkpoint names the feed it belongs to,
      *> which resumes from its record, and lists the feeds that had
      *> finished, which are not rescanned.  Every other feed is
      *> scanned from the start.
       01  WS-RESTART-FEED-IDX     PIC 99      VALUE 0.
       01  WS-RESTART-DONE-SW      PIC X       VALUE "N".
           88  RESTART-FEED-DONE               VALUE "Y".
      *> The finished feeds, carried from the checkpoint on a restart
      *> and added to as each feed of this run completes.
       01  WS-DONE-COUNT           PIC 99      VALUE 0.
       01  WS-DONE-TABLE.
           05  WS-DONE-FEED        OCCURS 8 TIMES PIC X(08).
       01  WS-DONE-IDX             PIC 99      VALUE 0.
       01  WS-FEED-DONE-SW         PIC X       VALUE "N".
           88  FEED-ALREADY-DONE               VALUE "Y".
       01  WS-FEED-RESUME-SW       PIC X       VALUE "N".
           88  FEED-IS-RESUMING                VALUE "Y".
       01  WS-CKPT-DONE-FLAG       PIC X       VALUE "N".

       *> Table-driven scrub rules for INSPECT REPLACING.  Loaded from
       *> SCRBRULE.DAT at start of run; if that file is missing or
      *> scrub rules are loaded from SCRBRULE.DAT; when the file is
      *> missing or empty no field validation runs, so existing
      *> whole-record behavior is preserved.  Types: A = alpha,
      *> N = numeric, D = date (YYYYMMDD), C = code, R = reference
      *> to a live master (see CHECK-REFERENCE-FIELD).  Every defined
      *> field is mandatory.
       01  WS-LAYOUT-COUNT    PIC 99     VALUE 0.
       01  WS-LAYOUT-TABLE.
                   88  LAY-TYPE-NUMERIC    VALUE "N".
                   88  LAY-TYPE-DATE       VALUE "D".
                   88  LAY-TYPE-CODE       VALUE "C".
                   88  LAY-TYPE-REFERENCE  VALUE "R".
               10  WS-LAY-REC-TYPE PIC X(01).
               10  WS-LAY-REF-MASTER PIC X(01).
                   88  LAY-REF-ACCOUNT     VALUE "A".
                   88  LAY-REF-LOAN        VALUE "L".
                   88  LAY-REF-BORROWER    VALUE "B".
               10  WS-LAY-SEVERITY PIC X(01).
               10  WS-LAY-ERROR-COUNT PIC 9(7).

      *> Record-type awareness: column 1 of the data record is the
       01  WS-CODE-MATCH-SW   PIC X      VALUE "N".
           88  CODE-VALUE-MATCHED      VALUE "Y".

      *> Keys of the live masters for the R field type, loaded the
      *> first time a layout asks for one and kept for the rest of
      *> the run.  A master that cannot be opened, or that holds
      *> more keys than the table, is marked unavailable and its
      *> references go unchecked rather than all failing.
       01  WS-ACCT-MASTER-STATUS PIC XX VALUE SPACES.
           88  ACCT-MASTER-OK           VALUE "00".
           88  ACCT-MASTER-EOF          VALUE "10".
       01  WS-LOAN-PORT-STATUS PIC XX VALUE SPACES.
           88  LOAN-PORT-OK             VALUE "00".
           88  LOAN-PORT-EOF            VALUE "10".
       01  WS-ACCT-REF-STATE  PIC X      VALUE "N".
           88  ACCT-REFS-NOT-LOADED    VALUE "N".
           88  ACCT-REFS-LOADED        VALUE "Y".
           88  ACCT-REFS-UNAVAILABLE   VALUE "U".
       01  WS-LOAN-REF-STATE  PIC X      VALUE "N".
           88  LOAN-REFS-NOT-LOADED    VALUE "N".
           88  LOAN-REFS-LOADED        VALUE "Y".
           88  LOAN-REFS-UNAVAILABLE   VALUE "U".
       01  WS-ACCT-REF-COUNT  PIC 9(5)   VALUE 0.
       01  WS-ACCT-REF-TABLE.
           05  WS-ACCT-REF    OCCURS 5000 TIMES PIC X(08).
       01  WS-LOAN-REF-COUNT  PIC 9(5)   VALUE 0.
       01  WS-LOAN-REF-TABLE.
           05  WS-LOAN-REF-ENTRY OCCURS 2000 TIMES.
               10  WS-LOAN-REF-ID       PIC X(08).
               10  WS-LOAN-REF-BORROWER PIC X(08).
       01  WS-REF-IDX         PIC 9(5)   VALUE 0.
       01  WS-REF-KEY         PIC X(08)  VALUE SPACES.
       01  WS-REF-FOUND-SW    PIC X      VALUE "N".
           88  REF-WAS-FOUND           VALUE "Y".
       01  WS-REF-MASTER-NAME PIC X(12)  VALUE SPACES.

      *> Exception cases.  Every exception line the scan writes is
      *> also noted here once per record fingerprint and field, and
      *> at every checkpoint and at the end of each feed the notes
      *> not yet on file are folded into the case file (see
      *> FOLD-CASE-EVENTS), so a restart, which does not rescan the
      *> records before its checkpoint, loses none of them.  A note
      *> once folded is marked "F".  The fingerprint is a hash of
      *> the raw record over the feed's record length, so the same
      *> upstream record gives the same case wherever it sits in the
      *> file.  The table holds 2000 problems per feed; past that the
      *> scan goes on and the summary says the rest were not kept.
           COPY STRCASE.
       01  WS-CASE-STATUS     PIC XX     VALUE SPACES.
           88  CASE-OK                 VALUE "00".
           88  CASE-EOF                VALUE "10".
           88  CASE-NOT-FOUND          VALUE "35".
       01  WS-CASE-NEW-STATUS PIC XX     VALUE SPACES.
           88  CASE-NEW-OK             VALUE "00".
       01  WS-CASE-FIELD      PIC X(10)  VALUE SPACES.
       01  WS-CASE-REASON     PIC X(40)  VALUE SPACES.
       01  WS-CASE-FP         PIC 9(15)  VALUE 0.
       01  WS-CASE-EVENT-COUNT PIC 9(4)  VALUE 0.
       01  WS-CASE-EVENT-TABLE.
           05  WS-CASE-EVENT  OCCURS 2000 TIMES.
               10  WS-CE-FINGERPRINT PIC 9(12).
               10  WS-CE-FIELD       PIC X(10).
               10  WS-CE-SEVERITY    PIC X(01).
               10  WS-CE-REASON      PIC X(40).
               10  WS-CE-TEXT        PIC X(60).
               10  WS-CE-MATCHED     PIC X(01).
                   88  CASE-EVENT-NEW          VALUE "N".
                   88  CASE-EVENT-MATCHED      VALUE "Y".
                   88  CASE-EVENT-FOLDED       VALUE "F".
       01  WS-CASE-IDX        PIC 9(4)   VALUE 0.
       01  WS-CASE-MATCH-IDX  PIC 9(4)   VALUE 0.
       01  WS-CASE-FULL-SWITCH PIC X     VALUE "N".
           88  CASE-TABLE-FULL         VALUE "Y".
       01  WS-CASE-MAX-ID     PIC 9(7)   VALUE 0.
       01  WS-CASE-NEW-COUNT  PIC 9(7)   VALUE 0.
       01  WS-CASE-AGAIN-COUNT PIC 9(7)  VALUE 0.
       01  WS-CASE-REOPEN-COUNT PIC 9(7) VALUE 0.
       01  WS-CASE-UNFOLDED   PIC 9(4)   VALUE 0.
       01  WS-CASE-FOLD-SW    PIC X      VALUE "N".
           88  CASE-FOLD-OK            VALUE "N".
           88  CASE-FOLD-FAILED        VALUE "Y".
           88  CASE-FILE-UNREADABLE    VALUE "U".
      *> Latched when the case work file cannot be written.  From then
      *> on the run folds nothing more, no checkpoint moves past the
      *> unfolded notes, and the checkpoint is left standing at the
      *> end so the restart scans those records again.
       01  WS-CASE-LOST-SW    PIC X      VALUE "N".
           88  SOME-CASES-NOT-WRITTEN  VALUE "Y".

       01  WS-FIELD-VALUE     PIC X(120) VALUE SPACES.
      *> Display-safe copy of flagged text: any control byte (not
      *> just LOW-VALUE) gets the line-sequential WRITE rejected and
      *> the whole TEXT=/VALUE= line silently vanishes from the
      *> exception file, so unprintable bytes are shown as periods.
       01  WS-DISPLAY-TEXT    PIC X(120) VALUE SPACES.
       01  WS-FIELD-ERROR-FLAG PIC X     VALUE "N".
           88  FIELD-HAS-ERROR         VALUE "Y".
       01  WS-FIELD-REASON    PIC X(25)  VALUE SPACES.
       01  WS-FIELD-ERROR-COUNT PIC 9(7) VALUE 0.
       01  WS-CHAR-I          PIC 9(3)   VALUE 0.
       01  WS-ALPHA-BAD       PIC X      VALUE "N".

      *> Date work area for the D-type edit
      *> prove a transfer delivered the whole feed.  STRCVRFY is the
      *> companion prover.
       01  WS-CLEAN-HASH      PIC 9(13)  VALUE 0.
       01  WS-HASH-I          PIC 9(3)   VALUE 0.

      *> Duplicate detection across the batch: every distinct record
      *> is remembered raw and scrubbed, so a double-sent block is
       01  WS-SEEN-COUNT      PIC 9(4)   VALUE 0.
       01  WS-SEEN-TABLE.
           05  WS-SEEN-ENTRY  OCCURS 1000 TIMES.
               10  WS-SEEN-RAW    PIC X(120).
               10  WS-SEEN-SCRUB  PIC X(120).
               10  WS-SEEN-RECNO  PIC 9(7).
       01  WS-SEEN-IDX        PIC 9(4)   VALUE 0.
       01  WS-DUP-IDX         PIC 9(4)   VALUE 0.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM INIT-RUN-HEADER

           IF NOT RUNCARD-PRESENT
               DISPLAY "Run STRINSPECT (I)nteractive or (B)atch mode? "
               ACCEPT WS-RUN-MODE
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-RUN-MODE) TO WS-RUN-MODE
           PERFORM CHECK-OPERATOR

           *> The reference files are loaded per feed in batch mode;
           *> interactive mode only needs the original scrub rules.
           IF RUN-BATCH
               PERFORM BATCH-MODE
           ELSE
               PERFORM LOAD-SCRUB-RULES
               PERFORM INTERACTIVE-MODE
           END-IF

                  INTO RH-RUN-ID
           END-STRING.

       CHECK-OPERATOR.
           *> Once the run mode is known the operator is checked against
           *> the operator master: batch runs need batch authority, the
           *> interactive mode only inquiry.  OPERCHK has already told
           *> the operator and logged a refusal; nothing has run yet.
           MOVE RH-PROGRAM-NAME TO OC-PROGRAM-NAME
           MOVE RH-RUN-ID       TO OC-RUN-ID
           MOVE RH-OPERATOR-ID  TO OC-OPERATOR-ID
           MOVE WS-RUN-MODE     TO OC-RUN-MODE
           IF RUN-BATCH
               MOVE "B" TO OC-FUNCTION-GROUP
           ELSE
               MOVE "I" TO OC-FUNCTION-GROUP
           END-IF
           CALL "OPERCHK" USING WS-OPERATOR-CHECK
           IF NOT OC-AUTHORIZED
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       READ-RUN-CARD.
           *> A card whose record is entirely blank is treated the same
           *> as a missing card, so an empty leftover file cannot blank
                           MOVE RC-OPERATOR-ID    TO RH-OPERATOR-ID
                           MOVE RC-RUN-MODE       TO WS-RUN-MODE
                           MOVE RC-RESTART-ANSWER TO WS-RESTART-ANSWER
                           MOVE RC-SCAN-FEEDS     TO WS-CARD-FEEDS
                       END-IF
               END-READ
               CLOSE RUN-CARD-FILE
           MOVE WS-END-TIME-HHMMSS TO AL-END-TIME
           MOVE WS-RUN-STATUS      TO AL-STATUS
           MOVE WS-RUN-REASON      TO AL-REASON
           MOVE WS-RUN-RECORDS     TO AL-RECORDS-READ
           MOVE WS-RUN-WRITTEN     TO AL-RECORDS-WRITTEN
           MOVE WS-RUN-EXCEPTIONS  TO AL-RECORDS-REJECTED
           WRITE AUDIT-LOG-RECORD
           CLOSE AUDIT-LOG-FILE.

       INTERACTIVE-MODE.
           DISPLAY "Enter a short line of text:" WITH NO ADVANCING
           ACCEPT WS-TEXT
           PERFORM FIT-TO-RECORD-LENGTH

           PERFORM INSPECT-ONE-STRING
           PERFORM BUILD-DIFF-MARKERS

           DISPLAY " "
           DISPLAY "ORIGINAL: " WS-TEXT(1:WS-REC-LEN)
           DISPLAY "SCRUBBED: " WS-SCRUB(1:WS-REC-LEN)
           DISPLAY "CHANGES:  " WS-DIFF-MARKERS(1:WS-REC-LEN)
           DISPLAY " "
           DISPLAY "Space count:       " WS-SPACES
           DISPLAY "Vowel count:       " WS-VOWELS
       BATCH-MODE.
           PERFORM ACQUIRE-RUN-LOCK
           IF RUN-LOCK-HELD
               PERFORM BUILD-FEED-LIST
               PERFORM CHECK-FOR-RESTART
               PERFORM VARYING WS-FEED-IDX FROM 1 BY 1
                       UNTIL WS-FEED-IDX > WS-FEED-COUNT
                   PERFORM SCAN-ONE-FEED
               END-PERFORM
               IF MULTI-FEED-RUN
                   PERFORM WRITE-RUN-TOTAL-METRICS
               END-IF
               *> A feed whose input would not open leaves the
               *> checkpoint standing, as the single-feed scan always
               *> has, so the restart can pick it up once the file is
               *> there.  So does a run whose cases could not be
               *> written.
               IF NOT SOME-FEED-NOT-OPENED
                       AND NOT SOME-CASES-NOT-WRITTEN
                   PERFORM CLEAR-CHECKPOINT
               END-IF
               PERFORM RELEASE-RUN-LOCK
           END-IF.

       BUILD-FEED-LIST.
           MOVE 0 TO WS-FEED-COUNT
           IF RUNCARD-PRESENT
               PERFORM VARYING WS-CARD-IDX FROM 1 BY 1
                       UNTIL WS-CARD-IDX > 8
                   IF WS-CARD-FEED-ID(WS-CARD-IDX) NOT = SPACES
                       PERFORM ADD-CARD-FEED
                   END-IF
               END-PERFORM
           END-IF

           IF WS-FEED-COUNT = 0
               MOVE 1 TO WS-FEED-COUNT
               MOVE SPACES         TO WS-FEED-ID(1)
               MOVE "Y"            TO WS-FEED-PROFILED(1)
               MOVE WS-INPUT-NAME     TO WS-FEED-INPUT(1)
               MOVE 60                TO WS-FEED-REC-LEN(1)
               MOVE WS-LAYOUT-NAME    TO WS-FEED-LAYOUT(1)
               MOVE WS-CODES-NAME     TO WS-FEED-CODES(1)
               MOVE WS-THRESHOLD-NAME TO WS-FEED-THRESHOLD(1)
               MOVE WS-RULES-NAME     TO WS-FEED-RULES(1)
               MOVE WS-EXCEPT-NAME    TO WS-FEED-EXCEPT(1)
               MOVE WS-CLEAN-NAME     TO WS-FEED-CLEAN(1)
           ELSE
               MOVE "Y" TO WS-MULTI-FEED-SWITCH
               PERFORM LOAD-FEED-PROFILES
           END-IF.

       ADD-CARD-FEED.
           *> The same feed twice on one card would scan into the
           *> same outputs twice; it is scanned once.
           MOVE 0 TO WS-FEED-MATCH
           PERFORM VARYING WS-FEED-IDX FROM 1 BY 1
                   UNTIL WS-FEED-IDX > WS-FEED-COUNT
               IF WS-FEED-ID(WS-FEED-IDX)
                       = WS-CARD-FEED-ID(WS-CARD-IDX)
                   MOVE WS-FEED-IDX TO WS-FEED-MATCH
               END-IF
           END-PERFORM
           IF WS-FEED-MATCH > 0
               DISPLAY "STRINSPECT: feed "
                       WS-CARD-FEED-ID(WS-CARD-IDX)
                       " listed twice on the run card - scanned once."
           ELSE
               ADD 1 TO WS-FEED-COUNT
               MOVE SPACES TO WS-FEED-ENTRY(WS-FEED-COUNT)
               MOVE WS-CARD-FEED-ID(WS-CARD-IDX)
                   TO WS-FEED-ID(WS-FEED-COUNT)
               MOVE "N" TO WS-FEED-PROFILED(WS-FEED-COUNT)
               MOVE 0   TO WS-FEED-REC-LEN(WS-FEED-COUNT)
           END-IF.

       LOAD-FEED-PROFILES.
           OPEN INPUT FEED-PROFILE-FILE
           IF NOT FEED-FILE-OK
               DISPLAY "STRINSPECT: no feed profile file (STRFEED.DAT)"
                       " - listed feeds cannot be scanned."
           ELSE
               READ FEED-PROFILE-FILE
                   AT END SET FEED-FILE-EOF TO TRUE
               END-READ
               PERFORM UNTIL FEED-FILE-EOF
                   PERFORM VARYING WS-FEED-IDX FROM 1 BY 1
                           UNTIL WS-FEED-IDX > WS-FEED-COUNT
                       IF WS-FEED-ID(WS-FEED-IDX) = FP-FEED-ID
                               AND NOT FEED-HAS-PROFILE(WS-FEED-IDX)
                           PERFORM TAKE-FEED-PROFILE
                       END-IF
                   END-PERFORM
                   READ FEED-PROFILE-FILE
                       AT END SET FEED-FILE-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE FEED-PROFILE-FILE
           END-IF.

       TAKE-FEED-PROFILE.
           *> A profile without its input or outputs, or with a record
           *> length outside 001-120, cannot be scanned safely; the
           *> feed is left unprofiled and reported when its turn
           *> comes.  The first profile on file for an ID is used.
           IF FP-INPUT-NAME = SPACES OR FP-EXCEPT-NAME = SPACES
                   OR FP-CLEAN-NAME = SPACES
                   OR FP-RECORD-LENGTH IS NOT NUMERIC
                   OR FP-RECORD-LENGTH < 1
                   OR FP-RECORD-LENGTH > WS-MAX-REC-LEN
               DISPLAY "STRINSPECT: bad feed profile ignored ["
                       FEED-PROFILE-RECORD(1:60) "]"
           ELSE
               MOVE "Y"               TO WS-FEED-PROFILED(WS-FEED-IDX)
               MOVE FP-INPUT-NAME     TO WS-FEED-INPUT(WS-FEED-IDX)
               MOVE FP-RECORD-LENGTH  TO WS-FEED-REC-LEN(WS-FEED-IDX)
               MOVE FP-LAYOUT-NAME    TO WS-FEED-LAYOUT(WS-FEED-IDX)
               MOVE FP-CODES-NAME     TO WS-FEED-CODES(WS-FEED-IDX)
               MOVE FP-THRESHOLD-NAME
                   TO WS-FEED-THRESHOLD(WS-FEED-IDX)
               MOVE FP-RULES-NAME     TO WS-FEED-RULES(WS-FEED-IDX)
               MOVE FP-EXCEPT-NAME    TO WS-FEED-EXCEPT(WS-FEED-IDX)
               MOVE FP-CLEAN-NAME     TO WS-FEED-CLEAN(WS-FEED-IDX)
           END-IF.

       SCAN-ONE-FEED.
           PERFORM SET-FEED-CONTEXT
           PERFORM CHECK-FEED-DONE
           MOVE "N" TO WS-FEED-RESUME-SW
           EVALUATE TRUE
               WHEN NOT FEED-HAS-PROFILE(WS-FEED-IDX)
                   DISPLAY "STRINSPECT: feed " WS-CUR-FEED-ID
                           " has no usable profile on STRFEED.DAT - "
                           "not scanned."
                   MOVE "ABORTED" TO WS-RUN-STATUS
                   MOVE SPACES TO WS-RUN-REASON
                   STRING "NO PROFILE "  DELIMITED BY SIZE
                          WS-CUR-FEED-ID DELIMITED BY SIZE
                          INTO WS-RUN-REASON
                   END-STRING
                   MOVE 12 TO WS-COND-CODE
               WHEN FEED-ALREADY-DONE
                   DISPLAY "STRINSPECT: feed " WS-CUR-FEED-ID
                           " finished before the restart - not "
                           "rescanned."
               WHEN OTHER
                   IF WS-RESTART-FEED-IDX = WS-FEED-IDX
                       MOVE "Y" TO WS-FEED-RESUME-SW
                   END-IF
                   IF MULTI-FEED-RUN
                       DISPLAY "STRINSPECT: scanning feed "
                               WS-CUR-FEED-ID " (" WS-INPUT-NAME ")"
                   END-IF
                   PERFORM LOAD-SCRUB-RULES
                   PERFORM LOAD-FIELD-LAYOUT
                   PERFORM LOAD-REFERENCE-MASTERS
                   PERFORM LOAD-CODE-TABLE
                   PERFORM LOAD-SCAN-THRESHOLDS
                   PERFORM RUN-BATCH-SCAN
           END-EVALUATE.

       CHECK-FEED-DONE.
           MOVE "N" TO WS-FEED-DONE-SW
           PERFORM VARYING WS-DONE-IDX FROM 1 BY 1
                   UNTIL WS-DONE-IDX > WS-DONE-COUNT
               IF WS-DONE-FEED(WS-DONE-IDX) = WS-FEED-ID(WS-FEED-IDX)
                   MOVE "Y" TO WS-FEED-DONE-SW
               END-IF
           END-PERFORM.

       SET-FEED-CONTEXT.
           *> Every count, table and switch the scan keeps is per
           *> feed; nothing carries over from the previous feed.
           MOVE WS-FEED-ID(WS-FEED-IDX)        TO WS-CUR-FEED-ID
           MOVE WS-FEED-INPUT(WS-FEED-IDX)     TO WS-INPUT-NAME
           MOVE WS-FEED-REC-LEN(WS-FEED-IDX)   TO WS-REC-LEN
           MOVE WS-FEED-LAYOUT(WS-FEED-IDX)    TO WS-LAYOUT-NAME
           MOVE WS-FEED-CODES(WS-FEED-IDX)     TO WS-CODES-NAME
           MOVE WS-FEED-THRESHOLD(WS-FEED-IDX) TO WS-THRESHOLD-NAME
           MOVE WS-FEED-RULES(WS-FEED-IDX)     TO WS-RULES-NAME
           MOVE WS-FEED-EXCEPT(WS-FEED-IDX)    TO WS-EXCEPT-NAME
           MOVE WS-FEED-CLEAN(WS-FEED-IDX)     TO WS-CLEAN-NAME
           MOVE 0 TO WS-RECORD-COUNT WS-EXCEPTION-COUNT
                     WS-WARNING-COUNT WS-ERROR-COUNT WS-FATAL-COUNT
                     WS-CLEAN-WRITTEN WS-CLEAN-DROPPED WS-CLEAN-HASH
                     WS-DUP-COUNT WS-SEEN-COUNT WS-FIELD-ERROR-COUNT
                     WS-DETAIL-COUNT WS-TRL-DECLARED WS-RESTART-POINT
                     WS-CASE-EVENT-COUNT WS-CASE-UNFOLDED
                     WS-CASE-NEW-COUNT WS-CASE-AGAIN-COUNT
                     WS-CASE-REOPEN-COUNT
           MOVE "N" TO WS-SEEN-FULL-SWITCH WS-HDR-SEEN-SWITCH
                       WS-TRL-SEEN-SWITCH WS-TRL-BAD-SWITCH
                       WS-SCAN-FAILED-SWITCH WS-CASE-FULL-SWITCH
           MOVE SPACES TO WS-HDR-DATE
           MOVE SPACES TO WS-INPUT-STATUS
           MOVE 010 TO WS-MAX-FATALS
           MOVE 025 TO WS-MAX-EXCP-PCT.

       ACQUIRE-RUN-LOCK.
           MOVE "N" TO WS-LOCK-SWITCH
           MOVE "N" TO WS-LOCK-BUSY-SWITCH
           CLOSE SI-LOCK-FILE.

       RUN-BATCH-SCAN.
           IF FEED-IS-RESUMING
               PERFORM READ-CHECKPOINT
           END-IF

           OPEN INPUT SI-INPUT-FILE

           IF NOT INPUT-OK
               DISPLAY "STRINSPECT: cannot open " WS-INPUT-NAME
                       " - batch run aborted."
               MOVE "ABORTED" TO WS-RUN-STATUS
               IF MULTI-FEED-RUN
                   MOVE SPACES TO WS-RUN-REASON
                   STRING "CANNOT OPEN "  DELIMITED BY SIZE
                          WS-CUR-FEED-ID  DELIMITED BY SIZE
                          INTO WS-RUN-REASON
                   END-STRING
               ELSE
                   MOVE "CANNOT OPEN STRIN" TO WS-RUN-REASON
               END-IF
               MOVE 12 TO WS-COND-CODE
               MOVE "Y" TO WS-OPEN-FAILED-SWITCH
           ELSE
               IF FEED-IS-RESUMING
                   OPEN EXTEND SI-EXCEPT-FILE
                   IF NOT EXCEPT-OK
                       OPEN OUTPUT SI-EXCEPT-FILE

               MOVE WS-RESTART-POINT TO WS-RECORD-COUNT

               PERFORM READ-INPUT-RECORD

               PERFORM UNTIL INPUT-EOF
                   ADD 1 TO WS-RECORD-COUNT
                           IF RECORD-IS-EXCEPTION
                               ADD 1 TO WS-EXCEPTION-COUNT
                               PERFORM COUNT-EXCEPTION-SEVERITY
                               MOVE "*CONTENT" TO WS-CASE-FIELD
                               PERFORM WRITE-EXCEPTION-LINE
                           END-IF
                           PERFORM VALIDATE-LAYOUT-FIELDS
                       PERFORM WRITE-CHECKPOINT
                   END-IF

                   PERFORM READ-INPUT-RECORD
               END-PERFORM

               PERFORM WRITE-CLEAN-TRAILER
               PERFORM VERIFY-TRAILER-COUNT
               PERFORM WRITE-EXCEPTION-SUMMARY
               PERFORM UPDATE-CASE-FILE
               PERFORM CHECK-SCAN-THRESHOLDS
               IF WS-EXCEPTION-COUNT > 0 OR WS-FIELD-ERROR-COUNT > 0
                   IF WS-COND-CODE < 4
                   END-IF
               END-IF
               PERFORM WRITE-RUN-METRICS
               *> The feed is finished: the checkpoint now says so,
               *> so a failure in a later feed does not rescan it -
               *> unless its cases could not be written, when the
               *> restart has to scan it again.
               IF WS-DONE-COUNT < 8 AND NOT CASE-FOLD-FAILED
                   ADD 1 TO WS-DONE-COUNT
                   MOVE WS-CUR-FEED-ID TO WS-DONE-FEED(WS-DONE-COUNT)
               END-IF
               MOVE "Y" TO WS-CKPT-DONE-FLAG
               PERFORM WRITE-CHECKPOINT
               MOVE "N" TO WS-CKPT-DONE-FLAG

               CLOSE SI-INPUT-FILE
               CLOSE SI-EXCEPT-FILE
               PERFORM KEEP-EXCEPT-GENERATION
           END-IF.

       READ-INPUT-RECORD.
           READ SI-INPUT-FILE INTO WS-TEXT
               AT END SET INPUT-EOF TO TRUE
           END-READ
           IF NOT INPUT-EOF
               PERFORM FIT-TO-RECORD-LENGTH
           END-IF.

       FIT-TO-RECORD-LENGTH.
           *> Anything past the feed's record length is not part of
           *> the record (a longer line was always cut at the record
           *> length), so it is blanked before anything looks at it.
           IF WS-REC-LEN < WS-MAX-REC-LEN
               MOVE SPACES TO WS-TEXT(WS-REC-LEN + 1:)
           END-IF.

       KEEP-EXCEPT-GENERATION.
           OPEN INPUT GEN-PARM-FILE
           IF GEN-PARM-OK
               CLOSE GEN-PARM-FILE
           END-IF

           *> Each feed's exception file keeps its own generations,
           *> named from the file's own stem (STREXCP.DAT keeps
           *> STREXCP.Gyyyymmdd.DAT as before).
           MOVE SPACES TO WS-GEN-BASE
           STRING WS-EXCEPT-NAME DELIMITED BY "."
                  INTO WS-GEN-BASE
           END-STRING

           MOVE SPACES TO WS-GEN-COMMAND
           STRING "cp "          DELIMITED BY SIZE
                  WS-EXCEPT-NAME DELIMITED BY SPACE
                  " "            DELIMITED BY SIZE
                  WS-GEN-BASE    DELIMITED BY SPACE
                  ".G"           DELIMITED BY SIZE
                  RH-RUN-DATE    DELIMITED BY SIZE
                  ".DAT"         DELIMITED BY SIZE
                  INTO WS-GEN-COMMAND
           END-STRING
           CALL "SYSTEM" USING WS-GEN-COMMAND

           MOVE SPACES TO WS-GEN-COMMAND
           STRING "ls -1 "       DELIMITED BY SIZE
                  WS-GEN-BASE    DELIMITED BY SPACE
                  ".G*.DAT 2>/dev/null | head -n -"
                      DELIMITED BY SIZE
                  WS-GEN-RETAIN   DELIMITED BY SIZE
                  " | xargs -r rm -f" DELIMITED BY SIZE
                          INTO WS-EXCEPTION-REASON
                   END-STRING
               END-IF
               MOVE "*DUPLICATE" TO WS-CASE-FIELD
               PERFORM WRITE-EXCEPTION-LINE
           ELSE
               MOVE "N" TO WS-DUP-SWITCH
               OPEN OUTPUT RUN-METRICS-FILE
           END-IF
           MOVE SPACES TO RUN-METRICS-RECORD
           *> The record carries the feed ID (blank for the single
           *> STRIN.DAT scan), and the feed's figures join the run
           *> totals.
           MOVE RH-PROGRAM-NAME    TO MT-PROGRAM-NAME
           MOVE RH-RUN-ID          TO MT-RUN-ID
           MOVE WS-RECORD-COUNT    TO MT-RECORDS-READ
           MOVE 0                  TO MT-TOTAL-AMOUNT
           MOVE 0                  TO MT-VALUE-MIN
           MOVE 0                  TO MT-VALUE-MAX
           MOVE WS-CUR-FEED-ID     TO MT-FEED-ID
           WRITE RUN-METRICS-RECORD
           CLOSE RUN-METRICS-FILE
           ADD WS-RECORD-COUNT    TO WS-RUN-RECORDS
           ADD WS-CLEAN-WRITTEN   TO WS-RUN-WRITTEN
           ADD WS-EXCEPTION-COUNT TO WS-RUN-EXCEPTIONS.

       WRITE-RUN-TOTAL-METRICS.
           *> After the feeds of a multi-feed run, one untagged
           *> record with the run totals, for the readers that want a
           *> single figure per job.
           OPEN EXTEND RUN-METRICS-FILE
           IF NOT METRICS-OK
               OPEN OUTPUT RUN-METRICS-FILE
           END-IF
           MOVE SPACES TO RUN-METRICS-RECORD
           MOVE RH-PROGRAM-NAME    TO MT-PROGRAM-NAME
           MOVE RH-RUN-ID          TO MT-RUN-ID
           MOVE WS-RUN-RECORDS     TO MT-RECORDS-READ
           MOVE WS-RUN-WRITTEN     TO MT-RECORDS-WRITTEN
           MOVE WS-RUN-EXCEPTIONS  TO MT-EXCEPTIONS
           MOVE 0                  TO MT-TOTAL-AMOUNT
           MOVE 0                  TO MT-VALUE-MIN
           MOVE 0                  TO MT-VALUE-MAX
           MOVE SPACES             TO MT-FEED-ID
           WRITE RUN-METRICS-RECORD
           CLOSE RUN-METRICS-FILE.

           *> scrubbed, in input order.  The latched record-fatal
           *> switch is tested, not the shared severity field the
           *> duplicate check reuses.  The WRITE itself is checked:
           *> an unprintable byte other than LOW-VALUE (the content
           *> class flagged FATAL) still gets the record
           *> rejected by the line-sequential file, and a rejected
           *> record must count as dropped or the balance line would
           *> claim a record the file does not hold.
               ELSE
                   ADD 1 TO WS-CLEAN-DROPPED
                   DISPLAY "STRINSPECT: record " WS-RECORD-COUNT
                           " rejected by " WS-CLEAN-NAME " (status "
                           WS-CLEAN-STATUS ") - counted as dropped."
               END-IF
           END-IF.
                      " NOT RUN DATE" DELIMITED BY SIZE
                      INTO WS-EXCEPTION-REASON
               END-STRING
               MOVE "*HEADER" TO WS-CASE-FIELD
               PERFORM WRITE-EXCEPTION-LINE
           END-IF.

               WRITE SI-EXCEPT-RECORD
               DISPLAY SI-EXCEPT-RECORD
               DISPLAY "STRINSPECT: downstream jobs must not consume "
                       "this " WS-INPUT-NAME
           END-IF.

       WRITE-CLEAN-HEADER.
           *> The header also carries the feed's record length, which
           *> the hash runs over, and the feed ID, so the prover can
           *> check any feed's envelope.
           MOVE SPACES TO SI-CLEAN-RECORD
           MOVE "H"            TO SI-CLEAN-RECORD(1:1)
           MOVE RH-RUN-ID      TO SI-CLEAN-RECORD(2:16)
           MOVE RH-RUN-DATE    TO SI-CLEAN-RECORD(18:8)
           MOVE WS-REC-LEN     TO SI-CLEAN-RECORD(26:3)
           MOVE WS-CUR-FEED-ID TO SI-CLEAN-RECORD(29:8)
           WRITE SI-CLEAN-RECORD.

       WRITE-CLEAN-TRAILER.
           *> just written.  Simple enough to recompute anywhere, and
           *> a truncated or corrupted transfer will not reproduce it.
           PERFORM VARYING WS-HASH-I FROM 1 BY 1
                   UNTIL WS-HASH-I > WS-REC-LEN
               COMPUTE WS-CLEAN-HASH = WS-CLEAN-HASH
                   + FUNCTION ORD(SI-CLEAN-RECORD(WS-HASH-I:1))
           END-PERFORM.

       CHECK-FOR-RESTART.
           MOVE 0 TO WS-RESTART-POINT
           MOVE 0 TO WS-RESTART-FEED-IDX
           MOVE 0 TO WS-DONE-COUNT
           IF NOT RUNCARD-PRESENT
               DISPLAY "Restart from last checkpoint (Y/N)? "
                   WITH NO ADVANCING
           MOVE FUNCTION UPPER-CASE(WS-RESTART-ANSWER)
               TO WS-RESTART-ANSWER
           IF RESTART-REQUESTED
               PERFORM FIND-RESTART-FEED
           END-IF.

       FIND-RESTART-FEED.
           *> Only a checkpoint that stands at a record (a cleared one
           *> is all zeros) and names a feed on this run's list places
           *> the restart; otherwise every feed starts at record 1.
           MOVE "N" TO WS-RESTART-DONE-SW
           OPEN INPUT SI-CHECKPOINT-FILE
           IF CKPT-OK
               READ SI-CHECKPOINT-FILE
                   NOT AT END
                       IF CK-LAST-RECORD IS NUMERIC
                               AND CK-LAST-RECORD > 0
                           PERFORM VARYING WS-FEED-IDX FROM 1 BY 1
                                   UNTIL WS-FEED-IDX > WS-FEED-COUNT
                               IF WS-FEED-ID(WS-FEED-IDX) = CK-FEED-ID
                                   MOVE WS-FEED-IDX
                                       TO WS-RESTART-FEED-IDX
                               END-IF
                           END-PERFORM
                           IF CK-FEED-DONE = "Y"
                               MOVE "Y" TO WS-RESTART-DONE-SW
                           END-IF
                           PERFORM LOAD-DONE-FEEDS
                       END-IF
               END-READ
               CLOSE SI-CHECKPOINT-FILE
           END-IF
           IF WS-RESTART-FEED-IDX = 0
               DISPLAY "No checkpoint found - starting from record 1."
           END-IF.

       LOAD-DONE-FEEDS.
           *> The finished feeds as the checkpoint lists them.  A
           *> checkpoint from before the list existed is read the old
           *> way: the feeds ahead of its own on the card, and its own
           *> if that had finished.
           IF CK-DONE-COUNT IS NUMERIC
                   AND CK-DONE-COUNT NOT > 8
               MOVE CK-DONE-COUNT TO WS-DONE-COUNT
               PERFORM VARYING WS-DONE-IDX FROM 1 BY 1
                       UNTIL WS-DONE-IDX > WS-DONE-COUNT
                   MOVE CK-DONE-FEED(WS-DONE-IDX)
                       TO WS-DONE-FEED(WS-DONE-IDX)
               END-PERFORM
           ELSE
               PERFORM VARYING WS-FEED-IDX FROM 1 BY 1
                       UNTIL WS-FEED-IDX > WS-FEED-COUNT
                   IF WS-FEED-IDX < WS-RESTART-FEED-IDX
                           OR (WS-FEED-IDX = WS-RESTART-FEED-IDX
                               AND RESTART-FEED-DONE)
                       ADD 1 TO WS-DONE-COUNT
                       MOVE WS-FEED-ID(WS-FEED-IDX)
                           TO WS-DONE-FEED(WS-DONE-COUNT)
                   END-IF
               END-PERFORM
           END-IF.

       READ-CHECKPOINT.
                       IF CK-CLEAN-HASH IS NUMERIC
                           MOVE CK-CLEAN-HASH TO WS-CLEAN-HASH
                       END-IF
                       IF CK-CASE-NEW-COUNT IS NUMERIC
                               AND CK-CASE-AGAIN-COUNT IS NUMERIC
                               AND CK-CASE-REOPEN-COUNT IS NUMERIC
                           MOVE CK-CASE-NEW-COUNT
                               TO WS-CASE-NEW-COUNT
                           MOVE CK-CASE-AGAIN-COUNT
                               TO WS-CASE-AGAIN-COUNT
                           MOVE CK-CASE-REOPEN-COUNT
                               TO WS-CASE-REOPEN-COUNT
                       END-IF
               END-READ
               CLOSE SI-CHECKPOINT-FILE
           ELSE
           MOVE 0 TO WS-SKIP-COUNT
           PERFORM UNTIL WS-SKIP-COUNT >= WS-RESTART-POINT
                   OR INPUT-EOF
               PERFORM READ-INPUT-RECORD
               IF NOT INPUT-EOF
                   ADD 1 TO WS-SKIP-COUNT
                   MOVE WS-TEXT(1:1) TO WS-REC-TYPE
           END-IF.

       WRITE-CHECKPOINT.
           *> The notes made since the last fold go into the case file
           *> before the checkpoint moves past their records.  If they
           *> cannot be written the checkpoint stays where it was.
           PERFORM FOLD-CASE-EVENTS
           IF NOT CASE-FOLD-FAILED
               PERFORM COMMIT-CHECKPOINT
           END-IF.

       COMMIT-CHECKPOINT.
           OPEN OUTPUT SI-CHECKPOINT-FILE
           MOVE WS-RECORD-COUNT    TO CK-LAST-RECORD
           MOVE WS-EXCEPTION-COUNT TO CK-EXCEPTION-COUNT
                   TO CK-LAY-ERROR-COUNT(WS-LAY-IDX)
           END-PERFORM
           MOVE WS-CLEAN-HASH TO CK-CLEAN-HASH
           MOVE WS-CUR-FEED-ID    TO CK-FEED-ID
           MOVE WS-CKPT-DONE-FLAG TO CK-FEED-DONE
           MOVE WS-DONE-COUNT     TO CK-DONE-COUNT
           MOVE WS-CASE-NEW-COUNT    TO CK-CASE-NEW-COUNT
           MOVE WS-CASE-AGAIN-COUNT  TO CK-CASE-AGAIN-COUNT
           MOVE WS-CASE-REOPEN-COUNT TO CK-CASE-REOPEN-COUNT
           PERFORM VARYING WS-DONE-IDX FROM 1 BY 1
                   UNTIL WS-DONE-IDX > 8
               IF WS-DONE-IDX > WS-DONE-COUNT
                   MOVE SPACES TO CK-DONE-FEED(WS-DONE-IDX)
               ELSE
                   MOVE WS-DONE-FEED(WS-DONE-IDX)
                       TO CK-DONE-FEED(WS-DONE-IDX)
               END-IF
           END-PERFORM
           WRITE SI-CHECKPOINT-RECORD
           CLOSE SI-CHECKPOINT-FILE.

               MOVE 0 TO CK-LAY-ERROR-COUNT(WS-LAY-IDX)
           END-PERFORM
           MOVE 0 TO CK-CLEAN-HASH
           MOVE SPACES TO CK-FEED-ID
           MOVE "N" TO CK-FEED-DONE
           MOVE 0 TO CK-DONE-COUNT
           MOVE SPACES TO CK-DONE-FEED(1) CK-DONE-FEED(2)
                          CK-DONE-FEED(3) CK-DONE-FEED(4)
                          CK-DONE-FEED(5) CK-DONE-FEED(6)
                          CK-DONE-FEED(7) CK-DONE-FEED(8)
           MOVE 0 TO CK-CASE-NEW-COUNT
           MOVE 0 TO CK-CASE-AGAIN-COUNT
           MOVE 0 TO CK-CASE-REOPEN-COUNT
           WRITE SI-CHECKPOINT-RECORD
           CLOSE SI-CHECKPOINT-FILE.

           END-IF.

       LOAD-ONE-LAYOUT-ENTRY.
           *> A definition that does not fit the feed's record, or
           *> that names an unknown type, would make every record an
           *> exception - drop it at load time with a console note
           *> instead of poisoning the whole scan.
           IF LAY-START IS NOT NUMERIC OR LAY-LENGTH IS NOT NUMERIC
                   OR LAY-START < 1 OR LAY-LENGTH < 1
                   OR LAY-START + LAY-LENGTH > WS-REC-LEN + 1
                   OR (LAY-TYPE NOT = "A" AND LAY-TYPE NOT = "N"
                       AND LAY-TYPE NOT = "D" AND LAY-TYPE NOT = "C"
                       AND LAY-TYPE NOT = "R")
                   OR (LAY-TYPE = "R"
                       AND ((LAY-REF-MASTER NOT = "A"
                             AND LAY-REF-MASTER NOT = "L"
                             AND LAY-REF-MASTER NOT = "B")
                            OR LAY-LENGTH > 8))
                   OR (LAY-SEVERITY NOT = SPACE
                       AND LAY-SEVERITY NOT = "W"
                       AND LAY-SEVERITY NOT = "E"
                       AND LAY-SEVERITY NOT = "F")
               DISPLAY "STRINSPECT: bad layout entry ignored ["
                       SI-LAYOUT-RECORD "]"
           ELSE
               MOVE LAY-LENGTH     TO WS-LAY-LENGTH(WS-LAYOUT-COUNT)
               MOVE LAY-TYPE       TO WS-LAY-TYPE(WS-LAYOUT-COUNT)
               MOVE LAY-REC-TYPE   TO WS-LAY-REC-TYPE(WS-LAYOUT-COUNT)
               MOVE LAY-REF-MASTER
                   TO WS-LAY-REF-MASTER(WS-LAYOUT-COUNT)
               IF LAY-SEVERITY = SPACE
                   MOVE "E" TO WS-LAY-SEVERITY(WS-LAYOUT-COUNT)
               ELSE
                   MOVE LAY-SEVERITY TO WS-LAY-SEVERITY(WS-LAYOUT-COUNT)
               END-IF
               MOVE 0 TO WS-LAY-ERROR-COUNT(WS-LAYOUT-COUNT)
           END-IF.

                       PERFORM CHECK-DATE-FIELD
                   WHEN LAY-TYPE-CODE(WS-LAY-IDX)
                       PERFORM CHECK-CODE-FIELD
                   WHEN LAY-TYPE-REFERENCE(WS-LAY-IDX)
                       PERFORM CHECK-REFERENCE-FIELD
               END-EVALUATE
           END-IF

           *> A field error is an exception event like any other: it
           *> joins the run's exception count (which the SCAN
           *> COMPLETE line, the unusable-file threshold and the
           *> published metrics all read) as well as the tally for
           *> the field's severity (ERROR unless the layout sets
           *> another) and the per-field tallies, so every summary
           *> section reconciles with the others.  A FATAL field
           *> keeps the record out of the cleaned file.
           IF FIELD-HAS-ERROR
               ADD 1 TO WS-FIELD-ERROR-COUNT
               ADD 1 TO WS-LAY-ERROR-COUNT(WS-LAY-IDX)
               MOVE WS-LAY-SEVERITY(WS-LAY-IDX)
                   TO WS-EXCEPTION-SEVERITY
               PERFORM COUNT-EXCEPTION-SEVERITY
               IF SEVERITY-FATAL
                   MOVE "Y" TO WS-RECORD-FATAL-SWITCH
               END-IF
               ADD 1 TO WS-EXCEPTION-COUNT
               PERFORM WRITE-FIELD-EXCEPTION-LINE
           END-IF.
               MOVE "CODE NOT IN VALUE LIST" TO WS-FIELD-REASON
           END-IF.

       CHECK-REFERENCE-FIELD.
           *> An R-type zone must name a live record: an account on
           *> the ADD2NUM master, a loan on the loan portfolio, or a
           *> borrower some loan on the portfolio belongs to.  Keys
           *> are eight bytes and the zone is compared left-justified.
           *> Each master fails with its own reason, so the classes
           *> can be told apart in the exception file.
           MOVE WS-FIELD-VALUE(1:8) TO WS-REF-KEY
           MOVE "N" TO WS-REF-FOUND-SW
           EVALUATE TRUE
               WHEN LAY-REF-ACCOUNT(WS-LAY-IDX)
                   IF ACCT-REFS-LOADED
                       PERFORM VARYING WS-REF-IDX FROM 1 BY 1
                               UNTIL WS-REF-IDX > WS-ACCT-REF-COUNT
                               OR REF-WAS-FOUND
                           IF WS-ACCT-REF(WS-REF-IDX) = WS-REF-KEY
                               MOVE "Y" TO WS-REF-FOUND-SW
                           END-IF
                       END-PERFORM
                       IF NOT REF-WAS-FOUND
                           MOVE "Y" TO WS-FIELD-ERROR-FLAG
                           MOVE "ACCOUNT NOT ON ADDMSTR"
                               TO WS-FIELD-REASON
                       END-IF
                   END-IF
               WHEN LAY-REF-LOAN(WS-LAY-IDX)
                   IF LOAN-REFS-LOADED
                       PERFORM VARYING WS-REF-IDX FROM 1 BY 1
                               UNTIL WS-REF-IDX > WS-LOAN-REF-COUNT
                               OR REF-WAS-FOUND
                           IF WS-LOAN-REF-ID(WS-REF-IDX) = WS-REF-KEY
                               MOVE "Y" TO WS-REF-FOUND-SW
                           END-IF
                       END-PERFORM
                       IF NOT REF-WAS-FOUND
                           MOVE "Y" TO WS-FIELD-ERROR-FLAG
                           MOVE "LOAN NOT ON LOOPPORT"
                               TO WS-FIELD-REASON
                       END-IF
                   END-IF
               WHEN LAY-REF-BORROWER(WS-LAY-IDX)
                   IF LOAN-REFS-LOADED
                       PERFORM VARYING WS-REF-IDX FROM 1 BY 1
                               UNTIL WS-REF-IDX > WS-LOAN-REF-COUNT
                               OR REF-WAS-FOUND
                           IF WS-LOAN-REF-BORROWER(WS-REF-IDX)
                                   = WS-REF-KEY
                               MOVE "Y" TO WS-REF-FOUND-SW
                           END-IF
                       END-PERFORM
                       IF NOT REF-WAS-FOUND
                           MOVE "Y" TO WS-FIELD-ERROR-FLAG
                           MOVE "BORROWER NOT ON LOOPPORT"
                               TO WS-FIELD-REASON
                       END-IF
                   END-IF
           END-EVALUATE.

       LOAD-REFERENCE-MASTERS.
           *> Only the masters this feed's layout refers to are read,
           *> and each only once per run.
           PERFORM VARYING WS-LAY-IDX FROM 1 BY 1
                   UNTIL WS-LAY-IDX > WS-LAYOUT-COUNT
               IF LAY-TYPE-REFERENCE(WS-LAY-IDX)
                   IF LAY-REF-ACCOUNT(WS-LAY-IDX)
                       IF ACCT-REFS-NOT-LOADED
                           PERFORM LOAD-ACCOUNT-REFS
                       END-IF
                   ELSE
                       IF LOAN-REFS-NOT-LOADED
                           PERFORM LOAD-LOAN-REFS
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       LOAD-ACCOUNT-REFS.
           MOVE 0 TO WS-ACCT-REF-COUNT
           MOVE "Y" TO WS-ACCT-REF-STATE
           OPEN INPUT SI-ACCT-MASTER-FILE
           IF NOT ACCT-MASTER-OK
               MOVE "U" TO WS-ACCT-REF-STATE
               DISPLAY "STRINSPECT: cannot open ADDMSTR.DAT - "
                       "account references not checked."
           ELSE
               READ SI-ACCT-MASTER-FILE
                   AT END SET ACCT-MASTER-EOF TO TRUE
               END-READ
               PERFORM UNTIL ACCT-MASTER-EOF OR ACCT-REFS-UNAVAILABLE
                   IF MS-ACCOUNT NOT = SPACES
                       IF WS-ACCT-REF-COUNT < 5000
                           ADD 1 TO WS-ACCT-REF-COUNT
                           MOVE MS-ACCOUNT
                               TO WS-ACCT-REF(WS-ACCT-REF-COUNT)
                       ELSE
                           MOVE "U" TO WS-ACCT-REF-STATE
                           DISPLAY "STRINSPECT: ADDMSTR.DAT holds more "
                                   "than 5000 accounts - account "
                                   "references not checked."
                       END-IF
                   END-IF
                   READ SI-ACCT-MASTER-FILE
                       AT END SET ACCT-MASTER-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE SI-ACCT-MASTER-FILE
           END-IF.

       LOAD-LOAN-REFS.
           MOVE 0 TO WS-LOAN-REF-COUNT
           MOVE "Y" TO WS-LOAN-REF-STATE
           OPEN INPUT SI-LOAN-PORT-FILE
           IF NOT LOAN-PORT-OK
               MOVE "U" TO WS-LOAN-REF-STATE
               DISPLAY "STRINSPECT: cannot open LOOPPORT.DAT - "
                       "loan and borrower references not checked."
           ELSE
               READ SI-LOAN-PORT-FILE
                   AT END SET LOAN-PORT-EOF TO TRUE
               END-READ
               PERFORM UNTIL LOAN-PORT-EOF OR LOAN-REFS-UNAVAILABLE
                   IF PF-LOAN-ID NOT = SPACES
                       IF WS-LOAN-REF-COUNT < 2000
                           ADD 1 TO WS-LOAN-REF-COUNT
                           MOVE PF-LOAN-ID
                               TO WS-LOAN-REF-ID(WS-LOAN-REF-COUNT)
                           MOVE PF-BORROWER-REF TO
                               WS-LOAN-REF-BORROWER(WS-LOAN-REF-COUNT)
                       ELSE
                           MOVE "U" TO WS-LOAN-REF-STATE
                           DISPLAY "STRINSPECT: LOOPPORT.DAT holds "
                                   "more than 2000 loans - loan and "
                                   "borrower references not checked."
                       END-IF
                   END-IF
                   READ SI-LOAN-PORT-FILE
                       AT END SET LOAN-PORT-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE SI-LOAN-PORT-FILE
           END-IF.

       LOAD-CODE-TABLE.
           MOVE 0 TO WS-CODE-COUNT
           OPEN INPUT SI-CODES-FILE
           END-IF.

       WRITE-FIELD-EXCEPTION-LINE.
           PERFORM SET-SEVERITY-WORD
           MOVE SPACES TO SI-EXCEPT-RECORD
           STRING "RECORD "        DELIMITED BY SIZE
                  WS-RECORD-COUNT  DELIMITED BY SIZE
                  " FIELD "        DELIMITED BY SIZE
                  WS-LAY-NAME(WS-LAY-IDX) DELIMITED BY SIZE
                  " EXCEPTION ("   DELIMITED BY SIZE
                  WS-SEVERITY-WORD DELIMITED BY "  "
                  "): "            DELIMITED BY SIZE
                  WS-FIELD-REASON  DELIMITED BY SIZE
                  INTO SI-EXCEPT-RECORD
           END-STRING
                  "]"              DELIMITED BY SIZE
                  INTO SI-EXCEPT-RECORD
           END-STRING
           WRITE SI-EXCEPT-RECORD

           MOVE WS-LAY-NAME(WS-LAY-IDX) TO WS-CASE-FIELD
           MOVE WS-FIELD-REASON TO WS-CASE-REASON
           PERFORM NOTE-CASE-EVENT.

       APPLY-SCRUB-RULES.
           *> Only the feed's own record length is scrubbed; the
           *> space fill past it stays spaces.
           MOVE WS-TEXT TO WS-SCRUB
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                   UNTIL WS-RULE-IDX > WS-RULE-COUNT
               INSPECT WS-SCRUB(1:WS-REC-LEN)
                   REPLACING ALL WS-RULE-FROM(WS-RULE-IDX)
                             BY  WS-RULE-TO(WS-RULE-IDX)
           END-PERFORM.

       BUILD-DIFF-MARKERS.
           MOVE SPACES TO WS-DIFF-MARKERS
           PERFORM VARYING WS-DIFF-I FROM 1 BY 1
                   UNTIL WS-DIFF-I > WS-REC-LEN
               IF WS-TEXT(WS-DIFF-I:1) NOT = WS-SCRUB(WS-DIFF-I:1)
                   MOVE "^" TO WS-DIFF-MARKERS(WS-DIFF-I:1)
               END-IF
           MOVE 0 TO WS-WORDS
           MOVE "Y" TO WS-PREV-WAS-SPACE
           PERFORM VARYING WS-WORD-I FROM 1 BY 1
                   UNTIL WS-WORD-I > WS-REC-LEN
               MOVE WS-TEXT(WS-WORD-I:1) TO WS-CUR-CHAR
               IF WS-CUR-CHAR = SPACE
                   MOVE "Y" TO WS-PREV-WAS-SPACE
           MOVE "N" TO WS-RECORD-FATAL-SWITCH
           MOVE SPACES TO WS-EXCEPTION-REASON
           MOVE "W" TO WS-EXCEPTION-SEVERITY
           COMPUTE WS-NON-SPACE-COUNT = WS-MAX-REC-LEN - WS-SPACES

           MOVE 0 TO WS-LOWVALUE-COUNT
           INSPECT WS-TEXT TALLYING WS-LOWVALUE-COUNT FOR ALL LOW-VALUE
               WRITE SI-EXCEPT-RECORD
               DISPLAY SI-EXCEPT-RECORD
               DISPLAY "STRINSPECT: downstream jobs must not consume "
                       "this " WS-INPUT-NAME
           END-IF.

       WRITE-EXCEPTION-LINE.
           *> The reason and the full flagged record together do not
           *> fit one exception line, so this is written as two lines
           *> instead of letting STRING silently truncate the flagged
           *> text off the end.
           PERFORM SET-SEVERITY-WORD
           MOVE SPACES TO SI-EXCEPT-RECORD
           STRING "RECORD "        DELIMITED BY SIZE
           PERFORM SANITIZE-DISPLAY-TEXT
           MOVE SPACES TO SI-EXCEPT-RECORD
           STRING "TEXT=["         DELIMITED BY SIZE
                  WS-DISPLAY-TEXT(1:WS-REC-LEN) DELIMITED BY SIZE
                  "]"              DELIMITED BY SIZE
                  INTO SI-EXCEPT-RECORD
           END-STRING
           WRITE SI-EXCEPT-RECORD

           MOVE WS-EXCEPTION-REASON TO WS-CASE-REASON
           PERFORM NOTE-CASE-EVENT.

       NOTE-CASE-EVENT.
           *> One note per fingerprint and field: a record that trips
           *> the same field twice, or a block of identical records,
           *> is one problem.  The caller has set WS-CASE-FIELD,
           *> WS-CASE-REASON and the severity.
           PERFORM COMPUTE-RECORD-FINGERPRINT
           PERFORM FIND-CASE-EVENT
           IF WS-CASE-MATCH-IDX = 0
               IF WS-CASE-EVENT-COUNT < 2000
                   ADD 1 TO WS-CASE-EVENT-COUNT
                   MOVE WS-CASE-FP
                       TO WS-CE-FINGERPRINT(WS-CASE-EVENT-COUNT)
                   MOVE WS-CASE-FIELD
                       TO WS-CE-FIELD(WS-CASE-EVENT-COUNT)
                   MOVE WS-EXCEPTION-SEVERITY
                       TO WS-CE-SEVERITY(WS-CASE-EVENT-COUNT)
                   MOVE WS-CASE-REASON
                       TO WS-CE-REASON(WS-CASE-EVENT-COUNT)
                   MOVE WS-TEXT TO WS-DISPLAY-TEXT
                   PERFORM SANITIZE-DISPLAY-TEXT
                   MOVE WS-DISPLAY-TEXT(1:60)
                       TO WS-CE-TEXT(WS-CASE-EVENT-COUNT)
                   MOVE "N" TO WS-CE-MATCHED(WS-CASE-EVENT-COUNT)
                   ADD 1 TO WS-CASE-UNFOLDED
               ELSE
                   MOVE "Y" TO WS-CASE-FULL-SWITCH
               END-IF
           END-IF.

       COMPUTE-RECORD-FINGERPRINT.
           MOVE 0 TO WS-CASE-FP
           PERFORM VARYING WS-HASH-I FROM 1 BY 1
                   UNTIL WS-HASH-I > WS-REC-LEN
               COMPUTE WS-CASE-FP = FUNCTION MOD(WS-CASE-FP * 131
                   + FUNCTION ORD(WS-TEXT(WS-HASH-I:1)),
                   999999999989)
           END-PERFORM.

       FIND-CASE-EVENT.
           MOVE 0 TO WS-CASE-MATCH-IDX
           PERFORM VARYING WS-CASE-IDX FROM 1 BY 1
                   UNTIL WS-CASE-IDX > WS-CASE-EVENT-COUNT
                   OR WS-CASE-MATCH-IDX > 0
               IF WS-CE-FINGERPRINT(WS-CASE-IDX) = WS-CASE-FP
                   AND WS-CE-FIELD(WS-CASE-IDX) = WS-CASE-FIELD
                   MOVE WS-CASE-IDX TO WS-CASE-MATCH-IDX
               END-IF
           END-PERFORM.

       UPDATE-CASE-FILE.
           *> The feed is finished: fold the last of its problems into
           *> the case file and report the feed's cases.
           PERFORM FOLD-CASE-EVENTS
           IF CASE-FILE-UNREADABLE
               DISPLAY "STRINSPECT: cannot read STRCASE.DAT (status "
                       WS-CASE-STATUS ") - cases not updated."
               IF WS-COND-CODE < 4
                   MOVE 4 TO WS-COND-CODE
               END-IF
           END-IF
           IF CASE-FOLD-OK
               MOVE SPACES TO SI-EXCEPT-RECORD
               STRING "CASES - "           DELIMITED BY SIZE
                      WS-CASE-NEW-COUNT    DELIMITED BY SIZE
                      " NEW, "             DELIMITED BY SIZE
                      WS-CASE-AGAIN-COUNT  DELIMITED BY SIZE
                      " SEEN BEFORE, "     DELIMITED BY SIZE
                      WS-CASE-REOPEN-COUNT DELIMITED BY SIZE
                      " REOPENED"          DELIMITED BY SIZE
                      INTO SI-EXCEPT-RECORD
               END-STRING
               WRITE SI-EXCEPT-RECORD
               DISPLAY SI-EXCEPT-RECORD
               IF CASE-TABLE-FULL
                   MOVE SPACES TO SI-EXCEPT-RECORD
                   STRING "CASES - TABLE FULL AT 2000 PROBLEMS - "
                              DELIMITED BY SIZE
                          "LATER ONES NOT RECORDED" DELIMITED BY SIZE
                          INTO SI-EXCEPT-RECORD
                   END-STRING
                   WRITE SI-EXCEPT-RECORD
               END-IF
           END-IF.

       FOLD-CASE-EVENTS.
           *> Fold the problems noted since the last fold into the
           *> case file: every case on file is carried across to
           *> STRCASEN.DAT, this feed's cases seen again brought up to
           *> date on the way, then a new open case is added for each
           *> problem not on file and the work file replaces
           *> STRCASE.DAT.  Times seen counts scan days, so a rerun of
           *> the same day, or a second fold in the same run, does not
           *> add to it.  A resolved case seen again is reopened; a
           *> waived case stays waived.  A case file that is there but
           *> cannot be read is left alone rather than rebuilt from
           *> nothing, and its notes are kept for the next fold.  If
           *> the work file cannot be opened the live case file is
           *> left as it is and the run is aborted.
           MOVE "N" TO WS-CASE-FOLD-SW
           IF SOME-CASES-NOT-WRITTEN
               MOVE "Y" TO WS-CASE-FOLD-SW
           ELSE
               IF WS-CASE-UNFOLDED > 0
                   MOVE 0 TO WS-CASE-MAX-ID
                   OPEN INPUT CASE-FILE
                   IF NOT CASE-OK AND NOT CASE-NOT-FOUND
                       MOVE "U" TO WS-CASE-FOLD-SW
                   ELSE
                       OPEN OUTPUT SI-CASE-NEW-FILE
                       IF CASE-NEW-OK
                           PERFORM REWRITE-CASE-FILE
                       ELSE
                           DISPLAY "STRINSPECT: cannot write "
                                   "STRCASEN.DAT (status "
                                   WS-CASE-NEW-STATUS
                                   ") - cases not updated."
                           IF CASE-OK
                               CLOSE CASE-FILE
                           END-IF
                           MOVE "Y" TO WS-CASE-FOLD-SW
                           MOVE "Y" TO WS-CASE-LOST-SW
                           MOVE "ABORTED" TO WS-RUN-STATUS
                           MOVE "CANNOT WRITE CASES" TO WS-RUN-REASON
                           MOVE 12 TO WS-COND-CODE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       REWRITE-CASE-FILE.
           IF CASE-OK
               READ CASE-FILE INTO CASE-RECORD
                   AT END SET CASE-EOF TO TRUE
               END-READ
               PERFORM UNTIL CASE-EOF
                   PERFORM CARRY-ONE-CASE
                   READ CASE-FILE INTO CASE-RECORD
                       AT END SET CASE-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CASE-FILE
           END-IF
           PERFORM VARYING WS-CASE-IDX FROM 1 BY 1
                   UNTIL WS-CASE-IDX > WS-CASE-EVENT-COUNT
               IF CASE-EVENT-NEW(WS-CASE-IDX)
                   PERFORM OPEN-NEW-CASE
               END-IF
               MOVE "F" TO WS-CE-MATCHED(WS-CASE-IDX)
           END-PERFORM
           MOVE 0 TO WS-CASE-UNFOLDED
           CLOSE SI-CASE-NEW-FILE

           MOVE "mv STRCASEN.DAT STRCASE.DAT" TO WS-GEN-COMMAND
           CALL "SYSTEM" USING WS-GEN-COMMAND
           MOVE 0 TO RETURN-CODE.

       CARRY-ONE-CASE.
           IF CS-CASE-ID > WS-CASE-MAX-ID
               MOVE CS-CASE-ID TO WS-CASE-MAX-ID
           END-IF
           IF CS-FEED-ID = WS-CUR-FEED-ID
               MOVE CS-FINGERPRINT TO WS-CASE-FP
               MOVE CS-FIELD TO WS-CASE-FIELD
               PERFORM FIND-CASE-EVENT
               IF WS-CASE-MATCH-IDX > 0
                   IF NOT CASE-EVENT-FOLDED(WS-CASE-MATCH-IDX)
                       PERFORM REFRESH-ONE-CASE
                   END-IF
               END-IF
           END-IF
           WRITE SI-CASE-NEW-RECORD FROM CASE-RECORD.

       REFRESH-ONE-CASE.
           MOVE "Y" TO WS-CE-MATCHED(WS-CASE-MATCH-IDX)
           ADD 1 TO WS-CASE-AGAIN-COUNT
           IF CS-LAST-SEEN NOT = RH-RUN-DATE
               IF CS-TIMES-SEEN < 99999
                   ADD 1 TO CS-TIMES-SEEN
               END-IF
               MOVE RH-RUN-DATE TO CS-LAST-SEEN
           END-IF
           MOVE WS-CE-SEVERITY(WS-CASE-MATCH-IDX) TO CS-SEVERITY
           MOVE WS-CE-REASON(WS-CASE-MATCH-IDX)   TO CS-REASON
           MOVE WS-CE-TEXT(WS-CASE-MATCH-IDX)     TO CS-RECORD-TEXT
           IF CS-RESOLVED
               MOVE "O" TO CS-STATUS
               IF CS-RECURRENCES < 999
                   ADD 1 TO CS-RECURRENCES
               END-IF
               MOVE RH-RUN-DATE     TO CS-STATUS-DATE
               MOVE RH-PROGRAM-NAME TO CS-STATUS-BY
               ADD 1 TO WS-CASE-REOPEN-COUNT
           END-IF.

       OPEN-NEW-CASE.
           ADD 1 TO WS-CASE-MAX-ID
           MOVE SPACES TO CASE-RECORD
           MOVE WS-CASE-MAX-ID                TO CS-CASE-ID
           MOVE WS-CUR-FEED-ID                TO CS-FEED-ID
           MOVE WS-CE-FINGERPRINT(WS-CASE-IDX) TO CS-FINGERPRINT
           MOVE WS-CE-FIELD(WS-CASE-IDX)      TO CS-FIELD
           MOVE WS-CE-SEVERITY(WS-CASE-IDX)   TO CS-SEVERITY
           MOVE "O"                           TO CS-STATUS
           MOVE RH-RUN-DATE                   TO CS-FIRST-SEEN
           MOVE RH-RUN-DATE                   TO CS-LAST-SEEN
           MOVE 1                             TO CS-TIMES-SEEN
           MOVE 0                             TO CS-RECURRENCES
           MOVE WS-CE-REASON(WS-CASE-IDX)     TO CS-REASON
           MOVE RH-RUN-DATE                   TO CS-STATUS-DATE
           MOVE RH-PROGRAM-NAME               TO CS-STATUS-BY
           MOVE WS-CE-TEXT(WS-CASE-IDX)       TO CS-RECORD-TEXT
           WRITE SI-CASE-NEW-RECORD FROM CASE-RECORD
           ADD 1 TO WS-CASE-NEW-COUNT.


       SANITIZE-DISPLAY-TEXT.
           PERFORM VARYING WS-CHAR-I FROM 1 BY 1
                   UNTIL WS-CHAR-I > WS-REC-LEN
               IF WS-DISPLAY-TEXT(WS-CHAR-I:1) < SPACE
                   MOVE "." TO WS-DISPLAY-TEXT(WS-CHAR-I:1)
               END-IF
               WRITE SI-EXCEPT-RECORD
               PERFORM VARYING WS-LAY-IDX FROM 1 BY 1
                       UNTIL WS-LAY-IDX > WS-LAYOUT-COUNT
                   PERFORM WRITE-FIELD-SUMMARY-LINE
               END-PERFORM
           END-IF.

       WRITE-FIELD-SUMMARY-LINE.
           *> A reference field whose master was not available was
           *> never checked; it says so, and the run ends with at
           *> least a 4, rather than reporting a clean zero.
           MOVE SPACES TO WS-REF-MASTER-NAME
           IF LAY-TYPE-REFERENCE(WS-LAY-IDX)
               IF LAY-REF-ACCOUNT(WS-LAY-IDX)
                   IF ACCT-REFS-UNAVAILABLE
                       MOVE "ADDMSTR.DAT" TO WS-REF-MASTER-NAME
                   END-IF
               ELSE
                   IF LOAN-REFS-UNAVAILABLE
                       MOVE "LOOPPORT.DAT" TO WS-REF-MASTER-NAME
                   END-IF
               END-IF
           END-IF
           MOVE SPACES TO SI-EXCEPT-RECORD
           IF WS-REF-MASTER-NAME = SPACES
               STRING "  FIELD "    DELIMITED BY SIZE
                      WS-LAY-NAME(WS-LAY-IDX) DELIMITED BY SIZE
                      ": "          DELIMITED BY SIZE
                      WS-LAY-ERROR-COUNT(WS-LAY-IDX)
                                    DELIMITED BY SIZE
                      " ERRORS"     DELIMITED BY SIZE
                      INTO SI-EXCEPT-RECORD
               END-STRING
           ELSE
               STRING "  FIELD "    DELIMITED BY SIZE
                      WS-LAY-NAME(WS-LAY-IDX) DELIMITED BY SIZE
                      ": NOT CHECKED - " DELIMITED BY SIZE
                      WS-REF-MASTER-NAME DELIMITED BY SPACE
                      " NOT AVAILABLE" DELIMITED BY SIZE
                      INTO SI-EXCEPT-RECORD
               END-STRING
               IF WS-COND-CODE < 4
                   MOVE 4 TO WS-COND-CODE
               END-IF
           END-IF
           WRITE SI-EXCEPT-RECORD.
