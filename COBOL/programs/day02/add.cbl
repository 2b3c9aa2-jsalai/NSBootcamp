       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADD2NUM.

           SELECT ADD-MASTER-FILE ASSIGN TO "ADDMSTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.
           *> The same master, read once more on its own ahead of the
           *> merge so the day's transfers can be priced in advance.
           SELECT ADD-MASTER-SCAN-FILE ASSIGN TO "ADDMSTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-SCAN-STATUS.
           SELECT ADD-MASTER-NEW-FILE ASSIGN TO "ADDMSTRN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-MASTER-STATUS.
           SELECT GEN-PARM-FILE ASSIGN TO "GENPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-STATUS.
           SELECT ADD-HISTORY-FILE ASSIGN TO "ADDHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT ADD-HIST-WORK-FILE ASSIGN TO "ADDHISTW.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-WORK-STATUS.
           SELECT ADD-PERIOD-FILE ASSIGN TO "ADDPERD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-STATUS.
           COPY AUDITSEL.
           COPY RUNCSEL.
           COPY METRSEL.
               88  TR-OP-SUBTRACT          VALUE "S".
               88  TR-OP-MULTIPLY          VALUE "M".
               88  TR-OP-DIVIDE            VALUE "D".
               *> Month-end interest capitalization, written by the
               *> accrual run (ADDACCR) and posted like an add.
               88  TR-OP-INTEREST          VALUE "I".
               *> Reversal of an earlier posting, written by ADDREVS.
               *> NUM1 carries the whole ten-thousands and NUM2 the
               *> rest, so any posted amount can be offset exactly.
               88  TR-OP-REVERSAL          VALUE "R".
               *> Account transfer: the amount (ten-thousands and
               *> units, as for a reversal) moves out of TR-ACCOUNT and
               *> into TR-XFER-TO-ACCOUNT, both legs or neither.
               88  TR-OP-TRANSFER          VALUE "T".
           05  TR-NUM1         PIC S9(4)V99 SIGN IS LEADING SEPARATE.
           05  TR-NUM2         PIC S9(4)V99 SIGN IS LEADING SEPARATE.
           *> Optional YYYYMMDD effective date, validated by ADDEDIT.
           *> Blank means post tonight; a future date sends the record
           *> to the holding file until its morning arrives.
           05  TR-EFF-DATE     PIC X(08).
           *> A reversal's cross-reference back to the posting it
           *> offsets: the run ID and register sequence that posting
           *> carries on the history file.  A transfer carries its
           *> to-account in the first eight columns instead.  Blank
           *> on every other op.
           05  TR-REFERENCE.
               10  TR-REV-RUN-ID   PIC X(16).
               10  TR-REV-SEQ      PIC X(07).
           05  TR-TRANSFER-REF REDEFINES TR-REFERENCE.
               10  TR-XFER-TO-ACCOUNT PIC X(08).
               10  FILLER          PIC X(15).

       FD  ADD-RESULT-FILE.
       01  ADD-RESULT-RECORD   PIC X(80).
           *> published volumes still cover the pre-crash records.
           05  CK-MATCHED-COUNT    PIC 9(7).
           05  CK-UNMATCHED-COUNT  PIC 9(7).
           05  CK-INT-COUNT        PIC 9(7).
           05  CK-INT-TOTAL        PIC S9(9)V99 SIGN IS LEADING SEPARATE.
           05  CK-REV-COUNT        PIC 9(7).
           05  CK-REV-TOTAL        PIC S9(9)V99 SIGN IS LEADING SEPARATE.

       FD  ADD-MASTER-FILE.
       01  ADD-MASTER-RECORD.
                                   SIGN IS LEADING SEPARATE.
               10  MS-CEILING      PIC S9(9)V99
                                   SIGN IS LEADING SEPARATE.
           *> Interest: the rate class (ADDRATE.DAT) the accrual run
           *> prices the account at, the interest accrued but not yet
           *> capitalized, the last day accrued and the last month
           *> capitalized (YYYYMM).  Blank on a master written before
           *> interest existed, which means no class and nothing
           *> accrued.  The posting run only carries these through,
           *> except that an interest posting that applies takes its
           *> amount out of the accrued bucket.
           05  MS-INTEREST.
               10  MS-RATE-CLASS   PIC X(04).
               10  MS-ACCRUED      PIC S9(9)V99
                                   SIGN IS LEADING SEPARATE.
               10  MS-ACCRUED-THRU PIC X(08).
               10  MS-LAST-CAP     PIC X(06).

       FD  ADD-MASTER-SCAN-FILE.
       01  ADD-MASTER-SCAN-RECORD.
           05  XS-ACCOUNT          PIC X(08).
           05  XS-BALANCE          PIC S9(9)V99 SIGN IS LEADING SEPARATE.
           05  XS-LIMITS.
               10  XS-FLOOR        PIC S9(9)V99
                                   SIGN IS LEADING SEPARATE.
               10  XS-CEILING      PIC S9(9)V99
                                   SIGN IS LEADING SEPARATE.
           05  FILLER              PIC X(30).

       FD  ADD-MASTER-NEW-FILE.
       01  ADD-MASTER-NEW-RECORD.
           05  NM-BALANCE          PIC S9(9)V99 SIGN IS LEADING SEPARATE.
           05  NM-FLOOR            PIC S9(9)V99 SIGN IS LEADING SEPARATE.
           05  NM-CEILING          PIC S9(9)V99 SIGN IS LEADING SEPARATE.
           05  NM-RATE-CLASS       PIC X(04).
           05  NM-ACCRUED          PIC S9(9)V99 SIGN IS LEADING SEPARATE.
           05  NM-ACCRUED-THRU     PIC X(08).
           05  NM-LAST-CAP         PIC X(06).

       SD  POST-SORT-FILE.
       01  POST-SORT-RECORD.
           *> in-storage account table and no size ceiling.  Suspense
           *> sorts ahead of the day's records within an account
           *> ("S" < "T"), so retries get first crack at the balance.
           *> Transfer legs sort ahead of everything ("P"), so each
           *> leg meets exactly the balance it was priced against.
           05  PW-ACCOUNT      PIC X(08).
           05  PW-SOURCE       PIC X(01).
               88  PW-XFER-LEG              VALUE "P".
               88  PW-FROM-HOLDING          VALUE "R".
               88  PW-FROM-SUSPENSE         VALUE "S".
               88  PW-FROM-TRANS            VALUE "T".
           05  PW-SEQ          PIC 9(7).
           05  PW-OP-CODE      PIC X(01).
               88  PW-OP-INTEREST           VALUE "I".
           05  PW-NUM1         PIC S9(4)V99 SIGN IS LEADING SEPARATE.
           05  PW-NUM2         PIC S9(4)V99 SIGN IS LEADING SEPARATE.
           05  PW-EFF-DATE     PIC X(08).
           05  PW-AMOUNT       PIC S9(8)V99 SIGN IS LEADING SEPARATE.
           05  PW-AGE          PIC 9(3).
           05  PW-REV-RUN-ID   PIC X(16).
           05  PW-REV-SEQ      PIC X(07).
           *> A transfer leg's other account and the transfer number
           *> both legs share; blank and zero on every other posting.
           05  PW-XFER-OTHER   PIC X(08).
           05  PW-XFER-NO      PIC 9(07).

       FD  ADD-REGISTER-FILE.
       01  ADD-REGISTER-RECORD     PIC X(100).
           05  SP-NUM2         PIC S9(4)V99 SIGN IS LEADING SEPARATE.
           05  SP-EFF-DATE     PIC X(08).
           05  SP-AGE          PIC 9(3).
           *> A suspended reversal keeps its cross-reference.
           05  SP-REV-RUN-ID   PIC X(16).
           05  SP-REV-SEQ      PIC X(07).

       FD  ADD-SUSP-AGED-FILE.
       01  ADD-SUSP-AGED-RECORD    PIC X(100).
       01  GEN-PARM-RECORD.
           05  GP-RETAIN-COUNT     PIC 99.

       *> Permanent posting history, and the night's slice of it.
       *> Both carry the ADDHIST layout, built in working storage;
       *> the work file is appended to the history only at clean end
       *> of run, next to the master swap, so a crashed or restarted
       *> run never leaves half a night on the history.
       FD  ADD-HISTORY-FILE.
       01  ADD-HISTORY-RECORD      PIC X(130).

       FD  ADD-HIST-WORK-FILE.
       01  ADD-HIST-WORK-RECORD    PIC X(130).

       *> Accounting periods closed by the month-end close (ADDCLOSE).
       FD  ADD-PERIOD-FILE.
           COPY ADDPERD.

       FD  AUDIT-LOG-FILE.
           COPY AUDITLOG.


       WORKING-STORAGE SECTION.
           COPY RUNHDR.
           COPY OPERLINK.
           01  WS-AUDIT-STATUS     PIC XX  VALUE SPACES.
               88  AUDIT-OK                VALUE "00".
           01  WS-RUNCARD-STATUS   PIC XX  VALUE SPACES.
                                       SIGN IS LEADING SEPARATE.
                   10  WS-SKP-EFF-DATE PIC X(08).
                   10  WS-SKP-AGE      PIC 9(3).
                   10  WS-SKP-REV-RUN-ID PIC X(16).
                   10  WS-SKP-REV-SEQ  PIC X(07).
           01  WS-SUSP-KEEP-IDX    PIC 9(3)    VALUE 0.
           01  WS-SUSP-NEW-AGE     PIC 9(3)    VALUE 0.
           01  WS-SUSP-POSTED      PIC 9(7)    VALUE 0.
           01  WS-LIMIT-SWITCH     PIC X       VALUE "N".
               88  LIMIT-IS-BREACHED           VALUE "Y".

           *> Posting history and reversals.  Every applied posting
           *> gets a register sequence (printed on its register line)
           *> and a history record; together with the run ID that is
           *> the reference a reversal quotes.  A reversal whose
           *> reference has already been reversed - on the history,
           *> waiting in suspense, or earlier in tonight's file - is
           *> refused rather than posted twice, and collected for its
           *> own register section.  Refused reversals are counted
           *> back into the reconciliation the same way future holds
           *> are, because the control card covers them.
           COPY ADDHIST.
           01  WS-HISTORY-STATUS   PIC XX  VALUE SPACES.
               88  HISTORY-OK              VALUE "00".
               88  HISTORY-EOF             VALUE "10".
           01  WS-HIST-WORK-STATUS PIC XX  VALUE SPACES.
               88  HIST-WORK-OK            VALUE "00".
               88  HIST-WORK-EOF           VALUE "10".
           01  WS-REG-SEQ          PIC 9(7)    VALUE 0.
           01  WS-HIST-APPENDED    PIC 9(7)    VALUE 0.
           01  WS-REV-REF-COUNT    PIC 9(5)    VALUE 0.
           01  WS-REV-REF-TABLE.
               05  WS-REV-REF      OCCURS 5000 TIMES PIC X(23).
           01  WS-REV-REF-IDX      PIC 9(5)    VALUE 0.
           01  WS-REV-REF-KEY      PIC X(23)   VALUE SPACES.
           01  WS-REV-REF-FULL-SW  PIC X       VALUE "N".
               88  REV-REF-TABLE-FULL          VALUE "Y".
           01  WS-REV-DUP-SWITCH   PIC X       VALUE "N".
               88  REVERSAL-ALREADY-DONE       VALUE "Y".
           01  WS-REV-REFUSED-COUNT PIC 9(7)   VALUE 0.
           01  WS-REV-REFUSED-TOTAL PIC S9(9)V99 SIGN IS LEADING SEPARATE
                                                 VALUE 0.
           01  WS-REFUSED-LINE-COUNT PIC 9(3)  VALUE 0.

           *> Closed periods.  A period is locked when it is no later
           *> than the latest period on ADDPERD.DAT, unless its own
           *> record says a supervisor has reopened it.  The front-end
           *> edit rejects a dated transaction for a locked period;
           *> anything that reaches posting regardless - a suspense
           *> retry or a hold parked before the close - still posts,
           *> but its history record takes the run date as its
           *> effective date, so it lands in the open period and the
           *> closed period's figures stay as they were sent.
           01  WS-PERIOD-STATUS    PIC XX  VALUE SPACES.
               88  PERIOD-OK               VALUE "00".
               88  PERIOD-EOF              VALUE "10".
           01  WS-PERD-COUNT       PIC 9(3)    VALUE 0.
           01  WS-PERD-TABLE.
               05  WS-PERD-ENTRY   OCCURS 240 TIMES.
                   10  WS-PERD-PERIOD  PIC X(06).
                   10  WS-PERD-STATUS  PIC X(01).
           01  WS-PERD-IDX         PIC 9(3)    VALUE 0.
           01  WS-PERD-HIGH        PIC X(06)   VALUE SPACES.
           01  WS-PERD-CHECK       PIC X(06)   VALUE SPACES.
           01  WS-PERD-LOCK-SWITCH PIC X       VALUE "N".
               88  PERIOD-LOCKED               VALUE "Y".
           01  WS-PERIOD-REDATED-COUNT PIC 9(7) VALUE 0.
           01  WS-REFUSED-LINE-TABLE.
               05  WS-REFUSED-LINE OCCURS 200 TIMES PIC X(100).
           01  WS-REFUSED-IDX      PIC 9(3)    VALUE 0.

           *> Not-applied register lines (unmatched, limit-held) say
           *> where the posting came from when it was not the day's
           *> file, so the GL extract can relieve the right holding
           *> or suspense account for it.
           01  WS-SOURCE-TAG       PIC X(15)   VALUE SPACES.

           *> Future-dated holds taken today, collected for their own
           *> register section so the register accounts for every
           *> record the control card covers.
           01  WS-FUT-LINE-COUNT   PIC 9(3)    VALUE 0.
           01  WS-FUT-LINE-TABLE.
               05  WS-FUT-LINE     OCCURS 200 TIMES PIC X(100).
           01  WS-FUT-IDX          PIC 9(3)    VALUE 0.

           *> The balance master is no longer held in storage - the
           *> sorted postings are match-merged against the master file
           *> itself, one account in hand at a time, and the updated
                                                 VALUE 0.
           01  WS-CUR-CEILING      PIC S9(9)V99 SIGN IS LEADING SEPARATE
                                                 VALUE 0.
           01  WS-CUR-RATE-CLASS   PIC X(04)   VALUE SPACES.
           01  WS-CUR-ACCRUED      PIC S9(9)V99 SIGN IS LEADING SEPARATE
                                                 VALUE 0.
           01  WS-CUR-ACCRUED-THRU PIC X(08)   VALUE SPACES.
           01  WS-CUR-LAST-CAP     PIC X(06)   VALUE SPACES.
           01  WS-PREV-MST-ACCOUNT PIC X(08)   VALUE LOW-VALUES.
           01  WS-MASTER-SEQ-SWITCH PIC X      VALUE "N".
               88  MASTER-OUT-OF-SEQ           VALUE "Y".
           01  WS-POST-SEQ         PIC 9(7)    VALUE 0.
           01  WS-MASTER-SCAN-STATUS PIC XX    VALUE SPACES.
               88  MASTER-SCAN-OK              VALUE "00".
               88  MASTER-SCAN-EOF             VALUE "10".
           01  WS-SORT-DONE-SWITCH PIC X       VALUE "N".
               88  SORT-POSTINGS-DONE          VALUE "Y".
           01  WS-PRIOR-BALANCE    PIC S9(9)V99 SIGN IS LEADING SEPARATE
           01  WS-DIV-COUNT        PIC 9(7)    VALUE 0.
           01  WS-DIV-TOTAL        PIC S9(9)V99 SIGN IS LEADING SEPARATE
                                                 VALUE 0.
           01  WS-INT-COUNT        PIC 9(7)    VALUE 0.
           01  WS-INT-TOTAL        PIC S9(9)V99 SIGN IS LEADING SEPARATE
                                                 VALUE 0.
           01  WS-REV-COUNT        PIC 9(7)    VALUE 0.
           01  WS-REV-TOTAL        PIC S9(9)V99 SIGN IS LEADING SEPARATE
                                                 VALUE 0.

           *> Account transfers.  A transfer posts as two legs - out
           *> of the from-account, into the to-account - and the pair
           *> posts together or not at all, which the merge cannot
           *> decide one account at a time.  So the day's transfers
           *> are collected here as they are read and decided at the
           *> end of the extract: the accounts they touch are looked
           *> up on a separate pass of the master, each transfer in
           *> file order is priced against those balances and limits
           *> (taking the earlier accepted ones into account), and
           *> only an accepted transfer releases its two legs.  One
           *> whose leg would miss the master or breach a floor or
           *> ceiling is held as a pair for its own register section.
           *> Transfers count one record each and nothing towards the
           *> control total; the legs the merge applies must net to
           *> zero, which the result file proves.
           01  WS-XFR-COUNT        PIC 9(3)    VALUE 0.
           01  WS-XFR-TABLE.
               05  WS-XFR-ENTRY OCCURS 200 TIMES.
                   10  WS-XFR-FROM     PIC X(08).
                   10  WS-XFR-TO       PIC X(08).
                   10  WS-XFR-NUM1     PIC S9(4)V99
                                       SIGN IS LEADING SEPARATE.
                   10  WS-XFR-NUM2     PIC S9(4)V99
                                       SIGN IS LEADING SEPARATE.
                   10  WS-XFR-AMOUNT   PIC S9(8)V99
                                       SIGN IS LEADING SEPARATE.
                   10  WS-XFR-REASON   PIC X(18).
           01  WS-XFR-IDX          PIC 9(3)    VALUE 0.
           01  WS-XFR-READ-COUNT   PIC 9(7)    VALUE 0.
           01  WS-XFR-POSTED-COUNT PIC 9(7)    VALUE 0.
           01  WS-XFR-HELD-COUNT   PIC 9(7)    VALUE 0.
           01  WS-XFR-LEG-COUNT    PIC 9(7)    VALUE 0.
           01  WS-XFR-LEG-FAILED   PIC 9(7)    VALUE 0.
           01  WS-XFR-OUT-TOTAL    PIC S9(9)V99 SIGN IS LEADING SEPARATE
                                                 VALUE 0.
           01  WS-XFR-IN-TOTAL     PIC S9(9)V99 SIGN IS LEADING SEPARATE
                                                 VALUE 0.
           01  WS-XFR-NET          PIC S9(9)V99 SIGN IS LEADING SEPARATE
                                                 VALUE 0.
           01  WS-XFR-NET-SWITCH   PIC X       VALUE "Y".
               88  TRANSFERS-NETTED            VALUE "Y".
           *> The accounts tonight's transfers touch, with their
           *> opening balance and limits from the master scan; the
           *> balance runs on as each transfer is accepted.
           01  WS-XFA-COUNT        PIC 9(3)    VALUE 0.
           01  WS-XFA-TABLE.
               05  WS-XFA-ENTRY OCCURS 400 TIMES.
                   10  WS-XFA-ACCOUNT  PIC X(08).
                   10  WS-XFA-FOUND    PIC X(01).
                   10  WS-XFA-BALANCE  PIC S9(9)V99
                                       SIGN IS LEADING SEPARATE.
                   10  WS-XFA-FLOOR    PIC S9(9)V99
                                       SIGN IS LEADING SEPARATE.
                   10  WS-XFA-CEILING  PIC S9(9)V99
                                       SIGN IS LEADING SEPARATE.
           01  WS-XFA-IDX          PIC 9(3)    VALUE 0.
           01  WS-XFA-FROM-IDX     PIC 9(3)    VALUE 0.
           01  WS-XFA-TO-IDX       PIC 9(3)    VALUE 0.
           01  WS-XFA-KEY          PIC X(08)   VALUE SPACES.
           01  WS-XFR-FROM-NEW     PIC S9(9)V99 SIGN IS LEADING SEPARATE
                                                 VALUE 0.
           01  WS-XFR-TO-NEW       PIC S9(9)V99 SIGN IS LEADING SEPARATE
                                                 VALUE 0.
           01  WS-SCAN-PREV-ACCOUNT PIC X(08)  VALUE LOW-VALUES.
           01  WS-SCAN-SEQ-SWITCH  PIC X       VALUE "N".
               88  SCAN-OUT-OF-SEQ             VALUE "Y".
           *> Printed on both legs' register lines: the other account
           *> of the pair and the common transfer reference.
           01  WS-XFR-TAG.
               05  WS-XFR-TAG-DIR      PIC X(07).
               05  WS-XFR-TAG-ACCOUNT  PIC X(08).
           01  WS-XFR-REF.
               05  FILLER              PIC X(04)   VALUE "XFR ".
               05  WS-XFR-REF-NO       PIC 9(07)   VALUE 0.

           01  WS-OP-SYMBOL        PIC X       VALUE SPACE.
           01  WS-POST-SWITCH      PIC X       VALUE "Y".
           01  WS-EDIT-NEW-BALANCE     PIC +9(9).99.
           01  WS-EDIT-FLOOR           PIC +9(9).99.
           01  WS-EDIT-CEILING         PIC +9(9).99.
           01  WS-EDIT-XFR-OUT         PIC +9(9).99.
           01  WS-EDIT-XFR-IN          PIC +9(9).99.

       PROCEDURE DIVISION.
       MAIN-LOOP.
               ACCEPT WS-RUN-MODE
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-RUN-MODE) TO WS-RUN-MODE
           PERFORM CHECK-OPERATOR

           IF RUN-BATCH
               PERFORM BATCH-MODE
               OPEN OUTPUT ADD-REGISTER-FILE
               OPEN OUTPUT ADD-SUSP-AGED-FILE
               OPEN OUTPUT ADD-HOLDING-NEW-FILE
               OPEN OUTPUT ADD-HIST-WORK-FILE

               PERFORM OPEN-BALANCE-MASTER
               PERFORM LOAD-REVERSAL-HISTORY
               PERFORM LOAD-CLOSED-PERIODS

               *> One pass, no in-storage account table: the extract
               *> side releases every computed posting (suspense
               CLOSE ADD-RESULT-FILE
               CLOSE ADD-REGISTER-FILE
               CLOSE ADD-HOLDING-NEW-FILE
               CLOSE ADD-HIST-WORK-FILE
               IF MASTER-LOADED
                   CLOSE ADD-MASTER-FILE
                   CLOSE ADD-MASTER-NEW-FILE
               END-IF

               PERFORM REPLACE-BALANCE-MASTER
               PERFORM APPEND-POSTING-HISTORY
               PERFORM REPLACE-HOLDING-FILE
               PERFORM KEEP-RESULT-GENERATION
           END-IF.
           END-IF.

       EXTRACT-POSTINGS.
           MOVE 0 TO WS-XFR-COUNT
           MOVE 0 TO WS-XFR-READ-COUNT
           MOVE 0 TO WS-XFR-POSTED-COUNT
           MOVE 0 TO WS-XFR-HELD-COUNT
           PERFORM SWEEP-HOLDING-FILE
           PERFORM INJECT-SUSPENSE-RECORDS
           IF RESTART-REQUESTED
               READ ADD-TRANS-FILE
                   AT END SET TRANS-EOF TO TRUE
               END-READ
           END-PERFORM

           PERFORM RESOLVE-TRANSFERS.

       RELEASE-POSTING.
           MOVE TR-ACCOUNT  TO PW-ACCOUNT
           MOVE TR-EFF-DATE TO PW-EFF-DATE
           MOVE RESULT      TO PW-AMOUNT
           MOVE 0           TO PW-AGE
           MOVE TR-REV-RUN-ID TO PW-REV-RUN-ID
           MOVE TR-REV-SEQ  TO PW-REV-SEQ
           MOVE SPACES      TO PW-XFER-OTHER
           MOVE 0           TO PW-XFER-NO
           RELEASE POST-SORT-RECORD.

       MATCH-MERGE-POSTINGS.
           *> run's register agrees with an uninterrupted one.
           MOVE 0 TO WS-MATCHED-COUNT
           MOVE 0 TO WS-UNMATCHED-COUNT
           MOVE 0 TO WS-REG-SEQ
           MOVE 0 TO WS-XFR-LEG-COUNT
           MOVE 0 TO WS-XFR-LEG-FAILED
           MOVE 0 TO WS-XFR-OUT-TOTAL
           MOVE 0 TO WS-XFR-IN-TOTAL
           PERFORM WRITE-REGISTER-HEADER
           MOVE "N" TO WS-CUR-SWITCH
           MOVE SPACES TO WS-CUR-ACCOUNT
           IF MASTER-LOADED
               PERFORM ADVANCE-MASTER
           END-IF
           IF PW-XFER-LEG
               PERFORM APPLY-TRANSFER-LEG
           ELSE
               PERFORM APPLY-ONE-POSTING
           END-IF.

       APPLY-ONE-POSTING.
           IF HAVE-CUR-MASTER AND WS-CUR-ACCOUNT = PW-ACCOUNT
               MOVE WS-CUR-BALANCE TO WS-PRIOR-BALANCE
               COMPUTE WS-NEW-BALANCE = WS-PRIOR-BALANCE + PW-AMOUNT
                   PERFORM ADD-LIMIT-HELD-LINE
               ELSE
                   MOVE WS-NEW-BALANCE TO WS-CUR-BALANCE
                   *> Capitalized interest leaves the accrued bucket
                   *> only when it reaches the balance; a capitalization
                   *> held by the limits stays accrued and goes again
                   *> at the next month-end.
                   IF PW-OP-INTEREST
                       SUBTRACT PW-AMOUNT FROM WS-CUR-ACCRUED
                   END-IF
                   IF PW-FROM-SUSPENSE
                       ADD 1 TO WS-SUSP-POSTED
                       PERFORM WRITE-SUSPENSE-REGISTER-LINE
               END-IF
           END-IF.

       APPLY-TRANSFER-LEG.
           *> Both legs were priced before the sort against the same
           *> balances they meet here, so a leg that cannot apply
           *> means the master moved under the run.  It is never
           *> suspended on its own; it is reported, and the transfer
           *> proof on the result file fails.
           IF HAVE-CUR-MASTER AND WS-CUR-ACCOUNT = PW-ACCOUNT
               MOVE WS-CUR-BALANCE TO WS-PRIOR-BALANCE
               COMPUTE WS-NEW-BALANCE = WS-PRIOR-BALANCE + PW-AMOUNT
               PERFORM CHECK-POSTING-LIMITS
           ELSE
               MOVE "Y" TO WS-LIMIT-SWITCH
           END-IF
           IF LIMIT-IS-BREACHED
               ADD 1 TO WS-XFR-LEG-FAILED
               PERFORM WRITE-FAILED-LEG-LINE
           ELSE
               MOVE WS-NEW-BALANCE TO WS-CUR-BALANCE
               ADD 1 TO WS-XFR-LEG-COUNT
               IF PW-AMOUNT < 0
                   ADD PW-AMOUNT TO WS-XFR-OUT-TOTAL
               ELSE
                   ADD PW-AMOUNT TO WS-XFR-IN-TOTAL
               END-IF
               PERFORM WRITE-REGISTER-LINE
           END-IF.

       WRITE-FAILED-LEG-LINE.
           MOVE PW-AMOUNT  TO WS-EDIT-RESULT
           MOVE PW-XFER-NO TO WS-XFR-REF-NO
           MOVE SPACES TO ADD-REGISTER-RECORD
           STRING PW-ACCOUNT             DELIMITED BY SIZE
                  "  "                   DELIMITED BY SIZE
                  PW-OP-CODE             DELIMITED BY SIZE
                  "  "                   DELIMITED BY SIZE
                  WS-EDIT-RESULT         DELIMITED BY SIZE
                  "  *** TRANSFER LEG NOT APPLIED "
                                         DELIMITED BY SIZE
                  WS-XFR-REF             DELIMITED BY SIZE
                  INTO ADD-REGISTER-RECORD
           END-STRING
           DISPLAY "ADD2NUM: " ADD-REGISTER-RECORD(1:70)
           WRITE ADD-REGISTER-RECORD.

       ADVANCE-MASTER.
           PERFORM UNTIL NOT HAVE-CUR-MASTER
                   OR WS-CUR-ACCOUNT >= PW-ACCOUNT
                   MOVE MS-FLOOR   TO WS-CUR-FLOOR
                   MOVE MS-CEILING TO WS-CUR-CEILING
               END-IF
               IF MS-INTEREST = SPACES
                   MOVE SPACES TO WS-CUR-RATE-CLASS
                   MOVE 0      TO WS-CUR-ACCRUED
                   MOVE SPACES TO WS-CUR-ACCRUED-THRU
                   MOVE SPACES TO WS-CUR-LAST-CAP
               ELSE
                   MOVE MS-RATE-CLASS   TO WS-CUR-RATE-CLASS
                   MOVE MS-ACCRUED      TO WS-CUR-ACCRUED
                   MOVE MS-ACCRUED-THRU TO WS-CUR-ACCRUED-THRU
                   MOVE MS-LAST-CAP     TO WS-CUR-LAST-CAP
               END-IF
               IF WS-CUR-ACCOUNT < WS-PREV-MST-ACCOUNT
                       AND NOT MASTER-OUT-OF-SEQ
                   MOVE "Y" TO WS-MASTER-SEQ-SWITCH
               MOVE WS-CUR-BALANCE TO NM-BALANCE
               MOVE WS-CUR-FLOOR   TO NM-FLOOR
               MOVE WS-CUR-CEILING TO NM-CEILING
               MOVE WS-CUR-RATE-CLASS   TO NM-RATE-CLASS
               MOVE WS-CUR-ACCRUED      TO NM-ACCRUED
               MOVE WS-CUR-ACCRUED-THRU TO NM-ACCRUED-THRU
               MOVE WS-CUR-LAST-CAP     TO NM-LAST-CAP
               WRITE ADD-MASTER-NEW-RECORD
               MOVE "N" TO WS-CUR-SWITCH
           END-IF.
               PERFORM READ-CHECKPOINT
           END-IF.

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
                       MOVE CK-DIV-TOTAL   TO WS-DIV-TOTAL
                       MOVE CK-MATCHED-COUNT   TO WS-MATCHED-COUNT
                       MOVE CK-UNMATCHED-COUNT TO WS-UNMATCHED-COUNT
                       IF CK-INT-COUNT IS NUMERIC
                           MOVE CK-INT-COUNT TO WS-INT-COUNT
                           MOVE CK-INT-TOTAL TO WS-INT-TOTAL
                       END-IF
                       IF CK-REV-COUNT IS NUMERIC
                           MOVE CK-REV-COUNT TO WS-REV-COUNT
                           MOVE CK-REV-TOTAL TO WS-REV-TOTAL
                       END-IF
               END-READ
               CLOSE ADD-CHECKPOINT-FILE
           ELSE
                               AND TR-EFF-DATE > RH-RUN-DATE
                           PERFORM ADD-TO-HOLDING
                       ELSE
                           *> The reversal guard is rebuilt the same
                           *> way, so a refusal before the crash is
                           *> a refusal again now.
                           MOVE "N" TO WS-REV-DUP-SWITCH
                           IF TR-OP-REVERSAL
                               PERFORM CHECK-REVERSAL-GUARD
                           END-IF
                           *> Transfers are decided afresh every run,
                           *> so a skipped one simply rejoins the list.
                           EVALUATE TRUE
                               WHEN REVERSAL-ALREADY-DONE
                                   PERFORM REFUSE-REVERSAL
                               WHEN TR-OP-TRANSFER
                                   PERFORM ADD-TO-TRANSFERS
                               WHEN OTHER
                                   MOVE WS-SKIP-COUNT TO WS-POST-SEQ
                                   PERFORM RELEASE-POSTING
                           END-EVALUATE
                       END-IF
                   END-IF
               END-IF
           MOVE WS-NEW-BALANCE TO WS-EDIT-NEW-BALANCE
           MOVE WS-CUR-FLOOR   TO WS-EDIT-FLOOR
           MOVE WS-CUR-CEILING TO WS-EDIT-CEILING
           PERFORM SET-SOURCE-TAG
           IF WS-HELD-LINE-COUNT < 200
               ADD 1 TO WS-HELD-LINE-COUNT
               MOVE SPACES TO WS-HELD-LINE(WS-HELD-LINE-COUNT)
                      WS-EDIT-FLOOR       DELIMITED BY SIZE
                      "/"                 DELIMITED BY SIZE
                      WS-EDIT-CEILING     DELIMITED BY SIZE
                      WS-SOURCE-TAG       DELIMITED BY SIZE
                      INTO WS-HELD-LINE(WS-HELD-LINE-COUNT)
               END-STRING
           END-IF.
               END-IF
           END-IF.

       SET-SOURCE-TAG.
           EVALUATE TRUE
               WHEN PW-FROM-HOLDING
                   MOVE "  FROM HOLDING" TO WS-SOURCE-TAG
               WHEN PW-FROM-SUSPENSE
                   MOVE "  FROM SUSPENSE" TO WS-SOURCE-TAG
               WHEN OTHER
                   MOVE SPACES TO WS-SOURCE-TAG
           END-EVALUATE.

       WRITE-FUTURE-HELD-SECTION.
           *> The day's future-dated records, parked on the holding
           *> file rather than posted, so the GL extract can book
           *> them into the holding account tonight.
           IF WS-HELD-FUT-COUNT > 0
               MOVE SPACES TO ADD-REGISTER-RECORD
               STRING "HELD FOR FUTURE DATE - "
                          DELIMITED BY SIZE
                      WS-HELD-FUT-COUNT   DELIMITED BY SIZE
                      " TRANSACTIONS PARKED"
                          DELIMITED BY SIZE
                      INTO ADD-REGISTER-RECORD
               END-STRING
               WRITE ADD-REGISTER-RECORD
               PERFORM VARYING WS-FUT-IDX FROM 1 BY 1
                       UNTIL WS-FUT-IDX > WS-FUT-LINE-COUNT
                   MOVE WS-FUT-LINE(WS-FUT-IDX)
                       TO ADD-REGISTER-RECORD
                   WRITE ADD-REGISTER-RECORD
               END-PERFORM
               IF WS-HELD-FUT-COUNT > WS-FUT-LINE-COUNT
                   MOVE "(FURTHER FUTURE LINES DROPPED - TABLE FULL)"
                       TO ADD-REGISTER-RECORD
                   WRITE ADD-REGISTER-RECORD
               END-IF
           END-IF.

       SWEEP-HOLDING-FILE.
           *> Morning sweep: a held record whose effective date has
           *> arrived is released into the posting stream (it was
               MOVE HD-NUM1     TO TR-NUM1
               MOVE HD-NUM2     TO TR-NUM2
               MOVE HD-EFF-DATE TO TR-EFF-DATE
               MOVE SPACES      TO TR-REV-RUN-ID
               MOVE SPACES      TO TR-REV-SEQ
               PERFORM COMPUTE-TRAN-RESULT
               IF POSTING-IS-VALID
                   ADD 1 TO WS-HOLD-REL-COUNT
                   MOVE HD-EFF-DATE      TO PW-EFF-DATE
                   MOVE RESULT           TO PW-AMOUNT
                   MOVE 0                TO PW-AGE
                   MOVE SPACES           TO PW-REV-RUN-ID
                   MOVE SPACES           TO PW-REV-SEQ
                   MOVE SPACES           TO PW-XFER-OTHER
                   MOVE 0                TO PW-XFER-NO
                   RELEASE POST-SORT-RECORD
               ELSE
                   *> A held record that no longer computes came
           MOVE TR-EFF-DATE TO HN-EFF-DATE
           WRITE ADD-HOLDING-NEW-RECORD
           ADD 1 TO WS-HELD-FUT-COUNT
           ADD RESULT TO WS-HELD-FUT-TOTAL
           IF WS-FUT-LINE-COUNT < 200
               ADD 1 TO WS-FUT-LINE-COUNT
               MOVE RESULT TO WS-EDIT-RESULT
               MOVE SPACES TO WS-FUT-LINE(WS-FUT-LINE-COUNT)
               STRING TR-ACCOUNT          DELIMITED BY SIZE
                      "  "                DELIMITED BY SIZE
                      TR-OP-CODE          DELIMITED BY SIZE
                      "  "                DELIMITED BY SIZE
                      WS-EDIT-RESULT      DELIMITED BY SIZE
                      "  HELD UNTIL "     DELIMITED BY SIZE
                      TR-EFF-DATE         DELIMITED BY SIZE
                      INTO WS-FUT-LINE(WS-FUT-LINE-COUNT)
               END-STRING
           END-IF.

       WRITE-HELD-RESULT-LINE.
           MOVE TR-NUM1 TO WS-EDIT-NUM1
           MOVE SP-NUM1     TO TR-NUM1
           MOVE SP-NUM2     TO TR-NUM2
           MOVE SP-EFF-DATE TO TR-EFF-DATE
           MOVE SP-REV-RUN-ID TO TR-REV-RUN-ID
           MOVE SP-REV-SEQ  TO TR-REV-SEQ
           PERFORM COMPUTE-TRAN-RESULT
           IF POSTING-IS-VALID
               MOVE SP-ACCOUNT       TO PW-ACCOUNT
               MOVE SP-EFF-DATE      TO PW-EFF-DATE
               MOVE RESULT           TO PW-AMOUNT
               MOVE SP-AGE           TO PW-AGE
               MOVE SP-REV-RUN-ID    TO PW-REV-RUN-ID
               MOVE SP-REV-SEQ       TO PW-REV-SEQ
               MOVE SPACES           TO PW-XFER-OTHER
               MOVE 0                TO PW-XFER-NO
               *> A reversal already waiting in suspense holds its
               *> reference, so the same reversal keyed again
               *> tonight is refused rather than doubled.
               IF TR-OP-REVERSAL
                   PERFORM NOTE-REVERSAL-REFERENCE
               END-IF
               RELEASE POST-SORT-RECORD
           ELSE
               *> A suspense record that no longer computes (the file
               MOVE SP-NUM1    TO PW-NUM1
               MOVE SP-NUM2    TO PW-NUM2
               MOVE SP-AGE     TO WS-SUSP-NEW-AGE
               MOVE 0          TO PW-AMOUNT
               ADD 1 TO WS-SUSP-AGED
               PERFORM WRITE-SUSP-AGED-LINE
           END-IF.
                       TO WS-SKP-EFF-DATE(WS-SUSP-KEEP-COUNT)
                   MOVE WS-SUSP-NEW-AGE
                       TO WS-SKP-AGE(WS-SUSP-KEEP-COUNT)
                   MOVE PW-REV-RUN-ID
                       TO WS-SKP-REV-RUN-ID(WS-SUSP-KEEP-COUNT)
                   MOVE PW-REV-SEQ
                       TO WS-SKP-REV-SEQ(WS-SUSP-KEEP-COUNT)
               ELSE
                   *> No room to carry it - out on the aged report
                   *> rather than dropped silently.
           END-IF.

       WRITE-SUSP-AGED-LINE.
           *> The amount leaving suspense rides after the bracket so
           *> the GL extract can write it off; a record that no longer
           *> computes carries zero.
           MOVE PW-NUM1   TO WS-EDIT-NUM1
           MOVE PW-NUM2   TO WS-EDIT-NUM2
           MOVE PW-AMOUNT TO WS-EDIT-RESULT
           MOVE SPACES TO ADD-SUSP-AGED-RECORD
           STRING "AGED OUT - NO MASTER ACCOUNT AFTER "
                      DELIMITED BY SIZE
                  WS-EDIT-NUM1     DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  WS-EDIT-NUM2     DELIMITED BY SIZE
                  "]  "            DELIMITED BY SIZE
                  WS-EDIT-RESULT   DELIMITED BY SIZE
                  INTO ADD-SUSP-AGED-RECORD
           END-STRING
           WRITE ADD-SUSP-AGED-RECORD.
                  "  SUSPENSE RETRY"     DELIMITED BY SIZE
                  INTO ADD-REGISTER-RECORD
           END-STRING
           PERFORM SET-REGISTER-SEQUENCE
           WRITE ADD-REGISTER-RECORD
           PERFORM WRITE-HISTORY-LINE.

       WRITE-SUSPENSE-FILE.
           OPEN OUTPUT ADD-SUSPENSE-FILE
               MOVE WS-SKP-NUM2(WS-SUSP-KEEP-IDX)    TO SP-NUM2
               MOVE WS-SKP-EFF-DATE(WS-SUSP-KEEP-IDX) TO SP-EFF-DATE
               MOVE WS-SKP-AGE(WS-SUSP-KEEP-IDX)     TO SP-AGE
               MOVE WS-SKP-REV-RUN-ID(WS-SUSP-KEEP-IDX)
                   TO SP-REV-RUN-ID
               MOVE WS-SKP-REV-SEQ(WS-SUSP-KEEP-IDX) TO SP-REV-SEQ
               WRITE ADD-SUSPENSE-RECORD
           END-PERFORM
           CLOSE ADD-SUSPENSE-FILE
                  WS-EDIT-NEW-BALANCE    DELIMITED BY SIZE
                  INTO ADD-REGISTER-RECORD
           END-STRING
           IF PW-FROM-HOLDING
               MOVE "  HOLD RELEASE" TO ADD-REGISTER-RECORD(56:14)
           END-IF
           PERFORM SET-REGISTER-SEQUENCE
           *> A transfer leg names the other account of the pair and
           *> carries the reference both legs share.
           IF PW-XFER-LEG
               PERFORM SET-TRANSFER-TAG
               MOVE WS-XFR-TAG TO ADD-REGISTER-RECORD(56:15)
               MOVE WS-XFR-REF TO ADD-REGISTER-RECORD(86:11)
           END-IF
           WRITE ADD-REGISTER-RECORD
           PERFORM WRITE-HISTORY-LINE.

       SET-TRANSFER-TAG.
           IF PW-AMOUNT < 0
               MOVE "  TO   " TO WS-XFR-TAG-DIR
           ELSE
               MOVE "  FROM " TO WS-XFR-TAG-DIR
           END-IF
           MOVE PW-XFER-OTHER TO WS-XFR-TAG-ACCOUNT
           MOVE PW-XFER-NO    TO WS-XFR-REF-NO.

       SET-REGISTER-SEQUENCE.
           *> Applied lines only: the sequence is the posting's
           *> permanent reference together with the run ID, and sits
           *> clear of the columns the statement and GL runs parse.
           ADD 1 TO WS-REG-SEQ
           MOVE "SEQ "     TO ADD-REGISTER-RECORD(74:4)
           MOVE WS-REG-SEQ TO ADD-REGISTER-RECORD(78:7).

       WRITE-HISTORY-LINE.
           MOVE SPACES           TO HISTORY-RECORD
           MOVE PW-ACCOUNT       TO HS-ACCOUNT
           MOVE RH-RUN-DATE      TO HS-POST-DATE
           MOVE RH-RUN-ID        TO HS-RUN-ID
           MOVE WS-REG-SEQ       TO HS-REG-SEQ
           MOVE PW-OP-CODE       TO HS-OP-CODE
           MOVE PW-SOURCE        TO HS-SOURCE
           MOVE PW-AMOUNT        TO HS-AMOUNT
           MOVE WS-PRIOR-BALANCE TO HS-PRIOR-BALANCE
           MOVE WS-NEW-BALANCE   TO HS-NEW-BALANCE
           MOVE PW-EFF-DATE      TO HS-EFF-DATE
           MOVE PW-REV-RUN-ID    TO HS-REV-RUN-ID
           MOVE PW-REV-SEQ       TO HS-REV-REG-SEQ
           *> Both legs of a transfer came from the day's file.
           IF PW-XFER-LEG
               MOVE "T"          TO HS-SOURCE
               MOVE PW-XFER-NO   TO HS-XFER-NO
           END-IF
           IF HS-EFF-DATE IS NUMERIC
               MOVE HS-EFF-DATE(1:6) TO WS-PERD-CHECK
               PERFORM CHECK-PERIOD-LOCK
               IF PERIOD-LOCKED
                   MOVE RH-RUN-DATE TO HS-EFF-DATE
                   ADD 1 TO WS-PERIOD-REDATED-COUNT
               END-IF
           END-IF
           WRITE ADD-HIST-WORK-RECORD FROM HISTORY-RECORD.

       APPEND-POSTING-HISTORY.
           *> The night's applied postings join the permanent history
           *> only after the merge has finished cleanly - the same
           *> discipline as the master swap, so a crashed run adds
           *> nothing and its restart writes the night exactly once.
           MOVE 0 TO WS-HIST-APPENDED
           IF MASTER-LOADED
               OPEN INPUT ADD-HIST-WORK-FILE
               IF HIST-WORK-OK
                   OPEN EXTEND ADD-HISTORY-FILE
                   IF NOT HISTORY-OK
                       OPEN OUTPUT ADD-HISTORY-FILE
                   END-IF
                   READ ADD-HIST-WORK-FILE
                       AT END SET HIST-WORK-EOF TO TRUE
                   END-READ
                   PERFORM UNTIL HIST-WORK-EOF
                       WRITE ADD-HISTORY-RECORD
                           FROM ADD-HIST-WORK-RECORD
                       ADD 1 TO WS-HIST-APPENDED
                       READ ADD-HIST-WORK-FILE
                           AT END SET HIST-WORK-EOF TO TRUE
                       END-READ
                   END-PERFORM
                   CLOSE ADD-HISTORY-FILE
                   CLOSE ADD-HIST-WORK-FILE
               END-IF
           END-IF.

       LOAD-REVERSAL-HISTORY.
           *> Every reference already reversed on the history goes
           *> into the guard table before a single posting is
           *> extracted.  No history yet simply means nothing has
           *> been reversed.
           MOVE 0 TO WS-REV-REF-COUNT
           MOVE "N" TO WS-REV-REF-FULL-SW
           MOVE 0 TO WS-REV-REFUSED-COUNT
           MOVE 0 TO WS-REV-REFUSED-TOTAL
           MOVE 0 TO WS-REFUSED-LINE-COUNT
           OPEN INPUT ADD-HISTORY-FILE
           IF HISTORY-OK
               READ ADD-HISTORY-FILE INTO HISTORY-RECORD
                   AT END SET HISTORY-EOF TO TRUE
               END-READ
               PERFORM UNTIL HISTORY-EOF
                   IF HS-OP-REVERSAL
                       MOVE HS-REV-RUN-ID  TO WS-REV-REF-KEY(1:16)
                       MOVE HS-REV-REG-SEQ TO WS-REV-REF-KEY(17:7)
                       PERFORM ADD-REVERSAL-REFERENCE
                   END-IF
                   READ ADD-HISTORY-FILE INTO HISTORY-RECORD
                       AT END SET HISTORY-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ADD-HISTORY-FILE
           END-IF.

       LOAD-CLOSED-PERIODS.
           *> No period file means no period has been closed yet.
           MOVE 0 TO WS-PERD-COUNT
           MOVE SPACES TO WS-PERD-HIGH
           MOVE 0 TO WS-PERIOD-REDATED-COUNT
           OPEN INPUT ADD-PERIOD-FILE
           IF PERIOD-OK
               READ ADD-PERIOD-FILE
                   AT END SET PERIOD-EOF TO TRUE
               END-READ
               PERFORM UNTIL PERIOD-EOF OR WS-PERD-COUNT = 240
                   IF PD-PERIOD IS NUMERIC
                       ADD 1 TO WS-PERD-COUNT
                       MOVE PD-PERIOD TO WS-PERD-PERIOD(WS-PERD-COUNT)
                       MOVE PD-STATUS TO WS-PERD-STATUS(WS-PERD-COUNT)
                       IF PD-PERIOD > WS-PERD-HIGH
                               OR WS-PERD-HIGH = SPACES
                           MOVE PD-PERIOD TO WS-PERD-HIGH
                       END-IF
                   END-IF
                   READ ADD-PERIOD-FILE
                       AT END SET PERIOD-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ADD-PERIOD-FILE
           END-IF.

       CHECK-PERIOD-LOCK.
           MOVE "N" TO WS-PERD-LOCK-SWITCH
           IF WS-PERD-HIGH NOT = SPACES
                   AND WS-PERD-CHECK NOT > WS-PERD-HIGH
               MOVE "Y" TO WS-PERD-LOCK-SWITCH
               PERFORM VARYING WS-PERD-IDX FROM 1 BY 1
                       UNTIL WS-PERD-IDX > WS-PERD-COUNT
                   IF WS-PERD-PERIOD(WS-PERD-IDX) = WS-PERD-CHECK
                           AND WS-PERD-STATUS(WS-PERD-IDX) = "O"
                       MOVE "N" TO WS-PERD-LOCK-SWITCH
                   END-IF
               END-PERFORM
           END-IF.

       NOTE-REVERSAL-REFERENCE.
           MOVE TR-REV-RUN-ID TO WS-REV-REF-KEY(1:16)
           MOVE TR-REV-SEQ    TO WS-REV-REF-KEY(17:7)
           PERFORM ADD-REVERSAL-REFERENCE.

       ADD-REVERSAL-REFERENCE.
           IF WS-REV-REF-COUNT < 5000
               ADD 1 TO WS-REV-REF-COUNT
               MOVE WS-REV-REF-KEY TO WS-REV-REF(WS-REV-REF-COUNT)
           ELSE
               IF NOT REV-REF-TABLE-FULL
                   MOVE "Y" TO WS-REV-REF-FULL-SW
                   DISPLAY "ADD2NUM: reversal guard table full (5000) "
                           "- later references are not checked."
                   IF WS-COND-CODE < 4
                       MOVE 4 TO WS-COND-CODE
                   END-IF
               END-IF
           END-IF.

       CHECK-REVERSAL-GUARD.
           *> Has the posting this reversal quotes been reversed
           *> already?  If not, its reference is taken now, so a
           *> second reversal later in the same file is refused too.
           MOVE "N" TO WS-REV-DUP-SWITCH
           MOVE TR-REV-RUN-ID TO WS-REV-REF-KEY(1:16)
           MOVE TR-REV-SEQ    TO WS-REV-REF-KEY(17:7)
           PERFORM VARYING WS-REV-REF-IDX FROM 1 BY 1
                   UNTIL WS-REV-REF-IDX > WS-REV-REF-COUNT
                   OR REVERSAL-ALREADY-DONE
               IF WS-REV-REF(WS-REV-REF-IDX) = WS-REV-REF-KEY
                   MOVE "Y" TO WS-REV-DUP-SWITCH
               END-IF
           END-PERFORM
           IF NOT REVERSAL-ALREADY-DONE
               PERFORM ADD-REVERSAL-REFERENCE
           END-IF.

       REFUSE-REVERSAL.
           *> Counted for the reconciliation and kept for the REVERSALS
           *> REFUSED section; the amount sits at column 14 like every
           *> other not-applied line so the GL extract can tie it.
           ADD 1 TO WS-REV-REFUSED-COUNT
           ADD RESULT TO WS-REV-REFUSED-TOTAL
           IF WS-REFUSED-LINE-COUNT < 200
               ADD 1 TO WS-REFUSED-LINE-COUNT
               MOVE RESULT TO WS-EDIT-RESULT
               MOVE SPACES TO WS-REFUSED-LINE(WS-REFUSED-LINE-COUNT)
               STRING TR-ACCOUNT             DELIMITED BY SIZE
                      "  "                   DELIMITED BY SIZE
                      TR-OP-CODE             DELIMITED BY SIZE
                      "  "                   DELIMITED BY SIZE
                      WS-EDIT-RESULT         DELIMITED BY SIZE
                      "  ALREADY REVERSED RUN " DELIMITED BY SIZE
                      TR-REV-RUN-ID          DELIMITED BY SIZE
                      " SEQ "                DELIMITED BY SIZE
                      TR-REV-SEQ             DELIMITED BY SIZE
                      INTO WS-REFUSED-LINE(WS-REFUSED-LINE-COUNT)
               END-STRING
           END-IF.

       WRITE-REFUSED-RESULT-LINE.
           MOVE RESULT TO WS-EDIT-RESULT
           MOVE SPACES TO ADD-RESULT-RECORD
           STRING "*** REVERSAL REFUSED - ALREADY REVERSED ["
                      DELIMITED BY SIZE
                  TR-ACCOUNT       DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  TR-REV-RUN-ID    DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  TR-REV-SEQ       DELIMITED BY SIZE
                  "]"              DELIMITED BY SIZE
                  INTO ADD-RESULT-RECORD
           END-STRING
           DISPLAY ADD-RESULT-RECORD
           WRITE ADD-RESULT-RECORD.

       WRITE-REVERSAL-REFUSED-SECTION.
           IF WS-REV-REFUSED-COUNT > 0
               MOVE SPACES TO ADD-REGISTER-RECORD
               STRING "REVERSALS REFUSED - "
                          DELIMITED BY SIZE
                      WS-REV-REFUSED-COUNT DELIMITED BY SIZE
                      " ALREADY REVERSED, NOT APPLIED"
                          DELIMITED BY SIZE
                      INTO ADD-REGISTER-RECORD
               END-STRING
               WRITE ADD-REGISTER-RECORD
               PERFORM VARYING WS-REFUSED-IDX FROM 1 BY 1
                       UNTIL WS-REFUSED-IDX > WS-REFUSED-LINE-COUNT
                   MOVE WS-REFUSED-LINE(WS-REFUSED-IDX)
                       TO ADD-REGISTER-RECORD
                   WRITE ADD-REGISTER-RECORD
               END-PERFORM
               IF WS-REV-REFUSED-COUNT > WS-REFUSED-LINE-COUNT
                   MOVE "(FURTHER REFUSED LINES DROPPED - TABLE FULL)"
                       TO ADD-REGISTER-RECORD
                   WRITE ADD-REGISTER-RECORD
               END-IF
               DISPLAY "ADD2NUM: " WS-REV-REFUSED-COUNT
                       " reversals refused as already reversed - see "
                       "ADDPOST.DAT."
               IF WS-COND-CODE < 4
                   MOVE 4 TO WS-COND-CODE
               END-IF
           END-IF.

       WRITE-UNMATCHED-LINE.
           *> The computed amount follows the bracket so the GL
           *> extract can book it into suspense without re-deriving it.
           MOVE PW-NUM1   TO WS-EDIT-NUM1
           MOVE PW-NUM2   TO WS-EDIT-NUM2
           MOVE PW-AMOUNT TO WS-EDIT-RESULT
           PERFORM SET-SOURCE-TAG
           MOVE SPACES TO ADD-REGISTER-RECORD
           STRING PW-ACCOUNT             DELIMITED BY SIZE
                  "  "                   DELIMITED BY SIZE
                  WS-EDIT-NUM1           DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  WS-EDIT-NUM2           DELIMITED BY SIZE
                  "]  "                  DELIMITED BY SIZE
                  WS-EDIT-RESULT         DELIMITED BY SIZE
                  WS-SOURCE-TAG          DELIMITED BY SIZE
                  INTO ADD-REGISTER-RECORD
           END-STRING
           WRITE ADD-REGISTER-RECORD.

       WRITE-REGISTER-SUMMARY.
           PERFORM WRITE-LIMIT-HELD-SECTION
           PERFORM WRITE-FUTURE-HELD-SECTION
           PERFORM WRITE-REVERSAL-REFUSED-SECTION
           PERFORM WRITE-TRANSFER-HELD-SECTION
           MOVE SPACES TO ADD-REGISTER-RECORD
           STRING "REGISTER TOTALS: " DELIMITED BY SIZE
                  WS-MATCHED-COUNT    DELIMITED BY SIZE
                  INTO ADD-REGISTER-RECORD
           END-STRING
           WRITE ADD-REGISTER-RECORD
           MOVE SPACES TO ADD-REGISTER-RECORD
           STRING "TRANSFERS: "        DELIMITED BY SIZE
                  WS-XFR-POSTED-COUNT  DELIMITED BY SIZE
                  " POSTED, "          DELIMITED BY SIZE
                  WS-XFR-LEG-COUNT     DELIMITED BY SIZE
                  " LEGS, "            DELIMITED BY SIZE
                  WS-XFR-HELD-COUNT    DELIMITED BY SIZE
                  " HELD AS PAIRS"     DELIMITED BY SIZE
                  INTO ADD-REGISTER-RECORD
           END-STRING
           WRITE ADD-REGISTER-RECORD
           IF SUSPENSE-TABLE-FULL
               MOVE "SUSPENSE TABLE FULL (200) - OVERFLOW AGED OUT"
                   TO ADD-REGISTER-RECORD
               WRITE ADD-REGISTER-RECORD
           END-IF
           IF WS-PERIOD-REDATED-COUNT > 0
               MOVE SPACES TO ADD-REGISTER-RECORD
               STRING "CLOSED PERIODS: "      DELIMITED BY SIZE
                      WS-PERIOD-REDATED-COUNT DELIMITED BY SIZE
                      " POSTINGS REDATED TO RUN DATE"
                                              DELIMITED BY SIZE
                      INTO ADD-REGISTER-RECORD
               END-STRING
               WRITE ADD-REGISTER-RECORD
               DISPLAY "ADD2NUM: " WS-PERIOD-REDATED-COUNT
                       " postings dated in a closed period were "
                       "redated to the run date."
               IF WS-COND-CODE < 4
                   MOVE 4 TO WS-COND-CODE
               END-IF
           END-IF
           IF WS-UNMATCHED-COUNT > 0
               DISPLAY "ADD2NUM: " WS-UNMATCHED-COUNT " transactions "
                       "had no master account - see ADDPOST.DAT."
           MOVE WS-DIV-TOTAL      TO CK-DIV-TOTAL
           MOVE WS-MATCHED-COUNT  TO CK-MATCHED-COUNT
           MOVE WS-UNMATCHED-COUNT TO CK-UNMATCHED-COUNT
           MOVE WS-INT-COUNT      TO CK-INT-COUNT
           MOVE WS-INT-TOTAL      TO CK-INT-TOTAL
           MOVE WS-REV-COUNT      TO CK-REV-COUNT
           MOVE WS-REV-TOTAL      TO CK-REV-TOTAL
           WRITE ADD-CHECKPOINT-RECORD
           CLOSE ADD-CHECKPOINT-FILE.

           MOVE 0 TO CK-DIV-TOTAL
           MOVE 0 TO CK-MATCHED-COUNT
           MOVE 0 TO CK-UNMATCHED-COUNT
           MOVE 0 TO CK-INT-COUNT
           MOVE 0 TO CK-INT-TOTAL
           MOVE 0 TO CK-REV-COUNT
           MOVE 0 TO CK-REV-TOTAL
           WRITE ADD-CHECKPOINT-RECORD
           CLOSE ADD-CHECKPOINT-FILE.

       RECONCILE-CONTROL-TOTALS.
           *> The edit's control card covers every clean record of the
           *> day's file, held ones included, so the held figures are
           *> added back before the comparison - refused reversals too.
           *> Every transfer read counts one record, posted or held;
           *> it added nothing to the card's total and adds nothing here.
           MOVE "Y" TO WS-BALANCE-SWITCH
           COMPUTE WS-RECON-COUNT = WS-RUN-COUNT + WS-HELD-FUT-COUNT
                                  + WS-REV-REFUSED-COUNT
                                  + WS-XFR-READ-COUNT
           COMPUTE WS-RECON-TOTAL = WS-RUN-TOTAL + WS-HELD-FUT-TOTAL
                                  + WS-REV-REFUSED-TOTAL
           IF CONTROL-TOTAL-SUPPLIED
               IF WS-RECON-COUNT NOT = WS-EXPECTED-COUNT
                  OR WS-RECON-TOTAL NOT = WS-EXPECTED-TOTAL
                      INTO ADD-RESULT-RECORD
               END-STRING
               WRITE ADD-RESULT-RECORD
           END-IF

           IF WS-REV-REFUSED-COUNT > 0
               MOVE SPACES TO ADD-RESULT-RECORD
               STRING "CONTROL FIGURES INCLUDE " DELIMITED BY SIZE
                      WS-REV-REFUSED-COUNT      DELIMITED BY SIZE
                      " REVERSALS REFUSED"      DELIMITED BY SIZE
                      INTO ADD-RESULT-RECORD
               END-STRING
               WRITE ADD-RESULT-RECORD
           END-IF

           IF WS-XFR-READ-COUNT > 0
               MOVE SPACES TO ADD-RESULT-RECORD
               STRING "CONTROL FIGURES INCLUDE " DELIMITED BY SIZE
                      WS-XFR-READ-COUNT         DELIMITED BY SIZE
                      " TRANSFERS AT NET ZERO"  DELIMITED BY SIZE
                      INTO ADD-RESULT-RECORD
               END-STRING
               WRITE ADD-RESULT-RECORD
           END-IF.

       POST-ONE-TRANSACTION.
                   PERFORM ADD-TO-HOLDING
                   PERFORM WRITE-HELD-RESULT-LINE
               ELSE
                   *> A reversal of a posting already reversed is
                   *> refused here, kept out of the run totals and
                   *> added back at reconciliation like a hold.
                   MOVE "N" TO WS-REV-DUP-SWITCH
                   IF TR-OP-REVERSAL
                       PERFORM CHECK-REVERSAL-GUARD
                   END-IF
                   *> A transfer is only listed here; its legs are
                   *> released, or the pair held, once the whole file
                   *> has been read.  It stays out of the run totals
                   *> (and the checkpoint) and is counted back in at
                   *> reconciliation.
                   EVALUATE TRUE
                       WHEN REVERSAL-ALREADY-DONE
                           PERFORM REFUSE-REVERSAL
                           PERFORM WRITE-REFUSED-RESULT-LINE
                       WHEN TR-OP-TRANSFER
                           PERFORM ADD-TO-TRANSFERS
                           PERFORM WRITE-TRANSFER-RESULT-LINE
                       WHEN OTHER
                           ADD 1 TO WS-RUN-COUNT
                           ADD RESULT TO WS-RUN-TOTAL
                           PERFORM ACCUMULATE-OP-TOTALS
                           PERFORM WRITE-DETAIL-LINE
                           COMPUTE WS-POST-SEQ = WS-ABS-RECORD-NUM + 1
                           PERFORM RELEASE-POSTING
                   END-EVALUATE
               END-IF
           ELSE
               PERFORM WRITE-POST-ERROR-LINE
                   ELSE
                       COMPUTE RESULT ROUNDED = NUM1 / NUM2
                   END-IF
               WHEN TR-OP-INTEREST
                   MOVE "+" TO WS-OP-SYMBOL
                   COMPUTE RESULT ROUNDED = NUM1 + NUM2
               WHEN TR-OP-REVERSAL
                   *> Ten-thousands and units: the detail line shows
                   *> the two zones joined by a colon.
                   MOVE ":" TO WS-OP-SYMBOL
                   IF TR-REV-RUN-ID = SPACES
                           OR TR-REV-SEQ IS NOT NUMERIC
                       MOVE "N" TO WS-POST-SWITCH
                       MOVE "NO REVERSAL REF" TO WS-POST-ERROR-TEXT
                   ELSE
                       IF TR-EFF-DATE NOT = SPACES
                           MOVE "N" TO WS-POST-SWITCH
                           MOVE "REVERSAL DATED" TO WS-POST-ERROR-TEXT
                       ELSE
                           COMPUTE RESULT = NUM1 * 10000 + NUM2
                       END-IF
                   END-IF
               WHEN TR-OP-TRANSFER
                   MOVE ">" TO WS-OP-SYMBOL
                   COMPUTE RESULT = NUM1 * 10000 + NUM2
                   EVALUATE TRUE
                       WHEN TR-EFF-DATE NOT = SPACES
                           MOVE "N" TO WS-POST-SWITCH
                           MOVE "TRANSFER DATED" TO WS-POST-ERROR-TEXT
                       WHEN TR-XFER-TO-ACCOUNT = SPACES
                               OR TR-XFER-TO-ACCOUNT = TR-ACCOUNT
                           MOVE "N" TO WS-POST-SWITCH
                           MOVE "BAD TRANSFER ACCT" TO WS-POST-ERROR-TEXT
                       WHEN RESULT NOT > 0
                           MOVE "N" TO WS-POST-SWITCH
                           MOVE "BAD TRANSFER AMOUNT" TO WS-POST-ERROR-TEXT
                   END-EVALUATE
               WHEN OTHER
                   MOVE "N" TO WS-POST-SWITCH
                   MOVE "UNKNOWN OP CODE" TO WS-POST-ERROR-TEXT
               WHEN TR-OP-DIVIDE
                   ADD 1 TO WS-DIV-COUNT
                   ADD RESULT TO WS-DIV-TOTAL
               WHEN TR-OP-INTEREST
                   ADD 1 TO WS-INT-COUNT
                   ADD RESULT TO WS-INT-TOTAL
               WHEN TR-OP-REVERSAL
                   ADD 1 TO WS-REV-COUNT
                   ADD RESULT TO WS-REV-TOTAL
           END-EVALUATE.

       WRITE-DETAIL-LINE.
           MOVE "DIVIDE  " TO WS-OP-LABEL
           MOVE WS-DIV-COUNT TO WS-OP-COUNT-WORK
           MOVE WS-DIV-TOTAL TO WS-OP-TOTAL-WORK
           PERFORM WRITE-ONE-OP-TOTAL
           MOVE "INTEREST" TO WS-OP-LABEL
           MOVE WS-INT-COUNT TO WS-OP-COUNT-WORK
           MOVE WS-INT-TOTAL TO WS-OP-TOTAL-WORK
           PERFORM WRITE-ONE-OP-TOTAL
           MOVE "REVERSAL" TO WS-OP-LABEL
           MOVE WS-REV-COUNT TO WS-OP-COUNT-WORK
           MOVE WS-REV-TOTAL TO WS-OP-TOTAL-WORK
           PERFORM WRITE-ONE-OP-TOTAL
           COMPUTE WS-XFR-NET = WS-XFR-OUT-TOTAL + WS-XFR-IN-TOTAL
           MOVE "TRANSFER" TO WS-OP-LABEL
           MOVE WS-XFR-READ-COUNT TO WS-OP-COUNT-WORK
           MOVE WS-XFR-NET TO WS-OP-TOTAL-WORK
           PERFORM WRITE-ONE-OP-TOTAL
           IF WS-XFR-READ-COUNT > 0
               PERFORM PROVE-TRANSFER-NET
           END-IF.

       PROVE-TRANSFER-NET.
           *> Every accepted transfer must have had both legs applied,
           *> and the legs out must cancel the legs in to the cent.
           MOVE "Y" TO WS-XFR-NET-SWITCH
           IF WS-XFR-NET NOT = 0
                   OR WS-XFR-LEG-FAILED > 0
                   OR WS-XFR-LEG-COUNT NOT = WS-XFR-POSTED-COUNT * 2
               MOVE "N" TO WS-XFR-NET-SWITCH
           END-IF
           MOVE WS-XFR-OUT-TOTAL TO WS-EDIT-XFR-OUT
           MOVE WS-XFR-IN-TOTAL  TO WS-EDIT-XFR-IN
           MOVE SPACES TO ADD-RESULT-RECORD
           IF TRANSFERS-NETTED
               STRING "TRANSFERS NET TO ZERO - OUT " DELIMITED BY SIZE
                      WS-EDIT-XFR-OUT    DELIMITED BY SIZE
                      " IN "             DELIMITED BY SIZE
                      WS-EDIT-XFR-IN     DELIMITED BY SIZE
                      " LEGS "           DELIMITED BY SIZE
                      WS-XFR-LEG-COUNT   DELIMITED BY SIZE
                      INTO ADD-RESULT-RECORD
               END-STRING
               WRITE ADD-RESULT-RECORD
           ELSE
               STRING "*** TRANSFERS DO NOT NET *** OUT "
                          DELIMITED BY SIZE
                      WS-EDIT-XFR-OUT    DELIMITED BY SIZE
                      " IN "             DELIMITED BY SIZE
                      WS-EDIT-XFR-IN     DELIMITED BY SIZE
                      " LEGS "           DELIMITED BY SIZE
                      WS-XFR-LEG-COUNT   DELIMITED BY SIZE
                      INTO ADD-RESULT-RECORD
               END-STRING
               DISPLAY ADD-RESULT-RECORD
               WRITE ADD-RESULT-RECORD
               MOVE "TRANSFERS NOT NETTED" TO WS-RUN-REASON
               IF WS-COND-CODE < 8
                   MOVE 8 TO WS-COND-CODE
               END-IF
           END-IF.

       ADD-TO-TRANSFERS.
           *> Listed in file order, which is the order they are
           *> decided in and the transfer number both legs carry.
           *> Past the table's end a transfer cannot be priced, so it
           *> is held outright.
           ADD 1 TO WS-XFR-READ-COUNT
           IF WS-XFR-COUNT < 200
               ADD 1 TO WS-XFR-COUNT
               MOVE TR-ACCOUNT         TO WS-XFR-FROM(WS-XFR-COUNT)
               MOVE TR-XFER-TO-ACCOUNT TO WS-XFR-TO(WS-XFR-COUNT)
               MOVE TR-NUM1            TO WS-XFR-NUM1(WS-XFR-COUNT)
               MOVE TR-NUM2            TO WS-XFR-NUM2(WS-XFR-COUNT)
               MOVE RESULT             TO WS-XFR-AMOUNT(WS-XFR-COUNT)
               MOVE SPACES             TO WS-XFR-REASON(WS-XFR-COUNT)
           ELSE
               ADD 1 TO WS-XFR-HELD-COUNT
           END-IF.

       WRITE-TRANSFER-RESULT-LINE.
           MOVE RESULT TO WS-EDIT-RESULT
           MOVE SPACES TO ADD-RESULT-RECORD
           STRING TR-OP-CODE         DELIMITED BY SIZE
                  "  "               DELIMITED BY SIZE
                  TR-ACCOUNT         DELIMITED BY SIZE
                  " > "              DELIMITED BY SIZE
                  TR-XFER-TO-ACCOUNT DELIMITED BY SIZE
                  " = "              DELIMITED BY SIZE
                  WS-EDIT-RESULT     DELIMITED BY SIZE
                  "  TRANSFER"       DELIMITED BY SIZE
                  INTO ADD-RESULT-RECORD
           END-STRING
           WRITE ADD-RESULT-RECORD.

       RESOLVE-TRANSFERS.
           IF WS-XFR-COUNT > 0
               PERFORM LOAD-TRANSFER-ACCOUNTS
               PERFORM VARYING WS-XFR-IDX FROM 1 BY 1
                       UNTIL WS-XFR-IDX > WS-XFR-COUNT
                   PERFORM DECIDE-ONE-TRANSFER
               END-PERFORM
           END-IF.

       LOAD-TRANSFER-ACCOUNTS.
           *> List each account once, then fill in its balance and
           *> limits from the master - the first record for it, the
           *> same one the merge will post to.  Blank limits mean
           *> unlimited, as in the merge.  An out-of-order master
           *> would suspend postings unpredictably, so no transfer is
           *> risked against one.
           MOVE 0 TO WS-XFA-COUNT
           PERFORM VARYING WS-XFR-IDX FROM 1 BY 1
                   UNTIL WS-XFR-IDX > WS-XFR-COUNT
               MOVE WS-XFR-FROM(WS-XFR-IDX) TO WS-XFA-KEY
               PERFORM NOTE-TRANSFER-ACCOUNT
               MOVE WS-XFR-TO(WS-XFR-IDX) TO WS-XFA-KEY
               PERFORM NOTE-TRANSFER-ACCOUNT
           END-PERFORM
           MOVE "N" TO WS-SCAN-SEQ-SWITCH
           MOVE LOW-VALUES TO WS-SCAN-PREV-ACCOUNT
           IF MASTER-LOADED
               OPEN INPUT ADD-MASTER-SCAN-FILE
               IF MASTER-SCAN-OK
                   READ ADD-MASTER-SCAN-FILE
                       AT END SET MASTER-SCAN-EOF TO TRUE
                   END-READ
                   PERFORM UNTIL MASTER-SCAN-EOF
                       PERFORM SCAN-ONE-MASTER
                       READ ADD-MASTER-SCAN-FILE
                           AT END SET MASTER-SCAN-EOF TO TRUE
                       END-READ
                   END-PERFORM
                   CLOSE ADD-MASTER-SCAN-FILE
               END-IF
           END-IF.

       NOTE-TRANSFER-ACCOUNT.
           PERFORM FIND-TRANSFER-ACCOUNT
           IF WS-XFA-IDX = 0
               ADD 1 TO WS-XFA-COUNT
               MOVE WS-XFA-KEY TO WS-XFA-ACCOUNT(WS-XFA-COUNT)
               MOVE "N"        TO WS-XFA-FOUND(WS-XFA-COUNT)
               MOVE 0          TO WS-XFA-BALANCE(WS-XFA-COUNT)
               MOVE 0          TO WS-XFA-FLOOR(WS-XFA-COUNT)
               MOVE 0          TO WS-XFA-CEILING(WS-XFA-COUNT)
           END-IF.

       FIND-TRANSFER-ACCOUNT.
           MOVE 0 TO WS-XFA-IDX
           PERFORM VARYING WS-XFA-IDX FROM 1 BY 1
                   UNTIL WS-XFA-IDX > WS-XFA-COUNT
                   OR WS-XFA-ACCOUNT(WS-XFA-IDX) = WS-XFA-KEY
               CONTINUE
           END-PERFORM
           IF WS-XFA-IDX > WS-XFA-COUNT
               MOVE 0 TO WS-XFA-IDX
           END-IF.

       SCAN-ONE-MASTER.
           IF XS-ACCOUNT < WS-SCAN-PREV-ACCOUNT
               MOVE "Y" TO WS-SCAN-SEQ-SWITCH
           END-IF
           MOVE XS-ACCOUNT TO WS-SCAN-PREV-ACCOUNT
           MOVE XS-ACCOUNT TO WS-XFA-KEY
           PERFORM FIND-TRANSFER-ACCOUNT
           IF WS-XFA-IDX > 0
               IF WS-XFA-FOUND(WS-XFA-IDX) = "N"
                   MOVE "Y"        TO WS-XFA-FOUND(WS-XFA-IDX)
                   MOVE XS-BALANCE TO WS-XFA-BALANCE(WS-XFA-IDX)
                   IF XS-LIMITS NOT = SPACES
                       MOVE XS-FLOOR   TO WS-XFA-FLOOR(WS-XFA-IDX)
                       MOVE XS-CEILING TO WS-XFA-CEILING(WS-XFA-IDX)
                   END-IF
               END-IF
           END-IF.

       DECIDE-ONE-TRANSFER.
           *> Each leg is checked with the same limit test the merge
           *> applies, against the balance as tonight's earlier
           *> accepted transfers have left it.
           MOVE WS-XFR-FROM(WS-XFR-IDX) TO WS-XFA-KEY
           PERFORM FIND-TRANSFER-ACCOUNT
           MOVE WS-XFA-IDX TO WS-XFA-FROM-IDX
           MOVE WS-XFR-TO(WS-XFR-IDX) TO WS-XFA-KEY
           PERFORM FIND-TRANSFER-ACCOUNT
           MOVE WS-XFA-IDX TO WS-XFA-TO-IDX
           COMPUTE WS-XFR-FROM-NEW = WS-XFA-BALANCE(WS-XFA-FROM-IDX)
                                   - WS-XFR-AMOUNT(WS-XFR-IDX)
           COMPUTE WS-XFR-TO-NEW   = WS-XFA-BALANCE(WS-XFA-TO-IDX)
                                   + WS-XFR-AMOUNT(WS-XFR-IDX)
           EVALUATE TRUE
               WHEN SCAN-OUT-OF-SEQ
                   MOVE "MASTER OUT OF SEQ"
                       TO WS-XFR-REASON(WS-XFR-IDX)
               WHEN WS-XFA-FOUND(WS-XFA-FROM-IDX) NOT = "Y"
                   MOVE "FROM NOT ON MASTER"
                       TO WS-XFR-REASON(WS-XFR-IDX)
               WHEN WS-XFA-FOUND(WS-XFA-TO-IDX) NOT = "Y"
                   MOVE "TO NOT ON MASTER"
                       TO WS-XFR-REASON(WS-XFR-IDX)
               WHEN OTHER
                   MOVE WS-XFA-FLOOR(WS-XFA-FROM-IDX)   TO WS-CUR-FLOOR
                   MOVE WS-XFA-CEILING(WS-XFA-FROM-IDX) TO WS-CUR-CEILING
                   MOVE WS-XFR-FROM-NEW TO WS-NEW-BALANCE
                   PERFORM CHECK-POSTING-LIMITS
                   IF LIMIT-IS-BREACHED
                       MOVE "FROM LIMIT BREACH"
                           TO WS-XFR-REASON(WS-XFR-IDX)
                   ELSE
                       MOVE WS-XFA-FLOOR(WS-XFA-TO-IDX)
                           TO WS-CUR-FLOOR
                       MOVE WS-XFA-CEILING(WS-XFA-TO-IDX)
                           TO WS-CUR-CEILING
                       MOVE WS-XFR-TO-NEW TO WS-NEW-BALANCE
                       PERFORM CHECK-POSTING-LIMITS
                       IF LIMIT-IS-BREACHED
                           MOVE "TO LIMIT BREACH"
                               TO WS-XFR-REASON(WS-XFR-IDX)
                       END-IF
                   END-IF
           END-EVALUATE
           IF WS-XFR-REASON(WS-XFR-IDX) = SPACES
               MOVE WS-XFR-FROM-NEW TO WS-XFA-BALANCE(WS-XFA-FROM-IDX)
               MOVE WS-XFR-TO-NEW   TO WS-XFA-BALANCE(WS-XFA-TO-IDX)
               ADD 1 TO WS-XFR-POSTED-COUNT
               PERFORM RELEASE-TRANSFER-LEGS
           ELSE
               ADD 1 TO WS-XFR-HELD-COUNT
           END-IF.

       RELEASE-TRANSFER-LEGS.
           MOVE WS-XFR-FROM(WS-XFR-IDX) TO PW-ACCOUNT
           MOVE "P"                     TO PW-SOURCE
           MOVE WS-XFR-IDX              TO PW-SEQ
           MOVE "T"                     TO PW-OP-CODE
           MOVE WS-XFR-NUM1(WS-XFR-IDX) TO PW-NUM1
           MOVE WS-XFR-NUM2(WS-XFR-IDX) TO PW-NUM2
           MOVE SPACES                  TO PW-EFF-DATE
           COMPUTE PW-AMOUNT = 0 - WS-XFR-AMOUNT(WS-XFR-IDX)
           MOVE 0                       TO PW-AGE
           MOVE SPACES                  TO PW-REV-RUN-ID
           MOVE SPACES                  TO PW-REV-SEQ
           MOVE WS-XFR-TO(WS-XFR-IDX)   TO PW-XFER-OTHER
           MOVE WS-XFR-IDX              TO PW-XFER-NO
           RELEASE POST-SORT-RECORD
           MOVE WS-XFR-TO(WS-XFR-IDX)   TO PW-ACCOUNT
           MOVE WS-XFR-AMOUNT(WS-XFR-IDX) TO PW-AMOUNT
           MOVE WS-XFR-FROM(WS-XFR-IDX) TO PW-XFER-OTHER
           RELEASE POST-SORT-RECORD.

       WRITE-TRANSFER-HELD-SECTION.
           *> Both legs of each held transfer, with the reason and the
           *> common reference; nothing of either leg was applied.
           IF WS-XFR-HELD-COUNT > 0
               MOVE SPACES TO ADD-REGISTER-RECORD
               STRING "TRANSFERS HELD AS A PAIR - "
                          DELIMITED BY SIZE
                      WS-XFR-HELD-COUNT DELIMITED BY SIZE
                      " TRANSFERS NOT APPLIED"
                          DELIMITED BY SIZE
                      INTO ADD-REGISTER-RECORD
               END-STRING
               WRITE ADD-REGISTER-RECORD
               PERFORM VARYING WS-XFR-IDX FROM 1 BY 1
                       UNTIL WS-XFR-IDX > WS-XFR-COUNT
                   IF WS-XFR-REASON(WS-XFR-IDX) NOT = SPACES
                       PERFORM WRITE-HELD-TRANSFER-LINES
                   END-IF
               END-PERFORM
               IF WS-XFR-READ-COUNT > WS-XFR-COUNT
                   MOVE "(FURTHER TRANSFERS HELD - TABLE FULL)"
                       TO ADD-REGISTER-RECORD
                   WRITE ADD-REGISTER-RECORD
               END-IF
               DISPLAY "ADD2NUM: " WS-XFR-HELD-COUNT
                       " transfers held as a pair - see ADDPOST.DAT."
               IF WS-COND-CODE < 4
                   MOVE 4 TO WS-COND-CODE
               END-IF
           END-IF.

       WRITE-HELD-TRANSFER-LINES.
           MOVE WS-XFR-IDX TO WS-XFR-REF-NO
           COMPUTE WS-EDIT-RESULT = 0 - WS-XFR-AMOUNT(WS-XFR-IDX)
           MOVE "  TO   "               TO WS-XFR-TAG-DIR
           MOVE WS-XFR-TO(WS-XFR-IDX)   TO WS-XFR-TAG-ACCOUNT
           MOVE WS-XFR-FROM(WS-XFR-IDX) TO WS-XFA-KEY
           PERFORM WRITE-ONE-HELD-LEG
           MOVE WS-XFR-AMOUNT(WS-XFR-IDX) TO WS-EDIT-RESULT
           MOVE "  FROM "               TO WS-XFR-TAG-DIR
           MOVE WS-XFR-FROM(WS-XFR-IDX) TO WS-XFR-TAG-ACCOUNT
           MOVE WS-XFR-TO(WS-XFR-IDX)   TO WS-XFA-KEY
           PERFORM WRITE-ONE-HELD-LEG.

       WRITE-ONE-HELD-LEG.
           MOVE SPACES TO ADD-REGISTER-RECORD
           STRING WS-XFA-KEY             DELIMITED BY SIZE
                  "  T  "                DELIMITED BY SIZE
                  WS-EDIT-RESULT         DELIMITED BY SIZE
                  "  XFER HELD "         DELIMITED BY SIZE
                  WS-XFR-REASON(WS-XFR-IDX) DELIMITED BY SIZE
                  INTO ADD-REGISTER-RECORD
           END-STRING
           MOVE WS-XFR-TAG TO ADD-REGISTER-RECORD(56:15)
           MOVE WS-XFR-REF TO ADD-REGISTER-RECORD(86:11)
           WRITE ADD-REGISTER-RECORD.

       WRITE-ONE-OP-TOTAL.
           MOVE WS-OP-TOTAL-WORK TO WS-EDIT-OP-TOTAL
