      *> Shared record layout for the exception case file
      *> (STRCASE.DAT), one record per distinct problem the scan has
      *> ever raised, in case-number order.  A case is keyed by the
      *> feed, the fingerprint of the raw input record and the field
      *> that failed (a layout field name, or *CONTENT, *DUPLICATE or
      *> *HEADER for a whole-record exception), so the same bad
      *> upstream record flagged night after night stays one case.
      *> STRINSPECT opens new cases and brings the seen dates, the
      *> times seen (scan days, so a rerun does not inflate it) and
      *> the severity up to date; a resolved case seen again is
      *> reopened and its recurrence count goes up.  A waived case
      *> stays waived.  The QA desk assigns, annotates, resolves,
      *> waives and reopens cases through QACASE.
       01  CASE-RECORD.
           05  CS-CASE-ID          PIC 9(07).
           05  FILLER              PIC X(01).
           05  CS-FEED-ID          PIC X(08).
           05  FILLER              PIC X(01).
           05  CS-FINGERPRINT      PIC 9(12).
           05  FILLER              PIC X(01).
           05  CS-FIELD            PIC X(10).
           05  FILLER              PIC X(01).
           05  CS-SEVERITY         PIC X(01).
           05  FILLER              PIC X(01).
           05  CS-STATUS           PIC X(01).
               88  CS-OPEN                     VALUE "O".
               88  CS-RESOLVED                 VALUE "R".
               88  CS-WAIVED                   VALUE "W".
           05  FILLER              PIC X(01).
           05  CS-FIRST-SEEN       PIC X(08).
           05  FILLER              PIC X(01).
           05  CS-LAST-SEEN        PIC X(08).
           05  FILLER              PIC X(01).
           05  CS-TIMES-SEEN       PIC 9(05).
           05  FILLER              PIC X(01).
           05  CS-RECURRENCES      PIC 9(03).
           05  FILLER              PIC X(01).
           05  CS-REASON           PIC X(40).
           05  FILLER              PIC X(01).
           05  CS-ASSIGNED-TO      PIC X(08).
           05  FILLER              PIC X(01).
           05  CS-STATUS-DATE      PIC X(08).
           05  FILLER              PIC X(01).
           05  CS-STATUS-BY        PIC X(08).
           05  FILLER              PIC X(01).
           05  CS-NOTE             PIC X(40).
           05  FILLER              PIC X(01).
           *> The first 60 bytes of the record as last seen, so the
           *> desk can recognize it without the day's input file.
           05  CS-RECORD-TEXT      PIC X(60).
