      *> DISTLOG.CPY
      *> Record layout for the report distribution log DISTLOG.DAT,
      *> appended by REPORT-DISTRIBUTION: one record per report due to
      *> a recipient on a run, saying whether it went out in the
      *> packet or was expected and not there.
      *>     DLG-DATE         business date of the run
      *>     DLG-TIME         time the packet was built, HHMMSSCC
      *>     DLG-STATUS       SENT      = enclosed, DLG-COPIES copies
      *>                      MISSING   = expected report not on disk
      *>                                  or could not be opened
      *>                      EMPTY     = expected report had no lines
      *>                      NOT BUILT = the packet file could not be
      *>                                  written, nothing went out
      *>     DLG-LINES        lines in one copy of the report
      *>     DLG-PACKET-NAME  packet file the entry belongs to
      *> Wrap in a caller-supplied 01, e.g.:
      *>     01 DISTLOG-RECORD.
      *>         COPY DISTLOG.
           05 DLG-DATE             PIC 9(8).
           05 FILLER               PIC X.
           05 DLG-TIME             PIC 9(8).
           05 FILLER               PIC X.
           05 DLG-RECIPIENT        PIC X(20).
           05 FILLER               PIC X.
           05 DLG-RECIPIENT-TYPE   PIC X.
           05 FILLER               PIC X.
           05 DLG-REPORT-NAME      PIC X(40).
           05 FILLER               PIC X.
           05 DLG-COPIES           PIC 99.
           05 FILLER               PIC X.
           05 DLG-LINES            PIC 9(6).
           05 FILLER               PIC X.
           05 DLG-STATUS           PIC X(9).
           05 FILLER               PIC X.
           05 DLG-PACKET-NAME      PIC X(40).
