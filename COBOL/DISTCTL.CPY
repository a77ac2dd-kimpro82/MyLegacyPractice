      *> DISTCTL.CPY
      *> Record layout for the report distribution control file
      *> DISTCTL.DAT, one card per report per recipient, read by
      *> REPORT-DISTRIBUTION at the end of the chain to build each
      *> recipient's packet.
      *>     DST-REPORT-NAME     the report file, e.g. MULTTAB.RPT; a
      *>                         name ending in "." is a dated file and
      *>                         has the business date appended, so
      *>                         GREETING.SALES. picks up that day's
      *>                         GREETING.SALES.YYYYMMDD bulletin
      *>     DST-RECIPIENT       department code or person the packet
      *>                         is made up for
      *>     DST-RECIPIENT-TYPE  D = department, P = person
      *>     DST-COPIES          copies of the report in the packet,
      *>                         01-99; blank means one
      *>     DST-FREQUENCY       D = every run
      *>                         W = workdays only (a W day on
      *>                             CALENDAR.DAT, or a date missing
      *>                             from it)
      *>                         M = month-end, the last workday of
      *>                             the month
      *> Wrap in a caller-supplied 01, e.g.:
      *>     01 CONTROL-CARD.
      *>         COPY DISTCTL.
           05 DST-REPORT-NAME      PIC X(24).
           05 FILLER               PIC X.
           05 DST-RECIPIENT        PIC X(20).
           05 FILLER               PIC X.
           05 DST-RECIPIENT-TYPE   PIC X.
           05 FILLER               PIC X.
           05 DST-COPIES           PIC X(2).
           05 DST-COPIES-NUM REDEFINES DST-COPIES PIC 99.
           05 FILLER               PIC X.
           05 DST-FREQUENCY        PIC X.
           05 FILLER               PIC X(28).
