      *> BUSDATE.CPY
      *> Parameter block for the callable BUSINESS-DATE subprogram,
      *> which every program calls for the date it runs as of instead
      *> of taking the system date. DAILY-BATCH-DRIVER settles the
      *> business date once per chain (the system date, or the date on
      *> the operator's BUSDATE.PRM card after checking it against
      *> CALENDAR.DAT) and hands it to each step it launches; a program
      *> run by hand outside the chain gets the system date.
      *>     BDT-DATE          business date, YYYYMMDD
      *>     BDT-SYSTEM-DATE   the machine's date, YYYYMMDD, for the
      *>                       few checks that are about the clock
      *>                       rather than the business day (run lock
      *>                       ages)
      *>     BDT-OVERRIDE      Y when BDT-DATE is not the system date
      *>     BDT-HEADER-NOTE   "RUN ON YYYY-MM-DD" (the system date)
      *>                       when BDT-OVERRIDE is Y, spaces otherwise;
      *>                       report headers print it beside their
      *>                       DATE: so a rerun report says so
      *> Indented to column 12 so it can be copied from both the fixed
      *> format HelloWorld.cob and the free format batch programs.
      *> Wrap in a caller-supplied 01, e.g.:
      *>     01 WS-BUSINESS-DATE.
      *>         COPY BUSDATE.
           05 BDT-DATE         PIC 9(8).
           05 BDT-DATE-PARTS REDEFINES BDT-DATE.
               10 BDT-YYYY     PIC 9(4).
               10 BDT-MM       PIC 99.
               10 BDT-DD       PIC 99.
           05 BDT-SYSTEM-DATE  PIC 9(8).
           05 BDT-OVERRIDE     PIC X.
           05 BDT-HEADER-NOTE  PIC X(17).
