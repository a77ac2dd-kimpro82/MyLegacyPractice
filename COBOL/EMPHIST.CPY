      *> EMPHIST.CPY
      *> Record layout for the employee history file EMPHIST.DAT, the
      *> sequential file EMPLOYEE-PURGE appends one record to for every
      *> long-inactive employee it removes from EMPLOYEE.MST, so the
      *> record is kept off the master but not lost. HST-EMP-IMAGE is
      *> the full EMPMSTR record as it stood on the master; move it to
      *> a COPY EMPMSTR group to read the fields.
      *>     HST-PURGE-DATE      business date of the purge run
      *>     HST-INACTIVE-DATE   date of the journal entry that last
      *>                         set the employee to status I
      *>     HST-RETENTION-YEARS retention on the purge card that run
      *>     HST-JRN-DATE/SEQ    the "D" entry journaled for the
      *>                         removal on EMPJRNL.DAT
      *> Wrap in a caller-supplied 01, e.g.:
      *>     01 HISTORY-RECORD.
      *>         COPY EMPHIST.
           05 HST-PURGE-DATE       PIC 9(8).
           05 HST-INACTIVE-DATE    PIC 9(8).
           05 HST-RETENTION-YEARS  PIC 99.
           05 HST-JRN-DATE         PIC 9(8).
           05 HST-JRN-SEQ          PIC 9(4).
           05 HST-EMP-IMAGE        PIC X(59).
