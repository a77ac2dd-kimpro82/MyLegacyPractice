      *> EMPTXN.CPY
      *> Shared layout of the 80-column employee maintenance transaction:
      *> the EMPMAINT.TXN card, the image parked on EMPPEND.DAT for a
      *> future effective date, and the transaction EMPLOYEE-SCREEN
      *> builds from a clerk's entries. Edited by the callable
      *> EMPLOYEE-TXN-EDIT (see EMPEDIT.CPY), so batch and online
      *> changes pass exactly the same field edits.
      *>     TXN-ACTION      A = add, C = change, D = delete
      *>     TXN-EFF-DATE    YYYYMMDD, blank = effective today
      *> Change transactions may leave name/department/date/status
      *> blank to keep the value already on the master.
      *> Wrap in a caller-supplied 01, e.g.:
      *>     01 TRANSACTION-RECORD.
      *>         COPY EMPTXN.
           05 TXN-ACTION       PIC X.
           05 TXN-EMP-ID       PIC X(5).
           05 TXN-NAME         PIC X(30).
           05 TXN-DEPT         PIC X(15).
           05 TXN-START-DATE   PIC X(8).
           05 TXN-STATUS       PIC X.
           05 TXN-EFF-DATE     PIC X(8).
           05 FILLER           PIC X(12).
