      *> PAYFEED.CPY
      *> Record layout of the outbound payroll change feed PAYFEED.DAT,
      *> the fixed 100-byte interface file PAYROLL-FEED cuts from the
      *> employee journal EMPJRNL.DAT for payroll to load. One batch
      *> per file: a header, one detail record per journal entry sent,
      *> and a trailer. Every record carries the batch sequence number
      *> payroll quotes back on its acknowledgment.
      *>     PFD-REC-TYPE    H = header, T = trailer, or the detail
      *>                     action:
      *>                     A = add (new employee)
      *>                     C = change of name, department, start
      *>                         date, or reactivation
      *>                     I = inactivated (status A to I)
      *>                     D = deleted from the master
      *>     PFH-RESEND-OF   batch sequence payroll rejected and this
      *>                     batch replaces, zero on an ordinary batch
      *>     PFD-JRN-DATE/SEQ  the journal entry the detail came from
      *>     PFD-EMP-...     the employee as the entry left it; a
      *>                     delete carries the last image before it
      *>     PFT-RECORD-COUNT  detail records in the batch
      *>     PFT-HASH-TOTAL  sum of the detail PFD-EMP-ID values
      *> Wrap in a caller-supplied 01, e.g.:
      *>     01 FEED-RECORD.
      *>         COPY PAYFEED.
           05 PFD-REC-TYPE         PIC X.
           05 PFD-BATCH-SEQ        PIC 9(6).
           05 PFD-BODY             PIC X(93).
           05 PFD-HEADER-BODY REDEFINES PFD-BODY.
               10 PFH-CREATE-DATE  PIC 9(8).
               10 PFH-CREATE-TIME  PIC 9(8).
               10 PFH-SOURCE       PIC X(10).
               10 PFH-RESEND-OF    PIC 9(6).
               10 FILLER           PIC X(61).
           05 PFD-DETAIL-BODY REDEFINES PFD-BODY.
               10 PFD-ITEM-SEQ     PIC 9(6).
               10 PFD-JRN-DATE     PIC 9(8).
               10 PFD-JRN-SEQ      PIC 9(4).
               10 PFD-EMP-ID       PIC 9(5).
               10 PFD-EMP-NAME     PIC X(30).
               10 PFD-EMP-DEPT     PIC X(15).
               10 PFD-EMP-START    PIC 9(8).
               10 PFD-EMP-STATUS   PIC X.
               10 FILLER           PIC X(16).
           05 PFD-TRAILER-BODY REDEFINES PFD-BODY.
               10 PFT-RECORD-COUNT PIC 9(6).
               10 PFT-HASH-TOTAL   PIC 9(12).
               10 FILLER           PIC X(75).
