      *> PAYBATCH.CPY
      *> Record layout for the payroll feed batch register PAYBATCH.DAT,
      *> an indexed file keyed on PBR-BATCH-SEQ with one record per
      *> batch PAYROLL-FEED has cut. It is the feed's high-water
      *> control: PBR-FIRST-JRN and PBR-LAST-JRN are the positions in
      *> EMPJRNL.DAT (counting from 1) of the first and last journal
      *> entries the batch carried, so the next batch starts after the
      *> highest PBR-LAST-JRN of any batch not rejected and no entry is
      *> sent twice. PAYROLL-RECONCILE records payroll's answer.
      *>     PBR-STATUS      S = sent, no acknowledgment yet
      *>                     A = accepted by payroll
      *>                     R = rejected by payroll; its entries go
      *>                         again in the next batch
      *>     PBR-RESEND-OF   the rejected batch this one replaces
      *>     PBR-ACK-DATE    date the acknowledgment was matched
      *>     PBR-ACK-NOTE    payroll's rejection reason
      *> Wrap in a caller-supplied 01, e.g.:
      *>     01 BATCH-RECORD.
      *>         COPY PAYBATCH.
           05 PBR-BATCH-SEQ        PIC 9(6).
           05 PBR-SENT-DATE        PIC 9(8).
           05 PBR-FIRST-JRN        PIC 9(8).
           05 PBR-LAST-JRN         PIC 9(8).
           05 PBR-RECORD-COUNT     PIC 9(6).
           05 PBR-HASH-TOTAL       PIC 9(12).
           05 PBR-RESEND-OF        PIC 9(6).
           05 PBR-STATUS           PIC X.
           05 PBR-ACK-DATE         PIC 9(8).
           05 PBR-ACK-NOTE         PIC X(40).
