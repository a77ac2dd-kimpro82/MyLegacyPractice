      *> EMPEDIT.CPY
      *> Parameter block for the callable EMPLOYEE-TXN-EDIT subprogram:
      *> the caller fills EDT-TRANSACTION (an EMPTXN.CPY image), the run
      *> date and EDT-SOURCE, and gets back the verdict.
      *>     EDT-SOURCE         "T" = a new transaction, parked when its
      *>                        effective date is after EDT-RUN-DATE
      *>                        "P" = released from EMPPEND.DAT, never
      *>                        parked again
      *>     EDT-REJECT-REASON  spaces when the transaction passed, else
      *>                        the reason printed on EMPMAINT.RPT
      *>     EDT-ERROR-FIELD    the field that failed, for the online
      *>                        screen: A action, I employee ID, N name,
      *>                        D department, S start date, T status,
      *>                        E effective date; space when passed
      *>     EDT-PARKED-FLAG    "Y" when the transaction passed but is
      *>                        future-dated and belongs on EMPPEND.DAT
      *>     EDT-FUNCTION       "E" or space = edit the transaction
      *>                        "C" = close DEPARTMENT.MST, which the
      *>                        edit holds open between calls; call once
      *>                        before ending or handing over the file
      *> Wrap in a caller-supplied 01, e.g.:
      *>     01 EDIT-REQUEST.
      *>         COPY EMPEDIT.
           05 EDT-TRANSACTION      PIC X(80).
           05 EDT-RUN-DATE         PIC 9(8).
           05 EDT-SOURCE           PIC X.
           05 EDT-REJECT-REASON    PIC X(30).
           05 EDT-ERROR-FIELD      PIC X.
           05 EDT-PARKED-FLAG      PIC X.
           05 EDT-FUNCTION         PIC X.
