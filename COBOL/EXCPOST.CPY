      *> EXCPOST.CPY
      *> Parameter block for the callable EXCEPTION-POST subprogram:
      *> the caller fills the entry and EXP-FUNCTION and gets back
      *> EXP-STATUS and the key the entry was posted under.
      *>     EXP-FUNCTION  "P" = post the entry (the default),
      *>                   "C" = close EXCQUEUE.DAT, held open across
      *>                   calls; call once before the program ends
      *>     EXP-DATE      the caller's run date, YYYYMMDD
      *>     EXP-SOURCE    the caller's PROGRAM-ID
      *>     EXP-SEVERITY  E = error, W = warning
      *>     EXP-MESSAGE   short text for the operator
      *>     EXP-STATUS    "P" = posted, EXP-KEY is its EXQ-KEY
      *>                   "E" = queue file error, nothing posted
      *>                   space after a "C" close
      *> A caller goes on with its own work whatever EXP-STATUS says:
      *> its own report still carries the problem.
      *> Wrap in a caller-supplied 01, e.g.:
      *>     01 EXCEPTION-POST-REQUEST.
      *>         COPY EXCPOST.
           05 EXP-FUNCTION     PIC X.
           05 EXP-DATE         PIC 9(8).
           05 EXP-SOURCE       PIC X(24).
           05 EXP-SEVERITY     PIC X.
           05 EXP-MESSAGE      PIC X(60).
           05 EXP-STATUS       PIC X.
           05 EXP-KEY          PIC X(12).
