      *> EXCQUEUE.CPY
      *> Record layout for the operator exception queue EXCQUEUE.DAT,
      *> an indexed file keyed on EXQ-KEY (posting date plus a
      *> sequence number within that date). The chain programs add
      *> entries through the callable EXCEPTION-POST (COPY EXCPOST);
      *> EXCEPTION-ACK closes them from the operator's EXCACK.TXN and
      *> EXCEPTION-REPORT lists what is still open, oldest first.
      *>     EXQ-DATE        date the entry was posted, YYYYMMDD
      *>     EXQ-SEQ         sequence within EXQ-DATE, from 1
      *>     EXQ-TIME        time posted, HHMMSSss
      *>     EXQ-SOURCE      PROGRAM-ID of the program that posted it
      *>     EXQ-SEVERITY    E = error, the run or its output is wrong
      *>                     W = warning, needs a look but not urgent
      *>     EXQ-MESSAGE     short text naming the problem
      *>     EXQ-STATUS      O = open, A = acknowledged
      *>     EXQ-ACK-DATE    date acknowledged, zero while open
      *>     EXQ-ACK-BY      operator who closed it
      *>     EXQ-ACK-NOTE    what was done about it
      *> An entry is referred to as YYYYMMDD-NNNN, e.g. 20261015-0003.
      *> Wrap in a caller-supplied 01, e.g.:
      *>     01 EXCEPTION-RECORD.
      *>         COPY EXCQUEUE.
           05 EXQ-KEY.
               10 EXQ-DATE     PIC 9(8).
               10 EXQ-SEQ      PIC 9(4).
           05 EXQ-TIME         PIC 9(8).
           05 EXQ-SOURCE       PIC X(24).
           05 EXQ-SEVERITY     PIC X.
           05 EXQ-MESSAGE      PIC X(60).
           05 EXQ-STATUS       PIC X.
           05 EXQ-ACK-DATE     PIC 9(8).
           05 EXQ-ACK-BY       PIC X(10).
           05 EXQ-ACK-NOTE     PIC X(40).
