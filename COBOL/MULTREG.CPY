      *> MULTREG.CPY
      *> Record layout for the table generation registry MULTREG.DAT,
      *> an indexed file keyed on REG-OPER with one record per
      *> operation on MULTTAB.MST. MULTIPLICATION-TABLE writes or
      *> replaces its operation's record at the end of every run that
      *> rebuilds the master, and every program that works on one
      *> operation's facts (MULTIPLICATION-LOOKUP, WORKSHEET-GENERATOR,
      *> FACTOR-QUERY, MULTTAB-AUDIT) takes that operation's range from
      *> here rather than from the generator's parameter card, which
      *> only describes whichever operation was built last.
      *>     REG-OPER            M = multiply, A = add, S = subtract,
      *>                         D = divide
      *>     REG-I-START/END     I range generated
      *>     REG-J-START/END     J range generated
      *>     REG-RUN-DATE        date the operation was last generated
      *>     REG-RECORD-COUNT    I/J combinations generated (the TOTAL
      *>                         LINES PRODUCED trailer on MULTTAB.RPT),
      *>                         undefined ones routed to MULTTAB.EXC
      *>                         included
      *>     REG-RESULT-TOTAL    sum of the results generated (the SUM
      *>                         OF ALL RESULTS trailer)
      *> Wrap in a caller-supplied 01, e.g.:
      *>     01 REGISTRY-RECORD.
      *>         COPY MULTREG.
           05 REG-OPER             PIC X.
           05 REG-I-START          PIC 99.
           05 REG-I-END            PIC 99.
           05 REG-J-START          PIC 99.
           05 REG-J-END            PIC 99.
           05 REG-RUN-DATE         PIC 9(8).
           05 REG-RECORD-COUNT     PIC 9(6).
           05 REG-RESULT-TOTAL     PIC 9(8).
