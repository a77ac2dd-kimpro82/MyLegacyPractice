      *> TRAINRES.CPY
      *> Shared record layout for the trainee results history file
      *> (TRAINRES.DAT), indexed on RES-KEY: one record per graded
      *> problem, added by WORKSHEET-GRADER (the history accumulates
      *> across runs, and a problem already on file is never graded
      *> again) and read back in key order to build SCORECARD.RPT.
      *>     RES-EMP-ID       trainee, an active EMPLOYEE.MST EMP-ID
      *>     RES-SHEET-DATE   worksheet date/sheet/problem as issued
      *>     RES-SHEET          on WORKSHT.DAT
      *>     RES-PROBLEM
      *>     RES-OPER, RES-I, RES-J   the fact asked
      *>     RES-CORRECT      the MULTTAB.MST result
      *>     RES-ANSWER       the trainee's answer, spaces if left blank
      *>     RES-VERDICT      "R" = right, "W" = wrong
      *>     RES-GRADED-DATE  run date of the grading job
      *> Wrap in a caller-supplied 01, e.g.:
      *>     01 RESULT-RECORD.
      *>         COPY TRAINRES.
           05 RES-KEY.
               10 RES-EMP-ID       PIC X(5).
               10 RES-SHEET-DATE   PIC 9(8).
               10 RES-SHEET        PIC 9(2).
               10 RES-PROBLEM      PIC 9(3).
           05 RES-OPER             PIC X.
           05 RES-I                PIC 99.
           05 RES-J                PIC 99.
           05 RES-CORRECT          PIC 9(4).
           05 RES-ANSWER           PIC X(4).
           05 RES-VERDICT          PIC X.
           05 RES-GRADED-DATE      PIC 9(8).
