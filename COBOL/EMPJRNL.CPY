      *> EMPJRNL.CPY
      *> Shared record layout for the employee master change journal
      *> (EMPJRNL.DAT): one record per change applied to EMPLOYEE.MST,
      *> carrying the action code, the run date, a sequence number
      *> within the run, and the full before and after EMPMSTR images,
      *> so "what did this record say before July's change" can be
      *> answered after the fact. Written (EXTEND, so the journal
      *> accumulates across runs in applied order) by
      *> EMPLOYEE-MAINTENANCE for EMPMAINT.TXN transactions, by
      *> EMPLOYEE-SCREEN for changes keyed online and by EMPLOYEE-PURGE
      *> for the deletes of a retention purge. Read back by
      *> EMP-HISTORY-INQUIRY; by PAYROLL-FEED, which sends each entry
      *> to payroll once; by EMPLOYEE-AUDIT, which replays it to
      *> rebuild the expected master; and by EMPLOYEE-PURGE, which
      *> dates each employee's inactivation from it.
      *> JRN-BEFORE-PRESENT / JRN-AFTER-PRESENT are "Y" when the
      *> corresponding image is meaningful: an add has no before image
      *> and a delete has no after image.
