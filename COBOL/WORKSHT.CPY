      *> WORKSHT.CPY
      *> Shared record layout for the issued-worksheet file (WORKSHT.DAT),
      *> indexed on SHT-KEY: one record per problem printed by
      *> WORKSHEET-GENERATOR, giving the worksheet date, the sheet and
      *> problem number as printed on WORKSHEET.RPT, and the operation
      *> and I/J pair asked. WORKSHEET-GRADER reads it back to find
      *> which fact a trainee's keyed-in answer belongs to, and rejects
      *> answers for a sheet or problem that was never issued.
      *> Sheet numbers run on from the last sheet already issued that
      *> date, so a second generator run on the same day never reuses
      *> a key.
      *> Wrap in a caller-supplied 01, e.g.:
      *>     01 SHEET-RECORD.
      *>         COPY WORKSHT.
           05 SHT-KEY.
               10 SHT-DATE         PIC 9(8).
               10 SHT-SHEET        PIC 9(2).
               10 SHT-PROBLEM      PIC 9(3).
           05 SHT-OPER             PIC X.
           05 SHT-I                PIC 99.
           05 SHT-J                PIC 99.
