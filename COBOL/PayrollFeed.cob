IDENTIFICATION DIVISION.
    PROGRAM-ID.     PAYROLL-FEED.
    AUTHOR.         kimpro82.
    DATE-WRITTEN.   2026-10-15.
    *> Compiled with GNU COBOL 3.2.0
    *> Daily outbound change feed to payroll, cut from the employee
    *> journal EMPJRNL.DAT (COPY EMPJRNL), so payroll no longer
    *> re-keys hires and leavers from a printed EMPMAINT.RPT days
    *> late. Every journal entry written since the last batch goes
    *> out once as an add, change, inactivate or delete record on the
    *> fixed-format PAYFEED.DAT (COPY PAYFEED), between a header
    *> carrying the batch sequence number and a trailer carrying the
    *> record count and the hash total of the employee numbers.
    *> The batch register PAYBATCH.DAT (COPY PAYBATCH) is the
    *> high-water control: each batch records the first and last
    *> journal positions it carried, and the next batch starts after
    *> the highest one not rejected by payroll, so no entry is sent
    *> twice and a rejected batch's entries go again under a new
    *> sequence number. PAYROLL-RECONCILE matches payroll's
    *> acknowledgments against the register.
    *> No batch is cut while an earlier one is still unacknowledged:
    *> the run lists the batch it is waiting for on PAYFEED.RPT,
    *> posts a warning to the operator exception queue and leaves
    *> the journal entries for the first run after the answer comes
    *> in. A day with no new journal entries cuts no batch.
    *> The batch is written to PAYFEED.NEW and renamed over
    *> PAYFEED.DAT only after the register holds it, so a kill
    *> mid-write never leaves a half batch for transmission.
    *> Ends with return code 2 when the register cannot be opened or
    *> the journal is shorter than what has already been sent, and 1
    *> when the feed is held.
    *> 2026-10-15: The run date now comes from BUSINESS-DATE (COPY
    *>              BUSDATE) instead of the system date, so a chain rerun
    *>              for a missed day dates its batch header and register
    *>              entry with that day. The report header shows RUN ON
    *>              and the system date beside DATE: when the two differ.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL JOURNAL-FILE
        ASSIGN TO "EMPJRNL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-JOURNAL-STATUS.

    SELECT OPTIONAL BATCH-FILE
        ASSIGN TO "PAYBATCH.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PBR-BATCH-SEQ
        FILE STATUS IS WS-BATCH-STATUS.

    SELECT FEED-STAGE-FILE
        ASSIGN TO "PAYFEED.NEW"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FEED-STATUS.

    SELECT FEED-REPORT-FILE
        ASSIGN TO "PAYFEED.RPT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  JOURNAL-FILE.
01  JOURNAL-RECORD.
    COPY EMPJRNL.

FD  BATCH-FILE.
01  BATCH-RECORD.
    COPY PAYBATCH.

FD  FEED-STAGE-FILE.
01  FEED-RECORD.
    COPY PAYFEED.

FD  FEED-REPORT-FILE.
01  FEED-REPORT-LINE    PIC X(100).

WORKING-STORAGE SECTION.
    01 WS-JOURNAL-STATUS    PIC XX VALUE SPACES.
    01 WS-BATCH-STATUS      PIC XX VALUE SPACES.
    01 WS-FEED-STATUS       PIC XX VALUE SPACES.
    01 WS-END-OF-JOURNAL    PIC X VALUE "N".
    01 WS-END-OF-REGISTER   PIC X VALUE "N".
    01 WS-FEED-OPEN         PIC X VALUE "N".
    01 WS-JOURNAL-OPEN      PIC X VALUE "N".
    01 WS-RENAME-RC         PIC 9(9) COMP-5 VALUE 0.
    01 WS-DELETE-RC         PIC 9(9) COMP-5 VALUE 0.
    *> the highest return code raised during the run, moved to
    *> RETURN-CODE after the closing EXCEPTION-POST call, since
    *> every CALL resets RETURN-CODE
    01 WS-FINAL-RC          PIC 9 VALUE 0.

    *> what the register says before this run
    01 WS-LAST-BATCH-SEQ    PIC 9(6) VALUE 0.
    01 WS-LAST-BATCH-STATUS PIC X VALUE SPACE.
    01 WS-HIGH-WATER        PIC 9(8) VALUE 0.
    01 WS-HELD-BATCH-SEQ    PIC 9(6) VALUE 0.
    01 WS-HELD-SENT-DATE    PIC 9(8) VALUE 0.

    *> the batch being cut
    01 WS-BATCH-SEQ         PIC 9(6) VALUE 0.
    01 WS-RESEND-OF         PIC 9(6) VALUE 0.
    01 WS-JRN-POSITION      PIC 9(8) VALUE 0.
    01 WS-FIRST-JRN         PIC 9(8) VALUE 0.
    01 WS-HASH-TOTAL        PIC 9(12) VALUE 0.
    01 WS-FEED-ACTION       PIC X VALUE SPACE.

    01 WS-SENT-COUNT        PIC 9(6) VALUE 0.
    01 WS-ADD-COUNT         PIC 9(6) VALUE 0.
    01 WS-CHANGE-COUNT      PIC 9(6) VALUE 0.
    01 WS-INACTIVE-COUNT    PIC 9(6) VALUE 0.
    01 WS-DELETE-COUNT      PIC 9(6) VALUE 0.

    01 WS-BEFORE-RECORD.
        COPY EMPMSTR.
    01 WS-AFTER-RECORD.
        COPY EMPMSTR.

    01 WS-BUSINESS-DATE.
        COPY BUSDATE.

    01 WS-RUN-DATE.
        05 WS-RUN-YYYY  PIC 9(4).
        05 WS-RUN-MM    PIC 99.
        05 WS-RUN-DD    PIC 99.
    01 WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE PIC 9(8).
    01 WS-RUN-TIME          PIC 9(8) VALUE 0.

    01 WS-EXCEPTION-POST.
        COPY EXCPOST.

    01 WS-REPORT-HEADER.
        05 FILLER       PIC X(34) VALUE "PAYROLL CHANGE FEED".
        05 FILLER       PIC X(6)  VALUE "DATE: ".
        05 WS-H-YYYY    PIC 9(4).
        05 FILLER       PIC X(1)  VALUE "-".
        05 WS-H-MM      PIC 99.
        05 FILLER       PIC X(1)  VALUE "-".
        05 WS-H-DD      PIC 99.
        05 FILLER       PIC X(2)  VALUE SPACES.
        05 WS-H-NOTE    PIC X(17).
        05 FILLER       PIC X(31) VALUE SPACES.

    01 WS-BATCH-LINE.
        05 FILLER       PIC X(6)  VALUE "BATCH ".
        05 WS-BL-SEQ    PIC 9(6).
        05 FILLER       PIC X(18) VALUE "  JOURNAL ENTRIES ".
        05 WS-BL-FIRST  PIC Z(7)9.
        05 FILLER       PIC X(4)  VALUE " TO ".
        05 WS-BL-LAST   PIC Z(7)9.
        05 WS-BL-RESEND PIC X(50) VALUE SPACES.

    01 WS-COLUMN-HEADER.
        05 FILLER       PIC X(6)  VALUE "TYPE".
        05 FILLER       PIC X(7)  VALUE "EMP-ID".
        05 FILLER       PIC X(31) VALUE "NAME".
        05 FILLER       PIC X(16) VALUE "DEPARTMENT".
        05 FILLER       PIC X(7)  VALUE "STATUS".
        05 FILLER       PIC X(33) VALUE "JOURNAL ENTRY".

    01 WS-DETAIL-LINE.
        05 WS-D-TYPE    PIC X.
        05 FILLER       PIC X(5)  VALUE SPACES.
        05 WS-D-EMP-ID  PIC 9(5).
        05 FILLER       PIC X(2)  VALUE SPACES.
        05 WS-D-NAME    PIC X(30).
        05 FILLER       PIC X(1)  VALUE SPACE.
        05 WS-D-DEPT    PIC X(15).
        05 FILLER       PIC X(1)  VALUE SPACE.
        05 WS-D-STATUS  PIC X.
        05 FILLER       PIC X(6)  VALUE SPACES.
        05 WS-D-JRN-DATE PIC 9(8).
        05 FILLER       PIC X(1)  VALUE "-".
        05 WS-D-JRN-SEQ PIC 9(4).
        05 FILLER       PIC X(20) VALUE SPACES.

    01 WS-TOTAL-LINE.
        05 WS-T-LABEL   PIC X(24).
        05 WS-T-COUNT   PIC ZZZ,ZZ9.
        05 FILLER       PIC X(69) VALUE SPACES.

    01 WS-HASH-LINE.
        05 FILLER       PIC X(24) VALUE "HASH TOTAL OF EMP-IDS : ".
        05 WS-HL-HASH   PIC ZZZ,ZZZ,ZZZ,ZZ9.
        05 FILLER       PIC X(61) VALUE SPACES.

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    CALL "BUSINESS-DATE" USING WS-BUSINESS-DATE
    MOVE BDT-DATE TO WS-RUN-DATE
    ACCEPT WS-RUN-TIME FROM TIME

    OPEN OUTPUT FEED-REPORT-FILE
    MOVE WS-RUN-YYYY TO WS-H-YYYY
    MOVE WS-RUN-MM   TO WS-H-MM
    MOVE WS-RUN-DD   TO WS-H-DD
    MOVE BDT-HEADER-NOTE TO WS-H-NOTE
    WRITE FEED-REPORT-LINE FROM WS-REPORT-HEADER
    WRITE FEED-REPORT-LINE FROM SPACES

    OPEN I-O BATCH-FILE
    IF WS-BATCH-STATUS = "35"
        OPEN OUTPUT BATCH-FILE
        CLOSE BATCH-FILE
        OPEN I-O BATCH-FILE
    END-IF
    IF WS-BATCH-STATUS NOT = "00" AND WS-BATCH-STATUS NOT = "05"
        DISPLAY "PAYROLL-FEED: PAYBATCH.DAT open failed, status "
            WS-BATCH-STATUS
        MOVE "    BATCH REGISTER PAYBATCH.DAT UNAVAILABLE - NO FEED CUT"
            TO FEED-REPORT-LINE
        WRITE FEED-REPORT-LINE
        CLOSE FEED-REPORT-FILE
        MOVE 2 TO RETURN-CODE
        STOP RUN
    END-IF

    PERFORM SCAN-BATCH-REGISTER
    IF WS-HELD-BATCH-SEQ > 0
        PERFORM HOLD-FEED
    ELSE
        PERFORM CUT-FEED-BATCH
    END-IF

    CLOSE BATCH-FILE
    CLOSE FEED-REPORT-FILE
    MOVE "C" TO EXP-FUNCTION
    CALL "EXCEPTION-POST" USING WS-EXCEPTION-POST
    MOVE WS-FINAL-RC TO RETURN-CODE
    STOP RUN.

SCAN-BATCH-REGISTER.
    *> key order is batch order; the high-water mark is the last
    *> journal position of any batch payroll has not rejected
    PERFORM UNTIL WS-END-OF-REGISTER = "Y"
        READ BATCH-FILE NEXT RECORD
            AT END
                MOVE "Y" TO WS-END-OF-REGISTER
            NOT AT END
                MOVE PBR-BATCH-SEQ TO WS-LAST-BATCH-SEQ
                MOVE PBR-STATUS    TO WS-LAST-BATCH-STATUS
                IF PBR-STATUS NOT = "R"
                        AND PBR-LAST-JRN > WS-HIGH-WATER
                    MOVE PBR-LAST-JRN TO WS-HIGH-WATER
                END-IF
                IF PBR-STATUS = "S" AND WS-HELD-BATCH-SEQ = 0
                    MOVE PBR-BATCH-SEQ TO WS-HELD-BATCH-SEQ
                    MOVE PBR-SENT-DATE TO WS-HELD-SENT-DATE
                END-IF
        END-READ
    END-PERFORM.

HOLD-FEED.
    MOVE SPACES TO FEED-REPORT-LINE
    STRING "    FEED HELD - BATCH " WS-HELD-BATCH-SEQ
           " SENT " WS-HELD-SENT-DATE
           " IS NOT YET ACKNOWLEDGED BY PAYROLL" DELIMITED BY SIZE
        INTO FEED-REPORT-LINE
    END-STRING
    WRITE FEED-REPORT-LINE
    MOVE "    JOURNAL ENTRIES WAIT FOR THE FIRST RUN AFTER THE ANSWER"
        TO FEED-REPORT-LINE
    WRITE FEED-REPORT-LINE

    MOVE SPACES TO EXP-MESSAGE
    STRING "PAYROLL FEED HELD: BATCH " WS-HELD-BATCH-SEQ " OF "
           WS-HELD-SENT-DATE " NOT ACKNOWLEDGED" DELIMITED BY SIZE
        INTO EXP-MESSAGE
    END-STRING
    MOVE "W" TO EXP-SEVERITY
    PERFORM POST-FEED-EXCEPTION
    IF WS-FINAL-RC < 1
        MOVE 1 TO WS-FINAL-RC
    END-IF.

CUT-FEED-BATCH.
    COMPUTE WS-BATCH-SEQ = WS-LAST-BATCH-SEQ + 1
    IF WS-LAST-BATCH-STATUS = "R"
        MOVE WS-LAST-BATCH-SEQ TO WS-RESEND-OF
    END-IF
    COMPUTE WS-FIRST-JRN = WS-HIGH-WATER + 1

    OPEN INPUT JOURNAL-FILE
    IF WS-JOURNAL-STATUS = "00" OR WS-JOURNAL-STATUS = "05"
        MOVE "Y" TO WS-JOURNAL-OPEN
    ELSE
        MOVE "Y" TO WS-END-OF-JOURNAL
    END-IF
    PERFORM READ-JOURNAL-RECORD
    PERFORM UNTIL WS-END-OF-JOURNAL = "Y"
        IF WS-JRN-POSITION > WS-HIGH-WATER
            PERFORM SEND-JOURNAL-ENTRY
        END-IF
        PERFORM READ-JOURNAL-RECORD
    END-PERFORM
    IF WS-JOURNAL-OPEN = "Y"
        CLOSE JOURNAL-FILE
    END-IF

    EVALUATE TRUE
        WHEN WS-JRN-POSITION < WS-HIGH-WATER
            PERFORM REPORT-SHORT-JOURNAL
        WHEN WS-SENT-COUNT = 0
            MOVE SPACES TO FEED-REPORT-LINE
            STRING "    NO NEW JOURNAL ENTRIES SINCE BATCH "
                   WS-LAST-BATCH-SEQ " - NO FEED CUT" DELIMITED BY SIZE
                INTO FEED-REPORT-LINE
            END-STRING
            WRITE FEED-REPORT-LINE
        WHEN OTHER
            PERFORM CLOSE-FEED-BATCH
    END-EVALUATE.

READ-JOURNAL-RECORD.
    READ JOURNAL-FILE
        AT END
            MOVE "Y" TO WS-END-OF-JOURNAL
        NOT AT END
            ADD 1 TO WS-JRN-POSITION
    END-READ.

SEND-JOURNAL-ENTRY.
    IF WS-FEED-OPEN = "N"
        PERFORM OPEN-FEED-BATCH
    END-IF

    MOVE JRN-BEFORE-IMAGE TO WS-BEFORE-RECORD
    MOVE JRN-AFTER-IMAGE  TO WS-AFTER-RECORD
    EVALUATE JRN-ACTION
        WHEN "A"
            MOVE "A" TO WS-FEED-ACTION
            ADD 1 TO WS-ADD-COUNT
        WHEN "D"
            MOVE "D" TO WS-FEED-ACTION
            ADD 1 TO WS-DELETE-COUNT
            MOVE WS-BEFORE-RECORD TO WS-AFTER-RECORD
        WHEN OTHER
            IF EMP-STATUS OF WS-BEFORE-RECORD = "A"
                    AND EMP-STATUS OF WS-AFTER-RECORD = "I"
                MOVE "I" TO WS-FEED-ACTION
                ADD 1 TO WS-INACTIVE-COUNT
            ELSE
                MOVE "C" TO WS-FEED-ACTION
                ADD 1 TO WS-CHANGE-COUNT
            END-IF
    END-EVALUATE

    ADD 1 TO WS-SENT-COUNT
    ADD EMP-ID OF WS-AFTER-RECORD TO WS-HASH-TOTAL
    MOVE SPACES         TO FEED-RECORD
    MOVE WS-FEED-ACTION TO PFD-REC-TYPE
    MOVE WS-BATCH-SEQ   TO PFD-BATCH-SEQ
    MOVE WS-SENT-COUNT  TO PFD-ITEM-SEQ
    MOVE JRN-RUN-DATE   TO PFD-JRN-DATE
    MOVE JRN-SEQ        TO PFD-JRN-SEQ
    MOVE EMP-ID OF WS-AFTER-RECORD         TO PFD-EMP-ID
    MOVE EMP-NAME OF WS-AFTER-RECORD       TO PFD-EMP-NAME
    MOVE EMP-DEPT OF WS-AFTER-RECORD       TO PFD-EMP-DEPT
    MOVE EMP-START-DATE OF WS-AFTER-RECORD TO PFD-EMP-START
    MOVE EMP-STATUS OF WS-AFTER-RECORD     TO PFD-EMP-STATUS
    WRITE FEED-RECORD

    MOVE WS-FEED-ACTION TO WS-D-TYPE
    MOVE PFD-EMP-ID     TO WS-D-EMP-ID
    MOVE PFD-EMP-NAME   TO WS-D-NAME
    MOVE PFD-EMP-DEPT   TO WS-D-DEPT
    MOVE PFD-EMP-STATUS TO WS-D-STATUS
    MOVE JRN-RUN-DATE   TO WS-D-JRN-DATE
    MOVE JRN-SEQ        TO WS-D-JRN-SEQ
    WRITE FEED-REPORT-LINE FROM WS-DETAIL-LINE.

OPEN-FEED-BATCH.
    OPEN OUTPUT FEED-STAGE-FILE
    MOVE "Y" TO WS-FEED-OPEN
    MOVE SPACES          TO FEED-RECORD
    MOVE "H"             TO PFD-REC-TYPE
    MOVE WS-BATCH-SEQ    TO PFD-BATCH-SEQ
    MOVE WS-RUN-DATE-NUM TO PFH-CREATE-DATE
    MOVE WS-RUN-TIME     TO PFH-CREATE-TIME
    MOVE "EMPLOYEE"      TO PFH-SOURCE
    MOVE WS-RESEND-OF    TO PFH-RESEND-OF
    WRITE FEED-RECORD
    WRITE FEED-REPORT-LINE FROM WS-COLUMN-HEADER.

CLOSE-FEED-BATCH.
    MOVE SPACES        TO FEED-RECORD
    MOVE "T"           TO PFD-REC-TYPE
    MOVE WS-BATCH-SEQ  TO PFD-BATCH-SEQ
    MOVE WS-SENT-COUNT TO PFT-RECORD-COUNT
    MOVE WS-HASH-TOTAL TO PFT-HASH-TOTAL
    WRITE FEED-RECORD
    CLOSE FEED-STAGE-FILE

    *> the register is written before the swap: a batch on the
    *> register that never reached PAYFEED.DAT shows up unanswered,
    *> where one sent but not registered would be sent again
    MOVE WS-BATCH-SEQ    TO PBR-BATCH-SEQ
    MOVE WS-RUN-DATE-NUM TO PBR-SENT-DATE
    MOVE WS-FIRST-JRN    TO PBR-FIRST-JRN
    MOVE WS-JRN-POSITION TO PBR-LAST-JRN
    MOVE WS-SENT-COUNT   TO PBR-RECORD-COUNT
    MOVE WS-HASH-TOTAL   TO PBR-HASH-TOTAL
    MOVE WS-RESEND-OF    TO PBR-RESEND-OF
    MOVE "S"             TO PBR-STATUS
    MOVE 0               TO PBR-ACK-DATE
    MOVE SPACES          TO PBR-ACK-NOTE
    WRITE BATCH-RECORD
        INVALID KEY
            DISPLAY "PAYROLL-FEED: batch " WS-BATCH-SEQ
                " already on PAYBATCH.DAT, status " WS-BATCH-STATUS
            CALL "CBL_DELETE_FILE" USING "PAYFEED.NEW"
                RETURNING WS-DELETE-RC
            MOVE "    BATCH NOT REGISTERED - NO FEED CUT"
                TO FEED-REPORT-LINE
            WRITE FEED-REPORT-LINE
            MOVE 2 TO WS-FINAL-RC
        NOT INVALID KEY
            PERFORM RELEASE-FEED-BATCH
    END-WRITE.

RELEASE-FEED-BATCH.
    CALL "CBL_RENAME_FILE" USING "PAYFEED.NEW" "PAYFEED.DAT"
        RETURNING WS-RENAME-RC
    IF WS-RENAME-RC NOT = 0
        DISPLAY "PAYROLL-FEED: swap of PAYFEED.NEW to PAYFEED.DAT "
            "failed, rc " WS-RENAME-RC
        MOVE SPACES TO EXP-MESSAGE
        STRING "BATCH " WS-BATCH-SEQ " CUT BUT NOT SWAPPED TO "
               "PAYFEED.DAT - SEND PAYFEED.NEW" DELIMITED BY SIZE
            INTO EXP-MESSAGE
        END-STRING
        MOVE "E" TO EXP-SEVERITY
        PERFORM POST-FEED-EXCEPTION
        MOVE 2 TO WS-FINAL-RC
    END-IF

    MOVE WS-BATCH-SEQ    TO WS-BL-SEQ
    MOVE WS-FIRST-JRN    TO WS-BL-FIRST
    MOVE WS-JRN-POSITION TO WS-BL-LAST
    IF WS-RESEND-OF > 0
        STRING "  RESENDS REJECTED BATCH " WS-RESEND-OF
            DELIMITED BY SIZE INTO WS-BL-RESEND
        END-STRING
    END-IF
    WRITE FEED-REPORT-LINE FROM SPACES
    WRITE FEED-REPORT-LINE FROM WS-BATCH-LINE
    PERFORM WRITE-REPORT-TOTALS.

REPORT-SHORT-JOURNAL.
    *> fewer entries than batches have already carried means the
    *> journal was replaced or cut back; sending from the old
    *> position would skip or repeat entries
    DISPLAY "PAYROLL-FEED: EMPJRNL.DAT holds " WS-JRN-POSITION
        " entries, batches already sent through " WS-HIGH-WATER
    MOVE SPACES TO FEED-REPORT-LINE
    STRING "    EMPJRNL.DAT HOLDS " WS-JRN-POSITION
           " ENTRIES, FEED ALREADY SENT THROUGH " WS-HIGH-WATER
           " - NO FEED CUT" DELIMITED BY SIZE
        INTO FEED-REPORT-LINE
    END-STRING
    WRITE FEED-REPORT-LINE
    MOVE SPACES TO EXP-MESSAGE
    STRING "EMPJRNL.DAT SHORTER THAN PAYROLL FEED HIGH-WATER "
           WS-HIGH-WATER DELIMITED BY SIZE
        INTO EXP-MESSAGE
    END-STRING
    MOVE "E" TO EXP-SEVERITY
    PERFORM POST-FEED-EXCEPTION
    MOVE 2 TO WS-FINAL-RC.

POST-FEED-EXCEPTION.
    MOVE "P"             TO EXP-FUNCTION
    MOVE WS-RUN-DATE-NUM TO EXP-DATE
    MOVE "PAYROLL-FEED"  TO EXP-SOURCE
    CALL "EXCEPTION-POST" USING WS-EXCEPTION-POST.

WRITE-REPORT-TOTALS.
    WRITE FEED-REPORT-LINE FROM SPACES
    MOVE "RECORDS SENT          : " TO WS-T-LABEL
    MOVE WS-SENT-COUNT              TO WS-T-COUNT
    WRITE FEED-REPORT-LINE FROM WS-TOTAL-LINE
    MOVE "  ADDS                : " TO WS-T-LABEL
    MOVE WS-ADD-COUNT               TO WS-T-COUNT
    WRITE FEED-REPORT-LINE FROM WS-TOTAL-LINE
    MOVE "  CHANGES             : " TO WS-T-LABEL
    MOVE WS-CHANGE-COUNT            TO WS-T-COUNT
    WRITE FEED-REPORT-LINE FROM WS-TOTAL-LINE
    MOVE "  INACTIVATIONS       : " TO WS-T-LABEL
    MOVE WS-INACTIVE-COUNT          TO WS-T-COUNT
    WRITE FEED-REPORT-LINE FROM WS-TOTAL-LINE
    MOVE "  DELETES             : " TO WS-T-LABEL
    MOVE WS-DELETE-COUNT            TO WS-T-COUNT
    WRITE FEED-REPORT-LINE FROM WS-TOTAL-LINE
    MOVE WS-HASH-TOTAL              TO WS-HL-HASH
    WRITE FEED-REPORT-LINE FROM WS-HASH-LINE.
