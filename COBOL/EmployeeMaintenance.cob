    *>              through a staging file and a rename, the
    *>              MULTTAB.RST pattern, and listed at the bottom of
    *>              EMPMAINT.RPT so nothing sits forgotten.
    *> 2026-10-15: The field edits and the effective-date check are
    *>              factored out into the callable EMPLOYEE-TXN-EDIT
    *>              (COPY EMPEDIT), and the card layout into COPY
    *>              EMPTXN, so the online EMPLOYEE-SCREEN edits a
    *>              clerk's change exactly as a card is edited here.
    *>              The journal sequence number now carries on from
    *>              the last entry already journaled for the run date
    *>              instead of restarting at 1, since screen changes
    *>              made earlier the same day share EMPJRNL.DAT.
    *> 2026-10-15: EMPLOYEE-TXN-EDIT now rejects an add, or a change
    *>              naming a department, unless the department is on
    *>              DEPARTMENT.MST and active; a parked transaction is
    *>              edited again on release, so one whose department
    *>              was retired while it waited is rejected then.
    *> 2026-10-15: Every transaction left unapplied, new or released,
    *>              is posted to the operator exception queue
    *>              EXCQUEUE.DAT through EXCEPTION-POST as an error,
    *>              and every one newly parked as a warning, so they
    *>              are chased from EXCOPEN.RPT until acknowledged
    *>              instead of being read once off EMPMAINT.RPT.
    *> 2026-10-15: The run date now comes from BUSINESS-DATE (COPY
    *>              BUSDATE) instead of the system date, so a chain rerun
    *>              for a missed day releases EMPPEND.DAT transactions
    *>              effective on or before that day and journals its
    *>              changes under that day. The report header shows RUN
    *>              ON and the system date beside DATE: when the two
    *>              differ.
    *> 2026-10-15: The return code for a missing EMPMAINT.TXN or a failed
    *>              EMPPEND.DAT swap is held until the end of the run;
    *>              the closing EMPLOYEE-TXN-EDIT and EXCEPTION-POST
    *>              calls were resetting it, so the chain ran on.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE SECTION.
FD  TRANSACTION-FILE.
01  TRANSACTION-RECORD.
    COPY EMPTXN.

FD  EMPLOYEE-FILE.
01  EMPLOYEE-RECORD.

    01 WS-JOURNAL-STATUS       PIC XX VALUE SPACES.
    01 WS-JOURNAL-SEQ          PIC 9(4) VALUE 0.
    01 WS-END-OF-JOURNAL       PIC X VALUE "N".

    01 WS-EDIT-REQUEST.
        COPY EMPEDIT.

    01 WS-EXCEPTION-POST.
        COPY EXCPOST.

    01 WS-PENDING-STATUS       PIC XX VALUE SPACES.
    01 WS-PENDING-STAGE-STATUS PIC XX VALUE SPACES.
    01 WS-PENDING-RENAME-RC    PIC 9(9) COMP-5 VALUE ZERO.
    *> the run's return code, held here because every CALL resets
    *> RETURN-CODE; moved to it just before the normal STOP RUN
    01 WS-FINAL-RC             PIC 9 VALUE 0.
    01 WS-END-OF-PENDING       PIC X VALUE "N".
    *> "T" while applying EMPMAINT.TXN records, "P" while applying
    *> transactions released from the pending file
    01 WS-AFTER-PRESENT        PIC X VALUE "N".
    01 WS-AFTER-IMAGE          PIC X(59) VALUE SPACES.

    01 WS-BUSINESS-DATE.
        COPY BUSDATE.

    01 WS-RUN-DATE.
        05 WS-RUN-YYYY  PIC 9(4).
        05 WS-H-MM      PIC 99.
        05 FILLER       PIC X(1)  VALUE "-".
        05 WS-H-DD      PIC 99.
        05 FILLER       PIC X(2)  VALUE SPACES.
        05 WS-H-NOTE    PIC X(17).
        05 FILLER       PIC X(12) VALUE SPACES.

    01 WS-DETAIL-LINE.
        05 WS-D-ACTION  PIC X.

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    CALL "BUSINESS-DATE" USING WS-BUSINESS-DATE
    MOVE BDT-DATE TO WS-RUN-DATE

    OPEN OUTPUT UPDATE-REPORT-FILE
    MOVE WS-RUN-YYYY TO WS-H-YYYY
    MOVE WS-RUN-MM   TO WS-H-MM
    MOVE WS-RUN-DD   TO WS-H-DD
    MOVE BDT-HEADER-NOTE TO WS-H-NOTE
    WRITE UPDATE-REPORT-LINE FROM WS-REPORT-HEADER
    WRITE UPDATE-REPORT-LINE FROM SPACES

        STOP RUN
    END-IF

    PERFORM FIND-LAST-JOURNAL-SEQ
    OPEN EXTEND JOURNAL-FILE
    IF WS-JOURNAL-STATUS = "35"
        OPEN OUTPUT JOURNAL-FILE
    ELSE
        DISPLAY "EMPLOYEE-MAINTENANCE: EMPMAINT.TXN is missing or "
            "unreadable, status " WS-TRANSACTION-STATUS
        MOVE 1 TO WS-FINAL-RC
    END-IF

    CLOSE PENDING-STAGE-FILE
    IF WS-PENDING-RENAME-RC NOT = 0
        DISPLAY "EMPLOYEE-MAINTENANCE: swap of EMPPEND.NEW to "
            "EMPPEND.DAT failed, rc " WS-PENDING-RENAME-RC
        MOVE 1 TO WS-FINAL-RC
    END-IF

    PERFORM WRITE-REPORT-TOTALS
    PERFORM WRITE-PENDING-LISTING
    MOVE "C" TO EDT-FUNCTION
    CALL "EMPLOYEE-TXN-EDIT" USING WS-EDIT-REQUEST
    MOVE "C" TO EXP-FUNCTION
    CALL "EXCEPTION-POST" USING WS-EXCEPTION-POST
    CLOSE TRANSACTION-FILE
    CLOSE EMPLOYEE-FILE
    CLOSE UPDATE-REPORT-FILE
    CLOSE JOURNAL-FILE
    MOVE WS-FINAL-RC TO RETURN-CODE
    STOP RUN.

READ-TRANSACTION.
    MOVE SPACES TO WS-AFTER-IMAGE

    PERFORM EDIT-TRANSACTION
    IF WS-REJECT-REASON = SPACES AND WS-PARKED-FLAG = "N"
        EVALUATE TXN-ACTION
            WHEN "A"
    MOVE TXN-ACTION TO WS-D-ACTION
    MOVE TXN-EMP-ID TO WS-D-EMP-ID
    MOVE TXN-NAME   TO WS-D-NAME
    WRITE UPDATE-REPORT-LINE FROM WS-DETAIL-LINE
    IF WS-D-VERDICT = "REJECTED " OR WS-D-VERDICT = "PARKED   "
        PERFORM POST-TRANSACTION-EXCEPTION
    END-IF.

POST-TRANSACTION-EXCEPTION.
    MOVE "P"                    TO EXP-FUNCTION
    MOVE WS-RUN-DATE-NUM        TO EXP-DATE
    MOVE "EMPLOYEE-MAINTENANCE" TO EXP-SOURCE
    MOVE SPACES                 TO EXP-MESSAGE
    EVALUATE TRUE
        WHEN WS-PARKED-FLAG = "Y"
            MOVE "W" TO EXP-SEVERITY
            STRING "PARKED UNTIL " TXN-EFF-DATE ": " TXN-ACTION " "
                   TXN-EMP-ID " " TXN-NAME
                DELIMITED BY SIZE INTO EXP-MESSAGE
            END-STRING
        WHEN WS-TXN-SOURCE = "P"
            MOVE "E" TO EXP-SEVERITY
            STRING "RELEASED, NOT APPLIED: " TXN-ACTION " " TXN-EMP-ID
                   " " WS-REJECT-REASON
                DELIMITED BY SIZE INTO EXP-MESSAGE
            END-STRING
        WHEN OTHER
            MOVE "E" TO EXP-SEVERITY
            STRING "NOT APPLIED: " TXN-ACTION " " TXN-EMP-ID " "
                   WS-REJECT-REASON
                DELIMITED BY SIZE INTO EXP-MESSAGE
            END-STRING
    END-EVALUATE
    CALL "EXCEPTION-POST" USING WS-EXCEPTION-POST.

SWEEP-PENDING-FILE.
    *> release everything that has come due; carry the rest forward
    *> on the staging file, which also collects this run's newly
    END-IF.

EDIT-TRANSACTION.
    MOVE TRANSACTION-RECORD TO EDT-TRANSACTION
    MOVE WS-RUN-DATE-NUM    TO EDT-RUN-DATE
    MOVE WS-TXN-SOURCE      TO EDT-SOURCE
    MOVE "E"                TO EDT-FUNCTION
    CALL "EMPLOYEE-TXN-EDIT" USING WS-EDIT-REQUEST
    MOVE EDT-REJECT-REASON  TO WS-REJECT-REASON
    MOVE EDT-PARKED-FLAG    TO WS-PARKED-FLAG.

READ-EMPLOYEE-RECORD.
    MOVE TXN-EMP-ID TO EMP-ID
        END-DELETE
    END-IF.

FIND-LAST-JOURNAL-SEQ.
    *> entries are in applied order, so the last one dated today
    *> holds the highest sequence number used so far today
    MOVE "N" TO WS-END-OF-JOURNAL
    OPEN INPUT JOURNAL-FILE
    IF WS-JOURNAL-STATUS NOT = "00"
        MOVE "Y" TO WS-END-OF-JOURNAL
    END-IF
    PERFORM UNTIL WS-END-OF-JOURNAL = "Y"
        READ JOURNAL-FILE
            AT END
                MOVE "Y" TO WS-END-OF-JOURNAL
            NOT AT END
                IF JRN-RUN-DATE = WS-RUN-DATE-NUM
                    MOVE JRN-SEQ TO WS-JOURNAL-SEQ
                END-IF
        END-READ
    END-PERFORM
    CLOSE JOURNAL-FILE.

WRITE-JOURNAL-RECORD.
    ADD 1 TO WS-JOURNAL-SEQ
    MOVE SPACES            TO JOURNAL-RECORD
