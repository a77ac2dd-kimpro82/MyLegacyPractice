IDENTIFICATION DIVISION.
    PROGRAM-ID.     PAYROLL-RECONCILE.
    AUTHOR.         kimpro82.
    DATE-WRITTEN.   2026-10-15.
    *> Compiled with GNU COBOL 3.2.0
    *> Matches payroll's acknowledgment file PAYACK.DAT against the
    *> payroll feed batch register PAYBATCH.DAT (COPY PAYBATCH) by
    *> batch sequence number, and lists on PAYRECON.RPT every batch
    *> PAYROLL-FEED has cut that is not cleanly accepted:
    *>     REJECTED    payroll refused the batch; its journal entries
    *>                 go again in the next batch PAYROLL-FEED cuts
    *>     MISSING     payroll has answered a later batch but never
    *>                 this one, so it most likely never arrived
    *>     UNANSWERED  no answer yet, and nothing later answered
    *> An acceptance is only taken when payroll's record count and
    *> hash total agree with what was sent; one that disagrees is
    *> listed and the batch stays open, which keeps the feed held
    *> until the two sides have sorted it out. Rejections, missing
    *> batches and disagreeing totals are posted as errors to the
    *> operator exception queue.
    *> PAYACK.DAT record, one per batch answered:
    *>     columns 1-6    batch sequence number
    *>     column 8       A = accepted, R = rejected
    *>     columns 10-15  detail records payroll received
    *>     columns 17-28  hash total payroll computed
    *>     columns 30-69  rejection reason
    *> The file is one-shot: once matched it is removed, and
    *> PAYRECON.RPT keeps what it said. Runs ahead of PAYROLL-FEED so
    *> the day's answers can release the next batch.
    *> Ends with return code 2 when PAYBATCH.DAT cannot be opened, and
    *> 1 when any batch is rejected, missing, unanswered from an
    *> earlier day, or answered with totals that disagree.
    *> 2026-10-15: The run date now comes from BUSINESS-DATE (COPY
    *>              BUSDATE) instead of the system date, so a chain rerun
    *>              for a missed day dates its acknowledgments and ages
    *>              the outstanding batches as of that day. The report
    *>              header shows RUN ON and the system date beside DATE:
    *>              when the two differ.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL ACK-FILE
        ASSIGN TO "PAYACK.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ACK-STATUS.

    SELECT OPTIONAL BATCH-FILE
        ASSIGN TO "PAYBATCH.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PBR-BATCH-SEQ
        FILE STATUS IS WS-BATCH-STATUS.

    SELECT RECON-REPORT-FILE
        ASSIGN TO "PAYRECON.RPT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  ACK-FILE.
01  ACK-RECORD.
    05 ACK-BATCH-SEQ    PIC X(6).
    05 FILLER           PIC X.
    05 ACK-STATUS       PIC X.
    05 FILLER           PIC X.
    05 ACK-RECORD-COUNT PIC X(6).
    05 FILLER           PIC X.
    05 ACK-HASH-TOTAL   PIC X(12).
    05 FILLER           PIC X.
    05 ACK-REASON       PIC X(40).
    05 FILLER           PIC X(11).

FD  BATCH-FILE.
01  BATCH-RECORD.
    COPY PAYBATCH.

FD  RECON-REPORT-FILE.
01  RECON-REPORT-LINE   PIC X(100).

WORKING-STORAGE SECTION.
    01 WS-ACK-STATUS        PIC XX VALUE SPACES.
    01 WS-BATCH-STATUS      PIC XX VALUE SPACES.
    01 WS-END-OF-ACKS       PIC X VALUE "N".
    01 WS-END-OF-REGISTER   PIC X VALUE "N".
    01 WS-ACK-OPEN          PIC X VALUE "N".
    01 WS-ACK-TEXT          PIC X(50) VALUE SPACES.
    01 WS-DELETE-RC         PIC 9(9) COMP-5 VALUE 0.

    01 WS-ACK-SEQ-NUM       PIC 9(6) VALUE 0.
    01 WS-ACK-COUNT-NUM     PIC 9(6) VALUE 0.
    01 WS-ACK-HASH-NUM      PIC 9(12) VALUE 0.

    *> highest batch payroll has answered, ever and in today's file
    01 WS-HIGHEST-ANSWERED  PIC 9(6) VALUE 0.
    01 WS-HIGHEST-TODAY     PIC 9(6) VALUE 0.
    01 WS-LAST-BATCH-SEQ    PIC 9(6) VALUE 0.

    01 WS-BUSINESS-DATE.
        COPY BUSDATE.

    01 WS-RUN-DATE.
        05 WS-RUN-YYYY  PIC 9(4).
        05 WS-RUN-MM    PIC 99.
        05 WS-RUN-DD    PIC 99.
    01 WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE PIC 9(8).
    01 WS-RUN-DAY-NUM       PIC 9(7) VALUE 0.
    01 WS-AGE-DAYS          PIC S9(7) VALUE 0.

    01 WS-READ-COUNT        PIC 9(6) VALUE 0.
    01 WS-ACCEPTED-COUNT    PIC 9(6) VALUE 0.
    01 WS-REJECTED-COUNT    PIC 9(6) VALUE 0.
    01 WS-DISAGREE-COUNT    PIC 9(6) VALUE 0.
    01 WS-UNMATCHED-COUNT   PIC 9(6) VALUE 0.
    01 WS-MISSING-COUNT     PIC 9(6) VALUE 0.
    01 WS-UNANSWERED-COUNT  PIC 9(6) VALUE 0.
    01 WS-OVERDUE-COUNT     PIC 9(6) VALUE 0.
    01 WS-OUTSTANDING-COUNT PIC 9(6) VALUE 0.

    01 WS-EXCEPTION-POST.
        COPY EXCPOST.

    01 WS-REPORT-HEADER.
        05 FILLER       PIC X(34) VALUE "PAYROLL FEED RECONCILIATION".
        05 FILLER       PIC X(6)  VALUE "DATE: ".
        05 WS-H-YYYY    PIC 9(4).
        05 FILLER       PIC X(1)  VALUE "-".
        05 WS-H-MM      PIC 99.
        05 FILLER       PIC X(1)  VALUE "-".
        05 WS-H-DD      PIC 99.
        05 FILLER       PIC X(2)  VALUE SPACES.
        05 WS-H-NOTE    PIC X(17).
        05 FILLER       PIC X(31) VALUE SPACES.

    01 WS-ACK-COLUMN-HEADER.
        05 FILLER       PIC X(8)  VALUE "BATCH".
        05 FILLER       PIC X(5)  VALUE "ACK".
        05 FILLER       PIC X(14) VALUE "VERDICT".
        05 FILLER       PIC X(73) VALUE "DETAIL".

    01 WS-ACK-LINE.
        05 WS-A-BATCH   PIC X(6).
        05 FILLER       PIC X(2)  VALUE SPACES.
        05 WS-A-STATUS  PIC X.
        05 FILLER       PIC X(4)  VALUE SPACES.
        05 WS-A-VERDICT PIC X(14).
        05 WS-A-TEXT    PIC X(50).
        05 FILLER       PIC X(23) VALUE SPACES.

    01 WS-OPEN-COLUMN-HEADER.
        05 FILLER       PIC X(8)  VALUE "BATCH".
        05 FILLER       PIC X(11) VALUE "SENT".
        05 FILLER       PIC X(6)  VALUE "  AGE".
        05 FILLER       PIC X(9)  VALUE "  RECORDS".
        05 FILLER       PIC X(2)  VALUE SPACES.
        05 FILLER       PIC X(64) VALUE "STATE".

    01 WS-OPEN-LINE.
        05 WS-O-BATCH   PIC 9(6).
        05 FILLER       PIC X(2)  VALUE SPACES.
        05 WS-O-SENT    PIC 9(8).
        05 FILLER       PIC X(3)  VALUE SPACES.
        05 WS-O-AGE     PIC ZZZZ9.
        05 FILLER       PIC X(1)  VALUE SPACE.
        05 WS-O-RECORDS PIC ZZZ,ZZ9.
        05 FILLER       PIC X(4)  VALUE SPACES.
        05 WS-O-STATE   PIC X(12).
        05 WS-O-TEXT    PIC X(40).
        05 FILLER       PIC X(12) VALUE SPACES.

    01 WS-TOTAL-LINE.
        05 WS-T-LABEL   PIC X(24).
        05 WS-T-COUNT   PIC ZZZ,ZZ9.
        05 FILLER       PIC X(69) VALUE SPACES.

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    CALL "BUSINESS-DATE" USING WS-BUSINESS-DATE
    MOVE BDT-DATE TO WS-RUN-DATE
    COMPUTE WS-RUN-DAY-NUM =
        FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-NUM)

    OPEN OUTPUT RECON-REPORT-FILE
    MOVE WS-RUN-YYYY TO WS-H-YYYY
    MOVE WS-RUN-MM   TO WS-H-MM
    MOVE WS-RUN-DD   TO WS-H-DD
    MOVE BDT-HEADER-NOTE TO WS-H-NOTE
    WRITE RECON-REPORT-LINE FROM WS-REPORT-HEADER
    WRITE RECON-REPORT-LINE FROM SPACES

    OPEN I-O BATCH-FILE
    IF WS-BATCH-STATUS = "35"
        OPEN OUTPUT BATCH-FILE
        CLOSE BATCH-FILE
        OPEN I-O BATCH-FILE
    END-IF
    IF WS-BATCH-STATUS NOT = "00" AND WS-BATCH-STATUS NOT = "05"
        DISPLAY "PAYROLL-RECONCILE: PAYBATCH.DAT open failed, status "
            WS-BATCH-STATUS
        CLOSE RECON-REPORT-FILE
        MOVE 2 TO RETURN-CODE
        STOP RUN
    END-IF

    MOVE "ACKNOWLEDGMENTS RECEIVED" TO RECON-REPORT-LINE
    WRITE RECON-REPORT-LINE
    OPEN INPUT ACK-FILE
    IF WS-ACK-STATUS = "00"
        MOVE "Y" TO WS-ACK-OPEN
        WRITE RECON-REPORT-LINE FROM WS-ACK-COLUMN-HEADER
        PERFORM READ-ACK-RECORD
        PERFORM UNTIL WS-END-OF-ACKS = "Y"
            PERFORM APPLY-ACK-RECORD
            PERFORM READ-ACK-RECORD
        END-PERFORM
        CLOSE ACK-FILE
    END-IF
    IF WS-READ-COUNT = 0
        MOVE "    NO ACKNOWLEDGMENTS FROM PAYROLL TODAY"
            TO RECON-REPORT-LINE
        WRITE RECON-REPORT-LINE
    END-IF

    PERFORM FIND-HIGHEST-ANSWERED
    PERFORM LIST-OUTSTANDING-BATCHES
    CLOSE BATCH-FILE

    PERFORM WRITE-REPORT-TOTALS
    CLOSE RECON-REPORT-FILE

    *> the file is one-shot: left in place tomorrow's run would list
    *> every record in it again as a duplicate
    IF WS-ACK-OPEN = "Y"
        CALL "CBL_DELETE_FILE" USING "PAYACK.DAT"
            RETURNING WS-DELETE-RC
        IF WS-DELETE-RC NOT = 0
            DISPLAY "PAYROLL-RECONCILE: delete of PAYACK.DAT failed, "
                "rc " WS-DELETE-RC
        END-IF
    END-IF
    MOVE "C" TO EXP-FUNCTION
    CALL "EXCEPTION-POST" USING WS-EXCEPTION-POST

    IF WS-REJECTED-COUNT > 0 OR WS-DISAGREE-COUNT > 0
            OR WS-UNMATCHED-COUNT > 0 OR WS-MISSING-COUNT > 0
            OR WS-OVERDUE-COUNT > 0
        MOVE 1 TO RETURN-CODE
    END-IF
    STOP RUN.

READ-ACK-RECORD.
    READ ACK-FILE
        AT END
            MOVE "Y" TO WS-END-OF-ACKS
        NOT AT END
            ADD 1 TO WS-READ-COUNT
    END-READ.

APPLY-ACK-RECORD.
    MOVE SPACES TO WS-ACK-TEXT
    MOVE ACK-BATCH-SEQ TO WS-A-BATCH
    MOVE ACK-STATUS    TO WS-A-STATUS
    IF ACK-BATCH-SEQ NOT NUMERIC
            OR (ACK-STATUS NOT = "A" AND ACK-STATUS NOT = "R")
        ADD 1 TO WS-UNMATCHED-COUNT
        MOVE "UNREADABLE    " TO WS-A-VERDICT
        MOVE "BATCH NUMBER OR ACK CODE NOT VALID" TO WS-ACK-TEXT
    ELSE
        MOVE ACK-BATCH-SEQ TO WS-ACK-SEQ-NUM
        MOVE WS-ACK-SEQ-NUM TO PBR-BATCH-SEQ
        READ BATCH-FILE
            INVALID KEY
                ADD 1 TO WS-UNMATCHED-COUNT
                MOVE "UNMATCHED     " TO WS-A-VERDICT
                MOVE "NO SUCH BATCH ON PAYBATCH.DAT" TO WS-ACK-TEXT
                MOVE SPACES TO EXP-MESSAGE
                STRING "PAYACK.DAT ANSWERS BATCH " ACK-BATCH-SEQ
                       " WHICH WAS NEVER SENT" DELIMITED BY SIZE
                    INTO EXP-MESSAGE
                END-STRING
                MOVE "W" TO EXP-SEVERITY
                PERFORM POST-RECON-EXCEPTION
            NOT INVALID KEY
                PERFORM MATCH-ACK-TO-BATCH
        END-READ
    END-IF
    MOVE WS-ACK-TEXT TO WS-A-TEXT
    WRITE RECON-REPORT-LINE FROM WS-ACK-LINE.

MATCH-ACK-TO-BATCH.
    IF WS-ACK-SEQ-NUM > WS-HIGHEST-TODAY
        MOVE WS-ACK-SEQ-NUM TO WS-HIGHEST-TODAY
    END-IF
    EVALUATE TRUE
        WHEN PBR-STATUS NOT = "S"
            MOVE "DUPLICATE     " TO WS-A-VERDICT
            STRING "ALREADY ANSWERED " PBR-STATUS " ON " PBR-ACK-DATE
                DELIMITED BY SIZE INTO WS-ACK-TEXT
            END-STRING
        WHEN ACK-STATUS = "R"
            ADD 1 TO WS-REJECTED-COUNT
            MOVE "R"             TO PBR-STATUS
            MOVE WS-RUN-DATE-NUM TO PBR-ACK-DATE
            MOVE ACK-REASON      TO PBR-ACK-NOTE
            PERFORM REWRITE-BATCH-RECORD
            MOVE "REJECTED      " TO WS-A-VERDICT
            MOVE ACK-REASON TO WS-ACK-TEXT
            MOVE SPACES TO EXP-MESSAGE
            STRING "PAYROLL REJECTED BATCH " PBR-BATCH-SEQ ": "
                   ACK-REASON DELIMITED BY SIZE
                INTO EXP-MESSAGE
            END-STRING
            MOVE "E" TO EXP-SEVERITY
            PERFORM POST-RECON-EXCEPTION
        WHEN OTHER
            PERFORM CHECK-ACK-TOTALS
    END-EVALUATE.

CHECK-ACK-TOTALS.
    MOVE 0 TO WS-ACK-COUNT-NUM
    MOVE 0 TO WS-ACK-HASH-NUM
    IF ACK-RECORD-COUNT NUMERIC
        MOVE ACK-RECORD-COUNT TO WS-ACK-COUNT-NUM
    END-IF
    IF ACK-HASH-TOTAL NUMERIC
        MOVE ACK-HASH-TOTAL TO WS-ACK-HASH-NUM
    END-IF
    IF WS-ACK-COUNT-NUM = PBR-RECORD-COUNT
            AND WS-ACK-HASH-NUM = PBR-HASH-TOTAL
        ADD 1 TO WS-ACCEPTED-COUNT
        MOVE "A"             TO PBR-STATUS
        MOVE WS-RUN-DATE-NUM TO PBR-ACK-DATE
        MOVE SPACES          TO PBR-ACK-NOTE
        PERFORM REWRITE-BATCH-RECORD
        MOVE "ACCEPTED      " TO WS-A-VERDICT
        STRING PBR-RECORD-COUNT " RECORDS, TOTALS AGREE"
            DELIMITED BY SIZE INTO WS-ACK-TEXT
        END-STRING
    ELSE
        *> the batch stays open: taking an acceptance that does not
        *> add up would release the next batch over a gap
        ADD 1 TO WS-DISAGREE-COUNT
        MOVE "TOTALS DIFFER " TO WS-A-VERDICT
        STRING "SENT " PBR-RECORD-COUNT "/" PBR-HASH-TOTAL
               " PAYROLL " ACK-RECORD-COUNT "/" ACK-HASH-TOTAL
            DELIMITED BY SIZE INTO WS-ACK-TEXT
        END-STRING
        MOVE SPACES TO EXP-MESSAGE
        STRING "PAYROLL ACK OF BATCH " PBR-BATCH-SEQ
               " DISAGREES WITH COUNT/HASH SENT" DELIMITED BY SIZE
            INTO EXP-MESSAGE
        END-STRING
        MOVE "E" TO EXP-SEVERITY
        PERFORM POST-RECON-EXCEPTION
    END-IF.

REWRITE-BATCH-RECORD.
    REWRITE BATCH-RECORD
        INVALID KEY
            DISPLAY "PAYROLL-RECONCILE: rewrite of batch "
                PBR-BATCH-SEQ " failed, status " WS-BATCH-STATUS
    END-REWRITE.

FIND-HIGHEST-ANSWERED.
    MOVE "N" TO WS-END-OF-REGISTER
    PERFORM START-REGISTER
    PERFORM UNTIL WS-END-OF-REGISTER = "Y"
        READ BATCH-FILE NEXT RECORD
            AT END
                MOVE "Y" TO WS-END-OF-REGISTER
            NOT AT END
                MOVE PBR-BATCH-SEQ TO WS-LAST-BATCH-SEQ
                IF PBR-STATUS NOT = "S"
                    MOVE PBR-BATCH-SEQ TO WS-HIGHEST-ANSWERED
                END-IF
        END-READ
    END-PERFORM.

LIST-OUTSTANDING-BATCHES.
    WRITE RECON-REPORT-LINE FROM SPACES
    MOVE "BATCHES NOT CLEANLY ACCEPTED" TO RECON-REPORT-LINE
    WRITE RECON-REPORT-LINE
    WRITE RECON-REPORT-LINE FROM WS-OPEN-COLUMN-HEADER
    MOVE "N" TO WS-END-OF-REGISTER
    PERFORM START-REGISTER
    PERFORM UNTIL WS-END-OF-REGISTER = "Y"
        READ BATCH-FILE NEXT RECORD
            AT END
                MOVE "Y" TO WS-END-OF-REGISTER
            NOT AT END
                PERFORM CHECK-OUTSTANDING-BATCH
        END-READ
    END-PERFORM
    IF WS-OUTSTANDING-COUNT = 0
        MOVE "    NONE - EVERY BATCH SENT HAS BEEN ACCEPTED"
            TO RECON-REPORT-LINE
        WRITE RECON-REPORT-LINE
    END-IF.

CHECK-OUTSTANDING-BATCH.
    MOVE SPACES TO WS-O-STATE
    MOVE SPACES TO WS-O-TEXT
    COMPUTE WS-AGE-DAYS = WS-RUN-DAY-NUM
        - FUNCTION INTEGER-OF-DATE (PBR-SENT-DATE)
    IF WS-AGE-DAYS < 0
        MOVE 0 TO WS-AGE-DAYS
    END-IF
    EVALUATE TRUE
        WHEN PBR-STATUS = "S" AND PBR-BATCH-SEQ < WS-HIGHEST-ANSWERED
            ADD 1 TO WS-MISSING-COUNT
            MOVE "MISSING"  TO WS-O-STATE
            STRING "LATER BATCH " WS-HIGHEST-ANSWERED " ANSWERED"
                DELIMITED BY SIZE INTO WS-O-TEXT
            END-STRING
            *> posted only on the day the later answer shows it up,
            *> not again every night it stays missing
            IF PBR-BATCH-SEQ < WS-HIGHEST-TODAY
                MOVE SPACES TO EXP-MESSAGE
                STRING "PAYROLL FEED BATCH " PBR-BATCH-SEQ " OF "
                       PBR-SENT-DATE " MISSING AT PAYROLL"
                    DELIMITED BY SIZE INTO EXP-MESSAGE
                END-STRING
                MOVE "E" TO EXP-SEVERITY
                PERFORM POST-RECON-EXCEPTION
            END-IF
        WHEN PBR-STATUS = "S"
            ADD 1 TO WS-UNANSWERED-COUNT
            MOVE "UNANSWERED" TO WS-O-STATE
            IF WS-AGE-DAYS > 0
                ADD 1 TO WS-OVERDUE-COUNT
                MOVE "FEED HELD UNTIL PAYROLL ANSWERS" TO WS-O-TEXT
            END-IF
        WHEN PBR-STATUS = "R"
            MOVE "REJECTED" TO WS-O-STATE
            IF PBR-BATCH-SEQ = WS-LAST-BATCH-SEQ
                MOVE "RESEND DUE IN NEXT BATCH" TO WS-O-TEXT
            ELSE
                MOVE "RESENT" TO WS-O-TEXT
            END-IF
    END-EVALUATE
    *> a rejected batch already resent is history, not outstanding
    IF WS-O-STATE NOT = SPACES AND WS-O-TEXT NOT = "RESENT"
        ADD 1 TO WS-OUTSTANDING-COUNT
        MOVE PBR-BATCH-SEQ    TO WS-O-BATCH
        MOVE PBR-SENT-DATE    TO WS-O-SENT
        MOVE WS-AGE-DAYS      TO WS-O-AGE
        MOVE PBR-RECORD-COUNT TO WS-O-RECORDS
        WRITE RECON-REPORT-LINE FROM WS-OPEN-LINE
    END-IF.

START-REGISTER.
    MOVE 0 TO PBR-BATCH-SEQ
    START BATCH-FILE KEY IS NOT LESS THAN PBR-BATCH-SEQ
        INVALID KEY
            MOVE "Y" TO WS-END-OF-REGISTER
    END-START.

POST-RECON-EXCEPTION.
    MOVE "P"                 TO EXP-FUNCTION
    MOVE WS-RUN-DATE-NUM     TO EXP-DATE
    MOVE "PAYROLL-RECONCILE" TO EXP-SOURCE
    CALL "EXCEPTION-POST" USING WS-EXCEPTION-POST.

WRITE-REPORT-TOTALS.
    WRITE RECON-REPORT-LINE FROM SPACES
    MOVE "ACKNOWLEDGMENTS READ  : " TO WS-T-LABEL
    MOVE WS-READ-COUNT              TO WS-T-COUNT
    WRITE RECON-REPORT-LINE FROM WS-TOTAL-LINE
    MOVE "  ACCEPTED            : " TO WS-T-LABEL
    MOVE WS-ACCEPTED-COUNT          TO WS-T-COUNT
    WRITE RECON-REPORT-LINE FROM WS-TOTAL-LINE
    MOVE "  REJECTED            : " TO WS-T-LABEL
    MOVE WS-REJECTED-COUNT          TO WS-T-COUNT
    WRITE RECON-REPORT-LINE FROM WS-TOTAL-LINE
    MOVE "  TOTALS DIFFER       : " TO WS-T-LABEL
    MOVE WS-DISAGREE-COUNT          TO WS-T-COUNT
    WRITE RECON-REPORT-LINE FROM WS-TOTAL-LINE
    MOVE "  UNMATCHED/UNREADABLE: " TO WS-T-LABEL
    MOVE WS-UNMATCHED-COUNT         TO WS-T-COUNT
    WRITE RECON-REPORT-LINE FROM WS-TOTAL-LINE
    MOVE "BATCHES MISSING       : " TO WS-T-LABEL
    MOVE WS-MISSING-COUNT           TO WS-T-COUNT
    WRITE RECON-REPORT-LINE FROM WS-TOTAL-LINE
    MOVE "BATCHES UNANSWERED    : " TO WS-T-LABEL
    MOVE WS-UNANSWERED-COUNT        TO WS-T-COUNT
    WRITE RECON-REPORT-LINE FROM WS-TOTAL-LINE
    MOVE "  FROM EARLIER DAYS   : " TO WS-T-LABEL
    MOVE WS-OVERDUE-COUNT           TO WS-T-COUNT
    WRITE RECON-REPORT-LINE FROM WS-TOTAL-LINE.
