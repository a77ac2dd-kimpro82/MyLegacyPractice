IDENTIFICATION DIVISION.
    PROGRAM-ID.     EXCEPTION-ACK.
    AUTHOR.         kimpro82.
    DATE-WRITTEN.   2026-10-15.
    *> Compiled with GNU COBOL 3.2.0
    *> Applies the operator's acknowledgment cards from EXCACK.TXN to
    *> the exception queue EXCQUEUE.DAT (COPY EXCQUEUE): each card
    *> closes one open entry, recording who closed it, the date and a
    *> note saying what was done. Every card is listed on EXCACK.RPT
    *> as ACKNOWLEDGED or REJECTED with the reason, so a mistyped
    *> entry number shows up the same morning instead of leaving the
    *> entry open without anyone noticing.
    *> EXCACK.TXN card:
    *>     columns 1-13   entry number YYYYMMDD-NNNN, as printed on
    *>                    EXCOPEN.RPT
    *>     column 14      blank
    *>     columns 15-24  operator who closed it
    *>     column 25      blank
    *>     columns 26-65  note
    *> An entry already acknowledged is not changed again; the card is
    *> rejected with the name of whoever closed it first. The cards
    *> are one-shot: once applied EXCACK.TXN is removed, and
    *> EXCACK.RPT keeps what it said. A missing EXCACK.TXN just means
    *> nothing was acknowledged today.
    *> Ends with return code 2 when EXCQUEUE.DAT cannot be opened, and
    *> 1 when any card is rejected.
    *> 2026-10-15: The run date now comes from BUSINESS-DATE (COPY
    *>              BUSDATE) instead of the system date, so a chain rerun
    *>              for a missed day stamps its acknowledgments with that
    *>              day. The report header shows RUN ON and the system
    *>              date beside DATE: when the two differ.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL ACK-FILE
        ASSIGN TO "EXCACK.TXN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ACK-STATUS.

    SELECT OPTIONAL EXCEPTION-FILE
        ASSIGN TO "EXCQUEUE.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS EXQ-KEY
        FILE STATUS IS WS-EXCEPTION-STATUS.

    SELECT ACK-REPORT-FILE
        ASSIGN TO "EXCACK.RPT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  ACK-FILE.
01  ACK-CARD.
    05 ACK-ENTRY-DATE   PIC X(8).
    05 ACK-ENTRY-DASH   PIC X.
    05 ACK-ENTRY-SEQ    PIC X(4).
    05 FILLER           PIC X.
    05 ACK-BY           PIC X(10).
    05 FILLER           PIC X.
    05 ACK-NOTE         PIC X(40).
    05 FILLER           PIC X(15).

FD  EXCEPTION-FILE.
01  EXCEPTION-RECORD.
    COPY EXCQUEUE.

FD  ACK-REPORT-FILE.
01  ACK-REPORT-LINE     PIC X(100).

WORKING-STORAGE SECTION.
    01 WS-ACK-STATUS        PIC XX VALUE SPACES.
    01 WS-EXCEPTION-STATUS  PIC XX VALUE SPACES.
    01 WS-END-OF-ACKS       PIC X VALUE "N".
    01 WS-REJECT-REASON     PIC X(40) VALUE SPACES.
    01 WS-DELETE-RC         PIC 9(9) COMP-5 VALUE 0.

    01 WS-READ-COUNT        PIC 9(6) VALUE 0.
    01 WS-APPLIED-COUNT     PIC 9(6) VALUE 0.
    01 WS-REJECTED-COUNT    PIC 9(6) VALUE 0.

    01 WS-BUSINESS-DATE.
        COPY BUSDATE.

    01 WS-RUN-DATE.
        05 WS-RUN-YYYY  PIC 9(4).
        05 WS-RUN-MM    PIC 99.
        05 WS-RUN-DD    PIC 99.
    01 WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE PIC 9(8).

    01 WS-REPORT-HEADER.
        05 FILLER       PIC X(34)
            VALUE "EXCEPTION ACKNOWLEDGMENT REPORT".
        05 FILLER       PIC X(6)  VALUE "DATE: ".
        05 WS-H-YYYY    PIC 9(4).
        05 FILLER       PIC X(1)  VALUE "-".
        05 WS-H-MM      PIC 99.
        05 FILLER       PIC X(1)  VALUE "-".
        05 WS-H-DD      PIC 99.
        05 FILLER       PIC X(2)  VALUE SPACES.
        05 WS-H-NOTE    PIC X(17).
        05 FILLER       PIC X(31) VALUE SPACES.

    01 WS-DETAIL-LINE.
        05 WS-D-ENTRY   PIC X(13).
        05 FILLER       PIC X(1)  VALUE SPACE.
        05 WS-D-BY      PIC X(10).
        05 FILLER       PIC X(1)  VALUE SPACE.
        05 WS-D-VERDICT PIC X(13).
        05 WS-D-TEXT    PIC X(60).
        05 FILLER       PIC X(2)  VALUE SPACES.

    01 WS-TOTAL-LINE.
        05 WS-T-LABEL   PIC X(24).
        05 WS-T-COUNT   PIC ZZZ,ZZ9.
        05 FILLER       PIC X(69) VALUE SPACES.

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    CALL "BUSINESS-DATE" USING WS-BUSINESS-DATE
    MOVE BDT-DATE TO WS-RUN-DATE

    OPEN OUTPUT ACK-REPORT-FILE
    MOVE WS-RUN-YYYY TO WS-H-YYYY
    MOVE WS-RUN-MM   TO WS-H-MM
    MOVE WS-RUN-DD   TO WS-H-DD
    MOVE BDT-HEADER-NOTE TO WS-H-NOTE
    WRITE ACK-REPORT-LINE FROM WS-REPORT-HEADER
    WRITE ACK-REPORT-LINE FROM SPACES

    OPEN INPUT ACK-FILE
    IF WS-ACK-STATUS NOT = "00"
        MOVE "    NO ACKNOWLEDGMENTS TODAY" TO ACK-REPORT-LINE
        WRITE ACK-REPORT-LINE
        CLOSE ACK-REPORT-FILE
        STOP RUN
    END-IF

    OPEN I-O EXCEPTION-FILE
    IF WS-EXCEPTION-STATUS NOT = "00" AND WS-EXCEPTION-STATUS NOT = "05"
        DISPLAY "EXCEPTION-ACK: EXCQUEUE.DAT open failed, status "
            WS-EXCEPTION-STATUS
        CLOSE ACK-FILE
        CLOSE ACK-REPORT-FILE
        MOVE 2 TO RETURN-CODE
        STOP RUN
    END-IF

    PERFORM READ-ACK-CARD
    PERFORM UNTIL WS-END-OF-ACKS = "Y"
        PERFORM APPLY-ACK-CARD
        PERFORM READ-ACK-CARD
    END-PERFORM
    IF WS-READ-COUNT = 0
        MOVE "    NO ACKNOWLEDGMENTS TODAY" TO ACK-REPORT-LINE
        WRITE ACK-REPORT-LINE
    END-IF

    PERFORM WRITE-REPORT-TOTALS
    CLOSE ACK-FILE
    CLOSE EXCEPTION-FILE
    CLOSE ACK-REPORT-FILE

    *> the cards are one-shot: left in place they would all come back
    *> rejected as already acknowledged tomorrow
    CALL "CBL_DELETE_FILE" USING "EXCACK.TXN"
        RETURNING WS-DELETE-RC
    IF WS-DELETE-RC NOT = 0
        DISPLAY "EXCEPTION-ACK: delete of EXCACK.TXN failed, rc "
            WS-DELETE-RC
    END-IF

    IF WS-REJECTED-COUNT > 0
        MOVE 1 TO RETURN-CODE
    END-IF
    STOP RUN.

READ-ACK-CARD.
    READ ACK-FILE
        AT END
            MOVE "Y" TO WS-END-OF-ACKS
        NOT AT END
            ADD 1 TO WS-READ-COUNT
    END-READ.

APPLY-ACK-CARD.
    MOVE SPACES TO WS-REJECT-REASON
    EVALUATE TRUE
        WHEN ACK-ENTRY-DATE NOT NUMERIC
                OR ACK-ENTRY-DASH NOT = "-"
                OR ACK-ENTRY-SEQ NOT NUMERIC
            MOVE "ENTRY NUMBER NOT YYYYMMDD-NNNN" TO WS-REJECT-REASON
        WHEN ACK-BY = SPACES
            MOVE "OPERATOR REQUIRED" TO WS-REJECT-REASON
        WHEN ACK-NOTE = SPACES
            MOVE "NOTE REQUIRED" TO WS-REJECT-REASON
        WHEN OTHER
            PERFORM CLOSE-QUEUE-ENTRY
    END-EVALUATE

    MOVE ACK-CARD (1:13) TO WS-D-ENTRY
    MOVE ACK-BY          TO WS-D-BY
    IF WS-REJECT-REASON = SPACES
        ADD 1 TO WS-APPLIED-COUNT
        MOVE "ACKNOWLEDGED " TO WS-D-VERDICT
        MOVE EXQ-MESSAGE     TO WS-D-TEXT
    ELSE
        ADD 1 TO WS-REJECTED-COUNT
        MOVE "REJECTED     " TO WS-D-VERDICT
        MOVE WS-REJECT-REASON TO WS-D-TEXT
    END-IF
    WRITE ACK-REPORT-LINE FROM WS-DETAIL-LINE.

CLOSE-QUEUE-ENTRY.
    MOVE ACK-ENTRY-DATE TO EXQ-DATE
    MOVE ACK-ENTRY-SEQ  TO EXQ-SEQ
    READ EXCEPTION-FILE
        INVALID KEY
            MOVE "ENTRY NOT ON EXCEPTION QUEUE" TO WS-REJECT-REASON
        NOT INVALID KEY
            IF EXQ-STATUS NOT = "O"
                MOVE SPACES TO WS-REJECT-REASON
                STRING "ALREADY ACKNOWLEDGED BY " DELIMITED BY SIZE
                       EXQ-ACK-BY                 DELIMITED BY SPACE
                    INTO WS-REJECT-REASON
                END-STRING
            ELSE
                MOVE "A"             TO EXQ-STATUS
                MOVE WS-RUN-DATE-NUM TO EXQ-ACK-DATE
                MOVE ACK-BY          TO EXQ-ACK-BY
                MOVE ACK-NOTE        TO EXQ-ACK-NOTE
                REWRITE EXCEPTION-RECORD
                    INVALID KEY
                        MOVE "QUEUE REWRITE FAILED" TO WS-REJECT-REASON
                END-REWRITE
            END-IF
    END-READ.

WRITE-REPORT-TOTALS.
    WRITE ACK-REPORT-LINE FROM SPACES
    MOVE "CARDS READ            : " TO WS-T-LABEL
    MOVE WS-READ-COUNT              TO WS-T-COUNT
    WRITE ACK-REPORT-LINE FROM WS-TOTAL-LINE
    MOVE "ENTRIES ACKNOWLEDGED  : " TO WS-T-LABEL
    MOVE WS-APPLIED-COUNT           TO WS-T-COUNT
    WRITE ACK-REPORT-LINE FROM WS-TOTAL-LINE
    MOVE "CARDS REJECTED        : " TO WS-T-LABEL
    MOVE WS-REJECTED-COUNT          TO WS-T-COUNT
    WRITE ACK-REPORT-LINE FROM WS-TOTAL-LINE.
