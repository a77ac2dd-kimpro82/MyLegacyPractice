IDENTIFICATION DIVISION.
    PROGRAM-ID.     EXCEPTION-REPORT.
    AUTHOR.         kimpro82.
    DATE-WRITTEN.   2026-10-15.
    *> Compiled with GNU COBOL 3.2.0
    *> Daily open-exceptions report off the operator exception queue
    *> EXCQUEUE.DAT (COPY EXCQUEUE). Every entry still open is listed
    *> on EXCOPEN.RPT oldest first with its age in days, so a DIFFER
    *> posted on Tuesday and never acknowledged stays at the top of
    *> the page on Wednesday however clean Wednesday's run was. The
    *> bottom of the report counts the open entries by severity and
    *> by age, and the entries acknowledged today with who closed
    *> them.
    *> Runs at the end of the chain, after EXCEPTION-ACK, so the
    *> morning's cards are already applied.
    *> Ends with return code 1 while any error entry is still open, so
    *> the AUDIT.LOG line for this step says whether the morning is
    *> clean; 2 when EXCQUEUE.DAT cannot be read.
    *> 2026-10-15: The run date now comes from BUSINESS-DATE (COPY
    *>              BUSDATE) instead of the system date, so a chain rerun
    *>              for a missed day ages the open entries as of that
    *>              day. The report header shows RUN ON and the system
    *>              date beside DATE: when the two differ.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL EXCEPTION-FILE
        ASSIGN TO "EXCQUEUE.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS EXQ-KEY
        FILE STATUS IS WS-EXCEPTION-STATUS.

    SELECT OPEN-REPORT-FILE
        ASSIGN TO "EXCOPEN.RPT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  EXCEPTION-FILE.
01  EXCEPTION-RECORD.
    COPY EXCQUEUE.

FD  OPEN-REPORT-FILE.
01  OPEN-REPORT-LINE    PIC X(110).

WORKING-STORAGE SECTION.
    01 WS-EXCEPTION-STATUS  PIC XX VALUE SPACES.
    01 WS-END-OF-QUEUE      PIC X VALUE "N".

    01 WS-BUSINESS-DATE.
        COPY BUSDATE.

    01 WS-RUN-DATE.
        05 WS-RUN-YYYY  PIC 9(4).
        05 WS-RUN-MM    PIC 99.
        05 WS-RUN-DD    PIC 99.
    01 WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE PIC 9(8).
    01 WS-RUN-DAY-NUM       PIC 9(7) VALUE 0.
    01 WS-AGE-DAYS          PIC S9(7) VALUE 0.

    01 WS-ENTRY-COUNT       PIC 9(6) VALUE 0.
    01 WS-OPEN-COUNT        PIC 9(6) VALUE 0.
    01 WS-OPEN-ERRORS       PIC 9(6) VALUE 0.
    01 WS-OPEN-WARNINGS     PIC 9(6) VALUE 0.
    01 WS-AGE-TODAY         PIC 9(6) VALUE 0.
    01 WS-AGE-1-DAY         PIC 9(6) VALUE 0.
    01 WS-AGE-2-TO-6        PIC 9(6) VALUE 0.
    01 WS-AGE-7-PLUS        PIC 9(6) VALUE 0.
    01 WS-ACKED-TODAY       PIC 9(6) VALUE 0.

    *> acknowledged-today entries are held back and printed after the
    *> open list
    01 WS-ACK-MAX           PIC 9(4) COMP-5 VALUE 200.
    01 WS-ACK-COUNT         PIC 9(4) COMP-5 VALUE 0.
    01 WS-ACK-INDEX         PIC 9(4) COMP-5 VALUE 0.
    01 WS-ACK-TABLE.
        05 WS-ACK-ENTRY OCCURS 200 TIMES.
            10 WS-AT-KEY        PIC X(12).
            10 WS-AT-BY         PIC X(10).
            10 WS-AT-NOTE       PIC X(40).

    01 WS-REPORT-HEADER.
        05 FILLER       PIC X(34) VALUE "OPEN OPERATOR EXCEPTIONS".
        05 FILLER       PIC X(6)  VALUE "DATE: ".
        05 WS-H-YYYY    PIC 9(4).
        05 FILLER       PIC X(1)  VALUE "-".
        05 WS-H-MM      PIC 99.
        05 FILLER       PIC X(1)  VALUE "-".
        05 WS-H-DD      PIC 99.
        05 FILLER       PIC X(2)  VALUE SPACES.
        05 WS-H-NOTE    PIC X(17).
        05 FILLER       PIC X(41) VALUE SPACES.

    01 WS-COLUMN-HEADER.
        05 FILLER       PIC X(14) VALUE "ENTRY".
        05 FILLER       PIC X(5)  VALUE "  AGE".
        05 FILLER       PIC X(5)  VALUE "  SEV".
        05 FILLER       PIC X(2)  VALUE SPACES.
        05 FILLER       PIC X(23) VALUE "SOURCE".
        05 FILLER       PIC X(61) VALUE "MESSAGE".

    01 WS-DETAIL-LINE.
        05 WS-D-DATE    PIC 9(8).
        05 FILLER       PIC X(1)  VALUE "-".
        05 WS-D-SEQ     PIC 9(4).
        05 FILLER       PIC X(1)  VALUE SPACE.
        05 WS-D-AGE     PIC ZZZZ9.
        05 FILLER       PIC X(4)  VALUE SPACES.
        05 WS-D-SEVERITY PIC X.
        05 FILLER       PIC X(2)  VALUE SPACES.
        05 WS-D-SOURCE  PIC X(22).
        05 FILLER       PIC X(1)  VALUE SPACE.
        05 WS-D-MESSAGE PIC X(60).
        05 FILLER       PIC X(1)  VALUE SPACE.

    01 WS-ACK-LINE.
        05 WS-A-DATE    PIC X(8).
        05 FILLER       PIC X(1)  VALUE "-".
        05 WS-A-SEQ     PIC X(4).
        05 FILLER       PIC X(1)  VALUE SPACE.
        05 WS-A-BY      PIC X(10).
        05 FILLER       PIC X(1)  VALUE SPACE.
        05 WS-A-NOTE    PIC X(40).
        05 FILLER       PIC X(45) VALUE SPACES.

    01 WS-TOTAL-LINE.
        05 WS-T-LABEL   PIC X(24).
        05 WS-T-COUNT   PIC ZZZ,ZZ9.
        05 FILLER       PIC X(79) VALUE SPACES.

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    CALL "BUSINESS-DATE" USING WS-BUSINESS-DATE
    MOVE BDT-DATE TO WS-RUN-DATE
    COMPUTE WS-RUN-DAY-NUM =
        FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-NUM)

    OPEN INPUT EXCEPTION-FILE
    IF WS-EXCEPTION-STATUS NOT = "00" AND WS-EXCEPTION-STATUS NOT = "05"
        DISPLAY "EXCEPTION-REPORT: EXCQUEUE.DAT unreadable, status "
            WS-EXCEPTION-STATUS
        MOVE 2 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN OUTPUT OPEN-REPORT-FILE
    MOVE WS-RUN-YYYY TO WS-H-YYYY
    MOVE WS-RUN-MM   TO WS-H-MM
    MOVE WS-RUN-DD   TO WS-H-DD
    MOVE BDT-HEADER-NOTE TO WS-H-NOTE
    WRITE OPEN-REPORT-LINE FROM WS-REPORT-HEADER
    WRITE OPEN-REPORT-LINE FROM SPACES
    WRITE OPEN-REPORT-LINE FROM WS-COLUMN-HEADER

    *> the key leads with the posting date, so key order is oldest first
    PERFORM READ-QUEUE-RECORD
    PERFORM UNTIL WS-END-OF-QUEUE = "Y"
        PERFORM REPORT-QUEUE-ENTRY
        PERFORM READ-QUEUE-RECORD
    END-PERFORM
    CLOSE EXCEPTION-FILE

    IF WS-OPEN-COUNT = 0
        MOVE "    NO OPEN EXCEPTIONS" TO OPEN-REPORT-LINE
        WRITE OPEN-REPORT-LINE
    END-IF

    PERFORM WRITE-ACKNOWLEDGED-TODAY
    PERFORM WRITE-REPORT-TOTALS
    CLOSE OPEN-REPORT-FILE

    IF WS-OPEN-ERRORS > 0
        MOVE 1 TO RETURN-CODE
    END-IF
    STOP RUN.

READ-QUEUE-RECORD.
    READ EXCEPTION-FILE NEXT RECORD
        AT END
            MOVE "Y" TO WS-END-OF-QUEUE
        NOT AT END
            ADD 1 TO WS-ENTRY-COUNT
    END-READ.

REPORT-QUEUE-ENTRY.
    IF EXQ-STATUS = "O"
        ADD 1 TO WS-OPEN-COUNT
        IF EXQ-SEVERITY = "E"
            ADD 1 TO WS-OPEN-ERRORS
        ELSE
            ADD 1 TO WS-OPEN-WARNINGS
        END-IF
        COMPUTE WS-AGE-DAYS = WS-RUN-DAY-NUM
            - FUNCTION INTEGER-OF-DATE (EXQ-DATE)
        IF WS-AGE-DAYS < 0
            MOVE 0 TO WS-AGE-DAYS
        END-IF
        EVALUATE TRUE
            WHEN WS-AGE-DAYS = 0
                ADD 1 TO WS-AGE-TODAY
            WHEN WS-AGE-DAYS = 1
                ADD 1 TO WS-AGE-1-DAY
            WHEN WS-AGE-DAYS < 7
                ADD 1 TO WS-AGE-2-TO-6
            WHEN OTHER
                ADD 1 TO WS-AGE-7-PLUS
        END-EVALUATE
        MOVE EXQ-DATE     TO WS-D-DATE
        MOVE EXQ-SEQ      TO WS-D-SEQ
        MOVE WS-AGE-DAYS  TO WS-D-AGE
        MOVE EXQ-SEVERITY TO WS-D-SEVERITY
        MOVE EXQ-SOURCE   TO WS-D-SOURCE
        MOVE EXQ-MESSAGE  TO WS-D-MESSAGE
        WRITE OPEN-REPORT-LINE FROM WS-DETAIL-LINE
    ELSE
        IF EXQ-ACK-DATE = WS-RUN-DATE-NUM
            ADD 1 TO WS-ACKED-TODAY
            IF WS-ACK-COUNT < WS-ACK-MAX
                ADD 1 TO WS-ACK-COUNT
                MOVE EXQ-KEY      TO WS-AT-KEY (WS-ACK-COUNT)
                MOVE EXQ-ACK-BY   TO WS-AT-BY (WS-ACK-COUNT)
                MOVE EXQ-ACK-NOTE TO WS-AT-NOTE (WS-ACK-COUNT)
            END-IF
        END-IF
    END-IF.

WRITE-ACKNOWLEDGED-TODAY.
    IF WS-ACK-COUNT > 0
        WRITE OPEN-REPORT-LINE FROM SPACES
        MOVE "ACKNOWLEDGED TODAY" TO OPEN-REPORT-LINE
        WRITE OPEN-REPORT-LINE
        PERFORM VARYING WS-ACK-INDEX FROM 1 BY 1
                UNTIL WS-ACK-INDEX > WS-ACK-COUNT
            MOVE WS-AT-KEY (WS-ACK-INDEX) (1:8) TO WS-A-DATE
            MOVE WS-AT-KEY (WS-ACK-INDEX) (9:4) TO WS-A-SEQ
            MOVE WS-AT-BY (WS-ACK-INDEX)        TO WS-A-BY
            MOVE WS-AT-NOTE (WS-ACK-INDEX)      TO WS-A-NOTE
            WRITE OPEN-REPORT-LINE FROM WS-ACK-LINE
        END-PERFORM
    END-IF.

WRITE-REPORT-TOTALS.
    WRITE OPEN-REPORT-LINE FROM SPACES
    MOVE "OPEN ENTRIES          : " TO WS-T-LABEL
    MOVE WS-OPEN-COUNT              TO WS-T-COUNT
    WRITE OPEN-REPORT-LINE FROM WS-TOTAL-LINE
    MOVE "  ERRORS              : " TO WS-T-LABEL
    MOVE WS-OPEN-ERRORS             TO WS-T-COUNT
    WRITE OPEN-REPORT-LINE FROM WS-TOTAL-LINE
    MOVE "  WARNINGS            : " TO WS-T-LABEL
    MOVE WS-OPEN-WARNINGS           TO WS-T-COUNT
    WRITE OPEN-REPORT-LINE FROM WS-TOTAL-LINE
    MOVE "  POSTED TODAY        : " TO WS-T-LABEL
    MOVE WS-AGE-TODAY               TO WS-T-COUNT
    WRITE OPEN-REPORT-LINE FROM WS-TOTAL-LINE
    MOVE "  1 DAY OLD           : " TO WS-T-LABEL
    MOVE WS-AGE-1-DAY               TO WS-T-COUNT
    WRITE OPEN-REPORT-LINE FROM WS-TOTAL-LINE
    MOVE "  2 TO 6 DAYS OLD     : " TO WS-T-LABEL
    MOVE WS-AGE-2-TO-6              TO WS-T-COUNT
    WRITE OPEN-REPORT-LINE FROM WS-TOTAL-LINE
    MOVE "  7 DAYS OR OLDER     : " TO WS-T-LABEL
    MOVE WS-AGE-7-PLUS              TO WS-T-COUNT
    WRITE OPEN-REPORT-LINE FROM WS-TOTAL-LINE
    MOVE "ACKNOWLEDGED TODAY    : " TO WS-T-LABEL
    MOVE WS-ACKED-TODAY             TO WS-T-COUNT
    WRITE OPEN-REPORT-LINE FROM WS-TOTAL-LINE
    MOVE "ENTRIES ON QUEUE      : " TO WS-T-LABEL
    MOVE WS-ENTRY-COUNT             TO WS-T-COUNT
    WRITE OPEN-REPORT-LINE FROM WS-TOTAL-LINE.
