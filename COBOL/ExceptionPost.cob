IDENTIFICATION DIVISION.
    PROGRAM-ID.     EXCEPTION-POST.
    AUTHOR.         kimpro82.
    DATE-WRITTEN.   2026-10-15.
    *> Compiled with GNU COBOL 3.2.0
    *> Callable append to the operator exception queue EXCQUEUE.DAT
    *> (COPY EXCQUEUE), so every chain program that finds something
    *> the night operator must see puts it in one place instead of
    *> leaving it in its own report. The parameter block is COPY
    *> EXCPOST: the caller sets the run date, its PROGRAM-ID, a
    *> severity and a message, and the entry is written open under
    *> the next sequence number for that date. The queue is opened on
    *> the first post and held open across calls, the MULTTAB-LOOKUP
    *> way; a caller that is finished passes EXP-FUNCTION "C". A
    *> missing queue is created empty on the first post.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL EXCEPTION-FILE
        ASSIGN TO "EXCQUEUE.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS EXQ-KEY
        FILE STATUS IS WS-EXCEPTION-STATUS.

DATA DIVISION.
FILE SECTION.
FD  EXCEPTION-FILE.
01  EXCEPTION-RECORD.
    COPY EXCQUEUE.

WORKING-STORAGE SECTION.
    01 WS-EXCEPTION-STATUS  PIC XX VALUE SPACES.
    01 WS-QUEUE-OPEN        PIC X VALUE "N".
    01 WS-END-OF-QUEUE      PIC X VALUE "N".

    *> last sequence used, so only the first post for a date has to
    *> look for it on file
    01 WS-LAST-DATE         PIC 9(8) VALUE 0.
    01 WS-LAST-SEQ          PIC 9(4) VALUE 0.

    01 WS-TIME-NOW          PIC 9(8) VALUE 0.

LINKAGE SECTION.
    01 EXCEPTION-POST-REQUEST.
        COPY EXCPOST.

PROCEDURE DIVISION USING EXCEPTION-POST-REQUEST.
MAIN-PROCEDURE.
    IF EXP-FUNCTION = "C"
        PERFORM CLOSE-QUEUE-FILE
    ELSE
        PERFORM POST-EXCEPTION
    END-IF
    GOBACK.

POST-EXCEPTION.
    MOVE SPACES TO EXP-KEY
    IF WS-QUEUE-OPEN = "N"
        PERFORM OPEN-QUEUE-FILE
    END-IF

    IF WS-QUEUE-OPEN = "Y"
        IF EXP-DATE NOT = WS-LAST-DATE
            PERFORM FIND-LAST-SEQUENCE
        END-IF
        ACCEPT WS-TIME-NOW FROM TIME
        ADD 1 TO WS-LAST-SEQ
        MOVE EXP-DATE      TO EXQ-DATE
        MOVE WS-LAST-SEQ   TO EXQ-SEQ
        MOVE WS-TIME-NOW   TO EXQ-TIME
        MOVE EXP-SOURCE    TO EXQ-SOURCE
        MOVE EXP-SEVERITY  TO EXQ-SEVERITY
        MOVE EXP-MESSAGE   TO EXQ-MESSAGE
        MOVE "O"           TO EXQ-STATUS
        MOVE 0             TO EXQ-ACK-DATE
        MOVE SPACES        TO EXQ-ACK-BY
        MOVE SPACES        TO EXQ-ACK-NOTE
        WRITE EXCEPTION-RECORD
            INVALID KEY
                MOVE "E" TO EXP-STATUS
            NOT INVALID KEY
                MOVE "P"     TO EXP-STATUS
                MOVE EXQ-KEY TO EXP-KEY
        END-WRITE
    ELSE
        MOVE "E" TO EXP-STATUS
    END-IF

    IF EXP-STATUS = "E"
        DISPLAY "EXCEPTION-POST: EXCQUEUE.DAT unavailable, status "
            WS-EXCEPTION-STATUS ", not queued: " EXP-MESSAGE
    END-IF.

OPEN-QUEUE-FILE.
    OPEN I-O EXCEPTION-FILE
    IF WS-EXCEPTION-STATUS = "35"
        OPEN OUTPUT EXCEPTION-FILE
        CLOSE EXCEPTION-FILE
        OPEN I-O EXCEPTION-FILE
    END-IF
    IF WS-EXCEPTION-STATUS = "00" OR WS-EXCEPTION-STATUS = "05"
        MOVE "Y" TO WS-QUEUE-OPEN
        MOVE 0   TO WS-LAST-DATE
    END-IF.

FIND-LAST-SEQUENCE.
    MOVE EXP-DATE TO WS-LAST-DATE
    MOVE 0        TO WS-LAST-SEQ
    MOVE "N"      TO WS-END-OF-QUEUE
    MOVE EXP-DATE TO EXQ-DATE
    MOVE 0        TO EXQ-SEQ
    START EXCEPTION-FILE KEY IS NOT LESS THAN EXQ-KEY
        INVALID KEY
            MOVE "Y" TO WS-END-OF-QUEUE
    END-START
    PERFORM UNTIL WS-END-OF-QUEUE = "Y"
        READ EXCEPTION-FILE NEXT RECORD
            AT END
                MOVE "Y" TO WS-END-OF-QUEUE
            NOT AT END
                IF EXQ-DATE NOT = EXP-DATE
                    MOVE "Y" TO WS-END-OF-QUEUE
                ELSE
                    MOVE EXQ-SEQ TO WS-LAST-SEQ
                END-IF
        END-READ
    END-PERFORM.

CLOSE-QUEUE-FILE.
    IF WS-QUEUE-OPEN = "Y"
        CLOSE EXCEPTION-FILE
        MOVE "N" TO WS-QUEUE-OPEN
    END-IF
    MOVE SPACE TO EXP-STATUS.
