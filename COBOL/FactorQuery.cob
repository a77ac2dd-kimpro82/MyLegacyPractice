    *> than answered, and the report ends with a control summary of
    *> requests read/answered/not-found/rejected like LOOKUP.OUT's.
    *> Ends with return code 2 when MULTTAB.MST is missing.
    *> 2026-10-15: Each request now answers from the I/J range the
    *>              generation registry MULTREG.DAT (COPY MULTREG)
    *>              holds for its operation, shown on the request
    *>              heading, and the sweep starts at that operation's
    *>              key instead of the top of the master. A request for
    *>              an operation with no registry entry is rejected as
    *>              OPERATION NOT GENERATED.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        RECORD KEY IS MTM-KEY
        FILE STATUS IS WS-MASTER-STATUS.

    SELECT OPTIONAL REGISTRY-FILE
        ASSIGN TO "MULTREG.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS REG-OPER
        FILE STATUS IS WS-REGISTRY-STATUS.

    SELECT FACTOR-REPORT-FILE
        ASSIGN TO "FACTOR.RPT"
        ORGANIZATION IS LINE SEQUENTIAL.
01  MASTER-RECORD.
    COPY MULTMSTR.

FD  REGISTRY-FILE.
01  REGISTRY-RECORD.
    COPY MULTREG.

FD  FACTOR-REPORT-FILE.
01  FACTOR-REPORT-LINE  PIC X(80).

    01 WS-END-OF-REQUESTS      PIC X VALUE "N".
    01 WS-END-OF-MASTER        PIC X VALUE "N".
    01 WS-MASTER-USABLE        PIC X VALUE "Y".
    01 WS-REGISTRY-STATUS      PIC XX VALUE SPACES.
    01 WS-REGISTRY-OPEN        PIC X VALUE "N".
    01 WS-REGISTRY-FOUND       PIC X VALUE "N".

    01 WS-QUERY-OPER           PIC X VALUE "M".
    01 WS-OP-SYMBOL            PIC XX VALUE " *".
        05 WS-Q-RESULT  PIC ZZZ9.
        05 FILLER       PIC X(12) VALUE ", OPERATION ".
        05 WS-Q-OPER    PIC X.
        05 FILLER       PIC X(4)  VALUE ", I ".
        05 WS-Q-I-START PIC Z9.
        05 FILLER       PIC X(1)  VALUE "-".
        05 WS-Q-I-END   PIC Z9.
        05 FILLER       PIC X(3)  VALUE " J ".
        05 WS-Q-J-START PIC Z9.
        05 FILLER       PIC X(1)  VALUE "-".
        05 WS-Q-J-END   PIC Z9.
        05 FILLER       PIC X(35) VALUE SPACES.

    01 WS-FACTOR-LINE.
        05 FILLER       PIC X(4)  VALUE SPACES.
        STOP RUN
    END-IF

    OPEN INPUT REGISTRY-FILE
    IF WS-REGISTRY-STATUS = "00" OR WS-REGISTRY-STATUS = "05"
        MOVE "Y" TO WS-REGISTRY-OPEN
    ELSE
        DISPLAY "FACTOR-QUERY: MULTREG.DAT unreadable, status "
            WS-REGISTRY-STATUS ", every request will be rejected"
    END-IF

    PERFORM READ-REQUEST
    PERFORM UNTIL WS-END-OF-REQUESTS = "Y"
        PERFORM PROCESS-REQUEST
    PERFORM WRITE-CONTROL-SUMMARY
    CLOSE REQUEST-FILE
    CLOSE FACTOR-REPORT-FILE
    IF WS-REGISTRY-OPEN = "Y"
        CLOSE REGISTRY-FILE
    END-IF
    IF WS-MASTER-USABLE = "N"
        MOVE 2 TO RETURN-CODE
    END-IF
                MOVE "RESULT NOT NUMERIC" TO WS-R-TEXT
                PERFORM WRITE-REJECT-LINE
            ELSE
                PERFORM READ-REGISTRY-ENTRY
                IF WS-REGISTRY-FOUND = "N"
                    MOVE "OPERATION NOT GENERATED" TO WS-R-TEXT
                    PERFORM WRITE-REJECT-LINE
                ELSE
                    PERFORM SWEEP-MASTER-FOR-RESULT
                END-IF
            END-IF
        END-IF
    END-IF.

READ-REGISTRY-ENTRY.
    MOVE "N" TO WS-REGISTRY-FOUND
    IF WS-REGISTRY-OPEN = "Y"
        IF REQ-OPER = SPACE
            MOVE "M" TO REG-OPER
        ELSE
            MOVE REQ-OPER TO REG-OPER
        END-IF
        READ REGISTRY-FILE
            INVALID KEY
                MOVE "N" TO WS-REGISTRY-FOUND
            NOT INVALID KEY
                MOVE "Y" TO WS-REGISTRY-FOUND
        END-READ
    END-IF.

WRITE-REJECT-LINE.
    ADD 1 TO WS-REJECTED-COUNT
    MOVE REQ-IMAGE TO WS-R-IMAGE

    MOVE WS-QUERY-OPER TO WS-Q-OPER
    MOVE REQ-RESULT    TO WS-Q-RESULT
    MOVE REG-I-START   TO WS-Q-I-START
    MOVE REG-I-END     TO WS-Q-I-END
    MOVE REG-J-START   TO WS-Q-J-START
    MOVE REG-J-END     TO WS-Q-J-END
    WRITE FACTOR-REPORT-LINE FROM WS-REQUEST-HEADER

    *> the master is keyed on operation/I/J, so a RESULT-side query
    *> has no index to ride: re-open and sweep the operation's
    *> registered range per request
    MOVE 0   TO WS-MATCH-COUNT
    MOVE "N" TO WS-END-OF-MASTER
    OPEN INPUT MASTER-FILE
        WRITE FACTOR-REPORT-LINE
        WRITE FACTOR-REPORT-LINE FROM SPACES
    ELSE
        MOVE WS-QUERY-OPER TO MTM-OPER
        MOVE REG-I-START   TO MTM-I
        MOVE REG-J-START   TO MTM-J
        START MASTER-FILE KEY IS NOT LESS THAN MTM-KEY
            INVALID KEY
                MOVE "Y" TO WS-END-OF-MASTER
        END-START
        IF WS-END-OF-MASTER = "N"
            PERFORM READ-MASTER-RECORD
        END-IF
        PERFORM UNTIL WS-END-OF-MASTER = "Y"
            IF MTM-OPER NOT = WS-QUERY-OPER
                    OR MTM-I > REG-I-END
                MOVE "Y" TO WS-END-OF-MASTER
            ELSE
                IF MTM-RESULT = REQ-RESULT
                        AND MTM-J NOT < REG-J-START
                        AND MTM-J NOT > REG-J-END
                    ADD 1 TO WS-MATCH-COUNT
                    PERFORM WRITE-FACTOR-LINE
                END-IF
                PERFORM READ-MASTER-RECORD
            END-IF
        END-PERFORM
        CLOSE MASTER-FILE

