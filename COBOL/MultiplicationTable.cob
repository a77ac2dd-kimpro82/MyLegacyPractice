    *>              writes the step name into the lock before each
    *>              step; a stale lock from an earlier day is noted
    *>              and does not block.
    *> 2026-10-15: MULTTAB.MST now keeps every operation's facts side by
    *>              side: a fresh run opens it I-O and deletes only the
    *>              records of the operation being generated instead of
    *>              recreating the file, so building the A table no
    *>              longer wipes the M table. The J range is now on
    *>              the parameter card too (columns 7-8 and 9-10,
    *>              default 1-9). At the end of a run that wrote the
    *>              master, the operation's I/J range, run date, TOTAL
    *>              LINES and SUM OF ALL RESULTS are written to the
    *>              generation registry MULTREG.DAT (COPY MULTREG), one
    *>              record per operation, which the lookup, worksheet,
    *>              factor and audit programs now take their ranges
    *>              from instead of PARMCARD.DAT.
    *> 2026-10-15: The run date now comes from BUSINESS-DATE (COPY
    *>              BUSDATE) instead of the system date, so a chain rerun
    *>              for a missed day dates the report and the registry
    *>              entry with that day. The report header shows RUN ON
    *>              and the system date when the two differ, and the run
    *>              lock check compares the lock against the system date,
    *>              the date DAILY-BATCH-DRIVER claims it under.
    *> 2026-10-15: Cutover to MULTREG.DAT: an operation already on
    *>              MULTTAB.MST from before the registry has no entry
    *>              until this program is run for it once (operation in
    *>              column 6 of PARMCARD.DAT, master write Y). Until
    *>              then MULTTAB-AUDIT lists its records as NOT
    *>              REGISTERED with a warning rather than a failure, and
    *>              the lookup, worksheet and factor programs refuse it.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        RECORD KEY IS MTM-KEY
        FILE STATUS IS WS-MASTER-FILE-STATUS.

    SELECT OPTIONAL REGISTRY-FILE
        ASSIGN TO "MULTREG.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS REG-OPER
        FILE STATUS IS WS-REGISTRY-STATUS.

    SELECT OPTIONAL LOCK-FILE
        ASSIGN TO "RUNLOCK.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
    05 PARM-RANGE-END      PIC 99.
    05 PARM-WRITE-MASTER   PIC X.
    05 PARM-OPERATION      PIC X.
    05 PARM-J-START        PIC 99.
    05 PARM-J-END          PIC 99.
    05 FILLER              PIC X(70).

FD  RESTART-FILE.
01  RESTART-RECORD.
01  RESTART-STAGE-RECORD.
    COPY MULTREST.

FD  REGISTRY-FILE.
01  REGISTRY-RECORD.
    COPY MULTREG.

FD  LOCK-FILE.
01  LOCK-RECORD.
    COPY RUNLOCK.
WORKING-STORAGE SECTION.
    COPY MULTTAB.

    01 WS-BUSINESS-DATE.
        COPY BUSDATE.

    01 WS-RUN-DATE.
        05 WS-RUN-YYYY  PIC 9(4).
        05 WS-RUN-MM    PIC 99.
    01 WS-PARM-FILE-STATUS  PIC XX VALUE SPACES.
    01 WS-RANGE-START       PIC 99 VALUE 1.
    01 WS-RANGE-END         PIC 99 VALUE 9.
    01 WS-J-RANGE-START     PIC 99 VALUE 1.
    01 WS-J-RANGE-END       PIC 99 VALUE 9.
    01 WS-REGISTRY-STATUS   PIC XX VALUE SPACES.
    01 WS-END-OF-OPERATION  PIC X  VALUE "N".
    01 WS-PURGED-COUNT      PIC 9(6) VALUE 0.
    01 WS-WRITE-MASTER-FLAG PIC X  VALUE "Y".
    01 WS-MASTER-FILE-STATUS PIC XX VALUE SPACES.
    01 WS-OPERATION         PIC X  VALUE "M".
        05 FILLER       PIC X(13) VALUE "   OPERATION:".
        05 FILLER       PIC X(1)  VALUE SPACE.
        05 WS-H-OPER    PIC X.
        05 FILLER       PIC X(2)  VALUE SPACES.
        05 WS-H-NOTE    PIC X(17).
        05 FILLER       PIC X(26) VALUE SPACES.

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    CALL "BUSINESS-DATE" USING WS-BUSINESS-DATE
    MOVE BDT-DATE TO WS-RUN-DATE
    PERFORM CHECK-RUN-LOCK
    PERFORM READ-PARM-CARD
    PERFORM SET-OPERATION-SYMBOL
        OPEN OUTPUT REPORT-FILE
        OPEN OUTPUT EXCEPTION-FILE
        IF WS-WRITE-MASTER-FLAG = "Y"
            *> I-O rather than OUTPUT: the other operations' facts stay
            *> on the master, and only this operation's are replaced
            OPEN I-O MASTER-FILE
            IF WS-MASTER-FILE-STATUS = "35"
                OPEN OUTPUT MASTER-FILE
                CLOSE MASTER-FILE
                OPEN I-O MASTER-FILE
            END-IF
            IF WS-MASTER-FILE-STATUS NOT = "00" AND WS-MASTER-FILE-STATUS NOT = "05"
                DISPLAY "WARNING: open of MULTTAB.MST failed, status "
                    WS-MASTER-FILE-STATUS ", master records will not be written"
                MOVE "N" TO WS-WRITE-MASTER-FLAG
            ELSE
                PERFORM PURGE-OPERATION-RECORDS
            END-IF
        END-IF
        PERFORM START-NEW-PAGE
            MOVE RST-SEG-MIN OF RESTART-RECORD TO WS-SEG-MIN
            MOVE RST-SEG-MAX OF RESTART-RECORD TO WS-SEG-MAX
        ELSE
            MOVE WS-J-RANGE-START TO WS-START-J
            MOVE 9999 TO WS-SEG-MIN
            MOVE 0    TO WS-SEG-MAX
        END-IF
        PERFORM VARYING J FROM WS-START-J BY 1 UNTIL J > WS-J-RANGE-END
            MOVE J TO J-Z9
            IF K = WS-RESUME-K AND J = WS-RESUME-J
                COMPUTE WS-START-I = WS-RESUME-I + 1
    CLOSE EXCEPTION-FILE
    IF WS-WRITE-MASTER-FLAG = "Y"
        CLOSE MASTER-FILE
        PERFORM REGISTER-OPERATION
    END-IF
    STOP RUN.

PURGE-OPERATION-RECORDS.
    *> a narrower range than last time must not leave the old
    *> operation's outer rows behind on the master
    MOVE 0            TO WS-PURGED-COUNT
    MOVE "N"          TO WS-END-OF-OPERATION
    MOVE WS-OPERATION TO MTM-OPER
    MOVE 0            TO MTM-I
    MOVE 0            TO MTM-J
    START MASTER-FILE KEY IS NOT LESS THAN MTM-KEY
        INVALID KEY
            MOVE "Y" TO WS-END-OF-OPERATION
    END-START
    PERFORM UNTIL WS-END-OF-OPERATION = "Y"
        READ MASTER-FILE NEXT RECORD
            AT END
                MOVE "Y" TO WS-END-OF-OPERATION
            NOT AT END
                IF MTM-OPER NOT = WS-OPERATION
                    MOVE "Y" TO WS-END-OF-OPERATION
                ELSE
                    DELETE MASTER-FILE RECORD
                        INVALID KEY
                            DISPLAY "WARNING: delete from MULTTAB.MST "
                                "failed, status " WS-MASTER-FILE-STATUS
                        NOT INVALID KEY
                            ADD 1 TO WS-PURGED-COUNT
                    END-DELETE
                END-IF
        END-READ
    END-PERFORM
    IF WS-PURGED-COUNT > 0
        DISPLAY "MULTIPLICATION-TABLE: " WS-PURGED-COUNT
            " previous MULTTAB.MST record(s) for operation "
            WS-OPERATION " replaced"
    END-IF.

REGISTER-OPERATION.
    OPEN I-O REGISTRY-FILE
    IF WS-REGISTRY-STATUS = "35"
        OPEN OUTPUT REGISTRY-FILE
        CLOSE REGISTRY-FILE
        OPEN I-O REGISTRY-FILE
    END-IF
    IF WS-REGISTRY-STATUS NOT = "00" AND WS-REGISTRY-STATUS NOT = "05"
        DISPLAY "WARNING: open of MULTREG.DAT failed, status "
            WS-REGISTRY-STATUS ", operation " WS-OPERATION
            " not registered"
    ELSE
        MOVE WS-OPERATION TO REG-OPER
        READ REGISTRY-FILE
            INVALID KEY
                PERFORM FILL-REGISTRY-RECORD
                WRITE REGISTRY-RECORD
                    INVALID KEY
                        DISPLAY "WARNING: write to MULTREG.DAT failed, "
                            "status " WS-REGISTRY-STATUS
                END-WRITE
            NOT INVALID KEY
                PERFORM FILL-REGISTRY-RECORD
                REWRITE REGISTRY-RECORD
                    INVALID KEY
                        DISPLAY "WARNING: rewrite of MULTREG.DAT failed, "
                            "status " WS-REGISTRY-STATUS
                END-REWRITE
        END-READ
        CLOSE REGISTRY-FILE
    END-IF.

FILL-REGISTRY-RECORD.
    MOVE WS-OPERATION     TO REG-OPER
    MOVE WS-RANGE-START   TO REG-I-START
    MOVE WS-RANGE-END     TO REG-I-END
    MOVE WS-J-RANGE-START TO REG-J-START
    MOVE WS-J-RANGE-END   TO REG-J-END
    MOVE WS-RUN-DATE-NUM  TO REG-RUN-DATE
    MOVE WS-TOTAL-LINES   TO REG-RECORD-COUNT
    MOVE WS-SUM-RESULT    TO REG-RESULT-TOTAL.

CHECK-RUN-LOCK.
    OPEN INPUT LOCK-FILE
    IF WS-LOCK-FILE-STATUS = "00"
            AT END
                CONTINUE
            NOT AT END
                IF RLK-RUN-DATE = BDT-SYSTEM-DATE
                    IF RLK-CURRENT-STEP NOT = WS-CHAIN-STEP-NAME
                        DISPLAY "MULTIPLICATION-TABLE: the batch "
                            "chain holds the run lock (owner "
                    MOVE PARM-RANGE-START TO WS-RANGE-START
                    MOVE PARM-RANGE-END   TO WS-RANGE-END
                END-IF
                IF PARM-J-START NUMERIC AND PARM-J-END NUMERIC
                        AND PARM-J-START > 0
                        AND PARM-J-END >= PARM-J-START
                    MOVE PARM-J-START TO WS-J-RANGE-START
                    MOVE PARM-J-END   TO WS-J-RANGE-END
                END-IF
                IF PARM-WRITE-MASTER = "N" OR PARM-WRITE-MASTER = "n"
                    MOVE "N" TO WS-WRITE-MASTER-FLAG
                END-IF
    MOVE WS-RUN-MM     TO WS-H-MM
    MOVE WS-RUN-DD     TO WS-H-DD
    MOVE WS-OPERATION  TO WS-H-OPER
    MOVE BDT-HEADER-NOTE TO WS-H-NOTE
    IF WS-PAGE-COUNT > 1
        WRITE REPORT-LINE FROM SPACES
    END-IF
