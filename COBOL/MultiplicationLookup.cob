    *>              the I/J pair, matching the operation code added to
    *>              the master key; an unrecognized code rejects with
    *>              reason OP, and answers echo the operation symbol.
    *> 2026-10-15: A run that rejects anything posts one warning to the
    *>              operator exception queue EXCQUEUE.DAT through
    *>              EXCEPTION-POST giving the reject count, so a
    *>              LOOKUP.REJ waiting to be corrected and resubmitted
    *>              shows on EXCOPEN.RPT until it is acknowledged.
    *> 2026-10-15: The range edit now uses the generation registry
    *>              MULTREG.DAT (COPY MULTREG) entry for the operation
    *>              asked, I and J both, instead of the single range on
    *>              PARMCARD.DAT, which only described the operation
    *>              generated last and assumed J was always 1-9. An
    *>              operation with no registry entry rejects with
    *>              reason NR.
    *> 2026-10-15: The run date now comes from BUSINESS-DATE (COPY
    *>              BUSDATE) instead of the system date, so a chain rerun
    *>              for a missed day posts its reject summary under that
    *>              day.
    *> 2026-10-15: The return code 1 for an unreadable MULTTAB.MST is
    *>              held until just before STOP RUN; the closing
    *>              MULTTAB-LOOKUP and EXCEPTION-POST calls were
    *>              resetting it to 0, so the chain never halted here.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ASSIGN TO "LOOKUP.REJ"
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT OPTIONAL REGISTRY-FILE
        ASSIGN TO "MULTREG.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS REG-OPER
        FILE STATUS IS WS-REGISTRY-STATUS.

DATA DIVISION.
FILE SECTION.
FD  REJECT-FILE.
01  REJECT-LINE         PIC X(80).

FD  REGISTRY-FILE.
01  REGISTRY-RECORD.
    COPY MULTREG.

WORKING-STORAGE SECTION.
    01 WS-TRANSACTION-STATUS   PIC XX VALUE SPACES.
    01 WS-REGISTRY-STATUS      PIC XX VALUE SPACES.
    01 WS-REGISTRY-OPEN        PIC X VALUE "N".
    01 WS-END-OF-TRANSACTIONS  PIC X VALUE "N".
    01 WS-REJECT-CODE          PIC XX VALUE SPACES.

    01 WS-LOOKUP-REQUEST.
        COPY MULTLKUP.

    01 WS-EXCEPTION-POST.
        COPY EXCPOST.
    01 WS-BUSINESS-DATE.
        COPY BUSDATE.

    01 WS-RUN-DATE-NUM         PIC 9(8) VALUE 0.
    01 WS-REJECT-COUNT-EDIT    PIC ZZZ,ZZ9.

    01 WS-REGISTRY-FOUND       PIC X VALUE "N".
    *> the run's return code, held here because every CALL resets
    *> RETURN-CODE; moved to it just before STOP RUN
    01 WS-FINAL-RC             PIC 9 VALUE 0.

    01 WS-READ-COUNT           PIC 9(6) VALUE 0.
    01 WS-ANSWERED-COUNT       PIC 9(6) VALUE 0.

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    PERFORM OPEN-REGISTRY-FILE
    OPEN INPUT TRANSACTION-FILE
    OPEN OUTPUT RESULT-FILE
    OPEN OUTPUT REJECT-FILE

    MOVE "C" TO MLK-FUNCTION
    CALL "MULTTAB-LOOKUP" USING WS-LOOKUP-REQUEST
    IF WS-REGISTRY-OPEN = "Y"
        CLOSE REGISTRY-FILE
    END-IF

    IF WS-REJECTED-COUNT > 0
        PERFORM POST-REJECT-EXCEPTION
    END-IF

    CLOSE TRANSACTION-FILE
    CLOSE RESULT-FILE
    CLOSE REJECT-FILE
    MOVE WS-FINAL-RC TO RETURN-CODE
    STOP RUN.

POST-REJECT-EXCEPTION.
    CALL "BUSINESS-DATE" USING WS-BUSINESS-DATE
    MOVE BDT-DATE TO WS-RUN-DATE-NUM
    MOVE WS-REJECTED-COUNT TO WS-REJECT-COUNT-EDIT
    MOVE "P"                     TO EXP-FUNCTION
    MOVE WS-RUN-DATE-NUM         TO EXP-DATE
    MOVE "MULTIPLICATION-LOOKUP" TO EXP-SOURCE
    MOVE "W"                     TO EXP-SEVERITY
    MOVE SPACES                  TO EXP-MESSAGE
    STRING WS-REJECT-COUNT-EDIT
           " LOOKUP.TXN REQUESTS REJECTED - SEE LOOKUP.REJ"
        DELIMITED BY SIZE INTO EXP-MESSAGE
    END-STRING
    CALL "EXCEPTION-POST" USING WS-EXCEPTION-POST
    MOVE "C" TO EXP-FUNCTION
    CALL "EXCEPTION-POST" USING WS-EXCEPTION-POST.

READ-TRANSACTION.
    READ TRANSACTION-FILE
        AT END
            MOVE "NN" TO WS-REJECT-CODE
            MOVE "I OR J NOT NUMERIC" TO WS-REJ-TEXT
        ELSE
            PERFORM READ-REGISTRY-ENTRY
            IF WS-REGISTRY-FOUND = "N"
                MOVE "NR" TO WS-REJECT-CODE
                MOVE "OPERATION NOT GENERATED" TO WS-REJ-TEXT
            ELSE
            IF I OF TRANSACTION-RECORD < REG-I-START
                    OR I OF TRANSACTION-RECORD > REG-I-END
                    OR J OF TRANSACTION-RECORD < REG-J-START
                    OR J OF TRANSACTION-RECORD > REG-J-END
                MOVE "RG" TO WS-REJECT-CODE
                MOVE "OUTSIDE GENERATED RANGE" TO WS-REJ-TEXT
            ELSE
                PERFORM CHECK-DUPLICATE-REQUEST
            END-IF
            END-IF
        END-IF
        END-IF
    END-IF.
        WHEN OTHER
            DISPLAY "MULTIPLICATION-LOOKUP: MULTTAB.MST is missing or "
                "unreadable, remaining transactions not attempted"
            MOVE 1 TO WS-FINAL-RC
            MOVE "Y" TO WS-END-OF-TRANSACTIONS
    END-EVALUATE.

    MOVE WS-REJECTED-COUNT          TO WS-S-COUNT
    WRITE RESULT-LINE FROM WS-SUMMARY-LINE.

OPEN-REGISTRY-FILE.
    OPEN INPUT REGISTRY-FILE
    IF WS-REGISTRY-STATUS = "00" OR WS-REGISTRY-STATUS = "05"
        MOVE "Y" TO WS-REGISTRY-OPEN
    ELSE
        DISPLAY "MULTIPLICATION-LOOKUP: MULTREG.DAT unreadable, status "
            WS-REGISTRY-STATUS ", every request will reject NR"
    END-IF.

READ-REGISTRY-ENTRY.
    MOVE "N" TO WS-REGISTRY-FOUND
    IF WS-REGISTRY-OPEN = "Y"
        IF TXN-OPER = SPACE
            MOVE "M" TO REG-OPER
        ELSE
            MOVE TXN-OPER TO REG-OPER
        END-IF
        READ REGISTRY-FILE
            INVALID KEY
                MOVE "N" TO WS-REGISTRY-FOUND
            NOT INVALID KEY
                MOVE "Y" TO WS-REGISTRY-FOUND
        END-READ
    END-IF.
