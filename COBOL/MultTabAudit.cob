    *>              toward the record-count balance against the report
    *>              trailer instead, with a zero result contribution,
    *>              mirroring the generator's statistics.
    *> 2026-10-15: A FAIL verdict, or an audit abandoned for want of
    *>              the master, is also posted as an error to the
    *>              operator exception queue EXCQUEUE.DAT through
    *>              EXCEPTION-POST, so it stays on EXCOPEN.RPT until
    *>              acknowledged instead of scrolling off with the next
    *>              clean MULTAUD.RPT.
    *> 2026-10-15: Audits every operation on the generation registry
    *>              MULTREG.DAT (COPY MULTREG) in the one run instead of
    *>              only the operation on PARMCARD.DAT, each against
    *>              its own registered I and J range, and balances each
    *>              operation's record count and result sum against its
    *>              registry entry rather than the MULTTAB.RPT trailer,
    *>              which only ever described the last generator run.
    *>              Each operation gets its own PASS/FAIL verdict and
    *>              its own exception-queue post; records on the master
    *>              for an operation with no registry entry are listed
    *>              and fail the audit. A missing or empty registry
    *>              abandons the audit with return code 2.
    *> 2026-10-15: The run date now comes from BUSINESS-DATE (COPY
    *>              BUSDATE) instead of the system date, so a chain rerun
    *>              for a missed day audits and posts as of that day. The
    *>              report header shows RUN ON and the system date beside
    *>              DATE: when the two differ.
    *> 2026-10-15: Records for an operation with no registry entry are
    *>              listed as NOT REGISTERED and posted as a warning
    *>              instead of failing the audit. Operations generated
    *>              before MULTREG.DAT existed have no entry until they
    *>              are regenerated, and failing them halted the chain
    *>              on the first night; running MULTIPLICATION-TABLE
    *>              once for each such operation registers it and
    *>              brings it under the full audit. The return code is
    *>              now set after the last EXCEPTION-POST call, which
    *>              used to reset it and let a FAIL pass the chain.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    SELECT OPTIONAL MASTER-FILE
        ASSIGN TO "MULTTAB.MST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS MTM-KEY
        FILE STATUS IS WS-MASTER-STATUS.

    SELECT OPTIONAL REGISTRY-FILE
        ASSIGN TO "MULTREG.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS REG-OPER
        FILE STATUS IS WS-REGISTRY-STATUS.

    SELECT AUDIT-REPORT-FILE
        ASSIGN TO "MULTAUD.RPT"
01  MASTER-RECORD.
    COPY MULTMSTR.

FD  REGISTRY-FILE.
01  REGISTRY-RECORD.
    COPY MULTREG.

FD  AUDIT-REPORT-FILE.
01  AUDIT-REPORT-LINE      PIC X(80).

WORKING-STORAGE SECTION.
    01 WS-MASTER-STATUS     PIC XX VALUE SPACES.
    01 WS-REGISTRY-STATUS   PIC XX VALUE SPACES.

    01 WS-OPERATION         PIC X  VALUE "M".

    01 WS-EXCEPTION-POST.
        COPY EXCPOST.
    01 WS-OP-SYMBOL         PIC XX VALUE " *".
    01 WS-EXPECTED-DEFINED  PIC X  VALUE "Y".
    01 WS-QUOTIENT          PIC 9(4) VALUE 0.
    01 WS-CALC-J            PIC 99 VALUE 0.

    01 WS-END-OF-MASTER     PIC X VALUE "N".
    01 WS-END-OF-REGISTRY   PIC X VALUE "N".
    01 WS-REGISTRY-OPEN     PIC X VALUE "N".

    *> one entry per registered operation, loaded before the master
    *> is touched; there are only the four operation codes
    01 WS-REG-MAX           PIC 9(4) COMP-5 VALUE 4.
    01 WS-REG-COUNT         PIC 9(4) COMP-5 VALUE 0.
    01 WS-REG-INDEX         PIC 9(4) COMP-5 VALUE 0.
    01 WS-REG-TABLE.
        05 WS-REG-ENTRY OCCURS 4 TIMES.
            10 WS-REG-OPER          PIC X.
            10 WS-REG-I-START       PIC 99.
            10 WS-REG-I-END         PIC 99.
            10 WS-REG-J-START       PIC 99.
            10 WS-REG-J-END         PIC 99.
            10 WS-REG-RUN-DATE      PIC 9(8).
            10 WS-REG-RECORD-COUNT  PIC 9(6).
            10 WS-REG-RESULT-TOTAL  PIC 9(8).
    01 WS-REGISTERED        PIC X VALUE "N".

    01 WS-AUDIT-I           PIC 99.
    01 WS-AUDIT-J           PIC 99.
    01 WS-EXPECTED-RESULT   PIC 9(4).

    *> re-cleared for each operation audited
    01 WS-SEEN-TABLE.
        05 WS-SEEN-ROW OCCURS 99 TIMES.
            10 WS-SEEN-FLAG OCCURS 99 TIMES PIC X.

    01 WS-MASTER-COUNT      PIC 9(6) VALUE 0.
    01 WS-MASTER-SUM        PIC 9(8) VALUE 0.
    01 WS-UNDEFINED-COUNT   PIC 9(6) VALUE 0.
    01 WS-BALANCE-COUNT     PIC 9(8) VALUE 0.

    01 WS-OPERATION-FAILED  PIC X VALUE "N".
    01 WS-DISCREPANCY-FLAG  PIC X VALUE "N".
    01 WS-AUDITED-COUNT     PIC 9(6) VALUE 0.
    01 WS-FAILED-COUNT      PIC 9(6) VALUE 0.
    01 WS-UNREGISTERED-COUNT PIC 9(6) VALUE 0.

    01 WS-BUSINESS-DATE.
        COPY BUSDATE.

    01 WS-RUN-DATE.
        05 WS-RUN-YYYY  PIC 9(4).
        05 WS-H-MM      PIC 99.
        05 FILLER       PIC X(1)  VALUE "-".
        05 WS-H-DD      PIC 99.
        05 FILLER       PIC X(2)  VALUE SPACES.
        05 WS-H-NOTE    PIC X(17).
        05 FILLER       PIC X(11) VALUE SPACES.

    01 WS-RANGE-LINE.
        05 FILLER       PIC X(10) VALUE "OPERATION ".
        05 WS-R-OPER    PIC X.
        05 FILLER       PIC X(20) VALUE "  AUDITED RANGE I = ".
        05 WS-R-I-START PIC Z9.
        05 FILLER       PIC X(3)  VALUE " - ".
        05 WS-R-I-END   PIC Z9.
        05 FILLER       PIC X(6)  VALUE ", J = ".
        05 WS-R-J-START PIC Z9.
        05 FILLER       PIC X(3)  VALUE " - ".
        05 WS-R-J-END   PIC Z9.
        05 FILLER       PIC X(13) VALUE "  GENERATED: ".
        05 WS-R-YYYY    PIC 9(4).
        05 FILLER       PIC X(1)  VALUE "-".
        05 WS-R-MM      PIC 99.
        05 FILLER       PIC X(1)  VALUE "-".
        05 WS-R-DD      PIC 99.
        05 FILLER       PIC X(6)  VALUE SPACES.

    01 WS-MISMATCH-LINE.
        05 FILLER       PIC X(16) VALUE "BAD RESULT     ".
        05 WS-U-I       PIC Z9.
        05 WS-U-OP      PIC X(2)  VALUE " *".
        05 WS-U-J       PIC Z9.
        05 FILLER       PIC X(27) VALUE " NOT IN REGISTERED RANGE".
        05 FILLER       PIC X(31) VALUE SPACES.

    01 WS-UNREGISTERED-LINE.
        05 FILLER       PIC X(16) VALUE "NOT REGISTERED ".
        05 WS-N-I       PIC Z9.
        05 WS-N-OP      PIC X(2)  VALUE " *".
        05 WS-N-J       PIC Z9.
        05 FILLER       PIC X(15) VALUE " OPERATION ".
        05 WS-N-OPER    PIC X.
        05 FILLER       PIC X(17) VALUE " NOT ON MULTREG".
        05 FILLER       PIC X(25) VALUE SPACES.

    01 WS-BALANCE-LINE.
        05 WS-B-LABEL   PIC X(24).
        05 FILLER       PIC X(9)  VALUE " MASTER: ".
        05 WS-B-MASTER  PIC ZZ,ZZZ,ZZ9.
        05 FILLER       PIC X(11) VALUE " REGISTRY: ".
        05 WS-B-REGISTRY PIC ZZ,ZZZ,ZZ9.
        05 WS-B-VERDICT PIC X(7).
        05 FILLER       PIC X(9)  VALUE SPACES.

    01 WS-COUNT-LINE.
        05 WS-C-LABEL   PIC X(28).
        05 WS-C-COUNT   PIC ZZZ,ZZ9.
        05 FILLER       PIC X(45) VALUE SPACES.

    01 WS-OPERATION-VERDICT-LINE.
        05 FILLER       PIC X(10) VALUE "OPERATION ".
        05 WS-O-OPER    PIC X.
        05 FILLER       PIC X(2)  VALUE ": ".
        05 WS-O-TEXT    PIC X(67).

    01 WS-VERDICT-LINE.
        05 FILLER       PIC X(15) VALUE "AUDIT VERDICT: ".
        05 WS-V-TEXT    PIC X(65).

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    CALL "BUSINESS-DATE" USING WS-BUSINESS-DATE
    MOVE BDT-DATE TO WS-RUN-DATE

    OPEN OUTPUT AUDIT-REPORT-FILE
    MOVE WS-RUN-YYYY TO WS-H-YYYY
    MOVE WS-RUN-MM   TO WS-H-MM
    MOVE WS-RUN-DD   TO WS-H-DD
    MOVE BDT-HEADER-NOTE TO WS-H-NOTE
    WRITE AUDIT-REPORT-LINE FROM WS-AUDIT-HEADER-1
    WRITE AUDIT-REPORT-LINE FROM SPACES

    PERFORM LOAD-REGISTRY-TABLE
    IF WS-REG-COUNT = 0
        MOVE "MULTREG.DAT MISSING OR EMPTY - AUDIT ABANDONED"
            TO WS-V-TEXT
        PERFORM ABANDON-AUDIT
    END-IF

    OPEN INPUT MASTER-FILE
    IF WS-MASTER-STATUS NOT = "00"
        DISPLAY "MULTTAB-AUDIT: MULTTAB.MST is missing or unreadable, status "
            WS-MASTER-STATUS
        MOVE "MULTTAB.MST MISSING OR UNREADABLE - AUDIT ABANDONED"
            TO WS-V-TEXT
        PERFORM ABANDON-AUDIT
    END-IF

    PERFORM VARYING WS-REG-INDEX FROM 1 BY 1
            UNTIL WS-REG-INDEX > WS-REG-COUNT
        PERFORM AUDIT-ONE-OPERATION
    END-PERFORM
    PERFORM CHECK-UNREGISTERED-RECORDS
    CLOSE MASTER-FILE

    PERFORM WRITE-AUDIT-SUMMARY
    CLOSE AUDIT-REPORT-FILE

    MOVE "C" TO EXP-FUNCTION
    CALL "EXCEPTION-POST" USING WS-EXCEPTION-POST
    *> set after the closing CALL, which resets it
    IF WS-DISCREPANCY-FLAG = "Y"
        MOVE 1 TO RETURN-CODE
    END-IF
    STOP RUN.

ABANDON-AUDIT.
    WRITE AUDIT-REPORT-LINE FROM WS-VERDICT-LINE
    CLOSE AUDIT-REPORT-FILE
    MOVE WS-V-TEXT TO EXP-MESSAGE
    MOVE "E"       TO EXP-SEVERITY
    PERFORM POST-AUDIT-EXCEPTION
    MOVE "C" TO EXP-FUNCTION
    CALL "EXCEPTION-POST" USING WS-EXCEPTION-POST
    MOVE 2 TO RETURN-CODE
    STOP RUN.

POST-AUDIT-EXCEPTION.
    MOVE "P"             TO EXP-FUNCTION
    MOVE WS-RUN-DATE     TO EXP-DATE
    MOVE "MULTTAB-AUDIT" TO EXP-SOURCE
    CALL "EXCEPTION-POST" USING WS-EXCEPTION-POST.

LOAD-REGISTRY-TABLE.
    OPEN INPUT REGISTRY-FILE
    IF WS-REGISTRY-STATUS NOT = "00" AND WS-REGISTRY-STATUS NOT = "05"
        DISPLAY "MULTTAB-AUDIT: MULTREG.DAT is unreadable, status "
            WS-REGISTRY-STATUS
        MOVE "Y" TO WS-END-OF-REGISTRY
    ELSE
        MOVE "Y" TO WS-REGISTRY-OPEN
    END-IF
    PERFORM UNTIL WS-END-OF-REGISTRY = "Y"
        READ REGISTRY-FILE NEXT RECORD
            AT END
                MOVE "Y" TO WS-END-OF-REGISTRY
            NOT AT END
                IF WS-REG-COUNT < WS-REG-MAX
                    ADD 1 TO WS-REG-COUNT
                    MOVE REG-OPER         TO WS-REG-OPER (WS-REG-COUNT)
                    MOVE REG-I-START      TO WS-REG-I-START (WS-REG-COUNT)
                    MOVE REG-I-END        TO WS-REG-I-END (WS-REG-COUNT)
                    MOVE REG-J-START      TO WS-REG-J-START (WS-REG-COUNT)
                    MOVE REG-J-END        TO WS-REG-J-END (WS-REG-COUNT)
                    MOVE REG-RUN-DATE     TO WS-REG-RUN-DATE (WS-REG-COUNT)
                    MOVE REG-RECORD-COUNT
                        TO WS-REG-RECORD-COUNT (WS-REG-COUNT)
                    MOVE REG-RESULT-TOTAL
                        TO WS-REG-RESULT-TOTAL (WS-REG-COUNT)
                END-IF
        END-READ
    END-PERFORM
    IF WS-REGISTRY-OPEN = "Y"
        CLOSE REGISTRY-FILE
    END-IF.

AUDIT-ONE-OPERATION.
    MOVE WS-REG-OPER (WS-REG-INDEX) TO WS-OPERATION
    PERFORM SET-OPERATION-SYMBOL
    ADD 1 TO WS-AUDITED-COUNT
    MOVE "N"    TO WS-OPERATION-FAILED
    MOVE SPACES TO WS-SEEN-TABLE
    MOVE 0 TO WS-MASTER-COUNT WS-MASTER-SUM WS-MISMATCH-COUNT
              WS-MISSING-COUNT WS-UNEXPECTED-COUNT WS-UNDEFINED-COUNT

    MOVE WS-OPERATION                   TO WS-R-OPER
    MOVE WS-REG-I-START (WS-REG-INDEX)  TO WS-R-I-START
    MOVE WS-REG-I-END (WS-REG-INDEX)    TO WS-R-I-END
    MOVE WS-REG-J-START (WS-REG-INDEX)  TO WS-R-J-START
    MOVE WS-REG-J-END (WS-REG-INDEX)    TO WS-R-J-END
    MOVE WS-REG-RUN-DATE (WS-REG-INDEX) (1:4) TO WS-R-YYYY
    MOVE WS-REG-RUN-DATE (WS-REG-INDEX) (5:2) TO WS-R-MM
    MOVE WS-REG-RUN-DATE (WS-REG-INDEX) (7:2) TO WS-R-DD
    WRITE AUDIT-REPORT-LINE FROM WS-RANGE-LINE
    WRITE AUDIT-REPORT-LINE FROM SPACES

    *> the key leads with the operation code, so one operation's
    *> records sit together from operation/00/00 onward
    MOVE "N"          TO WS-END-OF-MASTER
    MOVE WS-OPERATION TO MTM-OPER
    MOVE 0            TO MTM-I
    MOVE 0            TO MTM-J
    START MASTER-FILE KEY IS NOT LESS THAN MTM-KEY
        INVALID KEY
            MOVE "Y" TO WS-END-OF-MASTER
    END-START
    IF WS-END-OF-MASTER = "N"
        PERFORM READ-MASTER-RECORD
    END-IF
    PERFORM UNTIL WS-END-OF-MASTER = "Y"
        IF MTM-OPER NOT = WS-OPERATION
            MOVE "Y" TO WS-END-OF-MASTER
        ELSE
            PERFORM AUDIT-MASTER-RECORD
            PERFORM READ-MASTER-RECORD
        END-IF
    END-PERFORM

    PERFORM CHECK-MISSING-COMBINATIONS
    PERFORM WRITE-RECONCILIATION

    IF WS-OPERATION-FAILED = "Y"
        ADD 1 TO WS-FAILED-COUNT
        MOVE "Y" TO WS-DISCREPANCY-FLAG
        MOVE SPACES TO EXP-MESSAGE
        STRING "MULTAUD.RPT FAIL FOR OPERATION " WS-OPERATION
               " RANGE " WS-REG-I-START (WS-REG-INDEX)
               "-" WS-REG-I-END (WS-REG-INDEX)
               " BY " WS-REG-J-START (WS-REG-INDEX)
               "-" WS-REG-J-END (WS-REG-INDEX)
               " - LOOKUPS UNSAFE"
            DELIMITED BY SIZE INTO EXP-MESSAGE
        END-STRING
        MOVE "E" TO EXP-SEVERITY
        PERFORM POST-AUDIT-EXCEPTION
    END-IF.

READ-MASTER-RECORD.
    READ MASTER-FILE NEXT RECORD
        AT END
    ADD 1          TO WS-MASTER-COUNT
    ADD MTM-RESULT TO WS-MASTER-SUM

    *> an undefined fact (e.g. a non-whole quotient) has no business
    *> being on the master at all, so it reports as a bad result too
    MOVE MTM-OPER TO WS-CALC-OPER
    MOVE MTM-I    TO WS-CALC-I
    MOVE MTM-J    TO WS-CALC-J
    IF WS-EXPECTED-DEFINED = "N"
            OR MTM-RESULT NOT = WS-EXPECTED-RESULT
        ADD 1 TO WS-MISMATCH-COUNT
        MOVE "Y" TO WS-OPERATION-FAILED
        MOVE WS-OP-SYMBOL       TO WS-M-OP
        MOVE MTM-I              TO WS-M-I
        MOVE MTM-J              TO WS-M-J
        WRITE AUDIT-REPORT-LINE FROM WS-MISMATCH-LINE
    END-IF

    IF MTM-I >= WS-REG-I-START (WS-REG-INDEX)
            AND MTM-I <= WS-REG-I-END (WS-REG-INDEX)
            AND MTM-J >= WS-REG-J-START (WS-REG-INDEX)
            AND MTM-J <= WS-REG-J-END (WS-REG-INDEX)
        MOVE "Y" TO WS-SEEN-FLAG (MTM-I, MTM-J)
    ELSE
        ADD 1 TO WS-UNEXPECTED-COUNT
        MOVE "Y" TO WS-OPERATION-FAILED
        MOVE WS-OP-SYMBOL TO WS-U-OP
        MOVE MTM-I TO WS-U-I
        MOVE MTM-J TO WS-U-J
    END-IF.

CHECK-MISSING-COMBINATIONS.
    PERFORM VARYING WS-AUDIT-I FROM WS-REG-I-START (WS-REG-INDEX) BY 1
            UNTIL WS-AUDIT-I > WS-REG-I-END (WS-REG-INDEX)
        PERFORM VARYING WS-AUDIT-J
                FROM WS-REG-J-START (WS-REG-INDEX) BY 1
                UNTIL WS-AUDIT-J > WS-REG-J-END (WS-REG-INDEX)
            MOVE WS-OPERATION TO WS-CALC-OPER
            MOVE WS-AUDIT-I   TO WS-CALC-I
            MOVE WS-AUDIT-J   TO WS-CALC-J
            ELSE
                IF WS-SEEN-FLAG (WS-AUDIT-I, WS-AUDIT-J) NOT = "Y"
                    ADD 1 TO WS-MISSING-COUNT
                    MOVE "Y" TO WS-OPERATION-FAILED
                    MOVE WS-OP-SYMBOL TO WS-G-OP
                    MOVE WS-AUDIT-I TO WS-G-I
                    MOVE WS-AUDIT-J TO WS-G-J
        END-PERFORM
    END-PERFORM.

CHECK-UNREGISTERED-RECORDS.
    *> a record whose operation has no registry entry was never
    *> balanced by anything above, and no lookup will serve it; it
    *> is an operation generated before the registry existed (or
    *> left behind since), so it is reported and warned about but
    *> does not fail the audit until the operation is regenerated
    MOVE "N" TO WS-END-OF-MASTER
    MOVE LOW-VALUES TO MTM-KEY
    START MASTER-FILE KEY IS NOT LESS THAN MTM-KEY
        INVALID KEY
            MOVE "Y" TO WS-END-OF-MASTER
    END-START
    IF WS-END-OF-MASTER = "N"
        PERFORM READ-MASTER-RECORD
    END-IF
    PERFORM UNTIL WS-END-OF-MASTER = "Y"
        MOVE "N" TO WS-REGISTERED
        PERFORM VARYING WS-REG-INDEX FROM 1 BY 1
                UNTIL WS-REG-INDEX > WS-REG-COUNT
            IF WS-REG-OPER (WS-REG-INDEX) = MTM-OPER
                MOVE "Y" TO WS-REGISTERED
            END-IF
        END-PERFORM
        IF WS-REGISTERED = "N"
            ADD 1 TO WS-UNREGISTERED-COUNT
            MOVE MTM-OPER TO WS-OPERATION
            PERFORM SET-OPERATION-SYMBOL
            MOVE WS-OP-SYMBOL TO WS-N-OP
            MOVE MTM-I        TO WS-N-I
            MOVE MTM-J        TO WS-N-J
            MOVE MTM-OPER     TO WS-N-OPER
            WRITE AUDIT-REPORT-LINE FROM WS-UNREGISTERED-LINE
        END-IF
        PERFORM READ-MASTER-RECORD
    END-PERFORM
    IF WS-UNREGISTERED-COUNT > 0
        WRITE AUDIT-REPORT-LINE FROM SPACES
        MOVE SPACES TO EXP-MESSAGE
        STRING "MULTTAB.MST HOLDS " WS-UNREGISTERED-COUNT
               " RECORD(S) FOR UNREGISTERED OPERATIONS"
            DELIMITED BY SIZE INTO EXP-MESSAGE
        END-STRING
        MOVE "W" TO EXP-SEVERITY
        PERFORM POST-AUDIT-EXCEPTION
    END-IF.

SET-OPERATION-SYMBOL.
    EVALUATE WS-OPERATION
        WHEN "A"
            COMPUTE WS-EXPECTED-RESULT = WS-CALC-I * WS-CALC-J
    END-EVALUATE.

WRITE-RECONCILIATION.
    WRITE AUDIT-REPORT-LINE FROM SPACES

    MOVE "MISSING I/J COMBINATIONS    " TO WS-C-LABEL
    MOVE WS-MISSING-COUNT               TO WS-C-COUNT
    WRITE AUDIT-REPORT-LINE FROM WS-COUNT-LINE
    MOVE "RECORDS OUTSIDE REG RANGE   " TO WS-C-LABEL
    MOVE WS-UNEXPECTED-COUNT            TO WS-C-COUNT
    WRITE AUDIT-REPORT-LINE FROM WS-COUNT-LINE
    MOVE "UNDEFINED COMBINATIONS      " TO WS-C-LABEL
    WRITE AUDIT-REPORT-LINE FROM WS-COUNT-LINE
    WRITE AUDIT-REPORT-LINE FROM SPACES

    *> the registry counts every combination the generator
    *> processed, including the undefined ones it routed to
    *> MULTTAB.EXC, so those are added back to the master count
    *> (their RESULT contribution to the registry total is zero)
    COMPUTE WS-BALANCE-COUNT =
        WS-MASTER-COUNT + WS-UNDEFINED-COUNT
    MOVE "COUNT BALANCE MST+UNDEF "  TO WS-B-LABEL
    MOVE WS-BALANCE-COUNT            TO WS-B-MASTER
    MOVE WS-REG-RECORD-COUNT (WS-REG-INDEX) TO WS-B-REGISTRY
    IF WS-BALANCE-COUNT = WS-REG-RECORD-COUNT (WS-REG-INDEX)
        MOVE " AGREE"  TO WS-B-VERDICT
    ELSE
        MOVE " DIFFER" TO WS-B-VERDICT
        MOVE "Y" TO WS-OPERATION-FAILED
    END-IF
    WRITE AUDIT-REPORT-LINE FROM WS-BALANCE-LINE

    MOVE "RESULT SUM BALANCE      "  TO WS-B-LABEL
    MOVE WS-MASTER-SUM               TO WS-B-MASTER
    MOVE WS-REG-RESULT-TOTAL (WS-REG-INDEX) TO WS-B-REGISTRY
    IF WS-MASTER-SUM = WS-REG-RESULT-TOTAL (WS-REG-INDEX)
        MOVE " AGREE"  TO WS-B-VERDICT
    ELSE
        MOVE " DIFFER" TO WS-B-VERDICT
        MOVE "Y" TO WS-OPERATION-FAILED
    END-IF
    WRITE AUDIT-REPORT-LINE FROM WS-BALANCE-LINE

    WRITE AUDIT-REPORT-LINE FROM SPACES
    MOVE WS-OPERATION TO WS-O-OPER
    IF WS-OPERATION-FAILED = "Y"
        MOVE "FAIL - DO NOT SERVE LOOKUPS FOR THIS OPERATION"
            TO WS-O-TEXT
    ELSE
        MOVE "PASS" TO WS-O-TEXT
    END-IF
    WRITE AUDIT-REPORT-LINE FROM WS-OPERATION-VERDICT-LINE
    WRITE AUDIT-REPORT-LINE FROM SPACES.

WRITE-AUDIT-SUMMARY.
    MOVE "OPERATIONS AUDITED          " TO WS-C-LABEL
    MOVE WS-AUDITED-COUNT               TO WS-C-COUNT
    WRITE AUDIT-REPORT-LINE FROM WS-COUNT-LINE
    MOVE "OPERATIONS FAILED           " TO WS-C-LABEL
    MOVE WS-FAILED-COUNT                TO WS-C-COUNT
    WRITE AUDIT-REPORT-LINE FROM WS-COUNT-LINE
    MOVE "NOT REGISTERED RECORDS      " TO WS-C-LABEL
    MOVE WS-UNREGISTERED-COUNT          TO WS-C-COUNT
    WRITE AUDIT-REPORT-LINE FROM WS-COUNT-LINE
    WRITE AUDIT-REPORT-LINE FROM SPACES
    IF WS-DISCREPANCY-FLAG = "Y"
        MOVE "FAIL - SEE OPERATION VERDICTS ABOVE" TO WS-V-TEXT
    ELSE
        MOVE "PASS" TO WS-V-TEXT
    END-IF
    WRITE AUDIT-REPORT-LINE FROM WS-VERDICT-LINE.
