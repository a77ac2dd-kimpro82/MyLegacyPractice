IDENTIFICATION DIVISION.
    PROGRAM-ID.     EMPLOYEE-TXN-EDIT.
    AUTHOR.         kimpro82.
    DATE-WRITTEN.   2026-10-15.
    *> Compiled with GNU COBOL 3.2.0
    *> Callable field edits for one employee maintenance transaction
    *> (COPY EMPTXN), factored out of EMPLOYEE-MAINTENANCE so the HR
    *> clerks' online screen EMPLOYEE-SCREEN passes a change through
    *> exactly the edits a batch EMPMAINT.TXN card gets, the way
    *> MULTTAB-LOOKUP was factored out of MULTIPLICATION-LOOKUP. The
    *> parameter block is COPY EMPEDIT: the caller passes the
    *> transaction image, the run date and whether it is new or
    *> released from EMPPEND.DAT, and gets back the reject reason,
    *> the field at fault and whether a good transaction is
    *> future-dated and must be parked rather than applied.
    *> Only the transaction itself is edited here; whether the
    *> employee is already on EMPLOYEE.MST is for the caller to find
    *> out when it applies the change.
    *> 2026-10-15: The department on an add, or on a change that names
    *>              one, must be on DEPARTMENT.MST (COPY DEPTMSTR) with
    *>              status A. The master is opened on the first edit
    *>              and held open until the caller sends EDT-FUNCTION
    *>              "C".

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL DEPARTMENT-FILE
        ASSIGN TO "DEPARTMENT.MST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS DPT-CODE
        FILE STATUS IS WS-DEPARTMENT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  DEPARTMENT-FILE.
01  DEPARTMENT-RECORD.
    COPY DEPTMSTR.

WORKING-STORAGE SECTION.
    01 WS-DEPARTMENT-STATUS    PIC XX VALUE SPACES.
    *> N = not opened yet, Y = open, U = could not be opened
    01 WS-DEPARTMENT-OPEN      PIC X VALUE "N".

    01 TRANSACTION-RECORD.
        COPY EMPTXN.

    01 WS-EFF-DATE-NUM         PIC 9(8) VALUE 0.

    01 WS-DATE-CHECK.
        05 WS-DC-YYYY   PIC 9(4).
        05 WS-DC-MM     PIC 99.
        05 WS-DC-DD     PIC 99.

LINKAGE SECTION.
    01 EDIT-REQUEST.
        COPY EMPEDIT.

PROCEDURE DIVISION USING EDIT-REQUEST.
MAIN-PROCEDURE.
    IF EDT-FUNCTION = "C"
        IF WS-DEPARTMENT-OPEN = "Y"
            CLOSE DEPARTMENT-FILE
        END-IF
        MOVE "N" TO WS-DEPARTMENT-OPEN
        GOBACK
    END-IF

    MOVE EDT-TRANSACTION TO TRANSACTION-RECORD
    MOVE SPACES TO EDT-REJECT-REASON
    MOVE SPACE  TO EDT-ERROR-FIELD
    MOVE "N"    TO EDT-PARKED-FLAG

    PERFORM EDIT-TRANSACTION
    IF EDT-REJECT-REASON = SPACES
        PERFORM EDIT-DEPARTMENT
    END-IF
    IF EDT-REJECT-REASON = SPACES
        PERFORM CHECK-EFFECTIVE-DATE
    END-IF
    GOBACK.

EDIT-TRANSACTION.
    IF TXN-ACTION NOT = "A" AND TXN-ACTION NOT = "C"
            AND TXN-ACTION NOT = "D"
        MOVE "INVALID ACTION CODE" TO EDT-REJECT-REASON
        MOVE "A" TO EDT-ERROR-FIELD
    ELSE
        IF TXN-EMP-ID NOT NUMERIC OR TXN-EMP-ID = "00000"
            MOVE "EMPLOYEE ID NOT NUMERIC" TO EDT-REJECT-REASON
            MOVE "I" TO EDT-ERROR-FIELD
        END-IF
    END-IF

    IF EDT-REJECT-REASON = SPACES AND TXN-ACTION = "A"
        IF TXN-NAME = SPACES
            MOVE "NAME REQUIRED FOR ADD" TO EDT-REJECT-REASON
            MOVE "N" TO EDT-ERROR-FIELD
        ELSE
            IF TXN-START-DATE NOT NUMERIC
                MOVE "START DATE NOT NUMERIC" TO EDT-REJECT-REASON
                MOVE "S" TO EDT-ERROR-FIELD
            ELSE
                PERFORM EDIT-START-DATE
            END-IF
        END-IF
    END-IF

    IF EDT-REJECT-REASON = SPACES
            AND (TXN-ACTION = "A" OR TXN-ACTION = "C")
        IF TXN-STATUS NOT = "A" AND TXN-STATUS NOT = "I"
                AND NOT (TXN-ACTION = "C" AND TXN-STATUS = SPACE)
            MOVE "STATUS NOT A OR I" TO EDT-REJECT-REASON
            MOVE "T" TO EDT-ERROR-FIELD
        END-IF
    END-IF

    IF EDT-REJECT-REASON = SPACES AND TXN-ACTION = "C"
        IF TXN-START-DATE NOT = SPACES
            IF TXN-START-DATE NOT NUMERIC
                MOVE "START DATE NOT NUMERIC" TO EDT-REJECT-REASON
                MOVE "S" TO EDT-ERROR-FIELD
            ELSE
                PERFORM EDIT-START-DATE
            END-IF
        END-IF
    END-IF.

EDIT-START-DATE.
    MOVE TXN-START-DATE TO WS-DATE-CHECK
    IF WS-DC-MM < 1 OR WS-DC-MM > 12
            OR WS-DC-DD < 1 OR WS-DC-DD > 31
            OR WS-DC-YYYY < 1900
        MOVE "START DATE NOT A VALID DATE" TO EDT-REJECT-REASON
        MOVE "S" TO EDT-ERROR-FIELD
    END-IF.

EDIT-DEPARTMENT.
    IF TXN-ACTION = "A" AND TXN-DEPT = SPACES
        MOVE "DEPARTMENT REQUIRED FOR ADD" TO EDT-REJECT-REASON
        MOVE "D" TO EDT-ERROR-FIELD
    END-IF

    IF EDT-REJECT-REASON = SPACES AND TXN-DEPT NOT = SPACES
            AND (TXN-ACTION = "A" OR TXN-ACTION = "C")
        IF WS-DEPARTMENT-OPEN = "N"
            OPEN INPUT DEPARTMENT-FILE
            IF WS-DEPARTMENT-STATUS = "00"
                MOVE "Y" TO WS-DEPARTMENT-OPEN
            ELSE
                MOVE "U" TO WS-DEPARTMENT-OPEN
            END-IF
        END-IF
        IF WS-DEPARTMENT-OPEN = "Y"
            MOVE TXN-DEPT TO DPT-CODE
            READ DEPARTMENT-FILE
                INVALID KEY
                    MOVE "DEPARTMENT NOT ON MASTER"
                        TO EDT-REJECT-REASON
                    MOVE "D" TO EDT-ERROR-FIELD
                NOT INVALID KEY
                    IF DPT-STATUS NOT = "A"
                        MOVE "DEPARTMENT INACTIVE" TO EDT-REJECT-REASON
                        MOVE "D" TO EDT-ERROR-FIELD
                    END-IF
            END-READ
        ELSE
            *> try again on the next call rather than reject everything
            *> for the rest of the run on one bad open
            MOVE "N" TO WS-DEPARTMENT-OPEN
            MOVE "DEPARTMENT MASTER UNAVAILABLE" TO EDT-REJECT-REASON
            MOVE "D" TO EDT-ERROR-FIELD
        END-IF
    END-IF.

CHECK-EFFECTIVE-DATE.
    IF TXN-EFF-DATE = SPACES
        CONTINUE
    ELSE
        IF TXN-EFF-DATE NOT NUMERIC
            MOVE "EFFECTIVE DATE NOT NUMERIC" TO EDT-REJECT-REASON
            MOVE "E" TO EDT-ERROR-FIELD
        ELSE
            MOVE TXN-EFF-DATE TO WS-DATE-CHECK
            IF WS-DC-MM < 1 OR WS-DC-MM > 12
                    OR WS-DC-DD < 1 OR WS-DC-DD > 31
                    OR WS-DC-YYYY < 1900
                MOVE "EFFECTIVE DATE NOT VALID" TO EDT-REJECT-REASON
                MOVE "E" TO EDT-ERROR-FIELD
            ELSE
                MOVE TXN-EFF-DATE TO WS-EFF-DATE-NUM
                IF EDT-SOURCE = "T"
                        AND WS-EFF-DATE-NUM > EDT-RUN-DATE
                    MOVE "Y" TO EDT-PARKED-FLAG
                END-IF
            END-IF
        END-IF
    END-IF.
