IDENTIFICATION DIVISION.
    PROGRAM-ID.     DEPARTMENT-MAINTENANCE.
    AUTHOR.         kimpro82.
    DATE-WRITTEN.   2026-10-15.
    *> Compiled with GNU COBOL 3.2.0
    *> Applies add/change transactions from DEPTMAINT.TXN to the
    *> indexed department master DEPARTMENT.MST (COPY DEPTMSTR, keyed on
    *> DPT-CODE) and prints every applied change with its before and
    *> after image, and every reject with its reason, on DEPTMAINT.RPT.
    *> EMP-DEPT used to be free text, so one department showed up on
    *> WORKFRC.RPT and in the greeting bulletins under several
    *> spellings; the employee edits now accept only a code that is on
    *> this master and active.
    *> DEPTMAINT.TXN card:
    *>     column 1       action: A = add, C = change
    *>     columns 2-16   department code, upper case, no embedded spaces
    *>     columns 17-46  full department name
    *>     columns 47-51  manager EMP-ID, blank if none
    *>     columns 52-66  parent division
    *>     column 67      status: A = active, I = inactive
    *> Change transactions may leave name, manager, division or status
    *> blank to keep the value already on the master; a department is
    *> retired with a change to status I rather than deleted, so the
    *> employee records and journal entries that name it stay
    *> readable. The manager is only edited for form, since a new
    *> department is set up before its manager is hired.
    *> Runs in the chain ahead of EMPLOYEE-MAINTENANCE so a department
    *> added today can be named by today's employee transactions. A
    *> missing DEPTMAINT.TXN just means no department changes today.
    *> Ends with return code 2 when DEPARTMENT.MST cannot be opened.
    *> 2026-10-15: The run date now comes from BUSINESS-DATE (COPY
    *>              BUSDATE) instead of the system date, so a chain rerun
    *>              for a missed day reports as of that day. The report
    *>              header shows RUN ON and the system date beside DATE:
    *>              when the two differ.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL TRANSACTION-FILE
        ASSIGN TO "DEPTMAINT.TXN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TRANSACTION-STATUS.

    SELECT OPTIONAL DEPARTMENT-FILE
        ASSIGN TO "DEPARTMENT.MST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS DPT-CODE
        FILE STATUS IS WS-DEPARTMENT-STATUS.

    SELECT CHANGE-REPORT-FILE
        ASSIGN TO "DEPTMAINT.RPT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  TRANSACTION-FILE.
01  TRANSACTION-RECORD.
    05 DTX-ACTION       PIC X.
    05 DTX-CODE         PIC X(15).
    05 DTX-NAME         PIC X(30).
    05 DTX-MANAGER-ID   PIC X(5).
    05 DTX-DIVISION     PIC X(15).
    05 DTX-STATUS       PIC X.
    05 FILLER           PIC X(13).

FD  DEPARTMENT-FILE.
01  DEPARTMENT-RECORD.
    COPY DEPTMSTR.

FD  CHANGE-REPORT-FILE.
01  CHANGE-REPORT-LINE  PIC X(80).

WORKING-STORAGE SECTION.
    01 WS-TRANSACTION-STATUS   PIC XX VALUE SPACES.
    01 WS-DEPARTMENT-STATUS    PIC XX VALUE SPACES.
    01 WS-END-OF-TRANSACTIONS  PIC X VALUE "N".
    01 WS-REJECT-REASON        PIC X(30).
    01 WS-RECORD-FOUND         PIC X VALUE "N".

    01 WS-READ-COUNT           PIC 9(6) VALUE 0.
    01 WS-APPLIED-COUNT        PIC 9(6) VALUE 0.
    01 WS-REJECTED-COUNT       PIC 9(6) VALUE 0.

    01 WS-BEFORE-IMAGE         PIC X(66) VALUE SPACES.
    01 WS-AFTER-IMAGE          PIC X(66) VALUE SPACES.

    *> code edits: upper case, and nothing but spaces after the first
    *> space
    01 WS-CODE-UPPER           PIC X(15) VALUE SPACES.
    01 WS-CODE-LENGTH          PIC 9(4) COMP-5 VALUE 0.

    01 WS-BUSINESS-DATE.
        COPY BUSDATE.

    01 WS-RUN-DATE.
        05 WS-RUN-YYYY  PIC 9(4).
        05 WS-RUN-MM    PIC 99.
        05 WS-RUN-DD    PIC 99.

    01 WS-REPORT-HEADER.
        05 FILLER       PIC X(32) VALUE "DEPARTMENT MASTER CHANGE REPORT".
        05 FILLER       PIC X(6)  VALUE "DATE: ".
        05 WS-H-YYYY    PIC 9(4).
        05 FILLER       PIC X(1)  VALUE "-".
        05 WS-H-MM      PIC 99.
        05 FILLER       PIC X(1)  VALUE "-".
        05 WS-H-DD      PIC 99.
        05 FILLER       PIC X(2)  VALUE SPACES.
        05 WS-H-NOTE    PIC X(17).
        05 FILLER       PIC X(12) VALUE SPACES.

    01 WS-DETAIL-LINE.
        05 WS-D-ACTION  PIC X.
        05 FILLER       PIC X(1)  VALUE SPACE.
        05 WS-D-CODE    PIC X(15).
        05 FILLER       PIC X(1)  VALUE SPACE.
        05 WS-D-VERDICT PIC X(9).
        05 WS-D-REASON  PIC X(30).
        05 FILLER       PIC X(23) VALUE SPACES.

    01 WS-IMAGE-LINE.
        05 WS-I-LABEL   PIC X(9).
        05 WS-I-CODE    PIC X(15).
        05 FILLER       PIC X(1)  VALUE SPACE.
        05 WS-I-NAME    PIC X(30).
        05 FILLER       PIC X(1)  VALUE SPACE.
        05 WS-I-MANAGER PIC X(5).
        05 FILLER       PIC X(1)  VALUE SPACE.
        05 WS-I-DIVISION PIC X(15).
        05 FILLER       PIC X(1)  VALUE SPACE.
        05 WS-I-STATUS  PIC X.
        05 FILLER       PIC X(1)  VALUE SPACE.

    01 WS-IMAGE-WORK.
        COPY DEPTMSTR.

    01 WS-TOTAL-LINE.
        05 WS-T-LABEL   PIC X(24).
        05 WS-T-COUNT   PIC ZZZ,ZZ9.
        05 FILLER       PIC X(49) VALUE SPACES.

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    CALL "BUSINESS-DATE" USING WS-BUSINESS-DATE
    MOVE BDT-DATE TO WS-RUN-DATE

    OPEN OUTPUT CHANGE-REPORT-FILE
    MOVE WS-RUN-YYYY TO WS-H-YYYY
    MOVE WS-RUN-MM   TO WS-H-MM
    MOVE WS-RUN-DD   TO WS-H-DD
    MOVE BDT-HEADER-NOTE TO WS-H-NOTE
    WRITE CHANGE-REPORT-LINE FROM WS-REPORT-HEADER
    WRITE CHANGE-REPORT-LINE FROM SPACES

    OPEN I-O DEPARTMENT-FILE
    IF WS-DEPARTMENT-STATUS = "35"
        *> first-ever run: create the master empty and reopen it
        OPEN OUTPUT DEPARTMENT-FILE
        CLOSE DEPARTMENT-FILE
        OPEN I-O DEPARTMENT-FILE
    END-IF
    IF WS-DEPARTMENT-STATUS NOT = "00"
            AND WS-DEPARTMENT-STATUS NOT = "05"
        DISPLAY "DEPARTMENT-MAINTENANCE: DEPARTMENT.MST open failed, "
            "status " WS-DEPARTMENT-STATUS
        CLOSE CHANGE-REPORT-FILE
        MOVE 2 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN INPUT TRANSACTION-FILE
    IF WS-TRANSACTION-STATUS = "00"
        PERFORM READ-TRANSACTION
        PERFORM UNTIL WS-END-OF-TRANSACTIONS = "Y"
            PERFORM APPLY-TRANSACTION
            PERFORM READ-TRANSACTION
        END-PERFORM
    END-IF
    IF WS-READ-COUNT = 0
        MOVE "    NO DEPARTMENT TRANSACTIONS TODAY" TO CHANGE-REPORT-LINE
        WRITE CHANGE-REPORT-LINE
    END-IF

    PERFORM WRITE-REPORT-TOTALS
    CLOSE TRANSACTION-FILE
    CLOSE DEPARTMENT-FILE
    CLOSE CHANGE-REPORT-FILE
    STOP RUN.

READ-TRANSACTION.
    READ TRANSACTION-FILE
        AT END
            MOVE "Y" TO WS-END-OF-TRANSACTIONS
        NOT AT END
            ADD 1 TO WS-READ-COUNT
    END-READ.

APPLY-TRANSACTION.
    MOVE SPACES TO WS-REJECT-REASON
    MOVE SPACES TO WS-BEFORE-IMAGE
    MOVE SPACES TO WS-AFTER-IMAGE

    PERFORM EDIT-TRANSACTION
    IF WS-REJECT-REASON = SPACES
        EVALUATE DTX-ACTION
            WHEN "A"
                PERFORM APPLY-ADD
            WHEN "C"
                PERFORM APPLY-CHANGE
        END-EVALUATE
    END-IF

    MOVE DTX-ACTION TO WS-D-ACTION
    MOVE DTX-CODE   TO WS-D-CODE
    IF WS-REJECT-REASON = SPACES
        ADD 1 TO WS-APPLIED-COUNT
        MOVE "APPLIED  " TO WS-D-VERDICT
        MOVE SPACES      TO WS-D-REASON
        WRITE CHANGE-REPORT-LINE FROM WS-DETAIL-LINE
        IF WS-BEFORE-IMAGE NOT = SPACES
            MOVE "  BEFORE " TO WS-I-LABEL
            MOVE WS-BEFORE-IMAGE TO WS-IMAGE-WORK
            PERFORM WRITE-IMAGE-LINE
        END-IF
        MOVE "  AFTER  " TO WS-I-LABEL
        MOVE WS-AFTER-IMAGE TO WS-IMAGE-WORK
        PERFORM WRITE-IMAGE-LINE
    ELSE
        ADD 1 TO WS-REJECTED-COUNT
        MOVE "REJECTED " TO WS-D-VERDICT
        MOVE WS-REJECT-REASON TO WS-D-REASON
        WRITE CHANGE-REPORT-LINE FROM WS-DETAIL-LINE
    END-IF.

EDIT-TRANSACTION.
    IF DTX-ACTION NOT = "A" AND DTX-ACTION NOT = "C"
        MOVE "INVALID ACTION CODE" TO WS-REJECT-REASON
    ELSE
        PERFORM EDIT-DEPARTMENT-CODE
    END-IF

    IF WS-REJECT-REASON = SPACES AND DTX-ACTION = "A"
        IF DTX-NAME = SPACES
            MOVE "NAME REQUIRED FOR ADD" TO WS-REJECT-REASON
        ELSE
            IF DTX-DIVISION = SPACES
                MOVE "DIVISION REQUIRED FOR ADD" TO WS-REJECT-REASON
            END-IF
        END-IF
    END-IF

    IF WS-REJECT-REASON = SPACES
        IF DTX-STATUS NOT = "A" AND DTX-STATUS NOT = "I"
                AND NOT (DTX-ACTION = "C" AND DTX-STATUS = SPACE)
            MOVE "STATUS NOT A OR I" TO WS-REJECT-REASON
        END-IF
    END-IF

    IF WS-REJECT-REASON = SPACES AND DTX-MANAGER-ID NOT = SPACES
        IF DTX-MANAGER-ID NOT NUMERIC OR DTX-MANAGER-ID = "00000"
            MOVE "MANAGER ID NOT NUMERIC" TO WS-REJECT-REASON
        END-IF
    END-IF.

EDIT-DEPARTMENT-CODE.
    IF DTX-CODE = SPACES
        MOVE "DEPARTMENT CODE REQUIRED" TO WS-REJECT-REASON
    ELSE
        MOVE DTX-CODE TO WS-CODE-UPPER
        INSPECT WS-CODE-UPPER CONVERTING
            "abcdefghijklmnopqrstuvwxyz" TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
        MOVE 0 TO WS-CODE-LENGTH
        INSPECT DTX-CODE TALLYING WS-CODE-LENGTH
            FOR CHARACTERS BEFORE INITIAL SPACE
        EVALUATE TRUE
            WHEN WS-CODE-UPPER NOT = DTX-CODE
                MOVE "CODE MUST BE UPPER CASE" TO WS-REJECT-REASON
            WHEN DTX-CODE (1:1) = SPACE
                MOVE "CODE MAY NOT CONTAIN SPACES" TO WS-REJECT-REASON
            WHEN WS-CODE-LENGTH < 15
                IF DTX-CODE (WS-CODE-LENGTH + 1:) NOT = SPACES
                    MOVE "CODE MAY NOT CONTAIN SPACES"
                        TO WS-REJECT-REASON
                END-IF
        END-EVALUATE
    END-IF.

READ-DEPARTMENT-RECORD.
    MOVE DTX-CODE TO DPT-CODE OF DEPARTMENT-RECORD
    READ DEPARTMENT-FILE
        INVALID KEY
            MOVE "N" TO WS-RECORD-FOUND
        NOT INVALID KEY
            MOVE "Y" TO WS-RECORD-FOUND
    END-READ.

APPLY-ADD.
    PERFORM READ-DEPARTMENT-RECORD
    IF WS-RECORD-FOUND = "Y"
        MOVE "DEPARTMENT ALREADY ON MASTER" TO WS-REJECT-REASON
    ELSE
        MOVE DTX-CODE       TO DPT-CODE OF DEPARTMENT-RECORD
        MOVE DTX-NAME       TO DPT-NAME OF DEPARTMENT-RECORD
        MOVE DTX-MANAGER-ID TO DPT-MANAGER-ID OF DEPARTMENT-RECORD
        MOVE DTX-DIVISION   TO DPT-DIVISION OF DEPARTMENT-RECORD
        MOVE DTX-STATUS     TO DPT-STATUS OF DEPARTMENT-RECORD
        MOVE DEPARTMENT-RECORD TO WS-AFTER-IMAGE
        WRITE DEPARTMENT-RECORD
            INVALID KEY
                MOVE "MASTER WRITE FAILED" TO WS-REJECT-REASON
        END-WRITE
    END-IF.

APPLY-CHANGE.
    PERFORM READ-DEPARTMENT-RECORD
    IF WS-RECORD-FOUND = "N"
        MOVE "DEPARTMENT NOT ON MASTER" TO WS-REJECT-REASON
    ELSE
        MOVE DEPARTMENT-RECORD TO WS-BEFORE-IMAGE
        IF DTX-NAME NOT = SPACES
            MOVE DTX-NAME TO DPT-NAME OF DEPARTMENT-RECORD
        END-IF
        IF DTX-MANAGER-ID NOT = SPACES
            MOVE DTX-MANAGER-ID TO DPT-MANAGER-ID OF DEPARTMENT-RECORD
        END-IF
        IF DTX-DIVISION NOT = SPACES
            MOVE DTX-DIVISION TO DPT-DIVISION OF DEPARTMENT-RECORD
        END-IF
        IF DTX-STATUS NOT = SPACE
            MOVE DTX-STATUS TO DPT-STATUS OF DEPARTMENT-RECORD
        END-IF
        MOVE DEPARTMENT-RECORD TO WS-AFTER-IMAGE
        REWRITE DEPARTMENT-RECORD
            INVALID KEY
                MOVE "MASTER REWRITE FAILED" TO WS-REJECT-REASON
        END-REWRITE
    END-IF.

WRITE-IMAGE-LINE.
    MOVE DPT-CODE OF WS-IMAGE-WORK       TO WS-I-CODE
    MOVE DPT-NAME OF WS-IMAGE-WORK       TO WS-I-NAME
    MOVE DPT-MANAGER-ID OF WS-IMAGE-WORK TO WS-I-MANAGER
    MOVE DPT-DIVISION OF WS-IMAGE-WORK   TO WS-I-DIVISION
    MOVE DPT-STATUS OF WS-IMAGE-WORK     TO WS-I-STATUS
    WRITE CHANGE-REPORT-LINE FROM WS-IMAGE-LINE.

WRITE-REPORT-TOTALS.
    WRITE CHANGE-REPORT-LINE FROM SPACES
    MOVE "TRANSACTIONS READ     : " TO WS-T-LABEL
    MOVE WS-READ-COUNT              TO WS-T-COUNT
    WRITE CHANGE-REPORT-LINE FROM WS-TOTAL-LINE
    MOVE "TRANSACTIONS APPLIED  : " TO WS-T-LABEL
    MOVE WS-APPLIED-COUNT           TO WS-T-COUNT
    WRITE CHANGE-REPORT-LINE FROM WS-TOTAL-LINE
    MOVE "TRANSACTIONS REJECTED : " TO WS-T-LABEL
    MOVE WS-REJECTED-COUNT          TO WS-T-COUNT
    WRITE CHANGE-REPORT-LINE FROM WS-TOTAL-LINE.
