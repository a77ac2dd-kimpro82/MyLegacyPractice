IDENTIFICATION DIVISION.
    PROGRAM-ID.     DEPT-EXCEPTION-LISTING.
    AUTHOR.         kimpro82.
    DATE-WRITTEN.   2026-10-15.
    *> Compiled with GNU COBOL 3.2.0
    *> One sequential sweep of the employee master EMPLOYEE.MST against
    *> the department master DEPARTMENT.MST (COPY DEPTMSTR), listing on
    *> DEPTEXC.RPT every record whose EMP-DEPT is blank, is not a code
    *> on the department master, or names a department set inactive.
    *> EMP-DEPT was free text until the department master came in, so
    *> the records already on file were never held to the code list;
    *> HR clears each listed record with a "C" transaction naming the
    *> right code, and the listing is rerun until it comes back empty.
    *> Run by hand, not from SCHEDULE.DAT; nothing is updated.
    *> Ends with return code 2 when either master is missing, and 1
    *> when any exception is listed.
    *> 2026-10-15: The run date now comes from BUSINESS-DATE (COPY
    *>              BUSDATE) instead of the system date, so a chain rerun
    *>              for a missed day lists as of that day. The report
    *>              header shows RUN ON and the system date beside DATE:
    *>              when the two differ.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL EMPLOYEE-FILE
        ASSIGN TO "EMPLOYEE.MST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS EMP-ID
        FILE STATUS IS WS-EMPLOYEE-STATUS.

    SELECT OPTIONAL DEPARTMENT-FILE
        ASSIGN TO "DEPARTMENT.MST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS DPT-CODE
        FILE STATUS IS WS-DEPARTMENT-STATUS.

    SELECT EXCEPTION-REPORT-FILE
        ASSIGN TO "DEPTEXC.RPT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  EMPLOYEE-FILE.
01  EMPLOYEE-RECORD.
    COPY EMPMSTR.

FD  DEPARTMENT-FILE.
01  DEPARTMENT-RECORD.
    COPY DEPTMSTR.

FD  EXCEPTION-REPORT-FILE.
01  EXCEPTION-REPORT-LINE  PIC X(90).

WORKING-STORAGE SECTION.
    01 WS-EMPLOYEE-STATUS   PIC XX VALUE SPACES.
    01 WS-DEPARTMENT-STATUS PIC XX VALUE SPACES.
    01 WS-END-OF-MASTER     PIC X VALUE "N".
    01 WS-EXCEPTION-REASON  PIC X(24) VALUE SPACES.

    01 WS-MASTER-COUNT      PIC 9(6) VALUE 0.
    01 WS-BLANK-COUNT       PIC 9(6) VALUE 0.
    01 WS-MISSING-COUNT     PIC 9(6) VALUE 0.
    01 WS-INACTIVE-COUNT    PIC 9(6) VALUE 0.
    01 WS-EXCEPTION-COUNT   PIC 9(6) VALUE 0.

    01 WS-BUSINESS-DATE.
        COPY BUSDATE.

    01 WS-RUN-DATE.
        05 WS-RUN-YYYY  PIC 9(4).
        05 WS-RUN-MM    PIC 99.
        05 WS-RUN-DD    PIC 99.

    01 WS-REPORT-HEADER.
        05 FILLER       PIC X(34)
            VALUE "EMPLOYEE DEPARTMENT EXCEPTIONS".
        05 FILLER       PIC X(6)  VALUE "DATE: ".
        05 WS-H-YYYY    PIC 9(4).
        05 FILLER       PIC X(1)  VALUE "-".
        05 WS-H-MM      PIC 99.
        05 FILLER       PIC X(1)  VALUE "-".
        05 WS-H-DD      PIC 99.
        05 FILLER       PIC X(2)  VALUE SPACES.
        05 WS-H-NOTE    PIC X(17).
        05 FILLER       PIC X(21) VALUE SPACES.

    01 WS-COLUMN-HEADER.
        05 FILLER       PIC X(7)  VALUE "EMP-ID".
        05 FILLER       PIC X(31) VALUE "NAME".
        05 FILLER       PIC X(16) VALUE "DEPARTMENT".
        05 FILLER       PIC X(7)  VALUE "STATUS".
        05 FILLER       PIC X(29) VALUE "EXCEPTION".

    01 WS-DETAIL-LINE.
        05 WS-D-EMP-ID  PIC X(5).
        05 FILLER       PIC X(2)  VALUE SPACES.
        05 WS-D-NAME    PIC X(30).
        05 FILLER       PIC X(1)  VALUE SPACE.
        05 WS-D-DEPT    PIC X(15).
        05 FILLER       PIC X(1)  VALUE SPACE.
        05 WS-D-STATUS  PIC X.
        05 FILLER       PIC X(6)  VALUE SPACES.
        05 WS-D-REASON  PIC X(24).
        05 FILLER       PIC X(5)  VALUE SPACES.

    01 WS-TOTAL-LINE.
        05 WS-T-LABEL   PIC X(24).
        05 WS-T-COUNT   PIC ZZZ,ZZ9.
        05 FILLER       PIC X(59) VALUE SPACES.

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    CALL "BUSINESS-DATE" USING WS-BUSINESS-DATE
    MOVE BDT-DATE TO WS-RUN-DATE

    OPEN INPUT EMPLOYEE-FILE
    IF WS-EMPLOYEE-STATUS NOT = "00"
        DISPLAY "DEPT-EXCEPTION-LISTING: EMPLOYEE.MST is missing or "
            "unreadable, status " WS-EMPLOYEE-STATUS
        MOVE 2 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN INPUT DEPARTMENT-FILE
    IF WS-DEPARTMENT-STATUS NOT = "00"
        DISPLAY "DEPT-EXCEPTION-LISTING: DEPARTMENT.MST is missing or "
            "unreadable, status " WS-DEPARTMENT-STATUS
        CLOSE EMPLOYEE-FILE
        MOVE 2 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN OUTPUT EXCEPTION-REPORT-FILE
    MOVE WS-RUN-YYYY TO WS-H-YYYY
    MOVE WS-RUN-MM   TO WS-H-MM
    MOVE WS-RUN-DD   TO WS-H-DD
    MOVE BDT-HEADER-NOTE TO WS-H-NOTE
    WRITE EXCEPTION-REPORT-LINE FROM WS-REPORT-HEADER
    WRITE EXCEPTION-REPORT-LINE FROM SPACES
    WRITE EXCEPTION-REPORT-LINE FROM WS-COLUMN-HEADER

    PERFORM READ-EMPLOYEE-RECORD
    PERFORM UNTIL WS-END-OF-MASTER = "Y"
        PERFORM CHECK-EMPLOYEE-DEPARTMENT
        PERFORM READ-EMPLOYEE-RECORD
    END-PERFORM
    IF WS-EXCEPTION-COUNT = 0
        MOVE "    NO EXCEPTIONS - EVERY RECORD NAMES AN ACTIVE DEPARTMENT"
            TO EXCEPTION-REPORT-LINE
        WRITE EXCEPTION-REPORT-LINE
    END-IF

    PERFORM WRITE-REPORT-TOTALS
    CLOSE EMPLOYEE-FILE
    CLOSE DEPARTMENT-FILE
    CLOSE EXCEPTION-REPORT-FILE
    IF WS-EXCEPTION-COUNT > 0
        MOVE 1 TO RETURN-CODE
    END-IF
    STOP RUN.

READ-EMPLOYEE-RECORD.
    READ EMPLOYEE-FILE NEXT RECORD
        AT END
            MOVE "Y" TO WS-END-OF-MASTER
        NOT AT END
            ADD 1 TO WS-MASTER-COUNT
    END-READ.

CHECK-EMPLOYEE-DEPARTMENT.
    MOVE SPACES TO WS-EXCEPTION-REASON
    IF EMP-DEPT = SPACES
        MOVE "DEPARTMENT BLANK" TO WS-EXCEPTION-REASON
        ADD 1 TO WS-BLANK-COUNT
    ELSE
        MOVE EMP-DEPT TO DPT-CODE
        READ DEPARTMENT-FILE
            INVALID KEY
                MOVE "NOT ON DEPARTMENT MASTER" TO WS-EXCEPTION-REASON
                ADD 1 TO WS-MISSING-COUNT
            NOT INVALID KEY
                IF DPT-STATUS NOT = "A"
                    MOVE "DEPARTMENT INACTIVE" TO WS-EXCEPTION-REASON
                    ADD 1 TO WS-INACTIVE-COUNT
                END-IF
        END-READ
    END-IF

    IF WS-EXCEPTION-REASON NOT = SPACES
        ADD 1 TO WS-EXCEPTION-COUNT
        MOVE EMP-ID              TO WS-D-EMP-ID
        MOVE EMP-NAME            TO WS-D-NAME
        MOVE EMP-DEPT            TO WS-D-DEPT
        MOVE EMP-STATUS          TO WS-D-STATUS
        MOVE WS-EXCEPTION-REASON TO WS-D-REASON
        WRITE EXCEPTION-REPORT-LINE FROM WS-DETAIL-LINE
    END-IF.

WRITE-REPORT-TOTALS.
    WRITE EXCEPTION-REPORT-LINE FROM SPACES
    MOVE "MASTER RECORDS READ   : " TO WS-T-LABEL
    MOVE WS-MASTER-COUNT            TO WS-T-COUNT
    WRITE EXCEPTION-REPORT-LINE FROM WS-TOTAL-LINE
    MOVE "DEPARTMENT BLANK      : " TO WS-T-LABEL
    MOVE WS-BLANK-COUNT             TO WS-T-COUNT
    WRITE EXCEPTION-REPORT-LINE FROM WS-TOTAL-LINE
    MOVE "NOT ON DEPT MASTER    : " TO WS-T-LABEL
    MOVE WS-MISSING-COUNT           TO WS-T-COUNT
    WRITE EXCEPTION-REPORT-LINE FROM WS-TOTAL-LINE
    MOVE "DEPARTMENT INACTIVE   : " TO WS-T-LABEL
    MOVE WS-INACTIVE-COUNT          TO WS-T-COUNT
    WRITE EXCEPTION-REPORT-LINE FROM WS-TOTAL-LINE
    MOVE "EXCEPTIONS LISTED     : " TO WS-T-LABEL
    MOVE WS-EXCEPTION-COUNT         TO WS-T-COUNT
    WRITE EXCEPTION-REPORT-LINE FROM WS-TOTAL-LINE.
