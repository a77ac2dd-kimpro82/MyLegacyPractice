    *> not a usable date still counts in the headcounts but is kept
    *> out of the hire and tenure figures and tallied separately.
    *> Ends with return code 2 when EMPLOYEE.MST is missing.
    *> 2026-10-15: Departments are now looked up on the department
    *>              master DEPARTMENT.MST (COPY DEPTMSTR): each line
    *>              shows the code with its full name, the lines are
    *>              grouped under their parent division with a
    *>              DIVISION TOTAL after each group, and codes not on
    *>              the master are gathered last under *NONE* so the
    *>              grand totals still tie to the master count. The
    *>              report still runs if DEPARTMENT.MST is missing,
    *>              with every department under *NONE*.
    *> 2026-10-15: The run date now comes from BUSINESS-DATE (COPY
    *>              BUSDATE) instead of the system date, so a chain rerun
    *>              for a missed day counts service years as of that day.
    *>              The report header shows RUN ON and the system date
    *>              beside DATE: when the two differ.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        RECORD KEY IS EMP-ID
        FILE STATUS IS WS-EMPLOYEE-STATUS.

    SELECT OPTIONAL DEPARTMENT-FILE
        ASSIGN TO "DEPARTMENT.MST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS DPT-CODE
        FILE STATUS IS WS-DEPARTMENT-STATUS.

    SELECT OPTIONAL PARM-FILE
        ASSIGN TO "WORKFRC.PRM"
        ORGANIZATION IS LINE SEQUENTIAL
01  EMPLOYEE-RECORD.
    COPY EMPMSTR.

FD  DEPARTMENT-FILE.
01  DEPARTMENT-RECORD.
    COPY DEPTMSTR.

FD  PARM-FILE.
01  PARM-CARD.
    05 PARM-PERIOD-START   PIC X(8).
    05 FILLER              PIC X(64).

FD  WORKFORCE-REPORT-FILE.
01  WORKFORCE-REPORT-LINE  PIC X(100).

WORKING-STORAGE SECTION.
    01 WS-EMPLOYEE-STATUS   PIC XX VALUE SPACES.
    01 WS-PARM-FILE-STATUS  PIC XX VALUE SPACES.
    01 WS-DEPARTMENT-STATUS PIC XX VALUE SPACES.
    01 WS-DEPARTMENT-OPEN   PIC X VALUE "N".
    01 WS-END-OF-MASTER     PIC X VALUE "N".

    01 WS-BUSINESS-DATE.
        COPY BUSDATE.

    01 WS-RUN-DATE.
        05 WS-RUN-YYYY  PIC 9(4).
        05 WS-RUN-MM    PIC 99.
    01 WS-DEPT-SLOT         PIC 9(4) COMP-5 VALUE 0.
    01 WS-DEPT-TABLE.
        05 WS-DEPT-ENTRY OCCURS 50 TIMES.
            *> print order: departments on the master by division and
            *> code, then the ones not on the master
            10 WS-DT-SORT-KEY.
                15 WS-DT-UNMATCHED  PIC X.
                15 WS-DT-DIVISION   PIC X(15).
                15 WS-DT-NAME       PIC X(15).
            10 WS-DT-FULL-NAME  PIC X(30).
            10 WS-DT-ACTIVE     PIC 9(6).
            10 WS-DT-INACTIVE   PIC 9(6).
            10 WS-DT-HIRES      PIC 9(6).
            10 WS-DT-1-TO-5     PIC 9(6).
            10 WS-DT-OVER-5     PIC 9(6).

    01 WS-SWAP-INDEX        PIC 9(4) COMP-5 VALUE 0.
    01 WS-SWAP-ENTRY        PIC X(97).

    01 WS-CURRENT-DIVISION  PIC X(16) VALUE SPACES.
    01 WS-DIV-ACTIVE        PIC 9(6) VALUE 0.
    01 WS-DIV-INACTIVE      PIC 9(6) VALUE 0.
    01 WS-DIV-HIRES         PIC 9(6) VALUE 0.
    01 WS-DIV-UNDER-1       PIC 9(6) VALUE 0.
    01 WS-DIV-1-TO-5        PIC 9(6) VALUE 0.
    01 WS-DIV-OVER-5        PIC 9(6) VALUE 0.

    01 WS-MASTER-COUNT      PIC 9(6) VALUE 0.
    01 WS-TOTAL-ACTIVE      PIC 9(6) VALUE 0.
    01 WS-TOTAL-INACTIVE    PIC 9(6) VALUE 0.
        05 WS-H-MM      PIC 99.
        05 FILLER       PIC X(1)  VALUE "-".
        05 WS-H-DD      PIC 99.
        05 FILLER       PIC X(2)  VALUE SPACES.
        05 WS-H-NOTE    PIC X(17).
        05 FILLER       PIC X(39) VALUE SPACES.

    01 WS-PERIOD-LINE.
        05 FILLER       PIC X(17) VALUE "REPORTING PERIOD ".
        05 WS-P-START   PIC 9(8).
        05 FILLER       PIC X(3)  VALUE " - ".
        05 WS-P-END     PIC 9(8).
        05 FILLER       PIC X(64) VALUE SPACES.

    01 WS-DIVISION-LINE.
        05 FILLER       PIC X(10) VALUE "DIVISION: ".
        05 WS-V-NAME    PIC X(15).
        05 FILLER       PIC X(75) VALUE SPACES.

    01 WS-COLUMN-HEADER.
        05 FILLER       PIC X(16) VALUE "DEPARTMENT".
        05 FILLER       PIC X(23) VALUE "NAME".
        05 FILLER       PIC X(9)  VALUE "   ACTIVE".
        05 FILLER       PIC X(9)  VALUE " INACTIVE".
        05 FILLER       PIC X(9)  VALUE "    HIRES".
        05 FILLER       PIC X(9)  VALUE "    <1 YR".
        05 FILLER       PIC X(9)  VALUE "   1-5 YR".
        05 FILLER       PIC X(9)  VALUE "    >5 YR".
        05 FILLER       PIC X(7)  VALUE SPACES.

    01 WS-DEPT-LINE.
        05 WS-D-NAME     PIC X(15).
        05 FILLER        PIC X(1) VALUE SPACE.
        05 WS-D-FULL-NAME PIC X(24).
        05 FILLER        PIC X(1) VALUE SPACE.
        05 WS-D-ACTIVE   PIC ZZZ,ZZ9.
        05 FILLER        PIC X(2) VALUE SPACES.
        05 WS-D-INACTIVE PIC ZZZ,ZZ9.
        05 WS-D-1-TO-5   PIC ZZZ,ZZ9.
        05 FILLER        PIC X(2) VALUE SPACES.
        05 WS-D-OVER-5   PIC ZZZ,ZZ9.
        05 FILLER        PIC X(7) VALUE SPACES.

    01 WS-COUNT-LINE.
        05 WS-C-LABEL   PIC X(28).
        05 WS-C-COUNT   PIC ZZZ,ZZ9.
        05 FILLER       PIC X(65) VALUE SPACES.

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    CALL "BUSINESS-DATE" USING WS-BUSINESS-DATE
    MOVE BDT-DATE TO WS-RUN-DATE
    COMPUTE WS-RUN-DAY-NUM =
        FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-NUM)
    PERFORM SET-DEFAULT-PERIOD
        STOP RUN
    END-IF

    OPEN INPUT DEPARTMENT-FILE
    IF WS-DEPARTMENT-STATUS = "00"
        MOVE "Y" TO WS-DEPARTMENT-OPEN
    END-IF

    PERFORM READ-EMPLOYEE-RECORD
    PERFORM UNTIL WS-END-OF-MASTER = "Y"
        PERFORM TALLY-EMPLOYEE-RECORD
        PERFORM READ-EMPLOYEE-RECORD
    END-PERFORM
    CLOSE EMPLOYEE-FILE
    IF WS-DEPARTMENT-OPEN = "Y"
        CLOSE DEPARTMENT-FILE
    END-IF

    PERFORM SORT-DEPARTMENT-TABLE

    PERFORM WRITE-WORKFORCE-REPORT
    STOP RUN.
        MOVE 0 TO WS-DT-UNDER-1 (WS-DEPT-SLOT)
        MOVE 0 TO WS-DT-1-TO-5 (WS-DEPT-SLOT)
        MOVE 0 TO WS-DT-OVER-5 (WS-DEPT-SLOT)
        PERFORM LOOK-UP-DEPARTMENT
    END-IF.

LOOK-UP-DEPARTMENT.
    MOVE "Y" TO WS-DT-UNMATCHED (WS-DEPT-SLOT)
    MOVE "*NONE*" TO WS-DT-DIVISION (WS-DEPT-SLOT)
    IF WS-DEPARTMENT-OPEN = "Y"
        MOVE "*** NOT ON DEPARTMENT MASTER" TO
            WS-DT-FULL-NAME (WS-DEPT-SLOT)
        MOVE EMP-DEPT TO DPT-CODE
        READ DEPARTMENT-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE "N" TO WS-DT-UNMATCHED (WS-DEPT-SLOT)
                MOVE DPT-DIVISION TO WS-DT-DIVISION (WS-DEPT-SLOT)
                MOVE DPT-NAME TO WS-DT-FULL-NAME (WS-DEPT-SLOT)
        END-READ
    ELSE
        MOVE "*** NO DEPARTMENT MASTER" TO
            WS-DT-FULL-NAME (WS-DEPT-SLOT)
    END-IF.

SORT-DEPARTMENT-TABLE.
    *> a few dozen departments at most: a plain insertion sort
    PERFORM VARYING WS-DEPT-INDEX FROM 2 BY 1
            UNTIL WS-DEPT-INDEX > WS-DEPT-COUNT
        MOVE WS-DEPT-ENTRY (WS-DEPT-INDEX) TO WS-SWAP-ENTRY
        MOVE WS-DEPT-INDEX TO WS-SWAP-INDEX
        PERFORM UNTIL WS-SWAP-INDEX = 1
                OR WS-DT-SORT-KEY (WS-SWAP-INDEX - 1)
                    NOT > WS-SWAP-ENTRY (1:31)
            MOVE WS-DEPT-ENTRY (WS-SWAP-INDEX - 1)
                TO WS-DEPT-ENTRY (WS-SWAP-INDEX)
            SUBTRACT 1 FROM WS-SWAP-INDEX
        END-PERFORM
        MOVE WS-SWAP-ENTRY TO WS-DEPT-ENTRY (WS-SWAP-INDEX)
    END-PERFORM.

CHECK-START-DATE.
    MOVE "N" TO WS-START-DATE-OK
    IF EMP-START-DATE NUMERIC
    MOVE WS-RUN-YYYY TO WS-H-YYYY
    MOVE WS-RUN-MM   TO WS-H-MM
    MOVE WS-RUN-DD   TO WS-H-DD
    MOVE BDT-HEADER-NOTE TO WS-H-NOTE
    WRITE WORKFORCE-REPORT-LINE FROM WS-REPORT-HEADER
    MOVE WS-PERIOD-START TO WS-P-START
    MOVE WS-PERIOD-END   TO WS-P-END

    PERFORM VARYING WS-DEPT-INDEX FROM 1 BY 1
            UNTIL WS-DEPT-INDEX > WS-DEPT-COUNT
        IF WS-DT-SORT-KEY (WS-DEPT-INDEX) (1:16)
                NOT = WS-CURRENT-DIVISION
            IF WS-DEPT-INDEX > 1
                PERFORM WRITE-DIVISION-TOTAL
            END-IF
            PERFORM START-DIVISION
        END-IF
        MOVE WS-DT-NAME (WS-DEPT-INDEX)      TO WS-D-NAME
        MOVE WS-DT-FULL-NAME (WS-DEPT-INDEX) TO WS-D-FULL-NAME
        MOVE WS-DT-ACTIVE (WS-DEPT-INDEX)    TO WS-D-ACTIVE
        MOVE WS-DT-INACTIVE (WS-DEPT-INDEX)  TO WS-D-INACTIVE
        MOVE WS-DT-HIRES (WS-DEPT-INDEX)     TO WS-D-HIRES
        MOVE WS-DT-UNDER-1 (WS-DEPT-INDEX)   TO WS-D-UNDER-1
        MOVE WS-DT-1-TO-5 (WS-DEPT-INDEX)    TO WS-D-1-TO-5
        MOVE WS-DT-OVER-5 (WS-DEPT-INDEX)    TO WS-D-OVER-5
        WRITE WORKFORCE-REPORT-LINE FROM WS-DEPT-LINE
        ADD WS-DT-ACTIVE (WS-DEPT-INDEX)   TO WS-DIV-ACTIVE
        ADD WS-DT-INACTIVE (WS-DEPT-INDEX) TO WS-DIV-INACTIVE
        ADD WS-DT-HIRES (WS-DEPT-INDEX)    TO WS-DIV-HIRES
        ADD WS-DT-UNDER-1 (WS-DEPT-INDEX)  TO WS-DIV-UNDER-1
        ADD WS-DT-1-TO-5 (WS-DEPT-INDEX)   TO WS-DIV-1-TO-5
        ADD WS-DT-OVER-5 (WS-DEPT-INDEX)   TO WS-DIV-OVER-5
    END-PERFORM
    IF WS-DEPT-COUNT > 0
        PERFORM WRITE-DIVISION-TOTAL
    END-IF

    WRITE WORKFORCE-REPORT-LINE FROM SPACES
    MOVE "GRAND TOTAL    "   TO WS-D-NAME
    MOVE SPACES              TO WS-D-FULL-NAME
    MOVE WS-TOTAL-ACTIVE     TO WS-D-ACTIVE
    MOVE WS-TOTAL-INACTIVE   TO WS-D-INACTIVE
    MOVE WS-TOTAL-HIRES      TO WS-D-HIRES
    END-IF
    CLOSE WORKFORCE-REPORT-FILE.

START-DIVISION.
    MOVE WS-DT-SORT-KEY (WS-DEPT-INDEX) (1:16) TO WS-CURRENT-DIVISION
    MOVE 0 TO WS-DIV-ACTIVE
    MOVE 0 TO WS-DIV-INACTIVE
    MOVE 0 TO WS-DIV-HIRES
    MOVE 0 TO WS-DIV-UNDER-1
    MOVE 0 TO WS-DIV-1-TO-5
    MOVE 0 TO WS-DIV-OVER-5
    WRITE WORKFORCE-REPORT-LINE FROM SPACES
    MOVE WS-DT-DIVISION (WS-DEPT-INDEX) TO WS-V-NAME
    WRITE WORKFORCE-REPORT-LINE FROM WS-DIVISION-LINE.

WRITE-DIVISION-TOTAL.
    MOVE "DIVISION TOTAL "   TO WS-D-NAME
    MOVE WS-CURRENT-DIVISION (2:15) TO WS-D-FULL-NAME
    MOVE WS-DIV-ACTIVE       TO WS-D-ACTIVE
    MOVE WS-DIV-INACTIVE     TO WS-D-INACTIVE
    MOVE WS-DIV-HIRES        TO WS-D-HIRES
    MOVE WS-DIV-UNDER-1      TO WS-D-UNDER-1
    MOVE WS-DIV-1-TO-5       TO WS-D-1-TO-5
    MOVE WS-DIV-OVER-5       TO WS-D-OVER-5
    WRITE WORKFORCE-REPORT-LINE FROM WS-DEPT-LINE.

SET-DEFAULT-PERIOD.
    COMPUTE WS-PERIOD-START =
        WS-RUN-YYYY * 10000 + WS-RUN-MM * 100 + 1
