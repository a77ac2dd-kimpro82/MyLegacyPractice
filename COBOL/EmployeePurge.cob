IDENTIFICATION DIVISION.
    PROGRAM-ID.     EMPLOYEE-PURGE.
    AUTHOR.         kimpro82.
    DATE-WRITTEN.   2026-10-15.
    *> Compiled with GNU COBOL 3.2.0
    *> Periodic retention purge of the employee master. Every record
    *> ever inactivated stays on EMPLOYEE.MST with EMP-STATUS "I", so
    *> this job moves the ones inactive longer than the retention
    *> period to the sequential employee history file EMPHIST.DAT
    *> (COPY EMPHIST) and deletes them from the master, journaling a
    *> "D" entry on EMPJRNL.DAT for each exactly as
    *> EMPLOYEE-MAINTENANCE does for a delete transaction, so the
    *> change trail (and the payroll feed cut from it) stays complete.
    *> Driven by the EMPPURGE.PRM card:
    *>     columns 1-2  retention in years since inactivation, 01-99
    *>     column  4    P = purge; T or blank = trial, which prints
    *>                  the register and removes nothing, so HR can
    *>                  review the list first
    *> The inactivation date is the run date of the latest journal
    *> entry that set the employee to status I. An inactive employee
    *> with no such entry (inactivated before the journal was kept) or
    *> with a transaction still parked on EMPPEND.DAT is listed and
    *> kept. The purge register EMPPURGE.RPT lists every record removed
    *> or kept for a reason and balances the master: records before
    *> less records purged must equal the records counted on the
    *> master afterwards.
    *> Run by hand, not from SCHEDULE.DAT; refuses to run while the
    *> batch chain holds RUNLOCK.DAT (COPY RUNLOCK).
    *> Ends with return code 1 when inactive employees were left
    *> unreviewed because the table was full, 2 when the card is
    *> missing or invalid, a file cannot be opened, or the master does
    *> not balance, 4 when the chain is running.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL PARM-FILE
        ASSIGN TO "EMPPURGE.PRM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PARM-FILE-STATUS.

    SELECT OPTIONAL LOCK-FILE
        ASSIGN TO "RUNLOCK.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LOCK-FILE-STATUS.

    SELECT OPTIONAL EMPLOYEE-FILE
        ASSIGN TO "EMPLOYEE.MST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS EMP-ID OF EMPLOYEE-RECORD
        FILE STATUS IS WS-EMPLOYEE-STATUS.

    SELECT OPTIONAL JOURNAL-FILE
        ASSIGN TO "EMPJRNL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-JOURNAL-STATUS.

    SELECT OPTIONAL PENDING-FILE
        ASSIGN TO "EMPPEND.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PENDING-STATUS.

    SELECT OPTIONAL HISTORY-FILE
        ASSIGN TO "EMPHIST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-HISTORY-STATUS.

    SELECT PURGE-REPORT-FILE
        ASSIGN TO "EMPPURGE.RPT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  PARM-FILE.
01  PARM-CARD.
    05 PARM-RETENTION-YEARS PIC X(2).
    05 FILLER               PIC X.
    05 PARM-MODE            PIC X.
    05 FILLER               PIC X(76).

FD  LOCK-FILE.
01  LOCK-RECORD.
    COPY RUNLOCK.

FD  EMPLOYEE-FILE.
01  EMPLOYEE-RECORD.
    COPY EMPMSTR.

FD  JOURNAL-FILE.
01  JOURNAL-RECORD.
    COPY EMPJRNL.

FD  PENDING-FILE.
01  PENDING-RECORD.
    COPY EMPTXN.

FD  HISTORY-FILE.
01  HISTORY-RECORD.
    COPY EMPHIST.

FD  PURGE-REPORT-FILE.
01  PURGE-REPORT-LINE   PIC X(100).

WORKING-STORAGE SECTION.
    01 WS-PARM-FILE-STATUS  PIC XX VALUE SPACES.
    01 WS-LOCK-FILE-STATUS  PIC XX VALUE SPACES.
    01 WS-EMPLOYEE-STATUS   PIC XX VALUE SPACES.
    01 WS-JOURNAL-STATUS    PIC XX VALUE SPACES.
    01 WS-PENDING-STATUS    PIC XX VALUE SPACES.
    01 WS-HISTORY-STATUS    PIC XX VALUE SPACES.
    01 WS-END-OF-MASTER     PIC X VALUE "N".
    01 WS-END-OF-JOURNAL    PIC X VALUE "N".
    01 WS-END-OF-PENDING    PIC X VALUE "N".
    01 WS-PURGE-FILES-OPEN  PIC X VALUE "N".

    01 WS-RETENTION-YEARS   PIC 99 VALUE 0.
    *> "T" = trial, report only; "P" = purge
    01 WS-PURGE-MODE        PIC X VALUE "T".

    01 WS-BUSINESS-DATE.
        COPY BUSDATE.

    01 WS-RUN-DATE.
        05 WS-RUN-YYYY  PIC 9(4).
        05 WS-RUN-MM    PIC 99.
        05 WS-RUN-DD    PIC 99.
    01 WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE PIC 9(8).

    *> inactive on or before the cutoff is past retention; a cutoff
    *> that lands on 29 February of a common year falls back a day
    01 WS-CUTOFF-DATE.
        05 WS-CUTOFF-YYYY PIC 9(4).
        05 WS-CUTOFF-MM   PIC 99.
        05 WS-CUTOFF-DD   PIC 99.
    01 WS-CUTOFF-DATE-NUM REDEFINES WS-CUTOFF-DATE PIC 9(8).

    01 WS-JOURNAL-SEQ       PIC 9(4) VALUE 0.
    01 WS-BEFORE-RECORD.
        COPY EMPMSTR.
    01 WS-AFTER-RECORD.
        COPY EMPMSTR.

    01 WS-INACTIVE-MAX      PIC 9(4) COMP-5 VALUE 5000.
    01 WS-INACTIVE-COUNT    PIC 9(4) COMP-5 VALUE 0.
    01 WS-INACTIVE-INDEX    PIC 9(4) COMP-5 VALUE 0.
    01 WS-INACTIVE-TABLE.
        05 WS-INACTIVE-ENTRY OCCURS 5000 TIMES.
            10 WS-IT-EMP-ID         PIC 9(5).
            10 WS-IT-INACTIVE-DATE  PIC 9(8).
            10 WS-IT-PENDING        PIC X.
    01 WS-SEARCH-EMP-ID     PIC 9(5) VALUE 0.
    01 WS-FOUND-INDEX       PIC 9(4) COMP-5 VALUE 0.
    01 WS-PURGE-FAILED      PIC X VALUE "N".

    01 WS-BEFORE-COUNT      PIC 9(6) VALUE 0.
    01 WS-AFTER-COUNT       PIC 9(6) VALUE 0.
    01 WS-INACTIVE-TOTAL    PIC 9(6) VALUE 0.
    01 WS-UNREVIEWED-COUNT  PIC 9(6) VALUE 0.
    01 WS-RETAINED-COUNT    PIC 9(6) VALUE 0.
    01 WS-PENDING-COUNT     PIC 9(6) VALUE 0.
    01 WS-UNDATED-COUNT     PIC 9(6) VALUE 0.
    01 WS-PURGED-COUNT      PIC 9(6) VALUE 0.
    01 WS-FAILED-COUNT      PIC 9(6) VALUE 0.

    01 WS-EXCEPTION-POST.
        COPY EXCPOST.

    01 WS-REPORT-HEADER.
        05 FILLER       PIC X(36) VALUE "EMPLOYEE RETENTION PURGE REGISTER".
        05 FILLER       PIC X(6)  VALUE "DATE: ".
        05 WS-H-YYYY    PIC 9(4).
        05 FILLER       PIC X(1)  VALUE "-".
        05 WS-H-MM      PIC 99.
        05 FILLER       PIC X(1)  VALUE "-".
        05 WS-H-DD      PIC 99.
        05 FILLER       PIC X(2)  VALUE SPACES.
        05 WS-H-NOTE    PIC X(17).
        05 FILLER       PIC X(29) VALUE SPACES.

    01 WS-PARM-LINE.
        05 FILLER       PIC X(11) VALUE "RETENTION: ".
        05 WS-P-YEARS   PIC Z9.
        05 FILLER       PIC X(9)  VALUE " YEARS".
        05 FILLER       PIC X(24) VALUE "INACTIVE ON OR BEFORE: ".
        05 WS-P-CUTOFF  PIC 9(8).
        05 FILLER       PIC X(9)  VALUE "   MODE: ".
        05 WS-P-MODE    PIC X(30).
        05 FILLER       PIC X(7)  VALUE SPACES.

    01 WS-COLUMN-HEADER.
        05 FILLER       PIC X(6)  VALUE "EMP-ID".
        05 FILLER       PIC X(31) VALUE "NAME".
        05 FILLER       PIC X(16) VALUE "DEPARTMENT".
        05 FILLER       PIC X(10) VALUE "INACTIVE".
        05 FILLER       PIC X(37) VALUE "ACTION".

    01 WS-DETAIL-LINE.
        05 WS-D-EMP-ID  PIC 9(5).
        05 FILLER       PIC X(1)  VALUE SPACE.
        05 WS-D-NAME    PIC X(30).
        05 FILLER       PIC X(1)  VALUE SPACE.
        05 WS-D-DEPT    PIC X(15).
        05 FILLER       PIC X(1)  VALUE SPACE.
        05 WS-D-INACTIVE PIC X(8).
        05 FILLER       PIC X(2)  VALUE SPACES.
        05 WS-D-ACTION  PIC X(37).

    01 WS-TOTAL-LINE.
        05 WS-T-LABEL   PIC X(24).
        05 WS-T-COUNT   PIC ZZZ,ZZ9.
        05 FILLER       PIC X(69) VALUE SPACES.

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    CALL "BUSINESS-DATE" USING WS-BUSINESS-DATE
    MOVE BDT-DATE TO WS-RUN-DATE

    PERFORM READ-PURGE-CARD
    PERFORM CHECK-RUN-LOCK

    OPEN OUTPUT PURGE-REPORT-FILE
    MOVE WS-RUN-YYYY TO WS-H-YYYY
    MOVE WS-RUN-MM   TO WS-H-MM
    MOVE WS-RUN-DD   TO WS-H-DD
    MOVE BDT-HEADER-NOTE TO WS-H-NOTE
    WRITE PURGE-REPORT-LINE FROM WS-REPORT-HEADER
    MOVE WS-RETENTION-YEARS TO WS-P-YEARS
    MOVE WS-CUTOFF-DATE-NUM TO WS-P-CUTOFF
    IF WS-PURGE-MODE = "P"
        MOVE "PURGE"                      TO WS-P-MODE
    ELSE
        MOVE "TRIAL - NOTHING REMOVED"    TO WS-P-MODE
    END-IF
    WRITE PURGE-REPORT-LINE FROM WS-PARM-LINE
    WRITE PURGE-REPORT-LINE FROM SPACES
    WRITE PURGE-REPORT-LINE FROM WS-COLUMN-HEADER

    PERFORM LOAD-INACTIVE-EMPLOYEES
    PERFORM FIND-INACTIVATION-DATES
    PERFORM MARK-PENDING-EMPLOYEES

    IF WS-PURGE-MODE = "P"
        PERFORM OPEN-PURGE-FILES
    ELSE
        OPEN INPUT EMPLOYEE-FILE
    END-IF
    PERFORM VARYING WS-INACTIVE-INDEX FROM 1 BY 1
            UNTIL WS-INACTIVE-INDEX > WS-INACTIVE-COUNT
        PERFORM REVIEW-INACTIVE-EMPLOYEE
    END-PERFORM
    CLOSE EMPLOYEE-FILE
    IF WS-PURGE-FILES-OPEN = "Y"
        CLOSE JOURNAL-FILE
        CLOSE HISTORY-FILE
    END-IF

    IF WS-PURGED-COUNT = 0 AND WS-PENDING-COUNT = 0
            AND WS-UNDATED-COUNT = 0
        MOVE "    NO EMPLOYEES PAST RETENTION" TO PURGE-REPORT-LINE
        WRITE PURGE-REPORT-LINE
    END-IF

    IF WS-PURGE-MODE = "P"
        PERFORM COUNT-MASTER-AFTER
    ELSE
        COMPUTE WS-AFTER-COUNT = WS-BEFORE-COUNT - WS-PURGED-COUNT
    END-IF
    PERFORM WRITE-REGISTER-TOTALS
    CLOSE PURGE-REPORT-FILE

    MOVE "C" TO EXP-FUNCTION
    CALL "EXCEPTION-POST" USING WS-EXCEPTION-POST

    DISPLAY "EMPLOYEE-PURGE: " WS-BEFORE-COUNT " before, "
        WS-PURGED-COUNT " purged, " WS-AFTER-COUNT " after"
    EVALUATE TRUE
        WHEN WS-BEFORE-COUNT - WS-PURGED-COUNT NOT = WS-AFTER-COUNT
            MOVE 2 TO RETURN-CODE
        WHEN WS-FAILED-COUNT > 0
            MOVE 2 TO RETURN-CODE
        WHEN WS-UNREVIEWED-COUNT > 0
            MOVE 1 TO RETURN-CODE
    END-EVALUATE
    STOP RUN.

READ-PURGE-CARD.
    OPEN INPUT PARM-FILE
    IF WS-PARM-FILE-STATUS = "00"
        READ PARM-FILE
            AT END
                CONTINUE
            NOT AT END
                IF PARM-RETENTION-YEARS NUMERIC
                    MOVE PARM-RETENTION-YEARS TO WS-RETENTION-YEARS
                END-IF
                IF PARM-MODE = "P"
                    MOVE "P" TO WS-PURGE-MODE
                END-IF
        END-READ
    END-IF
    CLOSE PARM-FILE
    *> a destructive job never assumes its retention period
    IF WS-RETENTION-YEARS = 0
        DISPLAY "EMPLOYEE-PURGE: EMPPURGE.PRM missing or retention "
            "years not 01-99 in columns 1-2, nothing purged"
        MOVE 2 TO RETURN-CODE
        STOP RUN
    END-IF

    COMPUTE WS-CUTOFF-YYYY = WS-RUN-YYYY - WS-RETENTION-YEARS
    MOVE WS-RUN-MM TO WS-CUTOFF-MM
    MOVE WS-RUN-DD TO WS-CUTOFF-DD
    IF FUNCTION TEST-DATE-YYYYMMDD (WS-CUTOFF-DATE-NUM) NOT = 0
        SUBTRACT 1 FROM WS-CUTOFF-DD
    END-IF.

CHECK-RUN-LOCK.
    OPEN INPUT LOCK-FILE
    IF WS-LOCK-FILE-STATUS = "00"
        READ LOCK-FILE
            AT END
                CONTINUE
            NOT AT END
                IF RLK-RUN-DATE = BDT-SYSTEM-DATE
                    DISPLAY "EMPLOYEE-PURGE: the batch chain holds the "
                        "run lock (owner " FUNCTION TRIM (RLK-OWNER)
                        ", step " FUNCTION TRIM (RLK-CURRENT-STEP)
                        "), refusing to run alongside it"
                    CLOSE LOCK-FILE
                    MOVE 4 TO RETURN-CODE
                    STOP RUN
                END-IF
        END-READ
    END-IF
    CLOSE LOCK-FILE.

LOAD-INACTIVE-EMPLOYEES.
    *> one pass over the master: the before count, and the inactive
    *> employees to be dated from the journal
    OPEN INPUT EMPLOYEE-FILE
    IF WS-EMPLOYEE-STATUS NOT = "00"
        DISPLAY "EMPLOYEE-PURGE: EMPLOYEE.MST is missing or "
            "unreadable, status " WS-EMPLOYEE-STATUS
        CLOSE EMPLOYEE-FILE
        CLOSE PURGE-REPORT-FILE
        MOVE 2 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE "N" TO WS-END-OF-MASTER
    PERFORM UNTIL WS-END-OF-MASTER = "Y"
        READ EMPLOYEE-FILE NEXT RECORD
            AT END
                MOVE "Y" TO WS-END-OF-MASTER
            NOT AT END
                ADD 1 TO WS-BEFORE-COUNT
                IF EMP-STATUS OF EMPLOYEE-RECORD = "I"
                    ADD 1 TO WS-INACTIVE-TOTAL
                    PERFORM ADD-INACTIVE-EMPLOYEE
                END-IF
        END-READ
    END-PERFORM
    CLOSE EMPLOYEE-FILE.

ADD-INACTIVE-EMPLOYEE.
    IF WS-INACTIVE-COUNT >= WS-INACTIVE-MAX
        ADD 1 TO WS-UNREVIEWED-COUNT
    ELSE
        ADD 1 TO WS-INACTIVE-COUNT
        MOVE EMP-ID OF EMPLOYEE-RECORD
            TO WS-IT-EMP-ID (WS-INACTIVE-COUNT)
        MOVE 0   TO WS-IT-INACTIVE-DATE (WS-INACTIVE-COUNT)
        MOVE "N" TO WS-IT-PENDING (WS-INACTIVE-COUNT)
    END-IF.

FIND-INACTIVATION-DATES.
    *> entries are in applied order, so the last entry taking an
    *> employee to status I is the current inactivation; the same
    *> pass finds the highest sequence number already used under the
    *> run date, as EMPLOYEE-MAINTENANCE does
    MOVE "N" TO WS-END-OF-JOURNAL
    OPEN INPUT JOURNAL-FILE
    IF WS-JOURNAL-STATUS NOT = "00"
        MOVE "Y" TO WS-END-OF-JOURNAL
    END-IF
    PERFORM UNTIL WS-END-OF-JOURNAL = "Y"
        READ JOURNAL-FILE
            AT END
                MOVE "Y" TO WS-END-OF-JOURNAL
            NOT AT END
                IF JRN-RUN-DATE = WS-RUN-DATE-NUM
                    MOVE JRN-SEQ TO WS-JOURNAL-SEQ
                END-IF
                PERFORM NOTE-INACTIVATION-ENTRY
        END-READ
    END-PERFORM
    CLOSE JOURNAL-FILE.

NOTE-INACTIVATION-ENTRY.
    MOVE SPACES TO WS-BEFORE-RECORD
    MOVE SPACES TO WS-AFTER-RECORD
    IF JRN-BEFORE-PRESENT = "Y"
        MOVE JRN-BEFORE-IMAGE TO WS-BEFORE-RECORD
    END-IF
    IF JRN-AFTER-PRESENT = "Y"
        MOVE JRN-AFTER-IMAGE  TO WS-AFTER-RECORD
    END-IF
    IF JRN-AFTER-PRESENT = "Y"
            AND EMP-STATUS OF WS-AFTER-RECORD = "I"
            AND EMP-STATUS OF WS-BEFORE-RECORD NOT = "I"
            AND EMP-ID OF WS-AFTER-RECORD NUMERIC
        MOVE EMP-ID OF WS-AFTER-RECORD TO WS-SEARCH-EMP-ID
        PERFORM FIND-INACTIVE-ENTRY
        IF WS-FOUND-INDEX > 0
            MOVE JRN-RUN-DATE TO WS-IT-INACTIVE-DATE (WS-FOUND-INDEX)
        END-IF
    END-IF.

FIND-INACTIVE-ENTRY.
    MOVE 0 TO WS-FOUND-INDEX
    PERFORM VARYING WS-INACTIVE-INDEX FROM 1 BY 1
            UNTIL WS-INACTIVE-INDEX > WS-INACTIVE-COUNT
                OR WS-FOUND-INDEX > 0
        IF WS-IT-EMP-ID (WS-INACTIVE-INDEX) = WS-SEARCH-EMP-ID
            MOVE WS-INACTIVE-INDEX TO WS-FOUND-INDEX
        END-IF
    END-PERFORM.

MARK-PENDING-EMPLOYEES.
    MOVE "N" TO WS-END-OF-PENDING
    OPEN INPUT PENDING-FILE
    IF WS-PENDING-STATUS NOT = "00"
        MOVE "Y" TO WS-END-OF-PENDING
    END-IF
    PERFORM UNTIL WS-END-OF-PENDING = "Y"
        READ PENDING-FILE
            AT END
                MOVE "Y" TO WS-END-OF-PENDING
            NOT AT END
                IF TXN-EMP-ID NUMERIC
                    MOVE TXN-EMP-ID TO WS-SEARCH-EMP-ID
                    PERFORM FIND-INACTIVE-ENTRY
                    IF WS-FOUND-INDEX > 0
                        MOVE "Y" TO WS-IT-PENDING (WS-FOUND-INDEX)
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE PENDING-FILE.

OPEN-PURGE-FILES.
    OPEN I-O EMPLOYEE-FILE
    IF WS-EMPLOYEE-STATUS NOT = "00"
        DISPLAY "EMPLOYEE-PURGE: EMPLOYEE.MST open for update failed, "
            "status " WS-EMPLOYEE-STATUS ", nothing purged"
        CLOSE PURGE-REPORT-FILE
        MOVE 2 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN EXTEND JOURNAL-FILE
    IF WS-JOURNAL-STATUS = "35"
        OPEN OUTPUT JOURNAL-FILE
    END-IF
    IF WS-JOURNAL-STATUS NOT = "00" AND WS-JOURNAL-STATUS NOT = "05"
        *> a delete the journal never saw would be lost to the
        *> history inquiry and the payroll feed, so refuse to run
        DISPLAY "EMPLOYEE-PURGE: EMPJRNL.DAT open failed, status "
            WS-JOURNAL-STATUS ", nothing purged"
        CLOSE EMPLOYEE-FILE
        CLOSE PURGE-REPORT-FILE
        MOVE 2 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN EXTEND HISTORY-FILE
    IF WS-HISTORY-STATUS = "35"
        OPEN OUTPUT HISTORY-FILE
    END-IF
    IF WS-HISTORY-STATUS NOT = "00" AND WS-HISTORY-STATUS NOT = "05"
        DISPLAY "EMPLOYEE-PURGE: EMPHIST.DAT open failed, status "
            WS-HISTORY-STATUS ", nothing purged"
        CLOSE EMPLOYEE-FILE
        CLOSE JOURNAL-FILE
        CLOSE PURGE-REPORT-FILE
        MOVE 2 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE "Y" TO WS-PURGE-FILES-OPEN.

REVIEW-INACTIVE-EMPLOYEE.
    MOVE WS-IT-EMP-ID (WS-INACTIVE-INDEX) TO EMP-ID OF EMPLOYEE-RECORD
    READ EMPLOYEE-FILE
        INVALID KEY
            MOVE SPACES TO EMPLOYEE-RECORD
            MOVE WS-IT-EMP-ID (WS-INACTIVE-INDEX)
                TO EMP-ID OF EMPLOYEE-RECORD
    END-READ
    MOVE EMP-ID OF EMPLOYEE-RECORD   TO WS-D-EMP-ID
    MOVE EMP-NAME OF EMPLOYEE-RECORD TO WS-D-NAME
    MOVE EMP-DEPT OF EMPLOYEE-RECORD TO WS-D-DEPT
    IF WS-IT-INACTIVE-DATE (WS-INACTIVE-INDEX) = 0
        MOVE "UNKNOWN" TO WS-D-INACTIVE
    ELSE
        MOVE WS-IT-INACTIVE-DATE (WS-INACTIVE-INDEX) TO WS-D-INACTIVE
    END-IF

    EVALUATE TRUE
        WHEN WS-IT-INACTIVE-DATE (WS-INACTIVE-INDEX) = 0
            ADD 1 TO WS-UNDATED-COUNT
            MOVE "KEPT - NO INACTIVATION ON JOURNAL" TO WS-D-ACTION
            WRITE PURGE-REPORT-LINE FROM WS-DETAIL-LINE
        WHEN WS-IT-INACTIVE-DATE (WS-INACTIVE-INDEX)
                > WS-CUTOFF-DATE-NUM
            ADD 1 TO WS-RETAINED-COUNT
        WHEN WS-IT-PENDING (WS-INACTIVE-INDEX) = "Y"
            ADD 1 TO WS-PENDING-COUNT
            MOVE "KEPT - TRANSACTION ON EMPPEND.DAT" TO WS-D-ACTION
            WRITE PURGE-REPORT-LINE FROM WS-DETAIL-LINE
        WHEN WS-PURGE-MODE = "P"
            PERFORM PURGE-EMPLOYEE-RECORD
            IF WS-PURGE-FAILED = "Y"
                ADD 1 TO WS-FAILED-COUNT
                MOVE "NOT PURGED - MASTER DELETE FAILED"
                    TO WS-D-ACTION
            ELSE
                ADD 1 TO WS-PURGED-COUNT
                MOVE "PURGED TO EMPHIST.DAT" TO WS-D-ACTION
            END-IF
            WRITE PURGE-REPORT-LINE FROM WS-DETAIL-LINE
        WHEN OTHER
            ADD 1 TO WS-PURGED-COUNT
            MOVE "WOULD BE PURGED" TO WS-D-ACTION
            WRITE PURGE-REPORT-LINE FROM WS-DETAIL-LINE
    END-EVALUATE.

PURGE-EMPLOYEE-RECORD.
    *> deleted first and then journaled, as EMPLOYEE-MAINTENANCE
    *> applies a delete, so a failed delete leaves no "D" entry or
    *> history record behind for an employee still on the master
    MOVE "N" TO WS-PURGE-FAILED
    DELETE EMPLOYEE-FILE
        INVALID KEY
            MOVE "Y" TO WS-PURGE-FAILED
            DISPLAY "EMPLOYEE-PURGE: delete of "
                EMP-ID OF EMPLOYEE-RECORD " failed, status "
                WS-EMPLOYEE-STATUS
    END-DELETE
    IF WS-PURGE-FAILED = "N"
        ADD 1 TO WS-JOURNAL-SEQ
        MOVE SPACES            TO JOURNAL-RECORD
        MOVE WS-RUN-DATE-NUM   TO JRN-RUN-DATE
        MOVE WS-JOURNAL-SEQ    TO JRN-SEQ
        MOVE "D"               TO JRN-ACTION
        MOVE EMP-ID OF EMPLOYEE-RECORD TO JRN-EMP-ID
        MOVE "Y"               TO JRN-BEFORE-PRESENT
        MOVE EMPLOYEE-RECORD   TO JRN-BEFORE-IMAGE
        MOVE "N"               TO JRN-AFTER-PRESENT
        WRITE JOURNAL-RECORD

        MOVE SPACES            TO HISTORY-RECORD
        MOVE WS-RUN-DATE-NUM   TO HST-PURGE-DATE
        MOVE WS-IT-INACTIVE-DATE (WS-INACTIVE-INDEX)
            TO HST-INACTIVE-DATE
        MOVE WS-RETENTION-YEARS TO HST-RETENTION-YEARS
        MOVE WS-RUN-DATE-NUM   TO HST-JRN-DATE
        MOVE WS-JOURNAL-SEQ    TO HST-JRN-SEQ
        MOVE EMPLOYEE-RECORD   TO HST-EMP-IMAGE
        WRITE HISTORY-RECORD
    END-IF.

COUNT-MASTER-AFTER.
    *> the after count is taken from the master itself, not worked
    *> out, so the register proves what is really left on file
    OPEN INPUT EMPLOYEE-FILE
    MOVE "N" TO WS-END-OF-MASTER
    IF WS-EMPLOYEE-STATUS NOT = "00"
        MOVE "Y" TO WS-END-OF-MASTER
    END-IF
    PERFORM UNTIL WS-END-OF-MASTER = "Y"
        READ EMPLOYEE-FILE NEXT RECORD
            AT END
                MOVE "Y" TO WS-END-OF-MASTER
            NOT AT END
                ADD 1 TO WS-AFTER-COUNT
        END-READ
    END-PERFORM
    CLOSE EMPLOYEE-FILE.

WRITE-REGISTER-TOTALS.
    WRITE PURGE-REPORT-LINE FROM SPACES
    MOVE "MASTER RECORDS BEFORE : " TO WS-T-LABEL
    MOVE WS-BEFORE-COUNT            TO WS-T-COUNT
    WRITE PURGE-REPORT-LINE FROM WS-TOTAL-LINE
    MOVE "  INACTIVE            : " TO WS-T-LABEL
    MOVE WS-INACTIVE-TOTAL          TO WS-T-COUNT
    WRITE PURGE-REPORT-LINE FROM WS-TOTAL-LINE
    MOVE "  WITHIN RETENTION    : " TO WS-T-LABEL
    MOVE WS-RETAINED-COUNT          TO WS-T-COUNT
    WRITE PURGE-REPORT-LINE FROM WS-TOTAL-LINE
    MOVE "  KEPT - PENDING TXN  : " TO WS-T-LABEL
    MOVE WS-PENDING-COUNT           TO WS-T-COUNT
    WRITE PURGE-REPORT-LINE FROM WS-TOTAL-LINE
    MOVE "  KEPT - NOT DATED    : " TO WS-T-LABEL
    MOVE WS-UNDATED-COUNT           TO WS-T-COUNT
    WRITE PURGE-REPORT-LINE FROM WS-TOTAL-LINE
    IF WS-FAILED-COUNT > 0
        MOVE "  DELETE FAILED       : " TO WS-T-LABEL
        MOVE WS-FAILED-COUNT            TO WS-T-COUNT
        WRITE PURGE-REPORT-LINE FROM WS-TOTAL-LINE
    END-IF
    IF WS-UNREVIEWED-COUNT > 0
        MOVE "  NOT REVIEWED        : " TO WS-T-LABEL
        MOVE WS-UNREVIEWED-COUNT        TO WS-T-COUNT
        WRITE PURGE-REPORT-LINE FROM WS-TOTAL-LINE
    END-IF
    IF WS-PURGE-MODE = "P"
        MOVE "RECORDS PURGED        : " TO WS-T-LABEL
    ELSE
        MOVE "RECORDS TO BE PURGED  : " TO WS-T-LABEL
    END-IF
    MOVE WS-PURGED-COUNT            TO WS-T-COUNT
    WRITE PURGE-REPORT-LINE FROM WS-TOTAL-LINE
    IF WS-PURGE-MODE = "P"
        MOVE "MASTER RECORDS AFTER  : " TO WS-T-LABEL
    ELSE
        MOVE "RECORDS AFTER PURGE   : " TO WS-T-LABEL
    END-IF
    MOVE WS-AFTER-COUNT             TO WS-T-COUNT
    WRITE PURGE-REPORT-LINE FROM WS-TOTAL-LINE

    WRITE PURGE-REPORT-LINE FROM SPACES
    IF WS-BEFORE-COUNT - WS-PURGED-COUNT = WS-AFTER-COUNT
        MOVE "BALANCED: BEFORE - PURGED = AFTER" TO PURGE-REPORT-LINE
        WRITE PURGE-REPORT-LINE
    ELSE
        MOVE "OUT OF BALANCE: BEFORE - PURGED NOT = AFTER"
            TO PURGE-REPORT-LINE
        WRITE PURGE-REPORT-LINE
        DISPLAY "EMPLOYEE-PURGE: EMPLOYEE.MST out of balance after "
            "the purge"
        MOVE SPACES TO EXP-MESSAGE
        STRING "EMPLOYEE.MST OUT OF BALANCE AFTER PURGE: "
               WS-BEFORE-COUNT " - " WS-PURGED-COUNT " NOT "
               WS-AFTER-COUNT DELIMITED BY SIZE
            INTO EXP-MESSAGE
        END-STRING
        MOVE "E" TO EXP-SEVERITY
        PERFORM POST-PURGE-EXCEPTION
    END-IF.

POST-PURGE-EXCEPTION.
    MOVE "P"               TO EXP-FUNCTION
    MOVE WS-RUN-DATE-NUM   TO EXP-DATE
    MOVE "EMPLOYEE-PURGE"  TO EXP-SOURCE
    CALL "EXCEPTION-POST" USING WS-EXCEPTION-POST.
