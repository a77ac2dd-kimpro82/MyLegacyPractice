IDENTIFICATION DIVISION.
    PROGRAM-ID.     EMPLOYEE-SCREEN.
    AUTHOR.         kimpro82.
    DATE-WRITTEN.   2026-10-15.
    *> Compiled with GNU COBOL 3.2.0
    *> Online maintenance of the employee master EMPLOYEE.MST for the
    *> HR clerks, so a hire, transfer or leaver no longer waits for a
    *> fixed-column EMPMAINT.TXN card and the next morning's chain to
    *> find out a column was wrong. The clerk keys an EMP-ID and a
    *> function (A add, C change, I inactivate, X exit); the current
    *> EMPMSTR record is shown, the new values are keyed over it, and
    *> the change is edited on the spot by the same EMPLOYEE-TXN-EDIT
    *> subprogram EMPLOYEE-MAINTENANCE calls for every card, with the
    *> field at fault marked "*" and the EMPMAINT.RPT reject text shown
    *> on the message line.
    *> A change that passes is handled exactly as the batch handles a
    *> card: future-dated, it is parked on EMPPEND.DAT as an EMPTXN
    *> image for EMPLOYEE-MAINTENANCE to release on the right morning;
    *> otherwise it is applied to EMPLOYEE.MST at once and journaled
    *> to EMPJRNL.DAT with the same before/after images, so screen and
    *> batch changes make one audit trail. Inactivate is a change that
    *> sets EMP-STATUS to "I", as it is on a card. Deletes stay a
    *> batch-only transaction.
    *> Nothing is written while DAILY-BATCH-DRIVER holds RUNLOCK.DAT
    *> with today's date: the clerk is told which step is running and
    *> the entry stays on the screen to be applied once the chain is
    *> done. A lock left from an earlier date is a stale leftover from
    *> a killed run and does not block the clerk. The master and the
    *> journal are opened only for the moment of each update, and a
    *> record changed by someone else since it was shown is refused
    *> rather than overwritten.
    *> 2026-10-15: A department keyed on an add or change must be on
    *>              DEPARTMENT.MST and active, the edit
    *>              EMPLOYEE-TXN-EDIT now makes; the department master
    *>              is closed again after every edit so the screen
    *>              never holds it while the chain is running.
    *> 2026-10-15: The run date now comes from BUSINESS-DATE (COPY
    *>              BUSDATE) like the batch programs, with RUN ON and the
    *>              system date shown under DATE: when the two differ;
    *>              the run lock check compares the lock against the
    *>              system date, the date DAILY-BATCH-DRIVER claims it
    *>              under.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL EMPLOYEE-FILE
        ASSIGN TO "EMPLOYEE.MST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS EMP-ID
        FILE STATUS IS WS-EMPLOYEE-STATUS.

    SELECT OPTIONAL JOURNAL-FILE
        ASSIGN TO "EMPJRNL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-JOURNAL-STATUS.

    SELECT OPTIONAL PENDING-FILE
        ASSIGN TO "EMPPEND.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PENDING-STATUS.

    SELECT OPTIONAL LOCK-FILE
        ASSIGN TO "RUNLOCK.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LOCK-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  EMPLOYEE-FILE.
01  EMPLOYEE-RECORD.
    COPY EMPMSTR.

FD  JOURNAL-FILE.
01  JOURNAL-RECORD.
    COPY EMPJRNL.

FD  PENDING-FILE.
01  PENDING-RECORD      PIC X(80).

FD  LOCK-FILE.
01  LOCK-RECORD.
    COPY RUNLOCK.

WORKING-STORAGE SECTION.
    01 WS-EMPLOYEE-STATUS      PIC XX VALUE SPACES.
    01 WS-JOURNAL-STATUS       PIC XX VALUE SPACES.
    01 WS-PENDING-STATUS       PIC XX VALUE SPACES.
    01 WS-LOCK-FILE-STATUS     PIC XX VALUE SPACES.
    01 WS-END-OF-JOURNAL       PIC X VALUE "N".
    01 WS-EXIT-REQUESTED       PIC X VALUE "N".
    01 WS-KEY-ACCEPTED         PIC X VALUE "N".
    01 WS-DETAIL-DONE          PIC X VALUE "N".
    01 WS-LOCK-HELD            PIC X VALUE "N".
    01 WS-RECORD-FOUND         PIC X VALUE "N".
    01 WS-REJECT-REASON        PIC X(30) VALUE SPACES.

    01 WS-BUSINESS-DATE.
        COPY BUSDATE.

    01 WS-RUN-DATE.
        05 WS-RUN-YYYY  PIC 9(4).
        05 WS-RUN-MM    PIC 99.
        05 WS-RUN-DD    PIC 99.
    01 WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE PIC 9(8).

    01 TRANSACTION-RECORD.
        COPY EMPTXN.

    01 WS-EDIT-REQUEST.
        COPY EMPEDIT.

    01 WS-JOURNAL-SEQ          PIC 9(4) VALUE 0.
    01 WS-BEFORE-PRESENT       PIC X VALUE "N".
    01 WS-BEFORE-IMAGE         PIC X(59) VALUE SPACES.
    01 WS-AFTER-PRESENT        PIC X VALUE "N".
    01 WS-AFTER-IMAGE          PIC X(59) VALUE SPACES.
    *> the record as it stood when shown to the clerk
    01 WS-SHOWN-IMAGE          PIC X(59) VALUE SPACES.

    *> screen fields: the clerk's key, the entry keyed over the
    *> current record, the current record itself, and the "*"
    *> markers beside the field the edit rejected
    01 WS-SCR-DATE.
        05 WS-SD-YYYY   PIC 9(4).
        05 FILLER       PIC X(1)  VALUE "-".
        05 WS-SD-MM     PIC 99.
        05 FILLER       PIC X(1)  VALUE "-".
        05 WS-SD-DD     PIC 99.
    01 WS-SCR-EMP-ID           PIC X(5)  VALUE SPACES.
    01 WS-SCR-FUNCTION         PIC X     VALUE SPACE.
    01 WS-SCR-NAME             PIC X(30) VALUE SPACES.
    01 WS-SCR-DEPT             PIC X(15) VALUE SPACES.
    01 WS-SCR-START-DATE       PIC X(8)  VALUE SPACES.
    01 WS-SCR-STATUS           PIC X     VALUE SPACE.
    01 WS-SCR-EFF-DATE         PIC X(8)  VALUE SPACES.
    01 WS-SCR-CONFIRM          PIC X     VALUE SPACE.
    01 WS-SCR-MESSAGE          PIC X(76) VALUE SPACES.
    01 WS-CUR-NAME             PIC X(30) VALUE SPACES.
    01 WS-CUR-DEPT             PIC X(15) VALUE SPACES.
    01 WS-CUR-START-DATE       PIC X(8)  VALUE SPACES.
    01 WS-CUR-STATUS           PIC X     VALUE SPACE.
    01 WS-SCR-MARKS.
        05 WS-MARK-ID       PIC X VALUE SPACE.
        05 WS-MARK-FUNCTION PIC X VALUE SPACE.
        05 WS-MARK-NAME     PIC X VALUE SPACE.
        05 WS-MARK-DEPT     PIC X VALUE SPACE.
        05 WS-MARK-START    PIC X VALUE SPACE.
        05 WS-MARK-STATUS   PIC X VALUE SPACE.
        05 WS-MARK-EFF      PIC X VALUE SPACE.

    01 WS-APPLIED-MESSAGE.
        05 FILLER       PIC X(30) VALUE "APPLIED TO EMPLOYEE.MST, JOURN".
        05 FILLER       PIC X(13) VALUE "ALED AS SEQ  ".
        05 WS-AM-SEQ    PIC 9(4).
        05 FILLER       PIC X(29) VALUE SPACES.

    01 WS-PARKED-MESSAGE.
        05 FILLER       PIC X(32)
            VALUE "PARKED ON EMPPEND.DAT, EFFECTIVE".
        05 FILLER       PIC X(1)  VALUE SPACE.
        05 WS-PM-DATE   PIC X(8).
        05 FILLER       PIC X(35) VALUE SPACES.

    01 WS-LOCK-MESSAGE.
        05 FILLER       PIC X(40)
            VALUE "NOT APPLIED - BATCH CHAIN IS RUNNING (ST".
        05 FILLER       PIC X(4)  VALUE "EP: ".
        05 WS-LM-STEP   PIC X(20).
        05 FILLER       PIC X(12) VALUE "), TRY LATER".

SCREEN SECTION.
01  MAINT-SCREEN.
    05 BLANK SCREEN.
    05 LINE 1  COLUMN 2  VALUE "EMPLOYEE MASTER MAINTENANCE".
    05 LINE 1  COLUMN 60 VALUE "DATE: ".
    05 LINE 1  COLUMN 66 PIC X(10) FROM WS-SCR-DATE.
    05 LINE 2  COLUMN 59 PIC X(17) FROM BDT-HEADER-NOTE.
    05 LINE 3  COLUMN 2  PIC X FROM WS-MARK-ID HIGHLIGHT.
    05 LINE 3  COLUMN 3  VALUE "EMPLOYEE ID  :".
    05 LINE 3  COLUMN 18 PIC X(5) FROM WS-SCR-EMP-ID.
    05 LINE 4  COLUMN 2  PIC X FROM WS-MARK-FUNCTION HIGHLIGHT.
    05 LINE 4  COLUMN 3  VALUE "FUNCTION     :".
    05 LINE 4  COLUMN 18 PIC X FROM WS-SCR-FUNCTION.
    05 LINE 4  COLUMN 28
        VALUE "A=ADD  C=CHANGE  I=INACTIVATE  X=EXIT".
    05 LINE 6  COLUMN 2  PIC X FROM WS-MARK-NAME HIGHLIGHT.
    05 LINE 6  COLUMN 3  VALUE "NAME         :".
    05 LINE 6  COLUMN 18 PIC X(30) FROM WS-SCR-NAME.
    05 LINE 7  COLUMN 2  PIC X FROM WS-MARK-DEPT HIGHLIGHT.
    05 LINE 7  COLUMN 3  VALUE "DEPARTMENT   :".
    05 LINE 7  COLUMN 18 PIC X(15) FROM WS-SCR-DEPT.
    05 LINE 8  COLUMN 2  PIC X FROM WS-MARK-START HIGHLIGHT.
    05 LINE 8  COLUMN 3  VALUE "START DATE   :".
    05 LINE 8  COLUMN 18 PIC X(8) FROM WS-SCR-START-DATE.
    05 LINE 8  COLUMN 28 VALUE "YYYYMMDD".
    05 LINE 9  COLUMN 2  PIC X FROM WS-MARK-STATUS HIGHLIGHT.
    05 LINE 9  COLUMN 3  VALUE "STATUS       :".
    05 LINE 9  COLUMN 18 PIC X FROM WS-SCR-STATUS.
    05 LINE 9  COLUMN 28 VALUE "A=ACTIVE  I=INACTIVE".
    05 LINE 10 COLUMN 2  PIC X FROM WS-MARK-EFF HIGHLIGHT.
    05 LINE 10 COLUMN 3  VALUE "EFFECTIVE    :".
    05 LINE 10 COLUMN 18 PIC X(8) FROM WS-SCR-EFF-DATE.
    05 LINE 10 COLUMN 28 VALUE "YYYYMMDD, BLANK = TODAY".
    05 LINE 12 COLUMN 3  VALUE "APPLY (Y/N)  :".
    05 LINE 12 COLUMN 18 PIC X FROM WS-SCR-CONFIRM.
    05 LINE 15 COLUMN 3  VALUE "ON EMPLOYEE.MST NOW:".
    05 LINE 16 COLUMN 3  PIC X(30) FROM WS-CUR-NAME.
    05 LINE 16 COLUMN 34 PIC X(15) FROM WS-CUR-DEPT.
    05 LINE 16 COLUMN 50 PIC X(8) FROM WS-CUR-START-DATE.
    05 LINE 16 COLUMN 59 PIC X FROM WS-CUR-STATUS.
    05 LINE 22 COLUMN 3  PIC X(76) FROM WS-SCR-MESSAGE HIGHLIGHT.

01  KEY-SCREEN.
    05 LINE 3  COLUMN 18 PIC X(5) USING WS-SCR-EMP-ID.
    05 LINE 4  COLUMN 18 PIC X USING WS-SCR-FUNCTION.

01  DETAIL-SCREEN.
    05 LINE 6  COLUMN 18 PIC X(30) USING WS-SCR-NAME.
    05 LINE 7  COLUMN 18 PIC X(15) USING WS-SCR-DEPT.
    05 LINE 8  COLUMN 18 PIC X(8) USING WS-SCR-START-DATE.
    05 LINE 9  COLUMN 18 PIC X USING WS-SCR-STATUS.
    05 LINE 10 COLUMN 18 PIC X(8) USING WS-SCR-EFF-DATE.
    05 LINE 12 COLUMN 18 PIC X USING WS-SCR-CONFIRM.

01  INACTIVATE-SCREEN.
    05 LINE 10 COLUMN 18 PIC X(8) USING WS-SCR-EFF-DATE.
    05 LINE 12 COLUMN 18 PIC X USING WS-SCR-CONFIRM.

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    CALL "BUSINESS-DATE" USING WS-BUSINESS-DATE
    MOVE BDT-DATE TO WS-RUN-DATE
    MOVE WS-RUN-YYYY TO WS-SD-YYYY
    MOVE WS-RUN-MM   TO WS-SD-MM
    MOVE WS-RUN-DD   TO WS-SD-DD

    MOVE "ENTER AN EMPLOYEE ID AND A FUNCTION" TO WS-SCR-MESSAGE
    PERFORM UNTIL WS-EXIT-REQUESTED = "Y"
        PERFORM KEY-ENTRY
    END-PERFORM
    STOP RUN.

KEY-ENTRY.
    PERFORM CLEAR-DETAIL-FIELDS
    DISPLAY MAINT-SCREEN
    ACCEPT KEY-SCREEN
    MOVE SPACES TO WS-SCR-MARKS
    INSPECT WS-SCR-FUNCTION CONVERTING "acix" TO "ACIX"

    EVALUATE WS-SCR-FUNCTION
        WHEN "X"
            MOVE "Y" TO WS-EXIT-REQUESTED
        WHEN "A"
        WHEN "C"
        WHEN "I"
            PERFORM SHOW-EMPLOYEE
            IF WS-KEY-ACCEPTED = "Y"
                PERFORM DETAIL-ENTRY
            END-IF
        WHEN OTHER
            MOVE "*" TO WS-MARK-FUNCTION
            MOVE "FUNCTION MUST BE A, C, I OR X" TO WS-SCR-MESSAGE
    END-EVALUATE.

CLEAR-DETAIL-FIELDS.
    MOVE SPACES TO WS-SCR-NAME
    MOVE SPACES TO WS-SCR-DEPT
    MOVE SPACES TO WS-SCR-START-DATE
    MOVE SPACE  TO WS-SCR-STATUS
    MOVE SPACES TO WS-SCR-EFF-DATE
    MOVE SPACE  TO WS-SCR-CONFIRM
    MOVE SPACES TO WS-CUR-NAME
    MOVE SPACES TO WS-CUR-DEPT
    MOVE SPACES TO WS-CUR-START-DATE
    MOVE SPACE  TO WS-CUR-STATUS
    MOVE SPACES TO WS-SHOWN-IMAGE.

SHOW-EMPLOYEE.
    MOVE "N" TO WS-KEY-ACCEPTED
    IF WS-SCR-EMP-ID NOT NUMERIC OR WS-SCR-EMP-ID = "00000"
        MOVE "*" TO WS-MARK-ID
        MOVE "EMPLOYEE ID NOT NUMERIC" TO WS-SCR-MESSAGE
    ELSE
        OPEN INPUT EMPLOYEE-FILE
        IF WS-EMPLOYEE-STATUS NOT = "00"
                AND WS-EMPLOYEE-STATUS NOT = "05"
            MOVE SPACES TO WS-SCR-MESSAGE
            STRING "EMPLOYEE.MST IS UNAVAILABLE, STATUS "
                    WS-EMPLOYEE-STATUS
                DELIMITED BY SIZE INTO WS-SCR-MESSAGE
        ELSE
            MOVE WS-SCR-EMP-ID TO EMP-ID
            PERFORM READ-EMPLOYEE-RECORD
            PERFORM CHECK-KEY-AGAINST-MASTER
        END-IF
        CLOSE EMPLOYEE-FILE
    END-IF.

CHECK-KEY-AGAINST-MASTER.
    EVALUATE TRUE
        WHEN WS-SCR-FUNCTION = "A" AND WS-RECORD-FOUND = "Y"
            MOVE "*" TO WS-MARK-ID
            MOVE "EMPLOYEE ALREADY ON MASTER" TO WS-SCR-MESSAGE
            PERFORM SHOW-CURRENT-RECORD
        WHEN WS-SCR-FUNCTION = "A"
            MOVE "Y" TO WS-KEY-ACCEPTED
            MOVE "A" TO WS-SCR-STATUS
            MOVE "ENTER THE NEW EMPLOYEE, THEN Y TO APPLY"
                TO WS-SCR-MESSAGE
        WHEN WS-RECORD-FOUND = "N"
            MOVE "*" TO WS-MARK-ID
            MOVE "EMPLOYEE NOT ON MASTER" TO WS-SCR-MESSAGE
        WHEN WS-SCR-FUNCTION = "I" AND EMP-STATUS = "I"
            MOVE "*" TO WS-MARK-ID
            MOVE "EMPLOYEE ALREADY INACTIVE" TO WS-SCR-MESSAGE
            PERFORM SHOW-CURRENT-RECORD
        WHEN WS-SCR-FUNCTION = "I"
            MOVE "Y" TO WS-KEY-ACCEPTED
            PERFORM SHOW-CURRENT-RECORD
            MOVE "I" TO WS-SCR-STATUS
            MOVE "ENTER AN EFFECTIVE DATE OR LEAVE BLANK, THEN Y"
                TO WS-SCR-MESSAGE
        WHEN OTHER
            MOVE "Y" TO WS-KEY-ACCEPTED
            PERFORM SHOW-CURRENT-RECORD
            MOVE "KEY THE CHANGES OVER THE RECORD, THEN Y TO APPLY"
                TO WS-SCR-MESSAGE
    END-EVALUATE.

SHOW-CURRENT-RECORD.
    MOVE EMPLOYEE-RECORD TO WS-SHOWN-IMAGE
    MOVE EMP-NAME        TO WS-CUR-NAME
    MOVE EMP-DEPT        TO WS-CUR-DEPT
    MOVE EMP-START-DATE  TO WS-CUR-START-DATE
    MOVE EMP-STATUS      TO WS-CUR-STATUS
    MOVE EMP-NAME        TO WS-SCR-NAME
    MOVE EMP-DEPT        TO WS-SCR-DEPT
    MOVE EMP-START-DATE  TO WS-SCR-START-DATE
    MOVE EMP-STATUS      TO WS-SCR-STATUS.

DETAIL-ENTRY.
    MOVE "N" TO WS-DETAIL-DONE
    PERFORM UNTIL WS-DETAIL-DONE = "Y"
        MOVE SPACE TO WS-SCR-CONFIRM
        DISPLAY MAINT-SCREEN
        IF WS-SCR-FUNCTION = "I"
            ACCEPT INACTIVATE-SCREEN
        ELSE
            ACCEPT DETAIL-SCREEN
        END-IF
        MOVE SPACES TO WS-SCR-MARKS
        INSPECT WS-SCR-CONFIRM CONVERTING "yn" TO "YN"
        INSPECT WS-SCR-STATUS  CONVERTING "ai" TO "AI"
        EVALUATE WS-SCR-CONFIRM
            WHEN "N"
                MOVE "NO CHANGE MADE" TO WS-SCR-MESSAGE
                MOVE "Y" TO WS-DETAIL-DONE
            WHEN "Y"
                PERFORM EDIT-SCREEN-ENTRY
                IF WS-REJECT-REASON = SPACES
                    PERFORM POST-TRANSACTION
                END-IF
            WHEN OTHER
                MOVE "ENTER Y TO APPLY OR N TO CANCEL"
                    TO WS-SCR-MESSAGE
        END-EVALUATE
    END-PERFORM.

EDIT-SCREEN-ENTRY.
    *> build the same card a clerk would have keyed for the batch;
    *> an inactivate is a change that only sets the status
    MOVE SPACES TO TRANSACTION-RECORD
    MOVE WS-SCR-EMP-ID   TO TXN-EMP-ID
    MOVE WS-SCR-EFF-DATE TO TXN-EFF-DATE
    IF WS-SCR-FUNCTION = "I"
        MOVE "C" TO TXN-ACTION
        MOVE "I" TO TXN-STATUS
    ELSE
        MOVE WS-SCR-FUNCTION   TO TXN-ACTION
        MOVE WS-SCR-NAME       TO TXN-NAME
        MOVE WS-SCR-DEPT       TO TXN-DEPT
        MOVE WS-SCR-START-DATE TO TXN-START-DATE
        MOVE WS-SCR-STATUS     TO TXN-STATUS
    END-IF

    MOVE TRANSACTION-RECORD TO EDT-TRANSACTION
    MOVE WS-RUN-DATE-NUM    TO EDT-RUN-DATE
    MOVE "T"                TO EDT-SOURCE
    MOVE "E"                TO EDT-FUNCTION
    CALL "EMPLOYEE-TXN-EDIT" USING WS-EDIT-REQUEST
    *> the close leaves the verdict in the request untouched
    MOVE "C"                TO EDT-FUNCTION
    CALL "EMPLOYEE-TXN-EDIT" USING WS-EDIT-REQUEST
    MOVE EDT-REJECT-REASON  TO WS-REJECT-REASON
    IF WS-REJECT-REASON NOT = SPACES
        MOVE WS-REJECT-REASON TO WS-SCR-MESSAGE
        EVALUATE EDT-ERROR-FIELD
            WHEN "A"
                MOVE "*" TO WS-MARK-FUNCTION
            WHEN "I"
                MOVE "*" TO WS-MARK-ID
            WHEN "N"
                MOVE "*" TO WS-MARK-NAME
            WHEN "D"
                MOVE "*" TO WS-MARK-DEPT
            WHEN "S"
                MOVE "*" TO WS-MARK-START
            WHEN "T"
                MOVE "*" TO WS-MARK-STATUS
            WHEN "E"
                MOVE "*" TO WS-MARK-EFF
        END-EVALUATE
    END-IF.

POST-TRANSACTION.
    PERFORM CHECK-RUN-LOCK
    IF WS-LOCK-HELD = "Y"
        *> leave the entry on the screen; the clerk applies it again
        *> or cancels once the chain has finished
        CONTINUE
    ELSE
        IF EDT-PARKED-FLAG = "Y"
            PERFORM PARK-TRANSACTION
        ELSE
            PERFORM APPLY-TRANSACTION
        END-IF
        MOVE "Y" TO WS-DETAIL-DONE
    END-IF.

CHECK-RUN-LOCK.
    MOVE "N" TO WS-LOCK-HELD
    OPEN INPUT LOCK-FILE
    IF WS-LOCK-FILE-STATUS = "00"
        READ LOCK-FILE
            AT END
                CONTINUE
            NOT AT END
                IF RLK-RUN-DATE = BDT-SYSTEM-DATE
                    MOVE "Y" TO WS-LOCK-HELD
                    MOVE RLK-CURRENT-STEP TO WS-LM-STEP
                    MOVE WS-LOCK-MESSAGE  TO WS-SCR-MESSAGE
                END-IF
        END-READ
    END-IF
    CLOSE LOCK-FILE.

PARK-TRANSACTION.
    OPEN EXTEND PENDING-FILE
    IF WS-PENDING-STATUS = "35"
        OPEN OUTPUT PENDING-FILE
    END-IF
    IF WS-PENDING-STATUS NOT = "00" AND WS-PENDING-STATUS NOT = "05"
        MOVE SPACES TO WS-SCR-MESSAGE
        STRING "EMPPEND.DAT OPEN FAILED, STATUS " WS-PENDING-STATUS
                ", NO CHANGE MADE"
            DELIMITED BY SIZE INTO WS-SCR-MESSAGE
    ELSE
        WRITE PENDING-RECORD FROM TRANSACTION-RECORD
        MOVE TXN-EFF-DATE TO WS-PM-DATE
        MOVE WS-PARKED-MESSAGE TO WS-SCR-MESSAGE
    END-IF
    CLOSE PENDING-FILE.

APPLY-TRANSACTION.
    MOVE SPACES TO WS-REJECT-REASON
    MOVE "N"    TO WS-BEFORE-PRESENT
    MOVE "N"    TO WS-AFTER-PRESENT
    MOVE SPACES TO WS-BEFORE-IMAGE
    MOVE SPACES TO WS-AFTER-IMAGE

    OPEN I-O EMPLOYEE-FILE
    IF WS-EMPLOYEE-STATUS = "35"
        OPEN OUTPUT EMPLOYEE-FILE
        CLOSE EMPLOYEE-FILE
        OPEN I-O EMPLOYEE-FILE
    END-IF
    IF WS-EMPLOYEE-STATUS NOT = "00" AND WS-EMPLOYEE-STATUS NOT = "05"
        MOVE SPACES TO WS-SCR-MESSAGE
        STRING "EMPLOYEE.MST OPEN FAILED, STATUS " WS-EMPLOYEE-STATUS
                ", NO CHANGE MADE"
            DELIMITED BY SIZE INTO WS-SCR-MESSAGE
    ELSE
        PERFORM FIND-LAST-JOURNAL-SEQ
        OPEN EXTEND JOURNAL-FILE
        IF WS-JOURNAL-STATUS = "35"
            OPEN OUTPUT JOURNAL-FILE
        END-IF
        IF WS-JOURNAL-STATUS NOT = "00"
                AND WS-JOURNAL-STATUS NOT = "05"
            *> a master change with no journal entry would break the
            *> audit trail, so make none
            MOVE SPACES TO WS-SCR-MESSAGE
            STRING "EMPJRNL.DAT OPEN FAILED, STATUS " WS-JOURNAL-STATUS
                    ", NO CHANGE MADE"
                DELIMITED BY SIZE INTO WS-SCR-MESSAGE
        ELSE
            EVALUATE TXN-ACTION
                WHEN "A"
                    PERFORM APPLY-ADD
                WHEN "C"
                    PERFORM APPLY-CHANGE
            END-EVALUATE
            IF WS-REJECT-REASON = SPACES
                PERFORM WRITE-JOURNAL-RECORD
                MOVE WS-JOURNAL-SEQ     TO WS-AM-SEQ
                MOVE WS-APPLIED-MESSAGE TO WS-SCR-MESSAGE
            ELSE
                MOVE WS-REJECT-REASON TO WS-SCR-MESSAGE
            END-IF
            CLOSE JOURNAL-FILE
        END-IF
    END-IF
    CLOSE EMPLOYEE-FILE.

READ-EMPLOYEE-RECORD.
    READ EMPLOYEE-FILE
        INVALID KEY
            MOVE "N" TO WS-RECORD-FOUND
        NOT INVALID KEY
            MOVE "Y" TO WS-RECORD-FOUND
    END-READ.

APPLY-ADD.
    MOVE TXN-EMP-ID TO EMP-ID
    PERFORM READ-EMPLOYEE-RECORD
    IF WS-RECORD-FOUND = "Y"
        MOVE "EMPLOYEE ALREADY ON MASTER" TO WS-REJECT-REASON
    ELSE
        MOVE TXN-EMP-ID     TO EMP-ID
        MOVE TXN-NAME       TO EMP-NAME
        MOVE TXN-DEPT       TO EMP-DEPT
        MOVE TXN-START-DATE TO EMP-START-DATE
        MOVE TXN-STATUS     TO EMP-STATUS
        MOVE "Y"             TO WS-AFTER-PRESENT
        MOVE EMPLOYEE-RECORD TO WS-AFTER-IMAGE
        WRITE EMPLOYEE-RECORD
            INVALID KEY
                MOVE "MASTER WRITE FAILED" TO WS-REJECT-REASON
        END-WRITE
    END-IF.

APPLY-CHANGE.
    MOVE TXN-EMP-ID TO EMP-ID
    PERFORM READ-EMPLOYEE-RECORD
    EVALUATE TRUE
        WHEN WS-RECORD-FOUND = "N"
            MOVE "EMPLOYEE NOT ON MASTER" TO WS-REJECT-REASON
        WHEN EMPLOYEE-RECORD NOT = WS-SHOWN-IMAGE
            MOVE "RECORD CHANGED SINCE SHOWN, REDO"
                TO WS-REJECT-REASON
        WHEN OTHER
            MOVE "Y"             TO WS-BEFORE-PRESENT
            MOVE EMPLOYEE-RECORD TO WS-BEFORE-IMAGE
            IF TXN-NAME NOT = SPACES
                MOVE TXN-NAME TO EMP-NAME
            END-IF
            IF TXN-DEPT NOT = SPACES
                MOVE TXN-DEPT TO EMP-DEPT
            END-IF
            IF TXN-START-DATE NOT = SPACES
                MOVE TXN-START-DATE TO EMP-START-DATE
            END-IF
            IF TXN-STATUS NOT = SPACE
                MOVE TXN-STATUS TO EMP-STATUS
            END-IF
            MOVE "Y"             TO WS-AFTER-PRESENT
            MOVE EMPLOYEE-RECORD TO WS-AFTER-IMAGE
            REWRITE EMPLOYEE-RECORD
                INVALID KEY
                    MOVE "MASTER REWRITE FAILED" TO WS-REJECT-REASON
            END-REWRITE
    END-EVALUATE.

FIND-LAST-JOURNAL-SEQ.
    *> EMPLOYEE-MAINTENANCE numbers on from the same entries, so
    *> screen and batch changes made the same day never share a
    *> sequence number
    MOVE 0   TO WS-JOURNAL-SEQ
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
        END-READ
    END-PERFORM
    CLOSE JOURNAL-FILE.

WRITE-JOURNAL-RECORD.
    ADD 1 TO WS-JOURNAL-SEQ
    MOVE SPACES            TO JOURNAL-RECORD
    MOVE WS-RUN-DATE       TO JRN-RUN-DATE
    MOVE WS-JOURNAL-SEQ    TO JRN-SEQ
    MOVE TXN-ACTION        TO JRN-ACTION
    MOVE TXN-EMP-ID        TO JRN-EMP-ID
    MOVE WS-BEFORE-PRESENT TO JRN-BEFORE-PRESENT
    MOVE WS-BEFORE-IMAGE   TO JRN-BEFORE-IMAGE
    MOVE WS-AFTER-PRESENT  TO JRN-AFTER-PRESENT
    MOVE WS-AFTER-IMAGE    TO JRN-AFTER-IMAGE
    WRITE JOURNAL-RECORD.
