IDENTIFICATION DIVISION.
    PROGRAM-ID.     EMPLOYEE-AUDIT.
    AUTHOR.         kimpro82.
    DATE-WRITTEN.   2026-10-15.
    *> Compiled with GNU COBOL 3.2.0
    *> Nightly integrity audit of EMPLOYEE.MST, the employee master's
    *> counterpart to MULTTAB-AUDIT. Rebuilds the expected state of
    *> every employee by replaying the change journal EMPJRNL.DAT
    *> (COPY EMPJRNL) in applied order - an add or change leaves the
    *> entry's after image, a delete leaves nothing - and compares it
    *> with the live master, so a failed rewrite, a restore from an
    *> older MASTER-ARCHIVE generation or a hand edit shows up the
    *> next night. Every master record is also checked for a valid
    *> EMP-START-DATE, an EMP-STATUS of A or I, and a name and
    *> department that are not blank. Records missing from the master,
    *> unexpected on it, or different from the journal are listed on
    *> EMPAUD.RPT with both images; invalid records with the master
    *> image and the reason.
    *> Employees loaded before the journal was kept have no entry on
    *> it, so their expected images come from a one-time baseline
    *> snapshot EMPAUD.BAS, loaded ahead of the journal replay: the
    *> journal then overrides the baseline for anyone changed since.
    *> The snapshot is taken by a run with B in column 1 of the
    *> EMPAUD.PRM card, once, at cutover, after the master has been
    *> checked (DEPT-EXCEPTION-LISTING clean); it copies every master
    *> record, stamped with the business date, and then audits as
    *> usual. A baseline already on EMPAUD.BAS is never retaken - a
    *> second snapshot would bless whatever the master held by then -
    *> so a B card left in place is noted and ignored; to retake it
    *> deliberately the old EMPAUD.BAS has to be removed first.
    *> Until a baseline exists, every record with no journal entry is
    *> UNEXPECTED and the audit fails. A record with neither a baseline
    *> image nor a journal entry (an EMP-ID added by hand), or whose
    *> last journal entry is a delete, is UNEXPECTED.
    *> Runs in the chain after EMPLOYEE-MAINTENANCE, so the night's
    *> changes are already journaled, and ends with return code 1 on
    *> any discrepancy so DAILY-BATCH-DRIVER halts before HELLOWORLD
    *> and the workforce figures are produced from a bad master; 2 when
    *> the master, baseline or journal cannot be read. A failed audit is also
    *> posted as an error to the operator exception queue.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL EMPLOYEE-FILE
        ASSIGN TO "EMPLOYEE.MST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS EMP-ID OF EMPLOYEE-RECORD
        FILE STATUS IS WS-EMPLOYEE-STATUS.

    SELECT OPTIONAL PARM-FILE
        ASSIGN TO "EMPAUD.PRM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PARM-FILE-STATUS.

    SELECT OPTIONAL BASELINE-FILE
        ASSIGN TO "EMPAUD.BAS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BASELINE-STATUS.

    SELECT OPTIONAL JOURNAL-FILE
        ASSIGN TO "EMPJRNL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-JOURNAL-STATUS.

    SELECT AUDIT-REPORT-FILE
        ASSIGN TO "EMPAUD.RPT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  EMPLOYEE-FILE.
01  EMPLOYEE-RECORD.
    COPY EMPMSTR.

FD  PARM-FILE.
01  PARM-CARD.
    05 PARM-FUNCTION        PIC X.
    05 FILLER               PIC X(79).

FD  BASELINE-FILE.
01  BASELINE-RECORD.
    05 BAS-TAKEN-DATE       PIC 9(8).
    05 BAS-EMPLOYEE-IMAGE   PIC X(59).

FD  JOURNAL-FILE.
01  JOURNAL-RECORD.
    COPY EMPJRNL.

FD  AUDIT-REPORT-FILE.
01  AUDIT-REPORT-LINE   PIC X(100).

WORKING-STORAGE SECTION.
    01 WS-EMPLOYEE-STATUS   PIC XX VALUE SPACES.
    01 WS-JOURNAL-STATUS    PIC XX VALUE SPACES.
    01 WS-END-OF-MASTER     PIC X VALUE "N".
    01 WS-END-OF-JOURNAL    PIC X VALUE "N".
    01 WS-PARM-FILE-STATUS  PIC XX VALUE SPACES.
    01 WS-BASELINE-STATUS   PIC XX VALUE SPACES.
    01 WS-END-OF-BASELINE   PIC X VALUE "N".
    *> "A" = audit only (the default), "B" = take the baseline first
    01 WS-FUNCTION          PIC X VALUE "A".
    01 WS-BASELINE-EXISTS   PIC X VALUE "N".
    01 WS-BASELINE-DATE     PIC 9(8) VALUE 0.

    01 WS-EXCEPTION-POST.
        COPY EXCPOST.

    01 WS-BUSINESS-DATE.
        COPY BUSDATE.

    01 WS-RUN-DATE.
        05 WS-RUN-YYYY  PIC 9(4).
        05 WS-RUN-MM    PIC 99.
        05 WS-RUN-DD    PIC 99.
    01 WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE PIC 9(8).

    *> the replayed master, one slot per possible EMP-ID (slot =
    *> EMP-ID + 1). WS-EX-PRESENT is "Y" when on the baseline or after
    *> an add or change, "N" after a delete, and space for an EMP-ID
    *> neither has mentioned; WS-EX-SOURCE says whether the expected
    *> image came from the baseline (B) or the journal (J). WS-EX-SEEN
    *> marks the slots the live master accounts for, so the ones left
    *> over are missing from it
    01 WS-EXPECTED-SLOT     PIC 9(6) COMP-5 VALUE 0.
    01 WS-EXPECTED-TABLE.
        05 WS-EXPECTED-ENTRY OCCURS 100000 TIMES.
            10 WS-EX-PRESENT    PIC X.
            10 WS-EX-SEEN       PIC X.
            10 WS-EX-SOURCE     PIC X.
            10 WS-EX-IMAGE      PIC X(59).

    01 WS-DECODE-RECORD.
        COPY EMPMSTR.
    01 WS-DATE-CHECK.
        05 WS-DC-YYYY   PIC 9(4).
        05 WS-DC-MM     PIC 99.
        05 WS-DC-DD     PIC 99.
    01 WS-DATE-CHECK-NUM REDEFINES WS-DATE-CHECK PIC 9(8).
    01 WS-RECORD-INVALID    PIC X VALUE "N".
    01 WS-INVALID-REASON    PIC X(40) VALUE SPACES.

    01 WS-JOURNAL-COUNT     PIC 9(6) VALUE 0.
    01 WS-UNUSABLE-COUNT    PIC 9(6) VALUE 0.
    01 WS-EXPECTED-COUNT    PIC 9(6) VALUE 0.
    01 WS-MASTER-COUNT      PIC 9(6) VALUE 0.
    01 WS-MISSING-COUNT     PIC 9(6) VALUE 0.
    01 WS-UNEXPECTED-COUNT  PIC 9(6) VALUE 0.
    01 WS-DIFFERENT-COUNT   PIC 9(6) VALUE 0.
    01 WS-INVALID-COUNT     PIC 9(6) VALUE 0.
    01 WS-BASELINE-COUNT    PIC 9(6) VALUE 0.
    01 WS-SNAPSHOT-COUNT    PIC 9(6) VALUE 0.
    01 WS-DISCREPANCY-FLAG  PIC X VALUE "N".

    01 WS-AUDIT-HEADER-1.
        05 FILLER       PIC X(34) VALUE "EMPLOYEE MASTER INTEGRITY AUDIT".
        05 FILLER       PIC X(6)  VALUE "DATE: ".
        05 WS-H-YYYY    PIC 9(4).
        05 FILLER       PIC X(1)  VALUE "-".
        05 WS-H-MM      PIC 99.
        05 FILLER       PIC X(1)  VALUE "-".
        05 WS-H-DD      PIC 99.
        05 FILLER       PIC X(2)  VALUE SPACES.
        05 WS-H-NOTE    PIC X(17).
        05 FILLER       PIC X(31) VALUE SPACES.

    01 WS-FINDING-LINE.
        05 WS-F-TYPE    PIC X(12).
        05 WS-F-EMP-ID  PIC X(5).
        05 FILLER       PIC X(2)  VALUE SPACES.
        05 WS-F-TEXT    PIC X(81).

    01 WS-IMAGE-LINE.
        05 FILLER       PIC X(2)  VALUE SPACES.
        05 WS-I-TAG     PIC X(10).
        05 WS-I-EMP-ID  PIC X(5).
        05 FILLER       PIC X(1)  VALUE SPACE.
        05 WS-I-NAME    PIC X(30).
        05 FILLER       PIC X(1)  VALUE SPACE.
        05 WS-I-DEPT    PIC X(15).
        05 FILLER       PIC X(1)  VALUE SPACE.
        05 WS-I-DATE    PIC X(8).
        05 FILLER       PIC X(1)  VALUE SPACE.
        05 WS-I-STATUS  PIC X.
        05 FILLER       PIC X(25) VALUE SPACES.

    01 WS-ABSENT-LINE.
        05 FILLER       PIC X(2)  VALUE SPACES.
        05 WS-N-TAG     PIC X(10).
        05 WS-N-TEXT    PIC X(88).

    01 WS-COUNT-LINE.
        05 WS-C-LABEL   PIC X(28).
        05 WS-C-COUNT   PIC ZZZ,ZZ9.
        05 FILLER       PIC X(65) VALUE SPACES.

    01 WS-VERDICT-LINE.
        05 FILLER       PIC X(15) VALUE "AUDIT VERDICT: ".
        05 WS-V-TEXT    PIC X(85).

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

    PERFORM READ-PARM-CARD
    IF WS-FUNCTION = "B"
        PERFORM TAKE-BASELINE-SNAPSHOT
    END-IF

    MOVE SPACES TO WS-EXPECTED-TABLE
    PERFORM LOAD-BASELINE
    PERFORM REPLAY-JOURNAL

    OPEN INPUT EMPLOYEE-FILE
    IF WS-EMPLOYEE-STATUS NOT = "00"
        DISPLAY "EMPLOYEE-AUDIT: EMPLOYEE.MST is missing or "
            "unreadable, status " WS-EMPLOYEE-STATUS
        CLOSE EMPLOYEE-FILE
        MOVE "EMPLOYEE.MST MISSING OR UNREADABLE - AUDIT ABANDONED"
            TO WS-V-TEXT
        PERFORM ABANDON-AUDIT
    END-IF
    PERFORM UNTIL WS-END-OF-MASTER = "Y"
        READ EMPLOYEE-FILE NEXT RECORD
            AT END
                MOVE "Y" TO WS-END-OF-MASTER
            NOT AT END
                ADD 1 TO WS-MASTER-COUNT
                PERFORM AUDIT-MASTER-RECORD
        END-READ
    END-PERFORM
    CLOSE EMPLOYEE-FILE

    PERFORM VARYING WS-EXPECTED-SLOT FROM 1 BY 1
            UNTIL WS-EXPECTED-SLOT > 100000
        IF WS-EX-PRESENT (WS-EXPECTED-SLOT) = "Y"
                AND WS-EX-SEEN (WS-EXPECTED-SLOT) NOT = "Y"
            PERFORM REPORT-MISSING-RECORD
        END-IF
    END-PERFORM

    IF WS-DISCREPANCY-FLAG = "N"
        MOVE "    NO DISCREPANCIES" TO AUDIT-REPORT-LINE
        WRITE AUDIT-REPORT-LINE
    END-IF
    IF WS-BASELINE-COUNT = 0 AND WS-UNEXPECTED-COUNT > 0
        WRITE AUDIT-REPORT-LINE FROM SPACES
        MOVE "    NO BASELINE ON EMPAUD.BAS: RECORDS LOADED BEFORE THE"
            TO AUDIT-REPORT-LINE
        WRITE AUDIT-REPORT-LINE
        MOVE "    JOURNAL STAY UNEXPECTED UNTIL ONE IS TAKEN WITH A B CARD"
            TO AUDIT-REPORT-LINE
        WRITE AUDIT-REPORT-LINE
        MOVE "    ON EMPAUD.PRM" TO AUDIT-REPORT-LINE
        WRITE AUDIT-REPORT-LINE
    END-IF
    PERFORM WRITE-AUDIT-SUMMARY
    CLOSE AUDIT-REPORT-FILE

    IF WS-DISCREPANCY-FLAG = "Y"
        MOVE "EMPLOYEE.MST FAILED INTEGRITY AUDIT - SEE EMPAUD.RPT"
            TO EXP-MESSAGE
        PERFORM POST-AUDIT-EXCEPTION
    END-IF
    MOVE "C" TO EXP-FUNCTION
    CALL "EXCEPTION-POST" USING WS-EXCEPTION-POST

    DISPLAY "EMPLOYEE-AUDIT: " WS-MASTER-COUNT " master record(s), "
        WS-MISSING-COUNT " missing, " WS-UNEXPECTED-COUNT
        " unexpected, " WS-DIFFERENT-COUNT " different, "
        WS-INVALID-COUNT " invalid"
    IF WS-DISCREPANCY-FLAG = "Y"
        MOVE 1 TO RETURN-CODE
    END-IF
    STOP RUN.

ABANDON-AUDIT.
    WRITE AUDIT-REPORT-LINE FROM WS-VERDICT-LINE
    CLOSE AUDIT-REPORT-FILE
    MOVE WS-V-TEXT TO EXP-MESSAGE
    PERFORM POST-AUDIT-EXCEPTION
    MOVE "C" TO EXP-FUNCTION
    CALL "EXCEPTION-POST" USING WS-EXCEPTION-POST
    MOVE 2 TO RETURN-CODE
    STOP RUN.

POST-AUDIT-EXCEPTION.
    MOVE "P"               TO EXP-FUNCTION
    MOVE WS-RUN-DATE-NUM   TO EXP-DATE
    MOVE "EMPLOYEE-AUDIT"  TO EXP-SOURCE
    MOVE "E"               TO EXP-SEVERITY
    CALL "EXCEPTION-POST" USING WS-EXCEPTION-POST.

READ-PARM-CARD.
    OPEN INPUT PARM-FILE
    IF WS-PARM-FILE-STATUS = "00"
        READ PARM-FILE
            AT END
                CONTINUE
            NOT AT END
                IF PARM-FUNCTION = "B" OR PARM-FUNCTION = "b"
                    MOVE "B" TO WS-FUNCTION
                END-IF
        END-READ
        CLOSE PARM-FILE
    END-IF.

TAKE-BASELINE-SNAPSHOT.
    OPEN INPUT BASELINE-FILE
    IF WS-BASELINE-STATUS NOT = "00" AND WS-BASELINE-STATUS NOT = "05"
        DISPLAY "EMPLOYEE-AUDIT: EMPAUD.BAS is unreadable, status "
            WS-BASELINE-STATUS
        CLOSE BASELINE-FILE
        MOVE "EMPAUD.BAS UNREADABLE - AUDIT ABANDONED" TO WS-V-TEXT
        PERFORM ABANDON-AUDIT
    END-IF
    READ BASELINE-FILE
        AT END
            CONTINUE
        NOT AT END
            MOVE "Y"            TO WS-BASELINE-EXISTS
            MOVE BAS-TAKEN-DATE TO WS-BASELINE-DATE
    END-READ
    CLOSE BASELINE-FILE

    IF WS-BASELINE-EXISTS = "Y"
        DISPLAY "EMPLOYEE-AUDIT: EMPAUD.BAS already holds the baseline "
            "taken " WS-BASELINE-DATE ", B card ignored"
        MOVE SPACES TO AUDIT-REPORT-LINE
        STRING "    B CARD IGNORED - EMPAUD.BAS ALREADY HOLDS THE "
               "BASELINE TAKEN " WS-BASELINE-DATE DELIMITED BY SIZE
            INTO AUDIT-REPORT-LINE
        END-STRING
        WRITE AUDIT-REPORT-LINE
    ELSE
        OPEN INPUT EMPLOYEE-FILE
        IF WS-EMPLOYEE-STATUS NOT = "00"
            DISPLAY "EMPLOYEE-AUDIT: EMPLOYEE.MST is missing or "
                "unreadable, status " WS-EMPLOYEE-STATUS
            CLOSE EMPLOYEE-FILE
            MOVE "EMPLOYEE.MST MISSING OR UNREADABLE - NO BASELINE TAKEN"
                TO WS-V-TEXT
            PERFORM ABANDON-AUDIT
        END-IF
        OPEN OUTPUT BASELINE-FILE
        IF WS-BASELINE-STATUS NOT = "00" AND WS-BASELINE-STATUS NOT = "05"
            DISPLAY "EMPLOYEE-AUDIT: open of EMPAUD.BAS failed, status "
                WS-BASELINE-STATUS
            CLOSE EMPLOYEE-FILE
            MOVE "EMPAUD.BAS CANNOT BE WRITTEN - NO BASELINE TAKEN"
                TO WS-V-TEXT
            PERFORM ABANDON-AUDIT
        END-IF
        PERFORM UNTIL WS-END-OF-MASTER = "Y"
            READ EMPLOYEE-FILE NEXT RECORD
                AT END
                    MOVE "Y" TO WS-END-OF-MASTER
                NOT AT END
                    MOVE WS-RUN-DATE-NUM TO BAS-TAKEN-DATE
                    MOVE EMPLOYEE-RECORD TO BAS-EMPLOYEE-IMAGE
                    WRITE BASELINE-RECORD
                    ADD 1 TO WS-SNAPSHOT-COUNT
            END-READ
        END-PERFORM
        CLOSE BASELINE-FILE
        CLOSE EMPLOYEE-FILE
        MOVE "N" TO WS-END-OF-MASTER
        DISPLAY "EMPLOYEE-AUDIT: baseline of " WS-SNAPSHOT-COUNT
            " record(s) taken on EMPAUD.BAS"
        MOVE SPACES TO AUDIT-REPORT-LINE
        STRING "    BASELINE TAKEN ON EMPAUD.BAS: " WS-SNAPSHOT-COUNT
               " MASTER RECORD(S)" DELIMITED BY SIZE
            INTO AUDIT-REPORT-LINE
        END-STRING
        WRITE AUDIT-REPORT-LINE
    END-IF
    WRITE AUDIT-REPORT-LINE FROM SPACES.

LOAD-BASELINE.
    *> no baseline yet is not an error in itself: the records it
    *> would have covered turn up as UNEXPECTED instead
    MOVE "N" TO WS-END-OF-BASELINE
    OPEN INPUT BASELINE-FILE
    IF WS-BASELINE-STATUS NOT = "00" AND WS-BASELINE-STATUS NOT = "05"
        DISPLAY "EMPLOYEE-AUDIT: EMPAUD.BAS is unreadable, status "
            WS-BASELINE-STATUS
        CLOSE BASELINE-FILE
        MOVE "EMPAUD.BAS UNREADABLE - AUDIT ABANDONED" TO WS-V-TEXT
        PERFORM ABANDON-AUDIT
    END-IF
    PERFORM UNTIL WS-END-OF-BASELINE = "Y"
        READ BASELINE-FILE
            AT END
                MOVE "Y" TO WS-END-OF-BASELINE
            NOT AT END
                MOVE BAS-EMPLOYEE-IMAGE TO WS-DECODE-RECORD
                IF EMP-ID OF WS-DECODE-RECORD NUMERIC
                    ADD 1 TO WS-BASELINE-COUNT
                    COMPUTE WS-EXPECTED-SLOT =
                        EMP-ID OF WS-DECODE-RECORD + 1
                    MOVE "Y" TO WS-EX-PRESENT (WS-EXPECTED-SLOT)
                    MOVE "B" TO WS-EX-SOURCE (WS-EXPECTED-SLOT)
                    MOVE BAS-EMPLOYEE-IMAGE
                        TO WS-EX-IMAGE (WS-EXPECTED-SLOT)
                END-IF
        END-READ
    END-PERFORM
    CLOSE BASELINE-FILE.

REPLAY-JOURNAL.
    *> a missing journal is an empty one: nothing has ever been
    *> applied, so the master should be empty too
    MOVE "N" TO WS-END-OF-JOURNAL
    OPEN INPUT JOURNAL-FILE
    IF WS-JOURNAL-STATUS NOT = "00" AND WS-JOURNAL-STATUS NOT = "05"
        DISPLAY "EMPLOYEE-AUDIT: EMPJRNL.DAT is unreadable, status "
            WS-JOURNAL-STATUS
        CLOSE JOURNAL-FILE
        MOVE "EMPJRNL.DAT UNREADABLE - AUDIT ABANDONED" TO WS-V-TEXT
        PERFORM ABANDON-AUDIT
    END-IF
    PERFORM UNTIL WS-END-OF-JOURNAL = "Y"
        READ JOURNAL-FILE
            AT END
                MOVE "Y" TO WS-END-OF-JOURNAL
            NOT AT END
                ADD 1 TO WS-JOURNAL-COUNT
                PERFORM APPLY-JOURNAL-ENTRY
        END-READ
    END-PERFORM
    CLOSE JOURNAL-FILE

    PERFORM VARYING WS-EXPECTED-SLOT FROM 1 BY 1
            UNTIL WS-EXPECTED-SLOT > 100000
        IF WS-EX-PRESENT (WS-EXPECTED-SLOT) = "Y"
            ADD 1 TO WS-EXPECTED-COUNT
        END-IF
    END-PERFORM.

APPLY-JOURNAL-ENTRY.
    IF JRN-EMP-ID NOT NUMERIC
        *> an entry that cannot be placed leaves the replay
        *> incomplete, so the audit cannot pass
        ADD 1 TO WS-UNUSABLE-COUNT
        MOVE "Y" TO WS-DISCREPANCY-FLAG
        MOVE "BAD ENTRY  " TO WS-F-TYPE
        MOVE JRN-EMP-ID    TO WS-F-EMP-ID
        MOVE SPACES        TO WS-F-TEXT
        STRING "JOURNAL ENTRY " JRN-RUN-DATE "-" JRN-SEQ
               " HAS NO NUMERIC EMP-ID, NOT REPLAYED" DELIMITED BY SIZE
            INTO WS-F-TEXT
        END-STRING
        WRITE AUDIT-REPORT-LINE FROM WS-FINDING-LINE
    ELSE
        COMPUTE WS-EXPECTED-SLOT = FUNCTION NUMVAL (JRN-EMP-ID) + 1
        MOVE "J" TO WS-EX-SOURCE (WS-EXPECTED-SLOT)
        IF JRN-ACTION = "D"
            MOVE "N"    TO WS-EX-PRESENT (WS-EXPECTED-SLOT)
            MOVE SPACES TO WS-EX-IMAGE (WS-EXPECTED-SLOT)
        ELSE
            IF JRN-AFTER-PRESENT = "Y"
                MOVE "Y" TO WS-EX-PRESENT (WS-EXPECTED-SLOT)
                MOVE JRN-AFTER-IMAGE TO WS-EX-IMAGE (WS-EXPECTED-SLOT)
            END-IF
        END-IF
    END-IF.

AUDIT-MASTER-RECORD.
    PERFORM CHECK-MASTER-FIELDS
    IF EMP-ID OF EMPLOYEE-RECORD NOT NUMERIC
        *> already listed as invalid; it has no slot to compare with
        CONTINUE
    ELSE
        COMPUTE WS-EXPECTED-SLOT = EMP-ID OF EMPLOYEE-RECORD + 1
        MOVE "Y" TO WS-EX-SEEN (WS-EXPECTED-SLOT)
        EVALUATE TRUE
            WHEN WS-EX-PRESENT (WS-EXPECTED-SLOT) NOT = "Y"
                PERFORM REPORT-UNEXPECTED-RECORD
            WHEN WS-EX-IMAGE (WS-EXPECTED-SLOT) NOT = EMPLOYEE-RECORD
                PERFORM REPORT-DIFFERENT-RECORD
        END-EVALUATE
    END-IF.

CHECK-MASTER-FIELDS.
    MOVE "N" TO WS-RECORD-INVALID
    IF EMP-ID OF EMPLOYEE-RECORD NOT NUMERIC
        MOVE "EMP-ID NOT NUMERIC" TO WS-INVALID-REASON
        PERFORM REPORT-INVALID-FIELD
    END-IF
    IF EMP-START-DATE OF EMPLOYEE-RECORD NOT NUMERIC
        MOVE "START DATE NOT NUMERIC" TO WS-INVALID-REASON
        PERFORM REPORT-INVALID-FIELD
    ELSE
        MOVE EMP-START-DATE OF EMPLOYEE-RECORD TO WS-DATE-CHECK
        IF WS-DC-YYYY < 1900
                OR FUNCTION TEST-DATE-YYYYMMDD (WS-DATE-CHECK-NUM)
                    NOT = 0
            MOVE "START DATE NOT A VALID DATE" TO WS-INVALID-REASON
            PERFORM REPORT-INVALID-FIELD
        END-IF
    END-IF
    IF EMP-STATUS OF EMPLOYEE-RECORD NOT = "A"
            AND EMP-STATUS OF EMPLOYEE-RECORD NOT = "I"
        MOVE "STATUS NOT A OR I" TO WS-INVALID-REASON
        PERFORM REPORT-INVALID-FIELD
    END-IF
    IF EMP-NAME OF EMPLOYEE-RECORD = SPACES
        MOVE "NAME BLANK" TO WS-INVALID-REASON
        PERFORM REPORT-INVALID-FIELD
    END-IF
    IF EMP-DEPT OF EMPLOYEE-RECORD = SPACES
        MOVE "DEPARTMENT BLANK" TO WS-INVALID-REASON
        PERFORM REPORT-INVALID-FIELD
    END-IF
    IF WS-RECORD-INVALID = "Y"
        ADD 1 TO WS-INVALID-COUNT
        MOVE "MASTER  : "    TO WS-I-TAG
        MOVE EMPLOYEE-RECORD TO WS-DECODE-RECORD
        PERFORM WRITE-IMAGE-LINE
    END-IF.

REPORT-INVALID-FIELD.
    MOVE "Y" TO WS-RECORD-INVALID
    MOVE "Y" TO WS-DISCREPANCY-FLAG
    MOVE "INVALID    "    TO WS-F-TYPE
    MOVE EMP-ID OF EMPLOYEE-RECORD TO WS-F-EMP-ID
    MOVE WS-INVALID-REASON TO WS-F-TEXT
    WRITE AUDIT-REPORT-LINE FROM WS-FINDING-LINE.

REPORT-UNEXPECTED-RECORD.
    ADD 1 TO WS-UNEXPECTED-COUNT
    MOVE "Y" TO WS-DISCREPANCY-FLAG
    MOVE "UNEXPECTED "    TO WS-F-TYPE
    MOVE EMP-ID OF EMPLOYEE-RECORD TO WS-F-EMP-ID
    IF WS-EX-PRESENT (WS-EXPECTED-SLOT) = "N"
        MOVE "ON MASTER, ALREADY DELETED ON THE JOURNAL" TO WS-F-TEXT
        MOVE "JOURNAL : " TO WS-N-TAG
    ELSE
        MOVE "ON MASTER, NOT ON THE BASELINE OR THE JOURNAL"
            TO WS-F-TEXT
        MOVE "EXPECTED: " TO WS-N-TAG
    END-IF
    WRITE AUDIT-REPORT-LINE FROM WS-FINDING-LINE
    MOVE "(NOT EXPECTED ON MASTER)" TO WS-N-TEXT
    WRITE AUDIT-REPORT-LINE FROM WS-ABSENT-LINE
    MOVE "MASTER  : "     TO WS-I-TAG
    MOVE EMPLOYEE-RECORD  TO WS-DECODE-RECORD
    PERFORM WRITE-IMAGE-LINE.

REPORT-DIFFERENT-RECORD.
    ADD 1 TO WS-DIFFERENT-COUNT
    MOVE "Y" TO WS-DISCREPANCY-FLAG
    MOVE "DIFFERENT  "    TO WS-F-TYPE
    MOVE EMP-ID OF EMPLOYEE-RECORD TO WS-F-EMP-ID
    IF WS-EX-SOURCE (WS-EXPECTED-SLOT) = "B"
        MOVE "MASTER DOES NOT MATCH THE BASELINE IMAGE" TO WS-F-TEXT
    ELSE
        MOVE "MASTER DOES NOT MATCH THE LAST JOURNALED IMAGE"
            TO WS-F-TEXT
    END-IF
    WRITE AUDIT-REPORT-LINE FROM WS-FINDING-LINE
    PERFORM SET-EXPECTED-TAG
    MOVE WS-EX-IMAGE (WS-EXPECTED-SLOT) TO WS-DECODE-RECORD
    PERFORM WRITE-IMAGE-LINE
    MOVE "MASTER  : "     TO WS-I-TAG
    MOVE EMPLOYEE-RECORD  TO WS-DECODE-RECORD
    PERFORM WRITE-IMAGE-LINE.

REPORT-MISSING-RECORD.
    ADD 1 TO WS-MISSING-COUNT
    MOVE "Y" TO WS-DISCREPANCY-FLAG
    MOVE WS-EX-IMAGE (WS-EXPECTED-SLOT) TO WS-DECODE-RECORD
    MOVE "MISSING    "    TO WS-F-TYPE
    MOVE EMP-ID OF WS-DECODE-RECORD TO WS-F-EMP-ID
    IF WS-EX-SOURCE (WS-EXPECTED-SLOT) = "B"
        MOVE "ON THE BASELINE, NOT ON MASTER" TO WS-F-TEXT
    ELSE
        MOVE "ON THE JOURNAL, NOT ON MASTER" TO WS-F-TEXT
    END-IF
    WRITE AUDIT-REPORT-LINE FROM WS-FINDING-LINE
    PERFORM SET-EXPECTED-TAG
    PERFORM WRITE-IMAGE-LINE
    MOVE "MASTER  : "     TO WS-N-TAG
    MOVE "(NOT ON MASTER)" TO WS-N-TEXT
    WRITE AUDIT-REPORT-LINE FROM WS-ABSENT-LINE.

SET-EXPECTED-TAG.
    IF WS-EX-SOURCE (WS-EXPECTED-SLOT) = "B"
        MOVE "BASELINE: " TO WS-I-TAG
    ELSE
        MOVE "JOURNAL : " TO WS-I-TAG
    END-IF.

WRITE-IMAGE-LINE.
    MOVE EMP-ID OF WS-DECODE-RECORD         TO WS-I-EMP-ID
    MOVE EMP-NAME OF WS-DECODE-RECORD       TO WS-I-NAME
    MOVE EMP-DEPT OF WS-DECODE-RECORD       TO WS-I-DEPT
    MOVE EMP-START-DATE OF WS-DECODE-RECORD TO WS-I-DATE
    MOVE EMP-STATUS OF WS-DECODE-RECORD     TO WS-I-STATUS
    WRITE AUDIT-REPORT-LINE FROM WS-IMAGE-LINE.

WRITE-AUDIT-SUMMARY.
    WRITE AUDIT-REPORT-LINE FROM SPACES
    MOVE "BASELINE RECORDS LOADED     " TO WS-C-LABEL
    MOVE WS-BASELINE-COUNT              TO WS-C-COUNT
    WRITE AUDIT-REPORT-LINE FROM WS-COUNT-LINE
    MOVE "JOURNAL ENTRIES REPLAYED    " TO WS-C-LABEL
    MOVE WS-JOURNAL-COUNT               TO WS-C-COUNT
    WRITE AUDIT-REPORT-LINE FROM WS-COUNT-LINE
    IF WS-UNUSABLE-COUNT > 0
        MOVE "  NOT REPLAYABLE            " TO WS-C-LABEL
        MOVE WS-UNUSABLE-COUNT              TO WS-C-COUNT
        WRITE AUDIT-REPORT-LINE FROM WS-COUNT-LINE
    END-IF
    MOVE "EMPLOYEES EXPECTED          " TO WS-C-LABEL
    MOVE WS-EXPECTED-COUNT              TO WS-C-COUNT
    WRITE AUDIT-REPORT-LINE FROM WS-COUNT-LINE
    MOVE "MASTER RECORDS READ         " TO WS-C-LABEL
    MOVE WS-MASTER-COUNT                TO WS-C-COUNT
    WRITE AUDIT-REPORT-LINE FROM WS-COUNT-LINE
    MOVE "MISSING FROM MASTER         " TO WS-C-LABEL
    MOVE WS-MISSING-COUNT               TO WS-C-COUNT
    WRITE AUDIT-REPORT-LINE FROM WS-COUNT-LINE
    MOVE "UNEXPECTED ON MASTER        " TO WS-C-LABEL
    MOVE WS-UNEXPECTED-COUNT            TO WS-C-COUNT
    WRITE AUDIT-REPORT-LINE FROM WS-COUNT-LINE
    MOVE "DIFFERENT FROM EXPECTED     " TO WS-C-LABEL
    MOVE WS-DIFFERENT-COUNT             TO WS-C-COUNT
    WRITE AUDIT-REPORT-LINE FROM WS-COUNT-LINE
    MOVE "RECORDS WITH INVALID FIELDS " TO WS-C-LABEL
    MOVE WS-INVALID-COUNT               TO WS-C-COUNT
    WRITE AUDIT-REPORT-LINE FROM WS-COUNT-LINE
    WRITE AUDIT-REPORT-LINE FROM SPACES
    IF WS-DISCREPANCY-FLAG = "Y"
        MOVE "FAIL - SEE DISCREPANCIES ABOVE" TO WS-V-TEXT
    ELSE
        MOVE "PASS" TO WS-V-TEXT
    END-IF
    WRITE AUDIT-REPORT-LINE FROM WS-VERDICT-LINE.
