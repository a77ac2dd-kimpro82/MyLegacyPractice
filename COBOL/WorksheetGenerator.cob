    *> fact count rather than repeating problems on one sheet.
    *> Ends with return code 2 when MULTTAB.MST is missing and 1 when
    *> the master holds no facts for the requested operation.
    *> 2026-10-15: Every problem printed is now also recorded on the
    *>              indexed issued-worksheet file WORKSHT.DAT (COPY
    *>              WORKSHT), keyed on worksheet date, sheet and
    *>              problem number, so WORKSHEET-GRADER can mark a
    *>              completed sheet against MULTTAB.MST instead of a
    *>              trainer marking it by hand from ANSWERKEY.RPT.
    *>              Sheet numbers now run on from the last sheet
    *>              already issued that date, so a second run on the
    *>              same day cannot reissue a sheet number; a run that
    *>              would pass sheet 99 for the day is refused with
    *>              return code 1, and a WORKSHT.DAT that cannot be
    *>              opened ends the run with return code 2 before any
    *>              sheet is printed.
    *> 2026-10-15: Facts are now drawn only from the I/J range the
    *>              generation registry MULTREG.DAT (COPY MULTREG)
    *>              holds for the requested operation, read straight
    *>              from the master at that operation's key. An
    *>              operation with no registry entry has never been
    *>              generated and ends the run with return code 1.
    *>              The fact table now holds a full 99 by 99 grid,
    *>              since the generator's J range is no longer fixed.
    *> 2026-10-15: The run date now comes from BUSINESS-DATE (COPY
    *>              BUSDATE) instead of the system date, so sheets issued
    *>              on a chain rerun for a missed day are dated and
    *>              numbered as that day, and each sheet header shows RUN
    *>              ON and the system date when the two differ.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        RECORD KEY IS MTM-KEY
        FILE STATUS IS WS-MASTER-STATUS.

    SELECT OPTIONAL REGISTRY-FILE
        ASSIGN TO "MULTREG.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS REG-OPER
        FILE STATUS IS WS-REGISTRY-STATUS.

    SELECT OPTIONAL PARM-FILE
        ASSIGN TO "WORKSHT.PRM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PARM-FILE-STATUS.

    SELECT OPTIONAL SHEET-FILE
        ASSIGN TO "WORKSHT.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SHT-KEY
        FILE STATUS IS WS-SHEET-STATUS.

    SELECT WORKSHEET-FILE
        ASSIGN TO "WORKSHEET.RPT"
        ORGANIZATION IS LINE SEQUENTIAL.
01  MASTER-RECORD.
    COPY MULTMSTR.

FD  REGISTRY-FILE.
01  REGISTRY-RECORD.
    COPY MULTREG.

FD  PARM-FILE.
01  PARM-CARD.
    05 PARM-OPERATION      PIC X.
    05 PARM-COPY-COUNT     PIC 9(2).
    05 FILLER              PIC X(74).

FD  SHEET-FILE.
01  SHEET-RECORD.
    COPY WORKSHT.

FD  WORKSHEET-FILE.
01  WORKSHEET-LINE      PIC X(80).

    01 WS-MASTER-STATUS     PIC XX VALUE SPACES.
    01 WS-PARM-FILE-STATUS  PIC XX VALUE SPACES.
    01 WS-END-OF-MASTER     PIC X VALUE "N".
    01 WS-REGISTRY-STATUS   PIC XX VALUE SPACES.
    01 WS-REGISTRY-FOUND    PIC X VALUE "N".
    *> the registered range, kept here once MULTREG.DAT is closed
    01 WS-REG-I-START       PIC 99 VALUE 0.
    01 WS-REG-I-END         PIC 99 VALUE 0.
    01 WS-REG-J-START       PIC 99 VALUE 0.
    01 WS-REG-J-END         PIC 99 VALUE 0.
    01 WS-SHEET-STATUS      PIC XX VALUE SPACES.
    01 WS-END-OF-SHEETS     PIC X VALUE "N".

    01 WS-OPERATION         PIC X  VALUE "M".
    01 WS-OP-SYMBOL         PIC XX VALUE " *".
    01 WS-PROBLEM-COUNT     PIC 9(3) VALUE 10.
    01 WS-COPY-COUNT        PIC 9(2) VALUE 1.

    01 WS-BUSINESS-DATE.
        COPY BUSDATE.

    01 WS-RUN-DATE.
        05 WS-RUN-YYYY  PIC 9(4).
        05 WS-RUN-MM    PIC 99.
        05 WS-RUN-DD    PIC 99.
    01 WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE PIC 9(8).
    01 WS-RUN-TIME          PIC 9(8).

    *> the full grid tops out at 99 I values by 99 J values
    01 WS-FACT-MAX          PIC 9(4) COMP-5 VALUE 9801.
    01 WS-FACT-COUNT        PIC 9(4) COMP-5 VALUE 0.
    01 WS-FACT-TABLE.
        05 WS-FACT-ENTRY OCCURS 9801 TIMES.
            10 WS-FACT-I        PIC 99.
            10 WS-FACT-J        PIC 99.
            10 WS-FACT-RESULT   PIC 9(4).

    *> deck of fact subscripts, re-shuffled per copy
    01 WS-DECK-TABLE.
        05 WS-DECK-ENTRY OCCURS 9801 TIMES PIC 9(4) COMP-5.

    01 WS-COPY-INDEX        PIC 9(2)  VALUE 0.
    *> last sheet number already issued today, and the number the
    *> copy being printed carries (WS-SHEET-BASE + WS-COPY-INDEX)
    01 WS-SHEET-BASE        PIC 9(2)  VALUE 0.
    01 WS-SHEET-NUMBER      PIC 9(2)  VALUE 0.
    01 WS-PROBLEM-INDEX     PIC 9(3)  VALUE 0.
    01 WS-SHEET-PROBLEMS    PIC 9(3)  VALUE 0.
    01 WS-DECK-INDEX        PIC 9(4) COMP-5 VALUE 0.
        05 FILLER       PIC X(13) VALUE "   OPERATION:".
        05 FILLER       PIC X(1)  VALUE SPACE.
        05 WS-H-OPER    PIC X.
        05 FILLER       PIC X(2)  VALUE SPACES.
        05 WS-H-NOTE    PIC X(17).
        05 FILLER       PIC X(7)  VALUE SPACES.

    01 WS-PROBLEM-LINE.
        05 WS-P-NUMBER  PIC ZZ9.

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    CALL "BUSINESS-DATE" USING WS-BUSINESS-DATE
    MOVE BDT-DATE TO WS-RUN-DATE
    ACCEPT WS-RUN-TIME FROM TIME
    PERFORM READ-PARM-CARD
    PERFORM SET-OPERATION-SYMBOL
    MOVE WS-RUN-TIME TO WS-RANDOM-SEED
    COMPUTE WS-RANDOM-WORK = FUNCTION RANDOM (WS-RANDOM-SEED)

    PERFORM READ-REGISTRY-ENTRY
    IF WS-REGISTRY-FOUND = "N"
        DISPLAY "WORKSHEET-GENERATOR: operation " WS-OPERATION
            " has no entry on MULTREG.DAT, no worksheets produced"
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF

    PERFORM LOAD-FACT-TABLE
    IF WS-FACT-COUNT = 0
        DISPLAY "WORKSHEET-GENERATOR: MULTTAB.MST holds no facts for "
            ", problem count capped"
    END-IF

    PERFORM OPEN-SHEET-FILE
    PERFORM FIND-LAST-SHEET-TODAY
    IF WS-SHEET-BASE + WS-COPY-COUNT > 99
        DISPLAY "WORKSHEET-GENERATOR: " WS-SHEET-BASE
            " sheet(s) already issued today, " WS-COPY-COUNT
            " more would pass sheet 99, no worksheets produced"
        CLOSE SHEET-FILE
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN OUTPUT WORKSHEET-FILE
    OPEN OUTPUT ANSWER-KEY-FILE

    PERFORM VARYING WS-COPY-INDEX FROM 1 BY 1
            UNTIL WS-COPY-INDEX > WS-COPY-COUNT
        COMPUTE WS-SHEET-NUMBER = WS-SHEET-BASE + WS-COPY-INDEX
        PERFORM SHUFFLE-DECK
        PERFORM WRITE-ONE-WORKSHEET
    END-PERFORM

    CLOSE WORKSHEET-FILE
    CLOSE ANSWER-KEY-FILE
    CLOSE SHEET-FILE
    STOP RUN.

OPEN-SHEET-FILE.
    OPEN I-O SHEET-FILE
    IF WS-SHEET-STATUS = "35"
        OPEN OUTPUT SHEET-FILE
        CLOSE SHEET-FILE
        OPEN I-O SHEET-FILE
    END-IF
    IF WS-SHEET-STATUS NOT = "00" AND WS-SHEET-STATUS NOT = "05"
        *> a sheet with no WORKSHT.DAT record could never be graded,
        *> so print nothing rather than hand out unmarkable sheets
        DISPLAY "WORKSHEET-GENERATOR: WORKSHT.DAT open failed, status "
            WS-SHEET-STATUS ", no worksheets produced"
        MOVE 2 TO RETURN-CODE
        STOP RUN
    END-IF.

FIND-LAST-SHEET-TODAY.
    MOVE 0               TO WS-SHEET-BASE
    MOVE "N"             TO WS-END-OF-SHEETS
    MOVE WS-RUN-DATE-NUM TO SHT-DATE
    MOVE 0               TO SHT-SHEET
    MOVE 0               TO SHT-PROBLEM
    START SHEET-FILE KEY IS NOT LESS THAN SHT-KEY
        INVALID KEY
            MOVE "Y" TO WS-END-OF-SHEETS
    END-START
    PERFORM UNTIL WS-END-OF-SHEETS = "Y"
        READ SHEET-FILE NEXT RECORD
            AT END
                MOVE "Y" TO WS-END-OF-SHEETS
            NOT AT END
                IF SHT-DATE NOT = WS-RUN-DATE-NUM
                    MOVE "Y" TO WS-END-OF-SHEETS
                ELSE
                    MOVE SHT-SHEET TO WS-SHEET-BASE
                END-IF
        END-READ
    END-PERFORM.

LOAD-FACT-TABLE.
    OPEN INPUT MASTER-FILE
    IF WS-MASTER-STATUS NOT = "00"
        MOVE 2 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE WS-OPERATION TO MTM-OPER
    MOVE WS-REG-I-START TO MTM-I
    MOVE WS-REG-J-START TO MTM-J
    START MASTER-FILE KEY IS NOT LESS THAN MTM-KEY
        INVALID KEY
            MOVE "Y" TO WS-END-OF-MASTER
    END-START
    IF WS-END-OF-MASTER = "N"
        PERFORM READ-MASTER-RECORD
    END-IF
    PERFORM UNTIL WS-END-OF-MASTER = "Y"
        IF MTM-OPER NOT = WS-OPERATION
                OR MTM-I > WS-REG-I-END
            MOVE "Y" TO WS-END-OF-MASTER
        ELSE
            PERFORM KEEP-FACT-IN-RANGE
            PERFORM READ-MASTER-RECORD
        END-IF
    END-PERFORM
    CLOSE MASTER-FILE.

KEEP-FACT-IN-RANGE.
    IF MTM-J NOT < WS-REG-J-START AND MTM-J NOT > WS-REG-J-END
            AND WS-FACT-COUNT < WS-FACT-MAX
        ADD 1 TO WS-FACT-COUNT
        MOVE MTM-I      TO WS-FACT-I (WS-FACT-COUNT)
        MOVE MTM-J      TO WS-FACT-J (WS-FACT-COUNT)
        MOVE MTM-RESULT TO WS-FACT-RESULT (WS-FACT-COUNT)
    END-IF.

READ-REGISTRY-ENTRY.
    MOVE "N" TO WS-REGISTRY-FOUND
    OPEN INPUT REGISTRY-FILE
    IF WS-REGISTRY-STATUS = "00" OR WS-REGISTRY-STATUS = "05"
        MOVE WS-OPERATION TO REG-OPER
        READ REGISTRY-FILE
            INVALID KEY
                MOVE "N" TO WS-REGISTRY-FOUND
            NOT INVALID KEY
                MOVE "Y"         TO WS-REGISTRY-FOUND
                MOVE REG-I-START TO WS-REG-I-START
                MOVE REG-I-END   TO WS-REG-I-END
                MOVE REG-J-START TO WS-REG-J-START
                MOVE REG-J-END   TO WS-REG-J-END
        END-READ
        CLOSE REGISTRY-FILE
    END-IF.

READ-MASTER-RECORD.
    READ MASTER-FILE NEXT RECORD
        AT END
    IF WS-COPY-INDEX > 1
        WRITE WORKSHEET-LINE FROM SPACES
    END-IF
    MOVE WS-SHEET-NUMBER TO WS-H-SHEET
    MOVE WS-RUN-YYYY   TO WS-H-YYYY
    MOVE WS-RUN-MM     TO WS-H-MM
    MOVE WS-RUN-DD     TO WS-H-DD
    MOVE WS-OPERATION  TO WS-H-OPER
    MOVE BDT-HEADER-NOTE TO WS-H-NOTE
    WRITE WORKSHEET-LINE FROM WS-SHEET-HEADER
    WRITE WORKSHEET-LINE FROM SPACES

        MOVE WS-DECK-ENTRY (WS-PROBLEM-INDEX) TO WS-FACT-PICK
        PERFORM WRITE-PROBLEM-LINE
        PERFORM WRITE-ANSWER-LINE
        PERFORM WRITE-SHEET-RECORD
    END-PERFORM.

WRITE-PROBLEM-LINE.
    WRITE WORKSHEET-LINE FROM WS-PROBLEM-LINE.

WRITE-ANSWER-LINE.
    MOVE WS-SHEET-NUMBER               TO WS-A-SHEET
    MOVE WS-PROBLEM-INDEX              TO WS-A-NUMBER
    MOVE WS-OP-SYMBOL                  TO WS-A-OP
    MOVE WS-FACT-I (WS-FACT-PICK)      TO WS-A-I
    MOVE WS-FACT-RESULT (WS-FACT-PICK) TO WS-A-RESULT
    WRITE ANSWER-KEY-LINE FROM WS-ANSWER-LINE.

WRITE-SHEET-RECORD.
    MOVE WS-RUN-DATE-NUM               TO SHT-DATE
    MOVE WS-SHEET-NUMBER               TO SHT-SHEET
    MOVE WS-PROBLEM-INDEX              TO SHT-PROBLEM
    MOVE WS-OPERATION                  TO SHT-OPER
    MOVE WS-FACT-I (WS-FACT-PICK)      TO SHT-I
    MOVE WS-FACT-J (WS-FACT-PICK)      TO SHT-J
    WRITE SHEET-RECORD
        INVALID KEY
            DISPLAY "WORKSHEET-GENERATOR: WORKSHT.DAT write failed for "
                "sheet " WS-SHEET-NUMBER " problem " WS-PROBLEM-INDEX
                ", status " WS-SHEET-STATUS
            MOVE 1 TO RETURN-CODE
    END-WRITE.

SET-OPERATION-SYMBOL.
    EVALUATE WS-OPERATION
        WHEN "A"
