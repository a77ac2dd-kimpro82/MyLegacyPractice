IDENTIFICATION DIVISION.
    PROGRAM-ID.     WORKSHEET-GRADER.
    AUTHOR.         kimpro82.
    DATE-WRITTEN.   2026-10-15.
    *> Compiled with GNU COBOL 3.2.0
    *> Marks completed trainee worksheets so the trainers no longer mark
    *> every sheet by hand against ANSWERKEY.RPT. Reads the keyed-in
    *> answers on WORKANS.TXN, one card per problem answered:
    *>     columns 1-5    trainee EMP-ID
    *>     columns 6-13   worksheet date, YYYYMMDD, as printed on the sheet
    *>     columns 14-15  sheet number, 9(2)
    *>     columns 16-18  problem number, 9(3)
    *>     columns 19-22  answer given, zero-filled or right-justified;
    *>                    blank when the trainee left it empty
    *> Cards are keyed one sheet at a time, so each run of cards with
    *> the same trainee, date and sheet is one graded sheet. Each
    *> problem is found on the issued-worksheet file WORKSHT.DAT
    *> written by WORKSHEET-GENERATOR and marked against the fact on
    *> MULTTAB.MST (through the callable MULTTAB-LOOKUP); a blank
    *> answer is marked wrong. The graded sheets go to GRADED.RPT with
    *> every answer shown RIGHT or WRONG next to the correct value, and
    *> every graded problem is added to the trainee results history
    *> TRAINRES.DAT (COPY TRAINRES), indexed on trainee, worksheet
    *> date, sheet and problem.
    *> Cards that cannot be scored go to WORKANS.REJ with a reason code,
    *> with the card image kept in columns 1-22 so a corrected reject
    *> file resubmits as-is:
    *>     BL  blank card
    *>     EM  trainee not numeric, not on EMPLOYEE.MST, or not active
    *>     SH  worksheet date or sheet number not numeric
    *>     DP  problem already graded, or keyed twice on a sheet
    *>     PR  problem number not numeric
    *>     NS  sheet/problem never issued on WORKSHT.DAT
    *>     AN  answer not numeric
    *>     FM  fact not on MULTTAB.MST, or MULTTAB.MST unavailable
    *>     RS  result could not be written to TRAINRES.DAT
    *> A problem already on TRAINRES.DAT is refused, so re-keying a
    *> batch cannot count anything twice on the scorecard, while the
    *> rest of a sheet is still graded. A sheet with some cards
    *> rejected is completed by correcting those cards on WORKANS.REJ
    *> and resubmitting it: the corrected problems are graded onto the
    *> same sheet, and any card already graded comes back DP.
    *> After grading, the whole history is read back to print
    *> SCORECARD.RPT: per trainee and operation, the sheets taken,
    *> problems answered, percent correct and the three facts missed
    *> most often.
    *> Ends with return code 2 when EMPLOYEE.MST, WORKSHT.DAT,
    *> MULTTAB.MST or TRAINRES.DAT cannot be used, and 1 when
    *> WORKANS.TXN is missing or an answer could not be written to
    *> TRAINRES.DAT (rejected RS, so it can be resubmitted).
    *> 2026-10-15: The run date now comes from BUSINESS-DATE (COPY
    *>              BUSDATE) instead of the system date, so a chain rerun
    *>              for a missed day dates its results with that day. The
    *>              report header shows RUN ON and the system date beside
    *>              DATE: when the two differ.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ANSWER-FILE
        ASSIGN TO "WORKANS.TXN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ANSWER-STATUS.

    SELECT OPTIONAL EMPLOYEE-FILE
        ASSIGN TO "EMPLOYEE.MST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS EMP-ID
        FILE STATUS IS WS-EMPLOYEE-STATUS.

    SELECT OPTIONAL SHEET-FILE
        ASSIGN TO "WORKSHT.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS SHT-KEY
        FILE STATUS IS WS-SHEET-STATUS.

    SELECT OPTIONAL RESULT-FILE
        ASSIGN TO "TRAINRES.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RES-KEY
        FILE STATUS IS WS-RESULT-STATUS.

    SELECT GRADED-REPORT-FILE
        ASSIGN TO "GRADED.RPT"
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT REJECT-FILE
        ASSIGN TO "WORKANS.REJ"
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT SCORECARD-FILE
        ASSIGN TO "SCORECARD.RPT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  ANSWER-FILE.
01  ANSWER-RECORD.
    05 ANS-SHEET-KEY.
        10 ANS-EMP-ID       PIC X(5).
        10 ANS-SHEET-DATE   PIC X(8).
        10 ANS-SHEET        PIC X(2).
    05 ANS-PROBLEM          PIC X(3).
    05 ANS-ANSWER           PIC X(4).
    05 FILLER               PIC X(58).
01  ANSWER-IMAGE.
    05 ANS-CARD-IMAGE       PIC X(22).
    05 FILLER               PIC X(58).

FD  EMPLOYEE-FILE.
01  EMPLOYEE-RECORD.
    COPY EMPMSTR.

FD  SHEET-FILE.
01  SHEET-RECORD.
    COPY WORKSHT.

FD  RESULT-FILE.
01  RESULT-RECORD.
    COPY TRAINRES.

FD  GRADED-REPORT-FILE.
01  GRADED-REPORT-LINE  PIC X(80).

FD  REJECT-FILE.
01  REJECT-LINE         PIC X(80).

FD  SCORECARD-FILE.
01  SCORECARD-LINE      PIC X(80).

WORKING-STORAGE SECTION.
    01 WS-ANSWER-STATUS        PIC XX VALUE SPACES.
    01 WS-EMPLOYEE-STATUS      PIC XX VALUE SPACES.
    01 WS-SHEET-STATUS         PIC XX VALUE SPACES.
    01 WS-RESULT-STATUS        PIC XX VALUE SPACES.
    *> the run's return code, held here because every CALL resets
    *> RETURN-CODE; moved to it just before the normal STOP RUN
    01 WS-FINAL-RC             PIC 9 VALUE 0.
    01 WS-END-OF-ANSWERS       PIC X VALUE "N".
    01 WS-END-OF-RESULTS       PIC X VALUE "N".
    01 WS-REJECT-CODE          PIC XX VALUE SPACES.
    01 WS-REJECT-TEXT          PIC X(30) VALUE SPACES.
    *> "Y" once MULTTAB-LOOKUP reports MULTTAB.MST unusable; every
    *> card after that is still read, and rejected FM
    01 WS-FACTS-UNAVAILABLE    PIC X VALUE "N".

    01 WS-BUSINESS-DATE.
        COPY BUSDATE.

    01 WS-RUN-DATE.
        05 WS-RUN-YYYY  PIC 9(4).
        05 WS-RUN-MM    PIC 99.
        05 WS-RUN-DD    PIC 99.
    01 WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE PIC 9(8).

    01 WS-LOOKUP-REQUEST.
        COPY MULTLKUP.

    *> the sheet being graded: its trainee/date/sheet key, and the
    *> reject that applies to every card on it (bad trainee, bad
    *> sheet key), spaces when the sheet is good. WS-SHEET-OPEN is
    *> "Y" once its first answer is graded and its heading printed.
    01 WS-CURRENT-SHEET-KEY    PIC X(15) VALUE SPACES.
    01 WS-SHEET-REJECT-CODE    PIC XX VALUE SPACES.
    01 WS-SHEET-REJECT-TEXT    PIC X(30) VALUE SPACES.
    01 WS-SHEET-OPEN           PIC X VALUE "N".
    01 WS-SHEET-ANSWERED       PIC 9(3) VALUE 0.
    01 WS-SHEET-RIGHT          PIC 9(3) VALUE 0.
    01 WS-SHEET-NAME           PIC X(30) VALUE SPACES.
    01 WS-ANSWER-WORK          PIC X(4) VALUE SPACES.
    01 WS-ANSWER-NUM REDEFINES WS-ANSWER-WORK PIC 9(4).
    01 WS-ANSWER-EDIT          PIC ZZZ9.
    01 WS-OP-SYMBOL            PIC XX VALUE " *".
    01 WS-PERCENT              PIC 9(3)V9 VALUE 0.

    *> problems already marked on the sheet being graded
    01 WS-PROBLEM-MAX          PIC 9(4) COMP-5 VALUE 999.
    01 WS-PROBLEM-COUNT        PIC 9(4) COMP-5 VALUE 0.
    01 WS-PROBLEM-INDEX        PIC 9(4) COMP-5 VALUE 0.
    01 WS-PROBLEM-TABLE.
        05 WS-PROBLEM-SEEN OCCURS 999 TIMES PIC X(3).

    *> trainee/date/sheet of the history record just read, to count
    *> sheets on the scorecard
    01 WS-RESULT-SHEET-KEY.
        05 WS-RK-EMP-ID     PIC X(5).
        05 WS-RK-DATE       PIC 9(8).
        05 WS-RK-SHEET      PIC 9(2).
    01 WS-PREV-SHEET-KEY       PIC X(15) VALUE SPACES.

    01 WS-READ-COUNT           PIC 9(6) VALUE 0.
    01 WS-GRADED-PROB-COUNT    PIC 9(6) VALUE 0.
    01 WS-RIGHT-COUNT          PIC 9(6) VALUE 0.
    01 WS-WRONG-COUNT          PIC 9(6) VALUE 0.
    01 WS-REJECTED-COUNT       PIC 9(6) VALUE 0.
    01 WS-SHEETS-GRADED        PIC 9(6) VALUE 0.

    *> scorecard accumulators, one entry per trainee and operation,
    *> kept in EMP-ID/operation order as they are added
    01 WS-SCORE-MAX            PIC 9(4) COMP-5 VALUE 500.
    01 WS-SCORE-COUNT          PIC 9(4) COMP-5 VALUE 0.
    01 WS-SCORE-INDEX          PIC 9(4) COMP-5 VALUE 0.
    01 WS-SCORE-FOUND          PIC 9(4) COMP-5 VALUE 0.
    01 WS-SCORE-TABLE.
        05 WS-SCORE-ENTRY OCCURS 500 TIMES.
            10 WS-SC-KEY.
                15 WS-SC-EMP-ID     PIC X(5).
                15 WS-SC-OPER       PIC X.
            10 WS-SC-SHEETS         PIC 9(6).
            10 WS-SC-ANSWERED       PIC 9(6).
            10 WS-SC-RIGHT          PIC 9(6).
    01 WS-SCORE-HOLD           PIC X(24).
    01 WS-NEW-SCORE-KEY.
        05 WS-NS-EMP-ID         PIC X(5).
        05 WS-NS-OPER           PIC X.

    *> misses per trainee, operation and fact
    01 WS-MISS-MAX             PIC 9(4) COMP-5 VALUE 5000.
    01 WS-MISS-COUNT           PIC 9(4) COMP-5 VALUE 0.
    01 WS-MISS-INDEX           PIC 9(4) COMP-5 VALUE 0.
    01 WS-MISS-BEST            PIC 9(4) COMP-5 VALUE 0.
    01 WS-MISS-RANK            PIC 9(4) COMP-5 VALUE 0.
    01 WS-MISS-TABLE.
        05 WS-MISS-ENTRY OCCURS 5000 TIMES.
            10 WS-MS-KEY.
                15 WS-MS-EMP-ID     PIC X(5).
                15 WS-MS-OPER       PIC X.
                15 WS-MS-I          PIC 99.
                15 WS-MS-J          PIC 99.
            10 WS-MS-TIMES          PIC 9(6).
            10 WS-MS-LISTED         PIC X.
    01 WS-NEW-MISS-KEY.
        05 WS-NM-EMP-ID         PIC X(5).
        05 WS-NM-OPER           PIC X.
        05 WS-NM-I              PIC 99.
        05 WS-NM-J              PIC 99.
    01 WS-SCORE-OVERFLOW       PIC 9(6) VALUE 0.
    01 WS-MISS-OVERFLOW        PIC 9(6) VALUE 0.

    01 WS-REPORT-HEADER.
        05 WS-H-TITLE   PIC X(32).
        05 FILLER       PIC X(6)  VALUE "DATE: ".
        05 WS-H-YYYY    PIC 9(4).
        05 FILLER       PIC X(1)  VALUE "-".
        05 WS-H-MM      PIC 99.
        05 FILLER       PIC X(1)  VALUE "-".
        05 WS-H-DD      PIC 99.
        05 FILLER       PIC X(2)  VALUE SPACES.
        05 WS-H-NOTE    PIC X(17).
        05 FILLER       PIC X(13) VALUE SPACES.

    01 WS-SHEET-HEADER.
        05 FILLER       PIC X(8)  VALUE "TRAINEE ".
        05 WS-SH-EMP-ID PIC X(5).
        05 FILLER       PIC X(1)  VALUE SPACE.
        05 WS-SH-NAME   PIC X(30).
        05 FILLER       PIC X(11) VALUE " WORKSHEET ".
        05 WS-SH-SHEET  PIC Z9.
        05 FILLER       PIC X(8)  VALUE "  DATED ".
        05 WS-SH-DATE   PIC X(8).
        05 FILLER       PIC X(7)  VALUE SPACES.

    01 WS-GRADED-LINE.
        05 FILLER       PIC X(2)  VALUE SPACES.
        05 WS-G-NUMBER  PIC ZZ9.
        05 FILLER       PIC X(2)  VALUE ". ".
        05 WS-G-I       PIC Z9.
        05 WS-G-OP      PIC X(2)  VALUE " *".
        05 WS-G-J       PIC Z9.
        05 FILLER       PIC X(3)  VALUE " = ".
        05 WS-G-CORRECT PIC ZZZ9.
        05 FILLER       PIC X(11) VALUE "   ANSWER: ".
        05 WS-G-ANSWER  PIC X(5).
        05 FILLER       PIC X(2)  VALUE SPACES.
        05 WS-G-VERDICT PIC X(5).
        05 FILLER       PIC X(37) VALUE SPACES.

    01 WS-SHEET-SCORE-LINE.
        05 FILLER       PIC X(9)  VALUE "  SCORE: ".
        05 WS-SS-RIGHT  PIC ZZ9.
        05 FILLER       PIC X(4)  VALUE " OF ".
        05 WS-SS-TOTAL  PIC ZZ9.
        05 FILLER       PIC X(8)  VALUE " RIGHT  ".
        05 WS-SS-PCT    PIC ZZ9.9.
        05 FILLER       PIC X(1)  VALUE "%".
        05 FILLER       PIC X(47) VALUE SPACES.

    01 WS-TOTAL-LINE.
        05 WS-T-LABEL   PIC X(24).
        05 WS-T-COUNT   PIC ZZZ,ZZ9.
        05 FILLER       PIC X(49) VALUE SPACES.

    01 WS-REJECT-DETAIL.
        05 WS-REJ-IMAGE PIC X(22).
        05 FILLER       PIC X(2)  VALUE SPACES.
        05 WS-REJ-CODE  PIC XX.
        05 FILLER       PIC X(1)  VALUE SPACE.
        05 WS-REJ-TEXT  PIC X(30).
        05 FILLER       PIC X(23) VALUE SPACES.

    01 WS-SCORE-COLUMNS.
        05 FILLER       PIC X(38) VALUE "TRAINEE NAME".
        05 FILLER       PIC X(42)
            VALUE "OP  SHEETS  ANSWERED     RIGHT  PCT RIGHT".

    01 WS-SCORE-LINE.
        05 WS-SL-EMP-ID PIC X(5).
        05 FILLER       PIC X(1)  VALUE SPACE.
        05 WS-SL-NAME   PIC X(30).
        05 FILLER       PIC X(2)  VALUE SPACES.
        05 WS-SL-OPER   PIC X.
        05 FILLER       PIC X(2)  VALUE SPACES.
        05 WS-SL-SHEETS PIC ZZZ,ZZ9.
        05 FILLER       PIC X(3)  VALUE SPACES.
        05 WS-SL-ANSWERED PIC ZZZ,ZZ9.
        05 FILLER       PIC X(3)  VALUE SPACES.
        05 WS-SL-RIGHT  PIC ZZZ,ZZ9.
        05 FILLER       PIC X(5)  VALUE SPACES.
        05 WS-SL-PCT    PIC ZZ9.9.
        05 FILLER       PIC X(1)  VALUE "%".
        05 FILLER       PIC X(1)  VALUE SPACES.

    01 WS-MISSED-LINE.
        05 FILLER       PIC X(19) VALUE "      MOST MISSED: ".
        05 WS-ML-FACTS.
            10 WS-ML-FACT OCCURS 3 TIMES PIC X(16).
        05 FILLER       PIC X(13) VALUE SPACES.

    01 WS-MISSED-FACT.
        05 WS-MF-I      PIC Z9.
        05 WS-MF-OP     PIC X(2).
        05 WS-MF-J      PIC Z9.
        05 FILLER       PIC X(2)  VALUE " (".
        05 WS-MF-TIMES  PIC ZZZ9.
        05 FILLER       PIC X(4)  VALUE "x)  ".

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    CALL "BUSINESS-DATE" USING WS-BUSINESS-DATE
    MOVE BDT-DATE TO WS-RUN-DATE

    OPEN INPUT EMPLOYEE-FILE
    IF WS-EMPLOYEE-STATUS NOT = "00"
        DISPLAY "WORKSHEET-GRADER: EMPLOYEE.MST is missing or "
            "unreadable, status " WS-EMPLOYEE-STATUS
        MOVE 2 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN INPUT SHEET-FILE
    IF WS-SHEET-STATUS NOT = "00"
        DISPLAY "WORKSHEET-GRADER: WORKSHT.DAT is missing or "
            "unreadable, status " WS-SHEET-STATUS
        CLOSE EMPLOYEE-FILE
        MOVE 2 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN I-O RESULT-FILE
    IF WS-RESULT-STATUS = "35"
        OPEN OUTPUT RESULT-FILE
        CLOSE RESULT-FILE
        OPEN I-O RESULT-FILE
    END-IF
    IF WS-RESULT-STATUS NOT = "00" AND WS-RESULT-STATUS NOT = "05"
        *> a sheet marked but not kept would never reach the
        *> scorecard, so mark nothing
        DISPLAY "WORKSHEET-GRADER: TRAINRES.DAT open failed, status "
            WS-RESULT-STATUS ", no sheets graded"
        CLOSE EMPLOYEE-FILE
        CLOSE SHEET-FILE
        MOVE 2 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN OUTPUT GRADED-REPORT-FILE
    OPEN OUTPUT REJECT-FILE
    MOVE "GRADED WORKSHEETS" TO WS-H-TITLE
    MOVE WS-RUN-YYYY TO WS-H-YYYY
    MOVE WS-RUN-MM   TO WS-H-MM
    MOVE WS-RUN-DD   TO WS-H-DD
    MOVE BDT-HEADER-NOTE TO WS-H-NOTE
    WRITE GRADED-REPORT-LINE FROM WS-REPORT-HEADER

    OPEN INPUT ANSWER-FILE
    IF WS-ANSWER-STATUS = "00"
        PERFORM READ-ANSWER
        PERFORM UNTIL WS-END-OF-ANSWERS = "Y"
            PERFORM PROCESS-ANSWER
            PERFORM READ-ANSWER
        END-PERFORM
        PERFORM END-GRADED-SHEET
        CLOSE ANSWER-FILE
    ELSE
        DISPLAY "WORKSHEET-GRADER: WORKANS.TXN is missing or "
            "unreadable, status " WS-ANSWER-STATUS
        IF WS-FINAL-RC < 1
            MOVE 1 TO WS-FINAL-RC
        END-IF
    END-IF

    PERFORM WRITE-REPORT-TOTALS
    MOVE "C" TO MLK-FUNCTION
    CALL "MULTTAB-LOOKUP" USING WS-LOOKUP-REQUEST

    CLOSE RESULT-FILE
    CLOSE SHEET-FILE
    CLOSE GRADED-REPORT-FILE
    CLOSE REJECT-FILE

    PERFORM BUILD-SCORECARD
    CLOSE EMPLOYEE-FILE
    MOVE WS-FINAL-RC TO RETURN-CODE
    STOP RUN.

READ-ANSWER.
    READ ANSWER-FILE
        AT END
            MOVE "Y" TO WS-END-OF-ANSWERS
        NOT AT END
            ADD 1 TO WS-READ-COUNT
    END-READ.

PROCESS-ANSWER.
    MOVE SPACES TO WS-REJECT-CODE
    MOVE SPACES TO WS-REJECT-TEXT
    IF ANS-CARD-IMAGE = SPACES
        MOVE "BL" TO WS-REJECT-CODE
        MOVE "BLANK CARD" TO WS-REJECT-TEXT
    ELSE
        IF ANS-SHEET-KEY NOT = WS-CURRENT-SHEET-KEY
            PERFORM END-GRADED-SHEET
            PERFORM START-GRADED-SHEET
        END-IF
        IF WS-SHEET-REJECT-CODE NOT = SPACES
            MOVE WS-SHEET-REJECT-CODE TO WS-REJECT-CODE
            MOVE WS-SHEET-REJECT-TEXT TO WS-REJECT-TEXT
        ELSE
            PERFORM EDIT-ANSWER
        END-IF
    END-IF

    IF WS-REJECT-CODE = SPACES
        PERFORM GRADE-ANSWER
    ELSE
        PERFORM WRITE-REJECT-RECORD
    END-IF.

START-GRADED-SHEET.
    MOVE ANS-SHEET-KEY TO WS-CURRENT-SHEET-KEY
    MOVE SPACES        TO WS-SHEET-REJECT-CODE
    MOVE SPACES        TO WS-SHEET-REJECT-TEXT
    MOVE SPACES        TO WS-SHEET-NAME
    MOVE 0             TO WS-SHEET-ANSWERED
    MOVE 0             TO WS-SHEET-RIGHT
    MOVE 0             TO WS-PROBLEM-COUNT

    IF ANS-EMP-ID NOT NUMERIC OR ANS-EMP-ID = "00000"
        MOVE "EM" TO WS-SHEET-REJECT-CODE
        MOVE "EMPLOYEE ID NOT NUMERIC" TO WS-SHEET-REJECT-TEXT
    ELSE
        MOVE ANS-EMP-ID TO EMP-ID
        READ EMPLOYEE-FILE
            INVALID KEY
                MOVE "EM" TO WS-SHEET-REJECT-CODE
                MOVE "EMPLOYEE NOT ON MASTER" TO WS-SHEET-REJECT-TEXT
            NOT INVALID KEY
                IF EMP-STATUS NOT = "A"
                    MOVE "EM" TO WS-SHEET-REJECT-CODE
                    MOVE "EMPLOYEE NOT ACTIVE"
                        TO WS-SHEET-REJECT-TEXT
                ELSE
                    MOVE EMP-NAME TO WS-SHEET-NAME
                END-IF
        END-READ
    END-IF

    IF WS-SHEET-REJECT-CODE = SPACES
        IF ANS-SHEET-DATE NOT NUMERIC OR ANS-SHEET NOT NUMERIC
            MOVE "SH" TO WS-SHEET-REJECT-CODE
            MOVE "SHEET DATE OR NUMBER INVALID"
                TO WS-SHEET-REJECT-TEXT
        END-IF
    END-IF.

OPEN-GRADED-SHEET.
    *> the heading waits for the first answer graded, so a sheet
    *> whose cards were all rejected prints nothing here
    MOVE "Y" TO WS-SHEET-OPEN
    ADD 1 TO WS-SHEETS-GRADED
    MOVE ANS-EMP-ID     TO WS-SH-EMP-ID
    MOVE WS-SHEET-NAME  TO WS-SH-NAME
    MOVE ANS-SHEET      TO WS-SH-SHEET
    MOVE ANS-SHEET-DATE TO WS-SH-DATE
    WRITE GRADED-REPORT-LINE FROM SPACES
    WRITE GRADED-REPORT-LINE FROM WS-SHEET-HEADER.

END-GRADED-SHEET.
    IF WS-SHEET-OPEN = "Y"
        MOVE WS-SHEET-RIGHT    TO WS-SS-RIGHT
        MOVE WS-SHEET-ANSWERED TO WS-SS-TOTAL
        IF WS-SHEET-ANSWERED > 0
            COMPUTE WS-PERCENT ROUNDED =
                WS-SHEET-RIGHT * 100 / WS-SHEET-ANSWERED
        ELSE
            MOVE 0 TO WS-PERCENT
        END-IF
        MOVE WS-PERCENT TO WS-SS-PCT
        WRITE GRADED-REPORT-LINE FROM WS-SHEET-SCORE-LINE
        MOVE "N" TO WS-SHEET-OPEN
    END-IF.

EDIT-ANSWER.
    IF WS-FACTS-UNAVAILABLE = "Y"
        MOVE "FM" TO WS-REJECT-CODE
        MOVE "MULTTAB.MST UNAVAILABLE" TO WS-REJECT-TEXT
    ELSE
        IF ANS-PROBLEM NOT NUMERIC
            MOVE "PR" TO WS-REJECT-CODE
            MOVE "PROBLEM NUMBER NOT NUMERIC" TO WS-REJECT-TEXT
        ELSE
            MOVE ANS-SHEET-DATE TO SHT-DATE
            MOVE ANS-SHEET      TO SHT-SHEET
            MOVE ANS-PROBLEM    TO SHT-PROBLEM
            READ SHEET-FILE
                INVALID KEY
                    MOVE "NS" TO WS-REJECT-CODE
                    MOVE "SHEET/PROBLEM NOT ISSUED" TO WS-REJECT-TEXT
            END-READ
        END-IF
    END-IF

    IF WS-REJECT-CODE = SPACES
        PERFORM VARYING WS-PROBLEM-INDEX FROM 1 BY 1
                UNTIL WS-PROBLEM-INDEX > WS-PROBLEM-COUNT
            IF WS-PROBLEM-SEEN (WS-PROBLEM-INDEX) = ANS-PROBLEM
                MOVE "DP" TO WS-REJECT-CODE
                MOVE "PROBLEM KEYED TWICE ON SHEET" TO WS-REJECT-TEXT
                MOVE WS-PROBLEM-COUNT TO WS-PROBLEM-INDEX
            END-IF
        END-PERFORM
    END-IF

    IF WS-REJECT-CODE = SPACES
        MOVE ANS-EMP-ID  TO RES-EMP-ID
        MOVE SHT-DATE    TO RES-SHEET-DATE
        MOVE SHT-SHEET   TO RES-SHEET
        MOVE SHT-PROBLEM TO RES-PROBLEM
        READ RESULT-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE "DP" TO WS-REJECT-CODE
                MOVE "PROBLEM ALREADY GRADED" TO WS-REJECT-TEXT
        END-READ
    END-IF

    IF WS-REJECT-CODE = SPACES AND ANS-ANSWER NOT = SPACES
        MOVE ANS-ANSWER TO WS-ANSWER-WORK
        INSPECT WS-ANSWER-WORK REPLACING LEADING SPACE BY ZERO
        IF WS-ANSWER-WORK NOT NUMERIC
            MOVE "AN" TO WS-REJECT-CODE
            MOVE "ANSWER NOT NUMERIC" TO WS-REJECT-TEXT
        END-IF
    END-IF

    IF WS-REJECT-CODE = SPACES
        MOVE SHT-OPER TO MLK-OPER
        MOVE SHT-I    TO I OF WS-LOOKUP-REQUEST
        MOVE SHT-J    TO J OF WS-LOOKUP-REQUEST
        MOVE "L"      TO MLK-FUNCTION
        CALL "MULTTAB-LOOKUP" USING WS-LOOKUP-REQUEST
        EVALUATE MLK-STATUS
            WHEN "F"
                CONTINUE
            WHEN "N"
                MOVE "FM" TO WS-REJECT-CODE
                MOVE "FACT NOT ON MULTTAB.MST" TO WS-REJECT-TEXT
            WHEN OTHER
                DISPLAY "WORKSHEET-GRADER: MULTTAB.MST is missing or "
                    "unreadable, remaining answers rejected"
                MOVE 2 TO WS-FINAL-RC
                MOVE "FM" TO WS-REJECT-CODE
                MOVE "MULTTAB.MST UNAVAILABLE" TO WS-REJECT-TEXT
                MOVE "Y" TO WS-FACTS-UNAVAILABLE
        END-EVALUATE
    END-IF.

GRADE-ANSWER.
    MOVE SPACES            TO RESULT-RECORD
    MOVE ANS-EMP-ID        TO RES-EMP-ID
    MOVE SHT-DATE          TO RES-SHEET-DATE
    MOVE SHT-SHEET         TO RES-SHEET
    MOVE SHT-PROBLEM       TO RES-PROBLEM
    MOVE SHT-OPER          TO RES-OPER
    MOVE SHT-I             TO RES-I
    MOVE SHT-J             TO RES-J
    MOVE MLK-RESULT        TO RES-CORRECT
    MOVE WS-RUN-DATE-NUM   TO RES-GRADED-DATE
    IF ANS-ANSWER = SPACES
        MOVE SPACES        TO RES-ANSWER
        MOVE "W"           TO RES-VERDICT
        MOVE "BLANK"       TO WS-G-ANSWER
    ELSE
        MOVE WS-ANSWER-WORK TO RES-ANSWER
        MOVE WS-ANSWER-NUM  TO WS-ANSWER-EDIT
        MOVE WS-ANSWER-EDIT TO WS-G-ANSWER
        IF WS-ANSWER-NUM = MLK-RESULT
            MOVE "R"       TO RES-VERDICT
        ELSE
            MOVE "W"       TO RES-VERDICT
        END-IF
    END-IF
    *> only an answer kept on TRAINRES.DAT is counted and printed,
    *> so GRADED.RPT never shows a mark the scorecard will not see
    WRITE RESULT-RECORD
        INVALID KEY
            DISPLAY "WORKSHEET-GRADER: TRAINRES.DAT write failed for "
                RES-KEY ", status " WS-RESULT-STATUS
            MOVE "RS" TO WS-REJECT-CODE
            MOVE "RESULT NOT RECORDED" TO WS-REJECT-TEXT
            PERFORM WRITE-REJECT-RECORD
            IF WS-FINAL-RC < 1
                MOVE 1 TO WS-FINAL-RC
            END-IF
        NOT INVALID KEY
            PERFORM REPORT-GRADED-ANSWER
    END-WRITE.

REPORT-GRADED-ANSWER.
    IF WS-SHEET-OPEN = "N"
        PERFORM OPEN-GRADED-SHEET
    END-IF
    IF WS-PROBLEM-COUNT < WS-PROBLEM-MAX
        ADD 1 TO WS-PROBLEM-COUNT
        MOVE ANS-PROBLEM TO WS-PROBLEM-SEEN (WS-PROBLEM-COUNT)
    END-IF
    ADD 1 TO WS-GRADED-PROB-COUNT
    ADD 1 TO WS-SHEET-ANSWERED

    IF RES-VERDICT = "R"
        ADD 1 TO WS-RIGHT-COUNT
        ADD 1 TO WS-SHEET-RIGHT
        MOVE "RIGHT" TO WS-G-VERDICT
    ELSE
        ADD 1 TO WS-WRONG-COUNT
        MOVE "WRONG" TO WS-G-VERDICT
    END-IF
    MOVE SHT-OPER TO MLK-OPER
    PERFORM SET-OP-SYMBOL
    MOVE SHT-PROBLEM  TO WS-G-NUMBER
    MOVE SHT-I        TO WS-G-I
    MOVE WS-OP-SYMBOL TO WS-G-OP
    MOVE SHT-J        TO WS-G-J
    MOVE MLK-RESULT   TO WS-G-CORRECT
    WRITE GRADED-REPORT-LINE FROM WS-GRADED-LINE.

SET-OP-SYMBOL.
    EVALUATE MLK-OPER
        WHEN "A"
            MOVE " +" TO WS-OP-SYMBOL
        WHEN "S"
            MOVE " -" TO WS-OP-SYMBOL
        WHEN "D"
            MOVE " /" TO WS-OP-SYMBOL
        WHEN OTHER
            MOVE " *" TO WS-OP-SYMBOL
    END-EVALUATE.

WRITE-REJECT-RECORD.
    ADD 1 TO WS-REJECTED-COUNT
    MOVE ANS-CARD-IMAGE TO WS-REJ-IMAGE
    MOVE WS-REJECT-CODE TO WS-REJ-CODE
    MOVE WS-REJECT-TEXT TO WS-REJ-TEXT
    WRITE REJECT-LINE FROM WS-REJECT-DETAIL.

WRITE-REPORT-TOTALS.
    WRITE GRADED-REPORT-LINE FROM SPACES
    MOVE "ANSWER CARDS READ     : " TO WS-T-LABEL
    MOVE WS-READ-COUNT              TO WS-T-COUNT
    WRITE GRADED-REPORT-LINE FROM WS-TOTAL-LINE
    MOVE "SHEETS GRADED         : " TO WS-T-LABEL
    MOVE WS-SHEETS-GRADED           TO WS-T-COUNT
    WRITE GRADED-REPORT-LINE FROM WS-TOTAL-LINE
    MOVE "ANSWERS GRADED        : " TO WS-T-LABEL
    MOVE WS-GRADED-PROB-COUNT       TO WS-T-COUNT
    WRITE GRADED-REPORT-LINE FROM WS-TOTAL-LINE
    MOVE "  RIGHT               : " TO WS-T-LABEL
    MOVE WS-RIGHT-COUNT             TO WS-T-COUNT
    WRITE GRADED-REPORT-LINE FROM WS-TOTAL-LINE
    MOVE "  WRONG               : " TO WS-T-LABEL
    MOVE WS-WRONG-COUNT             TO WS-T-COUNT
    WRITE GRADED-REPORT-LINE FROM WS-TOTAL-LINE
    MOVE "REJECTED (WORKANS.REJ): " TO WS-T-LABEL
    MOVE WS-REJECTED-COUNT          TO WS-T-COUNT
    WRITE GRADED-REPORT-LINE FROM WS-TOTAL-LINE.

*> ---------------------------------------------------------------
*> scorecard, rebuilt from the whole results history every run
*> ---------------------------------------------------------------
BUILD-SCORECARD.
    MOVE SPACES TO WS-PREV-SHEET-KEY
    MOVE "N"    TO WS-END-OF-RESULTS
    OPEN INPUT RESULT-FILE
    IF WS-RESULT-STATUS NOT = "00"
        MOVE "Y" TO WS-END-OF-RESULTS
    END-IF
    PERFORM UNTIL WS-END-OF-RESULTS = "Y"
        READ RESULT-FILE NEXT RECORD
            AT END
                MOVE "Y" TO WS-END-OF-RESULTS
            NOT AT END
                PERFORM ACCUMULATE-RESULT
        END-READ
    END-PERFORM
    CLOSE RESULT-FILE

    OPEN OUTPUT SCORECARD-FILE
    MOVE "TRAINEE SCORECARD" TO WS-H-TITLE
    WRITE SCORECARD-LINE FROM WS-REPORT-HEADER
    WRITE SCORECARD-LINE FROM SPACES
    WRITE SCORECARD-LINE FROM WS-SCORE-COLUMNS
    PERFORM VARYING WS-SCORE-INDEX FROM 1 BY 1
            UNTIL WS-SCORE-INDEX > WS-SCORE-COUNT
        PERFORM WRITE-SCORE-ENTRY
    END-PERFORM
    IF WS-SCORE-COUNT = 0
        MOVE "    NO GRADED SHEETS ON TRAINRES.DAT" TO SCORECARD-LINE
        WRITE SCORECARD-LINE
    END-IF
    IF WS-SCORE-OVERFLOW > 0 OR WS-MISS-OVERFLOW > 0
        WRITE SCORECARD-LINE FROM SPACES
        MOVE "RESULTS NOT SCORED    : " TO WS-T-LABEL
        MOVE WS-SCORE-OVERFLOW          TO WS-T-COUNT
        WRITE SCORECARD-LINE FROM WS-TOTAL-LINE
        MOVE "MISSES NOT RANKED     : " TO WS-T-LABEL
        MOVE WS-MISS-OVERFLOW           TO WS-T-COUNT
        WRITE SCORECARD-LINE FROM WS-TOTAL-LINE
    END-IF
    CLOSE SCORECARD-FILE.

ACCUMULATE-RESULT.
    MOVE RES-EMP-ID TO WS-NS-EMP-ID
    MOVE RES-OPER   TO WS-NS-OPER
    PERFORM FIND-SCORE-ENTRY
    IF WS-SCORE-FOUND = 0
        ADD 1 TO WS-SCORE-OVERFLOW
    ELSE
        MOVE RES-EMP-ID     TO WS-RK-EMP-ID
        MOVE RES-SHEET-DATE TO WS-RK-DATE
        MOVE RES-SHEET      TO WS-RK-SHEET
        IF WS-RESULT-SHEET-KEY NOT = WS-PREV-SHEET-KEY
            ADD 1 TO WS-SC-SHEETS (WS-SCORE-FOUND)
        END-IF
        MOVE WS-RESULT-SHEET-KEY TO WS-PREV-SHEET-KEY
        ADD 1 TO WS-SC-ANSWERED (WS-SCORE-FOUND)
        IF RES-VERDICT = "R"
            ADD 1 TO WS-SC-RIGHT (WS-SCORE-FOUND)
        ELSE
            PERFORM COUNT-MISSED-FACT
        END-IF
    END-IF.

FIND-SCORE-ENTRY.
    *> find the trainee/operation entry, or insert it in key order;
    *> WS-SCORE-FOUND stays 0 when the table is full
    MOVE 0 TO WS-SCORE-FOUND
    PERFORM VARYING WS-SCORE-INDEX FROM 1 BY 1
            UNTIL WS-SCORE-INDEX > WS-SCORE-COUNT
                OR WS-SC-KEY (WS-SCORE-INDEX) >= WS-NEW-SCORE-KEY
        CONTINUE
    END-PERFORM
    IF WS-SCORE-INDEX <= WS-SCORE-COUNT
            AND WS-SC-KEY (WS-SCORE-INDEX) = WS-NEW-SCORE-KEY
        MOVE WS-SCORE-INDEX TO WS-SCORE-FOUND
    ELSE
        IF WS-SCORE-COUNT < WS-SCORE-MAX
            MOVE WS-SCORE-INDEX TO WS-SCORE-FOUND
            PERFORM VARYING WS-SCORE-INDEX FROM WS-SCORE-COUNT BY -1
                    UNTIL WS-SCORE-INDEX < WS-SCORE-FOUND
                MOVE WS-SCORE-ENTRY (WS-SCORE-INDEX) TO WS-SCORE-HOLD
                MOVE WS-SCORE-HOLD
                    TO WS-SCORE-ENTRY (WS-SCORE-INDEX + 1)
            END-PERFORM
            ADD 1 TO WS-SCORE-COUNT
            MOVE WS-NEW-SCORE-KEY TO WS-SC-KEY (WS-SCORE-FOUND)
            MOVE 0 TO WS-SC-SHEETS (WS-SCORE-FOUND)
            MOVE 0 TO WS-SC-ANSWERED (WS-SCORE-FOUND)
            MOVE 0 TO WS-SC-RIGHT (WS-SCORE-FOUND)
        END-IF
    END-IF.

COUNT-MISSED-FACT.
    MOVE RES-EMP-ID TO WS-NM-EMP-ID
    MOVE RES-OPER   TO WS-NM-OPER
    MOVE RES-I      TO WS-NM-I
    MOVE RES-J      TO WS-NM-J
    PERFORM VARYING WS-MISS-INDEX FROM 1 BY 1
            UNTIL WS-MISS-INDEX > WS-MISS-COUNT
                OR WS-MS-KEY (WS-MISS-INDEX) = WS-NEW-MISS-KEY
        CONTINUE
    END-PERFORM
    IF WS-MISS-INDEX <= WS-MISS-COUNT
        ADD 1 TO WS-MS-TIMES (WS-MISS-INDEX)
    ELSE
        IF WS-MISS-COUNT < WS-MISS-MAX
            ADD 1 TO WS-MISS-COUNT
            MOVE WS-NEW-MISS-KEY TO WS-MS-KEY (WS-MISS-COUNT)
            MOVE 1   TO WS-MS-TIMES (WS-MISS-COUNT)
            MOVE "N" TO WS-MS-LISTED (WS-MISS-COUNT)
        ELSE
            ADD 1 TO WS-MISS-OVERFLOW
        END-IF
    END-IF.

WRITE-SCORE-ENTRY.
    MOVE WS-SC-EMP-ID (WS-SCORE-INDEX) TO EMP-ID
    READ EMPLOYEE-FILE
        INVALID KEY
            MOVE "(NOT ON EMPLOYEE.MST)" TO EMP-NAME
    END-READ
    MOVE WS-SC-EMP-ID (WS-SCORE-INDEX)   TO WS-SL-EMP-ID
    MOVE EMP-NAME                        TO WS-SL-NAME
    MOVE WS-SC-OPER (WS-SCORE-INDEX)     TO WS-SL-OPER
    MOVE WS-SC-SHEETS (WS-SCORE-INDEX)   TO WS-SL-SHEETS
    MOVE WS-SC-ANSWERED (WS-SCORE-INDEX) TO WS-SL-ANSWERED
    MOVE WS-SC-RIGHT (WS-SCORE-INDEX)    TO WS-SL-RIGHT
    IF WS-SC-ANSWERED (WS-SCORE-INDEX) > 0
        COMPUTE WS-PERCENT ROUNDED =
            WS-SC-RIGHT (WS-SCORE-INDEX) * 100
                / WS-SC-ANSWERED (WS-SCORE-INDEX)
    ELSE
        MOVE 0 TO WS-PERCENT
    END-IF
    MOVE WS-PERCENT TO WS-SL-PCT
    WRITE SCORECARD-LINE FROM WS-SCORE-LINE

    *> the three facts this trainee missed most for the operation;
    *> ties go to the fact missed on the earliest sheet
    MOVE WS-SC-OPER (WS-SCORE-INDEX) TO MLK-OPER
    PERFORM SET-OP-SYMBOL
    MOVE SPACES TO WS-ML-FACTS
    PERFORM VARYING WS-MISS-RANK FROM 1 BY 1 UNTIL WS-MISS-RANK > 3
        MOVE 0 TO WS-MISS-BEST
        PERFORM VARYING WS-MISS-INDEX FROM 1 BY 1
                UNTIL WS-MISS-INDEX > WS-MISS-COUNT
            IF WS-MS-EMP-ID (WS-MISS-INDEX)
                    = WS-SC-EMP-ID (WS-SCORE-INDEX)
                    AND WS-MS-OPER (WS-MISS-INDEX)
                    = WS-SC-OPER (WS-SCORE-INDEX)
                    AND WS-MS-LISTED (WS-MISS-INDEX) = "N"
                IF WS-MISS-BEST = 0
                    MOVE WS-MISS-INDEX TO WS-MISS-BEST
                ELSE
                    IF WS-MS-TIMES (WS-MISS-INDEX)
                            > WS-MS-TIMES (WS-MISS-BEST)
                        MOVE WS-MISS-INDEX TO WS-MISS-BEST
                    END-IF
                END-IF
            END-IF
        END-PERFORM
        IF WS-MISS-BEST > 0
            MOVE "Y" TO WS-MS-LISTED (WS-MISS-BEST)
            MOVE WS-MS-I (WS-MISS-BEST)     TO WS-MF-I
            MOVE WS-OP-SYMBOL               TO WS-MF-OP
            MOVE WS-MS-J (WS-MISS-BEST)     TO WS-MF-J
            MOVE WS-MS-TIMES (WS-MISS-BEST) TO WS-MF-TIMES
            MOVE WS-MISSED-FACT TO WS-ML-FACT (WS-MISS-RANK)
        END-IF
    END-PERFORM
    IF WS-ML-FACTS = SPACES
        MOVE "NONE" TO WS-ML-FACT (1)
    END-IF
    WRITE SCORECARD-LINE FROM WS-MISSED-LINE.
