IDENTIFICATION DIVISION.
    PROGRAM-ID.     BUSINESS-DATE.
    AUTHOR.         kimpro82.
    DATE-WRITTEN.   2026-10-15.
    *> Compiled with GNU COBOL 3.2.0
    *> Callable source of the date a program runs as of, so a chain
    *> rerun for a missed day behaves as that day in everything that
    *> is dated: calendar checks, anniversaries, effective dates,
    *> journal entries, report headers and generation file names.
    *> DAILY-BATCH-DRIVER puts the business date it settled on into
    *> the environment variable BUSDATE before launching each step;
    *> when it is there and numeric it is the answer, otherwise (a
    *> program run by hand) the system date is. The parameter block
    *> is COPY BUSDATE.

ENVIRONMENT DIVISION.

DATA DIVISION.
WORKING-STORAGE SECTION.
    01 WS-PASSED-DATE       PIC X(8) VALUE SPACES.
    01 WS-PASSED-DATE-NUM REDEFINES WS-PASSED-DATE PIC 9(8).

    01 WS-NOTE-DATE.
        05 WS-N-YYYY    PIC 9(4).
        05 WS-N-MM      PIC 99.
        05 WS-N-DD      PIC 99.

    01 WS-HEADER-NOTE.
        05 FILLER       PIC X(7)  VALUE "RUN ON ".
        05 WS-HN-YYYY   PIC 9(4).
        05 FILLER       PIC X(1)  VALUE "-".
        05 WS-HN-MM     PIC 99.
        05 FILLER       PIC X(1)  VALUE "-".
        05 WS-HN-DD     PIC 99.

LINKAGE SECTION.
    01 BUSINESS-DATE-REQUEST.
        COPY BUSDATE.

PROCEDURE DIVISION USING BUSINESS-DATE-REQUEST.
MAIN-PROCEDURE.
    ACCEPT BDT-SYSTEM-DATE FROM DATE YYYYMMDD
    MOVE SPACES TO WS-PASSED-DATE
    ACCEPT WS-PASSED-DATE FROM ENVIRONMENT "BUSDATE"
    IF WS-PASSED-DATE NUMERIC AND WS-PASSED-DATE-NUM > 0
        MOVE WS-PASSED-DATE-NUM TO BDT-DATE
    ELSE
        MOVE BDT-SYSTEM-DATE TO BDT-DATE
    END-IF

    IF BDT-DATE = BDT-SYSTEM-DATE
        MOVE "N"    TO BDT-OVERRIDE
        MOVE SPACES TO BDT-HEADER-NOTE
    ELSE
        MOVE "Y"             TO BDT-OVERRIDE
        MOVE BDT-SYSTEM-DATE TO WS-NOTE-DATE
        MOVE WS-N-YYYY       TO WS-HN-YYYY
        MOVE WS-N-MM         TO WS-HN-MM
        MOVE WS-N-DD         TO WS-HN-DD
        MOVE WS-HEADER-NOTE  TO BDT-HEADER-NOTE
    END-IF
    GOBACK.
