    *> receiving side can verify the transfer landed complete.
    *> 2026-08-21: The master key now carries an operation code, so the
    *>              extract leads with an OP column (M/A/S/D).
    *> 2026-10-15: The run date now comes from BUSINESS-DATE (COPY
    *>              BUSDATE) instead of the system date, so a chain rerun
    *>              for a missed day names the MULTEXT extract and dates
    *>              its control record with that day.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.

    01 WS-EXTRACT-FILE-NAME PIC X(20) VALUE SPACES.

    01 WS-BUSINESS-DATE.
        COPY BUSDATE.

    01 WS-RUN-DATE.
        05 WS-RUN-YYYY  PIC 9(4).
        05 WS-RUN-MM    PIC 99.

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    CALL "BUSINESS-DATE" USING WS-BUSINESS-DATE
    MOVE BDT-DATE TO WS-RUN-DATE
    ACCEPT WS-RUN-TIME FROM TIME

    STRING "MULTEXT."       DELIMITED BY SIZE
