    *> looked like at the end of the as-of date by replaying the
    *> journal up to it. Ends with return code 1 when the journal
    *> holds no entries for the requested employee.
    *> 2026-10-15: The run date now comes from BUSINESS-DATE (COPY
    *>              BUSDATE) instead of the system date, so a chain rerun
    *>              for a missed day (or an inquiry run by hand) takes
    *>              its default as-of date the same way the rest of the
    *>              chain does.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    01 WS-DECODE-RECORD.
        COPY EMPMSTR.

    01 WS-BUSINESS-DATE.
        COPY BUSDATE.

    01 WS-RUN-DATE.
        05 WS-RUN-YYYY  PIC 9(4).
        05 WS-RUN-MM    PIC 99.

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    CALL "BUSINESS-DATE" USING WS-BUSINESS-DATE
    MOVE BDT-DATE TO WS-RUN-DATE

    OPEN INPUT REQUEST-FILE
    IF WS-REQUEST-STATUS NOT = "00"
