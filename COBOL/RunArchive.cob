    *> its live name on demand. A same-day rerun replaces that day's
    *> catalog entries instead of appending duplicates, so a restarted
    *> chain can re-run this step safely.
    *> 2026-10-15: The run date now comes from BUSINESS-DATE (COPY
    *>              BUSDATE) instead of the system date, so a chain rerun
    *>              for a missed day names its archive generations and
    *>              catalog entries after that day, and counts retention
    *>              from it.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    01 WS-COPY-COUNT            PIC 9(6) VALUE 0.

    01 WS-RETENTION-DAYS        PIC 9(3) VALUE 30.
    01 WS-BUSINESS-DATE.
        COPY BUSDATE.

    01 WS-RUN-DATE              PIC 9(8).
    01 WS-CUTOFF-DATE           PIC 9(8).
    01 WS-CUTOFF-DAY-NUM        PIC 9(7).

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    CALL "BUSINESS-DATE" USING WS-BUSINESS-DATE
    MOVE BDT-DATE TO WS-RUN-DATE
    PERFORM READ-PARM-CARD

    PERFORM CHECK-SOURCE-FILES
