    *> the catalog, since the purge walks the whole file. A missing
    *> master is skipped with a note - the first morning before
    *> EMPLOYEE-MAINTENANCE has ever run is not an error.
    *> 2026-10-15: The run date now comes from BUSINESS-DATE (COPY
    *>              BUSDATE) instead of the system date, so a chain rerun
    *>              for a missed day names its backup generations and
    *>              catalog entries after that day rather than the day it
    *>              actually ran.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    01 WS-RENAME-RC             PIC 9(9) COMP-5 VALUE ZERO.
    01 WS-DROP-ENTRY            PIC X VALUE "N".

    01 WS-BUSINESS-DATE.
        COPY BUSDATE.

    01 WS-RUN-DATE              PIC 9(8).
    01 WS-BACKUP-NAME           PIC X(24) VALUE SPACES.
    01 WS-SOURCE-NAME           PIC X(12) VALUE SPACES.

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    CALL "BUSINESS-DATE" USING WS-BUSINESS-DATE
    MOVE BDT-DATE TO WS-RUN-DATE

    PERFORM BUILD-GENERATION-NAMES
    PERFORM DROP-SAME-DAY-ENTRIES
