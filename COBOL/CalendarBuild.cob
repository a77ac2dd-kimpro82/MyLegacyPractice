    *> instead of running silently on Christmas. The check-only mode
    *> is on SCHEDULE.DAT daily; a build is submitted by hand with a
    *> B card when the warning fires.
    *> 2026-10-15: The coverage warning is also posted to the operator
    *>              exception queue EXCQUEUE.DAT through
    *>              EXCEPTION-POST, so it stays on EXCOPEN.RPT until
    *>              someone rebuilds the calendar and acknowledges it.
    *> 2026-10-15: Today's date now comes from BUSINESS-DATE (COPY
    *>              BUSDATE) instead of the system date, so on a chain
    *>              rerun for a missed day the coverage check and a
    *>              default build start are measured from that day.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    01 WS-GEN-DAYS              PIC 9(3) VALUE 365.
    01 WS-WARN-DAYS             PIC 9(3) VALUE 14.

    01 WS-BUSINESS-DATE.
        COPY BUSDATE.

    01 WS-TODAY-DATE            PIC 9(8) VALUE 0.
    01 WS-TODAY-DAY-NUM         PIC 9(7) VALUE 0.

    01 WS-SEQUENCE-ERRORS       PIC 9(4) VALUE 0.
    01 WS-LAST-DAY-NUM          PIC 9(7) VALUE 0.
    01 WS-COVERAGE-DAYS         PIC S9(7) VALUE 0.
    01 WS-COVERAGE-EDIT         PIC ZZZ9.

    01 WS-EXCEPTION-POST.
        COPY EXCPOST.

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    CALL "BUSINESS-DATE" USING WS-BUSINESS-DATE
    MOVE BDT-DATE TO WS-TODAY-DATE
    COMPUTE WS-TODAY-DAY-NUM =
        FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE)
    PERFORM READ-PARM-CARD
            " day(s) of calendar coverage remain ahead of today, "
            "minimum is " WS-WARN-DAYS
            " - rebuild CALENDAR.DAT with a B card"
        PERFORM POST-COVERAGE-EXCEPTION
        *> set after the posting CALLs, each of which resets it
        MOVE 1 TO RETURN-CODE
    END-IF.

POST-COVERAGE-EXCEPTION.
    MOVE WS-COVERAGE-DAYS TO WS-COVERAGE-EDIT
    MOVE "P"              TO EXP-FUNCTION
    MOVE WS-TODAY-DATE    TO EXP-DATE
    MOVE "CALENDAR-BUILD" TO EXP-SOURCE
    MOVE "W"              TO EXP-SEVERITY
    MOVE SPACES           TO EXP-MESSAGE
    STRING "CALENDAR.DAT COVERS ONLY " WS-COVERAGE-EDIT
           " DAYS AHEAD, MINIMUM " WS-WARN-DAYS " - REBUILD"
        DELIMITED BY SIZE INTO EXP-MESSAGE
    END-STRING
    CALL "EXCEPTION-POST" USING WS-EXCEPTION-POST
    MOVE "C" TO EXP-FUNCTION
    CALL "EXCEPTION-POST" USING WS-EXCEPTION-POST.

READ-PARM-CARD.
    OPEN INPUT PARM-FILE
    IF WS-PARM-FILE-STATUS = "00"
