    *>              Released-from-pending items carry their own totals
    *>              and stay out of this balance, since they were read
    *>              from the pending file, not from EMPMAINT.TXN.
    *> 2026-10-15: Every DIFFER line and every not-proven interface is
    *>              also posted as an error to the operator exception
    *>              queue EXCQUEUE.DAT through EXCEPTION-POST, so an
    *>              unresolved difference stays on EXCOPEN.RPT after
    *>              the next day's clean BALANCE.RPT replaces this one.
    *> 2026-10-15: The run date now comes from BUSINESS-DATE (COPY
    *>              BUSDATE) instead of the system date, so a chain rerun
    *>              for a missed day reconciles and posts as of that day.
    *>              The report header shows RUN ON and the system date
    *>              beside DATE: when the two differ.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    01 WS-CTL-HASH          PIC 9(10) VALUE 0.
    01 WS-CTL-COUNT-SEEN    PIC X VALUE "N".

    01 WS-BUSINESS-DATE.
        COPY BUSDATE.

    01 WS-RUN-DATE.
        05 WS-RUN-YYYY  PIC 9(4).
        05 WS-RUN-MM    PIC 99.
        05 WS-RUN-DD    PIC 99.

    01 WS-EXCEPTION-POST.
        COPY EXCPOST.

    01 WS-REPORT-HEADER.
        05 FILLER       PIC X(34) VALUE "CHAIN CONTROL-TOTAL RECONCILIATION".
        05 FILLER       PIC X(8)  VALUE "  DATE: ".
        05 WS-H-MM      PIC 99.
        05 FILLER       PIC X(1)  VALUE "-".
        05 WS-H-DD      PIC 99.
        05 FILLER       PIC X(2)  VALUE SPACES.
        05 WS-H-NOTE    PIC X(17).
        05 FILLER       PIC X(8) VALUE SPACES.

    01 WS-SECTION-LINE.
        05 FILLER       PIC X(11) VALUE "INTERFACE: ".

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    CALL "BUSINESS-DATE" USING WS-BUSINESS-DATE
    MOVE BDT-DATE TO WS-RUN-DATE

    OPEN OUTPUT BALANCE-REPORT-FILE
    MOVE WS-RUN-YYYY TO WS-H-YYYY
    MOVE WS-RUN-MM   TO WS-H-MM
    MOVE WS-RUN-DD   TO WS-H-DD
    MOVE BDT-HEADER-NOTE TO WS-H-NOTE
    WRITE BALANCE-REPORT-LINE FROM WS-REPORT-HEADER
    WRITE BALANCE-REPORT-LINE FROM SPACES

    END-IF
    WRITE BALANCE-REPORT-LINE FROM WS-VERDICT-LINE
    CLOSE BALANCE-REPORT-FILE
    MOVE "C" TO EXP-FUNCTION
    CALL "EXCEPTION-POST" USING WS-EXCEPTION-POST

    IF WS-DISCREPANCY-FLAG = "Y"
        DISPLAY "CHAIN-BALANCE: control totals out of balance, see "
    ELSE
        MOVE " DIFFER" TO WS-B-VERDICT
        MOVE "Y" TO WS-DISCREPANCY-FLAG
        MOVE SPACES TO EXP-MESSAGE
        STRING "DIFFER " WS-B-LABEL "IN " DELIMITED BY SIZE
               WS-SEC-NAME DELIMITED BY "  "
            INTO EXP-MESSAGE
        END-STRING
        PERFORM POST-BALANCE-EXCEPTION
    END-IF
    WRITE BALANCE-REPORT-LINE FROM WS-BALANCE-LINE.

WRITE-NOT-PROVEN.
    MOVE "Y" TO WS-DISCREPANCY-FLAG
    WRITE BALANCE-REPORT-LINE FROM WS-NOT-PROVEN-LINE
    MOVE WS-NP-TEXT TO EXP-MESSAGE
    PERFORM POST-BALANCE-EXCEPTION.

POST-BALANCE-EXCEPTION.
    MOVE "P"             TO EXP-FUNCTION
    MOVE WS-RUN-DATE     TO EXP-DATE
    MOVE "CHAIN-BALANCE" TO EXP-SOURCE
    MOVE "E"             TO EXP-SEVERITY
    CALL "EXCEPTION-POST" USING WS-EXCEPTION-POST.
