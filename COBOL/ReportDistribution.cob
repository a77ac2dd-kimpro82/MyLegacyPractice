IDENTIFICATION DIVISION.
    PROGRAM-ID.     REPORT-DISTRIBUTION.
    AUTHOR.         kimpro82.
    DATE-WRITTEN.   2026-10-15.
    *> Compiled with GNU COBOL 3.2.0
    *> End-of-chain report distribution. The control file DISTCTL.DAT
    *> (COPY DISTCTL) lists, one card per report per recipient, who
    *> gets which report, how many copies and how often: every run,
    *> workdays only, or month-end. For each recipient with anything
    *> due on the business date this step builds one packet file,
    *> PACKET.<RECIPIENT>.YYYYMMDD: a banner page, a contents list
    *> showing every report due and whether it is enclosed, and then
    *> the reports themselves, each copy under its own separator.
    *> Every report due is written to the distribution log DISTLOG.DAT
    *> (COPY DISTLOG) as SENT, or as MISSING or EMPTY when the report
    *> was expected and could not be opened or had no lines; those are
    *> also posted to the exception queue once per report, however
    *> many recipients were expecting it. When a recipient's packet
    *> file cannot be written, each report due to that recipient is
    *> logged as NOT BUILT.
    *> Workdays and month-end come from CALENDAR.DAT (COPY CALREC): a
    *> date missing from the calendar counts as a workday, as it does
    *> for DAILY-BATCH-DRIVER, and the business date is month-end when
    *> every later date in its month is on the calendar as a weekend
    *> or holiday.
    *> A rerun for the same business date rebuilds the packets in
    *> place and logs them again.
    *> Ends with return code 1 when an expected report was missing or
    *> empty, a control card was rejected or a packet could not be
    *> written; 2 when DISTCTL.DAT holds no usable cards or
    *> DISTLOG.DAT cannot be opened.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL CONTROL-FILE
        ASSIGN TO "DISTCTL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CONTROL-STATUS.

    SELECT OPTIONAL CALENDAR-FILE
        ASSIGN TO "CALENDAR.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CALENDAR-STATUS.

    SELECT REPORT-IN-FILE
        ASSIGN USING WS-REPORT-IN-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-IN-STATUS.

    SELECT PACKET-FILE
        ASSIGN USING WS-PACKET-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PACKET-STATUS.

    SELECT OPTIONAL DISTLOG-FILE
        ASSIGN TO "DISTLOG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DISTLOG-STATUS.

DATA DIVISION.
FILE SECTION.
FD  CONTROL-FILE.
01  CONTROL-CARD.
    COPY DISTCTL.

FD  CALENDAR-FILE.
01  CALENDAR-RECORD.
    COPY CALREC.

FD  REPORT-IN-FILE.
01  REPORT-IN-LINE      PIC X(160).

FD  PACKET-FILE.
01  PACKET-LINE         PIC X(160).

FD  DISTLOG-FILE.
01  DISTLOG-RECORD.
    COPY DISTLOG.

WORKING-STORAGE SECTION.
    01 WS-CONTROL-STATUS    PIC XX VALUE SPACES.
    01 WS-CALENDAR-STATUS   PIC XX VALUE SPACES.
    01 WS-REPORT-IN-STATUS  PIC XX VALUE SPACES.
    01 WS-PACKET-STATUS     PIC XX VALUE SPACES.
    01 WS-PACKET-BUILT      PIC X VALUE "N".
    01 WS-DISTLOG-STATUS    PIC XX VALUE SPACES.
    01 WS-END-OF-CONTROL    PIC X VALUE "N".
    01 WS-END-OF-CALENDAR   PIC X VALUE "N".
    01 WS-END-OF-REPORT     PIC X VALUE "N".

    01 WS-REPORT-IN-NAME    PIC X(40) VALUE SPACES.
    01 WS-PACKET-NAME       PIC X(40) VALUE SPACES.

    01 WS-BUSINESS-DATE.
        COPY BUSDATE.

    01 WS-RUN-DATE.
        05 WS-RUN-YYYY  PIC 9(4).
        05 WS-RUN-MM    PIC 99.
        05 WS-RUN-DD    PIC 99.
    01 WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE PIC 9(8).
    01 WS-RUN-TIME          PIC 9(8) VALUE 0.

    *> the first of the following month bounds the month-end check
    01 WS-NEXT-MONTH.
        05 WS-NEXT-YYYY PIC 9(4).
        05 WS-NEXT-MM   PIC 99.
        05 WS-NEXT-DD   PIC 99.
    01 WS-NEXT-MONTH-NUM REDEFINES WS-NEXT-MONTH PIC 9(8).
    01 WS-DAYS-LEFT         PIC 9(4) VALUE 0.
    01 WS-CLOSED-LEFT       PIC 9(4) VALUE 0.
    01 WS-RUN-DAY-TYPE      PIC X VALUE "W".
    01 WS-IS-WORKDAY        PIC X VALUE "Y".
    01 WS-IS-MONTH-END      PIC X VALUE "N".

    01 WS-CARD-COUNT        PIC 9(4) COMP-5 VALUE 0.
    01 WS-CARD-MAX          PIC 9(4) COMP-5 VALUE 200.
    01 WS-CARD-INDEX        PIC 9(4) COMP-5 VALUE 0.
    01 WS-CARD-TABLE.
        05 WS-CARD-ENTRY OCCURS 200 TIMES.
            10 WS-CT-REPORT     PIC X(40).
            10 WS-CT-RECIPIENT  PIC X(20).
            10 WS-CT-TYPE       PIC X.
            10 WS-CT-COPIES     PIC 99.
            10 WS-CT-FREQUENCY  PIC X.
            10 WS-CT-DUE        PIC X.
            10 WS-CT-REPORT-INDEX PIC 9(4) COMP-5.

    *> each report due today is checked once, however many
    *> recipients it goes to
    01 WS-REPORT-COUNT      PIC 9(4) COMP-5 VALUE 0.
    01 WS-REPORT-MAX        PIC 9(4) COMP-5 VALUE 50.
    01 WS-REPORT-INDEX      PIC 9(4) COMP-5 VALUE 0.
    01 WS-REPORT-TABLE.
        05 WS-REPORT-ENTRY OCCURS 50 TIMES.
            10 WS-RT-NAME       PIC X(40).
            10 WS-RT-STATUS     PIC X(7).
            10 WS-RT-LINES      PIC 9(6).

    01 WS-RECIPIENT-COUNT   PIC 9(4) COMP-5 VALUE 0.
    01 WS-RECIPIENT-MAX     PIC 9(4) COMP-5 VALUE 50.
    01 WS-RECIPIENT-INDEX   PIC 9(4) COMP-5 VALUE 0.
    01 WS-RECIPIENT-TABLE.
        05 WS-RECIPIENT-ENTRY OCCURS 50 TIMES.
            10 WS-RP-CODE       PIC X(20).
            10 WS-RP-TYPE       PIC X.

    01 WS-FOUND             PIC X VALUE "N".
    01 WS-COPY-NUMBER       PIC 99 VALUE 0.
    01 WS-PACKET-REPORTS    PIC 9(4) VALUE 0.
    01 WS-PACKET-SHORT      PIC 9(4) VALUE 0.

    01 WS-READ-COUNT        PIC 9(6) VALUE 0.
    01 WS-LINE-COUNT        PIC 9(6) VALUE 0.
    01 WS-REJECT-COUNT      PIC 9(6) VALUE 0.
    01 WS-PACKET-COUNT      PIC 9(6) VALUE 0.
    01 WS-SENT-COUNT        PIC 9(6) VALUE 0.
    01 WS-SHORT-COUNT       PIC 9(6) VALUE 0.
    01 WS-FAILED-COUNT      PIC 9(6) VALUE 0.

    01 WS-EXCEPTION-POST.
        COPY EXCPOST.

    01 WS-RULE-LINE         PIC X(80) VALUE ALL "*".
    01 WS-SEPARATOR-LINE    PIC X(80) VALUE ALL "=".

    01 WS-BANNER-TITLE.
        05 FILLER       PIC X(34) VALUE "REPORT DISTRIBUTION PACKET".
        05 FILLER       PIC X(6)  VALUE "DATE: ".
        05 WS-H-YYYY    PIC 9(4).
        05 FILLER       PIC X(1)  VALUE "-".
        05 WS-H-MM      PIC 99.
        05 FILLER       PIC X(1)  VALUE "-".
        05 WS-H-DD      PIC 99.
        05 FILLER       PIC X(2)  VALUE SPACES.
        05 WS-H-NOTE    PIC X(17).
        05 FILLER       PIC X(11) VALUE SPACES.

    01 WS-BANNER-RECIPIENT.
        05 FILLER       PIC X(14) VALUE "PREPARED FOR: ".
        05 WS-B-RECIPIENT PIC X(20).
        05 FILLER       PIC X(2)  VALUE SPACES.
        05 WS-B-TYPE    PIC X(10).
        05 FILLER       PIC X(34) VALUE SPACES.

    01 WS-BANNER-COUNTS.
        05 FILLER       PIC X(18) VALUE "REPORTS ENCLOSED: ".
        05 WS-B-ENCLOSED PIC ZZZ9.
        05 FILLER       PIC X(22) VALUE "   MISSING OR EMPTY: ".
        05 WS-B-SHORT   PIC ZZZ9.
        05 FILLER       PIC X(32) VALUE SPACES.

    01 WS-CONTENTS-HEADER.
        05 FILLER       PIC X(42) VALUE "REPORT".
        05 FILLER       PIC X(8)  VALUE "  COPIES".
        05 FILLER       PIC X(8)  VALUE "   LINES".
        05 FILLER       PIC X(2)  VALUE SPACES.
        05 FILLER       PIC X(20) VALUE "STATUS".

    01 WS-CONTENTS-LINE.
        05 WS-C-REPORT  PIC X(40).
        05 FILLER       PIC X(2)  VALUE SPACES.
        05 WS-C-COPIES  PIC Z(7)9.
        05 FILLER       PIC X(1)  VALUE SPACES.
        05 WS-C-LINES   PIC ZZZ,ZZ9.
        05 FILLER       PIC X(2)  VALUE SPACES.
        05 WS-C-STATUS  PIC X(20).

    01 WS-COPY-HEADER.
        05 FILLER       PIC X(5)  VALUE "==== ".
        05 WS-CH-REPORT PIC X(40).
        05 FILLER       PIC X(6)  VALUE " COPY ".
        05 WS-CH-COPY   PIC Z9.
        05 FILLER       PIC X(4)  VALUE " OF ".
        05 WS-CH-COPIES PIC Z9.
        05 FILLER       PIC X(5)  VALUE " ====".
        05 FILLER       PIC X(16) VALUE SPACES.

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    CALL "BUSINESS-DATE" USING WS-BUSINESS-DATE
    MOVE BDT-DATE TO WS-RUN-DATE
    ACCEPT WS-RUN-TIME FROM TIME

    PERFORM CLASSIFY-BUSINESS-DATE
    PERFORM LOAD-CONTROL-CARDS
    IF WS-CARD-COUNT = 0
        DISPLAY "REPORT-DISTRIBUTION: no usable cards on DISTCTL.DAT, "
            "no packets built"
        MOVE SPACES TO EXP-MESSAGE
        MOVE "DISTCTL.DAT HOLDS NO USABLE CARDS - NO PACKETS BUILT"
            TO EXP-MESSAGE
        MOVE "E" TO EXP-SEVERITY
        PERFORM POST-DISTRIBUTION-EXCEPTION
        MOVE "C" TO EXP-FUNCTION
        CALL "EXCEPTION-POST" USING WS-EXCEPTION-POST
        MOVE 2 TO RETURN-CODE
        STOP RUN
    END-IF

    PERFORM VARYING WS-CARD-INDEX FROM 1 BY 1
            UNTIL WS-CARD-INDEX > WS-CARD-COUNT
        PERFORM MARK-CARD-IF-DUE
    END-PERFORM
    PERFORM VARYING WS-REPORT-INDEX FROM 1 BY 1
            UNTIL WS-REPORT-INDEX > WS-REPORT-COUNT
        PERFORM CHECK-DUE-REPORT
    END-PERFORM

    OPEN EXTEND DISTLOG-FILE
    IF WS-DISTLOG-STATUS = "35"
        OPEN OUTPUT DISTLOG-FILE
    END-IF
    IF WS-DISTLOG-STATUS NOT = "00" AND WS-DISTLOG-STATUS NOT = "05"
        DISPLAY "REPORT-DISTRIBUTION: DISTLOG.DAT open failed, status "
            WS-DISTLOG-STATUS ", no packets built"
        MOVE "C" TO EXP-FUNCTION
        CALL "EXCEPTION-POST" USING WS-EXCEPTION-POST
        MOVE 2 TO RETURN-CODE
        STOP RUN
    END-IF

    PERFORM VARYING WS-RECIPIENT-INDEX FROM 1 BY 1
            UNTIL WS-RECIPIENT-INDEX > WS-RECIPIENT-COUNT
        PERFORM BUILD-RECIPIENT-PACKET
    END-PERFORM
    CLOSE DISTLOG-FILE

    MOVE "C" TO EXP-FUNCTION
    CALL "EXCEPTION-POST" USING WS-EXCEPTION-POST

    DISPLAY "REPORT-DISTRIBUTION: " WS-PACKET-COUNT " packet(s) built, "
        WS-SENT-COUNT " report(s) sent, " WS-SHORT-COUNT
        " missing or empty"
    IF WS-SHORT-COUNT > 0 OR WS-REJECT-COUNT > 0 OR WS-FAILED-COUNT > 0
        MOVE 1 TO RETURN-CODE
    END-IF
    STOP RUN.

CLASSIFY-BUSINESS-DATE.
    *> the business date's own day type, and how many of the days
    *> after it in the same month the calendar shows as closed; when
    *> all of them are, no workday is left and this is month-end
    IF WS-RUN-MM = 12
        COMPUTE WS-NEXT-YYYY = WS-RUN-YYYY + 1
        MOVE 1 TO WS-NEXT-MM
    ELSE
        MOVE WS-RUN-YYYY TO WS-NEXT-YYYY
        COMPUTE WS-NEXT-MM = WS-RUN-MM + 1
    END-IF
    MOVE 1 TO WS-NEXT-DD
    COMPUTE WS-DAYS-LEFT =
        FUNCTION INTEGER-OF-DATE (WS-NEXT-MONTH-NUM)
        - FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-NUM) - 1

    MOVE "N" TO WS-END-OF-CALENDAR
    OPEN INPUT CALENDAR-FILE
    IF WS-CALENDAR-STATUS = "00"
        PERFORM UNTIL WS-END-OF-CALENDAR = "Y"
            READ CALENDAR-FILE
                AT END
                    MOVE "Y" TO WS-END-OF-CALENDAR
                NOT AT END
                    IF CAL-DATE = WS-RUN-DATE-NUM
                        MOVE CAL-DAY-TYPE TO WS-RUN-DAY-TYPE
                    END-IF
                    IF CAL-DATE > WS-RUN-DATE-NUM
                            AND CAL-DATE < WS-NEXT-MONTH-NUM
                            AND CAL-DAY-TYPE NOT = "W"
                        ADD 1 TO WS-CLOSED-LEFT
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    CLOSE CALENDAR-FILE

    IF WS-RUN-DAY-TYPE = "W"
        MOVE "Y" TO WS-IS-WORKDAY
    ELSE
        MOVE "N" TO WS-IS-WORKDAY
    END-IF
    IF WS-CLOSED-LEFT >= WS-DAYS-LEFT
        MOVE "Y" TO WS-IS-MONTH-END
    END-IF.

LOAD-CONTROL-CARDS.
    MOVE "N" TO WS-END-OF-CONTROL
    OPEN INPUT CONTROL-FILE
    IF WS-CONTROL-STATUS NOT = "00"
        DISPLAY "REPORT-DISTRIBUTION: DISTCTL.DAT not available, status "
            WS-CONTROL-STATUS
        CLOSE CONTROL-FILE
    ELSE
        PERFORM UNTIL WS-END-OF-CONTROL = "Y"
            READ CONTROL-FILE
                AT END
                    MOVE "Y" TO WS-END-OF-CONTROL
                NOT AT END
                    IF CONTROL-CARD NOT = SPACES
                        ADD 1 TO WS-READ-COUNT
                        PERFORM EDIT-CONTROL-CARD
                    END-IF
            END-READ
        END-PERFORM
        CLOSE CONTROL-FILE
    END-IF
    IF WS-REJECT-COUNT > 0
        MOVE SPACES TO EXP-MESSAGE
        STRING "DISTCTL.DAT: " WS-REJECT-COUNT
               " CARD(S) REJECTED, SEE JOB LOG" DELIMITED BY SIZE
            INTO EXP-MESSAGE
        END-STRING
        MOVE "W" TO EXP-SEVERITY
        PERFORM POST-DISTRIBUTION-EXCEPTION
    END-IF.

EDIT-CONTROL-CARD.
    IF DST-COPIES = SPACES
        MOVE "01" TO DST-COPIES
    END-IF
    EVALUATE TRUE
        WHEN DST-REPORT-NAME = SPACES OR DST-RECIPIENT = SPACES
            PERFORM REJECT-CONTROL-CARD
        WHEN DST-RECIPIENT-TYPE NOT = "D" AND DST-RECIPIENT-TYPE NOT = "P"
            PERFORM REJECT-CONTROL-CARD
        WHEN DST-COPIES-NUM NOT NUMERIC
            PERFORM REJECT-CONTROL-CARD
        WHEN DST-COPIES-NUM = 0
            PERFORM REJECT-CONTROL-CARD
        WHEN DST-FREQUENCY NOT = "D" AND DST-FREQUENCY NOT = "W"
                AND DST-FREQUENCY NOT = "M"
            PERFORM REJECT-CONTROL-CARD
        WHEN WS-CARD-COUNT >= WS-CARD-MAX
            DISPLAY "REPORT-DISTRIBUTION: more than " WS-CARD-MAX
                " cards on DISTCTL.DAT, card " WS-READ-COUNT " ignored"
            PERFORM REJECT-CONTROL-CARD
        WHEN OTHER
            ADD 1 TO WS-CARD-COUNT
            MOVE DST-REPORT-NAME    TO WS-CT-REPORT (WS-CARD-COUNT)
            MOVE DST-RECIPIENT      TO WS-CT-RECIPIENT (WS-CARD-COUNT)
            MOVE DST-RECIPIENT-TYPE TO WS-CT-TYPE (WS-CARD-COUNT)
            MOVE DST-COPIES-NUM     TO WS-CT-COPIES (WS-CARD-COUNT)
            MOVE DST-FREQUENCY      TO WS-CT-FREQUENCY (WS-CARD-COUNT)
            MOVE "N"                TO WS-CT-DUE (WS-CARD-COUNT)
            MOVE 0                  TO WS-CT-REPORT-INDEX (WS-CARD-COUNT)
            *> a dated report takes the business date as its suffix
            IF DST-REPORT-NAME (FUNCTION LENGTH (FUNCTION TRIM
                    (DST-REPORT-NAME TRAILING)):1) = "."
                MOVE SPACES TO WS-CT-REPORT (WS-CARD-COUNT)
                STRING FUNCTION TRIM (DST-REPORT-NAME) DELIMITED BY SIZE
                       WS-RUN-DATE-NUM                 DELIMITED BY SIZE
                    INTO WS-CT-REPORT (WS-CARD-COUNT)
                END-STRING
            END-IF
    END-EVALUATE.

REJECT-CONTROL-CARD.
    ADD 1 TO WS-REJECT-COUNT
    DISPLAY "REPORT-DISTRIBUTION: DISTCTL.DAT card " WS-READ-COUNT
        " rejected: " CONTROL-CARD (1:52).

MARK-CARD-IF-DUE.
    EVALUATE WS-CT-FREQUENCY (WS-CARD-INDEX)
        WHEN "D"
            MOVE "Y" TO WS-CT-DUE (WS-CARD-INDEX)
        WHEN "W"
            MOVE WS-IS-WORKDAY TO WS-CT-DUE (WS-CARD-INDEX)
        WHEN "M"
            MOVE WS-IS-MONTH-END TO WS-CT-DUE (WS-CARD-INDEX)
    END-EVALUATE
    IF WS-CT-DUE (WS-CARD-INDEX) = "Y"
        PERFORM ADD-DUE-REPORT
        PERFORM ADD-DUE-RECIPIENT
    END-IF.

ADD-DUE-REPORT.
    MOVE "N" TO WS-FOUND
    PERFORM VARYING WS-REPORT-INDEX FROM 1 BY 1
            UNTIL WS-REPORT-INDEX > WS-REPORT-COUNT OR WS-FOUND = "Y"
        IF WS-RT-NAME (WS-REPORT-INDEX) = WS-CT-REPORT (WS-CARD-INDEX)
            MOVE "Y" TO WS-FOUND
            MOVE WS-REPORT-INDEX TO WS-CT-REPORT-INDEX (WS-CARD-INDEX)
        END-IF
    END-PERFORM
    IF WS-FOUND = "N"
        IF WS-REPORT-COUNT >= WS-REPORT-MAX
            DISPLAY "REPORT-DISTRIBUTION: more than " WS-REPORT-MAX
                " reports due, "
                FUNCTION TRIM (WS-CT-REPORT (WS-CARD-INDEX)) " dropped"
            MOVE "N" TO WS-CT-DUE (WS-CARD-INDEX)
            ADD 1 TO WS-REJECT-COUNT
        ELSE
            ADD 1 TO WS-REPORT-COUNT
            MOVE WS-CT-REPORT (WS-CARD-INDEX)
                TO WS-RT-NAME (WS-REPORT-COUNT)
            MOVE SPACES TO WS-RT-STATUS (WS-REPORT-COUNT)
            MOVE 0      TO WS-RT-LINES (WS-REPORT-COUNT)
            MOVE WS-REPORT-COUNT TO WS-CT-REPORT-INDEX (WS-CARD-INDEX)
        END-IF
    END-IF.

ADD-DUE-RECIPIENT.
    MOVE "N" TO WS-FOUND
    PERFORM VARYING WS-RECIPIENT-INDEX FROM 1 BY 1
            UNTIL WS-RECIPIENT-INDEX > WS-RECIPIENT-COUNT
                OR WS-FOUND = "Y"
        IF WS-RP-CODE (WS-RECIPIENT-INDEX)
                = WS-CT-RECIPIENT (WS-CARD-INDEX)
            MOVE "Y" TO WS-FOUND
        END-IF
    END-PERFORM
    IF WS-FOUND = "N" AND WS-CT-DUE (WS-CARD-INDEX) = "Y"
        IF WS-RECIPIENT-COUNT >= WS-RECIPIENT-MAX
            DISPLAY "REPORT-DISTRIBUTION: more than " WS-RECIPIENT-MAX
                " recipients due, "
                FUNCTION TRIM (WS-CT-RECIPIENT (WS-CARD-INDEX))
                " dropped"
            MOVE "N" TO WS-CT-DUE (WS-CARD-INDEX)
            ADD 1 TO WS-REJECT-COUNT
        ELSE
            ADD 1 TO WS-RECIPIENT-COUNT
            MOVE WS-CT-RECIPIENT (WS-CARD-INDEX)
                TO WS-RP-CODE (WS-RECIPIENT-COUNT)
            MOVE WS-CT-TYPE (WS-CARD-INDEX)
                TO WS-RP-TYPE (WS-RECIPIENT-COUNT)
        END-IF
    END-IF.

CHECK-DUE-REPORT.
    *> a report that cannot be opened, whether absent or unreadable,
    *> is MISSING; one with no lines is EMPTY
    MOVE WS-RT-NAME (WS-REPORT-INDEX) TO WS-REPORT-IN-NAME
    PERFORM COUNT-REPORT-LINES
    EVALUATE TRUE
        WHEN WS-REPORT-IN-STATUS NOT = "00"
            MOVE "MISSING" TO WS-RT-STATUS (WS-REPORT-INDEX)
        WHEN WS-LINE-COUNT = 0
            MOVE "EMPTY"   TO WS-RT-STATUS (WS-REPORT-INDEX)
        WHEN OTHER
            MOVE "SENT"    TO WS-RT-STATUS (WS-REPORT-INDEX)
    END-EVALUATE
    MOVE WS-LINE-COUNT TO WS-RT-LINES (WS-REPORT-INDEX)
    IF WS-RT-STATUS (WS-REPORT-INDEX) NOT = "SENT"
        DISPLAY "REPORT-DISTRIBUTION: "
            FUNCTION TRIM (WS-REPORT-IN-NAME) " expected, "
            FUNCTION TRIM (WS-RT-STATUS (WS-REPORT-INDEX))
        MOVE SPACES TO EXP-MESSAGE
        STRING FUNCTION TRIM (WS-REPORT-IN-NAME) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM (WS-RT-STATUS (WS-REPORT-INDEX))
                   DELIMITED BY SIZE
               " - NOT DISTRIBUTED" DELIMITED BY SIZE
            INTO EXP-MESSAGE
        END-STRING
        MOVE "W" TO EXP-SEVERITY
        PERFORM POST-DISTRIBUTION-EXCEPTION
    END-IF.

COUNT-REPORT-LINES.
    *> zero lines when the report cannot be opened
    MOVE 0   TO WS-LINE-COUNT
    MOVE "N" TO WS-END-OF-REPORT
    OPEN INPUT REPORT-IN-FILE
    IF WS-REPORT-IN-STATUS = "00"
        PERFORM READ-REPORT-LINE
        PERFORM UNTIL WS-END-OF-REPORT = "Y"
            ADD 1 TO WS-LINE-COUNT
            PERFORM READ-REPORT-LINE
        END-PERFORM
        CLOSE REPORT-IN-FILE
    END-IF.

READ-REPORT-LINE.
    READ REPORT-IN-FILE
        AT END
            MOVE "Y" TO WS-END-OF-REPORT
    END-READ.

BUILD-RECIPIENT-PACKET.
    MOVE SPACES TO WS-PACKET-NAME
    STRING "PACKET." DELIMITED BY SIZE
           FUNCTION TRIM (WS-RP-CODE (WS-RECIPIENT-INDEX))
               DELIMITED BY SIZE
           "." DELIMITED BY SIZE
           WS-RUN-DATE-NUM DELIMITED BY SIZE
        INTO WS-PACKET-NAME
    END-STRING

    MOVE 0 TO WS-PACKET-REPORTS
    MOVE 0 TO WS-PACKET-SHORT
    PERFORM VARYING WS-CARD-INDEX FROM 1 BY 1
            UNTIL WS-CARD-INDEX > WS-CARD-COUNT
        IF WS-CT-DUE (WS-CARD-INDEX) = "Y"
                AND WS-CT-RECIPIENT (WS-CARD-INDEX)
                    = WS-RP-CODE (WS-RECIPIENT-INDEX)
            MOVE WS-CT-REPORT-INDEX (WS-CARD-INDEX) TO WS-REPORT-INDEX
            IF WS-RT-STATUS (WS-REPORT-INDEX) = "SENT"
                ADD 1 TO WS-PACKET-REPORTS
            ELSE
                ADD 1 TO WS-PACKET-SHORT
            END-IF
        END-IF
    END-PERFORM

    OPEN OUTPUT PACKET-FILE
    IF WS-PACKET-STATUS NOT = "00" AND WS-PACKET-STATUS NOT = "05"
        MOVE "N" TO WS-PACKET-BUILT
        DISPLAY "REPORT-DISTRIBUTION: open of "
            FUNCTION TRIM (WS-PACKET-NAME) " failed, status "
            WS-PACKET-STATUS
        MOVE SPACES TO EXP-MESSAGE
        STRING "PACKET " FUNCTION TRIM (WS-PACKET-NAME)
               " NOT BUILT, OPEN STATUS " WS-PACKET-STATUS
               DELIMITED BY SIZE
            INTO EXP-MESSAGE
        END-STRING
        MOVE "E" TO EXP-SEVERITY
        PERFORM POST-DISTRIBUTION-EXCEPTION
        ADD 1 TO WS-FAILED-COUNT
        *> the log still shows every report this recipient was due
        PERFORM VARYING WS-CARD-INDEX FROM 1 BY 1
                UNTIL WS-CARD-INDEX > WS-CARD-COUNT
            IF WS-CT-DUE (WS-CARD-INDEX) = "Y"
                    AND WS-CT-RECIPIENT (WS-CARD-INDEX)
                        = WS-RP-CODE (WS-RECIPIENT-INDEX)
                MOVE WS-CT-REPORT-INDEX (WS-CARD-INDEX)
                    TO WS-REPORT-INDEX
                PERFORM WRITE-DISTLOG-RECORD
            END-IF
        END-PERFORM
    ELSE
        MOVE "Y" TO WS-PACKET-BUILT
        PERFORM WRITE-PACKET-BANNER
        PERFORM WRITE-PACKET-CONTENTS
        PERFORM VARYING WS-CARD-INDEX FROM 1 BY 1
                UNTIL WS-CARD-INDEX > WS-CARD-COUNT
            IF WS-CT-DUE (WS-CARD-INDEX) = "Y"
                    AND WS-CT-RECIPIENT (WS-CARD-INDEX)
                        = WS-RP-CODE (WS-RECIPIENT-INDEX)
                PERFORM ENCLOSE-DUE-REPORT
            END-IF
        END-PERFORM
        WRITE PACKET-LINE FROM SPACES
        MOVE SPACES TO PACKET-LINE
        STRING "END OF PACKET FOR " DELIMITED BY SIZE
               FUNCTION TRIM (WS-RP-CODE (WS-RECIPIENT-INDEX))
                   DELIMITED BY SIZE
            INTO PACKET-LINE
        END-STRING
        WRITE PACKET-LINE
        CLOSE PACKET-FILE
        ADD 1 TO WS-PACKET-COUNT
    END-IF.

WRITE-PACKET-BANNER.
    MOVE WS-RUN-YYYY TO WS-H-YYYY
    MOVE WS-RUN-MM   TO WS-H-MM
    MOVE WS-RUN-DD   TO WS-H-DD
    MOVE BDT-HEADER-NOTE TO WS-H-NOTE
    MOVE WS-RP-CODE (WS-RECIPIENT-INDEX) TO WS-B-RECIPIENT
    IF WS-RP-TYPE (WS-RECIPIENT-INDEX) = "D"
        MOVE "DEPARTMENT" TO WS-B-TYPE
    ELSE
        MOVE "PERSON"     TO WS-B-TYPE
    END-IF
    MOVE WS-PACKET-REPORTS TO WS-B-ENCLOSED
    MOVE WS-PACKET-SHORT   TO WS-B-SHORT
    WRITE PACKET-LINE FROM WS-RULE-LINE
    WRITE PACKET-LINE FROM WS-BANNER-TITLE
    WRITE PACKET-LINE FROM SPACES
    WRITE PACKET-LINE FROM WS-BANNER-RECIPIENT
    WRITE PACKET-LINE FROM WS-BANNER-COUNTS
    WRITE PACKET-LINE FROM WS-RULE-LINE
    WRITE PACKET-LINE FROM SPACES.

WRITE-PACKET-CONTENTS.
    MOVE "CONTENTS" TO PACKET-LINE
    WRITE PACKET-LINE
    WRITE PACKET-LINE FROM WS-CONTENTS-HEADER
    PERFORM VARYING WS-CARD-INDEX FROM 1 BY 1
            UNTIL WS-CARD-INDEX > WS-CARD-COUNT
        IF WS-CT-DUE (WS-CARD-INDEX) = "Y"
                AND WS-CT-RECIPIENT (WS-CARD-INDEX)
                    = WS-RP-CODE (WS-RECIPIENT-INDEX)
            MOVE WS-CT-REPORT-INDEX (WS-CARD-INDEX) TO WS-REPORT-INDEX
            MOVE WS-CT-REPORT (WS-CARD-INDEX)  TO WS-C-REPORT
            MOVE WS-CT-COPIES (WS-CARD-INDEX)  TO WS-C-COPIES
            MOVE WS-RT-LINES (WS-REPORT-INDEX) TO WS-C-LINES
            EVALUATE WS-RT-STATUS (WS-REPORT-INDEX)
                WHEN "SENT"
                    MOVE "ENCLOSED"            TO WS-C-STATUS
                WHEN "MISSING"
                    MOVE "MISSING"             TO WS-C-STATUS
                WHEN OTHER
                    MOVE "EMPTY - NOT ENCLOSED" TO WS-C-STATUS
            END-EVALUATE
            WRITE PACKET-LINE FROM WS-CONTENTS-LINE
        END-IF
    END-PERFORM.

ENCLOSE-DUE-REPORT.
    MOVE WS-CT-REPORT-INDEX (WS-CARD-INDEX) TO WS-REPORT-INDEX
    IF WS-RT-STATUS (WS-REPORT-INDEX) = "SENT"
        MOVE WS-RT-NAME (WS-REPORT-INDEX) TO WS-REPORT-IN-NAME
        PERFORM VARYING WS-COPY-NUMBER FROM 1 BY 1
                UNTIL WS-COPY-NUMBER > WS-CT-COPIES (WS-CARD-INDEX)
            PERFORM COPY-REPORT-INTO-PACKET
        END-PERFORM
        ADD 1 TO WS-SENT-COUNT
    ELSE
        ADD 1 TO WS-SHORT-COUNT
    END-IF
    PERFORM WRITE-DISTLOG-RECORD.

COPY-REPORT-INTO-PACKET.
    MOVE WS-REPORT-IN-NAME TO WS-CH-REPORT
    MOVE WS-COPY-NUMBER    TO WS-CH-COPY
    MOVE WS-CT-COPIES (WS-CARD-INDEX) TO WS-CH-COPIES
    WRITE PACKET-LINE FROM SPACES
    WRITE PACKET-LINE FROM WS-COPY-HEADER
    MOVE "N" TO WS-END-OF-REPORT
    OPEN INPUT REPORT-IN-FILE
    IF WS-REPORT-IN-STATUS = "00"
        PERFORM READ-REPORT-LINE
        PERFORM UNTIL WS-END-OF-REPORT = "Y"
            WRITE PACKET-LINE FROM REPORT-IN-LINE
            PERFORM READ-REPORT-LINE
        END-PERFORM
        CLOSE REPORT-IN-FILE
    END-IF
    WRITE PACKET-LINE FROM WS-SEPARATOR-LINE.

WRITE-DISTLOG-RECORD.
    MOVE SPACES TO DISTLOG-RECORD
    MOVE WS-RUN-DATE-NUM TO DLG-DATE
    MOVE WS-RUN-TIME     TO DLG-TIME
    MOVE WS-RP-CODE (WS-RECIPIENT-INDEX) TO DLG-RECIPIENT
    MOVE WS-RP-TYPE (WS-RECIPIENT-INDEX) TO DLG-RECIPIENT-TYPE
    MOVE WS-CT-REPORT (WS-CARD-INDEX)    TO DLG-REPORT-NAME
    MOVE WS-CT-COPIES (WS-CARD-INDEX)    TO DLG-COPIES
    MOVE WS-RT-LINES (WS-REPORT-INDEX)   TO DLG-LINES
    IF WS-PACKET-BUILT = "Y"
        MOVE WS-RT-STATUS (WS-REPORT-INDEX) TO DLG-STATUS
    ELSE
        MOVE "NOT BUILT"                    TO DLG-STATUS
    END-IF
    MOVE WS-PACKET-NAME                  TO DLG-PACKET-NAME
    WRITE DISTLOG-RECORD.

POST-DISTRIBUTION-EXCEPTION.
    MOVE "P"                   TO EXP-FUNCTION
    MOVE WS-RUN-DATE-NUM       TO EXP-DATE
    MOVE "REPORT-DISTRIBUTION" TO EXP-SOURCE
    CALL "EXCEPTION-POST" USING WS-EXCEPTION-POST.
