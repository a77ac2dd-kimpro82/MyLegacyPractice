    *>              RUNLOCK.OVR with RELEASE in columns 1-7, which
    *>              breaks the live lock and is deleted after use so
    *>              it cannot silently disarm tomorrow's protection.
    *> 2026-10-15: A reclaimed stale lock and an operator override
    *>              are also posted as warnings to the operator
    *>              exception queue EXCQUEUE.DAT through
    *>              EXCEPTION-POST, so the killed run behind them is
    *>              followed up from EXCOPEN.RPT rather than found by
    *>              reading AUDIT.LOG.
    *> 2026-10-15: A missed day can now be rerun as of its own date.
    *>              An operator business-date card, BUSDATE.PRM with
    *>              the date (YYYYMMDD) in columns 1-8, is checked
    *>              before anything runs: it must be a real date, not
    *>              after today, and a workday on CALENDAR.DAT, or the
    *>              driver refuses with RC 2 and leaves the card for
    *>              correction. The calendar check is made on that
    *>              date, the override is logged to AUDIT.LOG as a
    *>              BUSDATE entry after the lock claim, and the
    *>              business date (the card's, else today's) is handed
    *>              to every step in the environment variable BUSDATE,
    *>              where BUSINESS-DATE gives it to the programs in
    *>              place of the system date. The card is deleted when
    *>              the chain completes, and kept after a halt so the
    *>              restart runs as of the same date. Lock dates stay
    *>              on the system clock.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CALENDAR-STATUS.

    SELECT OPTIONAL BUSDATE-FILE
        ASSIGN TO "BUSDATE.PRM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BUSDATE-STATUS.

    SELECT OPTIONAL LOCK-FILE
        ASSIGN TO "RUNLOCK.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
01  CALENDAR-RECORD.
    COPY CALREC.

FD  BUSDATE-FILE.
01  BUSDATE-CARD.
    05 BDC-DATE         PIC X(8).
    05 FILLER           PIC X(72).

FD  LOCK-FILE.
01  LOCK-RECORD.
    COPY RUNLOCK.
    01 WS-LOCK-CURRENT-STEP PIC X(20) VALUE SPACES.
    01 WS-DELETE-RC        PIC 9(9) COMP-5 VALUE ZERO.

    01 WS-EXCEPTION-POST.
        COPY EXCPOST.

    01 WS-CALENDAR-STATUS  PIC XX VALUE SPACES.
    01 WS-END-OF-CALENDAR  PIC X VALUE "N".
    01 WS-TODAY-DATE       PIC 9(8) VALUE 0.
    01 WS-DAY-TYPE         PIC X VALUE "W".
    01 WS-HOLIDAY-NAME     PIC X(30) VALUE SPACES.
    01 WS-CALENDAR-FOUND   PIC X VALUE "N".

    01 WS-BUSDATE-STATUS   PIC XX VALUE SPACES.
    01 WS-BUSDATE-PRESENT  PIC X VALUE "N".
    01 WS-BUSDATE-TEXT     PIC X(8) VALUE SPACES.
    01 WS-BUSDATE-NUM REDEFINES WS-BUSDATE-TEXT PIC 9(8).
    01 WS-BUSINESS-DATE    PIC 9(8) VALUE 0.

    01 WS-START-DATE       PIC 9(8).
    01 WS-START-TIME       PIC 9(8).
        OPEN OUTPUT AUDIT-FILE
    END-IF

    ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
    MOVE WS-TODAY-DATE TO WS-BUSINESS-DATE
    PERFORM READ-BUSINESS-DATE-CARD

    PERFORM CHECK-BUSINESS-CALENDAR
    IF WS-BUSDATE-PRESENT = "Y"
        IF WS-CALENDAR-FOUND = "N" OR WS-DAY-TYPE NOT = "W"
            *> an explicit rerun date has to be a known workday; a
            *> silent skip would leave the card to misfire tomorrow
            DISPLAY "DAILY-BATCH-DRIVER: BUSDATE.PRM date "
                WS-BUSINESS-DATE " is not a workday on CALENDAR.DAT, "
                "nothing was run; correct or remove the card"
            CLOSE AUDIT-FILE
            MOVE 2 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF
    IF WS-DAY-TYPE NOT = "W"
        PERFORM WRITE-NON-WORKDAY-RECORD
        CLOSE AUDIT-FILE
    END-IF

    PERFORM ACQUIRE-RUN-LOCK
    PERFORM PASS-BUSINESS-DATE

    PERFORM READ-RESTART-CARD


    IF WS-HALTED = "N"
        PERFORM CLEAR-RESTART-CARD
        IF WS-BUSDATE-PRESENT = "Y"
            PERFORM CLEAR-BUSINESS-DATE-CARD
        END-IF
    END-IF

    PERFORM RELEASE-RUN-LOCK
    MOVE WS-STEP-NOTE   TO WS-A-NOTE
    WRITE AUDIT-LINE FROM WS-AUDIT-DETAIL.

READ-BUSINESS-DATE-CARD.
    OPEN INPUT BUSDATE-FILE
    IF WS-BUSDATE-STATUS = "00"
        READ BUSDATE-FILE
            AT END
                CONTINUE
            NOT AT END
                IF BDC-DATE NOT = SPACES
                    MOVE "Y"      TO WS-BUSDATE-PRESENT
                    MOVE BDC-DATE TO WS-BUSDATE-TEXT
                END-IF
        END-READ
    END-IF
    CLOSE BUSDATE-FILE

    IF WS-BUSDATE-PRESENT = "Y"
        IF WS-BUSDATE-TEXT NOT NUMERIC
            DISPLAY "DAILY-BATCH-DRIVER: BUSDATE.PRM date "
                WS-BUSDATE-TEXT " is not YYYYMMDD, nothing was run"
            CLOSE AUDIT-FILE
            MOVE 2 TO RETURN-CODE
            STOP RUN
        END-IF
        IF FUNCTION TEST-DATE-YYYYMMDD (WS-BUSDATE-NUM) NOT = 0
                OR WS-BUSDATE-NUM > WS-TODAY-DATE
            DISPLAY "DAILY-BATCH-DRIVER: BUSDATE.PRM date "
                WS-BUSDATE-TEXT " is not a valid date on or before "
                "today, nothing was run"
            CLOSE AUDIT-FILE
            MOVE 2 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE WS-BUSDATE-NUM TO WS-BUSINESS-DATE
    END-IF.

PASS-BUSINESS-DATE.
    *> every step is started through CALL "SYSTEM" and inherits the
    *> driver's environment, which is where BUSINESS-DATE looks
    DISPLAY "BUSDATE" UPON ENVIRONMENT-NAME
    DISPLAY WS-BUSINESS-DATE UPON ENVIRONMENT-VALUE
    IF WS-BUSDATE-PRESENT = "Y"
        DISPLAY "DAILY-BATCH-DRIVER: running as of business date "
            WS-BUSINESS-DATE " from BUSDATE.PRM"
        MOVE SPACES TO WS-STEP-NAME
        STRING "BUSDATE " WS-BUSINESS-DATE
            DELIMITED BY SIZE INTO WS-STEP-NAME
        END-STRING
        PERFORM WRITE-SKIP-RECORD
    END-IF.

CLEAR-BUSINESS-DATE-CARD.
    *> one-shot like RUNLOCK.OVR: left in place it would run
    *> tomorrow's chain as of today
    CALL "CBL_DELETE_FILE" USING "BUSDATE.PRM"
        RETURNING WS-DELETE-RC
    IF WS-DELETE-RC NOT = 0
        DISPLAY "DAILY-BATCH-DRIVER: delete of BUSDATE.PRM failed, rc "
            WS-DELETE-RC ", remove it by hand before the next run"
    END-IF.

CHECK-BUSINESS-CALENDAR.
    MOVE "N" TO WS-CALENDAR-FOUND
    OPEN INPUT CALENDAR-FILE
    IF WS-CALENDAR-STATUS NOT = "00"
        DISPLAY "DAILY-BATCH-DRIVER: CALENDAR.DAT is missing, status "
                AT END
                    MOVE "Y" TO WS-END-OF-CALENDAR
                NOT AT END
                    IF CAL-DATE = WS-BUSINESS-DATE
                        MOVE "Y"              TO WS-CALENDAR-FOUND
                        MOVE CAL-DAY-TYPE     TO WS-DAY-TYPE
                        MOVE CAL-HOLIDAY-NAME TO WS-HOLIDAY-NAME
                        MOVE "Y" TO WS-END-OF-CALENDAR
                " by " FUNCTION TRIM (WS-LOCK-OWNER)
            MOVE "RUN LOCK OVERRIDE" TO WS-STEP-NAME
            PERFORM WRITE-SKIP-RECORD
            MOVE SPACES TO EXP-MESSAGE
            STRING "RUNLOCK.OVR BROKE LOCK OF " WS-LOCK-DATE
                   " STEP " WS-LOCK-STEP
                DELIMITED BY SIZE INTO EXP-MESSAGE
            END-STRING
            PERFORM POST-LOCK-EXCEPTION
            *> the override card is one-shot: left lying around it
            *> would silently disarm tomorrow's protection
            CALL "CBL_DELETE_FILE" USING "RUNLOCK.OVR"
                    FUNCTION TRIM (WS-LOCK-STEP) ") reclaimed"
                MOVE "RUN LOCK STALE" TO WS-STEP-NAME
                PERFORM WRITE-SKIP-RECORD
                MOVE SPACES TO EXP-MESSAGE
                STRING "STALE LOCK OF " WS-LOCK-DATE
                       " RECLAIMED, STEP " WS-LOCK-STEP
                    DELIMITED BY SIZE INTO EXP-MESSAGE
                END-STRING
                PERFORM POST-LOCK-EXCEPTION
            ELSE
                DISPLAY "DAILY-BATCH-DRIVER: another submission holds "
                    "the run lock (claimed " WS-LOCK-DATE " "
    MOVE "RUN LOCK CLAIMED" TO WS-STEP-NAME
    PERFORM WRITE-SKIP-RECORD.

POST-LOCK-EXCEPTION.
    MOVE "P"                  TO EXP-FUNCTION
    MOVE WS-BUSINESS-DATE     TO EXP-DATE
    MOVE "DAILY-BATCH-DRIVER" TO EXP-SOURCE
    MOVE "W"                  TO EXP-SEVERITY
    CALL "EXCEPTION-POST" USING WS-EXCEPTION-POST
    MOVE "C" TO EXP-FUNCTION
    CALL "EXCEPTION-POST" USING WS-EXCEPTION-POST.

READ-LOCK-RECORD.
    MOVE "N" TO WS-LOCK-PRESENT
    OPEN INPUT LOCK-FILE
