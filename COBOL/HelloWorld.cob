      *              EXTEND with the usual first-run fallback) so the
      *              departments can post the day's greetings; the
      *              console DISPLAY stays for the operators.
      * 2026.10.15 - Keys each bulletin on the employee's department
      *              code only when it is on the department master
      *              DEPARTMENT.MST (COPY DEPTMSTR) and active, so a
      *              misspelled or retired department no longer opens
      *              a stray GREETING file of its own; anything else
      *              goes to the GENERAL bulletin.
      * 2026.10.15 - Takes today's date from BUSINESS-DATE (COPY
      *              BUSDATE) instead of the system date, so a chain
      *              rerun for a missed day greets, congratulates and
      *              names its GREETING bulletins as of that day.

       IDENTIFICATION DIVISION.
           PROGRAM-ID. HelloWorld.
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CALENDAR-STATUS.

               SELECT OPTIONAL DEPARTMENT-FILE
                   ASSIGN TO "DEPARTMENT.MST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS DPT-CODE
                   FILE STATUS IS WS-DEPARTMENT-STATUS.

               SELECT OPTIONAL BULLETIN-FILE
                   ASSIGN USING WS-BULLETIN-NAME
                   ORGANIZATION IS LINE SEQUENTIAL
           01  CALENDAR-RECORD.
           COPY CALREC.

           FD  DEPARTMENT-FILE.
           01  DEPARTMENT-RECORD.
           COPY DEPTMSTR.

           FD  BULLETIN-FILE.
           01  BULLETIN-LINE PIC X(160).

              01 WS-END-OF-MASTER PIC X VALUE 'N'.
              01 WS-GREETING-COUNT PIC 9(4) VALUE ZERO.

              01 WS-BUSINESS-DATE.
              COPY BUSDATE.

              01 WS-TODAY-DATE.
                  05 WS-TODAY-YYYY PIC 9(4).
                  05 WS-TODAY-MM   PIC 99.
              01 WS-BULLETIN-STATUS  PIC XX VALUE SPACES.
              01 WS-BULLETIN-NAME    PIC X(40) VALUE SPACES.
              01 WS-DEPT-TRIM        PIC X(15) VALUE SPACES.
              01 WS-DEPARTMENT-STATUS PIC XX VALUE SPACES.
              01 WS-DEPARTMENT-OPEN  PIC X VALUE 'N'.

              01 WS-START-PARSE.
                  05 WS-SP-YYYY PIC 9(4).
              01 WS-GREETING-LINE   PIC X(160).

       PROCEDURE DIVISION.
           CALL 'BUSINESS-DATE' USING WS-BUSINESS-DATE.
           MOVE BDT-DATE TO WS-TODAY-NUM.
           PERFORM READ-BUSINESS-CALENDAR.
           PERFORM BUILD-GREETING-TAIL.

           OPEN INPUT EMPLOYEE-FILE.
           IF WS-EMPLOYEE-STATUS = '00'
               OPEN INPUT DEPARTMENT-FILE
               IF WS-DEPARTMENT-STATUS = '00'
                   MOVE 'Y' TO WS-DEPARTMENT-OPEN
               END-IF
               PERFORM READ-EMPLOYEE-RECORD
               PERFORM UNTIL WS-END-OF-MASTER = 'Y'
                   IF EMP-STATUS = 'A'
                   PERFORM READ-EMPLOYEE-RECORD
               END-PERFORM
               CLOSE EMPLOYEE-FILE
               IF WS-DEPARTMENT-OPEN = 'Y'
                   CLOSE DEPARTMENT-FILE
               END-IF
               IF WS-GREETING-COUNT = ZERO
                   DISPLAY WS-HELLO-MESSAGE
               END-IF
           END-IF.

       WRITE-BULLETIN-LINE.
           MOVE 'GENERAL' TO WS-DEPT-TRIM
           IF EMP-DEPT NOT = SPACES AND WS-DEPARTMENT-OPEN = 'Y'
               MOVE EMP-DEPT TO DPT-CODE
               READ DEPARTMENT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DPT-STATUS = 'A'
                           MOVE DPT-CODE TO WS-DEPT-TRIM
                       END-IF
               END-READ
           END-IF
           MOVE SPACES TO WS-BULLETIN-NAME
           STRING 'GREETING.'                DELIMITED BY SIZE
