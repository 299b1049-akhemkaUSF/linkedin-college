IDENTIFICATION DIVISION.
       PROGRAM-ID. EVENTGEN.   *> nightly batch sending career-event reminders and refreshing the check-in rosters

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EVENTS ASSIGN TO "data/events.txt" *> ID|TITLE|DATE|TIME|LOCATION|CAPACITY|COMPANY|ORGANIZER|STATUS|ATTENDED
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS EVT-FS.

           SELECT EVENT-RSVPS ASSIGN TO "data/event_rsvps.txt" *> ID|USER|STATUS|STAMP, waitlist in file order
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RSVP-FS.

           *> ID|USER|DATE row per reminder already sent, so a rerun of
           *> the night never reminds anyone twice.
           SELECT EVENT-REMINDERS ASSIGN TO "data/event_reminders.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS REM-FS.

           SELECT PROFILES-INDEX ASSIGN TO "data/profiles.idx" *> username -> first/last, one row per profile save
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PRO-FS.

           SELECT NOTIFICATIONS ASSIGN TO "data/notifications.txt" *> same RECIPIENT|TEXT|READ-FLAG|CATEGORY|DIGESTED inbox CONTROLFLOW shows at login
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS NOTIF-FS.

           *> data/rosters/event_<id>.txt, the same sheet CONTROLFLOW
           *> prints on the organizer's request.
           SELECT ROSTER-FILE ASSIGN TO DYNAMIC WS-FILENAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ROSTER-FS.

           *> Same exclusive writer lock CONTROLFLOW takes: one
           *> "HOLDER TIMESTAMP" line while a writer runs, emptied on
           *> normal exit, stale residue cleared by age.
           SELECT RUN-LOCK ASSIGN TO "data/run.lock"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LOCK-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  EVENTS.
       01  EVENT-REC            PIC X(400).

       FD  EVENT-RSVPS.
       01  RSVP-REC             PIC X(100).

       FD  EVENT-REMINDERS.
       01  REM-REC              PIC X(60).

       FD  PROFILES-INDEX.
       01  PRF-REC              PIC X(120).

       FD  NOTIFICATIONS.
       01  NOTIF-REC            PIC X(300).

       FD  ROSTER-FILE.
       01  ROSTER-REC           PIC X(200).

       FD  RUN-LOCK.
       01  LOCK-REC             PIC X(40).

       WORKING-STORAGE SECTION.
       77  EVT-FS              PIC XX VALUE SPACES.
       77  RSVP-FS             PIC XX VALUE SPACES.
       77  REM-FS              PIC XX VALUE SPACES.
       77  PRO-FS              PIC XX VALUE SPACES.
       77  NOTIF-FS            PIC XX VALUE SPACES.
       77  ROSTER-FS           PIC XX VALUE SPACES.

       77  WS-FILENAME         PIC X(128).

       *> Run-lock working storage -- same fields and rules as
       *> CONTROLFLOW's copy, the way the journal helpers are shared.
       77  LOCK-FS             PIC XX VALUE SPACES.
       77  LOCK-HOLDER         PIC X(12) VALUE SPACES.
       77  LOCK-STAMP          PIC X(14) VALUE SPACES.
       77  LOCK-BUSY           PIC X  VALUE "N".
       77  LOCK-STALE-SECS     PIC 9(6) VALUE 3600.
       77  LOCK-NOW-SECS       PIC 9(12) VALUE 0.
       77  LOCK-THEN-SECS      PIC 9(12) VALUE 0.
       77  LOCK-AGE-SECS       PIC S9(12) VALUE 0.
       77  LOCK-STAMP-WORK     PIC X(14) VALUE SPACES.
       77  LOCK-SECS-WORK      PIC 9(12) VALUE 0.

       *> Parsed rows
       77  EVT-REC-ID          PIC X(6).
       77  EVT-REC-TITLE       PIC X(60).
       77  EVT-REC-DATE        PIC X(8).
       77  EVT-REC-TIME        PIC X(10).
       77  EVT-REC-LOCATION    PIC X(60).
       77  EVT-REC-CAP         PIC X(4).
       77  EVT-REC-COMPANY     PIC X(100).
       77  EVT-REC-ORGANIZER   PIC X(20).
       77  EVT-REC-STATUS      PIC X(10).
       77  EVT-REC-ATTENDED    PIC X(5).
       77  RSVP-REC-ID         PIC X(6).
       77  RSVP-REC-USER       PIC X(20).
       77  RSVP-REC-STATUS     PIC X(10).
       77  RSVP-REC-STAMP      PIC X(14).
       77  REM-REC-ID          PIC X(6).
       77  REM-REC-USER        PIC X(20).
       77  IDX-USER            PIC X(20).
       77  IDX-FN              PIC X(50).
       77  IDX-LN              PIC X(50).

       *> Dates: reminders go out the day before the event.
       77  EG-TODAY            PIC X(8).
       77  EG-TOMORROW         PIC X(8).
       77  EG-TOMORROW-NUM     PIC 9(8) VALUE 0.

       *> Scheduled events dated today or later -- each gets a fresh
       *> roster, and those dated tomorrow get their reminders.
       77  EG-MAX-EVENTS       PIC 9(3) VALUE 500.
       77  EG-EVENT-COUNT      PIC 9(3) VALUE 0.
       77  EG-EVENTS-TRUNC     PIC X    VALUE "N".
       77  EG-EX               PIC 9(3) VALUE 0.
       01  EG-EVENT-TABLE.
           05 EG-EVENT-ENTRY OCCURS 500 TIMES.
              10 EG-EV-ID         PIC X(6).
              10 EG-EV-TITLE      PIC X(60).
              10 EG-EV-DATE       PIC X(8).
              10 EG-EV-TIME       PIC X(10).
              10 EG-EV-LOCATION   PIC X(60).
              10 EG-EV-CAP        PIC 9(4).
              10 EG-EV-COMPANY    PIC X(100).
              10 EG-EV-ORGANIZER  PIC X(20).
              10 EG-EV-GOING      PIC 9(4).
              10 EG-EV-WAITING    PIC 9(4).

       *> Reminders already on file (and those sent this run)
       77  EG-MAX-REMINDERS    PIC 9(5) VALUE 5000.
       77  EG-REM-COUNT        PIC 9(5) VALUE 0.
       77  EG-RX               PIC 9(5) VALUE 0.
       77  EG-REM-FOUND        PIC X    VALUE "N".
       01  EG-REM-TABLE.
           05 EG-REM-ENTRY OCCURS 5000 TIMES.
              10 EG-REM-ID        PIC X(6).
              10 EG-REM-USER      PIC X(20).

       *> Names for the roster, latest profiles.idx row winning
       77  EG-MAX-NAMES        PIC 9(4) VALUE 2000.
       77  EG-NAME-COUNT       PIC 9(4) VALUE 0.
       77  EG-NX               PIC 9(4) VALUE 0.
       77  EG-NAME-FOUND       PIC X    VALUE "N".
       01  EG-NAME-TABLE.
           05 EG-NAME-ENTRY OCCURS 2000 TIMES.
              10 EG-NAME-USER     PIC X(20).
              10 EG-NAME-FULL     PIC X(101).
       77  EG-FULL-NAME        PIC X(101).

       77  EG-SECTION-STATUS   PIC X(10).
       77  EG-LINE-NO          PIC 9(4) VALUE 0.
       77  EG-REMINDER-COUNT   PIC 9(5) VALUE 0.
       77  EG-ROSTER-COUNT     PIC 9(4) VALUE 0.
       77  EG-N1               PIC ZZZ9.
       77  EG-N2               PIC ZZZ9.
       77  EG-N3               PIC ZZZ9.
       77  EG-N5               PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           *> Exclusive run lock: the notification appends must not
           *> interleave with another writer.
           PERFORM ACQUIRE-RUN-LOCK
           IF LOCK-BUSY = "Y"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO EG-TODAY
           COMPUTE EG-TOMORROW-NUM = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(EG-TODAY)) + 1)
           MOVE EG-TOMORROW-NUM TO EG-TOMORROW

           PERFORM 1000-LOAD-EVENTS
           PERFORM 1100-COUNT-RSVPS
           PERFORM 1200-LOAD-REMINDERS
           PERFORM 1300-LOAD-NAMES
           PERFORM 2000-SEND-REMINDERS
           PERFORM 3000-WRITE-ROSTERS

           MOVE EG-REMINDER-COUNT TO EG-N5
           MOVE EG-ROSTER-COUNT TO EG-N1
           DISPLAY "EVENTGEN complete: " FUNCTION TRIM(EG-N5)
                   " reminder(s) sent, " FUNCTION TRIM(EG-N1)
                   " roster(s) written."
           IF EG-EVENTS-TRUNC = "Y"
              MOVE EG-MAX-EVENTS TO EG-N1
              DISPLAY "WARNING: only the first " FUNCTION TRIM(EG-N1)
                      " upcoming events were processed."
           END-IF
           PERFORM RELEASE-RUN-LOCK
           MOVE 0 TO RETURN-CODE
           STOP RUN.

       *> ====================================
       *> Upcoming scheduled events
       *> ====================================
       1000-LOAD-EVENTS.
           MOVE 0 TO EG-EVENT-COUNT
           OPEN INPUT EVENTS
           IF EVT-FS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
              READ EVENTS
                 AT END EXIT PERFORM
                 NOT AT END
                    PERFORM 1010-SPLIT-EVENT-REC
                    IF FUNCTION TRIM(EVT-REC-STATUS) = "scheduled"
                       AND EVT-REC-DATE >= EG-TODAY
                       PERFORM 1020-ADD-EVENT
                    END-IF
              END-READ
           END-PERFORM
           CLOSE EVENTS.

       1010-SPLIT-EVENT-REC.
           MOVE SPACES TO EVT-REC-ID EVT-REC-TITLE EVT-REC-DATE
                          EVT-REC-TIME EVT-REC-LOCATION EVT-REC-CAP
                          EVT-REC-COMPANY EVT-REC-ORGANIZER
                          EVT-REC-STATUS EVT-REC-ATTENDED
           UNSTRING EVENT-REC DELIMITED BY "|"
              INTO EVT-REC-ID EVT-REC-TITLE EVT-REC-DATE EVT-REC-TIME
                   EVT-REC-LOCATION EVT-REC-CAP EVT-REC-COMPANY
                   EVT-REC-ORGANIZER EVT-REC-STATUS EVT-REC-ATTENDED
           END-UNSTRING.

       1020-ADD-EVENT.
           IF EG-EVENT-COUNT >= EG-MAX-EVENTS
              MOVE "Y" TO EG-EVENTS-TRUNC
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO EG-EVENT-COUNT
           MOVE EVT-REC-ID        TO EG-EV-ID(EG-EVENT-COUNT)
           MOVE EVT-REC-TITLE     TO EG-EV-TITLE(EG-EVENT-COUNT)
           MOVE EVT-REC-DATE      TO EG-EV-DATE(EG-EVENT-COUNT)
           MOVE EVT-REC-TIME      TO EG-EV-TIME(EG-EVENT-COUNT)
           MOVE EVT-REC-LOCATION  TO EG-EV-LOCATION(EG-EVENT-COUNT)
           MOVE 0                 TO EG-EV-CAP(EG-EVENT-COUNT)
           IF FUNCTION TRIM(EVT-REC-CAP) IS NUMERIC
              MOVE FUNCTION NUMVAL(EVT-REC-CAP) TO EG-EV-CAP(EG-EVENT-COUNT)
           END-IF
           MOVE EVT-REC-COMPANY   TO EG-EV-COMPANY(EG-EVENT-COUNT)
           MOVE EVT-REC-ORGANIZER TO EG-EV-ORGANIZER(EG-EVENT-COUNT)
           MOVE 0 TO EG-EV-GOING(EG-EVENT-COUNT)
           MOVE 0 TO EG-EV-WAITING(EG-EVENT-COUNT).

       1100-COUNT-RSVPS.
           OPEN INPUT EVENT-RSVPS
           IF RSVP-FS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
              READ EVENT-RSVPS
                 AT END EXIT PERFORM
                 NOT AT END
                    PERFORM 1110-SPLIT-RSVP-REC
                    PERFORM VARYING EG-EX FROM 1 BY 1
                            UNTIL EG-EX > EG-EVENT-COUNT
                       IF EG-EV-ID(EG-EX) = RSVP-REC-ID
                          EVALUATE FUNCTION TRIM(RSVP-REC-STATUS)
                             WHEN "going"
                                ADD 1 TO EG-EV-GOING(EG-EX)
                             WHEN "waitlist"
                                ADD 1 TO EG-EV-WAITING(EG-EX)
                          END-EVALUATE
                          EXIT PERFORM
                       END-IF
                    END-PERFORM
              END-READ
           END-PERFORM
           CLOSE EVENT-RSVPS.

       1110-SPLIT-RSVP-REC.
           MOVE SPACES TO RSVP-REC-ID RSVP-REC-USER RSVP-REC-STATUS
                          RSVP-REC-STAMP
           UNSTRING RSVP-REC DELIMITED BY "|"
              INTO RSVP-REC-ID RSVP-REC-USER RSVP-REC-STATUS
                   RSVP-REC-STAMP
           END-UNSTRING.

       1200-LOAD-REMINDERS.
           MOVE 0 TO EG-REM-COUNT
           OPEN INPUT EVENT-REMINDERS
           IF REM-FS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
              READ EVENT-REMINDERS
                 AT END EXIT PERFORM
                 NOT AT END
                    MOVE SPACES TO REM-REC-ID REM-REC-USER
                    UNSTRING REM-REC DELIMITED BY "|"
                       INTO REM-REC-ID REM-REC-USER
                    END-UNSTRING
                    IF EG-REM-COUNT < EG-MAX-REMINDERS
                       ADD 1 TO EG-REM-COUNT
                       MOVE REM-REC-ID   TO EG-REM-ID(EG-REM-COUNT)
                       MOVE REM-REC-USER TO EG-REM-USER(EG-REM-COUNT)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE EVENT-REMINDERS.

       1300-LOAD-NAMES.
           MOVE 0 TO EG-NAME-COUNT
           OPEN INPUT PROFILES-INDEX
           IF PRO-FS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
              READ PROFILES-INDEX
                 AT END EXIT PERFORM
                 NOT AT END
                    MOVE SPACES TO IDX-USER IDX-FN IDX-LN
                    UNSTRING PRF-REC DELIMITED BY ALL " "
                       INTO IDX-USER IDX-FN IDX-LN
                    END-UNSTRING
                    IF FUNCTION TRIM(IDX-USER) NOT = SPACES
                       PERFORM 1310-FIND-OR-ADD-NAME
                    END-IF
              END-READ
           END-PERFORM
           CLOSE PROFILES-INDEX.

       1310-FIND-OR-ADD-NAME.
           MOVE SPACES TO EG-FULL-NAME
           STRING FUNCTION TRIM(IDX-FN) DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  FUNCTION TRIM(IDX-LN) DELIMITED BY SIZE
                  INTO EG-FULL-NAME
           END-STRING
           INSPECT EG-FULL-NAME REPLACING ALL "_" BY " "
           MOVE IDX-USER TO RSVP-REC-USER
           PERFORM 1320-FIND-NAME
           IF EG-NAME-FOUND = "Y"
              MOVE EG-FULL-NAME TO EG-NAME-FULL(EG-NX)
              EXIT PARAGRAPH
           END-IF
           IF EG-NAME-COUNT >= EG-MAX-NAMES
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO EG-NAME-COUNT
           MOVE FUNCTION TRIM(IDX-USER) TO EG-NAME-USER(EG-NAME-COUNT)
           MOVE EG-FULL-NAME            TO EG-NAME-FULL(EG-NAME-COUNT).

       *> Leaves EG-NX on RSVP-REC-USER's name row and sets
       *> EG-NAME-FOUND.
       1320-FIND-NAME.
           MOVE "N" TO EG-NAME-FOUND
           PERFORM VARYING EG-NX FROM 1 BY 1
                   UNTIL EG-NX > EG-NAME-COUNT
              IF EG-NAME-USER(EG-NX) = FUNCTION TRIM(RSVP-REC-USER)
                 MOVE "Y" TO EG-NAME-FOUND
                 EXIT PERFORM
              END-IF
           END-PERFORM.

       *> ====================================
       *> Day-before reminders to everyone holding a place
       *> ====================================
       2000-SEND-REMINDERS.
           PERFORM VARYING EG-EX FROM 1 BY 1
                   UNTIL EG-EX > EG-EVENT-COUNT
              IF EG-EV-DATE(EG-EX) = EG-TOMORROW
                 AND EG-EV-GOING(EG-EX) > 0
                 PERFORM 2100-REMIND-ONE-EVENT
              END-IF
           END-PERFORM.

       2100-REMIND-ONE-EVENT.
           OPEN INPUT EVENT-RSVPS
           IF RSVP-FS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
              READ EVENT-RSVPS
                 AT END EXIT PERFORM
                 NOT AT END
                    PERFORM 1110-SPLIT-RSVP-REC
                    IF RSVP-REC-ID = EG-EV-ID(EG-EX)
                       AND FUNCTION TRIM(RSVP-REC-STATUS) = "going"
                       PERFORM 2200-CHECK-REMINDED
                       IF EG-REM-FOUND = "N"
                          PERFORM 2300-SEND-ONE-REMINDER
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE EVENT-RSVPS.

       2200-CHECK-REMINDED.
           MOVE "N" TO EG-REM-FOUND
           PERFORM VARYING EG-RX FROM 1 BY 1
                   UNTIL EG-RX > EG-REM-COUNT
              IF EG-REM-ID(EG-RX) = RSVP-REC-ID
                 AND EG-REM-USER(EG-RX) = RSVP-REC-USER
                 MOVE "Y" TO EG-REM-FOUND
                 EXIT PERFORM
              END-IF
           END-PERFORM.

       2300-SEND-ONE-REMINDER.
           OPEN EXTEND NOTIFICATIONS
           IF NOTIF-FS NOT = "00"
              OPEN OUTPUT NOTIFICATIONS
              CLOSE NOTIFICATIONS
              OPEN EXTEND NOTIFICATIONS
           END-IF
           MOVE SPACES TO NOTIF-REC
           STRING FUNCTION TRIM(RSVP-REC-USER)          DELIMITED BY SIZE
                  "|Reminder: "                          DELIMITED BY SIZE
                  FUNCTION TRIM(EG-EV-TITLE(EG-EX))      DELIMITED BY SIZE
                  " is tomorrow "                        DELIMITED BY SIZE
                  FUNCTION TRIM(EG-EV-TIME(EG-EX))       DELIMITED BY SIZE
                  " at "                                 DELIMITED BY SIZE
                  FUNCTION TRIM(EG-EV-LOCATION(EG-EX))   DELIMITED BY SIZE
                  ". Can't make it? Cancel your RSVP so the next person on the waitlist gets your place."
                                                         DELIMITED BY SIZE
                  "|"                                    DELIMITED BY SIZE
                  "N"                                    DELIMITED BY SIZE
                  "|EVNT"                                DELIMITED BY SIZE
                  INTO NOTIF-REC
           END-STRING
           WRITE NOTIF-REC
           CLOSE NOTIFICATIONS

           OPEN EXTEND EVENT-REMINDERS
           IF REM-FS NOT = "00"
              OPEN OUTPUT EVENT-REMINDERS
              CLOSE EVENT-REMINDERS
              OPEN EXTEND EVENT-REMINDERS
           END-IF
           MOVE SPACES TO REM-REC
           STRING RSVP-REC-ID                  DELIMITED BY SIZE
                  "|"                          DELIMITED BY SIZE
                  FUNCTION TRIM(RSVP-REC-USER) DELIMITED BY SIZE
                  "|"                          DELIMITED BY SIZE
                  EG-TODAY                     DELIMITED BY SIZE
                  INTO REM-REC
           END-STRING
           WRITE REM-REC
           CLOSE EVENT-REMINDERS

           IF EG-REM-COUNT < EG-MAX-REMINDERS
              ADD 1 TO EG-REM-COUNT
              MOVE RSVP-REC-ID   TO EG-REM-ID(EG-REM-COUNT)
              MOVE RSVP-REC-USER TO EG-REM-USER(EG-REM-COUNT)
           END-IF
           ADD 1 TO EG-REMINDER-COUNT.

       *> ====================================
       *> Check-in rosters, refreshed every night until the event
       *> ====================================
       3000-WRITE-ROSTERS.
           IF EG-EVENT-COUNT = 0
              EXIT PARAGRAPH
           END-IF
           CALL "SYSTEM" USING "mkdir -p data/rosters"
           PERFORM VARYING EG-EX FROM 1 BY 1
                   UNTIL EG-EX > EG-EVENT-COUNT
              PERFORM 3100-WRITE-ONE-ROSTER
           END-PERFORM.

       3100-WRITE-ONE-ROSTER.
           MOVE SPACES TO WS-FILENAME
           STRING "data/rosters/event_" DELIMITED BY SIZE
                  EG-EV-ID(EG-EX)       DELIMITED BY SIZE
                  ".txt"                DELIMITED BY SIZE
                  INTO WS-FILENAME
           END-STRING
           OPEN OUTPUT ROSTER-FILE
           IF ROSTER-FS NOT = "00"
              DISPLAY "ERROR: cannot write " FUNCTION TRIM(WS-FILENAME)
                      " (FS=" ROSTER-FS ")"
              EXIT PARAGRAPH
           END-IF
           MOVE "EVENT CHECK-IN ROSTER" TO ROSTER-REC
           WRITE ROSTER-REC
           MOVE "=====================" TO ROSTER-REC
           WRITE ROSTER-REC
           MOVE SPACES TO ROSTER-REC
           STRING "Event:     "                      DELIMITED BY SIZE
                  EG-EV-ID(EG-EX)                    DELIMITED BY SIZE
                  " "                                DELIMITED BY SIZE
                  FUNCTION TRIM(EG-EV-TITLE(EG-EX))  DELIMITED BY SIZE
                  INTO ROSTER-REC
           END-STRING
           WRITE ROSTER-REC
           MOVE SPACES TO ROSTER-REC
           STRING "Date:      "                      DELIMITED BY SIZE
                  EG-EV-DATE(EG-EX)(1:4) "-" EG-EV-DATE(EG-EX)(5:2) "-"
                  EG-EV-DATE(EG-EX)(7:2)             DELIMITED BY SIZE
                  " "                                DELIMITED BY SIZE
                  FUNCTION TRIM(EG-EV-TIME(EG-EX))   DELIMITED BY SIZE
                  INTO ROSTER-REC
           END-STRING
           WRITE ROSTER-REC
           MOVE SPACES TO ROSTER-REC
           STRING "Location:  "                         DELIMITED BY SIZE
                  FUNCTION TRIM(EG-EV-LOCATION(EG-EX))  DELIMITED BY SIZE
                  INTO ROSTER-REC
           END-STRING
           WRITE ROSTER-REC
           IF EG-EV-COMPANY(EG-EX) NOT = SPACES
              MOVE SPACES TO ROSTER-REC
              STRING "Company:   "                        DELIMITED BY SIZE
                     FUNCTION TRIM(EG-EV-COMPANY(EG-EX))  DELIMITED BY SIZE
                     INTO ROSTER-REC
              END-STRING
              WRITE ROSTER-REC
           END-IF
           MOVE SPACES TO ROSTER-REC
           STRING "Organizer: "                          DELIMITED BY SIZE
                  FUNCTION TRIM(EG-EV-ORGANIZER(EG-EX))  DELIMITED BY SIZE
                  INTO ROSTER-REC
           END-STRING
           WRITE ROSTER-REC
           MOVE EG-EV-GOING(EG-EX)   TO EG-N1
           MOVE EG-EV-CAP(EG-EX)     TO EG-N2
           MOVE EG-EV-WAITING(EG-EX) TO EG-N3
           MOVE SPACES TO ROSTER-REC
           STRING "Attending: "                 DELIMITED BY SIZE
                  FUNCTION TRIM(EG-N1)          DELIMITED BY SIZE
                  " of "                        DELIMITED BY SIZE
                  FUNCTION TRIM(EG-N2)          DELIMITED BY SIZE
                  "    Waitlist: "              DELIMITED BY SIZE
                  FUNCTION TRIM(EG-N3)          DELIMITED BY SIZE
                  INTO ROSTER-REC
           END-STRING
           WRITE ROSTER-REC
           MOVE SPACES TO ROSTER-REC
           WRITE ROSTER-REC
           MOVE "  #  IN   USERNAME             NAME" TO ROSTER-REC
           WRITE ROSTER-REC
           MOVE "---- ---- -------------------- ------------------------------" TO ROSTER-REC
           WRITE ROSTER-REC
           MOVE "going" TO EG-SECTION-STATUS
           PERFORM 3200-WRITE-ROSTER-SECTION
           IF EG-EV-WAITING(EG-EX) > 0
              MOVE SPACES TO ROSTER-REC
              WRITE ROSTER-REC
              MOVE "WAITLIST (in order)" TO ROSTER-REC
              WRITE ROSTER-REC
              MOVE "waitlist" TO EG-SECTION-STATUS
              PERFORM 3200-WRITE-ROSTER-SECTION
           END-IF
           MOVE SPACES TO ROSTER-REC
           WRITE ROSTER-REC
           MOVE "Walk-ins:" TO ROSTER-REC
           WRITE ROSTER-REC
           CLOSE ROSTER-FILE
           ADD 1 TO EG-ROSTER-COUNT.

       *> One line per RSVP of status EG-SECTION-STATUS, in RSVP order.
       3200-WRITE-ROSTER-SECTION.
           MOVE 0 TO EG-LINE-NO
           OPEN INPUT EVENT-RSVPS
           IF RSVP-FS = "00"
              PERFORM UNTIL 1 = 0
                 READ EVENT-RSVPS
                    AT END EXIT PERFORM
                    NOT AT END
                       PERFORM 1110-SPLIT-RSVP-REC
                       IF RSVP-REC-ID = EG-EV-ID(EG-EX)
                          AND FUNCTION TRIM(RSVP-REC-STATUS) = FUNCTION TRIM(EG-SECTION-STATUS)
                          PERFORM 3300-WRITE-ROSTER-LINE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE EVENT-RSVPS
           END-IF
           IF EG-LINE-NO = 0
              MOVE "     (none)" TO ROSTER-REC
              WRITE ROSTER-REC
           END-IF.

       3300-WRITE-ROSTER-LINE.
           ADD 1 TO EG-LINE-NO
           MOVE EG-LINE-NO TO EG-N1
           MOVE SPACES TO EG-FULL-NAME
           PERFORM 1320-FIND-NAME
           IF EG-NAME-FOUND = "Y"
              MOVE EG-NAME-FULL(EG-NX) TO EG-FULL-NAME
           END-IF
           MOVE SPACES TO ROSTER-REC
           STRING EG-N1                        DELIMITED BY SIZE
                  " [  ] "                     DELIMITED BY SIZE
                  RSVP-REC-USER                DELIMITED BY SIZE
                  " "                          DELIMITED BY SIZE
                  FUNCTION TRIM(EG-FULL-NAME)  DELIMITED BY SIZE
                  INTO ROSTER-REC
           END-STRING
           WRITE ROSTER-REC.

       *> ====================================
       *> Run locking -- same paragraphs CONTROLFLOW carries, with
       *> this program as the holder name.
       *> ====================================
       ACQUIRE-RUN-LOCK.
           MOVE "N" TO LOCK-BUSY
           MOVE SPACES TO LOCK-HOLDER LOCK-STAMP
           OPEN INPUT RUN-LOCK
           IF LOCK-FS = "00"
              READ RUN-LOCK
                 AT END
                    CONTINUE
                 NOT AT END
                    UNSTRING LOCK-REC DELIMITED BY ALL " "
                       INTO LOCK-HOLDER LOCK-STAMP
                    END-UNSTRING
              END-READ
              CLOSE RUN-LOCK
           END-IF

           IF FUNCTION TRIM(LOCK-HOLDER) NOT = SPACES
              PERFORM CHECK-LOCK-AGE
              IF LOCK-BUSY = "Y"
                 DISPLAY "Cannot start: "
                         FUNCTION TRIM(LOCK-HOLDER)
                         " holds the run lock (since "
                         FUNCTION TRIM(LOCK-STAMP)
                         "). Try again when it finishes."
                 EXIT PARAGRAPH
              END-IF
              DISPLAY "Clearing stale run lock left by "
                      FUNCTION TRIM(LOCK-HOLDER)
           END-IF

           OPEN OUTPUT RUN-LOCK
           IF LOCK-FS = "00"
              MOVE SPACES TO LOCK-REC
              STRING "EVENTGEN "
                     FUNCTION CURRENT-DATE(1:14)
                     DELIMITED BY SIZE INTO LOCK-REC
              END-STRING
              WRITE LOCK-REC
              CLOSE RUN-LOCK
           END-IF.

       *> Sets LOCK-BUSY to "Y" when the held lock's stamp is recent
       *> enough to belong to a live run; an unparseable stamp counts
       *> as stale.
       CHECK-LOCK-AGE.
           MOVE "N" TO LOCK-BUSY
           IF LOCK-STAMP(1:14) IS NOT NUMERIC
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO LOCK-STAMP-WORK
           PERFORM COMPUTE-LOCK-STAMP-SECS
           MOVE LOCK-SECS-WORK TO LOCK-NOW-SECS
           MOVE LOCK-STAMP TO LOCK-STAMP-WORK
           PERFORM COMPUTE-LOCK-STAMP-SECS
           MOVE LOCK-SECS-WORK TO LOCK-THEN-SECS
           COMPUTE LOCK-AGE-SECS = LOCK-NOW-SECS - LOCK-THEN-SECS
           IF LOCK-AGE-SECS < LOCK-STALE-SECS
              MOVE "Y" TO LOCK-BUSY
           END-IF.

       COMPUTE-LOCK-STAMP-SECS.
           COMPUTE LOCK-SECS-WORK =
              FUNCTION INTEGER-OF-DATE(
                 FUNCTION NUMVAL(LOCK-STAMP-WORK(1:8))) * 86400
              + FUNCTION NUMVAL(LOCK-STAMP-WORK(9:2)) * 3600
              + FUNCTION NUMVAL(LOCK-STAMP-WORK(11:2)) * 60
              + FUNCTION NUMVAL(LOCK-STAMP-WORK(13:2)).

       *> Empties the lock file on normal exit, freeing the next writer.
       RELEASE-RUN-LOCK.
           OPEN OUTPUT RUN-LOCK
           IF LOCK-FS = "00"
              CLOSE RUN-LOCK
           END-IF.
