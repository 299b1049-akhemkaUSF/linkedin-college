              RECORD KEY IS AR-USER
              FILE STATUS IS ACC-FS.

           SELECT CONNECTIONS ASSIGN TO "data/connections.dat" *> pending connection requests
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS CONN-KEY
              ALTERNATE RECORD KEY IS CONN-SENDER WITH DUPLICATES
              ALTERNATE RECORD KEY IS CONN-RECIP WITH DUPLICATES
              FILE STATUS IS CONN-FS.

           SELECT NETWORK ASSIGN TO "data/network.dat" *> accepted connections
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS NET-KEY
              ALTERNATE RECORD KEY IS NET-USER-A WITH DUPLICATES
              ALTERNATE RECORD KEY IS NET-USER-B WITH DUPLICATES
              FILE STATUS IS NET-FS.

           SELECT JOB-INDEX ASSIGN TO "data/jobs.idx" *> open job/internship postings
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS MSG-FS.

           SELECT EVENTS ASSIGN TO "data/events.txt" *> career events, ID|TITLE|DATE|...|STATUS|ATTENDED
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS EVT-FS.

           SELECT EVENT-RSVPS ASSIGN TO "data/event_rsvps.txt" *> ID|USER|STATUS|STAMP
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RSVP-FS.

           SELECT REPORT-OUT ASSIGN TO "data/activity_report.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RPT-FS.
           05 AR-UNLOCK-FAILS   PIC 9.
           05 FILLER            PIC X.
           05 AR-ROLE           PIC X.
           05 FILLER            PIC X.
           05 AR-DORMANT        PIC X.
           05 FILLER            PIC X.
           05 AR-PW-TEMP        PIC X.
           05 FILLER            PIC X(46).

       FD  CONNECTIONS.
       01  CONN-REC.
      *> Same layout as CONTROLFLOW's CONN-REC; keep the two in sync.
           05 CONN-KEY.
              10 CONN-USER-A    PIC X(20).
              10 CONN-USER-B    PIC X(20).
           05 CONN-SENDER       PIC X(20).
           05 CONN-RECIP        PIC X(20).
           05 FILLER            PIC X(20).

       FD  NETWORK.
       01  NET-REC.
      *> Same layout as CONTROLFLOW's NET-REC; keep the two in sync.
           05 NET-KEY.
              10 NET-USER-A     PIC X(20).
              10 NET-USER-B     PIC X(20).
           05 FILLER            PIC X(20).

       FD  JOB-INDEX.
       01  BROWSE-REC           PIC X(1000).
       FD  MESSAGES.
       01  MESSAGE-REC          PIC X(300).

       FD  EVENTS.
       01  EVENT-REC            PIC X(400).

       FD  EVENT-RSVPS.
       01  RSVP-REC             PIC X(100).

       FD  REPORT-OUT.
       01  RPT-REC              PIC X(200).

       77  JOB-FS              PIC XX VALUE SPACES.
       77  APPLICATIONS-FS     PIC XX VALUE SPACES.
       77  MSG-FS              PIC XX VALUE SPACES.
       77  EVT-FS              PIC XX VALUE SPACES.
       77  RSVP-FS             PIC XX VALUE SPACES.
       77  RPT-FS              PIC XX VALUE SPACES.
       77  HIST-FS             PIC XX VALUE SPACES.

       77  TOTAL-ACCOUNTS      PIC 9(6) VALUE 0.
       77  TOTAL-DORMANT       PIC 9(6) VALUE 0.
       77  TOTAL-PENDING       PIC 9(6) VALUE 0.
       77  TOTAL-ACCEPTED      PIC 9(6) VALUE 0.
       77  TOTAL-OPEN-POSTINGS PIC 9(6) VALUE 0.
       77  TOTAL-REVIEWED      PIC 9(6) VALUE 0.
       77  TOTAL-ACC-APPS      PIC 9(6) VALUE 0.
       77  TOTAL-REJ-APPS      PIC 9(6) VALUE 0.
       *> Terminal states: withdrawn by the applicant, or closed with
       *> the posting. Kept out of the submitted count.
       77  TOTAL-WDR-APPS      PIC 9(6) VALUE 0.
       77  TOTAL-CLS-APPS      PIC 9(6) VALUE 0.
       77  HIST-DATE           PIC X(8).

       77  PENDING-SENDER      PIC X(20).
       77  MSG-CONTENT         PIC X(220).
       77  MSG-READ-FLAG       PIC X.

       *> Per-posting application counts, looked up by posting number.
       *> The title rides along so report lines read "000042 Title".
       77  RPT-MAX-JOBS        PIC 9(3)  VALUE 200.
       77  RPT-JOB-COUNT       PIC 9(3)  VALUE 0.
       77  RPT-JOBS-TRUNC      PIC X     VALUE "N".
           05 RPT-JOB-ENTRY OCCURS 200 TIMES
                            INDEXED BY RPT-JOB-IX.
              10 RPT-JOB-NAME      PIC X(500).
              10 RPT-JOB-TITLE     PIC X(60).
              10 RPT-JOB-APP-COUNT PIC 9(6).
              *> Hiring pipeline: who posted it and how many applicants
              *> sit in each VIEW-APPLICANTS status. Postings known only
       77  RPT-ACC-DISPLAY     PIC ZZZZZ9.
       77  RPT-REJ-DISPLAY     PIC ZZZZZ9.

       *> Career events section. "Held" is a scheduled event whose date
       *> has passed or whose organizer has recorded the attendance.
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
       77  EVT-TODAY           PIC X(8).
       77  TOTAL-EVENTS        PIC 9(6) VALUE 0.
       77  TOTAL-EVT-UPCOMING  PIC 9(6) VALUE 0.
       77  TOTAL-EVT-HELD      PIC 9(6) VALUE 0.
       77  TOTAL-EVT-CANCELLED PIC 9(6) VALUE 0.
       77  TOTAL-RSVP-GOING    PIC 9(6) VALUE 0.
       77  TOTAL-RSVP-WAITING  PIC 9(6) VALUE 0.
       77  TOTAL-EVT-ATTENDED  PIC 9(6) VALUE 0.
       77  RPT-MAX-EVENTS      PIC 9(3) VALUE 200.
       77  RPT-EVT-COUNT       PIC 9(3) VALUE 0.
       77  RPT-EVTS-TRUNC      PIC X    VALUE "N".
       01  RPT-EVT-TABLE.
           05 RPT-EVT-ENTRY OCCURS 200 TIMES
                            INDEXED BY RPT-EVT-IX.
              10 RPT-EVT-ID        PIC X(6).
              10 RPT-EVT-TITLE     PIC X(60).
              10 RPT-EVT-DATE      PIC X(8).
              10 RPT-EVT-HELD      PIC X.
              10 RPT-EVT-ATTENDED  PIC X(5).
              10 RPT-EVT-GOING     PIC 9(6).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-OPEN-FILES
           PERFORM 2300-TALLY-POSTINGS
           PERFORM 2400-TALLY-APPLICATIONS
           PERFORM 2500-TALLY-MESSAGES
           PERFORM 2600-TALLY-EVENTS
           PERFORM 2700-TALLY-RSVPS
           PERFORM 3000-CLOSE-SOURCE-FILES
           PERFORM 4000-WRITE-REPORT
           PERFORM 5000-APPEND-METRICS-HISTORY
           OPEN INPUT NETWORK
           OPEN INPUT JOB-INDEX
           OPEN INPUT APPLICATIONS
           OPEN INPUT MESSAGES
           OPEN INPUT EVENTS
           OPEN INPUT EVENT-RSVPS.

       2000-TALLY-ACCOUNTS.
           MOVE 0 TO TOTAL-ACCOUNTS
           MOVE 0 TO TOTAL-DORMANT
           IF ACC-FS = "00"
              PERFORM UNTIL 1 = 0
                 READ ACCOUNTS NEXT RECORD
                    AT END EXIT PERFORM
                    NOT AT END
                       ADD 1 TO TOTAL-ACCOUNTS
                       IF AR-DORMANT = "D"
                          ADD 1 TO TOTAL-DORMANT
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.
              IF RPT-JOB-COUNT < RPT-MAX-JOBS
                 ADD 1 TO RPT-JOB-COUNT
                 MOVE FUNCTION TRIM(BROWSE-JOB-NAME) TO RPT-JOB-NAME(RPT-JOB-COUNT)
                 MOVE FUNCTION TRIM(BROWSE-TITLE) TO RPT-JOB-TITLE(RPT-JOB-COUNT)
                 MOVE 0 TO RPT-JOB-APP-COUNT(RPT-JOB-COUNT)
                 MOVE FUNCTION TRIM(BROWSE-POSTER) TO RPT-JOB-POSTER(RPT-JOB-COUNT)
                 MOVE 0 TO RPT-JOB-SUBMITTED(RPT-JOB-COUNT)
                             ADD 1 TO TOTAL-ACC-APPS
                          WHEN "rejected"
                             ADD 1 TO TOTAL-REJ-APPS
                          WHEN "withdrawn"
                             ADD 1 TO TOTAL-WDR-APPS
                          WHEN "closed"
                             ADD 1 TO TOTAL-CLS-APPS
                          WHEN OTHER
                             ADD 1 TO TOTAL-SUBMITTED
                       END-EVALUATE
                          IF RPT-JOB-COUNT < RPT-MAX-JOBS
                             ADD 1 TO RPT-JOB-COUNT
                             MOVE FUNCTION TRIM(APPL-JOB-NAME) TO RPT-JOB-NAME(RPT-JOB-COUNT)
                             MOVE SPACES TO RPT-JOB-TITLE(RPT-JOB-COUNT)
                             MOVE 1 TO RPT-JOB-APP-COUNT(RPT-JOB-COUNT)
                             MOVE SPACES TO RPT-JOB-POSTER(RPT-JOB-COUNT)
                             MOVE 0 TO RPT-JOB-SUBMITTED(RPT-JOB-COUNT)
                 ADD 1 TO RPT-JOB-ACCEPTED(RPT-JOB-IX)
              WHEN "rejected"
                 ADD 1 TO RPT-JOB-REJECTED(RPT-JOB-IX)
              WHEN "withdrawn"
              WHEN "closed"
                 CONTINUE
              WHEN OTHER
                 ADD 1 TO RPT-JOB-SUBMITTED(RPT-JOB-IX)
           END-EVALUATE.
              END-IF
           END-IF.

       2600-TALLY-EVENTS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO EVT-TODAY
           IF EVT-FS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
              READ EVENTS
                 AT END EXIT PERFORM
                 NOT AT END
                    ADD 1 TO TOTAL-EVENTS
                    MOVE SPACES TO EVT-REC-ID EVT-REC-TITLE EVT-REC-DATE
                                   EVT-REC-TIME EVT-REC-LOCATION EVT-REC-CAP
                                   EVT-REC-COMPANY EVT-REC-ORGANIZER
                                   EVT-REC-STATUS EVT-REC-ATTENDED
                    UNSTRING EVENT-REC DELIMITED BY "|"
                       INTO EVT-REC-ID EVT-REC-TITLE EVT-REC-DATE
                            EVT-REC-TIME EVT-REC-LOCATION EVT-REC-CAP
                            EVT-REC-COMPANY EVT-REC-ORGANIZER
                            EVT-REC-STATUS EVT-REC-ATTENDED
                    END-UNSTRING
                    PERFORM 2610-REGISTER-EVENT
              END-READ
           END-PERFORM.

       2610-REGISTER-EVENT.
           IF FUNCTION TRIM(EVT-REC-STATUS) = "cancelled"
              ADD 1 TO TOTAL-EVT-CANCELLED
              EXIT PARAGRAPH
           END-IF
           IF EVT-REC-DATE >= EVT-TODAY AND EVT-REC-ATTENDED = SPACES
              ADD 1 TO TOTAL-EVT-UPCOMING
           ELSE
              ADD 1 TO TOTAL-EVT-HELD
              IF FUNCTION TRIM(EVT-REC-ATTENDED) IS NUMERIC
                 ADD FUNCTION NUMVAL(EVT-REC-ATTENDED) TO TOTAL-EVT-ATTENDED
              END-IF
           END-IF
           IF RPT-EVT-COUNT >= RPT-MAX-EVENTS
              MOVE "Y" TO RPT-EVTS-TRUNC
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO RPT-EVT-COUNT
           MOVE EVT-REC-ID       TO RPT-EVT-ID(RPT-EVT-COUNT)
           MOVE EVT-REC-TITLE    TO RPT-EVT-TITLE(RPT-EVT-COUNT)
           MOVE EVT-REC-DATE     TO RPT-EVT-DATE(RPT-EVT-COUNT)
           MOVE EVT-REC-ATTENDED TO RPT-EVT-ATTENDED(RPT-EVT-COUNT)
           MOVE 0                TO RPT-EVT-GOING(RPT-EVT-COUNT)
           IF EVT-REC-DATE >= EVT-TODAY AND EVT-REC-ATTENDED = SPACES
              MOVE "N" TO RPT-EVT-HELD(RPT-EVT-COUNT)
           ELSE
              MOVE "Y" TO RPT-EVT-HELD(RPT-EVT-COUNT)
           END-IF.

       *> RSVPs still standing: places taken and waitlist, across all
       *> events, plus the places per listed event.
       2700-TALLY-RSVPS.
           IF RSVP-FS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
              READ EVENT-RSVPS
                 AT END EXIT PERFORM
                 NOT AT END
                    MOVE SPACES TO RSVP-REC-ID RSVP-REC-USER RSVP-REC-STATUS
                    UNSTRING RSVP-REC DELIMITED BY "|"
                       INTO RSVP-REC-ID RSVP-REC-USER RSVP-REC-STATUS
                    END-UNSTRING
                    EVALUATE FUNCTION TRIM(RSVP-REC-STATUS)
                       WHEN "going"
                          ADD 1 TO TOTAL-RSVP-GOING
                          PERFORM VARYING RPT-EVT-IX FROM 1 BY 1
                                  UNTIL RPT-EVT-IX > RPT-EVT-COUNT
                             IF RPT-EVT-ID(RPT-EVT-IX) = RSVP-REC-ID
                                ADD 1 TO RPT-EVT-GOING(RPT-EVT-IX)
                                EXIT PERFORM
                             END-IF
                          END-PERFORM
                       WHEN "waitlist"
                          ADD 1 TO TOTAL-RSVP-WAITING
                    END-EVALUATE
              END-READ
           END-PERFORM.

       3000-CLOSE-SOURCE-FILES.
           CLOSE ACCOUNTS
           CLOSE CONNECTIONS
           CLOSE NETWORK
           CLOSE JOB-INDEX
           CLOSE APPLICATIONS
           CLOSE MESSAGES
           CLOSE EVENTS
           CLOSE EVENT-RSVPS.

       4000-WRITE-REPORT.
           OPEN OUTPUT REPORT-OUT
           END-STRING
           PERFORM 4900-WRITE-LINE

           MOVE TOTAL-DORMANT TO RPT-COUNT-DISPLAY
           MOVE SPACES TO RPT-REC
           STRING "  of which dormant: " DELIMITED BY SIZE
                  RPT-COUNT-DISPLAY      DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           PERFORM 4900-WRITE-LINE

           MOVE TOTAL-PENDING TO RPT-COUNT-DISPLAY
           MOVE SPACES TO RPT-REC
           STRING "Pending connection requests: " DELIMITED BY SIZE
           END-STRING
           PERFORM 4900-WRITE-LINE

           MOVE TOTAL-WDR-APPS TO RPT-COUNT-DISPLAY
           MOVE SPACES TO RPT-REC
           STRING "  of which withdrawn: "         DELIMITED BY SIZE
                  RPT-COUNT-DISPLAY                DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           PERFORM 4900-WRITE-LINE

           MOVE TOTAL-CLS-APPS TO RPT-COUNT-DISPLAY
           MOVE SPACES TO RPT-REC
           STRING "  of which closed with posting: " DELIMITED BY SIZE
                  RPT-COUNT-DISPLAY                  DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           PERFORM 4900-WRITE-LINE

           MOVE TOTAL-MESSAGES TO RPT-COUNT-DISPLAY
           MOVE SPACES TO RPT-REC
           STRING "Total messages sent: " DELIMITED BY SIZE
           PERFORM VARYING RPT-JOB-IX FROM 1 BY 1 UNTIL RPT-JOB-IX > RPT-JOB-COUNT
              MOVE RPT-JOB-APP-COUNT(RPT-JOB-IX) TO RPT-COUNT-DISPLAY
              MOVE SPACES TO RPT-REC
              STRING FUNCTION TRIM(RPT-JOB-NAME(RPT-JOB-IX))  DELIMITED BY SIZE
                     " "                                      DELIMITED BY SIZE
                     FUNCTION TRIM(RPT-JOB-TITLE(RPT-JOB-IX)) DELIMITED BY SIZE
                     ": "                                     DELIMITED BY SIZE
                     RPT-COUNT-DISPLAY                       DELIMITED BY SIZE
                     INTO RPT-REC
              END-STRING
           END-IF

           PERFORM 4100-WRITE-PIPELINE
           PERFORM 4200-WRITE-EVENTS

           MOVE "---Message volume per user---" TO RPT-REC
           PERFORM 4900-WRITE-LINE
                 MOVE SPACES TO RPT-REC
                 STRING "  "                           DELIMITED BY SIZE
                        FUNCTION TRIM(RPT-JOB-NAME(J)) DELIMITED BY SIZE
                        " "                            DELIMITED BY SIZE
                        FUNCTION TRIM(RPT-JOB-TITLE(J)) DELIMITED BY SIZE
                        ": submitted="                 DELIMITED BY SIZE
                        FUNCTION TRIM(RPT-SUB-DISPLAY) DELIMITED BY SIZE
                        " reviewed="                   DELIMITED BY SIZE
           END-STRING
           PERFORM 4900-WRITE-LINE.

       *> ====================================
       *> Career events: totals, then RSVPs against recorded
       *> attendance for every event that has taken place.
       *> ====================================
       4200-WRITE-EVENTS.
           MOVE "---Career events---" TO RPT-REC
           PERFORM 4900-WRITE-LINE
           MOVE TOTAL-EVENTS TO RPT-COUNT-DISPLAY
           MOVE SPACES TO RPT-REC
           STRING "Events created: "  DELIMITED BY SIZE
                  RPT-COUNT-DISPLAY   DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           PERFORM 4900-WRITE-LINE
           MOVE TOTAL-EVT-UPCOMING TO RPT-COUNT-DISPLAY
           MOVE SPACES TO RPT-REC
           STRING "  upcoming: "      DELIMITED BY SIZE
                  RPT-COUNT-DISPLAY   DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           PERFORM 4900-WRITE-LINE
           MOVE TOTAL-EVT-HELD TO RPT-COUNT-DISPLAY
           MOVE SPACES TO RPT-REC
           STRING "  held: "          DELIMITED BY SIZE
                  RPT-COUNT-DISPLAY   DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           PERFORM 4900-WRITE-LINE
           MOVE TOTAL-EVT-CANCELLED TO RPT-COUNT-DISPLAY
           MOVE SPACES TO RPT-REC
           STRING "  cancelled: "     DELIMITED BY SIZE
                  RPT-COUNT-DISPLAY   DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           PERFORM 4900-WRITE-LINE
           MOVE TOTAL-RSVP-GOING TO RPT-COUNT-DISPLAY
           MOVE SPACES TO RPT-REC
           STRING "Places taken (RSVP going): " DELIMITED BY SIZE
                  RPT-COUNT-DISPLAY             DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           PERFORM 4900-WRITE-LINE
           MOVE TOTAL-RSVP-WAITING TO RPT-COUNT-DISPLAY
           MOVE SPACES TO RPT-REC
           STRING "On waitlists: "    DELIMITED BY SIZE
                  RPT-COUNT-DISPLAY   DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           PERFORM 4900-WRITE-LINE
           MOVE TOTAL-EVT-ATTENDED TO RPT-COUNT-DISPLAY
           MOVE SPACES TO RPT-REC
           STRING "Attendance recorded at held events: " DELIMITED BY SIZE
                  RPT-COUNT-DISPLAY                      DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           PERFORM 4900-WRITE-LINE
           PERFORM VARYING RPT-EVT-IX FROM 1 BY 1
                   UNTIL RPT-EVT-IX > RPT-EVT-COUNT
              IF RPT-EVT-HELD(RPT-EVT-IX) = "Y"
                 MOVE RPT-EVT-GOING(RPT-EVT-IX) TO RPT-SUB-DISPLAY
                 IF RPT-EVT-ATTENDED(RPT-EVT-IX) = SPACES
                    MOVE "not recorded" TO RPT-LINE
                 ELSE
                    MOVE RPT-EVT-ATTENDED(RPT-EVT-IX) TO RPT-LINE
                 END-IF
                 MOVE SPACES TO RPT-REC
                 STRING "  "                                       DELIMITED BY SIZE
                        RPT-EVT-ID(RPT-EVT-IX)                     DELIMITED BY SIZE
                        " "                                        DELIMITED BY SIZE
                        FUNCTION TRIM(RPT-EVT-TITLE(RPT-EVT-IX))   DELIMITED BY SIZE
                        " ("                                       DELIMITED BY SIZE
                        RPT-EVT-DATE(RPT-EVT-IX)                   DELIMITED BY SIZE
                        "): going="                                DELIMITED BY SIZE
                        FUNCTION TRIM(RPT-SUB-DISPLAY)             DELIMITED BY SIZE
                        " attended="                               DELIMITED BY SIZE
                        FUNCTION TRIM(RPT-LINE)                    DELIMITED BY SIZE
                        INTO RPT-REC
                 END-STRING
                 PERFORM 4900-WRITE-LINE
              END-IF
           END-PERFORM
           IF RPT-EVTS-TRUNC = "Y"
              MOVE "NOTE: more than 200 events were seen -- this breakdown is incomplete." TO RPT-REC
              PERFORM 4900-WRITE-LINE
           END-IF.

       *> ====================================
       *> One dated DATE|accounts|pending|accepted|postings|
       *> applications|submitted|reviewed|accepted-apps|rejected|
