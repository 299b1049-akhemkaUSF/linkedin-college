              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS VIS-FS.

           *> Pending connection requests, one record per user pair,
           *> keyed on the pair in canonical (ascending) order the same
           *> way ACCOUNTS is keyed on username; the alternate keys find
           *> everything one user has sent or received.
           SELECT CONNECTIONS ASSIGN TO "data/connections.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CONN-KEY
              ALTERNATE RECORD KEY IS CONN-SENDER WITH DUPLICATES
              ALTERNATE RECORD KEY IS CONN-RECIP WITH DUPLICATES
              FILE STATUS IS CONN-FS.

           *> Accepted connections, keyed on the canonical user pair,
           *> with an alternate key on each side of the pair.
           SELECT NETWORK ASSIGN TO "data/network.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS NET-KEY
              ALTERNATE RECORD KEY IS NET-USER-A WITH DUPLICATES
              ALTERNATE RECORD KEY IS NET-USER-B WITH DUPLICATES
              FILE STATUS IS NET-FS.
           
           *> Read-only second handle on network.dat for the
           *> visibility check, safe to use while NETWORK itself is
           *> mid-read in a caller's loop.
           SELECT NET-CHK ASSIGN TO "data/network.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS NCHK-KEY
              ALTERNATE RECORD KEY IS NCHK-USER-A WITH DUPLICATES
              ALTERNATE RECORD KEY IS NCHK-USER-B WITH DUPLICATES
              FILE STATUS IS NET-CHK-FS.

           *> The line-sequential connections.txt/network.txt the two
           *> indexed files replaced. Read only by the startup
           *> conversion (and by the roll-forward of a rewrite a run
           *> from before the conversion left half done).
           SELECT CONN-LEGACY ASSIGN TO "data/connections.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CONN-LEG-FS.

           SELECT NET-LEGACY ASSIGN TO "data/network.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS NET-LEG-FS.

           SELECT CONN-TMP ASSIGN TO "data/connections.tmp"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS TMP-FS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOB-TMP-FS.

           *> Posting-number sequence: one line holding the last
           *> posting number handed out. POST-JOB-INTERNSHIP and the
           *> JOBLOAD batch both draw the next number from it, so a
           *> number is never reused even after its posting closes.
           SELECT JOB-SEQ ASSIGN TO "data/jobs.seq"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOBSEQ-FS.

           SELECT APPLICATIONS ASSIGN TO "data/applications.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APPLICATIONS-FS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APPL-TMP-FS.

           *> Dated trail of every application status change, one
           *> STAMP | APPLICANT | POSTING | FROM | TO | CHANGED-BY row
           *> each, appended only -- never rewritten or purged.
           SELECT APPL-HISTORY ASSIGN TO "data/application_history.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APPL-HIST-FS.

           SELECT MESSAGES ASSIGN TO "data/messages.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MSG-FS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ENDORSE-FS.

           *> Login-time notification inbox: one RECIPIENT|TEXT|READ-FLAG|
           *> CATEGORY|DIGESTED row per event (application status change,
           *> accepted request, new endorsement), shown and marked consumed
           *> at next login. CATEGORY is one of the NPF-CODE values below;
           *> DIGESTED is stamped by DIGESTGEN once the row has gone out
           *> in a nightly e-mail digest.
           SELECT NOTIFICATIONS ASSIGN TO "data/notifications.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NOTIF-FS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BLK-TMP-FS.

           *> Saved job searches: one USER|NAME|KEYWORD|LOCATION|
           *> MIN_SALARY row per saved search. The nightly ALERTGEN batch compares
           *> them against jobs.idx and drops notification rows for
           *> new matches (recording what it already alerted on in
           *> data/search_alerts.txt, which that batch owns).
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRP-POST-TMP-FS.

           *> Alumni mentorship: one MENTOR|MAJOR|INDUSTRY|AREAS|CAP|OPEN
           *> listing per alumnus who has agreed to mentor, one
           *> MENTOR|MENTEE|STATUS|REQUESTED|STARTED row per request
           *> (requested, active, declined or ended), and a
           *> MENTOR|MENTEE|DATE|BY|NOTE check-in log for active
           *> pairings. MENTORGEN writes the nightly STUDENT|MENTOR|
           *> SCORE|REASON suggestions this program only reads.
           SELECT MENTORS ASSIGN TO "data/mentors.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MENTOR-FS.

           SELECT MENTOR-TMP ASSIGN TO "data/mentors.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MENTOR-TMP-FS.

           SELECT MENTORSHIPS ASSIGN TO "data/mentorships.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MSHIP-FS.

           SELECT MSHIP-TMP ASSIGN TO "data/mentorships.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MSHIP-TMP-FS.

           SELECT MENTOR-CHECKINS ASSIGN TO "data/mentor_checkins.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHECKIN-FS.

           SELECT CHECKIN-TMP ASSIGN TO "data/mentor_checkins.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHECKIN-TMP-FS.

           SELECT MENTOR-SUGGEST ASSIGN TO "data/mentor_suggestions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MSUG-FS.

           *> Career events: one ID|TITLE|DATE|TIME|LOCATION|CAPACITY|
           *> COMPANY|ORGANIZER|STATUS|ATTENDED row per event (status
           *> scheduled or cancelled; attended is filled in by the
           *> organizer afterwards), numbered from events.seq the way
           *> postings are from jobs.seq. RSVPs are ID|USER|STATUS|STAMP
           *> rows (going, waitlist or cancelled); the waitlist is
           *> served in the order the rows were written. Organizers
           *> print a check-in roster per event under data/rosters/.
           SELECT EVENTS ASSIGN TO "data/events.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EVT-FS.

           SELECT EVENT-TMP ASSIGN TO "data/events.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EVT-TMP-FS.

           SELECT EVENT-RSVPS ASSIGN TO "data/event_rsvps.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RSVP-FS.

           SELECT RSVP-TMP ASSIGN TO "data/event_rsvps.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RSVP-TMP-FS.

           SELECT EVENT-SEQ ASSIGN TO "data/events.seq"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EVTSEQ-FS.

           SELECT ROSTER-FILE ASSIGN TO DYNAMIC WS-ROSTER-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ROSTER-FS.

           *> Abuse reports: one ID|STAMP|REPORTER|TARGET|KIND|GROUP|
           *> REF|REASON|STATUS|OPERATOR|CLOSED|CONTENT row per report.
           *> KIND is message, post or profile; GROUP and REF (the sent
           *> stamp) pin down the reported message or board post, and
           *> CONTENT keeps a copy of its text as it was reported.
           *> STATUS starts open and is closed out by ADMINCON's
           *> moderation queue as removed, warned, locked or dismissed.
           *> Numbered from reports.seq the way events are.
           SELECT ABUSE-REPORTS ASSIGN TO "data/abuse_reports.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ABR-FS.

           SELECT ABUSE-REPORT-TMP ASSIGN TO "data/abuse_reports.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ABR-TMP-FS.

           SELECT REPORT-SEQ ASSIGN TO "data/reports.seq"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ABRSEQ-FS.

           *> Notification preferences: one USER|SETTINGS row per user
           *> who has changed them. SETTINGS holds one character per
           *> notification category in NPF-CODES order -- D = send in
           *> the nightly e-mail digest, A = in-app only, O = off. A
           *> user with no row gets everything in the digest.
           SELECT NOTIFY-PREFS ASSIGN TO "data/notify_prefs.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NPF-FS.

           SELECT NOTIFY-PREFS-TMP ASSIGN TO "data/notify_prefs.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NPF-TMP-FS.

           *> Registered-company file: one NAME|DESCRIPTION|INDUSTRY|
           *> CONTACT row per employer, so postings group under one
           *> canonical company record instead of free-typed text.
      *> AR-UNLOCK-FAILS support the account-lockout feature below;
      *> AR-ROLE is the account type captured at CREATE ("S" =
      *> student/alumni, "E" = employer; records from before the field
      *> existed carry a space and read as student/alumni). AR-DORMANT
      *> is the dormant-account policy state DORMANCY maintains (space =
      *> active, "W" = warned, "D" = dormant and hidden from search and
      *> suggestions); a successful login turns "W"/"D" into "R" so the
      *> next DORMANCY run reports the return and clears it.
      *> AR-PW-TEMP = "T" marks a temporary password issued by
      *> ROSTERLOAD; the first login must replace it before the user
      *> menu is shown. AR-LOCKED = "M" is a moderator's lock set from
      *> ADMINCON's moderation queue: it blocks login like "Y" but
      *> cannot be cleared by the self-service unlock, only by an
      *> operator's UNLOCK. The fields below sum to 99 bytes.
      *> reportgen.cob's, reconcile.cob's and admincon.cob's own
      *> ACCT-REC declarations must be kept in sync with this layout.
           05 AR-USER           PIC X(20).
           05 FILLER            PIC X.
           05 AR-PASS           PIC X(20).
           05 AR-UNLOCK-FAILS   PIC 9.
           05 FILLER            PIC X.
           05 AR-ROLE           PIC X.
           05 FILLER            PIC X.
           05 AR-DORMANT        PIC X.
           05 FILLER            PIC X.
           05 AR-PW-TEMP        PIC X.
           05 FILLER            PIC X(46).

       FD  PROFILE-FILE.
       01  PF-REC              PIC X(512).
       01  VIS-REC             PIC X(512).

       FD  NET-CHK.
       01  NET-CHK-REC.
      *> Same layout as NET-REC below.
           05 NCHK-KEY.
              10 NCHK-USER-A    PIC X(20).
              10 NCHK-USER-B    PIC X(20).
           05 FILLER            PIC X(20).

       FD  CONNECTIONS.
       01  CONN-REC.
      *> Indexed record, keyed on the pair in ascending order
      *> (CONN-USER-A <= CONN-USER-B); CONN-SENDER/CONN-RECIP say which
      *> way the request runs. reconcile.cob's and reportgen.cob's own
      *> CONN-REC declarations must be kept in sync with this layout.
           05 CONN-KEY.
              10 CONN-USER-A    PIC X(20).
              10 CONN-USER-B    PIC X(20).
           05 CONN-SENDER       PIC X(20).
           05 CONN-RECIP        PIC X(20).
           05 FILLER            PIC X(20).

       FD  NETWORK.
       01  NET-REC.
      *> Indexed record, keyed on the pair in ascending order
      *> (NET-USER-A <= NET-USER-B). reconcile.cob's, reportgen.cob's
      *> and extractgen.cob's own NET-REC declarations must be kept in
      *> sync with this layout.
           05 NET-KEY.
              10 NET-USER-A     PIC X(20).
              10 NET-USER-B     PIC X(20).
           05 FILLER            PIC X(20).

       FD  CONN-LEGACY.
       01  CONN-LEG-REC        PIC X(100).

       FD  NET-LEGACY.
       01  NET-LEG-REC         PIC X(100).

       FD  CONN-TMP.
       01  TMP-REC            PIC X(100).
       FD  JOB-INDEX-TMP.
       01  JOB-INDEX-TMP-REC  PIC X(1000).

       FD  JOB-SEQ.
       01  JOBSEQ-REC         PIC X(20).

       FD  CHECKPOINT-FILE.
       01  CKPT-REC           PIC X(20).

       FD  APPLICATIONS-TMP.
       01  APPLICATIONS-TMP-REC PIC X(120).

       FD  APPL-HISTORY.
       01  APPL-HIST-REC      PIC X(200).

       FD  MESSAGES.
       01  MESSAGE-REC        PIC X(300).

       FD  GRP-POST-TMP.
       01  GRP-POST-TMP-REC   PIC X(300).

       FD  MENTORS.
       01  MENTOR-REC         PIC X(400).

       FD  MENTOR-TMP.
       01  MENTOR-TMP-REC     PIC X(400).

       FD  MENTORSHIPS.
       01  MSHIP-REC          PIC X(100).

       FD  MSHIP-TMP.
       01  MSHIP-TMP-REC      PIC X(100).

       FD  MENTOR-CHECKINS.
       01  CHECKIN-REC        PIC X(300).

       FD  CHECKIN-TMP.
       01  CHECKIN-TMP-REC    PIC X(300).

       FD  MENTOR-SUGGEST.
       01  MSUG-REC           PIC X(200).

       FD  EVENTS.
       01  EVENT-REC          PIC X(400).

       FD  EVENT-TMP.
       01  EVENT-TMP-REC      PIC X(400).

       FD  EVENT-RSVPS.
       01  RSVP-REC           PIC X(100).

       FD  RSVP-TMP.
       01  RSVP-TMP-REC       PIC X(100).

       FD  EVENT-SEQ.
       01  EVTSEQ-REC         PIC X(20).

       FD  ROSTER-FILE.
       01  ROSTER-REC         PIC X(200).

       FD  ABUSE-REPORTS.
       01  ABR-REC            PIC X(600).

       FD  ABUSE-REPORT-TMP.
       01  ABR-TMP-REC        PIC X(600).

       FD  REPORT-SEQ.
       01  ABRSEQ-REC         PIC X(20).

       FD  NOTIFY-PREFS.
       01  NPF-REC            PIC X(40).

       FD  NOTIFY-PREFS-TMP.
       01  NPF-TMP-REC        PIC X(40).

       FD  ENDORSE-TMP.
       01  ENDORSE-TMP-REC    PIC X(100).

       77  NOTIF-REC-USER      PIC X(20).
       77  NOTIF-REC-TEXT      PIC X(200).
       77  NOTIF-REC-FLAG      PIC X.
       77  NOTIF-REC-CATEGORY  PIC X(4).
       77  NOTIF-REC-DIGESTED  PIC X(14).
       77  NOTIF-CATEGORY      PIC X(4) VALUE SPACES.
       77  NOTIF-COUNT         PIC 9(4) VALUE 0.
       77  NOTIF-OFF-COUNT     PIC 9(4) VALUE 0.
       77  NOTIF-COUNT-DISPLAY PIC ZZZ9.
       *> Interview scheduling working storage
       77  INT-FS              PIC XX VALUE SPACES.
       77  BLK-FOUND           PIC X  VALUE "N".
       77  BLK-ANY             PIC X  VALUE "N".

       *> CHECK-USER-DORMANT answers "is DORM-USER flagged dormant?" in
       *> DORM-FOUND.
       77  DORM-USER           PIC X(20).
       77  DORM-FOUND          PIC X  VALUE "N".

       *> Saved job searches working storage
       77  SS-FS               PIC XX VALUE SPACES.
       77  SS-TMP-FS           PIC XX VALUE SPACES.
       77  SS-REC-NAME         PIC X(40).
       77  SS-REC-KEY          PIC X(100).
       77  SS-REC-LOC          PIC X(100).
       77  SS-REC-MIN          PIC X(20).
       77  SS-MIN-TEXT         PIC X(40).
       77  SS-SAVE-NAME        PIC X(40).
       77  SS-COUNT            PIC 99 VALUE 0.
       77  SS-IX               PIC 99 VALUE 0.
              10 SS-TBL-NAME   PIC X(40).
              10 SS-TBL-KEY    PIC X(100).
              10 SS-TBL-LOC    PIC X(100).
              10 SS-TBL-MIN    PIC 9(7).
       *> Second browse filter: location-only, applied on top of the
       *> keyword filter when a saved search is run. Blank means "any
       *> location", so the plain interactive browse is unchanged.
       77  GRP-FOUND           PIC X  VALUE "N".
       77  GRP-MEMBER          PIC X  VALUE "N".
       77  GRP-ANY             PIC X  VALUE "N".

       *> Mentorship working storage
       77  MENTOR-FS           PIC XX VALUE SPACES.
       77  MENTOR-TMP-FS       PIC XX VALUE SPACES.
       77  MSHIP-FS            PIC XX VALUE SPACES.
       77  MSHIP-TMP-FS        PIC XX VALUE SPACES.
       77  CHECKIN-FS          PIC XX VALUE SPACES.
       77  CHECKIN-TMP-FS      PIC XX VALUE SPACES.
       77  MSUG-FS             PIC XX VALUE SPACES.
       77  MNT-REC-USER        PIC X(20).
       77  MNT-REC-MAJOR       PIC X(60).
       77  MNT-REC-INDUSTRY    PIC X(60).
       77  MNT-REC-AREAS       PIC X(200).
       77  MNT-REC-CAP         PIC X(3).
       77  MNT-REC-OPEN        PIC X(1).
       77  MSP-REC-MENTOR      PIC X(20).
       77  MSP-REC-MENTEE      PIC X(20).
       77  MSP-REC-STATUS      PIC X(10).
       77  MSP-REC-REQUESTED   PIC X(8).
       77  MSP-REC-STARTED     PIC X(8).
       77  CHK-REC-MENTOR      PIC X(20).
       77  CHK-REC-MENTEE      PIC X(20).
       77  CHK-REC-DATE        PIC X(8).
       77  CHK-REC-BY          PIC X(20).
       77  CHK-REC-NOTE        PIC X(200).
       77  MSUG-REC-STUDENT    PIC X(20).
       77  MSUG-REC-MENTOR     PIC X(20).
       77  MSUG-REC-SCORE      PIC X(4).
       77  MSUG-REC-REASON     PIC X(100).
       77  MNT-TARGET          PIC X(20).
       77  MNT-OTHER           PIC X(20).
       77  MNT-FOUND           PIC X  VALUE "N".
       77  MNT-ANY             PIC X  VALUE "N".
       77  MNT-CAP             PIC 99 VALUE 0.
       77  MNT-ACTIVE          PIC 99 VALUE 0.
       77  MNT-SLOTS           PIC 99 VALUE 0.
       77  MNT-MAX-CAP         PIC 99 VALUE 10.
       77  MNT-FILTER-KIND     PIC X  VALUE SPACE.
       77  MNT-FILTER          PIC X(60).
       77  MNT-IN-INDUSTRY     PIC X(60).
       77  MNT-IN-AREAS        PIC X(200).
       77  MNT-IN-CAP          PIC 99 VALUE 0.
       77  MNT-IN-OPEN         PIC X  VALUE "Y".
       77  MNT-ENTRY           PIC X(60).
       77  MNT-ENTRY-LEN       PIC 9(3) VALUE 0.
       77  MNT-PROF-USER       PIC X(20).
       77  MNT-PROF-MAJOR      PIC X(60).
       77  MNT-PROF-YEAR       PIC X(10).
       77  MNT-PROF-SKILLS     PIC X(200).
       77  MNT-SKILL-PTR       PIC 9(3) VALUE 1.
       77  MNT-THIS-YEAR       PIC X(4).
       77  MNT-TODAY           PIC X(8).
       77  MNT-CAP-DISPLAY     PIC Z9.
       77  MNT-SLOTS-DISPLAY   PIC Z9.

       *> Career events working storage
       77  EVT-FS              PIC XX VALUE SPACES.
       77  EVT-TMP-FS          PIC XX VALUE SPACES.
       77  RSVP-FS             PIC XX VALUE SPACES.
       77  RSVP-TMP-FS         PIC XX VALUE SPACES.
       77  EVTSEQ-FS           PIC XX VALUE SPACES.
       77  ROSTER-FS           PIC XX VALUE SPACES.
       77  WS-ROSTER-FILENAME  PIC X(128).
       77  EVT-SEQ             PIC 9(6) VALUE 0.
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
       77  EVT-ID              PIC X(6).
       77  EVT-ID-NUM          PIC 9(6) VALUE 0.
       77  EVT-ENTRY           PIC X(60).
       77  EVT-ENTRY-LEN       PIC 9(3) VALUE 0.
       77  EVT-FOUND           PIC X  VALUE "N".
       77  EVT-ANY             PIC X  VALUE "N".
       77  EVT-ALLOWED         PIC X  VALUE "N".
       77  EVT-CAP             PIC 9(4) VALUE 0.
       77  EVT-GOING           PIC 9(4) VALUE 0.
       77  EVT-WAITING         PIC 9(4) VALUE 0.
       77  EVT-PROMOTED        PIC 9(4) VALUE 0.
       77  EVT-MY-STATUS       PIC X(10).
       77  EVT-MY-POSITION     PIC 9(4) VALUE 0.
       77  EVT-TODAY           PIC X(8).
       77  EVT-NEW-STATUS      PIC X(10).
       77  EVT-NEW-ATTENDED    PIC X(5).
       77  EVT-IN-TITLE        PIC X(60).
       77  EVT-IN-DATE         PIC X(8).
       77  EVT-IN-TIME         PIC X(10).
       77  EVT-IN-LOCATION     PIC X(60).
       77  EVT-IN-CAP          PIC 9(4) VALUE 0.
       77  EVT-IN-COMPANY      PIC X(100).
       77  EVT-NAME-USER       PIC X(20).
       77  EVT-FULL-NAME       PIC X(101).
       77  EVT-LINE-NO         PIC 9(4) VALUE 0.
       77  EVT-N1              PIC ZZZ9.
       77  EVT-N2              PIC ZZZ9.
       77  EVT-N3              PIC ZZZ9.
       *> Deactivation: events the user organized (kind O, dropped
       *> with their RSVPs) and events they held a place at (kind G,
       *> whose waitlists move up once the place is released).
       77  EVT-PURGE-MAX       PIC 99 VALUE 50.
       77  EVT-PURGE-COUNT     PIC 99 VALUE 0.
       77  EVT-PX              PIC 99 VALUE 0.
       01  EVT-PURGE-TABLE.
           05 EVT-PURGE-ENTRY OCCURS 50 TIMES.
              10 EVT-PURGE-ID     PIC X(6).
              10 EVT-PURGE-TITLE  PIC X(60).
              10 EVT-PURGE-DATE   PIC X(8).
              10 EVT-PURGE-KIND   PIC X.

       *> Abuse report working storage
       77  ABR-FS              PIC XX VALUE SPACES.
       77  ABR-TMP-FS          PIC XX VALUE SPACES.
       77  ABRSEQ-FS           PIC XX VALUE SPACES.
       77  ABR-SEQ             PIC 9(6) VALUE 0.
       77  ABR-REC-ID          PIC X(6).
       77  ABR-REC-STAMP       PIC X(14).
       77  ABR-REC-REPORTER    PIC X(20).
       77  ABR-REC-TARGET      PIC X(20).
       77  ABR-REC-KIND        PIC X(10).
       77  ABR-REC-GROUP       PIC X(60).
       77  ABR-REC-REF         PIC X(14).
       77  ABR-REC-REASON      PIC X(100).
       77  ABR-REC-STATUS      PIC X(10).
       77  ABR-REC-OPERATOR    PIC X(20).
       77  ABR-REC-CLOSED      PIC X(14).
       77  ABR-REC-CONTENT     PIC X(200).
       *> The content being reported, set by the caller of
       *> FILE-ABUSE-REPORT
       77  ABR-ID              PIC X(6).
       77  ABR-TARGET          PIC X(20).
       77  ABR-KIND            PIC X(10).
       77  ABR-GROUP           PIC X(60).
       77  ABR-REF             PIC X(14).
       77  ABR-CONTENT         PIC X(200).
       77  ABR-REASON          PIC X(100).
       77  ABR-DUPLICATE       PIC X  VALUE "N".
       77  ABR-VALID           PIC X  VALUE "N".
       77  ABR-COUNT           PIC 9(4) VALUE 0.
       77  ABR-PICK            PIC 9(4) VALUE 0.
       77  ABR-LINE-NO         PIC 9(4) VALUE 0.
       77  ABR-N1              PIC ZZZ9.

       *> Notification preference working storage. The category codes
       *> are the fourth field of every notifications.txt row; DIGESTGEN
       *> carries the same table.
       77  NPF-FS              PIC XX VALUE SPACES.
       77  NPF-TMP-FS          PIC XX VALUE SPACES.
       77  NPF-REC-USER        PIC X(20).
       77  NPF-REC-SETTINGS    PIC X(8).
       77  NPF-SETTINGS        PIC X(8) VALUE "DDDDDDDD".
       77  NPF-SETTING         PIC X  VALUE "D".
       77  NPF-CX              PIC 99 VALUE 0.
       77  NPF-PICK            PIC 99 VALUE 0.
       77  NPF-FX              PIC 99 VALUE 0.
       77  NPF-N1              PIC 9.
       77  NPF-SETTING-TEXT    PIC X(20).
       01  NPF-CODES           PIC X(32)
              VALUE "APPLINTVREFRALRTMENTEVNTPROFGENL".
       01  FILLER REDEFINES NPF-CODES.
           05 NPF-CODE         OCCURS 8 TIMES PIC X(4).
       01  NPF-LABELS.
           05 FILLER PIC X(40) VALUE "Applications and posting updates".
           05 FILLER PIC X(40) VALUE "Interview offers and answers".
           05 FILLER PIC X(40) VALUE "Referral requests and answers".
           05 FILLER PIC X(40) VALUE "New-posting job alerts".
           05 FILLER PIC X(40) VALUE "Mentorship".
           05 FILLER PIC X(40) VALUE "Career events".
           05 FILLER PIC X(40) VALUE "Endorsements and profile tips".
           05 FILLER PIC X(40) VALUE "Account and general notices".
       01  FILLER REDEFINES NPF-LABELS.
           05 NPF-LABEL        OCCURS 8 TIMES PIC X(40).
       77  CKPT-FS             PIC XX VALUE SPACES.
       77  AUDIT-FS            PIC XX VALUE SPACES.
       77  BKUP-FS             PIC XX VALUE SPACES.
       77  AUDIT-TMP-FS        PIC XX VALUE SPACES.
       *> STARTOVER backup/restore helpers
       77  BACKUP-STAMP        PIC X(14) VALUE SPACES.
       77  BACKUP-CMD          PIC X(1024) VALUE SPACES.
       77  AUDIT-EVENT         PIC X(20) VALUE SPACES.
       77  AUDIT-RESULT        PIC X(4)  VALUE SPACES.

       77  NET-CHK-FS           PIC XX VALUE SPACES.
       77  VIS-CANON-A          PIC X(20).
       77  VIS-CANON-B          PIC X(20).
       77  VIS-SWAP             PIC X(20).
       77  VIS-CONN-FOUND       PIC X  VALUE "N".

       *> Status on file before the employer's entry, so only a real
       *> change raises a notification
       77  APPL-OLD-STATUS      PIC X(20).
       *> Application status workflow. submitted -> reviewed ->
       *> accepted/rejected on the employer side; withdrawn (applicant)
       *> and closed (posting closed before a decision was made) are
       *> terminal. CHECK-STATUS-MOVE
       *> holds the allowed moves; every move is written to
       *> data/application_history.txt by LOG-APPL-HISTORY.
       77  APPL-NEW-STATUS      PIC X(20).
       77  STATUS-MOVE-OK       PIC X  VALUE "N".
       77  APPL-HIST-FS         PIC XX VALUE SPACES.
       77  POSTING-CLOSED       PIC X  VALUE "N".
       77  CLOSED-APPL-COUNT    PIC 9(4) VALUE 0.
       *> Employer broadcast to a posting's applicants: optional
       *> status filter, delivered/skipped counts, and the fields one
       *> application_history row is split into when ownership of an
       *> already-closed posting is checked there.
       77  BCAST-FILTER         PIC X(20).
       77  BCAST-SENT           PIC 9(4) VALUE 0.
       77  BCAST-SKIPPED        PIC 9(4) VALUE 0.
       77  BCAST-TEXT           PIC X(200).
       77  HIST-STAMP           PIC X(20).
       77  HIST-APPLICANT       PIC X(20).
       77  HIST-POSTING         PIC X(20).
       77  HIST-FROM            PIC X(20).
       77  HIST-TO              PIC X(20).
       77  HIST-BY              PIC X(20).
       77  USERNAME             PIC X(20).
       77  USER-PASSWORD        PIC X(20).
       77  OLD-PASSWORD         PIC X(20). *> used by CHANGE-PASSWORD to re-validate before a reset
       77  NEW-PASSWORD         PIC X(20).
       77  TEMP-PW-DONE         PIC X  VALUE "N". *> "Y" once any temporary password has been replaced at login
       77  VALID-LOGIN          PIC X  VALUE "N". *> password validation. doesn't actually becmoe "Y" until we validate the password
       *> Role of the logged-in account, loaded from AR-ROLE at login:
       *> "S" = student/alumni, "E" = employer. Gates who may post and
       77  ACCEPT-USER        PIC X(20).
       77  CANON-A            PIC X(20).
       77  CANON-B            PIC X(20).
       77  CANON-SWAP         PIC X(20).
       *> Walk of one user's connections on NETWORK's alternate keys:
       *> START-CONNECTIONS-OF positions on NETQ-USER as the first
       *> user of a pair, NEXT-CONNECTION-OF returns each partner in
       *> NETQ-OTHER, then moves on to the pairs where NETQ-USER is
       *> the second user; NETQ-DONE is "Y" when both are used up.
       77  NETQ-USER          PIC X(20).
       77  NETQ-OTHER         PIC X(20).
       77  NETQ-SIDE          PIC X  VALUE "A".
       77  NETQ-DONE          PIC X  VALUE "N".
       *> One-time conversion of the line-sequential files
       77  CONN-LEG-FS        PIC XX VALUE SPACES.
       77  NET-LEG-FS         PIC XX VALUE SPACES.
       77  NMIG-COUNT         PIC 9(6) VALUE 0.
       77  NMIG-NET-COUNT     PIC 9(6) VALUE 0.
       77  NMIG-PROGRAM       PIC X(12) VALUE "CONTROLFLOW".
       77  WS-DISPLAY-NAME     PIC X(50).
       77  RESP-CHAR           PIC X.

       77  LK-FIRST-NAME      PIC X(50).
       77  LK-LAST-NAME       PIC X(50).

       *> People You May Know: the caller's first-degree and pending
       *> names are loaded into these tables, then each first-degree
       *> connection's own connections are read off NETWORK's
       *> alternate keys and counted as candidates.
       77  DIRECT-COUNT       PIC 9(3) VALUE 0.
       01  DIRECT-TABLE.
           05 DIRECT-USER OCCURS 100 TIMES PIC X(20).
           05 SUGG-ENTRY OCCURS 50 TIMES.
              10 SUGG-USER    PIC X(20).
              10 SUGG-MUTUALS PIC 9(3).
       77  DIRECT-IX          PIC 9(3) VALUE 0.
       77  PEND-IX            PIC 9(3) VALUE 0.
       77  SUGG-IX            PIC 9(2) VALUE 0.


       77  WS-JOB-FILENAME    PIC X(128).
       *> Posting key: the six-digit posting number (data/jobs/<number>
       *> holds the posting text). Before numbers existed this was
       *> "<title>_<employer>", which let a second posting of the same
       *> title at the same company overwrite the first.
       77  JOB-NAME           PIC X(500).
       77  JOBSEQ-FS          PIC XX VALUE SPACES.
       77  POSTING-SEQ        PIC 9(6) VALUE 0.
       77  POSTING-CHK-NUM    PIC 9(6) VALUE 0.
       77  POSTING-NUM-OK     PIC X  VALUE "N".

       *> Posting-number conversion: each legacy title_employer name
       *> found on jobs.idx, how many rows still carry it (the same
       *> name twice means the later posting overwrote the earlier
       *> one's file) and the number it ended up with, so the rows in
       *> applications, interviews, referrals and search alerts can
       *> follow it. A name past the table's capacity still gets its
       *> number; rows naming it are left for ARCHIVER to sweep.
       77  PMIG-COUNT         PIC 9(3) VALUE 0.
       77  PMIG-IX            PIC 9(3) VALUE 0.
       77  PMIG-HIT           PIC 9(3) VALUE 0.
       77  PMIG-MAX-SEQ       PIC 9(6) VALUE 0.
       77  PMIG-PENDING       PIC X  VALUE "N".
       77  PMIG-MAPPED        PIC X  VALUE "N".
       01  PMIG-TABLE.
           05 PMIG-ENTRY OCCURS 500 TIMES.
              10 PMIG-OLD     PIC X(260).
              10 PMIG-LEFT    PIC 9(3).
              10 PMIG-NEW     PIC X(6).

       *> Core job fields
       77  JOB-TITLE          PIC X(300).
       77  LOCATION           PIC X(300).
       77  SALARY             PIC X(300).

       *> Keyword/location filtering for the job browse screen
       77  FILTER-TEXT        PIC X(300) VALUE SPACES.
       77  FILTER-HAYSTACK    PIC X(300).
       77  FILTER-MATCH       PIC X      VALUE "N".
       77  TITLE-MATCHES      PIC X      VALUE "N".
       77  LOCATION-MATCHES   PIC X      VALUE "N".
       *> Minimum yearly salary typed into the browse filter as a
       *> "$amount" word (0 = any pay, postings without a salary too)
       77  FILTER-MIN-SALARY  PIC 9(7)   VALUE 0.
       77  FILTER-SAL-START   PIC 9(3)   VALUE 0.
       77  FILTER-SAL-LEN     PIC 9(3)   VALUE 0.

       *> Salary normalization (PARSE-SALARY and friends, salary.cpy)
       COPY "salaryws.cpy".

       *> Posting ownership, used to gate Close Posting to the original poster
       77  POSTER-NAME        PIC X(20).
           END-IF
           CLOSE GROUP-POSTS

           OPEN I-O MENTORS
           IF MENTOR-FS NOT = "00"
              CLOSE MENTORS
              OPEN OUTPUT MENTORS
              CLOSE MENTORS
              OPEN I-O MENTORS
           END-IF
           CLOSE MENTORS

           OPEN I-O MENTORSHIPS
           IF MSHIP-FS NOT = "00"
              CLOSE MENTORSHIPS
              OPEN OUTPUT MENTORSHIPS
              CLOSE MENTORSHIPS
              OPEN I-O MENTORSHIPS
           END-IF
           CLOSE MENTORSHIPS

           OPEN I-O MENTOR-CHECKINS
           IF CHECKIN-FS NOT = "00"
              CLOSE MENTOR-CHECKINS
              OPEN OUTPUT MENTOR-CHECKINS
              CLOSE MENTOR-CHECKINS
              OPEN I-O MENTOR-CHECKINS
           END-IF
           CLOSE MENTOR-CHECKINS

           OPEN I-O EVENTS
           IF EVT-FS NOT = "00"
              CLOSE EVENTS
              OPEN OUTPUT EVENTS
              CLOSE EVENTS
              OPEN I-O EVENTS
           END-IF
           CLOSE EVENTS

           OPEN I-O EVENT-RSVPS
           IF RSVP-FS NOT = "00"
              CLOSE EVENT-RSVPS
              OPEN OUTPUT EVENT-RSVPS
              CLOSE EVENT-RSVPS
              OPEN I-O EVENT-RSVPS
           END-IF
           CLOSE EVENT-RSVPS

           OPEN I-O ABUSE-REPORTS
           IF ABR-FS NOT = "00"
              CLOSE ABUSE-REPORTS
              OPEN OUTPUT ABUSE-REPORTS
              CLOSE ABUSE-REPORTS
              OPEN I-O ABUSE-REPORTS
           END-IF
           CLOSE ABUSE-REPORTS

           OPEN I-O NOTIFY-PREFS
           IF NPF-FS NOT = "00"
              CLOSE NOTIFY-PREFS
              OPEN OUTPUT NOTIFY-PREFS
              CLOSE NOTIFY-PREFS
              OPEN I-O NOTIFY-PREFS
           END-IF
           CLOSE NOTIFY-PREFS

           *> Ensure CONN-TMP is closed/clean (will be created on demand)
           CLOSE CONN-TMP

           *> can find them again.
           PERFORM MIGRATE-PROFILE-FILES

           *> One-time migration: postings from before posting numbers
           *> are keyed by "<title>_<employer>"; give each one a number
           *> and carry it into every file that points at the posting.
           PERFORM MIGRATE-POSTING-NUMBERS

           *> One-time migration: load the old line-sequential
           *> connections.txt/network.txt into the indexed files
           *> (netconv.cpy -- NETCONV runs the same pass at the head of
           *> the nightly chain, whichever comes first).
           PERFORM MIGRATE-NETWORK-FILES
           IF NMIG-COUNT > 0
              MOVE SPACES TO MSG
              STRING "Converted connection records to the indexed files: "
                                            DELIMITED BY SIZE
                     NMIG-COUNT             DELIMITED BY SIZE
                     INTO MSG
              END-STRING
              PERFORM WRITE-OUTPUT
           END-IF

           *> Resume support: skip over INPUTFILE lines already consumed
           *> by a prior run, per the checkpoint left behind on exit.
           PERFORM LOAD-CHECKPOINT
           END-IF
           EXIT PARAGRAPH.

       *> One-time migration pass, run on every startup: jobs.idx rows
       *> still keyed by the old <title>_<employer> name are given the
       *> next posting number, their posting files move to
       *> data/jobs/<number>, and the application, interview, referral
       *> and search-alert rows naming them are rewritten to the
       *> number. Rows already numbered are left alone, so reruns are
       *> harmless; numbers are handed out in file order from the same
       *> high-water mark, so a rerun after an interruption hands out
       *> the same ones again.
       MIGRATE-POSTING-NUMBERS.
           PERFORM READ-POSTING-SEQ
           MOVE POSTING-SEQ TO PMIG-MAX-SEQ
           MOVE 0 TO PMIG-COUNT
           MOVE "N" TO PMIG-PENDING
           CLOSE JOB-INDEX
           OPEN INPUT JOB-INDEX
           IF BROWSE-FS NOT = "00"
              CLOSE JOB-INDEX
              OPEN I-O JOB-INDEX
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
              READ JOB-INDEX NEXT RECORD
                 AT END EXIT PERFORM
                 NOT AT END
                    MOVE SPACES TO APPL-JOB-NAME
                    UNSTRING BROWSE-REC DELIMITED BY "|"
                       INTO APPL-JOB-NAME
                    END-UNSTRING
                    PERFORM CHECK-POSTING-NUMBER
                    IF POSTING-NUM-OK = "Y"
                       IF POSTING-CHK-NUM > PMIG-MAX-SEQ
                          MOVE POSTING-CHK-NUM TO PMIG-MAX-SEQ
                       END-IF
                    ELSE
                       IF FUNCTION TRIM(APPL-JOB-NAME) NOT = SPACES
                          MOVE "Y" TO PMIG-PENDING
                          PERFORM NOTE-LEGACY-POSTING-NAME
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE JOB-INDEX

           IF PMIG-PENDING NOT = "Y"
              *> Nothing to convert -- only make sure the sequence
              *> never trails a number already on file (e.g. after a
              *> restore of an older jobs.seq).
              IF PMIG-MAX-SEQ > POSTING-SEQ
                 MOVE PMIG-MAX-SEQ TO POSTING-SEQ
                 PERFORM SAVE-POSTING-SEQ
              END-IF
              OPEN I-O JOB-INDEX
              EXIT PARAGRAPH
           END-IF

           MOVE PMIG-MAX-SEQ TO POSTING-SEQ
           PERFORM RENUMBER-JOB-INDEX
           PERFORM RENUMBER-APPLICATIONS
           PERFORM RENUMBER-INTERVIEWS
           PERFORM RENUMBER-REFERRALS
           PERFORM RENUMBER-SEARCH-ALERTS

           *> jobs.idx goes last: until it is swapped, a rerun still
           *> sees the legacy names and redoes the whole pass.
           MOVE "JOBINDEX" TO JNL-TARGET
           PERFORM MARK-REWRITE-PENDING
           PERFORM COPY-JOBIDX-TMP-BACK
           PERFORM CLEAR-REWRITE-JOURNAL
           PERFORM SAVE-POSTING-SEQ
           OPEN I-O JOB-INDEX

           MOVE "Existing job postings have been given posting numbers." TO MSG
           PERFORM WRITE-OUTPUT
           EXIT PARAGRAPH.

       *> Counts one more jobs.idx row under the legacy name in
       *> APPL-JOB-NAME.
       NOTE-LEGACY-POSTING-NAME.
           PERFORM FIND-LEGACY-POSTING-NAME
           IF PMIG-HIT > 0
              ADD 1 TO PMIG-LEFT(PMIG-HIT)
           ELSE
              IF PMIG-COUNT < 500
                 ADD 1 TO PMIG-COUNT
                 MOVE FUNCTION TRIM(APPL-JOB-NAME) TO PMIG-OLD(PMIG-COUNT)
                 MOVE 1 TO PMIG-LEFT(PMIG-COUNT)
                 MOVE SPACES TO PMIG-NEW(PMIG-COUNT)
              END-IF
           END-IF
           EXIT PARAGRAPH.

       *> PMIG-HIT = table slot holding the legacy name in
       *> APPL-JOB-NAME, or 0.
       FIND-LEGACY-POSTING-NAME.
           MOVE 0 TO PMIG-HIT
           PERFORM VARYING PMIG-IX FROM 1 BY 1
                   UNTIL PMIG-IX > PMIG-COUNT
              IF PMIG-OLD(PMIG-IX) = FUNCTION TRIM(APPL-JOB-NAME)
                 MOVE PMIG-IX TO PMIG-HIT
                 EXIT PERFORM
              END-IF
           END-PERFORM
           EXIT PARAGRAPH.

       *> Swaps a legacy name in APPL-JOB-NAME for the posting number
       *> it was given; PMIG-MAPPED says whether it did.
       MAP-LEGACY-POSTING-NAME.
           MOVE "N" TO PMIG-MAPPED
           PERFORM FIND-LEGACY-POSTING-NAME
           IF PMIG-HIT > 0
              IF PMIG-NEW(PMIG-HIT) NOT = SPACES
                 MOVE SPACES TO APPL-JOB-NAME
                 MOVE PMIG-NEW(PMIG-HIT) TO APPL-JOB-NAME
                 MOVE "Y" TO PMIG-MAPPED
              END-IF
           END-IF
           EXIT PARAGRAPH.

       *> Builds data/jobs.tmp from jobs.idx with every legacy row
       *> renumbered; the caller swaps it in.
       RENUMBER-JOB-INDEX.
           OPEN INPUT JOB-INDEX
           OPEN OUTPUT JOB-INDEX-TMP
           PERFORM UNTIL 1 = 0
              READ JOB-INDEX NEXT RECORD
                 AT END EXIT PERFORM
                 NOT AT END
                    MOVE SPACES TO APPL-JOB-NAME JOB-TITLE EMPLOYER
                                    LOCATION SALARY POSTER-NAME
                    UNSTRING BROWSE-REC DELIMITED BY "|"
                       INTO APPL-JOB-NAME JOB-TITLE EMPLOYER
                            LOCATION SALARY POSTER-NAME
                    END-UNSTRING
                    PERFORM CHECK-POSTING-NUMBER
                    IF POSTING-NUM-OK = "Y"
                       OR FUNCTION TRIM(APPL-JOB-NAME) = SPACES
                       MOVE BROWSE-REC TO JOB-INDEX-TMP-REC
                    ELSE
                       ADD 1 TO POSTING-SEQ
                       MOVE SPACES TO JOB-NAME
                       MOVE POSTING-SEQ TO JOB-NAME
                       PERFORM MOVE-LEGACY-POSTING-FILE
                       MOVE SPACES TO JOB-INDEX-TMP-REC
                       STRING FUNCTION TRIM(JOB-NAME)    DELIMITED BY SIZE
                              " | "                      DELIMITED BY SIZE
                              FUNCTION TRIM(JOB-TITLE)   DELIMITED BY SIZE
                              " | "                      DELIMITED BY SIZE
                              FUNCTION TRIM(EMPLOYER)    DELIMITED BY SIZE
                              " | "                      DELIMITED BY SIZE
                              FUNCTION TRIM(LOCATION)    DELIMITED BY SIZE
                              " | "                      DELIMITED BY SIZE
                              FUNCTION TRIM(SALARY)      DELIMITED BY SIZE
                              " | "                      DELIMITED BY SIZE
                              FUNCTION TRIM(POSTER-NAME) DELIMITED BY SIZE
                              INTO JOB-INDEX-TMP-REC
                       END-STRING
                    END-IF
                    WRITE JOB-INDEX-TMP-REC
              END-READ
           END-PERFORM
           CLOSE JOB-INDEX
           CLOSE JOB-INDEX-TMP
           EXIT PARAGRAPH.

       *> Moves data/jobs/<legacy name> to data/jobs/<JOB-NAME>. When
       *> a later row still carries the same legacy name, the file on
       *> disk is that later posting's (it overwrote this one), so
       *> this posting's file is rebuilt from its index row instead;
       *> dependent rows follow the last posting, whose file survived.
       MOVE-LEGACY-POSTING-FILE.
           MOVE SPACES TO MIG-OLD-NAME MIG-NEW-NAME
           STRING "data/jobs/"                 DELIMITED BY SIZE
                  FUNCTION TRIM(APPL-JOB-NAME) DELIMITED BY SIZE
                  INTO MIG-OLD-NAME
           END-STRING
           STRING "data/jobs/"                 DELIMITED BY SIZE
                  FUNCTION TRIM(JOB-NAME)      DELIMITED BY SIZE
                  INTO MIG-NEW-NAME
           END-STRING

           PERFORM FIND-LEGACY-POSTING-NAME
           IF PMIG-HIT > 0
              SUBTRACT 1 FROM PMIG-LEFT(PMIG-HIT)
              MOVE JOB-NAME(1:6) TO PMIG-NEW(PMIG-HIT)
              IF PMIG-LEFT(PMIG-HIT) > 0
                 PERFORM REBUILD-POSTING-FILE
                 EXIT PARAGRAPH
              END-IF
           END-IF
           CALL "CBL_RENAME_FILE" USING MIG-OLD-NAME MIG-NEW-NAME
           EXIT PARAGRAPH.

       *> Writes data/jobs/<JOB-NAME> from the index row fields; the
       *> description went with the overwritten file.
       REBUILD-POSTING-FILE.
           MOVE MIG-NEW-NAME TO WS-JOB-FILENAME
           OPEN OUTPUT JOB-FILE
           MOVE SPACES TO JOB-REC
           STRING "Job Title: "            DELIMITED BY SIZE
                  FUNCTION TRIM(JOB-TITLE) DELIMITED BY SIZE
                  INTO JOB-REC
           END-STRING
           WRITE JOB-REC
           MOVE "Description: " TO JOB-REC
           WRITE JOB-REC
           MOVE SPACES TO JOB-REC
           STRING "Employer: "             DELIMITED BY SIZE
                  FUNCTION TRIM(EMPLOYER)  DELIMITED BY SIZE
                  INTO JOB-REC
           END-STRING
           WRITE JOB-REC
           MOVE SPACES TO JOB-REC
           STRING "Location: "             DELIMITED BY SIZE
                  FUNCTION TRIM(LOCATION)  DELIMITED BY SIZE
                  INTO JOB-REC
           END-STRING
           WRITE JOB-REC
           MOVE SPACES TO JOB-REC
           STRING "Salary: "               DELIMITED BY SIZE
                  FUNCTION TRIM(SALARY)    DELIMITED BY SIZE
                  INTO JOB-REC
           END-STRING
           WRITE JOB-REC
           CLOSE JOB-FILE
           EXIT PARAGRAPH.

       *> applications.txt: user | posting | status | note
       RENUMBER-APPLICATIONS.
           CLOSE APPLICATIONS
           OPEN INPUT APPLICATIONS
           IF APPLICATIONS-FS NOT = "00"
              CLOSE APPLICATIONS
              OPEN I-O APPLICATIONS
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT APPLICATIONS-TMP
           PERFORM UNTIL 1 = 0
              READ APPLICATIONS NEXT RECORD
                 AT END EXIT PERFORM
                 NOT AT END
                    MOVE SPACES TO TARGET-USER APPL-JOB-NAME APPL-STATUS
                                    APPL-NOTE
                    UNSTRING APPLICATIONS-REC DELIMITED BY "|"
                       INTO TARGET-USER APPL-JOB-NAME APPL-STATUS
                            APPL-NOTE
                    END-UNSTRING
                    PERFORM MAP-LEGACY-POSTING-NAME
                    IF PMIG-MAPPED = "Y"
                       MOVE SPACES TO APPLICATIONS-TMP-REC
                       STRING FUNCTION TRIM(TARGET-USER)   DELIMITED BY SIZE
                              " | "                        DELIMITED BY SIZE
                              FUNCTION TRIM(APPL-JOB-NAME) DELIMITED BY SIZE
                              " | "                        DELIMITED BY SIZE
                              FUNCTION TRIM(APPL-STATUS)   DELIMITED BY SIZE
                              " | "                        DELIMITED BY SIZE
                              FUNCTION TRIM(APPL-NOTE)     DELIMITED BY SIZE
                              INTO APPLICATIONS-TMP-REC
                       END-STRING
                    ELSE
                       MOVE APPLICATIONS-REC TO APPLICATIONS-TMP-REC
                    END-IF
                    WRITE APPLICATIONS-TMP-REC
              END-READ
           END-PERFORM
           CLOSE APPLICATIONS
           CLOSE APPLICATIONS-TMP

           MOVE "APPLICATIONS" TO JNL-TARGET
           PERFORM MARK-REWRITE-PENDING
           PERFORM COPY-APPL-TMP-BACK
           PERFORM CLEAR-REWRITE-JOURNAL
           OPEN I-O APPLICATIONS
           EXIT PARAGRAPH.

       *> interviews.txt: POSTING|APPLICANT|EMPLOYER|SLOT|STATE
       RENUMBER-INTERVIEWS.
           OPEN INPUT INTERVIEWS
           IF INT-FS NOT = "00"
              CLOSE INTERVIEWS
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT INT-TMP
           PERFORM UNTIL 1 = 0
              READ INTERVIEWS NEXT RECORD
                 AT END EXIT PERFORM
                 NOT AT END
                    MOVE SPACES TO INT-REC-JOB INT-REC-APPLICANT
                                    INT-REC-EMPLOYER INT-REC-SLOT
                                    INT-REC-STATE
                    UNSTRING INT-REC DELIMITED BY "|"
                       INTO INT-REC-JOB INT-REC-APPLICANT
                            INT-REC-EMPLOYER INT-REC-SLOT
                            INT-REC-STATE
                    END-UNSTRING
                    MOVE SPACES TO APPL-JOB-NAME
                    MOVE INT-REC-JOB TO APPL-JOB-NAME
                    PERFORM MAP-LEGACY-POSTING-NAME
                    IF PMIG-MAPPED = "Y"
                       MOVE SPACES TO INT-TMP-REC
                       STRING FUNCTION TRIM(APPL-JOB-NAME)     DELIMITED BY SIZE
                              "|"                              DELIMITED BY SIZE
                              FUNCTION TRIM(INT-REC-APPLICANT) DELIMITED BY SIZE
                              "|"                              DELIMITED BY SIZE
                              FUNCTION TRIM(INT-REC-EMPLOYER)  DELIMITED BY SIZE
                              "|"                              DELIMITED BY SIZE
                              FUNCTION TRIM(INT-REC-SLOT)      DELIMITED BY SIZE
                              "|"                              DELIMITED BY SIZE
                              FUNCTION TRIM(INT-REC-STATE)     DELIMITED BY SIZE
                              INTO INT-TMP-REC
                       END-STRING
                    ELSE
                       MOVE INT-REC TO INT-TMP-REC
                    END-IF
                    WRITE INT-TMP-REC
              END-READ
           END-PERFORM
           CLOSE INTERVIEWS
           CLOSE INT-TMP

           MOVE "INTERVIEWS" TO JNL-TARGET
           PERFORM MARK-REWRITE-PENDING
           PERFORM COPY-INT-TMP-BACK
           PERFORM CLEAR-REWRITE-JOURNAL
           EXIT PARAGRAPH.

       *> referrals.txt: POSTING|APPLICANT|REFERRER|STATUS
       RENUMBER-REFERRALS.
           OPEN INPUT REFERRALS
           IF REF-FS NOT = "00"
              CLOSE REFERRALS
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT REF-TMP
           PERFORM UNTIL 1 = 0
              READ REFERRALS NEXT RECORD
                 AT END EXIT PERFORM
                 NOT AT END
                    MOVE SPACES TO REF-REC-JOB REF-REC-APPLICANT
                                    REF-REC-REFERRER REF-REC-STATUS
                    UNSTRING REF-REC DELIMITED BY "|"
                       INTO REF-REC-JOB REF-REC-APPLICANT
                            REF-REC-REFERRER REF-REC-STATUS
                    END-UNSTRING
                    MOVE SPACES TO APPL-JOB-NAME
                    MOVE REF-REC-JOB TO APPL-JOB-NAME
                    PERFORM MAP-LEGACY-POSTING-NAME
                    IF PMIG-MAPPED = "Y"
                       MOVE SPACES TO REF-TMP-REC
                       STRING FUNCTION TRIM(APPL-JOB-NAME)     DELIMITED BY SIZE
                              "|"                              DELIMITED BY SIZE
                              FUNCTION TRIM(REF-REC-APPLICANT) DELIMITED BY SIZE
                              "|"                              DELIMITED BY SIZE
                              FUNCTION TRIM(REF-REC-REFERRER)  DELIMITED BY SIZE
                              "|"                              DELIMITED BY SIZE
                              FUNCTION TRIM(REF-REC-STATUS)    DELIMITED BY SIZE
                              INTO REF-TMP-REC
                       END-STRING
                    ELSE
                       MOVE REF-REC TO REF-TMP-REC
                    END-IF
                    WRITE REF-TMP-REC
              END-READ
           END-PERFORM
           CLOSE REFERRALS
           CLOSE REF-TMP

           MOVE "REFERRALS" TO JNL-TARGET
           PERFORM MARK-REWRITE-PENDING
           PERFORM COPY-REF-TMP-BACK
           PERFORM CLEAR-REWRITE-JOURNAL
           EXIT PARAGRAPH.

       *> search_alerts.txt (ALERTGEN's already-alerted list):
       *> USER|SEARCHNAME|POSTING
       RENUMBER-SEARCH-ALERTS.
           CLOSE SEARCH-ALERTS
           OPEN INPUT SEARCH-ALERTS
           IF SALERT-FS NOT = "00"
              CLOSE SEARCH-ALERTS
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT SALERT-TMP
           PERFORM UNTIL 1 = 0
              READ SEARCH-ALERTS NEXT RECORD
                 AT END EXIT PERFORM
                 NOT AT END
                    MOVE SPACES TO SS-REC-USER SS-REC-NAME APPL-JOB-NAME
                    UNSTRING SALERT-REC DELIMITED BY "|"
                       INTO SS-REC-USER SS-REC-NAME APPL-JOB-NAME
                    END-UNSTRING
                    PERFORM MAP-LEGACY-POSTING-NAME
                    IF PMIG-MAPPED = "Y"
                       MOVE SPACES TO SALERT-TMP-REC
                       STRING FUNCTION TRIM(SS-REC-USER)   DELIMITED BY SIZE
                              "|"                          DELIMITED BY SIZE
                              FUNCTION TRIM(SS-REC-NAME)   DELIMITED BY SIZE
                              "|"                          DELIMITED BY SIZE
                              FUNCTION TRIM(APPL-JOB-NAME) DELIMITED BY SIZE
                              INTO SALERT-TMP-REC
                       END-STRING
                    ELSE
                       MOVE SALERT-REC TO SALERT-TMP-REC
                    END-IF
                    WRITE SALERT-TMP-REC
              END-READ
           END-PERFORM
           CLOSE SEARCH-ALERTS
           CLOSE SALERT-TMP

           MOVE "SEARCHALERTS" TO JNL-TARGET
           PERFORM MARK-REWRITE-PENDING
           PERFORM COPY-SALERT-TMP-BACK
           PERFORM CLEAR-REWRITE-JOURNAL
           EXIT PARAGRAPH.

       *> ====================================
       *> Posting numbers
       *> ====================================
       *> POSTING-SEQ = last number handed out (0 when jobs.seq does
       *> not exist yet).
       READ-POSTING-SEQ.
           MOVE 0 TO POSTING-SEQ
           OPEN INPUT JOB-SEQ
           IF JOBSEQ-FS = "00"
              READ JOB-SEQ
                 AT END
                    CONTINUE
                 NOT AT END
                    IF JOBSEQ-REC(1:6) IS NUMERIC
                       MOVE JOBSEQ-REC(1:6) TO POSTING-SEQ
                    END-IF
              END-READ
           END-IF
           CLOSE JOB-SEQ
           EXIT PARAGRAPH.

       *> Single-line file, so a plain truncate-and-rewrite is enough
       *> (same reasoning as SAVE-CHECKPOINT).
       SAVE-POSTING-SEQ.
           OPEN OUTPUT JOB-SEQ
           IF JOBSEQ-FS = "00"
              MOVE SPACES TO JOBSEQ-REC
              MOVE POSTING-SEQ TO JOBSEQ-REC
              WRITE JOBSEQ-REC
              CLOSE JOB-SEQ
           END-IF
           EXIT PARAGRAPH.

       *> Hands out the next posting number in JOB-NAME and records it
       *> at once, so a failure later in the post cannot cause reuse.
       NEXT-POSTING-NUMBER.
           PERFORM READ-POSTING-SEQ
           ADD 1 TO POSTING-SEQ
           PERFORM SAVE-POSTING-SEQ
           MOVE SPACES TO JOB-NAME
           MOVE POSTING-SEQ TO JOB-NAME
           EXIT PARAGRAPH.

       *> POSTING-NUM-OK = "Y" when the key in APPL-JOB-NAME is already
       *> a six-digit posting number (its value in POSTING-CHK-NUM).
       CHECK-POSTING-NUMBER.
           MOVE "N" TO POSTING-NUM-OK
           MOVE 0 TO POSTING-CHK-NUM
           MOVE SPACES TO WS-FIELD
           MOVE FUNCTION TRIM(APPL-JOB-NAME) TO WS-FIELD
           IF WS-FIELD(1:6) IS NUMERIC
              AND WS-FIELD(7:1) = SPACE
              MOVE "Y" TO POSTING-NUM-OK
              MOVE WS-FIELD(1:6) TO POSTING-CHK-NUM
           END-IF
           EXIT PARAGRAPH.

       *> Reads a posting number typed by the user into JOB-NAME,
       *> padded to the six digits jobs.idx carries ("42" finds
       *> posting 000042). POSTING-NUM-OK = "N" for blank or
       *> non-numeric input.
       READ-POSTING-NUMBER.
           MOVE "N" TO POSTING-NUM-OK
           MOVE SPACES TO JOB-NAME
           MOVE SPACES TO WS-FIELD
           READ INPUTFILE AT END MOVE SPACES TO WS-FIELD
              NOT AT END ADD 1 TO INPUT-REC-COUNT MOVE FUNCTION TRIM(INPUT-REC) TO WS-FIELD
           END-READ
           IF WS-FIELD = SPACES
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-FIELD)) TO FIELD-LEN
           IF FIELD-LEN > 6
              EXIT PARAGRAPH
           END-IF
           IF WS-FIELD(1:FIELD-LEN) IS NOT NUMERIC
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-FIELD(1:FIELD-LEN)) TO POSTING-CHK-NUM
           MOVE POSTING-CHK-NUM TO JOB-NAME
           MOVE "Y" TO POSTING-NUM-OK
           EXIT PARAGRAPH.

       *> entry point into login/create account control flow
       PROCESS-COMMAND.
           MOVE "What would you like to do? Type LOGIN to sign in. Type CREATE to make a new account." TO MSG
           PERFORM WRITE-OUTPUT
       
           *> Now read the actual choice from input
           READ INPUTFILE
               AT END
                   MOVE "Y" TO EOF-FLAG
                   EXIT PARAGRAPH
               NOT AT END ADD 1 TO INPUT-REC-COUNT
                   MOVE FUNCTION TRIM(INPUT-REC) TO MSG
           END-READ

           IF MSG = "LOGIN"
               PERFORM DO-LOGIN
           ELSE
               IF MSG = "CREATE"
                   PERFORM DO-CREATE
               ELSE
                IF MSG = "STARTOVER"
                       PERFORM CONFIRM-STARTOVER
                       EXIT PARAGRAPH
                ELSE
                 IF MSG = "RESTORE"
                       PERFORM RESTORE-BACKUP
                       EXIT PARAGRAPH
                 ELSE
                    MOVE "Invalid Input" to MSG
                    PERFORM WRITE-OUTPUT
           END-IF
           END-IF
           END-IF
           END-IF.

       *> STARTOVER is the one command that can destroy the whole data
       *> set, so it now demands a typed confirmation phrase, writes an
       *> audit event, and copies every data file into a dated backup
       *> set before CLEAR-ALL-FILES runs. RESTORE reloads the most
       *> recent set.
       CONFIRM-STARTOVER.
           MOVE "This will erase ALL data. Type ERASE-ALL-DATA to confirm, anything else cancels:" TO MSG
           PERFORM WRITE-OUTPUT
           READ INPUTFILE
               AT END
                   MOVE "Y" TO EOF-FLAG
                   EXIT PARAGRAPH
               NOT AT END ADD 1 TO INPUT-REC-COUNT
                   MOVE FUNCTION TRIM(INPUT-REC) TO WS-FIELD
           END-READ
           IF FUNCTION TRIM(WS-FIELD) NOT = "ERASE-ALL-DATA"
              MOVE "STARTOVER cancelled -- nothing was erased." TO MSG
              PERFORM WRITE-OUTPUT
              EXIT PARAGRAPH
           END-IF

           PERFORM BACKUP-DATA-FILES

           MOVE "STARTOVER" TO AUDIT-EVENT
           MOVE "OK" TO AUDIT-RESULT
           PERFORM LOG-AUDIT-EVENT

           PERFORM CLEAR-ALL-FILES
           EXIT PARAGRAPH.

       *> Copies every data file (and the profiles/jobs directories)
       *> into data/backup/<timestamp>/ and records that stamp as the
       *> latest set for RESTORE. The handles MAIN-PARA holds open are
       *> closed around the copy so every buffered write -- the indexed
       *> ACCOUNTS file especially -- is on disk before it is copied,
       *> then reopened afterwards.
       BACKUP-DATA-FILES.
           CLOSE ACCOUNTS
           CLOSE CONNECTIONS
           CLOSE NETWORK
           CLOSE MESSAGES
           CLOSE JOB-INDEX
           CLOSE APPLICATIONS
           CLOSE AUDIT-LOG

           MOVE FUNCTION CURRENT-DATE(1:14) TO BACKUP-STAMP

           MOVE SPACES TO BACKUP-CMD
           STRING "mkdir -p data/backup/" DELIMITED BY SIZE
                  BACKUP-STAMP            DELIMITED BY SIZE
                  INTO BACKUP-CMD
           END-STRING
           CALL "SYSTEM" USING BACKUP-CMD

           MOVE SPACES TO BACKUP-CMD
           STRING "cp -r data/accounts.txt data/connections.dat"
                                           DELIMITED BY SIZE
                  " data/network.dat data/messages.txt"
                                           DELIMITED BY SIZE
                  " data/profiles.idx data/jobs.idx"
                                           DELIMITED BY SIZE
                  " data/applications.txt data/skills_progress.txt"
                                           DELIMITED BY SIZE
                  " data/endorsements.txt data/notifications.txt"
                                           DELIMITED BY SIZE
                  " data/interviews.txt data/companies.txt"
                                           DELIMITED BY SIZE
                  " data/groups.txt data/group_members.txt"
                                           DELIMITED BY SIZE
                  " data/group_posts.txt data/saved_searches.txt"
                                           DELIMITED BY SIZE
                  " data/search_alerts.txt data/blocks.txt"
                                           DELIMITED BY SIZE
                  " data/referrals.txt data/jobs.seq"
                                           DELIMITED BY SIZE
                  " data/application_history.txt"
                                           DELIMITED BY SIZE
                  " data/mentors.txt data/mentorships.txt"
                                           DELIMITED BY SIZE
                  " data/mentor_checkins.txt data/events.txt"
                                           DELIMITED BY SIZE
                  " data/event_rsvps.txt data/events.seq"
                                           DELIMITED BY SIZE
                  " data/abuse_reports.txt data/reports.seq"
                                           DELIMITED BY SIZE
                  " data/notify_prefs.txt"
                                           DELIMITED BY SIZE
                  " data/audit.log data/profiles data/jobs"
                                           DELIMITED BY SIZE
                  " data/backup/"          DELIMITED BY SIZE
                  BACKUP-STAMP             DELIMITED BY SIZE
                  "/ 2>/dev/null"          DELIMITED BY SIZE
                  INTO BACKUP-CMD
           END-STRING
           CALL "SYSTEM" USING BACKUP-CMD

           OPEN OUTPUT BACKUP-MARKER
           IF BKUP-FS = "00"
              MOVE SPACES TO BKUP-REC
              MOVE BACKUP-STAMP TO BKUP-REC
              WRITE BKUP-REC
              CLOSE BACKUP-MARKER
           END-IF

           OPEN I-O ACCOUNTS
           OPEN I-O CONNECTIONS
           OPEN I-O NETWORK
           OPEN I-O MESSAGES
           OPEN I-O JOB-INDEX
           OPEN I-O APPLICATIONS
           OPEN EXTEND AUDIT-LOG

           MOVE SPACES TO MSG
           STRING "Backup written to data/backup/" DELIMITED BY SIZE
                  BACKUP-STAMP                     DELIMITED BY SIZE
                  INTO MSG
           END-STRING
           PERFORM WRITE-OUTPUT
           EXIT PARAGRAPH.

       *> Reloads the most recent backup set named in
       *> data/backup/latest.txt. The data files MAIN-PARA holds open
       *> are closed around the copy and reopened afterwards, and the
       *> in-memory account count is rebuilt.
       RESTORE-BACKUP.
           MOVE SPACES TO BACKUP-STAMP
           OPEN INPUT BACKUP-MARKER
           IF BKUP-FS = "00"
              READ BACKUP-MARKER
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE FUNCTION TRIM(BKUP-REC) TO BACKUP-STAMP
              END-READ
              CLOSE BACKUP-MARKER
           END-IF
           IF BACKUP-STAMP = SPACES
              MOVE "No backup available to restore." TO MSG
              PERFORM WRITE-OUTPUT
              EXIT PARAGRAPH
           END-IF

           CLOSE ACCOUNTS
           CLOSE CONNECTIONS
           CLOSE NETWORK
           CLOSE MESSAGES
           CLOSE JOB-INDEX
           CLOSE APPLICATIONS
           CLOSE AUDIT-LOG

           MOVE SPACES TO BACKUP-CMD
           STRING "cp -r data/backup/" DELIMITED BY SIZE
                  FUNCTION TRIM(BACKUP-STAMP) DELIMITED BY SIZE
                  "/. data/ 2>/dev/null" DELIMITED BY SIZE
                  INTO BACKUP-CMD
           END-STRING
           CALL "SYSTEM" USING BACKUP-CMD

           OPEN I-O ACCOUNTS
           OPEN I-O CONNECTIONS
           OPEN I-O NETWORK
           OPEN I-O MESSAGES
           OPEN I-O JOB-INDEX
           OPEN I-O APPLICATIONS
           OPEN EXTEND AUDIT-LOG
           PERFORM LOAD-ACCOUNTS

           MOVE "RESTORE" TO AUDIT-EVENT
           MOVE "OK" TO AUDIT-RESULT
           PERFORM LOG-AUDIT-EVENT

           MOVE SPACES TO MSG
           STRING "Restored data files from data/backup/" DELIMITED BY SIZE
                  FUNCTION TRIM(BACKUP-STAMP)             DELIMITED BY SIZE
                  INTO MSG
           END-STRING
           PERFORM WRITE-OUTPUT
           EXIT PARAGRAPH.



       *> Clear core persistent text files when user types STARTOVER (no registry)
       CLEAR-ALL-FILES.
           *> ACCOUNTS
           CLOSE ACCOUNTS
           OPEN OUTPUT ACCOUNTS
           IF ACC-FS = "00"
              CLOSE ACCOUNTS
              OPEN I-O ACCOUNTS
           END-IF

           *> CONNECTIONS
           CLOSE CONNECTIONS
           OPEN OUTPUT CONNECTIONS
           IF CONN-FS = "00"
              CLOSE CONNECTIONS
              OPEN I-O CONNECTIONS
           END-IF

           *> NETWORK
           CLOSE NETWORK
           OPEN OUTPUT NETWORK
           IF NET-FS = "00"
              CLOSE NETWORK
              OPEN I-O NETWORK
           END-IF

           CLOSE MESSAGES
           OPEN OUTPUT MESSAGES
           IF MSG-FS = "00"
              CLOSE MESSAGES
              OPEN I-O MESSAGES
           END-IF

           *> Reset derived in-memory counters/flags
           MOVE 0 TO ACCT-COUNT

           *> PROFILES-INDEX
           CLOSE PROFILES-INDEX
           OPEN OUTPUT PROFILES-INDEX
           IF PRO-FS = "00"
              CLOSE PROFILES-INDEX
           END-IF

           CLOSE JOB-INDEX
           OPEN OUTPUT JOB-INDEX
           IF JOB-FS = "00"
              CLOSE JOB-INDEX
           END-IF

           CLOSE APPLICATIONS
           OPEN OUTPUT APPLICATIONS
           IF APPLICATIONS-FS = "00"
              CLOSE APPLICATIONS
           END-IF

           CLOSE SKILLS-PROGRESS
           OPEN OUTPUT SKILLS-PROGRESS
           IF SKILLS-FS = "00"
              CLOSE SKILLS-PROGRESS
           END-IF

           CLOSE ENDORSEMENTS
           OPEN OUTPUT ENDORSEMENTS
           IF ENDORSE-FS = "00"
              CLOSE ENDORSEMENTS
           END-IF

           CLOSE NOTIFICATIONS
           OPEN OUTPUT NOTIFICATIONS
           IF NOTIF-FS = "00"
              CLOSE NOTIFICATIONS
           END-IF

           CLOSE INTERVIEWS
           OPEN OUTPUT INTERVIEWS
           IF INT-FS = "00"
              CLOSE INTERVIEWS
           END-IF

           CLOSE COMPANIES
           OPEN OUTPUT COMPANIES
           IF CO-FS = "00"
              CLOSE COMPANIES
           END-IF

           CLOSE REFERRALS
           OPEN OUTPUT REFERRALS
           IF REF-FS = "00"
              CLOSE REFERRALS
           END-IF

           CLOSE BLOCKS
           OPEN OUTPUT BLOCKS
           IF BLK-FS = "00"
              CLOSE BLOCKS
           END-IF

           CLOSE SAVED-SEARCHES
           OPEN OUTPUT SAVED-SEARCHES
           IF SS-FS = "00"
              CLOSE SAVED-SEARCHES
           END-IF

           CLOSE SEARCH-ALERTS
           OPEN OUTPUT SEARCH-ALERTS
           IF SALERT-FS = "00"
              CLOSE SEARCH-ALERTS
           END-IF

           CLOSE GROUPS-FILE
           OPEN OUTPUT GROUPS-FILE
           IF GRP-FS = "00"
              CLOSE GROUPS-FILE
           END-IF

           CLOSE GROUP-MEMBERS
           OPEN OUTPUT GROUP-MEMBERS
           IF GRP-MEM-FS = "00"
              CLOSE GROUP-MEMBERS
           END-IF

           CLOSE GROUP-POSTS
           OPEN OUTPUT GROUP-POSTS
           IF GRP-POST-FS = "00"
              CLOSE GROUP-POSTS
           END-IF

           CLOSE MENTORS
           OPEN OUTPUT MENTORS
           IF MENTOR-FS = "00"
              CLOSE MENTORS
           END-IF

           CLOSE MENTORSHIPS
           OPEN OUTPUT MENTORSHIPS
           IF MSHIP-FS = "00"
              CLOSE MENTORSHIPS
           END-IF

           CLOSE MENTOR-CHECKINS
           OPEN OUTPUT MENTOR-CHECKINS
           IF CHECKIN-FS = "00"
              CLOSE MENTOR-CHECKINS
           END-IF

           CLOSE EVENTS
           OPEN OUTPUT EVENTS
           IF EVT-FS = "00"
              CLOSE EVENTS
           END-IF

           CLOSE EVENT-RSVPS
           OPEN OUTPUT EVENT-RSVPS
           IF RSVP-FS = "00"
              CLOSE EVENT-RSVPS
           END-IF

           CLOSE ABUSE-REPORTS
           OPEN OUTPUT ABUSE-REPORTS
           IF ABR-FS = "00"
              CLOSE ABUSE-REPORTS
           END-IF

           CLOSE NOTIFY-PREFS
           OPEN OUTPUT NOTIFY-PREFS
           IF NPF-FS = "00"
              CLOSE NOTIFY-PREFS
           END-IF

           MOVE "All data cleared (accounts, connections, network)." TO MSG
           PERFORM WRITE-OUTPUT
           EXIT PARAGRAPH.

       DO-LOGIN.
           MOVE "Enter username:" TO MSG
           PERFORM WRITE-OUTPUT *> write output to file
           READ INPUTFILE AT END EXIT PARAGRAPH *> read the next line, exit if we're at the end
              NOT AT END ADD 1 TO INPUT-REC-COUNT MOVE FUNCTION TRIM(INPUT-REC) TO USERNAME *> store the next line in username
           END-READ

           MOVE "Enter password:" TO MSG 
           PERFORM WRITE-OUTPUT *> write password to file
           READ INPUTFILE AT END EXIT PARAGRAPH
              NOT AT END ADD 1 TO INPUT-REC-COUNT MOVE FUNCTION TRIM(INPUT-REC) TO USER-PASSWORD
           END-READ

           PERFORM CHECK-CREDENTIALS *> validate the credentials and act accordingly
           IF VALID-LOGIN = "Y"
              MOVE "You have successfully logged in" TO MSG
              PERFORM WRITE-OUTPUT
              PERFORM REPLACE-TEMP-PASSWORD
              IF TEMP-PW-DONE NOT = "Y"
                 EXIT PARAGRAPH
              END-IF
              PERFORM SHOW-NOTIFICATIONS
              PERFORM REVIEW-REFERRAL-REQUESTS
              PERFORM USER-MENU *> move onto the user menu with three main options
           ELSE
              IF LOGIN-LOCKED-OUT = "Y"
                 *> AR-UNLOCK-FAILS is still populated from CHECK-CREDENTIALS'
                 *> keyed READ of this account -- once its own retry budget
                 *> is spent, the self-service unlock path is closed for
                 *> good instead of being offered again on every LOGIN.
                 *> A moderator's lock is never self-service.
                 EVALUATE TRUE
                    WHEN AR-LOCKED = "M"
                       MOVE "This account has been suspended by a moderator -- contact an administrator." TO MSG
                       PERFORM WRITE-OUTPUT
                    WHEN AR-UNLOCK-FAILS >= MAX-UNLOCK-ATTEMPTS
                       MOVE "Account locked. Too many failed unlock attempts -- contact an administrator." TO MSG
                       PERFORM WRITE-OUTPUT
                    WHEN OTHER
                       PERFORM UNLOCK-ACCOUNT
                 END-EVALUATE
              ELSE
                 MOVE "Incorrect username/password, please try again" TO MSG
                 PERFORM WRITE-OUTPUT
              END-IF
           END-IF.

       CHECK-CREDENTIALS. *> make sure that the username and password are in the accounts file
           MOVE "N" TO VALID-LOGIN
           MOVE "N" TO LOGIN-LOCKED-OUT
           MOVE FUNCTION TRIM(USERNAME) TO AR-USER
           *> ACCOUNTS is keyed on AR-USER, so this is a direct lookup
           *> instead of a linear scan of every account on file.
           READ ACCOUNTS KEY IS AR-USER
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF AR-LOCKED = "Y" OR AR-LOCKED = "M"
                    MOVE "Y" TO LOGIN-LOCKED-OUT
                 ELSE
                    MOVE USER-PASSWORD TO PW-PLAIN
                    PERFORM VERIFY-PASSWORD
                    IF PW-MATCH = "Y"
                       MOVE "Y" TO VALID-LOGIN
                       MOVE 0 TO AR-FAILED-COUNT
                       IF AR-DORMANT = "W" OR AR-DORMANT = "D"
                          MOVE "R" TO AR-DORMANT
                       END-IF
                       REWRITE ACCT-REC
                       *> Pre-role records carry a space -- treat as
                       *> student/alumni, the only type that existed then
           MOVE "Account locked after too many failed logins. Enter your password again to unlock it:" TO MSG
           PERFORM WRITE-OUTPUT
           READ INPUTFILE AT END EXIT PARAGRAPH
              NOT AT END ADD 1 TO INPUT-REC-COUNT MOVE FUNCTION TRIM(INPUT-REC) TO USER-PASSWORD
           END-READ

           MOVE FUNCTION TRIM(USERNAME) TO AR-USER
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE USER-PASSWORD TO PW-PLAIN
                 PERFORM VERIFY-PASSWORD
                 IF PW-MATCH = "Y"
                    MOVE "N" TO AR-LOCKED
                    MOVE 0 TO AR-FAILED-COUNT
                    MOVE 0 TO AR-UNLOCK-FAILS
                    IF AR-DORMANT = "W" OR AR-DORMANT = "D"
                       MOVE "R" TO AR-DORMANT
                    END-IF
                    REWRITE ACCT-REC
                    MOVE "Y" TO VALID-LOGIN
                    IF AR-ROLE = "E"
                    PERFORM LOG-AUDIT-EVENT
                    MOVE "Account unlocked. You have successfully logged in" TO MSG
                    PERFORM WRITE-OUTPUT
                    PERFORM REPLACE-TEMP-PASSWORD
                    IF TEMP-PW-DONE NOT = "Y"
                       EXIT PARAGRAPH
                    END-IF
                    PERFORM SHOW-NOTIFICATIONS
                    PERFORM REVIEW-REFERRAL-REQUESTS
                    PERFORM USER-MENU
           PERFORM WRITE-OUTPUT
           MOVE "13 = Blocked Users" TO MSG
           PERFORM WRITE-OUTPUT
           MOVE "14 = Mentorship" TO MSG
           PERFORM WRITE-OUTPUT
           MOVE "15 = Career Events" TO MSG
           PERFORM WRITE-OUTPUT
           MOVE "16 = Notification Preferences" TO MSG
           PERFORM WRITE-OUTPUT
           MOVE "=================================================" TO MSG
           PERFORM WRITE-OUTPUT
           MOVE "Enter your choice (0-16):" TO MSG
           PERFORM WRITE-OUTPUT
           *> whatever number we select is the option we want 
           READ INPUTFILE AT END EXIT PARAGRAPH
              WHEN 13
                 PERFORM BLOCKED-USERS-MENU
                 PERFORM USER-MENU
              WHEN 14
                 PERFORM MENTORSHIP-MENU
                 PERFORM USER-MENU
              WHEN 15
                 PERFORM EVENTS-MENU
                 PERFORM USER-MENU
              WHEN 16
                 PERFORM NOTIFICATION-PREFERENCES
                 PERFORM USER-MENU
              WHEN 0
                 EXIT PARAGRAPH
              WHEN OTHER
                 MOVE "Invalid option, you must select a number 0-16" TO MSG
                 PERFORM WRITE-OUTPUT
           END-EVALUATE.

              MOVE "5 = Close Posting (for a posting you made)" TO MSG
              PERFORM WRITE-OUTPUT
           END-IF
           IF USER-ROLE = "E"
              MOVE "8 = Message All Applicants (for a posting you made)" TO MSG
              PERFORM WRITE-OUTPUT
           END-IF
           IF USER-ROLE NOT = "E"
              MOVE "6 = Recommended for you" TO MSG
              PERFORM WRITE-OUTPUT
           PERFORM WRITE-OUTPUT
          MOVE "=================================================" TO MSG
          PERFORM WRITE-OUTPUT
          MOVE "Enter your choice (0-8):" TO MSG
           PERFORM WRITE-OUTPUT
          READ INPUTFILE AT END EXIT PARAGRAPH
              NOT AT END ADD 1 TO INPUT-REC-COUNT MOVE FUNCTION NUMVAL(INPUT-REC) TO OPTION-CHOICE
             WHEN 7
                PERFORM VIEW-COMPANY-PAGES
                PERFORM JOB-INTERNSHIP-SEARCH
             WHEN 8
                IF USER-ROLE = "E"
                   PERFORM BROADCAST-TO-APPLICANTS
                ELSE
                   MOVE "Only employer accounts can message applicants." TO MSG
                   PERFORM WRITE-OUTPUT
                END-IF
                PERFORM JOB-INTERNSHIP-SEARCH
           END-EVALUATE.

       *> Shows the caller's data/recommendations/<username>.txt file,
                      END-IF

                      IF TARGET-USER = USERNAME
                          MOVE SPACES TO MSG
                          STRING "Posting Number: "          DELIMITED BY SIZE
                                 FUNCTION TRIM(JOB-NAME)     DELIMITED BY SIZE
                                 INTO MSG
                          END-STRING
                          PERFORM WRITE-OUTPUT

                          MOVE SPACES TO WS-JOB-FILENAME
                          STRING "data/jobs/"                DELIMITED BY SIZE
                                 FUNCTION TRIM(JOB-NAME)     DELIMITED BY SIZE
       *> longer sit in every employer's applicant list until rejected
       *> by hand.
       WITHDRAW-APPLICATION.
           MOVE "Enter the posting number of the application to withdraw:" TO MSG
           PERFORM WRITE-OUTPUT
           PERFORM READ-POSTING-NUMBER
           IF POSTING-NUM-OK NOT = "Y"
              MOVE "Please enter a posting number, e.g. 000042." TO MSG
              PERFORM WRITE-OUTPUT
              EXIT PARAGRAPH
           END-IF

           *> The row stays on file as withdrawn (a terminal status) so
           *> the employer and the history keep the trail. WITHDRAW-FOUND
           *> is "Y" once a live application was withdrawn, "F" when the
           *> only ones found were already final.
           MOVE "N" TO WITHDRAW-FOUND
           CLOSE APPLICATIONS
           OPEN INPUT APPLICATIONS
              READ APPLICATIONS NEXT RECORD
                 AT END EXIT PERFORM
                 NOT AT END
                    MOVE APPLICATIONS-REC TO APPLICATIONS-TMP-REC
                    MOVE SPACES TO TARGET-USER APPL-JOB-NAME APPL-STATUS
                                    APPL-NOTE
                    UNSTRING APPLICATIONS-REC DELIMITED BY "|"
                       INTO TARGET-USER APPL-JOB-NAME APPL-STATUS
                            APPL-NOTE
                    END-UNSTRING
                    IF FUNCTION TRIM(TARGET-USER) = FUNCTION TRIM(USERNAME)
                       AND FUNCTION TRIM(APPL-JOB-NAME) = FUNCTION TRIM(JOB-NAME)
                       MOVE FUNCTION LOWER-CASE(FUNCTION TRIM(APPL-STATUS))
                          TO APPL-OLD-STATUS
                       MOVE "withdrawn" TO APPL-NEW-STATUS
                       PERFORM CHECK-STATUS-MOVE
                       IF STATUS-MOVE-OK = "Y"
                          MOVE "Y" TO WITHDRAW-FOUND
                          PERFORM LOG-APPL-HISTORY
                          MOVE SPACES TO APPLICATIONS-TMP-REC
                          STRING FUNCTION TRIM(TARGET-USER)   DELIMITED BY SIZE
                                 " | "                        DELIMITED BY SIZE
                                 FUNCTION TRIM(APPL-JOB-NAME) DELIMITED BY SIZE
                                 " | "                        DELIMITED BY SIZE
                                 "withdrawn"                  DELIMITED BY SIZE
                                 " | "                        DELIMITED BY SIZE
                                 FUNCTION TRIM(APPL-NOTE)     DELIMITED BY SIZE
                                 INTO APPLICATIONS-TMP-REC
                          END-STRING
                       ELSE
                          IF WITHDRAW-FOUND = "N"
                             MOVE "F" TO WITHDRAW-FOUND
                          END-IF
                       END-IF
                    END-IF
                    WRITE APPLICATIONS-TMP-REC
              END-READ
           END-PERFORM
           CLOSE APPLICATIONS
           PERFORM COPY-APPL-TMP-BACK
           PERFORM CLEAR-REWRITE-JOURNAL

           EVALUATE WITHDRAW-FOUND
              WHEN "Y"
                 MOVE "Application withdrawn." TO MSG
              WHEN "F"
                 MOVE "That application already has a final status and cannot be withdrawn." TO MSG
              WHEN OTHER
                 MOVE "No application of yours found for that posting." TO MSG
           END-EVALUATE
           PERFORM WRITE-OUTPUT
           EXIT PARAGRAPH.

       *> Employer-side view of who applied to a posting. Rewrites
       *> applications.txt via APPLICATIONS-TMP (the same rewrite-via-
       *> temp-file approach VIEW-MY-MESSAGES uses for messages.txt)
       *> so a reviewed/accepted/rejected status sticks.
       VIEW-APPLICANTS.
           MOVE "Enter the posting number:" TO MSG
           PERFORM WRITE-OUTPUT
           PERFORM READ-POSTING-NUMBER
           IF POSTING-NUM-OK NOT = "Y"
              MOVE "Please enter a posting number, e.g. 000042." TO MSG
              PERFORM WRITE-OUTPUT
              EXIT PARAGRAPH
           END-IF

           *> Only the original poster may view/update applicants for a
           *> posting -- look up POSTER-NAME from JOB-INDEX the same way
           *> CLOSE-POSTING does before touching applications.txt.
           END-IF

           IF POSTING-FOUND NOT = "Y"
              MOVE "No open posting found with that number." TO MSG
              PERFORM WRITE-OUTPUT
              EXIT PARAGRAPH
           END-IF
                       *> worth seeing before the status decision.
                       PERFORM SHOW-ENDORSED-REFERRALS

                       *> Only the moves CHECK-STATUS-MOVE allows
                       *> from the status on file are offered; the
                       *> applicant's withdrawn and the posting's
                       *> closed are not the employer's to set.
                       MOVE FUNCTION LOWER-CASE(FUNCTION TRIM(APPL-STATUS))
                          TO APPL-OLD-STATUS
                       EVALUATE APPL-OLD-STATUS
                          WHEN "reviewed"
                             MOVE "New status (accepted/rejected), blank to keep:" TO MSG
                          WHEN "accepted"
                          WHEN "rejected"
                          WHEN "withdrawn"
                          WHEN "closed"
                             MOVE SPACES TO MSG
                          WHEN OTHER
                             MOVE "New status (reviewed/accepted/rejected), blank to keep:" TO MSG
                       END-EVALUATE
                       IF MSG = SPACES
                          MOVE "  (final status -- no further changes)" TO MSG
                          PERFORM WRITE-OUTPUT
                       ELSE
                          PERFORM WRITE-OUTPUT
                          READ INPUTFILE AT END MOVE SPACES TO WS-FIELD
                             NOT AT END ADD 1 TO INPUT-REC-COUNT MOVE FUNCTION TRIM(INPUT-REC) TO WS-FIELD
                          END-READ
                          MOVE FUNCTION LOWER-CASE(WS-FIELD(1:20))
                             TO APPL-NEW-STATUS
                          *> Re-typing the status already on file is a
                          *> no-op, the same as leaving it blank
                          IF APPL-NEW-STATUS NOT = SPACES
                             AND APPL-NEW-STATUS NOT = APPL-OLD-STATUS
                             IF APPL-NEW-STATUS NOT = "reviewed"
                                AND APPL-NEW-STATUS NOT = "accepted"
                                AND APPL-NEW-STATUS NOT = "rejected"
                                MOVE "N" TO STATUS-MOVE-OK
                             ELSE
                                PERFORM CHECK-STATUS-MOVE
                             END-IF
                             IF STATUS-MOVE-OK NOT = "Y"
                                MOVE SPACES TO MSG
                                STRING "Cannot change status from "   DELIMITED BY SIZE
                                       FUNCTION TRIM(APPL-STATUS)     DELIMITED BY SIZE
                                       " to "                         DELIMITED BY SIZE
                                       FUNCTION TRIM(APPL-NEW-STATUS) DELIMITED BY SIZE
                                       "; status left unchanged."     DELIMITED BY SIZE
                                       INTO MSG
                                END-STRING
                                PERFORM WRITE-OUTPUT
                             ELSE
                                MOVE APPL-NEW-STATUS TO APPL-STATUS
                                PERFORM LOG-APPL-HISTORY
                                *> Tell the applicant at their next login
                                MOVE FUNCTION TRIM(TARGET-USER) TO NOTIF-TARGET
                                MOVE SPACES TO NOTIF-TEXT
                                MOVE "APPL" TO NOTIF-CATEGORY
                                STRING "Your application for posting " DELIMITED BY SIZE
                                       FUNCTION TRIM(APPL-JOB-NAME)   DELIMITED BY SIZE
                                       " ("                           DELIMITED BY SIZE
                                       FUNCTION TRIM(JOB-TITLE)       DELIMITED BY SIZE
                                       ") is now "                    DELIMITED BY SIZE
                                       FUNCTION TRIM(APPL-STATUS)     DELIMITED BY SIZE
                                       INTO NOTIF-TEXT
                                END-STRING
                                PERFORM ADD-NOTIFICATION
                             END-IF
                          END-IF
                       END-IF

                       *> Interview scheduling: show where this
                       *> applicant's slots stand, then let the
                       *> employer offer more -- not once the
                       *> applicant has withdrawn.
                       IF APPL-OLD-STATUS NOT = "withdrawn"
                          AND APPL-OLD-STATUS NOT = "closed"
                          PERFORM OFFER-INTERVIEW-SLOTS
                       END-IF
                    END-IF

                    MOVE SPACES TO APPLICATIONS-TMP-REC
           PERFORM CLEAR-REWRITE-JOURNAL
           EXIT PARAGRAPH.

       *> Sets STATUS-MOVE-OK to "Y" when an application may go from
       *> APPL-OLD-STATUS to APPL-NEW-STATUS (both lower case):
       *>   submitted -> reviewed, accepted, rejected, withdrawn, closed
       *>   reviewed  -> accepted, rejected, withdrawn, closed
       *>   accepted  -> withdrawn
       *>   rejected, withdrawn, closed -> nothing (terminal)
       *> Closing a posting only closes applications still waiting on
       *> a decision; an accepted or rejected one keeps its outcome.
       *> A status from before the workflow (blank, or free text an
       *> employer once typed) is treated as submitted.
       CHECK-STATUS-MOVE.
           MOVE "N" TO STATUS-MOVE-OK
           EVALUATE APPL-OLD-STATUS
              WHEN "reviewed"
                 IF APPL-NEW-STATUS = "accepted" OR "rejected"
                                      OR "withdrawn" OR "closed"
                    MOVE "Y" TO STATUS-MOVE-OK
                 END-IF
              WHEN "accepted"
                 IF APPL-NEW-STATUS = "withdrawn"
                    MOVE "Y" TO STATUS-MOVE-OK
                 END-IF
              WHEN "rejected"
              WHEN "withdrawn"
              WHEN "closed"
                 CONTINUE
              WHEN OTHER
                 IF APPL-NEW-STATUS = "reviewed" OR "accepted"
                                      OR "rejected" OR "withdrawn"
                                      OR "closed"
                    MOVE "Y" TO STATUS-MOVE-OK
                 END-IF
           END-EVALUATE
           EXIT PARAGRAPH.

       *> Appends one STAMP | APPLICANT | POSTING | FROM | TO | BY row
       *> to the application history. Caller sets TARGET-USER (the
       *> applicant), APPL-JOB-NAME, APPL-OLD-STATUS and
       *> APPL-NEW-STATUS; USERNAME is whoever made the change.
       LOG-APPL-HISTORY.
           OPEN EXTEND APPL-HISTORY
           IF APPL-HIST-FS NOT = "00"
              OPEN OUTPUT APPL-HISTORY
              CLOSE APPL-HISTORY
              OPEN EXTEND APPL-HISTORY
           END-IF
           IF APPL-HIST-FS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO APPL-HIST-REC
           STRING FUNCTION CURRENT-DATE(1:14)     DELIMITED BY SIZE
                  " | "                           DELIMITED BY SIZE
                  FUNCTION TRIM(TARGET-USER)      DELIMITED BY SIZE
                  " | "                           DELIMITED BY SIZE
                  FUNCTION TRIM(APPL-JOB-NAME)    DELIMITED BY SIZE
                  " | "                           DELIMITED BY SIZE
                  FUNCTION TRIM(APPL-OLD-STATUS)  DELIMITED BY SIZE
                  " | "                           DELIMITED BY SIZE
                  FUNCTION TRIM(APPL-NEW-STATUS)  DELIMITED BY SIZE
                  " | "                           DELIMITED BY SIZE
                  FUNCTION TRIM(USERNAME)         DELIMITED BY SIZE
                  INTO APPL-HIST-REC
           END-STRING
           WRITE APPL-HIST-REC
           CLOSE APPL-HISTORY
           EXIT PARAGRAPH.

       *> Run once a posting's owner has closed it (JOB-NAME is the
       *> posting): every application on it still waiting on a
       *> decision (submitted, reviewed, or a pre-workflow status)
       *> moves to closed, with a history row and a note to the
       *> applicant. Accepted and rejected applications keep their
       *> outcome -- PLACEGEN and REPORTGEN count the placements on a
       *> filled posting -- and those applicants are not notified.
       CLOSE-POSTING-APPLICATIONS.
           MOVE 0 TO CLOSED-APPL-COUNT
           CLOSE APPLICATIONS
           OPEN INPUT APPLICATIONS
           IF APPLICATIONS-FS NOT = "00"
              CLOSE APPLICATIONS
              OPEN I-O APPLICATIONS
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT APPLICATIONS-TMP
           PERFORM UNTIL 1 = 0
              READ APPLICATIONS NEXT RECORD
                 AT END EXIT PERFORM
                 NOT AT END
                    MOVE APPLICATIONS-REC TO APPLICATIONS-TMP-REC
                    MOVE SPACES TO TARGET-USER APPL-JOB-NAME APPL-STATUS
                                    APPL-NOTE
                    UNSTRING APPLICATIONS-REC DELIMITED BY "|"
                       INTO TARGET-USER APPL-JOB-NAME APPL-STATUS
                            APPL-NOTE
                    END-UNSTRING
                    IF FUNCTION TRIM(APPL-JOB-NAME) = FUNCTION TRIM(JOB-NAME)
                       MOVE FUNCTION LOWER-CASE(FUNCTION TRIM(APPL-STATUS))
                          TO APPL-OLD-STATUS
                       MOVE "closed" TO APPL-NEW-STATUS
                       PERFORM CHECK-STATUS-MOVE
                       IF STATUS-MOVE-OK = "Y"
                          ADD 1 TO CLOSED-APPL-COUNT
                          PERFORM LOG-APPL-HISTORY
                          MOVE SPACES TO APPLICATIONS-TMP-REC
                          STRING FUNCTION TRIM(TARGET-USER)   DELIMITED BY SIZE
                                 " | "                        DELIMITED BY SIZE
                                 FUNCTION TRIM(APPL-JOB-NAME) DELIMITED BY SIZE
                                 " | "                        DELIMITED BY SIZE
                                 "closed"                     DELIMITED BY SIZE
                                 " | "                        DELIMITED BY SIZE
                                 FUNCTION TRIM(APPL-NOTE)     DELIMITED BY SIZE
                                 INTO APPLICATIONS-TMP-REC
                          END-STRING
                          MOVE FUNCTION TRIM(TARGET-USER) TO NOTIF-TARGET
                          MOVE SPACES TO NOTIF-TEXT
                          MOVE "APPL" TO NOTIF-CATEGORY
                          STRING "Posting "                   DELIMITED BY SIZE
                                 FUNCTION TRIM(APPL-JOB-NAME) DELIMITED BY SIZE
                                 " has been closed by the employer; your application is now closed"
                                                              DELIMITED BY SIZE
                                 INTO NOTIF-TEXT
                          END-STRING
                          PERFORM ADD-NOTIFICATION
                       END-IF
                    END-IF
                    WRITE APPLICATIONS-TMP-REC
              END-READ
           END-PERFORM
           CLOSE APPLICATIONS
           CLOSE APPLICATIONS-TMP

           MOVE "APPLICATIONS" TO JNL-TARGET
           PERFORM MARK-REWRITE-PENDING
           PERFORM COPY-APPL-TMP-BACK
           PERFORM CLEAR-REWRITE-JOURNAL
           OPEN I-O APPLICATIONS
           EXIT PARAGRAPH.

       *> Employer broadcast: one message to every applicant of a
       *> posting the caller owns, optionally only those at one status.
       *> Each recipient gets a messages.txt row plus a notification;
       *> applicants who withdrew, or who have blocked the employer,
       *> are skipped and counted. The posting may already be closed
       *> (and so gone from jobs.idx) -- then ownership is taken from
       *> the rows the employer left in application_history.
       BROADCAST-TO-APPLICANTS.
           MOVE "Enter the posting number:" TO MSG
           PERFORM WRITE-OUTPUT
           PERFORM READ-POSTING-NUMBER
           IF POSTING-NUM-OK NOT = "Y"
              MOVE "Please enter a posting number, e.g. 000042." TO MSG
              PERFORM WRITE-OUTPUT
              EXIT PARAGRAPH
           END-IF

           MOVE "N" TO POSTING-FOUND
           MOVE SPACES TO POSTER-NAME
           OPEN INPUT JOB-INDEX
           IF BROWSE-FS = "00"
              PERFORM UNTIL 1 = 0
                 READ JOB-INDEX
                    AT END EXIT PERFORM
                    NOT AT END
                       MOVE SPACES TO APPL-JOB-NAME JOB-TITLE EMPLOYER
                                      LOCATION SALARY POSTER-NAME
                       UNSTRING BROWSE-REC DELIMITED BY "|"
                          INTO APPL-JOB-NAME JOB-TITLE EMPLOYER
                               LOCATION SALARY POSTER-NAME
                       END-UNSTRING
                       IF FUNCTION TRIM(APPL-JOB-NAME) = FUNCTION TRIM(JOB-NAME)
                          MOVE "Y" TO POSTING-FOUND
                          EXIT PERFORM
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE JOB-INDEX

           IF POSTING-FOUND = "Y"
              IF FUNCTION TRIM(POSTER-NAME) NOT = FUNCTION TRIM(USERNAME)
                 MOVE "You can only message applicants for postings you created." TO MSG
                 PERFORM WRITE-OUTPUT
                 EXIT PARAGRAPH
              END-IF
           ELSE
              PERFORM FIND-CLOSED-POSTING-OWNER
              IF POSTING-FOUND NOT = "Y"
                 MOVE "No posting of yours found with that number." TO MSG
                 PERFORM WRITE-OUTPUT
                 EXIT PARAGRAPH
              END-IF
           END-IF

           MOVE "Only applicants at one status? (submitted/reviewed/accepted/rejected/closed), blank for all:" TO MSG
           PERFORM WRITE-OUTPUT
           READ INPUTFILE AT END EXIT PARAGRAPH
              NOT AT END ADD 1 TO INPUT-REC-COUNT MOVE FUNCTION TRIM(INPUT-REC) TO WS-FIELD
           END-READ
           MOVE FUNCTION LOWER-CASE(WS-FIELD(1:20)) TO BCAST-FILTER
           IF BCAST-FILTER NOT = SPACES
              AND BCAST-FILTER NOT = "submitted"
              AND BCAST-FILTER NOT = "reviewed"
              AND BCAST-FILTER NOT = "accepted"
              AND BCAST-FILTER NOT = "rejected"
              AND BCAST-FILTER NOT = "closed"
              MOVE "Unknown status. Nothing sent." TO MSG
              PERFORM WRITE-OUTPUT
              EXIT PARAGRAPH
           END-IF

           MOVE "N" TO VALID-MSG
           PERFORM UNTIL VALID-MSG = "Y"
               MOVE "Enter your message to the applicants (max 180 characters):" TO MSG
               PERFORM WRITE-OUTPUT
               READ INPUTFILE AT END EXIT PARAGRAPH
                  NOT AT END ADD 1 TO INPUT-REC-COUNT MOVE FUNCTION TRIM(INPUT-REC) TO BCAST-TEXT
               END-READ
               IF BCAST-TEXT = SPACES
                  MOVE "Message cannot be empty. Please try again." TO MSG
                  PERFORM WRITE-OUTPUT
               ELSE
                  IF FUNCTION LENGTH(FUNCTION TRIM(BCAST-TEXT)) > 180
                     MOVE "Message too long! Maximum 180 characters. Please try again." TO MSG
                     PERFORM WRITE-OUTPUT
                  ELSE
                     MOVE "Y" TO VALID-MSG
                  END-IF
               END-IF
           END-PERFORM

           *> Every message carries the posting number, so the
           *> applicant can tell which application it is about.
           MOVE SPACES TO MSG-CONTENT
           STRING "[Posting "               DELIMITED BY SIZE
                  FUNCTION TRIM(JOB-NAME)   DELIMITED BY SIZE
                  "] "                      DELIMITED BY SIZE
                  FUNCTION TRIM(BCAST-TEXT) DELIMITED BY SIZE
                  INTO MSG-CONTENT
           END-STRING

           MOVE 0 TO BCAST-SENT
           MOVE 0 TO BCAST-SKIPPED
           CLOSE APPLICATIONS
           OPEN INPUT APPLICATIONS
           IF APPLICATIONS-FS = "00"
              PERFORM UNTIL 1 = 0
                 READ APPLICATIONS NEXT RECORD
                    AT END EXIT PERFORM
                    NOT AT END
                       MOVE SPACES TO TARGET-USER APPL-JOB-NAME APPL-STATUS
                                       APPL-NOTE
                       UNSTRING APPLICATIONS-REC DELIMITED BY "|"
                          INTO TARGET-USER APPL-JOB-NAME APPL-STATUS
                               APPL-NOTE
                       END-UNSTRING
                       MOVE FUNCTION LOWER-CASE(FUNCTION TRIM(APPL-STATUS))
                          TO APPL-OLD-STATUS
                       IF APPL-OLD-STATUS = SPACES
                          MOVE "submitted" TO APPL-OLD-STATUS
                       END-IF
                       IF FUNCTION TRIM(APPL-JOB-NAME) = FUNCTION TRIM(JOB-NAME)
                          AND (BCAST-FILTER = SPACES
                               OR BCAST-FILTER = APPL-OLD-STATUS
                               OR APPL-OLD-STATUS = "withdrawn")
                          PERFORM BROADCAST-ONE-APPLICANT
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE APPLICATIONS
           OPEN I-O APPLICATIONS

           MOVE SPACES TO MSG
           STRING "Messages delivered: "  DELIMITED BY SIZE
                  BCAST-SENT              DELIMITED BY SIZE
                  "   Recipients skipped (withdrawn or blocked): "
                                          DELIMITED BY SIZE
                  BCAST-SKIPPED           DELIMITED BY SIZE
                  INTO MSG
           END-STRING
           PERFORM WRITE-OUTPUT
           EXIT PARAGRAPH.

       *> One applicant row of a broadcast (TARGET-USER, status in
       *> APPL-OLD-STATUS): skip withdrawn applicants and anyone who
       *> has blocked the employer, otherwise message and notify.
       BROADCAST-ONE-APPLICANT.
           IF APPL-OLD-STATUS = "withdrawn"
              ADD 1 TO BCAST-SKIPPED
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(TARGET-USER) TO BLK-A
           MOVE FUNCTION TRIM(USERNAME)    TO BLK-B
           PERFORM CHECK-USER-BLOCKED
           IF BLK-FOUND = "Y"
              ADD 1 TO BCAST-SKIPPED
              EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION TRIM(TARGET-USER) TO MSG-RECIPIENT
           PERFORM APPEND-MESSAGE-RECORD
           ADD 1 TO BCAST-SENT

           MOVE FUNCTION TRIM(TARGET-USER) TO NOTIF-TARGET
           MOVE SPACES TO NOTIF-TEXT
           MOVE "APPL" TO NOTIF-CATEGORY
           STRING "New message from "          DELIMITED BY SIZE
                  FUNCTION TRIM(USERNAME)      DELIMITED BY SIZE
                  " about your application for posting "
                                               DELIMITED BY SIZE
                  FUNCTION TRIM(JOB-NAME)      DELIMITED BY SIZE
                  INTO NOTIF-TEXT
           END-STRING
           PERFORM ADD-NOTIFICATION
           EXIT PARAGRAPH.

       *> Sets POSTING-FOUND to "Y" when application_history shows
       *> USERNAME moving an application on posting JOB-NAME to
       *> closed, or deciding one (reviewed/accepted/rejected) -- only
       *> the poster makes those moves, so USERNAME owned the posting.
       *> A filled posting may have no closed rows at all.
       FIND-CLOSED-POSTING-OWNER.
           MOVE "N" TO POSTING-FOUND
           OPEN INPUT APPL-HISTORY
           IF APPL-HIST-FS NOT = "00"
              CLOSE APPL-HISTORY
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
              READ APPL-HISTORY NEXT RECORD
                 AT END EXIT PERFORM
                 NOT AT END
                    MOVE SPACES TO HIST-STAMP HIST-APPLICANT HIST-POSTING
                                   HIST-FROM HIST-TO HIST-BY
                    UNSTRING APPL-HIST-REC DELIMITED BY "|"
                       INTO HIST-STAMP HIST-APPLICANT HIST-POSTING
                            HIST-FROM HIST-TO HIST-BY
                    END-UNSTRING
                    IF FUNCTION TRIM(HIST-POSTING) = FUNCTION TRIM(JOB-NAME)
                       AND (FUNCTION TRIM(HIST-TO) = "closed"
                            OR FUNCTION TRIM(HIST-TO) = "reviewed"
                            OR FUNCTION TRIM(HIST-TO) = "accepted"
                            OR FUNCTION TRIM(HIST-TO) = "rejected")
                       AND FUNCTION TRIM(HIST-BY) = FUNCTION TRIM(USERNAME)
                       MOVE "Y" TO POSTING-FOUND
                       EXIT PERFORM
                    END-IF
              END-READ
           END-PERFORM
           CLOSE APPL-HISTORY
           EXIT PARAGRAPH.

       *> ====================================
       *> Interview scheduling
       *> ====================================

           MOVE FUNCTION TRIM(TARGET-USER) TO NOTIF-TARGET
           MOVE SPACES TO NOTIF-TEXT
           MOVE "INTV" TO NOTIF-CATEGORY
           STRING FUNCTION TRIM(USERNAME)      DELIMITED BY SIZE
                  " offered you an interview for posting " DELIMITED BY SIZE
                  FUNCTION TRIM(APPL-JOB-NAME) DELIMITED BY SIZE
                  " at "                       DELIMITED BY SIZE
                  FUNCTION TRIM(INT-SLOT)      DELIMITED BY SIZE
                       AND FUNCTION TRIM(INT-REC-STATE) = "offered"
                       MOVE "Y" TO INT-FOUND
                       MOVE SPACES TO MSG
                       STRING "Interview offer: posting "      DELIMITED BY SIZE
                              FUNCTION TRIM(INT-REC-JOB)       DELIMITED BY SIZE
                              " with "                         DELIMITED BY SIZE
                              FUNCTION TRIM(INT-REC-EMPLOYER)  DELIMITED BY SIZE
       NOTIFY-INTERVIEW-RESPONSE.
           MOVE FUNCTION TRIM(INT-REC-EMPLOYER) TO NOTIF-TARGET
           MOVE SPACES TO NOTIF-TEXT
           MOVE "INTV" TO NOTIF-CATEGORY
           STRING FUNCTION TRIM(USERNAME)      DELIMITED BY SIZE
                  " "                          DELIMITED BY SIZE
                  FUNCTION TRIM(INT-REC-STATE) DELIMITED BY SIZE
                  " the interview for posting " DELIMITED BY SIZE
                  FUNCTION TRIM(INT-REC-JOB)   DELIMITED BY SIZE
                  " at "                       DELIMITED BY SIZE
                  FUNCTION TRIM(INT-REC-SLOT)  DELIMITED BY SIZE
           *> A saved search fills both filters; otherwise the usual
           *> one-line filter is typed fresh and can be saved below.
           MOVE SPACES TO FILTER-LOC-TEXT
           MOVE 0 TO FILTER-MIN-SALARY
           PERFORM OFFER-SAVED-SEARCHES
           IF SAVED-USED NOT = "Y"
              MOVE "Filter by keyword or location? Enter text, or blank to see everything:" TO MSG
              PERFORM WRITE-OUTPUT
              MOVE "(Add a $amount, e.g. Tampa $40,000 or $20/hour, to see only postings paying at least that.)" TO MSG
              PERFORM WRITE-OUTPUT
              READ INPUTFILE AT END MOVE SPACES TO FILTER-TEXT
                 NOT AT END ADD 1 TO INPUT-REC-COUNT MOVE FUNCTION TRIM(INPUT-REC) TO FILTER-TEXT
              END-READ
           END-IF
           PERFORM SPLIT-SALARY-FILTER

           PERFORM PRINT-JOBS-INTERNSHIPS

           IF SAVED-USED NOT = "Y"
              AND (FILTER-TEXT NOT = SPACES OR FILTER-MIN-SALARY > 0)
              MOVE "Save this search to get alerts for new postings? (Y/N)" TO MSG
              PERFORM WRITE-OUTPUT
              READ INPUTFILE AT END MOVE SPACE TO RESP-CHAR
           END-IF
           EXIT PARAGRAPH.

       *> Takes a "$amount" word out of FILTER-TEXT as the minimum
       *> salary filter: it is annualized like a posting's salary
       *> ("$20/hour" asks for $41,600 a year) and a posting passes
       *> when the top of its pay range reaches it. Postings with no
       *> recognisable salary are left out while it is set. The rest
       *> of the line stays the keyword filter. With no "$amount" the
       *> minimum is left as it was -- 0, or a saved search's own.
       SPLIT-SALARY-FILTER.
           MOVE 0 TO FILTER-SAL-START
           PERFORM VARYING FILTER-IX FROM 1 BY 1 UNTIL FILTER-IX > 300
              IF FILTER-TEXT(FILTER-IX:1) = "$"
                 MOVE FILTER-IX TO FILTER-SAL-START
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF FILTER-SAL-START = 0
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO FILTER-SAL-LEN
           PERFORM VARYING FILTER-IX FROM FILTER-SAL-START BY 1
                   UNTIL FILTER-IX > 300
              IF FILTER-TEXT(FILTER-IX:1) = SPACE
                 EXIT PERFORM
              END-IF
              ADD 1 TO FILTER-SAL-LEN
           END-PERFORM

           MOVE SPACES TO SAL-TEXT
           MOVE FILTER-TEXT(FILTER-SAL-START:FILTER-SAL-LEN) TO SAL-TEXT
           MOVE SPACES TO FILTER-TEXT(FILTER-SAL-START:FILTER-SAL-LEN)
           MOVE FUNCTION TRIM(FILTER-TEXT) TO FILTER-HAYSTACK
           MOVE FILTER-HAYSTACK TO FILTER-TEXT
           PERFORM PARSE-SALARY
           IF SAL-RESULT NOT = "P"
              MOVE 0 TO FILTER-MIN-SALARY
              MOVE "Minimum salary not recognised -- showing postings at any pay." TO MSG
              PERFORM WRITE-OUTPUT
              EXIT PARAGRAPH
           END-IF
           MOVE SAL-MIN TO FILTER-MIN-SALARY
           PERFORM SHOW-SALARY-FILTER
           EXIT PARAGRAPH.

       SHOW-SALARY-FILTER.
           MOVE FILTER-MIN-SALARY TO SAL-EDIT-MIN
           MOVE SPACES TO MSG
           STRING "Showing postings paying at least " DELIMITED BY SIZE
                  FUNCTION TRIM(SAL-EDIT-MIN)         DELIMITED BY SIZE
                  " a year."                          DELIMITED BY SIZE
                  INTO MSG
           END-STRING
           PERFORM WRITE-OUTPUT
           EXIT PARAGRAPH.

       *> ====================================
       *> Saved job searches
       *> ====================================
       *> Lists USERNAME's saved searches and lets one be run (filling
       *> both browse filters and the minimum salary) or deleted.
       *> Rows saved before the minimum was kept have no fifth field
       *> and run with no minimum. Sets SAVED-USED when a
       *> saved search was chosen so the caller skips the fresh
       *> filter prompt.
       OFFER-SAVED-SEARCHES.
                    AT END EXIT PERFORM
                    NOT AT END
                       MOVE SPACES TO SS-REC-USER SS-REC-NAME
                                       SS-REC-KEY SS-REC-LOC SS-REC-MIN
                       UNSTRING SS-REC DELIMITED BY "|"
                          INTO SS-REC-USER SS-REC-NAME
                               SS-REC-KEY SS-REC-LOC SS-REC-MIN
                       END-UNSTRING
                       IF FUNCTION TRIM(SS-REC-USER) = FUNCTION TRIM(USERNAME)
                          AND SS-COUNT < 20
                          MOVE FUNCTION TRIM(SS-REC-NAME) TO SS-TBL-NAME(SS-COUNT)
                          MOVE FUNCTION TRIM(SS-REC-KEY)  TO SS-TBL-KEY(SS-COUNT)
                          MOVE FUNCTION TRIM(SS-REC-LOC)  TO SS-TBL-LOC(SS-COUNT)
                          MOVE FUNCTION TRIM(SS-REC-MIN)  TO SS-REC-MIN
                          IF SS-REC-MIN(1:7) IS NUMERIC
                             AND SS-REC-MIN(8:1) = SPACE
                             MOVE SS-REC-MIN(1:7) TO SS-TBL-MIN(SS-COUNT)
                          ELSE
                             MOVE 0 TO SS-TBL-MIN(SS-COUNT)
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
           MOVE "Your saved searches:" TO MSG
           PERFORM WRITE-OUTPUT
           PERFORM VARYING SS-IX FROM 1 BY 1 UNTIL SS-IX > SS-COUNT
              MOVE SPACES TO SS-MIN-TEXT
              IF SS-TBL-MIN(SS-IX) > 0
                 MOVE SS-TBL-MIN(SS-IX) TO SAL-EDIT-MIN
                 STRING ", minimum salary: "          DELIMITED BY SIZE
                        FUNCTION TRIM(SAL-EDIT-MIN)   DELIMITED BY SIZE
                        " a year"                     DELIMITED BY SIZE
                        INTO SS-MIN-TEXT
                 END-STRING
              END-IF
              MOVE SPACES TO MSG
              STRING SS-IX                             DELIMITED BY SIZE
                     ". "                              DELIMITED BY SIZE
                     FUNCTION TRIM(SS-TBL-KEY(SS-IX))  DELIMITED BY SIZE
                     ", location: "                    DELIMITED BY SIZE
                     FUNCTION TRIM(SS-TBL-LOC(SS-IX))  DELIMITED BY SIZE
                     SS-MIN-TEXT                       DELIMITED BY "  "
                     ")"                               DELIMITED BY SIZE
                     INTO MSG
              END-STRING
           MOVE SS-TBL-KEY(SS-IX) TO FILTER-TEXT
           MOVE SPACES TO FILTER-LOC-TEXT
           MOVE SS-TBL-LOC(SS-IX) TO FILTER-LOC-TEXT
           MOVE SS-TBL-MIN(SS-IX) TO FILTER-MIN-SALARY
           MOVE "Y" TO SAVED-USED
           MOVE SPACES TO MSG
           STRING "Running saved search "             DELIMITED BY SIZE
                  INTO MSG
           END-STRING
           PERFORM WRITE-OUTPUT
           IF FILTER-MIN-SALARY > 0
              PERFORM SHOW-SALARY-FILTER
           END-IF
           EXIT PARAGRAPH.

       *> Saves the filter just typed (FILTER-TEXT and the minimum
       *> salary split off it) as a named search with its own
       *> location, so ALERTGEN can flag new postings that match it:
       *> USER|NAME|KEYWORD|LOCATION|MIN_SALARY, the minimum as seven
       *> digits of yearly pay (0000000 for none).
       SAVE-CURRENT-SEARCH.
           MOVE "Enter a name for this search:" TO MSG
           PERFORM WRITE-OUTPUT
                  FUNCTION TRIM(FILTER-TEXT)    DELIMITED BY SIZE
                  "|"                           DELIMITED BY SIZE
                  FUNCTION TRIM(SS-REC-LOC)     DELIMITED BY SIZE
                  "|"                           DELIMITED BY SIZE
                  FILTER-MIN-SALARY             DELIMITED BY SIZE
                  INTO SS-REC
           END-STRING
           WRITE SS-REC
           EXIT PARAGRAPH.

       VIEW-JOB-DETAILS.
           MOVE "Enter the posting number of the job you are looking for:" TO MSG
           PERFORM WRITE-OUTPUT
           PERFORM READ-POSTING-NUMBER
           IF POSTING-NUM-OK NOT = "Y"
              MOVE "Please enter a posting number, e.g. 000042." TO MSG
              PERFORM WRITE-OUTPUT
              EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-JOB-FILENAME

           MOVE "Searching for job post..." TO MSG
              MOVE "You have submitted an application" TO MSG
              PERFORM WRITE-OUTPUT
              CLOSE APPLICATIONS
              *> First row of the application's history trail
              MOVE FUNCTION TRIM(USERNAME) TO TARGET-USER
              MOVE FUNCTION TRIM(JOB-NAME) TO APPL-JOB-NAME
              MOVE "new"       TO APPL-OLD-STATUS
              MOVE "submitted" TO APPL-NEW-STATUS
              PERFORM LOG-APPL-HISTORY
              MOVE "APPLY" TO AUDIT-EVENT
              MOVE "OK" TO AUDIT-RESULT
              PERFORM LOG-AUDIT-EVENT
              *> The thing a campus network is for: someone you know
              *> may work there and can put in a word.
              MOVE "Ask one of your connections for a referral? (Y/N)" TO MSG
              PERFORM WRITE-OUTPUT

           MOVE FUNCTION TRIM(REF-TARGET) TO NOTIF-TARGET
           MOVE SPACES TO NOTIF-TEXT
           MOVE "REFR" TO NOTIF-CATEGORY
           STRING FUNCTION TRIM(USERNAME)          DELIMITED BY SIZE
                  " asked you to refer them for posting " DELIMITED BY SIZE
                  FUNCTION TRIM(JOB-NAME)          DELIMITED BY SIZE
                  INTO NOTIF-TEXT
           END-STRING
                       MOVE SPACES TO MSG
                       STRING "Referral request: "             DELIMITED BY SIZE
                              FUNCTION TRIM(REF-REC-APPLICANT) DELIMITED BY SIZE
                              " asks you to refer them for posting " DELIMITED BY SIZE
                              FUNCTION TRIM(REF-REC-JOB)       DELIMITED BY SIZE
                              INTO MSG
                       END-STRING
       NOTIFY-REFERRAL-RESPONSE.
           MOVE FUNCTION TRIM(REF-REC-APPLICANT) TO NOTIF-TARGET
           MOVE SPACES TO NOTIF-TEXT
           MOVE "REFR" TO NOTIF-CATEGORY
           STRING FUNCTION TRIM(USERNAME)       DELIMITED BY SIZE
                  " "                           DELIMITED BY SIZE
                  FUNCTION TRIM(REF-REC-STATUS) DELIMITED BY SIZE
                  " your referral request for posting " DELIMITED BY SIZE
                  FUNCTION TRIM(REF-REC-JOB)    DELIMITED BY SIZE
                  INTO NOTIF-TEXT
           END-STRING
                    MOVE SPACES TO EMPLOYER
                    MOVE SPACES TO LOCATION
                    MOVE SPACES TO SALARY
                    MOVE SPACES TO SAL-ROW-POSTER SAL-ROW-MIN
                                   SAL-ROW-MAX SAL-ROW-BASIS

                    UNSTRING BROWSE-REC DELIMITED BY "|"
                       INTO
                            EMPLOYER
                            LOCATION
                            SALARY
                            SAL-ROW-POSTER
                            SAL-ROW-MIN
                            SAL-ROW-MAX
                            SAL-ROW-BASIS
                    END-UNSTRING

                    *> Trim each field by copying to temp and back
                    MOVE FILTER-LOC-TEXT TO FILTER-NEEDLE
                    PERFORM CHECK-SUBSTRING-MATCH

                    *> Minimum salary: the posting's top of range must
                    *> reach it (0 lets every posting through).
                    MOVE SPACES TO SAL-TEXT
                    MOVE SALARY TO SAL-TEXT
                    PERFORM RESOLVE-ROW-SALARY
                    IF FILTER-MIN-SALARY > 0
                       AND (SAL-RESULT NOT = "P"
                            OR SAL-MAX < FILTER-MIN-SALARY)
                       MOVE "N" TO FILTER-MATCH
                    END-IF

                    IF (TITLE-MATCHES = "Y" OR LOCATION-MATCHES = "Y")
                       AND FILTER-MATCH = "Y"
                       MOVE SPACES TO MSG
                       STRING "Posting Number: "         DELIMITED BY SIZE
                              FUNCTION TRIM(JOB-NAME)    DELIMITED BY SIZE
                              INTO MSG
                       END-STRING
                       PERFORM WRITE-OUTPUT

                       MOVE SPACES TO MSG
                       STRING "Job Title: "              DELIMITED BY SIZE
                              FUNCTION TRIM(JOB-TITLE)   DELIMITED BY SIZE
                       END-STRING
                       PERFORM WRITE-OUTPUT

                       IF SALARY NOT = SPACES
                          MOVE SPACES TO MSG
                          IF SAL-RESULT = "P"
                             PERFORM FORMAT-SALARY-RANGE
                             STRING "Salary: "                    DELIMITED BY SIZE
                                    FUNCTION TRIM(SALARY)         DELIMITED BY SIZE
                                    " ("                          DELIMITED BY SIZE
                                    FUNCTION TRIM(SAL-RANGE-TEXT) DELIMITED BY SIZE
                                    ")"                           DELIMITED BY SIZE
                                    INTO MSG
                             END-STRING
                          ELSE
                             STRING "Salary: "            DELIMITED BY SIZE
                                    FUNCTION TRIM(SALARY) DELIMITED BY SIZE
                                    INTO MSG
                             END-STRING
                          END-IF
                          PERFORM WRITE-OUTPUT
                       END-IF

                       MOVE SPACES TO MSG
                       PERFORM WRITE-OUTPUT
                    END-IF

       *> Let the original poster close/expire their own posting.
       *> Rewrites jobs.idx without that JOB-NAME row, the same
       *> rewrite-via-temp-file approach WITHDRAW-APPLICATION uses
       *> for applications.txt.
       CLOSE-POSTING.
           MOVE "Enter the posting number of the posting to close:" TO MSG
           PERFORM WRITE-OUTPUT
           PERFORM READ-POSTING-NUMBER
           IF POSTING-NUM-OK NOT = "Y"
              MOVE "Please enter a posting number, e.g. 000042." TO MSG
              PERFORM WRITE-OUTPUT
              EXIT PARAGRAPH
           END-IF

           MOVE "N" TO POSTING-FOUND
           MOVE "N" TO POSTING-CLOSED
           OPEN INPUT JOB-INDEX
           IF BROWSE-FS NOT = "00"
              MOVE "ERROR: could not open jobs.idx" TO MSG
                          *> Not the poster -- keep the row as-is
                          MOVE BROWSE-REC TO JOB-INDEX-TMP-REC
                          WRITE JOB-INDEX-TMP-REC
                       ELSE
                          MOVE "Y" TO POSTING-CLOSED
                       END-IF
                       *> else: owner closing it -- drop the row (skip write)
                    ELSE
           PERFORM MARK-REWRITE-PENDING
           PERFORM COPY-JOBIDX-TMP-BACK
           PERFORM CLEAR-REWRITE-JOURNAL

           *> Applications still waiting on a decision close with the
           *> posting; accepted and rejected ones are left as they are.
           IF POSTING-CLOSED = "Y"
              MOVE "POST_CLOSE" TO AUDIT-EVENT
              MOVE "OK" TO AUDIT-RESULT
              PERFORM LOG-AUDIT-EVENT
              PERFORM CLOSE-POSTING-APPLICATIONS
              IF CLOSED-APPL-COUNT > 0
                 MOVE SPACES TO MSG
                 STRING "Open applications closed and applicants notified: "
                                              DELIMITED BY SIZE
                        CLOSED-APPL-COUNT     DELIMITED BY SIZE
                        INTO MSG
                 END-STRING
                 PERFORM WRITE-OUTPUT
              END-IF
           END-IF
           EXIT PARAGRAPH.

       POST-JOB-INTERNSHIP.
          *> -----------------------
          *> Collect Salary (OPTION)
          *> -----------------------
          *> The text is kept as typed for display; PARSE-SALARY turns
          *> it into the annualized range and pay basis the browse
          *> filter and SALARYGEN work from. Text it cannot read is
          *> sent back for re-entry (blank leaves the pay unstated).
          MOVE "Enter Salary (optional, e.g., $50,000/year, $25/hour):" TO MSG
          PERFORM WRITE-OUTPUT
          MOVE "U" TO SAL-RESULT
          PERFORM UNTIL SAL-RESULT NOT = "U"
              READ INPUTFILE AT END MOVE SPACES TO WS-FIELD
                  NOT AT END ADD 1 TO INPUT-REC-COUNT MOVE INPUT-REC TO WS-FIELD
              END-READ
              MOVE SPACES TO SAL-TEXT
              MOVE FUNCTION TRIM(WS-FIELD TRAILING) TO SAL-TEXT
              PERFORM PARSE-SALARY
              IF SAL-RESULT = "U"
                  MOVE "Salary not recognised. Give an amount or range with a pay period, e.g. $50,000/year, $20-25/hour, 50-60k (blank to leave it out):" TO MSG
                  PERFORM WRITE-OUTPUT
              END-IF
          END-PERFORM
          MOVE FUNCTION TRIM(WS-FIELD TRAILING) TO SALARY
          IF SAL-RESULT = "P"
              PERFORM FORMAT-SALARY-RANGE
              MOVE SPACES TO MSG
              STRING "Salary recorded as "          DELIMITED BY SIZE
                     FUNCTION TRIM(SAL-RANGE-TEXT) DELIMITED BY SIZE
                     "."                            DELIMITED BY SIZE
                     INTO MSG
              END-STRING
              PERFORM WRITE-OUTPUT
          END-IF

          *> ==================================
          *> Posting number and file: data/jobs/<number>
          *> ==================================
          PERFORM NEXT-POSTING-NUMBER

          MOVE SPACES TO WS-JOB-FILENAME
          STRING "data/jobs/"                 DELIMITED BY SIZE
                 FUNCTION TRIM(SALARY)     DELIMITED BY SIZE
                 " | "                     DELIMITED BY SIZE
                 FUNCTION TRIM(USERNAME)   DELIMITED BY SIZE
                 " | "                     DELIMITED BY SIZE
                 SAL-MIN                   DELIMITED BY SIZE
                 " | "                     DELIMITED BY SIZE
                 SAL-MAX                   DELIMITED BY SIZE
                 " | "                     DELIMITED BY SIZE
                 SAL-BASIS                 DELIMITED BY SIZE
                 INTO BROWSE-REC
          END-STRING
          WRITE BROWSE-REC
          CLOSE JOB-INDEX
          MOVE "POST_CREATE" TO AUDIT-EVENT
          MOVE "OK" TO AUDIT-RESULT
          PERFORM LOG-AUDIT-EVENT

          *> ==================================
          *> Write the full posting content

          MOVE "Job/Internship posting saved successfully." TO MSG
          PERFORM WRITE-OUTPUT    
          MOVE SPACES TO MSG
          STRING "Your posting number is "   DELIMITED BY SIZE
                 FUNCTION TRIM(JOB-NAME)     DELIMITED BY SIZE
                 "."                         DELIMITED BY SIZE
                 INTO MSG
          END-STRING
          PERFORM WRITE-OUTPUT
          EXIT PARAGRAPH.

       *> ====================================
                       MOVE "Y" TO POSTING-FOUND
                       MOVE SPACES TO MSG
                       STRING "- "                        DELIMITED BY SIZE
                              FUNCTION TRIM(JOB-NAME)     DELIMITED BY SIZE
                              " "                         DELIMITED BY SIZE
                              FUNCTION TRIM(JOB-TITLE)    DELIMITED BY SIZE
                              " ("                        DELIMITED BY SIZE
                              FUNCTION TRIM(LOCATION)     DELIMITED BY SIZE
           MOVE "Enter password:" TO MSG
           PERFORM WRITE-OUTPUT
           READ INPUTFILE AT END EXIT PARAGRAPH
              NOT AT END ADD 1 TO INPUT-REC-COUNT MOVE FUNCTION TRIM(INPUT-REC) TO USER-PASSWORD
           END-READ

           PERFORM CHECK-PASSWORD *>perform password validation
              PERFORM ASK-ACCOUNT-ROLE
              MOVE SPACES TO ACCT-REC
              MOVE FUNCTION TRIM(USERNAME) TO AR-USER
              MOVE FUNCTION TRIM(USER-PASSWORD) TO PW-PLAIN
              PERFORM MAKE-SALT
              PERFORM HASH-PASSWORD
              MOVE PW-HASHED TO AR-PASS
           EXIT PARAGRAPH.

       CHECK-PASSWORD. *> perform password validation
           MOVE FUNCTION LENGTH(FUNCTION TRIM(USER-PASSWORD)) TO PASSWORD-LEN

           MOVE "N" TO HAS-UPPER
           MOVE "N" TO HAS-DIGIT

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > PASSWORD-LEN
              EVALUATE TRUE
                 WHEN USER-PASSWORD(I:1) >= "A" AND USER-PASSWORD(I:1) <= "Z"
                    MOVE "Y" TO HAS-UPPER
                 WHEN USER-PASSWORD(I:1) >= "0" AND USER-PASSWORD(I:1) <= "9"
                    MOVE "Y" TO HAS-DIGIT
                 WHEN (USER-PASSWORD(I:1) >= "a" AND USER-PASSWORD(I:1) <= "z")
                    CONTINUE
                 WHEN OTHER
                    MOVE "Y" TO HAS-SPECIAL
              NOT AT END ADD 1 TO INPUT-REC-COUNT MOVE FUNCTION TRIM(INPUT-REC) TO NEW-PASSWORD
           END-READ

           MOVE NEW-PASSWORD TO USER-PASSWORD
           PERFORM CHECK-PASSWORD
           IF PASSWORD-VALID NOT = "Y"
              MOVE "PWCHANGE" TO AUDIT-EVENT
           PERFORM MAKE-SALT
           PERFORM HASH-PASSWORD
           MOVE PW-HASHED TO AR-PASS
           MOVE SPACE TO AR-PW-TEMP
           REWRITE ACCT-REC
           MOVE "PWCHANGE" TO AUDIT-EVENT
           MOVE "OK" TO AUDIT-RESULT
           PERFORM LOG-AUDIT-EVENT
           MOVE "Password changed successfully." TO MSG
           PERFORM WRITE-OUTPUT
           EXIT PARAGRAPH.

       *> An account ROSTERLOAD provisioned carries the temporary
       *> password the registrar handed out (AR-PW-TEMP = "T"). Right
       *> after that first login the user must choose their own, under
       *> the usual CHECK-PASSWORD rules and different from the
       *> temporary one, before anything else is shown; a failed
       *> attempt ends the login and the temporary password stays
       *> valid for the next try. Sets TEMP-PW-DONE to "Y" when the
       *> caller may carry on to the menu.
       REPLACE-TEMP-PASSWORD.
           MOVE "Y" TO TEMP-PW-DONE
           MOVE FUNCTION TRIM(USERNAME) TO AR-USER
           READ ACCOUNTS KEY IS AR-USER
              INVALID KEY
                 EXIT PARAGRAPH
           END-READ
           IF AR-PW-TEMP NOT = "T"
              EXIT PARAGRAPH
           END-IF

           MOVE "N" TO TEMP-PW-DONE
           MOVE "You are signed in with a temporary password. Choose your own password now." TO MSG
           PERFORM WRITE-OUTPUT
           MOVE "Enter new password:" TO MSG
           PERFORM WRITE-OUTPUT
           READ INPUTFILE AT END EXIT PARAGRAPH
              NOT AT END ADD 1 TO INPUT-REC-COUNT MOVE FUNCTION TRIM(INPUT-REC) TO NEW-PASSWORD
           END-READ

           MOVE NEW-PASSWORD TO USER-PASSWORD
           PERFORM CHECK-PASSWORD
           IF PASSWORD-VALID = "Y"
              MOVE NEW-PASSWORD TO PW-PLAIN
              PERFORM VERIFY-PASSWORD
              IF PW-MATCH = "Y"
                 MOVE "N" TO PASSWORD-VALID
              END-IF
           END-IF
           IF PASSWORD-VALID NOT = "Y"
              MOVE "PWCHANGE" TO AUDIT-EVENT
              MOVE "FAIL" TO AUDIT-RESULT
              PERFORM LOG-AUDIT-EVENT
              MOVE "New password does not meet requirements or repeats the temporary one. Log in again to retry." TO MSG
              PERFORM WRITE-OUTPUT
              EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION TRIM(NEW-PASSWORD) TO PW-PLAIN
           PERFORM MAKE-SALT
           PERFORM HASH-PASSWORD
           MOVE PW-HASHED TO AR-PASS
           MOVE SPACE TO AR-PW-TEMP
           REWRITE ACCT-REC
           MOVE "PWCHANGE" TO AUDIT-EVENT
           MOVE "OK" TO AUDIT-RESULT
           PERFORM LOG-AUDIT-EVENT
           MOVE "Password changed successfully." TO MSG
           PERFORM WRITE-OUTPUT
           MOVE "Y" TO TEMP-PW-DONE
           EXIT PARAGRAPH.

       *> ====================================
       *> Notification Inbox
       *> ====================================
       *> Appends one unread RECIPIENT|TEXT|N|CATEGORY row. Callers set
       *> NOTIF-TARGET, NOTIF-TEXT and NOTIF-CATEGORY (left blank it
       *> files under general notices); events a user raises about
       *> themselves are quietly skipped.
       ADD-NOTIFICATION.
           IF NOTIF-TARGET = SPACES
              OR FUNCTION TRIM(NOTIF-TARGET) = FUNCTION TRIM(USERNAME)
              MOVE SPACES TO NOTIF-CATEGORY
              EXIT PARAGRAPH
           END-IF
           IF NOTIF-CATEGORY = SPACES
              MOVE "GENL" TO NOTIF-CATEGORY
           END-IF
           CLOSE NOTIFICATIONS
           OPEN EXTEND NOTIFICATIONS
           MOVE SPACES TO NOTIF-REC
                  FUNCTION TRIM(NOTIF-TEXT)   DELIMITED BY SIZE
                  "|"                         DELIMITED BY SIZE
                  "N"                         DELIMITED BY SIZE
                  "|"                         DELIMITED BY SIZE
                  NOTIF-CATEGORY              DELIMITED BY SIZE
                  INTO NOTIF-REC
           END-STRING
           WRITE NOTIF-REC
           CLOSE NOTIFICATIONS
           MOVE SPACES TO NOTIF-CATEGORY
           EXIT PARAGRAPH.

       *> Shown right after a successful login: counts USERNAME's unread
       *> notifications, lists them, then flips them to read via the
       *> same temp-file rewrite VIEW-MY-MESSAGES uses. Rows in a
       *> category the user has turned off are marked read without
       *> being listed. Silent when there is nothing new.
       SHOW-NOTIFICATIONS.
           MOVE 0 TO NOTIF-COUNT
           MOVE 0 TO NOTIF-OFF-COUNT
           PERFORM LOAD-NOTIFY-PREFS
           CLOSE NOTIFICATIONS
           OPEN INPUT NOTIFICATIONS
           IF NOTIF-FS NOT = "00"
              READ NOTIFICATIONS NEXT RECORD
                 AT END EXIT PERFORM
                 NOT AT END
                    PERFORM SPLIT-NOTIF-REC
                    IF FUNCTION TRIM(NOTIF-REC-USER) = FUNCTION TRIM(USERNAME)
                       AND FUNCTION TRIM(NOTIF-REC-FLAG) NOT = "Y"
                       PERFORM FIND-NOTIFY-SETTING
                       IF NPF-SETTING = "O"
                          ADD 1 TO NOTIF-OFF-COUNT
                       ELSE
                          ADD 1 TO NOTIF-COUNT
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE NOTIFICATIONS

           IF NOTIF-COUNT = 0 AND NOTIF-OFF-COUNT = 0
              EXIT PARAGRAPH
           END-IF

           IF NOTIF-COUNT > 0
              MOVE NOTIF-COUNT TO NOTIF-COUNT-DISPLAY
              MOVE SPACES TO MSG
              STRING "You have "                         DELIMITED BY SIZE
                     FUNCTION TRIM(NOTIF-COUNT-DISPLAY)  DELIMITED BY SIZE
                     " new notification(s):"             DELIMITED BY SIZE
                     INTO MSG
              END-STRING
              PERFORM WRITE-OUTPUT
           END-IF

           OPEN INPUT NOTIFICATIONS
           OPEN OUTPUT NOTIF-TMP
              READ NOTIFICATIONS NEXT RECORD
                 AT END EXIT PERFORM
                 NOT AT END
                    PERFORM SPLIT-NOTIF-REC
                    IF FUNCTION TRIM(NOTIF-REC-USER) = FUNCTION TRIM(USERNAME)
                       AND FUNCTION TRIM(NOTIF-REC-FLAG) NOT = "Y"
                       PERFORM FIND-NOTIFY-SETTING
                       IF NPF-SETTING NOT = "O"
                          MOVE SPACES TO MSG
                          STRING "- "                           DELIMITED BY SIZE
                                 FUNCTION TRIM(NOTIF-REC-TEXT)  DELIMITED BY SIZE
                                 INTO MSG
                          END-STRING
                          PERFORM WRITE-OUTPUT
                       END-IF
                       MOVE "Y" TO NOTIF-REC-FLAG
                    END-IF
                    MOVE SPACES TO NOTIF-TMP-REC
                    STRING FUNCTION TRIM(NOTIF-REC-USER)     DELIMITED BY SIZE
                           "|"                               DELIMITED BY SIZE
                           FUNCTION TRIM(NOTIF-REC-TEXT)     DELIMITED BY SIZE
                           "|"                               DELIMITED BY SIZE
                           FUNCTION TRIM(NOTIF-REC-FLAG)     DELIMITED BY SIZE
                           "|"                               DELIMITED BY SIZE
                           NOTIF-REC-CATEGORY                DELIMITED BY SIZE
                           "|"                               DELIMITED BY SIZE
                           FUNCTION TRIM(NOTIF-REC-DIGESTED) DELIMITED BY SIZE
                           INTO NOTIF-TMP-REC
                    END-STRING
                    WRITE NOTIF-TMP-REC
           PERFORM CLEAR-REWRITE-JOURNAL
           EXIT PARAGRAPH.

       *> Rows written before categories existed have only three
       *> fields; they read as general notices.
       SPLIT-NOTIF-REC.
           MOVE SPACES TO NOTIF-REC-USER NOTIF-REC-TEXT NOTIF-REC-FLAG
                          NOTIF-REC-CATEGORY NOTIF-REC-DIGESTED
           UNSTRING NOTIF-REC DELIMITED BY "|"
              INTO NOTIF-REC-USER NOTIF-REC-TEXT NOTIF-REC-FLAG
                   NOTIF-REC-CATEGORY NOTIF-REC-DIGESTED
           END-UNSTRING
           IF NOTIF-REC-CATEGORY = SPACES
              MOVE "GENL" TO NOTIF-REC-CATEGORY
           END-IF
           EXIT PARAGRAPH.

       *> ====================================
       *> Notification Preferences
       *> ====================================
       *> Per category, a user chooses whether notifications also go
       *> out in DIGESTGEN's nightly e-mail digest, stay in the login
       *> inbox only, or are turned off. Account and general notices
       *> (dormancy warnings, moderation outcomes) cannot be turned off.
       NOTIFICATION-PREFERENCES.
           PERFORM UNTIL 1 = 0
              PERFORM LOAD-NOTIFY-PREFS
              MOVE "=============NOTIFICATION PREFERENCES============" TO MSG
              PERFORM WRITE-OUTPUT
              MOVE "D = e-mail digest and in-app, A = in-app only, O = off" TO MSG
              PERFORM WRITE-OUTPUT
              PERFORM VARYING NPF-CX FROM 1 BY 1 UNTIL NPF-CX > 8
                 MOVE NPF-SETTINGS(NPF-CX:1) TO NPF-SETTING
                 PERFORM SET-NOTIFY-SETTING-TEXT
                 MOVE NPF-CX TO NPF-N1
                 MOVE SPACES TO MSG
                 STRING NPF-N1                          DELIMITED BY SIZE
                        " = "                           DELIMITED BY SIZE
                        FUNCTION TRIM(NPF-LABEL(NPF-CX)) DELIMITED BY SIZE
                        ": "                            DELIMITED BY SIZE
                        FUNCTION TRIM(NPF-SETTING-TEXT) DELIMITED BY SIZE
                        INTO MSG
                 END-STRING
                 PERFORM WRITE-OUTPUT
              END-PERFORM
              MOVE "Enter a category number to change (1-8), or 0 to return:" TO MSG
              PERFORM WRITE-OUTPUT
              READ INPUTFILE AT END EXIT PERFORM
                 NOT AT END ADD 1 TO INPUT-REC-COUNT MOVE FUNCTION NUMVAL(INPUT-REC) TO NPF-PICK
              END-READ
              IF NPF-PICK = 0
                 EXIT PERFORM
              END-IF
              IF NPF-PICK > 8
                 MOVE "Invalid option, choose a category 1-8 or 0" TO MSG
                 PERFORM WRITE-OUTPUT
              ELSE
                 PERFORM CHANGE-NOTIFY-SETTING
              END-IF
           END-PERFORM
           EXIT PARAGRAPH.

       CHANGE-NOTIFY-SETTING.
           MOVE SPACES TO MSG
           STRING "New setting for "                    DELIMITED BY SIZE
                  FUNCTION TRIM(NPF-LABEL(NPF-PICK))    DELIMITED BY SIZE
                  " (D = e-mail digest, A = in-app only, O = off):"
                                                        DELIMITED BY SIZE
                  INTO MSG
           END-STRING
           PERFORM WRITE-OUTPUT
           READ INPUTFILE AT END MOVE SPACE TO RESP-CHAR
              NOT AT END ADD 1 TO INPUT-REC-COUNT MOVE FUNCTION TRIM(INPUT-REC)(1:1) TO RESP-CHAR
           END-READ
           EVALUATE TRUE
              WHEN RESP-CHAR = "D" OR RESP-CHAR = "d"
                 MOVE "D" TO NPF-SETTING
              WHEN RESP-CHAR = "A" OR RESP-CHAR = "a"
                 MOVE "A" TO NPF-SETTING
              WHEN RESP-CHAR = "O" OR RESP-CHAR = "o"
                 MOVE "O" TO NPF-SETTING
              WHEN OTHER
                 MOVE "Invalid setting -- nothing changed." TO MSG
                 PERFORM WRITE-OUTPUT
                 EXIT PARAGRAPH
           END-EVALUATE
           IF NPF-SETTING = "O" AND NPF-CODE(NPF-PICK) = "GENL"
              MOVE "Account and general notices cannot be turned off." TO MSG
              PERFORM WRITE-OUTPUT
              EXIT PARAGRAPH
           END-IF
           MOVE NPF-SETTING TO NPF-SETTINGS(NPF-PICK:1)
           PERFORM SAVE-NOTIFY-PREFS
           MOVE "Preference saved." TO MSG
           PERFORM WRITE-OUTPUT
           EXIT PARAGRAPH.

       SET-NOTIFY-SETTING-TEXT.
           EVALUATE NPF-SETTING
              WHEN "A"
                 MOVE "in-app only" TO NPF-SETTING-TEXT
              WHEN "O"
                 MOVE "off" TO NPF-SETTING-TEXT
              WHEN OTHER
                 MOVE "e-mail digest" TO NPF-SETTING-TEXT
           END-EVALUATE
           EXIT PARAGRAPH.

       *> Loads USERNAME's settings into NPF-SETTINGS; no row, or an
       *> unrecognised character, means the digest.
       LOAD-NOTIFY-PREFS.
           MOVE "DDDDDDDD" TO NPF-SETTINGS
           OPEN INPUT NOTIFY-PREFS
           IF NPF-FS = "00"
              PERFORM UNTIL 1 = 0
                 READ NOTIFY-PREFS NEXT RECORD
                    AT END EXIT PERFORM
                    NOT AT END
                       MOVE SPACES TO NPF-REC-USER NPF-REC-SETTINGS
                       UNSTRING NPF-REC DELIMITED BY "|"
                          INTO NPF-REC-USER NPF-REC-SETTINGS
                       END-UNSTRING
                       IF FUNCTION TRIM(NPF-REC-USER) = FUNCTION TRIM(USERNAME)
                          MOVE NPF-REC-SETTINGS TO NPF-SETTINGS
                          EXIT PERFORM
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE NOTIFY-PREFS
           PERFORM VARYING NPF-CX FROM 1 BY 1 UNTIL NPF-CX > 8
              IF NPF-SETTINGS(NPF-CX:1) NOT = "D"
                 AND NPF-SETTINGS(NPF-CX:1) NOT = "A"
                 AND NPF-SETTINGS(NPF-CX:1) NOT = "O"
                 MOVE "D" TO NPF-SETTINGS(NPF-CX:1)
              END-IF
           END-PERFORM
           EXIT PARAGRAPH.

       *> Sets NPF-SETTING from NPF-SETTINGS for NOTIF-REC-CATEGORY; a
       *> code not in the table counts as a general notice.
       FIND-NOTIFY-SETTING.
           MOVE 8 TO NPF-CX
           PERFORM VARYING NPF-FX FROM 1 BY 1 UNTIL NPF-FX > 8
              IF NPF-CODE(NPF-FX) = NOTIF-REC-CATEGORY
                 MOVE NPF-FX TO NPF-CX
                 EXIT PERFORM
              END-IF
           END-PERFORM
           MOVE NPF-SETTINGS(NPF-CX:1) TO NPF-SETTING
           EXIT PARAGRAPH.

       *> Replaces USERNAME's row with the current NPF-SETTINGS.
       SAVE-NOTIFY-PREFS.
           OPEN OUTPUT NOTIFY-PREFS-TMP
           OPEN INPUT NOTIFY-PREFS
           IF NPF-FS = "00"
              PERFORM UNTIL 1 = 0
                 READ NOTIFY-PREFS NEXT RECORD
                    AT END EXIT PERFORM
                    NOT AT END
                       MOVE SPACES TO NPF-REC-USER NPF-REC-SETTINGS
                       UNSTRING NPF-REC DELIMITED BY "|"
                          INTO NPF-REC-USER NPF-REC-SETTINGS
                       END-UNSTRING
                       IF FUNCTION TRIM(NPF-REC-USER) NOT = FUNCTION TRIM(USERNAME)
                          MOVE NPF-REC TO NPF-TMP-REC
                          WRITE NPF-TMP-REC
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE NOTIFY-PREFS
           MOVE SPACES TO NPF-TMP-REC
           STRING FUNCTION TRIM(USERNAME) DELIMITED BY SIZE
                  "|"                     DELIMITED BY SIZE
                  NPF-SETTINGS            DELIMITED BY SIZE
                  INTO NPF-TMP-REC
           END-STRING
           WRITE NPF-TMP-REC
           CLOSE NOTIFY-PREFS-TMP
           MOVE "NOTIFYPREFS" TO JNL-TARGET
           PERFORM MARK-REWRITE-PENDING
           PERFORM COPY-NPF-TMP-BACK
           PERFORM CLEAR-REWRITE-JOURNAL
           EXIT PARAGRAPH.

       *> Self-service account removal. Re-validates the current
       *> password with the same plain keyed READ CHANGE-PASSWORD uses
       *> (not CHECK-CREDENTIALS, for the same lockout-bookkeeping
       *> reason), asks for an explicit YES, then deletes the ACCOUNTS
       *> record and cascades through every file that mentions the
       *> username -- keyed deletes on the indexed connection files,
       *> the usual temp-file rewrite everywhere else. Sets DEACT-DONE
       *> so USER-MENU logs the user out.
       DEACTIVATE-ACCOUNT.
           MOVE "N" TO DEACT-DONE
           MOVE "Enter your current password to deactivate your account:" TO MSG
           PERFORM PURGE-USER-ENDORSEMENTS
           PERFORM PURGE-USER-SKILLS
           PERFORM PURGE-USER-NOTIFICATIONS
           PERFORM PURGE-USER-NOTIFY-PREFS
           PERFORM PURGE-USER-GROUPS
           PERFORM PURGE-USER-SAVED-SEARCHES
           PERFORM PURGE-USER-BLOCKS
           PERFORM PURGE-USER-REFERRALS
           PERFORM PURGE-USER-MENTORING
           PERFORM PURGE-USER-EVENTS
           PERFORM PURGE-USER-REPORTS
           PERFORM PURGE-USER-PROFILE
           PERFORM PURGE-USER-RECOMMENDATIONS

           MOVE "Y" TO DEACT-DONE
           EXIT PARAGRAPH.

       *> Drops every pending request USERNAME sent or received. Each
       *> pass STARTs afresh on the alternate key, since the record
       *> just deleted was the one the file was positioned on.
       PURGE-USER-CONNECTIONS.
           PERFORM UNTIL 1 = 0
              MOVE FUNCTION TRIM(USERNAME) TO CONN-SENDER
              START CONNECTIONS KEY IS = CONN-SENDER
                 INVALID KEY EXIT PERFORM
              END-START
              READ CONNECTIONS NEXT RECORD
                 AT END EXIT PERFORM
              END-READ
              DELETE CONNECTIONS RECORD
                 INVALID KEY EXIT PERFORM
              END-DELETE
           END-PERFORM
           PERFORM UNTIL 1 = 0
              MOVE FUNCTION TRIM(USERNAME) TO CONN-RECIP
              START CONNECTIONS KEY IS = CONN-RECIP
                 INVALID KEY EXIT PERFORM
              END-START
              READ CONNECTIONS NEXT RECORD
                 AT END EXIT PERFORM
              END-READ
              DELETE CONNECTIONS RECORD
                 INVALID KEY EXIT PERFORM
              END-DELETE
           END-PERFORM
           EXIT PARAGRAPH.

       *> Drops every accepted connection pair naming USERNAME, on
       *> either side of the pair. Each pair dropped is audited as a
       *> CONN_REMOVE, so nightly balancing can account for it.
       PURGE-USER-NETWORK.
           PERFORM UNTIL 1 = 0
              MOVE FUNCTION TRIM(USERNAME) TO NET-USER-A
              START NETWORK KEY IS = NET-USER-A
                 INVALID KEY EXIT PERFORM
              END-START
              READ NETWORK NEXT RECORD
                 AT END EXIT PERFORM
              END-READ
              DELETE NETWORK RECORD
                 INVALID KEY EXIT PERFORM
              END-DELETE
              MOVE "CONN_REMOVE" TO AUDIT-EVENT
              MOVE "OK" TO AUDIT-RESULT
              PERFORM LOG-AUDIT-EVENT
           END-PERFORM
           PERFORM UNTIL 1 = 0
              MOVE FUNCTION TRIM(USERNAME) TO NET-USER-B
              START NETWORK KEY IS = NET-USER-B
                 INVALID KEY EXIT PERFORM
              END-START
              READ NETWORK NEXT RECORD
                 AT END EXIT PERFORM
              END-READ
              DELETE NETWORK RECORD
                 INVALID KEY EXIT PERFORM
              END-DELETE
              MOVE "CONN_REMOVE" TO AUDIT-EVENT
              MOVE "OK" TO AUDIT-RESULT
              PERFORM LOG-AUDIT-EVENT
           END-PERFORM
           EXIT PARAGRAPH.

       *> Drops every message USERNAME sent or received.
                    IF FUNCTION TRIM(TARGET-USER) NOT = FUNCTION TRIM(USERNAME)
                       MOVE APPLICATIONS-REC TO APPLICATIONS-TMP-REC
                       WRITE APPLICATIONS-TMP-REC
                    ELSE
                       MOVE "APPL_PURGE" TO AUDIT-EVENT
                       MOVE "OK" TO AUDIT-RESULT
                       PERFORM LOG-AUDIT-EVENT
                    END-IF
              END-READ
           END-PERFORM
           PERFORM CLEAR-REWRITE-JOURNAL
           EXIT PARAGRAPH.

       *> Drops USERNAME's notification preference row.
       PURGE-USER-NOTIFY-PREFS.
           CLOSE NOTIFY-PREFS
           OPEN INPUT NOTIFY-PREFS
           OPEN OUTPUT NOTIFY-PREFS-TMP
           PERFORM UNTIL 1 = 0
              READ NOTIFY-PREFS NEXT RECORD
                 AT END EXIT PERFORM
                 NOT AT END
                    MOVE SPACES TO NPF-REC-USER
                    UNSTRING NPF-REC DELIMITED BY "|"
                       INTO NPF-REC-USER
                    END-UNSTRING
                    IF FUNCTION TRIM(NPF-REC-USER) NOT = FUNCTION TRIM(USERNAME)
                       MOVE NPF-REC TO NPF-TMP-REC
                       WRITE NPF-TMP-REC
                    END-IF
              END-READ
           END-PERFORM
           CLOSE NOTIFY-PREFS
           CLOSE NOTIFY-PREFS-TMP
           MOVE "NOTIFYPREFS" TO JNL-TARGET
           PERFORM MARK-REWRITE-PENDING
           PERFORM COPY-NPF-TMP-BACK
           PERFORM CLEAR-REWRITE-JOURNAL
           EXIT PARAGRAPH.

       *> Drops every referral row naming USERNAME as applicant or
       *> referrer.
       PURGE-USER-REFERRALS.
           EXIT PARAGRAPH.

       *> Rewrites profiles.idx without any existing rows for USERNAME
       *> (the same temp-file pattern PURGE-USER-MESSAGES uses), then appends
       *> the fresh username -> first/last row, so the index holds
       *> exactly one row per user no matter how often they re-save.
       UPDATE-PROFILES-INDEX.
                     INTO PF-REC
              WRITE PF-REC

              MOVE "Enter Years Attended:" TO MSG
              PERFORM WRITE-OUTPUT
              READ INPUTFILE AT END MOVE SPACES TO WS-FIELD
                 NOT AT END ADD 1 TO INPUT-REC-COUNT MOVE INPUT-REC TO WS-FIELD
              END-READ
              MOVE SPACES TO PF-REC
              STRING "Years Attended: " DELIMITED BY SIZE
                     WS-FIELD          DELIMITED BY SIZE
                     INTO PF-REC
              WRITE PF-REC
           END-PERFORM

           *> Skills (up to 5 entries, always write one labeled line each
           *> so the file has a stable, parseable shape -- blank entries
           *> are simply skipped wherever skills are listed or endorsed)
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > 5
              MOVE "Enter Skill (blank to skip):" TO MSG
              PERFORM WRITE-OUTPUT
              READ INPUTFILE AT END MOVE SPACES TO WS-FIELD
                 NOT AT END ADD 1 TO INPUT-REC-COUNT MOVE INPUT-REC TO WS-FIELD
              END-READ
              MOVE SPACES TO PF-REC
              STRING "Skill: " DELIMITED BY SIZE
                     WS-FIELD  DELIMITED BY SIZE
                     INTO PF-REC
              WRITE PF-REC
           END-PERFORM

           CLOSE PROFILE-FILE
           MOVE "Profile saved successfully." TO MSG
           PERFORM WRITE-OUTPUT
           PERFORM USER-MENU
           EXIT PARAGRAPH.

       PRINT-PROFILE.
           READ PROFILE-FILE
              AT END
                  MOVE "Y" TO PROFILE-EOF
              NOT AT END
                  IF PF-REC(1:9) = "Username:"
                     OR PF-REC(1:11) = "Visibility:"
                     CONTINUE
                  ELSE
                     MOVE FUNCTION TRIM(PF-REC) TO MSG
                     PERFORM WRITE-OUTPUT
                  END-IF
           END-READ.

       *> add a function to search for the profile 
       *> check if the profile file exists that we're searching for 
       *> if the profiel exists, you just move that value to the variable
       *> profile-file and you perform print-profile

       WRITE-OUTPUT.
           MOVE MSG TO OUT-REC
           WRITE OUT-REC
           DISPLAY MSG.

       *> Writes one structured line to the security audit log, kept
       *> separate from the general OUTPUTFILE transcript. Callers set
       *> AUDIT-EVENT (e.g. "LOGIN", "CREATE") and AUDIT-RESULT ("OK" or
       *> "FAIL") and USERNAME before calling.
       LOG-AUDIT-EVENT.
           MOVE SPACES TO AUDIT-REC
           STRING FUNCTION CURRENT-DATE(1:14) DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  FUNCTION TRIM(USERNAME) DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  FUNCTION TRIM(AUDIT-EVENT) DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  FUNCTION TRIM(AUDIT-RESULT) DELIMITED BY SIZE
                  INTO AUDIT-REC
           END-STRING
           WRITE AUDIT-REC.

             *> Add a new menu option for searching profiles

       *> ====================================
       *> Profile visibility
       *> ====================================
       *> Reads the Visibility: line of VIS-USER's profile into
       *> VIS-FLAG ("E" everyone, "C" connections-only, "H" hidden).
       *> A profile from before the setting existed -- or no profile
       *> at all -- reads as everyone.
       GET-PROFILE-VISIBILITY.
           MOVE "E" TO VIS-FLAG
           MOVE SPACES TO VIS-FILENAME
           STRING "data/profiles/"        DELIMITED BY SIZE
                  FUNCTION TRIM(VIS-USER) DELIMITED BY SIZE
                  INTO VIS-FILENAME
           END-STRING
           OPEN INPUT VIS-FILE
           IF VIS-FS NOT = "00"
              CLOSE VIS-FILE
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
              READ VIS-FILE NEXT RECORD
                 AT END EXIT PERFORM
                 NOT AT END
                    IF VIS-REC(1:12) = "Visibility: "
                       EVALUATE FUNCTION UPPER-CASE(VIS-REC(13:1))
                          WHEN "C" MOVE "C" TO VIS-FLAG
                          WHEN "H" MOVE "H" TO VIS-FLAG
                          WHEN OTHER MOVE "E" TO VIS-FLAG
                       END-EVALUATE
                       EXIT PERFORM
                    END-IF
              END-READ
           END-PERFORM
           CLOSE VIS-FILE
           EXIT PARAGRAPH.

       *> May the logged-in USERNAME read VIS-USER's full profile,
       *> given the VIS-FLAG just loaded? Owners always may; hidden
       *> profiles admit nobody else; connections-only admits only
       *> first-degree connections on NETWORK.
       CHECK-VIS-ALLOWED.
           MOVE "Y" TO VIS-ALLOWED
           IF FUNCTION TRIM(VIS-USER) = FUNCTION TRIM(USERNAME)
              EXIT PARAGRAPH
           END-IF
           EVALUATE VIS-FLAG
              WHEN "H"
                 MOVE "N" TO VIS-ALLOWED
              WHEN "C"
                 PERFORM CHECK-VIS-CONNECTION
                 IF VIS-CONN-FOUND NOT = "Y"
                    MOVE "N" TO VIS-ALLOWED
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           EXIT PARAGRAPH.

       *> IS-CONNECTED's canonical-pair search, but on the NET-CHK
       *> handle and its own work fields, so it cannot disturb a
       *> caller that is mid-read on NETWORK.
       CHECK-VIS-CONNECTION.
           MOVE "N" TO VIS-CONN-FOUND
           MOVE FUNCTION TRIM(USERNAME) TO VIS-CANON-A
           MOVE FUNCTION TRIM(VIS-USER) TO VIS-CANON-B
           IF VIS-CANON-A > VIS-CANON-B
              MOVE VIS-CANON-A TO VIS-SWAP
              MOVE VIS-CANON-B TO VIS-CANON-A
              MOVE VIS-SWAP TO VIS-CANON-B
           END-IF
           OPEN INPUT NET-CHK
           IF NET-CHK-FS NOT = "00"
              CLOSE NET-CHK
              EXIT PARAGRAPH
           END-IF
           MOVE VIS-CANON-A TO NCHK-USER-A
           MOVE VIS-CANON-B TO NCHK-USER-B
           READ NET-CHK KEY IS NCHK-KEY
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE "Y" TO VIS-CONN-FOUND
           END-READ
           CLOSE NET-CHK
           EXIT PARAGRAPH.

       *> Module to search for a profile by name. Matching goes through
       *> profiles.idx with partial, case-insensitive first/last name
       *> matching; every candidate is listed before one is opened, and
       *> the chosen profile is resolved by username (the key the
       *> profile files are stored under).
       SEARCH-PROFILE.
           MOVE "Enter all or part of the first or last name:" TO MSG
           PERFORM WRITE-OUTPUT
           READ INPUTFILE AT END EXIT PARAGRAPH
              NOT AT END ADD 1 TO INPUT-REC-COUNT MOVE FUNCTION TRIM(INPUT-REC) TO WS-FIELD
           END-READ

           MOVE "Searching for profiles..." TO MSG
           PERFORM WRITE-OUTPUT
           MOVE WS-FILENAME TO WS-FILENAME-SAVED

           MOVE 0 TO SRCH-COUNT
           OPEN INPUT PROFILES-INDEX
           IF PRO-FS = "00"
              PERFORM UNTIL 1 = 0
                 READ PROFILES-INDEX NEXT RECORD
                    AT END EXIT PERFORM
                    NOT AT END
                       UNSTRING PRF-REC
                          DELIMITED BY ALL " "
                          INTO IDX-USER IDX-FN IDX-LN
                       END-UNSTRING
                       IF FUNCTION TRIM(IDX-USER) NOT = SPACES
                          PERFORM CHECK-SEARCH-CANDIDATE
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE PROFILES-INDEX

           IF SRCH-COUNT = 0
              MOVE "No matching profiles found." TO MSG
              PERFORM WRITE-OUTPUT
              MOVE WS-FILENAME-SAVED TO WS-FILENAME
              EXIT PARAGRAPH
           END-IF

           MOVE "Matching profiles:" TO MSG
           PERFORM WRITE-OUTPUT
           PERFORM VARYING SRCH-IX FROM 1 BY 1 UNTIL SRCH-IX > SRCH-COUNT
              MOVE SPACES TO MSG
              STRING SRCH-IX                              DELIMITED BY SIZE
                     ". "                                 DELIMITED BY SIZE
                     FUNCTION TRIM(SRCH-NAME(SRCH-IX))    DELIMITED BY SIZE
                     " ("                                 DELIMITED BY SIZE
                     FUNCTION TRIM(SRCH-USER(SRCH-IX))    DELIMITED BY SIZE
                     ")"                                  DELIMITED BY SIZE
                     INTO MSG
              END-STRING
              PERFORM WRITE-OUTPUT
           END-PERFORM

           MOVE "Enter the number of the profile to open, or 0 to cancel:" TO MSG
           PERFORM WRITE-OUTPUT
           READ INPUTFILE AT END EXIT PARAGRAPH
              NOT AT END ADD 1 TO INPUT-REC-COUNT MOVE FUNCTION NUMVAL(INPUT-REC) TO SRCH-IX
           END-READ
           IF SRCH-IX = 0
              MOVE WS-FILENAME-SAVED TO WS-FILENAME
              EXIT PARAGRAPH
           END-IF
           IF SRCH-IX < 1 OR SRCH-IX > SRCH-COUNT
              MOVE "Invalid selection." TO MSG
              PERFORM WRITE-OUTPUT
              MOVE WS-FILENAME-SAVED TO WS-FILENAME
              EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION TRIM(SRCH-USER(SRCH-IX)) TO TARGET-USER

           *> A connections-only profile opens in full only for the
           *> owner's first-degree connections; everyone else gets the
           *> username and the chance to send a request.
           MOVE FUNCTION TRIM(TARGET-USER) TO VIS-USER
           PERFORM GET-PROFILE-VISIBILITY
           PERFORM CHECK-VIS-ALLOWED
           IF VIS-ALLOWED NOT = "Y"
              MOVE SPACES TO MSG
              STRING "This profile is limited to its owner's connections. Username: "
                                                 DELIMITED BY SIZE
                     FUNCTION TRIM(TARGET-USER)  DELIMITED BY SIZE
                     INTO MSG
              END-STRING
              PERFORM WRITE-OUTPUT
              MOVE "Send a connection request to this user? (Y/N):" TO MSG
              PERFORM WRITE-OUTPUT
              READ INPUTFILE AT END MOVE SPACE TO RESP-CHAR
                 NOT AT END ADD 1 TO INPUT-REC-COUNT MOVE FUNCTION TRIM(INPUT-REC)(1:1) TO RESP-CHAR
              END-READ
              IF RESP-CHAR = "Y" OR RESP-CHAR = "y"
                 PERFORM SEND-CONNECTION-REQUEST-DIRECT
              END-IF
              MOVE WS-FILENAME-SAVED TO WS-FILENAME
              EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-FILENAME
           STRING "data/profiles/"           DELIMITED BY SIZE
                  FUNCTION TRIM(TARGET-USER) DELIMITED BY SIZE
                  INTO WS-FILENAME
           END-STRING

           MOVE 'N' TO PROFILE-EOF
           OPEN INPUT PROFILE-FILE
           IF PROFILE-STATUS = "00"
              MOVE "Profile found. Displaying profile:" TO MSG
              PERFORM WRITE-OUTPUT
              PERFORM UNTIL PROFILE-EOF = "Y"
                  PERFORM PRINT-PROFILE
              END-PERFORM
              CLOSE PROFILE-FILE
              *> Show this profile's connections (always display the header)
              MOVE "Connections:" TO MSG
              PERFORM WRITE-OUTPUT
              MOVE TARGET-USER TO PARAM-USER
              PERFORM LIST-CONNECTIONS-FOR-USER
              PERFORM LIST-SKILLS-AND-ENDORSE
              MOVE "Send a connection request to this user? (Y/N, or R to report this profile):" TO MSG
              PERFORM WRITE-OUTPUT
              READ INPUTFILE AT END MOVE SPACE TO RESP-CHAR
                 NOT AT END ADD 1 TO INPUT-REC-COUNT MOVE FUNCTION TRIM(INPUT-REC)(1:1) TO RESP-CHAR
              END-READ
              IF RESP-CHAR = "Y" OR RESP-CHAR = "y"
                 PERFORM SEND-CONNECTION-REQUEST-DIRECT
              END-IF
              IF RESP-CHAR = "R" OR RESP-CHAR = "r"
                 PERFORM REPORT-VIEWED-PROFILE
              END-IF
              MOVE WS-FILENAME-SAVED TO WS-FILENAME
           ELSE
              MOVE "Profile not found." TO MSG
              PERFORM WRITE-OUTPUT
              MOVE WS-FILENAME-SAVED TO WS-FILENAME
           END-IF.

       *> One profiles.idx row against the search text: partial,
       *> case-insensitive match on either the first or the last name.
       *> Duplicate index rows for the same username collapse to one
       *> candidate. Blank search text lists everybody.
       CHECK-SEARCH-CANDIDATE.
           PERFORM VARYING SRCH-IX FROM 1 BY 1 UNTIL SRCH-IX > SRCH-COUNT
              IF SRCH-USER(SRCH-IX) = FUNCTION TRIM(IDX-USER)
                 EXIT PARAGRAPH
              END-IF
           END-PERFORM

           *> A profile whose owner has blocked the searcher never
           *> surfaces in the results.
           MOVE FUNCTION TRIM(IDX-USER)  TO BLK-A
           MOVE FUNCTION TRIM(USERNAME)  TO BLK-B
           PERFORM CHECK-USER-BLOCKED
           IF BLK-FOUND = "Y"
              EXIT PARAGRAPH
           END-IF

           *> Dormant accounts stay out of search until their owner
           *> logs in again.
           MOVE FUNCTION TRIM(IDX-USER) TO DORM-USER
           PERFORM CHECK-USER-DORMANT
           IF DORM-FOUND = "Y"
              EXIT PARAGRAPH
           END-IF

           MOVE IDX-FN TO LK-FIRST-NAME
           MOVE IDX-LN TO LK-LAST-NAME
           INSPECT LK-FIRST-NAME REPLACING ALL "_" BY " "
           INSPECT LK-LAST-NAME  REPLACING ALL "_" BY " "

           MOVE FUNCTION UPPER-CASE(LK-FIRST-NAME) TO FILTER-HAYSTACK
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-FIELD)) TO FILTER-NEEDLE
           PERFORM CHECK-SUBSTRING-MATCH
           IF FILTER-MATCH NOT = "Y"
              MOVE FUNCTION UPPER-CASE(LK-LAST-NAME) TO FILTER-HAYSTACK
              MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-FIELD)) TO FILTER-NEEDLE
              PERFORM CHECK-SUBSTRING-MATCH
           END-IF
           IF FILTER-MATCH NOT = "Y"
              EXIT PARAGRAPH
           END-IF

           *> Visibility: hidden profiles never surface to anyone
           *> else; connections-only profiles surface to strangers as
           *> just the username, with the name reserved for the
           *> owner's first-degree connections.
           MOVE FUNCTION TRIM(IDX-USER) TO VIS-USER
           PERFORM GET-PROFILE-VISIBILITY
           PERFORM CHECK-VIS-ALLOWED
           IF VIS-FLAG = "H" AND VIS-ALLOWED NOT = "Y"
              EXIT PARAGRAPH
           END-IF

           IF SRCH-COUNT < 20
              ADD 1 TO SRCH-COUNT
              MOVE FUNCTION TRIM(IDX-USER) TO SRCH-USER(SRCH-COUNT)
              MOVE SPACES TO SRCH-NAME(SRCH-COUNT)
              IF VIS-FLAG = "C" AND VIS-ALLOWED NOT = "Y"
                 MOVE FUNCTION TRIM(IDX-USER) TO SRCH-NAME(SRCH-COUNT)
              ELSE
                 STRING FUNCTION TRIM(LK-FIRST-NAME) DELIMITED BY SIZE
                        " "                          DELIMITED BY SIZE
                        FUNCTION TRIM(LK-LAST-NAME)  DELIMITED BY SIZE
                        INTO SRCH-NAME(SRCH-COUNT)
                 END-STRING
              END-IF
           END-IF
           EXIT PARAGRAPH.

       *> Lists the Skills section of the profile currently open under
       *> WS-FILENAME (TARGET-USER must already be set), showing each
       *> skill's endorsement count, then -- unless this is the caller's
       *> own profile -- offers to record a new endorsement.
       LIST-SKILLS-AND-ENDORSE.
           MOVE 0 TO SKILL-LIST-COUNT
           MOVE "Skills:" TO MSG
           PERFORM WRITE-OUTPUT
           OPEN INPUT PROFILE-FILE
           PERFORM UNTIL 1 = 0
              READ PROFILE-FILE NEXT RECORD
                 AT END EXIT PERFORM
                 NOT AT END
                    IF PF-REC(1:6) = "Skill:"
                       MOVE FUNCTION TRIM(PF-REC(8:100)) TO SKILL-NAME
                       IF SKILL-NAME NOT = SPACES
                          ADD 1 TO SKILL-LIST-COUNT
                          MOVE SKILL-NAME TO SKILL-LIST-ENTRY(SKILL-LIST-COUNT)
                          MOVE TARGET-USER TO ENDORSE-OWNER
                          MOVE SKILL-NAME TO ENDORSE-SKILL
                          PERFORM SCAN-ENDORSEMENTS
                          *> Flag skills backed by a completed lesson
                          MOVE TARGET-USER TO CERT-USER
                          PERFORM CHECK-SKILL-CERTIFIED
                          MOVE SPACES TO MSG
                          IF CERT-FLAG = "Y"
                             STRING SKILL-LIST-COUNT      DELIMITED BY SIZE
                                    ". "                  DELIMITED BY SIZE
                                    FUNCTION TRIM(SKILL-NAME) DELIMITED BY SIZE
                                    " ("                  DELIMITED BY SIZE
                                    ENDORSE-COUNT         DELIMITED BY SIZE
                                    " endorsement(s))"    DELIMITED BY SIZE
                                    " [certified]"        DELIMITED BY SIZE
                                    INTO MSG
                             END-STRING
                          ELSE
                             STRING SKILL-LIST-COUNT      DELIMITED BY SIZE
                                    ". "                  DELIMITED BY SIZE
                                    FUNCTION TRIM(SKILL-NAME) DELIMITED BY SIZE
                                    " ("                  DELIMITED BY SIZE
                                    ENDORSE-COUNT         DELIMITED BY SIZE
                                    " endorsement(s))"    DELIMITED BY SIZE
                                    INTO MSG
                             END-STRING
                          END-IF
                          PERFORM WRITE-OUTPUT
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE PROFILE-FILE

           IF SKILL-LIST-COUNT = 0
              MOVE "  (no skills listed)" TO MSG
              PERFORM WRITE-OUTPUT
              EXIT PARAGRAPH
           END-IF

           IF FUNCTION TRIM(TARGET-USER) = FUNCTION TRIM(USERNAME)
              EXIT PARAGRAPH
           END-IF

           MOVE "Endorse a skill for this user? Enter its number, or 0 to skip:" TO MSG
           PERFORM WRITE-OUTPUT
           READ INPUTFILE AT END EXIT PARAGRAPH
              NOT AT END ADD 1 TO INPUT-REC-COUNT MOVE FUNCTION NUMVAL(INPUT-REC) TO SKILL-LIST-IX
           END-READ

           IF SKILL-LIST-IX = 0
              EXIT PARAGRAPH
           END-IF
           IF SKILL-LIST-IX < 1 OR SKILL-LIST-IX > SKILL-LIST-COUNT
              MOVE "Invalid skill selection." TO MSG
              PERFORM WRITE-OUTPUT
              EXIT PARAGRAPH
           END-IF

           MOVE SKILL-LIST-ENTRY(SKILL-LIST-IX) TO ENDORSE-SKILL
           MOVE TARGET-USER TO ENDORSE-OWNER
           PERFORM SCAN-ENDORSEMENTS
           IF ENDORSE-ALREADY = "Y"
              MOVE "You have already endorsed this skill." TO MSG
              PERFORM WRITE-OUTPUT
              EXIT PARAGRAPH
           END-IF

           PERFORM ADD-ENDORSEMENT
           MOVE "Endorsement recorded." TO MSG
           PERFORM WRITE-OUTPUT
           EXIT PARAGRAPH.

       *> Sets ENDORSE-COUNT to the number of endorsements ENDORSE-OWNER
       *> has for ENDORSE-SKILL, and ENDORSE-ALREADY to "Y" if USERNAME
       *> is already one of the endorsers.
       SCAN-ENDORSEMENTS.
           MOVE 0 TO ENDORSE-COUNT
           MOVE "N" TO ENDORSE-ALREADY
           OPEN INPUT ENDORSEMENTS
           IF ENDORSE-FS = "00"
              PERFORM UNTIL 1 = 0
                 READ ENDORSEMENTS NEXT RECORD
                    AT END EXIT PERFORM
                    NOT AT END
                       MOVE SPACES TO ENDORSE-REC-OWNER ENDORSE-REC-SKILL
                                       ENDORSE-REC-ENDORSER
                       UNSTRING ENDORSE-REC DELIMITED BY "|"
                          INTO ENDORSE-REC-OWNER ENDORSE-REC-SKILL
                               ENDORSE-REC-ENDORSER
                       END-UNSTRING
                       IF FUNCTION TRIM(ENDORSE-REC-OWNER) = FUNCTION TRIM(ENDORSE-OWNER)
                          AND FUNCTION TRIM(ENDORSE-REC-SKILL) = FUNCTION TRIM(ENDORSE-SKILL)
                          ADD 1 TO ENDORSE-COUNT
                          IF FUNCTION TRIM(ENDORSE-REC-ENDORSER) = FUNCTION TRIM(USERNAME)
                             MOVE "Y" TO ENDORSE-ALREADY
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ENDORSEMENTS
           END-IF
           EXIT PARAGRAPH.

       *> Appends one ENDORSE-OWNER|ENDORSE-SKILL|USERNAME row.
       ADD-ENDORSEMENT.
           OPEN EXTEND ENDORSEMENTS
           MOVE SPACES TO ENDORSE-REC
           STRING FUNCTION TRIM(ENDORSE-OWNER) DELIMITED BY SIZE
                  "|"                          DELIMITED BY SIZE
                  FUNCTION TRIM(ENDORSE-SKILL) DELIMITED BY SIZE
                  "|"                          DELIMITED BY SIZE
                  FUNCTION TRIM(USERNAME)      DELIMITED BY SIZE
                  INTO ENDORSE-REC
           END-STRING
           WRITE ENDORSE-REC
           CLOSE ENDORSEMENTS
           *> Tell the profile owner at their next login
           MOVE FUNCTION TRIM(ENDORSE-OWNER) TO NOTIF-TARGET
           MOVE SPACES TO NOTIF-TEXT
           MOVE "PROF" TO NOTIF-CATEGORY
           STRING FUNCTION TRIM(USERNAME)      DELIMITED BY SIZE
                  " endorsed your skill "      DELIMITED BY SIZE
                  FUNCTION TRIM(ENDORSE-SKILL) DELIMITED BY SIZE
                  INTO NOTIF-TEXT
           END-STRING
           PERFORM ADD-NOTIFICATION
           EXIT PARAGRAPH.

       *> ====================================
       *> Resume Export
       *> ====================================
       *> Writes a plain-text resume to data/<username>_resume.txt,
       *> combining the caller's own profile, network size, and
       *> application history. Lives directly under data/ like every
       *> other file this program writes, rather than a subdirectory
       *> nothing creates.
       EXPORT-RESUME.
           MOVE SPACES TO WS-RESUME-FILENAME
           STRING "data/"                  DELIMITED BY SIZE
                  FUNCTION TRIM(USERNAME)  DELIMITED BY SIZE
                  "_resume.txt"            DELIMITED BY SIZE
                  INTO WS-RESUME-FILENAME
           END-STRING

           OPEN OUTPUT RESUME-FILE
           IF RESUME-FS NOT = "00"
              MOVE "Could not create resume export file." TO MSG
              PERFORM WRITE-OUTPUT
              EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO RESUME-REC
           STRING "RESUME FOR "            DELIMITED BY SIZE
                  FUNCTION TRIM(USERNAME)  DELIMITED BY SIZE
                  INTO RESUME-REC
           END-STRING
           WRITE RESUME-REC

           MOVE SPACES TO RESUME-REC
           STRING "Generated "                 DELIMITED BY SIZE
                  FUNCTION CURRENT-DATE(1:8)    DELIMITED BY SIZE
                  INTO RESUME-REC
           END-STRING
           WRITE RESUME-REC

           MOVE SPACES TO RESUME-REC
           WRITE RESUME-REC

           *> Profile section
           MOVE "--- PROFILE ---" TO RESUME-REC
           WRITE RESUME-REC

           MOVE WS-FILENAME TO WS-FILENAME-SAVED
           PERFORM SET-MY-PROFILE-FILENAME
           MOVE 'N' TO PROFILE-EOF
           OPEN INPUT PROFILE-FILE
           IF PROFILE-STATUS = "00"
              PERFORM UNTIL PROFILE-EOF = "Y"
                 READ PROFILE-FILE
                    AT END
                       MOVE "Y" TO PROFILE-EOF
                    NOT AT END
                       EVALUATE TRUE
                          WHEN PF-REC(1:9) = "Username:"
                             CONTINUE
                          WHEN PF-REC(1:11) = "Visibility:"
                             CONTINUE
                          WHEN PF-REC(1:6) = "Skill:"
                             AND FUNCTION TRIM(PF-REC(8:100)) NOT = SPACES
                             *> Mark skills backed by a completed lesson
                             MOVE FUNCTION TRIM(PF-REC(8:100)) TO SKILL-NAME
                             MOVE FUNCTION TRIM(USERNAME) TO CERT-USER
                             PERFORM CHECK-SKILL-CERTIFIED
                             MOVE SPACES TO RESUME-REC
                             IF CERT-FLAG = "Y"
                                STRING FUNCTION TRIM(PF-REC) DELIMITED BY SIZE
                                       " (certified)"        DELIMITED BY SIZE
                                       INTO RESUME-REC
                                END-STRING
                             ELSE
                                MOVE FUNCTION TRIM(PF-REC) TO RESUME-REC
                             END-IF
                             WRITE RESUME-REC
                          WHEN OTHER
                             MOVE SPACES TO RESUME-REC
                             MOVE FUNCTION TRIM(PF-REC) TO RESUME-REC
                             WRITE RESUME-REC
                       END-EVALUATE
                 END-READ
              END-PERFORM
              CLOSE PROFILE-FILE
           ELSE
              MOVE "(no profile on file)" TO RESUME-REC
              WRITE RESUME-REC
           END-IF
           MOVE WS-FILENAME-SAVED TO WS-FILENAME

           MOVE SPACES TO RESUME-REC
           WRITE RESUME-REC

           *> Network section
           MOVE "--- NETWORK ---" TO RESUME-REC
           WRITE RESUME-REC

           MOVE 0 TO RESUME-CONN-COUNT
           MOVE FUNCTION TRIM(USERNAME) TO NETQ-USER
           PERFORM START-CONNECTIONS-OF
           PERFORM UNTIL NETQ-DONE = "Y"
              PERFORM NEXT-CONNECTION-OF
              IF NETQ-OTHER NOT = SPACES
                 ADD 1 TO RESUME-CONN-COUNT
              END-IF
           END-PERFORM

           MOVE SPACES TO RESUME-REC
           STRING "Connections: "     DELIMITED BY SIZE
                  RESUME-CONN-COUNT   DELIMITED BY SIZE
                  INTO RESUME-REC
           END-STRING
           WRITE RESUME-REC

           MOVE SPACES TO RESUME-REC
           WRITE RESUME-REC

           *> Application history section
           MOVE "--- APPLICATION HISTORY ---" TO RESUME-REC
           WRITE RESUME-REC

           MOVE "N" TO APPL-FOUND
           OPEN INPUT APPLICATIONS
           IF APPLICATIONS-FS = "00"
              PERFORM UNTIL 1 = 0
                 READ APPLICATIONS NEXT RECORD
                    AT END EXIT PERFORM
                    NOT AT END
                       MOVE SPACES TO TARGET-USER APPL-JOB-NAME APPL-STATUS
                       UNSTRING APPLICATIONS-REC DELIMITED BY "|"
                          INTO TARGET-USER
                               APPL-JOB-NAME
                               APPL-STATUS
                       END-UNSTRING
                       IF FUNCTION TRIM(APPL-STATUS) = SPACES
                          MOVE "submitted" TO APPL-STATUS
                       END-IF
                       IF FUNCTION TRIM(TARGET-USER) = FUNCTION TRIM(USERNAME)
                          MOVE "Y" TO APPL-FOUND
                          MOVE SPACES TO RESUME-REC
                          STRING "- "                          DELIMITED BY SIZE
                                 FUNCTION TRIM(APPL-JOB-NAME)  DELIMITED BY SIZE
                                 " ("                          DELIMITED BY SIZE
                                 FUNCTION TRIM(APPL-STATUS)    DELIMITED BY SIZE
                                 ")"                           DELIMITED BY SIZE
                                 INTO RESUME-REC
                          END-STRING
                          WRITE RESUME-REC
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE APPLICATIONS
           END-IF
           IF APPL-FOUND = "N"
              MOVE "(no applications submitted)" TO RESUME-REC
              WRITE RESUME-REC
           END-IF

           CLOSE RESUME-FILE
           MOVE SPACES TO MSG
           STRING "Resume exported to "              DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RESUME-FILENAME)  DELIMITED BY SIZE
                  INTO MSG
           END-STRING
           PERFORM WRITE-OUTPUT
           EXIT PARAGRAPH.

       *> ====================================
       *> Messaging Feature
       *> ====================================
       MESSAGING-MENU.
           MOVE "==================MESSAGES MENU==================" TO MSG
          PERFORM WRITE-OUTPUT
          MOVE "0 = Return to Main Menu" TO MSG
          PERFORM WRITE-OUTPUT
          MOVE "1 = Send a New Message" TO MSG
           PERFORM WRITE-OUTPUT
           MOVE "2 = View My Messages" TO MSG
           PERFORM WRITE-OUTPUT
           MOVE "3 = View Sent Messages" TO MSG
           PERFORM WRITE-OUTPUT
           MOVE "4 = View a Conversation" TO MSG
           PERFORM WRITE-OUTPUT
           MOVE "5 = Report a Received Message" TO MSG
           PERFORM WRITE-OUTPUT
          MOVE "==================================================" TO MSG
          PERFORM WRITE-OUTPUT
          MOVE "Enter your choice (0-5):" TO MSG
           PERFORM WRITE-OUTPUT
           READ INPUTFILE AT END EXIT PARAGRAPH
              NOT AT END ADD 1 TO INPUT-REC-COUNT MOVE FUNCTION NUMVAL(INPUT-REC) TO OPTION-CHOICE
           END-READ

           MOVE OPTION-CHOICE TO MSG
           PERFORM WRITE-OUTPUT

           EVALUATE OPTION-CHOICE
              WHEN 1
                 PERFORM SEND-NEW-MESSAGE
              WHEN 2
                 PERFORM VIEW-MY-MESSAGES
              WHEN 3
                 PERFORM VIEW-SENT-MESSAGES
              WHEN 4
                 PERFORM VIEW-CONVERSATION
              WHEN 5
                 PERFORM REPORT-RECEIVED-MESSAGE
              WHEN 0
                 EXIT PARAGRAPH
              WHEN OTHER
                 MOVE "Invalid option, choose 0, 1, 2, 3, 4, or 5" TO MSG
                 PERFORM WRITE-OUTPUT
           END-EVALUATE
           EXIT PARAGRAPH.

       SEND-NEW-MESSAGE.
           *> Prompt for recipient username
           MOVE "Enter recipient username:" TO MSG
           PERFORM WRITE-OUTPUT
           READ INPUTFILE AT END EXIT PARAGRAPH
              NOT AT END ADD 1 TO INPUT-REC-COUNT MOVE FUNCTION TRIM(INPUT-REC) TO MSG-RECIPIENT
           END-READ

           *> Validate recipient exists in accounts -- direct keyed lookup
           MOVE "N" TO USER-FOUND
           MOVE FUNCTION TRIM(MSG-RECIPIENT) TO AR-USER
           READ ACCOUNTS KEY IS AR-USER
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE "Y" TO USER-FOUND
           END-READ

           IF USER-FOUND = "N"
              MOVE "User not found. Message not sent." TO MSG
              PERFORM WRITE-OUTPUT
              EXIT PARAGRAPH
           END-IF

           *> Validate recipient is in sender's network (connected)
           MOVE FUNCTION TRIM(USERNAME)      TO CANON-A
           MOVE FUNCTION TRIM(MSG-RECIPIENT) TO CANON-B
           MOVE "N" TO REQ-FOUND
           PERFORM IS-CONNECTED
           IF REQ-FOUND = "N"
              MOVE "You can only message users you are connected with." TO MSG
              PERFORM WRITE-OUTPUT
              EXIT PARAGRAPH
           END-IF

           *> Prompt for message content
           MOVE "N" TO VALID-MSG
           PERFORM UNTIL VALID-MSG = "Y"
               MOVE "Enter your message (max 200 characters):" TO MSG
               PERFORM WRITE-OUTPUT
               READ INPUTFILE AT END EXIT PARAGRAPH
                  NOT AT END ADD 1 TO INPUT-REC-COUNT MOVE FUNCTION TRIM(INPUT-REC) TO MSG-CONTENT
               END-READ
    
               IF MSG-CONTENT = SPACES
                  MOVE "Message cannot be empty. Please try again." TO MSG
                  PERFORM WRITE-OUTPUT
               ELSE
                   IF FUNCTION LENGTH(FUNCTION TRIM(MSG-CONTENT)) > 200
                       MOVE "Message too long! Maximum 200 characters. Please try again." TO MSG
                       PERFORM WRITE-OUTPUT
                   ELSE
                       MOVE "Y" TO VALID-MSG
                   END-IF
               END-IF
           END-PERFORM

           PERFORM APPEND-MESSAGE-RECORD

           MOVE "Message sent successfully." TO MSG
           PERFORM WRITE-OUTPUT
           EXIT PARAGRAPH.

       *> Appends USERNAME -> MSG-RECIPIENT with MSG-CONTENT to
       *> messages.txt, stamping the sent time.
       *> Format: SENDER|RECIPIENT|MESSAGE_CONTENT|READ_FLAG|SENT_TIME
       APPEND-MESSAGE-RECORD.
           *> A recipient who has blocked the sender never receives
           *> the message; the sender still sees a normal send, so the
           *> block stays quiet.
           MOVE FUNCTION TRIM(MSG-RECIPIENT) TO BLK-A
           MOVE FUNCTION TRIM(USERNAME)      TO BLK-B
           PERFORM CHECK-USER-BLOCKED
           IF BLK-FOUND = "Y"
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO MSG-SENT-TIME
           CLOSE MESSAGES
           OPEN EXTEND MESSAGES
           MOVE SPACES TO MESSAGE-REC
           STRING FUNCTION TRIM(USERNAME)      DELIMITED BY SIZE
                  "|"                          DELIMITED BY SIZE
                  FUNCTION TRIM(MSG-RECIPIENT) DELIMITED BY SIZE
                  "|"                          DELIMITED BY SIZE
                  FUNCTION TRIM(MSG-CONTENT)   DELIMITED BY SIZE
                  "|"                          DELIMITED BY SIZE
                  "N"                          DELIMITED BY SIZE
                  "|"                          DELIMITED BY SIZE
                  MSG-SENT-TIME                DELIMITED BY SIZE
                  INTO MESSAGE-REC
           END-STRING
           WRITE MESSAGE-REC
           CLOSE MESSAGES
           OPEN I-O MESSAGES
           EXIT PARAGRAPH.

       *> Renders MSG-SENT-TIME (YYYYMMDDHHMMSS) as a readable
       *> "YYYY-MM-DD HH:MM:SS"; messages from before timestamps were
       *> recorded come through blank and display without a date.
       FORMAT-MSG-TIME.
           MOVE SPACES TO MSG-TIME-DISPLAY
           IF MSG-SENT-TIME = SPACES
              EXIT PARAGRAPH
           END-IF
           STRING MSG-SENT-TIME(1:4)  DELIMITED BY SIZE
                  "-"                 DELIMITED BY SIZE
                  MSG-SENT-TIME(5:2)  DELIMITED BY SIZE
                  "-"                 DELIMITED BY SIZE
                  MSG-SENT-TIME(7:2)  DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  MSG-SENT-TIME(9:2)  DELIMITED BY SIZE
                  ":"                 DELIMITED BY SIZE
                  MSG-SENT-TIME(11:2) DELIMITED BY SIZE
                  ":"                 DELIMITED BY SIZE
                  MSG-SENT-TIME(13:2) DELIMITED BY SIZE
                  INTO MSG-TIME-DISPLAY
           END-STRING
           EXIT PARAGRAPH.

       *> Lists messages addressed to USERNAME, tags each [New]/[Read],
       *> and flips unread ones to read -- rewriting messages.txt via
       *> MESSAGES-TMP the same way VIEW-APPLICANTS rewrites applications.txt.
       VIEW-MY-MESSAGES.
           MOVE "My Messages:" TO MSG
           PERFORM WRITE-OUTPUT
           MOVE "N" TO MSG-FOUND
           MOVE "N" TO MSG-EOF

           CLOSE MESSAGES
           OPEN INPUT MESSAGES
           OPEN OUTPUT MESSAGES-TMP

           PERFORM UNTIL MSG-EOF = "Y"
              READ MESSAGES NEXT RECORD
                 AT END
                    MOVE "Y" TO MSG-EOF
                 NOT AT END
                    IF MESSAGE-REC = SPACES
                       CONTINUE
                    ELSE
                       MOVE SPACES TO MSG-SENDER
                       MOVE SPACES TO MSG-RECIPIENT
                       MOVE SPACES TO MSG-CONTENT
                       MOVE SPACES TO MSG-READ-FLAG
                       MOVE SPACES TO MSG-SENT-TIME
                       UNSTRING MESSAGE-REC
                          DELIMITED BY "|"
                          INTO MSG-SENDER
                               MSG-RECIPIENT
                               MSG-CONTENT
                               MSG-READ-FLAG
                               MSG-SENT-TIME
                       END-UNSTRING
                       IF FUNCTION TRIM(MSG-READ-FLAG) = SPACES
                          MOVE "N" TO MSG-READ-FLAG
                       END-IF

                       IF FUNCTION TRIM(MSG-RECIPIENT) = FUNCTION TRIM(USERNAME)
                          MOVE "Y" TO MSG-FOUND
                          PERFORM DISPLAY-SINGLE-MESSAGE
                       END-IF

                       PERFORM BUILD-MESSAGE-TMP-REC
                       WRITE MESSAGE-TMP-REC
                    END-IF
              END-READ
           END-PERFORM

           CLOSE MESSAGES
           CLOSE MESSAGES-TMP

           *> Replace messages.txt with the (possibly read-flag-updated)
           *> temp contents, journaled so an interrupted swap is rolled
           *> forward at the next startup.
           MOVE "MESSAGES" TO JNL-TARGET
           PERFORM MARK-REWRITE-PENDING
           PERFORM COPY-MSG-TMP-BACK
           PERFORM CLEAR-REWRITE-JOURNAL
           OPEN I-O MESSAGES

           IF MSG-FOUND NOT = "Y"
              MOVE "You have no messages at this time." TO MSG
              PERFORM WRITE-OUTPUT
           END-IF
           EXIT PARAGRAPH.

       *> Lists messages USERNAME sent (filters on MSG-SENDER instead of
       *> MSG-RECIPIENT). Read-only -- sent messages have no read flag of
       *> their own to flip, so no rewrite is needed.
       VIEW-SENT-MESSAGES.
           MOVE "Sent Messages:" TO MSG
           PERFORM WRITE-OUTPUT
           MOVE "N" TO MSG-FOUND
           MOVE "N" TO MSG-EOF

           CLOSE MESSAGES
           OPEN INPUT MESSAGES

           PERFORM UNTIL MSG-EOF = "Y"
              READ MESSAGES NEXT RECORD
                 AT END
                    MOVE "Y" TO MSG-EOF
                 NOT AT END
                    IF MESSAGE-REC = SPACES
                       CONTINUE
                    ELSE
                       MOVE SPACES TO MSG-SENDER
                       MOVE SPACES TO MSG-RECIPIENT
                       MOVE SPACES TO MSG-CONTENT
                       MOVE SPACES TO MSG-READ-FLAG
                       MOVE SPACES TO MSG-SENT-TIME
                       UNSTRING MESSAGE-REC
                          DELIMITED BY "|"
                          INTO MSG-SENDER
                               MSG-RECIPIENT
                               MSG-CONTENT
                               MSG-READ-FLAG
                               MSG-SENT-TIME
                       END-UNSTRING
                       IF FUNCTION TRIM(MSG-SENDER) = FUNCTION TRIM(USERNAME)
                          MOVE "Y" TO MSG-FOUND
                          MOVE SPACES TO MSG
                          STRING "To: " DELIMITED BY SIZE
                                 FUNCTION TRIM(MSG-RECIPIENT) DELIMITED BY SIZE
                                 INTO MSG
                          END-STRING
                          PERFORM WRITE-OUTPUT

                          PERFORM FORMAT-MSG-TIME
                          IF MSG-TIME-DISPLAY NOT = SPACES
                             MOVE SPACES TO MSG
                             STRING "Sent: "          DELIMITED BY SIZE
                                    MSG-TIME-DISPLAY  DELIMITED BY SIZE
                                    INTO MSG
                             END-STRING
                             PERFORM WRITE-OUTPUT
                          END-IF

                          MOVE SPACES TO MSG
                          STRING "Message: " DELIMITED BY SIZE
                                 FUNCTION TRIM(MSG-CONTENT) DELIMITED BY SIZE
                                 INTO MSG
                          END-STRING
                          PERFORM WRITE-OUTPUT
                          MOVE SPACES TO MSG
                          PERFORM WRITE-OUTPUT
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           CLOSE MESSAGES
           OPEN I-O MESSAGES

           IF MSG-FOUND NOT = "Y"
              MOVE "You have not sent any messages yet." TO MSG
              PERFORM WRITE-OUTPUT
           END-IF
           EXIT PARAGRAPH.

       *> Threaded view of one connection: every message between
       *> USERNAME and CONV-USER in the order sent (messages.txt is
       *> append-only, so file order is chronological), with sent
       *> timestamps, inbound messages flipped to read via the usual
       *> temp-file rewrite, and an in-place reply at the end.
       VIEW-CONVERSATION.
           MOVE "Enter the username of the connection to view:" TO MSG
           PERFORM WRITE-OUTPUT
           READ INPUTFILE AT END EXIT PARAGRAPH
              NOT AT END ADD 1 TO INPUT-REC-COUNT MOVE FUNCTION TRIM(INPUT-REC) TO CONV-USER
           END-READ

           IF CONV-USER = SPACES
              MOVE "No username provided." TO MSG
              PERFORM WRITE-OUTPUT
              EXIT PARAGRAPH
           END-IF

           *> Same connection gate SEND-NEW-MESSAGE applies
           MOVE FUNCTION TRIM(USERNAME)  TO CANON-A
           MOVE FUNCTION TRIM(CONV-USER) TO CANON-B
           MOVE "N" TO REQ-FOUND
           PERFORM IS-CONNECTED
           IF REQ-FOUND = "N"
              MOVE "You can only view conversations with users you are connected with." TO MSG
              PERFORM WRITE-OUTPUT
              EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO MSG
           STRING "Conversation with " DELIMITED BY SIZE
                  FUNCTION TRIM(CONV-USER) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  INTO MSG
           END-STRING
           PERFORM WRITE-OUTPUT

           MOVE "N" TO MSG-FOUND
           MOVE "N" TO MSG-EOF
           CLOSE MESSAGES
           OPEN INPUT MESSAGES
           OPEN OUTPUT MESSAGES-TMP

           PERFORM UNTIL MSG-EOF = "Y"
              READ MESSAGES NEXT RECORD
                 AT END
                    MOVE "Y" TO MSG-EOF
                 NOT AT END
                    IF MESSAGE-REC = SPACES
                       CONTINUE
                    ELSE
                       MOVE SPACES TO MSG-SENDER
                       MOVE SPACES TO MSG-RECIPIENT
                       MOVE SPACES TO MSG-CONTENT
                       MOVE SPACES TO MSG-READ-FLAG
                       MOVE SPACES TO MSG-SENT-TIME
                       UNSTRING MESSAGE-REC
                          DELIMITED BY "|"
                          INTO MSG-SENDER
                               MSG-RECIPIENT
                               MSG-CONTENT
                               MSG-READ-FLAG
                               MSG-SENT-TIME
                       END-UNSTRING
                       IF FUNCTION TRIM(MSG-READ-FLAG) = SPACES
                          MOVE "N" TO MSG-READ-FLAG
                       END-IF

                       IF FUNCTION TRIM(MSG-SENDER) = FUNCTION TRIM(USERNAME)
                          AND FUNCTION TRIM(MSG-RECIPIENT) = FUNCTION TRIM(CONV-USER)
                          MOVE "Y" TO MSG-FOUND
                          PERFORM DISPLAY-CONVERSATION-LINE
                       END-IF
                       IF FUNCTION TRIM(MSG-SENDER) = FUNCTION TRIM(CONV-USER)
                          AND FUNCTION TRIM(MSG-RECIPIENT) = FUNCTION TRIM(USERNAME)
                          MOVE "Y" TO MSG-FOUND
                          PERFORM DISPLAY-CONVERSATION-LINE
                          *> Reading the thread consumes the inbound side
                          MOVE "Y" TO MSG-READ-FLAG
                       END-IF

                       PERFORM BUILD-MESSAGE-TMP-REC
                       WRITE MESSAGE-TMP-REC
                    END-IF
              END-READ
           END-PERFORM

           CLOSE MESSAGES
           CLOSE MESSAGES-TMP

           *> Replace messages.txt with the (read-flag-updated) temp
           *> contents, journaled so an interrupted swap is rolled
           *> forward at the next startup.
           MOVE "MESSAGES" TO JNL-TARGET
           PERFORM MARK-REWRITE-PENDING
           PERFORM COPY-MSG-TMP-BACK
           PERFORM CLEAR-REWRITE-JOURNAL
           OPEN I-O MESSAGES

           IF MSG-FOUND NOT = "Y"
              MOVE "No messages with this user yet." TO MSG
              PERFORM WRITE-OUTPUT
           END-IF

           MOVE "Reply to this conversation? (Y/N)" TO MSG
           PERFORM WRITE-OUTPUT
           READ INPUTFILE AT END MOVE SPACE TO RESP-CHAR
              NOT AT END ADD 1 TO INPUT-REC-COUNT MOVE FUNCTION TRIM(INPUT-REC)(1:1) TO RESP-CHAR
           END-READ
           IF RESP-CHAR = "Y" OR RESP-CHAR = "y"
              MOVE FUNCTION TRIM(CONV-USER) TO MSG-RECIPIENT
              MOVE "N" TO VALID-MSG
              PERFORM UNTIL VALID-MSG = "Y"
                  MOVE "Enter your message (max 200 characters):" TO MSG
                  PERFORM WRITE-OUTPUT
                  READ INPUTFILE AT END EXIT PARAGRAPH
                     NOT AT END ADD 1 TO INPUT-REC-COUNT MOVE FUNCTION TRIM(INPUT-REC) TO MSG-CONTENT
                  END-READ
                  IF MSG-CONTENT = SPACES
                     MOVE "Message cannot be empty. Please try again." TO MSG
                     PERFORM WRITE-OUTPUT
                  ELSE
                      IF FUNCTION LENGTH(FUNCTION TRIM(MSG-CONTENT)) > 200
                          MOVE "Message too long! Maximum 200 characters. Please try again." TO MSG
                          PERFORM WRITE-OUTPUT
                      ELSE
                          MOVE "Y" TO VALID-MSG
                      END-IF
                  END-IF
              END-PERFORM
              PERFORM APPEND-MESSAGE-RECORD
              MOVE "Message sent successfully." TO MSG
              PERFORM WRITE-OUTPUT
           END-IF
           EXIT PARAGRAPH.

       *> One line of the threaded view: [time] sender: content
       DISPLAY-CONVERSATION-LINE.
           PERFORM FORMAT-MSG-TIME
           MOVE SPACES TO MSG
           IF MSG-TIME-DISPLAY NOT = SPACES
              STRING "["                        DELIMITED BY SIZE
                     MSG-TIME-DISPLAY           DELIMITED BY SIZE
                     "] "                       DELIMITED BY SIZE
                     FUNCTION TRIM(MSG-SENDER)  DELIMITED BY SIZE
                     ": "                       DELIMITED BY SIZE
                     FUNCTION TRIM(MSG-CONTENT) DELIMITED BY SIZE
                     INTO MSG
              END-STRING
           ELSE
              STRING FUNCTION TRIM(MSG-SENDER)  DELIMITED BY SIZE
                     ": "                       DELIMITED BY SIZE
                     FUNCTION TRIM(MSG-CONTENT) DELIMITED BY SIZE
                     INTO MSG
              END-STRING
           END-IF
           PERFORM WRITE-OUTPUT
           EXIT PARAGRAPH.

       *> Rebuilds MESSAGE-TMP-REC from the parsed message fields,
       *> keeping the sent timestamp intact through a rewrite.
       BUILD-MESSAGE-TMP-REC.
           MOVE SPACES TO MESSAGE-TMP-REC
           STRING FUNCTION TRIM(MSG-SENDER)    DELIMITED BY SIZE
                  "|"                          DELIMITED BY SIZE
                  FUNCTION TRIM(MSG-RECIPIENT) DELIMITED BY SIZE
                  "|"                          DELIMITED BY SIZE
                  FUNCTION TRIM(MSG-CONTENT)   DELIMITED BY SIZE
                  "|"                          DELIMITED BY SIZE
                  FUNCTION TRIM(MSG-READ-FLAG) DELIMITED BY SIZE
                  "|"                          DELIMITED BY SIZE
                  MSG-SENT-TIME                DELIMITED BY SIZE
                  INTO MESSAGE-TMP-REC
           END-STRING
           EXIT PARAGRAPH.

       DISPLAY-SINGLE-MESSAGE.
           MOVE SPACES TO MSG
           IF FUNCTION TRIM(MSG-READ-FLAG) = "Y"
              STRING "[Read] From: " DELIMITED BY SIZE
                     FUNCTION TRIM(MSG-SENDER) DELIMITED BY SIZE
                     INTO MSG
              END-STRING
           ELSE
              STRING "[New] From: " DELIMITED BY SIZE
                     FUNCTION TRIM(MSG-SENDER) DELIMITED BY SIZE
                     INTO MSG
              END-STRING
           END-IF
           PERFORM WRITE-OUTPUT

           PERFORM FORMAT-MSG-TIME
           IF MSG-TIME-DISPLAY NOT = SPACES
              MOVE SPACES TO MSG
              STRING "Sent: "          DELIMITED BY SIZE
                     MSG-TIME-DISPLAY  DELIMITED BY SIZE
                     INTO MSG
              END-STRING
              PERFORM WRITE-OUTPUT
           END-IF

           MOVE SPACES TO MSG
           STRING "Message: " DELIMITED BY SIZE
                  FUNCTION TRIM(MSG-CONTENT) DELIMITED BY SIZE
                  INTO MSG
           END-STRING
           PERFORM WRITE-OUTPUT

           *> Mark this message as read now that it has been displayed
           MOVE "Y" TO MSG-READ-FLAG

           MOVE SPACES TO MSG
           PERFORM WRITE-OUTPUT
           EXIT PARAGRAPH.

       *> ====================================
       *> Block List Feature
       *> ====================================
       *> Blocking is one-way and quiet: the blocked user is never
       *> told. Their messages to the blocker are silently dropped,
       *> their connection requests are refused, they vanish from the
       *> blocker's suggestions, and the blocker's profile no longer
       *> surfaces in their searches.
       BLOCKED-USERS-MENU.
           MOVE "==================BLOCKED USERS==================" TO MSG
           PERFORM WRITE-OUTPUT
           MOVE "Users you have blocked:" TO MSG
           PERFORM WRITE-OUTPUT
           MOVE "N" TO BLK-ANY
           OPEN INPUT BLOCKS
           IF BLK-FS = "00"
              PERFORM UNTIL 1 = 0
                 READ BLOCKS NEXT RECORD
                    AT END EXIT PERFORM
                    NOT AT END
                       MOVE SPACES TO BLK-REC-BLOCKER BLK-REC-BLOCKED
                       UNSTRING BLK-REC DELIMITED BY "|"
                          INTO BLK-REC-BLOCKER BLK-REC-BLOCKED
                       END-UNSTRING
                       IF FUNCTION TRIM(BLK-REC-BLOCKER) = FUNCTION TRIM(USERNAME)
                          MOVE "Y" TO BLK-ANY
                          MOVE SPACES TO MSG
                          STRING "- "                             DELIMITED BY SIZE
                                 FUNCTION TRIM(BLK-REC-BLOCKED)   DELIMITED BY SIZE
                                 INTO MSG
                          END-STRING
                          PERFORM WRITE-OUTPUT
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE BLOCKS
           IF BLK-ANY NOT = "Y"
              MOVE "(none)" TO MSG
              PERFORM WRITE-OUTPUT
           END-IF

           MOVE "B = Block a user, U = Unblock a user, Enter = Return:" TO MSG
           PERFORM WRITE-OUTPUT
           READ INPUTFILE AT END MOVE SPACE TO RESP-CHAR
              NOT AT END ADD 1 TO INPUT-REC-COUNT MOVE FUNCTION TRIM(INPUT-REC)(1:1) TO RESP-CHAR
           END-READ
           EVALUATE TRUE
              WHEN RESP-CHAR = "B" OR RESP-CHAR = "b"
                 PERFORM BLOCK-A-USER
              WHEN RESP-CHAR = "U" OR RESP-CHAR = "u"
                 PERFORM UNBLOCK-A-USER
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           EXIT PARAGRAPH.

       *> Sets BLK-FOUND to "Y" when BLK-A has a block row against
       *> BLK-B.
       CHECK-USER-BLOCKED.
           MOVE "N" TO BLK-FOUND
           OPEN INPUT BLOCKS
           IF BLK-FS NOT = "00"
              CLOSE BLOCKS
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
              READ BLOCKS NEXT RECORD
                 AT END EXIT PERFORM
                 NOT AT END
                    MOVE SPACES TO BLK-REC-BLOCKER BLK-REC-BLOCKED
                    UNSTRING BLK-REC DELIMITED BY "|"
                       INTO BLK-REC-BLOCKER BLK-REC-BLOCKED
                    END-UNSTRING
                    IF FUNCTION TRIM(BLK-REC-BLOCKER) = FUNCTION TRIM(BLK-A)
                       AND FUNCTION TRIM(BLK-REC-BLOCKED) = FUNCTION TRIM(BLK-B)
                       MOVE "Y" TO BLK-FOUND
                       EXIT PERFORM
                    END-IF
              END-READ
           END-PERFORM
           CLOSE BLOCKS
           EXIT PARAGRAPH.

       *> Sets DORM-FOUND to "Y" when DORM-USER's account carries the
       *> dormant flag. A keyed read, so ACCT-REC is overwritten.
       CHECK-USER-DORMANT.
           MOVE "N" TO DORM-FOUND
           MOVE DORM-USER TO AR-USER
           READ ACCOUNTS KEY IS AR-USER
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF AR-DORMANT = "D"
                    MOVE "Y" TO DORM-FOUND
                 END-IF
           END-READ
           EXIT PARAGRAPH.

       BLOCK-A-USER.
           MOVE "Enter the username to block:" TO MSG
           PERFORM WRITE-OUTPUT
           READ INPUTFILE AT END EXIT PARAGRAPH
              NOT AT END ADD 1 TO INPUT-REC-COUNT MOVE FUNCTION TRIM(INPUT-REC) TO TARGET-USER
           END-READ
           IF TARGET-USER = SPACES
              MOVE "No username provided." TO MSG
              PERFORM WRITE-OUTPUT
              EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(TARGET-USER) = FUNCTION TRIM(USERNAME)
              MOVE "You cannot block yourself." TO MSG
              PERFORM WRITE-OUTPUT
              EXIT PARAGRAPH
           END-IF

           MOVE "N" TO USER-FOUND
           MOVE FUNCTION TRIM(TARGET-USER) TO AR-USER
           READ ACCOUNTS KEY IS AR-USER
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE "Y" TO USER-FOUND
           END-READ
           IF USER-FOUND NOT = "Y"
              MOVE "No account with that username." TO MSG
              PERFORM WRITE-OUTPUT
              EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION TRIM(USERNAME)    TO BLK-A
           MOVE FUNCTION TRIM(TARGET-USER) TO BLK-B
           PERFORM CHECK-USER-BLOCKED
           IF BLK-FOUND = "Y"
              MOVE "You have already blocked this user." TO MSG
              PERFORM WRITE-OUTPUT
              EXIT PARAGRAPH
           END-IF

           OPEN EXTEND BLOCKS
           MOVE SPACES TO BLK-REC
           STRING FUNCTION TRIM(USERNAME)    DELIMITED BY SIZE
                  "|"                        DELIMITED BY SIZE
                  FUNCTION TRIM(TARGET-USER) DELIMITED BY SIZE
                  INTO BLK-REC
           END-STRING
           WRITE BLK-REC
           CLOSE BLOCKS
           MOVE "User blocked. They will not be told." TO MSG
           PERFORM WRITE-OUTPUT
           EXIT PARAGRAPH.

       *> Removes one of USERNAME's block rows via the usual journaled
       *> temp-file swap.
       UNBLOCK-A-USER.
           MOVE "Enter the username to unblock:" TO MSG
           PERFORM WRITE-OUTPUT
           READ INPUTFILE AT END EXIT PARAGRAPH
              NOT AT END ADD 1 TO INPUT-REC-COUNT MOVE FUNCTION TRIM(INPUT-REC) TO TARGET-USER
           END-READ
           MOVE FUNCTION TRIM(USERNAME)    TO BLK-A
           MOVE FUNCTION TRIM(TARGET-USER) TO BLK-B
           PERFORM CHECK-USER-BLOCKED
           IF BLK-FOUND NOT = "Y"
              MOVE "You have not blocked that user." TO MSG
              PERFORM WRITE-OUTPUT
              EXIT PARAGRAPH
           END-IF

           OPEN INPUT BLOCKS
           OPEN OUTPUT BLK-TMP
           PERFORM UNTIL 1 = 0
              READ BLOCKS NEXT RECORD
                 AT END EXIT PERFORM
                 NOT AT END
                    MOVE SPACES TO BLK-REC-BLOCKER BLK-REC-BLOCKED
                    UNSTRING BLK-REC DELIMITED BY "|"
                       INTO BLK-REC-BLOCKER BLK-REC-BLOCKED
                    END-UNSTRING
                    IF NOT (FUNCTION TRIM(BLK-REC-BLOCKER) = FUNCTION TRIM(USERNAME)
                           AND FUNCTION TRIM(BLK-REC-BLOCKED) = FUNCTION TRIM(TARGET-USER))
                       MOVE BLK-REC TO BLK-TMP-REC
                       WRITE BLK-TMP-REC
                    END-IF
              END-READ
           END-PERFORM
           CLOSE BLOCKS
           CLOSE BLK-TMP

           MOVE "BLOCKS" TO JNL-TARGET
           PERFORM MARK-REWRITE-PENDING
           PERFORM COPY-BLK-TMP-BACK
           PERFORM CLEAR-REWRITE-JOURNAL

           MOVE "User unblocked." TO MSG
           PERFORM WRITE-OUTPUT
           EXIT PARAGRAPH.

       *> ====================================
       *> Groups Feature
       *> ====================================
       *> Named groups (cohorts, alumni circles) with a join/leave
       *> membership file and a shared board of short posts -- the
       *> group-keyed counterpart of VIEW-CONVERSATION.
       GROUPS-MENU.
           MOVE "====================GROUPS=======================" TO MSG
           PERFORM WRITE-OUTPUT
           MOVE "0 = Return to Main Menu" TO MSG
           PERFORM WRITE-OUTPUT
           MOVE "1 = Create a Group" TO MSG
           PERFORM WRITE-OUTPUT
           MOVE "2 = Join a Group" TO MSG
           PERFORM WRITE-OUTPUT
           MOVE "3 = Leave a Group" TO MSG
           PERFORM WRITE-OUTPUT
           MOVE "4 = My Groups" TO MSG
           PERFORM WRITE-OUTPUT
           MOVE "5 = View a Group's Members" TO MSG
           PERFORM WRITE-OUTPUT
           MOVE "6 = Read a Group Board" TO MSG
           PERFORM WRITE-OUTPUT
           MOVE "=================================================" TO MSG
           PERFORM WRITE-OUTPUT
           MOVE "Enter your choice (0-6):" TO MSG
           PERFORM WRITE-OUTPUT
           READ INPUTFILE AT END EXIT PARAGRAPH
              NOT AT END ADD 1 TO INPUT-REC-COUNT MOVE FUNCTION NUMVAL(INPUT-REC) TO OPTION-CHOICE
           END-READ
           MOVE OPTION-CHOICE TO MSG
           PERFORM WRITE-OUTPUT
           EVALUATE OPTION-CHOICE
              WHEN 1
                 PERFORM CREATE-GROUP
              WHEN 2
                 PERFORM JOIN-GROUP
              WHEN 3
                 PERFORM LEAVE-GROUP
              WHEN 4
                 PERFORM LIST-MY-GROUPS
              WHEN 5
                 PERFORM LIST-GROUP-MEMBERS
              WHEN 6
                 PERFORM VIEW-GROUP-BOARD
              WHEN 0
                 EXIT PARAGRAPH
              WHEN OTHER
                 MOVE "Invalid option, choose 0-6" TO MSG
                 PERFORM WRITE-OUTPUT
           END-EVALUATE
           EXIT PARAGRAPH.

       *> Reads a group name off INPUTFILE into GRP-NAME (pipes are the
       *> field delimiter on every group file, so they are stripped).
       READ-GROUP-NAME.
           MOVE "Enter the group name:" TO MSG
           PERFORM WRITE-OUTPUT
           READ INPUTFILE AT END MOVE SPACES TO GRP-NAME
              NOT AT END ADD 1 TO INPUT-REC-COUNT MOVE FUNCTION TRIM(INPUT-REC) TO GRP-NAME
           END-READ
           INSPECT GRP-NAME REPLACING ALL "|" BY " "
           EXIT PARAGRAPH.

       *> Scans groups.txt for GRP-NAME (case-insensitive). Sets
       *> GRP-FOUND and leaves the matching row in the GRP-REC-* items.
       FIND-GROUP.
           MOVE "N" TO GRP-FOUND
           OPEN INPUT GROUPS-FILE
           IF GRP-FS NOT = "00"
              CLOSE GROUPS-FILE
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
              READ GROUPS-FILE NEXT RECORD
                 AT END EXIT PERFORM
                 NOT AT END
                    MOVE SPACES TO GRP-REC-NAME GRP-REC-CREATOR
                                    GRP-REC-DESC
                    UNSTRING GRP-REC DELIMITED BY "|"
                       INTO GRP-REC-NAME GRP-REC-CREATOR GRP-REC-DESC
                    END-UNSTRING
                    IF FUNCTION UPPER-CASE(FUNCTION TRIM(GRP-REC-NAME))
                       = FUNCTION UPPER-CASE(FUNCTION TRIM(GRP-NAME))
                       MOVE "Y" TO GRP-FOUND
                       EXIT PERFORM
                    END-IF
              END-READ
           END-PERFORM
           CLOSE GROUPS-FILE
           EXIT PARAGRAPH.

       *> Sets GRP-MEMBER to "Y" when USERNAME has a membership row for
       *> the group in GRP-REC-NAME.
       CHECK-GROUP-MEMBER.
           MOVE "N" TO GRP-MEMBER
           OPEN INPUT GROUP-MEMBERS
           IF GRP-MEM-FS NOT = "00"
              CLOSE GROUP-MEMBERS
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
              READ GROUP-MEMBERS NEXT RECORD
                 AT END EXIT PERFORM
                 NOT AT END
                    MOVE SPACES TO GRP-MEM-REC-GROUP GRP-MEM-REC-USER
                    UNSTRING GRP-MEM-REC DELIMITED BY "|"
                       INTO GRP-MEM-REC-GROUP GRP-MEM-REC-USER
                    END-UNSTRING
                    IF FUNCTION TRIM(GRP-MEM-REC-GROUP) = FUNCTION TRIM(GRP-REC-NAME)
                       AND FUNCTION TRIM(GRP-MEM-REC-USER) = FUNCTION TRIM(USERNAME)
                       MOVE "Y" TO GRP-MEMBER
                       EXIT PERFORM
                    END-IF
              END-READ
           END-PERFORM
           CLOSE GROUP-MEMBERS
           EXIT PARAGRAPH.

       *> Appends one GROUP|USER membership row for USERNAME on the
       *> group in GRP-REC-NAME.
       ADD-GROUP-MEMBER.
           OPEN EXTEND GROUP-MEMBERS
           MOVE SPACES TO GRP-MEM-REC
           STRING FUNCTION TRIM(GRP-REC-NAME) DELIMITED BY SIZE
                  "|"                         DELIMITED BY SIZE
                  FUNCTION TRIM(USERNAME)     DELIMITED BY SIZE
                  INTO GRP-MEM-REC
           END-STRING
           WRITE GRP-MEM-REC
           CLOSE GROUP-MEMBERS
           EXIT PARAGRAPH.

       CREATE-GROUP.
           PERFORM READ-GROUP-NAME
           IF GRP-NAME = SPACES
              MOVE "No group name provided." TO MSG
              PERFORM WRITE-OUTPUT
              EXIT PARAGRAPH
           END-IF
           PERFORM FIND-GROUP
           IF GRP-FOUND = "Y"
              MOVE "A group with that name already exists." TO MSG
              PERFORM WRITE-OUTPUT
              EXIT PARAGRAPH
           END-IF

           MOVE "Enter a short group description:" TO MSG
           PERFORM WRITE-OUTPUT
           READ INPUTFILE AT END MOVE SPACES TO GRP-REC-DESC
              NOT AT END ADD 1 TO INPUT-REC-COUNT MOVE FUNCTION TRIM(INPUT-REC) TO GRP-REC-DESC
           END-READ

           OPEN EXTEND GROUPS-FILE
           MOVE SPACES TO GRP-REC
           STRING FUNCTION TRIM(GRP-NAME)     DELIMITED BY SIZE
                  "|"                         DELIMITED BY SIZE
                  FUNCTION TRIM(USERNAME)     DELIMITED BY SIZE
                  "|"                         DELIMITED BY SIZE
                  FUNCTION TRIM(GRP-REC-DESC) DELIMITED BY SIZE
                  INTO GRP-REC
           END-STRING
           WRITE GRP-REC
           CLOSE GROUPS-FILE

           *> The creator is the first member
           MOVE GRP-NAME TO GRP-REC-NAME
           PERFORM ADD-GROUP-MEMBER
           MOVE "Group created. You are its first member." TO MSG
           PERFORM WRITE-OUTPUT
           EXIT PARAGRAPH.

       JOIN-GROUP.
           PERFORM READ-GROUP-NAME
           PERFORM FIND-GROUP
           IF GRP-FOUND NOT = "Y"
              MOVE "No group with that name exists." TO MSG
              PERFORM WRITE-OUTPUT
              EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-GROUP-MEMBER
           IF GRP-MEMBER = "Y"
              MOVE "You are already a member of this group." TO MSG
              PERFORM WRITE-OUTPUT
              EXIT PARAGRAPH
           END-IF
           PERFORM ADD-GROUP-MEMBER
           MOVE "You have joined the group." TO MSG
           PERFORM WRITE-OUTPUT
           EXIT PARAGRAPH.

       *> Drops USERNAME's membership row for the named group, via the
       *> same journaled temp-file rewrite the other data files use.
       LEAVE-GROUP.
           PERFORM READ-GROUP-NAME
           PERFORM FIND-GROUP
           IF GRP-FOUND NOT = "Y"
              MOVE "No group with that name exists." TO MSG
              PERFORM WRITE-OUTPUT
              EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-GROUP-MEMBER
           IF GRP-MEMBER NOT = "Y"
              MOVE "You are not a member of this group." TO MSG
              PERFORM WRITE-OUTPUT
              EXIT PARAGRAPH
           END-IF

           OPEN INPUT GROUP-MEMBERS
           OPEN OUTPUT GRP-MEM-TMP
           PERFORM UNTIL 1 = 0
              READ GROUP-MEMBERS NEXT RECORD
                 AT END EXIT PERFORM
                 NOT AT END
                    MOVE SPACES TO GRP-MEM-REC-GROUP GRP-MEM-REC-USER
                    UNSTRING GRP-MEM-REC DELIMITED BY "|"
                       INTO GRP-MEM-REC-GROUP GRP-MEM-REC-USER
                    END-UNSTRING
                    IF NOT (FUNCTION TRIM(GRP-MEM-REC-GROUP) = FUNCTION TRIM(GRP-REC-NAME)
                           AND FUNCTION TRIM(GRP-MEM-REC-USER) = FUNCTION TRIM(USERNAME))
                       MOVE GRP-MEM-REC TO GRP-MEM-TMP-REC
                       WRITE GRP-MEM-TMP-REC
                    END-IF
              END-READ
           END-PERFORM
           CLOSE GROUP-MEMBERS
           CLOSE GRP-MEM-TMP

           MOVE "GROUPMEMBERS" TO JNL-TARGET
           PERFORM MARK-REWRITE-PENDING
           PERFORM COPY-GRPMEM-TMP-BACK
           PERFORM CLEAR-REWRITE-JOURNAL

           MOVE "You have left the group." TO MSG
           PERFORM WRITE-OUTPUT
           EXIT PARAGRAPH.

       LIST-MY-GROUPS.
           MOVE "Your groups:" TO MSG
           PERFORM WRITE-OUTPUT
           MOVE "N" TO GRP-ANY
           OPEN INPUT GROUP-MEMBERS
           IF GRP-MEM-FS = "00"
              PERFORM UNTIL 1 = 0
                 READ GROUP-MEMBERS NEXT RECORD
                    AT END EXIT PERFORM
                    NOT AT END
                       MOVE SPACES TO GRP-MEM-REC-GROUP GRP-MEM-REC-USER
                       UNSTRING GRP-MEM-REC DELIMITED BY "|"
                          INTO GRP-MEM-REC-GROUP GRP-MEM-REC-USER
                       END-UNSTRING
                       IF FUNCTION TRIM(GRP-MEM-REC-USER) = FUNCTION TRIM(USERNAME)
                          MOVE "Y" TO GRP-ANY
                          MOVE SPACES TO MSG
                          STRING "- "                              DELIMITED BY SIZE
                                 FUNCTION TRIM(GRP-MEM-REC-GROUP)  DELIMITED BY SIZE
                                 INTO MSG
                          END-STRING
                          PERFORM WRITE-OUTPUT
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE GROUP-MEMBERS
           IF GRP-ANY NOT = "Y"
              MOVE "(none)" TO MSG
              PERFORM WRITE-OUTPUT
           END-IF
           EXIT PARAGRAPH.

       LIST-GROUP-MEMBERS.
           PERFORM READ-GROUP-NAME
           PERFORM FIND-GROUP
           IF GRP-FOUND NOT = "Y"
              MOVE "No group with that name exists." TO MSG
              PERFORM WRITE-OUTPUT
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO MSG
           STRING "Members of "                 DELIMITED BY SIZE
                  FUNCTION TRIM(GRP-REC-NAME)   DELIMITED BY SIZE
                  ":"                           DELIMITED BY SIZE
                  INTO MSG
           END-STRING
           PERFORM WRITE-OUTPUT
           MOVE "N" TO GRP-ANY
           OPEN INPUT GROUP-MEMBERS
           IF GRP-MEM-FS = "00"
              PERFORM UNTIL 1 = 0
                 READ GROUP-MEMBERS NEXT RECORD
                    AT END EXIT PERFORM
                    NOT AT END
                       MOVE SPACES TO GRP-MEM-REC-GROUP GRP-MEM-REC-USER
                       UNSTRING GRP-MEM-REC DELIMITED BY "|"
                          INTO GRP-MEM-REC-GROUP GRP-MEM-REC-USER
                       END-UNSTRING
                       IF FUNCTION TRIM(GRP-MEM-REC-GROUP) = FUNCTION TRIM(GRP-REC-NAME)
                          MOVE "Y" TO GRP-ANY
                          MOVE SPACES TO MSG
                          STRING "- "                             DELIMITED BY SIZE
                                 FUNCTION TRIM(GRP-MEM-REC-USER)  DELIMITED BY SIZE
                                 INTO MSG
                          END-STRING
                          PERFORM WRITE-OUTPUT
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE GROUP-MEMBERS
           IF GRP-ANY NOT = "Y"
              MOVE "(none)" TO MSG
              PERFORM WRITE-OUTPUT
           END-IF
           EXIT PARAGRAPH.

       *> The shared board: members read the group's posts in the
       *> order they were written (group_posts.txt is append-only, so
       *> file order is chronological, same as VIEW-CONVERSATION), and
       *> can add a post of their own at the end.
       VIEW-GROUP-BOARD.
           PERFORM READ-GROUP-NAME
           PERFORM FIND-GROUP
           IF GRP-FOUND NOT = "Y"
              MOVE "No group with that name exists." TO MSG
              PERFORM WRITE-OUTPUT
              EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-GROUP-MEMBER
           IF GRP-MEMBER NOT = "Y"
              MOVE "Only group members can read this board. Join the group first." TO MSG
              PERFORM WRITE-OUTPUT
              EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO MSG
           STRING "Board for "                 DELIMITED BY SIZE
                  FUNCTION TRIM(GRP-REC-NAME)  DELIMITED BY SIZE
                  ":"                          DELIMITED BY SIZE
                  INTO MSG
           END-STRING
           PERFORM WRITE-OUTPUT

           MOVE "N" TO GRP-ANY
           OPEN INPUT GROUP-POSTS
           IF GRP-POST-FS = "00"
              PERFORM UNTIL 1 = 0
                 READ GROUP-POSTS NEXT RECORD
                    AT END EXIT PERFORM
                    NOT AT END
                       MOVE SPACES TO GRP-POST-REC-GROUP GRP-POST-REC-USER
                                       GRP-POST-REC-TEXT GRP-POST-REC-TIME
                       UNSTRING GRP-POST-REC DELIMITED BY "|"
                          INTO GRP-POST-REC-GROUP GRP-POST-REC-USER
                               GRP-POST-REC-TEXT GRP-POST-REC-TIME
                       END-UNSTRING
                       IF FUNCTION TRIM(GRP-POST-REC-GROUP) = FUNCTION TRIM(GRP-REC-NAME)
                          MOVE "Y" TO GRP-ANY
                          MOVE GRP-POST-REC-TIME TO MSG-SENT-TIME
                          PERFORM FORMAT-MSG-TIME
                          MOVE SPACES TO MSG
                          IF MSG-TIME-DISPLAY NOT = SPACES
                             STRING "["                              DELIMITED BY SIZE
                                    MSG-TIME-DISPLAY                 DELIMITED BY SIZE
                                    "] "                             DELIMITED BY SIZE
                                    FUNCTION TRIM(GRP-POST-REC-USER) DELIMITED BY SIZE
                                    ": "                             DELIMITED BY SIZE
                                    FUNCTION TRIM(GRP-POST-REC-TEXT) DELIMITED BY SIZE
                                    INTO MSG
                             END-STRING
                          ELSE
                             STRING FUNCTION TRIM(GRP-POST-REC-USER) DELIMITED BY SIZE
                                    ": "                             DELIMITED BY SIZE
                                    FUNCTION TRIM(GRP-POST-REC-TEXT) DELIMITED BY SIZE
                                    INTO MSG
                             END-STRING
                          END-IF
                          PERFORM WRITE-OUTPUT
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE GROUP-POSTS
           IF GRP-ANY NOT = "Y"
              MOVE "(no posts yet)" TO MSG
              PERFORM WRITE-OUTPUT
           END-IF

           MOVE "Post to this board? (Y/N, or R to report a post)" TO MSG
           PERFORM WRITE-OUTPUT
           READ INPUTFILE AT END MOVE SPACE TO RESP-CHAR
              NOT AT END ADD 1 TO INPUT-REC-COUNT MOVE FUNCTION TRIM(INPUT-REC)(1:1) TO RESP-CHAR
           END-READ
           IF RESP-CHAR = "Y" OR RESP-CHAR = "y"
              PERFORM POST-TO-GROUP-BOARD
           END-IF
           IF (RESP-CHAR = "R" OR RESP-CHAR = "r") AND GRP-ANY = "Y"
              PERFORM REPORT-BOARD-POST
           END-IF
           EXIT PARAGRAPH.

       *> Appends one GROUP|USER|TEXT|SENT_TIME post for the group in
       *> GRP-REC-NAME, with the same length rules as a direct message.
       POST-TO-GROUP-BOARD.
           MOVE "N" TO VALID-MSG
           PERFORM UNTIL VALID-MSG = "Y"
              MOVE "Enter your post (max 200 characters):" TO MSG
              PERFORM WRITE-OUTPUT
              READ INPUTFILE AT END EXIT PARAGRAPH
                 NOT AT END ADD 1 TO INPUT-REC-COUNT MOVE FUNCTION TRIM(INPUT-REC) TO MSG-CONTENT
              END-READ
              IF MSG-CONTENT = SPACES
                 MOVE "Post cannot be empty. Please try again." TO MSG
                 PERFORM WRITE-OUTPUT
              ELSE
                 IF FUNCTION LENGTH(FUNCTION TRIM(MSG-CONTENT)) > 200
                    MOVE "Post too long! Maximum 200 characters. Please try again." TO MSG
                    PERFORM WRITE-OUTPUT
                 ELSE
                    MOVE "Y" TO VALID-MSG
                 END-IF
              END-IF
           END-PERFORM

           MOVE FUNCTION CURRENT-DATE(1:14) TO MSG-SENT-TIME
           OPEN EXTEND GROUP-POSTS
           MOVE SPACES TO GRP-POST-REC
           STRING FUNCTION TRIM(GRP-REC-NAME) DELIMITED BY SIZE
                  "|"                         DELIMITED BY SIZE
                  FUNCTION TRIM(USERNAME)     DELIMITED BY SIZE
                  "|"                         DELIMITED BY SIZE
                  FUNCTION TRIM(MSG-CONTENT)  DELIMITED BY SIZE
                  "|"                         DELIMITED BY SIZE
                  MSG-SENT-TIME               DELIMITED BY SIZE
                  INTO GRP-POST-REC
           END-STRING
           WRITE GRP-POST-REC
           CLOSE GROUP-POSTS
           MOVE "Posted to the group board." TO MSG
           PERFORM WRITE-OUTPUT
           EXIT PARAGRAPH.

       *> ================= Mentorship Feature =================
       *> Alumni (a non-employer account whose profile Graduation Year
       *> is this year or earlier) opt in as mentors with their major,
       *> industry, areas they can help with and a cap on mentees.
       *> Students browse the open listings, filtered by major or
       *> industry, and send a request; the mentor accepts or declines
       *> it, an accepted request becomes an active pairing dated from
       *> the day it was accepted, and either side logs check-ins
       *> against it. MENTORGEN suggests matches and reports nightly.
       MENTORSHIP-MENU.
           IF USER-ROLE = "E"
              MOVE "Mentorship is for students and alumni accounts." TO MSG
              PERFORM WRITE-OUTPUT
              EXIT PARAGRAPH
           END-IF
           MOVE "==================MENTORSHIP=====================" TO MSG
           PERFORM WRITE-OUTPUT
           MOVE "0 = Return to Main Menu" TO MSG
           PERFORM WRITE-OUTPUT
           MOVE "1 = Become a Mentor / Update My Listing" TO MSG
           PERFORM WRITE-OUTPUT
           MOVE "2 = Browse Mentors and Send a Request" TO MSG
           PERFORM WRITE-OUTPUT
           MOVE "3 = Review Mentee Requests" TO MSG
           PERFORM WRITE-OUTPUT
           MOVE "4 = My Mentorships and Check-ins" TO MSG
           PERFORM WRITE-OUTPUT
           MOVE "5 = Log a Check-in" TO MSG
           PERFORM WRITE-OUTPUT
           MOVE "6 = End a Mentorship" TO MSG
           PERFORM WRITE-OUTPUT
           MOVE "=================================================" TO MSG
           PERFORM WRITE-OUTPUT
           MOVE "Enter your choice (0-6):" TO MSG
           PERFORM WRITE-OUTPUT
           READ INPUTFILE AT END EXIT PARAGRAPH
              NOT AT END ADD 1 TO INPUT-REC-COUNT MOVE FUNCTION NUMVAL(INPUT-REC) TO OPTION-CHOICE
           END-READ
           MOVE OPTION-CHOICE TO MSG
           PERFORM WRITE-OUTPUT
           EVALUATE OPTION-CHOICE
              WHEN 1
                 PERFORM MENTOR-OPT-IN
              WHEN 2
                 PERFORM BROWSE-MENTORS
              WHEN 3
                 PERFORM REVIEW-MENTEE-REQUESTS
              WHEN 4
                 PERFORM LIST-MY-MENTORSHIPS
              WHEN 5
                 PERFORM LOG-MENTOR-CHECKIN
              WHEN 6
                 PERFORM END-MENTORSHIP
              WHEN 0
                 EXIT PARAGRAPH
              WHEN OTHER
                 MOVE "Invalid option, choose 0-6" TO MSG
                 PERFORM WRITE-OUTPUT
           END-EVALUATE
           EXIT PARAGRAPH.

       *> Loads Major, Graduation Year and the Skill: lines (joined with
       *> ", ") from MNT-PROF-USER's profile file into MNT-PROF-*.
       GET-MENTOR-PROFILE-FIELDS.
           MOVE SPACES TO MNT-PROF-MAJOR MNT-PROF-YEAR MNT-PROF-SKILLS
           MOVE 1 TO MNT-SKILL-PTR
           MOVE SPACES TO VIS-FILENAME
           STRING "data/profiles/"             DELIMITED BY SIZE
                  FUNCTION TRIM(MNT-PROF-USER) DELIMITED BY SIZE
                  INTO VIS-FILENAME
           END-STRING
           OPEN INPUT VIS-FILE
           IF VIS-FS NOT = "00"
              CLOSE VIS-FILE
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
              READ VIS-FILE NEXT RECORD
                 AT END EXIT PERFORM
                 NOT AT END
                    EVALUATE TRUE
                       WHEN VIS-REC(1:7) = "Major: "
                          MOVE FUNCTION TRIM(VIS-REC(8:60)) TO MNT-PROF-MAJOR
                       WHEN VIS-REC(1:17) = "Graduation Year: "
                          MOVE FUNCTION TRIM(VIS-REC(18:10)) TO MNT-PROF-YEAR
                       WHEN VIS-REC(1:7) = "Skill: "
                          AND VIS-REC(8:60) NOT = SPACES
                          IF MNT-SKILL-PTR > 1
                             STRING ", " DELIMITED BY SIZE
                                    INTO MNT-PROF-SKILLS
                                    WITH POINTER MNT-SKILL-PTR
                             END-STRING
                          END-IF
                          STRING FUNCTION TRIM(VIS-REC(8:60)) DELIMITED BY SIZE
                                 INTO MNT-PROF-SKILLS
                                 WITH POINTER MNT-SKILL-PTR
                          END-STRING
                    END-EVALUATE
              END-READ
           END-PERFORM
           CLOSE VIS-FILE
           EXIT PARAGRAPH.

       *> Finds MNT-TARGET's mentor listing: MNT-FOUND, the MNT-REC-*
       *> fields and MNT-CAP describe it when found.
       FIND-MENTOR-LISTING.
           MOVE "N" TO MNT-FOUND
           MOVE 0 TO MNT-CAP
           OPEN INPUT MENTORS
           IF MENTOR-FS NOT = "00"
              CLOSE MENTORS
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
              READ MENTORS NEXT RECORD
                 AT END EXIT PERFORM
                 NOT AT END
                    PERFORM SPLIT-MENTOR-REC
                    IF FUNCTION TRIM(MNT-REC-USER) = FUNCTION TRIM(MNT-TARGET)
                       MOVE "Y" TO MNT-FOUND
                       MOVE FUNCTION NUMVAL(MNT-REC-CAP) TO MNT-CAP
                       EXIT PERFORM
                    END-IF
              END-READ
           END-PERFORM
           CLOSE MENTORS
           EXIT PARAGRAPH.

       SPLIT-MENTOR-REC.
           MOVE SPACES TO MNT-REC-USER MNT-REC-MAJOR MNT-REC-INDUSTRY
                          MNT-REC-AREAS MNT-REC-CAP MNT-REC-OPEN
           UNSTRING MENTOR-REC DELIMITED BY "|"
              INTO MNT-REC-USER MNT-REC-MAJOR MNT-REC-INDUSTRY
                   MNT-REC-AREAS MNT-REC-CAP MNT-REC-OPEN
           END-UNSTRING
           EXIT PARAGRAPH.

       SPLIT-MSHIP-REC.
           MOVE SPACES TO MSP-REC-MENTOR MSP-REC-MENTEE MSP-REC-STATUS
                          MSP-REC-REQUESTED MSP-REC-STARTED
           UNSTRING MSHIP-REC DELIMITED BY "|"
              INTO MSP-REC-MENTOR MSP-REC-MENTEE MSP-REC-STATUS
                   MSP-REC-REQUESTED MSP-REC-STARTED
           END-UNSTRING
           EXIT PARAGRAPH.

       *> Rebuilds MSHIP-TMP-REC from the MSP-REC-* fields.
       BUILD-MSHIP-TMP-REC.
           MOVE SPACES TO MSHIP-TMP-REC
           STRING FUNCTION TRIM(MSP-REC-MENTOR)    DELIMITED BY SIZE
                  "|"                              DELIMITED BY SIZE
                  FUNCTION TRIM(MSP-REC-MENTEE)    DELIMITED BY SIZE
                  "|"                              DELIMITED BY SIZE
                  FUNCTION TRIM(MSP-REC-STATUS)    DELIMITED BY SIZE
                  "|"                              DELIMITED BY SIZE
                  FUNCTION TRIM(MSP-REC-REQUESTED) DELIMITED BY SIZE
                  "|"                              DELIMITED BY SIZE
                  FUNCTION TRIM(MSP-REC-STARTED)   DELIMITED BY SIZE
                  INTO MSHIP-TMP-REC
           END-STRING
           EXIT PARAGRAPH.

       *> MNT-ACTIVE = number of active pairings MNT-TARGET mentors.
       COUNT-MENTOR-ACTIVE.
           MOVE 0 TO MNT-ACTIVE
           OPEN INPUT MENTORSHIPS
           IF MSHIP-FS NOT = "00"
              CLOSE MENTORSHIPS
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
              READ MENTORSHIPS NEXT RECORD
                 AT END EXIT PERFORM
                 NOT AT END
                    PERFORM SPLIT-MSHIP-REC
                    IF FUNCTION TRIM(MSP-REC-MENTOR) = FUNCTION TRIM(MNT-TARGET)
                       AND FUNCTION TRIM(MSP-REC-STATUS) = "active"
                       AND MNT-ACTIVE < 99
                       ADD 1 TO MNT-ACTIVE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE MENTORSHIPS
           EXIT PARAGRAPH.

       *> MNT-FOUND = "Y" when USERNAME and MNT-OTHER have a pairing in
       *> one of the states listed in MNT-FILTER-KIND: "A" active only,
       *> "O" open (requested or active). MSP-REC-* describe it.
       FIND-MENTORSHIP-PAIR.
           MOVE "N" TO MNT-FOUND
           OPEN INPUT MENTORSHIPS
           IF MSHIP-FS NOT = "00"
              CLOSE MENTORSHIPS
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
              READ MENTORSHIPS NEXT RECORD
                 AT END EXIT PERFORM
                 NOT AT END
                    PERFORM SPLIT-MSHIP-REC
                    IF (FUNCTION TRIM(MSP-REC-MENTOR) = FUNCTION TRIM(USERNAME)
                          AND FUNCTION TRIM(MSP-REC-MENTEE) = FUNCTION TRIM(MNT-OTHER))
                       OR (FUNCTION TRIM(MSP-REC-MENTEE) = FUNCTION TRIM(USERNAME)
                          AND FUNCTION TRIM(MSP-REC-MENTOR) = FUNCTION TRIM(MNT-OTHER))
                       IF FUNCTION TRIM(MSP-REC-STATUS) = "active"
                          OR (MNT-FILTER-KIND = "O"
                              AND FUNCTION TRIM(MSP-REC-STATUS) = "requested")
                          MOVE "Y" TO MNT-FOUND
                          EXIT PERFORM
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE MENTORSHIPS
           EXIT PARAGRAPH.

       *> Alumni only. Creates or replaces USERNAME's listing; the major
       *> comes from the profile, the rest is asked for, with the
       *> current listing's values kept when a prompt is left blank.
       MENTOR-OPT-IN.
           MOVE FUNCTION TRIM(USERNAME) TO MNT-PROF-USER
           PERFORM GET-MENTOR-PROFILE-FIELDS
           MOVE FUNCTION CURRENT-DATE(1:4) TO MNT-THIS-YEAR
           IF MNT-PROF-YEAR(1:4) IS NOT NUMERIC
              OR MNT-PROF-YEAR(1:4) > MNT-THIS-YEAR
              MOVE "Mentoring is open to alumni -- your profile's Graduation Year must be this year or earlier." TO MSG
              PERFORM WRITE-OUTPUT
              EXIT PARAGRAPH
           END-IF
           IF MNT-PROF-MAJOR = SPACES
              MOVE "Add your Major to your profile before listing yourself as a mentor." TO MSG
              PERFORM WRITE-OUTPUT
              EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION TRIM(USERNAME) TO MNT-TARGET
           PERFORM FIND-MENTOR-LISTING
           IF MNT-FOUND = "Y"
              MOVE MNT-REC-INDUSTRY TO MNT-IN-INDUSTRY
              MOVE MNT-REC-AREAS    TO MNT-IN-AREAS
              MOVE MNT-CAP          TO MNT-IN-CAP
              MOVE MNT-REC-OPEN     TO MNT-IN-OPEN
              MOVE "Updating your mentor listing -- press Enter to keep a current value." TO MSG
              PERFORM WRITE-OUTPUT
           ELSE
              MOVE SPACES TO MNT-IN-INDUSTRY MNT-IN-AREAS
              MOVE 0 TO MNT-IN-CAP
              MOVE "Y" TO MNT-IN-OPEN
           END-IF

           MOVE "Industry you work in:" TO MSG
           PERFORM WRITE-OUTPUT
           READ INPUTFILE AT END EXIT PARAGRAPH
              NOT AT END ADD 1 TO INPUT-REC-COUNT MOVE FUNCTION TRIM(INPUT-REC) TO MNT-ENTRY
           END-READ
           INSPECT MNT-ENTRY REPLACING ALL "|" BY " "
           IF MNT-ENTRY NOT = SPACES
              MOVE FUNCTION TRIM(MNT-ENTRY) TO MNT-IN-INDUSTRY
           END-IF
           IF MNT-IN-INDUSTRY = SPACES
              MOVE "An industry is required. Listing not saved." TO MSG
              PERFORM WRITE-OUTPUT
              EXIT PARAGRAPH
           END-IF

           MOVE "Areas you can help with (Enter = the skills on your profile):" TO MSG
           PERFORM WRITE-OUTPUT
           READ INPUTFILE AT END EXIT PARAGRAPH
              NOT AT END ADD 1 TO INPUT-REC-COUNT MOVE FUNCTION TRIM(INPUT-REC) TO MNT-IN-AREAS
                 INSPECT MNT-IN-AREAS REPLACING ALL "|" BY " "
           END-READ
           IF MNT-IN-AREAS = SPACES
              IF MNT-FOUND = "Y"
                 MOVE MNT-REC-AREAS TO MNT-IN-AREAS
              ELSE
                 MOVE MNT-PROF-SKILLS TO MNT-IN-AREAS
              END-IF
           END-IF

           MOVE "Most mentees you will take at once (1-10):" TO MSG
           PERFORM WRITE-OUTPUT
           READ INPUTFILE AT END EXIT PARAGRAPH
              NOT AT END ADD 1 TO INPUT-REC-COUNT MOVE FUNCTION TRIM(INPUT-REC) TO MNT-ENTRY
           END-READ
           IF MNT-ENTRY NOT = SPACES
              MOVE FUNCTION LENGTH(FUNCTION TRIM(MNT-ENTRY)) TO MNT-ENTRY-LEN
              IF MNT-ENTRY-LEN > 2
                 OR MNT-ENTRY(1:MNT-ENTRY-LEN) IS NOT NUMERIC
                 MOVE 0 TO MNT-IN-CAP
              ELSE
                 MOVE FUNCTION NUMVAL(MNT-ENTRY) TO MNT-IN-CAP
              END-IF
           END-IF
           IF MNT-IN-CAP < 1 OR MNT-IN-CAP > MNT-MAX-CAP
              MOVE "The mentee cap must be a number from 1 to 10. Listing not saved." TO MSG
              PERFORM WRITE-OUTPUT
              EXIT PARAGRAPH
           END-IF

           MOVE "Accepting new mentee requests? (Y/N):" TO MSG
           PERFORM WRITE-OUTPUT
           READ INPUTFILE AT END EXIT PARAGRAPH
              NOT AT END ADD 1 TO INPUT-REC-COUNT MOVE FUNCTION TRIM(INPUT-REC)(1:1) TO RESP-CHAR
           END-READ
           EVALUATE TRUE
              WHEN RESP-CHAR = "Y" OR RESP-CHAR = "y"
                 MOVE "Y" TO MNT-IN-OPEN
              WHEN RESP-CHAR = "N" OR RESP-CHAR = "n"
                 MOVE "N" TO MNT-IN-OPEN
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

           PERFORM SAVE-MENTOR-LISTING
           MOVE "MENTOR_LIST" TO AUDIT-EVENT
           MOVE "OK" TO AUDIT-RESULT
           PERFORM LOG-AUDIT-EVENT
           IF MNT-IN-OPEN = "Y"
              MOVE "Mentor listing saved -- students can now find you under Mentorship." TO MSG
           ELSE
              MOVE "Mentor listing saved -- closed to new requests for now." TO MSG
           END-IF
           PERFORM WRITE-OUTPUT
           EXIT PARAGRAPH.

       *> Rewrites MENTORS without USERNAME's old listing and appends
       *> the one held in MNT-PROF-MAJOR and MNT-IN-*.
       SAVE-MENTOR-LISTING.
           OPEN INPUT MENTORS
           OPEN OUTPUT MENTOR-TMP
           IF MENTOR-FS = "00"
              PERFORM UNTIL 1 = 0
                 READ MENTORS NEXT RECORD
                    AT END EXIT PERFORM
                    NOT AT END
                       PERFORM SPLIT-MENTOR-REC
                       IF FUNCTION TRIM(MNT-REC-USER) NOT = FUNCTION TRIM(USERNAME)
                          MOVE MENTOR-REC TO MENTOR-TMP-REC
                          WRITE MENTOR-TMP-REC
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE MENTORS
           MOVE MNT-IN-CAP TO MNT-CAP-DISPLAY
           INSPECT MNT-PROF-MAJOR REPLACING ALL "|" BY " "
           MOVE SPACES TO MENTOR-TMP-REC
           STRING FUNCTION TRIM(USERNAME)        DELIMITED BY SIZE
                  "|"                            DELIMITED BY SIZE
                  FUNCTION TRIM(MNT-PROF-MAJOR)  DELIMITED BY SIZE
                  "|"                            DELIMITED BY SIZE
                  FUNCTION TRIM(MNT-IN-INDUSTRY) DELIMITED BY SIZE
                  "|"                            DELIMITED BY SIZE
                  FUNCTION TRIM(MNT-IN-AREAS)    DELIMITED BY SIZE
                  "|"                            DELIMITED BY SIZE
                  FUNCTION TRIM(MNT-CAP-DISPLAY) DELIMITED BY SIZE
                  "|"                            DELIMITED BY SIZE
                  MNT-IN-OPEN                    DELIMITED BY SIZE
                  INTO MENTOR-TMP-REC
           END-STRING
           WRITE MENTOR-TMP-REC
           CLOSE MENTOR-TMP
           MOVE "MENTORS" TO JNL-TARGET
           PERFORM MARK-REWRITE-PENDING
           PERFORM COPY-MENTOR-TMP-BACK
           PERFORM CLEAR-REWRITE-JOURNAL
           EXIT PARAGRAPH.

       *> Lists open mentors (optionally filtered on major or industry)
       *> who still have room, then offers to send one a request.
       *> Dormant mentors and anyone on either side of a block with
       *> USERNAME are left out.
       BROWSE-MENTORS.
           PERFORM SHOW-MENTOR-SUGGESTIONS
           MOVE "Filter mentors:  M = By major,  I = By industry,  Enter = Show all" TO MSG
           PERFORM WRITE-OUTPUT
           READ INPUTFILE AT END EXIT PARAGRAPH
              NOT AT END ADD 1 TO INPUT-REC-COUNT
                 MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(INPUT-REC)(1:1)) TO MNT-FILTER-KIND
           END-READ
           MOVE SPACES TO MNT-FILTER
           EVALUATE MNT-FILTER-KIND
              WHEN "M"
                 MOVE "Enter the major (or part of it):" TO MSG
              WHEN "I"
                 MOVE "Enter the industry (or part of it):" TO MSG
              WHEN OTHER
                 MOVE SPACE TO MNT-FILTER-KIND
           END-EVALUATE
           IF MNT-FILTER-KIND NOT = SPACE
              PERFORM WRITE-OUTPUT
              READ INPUTFILE AT END EXIT PARAGRAPH
                 NOT AT END ADD 1 TO INPUT-REC-COUNT MOVE FUNCTION TRIM(INPUT-REC) TO MNT-FILTER
              END-READ
           END-IF

           MOVE "N" TO MNT-ANY
           OPEN INPUT MENTORS
           IF MENTOR-FS NOT = "00"
              CLOSE MENTORS
              MOVE "No alumni have signed up as mentors yet." TO MSG
              PERFORM WRITE-OUTPUT
              EXIT PARAGRAPH
           END-IF
           MOVE "--- Mentors ---" TO MSG
           PERFORM WRITE-OUTPUT
           PERFORM UNTIL 1 = 0
              READ MENTORS NEXT RECORD
                 AT END EXIT PERFORM
                 NOT AT END
                    PERFORM SPLIT-MENTOR-REC
                    PERFORM SHOW-MENTOR-IF-ELIGIBLE
              END-READ
           END-PERFORM
           CLOSE MENTORS
           IF MNT-ANY = "N"
              MOVE "No mentors with open places match." TO MSG
              PERFORM WRITE-OUTPUT
              EXIT PARAGRAPH
           END-IF

           MOVE "Enter a mentor's username to send a request (Enter to skip):" TO MSG
           PERFORM WRITE-OUTPUT
           READ INPUTFILE AT END EXIT PARAGRAPH
              NOT AT END ADD 1 TO INPUT-REC-COUNT MOVE FUNCTION TRIM(INPUT-REC) TO MNT-TARGET
           END-READ
           IF MNT-TARGET = SPACES
              EXIT PARAGRAPH
           END-IF
           PERFORM REQUEST-MENTOR
           EXIT PARAGRAPH.

       *> One browse line for the listing in MNT-REC-*, if it passes
       *> the filter and the open / dormant / block / capacity checks.
       SHOW-MENTOR-IF-ELIGIBLE.
           IF FUNCTION TRIM(MNT-REC-USER) = FUNCTION TRIM(USERNAME)
              OR MNT-REC-OPEN NOT = "Y"
              EXIT PARAGRAPH
           END-IF
           IF MNT-FILTER-KIND = "M"
              MOVE MNT-REC-MAJOR TO FILTER-HAYSTACK
           ELSE
              MOVE MNT-REC-INDUSTRY TO FILTER-HAYSTACK
           END-IF
           MOVE MNT-FILTER TO FILTER-NEEDLE
           PERFORM CHECK-SUBSTRING-MATCH
           IF FILTER-MATCH NOT = "Y"
              EXIT PARAGRAPH
           END-IF
           MOVE MNT-REC-USER TO DORM-USER
           PERFORM CHECK-USER-DORMANT
           IF DORM-FOUND = "Y"
              EXIT PARAGRAPH
           END-IF
           MOVE MNT-REC-USER TO BLK-A
           MOVE USERNAME     TO BLK-B
           PERFORM CHECK-USER-BLOCKED
           IF BLK-FOUND = "Y"
              EXIT PARAGRAPH
           END-IF
           MOVE USERNAME     TO BLK-A
           MOVE MNT-REC-USER TO BLK-B
           PERFORM CHECK-USER-BLOCKED
           IF BLK-FOUND = "Y"
              EXIT PARAGRAPH
           END-IF
           MOVE MNT-REC-USER TO MNT-TARGET
           PERFORM COUNT-MENTOR-ACTIVE
           MOVE FUNCTION NUMVAL(MNT-REC-CAP) TO MNT-CAP
           IF MNT-ACTIVE >= MNT-CAP
              EXIT PARAGRAPH
           END-IF
           COMPUTE MNT-SLOTS = MNT-CAP - MNT-ACTIVE
           MOVE MNT-SLOTS TO MNT-SLOTS-DISPLAY
           MOVE MNT-CAP   TO MNT-CAP-DISPLAY
           MOVE "Y" TO MNT-ANY
           MOVE SPACES TO MSG
           STRING FUNCTION TRIM(MNT-REC-USER)      DELIMITED BY SIZE
                  " -- "                           DELIMITED BY SIZE
                  FUNCTION TRIM(MNT-REC-MAJOR)     DELIMITED BY SIZE
                  ", "                             DELIMITED BY SIZE
                  FUNCTION TRIM(MNT-REC-INDUSTRY)  DELIMITED BY SIZE
                  " -- "                           DELIMITED BY SIZE
                  FUNCTION TRIM(MNT-SLOTS-DISPLAY) DELIMITED BY SIZE
                  " of "                           DELIMITED BY SIZE
                  FUNCTION TRIM(MNT-CAP-DISPLAY)   DELIMITED BY SIZE
                  " places open"                   DELIMITED BY SIZE
                  INTO MSG
           END-STRING
           PERFORM WRITE-OUTPUT
           IF MNT-REC-AREAS NOT = SPACES
              MOVE SPACES TO MSG
              STRING "    Can help with: "          DELIMITED BY SIZE
                     FUNCTION TRIM(MNT-REC-AREAS)   DELIMITED BY SIZE
                     INTO MSG
              END-STRING
              PERFORM WRITE-OUTPUT
           END-IF
           EXIT PARAGRAPH.

       *> Shows MENTORGEN's latest suggestions for USERNAME, if any.
       SHOW-MENTOR-SUGGESTIONS.
           MOVE "N" TO MNT-ANY
           OPEN INPUT MENTOR-SUGGEST
           IF MSUG-FS NOT = "00"
              CLOSE MENTOR-SUGGEST
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
              READ MENTOR-SUGGEST NEXT RECORD
                 AT END EXIT PERFORM
                 NOT AT END
                    MOVE SPACES TO MSUG-REC-STUDENT MSUG-REC-MENTOR
                                   MSUG-REC-SCORE MSUG-REC-REASON
                    UNSTRING MSUG-REC DELIMITED BY "|"
                       INTO MSUG-REC-STUDENT MSUG-REC-MENTOR
                            MSUG-REC-SCORE MSUG-REC-REASON
                    END-UNSTRING
                    IF FUNCTION TRIM(MSUG-REC-STUDENT) = FUNCTION TRIM(USERNAME)
                       IF MNT-ANY = "N"
                          MOVE "Suggested mentors for you (from your major and skills):" TO MSG
                          PERFORM WRITE-OUTPUT
                          MOVE "Y" TO MNT-ANY
                       END-IF
                       MOVE SPACES TO MSG
                       STRING "  "                            DELIMITED BY SIZE
                              FUNCTION TRIM(MSUG-REC-MENTOR)  DELIMITED BY SIZE
                              " -- "                          DELIMITED BY SIZE
                              FUNCTION TRIM(MSUG-REC-REASON)  DELIMITED BY SIZE
                              INTO MSG
                       END-STRING
                       PERFORM WRITE-OUTPUT
                    END-IF
              END-READ
           END-PERFORM
           CLOSE MENTOR-SUGGEST
           EXIT PARAGRAPH.

       *> Sends USERNAME's request to mentor MNT-TARGET.
       REQUEST-MENTOR.
           IF FUNCTION TRIM(MNT-TARGET) = FUNCTION TRIM(USERNAME)
              MOVE "You cannot send a mentor request to yourself." TO MSG
              PERFORM WRITE-OUTPUT
              EXIT PARAGRAPH
           END-IF
           PERFORM FIND-MENTOR-LISTING
           IF MNT-FOUND = "N" OR MNT-REC-OPEN NOT = "Y"
              MOVE "That user is not taking mentee requests." TO MSG
              PERFORM WRITE-OUTPUT
              EXIT PARAGRAPH
           END-IF
           MOVE MNT-TARGET TO BLK-A
           MOVE USERNAME   TO BLK-B
           PERFORM CHECK-USER-BLOCKED
           IF BLK-FOUND = "N"
              MOVE USERNAME   TO BLK-A
              MOVE MNT-TARGET TO BLK-B
              PERFORM CHECK-USER-BLOCKED
           END-IF
           IF BLK-FOUND = "Y"
              MOVE "That user is not taking mentee requests." TO MSG
              PERFORM WRITE-OUTPUT
              EXIT PARAGRAPH
           END-IF
           PERFORM COUNT-MENTOR-ACTIVE
           IF MNT-ACTIVE >= MNT-CAP
              MOVE "That mentor has no places open right now." TO MSG
              PERFORM WRITE-OUTPUT
              EXIT PARAGRAPH
           END-IF
           MOVE MNT-TARGET TO MNT-OTHER
           MOVE "O" TO MNT-FILTER-KIND
           PERFORM FIND-MENTORSHIP-PAIR
           IF MNT-FOUND = "Y"
              MOVE "You already have a request or mentorship open with that user." TO MSG
              PERFORM WRITE-OUTPUT
              EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO MNT-TODAY
           OPEN EXTEND MENTORSHIPS
           MOVE SPACES TO MSHIP-REC
           STRING FUNCTION TRIM(MNT-TARGET) DELIMITED BY SIZE
                  "|"                       DELIMITED BY SIZE
                  FUNCTION TRIM(USERNAME)   DELIMITED BY SIZE
                  "|requested|"             DELIMITED BY SIZE
                  MNT-TODAY                 DELIMITED BY SIZE
                  "|"                       DELIMITED BY SIZE
                  INTO MSHIP-REC
           END-STRING
           WRITE MSHIP-REC
           CLOSE MENTORSHIPS

           MOVE FUNCTION TRIM(MNT-TARGET) TO NOTIF-TARGET
           MOVE SPACES TO NOTIF-TEXT
           MOVE "MENT" TO NOTIF-CATEGORY
           STRING FUNCTION TRIM(USERNAME) DELIMITED BY SIZE
                  " asked you to be their mentor -- see Mentorship > Review Mentee Requests"
                                          DELIMITED BY SIZE
                  INTO NOTIF-TEXT
           END-STRING
           PERFORM ADD-NOTIFICATION
           MOVE "Mentor request sent." TO MSG
           PERFORM WRITE-OUTPUT
           EXIT PARAGRAPH.

       *> Mentor side: walks USERNAME's pending requests. Accepting is
       *> refused once the listing's cap of active mentees is reached.
       REVIEW-MENTEE-REQUESTS.
           MOVE FUNCTION TRIM(USERNAME) TO MNT-TARGET
           PERFORM FIND-MENTOR-LISTING
           PERFORM COUNT-MENTOR-ACTIVE
           MOVE FUNCTION CURRENT-DATE(1:8) TO MNT-TODAY
           MOVE "N" TO MNT-ANY
           OPEN INPUT MENTORSHIPS
           IF MSHIP-FS NOT = "00"
              CLOSE MENTORSHIPS
              MOVE "No mentee requests are waiting." TO MSG
              PERFORM WRITE-OUTPUT
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT MSHIP-TMP
           PERFORM UNTIL 1 = 0
              READ MENTORSHIPS NEXT RECORD
                 AT END EXIT PERFORM
                 NOT AT END
                    PERFORM SPLIT-MSHIP-REC
                    IF FUNCTION TRIM(MSP-REC-MENTOR) = FUNCTION TRIM(USERNAME)
                       AND FUNCTION TRIM(MSP-REC-STATUS) = "requested"
                       MOVE "Y" TO MNT-ANY
                       PERFORM ANSWER-MENTEE-REQUEST
                    END-IF
                    PERFORM BUILD-MSHIP-TMP-REC
                    WRITE MSHIP-TMP-REC
              END-READ
           END-PERFORM
           CLOSE MENTORSHIPS
           CLOSE MSHIP-TMP

           IF MNT-ANY = "Y"
              MOVE "MENTORSHIPS" TO JNL-TARGET
              PERFORM MARK-REWRITE-PENDING
              PERFORM COPY-MSHIP-TMP-BACK
              PERFORM CLEAR-REWRITE-JOURNAL
           ELSE
              MOVE "No mentee requests are waiting." TO MSG
              PERFORM WRITE-OUTPUT
           END-IF
           EXIT PARAGRAPH.

       *> Prompts for the request in MSP-REC-* and updates its status.
       ANSWER-MENTEE-REQUEST.
           MOVE SPACES TO MSG
           STRING "Mentee request from "         DELIMITED BY SIZE
                  FUNCTION TRIM(MSP-REC-MENTEE)  DELIMITED BY SIZE
                  " (sent "                      DELIMITED BY SIZE
                  MSP-REC-REQUESTED              DELIMITED BY SIZE
                  ")"                            DELIMITED BY SIZE
                  INTO MSG
           END-STRING
           PERFORM WRITE-OUTPUT
           MOVE "A = Accept,  D = Decline,  Enter = Decide later" TO MSG
           PERFORM WRITE-OUTPUT
           READ INPUTFILE AT END MOVE SPACE TO RESP-CHAR
              NOT AT END ADD 1 TO INPUT-REC-COUNT MOVE FUNCTION TRIM(INPUT-REC)(1:1) TO RESP-CHAR
           END-READ
           MOVE FUNCTION TRIM(MSP-REC-MENTEE) TO NOTIF-TARGET
           MOVE SPACES TO NOTIF-TEXT
           MOVE "MENT" TO NOTIF-CATEGORY
           EVALUATE TRUE
              WHEN RESP-CHAR = "A" OR RESP-CHAR = "a"
                 IF MNT-ACTIVE >= MNT-CAP
                    MOVE "You are at your mentee cap -- the request stays pending." TO MSG
                    PERFORM WRITE-OUTPUT
                 ELSE
                    MOVE "active" TO MSP-REC-STATUS
                    MOVE MNT-TODAY TO MSP-REC-STARTED
                    ADD 1 TO MNT-ACTIVE
                    STRING FUNCTION TRIM(USERNAME) DELIMITED BY SIZE
                           " accepted your mentorship request -- your mentorship starts today"
                                                   DELIMITED BY SIZE
                           INTO NOTIF-TEXT
                    END-STRING
                    PERFORM ADD-NOTIFICATION
                    MOVE "Request accepted -- the mentorship is now active." TO MSG
                    PERFORM WRITE-OUTPUT
                 END-IF
              WHEN RESP-CHAR = "D" OR RESP-CHAR = "d"
                 MOVE "declined" TO MSP-REC-STATUS
                 STRING FUNCTION TRIM(USERNAME) DELIMITED BY SIZE
                        " declined your mentorship request"
                                                DELIMITED BY SIZE
                        INTO NOTIF-TEXT
                 END-STRING
                 PERFORM ADD-NOTIFICATION
                 MOVE "Request declined." TO MSG
                 PERFORM WRITE-OUTPUT
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           EXIT PARAGRAPH.

       *> Every open pairing USERNAME is in, on either side, with the
       *> check-in log under each active one.
       LIST-MY-MENTORSHIPS.
           MOVE "N" TO MNT-ANY
           MOVE "--- My Mentorships ---" TO MSG
           PERFORM WRITE-OUTPUT
           OPEN INPUT MENTORSHIPS
           IF MSHIP-FS = "00"
              PERFORM UNTIL 1 = 0
                 READ MENTORSHIPS NEXT RECORD
                    AT END EXIT PERFORM
                    NOT AT END
                       PERFORM SPLIT-MSHIP-REC
                       IF (FUNCTION TRIM(MSP-REC-MENTOR) = FUNCTION TRIM(USERNAME)
                             OR FUNCTION TRIM(MSP-REC-MENTEE) = FUNCTION TRIM(USERNAME))
                          AND (FUNCTION TRIM(MSP-REC-STATUS) = "active"
                             OR FUNCTION TRIM(MSP-REC-STATUS) = "requested")
                          MOVE "Y" TO MNT-ANY
                          PERFORM SHOW-MY-MENTORSHIP
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE MENTORSHIPS
           IF MNT-ANY = "N"
              MOVE "You have no open mentorships or requests." TO MSG
              PERFORM WRITE-OUTPUT
           END-IF
           EXIT PARAGRAPH.

       SHOW-MY-MENTORSHIP.
           MOVE SPACES TO MSG
           EVALUATE TRUE
              WHEN FUNCTION TRIM(MSP-REC-MENTOR) = FUNCTION TRIM(USERNAME)
                 AND FUNCTION TRIM(MSP-REC-STATUS) = "active"
                 STRING "Mentee "                     DELIMITED BY SIZE
                        FUNCTION TRIM(MSP-REC-MENTEE) DELIMITED BY SIZE
                        " -- active since "           DELIMITED BY SIZE
                        MSP-REC-STARTED               DELIMITED BY SIZE
                        INTO MSG
                 END-STRING
              WHEN FUNCTION TRIM(MSP-REC-MENTOR) = FUNCTION TRIM(USERNAME)
                 STRING "Request from "               DELIMITED BY SIZE
                        FUNCTION TRIM(MSP-REC-MENTEE) DELIMITED BY SIZE
                        " -- waiting since "          DELIMITED BY SIZE
                        MSP-REC-REQUESTED             DELIMITED BY SIZE
                        INTO MSG
                 END-STRING
              WHEN FUNCTION TRIM(MSP-REC-STATUS) = "active"
                 STRING "Mentor "                     DELIMITED BY SIZE
                        FUNCTION TRIM(MSP-REC-MENTOR) DELIMITED BY SIZE
                        " -- active since "           DELIMITED BY SIZE
                        MSP-REC-STARTED               DELIMITED BY SIZE
                        INTO MSG
                 END-STRING
              WHEN OTHER
                 STRING "Request to "                 DELIMITED BY SIZE
                        FUNCTION TRIM(MSP-REC-MENTOR) DELIMITED BY SIZE
                        " -- waiting since "          DELIMITED BY SIZE
                        MSP-REC-REQUESTED             DELIMITED BY SIZE
                        INTO MSG
                 END-STRING
           END-EVALUATE
           PERFORM WRITE-OUTPUT
           IF FUNCTION TRIM(MSP-REC-STATUS) NOT = "active"
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT MENTOR-CHECKINS
           IF CHECKIN-FS = "00"
              PERFORM UNTIL 1 = 0
                 READ MENTOR-CHECKINS NEXT RECORD
                    AT END EXIT PERFORM
                    NOT AT END
                       PERFORM SPLIT-CHECKIN-REC
                       IF FUNCTION TRIM(CHK-REC-MENTOR) = FUNCTION TRIM(MSP-REC-MENTOR)
                          AND FUNCTION TRIM(CHK-REC-MENTEE) = FUNCTION TRIM(MSP-REC-MENTEE)
                          MOVE SPACES TO MSG
                          STRING "    "                       DELIMITED BY SIZE
                                 CHK-REC-DATE                 DELIMITED BY SIZE
                                 " "                          DELIMITED BY SIZE
                                 FUNCTION TRIM(CHK-REC-BY)    DELIMITED BY SIZE
                                 ": "                         DELIMITED BY SIZE
                                 FUNCTION TRIM(CHK-REC-NOTE)  DELIMITED BY SIZE
                                 INTO MSG
                          END-STRING
                          PERFORM WRITE-OUTPUT
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE MENTOR-CHECKINS
           EXIT PARAGRAPH.

       SPLIT-CHECKIN-REC.
           MOVE SPACES TO CHK-REC-MENTOR CHK-REC-MENTEE CHK-REC-DATE
                          CHK-REC-BY CHK-REC-NOTE
           UNSTRING CHECKIN-REC DELIMITED BY "|"
              INTO CHK-REC-MENTOR CHK-REC-MENTEE CHK-REC-DATE
                   CHK-REC-BY CHK-REC-NOTE
           END-UNSTRING
           EXIT PARAGRAPH.

       *> Either side of an active pairing logs a dated note; the other
       *> side is notified.
       LOG-MENTOR-CHECKIN.
           MOVE "Enter the username of your mentor or mentee:" TO MSG
           PERFORM WRITE-OUTPUT
           READ INPUTFILE AT END EXIT PARAGRAPH
              NOT AT END ADD 1 TO INPUT-REC-COUNT MOVE FUNCTION TRIM(INPUT-REC) TO MNT-OTHER
           END-READ
           MOVE "A" TO MNT-FILTER-KIND
           PERFORM FIND-MENTORSHIP-PAIR
           IF MNT-FOUND = "N"
              MOVE "You have no active mentorship with that user." TO MSG
              PERFORM WRITE-OUTPUT
              EXIT PARAGRAPH
           END-IF
           MOVE "Check-in note (what you covered, next steps; max 200 characters):" TO MSG
           PERFORM WRITE-OUTPUT
           MOVE SPACES TO CHK-REC-NOTE
           READ INPUTFILE AT END EXIT PARAGRAPH
              NOT AT END ADD 1 TO INPUT-REC-COUNT MOVE FUNCTION TRIM(INPUT-REC) TO CHK-REC-NOTE
           END-READ
           INSPECT CHK-REC-NOTE REPLACING ALL "|" BY " "
           IF CHK-REC-NOTE = SPACES
              MOVE "No note entered. Check-in not logged." TO MSG
              PERFORM WRITE-OUTPUT
              EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO MNT-TODAY
           OPEN EXTEND MENTOR-CHECKINS
           MOVE SPACES TO CHECKIN-REC
           STRING FUNCTION TRIM(MSP-REC-MENTOR) DELIMITED BY SIZE
                  "|"                           DELIMITED BY SIZE
                  FUNCTION TRIM(MSP-REC-MENTEE) DELIMITED BY SIZE
                  "|"                           DELIMITED BY SIZE
                  MNT-TODAY                     DELIMITED BY SIZE
                  "|"                           DELIMITED BY SIZE
                  FUNCTION TRIM(USERNAME)       DELIMITED BY SIZE
                  "|"                           DELIMITED BY SIZE
                  FUNCTION TRIM(CHK-REC-NOTE)   DELIMITED BY SIZE
                  INTO CHECKIN-REC
           END-STRING
           WRITE CHECKIN-REC
           CLOSE MENTOR-CHECKINS

           MOVE FUNCTION TRIM(MNT-OTHER) TO NOTIF-TARGET
           MOVE SPACES TO NOTIF-TEXT
           MOVE "MENT" TO NOTIF-CATEGORY
           STRING FUNCTION TRIM(USERNAME)     DELIMITED BY SIZE
                  " logged a mentorship check-in: " DELIMITED BY SIZE
                  FUNCTION TRIM(CHK-REC-NOTE) DELIMITED BY SIZE
                  INTO NOTIF-TEXT
           END-STRING
           PERFORM ADD-NOTIFICATION
           MOVE "Check-in logged." TO MSG
           PERFORM WRITE-OUTPUT
           EXIT PARAGRAPH.

       *> Ends an active pairing (or withdraws a pending request) between
       *> USERNAME and MNT-OTHER, from either side.
       END-MENTORSHIP.
           MOVE "Enter the username of your mentor or mentee:" TO MSG
           PERFORM WRITE-OUTPUT
           READ INPUTFILE AT END EXIT PARAGRAPH
              NOT AT END ADD 1 TO INPUT-REC-COUNT MOVE FUNCTION TRIM(INPUT-REC) TO MNT-OTHER
           END-READ
           MOVE "N" TO MNT-FOUND
           OPEN INPUT MENTORSHIPS
           IF MSHIP-FS NOT = "00"
              CLOSE MENTORSHIPS
              MOVE "You have no open mentorship with that user." TO MSG
              PERFORM WRITE-OUTPUT
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT MSHIP-TMP
           PERFORM UNTIL 1 = 0
              READ MENTORSHIPS NEXT RECORD
                 AT END EXIT PERFORM
                 NOT AT END
                    PERFORM SPLIT-MSHIP-REC
                    IF ((FUNCTION TRIM(MSP-REC-MENTOR) = FUNCTION TRIM(USERNAME)
                          AND FUNCTION TRIM(MSP-REC-MENTEE) = FUNCTION TRIM(MNT-OTHER))
                       OR (FUNCTION TRIM(MSP-REC-MENTEE) = FUNCTION TRIM(USERNAME)
                          AND FUNCTION TRIM(MSP-REC-MENTOR) = FUNCTION TRIM(MNT-OTHER)))
                       AND (FUNCTION TRIM(MSP-REC-STATUS) = "active"
                          OR FUNCTION TRIM(MSP-REC-STATUS) = "requested")
                       MOVE "ended" TO MSP-REC-STATUS
                       MOVE "Y" TO MNT-FOUND
                    END-IF
                    PERFORM BUILD-MSHIP-TMP-REC
                    WRITE MSHIP-TMP-REC
              END-READ
           END-PERFORM
           CLOSE MENTORSHIPS
           CLOSE MSHIP-TMP
           IF MNT-FOUND = "N"
              MOVE "You have no open mentorship with that user." TO MSG
              PERFORM WRITE-OUTPUT
              EXIT PARAGRAPH
           END-IF
           MOVE "MENTORSHIPS" TO JNL-TARGET
           PERFORM MARK-REWRITE-PENDING
           PERFORM COPY-MSHIP-TMP-BACK
           PERFORM CLEAR-REWRITE-JOURNAL

           MOVE FUNCTION TRIM(MNT-OTHER) TO NOTIF-TARGET
           MOVE SPACES TO NOTIF-TEXT
           MOVE "MENT" TO NOTIF-CATEGORY
           STRING FUNCTION TRIM(USERNAME) DELIMITED BY SIZE
                  " ended your mentorship" DELIMITED BY SIZE
                  INTO NOTIF-TEXT
           END-STRING
           PERFORM ADD-NOTIFICATION
           MOVE "Mentorship ended." TO MSG
           PERFORM WRITE-OUTPUT
           EXIT PARAGRAPH.

       *> Deactivation: drops USERNAME's listing, every pairing naming
       *> them on either side, and the check-ins of those pairings.
       PURGE-USER-MENTORING.
           CLOSE MENTORS
           OPEN INPUT MENTORS
           OPEN OUTPUT MENTOR-TMP
           PERFORM UNTIL 1 = 0
              READ MENTORS NEXT RECORD
                 AT END EXIT PERFORM
                 NOT AT END
                    PERFORM SPLIT-MENTOR-REC
                    IF FUNCTION TRIM(MNT-REC-USER) NOT = FUNCTION TRIM(USERNAME)
                       MOVE MENTOR-REC TO MENTOR-TMP-REC
                       WRITE MENTOR-TMP-REC
                    END-IF
              END-READ
           END-PERFORM
           CLOSE MENTORS
           CLOSE MENTOR-TMP
           MOVE "MENTORS" TO JNL-TARGET
           PERFORM MARK-REWRITE-PENDING
           PERFORM COPY-MENTOR-TMP-BACK
           PERFORM CLEAR-REWRITE-JOURNAL

           CLOSE MENTORSHIPS
           OPEN INPUT MENTORSHIPS
           OPEN OUTPUT MSHIP-TMP
           PERFORM UNTIL 1 = 0
              READ MENTORSHIPS NEXT RECORD
                 AT END EXIT PERFORM
                 NOT AT END
                    PERFORM SPLIT-MSHIP-REC
                    IF FUNCTION TRIM(MSP-REC-MENTOR) NOT = FUNCTION TRIM(USERNAME)
                       AND FUNCTION TRIM(MSP-REC-MENTEE) NOT = FUNCTION TRIM(USERNAME)
                       MOVE MSHIP-REC TO MSHIP-TMP-REC
                       WRITE MSHIP-TMP-REC
                    END-IF
              END-READ
           END-PERFORM
           CLOSE MENTORSHIPS
           CLOSE MSHIP-TMP
           MOVE "MENTORSHIPS" TO JNL-TARGET
           PERFORM MARK-REWRITE-PENDING
           PERFORM COPY-MSHIP-TMP-BACK
           PERFORM CLEAR-REWRITE-JOURNAL

           CLOSE MENTOR-CHECKINS
           OPEN INPUT MENTOR-CHECKINS
           OPEN OUTPUT CHECKIN-TMP
           PERFORM UNTIL 1 = 0
              READ MENTOR-CHECKINS NEXT RECORD
                 AT END EXIT PERFORM
                 NOT AT END
                    PERFORM SPLIT-CHECKIN-REC
                    IF FUNCTION TRIM(CHK-REC-MENTOR) NOT = FUNCTION TRIM(USERNAME)
                       AND FUNCTION TRIM(CHK-REC-MENTEE) NOT = FUNCTION TRIM(USERNAME)
                       MOVE CHECKIN-REC TO CHECKIN-TMP-REC
                       WRITE CHECKIN-TMP-REC
                    END-IF
              END-READ
           END-PERFORM
           CLOSE MENTOR-CHECKINS
           CLOSE CHECKIN-TMP
           MOVE "MENTORCHECKINS" TO JNL-TARGET
           PERFORM MARK-REWRITE-PENDING
           PERFORM COPY-CHECKIN-TMP-BACK
           PERFORM CLEAR-REWRITE-JOURNAL
           EXIT PARAGRAPH.

*> ================= Career events =================
       *> Employer accounts and group creators organize events; students
       *> RSVP. Places go in RSVP order up to the capacity, the rest go
       *> on the waitlist, which moves up whenever a place is released.
       EVENTS-MENU.
           MOVE "=================CAREER EVENTS===================" TO MSG
           PERFORM WRITE-OUTPUT
           MOVE "0 = Return to Main Menu" TO MSG
           PERFORM WRITE-OUTPUT
           MOVE "1 = Browse Upcoming Events" TO MSG
           PERFORM WRITE-OUTPUT
           MOVE "2 = RSVP to an Event" TO MSG
           PERFORM WRITE-OUTPUT
           MOVE "3 = Cancel My RSVP" TO MSG
           PERFORM WRITE-OUTPUT
           MOVE "4 = My Event RSVPs" TO MSG
           PERFORM WRITE-OUTPUT
           MOVE "5 = Create an Event" TO MSG
           PERFORM WRITE-OUTPUT
           MOVE "6 = My Organized Events / Print Roster" TO MSG
           PERFORM WRITE-OUTPUT
           MOVE "7 = Record Attendance" TO MSG
           PERFORM WRITE-OUTPUT
           MOVE "8 = Cancel an Event" TO MSG
           PERFORM WRITE-OUTPUT
           MOVE "=================================================" TO MSG
           PERFORM WRITE-OUTPUT
           MOVE "Enter your choice (0-8):" TO MSG
           PERFORM WRITE-OUTPUT
           READ INPUTFILE AT END EXIT PARAGRAPH
              NOT AT END ADD 1 TO INPUT-REC-COUNT MOVE FUNCTION NUMVAL(INPUT-REC) TO OPTION-CHOICE
           END-READ
           MOVE OPTION-CHOICE TO MSG
           PERFORM WRITE-OUTPUT
           MOVE FUNCTION CURRENT-DATE(1:8) TO EVT-TODAY
           EVALUATE OPTION-CHOICE
              WHEN 1
                 PERFORM BROWSE-EVENTS
              WHEN 2
                 PERFORM RSVP-TO-EVENT
              WHEN 3
                 PERFORM CANCEL-EVENT-RSVP
              WHEN 4
                 PERFORM LIST-MY-EVENT-RSVPS
              WHEN 5
                 PERFORM CREATE-EVENT
              WHEN 6
                 PERFORM LIST-MY-ORGANIZED-EVENTS
              WHEN 7
                 PERFORM RECORD-EVENT-ATTENDANCE
              WHEN 8
                 PERFORM CANCEL-EVENT
              WHEN 0
                 EXIT PARAGRAPH
              WHEN OTHER
                 MOVE "Invalid option, choose 0-8" TO MSG
                 PERFORM WRITE-OUTPUT
           END-EVALUATE
           EXIT PARAGRAPH.

       SPLIT-EVENT-REC.
           MOVE SPACES TO EVT-REC-ID EVT-REC-TITLE EVT-REC-DATE
                          EVT-REC-TIME EVT-REC-LOCATION EVT-REC-CAP
                          EVT-REC-COMPANY EVT-REC-ORGANIZER
                          EVT-REC-STATUS EVT-REC-ATTENDED
           UNSTRING EVENT-REC DELIMITED BY "|"
              INTO EVT-REC-ID EVT-REC-TITLE EVT-REC-DATE EVT-REC-TIME
                   EVT-REC-LOCATION EVT-REC-CAP EVT-REC-COMPANY
                   EVT-REC-ORGANIZER EVT-REC-STATUS EVT-REC-ATTENDED
           END-UNSTRING
           MOVE 0 TO EVT-CAP
           IF FUNCTION TRIM(EVT-REC-CAP) IS NUMERIC
              MOVE FUNCTION NUMVAL(EVT-REC-CAP) TO EVT-CAP
           END-IF
           EXIT PARAGRAPH.

       BUILD-EVENT-TMP-REC.
           MOVE SPACES TO EVENT-TMP-REC
           STRING EVT-REC-ID                      DELIMITED BY SIZE
                  "|"                             DELIMITED BY SIZE
                  FUNCTION TRIM(EVT-REC-TITLE)    DELIMITED BY SIZE
                  "|"                             DELIMITED BY SIZE
                  EVT-REC-DATE                    DELIMITED BY SIZE
                  "|"                             DELIMITED BY SIZE
                  FUNCTION TRIM(EVT-REC-TIME)     DELIMITED BY SIZE
                  "|"                             DELIMITED BY SIZE
                  FUNCTION TRIM(EVT-REC-LOCATION) DELIMITED BY SIZE
                  "|"                             DELIMITED BY SIZE
                  FUNCTION TRIM(EVT-REC-CAP)      DELIMITED BY SIZE
                  "|"                             DELIMITED BY SIZE
                  FUNCTION TRIM(EVT-REC-COMPANY)  DELIMITED BY SIZE
                  "|"                             DELIMITED BY SIZE
                  FUNCTION TRIM(EVT-REC-ORGANIZER) DELIMITED BY SIZE
                  "|"                             DELIMITED BY SIZE
                  FUNCTION TRIM(EVT-REC-STATUS)   DELIMITED BY SIZE
                  "|"                             DELIMITED BY SIZE
                  FUNCTION TRIM(EVT-REC-ATTENDED) DELIMITED BY SIZE
                  INTO EVENT-TMP-REC
           END-STRING
           EXIT PARAGRAPH.

       SPLIT-RSVP-REC.
           MOVE SPACES TO RSVP-REC-ID RSVP-REC-USER RSVP-REC-STATUS
                          RSVP-REC-STAMP
           UNSTRING RSVP-REC DELIMITED BY "|"
              INTO RSVP-REC-ID RSVP-REC-USER RSVP-REC-STATUS
                   RSVP-REC-STAMP
           END-UNSTRING
           EXIT PARAGRAPH.

       BUILD-RSVP-TMP-REC.
           MOVE SPACES TO RSVP-TMP-REC
           STRING RSVP-REC-ID                     DELIMITED BY SIZE
                  "|"                             DELIMITED BY SIZE
                  FUNCTION TRIM(RSVP-REC-USER)    DELIMITED BY SIZE
                  "|"                             DELIMITED BY SIZE
                  FUNCTION TRIM(RSVP-REC-STATUS)  DELIMITED BY SIZE
                  "|"                             DELIMITED BY SIZE
                  RSVP-REC-STAMP                  DELIMITED BY SIZE
                  INTO RSVP-TMP-REC
           END-STRING
           EXIT PARAGRAPH.

       *> Event numbers come from events.seq exactly as posting numbers
       *> come from jobs.seq; the new number is left in EVT-ID.
       NEXT-EVENT-NUMBER.
           MOVE 0 TO EVT-SEQ
           OPEN INPUT EVENT-SEQ
           IF EVTSEQ-FS = "00"
              READ EVENT-SEQ
                 AT END
                    CONTINUE
                 NOT AT END
                    IF EVTSEQ-REC(1:6) IS NUMERIC
                       MOVE EVTSEQ-REC(1:6) TO EVT-SEQ
                    END-IF
              END-READ
           END-IF
           CLOSE EVENT-SEQ
           ADD 1 TO EVT-SEQ
           OPEN OUTPUT EVENT-SEQ
           IF EVTSEQ-FS = "00"
              MOVE SPACES TO EVTSEQ-REC
              MOVE EVT-SEQ TO EVTSEQ-REC
              WRITE EVTSEQ-REC
              CLOSE EVENT-SEQ
           END-IF
           MOVE EVT-SEQ TO EVT-ID
           EXIT PARAGRAPH.

       *> Prompts for an event number; EVT-ID is left blank when the
       *> entry is not one. "12" and "000012" both name event 000012.
       READ-EVENT-ID.
           MOVE SPACES TO EVT-ID EVT-ENTRY
           MOVE "Enter the event number:" TO MSG
           PERFORM WRITE-OUTPUT
           READ INPUTFILE AT END EXIT PARAGRAPH
              NOT AT END ADD 1 TO INPUT-REC-COUNT MOVE FUNCTION TRIM(INPUT-REC) TO EVT-ENTRY
           END-READ
           MOVE FUNCTION LENGTH(FUNCTION TRIM(EVT-ENTRY)) TO EVT-ENTRY-LEN
           IF EVT-ENTRY = SPACES OR EVT-ENTRY-LEN > 6
              OR EVT-ENTRY(1:EVT-ENTRY-LEN) IS NOT NUMERIC
              MOVE "That is not an event number." TO MSG
              PERFORM WRITE-OUTPUT
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(EVT-ENTRY) TO EVT-ID-NUM
           MOVE EVT-ID-NUM TO EVT-ID
           EXIT PARAGRAPH.

       *> Loads event EVT-ID into EVT-REC-* (EVT-FOUND = "Y").
       FIND-EVENT.
           MOVE "N" TO EVT-FOUND
           OPEN INPUT EVENTS
           IF EVT-FS NOT = "00"
              CLOSE EVENTS
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
              READ EVENTS NEXT RECORD
                 AT END EXIT PERFORM
                 NOT AT END
                    PERFORM SPLIT-EVENT-REC
                    IF EVT-REC-ID = EVT-ID
                       MOVE "Y" TO EVT-FOUND
                       EXIT PERFORM
                    END-IF
              END-READ
           END-PERFORM
           CLOSE EVENTS
           EXIT PARAGRAPH.

       *> Places taken and waitlist length for EVT-ID, plus USERNAME's
       *> own status on it and, when waitlisted, their position.
       COUNT-EVENT-RSVPS.
           MOVE 0 TO EVT-GOING EVT-WAITING EVT-MY-POSITION
           MOVE SPACES TO EVT-MY-STATUS
           OPEN INPUT EVENT-RSVPS
           IF RSVP-FS NOT = "00"
              CLOSE EVENT-RSVPS
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
              READ EVENT-RSVPS NEXT RECORD
                 AT END EXIT PERFORM
                 NOT AT END
                    PERFORM SPLIT-RSVP-REC
                    IF RSVP-REC-ID = EVT-ID
                       EVALUATE FUNCTION TRIM(RSVP-REC-STATUS)
                          WHEN "going"
                             ADD 1 TO EVT-GOING
                          WHEN "waitlist"
                             ADD 1 TO EVT-WAITING
                       END-EVALUATE
                       IF FUNCTION TRIM(RSVP-REC-USER) = FUNCTION TRIM(USERNAME)
                          AND FUNCTION TRIM(RSVP-REC-STATUS) NOT = "cancelled"
                          MOVE RSVP-REC-STATUS TO EVT-MY-STATUS
                          IF FUNCTION TRIM(RSVP-REC-STATUS) = "waitlist"
                             MOVE EVT-WAITING TO EVT-MY-POSITION
                          END-IF
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE EVENT-RSVPS
           EXIT PARAGRAPH.

       *> Two-line listing of the event in EVT-REC-*; needs the counts
       *> from COUNT-EVENT-RSVPS.
       SHOW-EVENT-SUMMARY.
           MOVE SPACES TO MSG
           STRING "Event "                        DELIMITED BY SIZE
                  EVT-REC-ID                      DELIMITED BY SIZE
                  ": "                            DELIMITED BY SIZE
                  FUNCTION TRIM(EVT-REC-TITLE)    DELIMITED BY SIZE
                  " -- "                          DELIMITED BY SIZE
                  EVT-REC-DATE(1:4) "-" EVT-REC-DATE(5:2) "-"
                  EVT-REC-DATE(7:2)               DELIMITED BY SIZE
                  " "                             DELIMITED BY SIZE
                  FUNCTION TRIM(EVT-REC-TIME)     DELIMITED BY SIZE
                  " at "                          DELIMITED BY SIZE
                  FUNCTION TRIM(EVT-REC-LOCATION) DELIMITED BY SIZE
                  INTO MSG
           END-STRING
           PERFORM WRITE-OUTPUT
           MOVE EVT-GOING   TO EVT-N1
           MOVE EVT-CAP     TO EVT-N2
           MOVE EVT-WAITING TO EVT-N3
           MOVE SPACES TO MSG
           STRING "    "                          DELIMITED BY SIZE
                  FUNCTION TRIM(EVT-N1)           DELIMITED BY SIZE
                  " of "                          DELIMITED BY SIZE
                  FUNCTION TRIM(EVT-N2)           DELIMITED BY SIZE
                  " places taken, "               DELIMITED BY SIZE
                  FUNCTION TRIM(EVT-N3)           DELIMITED BY SIZE
                  " on the waitlist; organizer "  DELIMITED BY SIZE
                  FUNCTION TRIM(EVT-REC-ORGANIZER) DELIMITED BY SIZE
                  INTO MSG
           END-STRING
           PERFORM WRITE-OUTPUT
           IF EVT-REC-COMPANY NOT = SPACES
              MOVE SPACES TO MSG
              STRING "    Hosted with "              DELIMITED BY SIZE
                     FUNCTION TRIM(EVT-REC-COMPANY) DELIMITED BY SIZE
                     INTO MSG
              END-STRING
              PERFORM WRITE-OUTPUT
           END-IF
           EXIT PARAGRAPH.

       BROWSE-EVENTS.
           MOVE "N" TO EVT-ANY
           MOVE "--- Upcoming Career Events ---" TO MSG
           PERFORM WRITE-OUTPUT
           OPEN INPUT EVENTS
           IF EVT-FS = "00"
              PERFORM UNTIL 1 = 0
                 READ EVENTS NEXT RECORD
                    AT END EXIT PERFORM
                    NOT AT END
                       PERFORM SPLIT-EVENT-REC
                       IF FUNCTION TRIM(EVT-REC-STATUS) = "scheduled"
                          AND EVT-REC-DATE >= EVT-TODAY
                          MOVE "Y" TO EVT-ANY
                          MOVE EVT-REC-ID TO EVT-ID
                          PERFORM COUNT-EVENT-RSVPS
                          PERFORM SHOW-EVENT-SUMMARY
                          EVALUATE FUNCTION TRIM(EVT-MY-STATUS)
                             WHEN "going"
                                MOVE "    You are on the attendee list." TO MSG
                                PERFORM WRITE-OUTPUT
                             WHEN "waitlist"
                                MOVE EVT-MY-POSITION TO EVT-N1
                                MOVE SPACES TO MSG
                                STRING "    You are number "   DELIMITED BY SIZE
                                       FUNCTION TRIM(EVT-N1)   DELIMITED BY SIZE
                                       " on the waitlist."     DELIMITED BY SIZE
                                       INTO MSG
                                END-STRING
                                PERFORM WRITE-OUTPUT
                          END-EVALUATE
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE EVENTS
           IF EVT-ANY = "N"
              MOVE "No upcoming events." TO MSG
              PERFORM WRITE-OUTPUT
           END-IF
           EXIT PARAGRAPH.

       RSVP-TO-EVENT.
           IF USER-ROLE = "E"
              MOVE "Event RSVPs are for student accounts." TO MSG
              PERFORM WRITE-OUTPUT
              EXIT PARAGRAPH
           END-IF
           PERFORM READ-EVENT-ID
           IF EVT-ID = SPACES
              EXIT PARAGRAPH
           END-IF
           PERFORM FIND-EVENT
           IF EVT-FOUND = "N"
              OR FUNCTION TRIM(EVT-REC-STATUS) NOT = "scheduled"
              OR EVT-REC-DATE < EVT-TODAY
              MOVE "There is no upcoming event with that number." TO MSG
              PERFORM WRITE-OUTPUT
              EXIT PARAGRAPH
           END-IF
           PERFORM COUNT-EVENT-RSVPS
           IF FUNCTION TRIM(EVT-MY-STATUS) = "going"
              MOVE "You already have a place at that event." TO MSG
              PERFORM WRITE-OUTPUT
              EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(EVT-MY-STATUS) = "waitlist"
              MOVE EVT-MY-POSITION TO EVT-N1
              MOVE SPACES TO MSG
              STRING "You are already number "  DELIMITED BY SIZE
                     FUNCTION TRIM(EVT-N1)      DELIMITED BY SIZE
                     " on the waitlist."        DELIMITED BY SIZE
                     INTO MSG
              END-STRING
              PERFORM WRITE-OUTPUT
              EXIT PARAGRAPH
           END-IF

           MOVE EVT-ID TO RSVP-REC-ID
           MOVE FUNCTION TRIM(USERNAME) TO RSVP-REC-USER
           MOVE FUNCTION CURRENT-DATE(1:14) TO RSVP-REC-STAMP
           IF EVT-GOING < EVT-CAP
              MOVE "going" TO RSVP-REC-STATUS
           ELSE
              MOVE "waitlist" TO RSVP-REC-STATUS
              ADD 1 TO EVT-WAITING
           END-IF
           PERFORM BUILD-RSVP-TMP-REC
           OPEN EXTEND EVENT-RSVPS
           MOVE RSVP-TMP-REC TO RSVP-REC
           WRITE RSVP-REC
           CLOSE EVENT-RSVPS

           MOVE SPACES TO MSG
           IF FUNCTION TRIM(RSVP-REC-STATUS) = "going"
              STRING "You have a place at "        DELIMITED BY SIZE
                     FUNCTION TRIM(EVT-REC-TITLE)  DELIMITED BY SIZE
                     "."                           DELIMITED BY SIZE
                     INTO MSG
              END-STRING
           ELSE
              MOVE EVT-WAITING TO EVT-N1
              STRING "The event is full -- you are number " DELIMITED BY SIZE
                     FUNCTION TRIM(EVT-N1)                   DELIMITED BY SIZE
                     " on the waitlist and will be moved up automatically if a place opens."
                                                             DELIMITED BY SIZE
                     INTO MSG
              END-STRING
           END-IF
           PERFORM WRITE-OUTPUT
           EXIT PARAGRAPH.

       CANCEL-EVENT-RSVP.
           PERFORM READ-EVENT-ID
           IF EVT-ID = SPACES
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO EVT-MY-STATUS
           OPEN INPUT EVENT-RSVPS
           IF RSVP-FS NOT = "00"
              CLOSE EVENT-RSVPS
              MOVE "You have no RSVP for that event." TO MSG
              PERFORM WRITE-OUTPUT
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT RSVP-TMP
           PERFORM UNTIL 1 = 0
              READ EVENT-RSVPS NEXT RECORD
                 AT END EXIT PERFORM
                 NOT AT END
                    PERFORM SPLIT-RSVP-REC
                    IF RSVP-REC-ID = EVT-ID
                       AND FUNCTION TRIM(RSVP-REC-USER) = FUNCTION TRIM(USERNAME)
                       AND (FUNCTION TRIM(RSVP-REC-STATUS) = "going"
                          OR FUNCTION TRIM(RSVP-REC-STATUS) = "waitlist")
                       MOVE RSVP-REC-STATUS TO EVT-MY-STATUS
                       MOVE "cancelled" TO RSVP-REC-STATUS
                    END-IF
                    PERFORM BUILD-RSVP-TMP-REC
                    WRITE RSVP-TMP-REC
              END-READ
           END-PERFORM
           CLOSE EVENT-RSVPS
           CLOSE RSVP-TMP
           IF EVT-MY-STATUS = SPACES
              MOVE "You have no RSVP for that event." TO MSG
              PERFORM WRITE-OUTPUT
              EXIT PARAGRAPH
           END-IF
           MOVE "EVENTRSVPS" TO JNL-TARGET
           PERFORM MARK-REWRITE-PENDING
           PERFORM COPY-RSVP-TMP-BACK
           PERFORM CLEAR-REWRITE-JOURNAL
           MOVE "Your RSVP has been cancelled." TO MSG
           PERFORM WRITE-OUTPUT

           IF FUNCTION TRIM(EVT-MY-STATUS) = "going"
              PERFORM FIND-EVENT
              IF EVT-FOUND = "Y"
                 AND FUNCTION TRIM(EVT-REC-STATUS) = "scheduled"
                 AND EVT-REC-DATE >= EVT-TODAY
                 PERFORM PROMOTE-WAITLIST
              END-IF
           END-IF
           EXIT PARAGRAPH.

       *> Fills free places on event EVT-ID (capacity in EVT-CAP, title
       *> and date in EVT-REC-*) from the head of its waitlist and tells
       *> each promoted user they now have a place.
       PROMOTE-WAITLIST.
           PERFORM COUNT-EVENT-RSVPS
           IF EVT-GOING >= EVT-CAP OR EVT-WAITING = 0
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO EVT-PROMOTED
           OPEN INPUT EVENT-RSVPS
           IF RSVP-FS NOT = "00"
              CLOSE EVENT-RSVPS
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT RSVP-TMP
           PERFORM UNTIL 1 = 0
              READ EVENT-RSVPS NEXT RECORD
                 AT END EXIT PERFORM
                 NOT AT END
                    PERFORM SPLIT-RSVP-REC
                    IF RSVP-REC-ID = EVT-ID
                       AND FUNCTION TRIM(RSVP-REC-STATUS) = "waitlist"
                       AND EVT-GOING < EVT-CAP
                       MOVE "going" TO RSVP-REC-STATUS
                       ADD 1 TO EVT-GOING
                       ADD 1 TO EVT-PROMOTED
                       MOVE FUNCTION TRIM(RSVP-REC-USER) TO NOTIF-TARGET
                       MOVE SPACES TO NOTIF-TEXT
                       MOVE "EVNT" TO NOTIF-CATEGORY
                       STRING "A place opened up -- you are now on the attendee list for "
                                                             DELIMITED BY SIZE
                              FUNCTION TRIM(EVT-REC-TITLE)   DELIMITED BY SIZE
                              " on "                         DELIMITED BY SIZE
                              EVT-REC-DATE(1:4) "-" EVT-REC-DATE(5:2) "-"
                              EVT-REC-DATE(7:2)              DELIMITED BY SIZE
                              INTO NOTIF-TEXT
                       END-STRING
                       PERFORM ADD-NOTIFICATION
                    END-IF
                    PERFORM BUILD-RSVP-TMP-REC
                    WRITE RSVP-TMP-REC
              END-READ
           END-PERFORM
           CLOSE EVENT-RSVPS
           CLOSE RSVP-TMP
           IF EVT-PROMOTED > 0
              MOVE "EVENTRSVPS" TO JNL-TARGET
              PERFORM MARK-REWRITE-PENDING
              PERFORM COPY-RSVP-TMP-BACK
              PERFORM CLEAR-REWRITE-JOURNAL
           END-IF
           EXIT PARAGRAPH.

       LIST-MY-EVENT-RSVPS.
           MOVE "N" TO EVT-ANY
           MOVE "--- My Event RSVPs ---" TO MSG
           PERFORM WRITE-OUTPUT
           OPEN INPUT EVENTS
           IF EVT-FS = "00"
              PERFORM UNTIL 1 = 0
                 READ EVENTS NEXT RECORD
                    AT END EXIT PERFORM
                    NOT AT END
                       PERFORM SPLIT-EVENT-REC
                       IF EVT-REC-DATE >= EVT-TODAY
                          MOVE EVT-REC-ID TO EVT-ID
                          PERFORM COUNT-EVENT-RSVPS
                          IF EVT-MY-STATUS NOT = SPACES
                             MOVE "Y" TO EVT-ANY
                             PERFORM SHOW-EVENT-SUMMARY
                             EVALUATE TRUE
                                WHEN FUNCTION TRIM(EVT-REC-STATUS) = "cancelled"
                                   MOVE "    This event has been cancelled by the organizer." TO MSG
                                WHEN FUNCTION TRIM(EVT-MY-STATUS) = "going"
                                   MOVE "    You are on the attendee list." TO MSG
                                WHEN OTHER
                                   MOVE EVT-MY-POSITION TO EVT-N1
                                   MOVE EVT-WAITING     TO EVT-N2
                                   MOVE SPACES TO MSG
                                   STRING "    You are number "   DELIMITED BY SIZE
                                          FUNCTION TRIM(EVT-N1)   DELIMITED BY SIZE
                                          " of "                  DELIMITED BY SIZE
                                          FUNCTION TRIM(EVT-N2)   DELIMITED BY SIZE
                                          " on the waitlist."     DELIMITED BY SIZE
                                          INTO MSG
                                   END-STRING
                             END-EVALUATE
                             PERFORM WRITE-OUTPUT
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE EVENTS
           IF EVT-ANY = "N"
              MOVE "You have no RSVPs for upcoming events." TO MSG
              PERFORM WRITE-OUTPUT
           END-IF
           EXIT PARAGRAPH.

       *> EVT-ALLOWED = "Y" for employer accounts and for anyone who
       *> created a group.
       CHECK-EVENT-ORGANIZER.
           MOVE "N" TO EVT-ALLOWED
           IF USER-ROLE = "E"
              MOVE "Y" TO EVT-ALLOWED
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT GROUPS-FILE
           IF GRP-FS NOT = "00"
              CLOSE GROUPS-FILE
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
              READ GROUPS-FILE NEXT RECORD
                 AT END EXIT PERFORM
                 NOT AT END
                    MOVE SPACES TO GRP-REC-NAME GRP-REC-CREATOR GRP-REC-DESC
                    UNSTRING GRP-REC DELIMITED BY "|"
                       INTO GRP-REC-NAME GRP-REC-CREATOR GRP-REC-DESC
                    END-UNSTRING
                    IF FUNCTION TRIM(GRP-REC-CREATOR) = FUNCTION TRIM(USERNAME)
                       MOVE "Y" TO EVT-ALLOWED
                       EXIT PERFORM
                    END-IF
              END-READ
           END-PERFORM
           CLOSE GROUPS-FILE
           EXIT PARAGRAPH.

       CREATE-EVENT.
           PERFORM CHECK-EVENT-ORGANIZER
           IF EVT-ALLOWED = "N"
              MOVE "Events can be created by employer accounts and group creators." TO MSG
              PERFORM WRITE-OUTPUT
              EXIT PARAGRAPH
           END-IF
           MOVE "Enter the event title:" TO MSG
           PERFORM WRITE-OUTPUT
           READ INPUTFILE AT END EXIT PARAGRAPH
              NOT AT END ADD 1 TO INPUT-REC-COUNT MOVE FUNCTION TRIM(INPUT-REC) TO EVT-IN-TITLE
           END-READ
           INSPECT EVT-IN-TITLE REPLACING ALL "|" BY "/"
           IF EVT-IN-TITLE = SPACES
              MOVE "An event needs a title. Event not created." TO MSG
              PERFORM WRITE-OUTPUT
              EXIT PARAGRAPH
           END-IF

           MOVE "Enter the event date (YYYYMMDD):" TO MSG
           PERFORM WRITE-OUTPUT
           READ INPUTFILE AT END EXIT PARAGRAPH
              NOT AT END ADD 1 TO INPUT-REC-COUNT MOVE FUNCTION TRIM(INPUT-REC) TO EVT-IN-DATE
           END-READ
           IF EVT-IN-DATE IS NOT NUMERIC
              OR EVT-IN-DATE(5:2) < "01" OR EVT-IN-DATE(5:2) > "12"
              OR EVT-IN-DATE(7:2) < "01" OR EVT-IN-DATE(7:2) > "31"
              MOVE "Dates are entered as YYYYMMDD. Event not created." TO MSG
              PERFORM WRITE-OUTPUT
              EXIT PARAGRAPH
           END-IF
           IF EVT-IN-DATE < EVT-TODAY
              MOVE "That date has already passed. Event not created." TO MSG
              PERFORM WRITE-OUTPUT
              EXIT PARAGRAPH
           END-IF

           MOVE "Enter the start time (for example 14:00; Enter to skip):" TO MSG
           PERFORM WRITE-OUTPUT
           READ INPUTFILE AT END MOVE SPACES TO EVT-IN-TIME
              NOT AT END ADD 1 TO INPUT-REC-COUNT MOVE FUNCTION TRIM(INPUT-REC) TO EVT-IN-TIME
           END-READ
           INSPECT EVT-IN-TIME REPLACING ALL "|" BY "/"

           MOVE "Enter the location:" TO MSG
           PERFORM WRITE-OUTPUT
           READ INPUTFILE AT END EXIT PARAGRAPH
              NOT AT END ADD 1 TO INPUT-REC-COUNT MOVE FUNCTION TRIM(INPUT-REC) TO EVT-IN-LOCATION
           END-READ
           INSPECT EVT-IN-LOCATION REPLACING ALL "|" BY "/"
           IF EVT-IN-LOCATION = SPACES
              MOVE "An event needs a location. Event not created." TO MSG
              PERFORM WRITE-OUTPUT
              EXIT PARAGRAPH
           END-IF

           MOVE "Enter the capacity (1-9999):" TO MSG
           PERFORM WRITE-OUTPUT
           READ INPUTFILE AT END EXIT PARAGRAPH
              NOT AT END ADD 1 TO INPUT-REC-COUNT MOVE FUNCTION TRIM(INPUT-REC) TO EVT-ENTRY
           END-READ
           MOVE FUNCTION LENGTH(FUNCTION TRIM(EVT-ENTRY)) TO EVT-ENTRY-LEN
           IF EVT-ENTRY = SPACES OR EVT-ENTRY-LEN > 4
              OR EVT-ENTRY(1:EVT-ENTRY-LEN) IS NOT NUMERIC
              MOVE "Capacity must be a number from 1 to 9999. Event not created." TO MSG
              PERFORM WRITE-OUTPUT
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(EVT-ENTRY) TO EVT-IN-CAP
           IF EVT-IN-CAP = 0
              MOVE "Capacity must be a number from 1 to 9999. Event not created." TO MSG
              PERFORM WRITE-OUTPUT
              EXIT PARAGRAPH
           END-IF

           MOVE "Enter the company hosting the event (Enter for none):" TO MSG
           PERFORM WRITE-OUTPUT
           READ INPUTFILE AT END MOVE SPACES TO EVT-IN-COMPANY
              NOT AT END ADD 1 TO INPUT-REC-COUNT MOVE FUNCTION TRIM(INPUT-REC) TO EVT-IN-COMPANY
           END-READ
           IF EVT-IN-COMPANY NOT = SPACES
              MOVE EVT-IN-COMPANY TO CO-MATCH-NAME
              PERFORM FIND-COMPANY
              IF CO-FOUND = "Y"
                 MOVE CO-REC-NAME TO EVT-IN-COMPANY
              ELSE
                 MOVE "That company is not in the registry; the event is saved without a company link." TO MSG
                 PERFORM WRITE-OUTPUT
                 MOVE SPACES TO EVT-IN-COMPANY
              END-IF
           END-IF

           PERFORM NEXT-EVENT-NUMBER
           MOVE EVT-ID           TO EVT-REC-ID
           MOVE EVT-IN-TITLE     TO EVT-REC-TITLE
           MOVE EVT-IN-DATE      TO EVT-REC-DATE
           MOVE EVT-IN-TIME      TO EVT-REC-TIME
           MOVE EVT-IN-LOCATION  TO EVT-REC-LOCATION
           MOVE EVT-IN-CAP       TO EVT-N1
           MOVE FUNCTION TRIM(EVT-N1) TO EVT-REC-CAP
           MOVE EVT-IN-COMPANY   TO EVT-REC-COMPANY
           MOVE FUNCTION TRIM(USERNAME) TO EVT-REC-ORGANIZER
           MOVE "scheduled"      TO EVT-REC-STATUS
           MOVE SPACES           TO EVT-REC-ATTENDED
           PERFORM BUILD-EVENT-TMP-REC
           OPEN EXTEND EVENTS
           MOVE EVENT-TMP-REC TO EVENT-REC
           WRITE EVENT-REC
           CLOSE EVENTS

           MOVE "EVENT_CREATE" TO AUDIT-EVENT
           MOVE "OK" TO AUDIT-RESULT
           PERFORM LOG-AUDIT-EVENT
           MOVE SPACES TO MSG
           STRING "Event "                     DELIMITED BY SIZE
                  EVT-ID                       DELIMITED BY SIZE
                  " created: "                 DELIMITED BY SIZE
                  FUNCTION TRIM(EVT-IN-TITLE)  DELIMITED BY SIZE
                  INTO MSG
           END-STRING
           PERFORM WRITE-OUTPUT
           EXIT PARAGRAPH.

       LIST-MY-ORGANIZED-EVENTS.
           MOVE "N" TO EVT-ANY
           MOVE "--- Events I Organize ---" TO MSG
           PERFORM WRITE-OUTPUT
           OPEN INPUT EVENTS
           IF EVT-FS = "00"
              PERFORM UNTIL 1 = 0
                 READ EVENTS NEXT RECORD
                    AT END EXIT PERFORM
                    NOT AT END
                       PERFORM SPLIT-EVENT-REC
                       IF FUNCTION TRIM(EVT-REC-ORGANIZER) = FUNCTION TRIM(USERNAME)
                          MOVE "Y" TO EVT-ANY
                          MOVE EVT-REC-ID TO EVT-ID
                          PERFORM COUNT-EVENT-RSVPS
                          PERFORM SHOW-EVENT-SUMMARY
                          MOVE SPACES TO MSG
                          EVALUATE TRUE
                             WHEN FUNCTION TRIM(EVT-REC-STATUS) = "cancelled"
                                MOVE "    Status: cancelled" TO MSG
                             WHEN EVT-REC-ATTENDED NOT = SPACES
                                STRING "    Status: held, attendance "  DELIMITED BY SIZE
                                       FUNCTION TRIM(EVT-REC-ATTENDED) DELIMITED BY SIZE
                                       INTO MSG
                                END-STRING
                             WHEN EVT-REC-DATE < EVT-TODAY
                                MOVE "    Status: held, attendance not yet recorded" TO MSG
                             WHEN OTHER
                                MOVE "    Status: scheduled" TO MSG
                          END-EVALUATE
                          PERFORM WRITE-OUTPUT
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE EVENTS
           IF EVT-ANY = "N"
              MOVE "You have not organized any events." TO MSG
              PERFORM WRITE-OUTPUT
              EXIT PARAGRAPH
           END-IF

           MOVE "Enter an event number to print its check-in roster (Enter to skip):" TO MSG
           PERFORM WRITE-OUTPUT
           READ INPUTFILE AT END EXIT PARAGRAPH
              NOT AT END ADD 1 TO INPUT-REC-COUNT MOVE FUNCTION TRIM(INPUT-REC) TO EVT-ENTRY
           END-READ
           IF EVT-ENTRY = SPACES
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION LENGTH(FUNCTION TRIM(EVT-ENTRY)) TO EVT-ENTRY-LEN
           IF EVT-ENTRY-LEN > 6
              OR EVT-ENTRY(1:EVT-ENTRY-LEN) IS NOT NUMERIC
              MOVE "That is not an event number." TO MSG
              PERFORM WRITE-OUTPUT
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(EVT-ENTRY) TO EVT-ID-NUM
           MOVE EVT-ID-NUM TO EVT-ID
           PERFORM FIND-EVENT
           IF EVT-FOUND = "N"
              OR FUNCTION TRIM(EVT-REC-ORGANIZER) NOT = FUNCTION TRIM(USERNAME)
              MOVE "You do not organize an event with that number." TO MSG
              PERFORM WRITE-OUTPUT
              EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-EVENT-ROSTER
           IF ROSTER-FS = "00"
              MOVE SPACES TO MSG
              STRING "Check-in roster written to "     DELIMITED BY SIZE
                     FUNCTION TRIM(WS-ROSTER-FILENAME) DELIMITED BY SIZE
                     INTO MSG
              END-STRING
           ELSE
              MOVE "The roster file could not be written." TO MSG
           END-IF
           PERFORM WRITE-OUTPUT
           EXIT PARAGRAPH.

       *> Printable check-in sheet for the event in EVT-REC-*:
       *> data/rosters/event_<id>.txt, attendees numbered in RSVP
       *> order with a box to tick at the door, then the waitlist.
       WRITE-EVENT-ROSTER.
           CALL "SYSTEM" USING "mkdir -p data/rosters"
           MOVE EVT-REC-ID TO EVT-ID
           PERFORM COUNT-EVENT-RSVPS
           MOVE SPACES TO WS-ROSTER-FILENAME
           STRING "data/rosters/event_" DELIMITED BY SIZE
                  EVT-REC-ID            DELIMITED BY SIZE
                  ".txt"                DELIMITED BY SIZE
                  INTO WS-ROSTER-FILENAME
           END-STRING
           OPEN OUTPUT ROSTER-FILE
           IF ROSTER-FS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE "EVENT CHECK-IN ROSTER" TO ROSTER-REC
           WRITE ROSTER-REC
           MOVE "=====================" TO ROSTER-REC
           WRITE ROSTER-REC
           MOVE SPACES TO ROSTER-REC
           STRING "Event:     "                  DELIMITED BY SIZE
                  EVT-REC-ID                     DELIMITED BY SIZE
                  " "                            DELIMITED BY SIZE
                  FUNCTION TRIM(EVT-REC-TITLE)   DELIMITED BY SIZE
                  INTO ROSTER-REC
           END-STRING
           WRITE ROSTER-REC
           MOVE SPACES TO ROSTER-REC
           STRING "Date:      "                  DELIMITED BY SIZE
                  EVT-REC-DATE(1:4) "-" EVT-REC-DATE(5:2) "-"
                  EVT-REC-DATE(7:2)              DELIMITED BY SIZE
                  " "                            DELIMITED BY SIZE
                  FUNCTION TRIM(EVT-REC-TIME)    DELIMITED BY SIZE
                  INTO ROSTER-REC
           END-STRING
           WRITE ROSTER-REC
           MOVE SPACES TO ROSTER-REC
           STRING "Location:  "                   DELIMITED BY SIZE
                  FUNCTION TRIM(EVT-REC-LOCATION) DELIMITED BY SIZE
                  INTO ROSTER-REC
           END-STRING
           WRITE ROSTER-REC
           IF EVT-REC-COMPANY NOT = SPACES
              MOVE SPACES TO ROSTER-REC
              STRING "Company:   "                  DELIMITED BY SIZE
                     FUNCTION TRIM(EVT-REC-COMPANY) DELIMITED BY SIZE
                     INTO ROSTER-REC
              END-STRING
              WRITE ROSTER-REC
           END-IF
           MOVE SPACES TO ROSTER-REC
           STRING "Organizer: "                     DELIMITED BY SIZE
                  FUNCTION TRIM(EVT-REC-ORGANIZER)  DELIMITED BY SIZE
                  INTO ROSTER-REC
           END-STRING
           WRITE ROSTER-REC
           MOVE EVT-GOING   TO EVT-N1
           MOVE EVT-CAP     TO EVT-N2
           MOVE EVT-WAITING TO EVT-N3
           MOVE SPACES TO ROSTER-REC
           STRING "Attending: "                 DELIMITED BY SIZE
                  FUNCTION TRIM(EVT-N1)         DELIMITED BY SIZE
                  " of "                        DELIMITED BY SIZE
                  FUNCTION TRIM(EVT-N2)         DELIMITED BY SIZE
                  "    Waitlist: "              DELIMITED BY SIZE
                  FUNCTION TRIM(EVT-N3)         DELIMITED BY SIZE
                  INTO ROSTER-REC
           END-STRING
           WRITE ROSTER-REC
           MOVE SPACES TO ROSTER-REC
           WRITE ROSTER-REC
           MOVE "  #  IN   USERNAME             NAME" TO ROSTER-REC
           WRITE ROSTER-REC
           MOVE "---- ---- -------------------- ------------------------------" TO ROSTER-REC
           WRITE ROSTER-REC
           MOVE "going" TO EVT-NEW-STATUS
           PERFORM WRITE-ROSTER-SECTION
           IF EVT-WAITING > 0
              MOVE SPACES TO ROSTER-REC
              WRITE ROSTER-REC
              MOVE "WAITLIST (in order)" TO ROSTER-REC
              WRITE ROSTER-REC
              MOVE "waitlist" TO EVT-NEW-STATUS
              PERFORM WRITE-ROSTER-SECTION
           END-IF
           MOVE SPACES TO ROSTER-REC
           WRITE ROSTER-REC
           MOVE "Walk-ins:" TO ROSTER-REC
           WRITE ROSTER-REC
           CLOSE ROSTER-FILE
           MOVE "00" TO ROSTER-FS
           EXIT PARAGRAPH.

       *> One roster line per RSVP of status EVT-NEW-STATUS on EVT-ID.
       WRITE-ROSTER-SECTION.
           MOVE 0 TO EVT-LINE-NO
           OPEN INPUT EVENT-RSVPS
           IF RSVP-FS NOT = "00"
              CLOSE EVENT-RSVPS
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
              READ EVENT-RSVPS NEXT RECORD
                 AT END EXIT PERFORM
                 NOT AT END
                    PERFORM SPLIT-RSVP-REC
                    IF RSVP-REC-ID = EVT-ID
                       AND FUNCTION TRIM(RSVP-REC-STATUS) = FUNCTION TRIM(EVT-NEW-STATUS)
                       ADD 1 TO EVT-LINE-NO
                       MOVE EVT-LINE-NO TO EVT-N1
                       MOVE RSVP-REC-USER TO EVT-NAME-USER
                       PERFORM LOOKUP-EVENT-NAME
                       MOVE SPACES TO ROSTER-REC
                       STRING EVT-N1                      DELIMITED BY SIZE
                              " [  ] "                    DELIMITED BY SIZE
                              RSVP-REC-USER               DELIMITED BY SIZE
                              " "                         DELIMITED BY SIZE
                              FUNCTION TRIM(EVT-FULL-NAME) DELIMITED BY SIZE
                              INTO ROSTER-REC
                       END-STRING
                       WRITE ROSTER-REC
                    END-IF
              END-READ
           END-PERFORM
           CLOSE EVENT-RSVPS
           IF EVT-LINE-NO = 0
              MOVE "     (none)" TO ROSTER-REC
              WRITE ROSTER-REC
           END-IF
           EXIT PARAGRAPH.

       *> First and last name of EVT-NAME-USER from profiles.idx (blank
       *> when the user has no profile).
       LOOKUP-EVENT-NAME.
           MOVE SPACES TO EVT-FULL-NAME
           OPEN INPUT PROFILES-INDEX
           IF PRO-FS NOT = "00"
              CLOSE PROFILES-INDEX
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
              READ PROFILES-INDEX NEXT RECORD
                 AT END EXIT PERFORM
                 NOT AT END
                    MOVE SPACES TO IDX-USER IDX-FN IDX-LN
                    UNSTRING PRF-REC DELIMITED BY ALL " "
                       INTO IDX-USER IDX-FN IDX-LN
                    END-UNSTRING
                    IF FUNCTION TRIM(IDX-USER) = FUNCTION TRIM(EVT-NAME-USER)
                       MOVE SPACES TO EVT-FULL-NAME
                       STRING FUNCTION TRIM(IDX-FN) DELIMITED BY SIZE
                              " "                   DELIMITED BY SIZE
                              FUNCTION TRIM(IDX-LN) DELIMITED BY SIZE
                              INTO EVT-FULL-NAME
                       END-STRING
                    END-IF
              END-READ
           END-PERFORM
           CLOSE PROFILES-INDEX
           INSPECT EVT-FULL-NAME REPLACING ALL "_" BY " "
           EXIT PARAGRAPH.

       *> Rewrites event EVT-ID with EVT-NEW-STATUS and EVT-NEW-ATTENDED.
       UPDATE-EVENT-ROW.
           OPEN INPUT EVENTS
           IF EVT-FS NOT = "00"
              CLOSE EVENTS
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT EVENT-TMP
           PERFORM UNTIL 1 = 0
              READ EVENTS NEXT RECORD
                 AT END EXIT PERFORM
                 NOT AT END
                    PERFORM SPLIT-EVENT-REC
                    IF EVT-REC-ID = EVT-ID
                       MOVE EVT-NEW-STATUS   TO EVT-REC-STATUS
                       MOVE EVT-NEW-ATTENDED TO EVT-REC-ATTENDED
                       PERFORM BUILD-EVENT-TMP-REC
                    ELSE
                       MOVE EVENT-REC TO EVENT-TMP-REC
                    END-IF
                    WRITE EVENT-TMP-REC
              END-READ
           END-PERFORM
           CLOSE EVENTS
           CLOSE EVENT-TMP
           MOVE "EVENTS" TO JNL-TARGET
           PERFORM MARK-REWRITE-PENDING
           PERFORM COPY-EVENT-TMP-BACK
           PERFORM CLEAR-REWRITE-JOURNAL
           EXIT PARAGRAPH.

       *> Organizer records how many people actually came, once the
       *> event date has arrived; REPORTGEN compares it with the RSVPs.
       RECORD-EVENT-ATTENDANCE.
           PERFORM READ-EVENT-ID
           IF EVT-ID = SPACES
              EXIT PARAGRAPH
           END-IF
           PERFORM FIND-EVENT
           IF EVT-FOUND = "N"
              OR FUNCTION TRIM(EVT-REC-ORGANIZER) NOT = FUNCTION TRIM(USERNAME)
              MOVE "You do not organize an event with that number." TO MSG
              PERFORM WRITE-OUTPUT
              EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(EVT-REC-STATUS) = "cancelled"
              MOVE "That event was cancelled." TO MSG
              PERFORM WRITE-OUTPUT
              EXIT PARAGRAPH
           END-IF
           IF EVT-REC-DATE > EVT-TODAY
              MOVE "Attendance can be recorded once the event has taken place." TO MSG
              PERFORM WRITE-OUTPUT
              EXIT PARAGRAPH
           END-IF
           PERFORM COUNT-EVENT-RSVPS
           MOVE EVT-GOING TO EVT-N1
           MOVE SPACES TO MSG
           STRING FUNCTION TRIM(EVT-N1)            DELIMITED BY SIZE
                  " were on the attendee list. How many attended?"
                                                   DELIMITED BY SIZE
                  INTO MSG
           END-STRING
           PERFORM WRITE-OUTPUT
           READ INPUTFILE AT END EXIT PARAGRAPH
              NOT AT END ADD 1 TO INPUT-REC-COUNT MOVE FUNCTION TRIM(INPUT-REC) TO EVT-ENTRY
           END-READ
           MOVE FUNCTION LENGTH(FUNCTION TRIM(EVT-ENTRY)) TO EVT-ENTRY-LEN
           IF EVT-ENTRY = SPACES OR EVT-ENTRY-LEN > 4
              OR EVT-ENTRY(1:EVT-ENTRY-LEN) IS NOT NUMERIC
              MOVE "Attendance must be a number from 0 to 9999." TO MSG
              PERFORM WRITE-OUTPUT
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(EVT-ENTRY) TO EVT-IN-CAP
           MOVE EVT-IN-CAP TO EVT-N1
           MOVE EVT-REC-STATUS TO EVT-NEW-STATUS
           MOVE FUNCTION TRIM(EVT-N1) TO EVT-NEW-ATTENDED
           PERFORM UPDATE-EVENT-ROW
           MOVE "EVENT_ATTEND" TO AUDIT-EVENT
           MOVE "OK" TO AUDIT-RESULT
           PERFORM LOG-AUDIT-EVENT
           MOVE "Attendance recorded." TO MSG
           PERFORM WRITE-OUTPUT
           EXIT PARAGRAPH.

       CANCEL-EVENT.
           PERFORM READ-EVENT-ID
           IF EVT-ID = SPACES
              EXIT PARAGRAPH
           END-IF
           PERFORM FIND-EVENT
           IF EVT-FOUND = "N"
              OR FUNCTION TRIM(EVT-REC-ORGANIZER) NOT = FUNCTION TRIM(USERNAME)
              MOVE "You do not organize an event with that number." TO MSG
              PERFORM WRITE-OUTPUT
              EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(EVT-REC-STATUS) NOT = "scheduled"
              OR EVT-REC-DATE < EVT-TODAY
              MOVE "Only upcoming events can be cancelled." TO MSG
              PERFORM WRITE-OUTPUT
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO MSG
           STRING "Type YES to cancel "            DELIMITED BY SIZE
                  FUNCTION TRIM(EVT-REC-TITLE)     DELIMITED BY SIZE
                  " and notify everyone who RSVPed:" DELIMITED BY SIZE
                  INTO MSG
           END-STRING
           PERFORM WRITE-OUTPUT
           READ INPUTFILE AT END EXIT PARAGRAPH
              NOT AT END ADD 1 TO INPUT-REC-COUNT MOVE FUNCTION TRIM(INPUT-REC) TO WS-FIELD
           END-READ
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-FIELD)) NOT = "YES"
              MOVE "The event was not cancelled." TO MSG
              PERFORM WRITE-OUTPUT
              EXIT PARAGRAPH
           END-IF
           MOVE "cancelled" TO EVT-NEW-STATUS
           MOVE EVT-REC-ATTENDED TO EVT-NEW-ATTENDED
           PERFORM UPDATE-EVENT-ROW
           PERFORM FIND-EVENT
           PERFORM NOTIFY-EVENT-CANCELLED
           MOVE "EVENT_CANCEL" TO AUDIT-EVENT
           MOVE "OK" TO AUDIT-RESULT
           PERFORM LOG-AUDIT-EVENT
           MOVE "Event cancelled and attendees notified." TO MSG
           PERFORM WRITE-OUTPUT
           EXIT PARAGRAPH.

       *> Tells everyone holding a place or waiting on EVT-ID (title and
       *> date in EVT-REC-*) that the event will not go ahead.
       NOTIFY-EVENT-CANCELLED.
           OPEN INPUT EVENT-RSVPS
           IF RSVP-FS NOT = "00"
              CLOSE EVENT-RSVPS
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
              READ EVENT-RSVPS NEXT RECORD
                 AT END EXIT PERFORM
                 NOT AT END
                    PERFORM SPLIT-RSVP-REC
                    IF RSVP-REC-ID = EVT-ID
                       AND (FUNCTION TRIM(RSVP-REC-STATUS) = "going"
                          OR FUNCTION TRIM(RSVP-REC-STATUS) = "waitlist")
                       MOVE FUNCTION TRIM(RSVP-REC-USER) TO NOTIF-TARGET
                       MOVE SPACES TO NOTIF-TEXT
                       MOVE "EVNT" TO NOTIF-CATEGORY
                       STRING FUNCTION TRIM(EVT-REC-TITLE)   DELIMITED BY SIZE
                              " on "                         DELIMITED BY SIZE
                              EVT-REC-DATE(1:4) "-" EVT-REC-DATE(5:2) "-"
                              EVT-REC-DATE(7:2)              DELIMITED BY SIZE
                              " has been cancelled by the organizer"
                                                             DELIMITED BY SIZE
                              INTO NOTIF-TEXT
                       END-STRING
                       PERFORM ADD-NOTIFICATION
                    END-IF
              END-READ
           END-PERFORM
           CLOSE EVENT-RSVPS
           EXIT PARAGRAPH.

       *> Deactivation: events USERNAME organized are dropped with their
       *> RSVPs (upcoming ones are announced as cancelled first), and
       *> USERNAME's own RSVPs are dropped, releasing their places to
       *> the waitlist.
       PURGE-USER-EVENTS.
           MOVE 0 TO EVT-PURGE-COUNT
           MOVE FUNCTION CURRENT-DATE(1:8) TO EVT-TODAY
           CLOSE EVENTS
           OPEN INPUT EVENTS
           OPEN OUTPUT EVENT-TMP
           PERFORM UNTIL 1 = 0
              READ EVENTS NEXT RECORD
                 AT END EXIT PERFORM
                 NOT AT END
                    PERFORM SPLIT-EVENT-REC
                    IF FUNCTION TRIM(EVT-REC-ORGANIZER) = FUNCTION TRIM(USERNAME)
                       IF EVT-PURGE-COUNT < EVT-PURGE-MAX
                          ADD 1 TO EVT-PURGE-COUNT
                          MOVE EVT-REC-ID    TO EVT-PURGE-ID(EVT-PURGE-COUNT)
                          MOVE EVT-REC-TITLE TO EVT-PURGE-TITLE(EVT-PURGE-COUNT)
                          MOVE EVT-REC-DATE  TO EVT-PURGE-DATE(EVT-PURGE-COUNT)
                          MOVE "O"           TO EVT-PURGE-KIND(EVT-PURGE-COUNT)
                       END-IF
                    ELSE
                       MOVE EVENT-REC TO EVENT-TMP-REC
                       WRITE EVENT-TMP-REC
                    END-IF
              END-READ
           END-PERFORM
           CLOSE EVENTS
           CLOSE EVENT-TMP
           MOVE "EVENTS" TO JNL-TARGET
           PERFORM MARK-REWRITE-PENDING
           PERFORM COPY-EVENT-TMP-BACK
           PERFORM CLEAR-REWRITE-JOURNAL

           PERFORM VARYING EVT-PX FROM 1 BY 1 UNTIL EVT-PX > EVT-PURGE-COUNT
              IF EVT-PURGE-DATE(EVT-PX) >= EVT-TODAY
                 MOVE EVT-PURGE-ID(EVT-PX)    TO EVT-ID
                 MOVE EVT-PURGE-TITLE(EVT-PX) TO EVT-REC-TITLE
                 MOVE EVT-PURGE-DATE(EVT-PX)  TO EVT-REC-DATE
                 PERFORM NOTIFY-EVENT-CANCELLED
              END-IF
           END-PERFORM

           CLOSE EVENT-RSVPS
           OPEN INPUT EVENT-RSVPS
           OPEN OUTPUT RSVP-TMP
           PERFORM UNTIL 1 = 0
              READ EVENT-RSVPS NEXT RECORD
                 AT END EXIT PERFORM
                 NOT AT END
                    PERFORM SPLIT-RSVP-REC
                    MOVE "N" TO EVT-FOUND
                    PERFORM VARYING EVT-PX FROM 1 BY 1 UNTIL EVT-PX > EVT-PURGE-COUNT
                       IF EVT-PURGE-ID(EVT-PX) = RSVP-REC-ID
                          AND EVT-PURGE-KIND(EVT-PX) = "O"
                          MOVE "Y" TO EVT-FOUND
                       END-IF
                    END-PERFORM
                    IF FUNCTION TRIM(RSVP-REC-USER) = FUNCTION TRIM(USERNAME)
                       MOVE "Y" TO EVT-FOUND
                       IF FUNCTION TRIM(RSVP-REC-STATUS) = "going"
                          AND EVT-PURGE-COUNT < EVT-PURGE-MAX
                          ADD 1 TO EVT-PURGE-COUNT
                          MOVE RSVP-REC-ID TO EVT-PURGE-ID(EVT-PURGE-COUNT)
                          MOVE "G"         TO EVT-PURGE-KIND(EVT-PURGE-COUNT)
                       END-IF
                    END-IF
                    IF EVT-FOUND = "N"
                       MOVE RSVP-REC TO RSVP-TMP-REC
                       WRITE RSVP-TMP-REC
                    END-IF
              END-READ
           END-PERFORM
           CLOSE EVENT-RSVPS
           CLOSE RSVP-TMP
           MOVE "EVENTRSVPS" TO JNL-TARGET
           PERFORM MARK-REWRITE-PENDING
           PERFORM COPY-RSVP-TMP-BACK
           PERFORM CLEAR-REWRITE-JOURNAL

           PERFORM VARYING EVT-PX FROM 1 BY 1 UNTIL EVT-PX > EVT-PURGE-COUNT
              IF EVT-PURGE-KIND(EVT-PX) = "G"
                 MOVE EVT-PURGE-ID(EVT-PX) TO EVT-ID
                 PERFORM FIND-EVENT
                 IF EVT-FOUND = "Y"
                    AND FUNCTION TRIM(EVT-REC-STATUS) = "scheduled"
                    AND EVT-REC-DATE >= EVT-TODAY
                    PERFORM PROMOTE-WAITLIST
                 END-IF
              END-IF
           END-PERFORM
           EXIT PARAGRAPH.

*> ================= Abuse reports =================
       *> A user can report a message they received, a post on a group
       *> board they belong to, or a profile they opened. Each report
       *> is filed open in abuse_reports.txt for ADMINCON's moderation
       *> queue, which removes the content, warns or locks the account,
       *> or dismisses the report, and notifies the reporter.
       REPORT-RECEIVED-MESSAGE.
           MOVE "Your received messages:" TO MSG
           PERFORM WRITE-OUTPUT
           MOVE 0 TO ABR-PICK
           PERFORM SCAN-RECEIVED-MESSAGES
           IF ABR-COUNT = 0
              MOVE "You have no messages to report." TO MSG
              PERFORM WRITE-OUTPUT
              EXIT PARAGRAPH
           END-IF
           MOVE "Enter the number of the message to report, or 0 to cancel:" TO MSG
           PERFORM WRITE-OUTPUT
           READ INPUTFILE AT END EXIT PARAGRAPH
              NOT AT END ADD 1 TO INPUT-REC-COUNT MOVE FUNCTION NUMVAL(INPUT-REC) TO ABR-PICK
           END-READ
           IF ABR-PICK = 0
              EXIT PARAGRAPH
           END-IF
           IF ABR-PICK > ABR-COUNT
              MOVE "Invalid selection." TO MSG
              PERFORM WRITE-OUTPUT
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO ABR-TARGET ABR-GROUP ABR-REF ABR-CONTENT
           PERFORM SCAN-RECEIVED-MESSAGES
           MOVE "message" TO ABR-KIND
           PERFORM FILE-ABUSE-REPORT
           EXIT PARAGRAPH.

       *> Walks the messages addressed to USERNAME in file order. With
       *> ABR-PICK zero it lists them numbered; otherwise it leaves the
       *> ABR-PICK'th one's sender, sent stamp and text in ABR-TARGET/
       *> ABR-REF/ABR-CONTENT. Read flags are left alone. ABR-COUNT
       *> comes back as the number of received messages.
       SCAN-RECEIVED-MESSAGES.
           MOVE 0 TO ABR-LINE-NO
           MOVE "N" TO MSG-EOF
           CLOSE MESSAGES
           OPEN INPUT MESSAGES
           PERFORM UNTIL MSG-EOF = "Y"
              READ MESSAGES NEXT RECORD
                 AT END
                    MOVE "Y" TO MSG-EOF
                 NOT AT END
                    IF MESSAGE-REC NOT = SPACES
                       MOVE SPACES TO MSG-SENDER MSG-RECIPIENT MSG-CONTENT
                                       MSG-READ-FLAG MSG-SENT-TIME
                       UNSTRING MESSAGE-REC
                          DELIMITED BY "|"
                          INTO MSG-SENDER
                               MSG-RECIPIENT
                               MSG-CONTENT
                               MSG-READ-FLAG
                               MSG-SENT-TIME
                       END-UNSTRING
                       IF FUNCTION TRIM(MSG-RECIPIENT) = FUNCTION TRIM(USERNAME)
                          ADD 1 TO ABR-LINE-NO
                          IF ABR-PICK = 0
                             MOVE ABR-LINE-NO TO ABR-N1
                             PERFORM FORMAT-MSG-TIME
                             MOVE SPACES TO MSG
                             STRING FUNCTION TRIM(ABR-N1)       DELIMITED BY SIZE
                                    ". From: "                  DELIMITED BY SIZE
                                    FUNCTION TRIM(MSG-SENDER)   DELIMITED BY SIZE
                                    "  "                        DELIMITED BY SIZE
                                    MSG-TIME-DISPLAY            DELIMITED BY SIZE
                                    INTO MSG
                             END-STRING
                             PERFORM WRITE-OUTPUT
                             MOVE SPACES TO MSG
                             STRING "   Message: "              DELIMITED BY SIZE
                                    FUNCTION TRIM(MSG-CONTENT)  DELIMITED BY SIZE
                                    INTO MSG
                             END-STRING
                             PERFORM WRITE-OUTPUT
                          ELSE
                             IF ABR-LINE-NO = ABR-PICK
                                MOVE MSG-SENDER    TO ABR-TARGET
                                MOVE MSG-SENT-TIME TO ABR-REF
                                MOVE MSG-CONTENT   TO ABR-CONTENT
                             END-IF
                          END-IF
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE MESSAGES
           OPEN I-O MESSAGES
           MOVE ABR-LINE-NO TO ABR-COUNT
           EXIT PARAGRAPH.

       *> Called from VIEW-GROUP-BOARD once membership of GRP-REC-NAME
       *> has been checked and the board shown.
       REPORT-BOARD-POST.
           MOVE 0 TO ABR-PICK
           PERFORM SCAN-BOARD-POSTS
           IF ABR-COUNT = 0
              MOVE "There are no posts to report." TO MSG
              PERFORM WRITE-OUTPUT
              EXIT PARAGRAPH
           END-IF
           MOVE "Enter the number of the post to report, or 0 to cancel:" TO MSG
           PERFORM WRITE-OUTPUT
           READ INPUTFILE AT END EXIT PARAGRAPH
              NOT AT END ADD 1 TO INPUT-REC-COUNT MOVE FUNCTION NUMVAL(INPUT-REC) TO ABR-PICK
           END-READ
           IF ABR-PICK = 0
              EXIT PARAGRAPH
           END-IF
           IF ABR-PICK > ABR-COUNT
              MOVE "Invalid selection." TO MSG
              PERFORM WRITE-OUTPUT
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO ABR-TARGET ABR-GROUP ABR-REF ABR-CONTENT
           PERFORM SCAN-BOARD-POSTS
           MOVE GRP-REC-NAME TO ABR-GROUP
           MOVE "post" TO ABR-KIND
           PERFORM FILE-ABUSE-REPORT
           EXIT PARAGRAPH.

       *> Same two modes as SCAN-RECEIVED-MESSAGES, over the posts on
       *> GRP-REC-NAME's board.
       SCAN-BOARD-POSTS.
           MOVE 0 TO ABR-LINE-NO
           OPEN INPUT GROUP-POSTS
           IF GRP-POST-FS = "00"
              PERFORM UNTIL 1 = 0
                               GRP-POST-REC-TEXT GRP-POST-REC-TIME
                       END-UNSTRING
                       IF FUNCTION TRIM(GRP-POST-REC-GROUP) = FUNCTION TRIM(GRP-REC-NAME)
                          ADD 1 TO ABR-LINE-NO
                          IF ABR-PICK = 0
                             MOVE ABR-LINE-NO TO ABR-N1
                             MOVE SPACES TO MSG
                             STRING FUNCTION TRIM(ABR-N1)             DELIMITED BY SIZE
                                    ". "                              DELIMITED BY SIZE
                                    FUNCTION TRIM(GRP-POST-REC-USER)  DELIMITED BY SIZE
                                    ": "                              DELIMITED BY SIZE
                                    FUNCTION TRIM(GRP-POST-REC-TEXT)  DELIMITED BY SIZE
                                    INTO MSG
                             END-STRING
                             PERFORM WRITE-OUTPUT
                          ELSE
                             IF ABR-LINE-NO = ABR-PICK
                                MOVE GRP-POST-REC-USER TO ABR-TARGET
                                MOVE GRP-POST-REC-TIME TO ABR-REF
                                MOVE GRP-POST-REC-TEXT TO ABR-CONTENT
                             END-IF
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE GROUP-POSTS
           MOVE ABR-LINE-NO TO ABR-COUNT
           EXIT PARAGRAPH.

       *> Called from SEARCH-PROFILE's full view of TARGET-USER. The
       *> moderator reviews the profile as it stands, so no copy of it
       *> is kept on the report.
       REPORT-VIEWED-PROFILE.
           MOVE TARGET-USER TO ABR-TARGET
           MOVE SPACES TO ABR-GROUP ABR-REF ABR-CONTENT
           MOVE "profile" TO ABR-KIND
           PERFORM FILE-ABUSE-REPORT
           EXIT PARAGRAPH.

       *> Files the report the caller described in ABR-TARGET/ABR-KIND/
       *> ABR-GROUP/ABR-REF/ABR-CONTENT after asking USERNAME for the
       *> reason. Nobody reports their own content, and a reporter's
       *> second report of content still waiting in the queue is
       *> refused rather than queued twice.
       FILE-ABUSE-REPORT.
           IF ABR-TARGET = SPACES
              MOVE "Invalid selection." TO MSG
              PERFORM WRITE-OUTPUT
              EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(ABR-TARGET) = FUNCTION TRIM(USERNAME)
              MOVE "You cannot report your own content." TO MSG
              PERFORM WRITE-OUTPUT
              EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-DUPLICATE-REPORT
           IF ABR-DUPLICATE = "Y"
              MOVE "You have already reported this. It is waiting for a moderator." TO MSG
              PERFORM WRITE-OUTPUT
              EXIT PARAGRAPH
           END-IF

           MOVE "N" TO ABR-VALID
           PERFORM UNTIL ABR-VALID = "Y"
              MOVE "Reason for the report (max 100 characters):" TO MSG
              PERFORM WRITE-OUTPUT
              READ INPUTFILE AT END EXIT PARAGRAPH
                 NOT AT END ADD 1 TO INPUT-REC-COUNT MOVE FUNCTION TRIM(INPUT-REC) TO ABR-REASON
              END-READ
              IF ABR-REASON = SPACES
                 MOVE "A reason is required. Please try again." TO MSG
                 PERFORM WRITE-OUTPUT
              ELSE
                 MOVE "Y" TO ABR-VALID
              END-IF
           END-PERFORM
           INSPECT ABR-REASON REPLACING ALL "|" BY "/"

           PERFORM NEXT-REPORT-NUMBER
           MOVE SPACES TO ABR-REC
           STRING ABR-ID                        DELIMITED BY SIZE
                  "|"                           DELIMITED BY SIZE
                  FUNCTION CURRENT-DATE(1:14)   DELIMITED BY SIZE
                  "|"                           DELIMITED BY SIZE
                  FUNCTION TRIM(USERNAME)       DELIMITED BY SIZE
                  "|"                           DELIMITED BY SIZE
                  FUNCTION TRIM(ABR-TARGET)     DELIMITED BY SIZE
                  "|"                           DELIMITED BY SIZE
                  FUNCTION TRIM(ABR-KIND)       DELIMITED BY SIZE
                  "|"                           DELIMITED BY SIZE
                  FUNCTION TRIM(ABR-GROUP)      DELIMITED BY SIZE
                  "|"                           DELIMITED BY SIZE
                  FUNCTION TRIM(ABR-REF)        DELIMITED BY SIZE
                  "|"                           DELIMITED BY SIZE
                  FUNCTION TRIM(ABR-REASON)     DELIMITED BY SIZE
                  "|open|||"                    DELIMITED BY SIZE
                  FUNCTION TRIM(ABR-CONTENT)    DELIMITED BY SIZE
                  INTO ABR-REC
           END-STRING
           OPEN EXTEND ABUSE-REPORTS
           WRITE ABR-REC
           CLOSE ABUSE-REPORTS

           MOVE "REPORT_FILE" TO AUDIT-EVENT
           MOVE "OK" TO AUDIT-RESULT
           PERFORM LOG-AUDIT-EVENT
           MOVE SPACES TO MSG
           STRING "Report "    DELIMITED BY SIZE
                  ABR-ID       DELIMITED BY SIZE
                  " sent to the moderators. You will be notified of the outcome."
                               DELIMITED BY SIZE
                  INTO MSG
           END-STRING
           PERFORM WRITE-OUTPUT
           EXIT PARAGRAPH.

       *> Sets ABR-DUPLICATE when USERNAME already has an open report
       *> on exactly this content.
       CHECK-DUPLICATE-REPORT.
           MOVE "N" TO ABR-DUPLICATE
           OPEN INPUT ABUSE-REPORTS
           IF ABR-FS = "00"
              PERFORM UNTIL 1 = 0
                 READ ABUSE-REPORTS NEXT RECORD
                    AT END EXIT PERFORM
                    NOT AT END
                       PERFORM SPLIT-ABUSE-REPORT-REC
                       IF FUNCTION TRIM(ABR-REC-STATUS) = "open"
                          AND FUNCTION TRIM(ABR-REC-REPORTER) = FUNCTION TRIM(USERNAME)
                          AND ABR-REC-TARGET = ABR-TARGET
                          AND ABR-REC-KIND = ABR-KIND
                          AND ABR-REC-GROUP = ABR-GROUP
                          AND ABR-REC-REF = ABR-REF
                          AND ABR-REC-CONTENT = ABR-CONTENT
                          MOVE "Y" TO ABR-DUPLICATE
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE ABUSE-REPORTS
           EXIT PARAGRAPH.

       SPLIT-ABUSE-REPORT-REC.
           MOVE SPACES TO ABR-REC-ID ABR-REC-STAMP ABR-REC-REPORTER
                          ABR-REC-TARGET ABR-REC-KIND ABR-REC-GROUP
                          ABR-REC-REF ABR-REC-REASON ABR-REC-STATUS
                          ABR-REC-OPERATOR ABR-REC-CLOSED ABR-REC-CONTENT
           UNSTRING ABR-REC DELIMITED BY "|"
              INTO ABR-REC-ID ABR-REC-STAMP ABR-REC-REPORTER
                   ABR-REC-TARGET ABR-REC-KIND ABR-REC-GROUP
                   ABR-REC-REF ABR-REC-REASON ABR-REC-STATUS
                   ABR-REC-OPERATOR ABR-REC-CLOSED ABR-REC-CONTENT
           END-UNSTRING
           EXIT PARAGRAPH.

       *> Report numbers come from reports.seq the same way event
       *> numbers come from events.seq; the new number is left in ABR-ID.
       NEXT-REPORT-NUMBER.
           MOVE 0 TO ABR-SEQ
           OPEN INPUT REPORT-SEQ
           IF ABRSEQ-FS = "00"
              READ REPORT-SEQ
                 AT END
                    CONTINUE
                 NOT AT END
                    IF ABRSEQ-REC(1:6) IS NUMERIC
                       MOVE ABRSEQ-REC(1:6) TO ABR-SEQ
                    END-IF
              END-READ
           END-IF
           CLOSE REPORT-SEQ
           ADD 1 TO ABR-SEQ
           OPEN OUTPUT REPORT-SEQ
           IF ABRSEQ-FS = "00"
              MOVE SPACES TO ABRSEQ-REC
              MOVE ABR-SEQ TO ABRSEQ-REC
              WRITE ABRSEQ-REC
              CLOSE REPORT-SEQ
           END-IF
           MOVE ABR-SEQ TO ABR-ID
           EXIT PARAGRAPH.

       *> Deactivation drops every report the user filed or that names
       *> them: their messages, posts and profile go with the account.
       PURGE-USER-REPORTS.
           CLOSE ABUSE-REPORTS
           OPEN INPUT ABUSE-REPORTS
           OPEN OUTPUT ABUSE-REPORT-TMP
           PERFORM UNTIL 1 = 0
              READ ABUSE-REPORTS NEXT RECORD
                 AT END EXIT PERFORM
                 NOT AT END
                    PERFORM SPLIT-ABUSE-REPORT-REC
                    IF FUNCTION TRIM(ABR-REC-REPORTER) NOT = FUNCTION TRIM(USERNAME)
                       AND FUNCTION TRIM(ABR-REC-TARGET) NOT = FUNCTION TRIM(USERNAME)
                       MOVE ABR-REC TO ABR-TMP-REC
                       WRITE ABR-TMP-REC
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ABUSE-REPORTS
           CLOSE ABUSE-REPORT-TMP
           MOVE "ABUSEREPORTS" TO JNL-TARGET
           PERFORM MARK-REWRITE-PENDING
           PERFORM COPY-ABR-TMP-BACK
           PERFORM CLEAR-REWRITE-JOURNAL
           EXIT PARAGRAPH.

*> ================= Crash-safe rewrites =================
      *> Every multi-row data file is updated by writing a complete
      *> .tmp copy, then truncating the live file and copying the temp
                PERFORM COPY-GRPMEM-TMP-BACK
             WHEN "GROUPPOSTS"
                PERFORM COPY-GRPPOST-TMP-BACK
             WHEN "MENTORS"
                PERFORM COPY-MENTOR-TMP-BACK
             WHEN "MENTORSHIPS"
                PERFORM COPY-MSHIP-TMP-BACK
             WHEN "MENTORCHECKINS"
                PERFORM COPY-CHECKIN-TMP-BACK
             WHEN "EVENTS"
                PERFORM COPY-EVENT-TMP-BACK
             WHEN "EVENTRSVPS"
                PERFORM COPY-RSVP-TMP-BACK
             WHEN "ABUSEREPORTS"
                PERFORM COPY-ABR-TMP-BACK
             WHEN "NOTIFYPREFS"
                PERFORM COPY-NPF-TMP-BACK
             WHEN "AUDITLOG"
                PERFORM COPY-AUDIT-TMP-BACK
          END-EVALUATE
      *> and only truncates the live file once the .tmp is readable,
      *> so a missing temp can never cost the live data. The caller is
      *> responsible for any OPEN I-O it wants afterwards.
      *> CONNECTIONS and NETWORK are indexed now and updated in
      *> place, so only a journal left by a run from before the
      *> conversion names them; its .tmp is the old line-sequential
      *> file, which goes back to connections.txt/network.txt for
      *> MIGRATE-NETWORK-FILES to load.
      COPY-CONN-TMP-BACK.
          OPEN INPUT CONN-TMP
          IF TMP-FS NOT = "00"
             CLOSE CONN-TMP
             EXIT PARAGRAPH
          END-IF
          OPEN OUTPUT CONN-LEGACY
          PERFORM UNTIL 1 = 0
             READ CONN-TMP NEXT RECORD
                AT END EXIT PERFORM
                NOT AT END
                   MOVE TMP-REC TO CONN-LEG-REC
                   WRITE CONN-LEG-REC
             END-READ
          END-PERFORM
          CLOSE CONN-TMP
          CLOSE CONN-LEGACY
          EXIT PARAGRAPH.

      COPY-NET-TMP-BACK.
             CLOSE NET-TMP
             EXIT PARAGRAPH
          END-IF
          OPEN OUTPUT NET-LEGACY
          PERFORM UNTIL 1 = 0
             READ NET-TMP NEXT RECORD
                AT END EXIT PERFORM
                NOT AT END
                   MOVE NET-TMP-REC TO NET-LEG-REC
                   WRITE NET-LEG-REC
             END-READ
          END-PERFORM
          CLOSE NET-TMP
          CLOSE NET-LEGACY
          EXIT PARAGRAPH.

      COPY-APPL-TMP-BACK.
          CLOSE GROUP-POSTS
          EXIT PARAGRAPH.

      COPY-MENTOR-TMP-BACK.
          OPEN INPUT MENTOR-TMP
          IF MENTOR-TMP-FS NOT = "00"
             CLOSE MENTOR-TMP
             EXIT PARAGRAPH
          END-IF
          OPEN OUTPUT MENTORS
          CLOSE MENTORS
          OPEN EXTEND MENTORS
          PERFORM UNTIL 1 = 0
             READ MENTOR-TMP NEXT RECORD
                AT END EXIT PERFORM
                NOT AT END
                   MOVE MENTOR-TMP-REC TO MENTOR-REC
                   WRITE MENTOR-REC
             END-READ
          END-PERFORM
          CLOSE MENTOR-TMP
          CLOSE MENTORS
          EXIT PARAGRAPH.

      COPY-MSHIP-TMP-BACK.
          OPEN INPUT MSHIP-TMP
          IF MSHIP-TMP-FS NOT = "00"
             CLOSE MSHIP-TMP
             EXIT PARAGRAPH
          END-IF
          OPEN OUTPUT MENTORSHIPS
          CLOSE MENTORSHIPS
          OPEN EXTEND MENTORSHIPS
          PERFORM UNTIL 1 = 0
             READ MSHIP-TMP NEXT RECORD
                AT END EXIT PERFORM
                NOT AT END
                   MOVE MSHIP-TMP-REC TO MSHIP-REC
                   WRITE MSHIP-REC
             END-READ
          END-PERFORM
          CLOSE MSHIP-TMP
          CLOSE MENTORSHIPS
          EXIT PARAGRAPH.

      COPY-CHECKIN-TMP-BACK.
          OPEN INPUT CHECKIN-TMP
          IF CHECKIN-TMP-FS NOT = "00"
             CLOSE CHECKIN-TMP
             EXIT PARAGRAPH
          END-IF
          OPEN OUTPUT MENTOR-CHECKINS
          CLOSE MENTOR-CHECKINS
          OPEN EXTEND MENTOR-CHECKINS
          PERFORM UNTIL 1 = 0
             READ CHECKIN-TMP NEXT RECORD
                AT END EXIT PERFORM
                NOT AT END
                   MOVE CHECKIN-TMP-REC TO CHECKIN-REC
                   WRITE CHECKIN-REC
             END-READ
          END-PERFORM
          CLOSE CHECKIN-TMP
          CLOSE MENTOR-CHECKINS
          EXIT PARAGRAPH.

      COPY-EVENT-TMP-BACK.
          OPEN INPUT EVENT-TMP
          IF EVT-TMP-FS NOT = "00"
             CLOSE EVENT-TMP
             EXIT PARAGRAPH
          END-IF
          OPEN OUTPUT EVENTS
          CLOSE EVENTS
          OPEN EXTEND EVENTS
          PERFORM UNTIL 1 = 0
             READ EVENT-TMP NEXT RECORD
                AT END EXIT PERFORM
                NOT AT END
                   MOVE EVENT-TMP-REC TO EVENT-REC
                   WRITE EVENT-REC
             END-READ
          END-PERFORM
          CLOSE EVENT-TMP
          CLOSE EVENTS
          EXIT PARAGRAPH.

      COPY-RSVP-TMP-BACK.
          OPEN INPUT RSVP-TMP
          IF RSVP-TMP-FS NOT = "00"
             CLOSE RSVP-TMP
             EXIT PARAGRAPH
          END-IF
          OPEN OUTPUT EVENT-RSVPS
          CLOSE EVENT-RSVPS
          OPEN EXTEND EVENT-RSVPS
          PERFORM UNTIL 1 = 0
             READ RSVP-TMP NEXT RECORD
                AT END EXIT PERFORM
                NOT AT END
                   MOVE RSVP-TMP-REC TO RSVP-REC
                   WRITE RSVP-REC
             END-READ
          END-PERFORM
          CLOSE RSVP-TMP
          CLOSE EVENT-RSVPS
          EXIT PARAGRAPH.

      COPY-ABR-TMP-BACK.
          OPEN INPUT ABUSE-REPORT-TMP
          IF ABR-TMP-FS NOT = "00"
             CLOSE ABUSE-REPORT-TMP
             EXIT PARAGRAPH
          END-IF
          OPEN OUTPUT ABUSE-REPORTS
          CLOSE ABUSE-REPORTS
          OPEN EXTEND ABUSE-REPORTS
          PERFORM UNTIL 1 = 0
             READ ABUSE-REPORT-TMP NEXT RECORD
                AT END EXIT PERFORM
                NOT AT END
                   MOVE ABR-TMP-REC TO ABR-REC
                   WRITE ABR-REC
             END-READ
          END-PERFORM
          CLOSE ABUSE-REPORT-TMP
          CLOSE ABUSE-REPORTS
          EXIT PARAGRAPH.

      COPY-NPF-TMP-BACK.
          OPEN INPUT NOTIFY-PREFS-TMP
          IF NPF-TMP-FS NOT = "00"
             CLOSE NOTIFY-PREFS-TMP
             EXIT PARAGRAPH
          END-IF
          OPEN OUTPUT NOTIFY-PREFS
          CLOSE NOTIFY-PREFS
          OPEN EXTEND NOTIFY-PREFS
          PERFORM UNTIL 1 = 0
             READ NOTIFY-PREFS-TMP NEXT RECORD
                AT END EXIT PERFORM
                NOT AT END
                   MOVE NPF-TMP-REC TO NPF-REC
                   WRITE NPF-REC
             END-READ
          END-PERFORM
          CLOSE NOTIFY-PREFS-TMP
          CLOSE NOTIFY-PREFS
          EXIT PARAGRAPH.

      COPY-NOTIF-TMP-BACK.
          OPEN INPUT NOTIF-TMP
          IF NOTIF-TMP-FS NOT = "00"
*> ================= Connections Feature =================
      COPY "networking.cpy".

*> ================= Salary normalization =================
      COPY "salary.cpy".

*> ================= Connection file conversion =================
      COPY "netconv.cpy".

      *> Profiles are stored under the username -- the same key ACCOUNTS
      *> uses -- so two users who share a name no longer overwrite each
      *> other and a name change no longer orphans the old file.
