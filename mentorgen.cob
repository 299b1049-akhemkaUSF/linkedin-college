IDENTIFICATION DIVISION.
       PROGRAM-ID. MENTORGEN.   *> standalone nightly batch suggesting mentors to students and reporting on the mentorship program

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROFILES-INDEX ASSIGN TO "data/profiles.idx" *> username -> first/last, one row per profile save
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PRO-FS.

           SELECT PROFILE-FILE ASSIGN TO DYNAMIC WS-FILENAME *> one labeled-line profile per user
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PROFILE-STATUS.

           SELECT ACCOUNTS ASSIGN TO "data/accounts.txt" *> same indexed layout CONTROLFLOW uses
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS AR-USER
              FILE STATUS IS ACC-FS.

           SELECT MENTORS ASSIGN TO "data/mentors.txt" *> MENTOR|MAJOR|INDUSTRY|AREAS|CAP|OPEN listings
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS MENTOR-FS.

           SELECT MENTORSHIPS ASSIGN TO "data/mentorships.txt" *> MENTOR|MENTEE|STATUS|REQUESTED|STARTED
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS MSHIP-FS.

           SELECT MENTOR-CHECKINS ASSIGN TO "data/mentor_checkins.txt" *> MENTOR|MENTEE|DATE|BY|NOTE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CHECKIN-FS.

           SELECT BLOCKS ASSIGN TO "data/blocks.txt" *> BLOCKER|BLOCKED
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS BLK-FS.

           SELECT SUGGEST-OUT ASSIGN TO "data/mentor_suggestions.txt" *> STUDENT|MENTOR|SCORE|REASON, read by CONTROLFLOW
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS MSUG-FS.

           SELECT REPORT-OUT ASSIGN TO "data/mentorship_report.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RPT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  PROFILES-INDEX.
       01  PRF-REC              PIC X(120).

       FD  PROFILE-FILE.
       01  PF-REC               PIC X(512).

       FD  ACCOUNTS.
       01  ACCT-REC.
           05 AR-USER           PIC X(20).
           05 FILLER            PIC X.
           05 AR-PASS           PIC X(20).
           05 FILLER            PIC X.
           05 AR-FAILED-COUNT   PIC 9.
           05 FILLER            PIC X.
           05 AR-LOCKED         PIC X.
           05 FILLER            PIC X.
           05 AR-UNLOCK-FAILS   PIC 9.
           05 FILLER            PIC X.
           05 AR-ROLE           PIC X.
           05 FILLER            PIC X.
           05 AR-DORMANT        PIC X.
           05 FILLER            PIC X.
           05 AR-PW-TEMP        PIC X.
           05 FILLER            PIC X(46).

       FD  MENTORS.
       01  MENTOR-REC           PIC X(400).

       FD  MENTORSHIPS.
       01  MSHIP-REC            PIC X(100).

       FD  MENTOR-CHECKINS.
       01  CHECKIN-REC          PIC X(300).

       FD  BLOCKS.
       01  BLK-REC              PIC X(100).

       FD  SUGGEST-OUT.
       01  MSUG-REC             PIC X(200).

       FD  REPORT-OUT.
       01  RPT-REC              PIC X(200).

       WORKING-STORAGE SECTION.
       77  PRO-FS              PIC XX VALUE SPACES.
       77  PROFILE-STATUS      PIC XX VALUE SPACES.
       77  ACC-FS              PIC XX VALUE SPACES.
       77  MENTOR-FS           PIC XX VALUE SPACES.
       77  MSHIP-FS            PIC XX VALUE SPACES.
       77  CHECKIN-FS          PIC XX VALUE SPACES.
       77  BLK-FS              PIC XX VALUE SPACES.
       77  MSUG-FS             PIC XX VALUE SPACES.
       77  RPT-FS              PIC XX VALUE SPACES.

       77  WS-FILENAME         PIC X(128).

       *> One row per distinct user on profiles.idx; the latest name
       *> wins. Alumni are non-employer accounts whose Graduation Year
       *> is this year or earlier -- the same test CONTROLFLOW applies
       *> before letting someone list as a mentor. MN-USER-PAIRED is
       *> set when the user already has a requested or active mentor.
       77  MN-MAX-USERS        PIC 9(3) VALUE 500.
       77  MN-USER-COUNT       PIC 9(3) VALUE 0.
       77  MN-USERS-TRUNC      PIC X    VALUE "N".
       01  MN-USER-TABLE.
           05 MN-USER-ENTRY OCCURS 500 TIMES
                            INDEXED BY MN-USER-IX.
              10 MN-USER-NAME     PIC X(20).
              10 MN-USER-FN       PIC X(50).
              10 MN-USER-LN       PIC X(50).
              10 MN-USER-HAS-FILE PIC X.
              10 MN-USER-EMPLOYER PIC X.
              10 MN-USER-MAJOR    PIC X(60).
              10 MN-USER-YEAR     PIC X(10).
              10 MN-USER-PAIRED   PIC X.
              10 MN-USER-SKILL-COUNT PIC 9.
              10 MN-USER-SKILL OCCURS 5 TIMES PIC X(60).

       *> Mentor listings with their live load: active pairings count
       *> against the cap, pending requests are reported alongside.
       77  MN-MAX-MENTORS      PIC 9(3) VALUE 200.
       77  MN-MENTOR-COUNT     PIC 9(3) VALUE 0.
       77  MN-MENTORS-TRUNC    PIC X    VALUE "N".
       01  MN-MENTOR-TABLE.
           05 MN-MENTOR-ENTRY OCCURS 200 TIMES
                              INDEXED BY MN-MENTOR-IX.
              10 MN-MENTOR-USER     PIC X(20).
              10 MN-MENTOR-MAJOR    PIC X(60).
              10 MN-MENTOR-INDUSTRY PIC X(60).
              10 MN-MENTOR-AREAS    PIC X(200).
              10 MN-MENTOR-CAP      PIC 99.
              10 MN-MENTOR-OPEN     PIC X.
              10 MN-MENTOR-DORMANT  PIC X.
              10 MN-MENTOR-ACTIVE   PIC 9(3).
              10 MN-MENTOR-PENDING  PIC 9(3).

       *> Every mentorships.txt row, with the check-in tally for the
       *> active ones.
       77  MN-MAX-PAIRS        PIC 9(4) VALUE 2000.
       77  MN-PAIR-COUNT       PIC 9(4) VALUE 0.
       77  MN-PAIRS-TRUNC      PIC X    VALUE "N".
       01  MN-PAIR-TABLE.
           05 MN-PAIR-ENTRY OCCURS 2000 TIMES
                            INDEXED BY MN-PAIR-IX.
              10 MN-PAIR-MENTOR     PIC X(20).
              10 MN-PAIR-MENTEE     PIC X(20).
              10 MN-PAIR-STATUS     PIC X(10).
              10 MN-PAIR-REQUESTED  PIC X(8).
              10 MN-PAIR-STARTED    PIC X(8).
              10 MN-PAIR-CHECKINS   PIC 9(4).
              10 MN-PAIR-LAST       PIC X(8).

       *> Blocked pairs are never suggested to each other.
       77  MN-MAX-BLOCKS       PIC 9(4) VALUE 1000.
       77  MN-BLOCK-COUNT      PIC 9(4) VALUE 0.
       01  MN-BLOCK-TABLE.
           05 MN-BLOCK-ENTRY OCCURS 1000 TIMES
                             INDEXED BY MN-BLOCK-IX.
              10 MN-BLOCK-BY      PIC X(20).
              10 MN-BLOCK-OF      PIC X(20).

       *> Best MN-TOP-MAX mentors for the student being scored.
       77  MN-TOP-MAX          PIC 9    VALUE 3.
       01  MN-TOP-TABLE.
           05 MN-TOP-ENTRY OCCURS 3 TIMES.
              10 MN-TOP-MENTOR    PIC 9(3).
              10 MN-TOP-SCORE     PIC 99.
              10 MN-TOP-REASON    PIC X(100).

       *> Parse fields
       77  IDX-USER            PIC X(20).
       77  IDX-FN              PIC X(50).
       77  IDX-LN              PIC X(50).
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
       77  BLK-REC-BLOCKER     PIC X(20).
       77  BLK-REC-BLOCKED     PIC X(20).

       *> Case-insensitive substring search scratch fields, same shape
       *> as CONTROLFLOW's CHECK-SUBSTRING-MATCH helpers.
       77  FILTER-HAYSTACK     PIC X(200).
       77  FILTER-NEEDLE       PIC X(60).
       77  FILTER-H-LEN        PIC 9(3) VALUE 0.
       77  FILTER-N-LEN        PIC 9(3) VALUE 0.
       77  FILTER-IX           PIC 9(3) VALUE 0.
       77  FILTER-MATCH        PIC X    VALUE "N".

       77  MN-FOUND            PIC X    VALUE "N".
       77  MN-LOOKUP-NAME      PIC X(20).
       77  MN-LOOKUP-MENTEE    PIC X(20).
       77  MN-THIS-YEAR        PIC X(4).
       77  MN-TODAY            PIC X(8).
       77  MN-TODAY-INT        PIC 9(8) VALUE 0.
       77  MN-DATE-INT         PIC 9(8) VALUE 0.
       77  MN-DAYS             PIC 9(5) VALUE 0.
       77  MN-SCORE            PIC 99   VALUE 0.
       77  MN-REASON           PIC X(100).
       77  MN-REASON-PTR       PIC 9(3) VALUE 1.
       77  MN-SKILL-HITS       PIC 9    VALUE 0.
       77  MN-SKILL-IX         PIC 9    VALUE 0.
       77  MN-T                PIC 9    VALUE 0.
       77  MN-U                PIC 9    VALUE 0.
       77  MN-MAJOR-A          PIC X(60).
       77  MN-MAJOR-B          PIC X(60).
       77  MN-TAG              PIC X(12).

       *> Run totals
       77  MN-STUDENT-COUNT    PIC 9(4) VALUE 0.
       77  MN-SUGGESTED-COUNT  PIC 9(4) VALUE 0.
       77  MN-SUGGEST-ROWS     PIC 9(4) VALUE 0.
       77  MN-OPEN-MENTORS     PIC 9(4) VALUE 0.
       77  MN-ACTIVE-COUNT     PIC 9(4) VALUE 0.
       77  MN-PENDING-COUNT    PIC 9(4) VALUE 0.
       77  MN-DECLINED-COUNT   PIC 9(4) VALUE 0.
       77  MN-ENDED-COUNT      PIC 9(4) VALUE 0.
       77  MN-CHECKIN-COUNT    PIC 9(5) VALUE 0.
       77  MN-N1               PIC ZZZZ9.
       77  MN-N2               PIC ZZZZ9.
       77  MN-N3               PIC ZZZZ9.
       77  MN-N4               PIC ZZZZ9.
       77  MN-SCORE-DISPLAY    PIC Z9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           *> Only the suggestion file and the report are written, so
           *> like MATCHGEN no run lock is taken.
           MOVE FUNCTION CURRENT-DATE(1:4) TO MN-THIS-YEAR
           MOVE FUNCTION CURRENT-DATE(1:8) TO MN-TODAY
           COMPUTE MN-TODAY-INT =
              FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(MN-TODAY))
           PERFORM 1000-LOAD-USERS
           PERFORM 1500-LOAD-MENTORS
           PERFORM 1300-FLAG-ACCOUNTS
           PERFORM VARYING MN-USER-IX FROM 1 BY 1
                   UNTIL MN-USER-IX > MN-USER-COUNT
              PERFORM 1400-READ-PROFILE
           END-PERFORM
           PERFORM 1600-LOAD-PAIRS
           PERFORM 1700-LOAD-CHECKINS
           PERFORM 1800-LOAD-BLOCKS

           OPEN OUTPUT SUGGEST-OUT
           IF MSUG-FS NOT = "00"
              DISPLAY "ERROR: cannot create data/mentor_suggestions.txt (FS=" MSUG-FS ")"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM VARYING MN-USER-IX FROM 1 BY 1
                   UNTIL MN-USER-IX > MN-USER-COUNT
              PERFORM 3000-SUGGEST-ONE-STUDENT
           END-PERFORM
           CLOSE SUGGEST-OUT

           OPEN OUTPUT REPORT-OUT
           IF RPT-FS NOT = "00"
              DISPLAY "ERROR: cannot create data/mentorship_report.txt (FS=" RPT-FS ")"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM 5000-WRITE-REPORT
           CLOSE REPORT-OUT

           MOVE MN-ACTIVE-COUNT TO MN-N1
           MOVE MN-PENDING-COUNT TO MN-N2
           MOVE MN-SUGGESTED-COUNT TO MN-N3
           DISPLAY "MENTORGEN complete: " FUNCTION TRIM(MN-N1)
                   " active pairing(s), " FUNCTION TRIM(MN-N2)
                   " unanswered request(s), suggestions for "
                   FUNCTION TRIM(MN-N3) " student(s)."
           IF MN-USERS-TRUNC = "Y"
              DISPLAY "NOTE: more than 500 profiles were seen -- suggestions are incomplete."
           END-IF
           IF MN-MENTORS-TRUNC = "Y"
              DISPLAY "NOTE: more than 200 mentor listings were seen -- suggestions are incomplete."
           END-IF
           IF MN-PAIRS-TRUNC = "Y"
              DISPLAY "NOTE: more than 2000 mentorship rows were seen -- the report is incomplete."
           END-IF
           MOVE 0 TO RETURN-CODE
           STOP RUN.

       *> ====================================
       *> Users: profiles.idx, AR-ROLE, profile Major/Year/Skill:
       *> ====================================
       1000-LOAD-USERS.
           MOVE 0 TO MN-USER-COUNT
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
                       PERFORM 1100-FIND-OR-ADD-USER
                    END-IF
              END-READ
           END-PERFORM
           CLOSE PROFILES-INDEX.

       1100-FIND-OR-ADD-USER.
           MOVE FUNCTION TRIM(IDX-USER) TO MN-LOOKUP-NAME
           PERFORM 1200-FIND-USER
           IF MN-FOUND = "Y"
              MOVE FUNCTION TRIM(IDX-FN) TO MN-USER-FN(MN-USER-IX)
              MOVE FUNCTION TRIM(IDX-LN) TO MN-USER-LN(MN-USER-IX)
              EXIT PARAGRAPH
           END-IF
           IF MN-USER-COUNT >= MN-MAX-USERS
              MOVE "Y" TO MN-USERS-TRUNC
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO MN-USER-COUNT
           SET MN-USER-IX TO MN-USER-COUNT
           MOVE SPACES TO MN-USER-ENTRY(MN-USER-IX)
           MOVE MN-LOOKUP-NAME        TO MN-USER-NAME(MN-USER-IX)
           MOVE FUNCTION TRIM(IDX-FN) TO MN-USER-FN(MN-USER-IX)
           MOVE FUNCTION TRIM(IDX-LN) TO MN-USER-LN(MN-USER-IX)
           MOVE "N" TO MN-USER-HAS-FILE(MN-USER-IX)
           MOVE "N" TO MN-USER-EMPLOYER(MN-USER-IX)
           MOVE "N" TO MN-USER-PAIRED(MN-USER-IX)
           MOVE 0 TO MN-USER-SKILL-COUNT(MN-USER-IX).

       *> Leaves MN-USER-IX on MN-LOOKUP-NAME's row and sets MN-FOUND.
       1200-FIND-USER.
           MOVE "N" TO MN-FOUND
           PERFORM VARYING MN-USER-IX FROM 1 BY 1
                   UNTIL MN-USER-IX > MN-USER-COUNT
              IF MN-USER-NAME(MN-USER-IX) = MN-LOOKUP-NAME
                 MOVE "Y" TO MN-FOUND
                 EXIT PERFORM
              END-IF
           END-PERFORM.

       *> Employers are never students; dormant mentors are listed in
       *> the report but not suggested, as CONTROLFLOW hides them.
       1300-FLAG-ACCOUNTS.
           OPEN INPUT ACCOUNTS
           IF ACC-FS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
              READ ACCOUNTS NEXT RECORD
                 AT END EXIT PERFORM
                 NOT AT END
                    MOVE AR-USER TO MN-LOOKUP-NAME
                    IF AR-ROLE = "E"
                       PERFORM 1200-FIND-USER
                       IF MN-FOUND = "Y"
                          MOVE "Y" TO MN-USER-EMPLOYER(MN-USER-IX)
                       END-IF
                    END-IF
                    IF AR-DORMANT = "D"
                       PERFORM 1550-FIND-MENTOR
                       IF MN-FOUND = "Y"
                          MOVE "Y" TO MN-MENTOR-DORMANT(MN-MENTOR-IX)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ACCOUNTS.

       1400-READ-PROFILE.
           IF MN-USER-EMPLOYER(MN-USER-IX) = "Y"
              EXIT PARAGRAPH
           END-IF
           *> Profile files are keyed by username; profiles saved
           *> before that re-keying sit under First_Last until
           *> CONTROLFLOW's startup migration renames them.
           MOVE SPACES TO WS-FILENAME
           STRING "data/profiles/"                        DELIMITED BY SIZE
                  FUNCTION TRIM(MN-USER-NAME(MN-USER-IX)) DELIMITED BY SIZE
                  INTO WS-FILENAME
           END-STRING
           OPEN INPUT PROFILE-FILE
           IF PROFILE-STATUS NOT = "00"
              MOVE SPACES TO WS-FILENAME
              STRING "data/profiles/"                      DELIMITED BY SIZE
                     FUNCTION TRIM(MN-USER-FN(MN-USER-IX)) DELIMITED BY SIZE
                     "_"                                   DELIMITED BY SIZE
                     FUNCTION TRIM(MN-USER-LN(MN-USER-IX)) DELIMITED BY SIZE
                     INTO WS-FILENAME
              END-STRING
              OPEN INPUT PROFILE-FILE
              IF PROFILE-STATUS NOT = "00"
                 EXIT PARAGRAPH
              END-IF
           END-IF
           MOVE "Y" TO MN-USER-HAS-FILE(MN-USER-IX)
           PERFORM UNTIL 1 = 0
              READ PROFILE-FILE
                 AT END EXIT PERFORM
                 NOT AT END
                    EVALUATE TRUE
                       WHEN PF-REC(1:7) = "Major: "
                          MOVE FUNCTION TRIM(PF-REC(8:60))
                             TO MN-USER-MAJOR(MN-USER-IX)
                       WHEN PF-REC(1:17) = "Graduation Year: "
                          MOVE FUNCTION TRIM(PF-REC(18:10))
                             TO MN-USER-YEAR(MN-USER-IX)
                       WHEN PF-REC(1:7) = "Skill: "
                          AND PF-REC(8:60) NOT = SPACES
                          AND MN-USER-SKILL-COUNT(MN-USER-IX) < 5
                          ADD 1 TO MN-USER-SKILL-COUNT(MN-USER-IX)
                          MOVE FUNCTION TRIM(PF-REC(8:60))
                             TO MN-USER-SKILL(MN-USER-IX,
                                   MN-USER-SKILL-COUNT(MN-USER-IX))
                       WHEN OTHER
                          CONTINUE
                    END-EVALUATE
              END-READ
           END-PERFORM
           CLOSE PROFILE-FILE.

       *> ====================================
       *> Mentor listings, pairings, check-ins and blocks
       *> ====================================
       1500-LOAD-MENTORS.
           MOVE 0 TO MN-MENTOR-COUNT
           OPEN INPUT MENTORS
           IF MENTOR-FS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
              READ MENTORS
                 AT END EXIT PERFORM
                 NOT AT END
                    MOVE SPACES TO MNT-REC-USER MNT-REC-MAJOR MNT-REC-INDUSTRY
                                   MNT-REC-AREAS MNT-REC-CAP MNT-REC-OPEN
                    UNSTRING MENTOR-REC DELIMITED BY "|"
                       INTO MNT-REC-USER MNT-REC-MAJOR MNT-REC-INDUSTRY
                            MNT-REC-AREAS MNT-REC-CAP MNT-REC-OPEN
                    END-UNSTRING
                    IF MNT-REC-USER = SPACES
                       CONTINUE
                    ELSE
                       IF MN-MENTOR-COUNT >= MN-MAX-MENTORS
                          MOVE "Y" TO MN-MENTORS-TRUNC
                       ELSE
                          ADD 1 TO MN-MENTOR-COUNT
                          SET MN-MENTOR-IX TO MN-MENTOR-COUNT
                          MOVE FUNCTION TRIM(MNT-REC-USER)
                             TO MN-MENTOR-USER(MN-MENTOR-IX)
                          MOVE FUNCTION TRIM(MNT-REC-MAJOR)
                             TO MN-MENTOR-MAJOR(MN-MENTOR-IX)
                          MOVE FUNCTION TRIM(MNT-REC-INDUSTRY)
                             TO MN-MENTOR-INDUSTRY(MN-MENTOR-IX)
                          MOVE FUNCTION TRIM(MNT-REC-AREAS)
                             TO MN-MENTOR-AREAS(MN-MENTOR-IX)
                          MOVE FUNCTION NUMVAL(MNT-REC-CAP)
                             TO MN-MENTOR-CAP(MN-MENTOR-IX)
                          MOVE MNT-REC-OPEN TO MN-MENTOR-OPEN(MN-MENTOR-IX)
                          MOVE "N" TO MN-MENTOR-DORMANT(MN-MENTOR-IX)
                          MOVE 0 TO MN-MENTOR-ACTIVE(MN-MENTOR-IX)
                          MOVE 0 TO MN-MENTOR-PENDING(MN-MENTOR-IX)
                          IF MNT-REC-OPEN = "Y"
                             ADD 1 TO MN-OPEN-MENTORS
                          END-IF
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE MENTORS.

       *> Leaves MN-MENTOR-IX on MN-LOOKUP-NAME's listing, sets MN-FOUND.
       1550-FIND-MENTOR.
           MOVE "N" TO MN-FOUND
           PERFORM VARYING MN-MENTOR-IX FROM 1 BY 1
                   UNTIL MN-MENTOR-IX > MN-MENTOR-COUNT
              IF MN-MENTOR-USER(MN-MENTOR-IX) = MN-LOOKUP-NAME
                 MOVE "Y" TO MN-FOUND
                 EXIT PERFORM
              END-IF
           END-PERFORM.

       1600-LOAD-PAIRS.
           MOVE 0 TO MN-PAIR-COUNT
           OPEN INPUT MENTORSHIPS
           IF MSHIP-FS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
              READ MENTORSHIPS
                 AT END EXIT PERFORM
                 NOT AT END
                    MOVE SPACES TO MSP-REC-MENTOR MSP-REC-MENTEE MSP-REC-STATUS
                                   MSP-REC-REQUESTED MSP-REC-STARTED
                    UNSTRING MSHIP-REC DELIMITED BY "|"
                       INTO MSP-REC-MENTOR MSP-REC-MENTEE MSP-REC-STATUS
                            MSP-REC-REQUESTED MSP-REC-STARTED
                    END-UNSTRING
                    IF MSP-REC-MENTOR NOT = SPACES
                       PERFORM 1650-ADD-PAIR
                    END-IF
              END-READ
           END-PERFORM
           CLOSE MENTORSHIPS.

       1650-ADD-PAIR.
           IF MN-PAIR-COUNT >= MN-MAX-PAIRS
              MOVE "Y" TO MN-PAIRS-TRUNC
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO MN-PAIR-COUNT
           SET MN-PAIR-IX TO MN-PAIR-COUNT
           MOVE FUNCTION TRIM(MSP-REC-MENTOR) TO MN-PAIR-MENTOR(MN-PAIR-IX)
           MOVE FUNCTION TRIM(MSP-REC-MENTEE) TO MN-PAIR-MENTEE(MN-PAIR-IX)
           MOVE FUNCTION TRIM(MSP-REC-STATUS) TO MN-PAIR-STATUS(MN-PAIR-IX)
           MOVE MSP-REC-REQUESTED TO MN-PAIR-REQUESTED(MN-PAIR-IX)
           MOVE MSP-REC-STARTED   TO MN-PAIR-STARTED(MN-PAIR-IX)
           MOVE 0 TO MN-PAIR-CHECKINS(MN-PAIR-IX)
           MOVE SPACES TO MN-PAIR-LAST(MN-PAIR-IX)
           EVALUATE MN-PAIR-STATUS(MN-PAIR-IX)
              WHEN "active"
                 ADD 1 TO MN-ACTIVE-COUNT
              WHEN "requested"
                 ADD 1 TO MN-PENDING-COUNT
              WHEN "declined"
                 ADD 1 TO MN-DECLINED-COUNT
              WHEN OTHER
                 ADD 1 TO MN-ENDED-COUNT
           END-EVALUATE
           IF MN-PAIR-STATUS(MN-PAIR-IX) = "active"
              OR MN-PAIR-STATUS(MN-PAIR-IX) = "requested"
              MOVE MN-PAIR-MENTOR(MN-PAIR-IX) TO MN-LOOKUP-NAME
              PERFORM 1550-FIND-MENTOR
              IF MN-FOUND = "Y"
                 IF MN-PAIR-STATUS(MN-PAIR-IX) = "active"
                    ADD 1 TO MN-MENTOR-ACTIVE(MN-MENTOR-IX)
                 ELSE
                    ADD 1 TO MN-MENTOR-PENDING(MN-MENTOR-IX)
                 END-IF
              END-IF
              MOVE MN-PAIR-MENTEE(MN-PAIR-IX) TO MN-LOOKUP-NAME
              PERFORM 1200-FIND-USER
              IF MN-FOUND = "Y"
                 MOVE "Y" TO MN-USER-PAIRED(MN-USER-IX)
              END-IF
           END-IF.

       *> Check-ins are appended in date order, so the last one seen
       *> for a pairing is its latest.
       1700-LOAD-CHECKINS.
           OPEN INPUT MENTOR-CHECKINS
           IF CHECKIN-FS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
              READ MENTOR-CHECKINS
                 AT END EXIT PERFORM
                 NOT AT END
                    MOVE SPACES TO CHK-REC-MENTOR CHK-REC-MENTEE CHK-REC-DATE
                    UNSTRING CHECKIN-REC DELIMITED BY "|"
                       INTO CHK-REC-MENTOR CHK-REC-MENTEE CHK-REC-DATE
                    END-UNSTRING
                    ADD 1 TO MN-CHECKIN-COUNT
                    MOVE FUNCTION TRIM(CHK-REC-MENTOR) TO MN-LOOKUP-NAME
                    MOVE FUNCTION TRIM(CHK-REC-MENTEE) TO MN-LOOKUP-MENTEE
                    PERFORM 1750-FIND-ACTIVE-PAIR
                    IF MN-FOUND = "Y"
                       ADD 1 TO MN-PAIR-CHECKINS(MN-PAIR-IX)
                       MOVE CHK-REC-DATE TO MN-PAIR-LAST(MN-PAIR-IX)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE MENTOR-CHECKINS.

       1750-FIND-ACTIVE-PAIR.
           MOVE "N" TO MN-FOUND
           PERFORM VARYING MN-PAIR-IX FROM 1 BY 1
                   UNTIL MN-PAIR-IX > MN-PAIR-COUNT
              IF MN-PAIR-MENTOR(MN-PAIR-IX) = MN-LOOKUP-NAME
                 AND MN-PAIR-MENTEE(MN-PAIR-IX) = MN-LOOKUP-MENTEE
                 AND MN-PAIR-STATUS(MN-PAIR-IX) = "active"
                 MOVE "Y" TO MN-FOUND
                 EXIT PERFORM
              END-IF
           END-PERFORM.

       1800-LOAD-BLOCKS.
           MOVE 0 TO MN-BLOCK-COUNT
           OPEN INPUT BLOCKS
           IF BLK-FS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
              READ BLOCKS
                 AT END EXIT PERFORM
                 NOT AT END
                    MOVE SPACES TO BLK-REC-BLOCKER BLK-REC-BLOCKED
                    UNSTRING BLK-REC DELIMITED BY "|"
                       INTO BLK-REC-BLOCKER BLK-REC-BLOCKED
                    END-UNSTRING
                    IF MN-BLOCK-COUNT < MN-MAX-BLOCKS
                       ADD 1 TO MN-BLOCK-COUNT
                       SET MN-BLOCK-IX TO MN-BLOCK-COUNT
                       MOVE FUNCTION TRIM(BLK-REC-BLOCKER)
                          TO MN-BLOCK-BY(MN-BLOCK-IX)
                       MOVE FUNCTION TRIM(BLK-REC-BLOCKED)
                          TO MN-BLOCK-OF(MN-BLOCK-IX)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE BLOCKS.

       *> ====================================
       *> Suggestions. A student is a non-employer with a profile who
       *> is not yet an alumnus and has no requested or active mentor.
       *> Each open mentor with room scores 3 for the same major plus
       *> 1 per student Skill: named in the mentor's areas; the best
       *> three with a score above zero are written.
       *> ====================================
       3000-SUGGEST-ONE-STUDENT.
           IF MN-USER-HAS-FILE(MN-USER-IX) NOT = "Y"
              OR MN-USER-EMPLOYER(MN-USER-IX) = "Y"
              OR MN-USER-PAIRED(MN-USER-IX) = "Y"
              EXIT PARAGRAPH
           END-IF
           IF MN-USER-YEAR(MN-USER-IX)(1:4) IS NUMERIC
              AND MN-USER-YEAR(MN-USER-IX)(1:4) NOT > MN-THIS-YEAR
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO MN-STUDENT-COUNT
           PERFORM VARYING MN-T FROM 1 BY 1 UNTIL MN-T > MN-TOP-MAX
              MOVE 0 TO MN-TOP-MENTOR(MN-T)
              MOVE 0 TO MN-TOP-SCORE(MN-T)
              MOVE SPACES TO MN-TOP-REASON(MN-T)
           END-PERFORM
           PERFORM VARYING MN-MENTOR-IX FROM 1 BY 1
                   UNTIL MN-MENTOR-IX > MN-MENTOR-COUNT
              PERFORM 3100-SCORE-MENTOR
           END-PERFORM
           IF MN-TOP-SCORE(1) > 0
              ADD 1 TO MN-SUGGESTED-COUNT
           END-IF
           PERFORM VARYING MN-T FROM 1 BY 1 UNTIL MN-T > MN-TOP-MAX
              IF MN-TOP-SCORE(MN-T) > 0
                 SET MN-MENTOR-IX TO MN-TOP-MENTOR(MN-T)
                 MOVE MN-TOP-SCORE(MN-T) TO MN-SCORE-DISPLAY
                 MOVE SPACES TO MSUG-REC
                 STRING FUNCTION TRIM(MN-USER-NAME(MN-USER-IX))     DELIMITED BY SIZE
                        "|"                                         DELIMITED BY SIZE
                        FUNCTION TRIM(MN-MENTOR-USER(MN-MENTOR-IX)) DELIMITED BY SIZE
                        "|"                                         DELIMITED BY SIZE
                        FUNCTION TRIM(MN-SCORE-DISPLAY)             DELIMITED BY SIZE
                        "|"                                         DELIMITED BY SIZE
                        FUNCTION TRIM(MN-TOP-REASON(MN-T))          DELIMITED BY SIZE
                        INTO MSUG-REC
                 END-STRING
                 WRITE MSUG-REC
                 ADD 1 TO MN-SUGGEST-ROWS
              END-IF
           END-PERFORM.

       3100-SCORE-MENTOR.
           IF MN-MENTOR-USER(MN-MENTOR-IX) = MN-USER-NAME(MN-USER-IX)
              OR MN-MENTOR-OPEN(MN-MENTOR-IX) NOT = "Y"
              OR MN-MENTOR-DORMANT(MN-MENTOR-IX) = "Y"
              OR MN-MENTOR-ACTIVE(MN-MENTOR-IX) >= MN-MENTOR-CAP(MN-MENTOR-IX)
              EXIT PARAGRAPH
           END-IF
           *> A pair that already has history (declined, ended) is left
           *> for the student to pursue themselves.
           PERFORM VARYING MN-PAIR-IX FROM 1 BY 1
                   UNTIL MN-PAIR-IX > MN-PAIR-COUNT
              IF MN-PAIR-MENTOR(MN-PAIR-IX) = MN-MENTOR-USER(MN-MENTOR-IX)
                 AND MN-PAIR-MENTEE(MN-PAIR-IX) = MN-USER-NAME(MN-USER-IX)
                 EXIT PARAGRAPH
              END-IF
           END-PERFORM
           PERFORM VARYING MN-BLOCK-IX FROM 1 BY 1
                   UNTIL MN-BLOCK-IX > MN-BLOCK-COUNT
              IF (MN-BLOCK-BY(MN-BLOCK-IX) = MN-MENTOR-USER(MN-MENTOR-IX)
                    AND MN-BLOCK-OF(MN-BLOCK-IX) = MN-USER-NAME(MN-USER-IX))
                 OR (MN-BLOCK-BY(MN-BLOCK-IX) = MN-USER-NAME(MN-USER-IX)
                    AND MN-BLOCK-OF(MN-BLOCK-IX) = MN-MENTOR-USER(MN-MENTOR-IX))
                 EXIT PARAGRAPH
              END-IF
           END-PERFORM

           MOVE 0 TO MN-SCORE
           MOVE 0 TO MN-SKILL-HITS
           MOVE SPACES TO MN-REASON
           MOVE 1 TO MN-REASON-PTR
           MOVE FUNCTION UPPER-CASE(MN-USER-MAJOR(MN-USER-IX)) TO MN-MAJOR-A
           MOVE FUNCTION UPPER-CASE(MN-MENTOR-MAJOR(MN-MENTOR-IX)) TO MN-MAJOR-B
           IF MN-MAJOR-A NOT = SPACES
              AND FUNCTION TRIM(MN-MAJOR-A) = FUNCTION TRIM(MN-MAJOR-B)
              ADD 3 TO MN-SCORE
              STRING "same major ("                             DELIMITED BY SIZE
                     FUNCTION TRIM(MN-MENTOR-MAJOR(MN-MENTOR-IX)) DELIMITED BY SIZE
                     ")"                                        DELIMITED BY SIZE
                     INTO MN-REASON
                     WITH POINTER MN-REASON-PTR
              END-STRING
           END-IF
           PERFORM VARYING MN-SKILL-IX FROM 1 BY 1
                   UNTIL MN-SKILL-IX > MN-USER-SKILL-COUNT(MN-USER-IX)
              MOVE MN-MENTOR-AREAS(MN-MENTOR-IX) TO FILTER-HAYSTACK
              MOVE MN-USER-SKILL(MN-USER-IX, MN-SKILL-IX) TO FILTER-NEEDLE
              PERFORM 3300-CHECK-SUBSTRING-MATCH
              IF FILTER-MATCH = "Y"
                 ADD 1 TO MN-SCORE
                 ADD 1 TO MN-SKILL-HITS
                 EVALUATE TRUE
                    WHEN MN-SKILL-HITS = 1 AND MN-REASON-PTR > 1
                       STRING "; helps with " DELIMITED BY SIZE
                              INTO MN-REASON
                              WITH POINTER MN-REASON-PTR
                       END-STRING
                    WHEN MN-SKILL-HITS = 1
                       STRING "helps with " DELIMITED BY SIZE
                              INTO MN-REASON
                              WITH POINTER MN-REASON-PTR
                       END-STRING
                    WHEN OTHER
                       STRING ", " DELIMITED BY SIZE
                              INTO MN-REASON
                              WITH POINTER MN-REASON-PTR
                       END-STRING
                 END-EVALUATE
                 STRING FUNCTION TRIM(MN-USER-SKILL(MN-USER-IX, MN-SKILL-IX))
                                      DELIMITED BY SIZE
                        INTO MN-REASON
                        WITH POINTER MN-REASON-PTR
                 END-STRING
              END-IF
           END-PERFORM
           IF MN-SCORE = 0
              EXIT PARAGRAPH
           END-IF
           INSPECT MN-REASON REPLACING ALL "|" BY " "
           PERFORM 3200-KEEP-IF-TOP.

       *> Inserts the current mentor into MN-TOP-TABLE when it beats an
       *> entry; on a tie the earlier listing keeps its place.
       3200-KEEP-IF-TOP.
           PERFORM VARYING MN-T FROM 1 BY 1 UNTIL MN-T > MN-TOP-MAX
              IF MN-SCORE > MN-TOP-SCORE(MN-T)
                 PERFORM VARYING MN-U FROM MN-TOP-MAX BY -1
                         UNTIL MN-U <= MN-T
                    MOVE MN-TOP-ENTRY(MN-U - 1) TO MN-TOP-ENTRY(MN-U)
                 END-PERFORM
                 SET MN-TOP-MENTOR(MN-T) TO MN-MENTOR-IX
                 MOVE MN-SCORE  TO MN-TOP-SCORE(MN-T)
                 MOVE MN-REASON TO MN-TOP-REASON(MN-T)
                 EXIT PERFORM
              END-IF
           END-PERFORM.

       *> Case-insensitive variant of CONTROLFLOW's substring search:
       *> both sides are upper-cased before the sliding compare.
       3300-CHECK-SUBSTRING-MATCH.
           MOVE "N" TO FILTER-MATCH
           MOVE FUNCTION UPPER-CASE(FILTER-HAYSTACK) TO FILTER-HAYSTACK
           MOVE FUNCTION UPPER-CASE(FILTER-NEEDLE)   TO FILTER-NEEDLE
           MOVE FUNCTION LENGTH(FUNCTION TRIM(FILTER-HAYSTACK)) TO FILTER-H-LEN
           MOVE FUNCTION LENGTH(FUNCTION TRIM(FILTER-NEEDLE))   TO FILTER-N-LEN

           IF FILTER-NEEDLE = SPACES OR FILTER-HAYSTACK = SPACES
              EXIT PARAGRAPH
           END-IF

           IF FILTER-N-LEN > FILTER-H-LEN
              EXIT PARAGRAPH
           END-IF

           PERFORM VARYING FILTER-IX FROM 1 BY 1
                   UNTIL FILTER-IX > (FILTER-H-LEN - FILTER-N-LEN + 1)
              IF FILTER-HAYSTACK(FILTER-IX:FILTER-N-LEN)
                    = FUNCTION TRIM(FILTER-NEEDLE)(1:FILTER-N-LEN)
                 MOVE "Y" TO FILTER-MATCH
                 EXIT PERFORM
              END-IF
           END-PERFORM.

       *> ====================================
       *> Report
       *> ====================================
       5000-WRITE-REPORT.
           MOVE "==========MENTORSHIP PROGRAM REPORT==========" TO RPT-REC
           PERFORM 9000-WRITE-LINE
           MOVE SPACES TO RPT-REC
           STRING "Generated " DELIMITED BY SIZE
                  MN-TODAY     DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           PERFORM 9000-WRITE-LINE

           MOVE MN-MENTOR-COUNT TO MN-N1
           MOVE MN-OPEN-MENTORS TO MN-N2
           MOVE MN-ACTIVE-COUNT TO MN-N3
           MOVE MN-PENDING-COUNT TO MN-N4
           MOVE SPACES TO RPT-REC
           STRING "Mentors listed: "           DELIMITED BY SIZE
                  FUNCTION TRIM(MN-N1)         DELIMITED BY SIZE
                  " ("                         DELIMITED BY SIZE
                  FUNCTION TRIM(MN-N2)         DELIMITED BY SIZE
                  " open)   Active pairings: " DELIMITED BY SIZE
                  FUNCTION TRIM(MN-N3)         DELIMITED BY SIZE
                  "   Unanswered requests: "   DELIMITED BY SIZE
                  FUNCTION TRIM(MN-N4)         DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           PERFORM 9000-WRITE-LINE
           MOVE MN-DECLINED-COUNT TO MN-N1
           MOVE MN-ENDED-COUNT TO MN-N2
           MOVE MN-CHECKIN-COUNT TO MN-N3
           MOVE SPACES TO RPT-REC
           STRING "Declined: "             DELIMITED BY SIZE
                  FUNCTION TRIM(MN-N1)     DELIMITED BY SIZE
                  "   Ended: "             DELIMITED BY SIZE
                  FUNCTION TRIM(MN-N2)     DELIMITED BY SIZE
                  "   Check-ins logged: "  DELIMITED BY SIZE
                  FUNCTION TRIM(MN-N3)     DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           PERFORM 9000-WRITE-LINE
           MOVE MN-STUDENT-COUNT TO MN-N1
           MOVE MN-SUGGESTED-COUNT TO MN-N2
           MOVE SPACES TO RPT-REC
           STRING "Students without a mentor: "   DELIMITED BY SIZE
                  FUNCTION TRIM(MN-N1)            DELIMITED BY SIZE
                  "   With a suggested match: "   DELIMITED BY SIZE
                  FUNCTION TRIM(MN-N2)            DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           PERFORM 9000-WRITE-LINE

           PERFORM 5100-WRITE-ACTIVE
           PERFORM 5200-WRITE-PENDING
           PERFORM 5300-WRITE-CAPACITY
           PERFORM 5400-WRITE-SUGGESTIONS.

       *> Days since the last contact -- the latest check-in, or the
       *> start date when none has been logged yet.
       5100-WRITE-ACTIVE.
           MOVE "---Active pairings---" TO RPT-REC
           PERFORM 9000-WRITE-LINE
           IF MN-ACTIVE-COUNT = 0
              MOVE "  (none)" TO RPT-REC
              PERFORM 9000-WRITE-LINE
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING MN-PAIR-IX FROM 1 BY 1
                   UNTIL MN-PAIR-IX > MN-PAIR-COUNT
              IF MN-PAIR-STATUS(MN-PAIR-IX) = "active"
                 MOVE MN-PAIR-CHECKINS(MN-PAIR-IX) TO MN-N1
                 IF MN-PAIR-LAST(MN-PAIR-IX) = SPACES
                    MOVE MN-PAIR-STARTED(MN-PAIR-IX) TO CHK-REC-DATE
                 ELSE
                    MOVE MN-PAIR-LAST(MN-PAIR-IX) TO CHK-REC-DATE
                 END-IF
                 PERFORM 5900-DAYS-SINCE
                 MOVE MN-DAYS TO MN-N2
                 MOVE SPACES TO RPT-REC
                 STRING "  "                                     DELIMITED BY SIZE
                        FUNCTION TRIM(MN-PAIR-MENTOR(MN-PAIR-IX)) DELIMITED BY SIZE
                        " -> "                                   DELIMITED BY SIZE
                        FUNCTION TRIM(MN-PAIR-MENTEE(MN-PAIR-IX)) DELIMITED BY SIZE
                        "  started "                             DELIMITED BY SIZE
                        MN-PAIR-STARTED(MN-PAIR-IX)              DELIMITED BY SIZE
                        "  check-ins "                           DELIMITED BY SIZE
                        FUNCTION TRIM(MN-N1)                     DELIMITED BY SIZE
                        "  last contact "                        DELIMITED BY SIZE
                        FUNCTION TRIM(MN-N2)                     DELIMITED BY SIZE
                        " day(s) ago"                            DELIMITED BY SIZE
                        INTO RPT-REC
                 END-STRING
                 PERFORM 9000-WRITE-LINE
              END-IF
           END-PERFORM.

       5200-WRITE-PENDING.
           MOVE "---Unanswered requests---" TO RPT-REC
           PERFORM 9000-WRITE-LINE
           IF MN-PENDING-COUNT = 0
              MOVE "  (none)" TO RPT-REC
              PERFORM 9000-WRITE-LINE
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING MN-PAIR-IX FROM 1 BY 1
                   UNTIL MN-PAIR-IX > MN-PAIR-COUNT
              IF MN-PAIR-STATUS(MN-PAIR-IX) = "requested"
                 MOVE MN-PAIR-REQUESTED(MN-PAIR-IX) TO CHK-REC-DATE
                 PERFORM 5900-DAYS-SINCE
                 MOVE MN-DAYS TO MN-N1
                 MOVE SPACES TO RPT-REC
                 STRING "  "                                     DELIMITED BY SIZE
                        FUNCTION TRIM(MN-PAIR-MENTEE(MN-PAIR-IX)) DELIMITED BY SIZE
                        " asked "                                DELIMITED BY SIZE
                        FUNCTION TRIM(MN-PAIR-MENTOR(MN-PAIR-IX)) DELIMITED BY SIZE
                        " on "                                   DELIMITED BY SIZE
                        MN-PAIR-REQUESTED(MN-PAIR-IX)            DELIMITED BY SIZE
                        "  waiting "                             DELIMITED BY SIZE
                        FUNCTION TRIM(MN-N1)                     DELIMITED BY SIZE
                        " day(s)"                                DELIMITED BY SIZE
                        INTO RPT-REC
                 END-STRING
                 PERFORM 9000-WRITE-LINE
              END-IF
           END-PERFORM.

       5300-WRITE-CAPACITY.
           MOVE "---Mentor capacity---" TO RPT-REC
           PERFORM 9000-WRITE-LINE
           IF MN-MENTOR-COUNT = 0
              MOVE "  (no mentors listed)" TO RPT-REC
              PERFORM 9000-WRITE-LINE
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING MN-MENTOR-IX FROM 1 BY 1
                   UNTIL MN-MENTOR-IX > MN-MENTOR-COUNT
              MOVE MN-MENTOR-ACTIVE(MN-MENTOR-IX) TO MN-N1
              MOVE MN-MENTOR-CAP(MN-MENTOR-IX) TO MN-N2
              MOVE MN-MENTOR-PENDING(MN-MENTOR-IX) TO MN-N3
              MOVE SPACES TO MN-TAG
              IF MN-MENTOR-OPEN(MN-MENTOR-IX) NOT = "Y"
                 MOVE "  [closed]" TO MN-TAG
              END-IF
              IF MN-MENTOR-DORMANT(MN-MENTOR-IX) = "Y"
                 MOVE "  [dormant]" TO MN-TAG
              END-IF
              MOVE SPACES TO RPT-REC
              STRING "  "                                           DELIMITED BY SIZE
                     FUNCTION TRIM(MN-MENTOR-USER(MN-MENTOR-IX))     DELIMITED BY SIZE
                     " ("                                           DELIMITED BY SIZE
                     FUNCTION TRIM(MN-MENTOR-MAJOR(MN-MENTOR-IX))    DELIMITED BY SIZE
                     ", "                                           DELIMITED BY SIZE
                     FUNCTION TRIM(MN-MENTOR-INDUSTRY(MN-MENTOR-IX)) DELIMITED BY SIZE
                     ")  "                                          DELIMITED BY SIZE
                     FUNCTION TRIM(MN-N1)                           DELIMITED BY SIZE
                     " of "                                         DELIMITED BY SIZE
                     FUNCTION TRIM(MN-N2)                           DELIMITED BY SIZE
                     " places used, "                               DELIMITED BY SIZE
                     FUNCTION TRIM(MN-N3)                           DELIMITED BY SIZE
                     " pending"                                     DELIMITED BY SIZE
                     MN-TAG                                         DELIMITED BY SIZE
                     INTO RPT-REC
              END-STRING
              PERFORM 9000-WRITE-LINE
           END-PERFORM.

       5400-WRITE-SUGGESTIONS.
           MOVE "---Suggested matches---" TO RPT-REC
           PERFORM 9000-WRITE-LINE
           MOVE MN-SUGGEST-ROWS TO MN-N1
           MOVE SPACES TO RPT-REC
           STRING "  "                                        DELIMITED BY SIZE
                  FUNCTION TRIM(MN-N1)                        DELIMITED BY SIZE
                  " suggestion(s) written to data/mentor_suggestions.txt"
                                                              DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           PERFORM 9000-WRITE-LINE.

       *> MN-DAYS = days from the yyyymmdd in CHK-REC-DATE to today;
       *> zero when the date is missing or unreadable.
       5900-DAYS-SINCE.
           MOVE 0 TO MN-DAYS
           IF CHK-REC-DATE IS NOT NUMERIC
              EXIT PARAGRAPH
           END-IF
           COMPUTE MN-DATE-INT =
              FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(CHK-REC-DATE))
           IF MN-TODAY-INT > MN-DATE-INT
              COMPUTE MN-DAYS = MN-TODAY-INT - MN-DATE-INT
           END-IF.

       9000-WRITE-LINE.
           WRITE RPT-REC
           DISPLAY FUNCTION TRIM(RPT-REC).
