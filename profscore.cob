IDENTIFICATION DIVISION.
       PROGRAM-ID. PROFSCORE.   *> nightly batch scoring every profile for completeness and nudging the incomplete ones

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROFILES-INDEX ASSIGN TO "data/profiles.idx" *> username -> first/last, one row per profile save
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PRO-FS.

           SELECT PROFILE-FILE ASSIGN TO DYNAMIC WS-FILENAME *> one labeled-line profile per user
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PROFILE-STATUS.

           SELECT ENDORSEMENTS ASSIGN TO "data/endorsements.txt" *> OWNER|SKILL|ENDORSER rows
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ENDORSE-FS.

           SELECT SKILLS-PROGRESS ASSIGN TO "data/skills_progress.txt" *> "USER N" row per certified Learn Skill lesson
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SKILLS-FS.

           SELECT NOTIFICATIONS ASSIGN TO "data/notifications.txt" *> same RECIPIENT|TEXT|READ-FLAG|CATEGORY|DIGESTED inbox CONTROLFLOW shows at login
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS NOTIF-FS.

           SELECT REPORT-OUT ASSIGN TO "data/profile_completeness_report.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RPT-FS.

           *> Same exclusive writer lock CONTROLFLOW takes: one
           *> "HOLDER TIMESTAMP" line while a writer runs, emptied on
           *> normal exit, stale residue cleared by age.
           SELECT RUN-LOCK ASSIGN TO "data/run.lock"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LOCK-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  PROFILES-INDEX.
       01  PRF-REC              PIC X(120).

       FD  PROFILE-FILE.
       01  PF-REC               PIC X(512).

       FD  ENDORSEMENTS.
       01  ENDORSE-REC          PIC X(100).

       FD  SKILLS-PROGRESS.
       01  SKILLS-REC           PIC X(40).

       FD  NOTIFICATIONS.
       01  NOTIF-REC            PIC X(300).

       FD  REPORT-OUT.
       01  RPT-REC              PIC X(200).

       FD  RUN-LOCK.
       01  LOCK-REC             PIC X(40).

       WORKING-STORAGE SECTION.
       77  PRO-FS              PIC XX VALUE SPACES.
       77  PROFILE-STATUS      PIC XX VALUE SPACES.
       77  ENDORSE-FS          PIC XX VALUE SPACES.
       77  SKILLS-FS           PIC XX VALUE SPACES.
       77  NOTIF-FS            PIC XX VALUE SPACES.
       77  RPT-FS              PIC XX VALUE SPACES.

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

       *> Scoring weights, out of 100. The required University/
       *> College, Major and Graduation Year lines earn the base
       *> points; the rest reward the sections MATCHGEN and employers
       *> actually use. Skills, endorsements and certified Learn Skill
       *> lessons score per item up to their caps.
       77  PS-PTS-BASICS       PIC 9(3) VALUE 10.
       77  PS-PTS-ABOUT        PIC 9(3) VALUE 10.
       77  PS-PTS-EXP-FIRST    PIC 9(3) VALUE 20.
       77  PS-PTS-EXP-MORE     PIC 9(3) VALUE 5.
       77  PS-PTS-EDUCATION    PIC 9(3) VALUE 15.
       77  PS-PTS-PER-SKILL    PIC 9(3) VALUE 5.
       77  PS-MAX-SKILL-ITEMS  PIC 9(3) VALUE 4.
       77  PS-PTS-PER-ENDORSE  PIC 9(3) VALUE 5.
       77  PS-MAX-ENDORSE-ITEMS PIC 9(3) VALUE 2.
       77  PS-PTS-PER-CERT     PIC 9(3) VALUE 5.
       77  PS-MAX-CERT-ITEMS   PIC 9(3) VALUE 2.

       *> Profiles scoring below this get a login nudge naming what
       *> they are missing -- one at a time: no new nudge while the
       *> previous one is still unread in the inbox.
       77  PS-NUDGE-BELOW      PIC 9(3) VALUE 60.
       77  PS-NUDGE-PREFIX     PIC X(16) VALUE "Your profile is ".

       *> One row per distinct user on profiles.idx. DO-PROFILE
       *> appends a fresh index row on every re-save, so the latest
       *> name wins, same as MATCHGEN.
       77  PS-MAX-USERS        PIC 9(3) VALUE 500.
       77  PS-USER-COUNT       PIC 9(3) VALUE 0.
       77  PS-USERS-TRUNC      PIC X    VALUE "N".
       01  PS-USER-TABLE.
           05 PS-USER-ENTRY OCCURS 500 TIMES
                            INDEXED BY PS-USER-IX.
              10 PS-USER-NAME     PIC X(20).
              10 PS-USER-FN       PIC X(50).
              10 PS-USER-LN       PIC X(50).
              10 PS-USER-HAS-FILE PIC X.
              10 PS-USER-MAJOR    PIC X(40).
              10 PS-USER-YEAR     PIC X(4).
              10 PS-USER-BASICS   PIC 9.
              10 PS-USER-ABOUT    PIC 9.
              10 PS-USER-EXP      PIC 9.
              10 PS-USER-EDU      PIC 9.
              10 PS-USER-SKILLS   PIC 9.
              10 PS-USER-ENDORSE  PIC 9(4).
              10 PS-USER-CERTS    PIC 9(4).
              10 PS-USER-SCORE    PIC 9(3).
              10 PS-USER-PENDING  PIC X.
              10 PS-USER-NUDGED   PIC X.

       *> Selection-sort scratch (highest score first)
       77  PS-I                PIC 9(3) VALUE 0.
       77  PS-J                PIC 9(3) VALUE 0.
       01  PS-SWAP-ENTRY        PIC X(183).

       *> Major / graduation-year groups for the breakdown. The major
       *> is compared case-insensitively; the first spelling seen is
       *> the one printed.
       77  PS-MAX-GROUPS       PIC 9(3) VALUE 200.
       77  PS-GROUP-COUNT      PIC 9(3) VALUE 0.
       77  PS-GROUPS-TRUNC     PIC X    VALUE "N".
       01  PS-GROUP-TABLE.
           05 PS-GROUP-ENTRY OCCURS 200 TIMES
                             INDEXED BY PS-GROUP-IX.
              10 PS-GROUP-KEY     PIC X(40).
              10 PS-GROUP-YEAR    PIC X(4).
              10 PS-GROUP-MAJOR   PIC X(40).
              10 PS-GROUP-USERS   PIC 9(4).
              10 PS-GROUP-TOTAL   PIC 9(7).
              10 PS-GROUP-BELOW   PIC 9(4).
       01  PS-GROUP-SWAP        PIC X(99).
       77  PS-GROUP-KEY-WORK   PIC X(40).

       *> Parse fields
       77  IDX-USER            PIC X(20).
       77  IDX-FN              PIC X(50).
       77  IDX-LN              PIC X(50).
       77  ENDORSE-REC-OWNER   PIC X(20).
       77  ENDORSE-REC-SKILL   PIC X(40).
       77  ENDORSE-REC-ENDORSER PIC X(20).
       77  SKILL-REC-USER      PIC X(20).
       77  SKILL-REC-NUM       PIC X(4).
       77  NOTIF-F-RECIP       PIC X(20).
       77  NOTIF-F-TEXT        PIC X(250).
       77  NOTIF-F-READ        PIC X(1).

       77  PS-FOUND            PIC X    VALUE "N".
       77  PS-LOOKUP-NAME      PIC X(20).
       77  PS-HAVE-UNIV        PIC X    VALUE "N".
       77  PS-ITEMS            PIC 9(4) VALUE 0.
       77  PS-SCORE-WORK       PIC 9(4) VALUE 0.

       77  PS-MISSING          PIC X(120).
       77  PS-MISSING-PTR      PIC 9(3) VALUE 1.
       77  PS-NUDGE-COUNT      PIC 9(4) VALUE 0.
       77  PS-BELOW-COUNT      PIC 9(4) VALUE 0.
       77  PS-SCORED-COUNT     PIC 9(4) VALUE 0.
       77  PS-TOTAL-SCORE      PIC 9(7) VALUE 0.
       77  PS-RANK             PIC 9(4) VALUE 0.
       77  PS-AVERAGE          PIC 9(3) VALUE 0.

       77  PS-N1               PIC ZZZ9.
       77  PS-N2               PIC ZZZ9.
       77  PS-N3               PIC ZZZ9.
       77  PS-N4               PIC ZZZ9.
       77  PS-SCORE-DISPLAY    PIC ZZ9.
       77  PS-NUDGE-MARK       PIC X(12).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           *> Exclusive run lock: the notification appends must not
           *> interleave with another writer.
           PERFORM ACQUIRE-RUN-LOCK
           IF LOCK-BUSY = "Y"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM 1000-LOAD-USERS
           PERFORM 1300-COUNT-ENDORSEMENTS
           PERFORM 1400-COUNT-CERTIFIED-SKILLS
           PERFORM 1500-FIND-PENDING-NUDGES
           PERFORM VARYING PS-USER-IX FROM 1 BY 1
                   UNTIL PS-USER-IX > PS-USER-COUNT
              PERFORM 2000-SCORE-ONE-USER
           END-PERFORM
           PERFORM 3000-SEND-NUDGES
           PERFORM 4000-SORT-BY-SCORE
           PERFORM 4100-BUILD-GROUPS
           PERFORM 4200-SORT-GROUPS

           OPEN OUTPUT REPORT-OUT
           IF RPT-FS NOT = "00"
              DISPLAY "ERROR: cannot create data/profile_completeness_report.txt (FS=" RPT-FS ")"
              PERFORM RELEASE-RUN-LOCK
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM 5000-WRITE-REPORT
           CLOSE REPORT-OUT

           MOVE PS-SCORED-COUNT TO PS-N1
           MOVE PS-NUDGE-COUNT TO PS-N2
           DISPLAY "PROFSCORE complete: " FUNCTION TRIM(PS-N1)
                   " profile(s) scored, " FUNCTION TRIM(PS-N2)
                   " nudge(s) sent."
           PERFORM RELEASE-RUN-LOCK
           MOVE 0 TO RETURN-CODE
           STOP RUN.

       *> ====================================
       *> Distinct users on profiles.idx
       *> ====================================
       1000-LOAD-USERS.
           MOVE 0 TO PS-USER-COUNT
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
           MOVE FUNCTION TRIM(IDX-USER) TO PS-LOOKUP-NAME
           PERFORM 1200-FIND-USER
           IF PS-FOUND = "Y"
              MOVE FUNCTION TRIM(IDX-FN) TO PS-USER-FN(PS-USER-IX)
              MOVE FUNCTION TRIM(IDX-LN) TO PS-USER-LN(PS-USER-IX)
              EXIT PARAGRAPH
           END-IF
           IF PS-USER-COUNT >= PS-MAX-USERS
              MOVE "Y" TO PS-USERS-TRUNC
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO PS-USER-COUNT
           SET PS-USER-IX TO PS-USER-COUNT
           MOVE SPACES TO PS-USER-ENTRY(PS-USER-IX)
           MOVE PS-LOOKUP-NAME        TO PS-USER-NAME(PS-USER-IX)
           MOVE FUNCTION TRIM(IDX-FN) TO PS-USER-FN(PS-USER-IX)
           MOVE FUNCTION TRIM(IDX-LN) TO PS-USER-LN(PS-USER-IX)
           MOVE "N" TO PS-USER-HAS-FILE(PS-USER-IX)
           MOVE 0 TO PS-USER-BASICS(PS-USER-IX)
           MOVE 0 TO PS-USER-ABOUT(PS-USER-IX)
           MOVE 0 TO PS-USER-EXP(PS-USER-IX)
           MOVE 0 TO PS-USER-EDU(PS-USER-IX)
           MOVE 0 TO PS-USER-SKILLS(PS-USER-IX)
           MOVE 0 TO PS-USER-ENDORSE(PS-USER-IX)
           MOVE 0 TO PS-USER-CERTS(PS-USER-IX)
           MOVE 0 TO PS-USER-SCORE(PS-USER-IX)
           MOVE "N" TO PS-USER-PENDING(PS-USER-IX)
           MOVE "N" TO PS-USER-NUDGED(PS-USER-IX).

       *> Leaves PS-USER-IX on PS-LOOKUP-NAME's row and sets PS-FOUND.
       1200-FIND-USER.
           MOVE "N" TO PS-FOUND
           PERFORM VARYING PS-USER-IX FROM 1 BY 1
                   UNTIL PS-USER-IX > PS-USER-COUNT
              IF PS-USER-NAME(PS-USER-IX) = PS-LOOKUP-NAME
                 MOVE "Y" TO PS-FOUND
                 EXIT PERFORM
              END-IF
           END-PERFORM.

       *> Endorsements received, one per OWNER|SKILL|ENDORSER row.
       1300-COUNT-ENDORSEMENTS.
           OPEN INPUT ENDORSEMENTS
           IF ENDORSE-FS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
              READ ENDORSEMENTS
                 AT END EXIT PERFORM
                 NOT AT END
                    MOVE SPACES TO ENDORSE-REC-OWNER ENDORSE-REC-SKILL
                                   ENDORSE-REC-ENDORSER
                    UNSTRING ENDORSE-REC DELIMITED BY "|"
                       INTO ENDORSE-REC-OWNER ENDORSE-REC-SKILL
                            ENDORSE-REC-ENDORSER
                    END-UNSTRING
                    MOVE FUNCTION TRIM(ENDORSE-REC-OWNER) TO PS-LOOKUP-NAME
                    PERFORM 1200-FIND-USER
                    IF PS-FOUND = "Y"
                       ADD 1 TO PS-USER-ENDORSE(PS-USER-IX)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ENDORSEMENTS.

       *> A skills_progress row is only written once the lesson's quiz
       *> is passed, and never twice for the same lesson.
       1400-COUNT-CERTIFIED-SKILLS.
           OPEN INPUT SKILLS-PROGRESS
           IF SKILLS-FS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
              READ SKILLS-PROGRESS
                 AT END EXIT PERFORM
                 NOT AT END
                    MOVE SPACES TO SKILL-REC-USER SKILL-REC-NUM
                    UNSTRING SKILLS-REC DELIMITED BY ALL " "
                       INTO SKILL-REC-USER SKILL-REC-NUM
                    END-UNSTRING
                    MOVE FUNCTION TRIM(SKILL-REC-USER) TO PS-LOOKUP-NAME
                    PERFORM 1200-FIND-USER
                    IF PS-FOUND = "Y"
                       ADD 1 TO PS-USER-CERTS(PS-USER-IX)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE SKILLS-PROGRESS.

       *> Users whose last completeness nudge is still unread.
       1500-FIND-PENDING-NUDGES.
           OPEN INPUT NOTIFICATIONS
           IF NOTIF-FS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
              READ NOTIFICATIONS
                 AT END EXIT PERFORM
                 NOT AT END
                    MOVE SPACES TO NOTIF-F-RECIP NOTIF-F-TEXT NOTIF-F-READ
                    UNSTRING NOTIF-REC DELIMITED BY "|"
                       INTO NOTIF-F-RECIP NOTIF-F-TEXT NOTIF-F-READ
                    END-UNSTRING
                    IF NOTIF-F-READ = "N"
                       AND NOTIF-F-TEXT(1:16) = PS-NUDGE-PREFIX
                       MOVE FUNCTION TRIM(NOTIF-F-RECIP) TO PS-LOOKUP-NAME
                       PERFORM 1200-FIND-USER
                       IF PS-FOUND = "Y"
                          MOVE "Y" TO PS-USER-PENDING(PS-USER-IX)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE NOTIFICATIONS.

       *> ====================================
       *> One profile: note which sections carry content, then score
       *> ====================================
       2000-SCORE-ONE-USER.
           *> Profile files are keyed by username; profiles saved
           *> before that re-keying sit under First_Last until
           *> CONTROLFLOW's startup migration renames them.
           MOVE SPACES TO WS-FILENAME
           STRING "data/profiles/"                        DELIMITED BY SIZE
                  FUNCTION TRIM(PS-USER-NAME(PS-USER-IX)) DELIMITED BY SIZE
                  INTO WS-FILENAME
           END-STRING
           OPEN INPUT PROFILE-FILE
           IF PROFILE-STATUS NOT = "00"
              MOVE SPACES TO WS-FILENAME
              STRING "data/profiles/"                      DELIMITED BY SIZE
                     FUNCTION TRIM(PS-USER-FN(PS-USER-IX)) DELIMITED BY SIZE
                     "_"                                   DELIMITED BY SIZE
                     FUNCTION TRIM(PS-USER-LN(PS-USER-IX)) DELIMITED BY SIZE
                     INTO WS-FILENAME
              END-STRING
              OPEN INPUT PROFILE-FILE
              IF PROFILE-STATUS NOT = "00"
                 EXIT PARAGRAPH
              END-IF
           END-IF
           MOVE "Y" TO PS-USER-HAS-FILE(PS-USER-IX)
           ADD 1 TO PS-SCORED-COUNT
           MOVE "N" TO PS-HAVE-UNIV
           PERFORM UNTIL 1 = 0
              READ PROFILE-FILE
                 AT END EXIT PERFORM
                 NOT AT END
                    PERFORM 2100-NOTE-PROFILE-LINE
              END-READ
           END-PERFORM
           CLOSE PROFILE-FILE

           IF PS-HAVE-UNIV = "Y"
              AND PS-USER-MAJOR(PS-USER-IX) NOT = SPACES
              AND PS-USER-YEAR(PS-USER-IX) NOT = SPACES
              MOVE 1 TO PS-USER-BASICS(PS-USER-IX)
           END-IF
           PERFORM 2200-COMPUTE-SCORE.

       2100-NOTE-PROFILE-LINE.
           EVALUATE TRUE
              WHEN PF-REC(1:20) = "University/College: "
                 IF FUNCTION TRIM(PF-REC(21:100)) NOT = SPACES
                    MOVE "Y" TO PS-HAVE-UNIV
                 END-IF
              WHEN PF-REC(1:7) = "Major: "
                 MOVE FUNCTION TRIM(PF-REC(8:100))
                    TO PS-USER-MAJOR(PS-USER-IX)
              WHEN PF-REC(1:17) = "Graduation Year: "
                 MOVE FUNCTION TRIM(PF-REC(18:10))
                    TO PS-USER-YEAR(PS-USER-IX)
              WHEN PF-REC(1:10) = "About Me: "
                 IF FUNCTION TRIM(PF-REC(11:200)) NOT = SPACES
                    MOVE 1 TO PS-USER-ABOUT(PS-USER-IX)
                 END-IF
              WHEN PF-REC(1:18) = "Experience Title: "
                 IF FUNCTION TRIM(PF-REC(19:100)) NOT = SPACES
                    ADD 1 TO PS-USER-EXP(PS-USER-IX)
                 END-IF
              WHEN PF-REC(1:18) = "Education Degree: "
                 IF FUNCTION TRIM(PF-REC(19:100)) NOT = SPACES
                    ADD 1 TO PS-USER-EDU(PS-USER-IX)
                 END-IF
              WHEN PF-REC(1:7) = "Skill: "
                 IF FUNCTION TRIM(PF-REC(8:100)) NOT = SPACES
                    ADD 1 TO PS-USER-SKILLS(PS-USER-IX)
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       2200-COMPUTE-SCORE.
           MOVE 0 TO PS-SCORE-WORK
           IF PS-USER-BASICS(PS-USER-IX) > 0
              ADD PS-PTS-BASICS TO PS-SCORE-WORK
           END-IF
           IF PS-USER-ABOUT(PS-USER-IX) > 0
              ADD PS-PTS-ABOUT TO PS-SCORE-WORK
           END-IF
           IF PS-USER-EXP(PS-USER-IX) > 0
              ADD PS-PTS-EXP-FIRST TO PS-SCORE-WORK
           END-IF
           IF PS-USER-EXP(PS-USER-IX) > 1
              ADD PS-PTS-EXP-MORE TO PS-SCORE-WORK
           END-IF
           IF PS-USER-EDU(PS-USER-IX) > 0
              ADD PS-PTS-EDUCATION TO PS-SCORE-WORK
           END-IF

           MOVE PS-USER-SKILLS(PS-USER-IX) TO PS-ITEMS
           IF PS-ITEMS > PS-MAX-SKILL-ITEMS
              MOVE PS-MAX-SKILL-ITEMS TO PS-ITEMS
           END-IF
           COMPUTE PS-SCORE-WORK = PS-SCORE-WORK + PS-ITEMS * PS-PTS-PER-SKILL

           MOVE PS-USER-ENDORSE(PS-USER-IX) TO PS-ITEMS
           IF PS-ITEMS > PS-MAX-ENDORSE-ITEMS
              MOVE PS-MAX-ENDORSE-ITEMS TO PS-ITEMS
           END-IF
           COMPUTE PS-SCORE-WORK = PS-SCORE-WORK + PS-ITEMS * PS-PTS-PER-ENDORSE

           MOVE PS-USER-CERTS(PS-USER-IX) TO PS-ITEMS
           IF PS-ITEMS > PS-MAX-CERT-ITEMS
              MOVE PS-MAX-CERT-ITEMS TO PS-ITEMS
           END-IF
           COMPUTE PS-SCORE-WORK = PS-SCORE-WORK + PS-ITEMS * PS-PTS-PER-CERT

           IF PS-SCORE-WORK > 100
              MOVE 100 TO PS-SCORE-WORK
           END-IF
           MOVE PS-SCORE-WORK TO PS-USER-SCORE(PS-USER-IX)
           ADD PS-SCORE-WORK TO PS-TOTAL-SCORE
           IF PS-SCORE-WORK < PS-NUDGE-BELOW
              ADD 1 TO PS-BELOW-COUNT
           END-IF.

       *> ====================================
       *> Nudges for profiles under PS-NUDGE-BELOW
       *> ====================================
       3000-SEND-NUDGES.
           PERFORM VARYING PS-USER-IX FROM 1 BY 1
                   UNTIL PS-USER-IX > PS-USER-COUNT
              IF PS-USER-HAS-FILE(PS-USER-IX) = "Y"
                 AND PS-USER-SCORE(PS-USER-IX) < PS-NUDGE-BELOW
                 AND PS-USER-PENDING(PS-USER-IX) NOT = "Y"
                 PERFORM 3100-SEND-ONE-NUDGE
              END-IF
           END-PERFORM.

       3100-SEND-ONE-NUDGE.
           PERFORM 3200-LIST-MISSING
           IF PS-MISSING = SPACES
              EXIT PARAGRAPH
           END-IF
           MOVE PS-USER-SCORE(PS-USER-IX) TO PS-SCORE-DISPLAY
           OPEN EXTEND NOTIFICATIONS
           IF NOTIF-FS NOT = "00"
              OPEN OUTPUT NOTIFICATIONS
              CLOSE NOTIFICATIONS
              OPEN EXTEND NOTIFICATIONS
           END-IF
           MOVE SPACES TO NOTIF-REC
           STRING FUNCTION TRIM(PS-USER-NAME(PS-USER-IX)) DELIMITED BY SIZE
                  "|"                                     DELIMITED BY SIZE
                  PS-NUDGE-PREFIX                         DELIMITED BY SIZE
                  FUNCTION TRIM(PS-SCORE-DISPLAY)         DELIMITED BY SIZE
                  "% complete. Missing: "                 DELIMITED BY SIZE
                  FUNCTION TRIM(PS-MISSING)               DELIMITED BY SIZE
                  ". Complete profiles match more postings."
                                                          DELIMITED BY SIZE
                  "|"                                     DELIMITED BY SIZE
                  "N"                                     DELIMITED BY SIZE
                  "|PROF"                                 DELIMITED BY SIZE
                  INTO NOTIF-REC
           END-STRING
           WRITE NOTIF-REC
           CLOSE NOTIFICATIONS
           MOVE "Y" TO PS-USER-NUDGED(PS-USER-IX)
           ADD 1 TO PS-NUDGE-COUNT.

       *> Comma-separated names of the sections that earned nothing.
       3200-LIST-MISSING.
           MOVE SPACES TO PS-MISSING
           MOVE 1 TO PS-MISSING-PTR
           IF PS-USER-BASICS(PS-USER-IX) = 0
              PERFORM 3300-ADD-MISSING-SEP
              STRING "University/Major/Graduation Year" DELIMITED BY SIZE
                     INTO PS-MISSING WITH POINTER PS-MISSING-PTR
              END-STRING
           END-IF
           IF PS-USER-ABOUT(PS-USER-IX) = 0
              PERFORM 3300-ADD-MISSING-SEP
              STRING "About Me" DELIMITED BY SIZE
                     INTO PS-MISSING WITH POINTER PS-MISSING-PTR
              END-STRING
           END-IF
           IF PS-USER-EXP(PS-USER-IX) = 0
              PERFORM 3300-ADD-MISSING-SEP
              STRING "Experience" DELIMITED BY SIZE
                     INTO PS-MISSING WITH POINTER PS-MISSING-PTR
              END-STRING
           END-IF
           IF PS-USER-EDU(PS-USER-IX) = 0
              PERFORM 3300-ADD-MISSING-SEP
              STRING "Education" DELIMITED BY SIZE
                     INTO PS-MISSING WITH POINTER PS-MISSING-PTR
              END-STRING
           END-IF
           IF PS-USER-SKILLS(PS-USER-IX) = 0
              PERFORM 3300-ADD-MISSING-SEP
              STRING "Skills" DELIMITED BY SIZE
                     INTO PS-MISSING WITH POINTER PS-MISSING-PTR
              END-STRING
           END-IF
           IF PS-USER-ENDORSE(PS-USER-IX) = 0
              PERFORM 3300-ADD-MISSING-SEP
              STRING "Endorsements" DELIMITED BY SIZE
                     INTO PS-MISSING WITH POINTER PS-MISSING-PTR
              END-STRING
           END-IF
           IF PS-USER-CERTS(PS-USER-IX) = 0
              PERFORM 3300-ADD-MISSING-SEP
              STRING "Learn Skill certificates" DELIMITED BY SIZE
                     INTO PS-MISSING WITH POINTER PS-MISSING-PTR
              END-STRING
           END-IF.

       3300-ADD-MISSING-SEP.
           IF PS-MISSING-PTR > 1
              STRING ", " DELIMITED BY SIZE
                     INTO PS-MISSING WITH POINTER PS-MISSING-PTR
              END-STRING
           END-IF.

       *> ====================================
       *> Ranking and major / graduation-year breakdown
       *> ====================================
       *> Simple selection sort, highest score first; ties by username.
       4000-SORT-BY-SCORE.
           PERFORM VARYING PS-I FROM 1 BY 1 UNTIL PS-I >= PS-USER-COUNT
              PERFORM VARYING PS-J FROM PS-I BY 1
                      UNTIL PS-J > PS-USER-COUNT
                 IF PS-USER-SCORE(PS-J) > PS-USER-SCORE(PS-I)
                    OR (PS-USER-SCORE(PS-J) = PS-USER-SCORE(PS-I)
                        AND PS-USER-NAME(PS-J) < PS-USER-NAME(PS-I))
                    MOVE PS-USER-ENTRY(PS-I) TO PS-SWAP-ENTRY
                    MOVE PS-USER-ENTRY(PS-J) TO PS-USER-ENTRY(PS-I)
                    MOVE PS-SWAP-ENTRY TO PS-USER-ENTRY(PS-J)
                 END-IF
              END-PERFORM
           END-PERFORM.

       4100-BUILD-GROUPS.
           MOVE 0 TO PS-GROUP-COUNT
           PERFORM VARYING PS-USER-IX FROM 1 BY 1
                   UNTIL PS-USER-IX > PS-USER-COUNT
              IF PS-USER-HAS-FILE(PS-USER-IX) = "Y"
                 PERFORM 4110-ADD-TO-GROUP
              END-IF
           END-PERFORM.

       4110-ADD-TO-GROUP.
           MOVE FUNCTION UPPER-CASE(PS-USER-MAJOR(PS-USER-IX))
              TO PS-GROUP-KEY-WORK
           MOVE "N" TO PS-FOUND
           PERFORM VARYING PS-GROUP-IX FROM 1 BY 1
                   UNTIL PS-GROUP-IX > PS-GROUP-COUNT
              IF PS-GROUP-KEY(PS-GROUP-IX) = PS-GROUP-KEY-WORK
                 AND PS-GROUP-YEAR(PS-GROUP-IX) = PS-USER-YEAR(PS-USER-IX)
                 MOVE "Y" TO PS-FOUND
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF PS-FOUND = "N"
              IF PS-GROUP-COUNT >= PS-MAX-GROUPS
                 MOVE "Y" TO PS-GROUPS-TRUNC
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO PS-GROUP-COUNT
              SET PS-GROUP-IX TO PS-GROUP-COUNT
              MOVE PS-GROUP-KEY-WORK TO PS-GROUP-KEY(PS-GROUP-IX)
              MOVE PS-USER-YEAR(PS-USER-IX) TO PS-GROUP-YEAR(PS-GROUP-IX)
              MOVE PS-USER-MAJOR(PS-USER-IX) TO PS-GROUP-MAJOR(PS-GROUP-IX)
              MOVE 0 TO PS-GROUP-USERS(PS-GROUP-IX)
              MOVE 0 TO PS-GROUP-TOTAL(PS-GROUP-IX)
              MOVE 0 TO PS-GROUP-BELOW(PS-GROUP-IX)
           END-IF
           ADD 1 TO PS-GROUP-USERS(PS-GROUP-IX)
           ADD PS-USER-SCORE(PS-USER-IX) TO PS-GROUP-TOTAL(PS-GROUP-IX)
           IF PS-USER-SCORE(PS-USER-IX) < PS-NUDGE-BELOW
              ADD 1 TO PS-GROUP-BELOW(PS-GROUP-IX)
           END-IF.

       *> Major alphabetically, then graduation year.
       4200-SORT-GROUPS.
           PERFORM VARYING PS-I FROM 1 BY 1 UNTIL PS-I >= PS-GROUP-COUNT
              PERFORM VARYING PS-J FROM PS-I BY 1
                      UNTIL PS-J > PS-GROUP-COUNT
                 IF PS-GROUP-KEY(PS-J) < PS-GROUP-KEY(PS-I)
                    OR (PS-GROUP-KEY(PS-J) = PS-GROUP-KEY(PS-I)
                        AND PS-GROUP-YEAR(PS-J) < PS-GROUP-YEAR(PS-I))
                    MOVE PS-GROUP-ENTRY(PS-I) TO PS-GROUP-SWAP
                    MOVE PS-GROUP-ENTRY(PS-J) TO PS-GROUP-ENTRY(PS-I)
                    MOVE PS-GROUP-SWAP TO PS-GROUP-ENTRY(PS-J)
                 END-IF
              END-PERFORM
           END-PERFORM.

       *> ====================================
       *> Report
       *> ====================================
       5000-WRITE-REPORT.
           MOVE "==========PROFILE COMPLETENESS REPORT==========" TO RPT-REC
           PERFORM 9000-WRITE-LINE
           MOVE SPACES TO RPT-REC
           STRING "Generated "               DELIMITED BY SIZE
                  FUNCTION CURRENT-DATE(1:8) DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           PERFORM 9000-WRITE-LINE

           MOVE PS-SCORED-COUNT TO PS-N1
           MOVE 0 TO PS-AVERAGE
           IF PS-SCORED-COUNT > 0
              COMPUTE PS-AVERAGE ROUNDED = PS-TOTAL-SCORE / PS-SCORED-COUNT
           END-IF
           MOVE PS-AVERAGE TO PS-N2
           MOVE PS-BELOW-COUNT TO PS-N3
           MOVE PS-NUDGE-BELOW TO PS-N4
           MOVE SPACES TO RPT-REC
           STRING "Profiles scored: "    DELIMITED BY SIZE
                  FUNCTION TRIM(PS-N1)   DELIMITED BY SIZE
                  "   Average score: "   DELIMITED BY SIZE
                  FUNCTION TRIM(PS-N2)   DELIMITED BY SIZE
                  "   Below "            DELIMITED BY SIZE
                  FUNCTION TRIM(PS-N4)   DELIMITED BY SIZE
                  ": "                   DELIMITED BY SIZE
                  FUNCTION TRIM(PS-N3)   DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           PERFORM 9000-WRITE-LINE
           MOVE PS-NUDGE-COUNT TO PS-N1
           MOVE SPACES TO RPT-REC
           STRING "Nudges sent tonight: " DELIMITED BY SIZE
                  FUNCTION TRIM(PS-N1)    DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           PERFORM 9000-WRITE-LINE

           PERFORM 5100-WRITE-RANKING
           PERFORM 5200-WRITE-BREAKDOWN

           IF PS-USERS-TRUNC = "Y"
              MOVE "NOTE: more than 500 profiles were seen -- this report is incomplete." TO RPT-REC
              PERFORM 9000-WRITE-LINE
           END-IF
           IF PS-GROUPS-TRUNC = "Y"
              MOVE "NOTE: more than 200 major/graduation-year groups -- the breakdown is incomplete." TO RPT-REC
              PERFORM 9000-WRITE-LINE
           END-IF.

       5100-WRITE-RANKING.
           MOVE "---Ranked by score (highest first)---" TO RPT-REC
           PERFORM 9000-WRITE-LINE
           IF PS-SCORED-COUNT = 0
              MOVE "(no profiles on file)" TO RPT-REC
              PERFORM 9000-WRITE-LINE
           END-IF
           MOVE 0 TO PS-RANK
           PERFORM VARYING PS-USER-IX FROM 1 BY 1
                   UNTIL PS-USER-IX > PS-USER-COUNT
              IF PS-USER-HAS-FILE(PS-USER-IX) = "Y"
                 ADD 1 TO PS-RANK
                 PERFORM 5110-WRITE-RANK-LINE
              END-IF
           END-PERFORM.

       5110-WRITE-RANK-LINE.
           MOVE PS-RANK TO PS-N1
           MOVE PS-USER-SCORE(PS-USER-IX) TO PS-SCORE-DISPLAY
           MOVE SPACES TO PS-NUDGE-MARK
           IF PS-USER-NUDGED(PS-USER-IX) = "Y"
              MOVE " -- nudged" TO PS-NUDGE-MARK
           END-IF
           MOVE SPACES TO RPT-REC
           STRING FUNCTION TRIM(PS-N1)                    DELIMITED BY SIZE
                  ". "                                    DELIMITED BY SIZE
                  FUNCTION TRIM(PS-USER-NAME(PS-USER-IX)) DELIMITED BY SIZE
                  ": "                                    DELIMITED BY SIZE
                  FUNCTION TRIM(PS-SCORE-DISPLAY)         DELIMITED BY SIZE
                  " ("                                    DELIMITED BY SIZE
                  FUNCTION TRIM(PS-USER-MAJOR(PS-USER-IX)) DELIMITED BY SIZE
                  ", "                                    DELIMITED BY SIZE
                  FUNCTION TRIM(PS-USER-YEAR(PS-USER-IX)) DELIMITED BY SIZE
                  ")"                                     DELIMITED BY SIZE
                  PS-NUDGE-MARK                           DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           PERFORM 9000-WRITE-LINE.

       *> One header per major / graduation year with its averages,
       *> then that group's members in ranked order.
       5200-WRITE-BREAKDOWN.
           MOVE "---By major and graduation year---" TO RPT-REC
           PERFORM 9000-WRITE-LINE
           IF PS-GROUP-COUNT = 0
              MOVE "(none)" TO RPT-REC
              PERFORM 9000-WRITE-LINE
           END-IF
           PERFORM VARYING PS-GROUP-IX FROM 1 BY 1
                   UNTIL PS-GROUP-IX > PS-GROUP-COUNT
              PERFORM 5210-WRITE-ONE-GROUP
           END-PERFORM.

       5210-WRITE-ONE-GROUP.
           MOVE PS-GROUP-USERS(PS-GROUP-IX) TO PS-N1
           COMPUTE PS-AVERAGE ROUNDED =
              PS-GROUP-TOTAL(PS-GROUP-IX) / PS-GROUP-USERS(PS-GROUP-IX)
           MOVE PS-AVERAGE TO PS-N2
           MOVE PS-GROUP-BELOW(PS-GROUP-IX) TO PS-N3
           MOVE SPACES TO RPT-REC
           STRING FUNCTION TRIM(PS-GROUP-MAJOR(PS-GROUP-IX)) DELIMITED BY SIZE
                  ", class of "                   DELIMITED BY SIZE
                  FUNCTION TRIM(PS-GROUP-YEAR(PS-GROUP-IX))  DELIMITED BY SIZE
                  ": profiles="                   DELIMITED BY SIZE
                  FUNCTION TRIM(PS-N1)            DELIMITED BY SIZE
                  " average="                     DELIMITED BY SIZE
                  FUNCTION TRIM(PS-N2)            DELIMITED BY SIZE
                  " below-threshold="             DELIMITED BY SIZE
                  FUNCTION TRIM(PS-N3)            DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           PERFORM 9000-WRITE-LINE
           PERFORM VARYING PS-USER-IX FROM 1 BY 1
                   UNTIL PS-USER-IX > PS-USER-COUNT
              IF PS-USER-HAS-FILE(PS-USER-IX) = "Y"
                 AND FUNCTION UPPER-CASE(PS-USER-MAJOR(PS-USER-IX))
                     = PS-GROUP-KEY(PS-GROUP-IX)
                 AND PS-USER-YEAR(PS-USER-IX) = PS-GROUP-YEAR(PS-GROUP-IX)
                 MOVE PS-USER-SCORE(PS-USER-IX) TO PS-SCORE-DISPLAY
                 MOVE SPACES TO RPT-REC
                 STRING "  - "                                  DELIMITED BY SIZE
                        FUNCTION TRIM(PS-USER-NAME(PS-USER-IX)) DELIMITED BY SIZE
                        ": "                                    DELIMITED BY SIZE
                        FUNCTION TRIM(PS-SCORE-DISPLAY)         DELIMITED BY SIZE
                        INTO RPT-REC
                 END-STRING
                 PERFORM 9000-WRITE-LINE
              END-IF
           END-PERFORM.

       9000-WRITE-LINE.
           WRITE RPT-REC
           DISPLAY FUNCTION TRIM(RPT-REC).

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
              STRING "PROFSCORE "
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
