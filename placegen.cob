IDENTIFICATION DIVISION.
       PROGRAM-ID. PLACEGEN.   *> standalone batch report of placement outcomes per major and graduating class

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

           SELECT JOB-INDEX ASSIGN TO "data/jobs.idx" *> open job/internship postings
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS JOB-FS.

           *> data/applications.txt first, then each dated file
           *> ARCHIVER has moved the applications of gone postings to.
           SELECT APPLICATIONS ASSIGN TO DYNAMIC PL-APPL-FILENAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS APPLICATIONS-FS.

           SELECT ARCHIVE-LIST ASSIGN TO "data/placegen_archive.lst" *> archive listing captured via CALL "SYSTEM"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS DIR-FS.

           SELECT INTERVIEWS ASSIGN TO "data/interviews.txt" *> POSTING|APPLICANT|EMPLOYER|SLOT|STATE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS INT-FS.

           SELECT COMPANIES ASSIGN TO "data/companies.txt" *> NAME|DESCRIPTION|INDUSTRY|CONTACT registry
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CO-FS.

           *> Per-posting detail file, read for the Employer line of
           *> postings no longer on jobs.idx.
           SELECT POSTING-FILE ASSIGN TO DYNAMIC PL-POSTING-FILENAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS POST-FS.

           SELECT REPORT-OUT ASSIGN TO "data/placement_report.txt"
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

       FD  JOB-INDEX.
       01  BROWSE-REC           PIC X(1000).

       FD  APPLICATIONS.
       01  APPLICATIONS-REC     PIC X(120).

       FD  ARCHIVE-LIST.
       01  DIR-REC              PIC X(128).

       FD  INTERVIEWS.
       01  INT-REC              PIC X(200).

       FD  COMPANIES.
       01  CO-REC               PIC X(700).

       FD  POSTING-FILE.
       01  POST-REC             PIC X(512).

       FD  REPORT-OUT.
       01  RPT-REC              PIC X(200).

       WORKING-STORAGE SECTION.
       77  PRO-FS              PIC XX VALUE SPACES.
       77  PROFILE-STATUS      PIC XX VALUE SPACES.
       77  ACC-FS              PIC XX VALUE SPACES.
       77  JOB-FS              PIC XX VALUE SPACES.
       77  APPLICATIONS-FS     PIC XX VALUE SPACES.
       77  DIR-FS              PIC XX VALUE SPACES.
       77  INT-FS              PIC XX VALUE SPACES.
       77  CO-FS               PIC XX VALUE SPACES.
       77  POST-FS             PIC XX VALUE SPACES.
       77  RPT-FS              PIC XX VALUE SPACES.

       77  WS-FILENAME         PIC X(128).
       77  PL-APPL-FILENAME    PIC X(128).
       77  PL-POSTING-FILENAME PIC X(128).

       *> One row per distinct user on profiles.idx; the latest name
       *> wins, same as PROFSCORE. Employer accounts are flagged from
       *> AR-ROLE and left out of every cohort.
       77  PL-MAX-USERS        PIC 9(3) VALUE 500.
       77  PL-USER-COUNT       PIC 9(3) VALUE 0.
       77  PL-USERS-TRUNC      PIC X    VALUE "N".
       01  PL-USER-TABLE.
           05 PL-USER-ENTRY OCCURS 500 TIMES
                            INDEXED BY PL-USER-IX.
              10 PL-USER-NAME     PIC X(20).
              10 PL-USER-FN       PIC X(50).
              10 PL-USER-LN       PIC X(50).
              10 PL-USER-HAS-FILE PIC X.
              10 PL-USER-EMPLOYER PIC X.
              10 PL-USER-MAJOR    PIC X(40).
              10 PL-USER-YEAR     PIC X(4).
              10 PL-USER-APPS     PIC 9(4).
              10 PL-USER-INTERVIEW PIC X.
              10 PL-USER-ACCEPTED PIC X.

       *> Posting number -> company. Open postings come from
       *> jobs.idx; closed ones are filled in on first sight from
       *> their data/jobs/ file (or data/quarantine/ once RECONCILE
       *> has moved it there).
       77  PL-MAX-JOBS         PIC 9(4) VALUE 2000.
       77  PL-JOB-COUNT        PIC 9(4) VALUE 0.
       77  PL-JOBS-TRUNC       PIC X    VALUE "N".
       01  PL-JOB-TABLE.
           05 PL-JOB-ENTRY OCCURS 2000 TIMES
                           INDEXED BY PL-JOB-IX.
              10 PL-JOB-NUM       PIC X(20).
              10 PL-JOB-COMPANY   PIC X(60).

       *> Company registry names, for the registered spelling of each
       *> hiring employer.
       77  PL-MAX-COMPANIES    PIC 9(3) VALUE 500.
       77  PL-COMPANY-COUNT    PIC 9(3) VALUE 0.
       01  PL-COMPANY-TABLE.
           05 PL-COMPANY-NAME OCCURS 500 TIMES
                              INDEXED BY PL-CO-IX
                              PIC X(60).

       *> One row per accepted application: who was hired, and where.
       77  PL-MAX-HIRES        PIC 9(4) VALUE 2000.
       77  PL-HIRE-COUNT       PIC 9(4) VALUE 0.
       77  PL-HIRES-TRUNC      PIC X    VALUE "N".
       01  PL-HIRE-TABLE.
           05 PL-HIRE-ENTRY OCCURS 2000 TIMES
                            INDEXED BY PL-HIRE-IX.
              10 PL-HIRE-USER-IX  PIC 9(3).
              10 PL-HIRE-COMPANY  PIC X(60).

       *> Major / graduation-year cohorts. The major is compared
       *> case-insensitively; the first spelling seen is the one
       *> printed.
       77  PL-MAX-GROUPS       PIC 9(3) VALUE 200.
       77  PL-GROUP-COUNT      PIC 9(3) VALUE 0.
       77  PL-GROUPS-TRUNC     PIC X    VALUE "N".
       01  PL-GROUP-TABLE.
           05 PL-GROUP-ENTRY OCCURS 200 TIMES
                             INDEXED BY PL-GROUP-IX.
              10 PL-GROUP-KEY        PIC X(40).
              10 PL-GROUP-YEAR       PIC X(4).
              10 PL-GROUP-MAJOR      PIC X(40).
              10 PL-GROUP-STUDENTS   PIC 9(4).
              10 PL-GROUP-APPLICANTS PIC 9(4).
              10 PL-GROUP-APPS       PIC 9(6).
              10 PL-GROUP-INTERVIEWS PIC 9(4).
              10 PL-GROUP-ACCEPTED   PIC 9(4).
       01  PL-GROUP-SWAP        PIC X(110).
       77  PL-GROUP-KEY-WORK   PIC X(40).

       *> Hiring tally for the cohort being written; the top
       *> PL-TOP-EMPLOYERS are printed.
       77  PL-TOP-EMPLOYERS    PIC 9    VALUE 3.
       77  PL-TALLY-COUNT      PIC 9(3) VALUE 0.
       01  PL-TALLY-TABLE.
           05 PL-TALLY-ENTRY OCCURS 100 TIMES
                             INDEXED BY PL-TALLY-IX.
              10 PL-TALLY-COMPANY PIC X(60).
              10 PL-TALLY-HIRES   PIC 9(4).
       01  PL-TALLY-SWAP        PIC X(64).

       *> Parse fields
       77  IDX-USER            PIC X(20).
       77  IDX-FN              PIC X(50).
       77  IDX-LN              PIC X(50).
       77  BROWSE-JOB-NAME     PIC X(20).
       77  BROWSE-TITLE        PIC X(100).
       77  BROWSE-EMPLOYER     PIC X(100).
       77  APP-REC-USER        PIC X(20).
       77  APP-REC-JOB         PIC X(20).
       77  APP-REC-STATUS      PIC X(20).
       77  INT-REC-JOB         PIC X(20).
       77  INT-REC-APPLICANT   PIC X(20).
       77  INT-REC-EMPLOYER    PIC X(20).
       77  INT-REC-SLOT        PIC X(60).
       77  INT-REC-STATE       PIC X(20).
       77  CO-REC-NAME         PIC X(100).

       77  PL-FOUND            PIC X    VALUE "N".
       77  PL-LOOKUP-NAME      PIC X(20).
       77  PL-LOOKUP-JOB       PIC X(20).
       77  PL-COMPANY-WORK     PIC X(60).
       77  PL-I                PIC 9(3) VALUE 0.
       77  PL-J                PIC 9(3) VALUE 0.
       77  PL-SHOWN            PIC 9(3) VALUE 0.
       77  PL-LINE-PTR         PIC 9(3) VALUE 1.
       77  PL-FULL-NAME        PIC X(101).

       *> Run totals
       77  PL-STUDENT-COUNT    PIC 9(4) VALUE 0.
       77  PL-APPLICANT-COUNT  PIC 9(4) VALUE 0.
       77  PL-APPL-TOTAL       PIC 9(6) VALUE 0.
       77  PL-INTERVIEW-COUNT  PIC 9(4) VALUE 0.
       77  PL-ACCEPTED-COUNT   PIC 9(4) VALUE 0.
       77  PL-ZERO-COUNT       PIC 9(4) VALUE 0.
       77  PL-ARCHIVE-FILES    PIC 9(4) VALUE 0.

       77  PL-PER-STUDENT      PIC 9(3)V9 VALUE 0.
       77  PL-RATE             PIC 9(3) VALUE 0.
       77  PL-N1               PIC ZZZZZ9.
       77  PL-N2               PIC ZZZZZ9.
       77  PL-N3               PIC ZZZZZ9.
       77  PL-N4               PIC ZZZZZ9.
       77  PL-PER-DISPLAY      PIC ZZ9.9.
       77  PL-RATE-INT         PIC ZZ9.
       77  PL-RATE-ACC         PIC ZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           *> Read-only over the live files, like REPORTGEN, so no
           *> run lock is taken.
           PERFORM 1000-LOAD-USERS
           PERFORM 1300-FLAG-EMPLOYERS
           PERFORM VARYING PL-USER-IX FROM 1 BY 1
                   UNTIL PL-USER-IX > PL-USER-COUNT
              PERFORM 1400-READ-PROFILE
           END-PERFORM
           PERFORM 1500-LOAD-COMPANIES
           PERFORM 1600-LOAD-JOBS
           PERFORM 2000-TALLY-APPLICATIONS
           PERFORM 2500-TALLY-INTERVIEWS
           PERFORM 4100-BUILD-GROUPS
           PERFORM 4200-SORT-GROUPS

           OPEN OUTPUT REPORT-OUT
           IF RPT-FS NOT = "00"
              DISPLAY "ERROR: cannot create data/placement_report.txt (FS=" RPT-FS ")"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM 5000-WRITE-REPORT
           CLOSE REPORT-OUT

           MOVE PL-STUDENT-COUNT TO PL-N1
           MOVE PL-GROUP-COUNT TO PL-N2
           DISPLAY "PLACEGEN complete: " FUNCTION TRIM(PL-N1)
                   " student(s) in " FUNCTION TRIM(PL-N2)
                   " cohort(s)."
           MOVE 0 TO RETURN-CODE
           STOP RUN.

       *> ====================================
       *> Students: profiles.idx, AR-ROLE, profile Major/Year
       *> ====================================
       1000-LOAD-USERS.
           MOVE 0 TO PL-USER-COUNT
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
           MOVE FUNCTION TRIM(IDX-USER) TO PL-LOOKUP-NAME
           PERFORM 1200-FIND-USER
           IF PL-FOUND = "Y"
              MOVE FUNCTION TRIM(IDX-FN) TO PL-USER-FN(PL-USER-IX)
              MOVE FUNCTION TRIM(IDX-LN) TO PL-USER-LN(PL-USER-IX)
              EXIT PARAGRAPH
           END-IF
           IF PL-USER-COUNT >= PL-MAX-USERS
              MOVE "Y" TO PL-USERS-TRUNC
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO PL-USER-COUNT
           SET PL-USER-IX TO PL-USER-COUNT
           MOVE SPACES TO PL-USER-ENTRY(PL-USER-IX)
           MOVE PL-LOOKUP-NAME        TO PL-USER-NAME(PL-USER-IX)
           MOVE FUNCTION TRIM(IDX-FN) TO PL-USER-FN(PL-USER-IX)
           MOVE FUNCTION TRIM(IDX-LN) TO PL-USER-LN(PL-USER-IX)
           MOVE "N" TO PL-USER-HAS-FILE(PL-USER-IX)
           MOVE "N" TO PL-USER-EMPLOYER(PL-USER-IX)
           MOVE 0 TO PL-USER-APPS(PL-USER-IX)
           MOVE "N" TO PL-USER-INTERVIEW(PL-USER-IX)
           MOVE "N" TO PL-USER-ACCEPTED(PL-USER-IX).

       *> Leaves PL-USER-IX on PL-LOOKUP-NAME's row and sets PL-FOUND.
       1200-FIND-USER.
           MOVE "N" TO PL-FOUND
           PERFORM VARYING PL-USER-IX FROM 1 BY 1
                   UNTIL PL-USER-IX > PL-USER-COUNT
              IF PL-USER-NAME(PL-USER-IX) = PL-LOOKUP-NAME
                 MOVE "Y" TO PL-FOUND
                 EXIT PERFORM
              END-IF
           END-PERFORM.

       *> Employers can save a profile too; they are not a cohort.
       1300-FLAG-EMPLOYERS.
           OPEN INPUT ACCOUNTS
           IF ACC-FS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
              READ ACCOUNTS NEXT RECORD
                 AT END EXIT PERFORM
                 NOT AT END
                    IF AR-ROLE = "E"
                       MOVE AR-USER TO PL-LOOKUP-NAME
                       PERFORM 1200-FIND-USER
                       IF PL-FOUND = "Y"
                          MOVE "Y" TO PL-USER-EMPLOYER(PL-USER-IX)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ACCOUNTS.

       1400-READ-PROFILE.
           IF PL-USER-EMPLOYER(PL-USER-IX) = "Y"
              EXIT PARAGRAPH
           END-IF
           *> Profile files are keyed by username; profiles saved
           *> before that re-keying sit under First_Last until
           *> CONTROLFLOW's startup migration renames them.
           MOVE SPACES TO WS-FILENAME
           STRING "data/profiles/"                        DELIMITED BY SIZE
                  FUNCTION TRIM(PL-USER-NAME(PL-USER-IX)) DELIMITED BY SIZE
                  INTO WS-FILENAME
           END-STRING
           OPEN INPUT PROFILE-FILE
           IF PROFILE-STATUS NOT = "00"
              MOVE SPACES TO WS-FILENAME
              STRING "data/profiles/"                      DELIMITED BY SIZE
                     FUNCTION TRIM(PL-USER-FN(PL-USER-IX)) DELIMITED BY SIZE
                     "_"                                   DELIMITED BY SIZE
                     FUNCTION TRIM(PL-USER-LN(PL-USER-IX)) DELIMITED BY SIZE
                     INTO WS-FILENAME
              END-STRING
              OPEN INPUT PROFILE-FILE
              IF PROFILE-STATUS NOT = "00"
                 EXIT PARAGRAPH
              END-IF
           END-IF
           MOVE "Y" TO PL-USER-HAS-FILE(PL-USER-IX)
           ADD 1 TO PL-STUDENT-COUNT
           PERFORM UNTIL 1 = 0
              READ PROFILE-FILE
                 AT END EXIT PERFORM
                 NOT AT END
                    EVALUATE TRUE
                       WHEN PF-REC(1:7) = "Major: "
                          MOVE FUNCTION TRIM(PF-REC(8:100))
                             TO PL-USER-MAJOR(PL-USER-IX)
                       WHEN PF-REC(1:17) = "Graduation Year: "
                          MOVE FUNCTION TRIM(PF-REC(18:10))
                             TO PL-USER-YEAR(PL-USER-IX)
                       WHEN OTHER
                          CONTINUE
                    END-EVALUATE
              END-READ
           END-PERFORM
           CLOSE PROFILE-FILE.

       *> ====================================
       *> Company registry and posting -> company map
       *> ====================================
       1500-LOAD-COMPANIES.
           MOVE 0 TO PL-COMPANY-COUNT
           OPEN INPUT COMPANIES
           IF CO-FS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
              READ COMPANIES
                 AT END EXIT PERFORM
                 NOT AT END
                    MOVE SPACES TO CO-REC-NAME
                    UNSTRING CO-REC DELIMITED BY "|"
                       INTO CO-REC-NAME
                    END-UNSTRING
                    IF FUNCTION TRIM(CO-REC-NAME) NOT = SPACES
                       AND PL-COMPANY-COUNT < PL-MAX-COMPANIES
                       ADD 1 TO PL-COMPANY-COUNT
                       MOVE FUNCTION TRIM(CO-REC-NAME)
                          TO PL-COMPANY-NAME(PL-COMPANY-COUNT)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE COMPANIES.

       1600-LOAD-JOBS.
           MOVE 0 TO PL-JOB-COUNT
           OPEN INPUT JOB-INDEX
           IF JOB-FS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
              READ JOB-INDEX
                 AT END EXIT PERFORM
                 NOT AT END
                    MOVE SPACES TO BROWSE-JOB-NAME BROWSE-TITLE
                                   BROWSE-EMPLOYER
                    UNSTRING BROWSE-REC DELIMITED BY "|"
                       INTO BROWSE-JOB-NAME BROWSE-TITLE BROWSE-EMPLOYER
                    END-UNSTRING
                    IF FUNCTION TRIM(BROWSE-JOB-NAME) NOT = SPACES
                       MOVE FUNCTION TRIM(BROWSE-JOB-NAME) TO PL-LOOKUP-JOB
                       MOVE FUNCTION TRIM(BROWSE-EMPLOYER) TO PL-COMPANY-WORK
                       PERFORM 1610-ADD-JOB
                    END-IF
              END-READ
           END-PERFORM
           CLOSE JOB-INDEX.

       *> Adds PL-LOOKUP-JOB -> PL-COMPANY-WORK (in its registered
       *> spelling) and leaves PL-JOB-IX on the new row.
       1610-ADD-JOB.
           IF PL-JOB-COUNT >= PL-MAX-JOBS
              MOVE "Y" TO PL-JOBS-TRUNC
              SET PL-JOB-IX TO 0
              EXIT PARAGRAPH
           END-IF
           PERFORM 1620-REGISTERED-NAME
           ADD 1 TO PL-JOB-COUNT
           SET PL-JOB-IX TO PL-JOB-COUNT
           MOVE PL-LOOKUP-JOB   TO PL-JOB-NUM(PL-JOB-IX)
           MOVE PL-COMPANY-WORK TO PL-JOB-COMPANY(PL-JOB-IX).

       *> Swaps PL-COMPANY-WORK for its registry spelling when the
       *> registry has it (case-insensitive, as FIND-COMPANY matches).
       1620-REGISTERED-NAME.
           IF FUNCTION TRIM(PL-COMPANY-WORK) = SPACES
              MOVE "(employer not recorded)" TO PL-COMPANY-WORK
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING PL-CO-IX FROM 1 BY 1
                   UNTIL PL-CO-IX > PL-COMPANY-COUNT
              IF FUNCTION UPPER-CASE(PL-COMPANY-NAME(PL-CO-IX))
                 = FUNCTION UPPER-CASE(PL-COMPANY-WORK)
                 MOVE PL-COMPANY-NAME(PL-CO-IX) TO PL-COMPANY-WORK
                 EXIT PERFORM
              END-IF
           END-PERFORM.

       *> Sets PL-COMPANY-WORK to the company behind PL-LOOKUP-JOB.
       1700-FIND-JOB-COMPANY.
           MOVE "N" TO PL-FOUND
           PERFORM VARYING PL-JOB-IX FROM 1 BY 1
                   UNTIL PL-JOB-IX > PL-JOB-COUNT
              IF PL-JOB-NUM(PL-JOB-IX) = PL-LOOKUP-JOB
                 MOVE "Y" TO PL-FOUND
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF PL-FOUND = "Y"
              MOVE PL-JOB-COMPANY(PL-JOB-IX) TO PL-COMPANY-WORK
              EXIT PARAGRAPH
           END-IF

           *> Closed posting: its detail file outlives the jobs.idx row.
           MOVE SPACES TO PL-COMPANY-WORK
           MOVE SPACES TO PL-POSTING-FILENAME
           STRING "data/jobs/"                DELIMITED BY SIZE
                  FUNCTION TRIM(PL-LOOKUP-JOB) DELIMITED BY SIZE
                  INTO PL-POSTING-FILENAME
           END-STRING
           OPEN INPUT POSTING-FILE
           IF POST-FS NOT = "00"
              MOVE SPACES TO PL-POSTING-FILENAME
              STRING "data/quarantine/"          DELIMITED BY SIZE
                     FUNCTION TRIM(PL-LOOKUP-JOB) DELIMITED BY SIZE
                     INTO PL-POSTING-FILENAME
              END-STRING
              OPEN INPUT POSTING-FILE
           END-IF
           IF POST-FS = "00"
              PERFORM UNTIL 1 = 0
                 READ POSTING-FILE
                    AT END EXIT PERFORM
                    NOT AT END
                       IF POST-REC(1:10) = "Employer: "
                          MOVE FUNCTION TRIM(POST-REC(11:100))
                             TO PL-COMPANY-WORK
                          EXIT PERFORM
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE POSTING-FILE
           END-IF
           PERFORM 1610-ADD-JOB
           IF PL-JOB-IX = 0
              PERFORM 1620-REGISTERED-NAME
           END-IF.

       *> ====================================
       *> Applications: live file plus the dated archives
       *> ====================================
       2000-TALLY-APPLICATIONS.
           MOVE "data/applications.txt" TO PL-APPL-FILENAME
           PERFORM 2100-TALLY-APPLICATION-FILE
           CALL "SYSTEM" USING "ls data/archive/applications_*.txt > data/placegen_archive.lst 2>/dev/null"
           OPEN INPUT ARCHIVE-LIST
           IF DIR-FS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
              READ ARCHIVE-LIST
                 AT END EXIT PERFORM
                 NOT AT END
                    IF FUNCTION TRIM(DIR-REC) NOT = SPACES
                       MOVE FUNCTION TRIM(DIR-REC) TO PL-APPL-FILENAME
                       ADD 1 TO PL-ARCHIVE-FILES
                       PERFORM 2100-TALLY-APPLICATION-FILE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ARCHIVE-LIST
           CALL "SYSTEM" USING "rm -f data/placegen_archive.lst".

       *> applications.txt: user|posting|status|note. Every row is an
       *> application sent, whatever became of it since.
       2100-TALLY-APPLICATION-FILE.
           OPEN INPUT APPLICATIONS
           IF APPLICATIONS-FS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
              READ APPLICATIONS
                 AT END EXIT PERFORM
                 NOT AT END
                    MOVE SPACES TO APP-REC-USER APP-REC-JOB APP-REC-STATUS
                    UNSTRING APPLICATIONS-REC DELIMITED BY "|"
                       INTO APP-REC-USER APP-REC-JOB APP-REC-STATUS
                    END-UNSTRING
                    IF FUNCTION TRIM(APP-REC-USER) NOT = SPACES
                       PERFORM 2200-NOTE-APPLICATION
                    END-IF
              END-READ
           END-PERFORM
           CLOSE APPLICATIONS.

       2200-NOTE-APPLICATION.
           MOVE FUNCTION TRIM(APP-REC-USER) TO PL-LOOKUP-NAME
           PERFORM 1200-FIND-USER
           IF PL-FOUND = "N"
              EXIT PARAGRAPH
           END-IF
           IF PL-USER-HAS-FILE(PL-USER-IX) NOT = "Y"
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO PL-USER-APPS(PL-USER-IX)
           ADD 1 TO PL-APPL-TOTAL
           IF FUNCTION TRIM(APP-REC-STATUS) NOT = "accepted"
              EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO PL-USER-ACCEPTED(PL-USER-IX)
           IF PL-HIRE-COUNT >= PL-MAX-HIRES
              MOVE "Y" TO PL-HIRES-TRUNC
              EXIT PARAGRAPH
           END-IF
           SET PL-I TO PL-USER-IX
           MOVE FUNCTION TRIM(APP-REC-JOB) TO PL-LOOKUP-JOB
           PERFORM 1700-FIND-JOB-COMPANY
           ADD 1 TO PL-HIRE-COUNT
           MOVE PL-I            TO PL-HIRE-USER-IX(PL-HIRE-COUNT)
           MOVE PL-COMPANY-WORK TO PL-HIRE-COMPANY(PL-HIRE-COUNT).

       *> An offered or accepted slot counts as an interview; a
       *> declined one does not.
       2500-TALLY-INTERVIEWS.
           OPEN INPUT INTERVIEWS
           IF INT-FS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
              READ INTERVIEWS
                 AT END EXIT PERFORM
                 NOT AT END
                    MOVE SPACES TO INT-REC-JOB INT-REC-APPLICANT
                                   INT-REC-EMPLOYER INT-REC-SLOT
                                   INT-REC-STATE
                    UNSTRING INT-REC DELIMITED BY "|"
                       INTO INT-REC-JOB INT-REC-APPLICANT
                            INT-REC-EMPLOYER INT-REC-SLOT INT-REC-STATE
                    END-UNSTRING
                    IF FUNCTION TRIM(INT-REC-STATE) = "offered"
                       OR FUNCTION TRIM(INT-REC-STATE) = "accepted"
                       MOVE FUNCTION TRIM(INT-REC-APPLICANT)
                          TO PL-LOOKUP-NAME
                       PERFORM 1200-FIND-USER
                       IF PL-FOUND = "Y"
                          MOVE "Y" TO PL-USER-INTERVIEW(PL-USER-IX)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE INTERVIEWS.

       *> ====================================
       *> Cohorts
       *> ====================================
       4100-BUILD-GROUPS.
           MOVE 0 TO PL-GROUP-COUNT
           PERFORM VARYING PL-USER-IX FROM 1 BY 1
                   UNTIL PL-USER-IX > PL-USER-COUNT
              IF PL-USER-HAS-FILE(PL-USER-IX) = "Y"
                 PERFORM 4110-ADD-TO-GROUP
              END-IF
           END-PERFORM.

       4110-ADD-TO-GROUP.
           MOVE FUNCTION UPPER-CASE(PL-USER-MAJOR(PL-USER-IX))
              TO PL-GROUP-KEY-WORK
           MOVE "N" TO PL-FOUND
           PERFORM VARYING PL-GROUP-IX FROM 1 BY 1
                   UNTIL PL-GROUP-IX > PL-GROUP-COUNT
              IF PL-GROUP-KEY(PL-GROUP-IX) = PL-GROUP-KEY-WORK
                 AND PL-GROUP-YEAR(PL-GROUP-IX) = PL-USER-YEAR(PL-USER-IX)
                 MOVE "Y" TO PL-FOUND
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF PL-FOUND = "N"
              IF PL-GROUP-COUNT >= PL-MAX-GROUPS
                 MOVE "Y" TO PL-GROUPS-TRUNC
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO PL-GROUP-COUNT
              SET PL-GROUP-IX TO PL-GROUP-COUNT
              MOVE PL-GROUP-KEY-WORK TO PL-GROUP-KEY(PL-GROUP-IX)
              MOVE PL-USER-YEAR(PL-USER-IX) TO PL-GROUP-YEAR(PL-GROUP-IX)
              MOVE PL-USER-MAJOR(PL-USER-IX) TO PL-GROUP-MAJOR(PL-GROUP-IX)
              MOVE 0 TO PL-GROUP-STUDENTS(PL-GROUP-IX)
              MOVE 0 TO PL-GROUP-APPLICANTS(PL-GROUP-IX)
              MOVE 0 TO PL-GROUP-APPS(PL-GROUP-IX)
              MOVE 0 TO PL-GROUP-INTERVIEWS(PL-GROUP-IX)
              MOVE 0 TO PL-GROUP-ACCEPTED(PL-GROUP-IX)
           END-IF
           ADD 1 TO PL-GROUP-STUDENTS(PL-GROUP-IX)
           ADD PL-USER-APPS(PL-USER-IX) TO PL-GROUP-APPS(PL-GROUP-IX)
           IF PL-USER-APPS(PL-USER-IX) = 0
              ADD 1 TO PL-ZERO-COUNT
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO PL-GROUP-APPLICANTS(PL-GROUP-IX)
           ADD 1 TO PL-APPLICANT-COUNT
           IF PL-USER-INTERVIEW(PL-USER-IX) = "Y"
              ADD 1 TO PL-GROUP-INTERVIEWS(PL-GROUP-IX)
              ADD 1 TO PL-INTERVIEW-COUNT
           END-IF
           IF PL-USER-ACCEPTED(PL-USER-IX) = "Y"
              ADD 1 TO PL-GROUP-ACCEPTED(PL-GROUP-IX)
              ADD 1 TO PL-ACCEPTED-COUNT
           END-IF.

       *> Major alphabetically, then graduation year.
       4200-SORT-GROUPS.
           PERFORM VARYING PL-I FROM 1 BY 1 UNTIL PL-I >= PL-GROUP-COUNT
              PERFORM VARYING PL-J FROM PL-I BY 1
                      UNTIL PL-J > PL-GROUP-COUNT
                 IF PL-GROUP-KEY(PL-J) < PL-GROUP-KEY(PL-I)
                    OR (PL-GROUP-KEY(PL-J) = PL-GROUP-KEY(PL-I)
                        AND PL-GROUP-YEAR(PL-J) < PL-GROUP-YEAR(PL-I))
                    MOVE PL-GROUP-ENTRY(PL-I) TO PL-GROUP-SWAP
                    MOVE PL-GROUP-ENTRY(PL-J) TO PL-GROUP-ENTRY(PL-I)
                    MOVE PL-GROUP-SWAP TO PL-GROUP-ENTRY(PL-J)
                 END-IF
              END-PERFORM
           END-PERFORM.

       *> ====================================
       *> Report
       *> ====================================
       5000-WRITE-REPORT.
           MOVE "==========PLACEMENT OUTCOMES REPORT==========" TO RPT-REC
           PERFORM 9000-WRITE-LINE
           MOVE SPACES TO RPT-REC
           STRING "Generated "               DELIMITED BY SIZE
                  FUNCTION CURRENT-DATE(1:8) DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           PERFORM 9000-WRITE-LINE

           MOVE PL-STUDENT-COUNT TO PL-N1
           MOVE PL-APPLICANT-COUNT TO PL-N2
           MOVE PL-APPL-TOTAL TO PL-N3
           MOVE PL-ZERO-COUNT TO PL-N4
           MOVE SPACES TO RPT-REC
           STRING "Students: "              DELIMITED BY SIZE
                  FUNCTION TRIM(PL-N1)      DELIMITED BY SIZE
                  "   Applicants: "         DELIMITED BY SIZE
                  FUNCTION TRIM(PL-N2)      DELIMITED BY SIZE
                  "   Applications: "       DELIMITED BY SIZE
                  FUNCTION TRIM(PL-N3)      DELIMITED BY SIZE
                  "   No applications: "    DELIMITED BY SIZE
                  FUNCTION TRIM(PL-N4)      DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           PERFORM 9000-WRITE-LINE
           MOVE PL-INTERVIEW-COUNT TO PL-N1
           MOVE PL-ACCEPTED-COUNT TO PL-N2
           MOVE PL-ARCHIVE-FILES TO PL-N3
           MOVE SPACES TO RPT-REC
           STRING "Interviewed: "                DELIMITED BY SIZE
                  FUNCTION TRIM(PL-N1)           DELIMITED BY SIZE
                  "   Accepted: "                DELIMITED BY SIZE
                  FUNCTION TRIM(PL-N2)           DELIMITED BY SIZE
                  "   Archived application files read: " DELIMITED BY SIZE
                  FUNCTION TRIM(PL-N3)           DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           PERFORM 9000-WRITE-LINE
           MOVE "Rates are per applicant (students with at least one application)." TO RPT-REC
           PERFORM 9000-WRITE-LINE

           MOVE "---By major and graduation year---" TO RPT-REC
           PERFORM 9000-WRITE-LINE
           IF PL-GROUP-COUNT = 0
              MOVE "(no student profiles on file)" TO RPT-REC
              PERFORM 9000-WRITE-LINE
           END-IF
           PERFORM VARYING PL-GROUP-IX FROM 1 BY 1
                   UNTIL PL-GROUP-IX > PL-GROUP-COUNT
              PERFORM 5100-WRITE-ONE-GROUP
           END-PERFORM

           IF PL-USERS-TRUNC = "Y"
              MOVE "NOTE: more than 500 profiles were seen -- this report is incomplete." TO RPT-REC
              PERFORM 9000-WRITE-LINE
           END-IF
           IF PL-GROUPS-TRUNC = "Y"
              MOVE "NOTE: more than 200 major/graduation-year cohorts -- the breakdown is incomplete." TO RPT-REC
              PERFORM 9000-WRITE-LINE
           END-IF
           IF PL-JOBS-TRUNC = "Y" OR PL-HIRES-TRUNC = "Y"
              MOVE "NOTE: more than 2000 postings or placements -- the employer lists are incomplete." TO RPT-REC
              PERFORM 9000-WRITE-LINE
           END-IF.

       5100-WRITE-ONE-GROUP.
           MOVE SPACES TO RPT-REC
           MOVE 1 TO PL-LINE-PTR
           IF PL-GROUP-MAJOR(PL-GROUP-IX) = SPACES
              STRING "(no major given)" DELIMITED BY SIZE
                     INTO RPT-REC WITH POINTER PL-LINE-PTR
              END-STRING
           ELSE
              STRING FUNCTION TRIM(PL-GROUP-MAJOR(PL-GROUP-IX)) DELIMITED BY SIZE
                     INTO RPT-REC WITH POINTER PL-LINE-PTR
              END-STRING
           END-IF
           IF PL-GROUP-YEAR(PL-GROUP-IX) = SPACES
              STRING ", graduation year not given" DELIMITED BY SIZE
                     INTO RPT-REC WITH POINTER PL-LINE-PTR
              END-STRING
           ELSE
              STRING ", class of "                            DELIMITED BY SIZE
                     FUNCTION TRIM(PL-GROUP-YEAR(PL-GROUP-IX)) DELIMITED BY SIZE
                     INTO RPT-REC WITH POINTER PL-LINE-PTR
              END-STRING
           END-IF
           PERFORM 9000-WRITE-LINE

           COMPUTE PL-PER-STUDENT ROUNDED =
              PL-GROUP-APPS(PL-GROUP-IX) / PL-GROUP-STUDENTS(PL-GROUP-IX)
           MOVE PL-PER-STUDENT TO PL-PER-DISPLAY
           MOVE 0 TO PL-RATE
           IF PL-GROUP-APPLICANTS(PL-GROUP-IX) > 0
              COMPUTE PL-RATE ROUNDED =
                 PL-GROUP-INTERVIEWS(PL-GROUP-IX) * 100
                 / PL-GROUP-APPLICANTS(PL-GROUP-IX)
           END-IF
           MOVE PL-RATE TO PL-RATE-INT
           MOVE 0 TO PL-RATE
           IF PL-GROUP-APPLICANTS(PL-GROUP-IX) > 0
              COMPUTE PL-RATE ROUNDED =
                 PL-GROUP-ACCEPTED(PL-GROUP-IX) * 100
                 / PL-GROUP-APPLICANTS(PL-GROUP-IX)
           END-IF
           MOVE PL-RATE TO PL-RATE-ACC
           MOVE PL-GROUP-STUDENTS(PL-GROUP-IX) TO PL-N1
           MOVE PL-GROUP-APPLICANTS(PL-GROUP-IX) TO PL-N2
           MOVE PL-GROUP-APPS(PL-GROUP-IX) TO PL-N3
           MOVE SPACES TO RPT-REC
           STRING "  students="             DELIMITED BY SIZE
                  FUNCTION TRIM(PL-N1)      DELIMITED BY SIZE
                  " applicants="            DELIMITED BY SIZE
                  FUNCTION TRIM(PL-N2)      DELIMITED BY SIZE
                  " applications="          DELIMITED BY SIZE
                  FUNCTION TRIM(PL-N3)      DELIMITED BY SIZE
                  " per-student="           DELIMITED BY SIZE
                  FUNCTION TRIM(PL-PER-DISPLAY) DELIMITED BY SIZE
                  " interview-rate="        DELIMITED BY SIZE
                  FUNCTION TRIM(PL-RATE-INT) DELIMITED BY SIZE
                  "% acceptance-rate="      DELIMITED BY SIZE
                  FUNCTION TRIM(PL-RATE-ACC) DELIMITED BY SIZE
                  "%"                       DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           PERFORM 9000-WRITE-LINE

           PERFORM 5200-WRITE-TOP-EMPLOYERS
           PERFORM 5300-WRITE-ZERO-APPLICANTS.

       *> Tallies the cohort's accepted applications by company and
       *> prints the busiest few, most hires first.
       5200-WRITE-TOP-EMPLOYERS.
           MOVE 0 TO PL-TALLY-COUNT
           PERFORM VARYING PL-HIRE-IX FROM 1 BY 1
                   UNTIL PL-HIRE-IX > PL-HIRE-COUNT
              SET PL-USER-IX TO PL-HIRE-USER-IX(PL-HIRE-IX)
              IF FUNCTION UPPER-CASE(PL-USER-MAJOR(PL-USER-IX))
                 = PL-GROUP-KEY(PL-GROUP-IX)
                 AND PL-USER-YEAR(PL-USER-IX) = PL-GROUP-YEAR(PL-GROUP-IX)
                 PERFORM 5210-TALLY-HIRE
              END-IF
           END-PERFORM
           PERFORM VARYING PL-I FROM 1 BY 1 UNTIL PL-I >= PL-TALLY-COUNT
              PERFORM VARYING PL-J FROM PL-I BY 1
                      UNTIL PL-J > PL-TALLY-COUNT
                 IF PL-TALLY-HIRES(PL-J) > PL-TALLY-HIRES(PL-I)
                    OR (PL-TALLY-HIRES(PL-J) = PL-TALLY-HIRES(PL-I)
                        AND PL-TALLY-COMPANY(PL-J) < PL-TALLY-COMPANY(PL-I))
                    MOVE PL-TALLY-ENTRY(PL-I) TO PL-TALLY-SWAP
                    MOVE PL-TALLY-ENTRY(PL-J) TO PL-TALLY-ENTRY(PL-I)
                    MOVE PL-TALLY-SWAP TO PL-TALLY-ENTRY(PL-J)
                 END-IF
              END-PERFORM
           END-PERFORM

           MOVE SPACES TO RPT-REC
           MOVE 1 TO PL-LINE-PTR
           STRING "  top hiring employers: " DELIMITED BY SIZE
                  INTO RPT-REC WITH POINTER PL-LINE-PTR
           END-STRING
           IF PL-TALLY-COUNT = 0
              STRING "(none yet)" DELIMITED BY SIZE
                     INTO RPT-REC WITH POINTER PL-LINE-PTR
              END-STRING
           END-IF
           MOVE 0 TO PL-SHOWN
           PERFORM VARYING PL-TALLY-IX FROM 1 BY 1
                   UNTIL PL-TALLY-IX > PL-TALLY-COUNT
                      OR PL-SHOWN >= PL-TOP-EMPLOYERS
              IF PL-SHOWN > 0
                 STRING ", " DELIMITED BY SIZE
                        INTO RPT-REC WITH POINTER PL-LINE-PTR
                 END-STRING
              END-IF
              MOVE PL-TALLY-HIRES(PL-TALLY-IX) TO PL-N1
              STRING FUNCTION TRIM(PL-TALLY-COMPANY(PL-TALLY-IX)) DELIMITED BY SIZE
                     " ("                 DELIMITED BY SIZE
                     FUNCTION TRIM(PL-N1) DELIMITED BY SIZE
                     ")"                  DELIMITED BY SIZE
                     INTO RPT-REC WITH POINTER PL-LINE-PTR
              END-STRING
              ADD 1 TO PL-SHOWN
           END-PERFORM
           PERFORM 9000-WRITE-LINE.

       5210-TALLY-HIRE.
           MOVE "N" TO PL-FOUND
           PERFORM VARYING PL-TALLY-IX FROM 1 BY 1
                   UNTIL PL-TALLY-IX > PL-TALLY-COUNT
              IF PL-TALLY-COMPANY(PL-TALLY-IX) = PL-HIRE-COMPANY(PL-HIRE-IX)
                 MOVE "Y" TO PL-FOUND
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF PL-FOUND = "N"
              IF PL-TALLY-COUNT >= 100
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO PL-TALLY-COUNT
              SET PL-TALLY-IX TO PL-TALLY-COUNT
              MOVE PL-HIRE-COMPANY(PL-HIRE-IX) TO PL-TALLY-COMPANY(PL-TALLY-IX)
              MOVE 0 TO PL-TALLY-HIRES(PL-TALLY-IX)
           END-IF
           ADD 1 TO PL-TALLY-HIRES(PL-TALLY-IX).

       *> Students in the cohort who have never applied, for the
       *> advisors' outreach list.
       5300-WRITE-ZERO-APPLICANTS.
           IF PL-GROUP-APPLICANTS(PL-GROUP-IX) = PL-GROUP-STUDENTS(PL-GROUP-IX)
              EXIT PARAGRAPH
           END-IF
           MOVE "  no applications yet:" TO RPT-REC
           PERFORM 9000-WRITE-LINE
           PERFORM VARYING PL-USER-IX FROM 1 BY 1
                   UNTIL PL-USER-IX > PL-USER-COUNT
              IF PL-USER-HAS-FILE(PL-USER-IX) = "Y"
                 AND PL-USER-APPS(PL-USER-IX) = 0
                 AND FUNCTION UPPER-CASE(PL-USER-MAJOR(PL-USER-IX))
                     = PL-GROUP-KEY(PL-GROUP-IX)
                 AND PL-USER-YEAR(PL-USER-IX) = PL-GROUP-YEAR(PL-GROUP-IX)
                 MOVE SPACES TO PL-FULL-NAME
                 STRING FUNCTION TRIM(PL-USER-FN(PL-USER-IX)) DELIMITED BY SIZE
                        " "                                   DELIMITED BY SIZE
                        FUNCTION TRIM(PL-USER-LN(PL-USER-IX)) DELIMITED BY SIZE
                        INTO PL-FULL-NAME
                 END-STRING
                 *> profiles.idx carries spaces in names as "_"
                 INSPECT PL-FULL-NAME REPLACING ALL "_" BY " "
                 MOVE SPACES TO RPT-REC
                 STRING "    - "                                DELIMITED BY SIZE
                        FUNCTION TRIM(PL-USER-NAME(PL-USER-IX)) DELIMITED BY SIZE
                        " ("                                    DELIMITED BY SIZE
                        FUNCTION TRIM(PL-FULL-NAME)             DELIMITED BY SIZE
                        ")"                                     DELIMITED BY SIZE
                        INTO RPT-REC
                 END-STRING
                 PERFORM 9000-WRITE-LINE
              END-IF
           END-PERFORM.

       9000-WRITE-LINE.
           WRITE RPT-REC
           DISPLAY FUNCTION TRIM(RPT-REC).
