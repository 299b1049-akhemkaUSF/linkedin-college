IDENTIFICATION DIVISION.
       PROGRAM-ID. ROSTERLOAD.   *> standalone batch provisioning student accounts from the registrar's incoming roster

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> Registrar roster: one USERNAME|FIRST NAME|LAST NAME|
           *> UNIVERSITY|MAJOR|GRADUATION YEAR row per new student.
           SELECT ROSTER-FILE ASSIGN TO "data/roster_feed.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ROSTER-FS.

           SELECT ACCOUNTS ASSIGN TO "data/accounts.txt" *> same indexed layout CONTROLFLOW uses
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS AR-USER
              FILE STATUS IS ACC-FS.

           SELECT PROFILES-INDEX ASSIGN TO "data/profiles.idx" *> USERNAME FIRST LAST rows CONTROLFLOW's search reads
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PRO-FS.

           SELECT PROFILE-FILE ASSIGN TO DYNAMIC RL-PROFILE-FILENAME *> data/profiles/<username>
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PROFILE-FS.

           SELECT REJECT-FILE ASSIGN TO "data/roster_rejects.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS REJ-FS.

           *> Hand-off to the registrar: USERNAME|FIRST|LAST|TEMPORARY
           *> PASSWORD per account created. The only place the clear
           *> temporary passwords exist -- the registrar distributes
           *> them and deletes the file.
           SELECT CREDENTIALS-FILE ASSIGN TO "data/roster_credentials.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CRED-FS.

           SELECT AUDIT-LOG ASSIGN TO "data/audit.log" *> TIMESTAMP | USER | EVENT | RESULT lines LOG-AUDIT-EVENT writes
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS AUDIT-FS.

           *> Same exclusive writer lock CONTROLFLOW takes: one
           *> "HOLDER TIMESTAMP" line while a writer runs, emptied on
           *> normal exit, stale residue cleared by age.
           SELECT RUN-LOCK ASSIGN TO "data/run.lock"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LOCK-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  ROSTER-FILE.
       01  ROSTER-REC           PIC X(600).

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

       FD  PROFILES-INDEX.
       01  PRF-REC              PIC X(120).

       FD  PROFILE-FILE.
       01  PF-REC               PIC X(512).

       FD  REJECT-FILE.
       01  REJ-REC              PIC X(700).

       FD  CREDENTIALS-FILE.
       01  CRED-REC             PIC X(200).

       FD  AUDIT-LOG.
       01  AUDIT-REC            PIC X(200).

       FD  RUN-LOCK.
       01  LOCK-REC             PIC X(40).

       WORKING-STORAGE SECTION.
       77  ROSTER-FS           PIC XX VALUE SPACES.
       77  ACC-FS              PIC XX VALUE SPACES.
       77  PRO-FS              PIC XX VALUE SPACES.
       77  PROFILE-FS          PIC XX VALUE SPACES.
       77  REJ-FS              PIC XX VALUE SPACES.
       77  CRED-FS             PIC XX VALUE SPACES.
       77  AUDIT-FS            PIC XX VALUE SPACES.

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

       *> Salted password hashing -- algorithm and stored format
       *> ("#" + 4-character salt + 12-digit hash) must be kept in sync
       *> with control.cob's copy, the same way ACCT-REC is.
       77  PW-PLAIN            PIC X(20).
       77  PW-SALT             PIC X(4).
       77  PW-HASHED           PIC X(20).
       77  PW-HASH-WORK        PIC 9(15) VALUE 0.
       77  PW-HASH-DIGITS      PIC 9(12) VALUE 0.
       77  PW-LEN              PIC 99 VALUE 0.
       77  PW-I                PIC 99 VALUE 0.
       77  SALT-SEQ            PIC 9(4) VALUE 0.
       77  SALT-NUM            PIC 9(4) VALUE 0.
       77  SALT-DISP           PIC 9(4) VALUE 0.

       *> One roster row. The username is unstrung wide so an
       *> over-long one is rejected rather than cut down to size.
       77  RL-USERNAME         PIC X(100).
       77  RL-USER             PIC X(20).
       77  RL-USER-LEN         PIC 9(3) VALUE 0.
       77  RL-UPPER-USER       PIC X(20).
       77  RL-FIRST            PIC X(100).
       77  RL-LAST             PIC X(100).
       77  RL-UNIVERSITY       PIC X(150).
       77  RL-MAJOR            PIC X(100).
       77  RL-GRAD-YEAR        PIC X(20).
       77  RL-IDX-FIRST        PIC X(50).
       77  RL-IDX-LAST         PIC X(50).
       77  RL-FIELD-LEN        PIC 9(3) VALUE 0.
       77  RL-REASON           PIC X(80).
       77  RL-ROW-OK           PIC X    VALUE "N".
       77  RL-I                PIC 9(3) VALUE 0.

       77  RL-PROFILE-FILENAME PIC X(128).

       *> Same signup cap CONTROLFLOW's CREATE enforces
       *> (MAX-ACCOUNTS); the roster never provisions past it.
       77  RL-MAX-ACCOUNTS     PIC 9(4) VALUE 500.
       77  RL-ACCT-COUNT       PIC 9(4) VALUE 0.

       *> Temporary password: ten characters drawn at random in a
       *> fixed shape (upper, five lower, two digits, special, upper)
       *> so it always passes CHECK-PASSWORD. Look-alike characters
       *> (I, O, l, o, 0, 1) are left out of the sets since the
       *> registrar hands these out on paper.
       77  RL-UPPER-SET        PIC X(24) VALUE "ABCDEFGHJKLMNPQRSTUVWXYZ".
       77  RL-LOWER-SET        PIC X(24) VALUE "abcdefghijkmnpqrstuvwxyz".
       77  RL-DIGIT-SET        PIC X(8)  VALUE "23456789".
       77  RL-SPECIAL-SET      PIC X(6)  VALUE "#$%&*+".
       77  RL-TEMP-PASSWORD    PIC X(10).
       77  RL-PICK             PIC 99 VALUE 0.
       77  RL-RANDOM           PIC V9(9) VALUE 0.
       77  RL-SEED             PIC 9(8) VALUE 0.

       77  RL-LOADED-COUNT     PIC 9(6) VALUE 0.
       77  RL-REJECT-COUNT     PIC 9(6) VALUE 0.
       77  RL-COUNT-DISPLAY    PIC ZZZZZ9.


       PROCEDURE DIVISION.
       0000-MAINLINE.
           *> Exclusive run lock: ACCOUNTS and profiles.idx must not be
           *> written while another writer is mid-run.
           PERFORM ACQUIRE-RUN-LOCK
           IF LOCK-BUSY = "Y"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT ROSTER-FILE
           IF ROSTER-FS NOT = "00"
              DISPLAY "ROSTERLOAD: no data/roster_feed.txt to load (FS=" ROSTER-FS ")"
              PERFORM RELEASE-RUN-LOCK
              MOVE 0 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN I-O ACCOUNTS
           IF ACC-FS = "35"
              OPEN OUTPUT ACCOUNTS
              CLOSE ACCOUNTS
              OPEN I-O ACCOUNTS
           END-IF
           IF ACC-FS NOT = "00"
              DISPLAY "ROSTERLOAD: cannot open data/accounts.txt (FS=" ACC-FS ") -- nothing loaded"
              CLOSE ROSTER-FILE
              PERFORM RELEASE-RUN-LOCK
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM 1000-COUNT-ACCOUNTS

           OPEN OUTPUT REJECT-FILE
           OPEN OUTPUT CREDENTIALS-FILE
           OPEN EXTEND AUDIT-LOG
           IF AUDIT-FS NOT = "00"
              OPEN OUTPUT AUDIT-LOG
              CLOSE AUDIT-LOG
              OPEN EXTEND AUDIT-LOG
           END-IF
           CALL "SYSTEM" USING "mkdir -p data/profiles"

           MOVE FUNCTION CURRENT-DATE(9:8) TO RL-SEED
           COMPUTE RL-RANDOM = FUNCTION RANDOM(RL-SEED)

           PERFORM UNTIL 1 = 0
              READ ROSTER-FILE
                 AT END EXIT PERFORM
                 NOT AT END
                    IF FUNCTION TRIM(ROSTER-REC) NOT = SPACES
                       PERFORM 2000-PROCESS-ROSTER-ROW
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ROSTER-FILE
           CLOSE ACCOUNTS
           CLOSE REJECT-FILE
           CLOSE CREDENTIALS-FILE
           CLOSE AUDIT-LOG

           MOVE RL-LOADED-COUNT TO RL-COUNT-DISPLAY
           DISPLAY "ROSTERLOAD complete: " RL-COUNT-DISPLAY " account(s) created"
                   " (credentials in data/roster_credentials.txt)."
           MOVE RL-REJECT-COUNT TO RL-COUNT-DISPLAY
           DISPLAY "Rejected rows: " RL-COUNT-DISPLAY
                   " (see data/roster_rejects.txt)"
           PERFORM RELEASE-RUN-LOCK
           MOVE 0 TO RETURN-CODE
           STOP RUN.

       1000-COUNT-ACCOUNTS.
           MOVE 0 TO RL-ACCT-COUNT
           MOVE LOW-VALUES TO AR-USER
           START ACCOUNTS KEY IS >= AR-USER
              INVALID KEY
                 EXIT PARAGRAPH
           END-START
           PERFORM UNTIL 1 = 0
              READ ACCOUNTS NEXT RECORD
                 AT END EXIT PERFORM
                 NOT AT END ADD 1 TO RL-ACCT-COUNT
              END-READ
           END-PERFORM.

       *> ====================================
       *> One roster row: CONTROLFLOW's CHECK-USERNAME rules, the
       *> required profile fields DO-PROFILE insists on, and the
       *> already-exists checks. A clean row becomes an ACCOUNTS
       *> record with a temporary password, a starter profile and
       *> its profiles.idx row; anything else lands in the rejects
       *> file with a reason.
       *> ====================================
       2000-PROCESS-ROSTER-ROW.
           MOVE SPACES TO RL-USERNAME RL-FIRST RL-LAST RL-UNIVERSITY
                           RL-MAJOR RL-GRAD-YEAR RL-REASON
           UNSTRING ROSTER-REC DELIMITED BY "|"
              INTO RL-USERNAME RL-FIRST RL-LAST RL-UNIVERSITY
                   RL-MAJOR RL-GRAD-YEAR
           END-UNSTRING
           MOVE FUNCTION TRIM(RL-USERNAME) TO RL-USERNAME
           MOVE FUNCTION TRIM(RL-FIRST) TO RL-FIRST
           MOVE FUNCTION TRIM(RL-LAST) TO RL-LAST
           MOVE FUNCTION TRIM(RL-UNIVERSITY) TO RL-UNIVERSITY
           MOVE FUNCTION TRIM(RL-MAJOR) TO RL-MAJOR
           MOVE FUNCTION TRIM(RL-GRAD-YEAR) TO RL-GRAD-YEAR
           MOVE RL-USERNAME TO RL-USER
           MOVE "Y" TO RL-ROW-OK

           PERFORM 2100-CHECK-USERNAME
           IF RL-ROW-OK = "Y" AND RL-FIRST = SPACES
              MOVE "First name is required" TO RL-REASON
              MOVE "N" TO RL-ROW-OK
           END-IF
           IF RL-ROW-OK = "Y" AND RL-LAST = SPACES
              MOVE "Last name is required" TO RL-REASON
              MOVE "N" TO RL-ROW-OK
           END-IF
           IF RL-ROW-OK = "Y" AND RL-UNIVERSITY = SPACES
              MOVE "University/College is required" TO RL-REASON
              MOVE "N" TO RL-ROW-OK
           END-IF
           IF RL-ROW-OK = "Y" AND RL-MAJOR = SPACES
              MOVE "Major is required" TO RL-REASON
              MOVE "N" TO RL-ROW-OK
           END-IF
           IF RL-ROW-OK = "Y"
              IF RL-GRAD-YEAR(1:4) IS NOT NUMERIC
                 OR RL-GRAD-YEAR(5:1) NOT = SPACE
                 OR (RL-GRAD-YEAR(1:2) NOT = "19"
                     AND RL-GRAD-YEAR(1:2) NOT = "20")
                 MOVE "Graduation year must be a 4-digit year starting with 19 or 20"
                    TO RL-REASON
                 MOVE "N" TO RL-ROW-OK
              END-IF
           END-IF

           IF RL-ROW-OK = "Y"
              MOVE RL-USER TO AR-USER
              READ ACCOUNTS KEY IS AR-USER
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE "Username already has an account" TO RL-REASON
                    MOVE "N" TO RL-ROW-OK
              END-READ
           END-IF
           IF RL-ROW-OK = "Y"
              PERFORM 2200-SET-PROFILE-FILENAME
              OPEN INPUT PROFILE-FILE
              IF PROFILE-FS = "00"
                 CLOSE PROFILE-FILE
                 MOVE "A profile is already on file under this username" TO RL-REASON
                 MOVE "N" TO RL-ROW-OK
              END-IF
           END-IF
           IF RL-ROW-OK = "Y" AND RL-ACCT-COUNT >= RL-MAX-ACCOUNTS
              MOVE "All permitted accounts created (signup cap reached)" TO RL-REASON
              MOVE "N" TO RL-ROW-OK
           END-IF

           IF RL-ROW-OK = "Y"
              PERFORM 3000-CREATE-ACCOUNT
           END-IF
           IF RL-ROW-OK = "Y"
              PERFORM 3100-WRITE-STARTER-PROFILE
              PERFORM 3200-ADD-PROFILES-INDEX-ROW
              PERFORM 3300-WRITE-CREDENTIALS
              PERFORM 3900-LOG-CREATE
              ADD 1 TO RL-LOADED-COUNT
              ADD 1 TO RL-ACCT-COUNT
           ELSE
              PERFORM 4000-WRITE-REJECT
              ADD 1 TO RL-REJECT-COUNT
           END-IF.

       *> Same rules as CONTROLFLOW's CHECK-USERNAME: 3-20 letters or
       *> digits, and not one of the reserved names.
       2100-CHECK-USERNAME.
           MOVE "Username must be 3-20 letters/digits and not a reserved name"
              TO RL-REASON
           MOVE "N" TO RL-ROW-OK
           MOVE FUNCTION LENGTH(FUNCTION TRIM(RL-USERNAME)) TO RL-USER-LEN
           IF RL-USERNAME = SPACES
              OR RL-USER-LEN < 3 OR RL-USER-LEN > 20
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING RL-I FROM 1 BY 1 UNTIL RL-I > RL-USER-LEN
              EVALUATE TRUE
                 WHEN RL-USER(RL-I:1) >= "A" AND RL-USER(RL-I:1) <= "Z"
                    CONTINUE
                 WHEN RL-USER(RL-I:1) >= "a" AND RL-USER(RL-I:1) <= "z"
                    CONTINUE
                 WHEN RL-USER(RL-I:1) >= "0" AND RL-USER(RL-I:1) <= "9"
                    CONTINUE
                 WHEN OTHER
                    EXIT PARAGRAPH
              END-EVALUATE
           END-PERFORM
           MOVE FUNCTION UPPER-CASE(RL-USER) TO RL-UPPER-USER
           EVALUATE FUNCTION TRIM(RL-UPPER-USER)
              WHEN "ADMIN"
              WHEN "ADMINISTRATOR"
              WHEN "SYSTEM"
              WHEN "ROOT"
                 EXIT PARAGRAPH
           END-EVALUATE
           MOVE SPACES TO RL-REASON
           MOVE "Y" TO RL-ROW-OK.

       *> Same naming CONTROLFLOW's SET-MY-PROFILE-FILENAME uses
       2200-SET-PROFILE-FILENAME.
           MOVE SPACES TO RL-PROFILE-FILENAME
           STRING "data/profiles/"      DELIMITED BY SIZE
                  FUNCTION TRIM(RL-USER) DELIMITED BY SIZE
                  INTO RL-PROFILE-FILENAME
           END-STRING.

       *> ====================================
       *> The ACCOUNTS record: a student account, hashed temporary
       *> password, flagged so the first login must replace it.
       *> ====================================
       3000-CREATE-ACCOUNT.
           PERFORM 3050-MAKE-TEMP-PASSWORD
           MOVE SPACES TO ACCT-REC
           MOVE RL-USER TO AR-USER
           MOVE RL-TEMP-PASSWORD TO PW-PLAIN
           PERFORM MAKE-SALT
           PERFORM HASH-PASSWORD
           MOVE PW-HASHED TO AR-PASS
           MOVE 0 TO AR-FAILED-COUNT
           MOVE "N" TO AR-LOCKED
           MOVE 0 TO AR-UNLOCK-FAILS
           MOVE "S" TO AR-ROLE
           MOVE "T" TO AR-PW-TEMP
           WRITE ACCT-REC
              INVALID KEY
                 MOVE "Username already has an account" TO RL-REASON
                 MOVE "N" TO RL-ROW-OK
           END-WRITE.

       3050-MAKE-TEMP-PASSWORD.
           MOVE SPACES TO RL-TEMP-PASSWORD
           COMPUTE RL-PICK = FUNCTION RANDOM * 24 + 1
           MOVE RL-UPPER-SET(RL-PICK:1) TO RL-TEMP-PASSWORD(1:1)
           PERFORM VARYING RL-I FROM 2 BY 1 UNTIL RL-I > 6
              COMPUTE RL-PICK = FUNCTION RANDOM * 24 + 1
              MOVE RL-LOWER-SET(RL-PICK:1) TO RL-TEMP-PASSWORD(RL-I:1)
           END-PERFORM
           PERFORM VARYING RL-I FROM 7 BY 1 UNTIL RL-I > 8
              COMPUTE RL-PICK = FUNCTION RANDOM * 8 + 1
              MOVE RL-DIGIT-SET(RL-PICK:1) TO RL-TEMP-PASSWORD(RL-I:1)
           END-PERFORM
           COMPUTE RL-PICK = FUNCTION RANDOM * 6 + 1
           MOVE RL-SPECIAL-SET(RL-PICK:1) TO RL-TEMP-PASSWORD(9:1)
           COMPUTE RL-PICK = FUNCTION RANDOM * 24 + 1
           MOVE RL-UPPER-SET(RL-PICK:1) TO RL-TEMP-PASSWORD(10:1).

       *> ====================================
       *> Starter profile in the exact line shape DO-PROFILE writes,
       *> so Output Profile, search and Create/Edit all read it as
       *> usual; the optional sections are left blank for the student
       *> to fill in.
       *> ====================================
       3100-WRITE-STARTER-PROFILE.
           OPEN OUTPUT PROFILE-FILE

           MOVE SPACES TO PF-REC
           STRING "First Name: "         DELIMITED BY SIZE
                  FUNCTION TRIM(RL-FIRST) DELIMITED BY SIZE
                  INTO PF-REC
           END-STRING
           WRITE PF-REC

           MOVE SPACES TO PF-REC
           STRING "Last Name: "         DELIMITED BY SIZE
                  FUNCTION TRIM(RL-LAST) DELIMITED BY SIZE
                  INTO PF-REC
           END-STRING
           WRITE PF-REC

           MOVE SPACES TO PF-REC
           STRING "Username: "          DELIMITED BY SIZE
                  FUNCTION TRIM(RL-USER) DELIMITED BY SIZE
                  INTO PF-REC
           END-STRING
           WRITE PF-REC

           *> New students should be findable by their classmates
           MOVE "Visibility: everyone" TO PF-REC
           WRITE PF-REC

           MOVE SPACES TO PF-REC
           STRING "University/College: "      DELIMITED BY SIZE
                  FUNCTION TRIM(RL-UNIVERSITY) DELIMITED BY SIZE
                  INTO PF-REC
           END-STRING
           WRITE PF-REC

           MOVE SPACES TO PF-REC
           STRING "Major: "              DELIMITED BY SIZE
                  FUNCTION TRIM(RL-MAJOR) DELIMITED BY SIZE
                  INTO PF-REC
           END-STRING
           WRITE PF-REC

           MOVE SPACES TO PF-REC
           STRING "Graduation Year: "    DELIMITED BY SIZE
                  RL-GRAD-YEAR(1:4)     DELIMITED BY SIZE
                  INTO PF-REC
           END-STRING
           WRITE PF-REC

           MOVE "About Me: " TO PF-REC
           WRITE PF-REC

           PERFORM 3 TIMES
              MOVE "Experience Title: " TO PF-REC
              WRITE PF-REC
              MOVE "Company: " TO PF-REC
              WRITE PF-REC
              MOVE "Dates: " TO PF-REC
              WRITE PF-REC
              MOVE "Description: " TO PF-REC
              WRITE PF-REC
           END-PERFORM

           PERFORM 3 TIMES
              MOVE "Education Degree: " TO PF-REC
              WRITE PF-REC
              MOVE "Education University: " TO PF-REC
              WRITE PF-REC
              MOVE "Years Attended: " TO PF-REC
              WRITE PF-REC
           END-PERFORM

           PERFORM 5 TIMES
              MOVE "Skill: " TO PF-REC
              WRITE PF-REC
           END-PERFORM

           CLOSE PROFILE-FILE.

       *> USERNAME FIRST LAST, blanks inside a name turned to "_" the
       *> way CONTROLFLOW's UPDATE-PROFILES-INDEX writes them. The
       *> username is new, so the row is simply appended.
       3200-ADD-PROFILES-INDEX-ROW.
           MOVE RL-FIRST TO RL-IDX-FIRST
           MOVE FUNCTION LENGTH(FUNCTION TRIM(RL-IDX-FIRST TRAILING)) TO RL-FIELD-LEN
           IF RL-FIELD-LEN > 0
              INSPECT RL-IDX-FIRST(1:RL-FIELD-LEN) REPLACING ALL " " BY "_"
           END-IF
           MOVE RL-LAST TO RL-IDX-LAST
           MOVE FUNCTION LENGTH(FUNCTION TRIM(RL-IDX-LAST TRAILING)) TO RL-FIELD-LEN
           IF RL-FIELD-LEN > 0
              INSPECT RL-IDX-LAST(1:RL-FIELD-LEN) REPLACING ALL " " BY "_"
           END-IF

           OPEN EXTEND PROFILES-INDEX
           IF PRO-FS NOT = "00"
              OPEN OUTPUT PROFILES-INDEX
              CLOSE PROFILES-INDEX
              OPEN EXTEND PROFILES-INDEX
           END-IF
           MOVE SPACES TO PRF-REC
           STRING FUNCTION TRIM(RL-USER)      DELIMITED BY SIZE
                  " "                         DELIMITED BY SIZE
                  FUNCTION TRIM(RL-IDX-FIRST) DELIMITED BY SIZE
                  " "                         DELIMITED BY SIZE
                  FUNCTION TRIM(RL-IDX-LAST)  DELIMITED BY SIZE
                  INTO PRF-REC
           END-STRING
           WRITE PRF-REC
           CLOSE PROFILES-INDEX.

       3300-WRITE-CREDENTIALS.
           MOVE SPACES TO CRED-REC
           STRING FUNCTION TRIM(RL-USER)  DELIMITED BY SIZE
                  "|"                     DELIMITED BY SIZE
                  FUNCTION TRIM(RL-FIRST) DELIMITED BY SIZE
                  "|"                     DELIMITED BY SIZE
                  FUNCTION TRIM(RL-LAST)  DELIMITED BY SIZE
                  "|"                     DELIMITED BY SIZE
                  RL-TEMP-PASSWORD        DELIMITED BY SIZE
                  INTO CRED-REC
           END-STRING
           WRITE CRED-REC.

       *> Same line shape CONTROLFLOW's LOG-AUDIT-EVENT writes for a
       *> sign-up, so DORMANCY dates the account from its CREATE and
       *> BALANCE counts it. Rejected rows are accounted for in the
       *> rejects file instead.
       3900-LOG-CREATE.
           MOVE SPACES TO AUDIT-REC
           STRING FUNCTION CURRENT-DATE(1:14) DELIMITED BY SIZE
                  " | "                       DELIMITED BY SIZE
                  FUNCTION TRIM(RL-USER)      DELIMITED BY SIZE
                  " | CREATE | OK"            DELIMITED BY SIZE
                  INTO AUDIT-REC
           END-STRING
           WRITE AUDIT-REC.

       4000-WRITE-REJECT.
           MOVE SPACES TO REJ-REC
           STRING "REJECTED ("              DELIMITED BY SIZE
                  FUNCTION TRIM(RL-REASON)  DELIMITED BY SIZE
                  "): "                     DELIMITED BY SIZE
                  FUNCTION TRIM(ROSTER-REC) DELIMITED BY SIZE
                  INTO REJ-REC
           END-STRING
           WRITE REJ-REC
           DISPLAY FUNCTION TRIM(REJ-REC).

       *> Same salt derivation CONTROLFLOW uses: time of day plus a
       *> per-run sequence.
       MAKE-SALT.
           ADD 1 TO SALT-SEQ
           COMPUTE SALT-NUM = FUNCTION MOD(
              FUNCTION NUMVAL(FUNCTION CURRENT-DATE(9:8))
              + SALT-SEQ * 7, 10000)
           MOVE SALT-NUM TO SALT-DISP
           MOVE SALT-DISP TO PW-SALT
           EXIT PARAGRAPH.

       *> Same rolling hash CONTROLFLOW stores in AR-PASS:
       *> "#" + salt + 12-digit hash of salt + password.
       HASH-PASSWORD.
           MOVE 5381 TO PW-HASH-WORK
           PERFORM VARYING PW-I FROM 1 BY 1 UNTIL PW-I > 4
              COMPUTE PW-HASH-WORK = FUNCTION MOD(
                 PW-HASH-WORK * 33 + FUNCTION ORD(PW-SALT(PW-I:1)),
                 999999999999)
           END-PERFORM
           MOVE FUNCTION LENGTH(FUNCTION TRIM(PW-PLAIN)) TO PW-LEN
           PERFORM VARYING PW-I FROM 1 BY 1 UNTIL PW-I > PW-LEN
              COMPUTE PW-HASH-WORK = FUNCTION MOD(
                 PW-HASH-WORK * 33 + FUNCTION ORD(PW-PLAIN(PW-I:1)),
                 999999999999)
           END-PERFORM
           MOVE PW-HASH-WORK TO PW-HASH-DIGITS
           MOVE SPACES TO PW-HASHED
           STRING "#"            DELIMITED BY SIZE
                  PW-SALT        DELIMITED BY SIZE
                  PW-HASH-DIGITS DELIMITED BY SIZE
                  INTO PW-HASHED
           END-STRING
           EXIT PARAGRAPH.

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
              STRING "ROSTERLOAD "
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
