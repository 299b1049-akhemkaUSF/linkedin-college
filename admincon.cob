IDENTIFICATION DIVISION.
       PROGRAM-ID. ADMINCON.   *> operator-side console: lockouts, password resets, posting takedowns, audit review, abuse reports

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              RECORD KEY IS AR-USER
              FILE STATUS IS ACC-FS.

           *> Console operators, kept apart from the student/employer
           *> accounts: one record per staff member, keyed on the
           *> operator ID they sign on with.
           SELECT OPERATORS ASSIGN TO "data/operators.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS OP-ID
              FILE STATUS IS OP-FS.

           SELECT JOB-INDEX ASSIGN TO "data/jobs.idx"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BROWSE-FS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JNL-FS.

           *> Moderation queue: the abuse reports CONTROLFLOW files, the
           *> content they point at, and the notifications file the
           *> outcome goes back through. Same files, same layouts and
           *> the same .tmp names CONTROLFLOW uses, so its journal
           *> recovery covers a swap that dies here.
           SELECT ABUSE-REPORTS ASSIGN TO "data/abuse_reports.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ABR-FS.

           SELECT ABUSE-REPORT-TMP ASSIGN TO "data/abuse_reports.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ABR-TMP-FS.

           SELECT MESSAGES ASSIGN TO "data/messages.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MSG-FS.

           SELECT MESSAGES-TMP ASSIGN TO "data/messages.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MSG-TMP-FS.

           SELECT GROUP-POSTS ASSIGN TO "data/group_posts.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRP-POST-FS.

           SELECT GRP-POST-TMP ASSIGN TO "data/group_posts.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRP-POST-TMP-FS.

           SELECT PROFILES-INDEX ASSIGN TO "data/profiles.idx"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRO-FS.

           SELECT PRF-TMP ASSIGN TO "data/profiles.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRF-TMP-FS.

           SELECT PROFILE-FILE ASSIGN TO DYNAMIC PF-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROFILE-STATUS.

           SELECT NOTIFICATIONS ASSIGN TO "data/notifications.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NOTIF-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  INPUTFILE.
           05 AR-UNLOCK-FAILS   PIC 9.
           05 FILLER            PIC X.
           05 AR-ROLE           PIC X.
           05 FILLER            PIC X.
           05 AR-DORMANT        PIC X.
           05 FILLER            PIC X.
           05 AR-PW-TEMP        PIC X.
           05 FILLER            PIC X(46).

       FD  OPERATORS.
       01  OPER-REC.
      *> OP-PASS is held in the same "#" + salt + hash format as
      *> AR-PASS. OP-FAILED-COUNT/OP-LOCKED are the operator's own
      *> sign-on lockout. OP-LEVEL is the authority level: "H" =
      *> help desk (list, unlock, password reset), "S" = supervisor
      *> (everything, including posting removal, the audit log and
      *> operator maintenance).
           05 OP-ID             PIC X(20).
           05 FILLER            PIC X.
           05 OP-PASS           PIC X(20).
           05 FILLER            PIC X.
           05 OP-FAILED-COUNT   PIC 9.
           05 FILLER            PIC X.
           05 OP-LOCKED         PIC X.
           05 FILLER            PIC X.
           05 OP-LEVEL          PIC X.
           05 FILLER            PIC X.
           05 OP-NAME           PIC X(40).
           05 FILLER            PIC X(40).

       FD  JOB-INDEX.
       01  BROWSE-REC           PIC X(1000).
       FD  REWRITE-JOURNAL.
       01  JNL-REC              PIC X(20).

       FD  ABUSE-REPORTS.
       01  ABR-REC              PIC X(600).

       FD  ABUSE-REPORT-TMP.
       01  ABR-TMP-REC          PIC X(600).

       FD  MESSAGES.
       01  MESSAGE-REC          PIC X(300).

       FD  MESSAGES-TMP.
       01  MESSAGE-TMP-REC      PIC X(300).

       FD  GROUP-POSTS.
       01  GRP-POST-REC         PIC X(300).

       FD  GRP-POST-TMP.
       01  GRP-POST-TMP-REC     PIC X(300).

       FD  PROFILES-INDEX.
       01  PRF-REC              PIC X(120).

       FD  PRF-TMP.
       01  PRF-TMP-REC          PIC X(120).

       FD  PROFILE-FILE.
       01  PF-REC               PIC X(512).

       FD  NOTIFICATIONS.
       01  NOTIF-REC            PIC X(300).

       WORKING-STORAGE SECTION.
       77  IN-FS               PIC XX VALUE SPACES.
       77  OUT-FS              PIC XX VALUE SPACES.
       77  ACC-FS              PIC XX VALUE SPACES.
       77  OP-FS               PIC XX VALUE SPACES.
       77  BROWSE-FS           PIC XX VALUE SPACES.
       77  JOB-TMP-FS          PIC XX VALUE SPACES.
       77  AUDIT-FS            PIC XX VALUE SPACES.
       77  ADM-LOCKED-COUNT    PIC 9(4) VALUE 0.
       77  ADM-COUNT-DISPLAY   PIC ZZZ9.

       *> Signed-on operator. Every audit line this console writes
       *> carries ADM-OPERATOR as a fifth field.
       77  MAX-OP-ATTEMPTS     PIC 9  VALUE 3. *> consecutive failed sign-ons before an operator ID locks
       77  ADM-OPERATOR        PIC X(20) VALUE SPACES.
       77  ADM-OP-LEVEL        PIC X  VALUE SPACES.
       77  ADM-SIGNED-ON       PIC X  VALUE "N".
       77  ADM-ALLOWED         PIC X  VALUE "N".
       77  ADM-OP-ENTRY        PIC X(20).
       77  ADM-OP-PASSWORD     PIC X(20).
       77  ADM-OP-NAME         PIC X(40).
       77  ADM-OP-LEVEL-ENTRY  PIC X(20).
       77  ADM-OP-VALID        PIC X  VALUE "N".
       77  ADM-TALLY           PIC 9(4) VALUE 0.

       *> First-supervisor bootstrap, taken from the command line
       *> ("ENROLL <operator ID> <password> <full name>") and never
       *> from the input deck; it only works on an empty operator file.
       77  ADM-COMMAND-LINE    PIC X(200) VALUE SPACES.
       77  ADM-CL-VERB         PIC X(20)  VALUE SPACES.
       77  ADM-CL-ID           PIC X(40)  VALUE SPACES.
       77  ADM-CL-PASS         PIC X(40)  VALUE SPACES.
       77  ADM-CL-PTR          PIC 9(3)   VALUE 1.

       *> Salted password hashing -- algorithm and stored format
       *> ("#" + 4-character salt + 12-digit hash) must be kept in sync
       *> with control.cob's copy, the same way ACCT-REC is.
       77  SALT-SEQ            PIC 9(4) VALUE 0.
       77  SALT-NUM            PIC 9(4) VALUE 0.
       77  SALT-DISP           PIC 9(4) VALUE 0.
       77  PW-MATCH            PIC X  VALUE "N".

       *> Password reset helpers -- same rules CHECK-PASSWORD enforces
       *> in CONTROLFLOW so an admin cannot set a weaker credential
       77  HAS-SPECIAL         PIC X  VALUE "N".
       77  PASSWORD-VALID      PIC X  VALUE "N".

       *> Posting takedown helpers. Postings are named by their
       *> six-digit posting number, entered here the same way
       *> CONTROLFLOW's READ-POSTING-NUMBER takes it (leading zeros
       *> optional).
       77  POSTING-ENTRY       PIC X(80).
       77  POSTING-NUM         PIC 9(6) VALUE 0.
       77  JOB-NAME            PIC X(500).
       77  APPL-JOB-NAME       PIC X(500).
       77  FIELD-LEN           PIC 9(4) VALUE 0.
       77  AUDIT-LINE-USER     PIC X(20).
       77  AUDIT-LINE-EVENT    PIC X(20).
       77  AUDIT-LINE-STAMP    PIC X(20).
       77  AUDIT-LINE-RESULT   PIC X(20).
       77  AUDIT-LINE-OPERATOR PIC X(20).
       77  AUDIT-SHOWN         PIC 9(6) VALUE 0.

       *> Audit append fields, same line shape LOG-AUDIT-EVENT writes
       77  AUDIT-EVENT         PIC X(20) VALUE SPACES.
       77  AUDIT-RESULT        PIC X(4)  VALUE SPACES.

       *> Moderation queue. The ABR-REC-* split of a report row is the
       *> one CONTROLFLOW's SPLIT-ABUSE-REPORT-REC uses.
       77  ABR-FS              PIC XX VALUE SPACES.
       77  ABR-TMP-FS          PIC XX VALUE SPACES.
       77  MSG-FS              PIC XX VALUE SPACES.
       77  MSG-TMP-FS          PIC XX VALUE SPACES.
       77  GRP-POST-FS         PIC XX VALUE SPACES.
       77  GRP-POST-TMP-FS     PIC XX VALUE SPACES.
       77  PRO-FS              PIC XX VALUE SPACES.
       77  PRF-TMP-FS          PIC XX VALUE SPACES.
       77  PROFILE-STATUS      PIC XX VALUE SPACES.
       77  NOTIF-FS            PIC XX VALUE SPACES.
       77  PF-FILENAME         PIC X(128).
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
       77  ABR-ID              PIC X(6).
       77  ABR-ID-NUM          PIC 9(6) VALUE 0.
       77  MSG-SENDER          PIC X(20).
       77  MSG-RECIPIENT       PIC X(20).
       77  MSG-CONTENT         PIC X(200).
       77  MSG-READ-FLAG       PIC X.
       77  MSG-SENT-TIME       PIC X(14).
       77  GRP-POST-REC-GROUP  PIC X(60).
       77  GRP-POST-REC-USER   PIC X(20).
       77  GRP-POST-REC-TEXT   PIC X(200).
       77  GRP-POST-REC-TIME   PIC X(14).
       77  IDX-USER            PIC X(20).
       77  NOTIF-TARGET        PIC X(20).
       77  NOTIF-TEXT          PIC X(200).
       77  MOD-FOUND           PIC X  VALUE "N".
       77  MOD-LIVE            PIC X  VALUE "N".
       77  MOD-REMOVING        PIC X  VALUE "N".
       77  MOD-ACTION          PIC X  VALUE SPACE.
       77  MOD-OUTCOME         PIC X(10).
       77  MOD-KIND-TEXT       PIC X(20).
       77  MOD-RESULT-TEXT     PIC X(40).
       77  MOD-STAMP-DISPLAY   PIC X(16).
       77  MOD-LINES           PIC 9(4) VALUE 0.
       77  MOD-OPEN-COUNT      PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT ADM-COMMAND-LINE FROM COMMAND-LINE
           MOVE 1 TO ADM-CL-PTR
           UNSTRING ADM-COMMAND-LINE DELIMITED BY ALL " "
              INTO ADM-CL-VERB ADM-CL-ID ADM-CL-PASS
              WITH POINTER ADM-CL-PTR
           END-UNSTRING
           IF FUNCTION UPPER-CASE(ADM-CL-VERB) = "ENROLL"
              PERFORM BOOTSTRAP-ENROLL
              STOP RUN
           END-IF

           OPEN INPUT INPUTFILE
           IF IN-FS NOT = "00"
              DISPLAY "ERROR: cannot open data/admin_input.txt (FS=" IN-FS ")"
              STOP RUN
           END-IF

           OPEN EXTEND AUDIT-LOG
           IF AUDIT-FS NOT = "00"
              OPEN OUTPUT AUDIT-LOG
              CLOSE AUDIT-LOG
              OPEN EXTEND AUDIT-LOG
           END-IF

           *> Nothing is administered until an operator has signed on;
           *> a failed sign-on ends the session. The operator file is
           *> never created here -- only ENROLL on the command line
           *> starts one.
           OPEN I-O OPERATORS
           IF OP-FS NOT = "00"
              IF OP-FS = "35"
                 PERFORM REFUSE-NO-OPERATORS
              ELSE
                 MOVE "ERROR: cannot open data/operators.dat -- no sign-on possible." TO MSG
                 PERFORM WRITE-OUTPUT
              END-IF
              CLOSE INPUTFILE
              CLOSE OUTPUTFILE
              CLOSE AUDIT-LOG
              PERFORM RELEASE-RUN-LOCK
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM OPERATOR-SIGN-ON
           IF ADM-SIGNED-ON NOT = "Y"
              CLOSE INPUTFILE
              CLOSE OUTPUTFILE
              CLOSE OPERATORS
              CLOSE AUDIT-LOG
              PERFORM RELEASE-RUN-LOCK
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN I-O ACCOUNTS
           IF ACC-FS NOT = "00"
              MOVE "ERROR: cannot open data/accounts.txt -- nothing to administer." TO MSG
              PERFORM WRITE-OUTPUT
              CLOSE INPUTFILE
              CLOSE OUTPUTFILE
              CLOSE OPERATORS
              CLOSE AUDIT-LOG
              PERFORM RELEASE-RUN-LOCK
              MOVE 0 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM UNTIL EOF-FLAG = "Y"
              PERFORM PROCESS-ADMIN-COMMAND
           END-PERFORM
           CLOSE INPUTFILE
           CLOSE OUTPUTFILE
           CLOSE ACCOUNTS
           CLOSE OPERATORS
           CLOSE AUDIT-LOG
           PERFORM RELEASE-RUN-LOCK
           MOVE 0 TO RETURN-CODE
           END-IF
           EXIT PARAGRAPH.

       *> ====================================
       *> Operator sign-on: operator ID and password, checked against
       *> operators.dat with the same salted hash ACCOUNTS uses.
       *> MAX-OP-ATTEMPTS wrong passwords in a row lock the ID until a
       *> supervisor clears it. Every attempt, good or bad, goes on
       *> audit.log. An empty operator file is a failed sign-on: the
       *> first supervisor is enrolled with ENROLL on the command
       *> line, never from the input deck.
       *> ====================================
       OPERATOR-SIGN-ON.
           MOVE "N" TO ADM-SIGNED-ON
           MOVE LOW-VALUES TO OP-ID
           START OPERATORS KEY IS >= OP-ID
              INVALID KEY
                 PERFORM REFUSE-NO-OPERATORS
                 EXIT PARAGRAPH
           END-START

           MOVE "Operator ID:" TO MSG
           PERFORM WRITE-OUTPUT
           READ INPUTFILE AT END MOVE "Y" TO EOF-FLAG EXIT PARAGRAPH
              NOT AT END MOVE FUNCTION TRIM(INPUT-REC) TO ADM-OP-ENTRY
           END-READ
           MOVE "Password:" TO MSG
           PERFORM WRITE-OUTPUT
           READ INPUTFILE AT END MOVE "Y" TO EOF-FLAG EXIT PARAGRAPH
              NOT AT END MOVE FUNCTION TRIM(INPUT-REC) TO ADM-OP-PASSWORD
           END-READ

           MOVE ADM-OP-ENTRY TO ADM-OPERATOR
           MOVE ADM-OP-ENTRY TO ADM-TARGET
           MOVE "OPER_SIGNON" TO AUDIT-EVENT
           MOVE "FAIL" TO AUDIT-RESULT
           MOVE ADM-OP-ENTRY TO OP-ID
           READ OPERATORS KEY IS OP-ID
              INVALID KEY
                 PERFORM LOG-ADMIN-EVENT
                 MOVE "Sign-on failed." TO MSG
                 PERFORM WRITE-OUTPUT
                 EXIT PARAGRAPH
           END-READ
           IF OP-LOCKED = "Y"
              PERFORM LOG-ADMIN-EVENT
              MOVE "This operator ID is locked -- a supervisor must clear it with UNLOCKOP." TO MSG
              PERFORM WRITE-OUTPUT
              EXIT PARAGRAPH
           END-IF

           MOVE ADM-OP-PASSWORD TO PW-PLAIN
           PERFORM VERIFY-OPERATOR-PASSWORD
           IF PW-MATCH NOT = "Y"
              ADD 1 TO OP-FAILED-COUNT
              IF OP-FAILED-COUNT >= MAX-OP-ATTEMPTS
                 MOVE "Y" TO OP-LOCKED
              END-IF
              REWRITE OPER-REC
              PERFORM LOG-ADMIN-EVENT
              IF OP-LOCKED = "Y"
                 MOVE "OPER_LOCKOUT" TO AUDIT-EVENT
                 PERFORM LOG-ADMIN-EVENT
                 MOVE "Sign-on failed. This operator ID is now locked." TO MSG
              ELSE
                 MOVE "Sign-on failed." TO MSG
              END-IF
              PERFORM WRITE-OUTPUT
              EXIT PARAGRAPH
           END-IF

           MOVE 0 TO OP-FAILED-COUNT
           REWRITE OPER-REC
           MOVE OP-LEVEL TO ADM-OP-LEVEL
           MOVE "Y" TO ADM-SIGNED-ON
           MOVE "OK" TO AUDIT-RESULT
           PERFORM LOG-ADMIN-EVENT
           PERFORM SHOW-SIGNED-ON
           EXIT PARAGRAPH.

       *> Missing or empty operator file: nobody can sign on.
       REFUSE-NO-OPERATORS.
           MOVE "ADMINCON" TO ADM-TARGET
           MOVE "ADMINCON" TO ADM-OPERATOR
           MOVE "OPER_SIGNON" TO AUDIT-EVENT
           MOVE "FAIL" TO AUDIT-RESULT
           PERFORM LOG-ADMIN-EVENT
           MOVE "Sign-on failed: no operators enrolled. Enroll the first supervisor with ADMINCON ENROLL <operator ID> <password> <full name>." TO MSG
           PERFORM WRITE-OUTPUT
           EXIT PARAGRAPH.

       *> ====================================
       *> Fresh install: "ENROLL <operator ID> <password> <full name>"
       *> on the command line enrolls the initial supervisor, and only
       *> while the operator file is missing or empty -- after that
       *> operators are added by a signed-on supervisor with ADDOP.
       *> The input deck is not read. RC 0 when enrolled, else 8.
       *> ====================================
       BOOTSTRAP-ENROLL.
           OPEN OUTPUT OUTPUTFILE
           PERFORM ACQUIRE-RUN-LOCK
           IF LOCK-BUSY = "Y"
              CLOSE OUTPUTFILE
              MOVE 8 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           OPEN EXTEND AUDIT-LOG
           IF AUDIT-FS NOT = "00"
              OPEN OUTPUT AUDIT-LOG
              CLOSE AUDIT-LOG
              OPEN EXTEND AUDIT-LOG
           END-IF

           OPEN I-O OPERATORS
           IF OP-FS = "35"
              OPEN OUTPUT OPERATORS
              CLOSE OPERATORS
              OPEN I-O OPERATORS
           END-IF
           IF OP-FS NOT = "00"
              MOVE "ERROR: cannot open data/operators.dat -- nothing enrolled." TO MSG
              PERFORM WRITE-OUTPUT
              CLOSE OUTPUTFILE
              CLOSE AUDIT-LOG
              PERFORM RELEASE-RUN-LOCK
              MOVE 8 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF

           PERFORM ENROLL-FIRST-SUPERVISOR
           IF ADM-OP-VALID = "Y"
              MOVE 0 TO RETURN-CODE
           ELSE
              MOVE 8 TO RETURN-CODE
           END-IF
           CLOSE OPERATORS
           CLOSE OUTPUTFILE
           CLOSE AUDIT-LOG
           PERFORM RELEASE-RUN-LOCK
           EXIT PARAGRAPH.

       *> Checks the command-line operator the way READ-NEW-OPERATOR
       *> checks a typed one and writes it at supervisor level. Sets
       *> ADM-OP-VALID; every outcome is logged as OPER_ENROLL.
       ENROLL-FIRST-SUPERVISOR.
           MOVE "N" TO ADM-OP-VALID
           MOVE FUNCTION TRIM(ADM-CL-ID) TO ADM-OP-ENTRY
           IF ADM-OP-ENTRY = SPACES
              MOVE "ADMINCON" TO ADM-OP-ENTRY
           END-IF
           MOVE ADM-OP-ENTRY TO ADM-TARGET
           MOVE ADM-OP-ENTRY TO ADM-OPERATOR
           MOVE "OPER_ENROLL" TO AUDIT-EVENT
           MOVE "FAIL" TO AUDIT-RESULT

           MOVE LOW-VALUES TO OP-ID
           START OPERATORS KEY IS >= OP-ID
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 PERFORM LOG-ADMIN-EVENT
                 MOVE "Operators are already enrolled -- add more with ADDOP from a supervisor session." TO MSG
                 PERFORM WRITE-OUTPUT
                 EXIT PARAGRAPH
           END-START

           MOVE SPACES TO ADM-OP-NAME
           IF ADM-CL-PTR <= 200
              MOVE FUNCTION TRIM(ADM-COMMAND-LINE(ADM-CL-PTR:)) TO ADM-OP-NAME
           END-IF
           IF ADM-CL-ID = SPACES OR ADM-CL-PASS = SPACES
              OR ADM-OP-NAME = SPACES
              PERFORM LOG-ADMIN-EVENT
              MOVE "Usage: ADMINCON ENROLL <operator ID> <password> <full name>" TO MSG
              PERFORM WRITE-OUTPUT
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO ADM-TALLY
           INSPECT ADM-CL-ID TALLYING ADM-TALLY FOR ALL "|"
           IF FUNCTION LENGTH(FUNCTION TRIM(ADM-CL-ID)) > 20 OR ADM-TALLY > 0
              PERFORM LOG-ADMIN-EVENT
              MOVE "Operator ID must be one word of up to 20 characters." TO MSG
              PERFORM WRITE-OUTPUT
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO NEW-PASSWORD
           MOVE FUNCTION TRIM(ADM-CL-PASS) TO NEW-PASSWORD
           PERFORM CHECK-NEW-PASSWORD
           IF PASSWORD-VALID NOT = "Y"
              OR FUNCTION LENGTH(FUNCTION TRIM(ADM-CL-PASS)) > 12
              PERFORM LOG-ADMIN-EVENT
              MOVE "Password does not meet requirements (8-12 characters with an upper-case letter, a digit and a special character)." TO MSG
              PERFORM WRITE-OUTPUT
              EXIT PARAGRAPH
           END-IF

           MOVE "Y" TO ADM-OP-VALID
           MOVE "S" TO ADM-OP-LEVEL-ENTRY
           PERFORM WRITE-NEW-OPERATOR
           IF ADM-OP-VALID NOT = "Y"
              PERFORM LOG-ADMIN-EVENT
              EXIT PARAGRAPH
           END-IF
           MOVE "OK" TO AUDIT-RESULT
           PERFORM LOG-ADMIN-EVENT
           MOVE SPACES TO MSG
           STRING "Enrolled "                 DELIMITED BY SIZE
                  FUNCTION TRIM(ADM-OP-ENTRY) DELIMITED BY SIZE
                  " as the first supervisor." DELIMITED BY SIZE
                  INTO MSG
           END-STRING
           PERFORM WRITE-OUTPUT
           EXIT PARAGRAPH.

       SHOW-SIGNED-ON.
           MOVE SPACES TO MSG
           IF ADM-OP-LEVEL = "S"
              STRING "Signed on as "             DELIMITED BY SIZE
                     FUNCTION TRIM(ADM-OPERATOR) DELIMITED BY SIZE
                     " (supervisor)."            DELIMITED BY SIZE
                     INTO MSG
              END-STRING
           ELSE
              STRING "Signed on as "             DELIMITED BY SIZE
                     FUNCTION TRIM(ADM-OPERATOR) DELIMITED BY SIZE
                     " (help desk)."             DELIMITED BY SIZE
                     INTO MSG
              END-STRING
           END-IF
           PERFORM WRITE-OUTPUT
           EXIT PARAGRAPH.

       *> Operator passwords are always stored hashed -- there is no
       *> clear-text generation of operators.dat to fall back to.
       VERIFY-OPERATOR-PASSWORD.
           MOVE "N" TO PW-MATCH
           IF OP-PASS(1:1) = "#"
              AND FUNCTION LENGTH(FUNCTION TRIM(OP-PASS)) = 17
              MOVE OP-PASS(2:4) TO PW-SALT
              PERFORM HASH-PASSWORD
              IF PW-HASHED = OP-PASS
                 MOVE "Y" TO PW-MATCH
              END-IF
           END-IF
           EXIT PARAGRAPH.

       *> Authority levels: help desk may list, unlock and reset
       *> accounts and work the moderation queue; posting removal, the
       *> audit log and operator maintenance need a supervisor, and so
       *> do the remove and lock outcomes inside MODERATE (checked
       *> there). Unknown commands pass through to the usual
       *> "Invalid command." answer.
       CHECK-AUTHORITY.
           MOVE "Y" TO ADM-ALLOWED
           EVALUATE ADM-COMMAND
              WHEN "REMOVEJOB"
              WHEN "AUDIT"
              WHEN "ADDOP"
              WHEN "UNLOCKOP"
                 IF ADM-OP-LEVEL NOT = "S"
                    MOVE "N" TO ADM-ALLOWED
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       PROCESS-ADMIN-COMMAND.
           MOVE "================ADMIN CONSOLE================" TO MSG
           PERFORM WRITE-OUTPUT
           IF ADM-OP-LEVEL = "S"
              MOVE "Commands: LIST, UNLOCK, RESETPW, REPORTS, MODERATE, REMOVEJOB, AUDIT, ADDOP, UNLOCKOP, EXIT" TO MSG
           ELSE
              MOVE "Commands: LIST, UNLOCK, RESETPW, REPORTS, MODERATE, EXIT" TO MSG
           END-IF
           PERFORM WRITE-OUTPUT
           MOVE "Enter command:" TO MSG
           PERFORM WRITE-OUTPUT
                 MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(INPUT-REC)) TO ADM-COMMAND
           END-READ

           PERFORM CHECK-AUTHORITY
           IF ADM-ALLOWED NOT = "Y"
              MOVE "ADMINCON" TO ADM-TARGET
              MOVE "ADM_DENIED" TO AUDIT-EVENT
              MOVE "FAIL" TO AUDIT-RESULT
              PERFORM LOG-ADMIN-EVENT
              MOVE "Not authorized: that command needs supervisor authority." TO MSG
              PERFORM WRITE-OUTPUT
              EXIT PARAGRAPH
           END-IF

           EVALUATE ADM-COMMAND
              WHEN "LIST"
                 PERFORM LIST-LOCKED-ACCOUNTS
                 PERFORM ADMIN-UNLOCK-ACCOUNT
              WHEN "RESETPW"
                 PERFORM ADMIN-RESET-PASSWORD
              WHEN "REPORTS"
                 PERFORM LIST-OPEN-REPORTS
              WHEN "MODERATE"
                 PERFORM MODERATE-REPORT
              WHEN "REMOVEJOB"
                 PERFORM ADMIN-REMOVE-POSTING
              WHEN "AUDIT"
                 PERFORM ADMIN-BROWSE-AUDIT
              WHEN "ADDOP"
                 PERFORM ADMIN-ADD-OPERATOR
              WHEN "UNLOCKOP"
                 PERFORM ADMIN-UNLOCK-OPERATOR
              WHEN "EXIT"
                 MOVE "Y" TO EOF-FLAG
              WHEN OTHER

       *> ====================================
       *> Every account with AR-LOCKED = "Y", with its counters, so the
       *> operator can see who DO-LOGIN and UNLOCK-ACCOUNT have shut out,
       *> plus the accounts a moderator locked (AR-LOCKED = "M").
       *> ====================================
       LIST-LOCKED-ACCOUNTS.
           MOVE "Locked accounts:" TO MSG
                       END-STRING
                       PERFORM WRITE-OUTPUT
                    END-IF
                    IF AR-LOCKED = "M"
                       ADD 1 TO ADM-LOCKED-COUNT
                       MOVE SPACES TO MSG
                       STRING FUNCTION TRIM(AR-USER)  DELIMITED BY SIZE
                              "  locked by a moderator"
                                                      DELIMITED BY SIZE
                              INTO MSG
                       END-STRING
                       PERFORM WRITE-OUTPUT
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ACCOUNTS
       *> ====================================
       *> Clears AR-LOCKED/AR-FAILED-COUNT/AR-UNLOCK-FAILS on a named
       *> account -- the way out once a user has burned through
       *> MAX-UNLOCK-ATTEMPTS and self-service unlock is closed. It is
       *> also what clears a moderator lock (AR-LOCKED = "M"), which,
       *> like setting one, needs a supervisor.
       *> ====================================
       ADMIN-UNLOCK-ACCOUNT.
           MOVE "Enter username to unlock:" TO MSG
                 PERFORM WRITE-OUTPUT
                 EXIT PARAGRAPH
              NOT INVALID KEY
                 IF AR-LOCKED = "M" AND ADM-OP-LEVEL NOT = "S"
                    MOVE "ADM_UNLOCK" TO AUDIT-EVENT
                    MOVE "FAIL" TO AUDIT-RESULT
                    PERFORM LOG-ADMIN-EVENT
                    MOVE "Moderator lock -- supervisor required." TO MSG
                    PERFORM WRITE-OUTPUT
                    EXIT PARAGRAPH
                 END-IF
                 MOVE "N" TO AR-LOCKED
                 MOVE 0 TO AR-FAILED-COUNT
                 MOVE 0 TO AR-UNLOCK-FAILS
       *> minus the poster-ownership gate.
       *> ====================================
       ADMIN-REMOVE-POSTING.
           MOVE "Enter the posting number of the posting to remove:" TO MSG
           PERFORM WRITE-OUTPUT
           READ INPUTFILE AT END MOVE "Y" TO EOF-FLAG EXIT PARAGRAPH
              NOT AT END MOVE FUNCTION TRIM(INPUT-REC) TO POSTING-ENTRY
           END-READ

           MOVE FUNCTION LENGTH(FUNCTION TRIM(POSTING-ENTRY)) TO FIELD-LEN
           IF POSTING-ENTRY = SPACES OR FIELD-LEN > 6
              MOVE "Please enter a posting number, e.g. 000042." TO MSG
              PERFORM WRITE-OUTPUT
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(POSTING-ENTRY) TO POSTING-ENTRY
           IF POSTING-ENTRY(1:FIELD-LEN) IS NOT NUMERIC
              MOVE "Please enter a posting number, e.g. 000042." TO MSG
              PERFORM WRITE-OUTPUT
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(POSTING-ENTRY(1:FIELD-LEN)) TO POSTING-NUM
           MOVE SPACES TO JOB-NAME
           MOVE POSTING-NUM TO JOB-NAME

           MOVE "N" TO POSTING-FOUND
           OPEN INPUT JOB-INDEX
           CLOSE JOB-INDEX-TMP

           IF POSTING-FOUND NOT = "Y"
              MOVE "No open posting found with that number." TO MSG
              PERFORM WRITE-OUTPUT
           ELSE
              MOVE JOB-NAME(1:20) TO ADM-TARGET
       *> ====================================
       *> Shows audit.log entries, optionally filtered by the username
       *> or event-type field of each TIMESTAMP | USER | EVENT | RESULT
       *> line, or by the operator field this console adds. A blank
       *> filter shows everything.
       *> ====================================
       ADMIN-BROWSE-AUDIT.
           MOVE "Filter by username or event type (blank for all):" TO MSG
                 AT END EXIT PERFORM
                 NOT AT END
                    MOVE SPACES TO AUDIT-LINE-STAMP AUDIT-LINE-USER
                                    AUDIT-LINE-EVENT AUDIT-LINE-RESULT
                                    AUDIT-LINE-OPERATOR
                    UNSTRING AUDIT-REC DELIMITED BY "|"
                       INTO AUDIT-LINE-STAMP AUDIT-LINE-USER
                            AUDIT-LINE-EVENT AUDIT-LINE-RESULT
                            AUDIT-LINE-OPERATOR
                    END-UNSTRING
                    IF ADM-FILTER = SPACES
                       OR FUNCTION UPPER-CASE(FUNCTION TRIM(AUDIT-LINE-USER))
                          = FUNCTION TRIM(ADM-FILTER)
                       OR FUNCTION UPPER-CASE(FUNCTION TRIM(AUDIT-LINE-EVENT))
                          = FUNCTION TRIM(ADM-FILTER)
                       OR FUNCTION UPPER-CASE(FUNCTION TRIM(AUDIT-LINE-OPERATOR))
                          = FUNCTION TRIM(ADM-FILTER)
                       ADD 1 TO AUDIT-SHOWN
                       MOVE FUNCTION TRIM(AUDIT-REC) TO MSG
                       PERFORM WRITE-OUTPUT
           END-IF
           EXIT PARAGRAPH.

       *> ====================================
       *> Moderation queue. REPORTS lists the abuse reports still open;
       *> MODERATE takes one by number, shows it with the reported
       *> content as it stands now, and closes it out: remove the
       *> content, warn the account, lock the account (AR-LOCKED =
       *> "M", cleared only by UNLOCK) or dismiss. Every outcome is
       *> audited against the reported account and the reporter is
       *> notified of it.
       *> ====================================
       LIST-OPEN-REPORTS.
           MOVE "Open abuse reports:" TO MSG
           PERFORM WRITE-OUTPUT
           MOVE 0 TO MOD-OPEN-COUNT
           OPEN INPUT ABUSE-REPORTS
           IF ABR-FS = "00"
              PERFORM UNTIL 1 = 0
                 READ ABUSE-REPORTS NEXT RECORD
                    AT END EXIT PERFORM
                    NOT AT END
                       PERFORM SPLIT-ABUSE-REPORT-REC
                       IF FUNCTION TRIM(ABR-REC-STATUS) = "open"
                          ADD 1 TO MOD-OPEN-COUNT
                          PERFORM FORMAT-REPORT-STAMP
                          MOVE SPACES TO MSG
                          STRING ABR-REC-ID                      DELIMITED BY SIZE
                                 "  "                            DELIMITED BY SIZE
                                 MOD-STAMP-DISPLAY               DELIMITED BY SIZE
                                 "  "                            DELIMITED BY SIZE
                                 FUNCTION TRIM(ABR-REC-KIND)     DELIMITED BY SIZE
                                 " by "                          DELIMITED BY SIZE
                                 FUNCTION TRIM(ABR-REC-TARGET)   DELIMITED BY SIZE
                                 ", reported by "                DELIMITED BY SIZE
                                 FUNCTION TRIM(ABR-REC-REPORTER) DELIMITED BY SIZE
                                 INTO MSG
                          END-STRING
                          PERFORM WRITE-OUTPUT
                          MOVE SPACES TO MSG
                          STRING "        Reason: "              DELIMITED BY SIZE
                                 FUNCTION TRIM(ABR-REC-REASON)   DELIMITED BY SIZE
                                 INTO MSG
                          END-STRING
                          PERFORM WRITE-OUTPUT
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE ABUSE-REPORTS
           IF MOD-OPEN-COUNT = 0
              MOVE "(none)" TO MSG
              PERFORM WRITE-OUTPUT
           END-IF
           EXIT PARAGRAPH.

       MODERATE-REPORT.
           MOVE "Enter the report number to review:" TO MSG
           PERFORM WRITE-OUTPUT
           READ INPUTFILE AT END MOVE "Y" TO EOF-FLAG EXIT PARAGRAPH
              NOT AT END MOVE FUNCTION TRIM(INPUT-REC) TO POSTING-ENTRY
           END-READ
           MOVE FUNCTION LENGTH(FUNCTION TRIM(POSTING-ENTRY)) TO FIELD-LEN
           IF POSTING-ENTRY = SPACES OR FIELD-LEN > 6
              MOVE "Please enter a report number, e.g. 000012." TO MSG
              PERFORM WRITE-OUTPUT
              EXIT PARAGRAPH
           END-IF
           IF POSTING-ENTRY(1:FIELD-LEN) IS NOT NUMERIC
              MOVE "Please enter a report number, e.g. 000012." TO MSG
              PERFORM WRITE-OUTPUT
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(POSTING-ENTRY(1:FIELD-LEN)) TO ABR-ID-NUM
           MOVE ABR-ID-NUM TO ABR-ID

           PERFORM FIND-ABUSE-REPORT
           IF MOD-FOUND NOT = "Y"
              MOVE "No report with that number." TO MSG
              PERFORM WRITE-OUTPUT
              EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(ABR-REC-STATUS) NOT = "open"
              MOVE SPACES TO MSG
              STRING "Report "                      DELIMITED BY SIZE
                     ABR-REC-ID                     DELIMITED BY SIZE
                     " is already closed ("         DELIMITED BY SIZE
                     FUNCTION TRIM(ABR-REC-STATUS)  DELIMITED BY SIZE
                     " by "                         DELIMITED BY SIZE
                     FUNCTION TRIM(ABR-REC-OPERATOR) DELIMITED BY SIZE
                     ")."                           DELIMITED BY SIZE
                     INTO MSG
              END-STRING
              PERFORM WRITE-OUTPUT
              EXIT PARAGRAPH
           END-IF

           PERFORM SHOW-ABUSE-REPORT
           PERFORM SHOW-REPORTED-CONTENT

           MOVE "Action: R = remove content, W = warn, L = lock account, D = dismiss, blank = leave open:" TO MSG
           PERFORM WRITE-OUTPUT
           READ INPUTFILE AT END MOVE "Y" TO EOF-FLAG EXIT PARAGRAPH
              NOT AT END MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(INPUT-REC)) TO MOD-ACTION
           END-READ

           *> Removing content and locking an account are supervisor
           *> outcomes; help desk can still warn or dismiss.
           IF (MOD-ACTION = "R" OR MOD-ACTION = "L") AND ADM-OP-LEVEL NOT = "S"
              MOVE "ADMINCON" TO ADM-TARGET
              MOVE "ADM_DENIED" TO AUDIT-EVENT
              MOVE "FAIL" TO AUDIT-RESULT
              PERFORM LOG-ADMIN-EVENT
              MOVE "Not authorized: that outcome needs supervisor authority. Report left open." TO MSG
              PERFORM WRITE-OUTPUT
              EXIT PARAGRAPH
           END-IF

           MOVE ABR-REC-TARGET TO ADM-TARGET
           EVALUATE MOD-ACTION
              WHEN "R"
                 IF MOD-LIVE NOT = "Y"
                    MOVE "The reported content is no longer on file -- nothing to remove. Report left open." TO MSG
                    PERFORM WRITE-OUTPUT
                    EXIT PARAGRAPH
                 END-IF
                 PERFORM REMOVE-REPORTED-CONTENT
                 MOVE "removed" TO MOD-OUTCOME
                 MOVE "MOD_REMOVE" TO AUDIT-EVENT
                 MOVE "the content was removed" TO MOD-RESULT-TEXT
                 MOVE ABR-REC-TARGET TO NOTIF-TARGET
                 MOVE SPACES TO NOTIF-TEXT
                 STRING "A moderator removed your "      DELIMITED BY SIZE
                        FUNCTION TRIM(MOD-KIND-TEXT)     DELIMITED BY SIZE
                        " because it breaks the community rules."
                                                         DELIMITED BY SIZE
                        INTO NOTIF-TEXT
                 END-STRING
                 PERFORM ADD-NOTIFICATION
              WHEN "W"
                 MOVE "warned" TO MOD-OUTCOME
                 MOVE "MOD_WARN" TO AUDIT-EVENT
                 MOVE "the account was warned" TO MOD-RESULT-TEXT
                 MOVE ABR-REC-TARGET TO NOTIF-TARGET
                 MOVE SPACES TO NOTIF-TEXT
                 STRING "Warning from the moderators: your "    DELIMITED BY SIZE
                        FUNCTION TRIM(MOD-KIND-TEXT)            DELIMITED BY SIZE
                        " was reported and breaks the community rules. Further reports may lock your account."
                                                                DELIMITED BY SIZE
                        INTO NOTIF-TEXT
                 END-STRING
                 PERFORM ADD-NOTIFICATION
              WHEN "L"
                 MOVE FUNCTION TRIM(ABR-REC-TARGET) TO AR-USER
                 READ ACCOUNTS KEY IS AR-USER
                    INVALID KEY
                       MOVE "No such account. Report left open." TO MSG
                       PERFORM WRITE-OUTPUT
                       EXIT PARAGRAPH
                 END-READ
                 MOVE "M" TO AR-LOCKED
                 REWRITE ACCT-REC
                 MOVE "locked" TO MOD-OUTCOME
                 MOVE "MOD_LOCK" TO AUDIT-EVENT
                 MOVE "the account was locked" TO MOD-RESULT-TEXT
              WHEN "D"
                 MOVE "dismissed" TO MOD-OUTCOME
                 MOVE "MOD_DISMISS" TO AUDIT-EVENT
                 MOVE "no action was needed" TO MOD-RESULT-TEXT
              WHEN SPACE
                 MOVE "Report left open." TO MSG
                 PERFORM WRITE-OUTPUT
                 EXIT PARAGRAPH
              WHEN OTHER
                 MOVE "Invalid action. Report left open." TO MSG
                 PERFORM WRITE-OUTPUT
                 EXIT PARAGRAPH
           END-EVALUATE

           PERFORM CLOSE-ABUSE-REPORT
           MOVE "OK" TO AUDIT-RESULT
           PERFORM LOG-ADMIN-EVENT

           MOVE ABR-REC-REPORTER TO NOTIF-TARGET
           MOVE SPACES TO NOTIF-TEXT
           STRING "Your report "                  DELIMITED BY SIZE
                  ABR-REC-ID                      DELIMITED BY SIZE
                  " about "                       DELIMITED BY SIZE
                  FUNCTION TRIM(ABR-REC-TARGET)   DELIMITED BY SIZE
                  " has been reviewed: "          DELIMITED BY SIZE
                  FUNCTION TRIM(MOD-RESULT-TEXT)  DELIMITED BY SIZE
                  ". Thank you for reporting it." DELIMITED BY SIZE
                  INTO NOTIF-TEXT
           END-STRING
           PERFORM ADD-NOTIFICATION

           MOVE SPACES TO MSG
           STRING "Report "                    DELIMITED BY SIZE
                  ABR-REC-ID                   DELIMITED BY SIZE
                  " closed: "                  DELIMITED BY SIZE
                  FUNCTION TRIM(MOD-OUTCOME)   DELIMITED BY SIZE
                  ". Reporter notified."       DELIMITED BY SIZE
                  INTO MSG
           END-STRING
           PERFORM WRITE-OUTPUT
           EXIT PARAGRAPH.

       *> Loads report ABR-ID into the ABR-REC-* items; sets MOD-FOUND.
       FIND-ABUSE-REPORT.
           MOVE "N" TO MOD-FOUND
           OPEN INPUT ABUSE-REPORTS
           IF ABR-FS = "00"
              PERFORM UNTIL 1 = 0
                 READ ABUSE-REPORTS NEXT RECORD
                    AT END EXIT PERFORM
                    NOT AT END
                       PERFORM SPLIT-ABUSE-REPORT-REC
                       IF ABR-REC-ID = ABR-ID
                          MOVE "Y" TO MOD-FOUND
                          EXIT PERFORM
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE ABUSE-REPORTS
           EVALUATE FUNCTION TRIM(ABR-REC-KIND)
              WHEN "message"
                 MOVE "message" TO MOD-KIND-TEXT
              WHEN "post"
                 MOVE "group board post" TO MOD-KIND-TEXT
              WHEN OTHER
                 MOVE "profile" TO MOD-KIND-TEXT
           END-EVALUATE
           EXIT PARAGRAPH.

       SHOW-ABUSE-REPORT.
           PERFORM FORMAT-REPORT-STAMP
           MOVE SPACES TO MSG
           STRING "Report "                        DELIMITED BY SIZE
                  ABR-REC-ID                       DELIMITED BY SIZE
                  " filed "                        DELIMITED BY SIZE
                  MOD-STAMP-DISPLAY                DELIMITED BY SIZE
                  " by "                           DELIMITED BY SIZE
                  FUNCTION TRIM(ABR-REC-REPORTER)  DELIMITED BY SIZE
                  INTO MSG
           END-STRING
           PERFORM WRITE-OUTPUT
           MOVE SPACES TO MSG
           EVALUATE FUNCTION TRIM(ABR-REC-KIND)
              WHEN "message"
                 STRING "Reported: message from "     DELIMITED BY SIZE
                        FUNCTION TRIM(ABR-REC-TARGET) DELIMITED BY SIZE
                        INTO MSG
                 END-STRING
              WHEN "post"
                 STRING "Reported: group board post by " DELIMITED BY SIZE
                        FUNCTION TRIM(ABR-REC-TARGET)    DELIMITED BY SIZE
                        " on "                           DELIMITED BY SIZE
                        FUNCTION TRIM(ABR-REC-GROUP)     DELIMITED BY SIZE
                        INTO MSG
                 END-STRING
              WHEN OTHER
                 STRING "Reported: profile of "       DELIMITED BY SIZE
                        FUNCTION TRIM(ABR-REC-TARGET) DELIMITED BY SIZE
                        INTO MSG
                 END-STRING
           END-EVALUATE
           PERFORM WRITE-OUTPUT
           MOVE SPACES TO MSG
           STRING "Reason: "                       DELIMITED BY SIZE
                  FUNCTION TRIM(ABR-REC-REASON)    DELIMITED BY SIZE
                  INTO MSG
           END-STRING
           PERFORM WRITE-OUTPUT
           EXIT PARAGRAPH.

       *> Shows what was reported and sets MOD-LIVE when it is still on
       *> file: the message or board post is looked up by sender, stamp
       *> and text; a profile is shown as it reads today.
       SHOW-REPORTED-CONTENT.
           MOVE "N" TO MOD-LIVE
           EVALUATE FUNCTION TRIM(ABR-REC-KIND)
              WHEN "message"
                 PERFORM SCAN-REPORTED-MESSAGE
              WHEN "post"
                 PERFORM SCAN-REPORTED-POST
              WHEN OTHER
                 PERFORM SHOW-REPORTED-PROFILE
                 EXIT PARAGRAPH
           END-EVALUATE
           MOVE SPACES TO MSG
           STRING "Text: "                         DELIMITED BY SIZE
                  FUNCTION TRIM(ABR-REC-CONTENT)   DELIMITED BY SIZE
                  INTO MSG
           END-STRING
           PERFORM WRITE-OUTPUT
           IF MOD-LIVE = "Y"
              MOVE "(still on file)" TO MSG
           ELSE
              MOVE "(no longer on file)" TO MSG
           END-IF
           PERFORM WRITE-OUTPUT
           EXIT PARAGRAPH.

       SHOW-REPORTED-PROFILE.
           PERFORM SET-REPORTED-PROFILE-NAME
           MOVE 0 TO MOD-LINES
           OPEN INPUT PROFILE-FILE
           IF PROFILE-STATUS = "00"
              MOVE "Profile as it stands:" TO MSG
              PERFORM WRITE-OUTPUT
              PERFORM UNTIL 1 = 0
                 READ PROFILE-FILE
                    AT END EXIT PERFORM
                    NOT AT END
                       IF PF-REC NOT = SPACES
                          ADD 1 TO MOD-LINES
                          MOVE SPACES TO MSG
                          STRING "   "        DELIMITED BY SIZE
                                 PF-REC(1:110) DELIMITED BY SIZE
                                 INTO MSG
                          END-STRING
                          PERFORM WRITE-OUTPUT
                       END-IF
                 END-READ
              END-PERFORM
              MOVE "Y" TO MOD-LIVE
           ELSE
              MOVE "(no profile on file)" TO MSG
              PERFORM WRITE-OUTPUT
           END-IF
           CLOSE PROFILE-FILE
           EXIT PARAGRAPH.

       SET-REPORTED-PROFILE-NAME.
           MOVE SPACES TO PF-FILENAME
           STRING "data/profiles/"               DELIMITED BY SIZE
                  FUNCTION TRIM(ABR-REC-TARGET)  DELIMITED BY SIZE
                  INTO PF-FILENAME
           END-STRING
           EXIT PARAGRAPH.

       *> Both scans set MOD-LIVE on the first row matching the report.
       *> With MOD-REMOVING = "Y" (REMOVE-REPORTED-CONTENT, which has
       *> the .tmp open) every other row is copied through to the .tmp.
       SCAN-REPORTED-MESSAGE.
           OPEN INPUT MESSAGES
           IF MSG-FS = "00"
              PERFORM UNTIL 1 = 0
                 READ MESSAGES NEXT RECORD
                    AT END EXIT PERFORM
                    NOT AT END
                       MOVE SPACES TO MSG-SENDER MSG-RECIPIENT MSG-CONTENT
                                       MSG-READ-FLAG MSG-SENT-TIME
                       UNSTRING MESSAGE-REC DELIMITED BY "|"
                          INTO MSG-SENDER MSG-RECIPIENT MSG-CONTENT
                               MSG-READ-FLAG MSG-SENT-TIME
                       END-UNSTRING
                       IF MOD-LIVE NOT = "Y"
                          AND FUNCTION TRIM(MSG-SENDER) = FUNCTION TRIM(ABR-REC-TARGET)
                          AND FUNCTION TRIM(MSG-RECIPIENT) = FUNCTION TRIM(ABR-REC-REPORTER)
                          AND MSG-SENT-TIME = ABR-REC-REF
                          AND MSG-CONTENT = ABR-REC-CONTENT
                          MOVE "Y" TO MOD-LIVE
                       ELSE
                          IF MOD-REMOVING = "Y"
                             MOVE MESSAGE-REC TO MESSAGE-TMP-REC
                             WRITE MESSAGE-TMP-REC
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE MESSAGES
           EXIT PARAGRAPH.

       SCAN-REPORTED-POST.
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
                       IF MOD-LIVE NOT = "Y"
                          AND FUNCTION TRIM(GRP-POST-REC-GROUP) = FUNCTION TRIM(ABR-REC-GROUP)
                          AND FUNCTION TRIM(GRP-POST-REC-USER) = FUNCTION TRIM(ABR-REC-TARGET)
                          AND GRP-POST-REC-TIME = ABR-REC-REF
                          AND GRP-POST-REC-TEXT = ABR-REC-CONTENT
                          MOVE "Y" TO MOD-LIVE
                       ELSE
                          IF MOD-REMOVING = "Y"
                             MOVE GRP-POST-REC TO GRP-POST-TMP-REC
                             WRITE GRP-POST-TMP-REC
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE GROUP-POSTS
           EXIT PARAGRAPH.

       *> Takes the reported content down with the usual journaled
       *> .tmp rewrite. A profile goes completely -- the file and its
       *> profiles.idx row -- and the owner can create a new one.
       REMOVE-REPORTED-CONTENT.
           MOVE "N" TO MOD-LIVE
           MOVE "Y" TO MOD-REMOVING
           EVALUATE FUNCTION TRIM(ABR-REC-KIND)
              WHEN "message"
                 OPEN OUTPUT MESSAGES-TMP
                 PERFORM SCAN-REPORTED-MESSAGE
                 CLOSE MESSAGES-TMP
                 MOVE "MESSAGES" TO JNL-TARGET
                 PERFORM MARK-REWRITE-PENDING
                 PERFORM COPY-MSG-TMP-BACK
                 PERFORM CLEAR-REWRITE-JOURNAL
              WHEN "post"
                 OPEN OUTPUT GRP-POST-TMP
                 PERFORM SCAN-REPORTED-POST
                 CLOSE GRP-POST-TMP
                 MOVE "GROUPPOSTS" TO JNL-TARGET
                 PERFORM MARK-REWRITE-PENDING
                 PERFORM COPY-GRPPOST-TMP-BACK
                 PERFORM CLEAR-REWRITE-JOURNAL
              WHEN OTHER
                 OPEN INPUT PROFILES-INDEX
                 OPEN OUTPUT PRF-TMP
                 IF PRO-FS = "00"
                    PERFORM UNTIL 1 = 0
                       READ PROFILES-INDEX NEXT RECORD
                          AT END EXIT PERFORM
                          NOT AT END
                             MOVE SPACES TO IDX-USER
                             UNSTRING PRF-REC DELIMITED BY ALL " "
                                INTO IDX-USER
                             END-UNSTRING
                             IF FUNCTION TRIM(IDX-USER) NOT = FUNCTION TRIM(ABR-REC-TARGET)
                                MOVE PRF-REC TO PRF-TMP-REC
                                WRITE PRF-TMP-REC
                             END-IF
                       END-READ
                    END-PERFORM
                 END-IF
                 CLOSE PROFILES-INDEX
                 CLOSE PRF-TMP
                 MOVE "PROFILESIDX" TO JNL-TARGET
                 PERFORM MARK-REWRITE-PENDING
                 PERFORM COPY-PRF-TMP-BACK
                 PERFORM CLEAR-REWRITE-JOURNAL
                 PERFORM SET-REPORTED-PROFILE-NAME
                 CALL "CBL_DELETE_FILE" USING PF-FILENAME
           END-EVALUATE
           MOVE "N" TO MOD-REMOVING
           EXIT PARAGRAPH.

       *> Rewrites abuse_reports.txt with report ABR-REC-ID closed out
       *> as MOD-OUTCOME by this operator.
       CLOSE-ABUSE-REPORT.
           OPEN INPUT ABUSE-REPORTS
           OPEN OUTPUT ABUSE-REPORT-TMP
           PERFORM UNTIL 1 = 0
              READ ABUSE-REPORTS NEXT RECORD
                 AT END EXIT PERFORM
                 NOT AT END
                    MOVE ABR-REC TO ABR-TMP-REC
                    IF ABR-REC(1:6) = ABR-ID
                       PERFORM SPLIT-ABUSE-REPORT-REC
                       MOVE MOD-OUTCOME TO ABR-REC-STATUS
                       MOVE ADM-OPERATOR TO ABR-REC-OPERATOR
                       MOVE FUNCTION CURRENT-DATE(1:14) TO ABR-REC-CLOSED
                       PERFORM BUILD-ABUSE-REPORT-TMP-REC
                    END-IF
                    WRITE ABR-TMP-REC
              END-READ
           END-PERFORM
           CLOSE ABUSE-REPORTS
           CLOSE ABUSE-REPORT-TMP
           MOVE "ABUSEREPORTS" TO JNL-TARGET
           PERFORM MARK-REWRITE-PENDING
           PERFORM COPY-ABR-TMP-BACK
           PERFORM CLEAR-REWRITE-JOURNAL
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

       BUILD-ABUSE-REPORT-TMP-REC.
           MOVE SPACES TO ABR-TMP-REC
           STRING ABR-REC-ID                       DELIMITED BY SIZE
                  "|"                              DELIMITED BY SIZE
                  ABR-REC-STAMP                    DELIMITED BY SIZE
                  "|"                              DELIMITED BY SIZE
                  FUNCTION TRIM(ABR-REC-REPORTER)  DELIMITED BY SIZE
                  "|"                              DELIMITED BY SIZE
                  FUNCTION TRIM(ABR-REC-TARGET)    DELIMITED BY SIZE
                  "|"                              DELIMITED BY SIZE
                  FUNCTION TRIM(ABR-REC-KIND)      DELIMITED BY SIZE
                  "|"                              DELIMITED BY SIZE
                  FUNCTION TRIM(ABR-REC-GROUP)     DELIMITED BY SIZE
                  "|"                              DELIMITED BY SIZE
                  FUNCTION TRIM(ABR-REC-REF)       DELIMITED BY SIZE
                  "|"                              DELIMITED BY SIZE
                  FUNCTION TRIM(ABR-REC-REASON)    DELIMITED BY SIZE
                  "|"                              DELIMITED BY SIZE
                  FUNCTION TRIM(ABR-REC-STATUS)    DELIMITED BY SIZE
                  "|"                              DELIMITED BY SIZE
                  FUNCTION TRIM(ABR-REC-OPERATOR)  DELIMITED BY SIZE
                  "|"                              DELIMITED BY SIZE
                  FUNCTION TRIM(ABR-REC-CLOSED)    DELIMITED BY SIZE
                  "|"                              DELIMITED BY SIZE
                  FUNCTION TRIM(ABR-REC-CONTENT)   DELIMITED BY SIZE
                  INTO ABR-TMP-REC
           END-STRING
           EXIT PARAGRAPH.

       *> YYYYMMDDHHMMSS filing stamp as YYYY-MM-DD HH:MM.
       FORMAT-REPORT-STAMP.
           MOVE SPACES TO MOD-STAMP-DISPLAY
           STRING ABR-REC-STAMP(1:4)   DELIMITED BY SIZE
                  "-"                  DELIMITED BY SIZE
                  ABR-REC-STAMP(5:2)   DELIMITED BY SIZE
                  "-"                  DELIMITED BY SIZE
                  ABR-REC-STAMP(7:2)   DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  ABR-REC-STAMP(9:2)   DELIMITED BY SIZE
                  ":"                  DELIMITED BY SIZE
                  ABR-REC-STAMP(11:2)  DELIMITED BY SIZE
                  INTO MOD-STAMP-DISPLAY
           END-STRING
           EXIT PARAGRAPH.

       *> Appends one unread RECIPIENT|TEXT|N|GENL row, the shape
       *> CONTROLFLOW's ADD-NOTIFICATION writes and its login inbox reads;
       *> moderation notices file under account and general notices.
       ADD-NOTIFICATION.
           IF NOTIF-TARGET = SPACES
              EXIT PARAGRAPH
           END-IF
           OPEN EXTEND NOTIFICATIONS
           IF NOTIF-FS NOT = "00"
              OPEN OUTPUT NOTIFICATIONS
              CLOSE NOTIFICATIONS
              OPEN EXTEND NOTIFICATIONS
           END-IF
           MOVE SPACES TO NOTIF-REC
           STRING FUNCTION TRIM(NOTIF-TARGET) DELIMITED BY SIZE
                  "|"                         DELIMITED BY SIZE
                  FUNCTION TRIM(NOTIF-TEXT)   DELIMITED BY SIZE
                  "|"                         DELIMITED BY SIZE
                  "N"                         DELIMITED BY SIZE
                  "|GENL"                     DELIMITED BY SIZE
                  INTO NOTIF-REC
           END-STRING
           WRITE NOTIF-REC
           CLOSE NOTIFICATIONS
           EXIT PARAGRAPH.

       *> Copy-backs for the moderation rewrites, .tmp opened before the
       *> live file is truncated, as in CONTROLFLOW's own copies.
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

       COPY-MSG-TMP-BACK.
           OPEN INPUT MESSAGES-TMP
           IF MSG-TMP-FS NOT = "00"
              CLOSE MESSAGES-TMP
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT MESSAGES
           CLOSE MESSAGES
           OPEN EXTEND MESSAGES
           PERFORM UNTIL 1 = 0
              READ MESSAGES-TMP NEXT RECORD
                 AT END EXIT PERFORM
                 NOT AT END
                    MOVE MESSAGE-TMP-REC TO MESSAGE-REC
                    WRITE MESSAGE-REC
              END-READ
           END-PERFORM
           CLOSE MESSAGES-TMP
           CLOSE MESSAGES
           EXIT PARAGRAPH.

       COPY-GRPPOST-TMP-BACK.
           OPEN INPUT GRP-POST-TMP
           IF GRP-POST-TMP-FS NOT = "00"
              CLOSE GRP-POST-TMP
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT GROUP-POSTS
           CLOSE GROUP-POSTS
           OPEN EXTEND GROUP-POSTS
           PERFORM UNTIL 1 = 0
              READ GRP-POST-TMP NEXT RECORD
                 AT END EXIT PERFORM
                 NOT AT END
                    MOVE GRP-POST-TMP-REC TO GRP-POST-REC
                    WRITE GRP-POST-REC
              END-READ
           END-PERFORM
           CLOSE GRP-POST-TMP
           CLOSE GROUP-POSTS
           EXIT PARAGRAPH.

       COPY-PRF-TMP-BACK.
           OPEN INPUT PRF-TMP
           IF PRF-TMP-FS NOT = "00"
              CLOSE PRF-TMP
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT PROFILES-INDEX
           CLOSE PROFILES-INDEX
           OPEN EXTEND PROFILES-INDEX
           PERFORM UNTIL 1 = 0
              READ PRF-TMP NEXT RECORD
                 AT END EXIT PERFORM
                 NOT AT END
                    MOVE PRF-TMP-REC TO PRF-REC
                    WRITE PRF-REC
              END-READ
           END-PERFORM
           CLOSE PRF-TMP
           CLOSE PROFILES-INDEX
           EXIT PARAGRAPH.

       *> ====================================
       *> Operator maintenance (supervisors only)
       *> ====================================
       ADMIN-ADD-OPERATOR.
           PERFORM READ-NEW-OPERATOR
           IF ADM-OP-VALID NOT = "Y"
              EXIT PARAGRAPH
           END-IF
           MOVE "Authority level (H = help desk, S = supervisor):" TO MSG
           PERFORM WRITE-OUTPUT
           READ INPUTFILE AT END MOVE "Y" TO EOF-FLAG EXIT PARAGRAPH
              NOT AT END MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(INPUT-REC))
                            TO ADM-OP-LEVEL-ENTRY
           END-READ
           IF ADM-OP-LEVEL-ENTRY NOT = "H" AND ADM-OP-LEVEL-ENTRY NOT = "S"
              MOVE "Authority level must be H or S. Operator not added." TO MSG
              PERFORM WRITE-OUTPUT
              EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-NEW-OPERATOR
           IF ADM-OP-VALID NOT = "Y"
              EXIT PARAGRAPH
           END-IF
           MOVE ADM-OP-ENTRY TO ADM-TARGET
           MOVE "OPER_ADD" TO AUDIT-EVENT
           MOVE "OK" TO AUDIT-RESULT
           PERFORM LOG-ADMIN-EVENT
           MOVE "Operator added." TO MSG
           PERFORM WRITE-OUTPUT
           EXIT PARAGRAPH.

       *> Clears an operator's sign-on lockout, optionally setting a
       *> new password at the same time (blank keeps the current one).
       ADMIN-UNLOCK-OPERATOR.
           MOVE "Enter operator ID to unlock:" TO MSG
           PERFORM WRITE-OUTPUT
           READ INPUTFILE AT END MOVE "Y" TO EOF-FLAG EXIT PARAGRAPH
              NOT AT END MOVE FUNCTION TRIM(INPUT-REC) TO ADM-TARGET
           END-READ
           MOVE ADM-TARGET TO OP-ID
           READ OPERATORS KEY IS OP-ID
              INVALID KEY
                 MOVE "No such operator." TO MSG
                 PERFORM WRITE-OUTPUT
                 EXIT PARAGRAPH
           END-READ
           MOVE "New password (blank to keep the current one):" TO MSG
           PERFORM WRITE-OUTPUT
           READ INPUTFILE AT END MOVE "Y" TO EOF-FLAG EXIT PARAGRAPH
              NOT AT END MOVE FUNCTION TRIM(INPUT-REC) TO NEW-PASSWORD
           END-READ
           IF NEW-PASSWORD NOT = SPACES
              PERFORM CHECK-NEW-PASSWORD
              IF PASSWORD-VALID NOT = "Y"
                 MOVE "New password does not meet requirements. Operator not changed." TO MSG
                 PERFORM WRITE-OUTPUT
                 EXIT PARAGRAPH
              END-IF
              MOVE FUNCTION TRIM(NEW-PASSWORD) TO PW-PLAIN
              PERFORM MAKE-SALT
              PERFORM HASH-PASSWORD
              MOVE PW-HASHED TO OP-PASS
           END-IF
           MOVE "N" TO OP-LOCKED
           MOVE 0 TO OP-FAILED-COUNT
           REWRITE OPER-REC
           MOVE "OPER_UNLOCK" TO AUDIT-EVENT
           MOVE "OK" TO AUDIT-RESULT
           PERFORM LOG-ADMIN-EVENT
           MOVE "Operator unlocked and counter reset." TO MSG
           PERFORM WRITE-OUTPUT
           EXIT PARAGRAPH.

       *> Prompts for a new operator's ID, name and password into
       *> ADM-OP-ENTRY/ADM-OP-NAME/NEW-PASSWORD. The ID is one word of
       *> up to 20 characters not already on file. Sets ADM-OP-VALID.
       READ-NEW-OPERATOR.
           MOVE "N" TO ADM-OP-VALID
           MOVE "New operator ID:" TO MSG
           PERFORM WRITE-OUTPUT
           READ INPUTFILE AT END MOVE "Y" TO EOF-FLAG EXIT PARAGRAPH
              NOT AT END CONTINUE
           END-READ
           IF INPUT-REC = SPACES
              MOVE "Operator ID cannot be blank." TO MSG
              PERFORM WRITE-OUTPUT
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION LENGTH(FUNCTION TRIM(INPUT-REC)) TO FIELD-LEN
           MOVE 0 TO ADM-TALLY
           INSPECT FUNCTION TRIM(INPUT-REC) TALLYING ADM-TALLY FOR ALL " " ALL "|"
           IF FIELD-LEN > 20 OR ADM-TALLY > 0
              MOVE "Operator ID must be one word of up to 20 characters." TO MSG
              PERFORM WRITE-OUTPUT
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(INPUT-REC) TO ADM-OP-ENTRY
           MOVE ADM-OP-ENTRY TO OP-ID
           READ OPERATORS KEY IS OP-ID
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE "That operator ID is already on file." TO MSG
                 PERFORM WRITE-OUTPUT
                 EXIT PARAGRAPH
           END-READ

           MOVE "Operator's full name:" TO MSG
           PERFORM WRITE-OUTPUT
           READ INPUTFILE AT END MOVE "Y" TO EOF-FLAG EXIT PARAGRAPH
              NOT AT END MOVE FUNCTION TRIM(INPUT-REC) TO ADM-OP-NAME
           END-READ
           IF ADM-OP-NAME = SPACES
              MOVE "Operator name cannot be blank." TO MSG
              PERFORM WRITE-OUTPUT
              EXIT PARAGRAPH
           END-IF

           MOVE "Operator password:" TO MSG
           PERFORM WRITE-OUTPUT
           READ INPUTFILE AT END MOVE "Y" TO EOF-FLAG EXIT PARAGRAPH
              NOT AT END MOVE FUNCTION TRIM(INPUT-REC) TO NEW-PASSWORD
           END-READ
           PERFORM CHECK-NEW-PASSWORD
           IF PASSWORD-VALID NOT = "Y"
              MOVE "Password does not meet requirements (8-12 characters with an upper-case letter, a digit and a special character)." TO MSG
              PERFORM WRITE-OUTPUT
              EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO ADM-OP-VALID
           EXIT PARAGRAPH.

       *> Writes the operator READ-NEW-OPERATOR collected, at level
       *> ADM-OP-LEVEL-ENTRY. Leaves ADM-OP-VALID = "N" if the write
       *> is refused.
       WRITE-NEW-OPERATOR.
           MOVE SPACES TO OPER-REC
           MOVE ADM-OP-ENTRY TO OP-ID
           MOVE FUNCTION TRIM(NEW-PASSWORD) TO PW-PLAIN
           PERFORM MAKE-SALT
           PERFORM HASH-PASSWORD
           MOVE PW-HASHED TO OP-PASS
           MOVE 0 TO OP-FAILED-COUNT
           MOVE "N" TO OP-LOCKED
           MOVE ADM-OP-LEVEL-ENTRY(1:1) TO OP-LEVEL
           MOVE ADM-OP-NAME TO OP-NAME
           WRITE OPER-REC
              INVALID KEY
                 MOVE "N" TO ADM-OP-VALID
                 MOVE "ERROR: could not write the operator record." TO MSG
                 PERFORM WRITE-OUTPUT
           END-WRITE
           EXIT PARAGRAPH.

       *> Appends one admin action to audit.log in the same line shape
       *> CONTROLFLOW's LOG-AUDIT-EVENT writes, with the acted-on
       *> account in the username position, plus a fifth field naming
       *> the operator who did it. Readers that split the line into
       *> four fields never see the fifth.
       LOG-ADMIN-EVENT.
           MOVE SPACES TO AUDIT-REC
           STRING FUNCTION CURRENT-DATE(1:14) DELIMITED BY SIZE
                  FUNCTION TRIM(AUDIT-EVENT) DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  FUNCTION TRIM(AUDIT-RESULT) DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  FUNCTION TRIM(ADM-OPERATOR) DELIMITED BY SIZE
                  INTO AUDIT-REC
           END-STRING
           WRITE AUDIT-REC.
