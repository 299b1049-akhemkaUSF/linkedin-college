IDENTIFICATION DIVISION.
       PROGRAM-ID. DORMANCY.   *> nightly batch applying the dormant-account policy from each account's last login on audit.log and its archives

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> TIMESTAMP | USER | EVENT | RESULT lines LOG-AUDIT-EVENT
           *> writes: the live data/audit.log, then each dated
           *> data/archive/audit_<date>.txt ARCHIVER has moved older
           *> lines to -- the live log only keeps the last few weeks.
           SELECT AUDIT-LOG ASSIGN TO DYNAMIC DM-AUDIT-FILENAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS AUDIT-FS.

           SELECT ARCHIVE-LIST ASSIGN TO "data/dormancy_archive.lst" *> archive listing captured via CALL "SYSTEM"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS DIR-FS.

           SELECT ACCOUNTS ASSIGN TO "data/accounts.txt" *> same indexed layout CONTROLFLOW uses
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS AR-USER
              FILE STATUS IS ACC-FS.

           SELECT NOTIFICATIONS ASSIGN TO "data/notifications.txt" *> same RECIPIENT|TEXT|READ-FLAG|CATEGORY|DIGESTED inbox CONTROLFLOW shows at login
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS NOTIF-FS.

           SELECT REPORT-OUT ASSIGN TO "data/dormancy_report.txt"
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
       FD  AUDIT-LOG.
       01  AUDIT-REC            PIC X(200).

       FD  ARCHIVE-LIST.
       01  DIR-REC              PIC X(128).

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

       FD  NOTIFICATIONS.
       01  NOTIF-REC            PIC X(300).

       FD  REPORT-OUT.
       01  RPT-REC              PIC X(200).

       FD  RUN-LOCK.
       01  LOCK-REC             PIC X(40).

       WORKING-STORAGE SECTION.
       77  AUDIT-FS            PIC XX VALUE SPACES.
       77  DIR-FS              PIC XX VALUE SPACES.
       77  DM-AUDIT-FILENAME   PIC X(128) VALUE "data/audit.log".
       77  DM-ARCHIVE-FILES    PIC 9(4) VALUE 0.
       77  ACC-FS              PIC XX VALUE SPACES.
       77  NOTIF-FS            PIC XX VALUE SPACES.
       77  RPT-FS              PIC XX VALUE SPACES.

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

       *> The policy. An account with no successful login for
       *> DM-WARN-DAYS gets one warning notification; at
       *> DM-DORMANT-DAYS it is flagged dormant (AR-DORMANT = "D") and
       *> drops out of profile search and People You May Know until
       *> its owner logs in again. CONTROLFLOW's login turns a "W" or
       *> "D" into "R", which this run reports as a return and clears.
       77  DM-WARN-DAYS        PIC 9(4) VALUE 180.
       77  DM-DORMANT-DAYS     PIC 9(4) VALUE 365.

       77  DM-TODAY-INT        PIC 9(8) VALUE 0.
       77  DM-ENTRY-INT        PIC 9(8) VALUE 0.
       77  DM-DAYS-AGO         PIC S9(8) VALUE 0.
       77  DM-DAYS-LEFT        PIC S9(8) VALUE 0.

       *> One row per user seen on the logs: date of the newest
       *> successful LOGIN/UNLOCK, and of the CREATE for accounts that
       *> never logged in after signing up.
       77  DM-MAX-USERS        PIC 9(4) VALUE 2000.
       77  DM-USER-COUNT       PIC 9(4) VALUE 0.
       77  DM-USERS-TRUNC      PIC X    VALUE "N".
       01  DM-USER-TABLE.
           05 DM-USER-ENTRY OCCURS 2000 TIMES
                            INDEXED BY DM-USER-IX.
              10 DM-USER-NAME     PIC X(20).
              10 DM-USER-LOGIN    PIC 9(8).
              10 DM-USER-CREATE   PIC 9(8).

       *> Oldest date on the logs: an account they have never seen
       *> has been idle at least since then.
       77  DM-LOG-FIRST        PIC 9(8) VALUE 0.

       *> Parse fields for one audit line
       77  DM-L-STAMP          PIC X(20).
       77  DM-L-USER           PIC X(20).
       77  DM-L-EVENT          PIC X(20).
       77  DM-L-RESULT         PIC X(10).
       77  DM-L-DATE           PIC X(8).
       77  DM-L-DATE-NUM       PIC 9(8) VALUE 0.

       77  DM-FOUND            PIC X    VALUE "N".
       77  DM-LOOKUP-NAME      PIC X(20).
       77  DM-LAST-DATE        PIC 9(8) VALUE 0.
       77  DM-LAST-SOURCE      PIC X(20).
       77  DM-HAS-LOGIN        PIC X    VALUE "N".
       77  DM-OLD-STATE        PIC X.
       77  DM-ACTION           PIC X.

       *> Report lines are collected per section while ACCOUNTS is
       *> walked, then written out together.
       77  DM-MAX-LINES        PIC 9(4) VALUE 2000.
       77  DM-WARN-COUNT       PIC 9(4) VALUE 0.
       77  DM-FLAG-COUNT       PIC 9(4) VALUE 0.
       77  DM-BACK-COUNT       PIC 9(4) VALUE 0.
       77  DM-DORMANT-TOTAL    PIC 9(6) VALUE 0.
       77  DM-LINES-TRUNC      PIC X    VALUE "N".
       01  DM-WARN-TABLE.
           05 DM-WARN-LINE OCCURS 2000 TIMES PIC X(100).
       01  DM-FLAG-TABLE.
           05 DM-FLAG-LINE OCCURS 2000 TIMES PIC X(100).
       01  DM-BACK-TABLE.
           05 DM-BACK-LINE OCCURS 2000 TIMES PIC X(100).
       77  DM-LINE             PIC X(100).
       77  DM-IX               PIC 9(4) VALUE 0.

       77  DM-N1               PIC ZZZZZ9.
       77  DM-N2               PIC ZZZZZ9.
       77  DM-DATE-DISPLAY     PIC X(10).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           *> Exclusive run lock: the ACCOUNTS rewrites and the
           *> notification appends must not interleave with another
           *> writer.
           PERFORM ACQUIRE-RUN-LOCK
           IF LOCK-BUSY = "Y"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           COMPUTE DM-TODAY-INT =
              FUNCTION INTEGER-OF-DATE(
                 FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8)))
           PERFORM 1000-DIGEST-AUDIT-LOG
           PERFORM 2000-APPLY-POLICY

           OPEN OUTPUT REPORT-OUT
           IF RPT-FS NOT = "00"
              DISPLAY "ERROR: cannot create data/dormancy_report.txt (FS=" RPT-FS ")"
              PERFORM RELEASE-RUN-LOCK
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM 3000-WRITE-REPORT
           CLOSE REPORT-OUT

           MOVE DM-WARN-COUNT TO DM-N1
           MOVE DM-FLAG-COUNT TO DM-N2
           DISPLAY "DORMANCY complete: " FUNCTION TRIM(DM-N1)
                   " warned, " FUNCTION TRIM(DM-N2) " flagged dormant."
           PERFORM RELEASE-RUN-LOCK
           MOVE 0 TO RETURN-CODE
           STOP RUN.

       *> ====================================
       *> Last successful login per user from audit.log and the dated
       *> audit archives. ARCHIVER runs first in the nightly and keeps
       *> only recent lines live, so the older logins the warn and
       *> dormant thresholds depend on are in the archives.
       *> ====================================
       1000-DIGEST-AUDIT-LOG.
           MOVE 0 TO DM-USER-COUNT
           MOVE 0 TO DM-LOG-FIRST
           MOVE "data/audit.log" TO DM-AUDIT-FILENAME
           PERFORM 1050-DIGEST-AUDIT-FILE
           CALL "SYSTEM" USING "ls data/archive/audit_*.txt > data/dormancy_archive.lst 2>/dev/null"
           OPEN INPUT ARCHIVE-LIST
           IF DIR-FS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
              READ ARCHIVE-LIST
                 AT END EXIT PERFORM
                 NOT AT END
                    IF FUNCTION TRIM(DIR-REC) NOT = SPACES
                       MOVE FUNCTION TRIM(DIR-REC) TO DM-AUDIT-FILENAME
                       ADD 1 TO DM-ARCHIVE-FILES
                       PERFORM 1050-DIGEST-AUDIT-FILE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ARCHIVE-LIST
           CALL "SYSTEM" USING "rm -f data/dormancy_archive.lst".

       *> One audit file, named by DM-AUDIT-FILENAME.
       1050-DIGEST-AUDIT-FILE.
           OPEN INPUT AUDIT-LOG
           IF AUDIT-FS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
              READ AUDIT-LOG
                 AT END EXIT PERFORM
                 NOT AT END
                    PERFORM 1100-DIGEST-ONE-LINE
              END-READ
           END-PERFORM
           CLOSE AUDIT-LOG.

       1100-DIGEST-ONE-LINE.
           MOVE SPACES TO DM-L-STAMP DM-L-USER DM-L-EVENT DM-L-RESULT
           UNSTRING AUDIT-REC DELIMITED BY "|"
              INTO DM-L-STAMP DM-L-USER DM-L-EVENT DM-L-RESULT
           END-UNSTRING
           MOVE FUNCTION TRIM(DM-L-STAMP) TO DM-L-DATE
           IF DM-L-DATE IS NOT NUMERIC
              EXIT PARAGRAPH
           END-IF
           MOVE DM-L-DATE TO DM-L-DATE-NUM
           IF DM-LOG-FIRST = 0 OR DM-L-DATE-NUM < DM-LOG-FIRST
              MOVE DM-L-DATE-NUM TO DM-LOG-FIRST
           END-IF
           IF FUNCTION TRIM(DM-L-USER) = SPACES
              OR FUNCTION TRIM(DM-L-RESULT) NOT = "OK"
              EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(DM-L-EVENT) NOT = "LOGIN"
              AND FUNCTION TRIM(DM-L-EVENT) NOT = "UNLOCK"
              AND FUNCTION TRIM(DM-L-EVENT) NOT = "CREATE"
              EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION TRIM(DM-L-USER) TO DM-LOOKUP-NAME
           PERFORM 1200-FIND-OR-ADD-USER
           IF DM-FOUND NOT = "Y"
              EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(DM-L-EVENT) = "CREATE"
              IF DM-L-DATE-NUM > DM-USER-CREATE(DM-USER-IX)
                 MOVE DM-L-DATE-NUM TO DM-USER-CREATE(DM-USER-IX)
              END-IF
           ELSE
              IF DM-L-DATE-NUM > DM-USER-LOGIN(DM-USER-IX)
                 MOVE DM-L-DATE-NUM TO DM-USER-LOGIN(DM-USER-IX)
              END-IF
           END-IF.

       *> Leaves DM-USER-IX on the row for DM-LOOKUP-NAME (adding one
       *> if needed) and sets DM-FOUND; "N" only on table overflow.
       1200-FIND-OR-ADD-USER.
           PERFORM 1300-FIND-USER
           IF DM-FOUND = "N"
              IF DM-USER-COUNT < DM-MAX-USERS
                 ADD 1 TO DM-USER-COUNT
                 SET DM-USER-IX TO DM-USER-COUNT
                 MOVE DM-LOOKUP-NAME TO DM-USER-NAME(DM-USER-IX)
                 MOVE 0 TO DM-USER-LOGIN(DM-USER-IX)
                 MOVE 0 TO DM-USER-CREATE(DM-USER-IX)
                 MOVE "Y" TO DM-FOUND
              ELSE
                 MOVE "Y" TO DM-USERS-TRUNC
              END-IF
           END-IF.

       1300-FIND-USER.
           MOVE "N" TO DM-FOUND
           PERFORM VARYING DM-USER-IX FROM 1 BY 1
                   UNTIL DM-USER-IX > DM-USER-COUNT
              IF DM-USER-NAME(DM-USER-IX) = DM-LOOKUP-NAME
                 MOVE "Y" TO DM-FOUND
                 EXIT PERFORM
              END-IF
           END-PERFORM.

       *> ====================================
       *> Walk ACCOUNTS and move each one through the policy
       *> ====================================
       2000-APPLY-POLICY.
           OPEN I-O ACCOUNTS
           IF ACC-FS NOT = "00"
              DISPLAY "DORMANCY: no accounts on file (FS=" ACC-FS ")"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
              READ ACCOUNTS NEXT RECORD
                 AT END EXIT PERFORM
                 NOT AT END
                    PERFORM 2100-CHECK-ONE-ACCOUNT
              END-READ
           END-PERFORM
           CLOSE ACCOUNTS.

       2100-CHECK-ONE-ACCOUNT.
           MOVE AR-DORMANT TO DM-OLD-STATE
           MOVE SPACE TO DM-ACTION

           *> Newest sign of life: last login, else the sign-up, else
           *> the start of the log itself.
           MOVE FUNCTION TRIM(AR-USER) TO DM-LOOKUP-NAME
           PERFORM 1300-FIND-USER
           MOVE 0 TO DM-LAST-DATE
           MOVE "N" TO DM-HAS-LOGIN
           MOVE "no login on the log" TO DM-LAST-SOURCE
           IF DM-FOUND = "Y"
              IF DM-USER-LOGIN(DM-USER-IX) > 0
                 MOVE DM-USER-LOGIN(DM-USER-IX) TO DM-LAST-DATE
                 MOVE "Y" TO DM-HAS-LOGIN
                 MOVE "last login" TO DM-LAST-SOURCE
              ELSE
                 IF DM-USER-CREATE(DM-USER-IX) > 0
                    MOVE DM-USER-CREATE(DM-USER-IX) TO DM-LAST-DATE
                    MOVE "created, never logged in" TO DM-LAST-SOURCE
                 END-IF
              END-IF
           END-IF
           IF DM-LAST-DATE = 0
              MOVE DM-LOG-FIRST TO DM-LAST-DATE
           END-IF
           IF DM-LAST-DATE = 0
              MOVE 0 TO DM-DAYS-AGO
           ELSE
              COMPUTE DM-ENTRY-INT = FUNCTION INTEGER-OF-DATE(DM-LAST-DATE)
              COMPUTE DM-DAYS-AGO = DM-TODAY-INT - DM-ENTRY-INT
           END-IF

           *> "R" is CONTROLFLOW's mark for a warned or dormant account
           *> that has since logged in.
           IF DM-OLD-STATE = "R"
              MOVE "B" TO DM-ACTION
              MOVE SPACE TO AR-DORMANT
           END-IF

           EVALUATE TRUE
              WHEN DM-DAYS-AGO >= DM-DORMANT-DAYS
                 IF AR-DORMANT NOT = "D"
                    MOVE "D" TO AR-DORMANT
                    MOVE "F" TO DM-ACTION
                 END-IF
              WHEN DM-DAYS-AGO >= DM-WARN-DAYS
                 IF AR-DORMANT = SPACE
                    MOVE "W" TO AR-DORMANT
                    MOVE "W" TO DM-ACTION
                 END-IF
              WHEN OTHER
                 *> Active again by a route that did not clear the
                 *> flag. Only a real login counts: a sign-up date or
                 *> the start of the logs is no evidence the owner
                 *> came back, so a flag set earlier stays.
                 IF DM-HAS-LOGIN = "Y"
                    AND (AR-DORMANT = "W" OR AR-DORMANT = "D")
                    MOVE SPACE TO AR-DORMANT
                    MOVE "B" TO DM-ACTION
                 END-IF
           END-EVALUATE

           IF AR-DORMANT = "D"
              ADD 1 TO DM-DORMANT-TOTAL
           END-IF
           IF DM-ACTION = SPACE
              EXIT PARAGRAPH
           END-IF
           REWRITE ACCT-REC

           MOVE SPACES TO DM-DATE-DISPLAY
           IF DM-LAST-DATE > 0
              STRING DM-LAST-DATE(1:4) "-" DM-LAST-DATE(5:2) "-"
                     DM-LAST-DATE(7:2)
                     DELIMITED BY SIZE INTO DM-DATE-DISPLAY
              END-STRING
           END-IF
           MOVE DM-DAYS-AGO TO DM-N1
           MOVE SPACES TO DM-LINE
           STRING "- "                          DELIMITED BY SIZE
                  FUNCTION TRIM(AR-USER)        DELIMITED BY SIZE
                  " ("                          DELIMITED BY SIZE
                  FUNCTION TRIM(DM-LAST-SOURCE) DELIMITED BY SIZE
                  " "                           DELIMITED BY SIZE
                  DM-DATE-DISPLAY               DELIMITED BY SIZE
                  ", "                          DELIMITED BY SIZE
                  FUNCTION TRIM(DM-N1)          DELIMITED BY SIZE
                  " days)"                      DELIMITED BY SIZE
                  INTO DM-LINE
           END-STRING
           IF DM-ACTION = "B"
              MOVE SPACES TO DM-LINE
              STRING "- "                       DELIMITED BY SIZE
                     FUNCTION TRIM(AR-USER)     DELIMITED BY SIZE
                     " (last login "            DELIMITED BY SIZE
                     DM-DATE-DISPLAY            DELIMITED BY SIZE
                     ")"                        DELIMITED BY SIZE
                     INTO DM-LINE
              END-STRING
           END-IF

           EVALUATE DM-ACTION
              WHEN "W"
                 PERFORM 2200-SEND-WARNING
                 IF DM-WARN-COUNT < DM-MAX-LINES
                    ADD 1 TO DM-WARN-COUNT
                    MOVE DM-LINE TO DM-WARN-LINE(DM-WARN-COUNT)
                 ELSE
                    MOVE "Y" TO DM-LINES-TRUNC
                 END-IF
              WHEN "F"
                 IF DM-FLAG-COUNT < DM-MAX-LINES
                    ADD 1 TO DM-FLAG-COUNT
                    MOVE DM-LINE TO DM-FLAG-LINE(DM-FLAG-COUNT)
                 ELSE
                    MOVE "Y" TO DM-LINES-TRUNC
                 END-IF
              WHEN "B"
                 IF DM-BACK-COUNT < DM-MAX-LINES
                    ADD 1 TO DM-BACK-COUNT
                    MOVE DM-LINE TO DM-BACK-LINE(DM-BACK-COUNT)
                 ELSE
                    MOVE "Y" TO DM-LINES-TRUNC
                 END-IF
           END-EVALUATE.

       *> Appends the unread warning CONTROLFLOW shows at the user's
       *> next login.
       2200-SEND-WARNING.
           COMPUTE DM-DAYS-LEFT = DM-DORMANT-DAYS - DM-DAYS-AGO
           MOVE DM-DAYS-LEFT TO DM-N2
           OPEN EXTEND NOTIFICATIONS
           IF NOTIF-FS NOT = "00"
              OPEN OUTPUT NOTIFICATIONS
              CLOSE NOTIFICATIONS
              OPEN EXTEND NOTIFICATIONS
           END-IF
           MOVE SPACES TO NOTIF-REC
           STRING FUNCTION TRIM(AR-USER)                         DELIMITED BY SIZE
                  "|"                                            DELIMITED BY SIZE
                  "We have not seen you in a while. Log in within " DELIMITED BY SIZE
                  FUNCTION TRIM(DM-N2)                           DELIMITED BY SIZE
                  " days to keep your account visible in search and suggestions"
                                                                 DELIMITED BY SIZE
                  "|"                                            DELIMITED BY SIZE
                  "N"                                            DELIMITED BY SIZE
                  "|GENL"                                        DELIMITED BY SIZE
                  INTO NOTIF-REC
           END-STRING
           WRITE NOTIF-REC
           CLOSE NOTIFICATIONS.

       *> ====================================
       *> Report
       *> ====================================
       3000-WRITE-REPORT.
           MOVE "==========DORMANCY REPORT==========" TO RPT-REC
           PERFORM 9000-WRITE-LINE
           MOVE DM-WARN-DAYS TO DM-N1
           MOVE DM-DORMANT-DAYS TO DM-N2
           MOVE SPACES TO RPT-REC
           STRING "Policy: warn after "  DELIMITED BY SIZE
                  FUNCTION TRIM(DM-N1)   DELIMITED BY SIZE
                  " days without a login, flag dormant after "
                                         DELIMITED BY SIZE
                  FUNCTION TRIM(DM-N2)   DELIMITED BY SIZE
                  " days"                DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           PERFORM 9000-WRITE-LINE

           MOVE DM-WARN-COUNT TO DM-N1
           MOVE SPACES TO RPT-REC
           STRING "---Warned tonight ("   DELIMITED BY SIZE
                  FUNCTION TRIM(DM-N1)    DELIMITED BY SIZE
                  ")---"                  DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           PERFORM 9000-WRITE-LINE
           IF DM-WARN-COUNT = 0
              MOVE "(none)" TO RPT-REC
              PERFORM 9000-WRITE-LINE
           END-IF
           PERFORM VARYING DM-IX FROM 1 BY 1 UNTIL DM-IX > DM-WARN-COUNT
              MOVE DM-WARN-LINE(DM-IX) TO RPT-REC
              PERFORM 9000-WRITE-LINE
           END-PERFORM

           MOVE DM-FLAG-COUNT TO DM-N1
           MOVE SPACES TO RPT-REC
           STRING "---Flagged dormant tonight (" DELIMITED BY SIZE
                  FUNCTION TRIM(DM-N1)           DELIMITED BY SIZE
                  ")---"                         DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           PERFORM 9000-WRITE-LINE
           IF DM-FLAG-COUNT = 0
              MOVE "(none)" TO RPT-REC
              PERFORM 9000-WRITE-LINE
           END-IF
           PERFORM VARYING DM-IX FROM 1 BY 1 UNTIL DM-IX > DM-FLAG-COUNT
              MOVE DM-FLAG-LINE(DM-IX) TO RPT-REC
              PERFORM 9000-WRITE-LINE
           END-PERFORM

           MOVE DM-BACK-COUNT TO DM-N1
           MOVE SPACES TO RPT-REC
           STRING "---Came back since the last run (" DELIMITED BY SIZE
                  FUNCTION TRIM(DM-N1)                DELIMITED BY SIZE
                  ")---"                              DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           PERFORM 9000-WRITE-LINE
           IF DM-BACK-COUNT = 0
              MOVE "(none)" TO RPT-REC
              PERFORM 9000-WRITE-LINE
           END-IF
           PERFORM VARYING DM-IX FROM 1 BY 1 UNTIL DM-IX > DM-BACK-COUNT
              MOVE DM-BACK-LINE(DM-IX) TO RPT-REC
              PERFORM 9000-WRITE-LINE
           END-PERFORM

           MOVE DM-DORMANT-TOTAL TO DM-N1
           MOVE SPACES TO RPT-REC
           STRING "Accounts now flagged dormant: " DELIMITED BY SIZE
                  FUNCTION TRIM(DM-N1)             DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           PERFORM 9000-WRITE-LINE
           IF DM-USERS-TRUNC = "Y"
              MOVE "NOTE: more than 2000 distinct users on the audit logs -- some last logins were not tracked." TO RPT-REC
              PERFORM 9000-WRITE-LINE
           END-IF
           IF DM-LINES-TRUNC = "Y"
              MOVE "NOTE: more than 2000 accounts in one section -- the listing above is incomplete." TO RPT-REC
              PERFORM 9000-WRITE-LINE
           END-IF.

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
              STRING "DORMANCY "
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
