IDENTIFICATION DIVISION.
       PROGRAM-ID. DIGESTGEN.   *> nightly batch writing each user's unread notifications to the college mail gateway spool

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTIFICATIONS ASSIGN TO "data/notifications.txt" *> same RECIPIENT|TEXT|READ-FLAG|CATEGORY|DIGESTED inbox CONTROLFLOW shows at login
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS NOTIF-FS.

           *> Same temp name CONTROLFLOW uses, so its startup recovery
           *> can finish an interrupted swap from either program.
           SELECT NOTIF-TMP ASSIGN TO "data/notifications.tmp"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS NOTIF-TMP-FS.

           SELECT NOTIFY-PREFS ASSIGN TO "data/notify_prefs.txt" *> USER|SETTINGS, one D/A/O per category
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS NPF-FS.

           SELECT PROFILES-INDEX ASSIGN TO "data/profiles.idx" *> username -> first/last, one row per profile save
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PRO-FS.

           *> The gateway spool: data/outbound/digest_<stamp>.dat, one
           *> file per run so a file the gateway has not collected yet
           *> is never overwritten. Written under a .tmp name and only
           *> renamed once the notifications it carries are stamped.
           SELECT SPOOL-FILE ASSIGN TO DYNAMIC DG-SPOOL-FILENAME
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS SPOOL-FS.

           SELECT SPOOL-LIST ASSIGN TO "data/digestgen_spool.lst" *> leftover spool listing captured via CALL "SYSTEM"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS DIR-FS.

           *> Same exclusive writer lock CONTROLFLOW takes: one
           *> "HOLDER TIMESTAMP" line while a writer runs, emptied on
           *> normal exit, stale residue cleared by age.
           SELECT RUN-LOCK ASSIGN TO "data/run.lock"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LOCK-FS.

           *> Same rewrite journal CONTROLFLOW keeps: written once a
           *> .tmp is complete, cleared after the copy-back, replayed
           *> by CONTROLFLOW's startup recovery if a swap dies midway.
           SELECT REWRITE-JOURNAL ASSIGN TO "data/rewrite.jnl"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS JNL-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  NOTIFICATIONS.
       01  NOTIF-REC            PIC X(300).

       FD  NOTIF-TMP.
       01  NOTIF-TMP-REC        PIC X(300).

       FD  NOTIFY-PREFS.
       01  NPF-REC              PIC X(40).

       FD  PROFILES-INDEX.
       01  PRF-REC              PIC X(120).

       *> Fixed 300-byte records, no delimiters. Every file is
       *> HD, then per user one DH followed by that user's DI items,
       *> then TR. Numbers are zero-padded display digits.
       FD  SPOOL-FILE
           RECORD CONTAINS 300 CHARACTERS.
       01  SPOOL-HD-REC.
           05 HD-TYPE           PIC X(2).
           05 HD-RUN-STAMP      PIC X(14).
           05 HD-SOURCE         PIC X(12).
           05 FILLER            PIC X(272).
       01  SPOOL-DH-REC.
           05 DH-TYPE           PIC X(2).
           05 DH-DIGEST-NO      PIC 9(6).
           05 DH-USER           PIC X(20).
           05 DH-NAME           PIC X(60).
           05 DH-ITEM-COUNT     PIC 9(4).
           05 FILLER            PIC X(208).
       01  SPOOL-DI-REC.
           05 DI-TYPE           PIC X(2).
           05 DI-DIGEST-NO      PIC 9(6).
           05 DI-ITEM-NO        PIC 9(4).
           05 DI-USER           PIC X(20).
           05 DI-CATEGORY       PIC X(4).
           05 DI-CATEGORY-LABEL PIC X(40).
           05 DI-TEXT           PIC X(200).
           05 FILLER            PIC X(24).
       01  SPOOL-TR-REC.
           05 TR-TYPE           PIC X(2).
           05 TR-RUN-STAMP      PIC X(14).
           05 TR-DIGEST-COUNT   PIC 9(6).
           05 TR-ITEM-COUNT     PIC 9(7).
           05 TR-RECORD-COUNT   PIC 9(7).
           05 FILLER            PIC X(264).

       FD  SPOOL-LIST.
       01  DIR-REC              PIC X(128).

       FD  RUN-LOCK.
       01  LOCK-REC             PIC X(40).

       FD  REWRITE-JOURNAL.
       01  JNL-REC              PIC X(20).

       WORKING-STORAGE SECTION.
       77  NOTIF-FS            PIC XX VALUE SPACES.
       77  NOTIF-TMP-FS        PIC XX VALUE SPACES.
       77  NPF-FS              PIC XX VALUE SPACES.
       77  PRO-FS              PIC XX VALUE SPACES.
       77  SPOOL-FS            PIC XX VALUE SPACES.
       77  DIR-FS              PIC XX VALUE SPACES.
       77  JNL-FS              PIC XX VALUE SPACES.
       77  JNL-TARGET          PIC X(20) VALUE SPACES.

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
       77  NOTIF-REC-USER      PIC X(20).
       77  NOTIF-REC-TEXT      PIC X(200).
       77  NOTIF-REC-FLAG      PIC X.
       77  NOTIF-REC-CATEGORY  PIC X(4).
       77  NOTIF-REC-DIGESTED  PIC X(14).
       77  NPF-REC-USER        PIC X(20).
       77  NPF-REC-SETTINGS    PIC X(8).
       77  IDX-USER            PIC X(20).
       77  IDX-FN              PIC X(50).
       77  IDX-LN              PIC X(50).

       *> Notification categories, in the order of the characters of
       *> a notify_prefs.txt SETTINGS value -- the same table
       *> CONTROLFLOW's preferences screen shows.
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

       *> Users with a preferences row; anyone else gets the digest
       *> for every category.
       77  DG-MAX-PREFS        PIC 9(4) VALUE 2000.
       77  DG-PREF-COUNT       PIC 9(4) VALUE 0.
       77  DG-PX               PIC 9(4) VALUE 0.
       01  DG-PREF-TABLE.
           05 DG-PREF-ENTRY OCCURS 2000 TIMES.
              10 DG-PREF-USER     PIC X(20).
              10 DG-PREF-SETTINGS PIC X(8).

       *> Display names from profiles.idx for the digest headers.
       77  DG-MAX-NAMES        PIC 9(4) VALUE 2000.
       77  DG-NAME-COUNT       PIC 9(4) VALUE 0.
       77  DG-NX               PIC 9(4) VALUE 0.
       77  DG-NAME-FOUND       PIC X    VALUE "N".
       77  DG-FULL-NAME        PIC X(101).
       01  DG-NAME-TABLE.
           05 DG-NAME-ENTRY OCCURS 2000 TIMES.
              10 DG-NAME-USER     PIC X(20).
              10 DG-NAME-FULL     PIC X(101).

       *> One digest per recipient, in the order they first turn up
       *> in notifications.txt.
       77  DG-MAX-USERS        PIC 9(4) VALUE 2000.
       77  DG-USER-COUNT       PIC 9(4) VALUE 0.
       77  DG-UX               PIC 9(4) VALUE 0.
       01  DG-USER-TABLE.
           05 DG-USER-ENTRY OCCURS 2000 TIMES.
              10 DG-USER-NAME     PIC X(20).
              10 DG-USER-ITEMS    PIC 9(4).

       *> Items going out tonight, in file order. DG-ITEM-ROW is the
       *> row's line number in notifications.txt, so the stamping pass
       *> marks exactly the rows that went into the spool. Anything
       *> past the table limit stays unstamped for the next run.
       77  DG-MAX-ITEMS        PIC 9(5) VALUE 5000.
       77  DG-ITEM-COUNT       PIC 9(5) VALUE 0.
       77  DG-IX               PIC 9(5) VALUE 0.
       77  DG-NEXT-ITEM        PIC 9(5) VALUE 0.
       01  DG-ITEM-TABLE.
           05 DG-ITEM-ENTRY OCCURS 5000 TIMES.
              10 DG-ITEM-ROW      PIC 9(7).
              10 DG-ITEM-USER-IX  PIC 9(4).
              10 DG-ITEM-CAT-IX   PIC 9.
              10 DG-ITEM-TEXT     PIC X(200).

       77  DG-RUN-STAMP        PIC X(14).
       77  DG-OLD-STAMP        PIC X(14).
       77  DG-SPOOL-FILENAME   PIC X(128).
       77  DG-CMD              PIC X(300).
       77  DG-SPOOL-OK         PIC X    VALUE "Y".
       77  DG-STAMPED          PIC X    VALUE "N".
       77  DG-ROW-NO           PIC 9(7) VALUE 0.
       77  DG-CX               PIC 9    VALUE 0.
       77  DG-SETTINGS         PIC X(8).
       77  DG-SETTING          PIC X.
       77  DG-ITEM-NO          PIC 9(4) VALUE 0.
       77  DG-RECORD-COUNT     PIC 9(7) VALUE 0.
       77  DG-LEFT-COUNT       PIC 9(7) VALUE 0.
       77  DG-RELEASED-COUNT   PIC 9(4) VALUE 0.
       77  DG-DISCARDED-COUNT  PIC 9(4) VALUE 0.
       77  DG-N5               PIC ZZZZ9.
       77  DG-N7               PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           *> Exclusive run lock: notifications.txt is rewritten, and
           *> no login may mark rows read in between the two passes.
           PERFORM ACQUIRE-RUN-LOCK
           IF LOCK-BUSY = "Y"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:14) TO DG-RUN-STAMP
           CALL "SYSTEM" USING "mkdir -p data/outbound"

           PERFORM 1000-FINISH-INTERRUPTED-RUN
           PERFORM 1100-LOAD-PREFS
           PERFORM 1200-LOAD-NAMES
           PERFORM 2000-COLLECT-ITEMS
           PERFORM 3000-WRITE-SPOOL
           IF DG-SPOOL-OK NOT = "Y"
              PERFORM RELEASE-RUN-LOCK
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM 4000-STAMP-NOTIFICATIONS
           PERFORM 5000-RELEASE-SPOOL

           MOVE DG-USER-COUNT TO DG-N5
           MOVE DG-ITEM-COUNT TO DG-N7
           DISPLAY "DIGESTGEN complete: " FUNCTION TRIM(DG-N5)
                   " digest(s), " FUNCTION TRIM(DG-N7)
                   " notification(s) written to "
                   FUNCTION TRIM(DG-SPOOL-FILENAME)
           IF DG-LEFT-COUNT > 0
              MOVE DG-LEFT-COUNT TO DG-N7
              DISPLAY "WARNING: " FUNCTION TRIM(DG-N7)
                      " notification(s) did not fit this run and will go out in the next one."
           END-IF
           PERFORM RELEASE-RUN-LOCK
           MOVE 0 TO RETURN-CODE
           STOP RUN.

       *> ====================================
       *> A run that died part-way. If its notifications.txt swap was
       *> journaled, finish it here exactly as CONTROLFLOW would. Then
       *> a leftover digest_<stamp>.tmp spool is released when rows
       *> carry its stamp (they were marked sent, so the spool must
       *> go) and discarded otherwise (nothing was marked, so those
       *> rows go out again tonight).
       *> ====================================
       1000-FINISH-INTERRUPTED-RUN.
           MOVE SPACES TO JNL-TARGET
           OPEN INPUT REWRITE-JOURNAL
           IF JNL-FS = "00"
              READ REWRITE-JOURNAL
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE FUNCTION TRIM(JNL-REC) TO JNL-TARGET
              END-READ
              CLOSE REWRITE-JOURNAL
           END-IF
           IF JNL-TARGET = "NOTIFICATIONS"
              PERFORM 9300-COPY-NOTIF-TMP-BACK
              PERFORM 9200-CLEAR-REWRITE-JOURNAL
              DISPLAY "Completed an interrupted notifications.txt update."
           END-IF

           CALL "SYSTEM" USING "ls data/outbound/digest_*.tmp > data/digestgen_spool.lst 2>/dev/null"
           OPEN INPUT SPOOL-LIST
           IF DIR-FS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
              READ SPOOL-LIST
                 AT END EXIT PERFORM
                 NOT AT END
                    IF FUNCTION TRIM(DIR-REC) NOT = SPACES
                       PERFORM 1010-SETTLE-LEFTOVER-SPOOL
                    END-IF
              END-READ
           END-PERFORM
           CLOSE SPOOL-LIST
           CALL "SYSTEM" USING "rm -f data/digestgen_spool.lst"
           IF DG-RELEASED-COUNT > 0
              MOVE DG-RELEASED-COUNT TO DG-N5
              DISPLAY "Released " FUNCTION TRIM(DG-N5)
                      " spool file(s) left by an interrupted run."
           END-IF
           IF DG-DISCARDED-COUNT > 0
              MOVE DG-DISCARDED-COUNT TO DG-N5
              DISPLAY "Discarded " FUNCTION TRIM(DG-N5)
                      " unfinished spool file(s); their notifications go out in this run."
           END-IF.

       *> DIR-REC is data/outbound/digest_<14-digit stamp>.tmp.
       1010-SETTLE-LEFTOVER-SPOOL.
           MOVE DIR-REC(22:14) TO DG-OLD-STAMP
           MOVE "N" TO DG-STAMPED
           OPEN INPUT NOTIFICATIONS
           IF NOTIF-FS = "00"
              PERFORM UNTIL 1 = 0
                 READ NOTIFICATIONS
                    AT END EXIT PERFORM
                    NOT AT END
                       PERFORM 2010-SPLIT-NOTIF-REC
                       IF NOTIF-REC-DIGESTED = DG-OLD-STAMP
                          MOVE "Y" TO DG-STAMPED
                          EXIT PERFORM
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE NOTIFICATIONS
           END-IF
           MOVE SPACES TO DG-CMD
           IF DG-STAMPED = "Y"
              STRING "mv '"                  DELIMITED BY SIZE
                     FUNCTION TRIM(DIR-REC)  DELIMITED BY SIZE
                     "' data/outbound/digest_" DELIMITED BY SIZE
                     DG-OLD-STAMP            DELIMITED BY SIZE
                     ".dat"                  DELIMITED BY SIZE
                     INTO DG-CMD
              END-STRING
              ADD 1 TO DG-RELEASED-COUNT
           ELSE
              STRING "rm -f '"               DELIMITED BY SIZE
                     FUNCTION TRIM(DIR-REC)  DELIMITED BY SIZE
                     "'"                     DELIMITED BY SIZE
                     INTO DG-CMD
              END-STRING
              ADD 1 TO DG-DISCARDED-COUNT
           END-IF
           CALL "SYSTEM" USING DG-CMD.

       *> ====================================
       *> Preferences and names
       *> ====================================
       1100-LOAD-PREFS.
           MOVE 0 TO DG-PREF-COUNT
           OPEN INPUT NOTIFY-PREFS
           IF NPF-FS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
              READ NOTIFY-PREFS
                 AT END EXIT PERFORM
                 NOT AT END
                    MOVE SPACES TO NPF-REC-USER NPF-REC-SETTINGS
                    UNSTRING NPF-REC DELIMITED BY "|"
                       INTO NPF-REC-USER NPF-REC-SETTINGS
                    END-UNSTRING
                    IF FUNCTION TRIM(NPF-REC-USER) NOT = SPACES
                       AND DG-PREF-COUNT < DG-MAX-PREFS
                       ADD 1 TO DG-PREF-COUNT
                       MOVE FUNCTION TRIM(NPF-REC-USER)
                          TO DG-PREF-USER(DG-PREF-COUNT)
                       MOVE NPF-REC-SETTINGS
                          TO DG-PREF-SETTINGS(DG-PREF-COUNT)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE NOTIFY-PREFS.

       1200-LOAD-NAMES.
           MOVE 0 TO DG-NAME-COUNT
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
                       PERFORM 1210-FIND-OR-ADD-NAME
                    END-IF
              END-READ
           END-PERFORM
           CLOSE PROFILES-INDEX.

       1210-FIND-OR-ADD-NAME.
           MOVE SPACES TO DG-FULL-NAME
           STRING FUNCTION TRIM(IDX-FN) DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  FUNCTION TRIM(IDX-LN) DELIMITED BY SIZE
                  INTO DG-FULL-NAME
           END-STRING
           INSPECT DG-FULL-NAME REPLACING ALL "_" BY " "
           MOVE IDX-USER TO NOTIF-REC-USER
           PERFORM 1220-FIND-NAME
           IF DG-NAME-FOUND = "Y"
              MOVE DG-FULL-NAME TO DG-NAME-FULL(DG-NX)
              EXIT PARAGRAPH
           END-IF
           IF DG-NAME-COUNT >= DG-MAX-NAMES
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO DG-NAME-COUNT
           MOVE FUNCTION TRIM(IDX-USER) TO DG-NAME-USER(DG-NAME-COUNT)
           MOVE DG-FULL-NAME            TO DG-NAME-FULL(DG-NAME-COUNT).

       *> Sets DG-NX and DG-NAME-FOUND for NOTIF-REC-USER.
       1220-FIND-NAME.
           MOVE "N" TO DG-NAME-FOUND
           PERFORM VARYING DG-NX FROM 1 BY 1
                   UNTIL DG-NX > DG-NAME-COUNT
              IF DG-NAME-USER(DG-NX) = FUNCTION TRIM(NOTIF-REC-USER)
                 MOVE "Y" TO DG-NAME-FOUND
                 EXIT PERFORM
              END-IF
           END-PERFORM.

       *> ====================================
       *> Unread rows, not yet sent, in a category the recipient
       *> wants in the digest
       *> ====================================
       2000-COLLECT-ITEMS.
           MOVE 0 TO DG-ITEM-COUNT DG-USER-COUNT DG-ROW-NO DG-LEFT-COUNT
           OPEN INPUT NOTIFICATIONS
           IF NOTIF-FS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
              READ NOTIFICATIONS
                 AT END EXIT PERFORM
                 NOT AT END
                    ADD 1 TO DG-ROW-NO
                    PERFORM 2010-SPLIT-NOTIF-REC
                    IF FUNCTION TRIM(NOTIF-REC-USER) NOT = SPACES
                       AND FUNCTION TRIM(NOTIF-REC-FLAG) NOT = "Y"
                       AND NOTIF-REC-DIGESTED = SPACES
                       PERFORM 2100-FIND-SETTING
                       IF DG-SETTING = "D"
                          PERFORM 2200-ADD-ITEM
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE NOTIFICATIONS.

       *> Rows written before categories existed have only three
       *> fields; they count as general notices.
       2010-SPLIT-NOTIF-REC.
           MOVE SPACES TO NOTIF-REC-USER NOTIF-REC-TEXT NOTIF-REC-FLAG
                          NOTIF-REC-CATEGORY NOTIF-REC-DIGESTED
           UNSTRING NOTIF-REC DELIMITED BY "|"
              INTO NOTIF-REC-USER NOTIF-REC-TEXT NOTIF-REC-FLAG
                   NOTIF-REC-CATEGORY NOTIF-REC-DIGESTED
           END-UNSTRING
           IF NOTIF-REC-CATEGORY = SPACES
              MOVE "GENL" TO NOTIF-REC-CATEGORY
           END-IF.

       *> Sets DG-CX (category) and DG-SETTING for the current row. No
       *> preferences row, or an unrecognised character, means D.
       2100-FIND-SETTING.
           MOVE 8 TO DG-CX
           PERFORM VARYING DG-IX FROM 1 BY 1 UNTIL DG-IX > 8
              IF NPF-CODE(DG-IX) = NOTIF-REC-CATEGORY
                 MOVE DG-IX TO DG-CX
                 EXIT PERFORM
              END-IF
           END-PERFORM
           MOVE "DDDDDDDD" TO DG-SETTINGS
           PERFORM VARYING DG-PX FROM 1 BY 1
                   UNTIL DG-PX > DG-PREF-COUNT
              IF DG-PREF-USER(DG-PX) = FUNCTION TRIM(NOTIF-REC-USER)
                 MOVE DG-PREF-SETTINGS(DG-PX) TO DG-SETTINGS
                 EXIT PERFORM
              END-IF
           END-PERFORM
           MOVE DG-SETTINGS(DG-CX:1) TO DG-SETTING
           IF DG-SETTING NOT = "A" AND DG-SETTING NOT = "O"
              MOVE "D" TO DG-SETTING
           END-IF.

       2200-ADD-ITEM.
           IF DG-ITEM-COUNT >= DG-MAX-ITEMS
              ADD 1 TO DG-LEFT-COUNT
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING DG-UX FROM 1 BY 1
                   UNTIL DG-UX > DG-USER-COUNT
              IF DG-USER-NAME(DG-UX) = FUNCTION TRIM(NOTIF-REC-USER)
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF DG-UX > DG-USER-COUNT
              IF DG-USER-COUNT >= DG-MAX-USERS
                 ADD 1 TO DG-LEFT-COUNT
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO DG-USER-COUNT
              MOVE DG-USER-COUNT TO DG-UX
              MOVE FUNCTION TRIM(NOTIF-REC-USER) TO DG-USER-NAME(DG-UX)
              MOVE 0 TO DG-USER-ITEMS(DG-UX)
           END-IF
           ADD 1 TO DG-ITEM-COUNT
           ADD 1 TO DG-USER-ITEMS(DG-UX)
           MOVE DG-ROW-NO      TO DG-ITEM-ROW(DG-ITEM-COUNT)
           MOVE DG-UX          TO DG-ITEM-USER-IX(DG-ITEM-COUNT)
           MOVE DG-CX          TO DG-ITEM-CAT-IX(DG-ITEM-COUNT)
           MOVE NOTIF-REC-TEXT TO DG-ITEM-TEXT(DG-ITEM-COUNT).

       *> ====================================
       *> The spool. Written every night, even with nothing to send,
       *> so the gateway always has a trailer to balance against.
       *> ====================================
       3000-WRITE-SPOOL.
           MOVE "Y" TO DG-SPOOL-OK
           MOVE 0 TO DG-RECORD-COUNT
           *> A second run inside the same second would reuse the name
           *> of a spool the gateway may not have collected yet.
           PERFORM UNTIL 1 = 0
              MOVE SPACES TO DG-SPOOL-FILENAME
              STRING "data/outbound/digest_" DELIMITED BY SIZE
                     DG-RUN-STAMP            DELIMITED BY SIZE
                     ".dat"                  DELIMITED BY SIZE
                     INTO DG-SPOOL-FILENAME
              END-STRING
              OPEN INPUT SPOOL-FILE
              IF SPOOL-FS NOT = "00"
                 EXIT PERFORM
              END-IF
              CLOSE SPOOL-FILE
              CALL "SYSTEM" USING "sleep 1"
              MOVE FUNCTION CURRENT-DATE(1:14) TO DG-RUN-STAMP
           END-PERFORM
           MOVE SPACES TO DG-SPOOL-FILENAME
           STRING "data/outbound/digest_" DELIMITED BY SIZE
                  DG-RUN-STAMP            DELIMITED BY SIZE
                  ".tmp"                  DELIMITED BY SIZE
                  INTO DG-SPOOL-FILENAME
           END-STRING
           OPEN OUTPUT SPOOL-FILE
           IF SPOOL-FS NOT = "00"
              DISPLAY "ERROR: cannot write " FUNCTION TRIM(DG-SPOOL-FILENAME)
                      " (FS=" SPOOL-FS ")"
              MOVE "N" TO DG-SPOOL-OK
              EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO SPOOL-HD-REC
           MOVE "HD"          TO HD-TYPE
           MOVE DG-RUN-STAMP  TO HD-RUN-STAMP
           MOVE "DIGESTGEN"   TO HD-SOURCE
           WRITE SPOOL-HD-REC
           ADD 1 TO DG-RECORD-COUNT

           PERFORM VARYING DG-UX FROM 1 BY 1
                   UNTIL DG-UX > DG-USER-COUNT
              PERFORM 3100-WRITE-ONE-DIGEST
           END-PERFORM

           MOVE SPACES TO SPOOL-TR-REC
           ADD 1 TO DG-RECORD-COUNT
           MOVE "TR"            TO TR-TYPE
           MOVE DG-RUN-STAMP    TO TR-RUN-STAMP
           MOVE DG-USER-COUNT   TO TR-DIGEST-COUNT
           MOVE DG-ITEM-COUNT   TO TR-ITEM-COUNT
           MOVE DG-RECORD-COUNT TO TR-RECORD-COUNT
           WRITE SPOOL-TR-REC
           CLOSE SPOOL-FILE.

       3100-WRITE-ONE-DIGEST.
           MOVE DG-USER-NAME(DG-UX) TO NOTIF-REC-USER
           PERFORM 1220-FIND-NAME
           MOVE SPACES TO SPOOL-DH-REC
           MOVE "DH"                TO DH-TYPE
           MOVE DG-UX               TO DH-DIGEST-NO
           MOVE DG-USER-NAME(DG-UX) TO DH-USER
           IF DG-NAME-FOUND = "Y"
              MOVE DG-NAME-FULL(DG-NX) TO DH-NAME
           END-IF
           MOVE DG-USER-ITEMS(DG-UX) TO DH-ITEM-COUNT
           WRITE SPOOL-DH-REC
           ADD 1 TO DG-RECORD-COUNT

           MOVE 0 TO DG-ITEM-NO
           PERFORM VARYING DG-IX FROM 1 BY 1
                   UNTIL DG-IX > DG-ITEM-COUNT
              IF DG-ITEM-USER-IX(DG-IX) = DG-UX
                 ADD 1 TO DG-ITEM-NO
                 MOVE SPACES TO SPOOL-DI-REC
                 MOVE "DI"                 TO DI-TYPE
                 MOVE DG-UX                TO DI-DIGEST-NO
                 MOVE DG-ITEM-NO           TO DI-ITEM-NO
                 MOVE DG-USER-NAME(DG-UX)  TO DI-USER
                 MOVE NPF-CODE(DG-ITEM-CAT-IX(DG-IX))  TO DI-CATEGORY
                 MOVE NPF-LABEL(DG-ITEM-CAT-IX(DG-IX)) TO DI-CATEGORY-LABEL
                 MOVE DG-ITEM-TEXT(DG-IX)  TO DI-TEXT
                 WRITE SPOOL-DI-REC
                 ADD 1 TO DG-RECORD-COUNT
              END-IF
           END-PERFORM.

       *> ====================================
       *> Stamp every row that went into the spool with this run's
       *> stamp, so no later run sends it again. Rows stay unread:
       *> the login inbox still shows them.
       *> ====================================
       4000-STAMP-NOTIFICATIONS.
           IF DG-ITEM-COUNT = 0
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT NOTIFICATIONS
           IF NOTIF-FS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT NOTIF-TMP
           MOVE 0 TO DG-ROW-NO
           MOVE 1 TO DG-NEXT-ITEM
           PERFORM UNTIL 1 = 0
              READ NOTIFICATIONS
                 AT END EXIT PERFORM
                 NOT AT END
                    ADD 1 TO DG-ROW-NO
                    MOVE NOTIF-REC TO NOTIF-TMP-REC
                    IF DG-NEXT-ITEM <= DG-ITEM-COUNT
                       AND DG-ITEM-ROW(DG-NEXT-ITEM) = DG-ROW-NO
                       PERFORM 2010-SPLIT-NOTIF-REC
                       MOVE SPACES TO NOTIF-TMP-REC
                       STRING FUNCTION TRIM(NOTIF-REC-USER) DELIMITED BY SIZE
                              "|"                           DELIMITED BY SIZE
                              FUNCTION TRIM(NOTIF-REC-TEXT) DELIMITED BY SIZE
                              "|"                           DELIMITED BY SIZE
                              FUNCTION TRIM(NOTIF-REC-FLAG) DELIMITED BY SIZE
                              "|"                           DELIMITED BY SIZE
                              NOTIF-REC-CATEGORY            DELIMITED BY SIZE
                              "|"                           DELIMITED BY SIZE
                              DG-RUN-STAMP                  DELIMITED BY SIZE
                              INTO NOTIF-TMP-REC
                       END-STRING
                       ADD 1 TO DG-NEXT-ITEM
                    END-IF
                    WRITE NOTIF-TMP-REC
              END-READ
           END-PERFORM
           CLOSE NOTIFICATIONS
           CLOSE NOTIF-TMP
           MOVE "NOTIFICATIONS" TO JNL-TARGET
           PERFORM 9100-MARK-REWRITE-PENDING
           PERFORM 9300-COPY-NOTIF-TMP-BACK
           PERFORM 9200-CLEAR-REWRITE-JOURNAL.

       *> The rows are stamped: hand the spool to the gateway.
       5000-RELEASE-SPOOL.
           MOVE SPACES TO DG-CMD
           STRING "mv data/outbound/digest_" DELIMITED BY SIZE
                  DG-RUN-STAMP               DELIMITED BY SIZE
                  ".tmp data/outbound/digest_" DELIMITED BY SIZE
                  DG-RUN-STAMP               DELIMITED BY SIZE
                  ".dat"                     DELIMITED BY SIZE
                  INTO DG-CMD
           END-STRING
           CALL "SYSTEM" USING DG-CMD
           MOVE SPACES TO DG-SPOOL-FILENAME
           STRING "data/outbound/digest_" DELIMITED BY SIZE
                  DG-RUN-STAMP            DELIMITED BY SIZE
                  ".dat"                  DELIMITED BY SIZE
                  INTO DG-SPOOL-FILENAME
           END-STRING.

       9100-MARK-REWRITE-PENDING.
           OPEN OUTPUT REWRITE-JOURNAL
           IF JNL-FS = "00"
              MOVE SPACES TO JNL-REC
              MOVE JNL-TARGET TO JNL-REC
              WRITE JNL-REC
              CLOSE REWRITE-JOURNAL
           END-IF.

       *> Empties the journal once the copy-back has completed.
       9200-CLEAR-REWRITE-JOURNAL.
           OPEN OUTPUT REWRITE-JOURNAL
           IF JNL-FS = "00"
              CLOSE REWRITE-JOURNAL
           END-IF.

       9300-COPY-NOTIF-TMP-BACK.
           OPEN INPUT NOTIF-TMP
           IF NOTIF-TMP-FS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT NOTIFICATIONS
           PERFORM UNTIL 1 = 0
              READ NOTIF-TMP
                 AT END EXIT PERFORM
                 NOT AT END
                    MOVE NOTIF-TMP-REC TO NOTIF-REC
                    WRITE NOTIF-REC
              END-READ
           END-PERFORM
           CLOSE NOTIF-TMP
           CLOSE NOTIFICATIONS.

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
              STRING "DIGESTGEN "
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
