IDENTIFICATION DIVISION.
       PROGRAM-ID. BALANCE.   *> nightly batch balancing record counts on the core files against the events on audit.log

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-LOG ASSIGN TO "data/audit.log" *> TIMESTAMP | USER | EVENT | RESULT lines LOG-AUDIT-EVENT writes
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS AUDIT-FS.

           SELECT ACCOUNTS ASSIGN TO "data/accounts.txt" *> same indexed layout CONTROLFLOW uses
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS AR-USER
              FILE STATUS IS ACC-FS.

           SELECT NETWORK ASSIGN TO "data/network.dat" *> same indexed layout CONTROLFLOW uses
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS NET-KEY
              ALTERNATE RECORD KEY IS NET-USER-A WITH DUPLICATES
              ALTERNATE RECORD KEY IS NET-USER-B WITH DUPLICATES
              FILE STATUS IS NET-FS.

           SELECT JOB-INDEX ASSIGN TO "data/jobs.idx"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS JOB-IDX-FS.

           SELECT APPLICATIONS ASSIGN TO "data/applications.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS APPLICATIONS-FS.

           *> Counts as of the last balanced run: one NAME|COUNT|STAMP
           *> row per file, COUNT "-" when the file did not exist yet.
           SELECT BALANCE-COUNTS ASSIGN TO "data/balance_counts.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CNT-FS.

           SELECT REPORT-OUT ASSIGN TO "data/balance_report.txt"
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

       FD  NETWORK.
       01  NET-REC.
      *> Same layout as CONTROLFLOW's NET-REC; keep the two in sync.
           05 NET-KEY.
              10 NET-USER-A     PIC X(20).
              10 NET-USER-B     PIC X(20).
           05 FILLER            PIC X(20).

       FD  JOB-INDEX.
       01  BROWSE-REC           PIC X(1000).

       FD  APPLICATIONS.
       01  APPLICATIONS-REC     PIC X(200).

       FD  BALANCE-COUNTS.
       01  CNT-REC              PIC X(80).

       FD  REPORT-OUT.
       01  RPT-REC              PIC X(200).

       FD  RUN-LOCK.
       01  LOCK-REC             PIC X(40).

       WORKING-STORAGE SECTION.
       77  AUDIT-FS            PIC XX VALUE SPACES.
       77  ACC-FS              PIC XX VALUE SPACES.
       77  NET-FS              PIC XX VALUE SPACES.
       77  JOB-IDX-FS          PIC XX VALUE SPACES.
       77  APPLICATIONS-FS     PIC XX VALUE SPACES.
       77  CNT-FS              PIC XX VALUE SPACES.
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

       *> "ACCEPT" on the command line takes tonight's counts as the
       *> new baseline without checking -- for after a reported
       *> difference has been investigated.
       77  BL-COMMAND-LINE     PIC X(100) VALUE SPACES.
       77  BL-ACCEPT-MODE      PIC X      VALUE "N".

       *> The balanced files, in report order
       77  BL-FILE-COUNT       PIC 9 VALUE 4.
       01  BL-FILE-NAMES.
           05 FILLER PIC X(12) VALUE "ACCOUNTS".
           05 FILLER PIC X(12) VALUE "NETWORK".
           05 FILLER PIC X(12) VALUE "JOBS".
           05 FILLER PIC X(12) VALUE "APPLICATIONS".
       01  FILLER REDEFINES BL-FILE-NAMES.
           05 BL-FILE-NAME OCCURS 4 TIMES PIC X(12).

       *> Audit events that add (+) or remove (-) one record of a
       *> balanced file. Only OK results count. A program that adds or
       *> drops rows on these files must log one of these per row, or
       *> the next run reports the file out of balance.
       77  BL-EVENT-COUNT      PIC 99 VALUE 15.
       01  BL-EVENT-DEFS.
           05 FILLER PIC X(18) VALUE "CREATE          1+".
           05 FILLER PIC X(18) VALUE "DEACTIVATE      1-".
           05 FILLER PIC X(18) VALUE "CONN_ACCEPT     2+".
           05 FILLER PIC X(18) VALUE "CONN_REMOVE     2-".
           05 FILLER PIC X(18) VALUE "RECON_NET       2-".
           05 FILLER PIC X(18) VALUE "NET_CONVERT     2+".
           05 FILLER PIC X(18) VALUE "POST_CREATE     3+".
           05 FILLER PIC X(18) VALUE "JOBLOAD         3+".
           05 FILLER PIC X(18) VALUE "POST_CLOSE      3-".
           05 FILLER PIC X(18) VALUE "ADM_REMOVEJOB   3-".
           05 FILLER PIC X(18) VALUE "RECON_JOB       3-".
           05 FILLER PIC X(18) VALUE "APPLY           4+".
           05 FILLER PIC X(18) VALUE "APPL_PURGE      4-".
           05 FILLER PIC X(18) VALUE "ARCHIVE_APPL    4-".
           05 FILLER PIC X(18) VALUE "RECON_APPL      4-".
       01  FILLER REDEFINES BL-EVENT-DEFS.
           05 BL-EVENT-ENTRY OCCURS 15 TIMES.
              10 BL-EVENT-NAME  PIC X(16).
              10 BL-EVENT-FILE  PIC 9.
              10 BL-EVENT-SIGN  PIC X.

       *> Per-file state for this run
       01  BL-FILE-STATE.
           05 BL-STATE-ENTRY OCCURS 4 TIMES.
              10 BL-PREV-SEEN   PIC X.
              10 BL-PREV-COUNT  PIC 9(8).
              10 BL-ADDS        PIC 9(8).
              10 BL-DROPS       PIC 9(8).
              10 BL-EXPECTED    PIC S9(8).
              10 BL-ACTUAL-SEEN PIC X.
              10 BL-ACTUAL      PIC 9(8).
              10 BL-RESULT      PIC X(16).

       77  BL-IX               PIC 9 VALUE 0.
       77  BL-EX               PIC 99 VALUE 0.

       *> Stamp of the counts on file; events after it are tonight's.
       *> Empty when there is no baseline yet.
       77  BL-PREV-STAMP       PIC X(14) VALUE SPACES.
       77  BL-NOW-STAMP        PIC X(14) VALUE SPACES.
       *> A restore or start-over replaces the files wholesale without
       *> per-row events, so the counts are re-based instead.
       77  BL-REBASE-EVENT     PIC X(12) VALUE SPACES.
       77  BL-OUT-COUNT        PIC 9 VALUE 0.
       77  BL-EVENTS-SEEN      PIC 9(8) VALUE 0.

       *> Parse fields for one counts row / audit line
       77  BL-C-NAME           PIC X(20).
       77  BL-C-COUNT          PIC X(12).
       77  BL-C-STAMP          PIC X(20).
       77  BL-L-STAMP          PIC X(20).
       77  BL-L-USER           PIC X(20).
       77  BL-L-EVENT          PIC X(20).
       77  BL-L-RESULT         PIC X(10).

       77  BL-N1               PIC Z(7)9.
       77  BL-N2               PIC Z(7)9.
       77  BL-N3               PIC Z(7)9.
       77  BL-N4               PIC -(7)9.
       77  BL-N5               PIC X(8).
       77  BL-N6               PIC X(8).
       77  BL-STAMP-WORK       PIC X(14).
       77  BL-STAMP-DISPLAY    PIC X(19).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           *> Exclusive run lock: nothing may add or drop rows between
           *> the file counts and the audit-log read.
           PERFORM ACQUIRE-RUN-LOCK
           IF LOCK-BUSY = "Y"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           ACCEPT BL-COMMAND-LINE FROM COMMAND-LINE
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(BL-COMMAND-LINE)) = "ACCEPT"
              MOVE "Y" TO BL-ACCEPT-MODE
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:14) TO BL-NOW-STAMP
           PERFORM 1000-LOAD-PREVIOUS-COUNTS
           PERFORM 2000-COUNT-FILES
           IF BL-PREV-STAMP NOT = SPACES
              PERFORM 3000-DIGEST-AUDIT-LOG
           END-IF
           PERFORM 4000-BALANCE-FILES

           OPEN OUTPUT REPORT-OUT
           IF RPT-FS NOT = "00"
              DISPLAY "ERROR: cannot create data/balance_report.txt (FS=" RPT-FS ")"
              PERFORM RELEASE-RUN-LOCK
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM 5000-WRITE-REPORT
           CLOSE REPORT-OUT

           *> An unexplained difference keeps the old baseline, so the
           *> next run reports it again until it is fixed or accepted.
           IF BL-OUT-COUNT > 0
              DISPLAY "BALANCE: " BL-OUT-COUNT
                      " file(s) out of balance -- see data/balance_report.txt"
              PERFORM RELEASE-RUN-LOCK
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM 6000-SAVE-COUNTS

           IF BL-ACCEPT-MODE = "Y"
              DISPLAY "BALANCE complete: new baseline accepted."
           ELSE
              DISPLAY "BALANCE complete: all files in balance."
           END-IF
           PERFORM RELEASE-RUN-LOCK
           MOVE 0 TO RETURN-CODE
           STOP RUN.

       *> ====================================
       *> Counts and stamp from the last balanced run
       *> ====================================
       1000-LOAD-PREVIOUS-COUNTS.
           PERFORM VARYING BL-IX FROM 1 BY 1 UNTIL BL-IX > BL-FILE-COUNT
              MOVE "N" TO BL-PREV-SEEN(BL-IX)
              MOVE 0 TO BL-PREV-COUNT(BL-IX)
              MOVE 0 TO BL-ADDS(BL-IX)
              MOVE 0 TO BL-DROPS(BL-IX)
              MOVE 0 TO BL-EXPECTED(BL-IX)
              MOVE 0 TO BL-ACTUAL(BL-IX)
              MOVE "N" TO BL-ACTUAL-SEEN(BL-IX)
              MOVE SPACES TO BL-RESULT(BL-IX)
           END-PERFORM
           MOVE SPACES TO BL-PREV-STAMP
           OPEN INPUT BALANCE-COUNTS
           IF CNT-FS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
              READ BALANCE-COUNTS
                 AT END EXIT PERFORM
                 NOT AT END
                    MOVE SPACES TO BL-C-NAME BL-C-COUNT BL-C-STAMP
                    UNSTRING CNT-REC DELIMITED BY "|"
                       INTO BL-C-NAME BL-C-COUNT BL-C-STAMP
                    END-UNSTRING
                    PERFORM 1100-TAKE-COUNT-ROW
              END-READ
           END-PERFORM
           CLOSE BALANCE-COUNTS.

       1100-TAKE-COUNT-ROW.
           IF FUNCTION TRIM(BL-C-STAMP) IS NUMERIC
              MOVE FUNCTION TRIM(BL-C-STAMP) TO BL-PREV-STAMP
           END-IF
           PERFORM VARYING BL-IX FROM 1 BY 1 UNTIL BL-IX > BL-FILE-COUNT
              IF FUNCTION TRIM(BL-C-NAME) = BL-FILE-NAME(BL-IX)
                 IF FUNCTION TRIM(BL-C-COUNT) IS NUMERIC
                    MOVE "Y" TO BL-PREV-SEEN(BL-IX)
                    MOVE FUNCTION NUMVAL(BL-C-COUNT) TO BL-PREV-COUNT(BL-IX)
                 END-IF
                 EXIT PERFORM
              END-IF
           END-PERFORM.

       *> ====================================
       *> Record counts as they stand now
       *> ====================================
       2000-COUNT-FILES.
           OPEN INPUT ACCOUNTS
           IF ACC-FS = "00"
              MOVE "Y" TO BL-ACTUAL-SEEN(1)
              PERFORM UNTIL 1 = 0
                 READ ACCOUNTS NEXT RECORD
                    AT END EXIT PERFORM
                    NOT AT END ADD 1 TO BL-ACTUAL(1)
                 END-READ
              END-PERFORM
              CLOSE ACCOUNTS
           END-IF

           OPEN INPUT NETWORK
           IF NET-FS = "00"
              MOVE "Y" TO BL-ACTUAL-SEEN(2)
              PERFORM UNTIL 1 = 0
                 READ NETWORK NEXT RECORD
                    AT END EXIT PERFORM
                    NOT AT END ADD 1 TO BL-ACTUAL(2)
                 END-READ
              END-PERFORM
              CLOSE NETWORK
           END-IF

           *> The sequential files count non-blank rows only, the way
           *> every reader of them skips blank lines.
           OPEN INPUT JOB-INDEX
           IF JOB-IDX-FS = "00"
              MOVE "Y" TO BL-ACTUAL-SEEN(3)
              PERFORM UNTIL 1 = 0
                 READ JOB-INDEX
                    AT END EXIT PERFORM
                    NOT AT END
                       IF FUNCTION TRIM(BROWSE-REC) NOT = SPACES
                          ADD 1 TO BL-ACTUAL(3)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE JOB-INDEX
           END-IF

           OPEN INPUT APPLICATIONS
           IF APPLICATIONS-FS = "00"
              MOVE "Y" TO BL-ACTUAL-SEEN(4)
              PERFORM UNTIL 1 = 0
                 READ APPLICATIONS
                    AT END EXIT PERFORM
                    NOT AT END
                       IF FUNCTION TRIM(APPLICATIONS-REC) NOT = SPACES
                          ADD 1 TO BL-ACTUAL(4)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE APPLICATIONS
           END-IF.

       *> ====================================
       *> Adds and drops logged since the last balanced run
       *> ====================================
       3000-DIGEST-AUDIT-LOG.
           MOVE SPACES TO BL-REBASE-EVENT
           MOVE 0 TO BL-EVENTS-SEEN
           OPEN INPUT AUDIT-LOG
           IF AUDIT-FS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
              READ AUDIT-LOG
                 AT END EXIT PERFORM
                 NOT AT END
                    PERFORM 3100-DIGEST-ONE-LINE
              END-READ
           END-PERFORM
           CLOSE AUDIT-LOG.

       3100-DIGEST-ONE-LINE.
           MOVE SPACES TO BL-L-STAMP BL-L-USER BL-L-EVENT BL-L-RESULT
           UNSTRING AUDIT-REC DELIMITED BY "|"
              INTO BL-L-STAMP BL-L-USER BL-L-EVENT BL-L-RESULT
           END-UNSTRING
           MOVE FUNCTION TRIM(BL-L-STAMP) TO BL-L-STAMP
           IF BL-L-STAMP(1:14) IS NOT NUMERIC
              EXIT PARAGRAPH
           END-IF
           IF BL-L-STAMP(1:14) <= BL-PREV-STAMP
              OR FUNCTION TRIM(BL-L-RESULT) NOT = "OK"
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(BL-L-EVENT) TO BL-L-EVENT
           IF BL-L-EVENT = "RESTORE" OR BL-L-EVENT = "STARTOVER"
              MOVE BL-L-EVENT TO BL-REBASE-EVENT
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING BL-EX FROM 1 BY 1 UNTIL BL-EX > BL-EVENT-COUNT
              IF BL-L-EVENT = BL-EVENT-NAME(BL-EX)
                 MOVE BL-EVENT-FILE(BL-EX) TO BL-IX
                 IF BL-EVENT-SIGN(BL-EX) = "+"
                    ADD 1 TO BL-ADDS(BL-IX)
                 ELSE
                    ADD 1 TO BL-DROPS(BL-IX)
                 END-IF
                 ADD 1 TO BL-EVENTS-SEEN
                 EXIT PERFORM
              END-IF
           END-PERFORM.

       *> ====================================
       *> Expected = last count + adds - drops, against the count now
       *> ====================================
       4000-BALANCE-FILES.
           MOVE 0 TO BL-OUT-COUNT
           PERFORM VARYING BL-IX FROM 1 BY 1 UNTIL BL-IX > BL-FILE-COUNT
              COMPUTE BL-EXPECTED(BL-IX) = BL-PREV-COUNT(BL-IX)
                 + BL-ADDS(BL-IX) - BL-DROPS(BL-IX)
              EVALUATE TRUE
                 WHEN BL-ACCEPT-MODE = "Y"
                    MOVE "ACCEPTED" TO BL-RESULT(BL-IX)
                 WHEN BL-PREV-STAMP = SPACES
                    MOVE "BASELINE" TO BL-RESULT(BL-IX)
                 *> First run since the file appeared (a conversion
                 *> creates it in one go, not row by row)
                 WHEN BL-PREV-SEEN(BL-IX) = "N"
                    MOVE "BASELINE" TO BL-RESULT(BL-IX)
                 WHEN BL-REBASE-EVENT NOT = SPACES
                    MOVE "REBASED" TO BL-RESULT(BL-IX)
                 WHEN BL-EXPECTED(BL-IX) = BL-ACTUAL(BL-IX)
                    MOVE "OK" TO BL-RESULT(BL-IX)
                 WHEN OTHER
                    MOVE "OUT OF BALANCE" TO BL-RESULT(BL-IX)
                    ADD 1 TO BL-OUT-COUNT
              END-EVALUATE
           END-PERFORM.

       *> ====================================
       *> Report
       *> ====================================
       5000-WRITE-REPORT.
           MOVE "==========RECORD COUNT BALANCE==========" TO RPT-REC
           PERFORM 9000-WRITE-LINE
           MOVE BL-NOW-STAMP TO BL-STAMP-WORK
           PERFORM 9100-FORMAT-STAMP
           MOVE SPACES TO RPT-REC
           STRING "Run at: "        DELIMITED BY SIZE
                  BL-STAMP-DISPLAY  DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           PERFORM 9000-WRITE-LINE
           MOVE SPACES TO RPT-REC
           IF BL-PREV-STAMP = SPACES
              MOVE "No earlier counts on file -- tonight's counts become the baseline."
                 TO RPT-REC
           ELSE
              MOVE BL-PREV-STAMP TO BL-STAMP-WORK
              PERFORM 9100-FORMAT-STAMP
              MOVE BL-EVENTS-SEEN TO BL-N1
              STRING "Events since the counts of " DELIMITED BY SIZE
                     BL-STAMP-DISPLAY              DELIMITED BY SIZE
                     ": "                          DELIMITED BY SIZE
                     FUNCTION TRIM(BL-N1)          DELIMITED BY SIZE
                     INTO RPT-REC
              END-STRING
           END-IF
           PERFORM 9000-WRITE-LINE
           IF BL-ACCEPT-MODE = "Y"
              MOVE "ACCEPT run: tonight's counts are taken as the new baseline unchecked."
                 TO RPT-REC
              PERFORM 9000-WRITE-LINE
           END-IF
           IF BL-REBASE-EVENT NOT = SPACES AND BL-ACCEPT-MODE = "N"
              MOVE SPACES TO RPT-REC
              STRING "A "                          DELIMITED BY SIZE
                     FUNCTION TRIM(BL-REBASE-EVENT) DELIMITED BY SIZE
                     " replaced the data since the last counts -- counts re-based, not checked."
                                                   DELIMITED BY SIZE
                     INTO RPT-REC
              END-STRING
              PERFORM 9000-WRITE-LINE
           END-IF

           MOVE "FILE              LAST     ADDS    DROPS EXPECTED   ACTUAL  RESULT"
              TO RPT-REC
           PERFORM 9000-WRITE-LINE
           PERFORM VARYING BL-IX FROM 1 BY 1 UNTIL BL-IX > BL-FILE-COUNT
              PERFORM 5100-WRITE-FILE-LINE
           END-PERFORM

           IF BL-OUT-COUNT > 0
              MOVE "Counts on file were NOT updated. Find the unaudited change, then run ./balance ACCEPT to take a new baseline."
                 TO RPT-REC
              PERFORM 9000-WRITE-LINE
           END-IF.

       5100-WRITE-FILE-LINE.
           MOVE BL-ADDS(BL-IX) TO BL-N2
           MOVE BL-DROPS(BL-IX) TO BL-N3
           MOVE BL-EXPECTED(BL-IX) TO BL-N4
           IF BL-PREV-SEEN(BL-IX) = "Y"
              MOVE BL-PREV-COUNT(BL-IX) TO BL-N1
              MOVE BL-N1 TO BL-N5
           ELSE
              MOVE "       -" TO BL-N5
           END-IF
           IF BL-ACTUAL-SEEN(BL-IX) = "Y"
              MOVE BL-ACTUAL(BL-IX) TO BL-N1
              MOVE BL-N1 TO BL-N6
           ELSE
              MOVE "       -" TO BL-N6
           END-IF
           MOVE SPACES TO RPT-REC
           STRING BL-FILE-NAME(BL-IX)  DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  BL-N5                DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  BL-N2                DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  BL-N3                DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  BL-N4                DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  BL-N6                DELIMITED BY SIZE
                  "  "                 DELIMITED BY SIZE
                  BL-RESULT(BL-IX)     DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           PERFORM 9000-WRITE-LINE.

       *> ====================================
       *> Tonight's counts become the baseline for the next run
       *> ====================================
       6000-SAVE-COUNTS.
           OPEN OUTPUT BALANCE-COUNTS
           IF CNT-FS NOT = "00"
              DISPLAY "ERROR: cannot write data/balance_counts.txt (FS=" CNT-FS ")"
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING BL-IX FROM 1 BY 1 UNTIL BL-IX > BL-FILE-COUNT
              MOVE SPACES TO CNT-REC
              IF BL-ACTUAL-SEEN(BL-IX) = "Y"
                 MOVE BL-ACTUAL(BL-IX) TO BL-N1
                 STRING FUNCTION TRIM(BL-FILE-NAME(BL-IX)) DELIMITED BY SIZE
                        "|"                                DELIMITED BY SIZE
                        FUNCTION TRIM(BL-N1)               DELIMITED BY SIZE
                        "|"                                DELIMITED BY SIZE
                        BL-NOW-STAMP                       DELIMITED BY SIZE
                        INTO CNT-REC
                 END-STRING
              ELSE
                 STRING FUNCTION TRIM(BL-FILE-NAME(BL-IX)) DELIMITED BY SIZE
                        "|-|"                              DELIMITED BY SIZE
                        BL-NOW-STAMP                       DELIMITED BY SIZE
                        INTO CNT-REC
                 END-STRING
              END-IF
              WRITE CNT-REC
           END-PERFORM
           CLOSE BALANCE-COUNTS.

       9000-WRITE-LINE.
           WRITE RPT-REC
           DISPLAY FUNCTION TRIM(RPT-REC).

       *> YYYY-MM-DD HH:MM:SS from the 14-digit stamp in BL-STAMP-WORK
       9100-FORMAT-STAMP.
           MOVE SPACES TO BL-STAMP-DISPLAY
           STRING BL-STAMP-WORK(1:4)  "-" BL-STAMP-WORK(5:2)  "-"
                  BL-STAMP-WORK(7:2)  " " BL-STAMP-WORK(9:2)  ":"
                  BL-STAMP-WORK(11:2) ":" BL-STAMP-WORK(13:2)
                  DELIMITED BY SIZE INTO BL-STAMP-DISPLAY
           END-STRING.

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
              STRING "BALANCE "
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
