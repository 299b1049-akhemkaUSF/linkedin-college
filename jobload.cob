              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS JOB-FS.

           *> Posting-number sequence shared with CONTROLFLOW's
           *> POST-JOB-INTERNSHIP: the last number handed out.
           SELECT JOB-SEQ ASSIGN TO "data/jobs.seq"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS JOBSEQ-FS.

           SELECT REJECT-FILE ASSIGN TO "data/jobs_feed_rejects.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS REJ-FS.

           *> Shared audit trail: one JOBLOAD line per posting loaded,
           *> so the nightly balance can account for jobs.idx growth.
           SELECT AUDIT-LOG ASSIGN TO "data/audit.log"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS AUDIT-FS.

           *> Same exclusive writer lock CONTROLFLOW takes: one
           *> "HOLDER TIMESTAMP" line while a writer runs, emptied on
           *> normal exit, stale residue cleared by age.
           05 AR-UNLOCK-FAILS   PIC 9.
           05 FILLER            PIC X.
           05 AR-ROLE           PIC X.
           05 FILLER            PIC X.
           05 AR-DORMANT        PIC X.
           05 FILLER            PIC X.
           05 AR-PW-TEMP        PIC X.
           05 FILLER            PIC X(46).

       FD  COMPANIES.
       01  CO-REC               PIC X(700).
       FD  JOB-FILE.
       01  JOB-REC              PIC X(120).

       FD  JOB-SEQ.
       01  JOBSEQ-REC           PIC X(20).

       FD  REJECT-FILE.
       01  REJ-REC              PIC X(1100).

       FD  AUDIT-LOG.
       01  AUDIT-REC            PIC X(200).

       FD  RUN-LOCK.
       01  LOCK-REC             PIC X(40).

       77  JOB-IDX-FS          PIC XX VALUE SPACES.
       77  JOB-FS              PIC XX VALUE SPACES.
       77  REJ-FS              PIC XX VALUE SPACES.
       77  JOBSEQ-FS           PIC XX VALUE SPACES.
       77  AUDIT-FS            PIC XX VALUE SPACES.

       77  WS-JOB-FILENAME     PIC X(128).

       77  JL-REASON           PIC X(80).
       77  JL-ROW-OK           PIC X    VALUE "N".

       *> Posting number given to a clean row (data/jobs/<number>),
       *> drawn from the same sequence POST-JOB-INTERNSHIP uses. The
       *> next number is one past the larger of jobs.seq and the
       *> highest number already on jobs.idx.
       77  JOB-NAME            PIC X(500).
       77  JL-POSTING-SEQ      PIC 9(6) VALUE 0.
       77  JL-ROW-SEQ          PIC 9(6) VALUE 0.

       *> Postings already on jobs.idx, keyed by title, employer,
       *> location and poster, so a partner re-sending last week's
       *> rows does not load them twice
       77  JL-MAX-JOBS         PIC 9(3) VALUE 200.
       77  JL-JOB-COUNT        PIC 9(3) VALUE 0.
       77  JL-JOBS-TRUNC       PIC X    VALUE "N".
       01  JL-JOB-TABLE.
           05 JL-JOB-KEY OCCURS 200 TIMES
                         INDEXED BY JL-JOB-IX
                         PIC X(500).

       77  BROWSE-JOB-NAME     PIC X(500).
       77  BROWSE-TITLE        PIC X(300).
       77  BROWSE-EMPLOYER     PIC X(300).
       77  BROWSE-LOCATION     PIC X(300).
       77  BROWSE-SALARY       PIC X(300).
       77  BROWSE-POSTER       PIC X(20).
       77  JL-MATCH-KEY        PIC X(500).
       77  JL-FOUND            PIC X    VALUE "N".

       *> Company registry lookup
       77  JL-REJECT-COUNT     PIC 9(6) VALUE 0.
       77  JL-COUNT-DISPLAY    PIC ZZZZZ9.

       *> Salary normalization, shared with CONTROLFLOW (salary.cpy)
       COPY "salaryws.cpy".

       *> Run-lock working storage -- same fields and rules as
       *> CONTROLFLOW's copy, the way the journal helpers are shared.
       77  LOCK-FS             PIC XX VALUE SPACES.
           END-IF

           OPEN OUTPUT REJECT-FILE
           OPEN EXTEND AUDIT-LOG
           IF AUDIT-FS NOT = "00"
              OPEN OUTPUT AUDIT-LOG
              CLOSE AUDIT-LOG
              OPEN EXTEND AUDIT-LOG
           END-IF
           PERFORM 1000-LOAD-JOB-INDEX
           PERFORM 1100-READ-POSTING-SEQ
           CALL "SYSTEM" USING "mkdir -p data/jobs"

           PERFORM UNTIL 1 = 0
           CLOSE FEED-FILE
           CLOSE ACCOUNTS
           CLOSE REJECT-FILE
           CLOSE AUDIT-LOG

           MOVE JL-LOADED-COUNT TO JL-COUNT-DISPLAY
           DISPLAY "JOBLOAD complete: " JL-COUNT-DISPLAY " posting(s) loaded."
           DISPLAY "Rejected rows: " JL-COUNT-DISPLAY
                   " (see data/jobs_feed_rejects.txt)"
           IF JL-JOBS-TRUNC = "Y"
              DISPLAY "NOTE: more than 200 postings on jobs.idx -- duplicate-row checks incomplete."
           END-IF
           PERFORM RELEASE-RUN-LOCK
           MOVE 0 TO RETURN-CODE

       1000-LOAD-JOB-INDEX.
           MOVE 0 TO JL-JOB-COUNT
           MOVE 0 TO JL-POSTING-SEQ
           OPEN INPUT JOB-INDEX
           IF JOB-IDX-FS = "00"
              PERFORM UNTIL 1 = 0
                 READ JOB-INDEX
                    AT END EXIT PERFORM
                    NOT AT END
                       MOVE SPACES TO BROWSE-JOB-NAME BROWSE-TITLE
                                       BROWSE-EMPLOYER BROWSE-LOCATION
                                       BROWSE-SALARY BROWSE-POSTER
                       UNSTRING BROWSE-REC DELIMITED BY "|"
                          INTO BROWSE-JOB-NAME BROWSE-TITLE
                               BROWSE-EMPLOYER BROWSE-LOCATION
                               BROWSE-SALARY BROWSE-POSTER
                       END-UNSTRING
                       MOVE FUNCTION TRIM(BROWSE-JOB-NAME) TO BROWSE-JOB-NAME
                       IF BROWSE-JOB-NAME(1:6) IS NUMERIC
                          AND BROWSE-JOB-NAME(7:1) = SPACE
                          MOVE BROWSE-JOB-NAME(1:6) TO JL-ROW-SEQ
                          IF JL-ROW-SEQ > JL-POSTING-SEQ
                             MOVE JL-ROW-SEQ TO JL-POSTING-SEQ
                          END-IF
                       END-IF
                       PERFORM 1020-BUILD-INDEX-KEY
                       IF JL-JOB-COUNT < JL-MAX-JOBS
                          ADD 1 TO JL-JOB-COUNT
                          SET JL-JOB-IX TO JL-JOB-COUNT
                          MOVE JL-MATCH-KEY TO JL-JOB-KEY(JL-JOB-IX)
                       ELSE
                          MOVE "Y" TO JL-JOBS-TRUNC
                       END-IF
              CLOSE JOB-INDEX
           END-IF.

       *> Sets JL-FOUND to "Y" when JL-MATCH-KEY is on jobs.idx.
       1010-FIND-JOB.
           MOVE "N" TO JL-FOUND
           PERFORM VARYING JL-JOB-IX FROM 1 BY 1
                   UNTIL JL-JOB-IX > JL-JOB-COUNT
              IF JL-JOB-KEY(JL-JOB-IX) = JL-MATCH-KEY
                 MOVE "Y" TO JL-FOUND
                 EXIT PERFORM
              END-IF
           END-PERFORM.

       *> TITLE|EMPLOYER|LOCATION|POSTER, upper-cased, from the
       *> BROWSE-* fields of a jobs.idx row.
       1020-BUILD-INDEX-KEY.
           MOVE SPACES TO JL-MATCH-KEY
           STRING FUNCTION TRIM(BROWSE-TITLE)    DELIMITED BY SIZE
                  "|"                            DELIMITED BY SIZE
                  FUNCTION TRIM(BROWSE-EMPLOYER) DELIMITED BY SIZE
                  "|"                            DELIMITED BY SIZE
                  FUNCTION TRIM(BROWSE-LOCATION) DELIMITED BY SIZE
                  "|"                            DELIMITED BY SIZE
                  FUNCTION TRIM(BROWSE-POSTER)   DELIMITED BY SIZE
                  INTO JL-MATCH-KEY
           END-STRING
           MOVE FUNCTION UPPER-CASE(JL-MATCH-KEY) TO JL-MATCH-KEY.

       *> Brings JL-POSTING-SEQ up to jobs.seq when that is higher
       *> than anything on jobs.idx (numbers of closed postings are
       *> never handed out again).
       1100-READ-POSTING-SEQ.
           OPEN INPUT JOB-SEQ
           IF JOBSEQ-FS = "00"
              READ JOB-SEQ
                 AT END
                    CONTINUE
                 NOT AT END
                    IF JOBSEQ-REC(1:6) IS NUMERIC
                       MOVE JOBSEQ-REC(1:6) TO JL-ROW-SEQ
                       IF JL-ROW-SEQ > JL-POSTING-SEQ
                          MOVE JL-ROW-SEQ TO JL-POSTING-SEQ
                       END-IF
                    END-IF
              END-READ
           END-IF
           CLOSE JOB-SEQ.

       *> ====================================
       *> One feed row: the same required-field rules
       *> POST-JOB-INTERNSHIP enforces on screen, plus poster checks
       *> (must exist and be an employer account), the salary check
       *> (a stated salary must be one PARSE-SALARY can read) and the
       *> already-loaded check. A clean row gets the next posting
       *> number and writes the per-posting file and the jobs.idx
       *> row; anything else lands in the rejects report with a
       *> reason.
       *> ====================================
       2000-PROCESS-FEED-ROW.
           MOVE SPACES TO JL-TITLE JL-DESC JL-EMPLOYER JL-LOCATION
              MOVE "Location is required" TO JL-REASON
              MOVE "N" TO JL-ROW-OK
           END-IF
           IF JL-ROW-OK = "Y"
              MOVE SPACES TO SAL-TEXT
              MOVE FUNCTION TRIM(JL-SALARY) TO SAL-TEXT
              PERFORM PARSE-SALARY
              IF SAL-RESULT = "U"
                 MOVE "Salary not recognised (e.g. $50,000/year, $25/hour, 50-60k)" TO JL-REASON
                 MOVE "N" TO JL-ROW-OK
              END-IF
           END-IF
           IF JL-ROW-OK = "Y" AND FUNCTION TRIM(JL-POSTER) = SPACES
              MOVE "Poster account is required" TO JL-REASON
              MOVE "N" TO JL-ROW-OK

           IF JL-ROW-OK = "Y"
              PERFORM 2100-RESOLVE-COMPANY
              PERFORM 2200-CHECK-DUPLICATE
           END-IF

           IF JL-ROW-OK = "Y"
              CLOSE COMPANIES
           END-IF.

       *> Posting numbers let one employer run two openings with the
       *> same title, so only a row matching an open posting on title,
       *> employer, location and poster alike is taken as a re-sent
       *> duplicate.
       2200-CHECK-DUPLICATE.
           MOVE JL-TITLE    TO BROWSE-TITLE
           MOVE JL-EMPLOYER TO BROWSE-EMPLOYER
           MOVE JL-LOCATION TO BROWSE-LOCATION
           MOVE JL-POSTER   TO BROWSE-POSTER
           PERFORM 1020-BUILD-INDEX-KEY
           PERFORM 1010-FIND-JOB
           IF JL-FOUND = "Y"
              MOVE "Posting already on jobs.idx" TO JL-REASON
              MOVE "N" TO JL-ROW-OK
           END-IF.

       *> Hands out the next posting number and records it in jobs.seq
       *> before anything is written under it.
       2300-NEXT-POSTING-NUMBER.
           ADD 1 TO JL-POSTING-SEQ
           OPEN OUTPUT JOB-SEQ
           IF JOBSEQ-FS = "00"
              MOVE SPACES TO JOBSEQ-REC
              MOVE JL-POSTING-SEQ TO JOBSEQ-REC
              WRITE JOBSEQ-REC
              CLOSE JOB-SEQ
           END-IF
           MOVE SPACES TO JOB-NAME
           MOVE JL-POSTING-SEQ TO JOB-NAME
           MOVE SPACES TO WS-JOB-FILENAME
           STRING "data/jobs/"              DELIMITED BY SIZE
                  FUNCTION TRIM(JOB-NAME)   DELIMITED BY SIZE
                  INTO WS-JOB-FILENAME
           END-STRING.

       *> The same two writes POST-JOB-INTERNSHIP performs: the full
       *> labeled posting file and the one-line jobs.idx summary row,
       *> which carries the normalized salary PARSE-SALARY left in
       *> SAL-MIN/SAL-MAX/SAL-BASIS during validation.
       3000-WRITE-POSTING.
           PERFORM 2300-NEXT-POSTING-NUMBER
           OPEN OUTPUT JOB-FILE

           MOVE SPACES TO JOB-REC
                  FUNCTION TRIM(JL-SALARY)    DELIMITED BY SIZE
                  " | "                       DELIMITED BY SIZE
                  FUNCTION TRIM(JL-POSTER)    DELIMITED BY SIZE
                  " | "                       DELIMITED BY SIZE
                  SAL-MIN                     DELIMITED BY SIZE
                  " | "                       DELIMITED BY SIZE
                  SAL-MAX                     DELIMITED BY SIZE
                  " | "                       DELIMITED BY SIZE
                  SAL-BASIS                   DELIMITED BY SIZE
                  INTO BROWSE-REC
           END-STRING
           WRITE BROWSE-REC
           CLOSE JOB-INDEX
           PERFORM 3100-LOG-LOADED

           *> Keep the duplicate table current for later feed rows
           *> (JL-MATCH-KEY still holds this row's key)
           IF JL-JOB-COUNT < JL-MAX-JOBS
              ADD 1 TO JL-JOB-COUNT
              SET JL-JOB-IX TO JL-JOB-COUNT
              MOVE JL-MATCH-KEY TO JL-JOB-KEY(JL-JOB-IX)
           ELSE
              MOVE "Y" TO JL-JOBS-TRUNC
           END-IF.

       *> Same line shape CONTROLFLOW's LOG-AUDIT-EVENT writes, with
       *> the loader as the user.
       3100-LOG-LOADED.
           MOVE SPACES TO AUDIT-REC
           STRING FUNCTION CURRENT-DATE(1:14) DELIMITED BY SIZE
                  " | JOBLOAD | JOBLOAD | OK"  DELIMITED BY SIZE
                  INTO AUDIT-REC
           END-STRING
           WRITE AUDIT-REC.

       4000-WRITE-REJECT.
           MOVE SPACES TO REJ-REC
           STRING "REJECTED ("              DELIMITED BY SIZE
           IF LOCK-FS = "00"
              CLOSE RUN-LOCK
           END-IF.

       *> ====================================
       *> Salary normalization -- same paragraphs CONTROLFLOW uses
       *> ====================================
       COPY "salary.cpy".
