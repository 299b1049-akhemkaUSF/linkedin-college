       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SAVED-SEARCHES ASSIGN TO "data/saved_searches.txt" *> USER|NAME|KEYWORD|LOCATION|MIN_SALARY rows saved in the browse screen
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SS-FS.

              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SALERT-FS.

           SELECT NOTIFICATIONS ASSIGN TO "data/notifications.txt" *> same RECIPIENT|TEXT|READ-FLAG|CATEGORY|DIGESTED inbox CONTROLFLOW shows at login
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS NOTIF-FS.

              10 ALG-JOB-TITLE    PIC X(300).
              10 ALG-JOB-EMPLOYER PIC X(300).
              10 ALG-JOB-LOCATION PIC X(300).
              10 ALG-JOB-SAL-RESULT PIC X.
              10 ALG-JOB-SAL-MAX  PIC 9(7).

       *> Already-sent alerts, held as USER|SEARCHNAME|JOBNAME keys.
       77  ALG-MAX-ALERTS      PIC 9(4) VALUE 1000.
       77  SS-REC-NAME         PIC X(40).
       77  SS-REC-KEY          PIC X(100).
       77  SS-REC-LOC          PIC X(100).
       77  SS-REC-MIN          PIC X(20).
       77  ALG-MIN-SALARY      PIC 9(7) VALUE 0.

       77  BROWSE-JOB-NAME     PIC X(500).
       77  BROWSE-TITLE        PIC X(300).
       77  ALG-SENT-COUNT      PIC 9(6) VALUE 0.
       77  ALG-COUNT-DISPLAY   PIC ZZZZZ9.

       COPY "salaryws.cpy".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           *> Exclusive run lock: the notification and alert appends
                       MOVE SPACES TO BROWSE-LOCATION
                       MOVE SPACES TO BROWSE-SALARY
                       MOVE SPACES TO BROWSE-POSTER
                       MOVE SPACES TO SAL-ROW-MIN SAL-ROW-MAX
                                      SAL-ROW-BASIS
                       UNSTRING BROWSE-REC DELIMITED BY "|"
                          INTO BROWSE-JOB-NAME
                               BROWSE-TITLE
                               BROWSE-LOCATION
                               BROWSE-SALARY
                               BROWSE-POSTER
                               SAL-ROW-MIN
                               SAL-ROW-MAX
                               SAL-ROW-BASIS
                       END-UNSTRING
                       IF ALG-JOB-COUNT < ALG-MAX-JOBS
                          ADD 1 TO ALG-JOB-COUNT
                             TO ALG-JOB-EMPLOYER(ALG-JOB-IX)
                          MOVE FUNCTION TRIM(BROWSE-LOCATION)
                             TO ALG-JOB-LOCATION(ALG-JOB-IX)
                          MOVE SPACES TO SAL-TEXT
                          MOVE FUNCTION TRIM(BROWSE-SALARY) TO SAL-TEXT
                          PERFORM RESOLVE-ROW-SALARY
                          MOVE SAL-RESULT TO ALG-JOB-SAL-RESULT(ALG-JOB-IX)
                          MOVE SAL-MAX TO ALG-JOB-SAL-MAX(ALG-JOB-IX)
                       ELSE
                          MOVE "Y" TO ALG-JOBS-TRUNC
                       END-IF
                 AT END EXIT PERFORM
                 NOT AT END
                    MOVE SPACES TO SS-REC-USER SS-REC-NAME
                                    SS-REC-KEY SS-REC-LOC SS-REC-MIN
                    UNSTRING SS-REC DELIMITED BY "|"
                       INTO SS-REC-USER SS-REC-NAME
                            SS-REC-KEY SS-REC-LOC SS-REC-MIN
                    END-UNSTRING
                    *> Rows saved without a minimum salary have no
                    *> fifth field and match at any pay.
                    MOVE FUNCTION TRIM(SS-REC-MIN) TO SS-REC-MIN
                    IF SS-REC-MIN(1:7) IS NUMERIC
                       AND SS-REC-MIN(8:1) = SPACE
                       MOVE SS-REC-MIN(1:7) TO ALG-MIN-SALARY
                    ELSE
                       MOVE 0 TO ALG-MIN-SALARY
                    END-IF
                    IF FUNCTION TRIM(SS-REC-USER) NOT = SPACES
                       PERFORM VARYING ALG-JOB-IX FROM 1 BY 1
                               UNTIL ALG-JOB-IX > ALG-JOB-COUNT
           END-PERFORM
           CLOSE SAVED-SEARCHES.

       *> One saved search against one posting: the keyword -- when
       *> it has one -- must occur in the title or the location (the
       *> same pair the browse filter checks, but case-insensitive so
       *> a nightly miss can't come down to capitalisation), the
       *> search's location -- when it has one -- must occur in the
       *> posting's location, and a minimum salary, when set, must be
       *> reached by the top of the posting's pay range as the browse
       *> screen's salary filter does.
       3100-MATCH-ONE-JOB.
           IF FUNCTION TRIM(SS-REC-KEY) NOT = SPACES
              MOVE SPACES TO FILTER-HAYSTACK
              STRING FUNCTION TRIM(ALG-JOB-TITLE(ALG-JOB-IX))    DELIMITED BY SIZE
                     " "                                         DELIMITED BY SIZE
                     FUNCTION TRIM(ALG-JOB-LOCATION(ALG-JOB-IX)) DELIMITED BY SIZE
                     INTO FILTER-HAYSTACK
              END-STRING
              MOVE SS-REC-KEY TO FILTER-NEEDLE
              PERFORM 8000-CHECK-SUBSTRING-MATCH
              IF FILTER-MATCH NOT = "Y"
                 EXIT PARAGRAPH
              END-IF
           END-IF

           IF FUNCTION TRIM(SS-REC-LOC) NOT = SPACES
              END-IF
           END-IF

           IF ALG-MIN-SALARY > 0
              AND (ALG-JOB-SAL-RESULT(ALG-JOB-IX) NOT = "P"
                   OR ALG-JOB-SAL-MAX(ALG-JOB-IX) < ALG-MIN-SALARY)
              EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO ALG-ALERT-LOOKUP
           STRING FUNCTION TRIM(SS-REC-USER)              DELIMITED BY SIZE
                  "|"                                     DELIMITED BY SIZE
                  FUNCTION TRIM(ALG-JOB-EMPLOYER(ALG-JOB-IX)) DELIMITED BY SIZE
                  " ("                                        DELIMITED BY SIZE
                  FUNCTION TRIM(ALG-JOB-LOCATION(ALG-JOB-IX)) DELIMITED BY SIZE
                  "), posting "                               DELIMITED BY SIZE
                  FUNCTION TRIM(ALG-JOB-NAME(ALG-JOB-IX))     DELIMITED BY SIZE
                  "|"                                         DELIMITED BY SIZE
                  "N"                                         DELIMITED BY SIZE
                  "|ALRT"                                     DELIMITED BY SIZE
                  INTO NOTIF-REC
           END-STRING
           WRITE NOTIF-REC
           IF LOCK-FS = "00"
              CLOSE RUN-LOCK
           END-IF.

       COPY "salary.cpy".
