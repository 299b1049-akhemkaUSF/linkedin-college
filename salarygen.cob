IDENTIFICATION DIVISION.
       PROGRAM-ID. SALARYGEN.   *> standalone batch salary benchmark report over the open postings

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOB-INDEX ASSIGN TO "data/jobs.idx" *> open job/internship postings
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS JOB-FS.

           SELECT COMPANIES ASSIGN TO "data/companies.txt" *> NAME|DESCRIPTION|INDUSTRY|CONTACT registry
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CO-FS.

           SELECT REPORT-OUT ASSIGN TO "data/salary_report.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RPT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOB-INDEX.
       01  BROWSE-REC           PIC X(1000).

       FD  COMPANIES.
       01  CO-REC               PIC X(700).

       FD  REPORT-OUT.
       01  RPT-REC              PIC X(200).

       WORKING-STORAGE SECTION.
       77  JOB-FS              PIC XX VALUE SPACES.
       77  CO-FS               PIC XX VALUE SPACES.
       77  RPT-FS              PIC XX VALUE SPACES.

       *> Company registry: name -> industry, matched
       *> case-insensitively the way postings are resolved.
       77  SG-MAX-COMPANIES    PIC 9(3) VALUE 500.
       77  SG-COMPANY-COUNT    PIC 9(3) VALUE 0.
       01  SG-COMPANY-TABLE.
           05 SG-COMPANY-ENTRY OCCURS 500 TIMES
                               INDEXED BY SG-CO-IX.
              10 SG-COMPANY-KEY      PIC X(60).
              10 SG-COMPANY-INDUSTRY PIC X(60).

       *> One row per posting with a readable salary, with the groups
       *> it counts under (location, industry, internship or not).
       77  SG-MAX-POSTS        PIC 9(4) VALUE 2000.
       77  SG-POST-COUNT       PIC 9(4) VALUE 0.
       77  SG-POSTS-TRUNC      PIC X    VALUE "N".
       01  SG-POST-TABLE.
           05 SG-POST-ENTRY OCCURS 2000 TIMES
                            INDEXED BY SG-POST-IX.
              10 SG-POST-MID      PIC 9(7).
              10 SG-POST-LOC-IX   PIC 9(3).
              10 SG-POST-IND-IX   PIC 9(3).
              10 SG-POST-TYPE-IX  PIC 9(3).

       *> Report groups. SG-GROUP-KIND is L (location), I (industry)
       *> or T (internships versus other roles); the key is the
       *> upper-cased name and the label the first spelling seen.
       77  SG-MAX-GROUPS       PIC 9(3) VALUE 300.
       77  SG-GROUP-COUNT      PIC 9(3) VALUE 0.
       77  SG-GROUPS-TRUNC     PIC X    VALUE "N".
       01  SG-GROUP-TABLE.
           05 SG-GROUP-ENTRY OCCURS 300 TIMES
                             INDEXED BY SG-GROUP-IX.
              10 SG-GROUP-KIND     PIC X.
              10 SG-GROUP-KEY      PIC X(60).
              10 SG-GROUP-LABEL    PIC X(60).
              10 SG-GROUP-POSTS    PIC 9(4).
              10 SG-GROUP-LOW      PIC 9(7).
              10 SG-GROUP-HIGH     PIC 9(7).
              10 SG-GROUP-SUM-MIN  PIC 9(11).
              10 SG-GROUP-SUM-MAX  PIC 9(11).
              10 SG-GROUP-MEDIAN   PIC 9(7).
       01  SG-GROUP-SWAP        PIC X(168).

       *> Midpoints of one group's postings, sorted for the median.
       77  SG-MID-COUNT        PIC 9(4) VALUE 0.
       01  SG-MID-TABLE.
           05 SG-MID OCCURS 2000 TIMES PIC 9(7).
       77  SG-MID-SWAP         PIC 9(7).

       *> Parse fields
       77  BROWSE-JOB-NAME     PIC X(20).
       77  BROWSE-TITLE        PIC X(100).
       77  BROWSE-EMPLOYER     PIC X(100).
       77  BROWSE-LOCATION     PIC X(100).
       77  BROWSE-SALARY       PIC X(300).
       77  CO-REC-NAME         PIC X(100).
       77  CO-REC-DESC         PIC X(300).
       77  CO-REC-INDUSTRY     PIC X(100).

       77  SG-FOUND            PIC X    VALUE "N".
       77  SG-KIND-WORK        PIC X.
       77  SG-KEY-WORK         PIC X(60).
       77  SG-LABEL-WORK       PIC X(60).
       77  SG-INDUSTRY-WORK    PIC X(60).
       77  SG-TITLE-UPPER      PIC X(102).
       77  SG-INTERN-TALLY     PIC 9(3) VALUE 0.
       77  SG-LOC-IX           PIC 9(3) VALUE 0.
       77  SG-IND-IX           PIC 9(3) VALUE 0.
       77  SG-TYPE-IX          PIC 9(3) VALUE 0.
       77  SG-I                PIC 9(4) VALUE 0.
       77  SG-J                PIC 9(4) VALUE 0.
       77  SG-HALF             PIC 9(4) VALUE 0.
       77  SG-AVG-MIN          PIC 9(7) VALUE 0.
       77  SG-AVG-MAX          PIC 9(7) VALUE 0.
       77  SG-SECTION-SHOWN    PIC 9(3) VALUE 0.

       *> Run totals
       77  SG-TOTAL-COUNT      PIC 9(4) VALUE 0.
       77  SG-PARSED-COUNT     PIC 9(4) VALUE 0.
       77  SG-UNSTATED-COUNT   PIC 9(4) VALUE 0.
       77  SG-UNREAD-COUNT     PIC 9(4) VALUE 0.

       77  SG-N1               PIC ZZZZZ9.
       77  SG-N2               PIC ZZZZZ9.
       77  SG-N3               PIC ZZZZZ9.
       77  SG-N4               PIC ZZZZZ9.
       77  SG-EDIT-1           PIC $$,$$$,$$9.
       77  SG-EDIT-2           PIC $$,$$$,$$9.
       77  SG-EDIT-3           PIC $$,$$$,$$9.
       77  SG-EDIT-4           PIC $$,$$$,$$9.
       77  SG-EDIT-5           PIC $$,$$$,$$9.

       *> Salary normalization, shared with CONTROLFLOW (salary.cpy)
       COPY "salaryws.cpy".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           *> Read-only over the live files, like REPORTGEN, so no
           *> run lock is taken.
           PERFORM 1000-LOAD-COMPANIES
           PERFORM 2000-LOAD-POSTINGS
           PERFORM VARYING SG-GROUP-IX FROM 1 BY 1
                   UNTIL SG-GROUP-IX > SG-GROUP-COUNT
              PERFORM 3000-GROUP-MEDIAN
           END-PERFORM
           PERFORM 3100-SORT-GROUPS

           OPEN OUTPUT REPORT-OUT
           IF RPT-FS NOT = "00"
              DISPLAY "ERROR: cannot create data/salary_report.txt (FS=" RPT-FS ")"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM 5000-WRITE-REPORT
           CLOSE REPORT-OUT

           MOVE SG-TOTAL-COUNT TO SG-N1
           MOVE SG-PARSED-COUNT TO SG-N2
           DISPLAY "SALARYGEN complete: " FUNCTION TRIM(SG-N1)
                   " posting(s), " FUNCTION TRIM(SG-N2)
                   " with a readable salary."
           MOVE 0 TO RETURN-CODE
           STOP RUN.

       *> ====================================
       *> Company registry
       *> ====================================
       1000-LOAD-COMPANIES.
           MOVE 0 TO SG-COMPANY-COUNT
           OPEN INPUT COMPANIES
           IF CO-FS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
              READ COMPANIES
                 AT END EXIT PERFORM
                 NOT AT END
                    MOVE SPACES TO CO-REC-NAME CO-REC-DESC CO-REC-INDUSTRY
                    UNSTRING CO-REC DELIMITED BY "|"
                       INTO CO-REC-NAME CO-REC-DESC CO-REC-INDUSTRY
                    END-UNSTRING
                    IF FUNCTION TRIM(CO-REC-NAME) NOT = SPACES
                       AND SG-COMPANY-COUNT < SG-MAX-COMPANIES
                       ADD 1 TO SG-COMPANY-COUNT
                       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(CO-REC-NAME))
                          TO SG-COMPANY-KEY(SG-COMPANY-COUNT)
                       MOVE FUNCTION TRIM(CO-REC-INDUSTRY)
                          TO SG-COMPANY-INDUSTRY(SG-COMPANY-COUNT)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE COMPANIES.

       *> ====================================
       *> Postings: normalized salary and groups
       *> ====================================
       2000-LOAD-POSTINGS.
           OPEN INPUT JOB-INDEX
           IF JOB-FS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
              READ JOB-INDEX
                 AT END EXIT PERFORM
                 NOT AT END
                    PERFORM 2010-SPLIT-POSTING
                    IF FUNCTION TRIM(BROWSE-JOB-NAME) NOT = SPACES
                       ADD 1 TO SG-TOTAL-COUNT
                       EVALUATE SAL-RESULT
                          WHEN "P"
                             ADD 1 TO SG-PARSED-COUNT
                             PERFORM 2100-ADD-POSTING
                          WHEN "N"
                             ADD 1 TO SG-UNSTATED-COUNT
                          WHEN OTHER
                             ADD 1 TO SG-UNREAD-COUNT
                       END-EVALUATE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE JOB-INDEX.

       *> Splits BROWSE-REC and resolves its salary (the stored
       *> normalized fields, or the free text for older rows).
       2010-SPLIT-POSTING.
           MOVE SPACES TO BROWSE-JOB-NAME BROWSE-TITLE BROWSE-EMPLOYER
                          BROWSE-LOCATION BROWSE-SALARY
           MOVE SPACES TO SAL-ROW-POSTER SAL-ROW-MIN SAL-ROW-MAX
                          SAL-ROW-BASIS
           UNSTRING BROWSE-REC DELIMITED BY "|"
              INTO BROWSE-JOB-NAME BROWSE-TITLE BROWSE-EMPLOYER
                   BROWSE-LOCATION BROWSE-SALARY SAL-ROW-POSTER
                   SAL-ROW-MIN SAL-ROW-MAX SAL-ROW-BASIS
           END-UNSTRING
           MOVE SPACES TO SAL-TEXT
           MOVE FUNCTION TRIM(BROWSE-SALARY) TO SAL-TEXT
           PERFORM RESOLVE-ROW-SALARY.

       2100-ADD-POSTING.
           *> Location
           MOVE "L" TO SG-KIND-WORK
           MOVE FUNCTION TRIM(BROWSE-LOCATION) TO SG-LABEL-WORK
           IF SG-LABEL-WORK = SPACES
              MOVE "(location not given)" TO SG-LABEL-WORK
           END-IF
           MOVE FUNCTION UPPER-CASE(SG-LABEL-WORK) TO SG-KEY-WORK
           PERFORM 2200-FIND-OR-ADD-GROUP
           SET SG-LOC-IX TO SG-GROUP-IX

           *> Industry, from the employer's registry record
           PERFORM 2110-POSTING-INDUSTRY
           MOVE "I" TO SG-KIND-WORK
           MOVE SG-INDUSTRY-WORK TO SG-LABEL-WORK
           MOVE FUNCTION UPPER-CASE(SG-LABEL-WORK) TO SG-KEY-WORK
           PERFORM 2200-FIND-OR-ADD-GROUP
           SET SG-IND-IX TO SG-GROUP-IX

           *> Postings carry no job type, so an internship is a posting
           *> whose title has the word "intern" or a word starting
           *> "internship" ("Summer Intern", "Data-Intern",
           *> "Internships 2025") -- not "International" or "Internal".
           *> Hyphens, slashes and commas count as word breaks.
           *> Everything else is a full-time (or other) role. The key
           *> numbers keep internships first on the report.
           MOVE "T" TO SG-KIND-WORK
           MOVE SPACES TO SG-TITLE-UPPER
           STRING " "                                        DELIMITED BY SIZE
                  FUNCTION UPPER-CASE(FUNCTION TRIM(BROWSE-TITLE)) DELIMITED BY SIZE
                  " "                                        DELIMITED BY SIZE
                  INTO SG-TITLE-UPPER
           END-STRING
           INSPECT SG-TITLE-UPPER REPLACING ALL "-" BY " "
                                            ALL "/" BY " "
                                            ALL "," BY " "
           MOVE 0 TO SG-INTERN-TALLY
           INSPECT SG-TITLE-UPPER TALLYING SG-INTERN-TALLY
              FOR ALL " INTERN " ALL " INTERNSHIP"
           IF SG-INTERN-TALLY > 0
              MOVE "1" TO SG-KEY-WORK
              MOVE "Internships" TO SG-LABEL-WORK
           ELSE
              MOVE "2" TO SG-KEY-WORK
              MOVE "Full-time and other roles" TO SG-LABEL-WORK
           END-IF
           PERFORM 2200-FIND-OR-ADD-GROUP
           SET SG-TYPE-IX TO SG-GROUP-IX

           IF SG-POST-COUNT >= SG-MAX-POSTS
              MOVE "Y" TO SG-POSTS-TRUNC
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO SG-POST-COUNT
           SET SG-POST-IX TO SG-POST-COUNT
           COMPUTE SG-POST-MID(SG-POST-IX) ROUNDED = (SAL-MIN + SAL-MAX) / 2
           MOVE SG-LOC-IX  TO SG-POST-LOC-IX(SG-POST-IX)
           MOVE SG-IND-IX  TO SG-POST-IND-IX(SG-POST-IX)
           MOVE SG-TYPE-IX TO SG-POST-TYPE-IX(SG-POST-IX).

       *> SG-INDUSTRY-WORK = the registry INDUSTRY of BROWSE-EMPLOYER.
       2110-POSTING-INDUSTRY.
           MOVE "(industry not recorded)" TO SG-INDUSTRY-WORK
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(BROWSE-EMPLOYER)) TO SG-KEY-WORK
           PERFORM VARYING SG-CO-IX FROM 1 BY 1
                   UNTIL SG-CO-IX > SG-COMPANY-COUNT
              IF SG-COMPANY-KEY(SG-CO-IX) = SG-KEY-WORK
                 IF SG-COMPANY-INDUSTRY(SG-CO-IX) NOT = SPACES
                    MOVE SG-COMPANY-INDUSTRY(SG-CO-IX) TO SG-INDUSTRY-WORK
                 END-IF
                 EXIT PERFORM
              END-IF
           END-PERFORM.

       *> Finds the SG-KIND-WORK/SG-KEY-WORK group (adding it with
       *> SG-LABEL-WORK when new), counts this posting's SAL-MIN and
       *> SAL-MAX in, and leaves SG-GROUP-IX on it (0 when the table
       *> is full).
       2200-FIND-OR-ADD-GROUP.
           MOVE "N" TO SG-FOUND
           PERFORM VARYING SG-GROUP-IX FROM 1 BY 1
                   UNTIL SG-GROUP-IX > SG-GROUP-COUNT
              IF SG-GROUP-KIND(SG-GROUP-IX) = SG-KIND-WORK
                 AND SG-GROUP-KEY(SG-GROUP-IX) = SG-KEY-WORK
                 MOVE "Y" TO SG-FOUND
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF SG-FOUND = "N"
              IF SG-GROUP-COUNT >= SG-MAX-GROUPS
                 MOVE "Y" TO SG-GROUPS-TRUNC
                 SET SG-GROUP-IX TO 0
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO SG-GROUP-COUNT
              SET SG-GROUP-IX TO SG-GROUP-COUNT
              MOVE SG-KIND-WORK  TO SG-GROUP-KIND(SG-GROUP-IX)
              MOVE SG-KEY-WORK   TO SG-GROUP-KEY(SG-GROUP-IX)
              MOVE SG-LABEL-WORK TO SG-GROUP-LABEL(SG-GROUP-IX)
              MOVE 0 TO SG-GROUP-POSTS(SG-GROUP-IX)
              MOVE SAL-MIN TO SG-GROUP-LOW(SG-GROUP-IX)
              MOVE SAL-MAX TO SG-GROUP-HIGH(SG-GROUP-IX)
              MOVE 0 TO SG-GROUP-SUM-MIN(SG-GROUP-IX)
              MOVE 0 TO SG-GROUP-SUM-MAX(SG-GROUP-IX)
              MOVE 0 TO SG-GROUP-MEDIAN(SG-GROUP-IX)
           END-IF
           ADD 1 TO SG-GROUP-POSTS(SG-GROUP-IX)
           ADD SAL-MIN TO SG-GROUP-SUM-MIN(SG-GROUP-IX)
           ADD SAL-MAX TO SG-GROUP-SUM-MAX(SG-GROUP-IX)
           IF SAL-MIN < SG-GROUP-LOW(SG-GROUP-IX)
              MOVE SAL-MIN TO SG-GROUP-LOW(SG-GROUP-IX)
           END-IF
           IF SAL-MAX > SG-GROUP-HIGH(SG-GROUP-IX)
              MOVE SAL-MAX TO SG-GROUP-HIGH(SG-GROUP-IX)
           END-IF.

       *> ====================================
       *> Medians and ordering
       *> ====================================
       *> Median of the range midpoints of the postings in group
       *> SG-GROUP-IX.
       3000-GROUP-MEDIAN.
           MOVE 0 TO SG-MID-COUNT
           PERFORM VARYING SG-POST-IX FROM 1 BY 1
                   UNTIL SG-POST-IX > SG-POST-COUNT
              IF SG-POST-LOC-IX(SG-POST-IX) = SG-GROUP-IX
                 OR SG-POST-IND-IX(SG-POST-IX) = SG-GROUP-IX
                 OR SG-POST-TYPE-IX(SG-POST-IX) = SG-GROUP-IX
                 ADD 1 TO SG-MID-COUNT
                 MOVE SG-POST-MID(SG-POST-IX) TO SG-MID(SG-MID-COUNT)
              END-IF
           END-PERFORM
           IF SG-MID-COUNT = 0
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING SG-I FROM 1 BY 1 UNTIL SG-I >= SG-MID-COUNT
              PERFORM VARYING SG-J FROM SG-I BY 1
                      UNTIL SG-J > SG-MID-COUNT
                 IF SG-MID(SG-J) < SG-MID(SG-I)
                    MOVE SG-MID(SG-I) TO SG-MID-SWAP
                    MOVE SG-MID(SG-J) TO SG-MID(SG-I)
                    MOVE SG-MID-SWAP TO SG-MID(SG-J)
                 END-IF
              END-PERFORM
           END-PERFORM
           DIVIDE SG-MID-COUNT BY 2 GIVING SG-HALF
           IF SG-HALF * 2 = SG-MID-COUNT
              COMPUTE SG-GROUP-MEDIAN(SG-GROUP-IX) ROUNDED =
                 (SG-MID(SG-HALF) + SG-MID(SG-HALF + 1)) / 2
           ELSE
              MOVE SG-MID(SG-HALF + 1) TO SG-GROUP-MEDIAN(SG-GROUP-IX)
           END-IF.

       *> By kind, then name. Runs after the medians, which find a
       *> group's postings by its table position.
       3100-SORT-GROUPS.
           PERFORM VARYING SG-I FROM 1 BY 1 UNTIL SG-I >= SG-GROUP-COUNT
              PERFORM VARYING SG-J FROM SG-I BY 1
                      UNTIL SG-J > SG-GROUP-COUNT
                 IF SG-GROUP-KIND(SG-J) < SG-GROUP-KIND(SG-I)
                    OR (SG-GROUP-KIND(SG-J) = SG-GROUP-KIND(SG-I)
                        AND SG-GROUP-KEY(SG-J) < SG-GROUP-KEY(SG-I))
                    MOVE SG-GROUP-ENTRY(SG-I) TO SG-GROUP-SWAP
                    MOVE SG-GROUP-ENTRY(SG-J) TO SG-GROUP-ENTRY(SG-I)
                    MOVE SG-GROUP-SWAP TO SG-GROUP-ENTRY(SG-J)
                 END-IF
              END-PERFORM
           END-PERFORM.

       *> ====================================
       *> Report
       *> ====================================
       5000-WRITE-REPORT.
           MOVE "==========SALARY BENCHMARK REPORT==========" TO RPT-REC
           PERFORM 9000-WRITE-LINE
           MOVE SPACES TO RPT-REC
           STRING "Generated "               DELIMITED BY SIZE
                  FUNCTION CURRENT-DATE(1:8) DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           PERFORM 9000-WRITE-LINE

           MOVE SG-TOTAL-COUNT TO SG-N1
           MOVE SG-PARSED-COUNT TO SG-N2
           MOVE SG-UNSTATED-COUNT TO SG-N3
           MOVE SG-UNREAD-COUNT TO SG-N4
           MOVE SPACES TO RPT-REC
           STRING "Open postings: "         DELIMITED BY SIZE
                  FUNCTION TRIM(SG-N1)      DELIMITED BY SIZE
                  "   With salary: "        DELIMITED BY SIZE
                  FUNCTION TRIM(SG-N2)      DELIMITED BY SIZE
                  "   Not stated: "         DELIMITED BY SIZE
                  FUNCTION TRIM(SG-N3)      DELIMITED BY SIZE
                  "   Not recognised: "     DELIMITED BY SIZE
                  FUNCTION TRIM(SG-N4)      DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           PERFORM 9000-WRITE-LINE
           MOVE "Yearly figures: hourly pay x 2080, weekly x 52, monthly x 12. Median is of each posting's mid-range." TO RPT-REC
           PERFORM 9000-WRITE-LINE

           MOVE "---By location---" TO RPT-REC
           PERFORM 9000-WRITE-LINE
           MOVE "L" TO SG-KIND-WORK
           PERFORM 5100-WRITE-SECTION

           MOVE "---By industry---" TO RPT-REC
           PERFORM 9000-WRITE-LINE
           MOVE "I" TO SG-KIND-WORK
           PERFORM 5100-WRITE-SECTION

           MOVE "---Internships versus full-time---" TO RPT-REC
           PERFORM 9000-WRITE-LINE
           MOVE "T" TO SG-KIND-WORK
           PERFORM 5100-WRITE-SECTION

           IF SG-UNREAD-COUNT > 0
              PERFORM 5300-WRITE-UNREAD
           END-IF

           IF SG-POSTS-TRUNC = "Y"
              MOVE "NOTE: more than 2000 postings with a salary -- the medians are incomplete." TO RPT-REC
              PERFORM 9000-WRITE-LINE
           END-IF
           IF SG-GROUPS-TRUNC = "Y"
              MOVE "NOTE: more than 300 locations and industries -- the breakdown is incomplete." TO RPT-REC
              PERFORM 9000-WRITE-LINE
           END-IF.

       *> Every group of kind SG-KIND-WORK, already in name order.
       5100-WRITE-SECTION.
           MOVE 0 TO SG-SECTION-SHOWN
           PERFORM VARYING SG-GROUP-IX FROM 1 BY 1
                   UNTIL SG-GROUP-IX > SG-GROUP-COUNT
              IF SG-GROUP-KIND(SG-GROUP-IX) = SG-KIND-WORK
                 PERFORM 5200-WRITE-ONE-GROUP
                 ADD 1 TO SG-SECTION-SHOWN
              END-IF
           END-PERFORM
           IF SG-SECTION-SHOWN = 0
              MOVE "(no postings with a readable salary)" TO RPT-REC
              PERFORM 9000-WRITE-LINE
           END-IF.

       5200-WRITE-ONE-GROUP.
           MOVE SG-GROUP-LABEL(SG-GROUP-IX) TO RPT-REC
           PERFORM 9000-WRITE-LINE

           COMPUTE SG-AVG-MIN ROUNDED =
              SG-GROUP-SUM-MIN(SG-GROUP-IX) / SG-GROUP-POSTS(SG-GROUP-IX)
           COMPUTE SG-AVG-MAX ROUNDED =
              SG-GROUP-SUM-MAX(SG-GROUP-IX) / SG-GROUP-POSTS(SG-GROUP-IX)
           MOVE SG-GROUP-POSTS(SG-GROUP-IX) TO SG-N1
           MOVE SG-GROUP-LOW(SG-GROUP-IX) TO SG-EDIT-1
           MOVE SG-GROUP-HIGH(SG-GROUP-IX) TO SG-EDIT-2
           MOVE SG-AVG-MIN TO SG-EDIT-3
           MOVE SG-AVG-MAX TO SG-EDIT-4
           MOVE SG-GROUP-MEDIAN(SG-GROUP-IX) TO SG-EDIT-5
           MOVE SPACES TO RPT-REC
           STRING "  postings="                DELIMITED BY SIZE
                  FUNCTION TRIM(SG-N1)         DELIMITED BY SIZE
                  " range="                    DELIMITED BY SIZE
                  FUNCTION TRIM(SG-EDIT-1)     DELIMITED BY SIZE
                  " - "                        DELIMITED BY SIZE
                  FUNCTION TRIM(SG-EDIT-2)     DELIMITED BY SIZE
                  " average="                  DELIMITED BY SIZE
                  FUNCTION TRIM(SG-EDIT-3)     DELIMITED BY SIZE
                  " - "                        DELIMITED BY SIZE
                  FUNCTION TRIM(SG-EDIT-4)     DELIMITED BY SIZE
                  " median="                   DELIMITED BY SIZE
                  FUNCTION TRIM(SG-EDIT-5)     DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           PERFORM 9000-WRITE-LINE.

       *> Postings whose salary text could not be read, so career
       *> services can ask the employer to restate it.
       5300-WRITE-UNREAD.
           MOVE "---Salaries that could not be read---" TO RPT-REC
           PERFORM 9000-WRITE-LINE
           OPEN INPUT JOB-INDEX
           IF JOB-FS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
              READ JOB-INDEX
                 AT END EXIT PERFORM
                 NOT AT END
                    PERFORM 2010-SPLIT-POSTING
                    IF FUNCTION TRIM(BROWSE-JOB-NAME) NOT = SPACES
                       AND SAL-RESULT = "U"
                       MOVE SPACES TO RPT-REC
                       STRING "  "                            DELIMITED BY SIZE
                              FUNCTION TRIM(BROWSE-JOB-NAME)  DELIMITED BY SIZE
                              " "                             DELIMITED BY SIZE
                              FUNCTION TRIM(BROWSE-TITLE)     DELIMITED BY SIZE
                              " ("                            DELIMITED BY SIZE
                              FUNCTION TRIM(BROWSE-EMPLOYER)  DELIMITED BY SIZE
                              "): "                           DELIMITED BY SIZE
                              FUNCTION TRIM(BROWSE-SALARY)    DELIMITED BY SIZE
                              INTO RPT-REC
                       END-STRING
                       PERFORM 9000-WRITE-LINE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE JOB-INDEX.

       9000-WRITE-LINE.
           WRITE RPT-REC
           DISPLAY FUNCTION TRIM(RPT-REC).

       *> ====================================
       *> Salary normalization -- same paragraphs CONTROLFLOW uses
       *> ====================================
       COPY "salary.cpy".
