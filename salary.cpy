      *> Salary normalization routines shared by CONTROLFLOW, JOBLOAD,
      *> SALARYGEN and ALERTGEN; data fields are in salaryws.cpy.

      *> Reads SAL-TEXT ("$50,000/year", "$25/hour", "50-60k",
      *> "$4,000 a month") into an annualized SAL-MIN/SAL-MAX and a
      *> SAL-BASIS code. At most two figures (a range) are taken;
      *> commas and cents are allowed and a trailing K means
      *> thousands ("50-60k" applies it to both ends). Without a pay
      *> word a figure of 1,000 or more is taken as yearly. Text with
      *> no figure ("competitive"), more than two figures, clashing
      *> pay words or a range that runs backwards is not recognised.
      *> Hourly pay is annualized at 2080 hours, weekly at 52 weeks,
      *> monthly at 12 months.
       PARSE-SALARY.
           MOVE 0 TO SAL-MIN SAL-MAX SAL-NUM-COUNT SAL-LAST-NUM
           MOVE SPACES TO SAL-BASIS
           MOVE "N" TO SAL-BAD
           MOVE 0 TO SAL-NUM(1) SAL-NUM(2)
           MOVE "N" TO SAL-NUM-K(1) SAL-NUM-K(2)
           MOVE SPACES TO SAL-WORK
           MOVE FUNCTION UPPER-CASE(SAL-TEXT) TO SAL-WORK
           IF SAL-WORK = SPACES
              MOVE "NS" TO SAL-BASIS
              MOVE "N" TO SAL-RESULT
              EXIT PARAGRAPH
           END-IF
           MOVE "U" TO SAL-RESULT
           MOVE FUNCTION LENGTH(FUNCTION TRIM(SAL-WORK TRAILING)) TO SAL-LEN

           MOVE 1 TO SAL-IX
           PERFORM UNTIL SAL-IX > SAL-LEN OR SAL-BAD = "Y"
              MOVE SAL-WORK(SAL-IX:1) TO SAL-CH
              EVALUATE TRUE
                 WHEN SAL-CH IS NUMERIC
                    PERFORM PARSE-SALARY-NUMBER
                 WHEN SAL-CH >= "A" AND SAL-CH <= "Z"
                    PERFORM PARSE-SALARY-WORD
                 WHEN OTHER
                    ADD 1 TO SAL-IX
              END-EVALUATE
           END-PERFORM

           IF SAL-BAD = "Y" OR SAL-NUM-COUNT = 0
              MOVE SPACES TO SAL-BASIS
              EXIT PARAGRAPH
           END-IF
           IF SAL-NUM-COUNT = 1
              MOVE SAL-NUM(1) TO SAL-NUM(2)
           ELSE
              IF SAL-NUM-K(2) = "Y" AND SAL-NUM-K(1) = "N"
                 AND SAL-NUM(1) < 1000
                 MULTIPLY 1000 BY SAL-NUM(1)
              END-IF
           END-IF
           IF SAL-NUM(1) = 0 OR SAL-NUM(1) > SAL-NUM(2)
              MOVE SPACES TO SAL-BASIS
              EXIT PARAGRAPH
           END-IF
           IF SAL-BASIS = SPACES
              IF SAL-NUM(1) < 1000
                 EXIT PARAGRAPH
              END-IF
              MOVE "YR" TO SAL-BASIS
           END-IF

           EVALUATE SAL-BASIS
              WHEN "HR" MOVE 2080 TO SAL-FACTOR
              WHEN "WK" MOVE 52   TO SAL-FACTOR
              WHEN "MO" MOVE 12   TO SAL-FACTOR
              WHEN OTHER MOVE 1   TO SAL-FACTOR
           END-EVALUATE
           COMPUTE SAL-ANNUAL ROUNDED = SAL-NUM(2) * SAL-FACTOR
           IF SAL-ANNUAL > 9999999
              MOVE SPACES TO SAL-BASIS
              EXIT PARAGRAPH
           END-IF
           MOVE SAL-ANNUAL TO SAL-MAX
           COMPUTE SAL-ANNUAL ROUNDED = SAL-NUM(1) * SAL-FACTOR
           MOVE SAL-ANNUAL TO SAL-MIN
           MOVE "P" TO SAL-RESULT
           EXIT PARAGRAPH.

      *> One figure starting at SAL-IX: digits with thousands commas
      *> and up to two places of cents. Leaves SAL-IX on the first
      *> character after it.
       PARSE-SALARY-NUMBER.
           MOVE 0 TO SAL-CUR SAL-FRAC-DIGITS
           MOVE "N" TO SAL-IN-FRAC
           PERFORM UNTIL SAL-IX > SAL-LEN
              MOVE SAL-WORK(SAL-IX:1) TO SAL-CH
              EVALUATE TRUE
                 WHEN SAL-CH IS NUMERIC
                    MOVE SAL-CH TO SAL-DIGIT
                    IF SAL-IN-FRAC = "Y"
                       ADD 1 TO SAL-FRAC-DIGITS
                       IF SAL-FRAC-DIGITS = 1
                          COMPUTE SAL-CUR = SAL-CUR + SAL-DIGIT / 10
                       END-IF
                       IF SAL-FRAC-DIGITS = 2
                          COMPUTE SAL-CUR = SAL-CUR + SAL-DIGIT / 100
                       END-IF
                    ELSE
                       IF SAL-CUR > 9999999
                          MOVE "Y" TO SAL-BAD
                       ELSE
                          COMPUTE SAL-CUR = SAL-CUR * 10 + SAL-DIGIT
                       END-IF
                    END-IF
                    ADD 1 TO SAL-IX
                 WHEN SAL-CH = "," AND SAL-IN-FRAC = "N"
                      AND SAL-WORK(SAL-IX + 1:1) IS NUMERIC
                    ADD 1 TO SAL-IX
                 WHEN SAL-CH = "." AND SAL-IN-FRAC = "N"
                      AND SAL-WORK(SAL-IX + 1:1) IS NUMERIC
                    MOVE "Y" TO SAL-IN-FRAC
                    ADD 1 TO SAL-IX
                 WHEN OTHER
                    EXIT PERFORM
              END-EVALUATE
           END-PERFORM
           ADD 1 TO SAL-NUM-COUNT
           IF SAL-NUM-COUNT > 2
              MOVE "Y" TO SAL-BAD
              EXIT PARAGRAPH
           END-IF
           MOVE SAL-CUR TO SAL-NUM(SAL-NUM-COUNT)
           MOVE SAL-NUM-COUNT TO SAL-LAST-NUM
           EXIT PARAGRAPH.

      *> One word starting at SAL-IX. K right after a figure means
      *> thousands; pay words set SAL-BASIS; anything else ("per",
      *> "to", "plus") is passed over.
       PARSE-SALARY-WORD.
           MOVE SPACES TO SAL-WORD
           MOVE 0 TO SAL-WORD-LEN
           PERFORM UNTIL SAL-IX > SAL-LEN
              MOVE SAL-WORK(SAL-IX:1) TO SAL-CH
              IF SAL-CH < "A" OR SAL-CH > "Z"
                 EXIT PERFORM
              END-IF
              IF SAL-WORD-LEN < 12
                 ADD 1 TO SAL-WORD-LEN
                 MOVE SAL-CH TO SAL-WORD(SAL-WORD-LEN:1)
              END-IF
              ADD 1 TO SAL-IX
           END-PERFORM

           IF SAL-WORD = "K"
              IF SAL-LAST-NUM > 0
                 AND SAL-NUM-K(SAL-LAST-NUM) = "N"
                 IF SAL-NUM(SAL-LAST-NUM) < 1000000
                    MULTIPLY 1000 BY SAL-NUM(SAL-LAST-NUM)
                 ELSE
                    MOVE "Y" TO SAL-BAD
                 END-IF
                 MOVE "Y" TO SAL-NUM-K(SAL-LAST-NUM)
              END-IF
              MOVE 0 TO SAL-LAST-NUM
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO SAL-LAST-NUM

           MOVE SPACES TO SAL-WORD-BASIS
           EVALUATE SAL-WORD
              WHEN "HOUR" WHEN "HOURS" WHEN "HOURLY"
              WHEN "HR" WHEN "HRS"
                 MOVE "HR" TO SAL-WORD-BASIS
              WHEN "WEEK" WHEN "WEEKS" WHEN "WEEKLY"
              WHEN "WK" WHEN "WKS"
                 MOVE "WK" TO SAL-WORD-BASIS
              WHEN "MONTH" WHEN "MONTHS" WHEN "MONTHLY"
              WHEN "MO" WHEN "MOS" WHEN "MTH"
                 MOVE "MO" TO SAL-WORD-BASIS
              WHEN "YEAR" WHEN "YEARS" WHEN "YEARLY"
              WHEN "YR" WHEN "YRS" WHEN "ANNUAL" WHEN "ANNUALLY"
              WHEN "ANNUM"
                 MOVE "YR" TO SAL-WORD-BASIS
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           IF SAL-WORD-BASIS NOT = SPACES
              IF SAL-BASIS = SPACES
                 MOVE SAL-WORD-BASIS TO SAL-BASIS
              ELSE
                 IF SAL-BASIS NOT = SAL-WORD-BASIS
                    MOVE "Y" TO SAL-BAD
                 END-IF
              END-IF
           END-IF
           EXIT PARAGRAPH.

      *> Salary of the jobs.idx row just split: the stored SAL-ROW-MIN,
      *> SAL-ROW-MAX and SAL-ROW-BASIS when the row carries them,
      *> otherwise SAL-TEXT (the row's free-text salary) parsed now.
       RESOLVE-ROW-SALARY.
           MOVE FUNCTION TRIM(SAL-ROW-MIN) TO SAL-ROW-MIN
           MOVE FUNCTION TRIM(SAL-ROW-MAX) TO SAL-ROW-MAX
           MOVE FUNCTION TRIM(SAL-ROW-BASIS) TO SAL-ROW-BASIS
           IF SAL-ROW-MIN(1:7) IS NUMERIC AND SAL-ROW-MIN(8:1) = SPACE
              AND SAL-ROW-MAX(1:7) IS NUMERIC AND SAL-ROW-MAX(8:1) = SPACE
              AND (SAL-ROW-BASIS = "HR" OR SAL-ROW-BASIS = "WK"
                   OR SAL-ROW-BASIS = "MO" OR SAL-ROW-BASIS = "YR"
                   OR SAL-ROW-BASIS = "NS")
              MOVE SAL-ROW-MIN(1:7) TO SAL-MIN
              MOVE SAL-ROW-MAX(1:7) TO SAL-MAX
              MOVE SAL-ROW-BASIS(1:2) TO SAL-BASIS
              IF SAL-BASIS = "NS"
                 MOVE "N" TO SAL-RESULT
              ELSE
                 MOVE "P" TO SAL-RESULT
              END-IF
              EXIT PARAGRAPH
           END-IF
           PERFORM PARSE-SALARY
           EXIT PARAGRAPH.

      *> SAL-RANGE-TEXT = "$52,000 a year" or "$50,000 - $60,000 a
      *> year" from SAL-MIN/SAL-MAX.
       FORMAT-SALARY-RANGE.
           MOVE SPACES TO SAL-RANGE-TEXT
           MOVE SAL-MIN TO SAL-EDIT-MIN
           MOVE SAL-MAX TO SAL-EDIT-MAX
           IF SAL-MIN = SAL-MAX
              STRING FUNCTION TRIM(SAL-EDIT-MIN) DELIMITED BY SIZE
                     " a year"                   DELIMITED BY SIZE
                     INTO SAL-RANGE-TEXT
              END-STRING
           ELSE
              STRING FUNCTION TRIM(SAL-EDIT-MIN) DELIMITED BY SIZE
                     " - "                       DELIMITED BY SIZE
                     FUNCTION TRIM(SAL-EDIT-MAX) DELIMITED BY SIZE
                     " a year"                   DELIMITED BY SIZE
                     INTO SAL-RANGE-TEXT
              END-STRING
           END-IF
           EXIT PARAGRAPH.
