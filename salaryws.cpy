      *> Salary normalization fields shared by CONTROLFLOW, JOBLOAD,
      *> SALARYGEN and ALERTGEN (paragraphs in salary.cpy).
      *>
      *> PARSE-SALARY reads the free-text SAL-TEXT and sets:
      *>   SAL-RESULT  P = parsed, U = not recognised, N = not stated
      *>   SAL-MIN     annualized minimum, whole dollars
      *>   SAL-MAX     annualized maximum (= SAL-MIN for a single figure)
      *>   SAL-BASIS   HR / WK / MO / YR as written, NS when not stated
      *> jobs.idx rows carry SAL-MIN|SAL-MAX|SAL-BASIS after the poster
      *> field; a row split NAME..SALARY then SAL-ROW-POSTER and
      *> SAL-ROW-MIN/MAX/BASIS lets RESOLVE-ROW-SALARY use them, falling
      *> back to parsing SAL-TEXT for rows written before.
       77  SAL-TEXT            PIC X(300).
       77  SAL-RESULT          PIC X    VALUE "N".
       77  SAL-MIN             PIC 9(7) VALUE 0.
       77  SAL-MAX             PIC 9(7) VALUE 0.
       77  SAL-BASIS           PIC XX   VALUE "NS".
       77  SAL-ROW-POSTER      PIC X(20).
       77  SAL-ROW-MIN         PIC X(20).
       77  SAL-ROW-MAX         PIC X(20).
       77  SAL-ROW-BASIS       PIC X(10).
       77  SAL-RANGE-TEXT      PIC X(60).

      *> Parser work fields. SAL-WORK is one byte wider than SAL-TEXT
      *> so the look-ahead past the last character stays in bounds.
       77  SAL-WORK            PIC X(301).
       77  SAL-LEN             PIC 9(3) VALUE 0.
       77  SAL-IX              PIC 9(3) VALUE 0.
       77  SAL-CH              PIC X.
       77  SAL-DIGIT           PIC 9.
       77  SAL-CUR             PIC 9(9)V99 VALUE 0.
       77  SAL-IN-FRAC         PIC X    VALUE "N".
       77  SAL-FRAC-DIGITS     PIC 9    VALUE 0.
       77  SAL-BAD             PIC X    VALUE "N".
       77  SAL-WORD            PIC X(12).
       77  SAL-WORD-LEN        PIC 99   VALUE 0.
       77  SAL-WORD-BASIS      PIC XX.
       77  SAL-LAST-NUM        PIC 9    VALUE 0.
       77  SAL-NUM-COUNT       PIC 9    VALUE 0.
       01  SAL-NUM-TABLE.
           05 SAL-NUM-ENTRY OCCURS 2 TIMES.
              10 SAL-NUM       PIC 9(9)V99.
              10 SAL-NUM-K     PIC X.
       77  SAL-FACTOR          PIC 9(4) VALUE 0.
       77  SAL-ANNUAL          PIC 9(13)V99 VALUE 0.
       77  SAL-EDIT-MIN        PIC $$,$$$,$$9.
       77  SAL-EDIT-MAX        PIC $$,$$$,$$9.
