       77  CTL-FS              PIC XX VALUE SPACES.
       77  RC-FS               PIC XX VALUE SPACES.

       *> The nightly sequence. Order matters: NETCONV loads any
       *> leftover connections.txt/network.txt into the indexed files
       *> first, so no step reads them empty. RECONCILE cleans the
       *> files ARCHIVER will sweep, and both run before anything
       *> that reports on or matches against the data. DORMANCY
       *> settles the account flags before REPORTGEN counts them.
       *> DIGESTGEN follows every step that raises notifications, so
       *> the night's alerts, reminders and nudges go out in the same
       *> digest. BALANCE runs last, once every step that adds or
       *> drops rows has logged its audit events.
       77  NY-STEP-COUNT       PIC 99 VALUE 14.
       01  NY-STEP-NAMES.
           05 FILLER PIC X(12) VALUE "NETCONV".
           05 FILLER PIC X(12) VALUE "RECONCILE".
           05 FILLER PIC X(12) VALUE "ARCHIVER".
           05 FILLER PIC X(12) VALUE "DORMANCY".
           05 FILLER PIC X(12) VALUE "MATCHGEN".
           05 FILLER PIC X(12) VALUE "MENTORGEN".
           05 FILLER PIC X(12) VALUE "PROFSCORE".
           05 FILLER PIC X(12) VALUE "REPORTGEN".
           05 FILLER PIC X(12) VALUE "TRENDGEN".
           05 FILLER PIC X(12) VALUE "ALERTGEN".
           05 FILLER PIC X(12) VALUE "EVENTGEN".
           05 FILLER PIC X(12) VALUE "ENGAGEGEN".
           05 FILLER PIC X(12) VALUE "DIGESTGEN".
           05 FILLER PIC X(12) VALUE "BALANCE".
       01  FILLER REDEFINES NY-STEP-NAMES.
           05 NY-STEP-NAME OCCURS 14 TIMES PIC X(12).
       01  NY-STEP-CMDS.
           05 FILLER PIC X(20) VALUE "./netconv".
           05 FILLER PIC X(20) VALUE "./reconcile".
           05 FILLER PIC X(20) VALUE "./archiver".
           05 FILLER PIC X(20) VALUE "./dormancy".
           05 FILLER PIC X(20) VALUE "./matchgen".
           05 FILLER PIC X(20) VALUE "./mentorgen".
           05 FILLER PIC X(20) VALUE "./profscore".
           05 FILLER PIC X(20) VALUE "./reportgen".
           05 FILLER PIC X(20) VALUE "./trendgen".
           05 FILLER PIC X(20) VALUE "./alertgen".
           05 FILLER PIC X(20) VALUE "./eventgen".
           05 FILLER PIC X(20) VALUE "./engagegen".
           05 FILLER PIC X(20) VALUE "./digestgen".
           05 FILLER PIC X(20) VALUE "./balance".
       01  FILLER REDEFINES NY-STEP-CMDS.
           05 NY-STEP-CMD OCCURS 14 TIMES PIC X(20).

       01  NY-STATE-TABLE.
           05 NY-STATE-ENTRY OCCURS 14 TIMES.
              10 NY-START      PIC X(14).
              10 NY-END        PIC X(14).
              10 NY-OUTCOME    PIC X(8).

       77  NY-IX               PIC 99 VALUE 0.
       77  NY-WX               PIC 99 VALUE 0.
       77  NY-FIRST-STEP       PIC 99 VALUE 1.
       77  NY-FAILED-STEP      PIC 99 VALUE 0.
       77  NY-STEP-RC          PIC 9(4) VALUE 0.
       77  NY-COMMAND-LINE     PIC X(100) VALUE SPACES.
       77  NY-MODE             PIC X(10) VALUE SPACES.
       77  CTL-F-START         PIC X(14).
       77  CTL-F-END           PIC X(14).
       77  CTL-F-OUTCOME       PIC X(8).
       77  CTL-ROW-IX          PIC 99 VALUE 0.

       PROCEDURE DIVISION.
       0000-MAINLINE.
                       AND NY-FAILED-STEP = 0
                       AND FUNCTION TRIM(CTL-F-OUTCOME) NOT = "OK"
                       AND FUNCTION TRIM(CTL-F-OUTCOME) NOT = "SKIPPED"
                       *> A row from before the step list last changed
                       *> names a different step -- do not resume on it
                       IF FUNCTION TRIM(CTL-F-NAME)
                          = FUNCTION TRIM(NY-STEP-NAME(CTL-ROW-IX))
                          MOVE CTL-ROW-IX TO NY-FAILED-STEP
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
