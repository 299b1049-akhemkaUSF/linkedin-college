IDENTIFICATION DIVISION.
       PROGRAM-ID. NETCONV.   *> nightly first step: loads any leftover line-sequential connections.txt/network.txt into the indexed files

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONNECTIONS ASSIGN TO "data/connections.dat" *> same indexed layout CONTROLFLOW uses
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CONN-KEY
              ALTERNATE RECORD KEY IS CONN-SENDER WITH DUPLICATES
              ALTERNATE RECORD KEY IS CONN-RECIP WITH DUPLICATES
              FILE STATUS IS CONN-FS.

           SELECT NETWORK ASSIGN TO "data/network.dat" *> same indexed layout CONTROLFLOW uses
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS NET-KEY
              ALTERNATE RECORD KEY IS NET-USER-A WITH DUPLICATES
              ALTERNATE RECORD KEY IS NET-USER-B WITH DUPLICATES
              FILE STATUS IS NET-FS.

           *> The line-sequential files the two indexed files replaced.
           SELECT CONN-LEGACY ASSIGN TO "data/connections.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CONN-LEG-FS.

           SELECT NET-LEGACY ASSIGN TO "data/network.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS NET-LEG-FS.

           *> Shared audit trail: every network.dat row loaded is
           *> logged so the nightly balance can account for it.
           SELECT AUDIT-LOG ASSIGN TO "data/audit.log"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS AUDIT-FS.

           *> Same exclusive writer lock CONTROLFLOW takes: one
           *> "HOLDER TIMESTAMP" line while a writer runs, emptied on
           *> normal exit, stale residue cleared by age.
           SELECT RUN-LOCK ASSIGN TO "data/run.lock"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LOCK-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONNECTIONS.
       01  CONN-REC.
      *> Same layout as CONTROLFLOW's CONN-REC; keep the two in sync.
           05 CONN-KEY.
              10 CONN-USER-A    PIC X(20).
              10 CONN-USER-B    PIC X(20).
           05 CONN-SENDER       PIC X(20).
           05 CONN-RECIP        PIC X(20).
           05 FILLER            PIC X(20).

       FD  NETWORK.
       01  NET-REC.
      *> Same layout as CONTROLFLOW's NET-REC; keep the two in sync.
           05 NET-KEY.
              10 NET-USER-A     PIC X(20).
              10 NET-USER-B     PIC X(20).
           05 FILLER            PIC X(20).

       FD  CONN-LEGACY.
       01  CONN-LEG-REC         PIC X(100).

       FD  NET-LEGACY.
       01  NET-LEG-REC          PIC X(100).

       FD  AUDIT-LOG.
       01  AUDIT-REC            PIC X(200).

       FD  RUN-LOCK.
       01  LOCK-REC             PIC X(40).

       WORKING-STORAGE SECTION.
       77  CONN-FS             PIC XX VALUE SPACES.
       77  NET-FS              PIC XX VALUE SPACES.
       77  CONN-LEG-FS         PIC XX VALUE SPACES.
       77  NET-LEG-FS          PIC XX VALUE SPACES.
       77  AUDIT-FS            PIC XX VALUE SPACES.

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

       *> Fields the shared conversion in netconv.cpy works with,
       *> named as in CONTROLFLOW.
       77  CANON-A             PIC X(20).
       77  CANON-B             PIC X(20).
       77  CANON-SWAP          PIC X(20).
       77  PENDING-SENDER      PIC X(20).
       77  PENDING-RECIP       PIC X(20).
       77  MIG-OLD-NAME        PIC X(128).
       77  MIG-NEW-NAME        PIC X(128).
       77  NMIG-COUNT          PIC 9(6) VALUE 0.
       77  NMIG-NET-COUNT      PIC 9(6) VALUE 0.
       77  NMIG-PROGRAM        PIC X(12) VALUE "NETCONV".

       77  NC-COUNT-DISPLAY    PIC ZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           *> Exclusive run lock: the indexed files must not be loaded
           *> while CONTROLFLOW has them open.
           PERFORM ACQUIRE-RUN-LOCK
           IF LOCK-BUSY = "Y"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM 1000-OPEN-FILES
           IF CONN-FS NOT = "00" OR NET-FS NOT = "00"
              DISPLAY "ERROR: cannot open data/connections.dat (FS="
                      CONN-FS ") or data/network.dat (FS=" NET-FS ")"
              CLOSE CONNECTIONS
              CLOSE NETWORK
              CLOSE AUDIT-LOG
              PERFORM RELEASE-RUN-LOCK
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM MIGRATE-NETWORK-FILES

           CLOSE CONNECTIONS
           CLOSE NETWORK
           CLOSE AUDIT-LOG
           MOVE NMIG-COUNT TO NC-COUNT-DISPLAY
           DISPLAY "NETCONV complete: " NC-COUNT-DISPLAY
                   " connection record(s) converted to the indexed files."
           PERFORM RELEASE-RUN-LOCK
           MOVE 0 TO RETURN-CODE
           STOP RUN.

       *> Both indexed files are created empty if missing, the same
       *> way CONTROLFLOW's startup does, so every later step finds
       *> them in place.
       1000-OPEN-FILES.
           OPEN I-O CONNECTIONS
           IF CONN-FS NOT = "00"
              CLOSE CONNECTIONS
              OPEN OUTPUT CONNECTIONS
              CLOSE CONNECTIONS
              OPEN I-O CONNECTIONS
           END-IF
           OPEN I-O NETWORK
           IF NET-FS NOT = "00"
              CLOSE NETWORK
              OPEN OUTPUT NETWORK
              CLOSE NETWORK
              OPEN I-O NETWORK
           END-IF
           OPEN EXTEND AUDIT-LOG
           IF AUDIT-FS NOT = "00"
              OPEN OUTPUT AUDIT-LOG
              CLOSE AUDIT-LOG
              OPEN EXTEND AUDIT-LOG
           END-IF.

       *> Puts CANON-A/CANON-B into the ascending order both indexed
       *> connection files key on -- same paragraph networking.cpy
       *> gives CONTROLFLOW.
       ORDER-CANON-PAIR.
           MOVE FUNCTION TRIM(CANON-A) TO CANON-A
           MOVE FUNCTION TRIM(CANON-B) TO CANON-B
           IF CANON-A > CANON-B
              MOVE CANON-A TO CANON-SWAP
              MOVE CANON-B TO CANON-A
              MOVE CANON-SWAP TO CANON-B
           END-IF
           EXIT PARAGRAPH.

       COPY "netconv.cpy".

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
              STRING "NETCONV "
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
