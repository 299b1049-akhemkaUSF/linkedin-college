              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS APPLICATIONS-FS.

           SELECT NETWORK ASSIGN TO "data/network.dat" *> same indexed layout CONTROLFLOW uses
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS NET-KEY
              ALTERNATE RECORD KEY IS NET-USER-A WITH DUPLICATES
              ALTERNATE RECORD KEY IS NET-USER-B WITH DUPLICATES
              FILE STATUS IS NET-FS.

           SELECT EXTRACT-FILE ASSIGN TO DYNAMIC WS-EXTRACT-FILENAME *> one dated .csv per extract under data/extracts/
           05 AR-UNLOCK-FAILS   PIC 9.
           05 FILLER            PIC X.
           05 AR-ROLE           PIC X.
           05 FILLER            PIC X.
           05 AR-DORMANT        PIC X.
           05 FILLER            PIC X.
           05 AR-PW-TEMP        PIC X.
           05 FILLER            PIC X(46).

       FD  JOB-INDEX.
       01  BROWSE-REC           PIC X(1000).
       01  APPLICATIONS-REC     PIC X(120).

       FD  NETWORK.
       01  NET-REC.
      *> Same layout as CONTROLFLOW's NET-REC; keep the two in sync.
           05 NET-KEY.
              10 NET-USER-A     PIC X(20).
              10 NET-USER-B     PIC X(20).
           05 FILLER            PIC X(20).

       FD  EXTRACT-FILE.
       01  EXT-REC              PIC X(1200).
       77  NET-A               PIC X(20).
       77  NET-B               PIC X(20).

       *> Per-user connection counts from network.dat
       77  EX-MAX-USERS        PIC 9(3) VALUE 500.
       77  EX-USER-COUNT       PIC 9(3) VALUE 0.
       77  EX-USERS-TRUNC      PIC X    VALUE "N".

       *> ====================================
       *> connections_<date>.csv -- accepted-connection count per
       *> user, both sides of every network.dat pair counted.
       *> ====================================
       4000-EXTRACT-CONNECTIONS.
           MOVE 0 TO EX-USER-COUNT
                 READ NETWORK
                    AT END EXIT PERFORM
                    NOT AT END
                       MOVE NET-USER-A TO NET-A
                       MOVE NET-USER-B TO NET-B
                       IF FUNCTION TRIM(NET-A) NOT = SPACES
                          MOVE FUNCTION TRIM(NET-A) TO EX-LOOKUP-NAME
                          PERFORM 4100-BUMP-USER-CONNS
              PERFORM 8200-WRITE-CSV-LINE
           END-PERFORM
           IF EX-USERS-TRUNC = "Y"
              DISPLAY "NOTE: more than 500 distinct users on network.dat -- connections extract is incomplete."
           END-IF
           CLOSE EXTRACT-FILE.

