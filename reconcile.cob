              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS APPL-TMP-FS.

           SELECT NETWORK ASSIGN TO "data/network.dat" *> same indexed layout CONTROLFLOW uses
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS NET-KEY
              ALTERNATE RECORD KEY IS NET-USER-A WITH DUPLICATES
              ALTERNATE RECORD KEY IS NET-USER-B WITH DUPLICATES
              FILE STATUS IS NET-FS.

           SELECT CONNECTIONS ASSIGN TO "data/connections.dat" *> same indexed layout CONTROLFLOW uses
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS CONN-KEY
              ALTERNATE RECORD KEY IS CONN-SENDER WITH DUPLICATES
              ALTERNATE RECORD KEY IS CONN-RECIP WITH DUPLICATES
              FILE STATUS IS CONN-FS.

           SELECT ENDORSEMENTS ASSIGN TO "data/endorsements.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ENDORSE-FS.
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS JNL-FS.

           *> Shared audit trail: REPAIR logs every row it removes so
           *> the nightly balance can account for the shrinkage.
           SELECT AUDIT-LOG ASSIGN TO "data/audit.log"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS AUDIT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNTS.
           05 AR-UNLOCK-FAILS   PIC 9.
           05 FILLER            PIC X.
           05 AR-ROLE           PIC X.
           05 FILLER            PIC X.
           05 AR-DORMANT        PIC X.
           05 FILLER            PIC X.
           05 AR-PW-TEMP        PIC X.
           05 FILLER            PIC X(46).

       FD  PROFILES-INDEX.
       01  PRF-REC              PIC X(120).
       01  APPLICATIONS-TMP-REC PIC X(120).

       FD  NETWORK.
       01  NET-REC.
      *> Same layout as CONTROLFLOW's NET-REC; keep the two in sync.
           05 NET-KEY.
              10 NET-USER-A     PIC X(20).
              10 NET-USER-B     PIC X(20).
           05 FILLER            PIC X(20).

       FD  CONNECTIONS.
       01  CONN-REC.
      *> Same layout as CONTROLFLOW's CONN-REC; keep the two in sync.
           05 CONN-KEY.
              10 CONN-USER-A    PIC X(20).
              10 CONN-USER-B    PIC X(20).
           05 CONN-SENDER       PIC X(20).
           05 CONN-RECIP        PIC X(20).
           05 FILLER            PIC X(20).

       FD  ENDORSEMENTS.
       01  ENDORSE-REC          PIC X(100).
       FD  REWRITE-JOURNAL.
       01  JNL-REC              PIC X(20).

       FD  AUDIT-LOG.
       01  AUDIT-REC            PIC X(200).

       WORKING-STORAGE SECTION.
       77  ACC-FS              PIC XX VALUE SPACES.
       77  PRO-FS              PIC XX VALUE SPACES.
       77  APPLICATIONS-FS     PIC XX VALUE SPACES.
       77  APPL-TMP-FS         PIC XX VALUE SPACES.
       77  NET-FS              PIC XX VALUE SPACES.
       77  CONN-FS             PIC XX VALUE SPACES.
       77  ENDORSE-FS          PIC XX VALUE SPACES.
       77  ENDORSE-TMP-FS      PIC XX VALUE SPACES.
       77  RPT-FS              PIC XX VALUE SPACES.
       77  JNL-FS              PIC XX VALUE SPACES.
       77  JNL-TARGET          PIC X(20) VALUE SPACES.
       77  AUDIT-FS            PIC XX VALUE SPACES.
       77  AUDIT-EVENT         PIC X(20) VALUE SPACES.

       *> Run-lock working storage -- same fields and rules as
       *> CONTROLFLOW's copy, the way the journal helpers are shared.
                 IF RC-JOB-KEEP(RC-JOB-IX) = "Y"
                    MOVE RC-JOB-ROW(RC-JOB-IX) TO JOB-INDEX-TMP-REC
                    WRITE JOB-INDEX-TMP-REC
                 ELSE
                    IF FUNCTION TRIM(RC-JOB-ROW(RC-JOB-IX)) NOT = SPACES
                       MOVE "RECON_JOB" TO AUDIT-EVENT
                       PERFORM 9300-LOG-REPAIR
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE JOB-INDEX-TMP
                    *> An overflowed job table cannot prove a posting
                    *> is gone, so skip this check (and its repair)
                    *> rather than flag live applications as orphans.
                    *> Closed, withdrawn, accepted and rejected
                    *> applications are expected to outlive their
                    *> posting until ARCHIVER moves them -- closing a
                    *> posting leaves a decided application as it was.
                    MOVE FUNCTION LOWER-CASE(FUNCTION TRIM(APPL-STATUS))
                       TO APPL-STATUS
                    IF RC-JOBS-TRUNC = "N"
                       AND APPL-STATUS NOT = "closed"
                       AND APPL-STATUS NOT = "withdrawn"
                       AND APPL-STATUS NOT = "accepted"
                       AND APPL-STATUS NOT = "rejected"
                       MOVE FUNCTION TRIM(APPL-JOB-NAME) TO BROWSE-JOB-NAME
                       PERFORM 1110-FIND-JOB
                       IF RC-FOUND = "N"
                          WRITE APPLICATIONS-TMP-REC
                       ELSE
                          ADD 1 TO RC-FIX-COUNT
                          IF FUNCTION TRIM(APPLICATIONS-REC) NOT = SPACES
                             MOVE "RECON_APPL" TO AUDIT-EVENT
                             PERFORM 9300-LOG-REPAIR
                          END-IF
                       END-IF
                    END-IF
              END-READ
           END-IF.

       *> ====================================
       *> network.dat pairs naming a username that is not on ACCOUNTS.
       *> The file is indexed, so REPAIR deletes the orphan in place.
       *> ====================================
       2400-CHECK-NETWORK.
           IF RC-REPAIR-MODE = "Y"
              OPEN I-O NETWORK
           ELSE
              OPEN INPUT NETWORK
           END-IF
           IF NET-FS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
              READ NETWORK
                 AT END EXIT PERFORM
                 NOT AT END
                    MOVE NET-USER-A TO NET-A
                    MOVE NET-USER-B TO NET-B
                    MOVE "Y" TO RC-ROW-OK
                    MOVE FUNCTION TRIM(NET-A) TO RC-LOOKUP-NAME
                    PERFORM 1010-FIND-ACCOUNT
                       ADD 1 TO RC-EXC-COUNT
                       MOVE SPACES TO RPT-REC
                       STRING "ORPHAN NETWORK PAIR: "    DELIMITED BY SIZE
                              FUNCTION TRIM(NET-A)       DELIMITED BY SIZE
                              " "                        DELIMITED BY SIZE
                              FUNCTION TRIM(NET-B)       DELIMITED BY SIZE
                              " names an unknown user"   DELIMITED BY SIZE
                              INTO RPT-REC
                       END-STRING
                       PERFORM 9000-WRITE-LINE
                       IF RC-REPAIR-MODE = "Y"
                          DELETE NETWORK RECORD
                             NOT INVALID KEY
                                MOVE "RECON_NET" TO AUDIT-EVENT
                                PERFORM 9300-LOG-REPAIR
                          END-DELETE
                          ADD 1 TO RC-FIX-COUNT
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE NETWORK.

       *> ====================================
       *> connections.dat pending requests naming an unknown user.
       *> ====================================
       2500-CHECK-CONNECTIONS.
           IF RC-REPAIR-MODE = "Y"
              OPEN I-O CONNECTIONS
           ELSE
              OPEN INPUT CONNECTIONS
           END-IF
           IF CONN-FS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 0
              READ CONNECTIONS
                 AT END EXIT PERFORM
                 NOT AT END
                    MOVE CONN-SENDER TO NET-A
                    MOVE CONN-RECIP  TO NET-B
                    MOVE "Y" TO RC-ROW-OK
                    MOVE FUNCTION TRIM(NET-A) TO RC-LOOKUP-NAME
                    PERFORM 1010-FIND-ACCOUNT
                       ADD 1 TO RC-EXC-COUNT
                       MOVE SPACES TO RPT-REC
                       STRING "ORPHAN PENDING REQUEST: "  DELIMITED BY SIZE
                              FUNCTION TRIM(NET-A)        DELIMITED BY SIZE
                              " "                         DELIMITED BY SIZE
                              FUNCTION TRIM(NET-B)        DELIMITED BY SIZE
                              " names an unknown user"    DELIMITED BY SIZE
                              INTO RPT-REC
                       END-STRING
                       PERFORM 9000-WRITE-LINE
                       IF RC-REPAIR-MODE = "Y"
                          DELETE CONNECTIONS RECORD
                          ADD 1 TO RC-FIX-COUNT
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE CONNECTIONS.

       *> ====================================
       *> endorsements.txt rows whose owner or endorser is unknown.
              CLOSE REWRITE-JOURNAL
           END-IF.

       *> One audit line per row REPAIR removes, in the line shape
       *> CONTROLFLOW's LOG-AUDIT-EVENT writes. Caller sets AUDIT-EVENT.
       9300-LOG-REPAIR.
           OPEN EXTEND AUDIT-LOG
           IF AUDIT-FS NOT = "00"
              OPEN OUTPUT AUDIT-LOG
              CLOSE AUDIT-LOG
              OPEN EXTEND AUDIT-LOG
           END-IF
           MOVE SPACES TO AUDIT-REC
           STRING FUNCTION CURRENT-DATE(1:14) DELIMITED BY SIZE
                  " | RECONCILE | "           DELIMITED BY SIZE
                  FUNCTION TRIM(AUDIT-EVENT)  DELIMITED BY SIZE
                  " | OK"                     DELIMITED BY SIZE
                  INTO AUDIT-REC
           END-STRING
           WRITE AUDIT-REC
           CLOSE AUDIT-LOG.

       *> ====================================
       *> Run locking -- same paragraphs CONTROLFLOW carries, with
       *> this program as the holder name.
