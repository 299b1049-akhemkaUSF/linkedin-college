      *> Conversion of the line-sequential connections.txt/network.txt
      *> into the indexed connections.dat/network.dat, shared by
      *> CONTROLFLOW's startup and the NETCONV batch that opens the
      *> nightly chain, so the files are converted by whichever runs
      *> first after the change.
      *>
      *> The including program supplies: CONNECTIONS and NETWORK open
      *> I-O (CONN-REC/NET-REC in CONTROLFLOW's layout); CONN-LEGACY
      *> and NET-LEGACY (CONN-LEG-REC/NET-LEG-REC, CONN-LEG-FS/
      *> NET-LEG-FS); AUDIT-LOG open EXTEND (AUDIT-REC); the fields
      *> CANON-A, CANON-B, PENDING-SENDER, PENDING-RECIP, MIG-OLD-NAME,
      *> MIG-NEW-NAME, NMIG-COUNT, NMIG-NET-COUNT and NMIG-PROGRAM; and
      *> ORDER-CANON-PAIR.

      *> A connections.txt or network.txt still on disk is loaded
      *> into connections.dat/network.dat under the canonical pair key
      *> and then renamed to *.txt.converted, so it is never loaded
      *> twice. Pairs already on file are skipped. NMIG-COUNT is the
      *> records added to both files, NMIG-NET-COUNT those added to
      *> network.dat; each of the latter is logged as a NET_CONVERT
      *> audit line (user NMIG-PROGRAM) so BALANCE can account for
      *> the rows.
       MIGRATE-NETWORK-FILES.
           MOVE 0 TO NMIG-COUNT
           MOVE 0 TO NMIG-NET-COUNT
           OPEN INPUT NET-LEGACY
           IF NET-LEG-FS = "00"
              PERFORM UNTIL 1 = 0
                 READ NET-LEGACY NEXT RECORD
                    AT END EXIT PERFORM
                    NOT AT END
                       MOVE SPACES TO CANON-A CANON-B
                       UNSTRING NET-LEG-REC DELIMITED BY ALL " "
                          INTO CANON-A CANON-B
                       END-UNSTRING
                       IF CANON-A NOT = SPACES AND CANON-B NOT = SPACES
                          PERFORM ORDER-CANON-PAIR
                          MOVE SPACES TO NET-REC
                          MOVE CANON-A TO NET-USER-A
                          MOVE CANON-B TO NET-USER-B
                          WRITE NET-REC
                             INVALID KEY
                                CONTINUE
                             NOT INVALID KEY
                                ADD 1 TO NMIG-COUNT
                                ADD 1 TO NMIG-NET-COUNT
                                MOVE SPACES TO AUDIT-REC
                                STRING FUNCTION CURRENT-DATE(1:14) DELIMITED BY SIZE
                                       " | "                       DELIMITED BY SIZE
                                       FUNCTION TRIM(NMIG-PROGRAM) DELIMITED BY SIZE
                                       " | NET_CONVERT | OK"       DELIMITED BY SIZE
                                       INTO AUDIT-REC
                                END-STRING
                                WRITE AUDIT-REC
                          END-WRITE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE NET-LEGACY
              MOVE "data/network.txt" TO MIG-OLD-NAME
              MOVE "data/network.txt.converted" TO MIG-NEW-NAME
              CALL "CBL_DELETE_FILE" USING MIG-NEW-NAME
              CALL "CBL_RENAME_FILE" USING MIG-OLD-NAME MIG-NEW-NAME
           END-IF

           OPEN INPUT CONN-LEGACY
           IF CONN-LEG-FS = "00"
              PERFORM UNTIL 1 = 0
                 READ CONN-LEGACY NEXT RECORD
                    AT END EXIT PERFORM
                    NOT AT END
                       MOVE SPACES TO PENDING-SENDER PENDING-RECIP
                       UNSTRING CONN-LEG-REC DELIMITED BY ALL " "
                          INTO PENDING-SENDER PENDING-RECIP
                       END-UNSTRING
                       IF PENDING-SENDER NOT = SPACES
                          AND PENDING-RECIP NOT = SPACES
                          MOVE PENDING-SENDER TO CANON-A
                          MOVE PENDING-RECIP  TO CANON-B
                          PERFORM ORDER-CANON-PAIR
                          MOVE SPACES TO CONN-REC
                          MOVE CANON-A        TO CONN-USER-A
                          MOVE CANON-B        TO CONN-USER-B
                          MOVE PENDING-SENDER TO CONN-SENDER
                          MOVE PENDING-RECIP  TO CONN-RECIP
                          WRITE CONN-REC
                             INVALID KEY
                                CONTINUE
                             NOT INVALID KEY
                                ADD 1 TO NMIG-COUNT
                          END-WRITE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CONN-LEGACY
              MOVE "data/connections.txt" TO MIG-OLD-NAME
              MOVE "data/connections.txt.converted" TO MIG-NEW-NAME
              CALL "CBL_DELETE_FILE" USING MIG-NEW-NAME
              CALL "CBL_RENAME_FILE" USING MIG-OLD-NAME MIG-NEW-NAME
           END-IF
           EXIT PARAGRAPH.
