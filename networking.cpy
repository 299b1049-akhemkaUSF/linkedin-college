              EXIT PARAGRAPH
           END-IF

           *> add the new request under the pair's canonical key
           MOVE FUNCTION TRIM(USERNAME)    TO CANON-A
           MOVE FUNCTION TRIM(TARGET-USER) TO CANON-B
           PERFORM ORDER-CANON-PAIR
           MOVE SPACES TO CONN-REC
           MOVE CANON-A                    TO CONN-USER-A
           MOVE CANON-B                    TO CONN-USER-B
           MOVE FUNCTION TRIM(USERNAME)    TO CONN-SENDER
           MOVE FUNCTION TRIM(TARGET-USER) TO CONN-RECIP
           WRITE CONN-REC
              INVALID KEY
                 MOVE "A request between you and this user is already pending." TO MSG
                 PERFORM WRITE-OUTPUT
                 EXIT PARAGRAPH
           END-WRITE

           MOVE "Connection request sent." TO MSG
           PERFORM WRITE-OUTPUT
           EXIT PARAGRAPH.

*> List all pending requests where current user is the recipient.
*> The senders are read off the CONN-RECIP alternate key into
*> PEND-TABLE first, so accepting or rejecting one (which deletes its
*> record) cannot upset the walk of the file.
       LIST-PENDING-REQUESTS.
           MOVE "Your pending connection requests:" TO MSG
           PERFORM WRITE-OUTPUT
           MOVE "N" TO REQ-FOUND
           MOVE 0 TO PEND-COUNT
           MOVE FUNCTION TRIM(USERNAME) TO CONN-RECIP
           START CONNECTIONS KEY IS = CONN-RECIP
              INVALID KEY
                 MOVE "Y" TO CONN-ANY
              NOT INVALID KEY
                 MOVE "N" TO CONN-ANY
           END-START
           PERFORM UNTIL CONN-ANY = "Y"
              READ CONNECTIONS NEXT RECORD
                 AT END MOVE "Y" TO CONN-ANY
                 NOT AT END
                    IF CONN-RECIP NOT = FUNCTION TRIM(USERNAME)
                       MOVE "Y" TO CONN-ANY
                    ELSE
                       IF PEND-COUNT < 100
                          ADD 1 TO PEND-COUNT
                          MOVE CONN-SENDER TO PEND-USER(PEND-COUNT)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           PERFORM VARYING PEND-IX FROM 1 BY 1 UNTIL PEND-IX > PEND-COUNT
              MOVE "Y" TO REQ-FOUND
              MOVE PEND-USER(PEND-IX) TO PENDING-SENDER
              *> Build a friendlier display name from username (e.g., JohnSmith -> John Smith)
              MOVE SPACES TO WS-DISPLAY-NAME
              PERFORM MAKE-DISPLAY-NAME
              MOVE SPACES TO MSG
              STRING "Request from: " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-DISPLAY-NAME) DELIMITED BY SIZE
                     INTO MSG
              END-STRING
              PERFORM WRITE-OUTPUT

              MOVE "Accept this request?  Y = Yes,  N = No,  Enter = Skip" TO MSG
              PERFORM WRITE-OUTPUT
              READ INPUTFILE AT END MOVE SPACE TO RESP-CHAR
                 NOT AT END ADD 1 TO INPUT-REC-COUNT MOVE FUNCTION TRIM(INPUT-REC)(1:1) TO RESP-CHAR
              END-READ
              EVALUATE TRUE
                  WHEN RESP-CHAR = "Y" OR RESP-CHAR = "y"
                     MOVE PEND-USER(PEND-IX)      TO PENDING-SENDER
                     MOVE FUNCTION TRIM(USERNAME) TO PENDING-RECIP
                     PERFORM ACCEPT-REQUEST-DIRECT
                  WHEN RESP-CHAR = "N" OR RESP-CHAR = "n"
                     MOVE PEND-USER(PEND-IX)      TO PENDING-SENDER
                     MOVE FUNCTION TRIM(USERNAME) TO PENDING-RECIP
                     PERFORM REJECT-REQUEST-DIRECT
                  WHEN RESP-CHAR = SPACES
                     CONTINUE
              END-EVALUATE
           END-PERFORM
           IF REQ-FOUND NOT = "Y"
              MOVE "(none)" TO MSG
              PERFORM WRITE-OUTPUT
           END-IF
           EXIT PARAGRAPH.
*> Helper: find a pending request (SENDER -> RECIPIENT). Uses PENDING-SENDER/PENDING-RECIP and sets REQ-FOUND to "Y" if found.
*> One keyed read on the pair; a request running the other way does not count.
       FIND-PENDING.
           MOVE "N" TO REQ-FOUND
           MOVE FUNCTION TRIM(PENDING-SENDER) TO CANON-A
           MOVE FUNCTION TRIM(PENDING-RECIP)  TO CANON-B
           PERFORM ORDER-CANON-PAIR
           MOVE CANON-A TO CONN-USER-A
           MOVE CANON-B TO CONN-USER-B
           READ CONNECTIONS KEY IS CONN-KEY
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF CONN-SENDER = FUNCTION TRIM(PENDING-SENDER)
                    AND CONN-RECIP = FUNCTION TRIM(PENDING-RECIP)
                    MOVE "Y" TO REQ-FOUND
                 END-IF
           END-READ
           EXIT PARAGRAPH.

*> Puts CANON-A/CANON-B into the ascending order both indexed
*> connection files key on.
       ORDER-CANON-PAIR.
           MOVE FUNCTION TRIM(CANON-A) TO CANON-A
           MOVE FUNCTION TRIM(CANON-B) TO CANON-B
           IF CANON-A > CANON-B
              MOVE CANON-A TO CANON-SWAP
              MOVE CANON-B TO CANON-A
              MOVE CANON-SWAP TO CANON-B
           END-IF
           EXIT PARAGRAPH.

*> Check whether two users are already connected (canonical pair search).
*> Inputs: CANON-A, CANON-B; Output: REQ-FOUND = "Y" if connected
       IS-CONNECTED.
           MOVE "N" TO REQ-FOUND
           PERFORM ORDER-CANON-PAIR
           MOVE CANON-A TO NET-USER-A
           MOVE CANON-B TO NET-USER-B
           READ NETWORK KEY IS NET-KEY
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE "Y" TO REQ-FOUND
           END-READ
           EXIT PARAGRAPH.

*> Add a new connection as canonical pair to NETWORK if not present.
*> Only a pair actually written is audited as CONN_ACCEPT, so the
*> audit trail matches the rows on network.dat.
       ADD-CONNECTION.
           PERFORM ORDER-CANON-PAIR
           MOVE SPACES TO NET-REC
           MOVE CANON-A TO NET-USER-A
           MOVE CANON-B TO NET-USER-B
           WRITE NET-REC
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE "CONN_ACCEPT" TO AUDIT-EVENT
                 MOVE "OK" TO AUDIT-RESULT
                 PERFORM LOG-AUDIT-EVENT
           END-WRITE
           EXIT PARAGRAPH.

*> Remove the pending request between PENDING-SENDER and PENDING-RECIP from CONNECTIONS
       REMOVE-PENDING.
           MOVE FUNCTION TRIM(PENDING-SENDER) TO CANON-A
           MOVE FUNCTION TRIM(PENDING-RECIP)  TO CANON-B
           PERFORM ORDER-CANON-PAIR
           MOVE CANON-A TO CONN-USER-A
           MOVE CANON-B TO CONN-USER-B
           DELETE CONNECTIONS RECORD
              INVALID KEY
                 CONTINUE
           END-DELETE
           EXIT PARAGRAPH.

*> Accept a pending request from PENDING-SENDER to PENDING-RECIP (current user).
          *> add connection and remove pending
          PERFORM ADD-CONNECTION
          PERFORM REMOVE-PENDING
          *> Tell the original requester at their next login
          MOVE FUNCTION TRIM(PENDING-SENDER) TO NOTIF-TARGET
          MOVE SPACES TO NOTIF-TEXT
*> themselves are excluded. The network and pending files are loaded
*> into tables once rather than re-scanned per candidate.
       SUGGEST-CONNECTIONS.
           PERFORM LOAD-DIRECT-CONNECTIONS
           PERFORM LOAD-PENDING-WITH-ME

           MOVE 0 TO SUGG-COUNT
           PERFORM VARYING DIRECT-IX FROM 1 BY 1
                   UNTIL DIRECT-IX > DIRECT-COUNT
              MOVE DIRECT-USER(DIRECT-IX) TO NETQ-USER
              PERFORM START-CONNECTIONS-OF
              PERFORM UNTIL NETQ-DONE = "Y"
                 PERFORM NEXT-CONNECTION-OF
                 IF NETQ-OTHER NOT = SPACES
                    MOVE NETQ-OTHER TO SUGG-CAND
                    PERFORM TALLY-SUGGESTION
                 END-IF
              END-PERFORM
           PERFORM SEND-CONNECTION-REQUEST-DIRECT
           EXIT PARAGRAPH.

*> Fills DIRECT-TABLE with USERNAME's first-degree connections,
*> read off NETWORK's alternate keys.
       LOAD-DIRECT-CONNECTIONS.
           MOVE 0 TO DIRECT-COUNT
           MOVE FUNCTION TRIM(USERNAME) TO NETQ-USER
           PERFORM START-CONNECTIONS-OF
           PERFORM UNTIL NETQ-DONE = "Y"
              PERFORM NEXT-CONNECTION-OF
              IF NETQ-OTHER NOT = SPACES
                 AND DIRECT-COUNT < 100
                 ADD 1 TO DIRECT-COUNT
                 MOVE NETQ-OTHER TO DIRECT-USER(DIRECT-COUNT)
              END-IF
           END-PERFORM
           EXIT PARAGRAPH.

*> Positions NETWORK on the first pair whose first user is NETQ-USER,
*> or failing that on the pairs where it is the second user.
       START-CONNECTIONS-OF.
           MOVE "N" TO NETQ-DONE
           MOVE "A" TO NETQ-SIDE
           MOVE NETQ-USER TO NET-USER-A
           START NETWORK KEY IS = NET-USER-A
              INVALID KEY
                 PERFORM START-CONNECTIONS-SIDE-B
           END-START
           EXIT PARAGRAPH.

       START-CONNECTIONS-SIDE-B.
           MOVE "B" TO NETQ-SIDE
           MOVE NETQ-USER TO NET-USER-B
           START NETWORK KEY IS = NET-USER-B
              INVALID KEY
                 MOVE "Y" TO NETQ-DONE
           END-START
           EXIT PARAGRAPH.

*> Next partner of NETQ-USER into NETQ-OTHER (spaces once NETQ-DONE).
       NEXT-CONNECTION-OF.
           MOVE SPACES TO NETQ-OTHER
           PERFORM UNTIL NETQ-DONE = "Y" OR NETQ-OTHER NOT = SPACES
              READ NETWORK NEXT RECORD
                 AT END
                    IF NETQ-SIDE = "A"
                       PERFORM START-CONNECTIONS-SIDE-B
                    ELSE
                       MOVE "Y" TO NETQ-DONE
                    END-IF
                 NOT AT END
                    IF NETQ-SIDE = "A"
                       IF NET-USER-A = NETQ-USER
                          MOVE NET-USER-B TO NETQ-OTHER
                       ELSE
                          PERFORM START-CONNECTIONS-SIDE-B
                       END-IF
                    ELSE
                       IF NET-USER-B = NETQ-USER
                          MOVE NET-USER-A TO NETQ-OTHER
                       ELSE
                          MOVE "Y" TO NETQ-DONE
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           EXIT PARAGRAPH.

*> Fills PEND-TABLE with everyone who has a pending request to or from
*> USERNAME, so suggestions can exclude them.
       LOAD-PENDING-WITH-ME.
           MOVE 0 TO PEND-COUNT
           MOVE FUNCTION TRIM(USERNAME) TO CONN-SENDER
           START CONNECTIONS KEY IS = CONN-SENDER
              INVALID KEY
                 MOVE "Y" TO CONN-ANY
              NOT INVALID KEY
                 MOVE "N" TO CONN-ANY
           END-START
           PERFORM UNTIL CONN-ANY = "Y"
              READ CONNECTIONS NEXT RECORD
                 AT END MOVE "Y" TO CONN-ANY
                 NOT AT END
                    IF CONN-SENDER NOT = FUNCTION TRIM(USERNAME)
                       MOVE "Y" TO CONN-ANY
                    ELSE
                       IF PEND-COUNT < 100
                          ADD 1 TO PEND-COUNT
                          MOVE CONN-RECIP TO PEND-USER(PEND-COUNT)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           MOVE FUNCTION TRIM(USERNAME) TO CONN-RECIP
           START CONNECTIONS KEY IS = CONN-RECIP
              INVALID KEY
                 MOVE "Y" TO CONN-ANY
              NOT INVALID KEY
                 MOVE "N" TO CONN-ANY
           END-START
           PERFORM UNTIL CONN-ANY = "Y"
              READ CONNECTIONS NEXT RECORD
                 AT END MOVE "Y" TO CONN-ANY
                 NOT AT END
                    IF CONN-RECIP NOT = FUNCTION TRIM(USERNAME)
                       MOVE "Y" TO CONN-ANY
                    ELSE
                       IF PEND-COUNT < 100
                          ADD 1 TO PEND-COUNT
                          MOVE CONN-SENDER TO PEND-USER(PEND-COUNT)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           EXIT PARAGRAPH.

*> One second-degree candidate (SUGG-CAND): drop it if it is USERNAME,
*> an existing connection, a pending request, blocked or dormant;
*> otherwise count one more mutual connection for it in SUGG-TABLE.
       TALLY-SUGGESTION.
           MOVE "N" TO SUGG-SKIP
           IF FUNCTION TRIM(SUGG-CAND) = FUNCTION TRIM(USERNAME)
              EXIT PARAGRAPH
           END-IF

           *> Dormant accounts are not suggested until they log in again
           MOVE FUNCTION TRIM(SUGG-CAND) TO DORM-USER
           PERFORM CHECK-USER-DORMANT
           IF DORM-FOUND = "Y"
              EXIT PARAGRAPH
           END-IF

           MOVE "N" TO SUGG-FOUND
           PERFORM VARYING SUGG-JX FROM 1 BY 1 UNTIL SUGG-JX > SUGG-COUNT
              IF SUGG-USER(SUGG-JX) = SUGG-CAND
           END-PERFORM
           EXIT PARAGRAPH.

*> Remove an already-accepted connection between USERNAME and TARGET-USER:
*> one keyed delete of the canonical CANON-A/CANON-B pair.
       REMOVE-CONNECTION.
           MOVE FUNCTION TRIM(USERNAME)    TO CANON-A
           MOVE FUNCTION TRIM(TARGET-USER) TO CANON-B
              EXIT PARAGRAPH
           END-IF

           DELETE NETWORK RECORD
              INVALID KEY
                 MOVE "You are not connected with that user." TO MSG
                 PERFORM WRITE-OUTPUT
                 EXIT PARAGRAPH
           END-DELETE
           MOVE "CONN_REMOVE" TO AUDIT-EVENT
           MOVE "OK" TO AUDIT-RESULT
           PERFORM LOG-AUDIT-EVENT

           MOVE "Connection removed." TO MSG
           PERFORM WRITE-OUTPUT
           EXIT PARAGRAPH.

       LIST-MY-CONNECTIONS.
           MOVE FUNCTION TRIM(USERNAME) TO PARAM-USER
           PERFORM LIST-CONNECTIONS-FOR-USER
           EXIT PARAGRAPH.

       LIST-CONNECTIONS-FOR-USER.
           MOVE "N" TO CONN-ANY
           MOVE FUNCTION TRIM(PARAM-USER) TO NETQ-USER
           PERFORM START-CONNECTIONS-OF
           PERFORM UNTIL NETQ-DONE = "Y"
              PERFORM NEXT-CONNECTION-OF
              IF NETQ-OTHER NOT = SPACES
                 MOVE "Y" TO CONN-ANY
                 MOVE NETQ-OTHER TO OTHER-USER
                 PERFORM GET-DISPLAY-NAME-FOR-OTHER
                 MOVE FUNCTION TRIM(WS-DISPLAY-NAME) TO MSG
                 PERFORM WRITE-OUTPUT
              END-IF
           END-PERFORM
           IF CONN-ANY NOT = "Y"
              MOVE "(none)" TO MSG
              PERFORM WRITE-OUTPUT
