       77  ARC-APPL-MOVED      PIC 9(6) VALUE 0.
       77  ARC-MSG-MOVED       PIC 9(6) VALUE 0.
       77  ARC-AUDIT-MOVED     PIC 9(6) VALUE 0.
       *> Non-blank application rows moved, each logged as one
       *> ARCHIVE_APPL audit line for the nightly balance
       77  ARC-APPL-EVENTS     PIC 9(6) VALUE 0.
       77  ARC-COUNT-DISPLAY   PIC ZZZZZ9.

       PROCEDURE DIVISION.
           PERFORM 2000-ARCHIVE-APPLICATIONS
           PERFORM 3000-ARCHIVE-READ-MESSAGES
           PERFORM 4000-ARCHIVE-OLD-AUDIT
           PERFORM 5000-LOG-ARCHIVED-APPLICATIONS

           MOVE ARC-APPL-MOVED TO ARC-COUNT-DISPLAY
           DISPLAY "Applications archived: " ARC-COUNT-DISPLAY
                       MOVE APPLICATIONS-REC TO ARC-REC
                       WRITE ARC-REC
                       ADD 1 TO ARC-APPL-MOVED
                       IF FUNCTION TRIM(APPLICATIONS-REC) NOT = SPACES
                          ADD 1 TO ARC-APPL-EVENTS
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           END-IF
           PERFORM 9200-CLEAR-REWRITE-JOURNAL.

       *> ====================================
       *> One ARCHIVE_APPL line per application row taken off the
       *> live file, in the line shape LOG-AUDIT-EVENT writes. Logged
       *> after the audit sweep, which rewrites audit.log in place.
       *> ====================================
       5000-LOG-ARCHIVED-APPLICATIONS.
           IF ARC-APPL-EVENTS = 0
              EXIT PARAGRAPH
           END-IF
           OPEN EXTEND AUDIT-LOG
           IF AUDIT-FS NOT = "00"
              OPEN OUTPUT AUDIT-LOG
              CLOSE AUDIT-LOG
              OPEN EXTEND AUDIT-LOG
           END-IF
           PERFORM ARC-APPL-EVENTS TIMES
              MOVE SPACES TO AUDIT-REC
              STRING FUNCTION CURRENT-DATE(1:14)        DELIMITED BY SIZE
                     " | ARCHIVER | ARCHIVE_APPL | OK" DELIMITED BY SIZE
                     INTO AUDIT-REC
              END-STRING
              WRITE AUDIT-REC
           END-PERFORM
           CLOSE AUDIT-LOG.

       *> Records which live file is about to be truncated and rebuilt
       *> from its .tmp. Caller sets JNL-TARGET.
       9100-MARK-REWRITE-PENDING.
