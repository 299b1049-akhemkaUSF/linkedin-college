           05 AR-UNLOCK-FAILS   PIC 9.
           05 FILLER            PIC X.
           05 AR-ROLE           PIC X.
           05 FILLER            PIC X.
           05 AR-DORMANT        PIC X.
           05 FILLER            PIC X.
           05 AR-PW-TEMP        PIC X.
           05 FILLER            PIC X(46).

       FD  REPORT-OUT.
       01  RPT-REC              PIC X(200).
