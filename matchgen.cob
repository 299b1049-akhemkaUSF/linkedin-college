              IF FILTER-MATCH = "Y"
                 ADD 1 TO MG-MATCH-COUNT
                 MOVE SPACES TO RECO-REC
                 STRING "Posting "                                DELIMITED BY SIZE
                        FUNCTION TRIM(MG-JOB-NAME(MG-JOB-IX))     DELIMITED BY SIZE
                        ": "                                      DELIMITED BY SIZE
                        FUNCTION TRIM(MG-JOB-TITLE(MG-JOB-IX))    DELIMITED BY SIZE
                        " at "                                    DELIMITED BY SIZE
                        FUNCTION TRIM(MG-JOB-EMPLOYER(MG-JOB-IX)) DELIMITED BY SIZE
                        " ("                                      DELIMITED BY SIZE
