      ******************************************************************
      * Copybook: RUNHREC
      * Shared layout for one entry on the run history ledger
      * (RUNHIST.DAT), appended by every batch job and maintenance
      * session when it starts and again when it finishes. A START
      * entry carries everything known at the start; the matching END
      * entry repeats the program and start timestamp - the pair's
      * key - and adds the end timestamp, the final RETURN-CODE and
      * up to three labelled key counts. A START with no END is a run
      * that never finished: killed, abended or still running.
      *
      *     FD  RUNHIST-FILE.
      *     COPY RUNHREC.
      ******************************************************************
       01  RUNHIST-RECORD.
           05  RH-EVENT                         PIC X(5).
               88  RH-START-EVENT               VALUE "START".
               88  RH-END-EVENT                 VALUE "END".
           05  FILLER                           PIC X(1).
           05  RH-PROGRAM                       PIC X(8).
           05  FILLER                           PIC X(1).
           05  RH-MODE                          PIC X(8).
           05  FILLER                           PIC X(1).
           05  RH-BUSINESS-DATE                 PIC X(8).
           05  FILLER                           PIC X(1).
           05  RH-RUN-BY                        PIC X(8).
           05  FILLER                           PIC X(1).
           05  RH-START-TIMESTAMP               PIC X(21).
           05  FILLER                           PIC X(1).
           05  RH-END-TIMESTAMP                 PIC X(21).
           05  FILLER                           PIC X(1).
           05  RH-RETURN-CODE                   PIC 9(4).
           05  RH-COUNT-ENTRY OCCURS 3 TIMES.
               10  FILLER                       PIC X(1).
               10  RH-COUNT-LABEL               PIC X(8).
               10  FILLER                       PIC X(1).
               10  RH-COUNT                     PIC 9(9).
