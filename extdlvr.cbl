      ******************************************************************
      * Author: Erik Eriksen
      * Date: 2026-10-15
      * Purpose: Extract delivery register check. main-app cuts an
      *          EXTRACT.YYYYMMDD.DAT generation each night (and an
      *          EXTRACT.YYYYMMDD.Cnn.DAT per supplementary cycle)
      *          with a count/hash trailer; this job proves who has
      *          loaded each one. The downstream consumers are
      *          registered on EXTCONS.DAT, each with the number of
      *          days after the business date it must have loaded the
      *          generation by. Every consumer returns one line per
      *          generation loaded, appended to EXTACK.DAT, echoing
      *          the generation's date, cycle, record count and hash
      *          total as it loaded them. The job matches the latest
      *          acknowledgement from each consumer against each
      *          generation's trailer over the lookback and reports
      *          (EXTDLVR.TXT) every generation/consumer as ACKED,
      *          PENDING (inside its deadline), OVERDUE, or WRONG
      *          TOTALS (the consumer loaded something other than what
      *          is on file now - a short load, or a generation since
      *          backed out and rerun), then any acknowledgement that
      *          matches no generation or no registered consumer.
      *          Ends with condition code 8 when anything is overdue
      *          or wrongly acknowledged, so the scheduler can chase
      *          the consumer.
      *          Each run appends a START and an END entry to the
      *          run history ledger RUNHIST.DAT (see opslog).
      * Tectonics: cobc -x -I copybooks extdlvr.cbl -o extdlvr.exe
      *
      * Usage: extdlvr [as-of-date-YYYYMMDD] [lookback-days]
      *        Defaults: today, and 30 days of generations back from
      *        it. A generation is overdue once the as-of date is
      *        past its business date plus the consumer's deadline
      *        days. A generation with no detail records is never
      *        due; one with no trailer (its run did not finish) is
      *        listed but not matched.
      *
      * EXTCONS.DAT: consumer id X(8), space, deadline days 9(3),
      *        space, first business date expected YYYYMMDD (spaces
      *        = every generation), space, description X(40).
      * EXTACK.DAT:  consumer id X(8), space, generation date
      *        YYYYMMDD, space, cycle 9(2) (spaces = 01, the night),
      *        space, record count 9(6), space, hash total 9(12),
      *        space, date and time loaded YYYYMMDD HHMMSS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. extdlvr.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONSUMER-FILE ASSIGN TO "EXTCONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-consumer-file-status.

           SELECT EXTACK-FILE ASSIGN TO "EXTACK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-extack-file-status.

      *> Each generation in turn, by its dated name.
           SELECT EXTRACT-FILE ASSIGN TO ws-extract-file-name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-extract-file-status.

      *> main-app's supplementary-cycle control file, for the cycles
      *> each date has had.
           SELECT CYCLECTL-FILE ASSIGN TO "CYCLECTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-cyclectl-file-status.

           SELECT REPORT-FILE ASSIGN TO "EXTDLVR.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-report-file-status.

      *> Shop-wide run history ledger - a START and an END entry for
      *> every run, read by opslog for the daily operations log.
           SELECT RUNHIST-FILE ASSIGN TO "RUNHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-runhist-file-status.

       DATA DIVISION.

       FILE SECTION.

      *> One line per downstream consumer of the extract.
       FD  CONSUMER-FILE.
       01  CONSUMER-RECORD.
           05  CONS-ID                          PIC X(8).
           05  FILLER                           PIC X(1).
           05  CONS-DEADLINE-DAYS               PIC 9(3).
           05  FILLER                           PIC X(1).
           05  CONS-FIRST-DATE                  PIC X(8).
           05  FILLER                           PIC X(1).
           05  CONS-NAME                        PIC X(40).

      *> One line per generation a consumer has loaded, as returned
      *> by the consumer.
       FD  EXTACK-FILE.
       01  EXTACK-RECORD.
           05  ACK-CONSUMER                     PIC X(8).
           05  FILLER                           PIC X(1).
           05  ACK-GEN-DATE                     PIC X(8).
           05  FILLER                           PIC X(1).
           05  ACK-GEN-CYCLE                    PIC X(2).
           05  FILLER                           PIC X(1).
           05  ACK-RECORD-COUNT                 PIC 9(6).
           05  FILLER                           PIC X(1).
           05  ACK-HASH-TOTAL                   PIC 9(12).
           05  FILLER                           PIC X(1).
           05  ACK-LOADED-DATE                  PIC X(8).
           05  FILLER                           PIC X(1).
           05  ACK-LOADED-TIME                  PIC X(6).

      *> A generation: header, details, trailer - main-app's layout.
       FD  EXTRACT-FILE.
       01  EXTRACT-RAW-RECORD                  PIC X(51).
       01  EXTRACT-TRAILER-RECORD.
           05  ETRL-RECORD-TYPE                 PIC X(1).
           05  FILLER                           PIC X(1).
           05  ETRL-RECORD-COUNT                PIC 9(6).
           05  FILLER                           PIC X(1).
           05  ETRL-HASH-TOTAL                  PIC 9(12).

       FD  CYCLECTL-FILE.
       01  CYCLECTL-RECORD.
           05  CYC-DATE                         PIC X(8).
           05  FILLER                           PIC X(1).
           05  CYC-NUMBER                       PIC 9(2).
           05  FILLER                           PIC X(1).
           05  CYC-STATUS                       PIC X(8).

       FD  REPORT-FILE.
       01  REPORT-LINE                         PIC X(132).

       FD  RUNHIST-FILE.
           COPY RUNHREC.

       WORKING-STORAGE SECTION.

       01  ws-consumer-file-status             PIC X(2).
       01  ws-extack-file-status               PIC X(2).
       01  ws-extract-file-status              PIC X(2).
       01  ws-cyclectl-file-status             PIC X(2).
       01  ws-report-file-status               PIC X(2).
       01  ws-extract-file-name                PIC X(100) VALUE SPACES.
       01  ws-eof-switch                       PIC X(1)  VALUE "N".
           88  ws-eof                          VALUE "Y".

       01  ws-cmdline-arg-number               PIC 9(2)  VALUE 0.
       01  ws-cmdline-arg-value                PIC X(100) VALUE SPACES.

       01  ws-asof-date                        PIC X(8)  VALUE SPACES.

      *> What this run puts on the run history ledger: filled in as
      *> the run learns it, START written once the run is under way,
      *> END just before the normal STOP RUN with the key counts.
       01  ws-runhist-file-status              PIC X(2).
       01  ws-rh-event                         PIC X(5)  VALUE SPACES.
       01  ws-rh-program                       PIC X(8)  VALUE SPACES.
       01  ws-rh-mode                          PIC X(8)  VALUE SPACES.
       01  ws-rh-business-date                 PIC X(8)  VALUE SPACES.
       01  ws-rh-run-by                        PIC X(8)
                                               VALUE "SCHEDULR".
       01  ws-rh-start-timestamp               PIC X(21) VALUE SPACES.
       01  ws-rh-counts.
           05  ws-rh-count-entry OCCURS 3 TIMES.
               10  ws-rh-count-label            PIC X(8)  VALUE SPACES.
               10  ws-rh-count                  PIC 9(9)  VALUE 0.
       01  ws-rh-sub                           PIC 9(1)  VALUE 0.
       01  ws-asof-integer                     PIC 9(8)  VALUE 0.
       01  ws-lookback-days                    PIC 9(4)  VALUE 30.
       01  ws-from-date                        PIC X(8)  VALUE SPACES.
       01  ws-walk-date                        PIC X(8)  VALUE SPACES.
       01  ws-walk-integer                     PIC 9(8)  VALUE 0.
       01  ws-due-integer                      PIC 9(8)  VALUE 0.
       01  ws-due-date                         PIC X(8)  VALUE SPACES.

      *> The registered consumers.
       01  ws-consumer-table.
           05  ws-consumer-entry OCCURS 100 TIMES
                                 INDEXED BY ws-consumer-idx.
               10  ws-cons-tbl-id               PIC X(8).
               10  ws-cons-tbl-deadline         PIC 9(3).
               10  ws-cons-tbl-first-date       PIC X(8).
       01  ws-consumer-count                   PIC 9(3)  VALUE 0.

      *> Every acknowledgement on file, in arrival order, and whether
      *> it was matched to a generation and consumer this run.
       01  ws-ack-table.
           05  ws-ack-entry OCCURS 20000 TIMES
                            INDEXED BY ws-ack-idx.
               10  ws-ack-tbl-consumer          PIC X(8).
               10  ws-ack-tbl-date              PIC X(8).
               10  ws-ack-tbl-cycle             PIC 9(2).
               10  ws-ack-tbl-count             PIC 9(6).
               10  ws-ack-tbl-hash              PIC 9(12).
               10  ws-ack-tbl-loaded            PIC X(8).
               10  ws-ack-tbl-matched           PIC X(1).
       01  ws-ack-count                        PIC 9(6)  VALUE 0.
       01  ws-ack-found                        PIC 9(6)  VALUE 0.

      *> Supplementary cycles recorded for dates in the window.
       01  ws-cycle-table.
           05  ws-cycle-entry OCCURS 2000 TIMES
                              INDEXED BY ws-cycle-idx.
               10  ws-cyc-tbl-date              PIC X(8).
               10  ws-cyc-tbl-number            PIC 9(2).
       01  ws-cycle-count                      PIC 9(4)  VALUE 0.
       01  ws-cycle-known-switch               PIC X(1)  VALUE "N".
           88  ws-cycle-known                  VALUE "Y".

      *> The generation being checked.
       01  ws-gen-date                         PIC X(8).
       01  ws-gen-cycle                        PIC 9(2).
       01  ws-gen-count                        PIC 9(6).
       01  ws-gen-hash                         PIC 9(12).
       01  ws-gen-trailer-switch               PIC X(1)  VALUE "N".
           88  ws-gen-has-trailer              VALUE "Y".
       01  ws-delivery-status                  PIC X(12).

       01  ws-tot-generations                  PIC 9(6)  VALUE 0.
       01  ws-tot-no-trailer                   PIC 9(6)  VALUE 0.
       01  ws-tot-acked                        PIC 9(6)  VALUE 0.
       01  ws-tot-pending                      PIC 9(6)  VALUE 0.
       01  ws-tot-overdue                      PIC 9(6)  VALUE 0.
       01  ws-tot-wrong                        PIC 9(6)  VALUE 0.
       01  ws-tot-not-due                      PIC 9(6)  VALUE 0.
       01  ws-tot-unmatched                    PIC 9(6)  VALUE 0.

      *> Print-line layouts.
       01  ws-rpt-header-1.
           05  FILLER                           PIC X(36)
               VALUE "EXTRACT DELIVERY REGISTER".
           05  FILLER                           PIC X(7)
               VALUE "AS OF: ".
           05  ws-rpt-hdr-asof                  PIC X(8).
           05  FILLER                           PIC X(18)
               VALUE "  GENERATIONS FROM".
           05  FILLER                           PIC X(1)  VALUE SPACE.
           05  ws-rpt-hdr-from                  PIC X(8).
       01  ws-rpt-detail-heads.
           05  FILLER                           PIC X(28)
               VALUE "GENERATION".
           05  FILLER                           PIC X(8)
               VALUE "  COUNT".
           05  FILLER                           PIC X(14)
               VALUE "          HASH".
           05  FILLER                           PIC X(2)  VALUE SPACES.
           05  FILLER                           PIC X(10)
               VALUE "CONSUMER".
           05  FILLER                           PIC X(10)
               VALUE "DUE".
           05  FILLER                           PIC X(14)
               VALUE "STATUS".
           05  FILLER                           PIC X(8)
               VALUE "ACK CNT".
           05  FILLER                           PIC X(14)
               VALUE "      ACK HASH".
           05  FILLER                           PIC X(2)  VALUE SPACES.
           05  FILLER                           PIC X(8)
               VALUE "LOADED".
       01  ws-rpt-detail-line.
           05  ws-rpt-det-generation            PIC X(28).
           05  ws-rpt-det-count                 PIC Z(6)9.
           05  FILLER                           PIC X(1)  VALUE SPACE.
           05  ws-rpt-det-hash                  PIC Z(13)9.
           05  FILLER                           PIC X(2)  VALUE SPACES.
           05  ws-rpt-det-consumer              PIC X(8).
           05  FILLER                           PIC X(2)  VALUE SPACES.
           05  ws-rpt-det-due                   PIC X(8).
           05  FILLER                           PIC X(2)  VALUE SPACES.
           05  ws-rpt-det-status                PIC X(12).
           05  FILLER                           PIC X(2)  VALUE SPACES.
           05  ws-rpt-det-ack-count             PIC Z(6)9.
           05  FILLER                           PIC X(1)  VALUE SPACE.
           05  ws-rpt-det-ack-hash              PIC Z(13)9.
           05  FILLER                           PIC X(2)  VALUE SPACES.
           05  ws-rpt-det-loaded                PIC X(8).
       01  ws-rpt-total-line.
           05  ws-rpt-tot-label                 PIC X(42).
           05  ws-rpt-tot-value                 PIC Z(5)9.
       01  ws-report-print-area                PIC X(132).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-RUN-ARGUMENTS
           MOVE "EXTDLVR" TO ws-rh-program
           MOVE "CHECK" TO ws-rh-mode
           MOVE ws-asof-date TO ws-rh-business-date
           MOVE "START" TO ws-rh-event
           PERFORM WRITE-RUN-HISTORY
           DISPLAY "Extract delivery register check as of "
               ws-asof-date
           PERFORM LOAD-CONSUMER-REGISTER
           PERFORM LOAD-ACKNOWLEDGEMENTS
           PERFORM LOAD-CYCLE-CONTROL
           PERFORM OPEN-REPORT-FILE

           MOVE ws-from-date TO ws-walk-date
           COMPUTE ws-walk-integer =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(ws-from-date))
           PERFORM UNTIL ws-walk-date > ws-asof-date
               MOVE ws-walk-date TO ws-gen-date
               MOVE 1 TO ws-gen-cycle
               PERFORM CHECK-ONE-GENERATION
               PERFORM VARYING ws-cycle-idx FROM 1 BY 1
                   UNTIL ws-cycle-idx > ws-cycle-count
                   IF ws-cyc-tbl-date (ws-cycle-idx) = ws-walk-date
                       MOVE ws-cyc-tbl-number (ws-cycle-idx)
                           TO ws-gen-cycle
                       PERFORM CHECK-ONE-GENERATION
                   END-IF
               END-PERFORM
               ADD 1 TO ws-walk-integer
               MOVE FUNCTION DATE-OF-INTEGER(ws-walk-integer)
                   TO ws-walk-date
           END-PERFORM

           PERFORM REPORT-UNMATCHED-ACKS
           PERFORM FINISH-REPORT
           PERFORM DISPLAY-DELIVERY-TOTALS
           IF ws-tot-overdue > 0 OR ws-tot-wrong > 0
               MOVE 8 TO RETURN-CODE
           END-IF
           MOVE "ACKED" TO ws-rh-count-label (1)
           MOVE ws-tot-acked TO ws-rh-count (1)
           MOVE "OVERDUE" TO ws-rh-count-label (2)
           MOVE ws-tot-overdue TO ws-rh-count (2)
           MOVE "WRONGTOT" TO ws-rh-count-label (3)
           MOVE ws-tot-wrong TO ws-rh-count (3)
           MOVE "END" TO ws-rh-event
           PERFORM WRITE-RUN-HISTORY
           STOP RUN.

      *> The as-of date from the first argument (default today) and
      *> the lookback days from the second (default 30).
       GET-RUN-ARGUMENTS.
           MOVE 1 TO ws-cmdline-arg-number
           DISPLAY ws-cmdline-arg-number UPON ARGUMENT-NUMBER
           MOVE SPACES TO ws-cmdline-arg-value
           ACCEPT ws-cmdline-arg-value FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF ws-cmdline-arg-value NOT = SPACES
               MOVE ws-cmdline-arg-value (1:8) TO ws-asof-date
           ELSE
               ACCEPT ws-asof-date FROM DATE YYYYMMDD
           END-IF
           IF ws-asof-date IS NOT NUMERIC
               OR FUNCTION TEST-DATE-YYYYMMDD
                   (FUNCTION NUMVAL(ws-asof-date)) NOT = 0
               DISPLAY "ERROR: as-of date '" ws-asof-date "' is not "
                   "a valid YYYYMMDD date - job stopped."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 2 TO ws-cmdline-arg-number
           DISPLAY ws-cmdline-arg-number UPON ARGUMENT-NUMBER
           MOVE SPACES TO ws-cmdline-arg-value
           ACCEPT ws-cmdline-arg-value FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF ws-cmdline-arg-value NOT = SPACES
               IF FUNCTION TRIM(ws-cmdline-arg-value) IS NUMERIC
                   AND FUNCTION NUMVAL(ws-cmdline-arg-value) >= 1
                   AND FUNCTION NUMVAL(ws-cmdline-arg-value) <= 9999
                   COMPUTE ws-lookback-days =
                       FUNCTION NUMVAL(ws-cmdline-arg-value)
               ELSE
                   DISPLAY "ERROR: lookback days '"
                       FUNCTION TRIM(ws-cmdline-arg-value)
                       "' is not a number between 1 and 9999 - "
                       "job stopped."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           COMPUTE ws-asof-integer =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(ws-asof-date))
           COMPUTE ws-walk-integer = ws-asof-integer - ws-lookback-days
           MOVE FUNCTION DATE-OF-INTEGER(ws-walk-integer)
               TO ws-from-date
           EXIT paragraph.

      *> Appends a START or END entry (ws-rh-event) for this run to
      *> RUNHIST.DAT. The START fixes the start timestamp that keys
      *> the pair; the END adds the end time, the RETURN-CODE as it
      *> stands and the key counts. A ledger that cannot be written is
      *> only warned about - the history must never stop the work.
       WRITE-RUN-HISTORY.
           OPEN EXTEND RUNHIST-FILE
           IF ws-runhist-file-status = "35"
               OPEN OUTPUT RUNHIST-FILE
           END-IF
           IF ws-runhist-file-status NOT = "00"
               DISPLAY "Warning: unable to write run history "
                   "RUNHIST.DAT (status " ws-runhist-file-status
                   ") - this run is not on the ledger."
               EXIT paragraph
           END-IF
           MOVE SPACES TO RUNHIST-RECORD
           MOVE ws-rh-event TO RH-EVENT
           MOVE ws-rh-program TO RH-PROGRAM
           MOVE ws-rh-mode TO RH-MODE
           MOVE ws-rh-business-date TO RH-BUSINESS-DATE
           MOVE ws-rh-run-by TO RH-RUN-BY
           IF ws-rh-event = "START"
               MOVE FUNCTION CURRENT-DATE TO ws-rh-start-timestamp
           ELSE
               MOVE FUNCTION CURRENT-DATE TO RH-END-TIMESTAMP
               MOVE RETURN-CODE TO RH-RETURN-CODE
               PERFORM VARYING ws-rh-sub FROM 1 BY 1
                   UNTIL ws-rh-sub > 3
                   MOVE ws-rh-count-label (ws-rh-sub)
                       TO RH-COUNT-LABEL (ws-rh-sub)
                   MOVE ws-rh-count (ws-rh-sub)
                       TO RH-COUNT (ws-rh-sub)
               END-PERFORM
           END-IF
           MOVE ws-rh-start-timestamp TO RH-START-TIMESTAMP
           WRITE RUNHIST-RECORD
           CLOSE RUNHIST-FILE
           EXIT paragraph.

      *> Loads EXTCONS.DAT. Without a register there is nobody to
      *> chase, so the job stops rather than report everything clean.
       LOAD-CONSUMER-REGISTER.
           MOVE "N" TO ws-eof-switch
           OPEN INPUT CONSUMER-FILE
           IF ws-consumer-file-status NOT = "00"
               DISPLAY "ERROR: consumer register EXTCONS.DAT not "
                   "available (status " ws-consumer-file-status
                   ") - job stopped."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL ws-eof
               READ CONSUMER-FILE
                   AT END
                       MOVE "Y" TO ws-eof-switch
                   NOT AT END
                       PERFORM LOAD-ONE-CONSUMER
               END-READ
           END-PERFORM
           CLOSE CONSUMER-FILE
           DISPLAY "Consumers registered: " ws-consumer-count
           EXIT paragraph.

       LOAD-ONE-CONSUMER.
           IF CONS-ID = SPACES OR CONS-ID (1:1) = "*"
               EXIT paragraph
           END-IF
           IF CONS-DEADLINE-DAYS IS NOT NUMERIC
               OR (CONS-FIRST-DATE NOT = SPACES
                   AND CONS-FIRST-DATE IS NOT NUMERIC)
               DISPLAY "Warning: malformed consumer record '"
                   CONSUMER-RECORD "' ignored."
               EXIT paragraph
           END-IF
           IF ws-consumer-count >= 100
               DISPLAY "ERROR: consumer register has more consumers "
                   "than the table holds (100) - job stopped."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO ws-consumer-count
           MOVE CONS-ID TO ws-cons-tbl-id (ws-consumer-count)
           MOVE CONS-DEADLINE-DAYS
               TO ws-cons-tbl-deadline (ws-consumer-count)
           MOVE CONS-FIRST-DATE
               TO ws-cons-tbl-first-date (ws-consumer-count)
           EXIT paragraph.

      *> Loads every acknowledgement for a generation in the window.
      *> A missing file means nobody has acknowledged anything yet.
       LOAD-ACKNOWLEDGEMENTS.
           MOVE "N" TO ws-eof-switch
           OPEN INPUT EXTACK-FILE
           IF ws-extack-file-status NOT = "00"
               DISPLAY "No acknowledgement file EXTACK.DAT (status "
                   ws-extack-file-status ") - nothing acknowledged."
               EXIT paragraph
           END-IF
           PERFORM UNTIL ws-eof
               READ EXTACK-FILE
                   AT END
                       MOVE "Y" TO ws-eof-switch
                   NOT AT END
                       PERFORM LOAD-ONE-ACKNOWLEDGEMENT
               END-READ
           END-PERFORM
           CLOSE EXTACK-FILE
           DISPLAY "Acknowledgements in the window: " ws-ack-count
           EXIT paragraph.

       LOAD-ONE-ACKNOWLEDGEMENT.
           IF ACK-GEN-DATE < ws-from-date
               OR ACK-GEN-DATE > ws-asof-date
               EXIT paragraph
           END-IF
           IF ACK-CONSUMER = SPACES
               OR ACK-GEN-DATE IS NOT NUMERIC
               OR ACK-RECORD-COUNT IS NOT NUMERIC
               OR ACK-HASH-TOTAL IS NOT NUMERIC
               OR (ACK-GEN-CYCLE NOT = SPACES
                   AND ACK-GEN-CYCLE IS NOT NUMERIC)
               DISPLAY "Warning: malformed acknowledgement '"
                   EXTACK-RECORD "' ignored."
               EXIT paragraph
           END-IF
           IF ws-ack-count >= 20000
               DISPLAY "ERROR: more acknowledgements in the window "
                   "than the table holds (20000) - job stopped; use "
                   "a shorter lookback."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO ws-ack-count
           SET ws-ack-idx TO ws-ack-count
           MOVE ACK-CONSUMER TO ws-ack-tbl-consumer (ws-ack-idx)
           MOVE ACK-GEN-DATE TO ws-ack-tbl-date (ws-ack-idx)
           IF ACK-GEN-CYCLE = SPACES
               MOVE 1 TO ws-ack-tbl-cycle (ws-ack-idx)
           ELSE
               MOVE ACK-GEN-CYCLE TO ws-ack-tbl-cycle (ws-ack-idx)
           END-IF
           MOVE ACK-RECORD-COUNT TO ws-ack-tbl-count (ws-ack-idx)
           MOVE ACK-HASH-TOTAL TO ws-ack-tbl-hash (ws-ack-idx)
           MOVE ACK-LOADED-DATE TO ws-ack-tbl-loaded (ws-ack-idx)
           MOVE "N" TO ws-ack-tbl-matched (ws-ack-idx)
           EXIT paragraph.

      *> Collects the supplementary cycles main-app recorded for dates
      *> in the window, each once whatever its later status - a
      *> backed-out cycle's generation is still on file, emptied.
       LOAD-CYCLE-CONTROL.
           MOVE "N" TO ws-eof-switch
           OPEN INPUT CYCLECTL-FILE
           IF ws-cyclectl-file-status NOT = "00"
               EXIT paragraph
           END-IF
           PERFORM UNTIL ws-eof
               READ CYCLECTL-FILE
                   AT END
                       MOVE "Y" TO ws-eof-switch
                   NOT AT END
                       IF CYC-DATE >= ws-from-date
                           AND CYC-DATE <= ws-asof-date
                           AND CYC-NUMBER IS NUMERIC
                           AND CYC-NUMBER > 1
                           PERFORM NOTE-ONE-CYCLE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CYCLECTL-FILE
           EXIT paragraph.

       NOTE-ONE-CYCLE.
           MOVE "N" TO ws-cycle-known-switch
           PERFORM VARYING ws-cycle-idx FROM 1 BY 1
               UNTIL ws-cycle-idx > ws-cycle-count
               IF ws-cyc-tbl-date (ws-cycle-idx) = CYC-DATE
                   AND ws-cyc-tbl-number (ws-cycle-idx) = CYC-NUMBER
                   MOVE "Y" TO ws-cycle-known-switch
               END-IF
           END-PERFORM
           IF ws-cycle-known
               EXIT paragraph
           END-IF
           IF ws-cycle-count >= 2000
               DISPLAY "ERROR: more supplementary cycles in the "
                   "window than the table holds (2000) - job stopped."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO ws-cycle-count
           MOVE CYC-DATE TO ws-cyc-tbl-date (ws-cycle-count)
           MOVE CYC-NUMBER TO ws-cyc-tbl-number (ws-cycle-count)
           EXIT paragraph.

       OPEN-REPORT-FILE.
           OPEN OUTPUT REPORT-FILE
           IF ws-report-file-status NOT = "00"
               DISPLAY "ERROR: unable to open report file "
                   "EXTDLVR.TXT (status " ws-report-file-status ")"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ws-asof-date TO ws-rpt-hdr-asof
           MOVE ws-from-date TO ws-rpt-hdr-from
           WRITE REPORT-LINE FROM ws-rpt-header-1
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM ws-rpt-detail-heads
           EXIT paragraph.

      *> One generation (ws-gen-date, ws-gen-cycle): reads its trailer
      *> and lists its standing with every consumer expected to load
      *> it. A generation not on file was never cut - nothing to do.
       CHECK-ONE-GENERATION.
           MOVE SPACES TO ws-extract-file-name
           IF ws-gen-cycle > 1
               STRING "EXTRACT." ws-gen-date ".C" ws-gen-cycle ".DAT"
                   DELIMITED BY SIZE
                   INTO ws-extract-file-name
               END-STRING
           ELSE
               STRING "EXTRACT." ws-gen-date ".DAT"
                   DELIMITED BY SIZE
                   INTO ws-extract-file-name
               END-STRING
           END-IF
           MOVE "N" TO ws-gen-trailer-switch
           MOVE 0 TO ws-gen-count
           MOVE 0 TO ws-gen-hash
           MOVE "N" TO ws-eof-switch
           OPEN INPUT EXTRACT-FILE
           IF ws-extract-file-status NOT = "00"
               EXIT paragraph
           END-IF
           PERFORM UNTIL ws-eof
               READ EXTRACT-FILE
                   AT END
                       MOVE "Y" TO ws-eof-switch
                   NOT AT END
                       IF ETRL-RECORD-TYPE = "T"
                           AND ETRL-RECORD-COUNT IS NUMERIC
                           AND ETRL-HASH-TOTAL IS NUMERIC
                           MOVE "Y" TO ws-gen-trailer-switch
                           MOVE ETRL-RECORD-COUNT TO ws-gen-count
                           MOVE ETRL-HASH-TOTAL TO ws-gen-hash
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EXTRACT-FILE
           ADD 1 TO ws-tot-generations

           IF NOT ws-gen-has-trailer
               ADD 1 TO ws-tot-no-trailer
               MOVE SPACES TO ws-rpt-detail-line
               MOVE ws-extract-file-name TO ws-rpt-det-generation
               MOVE "NO TRAILER" TO ws-rpt-det-status
               WRITE REPORT-LINE FROM ws-rpt-detail-line
               EXIT paragraph
           END-IF

           PERFORM VARYING ws-consumer-idx FROM 1 BY 1
               UNTIL ws-consumer-idx > ws-consumer-count
               IF ws-cons-tbl-first-date (ws-consumer-idx) = SPACES
                   OR ws-cons-tbl-first-date (ws-consumer-idx)
                       <= ws-gen-date
                   PERFORM CHECK-ONE-DELIVERY
               END-IF
           END-PERFORM
           EXIT paragraph.

      *> The current generation against one consumer: its latest
      *> acknowledgement decides, and every acknowledgement it made
      *> for the generation counts as matched.
       CHECK-ONE-DELIVERY.
           MOVE 0 TO ws-ack-found
           PERFORM VARYING ws-ack-idx FROM 1 BY 1
               UNTIL ws-ack-idx > ws-ack-count
               IF ws-ack-tbl-consumer (ws-ack-idx)
                   = ws-cons-tbl-id (ws-consumer-idx)
                   AND ws-ack-tbl-date (ws-ack-idx) = ws-gen-date
                   AND ws-ack-tbl-cycle (ws-ack-idx) = ws-gen-cycle
                   SET ws-ack-found TO ws-ack-idx
                   MOVE "Y" TO ws-ack-tbl-matched (ws-ack-idx)
               END-IF
           END-PERFORM

           COMPUTE ws-due-integer =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(ws-gen-date))
               + ws-cons-tbl-deadline (ws-consumer-idx)
           MOVE FUNCTION DATE-OF-INTEGER(ws-due-integer)
               TO ws-due-date

           MOVE SPACES TO ws-rpt-detail-line
           EVALUATE TRUE
               WHEN ws-ack-found > 0
                   AND ws-ack-tbl-count (ws-ack-found) = ws-gen-count
                   AND ws-ack-tbl-hash (ws-ack-found) = ws-gen-hash
                   MOVE "ACKED" TO ws-delivery-status
                   ADD 1 TO ws-tot-acked
               WHEN ws-ack-found > 0
                   MOVE "WRONG TOTALS" TO ws-delivery-status
                   ADD 1 TO ws-tot-wrong
               WHEN ws-gen-count = 0
                   MOVE "NOT DUE" TO ws-delivery-status
                   ADD 1 TO ws-tot-not-due
               WHEN ws-asof-integer > ws-due-integer
                   MOVE "OVERDUE" TO ws-delivery-status
                   ADD 1 TO ws-tot-overdue
               WHEN OTHER
                   MOVE "PENDING" TO ws-delivery-status
                   ADD 1 TO ws-tot-pending
           END-EVALUATE

           MOVE ws-extract-file-name TO ws-rpt-det-generation
           MOVE ws-gen-count TO ws-rpt-det-count
           MOVE ws-gen-hash TO ws-rpt-det-hash
           MOVE ws-cons-tbl-id (ws-consumer-idx) TO ws-rpt-det-consumer
           MOVE ws-due-date TO ws-rpt-det-due
           MOVE ws-delivery-status TO ws-rpt-det-status
           IF ws-ack-found > 0
               MOVE ws-ack-tbl-count (ws-ack-found)
                   TO ws-rpt-det-ack-count
               MOVE ws-ack-tbl-hash (ws-ack-found)
                   TO ws-rpt-det-ack-hash
               MOVE ws-ack-tbl-loaded (ws-ack-found)
                   TO ws-rpt-det-loaded
           END-IF
           WRITE REPORT-LINE FROM ws-rpt-detail-line
           EXIT paragraph.

      *> Acknowledgements that matched nothing: a generation that is
      *> not on file, or a consumer that is not registered (or not
      *> yet expected to load that date).
       REPORT-UNMATCHED-ACKS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "ACKNOWLEDGEMENTS MATCHING NO GENERATION OR CONSUMER"
               TO ws-report-print-area
           WRITE REPORT-LINE FROM ws-report-print-area
           PERFORM VARYING ws-ack-idx FROM 1 BY 1
               UNTIL ws-ack-idx > ws-ack-count
               IF ws-ack-tbl-matched (ws-ack-idx) = "N"
                   ADD 1 TO ws-tot-unmatched
                   MOVE SPACES TO ws-report-print-area
                   STRING "  " ws-ack-tbl-consumer (ws-ack-idx)
                       "  DATE " ws-ack-tbl-date (ws-ack-idx)
                       "  CYCLE " ws-ack-tbl-cycle (ws-ack-idx)
                       "  COUNT " ws-ack-tbl-count (ws-ack-idx)
                       "  HASH " ws-ack-tbl-hash (ws-ack-idx)
                       "  LOADED " ws-ack-tbl-loaded (ws-ack-idx)
                       DELIMITED BY SIZE
                       INTO ws-report-print-area
                   END-STRING
                   WRITE REPORT-LINE FROM ws-report-print-area
               END-IF
           END-PERFORM
           IF ws-tot-unmatched = 0
               MOVE "  (NONE)" TO ws-report-print-area
               WRITE REPORT-LINE FROM ws-report-print-area
           END-IF
           EXIT paragraph.

       FINISH-REPORT.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "CONTROL TOTALS" TO ws-report-print-area
           WRITE REPORT-LINE FROM ws-report-print-area
           MOVE SPACES TO ws-rpt-total-line
           MOVE "  GENERATIONS ON FILE" TO ws-rpt-tot-label
           MOVE ws-tot-generations TO ws-rpt-tot-value
           WRITE REPORT-LINE FROM ws-rpt-total-line
           MOVE "  GENERATIONS WITHOUT A TRAILER" TO ws-rpt-tot-label
           MOVE ws-tot-no-trailer TO ws-rpt-tot-value
           WRITE REPORT-LINE FROM ws-rpt-total-line
           MOVE "  DELIVERIES ACKNOWLEDGED" TO ws-rpt-tot-label
           MOVE ws-tot-acked TO ws-rpt-tot-value
           WRITE REPORT-LINE FROM ws-rpt-total-line
           MOVE "  DELIVERIES PENDING" TO ws-rpt-tot-label
           MOVE ws-tot-pending TO ws-rpt-tot-value
           WRITE REPORT-LINE FROM ws-rpt-total-line
           MOVE "  DELIVERIES OVERDUE" TO ws-rpt-tot-label
           MOVE ws-tot-overdue TO ws-rpt-tot-value
           WRITE REPORT-LINE FROM ws-rpt-total-line
           MOVE "  ACKNOWLEDGED WITH WRONG TOTALS" TO ws-rpt-tot-label
           MOVE ws-tot-wrong TO ws-rpt-tot-value
           WRITE REPORT-LINE FROM ws-rpt-total-line
           MOVE "  EMPTY GENERATIONS NOT DUE" TO ws-rpt-tot-label
           MOVE ws-tot-not-due TO ws-rpt-tot-value
           WRITE REPORT-LINE FROM ws-rpt-total-line
           MOVE "  UNMATCHED ACKNOWLEDGEMENTS" TO ws-rpt-tot-label
           MOVE ws-tot-unmatched TO ws-rpt-tot-value
           WRITE REPORT-LINE FROM ws-rpt-total-line
           CLOSE REPORT-FILE
           EXIT paragraph.

       DISPLAY-DELIVERY-TOTALS.
           DISPLAY "Generations on file:      " ws-tot-generations
           DISPLAY "Deliveries acknowledged:  " ws-tot-acked
           DISPLAY "Deliveries pending:       " ws-tot-pending
           DISPLAY "Deliveries overdue:       " ws-tot-overdue
           DISPLAY "Wrong totals:             " ws-tot-wrong
           DISPLAY "Unmatched acknowledgements: " ws-tot-unmatched
           IF ws-tot-overdue > 0 OR ws-tot-wrong > 0
               DISPLAY "Deliveries need chasing - see EXTDLVR.TXT."
           ELSE
               DISPLAY "Report written to EXTDLVR.TXT."
           END-IF
           EXIT paragraph.

       END PROGRAM extdlvr.
