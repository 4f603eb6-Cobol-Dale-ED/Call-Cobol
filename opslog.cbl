      ******************************************************************
      * Author: Erik Eriksen
      * Date: 2026-10-15
      * Purpose: Daily operations log. Every batch job and maintenance
      *          session appends a START entry to the run history
      *          ledger (RUNHIST.DAT) when it gets under way and an
      *          END entry - end time, final RETURN-CODE and its key
      *          counts - when it finishes normally. This job prints
      *          one page (OPSLOG.TXT) of a business date's runs in
      *          the order they started, so the morning shift can see
      *          what happened overnight without piecing it together
      *          from the console, BATCHRPT.TXT, BACKOUT.TXT and the
      *          lock file. Runs that started without finishing
      *          (killed, stopped on an error, or still running) and
      *          runs that ended with a non-zero condition code are
      *          listed again under ATTENTION, followed by what was
      *          left behind: a held RUNLOCK.DAT and any main-app
      *          restart checkpoint still pending on CHECKPT.DAT.
      *          Ends with condition code 8 when any run did not
      *          finish or failed (RETURN-CODE 8 or above), or when
      *          anything was left behind.
      * Tectonics: cobc -x -I copybooks opslog.cbl -o opslog.exe
      *
      * Usage: opslog [business-date-YYYYMMDD]
      *        Default: the last completed business date from
      *        PROCDATE.DAT - last night - or today where no control
      *        file exists. By default the runs already filed under
      *        the open date (PROC-DATE) are listed too, marked *: a
      *        night that was killed or failed never moves the last
      *        completed date on, so its runs are filed there.
      *        Each run is filed under the business date its work
      *        belongs to: the date processed, reconciled or backed
      *        out; the last completed date for the night's
      *        housekeeping (archpurg, rejledg, monthsum); the
      *        current date for daytime maintenance sessions, whose
      *        changes that date's night will be the first to see.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. opslog.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNHIST-FILE ASSIGN TO "RUNHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-runhist-file-status.

           SELECT PROCDATE-FILE ASSIGN TO "PROCDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-procdate-file-status.

      *> main-app's restart checkpoint and the shop-wide run lock,
      *> both read only, for what the night left behind.
           SELECT CHECKPOINT-FILE ASSIGN TO "CHECKPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-checkpoint-file-status.

           SELECT LOCK-FILE ASSIGN TO "RUNLOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-lock-file-status.

           SELECT REPORT-FILE ASSIGN TO "OPSLOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-report-file-status.

       DATA DIVISION.

       FILE SECTION.

       FD  RUNHIST-FILE.
           COPY RUNHREC.

       FD  PROCDATE-FILE.
       01  PROCDATE-RECORD.
           05  PROC-DATE                        PIC X(8).
           05  FILLER                           PIC X(1).
           05  PROC-LAST-DONE                   PIC X(8).

      *> Same layout main-app writes: one record per mode with a
      *> restart point; a cleared checkpoint is written back zeroed.
      *> A cycle's restart point also names its date and cycle; a
      *> file held for a tolerance breach is flagged.
       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-RECORD.
           05  CKPT-MODE                        PIC X(1).
           05  FILLER                           PIC X(1).
           05  CKPT-LEVEL                       PIC 9(1).
           05  FILLER                           PIC X(1).
           05  CKPT-BATCH-RECORDS-DONE          PIC 9(6).
           05  FILLER                           PIC X(1).
           COPY ITEMREC REPLACING
               ==01== BY ==05==
               ==ITEMREC-ITEM-1== BY ==CKPT-ITEM-1==
               ==ITEMREC-ITEM-2== BY ==CKPT-ITEM-2==.
           05  FILLER                           PIC X(1).
           05  CKPT-BATCH-FILE-NO               PIC 9(2).
           05  FILLER                           PIC X(1).
           05  CKPT-CYCLE-DATE                  PIC X(8).
           05  FILLER                           PIC X(1).
           05  CKPT-CYCLE-NO                    PIC X(2).
           05  FILLER                           PIC X(1).
           05  CKPT-BATCH-FILE-HELD             PIC X(1).

       FD  LOCK-FILE.
       01  LOCK-RECORD.
           05  LOCK-HOLDER                      PIC X(8).
           05  FILLER                           PIC X(1).
           05  LOCK-TIMESTAMP                   PIC X(21).

       FD  REPORT-FILE.
       01  REPORT-LINE                         PIC X(132).

       WORKING-STORAGE SECTION.

       01  ws-runhist-file-status              PIC X(2).
       01  ws-procdate-file-status             PIC X(2).
       01  ws-checkpoint-file-status           PIC X(2).
       01  ws-lock-file-status                 PIC X(2).
       01  ws-report-file-status               PIC X(2).
       01  ws-eof-switch                       PIC X(1)  VALUE "N".
           88  ws-eof                          VALUE "Y".

       01  ws-cmdline-arg-number               PIC 9(2)  VALUE 0.
       01  ws-cmdline-arg-value                PIC X(100) VALUE SPACES.

       01  ws-business-date                    PIC X(8)  VALUE SPACES.
      *> PROC-DATE when the date was defaulted - the night not yet
      *> completed, whose runs are listed alongside.
       01  ws-open-date                        PIC X(8)  VALUE SPACES.
       01  ws-open-runs                        PIC 9(4)  VALUE 0.
       01  ws-printed-timestamp                PIC X(21) VALUE SPACES.

      *> The date's runs in the order they started. An END entry is
      *> matched back to its START by program and start timestamp.
       01  ws-run-table.
           05  ws-run-entry OCCURS 2000 TIMES
                            INDEXED BY ws-run-idx.
               10  ws-run-tbl-open-date         PIC X(1).
               10  ws-run-tbl-program           PIC X(8).
               10  ws-run-tbl-mode              PIC X(8).
               10  ws-run-tbl-run-by            PIC X(8).
               10  ws-run-tbl-start             PIC X(21).
               10  ws-run-tbl-end               PIC X(21).
               10  ws-run-tbl-rc                PIC 9(4).
               10  ws-run-tbl-ended             PIC X(1).
               10  ws-run-tbl-count-entry OCCURS 3 TIMES.
                   15  ws-run-tbl-count-label   PIC X(8).
                   15  ws-run-tbl-count         PIC 9(9).
       01  ws-run-count                        PIC 9(4)  VALUE 0.
       01  ws-count-sub                        PIC 9(1)  VALUE 0.
       01  ws-orphan-ends                      PIC 9(4)  VALUE 0.

      *> Restart points still pending on CHECKPT.DAT.
       01  ws-ckpt-table.
           05  ws-ckpt-entry OCCURS 10 TIMES.
               10  ws-ckpt-tbl-line             PIC X(80).
       01  ws-ckpt-count                       PIC 9(2)  VALUE 0.
       01  ws-ckpt-sub                         PIC 9(2)  VALUE 0.
       01  ws-ckpt-mode-name                   PIC X(8).
       01  ws-ckpt-file-state                  PIC X(8).

       01  ws-run-status                       PIC X(10).
       01  ws-time-stamp-in                    PIC X(21).
       01  ws-time-work                        PIC X(8).
       01  ws-left-count                       PIC 9(2)  VALUE 0.

       01  ws-tot-started                      PIC 9(6)  VALUE 0.
       01  ws-tot-completed                    PIC 9(6)  VALUE 0.
       01  ws-tot-not-ended                    PIC 9(6)  VALUE 0.
       01  ws-tot-warning                      PIC 9(6)  VALUE 0.
       01  ws-tot-failed                       PIC 9(6)  VALUE 0.
       01  ws-tot-attention                    PIC 9(6)  VALUE 0.

      *> Print-line layouts.
       01  ws-rpt-header-1.
           05  FILLER                           PIC X(36)
               VALUE "DAILY OPERATIONS LOG".
           05  FILLER                           PIC X(15)
               VALUE "BUSINESS DATE: ".
           05  ws-rpt-hdr-date                  PIC X(8).
           05  FILLER                           PIC X(11)
               VALUE "  PRINTED: ".
           05  ws-rpt-hdr-printed-date          PIC X(8).
           05  FILLER                           PIC X(1)  VALUE SPACE.
           05  ws-rpt-hdr-printed-time          PIC X(8).
       01  ws-rpt-header-2.
           05  FILLER                           PIC X(36)
               VALUE SPACES.
           05  FILLER                           PIC X(45)
               VALUE "RUNS MARKED * ARE FILED UNDER THE OPEN DATE: ".
           05  ws-rpt-hdr-open-date             PIC X(8).
       01  ws-rpt-detail-heads.
           05  FILLER                           PIC X(12)
               VALUE "STATUS".
           05  FILLER                           PIC X(19)
               VALUE "STARTED".
           05  FILLER                           PIC X(10)
               VALUE "ENDED".
           05  FILLER                           PIC X(10)
               VALUE "PROGRAM".
           05  FILLER                           PIC X(10)
               VALUE "MODE".
           05  FILLER                           PIC X(10)
               VALUE "RUN BY".
           05  FILLER                           PIC X(6)
               VALUE "  RC".
           05  FILLER                           PIC X(20)
               VALUE "KEY COUNTS".
       01  ws-rpt-detail-line.
           05  ws-rpt-det-status                PIC X(10).
           05  ws-rpt-det-open-flag             PIC X(1).
           05  FILLER                           PIC X(1)  VALUE SPACE.
           05  ws-rpt-det-start-date            PIC X(8).
           05  FILLER                           PIC X(1)  VALUE SPACE.
           05  ws-rpt-det-start-time            PIC X(8).
           05  FILLER                           PIC X(2)  VALUE SPACES.
           05  ws-rpt-det-end-time              PIC X(8).
           05  FILLER                           PIC X(2)  VALUE SPACES.
           05  ws-rpt-det-program               PIC X(8).
           05  FILLER                           PIC X(2)  VALUE SPACES.
           05  ws-rpt-det-mode                  PIC X(8).
           05  FILLER                           PIC X(2)  VALUE SPACES.
           05  ws-rpt-det-run-by                PIC X(8).
           05  FILLER                           PIC X(2)  VALUE SPACES.
           05  ws-rpt-det-rc                    PIC ZZZ9.
           05  FILLER                           PIC X(2)  VALUE SPACES.
           05  ws-rpt-det-count-entry OCCURS 3 TIMES.
               10  ws-rpt-det-count-label       PIC X(8).
               10  ws-rpt-det-count             PIC Z(7)9.
               10  FILLER                       PIC X(2).
       01  ws-rpt-total-line.
           05  ws-rpt-tot-label                 PIC X(42).
           05  ws-rpt-tot-value                 PIC Z(5)9.
       01  ws-report-print-area                PIC X(132).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-BUSINESS-DATE
           DISPLAY "Daily operations log for business date "
               ws-business-date
           PERFORM LOAD-RUN-HISTORY
           IF ws-open-runs > 0
               DISPLAY "Also listing " ws-open-runs " run(s) filed "
                   "under open business date " ws-open-date
           END-IF
           PERFORM LOAD-PENDING-CHECKPOINTS
           PERFORM OPEN-REPORT-FILE
           PERFORM REPORT-RUNS
           PERFORM REPORT-ATTENTION
           PERFORM REPORT-LEFT-BEHIND
           PERFORM FINISH-REPORT
           PERFORM DISPLAY-OPSLOG-TOTALS
           IF ws-tot-not-ended > 0 OR ws-tot-failed > 0
               OR ws-left-count > 0
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      *> The business date from the first argument, defaulting to the
      *> last completed date on PROCDATE.DAT and then to today. When
      *> defaulted, PROC-DATE is kept as the open date: a night that
      *> was killed or failed files its runs there and never moves
      *> the last completed date on, so they must be looked for.
       GET-BUSINESS-DATE.
           MOVE 1 TO ws-cmdline-arg-number
           DISPLAY ws-cmdline-arg-number UPON ARGUMENT-NUMBER
           MOVE SPACES TO ws-cmdline-arg-value
           ACCEPT ws-cmdline-arg-value FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF ws-cmdline-arg-value NOT = SPACES
               MOVE ws-cmdline-arg-value (1:8) TO ws-business-date
           ELSE
               OPEN INPUT PROCDATE-FILE
               IF ws-procdate-file-status = "00"
                   READ PROCDATE-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF PROC-LAST-DONE IS NUMERIC
                               MOVE PROC-LAST-DONE
                                   TO ws-business-date
                           END-IF
                           IF PROC-DATE IS NUMERIC
                               MOVE PROC-DATE TO ws-open-date
                           END-IF
                   END-READ
                   CLOSE PROCDATE-FILE
               END-IF
               IF ws-business-date = SPACES
                   ACCEPT ws-business-date FROM DATE YYYYMMDD
               END-IF
           END-IF
           IF ws-business-date IS NOT NUMERIC
               OR FUNCTION TEST-DATE-YYYYMMDD
                   (FUNCTION NUMVAL(ws-business-date)) NOT = 0
               DISPLAY "ERROR: business date '" ws-business-date
                   "' is not a valid YYYYMMDD date - job stopped."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF ws-open-date = ws-business-date
               MOVE SPACES TO ws-open-date
           END-IF
           EXIT paragraph.

      *> Collects the date's START entries in ledger (start) order and
      *> closes each off with its END entry, taking in the open
      *> date's entries as well when there is one. A missing ledger
      *> just means nothing has run yet.
       LOAD-RUN-HISTORY.
           MOVE "N" TO ws-eof-switch
           OPEN INPUT RUNHIST-FILE
           IF ws-runhist-file-status NOT = "00"
               DISPLAY "Run history RUNHIST.DAT not available "
                   "(status " ws-runhist-file-status ") - no runs "
                   "recorded."
               EXIT paragraph
           END-IF
           PERFORM UNTIL ws-eof
               READ RUNHIST-FILE
                   AT END
                       MOVE "Y" TO ws-eof-switch
                   NOT AT END
                       IF RH-BUSINESS-DATE = ws-business-date
                           OR (ws-open-date NOT = SPACES
                               AND RH-BUSINESS-DATE = ws-open-date)
                           EVALUATE TRUE
                               WHEN RH-START-EVENT
                                   PERFORM NOTE-RUN-START
                               WHEN RH-END-EVENT
                                   PERFORM NOTE-RUN-END
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RUNHIST-FILE
           EXIT paragraph.

       NOTE-RUN-START.
           IF ws-run-count >= 2000
               DISPLAY "ERROR: more than 2000 runs for the business "
                   "date - job stopped."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO ws-run-count
           SET ws-run-idx TO ws-run-count
           MOVE SPACE TO ws-run-tbl-open-date (ws-run-idx)
           IF ws-open-date NOT = SPACES
               AND RH-BUSINESS-DATE = ws-open-date
               MOVE "*" TO ws-run-tbl-open-date (ws-run-idx)
               ADD 1 TO ws-open-runs
           END-IF
           MOVE RH-PROGRAM TO ws-run-tbl-program (ws-run-idx)
           MOVE RH-MODE TO ws-run-tbl-mode (ws-run-idx)
           MOVE RH-RUN-BY TO ws-run-tbl-run-by (ws-run-idx)
           MOVE RH-START-TIMESTAMP TO ws-run-tbl-start (ws-run-idx)
           MOVE SPACES TO ws-run-tbl-end (ws-run-idx)
           MOVE 0 TO ws-run-tbl-rc (ws-run-idx)
           MOVE "N" TO ws-run-tbl-ended (ws-run-idx)
           PERFORM VARYING ws-count-sub FROM 1 BY 1
               UNTIL ws-count-sub > 3
               MOVE SPACES
                   TO ws-run-tbl-count-label (ws-run-idx ws-count-sub)
               MOVE 0 TO ws-run-tbl-count (ws-run-idx ws-count-sub)
           END-PERFORM
           EXIT paragraph.

      *> An END whose START is not on file for the date (the ledger
      *> was trimmed by hand) is counted but cannot be listed.
       NOTE-RUN-END.
           PERFORM VARYING ws-run-idx FROM 1 BY 1
               UNTIL ws-run-idx > ws-run-count
               OR (ws-run-tbl-program (ws-run-idx) = RH-PROGRAM
                   AND ws-run-tbl-start (ws-run-idx)
                       = RH-START-TIMESTAMP
                   AND ws-run-tbl-ended (ws-run-idx) = "N")
               CONTINUE
           END-PERFORM
           IF ws-run-idx > ws-run-count
               ADD 1 TO ws-orphan-ends
               EXIT paragraph
           END-IF
           MOVE "Y" TO ws-run-tbl-ended (ws-run-idx)
           MOVE RH-END-TIMESTAMP TO ws-run-tbl-end (ws-run-idx)
           MOVE RH-RETURN-CODE TO ws-run-tbl-rc (ws-run-idx)
           PERFORM VARYING ws-count-sub FROM 1 BY 1
               UNTIL ws-count-sub > 3
               MOVE RH-COUNT-LABEL (ws-count-sub)
                   TO ws-run-tbl-count-label (ws-run-idx ws-count-sub)
               IF RH-COUNT (ws-count-sub) IS NUMERIC
                   MOVE RH-COUNT (ws-count-sub)
                       TO ws-run-tbl-count (ws-run-idx ws-count-sub)
               END-IF
           END-PERFORM
           EXIT paragraph.

      *> main-app rewrites its checkpoint zeroed when a run completes,
      *> so only a record still holding a restart point is pending.
       LOAD-PENDING-CHECKPOINTS.
           MOVE "N" TO ws-eof-switch
           OPEN INPUT CHECKPOINT-FILE
           IF ws-checkpoint-file-status NOT = "00"
               EXIT paragraph
           END-IF
           PERFORM UNTIL ws-eof
               READ CHECKPOINT-FILE
                   AT END
                       MOVE "Y" TO ws-eof-switch
                   NOT AT END
                       IF CKPT-MODE NOT = SPACES
                           PERFORM NOTE-PENDING-CHECKPOINT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHECKPOINT-FILE
           EXIT paragraph.

       NOTE-PENDING-CHECKPOINT.
           IF CKPT-MODE = "I"
               IF CKPT-LEVEL IS NOT NUMERIC OR CKPT-LEVEL = 0
                   EXIT paragraph
               END-IF
           ELSE
               IF (CKPT-BATCH-RECORDS-DONE IS NOT NUMERIC
                       OR CKPT-BATCH-RECORDS-DONE = 0)
                   AND (CKPT-BATCH-FILE-NO IS NOT NUMERIC
                       OR CKPT-BATCH-FILE-NO = 0)
                   EXIT paragraph
               END-IF
           END-IF
           IF ws-ckpt-count >= 10
               EXIT paragraph
           END-IF
           EVALUATE CKPT-MODE
               WHEN "B"
                   MOVE "BATCH" TO ws-ckpt-mode-name
               WHEN "C"
                   MOVE "CYCLE" TO ws-ckpt-mode-name
               WHEN "R"
                   MOVE "RESUBMIT" TO ws-ckpt-mode-name
               WHEN "I"
                   MOVE "INTERACT" TO ws-ckpt-mode-name
               WHEN OTHER
                   MOVE CKPT-MODE TO ws-ckpt-mode-name
           END-EVALUATE
           ADD 1 TO ws-ckpt-count
           MOVE SPACES TO ws-ckpt-tbl-line (ws-ckpt-count)
           IF CKPT-MODE = "I"
               STRING "CHECKPT.DAT: " ws-ckpt-mode-name
                   " RESTART POINT - STEP " CKPT-LEVEL
                   " OF THE INTERACTIVE SEQUENCE COMPLETE"
                   DELIMITED BY SIZE
                   INTO ws-ckpt-tbl-line (ws-ckpt-count)
               END-STRING
           ELSE
               IF CKPT-BATCH-FILE-HELD = "Y"
                   MOVE "HELD" TO ws-ckpt-file-state
               ELSE
                   MOVE "COMPLETE" TO ws-ckpt-file-state
               END-IF
               IF CKPT-MODE = "C" AND CKPT-CYCLE-DATE IS NUMERIC
                   STRING "CHECKPT.DAT: CYCLE " CKPT-CYCLE-NO
                       " OF " CKPT-CYCLE-DATE
                       " RESTART POINT - FILE " CKPT-BATCH-FILE-NO
                       ", " CKPT-BATCH-RECORDS-DONE
                       " RECORD(S) OF IT " ws-ckpt-file-state
                       DELIMITED BY SIZE
                       INTO ws-ckpt-tbl-line (ws-ckpt-count)
                   END-STRING
                   EXIT paragraph
               END-IF
               STRING "CHECKPT.DAT: " ws-ckpt-mode-name
                   " RESTART POINT - FILE " CKPT-BATCH-FILE-NO
                   ", " CKPT-BATCH-RECORDS-DONE
                   " RECORD(S) OF IT " ws-ckpt-file-state
                   DELIMITED BY SIZE
                   INTO ws-ckpt-tbl-line (ws-ckpt-count)
               END-STRING
           END-IF
           EXIT paragraph.

       OPEN-REPORT-FILE.
           OPEN OUTPUT REPORT-FILE
           IF ws-report-file-status NOT = "00"
               DISPLAY "ERROR: unable to open report file "
                   "OPSLOG.TXT (status " ws-report-file-status ")"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO ws-printed-timestamp
           MOVE ws-business-date TO ws-rpt-hdr-date
           MOVE ws-printed-timestamp (1:8) TO ws-rpt-hdr-printed-date
           MOVE ws-printed-timestamp TO ws-time-stamp-in
           PERFORM FORMAT-TIME-OF-DAY
           MOVE ws-time-work TO ws-rpt-hdr-printed-time
           WRITE REPORT-LINE FROM ws-rpt-header-1
           IF ws-open-runs > 0
               MOVE ws-open-date TO ws-rpt-hdr-open-date
               WRITE REPORT-LINE FROM ws-rpt-header-2
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           EXIT paragraph.

      *> Turns the timestamp in ws-time-stamp-in (YYYYMMDDHHMMSS...)
      *> into HH:MM:SS in ws-time-work.
       FORMAT-TIME-OF-DAY.
           MOVE SPACES TO ws-time-work
           STRING ws-time-stamp-in (9:2) ":"
               ws-time-stamp-in (11:2) ":"
               ws-time-stamp-in (13:2)
               DELIMITED BY SIZE
               INTO ws-time-work
           END-STRING
           EXIT paragraph.

      *> Every run of the date, in start order, with its outcome.
       REPORT-RUNS.
           MOVE "RUNS IN START ORDER" TO ws-report-print-area
           WRITE REPORT-LINE FROM ws-report-print-area
           WRITE REPORT-LINE FROM ws-rpt-detail-heads
           PERFORM VARYING ws-run-idx FROM 1 BY 1
               UNTIL ws-run-idx > ws-run-count
               PERFORM REPORT-ONE-RUN
           END-PERFORM
           IF ws-run-count = 0
               MOVE "  (NONE)" TO ws-report-print-area
               WRITE REPORT-LINE FROM ws-report-print-area
           END-IF
           EXIT paragraph.

       REPORT-ONE-RUN.
           ADD 1 TO ws-tot-started
           PERFORM SET-RUN-STATUS
           MOVE SPACES TO ws-rpt-detail-line
           MOVE ws-run-status TO ws-rpt-det-status
           MOVE ws-run-tbl-open-date (ws-run-idx)
               TO ws-rpt-det-open-flag
           MOVE ws-run-tbl-start (ws-run-idx) (1:8)
               TO ws-rpt-det-start-date
           MOVE ws-run-tbl-start (ws-run-idx) TO ws-time-stamp-in
           PERFORM FORMAT-TIME-OF-DAY
           MOVE ws-time-work TO ws-rpt-det-start-time
           MOVE ws-run-tbl-program (ws-run-idx) TO ws-rpt-det-program
           MOVE ws-run-tbl-mode (ws-run-idx) TO ws-rpt-det-mode
           MOVE ws-run-tbl-run-by (ws-run-idx) TO ws-rpt-det-run-by
           IF ws-run-tbl-ended (ws-run-idx) = "Y"
               MOVE ws-run-tbl-end (ws-run-idx) TO ws-time-stamp-in
               PERFORM FORMAT-TIME-OF-DAY
               MOVE ws-time-work TO ws-rpt-det-end-time
               MOVE ws-run-tbl-rc (ws-run-idx) TO ws-rpt-det-rc
               PERFORM VARYING ws-count-sub FROM 1 BY 1
                   UNTIL ws-count-sub > 3
                   IF ws-run-tbl-count-label (ws-run-idx ws-count-sub)
                           NOT = SPACES
                       MOVE ws-run-tbl-count-label
                               (ws-run-idx ws-count-sub)
                           TO ws-rpt-det-count-label (ws-count-sub)
                       MOVE ws-run-tbl-count (ws-run-idx ws-count-sub)
                           TO ws-rpt-det-count (ws-count-sub)
                   END-IF
               END-PERFORM
           ELSE
               MOVE "--:--:--" TO ws-rpt-det-end-time
           END-IF
           WRITE REPORT-LINE FROM ws-rpt-detail-line
           EXIT paragraph.

      *> NOT ENDED - no END entry; OK - RETURN-CODE 0; WARNING - 4
      *> (main-app's tolerance holds); FAILED - anything higher.
       SET-RUN-STATUS.
           EVALUATE TRUE
               WHEN ws-run-tbl-ended (ws-run-idx) NOT = "Y"
                   MOVE "NOT ENDED" TO ws-run-status
                   ADD 1 TO ws-tot-not-ended
               WHEN ws-run-tbl-rc (ws-run-idx) = 0
                   MOVE "OK" TO ws-run-status
                   ADD 1 TO ws-tot-completed
               WHEN ws-run-tbl-rc (ws-run-idx) < 8
                   MOVE "WARNING" TO ws-run-status
                   ADD 1 TO ws-tot-completed
                   ADD 1 TO ws-tot-warning
               WHEN OTHER
                   MOVE "FAILED" TO ws-run-status
                   ADD 1 TO ws-tot-completed
                   ADD 1 TO ws-tot-failed
           END-EVALUATE
           EXIT paragraph.

      *> The runs the morning shift must act on, again, in words.
       REPORT-ATTENTION.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "ATTENTION - RUNS THAT DID NOT FINISH CLEANLY"
               TO ws-report-print-area
           WRITE REPORT-LINE FROM ws-report-print-area
           PERFORM VARYING ws-run-idx FROM 1 BY 1
               UNTIL ws-run-idx > ws-run-count
               PERFORM REPORT-ONE-ATTENTION
           END-PERFORM
           IF ws-tot-attention = 0
               MOVE "  (NONE)" TO ws-report-print-area
               WRITE REPORT-LINE FROM ws-report-print-area
           END-IF
           EXIT paragraph.

       REPORT-ONE-ATTENTION.
           MOVE ws-run-tbl-start (ws-run-idx) TO ws-time-stamp-in
           PERFORM FORMAT-TIME-OF-DAY
           MOVE SPACES TO ws-report-print-area
           EVALUATE TRUE
               WHEN ws-run-tbl-ended (ws-run-idx) NOT = "Y"
                   STRING "  " ws-run-tbl-program (ws-run-idx) " "
                       ws-run-tbl-mode (ws-run-idx) " STARTED "
                       ws-run-tbl-start (ws-run-idx) (1:8) " "
                       ws-time-work " BY "
                       ws-run-tbl-run-by (ws-run-idx)
                       " NEVER ENDED - KILLED, STOPPED ON AN ERROR "
                       "OR STILL RUNNING"
                       DELIMITED BY SIZE
                       INTO ws-report-print-area
                   END-STRING
               WHEN ws-run-tbl-rc (ws-run-idx) >= 8
                   STRING "  " ws-run-tbl-program (ws-run-idx) " "
                       ws-run-tbl-mode (ws-run-idx) " STARTED "
                       ws-run-tbl-start (ws-run-idx) (1:8) " "
                       ws-time-work " BY "
                       ws-run-tbl-run-by (ws-run-idx)
                       " ENDED WITH RETURN-CODE "
                       ws-run-tbl-rc (ws-run-idx)
                       DELIMITED BY SIZE
                       INTO ws-report-print-area
                   END-STRING
               WHEN ws-run-tbl-rc (ws-run-idx) > 0
                   STRING "  " ws-run-tbl-program (ws-run-idx) " "
                       ws-run-tbl-mode (ws-run-idx) " STARTED "
                       ws-run-tbl-start (ws-run-idx) (1:8) " "
                       ws-time-work " BY "
                       ws-run-tbl-run-by (ws-run-idx)
                       " ENDED WITH WARNING RETURN-CODE "
                       ws-run-tbl-rc (ws-run-idx)
                       DELIMITED BY SIZE
                       INTO ws-report-print-area
                   END-STRING
               WHEN OTHER
                   EXIT paragraph
           END-EVALUATE
           ADD 1 TO ws-tot-attention
           WRITE REPORT-LINE FROM ws-report-print-area
           EXIT paragraph.

      *> What a run that did not finish can leave for the next one:
      *> the run lock (every job refuses to start until it is
      *> removed) and a main-app restart point (rerunning the same
      *> mode resumes from it).
       REPORT-LEFT-BEHIND.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "LEFT BEHIND" TO ws-report-print-area
           WRITE REPORT-LINE FROM ws-report-print-area
           MOVE 0 TO ws-left-count
           MOVE SPACES TO ws-report-print-area
           OPEN INPUT LOCK-FILE
           IF ws-lock-file-status = "00"
               READ LOCK-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LOCK-HOLDER NOT = SPACES
                           STRING "  RUNLOCK.DAT: HELD BY "
                               LOCK-HOLDER " SINCE "
                               LOCK-TIMESTAMP (1:8) " "
                               LOCK-TIMESTAMP (9:6)
                               " - REMOVE IT ONCE THAT RUN IS "
                               "CONFIRMED DEAD"
                               DELIMITED BY SIZE
                               INTO ws-report-print-area
                           END-STRING
                           WRITE REPORT-LINE FROM ws-report-print-area
                           ADD 1 TO ws-left-count
                       END-IF
               END-READ
               CLOSE LOCK-FILE
           END-IF
           PERFORM VARYING ws-ckpt-sub FROM 1 BY 1
               UNTIL ws-ckpt-sub > ws-ckpt-count
               MOVE SPACES TO ws-report-print-area
               STRING "  "
                   FUNCTION TRIM(ws-ckpt-tbl-line (ws-ckpt-sub)
                       TRAILING)
                   " - RERUN THE SAME MODE TO RESUME"
                   DELIMITED BY SIZE
                   INTO ws-report-print-area
               END-STRING
               WRITE REPORT-LINE FROM ws-report-print-area
               ADD 1 TO ws-left-count
           END-PERFORM
           IF ws-left-count = 0
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
           MOVE "  RUNS STARTED" TO ws-rpt-tot-label
           MOVE ws-tot-started TO ws-rpt-tot-value
           WRITE REPORT-LINE FROM ws-rpt-total-line
           MOVE "  RUNS ENDED" TO ws-rpt-tot-label
           MOVE ws-tot-completed TO ws-rpt-tot-value
           WRITE REPORT-LINE FROM ws-rpt-total-line
           MOVE "  RUNS NOT ENDED" TO ws-rpt-tot-label
           MOVE ws-tot-not-ended TO ws-rpt-tot-value
           WRITE REPORT-LINE FROM ws-rpt-total-line
           MOVE "  RUNS ENDED WITH A WARNING" TO ws-rpt-tot-label
           MOVE ws-tot-warning TO ws-rpt-tot-value
           WRITE REPORT-LINE FROM ws-rpt-total-line
           MOVE "  RUNS FAILED" TO ws-rpt-tot-label
           MOVE ws-tot-failed TO ws-rpt-tot-value
           WRITE REPORT-LINE FROM ws-rpt-total-line
           MOVE "  END ENTRIES WITH NO START" TO ws-rpt-tot-label
           MOVE ws-orphan-ends TO ws-rpt-tot-value
           WRITE REPORT-LINE FROM ws-rpt-total-line
           CLOSE REPORT-FILE
           EXIT paragraph.

       DISPLAY-OPSLOG-TOTALS.
           DISPLAY "Runs started:    " ws-tot-started
           DISPLAY "Runs ended:      " ws-tot-completed
           DISPLAY "Runs not ended:  " ws-tot-not-ended
           DISPLAY "Runs failed:     " ws-tot-failed
           IF ws-tot-attention > 0 OR ws-left-count > 0
               DISPLAY "Runs need attention - see OPSLOG.TXT."
           ELSE
               DISPLAY "Report written to OPSLOG.TXT."
           END-IF
           EXIT paragraph.

       END PROGRAM opslog.
