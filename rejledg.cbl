      ******************************************************************
      * Author: Erik Eriksen
      * Date: 2026-10-15
      * Purpose: The permanent reject ledger. BATCHREJ.DAT is only the
      *          latest run's work list; every reject main-app writes,
      *          every resubmission attempt and its outcome, and every
      *          later clean pass of a still-rejected pair is also
      *          journalled to REJEVENT.DAT, which is never cleared.
      *          This program rebuilds the ledger, REJLEDG.DAT, from
      *          that journal - one entry per rejected pair, with the
      *          business date it was first rejected, its source
      *          system, first and latest reason codes, how often it
      *          has been rejected, every resubmission attempt
      *          counted with the latest outcome, and its status:
      *          OUTSTANDING, RESOLVED (a resubmission or a later feed
      *          went through) or WRITTEN-OFF (by an operator, with a
      *          note). A pair rejected again after its entry was
      *          closed starts a new entry.
      *          A night or supplementary cycle reversed by backout
      *          is journalled as a BACKOUT event for its date and
      *          cycle; every earlier event of that date and cycle is
      *          left out of the rebuild, so the reversed feed's
      *          rejects and clearings no longer count and its rerun
      *          is journalled afresh. Write-offs carry no cycle and
      *          always stand.
      *          The rebuild prints the aging report (REJAGE.TXT):
      *          outstanding rejects bucketed by days outstanding and
      *          reason, then each one listed oldest first - so a pair
      *          that has rejected NOCNV every night for three weeks
      *          is on the page, not in somebody's memory.
      *          Each run appends a START and an END entry to the
      *          run history ledger RUNHIST.DAT (see opslog).
      * Tectonics: cobc -x -I copybooks rejledg.cbl -o rejledg.exe
      *
      * Usage: rejledg [REPORT [as-of-date-YYYYMMDD]]
      *            Rebuild REJLEDG.DAT and print the aging report,
      *            aged as of the date given - default the last
      *            completed business date from PROCDATE.DAT, or
      *            today where no control file exists.
      *        rejledg WRITEOFF
      *            Operator session: write off outstanding rejects,
      *            each with a required note, journalled under the
      *            operator id and the ledger rebuilt.
      *        rejledg HISTORY item-1 item-2
      *            Every journal event for one pair, in order.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rejledg.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REJEVENT-FILE ASSIGN TO "REJEVENT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-rejevent-file-status.

           SELECT REJLEDG-FILE ASSIGN TO "REJLEDG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-rejledg-file-status.

      *> Work file the ledger rewrite is staged through, the way
      *> mastmnt stages MASTERCD.DAT.
           SELECT REJLEDG-NEW-FILE ASSIGN TO "REJLEDG.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-rejledg-new-file-status.

           SELECT PROCDATE-FILE ASSIGN TO "PROCDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-procdate-file-status.

           SELECT REPORT-FILE ASSIGN TO "REJAGE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-report-file-status.

      *> Shop-wide run lock shared with main-app and the maintenance
      *> jobs - the ledger is rewritten, and main-app reads it.
           SELECT LOCK-FILE ASSIGN TO "RUNLOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-lock-file-status.

      *> Shop-wide run history ledger - a START and an END entry for
      *> every run, read by opslog for the daily operations log.
           SELECT RUNHIST-FILE ASSIGN TO "RUNHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-runhist-file-status.

       DATA DIVISION.

       FILE SECTION.

      *> One line per reject event, as main-app (and a write-off
      *> here, and backout) appends them.
       FD  REJEVENT-FILE.
       01  REJEVENT-RECORD.
           05  EVT-DATE                         PIC X(8).
           05  FILLER                           PIC X(1)  VALUE SPACE.
           05  EVT-CYCLE                        PIC 9(2).
           05  FILLER                           PIC X(1)  VALUE SPACE.
           COPY ITEMREC REPLACING
               ==01== BY ==05==
               ==ITEMREC-ITEM-1== BY ==EVT-ITEM-1==
               ==ITEMREC-ITEM-2== BY ==EVT-ITEM-2==.
           05  FILLER                           PIC X(1)  VALUE SPACE.
           05  EVT-SOURCE-SYSTEM                PIC X(8).
           05  FILLER                           PIC X(1)  VALUE SPACE.
           05  EVT-TYPE                         PIC X(8).
           05  FILLER                           PIC X(1)  VALUE SPACE.
           05  EVT-REASON                       PIC X(5).
           05  FILLER                           PIC X(1)  VALUE SPACE.
           05  EVT-OUTCOME                      PIC X(8).
           05  FILLER                           PIC X(1)  VALUE SPACE.
           05  EVT-TIMESTAMP                    PIC X(21).
           05  FILLER                           PIC X(1)  VALUE SPACE.
           05  EVT-OPERATOR                     PIC X(8).
           05  FILLER                           PIC X(1)  VALUE SPACE.
           05  EVT-NOTE                         PIC X(40).

      *> One entry per rejected pair. LDG-ATTEMPTS counts the
      *> resubmission attempts; LDG-LAST-OUTCOME is the latest
      *> event's outcome. LDG-CLOSED-DATE, LDG-OPERATOR and LDG-NOTE
      *> are filled when the entry is resolved or written off.
       FD  REJLEDG-FILE.
       01  REJLEDG-RECORD.
           COPY ITEMREC REPLACING
               ==01== BY ==05==
               ==ITEMREC-ITEM-1== BY ==LDG-ITEM-1==
               ==ITEMREC-ITEM-2== BY ==LDG-ITEM-2==.
           05  FILLER                           PIC X(1)  VALUE SPACE.
           05  LDG-SOURCE-SYSTEM                PIC X(8).
           05  FILLER                           PIC X(1)  VALUE SPACE.
           05  LDG-FIRST-REASON                 PIC X(5).
           05  FILLER                           PIC X(1)  VALUE SPACE.
           05  LDG-LAST-REASON                  PIC X(5).
           05  FILLER                           PIC X(1)  VALUE SPACE.
           05  LDG-FIRST-DATE                   PIC X(8).
           05  FILLER                           PIC X(1)  VALUE SPACE.
           05  LDG-LAST-DATE                    PIC X(8).
           05  FILLER                           PIC X(1)  VALUE SPACE.
           05  LDG-TIMES-REJECTED               PIC 9(4).
           05  FILLER                           PIC X(1)  VALUE SPACE.
           05  LDG-ATTEMPTS                     PIC 9(3).
           05  FILLER                           PIC X(1)  VALUE SPACE.
           05  LDG-LAST-OUTCOME                 PIC X(8).
           05  FILLER                           PIC X(1)  VALUE SPACE.
           05  LDG-STATUS                       PIC X(11).
           05  FILLER                           PIC X(1)  VALUE SPACE.
           05  LDG-CLOSED-DATE                  PIC X(8).
           05  FILLER                           PIC X(1)  VALUE SPACE.
           05  LDG-OPERATOR                     PIC X(8).
           05  FILLER                           PIC X(1)  VALUE SPACE.
           05  LDG-NOTE                         PIC X(40).

       FD  REJLEDG-NEW-FILE.
       01  REJLEDG-NEW-RECORD                   PIC X(148).

       FD  PROCDATE-FILE.
       01  PROCDATE-RECORD.
           05  PROC-DATE                        PIC X(8).
           05  FILLER                           PIC X(1).
           05  PROC-LAST-DONE                   PIC X(8).

       FD  REPORT-FILE.
       01  REPORT-LINE                         PIC X(132).

       FD  LOCK-FILE.
       01  LOCK-RECORD.
           05  LOCK-HOLDER                      PIC X(8).
           05  FILLER                           PIC X(1)  VALUE SPACE.
           05  LOCK-TIMESTAMP                   PIC X(21).

       FD  RUNHIST-FILE.
           COPY RUNHREC.

       WORKING-STORAGE SECTION.

       01  ws-rejevent-file-status             PIC X(2).
       01  ws-rejledg-file-status              PIC X(2).
       01  ws-rejledg-new-file-status          PIC X(2).
       01  ws-procdate-file-status             PIC X(2).
       01  ws-report-file-status               PIC X(2).
       01  ws-lock-file-status                 PIC X(2).
       01  ws-lock-today                       PIC X(8).

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

       01  ws-cmdline-arg-number               PIC 9(2)  VALUE 0.
       01  ws-cmdline-arg-value                PIC X(100) VALUE SPACES.
       01  ws-run-mode                         PIC X(8)  VALUE SPACES.
       01  ws-asof-date                        PIC X(8)  VALUE SPACES.
       01  ws-asof-integer                     PIC 9(8)  VALUE 0.

       01  ws-event-eof-switch                 PIC X(1)  VALUE "N".
           88  ws-event-eof                    VALUE "Y".
       01  ws-rejledg-eof-switch               PIC X(1)  VALUE "N".
           88  ws-rejledg-eof                  VALUE "Y".
       01  ws-events-read                      PIC 9(7)  VALUE 0.
       01  ws-events-unmatched                 PIC 9(7)  VALUE 0.
       01  ws-events-backed-out                PIC 9(7)  VALUE 0.

      *> The event being applied, taken out of the record area - a
      *> write-off is built here, written from here, and applied
      *> from here once the journal is closed.
       01  ws-evt-record.
           05  ws-evt-date                      PIC X(8).
           05  FILLER                           PIC X(1)  VALUE SPACE.
           05  ws-evt-cycle                     PIC 9(2).
           05  FILLER                           PIC X(1)  VALUE SPACE.
           COPY ITEMREC REPLACING
               ==01== BY ==05==
               ==ITEMREC-ITEM-1== BY ==ws-evt-item-1==
               ==ITEMREC-ITEM-2== BY ==ws-evt-item-2==.
           05  FILLER                           PIC X(1)  VALUE SPACE.
           05  ws-evt-source-system             PIC X(8).
           05  FILLER                           PIC X(1)  VALUE SPACE.
           05  ws-evt-type                      PIC X(8).
           05  FILLER                           PIC X(1)  VALUE SPACE.
           05  ws-evt-reason                    PIC X(5).
           05  FILLER                           PIC X(1)  VALUE SPACE.
           05  ws-evt-outcome                   PIC X(8).
           05  FILLER                           PIC X(1)  VALUE SPACE.
           05  ws-evt-timestamp                 PIC X(21).
           05  FILLER                           PIC X(1)  VALUE SPACE.
           05  ws-evt-operator                  PIC X(8).
           05  FILLER                           PIC X(1)  VALUE SPACE.
           05  ws-evt-note                      PIC X(40).

      *> The dates and cycles backout has reversed, each with the
      *> journal position of its latest BACKOUT event - any event of
      *> the date and cycle before that position was reversed with
      *> it. An event with no cycle (written before cycles existed)
      *> is the night's, cycle 1; a write-off's cycle is 0 and never
      *> matches.
       01  ws-backout-table.
           05  ws-backout-entry OCCURS 1000 TIMES.
               10  ws-bko-tbl-date              PIC X(8).
               10  ws-bko-tbl-cycle             PIC 9(2).
               10  ws-bko-tbl-position          PIC 9(7).
       01  ws-backout-count                    PIC 9(4)  VALUE 0.
       01  ws-backout-sub                      PIC 9(4)  VALUE 0.
       01  ws-event-cycle                      PIC 9(2)  VALUE 0.
       01  ws-event-backed-out-switch          PIC X(1)  VALUE "N".
           88  ws-event-backed-out             VALUE "Y".

      *> The ledger, built in journal order - so entries stand in the
      *> order their pairs were first rejected, oldest first.
       01  ws-ledger-table.
           05  ws-ledger-entry OCCURS 60000 TIMES
                               INDEXED BY ws-ledger-idx.
               10  ws-ldg-item-1                PIC X(10).
               10  ws-ldg-item-2                PIC X(10).
               10  ws-ldg-source                PIC X(8).
               10  ws-ldg-first-reason          PIC X(5).
               10  ws-ldg-last-reason           PIC X(5).
               10  ws-ldg-first-date            PIC X(8).
               10  ws-ldg-last-date             PIC X(8).
               10  ws-ldg-times-rejected        PIC 9(4).
               10  ws-ldg-attempts              PIC 9(3).
               10  ws-ldg-last-outcome          PIC X(8).
               10  ws-ldg-status                PIC X(11).
               10  ws-ldg-closed-date           PIC X(8).
               10  ws-ldg-operator              PIC X(8).
               10  ws-ldg-note                  PIC X(40).
       01  ws-ledger-count                     PIC 9(6)  VALUE 0.
       01  ws-found-entry                      PIC 9(6)  VALUE 0.
       01  ws-ledger-sub                       PIC 9(6)  VALUE 0.

      *> Ledger totals and the aging matrix: reason rows (NOMST,
      *> NOCNV, DUPLI, SUBRC, other) by days-outstanding buckets
      *> (0-7, 8-30, 31-60, 61-90, over 90).
       01  ws-tot-entries                      PIC 9(6)  VALUE 0.
       01  ws-tot-outstanding                  PIC 9(6)  VALUE 0.
       01  ws-tot-resolved                     PIC 9(6)  VALUE 0.
       01  ws-tot-written-off                  PIC 9(6)  VALUE 0.
       01  ws-aging-table.
           05  ws-aging-row OCCURS 6 TIMES.
               10  ws-aging-cell OCCURS 6 TIMES PIC 9(6).
       01  ws-aging-reason-names.
           05  FILLER                           PIC X(5)  VALUE "NOMST".
           05  FILLER                           PIC X(5)  VALUE "NOCNV".
           05  FILLER                           PIC X(5)  VALUE "DUPLI".
           05  FILLER                           PIC X(5)  VALUE "SUBRC".
           05  FILLER                           PIC X(5)  VALUE "OTHER".
           05  FILLER                           PIC X(5)  VALUE "TOTAL".
       01  ws-aging-reasons REDEFINES ws-aging-reason-names.
           05  ws-aging-reason                  PIC X(5) OCCURS 6 TIMES.
       01  ws-aging-row-no                     PIC 9(1)  VALUE 0.
       01  ws-aging-col-no                     PIC 9(1)  VALUE 0.
       01  ws-days-outstanding                 PIC 9(6)  VALUE 0.

       01  ws-operator-id                      PIC X(8)  VALUE SPACES.
       01  ws-menu-choice                      PIC X(1)  VALUE SPACE.
           88  ws-choice-write-off             VALUE "W" "w".
           88  ws-choice-list                  VALUE "L" "l".
           88  ws-choice-exit                  VALUE "X" "x".
       01  ws-confirm                          PIC X(1)  VALUE SPACE.
           88  ws-confirmed                    VALUE "Y" "y".
       01  ws-item-1                           PIC X(10).
       01  ws-item-2                           PIC X(10).
       01  ws-write-off-note                   PIC X(40).
       01  ws-write-offs                       PIC 9(4)  VALUE 0.
       01  ws-history-count                    PIC 9(6)  VALUE 0.

      *> Print-line layouts.
       01  ws-rpt-header-1.
           05  FILLER                           PIC X(36)
               VALUE "REJECT LEDGER AGING REPORT".
           05  FILLER                           PIC X(7)
               VALUE "AS OF: ".
           05  ws-rpt-hdr-asof                  PIC X(8).
       01  ws-rpt-aging-heads.
           05  FILLER                           PIC X(10)
               VALUE "REASON".
           05  FILLER                           PIC X(9)
               VALUE "   0-7".
           05  FILLER                           PIC X(9)
               VALUE "  8-30".
           05  FILLER                           PIC X(9)
               VALUE " 31-60".
           05  FILLER                           PIC X(9)
               VALUE " 61-90".
           05  FILLER                           PIC X(9)
               VALUE "   >90".
           05  FILLER                           PIC X(9)
               VALUE " TOTAL".
       01  ws-rpt-aging-line.
           05  ws-rpt-age-reason                PIC X(5).
           05  FILLER                           PIC X(3)  VALUE SPACES.
           05  ws-rpt-age-cell OCCURS 6 TIMES.
               10  FILLER                       PIC X(2).
               10  ws-rpt-age-value             PIC Z(6)9.
       01  ws-rpt-detail-heads.
           05  FILLER                           PIC X(22)
               VALUE "ITEM PAIR".
           05  FILLER                           PIC X(10)
               VALUE "SOURCE".
           05  FILLER                           PIC X(10)
               VALUE "FIRST".
           05  FILLER                           PIC X(6)
               VALUE "DAYS".
           05  FILLER                           PIC X(7)
               VALUE "FIRST".
           05  FILLER                           PIC X(7)
               VALUE "LATEST".
           05  FILLER                           PIC X(10)
               VALUE "LAST SEEN".
           05  FILLER                           PIC X(6)
               VALUE "TIMES".
           05  FILLER                           PIC X(9)
               VALUE "RESUBMIT".
           05  FILLER                           PIC X(8)
               VALUE "OUTCOME".
       01  ws-rpt-detail-line.
           05  ws-rpt-det-item-1                PIC X(10).
           05  FILLER                           PIC X(1)  VALUE SPACE.
           05  ws-rpt-det-item-2                PIC X(10).
           05  FILLER                           PIC X(1)  VALUE SPACE.
           05  ws-rpt-det-source                PIC X(8).
           05  FILLER                           PIC X(2)  VALUE SPACES.
           05  ws-rpt-det-first-date            PIC X(8).
           05  FILLER                           PIC X(1)  VALUE SPACE.
           05  ws-rpt-det-days                  PIC Z(5)9.
           05  FILLER                           PIC X(1)  VALUE SPACE.
           05  ws-rpt-det-first-reason          PIC X(5).
           05  FILLER                           PIC X(2)  VALUE SPACES.
           05  ws-rpt-det-last-reason           PIC X(5).
           05  FILLER                           PIC X(2)  VALUE SPACES.
           05  ws-rpt-det-last-date             PIC X(8).
           05  FILLER                           PIC X(1)  VALUE SPACE.
           05  ws-rpt-det-times                 PIC Z(4)9.
           05  FILLER                           PIC X(4)  VALUE SPACES.
           05  ws-rpt-det-attempts              PIC ZZ9.
           05  FILLER                           PIC X(3)  VALUE SPACES.
           05  ws-rpt-det-outcome               PIC X(8).
       01  ws-rpt-total-line.
           05  ws-rpt-tot-label                 PIC X(42).
           05  ws-rpt-tot-value                 PIC Z(6)9.
       01  ws-report-print-area                PIC X(132).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-RUN-MODE
           MOVE "REJLEDG" TO ws-rh-program
           MOVE ws-run-mode TO ws-rh-mode
           MOVE ws-asof-date TO ws-rh-business-date
           EVALUATE ws-run-mode
               WHEN "HISTORY"
                   PERFORM LIST-PAIR-HISTORY
               WHEN "WRITEOFF"
                   DISPLAY "Reject ledger write-off (REJLEDG.DAT)"
                   PERFORM ACQUIRE-RUN-LOCK
                   PERFORM ACCEPT-OPERATOR-ID
                   MOVE ws-operator-id TO ws-rh-run-by
                   MOVE "START" TO ws-rh-event
                   PERFORM WRITE-RUN-HISTORY
                   PERFORM BUILD-LEDGER
                   PERFORM WRITE-OFF-SESSION
                   IF ws-write-offs > 0
                       PERFORM REWRITE-LEDGER-FILE
                   END-IF
                   PERFORM RELEASE-RUN-LOCK
                   DISPLAY "Write-off session ended - " ws-write-offs
                       " reject(s) written off."
                   MOVE "WRITEOFF" TO ws-rh-count-label (1)
                   MOVE ws-write-offs TO ws-rh-count (1)
                   MOVE "ENTRIES" TO ws-rh-count-label (2)
                   MOVE ws-ledger-count TO ws-rh-count (2)
                   MOVE "END" TO ws-rh-event
                   PERFORM WRITE-RUN-HISTORY
               WHEN OTHER
                   DISPLAY "Reject ledger rebuild and aging as of "
                       ws-asof-date
                   PERFORM ACQUIRE-RUN-LOCK
                   MOVE "START" TO ws-rh-event
                   PERFORM WRITE-RUN-HISTORY
                   PERFORM BUILD-LEDGER
                   PERFORM REWRITE-LEDGER-FILE
                   PERFORM RELEASE-RUN-LOCK
                   PERFORM PRINT-AGING-REPORT
                   PERFORM DISPLAY-LEDGER-TOTALS
                   MOVE "ENTRIES" TO ws-rh-count-label (1)
                   MOVE ws-tot-entries TO ws-rh-count (1)
                   MOVE "OUTSTAND" TO ws-rh-count-label (2)
                   MOVE ws-tot-outstanding TO ws-rh-count (2)
                   MOVE "WRITEOFF" TO ws-rh-count-label (3)
                   MOVE ws-tot-written-off TO ws-rh-count (3)
                   MOVE "END" TO ws-rh-event
                   PERFORM WRITE-RUN-HISTORY
           END-EVALUATE
           STOP RUN.

      *> Takes the mode from the first command-line argument (default
      *> REPORT) and, for REPORT, the as-of date from the second -
      *> default the last completed business date on PROCDATE.DAT,
      *> falling back to today. A write-off is dated the same way.
       GET-RUN-MODE.
           MOVE 1 TO ws-cmdline-arg-number
           DISPLAY ws-cmdline-arg-number UPON ARGUMENT-NUMBER
           MOVE SPACES TO ws-cmdline-arg-value
           ACCEPT ws-cmdline-arg-value FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           EVALUATE FUNCTION UPPER-CASE(ws-cmdline-arg-value)
               WHEN SPACES
               WHEN "REPORT"
                   MOVE "REPORT" TO ws-run-mode
               WHEN "WRITEOFF"
                   MOVE "WRITEOFF" TO ws-run-mode
               WHEN "HISTORY"
                   MOVE "HISTORY" TO ws-run-mode
               WHEN OTHER
                   DISPLAY "ERROR: unknown mode '"
                       FUNCTION TRIM(ws-cmdline-arg-value)
                       "' - use REPORT, WRITEOFF or HISTORY."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE

           MOVE 2 TO ws-cmdline-arg-number
           DISPLAY ws-cmdline-arg-number UPON ARGUMENT-NUMBER
           MOVE SPACES TO ws-cmdline-arg-value
           ACCEPT ws-cmdline-arg-value FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT

           IF ws-run-mode = "HISTORY"
               MOVE ws-cmdline-arg-value TO ws-item-1
               MOVE 3 TO ws-cmdline-arg-number
               DISPLAY ws-cmdline-arg-number UPON ARGUMENT-NUMBER
               MOVE SPACES TO ws-cmdline-arg-value
               ACCEPT ws-cmdline-arg-value FROM ARGUMENT-VALUE
                   ON EXCEPTION
                       CONTINUE
               END-ACCEPT
               MOVE ws-cmdline-arg-value TO ws-item-2
               IF ws-item-1 = SPACES OR ws-item-2 = SPACES
                   DISPLAY "ERROR: HISTORY needs both item codes - "
                       "rejledg HISTORY item-1 item-2."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               EXIT paragraph
           END-IF

           IF ws-run-mode = "REPORT"
               AND ws-cmdline-arg-value NOT = SPACES
               MOVE ws-cmdline-arg-value (1:8) TO ws-asof-date
           ELSE
               OPEN INPUT PROCDATE-FILE
               IF ws-procdate-file-status = "00"
                   READ PROCDATE-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF PROC-LAST-DONE IS NUMERIC
                               MOVE PROC-LAST-DONE TO ws-asof-date
                           END-IF
                   END-READ
                   CLOSE PROCDATE-FILE
               END-IF
               IF ws-asof-date = SPACES
                   ACCEPT ws-asof-date FROM DATE YYYYMMDD
               END-IF
           END-IF

           IF ws-asof-date IS NOT NUMERIC
               OR FUNCTION TEST-DATE-YYYYMMDD
                   (FUNCTION NUMVAL(ws-asof-date)) NOT = 0
               DISPLAY "ERROR: as-of date '" ws-asof-date "' is not "
                   "a valid YYYYMMDD date - job stopped."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE ws-asof-integer =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(ws-asof-date))
           EXIT paragraph.

      *> Registers this run in RUNLOCK.DAT, refusing to start while
      *> another run holds the lock - same facility as main-app's.
       ACQUIRE-RUN-LOCK.
           OPEN INPUT LOCK-FILE
           IF ws-lock-file-status = "00"
               READ LOCK-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LOCK-HOLDER NOT = SPACES
                           PERFORM REFUSE-HELD-LOCK
                       END-IF
               END-READ
               CLOSE LOCK-FILE
           END-IF
           OPEN OUTPUT LOCK-FILE
           IF ws-lock-file-status NOT = "00"
               DISPLAY "ERROR: unable to write run lock RUNLOCK.DAT "
                   "(status " ws-lock-file-status ") - job stopped."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO LOCK-RECORD
           MOVE "REJLEDG" TO LOCK-HOLDER
           MOVE FUNCTION CURRENT-DATE TO LOCK-TIMESTAMP
           WRITE LOCK-RECORD
           CLOSE LOCK-FILE
           EXIT paragraph.

       REFUSE-HELD-LOCK.
           DISPLAY "ERROR: run lock is held by " LOCK-HOLDER
               " since " LOCK-TIMESTAMP (1:8) " "
               LOCK-TIMESTAMP (9:6) " - run refused."
           ACCEPT ws-lock-today FROM DATE YYYYMMDD
           IF LOCK-TIMESTAMP (1:8) < ws-lock-today
               DISPLAY "The lock is from a prior day - probably "
                   "left by a killed job."
           END-IF
           DISPLAY "If that run is no longer active, remove "
               "RUNLOCK.DAT and rerun."
           CLOSE LOCK-FILE
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       RELEASE-RUN-LOCK.
           OPEN OUTPUT LOCK-FILE
           IF ws-lock-file-status = "00"
               CLOSE LOCK-FILE
           ELSE
               DISPLAY "Warning: unable to release run lock "
                   "RUNLOCK.DAT (status " ws-lock-file-status
                   ") - remove it by hand before the next run."
           END-IF
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

      *> The write-off is recorded under the operator's name, so the
      *> id is required before the menu comes up - same rule as
      *> mastmnt's.
       ACCEPT-OPERATOR-ID.
           PERFORM WITH TEST AFTER UNTIL
               ws-operator-id NOT = SPACES
               AND ws-operator-id NOT = LOW-VALUES
               DISPLAY "Enter operator id: " WITH NO ADVANCING
               ACCEPT ws-operator-id
               IF ws-operator-id = SPACES
                   OR ws-operator-id = LOW-VALUES
                   DISPLAY "Operator id is required."
               END-IF
           END-PERFORM
           EXIT paragraph.

      *> Replays REJEVENT.DAT from the top into ws-ledger-table. The
      *> journal is the record of truth; the ledger file is only its
      *> latest summary, so a rebuild can never drift from it. A
      *> missing journal means no rejects yet - an empty ledger.
      *> The backouts are gathered first, so the replay can leave
      *> out every event a later backout reversed.
       BUILD-LEDGER.
           MOVE 0 TO ws-ledger-count
           MOVE 0 TO ws-events-unmatched
           MOVE 0 TO ws-events-backed-out
           PERFORM LOAD-BACKOUT-EVENTS
           MOVE 0 TO ws-events-read
           MOVE "N" TO ws-event-eof-switch
           OPEN INPUT REJEVENT-FILE
           IF ws-rejevent-file-status NOT = "00"
               DISPLAY "Reject journal REJEVENT.DAT not present "
                   "(status " ws-rejevent-file-status ") - the "
                   "ledger is empty."
               EXIT paragraph
           END-IF
           PERFORM UNTIL ws-event-eof
               READ REJEVENT-FILE INTO ws-evt-record
                   AT END
                       MOVE "Y" TO ws-event-eof-switch
                   NOT AT END
                       ADD 1 TO ws-events-read
                       PERFORM CHECK-EVENT-BACKED-OUT
                       IF ws-event-backed-out
                           ADD 1 TO ws-events-backed-out
                       ELSE
                           IF ws-evt-type NOT = "BACKOUT"
                               PERFORM APPLY-ONE-EVENT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REJEVENT-FILE
           DISPLAY ws-events-read " journal event(s) read, "
               ws-ledger-count " ledger entr(ies) built."
           IF ws-backout-count > 0
               DISPLAY ws-events-backed-out " event(s) left out - "
                   "reversed by " ws-backout-count " backout(s)."
           END-IF
           IF ws-events-unmatched > 0
               DISPLAY ws-events-unmatched " clearing event(s) had no "
                   "outstanding entry to close - ignored."
           END-IF
           EXIT paragraph.

      *> Gathers the BACKOUT events into ws-backout-table, keeping the
      *> latest position for a date and cycle backed out more than
      *> once. A missing journal leaves the table empty.
       LOAD-BACKOUT-EVENTS.
           MOVE 0 TO ws-backout-count
           MOVE 0 TO ws-events-read
           MOVE "N" TO ws-event-eof-switch
           OPEN INPUT REJEVENT-FILE
           IF ws-rejevent-file-status NOT = "00"
               EXIT paragraph
           END-IF
           PERFORM UNTIL ws-event-eof
               READ REJEVENT-FILE INTO ws-evt-record
                   AT END
                       MOVE "Y" TO ws-event-eof-switch
                   NOT AT END
                       ADD 1 TO ws-events-read
                       IF ws-evt-type = "BACKOUT"
                           PERFORM NOTE-BACKOUT-EVENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REJEVENT-FILE
           EXIT paragraph.

       NOTE-BACKOUT-EVENT.
           PERFORM SET-EVENT-CYCLE
           PERFORM VARYING ws-backout-sub FROM 1 BY 1
               UNTIL ws-backout-sub > ws-backout-count
               IF ws-bko-tbl-date (ws-backout-sub) = ws-evt-date
                   AND ws-bko-tbl-cycle (ws-backout-sub)
                       = ws-event-cycle
                   MOVE ws-events-read
                       TO ws-bko-tbl-position (ws-backout-sub)
                   EXIT paragraph
               END-IF
           END-PERFORM
           IF ws-backout-count >= 1000
               DISPLAY "ERROR: more backouts on REJEVENT.DAT than "
                   "the table holds (1000) - job stopped, "
                   "REJLEDG.DAT untouched."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO ws-backout-count
           MOVE ws-evt-date TO ws-bko-tbl-date (ws-backout-count)
           MOVE ws-event-cycle TO ws-bko-tbl-cycle (ws-backout-count)
           MOVE ws-events-read
               TO ws-bko-tbl-position (ws-backout-count)
           EXIT paragraph.

      *> The event's cycle in ws-event-cycle - 1 where it has none.
       SET-EVENT-CYCLE.
           IF ws-evt-cycle IS NUMERIC
               MOVE ws-evt-cycle TO ws-event-cycle
           ELSE
               MOVE 1 TO ws-event-cycle
           END-IF
           EXIT paragraph.

      *> Sets ws-event-backed-out when a BACKOUT event later in the
      *> journal (ws-events-read is this event's position) reversed
      *> the event's date and cycle.
       CHECK-EVENT-BACKED-OUT.
           MOVE "N" TO ws-event-backed-out-switch
           PERFORM SET-EVENT-CYCLE
           PERFORM VARYING ws-backout-sub FROM 1 BY 1
               UNTIL ws-backout-sub > ws-backout-count
               OR ws-event-backed-out
               IF ws-bko-tbl-date (ws-backout-sub) = ws-evt-date
                   AND ws-bko-tbl-cycle (ws-backout-sub)
                       = ws-event-cycle
                   AND ws-bko-tbl-position (ws-backout-sub)
                       > ws-events-read
                   MOVE "Y" TO ws-event-backed-out-switch
               END-IF
           END-PERFORM
           EXIT paragraph.

      *> Applies one journal event to the pair's open entry. A
      *> rejection (on a feed, or a failed resubmission) with no open
      *> entry opens one; a clearing event (a resolved resubmission,
      *> a later clean feed, a write-off) with no open entry has
      *> nothing to close and is only counted.
       APPLY-ONE-EVENT.
           MOVE ws-evt-item-1 TO ws-item-1
           MOVE ws-evt-item-2 TO ws-item-2
           PERFORM FIND-OPEN-ENTRY
           IF ws-evt-outcome = "REJECTED"
               IF ws-found-entry = 0
                   PERFORM OPEN-LEDGER-ENTRY
               ELSE
                   ADD 1 TO ws-ldg-times-rejected (ws-found-entry)
                   MOVE ws-evt-reason
                       TO ws-ldg-last-reason (ws-found-entry)
                   MOVE ws-evt-date TO ws-ldg-last-date (ws-found-entry)
               END-IF
               IF ws-evt-type = "RESUBMIT"
                   ADD 1 TO ws-ldg-attempts (ws-found-entry)
               END-IF
               MOVE "REJECTED" TO ws-ldg-last-outcome (ws-found-entry)
               EXIT paragraph
           END-IF

           IF ws-found-entry = 0
               ADD 1 TO ws-events-unmatched
               EXIT paragraph
           END-IF
           IF ws-evt-type = "RESUBMIT"
               ADD 1 TO ws-ldg-attempts (ws-found-entry)
           END-IF
           MOVE ws-evt-outcome TO ws-ldg-last-outcome (ws-found-entry)
           MOVE ws-evt-date TO ws-ldg-closed-date (ws-found-entry)
           IF ws-evt-outcome = "WRITEOFF"
               MOVE "WRITTEN-OFF" TO ws-ldg-status (ws-found-entry)
               MOVE ws-evt-operator TO ws-ldg-operator (ws-found-entry)
               MOVE ws-evt-note TO ws-ldg-note (ws-found-entry)
           ELSE
               MOVE "RESOLVED" TO ws-ldg-status (ws-found-entry)
               MOVE ws-evt-type TO ws-ldg-note (ws-found-entry)
           END-IF
           EXIT paragraph.

      *> A new OUTSTANDING entry from the current event, left in
      *> ws-found-entry.
       OPEN-LEDGER-ENTRY.
           IF ws-ledger-count >= 60000
               DISPLAY "ERROR: reject ledger has more entries than "
                   "the table holds (60000) - job stopped, "
                   "REJLEDG.DAT untouched."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO ws-ledger-count
           MOVE ws-ledger-count TO ws-found-entry
           MOVE SPACES TO ws-ledger-entry (ws-found-entry)
           MOVE ws-evt-item-1 TO ws-ldg-item-1 (ws-found-entry)
           MOVE ws-evt-item-2 TO ws-ldg-item-2 (ws-found-entry)
           IF ws-evt-source-system = SPACES
               MOVE "(NONE)" TO ws-ldg-source (ws-found-entry)
           ELSE
               MOVE ws-evt-source-system
                   TO ws-ldg-source (ws-found-entry)
           END-IF
           MOVE ws-evt-reason TO ws-ldg-first-reason (ws-found-entry)
           MOVE ws-evt-reason TO ws-ldg-last-reason (ws-found-entry)
           MOVE ws-evt-date TO ws-ldg-first-date (ws-found-entry)
           MOVE ws-evt-date TO ws-ldg-last-date (ws-found-entry)
           MOVE 1 TO ws-ldg-times-rejected (ws-found-entry)
           MOVE 0 TO ws-ldg-attempts (ws-found-entry)
           MOVE "OUTSTANDING" TO ws-ldg-status (ws-found-entry)
           EXIT paragraph.

      *> Sets ws-found-entry to the pair's OUTSTANDING entry, 0 when
      *> it has none. Searched newest first - a pair's open entry, if
      *> any, is always its latest.
       FIND-OPEN-ENTRY.
           MOVE 0 TO ws-found-entry
           PERFORM VARYING ws-ledger-sub FROM ws-ledger-count BY -1
               UNTIL ws-ledger-sub < 1
               OR ws-found-entry > 0
               IF ws-ldg-item-1 (ws-ledger-sub) = ws-item-1
                   AND ws-ldg-item-2 (ws-ledger-sub) = ws-item-2
                   AND ws-ldg-status (ws-ledger-sub) = "OUTSTANDING"
                   MOVE ws-ledger-sub TO ws-found-entry
               END-IF
           END-PERFORM
           EXIT paragraph.

      *> Writes the table to REJLEDG.NEW and then over REJLEDG.DAT,
      *> so a crash mid-rewrite leaves the full ledger in one or the
      *> other - and either way the journal can rebuild it.
       REWRITE-LEDGER-FILE.
           OPEN OUTPUT REJLEDG-NEW-FILE
           IF ws-rejledg-new-file-status NOT = "00"
               DISPLAY "ERROR: unable to open REJLEDG.NEW (status "
                   ws-rejledg-new-file-status ") - job stopped, "
                   "ledger untouched."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING ws-ledger-idx FROM 1 BY 1
               UNTIL ws-ledger-idx > ws-ledger-count
               PERFORM BUILD-LEDGER-RECORD
               WRITE REJLEDG-NEW-RECORD FROM REJLEDG-RECORD
           END-PERFORM
           CLOSE REJLEDG-NEW-FILE

           MOVE "N" TO ws-rejledg-eof-switch
           OPEN INPUT REJLEDG-NEW-FILE
           OPEN OUTPUT REJLEDG-FILE
           IF ws-rejledg-new-file-status NOT = "00"
               OR ws-rejledg-file-status NOT = "00"
               DISPLAY "ERROR: unable to rewrite REJLEDG.DAT from "
                   "REJLEDG.NEW (status " ws-rejledg-file-status "/"
                   ws-rejledg-new-file-status ") - job stopped, the "
                   "ledger is in REJLEDG.NEW."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL ws-rejledg-eof
               READ REJLEDG-NEW-FILE
                   AT END
                       MOVE "Y" TO ws-rejledg-eof-switch
                   NOT AT END
                       WRITE REJLEDG-RECORD FROM REJLEDG-NEW-RECORD
               END-READ
           END-PERFORM
           CLOSE REJLEDG-FILE
           CLOSE REJLEDG-NEW-FILE
           EXIT paragraph.

       BUILD-LEDGER-RECORD.
           MOVE SPACES TO REJLEDG-RECORD
           MOVE ws-ldg-item-1 (ws-ledger-idx) TO LDG-ITEM-1
           MOVE ws-ldg-item-2 (ws-ledger-idx) TO LDG-ITEM-2
           MOVE ws-ldg-source (ws-ledger-idx) TO LDG-SOURCE-SYSTEM
           MOVE ws-ldg-first-reason (ws-ledger-idx) TO LDG-FIRST-REASON
           MOVE ws-ldg-last-reason (ws-ledger-idx) TO LDG-LAST-REASON
           MOVE ws-ldg-first-date (ws-ledger-idx) TO LDG-FIRST-DATE
           MOVE ws-ldg-last-date (ws-ledger-idx) TO LDG-LAST-DATE
           MOVE ws-ldg-times-rejected (ws-ledger-idx)
               TO LDG-TIMES-REJECTED
           MOVE ws-ldg-attempts (ws-ledger-idx) TO LDG-ATTEMPTS
           MOVE ws-ldg-last-outcome (ws-ledger-idx) TO LDG-LAST-OUTCOME
           MOVE ws-ldg-status (ws-ledger-idx) TO LDG-STATUS
           MOVE ws-ldg-closed-date (ws-ledger-idx) TO LDG-CLOSED-DATE
           MOVE ws-ldg-operator (ws-ledger-idx) TO LDG-OPERATOR
           MOVE ws-ldg-note (ws-ledger-idx) TO LDG-NOTE
           EXIT paragraph.

      *> Days the entry has been outstanding as of ws-asof-date,
      *> from the business date it was first rejected. A first date
      *> that will not convert counts as 0 rather than stopping the
      *> report.
       COMPUTE-DAYS-OUTSTANDING.
           MOVE 0 TO ws-days-outstanding
           IF ws-ldg-first-date (ws-ledger-idx) IS NUMERIC
               IF FUNCTION TEST-DATE-YYYYMMDD (FUNCTION NUMVAL
                   (ws-ldg-first-date (ws-ledger-idx))) = 0
                   AND ws-ldg-first-date (ws-ledger-idx)
                       <= ws-asof-date
                   COMPUTE ws-days-outstanding = ws-asof-integer
                       - FUNCTION INTEGER-OF-DATE (FUNCTION NUMVAL
                           (ws-ldg-first-date (ws-ledger-idx)))
               END-IF
           END-IF
           EXIT paragraph.

      *> The aging matrix, then every outstanding reject oldest
      *> first, then the ledger's totals and its written-off entries
      *> with the operator and note that closed them.
       PRINT-AGING-REPORT.
           INITIALIZE ws-aging-table
           MOVE 0 TO ws-tot-entries
           MOVE 0 TO ws-tot-outstanding
           MOVE 0 TO ws-tot-resolved
           MOVE 0 TO ws-tot-written-off
           OPEN OUTPUT REPORT-FILE
           IF ws-report-file-status NOT = "00"
               DISPLAY "ERROR: unable to open report file "
                   "REJAGE.TXT (status " ws-report-file-status ")"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ws-asof-date TO ws-rpt-hdr-asof
           WRITE REPORT-LINE FROM ws-rpt-header-1
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM VARYING ws-ledger-idx FROM 1 BY 1
               UNTIL ws-ledger-idx > ws-ledger-count
               PERFORM TALLY-ONE-ENTRY
           END-PERFORM

           MOVE "OUTSTANDING REJECTS BY REASON AND DAYS OUTSTANDING"
               TO ws-report-print-area
           WRITE REPORT-LINE FROM ws-report-print-area
           WRITE REPORT-LINE FROM ws-rpt-aging-heads
           PERFORM VARYING ws-aging-row-no FROM 1 BY 1
               UNTIL ws-aging-row-no > 6
               MOVE SPACES TO ws-rpt-aging-line
               MOVE ws-aging-reason (ws-aging-row-no)
                   TO ws-rpt-age-reason
               PERFORM VARYING ws-aging-col-no FROM 1 BY 1
                   UNTIL ws-aging-col-no > 6
                   MOVE ws-aging-cell (ws-aging-row-no ws-aging-col-no)
                       TO ws-rpt-age-value (ws-aging-col-no)
               END-PERFORM
               WRITE REPORT-LINE FROM ws-rpt-aging-line
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "OUTSTANDING REJECTS, OLDEST FIRST"
               TO ws-report-print-area
           WRITE REPORT-LINE FROM ws-report-print-area
           WRITE REPORT-LINE FROM ws-rpt-detail-heads
           IF ws-tot-outstanding = 0
               MOVE "  (NONE)" TO ws-report-print-area
               WRITE REPORT-LINE FROM ws-report-print-area
           END-IF
           PERFORM VARYING ws-ledger-idx FROM 1 BY 1
               UNTIL ws-ledger-idx > ws-ledger-count
               IF ws-ldg-status (ws-ledger-idx) = "OUTSTANDING"
                   PERFORM PRINT-ONE-OUTSTANDING-LINE
               END-IF
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "LEDGER TOTALS" TO ws-report-print-area
           WRITE REPORT-LINE FROM ws-report-print-area
           MOVE SPACES TO ws-rpt-total-line
           MOVE "  LEDGER ENTRIES" TO ws-rpt-tot-label
           MOVE ws-tot-entries TO ws-rpt-tot-value
           WRITE REPORT-LINE FROM ws-rpt-total-line
           MOVE "  OUTSTANDING" TO ws-rpt-tot-label
           MOVE ws-tot-outstanding TO ws-rpt-tot-value
           WRITE REPORT-LINE FROM ws-rpt-total-line
           MOVE "  RESOLVED" TO ws-rpt-tot-label
           MOVE ws-tot-resolved TO ws-rpt-tot-value
           WRITE REPORT-LINE FROM ws-rpt-total-line
           MOVE "  WRITTEN OFF" TO ws-rpt-tot-label
           MOVE ws-tot-written-off TO ws-rpt-tot-value
           WRITE REPORT-LINE FROM ws-rpt-total-line

           IF ws-tot-written-off > 0
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "WRITTEN OFF" TO ws-report-print-area
               WRITE REPORT-LINE FROM ws-report-print-area
               PERFORM VARYING ws-ledger-idx FROM 1 BY 1
                   UNTIL ws-ledger-idx > ws-ledger-count
                   IF ws-ldg-status (ws-ledger-idx) = "WRITTEN-OFF"
                       PERFORM PRINT-ONE-WRITE-OFF-LINE
                   END-IF
               END-PERFORM
           END-IF
           CLOSE REPORT-FILE
           DISPLAY "Report written to REJAGE.TXT."
           EXIT paragraph.

      *> Counts the entry by status and, when outstanding, into its
      *> reason row (the latest reason - why it is still rejecting)
      *> and days bucket, with the TOTAL row and column alongside.
       TALLY-ONE-ENTRY.
           ADD 1 TO ws-tot-entries
           EVALUATE ws-ldg-status (ws-ledger-idx)
               WHEN "RESOLVED"
                   ADD 1 TO ws-tot-resolved
                   EXIT paragraph
               WHEN "WRITTEN-OFF"
                   ADD 1 TO ws-tot-written-off
                   EXIT paragraph
           END-EVALUATE
           ADD 1 TO ws-tot-outstanding
           EVALUATE ws-ldg-last-reason (ws-ledger-idx)
               WHEN "NOMST"
                   MOVE 1 TO ws-aging-row-no
               WHEN "NOCNV"
                   MOVE 2 TO ws-aging-row-no
               WHEN "DUPLI"
                   MOVE 3 TO ws-aging-row-no
               WHEN "SUBRC"
                   MOVE 4 TO ws-aging-row-no
               WHEN OTHER
                   MOVE 5 TO ws-aging-row-no
           END-EVALUATE
           PERFORM COMPUTE-DAYS-OUTSTANDING
           EVALUATE TRUE
               WHEN ws-days-outstanding <= 7
                   MOVE 1 TO ws-aging-col-no
               WHEN ws-days-outstanding <= 30
                   MOVE 2 TO ws-aging-col-no
               WHEN ws-days-outstanding <= 60
                   MOVE 3 TO ws-aging-col-no
               WHEN ws-days-outstanding <= 90
                   MOVE 4 TO ws-aging-col-no
               WHEN OTHER
                   MOVE 5 TO ws-aging-col-no
           END-EVALUATE
           ADD 1 TO ws-aging-cell (ws-aging-row-no ws-aging-col-no)
           ADD 1 TO ws-aging-cell (ws-aging-row-no 6)
           ADD 1 TO ws-aging-cell (6 ws-aging-col-no)
           ADD 1 TO ws-aging-cell (6 6)
           EXIT paragraph.

       PRINT-ONE-OUTSTANDING-LINE.
           PERFORM COMPUTE-DAYS-OUTSTANDING
           MOVE SPACES TO ws-rpt-detail-line
           MOVE ws-ldg-item-1 (ws-ledger-idx) TO ws-rpt-det-item-1
           MOVE ws-ldg-item-2 (ws-ledger-idx) TO ws-rpt-det-item-2
           MOVE ws-ldg-source (ws-ledger-idx) TO ws-rpt-det-source
           MOVE ws-ldg-first-date (ws-ledger-idx)
               TO ws-rpt-det-first-date
           MOVE ws-days-outstanding TO ws-rpt-det-days
           MOVE ws-ldg-first-reason (ws-ledger-idx)
               TO ws-rpt-det-first-reason
           MOVE ws-ldg-last-reason (ws-ledger-idx)
               TO ws-rpt-det-last-reason
           MOVE ws-ldg-last-date (ws-ledger-idx) TO ws-rpt-det-last-date
           MOVE ws-ldg-times-rejected (ws-ledger-idx)
               TO ws-rpt-det-times
           MOVE ws-ldg-attempts (ws-ledger-idx) TO ws-rpt-det-attempts
           MOVE ws-ldg-last-outcome (ws-ledger-idx)
               TO ws-rpt-det-outcome
           WRITE REPORT-LINE FROM ws-rpt-detail-line
           EXIT paragraph.

       PRINT-ONE-WRITE-OFF-LINE.
           MOVE SPACES TO ws-report-print-area
           STRING "  " ws-ldg-item-1 (ws-ledger-idx) " "
               ws-ldg-item-2 (ws-ledger-idx) "  "
               ws-ldg-source (ws-ledger-idx) "  FIRST "
               ws-ldg-first-date (ws-ledger-idx) "  OFF "
               ws-ldg-closed-date (ws-ledger-idx) "  BY "
               ws-ldg-operator (ws-ledger-idx) "  "
               ws-ldg-note (ws-ledger-idx)
               DELIMITED BY SIZE
               INTO ws-report-print-area
           END-STRING
           WRITE REPORT-LINE FROM ws-report-print-area
           EXIT paragraph.

       DISPLAY-LEDGER-TOTALS.
           DISPLAY "-----------------------------------------------"
           DISPLAY "Ledger entries:         " ws-tot-entries
           DISPLAY "Outstanding:            " ws-tot-outstanding
           DISPLAY "Resolved:               " ws-tot-resolved
           DISPLAY "Written off:            " ws-tot-written-off
           DISPLAY "Outstanding over 30 days: "
               ws-aging-cell (6 3) " (31-60) "
               ws-aging-cell (6 4) " (61-90) "
               ws-aging-cell (6 5) " (over 90)"
           EXIT paragraph.

      *> The operator's write-off menu - same shape as mastmnt's.
       WRITE-OFF-SESSION.
           PERFORM UNTIL ws-choice-exit
               DISPLAY SPACE
               DISPLAY "W = write off a reject, L = list outstanding, "
                   "X = exit"
               DISPLAY "Choice: " WITH NO ADVANCING
               ACCEPT ws-menu-choice
               EVALUATE TRUE
                   WHEN ws-choice-write-off
                       PERFORM WRITE-OFF-ONE-REJECT
                   WHEN ws-choice-list
                       PERFORM LIST-OUTSTANDING-REJECTS
                   WHEN ws-choice-exit
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Unknown choice - enter W, L or X."
               END-EVALUATE
           END-PERFORM
           EXIT paragraph.

      *> Writes off one outstanding reject: the pair must have an
      *> open entry, the note is required, and the operator confirms
      *> before the WRITEOFF event is journalled and applied.
       WRITE-OFF-ONE-REJECT.
           DISPLAY SPACE
           DISPLAY "Write off an outstanding reject."
           PERFORM ACCEPT-ITEM-PAIR
           PERFORM FIND-OPEN-ENTRY
           IF ws-found-entry = 0
               DISPLAY "Pair " ws-item-1 "/" ws-item-2
                   " has no outstanding reject - nothing written off."
               EXIT paragraph
           END-IF
           DISPLAY "Pair " ws-item-1 "/" ws-item-2 " from "
               ws-ldg-source (ws-found-entry) ": first rejected "
               ws-ldg-first-date (ws-found-entry) " ("
               ws-ldg-first-reason (ws-found-entry) "), "
               ws-ldg-times-rejected (ws-found-entry) " time(s), "
               ws-ldg-attempts (ws-found-entry)
               " resubmission(s), latest "
               ws-ldg-last-reason (ws-found-entry) "."
           MOVE SPACES TO ws-write-off-note
           PERFORM WITH TEST AFTER UNTIL
               ws-write-off-note NOT = SPACES
               AND ws-write-off-note NOT = LOW-VALUES
               DISPLAY "Write-off note: " WITH NO ADVANCING
               ACCEPT ws-write-off-note
               IF ws-write-off-note = SPACES
                   OR ws-write-off-note = LOW-VALUES
                   DISPLAY "A note is required for a write-off."
               END-IF
           END-PERFORM
           DISPLAY "Write off " ws-item-1 "/" ws-item-2 "? (Y/N): "
               WITH NO ADVANCING
           ACCEPT ws-confirm
           IF NOT ws-confirmed
               DISPLAY "Not written off."
               EXIT paragraph
           END-IF

           OPEN EXTEND REJEVENT-FILE
           IF ws-rejevent-file-status = "35"
               OPEN OUTPUT REJEVENT-FILE
           END-IF
           IF ws-rejevent-file-status NOT = "00"
               DISPLAY "ERROR: unable to open reject journal "
                   "REJEVENT.DAT (status " ws-rejevent-file-status
                   ") - not written off."
               EXIT paragraph
           END-IF
           MOVE SPACES TO ws-evt-record
           MOVE ws-asof-date TO ws-evt-date
           MOVE 0 TO ws-evt-cycle
           MOVE ws-item-1 TO ws-evt-item-1
           MOVE ws-item-2 TO ws-evt-item-2
           MOVE ws-ldg-source (ws-found-entry)
               TO ws-evt-source-system
           MOVE "WRITEOFF" TO ws-evt-type
           MOVE ws-ldg-last-reason (ws-found-entry) TO ws-evt-reason
           MOVE "WRITEOFF" TO ws-evt-outcome
           MOVE FUNCTION CURRENT-DATE TO ws-evt-timestamp
           MOVE ws-operator-id TO ws-evt-operator
           MOVE ws-write-off-note TO ws-evt-note
           WRITE REJEVENT-RECORD FROM ws-evt-record
           CLOSE REJEVENT-FILE
           PERFORM APPLY-ONE-EVENT
           ADD 1 TO ws-write-offs
           DISPLAY "Written off " ws-item-1 "/" ws-item-2 "."
           EXIT paragraph.

      *> Re-prompts for each code until it holds something other than
      *> spaces or low-values, as mastmnt does.
       ACCEPT-ITEM-PAIR.
           MOVE SPACES TO ws-item-1
           MOVE SPACES TO ws-item-2
           PERFORM WITH TEST AFTER UNTIL
               ws-item-1 NOT = SPACES AND ws-item-1 NOT = LOW-VALUES
               DISPLAY "Enter item code #1: " WITH NO ADVANCING
               ACCEPT ws-item-1
               IF ws-item-1 = SPACES OR ws-item-1 = LOW-VALUES
                   DISPLAY "Invalid entry for #1 - value is required."
               END-IF
           END-PERFORM

           PERFORM WITH TEST AFTER UNTIL
               ws-item-2 NOT = SPACES AND ws-item-2 NOT = LOW-VALUES
               DISPLAY "Enter item code #2: " WITH NO ADVANCING
               ACCEPT ws-item-2
               IF ws-item-2 = SPACES OR ws-item-2 = LOW-VALUES
                   DISPLAY "Invalid entry for #2 - value is required."
               END-IF
           END-PERFORM
           EXIT paragraph.

       LIST-OUTSTANDING-REJECTS.
           DISPLAY SPACE
           DISPLAY "Outstanding rejects:"
           MOVE 0 TO ws-history-count
           PERFORM VARYING ws-ledger-idx FROM 1 BY 1
               UNTIL ws-ledger-idx > ws-ledger-count
               IF ws-ldg-status (ws-ledger-idx) = "OUTSTANDING"
                   ADD 1 TO ws-history-count
                   DISPLAY ws-history-count ": "
                       ws-ldg-item-1 (ws-ledger-idx) " "
                       ws-ldg-item-2 (ws-ledger-idx) " "
                       ws-ldg-source (ws-ledger-idx) " since "
                       ws-ldg-first-date (ws-ledger-idx) " "
                       ws-ldg-last-reason (ws-ledger-idx)
               END-IF
           END-PERFORM
           DISPLAY ws-history-count " outstanding reject(s)."
           EXIT paragraph.

      *> Every journal event for the pair named on the command line -
      *> each rejection, each resubmission attempt and its outcome,
      *> and whatever closed it. Events a later backout reversed are
      *> listed, marked as such. Read-only, so no run lock.
       LIST-PAIR-HISTORY.
           DISPLAY "Reject history for " ws-item-1 "/" ws-item-2
           DISPLAY "==============================================="
           MOVE 0 TO ws-history-count
           PERFORM LOAD-BACKOUT-EVENTS
           MOVE 0 TO ws-events-read
           MOVE "N" TO ws-event-eof-switch
           OPEN INPUT REJEVENT-FILE
           IF ws-rejevent-file-status NOT = "00"
               DISPLAY "Reject journal REJEVENT.DAT not present "
                   "(status " ws-rejevent-file-status ")."
               EXIT paragraph
           END-IF
           PERFORM UNTIL ws-event-eof
               READ REJEVENT-FILE INTO ws-evt-record
                   AT END
                       MOVE "Y" TO ws-event-eof-switch
                   NOT AT END
                       ADD 1 TO ws-events-read
                       IF ws-evt-item-1 = ws-item-1
                           AND ws-evt-item-2 = ws-item-2
                           ADD 1 TO ws-history-count
                           PERFORM CHECK-EVENT-BACKED-OUT
                           IF ws-event-backed-out
                               DISPLAY ws-evt-date " C" ws-evt-cycle
                                   " " ws-evt-source-system " "
                                   ws-evt-type " " ws-evt-reason " "
                                   ws-evt-outcome " "
                                   ws-evt-operator " (BACKED OUT)"
                           ELSE
                               DISPLAY ws-evt-date " C" ws-evt-cycle
                                   " " ws-evt-source-system " "
                                   ws-evt-type " " ws-evt-reason " "
                                   ws-evt-outcome " "
                                   ws-evt-operator " "
                                   FUNCTION TRIM(ws-evt-note)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REJEVENT-FILE
           DISPLAY ws-history-count " event(s)."
           EXIT paragraph.

       END PROGRAM rejledg.
