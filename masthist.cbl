      ******************************************************************
      * Author: Erik Eriksen
      * Date: 2026-10-15
      * Purpose: Master code history. MASTERCD.DAT only ever holds
      *          today's valid pairs, but MASTCHG.DAT records every
      *          add and delete - mastmnt's under the operator id,
      *          the nightly feed's "M" records under the shipping
      *          source system - each dated with the business date
      *          whose night first saw it. This job rebuilds the
      *          master as it stood at the end of any business date
      *          by rolling the change log back from today's file:
      *          every change dated after that date is undone,
      *          newest first (an add taken off, a delete put back),
      *          and the result written as a dated snapshot,
      *          MASTERCD.YYYYMMDD.DAT, with a report of each change
      *          rolled back (MASTHIST.TXT). A change that will not
      *          roll back cleanly - an add whose pair is no longer
      *          on the master, a delete whose pair is back - means
      *          the file was edited outside mastmnt and main-app;
      *          it is listed and the job ends with condition code 4.
      *          The HISTORY mode prints a pair's validity history
      *          instead: every period it was on the master, from
      *          which date and change to which.
      *          Entries logged before the business date was kept on
      *          MASTCHG.DAT are dated by their timestamp.
      *          Each rebuild appends a START and an END entry to the
      *          run history ledger RUNHIST.DAT (see opslog).
      * Tectonics: cobc -x -I copybooks masthist.cbl -o masthist.exe
      *
      * Usage: masthist [REBUILD [business-date-YYYYMMDD]]
      *            Snapshot of the master as of the date given -
      *            default the last completed business date from
      *            PROCDATE.DAT, or today where no control file
      *            exists.
      *        masthist HISTORY item-1 item-2
      *            Every period the pair was on the master.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. masthist.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN TO "MASTERCD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-master-file-status.

           SELECT CHANGE-LOG-FILE ASSIGN TO "MASTCHG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-change-log-file-status.

      *> The rebuilt master, named for its business date -
      *> MASTERCD.YYYYMMDD.DAT, same layout as the live file.
           SELECT SNAPSHOT-FILE ASSIGN TO ws-snapshot-file-name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-snapshot-file-status.

           SELECT PROCDATE-FILE ASSIGN TO "PROCDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-procdate-file-status.

           SELECT REPORT-FILE ASSIGN TO "MASTHIST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-report-file-status.

      *> Shop-wide run lock shared with main-app and the maintenance
      *> jobs - the rebuild needs the master and its change log to
      *> agree, so no session may change either while it reads them.
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

       FD  MASTER-FILE.
       01  MASTER-RECORD.
           COPY ITEMREC REPLACING
               ==01== BY ==05==
               ==ITEMREC-ITEM-1== BY ==MASTER-ITEM-1==
               ==ITEMREC-ITEM-2== BY ==MASTER-ITEM-2==.

      *> Same layout mastmnt and main-app write. The business date is
      *> blank on entries logged before it was kept; cycle and file
      *> sequence are only filled on entries from the nightly feed.
       FD  CHANGE-LOG-FILE.
       01  CHANGE-LOG-RECORD.
           05  CHLOG-TIMESTAMP                  PIC X(21).
           05  FILLER                           PIC X(1).
           05  CHLOG-OPERATION                  PIC X(6).
           05  FILLER                           PIC X(1).
           05  CHLOG-OPERATOR                   PIC X(8).
           05  FILLER                           PIC X(1).
           COPY ITEMREC REPLACING
               ==01== BY ==05==
               ==ITEMREC-ITEM-1== BY ==CHLOG-ITEM-1==
               ==ITEMREC-ITEM-2== BY ==CHLOG-ITEM-2==.
           05  FILLER                           PIC X(1).
           05  CHLOG-BUSINESS-DATE              PIC X(8).
           05  FILLER                           PIC X(1).
           05  CHLOG-CYCLE                      PIC X(2).
           05  FILLER                           PIC X(1).
           05  CHLOG-FILE-SEQ                   PIC X(2).

       FD  SNAPSHOT-FILE.
       01  SNAPSHOT-RECORD                      PIC X(20).

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

       01  ws-master-file-status               PIC X(2).
       01  ws-change-log-file-status           PIC X(2).
       01  ws-snapshot-file-status             PIC X(2).
       01  ws-procdate-file-status             PIC X(2).
       01  ws-report-file-status               PIC X(2).
       01  ws-lock-file-status                 PIC X(2).
       01  ws-lock-today                       PIC X(8).
       01  ws-eof-switch                       PIC X(1)  VALUE "N".
           88  ws-eof                          VALUE "Y".

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
       01  ws-item-1                           PIC X(10) VALUE SPACES.
       01  ws-item-2                           PIC X(10) VALUE SPACES.
       01  ws-snapshot-file-name               PIC X(100) VALUE SPACES.

      *> Today's master, rolled back in place to the as-of date.
       01  ws-master-table.
           05  ws-master-entry OCCURS 60000 TIMES
                               INDEXED BY ws-master-idx.
               10  ws-master-tbl-item-1         PIC X(10).
               10  ws-master-tbl-item-2         PIC X(10).
       01  ws-master-count                     PIC 9(6)  VALUE 0.
       01  ws-master-current                   PIC 9(6)  VALUE 0.
       01  ws-master-dropped                   PIC 9(6)  VALUE 0.
       01  ws-master-found-switch              PIC X(1)  VALUE "N".
           88  ws-master-found                 VALUE "Y".
       01  ws-found-entry                      PIC 9(6)  VALUE 0.

      *> The change-log entry just read, with the business date it
      *> counts under - its own, or its timestamp's date when it
      *> was logged before the business date was kept.
       01  ws-change-date                      PIC X(8)  VALUE SPACES.
       01  ws-log-first-date                   PIC X(8)  VALUE SPACES.
       01  ws-log-entries                      PIC 9(7)  VALUE 0.

      *> The changes dated after the as-of date, in log order, each
      *> with what rolling it back did.
       01  ws-change-table.
           05  ws-change-entry OCCURS 60000 TIMES
                               INDEXED BY ws-change-idx.
               10  ws-chg-operation             PIC X(6).
               10  ws-chg-item-1                PIC X(10).
               10  ws-chg-item-2                PIC X(10).
               10  ws-chg-date                  PIC X(8).
               10  ws-chg-operator              PIC X(8).
               10  ws-chg-timestamp             PIC X(21).
               10  ws-chg-result                PIC X(30).
       01  ws-change-count                     PIC 9(6)  VALUE 0.
       01  ws-adds-undone                      PIC 9(6)  VALUE 0.
       01  ws-deletes-undone                   PIC 9(6)  VALUE 0.
       01  ws-inconsistent                     PIC 9(6)  VALUE 0.

      *> The pair's periods on the master, oldest first. A period
      *> whose add came before the change log began has no from
      *> date; one still running has no to date.
       01  ws-period-table.
           05  ws-period-entry OCCURS 1000 TIMES.
               10  ws-prd-from-date             PIC X(10).
               10  ws-prd-from-by               PIC X(8).
               10  ws-prd-from-at               PIC X(15).
               10  ws-prd-to-date               PIC X(10).
               10  ws-prd-to-by                 PIC X(8).
               10  ws-prd-to-at                 PIC X(15).
       01  ws-period-count                     PIC 9(4)  VALUE 0.
       01  ws-period-sub                       PIC 9(4)  VALUE 0.
       01  ws-pair-changes                     PIC 9(6)  VALUE 0.
       01  ws-pair-on-switch                   PIC X(1)  VALUE "N".
           88  ws-pair-on                      VALUE "Y".
       01  ws-pair-anomalies                   PIC 9(4)  VALUE 0.
       01  ws-printed-at                       PIC X(15) VALUE SPACES.

       01  ws-rpt-period-heads.
           05  FILLER                           PIC X(12)
               VALUE "FROM".
           05  FILLER                           PIC X(10)
               VALUE "ADDED BY".
           05  FILLER                           PIC X(17)
               VALUE "LOGGED AT".
           05  FILLER                           PIC X(12)
               VALUE "TO".
           05  FILLER                           PIC X(12)
               VALUE "DELETED BY".
           05  FILLER                           PIC X(15)
               VALUE "LOGGED AT".
       01  ws-rpt-period-line.
           05  ws-rpt-prd-from-date             PIC X(10).
           05  FILLER                           PIC X(2)  VALUE SPACES.
           05  ws-rpt-prd-from-by               PIC X(8).
           05  FILLER                           PIC X(2)  VALUE SPACES.
           05  ws-rpt-prd-from-at               PIC X(15).
           05  FILLER                           PIC X(2)  VALUE SPACES.
           05  ws-rpt-prd-to-date               PIC X(10).
           05  FILLER                           PIC X(2)  VALUE SPACES.
           05  ws-rpt-prd-to-by                 PIC X(8).
           05  FILLER                           PIC X(4)  VALUE SPACES.
           05  ws-rpt-prd-to-at                 PIC X(15).
       01  ws-rpt-total-line.
           05  ws-rpt-tot-label                 PIC X(42).
           05  ws-rpt-tot-value                 PIC Z(6)9.
       01  ws-report-print-area                PIC X(132).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-RUN-MODE
           IF ws-run-mode = "HISTORY"
               PERFORM LIST-PAIR-VALIDITY
               STOP RUN
           END-IF

           DISPLAY "Master rebuild as of business date " ws-asof-date
           PERFORM ACQUIRE-RUN-LOCK
           MOVE "MASTHIST" TO ws-rh-program
           MOVE ws-run-mode TO ws-rh-mode
           MOVE ws-asof-date TO ws-rh-business-date
           MOVE "START" TO ws-rh-event
           PERFORM WRITE-RUN-HISTORY
           PERFORM LOAD-MASTER-TABLE
           PERFORM LOAD-LATER-CHANGES
           PERFORM RELEASE-RUN-LOCK
           PERFORM ROLL-BACK-CHANGES
           PERFORM WRITE-SNAPSHOT-FILE
           PERFORM PRINT-REBUILD-REPORT

           DISPLAY "-----------------------------------------------"
           DISPLAY "Pairs on the master today:   " ws-master-current
           DISPLAY "Changes rolled back:         " ws-change-count
           DISPLAY "Pairs as of " ws-asof-date ":       "
               ws-master-count
           DISPLAY "Snapshot written to "
               FUNCTION TRIM(ws-snapshot-file-name)
               ", report to MASTHIST.TXT."
           IF ws-inconsistent > 0
               DISPLAY "WARNING: " ws-inconsistent " change(s) did "
                   "not roll back cleanly - the master has been "
                   "edited outside mastmnt and main-app. See "
                   "MASTHIST.TXT."
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE "ROLLBACK" TO ws-rh-count-label (1)
           MOVE ws-change-count TO ws-rh-count (1)
           MOVE "PAIRS" TO ws-rh-count-label (2)
           MOVE ws-master-count TO ws-rh-count (2)
           MOVE "UNCLEAN" TO ws-rh-count-label (3)
           MOVE ws-inconsistent TO ws-rh-count (3)
           MOVE "END" TO ws-rh-event
           PERFORM WRITE-RUN-HISTORY
           STOP RUN.

      *> Takes the mode from the first command-line argument (default
      *> REBUILD) and then either the as-of date - default the last
      *> completed business date on PROCDATE.DAT, falling back to
      *> today - or, for HISTORY, the pair.
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
               WHEN "REBUILD"
                   MOVE "REBUILD" TO ws-run-mode
               WHEN "HISTORY"
                   MOVE "HISTORY" TO ws-run-mode
               WHEN OTHER
                   DISPLAY "ERROR: unknown mode '"
                       FUNCTION TRIM(ws-cmdline-arg-value)
                       "' - use REBUILD or HISTORY."
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
                       "masthist HISTORY item-1 item-2."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               EXIT paragraph
           END-IF

           IF ws-cmdline-arg-value NOT = SPACES
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
           MOVE SPACES TO ws-snapshot-file-name
           STRING "MASTERCD." ws-asof-date ".DAT"
               DELIMITED BY SIZE
               INTO ws-snapshot-file-name
           END-STRING
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
           MOVE "MASTHIST" TO LOCK-HOLDER
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

      *> Loads MASTERCD.DAT into ws-master-table, leaving out the
      *> blank-coded lines mastmnt would drop. A missing master is an
      *> empty one - every pair the log added since is then reported
      *> as not rolling back cleanly.
       LOAD-MASTER-TABLE.
           MOVE 0 TO ws-master-count
           MOVE 0 TO ws-master-dropped
           MOVE "N" TO ws-eof-switch
           OPEN INPUT MASTER-FILE
           IF ws-master-file-status NOT = "00"
               DISPLAY "Master code file not present (status "
                   ws-master-file-status ") - rebuilding from an "
                   "empty master."
               EXIT paragraph
           END-IF
           PERFORM UNTIL ws-eof
               READ MASTER-FILE
                   AT END
                       MOVE "Y" TO ws-eof-switch
                   NOT AT END
                       IF MASTER-ITEM-1 = SPACES
                           OR MASTER-ITEM-2 = SPACES
                           ADD 1 TO ws-master-dropped
                       ELSE
                           IF ws-master-count >= 60000
                               DISPLAY "ERROR: master code file has "
                                   "more pairs than the table holds "
                                   "(60000) - job stopped."
                               PERFORM RELEASE-RUN-LOCK
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO ws-master-count
                           MOVE MASTER-ITEM-1
                               TO ws-master-tbl-item-1 (ws-master-count)
                           MOVE MASTER-ITEM-2
                               TO ws-master-tbl-item-2 (ws-master-count)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MASTER-FILE
           MOVE ws-master-count TO ws-master-current
           IF ws-master-dropped > 0
               DISPLAY ws-master-dropped " malformed master record(s) "
                   "ignored."
           END-IF
           EXIT paragraph.

      *> Sets ws-change-date to the business date the change-log
      *> entry just read counts under.
       SET-CHANGE-DATE.
           IF CHLOG-BUSINESS-DATE IS NUMERIC
               MOVE CHLOG-BUSINESS-DATE TO ws-change-date
           ELSE
               MOVE CHLOG-TIMESTAMP (1:8) TO ws-change-date
           END-IF
           EXIT paragraph.

      *> Reads MASTCHG.DAT from the top, keeping every change dated
      *> after the as-of date - the ones to undo. A missing log means
      *> no change has ever been recorded: the master today is the
      *> master on any date.
       LOAD-LATER-CHANGES.
           MOVE 0 TO ws-change-count
           MOVE 0 TO ws-log-entries
           MOVE SPACES TO ws-log-first-date
           MOVE "N" TO ws-eof-switch
           OPEN INPUT CHANGE-LOG-FILE
           IF ws-change-log-file-status NOT = "00"
               DISPLAY "Master change log MASTCHG.DAT not present "
                   "(status " ws-change-log-file-status ") - nothing "
                   "to roll back."
               EXIT paragraph
           END-IF
           PERFORM UNTIL ws-eof
               READ CHANGE-LOG-FILE
                   AT END
                       MOVE "Y" TO ws-eof-switch
                   NOT AT END
                       IF CHLOG-OPERATION = "ADD"
                           OR CHLOG-OPERATION = "DELETE"
                           ADD 1 TO ws-log-entries
                           PERFORM SET-CHANGE-DATE
                           IF ws-log-first-date = SPACES
                               MOVE ws-change-date TO ws-log-first-date
                           END-IF
                           IF ws-change-date > ws-asof-date
                               PERFORM KEEP-LATER-CHANGE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHANGE-LOG-FILE
           EXIT paragraph.

       KEEP-LATER-CHANGE.
           IF ws-change-count >= 60000
               DISPLAY "ERROR: more than 60000 changes to roll back - "
                   "job stopped, no snapshot written."
               PERFORM RELEASE-RUN-LOCK
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO ws-change-count
           SET ws-change-idx TO ws-change-count
           MOVE CHLOG-OPERATION TO ws-chg-operation (ws-change-idx)
           MOVE CHLOG-ITEM-1 TO ws-chg-item-1 (ws-change-idx)
           MOVE CHLOG-ITEM-2 TO ws-chg-item-2 (ws-change-idx)
           MOVE ws-change-date TO ws-chg-date (ws-change-idx)
           MOVE CHLOG-OPERATOR TO ws-chg-operator (ws-change-idx)
           MOVE CHLOG-TIMESTAMP TO ws-chg-timestamp (ws-change-idx)
           MOVE SPACES TO ws-chg-result (ws-change-idx)
           EXIT paragraph.

      *> Undoes the kept changes newest first: an add comes off the
      *> table, a delete goes back on the end of it. A pair that is
      *> not where the change left it is noted and skipped.
       ROLL-BACK-CHANGES.
           MOVE 0 TO ws-adds-undone
           MOVE 0 TO ws-deletes-undone
           MOVE 0 TO ws-inconsistent
           PERFORM VARYING ws-change-idx FROM ws-change-count BY -1
               UNTIL ws-change-idx < 1
               MOVE ws-chg-item-1 (ws-change-idx) TO ws-item-1
               MOVE ws-chg-item-2 (ws-change-idx) TO ws-item-2
               PERFORM FIND-MASTER-PAIR
               IF ws-chg-operation (ws-change-idx) = "ADD"
                   PERFORM UNDO-ONE-ADD
               ELSE
                   PERFORM UNDO-ONE-DELETE
               END-IF
           END-PERFORM
           EXIT paragraph.

       UNDO-ONE-ADD.
           IF NOT ws-master-found
               ADD 1 TO ws-inconsistent
               MOVE "NOT ON MASTER - SKIPPED"
                   TO ws-chg-result (ws-change-idx)
               EXIT paragraph
           END-IF
           PERFORM VARYING ws-master-idx FROM ws-found-entry BY 1
               UNTIL ws-master-idx >= ws-master-count
               MOVE ws-master-entry (ws-master-idx + 1)
                   TO ws-master-entry (ws-master-idx)
           END-PERFORM
           SUBTRACT 1 FROM ws-master-count
           ADD 1 TO ws-adds-undone
           MOVE "TAKEN OFF" TO ws-chg-result (ws-change-idx)
           EXIT paragraph.

       UNDO-ONE-DELETE.
           IF ws-master-found
               ADD 1 TO ws-inconsistent
               MOVE "ALREADY ON MASTER - SKIPPED"
                   TO ws-chg-result (ws-change-idx)
               EXIT paragraph
           END-IF
           IF ws-master-count >= 60000
               DISPLAY "ERROR: rebuilt master has more pairs than the "
                   "table holds (60000) - job stopped, no snapshot "
                   "written."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO ws-master-count
           MOVE ws-item-1 TO ws-master-tbl-item-1 (ws-master-count)
           MOVE ws-item-2 TO ws-master-tbl-item-2 (ws-master-count)
           ADD 1 TO ws-deletes-undone
           MOVE "PUT BACK" TO ws-chg-result (ws-change-idx)
           EXIT paragraph.

      *> Sets ws-master-found (and ws-found-entry) when ws-item-1/2
      *> is on the table.
       FIND-MASTER-PAIR.
           MOVE "N" TO ws-master-found-switch
           MOVE 0 TO ws-found-entry
           PERFORM VARYING ws-master-idx FROM 1 BY 1
               UNTIL ws-master-idx > ws-master-count
               OR ws-master-found
               IF ws-master-tbl-item-1 (ws-master-idx) = ws-item-1
                   AND ws-master-tbl-item-2 (ws-master-idx) = ws-item-2
                   MOVE "Y" TO ws-master-found-switch
                   SET ws-found-entry TO ws-master-idx
               END-IF
           END-PERFORM
           EXIT paragraph.

      *> The rolled-back table, written as MASTERCD.YYYYMMDD.DAT -
      *> the same layout as the live file, so any job that reads a
      *> master can be pointed at it.
       WRITE-SNAPSHOT-FILE.
           OPEN OUTPUT SNAPSHOT-FILE
           IF ws-snapshot-file-status NOT = "00"
               DISPLAY "ERROR: unable to open snapshot file "
                   FUNCTION TRIM(ws-snapshot-file-name) " (status "
                   ws-snapshot-file-status ") - job stopped."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING ws-master-idx FROM 1 BY 1
               UNTIL ws-master-idx > ws-master-count
               MOVE SPACES TO SNAPSHOT-RECORD
               MOVE ws-master-tbl-item-1 (ws-master-idx)
                   TO SNAPSHOT-RECORD (1:10)
               MOVE ws-master-tbl-item-2 (ws-master-idx)
                   TO SNAPSHOT-RECORD (11:10)
               WRITE SNAPSHOT-RECORD
           END-PERFORM
           CLOSE SNAPSHOT-FILE
           EXIT paragraph.

      *> MASTHIST.TXT for a rebuild: the changes rolled back, newest
      *> first as they were undone, then the control totals.
       PRINT-REBUILD-REPORT.
           PERFORM OPEN-REPORT-FILE
           MOVE SPACES TO ws-report-print-area
           STRING "MASTER AS OF BUSINESS DATE " ws-asof-date
               " REBUILT FROM MASTCHG.DAT INTO "
               FUNCTION TRIM(ws-snapshot-file-name)
               DELIMITED BY SIZE
               INTO ws-report-print-area
           END-STRING
           PERFORM WRITE-REPORT-LINE
           IF ws-log-first-date NOT = SPACES
               AND ws-log-first-date > ws-asof-date
               MOVE SPACES TO ws-report-print-area
               STRING "NOTE: THE CHANGE LOG BEGINS ON "
                   ws-log-first-date " - PAIRS ALREADY ON THE MASTER "
                   "THEN ARE TAKEN AS ON IT THROUGHOUT."
                   DELIMITED BY SIZE
                   INTO ws-report-print-area
               END-STRING
               PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE SPACES TO ws-report-print-area
           PERFORM WRITE-REPORT-LINE
           MOVE "CHANGES ROLLED BACK, NEWEST FIRST"
               TO ws-report-print-area
           PERFORM WRITE-REPORT-LINE
           IF ws-change-count = 0
               MOVE "  (NONE)" TO ws-report-print-area
               PERFORM WRITE-REPORT-LINE
           END-IF
           PERFORM VARYING ws-change-idx FROM ws-change-count BY -1
               UNTIL ws-change-idx < 1
               MOVE SPACES TO ws-report-print-area
               STRING "  " ws-chg-date (ws-change-idx) "  "
                   ws-chg-operation (ws-change-idx) " "
                   ws-chg-item-1 (ws-change-idx) "/"
                   ws-chg-item-2 (ws-change-idx) "  BY "
                   ws-chg-operator (ws-change-idx) "  AT "
                   ws-chg-timestamp (ws-change-idx) (1:8) " "
                   ws-chg-timestamp (ws-change-idx) (9:6) "  "
                   ws-chg-result (ws-change-idx)
                   DELIMITED BY SIZE
                   INTO ws-report-print-area
               END-STRING
               PERFORM WRITE-REPORT-LINE
           END-PERFORM

           MOVE SPACES TO ws-report-print-area
           PERFORM WRITE-REPORT-LINE
           MOVE "CONTROL TOTALS" TO ws-report-print-area
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO ws-rpt-total-line
           MOVE "  PAIRS ON THE MASTER TODAY" TO ws-rpt-tot-label
           MOVE ws-master-current TO ws-rpt-tot-value
           PERFORM WRITE-TOTAL-LINE
           MOVE "  CHANGE LOG ENTRIES READ" TO ws-rpt-tot-label
           MOVE ws-log-entries TO ws-rpt-tot-value
           PERFORM WRITE-TOTAL-LINE
           MOVE "  ADDS TAKEN OFF" TO ws-rpt-tot-label
           MOVE ws-adds-undone TO ws-rpt-tot-value
           PERFORM WRITE-TOTAL-LINE
           MOVE "  DELETES PUT BACK" TO ws-rpt-tot-label
           MOVE ws-deletes-undone TO ws-rpt-tot-value
           PERFORM WRITE-TOTAL-LINE
           MOVE "  CHANGES NOT ROLLED BACK CLEANLY" TO ws-rpt-tot-label
           MOVE ws-inconsistent TO ws-rpt-tot-value
           PERFORM WRITE-TOTAL-LINE
           MOVE "  PAIRS ON THE MASTER AS OF THE DATE"
               TO ws-rpt-tot-label
           MOVE ws-master-count TO ws-rpt-tot-value
           PERFORM WRITE-TOTAL-LINE
           CLOSE REPORT-FILE
           EXIT paragraph.

       OPEN-REPORT-FILE.
           OPEN OUTPUT REPORT-FILE
           IF ws-report-file-status NOT = "00"
               DISPLAY "ERROR: unable to open report file "
                   "MASTHIST.TXT (status " ws-report-file-status ")"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           EXIT paragraph.

       WRITE-REPORT-LINE.
           WRITE REPORT-LINE FROM ws-report-print-area
           EXIT paragraph.

       WRITE-TOTAL-LINE.
           MOVE ws-rpt-total-line TO ws-report-print-area
           PERFORM WRITE-REPORT-LINE
           EXIT paragraph.

      *> The pair's validity history in MASTHIST.TXT. The log is
      *> walked forward: an add opens a period, a delete closes it.
      *> A delete with no add before it means the pair was on the
      *> master before the log began. Whatever the log says, the
      *> live master has the last word on whether the pair is on it
      *> now - a difference is a hand edit, and is reported.
      *> Read-only, so no run lock.
       LIST-PAIR-VALIDITY.
           MOVE 0 TO ws-period-count
           MOVE 0 TO ws-pair-changes
           MOVE 0 TO ws-pair-anomalies
           MOVE "N" TO ws-pair-on-switch
           MOVE "N" TO ws-eof-switch
           OPEN INPUT CHANGE-LOG-FILE
           IF ws-change-log-file-status = "00"
               PERFORM UNTIL ws-eof
                   READ CHANGE-LOG-FILE
                       AT END
                           MOVE "Y" TO ws-eof-switch
                       NOT AT END
                           IF CHLOG-ITEM-1 = ws-item-1
                               AND CHLOG-ITEM-2 = ws-item-2
                               PERFORM APPLY-PAIR-CHANGE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHANGE-LOG-FILE
           END-IF

           PERFORM LOAD-MASTER-TABLE
           PERFORM FIND-MASTER-PAIR
           PERFORM OPEN-REPORT-FILE
           MOVE SPACES TO ws-report-print-area
           STRING "MASTER VALIDITY HISTORY FOR " ws-item-1 "/"
               ws-item-2
               DELIMITED BY SIZE
               INTO ws-report-print-area
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO ws-report-print-area
           PERFORM WRITE-REPORT-LINE

           IF ws-pair-changes = 0 AND ws-master-found
               MOVE 1 TO ws-period-count
               MOVE SPACES TO ws-period-entry (1)
               MOVE "BEFORE LOG" TO ws-prd-from-date (1)
               MOVE "Y" TO ws-pair-on-switch
           END-IF
           IF ws-pair-on
               MOVE "STILL ON" TO ws-prd-to-date (ws-period-count)
           END-IF

           MOVE "PERIODS ON THE MASTER" TO ws-report-print-area
           PERFORM WRITE-REPORT-LINE
           WRITE REPORT-LINE FROM ws-rpt-period-heads
           IF ws-period-count = 0
               MOVE SPACES TO ws-report-print-area
               STRING "  (NONE - NEVER ON THE MASTER IN THE LOGGED "
                   "HISTORY)"
                   DELIMITED BY SIZE
                   INTO ws-report-print-area
               END-STRING
               PERFORM WRITE-REPORT-LINE
           END-IF
           PERFORM VARYING ws-period-sub FROM 1 BY 1
               UNTIL ws-period-sub > ws-period-count
               MOVE SPACES TO ws-rpt-period-line
               MOVE ws-prd-from-date (ws-period-sub)
                   TO ws-rpt-prd-from-date
               MOVE ws-prd-from-by (ws-period-sub)
                   TO ws-rpt-prd-from-by
               MOVE ws-prd-from-at (ws-period-sub)
                   TO ws-rpt-prd-from-at
               MOVE ws-prd-to-date (ws-period-sub)
                   TO ws-rpt-prd-to-date
               MOVE ws-prd-to-by (ws-period-sub) TO ws-rpt-prd-to-by
               MOVE ws-prd-to-at (ws-period-sub) TO ws-rpt-prd-to-at
               WRITE REPORT-LINE FROM ws-rpt-period-line
           END-PERFORM

           MOVE SPACES TO ws-report-print-area
           PERFORM WRITE-REPORT-LINE
           IF ws-pair-on AND NOT ws-master-found
               ADD 1 TO ws-pair-anomalies
               MOVE SPACES TO ws-report-print-area
               STRING "NOTE: THE LOG LEAVES THE PAIR ON THE MASTER BUT "
                   "IT IS NOT ON MASTERCD.DAT - REMOVED BY HAND."
                   DELIMITED BY SIZE
                   INTO ws-report-print-area
               END-STRING
               PERFORM WRITE-REPORT-LINE
           END-IF
           IF NOT ws-pair-on AND ws-master-found
               ADD 1 TO ws-pair-anomalies
               MOVE SPACES TO ws-report-print-area
               STRING "NOTE: THE PAIR IS ON MASTERCD.DAT BUT THE LOG "
                   "HAS NO ADD STILL STANDING - ADDED BY HAND."
                   DELIMITED BY SIZE
                   INTO ws-report-print-area
               END-STRING
               PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE SPACES TO ws-rpt-total-line
           MOVE "  CHANGE LOG ENTRIES FOR THE PAIR" TO ws-rpt-tot-label
           MOVE ws-pair-changes TO ws-rpt-tot-value
           PERFORM WRITE-TOTAL-LINE
           MOVE "  PERIODS ON THE MASTER" TO ws-rpt-tot-label
           MOVE ws-period-count TO ws-rpt-tot-value
           PERFORM WRITE-TOTAL-LINE
           MOVE "  ENTRIES THAT DID NOT FIT THE HISTORY"
               TO ws-rpt-tot-label
           MOVE ws-pair-anomalies TO ws-rpt-tot-value
           PERFORM WRITE-TOTAL-LINE
           CLOSE REPORT-FILE
           DISPLAY "Validity history for " ws-item-1 "/" ws-item-2
               ": " ws-period-count " period(s) on the master, "
               ws-pair-changes " change(s) logged."
           DISPLAY "Report written to MASTHIST.TXT."
           IF ws-pair-anomalies > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           EXIT paragraph.

      *> One change-log entry for the pair, opening or closing a
      *> period. An add while already on, or a delete while already
      *> off (other than the first entry), does not fit and is only
      *> counted.
       APPLY-PAIR-CHANGE.
           IF CHLOG-OPERATION NOT = "ADD"
               AND CHLOG-OPERATION NOT = "DELETE"
               EXIT paragraph
           END-IF
           ADD 1 TO ws-pair-changes
           PERFORM SET-CHANGE-DATE
           MOVE SPACES TO ws-printed-at
           STRING CHLOG-TIMESTAMP (1:8) " " CHLOG-TIMESTAMP (9:6)
               DELIMITED BY SIZE
               INTO ws-printed-at
           END-STRING
           IF CHLOG-OPERATION = "ADD"
               IF ws-pair-on
                   ADD 1 TO ws-pair-anomalies
                   EXIT paragraph
               END-IF
               IF ws-period-count >= 1000
                   DISPLAY "ERROR: more than 1000 periods for the "
                       "pair - listing the first 1000."
                   EXIT paragraph
               END-IF
               ADD 1 TO ws-period-count
               MOVE SPACES TO ws-period-entry (ws-period-count)
               MOVE ws-change-date TO ws-prd-from-date (ws-period-count)
               MOVE CHLOG-OPERATOR TO ws-prd-from-by (ws-period-count)
               MOVE ws-printed-at TO ws-prd-from-at (ws-period-count)
               MOVE "Y" TO ws-pair-on-switch
               EXIT paragraph
           END-IF

           IF NOT ws-pair-on
               IF ws-pair-changes > 1
                   ADD 1 TO ws-pair-anomalies
                   EXIT paragraph
               END-IF
               ADD 1 TO ws-period-count
               MOVE SPACES TO ws-period-entry (ws-period-count)
               MOVE "BEFORE LOG" TO ws-prd-from-date (ws-period-count)
           END-IF
           MOVE ws-change-date TO ws-prd-to-date (ws-period-count)
           MOVE CHLOG-OPERATOR TO ws-prd-to-by (ws-period-count)
           MOVE ws-printed-at TO ws-prd-to-at (ws-period-count)
           MOVE "N" TO ws-pair-on-switch
           EXIT paragraph.

       END PROGRAM masthist.
