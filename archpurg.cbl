      ******************************************************************
      * Author: Erik Eriksen
      * Date: 2026-08-21
      * Updated: 2026-10-15
      * Purpose: Retention housekeeping for the two files every run
      *          opens EXTEND and nothing ever trims: TRANXN.DAT and
      *          AUDITLOG.DAT. Records older than the retention
      *          (TRANXN.YYYYMM.ARC / AUDITLOG.YYYYMM.ARC) and the
      *          live files are rewritten with only current records.
      *          Read/archived/kept counts are displayed for each
      *          file so the run can prove nothing was lost. Records
      *          are moved whole, lineage (source system, file and
      *          record number) included.
      *          Runnable as a step after the nightly batch.
      *          Each run appends a START and an END entry to the
      *          run history ledger RUNHIST.DAT (see opslog).
      * Tectonics: cobc -x -I copybooks archpurg.cbl -o archpurg.exe
      *
      * Usage: archpurg [retention-days]   (default: 90)
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-lock-file-status.

      *> The business-date control file, read only for the date this
      *> run is filed under on the run history ledger.
           SELECT PROCDATE-FILE ASSIGN TO "PROCDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-procdate-file-status.

      *> Shop-wide run history ledger - a START and an END entry for
      *> every run, read by opslog for the daily operations log.
           SELECT RUNHIST-FILE ASSIGN TO "RUNHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-runhist-file-status.

       DATA DIVISION.

       FILE SECTION.
               ==01== BY ==05==
               ==ITEMREC-ITEM-1== BY ==TRANS-ITEM-1==
               ==ITEMREC-ITEM-2== BY ==TRANS-ITEM-2==.
           05  FILLER                          PIC X(1).
           05  TRANS-SOURCE-SYSTEM             PIC X(8).
           05  FILLER                          PIC X(1).
           05  TRANS-FILE-SEQ                  PIC 9(2).
           05  FILLER                          PIC X(1).
           05  TRANS-RECORD-NO                 PIC 9(6).
           05  FILLER                          PIC X(1).
           05  TRANS-CYCLE                     PIC 9(2).

       FD  AUDIT-FILE.
       01  AUDIT-RECORD                        PIC X(95).

       FD  TRANS-NEW-FILE.
       01  TRANS-NEW-RECORD                    PIC X(51).

       FD  AUDIT-NEW-FILE.
       01  AUDIT-NEW-RECORD                    PIC X(95).

       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD                      PIC X(95).

       FD  LOCK-FILE.
       01  LOCK-RECORD.
           05  FILLER                           PIC X(1)  VALUE SPACE.
           05  LOCK-TIMESTAMP                   PIC X(21).

       FD  PROCDATE-FILE.
       01  PROCDATE-RECORD.
           05  PROC-DATE                        PIC X(8).
           05  FILLER                           PIC X(1).
           05  PROC-LAST-DONE                   PIC X(8).

       FD  RUNHIST-FILE.
           COPY RUNHREC.

       WORKING-STORAGE SECTION.

       01  ws-trans-file-status                PIC X(2).
       01  ws-audit-new-file-status            PIC X(2).
       01  ws-archive-file-status              PIC X(2).
       01  ws-lock-file-status                 PIC X(2).
       01  ws-procdate-file-status             PIC X(2).
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
       01  ws-eof-switch                       PIC X(1)  VALUE "N".
           88  ws-eof                          VALUE "Y".

       01  ws-archive-prefix                   PIC X(8)  VALUE SPACES.
      *> Staging area for the record being archived, so it survives
      *> the close/open of a month switch before it is written.
       01  ws-archive-work                     PIC X(95) VALUE SPACES.

       01  ws-trans-read                       PIC 9(8)  VALUE 0.
       01  ws-trans-archived                   PIC 9(8)  VALUE 0.
       MAIN-PROCEDURE.
           PERFORM GET-RETENTION-DAYS
           PERFORM ACQUIRE-RUN-LOCK
           MOVE "ARCHPURG" TO ws-rh-program
           MOVE "PURGE" TO ws-rh-mode
           PERFORM GET-LEDGER-BUSINESS-DATE
           MOVE "START" TO ws-rh-event
           PERFORM WRITE-RUN-HISTORY
           PERFORM COMPUTE-CUTOFF-DATE
           DISPLAY "Archive/purge run - retention " ws-retention-days
               " day(s), cutoff date " ws-cutoff-date
               " archived " ws-audit-archived
               " kept " ws-audit-kept
           PERFORM RELEASE-RUN-LOCK
           MOVE "TRANSARC" TO ws-rh-count-label (1)
           MOVE ws-trans-archived TO ws-rh-count (1)
           MOVE "AUDITARC" TO ws-rh-count-label (2)
           MOVE ws-audit-archived TO ws-rh-count (2)
           MOVE "RETNDAYS" TO ws-rh-count-label (3)
           MOVE ws-retention-days TO ws-rh-count (3)
           MOVE "END" TO ws-rh-event
           PERFORM WRITE-RUN-HISTORY
           STOP RUN.

      *> Registers this run in RUNLOCK.DAT, refusing to start while
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

      *> Files this run on the run history ledger under the last
      *> business date the batch completed (PROC-LAST-DONE), the
      *> night whose housekeeping it is. No PROCDATE.DAT leaves the
      *> date blank.
       GET-LEDGER-BUSINESS-DATE.
           MOVE SPACES TO ws-rh-business-date
           OPEN INPUT PROCDATE-FILE
           IF ws-procdate-file-status = "00"
               READ PROCDATE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PROC-LAST-DONE TO ws-rh-business-date
               END-READ
               CLOSE PROCDATE-FILE
           END-IF
           EXIT paragraph.

      *> Takes the retention period in days from the first command-
      *> line argument, defaulting to 90.
       GET-RETENTION-DAYS.
