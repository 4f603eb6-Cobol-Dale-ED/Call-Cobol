      ******************************************************************
      * Author: Erik Eriksen
      * Date: 2020-04-16
      * Updated: 2026-10-15
      * Purpose: Main application calls sub-app by content and reference
      *          Each run appends a START and an END entry to the
      *          run history ledger RUNHIST.DAT (see opslog).
      * Tectonics: cobc -x -I copybooks main_app.cbl sub.cbl
      *                -o main_app.exe
      *
      *                   out per source system. Rejected records are
      *                   written to BATCHREJ.DAT with a reason code
      *                   and the record number within their file.
      *                   Every transaction, audit and extract record
      *                   the run writes carries its lineage - source
      *                   system, position of its file in the night's
      *                   list and record number within that file - so
      *                   a pair can be traced back to the upstream
      *                   file it came from long after the report is
      *                   gone.
      *                   Before any pair of a file is processed, the
      *                   file is measured against its source system's
      *                   limits on TOLCTL.DAT - the most NOMST, NOCNV
      *                   and DUPLI rejects it may carry, as a
      *                   percentage of its pairs, and the band its
      *                   volume must fall in against that source's
      *                   recent files on SRCHIST.DAT. A file outside
      *                   its limits is held: none of it is processed,
      *                   its records go to HELD.date.DAT instead, the
      *                   breach prints on the report and the run
      *                   ends with condition code 4. Once the cause
      *                   is understood the file is rerun as a CYCLE
      *                   of the date with NOTOL, which skips the
      *                   tolerance check for that run.
      *   SIMULATE [file...] [ASOF date]
      *                   Simulation mode - the whole BATCH pipeline
      *                   (control checks, duplicate check, master
      *                   validation, the sub-app calls) against the
      *                   named input files, producing the full
      *                   operations report (SIMRPT.TXT), reject
      *                   list (SIMREJ.DAT) and any tolerance holds
      *                   (SIMHLD.DAT), but writing no
      *                   transaction, audit, extract or checkpoint
      *                   records and never touching the business
      *                   date - so a renumbering cutover can be
      *                   discovering rejects at 2am. ASOF overrides
      *                   the business date the run simulates under,
      *                   so next week's effective-dated CONVTAB.DAT
      *                   mappings can be rehearsed today. An ASOF
      *                   rehearsal asks for the operator id, which
      *                   must be authorized for the ASOF override on
      *                   OPERAUTH.DAT.
      *   RESUBMIT [file] Resubmission mode - re-read a reject file
      *                   (default BATCHREJ.DAT) produced by an
      *                   earlier batch run and put the pairs back
      *                   whole night's input. Anything rejected
      *                   again is written to BATCHREJ.NEW, leaving
      *                   the input reject file untouched for
      *                   another attempt. The operator id is asked
      *                   for and must be authorized for resubmission
      *                   on OPERAUTH.DAT; it is recorded on the
      *                   resubmission's reject journal events.
      *                   Every reject, every resubmission outcome, and
      *                   every later success of a pair still
      *                   outstanding on the reject ledger is also
      *                   appended to REJEVENT.DAT, the permanent
      *                   journal rejledg builds REJLEDG.DAT from.
      *   CYCLE [file...] [DATE date]
      *                   Supplementary cycle - process a source
      *                   system's late file under a business date
      *                   that has already run to completion (default
      *                   the last completed date on PROCDATE.DAT), as
      *                   cycle 2, 3 and so on of that date. The
      *                   whole BATCH pipeline runs - the duplicate
      *                   check sees the pairs every earlier cycle
      *                   filed under the date - but the cycle gets
      *                   its own extract generation, operations
      *                   report and reject list
      *                   (EXTRACT/BATCHRPT/BATCHREJ.date.Cnn), its
      *                   records carry the cycle number, and the
      *                   business date is never rolled. Cycles are
      *                   numbered and recorded on CYCLECTL.DAT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. main-app.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-lock-file-status.

      *> Shop-wide run history ledger - a START and an END entry for
      *> every run, read by opslog for the daily operations log.
           SELECT RUNHIST-FILE ASSIGN TO "RUNHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-runhist-file-status.

      *> Operator authorization file - which operator ids may run
      *> which controlled functions. Maintained by hand by the
      *> operations supervisor; a missing file authorizes nobody.
           SELECT OPERAUTH-FILE ASSIGN TO "OPERAUTH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-operauth-file-status.

      *> Supplementary-cycle control file: one record appended per
      *> cycle run to an end (and per cycle backout reverses), so
      *> the next late file of a date gets the next cycle number and
      *> reconcil/backout can find every cycle a date has had.
           SELECT CYCLECTL-FILE ASSIGN TO "CYCLECTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-cyclectl-file-status.

      *> Per-source-system tolerance limits, the history of accepted
      *> file volumes the volume band is judged against, and the held
      *> file a file outside its limits is written to instead of
      *> being processed (HELD.YYYYMMDD.DAT, .Cnn for a cycle,
      *> SIMHLD.DAT for a simulation).
           SELECT TOLCTL-FILE ASSIGN TO "TOLCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-tolctl-file-status.

           SELECT SRCHIST-FILE ASSIGN TO "SRCHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-srchist-file-status.

           SELECT HELD-FILE ASSIGN TO ws-held-file-name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-held-file-status.

      *> The reject ledger: REJEVENT.DAT is the permanent journal of
      *> reject events this program appends to, REJLEDG.DAT the
      *> ledger rejledg rebuilds from it - read here only for the
      *> pairs still outstanding, so a later clean pass of one of
      *> them is journalled as its resolution.
           SELECT REJEVENT-FILE ASSIGN TO "REJEVENT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-rejevent-file-status.

           SELECT REJLEDG-FILE ASSIGN TO "REJLEDG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-rejledg-file-status.

       DATA DIVISION.

       FILE SECTION.

      *> Lineage trails the pair: the source system that shipped it
      *> (INTERACT for a keyed pair), the position of its file in the
      *> night's input list and its record number within that file.
      *> Records written before the lineage existed read back with
      *> spaces there - readers test the numeric fields before use.
      *> TRANS-CYCLE is the cycle of the business date the pair was
      *> filed under: 1 for the night itself, 2 and up for the
      *> supplementary cycles run for late files (spaces read as 1).
       FD  TRANS-FILE.
       01  TRANS-RECORD.
           05  TRANS-DATE                      PIC X(8).
               ==01== BY ==05==
               ==ITEMREC-ITEM-1== BY ==TRANS-ITEM-1==
               ==ITEMREC-ITEM-2== BY ==TRANS-ITEM-2==.
           05  FILLER                          PIC X(1)  VALUE SPACE.
           05  TRANS-SOURCE-SYSTEM             PIC X(8).
           05  FILLER                          PIC X(1)  VALUE SPACE.
           05  TRANS-FILE-SEQ                  PIC 9(2).
           05  FILLER                          PIC X(1)  VALUE SPACE.
           05  TRANS-RECORD-NO                 PIC 9(6).
           05  FILLER                          PIC X(1)  VALUE SPACE.
           05  TRANS-CYCLE                     PIC 9(2).

      *> The batch input carries control records around its details:
      *> the first record is a header ("H", file creation date, source
      *> Master change log, shared with mastmnt: one entry per add
      *> or delete applied from the batch feed, under the shipping
      *> source system's identity the way mastmnt logs the operator.
      *> The business date, cycle and file sequence say which night's
      *> feed carried the change, so masthist can roll the master
      *> back to any date and backout can name what a night changed.
       FD  MASTCHG-FILE.
       01  MASTCHG-RECORD.
           05  MCHG-TIMESTAMP                   PIC X(21).
               ==01== BY ==05==
               ==ITEMREC-ITEM-1== BY ==MCHG-ITEM-1==
               ==ITEMREC-ITEM-2== BY ==MCHG-ITEM-2==.
           05  FILLER                           PIC X(1)  VALUE SPACE.
           05  MCHG-BUSINESS-DATE               PIC X(8).
           05  FILLER                           PIC X(1)  VALUE SPACE.
           05  MCHG-CYCLE                       PIC 9(2).
           05  FILLER                           PIC X(1)  VALUE SPACE.
           05  MCHG-FILE-SEQ                    PIC 9(2).

      *> Records one CALL or CANCEL against sub-app, with the item
      *> values immediately before and after, so a "why did this value
      *> reset" complaint can be diagnosed after the fact. The same
      *> lineage and cycle as the transaction record trail the after
      *> pair.
       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
           05  AUDIT-TIMESTAMP                  PIC X(21).
               ==01== BY ==05==
               ==ITEMREC-ITEM-1== BY ==AUDIT-AFTER-ITEM-1==
               ==ITEMREC-ITEM-2== BY ==AUDIT-AFTER-ITEM-2==.
           05  FILLER                           PIC X(1)  VALUE SPACE.
           05  AUDIT-SOURCE-SYSTEM              PIC X(8).
           05  FILLER                           PIC X(1)  VALUE SPACE.
           05  AUDIT-FILE-SEQ                   PIC 9(2).
           05  FILLER                           PIC X(1)  VALUE SPACE.
           05  AUDIT-RECORD-NO                  PIC 9(6).
           05  FILLER                           PIC X(1)  VALUE SPACE.
           05  AUDIT-CYCLE                      PIC 9(2).

      *> Records how far either driver got, so a killed job can resume
      *> without redoing steps that already applied a BY REFERENCE
      *> resumes mid-night in the right file; records-done counts
      *> within that file. Checkpoints written before the field
      *> existed read back as spaces and resume in file 1 as before.
      *> CKPT-CYCLE-DATE and CKPT-CYCLE-NO name the business date and
      *> cycle a "C" restart point belongs to. A CYCLE run's date is
      *> the operator's to give, so a restart point is only ever
      *> taken up by the same date and cycle.
      *> CKPT-BATCH-FILE-HELD is "Y" when the checkpointed file was
      *> held for a tolerance breach - its records-done counts it
      *> whole into the held file, and a restart holds it again
      *> rather than resuming it.
       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-RECORD.
           05  CKPT-MODE                        PIC X(1)  VALUE SPACE.
               ==ITEMREC-ITEM-2== BY ==CKPT-ITEM-2==.
           05  FILLER                           PIC X(1)  VALUE SPACE.
           05  CKPT-BATCH-FILE-NO               PIC 9(2)  VALUE 0.
           05  FILLER                           PIC X(1)  VALUE SPACE.
           05  CKPT-CYCLE-DATE                  PIC X(8)  VALUE SPACES.
           05  FILLER                           PIC X(1)  VALUE SPACE.
           05  CKPT-CYCLE-NO                    PIC 9(2)  VALUE 0.
           05  FILLER                           PIC X(1)  VALUE SPACE.
           05  CKPT-BATCH-FILE-HELD             PIC X(1)  VALUE SPACE.

       FD  MANIFEST-FILE.
       01  MANIFEST-RECORD                      PIC X(100).
           05  FILLER                           PIC X(1)  VALUE SPACE.
           05  LOCK-TIMESTAMP                   PIC X(21).

       FD  RUNHIST-FILE.
           COPY RUNHREC.

      *> One line per operator: the id, then a Y/N flag for each
      *> controlled function in this order - master maintenance,
      *> conversion maintenance, resubmission, backout, simulation
      *> ASOF override - then the operator's name. Lines starting
      *> with "*" are comments.
       FD  OPERAUTH-FILE.
       01  OPERAUTH-RECORD.
           05  OPR-ID                           PIC X(8).
           05  FILLER                           PIC X(1).
           05  OPR-FUNCTION-FLAGS.
               10  OPR-FUNCTION-FLAG OCCURS 5 TIMES
                                                PIC X(1).
           05  FILLER                           PIC X(1).
           05  OPR-NAME                         PIC X(30).

      *> One supplementary cycle's outcome: COMPLETE or FAILED when
      *> the cycle run ends (FAILED = sub-app failures, the same
      *> condition that holds a night's date back), BACKOUT when
      *> backout reverses it. A cycle's status is its latest record.
      *> Cycle 1 is the night itself and is never recorded here.
       FD  CYCLECTL-FILE.
       01  CYCLECTL-RECORD.
           05  CYC-DATE                         PIC X(8).
           05  FILLER                           PIC X(1)  VALUE SPACE.
           05  CYC-NUMBER                       PIC 9(2).
           05  FILLER                           PIC X(1)  VALUE SPACE.
           05  CYC-STATUS                       PIC X(8).
           05  FILLER                           PIC X(1)  VALUE SPACE.
           05  CYC-TIMESTAMP                    PIC X(21).
           05  FILLER                           PIC X(1)  VALUE SPACE.
           05  CYC-RECORDS-READ                 PIC 9(6).
           05  FILLER                           PIC X(1)  VALUE SPACE.
           05  CYC-PROCESSED                    PIC 9(6).
           05  FILLER                           PIC X(1)  VALUE SPACE.
           05  CYC-REJECTED                     PIC 9(6).

      *> One line per source system: the highest percentage of the
      *> file's pairs that may reject NOMST, NOCNV and DUPLI (100 =
      *> no limit), and the volume band - the file's record count as
      *> a percentage of the average over the source's last
      *> TOL-HISTORY-FILES accepted files (high 0 = no upper limit,
      *> history 0 = no volume check). A source with no line of its
      *> own takes the "*DEFAULT" line; with neither it is unchecked.
      *> A field that is not numeric counts as "no limit".
       FD  TOLCTL-FILE.
       01  TOLCTL-RECORD.
           05  TOL-SOURCE-SYSTEM                PIC X(8).
           05  FILLER                           PIC X(1)  VALUE SPACE.
           05  TOL-MAX-NOMST-PCT                PIC 9(3).
           05  FILLER                           PIC X(1)  VALUE SPACE.
           05  TOL-MAX-NOCNV-PCT                PIC 9(3).
           05  FILLER                           PIC X(1)  VALUE SPACE.
           05  TOL-MAX-DUPLI-PCT                PIC 9(3).
           05  FILLER                           PIC X(1)  VALUE SPACE.
           05  TOL-VOLUME-LOW-PCT               PIC 9(3).
           05  FILLER                           PIC X(1)  VALUE SPACE.
           05  TOL-VOLUME-HIGH-PCT              PIC 9(3).
           05  FILLER                           PIC X(1)  VALUE SPACE.
           05  TOL-HISTORY-FILES                PIC 9(2).

      *> One line per input file a real run finished with: the
      *> business date and cycle, the source system, ACCEPTED or
      *> HELD, the trailer's record count, the pairs among them and
      *> the rejects by reason. Only ACCEPTED lines feed the volume
      *> band, so a held file never drags a source's average down.
       FD  SRCHIST-FILE.
       01  SRCHIST-RECORD.
           05  SHST-DATE                        PIC X(8).
           05  FILLER                           PIC X(1)  VALUE SPACE.
           05  SHST-CYCLE                       PIC 9(2).
           05  FILLER                           PIC X(1)  VALUE SPACE.
           05  SHST-SOURCE-SYSTEM               PIC X(8).
           05  FILLER                           PIC X(1)  VALUE SPACE.
           05  SHST-STATUS                      PIC X(8).
           05  FILLER                           PIC X(1)  VALUE SPACE.
           05  SHST-VOLUME                      PIC 9(6).
           05  FILLER                           PIC X(1)  VALUE SPACE.
           05  SHST-PAIRS                       PIC 9(6).
           05  FILLER                           PIC X(1)  VALUE SPACE.
           05  SHST-NOMST                       PIC 9(6).
           05  FILLER                           PIC X(1)  VALUE SPACE.
           05  SHST-NOCNV                       PIC 9(6).
           05  FILLER                           PIC X(1)  VALUE SPACE.
           05  SHST-DUPLI                       PIC 9(6).

      *> A held file's records, pairs and maintenance alike, exactly
      *> as read, with the date, cycle and lineage they would have
      *> been filed under.
       FD  HELD-FILE.
       01  HELD-RECORD.
           05  HELD-DATE                        PIC X(8).
           05  FILLER                           PIC X(1)  VALUE SPACE.
           05  HELD-CYCLE                       PIC 9(2).
           05  FILLER                           PIC X(1)  VALUE SPACE.
           05  HELD-SOURCE-SYSTEM               PIC X(8).
           05  FILLER                           PIC X(1)  VALUE SPACE.
           05  HELD-FILE-SEQ                    PIC 9(2).
           05  FILLER                           PIC X(1)  VALUE SPACE.
           05  HELD-RECORD-NO                   PIC 9(6).
           05  FILLER                           PIC X(1)  VALUE SPACE.
           05  HELD-INPUT-RECORD                PIC X(24).

      *> One line per reject event: the business date and cycle, the
      *> pair as read in, its source system, the event (REJECTED on a
      *> feed, RESUBMIT for a resubmission attempt, REFED when a
      *> later feed processed a pair the ledger holds outstanding,
      *> WRITEOFF from rejledg, BACKOUT from backout for a reversed
      *> date and cycle), the reason code, the outcome (REJECTED,
      *> RESOLVED, WRITEOFF or BACKOUT), when, the operator for a
      *> resubmission, write-off or backout, and a write-off's note.
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

      *> The reject ledger as rejledg last built it - one entry per
      *> rejected pair; see rejledg for the full description.
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

      *> One record per rejected batch record, in the same ITEMREC
      *> layout as BATCHIN.DAT plus a reason code and the input record
      *> number, so a fixed reject file can be fed straight back in
      *> NOCNV = pair not on sub-app's conversion table (RETURN-CODE
      *> 4), SUBRC = sub-app returned any other non-zero RETURN-CODE,
      *> DUPLI = duplicate pair suppressed by the NODUPS run option.
      *> The source system and file sequence trail the record number,
      *> so a resubmitted pair keeps the lineage of the upstream file
      *> it first came in on; older reject files read back spaces.
       FD  REJECT-FILE.
       01  REJECT-RECORD.
           COPY ITEMREC REPLACING
           05  REJ-REASON                       PIC X(5).
           05  FILLER                           PIC X(1)  VALUE SPACE.
           05  REJ-RECORD-NUMBER                PIC 9(6).
           05  FILLER                           PIC X(1)  VALUE SPACE.
           05  REJ-SOURCE-SYSTEM                PIC X(8).
           05  FILLER                           PIC X(1)  VALUE SPACE.
           05  REJ-FILE-SEQ                     PIC 9(2).

      *> Business processing-date control. PROC-DATE is the business
      *> date every record of the run is stamped with - a batch that
      *> hash total) - the same control discipline demanded of
      *> BATCHIN.DAT - so a downstream consumer can prove it got the
      *> whole file and can never re-read a prior night by accident.
      *> Each detail carries the lineage of the pair behind it after
      *> the item codes; the hash still covers the item codes only.
       FD  EXTRACT-FILE.
       01  EXTRACT-RECORD.
           05  EXTRACT-DATE                     PIC X(8).
               ==01== BY ==05==
               ==ITEMREC-ITEM-1== BY ==EXTRACT-ITEM-1==
               ==ITEMREC-ITEM-2== BY ==EXTRACT-ITEM-2==.
           05  FILLER                           PIC X(1)  VALUE SPACE.
           05  EXTRACT-SOURCE-SYSTEM            PIC X(8).
           05  FILLER                           PIC X(1)  VALUE SPACE.
           05  EXTRACT-FILE-SEQ                 PIC 9(2).
           05  FILLER                           PIC X(1)  VALUE SPACE.
           05  EXTRACT-RECORD-NO                PIC 9(6).
           05  FILLER                           PIC X(1)  VALUE SPACE.
           05  EXTRACT-CYCLE                    PIC 9(2).
       01  EXTRACT-HEADER-RECORD.
           05  EHDR-RECORD-TYPE                 PIC X(1).
           05  FILLER                           PIC X(1).
           05  ETRL-RECORD-COUNT                PIC 9(6).
           05  FILLER                           PIC X(1).
           05  ETRL-HASH-TOTAL                  PIC 9(12).
       01  EXTRACT-RAW-RECORD                   PIC X(51).

       FD  EXTRACT-NEW-FILE.
       01  EXTRACT-NEW-RECORD                   PIC X(51).

       WORKING-STORAGE SECTION.

      *> killed run had already completed it - its totals are on
      *> that run's report, not this one's.
               10  ws-bfile-skipped             PIC X(1).
      *> "Y" when the file breached its tolerance limits and was
      *> written to the held file instead of being processed.
               10  ws-bfile-held                PIC X(1).
       01  ws-batch-file-count                 PIC 9(2)  VALUE 0.
       01  ws-batch-file-no                    PIC 9(2)  VALUE 0.
       01  ws-batch-ckpt-file-no               PIC 9(2)  VALUE 0.
       01  ws-file-start-rejected              PIC 9(6)  VALUE 0.
       01  ws-file-start-dup-suppressed        PIC 9(6)  VALUE 0.
       01  ws-file-start-dup-warned            PIC 9(6)  VALUE 0.
      *> The current file's rejects by reason, for its SRCHIST.DAT
      *> line - counted as WRITE-REJECT-RECORD writes them.
       01  ws-file-nomst                       PIC 9(6)  VALUE 0.
       01  ws-file-nocnv                       PIC 9(6)  VALUE 0.
       01  ws-file-dupli                       PIC 9(6)  VALUE 0.

       01  ws-manifest-file-name               PIC X(100) VALUE SPACES.
       01  ws-manifest-file-status             PIC X(2).
       01  ws-batch-ckpt-records-done          PIC 9(6)  VALUE 0.
       01  ws-batch-resumed-switch             PIC X(1)  VALUE "N".
           88  ws-batch-resumed                VALUE "Y".
      *> "Y" while the checkpointed file (ws-batch-ckpt-file-no) is
      *> one that was held.
       01  ws-batch-ckpt-held-switch           PIC X(1)  VALUE "N".
           88  ws-batch-ckpt-held              VALUE "Y".
      *> Set when the "C" restart point on file belongs to a
      *> different business date or cycle than this CYCLE run's;
      *> the date and cycle it does belong to are kept for the
      *> refusal.
       01  ws-batch-ckpt-mismatch-switch       PIC X(1)  VALUE "N".
           88  ws-batch-ckpt-mismatch          VALUE "Y".
       01  ws-batch-ckpt-cycle-date            PIC X(8)  VALUE SPACES.
       01  ws-batch-ckpt-cycle-no              PIC X(2)  VALUE SPACES.
      *> Batch input control checking. The run date the header must
      *> match, the expected detail count and hash total from the
      *> trailer, and the running count/hash built from the details
       01  ws-batch-ctl-abort-switch           PIC X(1)  VALUE "N".
           88  ws-batch-ctl-abort              VALUE "Y".
       01  ws-batch-source-system              PIC X(8)  VALUE SPACES.
      *> Lineage of the pair being processed, stamped on every
      *> transaction, audit, extract and reject record written for
      *> it: the source system, the file's position in the night's
      *> list and the record number within that file. The drivers
      *> set it before each pair; a keyed pair is INTERACT, 0, 0.
       01  ws-lineage.
           05  ws-lineage-source                PIC X(8)  VALUE SPACES.
           05  ws-lineage-file-seq              PIC 9(2)  VALUE 0.
           05  ws-lineage-record-no             PIC 9(6)  VALUE 0.
       01  ws-hash-byte-sub                    PIC 9(2)  VALUE 0.
       01  ws-hash-base                        PIC 9(2)  VALUE 0.

       01  ws-batch-call-failed-switch         PIC X(1)  VALUE "N".
           88  ws-batch-call-failed            VALUE "Y".

      *> "B" for a plain batch run, "R" for a resubmission run, "C"
      *> for a supplementary cycle - kept apart so a killed run of
      *> one mode can never make another mode skip records off its
      *> own checkpoint.
       01  ws-batch-ckpt-mode                  PIC X(1)  VALUE "B".

      *> Set for a SIMULATE run: the whole pipeline runs, but every
       01  ws-asof-seen-switch                 PIC X(1)  VALUE "N".
           88  ws-asof-seen                    VALUE "Y".
       01  ws-asof-date                        PIC X(8)  VALUE SPACES.
      *> Operator who ran a RESUBMIT or an ASOF simulation - both are
      *> controlled functions on OPERAUTH.DAT. Blank for the night's
      *> scheduled runs; carried onto the reject journal's events.
       01  ws-operator-id                      PIC X(8)  VALUE SPACES.

      *> Supplementary cycle. ws-cycle-no is stamped on every
      *> transaction, audit and extract record - 1 for every run
      *> except a CYCLE run, which takes the next number after the
      *> highest CYCLECTL.DAT holds for its date (2 for the first
      *> late file). "DATE date" on the command line picks the
      *> completed date to supplement; the default is the last one.
       01  ws-cycle-run-switch                 PIC X(1)  VALUE "N".
           88  ws-cycle-run                    VALUE "Y".
       01  ws-cycle-no                         PIC 9(2)  VALUE 1.
       01  ws-cycle-date                       PIC X(8)  VALUE SPACES.
       01  ws-cycle-date-pending-switch        PIC X(1)  VALUE "N".
           88  ws-cycle-date-pending           VALUE "Y".
       01  ws-cycle-highest                    PIC 9(2)  VALUE 0.
       01  ws-cyclectl-file-status             PIC X(2).
       01  ws-cyclectl-eof-switch              PIC X(1)  VALUE "N".
           88  ws-cyclectl-eof                 VALUE "Y".

      *> Tolerance checking. The limits from TOLCTL.DAT are loaded
      *> once per run; "NOTOL" on the command line skips the check
      *> for the whole run - the release valve for a held file whose
      *> breach has been looked into and accepted.
       01  ws-tolctl-file-status               PIC X(2).
       01  ws-srchist-file-status              PIC X(2).
       01  ws-held-file-status                 PIC X(2).
       01  ws-held-file-name                   PIC X(100) VALUE SPACES.
       01  ws-held-open-switch                 PIC X(1)  VALUE "N".
           88  ws-held-open                    VALUE "Y".
       01  ws-tol-eof-switch                   PIC X(1)  VALUE "N".
           88  ws-tol-eof                      VALUE "Y".
       01  ws-tol-override-switch              PIC X(1)  VALUE "N".
           88  ws-tol-override                 VALUE "Y".
       01  ws-tol-table.
           05  ws-tol-entry OCCURS 100 TIMES
                            INDEXED BY ws-tol-idx.
               10  ws-tol-tbl-source            PIC X(8).
               10  ws-tol-tbl-max-nomst         PIC 9(3).
               10  ws-tol-tbl-max-nocnv         PIC 9(3).
               10  ws-tol-tbl-max-dupli         PIC 9(3).
               10  ws-tol-tbl-volume-low        PIC 9(3).
               10  ws-tol-tbl-volume-high       PIC 9(3).
               10  ws-tol-tbl-history           PIC 9(2).
       01  ws-tol-count                        PIC 9(3)  VALUE 0.
       01  ws-tol-entry-no                     PIC 9(3)  VALUE 0.
      *> The current file's measurements. The pre-pass runs the
      *> file's pairs through the same duplicate, master and
      *> conversion tests PROCESS-BATCH-RECORD applies, committing
      *> nothing - pairs it adds to the seen table to catch
      *> duplicates within the file are dropped again afterwards by
      *> restoring the count.
       01  ws-tol-pairs                        PIC 9(6)  VALUE 0.
       01  ws-tol-nomst                        PIC 9(6)  VALUE 0.
       01  ws-tol-nocnv                        PIC 9(6)  VALUE 0.
       01  ws-tol-dupli                        PIC 9(6)  VALUE 0.
       01  ws-tol-seen-save                    PIC 9(6)  VALUE 0.
       01  ws-tol-master-on-switch             PIC X(1)  VALUE "N".
           88  ws-tol-master-on                VALUE "Y".
       01  ws-tol-breach-switch                PIC X(1)  VALUE "N".
           88  ws-tol-breach                   VALUE "Y".
       01  ws-tol-measure                      PIC X(6)  VALUE SPACES.
       01  ws-shst-status                      PIC X(8)  VALUE SPACES.
       01  ws-tol-count-now                    PIC 9(6)  VALUE 0.
       01  ws-tol-limit                        PIC 9(3)  VALUE 0.
       01  ws-tol-pct                          PIC 9(5)  VALUE 0.
      *> The file's own maintenance records, so a pair shipped with
      *> its own ADD (or after its own DELETE) is judged against the
      *> master as it will stand once the maintenance is applied.
       01  ws-tol-maint-table.
           05  ws-tol-maint-entry OCCURS 5000 TIMES
                                  INDEXED BY ws-tol-maint-idx.
               10  ws-tol-maint-action          PIC X(1).
               10  ws-tol-maint-item-1          PIC X(10).
               10  ws-tol-maint-item-2          PIC X(10).
       01  ws-tol-maint-count                  PIC 9(4)  VALUE 0.
       01  ws-tol-maint-sub                    PIC 9(4)  VALUE 0.
       01  ws-tol-maint-found-switch           PIC X(1)  VALUE "N".
           88  ws-tol-maint-found              VALUE "Y".
      *> Volume history: the record counts of the source's last
      *> accepted files, kept in a ring as SRCHIST.DAT is read so
      *> only the most recent ws-tol-hist-wanted survive. The band
      *> is only applied once the source has a few files of history
      *> - a brand-new feed has nothing to be judged against.
       01  ws-tol-hist-ring.
           05  ws-tol-hist-volume OCCURS 99 TIMES PIC 9(6).
       01  ws-tol-hist-wanted                  PIC 9(2)  VALUE 0.
       01  ws-tol-hist-count                   PIC 9(2)  VALUE 0.
       01  ws-tol-hist-next                    PIC 9(2)  VALUE 0.
       01  ws-tol-hist-sub                     PIC 9(2)  VALUE 0.
       01  ws-tol-hist-total                   PIC 9(9)  VALUE 0.
       01  ws-tol-hist-average                 PIC 9(6)  VALUE 0.
       01  ws-tol-min-history                  PIC 9(2)  VALUE 3.
       01  ws-batch-held-count                 PIC 9(2)  VALUE 0.
       01  ws-batch-held-records               PIC 9(6)  VALUE 0.
       01  ws-tol-edit-count                   PIC Z(5)9.
       01  ws-tol-edit-pairs                   PIC Z(5)9.
       01  ws-tol-edit-pct                     PIC ZZZZ9.
       01  ws-tol-edit-limit                   PIC ZZ9.
       01  ws-tol-edit-limit-2                 PIC ZZ9.

      *> Reject ledger journalling. The outstanding pairs are loaded
      *> from REJLEDG.DAT the first time a clean pass needs checking,
      *> and tonight's own rejects are added as they happen, so a
      *> pair rejected earlier in the run and resolved later in it
      *> is journalled the same way.
       01  ws-rejevent-file-status             PIC X(2).
       01  ws-rejledg-file-status              PIC X(2).
       01  ws-rejevent-open-switch             PIC X(1)  VALUE "N".
           88  ws-rejevent-open                VALUE "Y".
       01  ws-ledger-loaded-switch             PIC X(1)  VALUE "N".
           88  ws-ledger-loaded                VALUE "Y".
       01  ws-ledger-eof-switch                PIC X(1)  VALUE "N".
           88  ws-ledger-eof                   VALUE "Y".
       01  ws-ledger-found-switch              PIC X(1)  VALUE "N".
           88  ws-ledger-found                 VALUE "Y".
       01  ws-ledger-table.
           05  ws-ledger-entry OCCURS 30000 TIMES
                               INDEXED BY ws-ledger-idx.
               10  ws-ledger-tbl-item-1         PIC X(10).
               10  ws-ledger-tbl-item-2         PIC X(10).
       01  ws-ledger-count                     PIC 9(6)  VALUE 0.
       01  ws-event-item-1                     PIC X(10).
       01  ws-event-item-2                     PIC X(10).
       01  ws-event-type                       PIC X(8).
       01  ws-event-outcome                    PIC X(8).

       01  ws-reject-file-name                 PIC X(100)
                                                VALUE "BATCHREJ.DAT".
                              INDEXED BY ws-resub-idx.
               10  ws-resub-tbl-item-1          PIC X(10).
               10  ws-resub-tbl-item-2          PIC X(10).
               10  ws-resub-tbl-source          PIC X(8).
               10  ws-resub-tbl-file-seq        PIC 9(2).
               10  ws-resub-tbl-record-no       PIC 9(6).
       01  ws-resub-count                      PIC 9(6)  VALUE 0.

       01  ws-master-file-status               PIC X(2).
      *> the checkpoint file now holds one record per mode that has
      *> one, not whichever record was written last.
       01  ws-other-ckpt-table.
           05  ws-other-ckpt-record OCCURS 3 TIMES
                                    PIC X(48).
       01  ws-other-ckpt-count                 PIC 9(1)  VALUE 0.
       01  ws-other-ckpt-sub                   PIC 9(1)  VALUE 0.
       01  ws-ckpt-eof-switch                  PIC X(1)  VALUE "N".
       01  ws-lock-mode                        PIC X(8)  VALUE SPACES.
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

      *> Operator authorization check: the id to look up, the
      *> function wanted (1 = master maintenance, 2 = conversion
      *> maintenance, 3 = resubmission, 4 = backout, 5 = simulation
      *> ASOF override - the flag positions on OPERAUTH.DAT) and the
      *> answer.
       01  ws-operauth-file-status             PIC X(2).
       01  ws-operauth-eof-switch              PIC X(1)  VALUE "N".
           88  ws-operauth-eof                 VALUE "Y".
       01  ws-auth-check-id                    PIC X(8)  VALUE SPACES.
       01  ws-auth-function                    PIC 9(1)  VALUE 0.
       01  ws-auth-result                      PIC X(1)  VALUE "U".
           88  ws-auth-granted                 VALUE "Y".
           88  ws-auth-denied                  VALUE "N".
           88  ws-auth-unknown                 VALUE "U".
       01  ws-auth-function-names.
           05  FILLER                           PIC X(24)
               VALUE "master maintenance".
           05  FILLER                           PIC X(24)
               VALUE "conversion maintenance".
           05  FILLER                           PIC X(24)
               VALUE "resubmission".
           05  FILLER                           PIC X(24)
               VALUE "backout".
           05  FILLER                           PIC X(24)
               VALUE "simulation ASOF override".
       01  ws-auth-function-table REDEFINES ws-auth-function-names.
           05  ws-auth-function-name OCCURS 5 TIMES
                                                PIC X(24).

       01  ws-extract-file-status              PIC X(2).
       01  ws-extract-new-file-status          PIC X(2).
       01  ws-extract-file-name                PIC X(100)
           05  FILLER                           PIC X(10)
               VALUE "RUN DATE: ".
           05  ws-rpt-hdr-date                  PIC X(8).
      *> "CYCLE nn" on a supplementary cycle's report, blank on the
      *> night's own.
           05  ws-rpt-hdr-cycle                 PIC X(9).
           05  FILLER                           PIC X(4)  VALUE SPACES.
           05  FILLER                           PIC X(7)
               VALUE "INPUT: ".
           05  FILLER                           PIC X(8)
               VALUE "REASON: ".
           05  ws-rpt-rej-reason                PIC X(5).
           05  FILLER                           PIC X(4)  VALUE SPACES.
           05  FILLER                           PIC X(8)
               VALUE "SOURCE: ".
           05  ws-rpt-rej-source                PIC X(8).

       01  ws-rpt-total-line.
           05  ws-rpt-tot-label                 PIC X(42).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-RUN-MODE
           PERFORM AUTHORIZE-RUN-OPERATOR
           IF ws-run-mode = SPACES
               MOVE "INTERACT" TO ws-lock-mode
           ELSE
           END-IF
           PERFORM ACQUIRE-RUN-LOCK
           PERFORM READ-PROCESS-DATE
           IF ws-cycle-run
               PERFORM SET-SUPPLEMENTARY-CYCLE
           END-IF
           MOVE "MAIN-APP" TO ws-rh-program
           MOVE ws-lock-mode TO ws-rh-mode
           MOVE ws-process-date TO ws-rh-business-date
           IF ws-operator-id NOT = SPACES
               MOVE ws-operator-id TO ws-rh-run-by
           END-IF
           MOVE "START" TO ws-rh-event
           PERFORM WRITE-RUN-HISTORY
           PERFORM BUILD-EXTRACT-FILE-NAME
           PERFORM LOAD-SEEN-TABLE
           PERFORM OPEN-TRANSACTION-FILE
      *> drift from what the real night would do.
               WHEN "SIMULATE"
                   PERFORM BATCH-DRIVER
      *> So is a supplementary cycle - the late file gets exactly the
      *> night's treatment, filed under the cycle's own paperwork.
               WHEN "CYCLE"
                   PERFORM BATCH-DRIVER
               WHEN "RESUBMIT"
                   PERFORM RESUBMIT-DRIVER
               WHEN OTHER
                   PERFORM FINISH-EXTRACT-FILE
           END-EVALUATE

           PERFORM CLOSE-REJECT-EVENT-FILE
           PERFORM CLOSE-AUDIT-FILE
           PERFORM CLOSE-TRANSACTION-FILE
           PERFORM RELEASE-RUN-LOCK
           MOVE "PROCESSD" TO ws-rh-count-label (1)
           MOVE ws-batch-records-processed TO ws-rh-count (1)
           MOVE "CHANGED" TO ws-rh-count-label (2)
           MOVE ws-batch-records-differed TO ws-rh-count (2)
           MOVE "REJECTED" TO ws-rh-count-label (3)
           MOVE ws-batch-records-rejected TO ws-rh-count (3)
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

      *> Reads the command-line arguments to pick the run mode: an
      *> optional "BATCH [filename...]" or "RESUBMIT [filename]"
      *> (with no mode argument, interactive mode - the original
      *> duplicate pairs) or WARNDUPS (warn and process them, the
      *> default). BATCH takes any number of input files (up to the
      *> file table's 20); a name starting with "@" is a manifest
      *> file naming the night's inputs one per line. CYCLE takes
      *> input files the same way, plus "DATE date" to name the
      *> completed business date the late file belongs to.
       GET-RUN-MODE.
           MOVE 1 TO ws-cmdline-arg-number
           DISPLAY ws-cmdline-arg-number UPON ARGUMENT-NUMBER
                   MOVE "Y" TO ws-simulate-switch
               WHEN "RESUBMIT"
                   MOVE "RESUBMIT" TO ws-run-mode
               WHEN "CYCLE"
                   MOVE "CYCLE" TO ws-run-mode
                   MOVE "Y" TO ws-cycle-run-switch
               WHEN "NODUPS"
                   MOVE "S" TO ws-dup-mode
               WHEN "WARNDUPS"
           END-EVALUATE

           IF ws-run-mode = "BATCH" OR ws-run-mode = "RESUBMIT"
               OR ws-run-mode = "SIMULATE" OR ws-run-mode = "CYCLE"
               PERFORM VARYING ws-cmdline-arg-number FROM 2 BY 1
                   UNTIL ws-cmdline-arg-number > 22
                   DISPLAY ws-cmdline-arg-number UPON ARGUMENT-NUMBER
                       ON EXCEPTION
                           CONTINUE
                   END-ACCEPT
                   EVALUATE TRUE
                       WHEN ws-asof-pending
                           MOVE ws-cmdline-arg-value (1:8)
                               TO ws-asof-date
                           MOVE "N" TO ws-asof-pending-switch
                       WHEN ws-cycle-date-pending
                           MOVE ws-cmdline-arg-value (1:8)
                               TO ws-cycle-date
                           MOVE "N" TO ws-cycle-date-pending-switch
                       WHEN OTHER
                           PERFORM CLASSIFY-RUN-ARGUMENT
                   END-EVALUATE
               END-PERFORM
           END-IF
      *> ASOF with no date after it must stop the run, not fall
               STOP RUN
           END-IF

      *> DATE with nothing after it is refused for the same reason
      *> ASOF is: the late file would be filed under the default
      *> date while the operator believes another was named.
           IF ws-cycle-date-pending
               DISPLAY "ERROR: DATE was given without a date - job "
                   "stopped. Name the completed business date the "
                   "late file belongs to, e.g. CYCLE DATE 20261001."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

      *> A BATCH, SIMULATE or CYCLE run that named no input files
      *> gets the traditional single BATCHIN.DAT.
           IF (ws-run-mode = "BATCH" OR ws-run-mode = "SIMULATE"
               OR ws-run-mode = "CYCLE")
               AND ws-batch-file-count = 0
               MOVE SPACES TO ws-cmdline-arg-value
               MOVE "BATCHIN.DAT" TO ws-cmdline-arg-value

      *> One command-line argument after the mode word: a duplicate
      *> option, the ASOF keyword (SIMULATE only - the date follows
      *> as the next argument), the DATE keyword (CYCLE only, the
      *> same way), NOTOL (skip the tolerance check), or an input
      *> file name.
       CLASSIFY-RUN-ARGUMENT.
           EVALUATE FUNCTION UPPER-CASE
               (FUNCTION TRIM(ws-cmdline-arg-value))
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               WHEN "NOTOL"
                   MOVE "Y" TO ws-tol-override-switch
               WHEN "DATE"
                   IF ws-cycle-run
                       MOVE "Y" TO ws-cycle-date-pending-switch
                   ELSE
                       DISPLAY "ERROR: DATE is only valid with "
                           "CYCLE - a night's business date comes "
                           "from PROCDATE.DAT alone."
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               WHEN SPACES
                   CONTINUE
               WHEN OTHER
               ws-batch-file-count " input file(s)."
           EXIT paragraph.

      *> Resubmission and an ASOF simulation are controlled
      *> functions: the operator id is prompted for and must be on
      *> OPERAUTH.DAT with authority for that function, or the run is
      *> refused before the lock is taken. Every other mode - the
      *> scheduled night and its cycles above all - runs unattended
      *> and is not asked.
       AUTHORIZE-RUN-OPERATOR.
           EVALUATE TRUE
               WHEN ws-run-mode = "RESUBMIT"
                   MOVE 3 TO ws-auth-function
               WHEN ws-simulate AND ws-asof-date NOT = SPACES
                   MOVE 5 TO ws-auth-function
               WHEN OTHER
                   EXIT paragraph
           END-EVALUATE
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
           MOVE ws-operator-id TO ws-auth-check-id
           PERFORM CHECK-OPERATOR-AUTHORITY
           IF NOT ws-auth-granted
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           EXIT paragraph.

      *> Looks ws-auth-check-id up on OPERAUTH.DAT and sets
      *> ws-auth-result for the function numbered in ws-auth-function:
      *> granted only when the id is on file with a "Y" in that
      *> function's position. An unknown id, any other flag, or a
      *> missing file is reported here; the caller refuses the run.
       CHECK-OPERATOR-AUTHORITY.
           MOVE "U" TO ws-auth-result
           MOVE "N" TO ws-operauth-eof-switch
           OPEN INPUT OPERAUTH-FILE
           IF ws-operauth-file-status NOT = "00"
               DISPLAY "ERROR: operator authorization file "
                   "OPERAUTH.DAT not available (status "
                   ws-operauth-file-status ") - nobody is "
                   "authorized for "
                   FUNCTION TRIM(ws-auth-function-name
                       (ws-auth-function)) "."
               EXIT paragraph
           END-IF
           PERFORM UNTIL ws-operauth-eof OR NOT ws-auth-unknown
               READ OPERAUTH-FILE
                   AT END
                       MOVE "Y" TO ws-operauth-eof-switch
                   NOT AT END
                       IF OPR-ID (1:1) NOT = "*"
                           AND OPR-ID = ws-auth-check-id
                           IF OPR-FUNCTION-FLAG (ws-auth-function)
                                   = "Y"
                               MOVE "Y" TO ws-auth-result
                           ELSE
                               MOVE "N" TO ws-auth-result
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPERAUTH-FILE
           EVALUATE TRUE
               WHEN ws-auth-unknown
                   DISPLAY "ERROR: operator id "
                       FUNCTION TRIM(ws-auth-check-id)
                       " is not on OPERAUTH.DAT - refused."
               WHEN ws-auth-denied
                   DISPLAY "ERROR: operator "
                       FUNCTION TRIM(ws-auth-check-id)
                       " is not authorized for "
                       FUNCTION TRIM(ws-auth-function-name
                           (ws-auth-function)) " - refused."
           END-EVALUATE
           EXIT paragraph.

      *> Original interactive flow: one manually-keyed pair run through
      *> the content-call / reference-call / cancel-and-recall sequence.
      *> Each step is guarded by ws-ckpt-level so a run that was killed
      *> reprocessing the whole sequence (which would apply the BY
      *> REFERENCE mutation a second time).
       INTERACTIVE-DRIVER.
           MOVE "INTERACT" TO ws-lineage-source
           MOVE 0 TO ws-lineage-file-seq
           MOVE 0 TO ws-lineage-record-no
           PERFORM READ-CHECKPOINT

           IF ws-ckpt-level = 0
      *> (or the control file corrected) before it can run again.
      *> A simulation commits nothing, so rehearsing a date that
      *> already ran (this afternoon, ahead of tomorrow's cutover)
      *> is exactly the point - no refusal there. Nor for a
      *> supplementary cycle, whose whole point is a completed date;
      *> SET-SUPPLEMENTARY-CYCLE has already proved it completed.
           IF ws-process-date = ws-last-done-date
               AND NOT ws-simulate
               AND NOT ws-cycle-run
               DISPLAY "ERROR: business date " ws-process-date
                   " has already been run to completion - run "
                   "stopped. Correct PROCDATE.DAT if this rerun is "
           MOVE 0 TO ws-batch-records-read
           MOVE 0 TO ws-batch-total-read
           MOVE "N" TO ws-batch-eof-switch
           IF ws-cycle-run
               MOVE "C" TO ws-batch-ckpt-mode
           ELSE
               MOVE "B" TO ws-batch-ckpt-mode
           END-IF
      *> A simulation neither resumes from a real run's checkpoint
      *> nor writes its own - it always rehearses the whole night.
           IF NOT ws-simulate
               PERFORM READ-BATCH-CHECKPOINT
           END-IF
      *> A killed cycle's restart point counts records of its own
      *> input and names its own BATCHRPT/BATCHREJ.Cnn - taken up by
      *> another date or cycle it would skip records of the wrong
      *> file and extend the wrong paperwork, so the run is refused
      *> until the pending cycle has been finished.
           IF ws-batch-ckpt-mismatch
               IF ws-batch-ckpt-cycle-date = SPACES
                   DISPLAY "ERROR: CHECKPT.DAT holds a killed CYCLE "
                       "run's restart point that does not name its "
                       "business date or cycle - run stopped."
                   DISPLAY "It cannot be resumed - back that cycle "
                       "out, remove its record from CHECKPT.DAT and "
                       "rerun."
               ELSE
                   DISPLAY "ERROR: CHECKPT.DAT holds the restart "
                       "point of killed cycle "
                       ws-batch-ckpt-cycle-no " of business date "
                       ws-batch-ckpt-cycle-date " - this run would "
                       "be cycle " ws-cycle-no " of "
                       ws-process-date ". Run stopped."
                   DISPLAY "Finish the pending cycle first: rerun "
                       "its files with CYCLE ... DATE "
                       ws-batch-ckpt-cycle-date "."
               END-IF
               MOVE 16 TO RETURN-CODE
               EXIT paragraph
           END-IF

      *> Every file's controls are proved before any record of any
      *> file is processed, so a bad third file stops the night
               PERFORM VERIFY-ONE-BATCH-FILE
           END-PERFORM
           IF RETURN-CODE = 0
               PERFORM LOAD-TOLERANCE-TABLE
               PERFORM RUN-BATCH-PROCESSING
           END-IF
           EXIT paragraph.
                   " already-completed record(s) in input file "
                   ws-batch-ckpt-file-no "."
           END-IF
      *> A supplementary cycle has its own reject list and leaves the
      *> night's BATCHREJ.NEW alone.
           IF NOT ws-simulate AND NOT ws-cycle-run
               PERFORM CLEAR-STALE-REJECT-FILE
           END-IF
           PERFORM OPEN-REJECT-FILE
           PERFORM OPEN-REPORT-FILE
           PERFORM BUILD-HELD-FILE-NAME
      *> Tell sub-app the business date the run belongs to whenever
      *> that is not PROC-DATE: a rehearsal, so a future cutover's
      *> effective-dated mappings apply as they would on the night,
      *> and a supplementary cycle, so a completed date's late file
      *> converts - and is measured for tolerance - under that
      *> date's mappings rather than a later cutover's. The night
      *> itself leaves sub-app to read PROCDATE.DAT, as it always
      *> has.
           IF ws-simulate OR ws-cycle-run
               CALL "sub-app-set-date" USING ws-process-date
                   ON EXCEPTION
                       DISPLAY "Warning: sub-app has no date entry "
               END-IF
           END-PERFORM
           CLOSE REJECT-FILE
           IF ws-held-open
               CLOSE HELD-FILE
           END-IF
           PERFORM FINISH-REPORT
           PERFORM FINISH-EXTRACT-FILE
           PERFORM CLEAR-BATCH-CHECKPOINT
               WHEN ws-simulate
                   DISPLAY "Simulation - business date "
                       ws-process-date " left untouched."
               WHEN ws-cycle-run
                   PERFORM RECORD-CYCLE-RESULT
               WHEN ws-batch-call-failed
                   DISPLAY "Business date " ws-process-date " NOT "
                       "rolled - sub-app failures this run; fix, "
           IF ws-batch-call-failed
               MOVE 12 TO RETURN-CODE
           END-IF
      *> A held file is not a failure - the rest of the night is
      *> committed and the date rolled - but the scheduler must know
      *> the extract is short a source, so it gets a code of its own.
           IF ws-batch-held-count > 0 AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF
           EXIT paragraph.

      *> Processes one file of the night's list: the header and
      *> file only, so checkpoints and reject record numbers mean
      *> "record N of that file". The per-file totals for the
      *> source-system breakdown are carved out of the run counters
      *> by snapshotting them around the file. The same file
      *> position and record number, with the header's source
      *> system, are the lineage stamped on every record written
      *> for the pair.
       PROCESS-ONE-BATCH-FILE.
           MOVE ws-bfile-name (ws-batch-file-no)
               TO ws-batch-file-name
           MOVE ws-bfile-source (ws-batch-file-no)
               TO ws-batch-source-system
           MOVE ws-batch-source-system TO ws-lineage-source
           MOVE ws-batch-file-no TO ws-lineage-file-seq
           MOVE ws-bfile-expected-count (ws-batch-file-no)
               TO ws-batch-expected-count
           IF ws-batch-file-no NOT = ws-batch-ckpt-file-no
               MOVE 0 TO ws-batch-ckpt-records-done
               MOVE "N" TO ws-batch-ckpt-held-switch
           END-IF
           MOVE ws-batch-file-no TO ws-batch-ckpt-file-no

           MOVE ws-batch-records-rejected TO ws-file-start-rejected
           MOVE ws-dup-suppressed TO ws-file-start-dup-suppressed
           MOVE ws-dup-warned TO ws-file-start-dup-warned
           MOVE 0 TO ws-file-nomst
           MOVE 0 TO ws-file-nocnv
           MOVE 0 TO ws-file-dupli

      *> A file outside its tolerance limits goes to the held file
      *> whole - its maintenance records included - before anything
      *> of it can reach the master, TRANXN or the extract. A file
      *> the killed run had already held is held again from the
      *> checkpoint - never resumed, its maintenance never applied.
           IF ws-batch-ckpt-held
               PERFORM RESTORE-HELD-BATCH-FILE
               EXIT paragraph
           END-IF
           PERFORM CHECK-FILE-TOLERANCE
           IF ws-tol-breach
               PERFORM HOLD-BATCH-FILE
               EXIT paragraph
           END-IF

           PERFORM APPLY-FILE-MAINTENANCE

                               IF BATCH-RAW-RECORD (1:2) NOT = "M "
                                   MOVE BATCH-ITEM-1 TO ws-item-1
                                   MOVE BATCH-ITEM-2 TO ws-item-2
                                   MOVE ws-batch-records-read
                                       TO ws-lineage-record-no
                                   PERFORM PROCESS-BATCH-RECORD
                               END-IF
                               MOVE ws-batch-records-read
               ws-dup-suppressed - ws-file-start-dup-suppressed
           COMPUTE ws-bfile-dup-warned (ws-batch-file-no) =
               ws-dup-warned - ws-file-start-dup-warned
           MOVE "ACCEPTED" TO ws-shst-status
           PERFORM RECORD-SOURCE-HISTORY
           EXIT paragraph.

      *> Maintenance pre-pass over the current input file: every "M"
           MOVE ws-batch-source-system TO MCHG-OPERATOR
           MOVE ws-maint-item-1 TO MCHG-ITEM-1
           MOVE ws-maint-item-2 TO MCHG-ITEM-2
           MOVE ws-process-date TO MCHG-BUSINESS-DATE
           MOVE ws-cycle-no TO MCHG-CYCLE
           MOVE ws-batch-file-no TO MCHG-FILE-SEQ
           WRITE MASTCHG-RECORD
           CLOSE MASTCHG-FILE
           EXIT paragraph.
                           TO ws-item-1
                       MOVE ws-resub-tbl-item-2 (ws-resub-idx)
                           TO ws-item-2
                       MOVE ws-resub-tbl-source (ws-resub-idx)
                           TO ws-lineage-source
                       MOVE ws-resub-tbl-file-seq (ws-resub-idx)
                           TO ws-lineage-file-seq
                       MOVE ws-resub-tbl-record-no (ws-resub-idx)
                           TO ws-lineage-record-no
                       PERFORM PROCESS-BATCH-RECORD
                       MOVE ws-batch-records-read
                           TO ws-batch-ckpt-records-done
           EXIT paragraph.

      *> Loads the reject file named on the command line (default
      *> BATCHREJ.DAT) into ws-resub-table. The item pair is taken
      *> for reprocessing, with the lineage of the file it first came
      *> in on so the resubmitted records still trace back to it. A
      *> reject file written before lineage was kept has none; those
      *> pairs are stamped RESUBMIT instead. The reason code is for
      *> the operator fixing the master, not for reprocessing.
       LOAD-RESUBMIT-TABLE.
           MOVE 0 TO ws-resub-count
           MOVE "N" TO ws-batch-eof-switch
                               ws-resub-tbl-item-1 (ws-resub-count)
                           MOVE REJ-ITEM-2 TO
                               ws-resub-tbl-item-2 (ws-resub-count)
                           PERFORM LOAD-RESUBMIT-LINEAGE
                   END-READ
               END-PERFORM
               CLOSE REJECT-FILE
           END-IF
           EXIT paragraph.

      *> Carries the reject record's lineage into the table entry just
      *> loaded. The numeric fields are tested before use, since an
      *> old-layout reject record reads back spaces there.
       LOAD-RESUBMIT-LINEAGE.
           IF REJ-SOURCE-SYSTEM = SPACES
               MOVE "RESUBMIT" TO ws-resub-tbl-source (ws-resub-count)
           ELSE
               MOVE REJ-SOURCE-SYSTEM
                   TO ws-resub-tbl-source (ws-resub-count)
           END-IF
           IF REJ-FILE-SEQ IS NUMERIC
               MOVE REJ-FILE-SEQ
                   TO ws-resub-tbl-file-seq (ws-resub-count)
           ELSE
               MOVE 0 TO ws-resub-tbl-file-seq (ws-resub-count)
           END-IF
           IF REJ-RECORD-NUMBER IS NUMERIC
               MOVE REJ-RECORD-NUMBER
                   TO ws-resub-tbl-record-no (ws-resub-count)
           ELSE
               MOVE 0 TO ws-resub-tbl-record-no (ws-resub-count)
           END-IF
           EXIT paragraph.

      *> Opens a fresh reject file for this run. OUTPUT rather than
      *> EXTEND: the reject file is the run's work list of records to
      *> fix and resubmit, not a history - an empty file after a
      *> extends instead, so rejects written before the job was
      *> killed are kept (their records are skipped, not redone).
      *> A resubmission run writes to BATCHREJ.NEW so it never
      *> clobbers the reject file it is reading from; a
      *> supplementary cycle writes its own BATCHREJ.date.Cnn.DAT.
       OPEN-REJECT-FILE.
           EVALUATE TRUE
               WHEN ws-simulate
                   MOVE "SIMREJ.DAT" TO ws-reject-file-name
               WHEN ws-run-mode = "RESUBMIT"
                   MOVE "BATCHREJ.NEW" TO ws-reject-file-name
               WHEN ws-cycle-run
                   MOVE SPACES TO ws-reject-file-name
                   STRING "BATCHREJ." ws-process-date ".C"
                       ws-cycle-no ".DAT"
                       DELIMITED BY SIZE
                       INTO ws-reject-file-name
                   END-STRING
               WHEN OTHER
                   MOVE "BATCHREJ.DAT" TO ws-reject-file-name
           END-EVALUATE
           EXIT paragraph.

      *> Writes the current ws-item pair to the reject file. Caller
      *> sets ws-reject-reason first; the record number, file
      *> position and source system are the pair's lineage - for a
      *> resubmitted pair, those of the file it first came in on.
       WRITE-REJECT-RECORD.
           MOVE SPACES TO REJECT-RECORD
           MOVE ws-item-1 TO REJ-ITEM-1
           MOVE ws-item-2 TO REJ-ITEM-2
           MOVE ws-reject-reason TO REJ-REASON
           MOVE ws-lineage-record-no TO REJ-RECORD-NUMBER
           MOVE ws-lineage-source TO REJ-SOURCE-SYSTEM
           MOVE ws-lineage-file-seq TO REJ-FILE-SEQ
           WRITE REJECT-RECORD
           EVALUATE ws-reject-reason
               WHEN "NOMST"
                   ADD 1 TO ws-file-nomst
               WHEN "NOCNV"
                   ADD 1 TO ws-file-nocnv
               WHEN "DUPLI"
                   ADD 1 TO ws-file-dupli
           END-EVALUATE
           PERFORM RECORD-PAIR-REJECTED
           EXIT paragraph.

      *> Journals the reject just written: REJECTED on a feed, or a
      *> failed RESUBMIT attempt. The pair joins the outstanding set
      *> so a clean pass later in the same run resolves it. A
      *> simulation journals nothing.
       RECORD-PAIR-REJECTED.
           IF ws-simulate
               EXIT paragraph
           END-IF
           IF NOT ws-ledger-loaded
               PERFORM LOAD-OUTSTANDING-REJECTS
           END-IF
           MOVE ws-item-1 TO ws-event-item-1
           MOVE ws-item-2 TO ws-event-item-2
           IF ws-run-mode = "RESUBMIT"
               MOVE "RESUBMIT" TO ws-event-type
           ELSE
               MOVE "REJECTED" TO ws-event-type
           END-IF
           MOVE "REJECTED" TO ws-event-outcome
           PERFORM WRITE-REJECT-EVENT
           PERFORM FIND-OUTSTANDING-REJECT
           IF NOT ws-ledger-found AND ws-ledger-count < 30000
               ADD 1 TO ws-ledger-count
               MOVE ws-event-item-1
                   TO ws-ledger-tbl-item-1 (ws-ledger-count)
               MOVE ws-event-item-2
                   TO ws-ledger-tbl-item-2 (ws-ledger-count)
           END-IF
           EXIT paragraph.

      *> Journals a clean pass of a pair the ledger holds
      *> outstanding - a successful RESUBMIT attempt, or the pair
      *> arriving again on a feed (REFED) and going through. Every
      *> pair a resubmission run processes cleanly is journalled,
      *> since it came off a reject list. The pair as read in is in
      *> ws-saved-item-1/2; ws-item-1/2 already hold the converted
      *> values.
       RECORD-PAIR-CLEARED.
           IF ws-simulate
               EXIT paragraph
           END-IF
           IF NOT ws-ledger-loaded
               PERFORM LOAD-OUTSTANDING-REJECTS
           END-IF
           MOVE ws-saved-item-1 TO ws-event-item-1
           MOVE ws-saved-item-2 TO ws-event-item-2
           PERFORM FIND-OUTSTANDING-REJECT
           IF ws-run-mode = "RESUBMIT"
               MOVE "RESUBMIT" TO ws-event-type
           ELSE
               IF NOT ws-ledger-found
                   EXIT paragraph
               END-IF
               MOVE "REFED" TO ws-event-type
           END-IF
           MOVE SPACES TO ws-reject-reason
           MOVE "RESOLVED" TO ws-event-outcome
           PERFORM WRITE-REJECT-EVENT
           IF ws-ledger-found
               MOVE SPACES TO ws-ledger-tbl-item-1 (ws-ledger-idx)
               MOVE SPACES TO ws-ledger-tbl-item-2 (ws-ledger-idx)
           END-IF
           EXIT paragraph.

      *> Loads the pairs REJLEDG.DAT holds OUTSTANDING. No ledger yet
      *> (rejledg has never run) means none outstanding - rejects
      *> are still journalled, and the first rebuild picks them up.
       LOAD-OUTSTANDING-REJECTS.
           MOVE "Y" TO ws-ledger-loaded-switch
           MOVE 0 TO ws-ledger-count
           MOVE "N" TO ws-ledger-eof-switch
           OPEN INPUT REJLEDG-FILE
           IF ws-rejledg-file-status NOT = "00"
               EXIT paragraph
           END-IF
           PERFORM UNTIL ws-ledger-eof
               READ REJLEDG-FILE
                   AT END
                       MOVE "Y" TO ws-ledger-eof-switch
                   NOT AT END
                       IF LDG-STATUS = "OUTSTANDING"
                           IF ws-ledger-count >= 30000
                               DISPLAY "ERROR: more than 30000 "
                                   "outstanding rejects on "
                                   "REJLEDG.DAT - job stopped."
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO ws-ledger-count
                           MOVE LDG-ITEM-1
                               TO ws-ledger-tbl-item-1 (ws-ledger-count)
                           MOVE LDG-ITEM-2
                               TO ws-ledger-tbl-item-2 (ws-ledger-count)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REJLEDG-FILE
           EXIT paragraph.

      *> Sets ws-ledger-found (and ws-ledger-idx) when ws-event-item-
      *> 1/2 is among the outstanding pairs.
       FIND-OUTSTANDING-REJECT.
           MOVE "N" TO ws-ledger-found-switch
           PERFORM VARYING ws-ledger-idx FROM 1 BY 1
               UNTIL ws-ledger-idx > ws-ledger-count
               OR ws-ledger-found
               IF ws-ledger-tbl-item-1 (ws-ledger-idx)
                   = ws-event-item-1
                   AND ws-ledger-tbl-item-2 (ws-ledger-idx)
                       = ws-event-item-2
                   MOVE "Y" TO ws-ledger-found-switch
               END-IF
           END-PERFORM
           IF ws-ledger-found
               SET ws-ledger-idx DOWN BY 1
           END-IF
           EXIT paragraph.

      *> Appends one event to REJEVENT.DAT, opening it on the run's
      *> first event. The caller sets ws-event-item-1/2, ws-event-
      *> type, ws-event-outcome and ws-reject-reason; the date,
      *> cycle and source are the run's and the pair's lineage. A
      *> journal that cannot be opened stops the run - a reject
      *> missing from the ledger is the gap the journal closes.
       WRITE-REJECT-EVENT.
           IF NOT ws-rejevent-open
               OPEN EXTEND REJEVENT-FILE
               IF ws-rejevent-file-status = "35"
                   OPEN OUTPUT REJEVENT-FILE
               END-IF
               IF ws-rejevent-file-status NOT = "00"
                   DISPLAY "ERROR: unable to open reject journal "
                       "REJEVENT.DAT (status "
                       ws-rejevent-file-status ") - job stopped."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "Y" TO ws-rejevent-open-switch
           END-IF
           MOVE SPACES TO REJEVENT-RECORD
           MOVE ws-process-date TO EVT-DATE
           MOVE ws-cycle-no TO EVT-CYCLE
           MOVE ws-event-item-1 TO EVT-ITEM-1
           MOVE ws-event-item-2 TO EVT-ITEM-2
           MOVE ws-lineage-source TO EVT-SOURCE-SYSTEM
           MOVE ws-event-type TO EVT-TYPE
           MOVE ws-reject-reason TO EVT-REASON
           MOVE ws-event-outcome TO EVT-OUTCOME
           MOVE FUNCTION CURRENT-DATE TO EVT-TIMESTAMP
           MOVE ws-operator-id TO EVT-OPERATOR
           WRITE REJEVENT-RECORD
           EXIT paragraph.

       CLOSE-REJECT-EVENT-FILE.
           IF ws-rejevent-open
               CLOSE REJEVENT-FILE
               MOVE "N" TO ws-rejevent-open-switch
           END-IF
           EXIT paragraph.

       DISPLAY-BATCH-SUMMARY.
                   "audit, extract or checkpoint records were "
                   "written and the business date was not touched."
           ELSE
               IF ws-cycle-run
                   DISPLAY "Supplementary cycle " ws-cycle-no
                       " of business date " ws-process-date
                       " complete."
               ELSE
                   DISPLAY "Batch run complete."
               END-IF
           END-IF
           DISPLAY "Records processed: " ws-batch-records-processed
           DISPLAY "Records where sub-app changed the input: "
               DISPLAY "Per source system:"
               PERFORM VARYING ws-bfile-idx FROM 1 BY 1
                   UNTIL ws-bfile-idx > ws-batch-file-count
                   EVALUATE TRUE
                   WHEN ws-bfile-skipped (ws-bfile-idx) = "Y"
                       DISPLAY "  " ws-bfile-source (ws-bfile-idx)
                           " (" FUNCTION TRIM
                               (ws-bfile-name (ws-bfile-idx))
                           "): completed before the restart - "
                           "totals on the original run's report."
                   WHEN ws-bfile-held (ws-bfile-idx) = "Y"
                       DISPLAY "  " ws-bfile-source (ws-bfile-idx)
                           " (" FUNCTION TRIM
                               (ws-bfile-name (ws-bfile-idx))
                           "): HELD - tolerance breach, "
                           ws-bfile-read (ws-bfile-idx)
                           " record(s) written to "
                           FUNCTION TRIM(ws-held-file-name)
                   WHEN OTHER
                       DISPLAY "  " ws-bfile-source (ws-bfile-idx)
                           " (" FUNCTION TRIM
                               (ws-bfile-name (ws-bfile-idx))
                           " dups supp/warn "
                           ws-bfile-dup-suppressed (ws-bfile-idx)
                           "/" ws-bfile-dup-warned (ws-bfile-idx)
                   END-EVALUATE
               END-PERFORM
           END-IF
           IF ws-batch-held-count > 0
               DISPLAY SPACE
               DISPLAY "FILES HELD FOR TOLERANCE BREACHES: "
                   ws-batch-held-count " (" ws-batch-held-records
                   " record(s) in "
                   FUNCTION TRIM(ws-held-file-name) ")"
               DISPLAY "Review the breach on the report; rerun an "
                   "accepted file as CYCLE ... NOTOL."
           END-IF
           EXIT paragraph.

      *> Opens the operations report for this run. OUTPUT per run -
           IF ws-simulate
               MOVE "SIMRPT.TXT" TO ws-report-file-name
           END-IF
           IF ws-cycle-run
               MOVE SPACES TO ws-report-file-name
               STRING "BATCHRPT." ws-process-date ".C" ws-cycle-no
                   ".TXT"
                   DELIMITED BY SIZE
                   INTO ws-report-file-name
               END-STRING
           END-IF
           IF ws-batch-resumed
               OPEN EXTEND REPORT-FILE
               IF ws-report-file-status = "35"
       PRINT-REPORT-HEADINGS.
           ADD 1 TO ws-report-page
           MOVE ws-process-date TO ws-rpt-hdr-date
           MOVE SPACES TO ws-rpt-hdr-cycle
           IF ws-cycle-run
               STRING " CYCLE " ws-cycle-no
                   DELIMITED BY SIZE
                   INTO ws-rpt-hdr-cycle
               END-STRING
           END-IF
           IF ws-run-mode = "RESUBMIT"
               MOVE ws-resubmit-file-name TO ws-rpt-hdr-file
           ELSE
           MOVE ws-maint-rejected TO ws-rpt-tot-value
           MOVE ws-rpt-total-line TO ws-report-print-area
           PERFORM WRITE-REPORT-LINE
           MOVE "  FILES HELD (TOLERANCE BREACH)" TO ws-rpt-tot-label
           MOVE ws-batch-held-count TO ws-rpt-tot-value
           MOVE ws-rpt-total-line TO ws-report-print-area
           PERFORM WRITE-REPORT-LINE
           MOVE "  RECORDS HELD" TO ws-rpt-tot-label
           MOVE ws-batch-held-records TO ws-rpt-tot-value
           MOVE ws-rpt-total-line TO ws-report-print-area
           PERFORM WRITE-REPORT-LINE
           IF ws-batch-file-count > 0
               PERFORM WRITE-SOURCE-SYSTEM-TOTALS
           END-IF
                   INTO ws-report-print-area
               END-STRING
               PERFORM WRITE-REPORT-LINE
               EVALUATE TRUE
                   WHEN ws-bfile-skipped (ws-bfile-idx) = "Y"
                       PERFORM WRITE-SKIPPED-FILE-NOTE
                   WHEN ws-bfile-held (ws-bfile-idx) = "Y"
                       PERFORM WRITE-HELD-FILE-NOTE
                   WHEN OTHER
                       PERFORM WRITE-ONE-SOURCE-BLOCK
               END-EVALUATE
           END-PERFORM
           EXIT paragraph.

           PERFORM WRITE-REPORT-LINE
           EXIT paragraph.

      *> A held file processed nothing; its block says where its
      *> records went instead.
       WRITE-HELD-FILE-NOTE.
           MOVE SPACES TO ws-rpt-total-line
           MOVE "    HELD - TOLERANCE BREACH, RECORDS HELD"
               TO ws-rpt-tot-label
           MOVE ws-bfile-read (ws-bfile-idx) TO ws-rpt-tot-value
           MOVE ws-rpt-total-line TO ws-report-print-area
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO ws-report-print-area
           STRING "    IN " FUNCTION TRIM(ws-held-file-name)
               DELIMITED BY SIZE
               INTO ws-report-print-area
           END-STRING
           PERFORM WRITE-REPORT-LINE
           EXIT paragraph.

       WRITE-ONE-SOURCE-BLOCK.
           MOVE SPACES TO ws-rpt-total-line
           MOVE "    RECORDS READ" TO ws-rpt-tot-label
                           MOVE REJ-ITEM-1 TO ws-rpt-rej-item-1
                           MOVE REJ-ITEM-2 TO ws-rpt-rej-item-2
                           MOVE REJ-REASON TO ws-rpt-rej-reason
                           MOVE REJ-SOURCE-SYSTEM
                               TO ws-rpt-rej-source
                           MOVE ws-rpt-reject-line
                               TO ws-report-print-area
                           PERFORM WRITE-REPORT-LINE
           END-IF
           EXIT paragraph.

      *> Loads TOLCTL.DAT into ws-tol-table, once per run. No file,
      *> or NOTOL on the command line, leaves the table empty and
      *> every file unchecked - the night runs exactly as it did
      *> before the limits existed.
       LOAD-TOLERANCE-TABLE.
           MOVE 0 TO ws-tol-count
           MOVE 0 TO ws-batch-held-count
           MOVE 0 TO ws-batch-held-records
           IF ws-tol-override
               DISPLAY "Tolerance checks skipped for this run (NOTOL)."
               EXIT paragraph
           END-IF
           MOVE "N" TO ws-tol-eof-switch
           OPEN INPUT TOLCTL-FILE
           IF ws-tolctl-file-status NOT = "00"
               DISPLAY "Warning: tolerance control file TOLCTL.DAT "
                   "not available (status " ws-tolctl-file-status
                   ") - no file will be checked against limits."
               EXIT paragraph
           END-IF
           PERFORM UNTIL ws-tol-eof
               READ TOLCTL-FILE
                   AT END
                       MOVE "Y" TO ws-tol-eof-switch
                   NOT AT END
                       IF TOL-SOURCE-SYSTEM NOT = SPACES
                           PERFORM TAKE-ONE-TOLERANCE-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TOLCTL-FILE
           DISPLAY "Tolerance limits loaded for " ws-tol-count
               " source system(s)."
           EXIT paragraph.

       TAKE-ONE-TOLERANCE-RECORD.
           IF ws-tol-count >= 100
               DISPLAY "ERROR: more than 100 source systems on "
                   "TOLCTL.DAT - job stopped."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO ws-tol-count
           MOVE TOL-SOURCE-SYSTEM TO ws-tol-tbl-source (ws-tol-count)
           MOVE 100 TO ws-tol-tbl-max-nomst (ws-tol-count)
           MOVE 100 TO ws-tol-tbl-max-nocnv (ws-tol-count)
           MOVE 100 TO ws-tol-tbl-max-dupli (ws-tol-count)
           MOVE 0 TO ws-tol-tbl-volume-low (ws-tol-count)
           MOVE 0 TO ws-tol-tbl-volume-high (ws-tol-count)
           MOVE 0 TO ws-tol-tbl-history (ws-tol-count)
           IF TOL-MAX-NOMST-PCT IS NUMERIC
               MOVE TOL-MAX-NOMST-PCT
                   TO ws-tol-tbl-max-nomst (ws-tol-count)
           END-IF
           IF TOL-MAX-NOCNV-PCT IS NUMERIC
               MOVE TOL-MAX-NOCNV-PCT
                   TO ws-tol-tbl-max-nocnv (ws-tol-count)
           END-IF
           IF TOL-MAX-DUPLI-PCT IS NUMERIC
               MOVE TOL-MAX-DUPLI-PCT
                   TO ws-tol-tbl-max-dupli (ws-tol-count)
           END-IF
           IF TOL-VOLUME-LOW-PCT IS NUMERIC
               MOVE TOL-VOLUME-LOW-PCT
                   TO ws-tol-tbl-volume-low (ws-tol-count)
           END-IF
           IF TOL-VOLUME-HIGH-PCT IS NUMERIC
               MOVE TOL-VOLUME-HIGH-PCT
                   TO ws-tol-tbl-volume-high (ws-tol-count)
           END-IF
           IF TOL-HISTORY-FILES IS NUMERIC
               MOVE TOL-HISTORY-FILES
                   TO ws-tol-tbl-history (ws-tol-count)
           END-IF
           EXIT paragraph.

      *> Positions ws-tol-entry-no on the limits for the current
      *> file's source system, falling back to the *DEFAULT line;
      *> 0 when neither exists.
       FIND-TOLERANCE-ENTRY.
           MOVE 0 TO ws-tol-entry-no
           PERFORM VARYING ws-tol-idx FROM 1 BY 1
               UNTIL ws-tol-idx > ws-tol-count
               OR ws-tol-entry-no > 0
               IF ws-tol-tbl-source (ws-tol-idx)
                   = ws-batch-source-system
                   SET ws-tol-entry-no TO ws-tol-idx
               END-IF
           END-PERFORM
           IF ws-tol-entry-no > 0
               EXIT paragraph
           END-IF
           PERFORM VARYING ws-tol-idx FROM 1 BY 1
               UNTIL ws-tol-idx > ws-tol-count
               OR ws-tol-entry-no > 0
               IF ws-tol-tbl-source (ws-tol-idx) = "*DEFAULT"
                   SET ws-tol-entry-no TO ws-tol-idx
               END-IF
           END-PERFORM
           EXIT paragraph.

      *> Measures the current file against its source system's
      *> limits and sets ws-tol-breach when any is exceeded. The
      *> measurement is a dry run of the pairs - duplicate check,
      *> master validation (with the file's own maintenance taken
      *> into account) and a quiet conversion lookup - so the
      *> rates are the ones the file would really produce. A
      *> restart that resumes inside the file skips the check: the
      *> killed run only started processing the file because it was
      *> within its limits.
       CHECK-FILE-TOLERANCE.
           MOVE "N" TO ws-tol-breach-switch
           MOVE "N" TO ws-bfile-held (ws-batch-file-no)
           IF ws-tol-count = 0
               EXIT paragraph
           END-IF
           IF ws-batch-ckpt-records-done > 0
               DISPLAY "Tolerance check for "
                   FUNCTION TRIM(ws-batch-file-name)
                   " passed before the restart - not repeated."
               EXIT paragraph
           END-IF
           PERFORM FIND-TOLERANCE-ENTRY
           IF ws-tol-entry-no = 0
               EXIT paragraph
           END-IF
           IF NOT ws-master-loaded
               PERFORM LOAD-MASTER-TABLE
           END-IF

           PERFORM COLLECT-TOLERANCE-MAINTENANCE
           PERFORM MEASURE-FILE-PAIRS

           MOVE SPACES TO ws-report-print-area
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO ws-report-print-area
           STRING "TOLERANCE CHECK FOR " ws-batch-source-system " ("
               FUNCTION TRIM(ws-batch-file-name) ")  LIMITS FROM "
               ws-tol-tbl-source (ws-tol-entry-no)
               DELIMITED BY SIZE
               INTO ws-report-print-area
           END-STRING
           PERFORM WRITE-REPORT-LINE

           MOVE "NOMST" TO ws-tol-measure
           MOVE ws-tol-nomst TO ws-tol-count-now
           MOVE ws-tol-tbl-max-nomst (ws-tol-entry-no) TO ws-tol-limit
           PERFORM CHECK-ONE-REJECT-RATE
           MOVE "NOCNV" TO ws-tol-measure
           MOVE ws-tol-nocnv TO ws-tol-count-now
           MOVE ws-tol-tbl-max-nocnv (ws-tol-entry-no) TO ws-tol-limit
           PERFORM CHECK-ONE-REJECT-RATE
           MOVE "DUPLI" TO ws-tol-measure
           MOVE ws-tol-dupli TO ws-tol-count-now
           MOVE ws-tol-tbl-max-dupli (ws-tol-entry-no) TO ws-tol-limit
           PERFORM CHECK-ONE-REJECT-RATE
           PERFORM CHECK-FILE-VOLUME

           MOVE SPACES TO ws-report-print-area
           IF ws-tol-breach
               STRING "  FILE HELD - NOT PROCESSED, RECORDS WRITTEN "
                   "TO " FUNCTION TRIM(ws-held-file-name)
                   DELIMITED BY SIZE
                   INTO ws-report-print-area
               END-STRING
               DISPLAY "TOLERANCE BREACH - input file "
                   FUNCTION TRIM(ws-batch-file-name) " from "
                   ws-batch-source-system " held, not processed."
           ELSE
               MOVE "  WITHIN TOLERANCE - FILE PROCESSED"
                   TO ws-report-print-area
           END-IF
           PERFORM WRITE-REPORT-LINE
           EXIT paragraph.

      *> First pass of the measurement: the file's valid maintenance
      *> records, in file order, so the latest action on a pair is
      *> the one that stands - as APPLY-FILE-MAINTENANCE would leave
      *> the master.
       COLLECT-TOLERANCE-MAINTENANCE.
           MOVE 0 TO ws-tol-maint-count
           MOVE "N" TO ws-batch-eof-switch
           MOVE 0 TO ws-batch-raw-read
           OPEN INPUT BATCH-FILE
           PERFORM UNTIL ws-batch-eof
               READ BATCH-FILE
                   AT END
                       MOVE "Y" TO ws-batch-eof-switch
                   NOT AT END
                       ADD 1 TO ws-batch-raw-read
                       IF ws-batch-raw-read > 1
                           AND ws-batch-raw-read
                               <= ws-batch-expected-count + 1
                           AND BATCH-RAW-RECORD (1:2) = "M "
                           AND (BMNT-ACTION-ADD OR BMNT-ACTION-DELETE)
                           AND BMNT-ITEM-1 NOT = SPACES
                           AND BMNT-ITEM-2 NOT = SPACES
                           AND ws-tol-maint-count < 5000
                           ADD 1 TO ws-tol-maint-count
                           MOVE BMNT-ACTION TO
                               ws-tol-maint-action (ws-tol-maint-count)
                           MOVE BMNT-ITEM-1 TO
                               ws-tol-maint-item-1 (ws-tol-maint-count)
                           MOVE BMNT-ITEM-2 TO
                               ws-tol-maint-item-2 (ws-tol-maint-count)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BATCH-FILE
           EXIT paragraph.

      *> Second pass: every pair through the tests PROCESS-BATCH-
      *> RECORD applies, in the same order, counting what would
      *> reject and why. Nothing is written.
       MEASURE-FILE-PAIRS.
           MOVE 0 TO ws-tol-pairs
           MOVE 0 TO ws-tol-nomst
           MOVE 0 TO ws-tol-nocnv
           MOVE 0 TO ws-tol-dupli
           MOVE ws-seen-count TO ws-tol-seen-save
           MOVE "N" TO ws-batch-eof-switch
           MOVE 0 TO ws-batch-raw-read
           OPEN INPUT BATCH-FILE
           PERFORM UNTIL ws-batch-eof
               READ BATCH-FILE
                   AT END
                       MOVE "Y" TO ws-batch-eof-switch
                   NOT AT END
                       ADD 1 TO ws-batch-raw-read
                       IF ws-batch-raw-read > 1
                           AND ws-batch-raw-read
                               <= ws-batch-expected-count + 1
                           AND BATCH-RAW-RECORD (1:2) NOT = "M "
                           ADD 1 TO ws-tol-pairs
                           MOVE BATCH-ITEM-1 TO ws-item-1
                           MOVE BATCH-ITEM-2 TO ws-item-2
                           PERFORM MEASURE-ONE-PAIR
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BATCH-FILE
           MOVE ws-tol-seen-save TO ws-seen-count
           MOVE SPACES TO ws-item-1
           MOVE SPACES TO ws-item-2
           MOVE 0 TO RETURN-CODE
           EXIT paragraph.

       MEASURE-ONE-PAIR.
           PERFORM CHECK-DUPLICATE-PAIR
           IF NOT ws-dup-found
               PERFORM ADD-PAIR-TO-SEEN-TABLE
           END-IF
           IF ws-dup-found AND ws-dup-suppress-mode
               ADD 1 TO ws-tol-dupli
               EXIT paragraph
           END-IF

           MOVE "N" TO ws-tol-maint-found-switch
           MOVE "N" TO ws-tol-master-on-switch
           PERFORM VARYING ws-tol-maint-sub FROM ws-tol-maint-count
               BY -1
               UNTIL ws-tol-maint-sub < 1
               OR ws-tol-maint-found
               IF ws-tol-maint-item-1 (ws-tol-maint-sub) = ws-item-1
                   AND ws-tol-maint-item-2 (ws-tol-maint-sub)
                       = ws-item-2
                   MOVE "Y" TO ws-tol-maint-found-switch
                   IF ws-tol-maint-action (ws-tol-maint-sub) = "A"
                       MOVE "Y" TO ws-tol-master-on-switch
                   END-IF
               END-IF
           END-PERFORM
           IF NOT ws-tol-maint-found
               IF ws-master-file-present
                   PERFORM VALIDATE-AGAINST-MASTER-FILE
                   IF ws-master-match
                       MOVE "Y" TO ws-tol-master-on-switch
                   END-IF
               ELSE
                   MOVE "Y" TO ws-tol-master-on-switch
               END-IF
           END-IF
           IF NOT ws-tol-master-on
               ADD 1 TO ws-tol-nomst
               EXIT paragraph
           END-IF

           MOVE 0 TO RETURN-CODE
           CALL "sub-app-check" USING ws-item-1 ws-item-2
               ON EXCEPTION
                   DISPLAY "Warning: sub-app has no check entry "
                       "point - NOCNV rate not measured."
                   MOVE 0 TO RETURN-CODE
           END-CALL
           IF RETURN-CODE = 4
               ADD 1 TO ws-tol-nocnv
           END-IF
           MOVE 0 TO RETURN-CODE
           EXIT paragraph.

      *> One reject-rate line on the report for the measure named in
      *> ws-tol-measure: its count, its percentage of the file's
      *> pairs and its limit, flagged when the limit is exceeded.
      *> The comparison is made on the counts (count x 100 against
      *> limit x pairs) so rounding the printed percentage can never
      *> decide a breach.
       CHECK-ONE-REJECT-RATE.
           MOVE 0 TO ws-tol-pct
           IF ws-tol-pairs > 0
               COMPUTE ws-tol-pct ROUNDED =
                   ws-tol-count-now * 100 / ws-tol-pairs
           END-IF
           MOVE ws-tol-count-now TO ws-tol-edit-count
           MOVE ws-tol-pairs TO ws-tol-edit-pairs
           MOVE ws-tol-pct TO ws-tol-edit-pct
           MOVE ws-tol-limit TO ws-tol-edit-limit
           MOVE SPACES TO ws-report-print-area
           IF ws-tol-count-now * 100 > ws-tol-limit * ws-tol-pairs
               MOVE "Y" TO ws-tol-breach-switch
               STRING "  " ws-tol-measure " " ws-tol-edit-count
                   " OF " ws-tol-edit-pairs " PAIRS " ws-tol-edit-pct
                   "%  LIMIT " ws-tol-edit-limit "%  ** BREACH **"
                   DELIMITED BY SIZE
                   INTO ws-report-print-area
               END-STRING
               DISPLAY "Tolerance: " ws-batch-source-system " "
                   ws-tol-measure " rate " ws-tol-edit-pct
                   "% exceeds limit " ws-tol-edit-limit "%."
           ELSE
               STRING "  " ws-tol-measure " " ws-tol-edit-count
                   " OF " ws-tol-edit-pairs " PAIRS " ws-tol-edit-pct
                   "%  LIMIT " ws-tol-edit-limit "%  OK"
                   DELIMITED BY SIZE
                   INTO ws-report-print-area
               END-STRING
           END-IF
           PERFORM WRITE-REPORT-LINE
           EXIT paragraph.

      *> The volume band: the file's record count (the trailer's)
      *> against the average of the source's last accepted files on
      *> SRCHIST.DAT. Skipped when the limits ask for no history or
      *> the source has fewer than ws-tol-min-history files behind
      *> it.
       CHECK-FILE-VOLUME.
           MOVE ws-tol-tbl-history (ws-tol-entry-no)
               TO ws-tol-hist-wanted
           IF ws-tol-hist-wanted = 0
               EXIT paragraph
           END-IF
           PERFORM LOAD-SOURCE-HISTORY
           MOVE ws-batch-expected-count TO ws-tol-edit-count
           MOVE SPACES TO ws-report-print-area
           IF ws-tol-hist-count < ws-tol-min-history
               STRING "  VOLUME " ws-tol-edit-count " RECORDS  "
                   "NOT CHECKED - TOO LITTLE HISTORY"
                   DELIMITED BY SIZE
                   INTO ws-report-print-area
               END-STRING
               PERFORM WRITE-REPORT-LINE
               EXIT paragraph
           END-IF
           MOVE 0 TO ws-tol-hist-total
           PERFORM VARYING ws-tol-hist-sub FROM 1 BY 1
               UNTIL ws-tol-hist-sub > ws-tol-hist-count
               ADD ws-tol-hist-volume (ws-tol-hist-sub)
                   TO ws-tol-hist-total
           END-PERFORM
           COMPUTE ws-tol-hist-average ROUNDED =
               ws-tol-hist-total / ws-tol-hist-count
           MOVE 0 TO ws-tol-pct
           IF ws-tol-hist-average > 0
               COMPUTE ws-tol-pct ROUNDED =
                   ws-batch-expected-count * 100 / ws-tol-hist-average
           END-IF
           MOVE ws-tol-hist-average TO ws-tol-edit-pairs
           MOVE ws-tol-pct TO ws-tol-edit-pct
           MOVE ws-tol-tbl-volume-low (ws-tol-entry-no)
               TO ws-tol-edit-limit
           MOVE ws-tol-tbl-volume-high (ws-tol-entry-no)
               TO ws-tol-edit-limit-2
           IF ws-batch-expected-count * 100 <
                   ws-tol-tbl-volume-low (ws-tol-entry-no)
                       * ws-tol-hist-average
               OR (ws-tol-tbl-volume-high (ws-tol-entry-no) > 0
                   AND ws-batch-expected-count * 100 >
                       ws-tol-tbl-volume-high (ws-tol-entry-no)
                           * ws-tol-hist-average)
               MOVE "Y" TO ws-tol-breach-switch
               STRING "  VOLUME " ws-tol-edit-count " RECORDS  "
                   "AVERAGE " ws-tol-edit-pairs " " ws-tol-edit-pct
                   "%  BAND " ws-tol-edit-limit "%-"
                   ws-tol-edit-limit-2 "%  ** BREACH **"
                   DELIMITED BY SIZE
                   INTO ws-report-print-area
               END-STRING
               DISPLAY "Tolerance: " ws-batch-source-system
                   " volume " ws-tol-edit-pct "% of its recent "
                   "average is outside its band."
           ELSE
               STRING "  VOLUME " ws-tol-edit-count " RECORDS  "
                   "AVERAGE " ws-tol-edit-pairs " " ws-tol-edit-pct
                   "%  BAND " ws-tol-edit-limit "%-"
                   ws-tol-edit-limit-2 "%  OK"
                   DELIMITED BY SIZE
                   INTO ws-report-print-area
               END-STRING
           END-IF
           PERFORM WRITE-REPORT-LINE
           EXIT paragraph.

      *> Reads SRCHIST.DAT keeping the record counts of the current
      *> source's last ws-tol-hist-wanted ACCEPTED files in a ring.
       LOAD-SOURCE-HISTORY.
           MOVE 0 TO ws-tol-hist-count
           MOVE 0 TO ws-tol-hist-next
           MOVE "N" TO ws-tol-eof-switch
           OPEN INPUT SRCHIST-FILE
           IF ws-srchist-file-status NOT = "00"
               EXIT paragraph
           END-IF
           PERFORM UNTIL ws-tol-eof
               READ SRCHIST-FILE
                   AT END
                       MOVE "Y" TO ws-tol-eof-switch
                   NOT AT END
                       IF SHST-SOURCE-SYSTEM = ws-batch-source-system
                           AND SHST-STATUS = "ACCEPTED"
                           AND SHST-VOLUME IS NUMERIC
                           ADD 1 TO ws-tol-hist-next
                           IF ws-tol-hist-next > ws-tol-hist-wanted
                               MOVE 1 TO ws-tol-hist-next
                           END-IF
                           MOVE SHST-VOLUME TO
                               ws-tol-hist-volume (ws-tol-hist-next)
                           IF ws-tol-hist-count < ws-tol-hist-wanted
                               ADD 1 TO ws-tol-hist-count
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SRCHIST-FILE
           EXIT paragraph.

      *> Names the run's held file alongside its reject list.
       BUILD-HELD-FILE-NAME.
           MOVE SPACES TO ws-held-file-name
           EVALUATE TRUE
               WHEN ws-simulate
                   MOVE "SIMHLD.DAT" TO ws-held-file-name
               WHEN ws-cycle-run
                   STRING "HELD." ws-process-date ".C" ws-cycle-no
                       ".DAT"
                       DELIMITED BY SIZE
                       INTO ws-held-file-name
                   END-STRING
               WHEN OTHER
                   STRING "HELD." ws-process-date ".DAT"
                       DELIMITED BY SIZE
                       INTO ws-held-file-name
                   END-STRING
           END-EVALUATE
           EXIT paragraph.

      *> Writes every record of a breaching file to the held file,
      *> stamped with the date, cycle and lineage it would have been
      *> filed under, and checkpoints past the whole file at once.
      *> The held file is appended to (a simulation's is started
      *> fresh), so one night's holds survive the next night's run.
       HOLD-BATCH-FILE.
           MOVE "Y" TO ws-bfile-held (ws-batch-file-no)
           ADD 1 TO ws-batch-held-count
           IF NOT ws-held-open
               IF ws-simulate
                   OPEN OUTPUT HELD-FILE
               ELSE
                   OPEN EXTEND HELD-FILE
                   IF ws-held-file-status = "35"
                       OPEN OUTPUT HELD-FILE
                   END-IF
               END-IF
               IF ws-held-file-status NOT = "00"
                   DISPLAY "ERROR: unable to open held file "
                       FUNCTION TRIM(ws-held-file-name)
                       " (status " ws-held-file-status
                       ") - job stopped."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "Y" TO ws-held-open-switch
           END-IF
           MOVE "N" TO ws-batch-eof-switch
           MOVE 0 TO ws-batch-raw-read
           MOVE 0 TO ws-batch-records-read
           OPEN INPUT BATCH-FILE
           PERFORM UNTIL ws-batch-eof
               READ BATCH-FILE
                   AT END
                       MOVE "Y" TO ws-batch-eof-switch
                   NOT AT END
                       ADD 1 TO ws-batch-raw-read
                       IF ws-batch-raw-read > 1
                           AND ws-batch-raw-read
                               <= ws-batch-expected-count + 1
                           ADD 1 TO ws-batch-records-read
                           MOVE SPACES TO HELD-RECORD
                           MOVE ws-process-date TO HELD-DATE
                           MOVE ws-cycle-no TO HELD-CYCLE
                           MOVE ws-batch-source-system
                               TO HELD-SOURCE-SYSTEM
                           MOVE ws-batch-file-no TO HELD-FILE-SEQ
                           MOVE ws-batch-records-read
                               TO HELD-RECORD-NO
                           MOVE BATCH-RAW-RECORD (1:24)
                               TO HELD-INPUT-RECORD
                           WRITE HELD-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BATCH-FILE
           ADD ws-batch-records-read TO ws-batch-total-read
           ADD ws-batch-records-read TO ws-batch-held-records
           MOVE ws-batch-records-read
               TO ws-bfile-read (ws-batch-file-no)
           MOVE 0 TO ws-bfile-processed (ws-batch-file-no)
           MOVE 0 TO ws-bfile-differed (ws-batch-file-no)
           MOVE 0 TO ws-bfile-rejected (ws-batch-file-no)
           MOVE 0 TO ws-bfile-dup-suppressed (ws-batch-file-no)
           MOVE 0 TO ws-bfile-dup-warned (ws-batch-file-no)
           MOVE ws-batch-records-read TO ws-batch-ckpt-records-done
           MOVE "Y" TO ws-batch-ckpt-held-switch
           PERFORM WRITE-BATCH-CHECKPOINT
           MOVE ws-tol-nomst TO ws-file-nomst
           MOVE ws-tol-nocnv TO ws-file-nocnv
           MOVE ws-tol-dupli TO ws-file-dupli
           MOVE "HELD" TO ws-shst-status
           PERFORM RECORD-SOURCE-HISTORY
           EXIT paragraph.

      *> The file the killed run held, resumed on its checkpoint: its
      *> records are already in the held file and its HELD line is
      *> already on SRCHIST.DAT, so neither is written again - the
      *> file is only counted held once more, so this run's report,
      *> condition code and cycle status still show the hold.
       RESTORE-HELD-BATCH-FILE.
           MOVE "Y" TO ws-bfile-held (ws-batch-file-no)
           ADD 1 TO ws-batch-held-count
           DISPLAY "Input file " FUNCTION TRIM(ws-batch-file-name)
               " was held before the restart - held again, nothing "
               "of it applied."
           ADD ws-batch-ckpt-records-done TO ws-batch-total-read
           ADD ws-batch-ckpt-records-done TO ws-batch-held-records
           MOVE ws-batch-ckpt-records-done
               TO ws-bfile-read (ws-batch-file-no)
           MOVE 0 TO ws-bfile-processed (ws-batch-file-no)
           MOVE 0 TO ws-bfile-differed (ws-batch-file-no)
           MOVE 0 TO ws-bfile-rejected (ws-batch-file-no)
           MOVE 0 TO ws-bfile-dup-suppressed (ws-batch-file-no)
           MOVE 0 TO ws-bfile-dup-warned (ws-batch-file-no)
           EXIT paragraph.

      *> Appends the finished file's line to SRCHIST.DAT - the
      *> history the volume band is judged against, under the status
      *> the caller set in ws-shst-status. A simulation records
      *> nothing; a history that cannot be written only warns, since
      *> losing one line costs a little accuracy in the band, not a
      *> wrong night.
       RECORD-SOURCE-HISTORY.
           IF ws-simulate
               EXIT paragraph
           END-IF
           OPEN EXTEND SRCHIST-FILE
           IF ws-srchist-file-status = "35"
               OPEN OUTPUT SRCHIST-FILE
           END-IF
           IF ws-srchist-file-status NOT = "00"
               DISPLAY "Warning: unable to record "
                   FUNCTION TRIM(ws-batch-file-name)
                   " on SRCHIST.DAT (status " ws-srchist-file-status
                   ")."
               EXIT paragraph
           END-IF
           MOVE SPACES TO SRCHIST-RECORD
           MOVE ws-process-date TO SHST-DATE
           MOVE ws-cycle-no TO SHST-CYCLE
           MOVE ws-batch-source-system TO SHST-SOURCE-SYSTEM
           MOVE ws-shst-status TO SHST-STATUS
           MOVE ws-batch-expected-count TO SHST-VOLUME
           IF ws-bfile-held (ws-batch-file-no) = "Y"
               MOVE ws-tol-pairs TO SHST-PAIRS
           ELSE
               COMPUTE SHST-PAIRS = ws-bfile-processed
                   (ws-batch-file-no)
                   + ws-bfile-rejected (ws-batch-file-no)
           END-IF
           MOVE ws-file-nomst TO SHST-NOMST
           MOVE ws-file-nocnv TO SHST-NOCNV
           MOVE ws-file-dupli TO SHST-DUPLI
           WRITE SRCHIST-RECORD
           CLOSE SRCHIST-FILE
           EXIT paragraph.

      *> Processes the pair the driver placed in ws-item-1/ws-item-2:
      *> logs it, calls sub-app BY REFERENCE, and tallies whether the
      *> call changed the values that were read in. Both the batch
      *> and resubmission drivers come through here, so a resubmitted
      *> record gets exactly the treatment it would have had first
      *> time around.
       PROCESS-BATCH-RECORD.
           PERFORM WRITE-TRANSACTION-RECORD

           PERFORM CHECK-DUPLICATE-PAIR
           IF NOT ws-dup-found
               PERFORM ADD-PAIR-TO-SEEN-TABLE
           END-IF
           IF ws-dup-found AND ws-dup-suppress-mode
               DISPLAY "Duplicate - item pair " ws-item-1 "/"
                   END-IF
                   PERFORM WRITE-REPORT-DETAIL
                   PERFORM WRITE-EXTRACT-RECORD
                   PERFORM RECORD-PAIR-CLEARED
                   PERFORM display-message
               END-IF
           END-IF
      *> AUDIT-AFTER-ITEM-1/2 before performing this paragraph. The
      *> date portion of the timestamp is the business processing
      *> date (matching the transaction records); the time portion
      *> stays the real wall clock. The pair's lineage is stamped here.
       WRITE-AUDIT-RECORD.
           IF ws-simulate
               EXIT paragraph
           END-IF
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
           MOVE ws-process-date TO AUDIT-TIMESTAMP (1:8)
           MOVE ws-lineage-source TO AUDIT-SOURCE-SYSTEM
           MOVE ws-lineage-file-seq TO AUDIT-FILE-SEQ
           MOVE ws-lineage-record-no TO AUDIT-RECORD-NO
           MOVE ws-cycle-no TO AUDIT-CYCLE
           WRITE AUDIT-RECORD
           EXIT paragraph.

                       MOVE CKPT-BATCH-FILE-NO
                           TO ws-batch-ckpt-file-no
                   END-IF
                   IF CKPT-BATCH-FILE-HELD = "Y"
                       MOVE "Y" TO ws-batch-ckpt-held-switch
                   END-IF
                   IF ws-batch-ckpt-records-done > 0
                       AND ws-batch-ckpt-file-no = 0
                       MOVE 1 TO ws-batch-ckpt-file-no
                       OR ws-batch-ckpt-file-no > 0
                       MOVE "Y" TO ws-batch-resumed-switch
                   END-IF
                   IF ws-batch-resumed AND ws-ckpt-own-mode = "C"
                       PERFORM CHECK-CYCLE-CHECKPOINT
                   END-IF
               END-IF
           ELSE
               IF CKPT-MODE NOT = SPACES
                   AND ws-other-ckpt-count < 3
                   ADD 1 TO ws-other-ckpt-count
                   MOVE CHECKPOINT-RECORD TO
                       ws-other-ckpt-record (ws-other-ckpt-count)
           END-IF
           EXIT paragraph.

      *> A cycle's restart point is only this run's when it carries
      *> this run's business date and cycle number. One written
      *> before the fields existed names neither and is never
      *> resumed.
       CHECK-CYCLE-CHECKPOINT.
           IF CKPT-CYCLE-DATE = ws-process-date
               AND CKPT-CYCLE-NO IS NUMERIC
               IF CKPT-CYCLE-NO = ws-cycle-no
                   EXIT paragraph
               END-IF
           END-IF
           MOVE "Y" TO ws-batch-ckpt-mismatch-switch
           MOVE "N" TO ws-batch-resumed-switch
           IF CKPT-CYCLE-DATE IS NUMERIC
               AND CKPT-CYCLE-NO IS NUMERIC
               MOVE CKPT-CYCLE-DATE TO ws-batch-ckpt-cycle-date
               MOVE CKPT-CYCLE-NO TO ws-batch-ckpt-cycle-no
           ELSE
               MOVE SPACES TO ws-batch-ckpt-cycle-date
               MOVE SPACES TO ws-batch-ckpt-cycle-no
           END-IF
           EXIT paragraph.

      *> Persists ws-ckpt-level and the current item pair as the
      *> restart point for the next run, writing back any other
      *> mode's record alongside.
      *> resubmission run, if any. ws-batch-ckpt-records-done stays 0
      *> (start from the first record) when there is no checkpoint
      *> file, it is empty, or it holds a checkpoint from a different
      *> mode (CKPT-MODE NOT = ws-batch-ckpt-mode) instead. A cycle's
      *> restart point for another date or cycle is not taken up -
      *> ws-batch-ckpt-mismatch is set and BATCH-DRIVER refuses.
       READ-BATCH-CHECKPOINT.
           MOVE 0 TO ws-batch-ckpt-records-done
           MOVE 0 TO ws-batch-ckpt-file-no
           MOVE "N" TO ws-batch-resumed-switch
           MOVE "N" TO ws-batch-ckpt-held-switch
           MOVE "N" TO ws-batch-ckpt-mismatch-switch
           MOVE ws-batch-ckpt-mode TO ws-ckpt-own-mode
           PERFORM SCAN-CHECKPOINT-FILE
           EXIT paragraph.

      *> Persists the restart point for the next run: which file of
      *> the night's list is in progress and how many of its records
      *> are complete - and, for a cycle, which date and cycle it
      *> belongs to - writing back any other mode's record
      *> alongside.
       WRITE-BATCH-CHECKPOINT.
           IF ws-simulate
           MOVE ws-batch-ckpt-mode TO CKPT-MODE
           MOVE ws-batch-ckpt-records-done TO CKPT-BATCH-RECORDS-DONE
           MOVE ws-batch-ckpt-file-no TO CKPT-BATCH-FILE-NO
           MOVE ws-batch-ckpt-held-switch TO CKPT-BATCH-FILE-HELD
           IF ws-cycle-run
               MOVE ws-process-date TO CKPT-CYCLE-DATE
               MOVE ws-cycle-no TO CKPT-CYCLE-NO
           END-IF
           WRITE CHECKPOINT-RECORD
           PERFORM WRITE-OTHER-CHECKPOINTS
           CLOSE CHECKPOINT-FILE
       CLEAR-BATCH-CHECKPOINT.
           MOVE 0 TO ws-batch-ckpt-records-done
           MOVE 0 TO ws-batch-ckpt-file-no
           MOVE "N" TO ws-batch-ckpt-held-switch
           PERFORM WRITE-BATCH-CHECKPOINT
           EXIT paragraph.

      *> Names the run's extract generation from the business date -
      *> and for a supplementary cycle the cycle number, so the late
      *> file's extract is a generation of its own that downstream
      *> can pick up without re-reading the night's.
      *> Performed once the processing date is known, before anything
      *> can write an extract record.
       BUILD-EXTRACT-FILE-NAME.
           MOVE SPACES TO ws-extract-file-name
           IF ws-cycle-run
               STRING "EXTRACT." ws-process-date ".C" ws-cycle-no
                   ".DAT"
                   DELIMITED BY SIZE
                   INTO ws-extract-file-name
               END-STRING
           ELSE
               STRING "EXTRACT." ws-process-date ".DAT"
                   DELIMITED BY SIZE
                   INTO ws-extract-file-name
               END-STRING
           END-IF
           EXIT paragraph.

      *> Appends the final ws-group-1 values to the run's extract
           MOVE ws-process-date TO EXTRACT-DATE
           MOVE ws-item-1 TO EXTRACT-ITEM-1
           MOVE ws-item-2 TO EXTRACT-ITEM-2
           MOVE ws-lineage-source TO EXTRACT-SOURCE-SYSTEM
           MOVE ws-lineage-file-seq TO EXTRACT-FILE-SEQ
           MOVE ws-lineage-record-no TO EXTRACT-RECORD-NO
           MOVE ws-cycle-no TO EXTRACT-CYCLE
           WRITE EXTRACT-RECORD
           CLOSE EXTRACT-FILE
           EXIT paragraph.
               "control file rolled to " ws-process-date "."
           EXIT paragraph.

      *> Points a CYCLE run at the completed business date it
      *> supplements and numbers the cycle. The date must already
      *> have run to completion - a date still to come is the
      *> night's job, not a supplement's - and the cycle number is
      *> one past the highest CYCLECTL.DAT holds for the date, so a
      *> killed cycle (which recorded nothing) resumes under the
      *> same number and a backed-out one is never reused.
      *> PROCDATE.DAT itself is never rewritten by a cycle.
       SET-SUPPLEMENTARY-CYCLE.
           IF ws-last-done-date IS NOT NUMERIC
               DISPLAY "ERROR: no business date has run to "
                   "completion yet (PROCDATE.DAT) - there is "
                   "nothing to supplement. Run the late file with "
                   "the night instead."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF ws-cycle-date = SPACES
               MOVE ws-last-done-date TO ws-cycle-date
           END-IF
           IF ws-cycle-date IS NOT NUMERIC
               OR FUNCTION TEST-DATE-YYYYMMDD
                   (FUNCTION NUMVAL(ws-cycle-date)) NOT = 0
               DISPLAY "ERROR: cycle date '" ws-cycle-date "' is "
                   "not a valid YYYYMMDD date - job stopped."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF ws-cycle-date > ws-last-done-date
               DISPLAY "ERROR: business date " ws-cycle-date
                   " has not run to completion (last completed "
                   ws-last-done-date ") - a late file for it goes "
                   "in with that night's BATCH run."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ws-cycle-date TO ws-process-date

           MOVE 1 TO ws-cycle-highest
           MOVE "N" TO ws-cyclectl-eof-switch
           OPEN INPUT CYCLECTL-FILE
           IF ws-cyclectl-file-status = "00"
               PERFORM UNTIL ws-cyclectl-eof
                   READ CYCLECTL-FILE
                       AT END
                           MOVE "Y" TO ws-cyclectl-eof-switch
                       NOT AT END
                           IF CYC-DATE = ws-process-date
                               AND CYC-NUMBER IS NUMERIC
                               AND CYC-NUMBER > ws-cycle-highest
                               MOVE CYC-NUMBER TO ws-cycle-highest
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CYCLECTL-FILE
           END-IF
           IF ws-cycle-highest >= 99
               DISPLAY "ERROR: business date " ws-process-date
                   " has already had 99 cycles - job stopped."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE ws-cycle-no = ws-cycle-highest + 1
           DISPLAY "Supplementary cycle " ws-cycle-no
               " of completed business date " ws-process-date "."
           EXIT paragraph.

      *> Files the cycle's outcome on CYCLECTL.DAT at the end of a
      *> CYCLE run, in place of the night's date roll. A cycle with
      *> sub-app failures is recorded FAILED rather than left off,
      *> so its number is never handed to the next late file while
      *> its records are still on file - it is fixed by resubmitting
      *> its reject list or backing the cycle out. A cycle that held
      *> a file is recorded HELD, so the date's cycles show it is
      *> still short of that file.
       RECORD-CYCLE-RESULT.
           OPEN EXTEND CYCLECTL-FILE
           IF ws-cyclectl-file-status = "35"
               OPEN OUTPUT CYCLECTL-FILE
           END-IF
           IF ws-cyclectl-file-status NOT = "00"
               DISPLAY "ERROR: unable to record cycle " ws-cycle-no
                   " on CYCLECTL.DAT (status "
                   ws-cyclectl-file-status ") - add it by hand "
                   "before the next late file of " ws-process-date
                   "."
               MOVE 16 TO RETURN-CODE
               EXIT paragraph
           END-IF
           MOVE SPACES TO CYCLECTL-RECORD
           MOVE ws-process-date TO CYC-DATE
           MOVE ws-cycle-no TO CYC-NUMBER
           EVALUATE TRUE
               WHEN ws-batch-call-failed
                   MOVE "FAILED" TO CYC-STATUS
               WHEN ws-batch-held-count > 0
                   MOVE "HELD" TO CYC-STATUS
               WHEN OTHER
                   MOVE "COMPLETE" TO CYC-STATUS
           END-EVALUATE
           MOVE FUNCTION CURRENT-DATE TO CYC-TIMESTAMP
           MOVE ws-batch-total-read TO CYC-RECORDS-READ
           MOVE ws-batch-records-processed TO CYC-PROCESSED
           MOVE ws-batch-records-rejected TO CYC-REJECTED
           WRITE CYCLECTL-RECORD
           CLOSE CYCLECTL-FILE
           IF ws-batch-call-failed
               DISPLAY "Cycle " ws-cycle-no " of business date "
                   ws-process-date " recorded FAILED - sub-app "
                   "failures this run; resubmit its rejects or back "
                   "the cycle out."
           ELSE
               DISPLAY "Cycle " ws-cycle-no " of business date "
                   ws-process-date " recorded "
                   FUNCTION TRIM(CYC-STATUS) "."
           END-IF
           EXIT paragraph.

      *> Pre-seeds ws-seen-table with the pairs already on TRANXN.DAT
      *> for the current business date, so a pair keyed interactively
      *> this afternoon is flagged against last night's batch and a
           MOVE ws-process-date TO TRANS-DATE
           MOVE ws-item-1 TO TRANS-ITEM-1
           MOVE ws-item-2 TO TRANS-ITEM-2
           MOVE ws-lineage-source TO TRANS-SOURCE-SYSTEM
           MOVE ws-lineage-file-seq TO TRANS-FILE-SEQ
           MOVE ws-lineage-record-no TO TRANS-RECORD-NO
           MOVE ws-cycle-no TO TRANS-CYCLE
           WRITE TRANS-RECORD
           EXIT paragraph.

