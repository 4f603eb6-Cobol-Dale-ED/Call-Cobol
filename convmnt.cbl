      ******************************************************************
      * Author: Erik Eriksen
      * Date: 2026-09-03
      * Updated: 2026-10-15
      * Purpose: Online maintenance for the conversion table file
      *          (CONVTAB.DAT) that drives sub-app's code-renumbering
      *          conversions. Lets an operator add, delete and list
      *          main-app's RECALL-CALL-STEP comment warns about) and
      *          outright cycles. Every change is recorded to a dated
      *          change log (CONVCHG.DAT) the same way mastmnt writes
      *          MASTCHG.DAT. Only operators authorized for
      *          conversion maintenance on OPERAUTH.DAT may open a
      *          session.
      *          Each session appends a START and an END entry to the
      *          run history ledger RUNHIST.DAT (see opslog).
      * Tectonics: cobc -x -I copybooks convmnt.cbl -o convmnt.exe
      ******************************************************************
       IDENTIFICATION DIVISION.
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

      *> Operator authorization file - which operator ids may run
      *> which controlled functions. Maintained by hand by the
      *> operations supervisor; a missing file authorizes nobody.
           SELECT OPERAUTH-FILE ASSIGN TO "OPERAUTH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-operauth-file-status.

       DATA DIVISION.

       FILE SECTION.
           05  FILLER                           PIC X(1)  VALUE SPACE.
           05  LOCK-TIMESTAMP                   PIC X(21).

       FD  PROCDATE-FILE.
       01  PROCDATE-RECORD.
           05  PROC-DATE                        PIC X(8).
           05  FILLER                           PIC X(1).
           05  PROC-LAST-DONE                   PIC X(8).

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

       WORKING-STORAGE SECTION.

      *> The whole conversion table is held here while the program
       01  ws-change-log-file-status           PIC X(2).

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

       01  ws-operator-id                      PIC X(8)  VALUE SPACES.

       01  ws-menu-choice                      PIC X(1)  VALUE SPACE.

       01  ws-list-count                       PIC 9(6)  VALUE 0.

      *> Changes made this session, for the run history ledger.
       01  ws-session-adds                     PIC 9(6)  VALUE 0.
       01  ws-session-deletes                  PIC 9(6)  VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Conversion table maintenance (CONVTAB.DAT)"
           PERFORM ACQUIRE-RUN-LOCK
           PERFORM ACCEPT-OPERATOR-ID
           MOVE "CONVMNT" TO ws-rh-program
           MOVE "SESSION" TO ws-rh-mode
           PERFORM GET-LEDGER-BUSINESS-DATE
           MOVE ws-operator-id TO ws-rh-run-by
           MOVE "START" TO ws-rh-event
           PERFORM WRITE-RUN-HISTORY
           PERFORM LOAD-CONV-TABLE
           PERFORM LOAD-MASTER-TABLE
           PERFORM OPEN-CHANGE-LOG-FILE
           PERFORM RELEASE-RUN-LOCK
           DISPLAY "Conversion maintenance ended - " ws-conv-count
               " mapping(s) on file."
           MOVE "ADDED" TO ws-rh-count-label (1)
           MOVE ws-session-adds TO ws-rh-count (1)
           MOVE "DELETED" TO ws-rh-count-label (2)
           MOVE ws-session-deletes TO ws-rh-count (2)
           MOVE "MAPPINGS" TO ws-rh-count-label (3)
           MOVE ws-conv-count TO ws-rh-count (3)
           MOVE "END" TO ws-rh-event
           PERFORM WRITE-RUN-HISTORY
           STOP RUN.

      *> Registers this session in RUNLOCK.DAT, refusing to start

      *> The change log is only useful if every entry says who made
      *> the change, so the operator id is required before the menu
      *> comes up - same re-prompt-until-filled rule mastmnt uses -
      *> and it must be on OPERAUTH.DAT with authority for conversion
      *> maintenance, or the session ends before anything is loaded.
       ACCEPT-OPERATOR-ID.
           PERFORM WITH TEST AFTER UNTIL
               ws-operator-id NOT = SPACES
                   DISPLAY "Operator id is required."
               END-IF
           END-PERFORM
           MOVE ws-operator-id TO ws-auth-check-id
           MOVE 2 TO ws-auth-function
           PERFORM CHECK-OPERATOR-AUTHORITY
           IF NOT ws-auth-granted
               PERFORM RELEASE-RUN-LOCK
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

      *> Files this run on the run history ledger under the current
      *> business date (PROC-DATE) - the night that will be the first
      *> to see this session's changes. No PROCDATE.DAT leaves the
      *> date blank.
       GET-LEDGER-BUSINESS-DATE.
           MOVE SPACES TO ws-rh-business-date
           OPEN INPUT PROCDATE-FILE
           IF ws-procdate-file-status = "00"
               READ PROCDATE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PROC-DATE TO ws-rh-business-date
               END-READ
               CLOSE PROCDATE-FILE
           END-IF
           EXIT paragraph.

       DISPLAY-MENU.
           MOVE ws-eff-date TO CHLOG-EFF-DATE
           MOVE ws-exp-date TO CHLOG-EXP-DATE
           WRITE CHANGE-LOG-RECORD
           IF CHLOG-OPERATION = "ADD"
               ADD 1 TO ws-session-adds
           ELSE
               ADD 1 TO ws-session-deletes
           END-IF
           EXIT paragraph.

       END PROGRAM convmnt.
