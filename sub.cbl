      ******************************************************************
      * Author: Erik Eriksen
      * Date: 2021-04-16
      * Updated: 2026-10-15
      * Purpose: Sub program called by main program. Converts the
      *          caller's item pair through the conversion table file
      *          (CONVTAB.DAT: old pair, space, new pair, and
      *          pair with a mapping in force comes back as its
      *          mapped codes with RETURN-CODE 0; any other pair
      *          comes back unchanged with RETURN-CODE 4 so the
      *          caller can tell. The sub-app-check entry point
      *          answers the same question without converting or
      *          displaying anything, for callers that only need to
      *          know whether a pair would convert.
      * Tectonics: cobc -x -I copybooks main_app.cbl sub.cbl -o a.out
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  ws-process-date                     PIC X(8)  VALUE SPACES.
      *> Set when the caller supplied the business date through the
      *> sub-app-set-date entry point (a simulation rehearsing a
      *> future cutover date, or a supplementary cycle for a
      *> completed date); PROCDATE.DAT is then left unread.
       01  ws-date-override-switch             PIC X(1)  VALUE "N".
           88  ws-date-override                VALUE "Y".

      *> Entry point for a caller that knows better than PROCDATE.DAT
      *> which business date the conversions should be judged
      *> against - main-app's SIMULATE mode rehearsing a future
      *> cutover, or a CYCLE run for a completed business date. Call
      *> it before the first conversion call; the date sticks until
      *> a CANCEL resets working storage.
       ENTRY "sub-app-set-date" USING l-asof-date.
       SET-DATE-PROCEDURE.
           MOVE l-asof-date TO ws-process-date
           MOVE 0 TO RETURN-CODE
           GOBACK.

      *> Quiet lookup-only entry point: answers whether the caller's
      *> pair has a mapping in force - RETURN-CODE 0 if it would
      *> convert, 4 if not, exactly as MAIN-PROCEDURE would signal -
      *> without converting the caller's arguments, touching the
      *> ws/ls demonstration values or writing to the console.
      *> main-app's tolerance pre-pass asks this for every pair of a
      *> file before deciding whether to process the file at all.
       ENTRY "sub-app-check" USING l-test-item-1 l-test-item-2.
       CHECK-PROCEDURE.
           IF NOT ws-conv-loaded
               PERFORM LOAD-CONVERSION-TABLE
           END-IF
           PERFORM LOOK-UP-CONVERSION
           IF ws-conv-found
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       END PROGRAM sub-app.

