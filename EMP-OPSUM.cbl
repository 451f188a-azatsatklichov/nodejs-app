      * per-program recap - runs started, runs completed, the last     *
      * status seen - flagging programs that STARTED without logging   *
      * a completion (the run died) and programs that started more     *
      * than once (a double submission). A RESTARTED event is a run    *
      * picking up from its checkpoint after an abend (EMP-MAINT), so  *
      * it is neither a new start nor a completion: a run that died    *
      * and was restarted to the end shows as one completed run,       *
      * remarked RESTARTED. Ends with RETURN-CODE 8                    *
      * when any program on the day's log did not finish, so the       *
      * scheduler sees it too. The PARM names the report date          *
      * (CCYYMMDD); no PARM means today.                               *

      *    One entry per program seen on the day's log: how many
      *    times it logged STARTED, how many times it logged a
      *    completion of any kind, how many times it was RESTARTED
      *    from a checkpoint, and the last status seen.
       01 WS-Pgm-Count PIC 9(3) VALUE ZERO.
       01 WS-Pgm-Max PIC 9(3) VALUE 50.
       01 WS-Pgm-Sub PIC 9(3).
             10 PT-Program PIC X(12).
             10 PT-Started-Count PIC 9(3).
             10 PT-Done-Count PIC 9(3).
             10 PT-Restart-Count PIC 9(3).
             10 PT-Last-Status PIC X(11).

       01 WS-Report-Lines.
          05 WS-Audit-Operator PIC X(8) VALUE SPACES.
          05 WS-Audit-Read-Count PIC 9(7) VALUE ZERO.
          05 WS-Audit-Status PIC X(11) VALUE SPACES.
      *    EMPAUDIT hands back its own (zero) RETURN-CODE, so the
      *    step's condition code is held across the call.
       01 WS-Step-RC PIC S9(4) COMP VALUE ZERO.

      *    PARM carries the report date as CCYYMMDD for a look back
      *    at an earlier day's stream; no PARM means today.
                   MOVE AUD-Program TO PT-Program (WS-Pgm-Slot)
                   MOVE ZERO TO PT-Started-Count (WS-Pgm-Slot)
                   MOVE ZERO TO PT-Done-Count (WS-Pgm-Slot)
                   MOVE ZERO TO PT-Restart-Count (WS-Pgm-Slot)
                   MOVE SPACES TO PT-Last-Status (WS-Pgm-Slot)
                   MOVE 'Y' TO WS-Pgm-Found-Sw
               END-IF
           END-IF.
           IF WS-Pgm-Found-Sw = 'Y'
               EVALUATE AUD-Completion-Status
                   WHEN 'STARTED'
                       ADD 1 TO PT-Started-Count (WS-Pgm-Slot)
                   WHEN 'RESTARTED'
                       ADD 1 TO PT-Restart-Count (WS-Pgm-Slot)
                   WHEN OTHER
                       ADD 1 TO PT-Done-Count (WS-Pgm-Slot)
               END-EVALUATE
               MOVE AUD-Completion-Status
                  TO PT-Last-Status (WS-Pgm-Slot)
           END-IF.
      *    A program that logged more STARTED events than
      *    completions died mid-run; one that started twice was
      *    submitted twice. Both are exactly what this page exists
      *    to surface. A restart that went on to finish closes the
      *    run that died, and is only remarked on.
       3000-PRINT-RECAP.
           WRITE Opsum-Rpt-Rec FROM WS-Recap-Heading.
           PERFORM 3100-PRINT-RECAP-LINE
                   MOVE 'DID NOT FINISH' TO RCP-Remark
               WHEN PT-Started-Count (WS-Pgm-Sub) > 1
                   MOVE 'RAN MORE THAN ONCE' TO RCP-Remark
               WHEN PT-Restart-Count (WS-Pgm-Sub) > ZERO
                   MOVE 'RESTARTED' TO RCP-Remark
               WHEN OTHER
                   MOVE SPACES TO RCP-Remark
           END-EVALUATE.
           WRITE Opsum-Rpt-Rec FROM WS-Verdict-Line.

       9300-WRITE-AUDIT-LOG.
           MOVE RETURN-CODE TO WS-Step-RC.
           CALL 'EMPAUDIT' USING WS-Audit-Parms.
           MOVE WS-Step-RC TO RETURN-CODE.
