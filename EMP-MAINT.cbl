      * a controlled program instead of hand-editing the flat file.    *
      * Transactions are read from EMP-TRANS; a result is written to   *
      * EMP-MAINT-RPT for every transaction, accepted or rejected.     *
      * High-impact transactions are under dual control: a delete, a   *
      * rehire, a change that terminates an active employee, or a      *
      * raise above the PARM'd percentage of current salary is not     *
      * applied but HELD on EMP-HOLD for a second user to approve      *
      * through EMP-APPROVE. Approved items come back on EMP-RELEASED  *
      * and are applied ahead of the day's transactions, with the      *
      * approver's user ID journaled alongside the change.             *
      * Where DEPT-BUDGET holds a budget in force for the department,  *
      * an add, rehire or raise that leaves the department over its    *
      * budgeted headcount or salary total is still applied, but is    *
      * followed on EMP-MAINT-RPT by a warning line for the budget     *
      * holder - the same figures EMP-BUDVAR reports.                  *
      * The run checkpoints after every transaction to EMP-MAINT-CKPT  *
      * (FILE-R's pattern): its place in both inputs, the running      *
      * counts and the run date. Rerun after an abend, it finds the    *
      * checkpoint, skips every transaction already applied - making   *
      * sure the last one skipped is the one the checkpoint names -    *
      * carries on the same EMP-MAINT-RPT and finishes with totals for *
      * the whole file, logging RESTARTED rather than a second STARTED *
      * so EMP-OPSUM sees one run. A normal finish clears it.          *
      *================================================================*

       ENVIRONMENT DIVISION.
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT Emp-Maint-Rpt ASSIGN TO EMP-MAINT-RPT
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Rpt-Status.

       SELECT Emp-Released ASSIGN TO EMP-RELEASED
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Released-Status.

       SELECT Emp-Hold ASSIGN TO EMP-HOLD
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Hold-Status.

       SELECT Emp-Maint-Ckpt ASSIGN TO EMP-MAINT-CKPT
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Ckpt-Status.

       SELECT Dept-Budget ASSIGN TO DEPT-BUDGET
       ORGANIZATION IS INDEXED
       ACCESS MODE IS SEQUENTIAL
       RECORD KEY IS Budget-Key
       FILE STATUS IS WS-Budget-Status.

       DATA DIVISION.
       FILE SECTION.
      *       Blank or non-numeric means effective immediately, so
      *       old-format cards keep working.
             05 TR-Effective-Date PIC 9(8).
      *       User ID of the clerk who keyed the card. Dual control
      *       needs it to keep a submitter from approving their own
      *       transaction; a high-impact card without one is rejected.
             05 TR-Submitter-ID PIC X(8).

       FD Emp-Maint-Rpt.
          01 Emp-Maint-Rpt-Rec.
             05 FILLER PIC X(2) VALUE SPACES.
             05 RPT-Reason PIC X(30).

      *    Approved transactions EMP-APPROVE released for this run -
      *    the EMP-TRANS card exactly as keyed, plus the user ID of
      *    the second user who approved it.
       FD Emp-Released.
          01 Emp-Released-Rec.
             05 REL-Trans-Image PIC X(69).
             05 REL-Approver-ID PIC X(8).

       FD Emp-Hold.
          COPY EMPHOLD.

       FD Dept-Budget.
          COPY DEPTBUD.

      *    Where the run had got to and what it had done, as of the
      *    last transaction fully applied, reported and journaled:
      *    how many approved and keyed transactions were consumed,
      *    the running counts, the run date every entry so far was
      *    stamped with, and the card last applied, with 'R' or 'K'
      *    for the file it came from, so a restart can prove it is
      *    repositioning against the same input.
       FD Emp-Maint-Ckpt.
          01 Emp-Maint-Ckpt-Rec.
             05 CKPT-Run-Date PIC 9(8).
             05 CKPT-Released-Done PIC 9(7).
             05 CKPT-Keyed-Done PIC 9(7).
             05 CKPT-Add-Count PIC 9(7).
             05 CKPT-Change-Count PIC 9(7).
             05 CKPT-Delete-Count PIC 9(7).
             05 CKPT-Rehire-Count PIC 9(7).
             05 CKPT-Reject-Count PIC 9(7).
             05 CKPT-Held-Count PIC 9(7).
             05 CKPT-Bud-Warn-Count PIC 9(7).
             05 CKPT-Jrnl-Fail-Sw PIC X(1).
             05 CKPT-Last-Source PIC X(1).
             05 CKPT-Last-Image PIC X(69).

       WORKING-STORAGE SECTION.
       01 WS-Employee-Status PIC X(2).
       01 WS-Trans-EOF PIC A(1).
       01 WS-Delete-Count PIC 9(7) VALUE ZERO.
       01 WS-Rehire-Count PIC 9(7) VALUE ZERO.
       01 WS-Reject-Count PIC 9(7) VALUE ZERO.
       01 WS-Held-Count PIC 9(7) VALUE ZERO.
       01 WS-Released-Status PIC X(2).
       01 WS-Released-EOF PIC A(1) VALUE 'N'.
       01 WS-Hold-Status PIC X(2).
       01 WS-Hold-EOF PIC A(1) VALUE 'N'.
       01 WS-Rpt-Status PIC X(2).
       01 WS-Found-Sw PIC X(1).
          88 Employee-Found VALUE 'F'.
          88 Employee-Not-Found VALUE 'N'.
       01 WS-Before-Image PIC X(52).
       01 WS-After-Image PIC X(52).
       01 WS-Trans-Count PIC 9(7) VALUE ZERO.
      *    Dual control. A change raising salary by more than this
      *    percentage of the current salary needs a second user's
      *    approval - the VALUE is the default, a PARM overrides it.
      *    Deletes, rehires and changes to status 'T' always do.
       01 WS-Raise-Hold-Pct PIC 9(3) VALUE 10.
       01 WS-Raise-Ceiling PIC 9(9)V99.
       01 WS-Approval-Sw PIC X(1).
          88 Needs-Approval VALUE 'Y'.
          88 No-Approval-Needed VALUE 'N'.
       01 WS-Hold-Reason PIC X(30).
      *    Last hold sequence used today, so a second run on the same
      *    date carries on numbering instead of reusing a reference.
       01 WS-Hold-Seq PIC 9(5) VALUE ZERO.
      *    'R' while the transaction in hand came off EMP-RELEASED,
      *    with the approver who released it; 'K' for a card keyed
      *    onto today's EMP-TRANS.
       01 WS-Source-Sw PIC X(1).
          88 Released-Item VALUE 'R'.
          88 Keyed-Item VALUE 'K'.
       01 WS-Approver-ID PIC X(8).
      *    Over-budget warnings. One entry per department with a
      *    budget in force this month - the latest DEPT-BUDGET period
      *    starting on or before it - holding the budget and the
      *    department's running actuals: active headcount and the
      *    salary total of every record carrying the code, the
      *    EMP-DEPTSUM figures EMP-BUDVAR sets against budget. The
      *    actuals are counted off the master at start and then
      *    moved with every accepted transaction's before- and
      *    after-images. The KSDS arrives in code order, so the table
      *    is built sorted for SEARCH ALL.
       01 WS-Budget-Status PIC X(2).
       01 WS-Budget-EOF PIC A(1) VALUE 'N'.
       01 WS-Master-EOF PIC A(1) VALUE 'N'.
       01 WS-Current-Period PIC 9(6).
       01 WS-Bud-Count PIC 9(3) VALUE ZERO.
       01 WS-Bud-Max PIC 9(3) VALUE 500.
       01 WS-Budget-Table.
          05 BT-Entry OCCURS 0 TO 500 TIMES
                DEPENDING ON WS-Bud-Count
                ASCENDING KEY IS BT-Dept-Code
                INDEXED BY BT-Idx.
             10 BT-Dept-Code PIC X(4).
             10 BT-Bud-Headcount PIC 9(5).
             10 BT-Bud-Salary PIC 9(11)V99.
             10 BT-Act-Headcount PIC 9(7).
             10 BT-Act-Salary PIC 9(11)V99.
      *    Employee image view for moving the actuals - the EMPREC
      *    positions of Dept-Code, Salary and Emp-Status.
       01 WS-Budget-Image.
          05 FILLER PIC X(30).
          05 BI-Dept-Code PIC X(4).
          05 FILLER PIC X(8).
          05 BI-Salary PIC 9(7)V99.
          05 BI-Emp-Status PIC X(1).
       01 WS-Bud-Old-Salary PIC 9(7)V99.
       01 WS-Bud-Warn-Count PIC 9(7) VALUE ZERO.
       01 WS-Hc-Warning-Line.
          05 FILLER PIC X(3) VALUE SPACES.
          05 FILLER PIC X(13) VALUE '** WARNING - '.
          05 HWL-Dept-Code PIC X(4).
          05 FILLER PIC X(27) VALUE ' OVER HEADCOUNT BUDGET, NOW'.
          05 HWL-Actual PIC ZZZ,ZZ9.
          05 FILLER PIC X(4) VALUE ' OF '.
          05 HWL-Budget PIC ZZZ,ZZ9.
       01 WS-Sal-Warning-Line.
          05 FILLER PIC X(3) VALUE SPACES.
          05 FILLER PIC X(13) VALUE '** WARNING - '.
          05 SWL-Dept-Code PIC X(4).
          05 FILLER PIC X(24) VALUE ' OVER SALARY BUDGET, NOW'.
          05 SWL-Actual PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER PIC X(4) VALUE ' OF '.
          05 SWL-Budget PIC ZZZ,ZZZ,ZZ9.99.
      *    Raised when a change already on the master could not be
      *    journaled, so the final run-audit event says so instead
      *    of logging NORMAL over a RETURN-CODE 8 run.
       01 WS-Jrnl-Fail-Sw PIC X(1) VALUE 'N'.
          88 Journal-Failed VALUE 'Y'.
      *    Checkpoint/restart. Checkpointed after every transaction
      *    (not batched): each one has already changed the master and
      *    the journal by the time it is reported, so a checkpoint
      *    any coarser would have a restart apply some of them twice.
       01 WS-Ckpt-Status PIC X(2).
       01 WS-Checkpoint-Interval PIC 9(5) VALUE 1.
       01 WS-Ckpt-Quotient PIC 9(7).
       01 WS-Ckpt-Remainder PIC 9(5).
       01 WS-Ckpt-Open-Sw PIC X(1) VALUE 'N'.
       01 WS-Restart-Sw PIC X(1) VALUE 'N'.
          88 Restart-Requested VALUE 'Y'.
       01 WS-Released-Done PIC 9(7) VALUE ZERO.
       01 WS-Keyed-Done PIC 9(7) VALUE ZERO.
       01 WS-Skip-Count PIC 9(7).
       01 WS-Restart-Source PIC X(1).
       01 WS-Restart-Image PIC X(69).
       01 WS-Reposition-Sw PIC X(1).
          88 Reposition-Failed VALUE 'Y'.
          88 Reposition-Ok VALUE 'N'.
       01 WS-Restart-Line.
          05 FILLER PIC X(27) VALUE '*** RUN RESTARTED AFTER    '.
          05 RST-Released-Done PIC ZZZ,ZZ9.
          05 FILLER PIC X(14) VALUE ' APPROVED AND '.
          05 RST-Keyed-Done PIC ZZZ,ZZ9.
          05 FILLER PIC X(20) VALUE ' KEYED TRANSACTIONS'.
       01 WS-Total-Line.
          05 TOT-Label PIC X(32).
          05 TOT-Count PIC ZZZ,ZZ9.
      *    Every accepted add/change/delete/rehire is journaled to
      *    the keyed EMP-HIST KSDS through EMPJRNL - one record per
      *    accepted transaction, carrying the code, the run date and
          05 WS-Jrnl-Trans-Date PIC 9(8).
          05 WS-Jrnl-Before-Image PIC X(52).
          05 WS-Jrnl-After-Image PIC X(52).
          05 WS-Jrnl-Approver-ID PIC X(8).
          05 WS-Jrnl-Result-Sw PIC X(1).
             88 Jrnl-Journaled VALUE 'J'.
             88 Jrnl-Failed VALUE 'F'.
          05 WS-Audit-Operator PIC X(8) VALUE SPACES.
          05 WS-Audit-Read-Count PIC 9(7) VALUE ZERO.
          05 WS-Audit-Status PIC X(11) VALUE SPACES.
      *    EMPAUDIT hands back its own (zero) RETURN-CODE, so the
      *    step's condition code is held across the call.
       01 WS-Step-RC PIC S9(4) COMP VALUE ZERO.

      *    PARM carries the salary window as two 9-digit amounts in
      *    cents, minimum then maximum (PARM='000100000100000000' is
      *    1,000.00 through 1,000,000.00) - the same
      *    no-recompile-to-retune pattern as EMP-PURGE's year
      *    threshold - optionally followed by the 3-digit raise
      *    percentage above which a change is held for approval
      *    ('...010' is 10 percent). No PARM means the defaults above
      *    stand.
       LINKAGE SECTION.
       01 LK-Run-Parm.
          05 LK-Parm-Len PIC S9(4) COMP.
          05 LK-Parm-Salary-Min PIC 9(7)V99.
          05 LK-Parm-Salary-Max PIC 9(7)V99.
          05 LK-Parm-Raise-Pct PIC 9(3).

       PROCEDURE DIVISION USING LK-Run-Parm.

           ACCEPT WS-Todays-Date FROM DATE YYYYMMDD.

           IF LK-Parm-Len > ZERO
               IF (LK-Parm-Len = 18 OR LK-Parm-Len = 21)
                  AND LK-Parm-Salary-Min IS NUMERIC
                  AND LK-Parm-Salary-Max IS NUMERIC
                  AND LK-Parm-Salary-Min <= LK-Parm-Salary-Max
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF LK-Parm-Len = 21
                   IF LK-Parm-Raise-Pct IS NUMERIC
                       MOVE LK-Parm-Raise-Pct TO WS-Raise-Hold-Pct
                   ELSE
                       DISPLAY 'EMP-MAINT PARM RAISE LIMIT MUST BE A '
                          '3-DIGIT PERCENTAGE'
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
           END-IF.

           PERFORM 0500-CHECK-RESTART.

           IF Restart-Requested
               MOVE 'RESTARTED' TO WS-Audit-Status
           ELSE
               MOVE 'STARTED' TO WS-Audit-Status
           END-IF.
           PERFORM 9300-WRITE-AUDIT-LOG.

           OPEN I-O Employee.
           IF WS-Employee-Status NOT = '00'
               DISPLAY 'EMP-MAINT UNABLE TO OPEN EMP-FILE, STATUS: '
                  WS-Employee-Status
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT Dept.
           IF WS-Dept-Status NOT = '00'
               DISPLAY 'EMP-MAINT UNABLE TO OPEN DEPT-FILE, STATUS: '
                  WS-Dept-Status
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT Emp-Trans.
           PERFORM 0600-OPEN-OUTPUTS.
           PERFORM 0800-LOAD-BUDGETS.

      *    The held-for-approval file is cumulative: today's holds
      *    are added to whatever EMP-APPROVE has not yet settled.
           PERFORM 0700-FIND-LAST-HOLD-SEQ.
           OPEN EXTEND Emp-Hold.
           IF WS-Hold-Status NOT = '00'
               OPEN OUTPUT Emp-Hold
           END-IF.
           IF WS-Hold-Status NOT = '00'
               DISPLAY 'EMP-MAINT UNABLE TO OPEN EMP-HOLD, STATUS: '
                  WS-Hold-Status
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
      *    No released file, or an empty one, just means nothing was
      *    approved since the last run.
           OPEN INPUT Emp-Released.
           IF WS-Released-Status NOT = '00'
               MOVE 'Y' TO WS-Released-EOF
           END-IF.

           IF Restart-Requested
               PERFORM 0900-REPOSITION-INPUTS
               IF Reposition-Failed
                   DISPLAY 'EMP-MAINT INPUT DOES NOT MATCH CHECKPOINT'
                      ' - NOTHING APPLIED, CHECKPOINT KEPT'
                   MOVE 12 TO RETURN-CODE
                   MOVE 'BAD RESTART' TO WS-Audit-Status
                   PERFORM 9300-WRITE-AUDIT-LOG
                   STOP RUN
               END-IF
               MOVE WS-Released-Done TO RST-Released-Done
               MOVE WS-Keyed-Done TO RST-Keyed-Done
               WRITE Emp-Maint-Rpt-Rec FROM WS-Restart-Line
               DISPLAY 'EMP-MAINT RESTARTING AFTER ' WS-Released-Done
                  ' APPROVED AND ' WS-Keyed-Done ' KEYED'
           END-IF.

      *    Approved items first - they were keyed days ago and have
      *    waited for their second signature - then today's cards.
           PERFORM UNTIL WS-Released-EOF = 'Y'
             READ Emp-Released
                AT END MOVE 'Y' TO WS-Released-EOF
                NOT AT END
                   MOVE REL-Trans-Image TO Emp-Trans-Rec
                   MOVE REL-Approver-ID TO WS-Approver-ID
                   SET Released-Item TO TRUE
                   PERFORM 1000-APPLY-TRANSACTION
             END-READ
           END-PERFORM.
           PERFORM UNTIL WS-Trans-EOF = 'Y'
             READ Emp-Trans
                AT END MOVE 'Y' TO WS-Trans-EOF
                NOT AT END
                   MOVE SPACES TO WS-Approver-ID
                   SET Keyed-Item TO TRUE
                   PERFORM 1000-APPLY-TRANSACTION
             END-READ
           END-PERFORM.

           PERFORM 9000-PRINT-TOTALS.
           PERFORM 9200-CLEAR-CHECKPOINT.
           CLOSE Employee.
           CLOSE Dept.
           CLOSE Emp-Trans.
           CLOSE Emp-Maint-Rpt.
           CLOSE Emp-Hold.
           IF WS-Released-Status = '00' OR WS-Released-Status = '10'
               CLOSE Emp-Released
           END-IF.
           MOVE WS-Trans-Count TO WS-Audit-Read-Count.
      *    A journal failure before a restart still fails the run.
           IF Journal-Failed
               MOVE 8 TO RETURN-CODE
               MOVE 'JRNL FAILED' TO WS-Audit-Status
           ELSE
               MOVE 'NORMAL' TO WS-Audit-Status
           DISPLAY 'EMP-MAINT DELETES    : ' WS-Delete-Count.
           DISPLAY 'EMP-MAINT REHIRES    : ' WS-Rehire-Count.
           DISPLAY 'EMP-MAINT REJECTS    : ' WS-Reject-Count.
           DISPLAY 'EMP-MAINT HELD       : ' WS-Held-Count.
           DISPLAY 'EMP-MAINT BUDGET WARN: ' WS-Bud-Warn-Count.
           STOP RUN.

      *    A checkpoint left by a run that did not finish means this
      *    is its restart: the counts carry on from where it stopped,
      *    and the run date stays the one the entries already on the
      *    journal and the hold file were stamped with.
       0500-CHECK-RESTART.
           OPEN INPUT Emp-Maint-Ckpt.
           IF WS-Ckpt-Status = '00'
               READ Emp-Maint-Ckpt
                  AT END CONTINUE
                  NOT AT END
                     MOVE CKPT-Run-Date TO WS-Todays-Date
                     MOVE CKPT-Released-Done TO WS-Released-Done
                     MOVE CKPT-Keyed-Done TO WS-Keyed-Done
                     MOVE CKPT-Add-Count TO WS-Add-Count
                     MOVE CKPT-Change-Count TO WS-Change-Count
                     MOVE CKPT-Delete-Count TO WS-Delete-Count
                     MOVE CKPT-Rehire-Count TO WS-Rehire-Count
                     MOVE CKPT-Reject-Count TO WS-Reject-Count
                     MOVE CKPT-Held-Count TO WS-Held-Count
                     MOVE CKPT-Bud-Warn-Count TO WS-Bud-Warn-Count
                     MOVE CKPT-Jrnl-Fail-Sw TO WS-Jrnl-Fail-Sw
                     MOVE CKPT-Last-Source TO WS-Restart-Source
                     MOVE CKPT-Last-Image TO WS-Restart-Image
                     COMPUTE WS-Trans-Count =
                        WS-Released-Done + WS-Keyed-Done
                     MOVE 'Y' TO WS-Restart-Sw
               END-READ
               CLOSE Emp-Maint-Ckpt
           END-IF.

      *    The report from the run that stopped is still on disk, so
      *    a restart extends it rather than starting it again; a
      *    fresh run still gets a clean OUTPUT open.
       0600-OPEN-OUTPUTS.
           IF Restart-Requested
               OPEN EXTEND Emp-Maint-Rpt
               IF WS-Rpt-Status NOT = '00'
                   OPEN OUTPUT Emp-Maint-Rpt
               END-IF
           ELSE
               OPEN OUTPUT Emp-Maint-Rpt
           END-IF.
           IF WS-Rpt-Status NOT = '00'
               DISPLAY 'EMP-MAINT UNABLE TO OPEN EMP-MAINT-RPT, '
                  'STATUS: ' WS-Rpt-Status
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       0700-FIND-LAST-HOLD-SEQ.
           OPEN INPUT Emp-Hold.
           IF WS-Hold-Status = '00'
               PERFORM UNTIL WS-Hold-EOF = 'Y'
                 READ Emp-Hold
                    AT END MOVE 'Y' TO WS-Hold-EOF
                    NOT AT END
                       IF HLD-Hold-Date = WS-Todays-Date
                          AND HLD-Hold-Seq > WS-Hold-Seq
                           MOVE HLD-Hold-Seq TO WS-Hold-Seq
                       END-IF
                 END-READ
               END-PERFORM
               CLOSE Emp-Hold
           END-IF.

      *    Reads past the transactions the checkpoint says were
      *    applied. The last one passed over must be the card the
      *    checkpoint recorded, or this is not the input the stopped
      *    run was reading (a rerun TRANREL step, a stale checkpoint)
      *    and skipping by count would drop the wrong transactions.
       0900-REPOSITION-INPUTS.
           SET Reposition-Ok TO TRUE.
           IF WS-Released-Done > ZERO AND WS-Released-EOF = 'Y'
               SET Reposition-Failed TO TRUE
           END-IF.
           MOVE ZERO TO WS-Skip-Count.
           PERFORM UNTIL WS-Skip-Count >= WS-Released-Done
                      OR Reposition-Failed
             READ Emp-Released
                AT END SET Reposition-Failed TO TRUE
                NOT AT END ADD 1 TO WS-Skip-Count
             END-READ
           END-PERFORM.
           IF Reposition-Ok
              AND WS-Restart-Source = 'R'
              AND REL-Trans-Image NOT = WS-Restart-Image
               SET Reposition-Failed TO TRUE
           END-IF.
           MOVE ZERO TO WS-Skip-Count.
           PERFORM UNTIL WS-Skip-Count >= WS-Keyed-Done
                      OR Reposition-Failed
             READ Emp-Trans
                AT END SET Reposition-Failed TO TRUE
                NOT AT END ADD 1 TO WS-Skip-Count
             END-READ
           END-PERFORM.
           IF Reposition-Ok
              AND WS-Restart-Source = 'K'
              AND Emp-Trans-Rec NOT = WS-Restart-Image
               SET Reposition-Failed TO TRUE
           END-IF.

      *    No budget file, or no budget in force this month, just
      *    means there is nothing to warn against - the run goes on.
       0800-LOAD-BUDGETS.
           MOVE WS-Todays-Date(1:6) TO WS-Current-Period.
           OPEN INPUT Dept-Budget.
           IF WS-Budget-Status = '00'
               PERFORM UNTIL WS-Budget-EOF = 'Y'
                 READ Dept-Budget
                    AT END MOVE 'Y' TO WS-Budget-EOF
                    NOT AT END
                       IF Budget-Period NOT > WS-Current-Period
                           PERFORM 0810-TABLE-BUDGET
                       END-IF
                 END-READ
               END-PERFORM
               CLOSE Dept-Budget
           ELSE
               DISPLAY 'EMP-MAINT NO DEPT-BUDGET, STATUS: '
                  WS-Budget-Status ' - NO BUDGET WARNINGS THIS RUN'
           END-IF.
           IF WS-Bud-Count > ZERO
               PERFORM 0850-COUNT-ACTUALS
           END-IF.

      *    A later period for the same department replaces the one
      *    before it; a new department is appended in code order.
       0810-TABLE-BUDGET.
           IF WS-Bud-Count > ZERO
              AND BT-Dept-Code (WS-Bud-Count) = Budget-Dept-Code
               MOVE Budget-Headcount
                  TO BT-Bud-Headcount (WS-Bud-Count)
               MOVE Budget-Salary-Total
                  TO BT-Bud-Salary (WS-Bud-Count)
           ELSE
               IF WS-Bud-Count >= WS-Bud-Max
                   DISPLAY 'EMP-MAINT BUDGET TABLE FULL AT '
                      Budget-Dept-Code
               ELSE
                   ADD 1 TO WS-Bud-Count
                   MOVE Budget-Dept-Code
                      TO BT-Dept-Code (WS-Bud-Count)
                   MOVE Budget-Headcount
                      TO BT-Bud-Headcount (WS-Bud-Count)
                   MOVE Budget-Salary-Total
                      TO BT-Bud-Salary (WS-Bud-Count)
                   MOVE ZERO TO BT-Act-Headcount (WS-Bud-Count)
                   MOVE ZERO TO BT-Act-Salary (WS-Bud-Count)
               END-IF
           END-IF.

      *    One sequential pass of the master through this program's
      *    own connector, before the first transaction moves it.
       0850-COUNT-ACTUALS.
           PERFORM UNTIL WS-Master-EOF = 'Y'
             READ Employee NEXT RECORD
                AT END MOVE 'Y' TO WS-Master-EOF
                NOT AT END
                   MOVE Employee-FILE TO WS-Budget-Image
                   PERFORM 1320-ADD-TO-ACTUALS
             END-READ
           END-PERFORM.

       1000-APPLY-TRANSACTION.
           ADD 1 TO WS-Trans-Count.
      *    A warning line may have gone out through the record area
      *    since the last transaction, so its fillers are cleared.
           MOVE SPACES TO Emp-Maint-Rpt-Rec.
           MOVE TR-Trans-Code TO RPT-Trans-Code.
           MOVE TR-Employee-ID TO RPT-Employee-ID.
           MOVE TR-NAME TO RPT-NAME.
           SET No-Approval-Needed TO TRUE.
           IF Keyed-Item
               PERFORM 1100-CHECK-DUAL-CONTROL
           END-IF.

      *    EMP-TRANREL holds future-dated transactions on the pending
      *    file, so nothing still in the future should reach here -
                   MOVE 'REJECTED' TO RPT-Result
                   MOVE 'EFFECTIVE DATE STILL IN FUTURE' TO RPT-Reason
                   ADD 1 TO WS-Reject-Count
               WHEN Needs-Approval
                AND TR-Submitter-ID = SPACES
                   MOVE 'REJECTED' TO RPT-Result
                   MOVE 'NO SUBMITTER ID FOR APPROVAL' TO RPT-Reason
                   ADD 1 TO WS-Reject-Count
               WHEN Needs-Approval
                   PERFORM 1200-HOLD-FOR-APPROVAL
               WHEN TR-Add
                   PERFORM 2000-APPLY-ADD
               WHEN TR-Change
                   MOVE 'UNKNOWN TRANSACTION CODE' TO RPT-Reason
                   ADD 1 TO WS-Reject-Count
           END-EVALUATE.
           IF Released-Item
              AND RPT-Result NOT = 'REJECTED'
               MOVE 'APPROVED BY ' TO RPT-Reason
               MOVE WS-Approver-ID TO RPT-Reason(13:8)
           END-IF.

           WRITE Emp-Maint-Rpt-Rec.
           IF WS-Bud-Count > ZERO
              AND (RPT-Result = 'ADDED' OR RPT-Result = 'CHANGED'
                OR RPT-Result = 'DELETED' OR RPT-Result = 'REHIRED')
               PERFORM 1300-TRACK-BUDGET
           END-IF.

      *    Checkpointed last, once the transaction is applied,
      *    journaled, reported and counted - never before - so a
      *    restart never skips one whose effects were not all made.
           IF Released-Item
               ADD 1 TO WS-Released-Done
           ELSE
               ADD 1 TO WS-Keyed-Done
           END-IF.
           DIVIDE WS-Trans-Count BY WS-Checkpoint-Interval
              GIVING WS-Ckpt-Quotient REMAINDER WS-Ckpt-Remainder.
           IF WS-Ckpt-Remainder = ZERO
               PERFORM 1050-WRITE-CHECKPOINT
           END-IF.

       1050-WRITE-CHECKPOINT.
           IF WS-Ckpt-Open-Sw = 'Y'
               CLOSE Emp-Maint-Ckpt
           END-IF.
           OPEN OUTPUT Emp-Maint-Ckpt.
           MOVE 'Y' TO WS-Ckpt-Open-Sw.
           MOVE WS-Todays-Date TO CKPT-Run-Date.
           MOVE WS-Released-Done TO CKPT-Released-Done.
           MOVE WS-Keyed-Done TO CKPT-Keyed-Done.
           MOVE WS-Add-Count TO CKPT-Add-Count.
           MOVE WS-Change-Count TO CKPT-Change-Count.
           MOVE WS-Delete-Count TO CKPT-Delete-Count.
           MOVE WS-Rehire-Count TO CKPT-Rehire-Count.
           MOVE WS-Reject-Count TO CKPT-Reject-Count.
           MOVE WS-Held-Count TO CKPT-Held-Count.
           MOVE WS-Bud-Warn-Count TO CKPT-Bud-Warn-Count.
           MOVE WS-Jrnl-Fail-Sw TO CKPT-Jrnl-Fail-Sw.
           MOVE WS-Source-Sw TO CKPT-Last-Source.
           MOVE Emp-Trans-Rec TO CKPT-Last-Image.
           WRITE Emp-Maint-Ckpt-Rec.

      *    Only a transaction against an employee actually on file is
      *    held - one the normal edits would reject anyway is left to
      *    them, rather than asking a second user to approve a reject.
       1100-CHECK-DUAL-CONTROL.
           IF TR-Delete OR TR-Rehire OR TR-Change
               PERFORM 5000-LOOKUP-EMPLOYEE
               IF Employee-Found
                   EVALUATE TRUE
                       WHEN TR-Delete
                           SET Needs-Approval TO TRUE
                           MOVE 'DELETE NEEDS APPROVAL'
                              TO WS-Hold-Reason
                       WHEN TR-Rehire
                           SET Needs-Approval TO TRUE
                           MOVE 'REHIRE NEEDS APPROVAL'
                              TO WS-Hold-Reason
                       WHEN TR-Status = 'T' AND Active-Employee
                           SET Needs-Approval TO TRUE
                           MOVE 'TERMINATION NEEDS APPROVAL'
                              TO WS-Hold-Reason
                       WHEN TR-Salary IS NUMERIC
                        AND Salary IS NUMERIC
                           PERFORM 1110-CHECK-RAISE-SIZE
                   END-EVALUATE
               END-IF
           END-IF.

       1110-CHECK-RAISE-SIZE.
           COMPUTE WS-Raise-Ceiling ROUNDED =
              Salary + (Salary * WS-Raise-Hold-Pct / 100).
           IF TR-Salary > WS-Raise-Ceiling
               SET Needs-Approval TO TRUE
               MOVE 'RAISE ABOVE APPROVAL LIMIT' TO WS-Hold-Reason
           END-IF.

      *    The card is parked whole under today's date and the next
      *    hold sequence; EMP-APPROVE prints that reference for the
      *    approver to quote.
       1200-HOLD-FOR-APPROVAL.
           ADD 1 TO WS-Hold-Seq.
           MOVE WS-Todays-Date TO HLD-Hold-Date.
           MOVE WS-Hold-Seq TO HLD-Hold-Seq.
           MOVE WS-Hold-Reason TO HLD-Hold-Reason.
           MOVE Emp-Trans-Rec TO HLD-Trans-Image.
           WRITE Emp-Hold-Rec.
           IF WS-Hold-Status = '00'
               MOVE 'HELD' TO RPT-Result
               MOVE WS-Hold-Reason TO RPT-Reason
               ADD 1 TO WS-Held-Count
           ELSE
               MOVE 'REJECTED' TO RPT-Result
               MOVE 'HOLD WRITE FAILED, STATUS ' TO RPT-Reason
               MOVE WS-Hold-Status TO RPT-Reason(27:2)
               ADD 1 TO WS-Reject-Count
           END-IF.

      *    The before-image comes out of its department's actuals
      *    and the after-image goes into its own, so a transfer,
      *    termination or delete is followed as faithfully as an
      *    add. Only an add, a rehire or a raise is warned about.
       1300-TRACK-BUDGET.
           MOVE ZERO TO WS-Bud-Old-Salary.
           IF WS-Before-Image NOT = SPACES
               MOVE WS-Before-Image TO WS-Budget-Image
               MOVE BI-Salary TO WS-Bud-Old-Salary
               PERFORM 1310-REMOVE-FROM-ACTUALS
           END-IF.
           IF WS-After-Image NOT = SPACES
               MOVE WS-After-Image TO WS-Budget-Image
               PERFORM 1320-ADD-TO-ACTUALS
               IF TR-Add OR TR-Rehire
                  OR (TR-Change AND BI-Salary > WS-Bud-Old-Salary)
                   PERFORM 1330-CHECK-OVER-BUDGET
               END-IF
           END-IF.

       1310-REMOVE-FROM-ACTUALS.
           SEARCH ALL BT-Entry
              AT END CONTINUE
              WHEN BT-Dept-Code (BT-Idx) = BI-Dept-Code
                 SUBTRACT BI-Salary FROM BT-Act-Salary (BT-Idx)
                 IF BI-Emp-Status = 'A'
                     SUBTRACT 1 FROM BT-Act-Headcount (BT-Idx)
                 END-IF
           END-SEARCH.

       1320-ADD-TO-ACTUALS.
           SEARCH ALL BT-Entry
              AT END CONTINUE
              WHEN BT-Dept-Code (BT-Idx) = BI-Dept-Code
                 ADD BI-Salary TO BT-Act-Salary (BT-Idx)
                 IF BI-Emp-Status = 'A'
                     ADD 1 TO BT-Act-Headcount (BT-Idx)
                 END-IF
           END-SEARCH.

      *    A raise leaves headcount where it was, so only an add or
      *    a rehire is checked against the headcount budget.
       1330-CHECK-OVER-BUDGET.
           SEARCH ALL BT-Entry
              AT END CONTINUE
              WHEN BT-Dept-Code (BT-Idx) = BI-Dept-Code
                 IF (TR-Add OR TR-Rehire)
                    AND BT-Act-Headcount (BT-Idx)
                        > BT-Bud-Headcount (BT-Idx)
                     MOVE BI-Dept-Code TO HWL-Dept-Code
                     MOVE BT-Act-Headcount (BT-Idx) TO HWL-Actual
                     MOVE BT-Bud-Headcount (BT-Idx) TO HWL-Budget
                     WRITE Emp-Maint-Rpt-Rec FROM WS-Hc-Warning-Line
                     ADD 1 TO WS-Bud-Warn-Count
                 END-IF
                 IF BT-Act-Salary (BT-Idx) > BT-Bud-Salary (BT-Idx)
                     MOVE BI-Dept-Code TO SWL-Dept-Code
                     MOVE BT-Act-Salary (BT-Idx) TO SWL-Actual
                     MOVE BT-Bud-Salary (BT-Idx) TO SWL-Budget
                     WRITE Emp-Maint-Rpt-Rec FROM WS-Sal-Warning-Line
                     ADD 1 TO WS-Bud-Warn-Count
                 END-IF
           END-SEARCH.

       2000-APPLY-ADD.
           PERFORM 5000-LOOKUP-EMPLOYEE.
           END-IF.

      *    Journals an accepted transaction through EMPJRNL: code,
      *    run date, the full before- and after-images of the
      *    employee record, and the approver of a released item.
      *    A change already applied to the master but missing from
      *    the journal would be invisible to EMP-HISTINQ and to the
      *    recovery roll-forward, so a journal failure ends the run
      *    with RETURN-CODE 8.
       7000-WRITE-HISTORY.
           MOVE TR-Trans-Code TO WS-Jrnl-Trans-Code.
           MOVE TR-Employee-ID TO WS-Jrnl-Employee-ID.
           MOVE WS-Todays-Date TO WS-Jrnl-Trans-Date.
           MOVE WS-Before-Image TO WS-Jrnl-Before-Image.
           MOVE WS-After-Image TO WS-Jrnl-After-Image.
           MOVE WS-Approver-ID TO WS-Jrnl-Approver-ID.
           CALL 'EMPJRNL' USING WS-Empjrnl-Parms.
           IF NOT Jrnl-Journaled
               DISPLAY 'EMP-MAINT HISTORY NOT JOURNALED FOR '
               SET Journal-Failed TO TRUE
           END-IF.

      *    Totals for the whole input - on a restarted run they carry
      *    on from the checkpoint, so they cover what was applied
      *    before the restart as well as after it.
       9000-PRINT-TOTALS.
           MOVE SPACES TO Emp-Maint-Rpt-Rec.
           WRITE Emp-Maint-Rpt-Rec.
           MOVE 'TRANSACTIONS PROCESSED        : ' TO TOT-Label.
           MOVE WS-Trans-Count TO TOT-Count.
           WRITE Emp-Maint-Rpt-Rec FROM WS-Total-Line.
           MOVE '  APPROVED ITEMS RELEASED     : ' TO TOT-Label.
           MOVE WS-Released-Done TO TOT-Count.
           WRITE Emp-Maint-Rpt-Rec FROM WS-Total-Line.
           MOVE '  KEYED TRANSACTIONS          : ' TO TOT-Label.
           MOVE WS-Keyed-Done TO TOT-Count.
           WRITE Emp-Maint-Rpt-Rec FROM WS-Total-Line.
           MOVE 'ADDED                         : ' TO TOT-Label.
           MOVE WS-Add-Count TO TOT-Count.
           WRITE Emp-Maint-Rpt-Rec FROM WS-Total-Line.
           MOVE 'CHANGED                       : ' TO TOT-Label.
           MOVE WS-Change-Count TO TOT-Count.
           WRITE Emp-Maint-Rpt-Rec FROM WS-Total-Line.
           MOVE 'DELETED                       : ' TO TOT-Label.
           MOVE WS-Delete-Count TO TOT-Count.
           WRITE Emp-Maint-Rpt-Rec FROM WS-Total-Line.
           MOVE 'REHIRED                       : ' TO TOT-Label.
           MOVE WS-Rehire-Count TO TOT-Count.
           WRITE Emp-Maint-Rpt-Rec FROM WS-Total-Line.
           MOVE 'REJECTED                      : ' TO TOT-Label.
           MOVE WS-Reject-Count TO TOT-Count.
           WRITE Emp-Maint-Rpt-Rec FROM WS-Total-Line.
           MOVE 'HELD FOR APPROVAL             : ' TO TOT-Label.
           MOVE WS-Held-Count TO TOT-Count.
           WRITE Emp-Maint-Rpt-Rec FROM WS-Total-Line.
           MOVE 'BUDGET WARNINGS               : ' TO TOT-Label.
           MOVE WS-Bud-Warn-Count TO TOT-Count.
           WRITE Emp-Maint-Rpt-Rec FROM WS-Total-Line.

      *    A normal finish leaves nothing to restart from, so the
      *    checkpoint is emptied out ready for the next run.
       9200-CLEAR-CHECKPOINT.
           IF WS-Ckpt-Open-Sw = 'Y'
               CLOSE Emp-Maint-Ckpt
           END-IF.
           OPEN OUTPUT Emp-Maint-Ckpt.
           MOVE 'Y' TO WS-Ckpt-Open-Sw.
           CLOSE Emp-Maint-Ckpt.

       9300-WRITE-AUDIT-LOG.
           MOVE RETURN-CODE TO WS-Step-RC.
           CALL 'EMPAUDIT' USING WS-Audit-Parms.
           MOVE WS-Step-RC TO RETURN-CODE.

