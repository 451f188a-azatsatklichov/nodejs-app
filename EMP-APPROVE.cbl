       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMP-APPROVE.

      *================================================================*
      * EMP-APPROVE - the second signature for EMP-MAINT's dual       *
      * control. EMP-MAINT parks every high-impact transaction (a     *
      * delete, a rehire, a termination by change, a raise above the  *
      * PARM'd limit) on the held file instead of applying it; this   *
      * program works that file against the approvals keyed on        *
      * EMP-APPROVALS, one per decision, quoting the hold reference   *
      * (date and sequence) printed here and on the approver's own    *
      * user ID:                                                      *
      *   - 'A' from a user other than the one who keyed the card     *
      *     RELEASES it - the card and the approver go onto           *
      *     EMP-RELEASED, which the next EMP-MAINT run applies ahead  *
      *     of its own transactions and journals with the approver,   *
      *   - 'R' from a user other than the submitter REFUSES it and   *
      *     it leaves the held file unapplied,                        *
      *   - an approval by the submitter, a blank approver or an      *
      *     unknown decision is rejected and the item stays held,     *
      *   - an item with no decision stays held and ages; one held    *
      *     longer than the PARM'd number of days is flagged          *
      *     OVERDUE.                                                  *
      * Approvals quoting no held item are listed too. Ends with      *
      * RETURN-CODE 4 when anything is overdue or an approval was     *
      * rejected, so the operators chase it.                          *
      * RETURN-CODE 12 if the approvals overflow the table: nothing   *
      * is released and the held file is left as it was.              *
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT Hold-In ASSIGN TO EMP-HOLD-IN
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Hold-In-Status.

       SELECT Approvals ASSIGN TO EMP-APPROVALS
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Approvals-Status.

       SELECT Hold-Out ASSIGN TO EMP-HOLD-OUT
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Hold-Out-Status.

       SELECT Emp-Released ASSIGN TO EMP-RELEASED
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Released-Status.

       SELECT Approve-Rpt ASSIGN TO EMP-APPROVE-RPT
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Rpt-Status.

       DATA DIVISION.
       FILE SECTION.
       FD Hold-In.
          COPY EMPHOLD.

      *    One decision per record: the hold reference being
      *    decided, the deciding user, and 'A' approve or 'R' refuse.
       FD Approvals.
          01 Approvals-Rec.
             05 APR-Hold-Date PIC 9(8).
             05 APR-Hold-Seq PIC 9(5).
             05 APR-Approver-ID PIC X(8).
             05 APR-Decision PIC X(1).

      *    Items still waiting, in the EMPHOLD layout.
       FD Hold-Out.
          01 Hold-Out-Rec PIC X(112).

      *    The EMP-TRANS card as keyed, plus the approver - read by
      *    EMP-MAINT's released-item loop.
       FD Emp-Released.
          01 Emp-Released-Rec.
             05 REL-Trans-Image PIC X(69).
             05 REL-Approver-ID PIC X(8).

       FD Approve-Rpt.
          01 Approve-Rpt-Rec PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-Hold-In-Status PIC X(2).
       01 WS-Approvals-Status PIC X(2).
       01 WS-Hold-Out-Status PIC X(2).
       01 WS-Released-Status PIC X(2).
       01 WS-Rpt-Status PIC X(2).
       01 WS-Hold-EOF PIC A(1) VALUE 'N'.
       01 WS-Approvals-EOF PIC A(1) VALUE 'N'.
       01 WS-Held-Read-Count PIC 9(7) VALUE ZERO.
       01 WS-Released-Count PIC 9(7) VALUE ZERO.
       01 WS-Refused-Count PIC 9(7) VALUE ZERO.
       01 WS-Waiting-Count PIC 9(7) VALUE ZERO.
       01 WS-Overdue-Count PIC 9(7) VALUE ZERO.
       01 WS-Bad-Approval-Count PIC 9(7) VALUE ZERO.

      *    Overdue threshold in days. Taken from the PARM when one is
      *    supplied, otherwise the VALUE below.
       01 WS-Overdue-Days PIC 9(3) VALUE 5.

      *    Today's approvals, loaded whole so each held item can be
      *    matched to its decision. 2000 decisions is far more than
      *    a day's worth of held items.
       01 WS-Apr-Count PIC 9(4) VALUE ZERO.
       01 WS-Apr-Max PIC 9(4) VALUE 2000.
       01 WS-Apr-Sub PIC 9(4).
       01 WS-Apr-Full-Sw PIC X(1) VALUE 'N'.
          88 Approvals-Table-Full VALUE 'Y'.
       01 WS-Apr-Table.
          05 WS-Apr-Entry OCCURS 2000 TIMES.
             10 AT-Hold-Date PIC 9(8).
             10 AT-Hold-Seq PIC 9(5).
             10 AT-Approver-ID PIC X(8).
             10 AT-Decision PIC X(1).
      *       'N' not yet matched, 'U' used against a held item.
             10 AT-Used-Sw PIC X(1).

      *    The decision settled for the held item in hand: 'A', 'R',
      *    or space when no valid decision was found.
       01 WS-Decision PIC X(1).
       01 WS-Decision-Approver PIC X(8).

      *    Days held, computed on the ledger convention of a 360-day
      *    year and 30-day months - the same aging EMP-SUSPMNT uses.
       01 WS-Age-Days PIC S9(5).
       01 WS-Work-Date.
          05 WS-Work-CCYY PIC 9(4).
          05 WS-Work-MM PIC 9(2).
          05 WS-Work-DD PIC 9(2).

       01 WS-Report-Lines.
          05 WS-Heading-1.
             10 FILLER PIC X(26)
                VALUE 'HELD TRANSACTION APPROVAL '.
             10 FILLER PIC X(10) VALUE 'RUN DATE: '.
             10 HDG-Run-Date PIC X(10).
          05 WS-Entry-Line.
             10 ENT-State PIC X(11).
             10 FILLER PIC X(1) VALUE SPACES.
             10 ENT-Hold-Date PIC 9(8).
             10 FILLER PIC X(1) VALUE '-'.
             10 ENT-Hold-Seq PIC 9(5).
             10 FILLER PIC X(1) VALUE SPACES.
             10 ENT-Trans-Code PIC X(1).
             10 FILLER PIC X(1) VALUE SPACES.
             10 ENT-Employee-ID PIC 9(5).
             10 FILLER PIC X(1) VALUE SPACES.
             10 ENT-NAME PIC A(25).
             10 FILLER PIC X(1) VALUE SPACES.
             10 ENT-Age-Days PIC ZZZZ9.
             10 FILLER PIC X(5) VALUE ' DAYS'.
          05 WS-Reason-Line.
             10 FILLER PIC X(12) VALUE '   REASON: '.
             10 RSN-Reason PIC X(30).
             10 FILLER PIC X(14) VALUE ' SUBMITTED BY '.
             10 RSN-Submitter-ID PIC X(8).
          05 WS-Decision-Line.
             10 DCN-Label PIC X(15).
             10 DCN-Approver-ID PIC X(8).
          05 WS-Bad-Approval-Line.
             10 FILLER PIC X(12) VALUE 'BAD APPROVAL'.
             10 BAD-Hold-Date PIC 9(8).
             10 FILLER PIC X(1) VALUE '-'.
             10 BAD-Hold-Seq PIC 9(5).
             10 FILLER PIC X(1) VALUE SPACES.
             10 BAD-Approver-ID PIC X(8).
             10 FILLER PIC X(2) VALUE SPACES.
             10 BAD-Reason PIC X(30).
          05 WS-Total-Line-1.
             10 FILLER PIC X(24) VALUE 'HELD ITEMS READ       : '.
             10 TOT-Held-Read-Count PIC ZZZ,ZZ9.
          05 WS-Total-Line-2.
             10 FILLER PIC X(24) VALUE 'RELEASED TO EMP-MAINT : '.
             10 TOT-Released-Count PIC ZZZ,ZZ9.
          05 WS-Total-Line-3.
             10 FILLER PIC X(24) VALUE 'REFUSED               : '.
             10 TOT-Refused-Count PIC ZZZ,ZZ9.
          05 WS-Total-Line-4.
             10 FILLER PIC X(24) VALUE 'STILL HELD            : '.
             10 TOT-Waiting-Count PIC ZZZ,ZZ9.
          05 WS-Total-Line-5.
             10 FILLER PIC X(24) VALUE '  OF WHICH OVERDUE    : '.
             10 TOT-Overdue-Count PIC ZZZ,ZZ9.
          05 WS-Total-Line-6.
             10 FILLER PIC X(24) VALUE 'APPROVALS REJECTED    : '.
             10 TOT-Bad-Approval-Count PIC ZZZ,ZZ9.

       01 WS-Todays-Date.
          05 WS-Todays-CCYY PIC 9(4).
          05 WS-Todays-MM PIC 9(2).
          05 WS-Todays-DD PIC 9(2).
       01 WS-Report-Date PIC X(10).
      *    Run-audit events go through EMPAUDIT onto the shared,
      *    suite-wide EMP-AUDIT log - see the EMPAUDIT header for
      *    the contract.
       01 WS-Audit-Parms.
          05 WS-Audit-Program PIC X(12) VALUE 'EMP-APPROVE'.
          05 WS-Audit-Operator PIC X(8) VALUE SPACES.
          05 WS-Audit-Read-Count PIC 9(7) VALUE ZERO.
          05 WS-Audit-Status PIC X(11) VALUE SPACES.
      *    EMPAUDIT hands back its own (zero) RETURN-CODE, so the
      *    step's condition code is held across the call.
       01 WS-Step-RC PIC S9(4) COMP VALUE ZERO.

      *    PARM carries the overdue threshold as three digits of days
      *    ('005') - no recompile to tighten or relax the chase.
       LINKAGE SECTION.
       01 LK-Run-Parm.
          05 LK-Parm-Len PIC S9(4) COMP.
          05 LK-Parm-Days PIC X(3).

       PROCEDURE DIVISION USING LK-Run-Parm.

           ACCEPT WS-Todays-Date FROM DATE YYYYMMDD.
           MOVE WS-Todays-MM TO WS-Report-Date(1:2).
           MOVE '/' TO WS-Report-Date(3:1).
           MOVE WS-Todays-DD TO WS-Report-Date(4:2).
           MOVE '/' TO WS-Report-Date(6:1).
           MOVE WS-Todays-CCYY TO WS-Report-Date(7:4).

           IF LK-Parm-Len > ZERO
               IF LK-Parm-Len = 3
                  AND LK-Parm-Days IS NUMERIC
                   MOVE LK-Parm-Days TO WS-Overdue-Days
               ELSE
                   DISPLAY 'EMP-APPROVE PARM MUST BE A THREE-DIGIT '
                      'NUMBER OF DAYS'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           MOVE 'STARTED' TO WS-Audit-Status.
           PERFORM 9300-WRITE-AUDIT-LOG.

      *    Nothing held and nothing approved are both normal states.
           OPEN INPUT Hold-In.
           IF WS-Hold-In-Status NOT = '00'
               MOVE 'Y' TO WS-Hold-EOF
           END-IF.
           OPEN INPUT Approvals.
           IF WS-Approvals-Status NOT = '00'
               MOVE 'Y' TO WS-Approvals-EOF
           END-IF.
           OPEN OUTPUT Hold-Out.
           IF WS-Hold-Out-Status NOT = '00'
               DISPLAY 'EMP-APPROVE UNABLE TO OPEN EMP-HOLD-OUT, '
                  'STATUS: ' WS-Hold-Out-Status
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
      *    Released items accumulate until EMP-MAINT has applied
      *    them, so a second approval run before the next EMP-MAINT
      *    adds to the file rather than losing the first run's.
           OPEN EXTEND Emp-Released.
           IF WS-Released-Status NOT = '00'
               OPEN OUTPUT Emp-Released
           END-IF.
           IF WS-Released-Status NOT = '00'
               DISPLAY 'EMP-APPROVE UNABLE TO OPEN EMP-RELEASED, '
                  'STATUS: ' WS-Released-Status
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT Approve-Rpt.
           IF WS-Rpt-Status NOT = '00'
               DISPLAY 'EMP-APPROVE UNABLE TO OPEN EMP-APPROVE-RPT, '
                  'STATUS: ' WS-Rpt-Status
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-Report-Date TO HDG-Run-Date.
           WRITE Approve-Rpt-Rec FROM WS-Heading-1.

           PERFORM UNTIL WS-Approvals-EOF = 'Y'
             READ Approvals
                AT END MOVE 'Y' TO WS-Approvals-EOF
                NOT AT END PERFORM 1000-TABLE-APPROVAL
             END-READ
           END-PERFORM.
      *    With decisions left off the table, a held item could be
      *    released or refused on an incomplete view, so nothing is
      *    worked: EMP-RELEASED gets nothing and the job leaves the
      *    held and approvals files as they were for a rerun.
           IF Approvals-Table-Full
               DISPLAY 'EMP-APPROVE NOTHING RELEASED - SPLIT THE '
                  'APPROVALS AND RERUN'
               IF WS-Hold-In-Status = '00'
                   CLOSE Hold-In
               END-IF
               CLOSE Approvals
               CLOSE Hold-Out
               CLOSE Emp-Released
               CLOSE Approve-Rpt
               MOVE 'INCOMPLETE' TO WS-Audit-Status
               PERFORM 9300-WRITE-AUDIT-LOG
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-Hold-EOF = 'Y'
             READ Hold-In
                AT END MOVE 'Y' TO WS-Hold-EOF
                NOT AT END PERFORM 2000-WORK-HELD-ITEM
             END-READ
           END-PERFORM.
           PERFORM 3000-LIST-UNMATCHED-APPROVALS.

           PERFORM 9000-PRINT-TOTALS.
           IF WS-Hold-In-Status = '00' OR WS-Hold-In-Status = '10'
               CLOSE Hold-In
           END-IF.
           IF WS-Approvals-Status = '00' OR WS-Approvals-Status = '10'
               CLOSE Approvals
           END-IF.
           CLOSE Hold-Out.
           CLOSE Emp-Released.
           CLOSE Approve-Rpt.
           MOVE WS-Held-Read-Count TO WS-Audit-Read-Count.
           MOVE 'NORMAL' TO WS-Audit-Status.
           PERFORM 9300-WRITE-AUDIT-LOG.
           DISPLAY 'EMP-APPROVE HELD ITEMS READ : ' WS-Held-Read-Count.
           DISPLAY 'EMP-APPROVE RELEASED        : ' WS-Released-Count.
           DISPLAY 'EMP-APPROVE REFUSED         : ' WS-Refused-Count.
           DISPLAY 'EMP-APPROVE STILL HELD      : ' WS-Waiting-Count.
           DISPLAY 'EMP-APPROVE OVERDUE         : ' WS-Overdue-Count.
           DISPLAY 'EMP-APPROVE BAD APPROVALS   : '
              WS-Bad-Approval-Count.
           IF RETURN-CODE = ZERO
              AND (WS-Overdue-Count > ZERO
                   OR WS-Bad-Approval-Count > ZERO)
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       1000-TABLE-APPROVAL.
           IF WS-Apr-Count >= WS-Apr-Max
               DISPLAY 'EMP-APPROVE APPROVALS TABLE FULL AT '
                  APR-Hold-Date '-' APR-Hold-Seq
               MOVE 12 TO RETURN-CODE
               MOVE 'Y' TO WS-Apr-Full-Sw
           ELSE
               ADD 1 TO WS-Apr-Count
               MOVE APR-Hold-Date TO AT-Hold-Date (WS-Apr-Count)
               MOVE APR-Hold-Seq TO AT-Hold-Seq (WS-Apr-Count)
               MOVE APR-Approver-ID TO AT-Approver-ID (WS-Apr-Count)
               MOVE APR-Decision TO AT-Decision (WS-Apr-Count)
               MOVE 'N' TO AT-Used-Sw (WS-Apr-Count)
           END-IF.

      *    Every approval quoting this item's reference is looked at.
      *    The first valid one decides it; the submitter approving
      *    their own card, a blank approver or an unknown decision
      *    is rejected on the report and decides nothing.
       2000-WORK-HELD-ITEM.
           ADD 1 TO WS-Held-Read-Count.
           MOVE SPACES TO WS-Decision.
           MOVE SPACES TO WS-Decision-Approver.
           PERFORM VARYING WS-Apr-Sub FROM 1 BY 1
              UNTIL WS-Apr-Sub > WS-Apr-Count
             IF AT-Hold-Date (WS-Apr-Sub) = HLD-Hold-Date
                AND AT-Hold-Seq (WS-Apr-Sub) = HLD-Hold-Seq
                 MOVE 'U' TO AT-Used-Sw (WS-Apr-Sub)
                 PERFORM 2100-CHECK-APPROVAL
             END-IF
           END-PERFORM.

           MOVE HLD-Hold-Date TO WS-Work-Date.
           PERFORM 4400-COMPUTE-AGE-DAYS.
           EVALUATE WS-Decision
               WHEN 'A'
                   ADD 1 TO WS-Released-Count
                   MOVE HLD-Trans-Image TO REL-Trans-Image
                   MOVE WS-Decision-Approver TO REL-Approver-ID
                   WRITE Emp-Released-Rec
                   MOVE 'RELEASED' TO ENT-State
                   MOVE '   APPROVED BY ' TO DCN-Label
               WHEN 'R'
                   ADD 1 TO WS-Refused-Count
                   MOVE 'REFUSED' TO ENT-State
                   MOVE '   REFUSED BY  ' TO DCN-Label
               WHEN OTHER
                   ADD 1 TO WS-Waiting-Count
                   WRITE Hold-Out-Rec FROM Emp-Hold-Rec
                   IF WS-Age-Days > WS-Overdue-Days
                       ADD 1 TO WS-Overdue-Count
                       MOVE 'OVERDUE' TO ENT-State
                   ELSE
                       MOVE 'WAITING' TO ENT-State
                   END-IF
           END-EVALUATE.
           PERFORM 2200-PRINT-HELD-ITEM.

       2100-CHECK-APPROVAL.
           MOVE AT-Hold-Date (WS-Apr-Sub) TO BAD-Hold-Date.
           MOVE AT-Hold-Seq (WS-Apr-Sub) TO BAD-Hold-Seq.
           MOVE AT-Approver-ID (WS-Apr-Sub) TO BAD-Approver-ID.
           EVALUATE TRUE
               WHEN AT-Approver-ID (WS-Apr-Sub) = SPACES
                   MOVE 'NO APPROVER ID' TO BAD-Reason
                   PERFORM 2300-REJECT-APPROVAL
               WHEN AT-Approver-ID (WS-Apr-Sub) = HLD-Submitter-ID
                   MOVE 'SELF-APPROVAL REJECTED' TO BAD-Reason
                   PERFORM 2300-REJECT-APPROVAL
               WHEN AT-Decision (WS-Apr-Sub) NOT = 'A'
                AND AT-Decision (WS-Apr-Sub) NOT = 'R'
                   MOVE 'DECISION NOT A OR R' TO BAD-Reason
                   PERFORM 2300-REJECT-APPROVAL
               WHEN WS-Decision NOT = SPACES
                   MOVE 'ITEM ALREADY DECIDED' TO BAD-Reason
                   PERFORM 2300-REJECT-APPROVAL
               WHEN OTHER
                   MOVE AT-Decision (WS-Apr-Sub) TO WS-Decision
                   MOVE AT-Approver-ID (WS-Apr-Sub)
                      TO WS-Decision-Approver
           END-EVALUATE.

       2200-PRINT-HELD-ITEM.
           MOVE HLD-Hold-Date TO ENT-Hold-Date.
           MOVE HLD-Hold-Seq TO ENT-Hold-Seq.
           MOVE HLD-Trans-Code TO ENT-Trans-Code.
           MOVE HLD-Employee-ID TO ENT-Employee-ID.
           MOVE HLD-NAME TO ENT-NAME.
           MOVE WS-Age-Days TO ENT-Age-Days.
           WRITE Approve-Rpt-Rec FROM WS-Entry-Line.
           MOVE HLD-Hold-Reason TO RSN-Reason.
           MOVE HLD-Submitter-ID TO RSN-Submitter-ID.
           WRITE Approve-Rpt-Rec FROM WS-Reason-Line.
           IF WS-Decision NOT = SPACES
               MOVE WS-Decision-Approver TO DCN-Approver-ID
               WRITE Approve-Rpt-Rec FROM WS-Decision-Line
           END-IF.

       2300-REJECT-APPROVAL.
           ADD 1 TO WS-Bad-Approval-Count.
           WRITE Approve-Rpt-Rec FROM WS-Bad-Approval-Line.

      *    An approval that matched nothing quotes a mistyped
      *    reference or an item already settled on an earlier run.
       3000-LIST-UNMATCHED-APPROVALS.
           PERFORM VARYING WS-Apr-Sub FROM 1 BY 1
              UNTIL WS-Apr-Sub > WS-Apr-Count
             IF AT-Used-Sw (WS-Apr-Sub) = 'N'
                 MOVE AT-Hold-Date (WS-Apr-Sub) TO BAD-Hold-Date
                 MOVE AT-Hold-Seq (WS-Apr-Sub) TO BAD-Hold-Seq
                 MOVE AT-Approver-ID (WS-Apr-Sub) TO BAD-Approver-ID
                 MOVE 'NO MATCHING HELD ITEM' TO BAD-Reason
                 PERFORM 2300-REJECT-APPROVAL
             END-IF
           END-PERFORM.

      *    360-day-year / 30-day-month approximation - the ledger
      *    convention, as in EMP-SUSPMNT.
       4400-COMPUTE-AGE-DAYS.
           COMPUTE WS-Age-Days =
              (WS-Todays-CCYY - WS-Work-CCYY) * 360
              + (WS-Todays-MM - WS-Work-MM) * 30
              + (WS-Todays-DD - WS-Work-DD).
           IF WS-Age-Days < ZERO
               MOVE ZERO TO WS-Age-Days
           END-IF.

       9000-PRINT-TOTALS.
           MOVE WS-Held-Read-Count TO TOT-Held-Read-Count.
           WRITE Approve-Rpt-Rec FROM WS-Total-Line-1.
           MOVE WS-Released-Count TO TOT-Released-Count.
           WRITE Approve-Rpt-Rec FROM WS-Total-Line-2.
           MOVE WS-Refused-Count TO TOT-Refused-Count.
           WRITE Approve-Rpt-Rec FROM WS-Total-Line-3.
           MOVE WS-Waiting-Count TO TOT-Waiting-Count.
           WRITE Approve-Rpt-Rec FROM WS-Total-Line-4.
           MOVE WS-Overdue-Count TO TOT-Overdue-Count.
           WRITE Approve-Rpt-Rec FROM WS-Total-Line-5.
           MOVE WS-Bad-Approval-Count TO TOT-Bad-Approval-Count.
           WRITE Approve-Rpt-Rec FROM WS-Total-Line-6.

       9300-WRITE-AUDIT-LOG.
           MOVE RETURN-CODE TO WS-Step-RC.
           CALL 'EMPAUDIT' USING WS-Audit-Parms.
           MOVE WS-Step-RC TO RETURN-CODE.
