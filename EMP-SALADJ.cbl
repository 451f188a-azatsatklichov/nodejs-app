       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMP-SALADJ.

      *================================================================*
      * EMP-SALADJ - mass salary adjustment for across-the-board       *
      * increases (cost-of-living, union settlements). Instead of      *
      * hundreds of 'C' cards keyed by hand, one card on EMP-SALADJ-   *
      * CTL says who and how much: a Dept-Code or ALL, a percentage    *
      * or a flat amount, an optional salary cap and the date the      *
      * increase takes effect. Every active employee in scope is read  *
      * from EMP-FILE through the Dept-Code alternate index, so the    *
      * report comes out department by department, each employee's     *
      * salary before and after with the increase, department totals   *
      * and a grand total of what the increase costs. No one is taken  *
      * above the cap; anyone already at or over it is listed but not  *
      * adjusted.                                                      *
      * PARM 'PREVIEW' (or no PARM) only prints the report, for        *
      * finance to sign off. PARM 'GENERATE' prints the same report    *
      * and appends a full EMP-TRANS 'C' card per adjusted employee to *
      * EMP-SALADJ-TRANS - the master's other fields as they stand,    *
      * the new salary, TR-Effective-Date from the control card and    *
      * the control card's submitter as TR-Submitter-ID - so the       *
      * increases wait on EMP-TRANREL's pending file and then go       *
      * through EMP-MAINT's edits, dual control and journaling like    *
      * any keyed change. A percentage above EMP-MAINT's PARM'd raise  *
      * ceiling is held card by card for EMP-APPROVE, so the submitter *
      * must be a real user. A bad control card stops the run with     *
      * RETURN-CODE 12 and nothing generated. Opens EMP-FILE itself -  *
      * not to be run alongside EMP-MAINT.                             *
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT Employee ASSIGN TO EMP-FILE
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS Employee-ID
       ALTERNATE RECORD KEY IS NAME WITH DUPLICATES
       ALTERNATE RECORD KEY IS Dept-Code WITH DUPLICATES
       FILE STATUS IS WS-Employee-Status.

       SELECT Dept ASSIGN TO DEPT-FILE
       ORGANIZATION IS INDEXED
       ACCESS MODE IS RANDOM
       RECORD KEY IS Dept-Ref-Code
       FILE STATUS IS WS-Dept-Status.

       SELECT Saladj-Ctl ASSIGN TO EMP-SALADJ-CTL
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Ctl-Status.

       SELECT Saladj-Trans ASSIGN TO EMP-SALADJ-TRANS
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Trans-Status.

       SELECT Saladj-Rpt ASSIGN TO EMP-SALADJ-RPT
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Rpt-Status.

       DATA DIVISION.
       FILE SECTION.
       FD Employee.
          COPY EMPREC.

       FD Dept.
          COPY DEPTREC.

      *    One card per run. Amounts are unpunctuated with two
      *    implied decimals: a percentage of 00350 is 3.50 percent,
      *    a flat amount or cap of 000150000 is 1,500.00. Only the
      *    amount field the method names is used. A blank or zero
      *    cap means no cap.
       FD Saladj-Ctl.
          01 Saladj-Ctl-Rec.
             05 CTL-Scope PIC X(4).
                88 CTL-All-Depts VALUE 'ALL '.
             05 CTL-Method PIC X(1).
                88 CTL-Percentage VALUE 'P'.
                88 CTL-Flat-Amount VALUE 'F'.
             05 CTL-Percent PIC 9(3)V99.
             05 CTL-Amount PIC 9(7)V99.
             05 CTL-Salary-Cap PIC 9(7)V99.
             05 CTL-Salary-Cap-X REDEFINES CTL-Salary-Cap PIC X(9).
             05 CTL-Effective-Date.
                10 CTL-Effective-CCYY PIC 9(4).
                10 CTL-Effective-MM PIC 9(2).
                10 CTL-Effective-DD PIC 9(2).
             05 CTL-Submitter-ID PIC X(8).

      *    Same layout as EMP-MAINT's Emp-Trans-Rec - each generated
      *    card is a complete 'C' transaction as a clerk would key it.
       FD Saladj-Trans.
          01 Saladj-Trans-Rec.
             05 GEN-Trans-Code PIC X(1).
             05 GEN-Employee-ID PIC 9(5).
             05 GEN-NAME PIC A(25).
             05 GEN-Dept-Code PIC X(4).
             05 GEN-Hire-Date PIC X(8).
             05 GEN-Salary PIC 9(7)V99.
             05 GEN-Status PIC X(1).
             05 GEN-Effective-Date PIC 9(8).
             05 GEN-Submitter-ID PIC X(8).

       FD Saladj-Rpt.
          01 Saladj-Rpt-Rec PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-Employee-Status PIC X(2).
       01 WS-Dept-Status PIC X(2).
       01 WS-Ctl-Status PIC X(2).
       01 WS-Trans-Status PIC X(2).
       01 WS-Rpt-Status PIC X(2).
       01 WS-EOF PIC A(1) VALUE 'N'.
       01 WS-Read-Count PIC 9(7) VALUE ZERO.
       01 WS-Generated-Count PIC 9(7) VALUE ZERO.
       01 WS-Not-Adjusted-Count PIC 9(7) VALUE ZERO.
       01 WS-Run-Mode PIC X(8) VALUE 'PREVIEW'.
          88 Preview-Run VALUE 'PREVIEW'.
          88 Generate-Run VALUE 'GENERATE'.
       01 WS-Edit-Fail-Sw PIC X(1).
          88 Edit-Failed VALUE 'Y'.
          88 Edit-Passed VALUE 'N'.
       01 WS-Edit-Reason PIC X(30).
       01 WS-Month-Days PIC 9(2).
       01 WS-Leap-Quotient PIC 9(4).
       01 WS-Leap-Remainder PIC 9(4).

      *    The employee being adjusted.
       01 WS-Adjust-Sw PIC X(1).
          88 Adjust-Employee VALUE 'Y'.
          88 Skip-Employee VALUE 'N'.
       01 WS-New-Salary PIC 9(7)V99.
       01 WS-Increase PIC 9(7)V99.

      *    Department control break - the alternate index hands the
      *    employees over grouped by Dept-Code.
       01 WS-First-Dept-Sw PIC X(1) VALUE 'Y'.
       01 WS-Current-Dept PIC X(4).
       01 WS-Dept-Totals.
          05 DT-Headcount PIC 9(7).
          05 DT-Before-Total PIC 9(11)V99.
          05 DT-After-Total PIC 9(11)V99.
          05 DT-Cost-Total PIC 9(11)V99.
       01 WS-Grand-Totals.
          05 GT-Headcount PIC 9(7) VALUE ZERO.
          05 GT-Before-Total PIC 9(11)V99 VALUE ZERO.
          05 GT-After-Total PIC 9(11)V99 VALUE ZERO.
          05 GT-Cost-Total PIC 9(11)V99 VALUE ZERO.

       01 WS-Report-Lines.
          05 WS-Heading-1.
             10 FILLER PIC X(25)
                VALUE 'MASS SALARY ADJUSTMENT - '.
             10 HDG-Run-Mode PIC X(8).
             10 FILLER PIC X(6) VALUE SPACES.
             10 FILLER PIC X(10) VALUE 'RUN DATE: '.
             10 HDG-Run-Date PIC X(10).
          05 WS-Heading-2.
             10 FILLER PIC X(7) VALUE 'SCOPE: '.
             10 HDG-Scope PIC X(4).
             10 FILLER PIC X(10) VALUE '  METHOD: '.
             10 HDG-Method PIC X(22).
             10 FILLER PIC X(12) VALUE '  EFFECTIVE '.
             10 HDG-Effective-Date PIC X(10).
          05 WS-Heading-3.
             10 FILLER PIC X(11) VALUE 'SALARY CAP '.
             10 HDG-Cap PIC X(12).
             10 FILLER PIC X(14) VALUE '  SUBMITTER: '.
             10 HDG-Submitter-ID PIC X(8).
          05 WS-Heading-4.
             10 FILLER PIC X(40)
                VALUE 'EMP-ID NAME                DEPT   OLD SA'.
             10 FILLER PIC X(40)
                VALUE 'LARY   NEW SALARY     INCREASE NOTE'.
          05 WS-Detail-Line.
             10 ADJ-Employee-ID PIC 9(5).
             10 FILLER PIC X(2) VALUE SPACES.
             10 ADJ-NAME PIC A(19).
             10 FILLER PIC X(1) VALUE SPACES.
             10 ADJ-Dept-Code PIC X(4).
             10 FILLER PIC X(1) VALUE SPACES.
             10 ADJ-Old-Salary PIC Z,ZZZ,ZZ9.99.
             10 FILLER PIC X(1) VALUE SPACES.
             10 ADJ-New-Salary PIC Z,ZZZ,ZZ9.99.
             10 FILLER PIC X(1) VALUE SPACES.
             10 ADJ-Increase PIC Z,ZZZ,ZZ9.99.
             10 FILLER PIC X(1) VALUE SPACES.
             10 ADJ-Note PIC X(9).
          05 WS-Total-Line-1.
             10 FILLER PIC X(2) VALUE SPACES.
             10 SUB-Label PIC X(24).
             10 SUB-Headcount PIC ZZZ,ZZ9.
             10 FILLER PIC X(10) VALUE ' ADJUSTED'.
          05 WS-Total-Line-2.
             10 FILLER PIC X(12) VALUE '    BEFORE: '.
             10 SUB-Before-Total PIC ZZ,ZZZ,ZZZ,ZZ9.99.
             10 FILLER PIC X(9) VALUE '  AFTER: '.
             10 SUB-After-Total PIC ZZ,ZZZ,ZZZ,ZZ9.99.
             10 FILLER PIC X(8) VALUE '  COST: '.
             10 SUB-Cost-Total PIC ZZ,ZZZ,ZZZ,ZZ9.99.
          05 WS-Count-Line.
             10 CNT-Label PIC X(32).
             10 CNT-Count PIC ZZZ,ZZ9.
          05 WS-Reject-Line.
             10 FILLER PIC X(23) VALUE 'CONTROL CARD REJECTED: '.
             10 REJ-Reason PIC X(30).
             10 FILLER PIC X(27)
                VALUE ' - NOTHING GENERATED'.
       01 WS-Edit-Percent PIC ZZ9.99.
       01 WS-Edit-Amount PIC Z,ZZZ,ZZ9.99.

       01 WS-Todays-Date.
          05 WS-Todays-CCYY PIC 9(4).
          05 WS-Todays-MM PIC 9(2).
          05 WS-Todays-DD PIC 9(2).
       01 WS-Report-Date PIC X(10).
      *    Run-audit events go through EMPAUDIT onto the shared,
      *    suite-wide EMP-AUDIT log - see the EMPAUDIT header for
      *    the contract.
       01 WS-Audit-Parms.
          05 WS-Audit-Program PIC X(12) VALUE 'EMP-SALADJ'.
          05 WS-Audit-Operator PIC X(8) VALUE SPACES.
          05 WS-Audit-Read-Count PIC 9(7) VALUE ZERO.
          05 WS-Audit-Status PIC X(11) VALUE SPACES.
      *    EMPAUDIT hands back its own (zero) RETURN-CODE, so the
      *    step's condition code is held across the call.
       01 WS-Step-RC PIC S9(4) COMP VALUE ZERO.

      *    PARM is the run mode: PREVIEW (the default) or GENERATE.
       LINKAGE SECTION.
       01 LK-Run-Parm.
          05 LK-Parm-Len PIC S9(4) COMP.
          05 LK-Parm-Mode PIC X(8).

       PROCEDURE DIVISION USING LK-Run-Parm.

           ACCEPT WS-Todays-Date FROM DATE YYYYMMDD.
           MOVE WS-Todays-MM TO WS-Report-Date(1:2).
           MOVE '/' TO WS-Report-Date(3:1).
           MOVE WS-Todays-DD TO WS-Report-Date(4:2).
           MOVE '/' TO WS-Report-Date(6:1).
           MOVE WS-Todays-CCYY TO WS-Report-Date(7:4).

           IF LK-Parm-Len > ZERO
               MOVE SPACES TO WS-Run-Mode
               IF LK-Parm-Len NOT > 8
                   MOVE LK-Parm-Mode(1:LK-Parm-Len) TO WS-Run-Mode
               END-IF
               IF NOT Preview-Run AND NOT Generate-Run
                   DISPLAY 'EMP-SALADJ PARM MUST BE PREVIEW OR '
                      'GENERATE'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           MOVE 'STARTED' TO WS-Audit-Status.
           PERFORM 9300-WRITE-AUDIT-LOG.

           OPEN INPUT Employee.
           IF WS-Employee-Status NOT = '00'
               DISPLAY 'EMP-SALADJ UNABLE TO OPEN EMP-FILE, STATUS: '
                  WS-Employee-Status
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT Dept.
           IF WS-Dept-Status NOT = '00'
               DISPLAY 'EMP-SALADJ UNABLE TO OPEN DEPT-FILE, STATUS: '
                  WS-Dept-Status
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT Saladj-Ctl.
           IF WS-Ctl-Status NOT = '00'
               DISPLAY 'EMP-SALADJ UNABLE TO OPEN EMP-SALADJ-CTL, '
                  'STATUS: ' WS-Ctl-Status
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT Saladj-Rpt.
           IF WS-Rpt-Status NOT = '00'
               DISPLAY 'EMP-SALADJ UNABLE TO OPEN EMP-SALADJ-RPT, '
                  'STATUS: ' WS-Rpt-Status
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-Run-Mode TO HDG-Run-Mode.
           MOVE WS-Report-Date TO HDG-Run-Date.
           WRITE Saladj-Rpt-Rec FROM WS-Heading-1.

           READ Saladj-Ctl
              AT END
                 SET Edit-Failed TO TRUE
                 MOVE 'NO CONTROL CARD' TO WS-Edit-Reason
              NOT AT END
                 PERFORM 1000-EDIT-CONTROL-CARD
           END-READ.

           IF Edit-Failed
               MOVE WS-Edit-Reason TO REJ-Reason
               WRITE Saladj-Rpt-Rec FROM WS-Reject-Line
               CLOSE Employee
               CLOSE Dept
               CLOSE Saladj-Ctl
               CLOSE Saladj-Rpt
               DISPLAY 'EMP-SALADJ CONTROL CARD REJECTED: '
                  WS-Edit-Reason
               MOVE 12 TO RETURN-CODE
               MOVE 'BAD CONTROL' TO WS-Audit-Status
               PERFORM 9300-WRITE-AUDIT-LOG
               STOP RUN
           END-IF.

      *    Generated cards are added to whatever is already waiting
      *    on the transaction input, never written over it.
           IF Generate-Run
               OPEN EXTEND Saladj-Trans
               IF WS-Trans-Status NOT = '00'
                   OPEN OUTPUT Saladj-Trans
                   IF WS-Trans-Status NOT = '00'
                       DISPLAY 'EMP-SALADJ UNABLE TO OPEN '
                          'EMP-SALADJ-TRANS, STATUS: '
                          WS-Trans-Status
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
           END-IF.

           PERFORM 1500-PRINT-CONTROL-HEADINGS.

           IF CTL-All-Depts
               MOVE LOW-VALUES TO Dept-Code
           ELSE
               MOVE CTL-Scope TO Dept-Code
           END-IF.
           START Employee KEY IS NOT LESS THAN Dept-Code
              INVALID KEY MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
             READ Employee NEXT RECORD
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                   IF NOT CTL-All-Depts
                      AND Dept-Code NOT = CTL-Scope
                       MOVE 'Y' TO WS-EOF
                   ELSE
                       PERFORM 2000-PROCESS-EMPLOYEE
                   END-IF
             END-READ
           END-PERFORM.

           IF WS-First-Dept-Sw = 'N'
               PERFORM 3000-PRINT-DEPT-TOTAL
           END-IF.
           PERFORM 9000-PRINT-GRAND-TOTAL.
           CLOSE Employee.
           CLOSE Dept.
           CLOSE Saladj-Ctl.
           CLOSE Saladj-Rpt.
           IF Generate-Run
               CLOSE Saladj-Trans
               MOVE 'GENERATED' TO WS-Audit-Status
           ELSE
               MOVE 'PREVIEW' TO WS-Audit-Status
           END-IF.
           MOVE WS-Read-Count TO WS-Audit-Read-Count.
           PERFORM 9300-WRITE-AUDIT-LOG.
           DISPLAY 'EMP-SALADJ RUN MODE          : ' WS-Run-Mode.
           DISPLAY 'EMP-SALADJ RECORDS READ      : ' WS-Read-Count.
           DISPLAY 'EMP-SALADJ EMPLOYEES ADJUSTED: ' GT-Headcount.
           DISPLAY 'EMP-SALADJ NOT ADJUSTED      : '
              WS-Not-Adjusted-Count.
           DISPLAY 'EMP-SALADJ CARDS GENERATED   : '
              WS-Generated-Count.
           STOP RUN.

      *    The whole card is checked before a single employee is
      *    read; the first failure found is the one reported.
       1000-EDIT-CONTROL-CARD.
           SET Edit-Passed TO TRUE.
           MOVE SPACES TO WS-Edit-Reason.
           IF CTL-Salary-Cap-X = SPACES
               MOVE ZERO TO CTL-Salary-Cap
           END-IF.
           EVALUATE TRUE
               WHEN CTL-Scope = SPACES
                   SET Edit-Failed TO TRUE
                   MOVE 'SCOPE MUST BE A DEPT OR ALL' TO WS-Edit-Reason
               WHEN NOT CTL-Percentage AND NOT CTL-Flat-Amount
                   SET Edit-Failed TO TRUE
                   MOVE 'METHOD MUST BE P OR F' TO WS-Edit-Reason
               WHEN CTL-Percentage
                AND (CTL-Percent IS NOT NUMERIC
                     OR CTL-Percent = ZERO)
                   SET Edit-Failed TO TRUE
                   MOVE 'PERCENTAGE MISSING OR INVALID'
                      TO WS-Edit-Reason
               WHEN CTL-Flat-Amount
                AND (CTL-Amount IS NOT NUMERIC
                     OR CTL-Amount = ZERO)
                   SET Edit-Failed TO TRUE
                   MOVE 'FLAT AMOUNT MISSING OR INVALID'
                      TO WS-Edit-Reason
               WHEN CTL-Salary-Cap IS NOT NUMERIC
                   SET Edit-Failed TO TRUE
                   MOVE 'SALARY CAP NOT NUMERIC' TO WS-Edit-Reason
               WHEN CTL-Effective-Date IS NOT NUMERIC
                   SET Edit-Failed TO TRUE
                   MOVE 'EFFECTIVE DATE NOT NUMERIC' TO WS-Edit-Reason
               WHEN CTL-Submitter-ID = SPACES
                   SET Edit-Failed TO TRUE
                   MOVE 'SUBMITTER-ID MISSING' TO WS-Edit-Reason
           END-EVALUATE.
           IF Edit-Passed
               PERFORM 1100-CHECK-CALENDAR-DATE
           END-IF.
           IF Edit-Passed AND NOT CTL-All-Depts
               MOVE CTL-Scope TO Dept-Ref-Code
               READ Dept KEY IS Dept-Ref-Code
                  INVALID KEY
                     SET Edit-Failed TO TRUE
                     MOVE 'DEPT-CODE NOT ON DEPT-FILE'
                        TO WS-Edit-Reason
               END-READ
           END-IF.

       1100-CHECK-CALENDAR-DATE.
           IF CTL-Effective-MM < 01 OR CTL-Effective-MM > 12
               SET Edit-Failed TO TRUE
               MOVE 'EFFECTIVE MONTH INVALID' TO WS-Edit-Reason
           ELSE
               PERFORM 1110-SET-MONTH-DAYS
               IF CTL-Effective-DD < 01
                  OR CTL-Effective-DD > WS-Month-Days
                   SET Edit-Failed TO TRUE
                   MOVE 'EFFECTIVE DAY INVALID' TO WS-Edit-Reason
               END-IF
           END-IF.

       1110-SET-MONTH-DAYS.
           EVALUATE CTL-Effective-MM
               WHEN 04
               WHEN 06
               WHEN 09
               WHEN 11
                   MOVE 30 TO WS-Month-Days
               WHEN 02
                   PERFORM 1120-SET-FEBRUARY-DAYS
               WHEN OTHER
                   MOVE 31 TO WS-Month-Days
           END-EVALUATE.

      *    Leap year: divisible by 4, except century years, which
      *    must be divisible by 400.
       1120-SET-FEBRUARY-DAYS.
           MOVE 28 TO WS-Month-Days.
           DIVIDE CTL-Effective-CCYY BY 4
              GIVING WS-Leap-Quotient REMAINDER WS-Leap-Remainder.
           IF WS-Leap-Remainder = ZERO
               DIVIDE CTL-Effective-CCYY BY 100
                  GIVING WS-Leap-Quotient
                  REMAINDER WS-Leap-Remainder
               IF WS-Leap-Remainder NOT = ZERO
                   MOVE 29 TO WS-Month-Days
               ELSE
                   DIVIDE CTL-Effective-CCYY BY 400
                      GIVING WS-Leap-Quotient
                      REMAINDER WS-Leap-Remainder
                   IF WS-Leap-Remainder = ZERO
                       MOVE 29 TO WS-Month-Days
                   END-IF
               END-IF
           END-IF.

      *    Restates the accepted control card at the top of the
      *    report, so the page finance signs is the page that says
      *    exactly what was asked for.
       1500-PRINT-CONTROL-HEADINGS.
           MOVE CTL-Scope TO HDG-Scope.
           MOVE SPACES TO HDG-Method.
           IF CTL-Percentage
               MOVE CTL-Percent TO WS-Edit-Percent
               MOVE 'PERCENT' TO HDG-Method(1:7)
               MOVE WS-Edit-Percent TO HDG-Method(9:6)
           ELSE
               MOVE CTL-Amount TO WS-Edit-Amount
               MOVE 'FLAT' TO HDG-Method(1:4)
               MOVE WS-Edit-Amount TO HDG-Method(6:12)
           END-IF.
           MOVE CTL-Effective-MM TO HDG-Effective-Date(1:2).
           MOVE '/' TO HDG-Effective-Date(3:1).
           MOVE CTL-Effective-DD TO HDG-Effective-Date(4:2).
           MOVE '/' TO HDG-Effective-Date(6:1).
           MOVE CTL-Effective-CCYY TO HDG-Effective-Date(7:4).
           IF CTL-Salary-Cap = ZERO
               MOVE 'NONE' TO HDG-Cap
           ELSE
               MOVE CTL-Salary-Cap TO WS-Edit-Amount
               MOVE WS-Edit-Amount TO HDG-Cap
           END-IF.
           MOVE CTL-Submitter-ID TO HDG-Submitter-ID.
           WRITE Saladj-Rpt-Rec FROM WS-Heading-2.
           WRITE Saladj-Rpt-Rec FROM WS-Heading-3.
           MOVE SPACES TO Saladj-Rpt-Rec.
           WRITE Saladj-Rpt-Rec.
           WRITE Saladj-Rpt-Rec FROM WS-Heading-4.

      *    Only active employees are adjusted; terminated ones are
      *    passed over without a line.
       2000-PROCESS-EMPLOYEE.
           ADD 1 TO WS-Read-Count.
           IF Active-Employee
               IF WS-First-Dept-Sw = 'Y'
                   MOVE 'N' TO WS-First-Dept-Sw
                   PERFORM 3100-START-DEPT
               ELSE
                   IF Dept-Code NOT = WS-Current-Dept
                       PERFORM 3000-PRINT-DEPT-TOTAL
                       PERFORM 3100-START-DEPT
                   END-IF
               END-IF
               PERFORM 2100-ADJUST-SALARY
           END-IF.

       2100-ADJUST-SALARY.
           SET Adjust-Employee TO TRUE.
           MOVE SPACES TO ADJ-Note.
           IF CTL-Salary-Cap > ZERO AND Salary NOT < CTL-Salary-Cap
               SET Skip-Employee TO TRUE
               MOVE 'AT CAP' TO ADJ-Note
           ELSE
               IF CTL-Percentage
                   COMPUTE WS-New-Salary ROUNDED =
                      Salary + Salary * CTL-Percent / 100
                      ON SIZE ERROR
                         SET Skip-Employee TO TRUE
                         MOVE 'TOO LARGE' TO ADJ-Note
                   END-COMPUTE
               ELSE
                   COMPUTE WS-New-Salary = Salary + CTL-Amount
                      ON SIZE ERROR
                         SET Skip-Employee TO TRUE
                         MOVE 'TOO LARGE' TO ADJ-Note
                   END-COMPUTE
               END-IF
           END-IF.
           IF Adjust-Employee
              AND CTL-Salary-Cap > ZERO
              AND WS-New-Salary > CTL-Salary-Cap
               MOVE CTL-Salary-Cap TO WS-New-Salary
               MOVE 'CAPPED' TO ADJ-Note
           END-IF.
           IF Adjust-Employee
               COMPUTE WS-Increase = WS-New-Salary - Salary
               ADD 1 TO DT-Headcount
               ADD Salary TO DT-Before-Total
               ADD WS-New-Salary TO DT-After-Total
               ADD WS-Increase TO DT-Cost-Total
               IF Generate-Run
                   PERFORM 2200-WRITE-CHANGE-CARD
               END-IF
           ELSE
               ADD 1 TO WS-Not-Adjusted-Count
               MOVE Salary TO WS-New-Salary
               MOVE ZERO TO WS-Increase
           END-IF.
           MOVE Employee-ID TO ADJ-Employee-ID.
           MOVE NAME TO ADJ-NAME.
           MOVE Dept-Code TO ADJ-Dept-Code.
           MOVE Salary TO ADJ-Old-Salary.
           MOVE WS-New-Salary TO ADJ-New-Salary.
           MOVE WS-Increase TO ADJ-Increase.
           WRITE Saladj-Rpt-Rec FROM WS-Detail-Line.

      *    A change card carries the whole record, so everything but
      *    the salary goes back exactly as it stands on the master.
       2200-WRITE-CHANGE-CARD.
           MOVE 'C' TO GEN-Trans-Code.
           MOVE Employee-ID TO GEN-Employee-ID.
           MOVE NAME TO GEN-NAME.
           MOVE Dept-Code TO GEN-Dept-Code.
           MOVE Hire-Date TO GEN-Hire-Date.
           MOVE WS-New-Salary TO GEN-Salary.
           MOVE Emp-Status TO GEN-Status.
           MOVE CTL-Effective-Date TO GEN-Effective-Date.
           MOVE CTL-Submitter-ID TO GEN-Submitter-ID.
           WRITE Saladj-Trans-Rec.
           ADD 1 TO WS-Generated-Count.

       3000-PRINT-DEPT-TOTAL.
           MOVE SPACES TO SUB-Label.
           MOVE 'DEPT' TO SUB-Label(1:4).
           MOVE WS-Current-Dept TO SUB-Label(6:4).
           MOVE 'TOTAL' TO SUB-Label(11:5).
           MOVE DT-Headcount TO SUB-Headcount.
           MOVE DT-Before-Total TO SUB-Before-Total.
           MOVE DT-After-Total TO SUB-After-Total.
           MOVE DT-Cost-Total TO SUB-Cost-Total.
           WRITE Saladj-Rpt-Rec FROM WS-Total-Line-1.
           WRITE Saladj-Rpt-Rec FROM WS-Total-Line-2.
           MOVE SPACES TO Saladj-Rpt-Rec.
           WRITE Saladj-Rpt-Rec.
           ADD DT-Headcount TO GT-Headcount.
           ADD DT-Before-Total TO GT-Before-Total.
           ADD DT-After-Total TO GT-After-Total.
           ADD DT-Cost-Total TO GT-Cost-Total.

       3100-START-DEPT.
           MOVE Dept-Code TO WS-Current-Dept.
           MOVE ZERO TO DT-Headcount.
           MOVE ZERO TO DT-Before-Total.
           MOVE ZERO TO DT-After-Total.
           MOVE ZERO TO DT-Cost-Total.

       9000-PRINT-GRAND-TOTAL.
           MOVE 'GRAND TOTAL' TO SUB-Label.
           MOVE GT-Headcount TO SUB-Headcount.
           MOVE GT-Before-Total TO SUB-Before-Total.
           MOVE GT-After-Total TO SUB-After-Total.
           MOVE GT-Cost-Total TO SUB-Cost-Total.
           WRITE Saladj-Rpt-Rec FROM WS-Total-Line-1.
           WRITE Saladj-Rpt-Rec FROM WS-Total-Line-2.
           MOVE SPACES TO Saladj-Rpt-Rec.
           WRITE Saladj-Rpt-Rec.
           MOVE 'EMPLOYEES NOT ADJUSTED        : ' TO CNT-Label.
           MOVE WS-Not-Adjusted-Count TO CNT-Count.
           WRITE Saladj-Rpt-Rec FROM WS-Count-Line.
           MOVE 'CHANGE CARDS GENERATED        : ' TO CNT-Label.
           MOVE WS-Generated-Count TO CNT-Count.
           WRITE Saladj-Rpt-Rec FROM WS-Count-Line.

       9300-WRITE-AUDIT-LOG.
           MOVE RETURN-CODE TO WS-Step-RC.
           CALL 'EMPAUDIT' USING WS-Audit-Parms.
           MOVE WS-Step-RC TO RETURN-CODE.
