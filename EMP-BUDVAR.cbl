       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMP-BUDVAR.

      *================================================================*
      * EMP-BUDVAR - department budget-vs-actual variance report.      *
      * The budget in force for each department is read from the      *
      * DEPT-BUDGET KSDS (the department's latest period starting on   *
      * or before the reporting month) and set against the actuals     *
      * EMP-DEPTSUM reports: active headcount and the department's     *
      * salary total. With no PARM the actuals are taken from the      *
      * live EMP-FILE as of today, exactly as EMP-DEPTSUM computes     *
      * them; a PARM of a CCYYMMDD run date takes them instead from    *
      * that date's rows on the cumulative EMP-DEPTSNAP file, and the  *
      * budget in force for that month. Each budgeted department gets  *
      * a headcount line and a salary line with the signed over/under  *
      * amount and the percentage of budget; departments with actuals  *
      * but no budget in force are listed as such. A PARM date with    *
      * no snapshot on file ends with RC=8, as in EMP-DEPTTRD.         *
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT Dept-Budget ASSIGN TO DEPT-BUDGET
       ORGANIZATION IS INDEXED
       ACCESS MODE IS SEQUENTIAL
       RECORD KEY IS Budget-Key
       FILE STATUS IS WS-Budget-Status.

       SELECT Employee ASSIGN TO EMP-FILE
       ORGANIZATION IS INDEXED
       ACCESS MODE IS SEQUENTIAL
       RECORD KEY IS Employee-ID
       FILE STATUS IS WS-Employee-Status.

       SELECT Dept-Snap ASSIGN TO EMP-DEPTSNAP
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Snap-Status.

       SELECT Budget-Var-Rpt ASSIGN TO EMP-BUDVAR-RPT
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Rpt-Status.

       DATA DIVISION.
       FILE SECTION.
       FD Dept-Budget.
          COPY DEPTBUD.

       FD Employee.
          COPY EMPREC.

      *    Same layout EMP-DEPTSUM writes and EMP-DEPTTRD reads.
       FD Dept-Snap.
          01 Dept-Snap-Rec.
             05 SNAP-Run-Date PIC 9(8).
             05 SNAP-Dept-Code PIC X(4).
             05 SNAP-Headcount PIC 9(7).
             05 SNAP-Active-Count PIC 9(7).
             05 SNAP-Term-Count PIC 9(7).
             05 SNAP-Salary-Total PIC 9(11)V99.

       FD Budget-Var-Rpt.
          01 Budget-Var-Rpt-Rec PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-Budget-Status PIC X(2).
       01 WS-Employee-Status PIC X(2).
       01 WS-Snap-Status PIC X(2).
       01 WS-Rpt-Status PIC X(2).
       01 WS-EOF PIC A(1) VALUE 'N'.
       01 WS-Read-Count PIC 9(7) VALUE ZERO.
       01 WS-Snap-Rows PIC 9(7) VALUE ZERO.
      *    'L' reports against the live master, 'S' against the
      *    EMP-DEPTSNAP rows of the PARM date.
       01 WS-Source-Sw PIC X(1) VALUE 'L'.
          88 Live-Actuals VALUE 'L'.
          88 Snapshot-Actuals VALUE 'S'.
       01 WS-Snap-Date PIC 9(8) VALUE ZERO.
      *    The reporting month - a budget row is in force for it
      *    when the row's period starts on or before it.
       01 WS-Period PIC 9(6).

      *    One entry per department with a budget in force or any
      *    actuals, kept in code order by inserting each new code at
      *    its sorted slot (the EMP-DEPTSUM table shape).
       01 WS-Dept-Count PIC 9(3) VALUE ZERO.
       01 WS-Dept-Max PIC 9(3) VALUE 500.
       01 WS-Dept-Sub PIC 9(3).
       01 WS-Dept-Slot PIC 9(3).
       01 WS-Shift-Sub PIC 9(3).
       01 WS-Dept-Found-Sw PIC X(1).
       01 WS-Find-Code PIC X(4).
       01 WS-Dept-Table.
          05 WS-Dept-Entry OCCURS 500 TIMES.
             10 VT-Dept-Code PIC X(4).
             10 VT-Budget-Sw PIC X(1).
             10 VT-Bud-Headcount PIC 9(7).
             10 VT-Bud-Salary PIC 9(11)V99.
             10 VT-Act-Headcount PIC 9(7).
             10 VT-Act-Salary PIC 9(11)V99.

      *    Working fields for one variance line - the measure's
      *    budget and actual, the signed difference and percentage.
       01 WS-Var-Budget PIC 9(11)V99.
       01 WS-Var-Actual PIC 9(11)V99.
       01 WS-Var-Amount PIC S9(11)V99.
       01 WS-Var-Pct PIC S9(7)V9.
       01 WS-Var-Direction PIC X(5).
       01 WS-Var-Pct-Text PIC X(8).
       01 WS-Over-Sw PIC X(1).

       01 WS-Budgeted-Count PIC 9(7) VALUE ZERO.
       01 WS-Over-Count PIC 9(7) VALUE ZERO.
       01 WS-No-Budget-Count PIC 9(7) VALUE ZERO.
       01 WS-Grand-Totals.
          05 GT-Bud-Headcount PIC 9(7) VALUE ZERO.
          05 GT-Bud-Salary PIC 9(11)V99 VALUE ZERO.
          05 GT-Act-Headcount PIC 9(7) VALUE ZERO.
          05 GT-Act-Salary PIC 9(11)V99 VALUE ZERO.

       01 WS-Report-Lines.
          05 WS-Heading-1.
             10 FILLER PIC X(10) VALUE SPACES.
             10 FILLER PIC X(36)
                VALUE 'DEPARTMENT BUDGET VARIANCE REPORT   '.
             10 FILLER PIC X(10) VALUE 'RUN DATE: '.
             10 HDG-Run-Date PIC X(10).
          05 WS-Heading-2.
             10 FILLER PIC X(10) VALUE SPACES.
             10 FILLER PIC X(9) VALUE 'ACTUALS: '.
             10 HDG-Source PIC X(24).
             10 HDG-Source-Date PIC X(10).
             10 FILLER PIC X(9) VALUE '  BUDGET '.
             10 HDG-Period-CCYY PIC 9(4).
             10 FILLER PIC X(1) VALUE '/'.
             10 HDG-Period-MM PIC 9(2).
          05 WS-Heading-3.
             10 FILLER PIC X(4) VALUE 'DEPT'.
             10 FILLER PIC X(2) VALUE SPACES.
             10 FILLER PIC X(9) VALUE 'MEASURE'.
             10 FILLER PIC X(9) VALUE SPACES.
             10 FILLER PIC X(6) VALUE 'BUDGET'.
             10 FILLER PIC X(9) VALUE SPACES.
             10 FILLER PIC X(6) VALUE 'ACTUAL'.
             10 FILLER PIC X(7) VALUE SPACES.
             10 FILLER PIC X(8) VALUE 'VARIANCE'.
             10 FILLER PIC X(1) VALUE SPACES.
             10 FILLER PIC X(5) VALUE 'O/U'.
             10 FILLER PIC X(5) VALUE SPACES.
             10 FILLER PIC X(4) VALUE ' PCT'.
          05 WS-Salary-Line.
             10 SAL-Dept-Code PIC X(4).
             10 FILLER PIC X(2) VALUE SPACES.
             10 SAL-Measure PIC X(9).
             10 FILLER PIC X(1) VALUE SPACES.
             10 SAL-Budget PIC ZZZ,ZZZ,ZZ9.99.
             10 FILLER PIC X(1) VALUE SPACES.
             10 SAL-Actual PIC ZZZ,ZZZ,ZZ9.99.
             10 FILLER PIC X(1) VALUE SPACES.
             10 SAL-Amount PIC ZZZ,ZZZ,ZZ9.99.
             10 FILLER PIC X(1) VALUE SPACES.
             10 SAL-Direction PIC X(5).
             10 FILLER PIC X(1) VALUE SPACES.
             10 SAL-Pct PIC X(8).
          05 WS-Headcount-Line.
             10 HCL-Dept-Code PIC X(4).
             10 FILLER PIC X(2) VALUE SPACES.
             10 HCL-Measure PIC X(9).
             10 FILLER PIC X(8) VALUE SPACES.
             10 HCL-Budget PIC ZZZ,ZZ9.
             10 FILLER PIC X(8) VALUE SPACES.
             10 HCL-Actual PIC ZZZ,ZZ9.
             10 FILLER PIC X(8) VALUE SPACES.
             10 HCL-Amount PIC ZZZ,ZZ9.
             10 FILLER PIC X(1) VALUE SPACES.
             10 HCL-Direction PIC X(5).
             10 FILLER PIC X(1) VALUE SPACES.
             10 HCL-Pct PIC X(8).
          05 WS-No-Budget-Line.
             10 NBL-Dept-Code PIC X(4).
             10 FILLER PIC X(2) VALUE SPACES.
             10 FILLER PIC X(26)
                VALUE 'NO BUDGET IN FORCE - HEADS'.
             10 NBL-Headcount PIC ZZZ,ZZ9.
             10 FILLER PIC X(8) VALUE '  SALARY'.
             10 NBL-Salary PIC ZZZ,ZZZ,ZZ9.99.
          05 WS-Pct-Edit PIC ZZZZ9.9.
          05 WS-Total-Line.
             10 TOT-Label PIC X(32).
             10 TOT-Count PIC ZZZ,ZZ9.
          05 WS-No-Snap-Line.
             10 FILLER PIC X(31)
                VALUE 'NO EMP-DEPTSNAP ROWS FOR DATE: '.
             10 NSL-Date PIC 9(8).

       01 WS-Todays-Date.
          05 WS-Todays-CCYY PIC 9(4).
          05 WS-Todays-MM PIC 9(2).
          05 WS-Todays-DD PIC 9(2).
       01 WS-Report-Date PIC X(10).
      *    Run-audit events go through EMPAUDIT onto the shared,
      *    suite-wide EMP-AUDIT log - see the EMPAUDIT header for
      *    the contract.
       01 WS-Audit-Parms.
          05 WS-Audit-Program PIC X(12) VALUE 'EMP-BUDVAR'.
          05 WS-Audit-Operator PIC X(8) VALUE SPACES.
          05 WS-Audit-Read-Count PIC 9(7) VALUE ZERO.
          05 WS-Audit-Status PIC X(11) VALUE SPACES.
      *    EMPAUDIT hands back its own (zero) RETURN-CODE, so the
      *    step's condition code is held across the call.
       01 WS-Step-RC PIC S9(4) COMP VALUE ZERO.

      *    PARM, when present, is the CCYYMMDD EMP-DEPTSUM run date
      *    whose snapshot rows are the actuals. No PARM reports the
      *    live master against this month's budget.
       LINKAGE SECTION.
       01 LK-Run-Parm.
          05 LK-Parm-Len PIC S9(4) COMP.
          05 LK-Parm-Snap-Date PIC X(8).

       PROCEDURE DIVISION USING LK-Run-Parm.

           ACCEPT WS-Todays-Date FROM DATE YYYYMMDD.
           MOVE WS-Todays-MM TO WS-Report-Date(1:2).
           MOVE '/' TO WS-Report-Date(3:1).
           MOVE WS-Todays-DD TO WS-Report-Date(4:2).
           MOVE '/' TO WS-Report-Date(6:1).
           MOVE WS-Todays-CCYY TO WS-Report-Date(7:4).
           MOVE WS-Todays-Date(1:6) TO WS-Period.

           IF LK-Parm-Len > ZERO
               IF LK-Parm-Len = 8
                  AND LK-Parm-Snap-Date IS NUMERIC
                   SET Snapshot-Actuals TO TRUE
                   MOVE LK-Parm-Snap-Date TO WS-Snap-Date
                   MOVE LK-Parm-Snap-Date(1:6) TO WS-Period
               ELSE
                   DISPLAY 'EMP-BUDVAR PARM MUST BE A CCYYMMDD '
                      'SNAPSHOT DATE, OR OMITTED'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           MOVE 'STARTED' TO WS-Audit-Status.
           PERFORM 9300-WRITE-AUDIT-LOG.

           OPEN INPUT Dept-Budget.
           IF WS-Budget-Status NOT = '00'
               DISPLAY 'EMP-BUDVAR UNABLE TO OPEN DEPT-BUDGET, STATUS: '
                  WS-Budget-Status
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF Live-Actuals
               OPEN INPUT Employee
               IF WS-Employee-Status NOT = '00'
                   DISPLAY 'EMP-BUDVAR UNABLE TO OPEN EMP-FILE, '
                      'STATUS: ' WS-Employee-Status
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               OPEN INPUT Dept-Snap
               IF WS-Snap-Status NOT = '00'
                   DISPLAY 'EMP-BUDVAR UNABLE TO OPEN EMP-DEPTSNAP, '
                      'STATUS: ' WS-Snap-Status
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           OPEN OUTPUT Budget-Var-Rpt.
           IF WS-Rpt-Status NOT = '00'
               DISPLAY 'EMP-BUDVAR UNABLE TO OPEN EMP-BUDVAR-RPT, '
                  'STATUS: ' WS-Rpt-Status
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM UNTIL WS-EOF = 'Y'
             READ Dept-Budget
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END PERFORM 1000-TABLE-BUDGET
             END-READ
           END-PERFORM.
           CLOSE Dept-Budget.

           MOVE 'N' TO WS-EOF.
           IF Live-Actuals
               PERFORM UNTIL WS-EOF = 'Y'
                 READ Employee
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END PERFORM 2000-ACCUMULATE-EMPLOYEE
                 END-READ
               END-PERFORM
               CLOSE Employee
           ELSE
               PERFORM UNTIL WS-EOF = 'Y'
                 READ Dept-Snap
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END PERFORM 2500-TABLE-SNAPSHOT
                 END-READ
               END-PERFORM
               CLOSE Dept-Snap
           END-IF.

           PERFORM 8000-PRINT-HEADINGS.
           IF Snapshot-Actuals AND WS-Snap-Rows = ZERO
               MOVE WS-Snap-Date TO NSL-Date
               WRITE Budget-Var-Rpt-Rec FROM WS-No-Snap-Line
               MOVE 8 TO RETURN-CODE
               MOVE 'NO SNAPSHOT' TO WS-Audit-Status
           ELSE
               PERFORM 9000-PRINT-DEPT-VARIANCE
                  VARYING WS-Dept-Sub FROM 1 BY 1
                  UNTIL WS-Dept-Sub > WS-Dept-Count
               PERFORM 9500-PRINT-TOTALS
               MOVE 'NORMAL' TO WS-Audit-Status
           END-IF.

           CLOSE Budget-Var-Rpt.
           MOVE WS-Read-Count TO WS-Audit-Read-Count.
           PERFORM 9300-WRITE-AUDIT-LOG.
           DISPLAY 'EMP-BUDVAR DEPARTMENTS     : ' WS-Dept-Count.
           DISPLAY 'EMP-BUDVAR OVER BUDGET     : ' WS-Over-Count.
           DISPLAY 'EMP-BUDVAR WITH NO BUDGET  : ' WS-No-Budget-Count.
           STOP RUN.

      *    The KSDS arrives in code-then-period order, so the last
      *    row of a department starting on or before the reporting
      *    month is the one in force - each qualifying row simply
      *    overwrites the one before it.
       1000-TABLE-BUDGET.
           IF Budget-Period NOT > WS-Period
               MOVE Budget-Dept-Code TO WS-Find-Code
               PERFORM 3000-FIND-DEPT-SLOT
               IF WS-Dept-Found-Sw NOT = 'X'
                   MOVE 'Y' TO VT-Budget-Sw (WS-Dept-Slot)
                   MOVE Budget-Headcount
                      TO VT-Bud-Headcount (WS-Dept-Slot)
                   MOVE Budget-Salary-Total
                      TO VT-Bud-Salary (WS-Dept-Slot)
               END-IF
           END-IF.

      *    The EMP-DEPTSUM figures: the salary total covers every
      *    record carrying the code, the headcount only the active
      *    ones - so the live and snapshot reports agree.
       2000-ACCUMULATE-EMPLOYEE.
           ADD 1 TO WS-Read-Count.
           MOVE Dept-Code TO WS-Find-Code.
           PERFORM 3000-FIND-DEPT-SLOT.
           IF WS-Dept-Found-Sw NOT = 'X'
               ADD Salary TO VT-Act-Salary (WS-Dept-Slot)
               IF Active-Employee
                   ADD 1 TO VT-Act-Headcount (WS-Dept-Slot)
               END-IF
           END-IF.

      *    A same-day rerun of EMP-DEPTSUM appends a second set under
      *    the same run date; the last one wins, as in EMP-DEPTTRD.
       2500-TABLE-SNAPSHOT.
           ADD 1 TO WS-Read-Count.
           IF SNAP-Run-Date = WS-Snap-Date
               ADD 1 TO WS-Snap-Rows
               MOVE SNAP-Dept-Code TO WS-Find-Code
               PERFORM 3000-FIND-DEPT-SLOT
               IF WS-Dept-Found-Sw NOT = 'X'
                   MOVE SNAP-Active-Count
                      TO VT-Act-Headcount (WS-Dept-Slot)
                   MOVE SNAP-Salary-Total
                      TO VT-Act-Salary (WS-Dept-Slot)
               END-IF
           END-IF.

      *    Finds WS-Find-Code in the sorted table, inserting a zeroed
      *    entry at its slot when the code is new. 'X' means the
      *    table is full and the code could not be placed.
       3000-FIND-DEPT-SLOT.
           MOVE 'N' TO WS-Dept-Found-Sw.
           MOVE 1 TO WS-Dept-Slot.
           PERFORM VARYING WS-Dept-Sub FROM 1 BY 1
              UNTIL WS-Dept-Sub > WS-Dept-Count
                 OR WS-Dept-Found-Sw = 'Y'
                 OR VT-Dept-Code (WS-Dept-Sub) > WS-Find-Code
             IF VT-Dept-Code (WS-Dept-Sub) = WS-Find-Code
                 MOVE 'Y' TO WS-Dept-Found-Sw
                 MOVE WS-Dept-Sub TO WS-Dept-Slot
             ELSE
                 ADD 1 TO WS-Dept-Slot
             END-IF
           END-PERFORM.
           IF WS-Dept-Found-Sw = 'N'
               PERFORM 3100-INSERT-DEPT-ENTRY
           END-IF.

       3100-INSERT-DEPT-ENTRY.
           IF WS-Dept-Count >= WS-Dept-Max
               DISPLAY 'EMP-BUDVAR DEPT TABLE FULL AT ' WS-Find-Code
               MOVE 'X' TO WS-Dept-Found-Sw
           ELSE
               PERFORM VARYING WS-Shift-Sub FROM WS-Dept-Count BY -1
                  UNTIL WS-Shift-Sub < WS-Dept-Slot
                 MOVE WS-Dept-Entry (WS-Shift-Sub)
                    TO WS-Dept-Entry (WS-Shift-Sub + 1)
               END-PERFORM
               ADD 1 TO WS-Dept-Count
               MOVE WS-Find-Code TO VT-Dept-Code (WS-Dept-Slot)
               MOVE 'N' TO VT-Budget-Sw (WS-Dept-Slot)
               MOVE ZERO TO VT-Bud-Headcount (WS-Dept-Slot)
               MOVE ZERO TO VT-Bud-Salary (WS-Dept-Slot)
               MOVE ZERO TO VT-Act-Headcount (WS-Dept-Slot)
               MOVE ZERO TO VT-Act-Salary (WS-Dept-Slot)
           END-IF.

       8000-PRINT-HEADINGS.
           MOVE WS-Report-Date TO HDG-Run-Date.
           IF Live-Actuals
               MOVE 'EMP-FILE AS OF' TO HDG-Source
               MOVE WS-Report-Date TO HDG-Source-Date
           ELSE
               MOVE 'EMP-DEPTSNAP RUN OF' TO HDG-Source
               MOVE WS-Snap-Date(5:2) TO HDG-Source-Date(1:2)
               MOVE '/' TO HDG-Source-Date(3:1)
               MOVE WS-Snap-Date(7:2) TO HDG-Source-Date(4:2)
               MOVE '/' TO HDG-Source-Date(6:1)
               MOVE WS-Snap-Date(1:4) TO HDG-Source-Date(7:4)
           END-IF.
           MOVE WS-Period(1:4) TO HDG-Period-CCYY.
           MOVE WS-Period(5:2) TO HDG-Period-MM.
           WRITE Budget-Var-Rpt-Rec FROM WS-Heading-1.
           WRITE Budget-Var-Rpt-Rec FROM WS-Heading-2.
           WRITE Budget-Var-Rpt-Rec FROM WS-Heading-3.

       9000-PRINT-DEPT-VARIANCE.
           IF VT-Budget-Sw (WS-Dept-Sub) = 'Y'
               ADD 1 TO WS-Budgeted-Count
               ADD VT-Bud-Headcount (WS-Dept-Sub) TO GT-Bud-Headcount
               ADD VT-Bud-Salary (WS-Dept-Sub) TO GT-Bud-Salary
               ADD VT-Act-Headcount (WS-Dept-Sub) TO GT-Act-Headcount
               ADD VT-Act-Salary (WS-Dept-Sub) TO GT-Act-Salary
               MOVE 'N' TO WS-Over-Sw
               MOVE VT-Dept-Code (WS-Dept-Sub) TO HCL-Dept-Code
               MOVE VT-Bud-Headcount (WS-Dept-Sub) TO WS-Var-Budget
               MOVE VT-Act-Headcount (WS-Dept-Sub) TO WS-Var-Actual
               PERFORM 9100-PRINT-HEADCOUNT-LINE
               MOVE SPACES TO SAL-Dept-Code
               MOVE VT-Bud-Salary (WS-Dept-Sub) TO WS-Var-Budget
               MOVE VT-Act-Salary (WS-Dept-Sub) TO WS-Var-Actual
               PERFORM 9200-PRINT-SALARY-LINE
               IF WS-Over-Sw = 'Y'
                   ADD 1 TO WS-Over-Count
               END-IF
           ELSE
               ADD 1 TO WS-No-Budget-Count
               MOVE VT-Dept-Code (WS-Dept-Sub) TO NBL-Dept-Code
               MOVE VT-Act-Headcount (WS-Dept-Sub) TO NBL-Headcount
               MOVE VT-Act-Salary (WS-Dept-Sub) TO NBL-Salary
               WRITE Budget-Var-Rpt-Rec FROM WS-No-Budget-Line
           END-IF.

       9100-PRINT-HEADCOUNT-LINE.
           PERFORM 9400-COMPUTE-VARIANCE.
           MOVE 'HEADCOUNT' TO HCL-Measure.
           MOVE WS-Var-Budget TO HCL-Budget.
           MOVE WS-Var-Actual TO HCL-Actual.
           MOVE WS-Var-Amount TO HCL-Amount.
           MOVE WS-Var-Direction TO HCL-Direction.
           MOVE WS-Var-Pct-Text TO HCL-Pct.
           WRITE Budget-Var-Rpt-Rec FROM WS-Headcount-Line.

       9200-PRINT-SALARY-LINE.
           PERFORM 9400-COMPUTE-VARIANCE.
           MOVE 'SALARY' TO SAL-Measure.
           MOVE WS-Var-Budget TO SAL-Budget.
           MOVE WS-Var-Actual TO SAL-Actual.
           MOVE WS-Var-Amount TO SAL-Amount.
           MOVE WS-Var-Direction TO SAL-Direction.
           MOVE WS-Var-Pct-Text TO SAL-Pct.
           WRITE Budget-Var-Rpt-Rec FROM WS-Salary-Line.

      *    Variance is actual less budget, printed unsigned with an
      *    OVER/UNDER word, and as a percentage of budget. A zero
      *    budget has no percentage to give.
       9400-COMPUTE-VARIANCE.
           COMPUTE WS-Var-Amount = WS-Var-Actual - WS-Var-Budget.
           EVALUATE TRUE
               WHEN WS-Var-Amount > ZERO
                   MOVE 'OVER' TO WS-Var-Direction
                   MOVE 'Y' TO WS-Over-Sw
               WHEN WS-Var-Amount < ZERO
                   MOVE 'UNDER' TO WS-Var-Direction
               WHEN OTHER
                   MOVE 'ON' TO WS-Var-Direction
           END-EVALUATE.
           IF WS-Var-Budget > ZERO
               COMPUTE WS-Var-Pct ROUNDED =
                  WS-Var-Amount * 100 / WS-Var-Budget
               MOVE WS-Var-Pct TO WS-Pct-Edit
               MOVE WS-Pct-Edit TO WS-Var-Pct-Text
               MOVE '%' TO WS-Var-Pct-Text(8:1)
           ELSE
               MOVE '    N/A' TO WS-Var-Pct-Text
           END-IF.

       9500-PRINT-TOTALS.
           MOVE 'ALL' TO HCL-Dept-Code.
           MOVE GT-Bud-Headcount TO WS-Var-Budget.
           MOVE GT-Act-Headcount TO WS-Var-Actual.
           PERFORM 9100-PRINT-HEADCOUNT-LINE.
           MOVE SPACES TO SAL-Dept-Code.
           MOVE GT-Bud-Salary TO WS-Var-Budget.
           MOVE GT-Act-Salary TO WS-Var-Actual.
           PERFORM 9200-PRINT-SALARY-LINE.
           MOVE 'DEPARTMENTS WITH BUDGET       : ' TO TOT-Label.
           MOVE WS-Budgeted-Count TO TOT-Count.
           WRITE Budget-Var-Rpt-Rec FROM WS-Total-Line.
           MOVE 'DEPARTMENTS OVER BUDGET       : ' TO TOT-Label.
           MOVE WS-Over-Count TO TOT-Count.
           WRITE Budget-Var-Rpt-Rec FROM WS-Total-Line.
           MOVE 'DEPARTMENTS WITH NO BUDGET    : ' TO TOT-Label.
           MOVE WS-No-Budget-Count TO TOT-Count.
           WRITE Budget-Var-Rpt-Rec FROM WS-Total-Line.

       9300-WRITE-AUDIT-LOG.
           MOVE RETURN-CODE TO WS-Step-RC.
           CALL 'EMPAUDIT' USING WS-Audit-Parms.
           MOVE WS-Step-RC TO RETURN-CODE.
