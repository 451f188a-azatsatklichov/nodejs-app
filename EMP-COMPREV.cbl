       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMP-COMPREV.

      *================================================================*
      * EMP-COMPREV - compensation review report for the annual pay    *
      * cycle, built from the salary movements EMP-HIST has journaled. *
      * Every active employee is listed under their department, in     *
      * Dept-Code order (the master is read through the DEPT           *
      * alternate index, as EMPSRCH does), with:                       *
      *   - current Salary,                                            *
      *   - the date and percentage of the last increase - a 'C'       *
      *     entry whose after-image Salary is above its before-image   *
      *     Salary,                                                    *
      *   - the number of such increases in the last three years,      *
      *   - their Salary against the average of the department's       *
      *     active employees in this same run, as a signed percentage. *
      * Two flags print under the employee's line: NO INCREASE for     *
      * someone whose last increase (or, with none journaled, whose    *
      * hire) is more than the PARM'd number of months ago, and HIGH   *
      * RAISE for anyone whose largest single journaled increase       *
      * exceeded the PARM'd percentage. Department and company totals  *
      * close the report. Ends with RETURN-CODE 12 if a file cannot be *
      * opened or a department outgrows the table, 0 otherwise - the   *
      * flags are for the managers, not for operations.                *
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT Employee ASSIGN TO EMP-FILE
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS Employee-ID
       ALTERNATE RECORD KEY IS Dept-Code WITH DUPLICATES
       FILE STATUS IS WS-Employee-Status.

       SELECT Emp-Hist ASSIGN TO EMP-HIST
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS Hist-Key
       FILE STATUS IS WS-Hist-Status.

       SELECT Comp-Rpt ASSIGN TO EMP-COMPREV-RPT
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Rpt-Status.

       DATA DIVISION.
       FILE SECTION.
       FD Employee.
          COPY EMPREC.

       FD Emp-Hist.
          COPY EMPHREC.

       FD Comp-Rpt.
          01 Comp-Rpt-Rec PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-Employee-Status PIC X(2).
       01 WS-Hist-Status PIC X(2).
       01 WS-Rpt-Status PIC X(2).
       01 WS-EOF PIC A(1) VALUE 'N'.
       01 WS-Hist-EOF PIC A(1) VALUE 'N'.
       01 WS-Read-Count PIC 9(7) VALUE ZERO.
       01 WS-Active-Count PIC 9(7) VALUE ZERO.
       01 WS-Stale-Count PIC 9(7) VALUE ZERO.
       01 WS-High-Count PIC 9(7) VALUE ZERO.
       01 WS-Dept-Printed PIC 9(5) VALUE ZERO.
       01 WS-Table-Full-Sw PIC X(1) VALUE 'N'.
          88 Emp-Table-Full VALUE 'Y'.

      *    Review thresholds. Taken from the PARM when one is
      *    supplied, otherwise the VALUEs below.
       01 WS-Stale-Months PIC 9(3) VALUE 12.
       01 WS-High-Raise-Pct PIC 9(3) VALUE 10.

      *    The department being gathered: its active employees are
      *    held until the Dept-Code changes, when the department
      *    average is known and the lines can be printed against it.
       01 WS-Cur-Dept PIC X(4).
       01 WS-Cur-Dept-Sw PIC X(1) VALUE 'N'.
          88 Dept-In-Progress VALUE 'Y'.
       01 WS-Dept-Salary-Total PIC 9(11)V99.
       01 WS-Dept-Average PIC 9(9)V99.
       01 WS-Grand-Salary-Total PIC 9(11)V99 VALUE ZERO.
       01 WS-Grand-Average PIC 9(9)V99.
       01 WS-Emp-Count PIC 9(5) VALUE ZERO.
       01 WS-Emp-Table.
          05 WS-Emp-Entry OCCURS 0 TO 20000 TIMES
             DEPENDING ON WS-Emp-Count
             INDEXED BY ET-Index.
             10 ET-Employee-ID PIC 9(5).
             10 ET-NAME PIC A(25).
             10 ET-Salary PIC 9(7)V99.
             10 ET-Last-Date PIC 9(8).
             10 ET-Last-Pct PIC 9(3)V9.
             10 ET-Recent-Count PIC 9(3).
             10 ET-Max-Pct PIC 9(3)V9.
             10 ET-Max-Date PIC 9(8).
             10 ET-Months-Since PIC 9(4).
             10 ET-Stale-Sw PIC X(1).
             10 ET-High-Sw PIC X(1).

      *    One employee's journal, as the pass over their entries
      *    finds it.
       01 WS-Last-Date PIC 9(8).
       01 WS-Last-Pct PIC 9(3)V9.
       01 WS-Recent-Count PIC 9(3).
       01 WS-Max-Pct PIC 9(3)V9.
       01 WS-Max-Date PIC 9(8).
       01 WS-Raise-Pct PIC 9(3)V9.
       01 WS-Months-Since PIC S9(5).
       01 WS-Avg-Diff-Pct PIC S9(3)V9.
       01 WS-Avg-Diff-Amt PIC S9(9)V99.

      *    The Salary portion of the before- and after-images, viewed
      *    through the master layout.
       01 WS-Before-Emp.
          05 FILLER PIC X(42).
          05 BEF-Salary PIC 9(7)V99.
          05 FILLER PIC X(1).
       01 WS-After-Emp.
          05 FILLER PIC X(42).
          05 AFT-Salary PIC 9(7)V99.
          05 FILLER PIC X(1).

      *    Increases on or after this date count as "last 3 years".
       01 WS-Recent-Cutoff.
          05 WS-Cutoff-CCYY PIC 9(4).
          05 WS-Cutoff-MMDD PIC 9(4).
       01 WS-Work-Date.
          05 WS-Work-CCYY PIC 9(4).
          05 WS-Work-MM PIC 9(2).
          05 WS-Work-DD PIC 9(2).

       01 WS-Report-Lines.
          05 WS-Heading-1.
             10 FILLER PIC X(10) VALUE SPACES.
             10 FILLER PIC X(36)
                VALUE 'COMPENSATION REVIEW - ACTIVE STAFF  '.
             10 FILLER PIC X(10) VALUE 'RUN DATE: '.
             10 HDG-Run-Date PIC X(10).
          05 WS-Heading-2.
             10 FILLER PIC X(22) VALUE 'FLAGS: NO INCREASE IN '.
             10 HDG-Stale-Months PIC ZZ9.
             10 FILLER PIC X(22) VALUE ' MONTHS; SINGLE RAISE '.
             10 FILLER PIC X(5) VALUE 'OVER '.
             10 HDG-High-Pct PIC ZZ9.
             10 FILLER PIC X(1) VALUE '%'.
          05 WS-Heading-3.
             10 FILLER PIC X(6) VALUE 'EMP-ID'.
             10 FILLER PIC X(26) VALUE 'NAME'.
             10 FILLER PIC X(13) VALUE '      SALARY '.
             10 FILLER PIC X(11) VALUE 'LAST RAISE '.
             10 FILLER PIC X(6) VALUE '    % '.
             10 FILLER PIC X(4) VALUE ' 3Y '.
             10 FILLER PIC X(7) VALUE ' VS AVG'.
          05 WS-Dept-Line.
             10 FILLER PIC X(5) VALUE 'DEPT '.
             10 DPT-Dept-Code PIC X(4).
             10 FILLER PIC X(10) VALUE '  ACTIVE: '.
             10 DPT-Active-Count PIC ZZ,ZZ9.
             10 FILLER PIC X(19) VALUE '  AVERAGE SALARY: '.
             10 DPT-Average PIC ZZZ,ZZZ,ZZ9.99.
          05 WS-Detail-Line.
             10 DTL-Employee-ID PIC 9(5).
             10 FILLER PIC X(1) VALUE SPACES.
             10 DTL-NAME PIC A(25).
             10 FILLER PIC X(1) VALUE SPACES.
             10 DTL-Salary PIC Z,ZZZ,ZZ9.99.
             10 FILLER PIC X(1) VALUE SPACES.
             10 DTL-Last-Date PIC X(10).
             10 FILLER PIC X(1) VALUE SPACES.
             10 DTL-Last-Pct PIC ZZ9.9.
             10 FILLER PIC X(1) VALUE SPACES.
             10 DTL-Recent-Count PIC ZZ9.
             10 FILLER PIC X(1) VALUE SPACES.
             10 DTL-Avg-Diff-Pct PIC +ZZ9.9.
             10 FILLER PIC X(1) VALUE '%'.
          05 WS-Stale-Line.
             10 FILLER PIC X(24)
                VALUE '      ** NO INCREASE IN '.
             10 STL-Months PIC ZZZ9.
             10 FILLER PIC X(7) VALUE ' MONTHS'.
          05 WS-High-Line.
             10 FILLER PIC X(25)
                VALUE '      ** SINGLE RAISE OF '.
             10 HIR-Pct PIC ZZ9.9.
             10 FILLER PIC X(5) VALUE '% ON '.
             10 HIR-Date PIC X(10).
          05 WS-Dept-Total-Line.
             10 FILLER PIC X(12) VALUE '   DEPT '.
             10 DTT-Dept-Code PIC X(4).
             10 FILLER PIC X(16) VALUE ' SALARY TOTAL: '.
             10 DTT-Salary-Total PIC ZZ,ZZZ,ZZZ,ZZ9.99.
          05 WS-Table-Full-Line.
             10 FILLER PIC X(31)
                VALUE 'DEPARTMENT TABLE FULL AT DEPT '.
             10 TBF-Dept-Code PIC X(4).
             10 FILLER PIC X(30)
                VALUE ' - REPORT IS INCOMPLETE       '.
          05 WS-Total-Line-1.
             10 FILLER PIC X(32)
                VALUE 'ACTIVE EMPLOYEES REVIEWED     : '.
             10 TOT-Active-Count PIC ZZZ,ZZ9.
          05 WS-Total-Line-2.
             10 FILLER PIC X(32)
                VALUE 'DEPARTMENTS                   : '.
             10 TOT-Dept-Count PIC ZZZ,ZZ9.
          05 WS-Total-Line-3.
             10 FILLER PIC X(32)
                VALUE 'FLAGGED NO INCREASE           : '.
             10 TOT-Stale-Count PIC ZZZ,ZZ9.
          05 WS-Total-Line-4.
             10 FILLER PIC X(32)
                VALUE 'FLAGGED HIGH SINGLE RAISE     : '.
             10 TOT-High-Count PIC ZZZ,ZZ9.
          05 WS-Total-Line-5.
             10 FILLER PIC X(32)
                VALUE 'COMPANY AVERAGE SALARY        : '.
             10 TOT-Grand-Average PIC ZZZ,ZZZ,ZZ9.99.

       01 WS-Todays-Date.
          05 WS-Todays-CCYY PIC 9(4).
          05 WS-Todays-MM PIC 9(2).
          05 WS-Todays-DD PIC 9(2).
       01 WS-Report-Date PIC X(10).
      *    Run-audit events go through EMPAUDIT onto the shared,
      *    suite-wide EMP-AUDIT log - see the EMPAUDIT header for
      *    the contract.
       01 WS-Audit-Parms.
          05 WS-Audit-Program PIC X(12) VALUE 'EMP-COMPREV'.
          05 WS-Audit-Operator PIC X(8) VALUE SPACES.
          05 WS-Audit-Read-Count PIC 9(7) VALUE ZERO.
          05 WS-Audit-Status PIC X(11) VALUE SPACES.
      *    EMPAUDIT hands back its own (zero) RETURN-CODE, so the
      *    step's condition code is held across the call.
       01 WS-Step-RC PIC S9(4) COMP VALUE ZERO.

      *    PARM carries the two review thresholds as three digits
      *    each: months without an increase, then the single-raise
      *    percentage ('012010' is 12 months and 10 percent).
       LINKAGE SECTION.
       01 LK-Run-Parm.
          05 LK-Parm-Len PIC S9(4) COMP.
          05 LK-Parm-Stale-Months PIC 9(3).
          05 LK-Parm-High-Pct PIC 9(3).

       PROCEDURE DIVISION USING LK-Run-Parm.

           ACCEPT WS-Todays-Date FROM DATE YYYYMMDD.
           MOVE WS-Todays-MM TO WS-Report-Date(1:2).
           MOVE '/' TO WS-Report-Date(3:1).
           MOVE WS-Todays-DD TO WS-Report-Date(4:2).
           MOVE '/' TO WS-Report-Date(6:1).
           MOVE WS-Todays-CCYY TO WS-Report-Date(7:4).
           COMPUTE WS-Cutoff-CCYY = WS-Todays-CCYY - 3.
           MOVE WS-Todays-Date(5:4) TO WS-Cutoff-MMDD.

           IF LK-Parm-Len > ZERO
               IF LK-Parm-Len = 6
                  AND LK-Parm-Stale-Months IS NUMERIC
                  AND LK-Parm-High-Pct IS NUMERIC
                   MOVE LK-Parm-Stale-Months TO WS-Stale-Months
                   MOVE LK-Parm-High-Pct TO WS-High-Raise-Pct
               ELSE
                   DISPLAY 'EMP-COMPREV PARM MUST BE MONTHS AND '
                      'PERCENTAGE AS TWO 3-DIGIT NUMBERS'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           MOVE 'STARTED' TO WS-Audit-Status.
           PERFORM 9300-WRITE-AUDIT-LOG.

           OPEN INPUT Employee.
           IF WS-Employee-Status NOT = '00'
               DISPLAY 'EMP-COMPREV UNABLE TO OPEN EMP-FILE, STATUS: '
                  WS-Employee-Status
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT Emp-Hist.
           IF WS-Hist-Status NOT = '00'
               DISPLAY 'EMP-COMPREV UNABLE TO OPEN EMP-HIST, STATUS: '
                  WS-Hist-Status
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT Comp-Rpt.
           IF WS-Rpt-Status NOT = '00'
               DISPLAY 'EMP-COMPREV UNABLE TO OPEN EMP-COMPREV-RPT, '
                  'STATUS: ' WS-Rpt-Status
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-Report-Date TO HDG-Run-Date.
           WRITE Comp-Rpt-Rec FROM WS-Heading-1.
           MOVE WS-Stale-Months TO HDG-Stale-Months.
           MOVE WS-High-Raise-Pct TO HDG-High-Pct.
           WRITE Comp-Rpt-Rec FROM WS-Heading-2.
           WRITE Comp-Rpt-Rec FROM WS-Heading-3.

      *    Position at the lowest Dept-Code so the whole master reads
      *    back department by department.
           MOVE LOW-VALUES TO Dept-Code.
           START Employee KEY IS NOT LESS THAN Dept-Code
              INVALID KEY MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
             READ Employee NEXT RECORD
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END PERFORM 1000-REVIEW-EMPLOYEE
             END-READ
           END-PERFORM.
           IF Dept-In-Progress
               PERFORM 4000-PRINT-DEPARTMENT
           END-IF.

           PERFORM 9000-PRINT-TOTALS.
           CLOSE Employee.
           CLOSE Emp-Hist.
           CLOSE Comp-Rpt.
           MOVE WS-Read-Count TO WS-Audit-Read-Count.
           IF Emp-Table-Full
               MOVE 12 TO RETURN-CODE
               MOVE 'INCOMPLETE' TO WS-Audit-Status
           ELSE
               MOVE 'NORMAL' TO WS-Audit-Status
           END-IF.
           PERFORM 9300-WRITE-AUDIT-LOG.
           DISPLAY 'EMP-COMPREV RECORDS READ  : ' WS-Read-Count.
           DISPLAY 'EMP-COMPREV ACTIVE LISTED : ' WS-Active-Count.
           DISPLAY 'EMP-COMPREV NO INCREASE   : ' WS-Stale-Count.
           DISPLAY 'EMP-COMPREV HIGH RAISE    : ' WS-High-Count.
           STOP RUN.

       1000-REVIEW-EMPLOYEE.
           ADD 1 TO WS-Read-Count.
           IF Dept-In-Progress AND Dept-Code NOT = WS-Cur-Dept
               PERFORM 4000-PRINT-DEPARTMENT
           END-IF.
           IF Active-Employee
               IF NOT Dept-In-Progress
                   MOVE 'Y' TO WS-Cur-Dept-Sw
                   MOVE Dept-Code TO WS-Cur-Dept
                   MOVE ZERO TO WS-Emp-Count
                   MOVE ZERO TO WS-Dept-Salary-Total
               END-IF
               PERFORM 2000-SCAN-SALARY-HISTORY
               PERFORM 3000-HOLD-EMPLOYEE
           END-IF.

      *    Every 'C' entry that raised Salary is an increase; the
      *    entries read back oldest first, so the last one seen is
      *    the latest.
       2000-SCAN-SALARY-HISTORY.
           MOVE ZERO TO WS-Last-Date.
           MOVE ZERO TO WS-Last-Pct.
           MOVE ZERO TO WS-Recent-Count.
           MOVE ZERO TO WS-Max-Pct.
           MOVE ZERO TO WS-Max-Date.
           MOVE 'N' TO WS-Hist-EOF.
           MOVE Employee-ID TO Hist-Employee-ID.
           MOVE ZERO TO Hist-Trans-Date.
           MOVE ZERO TO Hist-Sequence.
           START Emp-Hist KEY IS NOT LESS THAN Hist-Key
              INVALID KEY MOVE 'Y' TO WS-Hist-EOF
           END-START.
           PERFORM UNTIL WS-Hist-EOF = 'Y'
             READ Emp-Hist NEXT RECORD
                AT END MOVE 'Y' TO WS-Hist-EOF
                NOT AT END PERFORM 2100-CHECK-ENTRY
             END-READ
           END-PERFORM.

       2100-CHECK-ENTRY.
           IF Hist-Employee-ID NOT = Employee-ID
               MOVE 'Y' TO WS-Hist-EOF
           ELSE
               IF Hist-Trans-Code = 'C'
                   MOVE Hist-Before-Image TO WS-Before-Emp
                   MOVE Hist-After-Image TO WS-After-Emp
                   IF BEF-Salary IS NUMERIC
                      AND AFT-Salary IS NUMERIC
                      AND BEF-Salary > ZERO
                      AND AFT-Salary > BEF-Salary
                       PERFORM 2200-TAKE-INCREASE
                   END-IF
               END-IF
           END-IF.

       2200-TAKE-INCREASE.
           COMPUTE WS-Raise-Pct ROUNDED =
              (AFT-Salary - BEF-Salary) * 100 / BEF-Salary
              ON SIZE ERROR MOVE 999.9 TO WS-Raise-Pct
           END-COMPUTE.
           MOVE Hist-Trans-Date TO WS-Last-Date.
           MOVE WS-Raise-Pct TO WS-Last-Pct.
           IF Hist-Trans-Date NOT < WS-Recent-Cutoff
               ADD 1 TO WS-Recent-Count
           END-IF.
           IF WS-Raise-Pct > WS-Max-Pct
               MOVE WS-Raise-Pct TO WS-Max-Pct
               MOVE Hist-Trans-Date TO WS-Max-Date
           END-IF.

      *    Months since the last increase - or since hire, for
      *    someone who has never had one journaled - counted in whole
      *    calendar months.
       3000-HOLD-EMPLOYEE.
           IF WS-Last-Date > ZERO
               MOVE WS-Last-Date TO WS-Work-Date
           ELSE
               MOVE Hire-Date TO WS-Work-Date
           END-IF.
           IF WS-Work-Date IS NUMERIC
               COMPUTE WS-Months-Since =
                  (WS-Todays-CCYY - WS-Work-CCYY) * 12
                  + (WS-Todays-MM - WS-Work-MM)
               IF WS-Todays-DD < WS-Work-DD
                   SUBTRACT 1 FROM WS-Months-Since
               END-IF
               IF WS-Months-Since < ZERO
                   MOVE ZERO TO WS-Months-Since
               END-IF
           ELSE
               MOVE ZERO TO WS-Months-Since
           END-IF.
           IF WS-Emp-Count >= 20000
               IF NOT Emp-Table-Full
                   DISPLAY 'EMP-COMPREV EMPLOYEE TABLE FULL AT DEPT '
                      WS-Cur-Dept
                   MOVE WS-Cur-Dept TO TBF-Dept-Code
                   WRITE Comp-Rpt-Rec FROM WS-Table-Full-Line
               END-IF
               MOVE 'Y' TO WS-Table-Full-Sw
           ELSE
               ADD 1 TO WS-Emp-Count
               SET ET-Index TO WS-Emp-Count
               MOVE Employee-ID TO ET-Employee-ID (ET-Index)
               MOVE NAME TO ET-NAME (ET-Index)
               MOVE Salary TO ET-Salary (ET-Index)
               MOVE WS-Last-Date TO ET-Last-Date (ET-Index)
               MOVE WS-Last-Pct TO ET-Last-Pct (ET-Index)
               MOVE WS-Recent-Count TO ET-Recent-Count (ET-Index)
               MOVE WS-Max-Pct TO ET-Max-Pct (ET-Index)
               MOVE WS-Max-Date TO ET-Max-Date (ET-Index)
               MOVE WS-Months-Since TO ET-Months-Since (ET-Index)
               MOVE 'N' TO ET-Stale-Sw (ET-Index)
               MOVE 'N' TO ET-High-Sw (ET-Index)
               IF WS-Months-Since > WS-Stale-Months
                   MOVE 'Y' TO ET-Stale-Sw (ET-Index)
               END-IF
               IF WS-Max-Pct > WS-High-Raise-Pct
                   MOVE 'Y' TO ET-High-Sw (ET-Index)
               END-IF
               ADD Salary TO WS-Dept-Salary-Total
               ADD Salary TO WS-Grand-Salary-Total
               ADD 1 TO WS-Active-Count
           END-IF.

      *    The department is complete: its average is now known, so
      *    each held employee is printed against it.
       4000-PRINT-DEPARTMENT.
           IF WS-Emp-Count > ZERO
               ADD 1 TO WS-Dept-Printed
               DIVIDE WS-Dept-Salary-Total BY WS-Emp-Count
                  GIVING WS-Dept-Average ROUNDED
               MOVE WS-Cur-Dept TO DPT-Dept-Code
               MOVE WS-Emp-Count TO DPT-Active-Count
               MOVE WS-Dept-Average TO DPT-Average
               WRITE Comp-Rpt-Rec FROM WS-Dept-Line
               PERFORM 4100-PRINT-EMPLOYEE
                  VARYING ET-Index FROM 1 BY 1
                  UNTIL ET-Index > WS-Emp-Count
               MOVE WS-Cur-Dept TO DTT-Dept-Code
               MOVE WS-Dept-Salary-Total TO DTT-Salary-Total
               WRITE Comp-Rpt-Rec FROM WS-Dept-Total-Line
           END-IF.
           MOVE 'N' TO WS-Cur-Dept-Sw.
           MOVE ZERO TO WS-Emp-Count.

       4100-PRINT-EMPLOYEE.
           MOVE ET-Employee-ID (ET-Index) TO DTL-Employee-ID.
           MOVE ET-NAME (ET-Index) TO DTL-NAME.
           MOVE ET-Salary (ET-Index) TO DTL-Salary.
           IF ET-Last-Date (ET-Index) > ZERO
               MOVE ET-Last-Date (ET-Index) TO WS-Work-Date
               PERFORM 4200-FORMAT-WORK-DATE
               MOVE HIR-Date TO DTL-Last-Date
               MOVE ET-Last-Pct (ET-Index) TO DTL-Last-Pct
           ELSE
               MOVE 'NONE' TO DTL-Last-Date
               MOVE ZERO TO DTL-Last-Pct
           END-IF.
           MOVE ET-Recent-Count (ET-Index) TO DTL-Recent-Count.
           COMPUTE WS-Avg-Diff-Amt =
              ET-Salary (ET-Index) - WS-Dept-Average.
           IF WS-Dept-Average > ZERO
               COMPUTE WS-Avg-Diff-Pct ROUNDED =
                  WS-Avg-Diff-Amt * 100 / WS-Dept-Average
                  ON SIZE ERROR MOVE 999.9 TO WS-Avg-Diff-Pct
               END-COMPUTE
           ELSE
               MOVE ZERO TO WS-Avg-Diff-Pct
           END-IF.
           MOVE WS-Avg-Diff-Pct TO DTL-Avg-Diff-Pct.
           WRITE Comp-Rpt-Rec FROM WS-Detail-Line.
           IF ET-Stale-Sw (ET-Index) = 'Y'
               ADD 1 TO WS-Stale-Count
               MOVE ET-Months-Since (ET-Index) TO STL-Months
               WRITE Comp-Rpt-Rec FROM WS-Stale-Line
           END-IF.
           IF ET-High-Sw (ET-Index) = 'Y'
               ADD 1 TO WS-High-Count
               MOVE ET-Max-Pct (ET-Index) TO HIR-Pct
               MOVE ET-Max-Date (ET-Index) TO WS-Work-Date
               PERFORM 4200-FORMAT-WORK-DATE
               WRITE Comp-Rpt-Rec FROM WS-High-Line
           END-IF.

       4200-FORMAT-WORK-DATE.
           MOVE WS-Work-CCYY TO HIR-Date(1:4).
           MOVE '/' TO HIR-Date(5:1).
           MOVE WS-Work-MM TO HIR-Date(6:2).
           MOVE '/' TO HIR-Date(8:1).
           MOVE WS-Work-DD TO HIR-Date(9:2).

       9000-PRINT-TOTALS.
           MOVE WS-Active-Count TO TOT-Active-Count.
           WRITE Comp-Rpt-Rec FROM WS-Total-Line-1.
           MOVE WS-Dept-Printed TO TOT-Dept-Count.
           WRITE Comp-Rpt-Rec FROM WS-Total-Line-2.
           MOVE WS-Stale-Count TO TOT-Stale-Count.
           WRITE Comp-Rpt-Rec FROM WS-Total-Line-3.
           MOVE WS-High-Count TO TOT-High-Count.
           WRITE Comp-Rpt-Rec FROM WS-Total-Line-4.
           IF WS-Active-Count > ZERO
               DIVIDE WS-Grand-Salary-Total BY WS-Active-Count
                  GIVING WS-Grand-Average ROUNDED
           ELSE
               MOVE ZERO TO WS-Grand-Average
           END-IF.
           MOVE WS-Grand-Average TO TOT-Grand-Average.
           WRITE Comp-Rpt-Rec FROM WS-Total-Line-5.

       9300-WRITE-AUDIT-LOG.
           MOVE RETURN-CODE TO WS-Step-RC.
           CALL 'EMPAUDIT' USING WS-Audit-Parms.
           MOVE WS-Step-RC TO RETURN-CODE.
