      *================================================================*
      * DEPTBUD.CPY                                                   *
      * Department budget record layout, shared by DEPT-BUDMNT,       *
      * EMP-BUDVAR and EMP-MAINT. DEPT-BUDGET is a KSDS keyed on      *
      * Dept-Ref-Code plus fiscal period, so a department carries     *
      * one row per period it was budgeted for. The period is the     *
      * CCYYMM of the first month the row covers, and a row stays in  *
      * force until the department's next row begins - a yearly       *
      * budget is one row, a quarterly one four. Budget-Salary-Total  *
      * is set against the same salary total EMP-DEPTSUM reports.     *
      *================================================================*
          01 Dept-Budget-FILE.
             05 Budget-Key.
                10 Budget-Dept-Code PIC X(4).
                10 Budget-Period.
                   15 Budget-Period-CCYY PIC 9(4).
                   15 Budget-Period-MM PIC 9(2).
             05 Budget-Headcount PIC 9(5).
             05 Budget-Salary-Total PIC 9(11)V99.
