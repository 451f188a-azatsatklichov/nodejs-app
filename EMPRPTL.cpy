      *================================================================*
      * EMPRPTL.CPY                                                   *
      * Reporting-line record layout, shared by EMP-RLMAINT (the only *
      * writer), EMP-ORGRPT and EMP-ORPHAN. EMP-RPTLINE is a KSDS     *
      * keyed on the employee's Employee-ID: one row per employee who *
      * reports to someone, naming the manager's Employee-ID and the  *
      * date the line took effect. An employee with reports but no    *
      * row of their own is a top-level manager.                      *
      *================================================================*
          01 Rpt-Line-FILE.
             05 Line-Employee-ID PIC 9(5).
             05 Line-Manager-ID PIC 9(5).
             05 Line-Effective-Date.
                10 Line-Effective-CCYY PIC 9(4).
                10 Line-Effective-MM PIC 9(2).
                10 Line-Effective-DD PIC 9(2).
