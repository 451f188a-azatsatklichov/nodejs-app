       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPT-BUDMNT.

      *================================================================*
      * DEPT-BUDMNT - applies add/change/delete transactions against   *
      * DEPT-BUDGET, the department headcount and salary budget        *
      * master, so budgets are maintained through a controlled         *
      * program the same way DEPT-MAINT maintains the department       *
      * list. Transactions are read from DEPT-BUDGET-TRANS; a result   *
      * is written to DEPT-BUDMNT-RPT for every transaction, accepted  *
      * or rejected. A budget can only be added for a department on    *
      * DEPT-FILE, for a real CCYYMM period, with numeric amounts -    *
      * EMP-BUDVAR and EMP-MAINT's over-budget warning both trust      *
      * what is on this file.                                          *
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT Dept-Budget ASSIGN TO DEPT-BUDGET
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS Budget-Key
       FILE STATUS IS WS-Budget-Status.

       SELECT Dept ASSIGN TO DEPT-FILE
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS Dept-Ref-Code
       FILE STATUS IS WS-Dept-Status.

       SELECT Budget-Trans ASSIGN TO DEPT-BUDGET-TRANS
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT Budget-Maint-Rpt ASSIGN TO DEPT-BUDMNT-RPT
       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD Dept-Budget.
          COPY DEPTBUD.

       FD Dept.
          COPY DEPTREC.

      *    The period is the CCYYMM the budget starts in; the salary
      *    total is in cents, as every amount on a card in this
      *    suite is. A delete needs only the code and the period.
       FD Budget-Trans.
          01 Budget-Trans-Rec.
             05 TR-Trans-Code PIC X(1).
                88 TR-Add VALUE 'A'.
                88 TR-Change VALUE 'C'.
                88 TR-Delete VALUE 'D'.
             05 TR-Budget-Key.
                10 TR-Dept-Code PIC X(4).
                10 TR-Period.
                   15 TR-Period-CCYY PIC 9(4).
                   15 TR-Period-MM PIC 9(2).
             05 TR-Headcount PIC 9(5).
             05 TR-Salary-Total PIC 9(11)V99.

      *    The card fields are echoed as keyed, so a rejected card
      *    shows exactly what was wrong with it.
       FD Budget-Maint-Rpt.
          01 Budget-Maint-Rpt-Rec.
             05 RPT-Trans-Code PIC X(1).
             05 FILLER PIC X(2) VALUE SPACES.
             05 RPT-Dept-Code PIC X(4).
             05 FILLER PIC X(2) VALUE SPACES.
             05 RPT-Period PIC X(6).
             05 FILLER PIC X(2) VALUE SPACES.
             05 RPT-Headcount PIC X(5).
             05 FILLER PIC X(2) VALUE SPACES.
             05 RPT-Salary-Total PIC X(13).
             05 FILLER PIC X(2) VALUE SPACES.
             05 RPT-Result PIC X(9).
             05 FILLER PIC X(2) VALUE SPACES.
             05 RPT-Reason PIC X(30).

       WORKING-STORAGE SECTION.
       01 WS-Budget-Status PIC X(2).
       01 WS-Dept-Status PIC X(2).
       01 WS-Trans-EOF PIC A(1).
       01 WS-Trans-Count PIC 9(7) VALUE ZERO.
       01 WS-Add-Count PIC 9(7) VALUE ZERO.
       01 WS-Change-Count PIC 9(7) VALUE ZERO.
       01 WS-Delete-Count PIC 9(7) VALUE ZERO.
       01 WS-Reject-Count PIC 9(7) VALUE ZERO.
       01 WS-Found-Sw PIC X(1).
          88 Budget-Found VALUE 'F'.
          88 Budget-Not-Found VALUE 'N'.
       01 WS-Dept-Found-Sw PIC X(1).
          88 Dept-Found VALUE 'F'.
          88 Dept-Not-Found VALUE 'N'.
       01 WS-Edit-Fail-Sw PIC X(1).
          88 Edit-Failed VALUE 'Y'.
          88 Edit-Passed VALUE 'N'.
       01 WS-Edit-Reason PIC X(30).
      *    Raised when a WRITE/REWRITE/DELETE against the budget
      *    master failed, so the final run-audit event says so.
       01 WS-Run-Error-Sw PIC X(1) VALUE 'N'.
          88 Run-Had-Errors VALUE 'Y'.
      *    Run-audit events go through EMPAUDIT onto the shared,
      *    suite-wide EMP-AUDIT log - see the EMPAUDIT header for
      *    the contract.
       01 WS-Audit-Parms.
          05 WS-Audit-Program PIC X(12) VALUE 'DEPT-BUDMNT'.
          05 WS-Audit-Operator PIC X(8) VALUE SPACES.
          05 WS-Audit-Read-Count PIC 9(7) VALUE ZERO.
          05 WS-Audit-Status PIC X(11) VALUE SPACES.

       PROCEDURE DIVISION.

           MOVE 'STARTED' TO WS-Audit-Status.
           PERFORM 9300-WRITE-AUDIT-LOG.

           OPEN I-O Dept-Budget.
           IF WS-Budget-Status NOT = '00'
               DISPLAY 'DEPT-BUDMNT UNABLE TO OPEN DEPT-BUDGET, '
                  'STATUS: ' WS-Budget-Status
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT Dept.
           IF WS-Dept-Status NOT = '00'
               DISPLAY 'DEPT-BUDMNT UNABLE TO OPEN DEPT-FILE, STATUS: '
                  WS-Dept-Status
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT Budget-Trans.
           OPEN OUTPUT Budget-Maint-Rpt.

           PERFORM UNTIL WS-Trans-EOF = 'Y'
             READ Budget-Trans
                AT END MOVE 'Y' TO WS-Trans-EOF
                NOT AT END PERFORM 1000-APPLY-TRANSACTION
             END-READ
           END-PERFORM.

           CLOSE Dept-Budget.
           CLOSE Dept.
           CLOSE Budget-Trans.
           CLOSE Budget-Maint-Rpt.
           MOVE WS-Trans-Count TO WS-Audit-Read-Count.
           IF Run-Had-Errors
               MOVE 'ERRORS' TO WS-Audit-Status
           ELSE
               MOVE 'NORMAL' TO WS-Audit-Status
           END-IF.
           PERFORM 9300-WRITE-AUDIT-LOG.
           DISPLAY 'DEPT-BUDMNT ADDS     : ' WS-Add-Count.
           DISPLAY 'DEPT-BUDMNT CHANGES  : ' WS-Change-Count.
           DISPLAY 'DEPT-BUDMNT DELETES  : ' WS-Delete-Count.
           DISPLAY 'DEPT-BUDMNT REJECTS  : ' WS-Reject-Count.
           STOP RUN.

       1000-APPLY-TRANSACTION.
           ADD 1 TO WS-Trans-Count.
           MOVE TR-Trans-Code TO RPT-Trans-Code.
           MOVE TR-Dept-Code TO RPT-Dept-Code.
           MOVE TR-Period TO RPT-Period.
           MOVE Budget-Trans-Rec(12:5) TO RPT-Headcount.
           MOVE Budget-Trans-Rec(17:13) TO RPT-Salary-Total.

           EVALUATE TRUE
               WHEN TR-Add
                   PERFORM 2000-APPLY-ADD
               WHEN TR-Change
                   PERFORM 3000-APPLY-CHANGE
               WHEN TR-Delete
                   PERFORM 4000-APPLY-DELETE
               WHEN OTHER
                   MOVE 'REJECTED' TO RPT-Result
                   MOVE 'UNKNOWN TRANSACTION CODE' TO RPT-Reason
                   ADD 1 TO WS-Reject-Count
           END-EVALUATE.

           WRITE Budget-Maint-Rpt-Rec.

       2000-APPLY-ADD.
           PERFORM 5000-LOOKUP-BUDGET.
           PERFORM 5500-LOOKUP-DEPT.
           PERFORM 6000-EDIT-TRANS-FIELDS.
           EVALUATE TRUE
               WHEN TR-Dept-Code = SPACES
                   MOVE 'REJECTED' TO RPT-Result
                   MOVE 'DEPT-CODE IS BLANK' TO RPT-Reason
                   ADD 1 TO WS-Reject-Count
               WHEN Dept-Not-Found
                   MOVE 'REJECTED' TO RPT-Result
                   MOVE 'DEPT-CODE NOT ON DEPT-FILE' TO RPT-Reason
                   ADD 1 TO WS-Reject-Count
               WHEN Edit-Failed
                   MOVE 'REJECTED' TO RPT-Result
                   MOVE WS-Edit-Reason TO RPT-Reason
                   ADD 1 TO WS-Reject-Count
               WHEN Budget-Found
                   MOVE 'REJECTED' TO RPT-Result
                   MOVE 'DUPLICATE DEPT/PERIOD BUDGET' TO RPT-Reason
                   ADD 1 TO WS-Reject-Count
               WHEN OTHER
                   MOVE TR-Dept-Code TO Budget-Dept-Code
                   MOVE TR-Period TO Budget-Period
                   MOVE TR-Headcount TO Budget-Headcount
                   MOVE TR-Salary-Total TO Budget-Salary-Total
                   WRITE Dept-Budget-FILE
                      INVALID KEY
                         MOVE 'REJECTED' TO RPT-Result
                         MOVE 'WRITE FAILED, STATUS ' TO RPT-Reason
                         MOVE WS-Budget-Status TO RPT-Reason(22:2)
                         ADD 1 TO WS-Reject-Count
                         SET Run-Had-Errors TO TRUE
                      NOT INVALID KEY
                         MOVE 'ADDED' TO RPT-Result
                         MOVE SPACES TO RPT-Reason
                         ADD 1 TO WS-Add-Count
                   END-WRITE
           END-EVALUATE.

      *    A change replaces both amounts - the card always carries
      *    the whole budget for the period, never a delta.
       3000-APPLY-CHANGE.
           PERFORM 5000-LOOKUP-BUDGET.
           PERFORM 6000-EDIT-TRANS-FIELDS.
           EVALUATE TRUE
               WHEN Budget-Not-Found
                   MOVE 'REJECTED' TO RPT-Result
                   MOVE 'NO BUDGET FOR DEPT/PERIOD' TO RPT-Reason
                   ADD 1 TO WS-Reject-Count
               WHEN Edit-Failed
                   MOVE 'REJECTED' TO RPT-Result
                   MOVE WS-Edit-Reason TO RPT-Reason
                   ADD 1 TO WS-Reject-Count
               WHEN OTHER
                   MOVE TR-Headcount TO Budget-Headcount
                   MOVE TR-Salary-Total TO Budget-Salary-Total
                   REWRITE Dept-Budget-FILE
                      INVALID KEY
                         MOVE 'REJECTED' TO RPT-Result
                         MOVE 'REWRITE FAILED, STATUS ' TO RPT-Reason
                         MOVE WS-Budget-Status TO RPT-Reason(24:2)
                         ADD 1 TO WS-Reject-Count
                         SET Run-Had-Errors TO TRUE
                      NOT INVALID KEY
                         MOVE 'CHANGED' TO RPT-Result
                         MOVE SPACES TO RPT-Reason
                         ADD 1 TO WS-Change-Count
                   END-REWRITE
           END-EVALUATE.

       4000-APPLY-DELETE.
           PERFORM 5000-LOOKUP-BUDGET.
           IF Budget-Not-Found
               MOVE 'REJECTED' TO RPT-Result
               MOVE 'NO BUDGET FOR DEPT/PERIOD' TO RPT-Reason
               ADD 1 TO WS-Reject-Count
           ELSE
               DELETE Dept-Budget RECORD
                  INVALID KEY
                     MOVE 'REJECTED' TO RPT-Result
                     MOVE 'DELETE FAILED, STATUS ' TO RPT-Reason
                     MOVE WS-Budget-Status TO RPT-Reason(23:2)
                     ADD 1 TO WS-Reject-Count
                     SET Run-Had-Errors TO TRUE
                  NOT INVALID KEY
                     MOVE 'DELETED' TO RPT-Result
                     MOVE SPACES TO RPT-Reason
                     ADD 1 TO WS-Delete-Count
               END-DELETE
           END-IF.

       5000-LOOKUP-BUDGET.
           MOVE TR-Dept-Code TO Budget-Dept-Code.
           MOVE TR-Period TO Budget-Period.
           READ Dept-Budget KEY IS Budget-Key
              INVALID KEY SET Budget-Not-Found TO TRUE
              NOT INVALID KEY SET Budget-Found TO TRUE
           END-READ.

      *    Only an add needs the department on the reference master:
      *    a budget already on file may be corrected or removed even
      *    after DEPT-MAINT has deleted the department itself.
       5500-LOOKUP-DEPT.
           MOVE TR-Dept-Code TO Dept-Ref-Code.
           READ Dept KEY IS Dept-Ref-Code
              INVALID KEY SET Dept-Not-Found TO TRUE
              NOT INVALID KEY SET Dept-Found TO TRUE
           END-READ.

      *    Edits shared by add and change. The first failure found
      *    is the one reported, one reason per rejected card as on
      *    every other maintenance report in the suite.
       6000-EDIT-TRANS-FIELDS.
           SET Edit-Passed TO TRUE.
           MOVE SPACES TO WS-Edit-Reason.
           EVALUATE TRUE
               WHEN TR-Period IS NOT NUMERIC
                   SET Edit-Failed TO TRUE
                   MOVE 'PERIOD NOT NUMERIC' TO WS-Edit-Reason
               WHEN TR-Period-MM < 1 OR TR-Period-MM > 12
                   SET Edit-Failed TO TRUE
                   MOVE 'PERIOD MONTH NOT 01-12' TO WS-Edit-Reason
               WHEN TR-Headcount IS NOT NUMERIC
                   SET Edit-Failed TO TRUE
                   MOVE 'HEADCOUNT NOT NUMERIC' TO WS-Edit-Reason
               WHEN TR-Salary-Total IS NOT NUMERIC
                   SET Edit-Failed TO TRUE
                   MOVE 'SALARY TOTAL NOT NUMERIC' TO WS-Edit-Reason
           END-EVALUATE.

       9300-WRITE-AUDIT-LOG.
           CALL 'EMPAUDIT' USING WS-Audit-Parms.
