       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMP-RLMAINT.

      *================================================================*
      * EMP-RLMAINT - applies add/change/delete transactions against   *
      * EMP-RPTLINE, the reporting-line master (who reports to whom),  *
      * the same controlled way DEPT-MAINT maintains the department    *
      * list. Transactions are read from EMP-RPTLINE-TRANS; a result   *
      * is written to EMP-RLMAINT-RPT for every transaction, accepted  *
      * or rejected. An add or change is accepted only when the        *
      * employee and the manager are both on EMP-FILE and active       *
      * (looked up through EMPLOOK), are not the same person, and the  *
      * new line would not make the employee report - directly or up   *
      * the chain - to someone in their own reporting line. EMP-ORGRPT *
      * and EMP-ORPHAN trust what is on this file. EMPLOOK opens its   *
      * own connector to EMP-FILE, so the EMPLOOK caution applies: do  *
      * not run alongside EMP-MAINT's I-O hold on the same cluster.    *
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT Rpt-Line ASSIGN TO EMP-RPTLINE
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS Line-Employee-ID
       FILE STATUS IS WS-Line-Status.

       SELECT Line-Trans ASSIGN TO EMP-RPTLINE-TRANS
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT Line-Maint-Rpt ASSIGN TO EMP-RLMAINT-RPT
       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD Rpt-Line.
          COPY EMPRPTL.

      *    A blank effective date means the line takes effect today.
      *    A delete needs only the employee's ID.
       FD Line-Trans.
          01 Line-Trans-Rec.
             05 TR-Trans-Code PIC X(1).
                88 TR-Add VALUE 'A'.
                88 TR-Change VALUE 'C'.
                88 TR-Delete VALUE 'D'.
             05 TR-Employee-ID PIC 9(5).
             05 TR-Manager-ID PIC 9(5).
             05 TR-Effective-Date.
                10 TR-Effective-CCYY PIC 9(4).
                10 TR-Effective-MM PIC 9(2).
                10 TR-Effective-DD PIC 9(2).

      *    The card fields are echoed as keyed, so a rejected card
      *    shows exactly what was wrong with it.
       FD Line-Maint-Rpt.
          01 Line-Maint-Rpt-Rec.
             05 RPT-Trans-Code PIC X(1).
             05 FILLER PIC X(2) VALUE SPACES.
             05 RPT-Employee-ID PIC X(5).
             05 FILLER PIC X(2) VALUE SPACES.
             05 RPT-Manager-ID PIC X(5).
             05 FILLER PIC X(2) VALUE SPACES.
             05 RPT-Effective-Date PIC X(8).
             05 FILLER PIC X(2) VALUE SPACES.
             05 RPT-Result PIC X(9).
             05 FILLER PIC X(2) VALUE SPACES.
             05 RPT-Reason PIC X(30).

       WORKING-STORAGE SECTION.
       01 WS-Line-Status PIC X(2).
       01 WS-Trans-EOF PIC A(1).
       01 WS-Trans-Count PIC 9(7) VALUE ZERO.
       01 WS-Add-Count PIC 9(7) VALUE ZERO.
       01 WS-Change-Count PIC 9(7) VALUE ZERO.
       01 WS-Delete-Count PIC 9(7) VALUE ZERO.
       01 WS-Reject-Count PIC 9(7) VALUE ZERO.
       01 WS-Found-Sw PIC X(1).
          88 Line-Found VALUE 'F'.
          88 Line-Not-Found VALUE 'N'.
       01 WS-Edit-Fail-Sw PIC X(1).
          88 Edit-Failed VALUE 'Y'.
          88 Edit-Passed VALUE 'N'.
       01 WS-Edit-Reason PIC X(30).
      *    Raised when a WRITE/REWRITE/DELETE against the reporting
      *    line master failed, so the final run-audit event says so.
       01 WS-Run-Error-Sw PIC X(1) VALUE 'N'.
          88 Run-Had-Errors VALUE 'Y'.
       01 WS-Effective-Date PIC 9(8).
       01 WS-Month-Days PIC 9(2).
       01 WS-Leap-Quotient PIC 9(4).
       01 WS-Leap-Remainder PIC 9(4).
      *    The loop check climbs from the proposed manager up through
      *    each manager's own line. Reaching the employee means the
      *    new line would close a loop; a chain deeper than any real
      *    organization means one is already on the file.
       01 WS-Chain-ID PIC 9(5).
       01 WS-Chain-Steps PIC 9(3).
       01 WS-Chain-Done-Sw PIC X(1).
       01 WS-Todays-Date.
          05 WS-Todays-CCYY PIC 9(4).
          05 WS-Todays-MM PIC 9(2).
          05 WS-Todays-DD PIC 9(2).

      *    Mirrors EMPLOOK's linkage - see the EMPLOOK header for the
      *    contract.
       01 WS-Emplook-Parms.
          05 WS-Emplook-Employee-ID PIC 9(5).
          05 WS-Emplook-Found-Sw PIC X(1).
             88 Emplook-Found VALUE 'F'.
             88 Emplook-Not-Found VALUE 'N'.
       01 WS-Emplook-Employee-Rec.
          05 WS-Out-Employee-ID PIC 9(5).
          05 WS-Out-NAME PIC A(25).
          05 WS-Out-Dept-Code PIC X(4).
          05 WS-Out-Hire-Date.
             10 WS-Out-Hire-CCYY PIC 9(4).
             10 WS-Out-Hire-MM PIC 9(2).
             10 WS-Out-Hire-DD PIC 9(2).
          05 WS-Out-Salary PIC 9(7)V99.
          05 WS-Out-Status PIC X(1).
      *    Run-audit events go through EMPAUDIT onto the shared,
      *    suite-wide EMP-AUDIT log - see the EMPAUDIT header for
      *    the contract.
       01 WS-Audit-Parms.
          05 WS-Audit-Program PIC X(12) VALUE 'EMP-RLMAINT'.
          05 WS-Audit-Operator PIC X(8) VALUE SPACES.
          05 WS-Audit-Read-Count PIC 9(7) VALUE ZERO.
          05 WS-Audit-Status PIC X(11) VALUE SPACES.

       PROCEDURE DIVISION.

           ACCEPT WS-Todays-Date FROM DATE YYYYMMDD.

           MOVE 'STARTED' TO WS-Audit-Status.
           PERFORM 9300-WRITE-AUDIT-LOG.

           OPEN I-O Rpt-Line.
           IF WS-Line-Status NOT = '00'
               DISPLAY 'EMP-RLMAINT UNABLE TO OPEN EMP-RPTLINE, '
                  'STATUS: ' WS-Line-Status
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT Line-Trans.
           OPEN OUTPUT Line-Maint-Rpt.

           PERFORM UNTIL WS-Trans-EOF = 'Y'
             READ Line-Trans
                AT END MOVE 'Y' TO WS-Trans-EOF
                NOT AT END PERFORM 1000-APPLY-TRANSACTION
             END-READ
           END-PERFORM.

           CLOSE Rpt-Line.
           CLOSE Line-Trans.
           CLOSE Line-Maint-Rpt.
           MOVE WS-Trans-Count TO WS-Audit-Read-Count.
           IF Run-Had-Errors
               MOVE 'ERRORS' TO WS-Audit-Status
           ELSE
               MOVE 'NORMAL' TO WS-Audit-Status
           END-IF.
           PERFORM 9300-WRITE-AUDIT-LOG.
           DISPLAY 'EMP-RLMAINT ADDS     : ' WS-Add-Count.
           DISPLAY 'EMP-RLMAINT CHANGES  : ' WS-Change-Count.
           DISPLAY 'EMP-RLMAINT DELETES  : ' WS-Delete-Count.
           DISPLAY 'EMP-RLMAINT REJECTS  : ' WS-Reject-Count.
           STOP RUN.

       1000-APPLY-TRANSACTION.
           ADD 1 TO WS-Trans-Count.
           MOVE TR-Trans-Code TO RPT-Trans-Code.
           MOVE Line-Trans-Rec(2:5) TO RPT-Employee-ID.
           MOVE Line-Trans-Rec(7:5) TO RPT-Manager-ID.
           MOVE TR-Effective-Date TO RPT-Effective-Date.

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

           WRITE Line-Maint-Rpt-Rec.

      *    An employee has at most one line - moving them to another
      *    manager is a change, not a second add.
       2000-APPLY-ADD.
           PERFORM 6000-EDIT-TRANS-FIELDS.
           IF Edit-Passed
               PERFORM 5000-LOOKUP-LINE
               IF Line-Found
                   SET Edit-Failed TO TRUE
                   MOVE 'REPORTING LINE ALREADY ON FILE'
                      TO WS-Edit-Reason
               END-IF
           END-IF.
           IF Edit-Passed
               PERFORM 6500-CHECK-FOR-LOOP
           END-IF.
           IF Edit-Failed
               MOVE 'REJECTED' TO RPT-Result
               MOVE WS-Edit-Reason TO RPT-Reason
               ADD 1 TO WS-Reject-Count
           ELSE
               MOVE TR-Employee-ID TO Line-Employee-ID
               MOVE TR-Manager-ID TO Line-Manager-ID
               MOVE WS-Effective-Date TO Line-Effective-Date
               WRITE Rpt-Line-FILE
                  INVALID KEY
                     MOVE 'REJECTED' TO RPT-Result
                     MOVE 'WRITE FAILED, STATUS ' TO RPT-Reason
                     MOVE WS-Line-Status TO RPT-Reason(22:2)
                     ADD 1 TO WS-Reject-Count
                     SET Run-Had-Errors TO TRUE
                  NOT INVALID KEY
                     MOVE 'ADDED' TO RPT-Result
                     MOVE SPACES TO RPT-Reason
                     ADD 1 TO WS-Add-Count
               END-WRITE
           END-IF.

      *    The loop check reads other employees' lines through the
      *    same record area, so the employee's own line is read
      *    again just before it is rewritten.
       3000-APPLY-CHANGE.
           PERFORM 6000-EDIT-TRANS-FIELDS.
           IF Edit-Passed
               PERFORM 5000-LOOKUP-LINE
               IF Line-Not-Found
                   SET Edit-Failed TO TRUE
                   MOVE 'NO REPORTING LINE ON FILE' TO WS-Edit-Reason
               END-IF
           END-IF.
           IF Edit-Passed
               PERFORM 6500-CHECK-FOR-LOOP
           END-IF.
           IF Edit-Failed
               MOVE 'REJECTED' TO RPT-Result
               MOVE WS-Edit-Reason TO RPT-Reason
               ADD 1 TO WS-Reject-Count
           ELSE
               PERFORM 5000-LOOKUP-LINE
               MOVE TR-Manager-ID TO Line-Manager-ID
               MOVE WS-Effective-Date TO Line-Effective-Date
               REWRITE Rpt-Line-FILE
                  INVALID KEY
                     MOVE 'REJECTED' TO RPT-Result
                     MOVE 'REWRITE FAILED, STATUS ' TO RPT-Reason
                     MOVE WS-Line-Status TO RPT-Reason(24:2)
                     ADD 1 TO WS-Reject-Count
                     SET Run-Had-Errors TO TRUE
                  NOT INVALID KEY
                     MOVE 'CHANGED' TO RPT-Result
                     MOVE SPACES TO RPT-Reason
                     ADD 1 TO WS-Change-Count
               END-REWRITE
           END-IF.

      *    A delete makes the employee report to no one. It is not
      *    checked against EMP-FILE - the usual reason to delete a
      *    line is that the employee has left.
       4000-APPLY-DELETE.
           IF TR-Employee-ID IS NOT NUMERIC
               MOVE 'REJECTED' TO RPT-Result
               MOVE 'EMPLOYEE-ID NOT NUMERIC' TO RPT-Reason
               ADD 1 TO WS-Reject-Count
           ELSE
               PERFORM 5000-LOOKUP-LINE
               IF Line-Not-Found
                   MOVE 'REJECTED' TO RPT-Result
                   MOVE 'NO REPORTING LINE ON FILE' TO RPT-Reason
                   ADD 1 TO WS-Reject-Count
               ELSE
                   DELETE Rpt-Line RECORD
                      INVALID KEY
                         MOVE 'REJECTED' TO RPT-Result
                         MOVE 'DELETE FAILED, STATUS ' TO RPT-Reason
                         MOVE WS-Line-Status TO RPT-Reason(23:2)
                         ADD 1 TO WS-Reject-Count
                         SET Run-Had-Errors TO TRUE
                      NOT INVALID KEY
                         MOVE 'DELETED' TO RPT-Result
                         MOVE SPACES TO RPT-Reason
                         ADD 1 TO WS-Delete-Count
                   END-DELETE
               END-IF
           END-IF.

       5000-LOOKUP-LINE.
           MOVE TR-Employee-ID TO Line-Employee-ID.
           READ Rpt-Line KEY IS Line-Employee-ID
              INVALID KEY SET Line-Not-Found TO TRUE
              NOT INVALID KEY SET Line-Found TO TRUE
           END-READ.

      *    Edits shared by add and change. The first failure found
      *    is the one reported, one reason per rejected card as on
      *    every other maintenance report in the suite.
       6000-EDIT-TRANS-FIELDS.
           SET Edit-Passed TO TRUE.
           MOVE SPACES TO WS-Edit-Reason.
           EVALUATE TRUE
               WHEN TR-Employee-ID IS NOT NUMERIC
                   SET Edit-Failed TO TRUE
                   MOVE 'EMPLOYEE-ID NOT NUMERIC' TO WS-Edit-Reason
               WHEN TR-Manager-ID IS NOT NUMERIC
                   SET Edit-Failed TO TRUE
                   MOVE 'MANAGER-ID NOT NUMERIC' TO WS-Edit-Reason
               WHEN TR-Employee-ID = TR-Manager-ID
                   SET Edit-Failed TO TRUE
                   MOVE 'EMPLOYEE CANNOT REPORT TO SELF'
                      TO WS-Edit-Reason
           END-EVALUATE.
           IF Edit-Passed
               PERFORM 6100-CHECK-EMPLOYEE
           END-IF.
           IF Edit-Passed
               PERFORM 6200-CHECK-MANAGER
           END-IF.
           IF Edit-Passed
               PERFORM 6300-EDIT-EFFECTIVE-DATE
           END-IF.

       6100-CHECK-EMPLOYEE.
           MOVE TR-Employee-ID TO WS-Emplook-Employee-ID.
           CALL 'EMPLOOK' USING WS-Emplook-Parms
              WS-Emplook-Employee-Rec.
           IF Emplook-Not-Found
               SET Edit-Failed TO TRUE
               MOVE 'EMPLOYEE NOT ON EMP-FILE' TO WS-Edit-Reason
           ELSE
               IF WS-Out-Status NOT = 'A'
                   SET Edit-Failed TO TRUE
                   MOVE 'EMPLOYEE NOT ACTIVE' TO WS-Edit-Reason
               END-IF
           END-IF.

       6200-CHECK-MANAGER.
           MOVE TR-Manager-ID TO WS-Emplook-Employee-ID.
           CALL 'EMPLOOK' USING WS-Emplook-Parms
              WS-Emplook-Employee-Rec.
           IF Emplook-Not-Found
               SET Edit-Failed TO TRUE
               MOVE 'MANAGER NOT ON EMP-FILE' TO WS-Edit-Reason
           ELSE
               IF WS-Out-Status NOT = 'A'
                   SET Edit-Failed TO TRUE
                   MOVE 'MANAGER NOT ACTIVE' TO WS-Edit-Reason
               END-IF
           END-IF.

      *    A line may be back-dated to when the move really happened
      *    but not forward-dated: the file holds today's structure.
       6300-EDIT-EFFECTIVE-DATE.
           IF TR-Effective-Date = SPACES
               MOVE WS-Todays-Date TO WS-Effective-Date
           ELSE
               IF TR-Effective-Date IS NOT NUMERIC
                   SET Edit-Failed TO TRUE
                   MOVE 'EFFECTIVE DATE NOT NUMERIC' TO WS-Edit-Reason
               ELSE
                   PERFORM 6310-CHECK-CALENDAR-DATE
                   IF Edit-Passed
                      AND TR-Effective-Date > WS-Todays-Date
                       SET Edit-Failed TO TRUE
                       MOVE 'EFFECTIVE DATE IN FUTURE'
                          TO WS-Edit-Reason
                   END-IF
                   MOVE TR-Effective-Date TO WS-Effective-Date
               END-IF
           END-IF.

       6310-CHECK-CALENDAR-DATE.
           IF TR-Effective-MM < 01 OR TR-Effective-MM > 12
               SET Edit-Failed TO TRUE
               MOVE 'EFFECTIVE MONTH INVALID' TO WS-Edit-Reason
           ELSE
               PERFORM 6320-SET-MONTH-DAYS
               IF TR-Effective-DD < 01
                  OR TR-Effective-DD > WS-Month-Days
                   SET Edit-Failed TO TRUE
                   MOVE 'EFFECTIVE DAY INVALID' TO WS-Edit-Reason
               END-IF
           END-IF.

       6320-SET-MONTH-DAYS.
           EVALUATE TR-Effective-MM
               WHEN 04
               WHEN 06
               WHEN 09
               WHEN 11
                   MOVE 30 TO WS-Month-Days
               WHEN 02
                   PERFORM 6330-SET-FEBRUARY-DAYS
               WHEN OTHER
                   MOVE 31 TO WS-Month-Days
           END-EVALUATE.

      *    Leap year: divisible by 4, except century years, which
      *    must be divisible by 400.
       6330-SET-FEBRUARY-DAYS.
           MOVE 28 TO WS-Month-Days.
           DIVIDE TR-Effective-CCYY BY 4
              GIVING WS-Leap-Quotient REMAINDER WS-Leap-Remainder.
           IF WS-Leap-Remainder = ZERO
               DIVIDE TR-Effective-CCYY BY 100
                  GIVING WS-Leap-Quotient
                  REMAINDER WS-Leap-Remainder
               IF WS-Leap-Remainder NOT = ZERO
                   MOVE 29 TO WS-Month-Days
               ELSE
                   DIVIDE TR-Effective-CCYY BY 400
                      GIVING WS-Leap-Quotient
                      REMAINDER WS-Leap-Remainder
                   IF WS-Leap-Remainder = ZERO
                       MOVE 29 TO WS-Month-Days
                   END-IF
               END-IF
           END-IF.

      *    Climbs from the proposed manager, one line at a time, until
      *    someone with no line of their own (a top-level manager) is
      *    reached. Meeting the employee on the way up means the
      *    employee would end up managing their own manager.
       6500-CHECK-FOR-LOOP.
           MOVE TR-Manager-ID TO WS-Chain-ID.
           MOVE ZERO TO WS-Chain-Steps.
           MOVE 'N' TO WS-Chain-Done-Sw.
           PERFORM 6510-CLIMB-ONE-LEVEL
              UNTIL WS-Chain-Done-Sw = 'Y'.

       6510-CLIMB-ONE-LEVEL.
           EVALUATE TRUE
               WHEN WS-Chain-ID = TR-Employee-ID
                   SET Edit-Failed TO TRUE
                   MOVE 'WOULD CREATE A REPORTING LOOP'
                      TO WS-Edit-Reason
                   MOVE 'Y' TO WS-Chain-Done-Sw
               WHEN WS-Chain-Steps >= 999
                   SET Edit-Failed TO TRUE
                   MOVE 'MANAGER CHAIN ALREADY LOOPS'
                      TO WS-Edit-Reason
                   MOVE 'Y' TO WS-Chain-Done-Sw
               WHEN OTHER
                   ADD 1 TO WS-Chain-Steps
                   MOVE WS-Chain-ID TO Line-Employee-ID
                   READ Rpt-Line KEY IS Line-Employee-ID
                      INVALID KEY MOVE 'Y' TO WS-Chain-Done-Sw
                      NOT INVALID KEY
                         MOVE Line-Manager-ID TO WS-Chain-ID
                   END-READ
           END-EVALUATE.

       9300-WRITE-AUDIT-LOG.
           CALL 'EMPAUDIT' USING WS-Audit-Parms.
