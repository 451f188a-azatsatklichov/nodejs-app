       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMP-ORGRPT.

      *================================================================*
      * EMP-ORGRPT - organization-structure report from EMP-RPTLINE.   *
      * Every top-level manager (someone with reports but no line of   *
      * their own) heads a block, and everyone below them is printed   *
      * underneath, indented two columns per level, each person's      *
      * direct reports in Employee-ID order. Each line carries the     *
      * name, department and status from EMP-FILE, the depth below     *
      * the top-level manager, the span of control (direct reports)    *
      * and the whole team size beneath that person. Lines that no     *
      * top-level manager reaches can only be a reporting loop loaded  *
      * around EMP-RLMAINT; they are listed at the end and the run     *
      * ends with RETURN-CODE 4. The whole reporting-line file is      *
      * tabled (EMP-INTEG's SEARCH ALL table); if it outgrows the      *
      * table the report is marked incomplete with RETURN-CODE 12.     *
      * Opens EMP-FILE itself - not to be run alongside EMP-MAINT.     *
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT Rpt-Line ASSIGN TO EMP-RPTLINE
       ORGANIZATION IS INDEXED
       ACCESS MODE IS SEQUENTIAL
       RECORD KEY IS Line-Employee-ID
       FILE STATUS IS WS-Line-Status.

       SELECT Employee ASSIGN TO EMP-FILE
       ORGANIZATION IS INDEXED
       ACCESS MODE IS RANDOM
       RECORD KEY IS Employee-ID
       FILE STATUS IS WS-Employee-Status.

       SELECT Org-Rpt ASSIGN TO EMP-ORGRPT-RPT
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Rpt-Status.

       DATA DIVISION.
       FILE SECTION.
       FD Rpt-Line.
          COPY EMPRPTL.

       FD Employee.
          COPY EMPREC.

       FD Org-Rpt.
          01 Org-Rpt-Rec PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-Line-Status PIC X(2).
       01 WS-Employee-Status PIC X(2).
       01 WS-Rpt-Status PIC X(2).
       01 WS-EOF PIC A(1) VALUE 'N'.
       01 WS-Read-Count PIC 9(7) VALUE ZERO.
       01 WS-Printed-Count PIC 9(7) VALUE ZERO.
       01 WS-Unreached-Count PIC 9(7) VALUE ZERO.
       01 WS-Deepest PIC 9(3) VALUE ZERO.
       01 WS-Table-Full-Sw PIC X(1) VALUE 'N'.
          88 Key-Table-Full VALUE 'Y'.

      *    Every reporting line, in the Employee-ID order the KSDS
      *    reads back in. Each entry also carries the links that turn
      *    the file into a tree: its first and last direct report and
      *    its next sibling under the same manager, all table
      *    subscripts (zero for none).
       01 WS-Line-Count PIC 9(5) VALUE ZERO.
       01 WS-Line-Table.
          05 LT-Entry OCCURS 0 TO 20000 TIMES
             DEPENDING ON WS-Line-Count
             ASCENDING KEY IS LT-Employee-ID
             INDEXED BY LT-Index.
             10 LT-Employee-ID PIC 9(5).
             10 LT-Manager-ID PIC 9(5).
             10 LT-First-Child PIC 9(5).
             10 LT-Last-Child PIC 9(5).
             10 LT-Next-Sibling PIC 9(5).
             10 LT-Direct-Count PIC 9(5).
             10 LT-Team-Count PIC 9(5).
             10 LT-Printed-Sw PIC X(1).

      *    One entry per top-level manager, kept in Employee-ID order
      *    by inserting each new one at its sorted slot, the way
      *    EMP-DEPTSUM builds its department table.
       01 WS-Top-Count PIC 9(4) VALUE ZERO.
       01 WS-Top-Max PIC 9(4) VALUE 2000.
       01 WS-Top-Sub PIC 9(4).
       01 WS-Top-Slot PIC 9(4).
       01 WS-Shift-Sub PIC 9(4).
       01 WS-Top-Found-Sw PIC X(1).
       01 WS-Top-Table.
          05 WS-Top-Entry OCCURS 2000 TIMES.
             10 TM-Manager-ID PIC 9(5).
             10 TM-First-Child PIC 9(5).
             10 TM-Last-Child PIC 9(5).
             10 TM-Direct-Count PIC 9(5).
             10 TM-Team-Count PIC 9(5).

       01 WS-Line-Sub PIC 9(5).
       01 WS-Parent-Sub PIC 9(5).
       01 WS-Find-ID PIC 9(5).
       01 WS-Find-Sw PIC X(1).
          88 Line-Found VALUE 'F'.
          88 Line-Not-Found VALUE 'N'.
      *    Climbing from a line to its top-level manager, adding one
      *    to every team on the way. A climb longer than any real
      *    organization is a loop and is abandoned.
       01 WS-Climb-Steps PIC 9(3).
       01 WS-Climb-Done-Sw PIC X(1).
      *    The tree is walked depth first with an explicit stack of
      *    table subscripts, one per level below the top manager.
       01 WS-Depth PIC 9(3).
       01 WS-Depth-Max PIC 9(3) VALUE 99.
       01 WS-Node-Sub PIC 9(5).
       01 WS-Advanced-Sw PIC X(1).
       01 WS-Stack.
          05 WS-Stack-Sub PIC 9(5) OCCURS 99 TIMES.
       01 WS-Indent-Pos PIC 9(2).
       01 WS-Node-ID PIC 9(5).
       01 WS-Node-Depth PIC 9(3).
       01 WS-Node-Direct PIC 9(5).
       01 WS-Node-Team PIC 9(5).

       01 WS-Report-Lines.
          05 WS-Heading-1.
             10 FILLER PIC X(30)
                VALUE 'ORGANIZATION STRUCTURE REPORT '.
             10 FILLER PIC X(10) VALUE 'RUN DATE: '.
             10 HDG-Run-Date PIC X(10).
          05 WS-Heading-2.
             10 FILLER PIC X(45)
                VALUE 'EMPLOYEE-ID / NAME'.
             10 FILLER PIC X(27)
                VALUE 'DEPT S DEPTH DIRECT    TEAM'.
          05 WS-Org-Line.
             10 ORG-Tree PIC X(44).
             10 FILLER PIC X(1) VALUE SPACES.
             10 ORG-Dept-Code PIC X(4).
             10 FILLER PIC X(1) VALUE SPACES.
             10 ORG-Status PIC X(1).
             10 FILLER PIC X(2) VALUE SPACES.
             10 ORG-Depth PIC ZZ9.
             10 FILLER PIC X(2) VALUE SPACES.
             10 ORG-Direct PIC ZZ,ZZ9.
             10 FILLER PIC X(2) VALUE SPACES.
             10 ORG-Team PIC ZZ,ZZ9.
          05 WS-Unreached-Heading PIC X(60)
             VALUE 'LINES NOT REACHED FROM A TOP-LEVEL MANAGER (LOOP)'.
          05 WS-Unreached-Line.
             10 FILLER PIC X(3) VALUE SPACES.
             10 UNR-Employee-ID PIC 9(5).
             10 FILLER PIC X(12) VALUE ' REPORTS TO '.
             10 UNR-Manager-ID PIC 9(5).
          05 WS-Table-Full-Line PIC X(60)
             VALUE 'TABLE FULL, REPORT IS INCOMPLETE'.
          05 WS-Total-Line.
             10 TOT-Label PIC X(32).
             10 TOT-Count PIC ZZZ,ZZ9.

       01 WS-Todays-Date.
          05 WS-Todays-CCYY PIC 9(4).
          05 WS-Todays-MM PIC 9(2).
          05 WS-Todays-DD PIC 9(2).
       01 WS-Report-Date PIC X(10).
      *    Run-audit events go through EMPAUDIT onto the shared,
      *    suite-wide EMP-AUDIT log - see the EMPAUDIT header for
      *    the contract.
       01 WS-Audit-Parms.
          05 WS-Audit-Program PIC X(12) VALUE 'EMP-ORGRPT'.
          05 WS-Audit-Operator PIC X(8) VALUE SPACES.
          05 WS-Audit-Read-Count PIC 9(7) VALUE ZERO.
          05 WS-Audit-Status PIC X(11) VALUE SPACES.
      *    EMPAUDIT hands back its own (zero) RETURN-CODE, so the
      *    step's condition code is held across the call.
       01 WS-Step-RC PIC S9(4) COMP VALUE ZERO.

       PROCEDURE DIVISION.

           ACCEPT WS-Todays-Date FROM DATE YYYYMMDD.
           MOVE WS-Todays-MM TO WS-Report-Date(1:2).
           MOVE '/' TO WS-Report-Date(3:1).
           MOVE WS-Todays-DD TO WS-Report-Date(4:2).
           MOVE '/' TO WS-Report-Date(6:1).
           MOVE WS-Todays-CCYY TO WS-Report-Date(7:4).

           MOVE 'STARTED' TO WS-Audit-Status.
           PERFORM 9300-WRITE-AUDIT-LOG.

           OPEN INPUT Rpt-Line.
           IF WS-Line-Status NOT = '00'
               DISPLAY 'EMP-ORGRPT UNABLE TO OPEN EMP-RPTLINE, '
                  'STATUS: ' WS-Line-Status
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT Employee.
           IF WS-Employee-Status NOT = '00'
               DISPLAY 'EMP-ORGRPT UNABLE TO OPEN EMP-FILE, STATUS: '
                  WS-Employee-Status
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT Org-Rpt.
           IF WS-Rpt-Status NOT = '00'
               DISPLAY 'EMP-ORGRPT UNABLE TO OPEN EMP-ORGRPT-RPT, '
                  'STATUS: ' WS-Rpt-Status
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-Report-Date TO HDG-Run-Date.
           WRITE Org-Rpt-Rec FROM WS-Heading-1.
           WRITE Org-Rpt-Rec FROM WS-Heading-2.

           PERFORM UNTIL WS-EOF = 'Y'
             READ Rpt-Line NEXT RECORD
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END PERFORM 1000-TABLE-LINE
             END-READ
           END-PERFORM.

           PERFORM 2000-LINK-LINE
              VARYING WS-Line-Sub FROM 1 BY 1
              UNTIL WS-Line-Sub > WS-Line-Count.
           PERFORM 3000-COUNT-TEAMS
              VARYING WS-Line-Sub FROM 1 BY 1
              UNTIL WS-Line-Sub > WS-Line-Count.
           PERFORM 4000-PRINT-ORGANIZATION
              VARYING WS-Top-Sub FROM 1 BY 1
              UNTIL WS-Top-Sub > WS-Top-Count.
           PERFORM 5000-PRINT-UNREACHED.
           PERFORM 9000-PRINT-TOTALS.

           CLOSE Rpt-Line.
           CLOSE Employee.
           CLOSE Org-Rpt.
           MOVE WS-Read-Count TO WS-Audit-Read-Count.
           IF Key-Table-Full
               MOVE 12 TO RETURN-CODE
               MOVE 'INCOMPLETE' TO WS-Audit-Status
           ELSE
               IF WS-Unreached-Count > ZERO
                   MOVE 4 TO RETURN-CODE
                   MOVE 'LOOPS' TO WS-Audit-Status
               ELSE
                   MOVE 'NORMAL' TO WS-Audit-Status
               END-IF
           END-IF.
           PERFORM 9300-WRITE-AUDIT-LOG.
           DISPLAY 'EMP-ORGRPT LINES READ     : ' WS-Read-Count.
           DISPLAY 'EMP-ORGRPT TOP MANAGERS   : ' WS-Top-Count.
           DISPLAY 'EMP-ORGRPT NOT REACHED    : ' WS-Unreached-Count.
           STOP RUN.

       1000-TABLE-LINE.
           ADD 1 TO WS-Read-Count.
           IF WS-Line-Count >= 20000
               IF NOT Key-Table-Full
                   DISPLAY 'EMP-ORGRPT LINE TABLE FULL AT '
                      Line-Employee-ID
               END-IF
               MOVE 'Y' TO WS-Table-Full-Sw
           ELSE
               ADD 1 TO WS-Line-Count
               MOVE Line-Employee-ID TO LT-Employee-ID (WS-Line-Count)
               MOVE Line-Manager-ID TO LT-Manager-ID (WS-Line-Count)
               MOVE ZERO TO LT-First-Child (WS-Line-Count)
               MOVE ZERO TO LT-Last-Child (WS-Line-Count)
               MOVE ZERO TO LT-Next-Sibling (WS-Line-Count)
               MOVE ZERO TO LT-Direct-Count (WS-Line-Count)
               MOVE ZERO TO LT-Team-Count (WS-Line-Count)
               MOVE 'N' TO LT-Printed-Sw (WS-Line-Count)
           END-IF.

      *    Lines are linked in table order, so each manager's direct
      *    reports chain together in Employee-ID order. A manager
      *    with no line of their own is a top-level manager.
       2000-LINK-LINE.
           MOVE LT-Manager-ID (WS-Line-Sub) TO WS-Find-ID.
           PERFORM 2100-FIND-LINE.
           IF Line-Found
               IF LT-First-Child (WS-Parent-Sub) = ZERO
                   MOVE WS-Line-Sub TO LT-First-Child (WS-Parent-Sub)
               ELSE
                   MOVE WS-Line-Sub TO
                      LT-Next-Sibling (LT-Last-Child (WS-Parent-Sub))
               END-IF
               MOVE WS-Line-Sub TO LT-Last-Child (WS-Parent-Sub)
               ADD 1 TO LT-Direct-Count (WS-Parent-Sub)
           ELSE
               PERFORM 2200-FIND-TOP-SLOT
               IF WS-Top-Found-Sw = 'N'
                   PERFORM 2300-INSERT-TOP-ENTRY
               END-IF
               IF WS-Top-Found-Sw NOT = 'X'
                   IF TM-First-Child (WS-Top-Slot) = ZERO
                       MOVE WS-Line-Sub TO TM-First-Child (WS-Top-Slot)
                   ELSE
                       MOVE WS-Line-Sub TO
                          LT-Next-Sibling (TM-Last-Child (WS-Top-Slot))
                   END-IF
                   MOVE WS-Line-Sub TO TM-Last-Child (WS-Top-Slot)
                   ADD 1 TO TM-Direct-Count (WS-Top-Slot)
               END-IF
           END-IF.

       2100-FIND-LINE.
           SET Line-Not-Found TO TRUE.
           SEARCH ALL LT-Entry
              AT END CONTINUE
              WHEN LT-Employee-ID (LT-Index) = WS-Find-ID
                 SET Line-Found TO TRUE
                 SET WS-Parent-Sub TO LT-Index
           END-SEARCH.

       2200-FIND-TOP-SLOT.
           MOVE 'N' TO WS-Top-Found-Sw.
           MOVE 1 TO WS-Top-Slot.
           PERFORM VARYING WS-Shift-Sub FROM 1 BY 1
              UNTIL WS-Shift-Sub > WS-Top-Count
                 OR WS-Top-Found-Sw = 'Y'
                 OR TM-Manager-ID (WS-Shift-Sub) > WS-Find-ID
             IF TM-Manager-ID (WS-Shift-Sub) = WS-Find-ID
                 MOVE 'Y' TO WS-Top-Found-Sw
                 MOVE WS-Shift-Sub TO WS-Top-Slot
             ELSE
                 ADD 1 TO WS-Top-Slot
             END-IF
           END-PERFORM.

       2300-INSERT-TOP-ENTRY.
           IF WS-Top-Count >= WS-Top-Max
               IF NOT Key-Table-Full
                   DISPLAY 'EMP-ORGRPT TOP MANAGER TABLE FULL AT '
                      WS-Find-ID
               END-IF
               MOVE 'Y' TO WS-Table-Full-Sw
               MOVE 'X' TO WS-Top-Found-Sw
           ELSE
               PERFORM VARYING WS-Shift-Sub FROM WS-Top-Count BY -1
                  UNTIL WS-Shift-Sub < WS-Top-Slot
                 MOVE WS-Top-Entry (WS-Shift-Sub)
                    TO WS-Top-Entry (WS-Shift-Sub + 1)
               END-PERFORM
               ADD 1 TO WS-Top-Count
               MOVE WS-Find-ID TO TM-Manager-ID (WS-Top-Slot)
               MOVE ZERO TO TM-First-Child (WS-Top-Slot)
               MOVE ZERO TO TM-Last-Child (WS-Top-Slot)
               MOVE ZERO TO TM-Direct-Count (WS-Top-Slot)
               MOVE ZERO TO TM-Team-Count (WS-Top-Slot)
           END-IF.

      *    Each line adds one to the team of every manager above it,
      *    up to and including its top-level manager.
       3000-COUNT-TEAMS.
           MOVE LT-Manager-ID (WS-Line-Sub) TO WS-Find-ID.
           MOVE ZERO TO WS-Climb-Steps.
           MOVE 'N' TO WS-Climb-Done-Sw.
           PERFORM 3100-CLIMB-ONE-LEVEL
              UNTIL WS-Climb-Done-Sw = 'Y'.

       3100-CLIMB-ONE-LEVEL.
           PERFORM 2100-FIND-LINE.
           EVALUATE TRUE
               WHEN WS-Climb-Steps >= 999
                   MOVE 'Y' TO WS-Climb-Done-Sw
               WHEN Line-Found
                   ADD 1 TO WS-Climb-Steps
                   ADD 1 TO LT-Team-Count (WS-Parent-Sub)
                   MOVE LT-Manager-ID (WS-Parent-Sub) TO WS-Find-ID
               WHEN OTHER
                   PERFORM 2200-FIND-TOP-SLOT
                   IF WS-Top-Found-Sw = 'Y'
                       ADD 1 TO TM-Team-Count (WS-Top-Slot)
                   END-IF
                   MOVE 'Y' TO WS-Climb-Done-Sw
           END-EVALUATE.

      *    One block per top-level manager: the manager at depth 0,
      *    then the tree beneath, depth first.
       4000-PRINT-ORGANIZATION.
           MOVE SPACES TO Org-Rpt-Rec.
           WRITE Org-Rpt-Rec.
           MOVE TM-Manager-ID (WS-Top-Sub) TO WS-Node-ID.
           MOVE ZERO TO WS-Node-Depth.
           MOVE TM-Direct-Count (WS-Top-Sub) TO WS-Node-Direct.
           MOVE TM-Team-Count (WS-Top-Sub) TO WS-Node-Team.
           PERFORM 4500-PRINT-NODE.
           MOVE ZERO TO WS-Depth.
           IF TM-First-Child (WS-Top-Sub) > ZERO
               MOVE 1 TO WS-Depth
               MOVE TM-First-Child (WS-Top-Sub) TO WS-Stack-Sub (1)
           END-IF.
           PERFORM 4100-PRINT-NEXT-LINE
              UNTIL WS-Depth = ZERO.

      *    Print the line on top of the stack, then go down to its
      *    first report if it has one, otherwise along to the next
      *    sibling - backing up a level each time a sibling chain
      *    runs out.
       4100-PRINT-NEXT-LINE.
           MOVE WS-Stack-Sub (WS-Depth) TO WS-Node-Sub.
           MOVE LT-Employee-ID (WS-Node-Sub) TO WS-Node-ID.
           MOVE WS-Depth TO WS-Node-Depth.
           MOVE LT-Direct-Count (WS-Node-Sub) TO WS-Node-Direct.
           MOVE LT-Team-Count (WS-Node-Sub) TO WS-Node-Team.
           MOVE 'Y' TO LT-Printed-Sw (WS-Node-Sub).
           PERFORM 4500-PRINT-NODE.
           IF LT-First-Child (WS-Node-Sub) > ZERO
              AND WS-Depth < WS-Depth-Max
               ADD 1 TO WS-Depth
               MOVE LT-First-Child (WS-Node-Sub)
                  TO WS-Stack-Sub (WS-Depth)
           ELSE
               MOVE 'N' TO WS-Advanced-Sw
               PERFORM 4200-ADVANCE-TO-SIBLING
                  UNTIL WS-Advanced-Sw = 'Y'
                     OR WS-Depth = ZERO
           END-IF.

       4200-ADVANCE-TO-SIBLING.
           MOVE WS-Stack-Sub (WS-Depth) TO WS-Node-Sub.
           IF LT-Next-Sibling (WS-Node-Sub) > ZERO
               MOVE LT-Next-Sibling (WS-Node-Sub)
                  TO WS-Stack-Sub (WS-Depth)
               MOVE 'Y' TO WS-Advanced-Sw
           ELSE
               SUBTRACT 1 FROM WS-Depth
           END-IF.

      *    Two columns of indent per level, held at six levels so the
      *    name always fits; the depth column carries the real depth.
       4500-PRINT-NODE.
           ADD 1 TO WS-Printed-Count.
           IF WS-Node-Depth > WS-Deepest
               MOVE WS-Node-Depth TO WS-Deepest
           END-IF.
           IF WS-Node-Depth > 6
               MOVE 13 TO WS-Indent-Pos
           ELSE
               COMPUTE WS-Indent-Pos = WS-Node-Depth * 2 + 1
           END-IF.
           MOVE SPACES TO ORG-Tree.
           MOVE WS-Node-ID TO ORG-Tree(WS-Indent-Pos:5).
           MOVE WS-Node-ID TO Employee-ID.
           READ Employee
              INVALID KEY
                 MOVE '*NOT ON EMP-FILE*'
                    TO ORG-Tree(WS-Indent-Pos + 6:25)
                 MOVE SPACES TO ORG-Dept-Code
                 MOVE '?' TO ORG-Status
              NOT INVALID KEY
                 MOVE NAME TO ORG-Tree(WS-Indent-Pos + 6:25)
                 MOVE Dept-Code TO ORG-Dept-Code
                 MOVE Emp-Status TO ORG-Status
           END-READ.
           MOVE WS-Node-Depth TO ORG-Depth.
           MOVE WS-Node-Direct TO ORG-Direct.
           MOVE WS-Node-Team TO ORG-Team.
           WRITE Org-Rpt-Rec FROM WS-Org-Line.

       5000-PRINT-UNREACHED.
           PERFORM VARYING WS-Line-Sub FROM 1 BY 1
              UNTIL WS-Line-Sub > WS-Line-Count
             IF LT-Printed-Sw (WS-Line-Sub) = 'N'
                 ADD 1 TO WS-Unreached-Count
                 IF WS-Unreached-Count = 1
                     MOVE SPACES TO Org-Rpt-Rec
                     WRITE Org-Rpt-Rec
                     WRITE Org-Rpt-Rec FROM WS-Unreached-Heading
                 END-IF
                 MOVE LT-Employee-ID (WS-Line-Sub) TO UNR-Employee-ID
                 MOVE LT-Manager-ID (WS-Line-Sub) TO UNR-Manager-ID
                 WRITE Org-Rpt-Rec FROM WS-Unreached-Line
             END-IF
           END-PERFORM.

       9000-PRINT-TOTALS.
           MOVE SPACES TO Org-Rpt-Rec.
           WRITE Org-Rpt-Rec.
           MOVE 'REPORTING LINES READ          : ' TO TOT-Label.
           MOVE WS-Read-Count TO TOT-Count.
           WRITE Org-Rpt-Rec FROM WS-Total-Line.
           MOVE 'TOP-LEVEL MANAGERS            : ' TO TOT-Label.
           MOVE WS-Top-Count TO TOT-Count.
           WRITE Org-Rpt-Rec FROM WS-Total-Line.
           MOVE 'PEOPLE PRINTED IN STRUCTURE   : ' TO TOT-Label.
           MOVE WS-Printed-Count TO TOT-Count.
           WRITE Org-Rpt-Rec FROM WS-Total-Line.
           MOVE 'DEEPEST LEVEL                 : ' TO TOT-Label.
           MOVE WS-Deepest TO TOT-Count.
           WRITE Org-Rpt-Rec FROM WS-Total-Line.
           MOVE 'LINES NOT REACHED (LOOPS)     : ' TO TOT-Label.
           MOVE WS-Unreached-Count TO TOT-Count.
           WRITE Org-Rpt-Rec FROM WS-Total-Line.
           IF Key-Table-Full
               WRITE Org-Rpt-Rec FROM WS-Table-Full-Line
           END-IF.

       9300-WRITE-AUDIT-LOG.
           MOVE RETURN-CODE TO WS-Step-RC.
           CALL 'EMPAUDIT' USING WS-Audit-Parms.
           MOVE WS-Step-RC TO RETURN-CODE.
