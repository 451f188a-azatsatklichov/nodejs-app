       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMP-ORPHAN.

      *================================================================*
      * EMP-ORPHAN - nightly orphaned-team exception list. Every line  *
      * on EMP-RPTLINE for an active employee is checked against the   *
      * manager it names, and the employee is listed when that manager *
      * is no longer there to report to:                               *
      *   - TERMINATED - still on EMP-FILE, but EMP-MAINT has set the  *
      *     manager's status to 'T',                                   *
      *   - ARCHIVED   - gone from EMP-FILE and on EMP-ARCHIVE, so     *
      *     EMP-PURGE removed them,                                    *
      *   - DELETED    - gone from EMP-FILE and not on the archive,    *
      *     so EMP-MAINT deleted them.                                 *
      * The date it happened is the archive's purge date, or else the  *
      * manager's latest EMP-HIST entry - the termination or deletion  *
      * EMP-MAINT journaled - with the days since on the ledger's      *
      * 360/30 convention (EMP-SUSPMNT). Anything that happened since  *
      * yesterday is marked NEW, so an orphaned team shows up the      *
      * night its manager leaves and stays on the list, ageing, until  *
      * EMP-RLMAINT gives it a new manager. Lines for employees who    *
      * are no longer active themselves are only counted - they want  *
      * a 'D' through EMP-RLMAINT, not a new manager. Ends with        *
      * RETURN-CODE 4 when anyone is orphaned.                         *
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

       SELECT Emp-Hist ASSIGN TO EMP-HIST
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS Hist-Key
       FILE STATUS IS WS-Hist-Status.

       SELECT Emp-Archive ASSIGN TO EMP-ARCHIVE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Archive-Status.

       SELECT Orphan-Rpt ASSIGN TO EMP-ORPHAN-RPT
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Rpt-Status.

       DATA DIVISION.
       FILE SECTION.
       FD Rpt-Line.
          COPY EMPRPTL.

       FD Employee.
          COPY EMPREC.

       FD Emp-Hist.
          COPY EMPHREC.

      *    EMP-PURGE's cumulative archive - see its FD there.
       FD Emp-Archive.
          01 Emp-Archive-Rec.
             05 ARC-Employee-Image PIC X(52).
             05 ARC-Purge-Date PIC 9(8).

       FD Orphan-Rpt.
          01 Orphan-Rpt-Rec PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-Line-Status PIC X(2).
       01 WS-Employee-Status PIC X(2).
       01 WS-Hist-Status PIC X(2).
       01 WS-Archive-Status PIC X(2).
       01 WS-Rpt-Status PIC X(2).
       01 WS-EOF PIC A(1) VALUE 'N'.
       01 WS-Arc-EOF PIC A(1) VALUE 'N'.
       01 WS-Hist-Done-Sw PIC X(1).
       01 WS-Read-Count PIC 9(7) VALUE ZERO.
       01 WS-Orphan-Count PIC 9(7) VALUE ZERO.
       01 WS-New-Count PIC 9(7) VALUE ZERO.
       01 WS-Terminated-Count PIC 9(7) VALUE ZERO.
       01 WS-Deleted-Count PIC 9(7) VALUE ZERO.
       01 WS-Archived-Count PIC 9(7) VALUE ZERO.
       01 WS-Inactive-Count PIC 9(7) VALUE ZERO.
       01 WS-Table-Full-Sw PIC X(1) VALUE 'N'.
          88 Key-Table-Full VALUE 'Y'.

      *    Archive keys with the latest purge date for each - a
      *    purged, restored and purged-again employee appears more
      *    than once. The same table EMP-INTEG builds.
       01 WS-Arc-Count PIC 9(5) VALUE ZERO.
       01 WS-Arc-Table.
          05 WS-Arc-Entry OCCURS 0 TO 20000 TIMES
             DEPENDING ON WS-Arc-Count
             INDEXED BY AT-Index.
             10 AT-Key PIC X(5).
             10 AT-Purge-Date PIC 9(8).
       01 WS-Arc-Found-Sw PIC X(1).
          88 Archive-Entry-Found VALUE 'F'.
          88 Archive-Entry-Not-Found VALUE 'N'.

      *    The employee on the line being checked, held while the
      *    manager is read through the same EMP-FILE record area.
       01 WS-Employee-ID PIC 9(5).
       01 WS-Employee-NAME PIC A(25).
       01 WS-Employee-Dept PIC X(4).
       01 WS-Manager-ID PIC 9(5).
       01 WS-Manager-Sw PIC X(1).
          88 Manager-Active VALUE 'A'.
          88 Manager-Terminated VALUE 'T'.
          88 Manager-Deleted VALUE 'D'.
          88 Manager-Archived VALUE 'P'.
       01 WS-Event-Date PIC 9(8).

      *    Days since the manager left, computed on the ledger
      *    convention of a 360-day year and 30-day months - close
      *    enough to chase HR with, without a calendar walk.
       01 WS-Age-Days PIC S9(5).
       01 WS-Work-Date.
          05 WS-Work-CCYY PIC 9(4).
          05 WS-Work-MM PIC 9(2).
          05 WS-Work-DD PIC 9(2).

       01 WS-Report-Lines.
          05 WS-Heading-1.
             10 FILLER PIC X(30)
                VALUE 'ORPHANED REPORTING LINES      '.
             10 FILLER PIC X(10) VALUE 'RUN DATE: '.
             10 HDG-Run-Date PIC X(10).
          05 WS-Heading-2.
             10 FILLER PIC X(37)
                VALUE 'EMP-ID NAME                 DEPT MGR-'.
             10 FILLER PIC X(35)
                VALUE 'ID MANAGER    SINCE       DAYS'.
          05 WS-Orphan-Line.
             10 ORP-Employee-ID PIC 9(5).
             10 FILLER PIC X(2) VALUE SPACES.
             10 ORP-NAME PIC A(20).
             10 FILLER PIC X(1) VALUE SPACES.
             10 ORP-Dept-Code PIC X(4).
             10 FILLER PIC X(1) VALUE SPACES.
             10 ORP-Manager-ID PIC 9(5).
             10 FILLER PIC X(2) VALUE SPACES.
             10 ORP-Reason PIC X(10).
             10 FILLER PIC X(1) VALUE SPACES.
             10 ORP-Event-Date PIC X(10).
             10 FILLER PIC X(1) VALUE SPACES.
             10 ORP-Age-Days PIC ZZZZ9.
             10 FILLER PIC X(1) VALUE SPACES.
             10 ORP-New-Flag PIC X(5).
          05 WS-Table-Full-Line PIC X(60)
             VALUE 'ARCHIVE TABLE FULL, ARCHIVED MAY SHOW AS DELETED'.
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
          05 WS-Audit-Program PIC X(12) VALUE 'EMP-ORPHAN'.
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
               DISPLAY 'EMP-ORPHAN UNABLE TO OPEN EMP-RPTLINE, '
                  'STATUS: ' WS-Line-Status
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT Employee.
           IF WS-Employee-Status NOT = '00'
               DISPLAY 'EMP-ORPHAN UNABLE TO OPEN EMP-FILE, STATUS: '
                  WS-Employee-Status
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT Emp-Hist.
           IF WS-Hist-Status NOT = '00'
               DISPLAY 'EMP-ORPHAN UNABLE TO OPEN EMP-HIST, STATUS: '
                  WS-Hist-Status
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT Orphan-Rpt.
           IF WS-Rpt-Status NOT = '00'
               DISPLAY 'EMP-ORPHAN UNABLE TO OPEN EMP-ORPHAN-RPT, '
                  'STATUS: ' WS-Rpt-Status
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    No archive yet just means nothing has been purged.
           OPEN INPUT Emp-Archive.
           IF WS-Archive-Status NOT = '00'
               MOVE 'Y' TO WS-Arc-EOF
           END-IF.
           PERFORM UNTIL WS-Arc-EOF = 'Y'
             READ Emp-Archive
                AT END MOVE 'Y' TO WS-Arc-EOF
                NOT AT END PERFORM 1000-LOAD-ARCHIVE-KEY
             END-READ
           END-PERFORM.
           IF WS-Archive-Status = '00' OR WS-Archive-Status = '10'
               CLOSE Emp-Archive
           END-IF.

           MOVE WS-Report-Date TO HDG-Run-Date.
           WRITE Orphan-Rpt-Rec FROM WS-Heading-1.
           WRITE Orphan-Rpt-Rec FROM WS-Heading-2.

           PERFORM UNTIL WS-EOF = 'Y'
             READ Rpt-Line NEXT RECORD
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END PERFORM 2000-CHECK-LINE
             END-READ
           END-PERFORM.

           PERFORM 9000-PRINT-TOTALS.
           CLOSE Rpt-Line.
           CLOSE Employee.
           CLOSE Emp-Hist.
           CLOSE Orphan-Rpt.
           MOVE WS-Read-Count TO WS-Audit-Read-Count.
           IF WS-Orphan-Count > ZERO
               MOVE 4 TO RETURN-CODE
               MOVE 'ORPHANS' TO WS-Audit-Status
           ELSE
               MOVE 'NORMAL' TO WS-Audit-Status
           END-IF.
           PERFORM 9300-WRITE-AUDIT-LOG.
           DISPLAY 'EMP-ORPHAN LINES READ     : ' WS-Read-Count.
           DISPLAY 'EMP-ORPHAN ORPHANED       : ' WS-Orphan-Count.
           DISPLAY 'EMP-ORPHAN NEW TONIGHT    : ' WS-New-Count.
           STOP RUN.

       1000-LOAD-ARCHIVE-KEY.
           SET AT-Index TO 1.
           SEARCH WS-Arc-Entry
              AT END PERFORM 1100-ADD-ARCHIVE-KEY
              WHEN AT-Key (AT-Index) = ARC-Employee-Image(1:5)
                 IF ARC-Purge-Date > AT-Purge-Date (AT-Index)
                     MOVE ARC-Purge-Date TO AT-Purge-Date (AT-Index)
                 END-IF
           END-SEARCH.

       1100-ADD-ARCHIVE-KEY.
           IF WS-Arc-Count >= 20000
               IF NOT Key-Table-Full
                   DISPLAY 'EMP-ORPHAN ARCHIVE KEY TABLE FULL'
               END-IF
               MOVE 'Y' TO WS-Table-Full-Sw
           ELSE
               ADD 1 TO WS-Arc-Count
               MOVE ARC-Employee-Image(1:5) TO AT-Key (WS-Arc-Count)
               MOVE ARC-Purge-Date TO AT-Purge-Date (WS-Arc-Count)
           END-IF.

      *    Only an active employee can be orphaned; a line for anyone
      *    else is stale and just counted.
       2000-CHECK-LINE.
           ADD 1 TO WS-Read-Count.
           MOVE Line-Employee-ID TO WS-Employee-ID.
           MOVE Line-Manager-ID TO WS-Manager-ID.
           MOVE WS-Employee-ID TO Employee-ID.
           READ Employee
              INVALID KEY ADD 1 TO WS-Inactive-Count
              NOT INVALID KEY
                 IF Active-Employee
                     MOVE NAME TO WS-Employee-NAME
                     MOVE Dept-Code TO WS-Employee-Dept
                     PERFORM 2100-CHECK-MANAGER
                 ELSE
                     ADD 1 TO WS-Inactive-Count
                 END-IF
           END-READ.

       2100-CHECK-MANAGER.
           MOVE ZERO TO WS-Event-Date.
           MOVE WS-Manager-ID TO Employee-ID.
           READ Employee
              INVALID KEY
                 PERFORM 2200-FIND-ARCHIVE-ENTRY
                 IF Archive-Entry-Found
                     SET Manager-Archived TO TRUE
                     MOVE AT-Purge-Date (AT-Index) TO WS-Event-Date
                 ELSE
                     SET Manager-Deleted TO TRUE
                     PERFORM 2300-FIND-LAST-JOURNAL-DATE
                 END-IF
              NOT INVALID KEY
                 IF Terminated-Employee
                     SET Manager-Terminated TO TRUE
                     PERFORM 2300-FIND-LAST-JOURNAL-DATE
                 ELSE
                     SET Manager-Active TO TRUE
                 END-IF
           END-READ.
           IF NOT Manager-Active
               PERFORM 3000-PRINT-ORPHAN
           END-IF.

       2200-FIND-ARCHIVE-ENTRY.
           SET Archive-Entry-Not-Found TO TRUE.
           SET AT-Index TO 1.
           SEARCH WS-Arc-Entry
              AT END CONTINUE
              WHEN AT-Key (AT-Index) = WS-Manager-ID
                 SET Archive-Entry-Found TO TRUE
           END-SEARCH.

      *    EMP-HIST reads back oldest first within an employee, so the
      *    last entry under the manager's ID is the change that left
      *    them terminated or deleted.
       2300-FIND-LAST-JOURNAL-DATE.
           MOVE WS-Manager-ID TO Hist-Employee-ID.
           MOVE ZERO TO Hist-Trans-Date.
           MOVE ZERO TO Hist-Sequence.
           MOVE 'N' TO WS-Hist-Done-Sw.
           START Emp-Hist KEY IS NOT LESS THAN Hist-Key
              INVALID KEY MOVE 'Y' TO WS-Hist-Done-Sw
           END-START.
           PERFORM UNTIL WS-Hist-Done-Sw = 'Y'
             READ Emp-Hist NEXT RECORD
                AT END MOVE 'Y' TO WS-Hist-Done-Sw
                NOT AT END
                   IF Hist-Employee-ID = WS-Manager-ID
                       MOVE Hist-Trans-Date TO WS-Event-Date
                   ELSE
                       MOVE 'Y' TO WS-Hist-Done-Sw
                   END-IF
             END-READ
           END-PERFORM.

       3000-PRINT-ORPHAN.
           ADD 1 TO WS-Orphan-Count.
           MOVE WS-Employee-ID TO ORP-Employee-ID.
           MOVE WS-Employee-NAME TO ORP-NAME.
           MOVE WS-Employee-Dept TO ORP-Dept-Code.
           MOVE WS-Manager-ID TO ORP-Manager-ID.
           EVALUATE TRUE
               WHEN Manager-Terminated
                   ADD 1 TO WS-Terminated-Count
                   MOVE 'TERMINATED' TO ORP-Reason
               WHEN Manager-Archived
                   ADD 1 TO WS-Archived-Count
                   MOVE 'ARCHIVED' TO ORP-Reason
               WHEN OTHER
                   ADD 1 TO WS-Deleted-Count
                   MOVE 'DELETED' TO ORP-Reason
           END-EVALUATE.
           IF WS-Event-Date = ZERO
               MOVE 'UNKNOWN' TO ORP-Event-Date
               MOVE ZERO TO ORP-Age-Days
               MOVE SPACES TO ORP-New-Flag
           ELSE
               MOVE WS-Event-Date TO WS-Work-Date
               MOVE WS-Work-MM TO ORP-Event-Date(1:2)
               MOVE '/' TO ORP-Event-Date(3:1)
               MOVE WS-Work-DD TO ORP-Event-Date(4:2)
               MOVE '/' TO ORP-Event-Date(6:1)
               MOVE WS-Work-CCYY TO ORP-Event-Date(7:4)
               PERFORM 3100-COMPUTE-AGE-DAYS
               MOVE WS-Age-Days TO ORP-Age-Days
               IF WS-Age-Days > 1
                   MOVE SPACES TO ORP-New-Flag
               ELSE
                   ADD 1 TO WS-New-Count
                   MOVE '*NEW*' TO ORP-New-Flag
               END-IF
           END-IF.
           WRITE Orphan-Rpt-Rec FROM WS-Orphan-Line.

      *    360-day-year / 30-day-month approximation - the ledger
      *    convention EMP-SUSPMNT ages its suspense items by.
       3100-COMPUTE-AGE-DAYS.
           COMPUTE WS-Age-Days =
              (WS-Todays-CCYY - WS-Work-CCYY) * 360
              + (WS-Todays-MM - WS-Work-MM) * 30
              + (WS-Todays-DD - WS-Work-DD).
           IF WS-Age-Days < ZERO
               MOVE ZERO TO WS-Age-Days
           END-IF.

       9000-PRINT-TOTALS.
           MOVE SPACES TO Orphan-Rpt-Rec.
           WRITE Orphan-Rpt-Rec.
           MOVE 'REPORTING LINES READ          : ' TO TOT-Label.
           MOVE WS-Read-Count TO TOT-Count.
           WRITE Orphan-Rpt-Rec FROM WS-Total-Line.
           MOVE 'ORPHANED EMPLOYEES            : ' TO TOT-Label.
           MOVE WS-Orphan-Count TO TOT-Count.
           WRITE Orphan-Rpt-Rec FROM WS-Total-Line.
           MOVE '  MANAGER TERMINATED          : ' TO TOT-Label.
           MOVE WS-Terminated-Count TO TOT-Count.
           WRITE Orphan-Rpt-Rec FROM WS-Total-Line.
           MOVE '  MANAGER DELETED             : ' TO TOT-Label.
           MOVE WS-Deleted-Count TO TOT-Count.
           WRITE Orphan-Rpt-Rec FROM WS-Total-Line.
           MOVE '  MANAGER ARCHIVED            : ' TO TOT-Label.
           MOVE WS-Archived-Count TO TOT-Count.
           WRITE Orphan-Rpt-Rec FROM WS-Total-Line.
           MOVE 'NEWLY ORPHANED (*NEW*)        : ' TO TOT-Label.
           MOVE WS-New-Count TO TOT-Count.
           WRITE Orphan-Rpt-Rec FROM WS-Total-Line.
           MOVE 'LINES FOR INACTIVE EMPLOYEES  : ' TO TOT-Label.
           MOVE WS-Inactive-Count TO TOT-Count.
           WRITE Orphan-Rpt-Rec FROM WS-Total-Line.
           IF Key-Table-Full
               WRITE Orphan-Rpt-Rec FROM WS-Table-Full-Line
           END-IF.

       9300-WRITE-AUDIT-LOG.
           MOVE RETURN-CODE TO WS-Step-RC.
           CALL 'EMPAUDIT' USING WS-Audit-Parms.
           MOVE WS-Step-RC TO RETURN-CODE.
