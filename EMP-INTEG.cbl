       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMP-INTEG.

      *================================================================*
      * EMP-INTEG - weekly cross-file integrity audit. EMP-FILE,       *
      * EMP-HIST, EMP-ARCHIVE, DEPT-FILE and the NAME/DEPT alternate   *
      * indexes are each kept by a different program, and nothing     *
      * else checks that they still agree. This run reports:           *
      *   - a master record whose LATEST JOURNAL after-image is not    *
      *     the current EMP-FILE image (an unjournaled change, or a    *
      *     REPRO overwrite), including one still on the master after  *
      *     a journaled delete,                                        *
      *   - an Employee-ID on both the master and EMP-ARCHIVE with no  *
      *     'S' restore entry journaled since its latest purge,        *
      *   - a Dept-Code on EMP-FILE with no DEPT-FILE row,             *
      *   - journal entries for an employee who exists nowhere - not   *
      *     on the master, not on the archive, and not deleted by a    *
      *     journaled 'D' (that is the one legitimate way to vanish),  *
      *   - AIX.NAME / AIX.DEPT entries out of step with the base      *
      *     cluster: a base record the path never returns, one it      *
      *     returns twice or out of key order (its alternate key has   *
      *     changed under a stale index entry), or a read through the  *
      *     path that fails outright. REPRO does not upgrade the       *
      *     alternate indexes, so this is what a load without its      *
      *     BLDINDEX leaves behind.                                    *
      * Findings are totalled by category. Ends with RETURN-CODE 4     *
      * when anything is found and 12 when a file cannot be opened or  *
      * the master or archive outgrows its table, so an incomplete     *
      * audit never reads as a clean one.                              *
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

       SELECT Emp-Hist ASSIGN TO EMP-HIST
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS Hist-Key
       FILE STATUS IS WS-Hist-Status.

       SELECT Dept ASSIGN TO DEPT-FILE
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS Dept-Ref-Code
       FILE STATUS IS WS-Dept-Status.

       SELECT Emp-Archive ASSIGN TO EMP-ARCHIVE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Archive-Status.

       SELECT Emp-Integ-Rpt ASSIGN TO EMP-INTEG-RPT
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Rpt-Status.

       DATA DIVISION.
       FILE SECTION.
       FD Employee.
          COPY EMPREC.

       FD Emp-Hist.
          COPY EMPHREC.

       FD Dept.
          COPY DEPTREC.

      *    Layout EMP-PURGE writes - the full 52-byte master image
      *    plus the purge date.
       FD Emp-Archive.
          01 Emp-Archive-Rec.
             05 ARC-Employee-Image PIC X(52).
             05 ARC-Purge-Date PIC 9(8).

       FD Emp-Integ-Rpt.
          01 Emp-Integ-Rpt-Rec PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-Employee-Status PIC X(2).
       01 WS-Hist-Status PIC X(2).
       01 WS-Dept-Status PIC X(2).
       01 WS-Archive-Status PIC X(2).
       01 WS-Rpt-Status PIC X(2).
       01 WS-Master-EOF PIC A(1) VALUE 'N'.
       01 WS-Hist-EOF PIC A(1) VALUE 'N'.
       01 WS-Arc-EOF PIC A(1) VALUE 'N'.
       01 WS-Walk-EOF PIC A(1) VALUE 'N'.
       01 WS-Table-Full-Sw PIC X(1) VALUE 'N'.
          88 Key-Table-Full VALUE 'Y'.
       01 WS-Master-Count PIC 9(7) VALUE ZERO.
       01 WS-Hist-Count PIC 9(7) VALUE ZERO.
       01 WS-Archive-Count PIC 9(7) VALUE ZERO.
       01 WS-Mismatch-Count PIC 9(7) VALUE ZERO.
       01 WS-Unrestored-Count PIC 9(7) VALUE ZERO.
       01 WS-Bad-Dept-Count PIC 9(7) VALUE ZERO.
       01 WS-Unknown-Count PIC 9(7) VALUE ZERO.
       01 WS-Aix-Name-Count PIC 9(7) VALUE ZERO.
       01 WS-Aix-Dept-Count PIC 9(7) VALUE ZERO.
       01 WS-Finding-Count PIC 9(7) VALUE ZERO.

      *    Every master record, in Employee-ID order as the base
      *    cluster reads back, with what the later passes learn
      *    about it: the latest 'S' restore journaled, and whether
      *    each alternate-index walk has returned it yet.
       01 WS-Mst-Count PIC 9(5) VALUE ZERO.
       01 WS-Mst-Table.
          05 WS-Mst-Entry OCCURS 0 TO 20000 TIMES
             DEPENDING ON WS-Mst-Count
             ASCENDING KEY IS MT-Employee-ID
             INDEXED BY MT-Index.
             10 MT-Employee-ID PIC 9(5).
             10 MT-Image PIC X(52).
             10 MT-Restore-Date PIC 9(8).
             10 MT-Name-Seen PIC X(1).
             10 MT-Dept-Seen PIC X(1).

      *    Every Employee-ID on EMP-ARCHIVE, with the latest purge
      *    date seen for it - the archive is cumulative, so a
      *    purged, restored and purged-again employee appears more
      *    than once.
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

      *    The employee whose journal entries the pass over EMP-HIST
      *    is in the middle of, and the latest of them read so far.
       01 WS-Cur-Sw PIC X(1) VALUE 'N'.
          88 Cur-Employee-Held VALUE 'Y'.
       01 WS-Cur-Employee-ID PIC 9(5).
       01 WS-Cur-Trans-Date PIC 9(8).
       01 WS-Cur-Trans-Code PIC X(1).
       01 WS-Cur-After-Image PIC X(52).
       01 WS-Cur-Restore-Date PIC 9(8).
       01 WS-Cur-Key-X PIC X(5).

      *    The alternate-index walk in progress: 'N' for AIX.NAME,
      *    'D' for AIX.DEPT, and the alternate key last returned.
       01 WS-Walk-Type PIC X(1).
          88 Walking-Name VALUE 'N'.
          88 Walking-Dept VALUE 'D'.
       01 WS-Walk-Key PIC X(25).
       01 WS-Prev-Walk-Key PIC X(25).

      *    Date and transaction code of the journal entry a finding
      *    refers to, laid out for the detail column.
       01 WS-Entry-Detail.
          05 EDT-Label PIC X(6).
          05 FILLER PIC X(1) VALUE SPACES.
          05 EDT-Trans-Code PIC X(1).
          05 FILLER PIC X(4) VALUE ' ON '.
          05 EDT-CCYY PIC X(4).
          05 FILLER PIC X(1) VALUE '/'.
          05 EDT-MM PIC X(2).
          05 FILLER PIC X(1) VALUE '/'.
          05 EDT-DD PIC X(2).
       01 WS-Work-Date.
          05 WS-Work-CCYY PIC X(4).
          05 WS-Work-MM PIC X(2).
          05 WS-Work-DD PIC X(2).

       01 WS-Report-Lines.
          05 WS-Heading-1.
             10 FILLER PIC X(31)
                VALUE 'CROSS-FILE INTEGRITY AUDIT     '.
             10 FILLER PIC X(5) VALUE SPACES.
             10 FILLER PIC X(10) VALUE 'RUN DATE: '.
             10 HDG-Run-Date PIC X(10).
          05 WS-Finding-Line.
             10 FILLER PIC X(9) VALUE 'EMPLOYEE '.
             10 FND-Employee-ID PIC X(5).
             10 FILLER PIC X(2) VALUE SPACES.
             10 FND-Reason PIC X(34).
             10 FILLER PIC X(1) VALUE SPACES.
             10 FND-Detail PIC X(25).
          05 WS-Path-Finding-Line.
             10 FILLER PIC X(9) VALUE 'EMPLOYEE '.
             10 PTH-Employee-ID PIC X(5).
             10 FILLER PIC X(2) VALUE SPACES.
             10 PTH-Index PIC X(8).
             10 FILLER PIC X(1) VALUE SPACES.
             10 PTH-Reason PIC X(25).
             10 FILLER PIC X(1) VALUE SPACES.
             10 PTH-Key PIC X(25).
          05 WS-Master-Image-Line.
             10 FILLER PIC X(13) VALUE '   MASTER   :'.
             10 FILLER PIC X(1) VALUE SPACES.
             10 MSI-Image PIC X(52).
          05 WS-Journal-Image-Line.
             10 FILLER PIC X(13) VALUE '   JOURNALED:'.
             10 FILLER PIC X(1) VALUE SPACES.
             10 JNI-Image PIC X(52).
          05 WS-Table-Full-Line.
             10 FILLER PIC X(40)
                VALUE 'KEY TABLE FULL, AUDIT IS INCOMPLETE     '.
          05 WS-Total-Line-1.
             10 FILLER PIC X(32)
                VALUE 'MASTER RECORDS READ           : '.
             10 TOT-Master-Count PIC ZZZ,ZZ9.
          05 WS-Total-Line-2.
             10 FILLER PIC X(32)
                VALUE 'JOURNAL ENTRIES READ          : '.
             10 TOT-Hist-Count PIC ZZZ,ZZ9.
          05 WS-Total-Line-3.
             10 FILLER PIC X(32)
                VALUE 'ARCHIVE ENTRIES READ          : '.
             10 TOT-Archive-Count PIC ZZZ,ZZ9.
          05 WS-Total-Line-4.
             10 FILLER PIC X(32)
                VALUE 'MASTER DIFFERS FROM JOURNAL   : '.
             10 TOT-Mismatch-Count PIC ZZZ,ZZ9.
          05 WS-Total-Line-5.
             10 FILLER PIC X(32)
                VALUE 'LIVE AND ARCHIVED, NO RESTORE : '.
             10 TOT-Unrestored-Count PIC ZZZ,ZZ9.
          05 WS-Total-Line-6.
             10 FILLER PIC X(32)
                VALUE 'DEPT-CODE NOT ON DEPT-FILE    : '.
             10 TOT-Bad-Dept-Count PIC ZZZ,ZZ9.
          05 WS-Total-Line-7.
             10 FILLER PIC X(32)
                VALUE 'JOURNALED, ON NO FILE         : '.
             10 TOT-Unknown-Count PIC ZZZ,ZZ9.
          05 WS-Total-Line-8.
             10 FILLER PIC X(32)
                VALUE 'AIX.NAME OUT OF STEP          : '.
             10 TOT-Aix-Name-Count PIC ZZZ,ZZ9.
          05 WS-Total-Line-9.
             10 FILLER PIC X(32)
                VALUE 'AIX.DEPT OUT OF STEP          : '.
             10 TOT-Aix-Dept-Count PIC ZZZ,ZZ9.
          05 WS-Verdict-Line.
             10 VDT-Text PIC X(50).

       01 WS-Todays-Date.
          05 WS-Todays-CCYY PIC 9(4).
          05 WS-Todays-MM PIC 9(2).
          05 WS-Todays-DD PIC 9(2).
       01 WS-Report-Date PIC X(10).
      *    Run-audit events go through EMPAUDIT onto the shared,
      *    suite-wide EMP-AUDIT log - see the EMPAUDIT header for
      *    the contract.
       01 WS-Audit-Parms.
          05 WS-Audit-Program PIC X(12) VALUE 'EMP-INTEG'.
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

           OPEN INPUT Employee.
           IF WS-Employee-Status NOT = '00'
               DISPLAY 'EMP-INTEG UNABLE TO OPEN EMP-FILE, STATUS: '
                  WS-Employee-Status
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT Emp-Hist.
           IF WS-Hist-Status NOT = '00'
               DISPLAY 'EMP-INTEG UNABLE TO OPEN EMP-HIST, STATUS: '
                  WS-Hist-Status
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT Dept.
           IF WS-Dept-Status NOT = '00'
               DISPLAY 'EMP-INTEG UNABLE TO OPEN DEPT-FILE, STATUS: '
                  WS-Dept-Status
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT Emp-Integ-Rpt.
           IF WS-Rpt-Status NOT = '00'
               DISPLAY 'EMP-INTEG UNABLE TO OPEN EMP-INTEG-RPT, '
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
           WRITE Emp-Integ-Rpt-Rec FROM WS-Heading-1.

           PERFORM UNTIL WS-Master-EOF = 'Y'
             READ Employee NEXT RECORD
                AT END MOVE 'Y' TO WS-Master-EOF
                NOT AT END PERFORM 2000-CHECK-MASTER-RECORD
             END-READ
           END-PERFORM.

           PERFORM UNTIL WS-Hist-EOF = 'Y'
             READ Emp-Hist NEXT RECORD
                AT END MOVE 'Y' TO WS-Hist-EOF
                NOT AT END PERFORM 3000-TAKE-JOURNAL-ENTRY
             END-READ
           END-PERFORM.
           IF Cur-Employee-Held
               PERFORM 3100-SETTLE-JOURNALED-EMPLOYEE
           END-IF.

           PERFORM 4000-CHECK-ARCHIVED-MASTER
              VARYING MT-Index FROM 1 BY 1
              UNTIL MT-Index > WS-Mst-Count.

           SET Walking-Name TO TRUE.
           PERFORM 5000-WALK-ALTERNATE-INDEX.
           SET Walking-Dept TO TRUE.
           PERFORM 5000-WALK-ALTERNATE-INDEX.

           PERFORM 9000-PRINT-SUMMARY.
           CLOSE Employee.
           CLOSE Emp-Hist.
           CLOSE Dept.
           CLOSE Emp-Integ-Rpt.

           DISPLAY 'EMP-INTEG MASTER RECORDS READ : ' WS-Master-Count.
           DISPLAY 'EMP-INTEG JOURNAL ENTRIES READ: ' WS-Hist-Count.
           DISPLAY 'EMP-INTEG FINDINGS            : ' WS-Finding-Count.
           IF Key-Table-Full
               MOVE 12 TO RETURN-CODE
               MOVE 'INCOMPLETE' TO WS-Audit-Status
           ELSE
               IF WS-Finding-Count > ZERO
                   MOVE 4 TO RETURN-CODE
                   MOVE 'FINDINGS' TO WS-Audit-Status
               ELSE
                   MOVE 'NORMAL' TO WS-Audit-Status
               END-IF
           END-IF.
           MOVE WS-Master-Count TO WS-Audit-Read-Count.
           PERFORM 9300-WRITE-AUDIT-LOG.
           STOP RUN.

       1000-LOAD-ARCHIVE-KEY.
           ADD 1 TO WS-Archive-Count.
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
                   DISPLAY 'EMP-INTEG ARCHIVE KEY TABLE FULL'
               END-IF
               MOVE 'Y' TO WS-Table-Full-Sw
           ELSE
               ADD 1 TO WS-Arc-Count
               MOVE ARC-Employee-Image(1:5) TO AT-Key (WS-Arc-Count)
               MOVE ARC-Purge-Date TO AT-Purge-Date (WS-Arc-Count)
           END-IF.

      *    The base cluster reads back in Employee-ID order, so the
      *    table is built already in the order SEARCH ALL needs.
       2000-CHECK-MASTER-RECORD.
           ADD 1 TO WS-Master-Count.
           IF WS-Mst-Count >= 20000
               IF NOT Key-Table-Full
                   DISPLAY 'EMP-INTEG MASTER KEY TABLE FULL'
               END-IF
               MOVE 'Y' TO WS-Table-Full-Sw
           ELSE
               ADD 1 TO WS-Mst-Count
               MOVE Employee-ID TO MT-Employee-ID (WS-Mst-Count)
               MOVE Employee-FILE TO MT-Image (WS-Mst-Count)
               MOVE ZERO TO MT-Restore-Date (WS-Mst-Count)
               MOVE 'N' TO MT-Name-Seen (WS-Mst-Count)
               MOVE 'N' TO MT-Dept-Seen (WS-Mst-Count)
           END-IF.
           PERFORM 2100-CHECK-DEPT-CODE.

       2100-CHECK-DEPT-CODE.
           MOVE Dept-Code TO Dept-Ref-Code.
           READ Dept KEY IS Dept-Ref-Code
              INVALID KEY
                 ADD 1 TO WS-Bad-Dept-Count
                 MOVE Employee-ID TO FND-Employee-ID
                 MOVE 'DEPT-CODE NOT ON DEPT-FILE' TO FND-Reason
                 MOVE SPACES TO FND-Detail
                 MOVE 'DEPT ' TO FND-Detail(1:5)
                 MOVE Dept-Code TO FND-Detail(6:4)
                 PERFORM 8000-WRITE-FINDING
           END-READ.

      *    EMP-HIST reads back grouped by employee, oldest entry
      *    first, so the entry in hand when the Employee-ID changes
      *    is the latest one journaled for the employee before it.
       3000-TAKE-JOURNAL-ENTRY.
           ADD 1 TO WS-Hist-Count.
           IF Cur-Employee-Held
              AND Hist-Employee-ID NOT = WS-Cur-Employee-ID
               PERFORM 3100-SETTLE-JOURNALED-EMPLOYEE
           END-IF.
           IF NOT Cur-Employee-Held
               MOVE 'Y' TO WS-Cur-Sw
               MOVE Hist-Employee-ID TO WS-Cur-Employee-ID
               MOVE ZERO TO WS-Cur-Restore-Date
           END-IF.
           MOVE Hist-Trans-Date TO WS-Cur-Trans-Date.
           MOVE Hist-Trans-Code TO WS-Cur-Trans-Code.
           MOVE Hist-After-Image TO WS-Cur-After-Image.
           IF Hist-Trans-Code = 'S'
               MOVE Hist-Trans-Date TO WS-Cur-Restore-Date
           END-IF.

      *    An employee on the master must stand exactly where the
      *    journal last left them. One off the master is accounted
      *    for by the archive (EMP-PURGE does not journal) or by a
      *    journaled delete; anything else is a journal for nobody.
       3100-SETTLE-JOURNALED-EMPLOYEE.
           MOVE 'LAST' TO EDT-Label.
           MOVE WS-Cur-Trans-Code TO EDT-Trans-Code.
           MOVE WS-Cur-Trans-Date TO WS-Work-Date.
           MOVE WS-Work-CCYY TO EDT-CCYY.
           MOVE WS-Work-MM TO EDT-MM.
           MOVE WS-Work-DD TO EDT-DD.
           MOVE WS-Cur-Employee-ID TO FND-Employee-ID.
           SEARCH ALL WS-Mst-Entry
              AT END PERFORM 3300-CHECK-OFF-MASTER
              WHEN MT-Employee-ID (MT-Index) = WS-Cur-Employee-ID
                 PERFORM 3200-CHECK-AGAINST-MASTER
           END-SEARCH.
           MOVE 'N' TO WS-Cur-Sw.

       3200-CHECK-AGAINST-MASTER.
           MOVE WS-Cur-Restore-Date TO MT-Restore-Date (MT-Index).
           IF WS-Cur-Trans-Code = 'D'
              OR WS-Cur-After-Image NOT = MT-Image (MT-Index)
               ADD 1 TO WS-Mismatch-Count
               IF WS-Cur-Trans-Code = 'D'
                   MOVE 'ON MASTER AFTER JOURNALED DELETE'
                      TO FND-Reason
               ELSE
                   MOVE 'MASTER DIFFERS FROM LATEST JOURNAL'
                      TO FND-Reason
               END-IF
               MOVE WS-Entry-Detail TO FND-Detail
               PERFORM 8000-WRITE-FINDING
               MOVE MT-Image (MT-Index) TO MSI-Image
               WRITE Emp-Integ-Rpt-Rec FROM WS-Master-Image-Line
               MOVE WS-Cur-After-Image TO JNI-Image
               WRITE Emp-Integ-Rpt-Rec FROM WS-Journal-Image-Line
           END-IF.

       3300-CHECK-OFF-MASTER.
           MOVE WS-Cur-Employee-ID TO WS-Cur-Key-X.
           PERFORM 3400-FIND-ARCHIVE-KEY.
           IF Archive-Entry-Not-Found
              AND WS-Cur-Trans-Code NOT = 'D'
               ADD 1 TO WS-Unknown-Count
               MOVE 'JOURNALED BUT ON NO FILE' TO FND-Reason
               MOVE WS-Entry-Detail TO FND-Detail
               PERFORM 8000-WRITE-FINDING
           END-IF.

       3400-FIND-ARCHIVE-KEY.
           SET Archive-Entry-Not-Found TO TRUE.
           SET AT-Index TO 1.
           SEARCH WS-Arc-Entry
              WHEN AT-Key (AT-Index) = WS-Cur-Key-X
                 SET Archive-Entry-Found TO TRUE
           END-SEARCH.

      *    A live employee who is also on the archive was put back
      *    either by EMP-ARCREST - which journals an 'S' - or by
      *    something that went round it, such as the HR load. Only
      *    a restore dated on or after the latest purge accounts for
      *    the record being live now.
       4000-CHECK-ARCHIVED-MASTER.
           MOVE MT-Employee-ID (MT-Index) TO WS-Cur-Key-X.
           PERFORM 3400-FIND-ARCHIVE-KEY.
           IF Archive-Entry-Found
               IF MT-Restore-Date (MT-Index) < AT-Purge-Date (AT-Index)
                   ADD 1 TO WS-Unrestored-Count
                   MOVE WS-Cur-Key-X TO FND-Employee-ID
                   MOVE 'ON MASTER AND ARCHIVE, NO RESTORE'
                      TO FND-Reason
                   MOVE 'PURGED' TO EDT-Label
                   MOVE SPACES TO EDT-Trans-Code
                   MOVE AT-Purge-Date (AT-Index) TO WS-Work-Date
                   MOVE WS-Work-CCYY TO EDT-CCYY
                   MOVE WS-Work-MM TO EDT-MM
                   MOVE WS-Work-DD TO EDT-DD
                   MOVE WS-Entry-Detail TO FND-Detail
                   PERFORM 8000-WRITE-FINDING
               END-IF
           END-IF.

      *    Reads the whole base cluster back through one alternate
      *    index path, in alternate-key order. Every base record must
      *    come back exactly once and the keys must never go
      *    backwards; a record the walk never reaches is missing from
      *    the index.
       5000-WALK-ALTERNATE-INDEX.
           MOVE 'N' TO WS-Walk-EOF.
           MOVE SPACES TO WS-Prev-Walk-Key.
           IF Walking-Name
               MOVE SPACES TO NAME
               START Employee KEY IS NOT LESS THAN NAME
                  INVALID KEY MOVE 'Y' TO WS-Walk-EOF
               END-START
           ELSE
               MOVE LOW-VALUES TO Dept-Code
               START Employee KEY IS NOT LESS THAN Dept-Code
                  INVALID KEY MOVE 'Y' TO WS-Walk-EOF
               END-START
           END-IF.
           PERFORM UNTIL WS-Walk-EOF = 'Y'
             READ Employee NEXT RECORD
                AT END MOVE 'Y' TO WS-Walk-EOF
             END-READ
             IF WS-Walk-EOF NOT = 'Y'
                 IF WS-Employee-Status = '00'
                    OR WS-Employee-Status = '02'
                     PERFORM 5100-CHECK-PATH-RECORD
                 ELSE
                     PERFORM 5300-REPORT-PATH-FAILURE
                     MOVE 'Y' TO WS-Walk-EOF
                 END-IF
             END-IF
           END-PERFORM.
           PERFORM 5200-FIND-UNSEEN-RECORD
              VARYING MT-Index FROM 1 BY 1
              UNTIL MT-Index > WS-Mst-Count.

       5100-CHECK-PATH-RECORD.
           MOVE SPACES TO WS-Walk-Key.
           IF Walking-Name
               MOVE NAME TO WS-Walk-Key
           ELSE
               MOVE Dept-Code TO WS-Walk-Key
           END-IF.
           MOVE SPACES TO PTH-Reason.
           SEARCH ALL WS-Mst-Entry
              AT END
                 MOVE 'POINTS OFF BASE CLUSTER' TO PTH-Reason
              WHEN MT-Employee-ID (MT-Index) = Employee-ID
                 PERFORM 5110-MARK-PATH-RECORD
           END-SEARCH.
           IF PTH-Reason = SPACES
              AND WS-Walk-Key < WS-Prev-Walk-Key
               MOVE 'OUT OF KEY ORDER' TO PTH-Reason
           END-IF.
           IF PTH-Reason NOT = SPACES
               MOVE Employee-ID TO PTH-Employee-ID
               MOVE WS-Walk-Key TO PTH-Key
               PERFORM 5400-WRITE-PATH-FINDING
           END-IF.
           MOVE WS-Walk-Key TO WS-Prev-Walk-Key.

       5110-MARK-PATH-RECORD.
           IF Walking-Name
               IF MT-Name-Seen (MT-Index) = 'Y'
                   MOVE 'LISTS RECORD TWICE' TO PTH-Reason
               END-IF
               MOVE 'Y' TO MT-Name-Seen (MT-Index)
           ELSE
               IF MT-Dept-Seen (MT-Index) = 'Y'
                   MOVE 'LISTS RECORD TWICE' TO PTH-Reason
               END-IF
               MOVE 'Y' TO MT-Dept-Seen (MT-Index)
           END-IF.

       5200-FIND-UNSEEN-RECORD.
           IF (Walking-Name AND MT-Name-Seen (MT-Index) = 'N')
              OR (Walking-Dept AND MT-Dept-Seen (MT-Index) = 'N')
               MOVE MT-Employee-ID (MT-Index) TO PTH-Employee-ID
               MOVE 'HAS NO ENTRY FOR RECORD' TO PTH-Reason
               MOVE SPACES TO PTH-Key
               IF Walking-Name
                   MOVE MT-Image (MT-Index)(6:25) TO PTH-Key
               ELSE
                   MOVE MT-Image (MT-Index)(31:4) TO PTH-Key
               END-IF
               PERFORM 5400-WRITE-PATH-FINDING
           END-IF.

      *    A read through the path that fails - typically an index
      *    entry whose base record is gone - leaves nothing further
      *    in the walk to trust.
       5300-REPORT-PATH-FAILURE.
           MOVE SPACES TO PTH-Employee-ID.
           MOVE 'READ FAILED, STATUS ' TO PTH-Reason.
           MOVE WS-Employee-Status TO PTH-Reason(21:2).
           MOVE SPACES TO PTH-Key.
           PERFORM 5400-WRITE-PATH-FINDING.

       5400-WRITE-PATH-FINDING.
           IF Walking-Name
               MOVE 'AIX.NAME' TO PTH-Index
               ADD 1 TO WS-Aix-Name-Count
           ELSE
               MOVE 'AIX.DEPT' TO PTH-Index
               ADD 1 TO WS-Aix-Dept-Count
           END-IF.
           ADD 1 TO WS-Finding-Count.
           WRITE Emp-Integ-Rpt-Rec FROM WS-Path-Finding-Line.

       8000-WRITE-FINDING.
           ADD 1 TO WS-Finding-Count.
           WRITE Emp-Integ-Rpt-Rec FROM WS-Finding-Line.

       9000-PRINT-SUMMARY.
           IF Key-Table-Full
               WRITE Emp-Integ-Rpt-Rec FROM WS-Table-Full-Line
           END-IF.
           MOVE WS-Master-Count TO TOT-Master-Count.
           WRITE Emp-Integ-Rpt-Rec FROM WS-Total-Line-1.
           MOVE WS-Hist-Count TO TOT-Hist-Count.
           WRITE Emp-Integ-Rpt-Rec FROM WS-Total-Line-2.
           MOVE WS-Archive-Count TO TOT-Archive-Count.
           WRITE Emp-Integ-Rpt-Rec FROM WS-Total-Line-3.
           MOVE WS-Mismatch-Count TO TOT-Mismatch-Count.
           WRITE Emp-Integ-Rpt-Rec FROM WS-Total-Line-4.
           MOVE WS-Unrestored-Count TO TOT-Unrestored-Count.
           WRITE Emp-Integ-Rpt-Rec FROM WS-Total-Line-5.
           MOVE WS-Bad-Dept-Count TO TOT-Bad-Dept-Count.
           WRITE Emp-Integ-Rpt-Rec FROM WS-Total-Line-6.
           MOVE WS-Unknown-Count TO TOT-Unknown-Count.
           WRITE Emp-Integ-Rpt-Rec FROM WS-Total-Line-7.
           MOVE WS-Aix-Name-Count TO TOT-Aix-Name-Count.
           WRITE Emp-Integ-Rpt-Rec FROM WS-Total-Line-8.
           MOVE WS-Aix-Dept-Count TO TOT-Aix-Dept-Count.
           WRITE Emp-Integ-Rpt-Rec FROM WS-Total-Line-9.
           IF Key-Table-Full
               MOVE 'AUDIT INCOMPLETE - A KEY TABLE OVERFLOWED'
                  TO VDT-Text
           ELSE
               IF WS-Finding-Count > ZERO
                   MOVE 'FILES OUT OF STEP - SEE FINDINGS ABOVE'
                      TO VDT-Text
               ELSE
                   MOVE 'ALL FILES AGREE' TO VDT-Text
               END-IF
           END-IF.
           WRITE Emp-Integ-Rpt-Rec FROM WS-Verdict-Line.

       9300-WRITE-AUDIT-LOG.
           MOVE RETURN-CODE TO WS-Step-RC.
           CALL 'EMPAUDIT' USING WS-Audit-Parms.
           MOVE WS-Step-RC TO RETURN-CODE.
