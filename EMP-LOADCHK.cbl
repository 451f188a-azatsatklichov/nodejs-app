       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMP-LOADCHK.

      *================================================================*
      * EMP-LOADCHK - pre-load collision check of the clean HR         *
      * extract against what the rest of the suite has done to the     *
      * master since HR cut it. Runs after EMP-PRECHK and before the   *
      * REPRO REPLACE that loads the extract, and reports every row    *
      * the load would otherwise apply blind:                          *
      *   - a row that would UNDO A JOURNALED CHANGE - the master      *
      *     still holds exactly the after-image of its latest EMP-HIST *
      *     entry (EMP-MAINT's correction, raise, rehire or transfer)  *
      *     and HR's row differs from it, so the REPRO would put the   *
      *     stale HR image back over a change HR has not caught up to, *
      *   - a row that would RESURRECT A DELETED employee - not on the *
      *     master, and the latest EMP-HIST entry is EMP-MAINT's 'D',  *
      *   - a row that would RESURRECT AN ARCHIVED employee - not on   *
      *     the master, and on EMP-ARCHIVE (EMP-PURGE does not journal *
      *     its deletes, so the archive is the only trace of them).    *
      * It also lists every master record HR NO LONGER SENDS - REPRO   *
      * never deletes, so those would otherwise sit on the master      *
      * indefinitely. Those are report-only; nothing can hold back a   *
      * row that is not in the extract.                                *
      *                                                                *
      * PARM 'HOLD' passes only the unflagged rows to EMP-LOADOUT,     *
      * which is what the load step REPROs, and parks the flagged rows *
      * on EMP-LOADHELD in the same 52-byte layout, so operations can  *
      * release any of them with a REPRO of their own once reviewed.   *
      * PARM 'REPORT' reports the same findings but passes every row   *
      * through, for a day when operations has already decided.        *
      * Ends with RETURN-CODE 4 when anything was found (the load      *
      * still runs, minus any held rows) and 12 when a file cannot be  *
      * opened or the extract outgrows a key table, so the load is     *
      * bypassed rather than run against an incomplete check.          *
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT Emp-Rawin ASSIGN TO EMP-RAWIN
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Rawin-Status.

       SELECT Emp-Loadout ASSIGN TO EMP-LOADOUT
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Loadout-Status.

       SELECT Emp-Loadheld ASSIGN TO EMP-LOADHELD
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Loadheld-Status.

       SELECT Employee ASSIGN TO EMP-FILE
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
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

       SELECT Emp-Loadchk-Rpt ASSIGN TO EMP-LOADCHK-RPT
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Rpt-Status.

       DATA DIVISION.
       FILE SECTION.
      *    The trailer-stripped extract EMP-PRECHK passed through.
       FD Emp-Rawin.
          01 Emp-Rawin-Rec PIC X(52).

      *    The rows cleared for the load step's REPRO.
       FD Emp-Loadout.
          01 Emp-Loadout-Rec PIC X(52).

      *    The rows held back, unchanged, so a release is a plain
      *    REPRO of this file (or of the rows kept from it).
       FD Emp-Loadheld.
          01 Emp-Loadheld-Rec PIC X(52).

       FD Employee.
          COPY EMPREC.

       FD Emp-Hist.
          COPY EMPHREC.

      *    Layout EMP-PURGE writes - the full 52-byte master image
      *    plus the purge date.
       FD Emp-Archive.
          01 Emp-Archive-Rec.
             05 ARC-Employee-Image PIC X(52).
             05 ARC-Purge-Date PIC 9(8).

       FD Emp-Loadchk-Rpt.
          01 Emp-Loadchk-Rpt-Rec PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-Rawin-Status PIC X(2).
       01 WS-Loadout-Status PIC X(2).
       01 WS-Loadheld-Status PIC X(2).
       01 WS-Employee-Status PIC X(2).
       01 WS-Hist-Status PIC X(2).
       01 WS-Archive-Status PIC X(2).
       01 WS-Rpt-Status PIC X(2).
       01 WS-EOF PIC A(1) VALUE 'N'.
       01 WS-Arc-EOF PIC A(1) VALUE 'N'.
       01 WS-Hist-EOF PIC A(1) VALUE 'N'.
       01 WS-Master-EOF PIC A(1) VALUE 'N'.
       01 WS-Run-Mode PIC X(6).
          88 Hold-Mode VALUE 'HOLD'.
          88 Report-Mode VALUE 'REPORT'.
       01 WS-Master-Open-Sw PIC X(1) VALUE 'N'.
          88 Master-Open VALUE 'Y'.
       01 WS-Hist-Open-Sw PIC X(1) VALUE 'N'.
          88 Hist-Open VALUE 'Y'.
       01 WS-Table-Full-Sw PIC X(1) VALUE 'N'.
          88 Key-Table-Full VALUE 'Y'.
       01 WS-Read-Count PIC 9(7) VALUE ZERO.
       01 WS-Loaded-Count PIC 9(7) VALUE ZERO.
       01 WS-Held-Count PIC 9(7) VALUE ZERO.
       01 WS-Undo-Count PIC 9(7) VALUE ZERO.
       01 WS-Deleted-Count PIC 9(7) VALUE ZERO.
       01 WS-Archived-Count PIC 9(7) VALUE ZERO.
       01 WS-Unsent-Count PIC 9(7) VALUE ZERO.
       01 WS-Master-Count PIC 9(7) VALUE ZERO.

      *    The row under test, viewed through the master layout.
       01 WS-Raw-Employee.
          05 RAW-Employee-ID PIC X(5).
          05 RAW-Rest PIC X(47).

      *    What the lookups found for the row under test.
       01 WS-Live-Found-Sw PIC X(1).
          88 Live-Record-Found VALUE 'F'.
          88 Live-Record-Not-Found VALUE 'N'.
       01 WS-Live-Image PIC X(52).
       01 WS-Jrnl-Found-Sw PIC X(1).
          88 Journal-Entry-Found VALUE 'F'.
          88 Journal-Entry-Not-Found VALUE 'N'.
       01 WS-Latest-Hist.
          05 WS-Latest-Trans-Date PIC 9(8).
          05 WS-Latest-Trans-Code PIC X(1).
          05 WS-Latest-Before-Image PIC X(52).
          05 WS-Latest-After-Image PIC X(52).
       01 WS-Collision-Sw PIC X(1).
          88 Collision-Found VALUE 'Y'.
          88 No-Collision VALUE 'N'.
       01 WS-Collision-Reason PIC X(34).
       01 WS-Collision-Date PIC 9(8).

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

      *    Every Employee-ID the extract carries, for the pass over
      *    the master that finds the records HR no longer sends.
       01 WS-Key-Count PIC 9(5) VALUE ZERO.
       01 WS-Key-Table.
          05 WS-Key-Entry OCCURS 0 TO 20000 TIMES
             DEPENDING ON WS-Key-Count
             INDEXED BY KT-Index.
             10 KT-Key PIC X(5).

       01 WS-Report-Lines.
          05 WS-Heading-1.
             10 FILLER PIC X(31)
                VALUE 'HR EXTRACT PRE-LOAD COLLISIONS '.
             10 FILLER PIC X(5) VALUE SPACES.
             10 FILLER PIC X(10) VALUE 'RUN DATE: '.
             10 HDG-Run-Date PIC X(10).
          05 WS-Heading-2.
             10 FILLER PIC X(6) VALUE 'MODE: '.
             10 HDG-Mode-Text PIC X(50).
          05 WS-Collision-Line.
             10 FILLER PIC X(9) VALUE 'EMPLOYEE '.
             10 COL-Employee-ID PIC X(5).
             10 FILLER PIC X(2) VALUE SPACES.
             10 COL-Reason PIC X(34).
             10 FILLER PIC X(1) VALUE SPACES.
             10 COL-Date-CCYY PIC X(4).
             10 COL-Date-Slash-1 PIC X(1).
             10 COL-Date-MM PIC X(2).
             10 COL-Date-Slash-2 PIC X(1).
             10 COL-Date-DD PIC X(2).
             10 FILLER PIC X(2) VALUE SPACES.
             10 COL-Action PIC X(8).
          05 WS-Extract-Image-Line.
             10 FILLER PIC X(13) VALUE '   EXTRACT  :'.
             10 FILLER PIC X(1) VALUE SPACES.
             10 EXI-Image PIC X(52).
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
                VALUE 'KEY TABLE FULL, CHECK INCOMPLETE AT ROW '.
             10 TBF-Record-No PIC ZZZZZZ9.
          05 WS-Total-Line-1.
             10 FILLER PIC X(32)
                VALUE 'EXTRACT ROWS READ             : '.
             10 TOT-Read-Count PIC ZZZ,ZZ9.
          05 WS-Total-Line-2.
             10 FILLER PIC X(32)
                VALUE 'ROWS PASSED TO THE LOAD       : '.
             10 TOT-Loaded-Count PIC ZZZ,ZZ9.
          05 WS-Total-Line-3.
             10 FILLER PIC X(32)
                VALUE 'ROWS HELD FOR OPERATIONS      : '.
             10 TOT-Held-Count PIC ZZZ,ZZ9.
          05 WS-Total-Line-4.
             10 FILLER PIC X(32)
                VALUE 'WOULD UNDO A JOURNALED CHANGE : '.
             10 TOT-Undo-Count PIC ZZZ,ZZ9.
          05 WS-Total-Line-5.
             10 FILLER PIC X(32)
                VALUE 'WOULD RESURRECT A DELETE      : '.
             10 TOT-Deleted-Count PIC ZZZ,ZZ9.
          05 WS-Total-Line-6.
             10 FILLER PIC X(32)
                VALUE 'WOULD RESURRECT AN ARCHIVE    : '.
             10 TOT-Archived-Count PIC ZZZ,ZZ9.
          05 WS-Total-Line-7.
             10 FILLER PIC X(32)
                VALUE 'ON MASTER, NOT SENT BY HR     : '.
             10 TOT-Unsent-Count PIC ZZZ,ZZ9.
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
          05 WS-Audit-Program PIC X(12) VALUE 'EMP-LOADCHK'.
          05 WS-Audit-Operator PIC X(8) VALUE SPACES.
          05 WS-Audit-Read-Count PIC 9(7) VALUE ZERO.
          05 WS-Audit-Status PIC X(11) VALUE SPACES.
      *    EMPAUDIT hands back its own (zero) RETURN-CODE, so the
      *    step's condition code is held across the call.
       01 WS-Step-RC PIC S9(4) COMP VALUE ZERO.

      *    PARM carries the run mode, HOLD or REPORT.
       LINKAGE SECTION.
       01 LK-Run-Parm.
          05 LK-Parm-Len PIC S9(4) COMP.
          05 LK-Parm-Mode PIC X(6).

       PROCEDURE DIVISION USING LK-Run-Parm.

           ACCEPT WS-Todays-Date FROM DATE YYYYMMDD.
           MOVE WS-Todays-MM TO WS-Report-Date(1:2).
           MOVE '/' TO WS-Report-Date(3:1).
           MOVE WS-Todays-DD TO WS-Report-Date(4:2).
           MOVE '/' TO WS-Report-Date(6:1).
           MOVE WS-Todays-CCYY TO WS-Report-Date(7:4).

           MOVE SPACES TO WS-Run-Mode.
           IF LK-Parm-Len = 4
               MOVE LK-Parm-Mode(1:4) TO WS-Run-Mode
           END-IF.
           IF LK-Parm-Len = 6
               MOVE LK-Parm-Mode TO WS-Run-Mode
           END-IF.
           IF NOT Hold-Mode AND NOT Report-Mode
               DISPLAY 'EMP-LOADCHK REQUIRES PARM HOLD OR REPORT'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE 'STARTED' TO WS-Audit-Status.
           PERFORM 9300-WRITE-AUDIT-LOG.

           OPEN INPUT Emp-Rawin.
           IF WS-Rawin-Status NOT = '00'
               DISPLAY 'EMP-LOADCHK UNABLE TO OPEN EMP-RAWIN, STATUS: '
                  WS-Rawin-Status
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT Emp-Loadout.
           IF WS-Loadout-Status NOT = '00'
               DISPLAY 'EMP-LOADCHK UNABLE TO OPEN EMP-LOADOUT, '
                  'STATUS: ' WS-Loadout-Status
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT Emp-Loadheld.
           IF WS-Loadheld-Status NOT = '00'
               DISPLAY 'EMP-LOADCHK UNABLE TO OPEN EMP-LOADHELD, '
                  'STATUS: ' WS-Loadheld-Status
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT Emp-Loadchk-Rpt.
           IF WS-Rpt-Status NOT = '00'
               DISPLAY 'EMP-LOADCHK UNABLE TO OPEN EMP-LOADCHK-RPT, '
                  'STATUS: ' WS-Rpt-Status
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    An empty master or journal (status 35 - the first load,
      *    or a journal not yet defined) has nothing to collide
      *    with; anything else is a real failure and stops the run
      *    so the load is not made against a half-done check.
           OPEN INPUT Employee.
           EVALUATE WS-Employee-Status
               WHEN '00'
                   MOVE 'Y' TO WS-Master-Open-Sw
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'EMP-LOADCHK UNABLE TO OPEN EMP-FILE, '
                      'STATUS: ' WS-Employee-Status
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           OPEN INPUT Emp-Hist.
           EVALUATE WS-Hist-Status
               WHEN '00'
                   MOVE 'Y' TO WS-Hist-Open-Sw
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'EMP-LOADCHK UNABLE TO OPEN EMP-HIST, '
                      'STATUS: ' WS-Hist-Status
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

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
           WRITE Emp-Loadchk-Rpt-Rec FROM WS-Heading-1.
           IF Hold-Mode
               MOVE 'HOLD - FLAGGED ROWS ARE HELD BACK FROM THE LOAD'
                  TO HDG-Mode-Text
           ELSE
               MOVE 'REPORT - FLAGGED ROWS ARE STILL LOADED'
                  TO HDG-Mode-Text
           END-IF.
           WRITE Emp-Loadchk-Rpt-Rec FROM WS-Heading-2.

           PERFORM UNTIL WS-EOF = 'Y'
             READ Emp-Rawin
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END PERFORM 2000-CHECK-EXTRACT-ROW
             END-READ
           END-PERFORM.

           IF Master-Open
               PERFORM 3000-FIND-UNSENT-MASTERS
           END-IF.

           PERFORM 9000-PRINT-SUMMARY.
           CLOSE Emp-Rawin.
           CLOSE Emp-Loadout.
           CLOSE Emp-Loadheld.
           CLOSE Emp-Loadchk-Rpt.
           IF Master-Open
               CLOSE Employee
           END-IF.
           IF Hist-Open
               CLOSE Emp-Hist
           END-IF.

           DISPLAY 'EMP-LOADCHK ROWS READ   : ' WS-Read-Count.
           DISPLAY 'EMP-LOADCHK ROWS LOADED : ' WS-Loaded-Count.
           DISPLAY 'EMP-LOADCHK ROWS HELD   : ' WS-Held-Count.
           DISPLAY 'EMP-LOADCHK NOT SENT    : ' WS-Unsent-Count.
           IF Key-Table-Full
               MOVE 12 TO RETURN-CODE
               MOVE 'INCOMPLETE' TO WS-Audit-Status
           ELSE
               IF WS-Undo-Count > ZERO OR WS-Deleted-Count > ZERO
                  OR WS-Archived-Count > ZERO OR WS-Unsent-Count > ZERO
                   MOVE 4 TO RETURN-CODE
                   MOVE 'COLLISIONS' TO WS-Audit-Status
               ELSE
                   MOVE 'NORMAL' TO WS-Audit-Status
               END-IF
           END-IF.
           MOVE WS-Read-Count TO WS-Audit-Read-Count.
           PERFORM 9300-WRITE-AUDIT-LOG.
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
                   DISPLAY 'EMP-LOADCHK ARCHIVE KEY TABLE FULL'
               END-IF
               MOVE 'Y' TO WS-Table-Full-Sw
           ELSE
               ADD 1 TO WS-Arc-Count
               MOVE ARC-Employee-Image(1:5) TO AT-Key (WS-Arc-Count)
               MOVE ARC-Purge-Date TO AT-Purge-Date (WS-Arc-Count)
           END-IF.

      *    A non-numeric key cannot be on the master or the journal;
      *    it goes through to the load untouched and FILE-R reports
      *    it on EMP-EXCEPT as it always has.
       2000-CHECK-EXTRACT-ROW.
           ADD 1 TO WS-Read-Count.
           MOVE Emp-Rawin-Rec TO WS-Raw-Employee.
           PERFORM 2900-ADD-EXTRACT-KEY.
           SET No-Collision TO TRUE.
           IF RAW-Employee-ID IS NUMERIC
               PERFORM 2100-LOOKUP-MASTER
               PERFORM 2200-FIND-LATEST-JOURNAL
               IF Live-Record-Found
                   PERFORM 2300-CHECK-JOURNALED-CHANGE
               ELSE
                   PERFORM 2400-CHECK-RESURRECTION
               END-IF
           END-IF.
           IF Collision-Found
               PERFORM 2500-REPORT-COLLISION
           END-IF.
           IF Collision-Found AND Hold-Mode
               MOVE WS-Raw-Employee TO Emp-Loadheld-Rec
               WRITE Emp-Loadheld-Rec
               ADD 1 TO WS-Held-Count
           ELSE
               MOVE WS-Raw-Employee TO Emp-Loadout-Rec
               WRITE Emp-Loadout-Rec
               ADD 1 TO WS-Loaded-Count
           END-IF.

       2100-LOOKUP-MASTER.
           SET Live-Record-Not-Found TO TRUE.
           IF Master-Open
               MOVE RAW-Employee-ID TO Employee-ID
               READ Employee KEY IS Employee-ID
                  INVALID KEY SET Live-Record-Not-Found TO TRUE
                  NOT INVALID KEY
                     SET Live-Record-Found TO TRUE
                     MOVE Employee-FILE TO WS-Live-Image
               END-READ
           END-IF.

      *    Position on the first entry the employee could hold and
      *    read forward along the key; the last one read before the
      *    Employee-ID changes is the latest entry journaled.
       2200-FIND-LATEST-JOURNAL.
           SET Journal-Entry-Not-Found TO TRUE.
           IF Hist-Open
               MOVE 'N' TO WS-Hist-EOF
               MOVE RAW-Employee-ID TO Hist-Employee-ID
               MOVE ZERO TO Hist-Trans-Date
               MOVE ZERO TO Hist-Sequence
               START Emp-Hist KEY IS NOT LESS THAN Hist-Key
                  INVALID KEY MOVE 'Y' TO WS-Hist-EOF
               END-START
               PERFORM UNTIL WS-Hist-EOF = 'Y'
                 READ Emp-Hist NEXT RECORD
                    AT END MOVE 'Y' TO WS-Hist-EOF
                    NOT AT END PERFORM 2210-HOLD-IF-SAME-EMPLOYEE
                 END-READ
               END-PERFORM
           END-IF.

       2210-HOLD-IF-SAME-EMPLOYEE.
           IF Hist-Employee-ID = RAW-Employee-ID
               SET Journal-Entry-Found TO TRUE
               MOVE Hist-Trans-Date TO WS-Latest-Trans-Date
               MOVE Hist-Trans-Code TO WS-Latest-Trans-Code
               MOVE Hist-Before-Image TO WS-Latest-Before-Image
               MOVE Hist-After-Image TO WS-Latest-After-Image
           ELSE
               MOVE 'Y' TO WS-Hist-EOF
           END-IF.

      *    The master still standing exactly where the journal last
      *    left it means nothing has overwritten that change since -
      *    so an HR row that differs from it is HR not having caught
      *    up, and loading it would silently reverse the change. A
      *    master that no longer matches its journal has already been
      *    overwritten (or changed unjournaled); that is not this
      *    check's finding to make.
       2300-CHECK-JOURNALED-CHANGE.
           IF Journal-Entry-Found
              AND WS-Latest-After-Image = WS-Live-Image
              AND WS-Raw-Employee NOT = WS-Live-Image
               SET Collision-Found TO TRUE
               ADD 1 TO WS-Undo-Count
               MOVE 'WOULD UNDO JOURNALED CHANGE OF'
                  TO WS-Collision-Reason
               EVALUATE WS-Latest-Trans-Code
                   WHEN 'A' MOVE 'WOULD UNDO JOURNALED ADD OF'
                               TO WS-Collision-Reason
                   WHEN 'R' MOVE 'WOULD UNDO JOURNALED REHIRE OF'
                               TO WS-Collision-Reason
                   WHEN 'S' MOVE 'WOULD UNDO JOURNALED RESTORE OF'
                               TO WS-Collision-Reason
                   WHEN 'T' MOVE 'WOULD UNDO JOURNALED TRANSFER OF'
                               TO WS-Collision-Reason
               END-EVALUATE
               MOVE WS-Latest-Trans-Date TO WS-Collision-Date
           END-IF.

      *    Not on the master: a latest journal entry of 'D' is an
      *    EMP-MAINT delete; otherwise an archive entry is an
      *    EMP-PURGE purge, which is never journaled.
       2400-CHECK-RESURRECTION.
           IF Journal-Entry-Found AND WS-Latest-Trans-Code = 'D'
               SET Collision-Found TO TRUE
               ADD 1 TO WS-Deleted-Count
               MOVE 'WOULD RESURRECT DELETE OF'
                  TO WS-Collision-Reason
               MOVE WS-Latest-Trans-Date TO WS-Collision-Date
           ELSE
               SET AT-Index TO 1
               SEARCH WS-Arc-Entry
                  WHEN AT-Key (AT-Index) = RAW-Employee-ID
                     SET Collision-Found TO TRUE
                     ADD 1 TO WS-Archived-Count
                     MOVE 'WOULD RESURRECT ARCHIVE PURGE OF'
                        TO WS-Collision-Reason
                     MOVE AT-Purge-Date (AT-Index)
                        TO WS-Collision-Date
               END-SEARCH
           END-IF.

       2500-REPORT-COLLISION.
           MOVE RAW-Employee-ID TO COL-Employee-ID.
           MOVE WS-Collision-Reason TO COL-Reason.
           PERFORM 2600-FORMAT-COLLISION-DATE.
           IF Hold-Mode
               MOVE 'HELD' TO COL-Action
           ELSE
               MOVE 'LOADED' TO COL-Action
           END-IF.
           WRITE Emp-Loadchk-Rpt-Rec FROM WS-Collision-Line.
           MOVE WS-Raw-Employee TO EXI-Image.
           WRITE Emp-Loadchk-Rpt-Rec FROM WS-Extract-Image-Line.
           IF Live-Record-Found
               MOVE WS-Live-Image TO MSI-Image
               WRITE Emp-Loadchk-Rpt-Rec FROM WS-Master-Image-Line
               MOVE WS-Latest-Before-Image TO JNI-Image
               WRITE Emp-Loadchk-Rpt-Rec FROM WS-Journal-Image-Line
           END-IF.

       2600-FORMAT-COLLISION-DATE.
           MOVE WS-Collision-Date(1:4) TO COL-Date-CCYY.
           MOVE '/' TO COL-Date-Slash-1.
           MOVE WS-Collision-Date(5:2) TO COL-Date-MM.
           MOVE '/' TO COL-Date-Slash-2.
           MOVE WS-Collision-Date(7:2) TO COL-Date-DD.

       2900-ADD-EXTRACT-KEY.
           IF WS-Key-Count >= 20000
               IF NOT Key-Table-Full
                   MOVE 'Y' TO WS-Table-Full-Sw
                   MOVE WS-Read-Count TO TBF-Record-No
                   WRITE Emp-Loadchk-Rpt-Rec FROM WS-Table-Full-Line
               END-IF
           ELSE
               ADD 1 TO WS-Key-Count
               MOVE RAW-Employee-ID TO KT-Key (WS-Key-Count)
           END-IF.

      *    REPRO only ever adds or replaces, so an employee HR has
      *    stopped sending stays on the master until someone acts -
      *    every one is listed here for that decision.
       3000-FIND-UNSENT-MASTERS.
           MOVE ZERO TO Employee-ID.
           START Employee KEY IS NOT LESS THAN Employee-ID
              INVALID KEY MOVE 'Y' TO WS-Master-EOF
           END-START.
           PERFORM UNTIL WS-Master-EOF = 'Y'
             READ Employee NEXT RECORD
                AT END MOVE 'Y' TO WS-Master-EOF
                NOT AT END PERFORM 3100-CHECK-MASTER-SENT
             END-READ
           END-PERFORM.

       3100-CHECK-MASTER-SENT.
           ADD 1 TO WS-Master-Count.
           SET KT-Index TO 1.
           SEARCH WS-Key-Entry
              AT END PERFORM 3200-REPORT-UNSENT
              WHEN KT-Key (KT-Index) = Employee-ID
                 CONTINUE
           END-SEARCH.

       3200-REPORT-UNSENT.
           ADD 1 TO WS-Unsent-Count.
           MOVE Employee-ID TO COL-Employee-ID.
           MOVE 'ON MASTER, NOT IN HR EXTRACT' TO COL-Reason.
           MOVE SPACES TO COL-Date-CCYY COL-Date-Slash-1 COL-Date-MM
              COL-Date-Slash-2 COL-Date-DD.
           MOVE 'REPORTED' TO COL-Action.
           WRITE Emp-Loadchk-Rpt-Rec FROM WS-Collision-Line.
           MOVE Employee-FILE TO MSI-Image.
           WRITE Emp-Loadchk-Rpt-Rec FROM WS-Master-Image-Line.

       9000-PRINT-SUMMARY.
           MOVE WS-Read-Count TO TOT-Read-Count.
           WRITE Emp-Loadchk-Rpt-Rec FROM WS-Total-Line-1.
           MOVE WS-Loaded-Count TO TOT-Loaded-Count.
           WRITE Emp-Loadchk-Rpt-Rec FROM WS-Total-Line-2.
           MOVE WS-Held-Count TO TOT-Held-Count.
           WRITE Emp-Loadchk-Rpt-Rec FROM WS-Total-Line-3.
           MOVE WS-Undo-Count TO TOT-Undo-Count.
           WRITE Emp-Loadchk-Rpt-Rec FROM WS-Total-Line-4.
           MOVE WS-Deleted-Count TO TOT-Deleted-Count.
           WRITE Emp-Loadchk-Rpt-Rec FROM WS-Total-Line-5.
           MOVE WS-Archived-Count TO TOT-Archived-Count.
           WRITE Emp-Loadchk-Rpt-Rec FROM WS-Total-Line-6.
           MOVE WS-Unsent-Count TO TOT-Unsent-Count.
           WRITE Emp-Loadchk-Rpt-Rec FROM WS-Total-Line-7.
           IF Key-Table-Full
               MOVE 'KEY TABLE FULL - CHECK INCOMPLETE, DO NOT LOAD'
                  TO VDT-Text
           ELSE
               IF WS-Held-Count > ZERO
                   MOVE 'HELD ROWS AWAIT AN OPERATIONS DECISION'
                      TO VDT-Text
               ELSE
                   IF WS-Undo-Count > ZERO OR WS-Deleted-Count > ZERO
                      OR WS-Archived-Count > ZERO
                      OR WS-Unsent-Count > ZERO
                       MOVE 'COLLISIONS REPORTED - SEE ABOVE'
                          TO VDT-Text
                   ELSE
                       MOVE 'NO COLLISIONS - EXTRACT LOADED AS SENT'
                          TO VDT-Text
                   END-IF
               END-IF
           END-IF.
           WRITE Emp-Loadchk-Rpt-Rec FROM WS-Verdict-Line.

       9300-WRITE-AUDIT-LOG.
           MOVE RETURN-CODE TO WS-Step-RC.
           CALL 'EMPAUDIT' USING WS-Audit-Parms.
           MOVE WS-Step-RC TO RETURN-CODE.
