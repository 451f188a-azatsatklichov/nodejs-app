       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMP-HISTCNV.

      *================================================================*
      * EMP-HISTCNV - one-time conversion of change-history records    *
      * from the 121-byte layout to the current EMPHREC layout, which  *
      * adds Hist-Approver-ID at the end. Reads a flat unload of the   *
      * old records (EMP-HISTOLD) front to back and writes each one    *
      * to EMP-HISTNEW unchanged except for a blank approver - no      *
      * entry journaled before dual control ever had one. Used twice   *
      * by EMPHCNVJ: once for the unload of the active EMP-HIST KSDS,  *
      * which is then reloaded into the redefined cluster, and once    *
      * for the cumulative roll-off archive EMP-HISTROL writes, so     *
      * both read back through the same layout. The key is carried     *
      * through as-is, so the unload's key order is preserved for the  *
      * reload. Ends with RETURN-CODE 12 if either file cannot be      *
      * opened, or if any entry read was not written, so the job stops *
      * before the old cluster is deleted.                             *
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT Hist-Old ASSIGN TO EMP-HISTOLD
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Old-Status.

       SELECT Hist-New ASSIGN TO EMP-HISTNEW
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-New-Status.

       DATA DIVISION.
       FILE SECTION.
      *    The EMPHREC layout before Hist-Approver-ID was added.
       FD Hist-Old.
          01 Hist-Old-Rec.
             05 OLD-Hist-Key PIC X(16).
             05 OLD-Trans-Code PIC X(1).
             05 OLD-Before-Image PIC X(52).
             05 OLD-After-Image PIC X(52).

       FD Hist-New.
          COPY EMPHREC.

       WORKING-STORAGE SECTION.
       01 WS-Old-Status PIC X(2).
       01 WS-New-Status PIC X(2).
       01 WS-EOF PIC A(1) VALUE 'N'.
       01 WS-Read-Count PIC 9(7) VALUE ZERO.
       01 WS-Written-Count PIC 9(7) VALUE ZERO.
       01 WS-Write-Error-Count PIC 9(7) VALUE ZERO.

      *    Run-audit events go through EMPAUDIT onto the shared,
      *    suite-wide EMP-AUDIT log - see the EMPAUDIT header for
      *    the contract.
       01 WS-Audit-Parms.
          05 WS-Audit-Program PIC X(12) VALUE 'EMP-HISTCNV'.
          05 WS-Audit-Operator PIC X(8) VALUE SPACES.
          05 WS-Audit-Read-Count PIC 9(7) VALUE ZERO.
          05 WS-Audit-Status PIC X(11) VALUE SPACES.
      *    EMPAUDIT hands back its own (zero) RETURN-CODE, so the
      *    step's condition code is held across the call.
       01 WS-Step-RC PIC S9(4) COMP VALUE ZERO.

       PROCEDURE DIVISION.

           MOVE 'STARTED' TO WS-Audit-Status.
           PERFORM 9300-WRITE-AUDIT-LOG.

           OPEN INPUT Hist-Old.
           IF WS-Old-Status NOT = '00'
               DISPLAY 'EMP-HISTCNV UNABLE TO OPEN EMP-HISTOLD, '
                  'STATUS: ' WS-Old-Status
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT Hist-New.
           IF WS-New-Status NOT = '00'
               DISPLAY 'EMP-HISTCNV UNABLE TO OPEN EMP-HISTNEW, '
                  'STATUS: ' WS-New-Status
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM UNTIL WS-EOF = 'Y'
             READ Hist-Old
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END PERFORM 1000-CONVERT-ENTRY
             END-READ
           END-PERFORM.

           CLOSE Hist-Old.
           CLOSE Hist-New.
           MOVE WS-Read-Count TO WS-Audit-Read-Count.
      *    A short copy must never be renamed or reloaded over the
      *    history it was made from.
           IF WS-Write-Error-Count > ZERO
              OR WS-Written-Count NOT = WS-Read-Count
               MOVE 12 TO RETURN-CODE
               MOVE 'WRITE FAIL' TO WS-Audit-Status
           ELSE
               MOVE 'NORMAL' TO WS-Audit-Status
           END-IF.
           PERFORM 9300-WRITE-AUDIT-LOG.
           DISPLAY 'EMP-HISTCNV ENTRIES READ   : ' WS-Read-Count.
           DISPLAY 'EMP-HISTCNV ENTRIES WRITTEN: ' WS-Written-Count.
           DISPLAY 'EMP-HISTCNV WRITE FAILURES : ' WS-Write-Error-Count.
           STOP RUN.

       1000-CONVERT-ENTRY.
           ADD 1 TO WS-Read-Count.
           MOVE OLD-Hist-Key TO Hist-Key.
           MOVE OLD-Trans-Code TO Hist-Trans-Code.
           MOVE OLD-Before-Image TO Hist-Before-Image.
           MOVE OLD-After-Image TO Hist-After-Image.
           MOVE SPACES TO Hist-Approver-ID.
           WRITE Emp-Hist-FILE.
           IF WS-New-Status = '00'
               ADD 1 TO WS-Written-Count
           ELSE
               ADD 1 TO WS-Write-Error-Count
               DISPLAY 'EMP-HISTCNV WRITE FAILED FOR ' OLD-Hist-Key
                  ', STATUS: ' WS-New-Status
           END-IF.

       9300-WRITE-AUDIT-LOG.
           MOVE RETURN-CODE TO WS-Step-RC.
           CALL 'EMPAUDIT' USING WS-Audit-Parms.
           MOVE WS-Step-RC TO RETURN-CODE.
