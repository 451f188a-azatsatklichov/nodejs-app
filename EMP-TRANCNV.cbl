       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMP-TRANCNV.

      *================================================================*
      * EMP-TRANCNV - one-time conversion of EMP-TRANS cards from the  *
      * 61-byte layout to the 69-byte one, which adds TR-Submitter-ID  *
      * at the end for dual control. Reads one of the flat card        *
      * datasets (EMP-TRANOLD) front to back and writes each card to   *
      * EMP-TRANNEW unchanged except for a blank submitter - the       *
      * effective date is already on the 61-byte card, and no card     *
      * keyed before dual control ever had a submitter. Used once per  *
      * dataset by EMPTCNVJ: the incoming cards, the pending file with *
      * its waiting future-dated cards, and the two files EMP-TRANREL  *
      * rewrites every run. Cards are carried over in the order read,  *
      * so the pending file keeps its order. Ends with RETURN-CODE 12  *
      * if either file cannot be opened, or if any card read was not   *
      * written, so the job stops before the old dataset is deleted.   *
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT Tran-Old ASSIGN TO EMP-TRANOLD
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Old-Status.

       SELECT Tran-New ASSIGN TO EMP-TRANNEW
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-New-Status.

       DATA DIVISION.
       FILE SECTION.
      *    The EMP-TRANS card before TR-Submitter-ID was added.
       FD Tran-Old.
          01 Tran-Old-Rec.
             05 OLD-Trans-Code PIC X(1).
             05 OLD-Employee-ID PIC X(5).
             05 OLD-Trans-Fields PIC X(47).
             05 OLD-Effective-Date PIC X(8).

       FD Tran-New.
          01 Tran-New-Rec.
             05 NEW-Trans-Code PIC X(1).
             05 NEW-Employee-ID PIC X(5).
             05 NEW-Trans-Fields PIC X(47).
             05 NEW-Effective-Date PIC X(8).
             05 NEW-Submitter-ID PIC X(8).

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
          05 WS-Audit-Program PIC X(12) VALUE 'EMP-TRANCNV'.
          05 WS-Audit-Operator PIC X(8) VALUE SPACES.
          05 WS-Audit-Read-Count PIC 9(7) VALUE ZERO.
          05 WS-Audit-Status PIC X(11) VALUE SPACES.
      *    EMPAUDIT hands back its own (zero) RETURN-CODE, so the
      *    step's condition code is held across the call.
       01 WS-Step-RC PIC S9(4) COMP VALUE ZERO.

       PROCEDURE DIVISION.

           MOVE 'STARTED' TO WS-Audit-Status.
           PERFORM 9300-WRITE-AUDIT-LOG.

           OPEN INPUT Tran-Old.
           IF WS-Old-Status NOT = '00'
               DISPLAY 'EMP-TRANCNV UNABLE TO OPEN EMP-TRANOLD, '
                  'STATUS: ' WS-Old-Status
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT Tran-New.
           IF WS-New-Status NOT = '00'
               DISPLAY 'EMP-TRANCNV UNABLE TO OPEN EMP-TRANNEW, '
                  'STATUS: ' WS-New-Status
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM UNTIL WS-EOF = 'Y'
             READ Tran-Old
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END PERFORM 1000-CONVERT-CARD
             END-READ
           END-PERFORM.

           CLOSE Tran-Old.
           CLOSE Tran-New.
           MOVE WS-Read-Count TO WS-Audit-Read-Count.
      *    A short copy must never be renamed over the cards it was
      *    made from.
           IF WS-Write-Error-Count > ZERO
              OR WS-Written-Count NOT = WS-Read-Count
               MOVE 12 TO RETURN-CODE
               MOVE 'WRITE FAIL' TO WS-Audit-Status
           ELSE
               MOVE 'NORMAL' TO WS-Audit-Status
           END-IF.
           PERFORM 9300-WRITE-AUDIT-LOG.
           DISPLAY 'EMP-TRANCNV CARDS READ     : ' WS-Read-Count.
           DISPLAY 'EMP-TRANCNV CARDS WRITTEN  : ' WS-Written-Count.
           DISPLAY 'EMP-TRANCNV WRITE FAILURES : ' WS-Write-Error-Count.
           STOP RUN.

       1000-CONVERT-CARD.
           ADD 1 TO WS-Read-Count.
           MOVE OLD-Trans-Code TO NEW-Trans-Code.
           MOVE OLD-Employee-ID TO NEW-Employee-ID.
           MOVE OLD-Trans-Fields TO NEW-Trans-Fields.
           MOVE OLD-Effective-Date TO NEW-Effective-Date.
           MOVE SPACES TO NEW-Submitter-ID.
           WRITE Tran-New-Rec.
           IF WS-New-Status = '00'
               ADD 1 TO WS-Written-Count
           ELSE
               ADD 1 TO WS-Write-Error-Count
               DISPLAY 'EMP-TRANCNV WRITE FAILED FOR CARD '
                  WS-Read-Count ', STATUS: ' WS-New-Status
           END-IF.

       9300-WRITE-AUDIT-LOG.
           MOVE RETURN-CODE TO WS-Step-RC.
           CALL 'EMPAUDIT' USING WS-Audit-Parms.
           MOVE WS-Step-RC TO RETURN-CODE.
