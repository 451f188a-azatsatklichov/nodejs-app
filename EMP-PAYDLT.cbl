      * when payroll needs the whole population again still flows      *
      * through this one feed format. FILE-R's full EMP-PAYOUT         *
      * extract is unchanged and remains available as well.            *
      * Records payroll rejected are kept by EMP-PAYACK on the         *
      * outstanding-rejections file (EMPPREJ); each one goes out again *
      * on every feed, in its Employee-ID place, until payroll accepts *
      * it. A record the day's balance line produces for the same      *
      * employee supersedes the outstanding one - except that an add   *
      * payroll never took stays an add when the employee has since    *
      * changed, and is withdrawn altogether when the employee has     *
      * since been removed. Resent records count in the trailer.       *
      *================================================================*

       ENVIRONMENT DIVISION.
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Delta-Status.

       SELECT Pay-Outst ASSIGN TO EMP-PAYOUTST
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Outst-Status.

       DATA DIVISION.
       FILE SECTION.
       FD Old-Master.
             05 DLT-Salary PIC 9(7)V99.
             05 DLT-Status PIC X(1).

       FD Pay-Outst.
          COPY EMPPREJ.

       WORKING-STORAGE SECTION.
       01 WS-Old-Status PIC X(2).
       01 WS-New-Status PIC X(2).
       01 WS-Delta-Status PIC X(2).
       01 WS-Outst-Status PIC X(2).
       01 WS-Outst-EOF PIC A(1) VALUE 'N'.
      *    The match keys are carried as X(5) alongside the records so
      *    an exhausted file can park on HIGH-VALUES and fall through
      *    the compares until the other side drains - the same
       01 WS-Changed-Count PIC 9(7) VALUE ZERO.
       01 WS-Matched-Count PIC 9(7) VALUE ZERO.
       01 WS-Detail-Count PIC 9(7) VALUE ZERO.
       01 WS-Resent-Count PIC 9(7) VALUE ZERO.
       01 WS-Superseded-Count PIC 9(7) VALUE ZERO.
       01 WS-Withdrawn-Count PIC 9(7) VALUE ZERO.
       01 WS-Run-Mode-Sw PIC X(1) VALUE 'D'.
          88 Delta-Mode VALUE 'D'.
          88 Full-Mode VALUE 'F'.
          05 TRL-Marker PIC X(4) VALUE 'TRLR'.
          05 TRL-Record-Count PIC 9(7).
          05 FILLER PIC X(42) VALUE SPACES.

      *    The outstanding rejections, in the Employee-ID order
      *    EMP-PAYACK keeps them in. WS-Outst-Next is the first entry
      *    not yet merged into the feed; every detail the balance
      *    line writes first sends the entries that sort ahead of it.
       01 WS-Outst-Count PIC 9(4) VALUE ZERO.
       01 WS-Outst-Next PIC 9(4) VALUE 1.
       01 WS-Outst-Table.
          05 OT-Entry OCCURS 0 TO 2000 TIMES
             DEPENDING ON WS-Outst-Count.
             10 OT-Image PIC X(53).
             10 OT-Action PIC X(1).
             10 OT-Employee-ID PIC 9(5).
      *    The day's detail is parked here while outstanding entries
      *    ahead of it go out through the same record area.
       01 WS-Pending-Rec PIC X(53).
       01 WS-Pending-Sw PIC X(1).
          88 Pending-Send VALUE 'Y'.
          88 Pending-Withdrawn VALUE 'N'.
      *    Run-audit events go through EMPAUDIT onto the shared,
      *    suite-wide EMP-AUDIT log - see the EMPAUDIT header for
      *    the contract.
          05 WS-Audit-Operator PIC X(8) VALUE SPACES.
          05 WS-Audit-Read-Count PIC 9(7) VALUE ZERO.
          05 WS-Audit-Status PIC X(11) VALUE SPACES.
      *    EMPAUDIT hands back its own (zero) RETURN-CODE, so the
      *    step's condition code is held across the call.
       01 WS-Step-RC PIC S9(4) COMP VALUE ZERO.

      *    PARM 'FULL' selects the resync fallback; no PARM (or any
      *    other value is rejected) runs the normal net-change feed.
                   STOP RUN
               END-IF
           END-IF.
           PERFORM 0500-LOAD-OUTSTANDING.
           OPEN OUTPUT Pay-Delta.
           IF WS-Delta-Status NOT = '00'
               DISPLAY 'EMP-PAYDLT UNABLE TO OPEN EMP-PAYDELTA, '
           DISPLAY 'EMP-PAYDLT CHANGED   : ' WS-Changed-Count.
           DISPLAY 'EMP-PAYDLT DELETED   : ' WS-Deleted-Count.
           DISPLAY 'EMP-PAYDLT UNCHANGED : ' WS-Matched-Count.
           DISPLAY 'EMP-PAYDLT RESENT    : ' WS-Resent-Count.
           DISPLAY 'EMP-PAYDLT SUPERSEDED: ' WS-Superseded-Count.
           DISPLAY 'EMP-PAYDLT WITHDRAWN : ' WS-Withdrawn-Count.
           DISPLAY 'EMP-PAYDLT FEED RECS : ' WS-Detail-Count.
           STOP RUN.

      *    No outstanding file, or an empty one, means payroll has
      *    nothing unresolved and the feed is the balance line alone.
       0500-LOAD-OUTSTANDING.
           OPEN INPUT Pay-Outst.
           IF WS-Outst-Status NOT = '00'
               MOVE 'Y' TO WS-Outst-EOF
           END-IF.
           PERFORM UNTIL WS-Outst-EOF = 'Y'
             READ Pay-Outst
                AT END MOVE 'Y' TO WS-Outst-EOF
                NOT AT END PERFORM 0510-TABLE-OUTSTANDING
             END-READ
           END-PERFORM.
           IF WS-Outst-Status = '00' OR WS-Outst-Status = '10'
               CLOSE Pay-Outst
           END-IF.

       0510-TABLE-OUTSTANDING.
           IF WS-Outst-Count >= 2000
               DISPLAY 'EMP-PAYDLT OUTSTANDING TABLE FULL AT '
                  PRJ-Employee-ID
               MOVE 12 TO RETURN-CODE
               MOVE 'INCOMPLETE' TO WS-Audit-Status
               PERFORM 9300-WRITE-AUDIT-LOG
               STOP RUN
           END-IF.
           ADD 1 TO WS-Outst-Count.
           MOVE PRJ-Feed-Image TO OT-Image (WS-Outst-Count).
           MOVE PRJ-Action TO OT-Action (WS-Outst-Count).
           MOVE PRJ-Employee-ID TO OT-Employee-ID (WS-Outst-Count).

       1000-READ-OLD.
           READ Old-Master
              AT END MOVE HIGH-VALUES TO WS-Old-Key
           END-PERFORM.

       8000-WRITE-DETAIL.
           MOVE Pay-Delta-Rec TO WS-Pending-Rec.
           SET Pending-Send TO TRUE.
           PERFORM 8100-RESEND-OUTSTANDING
              UNTIL WS-Outst-Next > WS-Outst-Count
                 OR OT-Employee-ID (WS-Outst-Next)
                    NOT < DLT-Employee-ID.
           IF WS-Outst-Next NOT > WS-Outst-Count
               IF OT-Employee-ID (WS-Outst-Next) = DLT-Employee-ID
                   PERFORM 8200-SUPERSEDE-OUTSTANDING
               END-IF
           END-IF.
           IF Pending-Send
               ADD 1 TO WS-Detail-Count
               WRITE Pay-Delta-Rec
           END-IF.

      *    The pending detail is restored after each resend so the
      *    loop test above keeps comparing against today's record.
       8100-RESEND-OUTSTANDING.
           MOVE OT-Image (WS-Outst-Next) TO Pay-Delta-Rec.
           ADD 1 TO WS-Resent-Count.
           ADD 1 TO WS-Detail-Count.
           WRITE Pay-Delta-Rec.
           ADD 1 TO WS-Outst-Next.
           MOVE WS-Pending-Rec TO Pay-Delta-Rec.

      *    Today's values are newer than the rejected ones, so today's
      *    record goes out in place of the outstanding one. An add
      *    payroll never accepted has nothing on their side to change
      *    or remove: a change still goes out as the add, and a
      *    removal cancels the add without anything being sent.
       8200-SUPERSEDE-OUTSTANDING.
           ADD 1 TO WS-Superseded-Count.
           IF OT-Action (WS-Outst-Next) = 'A'
               EVALUATE DLT-Action
                   WHEN 'C'
                       MOVE 'A' TO DLT-Action
                   WHEN 'D'
                       SET Pending-Withdrawn TO TRUE
                       ADD 1 TO WS-Withdrawn-Count
               END-EVALUATE
           END-IF.
           ADD 1 TO WS-Outst-Next.

       9000-WRITE-TRAILER.
           PERFORM 8100-RESEND-OUTSTANDING
              UNTIL WS-Outst-Next > WS-Outst-Count.
           MOVE WS-Detail-Count TO TRL-Record-Count.
           MOVE WS-Trailer-Rec TO Pay-Delta-Rec.
           WRITE Pay-Delta-Rec.

       9300-WRITE-AUDIT-LOG.
           MOVE RETURN-CODE TO WS-Step-RC.
           CALL 'EMPAUDIT' USING WS-Audit-Parms.
           MOVE WS-Step-RC TO RETURN-CODE.
