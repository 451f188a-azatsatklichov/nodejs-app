       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMP-PAYACK.

      *================================================================*
      * EMP-PAYACK - reconciles payroll's acknowledgement file against *
      * the EMP-PAYDELTA feed EMP-PAYDLT last sent them. Payroll       *
      * returns one row per Employee-ID and action code, accepted or   *
      * rejected with their reason; this program matches every row to  *
      * the record it answers and reports:                             *
      *   - feed records payroll REJECTED, with payroll's reason,      *
      *   - feed records sent but never acknowledged (NOT ACKED),      *
      *   - acknowledgements for a record or action we never sent      *
      *     (NEVER SENT), and duplicate or unreadable ack rows,        *
      *   - earlier rejections payroll has now accepted (RESOLVED).    *
      * Rejected records are kept on the outstanding-rejections file   *
      * (EMPPREJ) with the date first rejected and the number of       *
      * feeds they have been on; EMP-PAYDLT sends each one out again   *
      * on the next feed until payroll accepts it. An outstanding      *
      * entry absent from the feed was withdrawn by EMP-PAYDLT (an     *
      * add payroll never took, for an employee since removed) and     *
      * leaves the file. Ends with RETURN-CODE 8 when the feed and the *
      * acknowledgements do not balance - a trailer count that does    *
      * not match the details, a record left unacknowledged, or an     *
      * acknowledgement matching nothing sent - and RETURN-CODE 4      *
      * when they balance but payroll rejected something.              *
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT Pay-Delta ASSIGN TO EMP-PAYDELTA
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Delta-Status.

       SELECT Pay-Ack ASSIGN TO EMP-PAYACK
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Ack-Status.

       SELECT Outst-In ASSIGN TO EMP-PAYOUTST-IN
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Outst-In-Status.

       SELECT Outst-Out ASSIGN TO EMP-PAYOUTST-OUT
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Outst-Out-Status.

       SELECT Ack-Rpt ASSIGN TO EMP-PAYACK-RPT
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Rpt-Status.

       DATA DIVISION.
       FILE SECTION.
      *    The feed as EMP-PAYDLT wrote it: details in Employee-ID
      *    order, then the 'TRLR' record with the detail count.
       FD Pay-Delta.
          01 Pay-Delta-Rec.
             05 DLT-Action PIC X(1).
             05 DLT-Employee-ID PIC 9(5).
             05 DLT-NAME PIC A(25).
             05 DLT-Dept-Code PIC X(4).
             05 DLT-Hire-Date PIC 9(8).
             05 DLT-Salary PIC 9(7)V99.
             05 DLT-Status PIC X(1).

      *    Payroll's answer, one row per record they processed:
      *    'A' accepted or 'R' rejected, with their reason.
       FD Pay-Ack.
          01 Pay-Ack-Rec.
             05 ACK-Employee-ID PIC X(5).
             05 ACK-Action PIC X(1).
             05 ACK-Result PIC X(1).
             05 ACK-Reason PIC X(30).

       FD Outst-In.
          COPY EMPPREJ.

      *    Entries still unresolved, in the EMPPREJ layout.
       FD Outst-Out.
          01 Outst-Out-Rec PIC X(102).

       FD Ack-Rpt.
          01 Ack-Rpt-Rec PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-Delta-Status PIC X(2).
       01 WS-Ack-Status PIC X(2).
       01 WS-Outst-In-Status PIC X(2).
       01 WS-Outst-Out-Status PIC X(2).
       01 WS-Rpt-Status PIC X(2).
       01 WS-Delta-EOF PIC A(1) VALUE 'N'.
       01 WS-Ack-EOF PIC A(1) VALUE 'N'.
       01 WS-Outst-EOF PIC A(1) VALUE 'N'.
       01 WS-Trailer-Sw PIC X(1) VALUE 'N'.
          88 Trailer-Seen VALUE 'Y'.
       01 WS-Trailer-Count PIC 9(7) VALUE ZERO.
       01 WS-Ack-Count PIC 9(7) VALUE ZERO.
       01 WS-Accepted-Count PIC 9(7) VALUE ZERO.
       01 WS-Rejected-Count PIC 9(7) VALUE ZERO.
       01 WS-Not-Acked-Count PIC 9(7) VALUE ZERO.
       01 WS-Unmatched-Count PIC 9(7) VALUE ZERO.
       01 WS-Resolved-Count PIC 9(7) VALUE ZERO.
       01 WS-Withdrawn-Count PIC 9(7) VALUE ZERO.
       01 WS-Carried-Count PIC 9(7) VALUE ZERO.
       01 WS-Outst-Read-Count PIC 9(7) VALUE ZERO.
      *    Raised when the feed cannot be tabled - out of
      *    Employee-ID sequence, or more records than the table
      *    holds - so no reconciliation is attempted on it.
       01 WS-Feed-Sw PIC X(1) VALUE 'Y'.
          88 Feed-Usable VALUE 'Y'.
          88 Feed-Unusable VALUE 'N'.
       01 WS-Ack-Employee-ID PIC 9(5).

      *    The whole feed, one entry per detail record. EMP-PAYDLT
      *    writes the feed in Employee-ID order with one record per
      *    employee, so the table is built in key order for SEARCH
      *    ALL. The outstanding history of a resent record rides on
      *    its entry.
       01 WS-Feed-Count PIC 9(5) VALUE ZERO.
       01 WS-Feed-Table.
          05 FT-Entry OCCURS 0 TO 20000 TIMES
             DEPENDING ON WS-Feed-Count
             ASCENDING KEY IS FT-Employee-ID
             INDEXED BY FT-Index.
             10 FT-Employee-ID PIC 9(5).
             10 FT-Image PIC X(53).
      *       'N' no acknowledgement yet, 'A' accepted, 'R' rejected.
             10 FT-Ack-Sw PIC X(1).
             10 FT-Reason PIC X(30).
             10 FT-First-Date PIC 9(8).
             10 FT-Last-Date PIC 9(8).
             10 FT-Attempts PIC 9(3).

       01 WS-Report-Lines.
          05 WS-Heading-1.
             10 FILLER PIC X(40)
                VALUE 'PAYROLL ACKNOWLEDGEMENT RECONCILIATION  '.
             10 FILLER PIC X(10) VALUE 'RUN DATE: '.
             10 HDG-Run-Date PIC X(10).
          05 WS-Entry-Line.
             10 ENT-State PIC X(11).
             10 FILLER PIC X(1) VALUE SPACES.
             10 ENT-Action PIC X(1).
             10 FILLER PIC X(1) VALUE SPACES.
             10 ENT-Employee-ID PIC X(5).
             10 FILLER PIC X(1) VALUE SPACES.
             10 ENT-NAME PIC A(25).
             10 FILLER PIC X(1) VALUE SPACES.
             10 ENT-Reason PIC X(30).
          05 WS-Since-Line.
             10 FILLER PIC X(20) VALUE SPACES.
             10 FILLER PIC X(18) VALUE 'OUTSTANDING SINCE '.
             10 SNC-CCYY PIC X(4).
             10 FILLER PIC X(1) VALUE '/'.
             10 SNC-MM PIC X(2).
             10 FILLER PIC X(1) VALUE '/'.
             10 SNC-DD PIC X(2).
             10 FILLER PIC X(12) VALUE ', ON FEEDS: '.
             10 SNC-Attempts PIC ZZ9.
          05 WS-Total-Line.
             10 TOT-Label PIC X(32).
             10 TOT-Count PIC ZZZ,ZZ9.
          05 WS-Result-Line PIC X(60).

       01 WS-Todays-Date.
          05 WS-Todays-CCYY PIC 9(4).
          05 WS-Todays-MM PIC 9(2).
          05 WS-Todays-DD PIC 9(2).
       01 WS-Report-Date PIC X(10).
      *    Run-audit events go through EMPAUDIT onto the shared,
      *    suite-wide EMP-AUDIT log - see the EMPAUDIT header for
      *    the contract.
       01 WS-Audit-Parms.
          05 WS-Audit-Program PIC X(12) VALUE 'EMP-PAYACK'.
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

           OPEN INPUT Pay-Delta.
           IF WS-Delta-Status NOT = '00'
               DISPLAY 'EMP-PAYACK UNABLE TO OPEN EMP-PAYDELTA, '
                  'STATUS: ' WS-Delta-Status
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT Pay-Ack.
           IF WS-Ack-Status NOT = '00'
               DISPLAY 'EMP-PAYACK UNABLE TO OPEN EMP-PAYACK, STATUS: '
                  WS-Ack-Status
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
      *    No outstanding file, or an empty one, just means payroll
      *    has rejected nothing that is still unresolved.
           OPEN INPUT Outst-In.
           IF WS-Outst-In-Status NOT = '00'
               MOVE 'Y' TO WS-Outst-EOF
           END-IF.
           OPEN OUTPUT Outst-Out.
           IF WS-Outst-Out-Status NOT = '00'
               DISPLAY 'EMP-PAYACK UNABLE TO OPEN EMP-PAYOUTST-OUT, '
                  'STATUS: ' WS-Outst-Out-Status
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT Ack-Rpt.
           IF WS-Rpt-Status NOT = '00'
               DISPLAY 'EMP-PAYACK UNABLE TO OPEN EMP-PAYACK-RPT, '
                  'STATUS: ' WS-Rpt-Status
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-Report-Date TO HDG-Run-Date.
           WRITE Ack-Rpt-Rec FROM WS-Heading-1.

           PERFORM UNTIL WS-Delta-EOF = 'Y'
             READ Pay-Delta
                AT END MOVE 'Y' TO WS-Delta-EOF
                NOT AT END PERFORM 1000-TABLE-FEED-RECORD
             END-READ
           END-PERFORM.

           IF Feed-Usable
               PERFORM UNTIL WS-Outst-EOF = 'Y'
                 READ Outst-In
                    AT END MOVE 'Y' TO WS-Outst-EOF
                    NOT AT END PERFORM 2000-MATCH-OUTSTANDING
                 END-READ
               END-PERFORM
               PERFORM UNTIL WS-Ack-EOF = 'Y'
                 READ Pay-Ack
                    AT END MOVE 'Y' TO WS-Ack-EOF
                    NOT AT END PERFORM 3000-MATCH-ACKNOWLEDGEMENT
                 END-READ
               END-PERFORM
               PERFORM 4000-SETTLE-FEED-RECORD
                  VARYING FT-Index FROM 1 BY 1
                  UNTIL FT-Index > WS-Feed-Count
               PERFORM 9000-PRINT-TOTALS
           ELSE
               MOVE 'FEED COULD NOT BE TABLED - NOT RECONCILED'
                  TO WS-Result-Line
               WRITE Ack-Rpt-Rec FROM WS-Result-Line
           END-IF.

           CLOSE Pay-Delta.
           CLOSE Pay-Ack.
           IF WS-Outst-In-Status = '00' OR WS-Outst-In-Status = '10'
               CLOSE Outst-In
           END-IF.
           CLOSE Outst-Out.
           CLOSE Ack-Rpt.
           MOVE WS-Ack-Count TO WS-Audit-Read-Count.
           EVALUATE TRUE
               WHEN Feed-Unusable
                   MOVE 12 TO RETURN-CODE
                   MOVE 'INCOMPLETE' TO WS-Audit-Status
               WHEN NOT Trailer-Seen
                 OR WS-Trailer-Count NOT = WS-Feed-Count
                 OR WS-Not-Acked-Count > ZERO
                 OR WS-Unmatched-Count > ZERO
                   MOVE 8 TO RETURN-CODE
                   MOVE 'UNBALANCED' TO WS-Audit-Status
               WHEN WS-Rejected-Count > ZERO
                   MOVE 4 TO RETURN-CODE
                   MOVE 'REJECTIONS' TO WS-Audit-Status
               WHEN OTHER
                   MOVE 'NORMAL' TO WS-Audit-Status
           END-EVALUATE.
           PERFORM 9300-WRITE-AUDIT-LOG.
           DISPLAY 'EMP-PAYACK FEED RECORDS   : ' WS-Feed-Count.
           DISPLAY 'EMP-PAYACK ACKS READ      : ' WS-Ack-Count.
           DISPLAY 'EMP-PAYACK REJECTED       : ' WS-Rejected-Count.
           DISPLAY 'EMP-PAYACK NOT ACKED      : ' WS-Not-Acked-Count.
           DISPLAY 'EMP-PAYACK UNMATCHED ACKS : ' WS-Unmatched-Count.
           DISPLAY 'EMP-PAYACK OUTSTANDING    : ' WS-Carried-Count.
           STOP RUN.

       1000-TABLE-FEED-RECORD.
           IF Pay-Delta-Rec(1:4) = 'TRLR'
               SET Trailer-Seen TO TRUE
               IF Pay-Delta-Rec(5:7) IS NUMERIC
                   MOVE Pay-Delta-Rec(5:7) TO WS-Trailer-Count
               END-IF
           ELSE
               IF Feed-Usable
                   PERFORM 1100-ADD-FEED-ENTRY
               END-IF
           END-IF.

       1100-ADD-FEED-ENTRY.
           EVALUATE TRUE
               WHEN WS-Feed-Count >= 20000
                   DISPLAY 'EMP-PAYACK FEED TABLE FULL AT '
                      DLT-Employee-ID
                   SET Feed-Unusable TO TRUE
               WHEN WS-Feed-Count > ZERO
                AND DLT-Employee-ID
                    NOT > FT-Employee-ID (WS-Feed-Count)
                   DISPLAY 'EMP-PAYACK FEED OUT OF EMPLOYEE-ID '
                      'SEQUENCE AT ' DLT-Employee-ID
                   SET Feed-Unusable TO TRUE
               WHEN OTHER
                   ADD 1 TO WS-Feed-Count
                   MOVE DLT-Employee-ID
                      TO FT-Employee-ID (WS-Feed-Count)
                   MOVE Pay-Delta-Rec TO FT-Image (WS-Feed-Count)
                   MOVE 'N' TO FT-Ack-Sw (WS-Feed-Count)
                   MOVE SPACES TO FT-Reason (WS-Feed-Count)
                   MOVE ZERO TO FT-First-Date (WS-Feed-Count)
                   MOVE ZERO TO FT-Last-Date (WS-Feed-Count)
                   MOVE ZERO TO FT-Attempts (WS-Feed-Count)
           END-EVALUATE.

      *    An outstanding rejection EMP-PAYDLT resent is on today's
      *    feed under the same Employee-ID - its history moves onto
      *    that entry. One that is not was withdrawn by EMP-PAYDLT
      *    and is settled here.
       2000-MATCH-OUTSTANDING.
           ADD 1 TO WS-Outst-Read-Count.
           SEARCH ALL FT-Entry
              AT END
                 ADD 1 TO WS-Withdrawn-Count
                 MOVE 'WITHDRAWN' TO ENT-State
                 MOVE PRJ-Action TO ENT-Action
                 MOVE PRJ-Employee-ID TO ENT-Employee-ID
                 MOVE PRJ-NAME TO ENT-NAME
                 MOVE 'NOT ON TODAY''S FEED' TO ENT-Reason
                 WRITE Ack-Rpt-Rec FROM WS-Entry-Line
              WHEN FT-Employee-ID (FT-Index) = PRJ-Employee-ID
                 MOVE PRJ-First-Date TO FT-First-Date (FT-Index)
                 MOVE PRJ-Last-Date TO FT-Last-Date (FT-Index)
                 MOVE PRJ-Attempts TO FT-Attempts (FT-Index)
                 MOVE PRJ-Reason TO FT-Reason (FT-Index)
           END-SEARCH.

      *    Each acknowledgement must answer exactly one record on the
      *    feed, with the action code that record went out under,
      *    and only once.
       3000-MATCH-ACKNOWLEDGEMENT.
           ADD 1 TO WS-Ack-Count.
           MOVE ACK-Action TO ENT-Action.
           MOVE ACK-Employee-ID TO ENT-Employee-ID.
           MOVE SPACES TO ENT-NAME.
           IF ACK-Employee-ID IS NOT NUMERIC
               MOVE 'BAD ACK' TO ENT-State
               MOVE 'EMPLOYEE-ID NOT NUMERIC' TO ENT-Reason
               PERFORM 3200-REPORT-UNMATCHED
           ELSE
               MOVE ACK-Employee-ID TO WS-Ack-Employee-ID
               SEARCH ALL FT-Entry
                  AT END
                     MOVE 'NEVER SENT' TO ENT-State
                     MOVE 'NO FEED RECORD FOR EMPLOYEE-ID'
                        TO ENT-Reason
                     PERFORM 3200-REPORT-UNMATCHED
                  WHEN FT-Employee-ID (FT-Index) = WS-Ack-Employee-ID
                     PERFORM 3100-APPLY-ACKNOWLEDGEMENT
               END-SEARCH
           END-IF.

       3100-APPLY-ACKNOWLEDGEMENT.
           MOVE FT-Image (FT-Index)(7:25) TO ENT-NAME.
           EVALUATE TRUE
               WHEN ACK-Action NOT = FT-Image (FT-Index)(1:1)
                   MOVE 'NEVER SENT' TO ENT-State
                   MOVE 'ACTION NOT SENT - FEED HAD' TO ENT-Reason
                   MOVE FT-Image (FT-Index)(1:1) TO ENT-Reason(28:1)
                   PERFORM 3200-REPORT-UNMATCHED
               WHEN FT-Ack-Sw (FT-Index) NOT = 'N'
                   MOVE 'DUPLICATE' TO ENT-State
                   MOVE 'DUPLICATE ACKNOWLEDGEMENT' TO ENT-Reason
                   PERFORM 3200-REPORT-UNMATCHED
               WHEN ACK-Result = 'A'
                   MOVE 'A' TO FT-Ack-Sw (FT-Index)
               WHEN ACK-Result = 'R'
                   MOVE 'R' TO FT-Ack-Sw (FT-Index)
                   MOVE ACK-Reason TO FT-Reason (FT-Index)
               WHEN OTHER
                   MOVE 'BAD ACK' TO ENT-State
                   MOVE 'ACK RESULT NOT A OR R' TO ENT-Reason
                   PERFORM 3200-REPORT-UNMATCHED
           END-EVALUATE.

      *    Any ack row that settles nothing - never sent, a repeat,
      *    or unreadable - leaves the two sides out of balance.
       3200-REPORT-UNMATCHED.
           ADD 1 TO WS-Unmatched-Count.
           WRITE Ack-Rpt-Rec FROM WS-Entry-Line.

      *    Every feed record is settled one way: accepted (resolving
      *    an earlier rejection if it was one), rejected again or
      *    for the first time, or left unacknowledged. Rejected
      *    records, and resent ones payroll did not answer, stay on
      *    the outstanding file for the next feed.
       4000-SETTLE-FEED-RECORD.
           MOVE FT-Image (FT-Index)(1:1) TO ENT-Action.
           MOVE FT-Employee-ID (FT-Index) TO ENT-Employee-ID.
           MOVE FT-Image (FT-Index)(7:25) TO ENT-NAME.
           EVALUATE FT-Ack-Sw (FT-Index)
               WHEN 'A'
                   ADD 1 TO WS-Accepted-Count
                   IF FT-Attempts (FT-Index) > ZERO
                       ADD 1 TO WS-Resolved-Count
                       MOVE 'RESOLVED' TO ENT-State
                       MOVE 'ACCEPTED ON RESEND' TO ENT-Reason
                       WRITE Ack-Rpt-Rec FROM WS-Entry-Line
                   END-IF
               WHEN 'R'
                   ADD 1 TO WS-Rejected-Count
                   IF FT-First-Date (FT-Index) = ZERO
                       MOVE WS-Todays-Date TO FT-First-Date (FT-Index)
                   END-IF
                   MOVE WS-Todays-Date TO FT-Last-Date (FT-Index)
                   MOVE 'REJECTED' TO ENT-State
                   MOVE FT-Reason (FT-Index) TO ENT-Reason
                   WRITE Ack-Rpt-Rec FROM WS-Entry-Line
                   PERFORM 4100-CARRY-OUTSTANDING
               WHEN OTHER
                   ADD 1 TO WS-Not-Acked-Count
                   MOVE 'NOT ACKED' TO ENT-State
                   MOVE 'NO ACKNOWLEDGEMENT RECEIVED' TO ENT-Reason
                   WRITE Ack-Rpt-Rec FROM WS-Entry-Line
                   IF FT-Attempts (FT-Index) > ZERO
                       PERFORM 4100-CARRY-OUTSTANDING
                   END-IF
           END-EVALUATE.

      *    The outstanding entry is built in the EMPPREJ record area -
      *    the input side is read to end by now - and written whole.
       4100-CARRY-OUTSTANDING.
           ADD 1 TO WS-Carried-Count.
           MOVE FT-First-Date (FT-Index) TO PRJ-First-Date.
           MOVE FT-Last-Date (FT-Index) TO PRJ-Last-Date.
           ADD 1 TO FT-Attempts (FT-Index).
           MOVE FT-Attempts (FT-Index) TO PRJ-Attempts.
           MOVE FT-Reason (FT-Index) TO PRJ-Reason.
           MOVE FT-Image (FT-Index) TO PRJ-Feed-Image.
           WRITE Outst-Out-Rec FROM Pay-Reject-Rec.
           MOVE PRJ-First-Date(1:4) TO SNC-CCYY.
           MOVE PRJ-First-Date(5:2) TO SNC-MM.
           MOVE PRJ-First-Date(7:2) TO SNC-DD.
           MOVE PRJ-Attempts TO SNC-Attempts.
           WRITE Ack-Rpt-Rec FROM WS-Since-Line.

       9000-PRINT-TOTALS.
           MOVE 'FEED RECORDS SENT             : ' TO TOT-Label.
           MOVE WS-Feed-Count TO TOT-Count.
           WRITE Ack-Rpt-Rec FROM WS-Total-Line.
           MOVE 'FEED TRAILER COUNT            : ' TO TOT-Label.
           MOVE WS-Trailer-Count TO TOT-Count.
           WRITE Ack-Rpt-Rec FROM WS-Total-Line.
           MOVE 'ACKNOWLEDGEMENTS READ         : ' TO TOT-Label.
           MOVE WS-Ack-Count TO TOT-Count.
           WRITE Ack-Rpt-Rec FROM WS-Total-Line.
           MOVE 'ACCEPTED                      : ' TO TOT-Label.
           MOVE WS-Accepted-Count TO TOT-Count.
           WRITE Ack-Rpt-Rec FROM WS-Total-Line.
           MOVE 'REJECTED                      : ' TO TOT-Label.
           MOVE WS-Rejected-Count TO TOT-Count.
           WRITE Ack-Rpt-Rec FROM WS-Total-Line.
           MOVE 'SENT, NOT ACKNOWLEDGED        : ' TO TOT-Label.
           MOVE WS-Not-Acked-Count TO TOT-Count.
           WRITE Ack-Rpt-Rec FROM WS-Total-Line.
           MOVE 'ACKS UNMATCHED OR UNREADABLE  : ' TO TOT-Label.
           MOVE WS-Unmatched-Count TO TOT-Count.
           WRITE Ack-Rpt-Rec FROM WS-Total-Line.
           MOVE 'EARLIER REJECTIONS RESOLVED   : ' TO TOT-Label.
           MOVE WS-Resolved-Count TO TOT-Count.
           WRITE Ack-Rpt-Rec FROM WS-Total-Line.
           MOVE 'OUTSTANDING ENTRIES WITHDRAWN : ' TO TOT-Label.
           MOVE WS-Withdrawn-Count TO TOT-Count.
           WRITE Ack-Rpt-Rec FROM WS-Total-Line.
           MOVE 'STILL OUTSTANDING FOR RESEND  : ' TO TOT-Label.
           MOVE WS-Carried-Count TO TOT-Count.
           WRITE Ack-Rpt-Rec FROM WS-Total-Line.
           IF NOT Trailer-Seen
               MOVE 'FEED HAS NO TRLR RECORD - DOES NOT BALANCE'
                  TO WS-Result-Line
           ELSE
               IF WS-Trailer-Count NOT = WS-Feed-Count
                  OR WS-Not-Acked-Count > ZERO
                  OR WS-Unmatched-Count > ZERO
                   MOVE 'FEED AND ACKNOWLEDGEMENTS DO NOT BALANCE'
                      TO WS-Result-Line
               ELSE
                   MOVE 'FEED AND ACKNOWLEDGEMENTS BALANCE'
                      TO WS-Result-Line
               END-IF
           END-IF.
           WRITE Ack-Rpt-Rec FROM WS-Result-Line.

       9300-WRITE-AUDIT-LOG.
           MOVE RETURN-CODE TO WS-Step-RC.
           CALL 'EMPAUDIT' USING WS-Audit-Parms.
           MOVE WS-Step-RC TO RETURN-CODE.
