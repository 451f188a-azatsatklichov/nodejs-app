      * Employee-ID passed in the PARM, oldest first - the key order   *
      * - with the full before- and after-images: the answer to        *
      * "what did this record look like before the correction",        *
      * without reading a single other employee's history. An entry    *
      * applied under dual control also names the user who approved    *
      * it. Ends with RETURN-CODE 4 when the journal holds nothing     *
      * for that employee, so a no-history answer is visible to the    *
      * scheduler as well as on the report.                            *
      *================================================================*

       ENVIRONMENT DIVISION.
             10 ENT-Date-DD PIC X(2).
             10 FILLER PIC X(2) VALUE SPACES.
             10 ENT-Trans-Desc PIC X(8).
             10 FILLER PIC X(2) VALUE SPACES.
             10 ENT-Approval PIC X(13).
             10 ENT-Approver-ID PIC X(8).
          05 WS-Before-Line.
             10 FILLER PIC X(10) VALUE '   BEFORE:'.
             10 FILLER PIC X(1) VALUE SPACES.
           MOVE HIST-Trans-Date(5:2) TO ENT-Date-MM.
           MOVE HIST-Trans-Date(7:2) TO ENT-Date-DD.
           MOVE WS-Trans-Desc TO ENT-Trans-Desc.
           IF HIST-Approver-ID = SPACES
               MOVE SPACES TO ENT-Approval
               MOVE SPACES TO ENT-Approver-ID
           ELSE
               MOVE 'APPROVED BY: ' TO ENT-Approval
               MOVE HIST-Approver-ID TO ENT-Approver-ID
           END-IF.
           WRITE Hist-Inq-Rpt-Rec FROM WS-Entry-Line.
           MOVE HIST-Before-Image TO BEF-Image.
           WRITE Hist-Inq-Rpt-Rec FROM WS-Before-Line.
