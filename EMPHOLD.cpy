      *================================================================*
      * EMPHOLD.CPY                                                   *
      * Held-for-approval record layout, shared by EMP-MAINT (which   *
      * parks high-impact transactions here instead of applying       *
      * them) and EMP-APPROVE (which releases, refuses or ages them). *
      * The hold reference - the date EMP-MAINT parked the item and   *
      * a sequence within that date - is what an approver quotes on   *
      * the approvals file. The EMP-TRANS card is carried whole, so   *
      * a released item is applied exactly as the clerk keyed it,     *
      * submitter included.                                           *
      *================================================================*
          01 Emp-Hold-Rec.
             05 HLD-Hold-Ref.
                10 HLD-Hold-Date PIC 9(8).
                10 HLD-Hold-Seq PIC 9(5).
             05 HLD-Hold-Reason PIC X(30).
             05 HLD-Trans-Image.
                10 HLD-Trans-Code PIC X(1).
                10 HLD-Employee-ID PIC 9(5).
                10 HLD-NAME PIC A(25).
                10 HLD-Trans-Fields PIC X(30).
                10 HLD-Submitter-ID PIC X(8).
