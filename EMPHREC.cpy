      * journal's blank-image convention still holds: an ADD carries  *
      * a blank before-image and a DELETE a blank after-image, but    *
      * the owning Employee-ID is now always in the key.              *
      * Hist-Approver-ID carries the second user who authorised a     *
      * dual-control transaction (see EMP-APPROVE); it is blank for   *
      * everything applied without needing one.                       *
      *================================================================*
          01 Emp-Hist-FILE.
             05 Hist-Key.
             05 Hist-Trans-Code PIC X(1).
             05 Hist-Before-Image PIC X(52).
             05 Hist-After-Image PIC X(52).
             05 Hist-Approver-ID PIC X(8).
