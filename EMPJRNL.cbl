      * EMP-ARCREST and the one-time migration all journal through    *
      * here, so the key discipline - Employee-ID + transaction date  *
      * + sequence - lives in exactly one place. The caller supplies  *
      * the transaction code, the employee, the date, the before-     *
      * and after-images and the approver's user ID (blank unless     *
      * the change needed a second signature); this routine finds     *
      * the next free sequence for that employee and date (same-day   *
      * entries stay in the order they were journaled) and writes     *
      * the record. Opens and closes its own connector each call,     *
      * the EMPLOOK pattern, so a caller must NOT hold EMP-HIST open  *
      * itself. The outcome comes back in Empjrnl-Result-Sw - a       *
      * maintenance program that could not journal should say so      *
      * loudly, because an unjournaled change is invisible to         *
      * EMP-HISTINQ and to the recovery roll-forward alike.           *
      *================================================================*

       ENVIRONMENT DIVISION.
          05 Empjrnl-Trans-Date PIC 9(8).
          05 Empjrnl-Before-Image PIC X(52).
          05 Empjrnl-After-Image PIC X(52).
          05 Empjrnl-Approver-ID PIC X(8).
          05 Empjrnl-Result-Sw PIC X(1).
             88 Empjrnl-Journaled VALUE 'J'.
             88 Empjrnl-Failed VALUE 'F'.
           MOVE Empjrnl-Trans-Code TO Hist-Trans-Code.
           MOVE Empjrnl-Before-Image TO Hist-Before-Image.
           MOVE Empjrnl-After-Image TO Hist-After-Image.
           MOVE Empjrnl-Approver-ID TO Hist-Approver-ID.

      *    Sequence 1 upward until the write lands: a duplicate-key
      *    status only means an earlier entry already holds that
