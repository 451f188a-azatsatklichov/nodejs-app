      *    record image, so an archived entry still reads exactly
      *    like a live one if it ever has to be produced.
       FD Hist-Arc.
          01 Hist-Arc-Rec PIC X(129).

       WORKING-STORAGE SECTION.
       01 WS-Hist-Status PIC X(2).
