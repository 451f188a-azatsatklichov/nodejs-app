          05 WS-Jrnl-Trans-Date PIC 9(8).
          05 WS-Jrnl-Before-Image PIC X(52).
          05 WS-Jrnl-After-Image PIC X(52).
          05 WS-Jrnl-Approver-ID PIC X(8).
          05 WS-Jrnl-Result-Sw PIC X(1).
             88 Jrnl-Journaled VALUE 'J'.
             88 Jrnl-Failed VALUE 'F'.
               MOVE OLD-Trans-Date TO WS-Jrnl-Trans-Date
               MOVE OLD-Before-Image TO WS-Jrnl-Before-Image
               MOVE OLD-After-Image TO WS-Jrnl-After-Image
               MOVE SPACES TO WS-Jrnl-Approver-ID
               CALL 'EMPJRNL' USING WS-Empjrnl-Parms
               IF Jrnl-Journaled
                   ADD 1 TO WS-Migrated-Count
