             05 TIN-Salary PIC X(9).
             05 TIN-Status PIC X(1).
             05 TIN-Effective-Date PIC 9(8).
             05 TIN-Submitter-ID PIC X(8).

       FD Emp-Pend-In.
          01 Emp-Pend-In-Rec PIC X(69).

       FD Emp-Trans-Out.
          01 Emp-Trans-Out-Rec PIC X(69).

       FD Emp-Pend-Out.
          01 Emp-Pend-Out-Rec PIC X(69).

       FD Tranrel-Rpt.
          01 Tranrel-Rpt-Rec PIC X(80).
          05 TRW-Salary PIC X(9).
          05 TRW-Status PIC X(1).
          05 TRW-Effective-Date PIC 9(8).
          05 TRW-Submitter-ID PIC X(8).

       01 WS-Report-Lines.
          05 WS-Heading-1.
