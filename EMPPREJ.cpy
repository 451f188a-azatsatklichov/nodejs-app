      *================================================================*
      * EMPPREJ.CPY                                                   *
      * Outstanding payroll-rejection record layout, shared by        *
      * EMP-PAYACK (which keeps a feed record here while payroll      *
      * keeps rejecting it) and EMP-PAYDLT (which sends every entry   *
      * out again on the next EMP-PAYDELTA feed). The feed record is  *
      * carried whole in the EMP-PAYDELTA layout, with the date it    *
      * was first and last rejected, how many feeds it has been on,   *
      * and payroll's latest reason. The file is kept in              *
      * Employee-ID order, the order of the feed it came from.        *
      *================================================================*
          01 Pay-Reject-Rec.
             05 PRJ-First-Date PIC 9(8).
             05 PRJ-Last-Date PIC 9(8).
             05 PRJ-Attempts PIC 9(3).
             05 PRJ-Reason PIC X(30).
             05 PRJ-Feed-Image.
                10 PRJ-Action PIC X(1).
                10 PRJ-Employee-ID PIC 9(5).
                10 PRJ-NAME PIC A(25).
                10 PRJ-Feed-Fields PIC X(22).
