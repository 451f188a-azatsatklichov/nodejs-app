       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMP-MASK.

      *================================================================*
      * EMP-MASK - builds the masked copy of the employee data the     *
      * test region and the payroll vendor test against, so nobody     *
      * needs the live master as-is. Reads EMP-FILE, EMP-HIST,         *
      * EMP-ARCHIVE, DEPT-FILE and EMP-RPTLINE front to back and       *
      * writes every record, and only those, to the TEST- copies:      *
      *  - every Employee-ID is remapped by the same keyed one-to-one  *
      *    formula wherever it appears - master key, journal key and   *
      *    before/after images, archive images, both IDs on a          *
      *    reporting line - so the copy still lines up file to file;   *
      *  - every NAME is replaced with one generated from the new ID,  *
      *    so an employee has the same made-up name in every file;     *
      *  - every salary is moved by 1 to n percent up or down, n from  *
      *    the control card. The percentage belongs to the employee,   *
      *    so the same salary masks the same way in the master and     *
      *    the journal, and a raise keeps its size in proportion.      *
      * Department codes, dates, statuses, transaction codes and       *
      * approver IDs are carried over unchanged, and DEPT-FILE is      *
      * copied as it stands.                                           *
      * No generated name may be a production one: each is looked up   *
      * on the production master's NAME index (EMP-NAMES) and among    *
      * the former names - every name on the archive and in the        *
      * journal's before- and after-images that is no longer on the    *
      * master - and redrawn if it is found there. The                 *
      * summary on EMP-MASK-RPT shows the records read and written per *
      * file and the name check. RETURN-CODE 8 means a production      *
      * name reached the copy (or the check could not be completed) -  *
      * the copy must not be released. RETURN-CODE 12 means a bad      *
      * control card, an open failure or a record not written. The     *
      * key on EMP-MASK-CTL is what makes the IDs unguessable - it is  *
      * never printed.                                                 *
      *================================================================*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT Employee ASSIGN TO EMP-FILE
       ORGANIZATION IS INDEXED
       ACCESS MODE IS SEQUENTIAL
       RECORD KEY IS Employee-ID
       FILE STATUS IS WS-Employee-Status.

      *    The production master again, through its NAME path, for
      *    the generated-name lookups while EMP-FILE is being read.
       SELECT Prod-Names ASSIGN TO EMP-NAMES
       ORGANIZATION IS INDEXED
       ACCESS MODE IS RANDOM
       RECORD KEY IS PN-Employee-ID
       ALTERNATE RECORD KEY IS PN-NAME WITH DUPLICATES
       FILE STATUS IS WS-Names-Status.

       SELECT Emp-Hist ASSIGN TO EMP-HIST
       ORGANIZATION IS INDEXED
       ACCESS MODE IS SEQUENTIAL
       RECORD KEY IS Hist-Key
       FILE STATUS IS WS-Hist-Status.

       SELECT Emp-Archive ASSIGN TO EMP-ARCHIVE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Archive-Status.

       SELECT Dept ASSIGN TO DEPT-FILE
       ORGANIZATION IS INDEXED
       ACCESS MODE IS SEQUENTIAL
       RECORD KEY IS Dept-Ref-Code
       FILE STATUS IS WS-Dept-Status.

       SELECT Rpt-Line ASSIGN TO EMP-RPTLINE
       ORGANIZATION IS INDEXED
       ACCESS MODE IS SEQUENTIAL
       RECORD KEY IS Line-Employee-ID
       FILE STATUS IS WS-Line-Status.

      *    The test clusters are empty when the job defines them, and
      *    remapped keys no longer come in key order, so they are
      *    written by key.
       SELECT Test-Employee ASSIGN TO TEST-EMP-FILE
       ORGANIZATION IS INDEXED
       ACCESS MODE IS RANDOM
       RECORD KEY IS TE-Employee-ID
       FILE STATUS IS WS-Test-Emp-Status.

       SELECT Test-Hist ASSIGN TO TEST-EMP-HIST
       ORGANIZATION IS INDEXED
       ACCESS MODE IS RANDOM
       RECORD KEY IS TH-Hist-Key
       FILE STATUS IS WS-Test-Hist-Status.

       SELECT Test-Archive ASSIGN TO TEST-ARCHIVE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Test-Arc-Status.

       SELECT Test-Dept ASSIGN TO TEST-DEPT-FILE
       ORGANIZATION IS INDEXED
       ACCESS MODE IS RANDOM
       RECORD KEY IS TD-Dept-Code
       FILE STATUS IS WS-Test-Dept-Status.

       SELECT Test-Rpt-Line ASSIGN TO TEST-RPTLINE
       ORGANIZATION IS INDEXED
       ACCESS MODE IS RANDOM
       RECORD KEY IS TL-Employee-ID
       FILE STATUS IS WS-Test-Line-Status.

       SELECT Mask-Ctl ASSIGN TO EMP-MASK-CTL
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Ctl-Status.

       SELECT Mask-Rpt ASSIGN TO EMP-MASK-RPT
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Rpt-Status.

       DATA DIVISION.
       FILE SECTION.
       FD Employee.
          COPY EMPREC.

       FD Prod-Names.
          01 Prod-Names-Rec.
             05 PN-Employee-ID PIC 9(5).
             05 PN-NAME PIC A(25).
             05 FILLER PIC X(22).

       FD Emp-Hist.
          COPY EMPHREC.

       FD Emp-Archive.
          01 Emp-Archive-Rec.
             05 ARC-Employee-Image PIC X(52).
             05 ARC-Purge-Date PIC 9(8).

       FD Dept.
          COPY DEPTREC.

       FD Rpt-Line.
          COPY EMPRPTL.

      *    EMPREC, EMPHREC, the archive layout, DEPTREC and EMPRPTL
      *    again, under the names of the test copies.
       FD Test-Employee.
          01 Test-Employee-Rec.
             05 TE-Employee-ID PIC 9(5).
             05 FILLER PIC X(47).

       FD Test-Hist.
          01 Test-Hist-Rec.
             05 TH-Hist-Key.
                10 TH-Employee-ID PIC 9(5).
                10 TH-Trans-Date PIC 9(8).
                10 TH-Sequence PIC 9(3).
             05 TH-Trans-Code PIC X(1).
             05 TH-Before-Image PIC X(52).
             05 TH-After-Image PIC X(52).
             05 TH-Approver-ID PIC X(8).

       FD Test-Archive.
          01 Test-Archive-Rec.
             05 TA-Employee-Image PIC X(52).
             05 TA-Purge-Date PIC 9(8).

       FD Test-Dept.
          01 Test-Dept-Rec.
             05 TD-Dept-Code PIC X(4).
             05 TD-Dept-Name PIC X(25).

       FD Test-Rpt-Line.
          01 Test-Rpt-Line-Rec.
             05 TL-Employee-ID PIC 9(5).
             05 TL-Manager-ID PIC 9(5).
             05 TL-Effective-Date PIC 9(8).

      *    One card per refresh. The ID key is a multiplier and an
      *    offset: the new ID is (multiplier x (old ID - 1) + offset)
      *    modulo 99999, plus 1, which gives every ID from 00001 to
      *    99999 a different new one as long as the multiplier is not
      *    divisible by 3, 41 or 271 (the factors of 99999). The band
      *    is the largest percentage a salary is moved, 01 to 50.
      *    Change the key for every refresh and keep it nowhere else.
       FD Mask-Ctl.
          01 Mask-Ctl-Rec.
             05 CTL-Id-Multiplier PIC 9(5).
             05 CTL-Id-Offset PIC 9(5).
             05 CTL-Salary-Band PIC 9(2).

       FD Mask-Rpt.
          01 Mask-Rpt-Rec PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-Employee-Status PIC X(2).
       01 WS-Names-Status PIC X(2).
       01 WS-Hist-Status PIC X(2).
       01 WS-Archive-Status PIC X(2).
       01 WS-Dept-Status PIC X(2).
       01 WS-Line-Status PIC X(2).
       01 WS-Test-Emp-Status PIC X(2).
       01 WS-Test-Hist-Status PIC X(2).
       01 WS-Test-Arc-Status PIC X(2).
       01 WS-Test-Dept-Status PIC X(2).
       01 WS-Test-Line-Status PIC X(2).
       01 WS-Ctl-Status PIC X(2).
       01 WS-Rpt-Status PIC X(2).
       01 WS-EOF PIC A(1).
       01 WS-Arc-EOF PIC A(1) VALUE 'N'.
       01 WS-Line-EOF PIC A(1) VALUE 'N'.
       01 WS-Edit-Fail-Sw PIC X(1).
          88 Edit-Failed VALUE 'Y'.
          88 Edit-Passed VALUE 'N'.
       01 WS-Edit-Reason PIC X(30).

      *    Records read and written per file - the two must agree.
       01 WS-Emp-Read PIC 9(7) VALUE ZERO.
       01 WS-Emp-Written PIC 9(7) VALUE ZERO.
       01 WS-Hist-Read PIC 9(7) VALUE ZERO.
       01 WS-Hist-Written PIC 9(7) VALUE ZERO.
       01 WS-Arc-Read PIC 9(7) VALUE ZERO.
       01 WS-Arc-Written PIC 9(7) VALUE ZERO.
       01 WS-Dept-Read PIC 9(7) VALUE ZERO.
       01 WS-Dept-Written PIC 9(7) VALUE ZERO.
       01 WS-Line-Read PIC 9(7) VALUE ZERO.
       01 WS-Line-Written PIC 9(7) VALUE ZERO.
       01 WS-Write-Error-Count PIC 9(7) VALUE ZERO.
       01 WS-Fil-Read-Count PIC 9(7).
       01 WS-Fil-Written-Count PIC 9(7).

       01 WS-Ids-Remapped PIC 9(7) VALUE ZERO.
       01 WS-Salaries-Perturbed PIC 9(7) VALUE ZERO.
       01 WS-Names-Replaced PIC 9(7) VALUE ZERO.
       01 WS-Employees-Named PIC 9(7) VALUE ZERO.
       01 WS-Redrawn-Count PIC 9(7) VALUE ZERO.
       01 WS-Clash-Count PIC 9(7) VALUE ZERO.
       01 WS-Survived-Count PIC 9(7) VALUE ZERO.

      *    The 52-byte EMPREC image being masked - a master record,
      *    a journal before- or after-image or an archive image.
       01 WS-Mask-Image.
          05 MSK-Employee-ID PIC X(5).
          05 MSK-NAME PIC A(25).
          05 MSK-Dept-Code PIC X(4).
          05 MSK-Hire-Date PIC X(8).
          05 MSK-Salary PIC 9(7)V99.
          05 MSK-Status PIC X(1).
       01 WS-Old-NAME PIC A(25).
      *    The Employee-ID that owns the image, used when the image's
      *    own ID field is not numeric.
       01 WS-Owner-ID PIC 9(5).

       01 WS-Old-ID PIC 9(5).
       01 WS-New-ID PIC 9(5).
       01 WS-Map-Work PIC 9(10).
       01 WS-Map-Quotient PIC 9(10).
       01 WS-Map-Remainder PIC 9(5).
       01 WS-Factor-Remainder PIC 9(5).

       01 WS-Band-Width PIC 9(3).
       01 WS-Band-Quotient PIC 9(5).
       01 WS-Band-Step PIC 9(3).
       01 WS-Salary-Pct PIC S9(3).
       01 WS-New-Salary PIC 9(7)V99.

      *    A generated name is FIRST I SURNAME: 40 first names x 26
      *    initials x 100 surnames is 104,000 names, one for every
      *    possible Employee-ID, so two employees only share a name
      *    after a redraw. Attempt n starts n x 33331 names further
      *    on, so a redraw changes all three parts.
       01 WS-First-Names.
          05 FILLER PIC X(40)
             VALUE 'ALICE     ARTHUR    BARBARA   BERNARD   '.
          05 FILLER PIC X(40)
             VALUE 'CAROL     CHARLES   DIANE     DONALD    '.
          05 FILLER PIC X(40)
             VALUE 'EILEEN    EDWARD    FRANCES   FRANK     '.
          05 FILLER PIC X(40)
             VALUE 'GLORIA    GEORGE    HELEN     HAROLD    '.
          05 FILLER PIC X(40)
             VALUE 'IRENE     HOWARD    JOAN      JAMES     '.
          05 FILLER PIC X(40)
             VALUE 'KATHLEEN  KENNETH   LINDA     LAWRENCE  '.
          05 FILLER PIC X(40)
             VALUE 'MARGARET  MICHAEL   NANCY     NORMAN    '.
          05 FILLER PIC X(40)
             VALUE 'PATRICIA  PETER     RUTH      RAYMOND   '.
          05 FILLER PIC X(40)
             VALUE 'SANDRA    RICHARD   THERESA   STANLEY   '.
          05 FILLER PIC X(40)
             VALUE 'VIRGINIA  THOMAS    WANDA     WALTER    '.
       01 WS-First-Name-Table REDEFINES WS-First-Names.
          05 FN-Name PIC X(10) OCCURS 40 TIMES.

       01 WS-Surnames.
          05 FILLER PIC X(40)
             VALUE 'ABBOTT    ADAMS     ALDRIDGE  ARMSTRONG '.
          05 FILLER PIC X(40)
             VALUE 'ATKINS    BAILEY    BARNES    BECKETT   '.
          05 FILLER PIC X(40)
             VALUE 'BENSON    BLAKE     BRADLEY   BROOKS    '.
          05 FILLER PIC X(40)
             VALUE 'BURTON    CALLAHAN  CARTER    CHAPMAN   '.
          05 FILLER PIC X(40)
             VALUE 'CLARKE    COLLINS   CONWAY    CRAWFORD  '.
          05 FILLER PIC X(40)
             VALUE 'DALTON    DAVIES    DENNISON  DOUGLAS   '.
          05 FILLER PIC X(40)
             VALUE 'DRAKE     DUNCAN    EASTON    ELLIOTT   '.
          05 FILLER PIC X(40)
             VALUE 'EMERSON   EVANS     FARRELL   FENWICK   '.
          05 FILLER PIC X(40)
             VALUE 'FLETCHER  FORBES    FOSTER    FULLER    '.
          05 FILLER PIC X(40)
             VALUE 'GARDNER   GIBSON    GORDON    GRAHAM    '.
          05 FILLER PIC X(40)
             VALUE 'GRIFFIN   HALE      HARDING   HARPER    '.
          05 FILLER PIC X(40)
             VALUE 'HAYES     HOLLOWAY  HUGHES    INGRAM    '.
          05 FILLER PIC X(40)
             VALUE 'JACKSON   JARVIS    JENKINS   KEMP      '.
          05 FILLER PIC X(40)
             VALUE 'KENDALL   KNIGHT    LAMBERT   LAWSON    '.
          05 FILLER PIC X(40)
             VALUE 'LINDSAY   LOWELL    MARSH     MASON     '.
          05 FILLER PIC X(40)
             VALUE 'MERRITT   MORGAN    MURRAY    NASH      '.
          05 FILLER PIC X(40)
             VALUE 'NEWTON    NORRIS    OAKLEY    OSBORNE   '.
          05 FILLER PIC X(40)
             VALUE 'PARKER    PEARSON   PRESTON   QUINN     '.
          05 FILLER PIC X(40)
             VALUE 'RANDALL   REYNOLDS  ROBERTSON ROWLAND   '.
          05 FILLER PIC X(40)
             VALUE 'SANDERS   SHELTON   SIMMONS   SPENCER   '.
          05 FILLER PIC X(40)
             VALUE 'STANTON   SUTTON    TAYLOR    THORNTON  '.
          05 FILLER PIC X(40)
             VALUE 'TOWNSEND  TURNER    UPTON     VAUGHN    '.
          05 FILLER PIC X(40)
             VALUE 'WALLACE   WARREN    WEBSTER   WHEELER   '.
          05 FILLER PIC X(40)
             VALUE 'WHITAKER  WILKINS   WINSLOW   WOODS     '.
          05 FILLER PIC X(40)
             VALUE 'WRIGHT    YATES     YOUNG     ZIMMERMAN '.
       01 WS-Surname-Table REDEFINES WS-Surnames.
          05 SN-Name PIC X(10) OCCURS 100 TIMES.

       01 WS-Alphabet PIC X(26) VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       01 WS-Generated-NAME PIC X(25).
       01 WS-Attempt PIC 9(2).
       01 WS-Name-Number PIC 9(6).
       01 WS-Name-Quotient PIC 9(6).
       01 WS-Name-Seq PIC 9(6).
       01 WS-Name-Rest PIC 9(4).
       01 WS-First-Sub PIC 9(2).
       01 WS-Initial-Sub PIC 9(2).
       01 WS-Surname-Sub PIC 9(3).
       01 WS-Name-Clear-Sw PIC X(1).
          88 Name-Clear VALUE 'Y'.
          88 Name-Taken VALUE 'N'.

      *    The redraw each new Employee-ID ended on, subscripted by
      *    the ID plus one, so every employee is checked against the
      *    production names once and then named the same way in every
      *    file. Space is not yet named, a digit is the attempt that
      *    came out clear, X is none did.
       01 WS-Name-Cache.
          05 NC-Attempt PIC X(1) OCCURS 100000 TIMES.
       01 WS-Cache-Sub PIC 9(6).

      *    Every distinct former NAME - on the archive, or in a
      *    journal image but no longer on the master: purged and
      *    deleted employees, and the old names of renamed ones, are
      *    production data too. The same table shape EMP-ORPHAN keeps
      *    for the archive keys.
       01 WS-Fmn-Count PIC 9(5) VALUE ZERO.
       01 WS-Fmn-Table.
          05 WS-Fmn-Entry OCCURS 0 TO 20000 TIMES
             DEPENDING ON WS-Fmn-Count
             INDEXED BY FN-Index.
             10 FMN-NAME PIC A(25).
      *    Set when the table overflows or a lookup on the master's
      *    NAME index fails - either way some generated name was not
      *    checked against everything, so the copy is not released.
       01 WS-Check-Incomplete-Sw PIC X(1) VALUE 'N'.
          88 Name-Check-Incomplete VALUE 'Y'.
       01 WS-Lookup-Error-Count PIC 9(7) VALUE ZERO.

       01 WS-Report-Lines.
          05 WS-Heading-1.
             10 FILLER PIC X(40)
                VALUE 'MASKED TEST-REGION COPY OF EMPLOYEE DATA'.
             10 FILLER PIC X(9) VALUE SPACES.
             10 FILLER PIC X(10) VALUE 'RUN DATE: '.
             10 HDG-Run-Date PIC X(10).
          05 WS-Heading-2.
             10 FILLER PIC X(31)
                VALUE 'SALARIES MOVED BY 1 PERCENT TO '.
             10 HDG-Salary-Band PIC Z9.
             10 FILLER PIC X(21) VALUE ' PERCENT UP OR DOWN'.
          05 WS-Heading-3.
             10 FILLER PIC X(40)
                VALUE 'FILE                 RECORDS READ   RECO'.
             10 FILLER PIC X(40)
                VALUE 'RDS WRITTEN'.
          05 WS-File-Line.
             10 FIL-Name PIC X(20).
             10 FILLER PIC X(4) VALUE SPACES.
             10 FIL-Read PIC Z,ZZZ,ZZ9.
             10 FILLER PIC X(9) VALUE SPACES.
             10 FIL-Written PIC Z,ZZZ,ZZ9.
             10 FILLER PIC X(2) VALUE SPACES.
             10 FIL-Note PIC X(13).
          05 WS-Count-Line.
             10 CNT-Label PIC X(42).
             10 CNT-Count PIC Z,ZZZ,ZZ9.
          05 WS-Reject-Line.
             10 FILLER PIC X(23) VALUE 'CONTROL CARD REJECTED: '.
             10 REJ-Reason PIC X(30).
             10 FILLER PIC X(27)
                VALUE ' - NOTHING COPIED'.
          05 WS-Verdict-Clean.
             10 FILLER PIC X(40)
                VALUE 'NO PRODUCTION NAME SURVIVED INTO THE MAS'.
             10 FILLER PIC X(8) VALUE 'KED COPY'.
          05 WS-Verdict-Leak.
             10 FILLER PIC X(40)
                VALUE '*** PRODUCTION NAMES IN THE MASKED COPY '.
             10 FILLER PIC X(23) VALUE '- DO NOT RELEASE IT ***'.
          05 WS-Verdict-Incomplete.
             10 FILLER PIC X(40)
                VALUE '*** NAME CHECK INCOMPLETE - DO NOT RELEA'.
             10 FILLER PIC X(9) VALUE 'SE IT ***'.
          05 WS-Write-Fail-Line.
             10 FILLER PIC X(40)
                VALUE '*** RECORDS NOT WRITTEN - THE TEST COPY '.
             10 FILLER PIC X(18) VALUE 'IS INCOMPLETE ***'.

       01 WS-Todays-Date.
          05 WS-Todays-CCYY PIC 9(4).
          05 WS-Todays-MM PIC 9(2).
          05 WS-Todays-DD PIC 9(2).
       01 WS-Report-Date PIC X(10).
      *    Run-audit events go through EMPAUDIT onto the shared,
      *    suite-wide EMP-AUDIT log - see the EMPAUDIT header for
      *    the contract.
       01 WS-Audit-Parms.
          05 WS-Audit-Program PIC X(12) VALUE 'EMP-MASK'.
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

           OPEN INPUT Employee.
           IF WS-Employee-Status NOT = '00'
               DISPLAY 'EMP-MASK UNABLE TO OPEN EMP-FILE, STATUS: '
                  WS-Employee-Status
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT Prod-Names.
           IF WS-Names-Status NOT = '00'
               DISPLAY 'EMP-MASK UNABLE TO OPEN EMP-NAMES, STATUS: '
                  WS-Names-Status
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT Emp-Hist.
           IF WS-Hist-Status NOT = '00'
               DISPLAY 'EMP-MASK UNABLE TO OPEN EMP-HIST, STATUS: '
                  WS-Hist-Status
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT Dept.
           IF WS-Dept-Status NOT = '00'
               DISPLAY 'EMP-MASK UNABLE TO OPEN DEPT-FILE, STATUS: '
                  WS-Dept-Status
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT Mask-Ctl.
           IF WS-Ctl-Status NOT = '00'
               DISPLAY 'EMP-MASK UNABLE TO OPEN EMP-MASK-CTL, '
                  'STATUS: ' WS-Ctl-Status
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT Mask-Rpt.
           IF WS-Rpt-Status NOT = '00'
               DISPLAY 'EMP-MASK UNABLE TO OPEN EMP-MASK-RPT, '
                  'STATUS: ' WS-Rpt-Status
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-Report-Date TO HDG-Run-Date.
           WRITE Mask-Rpt-Rec FROM WS-Heading-1.

           READ Mask-Ctl
              AT END
                 SET Edit-Failed TO TRUE
                 MOVE 'NO CONTROL CARD' TO WS-Edit-Reason
              NOT AT END
                 PERFORM 1000-EDIT-CONTROL-CARD
           END-READ.

           IF Edit-Failed
               MOVE WS-Edit-Reason TO REJ-Reason
               WRITE Mask-Rpt-Rec FROM WS-Reject-Line
               CLOSE Employee
               CLOSE Prod-Names
               CLOSE Emp-Hist
               CLOSE Dept
               CLOSE Mask-Ctl
               CLOSE Mask-Rpt
               DISPLAY 'EMP-MASK CONTROL CARD REJECTED: '
                  WS-Edit-Reason
               MOVE 12 TO RETURN-CODE
               MOVE 'BAD CONTROL' TO WS-Audit-Status
               PERFORM 9300-WRITE-AUDIT-LOG
               STOP RUN
           END-IF.
           COMPUTE WS-Band-Width = CTL-Salary-Band * 2.
           MOVE SPACES TO WS-Name-Cache.
           MOVE CTL-Salary-Band TO HDG-Salary-Band.
           WRITE Mask-Rpt-Rec FROM WS-Heading-2.

           OPEN OUTPUT Test-Employee.
           IF WS-Test-Emp-Status NOT = '00'
               DISPLAY 'EMP-MASK UNABLE TO OPEN TEST-EMP-FILE, '
                  'STATUS: ' WS-Test-Emp-Status
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT Test-Hist.
           IF WS-Test-Hist-Status NOT = '00'
               DISPLAY 'EMP-MASK UNABLE TO OPEN TEST-EMP-HIST, '
                  'STATUS: ' WS-Test-Hist-Status
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT Test-Archive.
           IF WS-Test-Arc-Status NOT = '00'
               DISPLAY 'EMP-MASK UNABLE TO OPEN TEST-ARCHIVE, '
                  'STATUS: ' WS-Test-Arc-Status
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT Test-Dept.
           IF WS-Test-Dept-Status NOT = '00'
               DISPLAY 'EMP-MASK UNABLE TO OPEN TEST-DEPT-FILE, '
                  'STATUS: ' WS-Test-Dept-Status
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT Test-Rpt-Line.
           IF WS-Test-Line-Status NOT = '00'
               DISPLAY 'EMP-MASK UNABLE TO OPEN TEST-RPTLINE, '
                  'STATUS: ' WS-Test-Line-Status
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    The archive is read twice - once for the production names
      *    the generated ones are checked against, once to mask it.
      *    A site that has never purged has no archive yet; that is
      *    an empty archive, not an error.
           OPEN INPUT Emp-Archive.
           IF WS-Archive-Status NOT = '00'
               MOVE 'Y' TO WS-Arc-EOF
           END-IF.
           PERFORM UNTIL WS-Arc-EOF = 'Y'
             READ Emp-Archive
                AT END MOVE 'Y' TO WS-Arc-EOF
                NOT AT END PERFORM 1500-LOAD-ARCHIVE-NAME
             END-READ
           END-PERFORM.
           IF WS-Archive-Status = '00' OR WS-Archive-Status = '10'
               CLOSE Emp-Archive
           END-IF.

      *    The journal is read twice as well - its images hold the
      *    names of employees since renamed or deleted.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
             READ Emp-Hist
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END PERFORM 1550-LOAD-JOURNAL-NAMES
             END-READ
           END-PERFORM.
           CLOSE Emp-Hist.
           OPEN INPUT Emp-Hist.
           IF WS-Hist-Status NOT = '00'
               DISPLAY 'EMP-MASK UNABLE TO REOPEN EMP-HIST, STATUS: '
                  WS-Hist-Status
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
             READ Dept
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END PERFORM 2000-COPY-DEPT
             END-READ
           END-PERFORM.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
             READ Employee
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END PERFORM 3000-MASK-EMPLOYEE
             END-READ
           END-PERFORM.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
             READ Emp-Hist
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END PERFORM 4000-MASK-HISTORY
             END-READ
           END-PERFORM.

           MOVE 'N' TO WS-Arc-EOF.
           OPEN INPUT Emp-Archive.
           IF WS-Archive-Status NOT = '00'
               MOVE 'Y' TO WS-Arc-EOF
           END-IF.
           PERFORM UNTIL WS-Arc-EOF = 'Y'
             READ Emp-Archive
                AT END MOVE 'Y' TO WS-Arc-EOF
                NOT AT END PERFORM 5000-MASK-ARCHIVE
             END-READ
           END-PERFORM.
           IF WS-Archive-Status = '00' OR WS-Archive-Status = '10'
               CLOSE Emp-Archive
           END-IF.

      *    The reporting-line file is optional in the same way, for a
      *    site that has not started keeping one.
           OPEN INPUT Rpt-Line.
           IF WS-Line-Status NOT = '00'
               MOVE 'Y' TO WS-Line-EOF
           END-IF.
           PERFORM UNTIL WS-Line-EOF = 'Y'
             READ Rpt-Line
                AT END MOVE 'Y' TO WS-Line-EOF
                NOT AT END PERFORM 6000-MASK-REPORTING-LINE
             END-READ
           END-PERFORM.
           IF WS-Line-Status = '00' OR WS-Line-Status = '10'
               CLOSE Rpt-Line
           END-IF.

           PERFORM 9000-PRINT-SUMMARY.
           CLOSE Employee.
           CLOSE Prod-Names.
           CLOSE Emp-Hist.
           CLOSE Dept.
           CLOSE Test-Employee.
           CLOSE Test-Hist.
           CLOSE Test-Archive.
           CLOSE Test-Dept.
           CLOSE Test-Rpt-Line.
           CLOSE Mask-Ctl.
           CLOSE Mask-Rpt.

           EVALUATE TRUE
               WHEN WS-Write-Error-Count > ZERO
                   MOVE 12 TO RETURN-CODE
                   MOVE 'WRITE FAIL' TO WS-Audit-Status
               WHEN WS-Clash-Count > ZERO
                 OR WS-Survived-Count > ZERO
                   MOVE 8 TO RETURN-CODE
                   MOVE 'NAME LEAK' TO WS-Audit-Status
               WHEN Name-Check-Incomplete
                   MOVE 8 TO RETURN-CODE
                   MOVE 'INCOMPLETE' TO WS-Audit-Status
               WHEN OTHER
                   MOVE 'NORMAL' TO WS-Audit-Status
           END-EVALUATE.
           MOVE WS-Emp-Read TO WS-Audit-Read-Count.
           PERFORM 9300-WRITE-AUDIT-LOG.
           DISPLAY 'EMP-MASK MASTER RECORDS  : ' WS-Emp-Read.
           DISPLAY 'EMP-MASK JOURNAL ENTRIES : ' WS-Hist-Read.
           DISPLAY 'EMP-MASK ARCHIVE RECORDS : ' WS-Arc-Read.
           DISPLAY 'EMP-MASK DEPARTMENTS     : ' WS-Dept-Read.
           DISPLAY 'EMP-MASK REPORTING LINES : ' WS-Line-Read.
           DISPLAY 'EMP-MASK WRITE FAILURES  : ' WS-Write-Error-Count.
           DISPLAY 'EMP-MASK NAMES MATCHING  : ' WS-Clash-Count.
           DISPLAY 'EMP-MASK NAMES UNCHANGED : ' WS-Survived-Count.
           DISPLAY 'EMP-MASK LOOKUPS FAILED  : ' WS-Lookup-Error-Count.
           STOP RUN.

      *    The whole card is checked before a single record is read;
      *    the first failure found is the one reported.
       1000-EDIT-CONTROL-CARD.
           SET Edit-Passed TO TRUE.
           MOVE SPACES TO WS-Edit-Reason.
           EVALUATE TRUE
               WHEN CTL-Id-Multiplier IS NOT NUMERIC
                 OR CTL-Id-Multiplier = ZERO
                   SET Edit-Failed TO TRUE
                   MOVE 'ID MULTIPLIER MISSING OR ZERO'
                      TO WS-Edit-Reason
               WHEN CTL-Id-Multiplier > 99998
                   SET Edit-Failed TO TRUE
                   MOVE 'ID MULTIPLIER ABOVE 99998' TO WS-Edit-Reason
               WHEN CTL-Id-Offset IS NOT NUMERIC
                   SET Edit-Failed TO TRUE
                   MOVE 'ID OFFSET NOT NUMERIC' TO WS-Edit-Reason
               WHEN CTL-Id-Offset > 99998
                   SET Edit-Failed TO TRUE
                   MOVE 'ID OFFSET ABOVE 99998' TO WS-Edit-Reason
               WHEN CTL-Id-Multiplier = 1
                AND CTL-Id-Offset = ZERO
                   SET Edit-Failed TO TRUE
                   MOVE 'KEY LEAVES THE IDS UNCHANGED' TO WS-Edit-Reason
               WHEN CTL-Salary-Band IS NOT NUMERIC
                 OR CTL-Salary-Band < 1
                 OR CTL-Salary-Band > 50
                   SET Edit-Failed TO TRUE
                   MOVE 'SALARY BAND MUST BE 01 TO 50' TO WS-Edit-Reason
           END-EVALUATE.
           IF Edit-Passed
               PERFORM 1100-CHECK-MULTIPLIER
           END-IF.

      *    A multiplier sharing a factor with 99999 would send two
      *    old IDs to the same new one.
       1100-CHECK-MULTIPLIER.
           DIVIDE CTL-Id-Multiplier BY 3
              GIVING WS-Map-Quotient REMAINDER WS-Factor-Remainder.
           IF WS-Factor-Remainder = ZERO
               SET Edit-Failed TO TRUE
           END-IF.
           DIVIDE CTL-Id-Multiplier BY 41
              GIVING WS-Map-Quotient REMAINDER WS-Factor-Remainder.
           IF WS-Factor-Remainder = ZERO
               SET Edit-Failed TO TRUE
           END-IF.
           DIVIDE CTL-Id-Multiplier BY 271
              GIVING WS-Map-Quotient REMAINDER WS-Factor-Remainder.
           IF WS-Factor-Remainder = ZERO
               SET Edit-Failed TO TRUE
           END-IF.
           IF Edit-Failed
               MOVE 'MULTIPLIER SHARES 99999 FACTOR' TO WS-Edit-Reason
           END-IF.

       1500-LOAD-ARCHIVE-NAME.
           MOVE ARC-Employee-Image TO WS-Mask-Image.
           IF MSK-NAME NOT = SPACES
               PERFORM 1600-TABLE-FORMER-NAME
           END-IF.

      *    A journal name still on the master is found through the
      *    NAME index anyway, so only the ones that are not are
      *    tabled - that keeps the table to the former names.
       1550-LOAD-JOURNAL-NAMES.
           MOVE Hist-Before-Image TO WS-Mask-Image.
           PERFORM 1560-LOAD-JOURNAL-NAME.
           MOVE Hist-After-Image TO WS-Mask-Image.
           PERFORM 1560-LOAD-JOURNAL-NAME.

       1560-LOAD-JOURNAL-NAME.
           IF MSK-NAME NOT = SPACES
               MOVE MSK-NAME TO PN-NAME
               READ Prod-Names KEY IS PN-NAME
                  INVALID KEY CONTINUE
               END-READ
               IF WS-Names-Status NOT = '00'
                  AND WS-Names-Status NOT = '02'
                   PERFORM 1600-TABLE-FORMER-NAME
               END-IF
           END-IF.

       1600-TABLE-FORMER-NAME.
           SET FN-Index TO 1.
           SEARCH WS-Fmn-Entry
              AT END PERFORM 1700-ADD-FORMER-NAME
              WHEN FMN-NAME (FN-Index) = MSK-NAME
                 CONTINUE
           END-SEARCH.

       1700-ADD-FORMER-NAME.
           IF WS-Fmn-Count >= 20000
               IF NOT Name-Check-Incomplete
                   DISPLAY 'EMP-MASK FORMER NAME TABLE FULL'
               END-IF
               MOVE 'Y' TO WS-Check-Incomplete-Sw
           ELSE
               ADD 1 TO WS-Fmn-Count
               MOVE MSK-NAME TO FMN-NAME (WS-Fmn-Count)
           END-IF.

      *    Department codes and names are not personal data and are
      *    copied unchanged.
       2000-COPY-DEPT.
           ADD 1 TO WS-Dept-Read.
           MOVE Dept-FILE TO Test-Dept-Rec.
           WRITE Test-Dept-Rec
              INVALID KEY
                 DISPLAY 'EMP-MASK WRITE TO TEST-DEPT-FILE FAILED, '
                    'STATUS: ' WS-Test-Dept-Status
                 ADD 1 TO WS-Write-Error-Count
              NOT INVALID KEY
                 ADD 1 TO WS-Dept-Written
           END-WRITE.

       3000-MASK-EMPLOYEE.
           ADD 1 TO WS-Emp-Read.
           MOVE Employee-FILE TO WS-Mask-Image.
           MOVE Employee-ID TO WS-Owner-ID.
           PERFORM 7000-MASK-IMAGE.
           WRITE Test-Employee-Rec FROM WS-Mask-Image
              INVALID KEY
                 DISPLAY 'EMP-MASK WRITE TO TEST-EMP-FILE FAILED, '
                    'STATUS: ' WS-Test-Emp-Status
                 ADD 1 TO WS-Write-Error-Count
              NOT INVALID KEY
                 ADD 1 TO WS-Emp-Written
           END-WRITE.

      *    The key's Employee-ID and both images are remapped; the
      *    journal date, sequence, code and approver are kept.
       4000-MASK-HISTORY.
           ADD 1 TO WS-Hist-Read.
           MOVE Emp-Hist-FILE TO Test-Hist-Rec.
           MOVE Hist-Employee-ID TO WS-Owner-ID.
           MOVE Hist-Employee-ID TO WS-Old-ID.
           PERFORM 7100-MAP-EMPLOYEE-ID.
           MOVE WS-New-ID TO TH-Employee-ID.
           MOVE Hist-Before-Image TO WS-Mask-Image.
           PERFORM 7000-MASK-IMAGE.
           MOVE WS-Mask-Image TO TH-Before-Image.
           MOVE Hist-After-Image TO WS-Mask-Image.
           PERFORM 7000-MASK-IMAGE.
           MOVE WS-Mask-Image TO TH-After-Image.
           WRITE Test-Hist-Rec
              INVALID KEY
                 DISPLAY 'EMP-MASK WRITE TO TEST-EMP-HIST FAILED, '
                    'STATUS: ' WS-Test-Hist-Status
                 ADD 1 TO WS-Write-Error-Count
              NOT INVALID KEY
                 ADD 1 TO WS-Hist-Written
           END-WRITE.

       5000-MASK-ARCHIVE.
           ADD 1 TO WS-Arc-Read.
           MOVE ARC-Employee-Image TO WS-Mask-Image.
           MOVE ZERO TO WS-Owner-ID.
           PERFORM 7000-MASK-IMAGE.
           MOVE WS-Mask-Image TO TA-Employee-Image.
           MOVE ARC-Purge-Date TO TA-Purge-Date.
           WRITE Test-Archive-Rec.
           IF WS-Test-Arc-Status = '00'
               ADD 1 TO WS-Arc-Written
           ELSE
               DISPLAY 'EMP-MASK WRITE TO TEST-ARCHIVE FAILED, '
                  'STATUS: ' WS-Test-Arc-Status
               ADD 1 TO WS-Write-Error-Count
           END-IF.

       6000-MASK-REPORTING-LINE.
           ADD 1 TO WS-Line-Read.
           MOVE Line-Employee-ID TO WS-Old-ID.
           PERFORM 7100-MAP-EMPLOYEE-ID.
           MOVE WS-New-ID TO TL-Employee-ID.
           MOVE Line-Manager-ID TO WS-Old-ID.
           PERFORM 7100-MAP-EMPLOYEE-ID.
           MOVE WS-New-ID TO TL-Manager-ID.
           MOVE Line-Effective-Date TO TL-Effective-Date.
           WRITE Test-Rpt-Line-Rec
              INVALID KEY
                 DISPLAY 'EMP-MASK WRITE TO TEST-RPTLINE FAILED, '
                    'STATUS: ' WS-Test-Line-Status
                 ADD 1 TO WS-Write-Error-Count
              NOT INVALID KEY
                 ADD 1 TO WS-Line-Written
           END-WRITE.

      *    A blank image (the before-image of an add, the after-image
      *    of a delete) stays blank. Otherwise the ID, NAME and salary
      *    are masked and everything else is left as it is.
       7000-MASK-IMAGE.
           IF WS-Mask-Image NOT = SPACES
               IF MSK-Employee-ID IS NUMERIC
                   MOVE MSK-Employee-ID TO WS-Old-ID
               ELSE
                   MOVE WS-Owner-ID TO WS-Old-ID
               END-IF
               PERFORM 7100-MAP-EMPLOYEE-ID
               IF MSK-Employee-ID IS NUMERIC
                   MOVE WS-New-ID TO MSK-Employee-ID
               END-IF
               MOVE MSK-NAME TO WS-Old-NAME
               PERFORM 7200-ASSIGN-NAME
               MOVE WS-Generated-NAME TO MSK-NAME
               ADD 1 TO WS-Names-Replaced
               IF MSK-NAME = WS-Old-NAME
                   ADD 1 TO WS-Survived-Count
               END-IF
               IF MSK-Salary IS NUMERIC
                   PERFORM 7300-PERTURB-SALARY
               END-IF
           END-IF.

      *    Employee-ID zero is not a real employee and stays zero.
       7100-MAP-EMPLOYEE-ID.
           IF WS-Old-ID = ZERO
               MOVE ZERO TO WS-New-ID
           ELSE
               COMPUTE WS-Map-Work =
                  CTL-Id-Multiplier * (WS-Old-ID - 1) + CTL-Id-Offset
               DIVIDE WS-Map-Work BY 99999
                  GIVING WS-Map-Quotient REMAINDER WS-Map-Remainder
               COMPUTE WS-New-ID = WS-Map-Remainder + 1
               ADD 1 TO WS-Ids-Remapped
           END-IF.

      *    The first time a new ID is seen its name is drawn and
      *    checked; every later image for it reuses that draw. A name
      *    still matching after ten draws is used, and counted, so
      *    the run fails the name check rather than going unnoticed.
       7200-ASSIGN-NAME.
           COMPUTE WS-Cache-Sub = WS-New-ID + 1.
           IF NC-Attempt (WS-Cache-Sub) = SPACE
               PERFORM 7210-RESOLVE-NAME
               ADD 1 TO WS-Employees-Named
           END-IF.
           IF NC-Attempt (WS-Cache-Sub) = 'X'
               MOVE 9 TO WS-Attempt
               ADD 1 TO WS-Clash-Count
           ELSE
               MOVE NC-Attempt (WS-Cache-Sub) TO WS-Attempt
           END-IF.
           PERFORM 7220-BUILD-NAME.

       7210-RESOLVE-NAME.
           MOVE ZERO TO WS-Attempt.
           SET Name-Taken TO TRUE.
           PERFORM UNTIL Name-Clear OR WS-Attempt > 9
             PERFORM 7220-BUILD-NAME
             PERFORM 7230-CHECK-PRODUCTION-NAME
             IF Name-Taken
                 ADD 1 TO WS-Redrawn-Count
                 ADD 1 TO WS-Attempt
             END-IF
           END-PERFORM.
           IF Name-Clear
               MOVE WS-Attempt(2:1) TO NC-Attempt (WS-Cache-Sub)
           ELSE
               MOVE 'X' TO NC-Attempt (WS-Cache-Sub)
           END-IF.

      *    The name number runs from 0 to 103,999: its last two
      *    digits pick the surname, the rest the first name and the
      *    initial.
       7220-BUILD-NAME.
           COMPUTE WS-Name-Number =
              WS-New-ID + 103999 + WS-Attempt * 33331.
           DIVIDE WS-Name-Number BY 104000
              GIVING WS-Name-Quotient REMAINDER WS-Name-Seq.
           DIVIDE WS-Name-Seq BY 100
              GIVING WS-Name-Rest REMAINDER WS-Surname-Sub.
           ADD 1 TO WS-Surname-Sub.
           DIVIDE WS-Name-Rest BY 26
              GIVING WS-First-Sub REMAINDER WS-Initial-Sub.
           ADD 1 TO WS-First-Sub.
           ADD 1 TO WS-Initial-Sub.
           MOVE SPACES TO WS-Generated-NAME.
           STRING FN-Name (WS-First-Sub) DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  WS-Alphabet(WS-Initial-Sub:1) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  SN-Name (WS-Surname-Sub) DELIMITED BY SPACE
              INTO WS-Generated-NAME
           END-STRING.

      *    Found (00, or 02 for one of several holders) is taken,
      *    23 is not on the master; any other status means the index
      *    could not say, and the run cannot claim a clean copy.
       7230-CHECK-PRODUCTION-NAME.
           SET Name-Clear TO TRUE.
           MOVE WS-Generated-NAME TO PN-NAME.
           READ Prod-Names KEY IS PN-NAME
              INVALID KEY CONTINUE
           END-READ.
           EVALUATE WS-Names-Status
               WHEN '00'
               WHEN '02'
                   SET Name-Taken TO TRUE
               WHEN '23'
                   CONTINUE
               WHEN OTHER
                   IF NOT Name-Check-Incomplete
                       DISPLAY 'EMP-MASK EMP-NAMES LOOKUP FAILED, '
                          'STATUS: ' WS-Names-Status
                   END-IF
                   ADD 1 TO WS-Lookup-Error-Count
                   MOVE 'Y' TO WS-Check-Incomplete-Sw
           END-EVALUATE.
           IF Name-Clear AND WS-Fmn-Count > ZERO
               SET FN-Index TO 1
               SEARCH WS-Fmn-Entry
                  AT END CONTINUE
                  WHEN FMN-NAME (FN-Index) = WS-Generated-NAME
                     SET Name-Taken TO TRUE
               END-SEARCH
           END-IF.

      *    The step is taken from the new ID, so it is the same for
      *    every image of one employee and never zero: steps 0 to n-1
      *    move the salary down 1 to n percent, steps n to 2n-1 up 1
      *    to n percent. A salary too large to move up is moved down.
       7300-PERTURB-SALARY.
           DIVIDE WS-New-ID BY WS-Band-Width
              GIVING WS-Band-Quotient REMAINDER WS-Band-Step.
           IF WS-Band-Step < CTL-Salary-Band
               COMPUTE WS-Salary-Pct = 0 - (WS-Band-Step + 1)
           ELSE
               COMPUTE WS-Salary-Pct =
                  WS-Band-Step - CTL-Salary-Band + 1
           END-IF.
           COMPUTE WS-New-Salary ROUNDED =
              MSK-Salary + MSK-Salary * WS-Salary-Pct / 100
              ON SIZE ERROR
                 COMPUTE WS-New-Salary ROUNDED =
                    MSK-Salary - MSK-Salary * WS-Salary-Pct / 100
           END-COMPUTE.
           MOVE WS-New-Salary TO MSK-Salary.
           ADD 1 TO WS-Salaries-Perturbed.

       9000-PRINT-SUMMARY.
           MOVE SPACES TO Mask-Rpt-Rec.
           WRITE Mask-Rpt-Rec.
           WRITE Mask-Rpt-Rec FROM WS-Heading-3.
           MOVE 'EMP-FILE' TO FIL-Name.
           MOVE WS-Emp-Read TO WS-Fil-Read-Count.
           MOVE WS-Emp-Written TO WS-Fil-Written-Count.
           PERFORM 9100-WRITE-FILE-LINE.
           MOVE 'EMP-HIST' TO FIL-Name.
           MOVE WS-Hist-Read TO WS-Fil-Read-Count.
           MOVE WS-Hist-Written TO WS-Fil-Written-Count.
           PERFORM 9100-WRITE-FILE-LINE.
           MOVE 'EMP-ARCHIVE' TO FIL-Name.
           MOVE WS-Arc-Read TO WS-Fil-Read-Count.
           MOVE WS-Arc-Written TO WS-Fil-Written-Count.
           PERFORM 9100-WRITE-FILE-LINE.
           MOVE 'DEPT-FILE' TO FIL-Name.
           MOVE WS-Dept-Read TO WS-Fil-Read-Count.
           MOVE WS-Dept-Written TO WS-Fil-Written-Count.
           PERFORM 9100-WRITE-FILE-LINE.
           MOVE 'EMP-RPTLINE' TO FIL-Name.
           MOVE WS-Line-Read TO WS-Fil-Read-Count.
           MOVE WS-Line-Written TO WS-Fil-Written-Count.
           PERFORM 9100-WRITE-FILE-LINE.

           MOVE SPACES TO Mask-Rpt-Rec.
           WRITE Mask-Rpt-Rec.
           MOVE 'EMPLOYEE-IDS REMAPPED (KEYS AND IMAGES) : '
              TO CNT-Label.
           MOVE WS-Ids-Remapped TO CNT-Count.
           WRITE Mask-Rpt-Rec FROM WS-Count-Line.
           MOVE 'SALARIES PERTURBED                      : '
              TO CNT-Label.
           MOVE WS-Salaries-Perturbed TO CNT-Count.
           WRITE Mask-Rpt-Rec FROM WS-Count-Line.
           MOVE 'NAMES REPLACED                          : '
              TO CNT-Label.
           MOVE WS-Names-Replaced TO CNT-Count.
           WRITE Mask-Rpt-Rec FROM WS-Count-Line.
           MOVE 'EMPLOYEES GIVEN A GENERATED NAME        : '
              TO CNT-Label.
           MOVE WS-Employees-Named TO CNT-Count.
           WRITE Mask-Rpt-Rec FROM WS-Count-Line.
           MOVE 'FORMER NAMES (ARCHIVE, JOURNAL) CHECKED : '
              TO CNT-Label.
           MOVE WS-Fmn-Count TO CNT-Count.
           WRITE Mask-Rpt-Rec FROM WS-Count-Line.
           MOVE 'NAME LOOKUPS THAT FAILED                : '
              TO CNT-Label.
           MOVE WS-Lookup-Error-Count TO CNT-Count.
           WRITE Mask-Rpt-Rec FROM WS-Count-Line.
           MOVE 'NAMES REDRAWN ON A PRODUCTION MATCH     : '
              TO CNT-Label.
           MOVE WS-Redrawn-Count TO CNT-Count.
           WRITE Mask-Rpt-Rec FROM WS-Count-Line.
           MOVE 'OUTPUT NAMES MATCHING A PRODUCTION NAME : '
              TO CNT-Label.
           MOVE WS-Clash-Count TO CNT-Count.
           WRITE Mask-Rpt-Rec FROM WS-Count-Line.
           MOVE 'OUTPUT NAMES EQUAL TO THE NAME REPLACED : '
              TO CNT-Label.
           MOVE WS-Survived-Count TO CNT-Count.
           WRITE Mask-Rpt-Rec FROM WS-Count-Line.

           MOVE SPACES TO Mask-Rpt-Rec.
           WRITE Mask-Rpt-Rec.
           EVALUATE TRUE
               WHEN WS-Clash-Count > ZERO
                 OR WS-Survived-Count > ZERO
                   WRITE Mask-Rpt-Rec FROM WS-Verdict-Leak
               WHEN Name-Check-Incomplete
                   WRITE Mask-Rpt-Rec FROM WS-Verdict-Incomplete
               WHEN OTHER
                   WRITE Mask-Rpt-Rec FROM WS-Verdict-Clean
           END-EVALUATE.
           IF WS-Write-Error-Count > ZERO
               WRITE Mask-Rpt-Rec FROM WS-Write-Fail-Line
           END-IF.

       9100-WRITE-FILE-LINE.
           MOVE WS-Fil-Read-Count TO FIL-Read.
           MOVE WS-Fil-Written-Count TO FIL-Written.
           IF WS-Fil-Read-Count = WS-Fil-Written-Count
               MOVE SPACES TO FIL-Note
           ELSE
               MOVE 'COUNTS DIFFER' TO FIL-Note
           END-IF.
           WRITE Mask-Rpt-Rec FROM WS-File-Line.

       9300-WRITE-AUDIT-LOG.
           MOVE RETURN-CODE TO WS-Step-RC.
           CALL 'EMPAUDIT' USING WS-Audit-Parms.
           MOVE WS-Step-RC TO RETURN-CODE.
