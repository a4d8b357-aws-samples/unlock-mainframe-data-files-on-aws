      *
      * Total-Compensation Statement Feed COBOL Layout
      * Written at year end by EMPTCS01 alongside the printed
      * statements, for the cloud side to render each employee's
      * statement as a PDF.  Every record carries the EMP-ID and
      * statement year; the body depends on EMP-TCR-REC-TYPE:
      *
      *   "H" - one per statement: name, the December 31 mailing
      *         address, salary and grade band, service, benefits
      *         tier, per-period and annual deduction, and the
      *         number of "S" and "D" records that follow it
      *   "S" - one per salary change applied during the year
      *         (EMP-SALARY entries on the change ledger), in date
      *         order
      *   "D" - one per dependent covered at the statement date
      *         (EMP-DEP-STATUS "A" on the dependent detail file)
      *   "T" - last record of the file: the number of "H"
      *         records, the total of their salaries and the
      *         number of records before it, so the cloud side can
      *         prove the file complete.  EMP-TCR-EMP-ID is 99999.
      *
      * Amounts are unsigned display with two implied decimals;
      * dates are CCYY-MM-DD text, blank when not on file.
      *
       01 EMP-TOTAL-COMP-RECORD.
         05 EMP-TCR-REC-TYPE            PIC X(01).
         05 EMP-TCR-EMP-ID              PIC 9(05).
         05 EMP-TCR-STMT-YEAR           PIC 9(04).
         05 EMP-TCR-BODY                PIC X(240).
         05 EMP-TCR-HEADER REDEFINES EMP-TCR-BODY.
            10 EMP-TCR-NAME             PIC X(25).
            10 EMP-TCR-ADDR-LINE        PIC X(25) OCCURS 3 TIMES.
            10 EMP-TCR-DEPT-CODE        PIC X(04).
            10 EMP-TCR-GRADE-CODE       PIC X(02).
            10 EMP-TCR-GRADE-NAME       PIC X(20).
            10 EMP-TCR-BAND-MIN         PIC 9(7)V99.
            10 EMP-TCR-BAND-MAX         PIC 9(7)V99.
            10 EMP-TCR-SALARY           PIC 9(7)V99.
            10 EMP-TCR-HIRE-DATE        PIC X(10).
            10 EMP-TCR-SVC-DATE         PIC X(10).
            10 EMP-TCR-SVC-YEARS        PIC 9(02).
            10 EMP-TCR-BEN-TIER         PIC 9(01).
            10 EMP-TCR-PERIOD-DEDUCT    PIC 9(03)V99.
            10 EMP-TCR-PAY-PERIODS      PIC 9(02).
            10 EMP-TCR-ANNUAL-DEDUCT    PIC 9(05)V99.
            10 EMP-TCR-CHANGE-COUNT     PIC 9(02).
            10 EMP-TCR-DEPENDENT-COUNT  PIC 9(02).
            10 FILLER                   PIC X(46).
         05 EMP-TCR-CHANGE REDEFINES EMP-TCR-BODY.
            10 EMP-TCR-CHG-DATE         PIC X(10).
            10 EMP-TCR-CHG-BEFORE       PIC 9(7)V99.
            10 EMP-TCR-CHG-AFTER        PIC 9(7)V99.
            10 FILLER                   PIC X(212).
         05 EMP-TCR-DEPENDENT REDEFINES EMP-TCR-BODY.
            10 EMP-TCR-DEP-SEQ          PIC 9(02).
            10 EMP-TCR-DEP-NAME         PIC X(25).
            10 EMP-TCR-DEP-RELATION     PIC X(10).
            10 FILLER                   PIC X(203).
         05 EMP-TCR-TRAILER REDEFINES EMP-TCR-BODY.
            10 EMP-TCR-STMT-COUNT       PIC 9(07).
            10 EMP-TCR-SALARY-TOTAL     PIC 9(11)V99.
            10 EMP-TCR-RECORD-COUNT     PIC 9(09).
            10 FILLER                   PIC X(211).
