      *
      * Benefits Arrears/Refund COBOL Layout
      * Written by EMPRTB01 when a back-dated benefits change means
      * payroll took the wrong deduction in pay periods already
      * closed.  Two record types share the layout:
      *   "E" - one per employee, the net catch-up for payroll
      *         (EMPPROD.BENEFITS.RETRO.ADJUST).  EMP-RTA-FROM-
      *         PERIOD and EMP-RTA-PERIOD-END bound the periods
      *         adjusted; EMP-RTA-PERIODS counts those that were
      *         wrong.
      *   "P" - one per employee per period that was wrong
      *         (EMPPROD.BENEFITS.RETRO.HISTORY), with what should
      *         have been taken and what was.  EMPRTB01 reads its
      *         own history back so a period already put right is
      *         not adjusted twice.
      * EMP-RTA-ADJ-TYPE "A" is arrears (under-deducted - payroll
      * collects EMP-RTA-AMOUNT); "R" is a refund (over-deducted -
      * payroll pays it back).  EMP-RTA-TIER is the tier that
      * should have applied (zero for none - on unpaid leave); on
      * an "E" it is the tier of the last period adjusted.
      *
       01 EMP-RETRO-ADJUST-RECORD.
         05 EMP-ID                      PIC 9(05).
         05 EMP-NAME                    PIC X(25).
         05 EMP-RTA-REC-TYPE            PIC X(01).
         05 EMP-RTA-ADJ-TYPE            PIC X(01).
         05 EMP-RTA-FROM-PERIOD         PIC X(10).
         05 EMP-RTA-PERIOD-END          PIC X(10).
         05 EMP-RTA-AMOUNT              PIC 9(05)V99.
         05 EMP-RTA-PERIODS             PIC 9(03).
         05 EMP-RTA-TIER                PIC 9(01).
         05 EMP-RTA-DEPT-CODE           PIC X(04).
         05 EMP-RTA-SHOULD-AMT          PIC 9(03)V99.
         05 EMP-RTA-TAKEN-AMT           PIC S9(05)V99.
         05 EMP-RTA-RUN-DATE            PIC X(10).
         05 FILLER                      PIC X(11).
