      *
      * Benefits Retro-Change COBOL Layout
      * One record per change that moves what an employee's
      * benefit deduction should be, with the date the change
      * truly took effect.  Appended to
      * EMPPROD.BENEFITS.RETRO.CHANGES by the programs that make
      * the change:
      *   "D" - EMPDEP01 dependent add/delete (effective date keyed
      *         on the dependent transaction, else the run date)
      *   "G" - EMPDAG01 age-out (date of birth plus the coverage
      *         age limit, however late the pass that caught it)
      *   "L" - EMPUPD01 unpaid leave start  } effective date keyed
      *   "B" - EMPUPD01 return from leave   } on the transaction,
      *                                        else the run date
      * EMP-RTC-DEP-DELTA is the change in active dependents (+1 on
      * an add, -1 on a delete or age-out, zero on L/B).
      * EMP-RTC-POSTED-DATE is the date the change was applied.
      * EMPRTB01 prices every change not yet priced against the
      * pay periods it reaches back into, stamps EMP-RTC-PRICED-
      * DATE, and keeps the record inside its look-back window so
      * a later back-dated change can still be walked back
      * through it.
      *
       01 EMP-RETRO-CHANGE-RECORD.
         05 EMP-ID                      PIC 9(05).
         05 EMP-RTC-EFF-DATE            PIC X(10).
         05 EMP-RTC-SOURCE              PIC X(01).
         05 EMP-RTC-DEP-SEQ             PIC 9(02).
         05 EMP-RTC-DEP-DELTA           PIC S9(02).
         05 EMP-RTC-POSTED-DATE         PIC X(10).
         05 EMP-RTC-PRICED-DATE         PIC X(10).
         05 FILLER                      PIC X(40).
