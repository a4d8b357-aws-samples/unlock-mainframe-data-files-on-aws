      * (EMPNITP0); spaces on a classic single-pass run.  The
      * balancing step sums every EMPUPD01 record it finds, so
      * one record per partition still proves the whole chain.
      *
      * EMP-RUN-GATE-CODE is used only on the "EMPRGT01" record the
      * volume gate (EMPRGT01) posts to the run-control history
      * after it has judged a night against the nights before it:
      *   "P" - within tolerance, rotation released
      *   "O" - out of tolerance, released by operator override
      *   "H" - out of tolerance, rotation held
      * A night whose latest gate record is "H" never went live: it
      * is left out of later baselines and passed over by forward
      * recovery (EMPRCS01).  Space on every other record.
      *
       01 EMP-RUN-CTL-RECORD.
         05 EMP-RUN-STEP                PIC X(08).
         05 EMP-RUN-SALARY-HASH         PIC 9(13)V99.
         05 EMP-RUN-TRAN-HASH           PIC 9(13)V99.
         05 EMP-RUN-PART-ID             PIC X(02).
         05 EMP-RUN-GATE-CODE           PIC X(01).
         05 FILLER                      PIC X(03).
