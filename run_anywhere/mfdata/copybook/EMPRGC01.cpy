      *
      * Volume-Gate Tolerance Card COBOL Layout
      * Read by EMPRGT01 (EMPPROD.RUNCTL.GATE.CARD) to set how far
      * a night may stray from the rolling average of the nights
      * before it before the master rotation is held.  Any field
      * left blank (or not numeric) takes the default shown.
      *
      *   EMP-RGC-NIGHTS      nights in the rolling average (20,
      *                       at most 50)
      *   EMP-RGC-MIN-NIGHTS  fewer nights of history than this
      *                       and the gate reports but does not
      *                       hold (5)
      *   EMP-RGC-TOLERANCE   one entry each for (1) transaction
      *                       volume, (2) adds, (3) deletes and
      *                       (4) rejects: a night is out of
      *                       tolerance when its count differs from
      *                       the average by more than EMP-RGC-PCT
      *                       percent of the average plus
      *                       EMP-RGC-SLACK records.  The slack
      *                       keeps small counts (a handful of
      *                       deletes) from tripping on ordinary
      *                       noise.  Defaults 50%/100, 100%/25,
      *                       100%/25, 100%/25.
      *   EMP-RGC-HASH-PCT    net salary-hash movement: tonight's
      *   EMP-RGC-HASH-SLACK  movement of the new-master salary
      *                       hash, either way, may exceed the
      *                       average movement by this percent plus
      *                       this many whole dollars (100% /
      *                       250000).
      *
       01 EMP-GATE-CARD.
         05 EMP-RGC-NIGHTS              PIC 9(02).
         05 FILLER                      PIC X(01).
         05 EMP-RGC-MIN-NIGHTS          PIC 9(02).
         05 FILLER                      PIC X(01).
         05 EMP-RGC-TOLERANCE OCCURS 4 TIMES.
            10 EMP-RGC-PCT              PIC 9(03).
            10 FILLER                   PIC X(01).
            10 EMP-RGC-SLACK            PIC 9(05).
            10 FILLER                   PIC X(01).
         05 EMP-RGC-HASH-PCT            PIC 9(03).
         05 FILLER                      PIC X(01).
         05 EMP-RGC-HASH-SLACK          PIC 9(09).
         05 FILLER                      PIC X(21).
