      *
      * Run-Control History COBOL Layout
      * One record per EMPRUN01 run-control record, kept for good
      * behind the nightly copy (EMPPROD.RUNCTL.NIGHTLY) that the
      * next night overwrites.  EMPRAR01 appends every record of a
      * balanced night - the EMPVAL01 record and each EMPUPD01
      * record, one per partition on an EMPNITP0 night - to
      * EMPPROD.RUNCTL.HISTORY with the same night stamp as that
      * night's block of the extract archive (EMPTXA01), so a
      * replayed night can be proved against the totals the
      * original run produced.  The volume gate (EMPRGT01), which
      * runs next, appends its verdict on the night as an
      * "EMPRGT01" record under the same stamp.  EMP-RNH-RUN-CTL
      * is the 100-byte EMPRUN01 image; programs needing its
      * fields overlay it with the EMPRUN01 layout.
      *
      * The forward-recovery journal (EMPPROD.RECOVERY.JOURNAL)
      * uses the same layout: a starting record from the restore
      * (EMP-RUN-STEP "EMPRCR01", stamped with the backup set) and
      * one EMPUPD01 record per night replayed and proved.
      *
       01 EMP-RUN-HISTORY-RECORD.
         05 EMP-RNH-STAMP.
            10 EMP-RNH-RUN-DATE         PIC X(08).
            10 EMP-RNH-RUN-TIME         PIC X(06).
         05 EMP-RNH-RUN-CTL             PIC X(100).
         05 FILLER                      PIC X(06).
