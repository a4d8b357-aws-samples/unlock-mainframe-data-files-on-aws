      *
      * Nightly Extract Archive COBOL Layout
      * One record per transaction in a night's final sorted
      * extract - the file EMPUPDT applied - appended by EMPRAR01
      * to EMPPROD.TRAN.EXTRACT.ARCHIVE once the night has
      * balanced.  Every record of a night carries the same
      * night stamp: the run date EMPUPD01 applied the extract
      * under and the time of day it was fixed (see EMPRDT01).  A
      * night rerun on the same date appends a second block with
      * a later time; the forward-recovery replay (EMPRCS01) takes
      * the last block for each date, which is the one that went
      * live.  EMP-TXA-SEQ keeps the applied order within a night.
      * Blocks older than the oldest retained backup set are
      * trimmed by the backup job (EMPBKP01).
      *
       01 EMP-TRAN-ARCHIVE-RECORD.
         05 EMP-TXA-STAMP.
            10 EMP-TXA-RUN-DATE         PIC X(08).
            10 EMP-TXA-RUN-TIME         PIC X(06).
         05 EMP-TXA-SEQ                 PIC 9(07).
         05 EMP-TXA-TRAN                PIC X(150).
         05 FILLER                      PIC X(09).
