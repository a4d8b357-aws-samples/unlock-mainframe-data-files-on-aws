      *
      * Suspense Re-entry Register COBOL Layout
      * One record per suspended item EMPSUS01 put back into the
      * nightly extract: the item's suspense reference number and
      * the 150-byte image exactly as it was re-entered.  The
      * transaction image has no room to carry the reference, so
      * the register carries it alongside - EMPVAL01 and EMPUPD01
      * look every reject up here and, when it is a re-entered
      * image, write its suspense record under the original
      * EMP-SUS-REF-NO instead of a new one.  EMPSUS01 then ties
      * the re-failure to the re-entered item by that reference.
      *
      * EMPSUS01 writes EMPPROD.TRAN.SUSPENSE.REENTRY.NEW and the
      * EMPSSWP step renames it live, so the register always
      * describes the re-entries made at the top of tonight's run.
      *
      * An "A" re-entered with a blank EMP-ID is keyed by EMPASN01
      * before either step sees it, so an entry whose EMP-ID is
      * blank matches on the rest of the image alone.
      *
       01 EMP-REENTRY-RECORD.
         05 EMP-RER-REF-NO              PIC X(16).
         05 EMP-RER-TRAN                PIC X(150).
         05 FILLER                      PIC X(14).
