      *
      * Rejected-Transaction Suspense COBOL Layout
      * One record per transaction that EMPVAL01 (field edits) or
      * EMPUPD01 (2600-LOG-REJECT) refused: the full 150-byte
      * transaction image exactly as it was rejected, the reason,
      * and the date it first failed.  Both steps append to
      * EMPPROD.TRAN.SUSPENSE; EMPSUS01 at the top of EMPNITE0
      * applies the clerks' correction records (EMPSCR01), puts
      * corrected items back into the nightly extract and ages
      * whatever is still open.
      *
      * EMP-SUS-STATUS -
      *   "N"   - new tonight, written by EMPVAL01 / EMPUPD01
      *   "O"   - open, carried forward by EMPSUS01
      *   "R"   - re-entered into the extract by EMPSUS01; dropped
      *           the next night unless the re-entered image fails
      *           again.  EMPVAL01/EMPUPD01 find it on the re-entry
      *           register (EMPRER01) and write that reject under
      *           this item's reference number, and EMPSUS01 gives
      *           it this item's first-failed date and fail count
      *
      * EMP-SUS-REF-NO identifies the item to the clerks: the
      * CCYYMMDD it was first written, the step ("V" = EMPVAL01,
      * "U" = EMPUPD01), the update partition ("00" on a
      * single-pass run) and a sequence within that step.  It
      * stays with the item through every re-entry and re-failure.
      *
      * EMP-SUS-REASON-CODE -
      *   VDOB  EMP-DOB not a valid calendar date      (EMPVAL01)
      *   VSAL  salary not positive or over ceiling
      *   VDEP  negative dependents count
      *   VYOE  EMP-YOE-CUR over EMP-YOE-TOTAL
      *   VDPT  dept code not on EMPDREF
      *   VGRD  grade code not on EMPGREF
      *   VBND  salary outside the grade band
      *   URNG  outside the partition key range        (EMPUPD01)
      *   UNOM  no matching master record
      *   UIDX  EMP-ID-X does not match numeric EMP-ID
      *   UNRH  no archived record for rehire
      *   UDRH  rehire key already on master
      *   UDAD  add key already on master
      *   UCOD  unrecognized action code
      * A transaction failing several edits is suspended once,
      * under the first edit it failed.
      *
       01 EMP-SUSPENSE-RECORD.
         05 EMP-SUS-TRAN                PIC X(150).
         05 EMP-SUS-STATUS              PIC X(01).
         05 EMP-SUS-REF-NO.
            10 EMP-SUS-REF-DATE         PIC X(08).
            10 EMP-SUS-REF-STEP         PIC X(01).
            10 EMP-SUS-REF-PART         PIC X(02).
            10 EMP-SUS-REF-SEQ          PIC 9(05).
         05 EMP-SUS-REASON-CODE         PIC X(04).
         05 EMP-SUS-REASON-TEXT         PIC X(50).
         05 EMP-SUS-FIRST-FAILED        PIC X(10).
         05 EMP-SUS-LAST-ACTION         PIC X(10).
         05 EMP-SUS-FAIL-COUNT          PIC 9(03).
         05 EMP-SUS-CLERK-ID            PIC X(08).
         05 FILLER                      PIC X(08).
