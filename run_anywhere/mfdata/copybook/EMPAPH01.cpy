      *
      * Approval-Hold (Maker-Checker) COBOL Layout
      * One record per sensitive transaction EMPAPR01 took out of
      * the nightly extract to wait for a second person's sign-off:
      * the full 150-byte transaction image exactly as it will go
      * on to EMPVALD once released, why it was held, who keyed it
      * and, once decided, who approved or rejected it.  The live
      * hold file is EMPPROD.TRAN.APPROVAL.HOLD; EMPAPR01 also
      * writes every item it releases, in this layout, to the
      * night's approved-item journal that EMPUPD01 reads to carry
      * the approver onto the change ledger.
      *
      * EMP-APH-STATUS -
      *   "H"   - held, waiting for an approval card
      *   "A"   - approved and released into tonight's extract
      *   "J"   - rejected by the approver; never applied
      *
      * EMP-APH-REF-NO is the number the approver quotes on the
      * approval card (EMPAPC01): the CCYYMMDD the item was held
      * and a sequence within that night.
      *
      * EMP-APH-REASON-CODE -
      *   RAIS  salary raise over the configured percent
      *   GRAD  grade code change
      *   TERM  termination ("D")
      *   LEAV  placed on leave ("L")
      *   RTRN  returned from leave ("B")
      * An item meeting several limits is held once, under the
      * first of these it met.
      *
      * EMP-APH-SUBMITTER-ID is the maker - the keying user ID the
      * source stamped in the last six bytes of the transaction
      * image.  EMPLOD01 takes it from the required CSV column 14
      * and EMPMSA01 from the required requester on the mode card
      * (cols 10-15); both reject a record without one.  EMPSUS01
      * stamps the correcting clerk on a re-entered image.  An
      * image with no maker is held as UNKNOWN and EMPAPR01 will
      * not release it.  Only six bytes of maker ride in the image,
      * so a longer user ID is held here truncated to six; EMPAPR01
      * compares the first six bytes of the approver ID against it
      * and refuses the card when they are equal.
      *
      * EMP-APH-OLD-SALARY, -RAISE-PCT and -OLD-GRADE are the
      * master values at hold time, for the approver's listing.
      *
       01 EMP-APPROVAL-HOLD-RECORD.
         05 EMP-APH-TRAN                PIC X(150).
         05 EMP-APH-STATUS              PIC X(01).
         05 EMP-APH-REF-NO.
            10 EMP-APH-REF-DATE         PIC X(08).
            10 EMP-APH-REF-SEQ          PIC 9(05).
         05 EMP-APH-REASON-CODE         PIC X(04).
         05 EMP-APH-REASON-TEXT         PIC X(40).
         05 EMP-APH-SUBMITTER-ID        PIC X(08).
         05 EMP-APH-HELD-DATE           PIC X(10).
         05 EMP-APH-OLD-SALARY          PIC S9(7)V99.
         05 EMP-APH-RAISE-PCT           PIC S9(5)V99.
         05 EMP-APH-OLD-GRADE           PIC X(02).
         05 EMP-APH-APPROVER-ID         PIC X(08).
         05 EMP-APH-DECISION-DATE       PIC X(10).
         05 FILLER                      PIC X(08).
