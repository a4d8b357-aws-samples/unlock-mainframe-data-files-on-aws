      *
      * Suspense Correction COBOL Layout
      * One record per clerk action against an item on the
      * rejected-transaction suspense file (EMPSPN01), keyed by the
      * item's EMP-SUS-REF-NO as printed on the EMPSUS01 aging
      * report.
      *
      * EMP-SCR-ACTION -
      *   "R"   - resubmit.  EMP-SCR-TRAN is the corrected 150-byte
      *           transaction image; if it is left blank the
      *           suspended image is resubmitted unchanged (for a
      *           reject whose cause was fixed elsewhere, such as a
      *           department since added to EMPDREF).
      *   "X"   - withdraw.  The item is dropped from suspense and
      *           listed; nothing is re-entered.
      * EMP-SCR-CLERK-ID is carried onto the suspense record for
      * the audit trail, and its first six bytes replace the maker
      * in the last six bytes of a resubmitted image, so the clerk
      * is the maker at the EMPAPR01 approval hold.
      *
       01 EMP-CORRECTION-RECORD.
         05 EMP-SCR-REF-NO              PIC X(16).
         05 EMP-SCR-ACTION              PIC X(01).
         05 EMP-SCR-CLERK-ID            PIC X(08).
         05 FILLER                      PIC X(25).
         05 EMP-SCR-TRAN                PIC X(150).
