      *
      * Duplicate-Person Hold COBOL Layout
      * One record per "A" transaction EMPDUP01 took out of the
      * nightly extract because its name and date of birth match
      * someone already known - on the live master, in the
      * terminated archive, or on another add the same night.  The
      * full 150-byte add image is kept exactly as keyed, with the
      * candidate it matched, until a clerk's decision card
      * (EMPDUC01) settles it.  The live hold file is
      * EMPPROD.TRAN.DUPLICATE.HOLD.
      *
      * EMP-DUH-STATUS -
      *   "H"   - held, waiting for a decision card
      *   "R"   - re-coded as an "R" rehire of the candidate and
      *           released into tonight's extract
      *   "N"   - confirmed a different person; released as an add
      *   "X"   - withdrawn by the clerk; never applied
      *
      * EMP-DUH-REF-NO is the number quoted on the decision card:
      * the CCYYMMDD the add was held and a sequence within that
      * night.
      *
      * EMP-DUH-REASON-CODE / EMP-DUH-CAND-SOURCE -
      *   DUPM / "M"  same person already active on the master
      *   DUPA / "A"  former employee in the terminated archive -
      *               a true rehire that should be re-coded "R"
      *   DUPN / "N"  same person on an earlier add tonight
      * A master match outranks an archive match, which outranks a
      * same-night match.  EMP-DUH-MATCH-COUNT is how many records
      * matched in all; the candidate fields describe the one
      * chosen (for the archive, the latest termination).
      *
       01 EMP-DUPLICATE-HOLD-RECORD.
         05 EMP-DUH-TRAN                PIC X(150).
         05 EMP-DUH-STATUS              PIC X(01).
         05 EMP-DUH-REF-NO.
            10 EMP-DUH-REF-DATE         PIC X(08).
            10 EMP-DUH-REF-SEQ          PIC 9(05).
         05 EMP-DUH-REASON-CODE         PIC X(04).
         05 EMP-DUH-REASON-TEXT         PIC X(40).
         05 EMP-DUH-CAND-ID             PIC X(05).
         05 EMP-DUH-CAND-SOURCE         PIC X(01).
         05 EMP-DUH-CAND-NAME           PIC X(25).
         05 EMP-DUH-CAND-STATUS         PIC X(01).
         05 EMP-DUH-CAND-TERM-DATE      PIC X(10).
         05 EMP-DUH-MATCH-COUNT         PIC 9(03).
         05 EMP-DUH-HELD-DATE           PIC X(10).
         05 EMP-DUH-CLERK-ID            PIC X(08).
         05 EMP-DUH-DECISION-DATE       PIC X(10).
         05 FILLER                      PIC X(19).
