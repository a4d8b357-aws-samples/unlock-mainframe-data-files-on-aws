      *
      * Duplicate-Person Decision Card COBOL Layout
      * One card per clerk decision on a held add (EMPDUH01),
      * keyed into EMPPROD.TRAN.DUPLICATE.CARDS during the day and
      * worked by EMPDUP01 that night.
      *
      * EMP-DUC-DECISION -
      *   "R"   - the same person coming back: release the add
      *           re-coded as an "R" rehire under EMP-DUC-REHIRE-ID,
      *           or under the held candidate's EMP-ID when that
      *           column is blank, so EMPUPD01 restores the prior
      *           tenure and address from the archive
      *   "N"   - a different person: release the add unchanged
      *   "X"   - withdraw the add; it is dropped
      *
      * EMP-DUC-CLERK-ID must be present or the card is refused
      * and the add stays held.  EMP-DUC-COMMENT is printed on the
      * duplicate-person listing only.
      *
       01 EMP-DUPLICATE-CARD.
         05 EMP-DUC-REF-NO              PIC X(13).
         05 FILLER                      PIC X(01).
         05 EMP-DUC-DECISION            PIC X(01).
         05 FILLER                      PIC X(01).
         05 EMP-DUC-CLERK-ID            PIC X(08).
         05 FILLER                      PIC X(01).
         05 EMP-DUC-REHIRE-ID           PIC X(05).
         05 FILLER                      PIC X(01).
         05 EMP-DUC-COMMENT             PIC X(30).
         05 FILLER                      PIC X(19).
