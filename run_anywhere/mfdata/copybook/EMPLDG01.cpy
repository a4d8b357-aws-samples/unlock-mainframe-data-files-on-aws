      * carried numerically in EMP-LDG-BEFORE-AMT/AFTER-AMT so the
      * monthly activity report can total dollar movement without
      * re-parsing the text.
      * EMP-LDG-APPROVER-ID is the user ID that released the
      * transaction from the EMPAPR01 approval hold; spaces for a
      * change that did not need approval.
      *
       01 EMP-LEDGER-RECORD.
         05 EMP-LDG-EMP-ID              PIC 9(05).
         05 EMP-LDG-AFTER               PIC X(25).
         05 EMP-LDG-BEFORE-AMT          PIC S9(7)V99.
         05 EMP-LDG-AFTER-AMT           PIC S9(7)V99.
         05 EMP-LDG-APPROVER-ID         PIC X(08).
         05 FILLER                      PIC X(13).
