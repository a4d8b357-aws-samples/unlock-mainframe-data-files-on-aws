      * incoming salary outside the employee's band rejects.
      * Space on a record written before the grade existed means
      * "no band assigned" - EMPGAU01 surfaces those.
      *
      * EMP-SVC-DATES holds the original date of hire and the
      * adjusted service date (the hire date moved later by every
      * break in service) as day numbers, 1 = 1900-01-01.  EMPUPD01
      * sets both on an add and carries them across a rehire;
      * EMPSVC01 loads or corrects them and accrues EMP-YOE-TOTAL
      * from the service date.  Zero - or not numeric, on records
      * written before the dates existed - means not on file.  On
      * the transaction file these six bytes carry the keying
      * user ID (the maker - see EMPAPR01) instead, which is why
      * the dates REDEFINE a plain character area: a MOVE
      * CORRESPONDING from a transaction moves EMP-SVC-DATE-AREA as
      * characters and never touches the packed fields.
      *
       01 EMP-RECORD.
         05 EMP-ID                      PIC 9(5).
         05 EMP-DEPT-CODE               PIC X(4).
         05 EMP-STATUS-CODE             PIC X(1).
         05 EMP-GRADE-CODE              PIC X(2).
         05 EMP-SVC-DATE-AREA           PIC X(6).
         05 EMP-SVC-DATES REDEFINES EMP-SVC-DATE-AREA.
            10 EMP-HIRE-DAYNO           PIC 9(5) COMP-3.
            10 EMP-SVC-DAYNO            PIC 9(5) COMP-3.

