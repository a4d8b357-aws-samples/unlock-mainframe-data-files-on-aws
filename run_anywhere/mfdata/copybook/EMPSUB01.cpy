      *
      * Masking Substitution Table COBOL Layout
      * One record per substitute value used by EMPMSK01 when it
      * builds the de-identified test copy of the employee files.
      * Maintained by hand like the department and grade reference
      * files, and holds invented values only - never a real name
      * or address.  EMP-SUB-TYPE says where the value is used:
      *   "F"  - first name (employees and dependents)
      *   "L"  - surname (a dependent takes the employee's)
      *   "S"  - street name for the first address line, e.g.
      *          "MAPLE AVENUE" (EMPMSK01 puts a house number in
      *          front, so keep it to 20 characters)
      *   "C"  - city/state/ZIP line, e.g. "SPRINGFIELD IL 62704"
      * Each type needs at least two entries and at most 500, and
      * the values within a type must all differ - when a drawn
      * value happens to match the real one, the next entry is
      * used instead.  A value may hold single spaces but not two
      * in a row.
      *
       01 EMP-SUBST-RECORD.
         05 EMP-SUB-TYPE                PIC X(01).
         05 FILLER                      PIC X(01).
         05 EMP-SUB-VALUE               PIC X(25).
         05 FILLER                      PIC X(53).
