      *
      * Service-Date Card COBOL Layout
      * One card per employee whose hire date or adjusted service
      * date is to be loaded or corrected, keyed from the personnel
      * file into EMPPROD.SERVICE.DATE.CARDS and applied to the
      * master by EMPSVC01 on its next monthly run.  Used to load
      * the dates for employees hired before the master carried
      * them (EMPREC01 EMP-SVC-DATES), and to put right a date
      * keyed wrong.
      *
      * EMP-SDC-HIRE-DATE - original date of hire, CCYY-MM-DD
      * EMP-SDC-SVC-DATE  - adjusted service date, CCYY-MM-DD; blank
      *                     means the same as the hire date (no
      *                     break in service).  May not be before
      *                     the hire date.
      * EMP-SDC-CLERK-ID  - who keyed the card; must be present.
      *                     Printed on the accrual report beside the
      *                     dates it set.
      *
       01 EMP-SERVICE-DATE-CARD.
         05 EMP-SDC-EMP-ID              PIC X(05).
         05 FILLER                      PIC X(01).
         05 EMP-SDC-HIRE-DATE           PIC X(10).
         05 FILLER                      PIC X(01).
         05 EMP-SDC-SVC-DATE            PIC X(10).
         05 FILLER                      PIC X(01).
         05 EMP-SDC-CLERK-ID            PIC X(08).
         05 FILLER                      PIC X(44).
