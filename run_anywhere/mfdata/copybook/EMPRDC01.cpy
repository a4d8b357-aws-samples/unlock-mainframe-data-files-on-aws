      *
      * Run-Date Card COBOL Layout
      * Fixes the run date the master update applies a night
      * under.  EMPRDT01 writes it once per night ahead of EMPUPDT
      * (EMPPROD.RUNDATE.CARD) so every partition, a restarted
      * EMPUPDT and the EMPRAR01 archive step all use the same
      * date; the forward-recovery replay (EMPRCS01) writes one
      * per replayed night carrying that night's original stamp.
      * EMPUPD01 reads the card on its optional EMPUDTE DD - with
      * no card it takes the system date as it always has.
      *
      * EMP-RDC-RUN-DATE is CCYYMMDD; EMP-RDC-RUN-TIME is the
      * HHMMSS the stamp was fixed and with the date identifies
      * the night in the extract archive and run-control history.
      *
       01 EMP-RUN-DATE-CARD.
         05 EMP-RDC-RUN-DATE            PIC X(08).
         05 FILLER                      PIC X(01).
         05 EMP-RDC-RUN-TIME            PIC X(06).
         05 FILLER                      PIC X(65).
