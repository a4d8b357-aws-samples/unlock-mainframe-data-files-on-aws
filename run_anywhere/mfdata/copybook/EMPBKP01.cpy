      *
      * Recovery Backup COBOL Layout
      * The scheduled full unload (EMPBKUP0 / EMPBKP01) writes one
      * backup set per run to EMPPROD.RECOVERY.BACKUP - a header,
      * every record of the employee master, address history,
      * terminated archive and dependent detail, and a trailer
      * with the counts and the master salary hash.  Every record
      * of a set carries the set stamp (the date and time the
      * unload ran).  Sets are kept in stamp order and dropped once
      * older than the retention period on the backup job's
      * control card.  EMP-BKP-IMAGE holds the source record
      * left-justified; programs needing its fields overlay it
      * with the source layout.
      *
      * EMP-BKP-FILE-ID -
      *   "HDR "  first record of a set; image unused
      *   "MAST"  EMPREC01 employee master record (150)
      *   "ADRH"  EMPADR01 address history record (100)
      *   "ARCH"  EMPARC01 terminated archive record (170)
      *   "DEPD"  EMPDPD01 dependent detail record (80)
      *   "TRL "  last record of a set; image is EMP-BKP-TRAILER
      * EMP-BKP-SEQ numbers the records of a set from 1.
      *
       01 EMP-BACKUP-RECORD.
         05 EMP-BKP-STAMP.
            10 EMP-BKP-DATE             PIC X(08).
            10 EMP-BKP-TIME             PIC X(06).
         05 EMP-BKP-FILE-ID             PIC X(04).
         05 EMP-BKP-SEQ                 PIC 9(09).
         05 EMP-BKP-IMAGE               PIC X(170).
         05 EMP-BKP-TRAILER REDEFINES EMP-BKP-IMAGE.
            10 EMP-BKP-MAST-COUNT       PIC 9(09).
            10 EMP-BKP-ADRH-COUNT       PIC 9(09).
            10 EMP-BKP-ARCH-COUNT       PIC 9(09).
            10 EMP-BKP-DEPD-COUNT       PIC 9(09).
            10 EMP-BKP-SALARY-HASH      PIC 9(13)V99.
            10 FILLER                   PIC X(119).
         05 FILLER                      PIC X(03).
