      *
      * Approval Card COBOL Layout
      * One card per approver decision on a held item (EMPAPH01),
      * keyed into EMPPROD.TRAN.APPROVAL.CARDS during the day and
      * worked by EMPAPR01 that night.
      *
      * EMP-APC-DECISION -
      *   "A"   - approve: the held transaction is released into
      *           the nightly extract
      *   "J"   - reject: the held transaction is dropped
      *
      * EMP-APC-APPROVER-ID must be present and must differ from
      * the submitter on the held item, otherwise the card is
      * refused and the item stays held.  The submitter is only
      * the six bytes of user ID the image carries, so the first
      * six bytes of the approver ID must differ.
      * EMP-APC-COMMENT is printed on the approval listing only.
      *
       01 EMP-APPROVAL-CARD.
         05 EMP-APC-REF-NO              PIC X(13).
         05 FILLER                      PIC X(01).
         05 EMP-APC-DECISION            PIC X(01).
         05 FILLER                      PIC X(01).
         05 EMP-APC-APPROVER-ID         PIC X(08).
         05 FILLER                      PIC X(01).
         05 EMP-APC-COMMENT             PIC X(30).
         05 FILLER                      PIC X(25).
