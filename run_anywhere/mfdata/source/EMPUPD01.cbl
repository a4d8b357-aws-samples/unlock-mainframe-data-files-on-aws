001609*                   LOW KEY AND READS STOP PAST THE HIGH
001611*                   KEY, SO N SLICES RUN AS N STEPS.  NO
001612*                   CARD MEANS THE CLASSIC FULL-FILE PASS.
001613*  10/15/26   JDM   EVERY TRANSACTION REJECTED THROUGH
001614*                   2600-LOG-REJECT IS NOW ALSO WRITTEN, WHOLE,
001615*                   TO THE REJECTED-TRANSACTION SUSPENSE FILE
001616*                   (EMPSUSP) WITH A REASON CODE AND THE DATE
001617*                   IT FIRST FAILED, FOR CORRECTION AND
001618*                   RE-ENTRY THROUGH EMPSUS01.
001619*  10/15/26   JDM   APPROVED-ITEM JOURNAL (EMPAPJN) FROM THE
001621*                   EMPAPR01 APPROVAL HOLD IS LOADED AT START-
001623*                   UP; A TRANSACTION RELEASED BY AN APPROVER
001625*                   CARRIES THE APPROVER'S USER ID ONTO EVERY
001627*                   LEDGER RECORD IT WRITES.
001629*  10/15/26   JDM   OPTIONAL RUN-DATE CARD (EMPUDTE) FIXES THE
001631*                   DATE THE NIGHT IS APPLIED UNDER, SO ALL
001633*                   PARTITIONS, A RESTART AND A FORWARD-
001635*                   RECOVERY REPLAY OF AN ARCHIVED NIGHT
001637*                   STAMP THE ARCHIVE, HISTORY AND LEDGER
001639*                   WITH THE NIGHT'S ORIGINAL DATE.  NO CARD
001641*                   MEANS THE SYSTEM DATE, AS BEFORE.
001643*  10/15/26   JDM   AN "L"/"B" THAT CHANGES THE STATUS NOW
001645*                   WRITES A RETRO-CHANGE RECORD (EMPRTCO)
001647*                   FOR THE EMPRTB01 ARREARS/REFUND PRICING.
001649*                   THE DATE THE LEAVE REALLY STARTED OR
001651*                   ENDED RIDES IN EMP-SALARY-DIFF AS
001653*                   CCYYMMDD (ZERO MEANS THE RUN DATE).
001655*  10/15/26   JDM   ADDS AND REHIRES NOW SET THE HIRE DATE AND
001657*                   ADJUSTED SERVICE DATE (EMP-SVC-DATES).  AN
001659*                   ADD STARTS BOTH ON ITS START DATE; A
001661*                   REHIRE KEEPS THE ARCHIVED HIRE DATE AND
001663*                   MOVES THE SERVICE DATE LATER BY THE BREAK
001665*                   SINCE TERMINATION.  THE START DATE RIDES
001667*                   IN EMP-SALARY-DIFF AS CCYYMMDD LIKE AN
001669*                   "L"/"B" DATE (ZERO MEANS THE RUN DATE).
001694*  10/15/26   JDM   START AND LEAVE DATES IN EMP-SALARY-DIFF
001719*                   NOW EDITED FOR THE LENGTH OF THE MONTH,
001744*                   WITH FEBRUARY 29 ONLY IN A LEAP YEAR.
001746*  10/15/26   JDM   A REJECT OF AN ITEM EMPSUS01 RE-ENTERED
001748*                   TONIGHT IS WRITTEN TO SUSPENSE UNDER THE
001750*                   ITEM'S ORIGINAL REFERENCE NUMBER, FOUND ON
001752*                   THE OPTIONAL RE-ENTRY REGISTER (EMPRERI),
001754*                   SO EMPSUS01 TIES THE RE-FAILURE TO THAT
001756*                   ITEM BY REFERENCE.
001769************************************************************
001794*
001800************************************************************
001900*  PURPOSE -                                                *
002000*    MATCHES A SORTED TRANSACTION FILE (ADD/CHANGE/DELETE)   *
002500*    WHOSE EMP-ID-X ALPHA REDEFINITION DOES NOT AGREE WITH   *
002600*    ITS NUMERIC EMP-ID IS REJECTED RATHER THAN APPLIED, AND *
002700*    IS LOGGED TO THE UPDATE AUDIT REPORT.                   *
002710*    THE REJECTED TRANSACTION IS ALSO WRITTEN WHOLE TO THE   *
002720*    SUSPENSE FILE (EMPSPN01 LAYOUT) SO IT CAN BE CORRECTED  *
002730*    AND RE-ENTERED RATHER THAN KEYED AGAIN.                 *
002732*    A REJECT OF AN IMAGE EMPSUS01 RE-ENTERED TONIGHT (ON    *
002734*    THE RE-ENTRY REGISTER, EMPRER01 LAYOUT) KEEPS THAT      *
002736*    ITEM'S ORIGINAL SUSPENSE REFERENCE NUMBER.              *
002740*    A TRANSACTION RELEASED FROM THE APPROVAL HOLD IS FOUND  *
002750*    IN THE APPROVED-ITEM JOURNAL AND ITS APPROVER IS        *
002760*    STAMPED ON THE LEDGER ALONGSIDE THE CHANGE.             *
002770*    AN "L" OR "B" THAT CHANGES THE STATUS IS ALSO WRITTEN  *
002780*    TO THE BENEFITS RETRO-CHANGE FILE (EMPRTC01), DATED    *
002790*    FROM THE CCYYMMDD THE TRANSACTION CARRIES IN           *
002791*    EMP-SALARY-DIFF, SO A LATE-KEYED LEAVE IS PRICED BACK. *
002792*    AN ADD OR REHIRE SETS THE HIRE AND ADJUSTED SERVICE     *
002793*    DATES; A REHIRE'S SERVICE DATE IS MOVED LATER BY THE    *
002794*    DAYS BETWEEN ITS LAST TERMINATION AND ITS RETURN.       *
002800************************************************************
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
005383         ORGANIZATION IS SEQUENTIAL
005385         ACCESS MODE IS SEQUENTIAL
005387         FILE STATUS IS WS-CKPT-STATUS.
005388
005389     SELECT EMP-SUSPENSE-FILE ASSIGN TO EMPSUSP
005390         ORGANIZATION IS SEQUENTIAL
005391         ACCESS MODE IS SEQUENTIAL
005392         FILE STATUS IS WS-SUSP-STATUS.
005393
005395     SELECT EMP-APPROVED-FILE ASSIGN TO EMPAPJN
005397         ORGANIZATION IS SEQUENTIAL
005399         ACCESS MODE IS SEQUENTIAL
005401         FILE STATUS IS WS-APJN-STATUS.
005403
005405     SELECT EMP-UDTE-FILE ASSIGN TO EMPUDTE
005407         ORGANIZATION IS SEQUENTIAL
005409         ACCESS MODE IS SEQUENTIAL
005411         FILE STATUS IS WS-UDTE-STATUS.
005412
005413     SELECT EMP-REENTRY-FILE ASSIGN TO EMPRERI
005414         ORGANIZATION IS SEQUENTIAL
005415         ACCESS MODE IS SEQUENTIAL
005416         FILE STATUS IS WS-RERI-STATUS.
005417
005418     SELECT EMP-RETRO-FILE ASSIGN TO EMPRTCO
005419         ORGANIZATION IS SEQUENTIAL
005420         ACCESS MODE IS SEQUENTIAL
005421         FILE STATUS IS WS-RTCO-STATUS.
005423*
005425************************************************************
005427*    NIGHTLY RESTART: A CHECKPOINT IS TAKEN EVERY 1000
005429*    TRANSACTIONS READ SO AN ABEND PARTWAY THROUGH THE RUN
005431*    CAN BE RESTARTED FROM THE LAST CHECKPOINT (JCL RD=
005433*    PARAMETER ON THE EMPUPDT STEP) INSTEAD OF REPROCESSING
005435*    THE ENTIRE TRANSACTION FILE FROM THE TOP.  EMP-CKPT-FILE
005437* IS NEVER OPENED, READ OR WRITTEN BY THIS PROGRAM - THE
005439* RERUN CLAUSE BELOW IS WHAT DRIVES CHECKPOINTING; THE
005441* RUNTIME TAKES THE CHECKPOINT AGAINST SYSCKEOV ON ITS
005443* OWN EVERY 1000 EMP-TRAN-FILE RECORDS.  THE FD AND
005445* RECORD ARE DECLARED HERE ONLY BECAUSE I-O-CONTROL'S
005447* RERUN ON PHRASE REQUIRES A FILE-NAME THAT HAS BEEN
005449* SELECTED AND DESCRIBED.
005451************************************************************
005453 I-O-CONTROL.
005455     RERUN ON EMP-CKPT-FILE
005457         EVERY 1000 RECORDS OF EMP-TRAN-FILE.
005459*
005461 DATA DIVISION.
005500 FILE SECTION.
005600 FD  EMP-MASTER-OLD-FILE
005700     RECORDING MODE IS F
006700     RECORDING MODE IS F
006800     LABEL RECORDS ARE STANDARD.
006900     COPY EMPREC01
007000         REPLACING ==EMP-STATUS-CODE== BY ==EMP-TRAN-CODE==
007010                   ==EMP-SALARY-DIFF             PIC S9(7)V99
007020                     COMP-3.==
007030               BY  ==EMP-SALARY-DIFF             PIC S9(7)V99
007040                     COMP-3.
007050                  05 EMP-TRAN-EFF-DATE REDEFINES EMP-SALARY-DIFF
007060                                        PIC S9(9) COMP-3.==.
007300
007400 FD  EMP-AUDIT-FILE
007500     RECORDING MODE IS F
007794     05  FILLER                      PIC X(01).
007796     05  EMP-UCTL-PART-ID            PIC X(02).
007798     05  FILLER                      PIC X(66).
007799
007800 FD  EMP-SUSPENSE-FILE
007801     RECORDING MODE IS F
007802     LABEL RECORDS ARE STANDARD.
007803     COPY EMPSPN01.
007808
007813 FD  EMP-APPROVED-FILE
007818     RECORDING MODE IS F
007823     LABEL RECORDS ARE STANDARD.
007828     COPY EMPAPH01.
007833
007838 FD  EMP-UDTE-FILE
007843     RECORDING MODE IS F
007848     LABEL RECORDS ARE STANDARD.
007853     COPY EMPRDC01.
007854
007855 FD  EMP-REENTRY-FILE
007856     RECORDING MODE IS F
007857     LABEL RECORDS ARE STANDARD.
007858     COPY EMPRER01.
007859
007863 FD  EMP-RETRO-FILE
007868     RECORDING MODE IS F
007873     LABEL RECORDS ARE STANDARD.
007878     COPY EMPRTC01.
007883 WORKING-STORAGE SECTION.
007900 77  WS-MAS-OLD-STATUS               PIC X(02)   VALUE "00".
008000 77  WS-MAS-NEW-STATUS               PIC X(02)   VALUE "00".
008100 77  WS-TRAN-STATUS                  PIC X(02)   VALUE "00".
008215 77  WS-RUNC-STATUS                  PIC X(02)   VALUE "00".
008220 77  WS-CKPT-STATUS                  PIC X(02)   VALUE "00".
008230 77  WS-UCTL-STATUS                  PIC X(02)   VALUE "00".
008235 77  WS-SUSP-STATUS                  PIC X(02)   VALUE "00".
008236 77  WS-APJN-STATUS                  PIC X(02)   VALUE "00".
008237 77  WS-UDTE-STATUS                  PIC X(02)   VALUE "00".
008238 77  WS-RERI-STATUS                  PIC X(02)   VALUE "00".
008239 77  WS-RTCO-STATUS                  PIC X(02)   VALUE "00".
008240*
008250 77  WS-RANGE-ACTIVE-SW              PIC X(01)   VALUE "N".
008260     88  WS-RANGE-ACTIVE             VALUE "Y".
009614 77  WS-TRAN-READ-COUNT              PIC 9(07)   COMP VALUE ZERO.
009616 77  WS-NEW-WRITE-COUNT              PIC 9(07)   COMP VALUE ZERO.
009618 77  WS-ADDR-HIST-COUNT              PIC 9(07)   COMP VALUE ZERO.
009619 77  WS-SUSPENSE-COUNT               PIC 9(07)   COMP VALUE ZERO.
009620 77  WS-RETRO-COUNT                  PIC 9(07)   COMP VALUE ZERO.
009621 77  WS-NEW-SALARY-HASH              PIC 9(13)V99 COMP-3
009622                                          VALUE ZERO.
009624 77  WS-TRAN-SALARY-HASH             PIC 9(13)V99 COMP-3
009626                                          VALUE ZERO.
009672         10  WS-ARC-TBL-TERM-DATE    PIC X(10).
009674         10  WS-ARC-TBL-EMPLOYEE     PIC X(150).
009676*
009677************************************************************
009678*  APPROVED-ITEM TABLE - TONIGHT'S RELEASES FROM THE APPROVAL
009679*  HOLD, LOADED FROM EMPAPJN AT START-UP.  EACH TRANSACTION
009680*  READ IS LOOKED UP BY ITS WHOLE 150-BYTE IMAGE; A MATCH
009681*  SETS WS-TRAN-APPROVER-ID FOR THE LEDGER AND IS MARKED
009682*  USED SO TWO IDENTICAL RELEASES EACH FIND THEIR OWN ENTRY.
009683************************************************************
009684 77  WS-APJN-EOF-SW                  PIC X(01)   VALUE "N".
009685     88  WS-APJN-EOF                 VALUE "Y".
009686 77  WS-APR-FOUND-SW                 PIC X(01)   VALUE "N".
009687     88  WS-APR-FOUND                VALUE "Y".
009688 77  WS-APR-TABLE-FULL-SW            PIC X(01)   VALUE "N".
009689     88  WS-APR-TABLE-FULL           VALUE "Y".
009690 77  WS-APR-SUB                      PIC 9(04)   COMP VALUE ZERO.
009691 77  WS-TRAN-APPROVER-ID             PIC X(08)   VALUE SPACE.
009692*
009693 01  WS-APPROVED-TABLE.
009694     05  WS-APR-ENTRY-COUNT          PIC 9(04)   COMP VALUE ZERO.
009695     05  WS-APR-ENTRY OCCURS 2000 TIMES.
009696         10  WS-APR-TBL-TRAN         PIC X(150).
009697         10  WS-APR-TBL-APPROVER     PIC X(08).
009698         10  WS-APR-TBL-USED         PIC X(01).
009699*
009710 01  WS-RUN-DATE-YMD.
009720     05  WS-RUN-DATE-CCYY            PIC 9(04).
009730     05  WS-RUN-DATE-MM              PIC 9(02).
009750*
009760 01  WS-RUN-DATE-EFF                 PIC X(10).
009770 01  WS-RUN-DATE-EFF-PARTS REDEFINES WS-RUN-DATE-EFF.
009771     05  WS-EFF-CCYY                 PIC X(04).
009772     05  WS-EFF-DASH1                PIC X(01).
009773     05  WS-EFF-MM                   PIC X(02).
009774     05  WS-EFF-DASH2                PIC X(01).
009775     05  WS-EFF-DD                   PIC X(02).
009776*
009777************************************************************
009778*  RETRO-CHANGE WORK AREAS - THE CCYYMMDD EFFECTIVE DATE OFF
009779*  AN "L"/"B" TRANSACTION AND THE CCYY-MM-DD FORM WRITTEN.
009780************************************************************
009781 01  WS-TRAN-EFF-YMD                 PIC 9(08)   VALUE ZERO.
009782 01  WS-TRAN-EFF-YMD-PARTS REDEFINES WS-TRAN-EFF-YMD.
009783     05  WS-TRAN-EFF-CCYY            PIC 9(04).
009784     05  WS-TRAN-EFF-MM              PIC 9(02).
009785     05  WS-TRAN-EFF-DD              PIC 9(02).
009786 01  WS-RETRO-EFF-DATE.
009787     05  WS-RETRO-EFF-CCYY           PIC 9(04).
009788     05  FILLER                      PIC X(01)   VALUE "-".
009789     05  WS-RETRO-EFF-MM             PIC 9(02).
009790     05  FILLER                      PIC X(01)   VALUE "-".
009791     05  WS-RETRO-EFF-DD             PIC 9(02).
009792*
009793************************************************************
009794*  SERVICE-DATE WORK AREAS - WS-START-DAYNO IS THE DAY AN ADD
009795*  OR REHIRE STARTS WORK; 2480 TURNS THE CCYYMMDD IN
009796*  WS-DN-DATE INTO THE EMPREC01 DAY NUMBER (1 = 1900-01-01)
009797*  IN WS-DN-DAYNO, WITH THE SAME MARCH-BASED COUNT EMPRTB01
009798*  USES.
009799************************************************************
009800 77  WS-RUN-DAYNO                    PIC 9(05)   COMP VALUE ZERO.
009801 77  WS-START-DAYNO                  PIC 9(05)   COMP VALUE ZERO.
009802 77  WS-TERM-DAYNO                   PIC 9(05)   COMP VALUE ZERO.
009803 77  WS-BREAK-DAYS                   PIC 9(05)   COMP VALUE ZERO.
009804 01  WS-SVC-EDIT-DATE                PIC X(10)   VALUE SPACE.
009805 01  WS-SVC-EDIT-PARTS REDEFINES WS-SVC-EDIT-DATE.
009806     05  WS-SVC-EDIT-CCYY            PIC X(04).
009807     05  FILLER                      PIC X(01).
009808     05  WS-SVC-EDIT-MM              PIC X(02).
009809     05  FILLER                      PIC X(01).
009810     05  WS-SVC-EDIT-DD              PIC X(02).
009811 01  WS-DN-DATE.
009812     05  WS-DN-CCYY                  PIC 9(04).
009813     05  WS-DN-MM                    PIC 9(02).
009814     05  WS-DN-DD                    PIC 9(02).
009815 77  WS-DN-YEAR                      PIC 9(05)   COMP VALUE ZERO.
009816 77  WS-DN-MONTH                     PIC 9(03)   COMP VALUE ZERO.
009817 77  WS-DN-QUOTIENT                  PIC 9(07)   COMP VALUE ZERO.
009818 77  WS-DN-WORK                      PIC 9(07)   COMP VALUE ZERO.
009819 77  WS-DN-DAYS                      PIC 9(07)   COMP VALUE ZERO.
009820 77  WS-DN-DAYNO                     PIC 9(05)   COMP VALUE ZERO.
009821*
009822*
009823************************************************************
009831     05  FILLER                      PIC X(14)
009832                 VALUE "EMP-ADDR-LINE-".
009833     05  WS-LDG-ADDR-FIELD-SUB       PIC 9(01).
009835     05  FILLER                      PIC X(01)   VALUE SPACE.
009837*
009839************************************************************
009841*  EFFECTIVE-DATE EDIT WORK AREAS - 2485 PROVES A CCYYMMDD
009843*  IN WS-TRAN-EFF-YMD AGAINST THE LENGTH OF ITS MONTH.
009845************************************************************
009847 77  WS-TRAN-EFF-VALID-SW            PIC X(01)   VALUE "N".
009849     88  WS-TRAN-EFF-VALID           VALUE "Y".
009851 77  WS-TRAN-EFF-LEAP-SW             PIC X(01)   VALUE "N".
009853     88  WS-TRAN-EFF-IS-LEAP         VALUE "Y".
009855 77  WS-TRAN-EFF-MAX-DAY             PIC 9(02)   VALUE ZERO.
009857 77  WS-TRAN-EFF-REM-4               PIC 9(03)   COMP VALUE ZERO.
009859 77  WS-TRAN-EFF-REM-100             PIC 9(03)   COMP VALUE ZERO.
009861 77  WS-TRAN-EFF-REM-400             PIC 9(03)   COMP VALUE ZERO.
009863 01  WS-MONTH-DAYS-VALUES.
009865     05  FILLER                      PIC X(24)
009867                 VALUE "312831303130313130313031".
009869 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
009871     05  WS-MONTH-DAYS-ENTRY         PIC 9(02)   OCCURS 12 TIMES.
009872*
009873************************************************************
009874*  RE-ENTRY TABLE - THE ITEMS EMPSUS01 PUT BACK INTO TONIGHT'S
009875*  EXTRACT, LOADED ONCE FROM THE RE-ENTRY REGISTER.  A REJECT
009876*  WHOSE IMAGE IS ON THE TABLE IS THAT ITEM FAILING AGAIN AND
009877*  IS SUSPENDED UNDER ITS REFERENCE NUMBER.  AN ENTRY IS USED
009878*  ONCE.  WS-RER-MATCH-TRAN SPLITS THE REJECTED IMAGE SO AN
009879*  ENTRY WITH A BLANK EMP-ID (AN "A" KEYED SINCE BY EMPASN01)
009880*  CAN MATCH ON THE REST OF THE IMAGE.
009881************************************************************
009882 77  WS-RER-EOF-SW                   PIC X(01)   VALUE "N".
009883     88  WS-RER-EOF                  VALUE "Y".
009884 77  WS-RER-FOUND-SW                 PIC X(01)   VALUE "N".
009885     88  WS-RER-FOUND                VALUE "Y".
009886 77  WS-RER-SUB                      PIC 9(04)   COMP VALUE ZERO.
009887 01  WS-RER-TABLE.
009888     05  WS-RER-COUNT                PIC 9(04)   COMP VALUE ZERO.
009889     05  WS-RER-ENTRY OCCURS 500 TIMES.
009890         10  WS-RER-TBL-REF-NO       PIC X(16).
009891         10  WS-RER-TBL-USED         PIC X(01).
009892         10  WS-RER-TBL-EMP-ID       PIC X(05).
009893         10  WS-RER-TBL-REST         PIC X(145).
009894 01  WS-RER-MATCH-TRAN.
009895     05  WS-RER-MATCH-EMP-ID         PIC X(05).
009896     05  WS-RER-MATCH-REST           PIC X(145).
009897*
009898 01  WS-AUDIT-DETAIL.
009900     05  FILLER                      PIC X(01)   VALUE SPACE.
010000     05  WS-AUD-EMP-ID               PIC ZZZZ9.
010100     05  FILLER                      PIC X(02)   VALUE SPACE.
010200     05  WS-AUD-TRAN-CODE            PIC X(01).
010300     05  FILLER                      PIC X(02)   VALUE SPACE.
010400     05  WS-AUD-REASON               PIC X(50).
010410 77  WS-AUD-REASON-CODE              PIC X(04)   VALUE SPACE.
010500 PROCEDURE DIVISION.
010600************************************************************
010700 0000-MAINLINE.
011900 1000-INITIALIZE.
012000************************************************************
012050     ACCEPT WS-RUN-DATE-YMD FROM DATE YYYYMMDD.
012052     PERFORM 1040-READ-RUN-DATE
012054         THRU 1040-READ-RUN-DATE-EXIT.
012060     MOVE WS-RUN-DATE-CCYY TO WS-EFF-CCYY.
012070     MOVE WS-RUN-DATE-MM   TO WS-EFF-MM.
012080     MOVE WS-RUN-DATE-DD   TO WS-EFF-DD.
012090     MOVE "-"              TO WS-EFF-DASH1.
012091     MOVE "-"              TO WS-EFF-DASH2.
012092     MOVE WS-RUN-DATE-YMD  TO WS-DN-DATE.
012093     PERFORM 2480-DATE-TO-DAYNO
012094         THRU 2480-DATE-TO-DAYNO-EXIT.
012095     MOVE WS-DN-DAYNO      TO WS-RUN-DAYNO.
012096     PERFORM 1050-READ-KEY-RANGE
012097         THRU 1050-READ-KEY-RANGE-EXIT.
012098     IF WS-MASTER-EOF
012310          OUTPUT EMP-AUDIT-FILE
012320          OUTPUT EMP-ADDR-HIST-FILE
012330          EXTEND EMP-ARCHIVE-OUT-FILE
012340          EXTEND EMP-LEDGER-FILE
012350          EXTEND EMP-SUSPENSE-FILE
012360          EXTEND EMP-RETRO-FILE.
012500     IF WS-MAS-OLD-STATUS NOT = "00" OR
012600        WS-TRAN-STATUS    NOT = "00" OR
012700        WS-MAS-NEW-STATUS NOT = "00" OR
012800        WS-AUDIT-STATUS   NOT = "00" OR
012810        WS-ADDRH-STATUS   NOT = "00" OR
012820        WS-ARCO-STATUS    NOT = "00" OR
012830        WS-LDGR-STATUS    NOT = "00" OR
012840        WS-SUSP-STATUS    NOT = "00" OR
012850        WS-RTCO-STATUS    NOT = "00"
012900         DISPLAY "EMPUPD01 - OPEN FAILED - "
013000             WS-MAS-OLD-STATUS " " WS-TRAN-STATUS " "
013100             WS-MAS-NEW-STATUS " " WS-AUDIT-STATUS " "
013110             WS-ADDRH-STATUS " " WS-ARCO-STATUS " "
013120             WS-LDGR-STATUS " " WS-SUSP-STATUS " "
013130             WS-RTCO-STATUS
013200         MOVE "Y" TO WS-MASTER-EOF-SW
013300         MOVE "Y" TO WS-TRAN-EOF-SW
013400         GO TO 1000-INITIALIZE-EXIT
013500     END-IF.
013510     PERFORM 1100-LOAD-ARCHIVE-TABLE
013520         THRU 1100-LOAD-ARCHIVE-TABLE-EXIT.
013522     PERFORM 1150-LOAD-APPROVED-TABLE
013524         THRU 1150-LOAD-APPROVED-TABLE-EXIT.
013526     PERFORM 1170-LOAD-REENTRY-TABLE
013528         THRU 1170-LOAD-REENTRY-TABLE-EXIT.
013530     IF WS-RANGE-ACTIVE
013540         PERFORM 1060-POSITION-MASTER
013550             THRU 1060-POSITION-MASTER-EXIT
018320     IF WS-RANGE-ACTIVE AND
018330        (WS-TRAN-KEY < WS-RANGE-LOW OR
018340         WS-TRAN-KEY > WS-RANGE-HIGH)
018345         MOVE "URNG" TO WS-AUD-REASON-CODE
018350         MOVE "TRANSACTION OUTSIDE PARTITION KEY RANGE"
018360             TO WS-AUD-REASON
018370         PERFORM 2600-LOG-REJECT
018380             THRU 2600-LOG-REJECT-EXIT
018385         IF WS-MAS-WRITE-FAILED
018386             GO TO 2200-READ-TRAN-EXIT
018387         END-IF
018390         GO TO 2200-READ-TRAN
018395     END-IF.
018396     PERFORM 2210-FIND-APPROVER
018397         THRU 2210-FIND-APPROVER-EXIT.
018400 2200-READ-TRAN-EXIT.
018500     EXIT.
018600*
020150             PERFORM 2420-APPLY-REHIRE
020160                 THRU 2420-APPLY-REHIRE-EXIT
020170         WHEN OTHER
020175             MOVE "UNOM" TO WS-AUD-REASON-CODE
020180             MOVE "NO MATCHING MASTER RECORD FOR TRANSACTION"
020190                 TO WS-AUD-REASON
020200             PERFORM 2600-LOG-REJECT
022260     MOVE ZERO TO EMP-YOE-TOTAL OF EMP-MASTER-NEW-FILE.
022270     MOVE ZERO TO EMP-SALARY-DIFF OF EMP-MASTER-NEW-FILE.
022275     MOVE "A"  TO EMP-STATUS-CODE OF EMP-MASTER-NEW-FILE.
022276     PERFORM 2470-SET-START-DAYNO
022277         THRU 2470-SET-START-DAYNO-EXIT.
022278     MOVE WS-START-DAYNO TO EMP-HIRE-DAYNO OF EMP-MASTER-NEW-FILE.
022279     MOVE WS-START-DAYNO TO EMP-SVC-DAYNO  OF EMP-MASTER-NEW-FILE.
022280     WRITE EMP-RECORD OF EMP-MASTER-NEW-FILE.
022290     PERFORM 2800-CHECK-MASTER-WRITE
022300         THRU 2800-CHECK-MASTER-WRITE-EXIT.
022560     PERFORM 2430-FIND-ARCHIVE-ENTRY
022570         THRU 2430-FIND-ARCHIVE-ENTRY-EXIT.
022580     IF NOT WS-ARC-FOUND
022585         MOVE "UNRH" TO WS-AUD-REASON-CODE
022590         MOVE "NO ARCHIVED RECORD FOR REHIRE"
022600             TO WS-AUD-REASON
022610         PERFORM 2600-LOG-REJECT
022720     MOVE ZERO TO EMP-YOE-CUR    OF EMP-MASTER-NEW-FILE.
022730     MOVE ZERO TO EMP-SALARY-DIFF OF EMP-MASTER-NEW-FILE.
022735     MOVE "A"  TO EMP-STATUS-CODE OF EMP-MASTER-NEW-FILE.
022736     PERFORM 2470-SET-START-DAYNO
022737         THRU 2470-SET-START-DAYNO-EXIT.
022738     PERFORM 2475-CARRY-SERVICE-DATES
022739         THRU 2475-CARRY-SERVICE-DATES-EXIT.
022740     PERFORM 2440-COPY-ARC-ADDRESS
022750         THRU 2440-COPY-ARC-ADDRESS-EXIT.
022760     WRITE EMP-RECORD OF EMP-MASTER-NEW-FILE.
023650 2500-APPLY-MATCHED.
023660************************************************************
023670     IF EMP-ID-X OF EMP-TRAN-FILE NOT NUMERIC
023675         MOVE "UIDX" TO WS-AUD-REASON-CODE
023680         MOVE "EMP-ID-X DOES NOT MATCH NUMERIC EMP-ID"
023690             TO WS-AUD-REASON
023700         PERFORM 2600-LOG-REJECT
024020                     THRU 2550-ARCHIVE-DELETED-EXIT
024030                 ADD 1 TO WS-DELETE-COUNT
024040             WHEN "R"
024045                 MOVE "UDRH" TO WS-AUD-REASON-CODE
024050                 MOVE "REHIRE KEY ALREADY ON MASTER"
024060                     TO WS-AUD-REASON
024070                 PERFORM 2600-LOG-REJECT
024120                 PERFORM 2800-CHECK-MASTER-WRITE
024130                     THRU 2800-CHECK-MASTER-WRITE-EXIT
024140             WHEN "A"
024145                 MOVE "UDAD" TO WS-AUD-REASON-CODE
024150                 MOVE "ADD KEY ALREADY ON MASTER"
024160                     TO WS-AUD-REASON
024170                 PERFORM 2600-LOG-REJECT
024237                 PERFORM 2590-APPLY-STATUS-CHANGE
024238                     THRU 2590-APPLY-STATUS-CHANGE-EXIT
024240             WHEN OTHER
024245                 MOVE "UCOD" TO WS-AUD-REASON-CODE
024250                 MOVE "UNRECOGNIZED TRANSACTION CODE"
024260                     TO WS-AUD-REASON
024270                 PERFORM 2600-LOG-REJECT
025750************************************************************
025760     MOVE EMP-ID OF EMP-MASTER-NEW-FILE TO EMP-LDG-EMP-ID.
025770     MOVE WS-RUN-DATE-EFF               TO EMP-LDG-RUN-DATE.
025775     MOVE WS-TRAN-APPROVER-ID           TO EMP-LDG-APPROVER-ID.
025780     WRITE EMP-LEDGER-RECORD.
025790     IF WS-LDGR-STATUS NOT = "00"
025800         DISPLAY "EMPUPD01 - LEDGER WRITE FAILED - EMP-ID "
026270     EXIT.
026280*
026290************************************************************
026292*  2600 - LOG A REJECTED TRANSACTION TO THE AUDIT REPORT AND
026293*  WRITE THE WHOLE IMAGE TO THE SUSPENSE FILE - UNDER ITS
026294*  ORIGINAL REFERENCE NUMBER IF IT IS AN ITEM EMPSUS01
026295*  RE-ENTERED TONIGHT (2610).  A FAILED SUSPENSE WRITE IS
026296*  FATAL THE SAME WAY A FAILED LEDGER WRITE IS - A REJECT
026298*  THAT NEVER REACHES SUSPENSE IS LOST ONCE THE AUDIT
026299*  LISTING IS FILED.
026300************************************************************
026301 2600-LOG-REJECT.
026310************************************************************
026320     MOVE EMP-ID OF EMP-TRAN-FILE       TO WS-AUD-EMP-ID.
026330     MOVE EMP-TRAN-CODE OF EMP-TRAN-FILE TO WS-AUD-TRAN-CODE.
026340     IF WS-AUD-REASON = SPACE
026350         MOVE "EMP-ID-X DOES NOT MATCH NUMERIC EMP-ID"
026360             TO WS-AUD-REASON
026365         MOVE "UIDX" TO WS-AUD-REASON-CODE
026370     END-IF.
026371     WRITE EMP-AUDIT-LINE FROM WS-AUDIT-DETAIL.
026372     INITIALIZE EMP-SUSPENSE-RECORD.
026373     ADD 1 TO WS-SUSPENSE-COUNT.
026374     MOVE EMP-RECORD OF EMP-TRAN-FILE  TO EMP-SUS-TRAN.
026375     MOVE "N"                          TO EMP-SUS-STATUS.
026376     MOVE WS-RUN-DATE-YMD              TO EMP-SUS-REF-DATE.
026377     MOVE "U"                          TO EMP-SUS-REF-STEP.
026378     IF WS-PART-ID = SPACE
026379         MOVE "00"                     TO EMP-SUS-REF-PART
026380     ELSE
026381         MOVE WS-PART-ID               TO EMP-SUS-REF-PART
026382     END-IF.
026383     MOVE WS-SUSPENSE-COUNT            TO EMP-SUS-REF-SEQ.
026384     PERFORM 2610-FIND-REENTRY
026385         THRU 2610-FIND-REENTRY-EXIT.
026386     IF WS-RER-FOUND
026387         MOVE WS-RER-TBL-REF-NO (WS-RER-SUB) TO EMP-SUS-REF-NO
026388     END-IF.
026393     MOVE WS-AUD-REASON-CODE           TO EMP-SUS-REASON-CODE.
026394     MOVE WS-AUD-REASON                TO EMP-SUS-REASON-TEXT.
026395     MOVE WS-RUN-DATE-EFF              TO EMP-SUS-FIRST-FAILED.
026396     MOVE WS-RUN-DATE-EFF              TO EMP-SUS-LAST-ACTION.
026397     MOVE 1                            TO EMP-SUS-FAIL-COUNT.
026398     WRITE EMP-SUSPENSE-RECORD.
026399     IF WS-SUSP-STATUS NOT = "00"
026400         DISPLAY "EMPUPD01 - SUSPENSE WRITE FAILED - EMP-ID "
026401             WS-TRAN-KEY " STATUS " WS-SUSP-STATUS
026402         MOVE "Y" TO WS-MAS-WRITE-FAIL-SW
026403         MOVE "Y" TO WS-MASTER-EOF-SW
026404         MOVE "Y" TO WS-TRAN-EOF-SW
026405         MOVE 16 TO RETURN-CODE
026406     END-IF.
026407     MOVE SPACE TO WS-AUD-REASON.
026408     MOVE SPACE TO WS-AUD-REASON-CODE.
026409     ADD 1 TO WS-REJECT-COUNT.
026410 2600-LOG-REJECT-EXIT.
026420     EXIT.
026430*
026910     IF WS-LDGR-STATUS = "00"
026920         CLOSE EMP-LEDGER-FILE
026930     END-IF.
026931     IF WS-SUSP-STATUS = "00"
026932         CLOSE EMP-SUSPENSE-FILE
026933     END-IF.
026934     IF WS-RTCO-STATUS = "00"
026935         CLOSE EMP-RETRO-FILE
026936     END-IF.
026940     PERFORM 3100-WRITE-RUN-CONTROL
026950         THRU 3100-WRITE-RUN-CONTROL-EXIT.
026960     DISPLAY "EMPUPD01 - ADDS: "    WS-ADD-COUNT
027000         " ARCHIVED: " WS-ARCHIVE-COUNT
027010         " ADDR-HIST: " WS-ADDR-HIST-COUNT
027020         " LEDGER: " WS-LEDGER-COUNT
027030         " REJECTS: " WS-REJECT-COUNT
027035         " SUSPENDED: " WS-SUSPENSE-COUNT
027037         " RETRO CHANGES: " WS-RETRO-COUNT.
027040 3000-FINALIZE-EXIT.
027050     EXIT.
027060*
027700             TO EMP-LDG-AFTER
027710         PERFORM 2580-WRITE-LEDGER
027720             THRU 2580-WRITE-LEDGER-EXIT
027722         IF NOT WS-MAS-WRITE-FAILED
027724             PERFORM 2595-WRITE-RETRO-CHANGE
027726                 THRU 2595-WRITE-RETRO-CHANGE-EXIT
027728         END-IF
027730     END-IF.
027740     IF WS-NEW-STATUS-CODE = "L"
027750         ADD 1 TO WS-LEAVE-COUNT
027770         ADD 1 TO WS-RETURN-COUNT
027780     END-IF.
027790 2590-APPLY-STATUS-CHANGE-EXIT.
027791     EXIT.
027792*
027793************************************************************
027794*  2595 - RECORD THE STATUS CHANGE JUST APPLIED FOR THE
027795*  BENEFITS RETRO PRICING.  THE EFFECTIVE DATE IS THE
027796*  CCYYMMDD THE TRANSACTION CARRIES IN EMP-SALARY-DIFF
027797*  (UNUSED BY "L"/"B" OTHERWISE); ZERO MEANS THE RUN DATE.
027802*  A DATE THAT WILL NOT EDIT IS NOTED ON THE AUDIT REPORT
027803*  AND THE RUN DATE USED - THE STATUS CHANGE ITSELF STANDS.
027804*  A FAILED WRITE IS FATAL LIKE A FAILED LEDGER WRITE.
027805************************************************************
027806 2595-WRITE-RETRO-CHANGE.
027807************************************************************
027808     INITIALIZE EMP-RETRO-CHANGE-RECORD.
027809     MOVE EMP-ID OF EMP-MASTER-NEW-FILE
027810         TO EMP-ID OF EMP-RETRO-FILE.
027811     MOVE EMP-TRAN-CODE OF EMP-TRAN-FILE TO EMP-RTC-SOURCE.
027812     MOVE ZERO               TO EMP-RTC-DEP-SEQ.
027813     MOVE ZERO               TO EMP-RTC-DEP-DELTA.
027814     MOVE WS-RUN-DATE-EFF    TO EMP-RTC-POSTED-DATE.
027815     MOVE WS-RUN-DATE-EFF    TO EMP-RTC-EFF-DATE.
027816     IF EMP-TRAN-EFF-DATE OF EMP-TRAN-FILE NUMERIC AND
027817        EMP-TRAN-EFF-DATE OF EMP-TRAN-FILE NOT = ZERO
027818         IF EMP-TRAN-EFF-DATE OF EMP-TRAN-FILE > ZERO AND
027819            EMP-TRAN-EFF-DATE OF EMP-TRAN-FILE < 100000000
027820             MOVE EMP-TRAN-EFF-DATE OF EMP-TRAN-FILE
027821                 TO WS-TRAN-EFF-YMD
027822         ELSE
027823             MOVE ZERO TO WS-TRAN-EFF-YMD
027824         END-IF
027825         PERFORM 2485-EDIT-TRAN-EFF-DATE
027826             THRU 2485-EDIT-TRAN-EFF-DATE-EXIT
027827         IF WS-TRAN-EFF-VALID
027828             MOVE WS-TRAN-EFF-CCYY TO WS-RETRO-EFF-CCYY
027829             MOVE WS-TRAN-EFF-MM   TO WS-RETRO-EFF-MM
027830             MOVE WS-TRAN-EFF-DD   TO WS-RETRO-EFF-DD
027831             MOVE WS-RETRO-EFF-DATE TO EMP-RTC-EFF-DATE
027832         ELSE
027833             MOVE EMP-ID OF EMP-TRAN-FILE TO WS-AUD-EMP-ID
027834             MOVE EMP-TRAN-CODE OF EMP-TRAN-FILE
027835                 TO WS-AUD-TRAN-CODE
027836             MOVE "EFFECTIVE DATE INVALID - RUN DATE USED"
027837                 TO WS-AUD-REASON
027838             WRITE EMP-AUDIT-LINE FROM WS-AUDIT-DETAIL
027839             MOVE SPACE TO WS-AUD-REASON
027840         END-IF
027841     END-IF.
027842     WRITE EMP-RETRO-CHANGE-RECORD.
027843     IF WS-RTCO-STATUS NOT = "00"
027844         DISPLAY "EMPUPD01 - RETRO-CHANGE WRITE FAILED - EMP-ID "
027845             WS-MASTER-KEY " STATUS " WS-RTCO-STATUS
027846         MOVE "Y" TO WS-MAS-WRITE-FAIL-SW
027847         MOVE "Y" TO WS-MASTER-EOF-SW
027848         MOVE "Y" TO WS-TRAN-EOF-SW
027849         MOVE 16 TO RETURN-CODE
027850     ELSE
027851         ADD 1 TO WS-RETRO-COUNT
027852     END-IF.
027853 2595-WRITE-RETRO-CHANGE-EXIT.
027854     EXIT.
027855*
027856************************************************************
027857*  1050 - THE OPTIONAL KEY-RANGE CARD FOR THE PARTITIONED
027858*  STREAM.  NO EMPUCTL DD (OR AN EMPTY FILE) MEANS THE
027859*  CLASSIC SINGLE-PASS RUN OVER THE WHOLE MASTER.  A CARD
027860*  THAT IS PRESENT BUT UNREADABLE IS FATAL - DEFAULTING A
027870*  PARTITION STEP TO THE FULL RANGE WOULD WRITE EVERY
027880*  OTHER PARTITION'S RECORDS INTO THIS SLICE.
028330     END-START.
028340 1060-POSITION-MASTER-EXIT.
028350     EXIT.
028360*
028370************************************************************
028380*  1150/1160 - LOAD TONIGHT'S APPROVED-ITEM JOURNAL.  NO
028390*  JOURNAL (OR AN EMPTY ONE) SIMPLY MEANS NOTHING WAS
028400*  RELEASED FROM THE APPROVAL HOLD.  AN OVERFLOWED TABLE IS
028410*  SURFACED ONCE; THE OVERFLOW RELEASES STILL APPLY BUT
028420*  LEDGER WITHOUT THEIR APPROVER.
028430************************************************************
028440 1150-LOAD-APPROVED-TABLE.
028450************************************************************
028460     OPEN INPUT EMP-APPROVED-FILE.
028470     IF WS-APJN-STATUS NOT = "00"
028480         GO TO 1150-LOAD-APPROVED-TABLE-EXIT
028490     END-IF.
028500     PERFORM 1160-LOAD-APPROVED-ENTRY
028510         THRU 1160-LOAD-APPROVED-ENTRY-EXIT
028520         UNTIL WS-APJN-EOF.
028530     CLOSE EMP-APPROVED-FILE.
028540 1150-LOAD-APPROVED-TABLE-EXIT.
028550     EXIT.
028560*
028570************************************************************
028580 1160-LOAD-APPROVED-ENTRY.
028590************************************************************
028600     READ EMP-APPROVED-FILE
028610         AT END
028620             MOVE "Y" TO WS-APJN-EOF-SW
028630             GO TO 1160-LOAD-APPROVED-ENTRY-EXIT
028640     END-READ.
028650     IF WS-APR-ENTRY-COUNT >= 2000
028660         IF NOT WS-APR-TABLE-FULL
028670             DISPLAY "EMPUPD01 - APPROVED-ITEM TABLE FULL - "
028680                 "OVERFLOW RELEASES LEDGER WITHOUT APPROVER"
028690             MOVE "Y" TO WS-APR-TABLE-FULL-SW
028700         END-IF
028710         GO TO 1160-LOAD-APPROVED-ENTRY-EXIT
028720     END-IF.
028730     ADD 1 TO WS-APR-ENTRY-COUNT.
028740     MOVE EMP-APH-TRAN
028750         TO WS-APR-TBL-TRAN (WS-APR-ENTRY-COUNT).
028760     MOVE EMP-APH-APPROVER-ID
028770         TO WS-APR-TBL-APPROVER (WS-APR-ENTRY-COUNT).
028780     MOVE "N" TO WS-APR-TBL-USED (WS-APR-ENTRY-COUNT).
028790 1160-LOAD-APPROVED-ENTRY-EXIT.
028800     EXIT.
028810*
028820************************************************************
028830*  2210/2215 - SET WS-TRAN-APPROVER-ID FOR THE TRANSACTION
028840*  JUST READ: THE APPROVER WHO RELEASED IT FROM THE HOLD, OR
028850*  SPACES FOR ANYTHING THAT NEVER NEEDED APPROVAL.
028860************************************************************
028870 2210-FIND-APPROVER.
028880************************************************************
028890     MOVE SPACE TO WS-TRAN-APPROVER-ID.
028900     MOVE "N" TO WS-APR-FOUND-SW.
028910     MOVE 1 TO WS-APR-SUB.
028920     PERFORM 2215-SCAN-APPROVED-ENTRY
028930         THRU 2215-SCAN-APPROVED-ENTRY-EXIT
028940         UNTIL WS-APR-FOUND OR WS-APR-SUB > WS-APR-ENTRY-COUNT.
028950     IF WS-APR-FOUND
028960         MOVE WS-APR-TBL-APPROVER (WS-APR-SUB)
028970             TO WS-TRAN-APPROVER-ID
028980         MOVE "Y" TO WS-APR-TBL-USED (WS-APR-SUB)
028990     END-IF.
029000 2210-FIND-APPROVER-EXIT.
029010     EXIT.
029020*
029030************************************************************
029040 2215-SCAN-APPROVED-ENTRY.
029050************************************************************
029060     IF WS-APR-TBL-USED (WS-APR-SUB) = "N" AND
029070        WS-APR-TBL-TRAN (WS-APR-SUB) =
029080        EMP-RECORD OF EMP-TRAN-FILE
029090         MOVE "Y" TO WS-APR-FOUND-SW
029100     ELSE
029110         ADD 1 TO WS-APR-SUB
029120     END-IF.
029130 2215-SCAN-APPROVED-ENTRY-EXIT.
029140     EXIT.
029150*
029160************************************************************
029170*  1040 - THE OPTIONAL RUN-DATE CARD.  NO EMPUDTE DD (OR AN
029180*  EMPTY FILE) LEAVES THE SYSTEM DATE ACCEPTED ABOVE.  A CARD
029190*  THAT IS PRESENT BUT NOT A VALID CCYYMMDD IS FATAL - AN
029200*  ARCHIVE OR LEDGER STAMPED WITH THE WRONG NIGHT CANNOT BE
029210*  TOLD APART FROM A GOOD ONE LATER.
029220************************************************************
029230 1040-READ-RUN-DATE.
029240************************************************************
029250     OPEN INPUT EMP-UDTE-FILE.
029260     IF WS-UDTE-STATUS NOT = "00"
029270         GO TO 1040-READ-RUN-DATE-EXIT
029280     END-IF.
029290     READ EMP-UDTE-FILE
029300         AT END
029310             CLOSE EMP-UDTE-FILE
029320             GO TO 1040-READ-RUN-DATE-EXIT
029330     END-READ.
029340     CLOSE EMP-UDTE-FILE.
029350     IF EMP-RDC-RUN-DATE NUMERIC
029360         MOVE EMP-RDC-RUN-DATE TO WS-RUN-DATE-YMD
029370     ELSE
029380         MOVE ZERO TO WS-RUN-DATE-MM
029390     END-IF.
029400     IF WS-RUN-DATE-MM < 1 OR WS-RUN-DATE-MM > 12 OR
029410        WS-RUN-DATE-DD < 1 OR WS-RUN-DATE-DD > 31
029420         DISPLAY "EMPUPD01 - BAD RUN-DATE CARD - RUN STOPPED"
029430         MOVE "Y" TO WS-MASTER-EOF-SW
029440         MOVE "Y" TO WS-TRAN-EOF-SW
029450         MOVE 16 TO RETURN-CODE
029460         GO TO 1040-READ-RUN-DATE-EXIT
029470     END-IF.
029480     DISPLAY "EMPUPD01 - RUN DATE FROM CARD " WS-RUN-DATE-YMD.
029490 1040-READ-RUN-DATE-EXIT.
029500     EXIT.
029510*
029520************************************************************
029530*  2470 - THE DAY AN ADD OR REHIRE STARTS WORK.  THE DATE IS
029540*  THE CCYYMMDD THE TRANSACTION CARRIES IN EMP-SALARY-DIFF
029550*  (ZEROED ON THE NEW MASTER ANYWAY), SO A HIRE KEYED LATE
029560*  STILL GETS ITS TRUE START; ZERO MEANS THE RUN DATE.  A
029570*  DATE THAT WILL NOT EDIT IS NOTED ON THE AUDIT REPORT AND
029580*  THE RUN DATE USED - THE ADD ITSELF STANDS.
029590************************************************************
029600 2470-SET-START-DAYNO.
029610************************************************************
029620     MOVE WS-RUN-DAYNO TO WS-START-DAYNO.
029630     IF EMP-TRAN-EFF-DATE OF EMP-TRAN-FILE NOT NUMERIC OR
029640        EMP-TRAN-EFF-DATE OF EMP-TRAN-FILE = ZERO
029650         GO TO 2470-SET-START-DAYNO-EXIT
029660     END-IF.
029670     IF EMP-TRAN-EFF-DATE OF EMP-TRAN-FILE > ZERO AND
029680        EMP-TRAN-EFF-DATE OF EMP-TRAN-FILE < 100000000
029690         MOVE EMP-TRAN-EFF-DATE OF EMP-TRAN-FILE
029700             TO WS-TRAN-EFF-YMD
029710     ELSE
029720         MOVE ZERO TO WS-TRAN-EFF-YMD
029730     END-IF.
029740     PERFORM 2485-EDIT-TRAN-EFF-DATE
029750         THRU 2485-EDIT-TRAN-EFF-DATE-EXIT.
029760     IF WS-TRAN-EFF-VALID
029770         MOVE WS-TRAN-EFF-YMD TO WS-DN-DATE
029780         PERFORM 2480-DATE-TO-DAYNO
029790             THRU 2480-DATE-TO-DAYNO-EXIT
029800         MOVE WS-DN-DAYNO TO WS-START-DAYNO
029810     ELSE
029820         MOVE EMP-ID OF EMP-TRAN-FILE TO WS-AUD-EMP-ID
029830         MOVE EMP-TRAN-CODE OF EMP-TRAN-FILE TO WS-AUD-TRAN-CODE
029840         MOVE "START DATE INVALID - RUN DATE USED AS HIRE DATE"
029850             TO WS-AUD-REASON
029860         WRITE EMP-AUDIT-LINE FROM WS-AUDIT-DETAIL
029870         MOVE SPACE TO WS-AUD-REASON
029880     END-IF.
029890 2470-SET-START-DAYNO-EXIT.
029900     EXIT.
029910*
029920************************************************************
029930*  2475 - A REHIRE KEEPS THE ORIGINAL HIRE DATE FROM THE
029940*  ARCHIVED IMAGE, AND ITS ADJUSTED SERVICE DATE MOVES LATER
029950*  BY THE BREAK - THE DAYS FROM THE LAST TERMINATION TO THE
029960*  START DATE - SO SERVICE COUNTS ONLY TIME EMPLOYED.  AN
029970*  IMAGE ARCHIVED BEFORE THE DATES WERE KEPT HAS NONE TO
029980*  CARRY: THE DATES ARE LEFT OFF FILE AND THE AUDIT REPORT
029990*  SAYS SO, FOR LOADING THROUGH EMPSVC01.
030000************************************************************
030010 2475-CARRY-SERVICE-DATES.
030020************************************************************
030030     MOVE ZERO TO EMP-HIRE-DAYNO OF EMP-MASTER-NEW-FILE.
030040     MOVE ZERO TO EMP-SVC-DAYNO  OF EMP-MASTER-NEW-FILE.
030050     IF EMP-HIRE-DAYNO OF WS-ARC-EMP-RECORD NOT NUMERIC OR
030060        EMP-SVC-DAYNO  OF WS-ARC-EMP-RECORD NOT NUMERIC
030070         GO TO 2475-CARRY-SERVICE-DATES-NONE
030080     END-IF.
030090     IF EMP-HIRE-DAYNO OF WS-ARC-EMP-RECORD = ZERO OR
030100        EMP-SVC-DAYNO  OF WS-ARC-EMP-RECORD = ZERO
030110         GO TO 2475-CARRY-SERVICE-DATES-NONE
030120     END-IF.
030130     MOVE WS-START-DAYNO TO WS-TERM-DAYNO.
030140     MOVE WS-ARC-TBL-TERM-DATE (WS-ARC-SUB) TO WS-SVC-EDIT-DATE.
030150     IF WS-SVC-EDIT-CCYY NUMERIC AND WS-SVC-EDIT-MM NUMERIC AND
030160        WS-SVC-EDIT-DD NUMERIC
030170         MOVE WS-SVC-EDIT-CCYY TO WS-DN-CCYY
030180         MOVE WS-SVC-EDIT-MM   TO WS-DN-MM
030190         MOVE WS-SVC-EDIT-DD   TO WS-DN-DD
030200         PERFORM 2480-DATE-TO-DAYNO
030210             THRU 2480-DATE-TO-DAYNO-EXIT
030220         MOVE WS-DN-DAYNO TO WS-TERM-DAYNO
030230     END-IF.
030240     MOVE ZERO TO WS-BREAK-DAYS.
030250     IF WS-START-DAYNO > WS-TERM-DAYNO
030260         COMPUTE WS-BREAK-DAYS = WS-START-DAYNO - WS-TERM-DAYNO
030270     END-IF.
030280     MOVE EMP-HIRE-DAYNO OF WS-ARC-EMP-RECORD
030290         TO EMP-HIRE-DAYNO OF EMP-MASTER-NEW-FILE.
030300     COMPUTE EMP-SVC-DAYNO OF EMP-MASTER-NEW-FILE =
030310         EMP-SVC-DAYNO OF WS-ARC-EMP-RECORD + WS-BREAK-DAYS.
030320     GO TO 2475-CARRY-SERVICE-DATES-EXIT.
030330 2475-CARRY-SERVICE-DATES-NONE.
030340     MOVE EMP-ID OF EMP-TRAN-FILE TO WS-AUD-EMP-ID.
030350     MOVE EMP-TRAN-CODE OF EMP-TRAN-FILE TO WS-AUD-TRAN-CODE.
030360     MOVE "NO SERVICE DATES ON ARCHIVE - LOAD VIA EMPSVC01"
030370         TO WS-AUD-REASON.
030380     WRITE EMP-AUDIT-LINE FROM WS-AUDIT-DETAIL.
030390     MOVE SPACE TO WS-AUD-REASON.
030400 2475-CARRY-SERVICE-DATES-EXIT.
030410     EXIT.
030420*
030430************************************************************
030440*  2480 - CCYYMMDD IN WS-DN-DATE TO THE EMPREC01 DAY NUMBER
030450*  IN WS-DN-DAYNO.  693901 IS THE MARCH-BASED COUNT FOR
030460*  1899-12-31, SO 1900-01-01 COMES OUT AS DAY 1.
030470************************************************************
030480 2480-DATE-TO-DAYNO.
030490************************************************************
030500     MOVE WS-DN-CCYY TO WS-DN-YEAR.
030510     MOVE WS-DN-MM   TO WS-DN-MONTH.
030520     IF WS-DN-MONTH < 3
030530         SUBTRACT 1 FROM WS-DN-YEAR
030540         ADD 12 TO WS-DN-MONTH
030550     END-IF.
030560     COMPUTE WS-DN-DAYS = WS-DN-YEAR * 365 + WS-DN-DD.
030570     DIVIDE WS-DN-YEAR BY 4   GIVING WS-DN-QUOTIENT.
030580     ADD WS-DN-QUOTIENT      TO WS-DN-DAYS.
030590     DIVIDE WS-DN-YEAR BY 100 GIVING WS-DN-QUOTIENT.
030600     SUBTRACT WS-DN-QUOTIENT FROM WS-DN-DAYS.
030610     DIVIDE WS-DN-YEAR BY 400 GIVING WS-DN-QUOTIENT.
030620     ADD WS-DN-QUOTIENT      TO WS-DN-DAYS.
030630     COMPUTE WS-DN-WORK = (WS-DN-MONTH - 3) * 153 + 2.
030640     DIVIDE WS-DN-WORK BY 5   GIVING WS-DN-QUOTIENT.
030650     ADD WS-DN-QUOTIENT      TO WS-DN-DAYS.
030660     COMPUTE WS-DN-DAYNO = WS-DN-DAYS - 693901.
030670 2480-DATE-TO-DAYNO-EXIT.
030680     EXIT.
030780*
030880************************************************************
030980*  2485 - PROVE THE CCYYMMDD IN WS-TRAN-EFF-YMD: A YEAR
031080*  1901-2099, A MONTH 1-12 AND A DAY NO LATER THAN THE END
031180*  OF THAT MONTH (FEBRUARY 29 ONLY IN A LEAP YEAR).  SETS
031280*  WS-TRAN-EFF-VALID WHEN THE DATE STANDS.
031380************************************************************
031480 2485-EDIT-TRAN-EFF-DATE.
031580************************************************************
031680     MOVE "N" TO WS-TRAN-EFF-VALID-SW.
031780     IF WS-TRAN-EFF-CCYY NOT > 1900 OR WS-TRAN-EFF-CCYY > 2099 OR
031880        WS-TRAN-EFF-MM < 1 OR WS-TRAN-EFF-MM > 12
031980         GO TO 2485-EDIT-TRAN-EFF-DATE-EXIT
032080     END-IF.
032180     MOVE "N" TO WS-TRAN-EFF-LEAP-SW.
032280     DIVIDE WS-TRAN-EFF-CCYY BY 4   GIVING WS-DN-QUOTIENT
032380         REMAINDER WS-TRAN-EFF-REM-4.
032480     DIVIDE WS-TRAN-EFF-CCYY BY 100 GIVING WS-DN-QUOTIENT
032580         REMAINDER WS-TRAN-EFF-REM-100.
032680     DIVIDE WS-TRAN-EFF-CCYY BY 400 GIVING WS-DN-QUOTIENT
032780         REMAINDER WS-TRAN-EFF-REM-400.
032880     IF WS-TRAN-EFF-REM-4 = 0 AND
032980        (WS-TRAN-EFF-REM-100 NOT = 0 OR WS-TRAN-EFF-REM-400 = 0)
033080         MOVE "Y" TO WS-TRAN-EFF-LEAP-SW
033180     END-IF.
033280     MOVE WS-MONTH-DAYS-ENTRY (WS-TRAN-EFF-MM)
033380         TO WS-TRAN-EFF-MAX-DAY.
033480     IF WS-TRAN-EFF-MM = 2 AND WS-TRAN-EFF-IS-LEAP
033580         MOVE 29 TO WS-TRAN-EFF-MAX-DAY
033680     END-IF.
033780     IF WS-TRAN-EFF-DD < 1 OR WS-TRAN-EFF-DD > WS-TRAN-EFF-MAX-DAY
033880         GO TO 2485-EDIT-TRAN-EFF-DATE-EXIT
033980     END-IF.
034080     MOVE "Y" TO WS-TRAN-EFF-VALID-SW.
034180 2485-EDIT-TRAN-EFF-DATE-EXIT.
034280     EXIT.
034380*
034480************************************************************
034580*  1170/1180 - LOAD THE RE-ENTRY REGISTER.  THE REGISTER IS
034680*  OPTIONAL: WITH NO EMPRERI DD (A RUN OUTSIDE THE NIGHTLY
034780*  STREAM) EVERY REJECT IS SUSPENDED AS A NEW ITEM, AS IT
034880*  ALWAYS WAS.
034980************************************************************
035080 1170-LOAD-REENTRY-TABLE.
035180************************************************************
035280     OPEN INPUT EMP-REENTRY-FILE.
035380     IF WS-RERI-STATUS NOT = "00"
035480         GO TO 1170-LOAD-REENTRY-TABLE-EXIT
035580     END-IF.
035680     PERFORM 1180-LOAD-REENTRY-ENTRY
035780         THRU 1180-LOAD-REENTRY-ENTRY-EXIT
035880         UNTIL WS-RER-EOF.
035980     CLOSE EMP-REENTRY-FILE.
036080 1170-LOAD-REENTRY-TABLE-EXIT.
036180     EXIT.
036280*
036380************************************************************
036480 1180-LOAD-REENTRY-ENTRY.
036580************************************************************
036680     READ EMP-REENTRY-FILE
036780         AT END
036880             MOVE "Y" TO WS-RER-EOF-SW
036980             GO TO 1180-LOAD-REENTRY-ENTRY-EXIT
037080     END-READ.
037180     IF WS-RER-COUNT >= 500
037280         DISPLAY "EMPUPD01 - RE-ENTRY TABLE FULL - REF DROPPED "
037380             EMP-RER-REF-NO
037480         GO TO 1180-LOAD-REENTRY-ENTRY-EXIT
037580     END-IF.
037680     ADD 1 TO WS-RER-COUNT.
037780     MOVE EMP-RER-REF-NO TO WS-RER-TBL-REF-NO (WS-RER-COUNT).
037880     MOVE "N"            TO WS-RER-TBL-USED (WS-RER-COUNT).
037980     MOVE EMP-RER-TRAN   TO WS-RER-MATCH-TRAN.
038080     MOVE WS-RER-MATCH-EMP-ID
038180         TO WS-RER-TBL-EMP-ID (WS-RER-COUNT).
038280     MOVE WS-RER-MATCH-REST
038380         TO WS-RER-TBL-REST (WS-RER-COUNT).
038480 1180-LOAD-REENTRY-ENTRY-EXIT.
038580     EXIT.
038680*
038780************************************************************
038880*  2610/2615 - IS THE REJECT IN EMP-SUS-TRAN AN ITEM EMPSUS01
038980*  RE-ENTERED TONIGHT?  ON RETURN WS-RER-FOUND IS SET AND
039080*  WS-RER-SUB POINTS AT ITS ENTRY, NOW MARKED USED.
039180************************************************************
039280 2610-FIND-REENTRY.
039380************************************************************
039480     MOVE "N" TO WS-RER-FOUND-SW.
039580     MOVE EMP-SUS-TRAN TO WS-RER-MATCH-TRAN.
039680     MOVE 1 TO WS-RER-SUB.
039780     PERFORM 2615-SCAN-REENTRY-ENTRY
039880         THRU 2615-SCAN-REENTRY-ENTRY-EXIT
039980         UNTIL WS-RER-FOUND OR WS-RER-SUB > WS-RER-COUNT.
040080     IF WS-RER-FOUND
040180         MOVE "Y" TO WS-RER-TBL-USED (WS-RER-SUB)
040280     END-IF.
040380 2610-FIND-REENTRY-EXIT.
040480     EXIT.
040580*
040680************************************************************
040780 2615-SCAN-REENTRY-ENTRY.
040880************************************************************
040980     IF WS-RER-TBL-USED (WS-RER-SUB) = "N" AND
041080        WS-RER-TBL-REST (WS-RER-SUB) = WS-RER-MATCH-REST AND
041180        (WS-RER-TBL-EMP-ID (WS-RER-SUB) = WS-RER-MATCH-EMP-ID OR
041280         WS-RER-TBL-EMP-ID (WS-RER-SUB) = SPACE)
041380         MOVE "Y" TO WS-RER-FOUND-SW
041480     ELSE
041580         ADD 1 TO WS-RER-SUB
041680     END-IF.
041780 2615-SCAN-REENTRY-ENTRY-EXIT.
041880     EXIT.
