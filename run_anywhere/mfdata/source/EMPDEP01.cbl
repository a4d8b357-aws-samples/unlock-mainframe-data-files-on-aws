001300*                   MAINTENANCE (ADD/CHANGE/DELETE) AND
001400*                   COUNT VALIDATION AGAINST
001500*                   EMP-DEPENDENTS-NUM ON THE MASTER.
001510*  10/15/26   JDM   APPLIED DEPENDENT ADDS AND DELETES OF AN
001520*                   ACTIVE DEPENDENT NOW WRITE A RETRO-CHANGE
001530*                   RECORD (EMPDRTO) WITH THE DATE THE CHANGE
001540*                   TOOK EFFECT - KEYED ON THE TRANSACTION
001550*                   WHEN BACK-DATED, ELSE THE RUN DATE - FOR
001560*                   THE EMPRTB01 ARREARS/REFUND PRICING.
001565*  10/15/26   JDM   RUN DATE NOW TAKEN FROM THE OPTIONAL
001570*                   RUN-DATE CARD (EMPUDTE) WHEN PRESENT, AS IN
001575*                   EMPUPD01.  A KEYED EFFECTIVE DATE MUST BE A
001580*                   REAL CALENDAR DATE (MONTH LENGTH AND LEAP
001585*                   YEAR CHECKED) OR THE RUN DATE IS USED.
001600************************************************************
001700*
001800************************************************************
002900*    DISAGREEMENT - MISMATCHED COUNT, DETAIL WITHOUT A      *
003000*    MASTER, OR A MASTER COUNT WITH NO DETAIL AT ALL - IS   *
003100*    LISTED ON THE EXCEPTION REPORT.                        *
003110*    EVERY APPLIED ADD, AND EVERY DELETE OF AN ACTIVE       *
003120*    DEPENDENT, ALSO WRITES A RETRO-CHANGE RECORD (EMPRTC01)*
003130*    CARRYING THE EFFECTIVE DATE FROM THE TRANSACTION (COLS *
003140*    55-64, CCYY-MM-DD; BLANK MEANS THE RUN DATE) SO A      *
003150*    BACK-DATED CHANGE CAN BE PRICED BACK THROUGH THE PAY   *
003160*    PERIODS ALREADY CLOSED.                                *
003200************************************************************
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
006200         ORGANIZATION IS SEQUENTIAL
006300         ACCESS MODE IS SEQUENTIAL
006400         FILE STATUS IS WS-EXC-STATUS.
006410
006420     SELECT EMP-DEP-RETRO-FILE ASSIGN TO EMPDRTO
006430         ORGANIZATION IS SEQUENTIAL
006440         ACCESS MODE IS SEQUENTIAL
006450         FILE STATUS IS WS-RETRO-STATUS.
006455
006460     SELECT EMP-UDTE-FILE ASSIGN TO EMPUDTE
006465         ORGANIZATION IS SEQUENTIAL
006470         ACCESS MODE IS SEQUENTIAL
006475         FILE STATUS IS WS-UDTE-STATUS.
006500 DATA DIVISION.
006600 FILE SECTION.
006700 FD  EMP-DEP-OLD-FILE
007900                   ==EMP-DEP-TRAN-RECORD==
008000                   ==FILLER                      PIC X(27).==
008100         BY        ==EMP-DEP-TRAN-CODE            PIC X(01).
008150             05  EMP-DEP-TRAN-EFF-DATE       PIC X(10).
008200             05  FILLER                      PIC X(16).==.
008300
008400 FD  EMP-DEP-NEW-FILE
008500     RECORDING MODE IS F
009700     RECORDING MODE IS F
009800     LABEL RECORDS ARE STANDARD.
009900 01  EMP-DEP-EXC-LINE                PIC X(80).
009910
009920 FD  EMP-DEP-RETRO-FILE
009930     RECORDING MODE IS F
009940     LABEL RECORDS ARE STANDARD.
009950     COPY EMPRTC01.
009955
009960 FD  EMP-UDTE-FILE
009965     RECORDING MODE IS F
009970     LABEL RECORDS ARE STANDARD.
009975     COPY EMPRDC01.
010000 WORKING-STORAGE SECTION.
010100 77  WS-OLD-STATUS                   PIC X(02)   VALUE "00".
010200 77  WS-TRAN-STATUS                  PIC X(02)   VALUE "00".
010300 77  WS-NEW-STATUS                   PIC X(02)   VALUE "00".
010400 77  WS-MAS-STATUS                   PIC X(02)   VALUE "00".
010500 77  WS-EXC-STATUS                   PIC X(02)   VALUE "00".
010510 77  WS-RETRO-STATUS                 PIC X(02)   VALUE "00".
010560 77  WS-UDTE-STATUS                  PIC X(02)   VALUE "00".
010600*
010700 77  WS-OLD-EOF-SW                   PIC X(01)   VALUE "N".
010800     88  WS-OLD-EOF                  VALUE "Y".
013600 77  WS-DELETE-COUNT                 PIC 9(07)   COMP VALUE ZERO.
013700 77  WS-REJECT-COUNT                 PIC 9(07)   COMP VALUE ZERO.
013800 77  WS-EXCEPT-COUNT                 PIC 9(07)   COMP VALUE ZERO.
013803 77  WS-RETRO-COUNT                  PIC 9(07)   COMP VALUE ZERO.
013806*
013809************************************************************
013812*  RETRO-CHANGE WORK AREAS - THE RUN DATE (THE EFFECTIVE DATE
013815*  OF ANY CHANGE NOT KEYED WITH ONE) AND THE EDIT VIEW OF A
013818*  KEYED EFFECTIVE DATE.
013821************************************************************
013824 01  WS-RUN-DATE-YMD.
013827     05  WS-RUN-DATE-CCYY            PIC 9(04).
013830     05  WS-RUN-DATE-MM              PIC 9(02).
013833     05  WS-RUN-DATE-DD              PIC 9(02).
013836 01  WS-RUN-DATE-EFF                 PIC X(10).
013839 01  WS-RUN-DATE-EFF-PARTS REDEFINES WS-RUN-DATE-EFF.
013842     05  WS-EFF-CCYY                 PIC X(04).
013845     05  WS-EFF-DASH1                PIC X(01).
013848     05  WS-EFF-MM                   PIC X(02).
013851     05  WS-EFF-DASH2                PIC X(01).
013854     05  WS-EFF-DD                   PIC X(02).
013857 01  WS-KEYED-EFF-DATE               PIC X(10).
013860 01  WS-KEYED-EFF-PARTS REDEFINES WS-KEYED-EFF-DATE.
013863     05  WS-KEYED-CCYY               PIC 9(04).
013866     05  WS-KEYED-DASH1              PIC X(01).
013869     05  WS-KEYED-MM                 PIC 9(02).
013872     05  WS-KEYED-DASH2              PIC X(01).
013875     05  WS-KEYED-DD                 PIC 9(02).
013878 77  WS-RETRO-DELTA                  PIC S9(02)  VALUE ZERO.
013879*
013880*  KEYED-DATE EDIT (2760) - MONTH LENGTHS LOADED IN
013881*  1000-INITIALIZE; FEBRUARY TAKES 29 DAYS IN A LEAP YEAR.
013882 77  WS-KEYED-VALID-SW               PIC X(01)   VALUE "N".
013883     88  WS-KEYED-DATE-VALID         VALUE "Y".
013884 77  WS-KEYED-MAX-DAY                PIC 9(02)   VALUE ZERO.
013885 77  WS-KEYED-LEAP-SW                PIC X(01)   VALUE "N".
013886     88  WS-KEYED-IS-LEAP            VALUE "Y".
013887 77  WS-KEYED-QUOTIENT               PIC 9(04)   COMP VALUE ZERO.
013888 77  WS-KEYED-REM-4                  PIC 9(03)   COMP VALUE ZERO.
013889 77  WS-KEYED-REM-100                PIC 9(03)   COMP VALUE ZERO.
013890 77  WS-KEYED-REM-400                PIC 9(03)   COMP VALUE ZERO.
013891 01  WS-MONTH-DAYS-TABLE.
013892     05  WS-MONTH-DAYS-ENTRY         PIC 9(02)   OCCURS 12 TIMES.
013900*
014000 01  WS-EXC-DETAIL.
014100     05  FILLER                      PIC X(01)   VALUE SPACE.
016300************************************************************
016400 1000-INITIALIZE.
016500************************************************************
016510     ACCEPT WS-RUN-DATE-YMD FROM DATE YYYYMMDD.
016511     PERFORM 1040-READ-RUN-DATE
016512         THRU 1040-READ-RUN-DATE-EXIT.
016513     IF WS-TRAN-EOF
016514         GO TO 1000-INITIALIZE-EXIT
016515     END-IF.
016520     MOVE WS-RUN-DATE-CCYY TO WS-EFF-CCYY.
016530     MOVE WS-RUN-DATE-MM   TO WS-EFF-MM.
016540     MOVE WS-RUN-DATE-DD   TO WS-EFF-DD.
016550     MOVE "-"              TO WS-EFF-DASH1.
016560     MOVE "-"              TO WS-EFF-DASH2.
016562     MOVE 31 TO WS-MONTH-DAYS-ENTRY (01).
016564     MOVE 28 TO WS-MONTH-DAYS-ENTRY (02).
016566     MOVE 31 TO WS-MONTH-DAYS-ENTRY (03).
016568     MOVE 30 TO WS-MONTH-DAYS-ENTRY (04).
016570     MOVE 31 TO WS-MONTH-DAYS-ENTRY (05).
016572     MOVE 30 TO WS-MONTH-DAYS-ENTRY (06).
016574     MOVE 31 TO WS-MONTH-DAYS-ENTRY (07).
016576     MOVE 31 TO WS-MONTH-DAYS-ENTRY (08).
016578     MOVE 30 TO WS-MONTH-DAYS-ENTRY (09).
016580     MOVE 31 TO WS-MONTH-DAYS-ENTRY (10).
016582     MOVE 30 TO WS-MONTH-DAYS-ENTRY (11).
016584     MOVE 31 TO WS-MONTH-DAYS-ENTRY (12).
016600     OPEN INPUT  EMP-DEP-OLD-FILE
016700          INPUT  EMP-DEP-TRAN-FILE
016800          INPUT  EMP-MASTER-FILE
016900          OUTPUT EMP-DEP-NEW-FILE
017000          OUTPUT EMP-DEP-EXC-FILE
017050          EXTEND EMP-DEP-RETRO-FILE.
017100     IF WS-OLD-STATUS NOT = "00" OR
017200        WS-TRAN-STATUS NOT = "00" OR
017300        WS-MAS-STATUS NOT = "00" OR
017400        WS-NEW-STATUS NOT = "00" OR
017500        WS-EXC-STATUS NOT = "00" OR
017550        WS-RETRO-STATUS NOT = "00"
017600         DISPLAY "EMPDEP01 - OPEN FAILED - "
017700             WS-OLD-STATUS " " WS-TRAN-STATUS " "
017800             WS-MAS-STATUS " " WS-NEW-STATUS " "
017900             WS-EXC-STATUS " " WS-RETRO-STATUS
018000         MOVE "Y" TO WS-OLD-EOF-SW
018100         MOVE "Y" TO WS-TRAN-EOF-SW
018150         MOVE "Y" TO WS-MAS-EOF-SW
019000         THRU 2150-READ-MASTER-EXIT.
019100 1000-INITIALIZE-EXIT.
019200     EXIT.
019202*
019204************************************************************
019206*  1040 - THE OPTIONAL RUN-DATE CARD.  NO EMPUDTE DD (OR AN
019208*  EMPTY FILE) LEAVES THE SYSTEM DATE ACCEPTED ABOVE.  A CARD
019210*  THAT IS PRESENT BUT NOT A VALID CCYYMMDD IS FATAL -
019212*  A RETRO CHANGE STAMPED WITH THE WRONG NIGHT WOULD BE PRICED
019214*  FROM THE WRONG PERIOD.
019216************************************************************
019218 1040-READ-RUN-DATE.
019220************************************************************
019222     OPEN INPUT EMP-UDTE-FILE.
019224     IF WS-UDTE-STATUS NOT = "00"
019226         GO TO 1040-READ-RUN-DATE-EXIT
019228     END-IF.
019230     READ EMP-UDTE-FILE
019232         AT END
019234             CLOSE EMP-UDTE-FILE
019236             GO TO 1040-READ-RUN-DATE-EXIT
019238     END-READ.
019240     CLOSE EMP-UDTE-FILE.
019242     IF EMP-RDC-RUN-DATE NUMERIC
019244         MOVE EMP-RDC-RUN-DATE TO WS-RUN-DATE-YMD
019246     ELSE
019248         MOVE ZERO TO WS-RUN-DATE-MM
019250     END-IF.
019252     IF WS-RUN-DATE-MM < 1 OR WS-RUN-DATE-MM > 12 OR
019254        WS-RUN-DATE-DD < 1 OR WS-RUN-DATE-DD > 31
019256         DISPLAY "EMPDEP01 - BAD RUN-DATE CARD - RUN STOPPED"
019258         MOVE "Y" TO WS-OLD-EOF-SW
019260         MOVE "Y" TO WS-TRAN-EOF-SW
019262         MOVE "Y" TO WS-MAS-EOF-SW
019264         MOVE 16 TO RETURN-CODE
019266         GO TO 1040-READ-RUN-DATE-EXIT
019268     END-IF.
019270     DISPLAY "EMPDEP01 - RUN DATE FROM CARD " WS-RUN-DATE-YMD.
019272 1040-READ-RUN-DATE-EXIT.
019274     EXIT.
019300*
019400************************************************************
019500 2000-MERGE-TRANS.
028100                 THRU 2700-WRITE-NEW-DEP-EXIT
028200             IF NOT WS-NEW-WRITE-FAILED
028300                 ADD 1 TO WS-ADD-COUNT
028310                 MOVE +1 TO WS-RETRO-DELTA
028320                 PERFORM 2750-WRITE-RETRO-CHANGE
028330                     THRU 2750-WRITE-RETRO-CHANGE-EXIT
028400             END-IF
028500         END-IF
028600     ELSE
031500             END-IF
031600         WHEN "D"
031700             ADD 1 TO WS-DELETE-COUNT
031710             IF EMP-DEP-STATUS OF EMP-DEP-OLD-FILE = "A"
031720                 MOVE -1 TO WS-RETRO-DELTA
031730                 PERFORM 2750-WRITE-RETRO-CHANGE
031740                     THRU 2750-WRITE-RETRO-CHANGE-EXIT
031750             END-IF
031800         WHEN "A"
031900             MOVE "DEPENDENT ADD KEY ALREADY ON FILE"
032000                 TO WS-EXC-REASON
038100     END-IF.
038200 2700-WRITE-NEW-DEP-EXIT.
038300     EXIT.
038301*
038302************************************************************
038303*  2750 - RECORD THE DEPENDENT CHANGE JUST APPLIED, AND THE
038304*  DATE IT TOOK EFFECT, FOR THE RETRO PRICING.  A KEYED DATE
038305*  THAT 2760 WILL NOT PASS IS EXCEPTIONED AND THE RUN DATE IS
038306*  USED.  A FAILED WRITE IS FATAL - A CHANGE THAT NEVER
038307*  REACHES THE RETRO FILE IS A DEDUCTION NOBODY PUTS RIGHT.
038308************************************************************
038309 2750-WRITE-RETRO-CHANGE.
038310************************************************************
038311     INITIALIZE EMP-RETRO-CHANGE-RECORD.
038312     MOVE EMP-ID OF EMP-DEP-TRAN-FILE
038313         TO EMP-ID OF EMP-DEP-RETRO-FILE.
038314     MOVE EMP-DEP-SEQ OF EMP-DEP-TRAN-FILE TO EMP-RTC-DEP-SEQ.
038315     MOVE "D"                TO EMP-RTC-SOURCE.
038316     MOVE WS-RETRO-DELTA     TO EMP-RTC-DEP-DELTA.
038317     MOVE WS-RUN-DATE-EFF    TO EMP-RTC-POSTED-DATE.
038318     MOVE WS-RUN-DATE-EFF    TO EMP-RTC-EFF-DATE.
038319     MOVE EMP-DEP-TRAN-EFF-DATE TO WS-KEYED-EFF-DATE.
038320     IF WS-KEYED-EFF-DATE NOT = SPACE
038321         PERFORM 2760-EDIT-KEYED-DATE
038322             THRU 2760-EDIT-KEYED-DATE-EXIT
038323         IF WS-KEYED-DATE-VALID
038326             MOVE WS-KEYED-EFF-DATE TO EMP-RTC-EFF-DATE
038327         ELSE
038328             MOVE EMP-ID OF EMP-DEP-TRAN-FILE TO WS-EXC-EMP-ID
038329             MOVE ZERO TO WS-EXC-MASTER-NUM
038330             MOVE ZERO TO WS-EXC-DETAIL-NUM
038331             MOVE "EFFECTIVE DATE INVALID - RUN DATE USED"
038332                 TO WS-EXC-REASON
038333             PERFORM 5200-WRITE-EXCEPTION
038334                 THRU 5200-WRITE-EXCEPTION-EXIT
038335         END-IF
038336     END-IF.
038337     WRITE EMP-RETRO-CHANGE-RECORD.
038338     IF WS-RETRO-STATUS NOT = "00"
038339         DISPLAY "EMPDEP01 - RETRO-CHANGE WRITE FAILED - STATUS "
038340             WS-RETRO-STATUS
038341         MOVE "Y" TO WS-NEW-WRITE-FAIL-SW
038342         MOVE "Y" TO WS-OLD-EOF-SW
038343         MOVE "Y" TO WS-TRAN-EOF-SW
038344         MOVE 16 TO RETURN-CODE
038345     ELSE
038346         ADD 1 TO WS-RETRO-COUNT
038347     END-IF.
038348 2750-WRITE-RETRO-CHANGE-EXIT.
038349     EXIT.
038350*
038352************************************************************
038354*  2760 - EDIT A KEYED EFFECTIVE DATE: CCYY-MM-DD WITH A REAL
038356*  MONTH AND A DAY THAT MONTH HAS - FEBRUARY 29 ONLY IN A
038358*  LEAP YEAR.  WS-KEYED-DATE-VALID IS SET ONLY ON A PASS.
038360************************************************************
038362 2760-EDIT-KEYED-DATE.
038364************************************************************
038366     MOVE "N" TO WS-KEYED-VALID-SW.
038368     IF WS-KEYED-DASH1 NOT = "-" OR WS-KEYED-DASH2 NOT = "-" OR
038370        WS-KEYED-CCYY NOT NUMERIC OR
038372        WS-KEYED-MM NOT NUMERIC OR WS-KEYED-DD NOT NUMERIC
038374         GO TO 2760-EDIT-KEYED-DATE-EXIT
038376     END-IF.
038378     IF WS-KEYED-CCYY < 1900 OR
038380        WS-KEYED-MM < 1 OR WS-KEYED-MM > 12
038382         GO TO 2760-EDIT-KEYED-DATE-EXIT
038384     END-IF.
038386     MOVE "N" TO WS-KEYED-LEAP-SW.
038388     DIVIDE WS-KEYED-CCYY BY 4   GIVING WS-KEYED-QUOTIENT
038390         REMAINDER WS-KEYED-REM-4.
038392     DIVIDE WS-KEYED-CCYY BY 100 GIVING WS-KEYED-QUOTIENT
038394         REMAINDER WS-KEYED-REM-100.
038396     DIVIDE WS-KEYED-CCYY BY 400 GIVING WS-KEYED-QUOTIENT
038398         REMAINDER WS-KEYED-REM-400.
038400     IF WS-KEYED-REM-4 = 0 AND
038402        (WS-KEYED-REM-100 NOT = 0 OR WS-KEYED-REM-400 = 0)
038404         MOVE "Y" TO WS-KEYED-LEAP-SW
038406     END-IF.
038408     MOVE WS-MONTH-DAYS-ENTRY (WS-KEYED-MM) TO WS-KEYED-MAX-DAY.
038410     IF WS-KEYED-MM = 2 AND WS-KEYED-IS-LEAP
038412         MOVE 29 TO WS-KEYED-MAX-DAY
038414     END-IF.
038416     IF WS-KEYED-DD < 1 OR WS-KEYED-DD > WS-KEYED-MAX-DAY
038418         GO TO 2760-EDIT-KEYED-DATE-EXIT
038420     END-IF.
038422     MOVE "Y" TO WS-KEYED-VALID-SW.
038424 2760-EDIT-KEYED-DATE-EXIT.
038426     EXIT.
038428*
038500************************************************************
038600*  5000/5100 - GROUP BREAK: RECONCILE THE FINISHED
038700*  EMPLOYEE'S ACTIVE-DEPENDENT COUNT AGAINST THE MASTER.
047600     IF WS-EXC-STATUS = "00"
047700         CLOSE EMP-DEP-EXC-FILE
047800     END-IF.
047810     IF WS-RETRO-STATUS = "00"
047820         CLOSE EMP-DEP-RETRO-FILE
047830     END-IF.
047900     DISPLAY "EMPDEP01 - ADDS: " WS-ADD-COUNT
048000         " CHANGES: " WS-CHANGE-COUNT
048100         " DELETES: " WS-DELETE-COUNT
048200         " REJECTS: " WS-REJECT-COUNT
048300         " EXCEPTIONS: " WS-EXCEPT-COUNT
048310         " RETRO CHANGES: " WS-RETRO-COUNT.
048400 3000-FINALIZE-EXIT.
048500     EXIT.
