000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. EMPRTB01.
000300 AUTHOR. MFDATA-APPLICATIONS-GROUP.
000400 INSTALLATION. MFDATA.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*
000800************************************************************
000900*  MODIFICATION HISTORY
001000*------------------------------------------------------------
001100*  DATE       INIT  DESCRIPTION
001200*  10/15/26   JDM   INITIAL VERSION - PRICES BACK-DATED
001300*                   BENEFITS CHANGES THROUGH THE PAY PERIODS
001400*                   ALREADY CLOSED AND WRITES THE ARREARS
001500*                   AND REFUNDS PAYROLL MUST TAKE OR PAY.
001510*  10/15/26   JDM   DATE EDIT CHECKS THE DAY AGAINST THE
001520*                   MONTH LENGTH AND LEAP YEAR.  FIRST PERIOD
001530*                   ON THE CONFIRMATION HISTORY NOW REQUIRED;
001540*                   A CONFIRMATION OFF THE PERIOD GRID IS
001550*                   LISTED.  A REPEATED CHANGE MUST ALSO MATCH
001560*                   ON DELTA AND POSTED DATE TO BE DROPPED.
001600************************************************************
001700*
001800************************************************************
001900*  PURPOSE -                                                *
002000*    EMPBEN01 PRICES THE BENEFIT TIER FROM THE MASTER AS IT  *
002100*    STANDS, SO A DEPENDENT ADD OR DELETE KEYED LATE, AN     *
002200*    AGE-OUT CAUGHT BY A LATE EMPDAG01 PASS OR A LEAVE KEYED *
002300*    AFTER THE FACT LEAVES EVERY PERIOD ALREADY PAID AT THE  *
002400*    WRONG DEDUCTION.  THIS PROGRAM READS THE RETRO-CHANGE   *
002500*    FILE (EMPRTC01, WRITTEN BY EMPDEP01/EMPDAG01/EMPUPD01)  *
002600*    AND, FOR EVERY EMPLOYEE WITH A CHANGE NOT YET PRICED,   *
002700*    WALKS EACH CLOSED PAY PERIOD FROM THE ONE HOLDING THE   *
002800*    EFFECTIVE DATE UP TO THE LAST ONE CLOSED.  FOR EACH     *
002900*    PERIOD THE TIER AND DEDUCTION THAT SHOULD HAVE APPLIED  *
003000*    ARE REBUILT (DEPENDENTS AND LEAVE STATUS AS THEY STOOD  *
003100*    THEN, THE EMPBEN01 RULES) AND COMPARED WITH WHAT WAS    *
003200*    TAKEN - THE PAYROLL CONFIRMATION HISTORY (EMPPCF01)     *
003300*    PLUS ANY ADJUSTMENT ALREADY MADE BY AN EARLIER RUN.     *
003400*    EACH WRONG PERIOD IS KEPT ON THE RETRO HISTORY AND THE  *
003500*    NET PER EMPLOYEE GOES TO PAYROLL AS ONE ARREARS OR      *
003600*    REFUND RECORD (EMPRTA01).  THE REPORT LISTS EVERY       *
003700*    PERIOD ADJUSTED AND SUMMARISES BY TIER AND DEPARTMENT.  *
003800*                                                            *
003900*    CONTROL CARD (EMPRTCTL) -                               *
004000*      COLS  1-10  LAST CLOSED PERIOD END CCYY-MM-DD         *
004100*      COLS 12-13  PAY PERIOD LENGTH IN DAYS (DEFAULT 14)    *
004200*      COLS 15-17  LOOK-BACK IN PERIODS (DEFAULT 078, MAX    *
004300*                  156)                                      *
004400*      COLS 19-28  FIRST PERIOD END ON THE CONFIRMATION      *
004500*                  HISTORY (REQUIRED) - EARLIER PERIODS ARE  *
004600*                  NOT PRICED, ONLY REPORTED                 *
004700*                                                            *
004750*    RC=4 WHEN ANYTHING NEEDS A LOOK (EMPLOYEE GONE FROM THE *
004800*    MASTER, CHANGE OLDER THAN THE LOOK-BACK, PERIOD BEFORE  *
004850*    THE CONFIRMATION HISTORY, CONFIRMATION NOT ON A PERIOD  *
004900*    END), RC=12 ON A BAD CARD OR OPEN FAILURE, RC=16 ON A   *
004950*    FAILED WRITE.                                           *
005200************************************************************
005300 ENVIRONMENT DIVISION.
005400 CONFIGURATION SECTION.
005500 SOURCE-COMPUTER. IBM-ZSERIES.
005600 OBJECT-COMPUTER. IBM-ZSERIES.
005700 INPUT-OUTPUT SECTION.
005800 FILE-CONTROL.
005900     SELECT EMP-CTL-FILE ASSIGN TO EMPRTCTL
006000         ORGANIZATION IS SEQUENTIAL
006100         ACCESS MODE IS SEQUENTIAL
006200         FILE STATUS IS WS-CTL-STATUS.
006300
006400     SELECT EMP-CHANGE-IN-FILE ASSIGN TO EMPRTCI
006500         ORGANIZATION IS SEQUENTIAL
006600         ACCESS MODE IS SEQUENTIAL
006700         FILE STATUS IS WS-CHGI-STATUS.
006800
006900     SELECT EMP-MASTER-FILE ASSIGN TO EMPMAS
007000         ORGANIZATION IS INDEXED
007100         ACCESS MODE IS RANDOM
007200         RECORD KEY IS EMP-ID OF EMP-MASTER-FILE
007300         ALTERNATE RECORD KEY IS EMP-ID-X OF EMP-MASTER-FILE
007400         FILE STATUS IS WS-MAS-STATUS.
007500
007600     SELECT EMP-DEP-FILE ASSIGN TO EMPDPDI
007700         ORGANIZATION IS SEQUENTIAL
007800         ACCESS MODE IS SEQUENTIAL
007900         FILE STATUS IS WS-DEP-STATUS.
008000
008100     SELECT EMP-CONFIRM-FILE ASSIGN TO EMPCNFH
008200         ORGANIZATION IS SEQUENTIAL
008300         ACCESS MODE IS SEQUENTIAL
008400         FILE STATUS IS WS-CNF-STATUS.
008500
008600     SELECT EMP-HIST-IN-FILE ASSIGN TO EMPRTHI
008700         ORGANIZATION IS SEQUENTIAL
008800         ACCESS MODE IS SEQUENTIAL
008900         FILE STATUS IS WS-HSTI-STATUS.
009000
009100     SELECT EMP-CHANGE-OUT-FILE ASSIGN TO EMPRTCO
009200         ORGANIZATION IS SEQUENTIAL
009300         ACCESS MODE IS SEQUENTIAL
009400         FILE STATUS IS WS-CHGO-STATUS.
009500
009600     SELECT EMP-HIST-OUT-FILE ASSIGN TO EMPRTHO
009700         ORGANIZATION IS SEQUENTIAL
009800         ACCESS MODE IS SEQUENTIAL
009900         FILE STATUS IS WS-HSTO-STATUS.
010000
010100     SELECT EMP-ADJUST-FILE ASSIGN TO EMPRTAO
010200         ORGANIZATION IS SEQUENTIAL
010300         ACCESS MODE IS SEQUENTIAL
010400         FILE STATUS IS WS-ADJ-STATUS.
010500
010600     SELECT EMP-RETRO-REPORT ASSIGN TO EMPRTRPT
010700         ORGANIZATION IS SEQUENTIAL
010800         ACCESS MODE IS SEQUENTIAL
010900         FILE STATUS IS WS-REPORT-STATUS.
011000 DATA DIVISION.
011100 FILE SECTION.
011200 FD  EMP-CTL-FILE
011300     RECORDING MODE IS F
011400     LABEL RECORDS ARE STANDARD.
011500 01  EMP-CTL-RECORD.
011600     05  EMP-RCTL-LAST-PERIOD        PIC X(10).
011700     05  FILLER                      PIC X(01).
011800     05  EMP-RCTL-PERIOD-DAYS        PIC 9(02).
011900     05  FILLER                      PIC X(01).
012000     05  EMP-RCTL-MAX-PERIODS        PIC 9(03).
012100     05  FILLER                      PIC X(01).
012200     05  EMP-RCTL-CNF-START          PIC X(10).
012300     05  FILLER                      PIC X(52).
012400
012500 FD  EMP-CHANGE-IN-FILE
012600     RECORDING MODE IS F
012700     LABEL RECORDS ARE STANDARD.
012800     COPY EMPRTC01
012900         REPLACING ==EMP-RETRO-CHANGE-RECORD== BY
013000                   ==EMP-RTC-IN-RECORD==.
013100
013200 FD  EMP-MASTER-FILE
013300     RECORDING MODE IS F
013400     LABEL RECORDS ARE STANDARD.
013500     COPY EMPREC01.
013600
013700 FD  EMP-DEP-FILE
013800     RECORDING MODE IS F
013900     LABEL RECORDS ARE STANDARD.
014000     COPY EMPDPD01.
014100
014200 FD  EMP-CONFIRM-FILE
014300     RECORDING MODE IS F
014400     LABEL RECORDS ARE STANDARD.
014500     COPY EMPPCF01.
014600
014700 FD  EMP-HIST-IN-FILE
014800     RECORDING MODE IS F
014900     LABEL RECORDS ARE STANDARD.
015000     COPY EMPRTA01
015100         REPLACING ==EMP-RETRO-ADJUST-RECORD== BY
015200                   ==EMP-RTA-HIST-IN-RECORD==.
015300
015400 FD  EMP-CHANGE-OUT-FILE
015500     RECORDING MODE IS F
015600     LABEL RECORDS ARE STANDARD.
015700     COPY EMPRTC01.
015800
015900 FD  EMP-HIST-OUT-FILE
016000     RECORDING MODE IS F
016100     LABEL RECORDS ARE STANDARD.
016200     COPY EMPRTA01
016300         REPLACING ==EMP-RETRO-ADJUST-RECORD== BY
016400                   ==EMP-RTA-HIST-OUT-RECORD==.
016500
016600 FD  EMP-ADJUST-FILE
016700     RECORDING MODE IS F
016800     LABEL RECORDS ARE STANDARD.
016900     COPY EMPRTA01.
017000
017100 FD  EMP-RETRO-REPORT
017200     RECORDING MODE IS F
017300     LABEL RECORDS ARE STANDARD.
017400 01  EMP-RETRO-LINE                  PIC X(80).
017500 WORKING-STORAGE SECTION.
017600 77  WS-CTL-STATUS                   PIC X(02)   VALUE "00".
017700 77  WS-CHGI-STATUS                  PIC X(02)   VALUE "00".
017800 77  WS-MAS-STATUS                   PIC X(02)   VALUE "00".
017900 77  WS-DEP-STATUS                   PIC X(02)   VALUE "00".
018000 77  WS-CNF-STATUS                   PIC X(02)   VALUE "00".
018100 77  WS-HSTI-STATUS                  PIC X(02)   VALUE "00".
018200 77  WS-CHGO-STATUS                  PIC X(02)   VALUE "00".
018300 77  WS-HSTO-STATUS                  PIC X(02)   VALUE "00".
018400 77  WS-ADJ-STATUS                   PIC X(02)   VALUE "00".
018500 77  WS-REPORT-STATUS                PIC X(02)   VALUE "00".
018600*
018700 77  WS-CHG-EOF-SW                   PIC X(01)   VALUE "N".
018800     88  WS-CHG-EOF                  VALUE "Y".
018900 77  WS-HST-EOF-SW                   PIC X(01)   VALUE "N".
019000     88  WS-HST-EOF                  VALUE "Y".
019100 77  WS-DEP-EOF-SW                   PIC X(01)   VALUE "N".
019200     88  WS-DEP-EOF                  VALUE "Y".
019300 77  WS-CNF-EOF-SW                   PIC X(01)   VALUE "N".
019400     88  WS-CNF-EOF                  VALUE "Y".
019500 77  WS-FATAL-SW                     PIC X(01)   VALUE "N".
019600     88  WS-FATAL                    VALUE "Y".
019700 77  WS-MASTER-FOUND-SW              PIC X(01)   VALUE "N".
019800     88  WS-MASTER-FOUND             VALUE "Y".
019900 77  WS-DATE-VALID-SW                PIC X(01)   VALUE "N".
020000     88  WS-DATE-VALID               VALUE "Y".
020100 77  WS-DEPT-FOUND-SW                PIC X(01)   VALUE "N".
020200     88  WS-DEPT-FOUND               VALUE "Y".
020300 77  WS-ON-LEAVE-SW                  PIC X(01)   VALUE "N".
020400     88  WS-ON-LEAVE                 VALUE "Y".
020500 77  WS-EARLY-LISTED-SW              PIC X(01)   VALUE "N".
020600     88  WS-EARLY-LISTED             VALUE "Y".
020700*
020800 77  WS-CHG-KEY                      PIC 9(05)   VALUE ZERO.
020900 77  WS-HST-KEY                      PIC 9(05)   VALUE ZERO.
021000 77  WS-DEP-KEY                      PIC 9(05)   VALUE ZERO.
021100 77  WS-CNF-KEY                      PIC 9(05)   VALUE ZERO.
021200 77  WS-CUR-KEY                      PIC 9(05)   VALUE ZERO.
021300 77  WS-HIGH-KEY                     PIC 9(05)   VALUE 99999.
021400*
021500************************************************************
021600*  CONTROL-CARD VALUES AND THE DAY NUMBERS THAT BOUND THE
021700*  LOOK-BACK WINDOW.  A PRICED CHANGE DATED ON OR BEFORE
021800*  WS-DROP-DAYS CAN NO LONGER MOVE ANY PERIOD IN THE WINDOW
021900*  AND IS NOT CARRIED FORWARD.
022000************************************************************
022100 77  WS-LAST-PERIOD                  PIC X(10)   VALUE SPACE.
022200 77  WS-PERIOD-DAYS                  PIC 9(03)   COMP VALUE 14.
022300 77  WS-MAX-PERIODS                  PIC 9(04)   COMP VALUE 78.
022400 77  WS-CNF-START-DATE               PIC X(10)   VALUE SPACE.
022500 77  WS-CNF-START-DAYS               PIC 9(07)   COMP VALUE ZERO.
022600 77  WS-LAST-DAYS                    PIC 9(07)   COMP VALUE ZERO.
022700 77  WS-RUN-DAYS                     PIC 9(07)   COMP VALUE ZERO.
022800 77  WS-OLDEST-END-DAYS              PIC 9(07)   COMP VALUE ZERO.
022900 77  WS-DROP-DAYS                    PIC 9(07)   COMP VALUE ZERO.
023000*
023100 01  WS-RUN-DATE-YMD.
023200     05  WS-RUN-DATE-CCYY            PIC 9(04).
023300     05  WS-RUN-DATE-MM              PIC 9(02).
023400     05  WS-RUN-DATE-DD              PIC 9(02).
023500 01  WS-RUN-DATE-EFF                 PIC X(10).
023600 01  WS-RUN-DATE-EFF-PARTS REDEFINES WS-RUN-DATE-EFF.
023700     05  WS-EFF-CCYY                 PIC X(04).
023800     05  WS-EFF-DASH1                PIC X(01).
023900     05  WS-EFF-MM                   PIC X(02).
024000     05  WS-EFF-DASH2                PIC X(01).
024100     05  WS-EFF-DD                   PIC X(02).
024200*
024300************************************************************
024400*  DATE EDIT AND DAY-NUMBER WORK AREAS.  2710 EDITS THE
024500*  CCYY-MM-DD TEXT IN WS-EDIT-DATE AND RETURNS ITS DAY
024600*  NUMBER IN WS-DN-DAYS; 2700 IS THE SAME MARCH-BASED DAY
024700*  COUNT EMPBKP01 USES, AND 2720 TURNS A DAY NUMBER BACK
024800*  INTO CCYY-MM-DD TEXT FOR THE PERIOD-END DATES.
024900************************************************************
025000 01  WS-EDIT-DATE                    PIC X(10)   VALUE SPACE.
025100 01  WS-EDIT-DATE-PARTS REDEFINES WS-EDIT-DATE.
025200     05  WS-EDIT-CCYY                PIC 9(04).
025300     05  WS-EDIT-DASH1               PIC X(01).
025400     05  WS-EDIT-MM                  PIC 9(02).
025500     05  WS-EDIT-DASH2               PIC X(01).
025600     05  WS-EDIT-DD                  PIC 9(02).
025700 01  WS-DN-DATE.
025800     05  WS-DN-CCYY                  PIC 9(04).
025900     05  WS-DN-MM                    PIC 9(02).
026000     05  WS-DN-DD                    PIC 9(02).
026100 77  WS-DN-YEAR                      PIC 9(05)   COMP VALUE ZERO.
026200 77  WS-DN-MONTH                     PIC 9(03)   COMP VALUE ZERO.
026300 77  WS-DN-QUOTIENT                  PIC 9(07)   COMP VALUE ZERO.
026400 77  WS-DN-WORK                      PIC 9(07)   COMP VALUE ZERO.
026500 77  WS-DN-DAYS                      PIC 9(07)   COMP VALUE ZERO.
026600 77  WS-DN-BIG                       PIC 9(11)   COMP VALUE ZERO.
026700 77  WS-DN-YEAR-DAYS                 PIC 9(07)   COMP VALUE ZERO.
026800 77  WS-DN-DAY-OF-YEAR               PIC S9(07)  COMP VALUE ZERO.
026900 77  WS-DN-MONTH-INDEX               PIC 9(03)   COMP VALUE ZERO.
027000 77  WS-DN-REMAINDER                 PIC 9(03)   COMP VALUE ZERO.
027005*
027010*  MONTH LENGTHS FOR 2710, LOADED IN 1000-INITIALIZE.
027015*  FEBRUARY TAKES 29 DAYS IN A LEAP YEAR.
027020 77  WS-EDIT-MAX-DAY                 PIC 9(02)   VALUE ZERO.
027025 77  WS-EDIT-LEAP-SW                 PIC X(01)   VALUE "N".
027030     88  WS-EDIT-IS-LEAP             VALUE "Y".
027035 77  WS-EDIT-REM-4                   PIC 9(03)   COMP VALUE ZERO.
027040 77  WS-EDIT-REM-100                 PIC 9(03)   COMP VALUE ZERO.
027045 77  WS-EDIT-REM-400                 PIC 9(03)   COMP VALUE ZERO.
027050 01  WS-MONTH-DAYS-TABLE.
027055     05  WS-MONTH-DAYS-ENTRY         PIC 9(02)   OCCURS 12 TIMES.
027100*
027200************************************************************
027300*  TIER AND DEDUCTION TABLE - THE SAME RATES AS EMPBEN01,
027400*  INDEXED BY TIER (1-4).  A RATE CHANGE THERE MUST BE
027500*  MADE HERE TOO.
027600************************************************************
027700 01  WS-DEDUCTION-TABLE.
027800     05  WS-DEDUCTION-ENTRY OCCURS 4 TIMES
027900                            INDEXED BY WS-DED-IDX.
028000         10  WS-DEDUCTION-AMT        PIC 9(03)V99.
028100*
028200************************************************************
028300*  PERIOD TABLE - ENTRY 1 IS THE LAST CLOSED PERIOD, ENTRY
028400*  N THE PERIOD N-1 PERIODS BEFORE IT.  THE CONFIRMED AND
028500*  ALREADY-ADJUSTED AMOUNTS ARE RELOADED FOR EACH EMPLOYEE.
028600************************************************************
028700 01  WS-PERIOD-TABLE.
028800     05  WS-PER-ENTRY OCCURS 156 TIMES.
028900         10  WS-PER-END-DAYS         PIC 9(07)   COMP.
029000         10  WS-PER-END-DATE         PIC X(10).
029100         10  WS-PER-CONFIRMED        PIC S9(05)V99 COMP-3.
029200         10  WS-PER-PRIOR-ADJ        PIC S9(05)V99 COMP-3.
029300 77  WS-PER-SUB                      PIC 9(04)   COMP VALUE ZERO.
029400 77  WS-START-SUB                    PIC 9(04)   COMP VALUE ZERO.
029500 77  WS-PER-OFFSET                   PIC 9(07)   COMP VALUE ZERO.
029600 77  WS-PER-REMAINDER                PIC 9(07)   COMP VALUE ZERO.
029700*
029800************************************************************
029900*  ONE EMPLOYEE'S RETRO CHANGES, IN EFFECTIVE-DATE ORDER.
030000*  WS-CHG-TBL-PRICE-SW IS SET FOR EACH CHANGE PRICED BY
030100*  THIS RUN SO ITS PRICED DATE IS STAMPED ON THE WAY OUT.
030200************************************************************
030300 01  WS-CHANGE-TABLE.
030400     05  WS-CHG-COUNT                PIC 9(04)   COMP VALUE ZERO.
030500     05  WS-CHG-ENTRY OCCURS 200 TIMES.
030600         10  WS-CHG-TBL-EFF-DATE     PIC X(10).
030700         10  WS-CHG-TBL-DAYS         PIC 9(07)   COMP.
030800         10  WS-CHG-TBL-SOURCE       PIC X(01).
030900         10  WS-CHG-TBL-SEQ          PIC 9(02).
031000         10  WS-CHG-TBL-DELTA        PIC S9(02).
031100         10  WS-CHG-TBL-POSTED       PIC X(10).
031200         10  WS-CHG-TBL-PRICED       PIC X(10).
031300         10  WS-CHG-TBL-PRICE-SW     PIC X(01).
031400 77  WS-CHG-SUB                      PIC 9(04)   COMP VALUE ZERO.
031500*
031600************************************************************
031700*  PER-PERIOD AND PER-EMPLOYEE PRICING WORK AREAS.
031800************************************************************
031900 77  WS-CUR-DEPENDENTS               PIC S9(03)  COMP-3
032000                                          VALUE ZERO.
032100 77  WS-PER-DEPENDENTS               PIC S9(03)  COMP-3
032200                                          VALUE ZERO.
032300 77  WS-PER-TENURE                   PIC S9(04)V99 COMP-3
032400                                          VALUE ZERO.
032500 77  WS-PER-TIER                     PIC 9(01)   VALUE ZERO.
032600 77  WS-PER-SHOULD                   PIC 9(03)V99 COMP-3
032700                                          VALUE ZERO.
032800 77  WS-PER-TAKEN                    PIC S9(05)V99 COMP-3
032900                                          VALUE ZERO.
033000 77  WS-PER-DIFF                     PIC S9(05)V99 COMP-3
033100                                          VALUE ZERO.
033200 77  WS-LB-BEFORE-DAYS               PIC 9(07)   COMP VALUE ZERO.
033300 77  WS-LB-BEFORE-SOURCE             PIC X(01)   VALUE SPACE.
033400 77  WS-LB-AFTER-DAYS                PIC 9(07)   COMP VALUE ZERO.
033500 77  WS-LB-AFTER-SOURCE              PIC X(01)   VALUE SPACE.
033600 77  WS-EMP-NET                      PIC S9(07)V99 COMP-3
033700                                          VALUE ZERO.
033800 77  WS-EMP-PERIODS                  PIC 9(03)   COMP VALUE ZERO.
033900 77  WS-EMP-FROM-PERIOD              PIC X(10)   VALUE SPACE.
034000 77  WS-EMP-TO-PERIOD                PIC X(10)   VALUE SPACE.
034100 77  WS-EMP-LAST-TIER                PIC 9(01)   VALUE ZERO.
034200 77  WS-LAST-CNF-ID                  PIC 9(05)   VALUE ZERO.
034300 77  WS-LAST-CNF-PERIOD              PIC X(10)   VALUE SPACE.
034400 77  WS-LAST-CNF-AMT                 PIC 9(03)V99 VALUE ZERO.
034500*
034600************************************************************
034700*  SUMMARY TABLES - BY TIER (ENTRY 1 IS TIER 0, NO COVERAGE
034800*  ON UNPAID LEAVE) AND BY DEPARTMENT, PERIOD COUNTS AND
034900*  DOLLARS KEPT SEPARATELY FOR ARREARS AND REFUNDS.
035000************************************************************
035100 01  WS-TIER-TABLE.
035200     05  WS-TIER-ENTRY OCCURS 5 TIMES.
035300         10  WS-TIER-ARR-COUNT       PIC 9(07)   COMP.
035400         10  WS-TIER-ARR-AMT         PIC 9(09)V99 COMP-3.
035500         10  WS-TIER-REF-COUNT       PIC 9(07)   COMP.
035600         10  WS-TIER-REF-AMT         PIC 9(09)V99 COMP-3.
035700 77  WS-TIER-SUB                     PIC 9(02)   COMP VALUE ZERO.
035800 01  WS-DEPT-TABLE.
035900     05  WS-DEPT-COUNT               PIC 9(03)   COMP VALUE ZERO.
036000     05  WS-DEPT-ENTRY OCCURS 200 TIMES.
036100         10  WS-DEPT-TBL-CODE        PIC X(04).
036200         10  WS-DEPT-TBL-ARR-COUNT   PIC 9(07)   COMP.
036300         10  WS-DEPT-TBL-ARR-AMT     PIC 9(09)V99 COMP-3.
036400         10  WS-DEPT-TBL-REF-COUNT   PIC 9(07)   COMP.
036500         10  WS-DEPT-TBL-REF-AMT     PIC 9(09)V99 COMP-3.
036600 77  WS-DEPT-SUB                     PIC 9(03)   COMP VALUE ZERO.
036700 77  WS-WORK-DEPT                    PIC X(04)   VALUE SPACE.
036800*
036900 77  WS-CHG-READ-COUNT               PIC 9(07)   COMP VALUE ZERO.
037000 77  WS-CHG-DUP-COUNT                PIC 9(07)   COMP VALUE ZERO.
037100 77  WS-CHG-PRICED-COUNT             PIC 9(07)   COMP VALUE ZERO.
037200 77  WS-CHG-KEPT-COUNT               PIC 9(07)   COMP VALUE ZERO.
037300 77  WS-CHG-DROP-COUNT               PIC 9(07)   COMP VALUE ZERO.
037400 77  WS-HST-KEPT-COUNT               PIC 9(07)   COMP VALUE ZERO.
037500 77  WS-HST-DROP-COUNT               PIC 9(07)   COMP VALUE ZERO.
037600 77  WS-CNF-DUP-COUNT                PIC 9(07)   COMP VALUE ZERO.
037700 77  WS-EMP-PRICED-COUNT             PIC 9(07)   COMP VALUE ZERO.
037800 77  WS-PERIOD-ADJ-COUNT             PIC 9(07)   COMP VALUE ZERO.
037900 77  WS-ADJUST-COUNT                 PIC 9(07)   COMP VALUE ZERO.
038000 77  WS-WARNING-COUNT                PIC 9(07)   COMP VALUE ZERO.
038100 77  WS-TOTAL-ARREARS                PIC 9(09)V99 COMP-3
038200                                          VALUE ZERO.
038300 77  WS-TOTAL-REFUNDS                PIC 9(09)V99 COMP-3
038400                                          VALUE ZERO.
038500*
038600 77  WS-FAIL-DDNAME                  PIC X(08)   VALUE SPACE.
038700 77  WS-FAIL-STATUS                  PIC X(02)   VALUE SPACE.
038800*
038900 01  WS-REPORT-HEADING-1.
039000     05  FILLER                      PIC X(01)   VALUE SPACE.
039100     05  FILLER                      PIC X(50)
039200         VALUE "EMPRTB01 - BENEFIT DEDUCTION ARREARS AND REFUNDS".
039300     05  FILLER                      PIC X(11)
039400         VALUE "  RUN DATE ".
039500     05  WS-RH-RUN-DATE              PIC X(10).
039600     05  FILLER                      PIC X(08)   VALUE SPACE.
039700*
039800 01  WS-REPORT-HEADING-2.
039900     05  FILLER                      PIC X(01)   VALUE SPACE.
040000     05  FILLER                      PIC X(20)
040100         VALUE "LAST CLOSED PERIOD: ".
040200     05  WS-RH-LAST-PERIOD           PIC X(10).
040300     05  FILLER                      PIC X(15)
040400         VALUE "  PERIOD DAYS: ".
040500     05  WS-RH-PERIOD-DAYS           PIC ZZ9.
040600     05  FILLER                      PIC X(13)
040700         VALUE "  LOOK-BACK: ".
040800     05  WS-RH-MAX-PERIODS           PIC ZZ9.
040900     05  FILLER                      PIC X(15)   VALUE SPACE.
041000*
041100 01  WS-REPORT-HEADING-3.
041200     05  FILLER                      PIC X(01)   VALUE SPACE.
041300     05  FILLER                      PIC X(07)   VALUE "EMP-ID".
041400     05  FILLER                      PIC X(26)   VALUE "EMP-NAME".
041500     05  FILLER                      PIC X(12)
041600                 VALUE "PERIOD END".
041700     05  FILLER                      PIC X(03)   VALUE "TR".
041800     05  FILLER                      PIC X(08)   VALUE "SHOULD".
041900     05  FILLER                      PIC X(10)
042000                 VALUE "   TAKEN".
042100     05  FILLER                      PIC X(08)   VALUE "  ADJUST".
042200     05  FILLER                      PIC X(05)   VALUE SPACE.
042300*
042400 01  WS-RETRO-DETAIL.
042500     05  FILLER                      PIC X(01)   VALUE SPACE.
042600     05  WS-RD-EMP-ID                PIC ZZZZ9.
042700     05  FILLER                      PIC X(02)   VALUE SPACE.
042800     05  WS-RD-EMP-NAME              PIC X(25).
042900     05  FILLER                      PIC X(01)   VALUE SPACE.
043000     05  WS-RD-PERIOD-END            PIC X(10).
043100     05  FILLER                      PIC X(02)   VALUE SPACE.
043200     05  WS-RD-TIER                  PIC 9(01).
043300     05  FILLER                      PIC X(02)   VALUE SPACE.
043400     05  WS-RD-SHOULD                PIC ZZ9.99.
043500     05  FILLER                      PIC X(02)   VALUE SPACE.
043600     05  WS-RD-TAKEN                 PIC -ZZZ9.99.
043700     05  FILLER                      PIC X(02)   VALUE SPACE.
043800     05  WS-RD-ADJUST                PIC -ZZZ9.99.
043900     05  FILLER                      PIC X(05)   VALUE SPACE.
044000*
044100 01  WS-EMP-TOTAL-LINE.
044200     05  FILLER                      PIC X(08)   VALUE SPACE.
044300     05  FILLER                      PIC X(04)   VALUE "NET ".
044400     05  WS-ET-TYPE                  PIC X(08).
044500     05  WS-ET-AMOUNT                PIC ZZ,ZZ9.99.
044600     05  FILLER                      PIC X(06)   VALUE " OVER ".
044700     05  WS-ET-PERIODS               PIC ZZ9.
044800     05  FILLER                      PIC X(15)
044900                 VALUE " PERIOD(S) FROM".
045000     05  FILLER                      PIC X(01)   VALUE SPACE.
045100     05  WS-ET-FROM                  PIC X(10).
045200     05  FILLER                      PIC X(04)   VALUE " TO ".
045300     05  WS-ET-TO                    PIC X(10).
045400     05  FILLER                      PIC X(02)   VALUE SPACE.
045500*
045600 01  WS-MESSAGE-LINE.
045700     05  FILLER                      PIC X(01)   VALUE SPACE.
045800     05  WS-ML-EMP-ID                PIC ZZZZ9.
045900     05  FILLER                      PIC X(02)   VALUE SPACE.
046000     05  WS-ML-TEXT                  PIC X(60).
046100     05  FILLER                      PIC X(12)   VALUE SPACE.
046200*
046300 01  WS-SUM-HEADING.
046400     05  FILLER                      PIC X(01)   VALUE SPACE.
046500     05  WS-SH-LABEL                 PIC X(10).
046600     05  FILLER                      PIC X(10)
046700                 VALUE "   PERIODS".
046800     05  FILLER                      PIC X(17)
046900                 VALUE "   ARREARS AMOUNT".
047000     05  FILLER                      PIC X(10)
047100                 VALUE "   PERIODS".
047200     05  FILLER                      PIC X(17)
047300                 VALUE "    REFUND AMOUNT".
047400     05  FILLER                      PIC X(15)   VALUE SPACE.
047500*
047600 01  WS-SUM-DETAIL.
047700     05  FILLER                      PIC X(01)   VALUE SPACE.
047800     05  WS-SD-LABEL                 PIC X(10).
047900     05  FILLER                      PIC X(03)   VALUE SPACE.
048000     05  WS-SD-ARR-COUNT             PIC ZZZ,ZZ9.
048100     05  FILLER                      PIC X(03)   VALUE SPACE.
048200     05  WS-SD-ARR-AMT               PIC ZZZ,ZZZ,ZZ9.99.
048300     05  FILLER                      PIC X(03)   VALUE SPACE.
048400     05  WS-SD-REF-COUNT             PIC ZZZ,ZZ9.
048500     05  FILLER                      PIC X(03)   VALUE SPACE.
048600     05  WS-SD-REF-AMT               PIC ZZZ,ZZZ,ZZ9.99.
048700     05  FILLER                      PIC X(15)   VALUE SPACE.
048800*
048900 01  WS-SUMMARY-LINE.
049000     05  FILLER                      PIC X(01)   VALUE SPACE.
049100     05  WS-SL-TEXT                  PIC X(36).
049200     05  WS-SL-COUNT                 PIC ZZZZZZ9.
049300     05  FILLER                      PIC X(36)   VALUE SPACE.
049400 PROCEDURE DIVISION.
049500************************************************************
049600 0000-MAINLINE.
049700************************************************************
049800     PERFORM 1000-INITIALIZE
049900         THRU 1000-INITIALIZE-EXIT.
050000     PERFORM 2000-PROCESS-EMPLOYEE
050100         THRU 2000-PROCESS-EMPLOYEE-EXIT
050200         UNTIL WS-CHG-EOF AND WS-HST-EOF.
050300     PERFORM 3000-FINALIZE
050400         THRU 3000-FINALIZE-EXIT.
050500     GOBACK.
050600*
050700************************************************************
050800 1000-INITIALIZE.
050900************************************************************
050905     INITIALIZE WS-TIER-TABLE.
050910     MOVE 31 TO WS-MONTH-DAYS-ENTRY (01).
050915     MOVE 28 TO WS-MONTH-DAYS-ENTRY (02).
050920     MOVE 31 TO WS-MONTH-DAYS-ENTRY (03).
050925     MOVE 30 TO WS-MONTH-DAYS-ENTRY (04).
050930     MOVE 31 TO WS-MONTH-DAYS-ENTRY (05).
050935     MOVE 30 TO WS-MONTH-DAYS-ENTRY (06).
050940     MOVE 31 TO WS-MONTH-DAYS-ENTRY (07).
050945     MOVE 31 TO WS-MONTH-DAYS-ENTRY (08).
050950     MOVE 30 TO WS-MONTH-DAYS-ENTRY (09).
050955     MOVE 31 TO WS-MONTH-DAYS-ENTRY (10).
050960     MOVE 30 TO WS-MONTH-DAYS-ENTRY (11).
050965     MOVE 31 TO WS-MONTH-DAYS-ENTRY (12).
051000     MOVE 25.00 TO WS-DEDUCTION-AMT (1).
051100     MOVE 45.00 TO WS-DEDUCTION-AMT (2).
051200     MOVE 65.00 TO WS-DEDUCTION-AMT (3).
051300     MOVE 85.00 TO WS-DEDUCTION-AMT (4).
051400     ACCEPT WS-RUN-DATE-YMD FROM DATE YYYYMMDD.
051500     MOVE WS-RUN-DATE-CCYY TO WS-EFF-CCYY.
051600     MOVE WS-RUN-DATE-MM   TO WS-EFF-MM.
051700     MOVE WS-RUN-DATE-DD   TO WS-EFF-DD.
051800     MOVE "-"              TO WS-EFF-DASH1.
051900     MOVE "-"              TO WS-EFF-DASH2.
052000     MOVE WS-RUN-DATE-YMD  TO WS-DN-DATE.
052100     PERFORM 2700-DATE-TO-DAYS
052200         THRU 2700-DATE-TO-DAYS-EXIT.
052300     MOVE WS-DN-DAYS       TO WS-RUN-DAYS.
052400     PERFORM 1050-READ-CONTROL
052500         THRU 1050-READ-CONTROL-EXIT.
052600     IF WS-CHG-EOF
052700         GO TO 1000-INITIALIZE-EXIT
052800     END-IF.
052900     PERFORM 1100-BUILD-PERIOD-ENTRY
053000         THRU 1100-BUILD-PERIOD-ENTRY-EXIT
053100         VARYING WS-PER-SUB FROM 1 BY 1
053200         UNTIL WS-PER-SUB > WS-MAX-PERIODS.
053300     MOVE WS-PER-END-DAYS (WS-MAX-PERIODS) TO WS-OLDEST-END-DAYS.
053400     COMPUTE WS-DROP-DAYS = WS-OLDEST-END-DAYS - WS-PERIOD-DAYS.
053500*
053600     OPEN INPUT  EMP-CHANGE-IN-FILE
053700          INPUT  EMP-MASTER-FILE
053800          INPUT  EMP-DEP-FILE
053900          INPUT  EMP-CONFIRM-FILE
054000          INPUT  EMP-HIST-IN-FILE
054100          OUTPUT EMP-CHANGE-OUT-FILE
054200          OUTPUT EMP-HIST-OUT-FILE
054300          OUTPUT EMP-ADJUST-FILE
054400          OUTPUT EMP-RETRO-REPORT.
054500     IF WS-CHGI-STATUS NOT = "00" OR
054600        WS-MAS-STATUS NOT = "00" OR
054700        WS-DEP-STATUS NOT = "00" OR
054800        WS-CNF-STATUS NOT = "00" OR
054900        WS-HSTI-STATUS NOT = "00" OR
055000        WS-CHGO-STATUS NOT = "00" OR
055100        WS-HSTO-STATUS NOT = "00" OR
055200        WS-ADJ-STATUS NOT = "00" OR
055300        WS-REPORT-STATUS NOT = "00"
055400         DISPLAY "EMPRTB01 - OPEN FAILED - "
055500             WS-CHGI-STATUS " " WS-MAS-STATUS " "
055600             WS-DEP-STATUS " " WS-CNF-STATUS " "
055700             WS-HSTI-STATUS " " WS-CHGO-STATUS " "
055800             WS-HSTO-STATUS " " WS-ADJ-STATUS " "
055900             WS-REPORT-STATUS
056000         MOVE "Y" TO WS-CHG-EOF-SW
056100         MOVE "Y" TO WS-HST-EOF-SW
056200         MOVE 12 TO RETURN-CODE
056300         GO TO 1000-INITIALIZE-EXIT
056400     END-IF.
056500     MOVE WS-RUN-DATE-EFF  TO WS-RH-RUN-DATE.
056600     MOVE WS-LAST-PERIOD   TO WS-RH-LAST-PERIOD.
056700     MOVE WS-PERIOD-DAYS   TO WS-RH-PERIOD-DAYS.
056800     MOVE WS-MAX-PERIODS   TO WS-RH-MAX-PERIODS.
056900     WRITE EMP-RETRO-LINE FROM WS-REPORT-HEADING-1.
057000     WRITE EMP-RETRO-LINE FROM WS-REPORT-HEADING-2
057100         AFTER ADVANCING 1 LINES.
057200     WRITE EMP-RETRO-LINE FROM WS-REPORT-HEADING-3
057300         AFTER ADVANCING 2 LINES.
057400     PERFORM 2120-READ-CHANGE
057500         THRU 2120-READ-CHANGE-EXIT.
057600     PERFORM 2220-READ-HISTORY
057700         THRU 2220-READ-HISTORY-EXIT.
057800     PERFORM 2320-READ-DEPENDENT
057900         THRU 2320-READ-DEPENDENT-EXIT.
058000     PERFORM 2420-READ-CONFIRM
058100         THRU 2420-READ-CONFIRM-EXIT.
058200 1000-INITIALIZE-EXIT.
058300     EXIT.
058400*
058500************************************************************
058550*  1050 - THE CONTROL CARD IS REQUIRED: WITHOUT THE LAST
058600*  CLOSED PERIOD THERE IS NOTHING TO WALK BACK FROM, AND
058650*  WITHOUT THE FIRST PERIOD ON THE CONFIRMATION HISTORY A
058700*  PERIOD PAYROLL NEVER CONFIRMED WOULD BE PRICED AS IF NO
058750*  DEDUCTION HAD BEEN TAKEN.  THE PERIOD LENGTH AND
058800*  LOOK-BACK DEFAULT WHEN BLANK.
058900************************************************************
059000 1050-READ-CONTROL.
059100************************************************************
059200     OPEN INPUT EMP-CTL-FILE.
059300     IF WS-CTL-STATUS NOT = "00"
059400         DISPLAY "EMPRTB01 - CONTROL CARD OPEN FAILED - "
059500             WS-CTL-STATUS
059600         MOVE "Y" TO WS-CHG-EOF-SW
059700         MOVE "Y" TO WS-HST-EOF-SW
059800         MOVE 12 TO RETURN-CODE
059900         GO TO 1050-READ-CONTROL-EXIT
060000     END-IF.
060100     READ EMP-CTL-FILE
060200         AT END
060300             CONTINUE
060400     END-READ.
060500     IF WS-CTL-STATUS NOT = "00" OR
060600        EMP-RCTL-LAST-PERIOD = SPACE
060700         DISPLAY "EMPRTB01 - CONTROL CARD MISSING OR BLANK"
060800         MOVE "Y" TO WS-CHG-EOF-SW
060900         MOVE "Y" TO WS-HST-EOF-SW
061000         MOVE 12 TO RETURN-CODE
061100         CLOSE EMP-CTL-FILE
061200         GO TO 1050-READ-CONTROL-EXIT
061300     END-IF.
061400     MOVE EMP-RCTL-LAST-PERIOD TO WS-EDIT-DATE.
061500     PERFORM 2710-EDIT-DATE
061600         THRU 2710-EDIT-DATE-EXIT.
061700     IF NOT WS-DATE-VALID OR WS-DN-DAYS > WS-RUN-DAYS
061800         DISPLAY "EMPRTB01 - LAST CLOSED PERIOD INVALID - "
061900             EMP-RCTL-LAST-PERIOD
062000         MOVE "Y" TO WS-CHG-EOF-SW
062100         MOVE "Y" TO WS-HST-EOF-SW
062200         MOVE 12 TO RETURN-CODE
062300         CLOSE EMP-CTL-FILE
062400         GO TO 1050-READ-CONTROL-EXIT
062500     END-IF.
062600     MOVE EMP-RCTL-LAST-PERIOD TO WS-LAST-PERIOD.
062700     MOVE WS-DN-DAYS TO WS-LAST-DAYS.
062800     IF EMP-RCTL-PERIOD-DAYS NUMERIC AND
062900        EMP-RCTL-PERIOD-DAYS > ZERO
063000         MOVE EMP-RCTL-PERIOD-DAYS TO WS-PERIOD-DAYS
063100     END-IF.
063200     IF EMP-RCTL-MAX-PERIODS NUMERIC AND
063300        EMP-RCTL-MAX-PERIODS > ZERO
063400         MOVE EMP-RCTL-MAX-PERIODS TO WS-MAX-PERIODS
063500     END-IF.
063600     IF WS-MAX-PERIODS > 156
063700         DISPLAY "EMPRTB01 - LOOK-BACK LIMITED TO 156 PERIODS"
063800         MOVE 156 TO WS-MAX-PERIODS
063900     END-IF.
063950     IF EMP-RCTL-CNF-START = SPACE
064000         DISPLAY "EMPRTB01 - CONFIRMATION START MISSING"
064050         MOVE "Y" TO WS-CHG-EOF-SW
064100         MOVE "Y" TO WS-HST-EOF-SW
064150         MOVE 12 TO RETURN-CODE
064200         CLOSE EMP-CTL-FILE
064250         GO TO 1050-READ-CONTROL-EXIT
064300     END-IF.
064350     MOVE EMP-RCTL-CNF-START TO WS-EDIT-DATE.
064400     PERFORM 2710-EDIT-DATE
064450         THRU 2710-EDIT-DATE-EXIT.
064500     IF NOT WS-DATE-VALID
064550         DISPLAY "EMPRTB01 - CONFIRMATION START INVALID - "
064600             EMP-RCTL-CNF-START
064650         MOVE "Y" TO WS-CHG-EOF-SW
064700         MOVE "Y" TO WS-HST-EOF-SW
064750         MOVE 12 TO RETURN-CODE
064800         CLOSE EMP-CTL-FILE
064850         GO TO 1050-READ-CONTROL-EXIT
064900     END-IF.
064950     MOVE EMP-RCTL-CNF-START TO WS-CNF-START-DATE.
065000     MOVE WS-DN-DAYS TO WS-CNF-START-DAYS.
065600     CLOSE EMP-CTL-FILE.
065700 1050-READ-CONTROL-EXIT.
065800     EXIT.
065900*
066000************************************************************
066100 1100-BUILD-PERIOD-ENTRY.
066200************************************************************
066300     COMPUTE WS-PER-END-DAYS (WS-PER-SUB) = WS-LAST-DAYS
066400         - (WS-PER-SUB - 1) * WS-PERIOD-DAYS.
066500     MOVE WS-PER-END-DAYS (WS-PER-SUB) TO WS-DN-DAYS.
066600     PERFORM 2720-DAYS-TO-DATE
066700         THRU 2720-DAYS-TO-DATE-EXIT.
066800     MOVE WS-EDIT-DATE TO WS-PER-END-DATE (WS-PER-SUB).
066900 1100-BUILD-PERIOD-ENTRY-EXIT.
067000     EXIT.
067100*
067200************************************************************
067300*  2000 - ONE EMPLOYEE: THE LOWER OF THE CHANGE AND HISTORY
067400*  KEYS.  LOAD THE CHANGES, CARRY THE HISTORY FORWARD, AND
067500*  WHEN ANY CHANGE REACHES A CLOSED PERIOD NOT YET PRICED,
067600*  PRICE FROM THE EARLIEST SUCH PERIOD UP TO THE LAST ONE.
067700************************************************************
067800 2000-PROCESS-EMPLOYEE.
067900************************************************************
068000     IF WS-CHG-KEY < WS-HST-KEY
068100         MOVE WS-CHG-KEY TO WS-CUR-KEY
068200     ELSE
068300         MOVE WS-HST-KEY TO WS-CUR-KEY
068400     END-IF.
068500     MOVE ZERO TO WS-CHG-COUNT.
068600     MOVE ZERO TO WS-START-SUB.
068700     PERFORM 2050-CLEAR-PERIOD-ENTRY
068800         THRU 2050-CLEAR-PERIOD-ENTRY-EXIT
068900         VARYING WS-PER-SUB FROM 1 BY 1
069000         UNTIL WS-PER-SUB > WS-MAX-PERIODS.
069100     PERFORM 2100-LOAD-CHANGE
069200         THRU 2100-LOAD-CHANGE-EXIT
069300         UNTIL WS-CHG-EOF OR WS-FATAL OR
069400             WS-CHG-KEY NOT = WS-CUR-KEY.
069500     PERFORM 2200-CARRY-HISTORY
069600         THRU 2200-CARRY-HISTORY-EXIT
069700         UNTIL WS-HST-EOF OR WS-FATAL OR
069800             WS-HST-KEY NOT = WS-CUR-KEY.
069900     IF WS-FATAL
070000         GO TO 2000-PROCESS-EMPLOYEE-EXIT
070100     END-IF.
070200     PERFORM 2150-MARK-CHANGE
070300         THRU 2150-MARK-CHANGE-EXIT
070400         VARYING WS-CHG-SUB FROM 1 BY 1
070500         UNTIL WS-CHG-SUB > WS-CHG-COUNT.
070600     IF WS-START-SUB > ZERO
070700         PERFORM 2450-READ-MASTER
070800             THRU 2450-READ-MASTER-EXIT
070900         IF WS-MASTER-FOUND
071000             PERFORM 2500-PRICE-EMPLOYEE
071100                 THRU 2500-PRICE-EMPLOYEE-EXIT
071200         END-IF
071300     END-IF.
071400     IF NOT WS-FATAL
071500         PERFORM 2800-WRITE-CHANGE
071600             THRU 2800-WRITE-CHANGE-EXIT
071700             VARYING WS-CHG-SUB FROM 1 BY 1
071800             UNTIL WS-CHG-SUB > WS-CHG-COUNT OR WS-FATAL
071900     END-IF.
072000     IF WS-FATAL
072100         MOVE "Y" TO WS-CHG-EOF-SW
072200         MOVE "Y" TO WS-HST-EOF-SW
072300     END-IF.
072400 2000-PROCESS-EMPLOYEE-EXIT.
072500     EXIT.
072600*
072700************************************************************
072800 2050-CLEAR-PERIOD-ENTRY.
072900************************************************************
073000     MOVE ZERO TO WS-PER-CONFIRMED (WS-PER-SUB).
073100     MOVE ZERO TO WS-PER-PRIOR-ADJ (WS-PER-SUB).
073200 2050-CLEAR-PERIOD-ENTRY-EXIT.
073300     EXIT.
073400*
073500************************************************************
073550*  2100 - TABLE ONE CHANGE.  AN EXACT REPEAT OF THE CHANGE
073600*  BEFORE IT (SAME DATE, SOURCE, DEPENDENT, DELTA AND
073650*  POSTED DATE - A PRODUCER STEP RERUN AFTER A FAILURE) IS
073700*  DROPPED; AN ADD AND A DELETE OF ONE DEPENDENT ON ONE DAY
073750*  ARE BOTH KEPT.  A DATE THAT WILL NOT EDIT CANNOT BE
073800*  PRICED AND IS REPORTED AND DROPPED.  PAST 200 CHANGES FOR
073850*  ONE EMPLOYEE THE REST ARE CARRIED FORWARD UNTOUCHED FOR
073900*  THE NEXT RUN.
074200************************************************************
074300 2100-LOAD-CHANGE.
074400************************************************************
074500     IF WS-CHG-COUNT > ZERO
074600         IF EMP-RTC-EFF-DATE OF EMP-CHANGE-IN-FILE =
074700            WS-CHG-TBL-EFF-DATE (WS-CHG-COUNT) AND
074800            EMP-RTC-SOURCE OF EMP-CHANGE-IN-FILE =
074900            WS-CHG-TBL-SOURCE (WS-CHG-COUNT) AND
075000            EMP-RTC-DEP-SEQ OF EMP-CHANGE-IN-FILE =
075025            WS-CHG-TBL-SEQ (WS-CHG-COUNT) AND
075050            EMP-RTC-DEP-DELTA OF EMP-CHANGE-IN-FILE =
075075            WS-CHG-TBL-DELTA (WS-CHG-COUNT) AND
075100            EMP-RTC-POSTED-DATE OF EMP-CHANGE-IN-FILE =
075125            WS-CHG-TBL-POSTED (WS-CHG-COUNT)
075200             ADD 1 TO WS-CHG-DUP-COUNT
075300             PERFORM 2120-READ-CHANGE
075400                 THRU 2120-READ-CHANGE-EXIT
075500             GO TO 2100-LOAD-CHANGE-EXIT
075600         END-IF
075700     END-IF.
075800     MOVE EMP-RTC-EFF-DATE OF EMP-CHANGE-IN-FILE TO WS-EDIT-DATE.
075900     PERFORM 2710-EDIT-DATE
076000         THRU 2710-EDIT-DATE-EXIT.
076100     IF NOT WS-DATE-VALID
076200         MOVE WS-CUR-KEY TO WS-ML-EMP-ID
076300         MOVE "RETRO CHANGE EFFECTIVE DATE INVALID - DROPPED"
076400             TO WS-ML-TEXT
076500         PERFORM 2650-WRITE-MESSAGE
076600             THRU 2650-WRITE-MESSAGE-EXIT
076700         ADD 1 TO WS-CHG-DROP-COUNT
076800         PERFORM 2120-READ-CHANGE
076900             THRU 2120-READ-CHANGE-EXIT
077000         GO TO 2100-LOAD-CHANGE-EXIT
077100     END-IF.
077200     IF WS-CHG-COUNT >= 200
077300         MOVE WS-CUR-KEY TO WS-ML-EMP-ID
077400         MOVE "CHANGE TABLE FULL - CHANGE CARRIED TO NEXT RUN"
077500             TO WS-ML-TEXT
077600         PERFORM 2650-WRITE-MESSAGE
077700             THRU 2650-WRITE-MESSAGE-EXIT
077800         WRITE EMP-RETRO-CHANGE-RECORD FROM EMP-RTC-IN-RECORD
077900         IF WS-CHGO-STATUS NOT = "00"
078000             MOVE "EMPRTCO"      TO WS-FAIL-DDNAME
078100             MOVE WS-CHGO-STATUS TO WS-FAIL-STATUS
078200             PERFORM 2900-WRITE-FAILED
078300                 THRU 2900-WRITE-FAILED-EXIT
078400             GO TO 2100-LOAD-CHANGE-EXIT
078500         END-IF
078600         ADD 1 TO WS-CHG-KEPT-COUNT
078700         PERFORM 2120-READ-CHANGE
078800             THRU 2120-READ-CHANGE-EXIT
078900         GO TO 2100-LOAD-CHANGE-EXIT
079000     END-IF.
079100     ADD 1 TO WS-CHG-COUNT.
079200     MOVE WS-CHG-COUNT TO WS-CHG-SUB.
079300     MOVE EMP-RTC-EFF-DATE OF EMP-CHANGE-IN-FILE
079400         TO WS-CHG-TBL-EFF-DATE (WS-CHG-SUB).
079500     MOVE WS-DN-DAYS TO WS-CHG-TBL-DAYS (WS-CHG-SUB).
079600     MOVE EMP-RTC-SOURCE OF EMP-CHANGE-IN-FILE
079700         TO WS-CHG-TBL-SOURCE (WS-CHG-SUB).
079800     MOVE EMP-RTC-DEP-SEQ OF EMP-CHANGE-IN-FILE
079900         TO WS-CHG-TBL-SEQ (WS-CHG-SUB).
080000     MOVE EMP-RTC-DEP-DELTA OF EMP-CHANGE-IN-FILE
080100         TO WS-CHG-TBL-DELTA (WS-CHG-SUB).
080200     MOVE EMP-RTC-POSTED-DATE OF EMP-CHANGE-IN-FILE
080300         TO WS-CHG-TBL-POSTED (WS-CHG-SUB).
080400     MOVE EMP-RTC-PRICED-DATE OF EMP-CHANGE-IN-FILE
080500         TO WS-CHG-TBL-PRICED (WS-CHG-SUB).
080600     MOVE "N" TO WS-CHG-TBL-PRICE-SW (WS-CHG-SUB).
080700     PERFORM 2120-READ-CHANGE
080800         THRU 2120-READ-CHANGE-EXIT.
080900 2100-LOAD-CHANGE-EXIT.
081000     EXIT.
081100*
081200************************************************************
081300 2120-READ-CHANGE.
081400************************************************************
081500     READ EMP-CHANGE-IN-FILE
081600         AT END
081700             MOVE "Y" TO WS-CHG-EOF-SW
081800             MOVE WS-HIGH-KEY TO WS-CHG-KEY
081900             GO TO 2120-READ-CHANGE-EXIT
082000     END-READ.
082100     IF WS-CHGI-STATUS NOT = "00"
082200         DISPLAY "EMPRTB01 - CHANGE READ FAILED - STATUS "
082300             WS-CHGI-STATUS
082400         MOVE "Y" TO WS-FATAL-SW
082500         MOVE "Y" TO WS-CHG-EOF-SW
082600         MOVE WS-HIGH-KEY TO WS-CHG-KEY
082700         MOVE 16 TO RETURN-CODE
082800         GO TO 2120-READ-CHANGE-EXIT
082900     END-IF.
083000     ADD 1 TO WS-CHG-READ-COUNT.
083100     MOVE EMP-ID OF EMP-CHANGE-IN-FILE TO WS-CHG-KEY.
083200 2120-READ-CHANGE-EXIT.
083300     EXIT.
083400*
083500************************************************************
083600*  2150 - A CHANGE NOT YET PRICED AND DATED ON OR BEFORE THE
083700*  LAST CLOSED PERIOD END IS PRICED THIS RUN, FROM THE
083800*  PERIOD HOLDING ITS EFFECTIVE DATE.  ONE OLDER THAN THE
083900*  LOOK-BACK IS PRICED FROM THE OLDEST PERIOD KEPT.
084000************************************************************
084100 2150-MARK-CHANGE.
084200************************************************************
084300     IF WS-CHG-TBL-PRICED (WS-CHG-SUB) NOT = SPACE OR
084400        WS-CHG-TBL-DAYS (WS-CHG-SUB) > WS-LAST-DAYS
084500         GO TO 2150-MARK-CHANGE-EXIT
084600     END-IF.
084700     MOVE "Y" TO WS-CHG-TBL-PRICE-SW (WS-CHG-SUB).
084800     ADD 1 TO WS-CHG-PRICED-COUNT.
084900     COMPUTE WS-PER-OFFSET =
085000         WS-LAST-DAYS - WS-CHG-TBL-DAYS (WS-CHG-SUB).
085100     DIVIDE WS-PER-OFFSET BY WS-PERIOD-DAYS
085200         GIVING WS-PER-SUB.
085300     ADD 1 TO WS-PER-SUB.
085400     IF WS-PER-SUB > WS-MAX-PERIODS
085500         MOVE WS-MAX-PERIODS TO WS-PER-SUB
085600         MOVE WS-CUR-KEY TO WS-ML-EMP-ID
085700         MOVE "CHANGE OLDER THAN LOOK-BACK - PRICED FROM OLDEST"
085800             TO WS-ML-TEXT
085900         PERFORM 2650-WRITE-MESSAGE
086000             THRU 2650-WRITE-MESSAGE-EXIT
086100     END-IF.
086200     IF WS-PER-SUB > WS-START-SUB
086300         MOVE WS-PER-SUB TO WS-START-SUB
086400     END-IF.
086500 2150-MARK-CHANGE-EXIT.
086600     EXIT.
086700*
086800************************************************************
086900*  2200 - CARRY ONE PRIOR PERIOD ADJUSTMENT FORWARD WHILE ITS
087000*  PERIOD IS STILL INSIDE THE LOOK-BACK, AND COUNT IT AS
087100*  ALREADY TAKEN (ARREARS) OR GIVEN BACK (REFUND) AGAINST
087200*  THAT PERIOD SO IT IS NEVER ADJUSTED TWICE.
087300************************************************************
087400 2200-CARRY-HISTORY.
087500************************************************************
087600     MOVE EMP-RTA-PERIOD-END OF EMP-HIST-IN-FILE TO WS-EDIT-DATE.
087700     PERFORM 2710-EDIT-DATE
087800         THRU 2710-EDIT-DATE-EXIT.
087900     IF EMP-RTA-REC-TYPE OF EMP-HIST-IN-FILE NOT = "P" OR
088000        NOT WS-DATE-VALID OR
088100        WS-DN-DAYS < WS-OLDEST-END-DAYS OR
088200        WS-DN-DAYS > WS-LAST-DAYS
088300         ADD 1 TO WS-HST-DROP-COUNT
088400         PERFORM 2220-READ-HISTORY
088500             THRU 2220-READ-HISTORY-EXIT
088600         GO TO 2200-CARRY-HISTORY-EXIT
088700     END-IF.
088800     COMPUTE WS-PER-OFFSET = WS-LAST-DAYS - WS-DN-DAYS.
088900     DIVIDE WS-PER-OFFSET BY WS-PERIOD-DAYS
089000         GIVING WS-PER-SUB REMAINDER WS-PER-REMAINDER.
089100     ADD 1 TO WS-PER-SUB.
089200     IF WS-PER-REMAINDER = ZERO
089300         IF EMP-RTA-ADJ-TYPE OF EMP-HIST-IN-FILE = "A"
089400             ADD EMP-RTA-AMOUNT OF EMP-HIST-IN-FILE
089500                 TO WS-PER-PRIOR-ADJ (WS-PER-SUB)
089600         ELSE
089700             SUBTRACT EMP-RTA-AMOUNT OF EMP-HIST-IN-FILE
089800                 FROM WS-PER-PRIOR-ADJ (WS-PER-SUB)
089900         END-IF
090000     END-IF.
090100     WRITE EMP-RTA-HIST-OUT-RECORD FROM EMP-RTA-HIST-IN-RECORD.
090200     IF WS-HSTO-STATUS NOT = "00"
090300         MOVE "EMPRTHO"      TO WS-FAIL-DDNAME
090400         MOVE WS-HSTO-STATUS TO WS-FAIL-STATUS
090500         PERFORM 2900-WRITE-FAILED
090600             THRU 2900-WRITE-FAILED-EXIT
090700         GO TO 2200-CARRY-HISTORY-EXIT
090800     END-IF.
090900     ADD 1 TO WS-HST-KEPT-COUNT.
091000     PERFORM 2220-READ-HISTORY
091100         THRU 2220-READ-HISTORY-EXIT.
091200 2200-CARRY-HISTORY-EXIT.
091300     EXIT.
091400*
091500************************************************************
091600 2220-READ-HISTORY.
091700************************************************************
091800     READ EMP-HIST-IN-FILE
091900         AT END
092000             MOVE "Y" TO WS-HST-EOF-SW
092100             MOVE WS-HIGH-KEY TO WS-HST-KEY
092200             GO TO 2220-READ-HISTORY-EXIT
092300     END-READ.
092400     IF WS-HSTI-STATUS NOT = "00"
092500         DISPLAY "EMPRTB01 - HISTORY READ FAILED - STATUS "
092600             WS-HSTI-STATUS
092700         MOVE "Y" TO WS-FATAL-SW
092800         MOVE "Y" TO WS-HST-EOF-SW
092900         MOVE WS-HIGH-KEY TO WS-HST-KEY
093000         MOVE 16 TO RETURN-CODE
093100         GO TO 2220-READ-HISTORY-EXIT
093200     END-IF.
093300     MOVE EMP-ID OF EMP-HIST-IN-FILE TO WS-HST-KEY.
093400 2220-READ-HISTORY-EXIT.
093500     EXIT.
093600*
093700************************************************************
093800*  2300 - TODAY'S ACTIVE DEPENDENTS FROM THE DETAIL FILE -
093900*  THE STARTING POINT THE CHANGES ARE BACKED OUT FROM.
094000************************************************************
094100 2300-COUNT-DEPENDENT.
094200************************************************************
094300     IF WS-DEP-KEY = WS-CUR-KEY AND
094400        EMP-DEP-STATUS OF EMP-DEP-FILE = "A"
094500         ADD 1 TO WS-CUR-DEPENDENTS
094600     END-IF.
094700     PERFORM 2320-READ-DEPENDENT
094800         THRU 2320-READ-DEPENDENT-EXIT.
094900 2300-COUNT-DEPENDENT-EXIT.
095000     EXIT.
095100*
095200************************************************************
095300 2320-READ-DEPENDENT.
095400************************************************************
095500     READ EMP-DEP-FILE
095600         AT END
095700             MOVE "Y" TO WS-DEP-EOF-SW
095800             MOVE WS-HIGH-KEY TO WS-DEP-KEY
095900             GO TO 2320-READ-DEPENDENT-EXIT
096000     END-READ.
096100     IF WS-DEP-STATUS NOT = "00"
096200         DISPLAY "EMPRTB01 - DETAIL READ FAILED - STATUS "
096300             WS-DEP-STATUS
096400         MOVE "Y" TO WS-FATAL-SW
096500         MOVE "Y" TO WS-DEP-EOF-SW
096600         MOVE WS-HIGH-KEY TO WS-DEP-KEY
096700         MOVE 16 TO RETURN-CODE
096800         GO TO 2320-READ-DEPENDENT-EXIT
096900     END-IF.
097000     MOVE EMP-ID OF EMP-DEP-FILE TO WS-DEP-KEY.
097100 2320-READ-DEPENDENT-EXIT.
097200     EXIT.
097300*
097400************************************************************
097450*  2400 - WHAT PAYROLL CONFIRMS IT TOOK, BY PERIOD.  THE
097500*  HISTORY IS APPENDED ONE RETURN FEED AT A TIME, SO A FEED
097550*  LOADED TWICE SHOWS AS THE SAME RECORD TWICE RUNNING -
097600*  ONLY THE FIRST COUNTS.  A PERIOD END THAT IS NOT A DATE,
097650*  OR THAT FALLS INSIDE THE LOOK-BACK BUT NOT ON A PERIOD
097700*  END, CANNOT BE MATCHED TO A PERIOD - IT IS LISTED AND
097750*  NOT COUNTED.
097900************************************************************
098000 2400-LOAD-CONFIRM.
098100************************************************************
098200     IF WS-CNF-KEY NOT = WS-CUR-KEY
098300         GO TO 2400-LOAD-CONFIRM-READ
098400     END-IF.
098500     IF WS-CNF-KEY = WS-LAST-CNF-ID AND
098600        EMP-PCF-PERIOD-END = WS-LAST-CNF-PERIOD AND
098700        EMP-PCF-DEDUCTION = WS-LAST-CNF-AMT
098800         ADD 1 TO WS-CNF-DUP-COUNT
098900         GO TO 2400-LOAD-CONFIRM-READ
099000     END-IF.
099100     MOVE WS-CNF-KEY         TO WS-LAST-CNF-ID.
099200     MOVE EMP-PCF-PERIOD-END TO WS-LAST-CNF-PERIOD.
099300     MOVE EMP-PCF-DEDUCTION  TO WS-LAST-CNF-AMT.
099400     MOVE EMP-PCF-PERIOD-END TO WS-EDIT-DATE.
099500     PERFORM 2710-EDIT-DATE
099600         THRU 2710-EDIT-DATE-EXIT.
099625     IF NOT WS-DATE-VALID
099650         MOVE WS-CUR-KEY TO WS-ML-EMP-ID
099675         MOVE SPACE TO WS-ML-TEXT
099700         STRING "CONFIRMATION " DELIMITED BY SIZE
099725             EMP-PCF-PERIOD-END DELIMITED BY SIZE
099750             " NOT A DATE - IGNORED" DELIMITED BY SIZE
099775             INTO WS-ML-TEXT
099800         END-STRING
099825         PERFORM 2650-WRITE-MESSAGE
099850             THRU 2650-WRITE-MESSAGE-EXIT
099875         GO TO 2400-LOAD-CONFIRM-READ
099900     END-IF.
099925     IF WS-DN-DAYS < WS-OLDEST-END-DAYS OR
099950        WS-DN-DAYS > WS-LAST-DAYS
099975         GO TO 2400-LOAD-CONFIRM-READ
100000     END-IF.
100025     COMPUTE WS-PER-OFFSET = WS-LAST-DAYS - WS-DN-DAYS.
100050     DIVIDE WS-PER-OFFSET BY WS-PERIOD-DAYS
100075         GIVING WS-PER-SUB REMAINDER WS-PER-REMAINDER.
100100     ADD 1 TO WS-PER-SUB.
100125     IF WS-PER-REMAINDER NOT = ZERO
100150         MOVE WS-CUR-KEY TO WS-ML-EMP-ID
100175         MOVE SPACE TO WS-ML-TEXT
100200         STRING "CONFIRMATION " DELIMITED BY SIZE
100225             EMP-PCF-PERIOD-END DELIMITED BY SIZE
100250             " NOT ON PERIOD GRID - IGNORED" DELIMITED BY SIZE
100275             INTO WS-ML-TEXT
100300         END-STRING
100325         PERFORM 2650-WRITE-MESSAGE
100350             THRU 2650-WRITE-MESSAGE-EXIT
100375         GO TO 2400-LOAD-CONFIRM-READ
100400     END-IF.
100425     ADD EMP-PCF-DEDUCTION TO WS-PER-CONFIRMED (WS-PER-SUB).
100900 2400-LOAD-CONFIRM-READ.
101000     PERFORM 2420-READ-CONFIRM
101100         THRU 2420-READ-CONFIRM-EXIT.
101200 2400-LOAD-CONFIRM-EXIT.
101300     EXIT.
101400*
101500************************************************************
101600 2420-READ-CONFIRM.
101700************************************************************
101800     READ EMP-CONFIRM-FILE
101900         AT END
102000             MOVE "Y" TO WS-CNF-EOF-SW
102100             MOVE WS-HIGH-KEY TO WS-CNF-KEY
102200             GO TO 2420-READ-CONFIRM-EXIT
102300     END-READ.
102400     IF WS-CNF-STATUS NOT = "00"
102500         DISPLAY "EMPRTB01 - CONFIRMATION READ FAILED - STATUS "
102600             WS-CNF-STATUS
102700         MOVE "Y" TO WS-FATAL-SW
102800         MOVE "Y" TO WS-CNF-EOF-SW
102900         MOVE WS-HIGH-KEY TO WS-CNF-KEY
103000         MOVE 16 TO RETURN-CODE
103100         GO TO 2420-READ-CONFIRM-EXIT
103200     END-IF.
103300     MOVE EMP-ID OF EMP-CONFIRM-FILE TO WS-CNF-KEY.
103400 2420-READ-CONFIRM-EXIT.
103500     EXIT.
103600*
103700************************************************************
103800*  2450 - AN EMPLOYEE NO LONGER ON THE MASTER (TERMINATED
103900*  SINCE THE CHANGE) CANNOT BE RE-PRICED HERE.  THE CHANGES
104000*  ARE CLOSED AS PRICED AND THE EMPLOYEE LISTED FOR PAYROLL
104100*  TO SETTLE BY HAND IN THE FINAL PAY.
104200************************************************************
104300 2450-READ-MASTER.
104400************************************************************
104500     MOVE "N" TO WS-MASTER-FOUND-SW.
104600     MOVE WS-CUR-KEY TO EMP-ID OF EMP-MASTER-FILE.
104700     READ EMP-MASTER-FILE
104800         INVALID KEY
104900             MOVE WS-CUR-KEY TO WS-ML-EMP-ID
105000             MOVE "NOT ON MASTER - BACK-DATED CHANGE NOT PRICED"
105100                 TO WS-ML-TEXT
105200             PERFORM 2650-WRITE-MESSAGE
105300                 THRU 2650-WRITE-MESSAGE-EXIT
105400             GO TO 2450-READ-MASTER-EXIT
105500     END-READ.
105600     IF WS-MAS-STATUS NOT = "00"
105700         DISPLAY "EMPRTB01 - MASTER READ FAILED - EMP-ID "
105800             WS-CUR-KEY " STATUS " WS-MAS-STATUS
105900         MOVE "Y" TO WS-FATAL-SW
106000         MOVE 16 TO RETURN-CODE
106100         GO TO 2450-READ-MASTER-EXIT
106200     END-IF.
106300     MOVE "Y" TO WS-MASTER-FOUND-SW.
106400 2450-READ-MASTER-EXIT.
106500     EXIT.
106600*
106700************************************************************
106800*  2500 - PRICE ONE EMPLOYEE FROM WS-START-SUB DOWN TO THE
106900*  LAST CLOSED PERIOD (ENTRY 1) AND SEND PAYROLL THE NET.
107000************************************************************
107100 2500-PRICE-EMPLOYEE.
107200************************************************************
107300     MOVE ZERO TO WS-CUR-DEPENDENTS.
107400     PERFORM 2300-COUNT-DEPENDENT
107500         THRU 2300-COUNT-DEPENDENT-EXIT
107600         UNTIL WS-DEP-EOF OR WS-DEP-KEY > WS-CUR-KEY.
107700     PERFORM 2400-LOAD-CONFIRM
107800         THRU 2400-LOAD-CONFIRM-EXIT
107900         UNTIL WS-CNF-EOF OR WS-CNF-KEY > WS-CUR-KEY.
108000     IF WS-FATAL
108100         GO TO 2500-PRICE-EMPLOYEE-EXIT
108200     END-IF.
108300     ADD 1 TO WS-EMP-PRICED-COUNT.
108400     MOVE ZERO  TO WS-EMP-NET.
108500     MOVE ZERO  TO WS-EMP-PERIODS.
108600     MOVE ZERO  TO WS-EMP-LAST-TIER.
108700     MOVE SPACE TO WS-EMP-FROM-PERIOD.
108800     MOVE SPACE TO WS-EMP-TO-PERIOD.
108900     MOVE "N"   TO WS-EARLY-LISTED-SW.
109000     MOVE WS-START-SUB TO WS-PER-SUB.
109100     PERFORM 2510-PRICE-PERIOD
109200         THRU 2510-PRICE-PERIOD-EXIT
109300         UNTIL WS-PER-SUB = ZERO OR WS-FATAL.
109400     IF WS-FATAL
109500         GO TO 2500-PRICE-EMPLOYEE-EXIT
109600     END-IF.
109700     IF WS-EMP-PERIODS > ZERO
109800         PERFORM 2600-WRITE-EMPLOYEE-ADJUST
109900             THRU 2600-WRITE-EMPLOYEE-ADJUST-EXIT
110000     END-IF.
110100 2500-PRICE-EMPLOYEE-EXIT.
110200     EXIT.
110300*
110400************************************************************
110500*  2510 - ONE PERIOD.  DEPENDENTS THEN = DEPENDENTS NOW LESS
110600*  EVERY CHANGE DATED AFTER THE PERIOD END; LEAVE STATUS
110700*  THEN FROM THE NEAREST L/B CHANGE EITHER SIDE OF IT (ELSE
110800*  TODAY'S STATUS); TENURE THEN BACKED OFF FROM TODAY'S.
110900*  THE EMPBEN01 RULES TURN THAT INTO A DEDUCTION, COMPARED
111000*  WITH WHAT WAS TAKEN.  A PERIOD BEFORE THE CONFIRMATION
111100*  HISTORY BEGINS CANNOT BE COMPARED AND IS SKIPPED.
111200************************************************************
111300 2510-PRICE-PERIOD.
111400************************************************************
111500     IF WS-CNF-START-DAYS > ZERO AND
111600        WS-PER-END-DAYS (WS-PER-SUB) < WS-CNF-START-DAYS
111700         IF NOT WS-EARLY-LISTED
111800             MOVE WS-CUR-KEY TO WS-ML-EMP-ID
111900             MOVE "PERIODS BEFORE CONFIRMATION HISTORY NOT PRICED"
112000                 TO WS-ML-TEXT
112100             PERFORM 2650-WRITE-MESSAGE
112200                 THRU 2650-WRITE-MESSAGE-EXIT
112300             MOVE "Y" TO WS-EARLY-LISTED-SW
112400         END-IF
112500         SUBTRACT 1 FROM WS-PER-SUB
112600         GO TO 2510-PRICE-PERIOD-EXIT
112700     END-IF.
112800     MOVE WS-CUR-DEPENDENTS TO WS-PER-DEPENDENTS.
112900     MOVE ZERO    TO WS-LB-BEFORE-DAYS.
113000     MOVE SPACE   TO WS-LB-BEFORE-SOURCE.
113100     MOVE 9999999 TO WS-LB-AFTER-DAYS.
113200     MOVE SPACE   TO WS-LB-AFTER-SOURCE.
113300     PERFORM 2520-SCAN-CHANGE
113400         THRU 2520-SCAN-CHANGE-EXIT
113500         VARYING WS-CHG-SUB FROM 1 BY 1
113600         UNTIL WS-CHG-SUB > WS-CHG-COUNT.
113700     IF WS-PER-DEPENDENTS < ZERO
113800         MOVE ZERO TO WS-PER-DEPENDENTS
113900     END-IF.
114000     EVALUATE TRUE
114100         WHEN WS-LB-BEFORE-SOURCE NOT = SPACE
114200             IF WS-LB-BEFORE-SOURCE = "L"
114300                 MOVE "Y" TO WS-ON-LEAVE-SW
114400             ELSE
114500                 MOVE "N" TO WS-ON-LEAVE-SW
114600             END-IF
114700         WHEN WS-LB-AFTER-SOURCE NOT = SPACE
114800             IF WS-LB-AFTER-SOURCE = "B"
114900                 MOVE "Y" TO WS-ON-LEAVE-SW
115000             ELSE
115100                 MOVE "N" TO WS-ON-LEAVE-SW
115200             END-IF
115300         WHEN EMP-STATUS-CODE OF EMP-MASTER-FILE = "L"
115400             MOVE "Y" TO WS-ON-LEAVE-SW
115500         WHEN OTHER
115600             MOVE "N" TO WS-ON-LEAVE-SW
115700     END-EVALUATE.
115800     COMPUTE WS-PER-TENURE = EMP-YOE-TOTAL OF EMP-MASTER-FILE
115900         - (WS-RUN-DAYS - WS-PER-END-DAYS (WS-PER-SUB)) / 365.25.
116000     PERFORM 2530-DETERMINE-TIER
116100         THRU 2530-DETERMINE-TIER-EXIT.
116200     COMPUTE WS-PER-TAKEN = WS-PER-CONFIRMED (WS-PER-SUB)
116300         + WS-PER-PRIOR-ADJ (WS-PER-SUB).
116400     COMPUTE WS-PER-DIFF = WS-PER-SHOULD - WS-PER-TAKEN.
116500     IF WS-PER-DIFF NOT = ZERO
116600         PERFORM 2540-WRITE-PERIOD-ADJUST
116700             THRU 2540-WRITE-PERIOD-ADJUST-EXIT
116800     END-IF.
116900     SUBTRACT 1 FROM WS-PER-SUB.
117000 2510-PRICE-PERIOD-EXIT.
117100     EXIT.
117200*
117300************************************************************
117400 2520-SCAN-CHANGE.
117500************************************************************
117600     IF WS-CHG-TBL-DAYS (WS-CHG-SUB) >
117700        WS-PER-END-DAYS (WS-PER-SUB)
117800         SUBTRACT WS-CHG-TBL-DELTA (WS-CHG-SUB)
117900             FROM WS-PER-DEPENDENTS
118000     END-IF.
118100     IF WS-CHG-TBL-SOURCE (WS-CHG-SUB) NOT = "L" AND
118200        WS-CHG-TBL-SOURCE (WS-CHG-SUB) NOT = "B"
118300         GO TO 2520-SCAN-CHANGE-EXIT
118400     END-IF.
118500     IF WS-CHG-TBL-DAYS (WS-CHG-SUB) >
118600        WS-PER-END-DAYS (WS-PER-SUB)
118700         IF WS-CHG-TBL-DAYS (WS-CHG-SUB) < WS-LB-AFTER-DAYS
118800             MOVE WS-CHG-TBL-DAYS (WS-CHG-SUB)
118900                 TO WS-LB-AFTER-DAYS
119000             MOVE WS-CHG-TBL-SOURCE (WS-CHG-SUB)
119100                 TO WS-LB-AFTER-SOURCE
119200         END-IF
119300     ELSE
119400         IF WS-CHG-TBL-DAYS (WS-CHG-SUB) NOT < WS-LB-BEFORE-DAYS
119500             MOVE WS-CHG-TBL-DAYS (WS-CHG-SUB)
119600                 TO WS-LB-BEFORE-DAYS
119700             MOVE WS-CHG-TBL-SOURCE (WS-CHG-SUB)
119800                 TO WS-LB-BEFORE-SOURCE
119900         END-IF
120000     END-IF.
120100 2520-SCAN-CHANGE-EXIT.
120200     EXIT.
120300*
120400************************************************************
120500*  2530 - THE EMPBEN01 TIER RULES APPLIED TO THE PERIOD'S
120600*  DEPENDENTS AND TENURE.  ON UNPAID LEAVE NO DEDUCTION IS
120700*  TAKEN (EMPBEN01 WRITES NO ENROLLMENT) - TIER ZERO.
120800************************************************************
120900 2530-DETERMINE-TIER.
121000************************************************************
121100     IF WS-ON-LEAVE
121200         MOVE ZERO TO WS-PER-TIER
121300         MOVE ZERO TO WS-PER-SHOULD
121400         GO TO 2530-DETERMINE-TIER-EXIT
121500     END-IF.
121600     EVALUATE TRUE
121700         WHEN WS-PER-DEPENDENTS <= 0
121800             MOVE 1 TO WS-PER-TIER
121900         WHEN WS-PER-DEPENDENTS <= 2
122000             MOVE 2 TO WS-PER-TIER
122100         WHEN WS-PER-DEPENDENTS <= 4
122200             MOVE 3 TO WS-PER-TIER
122300         WHEN OTHER
122400             MOVE 4 TO WS-PER-TIER
122500     END-EVALUATE.
122600     IF WS-PER-TENURE >= 10.00 AND WS-PER-TIER < 4
122700         ADD 1 TO WS-PER-TIER
122800     END-IF.
122900     SET WS-DED-IDX TO WS-PER-TIER.
123000     MOVE WS-DEDUCTION-AMT (WS-DED-IDX) TO WS-PER-SHOULD.
123100 2530-DETERMINE-TIER-EXIT.
123200     EXIT.
123300*
123400************************************************************
123500*  2540 - ONE WRONG PERIOD: KEEP IT ON THE RETRO HISTORY,
123600*  LIST IT, AND ADD IT TO THE EMPLOYEE NET AND THE TIER AND
123700*  DEPARTMENT SUMMARIES.
123800************************************************************
123900 2540-WRITE-PERIOD-ADJUST.
124000************************************************************
124100     INITIALIZE EMP-RTA-HIST-OUT-RECORD.
124200     MOVE WS-CUR-KEY TO EMP-ID OF EMP-HIST-OUT-FILE.
124300     MOVE EMP-NAME OF EMP-MASTER-FILE
124400         TO EMP-NAME OF EMP-HIST-OUT-FILE.
124500     MOVE "P" TO EMP-RTA-REC-TYPE OF EMP-HIST-OUT-FILE.
124600     IF WS-PER-DIFF > ZERO
124700         MOVE "A" TO EMP-RTA-ADJ-TYPE OF EMP-HIST-OUT-FILE
124800         MOVE WS-PER-DIFF TO EMP-RTA-AMOUNT OF EMP-HIST-OUT-FILE
124900     ELSE
125000         MOVE "R" TO EMP-RTA-ADJ-TYPE OF EMP-HIST-OUT-FILE
125100         COMPUTE EMP-RTA-AMOUNT OF EMP-HIST-OUT-FILE =
125200             0 - WS-PER-DIFF
125300     END-IF.
125400     MOVE WS-PER-END-DATE (WS-PER-SUB)
125500         TO EMP-RTA-FROM-PERIOD OF EMP-HIST-OUT-FILE.
125600     MOVE WS-PER-END-DATE (WS-PER-SUB)
125700         TO EMP-RTA-PERIOD-END OF EMP-HIST-OUT-FILE.
125800     MOVE 1 TO EMP-RTA-PERIODS OF EMP-HIST-OUT-FILE.
125900     MOVE WS-PER-TIER TO EMP-RTA-TIER OF EMP-HIST-OUT-FILE.
126000     MOVE EMP-DEPT-CODE OF EMP-MASTER-FILE
126100         TO EMP-RTA-DEPT-CODE OF EMP-HIST-OUT-FILE.
126200     MOVE WS-PER-SHOULD
126300         TO EMP-RTA-SHOULD-AMT OF EMP-HIST-OUT-FILE.
126400     MOVE WS-PER-TAKEN
126500         TO EMP-RTA-TAKEN-AMT OF EMP-HIST-OUT-FILE.
126600     MOVE WS-RUN-DATE-EFF
126700         TO EMP-RTA-RUN-DATE OF EMP-HIST-OUT-FILE.
126800     WRITE EMP-RTA-HIST-OUT-RECORD.
126900     IF WS-HSTO-STATUS NOT = "00"
127000         MOVE "EMPRTHO"      TO WS-FAIL-DDNAME
127100         MOVE WS-HSTO-STATUS TO WS-FAIL-STATUS
127200         PERFORM 2900-WRITE-FAILED
127300             THRU 2900-WRITE-FAILED-EXIT
127400         GO TO 2540-WRITE-PERIOD-ADJUST-EXIT
127500     END-IF.
127600     ADD 1 TO WS-PERIOD-ADJ-COUNT.
127700     MOVE WS-CUR-KEY TO WS-RD-EMP-ID.
127800     MOVE EMP-NAME OF EMP-MASTER-FILE TO WS-RD-EMP-NAME.
127900     MOVE WS-PER-END-DATE (WS-PER-SUB) TO WS-RD-PERIOD-END.
128000     MOVE WS-PER-TIER   TO WS-RD-TIER.
128100     MOVE WS-PER-SHOULD TO WS-RD-SHOULD.
128200     MOVE WS-PER-TAKEN  TO WS-RD-TAKEN.
128300     MOVE WS-PER-DIFF   TO WS-RD-ADJUST.
128400     WRITE EMP-RETRO-LINE FROM WS-RETRO-DETAIL
128500         AFTER ADVANCING 1 LINES.
128600     ADD WS-PER-DIFF TO WS-EMP-NET.
128700     ADD 1 TO WS-EMP-PERIODS.
128800     IF WS-EMP-FROM-PERIOD = SPACE
128900         MOVE WS-PER-END-DATE (WS-PER-SUB) TO WS-EMP-FROM-PERIOD
129000     END-IF.
129100     MOVE WS-PER-END-DATE (WS-PER-SUB) TO WS-EMP-TO-PERIOD.
129200     MOVE WS-PER-TIER TO WS-EMP-LAST-TIER.
129300     COMPUTE WS-TIER-SUB = WS-PER-TIER + 1.
129400     MOVE EMP-DEPT-CODE OF EMP-MASTER-FILE TO WS-WORK-DEPT.
129500     PERFORM 2550-FIND-DEPT-ENTRY
129600         THRU 2550-FIND-DEPT-ENTRY-EXIT.
129700     IF WS-PER-DIFF > ZERO
129800         ADD 1 TO WS-TIER-ARR-COUNT (WS-TIER-SUB)
129900         ADD WS-PER-DIFF TO WS-TIER-ARR-AMT (WS-TIER-SUB)
130000         ADD 1 TO WS-DEPT-TBL-ARR-COUNT (WS-DEPT-SUB)
130100         ADD WS-PER-DIFF TO WS-DEPT-TBL-ARR-AMT (WS-DEPT-SUB)
130200     ELSE
130300         ADD 1 TO WS-TIER-REF-COUNT (WS-TIER-SUB)
130400         SUBTRACT WS-PER-DIFF FROM WS-TIER-REF-AMT (WS-TIER-SUB)
130500         ADD 1 TO WS-DEPT-TBL-REF-COUNT (WS-DEPT-SUB)
130600         SUBTRACT WS-PER-DIFF
130700             FROM WS-DEPT-TBL-REF-AMT (WS-DEPT-SUB)
130800     END-IF.
130900 2540-WRITE-PERIOD-ADJUST-EXIT.
131000     EXIT.
131100*
131200************************************************************
131300*  2550/2560 - FIND (OR ADD) THE SUMMARY ENTRY FOR THE CODE
131400*  IN WS-WORK-DEPT.  ON RETURN WS-DEPT-SUB POINTS AT IT.
131500*  PAST 200 DEPARTMENTS THE REST ARE POOLED IN ENTRY 1.
131600************************************************************
131700 2550-FIND-DEPT-ENTRY.
131800************************************************************
131900     MOVE "N" TO WS-DEPT-FOUND-SW.
132000     MOVE 1 TO WS-DEPT-SUB.
132100     PERFORM 2560-SCAN-DEPT-ENTRY
132200         THRU 2560-SCAN-DEPT-ENTRY-EXIT
132300         UNTIL WS-DEPT-FOUND OR WS-DEPT-SUB > WS-DEPT-COUNT.
132400     IF WS-DEPT-FOUND
132500         GO TO 2550-FIND-DEPT-ENTRY-EXIT
132600     END-IF.
132700     IF WS-DEPT-COUNT >= 200
132800         MOVE 1 TO WS-DEPT-SUB
132900         GO TO 2550-FIND-DEPT-ENTRY-EXIT
133000     END-IF.
133100     ADD 1 TO WS-DEPT-COUNT.
133200     MOVE WS-DEPT-COUNT TO WS-DEPT-SUB.
133300     MOVE WS-WORK-DEPT TO WS-DEPT-TBL-CODE (WS-DEPT-SUB).
133400     MOVE ZERO TO WS-DEPT-TBL-ARR-COUNT (WS-DEPT-SUB).
133500     MOVE ZERO TO WS-DEPT-TBL-ARR-AMT (WS-DEPT-SUB).
133600     MOVE ZERO TO WS-DEPT-TBL-REF-COUNT (WS-DEPT-SUB).
133700     MOVE ZERO TO WS-DEPT-TBL-REF-AMT (WS-DEPT-SUB).
133800 2550-FIND-DEPT-ENTRY-EXIT.
133900     EXIT.
134000*
134100************************************************************
134200 2560-SCAN-DEPT-ENTRY.
134300************************************************************
134400     IF WS-DEPT-TBL-CODE (WS-DEPT-SUB) = WS-WORK-DEPT
134500         MOVE "Y" TO WS-DEPT-FOUND-SW
134600     ELSE
134700         ADD 1 TO WS-DEPT-SUB
134800     END-IF.
134900 2560-SCAN-DEPT-ENTRY-EXIT.
135000     EXIT.
135100*
135200************************************************************
135300*  2600 - THE NET FOR PAYROLL.  WRONG PERIODS THAT CANCEL
135400*  OUT LEAVE NOTHING TO COLLECT OR PAY - LISTED, NOT SENT.
135500************************************************************
135600 2600-WRITE-EMPLOYEE-ADJUST.
135700************************************************************
135800     MOVE WS-EMP-PERIODS     TO WS-ET-PERIODS.
135900     MOVE WS-EMP-FROM-PERIOD TO WS-ET-FROM.
136000     MOVE WS-EMP-TO-PERIOD   TO WS-ET-TO.
136100     EVALUATE TRUE
136200         WHEN WS-EMP-NET > ZERO
136300             MOVE "ARREARS " TO WS-ET-TYPE
136400             MOVE WS-EMP-NET TO WS-ET-AMOUNT
136500             ADD WS-EMP-NET TO WS-TOTAL-ARREARS
136600         WHEN WS-EMP-NET < ZERO
136700             MOVE "REFUND  " TO WS-ET-TYPE
136800             COMPUTE WS-ET-AMOUNT = 0 - WS-EMP-NET
136900             SUBTRACT WS-EMP-NET FROM WS-TOTAL-REFUNDS
137000         WHEN OTHER
137100             MOVE "(NIL)   " TO WS-ET-TYPE
137200             MOVE ZERO TO WS-ET-AMOUNT
137300     END-EVALUATE.
137400     WRITE EMP-RETRO-LINE FROM WS-EMP-TOTAL-LINE
137500         AFTER ADVANCING 1 LINES.
137600     IF WS-EMP-NET = ZERO
137700         GO TO 2600-WRITE-EMPLOYEE-ADJUST-EXIT
137800     END-IF.
137900     INITIALIZE EMP-RETRO-ADJUST-RECORD.
138000     MOVE WS-CUR-KEY TO EMP-ID OF EMP-ADJUST-FILE.
138100     MOVE EMP-NAME OF EMP-MASTER-FILE
138200         TO EMP-NAME OF EMP-ADJUST-FILE.
138300     MOVE "E" TO EMP-RTA-REC-TYPE OF EMP-ADJUST-FILE.
138400     IF WS-EMP-NET > ZERO
138500         MOVE "A" TO EMP-RTA-ADJ-TYPE OF EMP-ADJUST-FILE
138600         MOVE WS-EMP-NET TO EMP-RTA-AMOUNT OF EMP-ADJUST-FILE
138700     ELSE
138800         MOVE "R" TO EMP-RTA-ADJ-TYPE OF EMP-ADJUST-FILE
138900         COMPUTE EMP-RTA-AMOUNT OF EMP-ADJUST-FILE =
139000             0 - WS-EMP-NET
139100     END-IF.
139200     MOVE WS-EMP-FROM-PERIOD
139300         TO EMP-RTA-FROM-PERIOD OF EMP-ADJUST-FILE.
139400     MOVE WS-EMP-TO-PERIOD
139500         TO EMP-RTA-PERIOD-END OF EMP-ADJUST-FILE.
139600     MOVE WS-EMP-PERIODS TO EMP-RTA-PERIODS OF EMP-ADJUST-FILE.
139700     MOVE WS-EMP-LAST-TIER TO EMP-RTA-TIER OF EMP-ADJUST-FILE.
139800     MOVE EMP-DEPT-CODE OF EMP-MASTER-FILE
139900         TO EMP-RTA-DEPT-CODE OF EMP-ADJUST-FILE.
140000     MOVE WS-RUN-DATE-EFF
140100         TO EMP-RTA-RUN-DATE OF EMP-ADJUST-FILE.
140200     WRITE EMP-RETRO-ADJUST-RECORD.
140300     IF WS-ADJ-STATUS NOT = "00"
140400         MOVE "EMPRTAO"     TO WS-FAIL-DDNAME
140500         MOVE WS-ADJ-STATUS TO WS-FAIL-STATUS
140600         PERFORM 2900-WRITE-FAILED
140700             THRU 2900-WRITE-FAILED-EXIT
140800         GO TO 2600-WRITE-EMPLOYEE-ADJUST-EXIT
140900     END-IF.
141000     ADD 1 TO WS-ADJUST-COUNT.
141100 2600-WRITE-EMPLOYEE-ADJUST-EXIT.
141200     EXIT.
141300*
141400************************************************************
141500*  2650 - A LINE NEEDING FOLLOW-UP.  ANY SUCH LINE ENDS THE
141600*  RUN WITH RC=4.
141700************************************************************
141800 2650-WRITE-MESSAGE.
141900************************************************************
142000     WRITE EMP-RETRO-LINE FROM WS-MESSAGE-LINE
142100         AFTER ADVANCING 1 LINES.
142200     ADD 1 TO WS-WARNING-COUNT.
142300 2650-WRITE-MESSAGE-EXIT.
142400     EXIT.
142500*
142600************************************************************
142700 2700-DATE-TO-DAYS.
142800************************************************************
142900     MOVE WS-DN-CCYY TO WS-DN-YEAR.
143000     MOVE WS-DN-MM   TO WS-DN-MONTH.
143100     IF WS-DN-MONTH < 3
143200         SUBTRACT 1 FROM WS-DN-YEAR
143300         ADD 12 TO WS-DN-MONTH
143400     END-IF.
143500     COMPUTE WS-DN-DAYS = WS-DN-YEAR * 365 + WS-DN-DD.
143600     DIVIDE WS-DN-YEAR BY 4   GIVING WS-DN-QUOTIENT.
143700     ADD WS-DN-QUOTIENT      TO WS-DN-DAYS.
143800     DIVIDE WS-DN-YEAR BY 100 GIVING WS-DN-QUOTIENT.
143900     SUBTRACT WS-DN-QUOTIENT FROM WS-DN-DAYS.
144000     DIVIDE WS-DN-YEAR BY 400 GIVING WS-DN-QUOTIENT.
144100     ADD WS-DN-QUOTIENT      TO WS-DN-DAYS.
144200     COMPUTE WS-DN-WORK = (WS-DN-MONTH - 3) * 153 + 2.
144300     DIVIDE WS-DN-WORK BY 5   GIVING WS-DN-QUOTIENT.
144400     ADD WS-DN-QUOTIENT      TO WS-DN-DAYS.
144500 2700-DATE-TO-DAYS-EXIT.
144600     EXIT.
144700*
144800************************************************************
144850*  2710 - EDIT THE CCYY-MM-DD TEXT IN WS-EDIT-DATE; WHEN IT
144900*  IS GOOD, WS-DN-DAYS COMES BACK WITH ITS DAY NUMBER.  THE
144950*  DAY MUST FALL WITHIN ITS MONTH - 29 FEBRUARY ONLY IN A
145000*  LEAP YEAR.
145100************************************************************
145200 2710-EDIT-DATE.
145300************************************************************
145400     MOVE "N" TO WS-DATE-VALID-SW.
145500     IF WS-EDIT-DASH1 NOT = "-" OR WS-EDIT-DASH2 NOT = "-" OR
145600        WS-EDIT-CCYY NOT NUMERIC OR
145700        WS-EDIT-MM NOT NUMERIC OR WS-EDIT-DD NOT NUMERIC
145800         GO TO 2710-EDIT-DATE-EXIT
145900     END-IF.
145925     IF WS-EDIT-CCYY < 1900 OR
145950        WS-EDIT-MM < 1 OR WS-EDIT-MM > 12
145975         GO TO 2710-EDIT-DATE-EXIT
146000     END-IF.
146025     MOVE "N" TO WS-EDIT-LEAP-SW.
146050     DIVIDE WS-EDIT-CCYY BY 4   GIVING WS-DN-QUOTIENT
146075         REMAINDER WS-EDIT-REM-4.
146100     DIVIDE WS-EDIT-CCYY BY 100 GIVING WS-DN-QUOTIENT
146125         REMAINDER WS-EDIT-REM-100.
146150     DIVIDE WS-EDIT-CCYY BY 400 GIVING WS-DN-QUOTIENT
146175         REMAINDER WS-EDIT-REM-400.
146200     IF WS-EDIT-REM-4 = 0 AND
146225        (WS-EDIT-REM-100 NOT = 0 OR WS-EDIT-REM-400 = 0)
146250         MOVE "Y" TO WS-EDIT-LEAP-SW
146275     END-IF.
146300     MOVE WS-MONTH-DAYS-ENTRY (WS-EDIT-MM) TO WS-EDIT-MAX-DAY.
146325     IF WS-EDIT-MM = 2 AND WS-EDIT-IS-LEAP
146350         MOVE 29 TO WS-EDIT-MAX-DAY
146375     END-IF.
146400     IF WS-EDIT-DD < 1 OR WS-EDIT-DD > WS-EDIT-MAX-DAY
146425         GO TO 2710-EDIT-DATE-EXIT
146450     END-IF.
146500     MOVE WS-EDIT-CCYY TO WS-DN-CCYY.
146600     MOVE WS-EDIT-MM   TO WS-DN-MM.
146700     MOVE WS-EDIT-DD   TO WS-DN-DD.
146800     PERFORM 2700-DATE-TO-DAYS
146900         THRU 2700-DATE-TO-DAYS-EXIT.
147000     MOVE "Y" TO WS-DATE-VALID-SW.
147100 2710-EDIT-DATE-EXIT.
147200     EXIT.
147300*
147400************************************************************
147500*  2720 - THE REVERSE OF 2700: THE DAY NUMBER IN WS-DN-DAYS
147600*  COMES BACK AS CCYY-MM-DD TEXT IN WS-EDIT-DATE.  THE YEAR
147700*  IS ESTIMATED, CORRECTED BY ONE IF THE ESTIMATE RAN PAST
147800*  THE DATE, THEN THE MARCH-BASED MONTH IS FOUND FROM THE
147900*  DAY OF THAT YEAR.
148000************************************************************
148100 2720-DAYS-TO-DATE.
148200************************************************************
148300     SUBTRACT 1 FROM WS-DN-DAYS.
148400     COMPUTE WS-DN-BIG = WS-DN-DAYS * 10000 + 14780.
148500     DIVIDE WS-DN-BIG BY 3652425 GIVING WS-DN-YEAR.
148600     PERFORM 2730-YEAR-START
148700         THRU 2730-YEAR-START-EXIT.
148800     COMPUTE WS-DN-DAY-OF-YEAR = WS-DN-DAYS - WS-DN-YEAR-DAYS.
148900     IF WS-DN-DAY-OF-YEAR < ZERO
149000         SUBTRACT 1 FROM WS-DN-YEAR
149100         PERFORM 2730-YEAR-START
149200             THRU 2730-YEAR-START-EXIT
149300         COMPUTE WS-DN-DAY-OF-YEAR =
149400             WS-DN-DAYS - WS-DN-YEAR-DAYS
149500     END-IF.
149600     COMPUTE WS-DN-WORK = WS-DN-DAY-OF-YEAR * 100 + 52.
149700     DIVIDE WS-DN-WORK BY 3060 GIVING WS-DN-MONTH-INDEX.
149800     COMPUTE WS-DN-WORK = WS-DN-MONTH-INDEX + 2.
149900     DIVIDE WS-DN-WORK BY 12 GIVING WS-DN-QUOTIENT
150000         REMAINDER WS-DN-REMAINDER.
150100     ADD WS-DN-QUOTIENT TO WS-DN-YEAR.
150200     COMPUTE WS-DN-MONTH = WS-DN-REMAINDER + 1.
150300     COMPUTE WS-DN-WORK = WS-DN-MONTH-INDEX * 306 + 5.
150400     DIVIDE WS-DN-WORK BY 10 GIVING WS-DN-QUOTIENT.
150500     MOVE WS-DN-YEAR  TO WS-EDIT-CCYY.
150600     MOVE WS-DN-MONTH TO WS-EDIT-MM.
150700     COMPUTE WS-EDIT-DD =
150800         WS-DN-DAY-OF-YEAR - WS-DN-QUOTIENT + 1.
150900     MOVE "-" TO WS-EDIT-DASH1.
151000     MOVE "-" TO WS-EDIT-DASH2.
151100 2720-DAYS-TO-DATE-EXIT.
151200     EXIT.
151300*
151400************************************************************
151500*  2730 - DAY NUMBER OF 1 MARCH OF MARCH-BASED YEAR
151600*  WS-DN-YEAR, COUNTED THE SAME WAY AS 2720 (FROM ZERO).
151700************************************************************
151800 2730-YEAR-START.
151900************************************************************
152000     COMPUTE WS-DN-YEAR-DAYS = WS-DN-YEAR * 365.
152100     DIVIDE WS-DN-YEAR BY 4   GIVING WS-DN-QUOTIENT.
152200     ADD WS-DN-QUOTIENT      TO WS-DN-YEAR-DAYS.
152300     DIVIDE WS-DN-YEAR BY 100 GIVING WS-DN-QUOTIENT.
152400     SUBTRACT WS-DN-QUOTIENT FROM WS-DN-YEAR-DAYS.
152500     DIVIDE WS-DN-YEAR BY 400 GIVING WS-DN-QUOTIENT.
152600     ADD WS-DN-QUOTIENT      TO WS-DN-YEAR-DAYS.
152700 2730-YEAR-START-EXIT.
152800     EXIT.
152900*
153000************************************************************
153100*  2800 - WRITE ONE CHANGE BACK.  A CHANGE PRICED THIS RUN
153200*  IS STAMPED WITH TODAY'S DATE.  A PRICED CHANGE DATED
153300*  BEFORE THE OLDEST PERIOD IN THE LOOK-BACK CAN NO LONGER
153400*  MOVE ANY PERIOD STILL PRICEABLE AND IS DROPPED.
153500************************************************************
153600 2800-WRITE-CHANGE.
153700************************************************************
153800     IF WS-CHG-TBL-PRICE-SW (WS-CHG-SUB) = "Y"
153900         MOVE WS-RUN-DATE-EFF TO WS-CHG-TBL-PRICED (WS-CHG-SUB)
154000     END-IF.
154100     IF WS-CHG-TBL-PRICED (WS-CHG-SUB) NOT = SPACE AND
154200        WS-CHG-TBL-DAYS (WS-CHG-SUB) NOT > WS-DROP-DAYS
154300         ADD 1 TO WS-CHG-DROP-COUNT
154400         GO TO 2800-WRITE-CHANGE-EXIT
154500     END-IF.
154600     INITIALIZE EMP-RETRO-CHANGE-RECORD.
154700     MOVE WS-CUR-KEY TO EMP-ID OF EMP-CHANGE-OUT-FILE.
154800     MOVE WS-CHG-TBL-EFF-DATE (WS-CHG-SUB)
154900         TO EMP-RTC-EFF-DATE OF EMP-CHANGE-OUT-FILE.
155000     MOVE WS-CHG-TBL-SOURCE (WS-CHG-SUB)
155100         TO EMP-RTC-SOURCE OF EMP-CHANGE-OUT-FILE.
155200     MOVE WS-CHG-TBL-SEQ (WS-CHG-SUB)
155300         TO EMP-RTC-DEP-SEQ OF EMP-CHANGE-OUT-FILE.
155400     MOVE WS-CHG-TBL-DELTA (WS-CHG-SUB)
155500         TO EMP-RTC-DEP-DELTA OF EMP-CHANGE-OUT-FILE.
155600     MOVE WS-CHG-TBL-POSTED (WS-CHG-SUB)
155700         TO EMP-RTC-POSTED-DATE OF EMP-CHANGE-OUT-FILE.
155800     MOVE WS-CHG-TBL-PRICED (WS-CHG-SUB)
155900         TO EMP-RTC-PRICED-DATE OF EMP-CHANGE-OUT-FILE.
156000     WRITE EMP-RETRO-CHANGE-RECORD.
156100     IF WS-CHGO-STATUS NOT = "00"
156200         MOVE "EMPRTCO"      TO WS-FAIL-DDNAME
156300         MOVE WS-CHGO-STATUS TO WS-FAIL-STATUS
156400         PERFORM 2900-WRITE-FAILED
156500             THRU 2900-WRITE-FAILED-EXIT
156600         GO TO 2800-WRITE-CHANGE-EXIT
156700     END-IF.
156800     ADD 1 TO WS-CHG-KEPT-COUNT.
156900 2800-WRITE-CHANGE-EXIT.
157000     EXIT.
157100*
157200************************************************************
157300*  2900 - A FAILED WRITE TO ANY OUTPUT IS FATAL: THE JOB
157400*  MUST NOT ROTATE A PARTIAL CHANGE, HISTORY OR ADJUSTMENT
157500*  FILE INTO PLACE.
157600************************************************************
157700 2900-WRITE-FAILED.
157800************************************************************
157900     DISPLAY "EMPRTB01 - WRITE FAILED - DD " WS-FAIL-DDNAME
158000         " EMP-ID " WS-CUR-KEY " STATUS " WS-FAIL-STATUS.
158100     MOVE "Y" TO WS-FATAL-SW.
158200     MOVE 16 TO RETURN-CODE.
158300 2900-WRITE-FAILED-EXIT.
158400     EXIT.
158500*
158600************************************************************
158700 3000-FINALIZE.
158800************************************************************
158900     IF WS-REPORT-STATUS = "00"
159000         PERFORM 3100-PRINT-SUMMARY
159100             THRU 3100-PRINT-SUMMARY-EXIT
159200         CLOSE EMP-RETRO-REPORT
159300     END-IF.
159400     IF WS-CHGI-STATUS = "00"
159500         CLOSE EMP-CHANGE-IN-FILE
159600     END-IF.
159700     IF WS-MAS-STATUS = "00"
159800         CLOSE EMP-MASTER-FILE
159900     END-IF.
160000     IF WS-DEP-STATUS = "00"
160100         CLOSE EMP-DEP-FILE
160200     END-IF.
160300     IF WS-CNF-STATUS = "00"
160400         CLOSE EMP-CONFIRM-FILE
160500     END-IF.
160600     IF WS-HSTI-STATUS = "00"
160700         CLOSE EMP-HIST-IN-FILE
160800     END-IF.
160900     IF WS-CHGO-STATUS = "00"
161000         CLOSE EMP-CHANGE-OUT-FILE
161100     END-IF.
161200     IF WS-HSTO-STATUS = "00"
161300         CLOSE EMP-HIST-OUT-FILE
161400     END-IF.
161500     IF WS-ADJ-STATUS = "00"
161600         CLOSE EMP-ADJUST-FILE
161700     END-IF.
161800     IF WS-WARNING-COUNT > ZERO AND RETURN-CODE = ZERO
161900         MOVE 4 TO RETURN-CODE
162000     END-IF.
162100     DISPLAY "EMPRTB01 - CHANGES READ: " WS-CHG-READ-COUNT
162200         " PRICED: " WS-CHG-PRICED-COUNT
162300         " EMPLOYEES: " WS-EMP-PRICED-COUNT
162400         " PERIODS ADJUSTED: " WS-PERIOD-ADJ-COUNT
162500         " ADJUSTMENTS: " WS-ADJUST-COUNT
162600         " WARNINGS: " WS-WARNING-COUNT.
162700 3000-FINALIZE-EXIT.
162800     EXIT.
162900*
163000************************************************************
163100*  3100 - SUMMARY BY TIER AND BY DEPARTMENT, THEN THE RUN
163200*  COUNTS.  THE TOTAL LINE TIES TO THE ADJUSTMENT FILE.
163300************************************************************
163400 3100-PRINT-SUMMARY.
163500************************************************************
163600     MOVE "TIER" TO WS-SH-LABEL.
163700     WRITE EMP-RETRO-LINE FROM WS-SUM-HEADING
163800         AFTER ADVANCING 2 LINES.
163900     PERFORM 3110-PRINT-TIER-LINE
164000         THRU 3110-PRINT-TIER-LINE-EXIT
164100         VARYING WS-TIER-SUB FROM 1 BY 1
164200         UNTIL WS-TIER-SUB > 5.
164300     MOVE "DEPARTMENT" TO WS-SH-LABEL.
164400     WRITE EMP-RETRO-LINE FROM WS-SUM-HEADING
164500         AFTER ADVANCING 2 LINES.
164600     PERFORM 3120-PRINT-DEPT-LINE
164700         THRU 3120-PRINT-DEPT-LINE-EXIT
164800         VARYING WS-DEPT-SUB FROM 1 BY 1
164900         UNTIL WS-DEPT-SUB > WS-DEPT-COUNT.
165000     MOVE "NET TOTAL"       TO WS-SD-LABEL.
165100     MOVE WS-ADJUST-COUNT   TO WS-SD-ARR-COUNT.
165200     MOVE WS-TOTAL-ARREARS  TO WS-SD-ARR-AMT.
165300     MOVE ZERO              TO WS-SD-REF-COUNT.
165400     MOVE WS-TOTAL-REFUNDS  TO WS-SD-REF-AMT.
165500     WRITE EMP-RETRO-LINE FROM WS-SUM-DETAIL
165600         AFTER ADVANCING 2 LINES.
165700     MOVE "RETRO CHANGES READ:" TO WS-SL-TEXT.
165800     MOVE WS-CHG-READ-COUNT TO WS-SL-COUNT.
165900     WRITE EMP-RETRO-LINE FROM WS-SUMMARY-LINE
166000         AFTER ADVANCING 2 LINES.
166100     MOVE "DUPLICATE CHANGES DROPPED:" TO WS-SL-TEXT.
166200     MOVE WS-CHG-DUP-COUNT TO WS-SL-COUNT.
166300     WRITE EMP-RETRO-LINE FROM WS-SUMMARY-LINE
166400         AFTER ADVANCING 1 LINES.
166500     MOVE "CHANGES PRICED THIS RUN:" TO WS-SL-TEXT.
166600     MOVE WS-CHG-PRICED-COUNT TO WS-SL-COUNT.
166700     WRITE EMP-RETRO-LINE FROM WS-SUMMARY-LINE
166800         AFTER ADVANCING 1 LINES.
166900     MOVE "CHANGES CARRIED FORWARD:" TO WS-SL-TEXT.
167000     MOVE WS-CHG-KEPT-COUNT TO WS-SL-COUNT.
167100     WRITE EMP-RETRO-LINE FROM WS-SUMMARY-LINE
167200         AFTER ADVANCING 1 LINES.
167300     MOVE "CHANGES AGED OFF:" TO WS-SL-TEXT.
167400     MOVE WS-CHG-DROP-COUNT TO WS-SL-COUNT.
167500     WRITE EMP-RETRO-LINE FROM WS-SUMMARY-LINE
167600         AFTER ADVANCING 1 LINES.
167700     MOVE "EMPLOYEES PRICED:" TO WS-SL-TEXT.
167800     MOVE WS-EMP-PRICED-COUNT TO WS-SL-COUNT.
167900     WRITE EMP-RETRO-LINE FROM WS-SUMMARY-LINE
168000         AFTER ADVANCING 1 LINES.
168100     MOVE "PERIODS ADJUSTED:" TO WS-SL-TEXT.
168200     MOVE WS-PERIOD-ADJ-COUNT TO WS-SL-COUNT.
168300     WRITE EMP-RETRO-LINE FROM WS-SUMMARY-LINE
168400         AFTER ADVANCING 1 LINES.
168500     MOVE "PAYROLL ADJUSTMENTS WRITTEN:" TO WS-SL-TEXT.
168600     MOVE WS-ADJUST-COUNT TO WS-SL-COUNT.
168700     WRITE EMP-RETRO-LINE FROM WS-SUMMARY-LINE
168800         AFTER ADVANCING 1 LINES.
168900     MOVE "PRIOR ADJUSTMENTS CARRIED:" TO WS-SL-TEXT.
169000     MOVE WS-HST-KEPT-COUNT TO WS-SL-COUNT.
169100     WRITE EMP-RETRO-LINE FROM WS-SUMMARY-LINE
169200         AFTER ADVANCING 1 LINES.
169300     MOVE "PRIOR ADJUSTMENTS AGED OFF:" TO WS-SL-TEXT.
169400     MOVE WS-HST-DROP-COUNT TO WS-SL-COUNT.
169500     WRITE EMP-RETRO-LINE FROM WS-SUMMARY-LINE
169600         AFTER ADVANCING 1 LINES.
169700     MOVE "REPEATED CONFIRMATIONS IGNORED:" TO WS-SL-TEXT.
169800     MOVE WS-CNF-DUP-COUNT TO WS-SL-COUNT.
169900     WRITE EMP-RETRO-LINE FROM WS-SUMMARY-LINE
170000         AFTER ADVANCING 1 LINES.
170100     MOVE "ITEMS NEEDING FOLLOW-UP:" TO WS-SL-TEXT.
170200     MOVE WS-WARNING-COUNT TO WS-SL-COUNT.
170300     WRITE EMP-RETRO-LINE FROM WS-SUMMARY-LINE
170400         AFTER ADVANCING 1 LINES.
170500 3100-PRINT-SUMMARY-EXIT.
170600     EXIT.
170700*
170800************************************************************
170900 3110-PRINT-TIER-LINE.
171000************************************************************
171100     IF WS-TIER-SUB = 1
171200         MOVE "NONE/LEAVE" TO WS-SD-LABEL
171300     ELSE
171400         MOVE SPACE TO WS-SD-LABEL
171500         COMPUTE WS-PER-TIER = WS-TIER-SUB - 1
171600         MOVE WS-PER-TIER TO WS-SD-LABEL
171700     END-IF.
171800     MOVE WS-TIER-ARR-COUNT (WS-TIER-SUB) TO WS-SD-ARR-COUNT.
171900     MOVE WS-TIER-ARR-AMT (WS-TIER-SUB)   TO WS-SD-ARR-AMT.
172000     MOVE WS-TIER-REF-COUNT (WS-TIER-SUB) TO WS-SD-REF-COUNT.
172100     MOVE WS-TIER-REF-AMT (WS-TIER-SUB)   TO WS-SD-REF-AMT.
172200     WRITE EMP-RETRO-LINE FROM WS-SUM-DETAIL
172300         AFTER ADVANCING 1 LINES.
172400 3110-PRINT-TIER-LINE-EXIT.
172500     EXIT.
172600*
172700************************************************************
172800 3120-PRINT-DEPT-LINE.
172900************************************************************
173000     MOVE WS-DEPT-TBL-CODE (WS-DEPT-SUB)      TO WS-SD-LABEL.
173100     MOVE WS-DEPT-TBL-ARR-COUNT (WS-DEPT-SUB) TO WS-SD-ARR-COUNT.
173200     MOVE WS-DEPT-TBL-ARR-AMT (WS-DEPT-SUB)   TO WS-SD-ARR-AMT.
173300     MOVE WS-DEPT-TBL-REF-COUNT (WS-DEPT-SUB) TO WS-SD-REF-COUNT.
173400     MOVE WS-DEPT-TBL-REF-AMT (WS-DEPT-SUB)   TO WS-SD-REF-AMT.
173500     WRITE EMP-RETRO-LINE FROM WS-SUM-DETAIL
173600         AFTER ADVANCING 1 LINES.
173700 3120-PRINT-DEPT-LINE-EXIT.
173800     EXIT.
