000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. EMPTCS01.
000300 AUTHOR. MFDATA-APPLICATIONS-GROUP.
000400 INSTALLATION. MFDATA.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*
000800************************************************************
000900*  MODIFICATION HISTORY
001000*------------------------------------------------------------
001100*  DATE       INIT  DESCRIPTION
001200*  10/15/26   JDM   INITIAL VERSION - YEAR-END TOTAL
001300*                   COMPENSATION STATEMENTS, PRINTED AND AS A
001400*                   FEED FOR THE CLOUD SIDE, WITH A CONTROL
001500*                   REPORT TYING SALARY BACK TO THE MASTER.
001525*  10/15/26   JDM   STATEMENT DATE EDIT CHECKS THE DAY
001550*                   AGAINST THE MONTH LENGTH AND LEAP YEAR.
001600************************************************************
001700*
001800************************************************************
001900*  PURPOSE -                                                *
002000*    RUNS ONCE AT YEAR END (EMPTCST0).  WALKS THE EMPLOYEE  *
002100*    MASTER IN EMP-ID ORDER WITH THE ADDRESS HISTORY, THE   *
002200*    CHANGE LEDGER (BOTH SORTED BY EMP-ID AND DATE), THE    *
002300*    BENEFITS ENROLLMENT AND THE DEPENDENT DETAIL FILE, AND *
002400*    FOR EVERY ACTIVE EMPLOYEE (STATUS "A" OR SPACE - THOSE *
002500*    ON LEAVE ARE COUNTED, NOT SENT A STATEMENT) PRODUCES    *
002600*    ONE TOTAL-COMPENSATION STATEMENT SHOWING -              *
002700*      - CURRENT EMP-SALARY AND THE GRADE BAND (EMPGREF);   *
002800*      - EVERY EMP-SALARY CHANGE THE LEDGER RECORDS IN THE  *
002900*        STATEMENT YEAR, WITH BEFORE AND AFTER AMOUNTS;     *
003000*      - BENEFITS TIER, PER-PERIOD DEDUCTION AND ITS ANNUAL *
003100*        TOTAL (EMPBENR01), AND THE DEPENDENTS STILL         *
003200*        COVERED (EMPDPD01 STATUS "A");                     *
003300*      - HIRE AND ADJUSTED SERVICE DATES AND COMPLETED      *
003400*        YEARS OF SERVICE AT THE STATEMENT DATE (FROM THE   *
003500*        SERVICE DATE, OR THE WHOLE YEARS OF EMP-YOE-TOTAL  *
003600*        WHERE NO DATE IS ON FILE).                         *
003700*    THE STATEMENT IS ADDRESSED THE WAY EMPAOF01 PICKS THE  *
003800*    W-2 ADDRESS: THE HISTORY SNAPSHOT WITH THE LATEST      *
003900*    EFFECTIVE DATE NOT AFTER THE STATEMENT DATE, ELSE THE  *
004000*    MASTER'S EMP-ADDRESS.                                  *
004100*                                                            *
004200*    OUTPUTS - THE PRINT-READY STATEMENTS (EMPTCPRT, ONE     *
004300*    PAGE EACH), THE SAME CONTENT AS EMPTCR01 RECORDS FOR   *
004400*    THE CLOUD SIDE'S PDF RENDERING (EMPTCSO), AND A        *
004500*    CONTROL REPORT (EMPTCRPT) LISTING EXCEPTIONS AND       *
004600*    PROVING THAT THE SALARY PRINTED AND FED ACROSS ALL     *
004700*    STATEMENTS EQUALS THE MASTER SALARY TOTAL LESS THE     *
004800*    EMPLOYEES ON LEAVE.                                    *
004900*                                                            *
005000*    CONTROL CARD (EMPTCTL) -                                *
005100*      COLS  1-10  STATEMENT DATE CCYY-MM-DD (DECEMBER 31);  *
005200*                  ITS YEAR IS THE STATEMENT YEAR            *
005300*      COLS 12-13  PAY PERIODS PER YEAR (DEFAULT 26)         *
005400*                                                            *
005500*    RC=4 WHEN THE CONTROL REPORT LISTS EXCEPTIONS, RC=12    *
005600*    ON A BAD CARD, AN OPEN FAILURE OR AN OUT-OF-BALANCE    *
005700*    CONTROL TOTAL, RC=16 ON A FAILED WRITE.                 *
005800************************************************************
005900 ENVIRONMENT DIVISION.
006000 CONFIGURATION SECTION.
006100 SOURCE-COMPUTER. IBM-ZSERIES.
006200 OBJECT-COMPUTER. IBM-ZSERIES.
006300 SPECIAL-NAMES.
006400     C01 IS TOP-OF-PAGE.
006500 INPUT-OUTPUT SECTION.
006600 FILE-CONTROL.
006700     SELECT EMP-CTL-FILE ASSIGN TO EMPTCTL
006800         ORGANIZATION IS SEQUENTIAL
006900         ACCESS MODE IS SEQUENTIAL
007000         FILE STATUS IS WS-CTL-STATUS.
007100
007200     SELECT EMP-GRADE-FILE ASSIGN TO EMPGREF
007300         ORGANIZATION IS SEQUENTIAL
007400         ACCESS MODE IS SEQUENTIAL
007500         FILE STATUS IS WS-GRADE-STATUS.
007600
007700     SELECT EMP-MASTER-FILE ASSIGN TO EMPMAS
007800         ORGANIZATION IS INDEXED
007900         ACCESS MODE IS SEQUENTIAL
008000         RECORD KEY IS EMP-ID OF EMP-MASTER-FILE
008100         ALTERNATE RECORD KEY IS EMP-ID-X OF EMP-MASTER-FILE
008200         FILE STATUS IS WS-MAS-STATUS.
008300
008400     SELECT EMP-ADDR-HIST-FILE ASSIGN TO EMPADRI
008500         ORGANIZATION IS SEQUENTIAL
008600         ACCESS MODE IS SEQUENTIAL
008700         FILE STATUS IS WS-ADRI-STATUS.
008800
008900     SELECT EMP-LEDGER-FILE ASSIGN TO EMPLDGI
009000         ORGANIZATION IS SEQUENTIAL
009100         ACCESS MODE IS SEQUENTIAL
009200         FILE STATUS IS WS-LDGR-STATUS.
009300
009400     SELECT EMP-BENEFIT-FILE ASSIGN TO EMPBENR
009500         ORGANIZATION IS SEQUENTIAL
009600         ACCESS MODE IS SEQUENTIAL
009700         FILE STATUS IS WS-BENEFIT-STATUS.
009800
009900     SELECT EMP-DEPENDENT-FILE ASSIGN TO EMPDPDI
010000         ORGANIZATION IS SEQUENTIAL
010100         ACCESS MODE IS SEQUENTIAL
010200         FILE STATUS IS WS-DPD-STATUS.
010300
010400     SELECT EMP-STATEMENT-PRINT ASSIGN TO EMPTCPRT
010500         ORGANIZATION IS SEQUENTIAL
010600         ACCESS MODE IS SEQUENTIAL
010700         FILE STATUS IS WS-PRINT-STATUS.
010800
010900     SELECT EMP-STATEMENT-FEED ASSIGN TO EMPTCSO
011000         ORGANIZATION IS SEQUENTIAL
011100         ACCESS MODE IS SEQUENTIAL
011200         FILE STATUS IS WS-FEED-STATUS.
011300
011400     SELECT EMP-CONTROL-REPORT ASSIGN TO EMPTCRPT
011500         ORGANIZATION IS SEQUENTIAL
011600         ACCESS MODE IS SEQUENTIAL
011700         FILE STATUS IS WS-REPORT-STATUS.
011800 DATA DIVISION.
011900 FILE SECTION.
012000 FD  EMP-CTL-FILE
012100     RECORDING MODE IS F
012200     LABEL RECORDS ARE STANDARD.
012300 01  EMP-CTL-RECORD.
012400     05  EMP-TCTL-STMT-DATE          PIC X(10).
012500     05  FILLER                      PIC X(01).
012600     05  EMP-TCTL-PAY-PERIODS        PIC 9(02).
012700     05  FILLER                      PIC X(67).
012800
012900 FD  EMP-GRADE-FILE
013000     RECORDING MODE IS F
013100     LABEL RECORDS ARE STANDARD.
013200     COPY EMPGRD01.
013300
013400 FD  EMP-MASTER-FILE
013500     RECORDING MODE IS F
013600     LABEL RECORDS ARE STANDARD.
013700     COPY EMPREC01.
013800
013900 FD  EMP-ADDR-HIST-FILE
014000     RECORDING MODE IS F
014100     LABEL RECORDS ARE STANDARD.
014200     COPY EMPADR01.
014300
014400 FD  EMP-LEDGER-FILE
014500     RECORDING MODE IS F
014600     LABEL RECORDS ARE STANDARD.
014700     COPY EMPLDG01.
014800
014900 FD  EMP-BENEFIT-FILE
015000     RECORDING MODE IS F
015100     LABEL RECORDS ARE STANDARD.
015200     COPY EMPBENR01.
015300
015400 FD  EMP-DEPENDENT-FILE
015500     RECORDING MODE IS F
015600     LABEL RECORDS ARE STANDARD.
015700     COPY EMPDPD01.
015800
015900 FD  EMP-STATEMENT-PRINT
016000     RECORDING MODE IS F
016100     LABEL RECORDS ARE STANDARD.
016200 01  EMP-STATEMENT-LINE              PIC X(80).
016300
016400 FD  EMP-STATEMENT-FEED
016500     RECORDING MODE IS F
016600     LABEL RECORDS ARE STANDARD.
016700     COPY EMPTCR01.
016800
016900 FD  EMP-CONTROL-REPORT
017000     RECORDING MODE IS F
017100     LABEL RECORDS ARE STANDARD.
017200 01  EMP-CONTROL-LINE                PIC X(80).
017300 WORKING-STORAGE SECTION.
017400 77  WS-CTL-STATUS                   PIC X(02)   VALUE "00".
017500 77  WS-GRADE-STATUS                 PIC X(02)   VALUE "00".
017600 77  WS-MAS-STATUS                   PIC X(02)   VALUE "00".
017700 77  WS-ADRI-STATUS                  PIC X(02)   VALUE "00".
017800 77  WS-LDGR-STATUS                  PIC X(02)   VALUE "00".
017900 77  WS-BENEFIT-STATUS               PIC X(02)   VALUE "00".
018000 77  WS-DPD-STATUS                   PIC X(02)   VALUE "00".
018100 77  WS-PRINT-STATUS                 PIC X(02)   VALUE "00".
018200 77  WS-FEED-STATUS                  PIC X(02)   VALUE "00".
018300 77  WS-REPORT-STATUS                PIC X(02)   VALUE "00".
018400*
018500 77  WS-MAS-EOF-SW                   PIC X(01)   VALUE "N".
018600     88  WS-MAS-EOF                  VALUE "Y".
018700 77  WS-GRADE-EOF-SW                 PIC X(01)   VALUE "N".
018800     88  WS-GRADE-EOF                VALUE "Y".
018900 77  WS-ADR-EOF-SW                   PIC X(01)   VALUE "N".
019000     88  WS-ADR-EOF                  VALUE "Y".
019100 77  WS-LDG-EOF-SW                   PIC X(01)   VALUE "N".
019200     88  WS-LDG-EOF                  VALUE "Y".
019300 77  WS-BEN-EOF-SW                   PIC X(01)   VALUE "N".
019400     88  WS-BEN-EOF                  VALUE "Y".
019500 77  WS-DEP-EOF-SW                   PIC X(01)   VALUE "N".
019600     88  WS-DEP-EOF                  VALUE "Y".
019700 77  WS-STOP-RUN-SW                  PIC X(01)   VALUE "N".
019800     88  WS-STOP-RUN                 VALUE "Y".
019900 77  WS-GRADE-FOUND-SW               PIC X(01)   VALUE "N".
020000     88  WS-GRADE-FOUND              VALUE "Y".
020100 77  WS-HIST-FOUND-SW                PIC X(01)   VALUE "N".
020200     88  WS-HIST-FOUND               VALUE "Y".
020300 77  WS-BEN-FOUND-SW                 PIC X(01)   VALUE "N".
020400     88  WS-BEN-FOUND                VALUE "Y".
020500*
020600************************************************************
020700*  MATCH KEYS - 99999 ONCE THE FILE IS EXHAUSTED.
020800************************************************************
020900 77  WS-ADR-KEY                      PIC 9(05)   VALUE ZERO.
021000 77  WS-LDG-KEY                      PIC 9(05)   VALUE ZERO.
021100 77  WS-BEN-KEY                      PIC 9(05)   VALUE ZERO.
021200 77  WS-DEP-KEY                      PIC 9(05)   VALUE ZERO.
021300 77  WS-HIGH-KEY                     PIC 9(05)   VALUE 99999.
021400*
021500************************************************************
021600*  STATEMENT DATE AND YEAR FROM THE CONTROL CARD.
021700************************************************************
021800 01  WS-STMT-DATE                    PIC X(10)   VALUE SPACE.
021900 01  WS-STMT-DATE-PARTS REDEFINES WS-STMT-DATE.
022000     05  WS-STMT-CCYY                PIC 9(04).
022100     05  WS-STMT-DASH1               PIC X(01).
022200     05  WS-STMT-MM                  PIC 9(02).
022300     05  WS-STMT-DASH2               PIC X(01).
022400     05  WS-STMT-DD                  PIC 9(02).
022500 77  WS-STMT-MMDD                    PIC 9(04)   VALUE ZERO.
022600 77  WS-PAY-PERIODS                  PIC 9(02)   VALUE 26.
022605*
022610*  MONTH LENGTHS FOR THE STATEMENT-DATE EDIT, LOADED IN
022615*  1000-INITIALIZE.  FEBRUARY TAKES 29 DAYS IN A LEAP YEAR.
022620 77  WS-STMT-MAX-DAY                 PIC 9(02)   VALUE ZERO.
022625 77  WS-STMT-LEAP-SW                 PIC X(01)   VALUE "N".
022630     88  WS-STMT-IS-LEAP             VALUE "Y".
022635 77  WS-STMT-QUOTIENT                PIC 9(04)   COMP VALUE ZERO.
022640 77  WS-STMT-REM-4                   PIC 9(03)   COMP VALUE ZERO.
022645 77  WS-STMT-REM-100                 PIC 9(03)   COMP VALUE ZERO.
022650 77  WS-STMT-REM-400                 PIC 9(03)   COMP VALUE ZERO.
022655 01  WS-MONTH-DAYS-TABLE.
022660     05  WS-MONTH-DAYS-ENTRY         PIC 9(02)   OCCURS 12 TIMES.
022700*
022800************************************************************
022900*  SALARY-GRADE BAND TABLE - SAME SHAPE AS EMPGAU01'S, WITH
023000*  THE GRADE NAME FOR THE STATEMENT.
023100************************************************************
023200 01  WS-GRADE-TABLE.
023300     05  WS-GRADE-COUNT              PIC 9(03)   COMP VALUE ZERO.
023400     05  WS-GRADE-ENTRY OCCURS 50 TIMES.
023500         10  WS-GRD-TBL-CODE         PIC X(02).
023600         10  WS-GRD-TBL-NAME         PIC X(20).
023700         10  WS-GRD-TBL-MIN          PIC 9(7)V99 COMP-3.
023800         10  WS-GRD-TBL-MAX          PIC 9(7)V99 COMP-3.
023900 77  WS-GRADE-SUB                    PIC 9(03)   COMP VALUE ZERO.
024000*
024100************************************************************
024200*  ONE EMPLOYEE'S STATEMENT, GATHERED FROM THE FILES BEFORE
024300*  ANYTHING IS PRINTED SO THE FEED HEADER CAN CARRY THE
024400*  NUMBER OF CHANGE AND DEPENDENT RECORDS THAT FOLLOW IT.
024500************************************************************
024600 01  WS-STMT-ADDR.
024700     05  WS-STMT-ADDR-LINE           PIC X(25)   OCCURS 3 TIMES.
024800 77  WS-ADDR-SUB                     PIC 9(01)   COMP VALUE ZERO.
024900*
025000 01  WS-CHANGE-TABLE.
025100     05  WS-CHG-COUNT                PIC 9(03)   COMP VALUE ZERO.
025200     05  WS-CHG-ENTRY OCCURS 24 TIMES.
025300         10  WS-CHG-TBL-DATE         PIC X(10).
025400         10  WS-CHG-TBL-BEFORE       PIC S9(7)V99.
025500         10  WS-CHG-TBL-AFTER        PIC S9(7)V99.
025600 77  WS-CHG-SUB                      PIC 9(03)   COMP VALUE ZERO.
025700 77  WS-CHG-DROPPED                  PIC 9(03)   COMP VALUE ZERO.
025800*
025900 01  WS-DEPENDENT-TABLE.
026000     05  WS-DEP-COUNT                PIC 9(03)   COMP VALUE ZERO.
026100     05  WS-DEP-ENTRY OCCURS 20 TIMES.
026200         10  WS-DEP-TBL-SEQ          PIC 9(02).
026300         10  WS-DEP-TBL-NAME         PIC X(25).
026400         10  WS-DEP-TBL-RELATION     PIC X(10).
026500 77  WS-DEP-SUB                      PIC 9(03)   COMP VALUE ZERO.
026600 77  WS-DEP-DROPPED                  PIC 9(03)   COMP VALUE ZERO.
026700*
026800 77  WS-BEN-TIER                     PIC 9(01)   VALUE ZERO.
026900 77  WS-PERIOD-DEDUCT                PIC 9(03)V99 VALUE ZERO.
027000 77  WS-ANNUAL-DEDUCT                PIC 9(05)V99 VALUE ZERO.
027100 01  WS-HIRE-DATE                    PIC X(10)   VALUE SPACE.
027200 01  WS-SVC-DATE                     PIC X(10)   VALUE SPACE.
027300 77  WS-SVC-YEARS                    PIC 9(04)   VALUE ZERO.
027400 77  WS-SVC-MMDD                     PIC 9(04)   VALUE ZERO.
027500 77  WS-STMT-SALARY                  PIC 9(07)V99 VALUE ZERO.
027600*
027700************************************************************
027800*  DAY-NUMBER CONVERSION - AS IN EMPSVC01.  2950 TURNS THE
027900*  EMPREC01 DAY NUMBER IN WS-DN-DAYNO (1 = 1900-01-01) INTO
028000*  CCYY-MM-DD TEXT IN WS-EDIT-DATE.
028100************************************************************
028200 01  WS-EDIT-DATE                    PIC X(10)   VALUE SPACE.
028300 01  WS-EDIT-DATE-PARTS REDEFINES WS-EDIT-DATE.
028400     05  WS-EDIT-CCYY                PIC 9(04).
028500     05  WS-EDIT-DASH1               PIC X(01).
028600     05  WS-EDIT-MM                  PIC 9(02).
028700     05  WS-EDIT-DASH2               PIC X(01).
028800     05  WS-EDIT-DD                  PIC 9(02).
028900 77  WS-DN-YEAR                      PIC 9(05)   COMP VALUE ZERO.
029000 77  WS-DN-MONTH                     PIC 9(03)   COMP VALUE ZERO.
029100 77  WS-DN-QUOTIENT                  PIC 9(07)   COMP VALUE ZERO.
029200 77  WS-DN-WORK                      PIC 9(07)   COMP VALUE ZERO.
029300 77  WS-DN-DAYS                      PIC 9(07)   COMP VALUE ZERO.
029400 77  WS-DN-DAYNO                     PIC 9(05)   COMP VALUE ZERO.
029500 77  WS-DN-BIG                       PIC 9(11)   COMP VALUE ZERO.
029600 77  WS-DN-YEAR-DAYS                 PIC 9(07)   COMP VALUE ZERO.
029700 77  WS-DN-DAY-OF-YEAR               PIC S9(07)  COMP VALUE ZERO.
029800 77  WS-DN-MONTH-INDEX               PIC 9(03)   COMP VALUE ZERO.
029900 77  WS-DN-REMAINDER                 PIC 9(03)   COMP VALUE ZERO.
030000*
030100************************************************************
030200*  CONTROL TOTALS.  THE PRINTED TOTAL IS ADDED UP FROM THE
030300*  AMOUNT MOVED TO EACH STATEMENT, THE FEED TOTAL FROM EACH
030400*  "H" RECORD WRITTEN; BOTH MUST EQUAL THE MASTER TOTAL LESS
030500*  THE EMPLOYEES ON LEAVE.
030600************************************************************
030700 77  WS-MASTER-COUNT                 PIC 9(07)   COMP VALUE ZERO.
030800 77  WS-LEAVE-COUNT                  PIC 9(07)   COMP VALUE ZERO.
030900 77  WS-EXPECTED-COUNT               PIC 9(07)   COMP VALUE ZERO.
031000 77  WS-PRINTED-COUNT                PIC 9(07)   COMP VALUE ZERO.
031100 77  WS-FEED-HDR-COUNT               PIC 9(07)   COMP VALUE ZERO.
031200 77  WS-FEED-REC-COUNT               PIC 9(09)   COMP VALUE ZERO.
031300 77  WS-MASTER-SALARY                PIC S9(11)V99 VALUE ZERO.
031400 77  WS-LEAVE-SALARY                 PIC S9(11)V99 VALUE ZERO.
031500 77  WS-EXPECTED-SALARY              PIC S9(11)V99 VALUE ZERO.
031600 77  WS-PRINTED-SALARY               PIC S9(11)V99 VALUE ZERO.
031700 77  WS-FEED-SALARY                  PIC S9(11)V99 VALUE ZERO.
031800 77  WS-CHANGE-LINE-COUNT            PIC 9(07)   COMP VALUE ZERO.
031900 77  WS-DEP-LINE-COUNT               PIC 9(07)   COMP VALUE ZERO.
032000 77  WS-HIST-USED-COUNT              PIC 9(07)   COMP VALUE ZERO.
032100 77  WS-FALLBACK-COUNT               PIC 9(07)   COMP VALUE ZERO.
032200 77  WS-NOT-ENROLLED-COUNT           PIC 9(07)   COMP VALUE ZERO.
032300 77  WS-NO-GRADE-COUNT               PIC 9(07)   COMP VALUE ZERO.
032400 77  WS-EXCEPTION-COUNT              PIC 9(07)   COMP VALUE ZERO.
032500*
032600************************************************************
032700*  STATEMENT PRINT LINES.
032800************************************************************
032900 01  WS-ST-TITLE-LINE.
033000     05  FILLER                      PIC X(01)   VALUE SPACE.
033100     05  FILLER                      PIC X(33)
033200         VALUE "TOTAL COMPENSATION STATEMENT FOR ".
033300     05  WS-ST-YEAR                  PIC 9(04).
033400     05  FILLER                      PIC X(24)   VALUE SPACE.
033500     05  FILLER                      PIC X(09)
033600         VALUE "EMPLOYEE ".
033700     05  WS-ST-EMP-ID                PIC X(05).
033800     05  FILLER                      PIC X(04)   VALUE SPACE.
033900*
034000 01  WS-ST-TEXT-LINE.
034100     05  FILLER                      PIC X(03)   VALUE SPACE.
034200     05  WS-ST-TEXT                  PIC X(77).
034300*
034400 01  WS-ST-SECTION-LINE.
034500     05  FILLER                      PIC X(01)   VALUE SPACE.
034600     05  WS-ST-SECTION               PIC X(79).
034700*
034800 01  WS-ST-CHG-SECTION-LINE.
034900     05  FILLER                      PIC X(01)   VALUE SPACE.
035000     05  FILLER                      PIC X(22)
035100         VALUE "SALARY CHANGES DURING ".
035200     05  WS-SCS-YEAR                 PIC 9(04).
035300     05  FILLER                      PIC X(53)   VALUE SPACE.
035400*
035500 01  WS-ST-AMOUNT-LINE.
035600     05  FILLER                      PIC X(03)   VALUE SPACE.
035700     05  WS-SA-LABEL                 PIC X(45).
035800     05  WS-SA-AMOUNT                PIC ZZ,ZZZ,ZZ9.99.
035900     05  FILLER                      PIC X(19)   VALUE SPACE.
036000*
036100 01  WS-ST-COUNT-LINE.
036200     05  FILLER                      PIC X(03)   VALUE SPACE.
036300     05  WS-SC-LABEL                 PIC X(45).
036400     05  WS-SC-COUNT                 PIC Z(12)9.
036500     05  FILLER                      PIC X(19)   VALUE SPACE.
036600*
036700 01  WS-ST-DATE-LINE.
036800     05  FILLER                      PIC X(03)   VALUE SPACE.
036900     05  WS-SDT-LABEL                PIC X(45).
037000     05  FILLER                      PIC X(03)   VALUE SPACE.
037100     05  WS-SDT-DATE                 PIC X(10).
037200     05  FILLER                      PIC X(19)   VALUE SPACE.
037300*
037400 01  WS-ST-GRADE-LINE.
037500     05  FILLER                      PIC X(03)   VALUE SPACE.
037600     05  FILLER                      PIC X(06)   VALUE "GRADE ".
037700     05  WS-SG-CODE                  PIC X(02).
037800     05  FILLER                      PIC X(02)   VALUE SPACE.
037900     05  WS-SG-NAME                  PIC X(20).
038000     05  FILLER                      PIC X(07)   VALUE "  BAND ".
038100     05  WS-SG-MIN                   PIC ZZ,ZZZ,ZZ9.99.
038200     05  FILLER                      PIC X(03)   VALUE " - ".
038300     05  WS-SG-MAX                   PIC ZZ,ZZZ,ZZ9.99.
038400     05  FILLER                      PIC X(11)   VALUE SPACE.
038500*
038600 01  WS-ST-CHANGE-LINE.
038700     05  FILLER                      PIC X(05)   VALUE SPACE.
038800     05  WS-SCH-DATE                 PIC X(10).
038900     05  FILLER                      PIC X(07)   VALUE "  FROM ".
039000     05  WS-SCH-BEFORE               PIC ZZ,ZZZ,ZZ9.99.
039100     05  FILLER                      PIC X(05)   VALUE "  TO ".
039200     05  WS-SCH-AFTER                PIC ZZ,ZZZ,ZZ9.99.
039300     05  FILLER                      PIC X(27)   VALUE SPACE.
039400*
039500 01  WS-ST-DEPENDENT-LINE.
039600     05  FILLER                      PIC X(05)   VALUE SPACE.
039700     05  WS-SD-NAME                  PIC X(25).
039800     05  FILLER                      PIC X(02)   VALUE SPACE.
039900     05  WS-SD-RELATION              PIC X(10).
040000     05  FILLER                      PIC X(38)   VALUE SPACE.
040100*
040200************************************************************
040300*  CONTROL REPORT LINES.
040400************************************************************
040500 01  WS-CR-HEADING-1.
040600     05  FILLER                      PIC X(01)   VALUE SPACE.
040700     05  FILLER                      PIC X(52)   VALUE
040800         "EMPTCS01 - TOTAL COMPENSATION STATEMENT CONTROL FOR ".
040900     05  WS-CRH-STMT-DATE            PIC X(10).
041000     05  FILLER                      PIC X(17)   VALUE SPACE.
041100*
041200 01  WS-CR-EXCEPTION-LINE.
041300     05  FILLER                      PIC X(01)   VALUE SPACE.
041400     05  WS-CRE-EMP-ID               PIC X(05).
041500     05  FILLER                      PIC X(02)   VALUE SPACE.
041600     05  WS-CRE-TEXT                 PIC X(72).
041700*
041800 01  WS-CR-AMOUNT-LINE.
041900     05  FILLER                      PIC X(01)   VALUE SPACE.
042000     05  WS-CRA-LABEL                PIC X(36).
042100     05  WS-CRA-COUNT                PIC ZZZZZZ9.
042200     05  FILLER                      PIC X(03)   VALUE SPACE.
042300     05  WS-CRA-AMOUNT               PIC -Z,ZZZ,ZZZ,ZZ9.99.
042400     05  FILLER                      PIC X(16)   VALUE SPACE.
042500*
042600 01  WS-CR-COUNT-LINE.
042700     05  FILLER                      PIC X(01)   VALUE SPACE.
042800     05  WS-CRC-LABEL                PIC X(36).
042900     05  WS-CRC-COUNT                PIC ZZZZZZ9.
043000     05  FILLER                      PIC X(36)   VALUE SPACE.
043100*
043200 01  WS-CR-RESULT-LINE.
043300     05  FILLER                      PIC X(01)   VALUE SPACE.
043400     05  WS-CRR-TEXT                 PIC X(79).
043500 PROCEDURE DIVISION.
043600************************************************************
043700 0000-MAINLINE.
043800************************************************************
043900     PERFORM 1000-INITIALIZE
044000         THRU 1000-INITIALIZE-EXIT.
044100     PERFORM 2000-PROCESS-EMPLOYEE
044200         THRU 2000-PROCESS-EMPLOYEE-EXIT
044300         UNTIL WS-MAS-EOF OR WS-STOP-RUN.
044400     PERFORM 3000-FINALIZE
044500         THRU 3000-FINALIZE-EXIT.
044600     GOBACK.
044700*
044800************************************************************
044900 1000-INITIALIZE.
045000************************************************************
045005     MOVE 31 TO WS-MONTH-DAYS-ENTRY (01).
045010     MOVE 28 TO WS-MONTH-DAYS-ENTRY (02).
045015     MOVE 31 TO WS-MONTH-DAYS-ENTRY (03).
045020     MOVE 30 TO WS-MONTH-DAYS-ENTRY (04).
045025     MOVE 31 TO WS-MONTH-DAYS-ENTRY (05).
045030     MOVE 30 TO WS-MONTH-DAYS-ENTRY (06).
045035     MOVE 31 TO WS-MONTH-DAYS-ENTRY (07).
045040     MOVE 31 TO WS-MONTH-DAYS-ENTRY (08).
045045     MOVE 30 TO WS-MONTH-DAYS-ENTRY (09).
045050     MOVE 31 TO WS-MONTH-DAYS-ENTRY (10).
045055     MOVE 30 TO WS-MONTH-DAYS-ENTRY (11).
045060     MOVE 31 TO WS-MONTH-DAYS-ENTRY (12).
045100     PERFORM 1100-READ-CONTROL-CARD
045200         THRU 1100-READ-CONTROL-CARD-EXIT.
045300     IF WS-MAS-EOF
045400         GO TO 1000-INITIALIZE-EXIT
045500     END-IF.
045600     PERFORM 1200-LOAD-GRADE-TABLE
045700         THRU 1200-LOAD-GRADE-TABLE-EXIT.
045800     IF WS-MAS-EOF
045900         GO TO 1000-INITIALIZE-EXIT
046000     END-IF.
046100     OPEN INPUT  EMP-MASTER-FILE
046200          INPUT  EMP-ADDR-HIST-FILE
046300          INPUT  EMP-LEDGER-FILE
046400          INPUT  EMP-BENEFIT-FILE
046500          INPUT  EMP-DEPENDENT-FILE
046600          OUTPUT EMP-STATEMENT-PRINT
046700          OUTPUT EMP-STATEMENT-FEED
046800          OUTPUT EMP-CONTROL-REPORT.
046900     IF WS-MAS-STATUS NOT = "00" OR
047000        WS-ADRI-STATUS NOT = "00" OR
047100        WS-LDGR-STATUS NOT = "00" OR
047200        WS-BENEFIT-STATUS NOT = "00" OR
047300        WS-DPD-STATUS NOT = "00" OR
047400        WS-PRINT-STATUS NOT = "00" OR
047500        WS-FEED-STATUS NOT = "00" OR
047600        WS-REPORT-STATUS NOT = "00"
047700         DISPLAY "EMPTCS01 - OPEN FAILED - "
047800             WS-MAS-STATUS " " WS-ADRI-STATUS " "
047900             WS-LDGR-STATUS " " WS-BENEFIT-STATUS " "
048000             WS-DPD-STATUS " " WS-PRINT-STATUS " "
048100             WS-FEED-STATUS " " WS-REPORT-STATUS
048200         MOVE "Y" TO WS-MAS-EOF-SW
048300         MOVE 12 TO RETURN-CODE
048400         GO TO 1000-INITIALIZE-EXIT
048500     END-IF.
048600     MOVE WS-STMT-DATE TO WS-CRH-STMT-DATE.
048700     WRITE EMP-CONTROL-LINE FROM WS-CR-HEADING-1
048800         AFTER ADVANCING 1 LINES.
048900     MOVE SPACE TO WS-CR-RESULT-LINE.
049000     WRITE EMP-CONTROL-LINE FROM WS-CR-RESULT-LINE
049100         AFTER ADVANCING 1 LINES.
049200     PERFORM 2910-READ-ADDRESS
049300         THRU 2910-READ-ADDRESS-EXIT.
049400     PERFORM 2920-READ-LEDGER
049500         THRU 2920-READ-LEDGER-EXIT.
049600     PERFORM 2930-READ-BENEFIT
049700         THRU 2930-READ-BENEFIT-EXIT.
049800     PERFORM 2940-READ-DEPENDENT
049900         THRU 2940-READ-DEPENDENT-EXIT.
050000     PERFORM 2900-READ-MASTER
050100         THRU 2900-READ-MASTER-EXIT.
050200 1000-INITIALIZE-EXIT.
050300     EXIT.
050400*
050500************************************************************
050550*  1100 - THE CARD IS REQUIRED: A STATEMENT DATE THAT WILL
050600*  NOT EDIT - INCLUDING A DAY PAST THE END OF ITS MONTH OR
050650*  29 FEBRUARY OUTSIDE A LEAP YEAR - STOPS THE RUN RATHER
050700*  THAN PICK THE WRONG YEAR'S CHANGES AND ADDRESSES.
050900************************************************************
051000 1100-READ-CONTROL-CARD.
051100************************************************************
051200     OPEN INPUT EMP-CTL-FILE.
051300     IF WS-CTL-STATUS NOT = "00"
051400         DISPLAY "EMPTCS01 - CONTROL CARD OPEN FAILED - "
051500             WS-CTL-STATUS
051600         MOVE "Y" TO WS-MAS-EOF-SW
051700         MOVE 12 TO RETURN-CODE
051800         GO TO 1100-READ-CONTROL-CARD-EXIT
051900     END-IF.
052000     READ EMP-CTL-FILE
052100         AT END
052200             MOVE SPACE TO EMP-CTL-RECORD
052300     END-READ.
052400     CLOSE EMP-CTL-FILE.
052500     MOVE EMP-TCTL-STMT-DATE TO WS-STMT-DATE.
052600     IF WS-STMT-DASH1 NOT = "-" OR WS-STMT-DASH2 NOT = "-" OR
052700        WS-STMT-CCYY NOT NUMERIC OR
052800        WS-STMT-MM NOT NUMERIC OR WS-STMT-DD NOT NUMERIC
052900         GO TO 1100-READ-CONTROL-CARD-BAD
053000     END-IF.
053025     IF WS-STMT-CCYY < 1900 OR
053050        WS-STMT-MM < 1 OR WS-STMT-MM > 12
053075         GO TO 1100-READ-CONTROL-CARD-BAD
053100     END-IF.
053125     MOVE "N" TO WS-STMT-LEAP-SW.
053150     DIVIDE WS-STMT-CCYY BY 4   GIVING WS-STMT-QUOTIENT
053175         REMAINDER WS-STMT-REM-4.
053200     DIVIDE WS-STMT-CCYY BY 100 GIVING WS-STMT-QUOTIENT
053225         REMAINDER WS-STMT-REM-100.
053250     DIVIDE WS-STMT-CCYY BY 400 GIVING WS-STMT-QUOTIENT
053275         REMAINDER WS-STMT-REM-400.
053300     IF WS-STMT-REM-4 = 0 AND
053325        (WS-STMT-REM-100 NOT = 0 OR WS-STMT-REM-400 = 0)
053350         MOVE "Y" TO WS-STMT-LEAP-SW
053375     END-IF.
053400     MOVE WS-MONTH-DAYS-ENTRY (WS-STMT-MM) TO WS-STMT-MAX-DAY.
053425     IF WS-STMT-MM = 2 AND WS-STMT-IS-LEAP
053450         MOVE 29 TO WS-STMT-MAX-DAY
053475     END-IF.
053500     IF WS-STMT-DD < 1 OR WS-STMT-DD > WS-STMT-MAX-DAY
053525         GO TO 1100-READ-CONTROL-CARD-BAD
053550     END-IF.
053600     COMPUTE WS-STMT-MMDD = WS-STMT-MM * 100 + WS-STMT-DD.
053700     IF EMP-TCTL-PAY-PERIODS NUMERIC
053800         IF EMP-TCTL-PAY-PERIODS > ZERO
053900             MOVE EMP-TCTL-PAY-PERIODS TO WS-PAY-PERIODS
054000         END-IF
054100     END-IF.
054200     GO TO 1100-READ-CONTROL-CARD-EXIT.
054300 1100-READ-CONTROL-CARD-BAD.
054400     DISPLAY "EMPTCS01 - BAD STATEMENT DATE ON CONTROL CARD - "
054500         EMP-TCTL-STMT-DATE.
054600     MOVE "Y" TO WS-MAS-EOF-SW.
054700     MOVE 12 TO RETURN-CODE.
054800 1100-READ-CONTROL-CARD-EXIT.
054900     EXIT.
055000*
055100************************************************************
055200*  1200/1210 - LOAD THE SALARY-GRADE BAND REFERENCE FILE.
055300*  AS IN EMPGAU01, AN UNREADABLE OR EMPTY FILE STOPS THE
055400*  RUN - EVERY STATEMENT WOULD OTHERWISE GO OUT WITHOUT A
055500*  BAND.
055600************************************************************
055700 1200-LOAD-GRADE-TABLE.
055800************************************************************
055900     OPEN INPUT EMP-GRADE-FILE.
056000     IF WS-GRADE-STATUS NOT = "00"
056100         DISPLAY "EMPTCS01 - GRADE REFERENCE OPEN FAILED - "
056200             WS-GRADE-STATUS
056300         MOVE "Y" TO WS-MAS-EOF-SW
056400         MOVE 12 TO RETURN-CODE
056500         GO TO 1200-LOAD-GRADE-TABLE-EXIT
056600     END-IF.
056700     PERFORM 1210-LOAD-GRADE-ENTRY
056800         THRU 1210-LOAD-GRADE-ENTRY-EXIT
056900         UNTIL WS-GRADE-EOF.
057000     CLOSE EMP-GRADE-FILE.
057100     IF WS-GRADE-COUNT = ZERO
057200         DISPLAY "EMPTCS01 - GRADE REFERENCE FILE IS EMPTY"
057300         MOVE "Y" TO WS-MAS-EOF-SW
057400         MOVE 12 TO RETURN-CODE
057500     END-IF.
057600 1200-LOAD-GRADE-TABLE-EXIT.
057700     EXIT.
057800*
057900************************************************************
058000 1210-LOAD-GRADE-ENTRY.
058100************************************************************
058200     READ EMP-GRADE-FILE
058300         AT END
058400             MOVE "Y" TO WS-GRADE-EOF-SW
058500             GO TO 1210-LOAD-GRADE-ENTRY-EXIT
058600     END-READ.
058700     IF WS-GRADE-COUNT >= 50
058800         DISPLAY "EMPTCS01 - GRADE TABLE FULL - CODE DROPPED "
058900             EMP-GRD-REF-CODE
059000         GO TO 1210-LOAD-GRADE-ENTRY-EXIT
059100     END-IF.
059200     ADD 1 TO WS-GRADE-COUNT.
059300     MOVE EMP-GRD-REF-CODE
059400         TO WS-GRD-TBL-CODE (WS-GRADE-COUNT).
059500     MOVE EMP-GRD-NAME
059600         TO WS-GRD-TBL-NAME (WS-GRADE-COUNT).
059700     MOVE EMP-GRD-MIN-SALARY
059800         TO WS-GRD-TBL-MIN (WS-GRADE-COUNT).
059900     MOVE EMP-GRD-MAX-SALARY
060000         TO WS-GRD-TBL-MAX (WS-GRADE-COUNT).
060100 1210-LOAD-GRADE-ENTRY-EXIT.
060200     EXIT.
060300*
060400************************************************************
060500*  2000 - ONE MASTER RECORD.  EVERY SALARY GOES INTO THE
060600*  MASTER TOTAL; AN EMPLOYEE ON LEAVE GOES INTO THE LEAVE
060700*  TOTAL AND GETS NO STATEMENT.  FOR THE REST THE OTHER
060800*  FILES ARE BROUGHT UP TO THE EMP-ID AND THE STATEMENT IS
060900*  GATHERED, PRINTED AND FED.  RECORDS ON THE OTHER FILES
061000*  FOR EMP-IDS NOT SENT A STATEMENT ARE PASSED OVER.
061100************************************************************
061200 2000-PROCESS-EMPLOYEE.
061300************************************************************
061400     ADD 1 TO WS-MASTER-COUNT.
061500     ADD EMP-SALARY OF EMP-MASTER-FILE TO WS-MASTER-SALARY.
061600     IF EMP-STATUS-CODE OF EMP-MASTER-FILE = "L"
061700         ADD 1 TO WS-LEAVE-COUNT
061800         ADD EMP-SALARY OF EMP-MASTER-FILE TO WS-LEAVE-SALARY
061900         GO TO 2000-PROCESS-EMPLOYEE-NEXT
062000     END-IF.
062100     PERFORM 2100-FIND-GRADE
062200         THRU 2100-FIND-GRADE-EXIT.
062300     PERFORM 2200-SELECT-ADDRESS
062400         THRU 2200-SELECT-ADDRESS-EXIT.
062500     PERFORM 2300-GATHER-CHANGES
062600         THRU 2300-GATHER-CHANGES-EXIT.
062700     PERFORM 2400-MATCH-BENEFIT
062800         THRU 2400-MATCH-BENEFIT-EXIT.
062900     PERFORM 2500-GATHER-DEPENDENTS
063000         THRU 2500-GATHER-DEPENDENTS-EXIT.
063100     PERFORM 2600-WORK-OUT-SERVICE
063200         THRU 2600-WORK-OUT-SERVICE-EXIT.
063300     PERFORM 2700-PRINT-STATEMENT
063400         THRU 2700-PRINT-STATEMENT-EXIT.
063500     IF WS-STOP-RUN
063600         GO TO 2000-PROCESS-EMPLOYEE-EXIT
063700     END-IF.
063800     PERFORM 2800-WRITE-FEED
063900         THRU 2800-WRITE-FEED-EXIT.
064000 2000-PROCESS-EMPLOYEE-NEXT.
064100     PERFORM 2900-READ-MASTER
064200         THRU 2900-READ-MASTER-EXIT.
064300 2000-PROCESS-EMPLOYEE-EXIT.
064400     EXIT.
064500*
064600************************************************************
064700*  2100 - THE GRADE BAND.  A GRADE NOT ON THE REFERENCE
064800*  FILE (OR NO GRADE AT ALL) STILL GETS A STATEMENT, WITHOUT
064900*  THE BAND, AND IS LISTED ON THE CONTROL REPORT.
065000************************************************************
065100 2100-FIND-GRADE.
065200************************************************************
065300     MOVE "N" TO WS-GRADE-FOUND-SW.
065400     MOVE 1 TO WS-GRADE-SUB.
065500     PERFORM 2110-SCAN-GRADE-ENTRY
065600         THRU 2110-SCAN-GRADE-ENTRY-EXIT
065700         UNTIL WS-GRADE-FOUND OR WS-GRADE-SUB > WS-GRADE-COUNT.
065800     IF NOT WS-GRADE-FOUND
065900         ADD 1 TO WS-NO-GRADE-COUNT
066000         MOVE SPACE TO WS-CRE-TEXT
066100         STRING "GRADE '" DELIMITED BY SIZE
066200             EMP-GRADE-CODE OF EMP-MASTER-FILE
066300                 DELIMITED BY SIZE
066400             "' NOT ON THE GRADE REFERENCE - NO BAND PRINTED"
066500                 DELIMITED BY SIZE
066600             INTO WS-CRE-TEXT
066700         END-STRING
066800         PERFORM 2990-LIST-EXCEPTION
066900             THRU 2990-LIST-EXCEPTION-EXIT
067000     END-IF.
067100 2100-FIND-GRADE-EXIT.
067200     EXIT.
067300*
067400************************************************************
067500 2110-SCAN-GRADE-ENTRY.
067600************************************************************
067700     IF WS-GRD-TBL-CODE (WS-GRADE-SUB) =
067800        EMP-GRADE-CODE OF EMP-MASTER-FILE AND
067900        EMP-GRADE-CODE OF EMP-MASTER-FILE NOT = SPACE
068000         MOVE "Y" TO WS-GRADE-FOUND-SW
068100     ELSE
068200         ADD 1 TO WS-GRADE-SUB
068300     END-IF.
068400 2110-SCAN-GRADE-ENTRY-EXIT.
068500     EXIT.
068600*
068700************************************************************
068800*  2200 - THE DECEMBER 31 ADDRESS, CHOSEN AS EMPAOF01
068900*  CHOOSES IT: THE LAST SNAPSHOT (HISTORY IS SORTED BY
069000*  EFFECTIVE DATE WITHIN EMP-ID) NOT AFTER THE STATEMENT
069100*  DATE, ELSE THE MASTER'S EMP-ADDRESS.
069200************************************************************
069300 2200-SELECT-ADDRESS.
069400************************************************************
069500     MOVE "N" TO WS-HIST-FOUND-SW.
069600     PERFORM 2910-READ-ADDRESS
069700         THRU 2910-READ-ADDRESS-EXIT
069800         UNTIL WS-ADR-EOF OR
069900             WS-ADR-KEY NOT < EMP-ID OF EMP-MASTER-FILE.
070000     PERFORM 2210-SWEEP-ADDRESS
070100         THRU 2210-SWEEP-ADDRESS-EXIT
070200         UNTIL WS-ADR-EOF OR
070300             WS-ADR-KEY NOT = EMP-ID OF EMP-MASTER-FILE.
070400     IF WS-HIST-FOUND
070500         ADD 1 TO WS-HIST-USED-COUNT
070600     ELSE
070700         MOVE 1 TO WS-ADDR-SUB
070800         PERFORM 2230-MOVE-MASTER-LINE
070900             THRU 2230-MOVE-MASTER-LINE-EXIT
071000             UNTIL WS-ADDR-SUB > 3
071100         ADD 1 TO WS-FALLBACK-COUNT
071200     END-IF.
071300 2200-SELECT-ADDRESS-EXIT.
071400     EXIT.
071500*
071600************************************************************
071700 2210-SWEEP-ADDRESS.
071800************************************************************
071900     IF EMP-ADDR-HIST-EFF-DATE OF EMP-ADDR-HIST-FILE
072000        NOT > WS-STMT-DATE
072100         MOVE "Y" TO WS-HIST-FOUND-SW
072200         MOVE 1 TO WS-ADDR-SUB
072300         PERFORM 2220-HOLD-HIST-LINE
072400             THRU 2220-HOLD-HIST-LINE-EXIT
072500             UNTIL WS-ADDR-SUB > 3
072600     END-IF.
072700     PERFORM 2910-READ-ADDRESS
072800         THRU 2910-READ-ADDRESS-EXIT.
072900 2210-SWEEP-ADDRESS-EXIT.
073000     EXIT.
073100*
073200************************************************************
073300 2220-HOLD-HIST-LINE.
073400************************************************************
073500     MOVE EMP-ADDR-LINE OF EMP-ADDR-HIST-FILE (WS-ADDR-SUB)
073600         TO WS-STMT-ADDR-LINE (WS-ADDR-SUB).
073700     ADD 1 TO WS-ADDR-SUB.
073800 2220-HOLD-HIST-LINE-EXIT.
073900     EXIT.
074000*
074100************************************************************
074200 2230-MOVE-MASTER-LINE.
074300************************************************************
074400     MOVE EMP-ADDR-LINE OF EMP-MASTER-FILE (WS-ADDR-SUB)
074500         TO WS-STMT-ADDR-LINE (WS-ADDR-SUB).
074600     ADD 1 TO WS-ADDR-SUB.
074700 2230-MOVE-MASTER-LINE-EXIT.
074800     EXIT.
074900*
075000************************************************************
075100*  2300 - THE YEAR'S SALARY CHANGES: LEDGER ENTRIES FOR
075200*  EMP-SALARY WHOSE RUN DATE FALLS IN THE STATEMENT YEAR,
075300*  IN DATE ORDER.  THE TABLE HOLDS 24; ANY BEYOND THAT ARE
075400*  LEFT OFF THE STATEMENT AND LISTED.
075500************************************************************
075600 2300-GATHER-CHANGES.
075700************************************************************
075800     MOVE ZERO TO WS-CHG-COUNT.
075900     MOVE ZERO TO WS-CHG-DROPPED.
076000     PERFORM 2920-READ-LEDGER
076100         THRU 2920-READ-LEDGER-EXIT
076200         UNTIL WS-LDG-EOF OR
076300             WS-LDG-KEY NOT < EMP-ID OF EMP-MASTER-FILE.
076400     PERFORM 2310-SWEEP-LEDGER
076500         THRU 2310-SWEEP-LEDGER-EXIT
076600         UNTIL WS-LDG-EOF OR
076700             WS-LDG-KEY NOT = EMP-ID OF EMP-MASTER-FILE.
076800     IF WS-CHG-DROPPED > ZERO
076900         MOVE SPACE TO WS-CRE-TEXT
077000         STRING "MORE THAN 24 SALARY CHANGES IN THE YEAR - "
077100                 DELIMITED BY SIZE
077200             "LATER ONES NOT PRINTED" DELIMITED BY SIZE
077300             INTO WS-CRE-TEXT
077400         END-STRING
077500         PERFORM 2990-LIST-EXCEPTION
077600             THRU 2990-LIST-EXCEPTION-EXIT
077700     END-IF.
077800 2300-GATHER-CHANGES-EXIT.
077900     EXIT.
078000*
078100************************************************************
078200 2310-SWEEP-LEDGER.
078300************************************************************
078400     IF EMP-LDG-FIELD = "EMP-SALARY" AND
078500        EMP-LDG-RUN-DATE (1:4) = WS-STMT-CCYY
078600         IF WS-CHG-COUNT < 24
078700             ADD 1 TO WS-CHG-COUNT
078800             MOVE EMP-LDG-RUN-DATE
078900                 TO WS-CHG-TBL-DATE (WS-CHG-COUNT)
079000             MOVE EMP-LDG-BEFORE-AMT
079100                 TO WS-CHG-TBL-BEFORE (WS-CHG-COUNT)
079200             MOVE EMP-LDG-AFTER-AMT
079300                 TO WS-CHG-TBL-AFTER (WS-CHG-COUNT)
079400         ELSE
079500             ADD 1 TO WS-CHG-DROPPED
079600         END-IF
079700     END-IF.
079800     PERFORM 2920-READ-LEDGER
079900         THRU 2920-READ-LEDGER-EXIT.
080000 2310-SWEEP-LEDGER-EXIT.
080100     EXIT.
080200*
080300************************************************************
080400*  2400 - BENEFITS TIER AND DEDUCTION FROM THE ENROLLMENT
080500*  FILE; THE ANNUAL TOTAL IS THE PER-PERIOD DEDUCTION TIMES
080600*  THE PAY PERIODS ON THE CARD.  AN ACTIVE EMPLOYEE WITH NO
080700*  ENROLLMENT RECORD IS LISTED.
080800************************************************************
080900 2400-MATCH-BENEFIT.
081000************************************************************
081100     MOVE "N" TO WS-BEN-FOUND-SW.
081200     MOVE ZERO TO WS-BEN-TIER.
081300     MOVE ZERO TO WS-PERIOD-DEDUCT.
081400     MOVE ZERO TO WS-ANNUAL-DEDUCT.
081500     PERFORM 2930-READ-BENEFIT
081600         THRU 2930-READ-BENEFIT-EXIT
081700         UNTIL WS-BEN-EOF OR
081800             WS-BEN-KEY NOT < EMP-ID OF EMP-MASTER-FILE.
081900     IF NOT WS-BEN-EOF AND
082000        WS-BEN-KEY = EMP-ID OF EMP-MASTER-FILE
082100         MOVE "Y" TO WS-BEN-FOUND-SW
082200         MOVE EMP-BEN-TIER      TO WS-BEN-TIER
082300         MOVE EMP-BEN-DEDUCTION TO WS-PERIOD-DEDUCT
082400         COMPUTE WS-ANNUAL-DEDUCT =
082500             WS-PERIOD-DEDUCT * WS-PAY-PERIODS
082600     ELSE
082700         ADD 1 TO WS-NOT-ENROLLED-COUNT
082800         MOVE "NO BENEFITS ENROLLMENT RECORD - NONE PRINTED"
082900             TO WS-CRE-TEXT
083000         PERFORM 2990-LIST-EXCEPTION
083100             THRU 2990-LIST-EXCEPTION-EXIT
083200     END-IF.
083300 2400-MATCH-BENEFIT-EXIT.
083400     EXIT.
083500*
083600************************************************************
083700*  2500 - DEPENDENTS STILL COVERED (STATUS "A").  THE TABLE
083800*  HOLDS 20; ANY BEYOND THAT ARE LEFT OFF AND LISTED.
083900************************************************************
084000 2500-GATHER-DEPENDENTS.
084100************************************************************
084200     MOVE ZERO TO WS-DEP-COUNT.
084300     MOVE ZERO TO WS-DEP-DROPPED.
084400     PERFORM 2940-READ-DEPENDENT
084500         THRU 2940-READ-DEPENDENT-EXIT
084600         UNTIL WS-DEP-EOF OR
084700             WS-DEP-KEY NOT < EMP-ID OF EMP-MASTER-FILE.
084800     PERFORM 2510-SWEEP-DEPENDENT
084900         THRU 2510-SWEEP-DEPENDENT-EXIT
085000         UNTIL WS-DEP-EOF OR
085100             WS-DEP-KEY NOT = EMP-ID OF EMP-MASTER-FILE.
085200     IF WS-DEP-DROPPED > ZERO
085300         MOVE "MORE THAN 20 COVERED DEPENDENTS - REST NOT PRINTED"
085400             TO WS-CRE-TEXT
085500         PERFORM 2990-LIST-EXCEPTION
085600             THRU 2990-LIST-EXCEPTION-EXIT
085700     END-IF.
085800 2500-GATHER-DEPENDENTS-EXIT.
085900     EXIT.
086000*
086100************************************************************
086200 2510-SWEEP-DEPENDENT.
086300************************************************************
086400     IF EMP-DEP-STATUS = "A"
086500         IF WS-DEP-COUNT < 20
086600             ADD 1 TO WS-DEP-COUNT
086700             MOVE EMP-DEP-SEQ
086800                 TO WS-DEP-TBL-SEQ (WS-DEP-COUNT)
086900             MOVE EMP-DEP-NAME
087000                 TO WS-DEP-TBL-NAME (WS-DEP-COUNT)
087100             MOVE EMP-DEP-RELATION
087200                 TO WS-DEP-TBL-RELATION (WS-DEP-COUNT)
087300         ELSE
087400             ADD 1 TO WS-DEP-DROPPED
087500         END-IF
087600     END-IF.
087700     PERFORM 2940-READ-DEPENDENT
087800         THRU 2940-READ-DEPENDENT-EXIT.
087900 2510-SWEEP-DEPENDENT-EXIT.
088000     EXIT.
088100*
088200************************************************************
088300*  2600 - HIRE AND SERVICE DATES, AND COMPLETED YEARS OF
088400*  SERVICE AT THE STATEMENT DATE - FROM THE SERVICE DATE
088500*  WHERE IT IS ON FILE, ELSE THE WHOLE YEARS OF
088600*  EMP-YOE-TOTAL.
088700************************************************************
088800 2600-WORK-OUT-SERVICE.
088900************************************************************
089000     MOVE SPACE TO WS-HIRE-DATE.
089100     MOVE SPACE TO WS-SVC-DATE.
089200     MOVE EMP-YOE-TOTAL OF EMP-MASTER-FILE TO WS-SVC-YEARS.
089300     IF EMP-HIRE-DAYNO OF EMP-MASTER-FILE NUMERIC
089400         IF EMP-HIRE-DAYNO OF EMP-MASTER-FILE > ZERO
089500             MOVE EMP-HIRE-DAYNO OF EMP-MASTER-FILE
089600                 TO WS-DN-DAYNO
089700             PERFORM 2950-DAYNO-TO-DATE
089800                 THRU 2950-DAYNO-TO-DATE-EXIT
089900             MOVE WS-EDIT-DATE TO WS-HIRE-DATE
090000         END-IF
090100     END-IF.
090200     IF EMP-SVC-DAYNO OF EMP-MASTER-FILE NOT NUMERIC
090300         GO TO 2600-WORK-OUT-SERVICE-EXIT
090400     END-IF.
090500     IF EMP-SVC-DAYNO OF EMP-MASTER-FILE = ZERO
090600         GO TO 2600-WORK-OUT-SERVICE-EXIT
090700     END-IF.
090800     MOVE EMP-SVC-DAYNO OF EMP-MASTER-FILE TO WS-DN-DAYNO.
090900     PERFORM 2950-DAYNO-TO-DATE
091000         THRU 2950-DAYNO-TO-DATE-EXIT.
091100     MOVE WS-EDIT-DATE TO WS-SVC-DATE.
091200     MOVE ZERO TO WS-SVC-YEARS.
091300     IF WS-SVC-DATE > WS-STMT-DATE
091400         GO TO 2600-WORK-OUT-SERVICE-EXIT
091500     END-IF.
091600     COMPUTE WS-SVC-YEARS = WS-STMT-CCYY - WS-EDIT-CCYY.
091700     COMPUTE WS-SVC-MMDD = WS-EDIT-MM * 100 + WS-EDIT-DD.
091800     IF WS-STMT-MMDD < WS-SVC-MMDD
091900         SUBTRACT 1 FROM WS-SVC-YEARS
092000     END-IF.
092100 2600-WORK-OUT-SERVICE-EXIT.
092200     EXIT.
092300*
092400************************************************************
092500*  2700 - PRINT THE STATEMENT, ONE PAGE PER EMPLOYEE.
092600************************************************************
092700 2700-PRINT-STATEMENT.
092800************************************************************
092900     MOVE WS-STMT-CCYY TO WS-ST-YEAR.
093000     MOVE EMP-ID-X OF EMP-MASTER-FILE TO WS-ST-EMP-ID.
093100     IF WS-PRINTED-COUNT > ZERO
093200         WRITE EMP-STATEMENT-LINE FROM WS-ST-TITLE-LINE
093300             AFTER ADVANCING PAGE
093400     ELSE
093500         WRITE EMP-STATEMENT-LINE FROM WS-ST-TITLE-LINE
093600             AFTER ADVANCING 0 LINES
093700     END-IF.
093800     MOVE EMP-NAME OF EMP-MASTER-FILE TO WS-ST-TEXT.
093900     WRITE EMP-STATEMENT-LINE FROM WS-ST-TEXT-LINE
094000         AFTER ADVANCING 3 LINES.
094100     MOVE 1 TO WS-ADDR-SUB.
094200     PERFORM 2710-PRINT-ADDR-LINE
094300         THRU 2710-PRINT-ADDR-LINE-EXIT
094400         UNTIL WS-ADDR-SUB > 3.
094500*
094600     MOVE "COMPENSATION" TO WS-ST-SECTION.
094700     WRITE EMP-STATEMENT-LINE FROM WS-ST-SECTION-LINE
094800         AFTER ADVANCING 3 LINES.
094900     MOVE EMP-SALARY OF EMP-MASTER-FILE TO WS-STMT-SALARY.
095000     MOVE "CURRENT ANNUAL SALARY" TO WS-SA-LABEL.
095100     MOVE WS-STMT-SALARY TO WS-SA-AMOUNT.
095200     WRITE EMP-STATEMENT-LINE FROM WS-ST-AMOUNT-LINE
095300         AFTER ADVANCING 2 LINES.
095400     ADD WS-STMT-SALARY TO WS-PRINTED-SALARY.
095500     IF WS-GRADE-FOUND
095600         MOVE WS-GRD-TBL-CODE (WS-GRADE-SUB) TO WS-SG-CODE
095700         MOVE WS-GRD-TBL-NAME (WS-GRADE-SUB) TO WS-SG-NAME
095800         MOVE WS-GRD-TBL-MIN (WS-GRADE-SUB)  TO WS-SG-MIN
095900         MOVE WS-GRD-TBL-MAX (WS-GRADE-SUB)  TO WS-SG-MAX
096000         WRITE EMP-STATEMENT-LINE FROM WS-ST-GRADE-LINE
096100             AFTER ADVANCING 1 LINES
096200     END-IF.
096300*
096400     MOVE WS-STMT-CCYY TO WS-SCS-YEAR.
096500     WRITE EMP-STATEMENT-LINE FROM WS-ST-CHG-SECTION-LINE
096600         AFTER ADVANCING 3 LINES.
096700     IF WS-CHG-COUNT = ZERO
096800         MOVE "NO SALARY CHANGES DURING THE YEAR" TO WS-ST-TEXT
096900         WRITE EMP-STATEMENT-LINE FROM WS-ST-TEXT-LINE
097000             AFTER ADVANCING 2 LINES
097100     ELSE
097200         MOVE SPACE TO WS-ST-TEXT
097300         WRITE EMP-STATEMENT-LINE FROM WS-ST-TEXT-LINE
097400             AFTER ADVANCING 1 LINES
097500         MOVE 1 TO WS-CHG-SUB
097600         PERFORM 2720-PRINT-CHANGE-LINE
097700             THRU 2720-PRINT-CHANGE-LINE-EXIT
097800             UNTIL WS-CHG-SUB > WS-CHG-COUNT
097900     END-IF.
098000*
098100     MOVE "BENEFITS" TO WS-ST-SECTION.
098200     WRITE EMP-STATEMENT-LINE FROM WS-ST-SECTION-LINE
098300         AFTER ADVANCING 3 LINES.
098400     IF WS-BEN-FOUND
098500         MOVE "BENEFITS TIER" TO WS-SC-LABEL
098600         MOVE WS-BEN-TIER TO WS-SC-COUNT
098700         WRITE EMP-STATEMENT-LINE FROM WS-ST-COUNT-LINE
098800             AFTER ADVANCING 2 LINES
098900         MOVE "DEDUCTION PER PAY PERIOD" TO WS-SA-LABEL
099000         MOVE WS-PERIOD-DEDUCT TO WS-SA-AMOUNT
099100         WRITE EMP-STATEMENT-LINE FROM WS-ST-AMOUNT-LINE
099200             AFTER ADVANCING 1 LINES
099300         MOVE "PAY PERIODS IN THE YEAR" TO WS-SC-LABEL
099400         MOVE WS-PAY-PERIODS TO WS-SC-COUNT
099500         WRITE EMP-STATEMENT-LINE FROM WS-ST-COUNT-LINE
099600             AFTER ADVANCING 1 LINES
099700         MOVE "ANNUAL BENEFIT DEDUCTIONS" TO WS-SA-LABEL
099800         MOVE WS-ANNUAL-DEDUCT TO WS-SA-AMOUNT
099900         WRITE EMP-STATEMENT-LINE FROM WS-ST-AMOUNT-LINE
100000             AFTER ADVANCING 1 LINES
100100     ELSE
100200         MOVE "NOT ENROLLED IN BENEFITS AT THE STATEMENT DATE"
100300             TO WS-ST-TEXT
100400         WRITE EMP-STATEMENT-LINE FROM WS-ST-TEXT-LINE
100500             AFTER ADVANCING 2 LINES
100600     END-IF.
100700     MOVE "COVERED DEPENDENTS" TO WS-SC-LABEL.
100800     MOVE WS-DEP-COUNT TO WS-SC-COUNT.
100900     WRITE EMP-STATEMENT-LINE FROM WS-ST-COUNT-LINE
101000         AFTER ADVANCING 1 LINES.
101100     MOVE 1 TO WS-DEP-SUB.
101200     PERFORM 2730-PRINT-DEPENDENT-LINE
101300         THRU 2730-PRINT-DEPENDENT-LINE-EXIT
101400         UNTIL WS-DEP-SUB > WS-DEP-COUNT.
101500*
101600     MOVE "SERVICE" TO WS-ST-SECTION.
101700     WRITE EMP-STATEMENT-LINE FROM WS-ST-SECTION-LINE
101800         AFTER ADVANCING 3 LINES.
101900     MOVE SPACE TO WS-ST-TEXT.
102000     WRITE EMP-STATEMENT-LINE FROM WS-ST-TEXT-LINE
102100         AFTER ADVANCING 1 LINES.
102200     IF WS-HIRE-DATE NOT = SPACE
102300         MOVE "DATE OF HIRE" TO WS-SDT-LABEL
102400         MOVE WS-HIRE-DATE TO WS-SDT-DATE
102500         WRITE EMP-STATEMENT-LINE FROM WS-ST-DATE-LINE
102600             AFTER ADVANCING 1 LINES
102700     END-IF.
102800     IF WS-SVC-DATE NOT = SPACE
102900         MOVE "ADJUSTED SERVICE DATE" TO WS-SDT-LABEL
103000         MOVE WS-SVC-DATE TO WS-SDT-DATE
103100         WRITE EMP-STATEMENT-LINE FROM WS-ST-DATE-LINE
103200             AFTER ADVANCING 1 LINES
103300     END-IF.
103400     MOVE "COMPLETED YEARS OF SERVICE" TO WS-SC-LABEL.
103500     MOVE WS-SVC-YEARS TO WS-SC-COUNT.
103600     WRITE EMP-STATEMENT-LINE FROM WS-ST-COUNT-LINE
103700         AFTER ADVANCING 1 LINES.
103800     IF WS-PRINT-STATUS NOT = "00"
103900         DISPLAY "EMPTCS01 - STATEMENT WRITE FAILED - EMP-ID "
104000             EMP-ID-X OF EMP-MASTER-FILE
104100             " STATUS " WS-PRINT-STATUS
104200         MOVE "Y" TO WS-STOP-RUN-SW
104300         MOVE 16 TO RETURN-CODE
104400         GO TO 2700-PRINT-STATEMENT-EXIT
104500     END-IF.
104600     ADD 1 TO WS-PRINTED-COUNT.
104700     ADD WS-CHG-COUNT TO WS-CHANGE-LINE-COUNT.
104800     ADD WS-DEP-COUNT TO WS-DEP-LINE-COUNT.
104900 2700-PRINT-STATEMENT-EXIT.
105000     EXIT.
105100*
105200************************************************************
105300 2710-PRINT-ADDR-LINE.
105400************************************************************
105500     IF WS-STMT-ADDR-LINE (WS-ADDR-SUB) NOT = SPACE
105600         MOVE WS-STMT-ADDR-LINE (WS-ADDR-SUB) TO WS-ST-TEXT
105700         WRITE EMP-STATEMENT-LINE FROM WS-ST-TEXT-LINE
105800             AFTER ADVANCING 1 LINES
105900     END-IF.
106000     ADD 1 TO WS-ADDR-SUB.
106100 2710-PRINT-ADDR-LINE-EXIT.
106200     EXIT.
106300*
106400************************************************************
106500 2720-PRINT-CHANGE-LINE.
106600************************************************************
106700     MOVE WS-CHG-TBL-DATE (WS-CHG-SUB)   TO WS-SCH-DATE.
106800     MOVE WS-CHG-TBL-BEFORE (WS-CHG-SUB) TO WS-SCH-BEFORE.
106900     MOVE WS-CHG-TBL-AFTER (WS-CHG-SUB)  TO WS-SCH-AFTER.
107000     WRITE EMP-STATEMENT-LINE FROM WS-ST-CHANGE-LINE
107100         AFTER ADVANCING 1 LINES.
107200     ADD 1 TO WS-CHG-SUB.
107300 2720-PRINT-CHANGE-LINE-EXIT.
107400     EXIT.
107500*
107600************************************************************
107700 2730-PRINT-DEPENDENT-LINE.
107800************************************************************
107900     MOVE WS-DEP-TBL-NAME (WS-DEP-SUB)     TO WS-SD-NAME.
108000     MOVE WS-DEP-TBL-RELATION (WS-DEP-SUB) TO WS-SD-RELATION.
108100     WRITE EMP-STATEMENT-LINE FROM WS-ST-DEPENDENT-LINE
108200         AFTER ADVANCING 1 LINES.
108300     ADD 1 TO WS-DEP-SUB.
108400 2730-PRINT-DEPENDENT-LINE-EXIT.
108500     EXIT.
108600*
108700************************************************************
108800*  2800 - THE SAME STATEMENT AS EMPTCR01 RECORDS: THE "H"
108900*  HEADER, THEN ITS "S" AND "D" RECORDS.
109000************************************************************
109100 2800-WRITE-FEED.
109200************************************************************
109300     MOVE SPACE TO EMP-TOTAL-COMP-RECORD.
109400     MOVE "H" TO EMP-TCR-REC-TYPE.
109500     MOVE EMP-ID OF EMP-MASTER-FILE   TO EMP-TCR-EMP-ID.
109600     MOVE WS-STMT-CCYY                TO EMP-TCR-STMT-YEAR.
109700     MOVE EMP-NAME OF EMP-MASTER-FILE TO EMP-TCR-NAME.
109800     MOVE WS-STMT-ADDR-LINE (1) TO EMP-TCR-ADDR-LINE (1).
109900     MOVE WS-STMT-ADDR-LINE (2) TO EMP-TCR-ADDR-LINE (2).
110000     MOVE WS-STMT-ADDR-LINE (3) TO EMP-TCR-ADDR-LINE (3).
110100     MOVE EMP-DEPT-CODE OF EMP-MASTER-FILE
110200         TO EMP-TCR-DEPT-CODE.
110300     MOVE EMP-GRADE-CODE OF EMP-MASTER-FILE
110400         TO EMP-TCR-GRADE-CODE.
110500     MOVE ZERO TO EMP-TCR-BAND-MIN.
110600     MOVE ZERO TO EMP-TCR-BAND-MAX.
110700     IF WS-GRADE-FOUND
110800         MOVE WS-GRD-TBL-NAME (WS-GRADE-SUB)
110900             TO EMP-TCR-GRADE-NAME
111000         MOVE WS-GRD-TBL-MIN (WS-GRADE-SUB) TO EMP-TCR-BAND-MIN
111100         MOVE WS-GRD-TBL-MAX (WS-GRADE-SUB) TO EMP-TCR-BAND-MAX
111200     END-IF.
111300     MOVE WS-STMT-SALARY   TO EMP-TCR-SALARY.
111400     MOVE WS-HIRE-DATE     TO EMP-TCR-HIRE-DATE.
111500     MOVE WS-SVC-DATE      TO EMP-TCR-SVC-DATE.
111600     MOVE WS-SVC-YEARS     TO EMP-TCR-SVC-YEARS.
111700     MOVE WS-BEN-TIER      TO EMP-TCR-BEN-TIER.
111800     MOVE WS-PERIOD-DEDUCT TO EMP-TCR-PERIOD-DEDUCT.
111900     MOVE WS-PAY-PERIODS   TO EMP-TCR-PAY-PERIODS.
112000     MOVE WS-ANNUAL-DEDUCT TO EMP-TCR-ANNUAL-DEDUCT.
112100     MOVE WS-CHG-COUNT     TO EMP-TCR-CHANGE-COUNT.
112200     MOVE WS-DEP-COUNT     TO EMP-TCR-DEPENDENT-COUNT.
112300     PERFORM 2850-PUT-FEED-RECORD
112400         THRU 2850-PUT-FEED-RECORD-EXIT.
112500     ADD 1 TO WS-FEED-HDR-COUNT.
112600     ADD EMP-TCR-SALARY TO WS-FEED-SALARY.
112700     MOVE 1 TO WS-CHG-SUB.
112800     PERFORM 2810-FEED-CHANGE
112900         THRU 2810-FEED-CHANGE-EXIT
113000         UNTIL WS-CHG-SUB > WS-CHG-COUNT OR WS-STOP-RUN.
113100     MOVE 1 TO WS-DEP-SUB.
113200     PERFORM 2820-FEED-DEPENDENT
113300         THRU 2820-FEED-DEPENDENT-EXIT
113400         UNTIL WS-DEP-SUB > WS-DEP-COUNT OR WS-STOP-RUN.
113500 2800-WRITE-FEED-EXIT.
113600     EXIT.
113700*
113800************************************************************
113900 2810-FEED-CHANGE.
114000************************************************************
114100     MOVE SPACE TO EMP-TCR-BODY.
114200     MOVE "S" TO EMP-TCR-REC-TYPE.
114300     MOVE WS-CHG-TBL-DATE (WS-CHG-SUB)   TO EMP-TCR-CHG-DATE.
114400     MOVE WS-CHG-TBL-BEFORE (WS-CHG-SUB) TO EMP-TCR-CHG-BEFORE.
114500     MOVE WS-CHG-TBL-AFTER (WS-CHG-SUB)  TO EMP-TCR-CHG-AFTER.
114600     PERFORM 2850-PUT-FEED-RECORD
114700         THRU 2850-PUT-FEED-RECORD-EXIT.
114800     ADD 1 TO WS-CHG-SUB.
114900 2810-FEED-CHANGE-EXIT.
115000     EXIT.
115100*
115200************************************************************
115300 2820-FEED-DEPENDENT.
115400************************************************************
115500     MOVE SPACE TO EMP-TCR-BODY.
115600     MOVE "D" TO EMP-TCR-REC-TYPE.
115700     MOVE WS-DEP-TBL-SEQ (WS-DEP-SUB)  TO EMP-TCR-DEP-SEQ.
115800     MOVE WS-DEP-TBL-NAME (WS-DEP-SUB) TO EMP-TCR-DEP-NAME.
115900     MOVE WS-DEP-TBL-RELATION (WS-DEP-SUB)
116000         TO EMP-TCR-DEP-RELATION.
116100     PERFORM 2850-PUT-FEED-RECORD
116200         THRU 2850-PUT-FEED-RECORD-EXIT.
116300     ADD 1 TO WS-DEP-SUB.
116400 2820-FEED-DEPENDENT-EXIT.
116500     EXIT.
116600*
116700************************************************************
116800 2850-PUT-FEED-RECORD.
116900************************************************************
117000     WRITE EMP-TOTAL-COMP-RECORD.
117100     IF WS-FEED-STATUS NOT = "00"
117200         DISPLAY "EMPTCS01 - FEED WRITE FAILED - EMP-ID "
117300             EMP-TCR-EMP-ID " STATUS " WS-FEED-STATUS
117400         MOVE "Y" TO WS-STOP-RUN-SW
117500         MOVE 16 TO RETURN-CODE
117600         GO TO 2850-PUT-FEED-RECORD-EXIT
117700     END-IF.
117800     ADD 1 TO WS-FEED-REC-COUNT.
117900 2850-PUT-FEED-RECORD-EXIT.
118000     EXIT.
118100*
118200************************************************************
118300 2900-READ-MASTER.
118400************************************************************
118500     READ EMP-MASTER-FILE
118600         AT END
118700             MOVE "Y" TO WS-MAS-EOF-SW
118800     END-READ.
118900 2900-READ-MASTER-EXIT.
119000     EXIT.
119100*
119200************************************************************
119300 2910-READ-ADDRESS.
119400************************************************************
119500     READ EMP-ADDR-HIST-FILE
119600         AT END
119700             MOVE "Y" TO WS-ADR-EOF-SW
119800             MOVE WS-HIGH-KEY TO WS-ADR-KEY
119900             GO TO 2910-READ-ADDRESS-EXIT
120000     END-READ.
120100     MOVE EMP-ID OF EMP-ADDR-HIST-FILE TO WS-ADR-KEY.
120200 2910-READ-ADDRESS-EXIT.
120300     EXIT.
120400*
120500************************************************************
120600 2920-READ-LEDGER.
120700************************************************************
120800     READ EMP-LEDGER-FILE
120900         AT END
121000             MOVE "Y" TO WS-LDG-EOF-SW
121100             MOVE WS-HIGH-KEY TO WS-LDG-KEY
121200             GO TO 2920-READ-LEDGER-EXIT
121300     END-READ.
121400     MOVE EMP-LDG-EMP-ID TO WS-LDG-KEY.
121500 2920-READ-LEDGER-EXIT.
121600     EXIT.
121700*
121800************************************************************
121900 2930-READ-BENEFIT.
122000************************************************************
122100     READ EMP-BENEFIT-FILE
122200         AT END
122300             MOVE "Y" TO WS-BEN-EOF-SW
122400             MOVE WS-HIGH-KEY TO WS-BEN-KEY
122500             GO TO 2930-READ-BENEFIT-EXIT
122600     END-READ.
122700     MOVE EMP-ID OF EMP-BENEFIT-FILE TO WS-BEN-KEY.
122800 2930-READ-BENEFIT-EXIT.
122900     EXIT.
123000*
123100************************************************************
123200 2940-READ-DEPENDENT.
123300************************************************************
123400     READ EMP-DEPENDENT-FILE
123500         AT END
123600             MOVE "Y" TO WS-DEP-EOF-SW
123700             MOVE WS-HIGH-KEY TO WS-DEP-KEY
123800             GO TO 2940-READ-DEPENDENT-EXIT
123900     END-READ.
124000     MOVE EMP-ID OF EMP-DEPENDENT-FILE TO WS-DEP-KEY.
124100 2940-READ-DEPENDENT-EXIT.
124200     EXIT.
124300*
124400************************************************************
124500*  2950 - THE DAY NUMBER IN WS-DN-DAYNO TO CCYY-MM-DD TEXT
124600*  IN WS-EDIT-DATE (THE EMPRTB01 METHOD: ESTIMATE THE YEAR,
124700*  CORRECT IT BY ONE, THEN FIND THE MARCH-BASED MONTH).
124800************************************************************
124900 2950-DAYNO-TO-DATE.
125000************************************************************
125100     COMPUTE WS-DN-DAYS = WS-DN-DAYNO + 693901.
125200     SUBTRACT 1 FROM WS-DN-DAYS.
125300     COMPUTE WS-DN-BIG = WS-DN-DAYS * 10000 + 14780.
125400     DIVIDE WS-DN-BIG BY 3652425 GIVING WS-DN-YEAR.
125500     PERFORM 2960-YEAR-START
125600         THRU 2960-YEAR-START-EXIT.
125700     COMPUTE WS-DN-DAY-OF-YEAR = WS-DN-DAYS - WS-DN-YEAR-DAYS.
125800     IF WS-DN-DAY-OF-YEAR < ZERO
125900         SUBTRACT 1 FROM WS-DN-YEAR
126000         PERFORM 2960-YEAR-START
126100             THRU 2960-YEAR-START-EXIT
126200         COMPUTE WS-DN-DAY-OF-YEAR =
126300             WS-DN-DAYS - WS-DN-YEAR-DAYS
126400     END-IF.
126500     COMPUTE WS-DN-WORK = WS-DN-DAY-OF-YEAR * 100 + 52.
126600     DIVIDE WS-DN-WORK BY 3060 GIVING WS-DN-MONTH-INDEX.
126700     COMPUTE WS-DN-WORK = WS-DN-MONTH-INDEX + 2.
126800     DIVIDE WS-DN-WORK BY 12 GIVING WS-DN-QUOTIENT
126900         REMAINDER WS-DN-REMAINDER.
127000     ADD WS-DN-QUOTIENT TO WS-DN-YEAR.
127100     COMPUTE WS-DN-MONTH = WS-DN-REMAINDER + 1.
127200     COMPUTE WS-DN-WORK = WS-DN-MONTH-INDEX * 306 + 5.
127300     DIVIDE WS-DN-WORK BY 10 GIVING WS-DN-QUOTIENT.
127400     MOVE WS-DN-YEAR  TO WS-EDIT-CCYY.
127500     MOVE WS-DN-MONTH TO WS-EDIT-MM.
127600     COMPUTE WS-EDIT-DD =
127700         WS-DN-DAY-OF-YEAR - WS-DN-QUOTIENT + 1.
127800     MOVE "-" TO WS-EDIT-DASH1.
127900     MOVE "-" TO WS-EDIT-DASH2.
128000 2950-DAYNO-TO-DATE-EXIT.
128100     EXIT.
128200*
128300************************************************************
128400*  2960 - DAY NUMBER OF 1 MARCH OF MARCH-BASED YEAR
128500*  WS-DN-YEAR, COUNTED THE SAME WAY AS 2950 (FROM ZERO).
128600************************************************************
128700 2960-YEAR-START.
128800************************************************************
128900     COMPUTE WS-DN-YEAR-DAYS = WS-DN-YEAR * 365.
129000     DIVIDE WS-DN-YEAR BY 4   GIVING WS-DN-QUOTIENT.
129100     ADD WS-DN-QUOTIENT      TO WS-DN-YEAR-DAYS.
129200     DIVIDE WS-DN-YEAR BY 100 GIVING WS-DN-QUOTIENT.
129300     SUBTRACT WS-DN-QUOTIENT FROM WS-DN-YEAR-DAYS.
129400     DIVIDE WS-DN-YEAR BY 400 GIVING WS-DN-QUOTIENT.
129500     ADD WS-DN-QUOTIENT      TO WS-DN-YEAR-DAYS.
129600 2960-YEAR-START-EXIT.
129700     EXIT.
129800*
129900************************************************************
130000*  2990 - LIST AN EXCEPTION FOR THE EMPLOYEE IN HAND; THE
130100*  TEXT IS ALREADY IN WS-CRE-TEXT.
130200************************************************************
130300 2990-LIST-EXCEPTION.
130400************************************************************
130500     MOVE EMP-ID-X OF EMP-MASTER-FILE TO WS-CRE-EMP-ID.
130600     WRITE EMP-CONTROL-LINE FROM WS-CR-EXCEPTION-LINE
130700         AFTER ADVANCING 1 LINES.
130800     ADD 1 TO WS-EXCEPTION-COUNT.
130900 2990-LIST-EXCEPTION-EXIT.
131000     EXIT.
131100*
131200************************************************************
131300*  3000 - WRITE THE FEED TRAILER, PRINT THE CONTROL TOTALS
131400*  AND PROVE THEM, AND SET THE RETURN CODE.
131500************************************************************
131600 3000-FINALIZE.
131700************************************************************
131800     IF WS-FEED-STATUS = "00" AND NOT WS-STOP-RUN
131900         MOVE SPACE TO EMP-TOTAL-COMP-RECORD
132000         MOVE "T" TO EMP-TCR-REC-TYPE
132100         MOVE WS-HIGH-KEY TO EMP-TCR-EMP-ID
132200         MOVE WS-STMT-CCYY TO EMP-TCR-STMT-YEAR
132300         MOVE WS-FEED-HDR-COUNT TO EMP-TCR-STMT-COUNT
132400         MOVE WS-FEED-SALARY TO EMP-TCR-SALARY-TOTAL
132500         MOVE WS-FEED-REC-COUNT TO EMP-TCR-RECORD-COUNT
132600         PERFORM 2850-PUT-FEED-RECORD
132700             THRU 2850-PUT-FEED-RECORD-EXIT
132800     END-IF.
132900     IF WS-REPORT-STATUS = "00"
133000         PERFORM 3100-PRINT-CONTROL-TOTALS
133100             THRU 3100-PRINT-CONTROL-TOTALS-EXIT
133200     END-IF.
133300     IF WS-MAS-STATUS = "00" OR WS-MAS-STATUS = "10"
133400         CLOSE EMP-MASTER-FILE
133500     END-IF.
133600     IF WS-ADRI-STATUS = "00" OR WS-ADRI-STATUS = "10"
133700         CLOSE EMP-ADDR-HIST-FILE
133800     END-IF.
133900     IF WS-LDGR-STATUS = "00" OR WS-LDGR-STATUS = "10"
134000         CLOSE EMP-LEDGER-FILE
134100     END-IF.
134200     IF WS-BENEFIT-STATUS = "00" OR WS-BENEFIT-STATUS = "10"
134300         CLOSE EMP-BENEFIT-FILE
134400     END-IF.
134500     IF WS-DPD-STATUS = "00" OR WS-DPD-STATUS = "10"
134600         CLOSE EMP-DEPENDENT-FILE
134700     END-IF.
134800     IF WS-PRINT-STATUS = "00"
134900         CLOSE EMP-STATEMENT-PRINT
135000     END-IF.
135100     IF WS-FEED-STATUS = "00"
135200         CLOSE EMP-STATEMENT-FEED
135300     END-IF.
135400     IF WS-REPORT-STATUS = "00"
135500         CLOSE EMP-CONTROL-REPORT
135600     END-IF.
135700     DISPLAY "EMPTCS01 - STATEMENTS: " WS-PRINTED-COUNT
135800         " ON LEAVE: " WS-LEAVE-COUNT
135900         " EXCEPTIONS: " WS-EXCEPTION-COUNT.
136000 3000-FINALIZE-EXIT.
136100     EXIT.
136200*
136300************************************************************
136400*  3100 - CONTROL TOTALS.  STATEMENTS EXPECTED IS THE
136500*  MASTER LESS THOSE ON LEAVE; THE PRINTED AND FED COUNTS
136600*  AND SALARY TOTALS MUST BOTH EQUAL IT.
136700************************************************************
136800 3100-PRINT-CONTROL-TOTALS.
136900************************************************************
137000     COMPUTE WS-EXPECTED-COUNT = WS-MASTER-COUNT - WS-LEAVE-COUNT.
137100     COMPUTE WS-EXPECTED-SALARY =
137200         WS-MASTER-SALARY - WS-LEAVE-SALARY.
137300     MOVE "MASTER RECORDS / SALARY" TO WS-CRA-LABEL.
137400     MOVE WS-MASTER-COUNT TO WS-CRA-COUNT.
137500     MOVE WS-MASTER-SALARY TO WS-CRA-AMOUNT.
137600     WRITE EMP-CONTROL-LINE FROM WS-CR-AMOUNT-LINE
137700         AFTER ADVANCING 3 LINES.
137800     MOVE "  LESS ON LEAVE - NO STATEMENT" TO WS-CRA-LABEL.
137900     MOVE WS-LEAVE-COUNT TO WS-CRA-COUNT.
138000     MOVE WS-LEAVE-SALARY TO WS-CRA-AMOUNT.
138100     WRITE EMP-CONTROL-LINE FROM WS-CR-AMOUNT-LINE
138200         AFTER ADVANCING 1 LINES.
138300     MOVE "STATEMENTS EXPECTED" TO WS-CRA-LABEL.
138400     MOVE WS-EXPECTED-COUNT TO WS-CRA-COUNT.
138500     MOVE WS-EXPECTED-SALARY TO WS-CRA-AMOUNT.
138600     WRITE EMP-CONTROL-LINE FROM WS-CR-AMOUNT-LINE
138700         AFTER ADVANCING 1 LINES.
138800     MOVE "STATEMENTS PRINTED" TO WS-CRA-LABEL.
138900     MOVE WS-PRINTED-COUNT TO WS-CRA-COUNT.
139000     MOVE WS-PRINTED-SALARY TO WS-CRA-AMOUNT.
139100     WRITE EMP-CONTROL-LINE FROM WS-CR-AMOUNT-LINE
139200         AFTER ADVANCING 2 LINES.
139300     MOVE "STATEMENTS FED (H RECORDS)" TO WS-CRA-LABEL.
139400     MOVE WS-FEED-HDR-COUNT TO WS-CRA-COUNT.
139500     MOVE WS-FEED-SALARY TO WS-CRA-AMOUNT.
139600     WRITE EMP-CONTROL-LINE FROM WS-CR-AMOUNT-LINE
139700         AFTER ADVANCING 1 LINES.
139800     MOVE "FEED RECORDS WRITTEN:" TO WS-CRC-LABEL.
139900     MOVE WS-FEED-REC-COUNT TO WS-CRC-COUNT.
140000     WRITE EMP-CONTROL-LINE FROM WS-CR-COUNT-LINE
140100         AFTER ADVANCING 2 LINES.
140200     MOVE "SALARY CHANGE LINES:" TO WS-CRC-LABEL.
140300     MOVE WS-CHANGE-LINE-COUNT TO WS-CRC-COUNT.
140400     WRITE EMP-CONTROL-LINE FROM WS-CR-COUNT-LINE
140500         AFTER ADVANCING 1 LINES.
140600     MOVE "COVERED DEPENDENT LINES:" TO WS-CRC-LABEL.
140700     MOVE WS-DEP-LINE-COUNT TO WS-CRC-COUNT.
140800     WRITE EMP-CONTROL-LINE FROM WS-CR-COUNT-LINE
140900         AFTER ADVANCING 1 LINES.
141000     MOVE "ADDRESSED FROM HISTORY:" TO WS-CRC-LABEL.
141100     MOVE WS-HIST-USED-COUNT TO WS-CRC-COUNT.
141200     WRITE EMP-CONTROL-LINE FROM WS-CR-COUNT-LINE
141300         AFTER ADVANCING 1 LINES.
141400     MOVE "ADDRESSED FROM MASTER:" TO WS-CRC-LABEL.
141500     MOVE WS-FALLBACK-COUNT TO WS-CRC-COUNT.
141600     WRITE EMP-CONTROL-LINE FROM WS-CR-COUNT-LINE
141700         AFTER ADVANCING 1 LINES.
141800     MOVE "NOT ENROLLED IN BENEFITS:" TO WS-CRC-LABEL.
141900     MOVE WS-NOT-ENROLLED-COUNT TO WS-CRC-COUNT.
142000     WRITE EMP-CONTROL-LINE FROM WS-CR-COUNT-LINE
142100         AFTER ADVANCING 1 LINES.
142200     MOVE "GRADE NOT ON REFERENCE:" TO WS-CRC-LABEL.
142300     MOVE WS-NO-GRADE-COUNT TO WS-CRC-COUNT.
142400     WRITE EMP-CONTROL-LINE FROM WS-CR-COUNT-LINE
142500         AFTER ADVANCING 1 LINES.
142600     IF WS-PRINTED-COUNT = WS-EXPECTED-COUNT AND
142700        WS-FEED-HDR-COUNT = WS-EXPECTED-COUNT AND
142800        WS-PRINTED-SALARY = WS-EXPECTED-SALARY AND
142900        WS-FEED-SALARY = WS-EXPECTED-SALARY
143000         MOVE "*** STATEMENTS IN BALANCE WITH THE MASTER ***"
143100             TO WS-CRR-TEXT
143200         IF RETURN-CODE = ZERO AND WS-EXCEPTION-COUNT > ZERO
143300             MOVE 4 TO RETURN-CODE
143400         END-IF
143500     ELSE
143600         MOVE "*** STATEMENTS OUT OF BALANCE WITH THE MASTER ***"
143700             TO WS-CRR-TEXT
143800         IF RETURN-CODE < 12
143900             MOVE 12 TO RETURN-CODE
144000         END-IF
144100     END-IF.
144200     WRITE EMP-CONTROL-LINE FROM WS-CR-RESULT-LINE
144300         AFTER ADVANCING 3 LINES.
144400 3100-PRINT-CONTROL-TOTALS-EXIT.
144500     EXIT.
