000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. EMPMSK01.
000300 AUTHOR. MFDATA-APPLICATIONS-GROUP.
000400 INSTALLATION. MFDATA.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*
000800************************************************************
000900*  MODIFICATION HISTORY
001000*------------------------------------------------------------
001100*  DATE       INIT  DESCRIPTION
001200*  10/15/26   JDM   INITIAL VERSION - DE-IDENTIFIED COPY OF
001300*                   THE EMPLOYEE FILES FOR THE TEST REGION.
001325*  10/15/26   JDM   DATE EDIT CHECKS THE DAY AGAINST THE
001350*                   MONTH LENGTH AND LEAP YEAR.
001400************************************************************
001500*
001600************************************************************
001700*  PURPOSE -                                                *
001800*    BUILDS THE DE-IDENTIFIED COPY OF THE EMPLOYEE FILES     *
001900*    THAT THE TEST REGION IS LOADED FROM (EMPMASK0), SO NO   *
002000*    REAL NAME, DATE OF BIRTH, ADDRESS OR SALARY LEAVES      *
002100*    PRODUCTION.  THE MASTER, TERMINATED ARCHIVE, ADDRESS    *
002200*    HISTORY, DEPENDENT DETAIL AND BENEFITS ENROLLMENT ARE   *
002300*    EACH COPIED RECORD FOR RECORD, WITH -                   *
002400*      - EMP-ID REPLACED BY A SUBSTITUTE FROM A KEYED        *
002500*        PERMUTATION OF 00001-99999, SO THE SAME EMPLOYEE    *
002600*        HAS THE SAME SUBSTITUTE IN EVERY FILE AND EVERY     *
002700*        RUN WITH THE SAME KEY, AND NO EMPLOYEE KEEPS THEIR  *
002800*        OWN NUMBER;                                         *
002900*      - EMP-NAME, THE ADDRESS LINES AND DEPENDENT NAMES     *
003000*        DRAWN FROM THE SUBSTITUTION TABLE (EMPSUB01),       *
003100*        CHOSEN FROM THE SUBSTITUTE ID (AND FOR AN ADDRESS,  *
003200*        FROM THE REAL ADDRESS TOO), SO AN EMPLOYEE'S NAME   *
003300*        AND A GIVEN ADDRESS COME OUT THE SAME IN EVERY FILE *
003400*        AND DEPENDENTS SHARE THE EMPLOYEE'S SURNAME;        *
003500*      - EMP-DOB AND DEPENDENT DATES OF BIRTH MOVED BY THE   *
003600*        SAME NUMBER OF DAYS FOR THE WHOLE FAMILY (NEVER     *
003700*        ZERO, NEVER PAST THE RUN DATE), SO AGES STAY        *
003800*        WITHIN THE CARD'S LIMIT;                            *
003900*      - EMP-SALARY MOVED BY UP TO THE CARD'S PERCENTAGE,    *
004000*        KEPT INSIDE THE GRADE BAND (EMPGREF) WHEN IT WAS    *
004100*        INSIDE AND OUTSIDE WHEN IT WAS OUTSIDE, SO EMPVAL01 *
004200*        AND EMPGAU01 SEE WHAT THEY SEE IN PRODUCTION;       *
004300*        EMP-SALARY-DIFF IS SCALED TO MATCH.                 *
004400*    EVERYTHING ELSE (DEPARTMENT, GRADE, STATUS, TENURE,     *
004500*    SERVICE DATES, TIER, DEDUCTION, EFFECTIVE AND           *
004600*    TERMINATION DATES) IS COPIED AS IT STANDS.  RECORDS     *
004700*    KEEP THEIR LAYOUTS; EMPMASK0 SORTS THE MASTER,          *
004800*    DEPENDENT AND BENEFITS COPIES BACK INTO KEY ORDER.      *
004900*                                                            *
005000*    THE CONTROL REPORT (EMPMSRPT) PROVES THE COPY: RECORDS  *
005100*    READ AND WRITTEN PER FILE MUST AGREE, AND EVERY MASKED  *
005200*    VALUE IS COMPARED WITH THE REAL ONE IT REPLACED - THE   *
005300*    COUNT LEFT UNCHANGED MUST BE ZERO FOR EVERY FIELD.  THE *
005400*    REPORT NEVER PRINTS A REAL VALUE; EXCEPTIONS ARE SHOWN  *
005500*    BY FILE, RECORD NUMBER AND SUBSTITUTE ID.               *
005600*                                                            *
005700*    KEY CARD (EMPMSKC, REQUIRED - KEEP IT SECURED, SINCE    *
005800*    THE ID KEY UNDOES THE PERMUTATION) -                    *
005900*      COLS  1-5   ID MULTIPLIER, 2-99998, LEAVING A         *
006000*                  REMAINDER OF 1 WHEN DIVIDED BY 3 AND NOT  *
006100*                  DIVISIBLE BY 41 OR 271                    *
006200*      COLS  7-11  ID OFFSET, 1-99998, NOT DIVISIBLE BY 3    *
006300*      COLS 13-17  SEED FOR THE NAME, ADDRESS, DATE AND      *
006400*                  SALARY DRAWS                              *
006500*      COLS 19-21  MOST DAYS A DATE OF BIRTH MAY MOVE        *
006600*                  (1-366, DEFAULT 180)                      *
006700*      COLS 23-24  MOST PERCENT A SALARY MAY MOVE (1-50,     *
006800*                  DEFAULT 10)                               *
006900*    THE MULTIPLIER AND OFFSET RULES MAKE THE PERMUTATION    *
007000*    ONE-TO-ONE AND LEAVE NO EMP-ID MAPPED TO ITSELF.        *
007100*                                                            *
007200*    RC=4 WHEN A DATE OF BIRTH THAT IS NOT A DATE WAS        *
007300*    BLANKED; RC=12 ON A BAD CARD, AN OPEN FAILURE, AN       *
007400*    EMPTY GRADE FILE, A SHORT SUBSTITUTION TABLE, A RECORD  *
007500*    WITH NO USABLE EMP-ID (NOT COPIED) OR ANY VALUE LEFT    *
007600*    UNCHANGED; RC=16 ON A FAILED WRITE.                     *
007700************************************************************
007800 ENVIRONMENT DIVISION.
007900 CONFIGURATION SECTION.
008000 SOURCE-COMPUTER. IBM-ZSERIES.
008100 OBJECT-COMPUTER. IBM-ZSERIES.
008200 INPUT-OUTPUT SECTION.
008300 FILE-CONTROL.
008400     SELECT EMP-KEY-FILE ASSIGN TO EMPMSKC
008500         ORGANIZATION IS SEQUENTIAL
008600         ACCESS MODE IS SEQUENTIAL
008700         FILE STATUS IS WS-KEY-STATUS.
008800
008900     SELECT EMP-GRADE-FILE ASSIGN TO EMPGREF
009000         ORGANIZATION IS SEQUENTIAL
009100         ACCESS MODE IS SEQUENTIAL
009200         FILE STATUS IS WS-GRADE-STATUS.
009300
009400     SELECT EMP-SUBST-FILE ASSIGN TO EMPSUBT
009500         ORGANIZATION IS SEQUENTIAL
009600         ACCESS MODE IS SEQUENTIAL
009700         FILE STATUS IS WS-SUBT-STATUS.
009800
009900     SELECT EMP-MASTER-FILE ASSIGN TO EMPMAS
010000         ORGANIZATION IS INDEXED
010100         ACCESS MODE IS SEQUENTIAL
010200         RECORD KEY IS EMP-ID OF EMP-MASTER-FILE
010300         ALTERNATE RECORD KEY IS EMP-ID-X OF EMP-MASTER-FILE
010400         FILE STATUS IS WS-MAS-STATUS.
010500
010600     SELECT EMP-ARCHIVE-FILE ASSIGN TO EMPARCI
010700         ORGANIZATION IS SEQUENTIAL
010800         ACCESS MODE IS SEQUENTIAL
010900         FILE STATUS IS WS-ARCI-STATUS.
011000
011100     SELECT EMP-ADDR-HIST-FILE ASSIGN TO EMPADRI
011200         ORGANIZATION IS SEQUENTIAL
011300         ACCESS MODE IS SEQUENTIAL
011400         FILE STATUS IS WS-ADRI-STATUS.
011500
011600     SELECT EMP-DEPENDENT-FILE ASSIGN TO EMPDPDI
011700         ORGANIZATION IS SEQUENTIAL
011800         ACCESS MODE IS SEQUENTIAL
011900         FILE STATUS IS WS-DPDI-STATUS.
012000
012100     SELECT EMP-BENEFIT-FILE ASSIGN TO EMPBENR
012200         ORGANIZATION IS SEQUENTIAL
012300         ACCESS MODE IS SEQUENTIAL
012400         FILE STATUS IS WS-BENI-STATUS.
012500
012600     SELECT EMP-MASK-MASTER-FILE ASSIGN TO EMPMSKM
012700         ORGANIZATION IS SEQUENTIAL
012800         ACCESS MODE IS SEQUENTIAL
012900         FILE STATUS IS WS-MSKM-STATUS.
013000
013100     SELECT EMP-MASK-ARCHIVE-FILE ASSIGN TO EMPMSKA
013200         ORGANIZATION IS SEQUENTIAL
013300         ACCESS MODE IS SEQUENTIAL
013400         FILE STATUS IS WS-MSKA-STATUS.
013500
013600     SELECT EMP-MASK-ADDR-FILE ASSIGN TO EMPMSKH
013700         ORGANIZATION IS SEQUENTIAL
013800         ACCESS MODE IS SEQUENTIAL
013900         FILE STATUS IS WS-MSKH-STATUS.
014000
014100     SELECT EMP-MASK-DEPENDENT-FILE ASSIGN TO EMPMSKD
014200         ORGANIZATION IS SEQUENTIAL
014300         ACCESS MODE IS SEQUENTIAL
014400         FILE STATUS IS WS-MSKD-STATUS.
014500
014600     SELECT EMP-MASK-BENEFIT-FILE ASSIGN TO EMPMSKB
014700         ORGANIZATION IS SEQUENTIAL
014800         ACCESS MODE IS SEQUENTIAL
014900         FILE STATUS IS WS-MSKB-STATUS.
015000
015100     SELECT EMP-CONTROL-REPORT ASSIGN TO EMPMSRPT
015200         ORGANIZATION IS SEQUENTIAL
015300         ACCESS MODE IS SEQUENTIAL
015400         FILE STATUS IS WS-REPORT-STATUS.
015500 DATA DIVISION.
015600 FILE SECTION.
015700 FD  EMP-KEY-FILE
015800     RECORDING MODE IS F
015900     LABEL RECORDS ARE STANDARD.
016000 01  EMP-KEY-RECORD.
016100     05  EMP-MKC-ID-MULT             PIC X(05).
016200     05  FILLER                      PIC X(01).
016300     05  EMP-MKC-ID-OFFSET           PIC X(05).
016400     05  FILLER                      PIC X(01).
016500     05  EMP-MKC-SEED                PIC X(05).
016600     05  FILLER                      PIC X(01).
016700     05  EMP-MKC-DOB-DAYS            PIC X(03).
016800     05  FILLER                      PIC X(01).
016900     05  EMP-MKC-SAL-PCT             PIC X(02).
017000     05  FILLER                      PIC X(56).
017100 01  EMP-KEY-NUMBERS REDEFINES EMP-KEY-RECORD.
017200     05  EMP-MKC-ID-MULT-N           PIC 9(05).
017300     05  FILLER                      PIC X(01).
017400     05  EMP-MKC-ID-OFFSET-N         PIC 9(05).
017500     05  FILLER                      PIC X(01).
017600     05  EMP-MKC-SEED-N              PIC 9(05).
017700     05  FILLER                      PIC X(01).
017800     05  EMP-MKC-DOB-DAYS-N          PIC 9(03).
017900     05  FILLER                      PIC X(01).
018000     05  EMP-MKC-SAL-PCT-N           PIC 9(02).
018100     05  FILLER                      PIC X(56).
018200
018300 FD  EMP-GRADE-FILE
018400     RECORDING MODE IS F
018500     LABEL RECORDS ARE STANDARD.
018600     COPY EMPGRD01.
018700
018800 FD  EMP-SUBST-FILE
018900     RECORDING MODE IS F
019000     LABEL RECORDS ARE STANDARD.
019100     COPY EMPSUB01.
019200
019300 FD  EMP-MASTER-FILE
019400     RECORDING MODE IS F
019500     LABEL RECORDS ARE STANDARD.
019600     COPY EMPREC01.
019700
019800 FD  EMP-ARCHIVE-FILE
019900     RECORDING MODE IS F
020000     LABEL RECORDS ARE STANDARD.
020100     COPY EMPARC01.
020200
020300 FD  EMP-ADDR-HIST-FILE
020400     RECORDING MODE IS F
020500     LABEL RECORDS ARE STANDARD.
020600     COPY EMPADR01.
020700
020800 FD  EMP-DEPENDENT-FILE
020900     RECORDING MODE IS F
021000     LABEL RECORDS ARE STANDARD.
021100     COPY EMPDPD01.
021200
021300 FD  EMP-BENEFIT-FILE
021400     RECORDING MODE IS F
021500     LABEL RECORDS ARE STANDARD.
021600     COPY EMPBENR01.
021700
021800 FD  EMP-MASK-MASTER-FILE
021900     RECORDING MODE IS F
022000     LABEL RECORDS ARE STANDARD.
022100 01  EMP-MASK-MASTER-RECORD          PIC X(150).
022200
022300 FD  EMP-MASK-ARCHIVE-FILE
022400     RECORDING MODE IS F
022500     LABEL RECORDS ARE STANDARD.
022600 01  EMP-MASK-ARCHIVE-RECORD         PIC X(170).
022700
022800 FD  EMP-MASK-ADDR-FILE
022900     RECORDING MODE IS F
023000     LABEL RECORDS ARE STANDARD.
023100 01  EMP-MASK-ADDR-RECORD            PIC X(100).
023200
023300 FD  EMP-MASK-DEPENDENT-FILE
023400     RECORDING MODE IS F
023500     LABEL RECORDS ARE STANDARD.
023600 01  EMP-MASK-DEPENDENT-RECORD       PIC X(80).
023700
023800 FD  EMP-MASK-BENEFIT-FILE
023900     RECORDING MODE IS F
024000     LABEL RECORDS ARE STANDARD.
024100 01  EMP-MASK-BENEFIT-RECORD         PIC X(46).
024200
024300 FD  EMP-CONTROL-REPORT
024400     RECORDING MODE IS F
024500     LABEL RECORDS ARE STANDARD.
024600 01  EMP-CONTROL-LINE                PIC X(80).
024700 WORKING-STORAGE SECTION.
024800 77  WS-KEY-STATUS                   PIC X(02)   VALUE "00".
024900 77  WS-GRADE-STATUS                 PIC X(02)   VALUE "00".
025000 77  WS-SUBT-STATUS                  PIC X(02)   VALUE "00".
025100 77  WS-MAS-STATUS                   PIC X(02)   VALUE "00".
025200 77  WS-ARCI-STATUS                  PIC X(02)   VALUE "00".
025300 77  WS-ADRI-STATUS                  PIC X(02)   VALUE "00".
025400 77  WS-DPDI-STATUS                  PIC X(02)   VALUE "00".
025500 77  WS-BENI-STATUS                  PIC X(02)   VALUE "00".
025600 77  WS-MSKM-STATUS                  PIC X(02)   VALUE "00".
025700 77  WS-MSKA-STATUS                  PIC X(02)   VALUE "00".
025800 77  WS-MSKH-STATUS                  PIC X(02)   VALUE "00".
025900 77  WS-MSKD-STATUS                  PIC X(02)   VALUE "00".
026000 77  WS-MSKB-STATUS                  PIC X(02)   VALUE "00".
026100 77  WS-REPORT-STATUS                PIC X(02)   VALUE "00".
026200*
026300 77  WS-GRADE-EOF-SW                 PIC X(01)   VALUE "N".
026400     88  WS-GRADE-EOF                VALUE "Y".
026500 77  WS-SUBT-EOF-SW                  PIC X(01)   VALUE "N".
026600     88  WS-SUBT-EOF                 VALUE "Y".
026700 77  WS-MAS-EOF-SW                   PIC X(01)   VALUE "N".
026800     88  WS-MAS-EOF                  VALUE "Y".
026900 77  WS-ARC-EOF-SW                   PIC X(01)   VALUE "N".
027000     88  WS-ARC-EOF                  VALUE "Y".
027100 77  WS-ADR-EOF-SW                   PIC X(01)   VALUE "N".
027200     88  WS-ADR-EOF                  VALUE "Y".
027300 77  WS-DPD-EOF-SW                   PIC X(01)   VALUE "N".
027400     88  WS-DPD-EOF                  VALUE "Y".
027500 77  WS-BEN-EOF-SW                   PIC X(01)   VALUE "N".
027600     88  WS-BEN-EOF                  VALUE "Y".
027700 77  WS-STOP-RUN-SW                  PIC X(01)   VALUE "N".
027800     88  WS-STOP-RUN                 VALUE "Y".
027900 77  WS-FILES-OPEN-SW                PIC X(01)   VALUE "N".
028000     88  WS-FILES-OPEN               VALUE "Y".
028100 77  WS-ID-VALID-SW                  PIC X(01)   VALUE "N".
028200     88  WS-ID-VALID                 VALUE "Y".
028300 77  WS-DATE-VALID-SW                PIC X(01)   VALUE "N".
028400     88  WS-DATE-VALID               VALUE "Y".
028500 77  WS-GRADE-FOUND-SW               PIC X(01)   VALUE "N".
028600     88  WS-GRADE-FOUND              VALUE "Y".
028700 77  WS-CHK-SAME-SW                  PIC X(01)   VALUE "N".
028800     88  WS-CHK-SAME                 VALUE "Y".
028900*
029000 01  WS-RUN-DATE-YMD.
029100     05  WS-RUN-DATE-CCYY            PIC 9(04).
029200     05  WS-RUN-DATE-MM              PIC 9(02).
029300     05  WS-RUN-DATE-DD              PIC 9(02).
029400 77  WS-RUN-DAYNO                    PIC 9(05)   COMP VALUE ZERO.
029500*
029600************************************************************
029700*  KEY CARD VALUES AND THE WORK AREAS THAT CHECK THEM.
029800************************************************************
029900 77  WS-ID-MULT                      PIC 9(05)   COMP VALUE ZERO.
030000 77  WS-ID-OFFSET                    PIC 9(05)   COMP VALUE ZERO.
030100 77  WS-MASK-SEED                    PIC 9(05)   COMP VALUE ZERO.
030200 77  WS-DOB-DAYS                     PIC 9(03)   COMP VALUE 180.
030300 77  WS-SAL-PCT                      PIC 9(02)   COMP VALUE 10.
030400 77  WS-KEY-QUOTIENT                 PIC 9(05)   COMP VALUE ZERO.
030500 77  WS-KEY-REM-3                    PIC 9(05)   COMP VALUE ZERO.
030600 77  WS-KEY-REM-41                   PIC 9(05)   COMP VALUE ZERO.
030700 77  WS-KEY-REM-271                  PIC 9(05)   COMP VALUE ZERO.
030800*
030900************************************************************
031000*  SALARY-GRADE BAND TABLE, AS IN EMPGAU01.
031100************************************************************
031200 01  WS-GRADE-TABLE.
031300     05  WS-GRADE-COUNT              PIC 9(03)   COMP VALUE ZERO.
031400     05  WS-GRADE-ENTRY OCCURS 50 TIMES.
031500         10  WS-GRD-TBL-CODE         PIC X(02).
031600         10  WS-GRD-TBL-MIN          PIC 9(7)V99 COMP-3.
031700         10  WS-GRD-TBL-MAX          PIC 9(7)V99 COMP-3.
031800 77  WS-GRADE-SUB                    PIC 9(03)   COMP VALUE ZERO.
031900*
032000************************************************************
032100*  SUBSTITUTION TABLE - ONE SET PER EMP-SUB-TYPE, IN THE
032200*  ORDER OF WS-SUBST-TYPES (FIRST NAME, SURNAME, STREET,
032300*  CITY LINE).
032400************************************************************
032500 01  WS-SUBST-TYPE-VALUES            PIC X(04)   VALUE "FLSC".
032600 01  WS-SUBST-TYPES REDEFINES WS-SUBST-TYPE-VALUES.
032700     05  WS-SUBST-TYPE               PIC X(01)   OCCURS 4 TIMES.
032800 01  WS-SUBST-TABLE.
032900     05  WS-SUBST-SET OCCURS 4 TIMES.
033000         10  WS-SUBST-COUNT          PIC 9(03)   COMP.
033100         10  WS-SUBST-VALUE          PIC X(25)
033200                                     OCCURS 500 TIMES.
033300 77  WS-SET-SUB                      PIC 9(03)   COMP VALUE ZERO.
033400 77  WS-SET-FIRST                    PIC 9(03)   COMP VALUE 1.
033500 77  WS-SET-SURNAME                  PIC 9(03)   COMP VALUE 2.
033600 77  WS-SET-STREET                   PIC 9(03)   COMP VALUE 3.
033700 77  WS-SET-CITY                     PIC 9(03)   COMP VALUE 4.
033800*
033900************************************************************
034000*  SUBSTITUTE ID - 2600 TURNS WS-REAL-ID INTO WS-SUB-ID.
034100************************************************************
034200 77  WS-REAL-ID                      PIC 9(05)   VALUE ZERO.
034300 77  WS-SUB-ID                       PIC 9(05)   VALUE ZERO.
034400 77  WS-ID-WORK                      PIC 9(11)   COMP VALUE ZERO.
034500 77  WS-ID-QUOTIENT                  PIC 9(07)   COMP VALUE ZERO.
034600 77  WS-ID-REMAINDER                 PIC 9(05)   COMP VALUE ZERO.
034700*
034800************************************************************
034900*  DRAWS - 2800 TURNS THE SUBSTITUTE ID, THE KEY SEED, A
035000*  SALT NAMING THE USE AND AN EXTRA VALUE (AN ADDRESS HASH,
035100*  A DEPENDENT SEQUENCE) INTO A NUMBER FROM ZERO TO
035200*  WS-DRAW-RANGE LESS ONE.
035300************************************************************
035400 77  WS-DRAW-SALT                    PIC 9(02)   COMP VALUE ZERO.
035500 77  WS-DRAW-EXTRA                   PIC 9(07)   COMP VALUE ZERO.
035600 77  WS-DRAW-RANGE                   PIC 9(05)   COMP VALUE ZERO.
035700 77  WS-DRAW-RESULT                  PIC 9(05)   COMP VALUE ZERO.
035800 77  WS-DRAW-WORK                    PIC 9(11)   COMP VALUE ZERO.
035900 77  WS-DRAW-QUOTIENT                PIC 9(11)   COMP VALUE ZERO.
036000 77  WS-DRAW-MIXED                   PIC 9(07)   COMP VALUE ZERO.
036100*
036200************************************************************
036300*  NAMES - 2610 BUILDS "FIRST SURNAME" IN WS-SUB-NAME,
036400*  NEVER EQUAL TO WS-REAL-NAME.
036500************************************************************
036600 01  WS-REAL-NAME                    PIC X(25)   VALUE SPACE.
036700 01  WS-SUB-NAME                     PIC X(25)   VALUE SPACE.
036800 77  WS-FIRST-IX                     PIC 9(03)   COMP VALUE ZERO.
036900 77  WS-SURNAME-IX                   PIC 9(03)   COMP VALUE ZERO.
037000*
037100************************************************************
037200*  ADDRESSES - 2550 REPLACES THE THREE LINES IN
037300*  WS-REAL-ADDRESS WITH WS-SUB-ADDRESS, DRAWN FROM A HASH
037400*  OF THE WHOLE REAL ADDRESS SO THE SAME ADDRESS COMES OUT
037500*  THE SAME ON THE MASTER, THE ARCHIVE AND THE HISTORY.
037600*  WS-ORD-VALUE IS THE CODE OF THE CHARACTER IN
037700*  WS-ORD-CHAR.
037800************************************************************
037900 01  WS-REAL-ADDRESS.
038000     05  WS-REAL-ADDR-LINE           PIC X(25)   OCCURS 3 TIMES.
038100 01  WS-REAL-ADDRESS-TEXT REDEFINES WS-REAL-ADDRESS
038200                                     PIC X(75).
038300 01  WS-SUB-ADDRESS.
038400     05  WS-SUB-ADDR-LINE            PIC X(25)   OCCURS 3 TIMES.
038500 77  WS-ADDR-SUB                     PIC 9(03)   COMP VALUE ZERO.
038600 77  WS-CITY-LINE                    PIC 9(03)   COMP VALUE ZERO.
038700 77  WS-CHAR-SUB                     PIC 9(03)   COMP VALUE ZERO.
038800 77  WS-ADDR-HASH                    PIC 9(09)   COMP VALUE ZERO.
038900 77  WS-HASH-QUOTIENT                PIC 9(09)   COMP VALUE ZERO.
039000 77  WS-STREET-IX                    PIC 9(03)   COMP VALUE ZERO.
039100 77  WS-CITY-IX                      PIC 9(03)   COMP VALUE ZERO.
039200 77  WS-HOUSE-NO                     PIC 9(04)   VALUE ZERO.
039300 77  WS-UNIT-NO                      PIC 9(03)   VALUE ZERO.
039400 01  WS-ORD-AREA.
039500     05  FILLER                      PIC X(01)   VALUE LOW-VALUE.
039600     05  WS-ORD-CHAR                 PIC X(01)   VALUE SPACE.
039700 01  WS-ORD-VALUE REDEFINES WS-ORD-AREA
039800                                     PIC 9(04)   COMP.
039900*
040000************************************************************
040100*  DATES OF BIRTH - 2620 MOVES THE DATE IN WS-EDIT-DATE BY
040200*  THE SUBSTITUTE ID'S SHIFT.  WS-DOB-RESULT SAYS WHAT IT
040300*  FOUND: "B" BLANK (LEFT BLANK), "S" SHIFTED, "X" NOT A
040400*  DATE (BLANKED).
040500************************************************************
040600 77  WS-DOB-RESULT                   PIC X(01)   VALUE SPACE.
040700 77  WS-SHIFT-DAYS                   PIC 9(03)   COMP VALUE ZERO.
040800 77  WS-SHIFT-DIRECTION              PIC 9(01)   COMP VALUE ZERO.
040900 77  WS-SHIFTED-DAYNO                PIC 9(05)   COMP VALUE ZERO.
041000*
041100************************************************************
041200*  DAY-NUMBER ROUTINES - AS IN EMPANV01.  2700 TURNS
041300*  WS-DN-DATE (CCYYMMDD) INTO THE EMPREC01 DAY NUMBER
041400*  (1 = 1900-01-01) IN WS-DN-DAYNO; 2710 EDITS CCYY-MM-DD
041500*  TEXT IN WS-EDIT-DATE; 2720 TURNS WS-DN-DAYNO BACK INTO
041600*  WS-EDIT-DATE.
041700************************************************************
041800 01  WS-EDIT-DATE                    PIC X(10)   VALUE SPACE.
041900 01  WS-EDIT-DATE-PARTS REDEFINES WS-EDIT-DATE.
042000     05  WS-EDIT-CCYY                PIC 9(04).
042100     05  WS-EDIT-DASH1               PIC X(01).
042200     05  WS-EDIT-MM                  PIC 9(02).
042300     05  WS-EDIT-DASH2               PIC X(01).
042400     05  WS-EDIT-DD                  PIC 9(02).
042500 01  WS-DN-DATE.
042600     05  WS-DN-CCYY                  PIC 9(04).
042700     05  WS-DN-MM                    PIC 9(02).
042800     05  WS-DN-DD                    PIC 9(02).
042900 77  WS-DN-YEAR                      PIC 9(05)   COMP VALUE ZERO.
043000 77  WS-DN-MONTH                     PIC 9(03)   COMP VALUE ZERO.
043100 77  WS-DN-QUOTIENT                  PIC 9(07)   COMP VALUE ZERO.
043200 77  WS-DN-WORK                      PIC 9(07)   COMP VALUE ZERO.
043300 77  WS-DN-DAYS                      PIC 9(07)   COMP VALUE ZERO.
043400 77  WS-DN-DAYNO                     PIC 9(05)   COMP VALUE ZERO.
043500 77  WS-DN-BIG                       PIC 9(11)   COMP VALUE ZERO.
043600 77  WS-DN-YEAR-DAYS                 PIC 9(07)   COMP VALUE ZERO.
043700 77  WS-DN-DAY-OF-YEAR               PIC S9(07)  COMP VALUE ZERO.
043800 77  WS-DN-MONTH-INDEX               PIC 9(03)   COMP VALUE ZERO.
043900 77  WS-DN-REMAINDER                 PIC 9(03)   COMP VALUE ZERO.
043905*
043910*  MONTH LENGTHS FOR 2710, LOADED IN 1000-INITIALIZE.
043915*  FEBRUARY TAKES 29 DAYS IN A LEAP YEAR.
043920 77  WS-EDIT-MAX-DAY                 PIC 9(02)   VALUE ZERO.
043925 77  WS-EDIT-LEAP-SW                 PIC X(01)   VALUE "N".
043930     88  WS-EDIT-IS-LEAP             VALUE "Y".
043935 77  WS-EDIT-REM-4                   PIC 9(03)   COMP VALUE ZERO.
043940 77  WS-EDIT-REM-100                 PIC 9(03)   COMP VALUE ZERO.
043945 77  WS-EDIT-REM-400                 PIC 9(03)   COMP VALUE ZERO.
043950 01  WS-MONTH-DAYS-TABLE.
043955     05  WS-MONTH-DAYS-ENTRY         PIC 9(02)   OCCURS 12 TIMES.
044000*
044100************************************************************
044200*  SALARIES - 2520 MOVES THE SALARY WITHIN WS-SAL-LOW AND
044300*  WS-SAL-HIGH, THE RANGE ITS GRADE BAND ALLOWS.
044400************************************************************
044500 77  WS-SAL-WORK                     PIC S9(9)V99 COMP-3
044600                                                 VALUE ZERO.
044700 77  WS-SAL-LOW                      PIC S9(9)V99 COMP-3
044800                                                 VALUE ZERO.
044900 77  WS-SAL-HIGH                     PIC S9(9)V99 COMP-3
045000                                                 VALUE ZERO.
045100*
045200************************************************************
045300*  THE EMPLOYEE IMAGE BEING MASKED (MASTER RECORD OR THE
045400*  ARCHIVE'S COPY OF ONE) AND THE REAL IMAGE IT CAME FROM,
045500*  AND THE MASKED COPIES OF THE OTHER FILES' RECORDS.
045600************************************************************
045700     COPY EMPREC01
045800         REPLACING ==EMP-RECORD== BY ==WS-MSK-EMP-RECORD==.
045900     COPY EMPREC01
046000         REPLACING ==EMP-RECORD== BY ==WS-REAL-EMP-RECORD==.
046100     COPY EMPARC01
046200         REPLACING ==EMP-ARCHIVE-RECORD==
046300                BY ==WS-MSK-ARC-RECORD==.
046400     COPY EMPADR01
046500         REPLACING ==EMP-ADDR-HIST-RECORD==
046600                BY ==WS-MSK-ADDR-RECORD==.
046700     COPY EMPDPD01
046800         REPLACING ==EMP-DEPENDENT-RECORD==
046900                BY ==WS-MSK-DEP-RECORD==.
047000     COPY EMPBENR01
047100         REPLACING ==EMP-BENEFIT-RECORD==
047200                BY ==WS-MSK-BEN-RECORD==.
047300*
047400************************************************************
047500*  CONTROL COUNTS - RECORDS READ AND WRITTEN PER FILE, AND
047600*  PER FIELD THE VALUES MASKED AND ANY LEFT UNCHANGED.
047700************************************************************
047800 01  WS-FILE-NAME-VALUES.
047900     05  FILLER                      PIC X(10)   VALUE "MASTER".
048000     05  FILLER                      PIC X(10)   VALUE "ARCHIVE".
048100     05  FILLER                      PIC X(10)   VALUE "ADDRESS".
048200     05  FILLER                      PIC X(10)
048300         VALUE "DEPENDENT".
048400     05  FILLER                      PIC X(10)   VALUE "BENEFITS".
048500 01  WS-FILE-NAMES REDEFINES WS-FILE-NAME-VALUES.
048600     05  WS-FILE-NAME                PIC X(10)   OCCURS 5 TIMES.
048700 01  WS-FILE-COUNTS.
048800     05  WS-FILE-COUNT-ENTRY OCCURS 5 TIMES.
048900         10  WS-FILE-READ            PIC 9(07)   COMP.
049000         10  WS-FILE-WRITTEN         PIC 9(07)   COMP.
049100 77  WS-FILE-SUB                     PIC 9(03)   COMP VALUE ZERO.
049200 77  WS-FILE-MASTER                  PIC 9(03)   COMP VALUE 1.
049300 77  WS-FILE-ARCHIVE                 PIC 9(03)   COMP VALUE 2.
049400 77  WS-FILE-ADDRESS                 PIC 9(03)   COMP VALUE 3.
049500 77  WS-FILE-DEPENDENT               PIC 9(03)   COMP VALUE 4.
049600 77  WS-FILE-BENEFIT                 PIC 9(03)   COMP VALUE 5.
049700*
049800 01  WS-FIELD-NAME-VALUES.
049900     05  FILLER                      PIC X(16)   VALUE "EMP-ID".
050000     05  FILLER                      PIC X(16)   VALUE "EMP-NAME".
050100     05  FILLER                      PIC X(16)   VALUE "EMP-DOB".
050200     05  FILLER                      PIC X(16)
050300         VALUE "ADDRESS LINE".
050400     05  FILLER                      PIC X(16)
050500         VALUE "EMP-SALARY".
050600     05  FILLER                      PIC X(16)
050700         VALUE "EMP-SALARY-DIFF".
050800     05  FILLER                      PIC X(16)
050900         VALUE "DEPENDENT NAME".
051000     05  FILLER                      PIC X(16)
051100         VALUE "DEPENDENT DOB".
051200 01  WS-FIELD-NAMES REDEFINES WS-FIELD-NAME-VALUES.
051300     05  WS-FIELD-NAME               PIC X(16)   OCCURS 8 TIMES.
051400 01  WS-FIELD-COUNTS.
051500     05  WS-FIELD-COUNT-ENTRY OCCURS 8 TIMES.
051600         10  WS-FIELD-MASKED         PIC 9(07)   COMP.
051700         10  WS-FIELD-UNCHANGED      PIC 9(07)   COMP.
051800 77  WS-CHK-SUB                      PIC 9(03)   COMP VALUE ZERO.
051900 77  WS-CHK-ID                       PIC 9(03)   COMP VALUE 1.
052000 77  WS-CHK-NAME                     PIC 9(03)   COMP VALUE 2.
052100 77  WS-CHK-DOB                      PIC 9(03)   COMP VALUE 3.
052200 77  WS-CHK-ADDRESS                  PIC 9(03)   COMP VALUE 4.
052300 77  WS-CHK-SALARY                   PIC 9(03)   COMP VALUE 5.
052400 77  WS-CHK-SALARY-DIFF              PIC 9(03)   COMP VALUE 6.
052500 77  WS-CHK-DEP-NAME                 PIC 9(03)   COMP VALUE 7.
052600 77  WS-CHK-DEP-DOB                  PIC 9(03)   COMP VALUE 8.
052700*
052800 77  WS-DROPPED-COUNT                PIC 9(07)   COMP VALUE ZERO.
052900 77  WS-UNCHANGED-COUNT              PIC 9(07)   COMP VALUE ZERO.
053000 77  WS-DOB-BLANKED-COUNT            PIC 9(07)   COMP VALUE ZERO.
053100 77  WS-MISMATCH-COUNT               PIC 9(07)   COMP VALUE ZERO.
053200 77  WS-EXCEPTION-COUNT              PIC 9(07)   COMP VALUE ZERO.
053300*
053400************************************************************
053500*  CONTROL REPORT LINES.
053600************************************************************
053700 01  WS-CR-HEADING-1.
053800     05  FILLER                      PIC X(01)   VALUE SPACE.
053900     05  FILLER                      PIC X(50)
054000         VALUE "EMPMSK01 - DE-IDENTIFIED TEST COPY - CONTROL".
054100     05  FILLER                      PIC X(09)
054200         VALUE "RUN DATE ".
054300     05  WS-CRH-RUN-DATE             PIC X(10).
054400     05  FILLER                      PIC X(10)   VALUE SPACE.
054500*
054600 01  WS-CR-HEADING-2.
054700     05  FILLER                      PIC X(01)   VALUE SPACE.
054800     05  FILLER                      PIC X(10)   VALUE "FILE".
054900     05  FILLER                      PIC X(09)   VALUE " RECORD".
055000     05  FILLER                      PIC X(07)   VALUE "SUBST".
055100     05  FILLER                      PIC X(53)
055200         VALUE "EXCEPTION".
055300*
055400 01  WS-CR-EXCEPTION-LINE.
055500     05  FILLER                      PIC X(01)   VALUE SPACE.
055600     05  WS-CRE-FILE                 PIC X(10).
055700     05  WS-CRE-RECORD               PIC ZZZZZZ9.
055800     05  FILLER                      PIC X(02)   VALUE SPACE.
055900     05  WS-CRE-SUB-ID               PIC X(05).
056000     05  FILLER                      PIC X(02)   VALUE SPACE.
056100     05  WS-CRE-TEXT                 PIC X(53).
056200*
056300 01  WS-CR-FILE-HEADING.
056400     05  FILLER                      PIC X(01)   VALUE SPACE.
056500     05  FILLER                      PIC X(12)   VALUE "FILE".
056600     05  FILLER                      PIC X(10)
056700         VALUE "      READ".
056800     05  FILLER                      PIC X(10)
056900         VALUE "   WRITTEN".
057000     05  FILLER                      PIC X(47)   VALUE SPACE.
057100*
057200 01  WS-CR-FILE-LINE.
057300     05  FILLER                      PIC X(01)   VALUE SPACE.
057400     05  WS-CRF-FILE                 PIC X(12).
057500     05  WS-CRF-READ                 PIC ZZZ,ZZZ,ZZ9.
057600     05  FILLER                      PIC X(01)   VALUE SPACE.
057700     05  WS-CRF-WRITTEN              PIC ZZZ,ZZZ,ZZ9.
057800     05  FILLER                      PIC X(02)   VALUE SPACE.
057900     05  WS-CRF-RESULT               PIC X(42).
058000*
058100 01  WS-CR-FIELD-HEADING.
058200     05  FILLER                      PIC X(01)   VALUE SPACE.
058300     05  FILLER                      PIC X(18)   VALUE "FIELD".
058400     05  FILLER                      PIC X(10)
058500         VALUE "    MASKED".
058600     05  FILLER                      PIC X(10)
058700         VALUE " UNCHANGED".
058800     05  FILLER                      PIC X(41)   VALUE SPACE.
058900*
059000 01  WS-CR-FIELD-LINE.
059100     05  FILLER                      PIC X(01)   VALUE SPACE.
059200     05  WS-CRD-FIELD                PIC X(16).
059300     05  FILLER                      PIC X(01)   VALUE SPACE.
059400     05  WS-CRD-MASKED               PIC ZZZ,ZZZ,ZZ9.
059500     05  WS-CRD-UNCHANGED            PIC ZZZ,ZZZ,ZZ9.
059600     05  FILLER                      PIC X(02)   VALUE SPACE.
059700     05  WS-CRD-RESULT               PIC X(38).
059800*
059900 01  WS-CR-RESULT-LINE.
060000     05  FILLER                      PIC X(01)   VALUE SPACE.
060100     05  WS-CRR-TEXT                 PIC X(79).
060200 PROCEDURE DIVISION.
060300************************************************************
060400 0000-MAINLINE.
060500************************************************************
060600     PERFORM 1000-INITIALIZE
060700         THRU 1000-INITIALIZE-EXIT.
060800     PERFORM 2000-MASK-MASTER
060900         THRU 2000-MASK-MASTER-EXIT
061000         UNTIL WS-MAS-EOF OR WS-STOP-RUN.
061100     PERFORM 2100-MASK-ARCHIVE
061200         THRU 2100-MASK-ARCHIVE-EXIT
061300         UNTIL WS-ARC-EOF OR WS-STOP-RUN.
061400     PERFORM 2200-MASK-ADDRESS
061500         THRU 2200-MASK-ADDRESS-EXIT
061600         UNTIL WS-ADR-EOF OR WS-STOP-RUN.
061700     PERFORM 2300-MASK-DEPENDENT
061800         THRU 2300-MASK-DEPENDENT-EXIT
061900         UNTIL WS-DPD-EOF OR WS-STOP-RUN.
062000     PERFORM 2400-MASK-BENEFIT
062100         THRU 2400-MASK-BENEFIT-EXIT
062200         UNTIL WS-BEN-EOF OR WS-STOP-RUN.
062300     PERFORM 3000-FINALIZE
062400         THRU 3000-FINALIZE-EXIT.
062500     GOBACK.
062600*
062700************************************************************
062800 1000-INITIALIZE.
062900************************************************************
062905     MOVE 31 TO WS-MONTH-DAYS-ENTRY (01).
062910     MOVE 28 TO WS-MONTH-DAYS-ENTRY (02).
062915     MOVE 31 TO WS-MONTH-DAYS-ENTRY (03).
062920     MOVE 30 TO WS-MONTH-DAYS-ENTRY (04).
062925     MOVE 31 TO WS-MONTH-DAYS-ENTRY (05).
062930     MOVE 30 TO WS-MONTH-DAYS-ENTRY (06).
062935     MOVE 31 TO WS-MONTH-DAYS-ENTRY (07).
062940     MOVE 31 TO WS-MONTH-DAYS-ENTRY (08).
062945     MOVE 30 TO WS-MONTH-DAYS-ENTRY (09).
062950     MOVE 31 TO WS-MONTH-DAYS-ENTRY (10).
062955     MOVE 30 TO WS-MONTH-DAYS-ENTRY (11).
062960     MOVE 31 TO WS-MONTH-DAYS-ENTRY (12).
063000     INITIALIZE WS-FILE-COUNTS.
063100     INITIALIZE WS-FIELD-COUNTS.
063200     ACCEPT WS-RUN-DATE-YMD FROM DATE YYYYMMDD.
063300     MOVE WS-RUN-DATE-YMD TO WS-DN-DATE.
063400     PERFORM 2700-DATE-TO-DAYNO
063500         THRU 2700-DATE-TO-DAYNO-EXIT.
063600     MOVE WS-DN-DAYNO TO WS-RUN-DAYNO.
063700     PERFORM 1100-READ-KEY-CARD
063800         THRU 1100-READ-KEY-CARD-EXIT.
063900     IF WS-STOP-RUN
064000         GO TO 1000-INITIALIZE-EXIT
064100     END-IF.
064200     PERFORM 1200-LOAD-GRADE-TABLE
064300         THRU 1200-LOAD-GRADE-TABLE-EXIT.
064400     IF WS-STOP-RUN
064500         GO TO 1000-INITIALIZE-EXIT
064600     END-IF.
064700     PERFORM 1300-LOAD-SUBST-TABLE
064800         THRU 1300-LOAD-SUBST-TABLE-EXIT.
064900     IF WS-STOP-RUN
065000         GO TO 1000-INITIALIZE-EXIT
065100     END-IF.
065200     OPEN INPUT  EMP-MASTER-FILE
065300          INPUT  EMP-ARCHIVE-FILE
065400          INPUT  EMP-ADDR-HIST-FILE
065500          INPUT  EMP-DEPENDENT-FILE
065600          INPUT  EMP-BENEFIT-FILE
065700          OUTPUT EMP-MASK-MASTER-FILE
065800          OUTPUT EMP-MASK-ARCHIVE-FILE
065900          OUTPUT EMP-MASK-ADDR-FILE
066000          OUTPUT EMP-MASK-DEPENDENT-FILE
066100          OUTPUT EMP-MASK-BENEFIT-FILE
066200          OUTPUT EMP-CONTROL-REPORT.
066300     MOVE "Y" TO WS-FILES-OPEN-SW.
066400     IF WS-MAS-STATUS NOT = "00" OR
066500        WS-ARCI-STATUS NOT = "00" OR
066600        WS-ADRI-STATUS NOT = "00" OR
066700        WS-DPDI-STATUS NOT = "00" OR
066800        WS-BENI-STATUS NOT = "00" OR
066900        WS-MSKM-STATUS NOT = "00" OR
067000        WS-MSKA-STATUS NOT = "00" OR
067100        WS-MSKH-STATUS NOT = "00" OR
067200        WS-MSKD-STATUS NOT = "00" OR
067300        WS-MSKB-STATUS NOT = "00" OR
067400        WS-REPORT-STATUS NOT = "00"
067500         DISPLAY "EMPMSK01 - OPEN FAILED - "
067600             WS-MAS-STATUS " " WS-ARCI-STATUS " "
067700             WS-ADRI-STATUS " " WS-DPDI-STATUS " "
067800             WS-BENI-STATUS " " WS-MSKM-STATUS " "
067900             WS-MSKA-STATUS " " WS-MSKH-STATUS " "
068000             WS-MSKD-STATUS " " WS-MSKB-STATUS " "
068100             WS-REPORT-STATUS
068200         MOVE "Y" TO WS-STOP-RUN-SW
068300         MOVE 12 TO RETURN-CODE
068400         GO TO 1000-INITIALIZE-EXIT
068500     END-IF.
068600     MOVE WS-RUN-DATE-CCYY TO WS-EDIT-CCYY.
068700     MOVE WS-RUN-DATE-MM   TO WS-EDIT-MM.
068800     MOVE WS-RUN-DATE-DD   TO WS-EDIT-DD.
068900     MOVE "-" TO WS-EDIT-DASH1.
069000     MOVE "-" TO WS-EDIT-DASH2.
069100     MOVE WS-EDIT-DATE TO WS-CRH-RUN-DATE.
069200     WRITE EMP-CONTROL-LINE FROM WS-CR-HEADING-1
069300         AFTER ADVANCING 1 LINES.
069400     WRITE EMP-CONTROL-LINE FROM WS-CR-HEADING-2
069500         AFTER ADVANCING 2 LINES.
069600     PERFORM 2900-READ-MASTER
069700         THRU 2900-READ-MASTER-EXIT.
069800     PERFORM 2910-READ-ARCHIVE
069900         THRU 2910-READ-ARCHIVE-EXIT.
070000     PERFORM 2920-READ-ADDRESS
070100         THRU 2920-READ-ADDRESS-EXIT.
070200     PERFORM 2930-READ-DEPENDENT
070300         THRU 2930-READ-DEPENDENT-EXIT.
070400     PERFORM 2940-READ-BENEFIT
070500         THRU 2940-READ-BENEFIT-EXIT.
070600 1000-INITIALIZE-EXIT.
070700     EXIT.
070800*
070900************************************************************
071000*  1100 - THE KEY CARD IS REQUIRED.  THE MULTIPLIER MUST
071100*  SHARE NO FACTOR WITH 99999 (3 X 3 X 41 X 271) SO EVERY
071200*  EMP-ID GETS ITS OWN SUBSTITUTE, AND WITH MULTIPLIER LESS
071300*  ONE A MULTIPLE OF 3 AND THE OFFSET NOT, NO EMP-ID CAN BE
071400*  ITS OWN SUBSTITUTE.
071500************************************************************
071600 1100-READ-KEY-CARD.
071700************************************************************
071800     OPEN INPUT EMP-KEY-FILE.
071900     IF WS-KEY-STATUS NOT = "00"
072000         DISPLAY "EMPMSK01 - KEY CARD OPEN FAILED - "
072100             WS-KEY-STATUS
072200         MOVE "Y" TO WS-STOP-RUN-SW
072300         MOVE 12 TO RETURN-CODE
072400         GO TO 1100-READ-KEY-CARD-EXIT
072500     END-IF.
072600     READ EMP-KEY-FILE
072700         AT END
072800             MOVE SPACE TO EMP-KEY-RECORD
072900     END-READ.
073000     CLOSE EMP-KEY-FILE.
073100     IF EMP-MKC-ID-MULT NOT NUMERIC OR
073200        EMP-MKC-ID-OFFSET NOT NUMERIC OR
073300        EMP-MKC-SEED NOT NUMERIC
073400         GO TO 1100-READ-KEY-CARD-BAD
073500     END-IF.
073600     MOVE EMP-MKC-ID-MULT-N   TO WS-ID-MULT.
073700     MOVE EMP-MKC-ID-OFFSET-N TO WS-ID-OFFSET.
073800     MOVE EMP-MKC-SEED-N      TO WS-MASK-SEED.
073900     IF WS-ID-MULT < 2 OR WS-ID-MULT > 99998 OR
074000        WS-ID-OFFSET < 1 OR WS-ID-OFFSET > 99998
074100         GO TO 1100-READ-KEY-CARD-BAD
074200     END-IF.
074300     DIVIDE WS-ID-MULT BY 3 GIVING WS-KEY-QUOTIENT
074400         REMAINDER WS-KEY-REM-3.
074500     DIVIDE WS-ID-MULT BY 41 GIVING WS-KEY-QUOTIENT
074600         REMAINDER WS-KEY-REM-41.
074700     DIVIDE WS-ID-MULT BY 271 GIVING WS-KEY-QUOTIENT
074800         REMAINDER WS-KEY-REM-271.
074900     IF WS-KEY-REM-3 NOT = 1 OR
075000        WS-KEY-REM-41 = ZERO OR WS-KEY-REM-271 = ZERO
075100         GO TO 1100-READ-KEY-CARD-BAD
075200     END-IF.
075300     DIVIDE WS-ID-OFFSET BY 3 GIVING WS-KEY-QUOTIENT
075400         REMAINDER WS-KEY-REM-3.
075500     IF WS-KEY-REM-3 = ZERO
075600         GO TO 1100-READ-KEY-CARD-BAD
075700     END-IF.
075800     IF EMP-MKC-DOB-DAYS NUMERIC
075900         IF EMP-MKC-DOB-DAYS-N > ZERO AND
076000            EMP-MKC-DOB-DAYS-N < 367
076100             MOVE EMP-MKC-DOB-DAYS-N TO WS-DOB-DAYS
076200         END-IF
076300     END-IF.
076400     IF EMP-MKC-SAL-PCT NUMERIC
076500         IF EMP-MKC-SAL-PCT-N > ZERO AND
076600            EMP-MKC-SAL-PCT-N < 51
076700             MOVE EMP-MKC-SAL-PCT-N TO WS-SAL-PCT
076800         END-IF
076900     END-IF.
077000     GO TO 1100-READ-KEY-CARD-EXIT.
077100 1100-READ-KEY-CARD-BAD.
077200     DISPLAY "EMPMSK01 - KEY CARD MISSING OR NOT A VALID KEY".
077300     MOVE "Y" TO WS-STOP-RUN-SW.
077400     MOVE 12 TO RETURN-CODE.
077500 1100-READ-KEY-CARD-EXIT.
077600     EXIT.
077700*
077800************************************************************
077900*  1200/1210 - LOAD THE SALARY-GRADE BAND REFERENCE FILE.
078000*  AS IN EMPGAU01, AN UNREADABLE OR EMPTY FILE STOPS THE
078100*  RUN - NO SALARY COULD BE KEPT TO ITS BAND.
078200************************************************************
078300 1200-LOAD-GRADE-TABLE.
078400************************************************************
078500     OPEN INPUT EMP-GRADE-FILE.
078600     IF WS-GRADE-STATUS NOT = "00"
078700         DISPLAY "EMPMSK01 - GRADE REFERENCE OPEN FAILED - "
078800             WS-GRADE-STATUS
078900         MOVE "Y" TO WS-STOP-RUN-SW
079000         MOVE 12 TO RETURN-CODE
079100         GO TO 1200-LOAD-GRADE-TABLE-EXIT
079200     END-IF.
079300     PERFORM 1210-LOAD-GRADE-ENTRY
079400         THRU 1210-LOAD-GRADE-ENTRY-EXIT
079500         UNTIL WS-GRADE-EOF.
079600     CLOSE EMP-GRADE-FILE.
079700     IF WS-GRADE-COUNT = ZERO
079800         DISPLAY "EMPMSK01 - GRADE REFERENCE FILE IS EMPTY"
079900         MOVE "Y" TO WS-STOP-RUN-SW
080000         MOVE 12 TO RETURN-CODE
080100     END-IF.
080200 1200-LOAD-GRADE-TABLE-EXIT.
080300     EXIT.
080400*
080500************************************************************
080600 1210-LOAD-GRADE-ENTRY.
080700************************************************************
080800     READ EMP-GRADE-FILE
080900         AT END
081000             MOVE "Y" TO WS-GRADE-EOF-SW
081100             GO TO 1210-LOAD-GRADE-ENTRY-EXIT
081200     END-READ.
081300     IF WS-GRADE-COUNT >= 50
081400         DISPLAY "EMPMSK01 - GRADE TABLE FULL - CODE DROPPED "
081500             EMP-GRD-REF-CODE
081600         GO TO 1210-LOAD-GRADE-ENTRY-EXIT
081700     END-IF.
081800     ADD 1 TO WS-GRADE-COUNT.
081900     MOVE EMP-GRD-REF-CODE
082000         TO WS-GRD-TBL-CODE (WS-GRADE-COUNT).
082100     MOVE EMP-GRD-MIN-SALARY
082200         TO WS-GRD-TBL-MIN (WS-GRADE-COUNT).
082300     MOVE EMP-GRD-MAX-SALARY
082400         TO WS-GRD-TBL-MAX (WS-GRADE-COUNT).
082500 1210-LOAD-GRADE-ENTRY-EXIT.
082600     EXIT.
082700*
082800************************************************************
082900*  1300/1310 - LOAD THE SUBSTITUTION TABLE.  EVERY TYPE
083000*  NEEDS TWO VALUES AT LEAST, SO A DRAWN VALUE THAT MATCHES
083100*  THE REAL ONE CAN ALWAYS BE STEPPED PAST.
083200************************************************************
083300 1300-LOAD-SUBST-TABLE.
083400************************************************************
083500     INITIALIZE WS-SUBST-TABLE.
083600     OPEN INPUT EMP-SUBST-FILE.
083700     IF WS-SUBT-STATUS NOT = "00"
083800         DISPLAY "EMPMSK01 - SUBSTITUTION TABLE OPEN FAILED - "
083900             WS-SUBT-STATUS
084000         MOVE "Y" TO WS-STOP-RUN-SW
084100         MOVE 12 TO RETURN-CODE
084200         GO TO 1300-LOAD-SUBST-TABLE-EXIT
084300     END-IF.
084400     PERFORM 1310-LOAD-SUBST-ENTRY
084500         THRU 1310-LOAD-SUBST-ENTRY-EXIT
084600         UNTIL WS-SUBT-EOF.
084700     CLOSE EMP-SUBST-FILE.
084800     PERFORM 1320-CHECK-SUBST-SET
084900         THRU 1320-CHECK-SUBST-SET-EXIT
085000         VARYING WS-SET-SUB FROM 1 BY 1
085100         UNTIL WS-SET-SUB > 4.
085200 1300-LOAD-SUBST-TABLE-EXIT.
085300     EXIT.
085400*
085500************************************************************
085600 1310-LOAD-SUBST-ENTRY.
085700************************************************************
085800     READ EMP-SUBST-FILE
085900         AT END
086000             MOVE "Y" TO WS-SUBT-EOF-SW
086100             GO TO 1310-LOAD-SUBST-ENTRY-EXIT
086200     END-READ.
086300     IF EMP-SUB-VALUE = SPACE
086400         GO TO 1310-LOAD-SUBST-ENTRY-EXIT
086500     END-IF.
086600     MOVE 1 TO WS-SET-SUB.
086700     PERFORM 1315-FIND-SUBST-SET
086800         THRU 1315-FIND-SUBST-SET-EXIT
086900         UNTIL WS-SET-SUB > 4 OR
087000               WS-SUBST-TYPE (WS-SET-SUB) = EMP-SUB-TYPE.
087100     IF WS-SET-SUB > 4
087200         DISPLAY "EMPMSK01 - SUBSTITUTION TYPE NOT KNOWN - "
087300             EMP-SUB-TYPE " - IGNORED"
087400         GO TO 1310-LOAD-SUBST-ENTRY-EXIT
087500     END-IF.
087600     IF WS-SUBST-COUNT (WS-SET-SUB) >= 500
087700         DISPLAY "EMPMSK01 - SUBSTITUTION TABLE FULL FOR TYPE "
087800             EMP-SUB-TYPE " - VALUE DROPPED"
087900         GO TO 1310-LOAD-SUBST-ENTRY-EXIT
088000     END-IF.
088100     ADD 1 TO WS-SUBST-COUNT (WS-SET-SUB).
088200     MOVE EMP-SUB-VALUE TO WS-SUBST-VALUE
088300         (WS-SET-SUB, WS-SUBST-COUNT (WS-SET-SUB)).
088400 1310-LOAD-SUBST-ENTRY-EXIT.
088500     EXIT.
088600*
088700************************************************************
088800 1315-FIND-SUBST-SET.
088900************************************************************
089000     ADD 1 TO WS-SET-SUB.
089100 1315-FIND-SUBST-SET-EXIT.
089200     EXIT.
089300*
089400************************************************************
089500 1320-CHECK-SUBST-SET.
089600************************************************************
089700     IF WS-SUBST-COUNT (WS-SET-SUB) < 2
089800         DISPLAY "EMPMSK01 - SUBSTITUTION TABLE NEEDS TWO OR "
089900             "MORE VALUES OF TYPE " WS-SUBST-TYPE (WS-SET-SUB)
090000         MOVE "Y" TO WS-STOP-RUN-SW
090100         MOVE 12 TO RETURN-CODE
090200     END-IF.
090300 1320-CHECK-SUBST-SET-EXIT.
090400     EXIT.
090500*
090600************************************************************
090700*  2000 - ONE MASTER RECORD.
090800************************************************************
090900 2000-MASK-MASTER.
091000************************************************************
091100     MOVE WS-FILE-MASTER TO WS-FILE-SUB.
091200     ADD 1 TO WS-FILE-READ (WS-FILE-SUB).
091300     MOVE EMP-RECORD OF EMP-MASTER-FILE TO WS-REAL-EMP-RECORD.
091400     PERFORM 2500-MASK-EMPLOYEE
091500         THRU 2500-MASK-EMPLOYEE-EXIT.
091600     IF WS-ID-VALID
091700         WRITE EMP-MASK-MASTER-RECORD FROM WS-MSK-EMP-RECORD
091800         IF WS-MSKM-STATUS NOT = "00"
091900             DISPLAY "EMPMSK01 - MASTER WRITE FAILED - "
092000                 WS-MSKM-STATUS
092100             PERFORM 2990-STOP-RUN
092200                 THRU 2990-STOP-RUN-EXIT
092300             GO TO 2000-MASK-MASTER-EXIT
092400         END-IF
092500         ADD 1 TO WS-FILE-WRITTEN (WS-FILE-SUB)
092600     END-IF.
092700     PERFORM 2900-READ-MASTER
092800         THRU 2900-READ-MASTER-EXIT.
092900 2000-MASK-MASTER-EXIT.
093000     EXIT.
093100*
093200************************************************************
093300*  2100 - ONE ARCHIVE RECORD: THE EMPLOYEE IMAGE IS MASKED
093400*  EXACTLY AS A MASTER RECORD; THE TERMINATION DATE STANDS.
093500************************************************************
093600 2100-MASK-ARCHIVE.
093700************************************************************
093800     MOVE WS-FILE-ARCHIVE TO WS-FILE-SUB.
093900     ADD 1 TO WS-FILE-READ (WS-FILE-SUB).
094000     MOVE EMP-ARCHIVE-RECORD TO WS-MSK-ARC-RECORD.
094100     MOVE EMP-ARC-EMPLOYEE OF EMP-ARCHIVE-FILE
094200         TO WS-REAL-EMP-RECORD.
094300     PERFORM 2500-MASK-EMPLOYEE
094400         THRU 2500-MASK-EMPLOYEE-EXIT.
094500     IF WS-ID-VALID
094600         MOVE WS-MSK-EMP-RECORD
094700             TO EMP-ARC-EMPLOYEE OF WS-MSK-ARC-RECORD
094800         WRITE EMP-MASK-ARCHIVE-RECORD FROM WS-MSK-ARC-RECORD
094900         IF WS-MSKA-STATUS NOT = "00"
095000             DISPLAY "EMPMSK01 - ARCHIVE WRITE FAILED - "
095100                 WS-MSKA-STATUS
095200             PERFORM 2990-STOP-RUN
095300                 THRU 2990-STOP-RUN-EXIT
095400             GO TO 2100-MASK-ARCHIVE-EXIT
095500         END-IF
095600         ADD 1 TO WS-FILE-WRITTEN (WS-FILE-SUB)
095700     END-IF.
095800     PERFORM 2910-READ-ARCHIVE
095900         THRU 2910-READ-ARCHIVE-EXIT.
096000 2100-MASK-ARCHIVE-EXIT.
096100     EXIT.
096200*
096300************************************************************
096400*  2200 - ONE ADDRESS HISTORY SNAPSHOT.  THE EFFECTIVE DATE
096500*  STANDS.
096600************************************************************
096700 2200-MASK-ADDRESS.
096800************************************************************
096900     MOVE WS-FILE-ADDRESS TO WS-FILE-SUB.
097000     ADD 1 TO WS-FILE-READ (WS-FILE-SUB).
097100     MOVE EMP-ADDR-HIST-RECORD TO WS-MSK-ADDR-RECORD.
097200     MOVE EMP-ID OF EMP-ADDR-HIST-FILE TO WS-REAL-ID.
097300     PERFORM 2600-SUBSTITUTE-ID
097400         THRU 2600-SUBSTITUTE-ID-EXIT.
097500     IF NOT WS-ID-VALID
097600         GO TO 2200-MASK-ADDRESS-NEXT
097700     END-IF.
097800     MOVE WS-SUB-ID TO EMP-ID OF WS-MSK-ADDR-RECORD.
097900     MOVE EMP-ADDR-LINE OF EMP-ADDR-HIST-FILE (1)
098000         TO WS-REAL-ADDR-LINE (1).
098100     MOVE EMP-ADDR-LINE OF EMP-ADDR-HIST-FILE (2)
098200         TO WS-REAL-ADDR-LINE (2).
098300     MOVE EMP-ADDR-LINE OF EMP-ADDR-HIST-FILE (3)
098400         TO WS-REAL-ADDR-LINE (3).
098500     PERFORM 2550-MASK-ADDRESS-LINES
098600         THRU 2550-MASK-ADDRESS-LINES-EXIT.
098700     MOVE WS-SUB-ADDR-LINE (1)
098800         TO EMP-ADDR-LINE OF WS-MSK-ADDR-RECORD (1).
098900     MOVE WS-SUB-ADDR-LINE (2)
099000         TO EMP-ADDR-LINE OF WS-MSK-ADDR-RECORD (2).
099100     MOVE WS-SUB-ADDR-LINE (3)
099200         TO EMP-ADDR-LINE OF WS-MSK-ADDR-RECORD (3).
099300     WRITE EMP-MASK-ADDR-RECORD FROM WS-MSK-ADDR-RECORD.
099400     IF WS-MSKH-STATUS NOT = "00"
099500         DISPLAY "EMPMSK01 - ADDRESS WRITE FAILED - "
099600             WS-MSKH-STATUS
099700         PERFORM 2990-STOP-RUN
099800             THRU 2990-STOP-RUN-EXIT
099900         GO TO 2200-MASK-ADDRESS-EXIT
100000     END-IF.
100100     ADD 1 TO WS-FILE-WRITTEN (WS-FILE-SUB).
100200 2200-MASK-ADDRESS-NEXT.
100300     PERFORM 2920-READ-ADDRESS
100400         THRU 2920-READ-ADDRESS-EXIT.
100500 2200-MASK-ADDRESS-EXIT.
100600     EXIT.
100700*
100800************************************************************
100900*  2300 - ONE DEPENDENT.  THE NAME IS A FIRST NAME DRAWN
101000*  FOR THE DEPENDENT'S SEQUENCE PLUS THE EMPLOYEE'S
101100*  SUBSTITUTE SURNAME; THE DATE OF BIRTH MOVES BY THE
101200*  EMPLOYEE'S SHIFT.  RELATION AND STATUS STAND.
101300************************************************************
101400 2300-MASK-DEPENDENT.
101500************************************************************
101600     MOVE WS-FILE-DEPENDENT TO WS-FILE-SUB.
101700     ADD 1 TO WS-FILE-READ (WS-FILE-SUB).
101800     MOVE EMP-DEPENDENT-RECORD TO WS-MSK-DEP-RECORD.
101900     MOVE EMP-ID OF EMP-DEPENDENT-FILE TO WS-REAL-ID.
102000     PERFORM 2600-SUBSTITUTE-ID
102100         THRU 2600-SUBSTITUTE-ID-EXIT.
102200     IF NOT WS-ID-VALID
102300         GO TO 2300-MASK-DEPENDENT-NEXT
102400     END-IF.
102500     MOVE WS-SUB-ID TO EMP-ID OF WS-MSK-DEP-RECORD.
102600     IF EMP-DEP-NAME OF EMP-DEPENDENT-FILE NOT = SPACE
102700         MOVE EMP-DEP-NAME OF EMP-DEPENDENT-FILE
102800             TO WS-REAL-NAME
102900         MOVE EMP-DEP-SEQ OF EMP-DEPENDENT-FILE
103000             TO WS-DRAW-EXTRA
103100         PERFORM 2610-SUBSTITUTE-NAME
103200             THRU 2610-SUBSTITUTE-NAME-EXIT
103300         MOVE WS-SUB-NAME TO EMP-DEP-NAME OF WS-MSK-DEP-RECORD
103400         MOVE "N" TO WS-CHK-SAME-SW
103500         IF EMP-DEP-NAME OF WS-MSK-DEP-RECORD =
103600            EMP-DEP-NAME OF EMP-DEPENDENT-FILE
103700             MOVE "Y" TO WS-CHK-SAME-SW
103800         END-IF
103900         MOVE WS-CHK-DEP-NAME TO WS-CHK-SUB
104000         PERFORM 2980-COUNT-CHECK
104100             THRU 2980-COUNT-CHECK-EXIT
104200     END-IF.
104300     MOVE EMP-DEP-DOB OF EMP-DEPENDENT-FILE TO WS-EDIT-DATE.
104400     MOVE WS-CHK-DEP-DOB TO WS-CHK-SUB.
104500     PERFORM 2620-SHIFT-DATE
104600         THRU 2620-SHIFT-DATE-EXIT.
104700     MOVE WS-EDIT-DATE TO EMP-DEP-DOB OF WS-MSK-DEP-RECORD.
104800     IF WS-DOB-RESULT NOT = "B"
104900         MOVE "N" TO WS-CHK-SAME-SW
105000         IF EMP-DEP-DOB OF WS-MSK-DEP-RECORD =
105100            EMP-DEP-DOB OF EMP-DEPENDENT-FILE
105200             MOVE "Y" TO WS-CHK-SAME-SW
105300         END-IF
105400         PERFORM 2980-COUNT-CHECK
105500             THRU 2980-COUNT-CHECK-EXIT
105600     END-IF.
105700     WRITE EMP-MASK-DEPENDENT-RECORD FROM WS-MSK-DEP-RECORD.
105800     IF WS-MSKD-STATUS NOT = "00"
105900         DISPLAY "EMPMSK01 - DEPENDENT WRITE FAILED - "
106000             WS-MSKD-STATUS
106100         PERFORM 2990-STOP-RUN
106200             THRU 2990-STOP-RUN-EXIT
106300         GO TO 2300-MASK-DEPENDENT-EXIT
106400     END-IF.
106500     ADD 1 TO WS-FILE-WRITTEN (WS-FILE-SUB).
106600 2300-MASK-DEPENDENT-NEXT.
106700     PERFORM 2930-READ-DEPENDENT
106800         THRU 2930-READ-DEPENDENT-EXIT.
106900 2300-MASK-DEPENDENT-EXIT.
107000     EXIT.
107100*
107200************************************************************
107300*  2400 - ONE BENEFITS ENROLLMENT RECORD.  THE NAME IS THE
107400*  EMPLOYEE'S SUBSTITUTE NAME, AS ON THE MASKED MASTER;
107500*  TIER AND DEDUCTION STAND.
107600************************************************************
107700 2400-MASK-BENEFIT.
107800************************************************************
107900     MOVE WS-FILE-BENEFIT TO WS-FILE-SUB.
108000     ADD 1 TO WS-FILE-READ (WS-FILE-SUB).
108100     MOVE EMP-BENEFIT-RECORD TO WS-MSK-BEN-RECORD.
108200     MOVE EMP-ID OF EMP-BENEFIT-FILE TO WS-REAL-ID.
108300     PERFORM 2600-SUBSTITUTE-ID
108400         THRU 2600-SUBSTITUTE-ID-EXIT.
108500     IF NOT WS-ID-VALID
108600         GO TO 2400-MASK-BENEFIT-NEXT
108700     END-IF.
108800     MOVE WS-SUB-ID TO EMP-ID OF WS-MSK-BEN-RECORD.
108900     IF EMP-NAME OF EMP-BENEFIT-FILE NOT = SPACE
109000         MOVE EMP-NAME OF EMP-BENEFIT-FILE TO WS-REAL-NAME
109100         MOVE ZERO TO WS-DRAW-EXTRA
109200         PERFORM 2610-SUBSTITUTE-NAME
109300             THRU 2610-SUBSTITUTE-NAME-EXIT
109400         MOVE WS-SUB-NAME TO EMP-NAME OF WS-MSK-BEN-RECORD
109500         MOVE "N" TO WS-CHK-SAME-SW
109600         IF EMP-NAME OF WS-MSK-BEN-RECORD =
109700            EMP-NAME OF EMP-BENEFIT-FILE
109800             MOVE "Y" TO WS-CHK-SAME-SW
109900         END-IF
110000         MOVE WS-CHK-NAME TO WS-CHK-SUB
110100         PERFORM 2980-COUNT-CHECK
110200             THRU 2980-COUNT-CHECK-EXIT
110300     END-IF.
110400     WRITE EMP-MASK-BENEFIT-RECORD FROM WS-MSK-BEN-RECORD.
110500     IF WS-MSKB-STATUS NOT = "00"
110600         DISPLAY "EMPMSK01 - BENEFITS WRITE FAILED - "
110700             WS-MSKB-STATUS
110800         PERFORM 2990-STOP-RUN
110900             THRU 2990-STOP-RUN-EXIT
111000         GO TO 2400-MASK-BENEFIT-EXIT
111100     END-IF.
111200     ADD 1 TO WS-FILE-WRITTEN (WS-FILE-SUB).
111300 2400-MASK-BENEFIT-NEXT.
111400     PERFORM 2940-READ-BENEFIT
111500         THRU 2940-READ-BENEFIT-EXIT.
111600 2400-MASK-BENEFIT-EXIT.
111700     EXIT.
111800*
111900************************************************************
112000*  2500 - MASK THE EMPLOYEE IMAGE IN WS-REAL-EMP-RECORD
112100*  INTO WS-MSK-EMP-RECORD, CHECKING EACH MASKED VALUE
112200*  AGAINST THE REAL ONE.  WS-ID-VALID COMES BACK "N" WHEN
112300*  THE RECORD HAS NO USABLE EMP-ID AND IS NOT TO BE COPIED.
112400************************************************************
112500 2500-MASK-EMPLOYEE.
112600************************************************************
112700     MOVE WS-REAL-EMP-RECORD TO WS-MSK-EMP-RECORD.
112800     MOVE EMP-ID OF WS-REAL-EMP-RECORD TO WS-REAL-ID.
112900     PERFORM 2600-SUBSTITUTE-ID
113000         THRU 2600-SUBSTITUTE-ID-EXIT.
113100     IF NOT WS-ID-VALID
113200         GO TO 2500-MASK-EMPLOYEE-EXIT
113300     END-IF.
113400     MOVE WS-SUB-ID TO EMP-ID OF WS-MSK-EMP-RECORD.
113500     IF EMP-NAME OF WS-REAL-EMP-RECORD NOT = SPACE
113600         MOVE EMP-NAME OF WS-REAL-EMP-RECORD TO WS-REAL-NAME
113700         MOVE ZERO TO WS-DRAW-EXTRA
113800         PERFORM 2610-SUBSTITUTE-NAME
113900             THRU 2610-SUBSTITUTE-NAME-EXIT
114000         MOVE WS-SUB-NAME TO EMP-NAME OF WS-MSK-EMP-RECORD
114100         MOVE "N" TO WS-CHK-SAME-SW
114200         IF EMP-NAME OF WS-MSK-EMP-RECORD =
114300            EMP-NAME OF WS-REAL-EMP-RECORD
114400             MOVE "Y" TO WS-CHK-SAME-SW
114500         END-IF
114600         MOVE WS-CHK-NAME TO WS-CHK-SUB
114700         PERFORM 2980-COUNT-CHECK
114800             THRU 2980-COUNT-CHECK-EXIT
114900     END-IF.
115000     MOVE EMP-DOB OF WS-REAL-EMP-RECORD TO WS-EDIT-DATE.
115100     MOVE WS-CHK-DOB TO WS-CHK-SUB.
115200     PERFORM 2620-SHIFT-DATE
115300         THRU 2620-SHIFT-DATE-EXIT.
115400     MOVE WS-EDIT-DATE TO EMP-DOB OF WS-MSK-EMP-RECORD.
115500     IF WS-DOB-RESULT NOT = "B"
115600         MOVE "N" TO WS-CHK-SAME-SW
115700         IF EMP-DOB OF WS-MSK-EMP-RECORD =
115800            EMP-DOB OF WS-REAL-EMP-RECORD
115900             MOVE "Y" TO WS-CHK-SAME-SW
116000         END-IF
116100         PERFORM 2980-COUNT-CHECK
116200             THRU 2980-COUNT-CHECK-EXIT
116300     END-IF.
116400     MOVE EMP-ADDR-LINE OF WS-REAL-EMP-RECORD (1)
116500         TO WS-REAL-ADDR-LINE (1).
116600     MOVE EMP-ADDR-LINE OF WS-REAL-EMP-RECORD (2)
116700         TO WS-REAL-ADDR-LINE (2).
116800     MOVE EMP-ADDR-LINE OF WS-REAL-EMP-RECORD (3)
116900         TO WS-REAL-ADDR-LINE (3).
117000     PERFORM 2550-MASK-ADDRESS-LINES
117100         THRU 2550-MASK-ADDRESS-LINES-EXIT.
117200     MOVE WS-SUB-ADDR-LINE (1)
117300         TO EMP-ADDR-LINE OF WS-MSK-EMP-RECORD (1).
117400     MOVE WS-SUB-ADDR-LINE (2)
117500         TO EMP-ADDR-LINE OF WS-MSK-EMP-RECORD (2).
117600     MOVE WS-SUB-ADDR-LINE (3)
117700         TO EMP-ADDR-LINE OF WS-MSK-EMP-RECORD (3).
117800     PERFORM 2520-PERTURB-SALARY
117900         THRU 2520-PERTURB-SALARY-EXIT.
118000 2500-MASK-EMPLOYEE-EXIT.
118100     EXIT.
118200*
118300************************************************************
118400*  2510/2515 - FIND THE GRADE OF THE IMAGE IN THE BAND
118500*  TABLE.
118600************************************************************
118700 2510-FIND-GRADE.
118800************************************************************
118900     MOVE "N" TO WS-GRADE-FOUND-SW.
119000     MOVE 1 TO WS-GRADE-SUB.
119100     PERFORM 2515-SCAN-GRADE-ENTRY
119200         THRU 2515-SCAN-GRADE-ENTRY-EXIT
119300         UNTIL WS-GRADE-FOUND OR WS-GRADE-SUB > WS-GRADE-COUNT.
119400 2510-FIND-GRADE-EXIT.
119500     EXIT.
119600*
119700************************************************************
119800 2515-SCAN-GRADE-ENTRY.
119900************************************************************
120000     IF WS-GRD-TBL-CODE (WS-GRADE-SUB) =
120100        EMP-GRADE-CODE OF WS-REAL-EMP-RECORD
120200         MOVE "Y" TO WS-GRADE-FOUND-SW
120300     ELSE
120400         ADD 1 TO WS-GRADE-SUB
120500     END-IF.
120600 2515-SCAN-GRADE-ENTRY-EXIT.
120700     EXIT.
120800*
120900************************************************************
121000*  2520 - MOVE A POSITIVE SALARY BY A DRAWN PERCENTAGE, UP
121100*  TO THE CARD'S LIMIT EITHER WAY.  A SALARY INSIDE ITS
121200*  BAND IS HELD INSIDE IT; ONE BELOW OR ABOVE THE BAND IS
121300*  HELD BELOW OR ABOVE IT; WITH NO BAND ON FILE IT ONLY
121400*  STAYS POSITIVE.  A SALARY THE DRAW LEAVES WHERE IT WAS
121500*  MOVES A DOLLAR.  EMP-SALARY-DIFF IS SCALED BY THE SAME
121600*  RATIO (A CENT MORE IF THAT LEAVES IT UNCHANGED).
121700************************************************************
121800 2520-PERTURB-SALARY.
121900************************************************************
122000     IF EMP-SALARY OF WS-REAL-EMP-RECORD NOT NUMERIC OR
122100        EMP-SALARY OF WS-REAL-EMP-RECORD NOT > ZERO
122200         GO TO 2520-PERTURB-SALARY-EXIT
122300     END-IF.
122400     MOVE 0.01 TO WS-SAL-LOW.
122500     MOVE 9999999.99 TO WS-SAL-HIGH.
122600     PERFORM 2510-FIND-GRADE
122700         THRU 2510-FIND-GRADE-EXIT.
122800     IF WS-GRADE-FOUND
122900         EVALUATE TRUE
123000             WHEN EMP-SALARY OF WS-REAL-EMP-RECORD <
123100                  WS-GRD-TBL-MIN (WS-GRADE-SUB)
123200                 COMPUTE WS-SAL-HIGH =
123300                     WS-GRD-TBL-MIN (WS-GRADE-SUB) - 0.01
123400             WHEN EMP-SALARY OF WS-REAL-EMP-RECORD >
123500                  WS-GRD-TBL-MAX (WS-GRADE-SUB)
123600                 COMPUTE WS-SAL-LOW =
123700                     WS-GRD-TBL-MAX (WS-GRADE-SUB) + 0.01
123800             WHEN OTHER
123900                 MOVE WS-GRD-TBL-MIN (WS-GRADE-SUB)
124000                     TO WS-SAL-LOW
124100                 MOVE WS-GRD-TBL-MAX (WS-GRADE-SUB)
124200                     TO WS-SAL-HIGH
124300         END-EVALUATE
124400     END-IF.
124500     MOVE 10 TO WS-DRAW-SALT.
124600     MOVE ZERO TO WS-DRAW-EXTRA.
124700     MOVE 2001 TO WS-DRAW-RANGE.
124800     PERFORM 2800-DRAW
124900         THRU 2800-DRAW-EXIT.
125000     COMPUTE WS-SAL-WORK ROUNDED =
125100         EMP-SALARY OF WS-REAL-EMP-RECORD +
125200         EMP-SALARY OF WS-REAL-EMP-RECORD * WS-SAL-PCT *
125300         (WS-DRAW-RESULT - 1000) / 100000.
125400     IF WS-SAL-WORK < WS-SAL-LOW
125500         MOVE WS-SAL-LOW TO WS-SAL-WORK
125600     END-IF.
125700     IF WS-SAL-WORK > WS-SAL-HIGH
125800         MOVE WS-SAL-HIGH TO WS-SAL-WORK
125900     END-IF.
126000     IF WS-SAL-WORK = EMP-SALARY OF WS-REAL-EMP-RECORD
126100         ADD 1 TO WS-SAL-WORK
126200         IF WS-SAL-WORK > WS-SAL-HIGH
126300             SUBTRACT 2 FROM WS-SAL-WORK
126400             IF WS-SAL-WORK < WS-SAL-LOW
126500                 ADD 1 TO WS-SAL-WORK
126600             END-IF
126700         END-IF
126800     END-IF.
126900     MOVE WS-SAL-WORK TO EMP-SALARY OF WS-MSK-EMP-RECORD.
127000     MOVE "N" TO WS-CHK-SAME-SW.
127100     IF EMP-SALARY OF WS-MSK-EMP-RECORD =
127200        EMP-SALARY OF WS-REAL-EMP-RECORD
127300         MOVE "Y" TO WS-CHK-SAME-SW
127400     END-IF.
127500     MOVE WS-CHK-SALARY TO WS-CHK-SUB.
127600     PERFORM 2980-COUNT-CHECK
127700         THRU 2980-COUNT-CHECK-EXIT.
127800     IF EMP-SALARY-DIFF OF WS-REAL-EMP-RECORD NOT NUMERIC OR
127900        EMP-SALARY-DIFF OF WS-REAL-EMP-RECORD = ZERO
128000         GO TO 2520-PERTURB-SALARY-EXIT
128100     END-IF.
128200     COMPUTE EMP-SALARY-DIFF OF WS-MSK-EMP-RECORD ROUNDED =
128300         EMP-SALARY-DIFF OF WS-REAL-EMP-RECORD *
128400         EMP-SALARY OF WS-MSK-EMP-RECORD /
128500         EMP-SALARY OF WS-REAL-EMP-RECORD.
128600     IF EMP-SALARY-DIFF OF WS-MSK-EMP-RECORD =
128700        EMP-SALARY-DIFF OF WS-REAL-EMP-RECORD
128800         ADD 0.01 TO EMP-SALARY-DIFF OF WS-MSK-EMP-RECORD
128900     END-IF.
129000     MOVE "N" TO WS-CHK-SAME-SW.
129100     IF EMP-SALARY-DIFF OF WS-MSK-EMP-RECORD =
129200        EMP-SALARY-DIFF OF WS-REAL-EMP-RECORD
129300         MOVE "Y" TO WS-CHK-SAME-SW
129400     END-IF.
129500     MOVE WS-CHK-SALARY-DIFF TO WS-CHK-SUB.
129600     PERFORM 2980-COUNT-CHECK
129700         THRU 2980-COUNT-CHECK-EXIT.
129800 2520-PERTURB-SALARY-EXIT.
129900     EXIT.
130000*
130100************************************************************
130200*  2550 - REPLACE THE ADDRESS IN WS-REAL-ADDRESS.  LINE 1
130300*  BECOMES A HOUSE NUMBER AND STREET; THE LAST LINE IN USE
130400*  BECOMES A CITY LINE; A LINE 2 BETWEEN THEM BECOMES A
130500*  UNIT NUMBER.  BLANK LINES STAY BLANK.  A DRAWN LINE THAT
130600*  MATCHES THE REAL ONE IS STEPPED ON TO THE NEXT VALUE.
130700************************************************************
130800 2550-MASK-ADDRESS-LINES.
130900************************************************************
131000     MOVE SPACE TO WS-SUB-ADDRESS.
131100     IF WS-REAL-ADDRESS = SPACE
131200         GO TO 2550-MASK-ADDRESS-LINES-EXIT
131300     END-IF.
131400     MOVE ZERO TO WS-ADDR-HASH.
131500     PERFORM 2560-HASH-ADDRESS-CHAR
131600         THRU 2560-HASH-ADDRESS-CHAR-EXIT
131700         VARYING WS-CHAR-SUB FROM 1 BY 1
131800         UNTIL WS-CHAR-SUB > 75.
131900     DIVIDE WS-ADDR-HASH BY 99991 GIVING WS-HASH-QUOTIENT
132000         REMAINDER WS-DRAW-EXTRA.
132100     MOVE ZERO TO WS-CITY-LINE.
132200     IF WS-REAL-ADDR-LINE (2) NOT = SPACE
132300         MOVE 2 TO WS-CITY-LINE
132400     END-IF.
132500     IF WS-REAL-ADDR-LINE (3) NOT = SPACE
132600         MOVE 3 TO WS-CITY-LINE
132700     END-IF.
132800     IF WS-REAL-ADDR-LINE (1) NOT = SPACE
132900         PERFORM 2570-STREET-LINE
133000             THRU 2570-STREET-LINE-EXIT
133100     END-IF.
133200     IF WS-CITY-LINE = 3 AND WS-REAL-ADDR-LINE (2) NOT = SPACE
133300         PERFORM 2575-UNIT-LINE
133400             THRU 2575-UNIT-LINE-EXIT
133500     END-IF.
133600     IF WS-CITY-LINE > ZERO
133700         PERFORM 2580-CITY-LINE
133800             THRU 2580-CITY-LINE-EXIT
133900     END-IF.
134000     MOVE WS-CHK-ADDRESS TO WS-CHK-SUB.
134100     PERFORM 2590-CHECK-ADDRESS-LINE
134200         THRU 2590-CHECK-ADDRESS-LINE-EXIT
134300         VARYING WS-ADDR-SUB FROM 1 BY 1
134400         UNTIL WS-ADDR-SUB > 3.
134500 2550-MASK-ADDRESS-LINES-EXIT.
134600     EXIT.
134700*
134800************************************************************
134900 2560-HASH-ADDRESS-CHAR.
135000************************************************************
135100     MOVE WS-REAL-ADDRESS-TEXT (WS-CHAR-SUB:1) TO WS-ORD-CHAR.
135200     COMPUTE WS-ADDR-HASH =
135300         WS-ADDR-HASH + WS-ORD-VALUE * WS-CHAR-SUB.
135400 2560-HASH-ADDRESS-CHAR-EXIT.
135500     EXIT.
135600*
135700************************************************************
135800 2570-STREET-LINE.
135900************************************************************
136000     MOVE 4 TO WS-DRAW-SALT.
136100     MOVE 9000 TO WS-DRAW-RANGE.
136200     PERFORM 2800-DRAW
136300         THRU 2800-DRAW-EXIT.
136400     COMPUTE WS-HOUSE-NO = WS-DRAW-RESULT + 1000.
136500     MOVE 5 TO WS-DRAW-SALT.
136600     MOVE WS-SUBST-COUNT (WS-SET-STREET) TO WS-DRAW-RANGE.
136700     PERFORM 2800-DRAW
136800         THRU 2800-DRAW-EXIT.
136900     COMPUTE WS-STREET-IX = WS-DRAW-RESULT + 1.
137000     PERFORM 2572-BUILD-STREET-LINE
137100         THRU 2572-BUILD-STREET-LINE-EXIT.
137200     IF WS-SUB-ADDR-LINE (1) = WS-REAL-ADDR-LINE (1)
137300         ADD 1 TO WS-STREET-IX
137400         IF WS-STREET-IX > WS-SUBST-COUNT (WS-SET-STREET)
137500             MOVE 1 TO WS-STREET-IX
137600         END-IF
137700         PERFORM 2572-BUILD-STREET-LINE
137800             THRU 2572-BUILD-STREET-LINE-EXIT
137900     END-IF.
138000 2570-STREET-LINE-EXIT.
138100     EXIT.
138200*
138300************************************************************
138400 2572-BUILD-STREET-LINE.
138500************************************************************
138600     MOVE SPACE TO WS-SUB-ADDR-LINE (1).
138700     STRING WS-HOUSE-NO DELIMITED BY SIZE
138800            " " DELIMITED BY SIZE
138900            WS-SUBST-VALUE (WS-SET-STREET, WS-STREET-IX)
139000                DELIMITED BY "  "
139100         INTO WS-SUB-ADDR-LINE (1)
139200     END-STRING.
139300 2572-BUILD-STREET-LINE-EXIT.
139400     EXIT.
139500*
139600************************************************************
139700 2575-UNIT-LINE.
139800************************************************************
139900     MOVE 7 TO WS-DRAW-SALT.
140000     MOVE 900 TO WS-DRAW-RANGE.
140100     PERFORM 2800-DRAW
140200         THRU 2800-DRAW-EXIT.
140300     COMPUTE WS-UNIT-NO = WS-DRAW-RESULT + 100.
140400     MOVE SPACE TO WS-SUB-ADDR-LINE (2).
140500     STRING "UNIT " DELIMITED BY SIZE
140600            WS-UNIT-NO DELIMITED BY SIZE
140700         INTO WS-SUB-ADDR-LINE (2)
140800     END-STRING.
140900     IF WS-SUB-ADDR-LINE (2) = WS-REAL-ADDR-LINE (2)
141000         IF WS-UNIT-NO = 999
141100             MOVE 100 TO WS-UNIT-NO
141200         ELSE
141300             ADD 1 TO WS-UNIT-NO
141400         END-IF
141500         MOVE SPACE TO WS-SUB-ADDR-LINE (2)
141600         STRING "UNIT " DELIMITED BY SIZE
141700                WS-UNIT-NO DELIMITED BY SIZE
141800             INTO WS-SUB-ADDR-LINE (2)
141900         END-STRING
142000     END-IF.
142100 2575-UNIT-LINE-EXIT.
142200     EXIT.
142300*
142400************************************************************
142500 2580-CITY-LINE.
142600************************************************************
142700     MOVE 6 TO WS-DRAW-SALT.
142800     MOVE WS-SUBST-COUNT (WS-SET-CITY) TO WS-DRAW-RANGE.
142900     PERFORM 2800-DRAW
143000         THRU 2800-DRAW-EXIT.
143100     COMPUTE WS-CITY-IX = WS-DRAW-RESULT + 1.
143200     MOVE WS-SUBST-VALUE (WS-SET-CITY, WS-CITY-IX)
143300         TO WS-SUB-ADDR-LINE (WS-CITY-LINE).
143400     IF WS-SUB-ADDR-LINE (WS-CITY-LINE) =
143500        WS-REAL-ADDR-LINE (WS-CITY-LINE)
143600         ADD 1 TO WS-CITY-IX
143700         IF WS-CITY-IX > WS-SUBST-COUNT (WS-SET-CITY)
143800             MOVE 1 TO WS-CITY-IX
143900         END-IF
144000         MOVE WS-SUBST-VALUE (WS-SET-CITY, WS-CITY-IX)
144100             TO WS-SUB-ADDR-LINE (WS-CITY-LINE)
144200     END-IF.
144300 2580-CITY-LINE-EXIT.
144400     EXIT.
144500*
144600************************************************************
144700 2590-CHECK-ADDRESS-LINE.
144800************************************************************
144900     IF WS-REAL-ADDR-LINE (WS-ADDR-SUB) = SPACE
145000         GO TO 2590-CHECK-ADDRESS-LINE-EXIT
145100     END-IF.
145200     MOVE "N" TO WS-CHK-SAME-SW.
145300     IF WS-SUB-ADDR-LINE (WS-ADDR-SUB) =
145400        WS-REAL-ADDR-LINE (WS-ADDR-SUB)
145500         MOVE "Y" TO WS-CHK-SAME-SW
145600     END-IF.
145700     PERFORM 2980-COUNT-CHECK
145800         THRU 2980-COUNT-CHECK-EXIT.
145900 2590-CHECK-ADDRESS-LINE-EXIT.
146000     EXIT.
146100*
146200************************************************************
146300*  2600 - THE SUBSTITUTE FOR EMP-ID WS-REAL-ID:
146400*      ((MULTIPLIER X (ID - 1) + OFFSET) MOD 99999) + 1
146500*  A ZERO OR NON-NUMERIC EMP-ID HAS NO SUBSTITUTE; THE
146600*  RECORD IS LISTED AND NOT COPIED.
146700************************************************************
146800 2600-SUBSTITUTE-ID.
146900************************************************************
147000     MOVE "N" TO WS-ID-VALID-SW.
147100     IF WS-REAL-ID NOT NUMERIC OR WS-REAL-ID = ZERO
147200         MOVE SPACE TO WS-CRE-SUB-ID
147300         MOVE "EMP-ID ZERO OR NOT NUMERIC - RECORD NOT COPIED"
147400             TO WS-CRE-TEXT
147500         PERFORM 2970-LIST-EXCEPTION
147600             THRU 2970-LIST-EXCEPTION-EXIT
147700         ADD 1 TO WS-DROPPED-COUNT
147800         GO TO 2600-SUBSTITUTE-ID-EXIT
147900     END-IF.
148000     COMPUTE WS-ID-WORK =
148100         WS-ID-MULT * (WS-REAL-ID - 1) + WS-ID-OFFSET.
148200     DIVIDE WS-ID-WORK BY 99999 GIVING WS-ID-QUOTIENT
148300         REMAINDER WS-ID-REMAINDER.
148400     COMPUTE WS-SUB-ID = WS-ID-REMAINDER + 1.
148500     MOVE "Y" TO WS-ID-VALID-SW.
148600     MOVE "N" TO WS-CHK-SAME-SW.
148700     IF WS-SUB-ID = WS-REAL-ID
148800         MOVE "Y" TO WS-CHK-SAME-SW
148900     END-IF.
149000     MOVE WS-CHK-ID TO WS-CHK-SUB.
149100     PERFORM 2980-COUNT-CHECK
149200         THRU 2980-COUNT-CHECK-EXIT.
149300 2600-SUBSTITUTE-ID-EXIT.
149400     EXIT.
149500*
149600************************************************************
149700*  2610 - A SUBSTITUTE NAME FOR WS-SUB-ID: A FIRST NAME
149800*  DRAWN WITH WS-DRAW-EXTRA (ZERO FOR THE EMPLOYEE, THE
149900*  SEQUENCE FOR A DEPENDENT) AND THE EMPLOYEE'S SURNAME,
150000*  WHICH DEPENDS ON THE SUBSTITUTE ID ALONE.  IF THAT
150100*  MATCHES WS-REAL-NAME THE NEXT FIRST NAME IS TAKEN.
150200************************************************************
150300 2610-SUBSTITUTE-NAME.
150400************************************************************
150500     MOVE 1 TO WS-DRAW-SALT.
150600     MOVE WS-SUBST-COUNT (WS-SET-FIRST) TO WS-DRAW-RANGE.
150700     PERFORM 2800-DRAW
150800         THRU 2800-DRAW-EXIT.
150900     COMPUTE WS-FIRST-IX = WS-DRAW-RESULT + 1.
151000     MOVE WS-DRAW-EXTRA TO WS-HASH-QUOTIENT.
151100     MOVE ZERO TO WS-DRAW-EXTRA.
151200     MOVE 2 TO WS-DRAW-SALT.
151300     MOVE WS-SUBST-COUNT (WS-SET-SURNAME) TO WS-DRAW-RANGE.
151400     PERFORM 2800-DRAW
151500         THRU 2800-DRAW-EXIT.
151600     MOVE WS-HASH-QUOTIENT TO WS-DRAW-EXTRA.
151700     COMPUTE WS-SURNAME-IX = WS-DRAW-RESULT + 1.
151800     PERFORM 2615-BUILD-NAME
151900         THRU 2615-BUILD-NAME-EXIT.
152000     IF WS-SUB-NAME = WS-REAL-NAME
152100         ADD 1 TO WS-FIRST-IX
152200         IF WS-FIRST-IX > WS-SUBST-COUNT (WS-SET-FIRST)
152300             MOVE 1 TO WS-FIRST-IX
152400         END-IF
152500         PERFORM 2615-BUILD-NAME
152600             THRU 2615-BUILD-NAME-EXIT
152700     END-IF.
152800 2610-SUBSTITUTE-NAME-EXIT.
152900     EXIT.
153000*
153100************************************************************
153200 2615-BUILD-NAME.
153300************************************************************
153400     MOVE SPACE TO WS-SUB-NAME.
153500     STRING WS-SUBST-VALUE (WS-SET-FIRST, WS-FIRST-IX)
153600                DELIMITED BY "  "
153700            " " DELIMITED BY SIZE
153800            WS-SUBST-VALUE (WS-SET-SURNAME, WS-SURNAME-IX)
153900                DELIMITED BY "  "
154000         INTO WS-SUB-NAME
154100     END-STRING.
154200 2615-BUILD-NAME-EXIT.
154300     EXIT.
154400*
154500************************************************************
154600*  2620 - MOVE THE DATE OF BIRTH IN WS-EDIT-DATE BY THE
154700*  SUBSTITUTE ID'S SHIFT: 1 TO WS-DOB-DAYS DAYS, EARLIER OR
154800*  LATER AS DRAWN, BUT NEVER PAST THE RUN DATE OR BEFORE
154900*  1900-01-01 - THE OTHER WAY IS TAKEN INSTEAD.  A DATE
155000*  THAT WILL NOT EDIT IS BLANKED AND LISTED (WS-CHK-SUB
155100*  NAMES THE FIELD).
155200************************************************************
155300 2620-SHIFT-DATE.
155400************************************************************
155500     IF WS-EDIT-DATE = SPACE
155600         MOVE "B" TO WS-DOB-RESULT
155700         GO TO 2620-SHIFT-DATE-EXIT
155800     END-IF.
155900     PERFORM 2710-EDIT-DATE
156000         THRU 2710-EDIT-DATE-EXIT.
156100     IF NOT WS-DATE-VALID
156200         MOVE "X" TO WS-DOB-RESULT
156300         MOVE SPACE TO WS-EDIT-DATE
156400         MOVE WS-SUB-ID TO WS-CRE-SUB-ID
156500         MOVE SPACE TO WS-CRE-TEXT
156600         STRING WS-FIELD-NAME (WS-CHK-SUB) DELIMITED BY "  "
156700                " NOT A DATE - BLANKED" DELIMITED BY SIZE
156800             INTO WS-CRE-TEXT
156900         END-STRING
157000         PERFORM 2970-LIST-EXCEPTION
157100             THRU 2970-LIST-EXCEPTION-EXIT
157200         ADD 1 TO WS-DOB-BLANKED-COUNT
157300         GO TO 2620-SHIFT-DATE-EXIT
157400     END-IF.
157500     MOVE "S" TO WS-DOB-RESULT.
157600     MOVE ZERO TO WS-DRAW-EXTRA.
157700     MOVE 8 TO WS-DRAW-SALT.
157800     MOVE WS-DOB-DAYS TO WS-DRAW-RANGE.
157900     PERFORM 2800-DRAW
158000         THRU 2800-DRAW-EXIT.
158100     COMPUTE WS-SHIFT-DAYS = WS-DRAW-RESULT + 1.
158200     MOVE 9 TO WS-DRAW-SALT.
158300     MOVE 2 TO WS-DRAW-RANGE.
158400     PERFORM 2800-DRAW
158500         THRU 2800-DRAW-EXIT.
158600     MOVE WS-DRAW-RESULT TO WS-SHIFT-DIRECTION.
158700     IF WS-SHIFT-DIRECTION = 1
158800         IF WS-DN-DAYNO + WS-SHIFT-DAYS > WS-RUN-DAYNO
158900             MOVE ZERO TO WS-SHIFT-DIRECTION
159000         END-IF
159100     ELSE
159200         IF WS-DN-DAYNO NOT > WS-SHIFT-DAYS
159300             MOVE 1 TO WS-SHIFT-DIRECTION
159400         END-IF
159500     END-IF.
159600     IF WS-SHIFT-DIRECTION = 1
159700         COMPUTE WS-SHIFTED-DAYNO = WS-DN-DAYNO + WS-SHIFT-DAYS
159800     ELSE
159900         COMPUTE WS-SHIFTED-DAYNO = WS-DN-DAYNO - WS-SHIFT-DAYS
160000     END-IF.
160100     MOVE WS-SHIFTED-DAYNO TO WS-DN-DAYNO.
160200     PERFORM 2720-DAYNO-TO-DATE
160300         THRU 2720-DAYNO-TO-DATE-EXIT.
160400 2620-SHIFT-DATE-EXIT.
160500     EXIT.
160600*
160700************************************************************
160800*  2700 - CCYYMMDD IN WS-DN-DATE TO THE DAY NUMBER IN
160900*  WS-DN-DAYNO.
161000************************************************************
161100 2700-DATE-TO-DAYNO.
161200************************************************************
161300     MOVE WS-DN-CCYY TO WS-DN-YEAR.
161400     MOVE WS-DN-MM   TO WS-DN-MONTH.
161500     IF WS-DN-MONTH < 3
161600         SUBTRACT 1 FROM WS-DN-YEAR
161700         ADD 12 TO WS-DN-MONTH
161800     END-IF.
161900     COMPUTE WS-DN-DAYS = WS-DN-YEAR * 365 + WS-DN-DD.
162000     DIVIDE WS-DN-YEAR BY 4   GIVING WS-DN-QUOTIENT.
162100     ADD WS-DN-QUOTIENT      TO WS-DN-DAYS.
162200     DIVIDE WS-DN-YEAR BY 100 GIVING WS-DN-QUOTIENT.
162300     SUBTRACT WS-DN-QUOTIENT FROM WS-DN-DAYS.
162400     DIVIDE WS-DN-YEAR BY 400 GIVING WS-DN-QUOTIENT.
162500     ADD WS-DN-QUOTIENT      TO WS-DN-DAYS.
162600     COMPUTE WS-DN-WORK = (WS-DN-MONTH - 3) * 153 + 2.
162700     DIVIDE WS-DN-WORK BY 5   GIVING WS-DN-QUOTIENT.
162800     ADD WS-DN-QUOTIENT      TO WS-DN-DAYS.
162900     COMPUTE WS-DN-DAYNO = WS-DN-DAYS - 693901.
163000 2700-DATE-TO-DAYNO-EXIT.
163100     EXIT.
163200*
163300************************************************************
163350*  2710 - EDIT THE CCYY-MM-DD TEXT IN WS-EDIT-DATE; WHEN IT
163400*  IS GOOD, WS-DN-DAYNO COMES BACK WITH ITS DAY NUMBER.  THE
163450*  DAY MUST FALL WITHIN ITS MONTH - 29 FEBRUARY ONLY IN A
163500*  LEAP YEAR.
163600************************************************************
163700 2710-EDIT-DATE.
163800************************************************************
163900     MOVE "N" TO WS-DATE-VALID-SW.
164000     IF WS-EDIT-DASH1 NOT = "-" OR WS-EDIT-DASH2 NOT = "-" OR
164100        WS-EDIT-CCYY NOT NUMERIC OR
164200        WS-EDIT-MM NOT NUMERIC OR WS-EDIT-DD NOT NUMERIC
164300         GO TO 2710-EDIT-DATE-EXIT
164400     END-IF.
164425     IF WS-EDIT-CCYY < 1900 OR WS-EDIT-CCYY > 2099 OR
164450        WS-EDIT-MM < 1 OR WS-EDIT-MM > 12
164475         GO TO 2710-EDIT-DATE-EXIT
164500     END-IF.
164525     MOVE "N" TO WS-EDIT-LEAP-SW.
164550     DIVIDE WS-EDIT-CCYY BY 4   GIVING WS-DN-QUOTIENT
164575         REMAINDER WS-EDIT-REM-4.
164600     DIVIDE WS-EDIT-CCYY BY 100 GIVING WS-DN-QUOTIENT
164625         REMAINDER WS-EDIT-REM-100.
164650     DIVIDE WS-EDIT-CCYY BY 400 GIVING WS-DN-QUOTIENT
164675         REMAINDER WS-EDIT-REM-400.
164700     IF WS-EDIT-REM-4 = 0 AND
164725        (WS-EDIT-REM-100 NOT = 0 OR WS-EDIT-REM-400 = 0)
164750         MOVE "Y" TO WS-EDIT-LEAP-SW
164775     END-IF.
164800     MOVE WS-MONTH-DAYS-ENTRY (WS-EDIT-MM) TO WS-EDIT-MAX-DAY.
164825     IF WS-EDIT-MM = 2 AND WS-EDIT-IS-LEAP
164850         MOVE 29 TO WS-EDIT-MAX-DAY
164875     END-IF.
164900     IF WS-EDIT-DD < 1 OR WS-EDIT-DD > WS-EDIT-MAX-DAY
164925         GO TO 2710-EDIT-DATE-EXIT
164950     END-IF.
165000     MOVE WS-EDIT-CCYY TO WS-DN-CCYY.
165100     MOVE WS-EDIT-MM   TO WS-DN-MM.
165200     MOVE WS-EDIT-DD   TO WS-DN-DD.
165300     PERFORM 2700-DATE-TO-DAYNO
165400         THRU 2700-DATE-TO-DAYNO-EXIT.
165500     MOVE "Y" TO WS-DATE-VALID-SW.
165600 2710-EDIT-DATE-EXIT.
165700     EXIT.
165800*
165900************************************************************
166000*  2720 - THE DAY NUMBER IN WS-DN-DAYNO BACK TO CCYY-MM-DD
166100*  TEXT IN WS-EDIT-DATE.
166200************************************************************
166300 2720-DAYNO-TO-DATE.
166400************************************************************
166500     COMPUTE WS-DN-DAYS = WS-DN-DAYNO + 693901.
166600     SUBTRACT 1 FROM WS-DN-DAYS.
166700     COMPUTE WS-DN-BIG = WS-DN-DAYS * 10000 + 14780.
166800     DIVIDE WS-DN-BIG BY 3652425 GIVING WS-DN-YEAR.
166900     PERFORM 2730-YEAR-START
167000         THRU 2730-YEAR-START-EXIT.
167100     COMPUTE WS-DN-DAY-OF-YEAR = WS-DN-DAYS - WS-DN-YEAR-DAYS.
167200     IF WS-DN-DAY-OF-YEAR < ZERO
167300         SUBTRACT 1 FROM WS-DN-YEAR
167400         PERFORM 2730-YEAR-START
167500             THRU 2730-YEAR-START-EXIT
167600         COMPUTE WS-DN-DAY-OF-YEAR =
167700             WS-DN-DAYS - WS-DN-YEAR-DAYS
167800     END-IF.
167900     COMPUTE WS-DN-WORK = WS-DN-DAY-OF-YEAR * 100 + 52.
168000     DIVIDE WS-DN-WORK BY 3060 GIVING WS-DN-MONTH-INDEX.
168100     COMPUTE WS-DN-WORK = WS-DN-MONTH-INDEX + 2.
168200     DIVIDE WS-DN-WORK BY 12 GIVING WS-DN-QUOTIENT
168300         REMAINDER WS-DN-REMAINDER.
168400     ADD WS-DN-QUOTIENT TO WS-DN-YEAR.
168500     COMPUTE WS-DN-MONTH = WS-DN-REMAINDER + 1.
168600     COMPUTE WS-DN-WORK = WS-DN-MONTH-INDEX * 306 + 5.
168700     DIVIDE WS-DN-WORK BY 10 GIVING WS-DN-QUOTIENT.
168800     MOVE WS-DN-YEAR  TO WS-EDIT-CCYY.
168900     MOVE WS-DN-MONTH TO WS-EDIT-MM.
169000     COMPUTE WS-EDIT-DD =
169100         WS-DN-DAY-OF-YEAR - WS-DN-QUOTIENT + 1.
169200     MOVE "-" TO WS-EDIT-DASH1.
169300     MOVE "-" TO WS-EDIT-DASH2.
169400 2720-DAYNO-TO-DATE-EXIT.
169500     EXIT.
169600*
169700************************************************************
169800*  2730 - DAY NUMBER OF 1 MARCH OF MARCH-BASED YEAR
169900*  WS-DN-YEAR, COUNTED THE SAME WAY AS 2720 (FROM ZERO).
170000************************************************************
170100 2730-YEAR-START.
170200************************************************************
170300     COMPUTE WS-DN-YEAR-DAYS = WS-DN-YEAR * 365.
170400     DIVIDE WS-DN-YEAR BY 4   GIVING WS-DN-QUOTIENT.
170500     ADD WS-DN-QUOTIENT      TO WS-DN-YEAR-DAYS.
170600     DIVIDE WS-DN-YEAR BY 100 GIVING WS-DN-QUOTIENT.
170700     SUBTRACT WS-DN-QUOTIENT FROM WS-DN-YEAR-DAYS.
170800     DIVIDE WS-DN-YEAR BY 400 GIVING WS-DN-QUOTIENT.
170900     ADD WS-DN-QUOTIENT      TO WS-DN-YEAR-DAYS.
171000 2730-YEAR-START-EXIT.
171100     EXIT.
171200*
171300************************************************************
171400*  2800 - A DRAW FROM ZERO TO WS-DRAW-RANGE LESS ONE, FIXED
171500*  BY THE SUBSTITUTE ID, THE KEY SEED, WS-DRAW-SALT AND
171600*  WS-DRAW-EXTRA, SO THE SAME EMPLOYEE ALWAYS DRAWS THE SAME
171700*  VALUES UNDER THE SAME KEY.
171800************************************************************
171900 2800-DRAW.
172000************************************************************
172100     COMPUTE WS-DRAW-WORK =
172200         (WS-SUB-ID + WS-DRAW-EXTRA * 7) * 7919 +
172300         WS-MASK-SEED * 104729 + WS-DRAW-SALT * 15485863.
172400     DIVIDE WS-DRAW-WORK BY 1000003 GIVING WS-DRAW-QUOTIENT
172500         REMAINDER WS-DRAW-MIXED.
172600     DIVIDE WS-DRAW-MIXED BY WS-DRAW-RANGE
172700         GIVING WS-DRAW-QUOTIENT
172800         REMAINDER WS-DRAW-RESULT.
172900 2800-DRAW-EXIT.
173000     EXIT.
173100*
173200************************************************************
173300 2900-READ-MASTER.
173400************************************************************
173500     READ EMP-MASTER-FILE
173600         AT END
173700             MOVE "Y" TO WS-MAS-EOF-SW
173800     END-READ.
173900 2900-READ-MASTER-EXIT.
174000     EXIT.
174100*
174200************************************************************
174300 2910-READ-ARCHIVE.
174400************************************************************
174500     READ EMP-ARCHIVE-FILE
174600         AT END
174700             MOVE "Y" TO WS-ARC-EOF-SW
174800     END-READ.
174900 2910-READ-ARCHIVE-EXIT.
175000     EXIT.
175100*
175200************************************************************
175300 2920-READ-ADDRESS.
175400************************************************************
175500     READ EMP-ADDR-HIST-FILE
175600         AT END
175700             MOVE "Y" TO WS-ADR-EOF-SW
175800     END-READ.
175900 2920-READ-ADDRESS-EXIT.
176000     EXIT.
176100*
176200************************************************************
176300 2930-READ-DEPENDENT.
176400************************************************************
176500     READ EMP-DEPENDENT-FILE
176600         AT END
176700             MOVE "Y" TO WS-DPD-EOF-SW
176800     END-READ.
176900 2930-READ-DEPENDENT-EXIT.
177000     EXIT.
177100*
177200************************************************************
177300 2940-READ-BENEFIT.
177400************************************************************
177500     READ EMP-BENEFIT-FILE
177600         AT END
177700             MOVE "Y" TO WS-BEN-EOF-SW
177800     END-READ.
177900 2940-READ-BENEFIT-EXIT.
178000     EXIT.
178100*
178200************************************************************
178300*  2970 - LIST AN EXCEPTION AGAINST THE RECORD IN HAND; THE
178400*  SUBSTITUTE ID AND TEXT ARE ALREADY IN THE LINE.
178500************************************************************
178600 2970-LIST-EXCEPTION.
178700************************************************************
178800     MOVE WS-FILE-NAME (WS-FILE-SUB) TO WS-CRE-FILE.
178900     MOVE WS-FILE-READ (WS-FILE-SUB) TO WS-CRE-RECORD.
179000     WRITE EMP-CONTROL-LINE FROM WS-CR-EXCEPTION-LINE
179100         AFTER ADVANCING 1 LINES.
179200     ADD 1 TO WS-EXCEPTION-COUNT.
179300 2970-LIST-EXCEPTION-EXIT.
179400     EXIT.
179500*
179600************************************************************
179700*  2980 - COUNT ONE MASKED VALUE OF FIELD WS-CHK-SUB, AND
179800*  LIST IT WHEN WS-CHK-SAME SAYS IT CAME OUT UNCHANGED.
179900************************************************************
180000 2980-COUNT-CHECK.
180100************************************************************
180200     ADD 1 TO WS-FIELD-MASKED (WS-CHK-SUB).
180300     IF NOT WS-CHK-SAME
180400         GO TO 2980-COUNT-CHECK-EXIT
180500     END-IF.
180600     ADD 1 TO WS-FIELD-UNCHANGED (WS-CHK-SUB).
180700     ADD 1 TO WS-UNCHANGED-COUNT.
180800     MOVE WS-SUB-ID TO WS-CRE-SUB-ID.
180900     MOVE SPACE TO WS-CRE-TEXT.
181000     STRING WS-FIELD-NAME (WS-CHK-SUB) DELIMITED BY "  "
181100            " UNCHANGED BY MASKING" DELIMITED BY SIZE
181200         INTO WS-CRE-TEXT
181300     END-STRING.
181400     PERFORM 2970-LIST-EXCEPTION
181500         THRU 2970-LIST-EXCEPTION-EXIT.
181600 2980-COUNT-CHECK-EXIT.
181700     EXIT.
181800*
181900************************************************************
182000 2990-STOP-RUN.
182100************************************************************
182200     MOVE "Y" TO WS-STOP-RUN-SW.
182300     MOVE 16 TO RETURN-CODE.
182400 2990-STOP-RUN-EXIT.
182500     EXIT.
182600*
182700************************************************************
182800*  3000 - PRINT THE CONTROL TOTALS, CLOSE UP AND SET THE
182900*  RETURN CODE.
183000************************************************************
183100 3000-FINALIZE.
183200************************************************************
183300     IF NOT WS-FILES-OPEN
183400         GO TO 3000-FINALIZE-DISPLAY
183500     END-IF.
183600     IF WS-REPORT-STATUS = "00" AND RETURN-CODE < 12
183700         PERFORM 3100-PRINT-CONTROL-TOTALS
183800             THRU 3100-PRINT-CONTROL-TOTALS-EXIT
183900     END-IF.
184000     IF WS-MAS-STATUS = "00" OR WS-MAS-STATUS = "10"
184100         CLOSE EMP-MASTER-FILE
184200     END-IF.
184300     IF WS-ARCI-STATUS = "00" OR WS-ARCI-STATUS = "10"
184400         CLOSE EMP-ARCHIVE-FILE
184500     END-IF.
184600     IF WS-ADRI-STATUS = "00" OR WS-ADRI-STATUS = "10"
184700         CLOSE EMP-ADDR-HIST-FILE
184800     END-IF.
184900     IF WS-DPDI-STATUS = "00" OR WS-DPDI-STATUS = "10"
185000         CLOSE EMP-DEPENDENT-FILE
185100     END-IF.
185200     IF WS-BENI-STATUS = "00" OR WS-BENI-STATUS = "10"
185300         CLOSE EMP-BENEFIT-FILE
185400     END-IF.
185500     IF WS-MSKM-STATUS = "00"
185600         CLOSE EMP-MASK-MASTER-FILE
185700     END-IF.
185800     IF WS-MSKA-STATUS = "00"
185900         CLOSE EMP-MASK-ARCHIVE-FILE
186000     END-IF.
186100     IF WS-MSKH-STATUS = "00"
186200         CLOSE EMP-MASK-ADDR-FILE
186300     END-IF.
186400     IF WS-MSKD-STATUS = "00"
186500         CLOSE EMP-MASK-DEPENDENT-FILE
186600     END-IF.
186700     IF WS-MSKB-STATUS = "00"
186800         CLOSE EMP-MASK-BENEFIT-FILE
186900     END-IF.
187000     IF WS-REPORT-STATUS = "00"
187100         CLOSE EMP-CONTROL-REPORT
187200     END-IF.
187300 3000-FINALIZE-DISPLAY.
187400     DISPLAY "EMPMSK01 - MASTER: " WS-FILE-WRITTEN (1)
187500         " ARCHIVE: " WS-FILE-WRITTEN (2)
187600         " ADDRESS: " WS-FILE-WRITTEN (3)
187700         " DEPENDENT: " WS-FILE-WRITTEN (4)
187800         " BENEFITS: " WS-FILE-WRITTEN (5).
187900     DISPLAY "EMPMSK01 - UNCHANGED: " WS-UNCHANGED-COUNT
188000         " NOT COPIED: " WS-DROPPED-COUNT
188100         " EXCEPTIONS: " WS-EXCEPTION-COUNT.
188200 3000-FINALIZE-EXIT.
188300     EXIT.
188400*
188500************************************************************
188600*  3100 - RECORDS READ AGAINST WRITTEN FOR EACH FILE, THEN
188700*  VALUES MASKED AGAINST LEFT UNCHANGED FOR EACH FIELD, THEN
188800*  THE VERDICT.  ANY MISMATCH OR UNCHANGED VALUE MEANS THE
188900*  COPY IS NOT TO BE LOADED (RC=12).
189000************************************************************
189100 3100-PRINT-CONTROL-TOTALS.
189200************************************************************
189300     WRITE EMP-CONTROL-LINE FROM WS-CR-FILE-HEADING
189400         AFTER ADVANCING 3 LINES.
189500     PERFORM 3110-PRINT-FILE-LINE
189600         THRU 3110-PRINT-FILE-LINE-EXIT
189700         VARYING WS-FILE-SUB FROM 1 BY 1
189800         UNTIL WS-FILE-SUB > 5.
189900     WRITE EMP-CONTROL-LINE FROM WS-CR-FIELD-HEADING
190000         AFTER ADVANCING 2 LINES.
190100     PERFORM 3120-PRINT-FIELD-LINE
190200         THRU 3120-PRINT-FIELD-LINE-EXIT
190300         VARYING WS-CHK-SUB FROM 1 BY 1
190400         UNTIL WS-CHK-SUB > 8.
190500     IF WS-MISMATCH-COUNT > ZERO OR WS-UNCHANGED-COUNT > ZERO
190600         MOVE "*** COPY NOT PROVED - DO NOT LOAD IT (RC=12)"
190700             TO WS-CRR-TEXT
190800         MOVE 12 TO RETURN-CODE
190900     ELSE
191000         IF WS-DOB-BLANKED-COUNT > ZERO
191100             MOVE "COPY PROVED - BLANKED DATES ARE LISTED (RC=4)"
191200                 TO WS-CRR-TEXT
191300             MOVE 4 TO RETURN-CODE
191400         ELSE
191500             MOVE "COPY PROVED - COUNTS AGREE, NO REAL VALUE LEFT"
191600                 TO WS-CRR-TEXT
191700         END-IF
191800     END-IF.
191900     WRITE EMP-CONTROL-LINE FROM WS-CR-RESULT-LINE
192000         AFTER ADVANCING 2 LINES.
192100 3100-PRINT-CONTROL-TOTALS-EXIT.
192200     EXIT.
192300*
192400************************************************************
192500 3110-PRINT-FILE-LINE.
192600************************************************************
192700     MOVE WS-FILE-NAME (WS-FILE-SUB)    TO WS-CRF-FILE.
192800     MOVE WS-FILE-READ (WS-FILE-SUB)    TO WS-CRF-READ.
192900     MOVE WS-FILE-WRITTEN (WS-FILE-SUB) TO WS-CRF-WRITTEN.
193000     IF WS-FILE-READ (WS-FILE-SUB) =
193100        WS-FILE-WRITTEN (WS-FILE-SUB)
193200         MOVE "AGREE" TO WS-CRF-RESULT
193300     ELSE
193400         MOVE "*** DO NOT AGREE" TO WS-CRF-RESULT
193500         ADD 1 TO WS-MISMATCH-COUNT
193600     END-IF.
193700     WRITE EMP-CONTROL-LINE FROM WS-CR-FILE-LINE
193800         AFTER ADVANCING 1 LINES.
193900 3110-PRINT-FILE-LINE-EXIT.
194000     EXIT.
194100*
194200************************************************************
194300 3120-PRINT-FIELD-LINE.
194400************************************************************
194500     MOVE WS-FIELD-NAME (WS-CHK-SUB)      TO WS-CRD-FIELD.
194600     MOVE WS-FIELD-MASKED (WS-CHK-SUB)    TO WS-CRD-MASKED.
194700     MOVE WS-FIELD-UNCHANGED (WS-CHK-SUB) TO WS-CRD-UNCHANGED.
194800     IF WS-FIELD-UNCHANGED (WS-CHK-SUB) = ZERO
194900         MOVE "NONE LEFT" TO WS-CRD-RESULT
195000     ELSE
195100         MOVE "*** REAL VALUES LEFT" TO WS-CRD-RESULT
195200     END-IF.
195300     WRITE EMP-CONTROL-LINE FROM WS-CR-FIELD-LINE
195400         AFTER ADVANCING 1 LINES.
195500 3120-PRINT-FIELD-LINE-EXIT.
195600     EXIT.
