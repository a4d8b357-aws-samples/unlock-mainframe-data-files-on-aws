000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. EMPSVC01.
000300 AUTHOR. MFDATA-APPLICATIONS-GROUP.
000400 INSTALLATION. MFDATA.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*
000800************************************************************
000900*  MODIFICATION HISTORY
001000*------------------------------------------------------------
001100*  DATE       INIT  DESCRIPTION
001200*  10/15/26   JDM   INITIAL VERSION - MONTHLY SERVICE ACCRUAL
001300*                   FROM THE HIRE AND ADJUSTED SERVICE DATES,
001400*                   WITH SERVICE-DATE LOAD/CORRECTION CARDS.
001425*  10/15/26   JDM   DATE EDIT CHECKS THE DAY AGAINST THE
001450*                   MONTH LENGTH AND LEAP YEAR.
001500************************************************************
001600*
001700************************************************************
001800*  PURPOSE -                                                *
001900*    EMP-YOE-TOTAL WAS KEYED BY HAND AND ROLLED FORWARD ONCE *
002000*    A YEAR BY EMPYER01, SO THE TEN-YEAR EMPBEN01 TIER BUMP  *
002100*    RESTED ON A FIGURE NOBODY COULD CHECK.  THE MASTER NOW  *
002200*    CARRIES THE HIRE DATE AND THE ADJUSTED SERVICE DATE     *
002300*    (EMPREC01 EMP-SVC-DATES).  THIS PROGRAM, RUN MONTHLY BY *
002400*    EMPSVCM0, COPIES THE MASTER TO ITS .KSDS.NEW            *
002500*    GENERATION AND ON THE WAY -                             *
002600*      1. APPLIES THE SERVICE-DATE CARDS (EMPSDC01) KEYED    *
002700*         SINCE THE LAST RUN, LOADING THE DATES FOR          *
002800*         EMPLOYEES HIRED BEFORE THE MASTER KEPT THEM OR     *
002900*         CORRECTING A DATE KEYED WRONG;                     *
003000*      2. FOR EVERY EMPLOYEE WITH A SERVICE DATE, WORKS OUT  *
003100*         TENURE AS OF THE AS-OF DATE - COMPLETED YEARS      *
003200*         SINCE THE SERVICE DATE PLUS THE HUNDREDTHS OF A    *
003300*         YEAR SINCE THE LAST ANNIVERSARY - LISTS THE        *
003400*         EMPLOYEE WHEN THE WHOLE YEARS IN THE KEYED         *
003500*         EMP-YOE-TOTAL DISAGREE, AND REPLACES EMP-YOE-TOTAL *
003600*         WITH THE COMPUTED FIGURE SO EMPBEN01 TIERS FROM    *
003700*         THE DATES;                                         *
003800*      3. LISTS EVERY EMPLOYEE STILL WITHOUT A SERVICE DATE, *
003900*         WHOSE KEYED EMP-YOE-TOTAL IS LEFT AS IT IS, AS THE *
004000*         WORK LIST FOR THE CARDS.                           *
004100*    THE CARD FILE IS REPLACED BY AN EMPTY GENERATION        *
004200*    (EMPSVCO) - APPLIED CARDS ARE DONE WITH, REJECTED ONES  *
004300*    ARE LISTED TO BE KEYED AGAIN.                           *
004400*                                                            *
004500*    CONTROL CARD (EMPSCTL, OPTIONAL) -                      *
004600*      COLS  1-10  AS-OF DATE CCYY-MM-DD; NO CARD OR BLANK   *
004700*                  MEANS THE RUN DATE                        *
004800*                                                            *
004900*    RC=4 WHEN A TENURE MISMATCH OR A REJECTED CARD IS       *
005000*    LISTED (THE NEW MASTER IS STILL GOOD AND IS ROTATED),   *
005100*    RC=12 ON A BAD CONTROL CARD OR AN OPEN FAILURE, RC=16   *
005200*    ON A FAILED WRITE.                                      *
005300************************************************************
005400 ENVIRONMENT DIVISION.
005500 CONFIGURATION SECTION.
005600 SOURCE-COMPUTER. IBM-ZSERIES.
005700 OBJECT-COMPUTER. IBM-ZSERIES.
005800 INPUT-OUTPUT SECTION.
005900 FILE-CONTROL.
006000     SELECT EMP-CTL-FILE ASSIGN TO EMPSCTL
006100         ORGANIZATION IS SEQUENTIAL
006200         ACCESS MODE IS SEQUENTIAL
006300         FILE STATUS IS WS-CTL-STATUS.
006400
006500     SELECT EMP-MASTER-IN-FILE ASSIGN TO EMPMAS
006600         ORGANIZATION IS INDEXED
006700         ACCESS MODE IS SEQUENTIAL
006800         RECORD KEY IS EMP-ID OF EMP-MASTER-IN-FILE
006900         ALTERNATE RECORD KEY IS EMP-ID-X OF EMP-MASTER-IN-FILE
007000         FILE STATUS IS WS-MAS-IN-STATUS.
007100
007200     SELECT EMP-MASTER-OUT-FILE ASSIGN TO EMPMASN
007300         ORGANIZATION IS INDEXED
007400         ACCESS MODE IS SEQUENTIAL
007500         RECORD KEY IS EMP-ID OF EMP-MASTER-OUT-FILE
007600         ALTERNATE RECORD KEY IS EMP-ID-X OF EMP-MASTER-OUT-FILE
007700         FILE STATUS IS WS-MAS-OUT-STATUS.
007800
007900     SELECT EMP-CARD-IN-FILE ASSIGN TO EMPSVCI
008000         ORGANIZATION IS SEQUENTIAL
008100         ACCESS MODE IS SEQUENTIAL
008200         FILE STATUS IS WS-CARD-IN-STATUS.
008300
008400     SELECT EMP-CARD-OUT-FILE ASSIGN TO EMPSVCO
008500         ORGANIZATION IS SEQUENTIAL
008600         ACCESS MODE IS SEQUENTIAL
008700         FILE STATUS IS WS-CARD-OUT-STATUS.
008800
008900     SELECT EMP-SERVICE-REPORT ASSIGN TO EMPSVRPT
009000         ORGANIZATION IS SEQUENTIAL
009100         ACCESS MODE IS SEQUENTIAL
009200         FILE STATUS IS WS-REPORT-STATUS.
009300 DATA DIVISION.
009400 FILE SECTION.
009500 FD  EMP-CTL-FILE
009600     RECORDING MODE IS F
009700     LABEL RECORDS ARE STANDARD.
009800 01  EMP-CTL-RECORD.
009900     05  EMP-SCTL-ASOF-DATE          PIC X(10).
010000     05  FILLER                      PIC X(70).
010100
010200 FD  EMP-MASTER-IN-FILE
010300     RECORDING MODE IS F
010400     LABEL RECORDS ARE STANDARD.
010500     COPY EMPREC01.
010600
010700 FD  EMP-MASTER-OUT-FILE
010800     RECORDING MODE IS F
010900     LABEL RECORDS ARE STANDARD.
011000     COPY EMPREC01.
011100
011200 FD  EMP-CARD-IN-FILE
011300     RECORDING MODE IS F
011400     LABEL RECORDS ARE STANDARD.
011500     COPY EMPSDC01.
011600
011700 FD  EMP-CARD-OUT-FILE
011800     RECORDING MODE IS F
011900     LABEL RECORDS ARE STANDARD.
012000 01  EMP-CARD-OUT-RECORD             PIC X(80).
012100
012200 FD  EMP-SERVICE-REPORT
012300     RECORDING MODE IS F
012400     LABEL RECORDS ARE STANDARD.
012500 01  EMP-SERVICE-LINE                PIC X(80).
012600 WORKING-STORAGE SECTION.
012700 77  WS-CTL-STATUS                   PIC X(02)   VALUE "00".
012800 77  WS-MAS-IN-STATUS                PIC X(02)   VALUE "00".
012900 77  WS-MAS-OUT-STATUS               PIC X(02)   VALUE "00".
013000 77  WS-CARD-IN-STATUS               PIC X(02)   VALUE "00".
013100 77  WS-CARD-OUT-STATUS              PIC X(02)   VALUE "00".
013200 77  WS-REPORT-STATUS                PIC X(02)   VALUE "00".
013300*
013400 77  WS-DONE-SW                      PIC X(01)   VALUE "N".
013500     88  WS-DONE                     VALUE "Y".
013600 77  WS-DATE-VALID-SW                PIC X(01)   VALUE "N".
013700     88  WS-DATE-VALID               VALUE "Y".
013800 77  WS-HAD-DATES-SW                 PIC X(01)   VALUE "N".
013900     88  WS-HAD-DATES                VALUE "Y".
014000*
014100************************************************************
014200*  MATCH KEYS - HIGH-VALUES ONCE THE FILE IS EXHAUSTED.
014300************************************************************
014400 01  WS-MAS-KEY                      PIC X(05).
014500 01  WS-CARD-KEY                     PIC X(05).
014600*
014700 01  WS-RUN-DATE-YMD.
014800     05  WS-RUN-DATE-CCYY            PIC 9(04).
014900     05  WS-RUN-DATE-MM              PIC 9(02).
015000     05  WS-RUN-DATE-DD              PIC 9(02).
015100*
015200************************************************************
015300*  AS-OF DATE - CCYY-MM-DD TEXT, ITS PARTS AND ITS DAY
015400*  NUMBER.
015500************************************************************
015600 01  WS-ASOF-DATE                    PIC X(10)   VALUE SPACE.
015700 77  WS-ASOF-CCYY                    PIC 9(04)   VALUE ZERO.
015800 77  WS-ASOF-MMDD                    PIC 9(04)   VALUE ZERO.
015900 77  WS-ASOF-DAYNO                   PIC 9(05)   COMP VALUE ZERO.
016000*
016100************************************************************
016200*  TENURE WORK AREAS.
016300************************************************************
016400 77  WS-SVC-CCYY                     PIC 9(04)   VALUE ZERO.
016500 77  WS-SVC-MM                       PIC 9(02)   VALUE ZERO.
016600 77  WS-SVC-DD                       PIC 9(02)   VALUE ZERO.
016700 77  WS-SVC-MMDD                     PIC 9(04)   VALUE ZERO.
016800 77  WS-TEN-YEARS                    PIC 9(04)   COMP VALUE ZERO.
016900 77  WS-TEN-DAYS                     PIC 9(05)   COMP VALUE ZERO.
017000 77  WS-TEN-HUNDREDTHS               PIC 9(03)   COMP VALUE ZERO.
017100 77  WS-TENURE                       PIC 9(04)V99 VALUE ZERO.
017200 77  WS-KEYED-YEARS                  PIC 9(04)   VALUE ZERO.
017300*
017400************************************************************
017500*  SERVICE-DATE CARD WORK AREAS.
017600************************************************************
017700 77  WS-CARD-HIRE-DAYNO              PIC 9(05)   COMP VALUE ZERO.
017800 77  WS-CARD-SVC-DAYNO               PIC 9(05)   COMP VALUE ZERO.
017900 77  WS-REJECT-REASON                PIC X(40)   VALUE SPACE.
018000*
018100************************************************************
018200*  DAY-NUMBER ROUTINES - 2700 TURNS WS-DN-DATE (CCYYMMDD)
018300*  INTO THE EMPREC01 DAY NUMBER (1 = 1900-01-01) IN
018400*  WS-DN-DAYNO; 2710 EDITS CCYY-MM-DD TEXT IN WS-EDIT-DATE
018500*  AND DOES THE SAME; 2720 TURNS WS-DN-DAYNO BACK INTO
018600*  WS-EDIT-DATE.  THE SAME MARCH-BASED COUNT AS EMPRTB01,
018700*  LESS 693901 (THE COUNT FOR 1899-12-31).
018800************************************************************
018900 01  WS-EDIT-DATE                    PIC X(10)   VALUE SPACE.
019000 01  WS-EDIT-DATE-PARTS REDEFINES WS-EDIT-DATE.
019100     05  WS-EDIT-CCYY                PIC 9(04).
019200     05  WS-EDIT-DASH1               PIC X(01).
019300     05  WS-EDIT-MM                  PIC 9(02).
019400     05  WS-EDIT-DASH2               PIC X(01).
019500     05  WS-EDIT-DD                  PIC 9(02).
019600 01  WS-DN-DATE.
019700     05  WS-DN-CCYY                  PIC 9(04).
019800     05  WS-DN-MM                    PIC 9(02).
019900     05  WS-DN-DD                    PIC 9(02).
020000 77  WS-DN-YEAR                      PIC 9(05)   COMP VALUE ZERO.
020100 77  WS-DN-MONTH                     PIC 9(03)   COMP VALUE ZERO.
020200 77  WS-DN-QUOTIENT                  PIC 9(07)   COMP VALUE ZERO.
020300 77  WS-DN-WORK                      PIC 9(07)   COMP VALUE ZERO.
020400 77  WS-DN-DAYS                      PIC 9(07)   COMP VALUE ZERO.
020500 77  WS-DN-DAYNO                     PIC 9(05)   COMP VALUE ZERO.
020600 77  WS-DN-BIG                       PIC 9(11)   COMP VALUE ZERO.
020700 77  WS-DN-YEAR-DAYS                 PIC 9(07)   COMP VALUE ZERO.
020800 77  WS-DN-DAY-OF-YEAR               PIC S9(07)  COMP VALUE ZERO.
020900 77  WS-DN-MONTH-INDEX               PIC 9(03)   COMP VALUE ZERO.
021000 77  WS-DN-REMAINDER                 PIC 9(03)   COMP VALUE ZERO.
021005*
021010*  MONTH LENGTHS FOR 2710, LOADED IN 1000-INITIALIZE.
021015*  FEBRUARY TAKES 29 DAYS IN A LEAP YEAR.
021020 77  WS-EDIT-MAX-DAY                 PIC 9(02)   VALUE ZERO.
021025 77  WS-EDIT-LEAP-SW                 PIC X(01)   VALUE "N".
021030     88  WS-EDIT-IS-LEAP             VALUE "Y".
021035 77  WS-EDIT-REM-4                   PIC 9(03)   COMP VALUE ZERO.
021040 77  WS-EDIT-REM-100                 PIC 9(03)   COMP VALUE ZERO.
021045 77  WS-EDIT-REM-400                 PIC 9(03)   COMP VALUE ZERO.
021050 01  WS-MONTH-DAYS-TABLE.
021055     05  WS-MONTH-DAYS-ENTRY         PIC 9(02)   OCCURS 12 TIMES.
021100*
021200 77  WS-MASTER-COUNT                 PIC 9(07)   COMP VALUE ZERO.
021300 77  WS-WRITTEN-COUNT                PIC 9(07)   COMP VALUE ZERO.
021400 77  WS-ACCRUED-COUNT                PIC 9(07)   COMP VALUE ZERO.
021500 77  WS-UPDATED-COUNT                PIC 9(07)   COMP VALUE ZERO.
021600 77  WS-MISMATCH-COUNT               PIC 9(07)   COMP VALUE ZERO.
021700 77  WS-TIER-MISMATCH-COUNT          PIC 9(07)   COMP VALUE ZERO.
021800 77  WS-NO-DATE-COUNT                PIC 9(07)   COMP VALUE ZERO.
021900 77  WS-CARD-READ-COUNT              PIC 9(07)   COMP VALUE ZERO.
022000 77  WS-CARD-APPLIED-COUNT           PIC 9(07)   COMP VALUE ZERO.
022100 77  WS-CARD-REJECT-COUNT            PIC 9(07)   COMP VALUE ZERO.
022200*
022300 01  WS-YEARS-EDIT                   PIC ZZZ9.99.
022400*
022500 01  WS-REPORT-HEADING-1.
022600     05  FILLER                      PIC X(01)   VALUE SPACE.
022700     05  FILLER                      PIC X(34)
022800         VALUE "EMPSVC01 - SERVICE ACCRUAL AS OF ".
022900     05  WS-H1-ASOF-DATE             PIC X(10).
023000     05  FILLER                      PIC X(35)   VALUE SPACE.
023100*
023200 01  WS-REPORT-HEADING-2.
023300     05  FILLER                      PIC X(01)   VALUE SPACE.
023400     05  FILLER                      PIC X(06)   VALUE "EMPID".
023500     05  FILLER                      PIC X(19)   VALUE "NAME".
023600     05  FILLER                      PIC X(11)
023700         VALUE "HIRE DATE".
023800     05  FILLER                      PIC X(11)   VALUE "SVC DATE".
023900     05  FILLER                      PIC X(08)   VALUE "  KEYED".
024000     05  FILLER                      PIC X(08)   VALUE "   CALC".
024100     05  FILLER                      PIC X(17)   VALUE "NOTE".
024200*
024300 01  WS-DETAIL-LINE.
024400     05  FILLER                      PIC X(01)   VALUE SPACE.
024500     05  WS-DL-EMP-ID                PIC X(05).
024600     05  FILLER                      PIC X(01)   VALUE SPACE.
024700     05  WS-DL-NAME                  PIC X(18).
024800     05  FILLER                      PIC X(01)   VALUE SPACE.
024900     05  WS-DL-HIRE-DATE             PIC X(10).
025000     05  FILLER                      PIC X(01)   VALUE SPACE.
025100     05  WS-DL-SVC-DATE              PIC X(10).
025200     05  FILLER                      PIC X(01)   VALUE SPACE.
025300     05  WS-DL-KEYED                 PIC X(07).
025400     05  FILLER                      PIC X(01)   VALUE SPACE.
025500     05  WS-DL-COMPUTED              PIC X(07).
025600     05  FILLER                      PIC X(01)   VALUE SPACE.
025700     05  WS-DL-NOTE                  PIC X(16).
025800*
025900 01  WS-CARD-NOTE.
026000     05  WS-CN-ACTION                PIC X(07).
026100     05  FILLER                      PIC X(01)   VALUE SPACE.
026200     05  WS-CN-CLERK-ID              PIC X(08).
026300*
026400 01  WS-REJECT-LINE.
026500     05  FILLER                      PIC X(01)   VALUE SPACE.
026600     05  WS-RL-EMP-ID                PIC X(05).
026700     05  FILLER                      PIC X(01)   VALUE SPACE.
026800     05  FILLER                      PIC X(16)
026900         VALUE "CARD REJECTED - ".
027000     05  WS-RL-REASON                PIC X(40).
027100     05  FILLER                      PIC X(01)   VALUE SPACE.
027200     05  WS-RL-CLERK-ID              PIC X(08).
027300     05  FILLER                      PIC X(08)   VALUE SPACE.
027400*
027500 01  WS-SUMMARY-LINE.
027600     05  FILLER                      PIC X(01)   VALUE SPACE.
027700     05  WS-SL-TEXT                  PIC X(36).
027800     05  WS-SL-COUNT                 PIC ZZZZZZ9.
027900     05  FILLER                      PIC X(36)   VALUE SPACE.
028000 PROCEDURE DIVISION.
028100************************************************************
028200 0000-MAINLINE.
028300************************************************************
028400     PERFORM 1000-INITIALIZE
028500         THRU 1000-INITIALIZE-EXIT.
028600     PERFORM 2000-PROCESS-MASTER
028700         THRU 2000-PROCESS-MASTER-EXIT
028800         UNTIL WS-DONE.
028900     PERFORM 3000-FINALIZE
029000         THRU 3000-FINALIZE-EXIT.
029100     GOBACK.
029200*
029300************************************************************
029400 1000-INITIALIZE.
029500************************************************************
029505     MOVE 31 TO WS-MONTH-DAYS-ENTRY (01).
029510     MOVE 28 TO WS-MONTH-DAYS-ENTRY (02).
029515     MOVE 31 TO WS-MONTH-DAYS-ENTRY (03).
029520     MOVE 30 TO WS-MONTH-DAYS-ENTRY (04).
029525     MOVE 31 TO WS-MONTH-DAYS-ENTRY (05).
029530     MOVE 30 TO WS-MONTH-DAYS-ENTRY (06).
029535     MOVE 31 TO WS-MONTH-DAYS-ENTRY (07).
029540     MOVE 31 TO WS-MONTH-DAYS-ENTRY (08).
029545     MOVE 30 TO WS-MONTH-DAYS-ENTRY (09).
029550     MOVE 31 TO WS-MONTH-DAYS-ENTRY (10).
029555     MOVE 30 TO WS-MONTH-DAYS-ENTRY (11).
029560     MOVE 31 TO WS-MONTH-DAYS-ENTRY (12).
029600     PERFORM 1100-READ-CONTROL-CARD
029700         THRU 1100-READ-CONTROL-CARD-EXIT.
029800     IF WS-DONE
029900         GO TO 1000-INITIALIZE-EXIT
030000     END-IF.
030100     OPEN INPUT  EMP-MASTER-IN-FILE
030200          INPUT  EMP-CARD-IN-FILE
030300          OUTPUT EMP-MASTER-OUT-FILE
030400          OUTPUT EMP-CARD-OUT-FILE
030500          OUTPUT EMP-SERVICE-REPORT.
030600     IF WS-MAS-IN-STATUS NOT = "00" OR
030700        WS-CARD-IN-STATUS NOT = "00" OR
030800        WS-MAS-OUT-STATUS NOT = "00" OR
030900        WS-CARD-OUT-STATUS NOT = "00" OR
031000        WS-REPORT-STATUS NOT = "00"
031100         DISPLAY "EMPSVC01 - OPEN FAILED - "
031200             WS-MAS-IN-STATUS " " WS-CARD-IN-STATUS " "
031300             WS-MAS-OUT-STATUS " " WS-CARD-OUT-STATUS " "
031400             WS-REPORT-STATUS
031500         MOVE "Y" TO WS-DONE-SW
031600         MOVE 12 TO RETURN-CODE
031700         GO TO 1000-INITIALIZE-EXIT
031800     END-IF.
031900     MOVE WS-ASOF-DATE TO WS-H1-ASOF-DATE.
032000     WRITE EMP-SERVICE-LINE FROM WS-REPORT-HEADING-1.
032100     WRITE EMP-SERVICE-LINE FROM WS-REPORT-HEADING-2
032200         AFTER ADVANCING 2 LINES.
032300     PERFORM 2100-READ-MASTER
032400         THRU 2100-READ-MASTER-EXIT.
032500     PERFORM 2200-READ-CARD
032600         THRU 2200-READ-CARD-EXIT.
032700 1000-INITIALIZE-EXIT.
032800     EXIT.
032900*
033000************************************************************
033100*  1100 - THE AS-OF DATE.  NO CONTROL CARD, OR A BLANK ONE,
033200*  MEANS THE RUN DATE; A DATE THAT WILL NOT EDIT STOPS THE
033300*  RUN RATHER THAN ACCRUE TO THE WRONG DAY.
033400************************************************************
033500 1100-READ-CONTROL-CARD.
033600************************************************************
033700     ACCEPT WS-RUN-DATE-YMD FROM DATE YYYYMMDD.
033800     MOVE WS-RUN-DATE-CCYY TO WS-EDIT-CCYY.
033900     MOVE WS-RUN-DATE-MM   TO WS-EDIT-MM.
034000     MOVE WS-RUN-DATE-DD   TO WS-EDIT-DD.
034100     MOVE "-"              TO WS-EDIT-DASH1.
034200     MOVE "-"              TO WS-EDIT-DASH2.
034300     MOVE WS-EDIT-DATE     TO WS-ASOF-DATE.
034400     OPEN INPUT EMP-CTL-FILE.
034500     IF WS-CTL-STATUS = "00"
034600         READ EMP-CTL-FILE
034700             AT END
034800                 MOVE SPACE TO EMP-SCTL-ASOF-DATE
034900         END-READ
035000         IF EMP-SCTL-ASOF-DATE NOT = SPACE
035100             MOVE EMP-SCTL-ASOF-DATE TO WS-ASOF-DATE
035200         END-IF
035300         CLOSE EMP-CTL-FILE
035400     END-IF.
035500     MOVE WS-ASOF-DATE TO WS-EDIT-DATE.
035600     PERFORM 2710-EDIT-DATE
035700         THRU 2710-EDIT-DATE-EXIT.
035800     IF NOT WS-DATE-VALID
035900         DISPLAY "EMPSVC01 - BAD AS-OF DATE ON CONTROL CARD - "
036000             WS-ASOF-DATE
036100         MOVE "Y" TO WS-DONE-SW
036200         MOVE 12 TO RETURN-CODE
036300         GO TO 1100-READ-CONTROL-CARD-EXIT
036400     END-IF.
036500     MOVE WS-DN-DAYNO  TO WS-ASOF-DAYNO.
036600     MOVE WS-EDIT-CCYY TO WS-ASOF-CCYY.
036700     COMPUTE WS-ASOF-MMDD = WS-EDIT-MM * 100 + WS-EDIT-DD.
036800 1100-READ-CONTROL-CARD-EXIT.
036900     EXIT.
037000*
037100************************************************************
037200*  2000 - ONE STEP OF THE MATCH.  A CARD FOR AN EMP-ID BELOW
037300*  THE NEXT MASTER HAS NO EMPLOYEE TO APPLY TO.  OTHERWISE
037400*  THE MASTER IN HAND TAKES ITS CARDS, IS ACCRUED AND IS
037500*  WRITTEN.
037600************************************************************
037700 2000-PROCESS-MASTER.
037800************************************************************
037900     IF WS-MAS-KEY = HIGH-VALUES AND WS-CARD-KEY = HIGH-VALUES
038000         MOVE "Y" TO WS-DONE-SW
038100         GO TO 2000-PROCESS-MASTER-EXIT
038200     END-IF.
038300     IF WS-CARD-KEY < WS-MAS-KEY
038400         MOVE "EMP-ID NOT ON MASTER" TO WS-REJECT-REASON
038500         PERFORM 2350-REJECT-CARD
038600             THRU 2350-REJECT-CARD-EXIT
038700         PERFORM 2200-READ-CARD
038800             THRU 2200-READ-CARD-EXIT
038900         GO TO 2000-PROCESS-MASTER-EXIT
039000     END-IF.
039100     MOVE EMP-RECORD OF EMP-MASTER-IN-FILE
039200         TO EMP-RECORD OF EMP-MASTER-OUT-FILE.
039300     PERFORM 2300-APPLY-CARD
039400         THRU 2300-APPLY-CARD-EXIT
039500         UNTIL WS-CARD-KEY NOT = WS-MAS-KEY.
039600     PERFORM 2400-ACCRUE-TENURE
039700         THRU 2400-ACCRUE-TENURE-EXIT.
039800     WRITE EMP-RECORD OF EMP-MASTER-OUT-FILE.
039900     IF WS-MAS-OUT-STATUS NOT = "00"
040000         DISPLAY "EMPSVC01 - MASTER WRITE FAILED - EMP-ID "
040100             WS-MAS-KEY " STATUS " WS-MAS-OUT-STATUS
040200         MOVE "Y" TO WS-DONE-SW
040300         MOVE 16 TO RETURN-CODE
040400         GO TO 2000-PROCESS-MASTER-EXIT
040500     END-IF.
040600     ADD 1 TO WS-WRITTEN-COUNT.
040700     PERFORM 2100-READ-MASTER
040800         THRU 2100-READ-MASTER-EXIT.
040900 2000-PROCESS-MASTER-EXIT.
041000     EXIT.
041100*
041200************************************************************
041300 2100-READ-MASTER.
041400************************************************************
041500     READ EMP-MASTER-IN-FILE
041600         AT END
041700             MOVE HIGH-VALUES TO WS-MAS-KEY
041800             GO TO 2100-READ-MASTER-EXIT
041900     END-READ.
042000     IF WS-MAS-IN-STATUS NOT = "00"
042100         DISPLAY "EMPSVC01 - MASTER READ FAILED - STATUS "
042200             WS-MAS-IN-STATUS
042300         MOVE HIGH-VALUES TO WS-MAS-KEY
042400         MOVE HIGH-VALUES TO WS-CARD-KEY
042500         MOVE 16 TO RETURN-CODE
042600         GO TO 2100-READ-MASTER-EXIT
042700     END-IF.
042800     ADD 1 TO WS-MASTER-COUNT.
042900     MOVE EMP-ID-X OF EMP-MASTER-IN-FILE TO WS-MAS-KEY.
043000 2100-READ-MASTER-EXIT.
043100     EXIT.
043200*
043300************************************************************
043400 2200-READ-CARD.
043500************************************************************
043600     READ EMP-CARD-IN-FILE
043700         AT END
043800             MOVE HIGH-VALUES TO WS-CARD-KEY
043900             GO TO 2200-READ-CARD-EXIT
044000     END-READ.
044100     ADD 1 TO WS-CARD-READ-COUNT.
044200     MOVE EMP-SDC-EMP-ID TO WS-CARD-KEY.
044300 2200-READ-CARD-EXIT.
044400     EXIT.
044500*
044600************************************************************
044700*  2300 - APPLY ONE SERVICE-DATE CARD TO THE MASTER IN HAND.
044800*  BOTH DATES MUST EDIT, THE SERVICE DATE MAY NOT BE BEFORE
044900*  THE HIRE DATE AND NEITHER MAY BE AFTER THE AS-OF DATE.
045000*  DATES ALREADY ON FILE ARE PRINTED FIRST AS "PREVIOUS" SO
045100*  THE REPORT CARRIES BOTH SIDES OF A CORRECTION.  TWO
045200*  CARDS FOR ONE EMPLOYEE APPLY IN TURN - THE LAST STANDS.
045300************************************************************
045400 2300-APPLY-CARD.
045500************************************************************
045600     IF EMP-SDC-CLERK-ID = SPACE
045700         MOVE "NO CLERK ID" TO WS-REJECT-REASON
045800         GO TO 2300-APPLY-CARD-REJECT
045900     END-IF.
046000     MOVE EMP-SDC-HIRE-DATE TO WS-EDIT-DATE.
046100     PERFORM 2710-EDIT-DATE
046200         THRU 2710-EDIT-DATE-EXIT.
046300     IF NOT WS-DATE-VALID
046400         MOVE "HIRE DATE INVALID" TO WS-REJECT-REASON
046500         GO TO 2300-APPLY-CARD-REJECT
046600     END-IF.
046700     MOVE WS-DN-DAYNO TO WS-CARD-HIRE-DAYNO.
046800     MOVE WS-DN-DAYNO TO WS-CARD-SVC-DAYNO.
046900     IF EMP-SDC-SVC-DATE NOT = SPACE
047000         MOVE EMP-SDC-SVC-DATE TO WS-EDIT-DATE
047100         PERFORM 2710-EDIT-DATE
047200             THRU 2710-EDIT-DATE-EXIT
047300         IF NOT WS-DATE-VALID
047400             MOVE "SERVICE DATE INVALID" TO WS-REJECT-REASON
047500             GO TO 2300-APPLY-CARD-REJECT
047600         END-IF
047700         MOVE WS-DN-DAYNO TO WS-CARD-SVC-DAYNO
047800     END-IF.
047900     IF WS-CARD-SVC-DAYNO < WS-CARD-HIRE-DAYNO
048000         MOVE "SERVICE DATE BEFORE HIRE DATE"
048100             TO WS-REJECT-REASON
048200         GO TO 2300-APPLY-CARD-REJECT
048300     END-IF.
048400     IF WS-CARD-SVC-DAYNO > WS-ASOF-DAYNO
048500         MOVE "DATE AFTER THE AS-OF DATE" TO WS-REJECT-REASON
048600         GO TO 2300-APPLY-CARD-REJECT
048700     END-IF.
048800     MOVE "N" TO WS-HAD-DATES-SW.
048900     IF EMP-HIRE-DAYNO OF EMP-MASTER-OUT-FILE NUMERIC AND
049000        EMP-SVC-DAYNO  OF EMP-MASTER-OUT-FILE NUMERIC
049100         IF EMP-HIRE-DAYNO OF EMP-MASTER-OUT-FILE > ZERO AND
049200            EMP-SVC-DAYNO  OF EMP-MASTER-OUT-FILE > ZERO
049300             MOVE "Y" TO WS-HAD-DATES-SW
049400         END-IF
049500     END-IF.
049600     IF WS-HAD-DATES
049700         PERFORM 2500-FILL-DETAIL
049800             THRU 2500-FILL-DETAIL-EXIT
049900         MOVE "PREVIOUS" TO WS-DL-NOTE
050000         PERFORM 2550-WRITE-DETAIL
050100             THRU 2550-WRITE-DETAIL-EXIT
050200         MOVE "CHANGED" TO WS-CN-ACTION
050300     ELSE
050400         MOVE "LOADED"  TO WS-CN-ACTION
050500     END-IF.
050600     MOVE WS-CARD-HIRE-DAYNO
050700         TO EMP-HIRE-DAYNO OF EMP-MASTER-OUT-FILE.
050800     MOVE WS-CARD-SVC-DAYNO
050900         TO EMP-SVC-DAYNO OF EMP-MASTER-OUT-FILE.
051000     MOVE EMP-SDC-CLERK-ID TO WS-CN-CLERK-ID.
051100     PERFORM 2500-FILL-DETAIL
051200         THRU 2500-FILL-DETAIL-EXIT.
051300     MOVE WS-CARD-NOTE TO WS-DL-NOTE.
051400     PERFORM 2550-WRITE-DETAIL
051500         THRU 2550-WRITE-DETAIL-EXIT.
051600     ADD 1 TO WS-CARD-APPLIED-COUNT.
051700     PERFORM 2200-READ-CARD
051800         THRU 2200-READ-CARD-EXIT.
051900     GO TO 2300-APPLY-CARD-EXIT.
052000 2300-APPLY-CARD-REJECT.
052100     PERFORM 2350-REJECT-CARD
052200         THRU 2350-REJECT-CARD-EXIT.
052300     PERFORM 2200-READ-CARD
052400         THRU 2200-READ-CARD-EXIT.
052500 2300-APPLY-CARD-EXIT.
052600     EXIT.
052700*
052800************************************************************
052900*  2350 - LIST A CARD THAT WAS NOT APPLIED, WITH
053000*  WS-REJECT-REASON, TO BE KEYED AGAIN.
053100************************************************************
053200 2350-REJECT-CARD.
053300************************************************************
053400     MOVE EMP-SDC-EMP-ID   TO WS-RL-EMP-ID.
053500     MOVE WS-REJECT-REASON TO WS-RL-REASON.
053600     MOVE EMP-SDC-CLERK-ID TO WS-RL-CLERK-ID.
053700     WRITE EMP-SERVICE-LINE FROM WS-REJECT-LINE
053800         AFTER ADVANCING 1 LINES.
053900     ADD 1 TO WS-CARD-REJECT-COUNT.
054000 2350-REJECT-CARD-EXIT.
054100     EXIT.
054200*
054300************************************************************
054400*  2400 - TENURE AS OF THE AS-OF DATE FROM THE ADJUSTED
054500*  SERVICE DATE: THE COMPLETED YEARS, PLUS THE DAYS SINCE
054600*  THE LAST ANNIVERSARY AS HUNDREDTHS OF A 365-DAY YEAR
054700*  (AT MOST .99).  A FEBRUARY 29 SERVICE DATE HAS ITS
054800*  ANNIVERSARY ON MARCH 1 IN A COMMON YEAR.  THE KEYED
054900*  FIGURE IS LISTED WHEN ITS WHOLE YEARS DISAGREE - MARKED
055000*  "TIER" WHEN THE TWO FALL EITHER SIDE OF THE TEN YEARS
055100*  EMPBEN01 BUMPS THE BENEFITS TIER AT - AND IS REPLACED.
055200************************************************************
055300 2400-ACCRUE-TENURE.
055400************************************************************
055500     IF EMP-SVC-DAYNO OF EMP-MASTER-OUT-FILE NOT NUMERIC
055600         GO TO 2400-ACCRUE-TENURE-NONE
055700     END-IF.
055800     IF EMP-SVC-DAYNO OF EMP-MASTER-OUT-FILE = ZERO
055900         GO TO 2400-ACCRUE-TENURE-NONE
056000     END-IF.
056100     MOVE ZERO TO WS-TEN-YEARS.
056200     MOVE ZERO TO WS-TEN-HUNDREDTHS.
056300     IF EMP-SVC-DAYNO OF EMP-MASTER-OUT-FILE NOT > WS-ASOF-DAYNO
056400         MOVE EMP-SVC-DAYNO OF EMP-MASTER-OUT-FILE
056500             TO WS-DN-DAYNO
056600         PERFORM 2720-DAYNO-TO-DATE
056700             THRU 2720-DAYNO-TO-DATE-EXIT
056800         MOVE WS-EDIT-CCYY TO WS-SVC-CCYY
056900         MOVE WS-EDIT-MM   TO WS-SVC-MM
057000         MOVE WS-EDIT-DD   TO WS-SVC-DD
057100         COMPUTE WS-SVC-MMDD = WS-SVC-MM * 100 + WS-SVC-DD
057200         COMPUTE WS-TEN-YEARS = WS-ASOF-CCYY - WS-SVC-CCYY
057300         IF WS-ASOF-MMDD < WS-SVC-MMDD
057400             SUBTRACT 1 FROM WS-TEN-YEARS
057500         END-IF
057600         COMPUTE WS-DN-CCYY = WS-SVC-CCYY + WS-TEN-YEARS
057700         MOVE WS-SVC-MM TO WS-DN-MM
057800         MOVE WS-SVC-DD TO WS-DN-DD
057900         PERFORM 2700-DATE-TO-DAYNO
058000             THRU 2700-DATE-TO-DAYNO-EXIT
058100         COMPUTE WS-TEN-DAYS = WS-ASOF-DAYNO - WS-DN-DAYNO
058200         COMPUTE WS-DN-WORK = WS-TEN-DAYS * 100
058300         DIVIDE WS-DN-WORK BY 365 GIVING WS-TEN-HUNDREDTHS
058400         IF WS-TEN-HUNDREDTHS > 99
058500             MOVE 99 TO WS-TEN-HUNDREDTHS
058600         END-IF
058700     END-IF.
058800     COMPUTE WS-TENURE = WS-TEN-YEARS + WS-TEN-HUNDREDTHS / 100.
058900     ADD 1 TO WS-ACCRUED-COUNT.
059000     MOVE EMP-YOE-TOTAL OF EMP-MASTER-OUT-FILE TO WS-KEYED-YEARS.
059100     IF WS-KEYED-YEARS NOT = WS-TEN-YEARS
059200         PERFORM 2500-FILL-DETAIL
059300             THRU 2500-FILL-DETAIL-EXIT
059400         MOVE WS-TENURE TO WS-YEARS-EDIT
059500         MOVE WS-YEARS-EDIT TO WS-DL-COMPUTED
059600         IF (WS-KEYED-YEARS < 10 AND WS-TEN-YEARS NOT < 10) OR
059700            (WS-KEYED-YEARS NOT < 10 AND WS-TEN-YEARS < 10)
059800             MOVE "MISMATCH - TIER" TO WS-DL-NOTE
059900             ADD 1 TO WS-TIER-MISMATCH-COUNT
060000         ELSE
060100             MOVE "MISMATCH" TO WS-DL-NOTE
060200         END-IF
060300         PERFORM 2550-WRITE-DETAIL
060400             THRU 2550-WRITE-DETAIL-EXIT
060500         ADD 1 TO WS-MISMATCH-COUNT
060600     END-IF.
060700     IF EMP-YOE-TOTAL OF EMP-MASTER-OUT-FILE NOT = WS-TENURE
060800         MOVE WS-TENURE TO EMP-YOE-TOTAL OF EMP-MASTER-OUT-FILE
060900         ADD 1 TO WS-UPDATED-COUNT
061000     END-IF.
061100     GO TO 2400-ACCRUE-TENURE-EXIT.
061200 2400-ACCRUE-TENURE-NONE.
061300     PERFORM 2500-FILL-DETAIL
061400         THRU 2500-FILL-DETAIL-EXIT.
061500     MOVE "NO SERVICE DATE" TO WS-DL-NOTE.
061600     PERFORM 2550-WRITE-DETAIL
061700         THRU 2550-WRITE-DETAIL-EXIT.
061800     ADD 1 TO WS-NO-DATE-COUNT.
061900 2400-ACCRUE-TENURE-EXIT.
062000     EXIT.
062100*
062200************************************************************
062300*  2500 - SET UP A DETAIL LINE FROM THE OUTPUT MASTER: ITS
062400*  DATES (BLANK WHEN NOT ON FILE) AND KEYED TENURE.
062500************************************************************
062600 2500-FILL-DETAIL.
062700************************************************************
062800     MOVE EMP-ID-X OF EMP-MASTER-OUT-FILE TO WS-DL-EMP-ID.
062900     MOVE EMP-NAME OF EMP-MASTER-OUT-FILE TO WS-DL-NAME.
063000     MOVE SPACE TO WS-DL-HIRE-DATE.
063100     MOVE SPACE TO WS-DL-SVC-DATE.
063200     MOVE SPACE TO WS-DL-COMPUTED.
063300     MOVE SPACE TO WS-DL-NOTE.
063400     IF EMP-HIRE-DAYNO OF EMP-MASTER-OUT-FILE NUMERIC
063500         IF EMP-HIRE-DAYNO OF EMP-MASTER-OUT-FILE > ZERO
063600             MOVE EMP-HIRE-DAYNO OF EMP-MASTER-OUT-FILE
063700                 TO WS-DN-DAYNO
063800             PERFORM 2720-DAYNO-TO-DATE
063900                 THRU 2720-DAYNO-TO-DATE-EXIT
064000             MOVE WS-EDIT-DATE TO WS-DL-HIRE-DATE
064100         END-IF
064200     END-IF.
064300     IF EMP-SVC-DAYNO OF EMP-MASTER-OUT-FILE NUMERIC
064400         IF EMP-SVC-DAYNO OF EMP-MASTER-OUT-FILE > ZERO
064500             MOVE EMP-SVC-DAYNO OF EMP-MASTER-OUT-FILE
064600                 TO WS-DN-DAYNO
064700             PERFORM 2720-DAYNO-TO-DATE
064800                 THRU 2720-DAYNO-TO-DATE-EXIT
064900             MOVE WS-EDIT-DATE TO WS-DL-SVC-DATE
065000         END-IF
065100     END-IF.
065200     MOVE EMP-YOE-TOTAL OF EMP-MASTER-OUT-FILE TO WS-YEARS-EDIT.
065300     MOVE WS-YEARS-EDIT TO WS-DL-KEYED.
065400 2500-FILL-DETAIL-EXIT.
065500     EXIT.
065600*
065700************************************************************
065800 2550-WRITE-DETAIL.
065900************************************************************
066000     WRITE EMP-SERVICE-LINE FROM WS-DETAIL-LINE
066100         AFTER ADVANCING 1 LINES.
066200 2550-WRITE-DETAIL-EXIT.
066300     EXIT.
066400*
066500************************************************************
066600*  2700 - CCYYMMDD IN WS-DN-DATE TO THE DAY NUMBER IN
066700*  WS-DN-DAYNO.
066800************************************************************
066900 2700-DATE-TO-DAYNO.
067000************************************************************
067100     MOVE WS-DN-CCYY TO WS-DN-YEAR.
067200     MOVE WS-DN-MM   TO WS-DN-MONTH.
067300     IF WS-DN-MONTH < 3
067400         SUBTRACT 1 FROM WS-DN-YEAR
067500         ADD 12 TO WS-DN-MONTH
067600     END-IF.
067700     COMPUTE WS-DN-DAYS = WS-DN-YEAR * 365 + WS-DN-DD.
067800     DIVIDE WS-DN-YEAR BY 4   GIVING WS-DN-QUOTIENT.
067900     ADD WS-DN-QUOTIENT      TO WS-DN-DAYS.
068000     DIVIDE WS-DN-YEAR BY 100 GIVING WS-DN-QUOTIENT.
068100     SUBTRACT WS-DN-QUOTIENT FROM WS-DN-DAYS.
068200     DIVIDE WS-DN-YEAR BY 400 GIVING WS-DN-QUOTIENT.
068300     ADD WS-DN-QUOTIENT      TO WS-DN-DAYS.
068400     COMPUTE WS-DN-WORK = (WS-DN-MONTH - 3) * 153 + 2.
068500     DIVIDE WS-DN-WORK BY 5   GIVING WS-DN-QUOTIENT.
068600     ADD WS-DN-QUOTIENT      TO WS-DN-DAYS.
068700     COMPUTE WS-DN-DAYNO = WS-DN-DAYS - 693901.
068800 2700-DATE-TO-DAYNO-EXIT.
068900     EXIT.
069000*
069100************************************************************
069150*  2710 - EDIT THE CCYY-MM-DD TEXT IN WS-EDIT-DATE; WHEN IT
069200*  IS GOOD, WS-DN-DAYNO COMES BACK WITH ITS DAY NUMBER.
069250*  ONLY YEARS 1900-2099 ARE TAKEN, AND THE DAY MUST FALL
069300*  WITHIN ITS MONTH - 29 FEBRUARY ONLY IN A LEAP YEAR.
069500************************************************************
069600 2710-EDIT-DATE.
069700************************************************************
069800     MOVE "N" TO WS-DATE-VALID-SW.
069900     IF WS-EDIT-DASH1 NOT = "-" OR WS-EDIT-DASH2 NOT = "-" OR
070000        WS-EDIT-CCYY NOT NUMERIC OR
070100        WS-EDIT-MM NOT NUMERIC OR WS-EDIT-DD NOT NUMERIC
070200         GO TO 2710-EDIT-DATE-EXIT
070300     END-IF.
070325     IF WS-EDIT-CCYY < 1900 OR WS-EDIT-CCYY > 2099 OR
070350        WS-EDIT-MM < 1 OR WS-EDIT-MM > 12
070375         GO TO 2710-EDIT-DATE-EXIT
070400     END-IF.
070425     MOVE "N" TO WS-EDIT-LEAP-SW.
070450     DIVIDE WS-EDIT-CCYY BY 4   GIVING WS-DN-QUOTIENT
070475         REMAINDER WS-EDIT-REM-4.
070500     DIVIDE WS-EDIT-CCYY BY 100 GIVING WS-DN-QUOTIENT
070525         REMAINDER WS-EDIT-REM-100.
070550     DIVIDE WS-EDIT-CCYY BY 400 GIVING WS-DN-QUOTIENT
070575         REMAINDER WS-EDIT-REM-400.
070600     IF WS-EDIT-REM-4 = 0 AND
070625        (WS-EDIT-REM-100 NOT = 0 OR WS-EDIT-REM-400 = 0)
070650         MOVE "Y" TO WS-EDIT-LEAP-SW
070675     END-IF.
070700     MOVE WS-MONTH-DAYS-ENTRY (WS-EDIT-MM) TO WS-EDIT-MAX-DAY.
070725     IF WS-EDIT-MM = 2 AND WS-EDIT-IS-LEAP
070750         MOVE 29 TO WS-EDIT-MAX-DAY
070775     END-IF.
070800     IF WS-EDIT-DD < 1 OR WS-EDIT-DD > WS-EDIT-MAX-DAY
070825         GO TO 2710-EDIT-DATE-EXIT
070850     END-IF.
070900     MOVE WS-EDIT-CCYY TO WS-DN-CCYY.
071000     MOVE WS-EDIT-MM   TO WS-DN-MM.
071100     MOVE WS-EDIT-DD   TO WS-DN-DD.
071200     PERFORM 2700-DATE-TO-DAYNO
071300         THRU 2700-DATE-TO-DAYNO-EXIT.
071400     MOVE "Y" TO WS-DATE-VALID-SW.
071500 2710-EDIT-DATE-EXIT.
071600     EXIT.
071700*
071800************************************************************
071900*  2720 - THE REVERSE OF 2700: THE DAY NUMBER IN WS-DN-DAYNO
072000*  COMES BACK AS CCYY-MM-DD TEXT IN WS-EDIT-DATE.  THE YEAR
072100*  IS ESTIMATED, CORRECTED BY ONE IF THE ESTIMATE RAN PAST
072200*  THE DATE, THEN THE MARCH-BASED MONTH IS FOUND FROM THE
072300*  DAY OF THAT YEAR.
072400************************************************************
072500 2720-DAYNO-TO-DATE.
072600************************************************************
072700     COMPUTE WS-DN-DAYS = WS-DN-DAYNO + 693901.
072800     SUBTRACT 1 FROM WS-DN-DAYS.
072900     COMPUTE WS-DN-BIG = WS-DN-DAYS * 10000 + 14780.
073000     DIVIDE WS-DN-BIG BY 3652425 GIVING WS-DN-YEAR.
073100     PERFORM 2730-YEAR-START
073200         THRU 2730-YEAR-START-EXIT.
073300     COMPUTE WS-DN-DAY-OF-YEAR = WS-DN-DAYS - WS-DN-YEAR-DAYS.
073400     IF WS-DN-DAY-OF-YEAR < ZERO
073500         SUBTRACT 1 FROM WS-DN-YEAR
073600         PERFORM 2730-YEAR-START
073700             THRU 2730-YEAR-START-EXIT
073800         COMPUTE WS-DN-DAY-OF-YEAR =
073900             WS-DN-DAYS - WS-DN-YEAR-DAYS
074000     END-IF.
074100     COMPUTE WS-DN-WORK = WS-DN-DAY-OF-YEAR * 100 + 52.
074200     DIVIDE WS-DN-WORK BY 3060 GIVING WS-DN-MONTH-INDEX.
074300     COMPUTE WS-DN-WORK = WS-DN-MONTH-INDEX + 2.
074400     DIVIDE WS-DN-WORK BY 12 GIVING WS-DN-QUOTIENT
074500         REMAINDER WS-DN-REMAINDER.
074600     ADD WS-DN-QUOTIENT TO WS-DN-YEAR.
074700     COMPUTE WS-DN-MONTH = WS-DN-REMAINDER + 1.
074800     COMPUTE WS-DN-WORK = WS-DN-MONTH-INDEX * 306 + 5.
074900     DIVIDE WS-DN-WORK BY 10 GIVING WS-DN-QUOTIENT.
075000     MOVE WS-DN-YEAR  TO WS-EDIT-CCYY.
075100     MOVE WS-DN-MONTH TO WS-EDIT-MM.
075200     COMPUTE WS-EDIT-DD =
075300         WS-DN-DAY-OF-YEAR - WS-DN-QUOTIENT + 1.
075400     MOVE "-" TO WS-EDIT-DASH1.
075500     MOVE "-" TO WS-EDIT-DASH2.
075600 2720-DAYNO-TO-DATE-EXIT.
075700     EXIT.
075800*
075900************************************************************
076000*  2730 - DAY NUMBER OF 1 MARCH OF MARCH-BASED YEAR
076100*  WS-DN-YEAR, COUNTED THE SAME WAY AS 2720 (FROM ZERO).
076200************************************************************
076300 2730-YEAR-START.
076400************************************************************
076500     COMPUTE WS-DN-YEAR-DAYS = WS-DN-YEAR * 365.
076600     DIVIDE WS-DN-YEAR BY 4   GIVING WS-DN-QUOTIENT.
076700     ADD WS-DN-QUOTIENT      TO WS-DN-YEAR-DAYS.
076800     DIVIDE WS-DN-YEAR BY 100 GIVING WS-DN-QUOTIENT.
076900     SUBTRACT WS-DN-QUOTIENT FROM WS-DN-YEAR-DAYS.
077000     DIVIDE WS-DN-YEAR BY 400 GIVING WS-DN-QUOTIENT.
077100     ADD WS-DN-QUOTIENT      TO WS-DN-YEAR-DAYS.
077200 2730-YEAR-START-EXIT.
077300     EXIT.
077400*
077500************************************************************
077600 3000-FINALIZE.
077700************************************************************
077800     IF WS-REPORT-STATUS = "00"
077900         PERFORM 3100-PRINT-SUMMARY
078000             THRU 3100-PRINT-SUMMARY-EXIT
078100         CLOSE EMP-SERVICE-REPORT
078200     END-IF.
078300     IF WS-MAS-IN-STATUS = "00"
078400         CLOSE EMP-MASTER-IN-FILE
078500     END-IF.
078600     IF WS-MAS-OUT-STATUS = "00"
078700         CLOSE EMP-MASTER-OUT-FILE
078800     END-IF.
078900     IF WS-CARD-IN-STATUS = "00"
079000         CLOSE EMP-CARD-IN-FILE
079100     END-IF.
079200     IF WS-CARD-OUT-STATUS = "00"
079300         CLOSE EMP-CARD-OUT-FILE
079400     END-IF.
079500     IF RETURN-CODE = ZERO
079600         IF WS-MISMATCH-COUNT > ZERO OR
079700            WS-CARD-REJECT-COUNT > ZERO
079800             MOVE 4 TO RETURN-CODE
079900         END-IF
080000     END-IF.
080100     DISPLAY "EMPSVC01 - MASTER RECORDS: " WS-MASTER-COUNT
080200         " ACCRUED: " WS-ACCRUED-COUNT
080300         " MISMATCHED: " WS-MISMATCH-COUNT
080400         " NO DATE: " WS-NO-DATE-COUNT.
080500 3000-FINALIZE-EXIT.
080600     EXIT.
080700*
080800************************************************************
080900 3100-PRINT-SUMMARY.
081000************************************************************
081100     MOVE "MASTER RECORDS READ:" TO WS-SL-TEXT.
081200     MOVE WS-MASTER-COUNT TO WS-SL-COUNT.
081300     WRITE EMP-SERVICE-LINE FROM WS-SUMMARY-LINE
081400         AFTER ADVANCING 2 LINES.
081500     MOVE "MASTER RECORDS WRITTEN:" TO WS-SL-TEXT.
081600     MOVE WS-WRITTEN-COUNT TO WS-SL-COUNT.
081700     WRITE EMP-SERVICE-LINE FROM WS-SUMMARY-LINE
081800         AFTER ADVANCING 1 LINES.
081900     MOVE "SERVICE-DATE CARDS READ:" TO WS-SL-TEXT.
082000     MOVE WS-CARD-READ-COUNT TO WS-SL-COUNT.
082100     WRITE EMP-SERVICE-LINE FROM WS-SUMMARY-LINE
082200         AFTER ADVANCING 1 LINES.
082300     MOVE "  CARDS APPLIED:" TO WS-SL-TEXT.
082400     MOVE WS-CARD-APPLIED-COUNT TO WS-SL-COUNT.
082500     WRITE EMP-SERVICE-LINE FROM WS-SUMMARY-LINE
082600         AFTER ADVANCING 1 LINES.
082700     MOVE "  CARDS REJECTED:" TO WS-SL-TEXT.
082800     MOVE WS-CARD-REJECT-COUNT TO WS-SL-COUNT.
082900     WRITE EMP-SERVICE-LINE FROM WS-SUMMARY-LINE
083000         AFTER ADVANCING 1 LINES.
083100     MOVE "TENURE ACCRUED FROM DATES:" TO WS-SL-TEXT.
083200     MOVE WS-ACCRUED-COUNT TO WS-SL-COUNT.
083300     WRITE EMP-SERVICE-LINE FROM WS-SUMMARY-LINE
083400         AFTER ADVANCING 1 LINES.
083500     MOVE "  EMP-YOE-TOTAL UPDATED:" TO WS-SL-TEXT.
083600     MOVE WS-UPDATED-COUNT TO WS-SL-COUNT.
083700     WRITE EMP-SERVICE-LINE FROM WS-SUMMARY-LINE
083800         AFTER ADVANCING 1 LINES.
083900     MOVE "  KEYED TENURE MISMATCHES:" TO WS-SL-TEXT.
084000     MOVE WS-MISMATCH-COUNT TO WS-SL-COUNT.
084100     WRITE EMP-SERVICE-LINE FROM WS-SUMMARY-LINE
084200         AFTER ADVANCING 1 LINES.
084300     MOVE "    ACROSS THE TEN-YEAR TIER:" TO WS-SL-TEXT.
084400     MOVE WS-TIER-MISMATCH-COUNT TO WS-SL-COUNT.
084500     WRITE EMP-SERVICE-LINE FROM WS-SUMMARY-LINE
084600         AFTER ADVANCING 1 LINES.
084700     MOVE "NO SERVICE DATE ON FILE:" TO WS-SL-TEXT.
084800     MOVE WS-NO-DATE-COUNT TO WS-SL-COUNT.
084900     WRITE EMP-SERVICE-LINE FROM WS-SUMMARY-LINE
085000         AFTER ADVANCING 1 LINES.
085100 3100-PRINT-SUMMARY-EXIT.
085200     EXIT.
