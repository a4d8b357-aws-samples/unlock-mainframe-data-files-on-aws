000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. EMPANV01.
000300 AUTHOR. MFDATA-APPLICATIONS-GROUP.
000400 INSTALLATION. MFDATA.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*
000800************************************************************
000900*  MODIFICATION HISTORY
001000*------------------------------------------------------------
001100*  DATE       INIT  DESCRIPTION
001200*  10/15/26   JDM   INITIAL VERSION - MONTHLY SERVICE
001300*                   ANNIVERSARY REPORT BY DEPARTMENT.
001325*  10/15/26   JDM   DATE EDIT CHECKS THE DAY AGAINST THE
001350*                   MONTH LENGTH AND LEAP YEAR.
001400************************************************************
001500*
001600************************************************************
001700*  PURPOSE -                                                *
001800*    LISTS, DEPARTMENT BY DEPARTMENT, EVERY EMPLOYEE WHOSE   *
001900*    5, 10, 15, 20 OR 25 YEAR SERVICE ANNIVERSARY (FROM THE  *
002000*    ADJUSTED SERVICE DATE, EMPREC01 EMP-SVC-DAYNO) FALLS IN *
002100*    THE MONTH AFTER THE AS-OF DATE - FOR THE RECOGNITION    *
002200*    PROGRAM, AND FOR BENEFITS, WHO SEE ON EACH TEN-YEAR     *
002300*    LINE THE TIER EMPBEN01 WILL MOVE THE EMPLOYEE TO ONCE   *
002400*    THE ANNIVERSARY IS PASSED.  RUN BY EMPSVCM0 AFTER THE   *
002500*    MONTHLY ACCRUAL, AGAINST A FLAT COPY OF THE MASTER      *
002600*    SORTED BY DEPARTMENT AND EMP-ID.  EMPLOYEES WITHOUT A   *
002700*    SERVICE DATE CANNOT BE SCHEDULED AND ARE ONLY COUNTED - *
002800*    EMPSVC01 LISTS THEM BY NAME.                            *
002900*                                                            *
003000*    CONTROL CARD (EMPACTL, OPTIONAL) -                      *
003100*      COLS  1-10  AS-OF DATE CCYY-MM-DD; NO CARD OR BLANK   *
003200*                  MEANS THE RUN DATE                        *
003300*                                                            *
003400*    RC=12 ON A BAD CONTROL CARD OR AN OPEN FAILURE.         *
003500************************************************************
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
003800 SOURCE-COMPUTER. IBM-ZSERIES.
003900 OBJECT-COMPUTER. IBM-ZSERIES.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT EMP-CTL-FILE ASSIGN TO EMPACTL
004300         ORGANIZATION IS SEQUENTIAL
004400         ACCESS MODE IS SEQUENTIAL
004500         FILE STATUS IS WS-CTL-STATUS.
004600
004700     SELECT EMP-DEPT-FILE ASSIGN TO EMPDREF
004800         ORGANIZATION IS SEQUENTIAL
004900         ACCESS MODE IS SEQUENTIAL
005000         FILE STATUS IS WS-DEPT-STATUS.
005100
005200     SELECT EMP-MASTER-SORTED-FILE ASSIGN TO EMPANMI
005300         ORGANIZATION IS SEQUENTIAL
005400         ACCESS MODE IS SEQUENTIAL
005500         FILE STATUS IS WS-MAS-STATUS.
005600
005700     SELECT EMP-ANNIVERSARY-REPORT ASSIGN TO EMPANRPT
005800         ORGANIZATION IS SEQUENTIAL
005900         ACCESS MODE IS SEQUENTIAL
006000         FILE STATUS IS WS-REPORT-STATUS.
006100 DATA DIVISION.
006200 FILE SECTION.
006300 FD  EMP-CTL-FILE
006400     RECORDING MODE IS F
006500     LABEL RECORDS ARE STANDARD.
006600 01  EMP-CTL-RECORD.
006700     05  EMP-ACTL-ASOF-DATE          PIC X(10).
006800     05  FILLER                      PIC X(70).
006900
007000 FD  EMP-DEPT-FILE
007100     RECORDING MODE IS F
007200     LABEL RECORDS ARE STANDARD.
007300     COPY EMPDPT01.
007400
007500 FD  EMP-MASTER-SORTED-FILE
007600     RECORDING MODE IS F
007700     LABEL RECORDS ARE STANDARD.
007800     COPY EMPREC01.
007900
008000 FD  EMP-ANNIVERSARY-REPORT
008100     RECORDING MODE IS F
008200     LABEL RECORDS ARE STANDARD.
008300 01  EMP-ANNIVERSARY-LINE            PIC X(80).
008400 WORKING-STORAGE SECTION.
008500 77  WS-CTL-STATUS                   PIC X(02)   VALUE "00".
008600 77  WS-DEPT-STATUS                  PIC X(02)   VALUE "00".
008700 77  WS-MAS-STATUS                   PIC X(02)   VALUE "00".
008800 77  WS-REPORT-STATUS                PIC X(02)   VALUE "00".
008900*
009000 77  WS-DEPT-EOF-SW                  PIC X(01)   VALUE "N".
009100     88  WS-DEPT-EOF                 VALUE "Y".
009200 77  WS-MAS-EOF-SW                   PIC X(01)   VALUE "N".
009300     88  WS-MAS-EOF                  VALUE "Y".
009400 77  WS-STOP-RUN-SW                  PIC X(01)   VALUE "N".
009500     88  WS-STOP-RUN                 VALUE "Y".
009600 77  WS-DATE-VALID-SW                PIC X(01)   VALUE "N".
009700     88  WS-DATE-VALID               VALUE "Y".
009800 77  WS-DEPT-FOUND-SW                PIC X(01)   VALUE "N".
009900     88  WS-DEPT-FOUND               VALUE "Y".
010000 77  WS-MILESTONE-FOUND-SW           PIC X(01)   VALUE "N".
010100     88  WS-MILESTONE-FOUND          VALUE "Y".
010200*
010300 01  WS-RUN-DATE-YMD.
010400     05  WS-RUN-DATE-CCYY            PIC 9(04).
010500     05  WS-RUN-DATE-MM              PIC 9(02).
010600     05  WS-RUN-DATE-DD              PIC 9(02).
010700*
010800************************************************************
010900*  AS-OF DATE AND THE MONTH REPORTED ON (THE ONE AFTER IT).
011000************************************************************
011100 01  WS-ASOF-DATE                    PIC X(10)   VALUE SPACE.
011200 01  WS-TARGET-MONTH.
011300     05  WS-TARGET-CCYY              PIC 9(04).
011400     05  FILLER                      PIC X(01)   VALUE "-".
011500     05  WS-TARGET-MM                PIC 9(02).
011600*
011700************************************************************
011800*  DEPARTMENT NAMES FROM THE REFERENCE FILE.
011900************************************************************
012000 01  WS-DEPT-TABLE.
012100     05  WS-DEPT-COUNT               PIC 9(03)   COMP VALUE ZERO.
012200     05  WS-DEPT-ENTRY OCCURS 200 TIMES.
012300         10  WS-DEPT-TBL-CODE        PIC X(04).
012400         10  WS-DEPT-TBL-NAME        PIC X(25).
012500 77  WS-DEPT-SUB                     PIC 9(03)   COMP VALUE ZERO.
012600*
012700************************************************************
012800*  MILESTONES REPORTED, WITH THE NUMBER LISTED AT EACH.
012900************************************************************
013000 01  WS-MILESTONE-VALUES             PIC X(10)
013100                                     VALUE "0510152025".
013200 01  WS-MILESTONE-TABLE REDEFINES WS-MILESTONE-VALUES.
013300     05  WS-MILESTONE-YEARS          PIC 9(02)   OCCURS 5 TIMES.
013400 01  WS-MILESTONE-COUNTS.
013500     05  WS-MILESTONE-COUNT          PIC 9(07)   COMP
013600                                     OCCURS 5 TIMES.
013700 77  WS-MS-SUB                       PIC 9(03)   COMP VALUE ZERO.
013800*
013900************************************************************
014000*  DEPARTMENT CONTROL BREAK - THE DEPARTMENT WHOSE HEADING
014100*  IS ON THE PAGE AND HOW MANY HAVE BEEN LISTED UNDER IT.
014200************************************************************
014300 01  WS-BREAK-DEPT                   PIC X(04)   VALUE SPACE.
014400 77  WS-BREAK-COUNT                  PIC 9(07)   COMP VALUE ZERO.
014500*
014600************************************************************
014700*  PER-EMPLOYEE WORK AREAS.
014800************************************************************
014900 77  WS-SVC-CCYY                     PIC 9(04)   VALUE ZERO.
015000 77  WS-SVC-MM                       PIC 9(02)   VALUE ZERO.
015100 77  WS-SVC-DD                       PIC 9(02)   VALUE ZERO.
015200 77  WS-ANNIV-YEARS                  PIC 9(04)   VALUE ZERO.
015300 01  WS-ANNIV-DATE                   PIC X(10)   VALUE SPACE.
015400 77  WS-BASE-TIER                    PIC 9(01)   VALUE ZERO.
015500 77  WS-NEXT-TIER                    PIC 9(01)   VALUE ZERO.
015600*
015700 01  WS-TIER-NOTE.
015800     05  FILLER                      PIC X(05)   VALUE "TIER ".
015900     05  WS-TN-FROM                  PIC 9(01).
016000     05  FILLER                      PIC X(04)   VALUE " TO ".
016100     05  WS-TN-TO                    PIC 9(01).
016200     05  FILLER                      PIC X(06)   VALUE SPACE.
016300*
016400************************************************************
016500*  DAY-NUMBER ROUTINES - AS IN EMPSVC01.  2700 TURNS
016600*  WS-DN-DATE (CCYYMMDD) INTO THE EMPREC01 DAY NUMBER
016700*  (1 = 1900-01-01) IN WS-DN-DAYNO; 2710 EDITS CCYY-MM-DD
016800*  TEXT IN WS-EDIT-DATE; 2720 TURNS WS-DN-DAYNO BACK INTO
016900*  WS-EDIT-DATE.
017000************************************************************
017100 01  WS-EDIT-DATE                    PIC X(10)   VALUE SPACE.
017200 01  WS-EDIT-DATE-PARTS REDEFINES WS-EDIT-DATE.
017300     05  WS-EDIT-CCYY                PIC 9(04).
017400     05  WS-EDIT-DASH1               PIC X(01).
017500     05  WS-EDIT-MM                  PIC 9(02).
017600     05  WS-EDIT-DASH2               PIC X(01).
017700     05  WS-EDIT-DD                  PIC 9(02).
017800 01  WS-DN-DATE.
017900     05  WS-DN-CCYY                  PIC 9(04).
018000     05  WS-DN-MM                    PIC 9(02).
018100     05  WS-DN-DD                    PIC 9(02).
018200 77  WS-DN-YEAR                      PIC 9(05)   COMP VALUE ZERO.
018300 77  WS-DN-MONTH                     PIC 9(03)   COMP VALUE ZERO.
018400 77  WS-DN-QUOTIENT                  PIC 9(07)   COMP VALUE ZERO.
018500 77  WS-DN-WORK                      PIC 9(07)   COMP VALUE ZERO.
018600 77  WS-DN-DAYS                      PIC 9(07)   COMP VALUE ZERO.
018700 77  WS-DN-DAYNO                     PIC 9(05)   COMP VALUE ZERO.
018800 77  WS-DN-BIG                       PIC 9(11)   COMP VALUE ZERO.
018900 77  WS-DN-YEAR-DAYS                 PIC 9(07)   COMP VALUE ZERO.
019000 77  WS-DN-DAY-OF-YEAR               PIC S9(07)  COMP VALUE ZERO.
019100 77  WS-DN-MONTH-INDEX               PIC 9(03)   COMP VALUE ZERO.
019200 77  WS-DN-REMAINDER                 PIC 9(03)   COMP VALUE ZERO.
019205*
019210*  MONTH LENGTHS FOR 2710, LOADED IN 1000-INITIALIZE.
019215*  FEBRUARY TAKES 29 DAYS IN A LEAP YEAR.
019220 77  WS-EDIT-MAX-DAY                 PIC 9(02)   VALUE ZERO.
019225 77  WS-EDIT-LEAP-SW                 PIC X(01)   VALUE "N".
019230     88  WS-EDIT-IS-LEAP             VALUE "Y".
019235 77  WS-EDIT-REM-4                   PIC 9(03)   COMP VALUE ZERO.
019240 77  WS-EDIT-REM-100                 PIC 9(03)   COMP VALUE ZERO.
019245 77  WS-EDIT-REM-400                 PIC 9(03)   COMP VALUE ZERO.
019250 01  WS-MONTH-DAYS-TABLE.
019255     05  WS-MONTH-DAYS-ENTRY         PIC 9(02)   OCCURS 12 TIMES.
019300*
019400 77  WS-MASTER-COUNT                 PIC 9(07)   COMP VALUE ZERO.
019500 77  WS-LISTED-COUNT                 PIC 9(07)   COMP VALUE ZERO.
019600 77  WS-TIER-CHANGE-COUNT            PIC 9(07)   COMP VALUE ZERO.
019700 77  WS-NO-DATE-COUNT                PIC 9(07)   COMP VALUE ZERO.
019800*
019900 01  WS-REPORT-HEADING-1.
020000     05  FILLER                      PIC X(01)   VALUE SPACE.
020100     05  FILLER                      PIC X(44)   VALUE
020200         "EMPANV01 - SERVICE ANNIVERSARIES FOR MONTH ".
020300     05  WS-H1-TARGET-MONTH          PIC X(07).
020400     05  FILLER                      PIC X(08)   VALUE
020500         "  AS OF ".
020600     05  WS-H1-ASOF-DATE             PIC X(10).
020700     05  FILLER                      PIC X(10)   VALUE SPACE.
020800*
020900 01  WS-REPORT-HEADING-2.
021000     05  FILLER                      PIC X(03)   VALUE SPACE.
021100     05  FILLER                      PIC X(07)   VALUE "EMPID".
021200     05  FILLER                      PIC X(26)   VALUE "NAME".
021300     05  FILLER                      PIC X(12)
021400         VALUE "ANNIVERSARY".
021500     05  FILLER                      PIC X(04)   VALUE "YRS".
021600     05  FILLER                      PIC X(11)
021700         VALUE "HIRE DATE".
021800     05  FILLER                      PIC X(17)   VALUE "NOTE".
021900*
022000 01  WS-DEPT-HEADING.
022100     05  FILLER                      PIC X(01)   VALUE SPACE.
022200     05  FILLER                      PIC X(11)
022300         VALUE "DEPARTMENT ".
022400     05  WS-DH-DEPT-CODE             PIC X(04).
022500     05  FILLER                      PIC X(02)   VALUE SPACE.
022600     05  WS-DH-DEPT-NAME             PIC X(25).
022700     05  FILLER                      PIC X(37)   VALUE SPACE.
022800*
022900 01  WS-DETAIL-LINE.
023000     05  FILLER                      PIC X(03)   VALUE SPACE.
023100     05  WS-DL-EMP-ID                PIC X(05).
023200     05  FILLER                      PIC X(02)   VALUE SPACE.
023300     05  WS-DL-NAME                  PIC X(25).
023400     05  FILLER                      PIC X(01)   VALUE SPACE.
023500     05  WS-DL-ANNIV-DATE            PIC X(10).
023600     05  FILLER                      PIC X(02)   VALUE SPACE.
023700     05  WS-DL-YEARS                 PIC Z9.
023800     05  FILLER                      PIC X(02)   VALUE SPACE.
023900     05  WS-DL-HIRE-DATE             PIC X(10).
024000     05  FILLER                      PIC X(01)   VALUE SPACE.
024100     05  WS-DL-NOTE                  PIC X(17).
024200*
024300 01  WS-DEPT-TOTAL-LINE.
024400     05  FILLER                      PIC X(03)   VALUE SPACE.
024500     05  FILLER                      PIC X(26)
024600         VALUE "DEPARTMENT ANNIVERSARIES:".
024700     05  WS-DT-COUNT                 PIC ZZZZZZ9.
024800     05  FILLER                      PIC X(44)   VALUE SPACE.
024900*
025000 01  WS-SUMMARY-LINE.
025100     05  FILLER                      PIC X(01)   VALUE SPACE.
025200     05  WS-SL-TEXT                  PIC X(36).
025300     05  WS-SL-COUNT                 PIC ZZZZZZ9.
025400     05  FILLER                      PIC X(36)   VALUE SPACE.
025500*
025600 01  WS-MILESTONE-TEXT.
025700     05  FILLER                      PIC X(02)   VALUE SPACE.
025800     05  WS-MT-YEARS                 PIC Z9.
025900     05  FILLER                      PIC X(32)
026000         VALUE " YEAR ANNIVERSARIES:".
026100 PROCEDURE DIVISION.
026200************************************************************
026300 0000-MAINLINE.
026400************************************************************
026500     PERFORM 1000-INITIALIZE
026600         THRU 1000-INITIALIZE-EXIT.
026700     IF NOT WS-STOP-RUN
026800         PERFORM 2000-PROCESS-RECORD
026900             THRU 2000-PROCESS-RECORD-EXIT
027000             UNTIL WS-MAS-EOF
027100     END-IF.
027200     PERFORM 3000-FINALIZE
027300         THRU 3000-FINALIZE-EXIT.
027400     GOBACK.
027500*
027600************************************************************
027700 1000-INITIALIZE.
027800************************************************************
027805     MOVE 31 TO WS-MONTH-DAYS-ENTRY (01).
027810     MOVE 28 TO WS-MONTH-DAYS-ENTRY (02).
027815     MOVE 31 TO WS-MONTH-DAYS-ENTRY (03).
027820     MOVE 30 TO WS-MONTH-DAYS-ENTRY (04).
027825     MOVE 31 TO WS-MONTH-DAYS-ENTRY (05).
027830     MOVE 30 TO WS-MONTH-DAYS-ENTRY (06).
027835     MOVE 31 TO WS-MONTH-DAYS-ENTRY (07).
027840     MOVE 31 TO WS-MONTH-DAYS-ENTRY (08).
027845     MOVE 30 TO WS-MONTH-DAYS-ENTRY (09).
027850     MOVE 31 TO WS-MONTH-DAYS-ENTRY (10).
027855     MOVE 30 TO WS-MONTH-DAYS-ENTRY (11).
027860     MOVE 31 TO WS-MONTH-DAYS-ENTRY (12).
027900     MOVE ZERO TO WS-MILESTONE-COUNT (1) WS-MILESTONE-COUNT (2)
028000                  WS-MILESTONE-COUNT (3) WS-MILESTONE-COUNT (4)
028100                  WS-MILESTONE-COUNT (5).
028200     PERFORM 1100-READ-CONTROL-CARD
028300         THRU 1100-READ-CONTROL-CARD-EXIT.
028400     IF WS-STOP-RUN
028500         GO TO 1000-INITIALIZE-EXIT
028600     END-IF.
028700     PERFORM 1200-LOAD-DEPT-NAMES
028800         THRU 1200-LOAD-DEPT-NAMES-EXIT.
028900     IF WS-STOP-RUN
029000         GO TO 1000-INITIALIZE-EXIT
029100     END-IF.
029200     OPEN INPUT  EMP-MASTER-SORTED-FILE
029300          OUTPUT EMP-ANNIVERSARY-REPORT.
029400     IF WS-MAS-STATUS NOT = "00" OR
029500        WS-REPORT-STATUS NOT = "00"
029600         DISPLAY "EMPANV01 - OPEN FAILED - " WS-MAS-STATUS
029700             " " WS-REPORT-STATUS
029800         MOVE "Y" TO WS-STOP-RUN-SW
029900         MOVE 12 TO RETURN-CODE
030000         GO TO 1000-INITIALIZE-EXIT
030100     END-IF.
030200     MOVE WS-TARGET-MONTH TO WS-H1-TARGET-MONTH.
030300     MOVE WS-ASOF-DATE    TO WS-H1-ASOF-DATE.
030400     WRITE EMP-ANNIVERSARY-LINE FROM WS-REPORT-HEADING-1.
030500     WRITE EMP-ANNIVERSARY-LINE FROM WS-REPORT-HEADING-2
030600         AFTER ADVANCING 2 LINES.
030700     PERFORM 2900-READ-MASTER
030800         THRU 2900-READ-MASTER-EXIT.
030900 1000-INITIALIZE-EXIT.
031000     EXIT.
031100*
031200************************************************************
031300*  1100 - THE AS-OF DATE (NO CARD OR A BLANK ONE MEANS THE
031400*  RUN DATE) AND FROM IT THE MONTH REPORTED ON.
031500************************************************************
031600 1100-READ-CONTROL-CARD.
031700************************************************************
031800     ACCEPT WS-RUN-DATE-YMD FROM DATE YYYYMMDD.
031900     MOVE WS-RUN-DATE-CCYY TO WS-EDIT-CCYY.
032000     MOVE WS-RUN-DATE-MM   TO WS-EDIT-MM.
032100     MOVE WS-RUN-DATE-DD   TO WS-EDIT-DD.
032200     MOVE "-"              TO WS-EDIT-DASH1.
032300     MOVE "-"              TO WS-EDIT-DASH2.
032400     MOVE WS-EDIT-DATE     TO WS-ASOF-DATE.
032500     OPEN INPUT EMP-CTL-FILE.
032600     IF WS-CTL-STATUS = "00"
032700         READ EMP-CTL-FILE
032800             AT END
032900                 MOVE SPACE TO EMP-ACTL-ASOF-DATE
033000         END-READ
033100         IF EMP-ACTL-ASOF-DATE NOT = SPACE
033200             MOVE EMP-ACTL-ASOF-DATE TO WS-ASOF-DATE
033300         END-IF
033400         CLOSE EMP-CTL-FILE
033500     END-IF.
033600     MOVE WS-ASOF-DATE TO WS-EDIT-DATE.
033700     PERFORM 2710-EDIT-DATE
033800         THRU 2710-EDIT-DATE-EXIT.
033900     IF NOT WS-DATE-VALID
034000         DISPLAY "EMPANV01 - BAD AS-OF DATE ON CONTROL CARD - "
034100             WS-ASOF-DATE
034200         MOVE "Y" TO WS-STOP-RUN-SW
034300         MOVE 12 TO RETURN-CODE
034400         GO TO 1100-READ-CONTROL-CARD-EXIT
034500     END-IF.
034600     MOVE WS-EDIT-CCYY TO WS-TARGET-CCYY.
034700     MOVE WS-EDIT-MM   TO WS-TARGET-MM.
034800     IF WS-TARGET-MM = 12
034900         ADD 1 TO WS-TARGET-CCYY
035000         MOVE 1 TO WS-TARGET-MM
035100     ELSE
035200         ADD 1 TO WS-TARGET-MM
035300     END-IF.
035400 1100-READ-CONTROL-CARD-EXIT.
035500     EXIT.
035600*
035700************************************************************
035800 1200-LOAD-DEPT-NAMES.
035900************************************************************
036000     OPEN INPUT EMP-DEPT-FILE.
036100     IF WS-DEPT-STATUS NOT = "00"
036200         DISPLAY "EMPANV01 - DEPT REFERENCE OPEN FAILED - "
036300             WS-DEPT-STATUS
036400         MOVE "Y" TO WS-STOP-RUN-SW
036500         MOVE 12 TO RETURN-CODE
036600         GO TO 1200-LOAD-DEPT-NAMES-EXIT
036700     END-IF.
036800     PERFORM 1210-LOAD-DEPT-NAME
036900         THRU 1210-LOAD-DEPT-NAME-EXIT
037000         UNTIL WS-DEPT-EOF.
037100     CLOSE EMP-DEPT-FILE.
037200 1200-LOAD-DEPT-NAMES-EXIT.
037300     EXIT.
037400*
037500************************************************************
037600 1210-LOAD-DEPT-NAME.
037700************************************************************
037800     READ EMP-DEPT-FILE
037900         AT END
038000             MOVE "Y" TO WS-DEPT-EOF-SW
038100             GO TO 1210-LOAD-DEPT-NAME-EXIT
038200     END-READ.
038300     IF WS-DEPT-COUNT >= 200
038400         DISPLAY "EMPANV01 - DEPT TABLE FULL - CODE DROPPED "
038500             EMP-DEPT-REF-CODE
038600         GO TO 1210-LOAD-DEPT-NAME-EXIT
038700     END-IF.
038800     ADD 1 TO WS-DEPT-COUNT.
038900     MOVE EMP-DEPT-REF-CODE TO WS-DEPT-TBL-CODE (WS-DEPT-COUNT).
039000     MOVE EMP-DEPT-NAME     TO WS-DEPT-TBL-NAME (WS-DEPT-COUNT).
039100 1210-LOAD-DEPT-NAME-EXIT.
039200     EXIT.
039300*
039400************************************************************
039500*  2000 - ONE MASTER RECORD.  THE ANNIVERSARY IN THE TARGET
039600*  YEAR IS WORKED OUT THROUGH THE DAY NUMBER SO THAT A
039700*  FEBRUARY 29 SERVICE DATE FALLS ON MARCH 1 IN A COMMON
039800*  YEAR, AS IN THE EMPSVC01 ACCRUAL; IT IS LISTED WHEN IT
039900*  LANDS IN THE TARGET MONTH ON A MILESTONE YEAR.
040000************************************************************
040100 2000-PROCESS-RECORD.
040200************************************************************
040300     ADD 1 TO WS-MASTER-COUNT.
040400     IF EMP-SVC-DAYNO NOT NUMERIC
040500         ADD 1 TO WS-NO-DATE-COUNT
040600         GO TO 2000-PROCESS-RECORD-NEXT
040700     END-IF.
040800     IF EMP-SVC-DAYNO = ZERO
040900         ADD 1 TO WS-NO-DATE-COUNT
041000         GO TO 2000-PROCESS-RECORD-NEXT
041100     END-IF.
041200     MOVE EMP-SVC-DAYNO TO WS-DN-DAYNO.
041300     PERFORM 2720-DAYNO-TO-DATE
041400         THRU 2720-DAYNO-TO-DATE-EXIT.
041500     MOVE WS-EDIT-CCYY TO WS-SVC-CCYY.
041600     MOVE WS-EDIT-MM   TO WS-SVC-MM.
041700     MOVE WS-EDIT-DD   TO WS-SVC-DD.
041800     IF WS-SVC-CCYY NOT < WS-TARGET-CCYY
041900         GO TO 2000-PROCESS-RECORD-NEXT
042000     END-IF.
042100     MOVE WS-TARGET-CCYY TO WS-DN-CCYY.
042200     MOVE WS-SVC-MM      TO WS-DN-MM.
042300     MOVE WS-SVC-DD      TO WS-DN-DD.
042400     PERFORM 2700-DATE-TO-DAYNO
042500         THRU 2700-DATE-TO-DAYNO-EXIT.
042600     PERFORM 2720-DAYNO-TO-DATE
042700         THRU 2720-DAYNO-TO-DATE-EXIT.
042800     IF WS-EDIT-MM NOT = WS-TARGET-MM
042900         GO TO 2000-PROCESS-RECORD-NEXT
043000     END-IF.
043100     MOVE WS-EDIT-DATE TO WS-ANNIV-DATE.
043200     COMPUTE WS-ANNIV-YEARS = WS-TARGET-CCYY - WS-SVC-CCYY.
043300     MOVE "N" TO WS-MILESTONE-FOUND-SW.
043400     MOVE 1 TO WS-MS-SUB.
043500     PERFORM 2100-SCAN-MILESTONE
043600         THRU 2100-SCAN-MILESTONE-EXIT
043700         UNTIL WS-MILESTONE-FOUND OR WS-MS-SUB > 5.
043800     IF NOT WS-MILESTONE-FOUND
043900         GO TO 2000-PROCESS-RECORD-NEXT
044000     END-IF.
044100     ADD 1 TO WS-MILESTONE-COUNT (WS-MS-SUB).
044200     PERFORM 2200-LIST-ANNIVERSARY
044300         THRU 2200-LIST-ANNIVERSARY-EXIT.
044400 2000-PROCESS-RECORD-NEXT.
044500     PERFORM 2900-READ-MASTER
044600         THRU 2900-READ-MASTER-EXIT.
044700 2000-PROCESS-RECORD-EXIT.
044800     EXIT.
044900*
045000************************************************************
045100*  2100 - LOOK FOR WS-ANNIV-YEARS AMONG THE MILESTONES;
045200*  WS-MS-SUB IS LEFT POINTING AT THE ONE FOUND.
045300************************************************************
045400 2100-SCAN-MILESTONE.
045500************************************************************
045600     IF WS-MILESTONE-YEARS (WS-MS-SUB) = WS-ANNIV-YEARS
045700         MOVE "Y" TO WS-MILESTONE-FOUND-SW
045800         GO TO 2100-SCAN-MILESTONE-EXIT
045900     END-IF.
046000     ADD 1 TO WS-MS-SUB.
046100 2100-SCAN-MILESTONE-EXIT.
046200     EXIT.
046300*
046400************************************************************
046500*  2200 - PRINT THE EMPLOYEE UNDER THEIR DEPARTMENT,
046600*  STARTING A NEW DEPARTMENT HEADING (AND CLOSING THE LAST
046700*  ONE WITH ITS COUNT) WHEN THE DEPARTMENT CHANGES.  THE
046800*  TEN-YEAR NOTE GIVES THE MOVE EMPBEN01 WILL MAKE: THE
046900*  DEPENDENT-COUNT TIER GOES UP ONE, EXCEPT AT TIER 4 OR
047000*  WHILE ON LEAVE (NO ENROLLMENT IS WRITTEN).
047100************************************************************
047200 2200-LIST-ANNIVERSARY.
047300************************************************************
047400     IF WS-LISTED-COUNT = ZERO OR
047500        EMP-DEPT-CODE NOT = WS-BREAK-DEPT
047600         PERFORM 2300-DEPT-BREAK
047700             THRU 2300-DEPT-BREAK-EXIT
047800     END-IF.
047900     MOVE EMP-ID-X      TO WS-DL-EMP-ID.
048000     MOVE EMP-NAME      TO WS-DL-NAME.
048100     MOVE WS-ANNIV-DATE TO WS-DL-ANNIV-DATE.
048200     MOVE WS-ANNIV-YEARS TO WS-DL-YEARS.
048300     MOVE SPACE TO WS-DL-HIRE-DATE.
048400     IF EMP-HIRE-DAYNO NUMERIC
048500         IF EMP-HIRE-DAYNO > ZERO
048600             MOVE EMP-HIRE-DAYNO TO WS-DN-DAYNO
048700             PERFORM 2720-DAYNO-TO-DATE
048800                 THRU 2720-DAYNO-TO-DATE-EXIT
048900             MOVE WS-EDIT-DATE TO WS-DL-HIRE-DATE
049000         END-IF
049100     END-IF.
049200     MOVE SPACE TO WS-DL-NOTE.
049300     IF WS-ANNIV-YEARS = 10
049400         EVALUATE TRUE
049500             WHEN EMP-DEPENDENTS-NUM <= 0
049600                 MOVE 1 TO WS-BASE-TIER
049700             WHEN EMP-DEPENDENTS-NUM <= 2
049800                 MOVE 2 TO WS-BASE-TIER
049900             WHEN EMP-DEPENDENTS-NUM <= 4
050000                 MOVE 3 TO WS-BASE-TIER
050100             WHEN OTHER
050200                 MOVE 4 TO WS-BASE-TIER
050300         END-EVALUATE
050400         IF EMP-STATUS-CODE = "L"
050500             MOVE "ON LEAVE" TO WS-DL-NOTE
050600         ELSE
050700             IF WS-BASE-TIER < 4
050800                 COMPUTE WS-NEXT-TIER = WS-BASE-TIER + 1
050900                 MOVE WS-BASE-TIER TO WS-TN-FROM
051000                 MOVE WS-NEXT-TIER TO WS-TN-TO
051100                 MOVE WS-TIER-NOTE TO WS-DL-NOTE
051200                 ADD 1 TO WS-TIER-CHANGE-COUNT
051300             ELSE
051400                 MOVE "TIER 4 NO CHANGE" TO WS-DL-NOTE
051500             END-IF
051600         END-IF
051700     END-IF.
051800     WRITE EMP-ANNIVERSARY-LINE FROM WS-DETAIL-LINE
051900         AFTER ADVANCING 1 LINES.
052000     ADD 1 TO WS-LISTED-COUNT.
052100     ADD 1 TO WS-BREAK-COUNT.
052200 2200-LIST-ANNIVERSARY-EXIT.
052300     EXIT.
052400*
052500************************************************************
052600*  2300 - CLOSE THE DEPARTMENT ON THE PAGE (IF ANY) AND
052700*  HEAD UP THE ONE FOR THE RECORD IN HAND.
052800************************************************************
052900 2300-DEPT-BREAK.
053000************************************************************
053100     IF WS-LISTED-COUNT > ZERO
053200         PERFORM 2400-DEPT-TOTAL
053300             THRU 2400-DEPT-TOTAL-EXIT
053400     END-IF.
053500     MOVE EMP-DEPT-CODE TO WS-BREAK-DEPT.
053600     MOVE ZERO TO WS-BREAK-COUNT.
053700     MOVE WS-BREAK-DEPT TO WS-DH-DEPT-CODE.
053800     MOVE "(NOT ON REF FILE)" TO WS-DH-DEPT-NAME.
053900     MOVE "N" TO WS-DEPT-FOUND-SW.
054000     MOVE 1 TO WS-DEPT-SUB.
054100     PERFORM 2310-SCAN-DEPT-ENTRY
054200         THRU 2310-SCAN-DEPT-ENTRY-EXIT
054300         UNTIL WS-DEPT-FOUND OR WS-DEPT-SUB > WS-DEPT-COUNT.
054400     WRITE EMP-ANNIVERSARY-LINE FROM WS-DEPT-HEADING
054500         AFTER ADVANCING 2 LINES.
054600 2300-DEPT-BREAK-EXIT.
054700     EXIT.
054800*
054900************************************************************
055000 2310-SCAN-DEPT-ENTRY.
055100************************************************************
055200     IF WS-DEPT-TBL-CODE (WS-DEPT-SUB) = WS-BREAK-DEPT
055300         MOVE WS-DEPT-TBL-NAME (WS-DEPT-SUB) TO WS-DH-DEPT-NAME
055400         MOVE "Y" TO WS-DEPT-FOUND-SW
055500         GO TO 2310-SCAN-DEPT-ENTRY-EXIT
055600     END-IF.
055700     ADD 1 TO WS-DEPT-SUB.
055800 2310-SCAN-DEPT-ENTRY-EXIT.
055900     EXIT.
056000*
056100************************************************************
056200 2400-DEPT-TOTAL.
056300************************************************************
056400     MOVE WS-BREAK-COUNT TO WS-DT-COUNT.
056500     WRITE EMP-ANNIVERSARY-LINE FROM WS-DEPT-TOTAL-LINE
056600         AFTER ADVANCING 1 LINES.
056700 2400-DEPT-TOTAL-EXIT.
056800     EXIT.
056900*
057000************************************************************
057100*  2700 - CCYYMMDD IN WS-DN-DATE TO THE DAY NUMBER IN
057200*  WS-DN-DAYNO.
057300************************************************************
057400 2700-DATE-TO-DAYNO.
057500************************************************************
057600     MOVE WS-DN-CCYY TO WS-DN-YEAR.
057700     MOVE WS-DN-MM   TO WS-DN-MONTH.
057800     IF WS-DN-MONTH < 3
057900         SUBTRACT 1 FROM WS-DN-YEAR
058000         ADD 12 TO WS-DN-MONTH
058100     END-IF.
058200     COMPUTE WS-DN-DAYS = WS-DN-YEAR * 365 + WS-DN-DD.
058300     DIVIDE WS-DN-YEAR BY 4   GIVING WS-DN-QUOTIENT.
058400     ADD WS-DN-QUOTIENT      TO WS-DN-DAYS.
058500     DIVIDE WS-DN-YEAR BY 100 GIVING WS-DN-QUOTIENT.
058600     SUBTRACT WS-DN-QUOTIENT FROM WS-DN-DAYS.
058700     DIVIDE WS-DN-YEAR BY 400 GIVING WS-DN-QUOTIENT.
058800     ADD WS-DN-QUOTIENT      TO WS-DN-DAYS.
058900     COMPUTE WS-DN-WORK = (WS-DN-MONTH - 3) * 153 + 2.
059000     DIVIDE WS-DN-WORK BY 5   GIVING WS-DN-QUOTIENT.
059100     ADD WS-DN-QUOTIENT      TO WS-DN-DAYS.
059200     COMPUTE WS-DN-DAYNO = WS-DN-DAYS - 693901.
059300 2700-DATE-TO-DAYNO-EXIT.
059400     EXIT.
059500*
059600************************************************************
059650*  2710 - EDIT THE CCYY-MM-DD TEXT IN WS-EDIT-DATE; WHEN IT
059700*  IS GOOD, WS-DN-DAYNO COMES BACK WITH ITS DAY NUMBER.  THE
059750*  DAY MUST FALL WITHIN ITS MONTH - 29 FEBRUARY ONLY IN A
059800*  LEAP YEAR.
059900************************************************************
060000 2710-EDIT-DATE.
060100************************************************************
060200     MOVE "N" TO WS-DATE-VALID-SW.
060300     IF WS-EDIT-DASH1 NOT = "-" OR WS-EDIT-DASH2 NOT = "-" OR
060400        WS-EDIT-CCYY NOT NUMERIC OR
060500        WS-EDIT-MM NOT NUMERIC OR WS-EDIT-DD NOT NUMERIC
060600         GO TO 2710-EDIT-DATE-EXIT
060700     END-IF.
060725     IF WS-EDIT-CCYY < 1900 OR WS-EDIT-CCYY > 2099 OR
060750        WS-EDIT-MM < 1 OR WS-EDIT-MM > 12
060775         GO TO 2710-EDIT-DATE-EXIT
060800     END-IF.
060825     MOVE "N" TO WS-EDIT-LEAP-SW.
060850     DIVIDE WS-EDIT-CCYY BY 4   GIVING WS-DN-QUOTIENT
060875         REMAINDER WS-EDIT-REM-4.
060900     DIVIDE WS-EDIT-CCYY BY 100 GIVING WS-DN-QUOTIENT
060925         REMAINDER WS-EDIT-REM-100.
060950     DIVIDE WS-EDIT-CCYY BY 400 GIVING WS-DN-QUOTIENT
060975         REMAINDER WS-EDIT-REM-400.
061000     IF WS-EDIT-REM-4 = 0 AND
061025        (WS-EDIT-REM-100 NOT = 0 OR WS-EDIT-REM-400 = 0)
061050         MOVE "Y" TO WS-EDIT-LEAP-SW
061075     END-IF.
061100     MOVE WS-MONTH-DAYS-ENTRY (WS-EDIT-MM) TO WS-EDIT-MAX-DAY.
061125     IF WS-EDIT-MM = 2 AND WS-EDIT-IS-LEAP
061150         MOVE 29 TO WS-EDIT-MAX-DAY
061175     END-IF.
061200     IF WS-EDIT-DD < 1 OR WS-EDIT-DD > WS-EDIT-MAX-DAY
061225         GO TO 2710-EDIT-DATE-EXIT
061250     END-IF.
061300     MOVE WS-EDIT-CCYY TO WS-DN-CCYY.
061400     MOVE WS-EDIT-MM   TO WS-DN-MM.
061500     MOVE WS-EDIT-DD   TO WS-DN-DD.
061600     PERFORM 2700-DATE-TO-DAYNO
061700         THRU 2700-DATE-TO-DAYNO-EXIT.
061800     MOVE "Y" TO WS-DATE-VALID-SW.
061900 2710-EDIT-DATE-EXIT.
062000     EXIT.
062100*
062200************************************************************
062300*  2720 - THE DAY NUMBER IN WS-DN-DAYNO BACK TO CCYY-MM-DD
062400*  TEXT IN WS-EDIT-DATE.
062500************************************************************
062600 2720-DAYNO-TO-DATE.
062700************************************************************
062800     COMPUTE WS-DN-DAYS = WS-DN-DAYNO + 693901.
062900     SUBTRACT 1 FROM WS-DN-DAYS.
063000     COMPUTE WS-DN-BIG = WS-DN-DAYS * 10000 + 14780.
063100     DIVIDE WS-DN-BIG BY 3652425 GIVING WS-DN-YEAR.
063200     PERFORM 2730-YEAR-START
063300         THRU 2730-YEAR-START-EXIT.
063400     COMPUTE WS-DN-DAY-OF-YEAR = WS-DN-DAYS - WS-DN-YEAR-DAYS.
063500     IF WS-DN-DAY-OF-YEAR < ZERO
063600         SUBTRACT 1 FROM WS-DN-YEAR
063700         PERFORM 2730-YEAR-START
063800             THRU 2730-YEAR-START-EXIT
063900         COMPUTE WS-DN-DAY-OF-YEAR =
064000             WS-DN-DAYS - WS-DN-YEAR-DAYS
064100     END-IF.
064200     COMPUTE WS-DN-WORK = WS-DN-DAY-OF-YEAR * 100 + 52.
064300     DIVIDE WS-DN-WORK BY 3060 GIVING WS-DN-MONTH-INDEX.
064400     COMPUTE WS-DN-WORK = WS-DN-MONTH-INDEX + 2.
064500     DIVIDE WS-DN-WORK BY 12 GIVING WS-DN-QUOTIENT
064600         REMAINDER WS-DN-REMAINDER.
064700     ADD WS-DN-QUOTIENT TO WS-DN-YEAR.
064800     COMPUTE WS-DN-MONTH = WS-DN-REMAINDER + 1.
064900     COMPUTE WS-DN-WORK = WS-DN-MONTH-INDEX * 306 + 5.
065000     DIVIDE WS-DN-WORK BY 10 GIVING WS-DN-QUOTIENT.
065100     MOVE WS-DN-YEAR  TO WS-EDIT-CCYY.
065200     MOVE WS-DN-MONTH TO WS-EDIT-MM.
065300     COMPUTE WS-EDIT-DD =
065400         WS-DN-DAY-OF-YEAR - WS-DN-QUOTIENT + 1.
065500     MOVE "-" TO WS-EDIT-DASH1.
065600     MOVE "-" TO WS-EDIT-DASH2.
065700 2720-DAYNO-TO-DATE-EXIT.
065800     EXIT.
065900*
066000************************************************************
066100*  2730 - DAY NUMBER OF 1 MARCH OF MARCH-BASED YEAR
066200*  WS-DN-YEAR, COUNTED THE SAME WAY AS 2720 (FROM ZERO).
066300************************************************************
066400 2730-YEAR-START.
066500************************************************************
066600     COMPUTE WS-DN-YEAR-DAYS = WS-DN-YEAR * 365.
066700     DIVIDE WS-DN-YEAR BY 4   GIVING WS-DN-QUOTIENT.
066800     ADD WS-DN-QUOTIENT      TO WS-DN-YEAR-DAYS.
066900     DIVIDE WS-DN-YEAR BY 100 GIVING WS-DN-QUOTIENT.
067000     SUBTRACT WS-DN-QUOTIENT FROM WS-DN-YEAR-DAYS.
067100     DIVIDE WS-DN-YEAR BY 400 GIVING WS-DN-QUOTIENT.
067200     ADD WS-DN-QUOTIENT      TO WS-DN-YEAR-DAYS.
067300 2730-YEAR-START-EXIT.
067400     EXIT.
067500*
067600************************************************************
067700 2900-READ-MASTER.
067800************************************************************
067900     READ EMP-MASTER-SORTED-FILE
068000         AT END
068100             MOVE "Y" TO WS-MAS-EOF-SW
068200     END-READ.
068300 2900-READ-MASTER-EXIT.
068400     EXIT.
068500*
068600************************************************************
068700 3000-FINALIZE.
068800************************************************************
068900     IF WS-REPORT-STATUS = "00"
069000         IF WS-LISTED-COUNT > ZERO
069100             PERFORM 2400-DEPT-TOTAL
069200                 THRU 2400-DEPT-TOTAL-EXIT
069300         END-IF
069400         PERFORM 3100-PRINT-SUMMARY
069500             THRU 3100-PRINT-SUMMARY-EXIT
069600         CLOSE EMP-ANNIVERSARY-REPORT
069700     END-IF.
069800     IF WS-MAS-STATUS = "00" OR WS-MAS-STATUS = "10"
069900         CLOSE EMP-MASTER-SORTED-FILE
070000     END-IF.
070100     DISPLAY "EMPANV01 - ANNIVERSARIES FOR " WS-TARGET-MONTH
070200         ": " WS-LISTED-COUNT " NO SERVICE DATE: "
070300         WS-NO-DATE-COUNT.
070400 3000-FINALIZE-EXIT.
070500     EXIT.
070600*
070700************************************************************
070800 3100-PRINT-SUMMARY.
070900************************************************************
071000     MOVE "MASTER RECORDS READ:" TO WS-SL-TEXT.
071100     MOVE WS-MASTER-COUNT TO WS-SL-COUNT.
071200     WRITE EMP-ANNIVERSARY-LINE FROM WS-SUMMARY-LINE
071300         AFTER ADVANCING 3 LINES.
071400     MOVE 1 TO WS-MS-SUB.
071500     PERFORM 3110-PRINT-MILESTONE
071600         THRU 3110-PRINT-MILESTONE-EXIT
071700         UNTIL WS-MS-SUB > 5.
071800     MOVE "TOTAL ANNIVERSARIES:" TO WS-SL-TEXT.
071900     MOVE WS-LISTED-COUNT TO WS-SL-COUNT.
072000     WRITE EMP-ANNIVERSARY-LINE FROM WS-SUMMARY-LINE
072100         AFTER ADVANCING 1 LINES.
072200     MOVE "  BENEFIT TIER CHANGES DUE:" TO WS-SL-TEXT.
072300     MOVE WS-TIER-CHANGE-COUNT TO WS-SL-COUNT.
072400     WRITE EMP-ANNIVERSARY-LINE FROM WS-SUMMARY-LINE
072500         AFTER ADVANCING 1 LINES.
072600     MOVE "NO SERVICE DATE - NOT SCHEDULED:" TO WS-SL-TEXT.
072700     MOVE WS-NO-DATE-COUNT TO WS-SL-COUNT.
072800     WRITE EMP-ANNIVERSARY-LINE FROM WS-SUMMARY-LINE
072900         AFTER ADVANCING 1 LINES.
073000 3100-PRINT-SUMMARY-EXIT.
073100     EXIT.
073200*
073300************************************************************
073400 3110-PRINT-MILESTONE.
073500************************************************************
073600     MOVE WS-MILESTONE-YEARS (WS-MS-SUB) TO WS-MT-YEARS.
073700     MOVE WS-MILESTONE-TEXT TO WS-SL-TEXT.
073800     MOVE WS-MILESTONE-COUNT (WS-MS-SUB) TO WS-SL-COUNT.
073900     WRITE EMP-ANNIVERSARY-LINE FROM WS-SUMMARY-LINE
074000         AFTER ADVANCING 1 LINES.
074100     ADD 1 TO WS-MS-SUB.
074200 3110-PRINT-MILESTONE-EXIT.
074300     EXIT.
