001510*  09/02/26   JDM   TRANSACTION LAYOUT NOW TAKES ITS ACTION
001520*                   CODE BYTE BY RENAMING EMP-STATUS-CODE IN
001530*                   EMPREC01 (SAME POSITION AS BEFORE).
001540*  10/15/26   JDM   LOADED TRANSACTIONS CARRY THE USER ID THAT
001550*                   KEYED THEM IN THE LAST SIX BYTES OF THE
001560*                   IMAGE FOR THE EMPAPR01 APPROVAL HOLD.
001570*  10/15/26   JDM   THE KEYING USER ID IS NOW A REQUIRED CSV
001580*                   COLUMN (14) AND A ROW WITHOUT ONE IS
001590*                   REJECTED, SO THE LOADER NO LONGER STANDS IN
001600*                   AS THE MAKER.  NEW COLUMN 15 CARRIES THE
001610*                   START DATE OF AN "A"/"R", PASSED TO EMPUPD01
001620*                   AS CCYYMMDD IN EMP-SALARY-DIFF.
001630************************************************************
001700*
001800************************************************************
001900*  PURPOSE -                                                *
003100*    REJECTION REPORT WITH THE ROW NUMBER AND REASON AND    *
003200*    NEVER REACH THE BATCH.                                 *
003300*                                                            *
003325*    EXPECTED COLUMNS (QUOTED TEXT PER EMPXTR01 CONVENTION,  *
003350*    EMBEDDED QUOTES DOUBLED) -                              *
003375*      1  ACTION (A/C/D/R)      9  YOE-TOTAL (9999.99)       *
003400*      2  EMP-ID (NUMERIC)     10  SALARY (9999999.99)       *
003425*      3  NAME                 11  SALARY-DIFF (SIGNED)      *
003450*      4  DOB CCYY-MM-DD       12  DEPENDENTS (INTEGER)      *
003475*      5  ADDRESS LINE 1       13  DEPT CODE                 *
003500*      6  ADDRESS LINE 2       14  KEYED-BY USER ID          *
003525*      7  ADDRESS LINE 3       15  START DATE CCYY-MM-DD     *
003550*      8  YOE-CUR (INTEGER)                                  *
003575*                                                            *
003600*    COLUMN 14 IS THE USER ID (1-6 CHARACTERS) OF THE        *
003625*    PERSON WHO KEYED THE CHANGE ON THE CLOUD SIDE.  IT IS   *
003650*    REQUIRED - THE EMPAPR01 APPROVAL HOLD NEEDS THE REAL    *
003675*    MAKER SO THAT SOMEONE ELSE APPROVES - AND A ROW         *
003700*    WITHOUT ONE IS REJECTED.                                *
003725*                                                            *
003750*    COLUMN 15 IS THE DAY AN "A" OR "R" STARTS WORK.         *
003775*    EMPUPD01 READS THE START DATE FROM EMP-SALARY-DIFF AS   *
003800*    CCYYMMDD (ZERO MEANS THE RUN DATE), SO ON AN A/R ROW    *
003825*    COLUMN 11 IS IGNORED AND COLUMN 15 IS WHAT LANDS IN     *
003850*    THAT FIELD; EMPTY MEANS THE RUN DATE.  ON A C OR D ROW  *
003875*    COLUMN 15 MUST BE EMPTY.                                *
003900************************************************************
004400 ENVIRONMENT DIVISION.
004500 CONFIGURATION SECTION.
004600 SOURCE-COMPUTER. IBM-ZSERIES.
007200 FD  EMP-TRAN-FILE
007300     RECORDING MODE IS F
007400     LABEL RECORDS ARE STANDARD.
007450     COPY EMPREC01
007500         REPLACING ==EMP-STATUS-CODE== BY ==EMP-TRAN-CODE==
007550                   ==EMP-SALARY-DIFF             PIC S9(7)V99
007600                     COMP-3.==
007650               BY  ==EMP-SALARY-DIFF             PIC S9(7)V99
007700                     COMP-3.
007750                  05 EMP-TRAN-EFF-DATE REDEFINES EMP-SALARY-DIFF
007800                                        PIC S9(9) COMP-3.==.
007850
008000 FD  EMP-REJECT-FILE
008100     RECORDING MODE IS F
008200     LABEL RECORDS ARE STANDARD.
011100*  COLUMN SIZE EDITS.
011200************************************************************
011300 01  WS-FIELD-TABLE.
011400     05  WS-FLD-ENTRY OCCURS 15 TIMES.
011500         10  WS-FLD-TEXT             PIC X(30).
011600         10  WS-FLD-LEN              PIC 9(02)   COMP.
011700*
014100 01  WS-PARSE-DEC-COUNT              PIC 9(02)   COMP VALUE ZERO.
014200 01  WS-PARSE-AMOUNT                 PIC S9(7)V99 COMP-3
014300                                          VALUE ZERO.
014302*
014304************************************************************
014306*  START-DATE WORK AREA - COLUMN 15 AS KEYED (CCYY-MM-DD)
014308*  AND AS THE CCYYMMDD EMPUPD01 READS, WITH THE MONTH
014310*  LENGTHS 2250 PROVES IT AGAINST.
014312************************************************************
014314 01  WS-START-DATE.
014316     05  WS-START-CCYY               PIC X(04).
014318     05  WS-START-DASH1              PIC X(01).
014320     05  WS-START-MM                 PIC X(02).
014322     05  WS-START-DASH2              PIC X(01).
014324     05  WS-START-DD                 PIC X(02).
014326 01  WS-START-YMD                    PIC 9(08)   VALUE ZERO.
014328 01  WS-START-YMD-PARTS REDEFINES WS-START-YMD.
014330     05  WS-START-YMD-CCYY           PIC 9(04).
014332     05  WS-START-YMD-MM             PIC 9(02).
014334     05  WS-START-YMD-DD             PIC 9(02).
014336 01  WS-START-MAX-DAY                PIC 9(02)   VALUE ZERO.
014338 01  WS-START-LEAP-SW                PIC X(01)   VALUE "N".
014340     88  WS-START-IS-LEAP            VALUE "Y".
014342 01  WS-START-QUOTIENT               PIC 9(04)   COMP VALUE ZERO.
014344 01  WS-START-REM-4                  PIC 9(03)   COMP VALUE ZERO.
014346 01  WS-START-REM-100                PIC 9(03)   COMP VALUE ZERO.
014348 01  WS-START-REM-400                PIC 9(03)   COMP VALUE ZERO.
014350 01  WS-MONTH-DAYS-VALUES.
014352     05  FILLER                      PIC X(24)
014354                 VALUE "312831303130313130313031".
014356 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
014358     05  WS-MONTH-DAYS-ENTRY         PIC 9(02)   OCCURS 12 TIMES.
014400*
014500 01  WS-REJ-DETAIL.
014600     05  FILLER                      PIC X(01)   VALUE SPACE.
021200     EXIT.
021300*
021400************************************************************
021500*  2100/2110 - SPLIT THE ROW INTO ITS 15 COLUMNS, HONORING
021600*  THE OUTBOUND QUOTING CONVENTION: TEXT MAY BE WRAPPED IN
021700*  DOUBLE QUOTES AND AN EMBEDDED QUOTE ARRIVES DOUBLED.
021800************************************************************
023600         MOVE "N" TO WS-ROW-OK-SW
023700         GO TO 2100-SPLIT-FIELDS-EXIT
023800     END-IF.
023900     IF WS-FLD-NUM NOT = 15
024000         MOVE "BAD FIELD COUNT" TO WS-REJ-REASON
024100         MOVE "N" TO WS-ROW-OK-SW
024200     END-IF.
026700                 MOVE "Y" TO WS-IN-QUOTES-SW
026800             WHEN ","
026900                 ADD 1 TO WS-FLD-NUM
027000                 IF WS-FLD-NUM > 15
027100                     MOVE "BAD FIELD COUNT" TO WS-REJ-REASON
027200                     MOVE "N" TO WS-ROW-OK-SW
027300                     MOVE "Y" TO WS-SCAN-DONE-SW
041500         GO TO 2200-EDIT-AND-CONVERT-EXIT
041600     END-IF.
041700     MOVE WS-FLD-TEXT (13) (1:4) TO EMP-DEPT-CODE.
041702*
041704*    COLUMN 14 - KEYED-BY USER ID, REQUIRED, INTO THE LAST SIX
041706*    BYTES OF THE IMAGE WHERE EMPAPR01 LOOKS FOR THE MAKER.
041708     IF WS-FLD-LEN (14) = ZERO OR
041710        WS-FLD-TEXT (14) (1:6) = SPACE
041712         MOVE "KEYED-BY USER ID MISSING" TO WS-REJ-REASON
041714         MOVE "N" TO WS-ROW-OK-SW
041716         GO TO 2200-EDIT-AND-CONVERT-EXIT
041718     END-IF.
041720     IF WS-FLD-LEN (14) > 6
041722         MOVE "KEYED-BY USER ID OVER 6" TO WS-REJ-REASON
041724         MOVE "N" TO WS-ROW-OK-SW
041726         GO TO 2200-EDIT-AND-CONVERT-EXIT
041728     END-IF.
041730     MOVE WS-FLD-TEXT (14) (1:6) TO EMP-RECORD (145:6).
041732*
041734*    COLUMN 15 - START DATE, A/R ONLY, TO CCYYMMDD IN
041736*    EMP-SALARY-DIFF (ZERO MEANS THE RUN DATE).
041738     IF EMP-TRAN-CODE NOT = "A" AND EMP-TRAN-CODE NOT = "R"
041740         IF WS-FLD-LEN (15) NOT = ZERO
041742             MOVE "START DATE ONLY ON A/R" TO WS-REJ-REASON
041744             MOVE "N" TO WS-ROW-OK-SW
041746         END-IF
041748         GO TO 2200-EDIT-AND-CONVERT-EXIT
041750     END-IF.
041752     MOVE ZERO TO EMP-TRAN-EFF-DATE.
041754     IF WS-FLD-LEN (15) = ZERO
041756         GO TO 2200-EDIT-AND-CONVERT-EXIT
041758     END-IF.
041760     PERFORM 2250-EDIT-START-DATE
041762         THRU 2250-EDIT-START-DATE-EXIT.
041764     IF NOT WS-ROW-OK
041766         MOVE "START DATE INVALID" TO WS-REJ-REASON
041768         GO TO 2200-EDIT-AND-CONVERT-EXIT
041770     END-IF.
041772     MOVE WS-START-YMD TO EMP-TRAN-EFF-DATE.
041800 2200-EDIT-AND-CONVERT-EXIT.
041900     EXIT.
042000*
042001************************************************************
042002*  2250 - PROVE COLUMN 15 AS A CCYY-MM-DD DATE: A YEAR
042003*  1901-2099, A MONTH 1-12 AND A DAY NO LATER THAN THE END
042004*  OF THAT MONTH (FEBRUARY 29 ONLY IN A LEAP YEAR).  GOOD
042005*  DATES ARE LEFT IN WS-START-YMD; A BAD ONE TURNS THE ROW
042006*  OFF.
042007************************************************************
042008 2250-EDIT-START-DATE.
042009************************************************************
042010     MOVE "N" TO WS-ROW-OK-SW.
042011     MOVE ZERO TO WS-START-YMD.
042012     IF WS-FLD-LEN (15) NOT = 10
042013         GO TO 2250-EDIT-START-DATE-EXIT
042014     END-IF.
042015     MOVE WS-FLD-TEXT (15) (1:10) TO WS-START-DATE.
042016     IF WS-START-CCYY NOT NUMERIC OR WS-START-MM NOT NUMERIC OR
042017        WS-START-DD NOT NUMERIC OR
042018        WS-START-DASH1 NOT = "-" OR WS-START-DASH2 NOT = "-"
042019         GO TO 2250-EDIT-START-DATE-EXIT
042020     END-IF.
042021     MOVE WS-START-CCYY TO WS-START-YMD-CCYY.
042022     MOVE WS-START-MM   TO WS-START-YMD-MM.
042023     MOVE WS-START-DD   TO WS-START-YMD-DD.
042024     IF WS-START-YMD-CCYY < 1901 OR WS-START-YMD-CCYY > 2099 OR
042025        WS-START-YMD-MM < 1 OR WS-START-YMD-MM > 12
042026         GO TO 2250-EDIT-START-DATE-EXIT
042027     END-IF.
042028     MOVE "N" TO WS-START-LEAP-SW.
042029     DIVIDE WS-START-YMD-CCYY BY 4   GIVING WS-START-QUOTIENT
042030         REMAINDER WS-START-REM-4.
042031     DIVIDE WS-START-YMD-CCYY BY 100 GIVING WS-START-QUOTIENT
042032         REMAINDER WS-START-REM-100.
042033     DIVIDE WS-START-YMD-CCYY BY 400 GIVING WS-START-QUOTIENT
042034         REMAINDER WS-START-REM-400.
042035     IF WS-START-REM-4 = 0 AND
042036        (WS-START-REM-100 NOT = 0 OR WS-START-REM-400 = 0)
042037         MOVE "Y" TO WS-START-LEAP-SW
042038     END-IF.
042039     MOVE WS-MONTH-DAYS-ENTRY (WS-START-YMD-MM)
042040         TO WS-START-MAX-DAY.
042041     IF WS-START-YMD-MM = 2 AND WS-START-IS-LEAP
042042         MOVE 29 TO WS-START-MAX-DAY
042043     END-IF.
042044     IF WS-START-YMD-DD < 1 OR WS-START-YMD-DD > WS-START-MAX-DAY
042045         GO TO 2250-EDIT-START-DATE-EXIT
042046     END-IF.
042047     MOVE "Y" TO WS-ROW-OK-SW.
042048 2250-EDIT-START-DATE-EXIT.
042049     EXIT.
042050*
042100************************************************************
042200 2300-WRITE-TRAN.
042300************************************************************
