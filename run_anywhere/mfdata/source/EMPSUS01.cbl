000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. EMPSUS01.
000300 AUTHOR. MFDATA-APPLICATIONS-GROUP.
000400 INSTALLATION. MFDATA.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*
000800************************************************************
000900*  MODIFICATION HISTORY
001000*------------------------------------------------------------
001100*  DATE       INIT  DESCRIPTION
001200*  10/15/26   JDM   INITIAL VERSION - REJECTED-TRANSACTION
001300*                   SUSPENSE MAINTENANCE: APPLIES THE CLERKS'
001400*                   CORRECTIONS, RE-ENTERS CORRECTED ITEMS
001500*                   INTO THE NIGHTLY EXTRACT AHEAD OF EMPVALD
001600*                   AND AGES WHATEVER IS STILL OPEN.
001620*  10/15/26   JDM   RUN DATE NOW TAKEN FROM THE OPTIONAL
001640*                   RUN-DATE CARD (EMPUDTE) WHEN PRESENT, AS IN
001660*                   EMPUPD01, SO THE WHOLE NIGHT WORKS TO ONE
001680*                   DATE.  NO CARD MEANS THE SYSTEM DATE.
001682*  10/15/26   JDM   A RE-ENTERED ITEM IS NOW TIED TO ITS
001684*                   RE-FAILURE BY SUSPENSE REFERENCE, NOT BY
001686*                   EMP-ID AND ACTION CODE: EACH RE-ENTRY GOES
001688*                   TO THE RE-ENTRY REGISTER (EMPRERO), A
001690*                   REJECT OF THAT IMAGE IN EMPVAL01/EMPUPD01
001692*                   IS WRITTEN UNDER THE SAME REFERENCE, AND
001694*                   EMPSSRT NOW SORTS BY REFERENCE NUMBER.
001695*  10/15/26   JDM   THE CORRECTING CLERK'S ID IS STAMPED AS THE
001696*                   MAKER (BYTES 145-150) ON EVERY RE-ENTERED
001697*                   IMAGE, SO THE CLERK CANNOT ALSO APPROVE IT
001698*                   AT THE EMPAPR01 HOLD.
001700************************************************************
001800*
001900************************************************************
002000*  PURPOSE -                                                *
002050*    READS THE REJECTED-TRANSACTION SUSPENSE FILE (EMPSPN01  *
002100*    LAYOUT), SORTED BY EMPSSRT INTO REFERENCE-NUMBER ORDER  *
002150*    WITH A RE-ENTERED ITEM AHEAD OF ANY NEW REJECT UNDER    *
002200*    THE SAME REFERENCE, AND THE DAY'S CORRECTION BATCH      *
002250*    (EMPSCR01 LAYOUT).                                      *
002500*                                                            *
002550*    - A NEW REJECT FROM EMPVAL01/EMPUPD01 THAT CARRIES THE  *
002600*      REFERENCE NUMBER OF A RE-ENTERED ITEM IS THAT ITEM    *
002650*      FAILING AGAIN (THOSE STEPS FIND THE IMAGE ON THE      *
002700*      RE-ENTRY REGISTER) - IT KEEPS THE ORIGINAL FIRST-     *
002750*      FAILED DATE AND ITS FAIL COUNT GOES UP.  A RE-ENTERED *
002800*      ITEM WITH NO NEW REJECT UNDER ITS REFERENCE WENT      *
002850*      THROUGH AND IS DROPPED.                               *
002950*    - AN OPEN ITEM WITH AN "R" CORRECTION IS APPENDED TO    *
003050*      THE NIGHTLY EXTRACT (CORRECTED IMAGE, OR THE ORIGINAL *
003150*      IF THE CORRECTION CARRIES NONE), WRITTEN WITH ITS     *
003250*      REFERENCE NUMBER TO THE RE-ENTRY REGISTER (EMPRER01   *
003350*      LAYOUT, EMPRERO) AND RE-STAGED AS "R".                *
003500*    - AN OPEN ITEM WITH AN "X" CORRECTION IS WITHDRAWN.     *
003600*    - EVERYTHING ELSE IS RE-STAGED OPEN TO THE NEW SUSPENSE *
003700*      GENERATION AND AGED.                                  *
003710*    EVERY CORRECTION IS WORKED (OR LISTED AS NOT APPLIED)   *
003720*    TONIGHT, SO AN EMPTY CORRECTION GENERATION IS OPENED ON *
003730*    EMPSCRO FOR THE CLERKS TO KEY INTO TOMORROW.            *
003800*                                                            *
003900*    THE REPORT LISTS EVERY ITEM AND WHAT HAPPENED TO IT,    *
004000*    ANY CORRECTION THAT MATCHED NO OPEN ITEM, AND THE       *
004100*    AGING SUMMARY - OPEN ITEMS BY REASON CODE AND AGE       *
004200*    BUCKET (0-7, 8-14, 15-30, 31-60, OVER 60 DAYS SINCE     *
004300*    FIRST FAILED).                                          *
004400************************************************************
004500 ENVIRONMENT DIVISION.
004600 CONFIGURATION SECTION.
004700 SOURCE-COMPUTER. IBM-ZSERIES.
004800 OBJECT-COMPUTER. IBM-ZSERIES.
004900 INPUT-OUTPUT SECTION.
005000 FILE-CONTROL.
005100     SELECT EMP-CORR-FILE ASSIGN TO EMPSCRI
005200         ORGANIZATION IS SEQUENTIAL
005300         ACCESS MODE IS SEQUENTIAL
005400         FILE STATUS IS WS-CORR-STATUS.
005500
005510     SELECT EMP-CORR-OUT-FILE ASSIGN TO EMPSCRO
005520         ORGANIZATION IS SEQUENTIAL
005530         ACCESS MODE IS SEQUENTIAL
005540         FILE STATUS IS WS-CORO-STATUS.
005550
005600     SELECT EMP-SUSP-IN-FILE ASSIGN TO EMPSUSI
005700         ORGANIZATION IS SEQUENTIAL
005800         ACCESS MODE IS SEQUENTIAL
005900         FILE STATUS IS WS-SUSI-STATUS.
006000
006100     SELECT EMP-TRAN-OUT-FILE ASSIGN TO EMPTRNO
006200         ORGANIZATION IS SEQUENTIAL
006300         ACCESS MODE IS SEQUENTIAL
006400         FILE STATUS IS WS-TRNO-STATUS.
006500
006600     SELECT EMP-SUSP-OUT-FILE ASSIGN TO EMPSUSO
006700         ORGANIZATION IS SEQUENTIAL
006800         ACCESS MODE IS SEQUENTIAL
006900         FILE STATUS IS WS-SUSO-STATUS.
007000
007100     SELECT EMP-SUSPENSE-REPORT ASSIGN TO EMPSRPT
007200         ORGANIZATION IS SEQUENTIAL
007300         ACCESS MODE IS SEQUENTIAL
007400         FILE STATUS IS WS-REPORT-STATUS.
007410
007420     SELECT EMP-UDTE-FILE ASSIGN TO EMPUDTE
007430         ORGANIZATION IS SEQUENTIAL
007440         ACCESS MODE IS SEQUENTIAL
007450         FILE STATUS IS WS-UDTE-STATUS.
007455
007460     SELECT EMP-REENTRY-FILE ASSIGN TO EMPRERO
007465         ORGANIZATION IS SEQUENTIAL
007470         ACCESS MODE IS SEQUENTIAL
007475         FILE STATUS IS WS-RERO-STATUS.
007500 DATA DIVISION.
007600 FILE SECTION.
007700 FD  EMP-CORR-FILE
007800     RECORDING MODE IS F
007900     LABEL RECORDS ARE STANDARD.
008000     COPY EMPSCR01.
008100
008110 FD  EMP-CORR-OUT-FILE
008120     RECORDING MODE IS F
008130     LABEL RECORDS ARE STANDARD.
008140 01  EMP-CORR-OUT-RECORD             PIC X(200).
008150
008200 FD  EMP-SUSP-IN-FILE
008300     RECORDING MODE IS F
008400     LABEL RECORDS ARE STANDARD.
008500     COPY EMPSPN01.
008600
008700 FD  EMP-TRAN-OUT-FILE
008800     RECORDING MODE IS F
008900     LABEL RECORDS ARE STANDARD.
009000 01  EMP-TRAN-OUT-RECORD             PIC X(150).
009100
009200 FD  EMP-SUSP-OUT-FILE
009300     RECORDING MODE IS F
009400     LABEL RECORDS ARE STANDARD.
009500     COPY EMPSPN01
009600         REPLACING ==EMP-SUSPENSE-RECORD== BY
009700                   ==EMP-SUSPENSE-OUT-RECORD==.
009800
009900 FD  EMP-SUSPENSE-REPORT
010000     RECORDING MODE IS F
010100     LABEL RECORDS ARE STANDARD.
010200 01  EMP-SUSPENSE-LINE               PIC X(80).
010210
010220 FD  EMP-UDTE-FILE
010230     RECORDING MODE IS F
010240     LABEL RECORDS ARE STANDARD.
010250     COPY EMPRDC01.
010255
010260 FD  EMP-REENTRY-FILE
010265     RECORDING MODE IS F
010270     LABEL RECORDS ARE STANDARD.
010275     COPY EMPRER01.
010300 WORKING-STORAGE SECTION.
010400 77  WS-CORR-STATUS                  PIC X(02)   VALUE "00".
010450 77  WS-CORO-STATUS                  PIC X(02)   VALUE "00".
010500 77  WS-SUSI-STATUS                  PIC X(02)   VALUE "00".
010600 77  WS-TRNO-STATUS                  PIC X(02)   VALUE "00".
010700 77  WS-SUSO-STATUS                  PIC X(02)   VALUE "00".
010800 77  WS-REPORT-STATUS                PIC X(02)   VALUE "00".
010850 77  WS-UDTE-STATUS                  PIC X(02)   VALUE "00".
010875 77  WS-RERO-STATUS                  PIC X(02)   VALUE "00".
010900*
011000 77  WS-SUSI-EOF-SW                  PIC X(01)   VALUE "N".
011100     88  WS-SUSI-EOF                 VALUE "Y".
011200 77  WS-CORR-EOF-SW                  PIC X(01)   VALUE "N".
011300     88  WS-CORR-EOF                 VALUE "Y".
011400 77  WS-CORR-FOUND-SW                PIC X(01)   VALUE "N".
011500     88  WS-CORR-FOUND               VALUE "Y".
011600 77  WS-HELD-SW                      PIC X(01)   VALUE "N".
011700     88  WS-HELD-REENTRY             VALUE "Y".
011800 77  WS-REASON-FOUND-SW              PIC X(01)   VALUE "N".
011900     88  WS-REASON-FOUND             VALUE "Y".
012000*
012100 77  WS-SUSP-IN-COUNT                PIC 9(07)   COMP VALUE ZERO.
012200 77  WS-NEW-REJECT-COUNT             PIC 9(07)   COMP VALUE ZERO.
012300 77  WS-REFAILED-COUNT               PIC 9(07)   COMP VALUE ZERO.
012400 77  WS-REENTERED-COUNT              PIC 9(07)   COMP VALUE ZERO.
012500 77  WS-WITHDRAWN-COUNT              PIC 9(07)   COMP VALUE ZERO.
012600 77  WS-CLEARED-COUNT                PIC 9(07)   COMP VALUE ZERO.
012700 77  WS-OPEN-COUNT                   PIC 9(07)   COMP VALUE ZERO.
012800 77  WS-CORR-IN-COUNT                PIC 9(07)   COMP VALUE ZERO.
012900 77  WS-CORR-UNUSED-COUNT            PIC 9(07)   COMP VALUE ZERO.
013000*
013100 77  WS-CORR-SUB                     PIC 9(04)   COMP VALUE ZERO.
013200 77  WS-REASON-SUB                   PIC 9(03)   COMP VALUE ZERO.
013300 77  WS-BUCKET-SUB                   PIC 9(01)   COMP VALUE ZERO.
013400 77  WS-ITEM-AGE                     PIC 9(05)   COMP VALUE ZERO.
013500*
013600 01  WS-RUN-DATE-YMD.
013700     05  WS-RUN-DATE-CCYY            PIC 9(04).
013800     05  WS-RUN-DATE-MM              PIC 9(02).
013900     05  WS-RUN-DATE-DD              PIC 9(02).
014000*
014100 01  WS-RUN-DATE-EFF                 PIC X(10).
014200 01  WS-RUN-DATE-EFF-PARTS REDEFINES WS-RUN-DATE-EFF.
014300     05  WS-EFF-CCYY                 PIC X(04).
014400     05  WS-EFF-DASH1                PIC X(01).
014500     05  WS-EFF-MM                   PIC X(02).
014600     05  WS-EFF-DASH2                PIC X(01).
014700     05  WS-EFF-DD                   PIC X(02).
014800*
014900************************************************************
015000*  DAY-NUMBER WORK AREAS FOR 2700-DATE-TO-DAYS.  A CCYY-MM-DD
015100*  DATE IN WS-DN-DATE COMES BACK AS A RUNNING DAY COUNT IN
015200*  WS-DN-DAYS, SO THE AGE OF AN ITEM IS ONE SUBTRACTION.
015300************************************************************
015400 01  WS-DN-DATE.
015500     05  WS-DN-CCYY                  PIC 9(04).
015600     05  FILLER                      PIC X(01).
015700     05  WS-DN-MM                    PIC 9(02).
015800     05  FILLER                      PIC X(01).
015900     05  WS-DN-DD                    PIC 9(02).
016000 77  WS-DN-YEAR                      PIC 9(05)   COMP VALUE ZERO.
016100 77  WS-DN-MONTH                     PIC 9(03)   COMP VALUE ZERO.
016200 77  WS-DN-QUOTIENT                  PIC 9(07)   COMP VALUE ZERO.
016300 77  WS-DN-WORK                      PIC 9(07)   COMP VALUE ZERO.
016400 77  WS-DN-DAYS                      PIC 9(07)   COMP VALUE ZERO.
016500 77  WS-RUN-DAYS                     PIC 9(07)   COMP VALUE ZERO.
016600*
016700************************************************************
016800*  OVERLAY OF THE SUSPENDED 150-BYTE TRANSACTION IMAGE WITH
016900*  THE EMPREC01 LAYOUT.  THE EMP-STATUS-CODE BYTE CARRIES THE
017000*  ACTION CODE ON A TRANSACTION IMAGE, SO IT IS RENAMED
017100*  WS-SUS-TRAN-CODE HERE (SEE EMPRLS01).
017200************************************************************
017300     COPY EMPREC01
017400         REPLACING ==EMP-RECORD== BY ==WS-SUS-EMP-RECORD==
017500                   ==EMP-STATUS-CODE== BY ==WS-SUS-TRAN-CODE==.
017600*
017650************************************************************
017700*  THE RE-ENTERED ITEM CURRENTLY WAITING TO SEE WHETHER A NEW
017800*  REJECT UNDER ITS REFERENCE NUMBER FOLLOWS IT.  THE EMP-ID
017900*  AND ACTION CODE ARE KEPT FOR ITS LISTING LINE.
018000************************************************************
018100     COPY EMPSPN01
018200         REPLACING ==EMP-SUSPENSE-RECORD== BY
018300                   ==WS-HELD-SUSPENSE-RECORD==.
018400 01  WS-HELD-EMP-ID                  PIC X(05)   VALUE SPACE.
018500 01  WS-HELD-TRAN-CODE               PIC X(01)   VALUE SPACE.
018600*
018700************************************************************
018800*  CORRECTION TABLE - THE DAY'S CORRECTION BATCH, LOADED ONCE
018900*  AT START-UP AND LOOKED UP BY SUSPENSE REFERENCE NUMBER.
019000*  WS-CORR-TBL-USED MARKS AN ENTRY THAT FOUND ITS OPEN ITEM;
019100*  ANYTHING LEFT UNUSED AT THE END IS LISTED FOR THE CLERKS.
019200************************************************************
019300 01  WS-CORR-TABLE.
019400     05  WS-CORR-COUNT               PIC 9(04)   COMP VALUE ZERO.
019500     05  WS-CORR-ENTRY OCCURS 500 TIMES.
019600         10  WS-CORR-TBL-REF-NO      PIC X(16).
019700         10  WS-CORR-TBL-ACTION      PIC X(01).
019800         10  WS-CORR-TBL-CLERK-ID    PIC X(08).
019900         10  WS-CORR-TBL-USED        PIC X(01).
020000         10  WS-CORR-TBL-TRAN        PIC X(150).
020100*
020200************************************************************
020300*  AGING TABLE - ONE ROW PER REASON CODE SEEN ON AN ITEM
020400*  STILL OPEN, FIVE AGE BUCKETS PER ROW, PLUS A TOTAL ROW.
020500************************************************************
020600 01  WS-AGING-TABLE.
020700     05  WS-REASON-COUNT             PIC 9(03)   COMP VALUE ZERO.
020800     05  WS-REASON-ENTRY OCCURS 30 TIMES.
020900         10  WS-RSN-TBL-CODE         PIC X(04).
021000         10  WS-RSN-TBL-BUCKET       PIC 9(05)   COMP
021100                                     OCCURS 5 TIMES.
021200         10  WS-RSN-TBL-TOTAL        PIC 9(05)   COMP.
021300 01  WS-AGING-TOTALS.
021400     05  WS-TOT-BUCKET               PIC 9(05)   COMP
021500                                     OCCURS 5 TIMES.
021600     05  WS-TOT-ALL                  PIC 9(05)   COMP.
021700*
021800 01  WS-REPORT-HEADING-1.
021900     05  FILLER                      PIC X(01)   VALUE SPACE.
022000     05  FILLER                      PIC X(49)
022100         VALUE "EMPSUS01 - REJECTED-TRANSACTION SUSPENSE AS OF".
022200     05  WS-H1-RUN-DATE              PIC X(10).
022300     05  FILLER                      PIC X(20)   VALUE SPACE.
022400*
022500 01  WS-REPORT-HEADING-2.
022600     05  FILLER                      PIC X(01)   VALUE SPACE.
022700     05  FILLER                      PIC X(16)
022710         VALUE "REFERENCE".
022800     05  FILLER                      PIC X(02)   VALUE SPACE.
022900     05  FILLER                      PIC X(05)   VALUE "EMPID".
023000     05  FILLER                      PIC X(02)   VALUE SPACE.
023100     05  FILLER                      PIC X(02)   VALUE "CD".
023200     05  FILLER                      PIC X(01)   VALUE SPACE.
023300     05  FILLER                      PIC X(04)   VALUE "RSN".
023400     05  FILLER                      PIC X(02)   VALUE SPACE.
023500     05  FILLER                      PIC X(10)
023510         VALUE "1ST FAILED".
023600     05  FILLER                      PIC X(02)   VALUE SPACE.
023700     05  FILLER                      PIC X(04)   VALUE " AGE".
023800     05  FILLER                      PIC X(02)   VALUE SPACE.
023900     05  FILLER                      PIC X(03)   VALUE "TRY".
024000     05  FILLER                      PIC X(02)   VALUE SPACE.
024100     05  FILLER                      PIC X(10)   VALUE "ACTION".
024200     05  FILLER                      PIC X(12)   VALUE SPACE.
024300*
024400 01  WS-ITEM-DETAIL.
024500     05  FILLER                      PIC X(01)   VALUE SPACE.
024600     05  WS-ID-REF-NO                PIC X(16).
024700     05  FILLER                      PIC X(02)   VALUE SPACE.
024800     05  WS-ID-EMP-ID                PIC X(05).
024900     05  FILLER                      PIC X(03)   VALUE SPACE.
025000     05  WS-ID-TRAN-CODE             PIC X(01).
025100     05  FILLER                      PIC X(02)   VALUE SPACE.
025200     05  WS-ID-REASON-CODE           PIC X(04).
025300     05  FILLER                      PIC X(02)   VALUE SPACE.
025400     05  WS-ID-FIRST-FAILED          PIC X(10).
025500     05  FILLER                      PIC X(02)   VALUE SPACE.
025600     05  WS-ID-AGE                   PIC ZZZ9.
025700     05  FILLER                      PIC X(02)   VALUE SPACE.
025800     05  WS-ID-FAIL-COUNT            PIC ZZ9.
025900     05  FILLER                      PIC X(02)   VALUE SPACE.
026000     05  WS-ID-ACTION                PIC X(10).
026100     05  FILLER                      PIC X(11)   VALUE SPACE.
026200*
026300 01  WS-UNUSED-DETAIL.
026400     05  FILLER                      PIC X(01)   VALUE SPACE.
026500     05  WS-UD-REF-NO                PIC X(16).
026600     05  FILLER                      PIC X(02)   VALUE SPACE.
026700     05  WS-UD-ACTION                PIC X(01).
026800     05  FILLER                      PIC X(02)   VALUE SPACE.
026900     05  WS-UD-CLERK-ID              PIC X(08).
027000     05  FILLER                      PIC X(02)   VALUE SPACE.
027100     05  WS-UD-REASON                PIC X(40).
027200     05  FILLER                      PIC X(08)   VALUE SPACE.
027300*
027400 01  WS-SECTION-LINE.
027500     05  FILLER                      PIC X(01)   VALUE SPACE.
027600     05  WS-SEC-TEXT                 PIC X(60).
027700     05  FILLER                      PIC X(19)   VALUE SPACE.
027800*
027900 01  WS-AGING-HEADING.
028000     05  FILLER                      PIC X(01)   VALUE SPACE.
028100     05  FILLER                      PIC X(08)   VALUE "REASON".
028200     05  FILLER                      PIC X(08)   VALUE "   0-7".
028300     05  FILLER                      PIC X(08)   VALUE "  8-14".
028400     05  FILLER                      PIC X(08)   VALUE " 15-30".
028500     05  FILLER                      PIC X(08)   VALUE " 31-60".
028600     05  FILLER                      PIC X(08)   VALUE " OVER 60".
028700     05  FILLER                      PIC X(08)   VALUE "  TOTAL".
028800     05  FILLER                      PIC X(23)   VALUE SPACE.
028900*
029000 01  WS-AGING-DETAIL.
029100     05  FILLER                      PIC X(01)   VALUE SPACE.
029200     05  WS-AD-REASON                PIC X(06).
029300     05  WS-AD-BUCKET-GROUP.
029400         10  WS-AD-BUCKET            OCCURS 5 TIMES.
029500             15  FILLER              PIC X(02).
029600             15  WS-AD-COUNT         PIC ZZZZZ9.
029700     05  FILLER                      PIC X(02)   VALUE SPACE.
029800     05  WS-AD-TOTAL                 PIC ZZZZZ9.
029900     05  FILLER                      PIC X(25)   VALUE SPACE.
030000*
030100 01  WS-SUMMARY-LINE.
030200     05  FILLER                      PIC X(01)   VALUE SPACE.
030300     05  WS-SL-TEXT                  PIC X(36).
030400     05  WS-SL-COUNT                 PIC ZZZZZZ9.
030500     05  FILLER                      PIC X(36)   VALUE SPACE.
030600 PROCEDURE DIVISION.
030700************************************************************
030800 0000-MAINLINE.
030900************************************************************
031000     PERFORM 1000-INITIALIZE
031100         THRU 1000-INITIALIZE-EXIT.
031200     PERFORM 2000-PROCESS-SUSPENSE
031300         THRU 2000-PROCESS-SUSPENSE-EXIT
031400         UNTIL WS-SUSI-EOF.
031500     PERFORM 3000-FINALIZE
031600         THRU 3000-FINALIZE-EXIT.
031700     GOBACK.
031800*
031900************************************************************
032000 1000-INITIALIZE.
032100************************************************************
032200     ACCEPT WS-RUN-DATE-YMD FROM DATE YYYYMMDD.
032210     PERFORM 1040-READ-RUN-DATE
032220         THRU 1040-READ-RUN-DATE-EXIT.
032230     IF WS-SUSI-EOF
032240         GO TO 1000-INITIALIZE-EXIT
032250     END-IF.
032300     MOVE WS-RUN-DATE-CCYY TO WS-EFF-CCYY.
032400     MOVE WS-RUN-DATE-MM   TO WS-EFF-MM.
032500     MOVE WS-RUN-DATE-DD   TO WS-EFF-DD.
032600     MOVE "-"              TO WS-EFF-DASH1.
032700     MOVE "-"              TO WS-EFF-DASH2.
032800     MOVE WS-RUN-DATE-EFF  TO WS-DN-DATE.
032900     PERFORM 2700-DATE-TO-DAYS
033000         THRU 2700-DATE-TO-DAYS-EXIT.
033100     MOVE WS-DN-DAYS       TO WS-RUN-DAYS.
033200     INITIALIZE WS-AGING-TABLE.
033300     INITIALIZE WS-AGING-TOTALS.
033400*
033500     PERFORM 1100-LOAD-CORRECTIONS
033600         THRU 1100-LOAD-CORRECTIONS-EXIT.
033700*
033800     OPEN INPUT  EMP-SUSP-IN-FILE
033900          EXTEND EMP-TRAN-OUT-FILE
034000          OUTPUT EMP-SUSP-OUT-FILE
034050          OUTPUT EMP-CORR-OUT-FILE
034100          OUTPUT EMP-REENTRY-FILE
034150          OUTPUT EMP-SUSPENSE-REPORT.
034200     IF WS-SUSI-STATUS NOT = "00" OR
034250        WS-TRNO-STATUS NOT = "00" OR
034300        WS-SUSO-STATUS NOT = "00" OR
034350        WS-CORO-STATUS NOT = "00" OR
034400        WS-RERO-STATUS NOT = "00" OR
034500        WS-REPORT-STATUS NOT = "00"
034600         DISPLAY "EMPSUS01 - OPEN FAILED - " WS-SUSI-STATUS
034700             " " WS-TRNO-STATUS " " WS-SUSO-STATUS " "
034750             WS-CORO-STATUS " " WS-RERO-STATUS " "
034800             WS-REPORT-STATUS
034900         MOVE "Y" TO WS-SUSI-EOF-SW
035000         MOVE 12 TO RETURN-CODE
035100         GO TO 1000-INITIALIZE-EXIT
035200     END-IF.
035300     MOVE WS-RUN-DATE-EFF TO WS-H1-RUN-DATE.
035400     WRITE EMP-SUSPENSE-LINE FROM WS-REPORT-HEADING-1.
035500     WRITE EMP-SUSPENSE-LINE FROM WS-REPORT-HEADING-2
035600         AFTER ADVANCING 2 LINES.
035700     PERFORM 2900-READ-SUSPENSE
035800         THRU 2900-READ-SUSPENSE-EXIT.
035900 1000-INITIALIZE-EXIT.
036000     EXIT.
036002*
036004************************************************************
036006*  1040 - THE OPTIONAL RUN-DATE CARD.  NO EMPUDTE DD (OR AN
036008*  EMPTY FILE) LEAVES THE SYSTEM DATE ACCEPTED ABOVE.  A CARD
036010*  THAT IS PRESENT BUT NOT A VALID CCYYMMDD IS FATAL - AGING
036012*  AND THE LAST-ACTION DATES WOULD BE WORKED FROM THE WRONG
036014*  NIGHT.  NOTHING HAS BEEN OPENED YET, SO THE FILE STATUSES
036016*  ARE MARKED TO KEEP 3000 FROM WRITING OR CLOSING THEM.
036018************************************************************
036020 1040-READ-RUN-DATE.
036022************************************************************
036024     OPEN INPUT EMP-UDTE-FILE.
036026     IF WS-UDTE-STATUS NOT = "00"
036028         GO TO 1040-READ-RUN-DATE-EXIT
036030     END-IF.
036032     READ EMP-UDTE-FILE
036034         AT END
036036             CLOSE EMP-UDTE-FILE
036038             GO TO 1040-READ-RUN-DATE-EXIT
036040     END-READ.
036042     CLOSE EMP-UDTE-FILE.
036044     IF EMP-RDC-RUN-DATE NUMERIC
036046         MOVE EMP-RDC-RUN-DATE TO WS-RUN-DATE-YMD
036048     ELSE
036050         MOVE ZERO TO WS-RUN-DATE-MM
036052     END-IF.
036054     IF WS-RUN-DATE-MM < 1 OR WS-RUN-DATE-MM > 12 OR
036056        WS-RUN-DATE-DD < 1 OR WS-RUN-DATE-DD > 31
036058         DISPLAY "EMPSUS01 - BAD RUN-DATE CARD - RUN STOPPED"
036060         MOVE "Y" TO WS-SUSI-EOF-SW
036062         MOVE "99" TO WS-SUSI-STATUS
036064         MOVE "99" TO WS-TRNO-STATUS
036066         MOVE "99" TO WS-SUSO-STATUS
036068         MOVE "99" TO WS-CORO-STATUS
036070         MOVE "99" TO WS-REPORT-STATUS
036071         MOVE "99" TO WS-RERO-STATUS
036072         MOVE 16 TO RETURN-CODE
036074         GO TO 1040-READ-RUN-DATE-EXIT
036076     END-IF.
036078     DISPLAY "EMPSUS01 - RUN DATE FROM CARD " WS-RUN-DATE-YMD.
036080 1040-READ-RUN-DATE-EXIT.
036082     EXIT.
036100*
036200************************************************************
036300*  1100/1110 - LOAD THE DAY'S CORRECTION BATCH.  NO FILE, OR
036400*  AN EMPTY ONE, SIMPLY MEANS NO CORRECTIONS WERE KEYED
036500*  TODAY - THE SUSPENSE FILE IS STILL CARRIED AND AGED.
036600************************************************************
036700 1100-LOAD-CORRECTIONS.
036800************************************************************
036900     OPEN INPUT EMP-CORR-FILE.
037000     IF WS-CORR-STATUS NOT = "00"
037100         GO TO 1100-LOAD-CORRECTIONS-EXIT
037200     END-IF.
037300     PERFORM 1110-LOAD-CORRECTION-ENTRY
037400         THRU 1110-LOAD-CORRECTION-ENTRY-EXIT
037500         UNTIL WS-CORR-EOF.
037600     CLOSE EMP-CORR-FILE.
037700 1100-LOAD-CORRECTIONS-EXIT.
037800     EXIT.
037900*
038000************************************************************
038100 1110-LOAD-CORRECTION-ENTRY.
038200************************************************************
038300     READ EMP-CORR-FILE
038400         AT END
038500             MOVE "Y" TO WS-CORR-EOF-SW
038600             GO TO 1110-LOAD-CORRECTION-ENTRY-EXIT
038700     END-READ.
038800     ADD 1 TO WS-CORR-IN-COUNT.
038900     IF WS-CORR-COUNT >= 500
039000         DISPLAY "EMPSUS01 - CORRECTION TABLE FULL - REF "
039100             EMP-SCR-REF-NO " NOT APPLIED - REKEY TOMORROW"
039200         ADD 1 TO WS-CORR-UNUSED-COUNT
039300         GO TO 1110-LOAD-CORRECTION-ENTRY-EXIT
039400     END-IF.
039500     ADD 1 TO WS-CORR-COUNT.
039600     MOVE EMP-SCR-REF-NO   TO WS-CORR-TBL-REF-NO (WS-CORR-COUNT).
039700     MOVE EMP-SCR-ACTION   TO WS-CORR-TBL-ACTION (WS-CORR-COUNT).
039800     MOVE EMP-SCR-CLERK-ID
039900         TO WS-CORR-TBL-CLERK-ID (WS-CORR-COUNT).
040000     MOVE EMP-SCR-TRAN     TO WS-CORR-TBL-TRAN (WS-CORR-COUNT).
040100     MOVE "N"              TO WS-CORR-TBL-USED (WS-CORR-COUNT).
040200 1110-LOAD-CORRECTION-ENTRY-EXIT.
040300     EXIT.
040400*
040500************************************************************
040600*  2000 - ONE SUSPENSE RECORD.  A HELD RE-ENTRY WHOSE
040700*  REFERENCE NUMBER IS NOT ON THIS RECORD HAD NO NEW REJECT
040800*  UNDER IT, SO IT WENT THROUGH CLEANLY AND IS DROPPED BEFORE
040900*  THIS RECORD IS WORKED.
041000************************************************************
041100 2000-PROCESS-SUSPENSE.
041200************************************************************
041300     MOVE EMP-SUS-TRAN OF EMP-SUSPENSE-RECORD
041400         TO WS-SUS-EMP-RECORD.
041500     IF WS-HELD-REENTRY AND
041600        EMP-SUS-REF-NO OF EMP-SUSPENSE-RECORD NOT =
041700        EMP-SUS-REF-NO OF WS-HELD-SUSPENSE-RECORD
041800         PERFORM 2150-CLEAR-HELD
041900             THRU 2150-CLEAR-HELD-EXIT
042000     END-IF.
042100     EVALUATE EMP-SUS-STATUS OF EMP-SUSPENSE-RECORD
042200         WHEN "R"
042300             PERFORM 2100-HOLD-REENTRY
042400                 THRU 2100-HOLD-REENTRY-EXIT
042500         WHEN "N"
042600             PERFORM 2160-TAKE-ON-REJECT
042700                 THRU 2160-TAKE-ON-REJECT-EXIT
042800             PERFORM 2200-WORK-OPEN-ITEM
042900                 THRU 2200-WORK-OPEN-ITEM-EXIT
043000         WHEN OTHER
043100             PERFORM 2200-WORK-OPEN-ITEM
043200                 THRU 2200-WORK-OPEN-ITEM-EXIT
043300     END-EVALUATE.
043400     IF NOT WS-SUSI-EOF
043500         PERFORM 2900-READ-SUSPENSE
043600             THRU 2900-READ-SUSPENSE-EXIT
043700     END-IF.
043800     IF WS-SUSI-EOF AND WS-HELD-REENTRY
043900         PERFORM 2150-CLEAR-HELD
044000             THRU 2150-CLEAR-HELD-EXIT
044100     END-IF.
044200 2000-PROCESS-SUSPENSE-EXIT.
044300     EXIT.
044400*
044500************************************************************
044600*  2100 - A RE-ENTERED ITEM IS HELD UNTIL THE NEXT RECORD
044700*  SHOWS WHETHER IT FAILED AGAIN.
044800************************************************************
044900 2100-HOLD-REENTRY.
045000************************************************************
045100     IF WS-HELD-REENTRY
045200         PERFORM 2150-CLEAR-HELD
045300             THRU 2150-CLEAR-HELD-EXIT
045400     END-IF.
045500     MOVE EMP-SUSPENSE-RECORD TO WS-HELD-SUSPENSE-RECORD.
045600     MOVE EMP-ID-X OF WS-SUS-EMP-RECORD TO WS-HELD-EMP-ID.
045700     MOVE WS-SUS-TRAN-CODE              TO WS-HELD-TRAN-CODE.
045800     MOVE "Y" TO WS-HELD-SW.
045900 2100-HOLD-REENTRY-EXIT.
046000     EXIT.
046100*
046200************************************************************
046300*  2150 - THE HELD RE-ENTRY WAS NOT FOLLOWED BY A NEW REJECT,
046400*  SO LAST NIGHT'S RUN ACCEPTED IT.  IT IS LISTED AS CLEARED
046500*  AND LEAVES THE SUSPENSE FILE.
046600************************************************************
046700 2150-CLEAR-HELD.
046800************************************************************
046900     MOVE EMP-SUS-REF-NO OF WS-HELD-SUSPENSE-RECORD
047000         TO WS-ID-REF-NO.
047100     MOVE WS-HELD-EMP-ID    TO WS-ID-EMP-ID.
047200     MOVE WS-HELD-TRAN-CODE TO WS-ID-TRAN-CODE.
047300     MOVE EMP-SUS-REASON-CODE OF WS-HELD-SUSPENSE-RECORD
047400         TO WS-ID-REASON-CODE.
047500     MOVE EMP-SUS-FIRST-FAILED OF WS-HELD-SUSPENSE-RECORD
047600         TO WS-ID-FIRST-FAILED.
047700     MOVE EMP-SUS-FIRST-FAILED OF WS-HELD-SUSPENSE-RECORD
047800         TO WS-DN-DATE.
047900     PERFORM 2650-COMPUTE-AGE
048000         THRU 2650-COMPUTE-AGE-EXIT.
048100     MOVE WS-ITEM-AGE TO WS-ID-AGE.
048200     MOVE EMP-SUS-FAIL-COUNT OF WS-HELD-SUSPENSE-RECORD
048300         TO WS-ID-FAIL-COUNT.
048400     MOVE "CLEARED"   TO WS-ID-ACTION.
048500     WRITE EMP-SUSPENSE-LINE FROM WS-ITEM-DETAIL
048600         AFTER ADVANCING 1 LINES.
048700     ADD 1 TO WS-CLEARED-COUNT.
048800     MOVE "N" TO WS-HELD-SW.
048900 2150-CLEAR-HELD-EXIT.
049000     EXIT.
049100*
049200************************************************************
049250*  2160 - TAKE ON A NEW REJECT.  IF A RE-ENTRY IS STILL HELD,
049300*  2000 HAS ALREADY FOUND THAT THIS REJECT CARRIES ITS
049350*  REFERENCE NUMBER: IT IS THAT ITEM FAILING AGAIN, SO IT
049400*  INHERITS THE FIRST-FAILED DATE AND CLERK, AND ITS FAIL
049450*  COUNT GOES UP BY ONE.
049700************************************************************
049800 2160-TAKE-ON-REJECT.
049900************************************************************
050000     MOVE "O" TO EMP-SUS-STATUS OF EMP-SUSPENSE-RECORD.
050100     IF NOT WS-HELD-REENTRY
050200         ADD 1 TO WS-NEW-REJECT-COUNT
050300         GO TO 2160-TAKE-ON-REJECT-EXIT
050400     END-IF.
050500     MOVE EMP-SUS-FIRST-FAILED OF EMP-SUSPENSE-RECORD
050600         TO EMP-SUS-LAST-ACTION OF EMP-SUSPENSE-RECORD.
050900     MOVE EMP-SUS-FIRST-FAILED OF WS-HELD-SUSPENSE-RECORD
051000         TO EMP-SUS-FIRST-FAILED OF EMP-SUSPENSE-RECORD.
051100     MOVE EMP-SUS-CLERK-ID OF WS-HELD-SUSPENSE-RECORD
051200         TO EMP-SUS-CLERK-ID OF EMP-SUSPENSE-RECORD.
051300     ADD 1 EMP-SUS-FAIL-COUNT OF WS-HELD-SUSPENSE-RECORD
051400         GIVING EMP-SUS-FAIL-COUNT OF EMP-SUSPENSE-RECORD.
051500     MOVE "N" TO WS-HELD-SW.
051600     ADD 1 TO WS-REFAILED-COUNT.
051700 2160-TAKE-ON-REJECT-EXIT.
051800     EXIT.
051900*
052000************************************************************
052100*  2200 - AN OPEN ITEM.  LOOK FOR A CORRECTION AGAINST ITS
052200*  REFERENCE NUMBER AND RE-ENTER, WITHDRAW OR CARRY IT.
052300************************************************************
052400 2200-WORK-OPEN-ITEM.
052500************************************************************
052600     MOVE "N" TO WS-CORR-FOUND-SW.
052700     MOVE 1 TO WS-CORR-SUB.
052800     PERFORM 2210-SCAN-CORRECTION
052900         THRU 2210-SCAN-CORRECTION-EXIT
053000         UNTIL WS-CORR-FOUND OR WS-CORR-SUB > WS-CORR-COUNT.
053100     IF NOT WS-CORR-FOUND
053200         PERFORM 2300-RESTAGE-OPEN
053300             THRU 2300-RESTAGE-OPEN-EXIT
053400         GO TO 2200-WORK-OPEN-ITEM-EXIT
053500     END-IF.
053600     EVALUATE WS-CORR-TBL-ACTION (WS-CORR-SUB)
053700         WHEN "R"
053800             MOVE "Y" TO WS-CORR-TBL-USED (WS-CORR-SUB)
053900             PERFORM 2400-REENTER-ITEM
054000                 THRU 2400-REENTER-ITEM-EXIT
054100         WHEN "X"
054200             MOVE "Y" TO WS-CORR-TBL-USED (WS-CORR-SUB)
054300             PERFORM 2500-WITHDRAW-ITEM
054400                 THRU 2500-WITHDRAW-ITEM-EXIT
054500         WHEN OTHER
054600             PERFORM 2300-RESTAGE-OPEN
054700                 THRU 2300-RESTAGE-OPEN-EXIT
054800     END-EVALUATE.
054900 2200-WORK-OPEN-ITEM-EXIT.
055000     EXIT.
055100*
055200************************************************************
055300 2210-SCAN-CORRECTION.
055400************************************************************
055500     IF WS-CORR-TBL-REF-NO (WS-CORR-SUB) =
055600        EMP-SUS-REF-NO OF EMP-SUSPENSE-RECORD AND
055700        WS-CORR-TBL-USED (WS-CORR-SUB) = "N"
055800         MOVE "Y" TO WS-CORR-FOUND-SW
055900     ELSE
056000         ADD 1 TO WS-CORR-SUB
056100     END-IF.
056200 2210-SCAN-CORRECTION-EXIT.
056300     EXIT.
056400*
056500************************************************************
056600*  2300 - CARRY AN ITEM FORWARD OPEN, LIST IT AND ADD IT TO
056700*  THE AGING SUMMARY.
056800************************************************************
056900 2300-RESTAGE-OPEN.
057000************************************************************
057100     MOVE "O" TO EMP-SUS-STATUS OF EMP-SUSPENSE-RECORD.
057200     PERFORM 2800-WRITE-SUSPENSE
057300         THRU 2800-WRITE-SUSPENSE-EXIT.
057400     IF WS-SUSI-EOF
057500         GO TO 2300-RESTAGE-OPEN-EXIT
057600     END-IF.
057700     ADD 1 TO WS-OPEN-COUNT.
057800     MOVE "OPEN" TO WS-ID-ACTION.
057900     PERFORM 2600-LIST-ITEM
058000         THRU 2600-LIST-ITEM-EXIT.
058100     PERFORM 2660-AGE-BUCKET
058200         THRU 2660-AGE-BUCKET-EXIT.
058300 2300-RESTAGE-OPEN-EXIT.
058400     EXIT.
058500*
058600************************************************************
058650*  2400 - RE-ENTER A CORRECTED ITEM.  THE CORRECTED IMAGE (OR
058700*  THE ORIGINAL, IF THE CLERK SENT NONE) IS APPENDED TO THE
058750*  NIGHTLY EXTRACT AND, WITH ITS REFERENCE NUMBER, TO THE
058800*  RE-ENTRY REGISTER, AND THE ITEM IS RE-STAGED AS "R" SO A
058850*  FRESH FAILURE TONIGHT CAN BE TIED BACK TO IT.  A FAILED
058900*  EXTRACT OR REGISTER WRITE IS FATAL, AS IN EMPRLS01.
058950*  THE CLERK WHO SENT THE CORRECTION BECOMES THE MAKER IN THE
059000*  LAST SIX BYTES OF THE IMAGE, SO A HELD CHANGE NEEDS A
059050*  DIFFERENT APPROVER AT EMPAPR01 (NO CLERK ID, NO RELEASE).
059200************************************************************
059300 2400-REENTER-ITEM.
059400************************************************************
059500     IF WS-CORR-TBL-TRAN (WS-CORR-SUB) NOT = SPACE
059600         MOVE WS-CORR-TBL-TRAN (WS-CORR-SUB)
059700             TO EMP-SUS-TRAN OF EMP-SUSPENSE-RECORD
059800     END-IF.
059850     MOVE WS-CORR-TBL-CLERK-ID (WS-CORR-SUB) (1:6)
059870         TO EMP-SUS-TRAN OF EMP-SUSPENSE-RECORD (145:6).
059900     MOVE EMP-SUS-TRAN OF EMP-SUSPENSE-RECORD
060000         TO EMP-TRAN-OUT-RECORD.
060100     WRITE EMP-TRAN-OUT-RECORD.
060200     IF WS-TRNO-STATUS NOT = "00"
060300         DISPLAY "EMPSUS01 - EXTRACT WRITE FAILED - STATUS "
060400             WS-TRNO-STATUS
060500         MOVE "Y" TO WS-SUSI-EOF-SW
060600         MOVE 16 TO RETURN-CODE
060700         GO TO 2400-REENTER-ITEM-EXIT
060800     END-IF.
060805     MOVE EMP-SUS-REF-NO OF EMP-SUSPENSE-RECORD
060810         TO EMP-RER-REF-NO.
060815     MOVE EMP-SUS-TRAN OF EMP-SUSPENSE-RECORD
060820         TO EMP-RER-TRAN.
060825     WRITE EMP-REENTRY-RECORD.
060830     IF WS-RERO-STATUS NOT = "00"
060835         DISPLAY "EMPSUS01 - REGISTER WRITE FAILED - STATUS "
060840             WS-RERO-STATUS
060845         MOVE "Y" TO WS-SUSI-EOF-SW
060850         MOVE 16 TO RETURN-CODE
060855         GO TO 2400-REENTER-ITEM-EXIT
060860     END-IF.
060900     MOVE "R" TO EMP-SUS-STATUS OF EMP-SUSPENSE-RECORD.
061000     MOVE WS-RUN-DATE-EFF
061100         TO EMP-SUS-LAST-ACTION OF EMP-SUSPENSE-RECORD.
061200     MOVE WS-CORR-TBL-CLERK-ID (WS-CORR-SUB)
061300         TO EMP-SUS-CLERK-ID OF EMP-SUSPENSE-RECORD.
061400     PERFORM 2800-WRITE-SUSPENSE
061500         THRU 2800-WRITE-SUSPENSE-EXIT.
061600     ADD 1 TO WS-REENTERED-COUNT.
061700     MOVE EMP-SUS-TRAN OF EMP-SUSPENSE-RECORD
061800         TO WS-SUS-EMP-RECORD.
061900     MOVE "RE-ENTERED" TO WS-ID-ACTION.
062000     PERFORM 2600-LIST-ITEM
062100         THRU 2600-LIST-ITEM-EXIT.
062200 2400-REENTER-ITEM-EXIT.
062300     EXIT.
062400*
062500************************************************************
062600 2500-WITHDRAW-ITEM.
062700************************************************************
062800     ADD 1 TO WS-WITHDRAWN-COUNT.
062900     MOVE "WITHDRAWN" TO WS-ID-ACTION.
063000     PERFORM 2600-LIST-ITEM
063100         THRU 2600-LIST-ITEM-EXIT.
063200 2500-WITHDRAW-ITEM-EXIT.
063300     EXIT.
063400*
063500************************************************************
063600*  2600 - ONE DETAIL LINE FOR THE CURRENT SUSPENSE RECORD;
063700*  THE CALLER HAS SET WS-ID-ACTION.  LEAVES THE ITEM'S AGE
063800*  IN WS-ITEM-AGE FOR 2660.
063900************************************************************
064000 2600-LIST-ITEM.
064100************************************************************
064200     MOVE EMP-SUS-REF-NO OF EMP-SUSPENSE-RECORD TO WS-ID-REF-NO.
064300     MOVE EMP-ID-X OF WS-SUS-EMP-RECORD         TO WS-ID-EMP-ID.
064400     MOVE WS-SUS-TRAN-CODE           TO WS-ID-TRAN-CODE.
064500     MOVE EMP-SUS-REASON-CODE OF EMP-SUSPENSE-RECORD
064600         TO WS-ID-REASON-CODE.
064700     MOVE EMP-SUS-FIRST-FAILED OF EMP-SUSPENSE-RECORD
064800         TO WS-ID-FIRST-FAILED.
064900     MOVE EMP-SUS-FIRST-FAILED OF EMP-SUSPENSE-RECORD
065000         TO WS-DN-DATE.
065100     PERFORM 2650-COMPUTE-AGE
065200         THRU 2650-COMPUTE-AGE-EXIT.
065300     MOVE WS-ITEM-AGE TO WS-ID-AGE.
065400     MOVE EMP-SUS-FAIL-COUNT OF EMP-SUSPENSE-RECORD
065500         TO WS-ID-FAIL-COUNT.
065600     WRITE EMP-SUSPENSE-LINE FROM WS-ITEM-DETAIL
065700         AFTER ADVANCING 1 LINES.
065800 2600-LIST-ITEM-EXIT.
065900     EXIT.
066000*
066100************************************************************
066200*  2650 - AGE IN DAYS OF THE DATE IN WS-DN-DATE AS OF THE RUN
066300*  DATE.  AN UNREADABLE DATE AGES AS ZERO RATHER THAN
066400*  STOPPING THE RUN.
066500************************************************************
066600 2650-COMPUTE-AGE.
066700************************************************************
066800     MOVE ZERO TO WS-ITEM-AGE.
066900     IF WS-DN-CCYY NOT NUMERIC OR
067000        WS-DN-MM   NOT NUMERIC OR
067100        WS-DN-DD   NOT NUMERIC
067200         GO TO 2650-COMPUTE-AGE-EXIT
067300     END-IF.
067400     PERFORM 2700-DATE-TO-DAYS
067500         THRU 2700-DATE-TO-DAYS-EXIT.
067600     IF WS-DN-DAYS < WS-RUN-DAYS
067700         SUBTRACT WS-DN-DAYS FROM WS-RUN-DAYS
067800             GIVING WS-ITEM-AGE
067900     END-IF.
068000 2650-COMPUTE-AGE-EXIT.
068100     EXIT.
068200*
068300************************************************************
068400*  2660/2670 - COUNT AN OPEN ITEM INTO ITS REASON ROW AND AGE
068500*  BUCKET.  A REASON CODE BEYOND THE 30TH IS COUNTED IN THE
068600*  TOTAL ROW ONLY.
068700************************************************************
068800 2660-AGE-BUCKET.
068900************************************************************
069000     EVALUATE TRUE
069100         WHEN WS-ITEM-AGE NOT > 7
069200             MOVE 1 TO WS-BUCKET-SUB
069300         WHEN WS-ITEM-AGE NOT > 14
069400             MOVE 2 TO WS-BUCKET-SUB
069500         WHEN WS-ITEM-AGE NOT > 30
069600             MOVE 3 TO WS-BUCKET-SUB
069700         WHEN WS-ITEM-AGE NOT > 60
069800             MOVE 4 TO WS-BUCKET-SUB
069900         WHEN OTHER
070000             MOVE 5 TO WS-BUCKET-SUB
070100     END-EVALUATE.
070200     ADD 1 TO WS-TOT-BUCKET (WS-BUCKET-SUB).
070300     ADD 1 TO WS-TOT-ALL.
070400     MOVE "N" TO WS-REASON-FOUND-SW.
070500     MOVE 1 TO WS-REASON-SUB.
070600     PERFORM 2670-SCAN-REASON
070700         THRU 2670-SCAN-REASON-EXIT
070800         UNTIL WS-REASON-FOUND OR WS-REASON-SUB > WS-REASON-COUNT.
070900     IF NOT WS-REASON-FOUND
071000         IF WS-REASON-COUNT >= 30
071100             GO TO 2660-AGE-BUCKET-EXIT
071200         END-IF
071300         ADD 1 TO WS-REASON-COUNT
071400         MOVE WS-REASON-COUNT TO WS-REASON-SUB
071500         MOVE EMP-SUS-REASON-CODE OF EMP-SUSPENSE-RECORD
071600             TO WS-RSN-TBL-CODE (WS-REASON-SUB)
071700     END-IF.
071800     ADD 1 TO WS-RSN-TBL-BUCKET (WS-REASON-SUB WS-BUCKET-SUB).
071900     ADD 1 TO WS-RSN-TBL-TOTAL (WS-REASON-SUB).
072000 2660-AGE-BUCKET-EXIT.
072100     EXIT.
072200*
072300************************************************************
072400 2670-SCAN-REASON.
072500************************************************************
072600     IF WS-RSN-TBL-CODE (WS-REASON-SUB) =
072700        EMP-SUS-REASON-CODE OF EMP-SUSPENSE-RECORD
072800         MOVE "Y" TO WS-REASON-FOUND-SW
072900     ELSE
073000         ADD 1 TO WS-REASON-SUB
073100     END-IF.
073200 2670-SCAN-REASON-EXIT.
073300     EXIT.
073400*
073500************************************************************
073600*  2700 - CONVERT WS-DN-DATE (CCYY-MM-DD) TO A RUNNING DAY
073700*  NUMBER IN WS-DN-DAYS.  MARCH IS TREATED AS THE FIRST MONTH
073800*  SO THE LEAP DAY FALLS AT THE END OF THE COUNTING YEAR;
073900*  EACH DIVIDE TRUNCATES, WHICH IS WHAT THE FORMULA WANTS.
074000************************************************************
074100 2700-DATE-TO-DAYS.
074200************************************************************
074300     MOVE WS-DN-CCYY TO WS-DN-YEAR.
074400     MOVE WS-DN-MM   TO WS-DN-MONTH.
074500     IF WS-DN-MONTH < 3
074600         SUBTRACT 1 FROM WS-DN-YEAR
074700         ADD 12 TO WS-DN-MONTH
074800     END-IF.
074900     COMPUTE WS-DN-DAYS = WS-DN-YEAR * 365 + WS-DN-DD.
075000     DIVIDE WS-DN-YEAR BY 4   GIVING WS-DN-QUOTIENT.
075100     ADD WS-DN-QUOTIENT      TO WS-DN-DAYS.
075200     DIVIDE WS-DN-YEAR BY 100 GIVING WS-DN-QUOTIENT.
075300     SUBTRACT WS-DN-QUOTIENT FROM WS-DN-DAYS.
075400     DIVIDE WS-DN-YEAR BY 400 GIVING WS-DN-QUOTIENT.
075500     ADD WS-DN-QUOTIENT      TO WS-DN-DAYS.
075600     COMPUTE WS-DN-WORK = (WS-DN-MONTH - 3) * 153 + 2.
075700     DIVIDE WS-DN-WORK BY 5   GIVING WS-DN-QUOTIENT.
075800     ADD WS-DN-QUOTIENT      TO WS-DN-DAYS.
075900 2700-DATE-TO-DAYS-EXIT.
076000     EXIT.
076100*
076200************************************************************
076300*  2800 - WRITE THE CURRENT RECORD TO THE NEW SUSPENSE
076400*  GENERATION.  A FAILED WRITE IS FATAL - THE ITEM WOULD
076500*  OTHERWISE DROP OUT OF SUSPENSE WITHOUT A TRACE.
076600************************************************************
076700 2800-WRITE-SUSPENSE.
076800************************************************************
076900     MOVE EMP-SUSPENSE-RECORD TO EMP-SUSPENSE-OUT-RECORD.
077000     WRITE EMP-SUSPENSE-OUT-RECORD.
077100     IF WS-SUSO-STATUS NOT = "00"
077200         DISPLAY "EMPSUS01 - RESTAGE WRITE FAILED - STATUS "
077300             WS-SUSO-STATUS
077400         MOVE "Y" TO WS-SUSI-EOF-SW
077500         MOVE 16 TO RETURN-CODE
077600     END-IF.
077700 2800-WRITE-SUSPENSE-EXIT.
077800     EXIT.
077900*
078000************************************************************
078100 2900-READ-SUSPENSE.
078200************************************************************
078300     READ EMP-SUSP-IN-FILE
078400         AT END
078500             MOVE "Y" TO WS-SUSI-EOF-SW
078600             GO TO 2900-READ-SUSPENSE-EXIT
078700     END-READ.
078800     ADD 1 TO WS-SUSP-IN-COUNT.
078900 2900-READ-SUSPENSE-EXIT.
079000     EXIT.
079100*
079200************************************************************
079300 3000-FINALIZE.
079400************************************************************
079500     IF WS-REPORT-STATUS = "00"
079600         PERFORM 3100-LIST-UNUSED-CORRECTIONS
079700             THRU 3100-LIST-UNUSED-CORRECTIONS-EXIT
079800         PERFORM 3200-WRITE-AGING-SUMMARY
079900             THRU 3200-WRITE-AGING-SUMMARY-EXIT
080000         PERFORM 3300-WRITE-COUNTS
080100             THRU 3300-WRITE-COUNTS-EXIT
080200         CLOSE EMP-SUSPENSE-REPORT
080300     END-IF.
080400     IF WS-SUSI-STATUS = "00"
080500         CLOSE EMP-SUSP-IN-FILE
080600     END-IF.
080700     IF WS-TRNO-STATUS = "00"
080800         CLOSE EMP-TRAN-OUT-FILE
080900     END-IF.
081000     IF WS-SUSO-STATUS = "00"
081100         CLOSE EMP-SUSP-OUT-FILE
081200     END-IF.
081210     IF WS-CORO-STATUS = "00"
081220         CLOSE EMP-CORR-OUT-FILE
081230     END-IF.
081250     IF WS-RERO-STATUS = "00"
081270         CLOSE EMP-REENTRY-FILE
081290     END-IF.
081300     DISPLAY "EMPSUS01 - SUSPENSE IN: " WS-SUSP-IN-COUNT
081400         " RE-ENTERED: " WS-REENTERED-COUNT
081500         " WITHDRAWN: " WS-WITHDRAWN-COUNT
081600         " CLEARED: " WS-CLEARED-COUNT
081700         " STILL OPEN: " WS-OPEN-COUNT
081800         " CORRECTIONS NOT APPLIED: " WS-CORR-UNUSED-COUNT.
081900 3000-FINALIZE-EXIT.
082000     EXIT.
082100*
082200************************************************************
082300*  3100/3110 - EVERY CORRECTION THAT FOUND NO OPEN ITEM IS
082400*  LISTED SO THE CLERK CAN CHECK THE REFERENCE NUMBER.  A BAD
082500*  ACTION CODE LEAVES ITS ITEM OPEN AND IS LISTED HERE TOO.
082600************************************************************
082700 3100-LIST-UNUSED-CORRECTIONS.
082800************************************************************
082900     MOVE "CORRECTIONS NOT APPLIED" TO WS-SEC-TEXT.
083000     WRITE EMP-SUSPENSE-LINE FROM WS-SECTION-LINE
083100         AFTER ADVANCING 3 LINES.
083200     MOVE 1 TO WS-CORR-SUB.
083300     PERFORM 3110-LIST-UNUSED-ENTRY
083400         THRU 3110-LIST-UNUSED-ENTRY-EXIT
083500         UNTIL WS-CORR-SUB > WS-CORR-COUNT.
083600 3100-LIST-UNUSED-CORRECTIONS-EXIT.
083700     EXIT.
083800*
083900************************************************************
084000 3110-LIST-UNUSED-ENTRY.
084100************************************************************
084200     IF WS-CORR-TBL-USED (WS-CORR-SUB) = "N"
084300         MOVE WS-CORR-TBL-REF-NO (WS-CORR-SUB)   TO WS-UD-REF-NO
084400         MOVE WS-CORR-TBL-ACTION (WS-CORR-SUB)   TO WS-UD-ACTION
084500         MOVE WS-CORR-TBL-CLERK-ID (WS-CORR-SUB)
084600             TO WS-UD-CLERK-ID
084700         IF WS-CORR-TBL-ACTION (WS-CORR-SUB) = "R" OR
084800            WS-CORR-TBL-ACTION (WS-CORR-SUB) = "X"
084900             MOVE "REFERENCE IS NOT AN OPEN SUSPENSE ITEM"
085000                 TO WS-UD-REASON
085100         ELSE
085200             MOVE "ACTION MUST BE R OR X - ITEM LEFT OPEN"
085300                 TO WS-UD-REASON
085400         END-IF
085500         WRITE EMP-SUSPENSE-LINE FROM WS-UNUSED-DETAIL
085600             AFTER ADVANCING 1 LINES
085700         ADD 1 TO WS-CORR-UNUSED-COUNT
085800     END-IF.
085900     ADD 1 TO WS-CORR-SUB.
086000 3110-LIST-UNUSED-ENTRY-EXIT.
086100     EXIT.
086200*
086300************************************************************
086400*  3200/3210 - AGING SUMMARY OF THE ITEMS STILL OPEN, ONE
086500*  LINE PER REASON CODE AND A TOTAL LINE.
086600************************************************************
086700 3200-WRITE-AGING-SUMMARY.
086800************************************************************
086900     MOVE "OPEN ITEMS BY REASON AND DAYS SINCE FIRST FAILED"
087000         TO WS-SEC-TEXT.
087100     WRITE EMP-SUSPENSE-LINE FROM WS-SECTION-LINE
087200         AFTER ADVANCING 3 LINES.
087300     WRITE EMP-SUSPENSE-LINE FROM WS-AGING-HEADING
087400         AFTER ADVANCING 2 LINES.
087500     MOVE 1 TO WS-REASON-SUB.
087600     PERFORM 3210-WRITE-AGING-ROW
087700         THRU 3210-WRITE-AGING-ROW-EXIT
087800         UNTIL WS-REASON-SUB > WS-REASON-COUNT.
087900     MOVE SPACE TO WS-AD-BUCKET-GROUP.
088000     MOVE "TOTAL"                 TO WS-AD-REASON.
088100     MOVE WS-TOT-BUCKET (1)       TO WS-AD-COUNT (1).
088200     MOVE WS-TOT-BUCKET (2)       TO WS-AD-COUNT (2).
088300     MOVE WS-TOT-BUCKET (3)       TO WS-AD-COUNT (3).
088400     MOVE WS-TOT-BUCKET (4)       TO WS-AD-COUNT (4).
088500     MOVE WS-TOT-BUCKET (5)       TO WS-AD-COUNT (5).
088600     MOVE WS-TOT-ALL              TO WS-AD-TOTAL.
088700     WRITE EMP-SUSPENSE-LINE FROM WS-AGING-DETAIL
088800         AFTER ADVANCING 2 LINES.
088900 3200-WRITE-AGING-SUMMARY-EXIT.
089000     EXIT.
089100*
089200************************************************************
089300 3210-WRITE-AGING-ROW.
089400************************************************************
089500     MOVE SPACE TO WS-AD-BUCKET-GROUP.
089600     MOVE WS-RSN-TBL-CODE (WS-REASON-SUB) TO WS-AD-REASON.
089700     MOVE WS-RSN-TBL-BUCKET (WS-REASON-SUB 1) TO WS-AD-COUNT (1).
089800     MOVE WS-RSN-TBL-BUCKET (WS-REASON-SUB 2) TO WS-AD-COUNT (2).
089900     MOVE WS-RSN-TBL-BUCKET (WS-REASON-SUB 3) TO WS-AD-COUNT (3).
090000     MOVE WS-RSN-TBL-BUCKET (WS-REASON-SUB 4) TO WS-AD-COUNT (4).
090100     MOVE WS-RSN-TBL-BUCKET (WS-REASON-SUB 5) TO WS-AD-COUNT (5).
090200     MOVE WS-RSN-TBL-TOTAL (WS-REASON-SUB)    TO WS-AD-TOTAL.
090300     WRITE EMP-SUSPENSE-LINE FROM WS-AGING-DETAIL
090400         AFTER ADVANCING 1 LINES.
090500     ADD 1 TO WS-REASON-SUB.
090600 3210-WRITE-AGING-ROW-EXIT.
090700     EXIT.
090800*
090900************************************************************
091000 3300-WRITE-COUNTS.
091100************************************************************
091200     MOVE "SUSPENSE RECORDS READ:"         TO WS-SL-TEXT.
091300     MOVE WS-SUSP-IN-COUNT                 TO WS-SL-COUNT.
091400     WRITE EMP-SUSPENSE-LINE FROM WS-SUMMARY-LINE
091500         AFTER ADVANCING 3 LINES.
091600     MOVE "NEW REJECTS TAKEN ON:"          TO WS-SL-TEXT.
091700     MOVE WS-NEW-REJECT-COUNT              TO WS-SL-COUNT.
091800     WRITE EMP-SUSPENSE-LINE FROM WS-SUMMARY-LINE
091900         AFTER ADVANCING 1 LINES.
092000     MOVE "RE-ENTERED ITEMS FAILING AGAIN:" TO WS-SL-TEXT.
092100     MOVE WS-REFAILED-COUNT                TO WS-SL-COUNT.
092200     WRITE EMP-SUSPENSE-LINE FROM WS-SUMMARY-LINE
092300         AFTER ADVANCING 1 LINES.
092400     MOVE "RE-ENTERED ITEMS CLEARED:"      TO WS-SL-TEXT.
092500     MOVE WS-CLEARED-COUNT                 TO WS-SL-COUNT.
092600     WRITE EMP-SUSPENSE-LINE FROM WS-SUMMARY-LINE
092700         AFTER ADVANCING 1 LINES.
092800     MOVE "ITEMS RE-ENTERED TO EXTRACT:"   TO WS-SL-TEXT.
092900     MOVE WS-REENTERED-COUNT               TO WS-SL-COUNT.
093000     WRITE EMP-SUSPENSE-LINE FROM WS-SUMMARY-LINE
093100         AFTER ADVANCING 1 LINES.
093200     MOVE "ITEMS WITHDRAWN:"               TO WS-SL-TEXT.
093300     MOVE WS-WITHDRAWN-COUNT               TO WS-SL-COUNT.
093400     WRITE EMP-SUSPENSE-LINE FROM WS-SUMMARY-LINE
093500         AFTER ADVANCING 1 LINES.
093600     MOVE "ITEMS STILL OPEN:"              TO WS-SL-TEXT.
093700     MOVE WS-OPEN-COUNT                    TO WS-SL-COUNT.
093800     WRITE EMP-SUSPENSE-LINE FROM WS-SUMMARY-LINE
093900         AFTER ADVANCING 1 LINES.
094000     MOVE "CORRECTIONS READ:"              TO WS-SL-TEXT.
094100     MOVE WS-CORR-IN-COUNT                 TO WS-SL-COUNT.
094200     WRITE EMP-SUSPENSE-LINE FROM WS-SUMMARY-LINE
094300         AFTER ADVANCING 1 LINES.
094400     MOVE "CORRECTIONS NOT APPLIED:"       TO WS-SL-TEXT.
094500     MOVE WS-CORR-UNUSED-COUNT             TO WS-SL-COUNT.
094600     WRITE EMP-SUSPENSE-LINE FROM WS-SUMMARY-LINE
094700         AFTER ADVANCING 1 LINES.
094800 3300-WRITE-COUNTS-EXIT.
094900     EXIT.
