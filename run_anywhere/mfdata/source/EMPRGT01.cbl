000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. EMPRGT01.
000300 AUTHOR. MFDATA-APPLICATIONS-GROUP.
000400 INSTALLATION. MFDATA.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*
000800************************************************************
000900*  MODIFICATION HISTORY
001000*------------------------------------------------------------
001100*  DATE       INIT  DESCRIPTION
001200*  10/15/26   JDM   INITIAL VERSION - NIGHTLY VOLUME AND
001300*                   REJECT GATE AGAINST THE ROLLING AVERAGE
001400*                   OF PRIOR NIGHTS ON THE RUN-CONTROL
001500*                   HISTORY, AHEAD OF THE MASTER ROTATION.
001520*  10/15/26   JDM   A NIGHT THE GATE COULD NOT JUDGE IS POSTED
001540*                   HELD WHEN ITS RUN DATE IS KNOWN; A NIGHT
001560*                   WHOSE ARCHIVE FAILED COUNTS IN THE BASELINE
001580*                   ON ITS GATE FIGURES.
001600************************************************************
001700*
001800************************************************************
001900*  PURPOSE -                                                *
002000*    EMPBAL01 PROVES TONIGHT'S COUNTS AGREE WITH EACH OTHER  *
002100*    BUT NOT THAT THEY ARE SENSIBLE: A TRUNCATED UPSTREAM    *
002200*    EXTRACT, OR ONE LOADED TWICE, STILL BALANCES.  THIS     *
002300*    STEP RUNS AFTER EMPRARC AND AHEAD OF EMPBLDX AND        *
002400*    JUDGES TONIGHT AGAINST THE NIGHTS BEFORE IT:            *
002500*      - TRANSACTION VOLUME (EXTRACT RECORDS READ BY         *
002600*        EMPVAL01);                                          *
002700*      - ADDS AND DELETES APPLIED BY EMPUPD01;               *
002800*      - REJECTS (EMPVAL01 PLUS EMPUPD01);                   *
002900*      - NET SALARY-HASH MOVEMENT (TONIGHT'S NEW-MASTER      *
003000*        SALARY HASH LESS THE LAST LIVE NIGHT'S).            *
003100*    TONIGHT'S FIGURES COME FROM THE NIGHTLY RUN-CONTROL     *
003200*    FILE (ALL PARTITIONS ON AN EMPNITP0 NIGHT).  THE        *
003300*    BASELINE IS THE ROLLING AVERAGE OF THE LAST N LIVE      *
003400*    NIGHTS ON THE RUN-CONTROL HISTORY.                      *
003500*    TOLERANCES COME FROM THE EMPRGC01 CARD.                 *
003600*                                                            *
003700*    A MEASURE OUTSIDE ITS TOLERANCE HOLDS THE ROTATION      *
003800*    (RC=8) UNLESS THE OVERRIDE CARD NAMES TONIGHT'S RUN     *
003900*    DATE AND AN OPERATOR, IN WHICH CASE THE NIGHT IS        *
004000*    RELEASED WITH RC=4.  WITH FEWER THAN THE MINIMUM        *
004100*    NIGHTS OF HISTORY THE GATE REPORTS BUT DOES NOT HOLD    *
004200*    (RC=4).  EVERY VERDICT IS POSTED TO THE HISTORY AS AN   *
004300*    "EMPRGT01" RECORD (EMP-RUN-GATE-CODE) CARRYING THE      *
004400*    NIGHT'S FIGURES.  A NIGHT STILL HELD IS LEFT OUT OF     *
004500*    LATER BASELINES AND PASSED OVER BY FORWARD RECOVERY     *
004600*    (EMPRCS01); A RESTART HERE WITH THE OVERRIDE CARD       *
004700*    RELEASES IT.                                            *
004800*                                                            *
004900*    OVERRIDE CARD (EMPRGOVR) -                              *
005000*      COLS  1-8   RUN DATE BEING RELEASED (CCYYMMDD)        *
005100*      COLS 10-17  OPERATOR ID                               *
005200*      COLS 19-78  REASON                                    *
005300*                                                            *
005400*    RC=12 ON A BAD RUN-DATE CARD, AN OPEN FAILURE OR A      *
005500*    MISSING RUN-CONTROL RECORD, RC=16 IF THE VERDICT        *
005600*    CANNOT BE POSTED - BOTH HOLD THE ROTATION.  ONCE THE    *
005610*    RUN DATE IS KNOWN AN RC=12 NIGHT IS STILL POSTED "H",   *
005620*    SO IT STAYS OUT OF BASELINES AND FORWARD RECOVERY UNTIL *
005630*    A RESTART JUDGES IT.  ON AN RC=16 THE HISTORY ITSELF    *
005640*    COULD NOT BE WRITTEN, SO NOTHING IS POSTED - THE NIGHT  *
005650*    MUST BE RESTARTED AT EMPRGAT, NOT ABANDONED.            *
005700************************************************************
005800 ENVIRONMENT DIVISION.
005900 CONFIGURATION SECTION.
006000 SOURCE-COMPUTER. IBM-ZSERIES.
006100 OBJECT-COMPUTER. IBM-ZSERIES.
006200 INPUT-OUTPUT SECTION.
006300 FILE-CONTROL.
006400     SELECT EMP-RUN-DATE-FILE ASSIGN TO EMPRDTI
006500         ORGANIZATION IS SEQUENTIAL
006600         ACCESS MODE IS SEQUENTIAL
006700         FILE STATUS IS WS-RDTI-STATUS.
006800
006900     SELECT EMP-GATE-CARD-FILE ASSIGN TO EMPRGCTL
007000         ORGANIZATION IS SEQUENTIAL
007100         ACCESS MODE IS SEQUENTIAL
007200         FILE STATUS IS WS-RGCTL-STATUS.
007300
007400     SELECT EMP-OVERRIDE-FILE ASSIGN TO EMPRGOVR
007500         ORGANIZATION IS SEQUENTIAL
007600         ACCESS MODE IS SEQUENTIAL
007700         FILE STATUS IS WS-RGOVR-STATUS.
007800
007900     SELECT EMP-RUN-CTL-FILE ASSIGN TO EMPRUNC
008000         ORGANIZATION IS SEQUENTIAL
008100         ACCESS MODE IS SEQUENTIAL
008200         FILE STATUS IS WS-RUNC-STATUS.
008300
008400     SELECT EMP-RUN-HISTORY-FILE ASSIGN TO EMPRNHF
008500         ORGANIZATION IS SEQUENTIAL
008600         ACCESS MODE IS SEQUENTIAL
008700         FILE STATUS IS WS-RNHF-STATUS.
008800
008900     SELECT EMP-GATE-REPORT ASSIGN TO EMPRGRPT
009000         ORGANIZATION IS SEQUENTIAL
009100         ACCESS MODE IS SEQUENTIAL
009200         FILE STATUS IS WS-REPORT-STATUS.
009300 DATA DIVISION.
009400 FILE SECTION.
009500 FD  EMP-RUN-DATE-FILE
009600     RECORDING MODE IS F
009700     LABEL RECORDS ARE STANDARD.
009800     COPY EMPRDC01.
009900
010000 FD  EMP-GATE-CARD-FILE
010100     RECORDING MODE IS F
010200     LABEL RECORDS ARE STANDARD.
010300     COPY EMPRGC01.
010400
010500 FD  EMP-OVERRIDE-FILE
010600     RECORDING MODE IS F
010700     LABEL RECORDS ARE STANDARD.
010800 01  EMP-OVERRIDE-CARD.
010900     05  EMP-OVR-RUN-DATE            PIC X(08).
011000     05  FILLER                      PIC X(01).
011100     05  EMP-OVR-OPERATOR            PIC X(08).
011200     05  FILLER                      PIC X(01).
011300     05  EMP-OVR-REASON              PIC X(60).
011400     05  FILLER                      PIC X(02).
011500
011600 FD  EMP-RUN-CTL-FILE
011700     RECORDING MODE IS F
011800     LABEL RECORDS ARE STANDARD.
011900     COPY EMPRUN01.
012000
012100 FD  EMP-RUN-HISTORY-FILE
012200     RECORDING MODE IS F
012300     LABEL RECORDS ARE STANDARD.
012400     COPY EMPRNH01.
012500
012600 FD  EMP-GATE-REPORT
012700     RECORDING MODE IS F
012800     LABEL RECORDS ARE STANDARD.
012900 01  EMP-GATE-LINE                   PIC X(80).
013000 WORKING-STORAGE SECTION.
013100 77  WS-RDTI-STATUS                  PIC X(02)   VALUE "00".
013200 77  WS-RGCTL-STATUS                 PIC X(02)   VALUE "00".
013300 77  WS-RGOVR-STATUS                 PIC X(02)   VALUE "00".
013400 77  WS-RUNC-STATUS                  PIC X(02)   VALUE "00".
013500 77  WS-RNHF-STATUS                  PIC X(02)   VALUE "00".
013600 77  WS-REPORT-STATUS                PIC X(02)   VALUE "00".
013700*
013800 77  WS-RUNC-EOF-SW                  PIC X(01)   VALUE "N".
013900     88  WS-RUNC-EOF                 VALUE "Y".
014000 77  WS-RNHF-EOF-SW                  PIC X(01)   VALUE "N".
014100     88  WS-RNHF-EOF                 VALUE "Y".
014200 77  WS-GATE-FAILED-SW               PIC X(01)   VALUE "N".
014300     88  WS-GATE-FAILED              VALUE "Y".
014400 77  WS-VAL-FOUND-SW                 PIC X(01)   VALUE "N".
014500     88  WS-VAL-FOUND                VALUE "Y".
014600 77  WS-UPD-FOUND-SW                 PIC X(01)   VALUE "N".
014700     88  WS-UPD-FOUND                VALUE "Y".
014800 77  WS-OVERRIDE-SW                  PIC X(01)   VALUE "N".
014900     88  WS-OVERRIDE-PRESENT         VALUE "Y".
015000 77  WS-LAST-LIVE-SW                 PIC X(01)   VALUE "N".
015100     88  WS-LAST-LIVE-FOUND          VALUE "Y".
015125 77  WS-DATE-KNOWN-SW                PIC X(01)   VALUE "N".
015150     88  WS-DATE-KNOWN               VALUE "Y".
015200*
015300************************************************************
015400*  TONIGHT'S STAMP FROM THE RUN-DATE CARD - RECORDS ON THE
015500*  HISTORY CARRYING IT ARE TONIGHT'S OWN (EMPRARC HAS ALREADY
015600*  RUN) AND ARE NOT PART OF THE BASELINE.
015700************************************************************
015800 01  WS-TONIGHT-STAMP.
015900     05  WS-TONIGHT-DATE             PIC X(08).
016000     05  WS-TONIGHT-TIME             PIC X(06).
016100*
016200************************************************************
016300*  TOLERANCES - DEFAULTS, OVERLAID FIELD BY FIELD FROM THE
016400*  CARD.  ENTRIES 1-4 LINE UP WITH EMP-RGC-TOLERANCE; 5 IS
016500*  THE SALARY-HASH MOVEMENT.
016600************************************************************
016700 77  WS-WINDOW-NIGHTS                PIC 9(03)   COMP VALUE 20.
016800 77  WS-MIN-NIGHTS                   PIC 9(03)   COMP VALUE 5.
016900 01  WS-DEFAULT-TOLERANCES.
017000     05  FILLER                      PIC X(12)   VALUE
017100         "050000000100".
017200     05  FILLER                      PIC X(12)   VALUE
017300         "100000000025".
017400     05  FILLER                      PIC X(12)   VALUE
017500         "100000000025".
017600     05  FILLER                      PIC X(12)   VALUE
017700         "100000000025".
017800     05  FILLER                      PIC X(12)   VALUE
017900         "100000250000".
018000 01  WS-DEFAULT-TABLE REDEFINES WS-DEFAULT-TOLERANCES.
018100     05  WS-DEFAULT-ENTRY OCCURS 5 TIMES.
018200         10  WS-DF-PCT               PIC 9(03).
018300         10  WS-DF-SLACK             PIC 9(09).
018400*
018500************************************************************
018600*  THE FIVE MEASURES.  TONIGHT, AVERAGE AND LIMITS ARE KEPT
018700*  AS AMOUNTS SO THE SALARY-HASH MOVEMENT SHARES THE TABLE;
018800*  FOR IT THE AVERAGE AND LIMIT APPLY TO THE SIZE OF THE
018900*  MOVEMENT, WHICHEVER WAY IT WENT.
019000************************************************************
019100 01  WS-MEASURE-NAMES.
019200     05  FILLER                      PIC X(15)
019300         VALUE "VOLUME".
019400     05  FILLER                      PIC X(15)
019500         VALUE "ADDS".
019600     05  FILLER                      PIC X(15)
019700         VALUE "DELETES".
019800     05  FILLER                      PIC X(15)
019900         VALUE "REJECTS".
020000     05  FILLER                      PIC X(15)
020100         VALUE "SALARY MOVEMENT".
020200 01  WS-MEASURE-NAME-TABLE REDEFINES WS-MEASURE-NAMES.
020300     05  WS-MN-NAME                  PIC X(15)   OCCURS 5 TIMES.
020400*
020500 01  WS-MEASURE-TABLE.
020600     05  WS-MEASURE OCCURS 5 TIMES.
020700         10  WS-MS-TONIGHT           PIC S9(13)V99 COMP-3.
020800         10  WS-MS-SUM               PIC S9(13)V99 COMP-3.
020900         10  WS-MS-NIGHTS            PIC 9(03)   COMP.
021000         10  WS-MS-AVERAGE           PIC S9(13)V99 COMP-3.
021100         10  WS-MS-LOW               PIC S9(13)V99 COMP-3.
021200         10  WS-MS-HIGH              PIC S9(13)V99 COMP-3.
021300         10  WS-MS-PCT               PIC 9(03).
021400         10  WS-MS-SLACK             PIC 9(09).
021500         10  WS-MS-RESULT            PIC X(06).
021600 77  WS-MS-SUB                       PIC 9(03)   COMP VALUE ZERO.
021700 77  WS-MS-VALUE                     PIC S9(13)V99 COMP-3
021800                                          VALUE ZERO.
021900 77  WS-OUT-COUNT                    PIC 9(03)   COMP VALUE ZERO.
022000*
022100 77  WS-TONIGHT-CHANGES              PIC 9(07)   VALUE ZERO.
022200 77  WS-TONIGHT-HASH                 PIC 9(13)V99 VALUE ZERO.
022300 77  WS-TONIGHT-MOVEMENT             PIC S9(13)V99 VALUE ZERO.
022400 77  WS-MOVE-WORK                    PIC S9(13)V99 VALUE ZERO.
022500*
022600************************************************************
022700*  THE NIGHTS ON THE HISTORY, OLDEST FIRST.  WHEN THE TABLE
022800*  IS FULL THE OLDEST NIGHT IS SHIFTED OUT, SO IT ALWAYS
022900*  HOLDS THE LAST 60 - ENOUGH FOR THE LONGEST WINDOW (50)
023000*  WITH ROOM FOR HELD NIGHTS.
023100************************************************************
023200 01  WS-NIGHT-TABLE.
023300     05  WS-NIGHT-COUNT              PIC 9(03)   COMP VALUE ZERO.
023400     05  WS-NIGHT OCCURS 60 TIMES.
023500         10  WS-NT-STAMP             PIC X(14).
023600         10  WS-NT-GATE-CODE         PIC X(01).
023700         10  WS-NT-UPD-SW            PIC X(01).
023800         10  WS-NT-MOVE-SW           PIC X(01).
023900         10  WS-NT-VOLUME            PIC 9(09)   COMP.
024000         10  WS-NT-ADDS              PIC 9(09)   COMP.
024100         10  WS-NT-CHANGES           PIC 9(09)   COMP.
024200         10  WS-NT-DELETES           PIC 9(09)   COMP.
024300         10  WS-NT-REJECTS           PIC 9(09)   COMP.
024400         10  WS-NT-HASH              PIC 9(13)V99 COMP-3.
024500         10  WS-NT-MOVEMENT          PIC S9(13)V99 COMP-3.
024600 77  WS-NT-SUB                       PIC 9(03)   COMP VALUE ZERO.
024700 77  WS-LAST-LIVE-SUB                PIC 9(03)   COMP VALUE ZERO.
024800 77  WS-PREV-HASH                    PIC 9(13)V99 VALUE ZERO.
024900 77  WS-WINDOW-COUNT                 PIC 9(03)   COMP VALUE ZERO.
025000 77  WS-HELD-COUNT                   PIC 9(03)   COMP VALUE ZERO.
025100 77  WS-OLDEST-STAMP                 PIC X(14)   VALUE SPACE.
025200 77  WS-NEWEST-STAMP                 PIC X(14)   VALUE SPACE.
025300 77  WS-HIST-READ-COUNT              PIC 9(07)   COMP VALUE ZERO.
025400*
025500************************************************************
025600*  EMPRUN01 OVERLAY FOR THE RUN-CONTROL IMAGE CARRIED ON A
025700*  HISTORY RECORD.
025800************************************************************
025900     COPY EMPRUN01
026000         REPLACING ==EMP-RUN-CTL-RECORD== BY
026100                   ==WS-HIST-CTL-RECORD==.
026200*
026300 77  WS-GATE-CODE                    PIC X(01)   VALUE SPACE.
026400 77  WS-VERDICT-TEXT                 PIC X(79)   VALUE SPACE.
026500*
026600************************************************************
026700*  REPORT LINES.
026800************************************************************
026900 01  WS-HEADING-1.
027000     05  FILLER                      PIC X(01)   VALUE SPACE.
027100     05  FILLER                      PIC X(40)   VALUE
027200         "EMPRGT01 - NIGHTLY VOLUME GATE FOR NIGHT".
027300     05  FILLER                      PIC X(01)   VALUE SPACE.
027400     05  WS-H1-DATE                  PIC X(08).
027500     05  FILLER                      PIC X(01)   VALUE SPACE.
027600     05  WS-H1-TIME                  PIC X(06).
027700     05  FILLER                      PIC X(23)   VALUE SPACE.
027800*
027900 01  WS-BASELINE-LINE.
028000     05  FILLER                      PIC X(01)   VALUE SPACE.
028100     05  FILLER                      PIC X(17)
028200         VALUE "BASELINE NIGHTS: ".
028300     05  WS-BL-COUNT                 PIC ZZ9.
028400     05  FILLER                      PIC X(04)   VALUE " OF ".
028500     05  WS-BL-WINDOW                PIC ZZ9.
028600     05  FILLER                      PIC X(10)   VALUE
028700         "   OLDEST ".
028800     05  WS-BL-OLDEST                PIC X(08).
028900     05  FILLER                      PIC X(10)   VALUE
029000         "   NEWEST ".
029100     05  WS-BL-NEWEST                PIC X(08).
029200     05  FILLER                      PIC X(16)   VALUE SPACE.
029300*
029400 01  WS-HELD-LINE.
029500     05  FILLER                      PIC X(01)   VALUE SPACE.
029600     05  FILLER                      PIC X(40)   VALUE
029700         "HELD NIGHTS LEFT OUT OF THE BASELINE:   ".
029800     05  WS-HL-COUNT                 PIC ZZ9.
029900     05  FILLER                      PIC X(36)   VALUE SPACE.
030000*
030100 01  WS-COLUMN-HEADING.
030200     05  FILLER                      PIC X(01)   VALUE SPACE.
030300     05  FILLER                      PIC X(15)   VALUE "MEASURE".
030400     05  FILLER                      PIC X(14)
030500         VALUE "       TONIGHT".
030600     05  FILLER                      PIC X(14)
030700         VALUE "       AVERAGE".
030800     05  FILLER                      PIC X(14)
030900         VALUE "     LOW LIMIT".
031000     05  FILLER                      PIC X(14)
031100         VALUE "    HIGH LIMIT".
031200     05  FILLER                      PIC X(08)   VALUE "  RESULT".
031300*
031400 01  WS-MEASURE-LINE.
031500     05  FILLER                      PIC X(01)   VALUE SPACE.
031600     05  WS-ML-NAME                  PIC X(15).
031700     05  FILLER                      PIC X(02)   VALUE SPACE.
031800     05  WS-ML-TONIGHT               PIC -ZZZ,ZZZ,ZZ9.
031900     05  FILLER                      PIC X(02)   VALUE SPACE.
032000     05  WS-ML-AVERAGE               PIC -ZZZ,ZZZ,ZZ9.
032100     05  FILLER                      PIC X(02)   VALUE SPACE.
032200     05  WS-ML-LOW                   PIC -ZZZ,ZZZ,ZZ9.
032300     05  FILLER                      PIC X(02)   VALUE SPACE.
032400     05  WS-ML-HIGH                  PIC -ZZZ,ZZZ,ZZ9.
032500     05  FILLER                      PIC X(02)   VALUE SPACE.
032600     05  WS-ML-RESULT                PIC X(06).
032700*
032800 01  WS-VERDICT-LINE.
032900     05  FILLER                      PIC X(01)   VALUE SPACE.
033000     05  WS-VL-TEXT                  PIC X(79).
033100 PROCEDURE DIVISION.
033200************************************************************
033300 0000-MAINLINE.
033400************************************************************
033500     PERFORM 1000-INITIALIZE
033600         THRU 1000-INITIALIZE-EXIT.
033700     PERFORM 2000-JUDGE-NIGHT
033800         THRU 2000-JUDGE-NIGHT-EXIT.
033900     PERFORM 3000-FINALIZE
034000         THRU 3000-FINALIZE-EXIT.
034100     GOBACK.
034200*
034300************************************************************
034400*  1000 - THE RUN-DATE CARD, THE TOLERANCE CARD AND THE
034500*  OVERRIDE CARD.  WITHOUT A GOOD RUN-DATE CARD TONIGHT
034600*  CANNOT BE TOLD APART FROM THE HISTORY AND THE GATE FAILS.
034700************************************************************
034800 1000-INITIALIZE.
034900************************************************************
035000     OPEN OUTPUT EMP-GATE-REPORT.
035100     IF WS-REPORT-STATUS NOT = "00"
035200         DISPLAY "EMPRGT01 - REPORT OPEN FAILED - "
035300             WS-REPORT-STATUS
035400         MOVE "Y" TO WS-GATE-FAILED-SW
035500         GO TO 1000-INITIALIZE-EXIT
035600     END-IF.
035700     OPEN INPUT EMP-RUN-DATE-FILE.
035800     IF WS-RDTI-STATUS NOT = "00"
035900         DISPLAY "EMPRGT01 - RUN-DATE CARD OPEN FAILED - "
036000             WS-RDTI-STATUS
036100         MOVE "Y" TO WS-GATE-FAILED-SW
036200         GO TO 1000-INITIALIZE-EXIT
036300     END-IF.
036400     READ EMP-RUN-DATE-FILE
036500         AT END
036600             MOVE SPACE TO EMP-RUN-DATE-CARD
036700     END-READ.
036800     CLOSE EMP-RUN-DATE-FILE.
036900     IF EMP-RDC-RUN-DATE NOT NUMERIC OR
037000        EMP-RDC-RUN-TIME NOT NUMERIC
037100         DISPLAY "EMPRGT01 - RUN-DATE CARD MISSING OR INVALID"
037200         MOVE "Y" TO WS-GATE-FAILED-SW
037300         GO TO 1000-INITIALIZE-EXIT
037400     END-IF.
037500     MOVE EMP-RDC-RUN-DATE TO WS-TONIGHT-DATE.
037600     MOVE EMP-RDC-RUN-TIME TO WS-TONIGHT-TIME.
037650     MOVE "Y" TO WS-DATE-KNOWN-SW.
037700     MOVE WS-TONIGHT-DATE TO WS-H1-DATE.
037800     MOVE WS-TONIGHT-TIME TO WS-H1-TIME.
037900     WRITE EMP-GATE-LINE FROM WS-HEADING-1
038000         AFTER ADVANCING 1 LINES.
038100     PERFORM 1100-READ-GATE-CARD
038200         THRU 1100-READ-GATE-CARD-EXIT.
038300     IF WS-GATE-FAILED
038400         GO TO 1000-INITIALIZE-EXIT
038500     END-IF.
038600     PERFORM 1200-READ-OVERRIDE-CARD
038700         THRU 1200-READ-OVERRIDE-CARD-EXIT.
038800 1000-INITIALIZE-EXIT.
038900     EXIT.
039000*
039100************************************************************
039200*  1100 - TOLERANCES.  THE CARD DATA SET MUST BE THERE; AN
039300*  EMPTY ONE, OR A BLANK FIELD, MEANS THE DEFAULT.
039400************************************************************
039500 1100-READ-GATE-CARD.
039600************************************************************
039700     PERFORM 1110-SET-DEFAULT
039800         THRU 1110-SET-DEFAULT-EXIT
039900         VARYING WS-MS-SUB FROM 1 BY 1
040000         UNTIL WS-MS-SUB > 5.
040100     OPEN INPUT EMP-GATE-CARD-FILE.
040200     IF WS-RGCTL-STATUS NOT = "00"
040300         DISPLAY "EMPRGT01 - TOLERANCE CARD OPEN FAILED - "
040400             WS-RGCTL-STATUS
040500         MOVE "Y" TO WS-GATE-FAILED-SW
040600         GO TO 1100-READ-GATE-CARD-EXIT
040700     END-IF.
040800     READ EMP-GATE-CARD-FILE
040900         AT END
041000             MOVE SPACE TO EMP-GATE-CARD
041100     END-READ.
041200     CLOSE EMP-GATE-CARD-FILE.
041300     IF EMP-RGC-NIGHTS NUMERIC
041400         IF EMP-RGC-NIGHTS > ZERO
041500             MOVE EMP-RGC-NIGHTS TO WS-WINDOW-NIGHTS
041600         END-IF
041700     END-IF.
041800     IF WS-WINDOW-NIGHTS > 50
041900         MOVE 50 TO WS-WINDOW-NIGHTS
042000     END-IF.
042100     IF EMP-RGC-MIN-NIGHTS NUMERIC
042200         MOVE EMP-RGC-MIN-NIGHTS TO WS-MIN-NIGHTS
042300     END-IF.
042400     PERFORM 1120-TAKE-CARD-TOLERANCE
042500         THRU 1120-TAKE-CARD-TOLERANCE-EXIT
042600         VARYING WS-MS-SUB FROM 1 BY 1
042700         UNTIL WS-MS-SUB > 4.
042800     IF EMP-RGC-HASH-PCT NUMERIC
042900         MOVE EMP-RGC-HASH-PCT TO WS-MS-PCT (5)
043000     END-IF.
043100     IF EMP-RGC-HASH-SLACK NUMERIC
043200         MOVE EMP-RGC-HASH-SLACK TO WS-MS-SLACK (5)
043300     END-IF.
043400 1100-READ-GATE-CARD-EXIT.
043500     EXIT.
043600*
043700************************************************************
043800 1110-SET-DEFAULT.
043900************************************************************
044000     MOVE WS-DF-PCT (WS-MS-SUB)   TO WS-MS-PCT (WS-MS-SUB).
044100     MOVE WS-DF-SLACK (WS-MS-SUB) TO WS-MS-SLACK (WS-MS-SUB).
044200     MOVE ZERO TO WS-MS-TONIGHT (WS-MS-SUB).
044300     MOVE ZERO TO WS-MS-SUM (WS-MS-SUB).
044400     MOVE ZERO TO WS-MS-NIGHTS (WS-MS-SUB).
044500     MOVE ZERO TO WS-MS-AVERAGE (WS-MS-SUB).
044600     MOVE ZERO TO WS-MS-LOW (WS-MS-SUB).
044700     MOVE ZERO TO WS-MS-HIGH (WS-MS-SUB).
044800     MOVE SPACE TO WS-MS-RESULT (WS-MS-SUB).
044900 1110-SET-DEFAULT-EXIT.
045000     EXIT.
045100*
045200************************************************************
045300 1120-TAKE-CARD-TOLERANCE.
045400************************************************************
045500     IF EMP-RGC-PCT (WS-MS-SUB) NUMERIC
045600         MOVE EMP-RGC-PCT (WS-MS-SUB) TO WS-MS-PCT (WS-MS-SUB)
045700     END-IF.
045800     IF EMP-RGC-SLACK (WS-MS-SUB) NUMERIC
045900         MOVE EMP-RGC-SLACK (WS-MS-SUB)
046000             TO WS-MS-SLACK (WS-MS-SUB)
046100     END-IF.
046200 1120-TAKE-CARD-TOLERANCE-EXIT.
046300     EXIT.
046400*
046500************************************************************
046600*  1200 - THE OVERRIDE CARD IS NORMALLY EMPTY.  IT COUNTS
046700*  ONLY WHEN IT NAMES TONIGHT'S RUN DATE AND AN OPERATOR, SO
046800*  A CARD LEFT BEHIND FROM AN EARLIER NIGHT RELEASES
046900*  NOTHING.
047000************************************************************
047100 1200-READ-OVERRIDE-CARD.
047200************************************************************
047300     OPEN INPUT EMP-OVERRIDE-FILE.
047400     IF WS-RGOVR-STATUS NOT = "00"
047500         DISPLAY "EMPRGT01 - OVERRIDE CARD OPEN FAILED - "
047600             WS-RGOVR-STATUS
047700         MOVE "Y" TO WS-GATE-FAILED-SW
047800         GO TO 1200-READ-OVERRIDE-CARD-EXIT
047900     END-IF.
048000     READ EMP-OVERRIDE-FILE
048100         AT END
048200             MOVE SPACE TO EMP-OVERRIDE-CARD
048300     END-READ.
048400     CLOSE EMP-OVERRIDE-FILE.
048500     IF EMP-OVERRIDE-CARD = SPACE
048600         GO TO 1200-READ-OVERRIDE-CARD-EXIT
048700     END-IF.
048800     IF EMP-OVR-RUN-DATE = WS-TONIGHT-DATE AND
048900        EMP-OVR-OPERATOR NOT = SPACE
049000         MOVE "Y" TO WS-OVERRIDE-SW
049100     ELSE
049200         MOVE SPACE TO WS-VL-TEXT
049300         STRING "OVERRIDE CARD FOR NIGHT " DELIMITED BY SIZE
049400             EMP-OVR-RUN-DATE DELIMITED BY SIZE
049500             " (OPERATOR " DELIMITED BY SIZE
049600             EMP-OVR-OPERATOR DELIMITED BY SPACE
049700             ") IS NOT FOR TONIGHT - IGNORED" DELIMITED BY SIZE
049800             INTO WS-VL-TEXT
049900         END-STRING
050000         WRITE EMP-GATE-LINE FROM WS-VERDICT-LINE
050100             AFTER ADVANCING 2 LINES
050200     END-IF.
050300 1200-READ-OVERRIDE-CARD-EXIT.
050400     EXIT.
050500*
050600************************************************************
050700*  2000 - GATHER TONIGHT AND THE BASELINE, MEASURE, DECIDE
050800*  AND POST THE VERDICT.
050900************************************************************
051000 2000-JUDGE-NIGHT.
051100************************************************************
051200     IF WS-GATE-FAILED
051300         GO TO 2000-JUDGE-NIGHT-EXIT
051400     END-IF.
051500     PERFORM 2100-LOAD-TONIGHT
051600         THRU 2100-LOAD-TONIGHT-EXIT.
051700     IF WS-GATE-FAILED
051800         GO TO 2000-JUDGE-NIGHT-EXIT
051900     END-IF.
052000     PERFORM 2200-LOAD-HISTORY
052100         THRU 2200-LOAD-HISTORY-EXIT.
052200     IF WS-GATE-FAILED
052300         GO TO 2000-JUDGE-NIGHT-EXIT
052400     END-IF.
052500     PERFORM 2300-BUILD-BASELINE
052600         THRU 2300-BUILD-BASELINE-EXIT.
052700     PERFORM 2400-CHECK-MEASURE
052800         THRU 2400-CHECK-MEASURE-EXIT
052900         VARYING WS-MS-SUB FROM 1 BY 1
053000         UNTIL WS-MS-SUB > 5.
053100     PERFORM 2500-DECIDE
053200         THRU 2500-DECIDE-EXIT.
053300     PERFORM 2600-POST-VERDICT
053400         THRU 2600-POST-VERDICT-EXIT.
053500 2000-JUDGE-NIGHT-EXIT.
053600     EXIT.
053700*
053800************************************************************
053900*  2100 - TONIGHT'S FIGURES FROM THE NIGHTLY RUN-CONTROL
054000*  FILE.  EMPUPD01 RECORDS ARE SUMMED ACROSS PARTITIONS, AS
054100*  EMPBAL01 SUMS THEM.
054200************************************************************
054300 2100-LOAD-TONIGHT.
054400************************************************************
054500     OPEN INPUT EMP-RUN-CTL-FILE.
054600     IF WS-RUNC-STATUS NOT = "00"
054700         DISPLAY "EMPRGT01 - RUN CONTROL OPEN FAILED - "
054800             WS-RUNC-STATUS
054900         MOVE "Y" TO WS-GATE-FAILED-SW
055000         GO TO 2100-LOAD-TONIGHT-EXIT
055100     END-IF.
055200     PERFORM 2110-READ-TONIGHT-RECORD
055300         THRU 2110-READ-TONIGHT-RECORD-EXIT
055400         UNTIL WS-RUNC-EOF.
055500     CLOSE EMP-RUN-CTL-FILE.
055600     IF NOT WS-VAL-FOUND OR NOT WS-UPD-FOUND
055700         MOVE "NO EMPVAL01 OR EMPUPD01 RUN-CONTROL - CANNOT JUDGE"
055800             TO WS-VL-TEXT
055900         WRITE EMP-GATE-LINE FROM WS-VERDICT-LINE
056000             AFTER ADVANCING 2 LINES
056100         MOVE "Y" TO WS-GATE-FAILED-SW
056200     END-IF.
056300 2100-LOAD-TONIGHT-EXIT.
056400     EXIT.
056500*
056600************************************************************
056700 2110-READ-TONIGHT-RECORD.
056800************************************************************
056900     READ EMP-RUN-CTL-FILE
057000         AT END
057100             MOVE "Y" TO WS-RUNC-EOF-SW
057200             GO TO 2110-READ-TONIGHT-RECORD-EXIT
057300     END-READ.
057400     IF EMP-RUN-STEP OF EMP-RUN-CTL-RECORD = "EMPVAL01"
057500         MOVE "Y" TO WS-VAL-FOUND-SW
057600         ADD EMP-RUN-IN-COUNT OF EMP-RUN-CTL-RECORD
057700             TO WS-MS-TONIGHT (1)
057800         ADD EMP-RUN-IN-COUNT OF EMP-RUN-CTL-RECORD
057900             TO WS-MS-TONIGHT (4)
058000         SUBTRACT EMP-RUN-OUT-COUNT OF EMP-RUN-CTL-RECORD
058100             FROM WS-MS-TONIGHT (4)
058200     END-IF.
058300     IF EMP-RUN-STEP OF EMP-RUN-CTL-RECORD = "EMPUPD01"
058400         MOVE "Y" TO WS-UPD-FOUND-SW
058500         ADD EMP-RUN-ADD-COUNT OF EMP-RUN-CTL-RECORD
058600             TO WS-MS-TONIGHT (2)
058700         ADD EMP-RUN-CHG-COUNT OF EMP-RUN-CTL-RECORD
058800             TO WS-TONIGHT-CHANGES
058900         ADD EMP-RUN-DEL-COUNT OF EMP-RUN-CTL-RECORD
059000             TO WS-MS-TONIGHT (3)
059100         ADD EMP-RUN-REJ-COUNT OF EMP-RUN-CTL-RECORD
059200             TO WS-MS-TONIGHT (4)
059300         ADD EMP-RUN-SALARY-HASH OF EMP-RUN-CTL-RECORD
059400             TO WS-TONIGHT-HASH
059500     END-IF.
059600 2110-READ-TONIGHT-RECORD-EXIT.
059700     EXIT.
059800*
059900************************************************************
060000*  2200 - THE HISTORY, ONE NIGHT PER STAMP.  A NIGHT'S GATE
060100*  RECORDS (MORE THAN ONE IF THE GATE WAS RESTARTED) COME
060200*  JUST BEHIND THE RECORDS EMPRAR01 ARCHIVED FOR IT, SO A
060300*  NEW STAMP STARTS A NEW NIGHT.  A NIGHT WHOSE ARCHIVE STEP
060400*  FAILED HAS ONLY ITS GATE RECORDS, AND THE FIGURES THE
060500*  GATE POSTED STAND IN FOR IT (WS-NT-UPD-SW "G") - IN THE
060550*  BASELINE AND THE SALARY MOVEMENT ALIKE.
060600************************************************************
060700 2200-LOAD-HISTORY.
060800************************************************************
060900     OPEN INPUT EMP-RUN-HISTORY-FILE.
061000     IF WS-RNHF-STATUS NOT = "00"
061100         DISPLAY "EMPRGT01 - RUN-CONTROL HISTORY OPEN FAILED - "
061200             WS-RNHF-STATUS
061300         MOVE "Y" TO WS-GATE-FAILED-SW
061400         GO TO 2200-LOAD-HISTORY-EXIT
061500     END-IF.
061600     PERFORM 2210-READ-HISTORY-RECORD
061700         THRU 2210-READ-HISTORY-RECORD-EXIT
061800         UNTIL WS-RNHF-EOF.
061900     CLOSE EMP-RUN-HISTORY-FILE.
062000 2200-LOAD-HISTORY-EXIT.
062100     EXIT.
062200*
062300************************************************************
062400 2210-READ-HISTORY-RECORD.
062500************************************************************
062600     READ EMP-RUN-HISTORY-FILE
062700         AT END
062800             MOVE "Y" TO WS-RNHF-EOF-SW
062900             GO TO 2210-READ-HISTORY-RECORD-EXIT
063000     END-READ.
063100     ADD 1 TO WS-HIST-READ-COUNT.
063200     IF EMP-RNH-STAMP = WS-TONIGHT-STAMP
063300         GO TO 2210-READ-HISTORY-RECORD-EXIT
063400     END-IF.
063500     MOVE EMP-RNH-RUN-CTL TO WS-HIST-CTL-RECORD.
063600     IF EMP-RUN-STEP OF WS-HIST-CTL-RECORD = "EMPRGT01"
063700         PERFORM 2230-MARK-GATE-VERDICT
063800             THRU 2230-MARK-GATE-VERDICT-EXIT
063900         GO TO 2210-READ-HISTORY-RECORD-EXIT
064000     END-IF.
064100     IF EMP-RUN-STEP OF WS-HIST-CTL-RECORD NOT = "EMPVAL01" AND
064200        EMP-RUN-STEP OF WS-HIST-CTL-RECORD NOT = "EMPUPD01"
064300         GO TO 2210-READ-HISTORY-RECORD-EXIT
064400     END-IF.
064500     PERFORM 2215-FIND-NIGHT
064600         THRU 2215-FIND-NIGHT-EXIT.
064700     IF WS-NT-UPD-SW (WS-NT-SUB) = "G"
064800         PERFORM 2240-CLEAR-GATE-FIGURES
064900             THRU 2240-CLEAR-GATE-FIGURES-EXIT
065000     END-IF.
065100     IF EMP-RUN-STEP OF WS-HIST-CTL-RECORD = "EMPVAL01"
065200         ADD EMP-RUN-IN-COUNT OF WS-HIST-CTL-RECORD
065300             TO WS-NT-VOLUME (WS-NT-SUB)
065400         ADD EMP-RUN-IN-COUNT OF WS-HIST-CTL-RECORD
065500             TO WS-NT-REJECTS (WS-NT-SUB)
065600         SUBTRACT EMP-RUN-OUT-COUNT OF WS-HIST-CTL-RECORD
065700             FROM WS-NT-REJECTS (WS-NT-SUB)
065800     ELSE
065900         MOVE "Y" TO WS-NT-UPD-SW (WS-NT-SUB)
066000         ADD EMP-RUN-ADD-COUNT OF WS-HIST-CTL-RECORD
066100             TO WS-NT-ADDS (WS-NT-SUB)
066200         ADD EMP-RUN-CHG-COUNT OF WS-HIST-CTL-RECORD
066300             TO WS-NT-CHANGES (WS-NT-SUB)
066400         ADD EMP-RUN-DEL-COUNT OF WS-HIST-CTL-RECORD
066500             TO WS-NT-DELETES (WS-NT-SUB)
066600         ADD EMP-RUN-REJ-COUNT OF WS-HIST-CTL-RECORD
066700             TO WS-NT-REJECTS (WS-NT-SUB)
066800         ADD EMP-RUN-SALARY-HASH OF WS-HIST-CTL-RECORD
066900             TO WS-NT-HASH (WS-NT-SUB)
067000     END-IF.
067100 2210-READ-HISTORY-RECORD-EXIT.
067200     EXIT.
067300*
067400************************************************************
067500 2215-FIND-NIGHT.
067600************************************************************
067700     IF WS-NIGHT-COUNT = ZERO
067800         PERFORM 2220-START-NIGHT
067900             THRU 2220-START-NIGHT-EXIT
068000     ELSE
068100         IF WS-NT-STAMP (WS-NIGHT-COUNT) NOT = EMP-RNH-STAMP
068200             PERFORM 2220-START-NIGHT
068300                 THRU 2220-START-NIGHT-EXIT
068400         END-IF
068500     END-IF.
068600     MOVE WS-NIGHT-COUNT TO WS-NT-SUB.
068700 2215-FIND-NIGHT-EXIT.
068800     EXIT.
068900*
069000************************************************************
069100 2220-START-NIGHT.
069200************************************************************
069300     IF WS-NIGHT-COUNT < 60
069400         ADD 1 TO WS-NIGHT-COUNT
069500     ELSE
069600         PERFORM 2225-SHIFT-NIGHT
069700             THRU 2225-SHIFT-NIGHT-EXIT
069800             VARYING WS-NT-SUB FROM 1 BY 1
069900             UNTIL WS-NT-SUB > 59
070000     END-IF.
070100     MOVE EMP-RNH-STAMP TO WS-NT-STAMP (WS-NIGHT-COUNT).
070200     MOVE SPACE TO WS-NT-GATE-CODE (WS-NIGHT-COUNT).
070300     MOVE "N"   TO WS-NT-UPD-SW (WS-NIGHT-COUNT).
070400     MOVE "N"   TO WS-NT-MOVE-SW (WS-NIGHT-COUNT).
070500     MOVE ZERO  TO WS-NT-VOLUME (WS-NIGHT-COUNT).
070600     MOVE ZERO  TO WS-NT-ADDS (WS-NIGHT-COUNT).
070700     MOVE ZERO  TO WS-NT-CHANGES (WS-NIGHT-COUNT).
070800     MOVE ZERO  TO WS-NT-DELETES (WS-NIGHT-COUNT).
070900     MOVE ZERO  TO WS-NT-REJECTS (WS-NIGHT-COUNT).
071000     MOVE ZERO  TO WS-NT-HASH (WS-NIGHT-COUNT).
071100     MOVE ZERO  TO WS-NT-MOVEMENT (WS-NIGHT-COUNT).
071200 2220-START-NIGHT-EXIT.
071300     EXIT.
071400*
071500************************************************************
071600 2225-SHIFT-NIGHT.
071700************************************************************
071800     MOVE WS-NIGHT (WS-NT-SUB + 1) TO WS-NIGHT (WS-NT-SUB).
071900 2225-SHIFT-NIGHT-EXIT.
072000     EXIT.
072100*
072200************************************************************
072300*  2230 - A GATE VERDICT: THE LATEST ONE FOR A NIGHT STANDS.
072400*  ITS FIGURES STAND IN FOR A NIGHT THAT WAS NOT ARCHIVED,
072450*  WHICH 2310 AND 2320 THEN TREAT AS AN ARCHIVED ONE.
072500************************************************************
072600 2230-MARK-GATE-VERDICT.
072700************************************************************
072800     PERFORM 2215-FIND-NIGHT
072900         THRU 2215-FIND-NIGHT-EXIT.
073000     MOVE EMP-RUN-GATE-CODE OF WS-HIST-CTL-RECORD
073100         TO WS-NT-GATE-CODE (WS-NT-SUB).
073200     IF WS-NT-UPD-SW (WS-NT-SUB) = "Y"
073300         GO TO 2230-MARK-GATE-VERDICT-EXIT
073400     END-IF.
073500     MOVE "G" TO WS-NT-UPD-SW (WS-NT-SUB).
073600     MOVE EMP-RUN-IN-COUNT OF WS-HIST-CTL-RECORD
073700         TO WS-NT-VOLUME (WS-NT-SUB).
073800     MOVE EMP-RUN-ADD-COUNT OF WS-HIST-CTL-RECORD
073900         TO WS-NT-ADDS (WS-NT-SUB).
074000     MOVE EMP-RUN-CHG-COUNT OF WS-HIST-CTL-RECORD
074100         TO WS-NT-CHANGES (WS-NT-SUB).
074200     MOVE EMP-RUN-DEL-COUNT OF WS-HIST-CTL-RECORD
074300         TO WS-NT-DELETES (WS-NT-SUB).
074400     MOVE EMP-RUN-REJ-COUNT OF WS-HIST-CTL-RECORD
074500         TO WS-NT-REJECTS (WS-NT-SUB).
074600     MOVE EMP-RUN-SALARY-HASH OF WS-HIST-CTL-RECORD
074700         TO WS-NT-HASH (WS-NT-SUB).
074800 2230-MARK-GATE-VERDICT-EXIT.
074900     EXIT.
075000*
075100************************************************************
075200 2240-CLEAR-GATE-FIGURES.
075300************************************************************
075400     MOVE "N"  TO WS-NT-UPD-SW (WS-NT-SUB).
075500     MOVE ZERO TO WS-NT-VOLUME (WS-NT-SUB).
075600     MOVE ZERO TO WS-NT-ADDS (WS-NT-SUB).
075700     MOVE ZERO TO WS-NT-CHANGES (WS-NT-SUB).
075800     MOVE ZERO TO WS-NT-DELETES (WS-NT-SUB).
075900     MOVE ZERO TO WS-NT-REJECTS (WS-NT-SUB).
076000     MOVE ZERO TO WS-NT-HASH (WS-NT-SUB).
076100 2240-CLEAR-GATE-FIGURES-EXIT.
076200     EXIT.
076300*
076400************************************************************
076500*  2300 - THE BASELINE.  FIRST EACH LIVE NIGHT'S SALARY-HASH
076600*  MOVEMENT AGAINST THE LIVE NIGHT BEFORE IT (HELD NIGHTS
076700*  NEVER WENT LIVE AND ARE SKIPPED), THEN THE LAST N LIVE
076800*  NIGHTS ARE AVERAGED, NEWEST BACKWARDS.
076900************************************************************
077000 2300-BUILD-BASELINE.
077100************************************************************
077200     PERFORM 2310-NIGHT-MOVEMENT
077300         THRU 2310-NIGHT-MOVEMENT-EXIT
077400         VARYING WS-NT-SUB FROM 1 BY 1
077500         UNTIL WS-NT-SUB > WS-NIGHT-COUNT.
077600     IF WS-LAST-LIVE-FOUND
077700         COMPUTE WS-TONIGHT-MOVEMENT =
077800             WS-TONIGHT-HASH - WS-NT-HASH (WS-LAST-LIVE-SUB)
077900     END-IF.
078000     MOVE WS-TONIGHT-MOVEMENT TO WS-MS-TONIGHT (5).
078100     MOVE WS-NIGHT-COUNT TO WS-NT-SUB.
078200     PERFORM 2320-ADD-TO-WINDOW
078300         THRU 2320-ADD-TO-WINDOW-EXIT
078400         UNTIL WS-NT-SUB = ZERO OR
078500             WS-WINDOW-COUNT = WS-WINDOW-NIGHTS.
078600     PERFORM 2330-AVERAGE-MEASURE
078700         THRU 2330-AVERAGE-MEASURE-EXIT
078800         VARYING WS-MS-SUB FROM 1 BY 1
078900         UNTIL WS-MS-SUB > 5.
079000     MOVE WS-WINDOW-COUNT  TO WS-BL-COUNT.
079100     MOVE WS-WINDOW-NIGHTS TO WS-BL-WINDOW.
079200     MOVE WS-OLDEST-STAMP  TO WS-BL-OLDEST.
079300     MOVE WS-NEWEST-STAMP  TO WS-BL-NEWEST.
079400     WRITE EMP-GATE-LINE FROM WS-BASELINE-LINE
079500         AFTER ADVANCING 2 LINES.
079600     MOVE WS-HELD-COUNT TO WS-HL-COUNT.
079700     WRITE EMP-GATE-LINE FROM WS-HELD-LINE
079800         AFTER ADVANCING 1 LINES.
079900     WRITE EMP-GATE-LINE FROM WS-COLUMN-HEADING
080000         AFTER ADVANCING 2 LINES.
080100 2300-BUILD-BASELINE-EXIT.
080200     EXIT.
080300*
080400************************************************************
080500 2310-NIGHT-MOVEMENT.
080600************************************************************
080700     IF WS-NT-GATE-CODE (WS-NT-SUB) = "H"
080800         ADD 1 TO WS-HELD-COUNT
080900         GO TO 2310-NIGHT-MOVEMENT-EXIT
081000     END-IF.
081100     IF WS-NT-UPD-SW (WS-NT-SUB) NOT = "Y" AND
081150        WS-NT-UPD-SW (WS-NT-SUB) NOT = "G"
081200         GO TO 2310-NIGHT-MOVEMENT-EXIT
081300     END-IF.
081400     IF WS-LAST-LIVE-FOUND
081500         COMPUTE WS-MOVE-WORK =
081600             WS-NT-HASH (WS-NT-SUB) - WS-PREV-HASH
081700         IF WS-MOVE-WORK < ZERO
081800             COMPUTE WS-MOVE-WORK = ZERO - WS-MOVE-WORK
081900         END-IF
082000         MOVE WS-MOVE-WORK TO WS-NT-MOVEMENT (WS-NT-SUB)
082100         MOVE "Y" TO WS-NT-MOVE-SW (WS-NT-SUB)
082200     END-IF.
082300     MOVE WS-NT-HASH (WS-NT-SUB) TO WS-PREV-HASH.
082400     MOVE WS-NT-SUB TO WS-LAST-LIVE-SUB.
082500     MOVE "Y" TO WS-LAST-LIVE-SW.
082600 2310-NIGHT-MOVEMENT-EXIT.
082700     EXIT.
082800*
082900************************************************************
083000 2320-ADD-TO-WINDOW.
083100************************************************************
083200     IF (WS-NT-UPD-SW (WS-NT-SUB) = "Y" OR
083250         WS-NT-UPD-SW (WS-NT-SUB) = "G") AND
083300        WS-NT-GATE-CODE (WS-NT-SUB) NOT = "H"
083400         ADD 1 TO WS-WINDOW-COUNT
083500         IF WS-WINDOW-COUNT = 1
083600             MOVE WS-NT-STAMP (WS-NT-SUB) TO WS-NEWEST-STAMP
083700         END-IF
083800         MOVE WS-NT-STAMP (WS-NT-SUB) TO WS-OLDEST-STAMP
083900         ADD WS-NT-VOLUME (WS-NT-SUB)  TO WS-MS-SUM (1)
084000         ADD WS-NT-ADDS (WS-NT-SUB)    TO WS-MS-SUM (2)
084100         ADD WS-NT-DELETES (WS-NT-SUB) TO WS-MS-SUM (3)
084200         ADD WS-NT-REJECTS (WS-NT-SUB) TO WS-MS-SUM (4)
084300         ADD 1 TO WS-MS-NIGHTS (1)
084400         ADD 1 TO WS-MS-NIGHTS (2)
084500         ADD 1 TO WS-MS-NIGHTS (3)
084600         ADD 1 TO WS-MS-NIGHTS (4)
084700         IF WS-NT-MOVE-SW (WS-NT-SUB) = "Y"
084800             ADD WS-NT-MOVEMENT (WS-NT-SUB) TO WS-MS-SUM (5)
084900             ADD 1 TO WS-MS-NIGHTS (5)
085000         END-IF
085100     END-IF.
085200     SUBTRACT 1 FROM WS-NT-SUB.
085300 2320-ADD-TO-WINDOW-EXIT.
085400     EXIT.
085500*
085600************************************************************
085700 2330-AVERAGE-MEASURE.
085800************************************************************
085900     IF WS-MS-NIGHTS (WS-MS-SUB) > ZERO
086000         COMPUTE WS-MS-AVERAGE (WS-MS-SUB) ROUNDED =
086100             WS-MS-SUM (WS-MS-SUB) / WS-MS-NIGHTS (WS-MS-SUB)
086200     END-IF.
086300 2330-AVERAGE-MEASURE-EXIT.
086400     EXIT.
086500*
086600************************************************************
086700*  2400 - ONE MEASURE AGAINST ITS LIMITS: THE AVERAGE PLUS OR
086800*  MINUS PCT PERCENT OF IT PLUS OR MINUS THE SLACK.  THE
086900*  SALARY MOVEMENT HAS NO LOW LIMIT - ONLY ITS SIZE, EITHER
087000*  WAY, IS JUDGED.  A MEASURE WITH NO BASELINE IS NOT JUDGED.
087100************************************************************
087200 2400-CHECK-MEASURE.
087300************************************************************
087400     MOVE WS-MN-NAME (WS-MS-SUB)    TO WS-ML-NAME.
087500     MOVE WS-MS-TONIGHT (WS-MS-SUB) TO WS-ML-TONIGHT.
087600     MOVE WS-MS-AVERAGE (WS-MS-SUB) TO WS-ML-AVERAGE.
087700     IF WS-MS-NIGHTS (WS-MS-SUB) = ZERO OR
087800        (WS-MS-SUB = 5 AND NOT WS-LAST-LIVE-FOUND)
087900         MOVE ZERO TO WS-ML-LOW
088000         MOVE ZERO TO WS-ML-HIGH
088100         MOVE "N/A" TO WS-MS-RESULT (WS-MS-SUB)
088200         GO TO 2400-CHECK-MEASURE-NEXT
088300     END-IF.
088400     COMPUTE WS-MS-HIGH (WS-MS-SUB) =
088500         WS-MS-AVERAGE (WS-MS-SUB)
088600         + WS-MS-AVERAGE (WS-MS-SUB) * WS-MS-PCT (WS-MS-SUB)
088700             / 100
088800         + WS-MS-SLACK (WS-MS-SUB).
088900     COMPUTE WS-MS-LOW (WS-MS-SUB) =
089000         WS-MS-AVERAGE (WS-MS-SUB)
089100         - WS-MS-AVERAGE (WS-MS-SUB) * WS-MS-PCT (WS-MS-SUB)
089200             / 100
089300         - WS-MS-SLACK (WS-MS-SUB).
089400     IF WS-MS-LOW (WS-MS-SUB) < ZERO OR WS-MS-SUB = 5
089500         MOVE ZERO TO WS-MS-LOW (WS-MS-SUB)
089600     END-IF.
089700     MOVE WS-MS-TONIGHT (WS-MS-SUB) TO WS-MS-VALUE.
089800     IF WS-MS-VALUE < ZERO
089900         COMPUTE WS-MS-VALUE = ZERO - WS-MS-VALUE
090000     END-IF.
090100     IF WS-MS-VALUE > WS-MS-HIGH (WS-MS-SUB) OR
090200        WS-MS-VALUE < WS-MS-LOW (WS-MS-SUB)
090300         MOVE "OUT" TO WS-MS-RESULT (WS-MS-SUB)
090400         ADD 1 TO WS-OUT-COUNT
090500     ELSE
090600         MOVE "OK" TO WS-MS-RESULT (WS-MS-SUB)
090700     END-IF.
090800     MOVE WS-MS-LOW (WS-MS-SUB)  TO WS-ML-LOW.
090900     MOVE WS-MS-HIGH (WS-MS-SUB) TO WS-ML-HIGH.
091000 2400-CHECK-MEASURE-NEXT.
091100     MOVE WS-MS-RESULT (WS-MS-SUB) TO WS-ML-RESULT.
091200     WRITE EMP-GATE-LINE FROM WS-MEASURE-LINE
091300         AFTER ADVANCING 1 LINES.
091400 2400-CHECK-MEASURE-EXIT.
091500     EXIT.
091600*
091700************************************************************
091800*  2500 - THE VERDICT AND THE RETURN CODE.
091900************************************************************
092000 2500-DECIDE.
092100************************************************************
092200     IF WS-WINDOW-COUNT < WS-MIN-NIGHTS
092300         MOVE "P" TO WS-GATE-CODE
092400         MOVE 4 TO RETURN-CODE
092500         MOVE "TOO FEW BASELINE NIGHTS - NOT ENFORCED - RELEASED"
092600             TO WS-VL-TEXT
092700         GO TO 2500-DECIDE-EXIT
092800     END-IF.
092900     IF WS-OUT-COUNT = ZERO
093000         MOVE "P" TO WS-GATE-CODE
093100         MOVE "NIGHT WITHIN TOLERANCE - ROTATION RELEASED"
093200             TO WS-VL-TEXT
093300         GO TO 2500-DECIDE-EXIT
093400     END-IF.
093500     IF WS-OVERRIDE-PRESENT
093600         MOVE "O" TO WS-GATE-CODE
093700         MOVE 4 TO RETURN-CODE
093800         MOVE "OUT OF TOLERANCE - RELEASED BY OPERATOR OVERRIDE"
093900             TO WS-VL-TEXT
094000         GO TO 2500-DECIDE-EXIT
094100     END-IF.
094200     MOVE "H" TO WS-GATE-CODE.
094300     MOVE 8 TO RETURN-CODE.
094400     MOVE "*** OUT OF TOLERANCE - MASTER ROTATION HELD (RC=8) ***"
094500         TO WS-VL-TEXT.
094600 2500-DECIDE-EXIT.
094700     EXIT.
094800*
094900************************************************************
095000*  2600 - PRINT THE VERDICT AND POST IT TO THE HISTORY.
095100************************************************************
095200 2600-POST-VERDICT.
095300************************************************************
095400     MOVE WS-VL-TEXT TO WS-VERDICT-TEXT.
095500     WRITE EMP-GATE-LINE FROM WS-VERDICT-LINE
095600         AFTER ADVANCING 2 LINES.
095700     IF WS-GATE-CODE = "O"
095800         MOVE SPACE TO WS-VL-TEXT
095900         STRING "RELEASED BY OPERATOR " DELIMITED BY SIZE
096000             EMP-OVR-OPERATOR DELIMITED BY SIZE
096100             INTO WS-VL-TEXT
096200         END-STRING
096300         WRITE EMP-GATE-LINE FROM WS-VERDICT-LINE
096400             AFTER ADVANCING 1 LINES
096500         MOVE SPACE TO WS-VL-TEXT
096600         STRING "REASON: " DELIMITED BY SIZE
096700             EMP-OVR-REASON DELIMITED BY SIZE
096800             INTO WS-VL-TEXT
096900         END-STRING
097000         WRITE EMP-GATE-LINE FROM WS-VERDICT-LINE
097100             AFTER ADVANCING 1 LINES
097200     END-IF.
097300     IF WS-GATE-CODE = "H"
097400         MOVE "TO RELEASE: KEY OVERRIDE CARD, RESTART AT EMPRGAT"
097500             TO WS-VL-TEXT
097600         WRITE EMP-GATE-LINE FROM WS-VERDICT-LINE
097700             AFTER ADVANCING 1 LINES
097800     END-IF.
097805     PERFORM 2650-WRITE-VERDICT
097810         THRU 2650-WRITE-VERDICT-EXIT.
097815 2600-POST-VERDICT-EXIT.
097820     EXIT.
097825*
097830************************************************************
097835*  2650 - WRITE WS-GATE-CODE AND TONIGHT'S FIGURES TO THE
097840*  HISTORY UNDER TONIGHT'S STAMP.
097845************************************************************
097850 2650-WRITE-VERDICT.
097855************************************************************
097900     OPEN EXTEND EMP-RUN-HISTORY-FILE.
098000     IF WS-RNHF-STATUS NOT = "00"
098100         DISPLAY "EMPRGT01 - RUN-CONTROL HISTORY OPEN FAILED - "
098200             WS-RNHF-STATUS
098300         MOVE 16 TO RETURN-CODE
098400         GO TO 2650-WRITE-VERDICT-EXIT
098500     END-IF.
098600     INITIALIZE WS-HIST-CTL-RECORD.
098700     MOVE "EMPRGT01" TO EMP-RUN-STEP OF WS-HIST-CTL-RECORD.
098800     MOVE WS-MS-TONIGHT (1)
098900         TO EMP-RUN-IN-COUNT OF WS-HIST-CTL-RECORD.
099000     MOVE WS-MS-TONIGHT (2)
099100         TO EMP-RUN-ADD-COUNT OF WS-HIST-CTL-RECORD.
099200     MOVE WS-TONIGHT-CHANGES
099300         TO EMP-RUN-CHG-COUNT OF WS-HIST-CTL-RECORD.
099400     MOVE WS-MS-TONIGHT (3)
099500         TO EMP-RUN-DEL-COUNT OF WS-HIST-CTL-RECORD.
099600     MOVE WS-MS-TONIGHT (4)
099700         TO EMP-RUN-REJ-COUNT OF WS-HIST-CTL-RECORD.
099800     MOVE WS-TONIGHT-HASH
099900         TO EMP-RUN-SALARY-HASH OF WS-HIST-CTL-RECORD.
100000     MOVE WS-GATE-CODE
100100         TO EMP-RUN-GATE-CODE OF WS-HIST-CTL-RECORD.
100200     MOVE SPACE              TO EMP-RUN-HISTORY-RECORD.
100300     MOVE WS-TONIGHT-STAMP   TO EMP-RNH-STAMP.
100400     MOVE WS-HIST-CTL-RECORD TO EMP-RNH-RUN-CTL.
100500     WRITE EMP-RUN-HISTORY-RECORD.
100600     IF WS-RNHF-STATUS NOT = "00"
100700         DISPLAY "EMPRGT01 - RUN-CONTROL HISTORY WRITE FAILED - "
100800             WS-RNHF-STATUS
100900         MOVE 16 TO RETURN-CODE
101000     END-IF.
101100     CLOSE EMP-RUN-HISTORY-FILE.
101200 2650-WRITE-VERDICT-EXIT.
101300     EXIT.
101400*
101500************************************************************
101600 3000-FINALIZE.
101700************************************************************
101800     IF WS-GATE-FAILED
101900         MOVE 12 TO RETURN-CODE
102000         MOVE "NIGHT NOT JUDGED - ROTATION HELD (RC=12)"
102100             TO WS-VL-TEXT
102200         MOVE WS-VL-TEXT TO WS-VERDICT-TEXT
102300         IF WS-REPORT-STATUS = "00"
102400             WRITE EMP-GATE-LINE FROM WS-VERDICT-LINE
102500                 AFTER ADVANCING 2 LINES
102600         END-IF
102610         IF WS-DATE-KNOWN
102620             MOVE "H" TO WS-GATE-CODE
102630             PERFORM 2650-WRITE-VERDICT
102640                 THRU 2650-WRITE-VERDICT-EXIT
102650         END-IF
102700     END-IF.
102800     IF WS-REPORT-STATUS = "00"
102900         CLOSE EMP-GATE-REPORT
103000     END-IF.
103100     DISPLAY "EMPRGT01 - " WS-VERDICT-TEXT.
103200 3000-FINALIZE-EXIT.
103300     EXIT.
