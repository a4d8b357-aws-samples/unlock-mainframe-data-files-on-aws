000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. EMPRTR01.
000300 AUTHOR. MFDATA-APPLICATIONS-GROUP.
000400 INSTALLATION. MFDATA.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*
000800************************************************************
000900*  MODIFICATION HISTORY
001000*------------------------------------------------------------
001100*  DATE       INIT  DESCRIPTION
001200*  10/15/26   JDM   INITIAL VERSION - WEEKLY TREND OF THE
001300*                   NIGHTLY RUN FROM THE RUN-CONTROL HISTORY.
001310*  10/15/26   JDM   A NIGHT WITH GATE FIGURES ONLY (ARCHIVE
001320*                   FAILED) NOW COUNTS AS A LIVE NIGHT, AS IN
001330*                   EMPRGT01 - IN THE AVERAGES AND AS THE BASE
001340*                   FOR THE NEXT NIGHT'S SALARY MOVEMENT.
001400************************************************************
001500*
001600************************************************************
001700*  PURPOSE -                                                *
001800*    WEEKLY TREND REPORT FROM THE RUN-CONTROL HISTORY        *
001900*    (EMPPROD.RUNCTL.HISTORY).  THE LAST SEVEN NIGHTS ON     *
002000*    FILE ARE LISTED ONE LINE EACH - TRANSACTION VOLUME,     *
002100*    ADDS, CHANGES, DELETES, REJECTS, REJECT RATE, NET       *
002200*    SALARY-HASH MOVEMENT AND THE VOLUME GATE'S VERDICT -    *
002300*    THEN THE WEEK'S AVERAGES ARE SET AGAINST THOSE OF THE   *
002400*    28 LIVE NIGHTS BEFORE IT, SO A DRIFT TOO SLOW FOR THE   *
002500*    NIGHTLY GATE (EMPRGT01) TO CATCH STILL SHOWS.           *
002600*                                                            *
002700*    NIGHTS ARE GATHERED AS EMPRGT01 GATHERS THEM: ONE PER   *
002800*    STAMP, FIGURES FROM THE EMPVAL01 AND EMPUPD01 RECORDS   *
002900*    (ALL PARTITIONS), OR FROM THE GATE RECORD FOR A NIGHT   *
003000*    THAT WAS NOT ARCHIVED - SUCH A NIGHT IS LIVE, AS IT IS  *
003050*    TO THE GATE.  HELD NIGHTS ARE LISTED BUT LEFT OUT OF    *
003100*    THE AVERAGES.  READ ONLY; RC=4 WHEN THE HISTORY HOLDS   *
003200*    NO NIGHTS, RC=12 ON AN OPEN FAILURE.                    *
003300************************************************************
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 SOURCE-COMPUTER. IBM-ZSERIES.
003700 OBJECT-COMPUTER. IBM-ZSERIES.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT EMP-RUN-HISTORY-FILE ASSIGN TO EMPRNHF
004100         ORGANIZATION IS SEQUENTIAL
004200         ACCESS MODE IS SEQUENTIAL
004300         FILE STATUS IS WS-RNHF-STATUS.
004400
004500     SELECT EMP-TREND-REPORT ASSIGN TO EMPRTRPT
004600         ORGANIZATION IS SEQUENTIAL
004700         ACCESS MODE IS SEQUENTIAL
004800         FILE STATUS IS WS-REPORT-STATUS.
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  EMP-RUN-HISTORY-FILE
005200     RECORDING MODE IS F
005300     LABEL RECORDS ARE STANDARD.
005400     COPY EMPRNH01.
005500
005600 FD  EMP-TREND-REPORT
005700     RECORDING MODE IS F
005800     LABEL RECORDS ARE STANDARD.
005900 01  EMP-TREND-LINE                  PIC X(80).
006000 WORKING-STORAGE SECTION.
006100 77  WS-RNHF-STATUS                  PIC X(02)   VALUE "00".
006200 77  WS-REPORT-STATUS                PIC X(02)   VALUE "00".
006300*
006400 77  WS-RNHF-EOF-SW                  PIC X(01)   VALUE "N".
006500     88  WS-RNHF-EOF                 VALUE "Y".
006600 77  WS-TREND-FAILED-SW              PIC X(01)   VALUE "N".
006700     88  WS-TREND-FAILED             VALUE "Y".
006800 77  WS-LAST-LIVE-SW                 PIC X(01)   VALUE "N".
006900     88  WS-LAST-LIVE-FOUND          VALUE "Y".
007000*
007100************************************************************
007200*  EMPRUN01 OVERLAY FOR THE RUN-CONTROL IMAGE CARRIED ON A
007300*  HISTORY RECORD.
007400************************************************************
007500     COPY EMPRUN01
007600         REPLACING ==EMP-RUN-CTL-RECORD== BY
007700                   ==WS-HIST-CTL-RECORD==.
007800*
007900************************************************************
008000*  THE NIGHTS ON THE HISTORY, OLDEST FIRST - THE LAST 60,
008100*  ENOUGH FOR THE WEEK AND THE 28 LIVE NIGHTS BEFORE IT.
008200*  WS-NT-UPD-SW: "Y" ARCHIVED FIGURES, "G" GATE FIGURES ONLY.
008300************************************************************
008400 01  WS-NIGHT-TABLE.
008500     05  WS-NIGHT-COUNT              PIC 9(03)   COMP VALUE ZERO.
008600     05  WS-NIGHT OCCURS 60 TIMES.
008700         10  WS-NT-STAMP             PIC X(14).
008800         10  WS-NT-GATE-CODE         PIC X(01).
008900         10  WS-NT-UPD-SW            PIC X(01).
009000         10  WS-NT-MOVE-SW           PIC X(01).
009100         10  WS-NT-VOLUME            PIC 9(09)   COMP.
009200         10  WS-NT-ADDS              PIC 9(09)   COMP.
009300         10  WS-NT-CHANGES           PIC 9(09)   COMP.
009400         10  WS-NT-DELETES           PIC 9(09)   COMP.
009500         10  WS-NT-REJECTS           PIC 9(09)   COMP.
009600         10  WS-NT-HASH              PIC 9(13)V99 COMP-3.
009700         10  WS-NT-MOVEMENT          PIC S9(13)V99 COMP-3.
009800 77  WS-NT-SUB                       PIC 9(03)   COMP VALUE ZERO.
009900 77  WS-WEEK-START                   PIC 9(03)   COMP VALUE ZERO.
010000 77  WS-PREV-HASH                    PIC 9(13)V99 VALUE ZERO.
010100 77  WS-MOVE-WORK                    PIC S9(13)V99 VALUE ZERO.
010200*
010300************************************************************
010400*  AVERAGES - WEEK (W) AND THE PRIOR 28 LIVE NIGHTS (P):
010500*  1 VOLUME, 2 ADDS, 3 CHANGES, 4 DELETES, 5 REJECTS,
010600*  6 REJECT RATE (PERCENT), 7 SALARY MOVEMENT (SIZE).
010700************************************************************
010800 01  WS-TREND-NAMES.
010900     05  FILLER                      PIC X(15)
011000         VALUE "VOLUME".
011100     05  FILLER                      PIC X(15)
011200         VALUE "ADDS".
011300     05  FILLER                      PIC X(15)
011400         VALUE "CHANGES".
011500     05  FILLER                      PIC X(15)
011600         VALUE "DELETES".
011700     05  FILLER                      PIC X(15)
011800         VALUE "REJECTS".
011900     05  FILLER                      PIC X(15)
012000         VALUE "REJECT RATE %".
012100     05  FILLER                      PIC X(15)
012200         VALUE "SALARY MOVEMENT".
012300 01  WS-TREND-NAME-TABLE REDEFINES WS-TREND-NAMES.
012400     05  WS-TN-NAME                  PIC X(15)   OCCURS 7 TIMES.
012500*
012600 01  WS-TREND-TABLE.
012700     05  WS-TREND OCCURS 7 TIMES.
012800         10  WS-TR-WEEK-SUM          PIC S9(13)V99 COMP-3.
012900         10  WS-TR-WEEK-NIGHTS       PIC 9(03)   COMP.
013000         10  WS-TR-PRIOR-SUM         PIC S9(13)V99 COMP-3.
013100         10  WS-TR-PRIOR-NIGHTS      PIC 9(03)   COMP.
013200         10  WS-TR-WEEK-AVG          PIC S9(13)V99 COMP-3.
013300         10  WS-TR-PRIOR-AVG         PIC S9(13)V99 COMP-3.
013400 77  WS-TR-SUB                       PIC 9(03)   COMP VALUE ZERO.
013500 77  WS-TR-CHANGE                    PIC S9(05)V9 COMP-3
013600                                          VALUE ZERO.
013700 77  WS-REJECT-RATE                  PIC 9(03)V99 VALUE ZERO.
013800*
013900 77  WS-WEEK-NIGHTS                  PIC 9(03)   COMP VALUE ZERO.
014000 77  WS-WEEK-HELD                    PIC 9(03)   COMP VALUE ZERO.
014100 77  WS-WEEK-OVERRIDDEN              PIC 9(03)   COMP VALUE ZERO.
014200 77  WS-PRIOR-COUNT                  PIC 9(03)   COMP VALUE ZERO.
014300 77  WS-HIST-READ-COUNT              PIC 9(07)   COMP VALUE ZERO.
014400*
014500************************************************************
014600*  REPORT LINES.
014700************************************************************
014800 01  WS-HEADING-1.
014900     05  FILLER                      PIC X(01)   VALUE SPACE.
015000     05  FILLER                      PIC X(48)   VALUE
015100         "EMPRTR01 - NIGHTLY RUN TREND - WEEK ENDING NIGHT".
015200     05  FILLER                      PIC X(01)   VALUE SPACE.
015300     05  WS-H1-DATE                  PIC X(08).
015400     05  FILLER                      PIC X(22)   VALUE SPACE.
015500*
015600 01  WS-HEADING-2.
015700     05  FILLER                      PIC X(01)   VALUE SPACE.
015800     05  FILLER                      PIC X(10)   VALUE "NIGHT".
015900     05  FILLER                      PIC X(07)   VALUE " VOLUME".
016000     05  FILLER                      PIC X(07)   VALUE "   ADDS".
016100     05  FILLER                      PIC X(08)   VALUE " CHANGES".
016200     05  FILLER                      PIC X(07)   VALUE "   DELS".
016300     05  FILLER                      PIC X(07)   VALUE "   REJS".
016400     05  FILLER                      PIC X(07)   VALUE "  REJ %".
016500     05  FILLER                      PIC X(13)
016600         VALUE "  NET SAL MOV".
016700     05  FILLER                      PIC X(02)   VALUE SPACE.
016800     05  FILLER                      PIC X(11)   VALUE "GATE".
016900*
017000 01  WS-NIGHT-LINE.
017100     05  FILLER                      PIC X(01)   VALUE SPACE.
017200     05  WS-NL-DATE                  PIC X(08).
017300     05  FILLER                      PIC X(02)   VALUE SPACE.
017400     05  WS-NL-VOLUME                PIC ZZZ,ZZ9.
017500     05  FILLER                      PIC X(01)   VALUE SPACE.
017600     05  WS-NL-ADDS                  PIC ZZ,ZZ9.
017700     05  FILLER                      PIC X(01)   VALUE SPACE.
017800     05  WS-NL-CHANGES               PIC ZZZ,ZZ9.
017900     05  FILLER                      PIC X(01)   VALUE SPACE.
018000     05  WS-NL-DELETES               PIC ZZ,ZZ9.
018100     05  FILLER                      PIC X(01)   VALUE SPACE.
018200     05  WS-NL-REJECTS               PIC ZZ,ZZ9.
018300     05  FILLER                      PIC X(01)   VALUE SPACE.
018400     05  WS-NL-RATE                  PIC ZZ9.99.
018500     05  FILLER                      PIC X(01)   VALUE SPACE.
018600     05  WS-NL-MOVEMENT              PIC -ZZZ,ZZZ,ZZ9.
018700     05  WS-NL-MOVEMENT-X REDEFINES WS-NL-MOVEMENT
018800                                     PIC X(12).
018900     05  FILLER                      PIC X(02)   VALUE SPACE.
019000     05  WS-NL-GATE                  PIC X(11).
019100*
019200 01  WS-SUMMARY-LINE.
019300     05  FILLER                      PIC X(01)   VALUE SPACE.
019400     05  FILLER                      PIC X(24)
019500         VALUE "NIGHTS IN WEEK:".
019600     05  WS-SL-NIGHTS                PIC Z9.
019700     05  FILLER                      PIC X(08)   VALUE "  HELD:".
019800     05  WS-SL-HELD                  PIC Z9.
019900     05  FILLER                      PIC X(14)
020000         VALUE "  OVERRIDDEN:".
020100     05  WS-SL-OVERRIDDEN            PIC Z9.
020200     05  FILLER                      PIC X(27)   VALUE SPACE.
020300*
020400 01  WS-PRIOR-LINE.
020500     05  FILLER                      PIC X(01)   VALUE SPACE.
020600     05  FILLER                      PIC X(24)
020700         VALUE "PRIOR LIVE NIGHTS USED:".
020800     05  WS-PL-COUNT                 PIC Z9.
020900     05  FILLER                      PIC X(53)   VALUE SPACE.
021000*
021100 01  WS-TREND-HEADING.
021200     05  FILLER                      PIC X(01)   VALUE SPACE.
021300     05  FILLER                      PIC X(15)   VALUE "MEASURE".
021400     05  FILLER                      PIC X(17)
021500         VALUE "     WEEK AVERAGE".
021600     05  FILLER                      PIC X(18)
021700         VALUE "    PRIOR AVERAGE".
021800     05  FILLER                      PIC X(12)
021900         VALUE "    CHANGE %".
022000     05  FILLER                      PIC X(17)   VALUE SPACE.
022100*
022200 01  WS-TREND-DETAIL.
022300     05  FILLER                      PIC X(01)   VALUE SPACE.
022400     05  WS-TD-NAME                  PIC X(15).
022500     05  FILLER                      PIC X(02)   VALUE SPACE.
022600     05  WS-TD-WEEK                  PIC -ZZZ,ZZZ,ZZ9.99.
022700     05  FILLER                      PIC X(03)   VALUE SPACE.
022800     05  WS-TD-PRIOR                 PIC -ZZZ,ZZZ,ZZ9.99.
022900     05  FILLER                      PIC X(03)   VALUE SPACE.
023000     05  WS-TD-CHANGE                PIC -ZZ,ZZ9.9.
023100     05  WS-TD-CHANGE-X REDEFINES WS-TD-CHANGE
023200                                     PIC X(09).
023300     05  FILLER                      PIC X(17)   VALUE SPACE.
023400*
023500 01  WS-MESSAGE-LINE.
023600     05  FILLER                      PIC X(01)   VALUE SPACE.
023700     05  WS-MSG-TEXT                 PIC X(79).
023800 PROCEDURE DIVISION.
023900************************************************************
024000 0000-MAINLINE.
024100************************************************************
024200     PERFORM 1000-INITIALIZE
024300         THRU 1000-INITIALIZE-EXIT.
024400     IF NOT WS-TREND-FAILED
024500         PERFORM 2000-REPORT-TREND
024600             THRU 2000-REPORT-TREND-EXIT
024700     END-IF.
024800     PERFORM 3000-FINALIZE
024900         THRU 3000-FINALIZE-EXIT.
025000     GOBACK.
025100*
025200************************************************************
025300*  1000 - OPEN AND LOAD THE NIGHTS.
025400************************************************************
025500 1000-INITIALIZE.
025600************************************************************
025700     OPEN OUTPUT EMP-TREND-REPORT.
025800     IF WS-REPORT-STATUS NOT = "00"
025900         DISPLAY "EMPRTR01 - REPORT OPEN FAILED - "
026000             WS-REPORT-STATUS
026100         MOVE "Y" TO WS-TREND-FAILED-SW
026200         GO TO 1000-INITIALIZE-EXIT
026300     END-IF.
026400     OPEN INPUT EMP-RUN-HISTORY-FILE.
026500     IF WS-RNHF-STATUS NOT = "00"
026600         DISPLAY "EMPRTR01 - RUN-CONTROL HISTORY OPEN FAILED - "
026700             WS-RNHF-STATUS
026800         MOVE "Y" TO WS-TREND-FAILED-SW
026900         GO TO 1000-INITIALIZE-EXIT
027000     END-IF.
027100     PERFORM 1100-READ-HISTORY-RECORD
027200         THRU 1100-READ-HISTORY-RECORD-EXIT
027300         UNTIL WS-RNHF-EOF.
027400     CLOSE EMP-RUN-HISTORY-FILE.
027500 1000-INITIALIZE-EXIT.
027600     EXIT.
027700*
027800************************************************************
027900*  1100 - ONE NIGHT PER STAMP, AS EMPRGT01 GATHERS THEM.  A
028000*  NIGHT'S GATE RECORDS FOLLOW ITS ARCHIVED RECORDS; THE
028100*  GATE FIGURES ARE USED ONLY FOR A NIGHT NOT ARCHIVED
028150*  ("G"), WHICH IS THEN A LIVE NIGHT LIKE AN ARCHIVED ONE
028170*  ("Y") UNLESS IT WAS HELD.
028200************************************************************
028300 1100-READ-HISTORY-RECORD.
028400************************************************************
028500     READ EMP-RUN-HISTORY-FILE
028600         AT END
028700             MOVE "Y" TO WS-RNHF-EOF-SW
028800             GO TO 1100-READ-HISTORY-RECORD-EXIT
028900     END-READ.
029000     ADD 1 TO WS-HIST-READ-COUNT.
029100     MOVE EMP-RNH-RUN-CTL TO WS-HIST-CTL-RECORD.
029200     IF EMP-RUN-STEP OF WS-HIST-CTL-RECORD = "EMPRGT01"
029300         PERFORM 1130-MARK-GATE-VERDICT
029400             THRU 1130-MARK-GATE-VERDICT-EXIT
029500         GO TO 1100-READ-HISTORY-RECORD-EXIT
029600     END-IF.
029700     IF EMP-RUN-STEP OF WS-HIST-CTL-RECORD NOT = "EMPVAL01" AND
029800        EMP-RUN-STEP OF WS-HIST-CTL-RECORD NOT = "EMPUPD01"
029900         GO TO 1100-READ-HISTORY-RECORD-EXIT
030000     END-IF.
030100     PERFORM 1110-FIND-NIGHT
030200         THRU 1110-FIND-NIGHT-EXIT.
030300     IF WS-NT-UPD-SW (WS-NT-SUB) = "G"
030400         PERFORM 1140-CLEAR-GATE-FIGURES
030500             THRU 1140-CLEAR-GATE-FIGURES-EXIT
030600     END-IF.
030700     IF EMP-RUN-STEP OF WS-HIST-CTL-RECORD = "EMPVAL01"
030800         ADD EMP-RUN-IN-COUNT OF WS-HIST-CTL-RECORD
030900             TO WS-NT-VOLUME (WS-NT-SUB)
031000         ADD EMP-RUN-IN-COUNT OF WS-HIST-CTL-RECORD
031100             TO WS-NT-REJECTS (WS-NT-SUB)
031200         SUBTRACT EMP-RUN-OUT-COUNT OF WS-HIST-CTL-RECORD
031300             FROM WS-NT-REJECTS (WS-NT-SUB)
031400     ELSE
031500         MOVE "Y" TO WS-NT-UPD-SW (WS-NT-SUB)
031600         ADD EMP-RUN-ADD-COUNT OF WS-HIST-CTL-RECORD
031700             TO WS-NT-ADDS (WS-NT-SUB)
031800         ADD EMP-RUN-CHG-COUNT OF WS-HIST-CTL-RECORD
031900             TO WS-NT-CHANGES (WS-NT-SUB)
032000         ADD EMP-RUN-DEL-COUNT OF WS-HIST-CTL-RECORD
032100             TO WS-NT-DELETES (WS-NT-SUB)
032200         ADD EMP-RUN-REJ-COUNT OF WS-HIST-CTL-RECORD
032300             TO WS-NT-REJECTS (WS-NT-SUB)
032400         ADD EMP-RUN-SALARY-HASH OF WS-HIST-CTL-RECORD
032500             TO WS-NT-HASH (WS-NT-SUB)
032600     END-IF.
032700 1100-READ-HISTORY-RECORD-EXIT.
032800     EXIT.
032900*
033000************************************************************
033100 1110-FIND-NIGHT.
033200************************************************************
033300     IF WS-NIGHT-COUNT = ZERO
033400         PERFORM 1120-START-NIGHT
033500             THRU 1120-START-NIGHT-EXIT
033600     ELSE
033700         IF WS-NT-STAMP (WS-NIGHT-COUNT) NOT = EMP-RNH-STAMP
033800             PERFORM 1120-START-NIGHT
033900                 THRU 1120-START-NIGHT-EXIT
034000         END-IF
034100     END-IF.
034200     MOVE WS-NIGHT-COUNT TO WS-NT-SUB.
034300 1110-FIND-NIGHT-EXIT.
034400     EXIT.
034500*
034600************************************************************
034700 1120-START-NIGHT.
034800************************************************************
034900     IF WS-NIGHT-COUNT < 60
035000         ADD 1 TO WS-NIGHT-COUNT
035100     ELSE
035200         PERFORM 1125-SHIFT-NIGHT
035300             THRU 1125-SHIFT-NIGHT-EXIT
035400             VARYING WS-NT-SUB FROM 1 BY 1
035500             UNTIL WS-NT-SUB > 59
035600     END-IF.
035700     MOVE EMP-RNH-STAMP TO WS-NT-STAMP (WS-NIGHT-COUNT).
035800     MOVE SPACE TO WS-NT-GATE-CODE (WS-NIGHT-COUNT).
035900     MOVE "N"   TO WS-NT-MOVE-SW (WS-NIGHT-COUNT).
036000     MOVE ZERO  TO WS-NT-MOVEMENT (WS-NIGHT-COUNT).
036100     MOVE WS-NIGHT-COUNT TO WS-NT-SUB.
036200     PERFORM 1140-CLEAR-GATE-FIGURES
036300         THRU 1140-CLEAR-GATE-FIGURES-EXIT.
036400 1120-START-NIGHT-EXIT.
036500     EXIT.
036600*
036700************************************************************
036800 1125-SHIFT-NIGHT.
036900************************************************************
037000     MOVE WS-NIGHT (WS-NT-SUB + 1) TO WS-NIGHT (WS-NT-SUB).
037100 1125-SHIFT-NIGHT-EXIT.
037200     EXIT.
037300*
037400************************************************************
037500 1130-MARK-GATE-VERDICT.
037600************************************************************
037700     PERFORM 1110-FIND-NIGHT
037800         THRU 1110-FIND-NIGHT-EXIT.
037900     MOVE EMP-RUN-GATE-CODE OF WS-HIST-CTL-RECORD
038000         TO WS-NT-GATE-CODE (WS-NT-SUB).
038100     IF WS-NT-UPD-SW (WS-NT-SUB) = "Y"
038200         GO TO 1130-MARK-GATE-VERDICT-EXIT
038300     END-IF.
038400     MOVE "G" TO WS-NT-UPD-SW (WS-NT-SUB).
038500     MOVE EMP-RUN-IN-COUNT OF WS-HIST-CTL-RECORD
038600         TO WS-NT-VOLUME (WS-NT-SUB).
038700     MOVE EMP-RUN-ADD-COUNT OF WS-HIST-CTL-RECORD
038800         TO WS-NT-ADDS (WS-NT-SUB).
038900     MOVE EMP-RUN-CHG-COUNT OF WS-HIST-CTL-RECORD
039000         TO WS-NT-CHANGES (WS-NT-SUB).
039100     MOVE EMP-RUN-DEL-COUNT OF WS-HIST-CTL-RECORD
039200         TO WS-NT-DELETES (WS-NT-SUB).
039300     MOVE EMP-RUN-REJ-COUNT OF WS-HIST-CTL-RECORD
039400         TO WS-NT-REJECTS (WS-NT-SUB).
039500     MOVE EMP-RUN-SALARY-HASH OF WS-HIST-CTL-RECORD
039600         TO WS-NT-HASH (WS-NT-SUB).
039700 1130-MARK-GATE-VERDICT-EXIT.
039800     EXIT.
039900*
040000************************************************************
040100 1140-CLEAR-GATE-FIGURES.
040200************************************************************
040300     MOVE "N"  TO WS-NT-UPD-SW (WS-NT-SUB).
040400     MOVE ZERO TO WS-NT-VOLUME (WS-NT-SUB).
040500     MOVE ZERO TO WS-NT-ADDS (WS-NT-SUB).
040600     MOVE ZERO TO WS-NT-CHANGES (WS-NT-SUB).
040700     MOVE ZERO TO WS-NT-DELETES (WS-NT-SUB).
040800     MOVE ZERO TO WS-NT-REJECTS (WS-NT-SUB).
040900     MOVE ZERO TO WS-NT-HASH (WS-NT-SUB).
041000 1140-CLEAR-GATE-FIGURES-EXIT.
041100     EXIT.
041200*
041300************************************************************
041400*  2000 - MOVEMENTS, THE WEEK'S LINES, THE AVERAGES.
041500************************************************************
041600 2000-REPORT-TREND.
041700************************************************************
041800     IF WS-NIGHT-COUNT = ZERO
041900         MOVE 4 TO RETURN-CODE
042000         MOVE "NO NIGHTS ON THE RUN-CONTROL HISTORY"
042100             TO WS-MSG-TEXT
042200         WRITE EMP-TREND-LINE FROM WS-MESSAGE-LINE
042300             AFTER ADVANCING 1 LINES
042400         GO TO 2000-REPORT-TREND-EXIT
042500     END-IF.
042600     PERFORM 2100-NIGHT-MOVEMENT
042700         THRU 2100-NIGHT-MOVEMENT-EXIT
042800         VARYING WS-NT-SUB FROM 1 BY 1
042900         UNTIL WS-NT-SUB > WS-NIGHT-COUNT.
043000     IF WS-NIGHT-COUNT > 7
043100         COMPUTE WS-WEEK-START = WS-NIGHT-COUNT - 6
043200     ELSE
043300         MOVE 1 TO WS-WEEK-START
043400     END-IF.
043500     MOVE WS-NT-STAMP (WS-NIGHT-COUNT) TO WS-H1-DATE.
043600     WRITE EMP-TREND-LINE FROM WS-HEADING-1
043700         AFTER ADVANCING 1 LINES.
043800     WRITE EMP-TREND-LINE FROM WS-HEADING-2
043900         AFTER ADVANCING 2 LINES.
044000     PERFORM 2200-LIST-NIGHT
044100         THRU 2200-LIST-NIGHT-EXIT
044200         VARYING WS-NT-SUB FROM WS-WEEK-START BY 1
044300         UNTIL WS-NT-SUB > WS-NIGHT-COUNT.
044400     MOVE WS-WEEK-NIGHTS     TO WS-SL-NIGHTS.
044500     MOVE WS-WEEK-HELD       TO WS-SL-HELD.
044600     MOVE WS-WEEK-OVERRIDDEN TO WS-SL-OVERRIDDEN.
044700     WRITE EMP-TREND-LINE FROM WS-SUMMARY-LINE
044800         AFTER ADVANCING 2 LINES.
044900     MOVE WS-WEEK-START TO WS-NT-SUB.
045000     PERFORM 2300-ADD-PRIOR-NIGHT
045100         THRU 2300-ADD-PRIOR-NIGHT-EXIT
045200         UNTIL WS-NT-SUB < 2 OR WS-PRIOR-COUNT = 28.
045300     MOVE WS-PRIOR-COUNT TO WS-PL-COUNT.
045400     WRITE EMP-TREND-LINE FROM WS-PRIOR-LINE
045500         AFTER ADVANCING 1 LINES.
045600     WRITE EMP-TREND-LINE FROM WS-TREND-HEADING
045700         AFTER ADVANCING 2 LINES.
045800     PERFORM 2400-LIST-TREND
045900         THRU 2400-LIST-TREND-EXIT
046000         VARYING WS-TR-SUB FROM 1 BY 1
046100         UNTIL WS-TR-SUB > 7.
046200 2000-REPORT-TREND-EXIT.
046300     EXIT.
046400*
046500************************************************************
046600*  2100 - NET SALARY-HASH MOVEMENT AGAINST THE LAST LIVE
046700*  NIGHT BEFORE.  A HELD NIGHT SHOWS THE MOVEMENT IT WOULD
046800*  HAVE MADE BUT DOES NOT BECOME THE NEXT NIGHT'S STARTING
046900*  POINT.
047000************************************************************
047100 2100-NIGHT-MOVEMENT.
047200************************************************************
047300     IF WS-NT-UPD-SW (WS-NT-SUB) = "N"
047400         GO TO 2100-NIGHT-MOVEMENT-EXIT
047500     END-IF.
047600     IF WS-LAST-LIVE-FOUND
047700         COMPUTE WS-NT-MOVEMENT (WS-NT-SUB) =
047800             WS-NT-HASH (WS-NT-SUB) - WS-PREV-HASH
047900         MOVE "Y" TO WS-NT-MOVE-SW (WS-NT-SUB)
048000     END-IF.
048100     IF (WS-NT-UPD-SW (WS-NT-SUB) = "Y" OR
048150         WS-NT-UPD-SW (WS-NT-SUB) = "G") AND
048200        WS-NT-GATE-CODE (WS-NT-SUB) NOT = "H"
048300         MOVE WS-NT-HASH (WS-NT-SUB) TO WS-PREV-HASH
048400         MOVE "Y" TO WS-LAST-LIVE-SW
048500     END-IF.
048600 2100-NIGHT-MOVEMENT-EXIT.
048700     EXIT.
048800*
048900************************************************************
049000*  2200 - ONE LINE PER NIGHT OF THE WEEK; LIVE NIGHTS GO
049100*  INTO THE WEEK'S AVERAGES.
049200************************************************************
049300 2200-LIST-NIGHT.
049400************************************************************
049500     ADD 1 TO WS-WEEK-NIGHTS.
049600     MOVE WS-NT-STAMP (WS-NT-SUB)   TO WS-NL-DATE.
049700     MOVE WS-NT-VOLUME (WS-NT-SUB)  TO WS-NL-VOLUME.
049800     MOVE WS-NT-ADDS (WS-NT-SUB)    TO WS-NL-ADDS.
049900     MOVE WS-NT-CHANGES (WS-NT-SUB) TO WS-NL-CHANGES.
050000     MOVE WS-NT-DELETES (WS-NT-SUB) TO WS-NL-DELETES.
050100     MOVE WS-NT-REJECTS (WS-NT-SUB) TO WS-NL-REJECTS.
050200     PERFORM 2210-REJECT-RATE
050300         THRU 2210-REJECT-RATE-EXIT.
050400     MOVE WS-REJECT-RATE TO WS-NL-RATE.
050500     IF WS-NT-MOVE-SW (WS-NT-SUB) = "Y"
050600         MOVE WS-NT-MOVEMENT (WS-NT-SUB) TO WS-NL-MOVEMENT
050700     ELSE
050800         MOVE "         N/A" TO WS-NL-MOVEMENT-X
050900     END-IF.
051000     EVALUATE WS-NT-GATE-CODE (WS-NT-SUB)
051100         WHEN "P"
051200             MOVE "PASSED" TO WS-NL-GATE
051300         WHEN "O"
051400             MOVE "OVERRIDE" TO WS-NL-GATE
051500             ADD 1 TO WS-WEEK-OVERRIDDEN
051600         WHEN "H"
051700             MOVE "HELD" TO WS-NL-GATE
051800             ADD 1 TO WS-WEEK-HELD
051900         WHEN OTHER
052000             MOVE "NOT GATED" TO WS-NL-GATE
052100     END-EVALUATE.
052200     WRITE EMP-TREND-LINE FROM WS-NIGHT-LINE
052300         AFTER ADVANCING 1 LINES.
052400     IF (WS-NT-UPD-SW (WS-NT-SUB) = "Y" OR
052450         WS-NT-UPD-SW (WS-NT-SUB) = "G") AND
052500        WS-NT-GATE-CODE (WS-NT-SUB) NOT = "H"
052600         PERFORM 2220-ADD-WEEK-NIGHT
052700             THRU 2220-ADD-WEEK-NIGHT-EXIT
052800     END-IF.
052900 2200-LIST-NIGHT-EXIT.
053000     EXIT.
053100*
053200************************************************************
053300 2210-REJECT-RATE.
053400************************************************************
053500     MOVE ZERO TO WS-REJECT-RATE.
053600     IF WS-NT-VOLUME (WS-NT-SUB) > ZERO
053700         COMPUTE WS-REJECT-RATE ROUNDED =
053800             WS-NT-REJECTS (WS-NT-SUB) * 100
053900                 / WS-NT-VOLUME (WS-NT-SUB)
054000     END-IF.
054100 2210-REJECT-RATE-EXIT.
054200     EXIT.
054300*
054400************************************************************
054500 2220-ADD-WEEK-NIGHT.
054600************************************************************
054700     ADD WS-NT-VOLUME (WS-NT-SUB)  TO WS-TR-WEEK-SUM (1).
054800     ADD WS-NT-ADDS (WS-NT-SUB)    TO WS-TR-WEEK-SUM (2).
054900     ADD WS-NT-CHANGES (WS-NT-SUB) TO WS-TR-WEEK-SUM (3).
055000     ADD WS-NT-DELETES (WS-NT-SUB) TO WS-TR-WEEK-SUM (4).
055100     ADD WS-NT-REJECTS (WS-NT-SUB) TO WS-TR-WEEK-SUM (5).
055200     ADD WS-REJECT-RATE            TO WS-TR-WEEK-SUM (6).
055300     ADD 1 TO WS-TR-WEEK-NIGHTS (1).
055400     ADD 1 TO WS-TR-WEEK-NIGHTS (2).
055500     ADD 1 TO WS-TR-WEEK-NIGHTS (3).
055600     ADD 1 TO WS-TR-WEEK-NIGHTS (4).
055700     ADD 1 TO WS-TR-WEEK-NIGHTS (5).
055800     ADD 1 TO WS-TR-WEEK-NIGHTS (6).
055900     IF WS-NT-MOVE-SW (WS-NT-SUB) = "Y"
056000         MOVE WS-NT-MOVEMENT (WS-NT-SUB) TO WS-MOVE-WORK
056100         IF WS-MOVE-WORK < ZERO
056200             COMPUTE WS-MOVE-WORK = ZERO - WS-MOVE-WORK
056300         END-IF
056400         ADD WS-MOVE-WORK TO WS-TR-WEEK-SUM (7)
056500         ADD 1 TO WS-TR-WEEK-NIGHTS (7)
056600     END-IF.
056700 2220-ADD-WEEK-NIGHT-EXIT.
056800     EXIT.
056900*
057000************************************************************
057100*  2300 - THE LIVE NIGHTS BEFORE THE WEEK, NEWEST BACKWARDS,
057200*  UP TO 28.
057300************************************************************
057400 2300-ADD-PRIOR-NIGHT.
057500************************************************************
057600     SUBTRACT 1 FROM WS-NT-SUB.
057700     IF (WS-NT-UPD-SW (WS-NT-SUB) NOT = "Y" AND
057750         WS-NT-UPD-SW (WS-NT-SUB) NOT = "G") OR
057800        WS-NT-GATE-CODE (WS-NT-SUB) = "H"
057900         GO TO 2300-ADD-PRIOR-NIGHT-EXIT
058000     END-IF.
058100     ADD 1 TO WS-PRIOR-COUNT.
058200     PERFORM 2210-REJECT-RATE
058300         THRU 2210-REJECT-RATE-EXIT.
058400     ADD WS-NT-VOLUME (WS-NT-SUB)  TO WS-TR-PRIOR-SUM (1).
058500     ADD WS-NT-ADDS (WS-NT-SUB)    TO WS-TR-PRIOR-SUM (2).
058600     ADD WS-NT-CHANGES (WS-NT-SUB) TO WS-TR-PRIOR-SUM (3).
058700     ADD WS-NT-DELETES (WS-NT-SUB) TO WS-TR-PRIOR-SUM (4).
058800     ADD WS-NT-REJECTS (WS-NT-SUB) TO WS-TR-PRIOR-SUM (5).
058900     ADD WS-REJECT-RATE            TO WS-TR-PRIOR-SUM (6).
059000     ADD 1 TO WS-TR-PRIOR-NIGHTS (1).
059100     ADD 1 TO WS-TR-PRIOR-NIGHTS (2).
059200     ADD 1 TO WS-TR-PRIOR-NIGHTS (3).
059300     ADD 1 TO WS-TR-PRIOR-NIGHTS (4).
059400     ADD 1 TO WS-TR-PRIOR-NIGHTS (5).
059500     ADD 1 TO WS-TR-PRIOR-NIGHTS (6).
059600     IF WS-NT-MOVE-SW (WS-NT-SUB) = "Y"
059700         MOVE WS-NT-MOVEMENT (WS-NT-SUB) TO WS-MOVE-WORK
059800         IF WS-MOVE-WORK < ZERO
059900             COMPUTE WS-MOVE-WORK = ZERO - WS-MOVE-WORK
060000         END-IF
060100         ADD WS-MOVE-WORK TO WS-TR-PRIOR-SUM (7)
060200         ADD 1 TO WS-TR-PRIOR-NIGHTS (7)
060300     END-IF.
060400 2300-ADD-PRIOR-NIGHT-EXIT.
060500     EXIT.
060600*
060700************************************************************
060800*  2400 - ONE MEASURE: WEEK AVERAGE, PRIOR AVERAGE AND THE
060900*  PERCENT CHANGE (N/A WITH NO PRIOR NIGHTS OR A ZERO PRIOR
061000*  AVERAGE, AND CAPPED WHERE THE WEEK RUNS OVER 100 TIMES
061100*  THE PRIOR AVERAGE).
061200************************************************************
061300 2400-LIST-TREND.
061400************************************************************
061500     MOVE ZERO TO WS-TR-WEEK-AVG (WS-TR-SUB).
061600     MOVE ZERO TO WS-TR-PRIOR-AVG (WS-TR-SUB).
061700     IF WS-TR-WEEK-NIGHTS (WS-TR-SUB) > ZERO
061800         COMPUTE WS-TR-WEEK-AVG (WS-TR-SUB) ROUNDED =
061900             WS-TR-WEEK-SUM (WS-TR-SUB)
062000                 / WS-TR-WEEK-NIGHTS (WS-TR-SUB)
062100     END-IF.
062200     IF WS-TR-PRIOR-NIGHTS (WS-TR-SUB) > ZERO
062300         COMPUTE WS-TR-PRIOR-AVG (WS-TR-SUB) ROUNDED =
062400             WS-TR-PRIOR-SUM (WS-TR-SUB)
062500                 / WS-TR-PRIOR-NIGHTS (WS-TR-SUB)
062600     END-IF.
062700     MOVE WS-TN-NAME (WS-TR-SUB)      TO WS-TD-NAME.
062800     MOVE WS-TR-WEEK-AVG (WS-TR-SUB)  TO WS-TD-WEEK.
062900     MOVE WS-TR-PRIOR-AVG (WS-TR-SUB) TO WS-TD-PRIOR.
063000     IF WS-TR-PRIOR-AVG (WS-TR-SUB) = ZERO OR
063100        WS-TR-WEEK-NIGHTS (WS-TR-SUB) = ZERO
063200         MOVE "      N/A" TO WS-TD-CHANGE-X
063300         GO TO 2400-LIST-TREND-NEXT
063400     END-IF.
063500     IF WS-TR-WEEK-AVG (WS-TR-SUB) >
063600        WS-TR-PRIOR-AVG (WS-TR-SUB) * 100
063700         MOVE "  >9900.0" TO WS-TD-CHANGE-X
063800         GO TO 2400-LIST-TREND-NEXT
063900     END-IF.
064000     COMPUTE WS-TR-CHANGE ROUNDED =
064100         (WS-TR-WEEK-AVG (WS-TR-SUB)
064200             - WS-TR-PRIOR-AVG (WS-TR-SUB)) * 100
064300                 / WS-TR-PRIOR-AVG (WS-TR-SUB).
064400     MOVE WS-TR-CHANGE TO WS-TD-CHANGE.
064500 2400-LIST-TREND-NEXT.
064600     WRITE EMP-TREND-LINE FROM WS-TREND-DETAIL
064700         AFTER ADVANCING 1 LINES.
064800 2400-LIST-TREND-EXIT.
064900     EXIT.
065000*
065100************************************************************
065200 3000-FINALIZE.
065300************************************************************
065400     IF WS-TREND-FAILED
065500         MOVE 12 TO RETURN-CODE
065600     END-IF.
065700     IF WS-REPORT-STATUS = "00"
065800         CLOSE EMP-TREND-REPORT
065900     END-IF.
066000     DISPLAY "EMPRTR01 - HISTORY RECORDS READ: "
066100         WS-HIST-READ-COUNT.
066200 3000-FINALIZE-EXIT.
066300     EXIT.
