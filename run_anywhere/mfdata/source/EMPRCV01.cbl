000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. EMPRCV01.
000300 AUTHOR. MFDATA-APPLICATIONS-GROUP.
000400 INSTALLATION. MFDATA.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*
000800************************************************************
000900*  MODIFICATION HISTORY
001000*------------------------------------------------------------
001100*  DATE       INIT  DESCRIPTION
001200*  10/15/26   JDM   INITIAL VERSION - PROVE A REPLAYED NIGHT
001300*                   AGAINST THE NIGHT'S ORIGINAL RUN-CONTROL.
001400************************************************************
001500*
001600************************************************************
001700*  PURPOSE -                                                *
001800*    LAST STEP OF EACH REPLAYED NIGHT IN EMPRCVR0.  SUMS     *
001900*    THE EMPUPD01 RUN-CONTROL RECORDS THE NIGHT POSTED WHEN  *
002000*    IT FIRST RAN (ONE PER PARTITION ON AN EMPNITP0 NIGHT),  *
002100*    AS SAVED IN THE RUN-CONTROL HISTORY, AND THE RECORD THE *
002200*    REPLAY JUST POSTED, AND COMPARES EVERY COUNT AND BOTH   *
002300*    HASHES - OLD AND NEW MASTER, TRANSACTIONS, ADDS,        *
002400*    CHANGES, DELETES, REJECTS, REHIRES, NEW-MASTER SALARY   *
002500*    HASH AND TRANSACTION SALARY HASH.  A REPLAY THAT AGREES *
002600*    ON ALL OF THEM REBUILT THE NIGHT EXACTLY; IT IS         *
002700*    JOURNALED, STAMPED WITH THE NIGHT, SO EMPRCS01 MOVES ON *
002800*    TO THE NEXT.  ANY DIFFERENCE ENDS RC=12 WITH NOTHING    *
002900*    JOURNALED, AND THE REPLAY STOPS AT THE LAST GOOD NIGHT. *
003000************************************************************
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 SOURCE-COMPUTER. IBM-ZSERIES.
003400 OBJECT-COMPUTER. IBM-ZSERIES.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT EMP-RUN-DATE-FILE ASSIGN TO EMPRDTI
003800         ORGANIZATION IS SEQUENTIAL
003900         ACCESS MODE IS SEQUENTIAL
004000         FILE STATUS IS WS-RDTI-STATUS.
004100
004200     SELECT EMP-SAVED-CTL-FILE ASSIGN TO EMPRCTL
004300         ORGANIZATION IS SEQUENTIAL
004400         ACCESS MODE IS SEQUENTIAL
004500         FILE STATUS IS WS-RCTL-STATUS.
004600
004700     SELECT EMP-RUN-CTL-FILE ASSIGN TO EMPRUNC
004800         ORGANIZATION IS SEQUENTIAL
004900         ACCESS MODE IS SEQUENTIAL
005000         FILE STATUS IS WS-RUNC-STATUS.
005100
005200     SELECT EMP-JOURNAL-FILE ASSIGN TO EMPRJNL
005300         ORGANIZATION IS SEQUENTIAL
005400         ACCESS MODE IS SEQUENTIAL
005500         FILE STATUS IS WS-RJNL-STATUS.
005600
005700     SELECT EMP-VERIFY-REPORT ASSIGN TO EMPRVRPT
005800         ORGANIZATION IS SEQUENTIAL
005900         ACCESS MODE IS SEQUENTIAL
006000         FILE STATUS IS WS-REPORT-STATUS.
006100 DATA DIVISION.
006200 FILE SECTION.
006300 FD  EMP-RUN-DATE-FILE
006400     RECORDING MODE IS F
006500     LABEL RECORDS ARE STANDARD.
006600     COPY EMPRDC01.
006700
006800 FD  EMP-SAVED-CTL-FILE
006900     RECORDING MODE IS F
007000     LABEL RECORDS ARE STANDARD.
007100     COPY EMPRUN01
007200         REPLACING ==EMP-RUN-CTL-RECORD== BY
007300                   ==EMP-SAVED-CTL-RECORD==.
007400
007500 FD  EMP-RUN-CTL-FILE
007600     RECORDING MODE IS F
007700     LABEL RECORDS ARE STANDARD.
007800     COPY EMPRUN01.
007900
008000 FD  EMP-JOURNAL-FILE
008100     RECORDING MODE IS F
008200     LABEL RECORDS ARE STANDARD.
008300     COPY EMPRNH01.
008400
008500 FD  EMP-VERIFY-REPORT
008600     RECORDING MODE IS F
008700     LABEL RECORDS ARE STANDARD.
008800 01  EMP-VERIFY-LINE                 PIC X(80).
008900 WORKING-STORAGE SECTION.
009000 77  WS-RDTI-STATUS                  PIC X(02)   VALUE "00".
009100 77  WS-RCTL-STATUS                  PIC X(02)   VALUE "00".
009200 77  WS-RUNC-STATUS                  PIC X(02)   VALUE "00".
009300 77  WS-RJNL-STATUS                  PIC X(02)   VALUE "00".
009400 77  WS-REPORT-STATUS                PIC X(02)   VALUE "00".
009500*
009600 77  WS-RCTL-EOF-SW                  PIC X(01)   VALUE "N".
009700     88  WS-RCTL-EOF                 VALUE "Y".
009800 77  WS-RUNC-EOF-SW                  PIC X(01)   VALUE "N".
009900     88  WS-RUNC-EOF                 VALUE "Y".
010000 77  WS-IN-BALANCE-SW                PIC X(01)   VALUE "Y".
010100     88  WS-IN-BALANCE               VALUE "Y".
010200*
010300************************************************************
010400*  EMPUPD01 TOTALS - AS FIRST RUN (SAVED) AND AS REPLAYED.
010500*  THE LAST EMPUPD01 RECORD REPLAYED IS ALSO KEPT WHOLE FOR
010600*  THE JOURNAL.
010700************************************************************
010800 01  WS-SAVED-TOTALS.
010900     05  WS-SV-FOUND                 PIC 9(07)   VALUE ZERO.
011000     05  WS-SV-COUNT                 PIC 9(07)   VALUE ZERO
011100                                     OCCURS 8 TIMES.
011200     05  WS-SV-SALARY-HASH           PIC 9(13)V99 VALUE ZERO.
011300     05  WS-SV-TRAN-HASH             PIC 9(13)V99 VALUE ZERO.
011400*
011500 01  WS-REPLAY-TOTALS.
011600     05  WS-RP-FOUND                 PIC 9(07)   VALUE ZERO.
011700     05  WS-RP-COUNT                 PIC 9(07)   VALUE ZERO
011800                                     OCCURS 8 TIMES.
011900     05  WS-RP-SALARY-HASH           PIC 9(13)V99 VALUE ZERO.
012000     05  WS-RP-TRAN-HASH             PIC 9(13)V99 VALUE ZERO.
012100*
012200 01  WS-REPLAY-RUN-CTL               PIC X(100)  VALUE SPACE.
012300*
012400************************************************************
012500*  THE EIGHT COUNTS OF EMPRUN01, IN LAYOUT ORDER, WITH THE
012600*  REPORT CAPTION FOR EACH.
012700************************************************************
012800 01  WS-COUNT-CAPTIONS.
012900     05  FILLER                      PIC X(20)
013000         VALUE "OLD MASTER READ".
013100     05  FILLER                      PIC X(20)
013200         VALUE "NEW MASTER WRITTEN".
013300     05  FILLER                      PIC X(20)
013400         VALUE "TRANSACTIONS READ".
013500     05  FILLER                      PIC X(20)
013600         VALUE "ADDS APPLIED".
013700     05  FILLER                      PIC X(20)
013800         VALUE "CHANGES APPLIED".
013900     05  FILLER                      PIC X(20)
014000         VALUE "DELETES APPLIED".
014100     05  FILLER                      PIC X(20)
014200         VALUE "REJECTED".
014300     05  FILLER                      PIC X(20)
014400         VALUE "REHIRES APPLIED".
014500 01  WS-COUNT-CAPTION-TABLE REDEFINES WS-COUNT-CAPTIONS.
014600     05  WS-COUNT-CAPTION            PIC X(20)   OCCURS 8 TIMES.
014700*
014800 01  WS-RUN-COUNTS.
014900     05  WS-RUN-COUNT                PIC 9(07)   OCCURS 8 TIMES.
015000*
015100 77  WS-CX                           PIC 9(04)   COMP VALUE ZERO.
015200*
015300 01  WS-REPORT-HEADING.
015400     05  FILLER                      PIC X(01)   VALUE SPACE.
015500     05  FILLER                      PIC X(40)
015600         VALUE "EMPRCV01 - REPLAY VERIFICATION, NIGHT ".
015700     05  WS-RH-DATE                  PIC X(08).
015800     05  FILLER                      PIC X(01)   VALUE SPACE.
015900     05  WS-RH-TIME                  PIC X(06).
016000     05  FILLER                      PIC X(24)   VALUE SPACE.
016100*
016200 01  WS-REPORT-COLUMNS.
016300     05  FILLER                      PIC X(37)   VALUE SPACE.
016400     05  FILLER                      PIC X(09)
016500         VALUE "   ORIGIN".
016600     05  FILLER                      PIC X(02)   VALUE SPACE.
016700     05  FILLER                      PIC X(09)
016800         VALUE "   REPLAY".
016900     05  FILLER                      PIC X(23)   VALUE SPACE.
017000*
017100 01  WS-CHECK-LINE.
017200     05  FILLER                      PIC X(01)   VALUE SPACE.
017300     05  WS-CK-RESULT                PIC X(14).
017400     05  FILLER                      PIC X(02)   VALUE SPACE.
017500     05  WS-CK-TEXT                  PIC X(20).
017600     05  FILLER                      PIC X(02)   VALUE SPACE.
017700     05  WS-CK-LEFT                  PIC ZZZZZZ9.
017800     05  FILLER                      PIC X(04)   VALUE SPACE.
017900     05  WS-CK-RIGHT                 PIC ZZZZZZ9.
018000     05  FILLER                      PIC X(23)   VALUE SPACE.
018100*
018200 01  WS-HASH-LINE.
018300     05  FILLER                      PIC X(01)   VALUE SPACE.
018400     05  WS-HL-RESULT                PIC X(14).
018500     05  FILLER                      PIC X(02)   VALUE SPACE.
018600     05  WS-HL-TEXT                  PIC X(26).
018700     05  FILLER                      PIC X(01)   VALUE SPACE.
018800     05  WS-HL-HASH                  PIC Z(12)9.99.
018900     05  FILLER                      PIC X(20)   VALUE SPACE.
019000*
019100 01  WS-VERDICT-LINE.
019200     05  FILLER                      PIC X(01)   VALUE SPACE.
019300     05  WS-VL-TEXT                  PIC X(79).
019400 PROCEDURE DIVISION.
019500************************************************************
019600 0000-MAINLINE.
019700************************************************************
019800     PERFORM 1000-INITIALIZE
019900         THRU 1000-INITIALIZE-EXIT.
020000     PERFORM 2000-LOAD-SAVED-RECORD
020100         THRU 2000-LOAD-SAVED-RECORD-EXIT
020200         UNTIL WS-RCTL-EOF.
020300     PERFORM 2200-LOAD-REPLAY-RECORD
020400         THRU 2200-LOAD-REPLAY-RECORD-EXIT
020500         UNTIL WS-RUNC-EOF.
020600     PERFORM 2400-COMPARE-TOTALS
020700         THRU 2400-COMPARE-TOTALS-EXIT.
020800     PERFORM 3000-FINALIZE
020900         THRU 3000-FINALIZE-EXIT.
021000     GOBACK.
021100*
021200************************************************************
021300*  1000 - THE NIGHT'S RUN-DATE CARD NAMES THE NIGHT; WITHOUT
021400*  IT NOTHING CAN BE JOURNALED.
021500************************************************************
021600 1000-INITIALIZE.
021700************************************************************
021800     MOVE "Y" TO WS-RCTL-EOF-SW.
021900     MOVE "Y" TO WS-RUNC-EOF-SW.
022000     OPEN INPUT EMP-RUN-DATE-FILE.
022100     IF WS-RDTI-STATUS NOT = "00"
022200         DISPLAY "EMPRCV01 - RUN-DATE CARD OPEN FAILED - "
022300             WS-RDTI-STATUS
022400         MOVE "N" TO WS-IN-BALANCE-SW
022500         MOVE 12 TO RETURN-CODE
022600         GO TO 1000-INITIALIZE-EXIT
022700     END-IF.
022800     READ EMP-RUN-DATE-FILE
022900         AT END
023000             MOVE SPACE TO EMP-RUN-DATE-CARD
023100     END-READ.
023150     MOVE EMP-RDC-RUN-DATE TO WS-RH-DATE.
023160     MOVE EMP-RDC-RUN-TIME TO WS-RH-TIME.
023200     CLOSE EMP-RUN-DATE-FILE.
023300     IF WS-RH-DATE NOT NUMERIC OR
023400        WS-RH-TIME NOT NUMERIC
023500         DISPLAY "EMPRCV01 - RUN-DATE CARD MISSING OR INVALID"
023600         MOVE "N" TO WS-IN-BALANCE-SW
023700         MOVE 12 TO RETURN-CODE
023800         GO TO 1000-INITIALIZE-EXIT
023900     END-IF.
024000     OPEN INPUT  EMP-SAVED-CTL-FILE
024100                 EMP-RUN-CTL-FILE
024200          OUTPUT EMP-VERIFY-REPORT.
024300     IF WS-RCTL-STATUS   NOT = "00" OR
024400        WS-RUNC-STATUS   NOT = "00" OR
024500        WS-REPORT-STATUS NOT = "00"
024600         DISPLAY "EMPRCV01 - OPEN FAILED - " WS-RCTL-STATUS
024700             " " WS-RUNC-STATUS " " WS-REPORT-STATUS
024800         MOVE "N" TO WS-IN-BALANCE-SW
024900         MOVE 12 TO RETURN-CODE
025000         GO TO 1000-INITIALIZE-EXIT
025100     END-IF.
025200     MOVE "N" TO WS-RCTL-EOF-SW.
025300     MOVE "N" TO WS-RUNC-EOF-SW.
025600     WRITE EMP-VERIFY-LINE FROM WS-REPORT-HEADING.
025700     WRITE EMP-VERIFY-LINE FROM WS-REPORT-COLUMNS
025800         AFTER ADVANCING 2 LINES.
025900 1000-INITIALIZE-EXIT.
026000     EXIT.
026100*
026200************************************************************
026300*  2000 - SUM THE NIGHT'S ORIGINAL EMPUPD01 RECORDS.
026400************************************************************
026500 2000-LOAD-SAVED-RECORD.
026600************************************************************
026700     READ EMP-SAVED-CTL-FILE
026800         AT END
026900             MOVE "Y" TO WS-RCTL-EOF-SW
027000             GO TO 2000-LOAD-SAVED-RECORD-EXIT
027100     END-READ.
027200     IF EMP-RUN-STEP OF EMP-SAVED-CTL-RECORD NOT = "EMPUPD01"
027300         GO TO 2000-LOAD-SAVED-RECORD-EXIT
027400     END-IF.
027500     ADD 1 TO WS-SV-FOUND.
027600     MOVE EMP-RUN-IN-COUNT  OF EMP-SAVED-CTL-RECORD
027700         TO WS-RUN-COUNT (1).
027800     MOVE EMP-RUN-OUT-COUNT OF EMP-SAVED-CTL-RECORD
027900         TO WS-RUN-COUNT (2).
028000     MOVE EMP-RUN-TRAN-COUNT OF EMP-SAVED-CTL-RECORD
028100         TO WS-RUN-COUNT (3).
028200     MOVE EMP-RUN-ADD-COUNT OF EMP-SAVED-CTL-RECORD
028300         TO WS-RUN-COUNT (4).
028400     MOVE EMP-RUN-CHG-COUNT OF EMP-SAVED-CTL-RECORD
028500         TO WS-RUN-COUNT (5).
028600     MOVE EMP-RUN-DEL-COUNT OF EMP-SAVED-CTL-RECORD
028700         TO WS-RUN-COUNT (6).
028800     MOVE EMP-RUN-REJ-COUNT OF EMP-SAVED-CTL-RECORD
028900         TO WS-RUN-COUNT (7).
029000     MOVE EMP-RUN-REH-COUNT OF EMP-SAVED-CTL-RECORD
029100         TO WS-RUN-COUNT (8).
029200     MOVE 1 TO WS-CX.
029300     PERFORM 2050-ADD-SAVED-COUNT
029400         THRU 2050-ADD-SAVED-COUNT-EXIT
029500         UNTIL WS-CX > 8.
029600     ADD EMP-RUN-SALARY-HASH OF EMP-SAVED-CTL-RECORD
029700         TO WS-SV-SALARY-HASH.
029800     ADD EMP-RUN-TRAN-HASH OF EMP-SAVED-CTL-RECORD
029900         TO WS-SV-TRAN-HASH.
030000 2000-LOAD-SAVED-RECORD-EXIT.
030100     EXIT.
030200*
030300************************************************************
030400 2050-ADD-SAVED-COUNT.
030500************************************************************
030600     ADD WS-RUN-COUNT (WS-CX) TO WS-SV-COUNT (WS-CX).
030700     ADD 1 TO WS-CX.
030800 2050-ADD-SAVED-COUNT-EXIT.
030900     EXIT.
031000*
031100************************************************************
031200*  2200 - SUM THE EMPUPD01 RECORD(S) THE REPLAY POSTED.
031300************************************************************
031400 2200-LOAD-REPLAY-RECORD.
031500************************************************************
031600     READ EMP-RUN-CTL-FILE
031700         AT END
031800             MOVE "Y" TO WS-RUNC-EOF-SW
031900             GO TO 2200-LOAD-REPLAY-RECORD-EXIT
032000     END-READ.
032100     IF EMP-RUN-STEP OF EMP-RUN-CTL-RECORD NOT = "EMPUPD01"
032200         GO TO 2200-LOAD-REPLAY-RECORD-EXIT
032300     END-IF.
032400     ADD 1 TO WS-RP-FOUND.
032500     MOVE EMP-RUN-CTL-RECORD TO WS-REPLAY-RUN-CTL.
032600     MOVE EMP-RUN-IN-COUNT  OF EMP-RUN-CTL-RECORD
032700         TO WS-RUN-COUNT (1).
032800     MOVE EMP-RUN-OUT-COUNT OF EMP-RUN-CTL-RECORD
032900         TO WS-RUN-COUNT (2).
033000     MOVE EMP-RUN-TRAN-COUNT OF EMP-RUN-CTL-RECORD
033100         TO WS-RUN-COUNT (3).
033200     MOVE EMP-RUN-ADD-COUNT OF EMP-RUN-CTL-RECORD
033300         TO WS-RUN-COUNT (4).
033400     MOVE EMP-RUN-CHG-COUNT OF EMP-RUN-CTL-RECORD
033500         TO WS-RUN-COUNT (5).
033600     MOVE EMP-RUN-DEL-COUNT OF EMP-RUN-CTL-RECORD
033700         TO WS-RUN-COUNT (6).
033800     MOVE EMP-RUN-REJ-COUNT OF EMP-RUN-CTL-RECORD
033900         TO WS-RUN-COUNT (7).
034000     MOVE EMP-RUN-REH-COUNT OF EMP-RUN-CTL-RECORD
034100         TO WS-RUN-COUNT (8).
034200     MOVE 1 TO WS-CX.
034300     PERFORM 2250-ADD-REPLAY-COUNT
034400         THRU 2250-ADD-REPLAY-COUNT-EXIT
034500         UNTIL WS-CX > 8.
034600     ADD EMP-RUN-SALARY-HASH OF EMP-RUN-CTL-RECORD
034700         TO WS-RP-SALARY-HASH.
034800     ADD EMP-RUN-TRAN-HASH OF EMP-RUN-CTL-RECORD
034900         TO WS-RP-TRAN-HASH.
035000 2200-LOAD-REPLAY-RECORD-EXIT.
035100     EXIT.
035200*
035300************************************************************
035400 2250-ADD-REPLAY-COUNT.
035500************************************************************
035600     ADD WS-RUN-COUNT (WS-CX) TO WS-RP-COUNT (WS-CX).
035700     ADD 1 TO WS-CX.
035800 2250-ADD-REPLAY-COUNT-EXIT.
035900     EXIT.
036000*
036100************************************************************
036200*  2400 - EVERY COUNT AND BOTH HASHES MUST AGREE.  EACH
036300*  DIFFERENCE IS LISTED AND DROPS THE IN-BALANCE SWITCH.
036400************************************************************
036500 2400-COMPARE-TOTALS.
036600************************************************************
036700     IF RETURN-CODE NOT = ZERO
036800         GO TO 2400-COMPARE-TOTALS-EXIT
036900     END-IF.
037000     IF WS-SV-FOUND = ZERO
037100         MOVE "NO ORIGINAL EMPUPD01 RECORD FOR THE NIGHT"
037200             TO WS-VL-TEXT
037300         WRITE EMP-VERIFY-LINE FROM WS-VERDICT-LINE
037400             AFTER ADVANCING 1 LINES
037500         MOVE "N" TO WS-IN-BALANCE-SW
037600     END-IF.
037700     IF WS-RP-FOUND = ZERO
037800         MOVE "NO EMPUPD01 RECORD FROM THE REPLAY"
037900             TO WS-VL-TEXT
038000         WRITE EMP-VERIFY-LINE FROM WS-VERDICT-LINE
038100             AFTER ADVANCING 1 LINES
038200         MOVE "N" TO WS-IN-BALANCE-SW
038300     END-IF.
038400     IF NOT WS-IN-BALANCE
038500         GO TO 2400-COMPARE-TOTALS-EXIT
038600     END-IF.
038700     MOVE 1 TO WS-CX.
038800     PERFORM 2450-COMPARE-COUNT
038900         THRU 2450-COMPARE-COUNT-EXIT
039000         UNTIL WS-CX > 8.
039100*
039200     IF WS-SV-SALARY-HASH = WS-RP-SALARY-HASH
039300         MOVE "IN BALANCE"     TO WS-HL-RESULT
039400     ELSE
039500         MOVE "OUT OF BALANCE" TO WS-HL-RESULT
039600         MOVE "N" TO WS-IN-BALANCE-SW
039700     END-IF.
039800     MOVE "ORIGIN NEW MASTER HASH"     TO WS-HL-TEXT.
039900     MOVE WS-SV-SALARY-HASH            TO WS-HL-HASH.
040000     WRITE EMP-VERIFY-LINE FROM WS-HASH-LINE
040100         AFTER ADVANCING 1 LINES.
040200     MOVE "REPLAY NEW MASTER HASH"     TO WS-HL-TEXT.
040300     MOVE WS-RP-SALARY-HASH            TO WS-HL-HASH.
040400     WRITE EMP-VERIFY-LINE FROM WS-HASH-LINE
040500         AFTER ADVANCING 1 LINES.
040600     IF WS-SV-TRAN-HASH = WS-RP-TRAN-HASH
040700         MOVE "IN BALANCE"     TO WS-HL-RESULT
040800     ELSE
040900         MOVE "OUT OF BALANCE" TO WS-HL-RESULT
041000         MOVE "N" TO WS-IN-BALANCE-SW
041100     END-IF.
041200     MOVE "ORIGIN TRAN SALARY HASH"    TO WS-HL-TEXT.
041300     MOVE WS-SV-TRAN-HASH              TO WS-HL-HASH.
041400     WRITE EMP-VERIFY-LINE FROM WS-HASH-LINE
041500         AFTER ADVANCING 1 LINES.
041600     MOVE "REPLAY TRAN SALARY HASH"    TO WS-HL-TEXT.
041700     MOVE WS-RP-TRAN-HASH              TO WS-HL-HASH.
041800     WRITE EMP-VERIFY-LINE FROM WS-HASH-LINE
041900         AFTER ADVANCING 1 LINES.
042000 2400-COMPARE-TOTALS-EXIT.
042100     EXIT.
042200*
042300************************************************************
042400 2450-COMPARE-COUNT.
042500************************************************************
042600     MOVE WS-COUNT-CAPTION (WS-CX) TO WS-CK-TEXT.
042700     MOVE WS-SV-COUNT (WS-CX)      TO WS-CK-LEFT.
042800     MOVE WS-RP-COUNT (WS-CX)      TO WS-CK-RIGHT.
042900     IF WS-SV-COUNT (WS-CX) = WS-RP-COUNT (WS-CX)
043000         MOVE "IN BALANCE"     TO WS-CK-RESULT
043100     ELSE
043200         MOVE "OUT OF BALANCE" TO WS-CK-RESULT
043300         MOVE "N" TO WS-IN-BALANCE-SW
043400     END-IF.
043500     WRITE EMP-VERIFY-LINE FROM WS-CHECK-LINE
043600         AFTER ADVANCING 1 LINES.
043700     ADD 1 TO WS-CX.
043800 2450-COMPARE-COUNT-EXIT.
043900     EXIT.
044000*
044100************************************************************
044200*  3000 - JOURNAL THE NIGHT IF IT PROVED, THEN GIVE THE
044300*  VERDICT.
044400************************************************************
044500 3000-FINALIZE.
044600************************************************************
044700     IF WS-IN-BALANCE
044800         PERFORM 3100-JOURNAL-NIGHT
044900             THRU 3100-JOURNAL-NIGHT-EXIT
045000     END-IF.
045100     IF WS-IN-BALANCE
045200         MOVE "REPLAYED NIGHT PROVED - JOURNALED"
045300             TO WS-VL-TEXT
045400     ELSE
045500         MOVE "REPLAYED NIGHT DOES NOT PROVE - RECOVERY STOPPED"
045600             TO WS-VL-TEXT
045700         IF RETURN-CODE < 12
045800             MOVE 12 TO RETURN-CODE
045900         END-IF
046000     END-IF.
046100     IF WS-REPORT-STATUS = "00"
046200         WRITE EMP-VERIFY-LINE FROM WS-VERDICT-LINE
046300             AFTER ADVANCING 2 LINES
046400         CLOSE EMP-VERIFY-REPORT
046500     END-IF.
046600     IF WS-RCTL-STATUS = "00"
046700         CLOSE EMP-SAVED-CTL-FILE
046800     END-IF.
046900     IF WS-RUNC-STATUS = "00"
047000         CLOSE EMP-RUN-CTL-FILE
047100     END-IF.
047200     DISPLAY "EMPRCV01 - NIGHT " WS-RH-DATE " "
047300         WS-RH-TIME " - " WS-VL-TEXT.
047400 3000-FINALIZE-EXIT.
047500     EXIT.
047600*
047700************************************************************
047800*  3100 - ONE JOURNAL RECORD FOR THE NIGHT: ITS STAMP AND THE
047900*  RUN-CONTROL THE REPLAY POSTED.
048000************************************************************
048100 3100-JOURNAL-NIGHT.
048200************************************************************
048300     OPEN EXTEND EMP-JOURNAL-FILE.
048400     IF WS-RJNL-STATUS NOT = "00"
048500         DISPLAY "EMPRCV01 - JOURNAL OPEN FAILED - "
048600             WS-RJNL-STATUS
048700         MOVE "N" TO WS-IN-BALANCE-SW
048800         MOVE 16 TO RETURN-CODE
048900         GO TO 3100-JOURNAL-NIGHT-EXIT
049000     END-IF.
049100     MOVE SPACE             TO EMP-RUN-HISTORY-RECORD.
049200     MOVE WS-RH-DATE        TO EMP-RNH-RUN-DATE.
049300     MOVE WS-RH-TIME        TO EMP-RNH-RUN-TIME.
049400     MOVE WS-REPLAY-RUN-CTL TO EMP-RNH-RUN-CTL.
049500     WRITE EMP-RUN-HISTORY-RECORD.
049600     IF WS-RJNL-STATUS NOT = "00"
049700         DISPLAY "EMPRCV01 - JOURNAL WRITE FAILED - "
049800             WS-RJNL-STATUS
049900         MOVE "N" TO WS-IN-BALANCE-SW
050000         MOVE 16 TO RETURN-CODE
050100     END-IF.
050200     CLOSE EMP-JOURNAL-FILE.
050300 3100-JOURNAL-NIGHT-EXIT.
050400     EXIT.
