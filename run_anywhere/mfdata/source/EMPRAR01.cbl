000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. EMPRAR01.
000300 AUTHOR. MFDATA-APPLICATIONS-GROUP.
000400 INSTALLATION. MFDATA.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*
000800************************************************************
000900*  MODIFICATION HISTORY
001000*------------------------------------------------------------
001100*  DATE       INIT  DESCRIPTION
001200*  10/15/26   JDM   INITIAL VERSION - ARCHIVE EACH BALANCED
001300*                   NIGHT'S SORTED EXTRACT AND RUN-CONTROL
001400*                   RECORDS FOR FORWARD RECOVERY.
001500************************************************************
001600*
001700************************************************************
001800*  PURPOSE -                                                *
001900*    RUNS ONCE THE NIGHT HAS BALANCED (AFTER EMPBALN).       *
002000*    APPENDS THE FINAL SORTED TRANSACTION EXTRACT - EXACTLY  *
002100*    WHAT EMPUPDT APPLIED, IN THE ORDER IT APPLIED IT - TO   *
002200*    THE EXTRACT ARCHIVE (EMPTXA01 LAYOUT), AND EVERY        *
002300*    RUN-CONTROL RECORD OF THE NIGHT (THE EMPVAL01 RECORD    *
002400*    AND EACH EMPUPD01 RECORD) TO THE RUN-CONTROL HISTORY    *
002500*    (EMPRNH01 LAYOUT).  BOTH ARE STAMPED WITH THE NIGHT'S   *
002600*    RUN-DATE CARD FROM EMPRDT01, SO THE FORWARD-RECOVERY    *
002700*    JOB (EMPRCVR0) CAN REPLAY THE NIGHT THROUGH EMPUPD01    *
002800*    UNDER ITS ORIGINAL DATE AND PROVE THE RESULT AGAINST    *
002900*    THE TOTALS THE ORIGINAL RUN POSTED.                     *
003000*                                                            *
003100*    THE COUNT ARCHIVED MUST EQUAL THE TRANSACTIONS READ BY  *
003200*    EMPUPD01 (SUMMED ACROSS PARTITIONS); IF NOT THE NIGHT   *
003300*    COULD NEVER PROVE ON REPLAY AND THE STEP ENDS RC=12.    *
003400*    A FAILED ARCHIVE WRITE ENDS RC=16.  NEITHER HOLDS THE   *
003500*    NIGHT'S ROTATION - THEY MEAN THE RECOVERY CHAIN HAS A   *
003600*    GAP, CLOSED BY TAKING A FRESH BACKUP (EMPBKUP0).        *
003700************************************************************
003800 ENVIRONMENT DIVISION.
003900 CONFIGURATION SECTION.
004000 SOURCE-COMPUTER. IBM-ZSERIES.
004100 OBJECT-COMPUTER. IBM-ZSERIES.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT EMP-RUN-DATE-FILE ASSIGN TO EMPRDTI
004500         ORGANIZATION IS SEQUENTIAL
004600         ACCESS MODE IS SEQUENTIAL
004700         FILE STATUS IS WS-RDTI-STATUS.
004800
004900     SELECT EMP-TRAN-FILE ASSIGN TO EMPTXI
005000         ORGANIZATION IS SEQUENTIAL
005100         ACCESS MODE IS SEQUENTIAL
005200         FILE STATUS IS WS-TRAN-STATUS.
005300
005400     SELECT EMP-RUN-CTL-FILE ASSIGN TO EMPRUNC
005500         ORGANIZATION IS SEQUENTIAL
005600         ACCESS MODE IS SEQUENTIAL
005700         FILE STATUS IS WS-RUNC-STATUS.
005800
005900     SELECT EMP-TRAN-ARCHIVE-FILE ASSIGN TO EMPTXAO
006000         ORGANIZATION IS SEQUENTIAL
006100         ACCESS MODE IS SEQUENTIAL
006200         FILE STATUS IS WS-TXAO-STATUS.
006300
006400     SELECT EMP-RUN-HISTORY-FILE ASSIGN TO EMPRNHO
006500         ORGANIZATION IS SEQUENTIAL
006600         ACCESS MODE IS SEQUENTIAL
006700         FILE STATUS IS WS-RNHO-STATUS.
006800 DATA DIVISION.
006900 FILE SECTION.
007000 FD  EMP-RUN-DATE-FILE
007100     RECORDING MODE IS F
007200     LABEL RECORDS ARE STANDARD.
007300     COPY EMPRDC01.
007400
007500 FD  EMP-TRAN-FILE
007600     RECORDING MODE IS F
007700     LABEL RECORDS ARE STANDARD.
007800 01  EMP-TRAN-RECORD                 PIC X(150).
007900
008000 FD  EMP-RUN-CTL-FILE
008100     RECORDING MODE IS F
008200     LABEL RECORDS ARE STANDARD.
008300     COPY EMPRUN01.
008400
008500 FD  EMP-TRAN-ARCHIVE-FILE
008600     RECORDING MODE IS F
008700     LABEL RECORDS ARE STANDARD.
008800     COPY EMPTXA01.
008900
009000 FD  EMP-RUN-HISTORY-FILE
009100     RECORDING MODE IS F
009200     LABEL RECORDS ARE STANDARD.
009300     COPY EMPRNH01.
009400 WORKING-STORAGE SECTION.
009500 77  WS-RDTI-STATUS                  PIC X(02)   VALUE "00".
009600 77  WS-TRAN-STATUS                  PIC X(02)   VALUE "00".
009700 77  WS-RUNC-STATUS                  PIC X(02)   VALUE "00".
009800 77  WS-TXAO-STATUS                  PIC X(02)   VALUE "00".
009900 77  WS-RNHO-STATUS                  PIC X(02)   VALUE "00".
010000*
010100 77  WS-TRAN-EOF-SW                  PIC X(01)   VALUE "N".
010200     88  WS-TRAN-EOF                 VALUE "Y".
010300 77  WS-RUNC-EOF-SW                  PIC X(01)   VALUE "N".
010400     88  WS-RUNC-EOF                 VALUE "Y".
010500 77  WS-WRITE-FAIL-SW                PIC X(01)   VALUE "N".
010600     88  WS-WRITE-FAILED             VALUE "Y".
010650 77  WS-FILES-OPEN-SW                PIC X(01)   VALUE "N".
010660     88  WS-FILES-OPEN               VALUE "Y".
010700*
010800 77  WS-TRAN-ARCHIVED-COUNT          PIC 9(07)   COMP VALUE ZERO.
010900 77  WS-RUNC-ARCHIVED-COUNT          PIC 9(07)   COMP VALUE ZERO.
011000 77  WS-UPD-RECORD-COUNT             PIC 9(07)   COMP VALUE ZERO.
011100 77  WS-UPD-TRAN-COUNT               PIC 9(07)   COMP VALUE ZERO.
011200*
011300************************************************************
011400*  THE NIGHT STAMP FROM THE RUN-DATE CARD, PUT ON EVERY
011500*  RECORD THIS STEP WRITES.
011600************************************************************
011700 01  WS-NIGHT-STAMP.
011800     05  WS-NIGHT-DATE               PIC X(08).
011900     05  WS-NIGHT-TIME               PIC X(06).
012000 PROCEDURE DIVISION.
012100************************************************************
012200 0000-MAINLINE.
012300************************************************************
012400     PERFORM 1000-INITIALIZE
012500         THRU 1000-INITIALIZE-EXIT.
012600     PERFORM 2000-ARCHIVE-TRAN
012700         THRU 2000-ARCHIVE-TRAN-EXIT
012800         UNTIL WS-TRAN-EOF.
012900     PERFORM 2500-ARCHIVE-RUN-CTL
013000         THRU 2500-ARCHIVE-RUN-CTL-EXIT
013100         UNTIL WS-RUNC-EOF.
013200     PERFORM 3000-FINALIZE
013300         THRU 3000-FINALIZE-EXIT.
013400     GOBACK.
013500*
013600************************************************************
013700*  1000 - READ THE NIGHT'S RUN-DATE CARD, THEN OPEN THE
013800*  NIGHT'S INPUTS AND THE TWO ARCHIVES FOR APPEND.  WITHOUT A
013900*  GOOD CARD NOTHING IS ARCHIVED - AN UNSTAMPED NIGHT COULD
014000*  NOT BE REPLAYED UNDER ITS OWN DATE.
014100************************************************************
014200 1000-INITIALIZE.
014300************************************************************
014400     MOVE "Y" TO WS-TRAN-EOF-SW.
014500     MOVE "Y" TO WS-RUNC-EOF-SW.
014600     OPEN INPUT EMP-RUN-DATE-FILE.
014700     IF WS-RDTI-STATUS NOT = "00"
014800         DISPLAY "EMPRAR01 - RUN-DATE CARD OPEN FAILED - "
014900             WS-RDTI-STATUS
015000         MOVE 12 TO RETURN-CODE
015100         GO TO 1000-INITIALIZE-EXIT
015200     END-IF.
015300     READ EMP-RUN-DATE-FILE
015400         AT END
015500             MOVE SPACE TO EMP-RUN-DATE-CARD
015600     END-READ.
015700     CLOSE EMP-RUN-DATE-FILE.
015800     IF EMP-RDC-RUN-DATE NOT NUMERIC OR
015900        EMP-RDC-RUN-TIME NOT NUMERIC
016000         DISPLAY "EMPRAR01 - RUN-DATE CARD MISSING OR INVALID"
016100         MOVE 12 TO RETURN-CODE
016200         GO TO 1000-INITIALIZE-EXIT
016300     END-IF.
016400     MOVE EMP-RDC-RUN-DATE TO WS-NIGHT-DATE.
016500     MOVE EMP-RDC-RUN-TIME TO WS-NIGHT-TIME.
016600*
016700     OPEN INPUT  EMP-TRAN-FILE
016800                 EMP-RUN-CTL-FILE
016900          EXTEND EMP-TRAN-ARCHIVE-FILE
017000                 EMP-RUN-HISTORY-FILE.
017050     MOVE "Y" TO WS-FILES-OPEN-SW.
017100     IF WS-TRAN-STATUS NOT = "00" OR
017200        WS-RUNC-STATUS NOT = "00" OR
017300        WS-TXAO-STATUS NOT = "00" OR
017400        WS-RNHO-STATUS NOT = "00"
017500         DISPLAY "EMPRAR01 - OPEN FAILED - " WS-TRAN-STATUS
017600             " " WS-RUNC-STATUS " " WS-TXAO-STATUS
017700             " " WS-RNHO-STATUS
017800         MOVE 12 TO RETURN-CODE
017900         GO TO 1000-INITIALIZE-EXIT
018000     END-IF.
018100     MOVE "N" TO WS-TRAN-EOF-SW.
018200     MOVE "N" TO WS-RUNC-EOF-SW.
018300 1000-INITIALIZE-EXIT.
018400     EXIT.
018500*
018600************************************************************
018700*  2000 - ONE TRANSACTION TO THE EXTRACT ARCHIVE, NUMBERED
018800*  IN THE ORDER EMPUPDT APPLIED IT.
018900************************************************************
019000 2000-ARCHIVE-TRAN.
019100************************************************************
019200     READ EMP-TRAN-FILE
019300         AT END
019400             MOVE "Y" TO WS-TRAN-EOF-SW
019500             GO TO 2000-ARCHIVE-TRAN-EXIT
019600     END-READ.
019700     ADD 1 TO WS-TRAN-ARCHIVED-COUNT.
019800     MOVE SPACE                  TO EMP-TRAN-ARCHIVE-RECORD.
019900     MOVE WS-NIGHT-STAMP         TO EMP-TXA-STAMP.
020000     MOVE WS-TRAN-ARCHIVED-COUNT TO EMP-TXA-SEQ.
020100     MOVE EMP-TRAN-RECORD        TO EMP-TXA-TRAN.
020200     WRITE EMP-TRAN-ARCHIVE-RECORD.
020300     IF WS-TXAO-STATUS NOT = "00"
020400         DISPLAY "EMPRAR01 - EXTRACT ARCHIVE WRITE FAILED - "
020500             WS-TXAO-STATUS
020600         MOVE "Y" TO WS-WRITE-FAIL-SW
020700         MOVE "Y" TO WS-TRAN-EOF-SW
020800         MOVE "Y" TO WS-RUNC-EOF-SW
020900         MOVE 16 TO RETURN-CODE
021000     END-IF.
021100 2000-ARCHIVE-TRAN-EXIT.
021200     EXIT.
021300*
021400************************************************************
021500*  2500 - ONE RUN-CONTROL RECORD TO THE HISTORY.  THE
021600*  EMPUPD01 TRANSACTION COUNTS ARE SUMMED (ONE RECORD PER
021700*  PARTITION ON AN EMPNITP0 NIGHT) FOR THE CHECK IN 3000.
021800************************************************************
021900 2500-ARCHIVE-RUN-CTL.
022000************************************************************
022100     READ EMP-RUN-CTL-FILE
022200         AT END
022300             MOVE "Y" TO WS-RUNC-EOF-SW
022400             GO TO 2500-ARCHIVE-RUN-CTL-EXIT
022500     END-READ.
022600     IF EMP-RUN-STEP = "EMPUPD01"
022700         ADD 1 TO WS-UPD-RECORD-COUNT
022800         ADD EMP-RUN-TRAN-COUNT TO WS-UPD-TRAN-COUNT
022900     END-IF.
023000     MOVE SPACE              TO EMP-RUN-HISTORY-RECORD.
023100     MOVE WS-NIGHT-STAMP     TO EMP-RNH-STAMP.
023200     MOVE EMP-RUN-CTL-RECORD TO EMP-RNH-RUN-CTL.
023300     WRITE EMP-RUN-HISTORY-RECORD.
023400     IF WS-RNHO-STATUS NOT = "00"
023500         DISPLAY "EMPRAR01 - RUN-CONTROL HISTORY WRITE FAILED - "
023600             WS-RNHO-STATUS
023700         MOVE "Y" TO WS-WRITE-FAIL-SW
023800         MOVE "Y" TO WS-RUNC-EOF-SW
023900         MOVE 16 TO RETURN-CODE
024000     ELSE
024100         ADD 1 TO WS-RUNC-ARCHIVED-COUNT
024200     END-IF.
024300 2500-ARCHIVE-RUN-CTL-EXIT.
024400     EXIT.
024500*
024600************************************************************
024700*  3000 - CLOSE UP AND PROVE THE ARCHIVED EXTRACT IS THE ONE
024800*  EMPUPD01 APPLIED.
024900************************************************************
025000 3000-FINALIZE.
025100************************************************************
025150     IF NOT WS-FILES-OPEN
025160         GO TO 3000-FINALIZE-EXIT
025170     END-IF.
025200     IF WS-TRAN-STATUS = "00"
025300         CLOSE EMP-TRAN-FILE
025400     END-IF.
025500     IF WS-RUNC-STATUS = "00"
025600         CLOSE EMP-RUN-CTL-FILE
025700     END-IF.
025800     IF WS-TXAO-STATUS = "00"
025900         CLOSE EMP-TRAN-ARCHIVE-FILE
026000     END-IF.
026100     IF WS-RNHO-STATUS = "00"
026200         CLOSE EMP-RUN-HISTORY-FILE
026300     END-IF.
026400     IF RETURN-CODE NOT = ZERO
026500         GO TO 3000-FINALIZE-EXIT
026600     END-IF.
026700     DISPLAY "EMPRAR01 - NIGHT " WS-NIGHT-DATE " " WS-NIGHT-TIME
026800         " EXTRACT ARCHIVED: " WS-TRAN-ARCHIVED-COUNT
026900         " RUN-CONTROL ARCHIVED: " WS-RUNC-ARCHIVED-COUNT.
027000     IF WS-UPD-RECORD-COUNT = ZERO OR
027100        WS-UPD-TRAN-COUNT NOT = WS-TRAN-ARCHIVED-COUNT
027200         DISPLAY "EMPRAR01 - ARCHIVED EXTRACT DOES NOT MATCH "
027300             "EMPUPD01 TRANSACTIONS READ: " WS-UPD-TRAN-COUNT
027400         DISPLAY "EMPRAR01 - NIGHT CANNOT BE REPLAYED - TAKE A "
027500             "FRESH BACKUP (EMPBKUP0)"
027600         MOVE 12 TO RETURN-CODE
027700     END-IF.
027800 3000-FINALIZE-EXIT.
027900     EXIT.
