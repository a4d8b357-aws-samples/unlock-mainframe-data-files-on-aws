000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. EMPRCS01.
000300 AUTHOR. MFDATA-APPLICATIONS-GROUP.
000400 INSTALLATION. MFDATA.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*
000800************************************************************
000900*  MODIFICATION HISTORY
001000*------------------------------------------------------------
001100*  DATE       INIT  DESCRIPTION
001200*  10/15/26   JDM   INITIAL VERSION - SELECT THE NEXT NIGHT
001300*                   OF A FORWARD-RECOVERY REPLAY.
001325*  10/15/26   JDM   PASS OVER NIGHTS THE VOLUME GATE
001350*                   (EMPRGT01) HELD AND NEVER RELEASED.
001400************************************************************
001500*
001600************************************************************
001700*  PURPOSE -                                                *
001800*    FIRST STEP OF EACH REPLAYED NIGHT IN EMPRCVR0.  THE     *
001900*    RECOVERY JOURNAL SAYS WHERE THE REPLAY HAS GOT TO - ITS *
002000*    LAST RECORD IS STAMPED WITH THE BACKUP SET OR WITH THE  *
002100*    LAST NIGHT PROVED.  THE NEXT NIGHT IS THE EARLIEST RUN  *
002200*    DATE IN THE RUN-CONTROL HISTORY STAMPED AFTER THAT AND  *
002300*    NO LATER THAN THE TARGET DATE; IF THE DATE RAN MORE     *
002400*    THAN ONCE THE LAST RUN (THE ONE THAT WENT LIVE) IS      *
002500*    TAKEN.  FOR THAT NIGHT THIS STEP WRITES -               *
002600*      EMPRTRN  THE SORTED EXTRACT FROM THE EXTRACT ARCHIVE  *
002700*               IN THE ORDER IT WAS FIRST APPLIED            *
002800*      EMPRDTO  A RUN-DATE CARD WITH THE ORIGINAL STAMP, SO  *
002900*               EMPUPD01 APPLIES IT UNDER ITS OWN DATE       *
003000*      EMPRCTO  THE NIGHT'S SAVED RUN-CONTROL RECORDS, FOR   *
003100*               EMPRCV01 TO PROVE THE REPLAY AGAINST         *
003200*                                                            *
003220*    A NIGHT THE VOLUME GATE HELD - ITS LATEST EMPRGT01      *
003240*    RECORD ON THE HISTORY CARRIES GATE CODE "H" - NEVER     *
003260*    WENT LIVE AND IS PASSED OVER.                           *
003280*                                                            *
003300*    WHEN NO NIGHT IS LEFT THE OUTPUTS ARE LEFT EMPTY, THE   *
003400*    STEP SAYS WHICH RECOVERY CLUSTER HOLDS THE RESULT AND   *
003500*    ENDS RC=4, WHICH BYPASSES THE REST OF THE REPLAY.  AN   *
003600*    UNSTARTED JOURNAL, A BAD CARD, OR A NIGHT WHOSE         *
003700*    ARCHIVED EXTRACT DOES NOT MATCH ITS RUN-CONTROL ENDS    *
003750*    RC=12.                                                  *
003800************************************************************
003900 ENVIRONMENT DIVISION.
004000 CONFIGURATION SECTION.
004100 SOURCE-COMPUTER. IBM-ZSERIES.
004200 OBJECT-COMPUTER. IBM-ZSERIES.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT EMP-RECOVERY-CARD-FILE ASSIGN TO EMPRCCTL
004600         ORGANIZATION IS SEQUENTIAL
004700         ACCESS MODE IS SEQUENTIAL
004800         FILE STATUS IS WS-RCCTL-STATUS.
004900
005000     SELECT EMP-JOURNAL-FILE ASSIGN TO EMPRJNL
005100         ORGANIZATION IS SEQUENTIAL
005200         ACCESS MODE IS SEQUENTIAL
005300         FILE STATUS IS WS-RJNL-STATUS.
005400
005500     SELECT EMP-RUN-HISTORY-FILE ASSIGN TO EMPRNHI
005600         ORGANIZATION IS SEQUENTIAL
005700         ACCESS MODE IS SEQUENTIAL
005800         FILE STATUS IS WS-RNHI-STATUS.
005900
006000     SELECT EMP-TRAN-ARCHIVE-FILE ASSIGN TO EMPTXAI
006100         ORGANIZATION IS SEQUENTIAL
006200         ACCESS MODE IS SEQUENTIAL
006300         FILE STATUS IS WS-TXAI-STATUS.
006400
006500     SELECT EMP-TRAN-OUT-FILE ASSIGN TO EMPRTRN
006600         ORGANIZATION IS SEQUENTIAL
006700         ACCESS MODE IS SEQUENTIAL
006800         FILE STATUS IS WS-RTRN-STATUS.
006900
007000     SELECT EMP-RUN-DATE-FILE ASSIGN TO EMPRDTO
007100         ORGANIZATION IS SEQUENTIAL
007200         ACCESS MODE IS SEQUENTIAL
007300         FILE STATUS IS WS-RDTO-STATUS.
007400
007500     SELECT EMP-RUN-CTL-OUT-FILE ASSIGN TO EMPRCTO
007600         ORGANIZATION IS SEQUENTIAL
007700         ACCESS MODE IS SEQUENTIAL
007800         FILE STATUS IS WS-RCTO-STATUS.
007900 DATA DIVISION.
008000 FILE SECTION.
008100 FD  EMP-RECOVERY-CARD-FILE
008200     RECORDING MODE IS F
008300     LABEL RECORDS ARE STANDARD.
008400 01  EMP-RECOVERY-CARD.
008500     05  EMP-RCC-BACKUP-DATE         PIC X(08).
008600     05  FILLER                      PIC X(01).
008700     05  EMP-RCC-TARGET-DATE         PIC X(08).
008800     05  FILLER                      PIC X(63).
008900
009000 FD  EMP-JOURNAL-FILE
009100     RECORDING MODE IS F
009200     LABEL RECORDS ARE STANDARD.
009300     COPY EMPRNH01
009400         REPLACING ==EMP-RUN-HISTORY-RECORD== BY
009500                   ==EMP-JOURNAL-RECORD==.
009600
009700 FD  EMP-RUN-HISTORY-FILE
009800     RECORDING MODE IS F
009900     LABEL RECORDS ARE STANDARD.
010000     COPY EMPRNH01.
010100
010200 FD  EMP-TRAN-ARCHIVE-FILE
010300     RECORDING MODE IS F
010400     LABEL RECORDS ARE STANDARD.
010500     COPY EMPTXA01.
010600
010700 FD  EMP-TRAN-OUT-FILE
010800     RECORDING MODE IS F
010900     LABEL RECORDS ARE STANDARD.
011000 01  EMP-TRAN-OUT-RECORD             PIC X(150).
011100
011200 FD  EMP-RUN-DATE-FILE
011300     RECORDING MODE IS F
011400     LABEL RECORDS ARE STANDARD.
011500     COPY EMPRDC01.
011600
011700 FD  EMP-RUN-CTL-OUT-FILE
011800     RECORDING MODE IS F
011900     LABEL RECORDS ARE STANDARD.
012000 01  EMP-RUN-CTL-OUT-RECORD          PIC X(100).
012100 WORKING-STORAGE SECTION.
012200 77  WS-RCCTL-STATUS                 PIC X(02)   VALUE "00".
012300 77  WS-RJNL-STATUS                  PIC X(02)   VALUE "00".
012400 77  WS-RNHI-STATUS                  PIC X(02)   VALUE "00".
012500 77  WS-TXAI-STATUS                  PIC X(02)   VALUE "00".
012600 77  WS-RTRN-STATUS                  PIC X(02)   VALUE "00".
012700 77  WS-RDTO-STATUS                  PIC X(02)   VALUE "00".
012800 77  WS-RCTO-STATUS                  PIC X(02)   VALUE "00".
012900*
013000 77  WS-RJNL-EOF-SW                  PIC X(01)   VALUE "N".
013100     88  WS-RJNL-EOF                 VALUE "Y".
013200 77  WS-RNHI-EOF-SW                  PIC X(01)   VALUE "N".
013300     88  WS-RNHI-EOF                 VALUE "Y".
013400 77  WS-TXAI-EOF-SW                  PIC X(01)   VALUE "N".
013500     88  WS-TXAI-EOF                 VALUE "Y".
013600 77  WS-OUTPUT-OPEN-SW               PIC X(01)   VALUE "N".
013700     88  WS-OUTPUT-OPEN              VALUE "Y".
013800*
013900 77  WS-JOURNAL-COUNT                PIC 9(07)   COMP VALUE ZERO.
014000 77  WS-NIGHTS-APPLIED               PIC 9(07)   COMP VALUE ZERO.
014100 77  WS-NIGHT-UPD-COUNT              PIC 9(07)   COMP VALUE ZERO.
014200 77  WS-NIGHT-UPD-TRAN               PIC 9(07)   COMP VALUE ZERO.
014300 77  WS-NIGHT-RUNC-COUNT             PIC 9(07)   COMP VALUE ZERO.
014400 77  WS-NIGHT-TRAN-COUNT             PIC 9(07)   COMP VALUE ZERO.
014500 77  WS-PARITY-QUOTIENT              PIC 9(07)   COMP VALUE ZERO.
014600 77  WS-PARITY-REMAINDER             PIC 9(07)   COMP VALUE ZERO.
014620*
014640 77  WS-HELD-SUB                     PIC 9(03)   COMP VALUE ZERO.
014660 77  WS-HELD-SW                      PIC X(01)   VALUE "N".
014680     88  WS-HELD-FOUND               VALUE "Y".
014700*
014800************************************************************
014900*  STAMPS - THE LAST ONE THE JOURNAL HAS APPLIED, AND THE
015000*  NIGHT CHOSEN TO REPLAY NEXT.
015100************************************************************
015200 01  WS-LAST-STAMP                   PIC X(14)   VALUE SPACE.
015300 01  WS-NEXT-STAMP.
015400     05  WS-NEXT-DATE                PIC X(08)   VALUE SPACE.
015500     05  WS-NEXT-TIME                PIC X(06)   VALUE SPACE.
015510*
015520*  NIGHTS THE VOLUME GATE HELD AND NEVER RELEASED.
015530 01  WS-HELD-TABLE.
015540     05  WS-HELD-COUNT               PIC 9(03)   COMP VALUE ZERO.
015550     05  WS-HELD-STAMP               PIC X(14)   OCCURS 100 TIMES.
015600*
015700*  THE RUN-CONTROL IMAGE FROM THE HISTORY, TO SEE ITS FIELDS.
015800     COPY EMPRUN01.
015900 PROCEDURE DIVISION.
016000************************************************************
016100 0000-MAINLINE.
016200************************************************************
016300     PERFORM 1000-INITIALIZE
016400         THRU 1000-INITIALIZE-EXIT.
016500     PERFORM 1100-READ-JOURNAL
016600         THRU 1100-READ-JOURNAL-EXIT
016700         UNTIL WS-RJNL-EOF.
016800     PERFORM 1200-CHECK-JOURNAL
016900         THRU 1200-CHECK-JOURNAL-EXIT.
016910     PERFORM 1400-FIND-HELD-NIGHTS
016920         THRU 1400-FIND-HELD-NIGHTS-EXIT
016930         UNTIL WS-RNHI-EOF.
016940     PERFORM 1450-REOPEN-HISTORY
016950         THRU 1450-REOPEN-HISTORY-EXIT.
017000     PERFORM 1500-FIND-NIGHT
017100         THRU 1500-FIND-NIGHT-EXIT
017200         UNTIL WS-RNHI-EOF.
017300     PERFORM 1600-OPEN-OUTPUT
017400         THRU 1600-OPEN-OUTPUT-EXIT.
017500     PERFORM 2000-WRITE-RUN-CTL
017600         THRU 2000-WRITE-RUN-CTL-EXIT
017700         UNTIL WS-RNHI-EOF.
017800     PERFORM 2500-WRITE-TRAN
017900         THRU 2500-WRITE-TRAN-EXIT
018000         UNTIL WS-TXAI-EOF.
018100     PERFORM 3000-FINALIZE
018200         THRU 3000-FINALIZE-EXIT.
018300     GOBACK.
018400*
018500************************************************************
018600*  1000 - THE TARGET DATE FROM THE RECOVERY CARD, THEN OPEN
018700*  THE JOURNAL AND RUN-CONTROL HISTORY.
018800************************************************************
018900 1000-INITIALIZE.
019000************************************************************
019100     MOVE "Y" TO WS-RJNL-EOF-SW.
019200     MOVE "Y" TO WS-RNHI-EOF-SW.
019300     MOVE "Y" TO WS-TXAI-EOF-SW.
019400     OPEN INPUT EMP-RECOVERY-CARD-FILE.
019500     IF WS-RCCTL-STATUS NOT = "00"
019600         DISPLAY "EMPRCS01 - RECOVERY CARD OPEN FAILED - "
019700             WS-RCCTL-STATUS
019800         MOVE 12 TO RETURN-CODE
019900         GO TO 1000-INITIALIZE-EXIT
020000     END-IF.
020100     READ EMP-RECOVERY-CARD-FILE
020200         AT END
020300             MOVE SPACE TO EMP-RECOVERY-CARD
020400     END-READ.
020500     CLOSE EMP-RECOVERY-CARD-FILE.
020600     IF EMP-RCC-TARGET-DATE NOT NUMERIC
020700         DISPLAY "EMPRCS01 - RECOVERY CARD MISSING OR INVALID"
020800         MOVE 12 TO RETURN-CODE
020900         GO TO 1000-INITIALIZE-EXIT
021000     END-IF.
021100     OPEN INPUT EMP-JOURNAL-FILE
021200                EMP-RUN-HISTORY-FILE.
021300     IF WS-RJNL-STATUS NOT = "00" OR
021400        WS-RNHI-STATUS NOT = "00"
021500         DISPLAY "EMPRCS01 - OPEN FAILED - " WS-RJNL-STATUS
021600             " " WS-RNHI-STATUS
021700         MOVE 12 TO RETURN-CODE
021800         GO TO 1000-INITIALIZE-EXIT
021900     END-IF.
022000     MOVE "N" TO WS-RJNL-EOF-SW.
022100     MOVE "N" TO WS-RNHI-EOF-SW.
022200 1000-INITIALIZE-EXIT.
022300     EXIT.
022400*
022500************************************************************
022600 1100-READ-JOURNAL.
022700************************************************************
022800     READ EMP-JOURNAL-FILE
022900         AT END
023000             MOVE "Y" TO WS-RJNL-EOF-SW
023100             GO TO 1100-READ-JOURNAL-EXIT
023200     END-READ.
023300     ADD 1 TO WS-JOURNAL-COUNT.
023400     MOVE EMP-RNH-STAMP OF EMP-JOURNAL-RECORD TO WS-LAST-STAMP.
023500 1100-READ-JOURNAL-EXIT.
023600     EXIT.
023700*
023800************************************************************
023900*  1200 - THE JOURNAL MUST HAVE BEEN STARTED BY EMPRCR01.
024000*  EVERY RECORD AFTER THE START RECORD IS A NIGHT APPLIED.
024100************************************************************
024200 1200-CHECK-JOURNAL.
024300************************************************************
024400     IF RETURN-CODE NOT = ZERO
024500         GO TO 1200-CHECK-JOURNAL-EXIT
024600     END-IF.
024700     CLOSE EMP-JOURNAL-FILE.
024800     IF WS-JOURNAL-COUNT = ZERO
024900         DISPLAY "EMPRCS01 - RECOVERY JOURNAL NOT STARTED - "
025000             "RUN THE RESTORE FIRST"
025050         CLOSE EMP-RUN-HISTORY-FILE
025100         MOVE "Y" TO WS-RNHI-EOF-SW
025200         MOVE 12 TO RETURN-CODE
025300         GO TO 1200-CHECK-JOURNAL-EXIT
025400     END-IF.
025500     SUBTRACT 1 FROM WS-JOURNAL-COUNT GIVING WS-NIGHTS-APPLIED.
025600 1200-CHECK-JOURNAL-EXIT.
025700     EXIT.
025701*
025702************************************************************
025703*  1400 - PASS OF THE RUN-CONTROL HISTORY FOR THE VOLUME
025704*  GATE'S VERDICTS.  A NIGHT IS HELD WHILE ITS LATEST GATE
025705*  RECORD SAYS "H"; A LATER "O" (RESTARTED AND RELEASED)
025706*  TAKES IT OFF THE LIST.
025707************************************************************
025708 1400-FIND-HELD-NIGHTS.
025709************************************************************
025710     READ EMP-RUN-HISTORY-FILE
025711         AT END
025712             MOVE "Y" TO WS-RNHI-EOF-SW
025713             GO TO 1400-FIND-HELD-NIGHTS-EXIT
025714     END-READ.
025715     MOVE EMP-RNH-RUN-CTL OF EMP-RUN-HISTORY-RECORD
025716         TO EMP-RUN-CTL-RECORD.
025717     IF EMP-RUN-STEP NOT = "EMPRGT01"
025718         GO TO 1400-FIND-HELD-NIGHTS-EXIT
025719     END-IF.
025720     PERFORM 1410-SEARCH-HELD
025721         THRU 1410-SEARCH-HELD-EXIT.
025722     IF EMP-RUN-GATE-CODE NOT = "H"
025723         IF WS-HELD-FOUND
025724             MOVE SPACE TO WS-HELD-STAMP (WS-HELD-SUB)
025725         END-IF
025726         GO TO 1400-FIND-HELD-NIGHTS-EXIT
025727     END-IF.
025728     IF WS-HELD-FOUND
025729         GO TO 1400-FIND-HELD-NIGHTS-EXIT
025730     END-IF.
025731     IF WS-HELD-COUNT = 100
025732         DISPLAY "EMPRCS01 - MORE THAN 100 HELD NIGHTS ON THE "
025733             "RUN-CONTROL HISTORY"
025734         MOVE "Y" TO WS-RNHI-EOF-SW
025735         MOVE 12 TO RETURN-CODE
025736         GO TO 1400-FIND-HELD-NIGHTS-EXIT
025737     END-IF.
025738     ADD 1 TO WS-HELD-COUNT.
025739     MOVE EMP-RNH-STAMP OF EMP-RUN-HISTORY-RECORD
025740         TO WS-HELD-STAMP (WS-HELD-COUNT).
025741 1400-FIND-HELD-NIGHTS-EXIT.
025742     EXIT.
025743*
025744************************************************************
025745 1410-SEARCH-HELD.
025746************************************************************
025747     MOVE "N" TO WS-HELD-SW.
025748     MOVE 1 TO WS-HELD-SUB.
025749     PERFORM 1420-CHECK-HELD
025750         THRU 1420-CHECK-HELD-EXIT
025751         UNTIL WS-HELD-FOUND OR WS-HELD-SUB > WS-HELD-COUNT.
025752 1410-SEARCH-HELD-EXIT.
025753     EXIT.
025754*
025755************************************************************
025756 1420-CHECK-HELD.
025757************************************************************
025758     IF WS-HELD-STAMP (WS-HELD-SUB) =
025759        EMP-RNH-STAMP OF EMP-RUN-HISTORY-RECORD
025760         MOVE "Y" TO WS-HELD-SW
025761     ELSE
025762         ADD 1 TO WS-HELD-SUB
025763     END-IF.
025764 1420-CHECK-HELD-EXIT.
025765     EXIT.
025766*
025767************************************************************
025768*  1450 - BACK TO THE TOP OF THE HISTORY FOR THE FIRST PASS.
025769************************************************************
025770 1450-REOPEN-HISTORY.
025771************************************************************
025772     IF RETURN-CODE NOT = ZERO
025773         GO TO 1450-REOPEN-HISTORY-EXIT
025774     END-IF.
025775     CLOSE EMP-RUN-HISTORY-FILE.
025776     OPEN INPUT EMP-RUN-HISTORY-FILE.
025777     IF WS-RNHI-STATUS NOT = "00"
025778         DISPLAY "EMPRCS01 - RUN-CONTROL HISTORY REOPEN FAILED - "
025779             WS-RNHI-STATUS
025780         MOVE 12 TO RETURN-CODE
025781         GO TO 1450-REOPEN-HISTORY-EXIT
025782     END-IF.
025783     MOVE "N" TO WS-RNHI-EOF-SW.
025784 1450-REOPEN-HISTORY-EXIT.
025785     EXIT.
025800*
025900************************************************************
026000*  1500 - FIRST PASS OF THE RUN-CONTROL HISTORY.  EVERY
026100*  NIGHT THE UPDATE RAN LEFT AN EMPUPD01 RECORD, EVEN ONE
026200*  WITH NO TRANSACTIONS, SO THE NIGHT IS CHOSEN FROM THOSE.
026300************************************************************
026400 1500-FIND-NIGHT.
026500************************************************************
026600     READ EMP-RUN-HISTORY-FILE
026700         AT END
026800             MOVE "Y" TO WS-RNHI-EOF-SW
026900             GO TO 1500-FIND-NIGHT-EXIT
027000     END-READ.
027100     MOVE EMP-RNH-RUN-CTL OF EMP-RUN-HISTORY-RECORD
027200         TO EMP-RUN-CTL-RECORD.
027300     IF EMP-RUN-STEP NOT = "EMPUPD01" OR
027400        EMP-RNH-STAMP OF EMP-RUN-HISTORY-RECORD NOT >
027500            WS-LAST-STAMP OR
027600        EMP-RNH-RUN-DATE OF EMP-RUN-HISTORY-RECORD >
027700            EMP-RCC-TARGET-DATE
027800         GO TO 1500-FIND-NIGHT-EXIT
027900     END-IF.
027910     PERFORM 1410-SEARCH-HELD
027920         THRU 1410-SEARCH-HELD-EXIT.
027930     IF WS-HELD-FOUND
027940         GO TO 1500-FIND-NIGHT-EXIT
027950     END-IF.
028000     IF WS-NEXT-DATE = SPACE OR
028100        EMP-RNH-RUN-DATE OF EMP-RUN-HISTORY-RECORD <
028200            WS-NEXT-DATE
028300         MOVE EMP-RNH-STAMP OF EMP-RUN-HISTORY-RECORD
028400             TO WS-NEXT-STAMP
028500         GO TO 1500-FIND-NIGHT-EXIT
028600     END-IF.
028700     IF EMP-RNH-RUN-DATE OF EMP-RUN-HISTORY-RECORD =
028800            WS-NEXT-DATE AND
028900        EMP-RNH-RUN-TIME OF EMP-RUN-HISTORY-RECORD >
029000            WS-NEXT-TIME
029100         MOVE EMP-RNH-RUN-TIME OF EMP-RUN-HISTORY-RECORD
029200             TO WS-NEXT-TIME
029300     END-IF.
029400 1500-FIND-NIGHT-EXIT.
029500     EXIT.
029600*
029700************************************************************
029800*  1600 - OPEN THE THREE OUTPUTS (EVEN WHEN THE REPLAY IS
029900*  COMPLETE, SO THE FOLLOWING STEPS' DATA SETS EXIST).  WITH
030000*  A NIGHT CHOSEN, REOPEN THE HISTORY FOR THE SECOND PASS
030100*  AND OPEN THE EXTRACT ARCHIVE.
030200************************************************************
030300 1600-OPEN-OUTPUT.
030400************************************************************
030500     IF RETURN-CODE NOT = ZERO
030600         GO TO 1600-OPEN-OUTPUT-EXIT
030700     END-IF.
030800     CLOSE EMP-RUN-HISTORY-FILE.
030900     OPEN OUTPUT EMP-TRAN-OUT-FILE
031000                 EMP-RUN-DATE-FILE
031100                 EMP-RUN-CTL-OUT-FILE.
031200     MOVE "Y" TO WS-OUTPUT-OPEN-SW.
031300     IF WS-RTRN-STATUS NOT = "00" OR
031400        WS-RDTO-STATUS NOT = "00" OR
031500        WS-RCTO-STATUS NOT = "00"
031600         DISPLAY "EMPRCS01 - OUTPUT OPEN FAILED - "
031700             WS-RTRN-STATUS " " WS-RDTO-STATUS
031800             " " WS-RCTO-STATUS
031900         MOVE 12 TO RETURN-CODE
032000         GO TO 1600-OPEN-OUTPUT-EXIT
032100     END-IF.
032200     IF WS-NEXT-DATE = SPACE
032300         GO TO 1600-OPEN-OUTPUT-EXIT
032400     END-IF.
032500     OPEN INPUT EMP-RUN-HISTORY-FILE
032600                EMP-TRAN-ARCHIVE-FILE.
032700     IF WS-RNHI-STATUS NOT = "00" OR
032800        WS-TXAI-STATUS NOT = "00"
032900         DISPLAY "EMPRCS01 - OPEN FAILED - " WS-RNHI-STATUS
033000             " " WS-TXAI-STATUS
033100         MOVE 12 TO RETURN-CODE
033200         GO TO 1600-OPEN-OUTPUT-EXIT
033300     END-IF.
033400     MOVE "N" TO WS-RNHI-EOF-SW.
033500     MOVE "N" TO WS-TXAI-EOF-SW.
033600 1600-OPEN-OUTPUT-EXIT.
033700     EXIT.
033800*
033900************************************************************
034000*  2000 - SECOND PASS OF THE HISTORY.  EVERY RUN-CONTROL
034100*  RECORD OF THE CHOSEN NIGHT GOES TO EMPRCTO; THE EMPUPD01
034200*  TRANSACTION COUNTS ARE SUMMED FOR THE CHECK IN 3000.
034300************************************************************
034400 2000-WRITE-RUN-CTL.
034500************************************************************
034600     READ EMP-RUN-HISTORY-FILE
034700         AT END
034800             MOVE "Y" TO WS-RNHI-EOF-SW
034900             GO TO 2000-WRITE-RUN-CTL-EXIT
035000     END-READ.
035100     IF EMP-RNH-STAMP OF EMP-RUN-HISTORY-RECORD NOT =
035200        WS-NEXT-STAMP
035300         GO TO 2000-WRITE-RUN-CTL-EXIT
035400     END-IF.
035500     MOVE EMP-RNH-RUN-CTL OF EMP-RUN-HISTORY-RECORD
035600         TO EMP-RUN-CTL-RECORD.
035700     IF EMP-RUN-STEP = "EMPUPD01"
035800         ADD 1 TO WS-NIGHT-UPD-COUNT
035900         ADD EMP-RUN-TRAN-COUNT TO WS-NIGHT-UPD-TRAN
036000     END-IF.
036100     WRITE EMP-RUN-CTL-OUT-RECORD FROM EMP-RUN-CTL-RECORD.
036200     IF WS-RCTO-STATUS NOT = "00"
036300         DISPLAY "EMPRCS01 - RUN-CONTROL WRITE FAILED - "
036400             WS-RCTO-STATUS
036500         MOVE "Y" TO WS-RNHI-EOF-SW
036600         MOVE "Y" TO WS-TXAI-EOF-SW
036700         MOVE 16 TO RETURN-CODE
036800         GO TO 2000-WRITE-RUN-CTL-EXIT
036900     END-IF.
037000     ADD 1 TO WS-NIGHT-RUNC-COUNT.
037100 2000-WRITE-RUN-CTL-EXIT.
037200     EXIT.
037300*
037400************************************************************
037500*  2500 - THE CHOSEN NIGHT'S BLOCK OF THE EXTRACT ARCHIVE,
037600*  ALREADY IN THE ORDER IT WAS APPLIED.
037700************************************************************
037800 2500-WRITE-TRAN.
037900************************************************************
038000     READ EMP-TRAN-ARCHIVE-FILE
038100         AT END
038200             MOVE "Y" TO WS-TXAI-EOF-SW
038300             GO TO 2500-WRITE-TRAN-EXIT
038400     END-READ.
038500     IF EMP-TXA-STAMP NOT = WS-NEXT-STAMP
038600         GO TO 2500-WRITE-TRAN-EXIT
038700     END-IF.
038800     WRITE EMP-TRAN-OUT-RECORD FROM EMP-TXA-TRAN.
038900     IF WS-RTRN-STATUS NOT = "00"
039000         DISPLAY "EMPRCS01 - EXTRACT WRITE FAILED - "
039100             WS-RTRN-STATUS
039200         MOVE "Y" TO WS-TXAI-EOF-SW
039300         MOVE 16 TO RETURN-CODE
039400         GO TO 2500-WRITE-TRAN-EXIT
039500     END-IF.
039600     ADD 1 TO WS-NIGHT-TRAN-COUNT.
039700 2500-WRITE-TRAN-EXIT.
039800     EXIT.
039900*
040000************************************************************
040100*  3000 - WRITE THE RUN-DATE CARD FOR THE CHOSEN NIGHT, OR
040200*  REPORT THE REPLAY COMPLETE.  THE REPLAY ALTERNATES BETWEEN
040300*  RECOVERY CLUSTERS A AND B, STARTING FROM A, SO AN EVEN
040400*  NUMBER OF NIGHTS APPLIED LEAVES THE RESULT IN A.
040500************************************************************
040600 3000-FINALIZE.
040700************************************************************
040800     IF NOT WS-OUTPUT-OPEN
040900         GO TO 3000-FINALIZE-EXIT
041000     END-IF.
041100     IF RETURN-CODE NOT = ZERO
041200         GO TO 3000-CLOSE-FILES
041300     END-IF.
041400     IF WS-NEXT-DATE = SPACE
041500         DIVIDE WS-NIGHTS-APPLIED BY 2
041600             GIVING WS-PARITY-QUOTIENT
041700             REMAINDER WS-PARITY-REMAINDER
041800         DISPLAY "EMPRCS01 - RECOVERY COMPLETE THROUGH "
041900             EMP-RCC-TARGET-DATE " - NIGHTS APPLIED: "
042000             WS-NIGHTS-APPLIED
042100         IF WS-PARITY-REMAINDER = ZERO
042200             DISPLAY "EMPRCS01 - RECOVERED MASTER IS "
042300                 "EMPPROD.RECOVERY.MASTER.KSDS.A"
042400         ELSE
042500             DISPLAY "EMPRCS01 - RECOVERED MASTER IS "
042600                 "EMPPROD.RECOVERY.MASTER.KSDS.B"
042700         END-IF
042800         MOVE 4 TO RETURN-CODE
042900         GO TO 3000-CLOSE-FILES
043000     END-IF.
043100     DISPLAY "EMPRCS01 - REPLAYING NIGHT " WS-NEXT-DATE " "
043200         WS-NEXT-TIME " TRANSACTIONS: " WS-NIGHT-TRAN-COUNT
043300         " RUN-CONTROL RECORDS: " WS-NIGHT-RUNC-COUNT.
043400     IF WS-NIGHT-UPD-COUNT = ZERO OR
043500        WS-NIGHT-UPD-TRAN NOT = WS-NIGHT-TRAN-COUNT
043600         DISPLAY "EMPRCS01 - ARCHIVED EXTRACT DOES NOT MATCH "
043700             "EMPUPD01 TRANSACTIONS READ: " WS-NIGHT-UPD-TRAN
043800         DISPLAY "EMPRCS01 - NIGHT CANNOT BE REPLAYED - "
043900             "RECOVERY STOPPED"
044000         MOVE 12 TO RETURN-CODE
044100         GO TO 3000-CLOSE-FILES
044200     END-IF.
044300     MOVE SPACE        TO EMP-RUN-DATE-CARD.
044400     MOVE WS-NEXT-DATE TO EMP-RDC-RUN-DATE.
044500     MOVE WS-NEXT-TIME TO EMP-RDC-RUN-TIME.
044600     WRITE EMP-RUN-DATE-CARD.
044700     IF WS-RDTO-STATUS NOT = "00"
044800         DISPLAY "EMPRCS01 - RUN-DATE CARD WRITE FAILED - "
044900             WS-RDTO-STATUS
045000         MOVE 16 TO RETURN-CODE
045100     END-IF.
045200 3000-CLOSE-FILES.
045300     CLOSE EMP-TRAN-OUT-FILE
045400           EMP-RUN-DATE-FILE
045500           EMP-RUN-CTL-OUT-FILE.
045600     IF WS-NEXT-DATE NOT = SPACE
045700         CLOSE EMP-RUN-HISTORY-FILE
045800               EMP-TRAN-ARCHIVE-FILE
045900     END-IF.
046000 3000-FINALIZE-EXIT.
046100     EXIT.
