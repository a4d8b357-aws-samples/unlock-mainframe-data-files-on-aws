000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. EMPRCR01.
000300 AUTHOR. MFDATA-APPLICATIONS-GROUP.
000400 INSTALLATION. MFDATA.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*
000800************************************************************
000900*  MODIFICATION HISTORY
001000*------------------------------------------------------------
001100*  DATE       INIT  DESCRIPTION
001200*  10/15/26   JDM   INITIAL VERSION - RESTORE A BACKUP SET AS
001300*                   THE STARTING POINT OF A FORWARD-RECOVERY
001400*                   REPLAY.
001500************************************************************
001600*
001700************************************************************
001800*  PURPOSE -                                                *
001900*    FIRST STEP OF THE FORWARD-RECOVERY JOB (EMPRCVR0).      *
002000*    READS THE RECOVERY CONTROL CARD, FINDS THE BACKUP SET   *
002100*    TAKEN ON THE CHOSEN DATE (THE LATEST COMPLETE SET IF    *
002200*    THERE WAS MORE THAN ONE THAT DAY) AND UNLOADS IT TO     *
002300*    THE RECOVERY COPIES OF THE EMPLOYEE MASTER (FLAT, FOR   *
002400*    THE KSDS LOAD THAT FOLLOWS), ADDRESS HISTORY,           *
002500*    TERMINATED ARCHIVE AND DEPENDENT DETAIL.  THE RECORDS   *
002600*    WRITTEN ARE COUNTED, AND THE MASTER SALARIES HASHED,    *
002700*    AGAINST THE SET'S TRAILER.  WHEN THE SET PROVES, THE    *
002800*    RECOVERY JOURNAL IS STARTED WITH ONE RECORD STAMPED     *
002900*    WITH THE SET - EMPRCS01 REPLAYS EVERY NIGHT STAMPED     *
003000*    AFTER IT.                                               *
003100*                                                            *
003200*    RECOVERY CONTROL CARD (EMPRCCTL) -                      *
003300*      COLS  1-8   BACKUP DATE TO RESTORE (CCYYMMDD)         *
003400*      COLS 10-17  REPLAY THROUGH THIS RUN DATE (CCYYMMDD)   *
003500*    A BAD CARD, A TARGET DATE BEFORE THE BACKUP DATE, NO    *
003600*    COMPLETE SET ON THAT DATE, OR A SET THAT DOES NOT PROVE *
003700*    ENDS RC=12 WITH NO JOURNAL START RECORD, SO NO NIGHT IS *
003800*    REPLAYED.  A FAILED WRITE ENDS RC=16.                   *
003900************************************************************
004000 ENVIRONMENT DIVISION.
004100 CONFIGURATION SECTION.
004200 SOURCE-COMPUTER. IBM-ZSERIES.
004300 OBJECT-COMPUTER. IBM-ZSERIES.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600     SELECT EMP-RECOVERY-CARD-FILE ASSIGN TO EMPRCCTL
004700         ORGANIZATION IS SEQUENTIAL
004800         ACCESS MODE IS SEQUENTIAL
004900         FILE STATUS IS WS-RCCTL-STATUS.
005000
005100     SELECT EMP-BACKUP-FILE ASSIGN TO EMPBKPI
005200         ORGANIZATION IS SEQUENTIAL
005300         ACCESS MODE IS SEQUENTIAL
005400         FILE STATUS IS WS-BKPI-STATUS.
005500
005600     SELECT EMP-MASTER-OUT-FILE ASSIGN TO EMPRMAS
005700         ORGANIZATION IS SEQUENTIAL
005800         ACCESS MODE IS SEQUENTIAL
005900         FILE STATUS IS WS-RMAS-STATUS.
006000
006100     SELECT EMP-ADDR-HIST-OUT-FILE ASSIGN TO EMPRADR
006200         ORGANIZATION IS SEQUENTIAL
006300         ACCESS MODE IS SEQUENTIAL
006400         FILE STATUS IS WS-RADR-STATUS.
006500
006600     SELECT EMP-ARCHIVE-OUT-FILE ASSIGN TO EMPRARC
006700         ORGANIZATION IS SEQUENTIAL
006800         ACCESS MODE IS SEQUENTIAL
006900         FILE STATUS IS WS-RARC-STATUS.
007000
007100     SELECT EMP-DEPENDENT-OUT-FILE ASSIGN TO EMPRDPD
007200         ORGANIZATION IS SEQUENTIAL
007300         ACCESS MODE IS SEQUENTIAL
007400         FILE STATUS IS WS-RDPD-STATUS.
007500
007600     SELECT EMP-JOURNAL-FILE ASSIGN TO EMPRJNL
007700         ORGANIZATION IS SEQUENTIAL
007800         ACCESS MODE IS SEQUENTIAL
007900         FILE STATUS IS WS-RJNL-STATUS.
008000 DATA DIVISION.
008100 FILE SECTION.
008200 FD  EMP-RECOVERY-CARD-FILE
008300     RECORDING MODE IS F
008400     LABEL RECORDS ARE STANDARD.
008500 01  EMP-RECOVERY-CARD.
008600     05  EMP-RCC-BACKUP-DATE         PIC X(08).
008700     05  FILLER                      PIC X(01).
008800     05  EMP-RCC-TARGET-DATE         PIC X(08).
008900     05  FILLER                      PIC X(63).
009000
009100 FD  EMP-BACKUP-FILE
009200     RECORDING MODE IS F
009300     LABEL RECORDS ARE STANDARD.
009400     COPY EMPBKP01.
009500
009600 FD  EMP-MASTER-OUT-FILE
009700     RECORDING MODE IS F
009800     LABEL RECORDS ARE STANDARD.
009900     COPY EMPREC01.
010000
010100 FD  EMP-ADDR-HIST-OUT-FILE
010200     RECORDING MODE IS F
010300     LABEL RECORDS ARE STANDARD.
010400 01  EMP-ADDR-HIST-IMAGE             PIC X(100).
010500
010600 FD  EMP-ARCHIVE-OUT-FILE
010700     RECORDING MODE IS F
010800     LABEL RECORDS ARE STANDARD.
010900 01  EMP-ARCHIVE-IMAGE               PIC X(170).
011000
011100 FD  EMP-DEPENDENT-OUT-FILE
011200     RECORDING MODE IS F
011300     LABEL RECORDS ARE STANDARD.
011400 01  EMP-DEPENDENT-IMAGE             PIC X(80).
011500
011600 FD  EMP-JOURNAL-FILE
011700     RECORDING MODE IS F
011800     LABEL RECORDS ARE STANDARD.
011900     COPY EMPRNH01.
012000 WORKING-STORAGE SECTION.
012100 77  WS-RCCTL-STATUS                 PIC X(02)   VALUE "00".
012200 77  WS-BKPI-STATUS                  PIC X(02)   VALUE "00".
012300 77  WS-RMAS-STATUS                  PIC X(02)   VALUE "00".
012400 77  WS-RADR-STATUS                  PIC X(02)   VALUE "00".
012500 77  WS-RARC-STATUS                  PIC X(02)   VALUE "00".
012600 77  WS-RDPD-STATUS                  PIC X(02)   VALUE "00".
012700 77  WS-RJNL-STATUS                  PIC X(02)   VALUE "00".
012800*
012900 77  WS-BKPI-EOF-SW                  PIC X(01)   VALUE "N".
013000     88  WS-BKPI-EOF                 VALUE "Y".
013100 77  WS-FILES-OPEN-SW                PIC X(01)   VALUE "N".
013200     88  WS-FILES-OPEN               VALUE "Y".
013300 77  WS-TRAILER-SW                   PIC X(01)   VALUE "N".
013400     88  WS-TRAILER-SEEN             VALUE "Y".
013500*
013600 77  WS-MAST-COUNT                   PIC 9(09)   COMP VALUE ZERO.
013700 77  WS-ADRH-COUNT                   PIC 9(09)   COMP VALUE ZERO.
013800 77  WS-ARCH-COUNT                   PIC 9(09)   COMP VALUE ZERO.
013900 77  WS-DEPD-COUNT                   PIC 9(09)   COMP VALUE ZERO.
014000 77  WS-SALARY-HASH                  PIC 9(13)V99 COMP-3
014100                                          VALUE ZERO.
014200*
014300************************************************************
014400*  SET STAMPS - A CANDIDATE IS TAKEN FROM EACH HEADER ON THE
014500*  CHOSEN DATE AND BECOMES THE SELECTED SET ONLY WHEN ITS
014600*  TRAILER IS READ, SO A SET CUT SHORT IS NEVER RESTORED.
014700************************************************************
014800 01  WS-CANDIDATE-STAMP              PIC X(14)   VALUE SPACE.
014900 01  WS-SELECTED-STAMP               PIC X(14)   VALUE SPACE.
015000*
015100************************************************************
015200*  THE SELECTED SET'S TRAILER, KEPT FOR THE PROOF IN 3000.
015300************************************************************
015400 01  WS-TRAILER.
015500     05  WS-TRL-MAST-COUNT           PIC 9(09).
015600     05  WS-TRL-ADRH-COUNT           PIC 9(09).
015700     05  WS-TRL-ARCH-COUNT           PIC 9(09).
015800     05  WS-TRL-DEPD-COUNT           PIC 9(09).
015900     05  WS-TRL-SALARY-HASH          PIC 9(13)V99.
016000     05  FILLER                      PIC X(119).
016100*
016300*  THE JOURNAL START RECORD IS BUILT HERE, THEN MOVED INTO
016400*  EMP-RNH-RUN-CTL.
016450     COPY EMPRUN01.
016500 PROCEDURE DIVISION.
016600************************************************************
016700 0000-MAINLINE.
016800************************************************************
016900     PERFORM 1000-INITIALIZE
017000         THRU 1000-INITIALIZE-EXIT.
017100     PERFORM 1500-FIND-SET
017200         THRU 1500-FIND-SET-EXIT
017300         UNTIL WS-BKPI-EOF.
017400     PERFORM 1600-OPEN-RESTORE
017500         THRU 1600-OPEN-RESTORE-EXIT.
017600     PERFORM 2000-RESTORE-RECORD
017700         THRU 2000-RESTORE-RECORD-EXIT
017800         UNTIL WS-BKPI-EOF.
017900     PERFORM 3000-FINALIZE
018000         THRU 3000-FINALIZE-EXIT.
018100     GOBACK.
018200*
018300************************************************************
018400*  1000 - READ AND CHECK THE CONTROL CARD, THEN OPEN THE
018500*  BACKUP FILE FOR THE PASS THAT FINDS THE SET.
018600************************************************************
018700 1000-INITIALIZE.
018800************************************************************
018900     MOVE "Y" TO WS-BKPI-EOF-SW.
019000     OPEN INPUT EMP-RECOVERY-CARD-FILE.
019100     IF WS-RCCTL-STATUS NOT = "00"
019200         DISPLAY "EMPRCR01 - RECOVERY CARD OPEN FAILED - "
019300             WS-RCCTL-STATUS
019400         MOVE 12 TO RETURN-CODE
019500         GO TO 1000-INITIALIZE-EXIT
019600     END-IF.
019700     READ EMP-RECOVERY-CARD-FILE
019800         AT END
019900             MOVE SPACE TO EMP-RECOVERY-CARD
020000     END-READ.
020100     CLOSE EMP-RECOVERY-CARD-FILE.
020200     IF EMP-RCC-BACKUP-DATE NOT NUMERIC OR
020300        EMP-RCC-TARGET-DATE NOT NUMERIC
020400         DISPLAY "EMPRCR01 - RECOVERY CARD MISSING OR INVALID"
020500         MOVE 12 TO RETURN-CODE
020600         GO TO 1000-INITIALIZE-EXIT
020700     END-IF.
020800     IF EMP-RCC-TARGET-DATE < EMP-RCC-BACKUP-DATE
020900         DISPLAY "EMPRCR01 - TARGET DATE " EMP-RCC-TARGET-DATE
021000             " IS BEFORE BACKUP DATE " EMP-RCC-BACKUP-DATE
021100         MOVE 12 TO RETURN-CODE
021200         GO TO 1000-INITIALIZE-EXIT
021300     END-IF.
021400     OPEN INPUT EMP-BACKUP-FILE.
021500     IF WS-BKPI-STATUS NOT = "00"
021600         DISPLAY "EMPRCR01 - BACKUP FILE OPEN FAILED - "
021700             WS-BKPI-STATUS
021800         MOVE 12 TO RETURN-CODE
021900         GO TO 1000-INITIALIZE-EXIT
022000     END-IF.
022100     MOVE "N" TO WS-BKPI-EOF-SW.
022200 1000-INITIALIZE-EXIT.
022300     EXIT.
022400*
022500************************************************************
022600*  1500 - FIRST PASS.  REMEMBER THE LAST SET ON THE BACKUP
022700*  DATE WHOSE HEADER AND TRAILER ARE BOTH ON FILE.
022800************************************************************
022900 1500-FIND-SET.
023000************************************************************
023100     READ EMP-BACKUP-FILE
023200         AT END
023300             MOVE "Y" TO WS-BKPI-EOF-SW
023400             GO TO 1500-FIND-SET-EXIT
023500     END-READ.
023600     IF EMP-BKP-DATE NOT = EMP-RCC-BACKUP-DATE
023700         GO TO 1500-FIND-SET-EXIT
023800     END-IF.
023900     IF EMP-BKP-FILE-ID = "HDR "
024000         MOVE EMP-BKP-STAMP TO WS-CANDIDATE-STAMP
024100     END-IF.
024200     IF EMP-BKP-FILE-ID = "TRL " AND
024300        EMP-BKP-STAMP = WS-CANDIDATE-STAMP
024400         MOVE WS-CANDIDATE-STAMP TO WS-SELECTED-STAMP
024500     END-IF.
024600 1500-FIND-SET-EXIT.
024700     EXIT.
024800*
024900************************************************************
025000*  1600 - WITH A SET FOUND, REOPEN THE BACKUP FILE FOR THE
025100*  SECOND PASS AND OPEN THE RECOVERY OUTPUTS.
025200************************************************************
025300 1600-OPEN-RESTORE.
025400************************************************************
025500     IF RETURN-CODE NOT = ZERO
025600         GO TO 1600-OPEN-RESTORE-EXIT
025700     END-IF.
025800     CLOSE EMP-BACKUP-FILE.
025900     IF WS-SELECTED-STAMP = SPACE
026000         DISPLAY "EMPRCR01 - NO COMPLETE BACKUP SET ON "
026100             EMP-RCC-BACKUP-DATE
026200         MOVE 12 TO RETURN-CODE
026300         GO TO 1600-OPEN-RESTORE-EXIT
026400     END-IF.
026500     DISPLAY "EMPRCR01 - RESTORING BACKUP SET " WS-SELECTED-STAMP
026600         " - REPLAY THROUGH " EMP-RCC-TARGET-DATE.
026700     OPEN INPUT  EMP-BACKUP-FILE
026800          OUTPUT EMP-MASTER-OUT-FILE
026900                 EMP-ADDR-HIST-OUT-FILE
027000                 EMP-ARCHIVE-OUT-FILE
027100                 EMP-DEPENDENT-OUT-FILE
027200                 EMP-JOURNAL-FILE.
027300     MOVE "Y" TO WS-FILES-OPEN-SW.
027400     IF WS-BKPI-STATUS NOT = "00" OR
027500        WS-RMAS-STATUS NOT = "00" OR
027600        WS-RADR-STATUS NOT = "00" OR
027700        WS-RARC-STATUS NOT = "00" OR
027800        WS-RDPD-STATUS NOT = "00" OR
027900        WS-RJNL-STATUS NOT = "00"
028000         DISPLAY "EMPRCR01 - OPEN FAILED - " WS-BKPI-STATUS
028100             " " WS-RMAS-STATUS " " WS-RADR-STATUS
028200             " " WS-RARC-STATUS " " WS-RDPD-STATUS
028300             " " WS-RJNL-STATUS
028400         MOVE 12 TO RETURN-CODE
028500         GO TO 1600-OPEN-RESTORE-EXIT
028600     END-IF.
028700     MOVE "N" TO WS-BKPI-EOF-SW.
028800 1600-OPEN-RESTORE-EXIT.
028900     EXIT.
029000*
029100************************************************************
029200*  2000 - SECOND PASS.  EVERY RECORD OF THE SELECTED SET GOES
029300*  TO THE RECOVERY FILE ITS FILE-ID NAMES; THE TRAILER IS
029400*  KEPT FOR THE PROOF.
029500************************************************************
029600 2000-RESTORE-RECORD.
029700************************************************************
029800     IF RETURN-CODE NOT = ZERO
029900         MOVE "Y" TO WS-BKPI-EOF-SW
030000         GO TO 2000-RESTORE-RECORD-EXIT
030100     END-IF.
030200     READ EMP-BACKUP-FILE
030300         AT END
030400             MOVE "Y" TO WS-BKPI-EOF-SW
030500             GO TO 2000-RESTORE-RECORD-EXIT
030600     END-READ.
030700     IF EMP-BKP-STAMP NOT = WS-SELECTED-STAMP
030800         GO TO 2000-RESTORE-RECORD-EXIT
030900     END-IF.
031000     EVALUATE EMP-BKP-FILE-ID
031100         WHEN "MAST"
031200             MOVE EMP-BKP-IMAGE TO EMP-RECORD
031300             WRITE EMP-RECORD
031400             ADD 1 TO WS-MAST-COUNT
031500             ADD EMP-SALARY TO WS-SALARY-HASH
031600         WHEN "ADRH"
031700             MOVE EMP-BKP-IMAGE TO EMP-ADDR-HIST-IMAGE
031800             WRITE EMP-ADDR-HIST-IMAGE
031900             ADD 1 TO WS-ADRH-COUNT
032000         WHEN "ARCH"
032100             MOVE EMP-BKP-IMAGE TO EMP-ARCHIVE-IMAGE
032200             WRITE EMP-ARCHIVE-IMAGE
032300             ADD 1 TO WS-ARCH-COUNT
032400         WHEN "DEPD"
032500             MOVE EMP-BKP-IMAGE TO EMP-DEPENDENT-IMAGE
032600             WRITE EMP-DEPENDENT-IMAGE
032700             ADD 1 TO WS-DEPD-COUNT
032800         WHEN "TRL "
032900             MOVE EMP-BKP-TRAILER TO WS-TRAILER
033000             MOVE "Y" TO WS-TRAILER-SW
033100         WHEN OTHER
033200             CONTINUE
033300     END-EVALUATE.
033400     IF WS-RMAS-STATUS NOT = "00" OR
033500        WS-RADR-STATUS NOT = "00" OR
033600        WS-RARC-STATUS NOT = "00" OR
033700        WS-RDPD-STATUS NOT = "00"
033800         DISPLAY "EMPRCR01 - RESTORE WRITE FAILED - "
033900             WS-RMAS-STATUS " " WS-RADR-STATUS
034000             " " WS-RARC-STATUS " " WS-RDPD-STATUS
034100         MOVE "Y" TO WS-BKPI-EOF-SW
034200         MOVE 16 TO RETURN-CODE
034300     END-IF.
034400 2000-RESTORE-RECORD-EXIT.
034500     EXIT.
034600*
034700************************************************************
034800*  3000 - PROVE THE RESTORED FILES AGAINST THE TRAILER AND,
034900*  IF THEY AGREE, START THE JOURNAL WITH THE SET STAMP.
035000************************************************************
035100 3000-FINALIZE.
035200************************************************************
035300     IF NOT WS-FILES-OPEN
035400         GO TO 3000-FINALIZE-EXIT
035500     END-IF.
035600     IF RETURN-CODE NOT = ZERO
035700         GO TO 3000-CLOSE-FILES
035800     END-IF.
035900     DISPLAY "EMPRCR01 - MASTER     RESTORED " WS-MAST-COUNT
036000         " TRAILER " WS-TRL-MAST-COUNT.
036100     DISPLAY "EMPRCR01 - ADDR HIST  RESTORED " WS-ADRH-COUNT
036200         " TRAILER " WS-TRL-ADRH-COUNT.
036300     DISPLAY "EMPRCR01 - ARCHIVE    RESTORED " WS-ARCH-COUNT
036400         " TRAILER " WS-TRL-ARCH-COUNT.
036500     DISPLAY "EMPRCR01 - DEPENDENT  RESTORED " WS-DEPD-COUNT
036600         " TRAILER " WS-TRL-DEPD-COUNT.
036700     DISPLAY "EMPRCR01 - SALARY HASH " WS-SALARY-HASH
036800         " TRAILER " WS-TRL-SALARY-HASH.
036900     IF NOT WS-TRAILER-SEEN OR
037000        WS-MAST-COUNT  NOT = WS-TRL-MAST-COUNT OR
037100        WS-ADRH-COUNT  NOT = WS-TRL-ADRH-COUNT OR
037200        WS-ARCH-COUNT  NOT = WS-TRL-ARCH-COUNT OR
037300        WS-DEPD-COUNT  NOT = WS-TRL-DEPD-COUNT OR
037400        WS-SALARY-HASH NOT = WS-TRL-SALARY-HASH
037500         DISPLAY "EMPRCR01 - BACKUP SET DOES NOT PROVE - "
037600             "RECOVERY STOPPED"
037700         MOVE 12 TO RETURN-CODE
037800         GO TO 3000-CLOSE-FILES
037900     END-IF.
038000     MOVE SPACE             TO EMP-RUN-CTL-RECORD.
038100     MOVE "EMPRCR01"        TO EMP-RUN-STEP.
038200     MOVE WS-MAST-COUNT     TO EMP-RUN-IN-COUNT.
038300     MOVE WS-MAST-COUNT     TO EMP-RUN-OUT-COUNT.
038400     MOVE ZERO              TO EMP-RUN-TRAN-COUNT
038500                               EMP-RUN-ADD-COUNT
038600                               EMP-RUN-CHG-COUNT
038700                               EMP-RUN-DEL-COUNT
038800                               EMP-RUN-REJ-COUNT
038900                               EMP-RUN-REH-COUNT
039000                               EMP-RUN-TRAN-HASH.
039100     MOVE WS-SALARY-HASH    TO EMP-RUN-SALARY-HASH.
039200     MOVE SPACE             TO EMP-RUN-HISTORY-RECORD.
039300     MOVE WS-SELECTED-STAMP TO EMP-RNH-STAMP.
039400     MOVE EMP-RUN-CTL-RECORD TO EMP-RNH-RUN-CTL.
039500     WRITE EMP-RUN-HISTORY-RECORD.
039600     IF WS-RJNL-STATUS NOT = "00"
039700         DISPLAY "EMPRCR01 - JOURNAL WRITE FAILED - "
039800             WS-RJNL-STATUS
039900         MOVE 16 TO RETURN-CODE
040000     ELSE
040100         DISPLAY "EMPRCR01 - BACKUP SET PROVED - JOURNAL STARTED"
040200     END-IF.
040300 3000-CLOSE-FILES.
040400     CLOSE EMP-BACKUP-FILE
040500           EMP-MASTER-OUT-FILE
040600           EMP-ADDR-HIST-OUT-FILE
040700           EMP-ARCHIVE-OUT-FILE
040800           EMP-DEPENDENT-OUT-FILE
040900           EMP-JOURNAL-FILE.
041000 3000-FINALIZE-EXIT.
041100     EXIT.
