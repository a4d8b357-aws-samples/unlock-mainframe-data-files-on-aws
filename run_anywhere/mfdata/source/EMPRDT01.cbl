000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. EMPRDT01.
000300 AUTHOR. MFDATA-APPLICATIONS-GROUP.
000400 INSTALLATION. MFDATA.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*
000800************************************************************
000900*  MODIFICATION HISTORY
001000*------------------------------------------------------------
001100*  DATE       INIT  DESCRIPTION
001200*  10/15/26   JDM   INITIAL VERSION - FIX THE NIGHT'S RUN
001300*                   DATE ONCE, AHEAD OF THE MASTER UPDATE.
001400************************************************************
001500*
001600************************************************************
001700*  PURPOSE -                                                *
001800*    WRITES THE RUN-DATE CARD (EMPRDC01 LAYOUT) THAT THE     *
001900*    REST OF THE NIGHT'S UPDATE STEPS READ - TODAY'S DATE    *
002000*    AND THE TIME OF DAY IT WAS TAKEN.  EMPUPD01 APPLIES THE *
002100*    NIGHT UNDER THIS DATE (ALL FOUR PARTITIONS ON AN        *
002200*    EMPNITP0 NIGHT, AND A RESTARTED STEP, SEE THE SAME ONE) *
002300*    AND EMPRAR01 STAMPS THE NIGHT'S EXTRACT ARCHIVE AND     *
002400*    RUN-CONTROL HISTORY WITH THE SAME DATE AND TIME, SO A   *
002500*    FORWARD-RECOVERY REPLAY CAN REAPPLY THE NIGHT EXACTLY   *
002600*    AS IT RAN.                                              *
002700************************************************************
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER. IBM-ZSERIES.
003100 OBJECT-COMPUTER. IBM-ZSERIES.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT EMP-RUN-DATE-FILE ASSIGN TO EMPRDTO
003500         ORGANIZATION IS SEQUENTIAL
003600         ACCESS MODE IS SEQUENTIAL
003700         FILE STATUS IS WS-RDTO-STATUS.
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  EMP-RUN-DATE-FILE
004100     RECORDING MODE IS F
004200     LABEL RECORDS ARE STANDARD.
004300     COPY EMPRDC01.
004400 WORKING-STORAGE SECTION.
004500 77  WS-RDTO-STATUS                  PIC X(02)   VALUE "00".
004600*
004700 01  WS-RUN-DATE-YMD                 PIC X(08).
004800 01  WS-RUN-TIME.
004900     05  WS-RUN-TIME-HHMMSS          PIC X(06).
005000     05  WS-RUN-TIME-HUND            PIC X(02).
005100 PROCEDURE DIVISION.
005200************************************************************
005300 0000-MAINLINE.
005400************************************************************
005500     PERFORM 1000-WRITE-CARD
005600         THRU 1000-WRITE-CARD-EXIT.
005700     GOBACK.
005800*
005900************************************************************
006000*  1000 - TAKE THE DATE AND TIME TOGETHER AND WRITE THE ONE
006100*  CARD.  A CARD THAT CANNOT BE WRITTEN STOPS THE STREAM -
006200*  EMPUPDT MUST NOT FALL BACK TO A DATE OF ITS OWN.
006300************************************************************
006400 1000-WRITE-CARD.
006500************************************************************
006600     ACCEPT WS-RUN-DATE-YMD FROM DATE YYYYMMDD.
006700     ACCEPT WS-RUN-TIME FROM TIME.
006800     OPEN OUTPUT EMP-RUN-DATE-FILE.
006900     IF WS-RDTO-STATUS NOT = "00"
007000         DISPLAY "EMPRDT01 - RUN-DATE CARD OPEN FAILED - "
007100             WS-RDTO-STATUS
007200         MOVE 12 TO RETURN-CODE
007300         GO TO 1000-WRITE-CARD-EXIT
007400     END-IF.
007500     MOVE SPACE              TO EMP-RUN-DATE-CARD.
007600     MOVE WS-RUN-DATE-YMD    TO EMP-RDC-RUN-DATE.
007700     MOVE WS-RUN-TIME-HHMMSS TO EMP-RDC-RUN-TIME.
007800     WRITE EMP-RUN-DATE-CARD.
007900     IF WS-RDTO-STATUS NOT = "00"
008000         DISPLAY "EMPRDT01 - RUN-DATE CARD WRITE FAILED - "
008100             WS-RDTO-STATUS
008200         MOVE 16 TO RETURN-CODE
008300     ELSE
008400         DISPLAY "EMPRDT01 - RUN DATE " WS-RUN-DATE-YMD
008500             " STAMP " WS-RUN-TIME-HHMMSS
008600     END-IF.
008700     CLOSE EMP-RUN-DATE-FILE.
008800 1000-WRITE-CARD-EXIT.
008900     EXIT.
