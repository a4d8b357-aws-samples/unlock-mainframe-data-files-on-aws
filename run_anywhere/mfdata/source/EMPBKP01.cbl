000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. EMPBKP01.
000300 AUTHOR. MFDATA-APPLICATIONS-GROUP.
000400 INSTALLATION. MFDATA.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*
000800************************************************************
000900*  MODIFICATION HISTORY
001000*------------------------------------------------------------
001100*  DATE       INIT  DESCRIPTION
001200*  10/15/26   JDM   INITIAL VERSION - SCHEDULED FULL UNLOAD
001300*                   OF THE EMPLOYEE MASTER FAMILY FOR
001400*                   FORWARD RECOVERY, WITH RETENTION.
001500************************************************************
001600*
001700************************************************************
001800*  PURPOSE -                                                *
001900*    BUILDS THE NEXT GENERATION OF THE RECOVERY BACKUP FILE  *
002000*    (EMPBKP01 LAYOUT).  EVERY BACKUP SET ALREADY ON FILE    *
002100*    THAT IS STILL INSIDE THE RETENTION PERIOD IS CARRIED    *
002200*    FORWARD; OLDER SETS ARE DROPPED.  A NEW SET IS THEN     *
002300*    APPENDED - A HEADER, A FULL UNLOAD OF THE EMPLOYEE      *
002400*    MASTER, ADDRESS HISTORY, TERMINATED ARCHIVE AND         *
002500*    DEPENDENT DETAIL, AND A TRAILER CARRYING EACH FILE'S    *
002600*    COUNT AND THE MASTER SALARY HASH FOR THE RESTORE TO     *
002700*    PROVE AGAINST.                                          *
002800*                                                            *
002900*    THE NIGHTLY EXTRACT ARCHIVE (EMPTXA01) IS TRIMMED IN    *
003000*    THE SAME PASS - A NIGHT STAMPED BEFORE THE OLDEST SET   *
003100*    STILL KEPT CAN NEVER BE REPLAYED, SO IT IS DROPPED.     *
003200*    THE RUN-CONTROL HISTORY IS NEVER TRIMMED.               *
003300*                                                            *
003400*    RETENTION CARD (EMPBKCTL, OPTIONAL) -                   *
003500*      COLS 1-3   RETENTION PERIOD IN DAYS (DEFAULT 035)     *
003600*    A SET IS DROPPED ONCE IT IS MORE THAN THAT MANY DAYS    *
003700*    OLD.  A CARD THAT IS PRESENT BUT NOT NUMERIC STOPS THE  *
003800*    RUN WITH RC=12 BEFORE ANYTHING IS WRITTEN.  ANY FAILED  *
003900*    WRITE ENDS RC=16 AND THE NEW GENERATIONS MUST NOT GO    *
004000*    LIVE.  EMPBKUP0 RUNS THIS STEP WITH EMPNITE0 HELD.      *
004100************************************************************
004200 ENVIRONMENT DIVISION.
004300 CONFIGURATION SECTION.
004400 SOURCE-COMPUTER. IBM-ZSERIES.
004500 OBJECT-COMPUTER. IBM-ZSERIES.
004600 INPUT-OUTPUT SECTION.
004700 FILE-CONTROL.
004800     SELECT EMP-RETAIN-CARD-FILE ASSIGN TO EMPBKCTL
004900         ORGANIZATION IS SEQUENTIAL
005000         ACCESS MODE IS SEQUENTIAL
005100         FILE STATUS IS WS-BKCTL-STATUS.
005200
005300     SELECT EMP-BACKUP-IN-FILE ASSIGN TO EMPBKPI
005400         ORGANIZATION IS SEQUENTIAL
005500         ACCESS MODE IS SEQUENTIAL
005600         FILE STATUS IS WS-BKPI-STATUS.
005700
005800     SELECT EMP-BACKUP-OUT-FILE ASSIGN TO EMPBKPO
005900         ORGANIZATION IS SEQUENTIAL
006000         ACCESS MODE IS SEQUENTIAL
006100         FILE STATUS IS WS-BKPO-STATUS.
006200
006300     SELECT EMP-MASTER-FILE ASSIGN TO EMPMAS
006400         ORGANIZATION IS INDEXED
006500         ACCESS MODE IS SEQUENTIAL
006600         RECORD KEY IS EMP-ID OF EMP-MASTER-FILE
006700         ALTERNATE RECORD KEY IS EMP-ID-X OF EMP-MASTER-FILE
006800         FILE STATUS IS WS-MAS-STATUS.
006900
007000     SELECT EMP-ADDR-HIST-FILE ASSIGN TO EMPADRH
007100         ORGANIZATION IS SEQUENTIAL
007200         ACCESS MODE IS SEQUENTIAL
007300         FILE STATUS IS WS-ADRH-STATUS.
007400
007500     SELECT EMP-ARCHIVE-FILE ASSIGN TO EMPARCI
007600         ORGANIZATION IS SEQUENTIAL
007700         ACCESS MODE IS SEQUENTIAL
007800         FILE STATUS IS WS-ARCI-STATUS.
007900
008000     SELECT EMP-DEPENDENT-FILE ASSIGN TO EMPDPDI
008100         ORGANIZATION IS SEQUENTIAL
008200         ACCESS MODE IS SEQUENTIAL
008300         FILE STATUS IS WS-DPDI-STATUS.
008400
008500     SELECT EMP-TRAN-ARCHIVE-IN-FILE ASSIGN TO EMPTXAI
008600         ORGANIZATION IS SEQUENTIAL
008700         ACCESS MODE IS SEQUENTIAL
008800         FILE STATUS IS WS-TXAI-STATUS.
008900
009000     SELECT EMP-TRAN-ARCHIVE-OUT-FILE ASSIGN TO EMPTXAO
009100         ORGANIZATION IS SEQUENTIAL
009200         ACCESS MODE IS SEQUENTIAL
009300         FILE STATUS IS WS-TXAO-STATUS.
009400
009500     SELECT EMP-BACKUP-REPORT ASSIGN TO EMPBKRPT
009600         ORGANIZATION IS SEQUENTIAL
009700         ACCESS MODE IS SEQUENTIAL
009800         FILE STATUS IS WS-REPORT-STATUS.
009900 DATA DIVISION.
010000 FILE SECTION.
010100 FD  EMP-RETAIN-CARD-FILE
010200     RECORDING MODE IS F
010300     LABEL RECORDS ARE STANDARD.
010400 01  EMP-RETAIN-CARD.
010500     05  EMP-RETAIN-DAYS             PIC X(03).
010600     05  FILLER                      PIC X(77).
010700
010800 FD  EMP-BACKUP-IN-FILE
010900     RECORDING MODE IS F
011000     LABEL RECORDS ARE STANDARD.
011100     COPY EMPBKP01
011200         REPLACING ==EMP-BACKUP-RECORD== BY
011300                   ==EMP-BACKUP-IN-RECORD==.
011400
011500 FD  EMP-BACKUP-OUT-FILE
011600     RECORDING MODE IS F
011700     LABEL RECORDS ARE STANDARD.
011800     COPY EMPBKP01.
011900
012000 FD  EMP-MASTER-FILE
012100     RECORDING MODE IS F
012200     LABEL RECORDS ARE STANDARD.
012300     COPY EMPREC01.
012400
012500 FD  EMP-ADDR-HIST-FILE
012600     RECORDING MODE IS F
012700     LABEL RECORDS ARE STANDARD.
012800 01  EMP-ADDR-HIST-IMAGE             PIC X(100).
012900
013000 FD  EMP-ARCHIVE-FILE
013100     RECORDING MODE IS F
013200     LABEL RECORDS ARE STANDARD.
013300 01  EMP-ARCHIVE-IMAGE               PIC X(170).
013400
013500 FD  EMP-DEPENDENT-FILE
013600     RECORDING MODE IS F
013700     LABEL RECORDS ARE STANDARD.
013800 01  EMP-DEPENDENT-IMAGE             PIC X(80).
013900
014000 FD  EMP-TRAN-ARCHIVE-IN-FILE
014100     RECORDING MODE IS F
014200     LABEL RECORDS ARE STANDARD.
014300     COPY EMPTXA01
014400         REPLACING ==EMP-TRAN-ARCHIVE-RECORD== BY
014500                   ==EMP-TRAN-ARCHIVE-IN-RECORD==.
014600
014700 FD  EMP-TRAN-ARCHIVE-OUT-FILE
014800     RECORDING MODE IS F
014900     LABEL RECORDS ARE STANDARD.
015000 01  EMP-TRAN-ARCHIVE-OUT-RECORD     PIC X(180).
015100
015200 FD  EMP-BACKUP-REPORT
015300     RECORDING MODE IS F
015400     LABEL RECORDS ARE STANDARD.
015500 01  EMP-BACKUP-LINE                 PIC X(80).
015600 WORKING-STORAGE SECTION.
015700 77  WS-BKCTL-STATUS                 PIC X(02)   VALUE "00".
015800 77  WS-BKPI-STATUS                  PIC X(02)   VALUE "00".
015900 77  WS-BKPO-STATUS                  PIC X(02)   VALUE "00".
016000 77  WS-MAS-STATUS                   PIC X(02)   VALUE "00".
016100 77  WS-ADRH-STATUS                  PIC X(02)   VALUE "00".
016200 77  WS-ARCI-STATUS                  PIC X(02)   VALUE "00".
016300 77  WS-DPDI-STATUS                  PIC X(02)   VALUE "00".
016400 77  WS-TXAI-STATUS                  PIC X(02)   VALUE "00".
016500 77  WS-TXAO-STATUS                  PIC X(02)   VALUE "00".
016600 77  WS-REPORT-STATUS                PIC X(02)   VALUE "00".
016700*
016800 77  WS-BKPI-EOF-SW                  PIC X(01)   VALUE "N".
016900     88  WS-BKPI-EOF                 VALUE "Y".
017000 77  WS-MAS-EOF-SW                   PIC X(01)   VALUE "N".
017100     88  WS-MAS-EOF                  VALUE "Y".
017200 77  WS-ADRH-EOF-SW                  PIC X(01)   VALUE "N".
017300     88  WS-ADRH-EOF                 VALUE "Y".
017400 77  WS-ARCI-EOF-SW                  PIC X(01)   VALUE "N".
017500     88  WS-ARCI-EOF                 VALUE "Y".
017600 77  WS-DPDI-EOF-SW                  PIC X(01)   VALUE "N".
017700     88  WS-DPDI-EOF                 VALUE "Y".
017800 77  WS-TXAI-EOF-SW                  PIC X(01)   VALUE "N".
017900     88  WS-TXAI-EOF                 VALUE "Y".
018000 77  WS-STOP-SW                      PIC X(01)   VALUE "N".
018100     88  WS-STOPPED                  VALUE "Y".
018200 77  WS-FILES-OPEN-SW                PIC X(01)   VALUE "N".
018300     88  WS-FILES-OPEN               VALUE "Y".
018400 77  WS-BKPI-OPEN-SW                 PIC X(01)   VALUE "N".
018500     88  WS-BKPI-OPEN                VALUE "Y".
018600 77  WS-TXAI-OPEN-SW                 PIC X(01)   VALUE "N".
018700     88  WS-TXAI-OPEN                VALUE "Y".
018800 77  WS-KEEP-SET-SW                  PIC X(01)   VALUE "N".
018900     88  WS-KEEP-SET                 VALUE "Y".
019000*
019100 77  WS-RETAIN-DAYS                  PIC 9(03)   VALUE 35.
019200 77  WS-SET-AGE                      PIC 9(07)   COMP VALUE ZERO.
019300 77  WS-SETS-KEPT                    PIC 9(07)   COMP VALUE ZERO.
019400 77  WS-SETS-DROPPED                 PIC 9(07)   COMP VALUE ZERO.
019500 77  WS-BKP-KEPT-COUNT               PIC 9(09)   COMP VALUE ZERO.
019600 77  WS-BKP-DROPPED-COUNT            PIC 9(09)   COMP VALUE ZERO.
019700 77  WS-TXA-KEPT-COUNT               PIC 9(09)   COMP VALUE ZERO.
019800 77  WS-TXA-DROPPED-COUNT            PIC 9(09)   COMP VALUE ZERO.
019900 77  WS-NEW-SEQ                      PIC 9(09)   COMP VALUE ZERO.
020000 77  WS-MAST-COUNT                   PIC 9(09)   COMP VALUE ZERO.
020100 77  WS-ADRH-COUNT                   PIC 9(09)   COMP VALUE ZERO.
020200 77  WS-ARCH-COUNT                   PIC 9(09)   COMP VALUE ZERO.
020300 77  WS-DEPD-COUNT                   PIC 9(09)   COMP VALUE ZERO.
020400 77  WS-SALARY-HASH                  PIC 9(13)V99 COMP-3
020500                                          VALUE ZERO.
020600*
020700************************************************************
020800*  SET STAMPS - THIS RUN'S NEW SET, AND THE OLDEST SET LEFT
020900*  ON FILE ONCE RETENTION HAS BEEN APPLIED (THE NEW SET IF
021000*  NOTHING OLDER SURVIVES).  NIGHTS IN THE EXTRACT ARCHIVE
021100*  STAMPED AFTER THE OLDEST SET ARE KEPT.
021200************************************************************
021300 01  WS-NEW-STAMP.
021400     05  WS-NEW-DATE                 PIC X(08).
021500     05  WS-NEW-TIME                 PIC X(06).
021600 01  WS-OLDEST-STAMP                 PIC X(14)   VALUE SPACE.
021700 01  WS-RUN-TIME.
021800     05  WS-RUN-TIME-HHMMSS          PIC X(06).
021900     05  WS-RUN-TIME-HUND            PIC X(02).
022000*
022100************************************************************
022200*  DAY-NUMBER WORK AREAS FOR 2700-DATE-TO-DAYS.  A CCYYMMDD
022300*  DATE IN WS-DN-DATE COMES BACK AS A RUNNING DAY COUNT IN
022400*  WS-DN-DAYS, SO THE AGE OF A SET IS ONE SUBTRACTION.
022500************************************************************
022600 01  WS-DN-DATE.
022700     05  WS-DN-CCYY                  PIC 9(04).
022800     05  WS-DN-MM                    PIC 9(02).
022900     05  WS-DN-DD                    PIC 9(02).
023000 77  WS-DN-YEAR                      PIC 9(05)   COMP VALUE ZERO.
023100 77  WS-DN-MONTH                     PIC 9(03)   COMP VALUE ZERO.
023200 77  WS-DN-QUOTIENT                  PIC 9(07)   COMP VALUE ZERO.
023300 77  WS-DN-WORK                      PIC 9(07)   COMP VALUE ZERO.
023400 77  WS-DN-DAYS                      PIC 9(07)   COMP VALUE ZERO.
023500 77  WS-RUN-DAYS                     PIC 9(07)   COMP VALUE ZERO.
023600*
023700 01  WS-REPORT-HEADING-1.
023800     05  FILLER                      PIC X(01)   VALUE SPACE.
023900     05  FILLER                      PIC X(38)
024000         VALUE "EMPBKP01 - RECOVERY BACKUP RUN OF ".
024100     05  WS-H1-DATE                  PIC X(08).
024200     05  FILLER                      PIC X(01)   VALUE SPACE.
024300     05  WS-H1-TIME                  PIC X(06).
024400     05  FILLER                      PIC X(12)
024500         VALUE "   RETAIN ".
024600     05  WS-H1-RETAIN                PIC ZZ9.
024700     05  FILLER                      PIC X(11)   VALUE " DAYS".
024800*
024900 01  WS-REPORT-HEADING-2.
025000     05  FILLER                      PIC X(01)   VALUE SPACE.
025100     05  FILLER                      PIC X(15)
025150         VALUE "SET STAMP".
025200     05  FILLER                      PIC X(10)
025250         VALUE "   MASTER".
025300     05  FILLER                      PIC X(10)
025350         VALUE " ADDR HIST".
025400     05  FILLER                      PIC X(10)
025450         VALUE "   ARCHIVE".
025500     05  FILLER                      PIC X(10)
025550         VALUE " DEPENDENT".
025600     05  FILLER                      PIC X(24)
025650         VALUE "  ACTION".
025700*
025800 01  WS-SET-DETAIL.
025900     05  FILLER                      PIC X(01)   VALUE SPACE.
026000     05  WS-SD-DATE                  PIC X(08).
026100     05  FILLER                      PIC X(01)   VALUE SPACE.
026200     05  WS-SD-TIME                  PIC X(06).
026300     05  WS-SD-MAST                  PIC Z(08)9.
026400     05  FILLER                      PIC X(01)   VALUE SPACE.
026500     05  WS-SD-ADRH                  PIC Z(08)9.
026600     05  FILLER                      PIC X(01)   VALUE SPACE.
026700     05  WS-SD-ARCH                  PIC Z(08)9.
026800     05  FILLER                      PIC X(01)   VALUE SPACE.
026900     05  WS-SD-DEPD                  PIC Z(08)9.
027000     05  FILLER                      PIC X(02)   VALUE SPACE.
027100     05  WS-SD-ACTION                PIC X(22).
027200*
027300 01  WS-SUMMARY-LINE.
027400     05  FILLER                      PIC X(01)   VALUE SPACE.
027500     05  WS-SL-TEXT                  PIC X(40).
027600     05  WS-SL-COUNT                 PIC Z(08)9.
027700     05  FILLER                      PIC X(30)   VALUE SPACE.
027800 PROCEDURE DIVISION.
027900************************************************************
028000 0000-MAINLINE.
028100************************************************************
028200     PERFORM 1000-INITIALIZE
028300         THRU 1000-INITIALIZE-EXIT.
028400     PERFORM 2000-COPY-BACKUP-RECORD
028500         THRU 2000-COPY-BACKUP-RECORD-EXIT
028600         UNTIL WS-BKPI-EOF.
028700     PERFORM 2100-WRITE-NEW-SET
028800         THRU 2100-WRITE-NEW-SET-EXIT.
028900     PERFORM 2900-TRIM-EXTRACT-ARCHIVE
029000         THRU 2900-TRIM-EXTRACT-ARCHIVE-EXIT
029100         UNTIL WS-TXAI-EOF.
029200     PERFORM 3000-FINALIZE
029300         THRU 3000-FINALIZE-EXIT.
029400     GOBACK.
029500*
029600************************************************************
029700*  1000 - TAKE THE SET STAMP, READ THE RETENTION CARD AND
029800*  OPEN EVERYTHING.  THE FOUR SOURCE FILES AND THE THREE
029900*  OUTPUTS MUST OPEN; NO PRIOR BACKUP FILE OR EXTRACT
030000*  ARCHIVE IS NORMAL ON THE FIRST RUN.
030100************************************************************
030200 1000-INITIALIZE.
030300************************************************************
030400     MOVE "Y" TO WS-BKPI-EOF-SW.
030500     MOVE "Y" TO WS-TXAI-EOF-SW.
030600     MOVE "Y" TO WS-STOP-SW.
030700     ACCEPT WS-NEW-DATE FROM DATE YYYYMMDD.
030800     ACCEPT WS-RUN-TIME FROM TIME.
030900     MOVE WS-RUN-TIME-HHMMSS TO WS-NEW-TIME.
031000     MOVE WS-NEW-DATE TO WS-DN-DATE.
031100     PERFORM 2700-DATE-TO-DAYS
031200         THRU 2700-DATE-TO-DAYS-EXIT.
031300     MOVE WS-DN-DAYS TO WS-RUN-DAYS.
031400     PERFORM 1100-READ-RETAIN-CARD
031500         THRU 1100-READ-RETAIN-CARD-EXIT.
031600     IF RETURN-CODE NOT = ZERO
031700         GO TO 1000-INITIALIZE-EXIT
031800     END-IF.
031900*
032000     OPEN INPUT  EMP-MASTER-FILE
032100                 EMP-ADDR-HIST-FILE
032200                 EMP-ARCHIVE-FILE
032300                 EMP-DEPENDENT-FILE
032400          OUTPUT EMP-BACKUP-OUT-FILE
032500                 EMP-TRAN-ARCHIVE-OUT-FILE
032600                 EMP-BACKUP-REPORT.
032700     MOVE "Y" TO WS-FILES-OPEN-SW.
032800     IF WS-MAS-STATUS    NOT = "00" OR
032900        WS-ADRH-STATUS   NOT = "00" OR
033000        WS-ARCI-STATUS   NOT = "00" OR
033100        WS-DPDI-STATUS   NOT = "00" OR
033200        WS-BKPO-STATUS   NOT = "00" OR
033300        WS-TXAO-STATUS   NOT = "00" OR
033400        WS-REPORT-STATUS NOT = "00"
033500         DISPLAY "EMPBKP01 - OPEN FAILED - " WS-MAS-STATUS
033600             " " WS-ADRH-STATUS " " WS-ARCI-STATUS
033700             " " WS-DPDI-STATUS " " WS-BKPO-STATUS
033800             " " WS-TXAO-STATUS " " WS-REPORT-STATUS
033900         MOVE 12 TO RETURN-CODE
034000         GO TO 1000-INITIALIZE-EXIT
034100     END-IF.
034200     MOVE "N" TO WS-STOP-SW.
034300     MOVE WS-NEW-DATE    TO WS-H1-DATE.
034400     MOVE WS-NEW-TIME    TO WS-H1-TIME.
034500     MOVE WS-RETAIN-DAYS TO WS-H1-RETAIN.
034600     WRITE EMP-BACKUP-LINE FROM WS-REPORT-HEADING-1.
034700     WRITE EMP-BACKUP-LINE FROM WS-REPORT-HEADING-2
034800         AFTER ADVANCING 2 LINES.
034900*
035000     OPEN INPUT EMP-BACKUP-IN-FILE.
035100     IF WS-BKPI-STATUS = "00"
035200         MOVE "Y" TO WS-BKPI-OPEN-SW
035300         MOVE "N" TO WS-BKPI-EOF-SW
035400     END-IF.
035500     OPEN INPUT EMP-TRAN-ARCHIVE-IN-FILE.
035600     IF WS-TXAI-STATUS = "00"
035700         MOVE "Y" TO WS-TXAI-OPEN-SW
035800     END-IF.
035900 1000-INITIALIZE-EXIT.
036000     EXIT.
036100*
036200************************************************************
036300*  1100 - THE OPTIONAL RETENTION CARD.  NO CARD KEEPS THE
036400*  DEFAULT; A CARD THAT IS THERE BUT NOT NUMERIC IS FATAL,
036500*  SINCE A WRONG RETENTION WOULD DROP SETS THAT WERE MEANT
036600*  TO BE KEPT.
036700************************************************************
036800 1100-READ-RETAIN-CARD.
036900************************************************************
037000     OPEN INPUT EMP-RETAIN-CARD-FILE.
037100     IF WS-BKCTL-STATUS NOT = "00"
037200         GO TO 1100-READ-RETAIN-CARD-EXIT
037300     END-IF.
037400     READ EMP-RETAIN-CARD-FILE
037500         AT END
037600             CLOSE EMP-RETAIN-CARD-FILE
037700             GO TO 1100-READ-RETAIN-CARD-EXIT
037800     END-READ.
037900     CLOSE EMP-RETAIN-CARD-FILE.
038000     IF EMP-RETAIN-DAYS NUMERIC
038100         MOVE EMP-RETAIN-DAYS TO WS-RETAIN-DAYS
038200     ELSE
038300         DISPLAY "EMPBKP01 - BAD RETENTION CARD - RUN STOPPED"
038400         MOVE 12 TO RETURN-CODE
038500     END-IF.
038600 1100-READ-RETAIN-CARD-EXIT.
038700     EXIT.
038800*
038900************************************************************
039000*  2000 - CARRY ONE RECORD OF THE PRIOR BACKUP FILE FORWARD
039100*  OR DROP IT.  THE KEEP/DROP DECISION IS MADE ON EACH SET'S
039200*  HEADER AND HOLDS UNTIL ITS TRAILER, WHERE THE SET IS
039300*  LISTED.  SETS ARE ON FILE OLDEST FIRST, SO THE FIRST SET
039400*  KEPT IS THE OLDEST ONE LEFT.
039500************************************************************
039600 2000-COPY-BACKUP-RECORD.
039700************************************************************
039800     READ EMP-BACKUP-IN-FILE
039900         AT END
040000             MOVE "Y" TO WS-BKPI-EOF-SW
040100             GO TO 2000-COPY-BACKUP-RECORD-EXIT
040200     END-READ.
040300     IF EMP-BKP-FILE-ID OF EMP-BACKUP-IN-RECORD = "HDR "
040400         MOVE EMP-BKP-DATE OF EMP-BACKUP-IN-RECORD
040500             TO WS-DN-DATE
040600         PERFORM 2700-DATE-TO-DAYS
040700             THRU 2700-DATE-TO-DAYS-EXIT
040800         MOVE ZERO TO WS-SET-AGE
040900         IF WS-DN-DAYS < WS-RUN-DAYS
041000             SUBTRACT WS-DN-DAYS FROM WS-RUN-DAYS
041100                 GIVING WS-SET-AGE
041200         END-IF
041300         IF WS-SET-AGE > WS-RETAIN-DAYS
041400             MOVE "N" TO WS-KEEP-SET-SW
041500         ELSE
041600             MOVE "Y" TO WS-KEEP-SET-SW
041700             IF WS-OLDEST-STAMP = SPACE
041800                 MOVE EMP-BKP-STAMP OF EMP-BACKUP-IN-RECORD
041900                     TO WS-OLDEST-STAMP
042000             END-IF
042100         END-IF
042200     END-IF.
042300     IF NOT WS-KEEP-SET
042400         ADD 1 TO WS-BKP-DROPPED-COUNT
042500     ELSE
042600         WRITE EMP-BACKUP-RECORD FROM EMP-BACKUP-IN-RECORD
042700         IF WS-BKPO-STATUS NOT = "00"
042800             DISPLAY "EMPBKP01 - BACKUP WRITE FAILED - "
042900                 WS-BKPO-STATUS
043000             PERFORM 2990-STOP-RUN
043100                 THRU 2990-STOP-RUN-EXIT
043200             GO TO 2000-COPY-BACKUP-RECORD-EXIT
043300         END-IF
043400         ADD 1 TO WS-BKP-KEPT-COUNT
043500     END-IF.
043600     IF EMP-BKP-FILE-ID OF EMP-BACKUP-IN-RECORD = "TRL "
043700         PERFORM 2050-LIST-OLD-SET
043800             THRU 2050-LIST-OLD-SET-EXIT
043900     END-IF.
044000 2000-COPY-BACKUP-RECORD-EXIT.
044100     EXIT.
044200*
044300************************************************************
044400 2050-LIST-OLD-SET.
044500************************************************************
044600     MOVE EMP-BKP-DATE OF EMP-BACKUP-IN-RECORD TO WS-SD-DATE.
044700     MOVE EMP-BKP-TIME OF EMP-BACKUP-IN-RECORD TO WS-SD-TIME.
044800     MOVE EMP-BKP-MAST-COUNT OF EMP-BACKUP-IN-RECORD
044900         TO WS-SD-MAST.
045000     MOVE EMP-BKP-ADRH-COUNT OF EMP-BACKUP-IN-RECORD
045100         TO WS-SD-ADRH.
045200     MOVE EMP-BKP-ARCH-COUNT OF EMP-BACKUP-IN-RECORD
045300         TO WS-SD-ARCH.
045400     MOVE EMP-BKP-DEPD-COUNT OF EMP-BACKUP-IN-RECORD
045500         TO WS-SD-DEPD.
045600     IF WS-KEEP-SET
045700         MOVE "KEPT"                 TO WS-SD-ACTION
045800         ADD 1 TO WS-SETS-KEPT
045900     ELSE
046000         MOVE "DROPPED - PAST RETAIN" TO WS-SD-ACTION
046100         ADD 1 TO WS-SETS-DROPPED
046200     END-IF.
046300     WRITE EMP-BACKUP-LINE FROM WS-SET-DETAIL.
046400 2050-LIST-OLD-SET-EXIT.
046500     EXIT.
046600*
046700************************************************************
046800*  2100 - APPEND TONIGHT'S SET: HEADER, THE FOUR UNLOADS IN
046900*  TURN, THEN THE TRAILER WITH THE COUNTS AND MASTER HASH.
047000************************************************************
047100 2100-WRITE-NEW-SET.
047200************************************************************
047300     IF WS-STOPPED
047400         GO TO 2100-WRITE-NEW-SET-EXIT
047500     END-IF.
047600     IF WS-OLDEST-STAMP = SPACE
047700         MOVE WS-NEW-STAMP TO WS-OLDEST-STAMP
047800     END-IF.
047900     MOVE SPACE    TO EMP-BACKUP-RECORD.
048000     MOVE "HDR "   TO EMP-BKP-FILE-ID OF EMP-BACKUP-RECORD.
048100     PERFORM 2800-WRITE-BACKUP
048200         THRU 2800-WRITE-BACKUP-EXIT.
048300     PERFORM 2200-UNLOAD-MASTER
048400         THRU 2200-UNLOAD-MASTER-EXIT
048500         UNTIL WS-MAS-EOF OR WS-STOPPED.
048600     PERFORM 2300-UNLOAD-ADDR-HIST
048700         THRU 2300-UNLOAD-ADDR-HIST-EXIT
048800         UNTIL WS-ADRH-EOF OR WS-STOPPED.
048900     PERFORM 2400-UNLOAD-ARCHIVE
049000         THRU 2400-UNLOAD-ARCHIVE-EXIT
049100         UNTIL WS-ARCI-EOF OR WS-STOPPED.
049200     PERFORM 2500-UNLOAD-DEPENDENT
049300         THRU 2500-UNLOAD-DEPENDENT-EXIT
049400         UNTIL WS-DPDI-EOF OR WS-STOPPED.
049500     IF WS-STOPPED
049600         GO TO 2100-WRITE-NEW-SET-EXIT
049700     END-IF.
049800     PERFORM 2600-WRITE-TRAILER
049900         THRU 2600-WRITE-TRAILER-EXIT.
050000 2100-WRITE-NEW-SET-EXIT.
050100     EXIT.
050200*
050300************************************************************
050400 2200-UNLOAD-MASTER.
050500************************************************************
050600     READ EMP-MASTER-FILE
050700         AT END
050800             MOVE "Y" TO WS-MAS-EOF-SW
050900             GO TO 2200-UNLOAD-MASTER-EXIT
051000     END-READ.
051100     ADD 1 TO WS-MAST-COUNT.
051200     ADD EMP-SALARY OF EMP-MASTER-FILE TO WS-SALARY-HASH.
051300     MOVE SPACE    TO EMP-BACKUP-RECORD.
051400     MOVE "MAST"   TO EMP-BKP-FILE-ID OF EMP-BACKUP-RECORD.
051500     MOVE EMP-RECORD OF EMP-MASTER-FILE
051600         TO EMP-BKP-IMAGE OF EMP-BACKUP-RECORD.
051700     PERFORM 2800-WRITE-BACKUP
051800         THRU 2800-WRITE-BACKUP-EXIT.
051900 2200-UNLOAD-MASTER-EXIT.
052000     EXIT.
052100*
052200************************************************************
052300 2300-UNLOAD-ADDR-HIST.
052400************************************************************
052500     READ EMP-ADDR-HIST-FILE
052600         AT END
052700             MOVE "Y" TO WS-ADRH-EOF-SW
052800             GO TO 2300-UNLOAD-ADDR-HIST-EXIT
052900     END-READ.
053000     ADD 1 TO WS-ADRH-COUNT.
053100     MOVE SPACE    TO EMP-BACKUP-RECORD.
053200     MOVE "ADRH"   TO EMP-BKP-FILE-ID OF EMP-BACKUP-RECORD.
053300     MOVE EMP-ADDR-HIST-IMAGE
053400         TO EMP-BKP-IMAGE OF EMP-BACKUP-RECORD.
053500     PERFORM 2800-WRITE-BACKUP
053600         THRU 2800-WRITE-BACKUP-EXIT.
053700 2300-UNLOAD-ADDR-HIST-EXIT.
053800     EXIT.
053900*
054000************************************************************
054100 2400-UNLOAD-ARCHIVE.
054200************************************************************
054300     READ EMP-ARCHIVE-FILE
054400         AT END
054500             MOVE "Y" TO WS-ARCI-EOF-SW
054600             GO TO 2400-UNLOAD-ARCHIVE-EXIT
054700     END-READ.
054800     ADD 1 TO WS-ARCH-COUNT.
054900     MOVE SPACE    TO EMP-BACKUP-RECORD.
055000     MOVE "ARCH"   TO EMP-BKP-FILE-ID OF EMP-BACKUP-RECORD.
055100     MOVE EMP-ARCHIVE-IMAGE
055200         TO EMP-BKP-IMAGE OF EMP-BACKUP-RECORD.
055300     PERFORM 2800-WRITE-BACKUP
055400         THRU 2800-WRITE-BACKUP-EXIT.
055500 2400-UNLOAD-ARCHIVE-EXIT.
055600     EXIT.
055700*
055800************************************************************
055900 2500-UNLOAD-DEPENDENT.
056000************************************************************
056100     READ EMP-DEPENDENT-FILE
056200         AT END
056300             MOVE "Y" TO WS-DPDI-EOF-SW
056400             GO TO 2500-UNLOAD-DEPENDENT-EXIT
056500     END-READ.
056600     ADD 1 TO WS-DEPD-COUNT.
056700     MOVE SPACE    TO EMP-BACKUP-RECORD.
056800     MOVE "DEPD"   TO EMP-BKP-FILE-ID OF EMP-BACKUP-RECORD.
056900     MOVE EMP-DEPENDENT-IMAGE
057000         TO EMP-BKP-IMAGE OF EMP-BACKUP-RECORD.
057100     PERFORM 2800-WRITE-BACKUP
057200         THRU 2800-WRITE-BACKUP-EXIT.
057300 2500-UNLOAD-DEPENDENT-EXIT.
057400     EXIT.
057500*
057600************************************************************
057700 2600-WRITE-TRAILER.
057800************************************************************
057900     MOVE SPACE    TO EMP-BACKUP-RECORD.
058000     MOVE "TRL "   TO EMP-BKP-FILE-ID OF EMP-BACKUP-RECORD.
058100     MOVE WS-MAST-COUNT
058200         TO EMP-BKP-MAST-COUNT OF EMP-BACKUP-RECORD.
058300     MOVE WS-ADRH-COUNT
058400         TO EMP-BKP-ADRH-COUNT OF EMP-BACKUP-RECORD.
058500     MOVE WS-ARCH-COUNT
058600         TO EMP-BKP-ARCH-COUNT OF EMP-BACKUP-RECORD.
058700     MOVE WS-DEPD-COUNT
058800         TO EMP-BKP-DEPD-COUNT OF EMP-BACKUP-RECORD.
058900     MOVE WS-SALARY-HASH
059000         TO EMP-BKP-SALARY-HASH OF EMP-BACKUP-RECORD.
059100     PERFORM 2800-WRITE-BACKUP
059200         THRU 2800-WRITE-BACKUP-EXIT.
059300     IF WS-STOPPED
059400         GO TO 2600-WRITE-TRAILER-EXIT
059500     END-IF.
059600     MOVE WS-NEW-DATE   TO WS-SD-DATE.
059700     MOVE WS-NEW-TIME   TO WS-SD-TIME.
059800     MOVE WS-MAST-COUNT TO WS-SD-MAST.
059900     MOVE WS-ADRH-COUNT TO WS-SD-ADRH.
060000     MOVE WS-ARCH-COUNT TO WS-SD-ARCH.
060100     MOVE WS-DEPD-COUNT TO WS-SD-DEPD.
060200     MOVE "NEW SET WRITTEN" TO WS-SD-ACTION.
060300     WRITE EMP-BACKUP-LINE FROM WS-SET-DETAIL.
060400 2600-WRITE-TRAILER-EXIT.
060500     EXIT.
060600*
060700************************************************************
060800*  2700 - CONVERT WS-DN-DATE (CCYYMMDD) TO A RUNNING DAY
060900*  NUMBER IN WS-DN-DAYS.  MARCH IS TREATED AS THE FIRST MONTH
061000*  SO THE LEAP DAY FALLS AT THE END OF THE COUNTING YEAR;
061100*  EACH DIVIDE TRUNCATES, WHICH IS WHAT THE FORMULA WANTS.
061200************************************************************
061300 2700-DATE-TO-DAYS.
061400************************************************************
061500     MOVE WS-DN-CCYY TO WS-DN-YEAR.
061600     MOVE WS-DN-MM   TO WS-DN-MONTH.
061700     IF WS-DN-MONTH < 3
061800         SUBTRACT 1 FROM WS-DN-YEAR
061900         ADD 12 TO WS-DN-MONTH
062000     END-IF.
062100     COMPUTE WS-DN-DAYS = WS-DN-YEAR * 365 + WS-DN-DD.
062200     DIVIDE WS-DN-YEAR BY 4   GIVING WS-DN-QUOTIENT.
062300     ADD WS-DN-QUOTIENT      TO WS-DN-DAYS.
062400     DIVIDE WS-DN-YEAR BY 100 GIVING WS-DN-QUOTIENT.
062500     SUBTRACT WS-DN-QUOTIENT FROM WS-DN-DAYS.
062600     DIVIDE WS-DN-YEAR BY 400 GIVING WS-DN-QUOTIENT.
062700     ADD WS-DN-QUOTIENT      TO WS-DN-DAYS.
062800     COMPUTE WS-DN-WORK = (WS-DN-MONTH - 3) * 153 + 2.
062900     DIVIDE WS-DN-WORK BY 5   GIVING WS-DN-QUOTIENT.
063000     ADD WS-DN-QUOTIENT      TO WS-DN-DAYS.
063100 2700-DATE-TO-DAYS-EXIT.
063200     EXIT.
063300*
063400************************************************************
063500*  2800 - STAMP, NUMBER AND WRITE ONE RECORD OF THE NEW SET.
063600*  A FAILED WRITE IS FATAL - A SHORT SET MUST NEVER GO LIVE
063700*  AS A BACKUP SOMEONE MIGHT LATER RESTORE FROM.
063800************************************************************
063900 2800-WRITE-BACKUP.
064000************************************************************
064100     ADD 1 TO WS-NEW-SEQ.
064200     MOVE WS-NEW-STAMP TO EMP-BKP-STAMP OF EMP-BACKUP-RECORD.
064300     MOVE WS-NEW-SEQ   TO EMP-BKP-SEQ OF EMP-BACKUP-RECORD.
064400     WRITE EMP-BACKUP-RECORD.
064500     IF WS-BKPO-STATUS NOT = "00"
064600         DISPLAY "EMPBKP01 - BACKUP WRITE FAILED - "
064700             WS-BKPO-STATUS
064800         PERFORM 2990-STOP-RUN
064900             THRU 2990-STOP-RUN-EXIT
065000     END-IF.
065100 2800-WRITE-BACKUP-EXIT.
065200     EXIT.
065300*
065400************************************************************
065500*  2900 - CARRY ONE NIGHT'S EXTRACT RECORD FORWARD IF THE
065600*  NIGHT IS STAMPED AFTER THE OLDEST SET STILL KEPT.
065700************************************************************
065800 2900-TRIM-EXTRACT-ARCHIVE.
065900************************************************************
066000     IF WS-STOPPED OR NOT WS-TXAI-OPEN
066100         MOVE "Y" TO WS-TXAI-EOF-SW
066200         GO TO 2900-TRIM-EXTRACT-ARCHIVE-EXIT
066300     END-IF.
066400     READ EMP-TRAN-ARCHIVE-IN-FILE
066500         AT END
066600             MOVE "Y" TO WS-TXAI-EOF-SW
066700             GO TO 2900-TRIM-EXTRACT-ARCHIVE-EXIT
066800     END-READ.
066900     IF EMP-TXA-STAMP OF EMP-TRAN-ARCHIVE-IN-RECORD NOT >
067000        WS-OLDEST-STAMP
067100         ADD 1 TO WS-TXA-DROPPED-COUNT
067200         GO TO 2900-TRIM-EXTRACT-ARCHIVE-EXIT
067300     END-IF.
067400     WRITE EMP-TRAN-ARCHIVE-OUT-RECORD
067500         FROM EMP-TRAN-ARCHIVE-IN-RECORD.
067600     IF WS-TXAO-STATUS NOT = "00"
067700         DISPLAY "EMPBKP01 - EXTRACT ARCHIVE WRITE FAILED - "
067800             WS-TXAO-STATUS
067900         PERFORM 2990-STOP-RUN
068000             THRU 2990-STOP-RUN-EXIT
068100         GO TO 2900-TRIM-EXTRACT-ARCHIVE-EXIT
068200     END-IF.
068300     ADD 1 TO WS-TXA-KEPT-COUNT.
068400 2900-TRIM-EXTRACT-ARCHIVE-EXIT.
068500     EXIT.
068600*
068700************************************************************
068800 2990-STOP-RUN.
068900************************************************************
069000     MOVE "Y" TO WS-STOP-SW.
069100     MOVE "Y" TO WS-BKPI-EOF-SW.
069200     MOVE "Y" TO WS-TXAI-EOF-SW.
069300     MOVE 16 TO RETURN-CODE.
069400 2990-STOP-RUN-EXIT.
069500     EXIT.
069600*
069700************************************************************
069800 3000-FINALIZE.
069900************************************************************
070000     IF NOT WS-FILES-OPEN
070100         GO TO 3000-FINALIZE-EXIT
070200     END-IF.
070300     IF WS-REPORT-STATUS = "00"
070400         PERFORM 3100-WRITE-SUMMARY
070500             THRU 3100-WRITE-SUMMARY-EXIT
070600     END-IF.
070700     IF WS-BKPI-OPEN
070800         CLOSE EMP-BACKUP-IN-FILE
070900     END-IF.
071000     IF WS-TXAI-OPEN
071100         CLOSE EMP-TRAN-ARCHIVE-IN-FILE
071200     END-IF.
071300     IF WS-MAS-STATUS = "00"
071400         CLOSE EMP-MASTER-FILE
071500     END-IF.
071600     IF WS-ADRH-STATUS = "00"
071700         CLOSE EMP-ADDR-HIST-FILE
071800     END-IF.
071900     IF WS-ARCI-STATUS = "00"
072000         CLOSE EMP-ARCHIVE-FILE
072100     END-IF.
072200     IF WS-DPDI-STATUS = "00"
072300         CLOSE EMP-DEPENDENT-FILE
072400     END-IF.
072500     IF WS-BKPO-STATUS = "00"
072600         CLOSE EMP-BACKUP-OUT-FILE
072700     END-IF.
072800     IF WS-TXAO-STATUS = "00"
072900         CLOSE EMP-TRAN-ARCHIVE-OUT-FILE
073000     END-IF.
073100     IF WS-REPORT-STATUS = "00"
073200         CLOSE EMP-BACKUP-REPORT
073300     END-IF.
073400     DISPLAY "EMPBKP01 - SETS KEPT: " WS-SETS-KEPT
073500         " DROPPED: " WS-SETS-DROPPED
073600         " MASTER UNLOADED: " WS-MAST-COUNT
073700         " NIGHTS' RECORDS KEPT: " WS-TXA-KEPT-COUNT
073800         " DROPPED: " WS-TXA-DROPPED-COUNT.
073900 3000-FINALIZE-EXIT.
074000     EXIT.
074100*
074200************************************************************
074300 3100-WRITE-SUMMARY.
074400************************************************************
074500     MOVE SPACE TO EMP-BACKUP-LINE.
074600     WRITE EMP-BACKUP-LINE.
074700     MOVE "EARLIER SETS KEPT"             TO WS-SL-TEXT.
074800     MOVE WS-SETS-KEPT                    TO WS-SL-COUNT.
074900     WRITE EMP-BACKUP-LINE FROM WS-SUMMARY-LINE.
075000     MOVE "EARLIER SETS DROPPED"          TO WS-SL-TEXT.
075100     MOVE WS-SETS-DROPPED                 TO WS-SL-COUNT.
075200     WRITE EMP-BACKUP-LINE FROM WS-SUMMARY-LINE.
075300     MOVE "BACKUP RECORDS CARRIED FORWARD" TO WS-SL-TEXT.
075400     MOVE WS-BKP-KEPT-COUNT               TO WS-SL-COUNT.
075500     WRITE EMP-BACKUP-LINE FROM WS-SUMMARY-LINE.
075600     MOVE "BACKUP RECORDS DROPPED"        TO WS-SL-TEXT.
075700     MOVE WS-BKP-DROPPED-COUNT            TO WS-SL-COUNT.
075800     WRITE EMP-BACKUP-LINE FROM WS-SUMMARY-LINE.
075900     MOVE "NEW SET RECORDS WRITTEN"       TO WS-SL-TEXT.
076000     MOVE WS-NEW-SEQ                      TO WS-SL-COUNT.
076100     WRITE EMP-BACKUP-LINE FROM WS-SUMMARY-LINE.
076200     MOVE "EXTRACT ARCHIVE RECORDS KEPT"  TO WS-SL-TEXT.
076300     MOVE WS-TXA-KEPT-COUNT               TO WS-SL-COUNT.
076400     WRITE EMP-BACKUP-LINE FROM WS-SUMMARY-LINE.
076500     MOVE "EXTRACT ARCHIVE RECORDS DROPPED" TO WS-SL-TEXT.
076600     MOVE WS-TXA-DROPPED-COUNT            TO WS-SL-COUNT.
076700     WRITE EMP-BACKUP-LINE FROM WS-SUMMARY-LINE.
076800     IF WS-STOPPED
076900         MOVE "*** STOPPED - NEW GENERATIONS NOT USABLE"
077000             TO WS-SL-TEXT
077100         MOVE ZERO TO WS-SL-COUNT
077200         WRITE EMP-BACKUP-LINE FROM WS-SUMMARY-LINE
077300     END-IF.
077400 3100-WRITE-SUMMARY-EXIT.
077500     EXIT.
