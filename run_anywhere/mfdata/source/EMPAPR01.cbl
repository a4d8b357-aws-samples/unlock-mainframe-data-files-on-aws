000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. EMPAPR01.
000300 AUTHOR. MFDATA-APPLICATIONS-GROUP.
000400 INSTALLATION. MFDATA.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*
000800************************************************************
000900*  MODIFICATION HISTORY
001000*------------------------------------------------------------
001100*  DATE       INIT  DESCRIPTION
001200*  10/15/26   JDM   INITIAL VERSION - MAKER-CHECKER APPROVAL
001300*                   HOLD FOR SALARY, GRADE AND EMPLOYMENT-
001400*                   STATUS TRANSACTIONS, RUN AHEAD OF EMPASGN
001500*                   IN THE EMPNITE0 STREAM.
001520*  10/15/26   JDM   RUN DATE NOW TAKEN FROM THE OPTIONAL
001540*                   RUN-DATE CARD (EMPUDTE) WHEN PRESENT, AS IN
001560*                   EMPUPD01, SO THE WHOLE NIGHT WORKS TO ONE
001580*                   DATE.  NO CARD MEANS THE SYSTEM DATE.
001582*  10/15/26   JDM   AN ITEM WITH NO REAL MAKER - NO KEYING USER
001584*                   ID, OR ONLY A PROGRAM NAME (EMPLOD, EMPMSA)
001586*                   - CAN NO LONGER BE APPROVED; THE CARD IS
001588*                   REFUSED AND LISTED AND THE ITEM STAYS HELD.
001590*  10/15/26   JDM   THE MAKER CHECK COMPARES ONLY THE SIX BYTES
001592*                   OF USER ID THE IMAGE CARRIES, SO A 7- OR 8-
001594*                   CHARACTER APPROVER CANNOT RELEASE THEIR OWN
001596*                   ITEM.
001600************************************************************
001700*
001800************************************************************
001900*  PURPOSE -                                                *
002000*    DUAL CONTROL OVER SENSITIVE TRANSACTIONS.  TWO PASSES - *
002100*                                                            *
002200*    1. THE APPROVAL-HOLD FILE (EMPAPH01 LAYOUT) IS WORKED   *
002300*       AGAINST THE DAY'S APPROVAL CARDS (EMPAPC01).  AN     *
002400*       APPROVED ITEM IS RELEASED INTO THE SCREENED EXTRACT  *
002500*       AND JOURNALED WITH ITS APPROVER SO EMPUPD01 CAN      *
002600*       CARRY THE APPROVER ONTO THE CHANGE LEDGER; A         *
002700*       REJECTED ITEM IS DROPPED; EVERYTHING ELSE IS         *
002750*       RE-STAGED HELD.  A CARD WITH NO APPROVER ID, OR FROM *
002800*       THE SAME USER ID THAT KEYED THE ITEM, IS REFUSED, AS *
002850*       IS AN APPROVAL OF AN ITEM WITH NO REAL MAKER (NO     *
002900*       KEYING USER ID, OR A PROGRAM NAME IN ITS PLACE).     *
002910*       THE IMAGE CARRIES ONLY SIX BYTES OF THE MAKER, SO AN *
002920*       APPROVER WHOSE FIRST SIX CHARACTERS MATCH THE MAKER  *
002930*       COUNTS AS THE MAKER.                                 *
003000*    2. TONIGHT'S EXTRACT IS COPIED TO THE SCREENED EXTRACT, *
003100*       EXCEPT THAT EVERY TRANSACTION OVER A CONFIGURED      *
003200*       LIMIT IS TAKEN OUT AND HELD INSTEAD - A "C" RAISING  *
003300*       EMP-SALARY BY MORE THAN THE LIMIT PERCENT OR         *
003400*       CHANGING EMP-GRADE-CODE, A "D" TERMINATION, AND AN   *
003500*       "L" OR "B" STATUS CHANGE WHERE THE LIMITS CARD SAYS  *
003600*       SO.  THE CURRENT SALARY AND GRADE COME FROM A RANDOM *
003700*       READ OF THE MASTER.                                  *
003800*                                                            *
003900*    THE LISTING SHOWS EVERY ITEM APPROVED, REJECTED, STILL  *
004000*    HELD AND NEWLY HELD, AND ANY CARD NOT APPLIED.  AN      *
004100*    EMPTY CARD GENERATION IS OPENED ON EMPAPCO FOR THE      *
004200*    NEXT DAY'S DECISIONS.                                   *
004300*                                                            *
004400*    LIMITS CARD (EMPALIM) - OPTIONAL, DEFAULTS IN BRACKETS -*
004500*      COLS  1-5   RAISE PERCENT 999V99 ABOVE WHICH A SALARY *
004600*                  CHANGE IS HELD (01000 = 10.00 PCT) [10.00]*
004700*      COL   7     HOLD GRADE CHANGES          Y/N  [Y]      *
004800*      COL   9     HOLD TERMINATIONS ("D")     Y/N  [Y]      *
004900*      COL  11     HOLD LEAVE ("L")            Y/N  [N]      *
005000*      COL  13     HOLD RETURN ("B")           Y/N  [N]      *
005100************************************************************
005200 ENVIRONMENT DIVISION.
005300 CONFIGURATION SECTION.
005400 SOURCE-COMPUTER. IBM-ZSERIES.
005500 OBJECT-COMPUTER. IBM-ZSERIES.
005600 INPUT-OUTPUT SECTION.
005700 FILE-CONTROL.
005800     SELECT EMP-LIMIT-FILE ASSIGN TO EMPALIM
005900         ORGANIZATION IS SEQUENTIAL
006000         ACCESS MODE IS SEQUENTIAL
006100         FILE STATUS IS WS-LIM-STATUS.
006200
006300     SELECT EMP-CARD-FILE ASSIGN TO EMPAPCI
006400         ORGANIZATION IS SEQUENTIAL
006500         ACCESS MODE IS SEQUENTIAL
006600         FILE STATUS IS WS-CARD-STATUS.
006700
006800     SELECT EMP-CARD-OUT-FILE ASSIGN TO EMPAPCO
006900         ORGANIZATION IS SEQUENTIAL
007000         ACCESS MODE IS SEQUENTIAL
007100         FILE STATUS IS WS-CARDO-STATUS.
007200
007300     SELECT EMP-HOLD-IN-FILE ASSIGN TO EMPAPHI
007400         ORGANIZATION IS SEQUENTIAL
007500         ACCESS MODE IS SEQUENTIAL
007600         FILE STATUS IS WS-HOLDI-STATUS.
007700
007800     SELECT EMP-HOLD-OUT-FILE ASSIGN TO EMPAPHO
007900         ORGANIZATION IS SEQUENTIAL
008000         ACCESS MODE IS SEQUENTIAL
008100         FILE STATUS IS WS-HOLDO-STATUS.
008200
008300     SELECT EMP-JOURNAL-FILE ASSIGN TO EMPAPJN
008400         ORGANIZATION IS SEQUENTIAL
008500         ACCESS MODE IS SEQUENTIAL
008600         FILE STATUS IS WS-JRNL-STATUS.
008700
008800     SELECT EMP-MASTER-FILE ASSIGN TO EMPMAS
008900         ORGANIZATION IS INDEXED
009000         ACCESS MODE IS RANDOM
009100         RECORD KEY IS EMP-ID OF EMP-MASTER-FILE
009200         ALTERNATE RECORD KEY IS EMP-ID-X OF EMP-MASTER-FILE
009300         FILE STATUS IS WS-MAS-STATUS.
009400
009500     SELECT EMP-TRAN-IN-FILE ASSIGN TO EMPAIN
009600         ORGANIZATION IS SEQUENTIAL
009700         ACCESS MODE IS SEQUENTIAL
009800         FILE STATUS IS WS-TRAN-IN-STATUS.
009900
010000     SELECT EMP-TRAN-OUT-FILE ASSIGN TO EMPAOUT
010100         ORGANIZATION IS SEQUENTIAL
010200         ACCESS MODE IS SEQUENTIAL
010300         FILE STATUS IS WS-TRAN-OUT-STATUS.
010400
010500     SELECT EMP-APPROVAL-REPORT ASSIGN TO EMPARPT
010600         ORGANIZATION IS SEQUENTIAL
010700         ACCESS MODE IS SEQUENTIAL
010800         FILE STATUS IS WS-REPORT-STATUS.
010810
010820     SELECT EMP-UDTE-FILE ASSIGN TO EMPUDTE
010830         ORGANIZATION IS SEQUENTIAL
010840         ACCESS MODE IS SEQUENTIAL
010850         FILE STATUS IS WS-UDTE-STATUS.
010900 DATA DIVISION.
011000 FILE SECTION.
011100 FD  EMP-LIMIT-FILE
011200     RECORDING MODE IS F
011300     LABEL RECORDS ARE STANDARD.
011400 01  EMP-LIMIT-RECORD.
011500     05  EMP-LIM-RAISE-PCT           PIC 9(3)V99.
011600     05  FILLER                      PIC X(01).
011700     05  EMP-LIM-HOLD-GRADE          PIC X(01).
011800     05  FILLER                      PIC X(01).
011900     05  EMP-LIM-HOLD-TERM           PIC X(01).
012000     05  FILLER                      PIC X(01).
012100     05  EMP-LIM-HOLD-LEAVE          PIC X(01).
012200     05  FILLER                      PIC X(01).
012300     05  EMP-LIM-HOLD-RETURN         PIC X(01).
012400     05  FILLER                      PIC X(67).
012500
012600 FD  EMP-CARD-FILE
012700     RECORDING MODE IS F
012800     LABEL RECORDS ARE STANDARD.
012900     COPY EMPAPC01.
013000
013100 FD  EMP-CARD-OUT-FILE
013200     RECORDING MODE IS F
013300     LABEL RECORDS ARE STANDARD.
013400 01  EMP-CARD-OUT-RECORD             PIC X(80).
013500
013600 FD  EMP-HOLD-IN-FILE
013700     RECORDING MODE IS F
013800     LABEL RECORDS ARE STANDARD.
013900     COPY EMPAPH01.
014000
014100 FD  EMP-HOLD-OUT-FILE
014200     RECORDING MODE IS F
014300     LABEL RECORDS ARE STANDARD.
014400     COPY EMPAPH01
014500         REPLACING ==EMP-APPROVAL-HOLD-RECORD== BY
014600                   ==EMP-HOLD-OUT-RECORD==.
014700
014800 FD  EMP-JOURNAL-FILE
014900     RECORDING MODE IS F
015000     LABEL RECORDS ARE STANDARD.
015100     COPY EMPAPH01
015200         REPLACING ==EMP-APPROVAL-HOLD-RECORD== BY
015300                   ==EMP-JOURNAL-RECORD==.
015400
015500 FD  EMP-MASTER-FILE
015600     RECORDING MODE IS F
015700     LABEL RECORDS ARE STANDARD.
015800     COPY EMPREC01.
015900
016000 FD  EMP-TRAN-IN-FILE
016100     RECORDING MODE IS F
016200     LABEL RECORDS ARE STANDARD.
016300     COPY EMPREC01
016400         REPLACING ==EMP-RECORD== BY ==EMP-TRAN-IN-RECORD==
016500                   ==EMP-STATUS-CODE== BY ==EMP-TRAN-CODE==.
016600
016700 FD  EMP-TRAN-OUT-FILE
016800     RECORDING MODE IS F
016900     LABEL RECORDS ARE STANDARD.
017000 01  EMP-TRAN-OUT-RECORD             PIC X(150).
017100
017200 FD  EMP-APPROVAL-REPORT
017300     RECORDING MODE IS F
017400     LABEL RECORDS ARE STANDARD.
017500 01  EMP-APPROVAL-LINE               PIC X(80).
017510
017520 FD  EMP-UDTE-FILE
017530     RECORDING MODE IS F
017540     LABEL RECORDS ARE STANDARD.
017550     COPY EMPRDC01.
017600 WORKING-STORAGE SECTION.
017700 77  WS-LIM-STATUS                   PIC X(02)   VALUE "00".
017800 77  WS-CARD-STATUS                  PIC X(02)   VALUE "00".
017900 77  WS-CARDO-STATUS                 PIC X(02)   VALUE "00".
018000 77  WS-HOLDI-STATUS                 PIC X(02)   VALUE "00".
018100 77  WS-HOLDO-STATUS                 PIC X(02)   VALUE "00".
018200 77  WS-JRNL-STATUS                  PIC X(02)   VALUE "00".
018300 77  WS-MAS-STATUS                   PIC X(02)   VALUE "00".
018400 77  WS-TRAN-IN-STATUS               PIC X(02)   VALUE "00".
018500 77  WS-TRAN-OUT-STATUS              PIC X(02)   VALUE "00".
018600 77  WS-REPORT-STATUS                PIC X(02)   VALUE "00".
018650 77  WS-UDTE-STATUS                  PIC X(02)   VALUE "00".
018700*
018800 77  WS-CARD-EOF-SW                  PIC X(01)   VALUE "N".
018900     88  WS-CARD-EOF                 VALUE "Y".
019000 77  WS-HOLD-EOF-SW                  PIC X(01)   VALUE "N".
019100     88  WS-HOLD-EOF                 VALUE "Y".
019200 77  WS-TRAN-EOF-SW                  PIC X(01)   VALUE "N".
019300     88  WS-TRAN-EOF                 VALUE "Y".
019400 77  WS-CARD-FOUND-SW                PIC X(01)   VALUE "N".
019500     88  WS-CARD-FOUND               VALUE "Y".
019600*
019700************************************************************
019800*  LIMITS - LOADED FROM THE EMPALIM CARD WHEN ONE IS PRESENT.
019900*  A MISSING CARD OR A BLANK COLUMN LEAVES THE DEFAULT, SO
020000*  THE HOLD IS NEVER SILENTLY SWITCHED OFF BY A LOST CARD.
020100************************************************************
020200 77  WS-LIMIT-RAISE-PCT              PIC 9(3)V99 VALUE 10.00.
020300 77  WS-HOLD-GRADE-SW                PIC X(01)   VALUE "Y".
020400     88  WS-HOLD-GRADE               VALUE "Y".
020500 77  WS-HOLD-TERM-SW                 PIC X(01)   VALUE "Y".
020600     88  WS-HOLD-TERM                VALUE "Y".
020700 77  WS-HOLD-LEAVE-SW                PIC X(01)   VALUE "N".
020800     88  WS-HOLD-LEAVE               VALUE "Y".
020900 77  WS-HOLD-RETURN-SW               PIC X(01)   VALUE "N".
021000     88  WS-HOLD-RETURN              VALUE "Y".
021100*
021200 77  WS-HOLD-IN-COUNT                PIC 9(07)   COMP VALUE ZERO.
021300 77  WS-APPROVED-COUNT               PIC 9(07)   COMP VALUE ZERO.
021400 77  WS-REJECTED-COUNT               PIC 9(07)   COMP VALUE ZERO.
021500 77  WS-STILL-HELD-COUNT             PIC 9(07)   COMP VALUE ZERO.
021600 77  WS-NEW-HOLD-COUNT               PIC 9(07)   COMP VALUE ZERO.
021700 77  WS-TRAN-IN-COUNT                PIC 9(07)   COMP VALUE ZERO.
021800 77  WS-TRAN-OUT-COUNT               PIC 9(07)   COMP VALUE ZERO.
021900 77  WS-CARD-IN-COUNT                PIC 9(07)   COMP VALUE ZERO.
022000 77  WS-CARD-UNUSED-COUNT            PIC 9(07)   COMP VALUE ZERO.
022100 77  WS-HOLD-SEQ                     PIC 9(05)   VALUE ZERO.
022200*
022300 77  WS-CARD-SUB                     PIC 9(04)   COMP VALUE ZERO.
022400*
022500 77  WS-HOLD-REASON-CODE             PIC X(04)   VALUE SPACE.
022600 77  WS-HOLD-REASON-TEXT             PIC X(40)   VALUE SPACE.
022700 77  WS-OLD-SALARY                   PIC S9(7)V99 VALUE ZERO.
022800 77  WS-RAISE-PCT                    PIC S9(5)V99 VALUE ZERO.
022900 77  WS-OLD-GRADE                    PIC X(02)   VALUE SPACE.
022950 77  WS-MAKER-ID                     PIC X(08)   VALUE SPACE.
023000     88  WS-MAKER-NOT-KNOWN          VALUE SPACE "UNKNOWN"
023050                                           "EMPLOD" "EMPMSA".
023100*
023200 01  WS-RUN-DATE-YMD.
023300     05  WS-RUN-DATE-CCYY            PIC 9(04).
023400     05  WS-RUN-DATE-MM              PIC 9(02).
023500     05  WS-RUN-DATE-DD              PIC 9(02).
023600 01  WS-RUN-DATE-YMD-X REDEFINES WS-RUN-DATE-YMD
023700                                     PIC X(08).
023800*
023900 01  WS-RUN-DATE-EFF                 PIC X(10).
024000 01  WS-RUN-DATE-EFF-PARTS REDEFINES WS-RUN-DATE-EFF.
024100     05  WS-EFF-CCYY                 PIC X(04).
024200     05  WS-EFF-DASH1                PIC X(01).
024300     05  WS-EFF-MM                   PIC X(02).
024400     05  WS-EFF-DASH2                PIC X(01).
024500     05  WS-EFF-DD                   PIC X(02).
024600*
024700************************************************************
024800*  OVERLAY OF A HELD 150-BYTE TRANSACTION IMAGE WITH THE
024900*  EMPREC01 LAYOUT, FOR THE LISTING.  THE EMP-STATUS-CODE
025000*  BYTE CARRIES THE ACTION CODE ON A TRANSACTION IMAGE.
025100************************************************************
025200     COPY EMPREC01
025300         REPLACING ==EMP-RECORD== BY ==WS-APH-EMP-RECORD==
025400                   ==EMP-STATUS-CODE== BY ==WS-APH-TRAN-CODE==.
025500*
025600************************************************************
025700*  APPROVAL CARD TABLE - THE DAY'S DECISIONS, LOADED ONCE AND
025800*  LOOKED UP BY HOLD REFERENCE NUMBER.  WS-CARD-TBL-STATE -
025900*    "N"  NOT YET MATCHED TO A HELD ITEM
026000*    "U"  APPLIED
026100*    "S"  REFUSED - APPROVER IS THE SUBMITTER.  THE MAKER IS
026110*         ONLY THE SIX BYTES THE IMAGE CARRIES (145-150), SO
026120*         THE FIRST SIX BYTES OF THE APPROVER ID ARE COMPARED.
026200*    "B"  REFUSED - NO APPROVER ID OR DECISION NOT A/J
026250*    "M"  REFUSED - APPROVAL OF AN ITEM WITH NO REAL MAKER
026300************************************************************
026400 01  WS-CARD-TABLE.
026500     05  WS-CARD-COUNT               PIC 9(04)   COMP VALUE ZERO.
026600     05  WS-CARD-ENTRY OCCURS 500 TIMES.
026700         10  WS-CARD-TBL-REF-NO      PIC X(13).
026800         10  WS-CARD-TBL-DECISION    PIC X(01).
026900         10  WS-CARD-TBL-APPROVER    PIC X(08).
027000         10  WS-CARD-TBL-COMMENT     PIC X(30).
027100         10  WS-CARD-TBL-STATE       PIC X(01).
027200*
027300 01  WS-REPORT-HEADING-1.
027400     05  FILLER                      PIC X(01)   VALUE SPACE.
027500     05  FILLER                      PIC X(40)
027600         VALUE "EMPAPR01 - APPROVAL HOLD LISTING AS OF ".
027700     05  WS-H1-RUN-DATE              PIC X(10).
027800     05  FILLER                      PIC X(29)   VALUE SPACE.
027900*
028000 01  WS-REPORT-HEADING-2.
028100     05  FILLER                      PIC X(01)   VALUE SPACE.
028200     05  FILLER                      PIC X(13)
028210         VALUE "REFERENCE".
028300     05  FILLER                      PIC X(01)   VALUE SPACE.
028400     05  FILLER                      PIC X(05)   VALUE "EMPID".
028500     05  FILLER                      PIC X(01)   VALUE SPACE.
028600     05  FILLER                      PIC X(02)   VALUE "CD".
028700     05  FILLER                      PIC X(01)   VALUE SPACE.
028800     05  FILLER                      PIC X(04)   VALUE "RSN".
028900     05  FILLER                      PIC X(01)   VALUE SPACE.
029000     05  FILLER                      PIC X(08)   VALUE "MAKER".
029100     05  FILLER                      PIC X(01)   VALUE SPACE.
029200     05  FILLER                      PIC X(08)   VALUE "CHECKER".
029300     05  FILLER                      PIC X(01)   VALUE SPACE.
029400     05  FILLER                      PIC X(10)   VALUE "HELD ON".
029500     05  FILLER                      PIC X(01)   VALUE SPACE.
029600     05  FILLER                      PIC X(14)   VALUE "ACTION".
029700     05  FILLER                      PIC X(08)   VALUE SPACE.
029800*
029900 01  WS-ITEM-DETAIL.
030000     05  FILLER                      PIC X(01)   VALUE SPACE.
030100     05  WS-ID-REF-NO                PIC X(13).
030200     05  FILLER                      PIC X(01)   VALUE SPACE.
030300     05  WS-ID-EMP-ID                PIC X(05).
030400     05  FILLER                      PIC X(02)   VALUE SPACE.
030500     05  WS-ID-TRAN-CODE             PIC X(01).
030600     05  FILLER                      PIC X(01)   VALUE SPACE.
030700     05  WS-ID-REASON-CODE           PIC X(04).
030800     05  FILLER                      PIC X(01)   VALUE SPACE.
030900     05  WS-ID-MAKER                 PIC X(08).
031000     05  FILLER                      PIC X(01)   VALUE SPACE.
031100     05  WS-ID-CHECKER               PIC X(08).
031200     05  FILLER                      PIC X(01)   VALUE SPACE.
031300     05  WS-ID-HELD-DATE             PIC X(10).
031400     05  FILLER                      PIC X(01)   VALUE SPACE.
031500     05  WS-ID-ACTION                PIC X(14).
031600     05  FILLER                      PIC X(08)   VALUE SPACE.
031700*
031800 01  WS-CHANGE-DETAIL.
031900     05  FILLER                      PIC X(16)   VALUE SPACE.
032000     05  FILLER                      PIC X(07)   VALUE "SALARY ".
032100     05  WS-CD-OLD-SALARY            PIC ZZZZZZ9.99.
032200     05  FILLER                      PIC X(04)   VALUE " TO ".
032300     05  WS-CD-NEW-SALARY            PIC ZZZZZZ9.99.
032400     05  FILLER                      PIC X(02)   VALUE SPACE.
032500     05  WS-CD-RAISE-PCT             PIC -ZZZZ9.99.
032600     05  FILLER                      PIC X(08)   VALUE "% GRADE ".
032700     05  WS-CD-OLD-GRADE             PIC X(02).
032800     05  FILLER                      PIC X(04)   VALUE " TO ".
032900     05  WS-CD-NEW-GRADE             PIC X(02).
033000     05  FILLER                      PIC X(06)   VALUE SPACE.
033100*
033110 01  WS-COMMENT-DETAIL.
033120     05  FILLER                      PIC X(16)   VALUE SPACE.
033130     05  FILLER                      PIC X(08)   VALUE "COMMENT ".
033140     05  WS-CM-COMMENT               PIC X(30).
033150     05  FILLER                      PIC X(26)   VALUE SPACE.
033160*
033200 01  WS-UNUSED-DETAIL.
033300     05  FILLER                      PIC X(01)   VALUE SPACE.
033400     05  WS-UD-REF-NO                PIC X(13).
033500     05  FILLER                      PIC X(02)   VALUE SPACE.
033600     05  WS-UD-DECISION              PIC X(01).
033700     05  FILLER                      PIC X(02)   VALUE SPACE.
033800     05  WS-UD-APPROVER              PIC X(08).
033900     05  FILLER                      PIC X(02)   VALUE SPACE.
034000     05  WS-UD-REASON                PIC X(40).
034100     05  FILLER                      PIC X(11)   VALUE SPACE.
034200*
034300 01  WS-SECTION-LINE.
034400     05  FILLER                      PIC X(01)   VALUE SPACE.
034500     05  WS-SEC-TEXT                 PIC X(60).
034600     05  FILLER                      PIC X(19)   VALUE SPACE.
034700*
034800 01  WS-SUMMARY-LINE.
034900     05  FILLER                      PIC X(01)   VALUE SPACE.
035000     05  WS-SL-TEXT                  PIC X(36).
035100     05  WS-SL-COUNT                 PIC ZZZZZZ9.
035200     05  FILLER                      PIC X(36)   VALUE SPACE.
035300 PROCEDURE DIVISION.
035400************************************************************
035500 0000-MAINLINE.
035600************************************************************
035700     PERFORM 1000-INITIALIZE
035800         THRU 1000-INITIALIZE-EXIT.
035900     PERFORM 2000-WORK-HELD-ITEM
036000         THRU 2000-WORK-HELD-ITEM-EXIT
036100         UNTIL WS-HOLD-EOF.
036200     IF NOT WS-TRAN-EOF
036300         MOVE "NEW HOLDS TONIGHT" TO WS-SEC-TEXT
036400         WRITE EMP-APPROVAL-LINE FROM WS-SECTION-LINE
036500             AFTER ADVANCING 3 LINES
036600     END-IF.
036700     PERFORM 2500-SCREEN-TRAN
036800         THRU 2500-SCREEN-TRAN-EXIT
036900         UNTIL WS-TRAN-EOF.
037000     PERFORM 3000-FINALIZE
037100         THRU 3000-FINALIZE-EXIT.
037200     GOBACK.
037300*
037400************************************************************
037500*  1000 - LIMITS, CARDS, FILES.  A FAILED OPEN ON ANYTHING
037600*  BUT THE OPTIONAL LIMITS AND CARD FILES STOPS THE RUN
037700*  BEFORE A SINGLE TRANSACTION IS COPIED.
037800************************************************************
037900 1000-INITIALIZE.
038000************************************************************
038100     ACCEPT WS-RUN-DATE-YMD FROM DATE YYYYMMDD.
038110     PERFORM 1040-READ-RUN-DATE
038120         THRU 1040-READ-RUN-DATE-EXIT.
038130     IF WS-HOLD-EOF
038140         GO TO 1000-INITIALIZE-EXIT
038150     END-IF.
038200     MOVE WS-RUN-DATE-CCYY TO WS-EFF-CCYY.
038300     MOVE WS-RUN-DATE-MM   TO WS-EFF-MM.
038400     MOVE WS-RUN-DATE-DD   TO WS-EFF-DD.
038500     MOVE "-"              TO WS-EFF-DASH1.
038600     MOVE "-"              TO WS-EFF-DASH2.
038700*
038800     OPEN INPUT EMP-LIMIT-FILE.
038900     IF WS-LIM-STATUS = "00"
039000         READ EMP-LIMIT-FILE
039100             AT END
039200                 CONTINUE
039300         END-READ
039400         IF WS-LIM-STATUS = "00"
039500             PERFORM 1050-APPLY-LIMITS
039600                 THRU 1050-APPLY-LIMITS-EXIT
039700         END-IF
039800         CLOSE EMP-LIMIT-FILE
039900     END-IF.
040000*
040100     PERFORM 1100-LOAD-CARDS
040200         THRU 1100-LOAD-CARDS-EXIT.
040300*
040400     OPEN INPUT  EMP-HOLD-IN-FILE
040500                 EMP-MASTER-FILE
040600                 EMP-TRAN-IN-FILE
040700          OUTPUT EMP-HOLD-OUT-FILE
040800                 EMP-JOURNAL-FILE
040900                 EMP-TRAN-OUT-FILE
041000                 EMP-CARD-OUT-FILE
041100                 EMP-APPROVAL-REPORT.
041200     IF WS-HOLDI-STATUS NOT = "00" OR
041300        WS-MAS-STATUS NOT = "00" OR
041400        WS-TRAN-IN-STATUS NOT = "00" OR
041500        WS-HOLDO-STATUS NOT = "00" OR
041600        WS-JRNL-STATUS NOT = "00" OR
041700        WS-TRAN-OUT-STATUS NOT = "00" OR
041800        WS-CARDO-STATUS NOT = "00" OR
041900        WS-REPORT-STATUS NOT = "00"
042000         DISPLAY "EMPAPR01 - OPEN FAILED - " WS-HOLDI-STATUS
042100             " " WS-MAS-STATUS " " WS-TRAN-IN-STATUS
042200             " " WS-HOLDO-STATUS " " WS-JRNL-STATUS
042300             " " WS-TRAN-OUT-STATUS " " WS-CARDO-STATUS
042400             " " WS-REPORT-STATUS
042500         MOVE "Y" TO WS-HOLD-EOF-SW
042600         MOVE "Y" TO WS-TRAN-EOF-SW
042700         MOVE 12 TO RETURN-CODE
042800         GO TO 1000-INITIALIZE-EXIT
042900     END-IF.
043000     MOVE WS-RUN-DATE-EFF TO WS-H1-RUN-DATE.
043100     WRITE EMP-APPROVAL-LINE FROM WS-REPORT-HEADING-1.
043200     WRITE EMP-APPROVAL-LINE FROM WS-REPORT-HEADING-2
043300         AFTER ADVANCING 2 LINES.
043400     MOVE "HELD ITEMS WORKED AGAINST TODAY'S APPROVAL CARDS"
043500         TO WS-SEC-TEXT.
043600     WRITE EMP-APPROVAL-LINE FROM WS-SECTION-LINE
043700         AFTER ADVANCING 2 LINES.
043800     PERFORM 2900-READ-HOLD
043900         THRU 2900-READ-HOLD-EXIT.
044000     PERFORM 2950-READ-TRAN
044100         THRU 2950-READ-TRAN-EXIT.
044200 1000-INITIALIZE-EXIT.
044300     EXIT.
044302*
044304************************************************************
044306*  1040 - THE OPTIONAL RUN-DATE CARD.  NO EMPUDTE DD (OR AN
044308*  EMPTY FILE) LEAVES THE SYSTEM DATE ACCEPTED ABOVE.  A CARD
044310*  THAT IS PRESENT BUT NOT A VALID CCYYMMDD IS FATAL - HOLD
044312*  AGES AND THE APPROVAL JOURNAL WOULD CARRY THE WRONG NIGHT.
044314*  NOTHING HAS BEEN OPENED YET, SO THE FILE STATUSES ARE
044316*  MARKED TO KEEP 3000 FROM WRITING OR CLOSING THEM.
044318************************************************************
044320 1040-READ-RUN-DATE.
044322************************************************************
044324     OPEN INPUT EMP-UDTE-FILE.
044326     IF WS-UDTE-STATUS NOT = "00"
044328         GO TO 1040-READ-RUN-DATE-EXIT
044330     END-IF.
044332     READ EMP-UDTE-FILE
044334         AT END
044336             CLOSE EMP-UDTE-FILE
044338             GO TO 1040-READ-RUN-DATE-EXIT
044340     END-READ.
044342     CLOSE EMP-UDTE-FILE.
044344     IF EMP-RDC-RUN-DATE NUMERIC
044346         MOVE EMP-RDC-RUN-DATE TO WS-RUN-DATE-YMD
044348     ELSE
044350         MOVE ZERO TO WS-RUN-DATE-MM
044352     END-IF.
044354     IF WS-RUN-DATE-MM < 1 OR WS-RUN-DATE-MM > 12 OR
044356        WS-RUN-DATE-DD < 1 OR WS-RUN-DATE-DD > 31
044358         DISPLAY "EMPAPR01 - BAD RUN-DATE CARD - RUN STOPPED"
044360         MOVE "Y" TO WS-HOLD-EOF-SW
044362         MOVE "Y" TO WS-TRAN-EOF-SW
044364         MOVE "99" TO WS-HOLDI-STATUS
044366         MOVE "99" TO WS-MAS-STATUS
044368         MOVE "99" TO WS-TRAN-IN-STATUS
044370         MOVE "99" TO WS-HOLDO-STATUS
044372         MOVE "99" TO WS-JRNL-STATUS
044374         MOVE "99" TO WS-TRAN-OUT-STATUS
044376         MOVE "99" TO WS-CARDO-STATUS
044378         MOVE "99" TO WS-REPORT-STATUS
044380         MOVE 16 TO RETURN-CODE
044382         GO TO 1040-READ-RUN-DATE-EXIT
044384     END-IF.
044386     DISPLAY "EMPAPR01 - RUN DATE FROM CARD " WS-RUN-DATE-YMD.
044388 1040-READ-RUN-DATE-EXIT.
044390     EXIT.
044400*
044500************************************************************
044600 1050-APPLY-LIMITS.
044700************************************************************
044800     IF EMP-LIM-RAISE-PCT IS NUMERIC
044900         MOVE EMP-LIM-RAISE-PCT TO WS-LIMIT-RAISE-PCT
045000     END-IF.
045100     IF EMP-LIM-HOLD-GRADE = "Y" OR EMP-LIM-HOLD-GRADE = "N"
045200         MOVE EMP-LIM-HOLD-GRADE TO WS-HOLD-GRADE-SW
045300     END-IF.
045400     IF EMP-LIM-HOLD-TERM = "Y" OR EMP-LIM-HOLD-TERM = "N"
045500         MOVE EMP-LIM-HOLD-TERM TO WS-HOLD-TERM-SW
045600     END-IF.
045700     IF EMP-LIM-HOLD-LEAVE = "Y" OR EMP-LIM-HOLD-LEAVE = "N"
045800         MOVE EMP-LIM-HOLD-LEAVE TO WS-HOLD-LEAVE-SW
045900     END-IF.
046000     IF EMP-LIM-HOLD-RETURN = "Y" OR EMP-LIM-HOLD-RETURN = "N"
046100         MOVE EMP-LIM-HOLD-RETURN TO WS-HOLD-RETURN-SW
046200     END-IF.
046300 1050-APPLY-LIMITS-EXIT.
046400     EXIT.
046500*
046600************************************************************
046700*  1100/1110 - LOAD THE DAY'S APPROVAL CARDS.  NO FILE, OR
046800*  AN EMPTY ONE, SIMPLY MEANS NO DECISIONS TODAY.
046900************************************************************
047000 1100-LOAD-CARDS.
047100************************************************************
047200     OPEN INPUT EMP-CARD-FILE.
047300     IF WS-CARD-STATUS NOT = "00"
047400         GO TO 1100-LOAD-CARDS-EXIT
047500     END-IF.
047600     PERFORM 1110-LOAD-CARD-ENTRY
047700         THRU 1110-LOAD-CARD-ENTRY-EXIT
047800         UNTIL WS-CARD-EOF.
047900     CLOSE EMP-CARD-FILE.
048000 1100-LOAD-CARDS-EXIT.
048100     EXIT.
048200*
048300************************************************************
048400 1110-LOAD-CARD-ENTRY.
048500************************************************************
048600     READ EMP-CARD-FILE
048700         AT END
048800             MOVE "Y" TO WS-CARD-EOF-SW
048900             GO TO 1110-LOAD-CARD-ENTRY-EXIT
049000     END-READ.
049100     ADD 1 TO WS-CARD-IN-COUNT.
049200     IF WS-CARD-COUNT >= 500
049300         DISPLAY "EMPAPR01 - CARD TABLE FULL - REF "
049400             EMP-APC-REF-NO " NOT APPLIED - REKEY TOMORROW"
049500         ADD 1 TO WS-CARD-UNUSED-COUNT
049600         GO TO 1110-LOAD-CARD-ENTRY-EXIT
049700     END-IF.
049800     ADD 1 TO WS-CARD-COUNT.
049900     MOVE EMP-APC-REF-NO
049910         TO WS-CARD-TBL-REF-NO (WS-CARD-COUNT).
050000     MOVE EMP-APC-DECISION
050010         TO WS-CARD-TBL-DECISION (WS-CARD-COUNT).
050100     MOVE EMP-APC-APPROVER-ID
050110         TO WS-CARD-TBL-APPROVER (WS-CARD-COUNT).
050200     MOVE EMP-APC-COMMENT
050210         TO WS-CARD-TBL-COMMENT (WS-CARD-COUNT).
050300     MOVE "N" TO WS-CARD-TBL-STATE (WS-CARD-COUNT).
050400 1110-LOAD-CARD-ENTRY-EXIT.
050500     EXIT.
050600*
050700************************************************************
050800*  2000 - ONE HELD ITEM.  A CARD THAT FAILS THE DUAL-CONTROL
050900*  CHECKS IS REFUSED AND THE ITEM STAYS HELD - THE REFUSAL
051000*  SHOWS UNDER CARDS NOT APPLIED SO THE APPROVER CAN REKEY.
051100************************************************************
051200 2000-WORK-HELD-ITEM.
051300************************************************************
051400     MOVE EMP-APH-TRAN OF EMP-APPROVAL-HOLD-RECORD
051500         TO WS-APH-EMP-RECORD.
051600     MOVE "N" TO WS-CARD-FOUND-SW.
051700     MOVE 1 TO WS-CARD-SUB.
051800     PERFORM 2010-SCAN-CARD
051900         THRU 2010-SCAN-CARD-EXIT
052000         UNTIL WS-CARD-FOUND OR WS-CARD-SUB > WS-CARD-COUNT.
052100     IF WS-CARD-FOUND
052200         PERFORM 2020-CHECK-CARD
052300             THRU 2020-CHECK-CARD-EXIT
052400     END-IF.
052500     IF NOT WS-CARD-FOUND
052600         PERFORM 2300-RESTAGE-HELD
052700             THRU 2300-RESTAGE-HELD-EXIT
052800     ELSE
052900         IF WS-CARD-TBL-DECISION (WS-CARD-SUB) = "A"
053000             PERFORM 2100-RELEASE-APPROVED
053100                 THRU 2100-RELEASE-APPROVED-EXIT
053200         ELSE
053300             PERFORM 2200-DROP-REJECTED
053400                 THRU 2200-DROP-REJECTED-EXIT
053500         END-IF
053600     END-IF.
053700     IF NOT WS-HOLD-EOF
053800         PERFORM 2900-READ-HOLD
053900             THRU 2900-READ-HOLD-EXIT
054000     END-IF.
054100 2000-WORK-HELD-ITEM-EXIT.
054200     EXIT.
054300*
054400************************************************************
054500 2010-SCAN-CARD.
054600************************************************************
054700     IF WS-CARD-TBL-REF-NO (WS-CARD-SUB) =
054800        EMP-APH-REF-NO OF EMP-APPROVAL-HOLD-RECORD AND
054900        WS-CARD-TBL-STATE (WS-CARD-SUB) = "N"
055000         MOVE "Y" TO WS-CARD-FOUND-SW
055100     ELSE
055200         ADD 1 TO WS-CARD-SUB
055300     END-IF.
055400 2010-SCAN-CARD-EXIT.
055500     EXIT.
055600*
055700************************************************************
055800*  2020 - DUAL-CONTROL CHECKS ON THE MATCHED CARD.  A REFUSED
055900*  CARD IS MARKED AND THE ITEM IS TREATED AS UNMATCHED.  THE
055950*  MAKER TEST IS ON SIX BYTES - ALL THE IMAGE CARRIES.
056000************************************************************
056100 2020-CHECK-CARD.
056200************************************************************
056300     IF WS-CARD-TBL-APPROVER (WS-CARD-SUB) = SPACE OR
056400        (WS-CARD-TBL-DECISION (WS-CARD-SUB) NOT = "A" AND
056500         WS-CARD-TBL-DECISION (WS-CARD-SUB) NOT = "J")
056600         MOVE "B" TO WS-CARD-TBL-STATE (WS-CARD-SUB)
056700         MOVE "N" TO WS-CARD-FOUND-SW
056800         GO TO 2020-CHECK-CARD-EXIT
056900     END-IF.
057000     IF WS-CARD-TBL-APPROVER (WS-CARD-SUB) (1:6) =
057100        EMP-APH-SUBMITTER-ID OF EMP-APPROVAL-HOLD-RECORD (1:6)
057200         MOVE "S" TO WS-CARD-TBL-STATE (WS-CARD-SUB)
057300         MOVE "N" TO WS-CARD-FOUND-SW
057400         GO TO 2020-CHECK-CARD-EXIT
057425     END-IF.
057450     MOVE EMP-APH-SUBMITTER-ID OF EMP-APPROVAL-HOLD-RECORD
057475         TO WS-MAKER-ID.
057500     IF WS-MAKER-NOT-KNOWN AND
057525        WS-CARD-TBL-DECISION (WS-CARD-SUB) = "A"
057550         MOVE "M" TO WS-CARD-TBL-STATE (WS-CARD-SUB)
057575         MOVE "N" TO WS-CARD-FOUND-SW
057600         GO TO 2020-CHECK-CARD-EXIT
057625     END-IF.
057650     MOVE "U" TO WS-CARD-TBL-STATE (WS-CARD-SUB).
057700 2020-CHECK-CARD-EXIT.
057800     EXIT.
057900*
058000************************************************************
058100*  2100 - APPROVED.  THE IMAGE GOES INTO THE SCREENED EXTRACT
058200*  AND THE DECIDED ITEM INTO THE APPROVED-ITEM JOURNAL FOR
058300*  EMPUPD01.  EITHER WRITE FAILING IS FATAL - A RELEASE THAT
058400*  REACHES THE MASTER WITHOUT ITS APPROVER, OR AN APPROVAL
058500*  THAT DROPS OUT OF THE HOLD FILE WITHOUT BEING APPLIED,
058600*  CANNOT BE ALLOWED TO STAND.
058700************************************************************
058800 2100-RELEASE-APPROVED.
058900************************************************************
059000     MOVE EMP-APH-TRAN OF EMP-APPROVAL-HOLD-RECORD
059100         TO EMP-TRAN-OUT-RECORD.
059200     WRITE EMP-TRAN-OUT-RECORD.
059300     IF WS-TRAN-OUT-STATUS NOT = "00"
059400         DISPLAY "EMPAPR01 - EXTRACT WRITE FAILED - STATUS "
059500             WS-TRAN-OUT-STATUS
059600         PERFORM 2990-STOP-RUN
059700             THRU 2990-STOP-RUN-EXIT
059800         GO TO 2100-RELEASE-APPROVED-EXIT
059900     END-IF.
060000     ADD 1 TO WS-TRAN-OUT-COUNT.
060100     MOVE "A" TO EMP-APH-STATUS OF EMP-APPROVAL-HOLD-RECORD.
060200     PERFORM 2150-STAMP-DECISION
060300         THRU 2150-STAMP-DECISION-EXIT.
060400     MOVE EMP-APPROVAL-HOLD-RECORD TO EMP-JOURNAL-RECORD.
060500     WRITE EMP-JOURNAL-RECORD.
060600     IF WS-JRNL-STATUS NOT = "00"
060700         DISPLAY "EMPAPR01 - JOURNAL WRITE FAILED - STATUS "
060800             WS-JRNL-STATUS
060900         PERFORM 2990-STOP-RUN
061000             THRU 2990-STOP-RUN-EXIT
061100         GO TO 2100-RELEASE-APPROVED-EXIT
061200     END-IF.
061300     ADD 1 TO WS-APPROVED-COUNT.
061400     MOVE "APPROVED" TO WS-ID-ACTION.
061500     PERFORM 2400-LIST-ITEM
061600         THRU 2400-LIST-ITEM-EXIT.
061610     PERFORM 2420-LIST-COMMENT
061620         THRU 2420-LIST-COMMENT-EXIT.
061700 2100-RELEASE-APPROVED-EXIT.
061800     EXIT.
061900*
062000************************************************************
062100 2150-STAMP-DECISION.
062200************************************************************
062300     MOVE WS-CARD-TBL-APPROVER (WS-CARD-SUB)
062400         TO EMP-APH-APPROVER-ID OF EMP-APPROVAL-HOLD-RECORD.
062500     MOVE WS-RUN-DATE-EFF
062600         TO EMP-APH-DECISION-DATE OF EMP-APPROVAL-HOLD-RECORD.
062700 2150-STAMP-DECISION-EXIT.
062800     EXIT.
062900*
063000************************************************************
063100*  2200 - REJECTED BY THE APPROVER.  THE ITEM IS LISTED AND
063200*  LEAVES THE HOLD FILE; IT IS NEVER APPLIED.
063300************************************************************
063400 2200-DROP-REJECTED.
063500************************************************************
063600     MOVE "J" TO EMP-APH-STATUS OF EMP-APPROVAL-HOLD-RECORD.
063700     PERFORM 2150-STAMP-DECISION
063800         THRU 2150-STAMP-DECISION-EXIT.
063900     ADD 1 TO WS-REJECTED-COUNT.
064000     MOVE "REJECTED" TO WS-ID-ACTION.
064100     PERFORM 2400-LIST-ITEM
064200         THRU 2400-LIST-ITEM-EXIT.
064210     PERFORM 2420-LIST-COMMENT
064220         THRU 2420-LIST-COMMENT-EXIT.
064300 2200-DROP-REJECTED-EXIT.
064400     EXIT.
064500*
064600************************************************************
064700 2300-RESTAGE-HELD.
064800************************************************************
064900     MOVE EMP-APPROVAL-HOLD-RECORD TO EMP-HOLD-OUT-RECORD.
065000     PERFORM 2800-WRITE-HOLD
065100         THRU 2800-WRITE-HOLD-EXIT.
065200     IF WS-HOLD-EOF
065300         GO TO 2300-RESTAGE-HELD-EXIT
065400     END-IF.
065500     ADD 1 TO WS-STILL-HELD-COUNT.
065600     MOVE "STILL HELD" TO WS-ID-ACTION.
065700     PERFORM 2400-LIST-ITEM
065800         THRU 2400-LIST-ITEM-EXIT.
065900 2300-RESTAGE-HELD-EXIT.
066000     EXIT.
066100*
066200************************************************************
066300*  2400/2410 - LIST THE CURRENT HOLD RECORD (THE CALLER HAS
066400*  SET WS-ID-ACTION).  A SALARY OR GRADE HOLD GETS A SECOND
066500*  LINE WITH THE BEFORE AND AFTER VALUES FOR THE APPROVER.
066600************************************************************
066700 2400-LIST-ITEM.
066800************************************************************
066900     MOVE EMP-APH-REF-NO OF EMP-APPROVAL-HOLD-RECORD
067000         TO WS-ID-REF-NO.
067100     MOVE EMP-ID-X OF WS-APH-EMP-RECORD TO WS-ID-EMP-ID.
067200     MOVE WS-APH-TRAN-CODE              TO WS-ID-TRAN-CODE.
067300     MOVE EMP-APH-REASON-CODE OF EMP-APPROVAL-HOLD-RECORD
067400         TO WS-ID-REASON-CODE.
067500     MOVE EMP-APH-SUBMITTER-ID OF EMP-APPROVAL-HOLD-RECORD
067600         TO WS-ID-MAKER.
067700     MOVE EMP-APH-APPROVER-ID OF EMP-APPROVAL-HOLD-RECORD
067800         TO WS-ID-CHECKER.
067900     MOVE EMP-APH-HELD-DATE OF EMP-APPROVAL-HOLD-RECORD
068000         TO WS-ID-HELD-DATE.
068100     WRITE EMP-APPROVAL-LINE FROM WS-ITEM-DETAIL
068200         AFTER ADVANCING 1 LINES.
068300     IF WS-APH-TRAN-CODE = "C"
068400         PERFORM 2410-LIST-CHANGE
068500             THRU 2410-LIST-CHANGE-EXIT
068600     END-IF.
068700 2400-LIST-ITEM-EXIT.
068800     EXIT.
068900*
069000************************************************************
069100 2410-LIST-CHANGE.
069200************************************************************
069300     MOVE EMP-APH-OLD-SALARY OF EMP-APPROVAL-HOLD-RECORD
069400         TO WS-CD-OLD-SALARY.
069500     MOVE EMP-SALARY OF WS-APH-EMP-RECORD TO WS-CD-NEW-SALARY.
069600     MOVE EMP-APH-RAISE-PCT OF EMP-APPROVAL-HOLD-RECORD
069700         TO WS-CD-RAISE-PCT.
069800     MOVE EMP-APH-OLD-GRADE OF EMP-APPROVAL-HOLD-RECORD
069900         TO WS-CD-OLD-GRADE.
070000     MOVE EMP-GRADE-CODE OF WS-APH-EMP-RECORD TO WS-CD-NEW-GRADE.
070100     WRITE EMP-APPROVAL-LINE FROM WS-CHANGE-DETAIL
070200         AFTER ADVANCING 1 LINES.
070300 2410-LIST-CHANGE-EXIT.
070400     EXIT.
070500*
070510************************************************************
070520*  2420 - THE APPROVER'S COMMENT FROM THE DECIDING CARD, IF
070530*  ANY.  IT IS PRINTED HERE ONLY AND NOT CARRIED ON FILE.
070540************************************************************
070550 2420-LIST-COMMENT.
070560************************************************************
070570     IF WS-CARD-TBL-COMMENT (WS-CARD-SUB) = SPACE
070580         GO TO 2420-LIST-COMMENT-EXIT
070590     END-IF.
070591     MOVE WS-CARD-TBL-COMMENT (WS-CARD-SUB) TO WS-CM-COMMENT.
070592     WRITE EMP-APPROVAL-LINE FROM WS-COMMENT-DETAIL
070593         AFTER ADVANCING 1 LINES.
070594 2420-LIST-COMMENT-EXIT.
070595     EXIT.
070596*
070600************************************************************
070700*  2500 - SCREEN ONE TRANSACTION FROM TONIGHT'S EXTRACT.
070800*  ANYTHING UNDER EVERY LIMIT IS COPIED THROUGH UNTOUCHED.
070900************************************************************
071000 2500-SCREEN-TRAN.
071100************************************************************
071200     MOVE SPACE TO WS-HOLD-REASON-CODE.
071300     MOVE SPACE TO WS-HOLD-REASON-TEXT.
071400     MOVE ZERO  TO WS-OLD-SALARY.
071500     MOVE ZERO  TO WS-RAISE-PCT.
071600     MOVE SPACE TO WS-OLD-GRADE.
071700     EVALUATE EMP-TRAN-CODE OF EMP-TRAN-IN-FILE
071800         WHEN "C"
071900             PERFORM 2600-CHECK-CHANGE
072000                 THRU 2600-CHECK-CHANGE-EXIT
072100         WHEN "D"
072200             IF WS-HOLD-TERM
072300                 MOVE "TERM" TO WS-HOLD-REASON-CODE
072400                 MOVE "TERMINATION" TO WS-HOLD-REASON-TEXT
072500             END-IF
072600         WHEN "L"
072700             IF WS-HOLD-LEAVE
072800                 MOVE "LEAV" TO WS-HOLD-REASON-CODE
072900                 MOVE "PLACED ON LEAVE" TO WS-HOLD-REASON-TEXT
073000             END-IF
073100         WHEN "B"
073200             IF WS-HOLD-RETURN
073300                 MOVE "RTRN" TO WS-HOLD-REASON-CODE
073400                 MOVE "RETURNED FROM LEAVE"
073500                     TO WS-HOLD-REASON-TEXT
073600             END-IF
073700     END-EVALUATE.
073800     IF WS-TRAN-EOF
073900         GO TO 2500-SCREEN-TRAN-EXIT
074000     END-IF.
074100     IF WS-HOLD-REASON-CODE = SPACE
074200         PERFORM 2550-COPY-TRAN
074300             THRU 2550-COPY-TRAN-EXIT
074400     ELSE
074500         PERFORM 2700-HOLD-TRAN
074600             THRU 2700-HOLD-TRAN-EXIT
074700     END-IF.
074800     IF NOT WS-TRAN-EOF
074900         PERFORM 2950-READ-TRAN
075000             THRU 2950-READ-TRAN-EXIT
075100     END-IF.
075200 2500-SCREEN-TRAN-EXIT.
075300     EXIT.
075400*
075500************************************************************
075600 2550-COPY-TRAN.
075700************************************************************
075800     MOVE EMP-TRAN-IN-RECORD TO EMP-TRAN-OUT-RECORD.
075900     WRITE EMP-TRAN-OUT-RECORD.
076000     IF WS-TRAN-OUT-STATUS NOT = "00"
076100         DISPLAY "EMPAPR01 - EXTRACT WRITE FAILED - STATUS "
076200             WS-TRAN-OUT-STATUS
076300         PERFORM 2990-STOP-RUN
076400             THRU 2990-STOP-RUN-EXIT
076500         GO TO 2550-COPY-TRAN-EXIT
076600     END-IF.
076700     ADD 1 TO WS-TRAN-OUT-COUNT.
076800 2550-COPY-TRAN-EXIT.
076900     EXIT.
077000*
077100************************************************************
077200*  2600 - A "C" TRANSACTION.  THE CURRENT MASTER RECORD GIVES
077300*  THE SALARY AND GRADE IT WOULD REPLACE.  NO MASTER RECORD
077400*  MEANS NOTHING TO PROTECT - EMPUPD01 WILL REJECT THE CHANGE
077500*  ANYWAY.  A RAISE FROM A ZERO SALARY IS ALWAYS OVER THE
077600*  LIMIT.  A MASTER READ ERROR OTHER THAN NOT-FOUND STOPS THE
077700*  RUN RATHER THAN LET A CHANGE THROUGH UNCHECKED.
077800************************************************************
077900 2600-CHECK-CHANGE.
078000************************************************************
078100     IF EMP-ID-X OF EMP-TRAN-IN-FILE NOT NUMERIC
078200         GO TO 2600-CHECK-CHANGE-EXIT
078300     END-IF.
078400     MOVE EMP-ID OF EMP-TRAN-IN-FILE TO EMP-ID OF EMP-MASTER-FILE.
078500     READ EMP-MASTER-FILE
078600         INVALID KEY
078700             GO TO 2600-CHECK-CHANGE-EXIT
078800     END-READ.
078900     IF WS-MAS-STATUS NOT = "00"
079000         DISPLAY "EMPAPR01 - MASTER READ FAILED - EMP-ID "
079100             EMP-ID-X OF EMP-TRAN-IN-FILE " STATUS "
079200             WS-MAS-STATUS
079300         PERFORM 2990-STOP-RUN
079400             THRU 2990-STOP-RUN-EXIT
079500         GO TO 2600-CHECK-CHANGE-EXIT
079600     END-IF.
079700     MOVE EMP-SALARY OF EMP-MASTER-FILE     TO WS-OLD-SALARY.
079800     MOVE EMP-GRADE-CODE OF EMP-MASTER-FILE TO WS-OLD-GRADE.
079900     IF WS-OLD-SALARY > ZERO
080000         COMPUTE WS-RAISE-PCT ROUNDED =
080100             (EMP-SALARY OF EMP-TRAN-IN-FILE - WS-OLD-SALARY)
080200             * 100 / WS-OLD-SALARY
080300             ON SIZE ERROR
080400                 MOVE 99999.99 TO WS-RAISE-PCT
080500         END-COMPUTE
080600     ELSE
080700         IF EMP-SALARY OF EMP-TRAN-IN-FILE > ZERO
080800             MOVE 99999.99 TO WS-RAISE-PCT
080900         END-IF
081000     END-IF.
081100     IF WS-RAISE-PCT > WS-LIMIT-RAISE-PCT
081200         MOVE "RAIS" TO WS-HOLD-REASON-CODE
081300         MOVE "SALARY RAISE OVER CONFIGURED PERCENT"
081400             TO WS-HOLD-REASON-TEXT
081500         GO TO 2600-CHECK-CHANGE-EXIT
081600     END-IF.
081700     IF WS-HOLD-GRADE AND
081800        EMP-GRADE-CODE OF EMP-TRAN-IN-FILE NOT = WS-OLD-GRADE
081900         MOVE "GRAD" TO WS-HOLD-REASON-CODE
082000         MOVE "GRADE CODE CHANGE" TO WS-HOLD-REASON-TEXT
082100     END-IF.
082200 2600-CHECK-CHANGE-EXIT.
082300     EXIT.
082400*
082500************************************************************
082550*  2700 - HOLD A TRANSACTION.  THE MAKER IS THE KEYING USER
082600*  ID THE SOURCE STAMPED IN THE LAST SIX BYTES OF THE IMAGE
082650*  (SEE EMPAPH01); AN UNSTAMPED IMAGE IS HELD AS UNKNOWN.  AN
082700*  ITEM WITH NO REAL MAKER (UNKNOWN, OR A PROGRAM NAME) IS
082750*  LISTED AS SUCH AND CANNOT BE APPROVED - 2020 REFUSES THE
082800*  CARD - SO IT IS REJECTED AND KEYED AGAIN UNDER A USER ID.
082850************************************************************
083100 2700-HOLD-TRAN.
083200************************************************************
083300     IF EMP-TRAN-IN-RECORD (145:6) = SPACE
083400         MOVE "UNKNOWN" TO WS-MAKER-ID
083500     ELSE
083600         MOVE EMP-TRAN-IN-RECORD (145:6) TO WS-MAKER-ID
083700     END-IF.
083800     ADD 1 TO WS-HOLD-SEQ.
083900     INITIALIZE EMP-APPROVAL-HOLD-RECORD.
084000     MOVE EMP-TRAN-IN-RECORD
084100         TO EMP-APH-TRAN OF EMP-APPROVAL-HOLD-RECORD.
084200     MOVE "H" TO EMP-APH-STATUS OF EMP-APPROVAL-HOLD-RECORD.
084300     MOVE WS-RUN-DATE-YMD-X
084400         TO EMP-APH-REF-DATE OF EMP-APPROVAL-HOLD-RECORD.
084500     MOVE WS-HOLD-SEQ
084600         TO EMP-APH-REF-SEQ OF EMP-APPROVAL-HOLD-RECORD.
084700     MOVE WS-HOLD-REASON-CODE
084800         TO EMP-APH-REASON-CODE OF EMP-APPROVAL-HOLD-RECORD.
084900     MOVE WS-HOLD-REASON-TEXT
085000         TO EMP-APH-REASON-TEXT OF EMP-APPROVAL-HOLD-RECORD.
085100     MOVE WS-MAKER-ID
085200         TO EMP-APH-SUBMITTER-ID OF EMP-APPROVAL-HOLD-RECORD.
085300     MOVE WS-RUN-DATE-EFF
085400         TO EMP-APH-HELD-DATE OF EMP-APPROVAL-HOLD-RECORD.
085500     MOVE WS-OLD-SALARY
085600         TO EMP-APH-OLD-SALARY OF EMP-APPROVAL-HOLD-RECORD.
085700     MOVE WS-RAISE-PCT
085800         TO EMP-APH-RAISE-PCT OF EMP-APPROVAL-HOLD-RECORD.
085900     MOVE WS-OLD-GRADE
086000         TO EMP-APH-OLD-GRADE OF EMP-APPROVAL-HOLD-RECORD.
086100     MOVE EMP-APPROVAL-HOLD-RECORD TO EMP-HOLD-OUT-RECORD.
086200     PERFORM 2800-WRITE-HOLD
086300         THRU 2800-WRITE-HOLD-EXIT.
086400     IF WS-TRAN-EOF
086500         GO TO 2700-HOLD-TRAN-EXIT
086600     END-IF.
086700     ADD 1 TO WS-NEW-HOLD-COUNT.
086800     MOVE EMP-TRAN-IN-RECORD TO WS-APH-EMP-RECORD.
086825     MOVE "NEW HOLD" TO WS-ID-ACTION.
086850     IF WS-MAKER-NOT-KNOWN
086875         MOVE "NEW HOLD-NO ID" TO WS-ID-ACTION
086900     END-IF.
087000     PERFORM 2400-LIST-ITEM
087100         THRU 2400-LIST-ITEM-EXIT.
087200 2700-HOLD-TRAN-EXIT.
087300     EXIT.
087400*
087500************************************************************
087600*  2800 - WRITE EMP-HOLD-OUT-RECORD TO THE NEW HOLD-FILE
087700*  GENERATION.  A FAILED WRITE IS FATAL - THE ITEM WOULD
087800*  OTHERWISE VANISH FROM BOTH THE EXTRACT AND THE HOLD FILE.
087900************************************************************
088000 2800-WRITE-HOLD.
088100************************************************************
088200     WRITE EMP-HOLD-OUT-RECORD.
088300     IF WS-HOLDO-STATUS NOT = "00"
088400         DISPLAY "EMPAPR01 - HOLD WRITE FAILED - STATUS "
088500             WS-HOLDO-STATUS
088600         PERFORM 2990-STOP-RUN
088700             THRU 2990-STOP-RUN-EXIT
088800     END-IF.
088900 2800-WRITE-HOLD-EXIT.
089000     EXIT.
089100*
089200************************************************************
089300 2900-READ-HOLD.
089400************************************************************
089500     READ EMP-HOLD-IN-FILE
089600         AT END
089700             MOVE "Y" TO WS-HOLD-EOF-SW
089800             GO TO 2900-READ-HOLD-EXIT
089900     END-READ.
090000     ADD 1 TO WS-HOLD-IN-COUNT.
090100 2900-READ-HOLD-EXIT.
090200     EXIT.
090300*
090400************************************************************
090500 2950-READ-TRAN.
090600************************************************************
090700     READ EMP-TRAN-IN-FILE
090800         AT END
090900             MOVE "Y" TO WS-TRAN-EOF-SW
091000             GO TO 2950-READ-TRAN-EXIT
091100     END-READ.
091200     ADD 1 TO WS-TRAN-IN-COUNT.
091300 2950-READ-TRAN-EXIT.
091400     EXIT.
091500*
091600************************************************************
091700*  2990 - A FATAL WRITE OR READ ERROR ENDS BOTH PASSES.
091800************************************************************
091900 2990-STOP-RUN.
092000************************************************************
092100     MOVE "Y" TO WS-HOLD-EOF-SW.
092200     MOVE "Y" TO WS-TRAN-EOF-SW.
092300     MOVE 16 TO RETURN-CODE.
092400 2990-STOP-RUN-EXIT.
092500     EXIT.
092600*
092700************************************************************
092800 3000-FINALIZE.
092900************************************************************
093000     IF WS-REPORT-STATUS = "00"
093100         PERFORM 3100-LIST-UNUSED-CARDS
093200             THRU 3100-LIST-UNUSED-CARDS-EXIT
093300         PERFORM 3300-WRITE-COUNTS
093400             THRU 3300-WRITE-COUNTS-EXIT
093500         CLOSE EMP-APPROVAL-REPORT
093600     END-IF.
093700     IF WS-HOLDI-STATUS = "00"
093800         CLOSE EMP-HOLD-IN-FILE
093900     END-IF.
094000     IF WS-MAS-STATUS = "00" OR WS-MAS-STATUS = "23"
094100         CLOSE EMP-MASTER-FILE
094200     END-IF.
094300     IF WS-TRAN-IN-STATUS = "00"
094400         CLOSE EMP-TRAN-IN-FILE
094500     END-IF.
094600     IF WS-HOLDO-STATUS = "00"
094700         CLOSE EMP-HOLD-OUT-FILE
094800     END-IF.
094900     IF WS-JRNL-STATUS = "00"
095000         CLOSE EMP-JOURNAL-FILE
095100     END-IF.
095200     IF WS-TRAN-OUT-STATUS = "00"
095300         CLOSE EMP-TRAN-OUT-FILE
095400     END-IF.
095500     IF WS-CARDO-STATUS = "00"
095600         CLOSE EMP-CARD-OUT-FILE
095700     END-IF.
095800     DISPLAY "EMPAPR01 - TRANS IN: " WS-TRAN-IN-COUNT
095900         " OUT: " WS-TRAN-OUT-COUNT
096000         " NEW HOLDS: " WS-NEW-HOLD-COUNT
096100         " APPROVED: " WS-APPROVED-COUNT
096200         " REJECTED: " WS-REJECTED-COUNT
096300         " STILL HELD: " WS-STILL-HELD-COUNT.
096400 3000-FINALIZE-EXIT.
096500     EXIT.
096600*
096700************************************************************
096800*  3100/3110 - EVERY CARD THAT DID NOT DECIDE AN ITEM, WITH
096900*  THE REASON, SO THE APPROVER CAN CORRECT AND REKEY IT.
097000************************************************************
097100 3100-LIST-UNUSED-CARDS.
097200************************************************************
097300     MOVE "APPROVAL CARDS NOT APPLIED" TO WS-SEC-TEXT.
097400     WRITE EMP-APPROVAL-LINE FROM WS-SECTION-LINE
097500         AFTER ADVANCING 3 LINES.
097600     MOVE 1 TO WS-CARD-SUB.
097700     PERFORM 3110-LIST-UNUSED-CARD
097800         THRU 3110-LIST-UNUSED-CARD-EXIT
097900         UNTIL WS-CARD-SUB > WS-CARD-COUNT.
098000 3100-LIST-UNUSED-CARDS-EXIT.
098100     EXIT.
098200*
098300************************************************************
098400 3110-LIST-UNUSED-CARD.
098500************************************************************
098600     IF WS-CARD-TBL-STATE (WS-CARD-SUB) NOT = "U"
098700         MOVE WS-CARD-TBL-REF-NO (WS-CARD-SUB)   TO WS-UD-REF-NO
098800         MOVE WS-CARD-TBL-DECISION (WS-CARD-SUB) TO WS-UD-DECISION
098900         MOVE WS-CARD-TBL-APPROVER (WS-CARD-SUB) TO WS-UD-APPROVER
099000         EVALUATE WS-CARD-TBL-STATE (WS-CARD-SUB)
099100             WHEN "S"
099200                 MOVE "APPROVER IS THE MAKER - ITEM STILL HELD"
099300                     TO WS-UD-REASON
099400             WHEN "B"
099500                 MOVE "NEEDS APPROVER ID AND DECISION A OR J"
099525                     TO WS-UD-REASON
099550             WHEN "M"
099575                 MOVE "NO REAL MAKER ON ITEM - CANNOT APPROVE"
099600                     TO WS-UD-REASON
099700             WHEN OTHER
099800                 MOVE "REFERENCE IS NOT A HELD ITEM"
099900                     TO WS-UD-REASON
100000         END-EVALUATE
100100         WRITE EMP-APPROVAL-LINE FROM WS-UNUSED-DETAIL
100200             AFTER ADVANCING 1 LINES
100300         ADD 1 TO WS-CARD-UNUSED-COUNT
100400     END-IF.
100500     ADD 1 TO WS-CARD-SUB.
100600 3110-LIST-UNUSED-CARD-EXIT.
100700     EXIT.
100800*
100900************************************************************
101000 3300-WRITE-COUNTS.
101100************************************************************
101200     MOVE "HELD ITEMS READ:"               TO WS-SL-TEXT.
101300     MOVE WS-HOLD-IN-COUNT                 TO WS-SL-COUNT.
101400     WRITE EMP-APPROVAL-LINE FROM WS-SUMMARY-LINE
101500         AFTER ADVANCING 3 LINES.
101600     MOVE "APPROVED AND RELEASED:"         TO WS-SL-TEXT.
101700     MOVE WS-APPROVED-COUNT                TO WS-SL-COUNT.
101800     WRITE EMP-APPROVAL-LINE FROM WS-SUMMARY-LINE
101900         AFTER ADVANCING 1 LINES.
102000     MOVE "REJECTED BY APPROVER:"          TO WS-SL-TEXT.
102100     MOVE WS-REJECTED-COUNT                TO WS-SL-COUNT.
102200     WRITE EMP-APPROVAL-LINE FROM WS-SUMMARY-LINE
102300         AFTER ADVANCING 1 LINES.
102400     MOVE "STILL HELD:"                    TO WS-SL-TEXT.
102500     MOVE WS-STILL-HELD-COUNT              TO WS-SL-COUNT.
102600     WRITE EMP-APPROVAL-LINE FROM WS-SUMMARY-LINE
102700         AFTER ADVANCING 1 LINES.
102800     MOVE "TRANSACTIONS SCREENED:"         TO WS-SL-TEXT.
102900     MOVE WS-TRAN-IN-COUNT                 TO WS-SL-COUNT.
103000     WRITE EMP-APPROVAL-LINE FROM WS-SUMMARY-LINE
103100         AFTER ADVANCING 1 LINES.
103200     MOVE "NEWLY HELD:"                    TO WS-SL-TEXT.
103300     MOVE WS-NEW-HOLD-COUNT                TO WS-SL-COUNT.
103400     WRITE EMP-APPROVAL-LINE FROM WS-SUMMARY-LINE
103500         AFTER ADVANCING 1 LINES.
103600     MOVE "WRITTEN TO SCREENED EXTRACT:"   TO WS-SL-TEXT.
103700     MOVE WS-TRAN-OUT-COUNT                TO WS-SL-COUNT.
103800     WRITE EMP-APPROVAL-LINE FROM WS-SUMMARY-LINE
103900         AFTER ADVANCING 1 LINES.
104000     MOVE "APPROVAL CARDS READ:"           TO WS-SL-TEXT.
104100     MOVE WS-CARD-IN-COUNT                 TO WS-SL-COUNT.
104200     WRITE EMP-APPROVAL-LINE FROM WS-SUMMARY-LINE
104300         AFTER ADVANCING 1 LINES.
104400     MOVE "APPROVAL CARDS NOT APPLIED:"    TO WS-SL-TEXT.
104500     MOVE WS-CARD-UNUSED-COUNT             TO WS-SL-COUNT.
104600     WRITE EMP-APPROVAL-LINE FROM WS-SUMMARY-LINE
104700         AFTER ADVANCING 1 LINES.
104800 3300-WRITE-COUNTS-EXIT.
104900     EXIT.
