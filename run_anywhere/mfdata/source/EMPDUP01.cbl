000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. EMPDUP01.
000300 AUTHOR. MFDATA-APPLICATIONS-GROUP.
000400 INSTALLATION. MFDATA.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*
000800************************************************************
000900*  MODIFICATION HISTORY
001000*------------------------------------------------------------
001100*  DATE       INIT  DESCRIPTION
001200*  10/15/26   JDM   INITIAL VERSION - DUPLICATE-PERSON CHECK
001300*                   ON INCOMING ADDS, RUN AHEAD OF EMPASGN IN
001400*                   THE EMPNITE0 STREAM SO A FORMER EMPLOYEE
001500*                   KEYED AS A NEW HIRE IS CAUGHT BEFORE A
001600*                   SECOND EMP-ID IS ISSUED.
001620*  10/15/26   JDM   RUN DATE NOW TAKEN FROM THE OPTIONAL
001640*                   RUN-DATE CARD (EMPUDTE) WHEN PRESENT, AS IN
001660*                   EMPUPD01, SO THE WHOLE NIGHT WORKS TO ONE
001680*                   DATE.  NO CARD MEANS THE SYSTEM DATE.
001700************************************************************
001800*
001900************************************************************
002000*  PURPOSE -                                                *
002100*    COPIES THE SCREENED NIGHTLY EXTRACT, TAKING OUT EVERY   *
002200*    "A" TRANSACTION WHOSE NAME AND DATE OF BIRTH MATCH A    *
002300*    PERSON ALREADY KNOWN AND HOLDING IT (EMPDUH01 LAYOUT)   *
002400*    WITH THE MATCHING CANDIDATE'S EMP-ID -                  *
002500*      DUPM  ACTIVE ON THE LIVE MASTER UNDER ANOTHER EMP-ID  *
002600*      DUPA  IN THE TERMINATED ARCHIVE - A TRUE REHIRE THAT  *
002700*            SHOULD BE RE-CODED "R" SO EMPUPD01 RESTORES THE *
002800*            PRIOR TENURE AND ADDRESS                        *
002900*      DUPN  ON AN EARLIER ADD IN THE SAME NIGHT'S WORK      *
003000*    NAMES ARE COMPARED ON LETTERS ONLY, IGNORING CASE,      *
003100*    SPACING AND PUNCTUATION; THE DATE OF BIRTH MUST MATCH   *
003200*    EXACTLY.  ADDS WITH NO NAME OR NO DATE OF BIRTH ARE     *
003300*    NOT COMPARED (EMPVALD REJECTS THEM ANYWAY).             *
003400*                                                            *
003500*    BEFORE THE SCREEN, THE HOLD FILE FROM EARLIER NIGHTS IS *
003600*    WORKED AGAINST THE DAY'S DECISION CARDS (EMPDUC01) -    *
003700*    AN "R" RELEASES THE ADD RE-CODED AS A REHIRE OF THE     *
003800*    CANDIDATE, AN "N" RELEASES IT UNCHANGED AS A NEW HIRE,  *
003900*    AN "X" WITHDRAWS IT.  UNDECIDED ITEMS ARE RE-STAGED TO  *
004000*    THE NEW HOLD GENERATION.  RELEASED ITEMS GO STRAIGHT TO *
004100*    THE OUTPUT EXTRACT AND ARE NOT SCREENED AGAIN.  AN      *
004200*    EMPTY CARD GENERATION IS OPENED ON EMPDUCO FOR THE      *
004300*    NEXT DAY'S DECISIONS.                                   *
004400*                                                            *
004500*    THE MASTER AND ARCHIVE ARE EACH READ ONCE, FRONT TO     *
004600*    BACK, AGAINST A TABLE OF TONIGHT'S ADDS (1000 ADDS; ANY *
004700*    BEYOND THAT PASS UNCHECKED AND ARE COUNTED ON THE       *
004800*    LISTING).                                               *
004900************************************************************
005000 ENVIRONMENT DIVISION.
005100 CONFIGURATION SECTION.
005200 SOURCE-COMPUTER. IBM-ZSERIES.
005300 OBJECT-COMPUTER. IBM-ZSERIES.
005400 INPUT-OUTPUT SECTION.
005500 FILE-CONTROL.
005600     SELECT EMP-CARD-FILE ASSIGN TO EMPDUCI
005700         ORGANIZATION IS SEQUENTIAL
005800         ACCESS MODE IS SEQUENTIAL
005900         FILE STATUS IS WS-CARD-STATUS.
006000
006100     SELECT EMP-CARD-OUT-FILE ASSIGN TO EMPDUCO
006200         ORGANIZATION IS SEQUENTIAL
006300         ACCESS MODE IS SEQUENTIAL
006400         FILE STATUS IS WS-CARDO-STATUS.
006500
006600     SELECT EMP-HOLD-IN-FILE ASSIGN TO EMPDUHI
006700         ORGANIZATION IS SEQUENTIAL
006800         ACCESS MODE IS SEQUENTIAL
006900         FILE STATUS IS WS-HOLDI-STATUS.
007000
007100     SELECT EMP-HOLD-OUT-FILE ASSIGN TO EMPDUHO
007200         ORGANIZATION IS SEQUENTIAL
007300         ACCESS MODE IS SEQUENTIAL
007400         FILE STATUS IS WS-HOLDO-STATUS.
007500
007600     SELECT EMP-MASTER-FILE ASSIGN TO EMPMAS
007700         ORGANIZATION IS INDEXED
007800         ACCESS MODE IS SEQUENTIAL
007900         RECORD KEY IS EMP-ID OF EMP-MASTER-FILE
008000         ALTERNATE RECORD KEY IS EMP-ID-X OF EMP-MASTER-FILE
008100         FILE STATUS IS WS-MAS-STATUS.
008200
008300     SELECT EMP-ARCHIVE-IN-FILE ASSIGN TO EMPARCI
008400         ORGANIZATION IS SEQUENTIAL
008500         ACCESS MODE IS SEQUENTIAL
008600         FILE STATUS IS WS-ARCI-STATUS.
008700
008800     SELECT EMP-TRAN-IN-FILE ASSIGN TO EMPDIN
008900         ORGANIZATION IS SEQUENTIAL
009000         ACCESS MODE IS SEQUENTIAL
009100         FILE STATUS IS WS-TRAN-IN-STATUS.
009200
009300     SELECT EMP-TRAN-OUT-FILE ASSIGN TO EMPDOUT
009400         ORGANIZATION IS SEQUENTIAL
009500         ACCESS MODE IS SEQUENTIAL
009600         FILE STATUS IS WS-TRAN-OUT-STATUS.
009700
009800     SELECT EMP-DUPLICATE-REPORT ASSIGN TO EMPDRPT
009900         ORGANIZATION IS SEQUENTIAL
010000         ACCESS MODE IS SEQUENTIAL
010100         FILE STATUS IS WS-REPORT-STATUS.
010110
010120     SELECT EMP-UDTE-FILE ASSIGN TO EMPUDTE
010130         ORGANIZATION IS SEQUENTIAL
010140         ACCESS MODE IS SEQUENTIAL
010150         FILE STATUS IS WS-UDTE-STATUS.
010200 DATA DIVISION.
010300 FILE SECTION.
010400 FD  EMP-CARD-FILE
010500     RECORDING MODE IS F
010600     LABEL RECORDS ARE STANDARD.
010700     COPY EMPDUC01.
010800
010900 FD  EMP-CARD-OUT-FILE
011000     RECORDING MODE IS F
011100     LABEL RECORDS ARE STANDARD.
011200 01  EMP-CARD-OUT-RECORD             PIC X(80).
011300
011400 FD  EMP-HOLD-IN-FILE
011500     RECORDING MODE IS F
011600     LABEL RECORDS ARE STANDARD.
011700     COPY EMPDUH01.
011800
011900 FD  EMP-HOLD-OUT-FILE
012000     RECORDING MODE IS F
012100     LABEL RECORDS ARE STANDARD.
012200     COPY EMPDUH01
012300         REPLACING ==EMP-DUPLICATE-HOLD-RECORD== BY
012400                   ==EMP-HOLD-OUT-RECORD==.
012500
012600 FD  EMP-MASTER-FILE
012700     RECORDING MODE IS F
012800     LABEL RECORDS ARE STANDARD.
012900     COPY EMPREC01.
013000
013100 FD  EMP-ARCHIVE-IN-FILE
013200     RECORDING MODE IS F
013300     LABEL RECORDS ARE STANDARD.
013400     COPY EMPARC01.
013500
013600 FD  EMP-TRAN-IN-FILE
013700     RECORDING MODE IS F
013800     LABEL RECORDS ARE STANDARD.
013900     COPY EMPREC01
014000         REPLACING ==EMP-RECORD== BY ==EMP-TRAN-IN-RECORD==
014100                   ==EMP-STATUS-CODE== BY ==EMP-TRAN-CODE==.
014200
014300 FD  EMP-TRAN-OUT-FILE
014400     RECORDING MODE IS F
014500     LABEL RECORDS ARE STANDARD.
014600 01  EMP-TRAN-OUT-RECORD             PIC X(150).
014700
014800 FD  EMP-DUPLICATE-REPORT
014900     RECORDING MODE IS F
015000     LABEL RECORDS ARE STANDARD.
015100 01  EMP-DUPLICATE-LINE              PIC X(80).
015110
015120 FD  EMP-UDTE-FILE
015130     RECORDING MODE IS F
015140     LABEL RECORDS ARE STANDARD.
015150     COPY EMPRDC01.
015200 WORKING-STORAGE SECTION.
015300 77  WS-CARD-STATUS                  PIC X(02)   VALUE "00".
015400 77  WS-CARDO-STATUS                 PIC X(02)   VALUE "00".
015500 77  WS-HOLDI-STATUS                 PIC X(02)   VALUE "00".
015600 77  WS-HOLDO-STATUS                 PIC X(02)   VALUE "00".
015700 77  WS-MAS-STATUS                   PIC X(02)   VALUE "00".
015800 77  WS-ARCI-STATUS                  PIC X(02)   VALUE "00".
015900 77  WS-TRAN-IN-STATUS               PIC X(02)   VALUE "00".
016000 77  WS-TRAN-OUT-STATUS              PIC X(02)   VALUE "00".
016100 77  WS-REPORT-STATUS                PIC X(02)   VALUE "00".
016150 77  WS-UDTE-STATUS                  PIC X(02)   VALUE "00".
016200*
016300 77  WS-CARD-EOF-SW                  PIC X(01)   VALUE "N".
016400     88  WS-CARD-EOF                 VALUE "Y".
016500 77  WS-HOLD-EOF-SW                  PIC X(01)   VALUE "N".
016600     88  WS-HOLD-EOF                 VALUE "Y".
016700 77  WS-TRAN-EOF-SW                  PIC X(01)   VALUE "N".
016800     88  WS-TRAN-EOF                 VALUE "Y".
016900 77  WS-MAS-EOF-SW                   PIC X(01)   VALUE "N".
017000     88  WS-MAS-EOF                  VALUE "Y".
017100 77  WS-ARCI-EOF-SW                  PIC X(01)   VALUE "N".
017200     88  WS-ARCI-EOF                 VALUE "Y".
017300 77  WS-CARD-FOUND-SW                PIC X(01)   VALUE "N".
017400     88  WS-CARD-FOUND               VALUE "Y".
017500 77  WS-ADD-TABLE-FULL-SW            PIC X(01)   VALUE "N".
017600     88  WS-ADD-TABLE-FULL           VALUE "Y".
017700*
017800 77  WS-HOLD-IN-COUNT                PIC 9(07)   COMP VALUE ZERO.
017900 77  WS-REHIRE-COUNT                 PIC 9(07)   COMP VALUE ZERO.
018000 77  WS-RELEASE-NEW-COUNT            PIC 9(07)   COMP VALUE ZERO.
018100 77  WS-WITHDRAWN-COUNT              PIC 9(07)   COMP VALUE ZERO.
018200 77  WS-STILL-HELD-COUNT             PIC 9(07)   COMP VALUE ZERO.
018300 77  WS-TRAN-IN-COUNT                PIC 9(07)   COMP VALUE ZERO.
018400 77  WS-TRAN-OUT-COUNT               PIC 9(07)   COMP VALUE ZERO.
018500 77  WS-ADD-READ-COUNT               PIC 9(07)   COMP VALUE ZERO.
018600 77  WS-UNCHECKED-COUNT              PIC 9(07)   COMP VALUE ZERO.
018700 77  WS-HOLD-DUPM-COUNT              PIC 9(07)   COMP VALUE ZERO.
018800 77  WS-HOLD-DUPA-COUNT              PIC 9(07)   COMP VALUE ZERO.
018900 77  WS-HOLD-DUPN-COUNT              PIC 9(07)   COMP VALUE ZERO.
019000 77  WS-MASTER-READ-COUNT            PIC 9(07)   COMP VALUE ZERO.
019100 77  WS-ARCHIVE-READ-COUNT           PIC 9(07)   COMP VALUE ZERO.
019200 77  WS-CARD-IN-COUNT                PIC 9(07)   COMP VALUE ZERO.
019300 77  WS-CARD-UNUSED-COUNT            PIC 9(07)   COMP VALUE ZERO.
019400 77  WS-HOLD-SEQ                     PIC 9(05)   VALUE ZERO.
019500*
019600 77  WS-CARD-SUB                     PIC 9(04)   COMP VALUE ZERO.
019700 77  WS-ADD-SUB                      PIC 9(04)   COMP VALUE ZERO.
019800 77  WS-ADD-ORDINAL                  PIC 9(07)   COMP VALUE ZERO.
019900 77  WS-REHIRE-ID                    PIC X(05)   VALUE SPACE.
020000*
020100 01  WS-RUN-DATE-YMD.
020200     05  WS-RUN-DATE-CCYY            PIC 9(04).
020300     05  WS-RUN-DATE-MM              PIC 9(02).
020400     05  WS-RUN-DATE-DD              PIC 9(02).
020500 01  WS-RUN-DATE-YMD-X REDEFINES WS-RUN-DATE-YMD
020600                                     PIC X(08).
020700*
020800 01  WS-RUN-DATE-EFF                 PIC X(10).
020900 01  WS-RUN-DATE-EFF-PARTS REDEFINES WS-RUN-DATE-EFF.
021000     05  WS-EFF-CCYY                 PIC X(04).
021100     05  WS-EFF-DASH1                PIC X(01).
021200     05  WS-EFF-MM                   PIC X(02).
021300     05  WS-EFF-DASH2                PIC X(01).
021400     05  WS-EFF-DD                   PIC X(02).
021500*
021600************************************************************
021700*  NAME NORMALIZATION - 7000 COPIES THE LETTERS OF
021800*  WS-NORM-IN, UPPER-CASED, INTO WS-NORM-OUT, SO "O'NEIL,
021900*  MARY" AND "ONEIL MARY" COMPARE EQUAL.
022000************************************************************
022100 77  WS-NORM-SUB                     PIC 9(02)   COMP VALUE ZERO.
022200 77  WS-NORM-OUT-SUB                 PIC 9(02)   COMP VALUE ZERO.
022300 77  WS-NORM-CHAR                    PIC X(01)   VALUE SPACE.
022400 01  WS-NORM-IN                      PIC X(25).
022500 01  WS-NORM-OUT                     PIC X(25).
022600*
022700************************************************************
022800*  THE MASTER OR ARCHIVE PERSON BEING COMPARED AGAINST THE
022900*  ADD TABLE - WS-CMP-SOURCE "M" OR "A".
023000************************************************************
023100 01  WS-COMPARE-PERSON.
023200     05  WS-CMP-SOURCE               PIC X(01).
023300     05  WS-CMP-NORM-NAME            PIC X(25).
023400     05  WS-CMP-DOB                  PIC X(10).
023500     05  WS-CMP-EMP-ID               PIC X(05).
023600     05  WS-CMP-NAME                 PIC X(25).
023700     05  WS-CMP-STATUS               PIC X(01).
023800     05  WS-CMP-TERM-DATE            PIC X(10).
023900*
024000************************************************************
024100*  OVERLAYS OF A 150-BYTE IMAGE WITH THE EMPREC01 LAYOUT -
024200*  WS-ARC-EMP-RECORD FOR AN ARCHIVED EMPLOYEE, WS-DUH-EMP-
024300*  RECORD FOR A HELD ADD (ITS STATUS BYTE IS THE ACTION
024400*  CODE).
024500************************************************************
024600     COPY EMPREC01
024700         REPLACING ==EMP-RECORD== BY ==WS-ARC-EMP-RECORD==.
024800     COPY EMPREC01
024900         REPLACING ==EMP-RECORD== BY ==WS-DUH-EMP-RECORD==
025000                   ==EMP-STATUS-CODE== BY ==WS-DUH-TRAN-CODE==.
025100*
025200************************************************************
025300*  TONIGHT'S ADDS, IN EXTRACT ORDER.  THE SCREEN PASS RE-READS
025400*  THE EXTRACT AND FINDS EACH ADD'S ENTRY BY ITS ORDINAL.
025500*  WS-ADD-CAND-SOURCE STAYS SPACE UNTIL A MATCH IS FOUND.
025600************************************************************
025700 01  WS-ADD-TABLE.
025800     05  WS-ADD-COUNT                PIC 9(04)   COMP VALUE ZERO.
025900     05  WS-ADD-ENTRY OCCURS 1000 TIMES.
026000         10  WS-ADD-NORM-NAME        PIC X(25).
026100         10  WS-ADD-DOB              PIC X(10).
026200         10  WS-ADD-EMP-ID           PIC X(05).
026300         10  WS-ADD-NAME             PIC X(25).
026400         10  WS-ADD-CAND-SOURCE      PIC X(01).
026500         10  WS-ADD-CAND-ID          PIC X(05).
026600         10  WS-ADD-CAND-NAME        PIC X(25).
026700         10  WS-ADD-CAND-STATUS      PIC X(01).
026800         10  WS-ADD-CAND-TERM-DATE   PIC X(10).
026900         10  WS-ADD-MATCH-COUNT      PIC 9(03).
027000*
027100************************************************************
027200*  DECISION CARD TABLE - LOADED ONCE, LOOKED UP BY HOLD
027300*  REFERENCE NUMBER.  WS-CARD-TBL-STATE -
027400*    "N"  NOT YET MATCHED TO A HELD ITEM
027500*    "U"  APPLIED
027600*    "B"  REFUSED - NO CLERK ID, DECISION NOT R/N/X, OR AN
027700*         "R" WITH NO USABLE REHIRE EMP-ID
027800************************************************************
027900 01  WS-CARD-TABLE.
028000     05  WS-CARD-COUNT               PIC 9(04)   COMP VALUE ZERO.
028100     05  WS-CARD-ENTRY OCCURS 500 TIMES.
028200         10  WS-CARD-TBL-REF-NO      PIC X(13).
028300         10  WS-CARD-TBL-DECISION    PIC X(01).
028400         10  WS-CARD-TBL-CLERK-ID    PIC X(08).
028500         10  WS-CARD-TBL-REHIRE-ID   PIC X(05).
028600         10  WS-CARD-TBL-COMMENT     PIC X(30).
028700         10  WS-CARD-TBL-STATE       PIC X(01).
028800*
028900 01  WS-REPORT-HEADING-1.
029000     05  FILLER                      PIC X(01)   VALUE SPACE.
029100     05  FILLER                      PIC X(47)
029200         VALUE "EMPDUP01 - DUPLICATE-PERSON HOLD LISTING AS OF ".
029300     05  WS-H1-RUN-DATE              PIC X(10).
029400     05  FILLER                      PIC X(22)   VALUE SPACE.
029500*
029600 01  WS-REPORT-HEADING-2.
029700     05  FILLER                      PIC X(01)   VALUE SPACE.
029800     05  FILLER                      PIC X(13)
029900         VALUE "REFERENCE".
030000     05  FILLER                      PIC X(01)   VALUE SPACE.
030100     05  FILLER                      PIC X(05)   VALUE "EMPID".
030200     05  FILLER                      PIC X(01)   VALUE SPACE.
030300     05  FILLER                      PIC X(04)   VALUE "RSN".
030400     05  FILLER                      PIC X(01)   VALUE SPACE.
030500     05  FILLER                      PIC X(05)   VALUE "CAND".
030600     05  FILLER                      PIC X(01)   VALUE SPACE.
030700     05  FILLER                      PIC X(01)   VALUE "S".
030800     05  FILLER                      PIC X(01)   VALUE SPACE.
030900     05  FILLER                      PIC X(20)   VALUE "NAME".
031000     05  FILLER                      PIC X(01)   VALUE SPACE.
031100     05  FILLER                      PIC X(10)   VALUE "DOB".
031200     05  FILLER                      PIC X(01)   VALUE SPACE.
031300     05  FILLER                      PIC X(12)   VALUE "ACTION".
031400     05  FILLER                      PIC X(02)   VALUE SPACE.
031500*
031600 01  WS-ITEM-DETAIL.
031700     05  FILLER                      PIC X(01)   VALUE SPACE.
031800     05  WS-ID-REF-NO                PIC X(13).
031900     05  FILLER                      PIC X(01)   VALUE SPACE.
032000     05  WS-ID-EMP-ID                PIC X(05).
032100     05  FILLER                      PIC X(01)   VALUE SPACE.
032200     05  WS-ID-REASON-CODE           PIC X(04).
032300     05  FILLER                      PIC X(01)   VALUE SPACE.
032400     05  WS-ID-CAND-ID               PIC X(05).
032500     05  FILLER                      PIC X(01)   VALUE SPACE.
032600     05  WS-ID-CAND-SOURCE           PIC X(01).
032700     05  FILLER                      PIC X(01)   VALUE SPACE.
032800     05  WS-ID-NAME                  PIC X(20).
032900     05  FILLER                      PIC X(01)   VALUE SPACE.
033000     05  WS-ID-DOB                   PIC X(10).
033100     05  FILLER                      PIC X(01)   VALUE SPACE.
033200     05  WS-ID-ACTION                PIC X(12).
033300     05  FILLER                      PIC X(02)   VALUE SPACE.
033400*
033500 01  WS-CAND-DETAIL.
033600     05  FILLER                      PIC X(14)   VALUE SPACE.
033700     05  FILLER                      PIC X(10)
033800         VALUE "CANDIDATE ".
033900     05  WS-CD-CAND-NAME             PIC X(25).
034000     05  FILLER                      PIC X(04)   VALUE " ST ".
034100     05  WS-CD-CAND-STATUS           PIC X(01).
034200     05  FILLER                      PIC X(06)   VALUE " TERM ".
034300     05  WS-CD-CAND-TERM-DATE        PIC X(10).
034400     05  FILLER                      PIC X(06)   VALUE " HITS ".
034500     05  WS-CD-MATCH-COUNT           PIC ZZ9.
034600     05  FILLER                      PIC X(01)   VALUE SPACE.
034700*
034800 01  WS-COMMENT-DETAIL.
034900     05  FILLER                      PIC X(14)   VALUE SPACE.
035000     05  FILLER                      PIC X(06)   VALUE "CLERK ".
035100     05  WS-CM-CLERK-ID              PIC X(08).
035200     05  FILLER                      PIC X(02)   VALUE SPACE.
035300     05  WS-CM-COMMENT               PIC X(30).
035400     05  FILLER                      PIC X(20)   VALUE SPACE.
035500*
035600 01  WS-UNUSED-DETAIL.
035700     05  FILLER                      PIC X(01)   VALUE SPACE.
035800     05  WS-UD-REF-NO                PIC X(13).
035900     05  FILLER                      PIC X(02)   VALUE SPACE.
036000     05  WS-UD-DECISION              PIC X(01).
036100     05  FILLER                      PIC X(02)   VALUE SPACE.
036200     05  WS-UD-CLERK-ID              PIC X(08).
036300     05  FILLER                      PIC X(02)   VALUE SPACE.
036400     05  WS-UD-REASON                PIC X(41).
036500     05  FILLER                      PIC X(10)   VALUE SPACE.
036600*
036700 01  WS-SECTION-LINE.
036800     05  FILLER                      PIC X(01)   VALUE SPACE.
036900     05  WS-SEC-TEXT                 PIC X(60).
037000     05  FILLER                      PIC X(19)   VALUE SPACE.
037100*
037200 01  WS-SUMMARY-LINE.
037300     05  FILLER                      PIC X(01)   VALUE SPACE.
037400     05  WS-SL-TEXT                  PIC X(36).
037500     05  WS-SL-COUNT                 PIC ZZZZZZ9.
037600     05  FILLER                      PIC X(36)   VALUE SPACE.
037700 PROCEDURE DIVISION.
037800************************************************************
037900 0000-MAINLINE.
038000************************************************************
038100     PERFORM 1000-INITIALIZE
038200         THRU 1000-INITIALIZE-EXIT.
038300     PERFORM 2000-WORK-HELD-ITEM
038400         THRU 2000-WORK-HELD-ITEM-EXIT
038500         UNTIL WS-HOLD-EOF.
038600     IF NOT WS-TRAN-EOF
038700         MOVE "NEW HOLDS TONIGHT" TO WS-SEC-TEXT
038800         WRITE EMP-DUPLICATE-LINE FROM WS-SECTION-LINE
038900             AFTER ADVANCING 3 LINES
039000     END-IF.
039100     PERFORM 2500-SCREEN-TRAN
039200         THRU 2500-SCREEN-TRAN-EXIT
039300         UNTIL WS-TRAN-EOF.
039400     PERFORM 3000-FINALIZE
039500         THRU 3000-FINALIZE-EXIT.
039600     GOBACK.
039700*
039800************************************************************
039900*  1000 - CARDS, THE ADD TABLE, THE MASTER AND ARCHIVE
040000*  PASSES, THEN THE FILES FOR THE HOLD AND SCREEN PASSES.
040100*  THE EXTRACT IS READ TWICE - ONCE HERE TO TABLE THE ADDS,
040200*  ONCE IN 2500 TO COPY OR HOLD EACH TRANSACTION.
040300************************************************************
040400 1000-INITIALIZE.
040500************************************************************
040600     ACCEPT WS-RUN-DATE-YMD FROM DATE YYYYMMDD.
040610     PERFORM 1040-READ-RUN-DATE
040620         THRU 1040-READ-RUN-DATE-EXIT.
040630     IF WS-TRAN-EOF
040640         GO TO 1000-INITIALIZE-EXIT
040650     END-IF.
040700     MOVE WS-RUN-DATE-CCYY TO WS-EFF-CCYY.
040800     MOVE WS-RUN-DATE-MM   TO WS-EFF-MM.
040900     MOVE WS-RUN-DATE-DD   TO WS-EFF-DD.
041000     MOVE "-"              TO WS-EFF-DASH1.
041100     MOVE "-"              TO WS-EFF-DASH2.
041200*
041300     PERFORM 1100-LOAD-CARDS
041400         THRU 1100-LOAD-CARDS-EXIT.
041500     PERFORM 1200-LOAD-ADDS
041600         THRU 1200-LOAD-ADDS-EXIT.
041700     IF WS-TRAN-EOF
041800         MOVE "Y" TO WS-HOLD-EOF-SW
041850         PERFORM 1050-MARK-NOT-OPEN
041860             THRU 1050-MARK-NOT-OPEN-EXIT
041900         GO TO 1000-INITIALIZE-EXIT
042000     END-IF.
042100     IF WS-ADD-COUNT > ZERO
042200         PERFORM 1300-SCAN-MASTER
042300             THRU 1300-SCAN-MASTER-EXIT
042400         PERFORM 1400-SCAN-ARCHIVE
042500             THRU 1400-SCAN-ARCHIVE-EXIT
042600     END-IF.
042700     IF WS-TRAN-EOF
042800         MOVE "Y" TO WS-HOLD-EOF-SW
042850         PERFORM 1050-MARK-NOT-OPEN
042860             THRU 1050-MARK-NOT-OPEN-EXIT
042900         GO TO 1000-INITIALIZE-EXIT
043000     END-IF.
043100*
043200     OPEN INPUT  EMP-HOLD-IN-FILE
043300                 EMP-TRAN-IN-FILE
043400          OUTPUT EMP-HOLD-OUT-FILE
043500                 EMP-TRAN-OUT-FILE
043600                 EMP-CARD-OUT-FILE
043700                 EMP-DUPLICATE-REPORT.
043800     IF WS-HOLDI-STATUS NOT = "00" OR
043900        WS-TRAN-IN-STATUS NOT = "00" OR
044000        WS-HOLDO-STATUS NOT = "00" OR
044100        WS-TRAN-OUT-STATUS NOT = "00" OR
044200        WS-CARDO-STATUS NOT = "00" OR
044300        WS-REPORT-STATUS NOT = "00"
044400         DISPLAY "EMPDUP01 - OPEN FAILED - " WS-HOLDI-STATUS
044500             " " WS-TRAN-IN-STATUS " " WS-HOLDO-STATUS
044600             " " WS-TRAN-OUT-STATUS " " WS-CARDO-STATUS
044700             " " WS-REPORT-STATUS
044800         MOVE "Y" TO WS-HOLD-EOF-SW
044900         MOVE "Y" TO WS-TRAN-EOF-SW
045000         MOVE 12 TO RETURN-CODE
045100         GO TO 1000-INITIALIZE-EXIT
045200     END-IF.
045300     MOVE WS-RUN-DATE-EFF TO WS-H1-RUN-DATE.
045400     WRITE EMP-DUPLICATE-LINE FROM WS-REPORT-HEADING-1.
045500     WRITE EMP-DUPLICATE-LINE FROM WS-REPORT-HEADING-2
045600         AFTER ADVANCING 2 LINES.
045700     MOVE "HELD ADDS WORKED AGAINST TODAY'S DECISION CARDS"
045800         TO WS-SEC-TEXT.
045900     WRITE EMP-DUPLICATE-LINE FROM WS-SECTION-LINE
046000         AFTER ADVANCING 2 LINES.
046100     PERFORM 2900-READ-HOLD
046200         THRU 2900-READ-HOLD-EXIT.
046300     PERFORM 2950-READ-TRAN
046400         THRU 2950-READ-TRAN-EXIT.
046500 1000-INITIALIZE-EXIT.
046600     EXIT.
046602*
046604************************************************************
046606*  1040 - THE OPTIONAL RUN-DATE CARD.  NO EMPUDTE DD (OR AN
046608*  EMPTY FILE) LEAVES THE SYSTEM DATE ACCEPTED ABOVE.  A CARD
046610*  THAT IS PRESENT BUT NOT A VALID CCYYMMDD IS FATAL - HOLD
046612*  AGES AND THE HOLD FILE WOULD CARRY THE WRONG NIGHT.
046614************************************************************
046616 1040-READ-RUN-DATE.
046618************************************************************
046620     OPEN INPUT EMP-UDTE-FILE.
046622     IF WS-UDTE-STATUS NOT = "00"
046624         GO TO 1040-READ-RUN-DATE-EXIT
046626     END-IF.
046628     READ EMP-UDTE-FILE
046630         AT END
046632             CLOSE EMP-UDTE-FILE
046634             GO TO 1040-READ-RUN-DATE-EXIT
046636     END-READ.
046638     CLOSE EMP-UDTE-FILE.
046640     IF EMP-RDC-RUN-DATE NUMERIC
046642         MOVE EMP-RDC-RUN-DATE TO WS-RUN-DATE-YMD
046644     ELSE
046646         MOVE ZERO TO WS-RUN-DATE-MM
046648     END-IF.
046650     IF WS-RUN-DATE-MM < 1 OR WS-RUN-DATE-MM > 12 OR
046652        WS-RUN-DATE-DD < 1 OR WS-RUN-DATE-DD > 31
046654         DISPLAY "EMPDUP01 - BAD RUN-DATE CARD - RUN STOPPED"
046656         MOVE "Y" TO WS-HOLD-EOF-SW
046658         MOVE "Y" TO WS-TRAN-EOF-SW
046660         PERFORM 1050-MARK-NOT-OPEN
046662             THRU 1050-MARK-NOT-OPEN-EXIT
046664         MOVE 16 TO RETURN-CODE
046666         GO TO 1040-READ-RUN-DATE-EXIT
046668     END-IF.
046670     DISPLAY "EMPDUP01 - RUN DATE FROM CARD " WS-RUN-DATE-YMD.
046672 1040-READ-RUN-DATE-EXIT.
046674     EXIT.
046700*
046710************************************************************
046720*  1050 - THE MASTER OR THE EXTRACT WOULD NOT OPEN, SO THE
046730*  HOLD AND SCREEN FILES WERE NEVER OPENED; KEEP 3000 FROM
046740*  WRITING OR CLOSING THEM.
046750************************************************************
046760 1050-MARK-NOT-OPEN.
046770************************************************************
046780     MOVE "99" TO WS-HOLDI-STATUS.
046790     MOVE "99" TO WS-TRAN-IN-STATUS.
046791     MOVE "99" TO WS-HOLDO-STATUS.
046792     MOVE "99" TO WS-TRAN-OUT-STATUS.
046793     MOVE "99" TO WS-CARDO-STATUS.
046794     MOVE "99" TO WS-REPORT-STATUS.
046795 1050-MARK-NOT-OPEN-EXIT.
046796     EXIT.
046797*
046800************************************************************
046900*  1100/1110 - LOAD THE DAY'S DECISION CARDS.  NO FILE, OR
047000*  AN EMPTY ONE, SIMPLY MEANS NO DECISIONS TODAY.
047100************************************************************
047200 1100-LOAD-CARDS.
047300************************************************************
047400     OPEN INPUT EMP-CARD-FILE.
047500     IF WS-CARD-STATUS NOT = "00"
047600         GO TO 1100-LOAD-CARDS-EXIT
047700     END-IF.
047800     PERFORM 1110-LOAD-CARD-ENTRY
047900         THRU 1110-LOAD-CARD-ENTRY-EXIT
048000         UNTIL WS-CARD-EOF.
048100     CLOSE EMP-CARD-FILE.
048200 1100-LOAD-CARDS-EXIT.
048300     EXIT.
048400*
048500************************************************************
048600 1110-LOAD-CARD-ENTRY.
048700************************************************************
048800     READ EMP-CARD-FILE
048900         AT END
049000             MOVE "Y" TO WS-CARD-EOF-SW
049100             GO TO 1110-LOAD-CARD-ENTRY-EXIT
049200     END-READ.
049300     ADD 1 TO WS-CARD-IN-COUNT.
049400     IF WS-CARD-COUNT >= 500
049500         DISPLAY "EMPDUP01 - CARD TABLE FULL - REF "
049600             EMP-DUC-REF-NO " NOT APPLIED - REKEY TOMORROW"
049700         ADD 1 TO WS-CARD-UNUSED-COUNT
049800         GO TO 1110-LOAD-CARD-ENTRY-EXIT
049900     END-IF.
050000     ADD 1 TO WS-CARD-COUNT.
050100     MOVE EMP-DUC-REF-NO
050200         TO WS-CARD-TBL-REF-NO (WS-CARD-COUNT).
050300     MOVE EMP-DUC-DECISION
050400         TO WS-CARD-TBL-DECISION (WS-CARD-COUNT).
050500     MOVE EMP-DUC-CLERK-ID
050600         TO WS-CARD-TBL-CLERK-ID (WS-CARD-COUNT).
050700     MOVE EMP-DUC-REHIRE-ID
050800         TO WS-CARD-TBL-REHIRE-ID (WS-CARD-COUNT).
050900     MOVE EMP-DUC-COMMENT
051000         TO WS-CARD-TBL-COMMENT (WS-CARD-COUNT).
051100     MOVE "N" TO WS-CARD-TBL-STATE (WS-CARD-COUNT).
051200 1110-LOAD-CARD-ENTRY-EXIT.
051300     EXIT.
051400*
051500************************************************************
051600*  1200/1210/1220 - FIRST PASS OVER THE EXTRACT: TABLE EVERY
051700*  "A" WITH ITS NORMALIZED NAME AND DATE OF BIRTH, AND
051800*  CHECK IT AGAINST THE ADDS ALREADY TABLED TONIGHT.
051900************************************************************
052000 1200-LOAD-ADDS.
052100************************************************************
052200     OPEN INPUT EMP-TRAN-IN-FILE.
052300     IF WS-TRAN-IN-STATUS NOT = "00"
052400         DISPLAY "EMPDUP01 - EXTRACT OPEN FAILED - "
052500             WS-TRAN-IN-STATUS
052600         MOVE "Y" TO WS-TRAN-EOF-SW
052700         MOVE 12 TO RETURN-CODE
052800         GO TO 1200-LOAD-ADDS-EXIT
052900     END-IF.
053000     PERFORM 1210-LOAD-ADD-ENTRY
053100         THRU 1210-LOAD-ADD-ENTRY-EXIT
053200         UNTIL WS-TRAN-EOF.
053300     CLOSE EMP-TRAN-IN-FILE.
053400     MOVE "N" TO WS-TRAN-EOF-SW.
053500 1200-LOAD-ADDS-EXIT.
053600     EXIT.
053700*
053800************************************************************
053900 1210-LOAD-ADD-ENTRY.
054000************************************************************
054100     READ EMP-TRAN-IN-FILE
054200         AT END
054300             MOVE "Y" TO WS-TRAN-EOF-SW
054400             GO TO 1210-LOAD-ADD-ENTRY-EXIT
054500     END-READ.
054600     IF EMP-TRAN-CODE OF EMP-TRAN-IN-FILE NOT = "A"
054700         GO TO 1210-LOAD-ADD-ENTRY-EXIT
054800     END-IF.
054900     IF WS-ADD-COUNT >= 1000
055000         IF NOT WS-ADD-TABLE-FULL
055100             DISPLAY "EMPDUP01 - ADD TABLE FULL - LATER ADDS "
055200                 "PASS UNCHECKED"
055300             MOVE "Y" TO WS-ADD-TABLE-FULL-SW
055400         END-IF
055500         GO TO 1210-LOAD-ADD-ENTRY-EXIT
055600     END-IF.
055700     ADD 1 TO WS-ADD-COUNT.
055800     MOVE EMP-NAME OF EMP-TRAN-IN-FILE TO WS-NORM-IN.
055900     PERFORM 7000-NORMALIZE-NAME
056000         THRU 7000-NORMALIZE-NAME-EXIT.
056100     MOVE WS-NORM-OUT TO WS-ADD-NORM-NAME (WS-ADD-COUNT).
056200     MOVE EMP-DOB OF EMP-TRAN-IN-FILE
056300         TO WS-ADD-DOB (WS-ADD-COUNT).
056400     MOVE EMP-ID-X OF EMP-TRAN-IN-FILE
056500         TO WS-ADD-EMP-ID (WS-ADD-COUNT).
056600     MOVE EMP-NAME OF EMP-TRAN-IN-FILE
056700         TO WS-ADD-NAME (WS-ADD-COUNT).
056800     MOVE SPACE TO WS-ADD-CAND-SOURCE (WS-ADD-COUNT).
056900     MOVE SPACE TO WS-ADD-CAND-ID (WS-ADD-COUNT).
057000     MOVE SPACE TO WS-ADD-CAND-NAME (WS-ADD-COUNT).
057100     MOVE SPACE TO WS-ADD-CAND-STATUS (WS-ADD-COUNT).
057200     MOVE SPACE TO WS-ADD-CAND-TERM-DATE (WS-ADD-COUNT).
057300     MOVE ZERO  TO WS-ADD-MATCH-COUNT (WS-ADD-COUNT).
057400     IF WS-NORM-OUT = SPACE OR
057500        EMP-DOB OF EMP-TRAN-IN-FILE = SPACE
057600         GO TO 1210-LOAD-ADD-ENTRY-EXIT
057700     END-IF.
057800     PERFORM 1220-CHECK-EARLIER-ADD
057900         THRU 1220-CHECK-EARLIER-ADD-EXIT
058000         VARYING WS-ADD-SUB FROM 1 BY 1
058100         UNTIL WS-ADD-SUB >= WS-ADD-COUNT.
058200 1210-LOAD-ADD-ENTRY-EXIT.
058300     EXIT.
058400*
058500************************************************************
058600 1220-CHECK-EARLIER-ADD.
058700************************************************************
058800     IF WS-ADD-NORM-NAME (WS-ADD-SUB) =
058900        WS-ADD-NORM-NAME (WS-ADD-COUNT) AND
059000        WS-ADD-DOB (WS-ADD-SUB) = WS-ADD-DOB (WS-ADD-COUNT)
059100         ADD 1 TO WS-ADD-MATCH-COUNT (WS-ADD-COUNT)
059200         IF WS-ADD-CAND-SOURCE (WS-ADD-COUNT) = SPACE
059300             MOVE "N" TO WS-ADD-CAND-SOURCE (WS-ADD-COUNT)
059400             MOVE WS-ADD-EMP-ID (WS-ADD-SUB)
059500                 TO WS-ADD-CAND-ID (WS-ADD-COUNT)
059600             MOVE WS-ADD-NAME (WS-ADD-SUB)
059700                 TO WS-ADD-CAND-NAME (WS-ADD-COUNT)
059800         END-IF
059900     END-IF.
060000 1220-CHECK-EARLIER-ADD-EXIT.
060100     EXIT.
060200*
060300************************************************************
060400*  1300/1310 - ONE PASS OF THE LIVE MASTER AGAINST THE ADD
060500*  TABLE.  THE MASTER MUST OPEN - WITHOUT IT THE CHECK WOULD
060600*  PASS EVERY ADD AS NEW.
060700************************************************************
060800 1300-SCAN-MASTER.
060900************************************************************
061000     OPEN INPUT EMP-MASTER-FILE.
061100     IF WS-MAS-STATUS NOT = "00"
061200         DISPLAY "EMPDUP01 - MASTER OPEN FAILED - "
061300             WS-MAS-STATUS
061400         MOVE "Y" TO WS-TRAN-EOF-SW
061500         MOVE 12 TO RETURN-CODE
061600         GO TO 1300-SCAN-MASTER-EXIT
061700     END-IF.
061800     PERFORM 1310-MATCH-MASTER-RECORD
061900         THRU 1310-MATCH-MASTER-RECORD-EXIT
062000         UNTIL WS-MAS-EOF.
062100     CLOSE EMP-MASTER-FILE.
062200 1300-SCAN-MASTER-EXIT.
062300     EXIT.
062400*
062500************************************************************
062600 1310-MATCH-MASTER-RECORD.
062700************************************************************
062800     READ EMP-MASTER-FILE
062900         AT END
063000             MOVE "Y" TO WS-MAS-EOF-SW
063100             GO TO 1310-MATCH-MASTER-RECORD-EXIT
063200     END-READ.
063300     ADD 1 TO WS-MASTER-READ-COUNT.
063400     MOVE EMP-NAME OF EMP-MASTER-FILE TO WS-NORM-IN.
063500     PERFORM 7000-NORMALIZE-NAME
063600         THRU 7000-NORMALIZE-NAME-EXIT.
063700     MOVE "M"                             TO WS-CMP-SOURCE.
063800     MOVE WS-NORM-OUT                     TO WS-CMP-NORM-NAME.
063900     MOVE EMP-DOB OF EMP-MASTER-FILE      TO WS-CMP-DOB.
064000     MOVE EMP-ID-X OF EMP-MASTER-FILE     TO WS-CMP-EMP-ID.
064100     MOVE EMP-NAME OF EMP-MASTER-FILE     TO WS-CMP-NAME.
064200     MOVE EMP-STATUS-CODE OF EMP-MASTER-FILE
064300                                          TO WS-CMP-STATUS.
064400     MOVE SPACE                           TO WS-CMP-TERM-DATE.
064500     PERFORM 1500-COMPARE-ADDS
064600         THRU 1500-COMPARE-ADDS-EXIT.
064700 1310-MATCH-MASTER-RECORD-EXIT.
064800     EXIT.
064900*
065000************************************************************
065100*  1400/1410 - ONE PASS OF THE TERMINATED ARCHIVE.  AN EMPTY
065200*  OR MISSING ARCHIVE IS NORMAL BEFORE THE FIRST TERMINATION.
065300************************************************************
065400 1400-SCAN-ARCHIVE.
065500************************************************************
065600     OPEN INPUT EMP-ARCHIVE-IN-FILE.
065700     IF WS-ARCI-STATUS NOT = "00"
065800         GO TO 1400-SCAN-ARCHIVE-EXIT
065900     END-IF.
066000     PERFORM 1410-MATCH-ARCHIVE-RECORD
066100         THRU 1410-MATCH-ARCHIVE-RECORD-EXIT
066200         UNTIL WS-ARCI-EOF.
066300     CLOSE EMP-ARCHIVE-IN-FILE.
066400 1400-SCAN-ARCHIVE-EXIT.
066500     EXIT.
066600*
066700************************************************************
066800 1410-MATCH-ARCHIVE-RECORD.
066900************************************************************
067000     READ EMP-ARCHIVE-IN-FILE
067100         AT END
067200             MOVE "Y" TO WS-ARCI-EOF-SW
067300             GO TO 1410-MATCH-ARCHIVE-RECORD-EXIT
067400     END-READ.
067500     ADD 1 TO WS-ARCHIVE-READ-COUNT.
067600     MOVE EMP-ARC-EMPLOYEE TO WS-ARC-EMP-RECORD.
067700     MOVE EMP-NAME OF WS-ARC-EMP-RECORD TO WS-NORM-IN.
067800     PERFORM 7000-NORMALIZE-NAME
067900         THRU 7000-NORMALIZE-NAME-EXIT.
068000     MOVE "A"                             TO WS-CMP-SOURCE.
068100     MOVE WS-NORM-OUT                     TO WS-CMP-NORM-NAME.
068200     MOVE EMP-DOB OF WS-ARC-EMP-RECORD    TO WS-CMP-DOB.
068300     MOVE EMP-ID-X OF WS-ARC-EMP-RECORD   TO WS-CMP-EMP-ID.
068400     MOVE EMP-NAME OF WS-ARC-EMP-RECORD   TO WS-CMP-NAME.
068500     MOVE EMP-STATUS-CODE OF WS-ARC-EMP-RECORD
068600                                          TO WS-CMP-STATUS.
068700     MOVE EMP-ARC-TERM-DATE               TO WS-CMP-TERM-DATE.
068800     PERFORM 1500-COMPARE-ADDS
068900         THRU 1500-COMPARE-ADDS-EXIT.
069000 1410-MATCH-ARCHIVE-RECORD-EXIT.
069100     EXIT.
069200*
069300************************************************************
069400*  1500/1510 - COMPARE WS-COMPARE-PERSON WITH EVERY TABLED
069500*  ADD.  A RECORD CARRYING THE ADD'S OWN EMP-ID IS NOT A
069600*  SECOND PERSON AND IS SKIPPED.  A MASTER CANDIDATE TAKES
069700*  PRECEDENCE OVER AN ARCHIVE ONE, AND AN ARCHIVE CANDIDATE
069800*  OVER A SAME-NIGHT ADD; AMONG ARCHIVE IMAGES THE LATEST
069900*  TERMINATION WINS.
070000************************************************************
070100 1500-COMPARE-ADDS.
070200************************************************************
070300     IF WS-CMP-NORM-NAME = SPACE OR WS-CMP-DOB = SPACE
070400         GO TO 1500-COMPARE-ADDS-EXIT
070500     END-IF.
070600     PERFORM 1510-COMPARE-ONE-ADD
070700         THRU 1510-COMPARE-ONE-ADD-EXIT
070800         VARYING WS-ADD-SUB FROM 1 BY 1
070900         UNTIL WS-ADD-SUB > WS-ADD-COUNT.
071000 1500-COMPARE-ADDS-EXIT.
071100     EXIT.
071200*
071300************************************************************
071400 1510-COMPARE-ONE-ADD.
071500************************************************************
071600     IF WS-ADD-NORM-NAME (WS-ADD-SUB) NOT = WS-CMP-NORM-NAME OR
071700        WS-ADD-DOB (WS-ADD-SUB) NOT = WS-CMP-DOB OR
071800        WS-ADD-EMP-ID (WS-ADD-SUB) = WS-CMP-EMP-ID
071900         GO TO 1510-COMPARE-ONE-ADD-EXIT
072000     END-IF.
072100     ADD 1 TO WS-ADD-MATCH-COUNT (WS-ADD-SUB).
072200     IF WS-ADD-CAND-SOURCE (WS-ADD-SUB) = "M"
072300         GO TO 1510-COMPARE-ONE-ADD-EXIT
072400     END-IF.
072500     IF WS-CMP-SOURCE = "A" AND
072600        WS-ADD-CAND-SOURCE (WS-ADD-SUB) = "A" AND
072700        WS-CMP-TERM-DATE NOT >
072800            WS-ADD-CAND-TERM-DATE (WS-ADD-SUB)
072900         GO TO 1510-COMPARE-ONE-ADD-EXIT
073000     END-IF.
073100     MOVE WS-CMP-SOURCE    TO WS-ADD-CAND-SOURCE (WS-ADD-SUB).
073200     MOVE WS-CMP-EMP-ID    TO WS-ADD-CAND-ID (WS-ADD-SUB).
073300     MOVE WS-CMP-NAME      TO WS-ADD-CAND-NAME (WS-ADD-SUB).
073400     MOVE WS-CMP-STATUS    TO WS-ADD-CAND-STATUS (WS-ADD-SUB).
073500     MOVE WS-CMP-TERM-DATE TO WS-ADD-CAND-TERM-DATE (WS-ADD-SUB).
073600 1510-COMPARE-ONE-ADD-EXIT.
073700     EXIT.
073800*
073900************************************************************
074000*  2000 - ONE HELD ADD.  A CARD WITH NO CLERK ID, AN UNKNOWN
074100*  DECISION, OR AN "R" WITH NO USABLE EMP-ID IS REFUSED AND
074200*  THE ADD STAYS HELD - THE REFUSAL SHOWS UNDER CARDS NOT
074300*  APPLIED SO THE CLERK CAN REKEY.
074400************************************************************
074500 2000-WORK-HELD-ITEM.
074600************************************************************
074700     MOVE EMP-DUH-TRAN OF EMP-DUPLICATE-HOLD-RECORD
074800         TO WS-DUH-EMP-RECORD.
074900     MOVE "N" TO WS-CARD-FOUND-SW.
075000     MOVE 1 TO WS-CARD-SUB.
075100     PERFORM 2010-SCAN-CARD
075200         THRU 2010-SCAN-CARD-EXIT
075300         UNTIL WS-CARD-FOUND OR WS-CARD-SUB > WS-CARD-COUNT.
075400     IF WS-CARD-FOUND
075500         PERFORM 2020-CHECK-CARD
075600             THRU 2020-CHECK-CARD-EXIT
075700     END-IF.
075800     IF NOT WS-CARD-FOUND
075900         PERFORM 2300-RESTAGE-HELD
076000             THRU 2300-RESTAGE-HELD-EXIT
076100     ELSE
076200         EVALUATE WS-CARD-TBL-DECISION (WS-CARD-SUB)
076300             WHEN "R"
076400                 PERFORM 2100-RELEASE-REHIRE
076500                     THRU 2100-RELEASE-REHIRE-EXIT
076600             WHEN "N"
076700                 PERFORM 2150-RELEASE-NEW
076800                     THRU 2150-RELEASE-NEW-EXIT
076900             WHEN OTHER
077000                 PERFORM 2200-DROP-WITHDRAWN
077100                     THRU 2200-DROP-WITHDRAWN-EXIT
077200         END-EVALUATE
077300     END-IF.
077400     IF NOT WS-HOLD-EOF
077500         PERFORM 2900-READ-HOLD
077600             THRU 2900-READ-HOLD-EXIT
077700     END-IF.
077800 2000-WORK-HELD-ITEM-EXIT.
077900     EXIT.
078000*
078100************************************************************
078200 2010-SCAN-CARD.
078300************************************************************
078400     IF WS-CARD-TBL-REF-NO (WS-CARD-SUB) =
078500        EMP-DUH-REF-NO OF EMP-DUPLICATE-HOLD-RECORD AND
078600        WS-CARD-TBL-STATE (WS-CARD-SUB) = "N"
078700         MOVE "Y" TO WS-CARD-FOUND-SW
078800     ELSE
078900         ADD 1 TO WS-CARD-SUB
079000     END-IF.
079100 2010-SCAN-CARD-EXIT.
079200     EXIT.
079300*
079400************************************************************
079500*  2020 - VALIDATE THE MATCHED CARD.  FOR AN "R" THE REHIRE
079600*  EMP-ID IS THE ONE KEYED ON THE CARD, ELSE THE HELD
079700*  CANDIDATE'S; EITHER WAY IT MUST BE A NON-ZERO NUMBER.
079800************************************************************
079900 2020-CHECK-CARD.
080000************************************************************
080100     IF WS-CARD-TBL-CLERK-ID (WS-CARD-SUB) = SPACE OR
080200        (WS-CARD-TBL-DECISION (WS-CARD-SUB) NOT = "R" AND
080300         WS-CARD-TBL-DECISION (WS-CARD-SUB) NOT = "N" AND
080400         WS-CARD-TBL-DECISION (WS-CARD-SUB) NOT = "X")
080500         MOVE "B" TO WS-CARD-TBL-STATE (WS-CARD-SUB)
080600         MOVE "N" TO WS-CARD-FOUND-SW
080700         GO TO 2020-CHECK-CARD-EXIT
080800     END-IF.
080900     IF WS-CARD-TBL-DECISION (WS-CARD-SUB) = "R"
081000         IF WS-CARD-TBL-REHIRE-ID (WS-CARD-SUB) NOT = SPACE
081100             MOVE WS-CARD-TBL-REHIRE-ID (WS-CARD-SUB)
081200                 TO WS-REHIRE-ID
081300         ELSE
081400             MOVE EMP-DUH-CAND-ID OF EMP-DUPLICATE-HOLD-RECORD
081500                 TO WS-REHIRE-ID
081600         END-IF
081700         IF WS-REHIRE-ID NOT NUMERIC OR WS-REHIRE-ID = "00000"
081800             MOVE "B" TO WS-CARD-TBL-STATE (WS-CARD-SUB)
081900             MOVE "N" TO WS-CARD-FOUND-SW
082000             GO TO 2020-CHECK-CARD-EXIT
082100         END-IF
082200     END-IF.
082300     MOVE "U" TO WS-CARD-TBL-STATE (WS-CARD-SUB).
082400 2020-CHECK-CARD-EXIT.
082500     EXIT.
082600*
082700************************************************************
082800*  2100 - THE SAME PERSON COMING BACK.  THE ADD IMAGE IS
082900*  RELEASED AS AN "R" UNDER THE REHIRE EMP-ID, SO EMPUPD01'S
083000*  ARCHIVE LOOKUP RESTORES THE PRIOR EMP-YOE-TOTAL AND
083100*  ADDRESS INSTEAD OF A SECOND EMP-ID BEING ISSUED.
083200************************************************************
083300 2100-RELEASE-REHIRE.
083400************************************************************
083500     MOVE WS-REHIRE-ID TO EMP-ID-X OF WS-DUH-EMP-RECORD.
083600     MOVE "R"          TO WS-DUH-TRAN-CODE.
083700     MOVE WS-DUH-EMP-RECORD TO EMP-TRAN-OUT-RECORD.
083800     PERFORM 2850-WRITE-OUT
083900         THRU 2850-WRITE-OUT-EXIT.
084000     IF WS-TRAN-EOF
084100         GO TO 2100-RELEASE-REHIRE-EXIT
084200     END-IF.
084300     ADD 1 TO WS-REHIRE-COUNT.
084400     MOVE "R" TO EMP-DUH-STATUS OF EMP-DUPLICATE-HOLD-RECORD.
084500     MOVE "RECODED R" TO WS-ID-ACTION.
084600     PERFORM 2160-LIST-DECISION
084700         THRU 2160-LIST-DECISION-EXIT.
084800 2100-RELEASE-REHIRE-EXIT.
084900     EXIT.
085000*
085100************************************************************
085200*  2150 - A DIFFERENT PERSON.  THE ADD IS RELEASED AS KEYED.
085300************************************************************
085400 2150-RELEASE-NEW.
085500************************************************************
085600     MOVE EMP-DUH-TRAN OF EMP-DUPLICATE-HOLD-RECORD
085700         TO EMP-TRAN-OUT-RECORD.
085800     PERFORM 2850-WRITE-OUT
085900         THRU 2850-WRITE-OUT-EXIT.
086000     IF WS-TRAN-EOF
086100         GO TO 2150-RELEASE-NEW-EXIT
086200     END-IF.
086300     ADD 1 TO WS-RELEASE-NEW-COUNT.
086400     MOVE "N" TO EMP-DUH-STATUS OF EMP-DUPLICATE-HOLD-RECORD.
086500     MOVE "RELEASED NEW" TO WS-ID-ACTION.
086600     PERFORM 2160-LIST-DECISION
086700         THRU 2160-LIST-DECISION-EXIT.
086800 2150-RELEASE-NEW-EXIT.
086900     EXIT.
087000*
087100************************************************************
087200 2160-LIST-DECISION.
087300************************************************************
087400     MOVE WS-CARD-TBL-CLERK-ID (WS-CARD-SUB)
087500         TO EMP-DUH-CLERK-ID OF EMP-DUPLICATE-HOLD-RECORD.
087600     MOVE WS-RUN-DATE-EFF
087700         TO EMP-DUH-DECISION-DATE OF EMP-DUPLICATE-HOLD-RECORD.
087800     PERFORM 2400-LIST-ITEM
087900         THRU 2400-LIST-ITEM-EXIT.
088000     MOVE WS-CARD-TBL-CLERK-ID (WS-CARD-SUB) TO WS-CM-CLERK-ID.
088100     MOVE WS-CARD-TBL-COMMENT (WS-CARD-SUB)  TO WS-CM-COMMENT.
088200     WRITE EMP-DUPLICATE-LINE FROM WS-COMMENT-DETAIL
088300         AFTER ADVANCING 1 LINES.
088400 2160-LIST-DECISION-EXIT.
088500     EXIT.
088600*
088700************************************************************
088800*  2200 - WITHDRAWN BY THE CLERK.  THE ADD IS LISTED AND
088900*  LEAVES THE HOLD FILE; IT IS NEVER APPLIED.
089000************************************************************
089100 2200-DROP-WITHDRAWN.
089200************************************************************
089300     ADD 1 TO WS-WITHDRAWN-COUNT.
089400     MOVE "X" TO EMP-DUH-STATUS OF EMP-DUPLICATE-HOLD-RECORD.
089500     MOVE "WITHDRAWN" TO WS-ID-ACTION.
089600     PERFORM 2160-LIST-DECISION
089700         THRU 2160-LIST-DECISION-EXIT.
089800 2200-DROP-WITHDRAWN-EXIT.
089900     EXIT.
090000*
090100************************************************************
090200 2300-RESTAGE-HELD.
090300************************************************************
090400     MOVE EMP-DUPLICATE-HOLD-RECORD TO EMP-HOLD-OUT-RECORD.
090500     PERFORM 2800-WRITE-HOLD
090600         THRU 2800-WRITE-HOLD-EXIT.
090700     IF WS-HOLD-EOF
090800         GO TO 2300-RESTAGE-HELD-EXIT
090900     END-IF.
091000     ADD 1 TO WS-STILL-HELD-COUNT.
091100     MOVE "STILL HELD" TO WS-ID-ACTION.
091200     PERFORM 2400-LIST-ITEM
091300         THRU 2400-LIST-ITEM-EXIT.
091400 2300-RESTAGE-HELD-EXIT.
091500     EXIT.
091600*
091700************************************************************
091800*  2400 - LIST THE CURRENT HOLD RECORD (THE CALLER HAS SET
091900*  WS-ID-ACTION), WITH THE CANDIDATE IT MATCHED ON A SECOND
092000*  LINE.  THE EMP-ID SHOWN IS THE ADD'S OWN KEY AS HELD -
092100*  USUALLY BLANK, SINCE EMPASGN HAS NOT YET RUN.
092200************************************************************
092300 2400-LIST-ITEM.
092400************************************************************
092500     MOVE EMP-DUH-REF-NO OF EMP-DUPLICATE-HOLD-RECORD
092600         TO WS-ID-REF-NO.
092700     MOVE EMP-DUH-TRAN OF EMP-DUPLICATE-HOLD-RECORD (1:5)
092800         TO WS-ID-EMP-ID.
092900     MOVE EMP-DUH-REASON-CODE OF EMP-DUPLICATE-HOLD-RECORD
093000         TO WS-ID-REASON-CODE.
093100     MOVE EMP-DUH-CAND-ID OF EMP-DUPLICATE-HOLD-RECORD
093200         TO WS-ID-CAND-ID.
093300     MOVE EMP-DUH-CAND-SOURCE OF EMP-DUPLICATE-HOLD-RECORD
093400         TO WS-ID-CAND-SOURCE.
093500     MOVE EMP-DUH-TRAN OF EMP-DUPLICATE-HOLD-RECORD (6:20)
093600         TO WS-ID-NAME.
093700     MOVE EMP-DUH-TRAN OF EMP-DUPLICATE-HOLD-RECORD (31:10)
093800         TO WS-ID-DOB.
093900     WRITE EMP-DUPLICATE-LINE FROM WS-ITEM-DETAIL
094000         AFTER ADVANCING 1 LINES.
094100     MOVE EMP-DUH-CAND-NAME OF EMP-DUPLICATE-HOLD-RECORD
094200         TO WS-CD-CAND-NAME.
094300     MOVE EMP-DUH-CAND-STATUS OF EMP-DUPLICATE-HOLD-RECORD
094400         TO WS-CD-CAND-STATUS.
094500     MOVE EMP-DUH-CAND-TERM-DATE OF EMP-DUPLICATE-HOLD-RECORD
094600         TO WS-CD-CAND-TERM-DATE.
094700     MOVE EMP-DUH-MATCH-COUNT OF EMP-DUPLICATE-HOLD-RECORD
094800         TO WS-CD-MATCH-COUNT.
094900     WRITE EMP-DUPLICATE-LINE FROM WS-CAND-DETAIL
095000         AFTER ADVANCING 1 LINES.
095100 2400-LIST-ITEM-EXIT.
095200     EXIT.
095300*
095400************************************************************
095500*  2500 - SCREEN ONE TRANSACTION.  AN ADD WHOSE TABLE ENTRY
095600*  FOUND A CANDIDATE IS HELD; EVERYTHING ELSE IS COPIED
095700*  THROUGH UNTOUCHED.
095800************************************************************
095900 2500-SCREEN-TRAN.
096000************************************************************
096100     IF EMP-TRAN-CODE OF EMP-TRAN-IN-FILE = "A"
096200         ADD 1 TO WS-ADD-ORDINAL
096300         ADD 1 TO WS-ADD-READ-COUNT
096400         IF WS-ADD-ORDINAL > WS-ADD-COUNT
096500             ADD 1 TO WS-UNCHECKED-COUNT
096600         ELSE
096700             IF WS-ADD-CAND-SOURCE (WS-ADD-ORDINAL) NOT = SPACE
096800                 PERFORM 2700-HOLD-TRAN
096900                     THRU 2700-HOLD-TRAN-EXIT
097000                 GO TO 2500-SCREEN-TRAN-NEXT
097100             END-IF
097200         END-IF
097300     END-IF.
097400     MOVE EMP-TRAN-IN-RECORD TO EMP-TRAN-OUT-RECORD.
097500     PERFORM 2850-WRITE-OUT
097600         THRU 2850-WRITE-OUT-EXIT.
097700 2500-SCREEN-TRAN-NEXT.
097800     IF NOT WS-TRAN-EOF
097900         PERFORM 2950-READ-TRAN
098000             THRU 2950-READ-TRAN-EXIT
098100     END-IF.
098200 2500-SCREEN-TRAN-EXIT.
098300     EXIT.
098400*
098500************************************************************
098600*  2700 - HOLD AN ADD WITH ITS CANDIDATE.
098700************************************************************
098800 2700-HOLD-TRAN.
098900************************************************************
099000     ADD 1 TO WS-HOLD-SEQ.
099100     INITIALIZE EMP-DUPLICATE-HOLD-RECORD.
099200     MOVE EMP-TRAN-IN-RECORD
099300         TO EMP-DUH-TRAN OF EMP-DUPLICATE-HOLD-RECORD.
099400     MOVE "H" TO EMP-DUH-STATUS OF EMP-DUPLICATE-HOLD-RECORD.
099500     MOVE WS-RUN-DATE-YMD-X
099600         TO EMP-DUH-REF-DATE OF EMP-DUPLICATE-HOLD-RECORD.
099700     MOVE WS-HOLD-SEQ
099800         TO EMP-DUH-REF-SEQ OF EMP-DUPLICATE-HOLD-RECORD.
099900     EVALUATE WS-ADD-CAND-SOURCE (WS-ADD-ORDINAL)
100000         WHEN "M"
100100             MOVE "DUPM"
100200                 TO EMP-DUH-REASON-CODE OF
100300                    EMP-DUPLICATE-HOLD-RECORD
100400             MOVE "SAME PERSON ACTIVE ON MASTER"
100500                 TO EMP-DUH-REASON-TEXT OF
100600                    EMP-DUPLICATE-HOLD-RECORD
100700             ADD 1 TO WS-HOLD-DUPM-COUNT
100800         WHEN "A"
100900             MOVE "DUPA"
101000                 TO EMP-DUH-REASON-CODE OF
101100                    EMP-DUPLICATE-HOLD-RECORD
101200             MOVE "FORMER EMPLOYEE - RE-CODE AS R REHIRE"
101300                 TO EMP-DUH-REASON-TEXT OF
101400                    EMP-DUPLICATE-HOLD-RECORD
101500             ADD 1 TO WS-HOLD-DUPA-COUNT
101600         WHEN OTHER
101700             MOVE "DUPN"
101800                 TO EMP-DUH-REASON-CODE OF
101900                    EMP-DUPLICATE-HOLD-RECORD
102000             MOVE "SAME PERSON ON AN EARLIER ADD TONIGHT"
102100                 TO EMP-DUH-REASON-TEXT OF
102200                    EMP-DUPLICATE-HOLD-RECORD
102300             ADD 1 TO WS-HOLD-DUPN-COUNT
102400     END-EVALUATE.
102500     MOVE WS-ADD-CAND-ID (WS-ADD-ORDINAL)
102600         TO EMP-DUH-CAND-ID OF EMP-DUPLICATE-HOLD-RECORD.
102700     MOVE WS-ADD-CAND-SOURCE (WS-ADD-ORDINAL)
102800         TO EMP-DUH-CAND-SOURCE OF EMP-DUPLICATE-HOLD-RECORD.
102900     MOVE WS-ADD-CAND-NAME (WS-ADD-ORDINAL)
103000         TO EMP-DUH-CAND-NAME OF EMP-DUPLICATE-HOLD-RECORD.
103100     MOVE WS-ADD-CAND-STATUS (WS-ADD-ORDINAL)
103200         TO EMP-DUH-CAND-STATUS OF EMP-DUPLICATE-HOLD-RECORD.
103300     MOVE WS-ADD-CAND-TERM-DATE (WS-ADD-ORDINAL)
103400         TO EMP-DUH-CAND-TERM-DATE OF
103500            EMP-DUPLICATE-HOLD-RECORD.
103600     MOVE WS-ADD-MATCH-COUNT (WS-ADD-ORDINAL)
103700         TO EMP-DUH-MATCH-COUNT OF EMP-DUPLICATE-HOLD-RECORD.
103800     MOVE WS-RUN-DATE-EFF
103900         TO EMP-DUH-HELD-DATE OF EMP-DUPLICATE-HOLD-RECORD.
104000     MOVE EMP-DUPLICATE-HOLD-RECORD TO EMP-HOLD-OUT-RECORD.
104100     PERFORM 2800-WRITE-HOLD
104200         THRU 2800-WRITE-HOLD-EXIT.
104300     IF WS-TRAN-EOF
104400         GO TO 2700-HOLD-TRAN-EXIT
104500     END-IF.
104600     MOVE "NEW HOLD" TO WS-ID-ACTION.
104700     PERFORM 2400-LIST-ITEM
104800         THRU 2400-LIST-ITEM-EXIT.
104900 2700-HOLD-TRAN-EXIT.
105000     EXIT.
105100*
105200************************************************************
105300*  2800 - WRITE EMP-HOLD-OUT-RECORD TO THE NEW HOLD-FILE
105400*  GENERATION.  A FAILED WRITE IS FATAL - THE ADD WOULD
105500*  OTHERWISE VANISH FROM BOTH THE EXTRACT AND THE HOLD FILE.
105600************************************************************
105700 2800-WRITE-HOLD.
105800************************************************************
105900     WRITE EMP-HOLD-OUT-RECORD.
106000     IF WS-HOLDO-STATUS NOT = "00"
106100         DISPLAY "EMPDUP01 - HOLD WRITE FAILED - STATUS "
106200             WS-HOLDO-STATUS
106300         PERFORM 2990-STOP-RUN
106400             THRU 2990-STOP-RUN-EXIT
106500     END-IF.
106600 2800-WRITE-HOLD-EXIT.
106700     EXIT.
106800*
106900************************************************************
107000 2850-WRITE-OUT.
107100************************************************************
107200     WRITE EMP-TRAN-OUT-RECORD.
107300     IF WS-TRAN-OUT-STATUS NOT = "00"
107400         DISPLAY "EMPDUP01 - EXTRACT WRITE FAILED - STATUS "
107500             WS-TRAN-OUT-STATUS
107600         PERFORM 2990-STOP-RUN
107700             THRU 2990-STOP-RUN-EXIT
107800         GO TO 2850-WRITE-OUT-EXIT
107900     END-IF.
108000     ADD 1 TO WS-TRAN-OUT-COUNT.
108100 2850-WRITE-OUT-EXIT.
108200     EXIT.
108300*
108400************************************************************
108500 2900-READ-HOLD.
108600************************************************************
108700     READ EMP-HOLD-IN-FILE
108800         AT END
108900             MOVE "Y" TO WS-HOLD-EOF-SW
109000             GO TO 2900-READ-HOLD-EXIT
109100     END-READ.
109200     ADD 1 TO WS-HOLD-IN-COUNT.
109300 2900-READ-HOLD-EXIT.
109400     EXIT.
109500*
109600************************************************************
109700 2950-READ-TRAN.
109800************************************************************
109900     READ EMP-TRAN-IN-FILE
110000         AT END
110100             MOVE "Y" TO WS-TRAN-EOF-SW
110200             GO TO 2950-READ-TRAN-EXIT
110300     END-READ.
110400     ADD 1 TO WS-TRAN-IN-COUNT.
110500 2950-READ-TRAN-EXIT.
110600     EXIT.
110700*
110800************************************************************
110900*  2990 - A FATAL WRITE ERROR ENDS BOTH PASSES.
111000************************************************************
111100 2990-STOP-RUN.
111200************************************************************
111300     MOVE "Y" TO WS-HOLD-EOF-SW.
111400     MOVE "Y" TO WS-TRAN-EOF-SW.
111500     MOVE 16 TO RETURN-CODE.
111600 2990-STOP-RUN-EXIT.
111700     EXIT.
111800*
111900************************************************************
112000 3000-FINALIZE.
112100************************************************************
112200     IF WS-REPORT-STATUS = "00"
112300         PERFORM 3100-LIST-UNUSED-CARDS
112400             THRU 3100-LIST-UNUSED-CARDS-EXIT
112500         PERFORM 3300-WRITE-COUNTS
112600             THRU 3300-WRITE-COUNTS-EXIT
112700         CLOSE EMP-DUPLICATE-REPORT
112800     END-IF.
112900     IF WS-HOLDI-STATUS = "00"
113000         CLOSE EMP-HOLD-IN-FILE
113100     END-IF.
113200     IF WS-TRAN-IN-STATUS = "00"
113300         CLOSE EMP-TRAN-IN-FILE
113400     END-IF.
113500     IF WS-HOLDO-STATUS = "00"
113600         CLOSE EMP-HOLD-OUT-FILE
113700     END-IF.
113800     IF WS-TRAN-OUT-STATUS = "00"
113900         CLOSE EMP-TRAN-OUT-FILE
114000     END-IF.
114100     IF WS-CARDO-STATUS = "00"
114200         CLOSE EMP-CARD-OUT-FILE
114300     END-IF.
114400     DISPLAY "EMPDUP01 - TRANS IN: " WS-TRAN-IN-COUNT
114500         " OUT: " WS-TRAN-OUT-COUNT
114600         " NEW HOLDS: " WS-HOLD-DUPM-COUNT
114700         "/" WS-HOLD-DUPA-COUNT "/" WS-HOLD-DUPN-COUNT
114800         " REHIRES: " WS-REHIRE-COUNT
114900         " STILL HELD: " WS-STILL-HELD-COUNT.
115000 3000-FINALIZE-EXIT.
115100     EXIT.
115200*
115300************************************************************
115400*  3100/3110 - EVERY CARD THAT DID NOT DECIDE AN ADD, WITH
115500*  THE REASON, SO THE CLERK CAN CORRECT AND REKEY IT.
115600************************************************************
115700 3100-LIST-UNUSED-CARDS.
115800************************************************************
115900     MOVE "DECISION CARDS NOT APPLIED" TO WS-SEC-TEXT.
116000     WRITE EMP-DUPLICATE-LINE FROM WS-SECTION-LINE
116100         AFTER ADVANCING 3 LINES.
116200     MOVE 1 TO WS-CARD-SUB.
116300     PERFORM 3110-LIST-UNUSED-CARD
116400         THRU 3110-LIST-UNUSED-CARD-EXIT
116500         UNTIL WS-CARD-SUB > WS-CARD-COUNT.
116600 3100-LIST-UNUSED-CARDS-EXIT.
116700     EXIT.
116800*
116900************************************************************
117000 3110-LIST-UNUSED-CARD.
117100************************************************************
117200     IF WS-CARD-TBL-STATE (WS-CARD-SUB) NOT = "U"
117300         MOVE WS-CARD-TBL-REF-NO (WS-CARD-SUB)   TO WS-UD-REF-NO
117400         MOVE WS-CARD-TBL-DECISION (WS-CARD-SUB) TO WS-UD-DECISION
117500         MOVE WS-CARD-TBL-CLERK-ID (WS-CARD-SUB) TO WS-UD-CLERK-ID
117600         IF WS-CARD-TBL-STATE (WS-CARD-SUB) = "B"
117700             MOVE "NEEDS CLERK ID, R/N/X AND A REHIRE EMP-ID"
117800                 TO WS-UD-REASON
117900         ELSE
118000             MOVE "REFERENCE IS NOT A HELD ADD"
118100                 TO WS-UD-REASON
118200         END-IF
118300         WRITE EMP-DUPLICATE-LINE FROM WS-UNUSED-DETAIL
118400             AFTER ADVANCING 1 LINES
118500         ADD 1 TO WS-CARD-UNUSED-COUNT
118600     END-IF.
118700     ADD 1 TO WS-CARD-SUB.
118800 3110-LIST-UNUSED-CARD-EXIT.
118900     EXIT.
119000*
119100************************************************************
119200 3300-WRITE-COUNTS.
119300************************************************************
119400     MOVE "HELD ADDS READ:"                TO WS-SL-TEXT.
119500     MOVE WS-HOLD-IN-COUNT                 TO WS-SL-COUNT.
119600     WRITE EMP-DUPLICATE-LINE FROM WS-SUMMARY-LINE
119700         AFTER ADVANCING 3 LINES.
119800     MOVE "RE-CODED AS REHIRES:"           TO WS-SL-TEXT.
119900     MOVE WS-REHIRE-COUNT                  TO WS-SL-COUNT.
120000     WRITE EMP-DUPLICATE-LINE FROM WS-SUMMARY-LINE
120100         AFTER ADVANCING 1 LINES.
120200     MOVE "RELEASED AS NEW HIRES:"         TO WS-SL-TEXT.
120300     MOVE WS-RELEASE-NEW-COUNT             TO WS-SL-COUNT.
120400     WRITE EMP-DUPLICATE-LINE FROM WS-SUMMARY-LINE
120500         AFTER ADVANCING 1 LINES.
120600     MOVE "WITHDRAWN:"                     TO WS-SL-TEXT.
120700     MOVE WS-WITHDRAWN-COUNT               TO WS-SL-COUNT.
120800     WRITE EMP-DUPLICATE-LINE FROM WS-SUMMARY-LINE
120900         AFTER ADVANCING 1 LINES.
121000     MOVE "STILL HELD:"                    TO WS-SL-TEXT.
121100     MOVE WS-STILL-HELD-COUNT              TO WS-SL-COUNT.
121200     WRITE EMP-DUPLICATE-LINE FROM WS-SUMMARY-LINE
121300         AFTER ADVANCING 1 LINES.
121400     MOVE "TRANSACTIONS SCREENED:"         TO WS-SL-TEXT.
121500     MOVE WS-TRAN-IN-COUNT                 TO WS-SL-COUNT.
121600     WRITE EMP-DUPLICATE-LINE FROM WS-SUMMARY-LINE
121700         AFTER ADVANCING 1 LINES.
121800     MOVE "ADDS SCREENED:"                 TO WS-SL-TEXT.
121900     MOVE WS-ADD-READ-COUNT                TO WS-SL-COUNT.
122000     WRITE EMP-DUPLICATE-LINE FROM WS-SUMMARY-LINE
122100         AFTER ADVANCING 1 LINES.
122200     MOVE "  HELD - ACTIVE ON MASTER:"     TO WS-SL-TEXT.
122300     MOVE WS-HOLD-DUPM-COUNT               TO WS-SL-COUNT.
122400     WRITE EMP-DUPLICATE-LINE FROM WS-SUMMARY-LINE
122500         AFTER ADVANCING 1 LINES.
122600     MOVE "  HELD - FORMER EMPLOYEE:"      TO WS-SL-TEXT.
122700     MOVE WS-HOLD-DUPA-COUNT               TO WS-SL-COUNT.
122800     WRITE EMP-DUPLICATE-LINE FROM WS-SUMMARY-LINE
122900         AFTER ADVANCING 1 LINES.
123000     MOVE "  HELD - REPEATED ADD TONIGHT:" TO WS-SL-TEXT.
123100     MOVE WS-HOLD-DUPN-COUNT               TO WS-SL-COUNT.
123200     WRITE EMP-DUPLICATE-LINE FROM WS-SUMMARY-LINE
123300         AFTER ADVANCING 1 LINES.
123400     MOVE "  NOT CHECKED - TABLE FULL:"    TO WS-SL-TEXT.
123500     MOVE WS-UNCHECKED-COUNT               TO WS-SL-COUNT.
123600     WRITE EMP-DUPLICATE-LINE FROM WS-SUMMARY-LINE
123700         AFTER ADVANCING 1 LINES.
123800     MOVE "WRITTEN TO CHECKED EXTRACT:"    TO WS-SL-TEXT.
123900     MOVE WS-TRAN-OUT-COUNT                TO WS-SL-COUNT.
124000     WRITE EMP-DUPLICATE-LINE FROM WS-SUMMARY-LINE
124100         AFTER ADVANCING 1 LINES.
124200     MOVE "MASTER RECORDS COMPARED:"       TO WS-SL-TEXT.
124300     MOVE WS-MASTER-READ-COUNT             TO WS-SL-COUNT.
124400     WRITE EMP-DUPLICATE-LINE FROM WS-SUMMARY-LINE
124500         AFTER ADVANCING 1 LINES.
124600     MOVE "ARCHIVE RECORDS COMPARED:"      TO WS-SL-TEXT.
124700     MOVE WS-ARCHIVE-READ-COUNT            TO WS-SL-COUNT.
124800     WRITE EMP-DUPLICATE-LINE FROM WS-SUMMARY-LINE
124900         AFTER ADVANCING 1 LINES.
125000     MOVE "DECISION CARDS READ:"           TO WS-SL-TEXT.
125100     MOVE WS-CARD-IN-COUNT                 TO WS-SL-COUNT.
125200     WRITE EMP-DUPLICATE-LINE FROM WS-SUMMARY-LINE
125300         AFTER ADVANCING 1 LINES.
125400     MOVE "DECISION CARDS NOT APPLIED:"    TO WS-SL-TEXT.
125500     MOVE WS-CARD-UNUSED-COUNT             TO WS-SL-COUNT.
125600     WRITE EMP-DUPLICATE-LINE FROM WS-SUMMARY-LINE
125700         AFTER ADVANCING 1 LINES.
125800 3300-WRITE-COUNTS-EXIT.
125900     EXIT.
126000*
126100************************************************************
126200*  7000/7010 - KEEP ONLY THE LETTERS OF WS-NORM-IN, UPPER-
126300*  CASED AND CLOSED UP, IN WS-NORM-OUT.
126400************************************************************
126500 7000-NORMALIZE-NAME.
126600************************************************************
126700     INSPECT WS-NORM-IN CONVERTING
126800         "abcdefghijklmnopqrstuvwxyz" TO
126900         "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
127000     MOVE SPACE TO WS-NORM-OUT.
127100     MOVE ZERO  TO WS-NORM-OUT-SUB.
127200     PERFORM 7010-NORMALIZE-CHAR
127300         THRU 7010-NORMALIZE-CHAR-EXIT
127400         VARYING WS-NORM-SUB FROM 1 BY 1
127500         UNTIL WS-NORM-SUB > 25.
127600 7000-NORMALIZE-NAME-EXIT.
127700     EXIT.
127800*
127900************************************************************
128000 7010-NORMALIZE-CHAR.
128100************************************************************
128200     MOVE WS-NORM-IN (WS-NORM-SUB:1) TO WS-NORM-CHAR.
128300     IF WS-NORM-CHAR >= "A" AND WS-NORM-CHAR <= "Z"
128400         ADD 1 TO WS-NORM-OUT-SUB
128500         MOVE WS-NORM-CHAR TO WS-NORM-OUT (WS-NORM-OUT-SUB:1)
128600     END-IF.
128700 7010-NORMALIZE-CHAR-EXIT.
128800     EXIT.
