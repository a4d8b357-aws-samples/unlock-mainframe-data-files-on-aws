000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. EMPDSW01.
000300 AUTHOR. MFDATA-APPLICATIONS-GROUP.
000400 INSTALLATION. MFDATA.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*
000800************************************************************
000900*  MODIFICATION HISTORY
001000*------------------------------------------------------------
001100*  DATE       INIT  DESCRIPTION
001200*  10/15/26   JDM   INITIAL VERSION - PERIODIC SWEEP OF THE
001300*                   MASTER AND TERMINATED ARCHIVE FOR PEOPLE
001400*                   ALREADY CARRYING TWO EMP-IDS.
001500************************************************************
001600*
001700************************************************************
001800*  PURPOSE -                                                *
001900*    LISTS EVERY PAIR OF EMP-IDS THAT APPEAR TO BELONG TO    *
002000*    THE SAME PERSON - SAME DATE OF BIRTH AND THE SAME NAME  *
002100*    COMPARED ON LETTERS ONLY, IGNORING CASE, SPACING AND    *
002200*    PUNCTUATION (THE RULE EMPDUP01 APPLIES TO NEW ADDS).    *
002300*    TWO KINDS OF PAIR ARE LISTED -                          *
002400*      BOTH ACTIVE   TWO EMP-IDS ON THE LIVE MASTER          *
002500*      ARC <DATE>    AN EMP-ID ON THE MASTER AND A DIFFERENT *
002600*                    ONE IN THE ARCHIVE, TERMINATED ON THAT  *
002700*                    DATE - A REHIRE KEYED AS A NEW HIRE     *
002800*    PAIRS WHOLLY WITHIN THE ARCHIVE ARE NOT LISTED, AND AN  *
002900*    EMP-ID THAT IS BOTH ACTIVE AND ARCHIVED (A PROPER       *
003000*    REHIRE) IS NOT A PAIR.                                  *
003100*                                                            *
003200*    BOTH INPUTS ARRIVE SORTED ON DATE OF BIRTH, THEN        *
003300*    EMP-ID (SEE EMPDUPS0).  THE TWO FILES ARE MATCHED ON    *
003400*    DATE OF BIRTH AND EACH DATE'S PEOPLE ARE COMPARED IN A  *
003500*    TABLE OF 500, SO A FULL MASTER IS SWEPT IN ONE PASS.    *
003600*    THE STEP ENDS RC=4 WHEN ANY PAIR IS LISTED.             *
003700************************************************************
003800 ENVIRONMENT DIVISION.
003900 CONFIGURATION SECTION.
004000 SOURCE-COMPUTER. IBM-ZSERIES.
004100 OBJECT-COMPUTER. IBM-ZSERIES.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT EMP-MASTER-SORTED-FILE ASSIGN TO EMPDSMI
004500         ORGANIZATION IS SEQUENTIAL
004600         ACCESS MODE IS SEQUENTIAL
004700         FILE STATUS IS WS-MAS-STATUS.
004800
004900     SELECT EMP-ARCHIVE-SORTED-FILE ASSIGN TO EMPDSAI
005000         ORGANIZATION IS SEQUENTIAL
005100         ACCESS MODE IS SEQUENTIAL
005200         FILE STATUS IS WS-ARC-STATUS.
005300
005400     SELECT EMP-SWEEP-REPORT ASSIGN TO EMPDSRPT
005500         ORGANIZATION IS SEQUENTIAL
005600         ACCESS MODE IS SEQUENTIAL
005700         FILE STATUS IS WS-REPORT-STATUS.
005800 DATA DIVISION.
005900 FILE SECTION.
006000 FD  EMP-MASTER-SORTED-FILE
006100     RECORDING MODE IS F
006200     LABEL RECORDS ARE STANDARD.
006300     COPY EMPREC01.
006400
006500 FD  EMP-ARCHIVE-SORTED-FILE
006600     RECORDING MODE IS F
006700     LABEL RECORDS ARE STANDARD.
006800     COPY EMPARC01.
006900
007000 FD  EMP-SWEEP-REPORT
007100     RECORDING MODE IS F
007200     LABEL RECORDS ARE STANDARD.
007300 01  EMP-SWEEP-LINE                  PIC X(80).
007400 WORKING-STORAGE SECTION.
007500 77  WS-MAS-STATUS                   PIC X(02)   VALUE "00".
007600 77  WS-ARC-STATUS                   PIC X(02)   VALUE "00".
007700 77  WS-REPORT-STATUS                PIC X(02)   VALUE "00".
007800*
007900 77  WS-MAS-EOF-SW                   PIC X(01)   VALUE "N".
008000     88  WS-MAS-EOF                  VALUE "Y".
008100 77  WS-ARC-EOF-SW                   PIC X(01)   VALUE "N".
008200     88  WS-ARC-EOF                  VALUE "Y".
008300*
008400 77  WS-MASTER-READ-COUNT            PIC 9(07)   COMP VALUE ZERO.
008500 77  WS-ARCHIVE-READ-COUNT           PIC 9(07)   COMP VALUE ZERO.
008600 77  WS-GROUP-COUNT                  PIC 9(07)   COMP VALUE ZERO.
008700 77  WS-NOT-COMPARED-COUNT           PIC 9(07)   COMP VALUE ZERO.
008800 77  WS-PAIR-ACTIVE-COUNT            PIC 9(07)   COMP VALUE ZERO.
008900 77  WS-PAIR-ARCHIVE-COUNT           PIC 9(07)   COMP VALUE ZERO.
009000*
009100 77  WS-GRP-SUB                      PIC 9(04)   COMP VALUE ZERO.
009200 77  WS-GRP-SUB2                     PIC 9(04)   COMP VALUE ZERO.
009300*
009400************************************************************
009500*  CURRENT MATCH KEYS - THE DATE OF BIRTH OF THE NEXT
009600*  RECORD ON EACH FILE, HIGH-VALUES ONCE THAT FILE IS
009700*  EXHAUSTED.  WS-GROUP-DOB IS THE DATE BEING COLLECTED.
009800************************************************************
009900 01  WS-MAS-KEY                      PIC X(10).
010000 01  WS-ARC-KEY                      PIC X(10).
010100 01  WS-GROUP-DOB                    PIC X(10).
010200*
010300 01  WS-RUN-DATE-YMD.
010400     05  WS-RUN-DATE-CCYY            PIC 9(04).
010500     05  WS-RUN-DATE-MM              PIC 9(02).
010600     05  WS-RUN-DATE-DD              PIC 9(02).
010700*
010800 01  WS-RUN-DATE-EFF                 PIC X(10).
010900 01  WS-RUN-DATE-EFF-PARTS REDEFINES WS-RUN-DATE-EFF.
011000     05  WS-EFF-CCYY                 PIC X(04).
011100     05  WS-EFF-DASH1                PIC X(01).
011200     05  WS-EFF-MM                   PIC X(02).
011300     05  WS-EFF-DASH2                PIC X(01).
011400     05  WS-EFF-DD                   PIC X(02).
011500*
011600************************************************************
011700*  NAME NORMALIZATION - 7000 COPIES THE LETTERS OF
011800*  WS-NORM-IN, UPPER-CASED, INTO WS-NORM-OUT.
011900************************************************************
012000 77  WS-NORM-SUB                     PIC 9(02)   COMP VALUE ZERO.
012100 77  WS-NORM-OUT-SUB                 PIC 9(02)   COMP VALUE ZERO.
012200 77  WS-NORM-CHAR                    PIC X(01)   VALUE SPACE.
012300 01  WS-NORM-IN                      PIC X(25).
012400 01  WS-NORM-OUT                     PIC X(25).
012500*
012600     COPY EMPREC01
012700         REPLACING ==EMP-RECORD== BY ==WS-ARC-EMP-RECORD==.
012800*
012900************************************************************
013000*  THE PEOPLE SHARING WS-GROUP-DOB.  WS-GRP-SOURCE IS "M"
013100*  FOR THE MASTER, "A" FOR THE ARCHIVE.  AN EMP-ID ARCHIVED
013200*  MORE THAN ONCE (REHIRED AND TERMINATED AGAIN) IS HELD
013300*  ONCE, WITH ITS LATEST TERMINATION DATE.
013400************************************************************
013500 01  WS-GROUP-TABLE.
013600     05  WS-GRP-COUNT                PIC 9(04)   COMP VALUE ZERO.
013700     05  WS-GRP-ENTRY OCCURS 500 TIMES.
013800         10  WS-GRP-SOURCE           PIC X(01).
013900         10  WS-GRP-EMP-ID           PIC X(05).
014000         10  WS-GRP-NAME             PIC X(25).
014100         10  WS-GRP-NORM-NAME        PIC X(25).
014200         10  WS-GRP-TERM-DATE        PIC X(10).
014300*
014400 01  WS-REPORT-HEADING-1.
014500     05  FILLER                      PIC X(01)   VALUE SPACE.
014600     05  FILLER                      PIC X(40)
014700         VALUE "EMPDSW01 - DUPLICATE-PERSON SWEEP AS OF ".
014800     05  WS-H1-RUN-DATE              PIC X(10).
014900     05  FILLER                      PIC X(29)   VALUE SPACE.
015000*
015100 01  WS-REPORT-HEADING-2.
015200     05  FILLER                      PIC X(01)   VALUE SPACE.
015300     05  FILLER                      PIC X(10)   VALUE "DOB".
015400     05  FILLER                      PIC X(01)   VALUE SPACE.
015500     05  FILLER                      PIC X(05)   VALUE "EMPID".
015600     05  FILLER                      PIC X(01)   VALUE SPACE.
015700     05  FILLER                      PIC X(18)   VALUE "NAME".
015800     05  FILLER                      PIC X(01)   VALUE SPACE.
015900     05  FILLER                      PIC X(05)   VALUE "EMPID".
016000     05  FILLER                      PIC X(01)   VALUE SPACE.
016100     05  FILLER                      PIC X(18)   VALUE "NAME".
016200     05  FILLER                      PIC X(01)   VALUE SPACE.
016300     05  FILLER                      PIC X(15)
016400         VALUE "SECOND ID IS".
016500     05  FILLER                      PIC X(03)   VALUE SPACE.
016600*
016700 01  WS-PAIR-DETAIL.
016800     05  FILLER                      PIC X(01)   VALUE SPACE.
016900     05  WS-PD-DOB                   PIC X(10).
017000     05  FILLER                      PIC X(01)   VALUE SPACE.
017100     05  WS-PD-EMP-ID-1              PIC X(05).
017200     05  FILLER                      PIC X(01)   VALUE SPACE.
017300     05  WS-PD-NAME-1                PIC X(18).
017400     05  FILLER                      PIC X(01)   VALUE SPACE.
017500     05  WS-PD-EMP-ID-2              PIC X(05).
017600     05  FILLER                      PIC X(01)   VALUE SPACE.
017700     05  WS-PD-NAME-2                PIC X(18).
017800     05  FILLER                      PIC X(01)   VALUE SPACE.
017900     05  WS-PD-KIND                  PIC X(15).
018000     05  FILLER                      PIC X(03)   VALUE SPACE.
018100*
018200 01  WS-PD-KIND-ARCHIVE.
018300     05  FILLER                      PIC X(04)   VALUE "ARC ".
018400     05  WS-PD-TERM-DATE             PIC X(10).
018500     05  FILLER                      PIC X(01)   VALUE SPACE.
018600*
018700 01  WS-SUMMARY-LINE.
018800     05  FILLER                      PIC X(01)   VALUE SPACE.
018900     05  WS-SL-TEXT                  PIC X(36).
019000     05  WS-SL-COUNT                 PIC ZZZZZZ9.
019100     05  FILLER                      PIC X(36)   VALUE SPACE.
019200 PROCEDURE DIVISION.
019300************************************************************
019400 0000-MAINLINE.
019500************************************************************
019600     PERFORM 1000-INITIALIZE
019700         THRU 1000-INITIALIZE-EXIT.
019800     PERFORM 2000-SWEEP-GROUP
019900         THRU 2000-SWEEP-GROUP-EXIT
020000         UNTIL WS-MAS-EOF AND WS-ARC-EOF.
020100     PERFORM 3000-FINALIZE
020200         THRU 3000-FINALIZE-EXIT.
020300     GOBACK.
020400*
020500************************************************************
020600*  1000 - OPEN AND PRIME BOTH INPUTS.  THE MASTER COPY MUST
020700*  BE PRESENT; AN EMPTY ARCHIVE IS NORMAL.
020800************************************************************
020900 1000-INITIALIZE.
021000************************************************************
021100     ACCEPT WS-RUN-DATE-YMD FROM DATE YYYYMMDD.
021200     MOVE WS-RUN-DATE-CCYY TO WS-EFF-CCYY.
021300     MOVE WS-RUN-DATE-MM   TO WS-EFF-MM.
021400     MOVE WS-RUN-DATE-DD   TO WS-EFF-DD.
021500     MOVE "-"              TO WS-EFF-DASH1.
021600     MOVE "-"              TO WS-EFF-DASH2.
021700*
021800     OPEN INPUT  EMP-MASTER-SORTED-FILE
021900                 EMP-ARCHIVE-SORTED-FILE
022000          OUTPUT EMP-SWEEP-REPORT.
022100     IF WS-MAS-STATUS NOT = "00" OR
022200        WS-ARC-STATUS NOT = "00" OR
022300        WS-REPORT-STATUS NOT = "00"
022400         DISPLAY "EMPDSW01 - OPEN FAILED - " WS-MAS-STATUS
022500             " " WS-ARC-STATUS " " WS-REPORT-STATUS
022600         MOVE "Y" TO WS-MAS-EOF-SW
022700         MOVE "Y" TO WS-ARC-EOF-SW
022800         MOVE 12 TO RETURN-CODE
022900         GO TO 1000-INITIALIZE-EXIT
023000     END-IF.
023100     MOVE WS-RUN-DATE-EFF TO WS-H1-RUN-DATE.
023200     WRITE EMP-SWEEP-LINE FROM WS-REPORT-HEADING-1.
023300     WRITE EMP-SWEEP-LINE FROM WS-REPORT-HEADING-2
023400         AFTER ADVANCING 2 LINES.
023500     PERFORM 2800-READ-MASTER
023600         THRU 2800-READ-MASTER-EXIT.
023700     PERFORM 2900-READ-ARCHIVE
023800         THRU 2900-READ-ARCHIVE-EXIT.
023900 1000-INITIALIZE-EXIT.
024000     EXIT.
024100*
024200************************************************************
024300*  2000 - COLLECT EVERYONE BORN ON THE LOWER OF THE TWO
024400*  CURRENT DATES FROM BOTH FILES, THEN COMPARE THEM.  A
024500*  BLANK DATE OF BIRTH IS SKIPPED - IT WOULD PAIR UP
024600*  UNRELATED PEOPLE.
024700************************************************************
024800 2000-SWEEP-GROUP.
024900************************************************************
025000     IF WS-MAS-KEY < WS-ARC-KEY
025100         MOVE WS-MAS-KEY TO WS-GROUP-DOB
025200     ELSE
025300         MOVE WS-ARC-KEY TO WS-GROUP-DOB
025400     END-IF.
025500     MOVE ZERO TO WS-GRP-COUNT.
025600     PERFORM 2100-COLLECT-MASTER
025700         THRU 2100-COLLECT-MASTER-EXIT
025800         UNTIL WS-MAS-KEY NOT = WS-GROUP-DOB.
025900     PERFORM 2200-COLLECT-ARCHIVE
026000         THRU 2200-COLLECT-ARCHIVE-EXIT
026100         UNTIL WS-ARC-KEY NOT = WS-GROUP-DOB.
026200     IF WS-GROUP-DOB = SPACE OR WS-GRP-COUNT < 2
026300         GO TO 2000-SWEEP-GROUP-EXIT
026400     END-IF.
026500     ADD 1 TO WS-GROUP-COUNT.
026600     PERFORM 2300-COMPARE-ENTRY
026700         THRU 2300-COMPARE-ENTRY-EXIT
026800         VARYING WS-GRP-SUB FROM 1 BY 1
026900         UNTIL WS-GRP-SUB >= WS-GRP-COUNT.
027000 2000-SWEEP-GROUP-EXIT.
027100     EXIT.
027200*
027300************************************************************
027400 2100-COLLECT-MASTER.
027500************************************************************
027600     IF WS-GRP-COUNT >= 500
027700         ADD 1 TO WS-NOT-COMPARED-COUNT
027800     ELSE
027900         MOVE EMP-NAME OF EMP-MASTER-SORTED-FILE TO WS-NORM-IN
028000         PERFORM 7000-NORMALIZE-NAME
028100             THRU 7000-NORMALIZE-NAME-EXIT
028200         ADD 1 TO WS-GRP-COUNT
028300         MOVE "M" TO WS-GRP-SOURCE (WS-GRP-COUNT)
028400         MOVE EMP-ID-X OF EMP-MASTER-SORTED-FILE
028500             TO WS-GRP-EMP-ID (WS-GRP-COUNT)
028600         MOVE EMP-NAME OF EMP-MASTER-SORTED-FILE
028700             TO WS-GRP-NAME (WS-GRP-COUNT)
028800         MOVE WS-NORM-OUT TO WS-GRP-NORM-NAME (WS-GRP-COUNT)
028900         MOVE SPACE TO WS-GRP-TERM-DATE (WS-GRP-COUNT)
029000     END-IF.
029100     PERFORM 2800-READ-MASTER
029200         THRU 2800-READ-MASTER-EXIT.
029300 2100-COLLECT-MASTER-EXIT.
029400     EXIT.
029500*
029600************************************************************
029700*  2200 - THE ARCHIVE IS IN EMP-ID ORDER WITHIN A DATE, SO A
029800*  REPEATED EMP-ID FOLLOWS ITS FIRST IMAGE DIRECTLY AND ONLY
029900*  ITS TERMINATION DATE NEEDS UPDATING.
030000************************************************************
030100 2200-COLLECT-ARCHIVE.
030200************************************************************
030300     MOVE EMP-ARC-EMPLOYEE TO WS-ARC-EMP-RECORD.
030400     IF WS-GRP-COUNT > ZERO
030500         IF WS-GRP-SOURCE (WS-GRP-COUNT) = "A" AND
030600            WS-GRP-EMP-ID (WS-GRP-COUNT) =
030700                EMP-ID-X OF WS-ARC-EMP-RECORD
030800             IF EMP-ARC-TERM-DATE >
030900                WS-GRP-TERM-DATE (WS-GRP-COUNT)
031000                 MOVE EMP-ARC-TERM-DATE
031100                     TO WS-GRP-TERM-DATE (WS-GRP-COUNT)
031200             END-IF
031300             GO TO 2200-COLLECT-ARCHIVE-NEXT
031400         END-IF
031500     END-IF.
031600     IF WS-GRP-COUNT >= 500
031700         ADD 1 TO WS-NOT-COMPARED-COUNT
031800         GO TO 2200-COLLECT-ARCHIVE-NEXT
031900     END-IF.
032000     MOVE EMP-NAME OF WS-ARC-EMP-RECORD TO WS-NORM-IN.
032100     PERFORM 7000-NORMALIZE-NAME
032200         THRU 7000-NORMALIZE-NAME-EXIT.
032300     ADD 1 TO WS-GRP-COUNT.
032400     MOVE "A" TO WS-GRP-SOURCE (WS-GRP-COUNT).
032500     MOVE EMP-ID-X OF WS-ARC-EMP-RECORD
032600         TO WS-GRP-EMP-ID (WS-GRP-COUNT).
032700     MOVE EMP-NAME OF WS-ARC-EMP-RECORD
032800         TO WS-GRP-NAME (WS-GRP-COUNT).
032900     MOVE WS-NORM-OUT TO WS-GRP-NORM-NAME (WS-GRP-COUNT).
033000     MOVE EMP-ARC-TERM-DATE TO WS-GRP-TERM-DATE (WS-GRP-COUNT).
033100 2200-COLLECT-ARCHIVE-NEXT.
033200     PERFORM 2900-READ-ARCHIVE
033300         THRU 2900-READ-ARCHIVE-EXIT.
033400 2200-COLLECT-ARCHIVE-EXIT.
033500     EXIT.
033600*
033700************************************************************
033800*  2300/2310 - COMPARE ONE ENTRY WITH EVERY LATER ENTRY OF
033900*  THE GROUP.  MASTER ENTRIES ARE LOADED FIRST, SO IN A
034000*  MIXED PAIR THE MASTER EMP-ID IS ALWAYS THE FIRST ONE.
034100************************************************************
034200 2300-COMPARE-ENTRY.
034300************************************************************
034400     IF WS-GRP-SOURCE (WS-GRP-SUB) NOT = "M" OR
034500        WS-GRP-NORM-NAME (WS-GRP-SUB) = SPACE
034600         GO TO 2300-COMPARE-ENTRY-EXIT
034700     END-IF.
034800     COMPUTE WS-GRP-SUB2 = WS-GRP-SUB + 1.
034900     PERFORM 2310-COMPARE-PAIR
035000         THRU 2310-COMPARE-PAIR-EXIT
035100         VARYING WS-GRP-SUB2 FROM WS-GRP-SUB2 BY 1
035200         UNTIL WS-GRP-SUB2 > WS-GRP-COUNT.
035300 2300-COMPARE-ENTRY-EXIT.
035400     EXIT.
035500*
035600************************************************************
035700 2310-COMPARE-PAIR.
035800************************************************************
035900     IF WS-GRP-NORM-NAME (WS-GRP-SUB2) NOT =
036000        WS-GRP-NORM-NAME (WS-GRP-SUB) OR
036100        WS-GRP-EMP-ID (WS-GRP-SUB2) = WS-GRP-EMP-ID (WS-GRP-SUB)
036200         GO TO 2310-COMPARE-PAIR-EXIT
036300     END-IF.
036400     MOVE WS-GROUP-DOB                  TO WS-PD-DOB.
036500     MOVE WS-GRP-EMP-ID (WS-GRP-SUB)    TO WS-PD-EMP-ID-1.
036600     MOVE WS-GRP-NAME (WS-GRP-SUB)      TO WS-PD-NAME-1.
036700     MOVE WS-GRP-EMP-ID (WS-GRP-SUB2)   TO WS-PD-EMP-ID-2.
036800     MOVE WS-GRP-NAME (WS-GRP-SUB2)     TO WS-PD-NAME-2.
036900     IF WS-GRP-SOURCE (WS-GRP-SUB2) = "M"
037000         MOVE "BOTH ACTIVE" TO WS-PD-KIND
037100         ADD 1 TO WS-PAIR-ACTIVE-COUNT
037200     ELSE
037300         MOVE WS-GRP-TERM-DATE (WS-GRP-SUB2) TO WS-PD-TERM-DATE
037400         MOVE WS-PD-KIND-ARCHIVE TO WS-PD-KIND
037500         ADD 1 TO WS-PAIR-ARCHIVE-COUNT
037600     END-IF.
037700     WRITE EMP-SWEEP-LINE FROM WS-PAIR-DETAIL
037800         AFTER ADVANCING 1 LINES.
037900 2310-COMPARE-PAIR-EXIT.
038000     EXIT.
038100*
038200************************************************************
038300 2800-READ-MASTER.
038400************************************************************
038500     READ EMP-MASTER-SORTED-FILE
038600         AT END
038700             MOVE "Y" TO WS-MAS-EOF-SW
038800             MOVE HIGH-VALUES TO WS-MAS-KEY
038900             GO TO 2800-READ-MASTER-EXIT
039000     END-READ.
039100     ADD 1 TO WS-MASTER-READ-COUNT.
039200     MOVE EMP-DOB OF EMP-MASTER-SORTED-FILE TO WS-MAS-KEY.
039300 2800-READ-MASTER-EXIT.
039400     EXIT.
039500*
039600************************************************************
039700 2900-READ-ARCHIVE.
039800************************************************************
039900     READ EMP-ARCHIVE-SORTED-FILE
040000         AT END
040100             MOVE "Y" TO WS-ARC-EOF-SW
040200             MOVE HIGH-VALUES TO WS-ARC-KEY
040300             GO TO 2900-READ-ARCHIVE-EXIT
040400     END-READ.
040500     ADD 1 TO WS-ARCHIVE-READ-COUNT.
040600     MOVE EMP-ARC-EMPLOYEE (31:10) TO WS-ARC-KEY.
040700 2900-READ-ARCHIVE-EXIT.
040800     EXIT.
040900*
041000************************************************************
041100*  3000 - SUMMARY.  RC=4 WHEN ANY PAIR WAS LISTED, SO THE
041200*  SCHEDULER ROUTES THE LISTING TO HR RECORDS FOR MERGING.
041300************************************************************
041400 3000-FINALIZE.
041500************************************************************
041600     IF WS-REPORT-STATUS = "00"
041700         PERFORM 3300-WRITE-COUNTS
041800             THRU 3300-WRITE-COUNTS-EXIT
041900         CLOSE EMP-SWEEP-REPORT
042000     END-IF.
042100     IF WS-MAS-STATUS = "00"
042200         CLOSE EMP-MASTER-SORTED-FILE
042300     END-IF.
042400     IF WS-ARC-STATUS = "00"
042500         CLOSE EMP-ARCHIVE-SORTED-FILE
042600     END-IF.
042700     IF RETURN-CODE = ZERO AND
042800        WS-PAIR-ACTIVE-COUNT + WS-PAIR-ARCHIVE-COUNT > ZERO
042900         MOVE 4 TO RETURN-CODE
043000     END-IF.
043100     DISPLAY "EMPDSW01 - MASTER: " WS-MASTER-READ-COUNT
043200         " ARCHIVE: " WS-ARCHIVE-READ-COUNT
043300         " PAIRS ACTIVE: " WS-PAIR-ACTIVE-COUNT
043400         " ARCHIVED: " WS-PAIR-ARCHIVE-COUNT.
043500 3000-FINALIZE-EXIT.
043600     EXIT.
043700*
043800************************************************************
043900 3300-WRITE-COUNTS.
044000************************************************************
044100     MOVE "MASTER RECORDS READ:"           TO WS-SL-TEXT.
044200     MOVE WS-MASTER-READ-COUNT             TO WS-SL-COUNT.
044300     WRITE EMP-SWEEP-LINE FROM WS-SUMMARY-LINE
044400         AFTER ADVANCING 3 LINES.
044500     MOVE "ARCHIVE RECORDS READ:"          TO WS-SL-TEXT.
044600     MOVE WS-ARCHIVE-READ-COUNT            TO WS-SL-COUNT.
044700     WRITE EMP-SWEEP-LINE FROM WS-SUMMARY-LINE
044800         AFTER ADVANCING 1 LINES.
044900     MOVE "BIRTH DATES SHARED:"            TO WS-SL-TEXT.
045000     MOVE WS-GROUP-COUNT                   TO WS-SL-COUNT.
045100     WRITE EMP-SWEEP-LINE FROM WS-SUMMARY-LINE
045200         AFTER ADVANCING 1 LINES.
045300     MOVE "PAIRS BOTH ACTIVE:"             TO WS-SL-TEXT.
045400     MOVE WS-PAIR-ACTIVE-COUNT             TO WS-SL-COUNT.
045500     WRITE EMP-SWEEP-LINE FROM WS-SUMMARY-LINE
045600         AFTER ADVANCING 1 LINES.
045700     MOVE "PAIRS WITH AN ARCHIVED EMP-ID:"  TO WS-SL-TEXT.
045800     MOVE WS-PAIR-ARCHIVE-COUNT            TO WS-SL-COUNT.
045900     WRITE EMP-SWEEP-LINE FROM WS-SUMMARY-LINE
046000         AFTER ADVANCING 1 LINES.
046100     MOVE "NOT COMPARED - DATE OVER 500:"  TO WS-SL-TEXT.
046200     MOVE WS-NOT-COMPARED-COUNT            TO WS-SL-COUNT.
046300     WRITE EMP-SWEEP-LINE FROM WS-SUMMARY-LINE
046400         AFTER ADVANCING 1 LINES.
046500 3300-WRITE-COUNTS-EXIT.
046600     EXIT.
046700*
046800************************************************************
046900*  7000/7010 - KEEP ONLY THE LETTERS OF WS-NORM-IN, UPPER-
047000*  CASED AND CLOSED UP, IN WS-NORM-OUT.
047100************************************************************
047200 7000-NORMALIZE-NAME.
047300************************************************************
047400     INSPECT WS-NORM-IN CONVERTING
047500         "abcdefghijklmnopqrstuvwxyz" TO
047600         "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
047700     MOVE SPACE TO WS-NORM-OUT.
047800     MOVE ZERO  TO WS-NORM-OUT-SUB.
047900     PERFORM 7010-NORMALIZE-CHAR
048000         THRU 7010-NORMALIZE-CHAR-EXIT
048100         VARYING WS-NORM-SUB FROM 1 BY 1
048200         UNTIL WS-NORM-SUB > 25.
048300 7000-NORMALIZE-NAME-EXIT.
048400     EXIT.
048500*
048600************************************************************
048700 7010-NORMALIZE-CHAR.
048800************************************************************
048900     MOVE WS-NORM-IN (WS-NORM-SUB:1) TO WS-NORM-CHAR.
049000     IF WS-NORM-CHAR >= "A" AND WS-NORM-CHAR <= "Z"
049100         ADD 1 TO WS-NORM-OUT-SUB
049200         MOVE WS-NORM-CHAR TO WS-NORM-OUT (WS-NORM-OUT-SUB:1)
049300     END-IF.
049400 7010-NORMALIZE-CHAR-EXIT.
049500     EXIT.
