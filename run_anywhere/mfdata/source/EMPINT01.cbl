000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. EMPINT01.
000300 AUTHOR. MFDATA-APPLICATIONS-GROUP.
000400 INSTALLATION. MFDATA.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*
000800************************************************************
000900*  MODIFICATION HISTORY
001000*------------------------------------------------------------
001100*  DATE       INIT  DESCRIPTION
001200*  10/15/26   JDM   INITIAL VERSION - WEEKLY CROSS-FILE
001300*                   REFERENTIAL INTEGRITY SWEEP OF THE
001400*                   EMPLOYEE MASTER FAMILY.
001500************************************************************
001600*
001700************************************************************
001800*  PURPOSE -                                                *
001900*    THE MASTER, ADDRESS HISTORY (EMPADR01), TERMINATED      *
002000*    ARCHIVE (EMPARC01), DEPENDENT DETAIL (EMPDPD01),        *
002100*    BENEFITS ENROLLMENT (EMPBENR01) AND PENDING FILE        *
002200*    (EMPPTR01) ARE EACH KEPT BY A DIFFERENT PROGRAM.  THIS  *
002300*    SWEEP MATCHES ALL SIX ON EMP-ID IN ONE PASS, CHECKS     *
002400*    THE MASTER'S DEPARTMENT AND GRADE AGAINST THE           *
002500*    REFERENCE FILES (EMPDPT01/EMPGRD01), AND LISTS EVERY    *
002600*    ORPHAN OR CONTRADICTION WITH A SEVERITY -               *
002700*      HIGH  BREAKS A DOWNSTREAM FEED OR PAYS/DEDUCTS WRONG: *
002800*            DEPT OR GRADE NOT ON ITS REFERENCE FILE,        *
002900*            ADDRESS OR DEPENDENTS FOR AN EMP-ID ON NEITHER  *
003000*            THE MASTER NOR THE ARCHIVE, A BENEFIT RECORD    *
003100*            FOR AN EMPLOYEE TERMINATED, UNKNOWN OR ON       *
003200*            LEAVE, A PENDING TRANSACTION OTHER THAN A       *
003300*            REHIRE FOR AN ARCHIVED EMP-ID                   *
003400*      MED   NEEDS A LOOK: EMP-ID ON THE MASTER AND IN THE   *
003500*            ARCHIVE, ACTIVE DEPENDENTS OF A TERMINATED      *
003600*            EMPLOYEE, TWO BENEFIT RECORDS FOR ONE EMP-ID,   *
003700*            A PENDING ADD/REHIRE FOR AN ACTIVE EMP-ID OR A  *
003800*            PENDING CHANGE FOR AN EMP-ID FOUND NOWHERE      *
003900*      LOW   HOUSEKEEPING: NO GRADE ASSIGNED (RECORDS FROM   *
004000*            BEFORE THE GRADE EXISTED)                       *
004100*    READ-ONLY - NOTHING IS CHANGED ON FILE.  RC=12 WHEN     *
004200*    ANY HIGH BREAK IS LISTED, RC=4 WHEN ONLY MED/LOW ITEMS  *
004300*    ARE, RC=16 ON AN OPEN OR READ FAILURE OR AN EMPTY       *
004400*    REFERENCE FILE.                                         *
004500*                                                            *
004600*    EVERY INPUT ARRIVES IN EMP-ID ORDER (SEE EMPINTG0): THE *
004700*    MASTER IS READ IN KEY SEQUENCE, THE ARCHIVE IS SORTED   *
004800*    ON EMP-ID AND TERMINATION DATE, THE ADDRESS HISTORY AND *
004900*    PENDING FILE ON EMP-ID.                                 *
005000************************************************************
005100 ENVIRONMENT DIVISION.
005200 CONFIGURATION SECTION.
005300 SOURCE-COMPUTER. IBM-ZSERIES.
005400 OBJECT-COMPUTER. IBM-ZSERIES.
005500 INPUT-OUTPUT SECTION.
005600 FILE-CONTROL.
005700     SELECT EMP-DEPT-FILE ASSIGN TO EMPDREF
005800         ORGANIZATION IS SEQUENTIAL
005900         ACCESS MODE IS SEQUENTIAL
006000         FILE STATUS IS WS-DEPT-STATUS.
006100
006200     SELECT EMP-GRADE-FILE ASSIGN TO EMPGREF
006300         ORGANIZATION IS SEQUENTIAL
006400         ACCESS MODE IS SEQUENTIAL
006500         FILE STATUS IS WS-GRADE-STATUS.
006600
006700     SELECT EMP-MASTER-FILE ASSIGN TO EMPMAS
006800         ORGANIZATION IS INDEXED
006900         ACCESS MODE IS SEQUENTIAL
007000         RECORD KEY IS EMP-ID OF EMP-MASTER-FILE
007100         ALTERNATE RECORD KEY IS EMP-ID-X OF EMP-MASTER-FILE
007200         FILE STATUS IS WS-MAS-STATUS.
007300
007400     SELECT EMP-ARCHIVE-FILE ASSIGN TO EMPARCI
007500         ORGANIZATION IS SEQUENTIAL
007600         ACCESS MODE IS SEQUENTIAL
007700         FILE STATUS IS WS-ARC-STATUS.
007800
007900     SELECT EMP-ADDRESS-FILE ASSIGN TO EMPADRI
008000         ORGANIZATION IS SEQUENTIAL
008100         ACCESS MODE IS SEQUENTIAL
008200         FILE STATUS IS WS-ADR-STATUS.
008300
008400     SELECT EMP-DEP-FILE ASSIGN TO EMPDPDI
008500         ORGANIZATION IS SEQUENTIAL
008600         ACCESS MODE IS SEQUENTIAL
008700         FILE STATUS IS WS-DEP-STATUS.
008800
008900     SELECT EMP-BENEFIT-FILE ASSIGN TO EMPBENR
009000         ORGANIZATION IS SEQUENTIAL
009100         ACCESS MODE IS SEQUENTIAL
009200         FILE STATUS IS WS-BEN-STATUS.
009300
009400     SELECT EMP-PENDING-FILE ASSIGN TO EMPPNDI
009500         ORGANIZATION IS SEQUENTIAL
009600         ACCESS MODE IS SEQUENTIAL
009700         FILE STATUS IS WS-PND-STATUS.
009800
009900     SELECT EMP-INTEGRITY-REPORT ASSIGN TO EMPINRPT
010000         ORGANIZATION IS SEQUENTIAL
010100         ACCESS MODE IS SEQUENTIAL
010200         FILE STATUS IS WS-REPORT-STATUS.
010300 DATA DIVISION.
010400 FILE SECTION.
010500 FD  EMP-DEPT-FILE
010600     RECORDING MODE IS F
010700     LABEL RECORDS ARE STANDARD.
010800     COPY EMPDPT01.
010900
011000 FD  EMP-GRADE-FILE
011100     RECORDING MODE IS F
011200     LABEL RECORDS ARE STANDARD.
011300     COPY EMPGRD01.
011400
011500 FD  EMP-MASTER-FILE
011600     RECORDING MODE IS F
011700     LABEL RECORDS ARE STANDARD.
011800     COPY EMPREC01.
011900
012000 FD  EMP-ARCHIVE-FILE
012100     RECORDING MODE IS F
012200     LABEL RECORDS ARE STANDARD.
012300     COPY EMPARC01.
012400
012500 FD  EMP-ADDRESS-FILE
012600     RECORDING MODE IS F
012700     LABEL RECORDS ARE STANDARD.
012800     COPY EMPADR01.
012900
013000 FD  EMP-DEP-FILE
013100     RECORDING MODE IS F
013200     LABEL RECORDS ARE STANDARD.
013300     COPY EMPDPD01.
013400
013500 FD  EMP-BENEFIT-FILE
013600     RECORDING MODE IS F
013700     LABEL RECORDS ARE STANDARD.
013800     COPY EMPBENR01.
013900
014000 FD  EMP-PENDING-FILE
014100     RECORDING MODE IS F
014200     LABEL RECORDS ARE STANDARD.
014300     COPY EMPPTR01.
014400
014500 FD  EMP-INTEGRITY-REPORT
014600     RECORDING MODE IS F
014700     LABEL RECORDS ARE STANDARD.
014800 01  EMP-INTEGRITY-LINE              PIC X(80).
014900 WORKING-STORAGE SECTION.
015000 77  WS-DEPT-STATUS                  PIC X(02)   VALUE "00".
015100 77  WS-GRADE-STATUS                 PIC X(02)   VALUE "00".
015200 77  WS-MAS-STATUS                   PIC X(02)   VALUE "00".
015300 77  WS-ARC-STATUS                   PIC X(02)   VALUE "00".
015400 77  WS-ADR-STATUS                   PIC X(02)   VALUE "00".
015500 77  WS-DEP-STATUS                   PIC X(02)   VALUE "00".
015600 77  WS-BEN-STATUS                   PIC X(02)   VALUE "00".
015700 77  WS-PND-STATUS                   PIC X(02)   VALUE "00".
015800 77  WS-REPORT-STATUS                PIC X(02)   VALUE "00".
015900*
016000 77  WS-DEPT-EOF-SW                  PIC X(01)   VALUE "N".
016100     88  WS-DEPT-EOF                 VALUE "Y".
016200 77  WS-GRADE-EOF-SW                 PIC X(01)   VALUE "N".
016300     88  WS-GRADE-EOF                VALUE "Y".
016400 77  WS-DONE-SW                      PIC X(01)   VALUE "N".
016500     88  WS-DONE                     VALUE "Y".
016600 77  WS-FOUND-SW                     PIC X(01)   VALUE "N".
016700     88  WS-FOUND                    VALUE "Y".
016800 77  WS-ON-MASTER-SW                 PIC X(01)   VALUE "N".
016900     88  WS-ON-MASTER                VALUE "Y".
017000*
017100 77  WS-TBL-SUB                      PIC 9(03)   COMP VALUE ZERO.
017200*
017300************************************************************
017400*  MATCH KEYS - THE EMP-ID OF THE NEXT RECORD ON EACH FILE,
017500*  HIGH-VALUES ONCE THAT FILE IS EXHAUSTED.  WS-CUR-KEY IS
017600*  THE LOWEST OF THEM, THE EMP-ID BEING CHECKED.
017700************************************************************
017800 01  WS-MAS-KEY                      PIC X(05).
017900 01  WS-ARC-KEY                      PIC X(05).
018000 01  WS-ADR-KEY                      PIC X(05).
018100 01  WS-DEP-KEY                      PIC X(05).
018200 01  WS-BEN-KEY                      PIC X(05).
018300 01  WS-PND-KEY                      PIC X(05).
018400 01  WS-CUR-KEY                      PIC X(05).
018500*
018600************************************************************
018700*  WHAT EACH FILE HOLDS FOR WS-CUR-KEY.
018800************************************************************
018900 77  WS-ARC-COUNT                    PIC 9(05)   COMP VALUE ZERO.
019000 77  WS-ADR-COUNT                    PIC 9(05)   COMP VALUE ZERO.
019100 77  WS-DEP-COUNT                    PIC 9(05)   COMP VALUE ZERO.
019200 77  WS-DEP-ACTIVE-COUNT             PIC 9(05)   COMP VALUE ZERO.
019300 77  WS-BEN-COUNT                    PIC 9(05)   COMP VALUE ZERO.
019400 77  WS-CUR-NAME                     PIC X(25)   VALUE SPACE.
019500 77  WS-CUR-STATUS                   PIC X(01)   VALUE SPACE.
019600 77  WS-CUR-DEPT                     PIC X(04)   VALUE SPACE.
019700 77  WS-CUR-GRADE                    PIC X(02)   VALUE SPACE.
019800 77  WS-ARC-TERM-DATE                PIC X(10)   VALUE SPACE.
019900*
020000     COPY EMPREC01
020100         REPLACING ==EMP-RECORD== BY ==WS-ARC-EMP-RECORD==.
020200     COPY EMPREC01
020300         REPLACING ==EMP-RECORD== BY ==WS-PND-EMP-RECORD==.
020400*
020500 01  WS-RUN-DATE-YMD.
020600     05  WS-RUN-DATE-CCYY            PIC 9(04).
020700     05  WS-RUN-DATE-MM              PIC 9(02).
020800     05  WS-RUN-DATE-DD              PIC 9(02).
020900 01  WS-RUN-DATE-EFF                 PIC X(10).
021000 01  WS-RUN-DATE-EFF-PARTS REDEFINES WS-RUN-DATE-EFF.
021100     05  WS-EFF-CCYY                 PIC X(04).
021200     05  WS-EFF-DASH1                PIC X(01).
021300     05  WS-EFF-MM                   PIC X(02).
021400     05  WS-EFF-DASH2                PIC X(01).
021500     05  WS-EFF-DD                   PIC X(02).
021600*
021700************************************************************
021800*  REFERENCE TABLES - LOADED ONCE AT START-UP, THE SAME
021900*  SIZES EMPHCR01 AND EMPGAU01 USE.
022000************************************************************
022100 01  WS-DEPT-TABLE.
022200     05  WS-DEPT-COUNT               PIC 9(03)   COMP VALUE ZERO.
022300     05  WS-DEPT-ENTRY OCCURS 200 TIMES.
022400         10  WS-DEPT-TBL-CODE        PIC X(04).
022500 01  WS-GRADE-TABLE.
022600     05  WS-GRADE-COUNT              PIC 9(03)   COMP VALUE ZERO.
022700     05  WS-GRADE-ENTRY OCCURS 50 TIMES.
022800         10  WS-GRD-TBL-CODE         PIC X(02).
022900*
023000 77  WS-MAS-READ-COUNT               PIC 9(07)   COMP VALUE ZERO.
023100 77  WS-ARC-READ-COUNT               PIC 9(07)   COMP VALUE ZERO.
023200 77  WS-ADR-READ-COUNT               PIC 9(07)   COMP VALUE ZERO.
023300 77  WS-DEP-READ-COUNT               PIC 9(07)   COMP VALUE ZERO.
023400 77  WS-BEN-READ-COUNT               PIC 9(07)   COMP VALUE ZERO.
023500 77  WS-PND-READ-COUNT               PIC 9(07)   COMP VALUE ZERO.
023600 77  WS-ID-CHECKED-COUNT             PIC 9(07)   COMP VALUE ZERO.
023700 77  WS-HIGH-COUNT                   PIC 9(07)   COMP VALUE ZERO.
023800 77  WS-MED-COUNT                    PIC 9(07)   COMP VALUE ZERO.
023900 77  WS-LOW-COUNT                    PIC 9(07)   COMP VALUE ZERO.
024000*
024100************************************************************
024200*  ONE BREAK, SET UP BY THE CHECK THAT FOUND IT AND LISTED
024300*  BY 2800.  WS-BRK-SEV IS "H", "M" OR "L".
024400************************************************************
024500 77  WS-BRK-SEV                      PIC X(01)   VALUE SPACE.
024600     88  WS-BRK-HIGH                 VALUE "H".
024700     88  WS-BRK-MED                  VALUE "M".
024800     88  WS-BRK-LOW                  VALUE "L".
024900 77  WS-BRK-FILE                     PIC X(08)   VALUE SPACE.
025000 77  WS-BRK-TEXT                     PIC X(41)   VALUE SPACE.
025100*
025200 01  WS-REF-TEXT.
025300     05  WS-RT-KIND                  PIC X(06).
025400     05  WS-RT-CODE                  PIC X(04).
025500     05  FILLER                      PIC X(31)
025600         VALUE " NOT ON REFERENCE FILE".
025700*
025800 01  WS-ARC-TEXT.
025900     05  FILLER                      PIC X(28)
026000         VALUE "ALSO ON ARCHIVE - TERMINATED".
026100     05  FILLER                      PIC X(01)   VALUE SPACE.
026200     05  WS-AT-TERM-DATE             PIC X(10).
026300     05  FILLER                      PIC X(02)   VALUE SPACE.
026400*
026500 01  WS-PND-TEXT.
026600     05  FILLER                      PIC X(08)   VALUE "PENDING ".
026700     05  WS-PT-ACTION                PIC X(01).
026800     05  FILLER                      PIC X(01)   VALUE SPACE.
026900     05  WS-PT-EFF-DATE              PIC X(10).
027000     05  WS-PT-REASON                PIC X(21).
027100*
027200 01  WS-REPORT-HEADING-1.
027300     05  FILLER                      PIC X(01)   VALUE SPACE.
027400     05  FILLER                      PIC X(46)
027500         VALUE "EMPINT01 - REFERENTIAL INTEGRITY SWEEP AS OF ".
027600     05  WS-H1-RUN-DATE              PIC X(10).
027700     05  FILLER                      PIC X(23)   VALUE SPACE.
027800*
027900 01  WS-REPORT-HEADING-2.
028000     05  FILLER                      PIC X(01)   VALUE SPACE.
028100     05  FILLER                      PIC X(07)   VALUE "EMPID".
028200     05  FILLER                      PIC X(06)   VALUE "SEV".
028300     05  FILLER                      PIC X(09)   VALUE "FILE".
028400     05  FILLER                      PIC X(16)   VALUE "NAME".
028500     05  FILLER                      PIC X(41)
028600         VALUE "CONDITION".
028700*
028800 01  WS-BREAK-DETAIL.
028900     05  FILLER                      PIC X(01)   VALUE SPACE.
029000     05  WS-BD-EMP-ID                PIC X(05).
029100     05  FILLER                      PIC X(02)   VALUE SPACE.
029200     05  WS-BD-SEV                   PIC X(04).
029300     05  FILLER                      PIC X(02)   VALUE SPACE.
029400     05  WS-BD-FILE                  PIC X(08).
029500     05  FILLER                      PIC X(01)   VALUE SPACE.
029600     05  WS-BD-NAME                  PIC X(15).
029700     05  FILLER                      PIC X(01)   VALUE SPACE.
029800     05  WS-BD-TEXT                  PIC X(41).
029900*
030000 01  WS-SUMMARY-LINE.
030100     05  FILLER                      PIC X(01)   VALUE SPACE.
030200     05  WS-SL-TEXT                  PIC X(36).
030300     05  WS-SL-COUNT                 PIC ZZZZZZ9.
030400     05  FILLER                      PIC X(36)   VALUE SPACE.
030500 PROCEDURE DIVISION.
030600************************************************************
030700 0000-MAINLINE.
030800************************************************************
030900     PERFORM 1000-INITIALIZE
031000         THRU 1000-INITIALIZE-EXIT.
031100     PERFORM 2000-CHECK-EMP-ID
031200         THRU 2000-CHECK-EMP-ID-EXIT
031300         UNTIL WS-DONE.
031400     PERFORM 3000-FINALIZE
031500         THRU 3000-FINALIZE-EXIT.
031600     GOBACK.
031700*
031800************************************************************
031900 1000-INITIALIZE.
032000************************************************************
032100     ACCEPT WS-RUN-DATE-YMD FROM DATE YYYYMMDD.
032200     MOVE WS-RUN-DATE-CCYY TO WS-EFF-CCYY.
032300     MOVE WS-RUN-DATE-MM   TO WS-EFF-MM.
032400     MOVE WS-RUN-DATE-DD   TO WS-EFF-DD.
032500     MOVE "-"              TO WS-EFF-DASH1.
032600     MOVE "-"              TO WS-EFF-DASH2.
032700     PERFORM 1100-LOAD-DEPT-TABLE
032800         THRU 1100-LOAD-DEPT-TABLE-EXIT.
032900     IF WS-DONE
033000         GO TO 1000-INITIALIZE-EXIT
033100     END-IF.
033200     PERFORM 1200-LOAD-GRADE-TABLE
033300         THRU 1200-LOAD-GRADE-TABLE-EXIT.
033400     IF WS-DONE
033500         GO TO 1000-INITIALIZE-EXIT
033600     END-IF.
033700     OPEN INPUT  EMP-MASTER-FILE
033800          INPUT  EMP-ARCHIVE-FILE
033900          INPUT  EMP-ADDRESS-FILE
034000          INPUT  EMP-DEP-FILE
034100          INPUT  EMP-BENEFIT-FILE
034200          INPUT  EMP-PENDING-FILE
034300          OUTPUT EMP-INTEGRITY-REPORT.
034400     IF WS-MAS-STATUS NOT = "00" OR
034500        WS-ARC-STATUS NOT = "00" OR
034600        WS-ADR-STATUS NOT = "00" OR
034700        WS-DEP-STATUS NOT = "00" OR
034800        WS-BEN-STATUS NOT = "00" OR
034900        WS-PND-STATUS NOT = "00" OR
035000        WS-REPORT-STATUS NOT = "00"
035100         DISPLAY "EMPINT01 - OPEN FAILED - " WS-MAS-STATUS
035200             " " WS-ARC-STATUS " " WS-ADR-STATUS
035300             " " WS-DEP-STATUS " " WS-BEN-STATUS
035400             " " WS-PND-STATUS " " WS-REPORT-STATUS
035500         MOVE "Y" TO WS-DONE-SW
035600         MOVE 16 TO RETURN-CODE
035700         GO TO 1000-INITIALIZE-EXIT
035800     END-IF.
035900     MOVE WS-RUN-DATE-EFF TO WS-H1-RUN-DATE.
036000     WRITE EMP-INTEGRITY-LINE FROM WS-REPORT-HEADING-1.
036100     WRITE EMP-INTEGRITY-LINE FROM WS-REPORT-HEADING-2
036200         AFTER ADVANCING 2 LINES.
036300     PERFORM 2910-READ-MASTER
036400         THRU 2910-READ-MASTER-EXIT.
036500     PERFORM 2920-READ-ARCHIVE
036600         THRU 2920-READ-ARCHIVE-EXIT.
036700     PERFORM 2930-READ-ADDRESS
036800         THRU 2930-READ-ADDRESS-EXIT.
036900     PERFORM 2940-READ-DEPENDENT
037000         THRU 2940-READ-DEPENDENT-EXIT.
037100     PERFORM 2950-READ-BENEFIT
037200         THRU 2950-READ-BENEFIT-EXIT.
037300     PERFORM 2960-READ-PENDING
037400         THRU 2960-READ-PENDING-EXIT.
037500 1000-INITIALIZE-EXIT.
037600     EXIT.
037700*
037800************************************************************
037900*  1100/1110 - LOAD THE DEPARTMENT REFERENCE FILE.  AN
038000*  UNREADABLE OR EMPTY FILE WOULD FLAG EVERY EMPLOYEE, SO
038100*  THE RUN IS STOPPED INSTEAD.
038200************************************************************
038300 1100-LOAD-DEPT-TABLE.
038400************************************************************
038500     OPEN INPUT EMP-DEPT-FILE.
038600     IF WS-DEPT-STATUS NOT = "00"
038700         DISPLAY "EMPINT01 - DEPT REFERENCE OPEN FAILED - "
038800             WS-DEPT-STATUS
038900         MOVE "Y" TO WS-DONE-SW
039000         MOVE 16 TO RETURN-CODE
039100         GO TO 1100-LOAD-DEPT-TABLE-EXIT
039200     END-IF.
039300     PERFORM 1110-LOAD-DEPT-ENTRY
039400         THRU 1110-LOAD-DEPT-ENTRY-EXIT
039500         UNTIL WS-DEPT-EOF.
039600     CLOSE EMP-DEPT-FILE.
039700     IF WS-DEPT-COUNT = ZERO
039800         DISPLAY "EMPINT01 - DEPT REFERENCE FILE IS EMPTY"
039900         MOVE "Y" TO WS-DONE-SW
040000         MOVE 16 TO RETURN-CODE
040100     END-IF.
040200 1100-LOAD-DEPT-TABLE-EXIT.
040300     EXIT.
040400*
040500************************************************************
040600 1110-LOAD-DEPT-ENTRY.
040700************************************************************
040800     READ EMP-DEPT-FILE
040900         AT END
041000             MOVE "Y" TO WS-DEPT-EOF-SW
041100             GO TO 1110-LOAD-DEPT-ENTRY-EXIT
041200     END-READ.
041300     IF WS-DEPT-COUNT >= 200
041400         DISPLAY "EMPINT01 - DEPT TABLE FULL - CODE DROPPED "
041500             EMP-DEPT-REF-CODE
041600         GO TO 1110-LOAD-DEPT-ENTRY-EXIT
041700     END-IF.
041800     ADD 1 TO WS-DEPT-COUNT.
041900     MOVE EMP-DEPT-REF-CODE TO WS-DEPT-TBL-CODE (WS-DEPT-COUNT).
042000 1110-LOAD-DEPT-ENTRY-EXIT.
042100     EXIT.
042200*
042300************************************************************
042400*  1200/1210 - LOAD THE SALARY-GRADE REFERENCE FILE, SAME
042500*  RULES AS THE DEPARTMENT FILE.
042600************************************************************
042700 1200-LOAD-GRADE-TABLE.
042800************************************************************
042900     OPEN INPUT EMP-GRADE-FILE.
043000     IF WS-GRADE-STATUS NOT = "00"
043100         DISPLAY "EMPINT01 - GRADE REFERENCE OPEN FAILED - "
043200             WS-GRADE-STATUS
043300         MOVE "Y" TO WS-DONE-SW
043400         MOVE 16 TO RETURN-CODE
043500         GO TO 1200-LOAD-GRADE-TABLE-EXIT
043600     END-IF.
043700     PERFORM 1210-LOAD-GRADE-ENTRY
043800         THRU 1210-LOAD-GRADE-ENTRY-EXIT
043900         UNTIL WS-GRADE-EOF.
044000     CLOSE EMP-GRADE-FILE.
044100     IF WS-GRADE-COUNT = ZERO
044200         DISPLAY "EMPINT01 - GRADE REFERENCE FILE IS EMPTY"
044300         MOVE "Y" TO WS-DONE-SW
044400         MOVE 16 TO RETURN-CODE
044500     END-IF.
044600 1200-LOAD-GRADE-TABLE-EXIT.
044700     EXIT.
044800*
044900************************************************************
045000 1210-LOAD-GRADE-ENTRY.
045100************************************************************
045200     READ EMP-GRADE-FILE
045300         AT END
045400             MOVE "Y" TO WS-GRADE-EOF-SW
045500             GO TO 1210-LOAD-GRADE-ENTRY-EXIT
045600     END-READ.
045700     IF WS-GRADE-COUNT >= 50
045800         DISPLAY "EMPINT01 - GRADE TABLE FULL - CODE DROPPED "
045900             EMP-GRD-REF-CODE
046000         GO TO 1210-LOAD-GRADE-ENTRY-EXIT
046100     END-IF.
046200     ADD 1 TO WS-GRADE-COUNT.
046300     MOVE EMP-GRD-REF-CODE TO WS-GRD-TBL-CODE (WS-GRADE-COUNT).
046400 1210-LOAD-GRADE-ENTRY-EXIT.
046500     EXIT.
046600*
046700************************************************************
046800*  2000 - ONE EMP-ID: THE LOWEST KEY ACROSS THE SIX FILES.
046900*  GATHER WHAT THE MASTER, ARCHIVE, ADDRESS, DEPENDENT AND
047000*  BENEFIT FILES HOLD FOR IT, RUN THE CHECKS, THEN CHECK
047100*  EACH OF ITS PENDING TRANSACTIONS.
047200************************************************************
047300 2000-CHECK-EMP-ID.
047400************************************************************
047500     MOVE WS-MAS-KEY TO WS-CUR-KEY.
047600     IF WS-ARC-KEY < WS-CUR-KEY
047700         MOVE WS-ARC-KEY TO WS-CUR-KEY
047800     END-IF.
047900     IF WS-ADR-KEY < WS-CUR-KEY
048000         MOVE WS-ADR-KEY TO WS-CUR-KEY
048100     END-IF.
048200     IF WS-DEP-KEY < WS-CUR-KEY
048300         MOVE WS-DEP-KEY TO WS-CUR-KEY
048400     END-IF.
048500     IF WS-BEN-KEY < WS-CUR-KEY
048600         MOVE WS-BEN-KEY TO WS-CUR-KEY
048700     END-IF.
048800     IF WS-PND-KEY < WS-CUR-KEY
048900         MOVE WS-PND-KEY TO WS-CUR-KEY
049000     END-IF.
049100     IF WS-CUR-KEY = HIGH-VALUES
049200         MOVE "Y" TO WS-DONE-SW
049300         GO TO 2000-CHECK-EMP-ID-EXIT
049400     END-IF.
049500     ADD 1 TO WS-ID-CHECKED-COUNT.
049600     MOVE "N"   TO WS-ON-MASTER-SW.
049700     MOVE SPACE TO WS-CUR-NAME.
049800     MOVE SPACE TO WS-ARC-TERM-DATE.
049900     MOVE ZERO  TO WS-ARC-COUNT.
050000     MOVE ZERO  TO WS-ADR-COUNT.
050100     MOVE ZERO  TO WS-DEP-COUNT.
050200     MOVE ZERO  TO WS-DEP-ACTIVE-COUNT.
050300     MOVE ZERO  TO WS-BEN-COUNT.
050400     IF WS-MAS-KEY = WS-CUR-KEY
050500         MOVE "Y" TO WS-ON-MASTER-SW
050600         MOVE EMP-NAME OF EMP-MASTER-FILE TO WS-CUR-NAME
050700         MOVE EMP-STATUS-CODE OF EMP-MASTER-FILE
050800             TO WS-CUR-STATUS
050900         MOVE EMP-DEPT-CODE OF EMP-MASTER-FILE TO WS-CUR-DEPT
051000         MOVE EMP-GRADE-CODE OF EMP-MASTER-FILE
051100             TO WS-CUR-GRADE
051200         PERFORM 2910-READ-MASTER
051300             THRU 2910-READ-MASTER-EXIT
051400     END-IF.
051500     PERFORM 2100-COLLECT-ARCHIVE
051600         THRU 2100-COLLECT-ARCHIVE-EXIT
051700         UNTIL WS-ARC-KEY NOT = WS-CUR-KEY.
051800     PERFORM 2200-COLLECT-ADDRESS
051900         THRU 2200-COLLECT-ADDRESS-EXIT
052000         UNTIL WS-ADR-KEY NOT = WS-CUR-KEY.
052100     PERFORM 2300-COLLECT-DEPENDENT
052200         THRU 2300-COLLECT-DEPENDENT-EXIT
052300         UNTIL WS-DEP-KEY NOT = WS-CUR-KEY.
052400     PERFORM 2400-COLLECT-BENEFIT
052500         THRU 2400-COLLECT-BENEFIT-EXIT
052600         UNTIL WS-BEN-KEY NOT = WS-CUR-KEY.
052700     IF WS-ON-MASTER
052800         PERFORM 2500-CHECK-MASTER
052900             THRU 2500-CHECK-MASTER-EXIT
053000     ELSE
053100         PERFORM 2550-CHECK-NOT-ON-MASTER
053200             THRU 2550-CHECK-NOT-ON-MASTER-EXIT
053300     END-IF.
053400     PERFORM 2600-CHECK-PENDING
053500         THRU 2600-CHECK-PENDING-EXIT
053600         UNTIL WS-PND-KEY NOT = WS-CUR-KEY.
053700 2000-CHECK-EMP-ID-EXIT.
053800     EXIT.
053900*
054000************************************************************
054100*  2100 - THE ARCHIVE IS SORTED ON TERMINATION DATE WITHIN
054200*  EMP-ID, SO THE LAST IMAGE KEPT IS THE LATEST.
054300************************************************************
054400 2100-COLLECT-ARCHIVE.
054500************************************************************
054600     ADD 1 TO WS-ARC-COUNT.
054700     MOVE EMP-ARC-EMPLOYEE TO WS-ARC-EMP-RECORD.
054800     MOVE EMP-ARC-TERM-DATE TO WS-ARC-TERM-DATE.
054900     IF NOT WS-ON-MASTER
055000         MOVE EMP-NAME OF WS-ARC-EMP-RECORD TO WS-CUR-NAME
055100     END-IF.
055200     PERFORM 2920-READ-ARCHIVE
055300         THRU 2920-READ-ARCHIVE-EXIT.
055400 2100-COLLECT-ARCHIVE-EXIT.
055500     EXIT.
055600*
055700************************************************************
055800 2200-COLLECT-ADDRESS.
055900************************************************************
056000     ADD 1 TO WS-ADR-COUNT.
056100     PERFORM 2930-READ-ADDRESS
056200         THRU 2930-READ-ADDRESS-EXIT.
056300 2200-COLLECT-ADDRESS-EXIT.
056400     EXIT.
056500*
056600************************************************************
056700 2300-COLLECT-DEPENDENT.
056800************************************************************
056900     ADD 1 TO WS-DEP-COUNT.
057000     IF EMP-DEP-STATUS = "A"
057100         ADD 1 TO WS-DEP-ACTIVE-COUNT
057200     END-IF.
057300     PERFORM 2940-READ-DEPENDENT
057400         THRU 2940-READ-DEPENDENT-EXIT.
057500 2300-COLLECT-DEPENDENT-EXIT.
057600     EXIT.
057700*
057800************************************************************
057900 2400-COLLECT-BENEFIT.
058000************************************************************
058100     ADD 1 TO WS-BEN-COUNT.
058200     IF WS-CUR-NAME = SPACE
058300         MOVE EMP-NAME OF EMP-BENEFIT-FILE TO WS-CUR-NAME
058400     END-IF.
058500     PERFORM 2950-READ-BENEFIT
058600         THRU 2950-READ-BENEFIT-EXIT.
058700 2400-COLLECT-BENEFIT-EXIT.
058800     EXIT.
058900*
059000************************************************************
059100*  2500 - AN EMP-ID ON THE LIVE MASTER: ITS DEPARTMENT AND
059200*  GRADE MUST STILL BE ON THE REFERENCE FILES, IT SHOULD
059300*  NOT ALSO BE IN THE ARCHIVE (UNLESS REHIRED), AND AN
059400*  EMPLOYEE ON LEAVE SHOULD CARRY NO BENEFIT RECORD.
059500************************************************************
059600 2500-CHECK-MASTER.
059700************************************************************
059800     MOVE "N" TO WS-FOUND-SW.
059900     MOVE 1 TO WS-TBL-SUB.
060000     PERFORM 2510-SCAN-DEPT-ENTRY
060100         THRU 2510-SCAN-DEPT-ENTRY-EXIT
060200         UNTIL WS-FOUND OR WS-TBL-SUB > WS-DEPT-COUNT.
060300     IF NOT WS-FOUND
060400         MOVE "DEPT  "    TO WS-RT-KIND
060500         MOVE WS-CUR-DEPT TO WS-RT-CODE
060600         MOVE "H"         TO WS-BRK-SEV
060700         MOVE "MASTER"    TO WS-BRK-FILE
060800         MOVE WS-REF-TEXT TO WS-BRK-TEXT
060900         PERFORM 2800-LIST-BREAK
061000             THRU 2800-LIST-BREAK-EXIT
061100     END-IF.
061200     IF WS-CUR-GRADE = SPACE
061300         MOVE "L"         TO WS-BRK-SEV
061400         MOVE "MASTER"    TO WS-BRK-FILE
061500         MOVE "NO GRADE ASSIGNED" TO WS-BRK-TEXT
061600         PERFORM 2800-LIST-BREAK
061700             THRU 2800-LIST-BREAK-EXIT
061800     ELSE
061900         MOVE "N" TO WS-FOUND-SW
062000         MOVE 1 TO WS-TBL-SUB
062100         PERFORM 2520-SCAN-GRADE-ENTRY
062200             THRU 2520-SCAN-GRADE-ENTRY-EXIT
062300             UNTIL WS-FOUND OR WS-TBL-SUB > WS-GRADE-COUNT
062400         IF NOT WS-FOUND
062500             MOVE "GRADE "     TO WS-RT-KIND
062600             MOVE WS-CUR-GRADE TO WS-RT-CODE
062700             MOVE "H"          TO WS-BRK-SEV
062800             MOVE "MASTER"     TO WS-BRK-FILE
062900             MOVE WS-REF-TEXT  TO WS-BRK-TEXT
063000             PERFORM 2800-LIST-BREAK
063100                 THRU 2800-LIST-BREAK-EXIT
063200         END-IF
063300     END-IF.
063400     IF WS-ARC-COUNT > ZERO
063500         MOVE WS-ARC-TERM-DATE TO WS-AT-TERM-DATE
063600         MOVE "M"         TO WS-BRK-SEV
063700         MOVE "ARCHIVE"   TO WS-BRK-FILE
063800         MOVE WS-ARC-TEXT TO WS-BRK-TEXT
063900         PERFORM 2800-LIST-BREAK
064000             THRU 2800-LIST-BREAK-EXIT
064100     END-IF.
064200     IF WS-BEN-COUNT > ZERO AND WS-CUR-STATUS = "L"
064300         MOVE "H"         TO WS-BRK-SEV
064400         MOVE "BENEFIT"   TO WS-BRK-FILE
064500         MOVE "BENEFIT RECORD FOR EMPLOYEE ON LEAVE"
064600             TO WS-BRK-TEXT
064700         PERFORM 2800-LIST-BREAK
064800             THRU 2800-LIST-BREAK-EXIT
064900     END-IF.
065000     IF WS-BEN-COUNT > 1
065100         MOVE "M"         TO WS-BRK-SEV
065200         MOVE "BENEFIT"   TO WS-BRK-FILE
065300         MOVE "MORE THAN ONE BENEFIT RECORD"
065400             TO WS-BRK-TEXT
065500         PERFORM 2800-LIST-BREAK
065600             THRU 2800-LIST-BREAK-EXIT
065700     END-IF.
065800 2500-CHECK-MASTER-EXIT.
065900     EXIT.
066000*
066100************************************************************
066200 2510-SCAN-DEPT-ENTRY.
066300************************************************************
066400     IF WS-DEPT-TBL-CODE (WS-TBL-SUB) = WS-CUR-DEPT
066500         MOVE "Y" TO WS-FOUND-SW
066600     ELSE
066700         ADD 1 TO WS-TBL-SUB
066800     END-IF.
066900 2510-SCAN-DEPT-ENTRY-EXIT.
067000     EXIT.
067100*
067200************************************************************
067300 2520-SCAN-GRADE-ENTRY.
067400************************************************************
067500     IF WS-GRD-TBL-CODE (WS-TBL-SUB) = WS-CUR-GRADE
067600         MOVE "Y" TO WS-FOUND-SW
067700     ELSE
067800         ADD 1 TO WS-TBL-SUB
067900     END-IF.
068000 2520-SCAN-GRADE-ENTRY-EXIT.
068100     EXIT.
068200*
068300************************************************************
068400*  2550 - AN EMP-ID NOT ON THE LIVE MASTER.  ADDRESS AND
068500*  DEPENDENT HISTORY IS EXPECTED FOR A TERMINATED EMPLOYEE
068600*  BUT NOT FOR ONE IN NEITHER FILE; A DEPENDENT STILL
068700*  ACTIVE OR A BENEFIT RECORD MEANS COVERAGE FOR SOMEONE
068800*  NO LONGER EMPLOYED.
068900************************************************************
069000 2550-CHECK-NOT-ON-MASTER.
069100************************************************************
069200     IF WS-ARC-COUNT = ZERO AND WS-ADR-COUNT > ZERO
069300         MOVE "H"         TO WS-BRK-SEV
069400         MOVE "ADDRESS"   TO WS-BRK-FILE
069500         MOVE "ADDRESS HISTORY FOR UNKNOWN EMP-ID"
069600             TO WS-BRK-TEXT
069700         PERFORM 2800-LIST-BREAK
069800             THRU 2800-LIST-BREAK-EXIT
069900     END-IF.
070000     IF WS-ARC-COUNT = ZERO AND WS-DEP-COUNT > ZERO
070100         MOVE "H"         TO WS-BRK-SEV
070200         MOVE "DEPEND"    TO WS-BRK-FILE
070300         MOVE "DEPENDENTS FOR UNKNOWN EMP-ID"
070400             TO WS-BRK-TEXT
070500         PERFORM 2800-LIST-BREAK
070600             THRU 2800-LIST-BREAK-EXIT
070700     END-IF.
070800     IF WS-ARC-COUNT > ZERO AND WS-DEP-ACTIVE-COUNT > ZERO
070900         MOVE "M"         TO WS-BRK-SEV
071000         MOVE "DEPEND"    TO WS-BRK-FILE
071100         MOVE "ACTIVE DEPENDENTS FOR TERMINATED EMPLOYEE"
071200             TO WS-BRK-TEXT
071300         PERFORM 2800-LIST-BREAK
071400             THRU 2800-LIST-BREAK-EXIT
071500     END-IF.
071600     IF WS-BEN-COUNT > ZERO
071700         MOVE "H"         TO WS-BRK-SEV
071800         MOVE "BENEFIT"   TO WS-BRK-FILE
071900         IF WS-ARC-COUNT > ZERO
072000             MOVE "BENEFIT RECORD FOR TERMINATED EMPLOYEE"
072100                 TO WS-BRK-TEXT
072200         ELSE
072300             MOVE "BENEFIT RECORD FOR UNKNOWN EMP-ID"
072400                 TO WS-BRK-TEXT
072500         END-IF
072600         PERFORM 2800-LIST-BREAK
072700             THRU 2800-LIST-BREAK-EXIT
072800     END-IF.
072900 2550-CHECK-NOT-ON-MASTER-EXIT.
073000     EXIT.
073100*
073200************************************************************
073300*  2600 - ONE PENDING TRANSACTION.  THE ACTION CODE RIDES IN
073400*  THE EMP-STATUS-CODE BYTE OF THE IMAGE.  FOR AN ARCHIVED
073500*  EMP-ID ONLY A REHIRE CAN APPLY - ANYTHING ELSE WILL
073600*  REJECT THE NIGHT IT IS RELEASED (OR, AS AN ADD, GIVE A
073700*  FORMER EMPLOYEE A NEW RECORD).  AN ADD OR REHIRE FOR AN
073800*  EMP-ID ALREADY ACTIVE, OR A CHANGE FOR ONE FOUND
073900*  NOWHERE, WILL ALSO REJECT.
074000************************************************************
074100 2600-CHECK-PENDING.
074200************************************************************
074300     MOVE EMP-PND-TRAN TO WS-PND-EMP-RECORD.
074400     MOVE EMP-STATUS-CODE OF WS-PND-EMP-RECORD TO WS-PT-ACTION.
074500     MOVE EMP-PND-EFF-DATE TO WS-PT-EFF-DATE.
074600     MOVE SPACE TO WS-BRK-SEV.
074700     EVALUATE TRUE
074800         WHEN WS-ON-MASTER
074900             IF WS-PT-ACTION = "A" OR WS-PT-ACTION = "R"
075000                 MOVE "M" TO WS-BRK-SEV
075100                 MOVE " FOR ACTIVE EMP-ID" TO WS-PT-REASON
075200             END-IF
075300         WHEN WS-ARC-COUNT > ZERO
075400             IF WS-PT-ACTION NOT = "R"
075500                 MOVE "H" TO WS-BRK-SEV
075600                 MOVE " FOR ARCHIVED EMP-ID" TO WS-PT-REASON
075700             END-IF
075800         WHEN OTHER
075900             IF WS-PT-ACTION NOT = "A"
076000                 MOVE "M" TO WS-BRK-SEV
076100                 MOVE " FOR UNKNOWN EMP-ID" TO WS-PT-REASON
076200             END-IF
076300     END-EVALUATE.
076400     IF WS-BRK-SEV NOT = SPACE
076500         IF WS-CUR-NAME = SPACE
076600             MOVE EMP-NAME OF WS-PND-EMP-RECORD TO WS-CUR-NAME
076700         END-IF
076800         MOVE "PENDING"   TO WS-BRK-FILE
076900         MOVE WS-PND-TEXT TO WS-BRK-TEXT
077000         PERFORM 2800-LIST-BREAK
077100             THRU 2800-LIST-BREAK-EXIT
077200     END-IF.
077300     PERFORM 2960-READ-PENDING
077400         THRU 2960-READ-PENDING-EXIT.
077500 2600-CHECK-PENDING-EXIT.
077600     EXIT.
077700*
077800************************************************************
077900 2800-LIST-BREAK.
078000************************************************************
078100     MOVE WS-CUR-KEY  TO WS-BD-EMP-ID.
078200     MOVE WS-CUR-NAME TO WS-BD-NAME.
078300     MOVE WS-BRK-FILE TO WS-BD-FILE.
078400     MOVE WS-BRK-TEXT TO WS-BD-TEXT.
078500     EVALUATE TRUE
078600         WHEN WS-BRK-HIGH
078700             MOVE "HIGH" TO WS-BD-SEV
078800             ADD 1 TO WS-HIGH-COUNT
078900         WHEN WS-BRK-MED
079000             MOVE "MED " TO WS-BD-SEV
079100             ADD 1 TO WS-MED-COUNT
079200         WHEN OTHER
079300             MOVE "LOW " TO WS-BD-SEV
079400             ADD 1 TO WS-LOW-COUNT
079500     END-EVALUATE.
079600     WRITE EMP-INTEGRITY-LINE FROM WS-BREAK-DETAIL
079700         AFTER ADVANCING 1 LINES.
079800 2800-LIST-BREAK-EXIT.
079900     EXIT.
080000*
080100************************************************************
080200*  2910-2960 - READ THE NEXT RECORD OF EACH FILE AND SET ITS
080300*  MATCH KEY.  A READ FAILURE ENDS THE SWEEP - A PARTIAL
080400*  PASS WOULD LIST EVERY LATER EMP-ID AS AN ORPHAN.
080500************************************************************
080600 2910-READ-MASTER.
080700************************************************************
080800     READ EMP-MASTER-FILE
080900         AT END
081000             MOVE HIGH-VALUES TO WS-MAS-KEY
081100             GO TO 2910-READ-MASTER-EXIT
081200     END-READ.
081300     IF WS-MAS-STATUS NOT = "00"
081400         DISPLAY "EMPINT01 - MASTER READ FAILED - STATUS "
081500             WS-MAS-STATUS
081600         PERFORM 2990-READ-FAILED
081700             THRU 2990-READ-FAILED-EXIT
081800         GO TO 2910-READ-MASTER-EXIT
081900     END-IF.
082000     ADD 1 TO WS-MAS-READ-COUNT.
082100     MOVE EMP-ID OF EMP-MASTER-FILE TO WS-MAS-KEY.
082200 2910-READ-MASTER-EXIT.
082300     EXIT.
082400*
082500************************************************************
082600 2920-READ-ARCHIVE.
082700************************************************************
082800     READ EMP-ARCHIVE-FILE
082900         AT END
083000             MOVE HIGH-VALUES TO WS-ARC-KEY
083100             GO TO 2920-READ-ARCHIVE-EXIT
083200     END-READ.
083300     IF WS-ARC-STATUS NOT = "00"
083400         DISPLAY "EMPINT01 - ARCHIVE READ FAILED - STATUS "
083500             WS-ARC-STATUS
083600         PERFORM 2990-READ-FAILED
083700             THRU 2990-READ-FAILED-EXIT
083800         GO TO 2920-READ-ARCHIVE-EXIT
083900     END-IF.
084000     ADD 1 TO WS-ARC-READ-COUNT.
084100     MOVE EMP-ARC-EMPLOYEE (1:5) TO WS-ARC-KEY.
084200 2920-READ-ARCHIVE-EXIT.
084300     EXIT.
084400*
084500************************************************************
084600 2930-READ-ADDRESS.
084700************************************************************
084800     READ EMP-ADDRESS-FILE
084900         AT END
085000             MOVE HIGH-VALUES TO WS-ADR-KEY
085100             GO TO 2930-READ-ADDRESS-EXIT
085200     END-READ.
085300     IF WS-ADR-STATUS NOT = "00"
085400         DISPLAY "EMPINT01 - ADDRESS READ FAILED - STATUS "
085500             WS-ADR-STATUS
085600         PERFORM 2990-READ-FAILED
085700             THRU 2990-READ-FAILED-EXIT
085800         GO TO 2930-READ-ADDRESS-EXIT
085900     END-IF.
086000     ADD 1 TO WS-ADR-READ-COUNT.
086100     MOVE EMP-ID OF EMP-ADDRESS-FILE TO WS-ADR-KEY.
086200 2930-READ-ADDRESS-EXIT.
086300     EXIT.
086400*
086500************************************************************
086600 2940-READ-DEPENDENT.
086700************************************************************
086800     READ EMP-DEP-FILE
086900         AT END
087000             MOVE HIGH-VALUES TO WS-DEP-KEY
087100             GO TO 2940-READ-DEPENDENT-EXIT
087200     END-READ.
087300     IF WS-DEP-STATUS NOT = "00"
087400         DISPLAY "EMPINT01 - DEPENDENT READ FAILED - STATUS "
087500             WS-DEP-STATUS
087600         PERFORM 2990-READ-FAILED
087700             THRU 2990-READ-FAILED-EXIT
087800         GO TO 2940-READ-DEPENDENT-EXIT
087900     END-IF.
088000     ADD 1 TO WS-DEP-READ-COUNT.
088100     MOVE EMP-ID OF EMP-DEP-FILE TO WS-DEP-KEY.
088200 2940-READ-DEPENDENT-EXIT.
088300     EXIT.
088400*
088500************************************************************
088600 2950-READ-BENEFIT.
088700************************************************************
088800     READ EMP-BENEFIT-FILE
088900         AT END
089000             MOVE HIGH-VALUES TO WS-BEN-KEY
089100             GO TO 2950-READ-BENEFIT-EXIT
089200     END-READ.
089300     IF WS-BEN-STATUS NOT = "00"
089400         DISPLAY "EMPINT01 - BENEFIT READ FAILED - STATUS "
089500             WS-BEN-STATUS
089600         PERFORM 2990-READ-FAILED
089700             THRU 2990-READ-FAILED-EXIT
089800         GO TO 2950-READ-BENEFIT-EXIT
089900     END-IF.
090000     ADD 1 TO WS-BEN-READ-COUNT.
090100     MOVE EMP-ID OF EMP-BENEFIT-FILE TO WS-BEN-KEY.
090200 2950-READ-BENEFIT-EXIT.
090300     EXIT.
090400*
090500************************************************************
090600 2960-READ-PENDING.
090700************************************************************
090800     READ EMP-PENDING-FILE
090900         AT END
091000             MOVE HIGH-VALUES TO WS-PND-KEY
091100             GO TO 2960-READ-PENDING-EXIT
091200     END-READ.
091300     IF WS-PND-STATUS NOT = "00"
091400         DISPLAY "EMPINT01 - PENDING READ FAILED - STATUS "
091500             WS-PND-STATUS
091600         PERFORM 2990-READ-FAILED
091700             THRU 2990-READ-FAILED-EXIT
091800         GO TO 2960-READ-PENDING-EXIT
091900     END-IF.
092000     ADD 1 TO WS-PND-READ-COUNT.
092100     MOVE EMP-PND-TRAN (1:5) TO WS-PND-KEY.
092200 2960-READ-PENDING-EXIT.
092300     EXIT.
092400*
092500************************************************************
092600*  2990 - STOP THE SWEEP: EVERY KEY GOES TO HIGH-VALUES SO
092700*  THE CURRENT EMP-ID FINISHES AND THE MAINLINE ENDS.
092800************************************************************
092900 2990-READ-FAILED.
093000************************************************************
093100     MOVE HIGH-VALUES TO WS-MAS-KEY.
093200     MOVE HIGH-VALUES TO WS-ARC-KEY.
093300     MOVE HIGH-VALUES TO WS-ADR-KEY.
093400     MOVE HIGH-VALUES TO WS-DEP-KEY.
093500     MOVE HIGH-VALUES TO WS-BEN-KEY.
093600     MOVE HIGH-VALUES TO WS-PND-KEY.
093700     MOVE 16 TO RETURN-CODE.
093800 2990-READ-FAILED-EXIT.
093900     EXIT.
094000*
094100************************************************************
094200 3000-FINALIZE.
094300************************************************************
094400     IF WS-REPORT-STATUS = "00"
094500         PERFORM 3100-PRINT-SUMMARY
094600             THRU 3100-PRINT-SUMMARY-EXIT
094700         CLOSE EMP-INTEGRITY-REPORT
094800     END-IF.
094900     IF WS-MAS-STATUS = "00"
095000         CLOSE EMP-MASTER-FILE
095100     END-IF.
095200     IF WS-ARC-STATUS = "00"
095300         CLOSE EMP-ARCHIVE-FILE
095400     END-IF.
095500     IF WS-ADR-STATUS = "00"
095600         CLOSE EMP-ADDRESS-FILE
095700     END-IF.
095800     IF WS-DEP-STATUS = "00"
095900         CLOSE EMP-DEP-FILE
096000     END-IF.
096100     IF WS-BEN-STATUS = "00"
096200         CLOSE EMP-BENEFIT-FILE
096300     END-IF.
096400     IF WS-PND-STATUS = "00"
096500         CLOSE EMP-PENDING-FILE
096600     END-IF.
096700     IF RETURN-CODE = ZERO
096800         IF WS-HIGH-COUNT > ZERO
096900             MOVE 12 TO RETURN-CODE
097000         ELSE
097100             IF WS-MED-COUNT > ZERO OR WS-LOW-COUNT > ZERO
097200                 MOVE 4 TO RETURN-CODE
097300             END-IF
097400         END-IF
097500     END-IF.
097600     DISPLAY "EMPINT01 - EMP-IDS CHECKED: " WS-ID-CHECKED-COUNT
097700         " HIGH: " WS-HIGH-COUNT
097800         " MED: " WS-MED-COUNT
097900         " LOW: " WS-LOW-COUNT.
098000 3000-FINALIZE-EXIT.
098100     EXIT.
098200*
098300************************************************************
098400 3100-PRINT-SUMMARY.
098500************************************************************
098600     MOVE "MASTER RECORDS READ:" TO WS-SL-TEXT.
098700     MOVE WS-MAS-READ-COUNT TO WS-SL-COUNT.
098800     WRITE EMP-INTEGRITY-LINE FROM WS-SUMMARY-LINE
098900         AFTER ADVANCING 2 LINES.
099000     MOVE "ARCHIVE RECORDS READ:" TO WS-SL-TEXT.
099100     MOVE WS-ARC-READ-COUNT TO WS-SL-COUNT.
099200     WRITE EMP-INTEGRITY-LINE FROM WS-SUMMARY-LINE
099300         AFTER ADVANCING 1 LINES.
099400     MOVE "ADDRESS HISTORY RECORDS READ:" TO WS-SL-TEXT.
099500     MOVE WS-ADR-READ-COUNT TO WS-SL-COUNT.
099600     WRITE EMP-INTEGRITY-LINE FROM WS-SUMMARY-LINE
099700         AFTER ADVANCING 1 LINES.
099800     MOVE "DEPENDENT RECORDS READ:" TO WS-SL-TEXT.
099900     MOVE WS-DEP-READ-COUNT TO WS-SL-COUNT.
100000     WRITE EMP-INTEGRITY-LINE FROM WS-SUMMARY-LINE
100100         AFTER ADVANCING 1 LINES.
100200     MOVE "BENEFIT RECORDS READ:" TO WS-SL-TEXT.
100300     MOVE WS-BEN-READ-COUNT TO WS-SL-COUNT.
100400     WRITE EMP-INTEGRITY-LINE FROM WS-SUMMARY-LINE
100500         AFTER ADVANCING 1 LINES.
100600     MOVE "PENDING TRANSACTIONS READ:" TO WS-SL-TEXT.
100700     MOVE WS-PND-READ-COUNT TO WS-SL-COUNT.
100800     WRITE EMP-INTEGRITY-LINE FROM WS-SUMMARY-LINE
100900         AFTER ADVANCING 1 LINES.
101000     MOVE "EMP-IDS CHECKED:" TO WS-SL-TEXT.
101100     MOVE WS-ID-CHECKED-COUNT TO WS-SL-COUNT.
101200     WRITE EMP-INTEGRITY-LINE FROM WS-SUMMARY-LINE
101300         AFTER ADVANCING 2 LINES.
101400     MOVE "HIGH-SEVERITY BREAKS:" TO WS-SL-TEXT.
101500     MOVE WS-HIGH-COUNT TO WS-SL-COUNT.
101600     WRITE EMP-INTEGRITY-LINE FROM WS-SUMMARY-LINE
101700         AFTER ADVANCING 1 LINES.
101800     MOVE "MEDIUM-SEVERITY ITEMS:" TO WS-SL-TEXT.
101900     MOVE WS-MED-COUNT TO WS-SL-COUNT.
102000     WRITE EMP-INTEGRITY-LINE FROM WS-SUMMARY-LINE
102100         AFTER ADVANCING 1 LINES.
102200     MOVE "LOW-SEVERITY ITEMS:" TO WS-SL-TEXT.
102300     MOVE WS-LOW-COUNT TO WS-SL-COUNT.
102400     WRITE EMP-INTEGRITY-LINE FROM WS-SUMMARY-LINE
102500         AFTER ADVANCING 1 LINES.
102600 3100-PRINT-SUMMARY-EXIT.
102700     EXIT.
