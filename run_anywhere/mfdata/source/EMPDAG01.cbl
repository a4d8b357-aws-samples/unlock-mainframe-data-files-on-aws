001300*                   AGE-OUT PASS; FLAGS DEPENDENTS PAST THE
001400*                   COVERAGE AGE LIMIT AND CORRECTS
001500*                   EMP-DEPENDENTS-NUM ON THE MASTER.
001510*  10/15/26   JDM   EACH AGE-OUT NOW WRITES A RETRO-CHANGE
001520*                   RECORD (EMPDRTO) DATED THE DAY COVERAGE
001530*                   ENDED, SO A LATE PASS IS PRICED BACK BY
001540*                   EMPRTB01.
001550*  10/15/26   JDM   A FEBRUARY 29 BIRTHDAY AGES OUT ON MARCH 1
001560*                   WHEN THE LIMIT YEAR IS NOT A LEAP YEAR, SO
001570*                   THE RETRO CHANGE CARRIES A REAL DATE AND
001580*                   AGREES WITH THE MASTER-SIDE AGE-OUT.
001600************************************************************
001700*
001800************************************************************
003200*    CONTROL CARD (EMPGCTL) -                                *
003300*      COLS  1-10  AS-OF DATE CCYY-MM-DD                     *
003400*      COLS 12-13  COVERAGE AGE LIMIT IN YEARS               *
003410*                                                            *
003420*    EVERY AGE-OUT IS ALSO APPENDED TO THE BENEFITS RETRO-   *
003430*    CHANGE FILE (EMPRTC01) DATED DOB PLUS THE LIMIT - THE   *
003440*    DAY COVERAGE REALLY ENDED, HOWEVER LONG AGO THAT WAS.   *
003500************************************************************
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
006900         ORGANIZATION IS SEQUENTIAL
007000         ACCESS MODE IS SEQUENTIAL
007100         FILE STATUS IS WS-DEP-OUT-STATUS.
007110
007120     SELECT EMP-RETRO-FILE ASSIGN TO EMPDRTO
007130         ORGANIZATION IS SEQUENTIAL
007140         ACCESS MODE IS SEQUENTIAL
007150         FILE STATUS IS WS-RETRO-STATUS.
007200 DATA DIVISION.
007300 FILE SECTION.
007400 FD  EMP-CTL-FILE
010100     COPY EMPDPD01
010200         REPLACING ==EMP-DEPENDENT-RECORD== BY
010300                   ==EMP-DEP-OUT-RECORD==.
010310
010320 FD  EMP-RETRO-FILE
010330     RECORDING MODE IS F
010340     LABEL RECORDS ARE STANDARD.
010350     COPY EMPRTC01.
010400 WORKING-STORAGE SECTION.
010500 77  WS-CTL-STATUS                   PIC X(02)   VALUE "00".
010600 77  WS-MAS-IN-STATUS                PIC X(02)   VALUE "00".
010700 77  WS-MAS-OUT-STATUS               PIC X(02)   VALUE "00".
010800 77  WS-DEP-IN-STATUS                PIC X(02)   VALUE "00".
010900 77  WS-DEP-OUT-STATUS               PIC X(02)   VALUE "00".
010910 77  WS-RETRO-STATUS                 PIC X(02)   VALUE "00".
011000*
011100 77  WS-MAS-EOF-SW                   PIC X(01)   VALUE "N".
011200     88  WS-MAS-EOF                  VALUE "Y".
011400     88  WS-DEP-EOF                  VALUE "Y".
011500 77  WS-FATAL-SW                     PIC X(01)   VALUE "N".
011600     88  WS-FATAL                    VALUE "Y".
011610 77  WS-AGED-SW                      PIC X(01)   VALUE "N".
011620     88  WS-AGED-THIS-DEP            VALUE "Y".
011700*
011800 77  WS-DEP-KEY                      PIC 9(05)   VALUE ZERO.
011900 77  WS-HIGH-KEY                     PIC 9(05)   VALUE 99999.
012900     05  WS-LIMIT-REST               PIC X(06).
013000 01  WS-LIMIT-DATE-X REDEFINES WS-LIMIT-DATE
013100                                     PIC X(10).
013120 77  WS-LIMIT-QUOTIENT               PIC 9(04)   COMP VALUE ZERO.
013140 77  WS-LIMIT-REM-4                  PIC 9(03)   COMP VALUE ZERO.
013160 77  WS-LIMIT-REM-100                PIC 9(03)   COMP VALUE ZERO.
013180 77  WS-LIMIT-REM-400                PIC 9(03)   COMP VALUE ZERO.
013200*
013300 77  WS-ACTIVE-COUNT                 PIC S9(03)  COMP-3
013400                                          VALUE ZERO.
013600 77  WS-AGED-OUT-COUNT               PIC 9(07)   COMP VALUE ZERO.
013700 77  WS-ADJUSTED-COUNT               PIC 9(07)   COMP VALUE ZERO.
013800 77  WS-ORPHAN-DEP-COUNT             PIC 9(07)   COMP VALUE ZERO.
013810 77  WS-RETRO-COUNT                  PIC 9(07)   COMP VALUE ZERO.
013900 PROCEDURE DIVISION.
014000************************************************************
014100 0000-MAINLINE.
018700     OPEN INPUT  EMP-MASTER-IN-FILE
018800          INPUT  EMP-DEP-IN-FILE
018900          OUTPUT EMP-MASTER-OUT-FILE
019000          OUTPUT EMP-DEP-OUT-FILE
019050          EXTEND EMP-RETRO-FILE.
019100     IF WS-MAS-IN-STATUS NOT = "00" OR
019200        WS-DEP-IN-STATUS NOT = "00" OR
019300        WS-MAS-OUT-STATUS NOT = "00" OR
019400        WS-DEP-OUT-STATUS NOT = "00" OR
019450        WS-RETRO-STATUS NOT = "00"
019500         DISPLAY "EMPDAG01 - OPEN FAILED - "
019600             WS-MAS-IN-STATUS " " WS-DEP-IN-STATUS " "
019700             WS-MAS-OUT-STATUS " " WS-DEP-OUT-STATUS " "
019750             WS-RETRO-STATUS
019800         MOVE "Y" TO WS-MAS-EOF-SW
019900         MOVE "Y" TO WS-DEP-EOF-SW
020000         MOVE 12 TO RETURN-CODE
028000*  2300 - AGE ONE DEPENDENT OF THE MASTER IN HAND.  AN
028100*  ACTIVE DEPENDENT IS AGED OUT WHEN DOB PLUS THE COVERAGE
028200*  LIMIT FALLS ON OR BEFORE THE AS-OF DATE - THE CCYY-MM-DD
028300*  TEXT FORM COMPARES CORRECTLY AS PLAIN CHARACTERS.  THE
028325*  LIMIT DATE COMES FROM 2310, WHICH ALSO DATES THE RETRO
028350*  CHANGE, SO BOTH SIDES AGE THE DEPENDENT OUT ON ONE DAY.
028400************************************************************
028500 2300-AGE-DEPENDENT.
028600************************************************************
028700     MOVE EMP-DEPENDENT-RECORD TO EMP-DEP-OUT-RECORD.
028750     MOVE "N" TO WS-AGED-SW.
028800     IF EMP-DEP-STATUS OF EMP-DEP-OUT-FILE = "A"
028900         MOVE EMP-DEP-DOB OF EMP-DEP-OUT-FILE
029000             TO WS-DOB-PARTS
029100         PERFORM 2310-SET-LIMIT-DATE
029200             THRU 2310-SET-LIMIT-DATE-EXIT
029400         IF WS-LIMIT-DATE-X NOT > WS-ASOF-DATE
029500             MOVE "I" TO EMP-DEP-STATUS OF EMP-DEP-OUT-FILE
029600             ADD 1 TO WS-AGED-OUT-COUNT
029650             MOVE "Y" TO WS-AGED-SW
029700         ELSE
029800             ADD 1 TO WS-ACTIVE-COUNT
029900         END-IF
030000     END-IF.
030100     PERFORM 2700-WRITE-DEP-OUT
030200         THRU 2700-WRITE-DEP-OUT-EXIT.
030210     IF WS-AGED-THIS-DEP AND NOT WS-FATAL
030220         PERFORM 2750-WRITE-RETRO-CHANGE
030230             THRU 2750-WRITE-RETRO-CHANGE-EXIT
030240     END-IF.
030300     IF NOT WS-FATAL
030400         PERFORM 2200-READ-DEPENDENT
030500             THRU 2200-READ-DEPENDENT-EXIT
030700 2300-AGE-DEPENDENT-EXIT.
030800     EXIT.
030900*
030902************************************************************
030904*  2310 - DOB PLUS THE COVERAGE LIMIT.  A FEBRUARY 29 BIRTH
030906*  DATE FALLS ON MARCH 1 WHEN THE LIMIT YEAR IS A COMMON
030908*  YEAR, AS THE EMPSVC01/EMPANV01 ANNIVERSARIES DO.
030910************************************************************
030912 2310-SET-LIMIT-DATE.
030914************************************************************
030916     ADD WS-AGE-LIMIT TO WS-DOB-CCYY
030918         GIVING WS-LIMIT-CCYY.
030920     MOVE WS-DOB-REST TO WS-LIMIT-REST.
030922     IF WS-DOB-REST NOT = "-02-29"
030924         GO TO 2310-SET-LIMIT-DATE-EXIT
030926     END-IF.
030928     DIVIDE WS-LIMIT-CCYY BY 4   GIVING WS-LIMIT-QUOTIENT
030930         REMAINDER WS-LIMIT-REM-4.
030932     DIVIDE WS-LIMIT-CCYY BY 100 GIVING WS-LIMIT-QUOTIENT
030934         REMAINDER WS-LIMIT-REM-100.
030936     DIVIDE WS-LIMIT-CCYY BY 400 GIVING WS-LIMIT-QUOTIENT
030938         REMAINDER WS-LIMIT-REM-400.
030940     IF WS-LIMIT-REM-4 = 0 AND
030942        (WS-LIMIT-REM-100 NOT = 0 OR WS-LIMIT-REM-400 = 0)
030944         GO TO 2310-SET-LIMIT-DATE-EXIT
030946     END-IF.
030948     MOVE "-03-01" TO WS-LIMIT-REST.
030950 2310-SET-LIMIT-DATE-EXIT.
030952     EXIT.
030954*
031000************************************************************
031100 2700-WRITE-DEP-OUT.
031200************************************************************
031900     END-IF.
032000 2700-WRITE-DEP-OUT-EXIT.
032100     EXIT.
032103*
032106************************************************************
032109*  2750 - RECORD THE AGE-OUT FOR THE RETRO PRICING, DATED THE
032112*  DAY COVERAGE ENDED AND POSTED AS OF THE CONTROL-CARD DATE.
032115************************************************************
032118 2750-WRITE-RETRO-CHANGE.
032121************************************************************
032124     INITIALIZE EMP-RETRO-CHANGE-RECORD.
032127     MOVE EMP-ID OF EMP-DEP-OUT-FILE TO EMP-ID OF EMP-RETRO-FILE.
032130     MOVE WS-LIMIT-DATE-X    TO EMP-RTC-EFF-DATE.
032133     MOVE "G"                TO EMP-RTC-SOURCE.
032136     MOVE EMP-DEP-SEQ OF EMP-DEP-OUT-FILE TO EMP-RTC-DEP-SEQ.
032139     MOVE -1                 TO EMP-RTC-DEP-DELTA.
032142     MOVE WS-ASOF-DATE       TO EMP-RTC-POSTED-DATE.
032145     WRITE EMP-RETRO-CHANGE-RECORD.
032148     IF WS-RETRO-STATUS NOT = "00"
032151         DISPLAY "EMPDAG01 - RETRO-CHANGE WRITE FAILED - STATUS "
032154             WS-RETRO-STATUS
032157         MOVE "Y" TO WS-FATAL-SW
032160         MOVE 16 TO RETURN-CODE
032163     ELSE
032166         ADD 1 TO WS-RETRO-COUNT
032169     END-IF.
032172 2750-WRITE-RETRO-CHANGE-EXIT.
032175     EXIT.
032178*
032300************************************************************
032400*  2800 - DETAIL RECORDS WHOSE EMP-ID IS NOT (OR NO LONGER)
032500*  ON THE MASTER ARE CARRIED ACROSS UNCHANGED AND COUNTED
035800     IF WS-DEP-OUT-STATUS = "00"
035900         CLOSE EMP-DEP-OUT-FILE
036000     END-IF.
036010     IF WS-RETRO-STATUS = "00"
036020         CLOSE EMP-RETRO-FILE
036030     END-IF.
036100     DISPLAY "EMPDAG01 - MASTERS: " WS-MASTER-COUNT
036200         " AGED OUT: " WS-AGED-OUT-COUNT
036300         " COUNTS ADJUSTED: " WS-ADJUSTED-COUNT
036400         " ORPHAN DETAILS: " WS-ORPHAN-DEP-COUNT
036410         " RETRO CHANGES: " WS-RETRO-COUNT.
036500 3000-FINALIZE-EXIT.
036600     EXIT.
