001483*                   WITHIN THE BAND'S MIN/MAX, OR THE RECORD
001484*                   IS REJECTED.  THE ONE GLOBAL CEILING IS
001485*                   KEPT AS A BACKSTOP.
001486*  10/15/26   JDM   EVERY REJECTED RECORD IS NOW ALSO WRITTEN,
001487*                   WHOLE, TO THE REJECTED-TRANSACTION
001488*                   SUSPENSE FILE (EMPSUSP) WITH A REASON CODE
001489*                   AND THE DATE IT FIRST FAILED, SO THE
001490*                   CLERKS CAN CORRECT AND RE-ENTER IT
001491*                   (EMPSUS01) INSTEAD OF KEYING IT AGAIN.
001493*  10/15/26   JDM   RUN DATE NOW TAKEN FROM THE OPTIONAL
001495*                   RUN-DATE CARD (EMPUDTE) WHEN PRESENT, AS IN
001497*                   EMPUPD01, SO THE WHOLE NIGHT WORKS TO ONE
001499*                   DATE.  NO CARD MEANS THE SYSTEM DATE.
001509*  10/15/26   JDM   A REJECT OF AN ITEM EMPSUS01 RE-ENTERED
001519*                   TONIGHT IS WRITTEN TO SUSPENSE UNDER THE
001529*                   ITEM'S ORIGINAL REFERENCE NUMBER, FOUND ON
001539*                   THE OPTIONAL RE-ENTRY REGISTER (EMPRERI),
001549*                   SO EMPSUS01 TIES THE RE-FAILURE TO THAT
001559*                   ITEM BY REFERENCE.
001569************************************************************
001600*
001700************************************************************
001800*  PURPOSE -                                                *
002520*    WITHIN THAT BAND.  RECORDS THAT FAIL ANY EDIT ARE KEPT  *
002600*    OFF THE GOOD OUTPUT FILE AND LOGGED TO THE EXCEPTION    *
002700*    REPORT WITH THE EMP-ID AND THE FIELD THAT FAILED.       *
002710*    EACH REJECTED RECORD IS ALSO WRITTEN ONCE, WHOLE, TO    *
002720*    THE SUSPENSE FILE (EMPSPN01 LAYOUT) UNDER THE FIRST     *
002730*    EDIT IT FAILED.                                         *
002750*    A REJECT OF AN IMAGE EMPSUS01 RE-ENTERED TONIGHT (ON    *
002770*    THE RE-ENTRY REGISTER, EMPRER01 LAYOUT) KEEPS THAT      *
002790*    ITEM'S ORIGINAL SUSPENSE REFERENCE NUMBER.              *
002800************************************************************
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
005340         ACCESS MODE IS SEQUENTIAL
005350         FILE STATUS IS WS-RUNC-STATUS.
005355
005357     SELECT EMP-GRADE-FILE ASSIGN TO EMPGREF
005359         ORGANIZATION IS SEQUENTIAL
005361         ACCESS MODE IS SEQUENTIAL
005363         FILE STATUS IS WS-GRADE-STATUS.
005365
005367     SELECT EMP-SUSPENSE-FILE ASSIGN TO EMPSUSP
005369         ORGANIZATION IS SEQUENTIAL
005371         ACCESS MODE IS SEQUENTIAL
005373         FILE STATUS IS WS-SUSP-STATUS.
005375
005377     SELECT EMP-UDTE-FILE ASSIGN TO EMPUDTE
005379         ORGANIZATION IS SEQUENTIAL
005381         ACCESS MODE IS SEQUENTIAL
005383         FILE STATUS IS WS-UDTE-STATUS.
005385
005387     SELECT EMP-REENTRY-FILE ASSIGN TO EMPRERI
005389         ORGANIZATION IS SEQUENTIAL
005391         ACCESS MODE IS SEQUENTIAL
005393         FILE STATUS IS WS-RERI-STATUS.
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  EMP-CTL-FILE
007640     LABEL RECORDS ARE STANDARD.
007650     COPY EMPRUN01.
007655
007657 FD  EMP-GRADE-FILE
007659     RECORDING MODE IS F
007661     LABEL RECORDS ARE STANDARD.
007663     COPY EMPGRD01.
007665
007667 FD  EMP-SUSPENSE-FILE
007669     RECORDING MODE IS F
007671     LABEL RECORDS ARE STANDARD.
007673     COPY EMPSPN01.
007675
007677 FD  EMP-UDTE-FILE
007679     RECORDING MODE IS F
007681     LABEL RECORDS ARE STANDARD.
007683     COPY EMPRDC01.
007685
007687 FD  EMP-REENTRY-FILE
007689     RECORDING MODE IS F
007691     LABEL RECORDS ARE STANDARD.
007693     COPY EMPRER01.
007700 WORKING-STORAGE SECTION.
007800 77  WS-CTL-STATUS                   PIC X(02)   VALUE "00".
007900 77  WS-INPUT-STATUS                 PIC X(02)   VALUE "00".
008105 77  WS-DEPT-STATUS                  PIC X(02)   VALUE "00".
008107 77  WS-GRADE-STATUS                 PIC X(02)   VALUE "00".
008110 77  WS-RUNC-STATUS                  PIC X(02)   VALUE "00".
008120 77  WS-SUSP-STATUS                  PIC X(02)   VALUE "00".
008170 77  WS-UDTE-STATUS                  PIC X(02)   VALUE "00".
008195 77  WS-RERI-STATUS                  PIC X(02)   VALUE "00".
008200*
008300 77  WS-EOF-SW                       PIC X(01)   VALUE "N".
008400     88  WS-EOF                      VALUE "Y".
009200 77  WS-EXCEPT-COUNT                 PIC 9(07)   COMP VALUE ZERO.
009210 77  WS-GOOD-SALARY-HASH             PIC 9(13)V99 COMP-3
009220                                          VALUE ZERO.
009221 77  WS-SUSPENSE-COUNT               PIC 9(07)   COMP VALUE ZERO.
009230*
009231 77  WS-DEPT-EOF-SW                  PIC X(01)   VALUE "N".
009232     88  WS-DEPT-EOF                 VALUE "Y".
011400     05  WS-EX-FIELD                 PIC X(16).
011500     05  FILLER                      PIC X(02)   VALUE SPACE.
011600     05  WS-EX-REASON                PIC X(40).
011601*
011602************************************************************
011603*  SUSPENSE WORK AREAS - WS-EX-REASON-CODE IS SET BESIDE
011604*  WS-EX-FIELD AND WS-EX-REASON AT EACH EDIT.  THE FIRST
011605*  FAILURE ON A RECORD IS KEPT IN WS-SUS-FIRST-CODE/-REASON
011606*  FOR THE ONE SUSPENSE RECORD THE REJECT RECEIVES.
011607************************************************************
011608 77  WS-EX-REASON-CODE               PIC X(04)   VALUE SPACE.
011609 77  WS-SUS-FIRST-CODE               PIC X(04)   VALUE SPACE.
011610 77  WS-SUS-FIRST-REASON             PIC X(40)   VALUE SPACE.
011611*
011612 01  WS-RUN-DATE-YMD.
011613     05  WS-RUN-DATE-CCYY            PIC 9(04).
011614     05  WS-RUN-DATE-MM              PIC 9(02).
011615     05  WS-RUN-DATE-DD              PIC 9(02).
011616 01  WS-RUN-DATE-YMD-X REDEFINES WS-RUN-DATE-YMD
011617                                     PIC X(08).
011618*
011619 01  WS-RUN-DATE-EFF                 PIC X(10).
011620 01  WS-RUN-DATE-EFF-PARTS REDEFINES WS-RUN-DATE-EFF.
011621     05  WS-EFF-CCYY                 PIC X(04).
011622     05  WS-EFF-DASH1                PIC X(01).
011623     05  WS-EFF-MM                   PIC X(02).
011624     05  WS-EFF-DASH2                PIC X(01).
011625     05  WS-EFF-DD                   PIC X(02).
011627*
011629************************************************************
011631*  RE-ENTRY TABLE - THE ITEMS EMPSUS01 PUT BACK INTO TONIGHT'S
011633*  EXTRACT, LOADED ONCE FROM THE RE-ENTRY REGISTER.  A REJECT
011635*  WHOSE IMAGE IS ON THE TABLE IS THAT ITEM FAILING AGAIN AND
011637*  IS SUSPENDED UNDER ITS REFERENCE NUMBER.  AN ENTRY IS USED
011639*  ONCE.  WS-RER-MATCH-TRAN SPLITS THE REJECTED IMAGE SO AN
011641*  ENTRY WITH A BLANK EMP-ID (AN "A" KEYED SINCE BY EMPASN01)
011643*  CAN MATCH ON THE REST OF THE IMAGE.
011645************************************************************
011647 77  WS-RER-EOF-SW                   PIC X(01)   VALUE "N".
011649     88  WS-RER-EOF                  VALUE "Y".
011651 77  WS-RER-FOUND-SW                 PIC X(01)   VALUE "N".
011653     88  WS-RER-FOUND                VALUE "Y".
011655 77  WS-RER-SUB                      PIC 9(04)   COMP VALUE ZERO.
011657 01  WS-RER-TABLE.
011659     05  WS-RER-COUNT                PIC 9(04)   COMP VALUE ZERO.
011661     05  WS-RER-ENTRY OCCURS 500 TIMES.
011663         10  WS-RER-TBL-REF-NO       PIC X(16).
011665         10  WS-RER-TBL-USED         PIC X(01).
011667         10  WS-RER-TBL-EMP-ID       PIC X(05).
011669         10  WS-RER-TBL-REST         PIC X(145).
011671 01  WS-RER-MATCH-TRAN.
011673     05  WS-RER-MATCH-EMP-ID         PIC X(05).
011675     05  WS-RER-MATCH-REST           PIC X(145).
011700 PROCEDURE DIVISION.
011800************************************************************
011900 0000-MAINLINE.
013000************************************************************
013100 1000-INITIALIZE.
013200************************************************************
013210     ACCEPT WS-RUN-DATE-YMD FROM DATE YYYYMMDD.
013211     PERFORM 1040-READ-RUN-DATE
013212         THRU 1040-READ-RUN-DATE-EXIT.
013213     IF WS-EOF
013214         GO TO 1000-INITIALIZE-EXIT
013215     END-IF.
013220     MOVE WS-RUN-DATE-CCYY TO WS-EFF-CCYY.
013230     MOVE WS-RUN-DATE-MM   TO WS-EFF-MM.
013240     MOVE WS-RUN-DATE-DD   TO WS-EFF-DD.
013250     MOVE "-"              TO WS-EFF-DASH1.
013260     MOVE "-"              TO WS-EFF-DASH2.
013270*
013300     MOVE 31 TO WS-MONTH-DAYS-ENTRY(01).
013400     MOVE 28 TO WS-MONTH-DAYS-ENTRY(02).
013500     MOVE 31 TO WS-MONTH-DAYS-ENTRY(03).
015600     END-IF.
015700*
015710     PERFORM 1100-LOAD-DEPT-TABLE
015712         THRU 1100-LOAD-DEPT-TABLE-EXIT.
015714     PERFORM 1150-LOAD-GRADE-TABLE
015716         THRU 1150-LOAD-GRADE-TABLE-EXIT.
015718     PERFORM 1170-LOAD-REENTRY-TABLE
015720         THRU 1170-LOAD-REENTRY-TABLE-EXIT.
015723     IF WS-EOF
015724         GO TO 1000-INITIALIZE-EXIT
015726     END-IF.
016600         MOVE "Y" TO WS-EOF-SW
016700         GO TO 1000-INITIALIZE-EXIT
016800     END-IF.
016810*
016820*    ONCE THIS STEP ENDS THE SUSPENSE FILE IS THE ONLY COPY
016830*    OF A REJECTED TRANSACTION, SO NO SUSPENSE FILE, NO RUN.
016840     OPEN EXTEND EMP-SUSPENSE-FILE.
016850     IF WS-SUSP-STATUS NOT = "00"
016860         DISPLAY "EMPVAL01 - SUSPENSE OPEN FAILED - "
016870             WS-SUSP-STATUS
016880         MOVE "Y" TO WS-EOF-SW
016890         MOVE 12 TO RETURN-CODE
016891         GO TO 1000-INITIALIZE-EXIT
016892     END-IF.
016900     PERFORM 2900-READ-INPUT
017000         THRU 2900-READ-INPUT-EXIT.
017100 1000-INITIALIZE-EXIT.
017500 2000-EDIT-RECORD.
017600************************************************************
017700     MOVE "Y" TO WS-RECORD-OK-SW.
017710     MOVE SPACE TO WS-SUS-FIRST-CODE.
017800     PERFORM 2100-EDIT-DOB
017900         THRU 2100-EDIT-DOB-EXIT.
018000     PERFORM 2200-EDIT-SALARY
018900         WRITE EMP-RECORD OF EMP-GOOD-FILE
019000         ADD 1 TO WS-GOOD-COUNT
019010         ADD EMP-SALARY OF EMP-GOOD-FILE TO WS-GOOD-SALARY-HASH
019050     ELSE
019060         PERFORM 2700-WRITE-SUSPENSE
019070             THRU 2700-WRITE-SUSPENSE-EXIT
019100     END-IF.
019150     IF NOT WS-EOF
019200         PERFORM 2900-READ-INPUT
019300             THRU 2900-READ-INPUT-EXIT
019310     END-IF.
019400 2000-EDIT-RECORD-EXIT.
019500     EXIT.
019600*
021100         GO TO 2100-EDIT-DOB-EXIT
021200     END-IF.
021300     IF WS-DOB-MM < 1 OR WS-DOB-MM > 12
021350         MOVE "VDOB"        TO WS-EX-REASON-CODE
021400         MOVE "EMP-DOB"     TO WS-EX-FIELD
021500         MOVE "MONTH NOT IN RANGE 01-12" TO WS-EX-REASON
021600         PERFORM 2800-LOG-EXCEPTION
022800         MOVE 29 TO WS-DOB-MAX-DAY
022900     END-IF.
023000     IF WS-DOB-DD < 1 OR WS-DOB-DD > WS-DOB-MAX-DAY
023050         MOVE "VDOB"        TO WS-EX-REASON-CODE
023100         MOVE "EMP-DOB"     TO WS-EX-FIELD
023200         MOVE "DAY NOT VALID FOR GIVEN MONTH" TO WS-EX-REASON
023300         PERFORM 2800-LOG-EXCEPTION
024000 2200-EDIT-SALARY.
024100************************************************************
024200     IF EMP-SALARY OF EMP-INPUT-FILE NOT > ZERO
024250         MOVE "VSAL"        TO WS-EX-REASON-CODE
024300         MOVE "EMP-SALARY"  TO WS-EX-FIELD
024400         MOVE "SALARY MUST BE POSITIVE" TO WS-EX-REASON
024500         PERFORM 2800-LOG-EXCEPTION
024600             THRU 2800-LOG-EXCEPTION-EXIT
024700     ELSE
024800         IF EMP-SALARY OF EMP-INPUT-FILE > WS-SALARY-CEILING
024850             MOVE "VSAL"        TO WS-EX-REASON-CODE
024900             MOVE "EMP-SALARY"  TO WS-EX-FIELD
025000             MOVE "SALARY EXCEEDS CONFIGURED CEILING"
025100                 TO WS-EX-REASON
026000 2300-EDIT-DEPENDENTS.
026100************************************************************
026200     IF EMP-DEPENDENTS-NUM OF EMP-INPUT-FILE < ZERO
026250         MOVE "VDEP"        TO WS-EX-REASON-CODE
026300         MOVE "EMP-DEPENDENTS"     TO WS-EX-FIELD
026400         MOVE "DEPENDENTS COUNT MAY NOT BE NEGATIVE"
026500             TO WS-EX-REASON
027400************************************************************
027500     IF EMP-YOE-CUR OF EMP-INPUT-FILE >
027600        EMP-YOE-TOTAL OF EMP-INPUT-FILE
027650         MOVE "VYOE"        TO WS-EX-REASON-CODE
027700         MOVE "EMP-YOE-CUR"  TO WS-EX-FIELD
027800         MOVE "CURRENT YEAR YOE EXCEEDS TOTAL YOE"
027900             TO WS-EX-REASON
028200     END-IF.
028300 2400-EDIT-TENURE-EXIT.
028400     EXIT.
028410*
028420************************************************************
028430 2500-EDIT-DEPT.
028440************************************************************
028450     MOVE "N" TO WS-DEPT-FOUND-SW.
028460     MOVE 1 TO WS-DEPT-SUB.
028470     PERFORM 2510-SCAN-DEPT-ENTRY
028480         THRU 2510-SCAN-DEPT-ENTRY-EXIT
028490         UNTIL WS-DEPT-FOUND OR WS-DEPT-SUB > WS-DEPT-COUNT.
028500     IF NOT WS-DEPT-FOUND
028509         MOVE "VDPT"        TO WS-EX-REASON-CODE
028510         MOVE "EMP-DEPT-CODE" TO WS-EX-FIELD
028511         MOVE "DEPT CODE NOT ON REFERENCE FILE"
028512             TO WS-EX-REASON
028528 2510-SCAN-DEPT-ENTRY-EXIT.
028529     EXIT.
028530*
028531************************************************************
028532*  2700 - THE RECORD FAILED AT LEAST ONE EDIT.  THE WHOLE
028533*  IMAGE GOES TO THE SUSPENSE FILE ONCE, UNDER THE FIRST
028534*  FAILURE, STAMPED WITH TONIGHT'S DATE AS THE FIRST-FAILED
028535*  DATE.  A CORRECTED ITEM FAILING AGAIN (ITS IMAGE IS ON THE
028536*  RE-ENTRY TABLE) IS WRITTEN UNDER ITS ORIGINAL REFERENCE
028537*  NUMBER, AND EMPSUS01 CARRIES ITS ORIGINAL FIRST-FAILED
028538*  DATE AND FAIL COUNT FORWARD.  A FAILED WRITE IS
028539*  FATAL - A REJECT THAT REACHES NEITHER THE GOOD FILE NOR
028540*  SUSPENSE WOULD BE LOST FOR GOOD.
028541************************************************************
028542 2700-WRITE-SUSPENSE.
028543************************************************************
028544     INITIALIZE EMP-SUSPENSE-RECORD.
028545     ADD 1 TO WS-SUSPENSE-COUNT.
028546     MOVE EMP-RECORD OF EMP-INPUT-FILE TO EMP-SUS-TRAN.
028547     MOVE "N"                  TO EMP-SUS-STATUS.
028548     MOVE WS-RUN-DATE-YMD-X    TO EMP-SUS-REF-DATE.
028549     MOVE "V"                  TO EMP-SUS-REF-STEP.
028550     MOVE "00"                 TO EMP-SUS-REF-PART.
028551     MOVE WS-SUSPENSE-COUNT    TO EMP-SUS-REF-SEQ.
028552     PERFORM 2710-FIND-REENTRY
028553         THRU 2710-FIND-REENTRY-EXIT.
028554     IF WS-RER-FOUND
028555         MOVE WS-RER-TBL-REF-NO (WS-RER-SUB) TO EMP-SUS-REF-NO
028556     END-IF.
028557     MOVE WS-SUS-FIRST-CODE    TO EMP-SUS-REASON-CODE.
028558     MOVE WS-SUS-FIRST-REASON  TO EMP-SUS-REASON-TEXT.
028559     MOVE WS-RUN-DATE-EFF      TO EMP-SUS-FIRST-FAILED.
028560     MOVE WS-RUN-DATE-EFF      TO EMP-SUS-LAST-ACTION.
028561     MOVE 1                    TO EMP-SUS-FAIL-COUNT.
028562     WRITE EMP-SUSPENSE-RECORD.
028563     IF WS-SUSP-STATUS NOT = "00"
028564         DISPLAY "EMPVAL01 - SUSPENSE WRITE FAILED - EMP-ID "
028565             EMP-ID OF EMP-INPUT-FILE " STATUS " WS-SUSP-STATUS
028566         MOVE "Y" TO WS-EOF-SW
028567         MOVE 16 TO RETURN-CODE
028568     END-IF.
028569 2700-WRITE-SUSPENSE-EXIT.
028570     EXIT.
028571*
028600************************************************************
028700 2800-LOG-EXCEPTION.
028800************************************************************
028900     IF WS-EX-FIELD = SPACE
029000         MOVE "EMP-DOB" TO WS-EX-FIELD
029050         MOVE "VDOB"    TO WS-EX-REASON-CODE
029100         MOVE "NOT A VALID CALENDAR DATE" TO WS-EX-REASON
029200     END-IF.
029210     IF WS-SUS-FIRST-CODE = SPACE
029220         MOVE WS-EX-REASON-CODE TO WS-SUS-FIRST-CODE
029230         MOVE WS-EX-REASON      TO WS-SUS-FIRST-REASON
029240     END-IF.
029300     MOVE EMP-ID OF EMP-INPUT-FILE TO WS-EX-EMP-ID.
029400     WRITE EMP-EXCEPT-LINE FROM WS-EXCEPT-DETAIL.
029500     MOVE SPACE TO WS-EX-FIELD.
029600     MOVE SPACE TO WS-EX-REASON.
029610     MOVE SPACE TO WS-EX-REASON-CODE.
029700     MOVE "N" TO WS-RECORD-OK-SW.
029800     ADD 1 TO WS-EXCEPT-COUNT.
029900 2800-LOG-EXCEPTION-EXIT.
032300     IF WS-EXCEPT-STATUS = "00"
032400         CLOSE EMP-EXCEPT-FILE
032500     END-IF.
032510     IF WS-SUSP-STATUS = "00"
032520         CLOSE EMP-SUSPENSE-FILE
032530     END-IF.
032555     PERFORM 3100-WRITE-RUN-CONTROL
032580         THRU 3100-WRITE-RUN-CONTROL-EXIT.
032600     DISPLAY "EMPVAL01 - INPUT: "  WS-INPUT-COUNT
032700         " GOOD: " WS-GOOD-COUNT
032800         " EXCEPTIONS: " WS-EXCEPT-COUNT
032810         " SUSPENDED: " WS-SUSPENSE-COUNT.
032900 3000-FINALIZE-EXIT.
033000     EXIT.
033100*
042200         THRU 2610-SCAN-GRADE-ENTRY-EXIT
042300         UNTIL WS-GRADE-FOUND OR WS-GRADE-SUB > WS-GRADE-COUNT.
042400     IF NOT WS-GRADE-FOUND
042450         MOVE "VGRD"        TO WS-EX-REASON-CODE
042500         MOVE "EMP-GRADE-CODE" TO WS-EX-FIELD
042600         MOVE "GRADE CODE NOT ON REFERENCE FILE"
042700             TO WS-EX-REASON
043100     END-IF.
043200     IF EMP-SALARY OF EMP-INPUT-FILE <
043300        WS-GRD-TBL-MIN (WS-GRADE-SUB)
043350         MOVE "VBND"        TO WS-EX-REASON-CODE
043400         MOVE "EMP-SALARY"  TO WS-EX-FIELD
043500         MOVE "SALARY BELOW GRADE BAND MINIMUM"
043600             TO WS-EX-REASON
044000     END-IF.
044100     IF EMP-SALARY OF EMP-INPUT-FILE >
044200        WS-GRD-TBL-MAX (WS-GRADE-SUB)
044250         MOVE "VBND"        TO WS-EX-REASON-CODE
044300         MOVE "EMP-SALARY"  TO WS-EX-FIELD
044400         MOVE "SALARY ABOVE GRADE BAND MAXIMUM"
044500             TO WS-EX-REASON
046000     END-IF.
046100 2610-SCAN-GRADE-ENTRY-EXIT.
046200     EXIT.
046300*
046400************************************************************
046500*  1040 - THE OPTIONAL RUN-DATE CARD.  NO EMPUDTE DD (OR AN
046600*  EMPTY FILE) LEAVES THE SYSTEM DATE ACCEPTED ABOVE.  A CARD
046700*  THAT IS PRESENT BUT NOT A VALID CCYYMMDD IS FATAL - THE
046800*  SUSPENSE REFERENCE AND FIRST-FAILED DATE WOULD CARRY THE
046900*  WRONG NIGHT.
047000************************************************************
047100 1040-READ-RUN-DATE.
047200************************************************************
047300     OPEN INPUT EMP-UDTE-FILE.
047400     IF WS-UDTE-STATUS NOT = "00"
047500         GO TO 1040-READ-RUN-DATE-EXIT
047600     END-IF.
047700     READ EMP-UDTE-FILE
047800         AT END
047900             CLOSE EMP-UDTE-FILE
048000             GO TO 1040-READ-RUN-DATE-EXIT
048100     END-READ.
048200     CLOSE EMP-UDTE-FILE.
048300     IF EMP-RDC-RUN-DATE NUMERIC
048400         MOVE EMP-RDC-RUN-DATE TO WS-RUN-DATE-YMD
048500     ELSE
048600         MOVE ZERO TO WS-RUN-DATE-MM
048700     END-IF.
048800     IF WS-RUN-DATE-MM < 1 OR WS-RUN-DATE-MM > 12 OR
048900        WS-RUN-DATE-DD < 1 OR WS-RUN-DATE-DD > 31
049000         DISPLAY "EMPVAL01 - BAD RUN-DATE CARD - RUN STOPPED"
049100         MOVE "Y" TO WS-EOF-SW
049200         MOVE 16 TO RETURN-CODE
049300         GO TO 1040-READ-RUN-DATE-EXIT
049400     END-IF.
049500     DISPLAY "EMPVAL01 - RUN DATE FROM CARD " WS-RUN-DATE-YMD.
049600 1040-READ-RUN-DATE-EXIT.
049700     EXIT.
049800*
049900************************************************************
050000*  1170/1180 - LOAD THE RE-ENTRY REGISTER.  THE REGISTER IS
050100*  OPTIONAL: WITH NO EMPRERI DD (A RUN OUTSIDE THE NIGHTLY
050200*  STREAM) EVERY REJECT IS SUSPENDED AS A NEW ITEM, AS IT
050300*  ALWAYS WAS.
050400************************************************************
050500 1170-LOAD-REENTRY-TABLE.
050600************************************************************
050700     OPEN INPUT EMP-REENTRY-FILE.
050800     IF WS-RERI-STATUS NOT = "00"
050900         GO TO 1170-LOAD-REENTRY-TABLE-EXIT
051000     END-IF.
051100     PERFORM 1180-LOAD-REENTRY-ENTRY
051200         THRU 1180-LOAD-REENTRY-ENTRY-EXIT
051300         UNTIL WS-RER-EOF.
051400     CLOSE EMP-REENTRY-FILE.
051500 1170-LOAD-REENTRY-TABLE-EXIT.
051600     EXIT.
051700*
051800************************************************************
051900 1180-LOAD-REENTRY-ENTRY.
052000************************************************************
052100     READ EMP-REENTRY-FILE
052200         AT END
052300             MOVE "Y" TO WS-RER-EOF-SW
052400             GO TO 1180-LOAD-REENTRY-ENTRY-EXIT
052500     END-READ.
052600     IF WS-RER-COUNT >= 500
052700         DISPLAY "EMPVAL01 - RE-ENTRY TABLE FULL - REF DROPPED "
052800             EMP-RER-REF-NO
052900         GO TO 1180-LOAD-REENTRY-ENTRY-EXIT
053000     END-IF.
053100     ADD 1 TO WS-RER-COUNT.
053200     MOVE EMP-RER-REF-NO TO WS-RER-TBL-REF-NO (WS-RER-COUNT).
053300     MOVE "N"            TO WS-RER-TBL-USED (WS-RER-COUNT).
053400     MOVE EMP-RER-TRAN   TO WS-RER-MATCH-TRAN.
053500     MOVE WS-RER-MATCH-EMP-ID
053600         TO WS-RER-TBL-EMP-ID (WS-RER-COUNT).
053700     MOVE WS-RER-MATCH-REST
053800         TO WS-RER-TBL-REST (WS-RER-COUNT).
053900 1180-LOAD-REENTRY-ENTRY-EXIT.
054000     EXIT.
054100*
054200************************************************************
054300*  2710/2720 - IS THE REJECT IN EMP-SUS-TRAN AN ITEM EMPSUS01
054400*  RE-ENTERED TONIGHT?  ON RETURN WS-RER-FOUND IS SET AND
054500*  WS-RER-SUB POINTS AT ITS ENTRY, NOW MARKED USED.
054600************************************************************
054700 2710-FIND-REENTRY.
054800************************************************************
054900     MOVE "N" TO WS-RER-FOUND-SW.
055000     MOVE EMP-SUS-TRAN TO WS-RER-MATCH-TRAN.
055100     MOVE 1 TO WS-RER-SUB.
055200     PERFORM 2720-SCAN-REENTRY-ENTRY
055300         THRU 2720-SCAN-REENTRY-ENTRY-EXIT
055400         UNTIL WS-RER-FOUND OR WS-RER-SUB > WS-RER-COUNT.
055500     IF WS-RER-FOUND
055600         MOVE "Y" TO WS-RER-TBL-USED (WS-RER-SUB)
055700     END-IF.
055800 2710-FIND-REENTRY-EXIT.
055900     EXIT.
056000*
056100************************************************************
056200 2720-SCAN-REENTRY-ENTRY.
056300************************************************************
056400     IF WS-RER-TBL-USED (WS-RER-SUB) = "N" AND
056500        WS-RER-TBL-REST (WS-RER-SUB) = WS-RER-MATCH-REST AND
056600        (WS-RER-TBL-EMP-ID (WS-RER-SUB) = WS-RER-MATCH-EMP-ID OR
056700         WS-RER-TBL-EMP-ID (WS-RER-SUB) = SPACE)
056800         MOVE "Y" TO WS-RER-FOUND-SW
056900     ELSE
057000         ADD 1 TO WS-RER-SUB
057100     END-IF.
057200 2720-SCAN-REENTRY-ENTRY-EXIT.
057300     EXIT.
