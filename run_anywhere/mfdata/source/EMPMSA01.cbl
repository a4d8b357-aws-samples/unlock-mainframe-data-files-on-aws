001200*  09/02/26   JDM   INITIAL VERSION - MASS SALARY-ADJUSTMENT
001300*                   GENERATOR WITH A TRIAL COSTING MODE FOR
001400*                   THE ANNUAL INCREASE CYCLE.
001410*  10/15/26   JDM   OPTIONAL REQUESTER USER ID ON THE MODE
001420*                   CARD (COLS 10-15), STAMPED AS SUBMITTER
001430*                   IN THE LAST SIX BYTES OF EVERY GENERATED
001440*                   TRANSACTION FOR THE EMPAPR01 APPROVAL
001465*                   HOLD.  NO REQUESTER MEANS "EMPMSA".
001490*  10/15/26   JDM   THE REQUESTER USER ID IS NOW REQUIRED - A
001515*                   MODE CARD WITHOUT ONE (OR CARRYING A
001540*                   PROGRAM NAME) STOPS THE RUN WITH RC=12, SO
001565*                   EVERY GENERATED CHANGE HAS A REAL MAKER.
001590************************************************************
001600*
001700************************************************************
001800*  PURPOSE -                                                *
003100*    CONTROL FILE (EMPMCTL) -                                *
003200*    CARD 1 (MODE) -                                         *
003300*      COLS  1-8   "TRIAL   " OR "GENERATE"                  *
003325*      COLS 10-15  REQUESTER USER ID (REQUIRED) - THE MAKER  *
003350*                  OF THE GENERATED CHANGES FOR APPROVAL     *
003400*    CARDS 2-N (RULES, FIRST MATCH WINS) -                   *
003500*      COLS  1-4   DEPARTMENT CODE, OR "ALL " FOR EVERYONE   *
003600*      COL   6     "P" = PERCENT, "F" = FLAT AMOUNT          *
008500     05  FILLER                      PIC X(48).
008600 01  EMP-CTL-MODE-CARD REDEFINES EMP-CTL-RECORD.
008700     05  EMP-CTL-MODE                PIC X(08).
008710     05  FILLER                      PIC X(01).
008720     05  EMP-CTL-REQUESTER           PIC X(06).
008800     05  FILLER                      PIC X(65).
008900
009000 FD  EMP-MASTER-FILE
009100     RECORDING MODE IS F
012200     88  WS-DEPT-FOUND               VALUE "Y".
012300 77  WS-FIRST-CARD-SW                PIC X(01)   VALUE "Y".
012400     88  WS-FIRST-CARD               VALUE "Y".
012450 77  WS-MAKER-ID                     PIC X(06)   VALUE SPACE.
012500*
012600 77  WS-RULE-SUB                     PIC 9(02)   COMP VALUE ZERO.
012700 77  WS-DEPT-SUB                     PIC 9(03)   COMP VALUE ZERO.
022700     GOBACK.
022800*
022900************************************************************
022950*  1000 - LOAD THE MODE CARD AND THE RULE CARDS.  NO MODE
023000*  CARD, AN UNRECOGNIZED MODE, NO REQUESTER, OR NO RULES AT
023050*  ALL STOPS THE RUN - AN ACCIDENTAL GENERATE AGAINST
023100*  GARBAGE RULES WOULD FLOOD THE NIGHTLY EXTRACT WITH BAD "C"
023150*  TRANSACTIONS, AND ONE WITH NO REQUESTER WOULD HAVE NO
023200*  MAKER FOR THE EMPAPR01 APPROVAL HOLD.
023250************************************************************
023500 1000-INITIALIZE.
023600************************************************************
023700     OPEN INPUT EMP-CTL-FILE.
025000         DISPLAY "EMPMSA01 - MODE CARD OR RULES MISSING"
025100         MOVE "Y" TO WS-MAS-EOF-SW
025200         MOVE 12 TO RETURN-CODE
025225         GO TO 1000-INITIALIZE-EXIT
025250     END-IF.
025275     IF WS-MAKER-ID = SPACE OR WS-MAKER-ID = "EMPMSA" OR
025300        WS-MAKER-ID = "EMPLOD"
025325         DISPLAY "EMPMSA01 - NO REQUESTER USER ID ON MODE CARD"
025350             " - RUN STOPPED"
025375         MOVE "Y" TO WS-MAS-EOF-SW
025400         MOVE 12 TO RETURN-CODE
025425         GO TO 1000-INITIALIZE-EXIT
025450     END-IF.
025500*
025600     OPEN INPUT  EMP-MASTER-FILE
025700          OUTPUT EMP-COSTING-REPORT.
029500                 MOVE "Y" TO WS-CTL-EOF-SW
029600                 GO TO 1100-LOAD-CONTROL-CARD-EXIT
029700         END-EVALUATE
029750         MOVE EMP-CTL-REQUESTER TO WS-MAKER-ID
029800         MOVE "N" TO WS-FIRST-CARD-SW
029900         GO TO 1100-LOAD-CONTROL-CARD-EXIT
030000     END-IF.
046000         TO EMP-TRAN-OUT-RECORD.
046100     MOVE WS-NEW-SALARY TO EMP-SALARY OF EMP-TRAN-OUT-RECORD.
046200     MOVE "C" TO EMP-TRAN-CODE OF EMP-TRAN-OUT-RECORD.
046210     MOVE WS-MAKER-ID TO EMP-TRAN-OUT-RECORD (145:6).
046300     WRITE EMP-TRAN-OUT-RECORD.
046400     IF WS-TRNO-STATUS NOT = "00"
046500         DISPLAY "EMPMSA01 - EXTRACT WRITE FAILED - STATUS "
