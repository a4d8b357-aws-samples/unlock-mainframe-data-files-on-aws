001100*  DATE       INIT  DESCRIPTION
001200*  08/09/26   JDM   INITIAL VERSION - YEAR-END ROLLOVER OF
001300*                   EMP-YOE-CUR INTO EMP-YOE-TOTAL.
001310*  10/15/26   JDM   EMPLOYEES WITH A SERVICE DATE ON FILE HAVE
001320*                   EMP-YOE-TOTAL SET FROM THE DATE BY THE
001330*                   MONTHLY EMPSVC01 ACCRUAL - ONLY RESET
001340*                   THEIR EMP-YOE-CUR, DO NOT ADD IT IN.
001400************************************************************
001500*
001600************************************************************
002100*    EXPERIENCE) AND EMP-YOE-CUR IS THEN RESET TO ZERO SO    *
002200*    TENURE-BASED REPORTS AND THE BENEFITS SUBSYSTEM START   *
002300*    THE NEW YEAR FROM A CLEAN, IN-SYNC MASTER.              *
002310*    WHERE THE MASTER CARRIES AN ADJUSTED SERVICE DATE       *
002320*    (EMP-SVC-DAYNO) EMPSVC01 ALREADY KEEPS EMP-YOE-TOTAL    *
002330*    CURRENT FROM THE DATE, SO ADDING EMP-YOE-CUR WOULD      *
002340*    COUNT THE YEAR TWICE - THOSE RECORDS ONLY HAVE          *
002350*    EMP-YOE-CUR RESET.                                      *
002400************************************************************
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
005800 77  WS-YOE-CARRY                    PIC 9(04)V99
005900                                          VALUE ZERO.
006000 77  WS-RECORD-COUNT                 PIC 9(07)   COMP VALUE ZERO.
006010 77  WS-DATED-COUNT                  PIC 9(07)   COMP VALUE ZERO.
006100 PROCEDURE DIVISION.
006200************************************************************
006300 0000-MAINLINE.
010400************************************************************
010500 2100-ROLLOVER-TENURE.
010600************************************************************
010610     IF EMP-SVC-DAYNO OF EMP-MASTER-IN-FILE NUMERIC
010620         IF EMP-SVC-DAYNO OF EMP-MASTER-IN-FILE > ZERO
010630             MOVE ZERO TO EMP-YOE-CUR OF EMP-MASTER-IN-FILE
010640             ADD 1 TO WS-DATED-COUNT
010650             GO TO 2100-ROLLOVER-TENURE-EXIT
010660         END-IF
010670     END-IF.
010700     MOVE EMP-YOE-CUR OF EMP-MASTER-IN-FILE TO WS-YOE-CARRY.
010800     ADD WS-YOE-CARRY TO EMP-YOE-TOTAL OF EMP-MASTER-IN-FILE.
010900     MOVE ZERO TO EMP-YOE-CUR OF EMP-MASTER-IN-FILE.
013100     END-IF.
013200     DISPLAY "EMPYER01 - RECORDS ROLLED OVER: "
013300         WS-RECORD-COUNT.
013310     DISPLAY "EMPYER01 - TENURE FROM SERVICE DATE: "
013320         WS-DATED-COUNT.
013400 3000-FINALIZE-EXIT.
013500     EXIT.
