001900*                 IT. EVERY DECISION IS LOGGED TO AUDIT.LOG WITH
002000*                 THE OPERATOR, THE WAY THE MENU LOGS ITS
002100*                 LAUNCHES.
002125* 10/11/2026  DL  LAB25.OPN CARRIES THE PURCHASE ORDER NUMBER
002150*                 LAB25PO PUTS THE ORDER ON. A RELEASED ORDER IS
002175*                 WRITTEN WITH NONE (ZERO).
002180* 10/15/2026  DL  A RELEASE POSTS THE REQUISITION'S OWN DATE TO
002183*                 LAB25.OPN, SO A REQUISITION DATED INTO A FISCAL
002186*                 PERIOD PERCLS HAS CLOSED CAN NO LONGER BE
002189*                 APPROVED - THE ATTEMPT IS LOGGED TO REJECT.LOG
002192*                 AND IT STAYS PENDING UNTIL REJECTED.
002193* 10/15/2026  DL  SEPARATION OF DUTIES - LAB25.PEN NOW CARRIES THE
002194*                 OPERATOR WHO RAISED EACH REQUISITION, AND AN
002195*                 APPROVAL BY THAT SAME OPERATOR IS REFUSED AND
002196*                 LOGGED TO REJECT.LOG. THE REQUISITION STAYS
002197*                 PENDING FOR SOMEBODY ELSE.
002210* 10/15/2026  DL  AN APPROVAL IS CHECKED AGAINST WHAT IS LEFT OF
002220*                 THE REQUISITION'S LAB25.BGT PURCHASING BUDGET
002230*                 FOR ITS FISCAL PERIOD (BUDGCTL). ONE THAT WOULD
002240*                 RUN THE BUDGET OVER STAYS PENDING AND IS LOGGED
002250*                 TO REJECT.LOG, UNLESS A LEVEL-3 OPERATOR
002260*                 CONFIRMS THE RELEASE OVER BUDGET. A RELEASE IS
002270*                 COMMITTED AGAINST THE BUDGET AT ONCE.
002299*----------------------------------------------------------------
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
004700 01  pendDetails.
004800     05  pendReqImage            PIC X(58).
004900     05  pendValue               PIC 9(07).99.
004950     05  pendCreatedBy           PIC X(08).
005000 FD  reqFile.
005100 01  reqDetails                  PIC X(58).
005200 FD  openOrderFile.
005500     05  opnDate                 PIC 9(08).
005600     05  opnPartNumber           PIC X(06).
005700     05  opnQtyOpen              PIC 9(05).
005750     05  opnPoNumber             PIC 9(05).
005800 FD  stockFile.
005900 01  stockRecord.
006000     05  stkPartNumber           PIC X(06).
008800 01  WS-REJECTED-COUNT           PIC 9(03) COMP VALUE ZERO.
008900 01  WS-HELD-COUNT               PIC 9(03) COMP VALUE ZERO.
009000 01  WS-DECISION-ENTRY           PIC X(01).
009010 01  WS-BUDGET-CONFIRM           PIC X(01).
009020 01  WS-BUDGET-REFUSED-SW        PIC X(01) VALUE "N".
009030     88  BUDGET-REFUSED                  VALUE "Y".
009040 01  WS-BUDGET-DISPLAY           PIC Z(06)9.99.
009050 01  WS-SPENT-DISPLAY            PIC Z(08)9.99.
009060 01  WS-REMAIN-DISPLAY           PIC -(09)9.99.
009100*----------------------------------------------------------------
009200* PENDING REQUISITIONS, HELD WHOLE FOR THE REVIEW AND REWRITE
009300*----------------------------------------------------------------
009500 01  WS-PEN-SUB                  PIC 9(03) COMP.
009600 01  WS-PEN-TABLE.
009700     05  WS-PEN-ENTRY OCCURS 100 TIMES.
009800         10  WS-PEN-RECORD       PIC X(76).
009900         10  WS-PEN-DECISION     PIC X(01).
010000             88  PEN-APPROVED            VALUE "A".
010100             88  PEN-REJECTED            VALUE "R".
011700         10  FILLER              PIC X(27).
011900         10  WS-PEN-VENDOR       PIC X(04).
012000     05  WS-PEN-VALUE            PIC X(10).
012050     05  WS-PEN-CREATED-BY       PIC X(08).
012060 01  WS-PEN-AMOUNT-WORK.
012070     05  WS-PEN-AMT-DOLLARS      PIC 9(07).
012080     05  WS-PEN-AMT-CENTS        PIC 9(02).
012090 01  WS-PEN-AMOUNT REDEFINES WS-PEN-AMOUNT-WORK
012095                                 PIC 9(07)V99.
012100*----------------------------------------------------------------
012200* STOCK BALANCES FOR THE ON-ORDER POSTING
012300*----------------------------------------------------------------
013600* CALL INTERFACE TO THE SHARED AUDIT-LOG SUBPROGRAM
013700*----------------------------------------------------------------
013800 COPY "auditparm.cpy".
013810*----------------------------------------------------------------
013820* CALL INTERFACE TO THE SHARED FISCAL-PERIOD SUBPROGRAM
013830*----------------------------------------------------------------
013840 COPY "fscparm.cpy".
013850*----------------------------------------------------------------
013860* CALL INTERFACE TO THE SHARED REJECT-LOG SUBPROGRAM
013870*----------------------------------------------------------------
013880 COPY "rejparm.cpy".
013882*----------------------------------------------------------------
013884* CALL INTERFACE TO THE SHARED PURCHASING-BUDGET SUBPROGRAM
013886*----------------------------------------------------------------
013888 COPY "bgtparm.cpy".
013900 PROCEDURE DIVISION.
014000*----------------------------------------------------------------
014100 0000-MAINLINE.
029500         " - REQ " WS-PEN-REQ-NO " PART " WS-PEN-PART
029600         " QTY " WS-PEN-QTY.
029700     DISPLAY "  DATED " WS-PEN-DATE "  VENDOR " WS-PEN-VENDOR
029800         "  VALUE " WS-PEN-VALUE
029850         "  RAISED BY " WS-PEN-CREATED-BY.
029900     DISPLAY "(A)pprove and release, (R)eject, or (S)kip?".
030000     ACCEPT WS-DECISION-ENTRY FROM CONSOLE.
030010*    NOBODY RELEASES A REQUISITION THEY RAISED THEMSELVES.
030020     IF FUNCTION UPPER-CASE(WS-DECISION-ENTRY) = "A"
030030         AND WS-PEN-CREATED-BY = WS-OPERATOR-ID
030040         MOVE "S" TO WS-PEN-DECISION(WS-PEN-SUB)
030050         ADD 1 TO WS-HELD-COUNT
030060         PERFORM 2400-REJECT-SAME-OPERATOR
030070             THRU 2400-REJECT-SAME-OPERATOR-EXIT
030080         GO TO 2000-REVIEW-ONE-PENDING-LOG
030090     END-IF.
030100     EVALUATE FUNCTION UPPER-CASE(WS-DECISION-ENTRY)
030200         WHEN "A"
030210             MOVE WS-PEN-DATE TO FSCL-DATE
030220             CALL "FISCPER" USING FSCL-PARM
030230             IF FSCL-PERIOD-CLOSED
030240                 MOVE "S" TO WS-PEN-DECISION(WS-PEN-SUB)
030250                 ADD 1 TO WS-HELD-COUNT
030260                 PERFORM 2300-REJECT-CLOSED-PERIOD
030270                     THRU 2300-REJECT-CLOSED-PERIOD-EXIT
030280             ELSE
030282                 PERFORM 2500-CHECK-BUDGET
030284                     THRU 2500-CHECK-BUDGET-EXIT
030294                 IF BUDGET-REFUSED
030296                     MOVE "S" TO WS-PEN-DECISION(WS-PEN-SUB)
030298                     ADD 1 TO WS-HELD-COUNT
030299                 ELSE
030300                     MOVE "A" TO WS-PEN-DECISION(WS-PEN-SUB)
030400                     PERFORM 2100-RELEASE-ONE-REQ
030500                         THRU 2100-RELEASE-ONE-REQ-EXIT
030600                     ADD 1 TO WS-APPROVED-COUNT
030620                 END-IF
030650             END-IF
030700         WHEN "R"
030800             MOVE "R" TO WS-PEN-DECISION(WS-PEN-SUB)
030900             ADD 1 TO WS-REJECTED-COUNT
031200             MOVE "S" TO WS-PEN-DECISION(WS-PEN-SUB)
031300             ADD 1 TO WS-HELD-COUNT
031400     END-EVALUATE.
031450 2000-REVIEW-ONE-PENDING-LOG.
031500     PERFORM 9000-LOG-ONE-DECISION
031600         THRU 9000-LOG-ONE-DECISION-EXIT.
031700 2000-REVIEW-ONE-PENDING-EXIT.
033800     MOVE WS-PEN-DATE   TO opnDate.
033900     MOVE WS-PEN-PART   TO opnPartNumber.
034000     MOVE WS-PEN-QTY    TO opnQtyOpen.
034050     MOVE ZERO          TO opnPoNumber.
034100     WRITE openOrderDetails.
034200     CLOSE openOrderFile.
034300
035400         DISPLAY "WARNING - no stock balance for part "
035500             WS-PEN-PART " - on-order not posted"
035600     END-IF.
035610*    THE RELEASE NOW COUNTS AGAINST THE PERIOD'S BUDGET - THE
035620*    PARM STILL HOLDS WHAT 2500 CHECKED.
035630     MOVE "P" TO BGT-FUNCTION.
035640     CALL "BUDGCTL" USING BGT-PARM.
035700     DISPLAY "Released - req " WS-PEN-REQ-NO
035800         " is on LAB25.REQ".
035900 2100-RELEASE-ONE-REQ-EXIT.
036600     END-IF.
036700 2210-FIND-ONE-STOCK-EXIT.
036800     EXIT.
036801*----------------------------------------------------------------
036802 2300-REJECT-CLOSED-PERIOD.
036803*    THE REQUISITION IS DATED INTO A PERIOD FINANCE HAS CLOSED -
036804*    RELEASING IT WOULD OPEN AN ORDER THERE. IT STAYS ON
036805*    LAB25.PEN AND THE ATTEMPT GOES TO REJECT.LOG.
036806*----------------------------------------------------------------
036807     DISPLAY "Refused - req " WS-PEN-REQ-NO " is dated into "
036808         "fiscal " FSCL-FISCAL-YEAR " period " FSCL-PERIOD
036809         ", which is closed".
036810     MOVE "LAB25APR" TO REJ-PROGRAM-NAME.
036811     MOVE SPACES TO REJ-RECORD-KEY.
036812     STRING WS-PEN-REQ-NO " " WS-PEN-DATE DELIMITED BY SIZE
036813         INTO REJ-RECORD-KEY.
036814     MOVE "CLSD" TO REJ-REASON-CODE.
036815     MOVE SPACES TO REJ-REASON-TEXT.
036816     STRING "REQUISITION IN CLOSED PERIOD "
036817         FSCL-FISCAL-YEAR "-" FSCL-PERIOD DELIMITED BY SIZE
036818         INTO REJ-REASON-TEXT.
036819     CALL "REJECTLOG" USING REJECT-PARM.
036820 2300-REJECT-CLOSED-PERIOD-EXIT.
036821     EXIT.
036822*----------------------------------------------------------------
036823 2400-REJECT-SAME-OPERATOR.
036824*    THE REVIEWER RAISED THIS REQUISITION - MAKER AND CHECKER
036825*    MUST BE TWO PEOPLE. IT STAYS ON LAB25.PEN FOR ANOTHER
036826*    LEVEL-2 OPERATOR AND THE ATTEMPT GOES TO REJECT.LOG.
036827*----------------------------------------------------------------
036828     DISPLAY "Refused - req " WS-PEN-REQ-NO " was raised by "
036829         WS-PEN-CREATED-BY " - another operator must approve it".
036830     MOVE "LAB25APR" TO REJ-PROGRAM-NAME.
036831     MOVE SPACES TO REJ-RECORD-KEY.
036832     STRING WS-PEN-REQ-NO " " WS-PEN-DATE DELIMITED BY SIZE
036833         INTO REJ-RECORD-KEY.
036834     MOVE "SOD" TO REJ-REASON-CODE.
036835     MOVE SPACES TO REJ-REASON-TEXT.
036836     STRING "APPROVER " WS-OPERATOR-ID " RAISED THE REQUISITION"
036837         DELIMITED BY SIZE INTO REJ-REASON-TEXT.
036838     CALL "REJECTLOG" USING REJECT-PARM.
036839 2400-REJECT-SAME-OPERATOR-EXIT.
036840     EXIT.
036841*----------------------------------------------------------------
036842 2500-CHECK-BUDGET.
036843*    THE REQUISITION'S VALUE AGAINST WHAT IS LEFT OF ITS
036844*    CATEGORY (OR VENDOR) BUDGET FOR THE PERIOD IT IS DATED IN.
036845*    OVER BUDGET IT STAYS ON LAB25.PEN AND THE ATTEMPT GOES TO
036846*    REJECT.LOG - ONLY A LEVEL-3 OPERATOR MAY RELEASE IT OVER
036847*    BUDGET, THE WAY LAB30ENT TAKES A LEVEL 3 TO PASS A CREDIT
036848*    LIMIT. NO BUDGET LINE, OR NO LAB25.BGT, REFUSES NOTHING.
036849*----------------------------------------------------------------
036850     MOVE "N" TO WS-BUDGET-REFUSED-SW.
036851     MOVE WS-PEN-VALUE(1:7)  TO WS-PEN-AMT-DOLLARS.
036852     MOVE WS-PEN-VALUE(9:2)  TO WS-PEN-AMT-CENTS.
036853     IF WS-PEN-AMOUNT-WORK NOT NUMERIC
036854         MOVE ZERO TO WS-PEN-AMOUNT
036855     END-IF.
036856     MOVE "C"           TO BGT-FUNCTION.
036857     MOVE WS-PEN-DATE   TO BGT-DATE.
036858     MOVE WS-PEN-PART   TO BGT-PART.
036859     MOVE WS-PEN-VENDOR TO BGT-VENDOR.
036860     MOVE WS-PEN-AMOUNT TO BGT-AMOUNT.
036861     CALL "BUDGCTL" USING BGT-PARM.
036862     IF NOT BGT-OVER-BUDGET
036863         GO TO 2500-CHECK-BUDGET-EXIT
036864     END-IF.
036865
036866     MOVE BGT-BUDGET    TO WS-BUDGET-DISPLAY.
036867     MOVE BGT-REMAINING TO WS-REMAIN-DISPLAY.
036868     DISPLAY "Over budget - req " WS-PEN-REQ-NO " would run "
036869         BGT-CODE " " BGT-FISCAL-YEAR "-" BGT-PERIOD " over".
036870     COMPUTE WS-SPENT-DISPLAY = BGT-COMMITTED + BGT-RECEIVED.
036871     DISPLAY "  BUDGET " WS-BUDGET-DISPLAY
036872         "  SPENT " WS-SPENT-DISPLAY
036873         "  REMAINING " WS-REMAIN-DISPLAY.
036874     IF WS-OPERATOR-LEVEL >= 3
036875         DISPLAY "Release over budget anyway (Y/N)?"
036876         ACCEPT WS-BUDGET-CONFIRM FROM CONSOLE
036877         IF FUNCTION UPPER-CASE(WS-BUDGET-CONFIRM) = "Y"
036878             DISPLAY "Over-budget release authorized by "
036879                 WS-OPERATOR-ID
036880             GO TO 2500-CHECK-BUDGET-EXIT
036881         END-IF
036882     END-IF.
036883
036884     SET BUDGET-REFUSED TO TRUE.
036885     DISPLAY "Refused - req " WS-PEN-REQ-NO
036886         " stays pending over budget".
036887     MOVE "LAB25APR" TO REJ-PROGRAM-NAME.
036888     MOVE SPACES TO REJ-RECORD-KEY.
036889     STRING WS-PEN-REQ-NO " " WS-PEN-DATE DELIMITED BY SIZE
036890         INTO REJ-RECORD-KEY.
036891     MOVE "BUDG" TO REJ-REASON-CODE.
036892     MOVE SPACES TO REJ-REASON-TEXT.
036893     STRING "OVER " BGT-CODE " BUDGET " BGT-FISCAL-YEAR "-"
036894         BGT-PERIOD DELIMITED BY SIZE
036895         INTO REJ-REASON-TEXT.
036896     CALL "REJECTLOG" USING REJECT-PARM.
036897 2500-CHECK-BUDGET-EXIT.
036898     EXIT.
036900*----------------------------------------------------------------
037000 3000-REWRITE-PENDING-FILE.
037100*    ONLY THE SKIPPED REQUISITIONS STAY PENDING.
