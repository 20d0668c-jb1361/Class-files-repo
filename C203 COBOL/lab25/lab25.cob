001935*                 REVIEW PROGRAM (LEVEL 2+ OPERATORS) RELEASES
001936*                 OR REJECTS IT. PURCHASING POLICY'S $500
001937*                 SIGN-OFF FINALLY HAS A MECHANISM.
001938* 10/11/2026  DL  LAB25.OPN CARRIES THE PURCHASE ORDER NUMBER
001939*                 LAB25PO PUTS THE ORDER ON. A NEW OPEN ORDER IS
001940*                 WRITTEN WITH NONE (ZERO).
001942* 10/15/2026  DL  A REQUISITION HELD ON LAB25.PEN NOW CARRIES THE
001943*                 OPERATOR SIGNED ON WHEN IT WAS RAISED (PER
001944*                 OPERATOR.CUR), SO LAB25APR CAN REFUSE AN
001945*                 APPROVAL BY THE SAME PERSON, AND EACH HOLD IS
001946*                 LOGGED TO AUDIT.LOG FOR THE SODRPT EXCEPTION
001947*                 REPORT.
001948* 10/15/2026  DL  EACH REQUISITION IS NOW CHECKED AGAINST WHAT IS
001949*                 LEFT OF ITS LAB25.BGT PURCHASING BUDGET FOR THE
001950*                 FISCAL PERIOD (BUDGCTL). ONE THAT WOULD RUN THE
001951*                 BUDGET OVER IS HELD ON LAB25.PEN FOR LAB25APR
001952*                 WHATEVER ITS SIZE; A RELEASED ONE IS COMMITTED
001953*                 AGAINST THE BUDGET AT ONCE.
001954*----------------------------------------------------------------
002000 ENVIRONMENT DIVISION.
002100 INPUT-OUTPUT SECTION.
002200 FILE-CONTROL.
002505     SELECT pendFile ASSIGN TO "LAB25.PEN"
002506         ORGANIZATION LINE SEQUENTIAL
002507         FILE STATUS IS pendFileStatus.
002508     SELECT OPTIONAL operatorCurrent ASSIGN TO "OPERATOR.CUR"
002509         ORGANIZATION LINE SEQUENTIAL
002510         FILE STATUS IS operatorCurrentStatus.
002500 DATA DIVISION.
002600 FILE SECTION.
002700 FD  partFile.
003568     05  opnDate                 PIC 9(08).
003570     05  opnPartNumber           PIC X(06).
003572     05  opnQtyOpen              PIC 9(05).
003573     05  opnPoNumber             PIC 9(05).
003574 FD  reqNoFile.
003576 01  reqNoRecord.
003578     05  rnoLastReq              PIC 9(05).
003607 01  pendDetails.
003608     05  pendReqImage            PIC X(58).
003609     05  pendValue               PIC 9(07).99.
003610     05  pendCreatedBy           PIC X(08).
003611 FD  operatorCurrent.
003612 01  operatorCurrentRecord.
003613     05  curOperatorId           PIC X(08).
003614 WORKING-STORAGE SECTION.
003601*----------------------------------------------------------------
003700* RUN-MODE SELECTION
003800*----------------------------------------------------------------
006753 01  WS-EXT-VALUE                PIC 9(10)V99.
006754 01  WS-EXT-VALUE-DISPLAY        PIC 9(07).99.
006755 01  WS-PENDING-COUNT            PIC 9(03) COMP VALUE ZERO.
006756 01  operatorCurrentStatus       PIC X(02).
006757 01  WS-CREATOR-ID               PIC X(08) VALUE SPACES.
006758*----------------------------------------------------------------
006759* BUDGET CONTROL - A REQUISITION THAT WOULD RUN ITS LAB25.BGT
006760* PERIOD BUDGET OVER IS HELD WHATEVER ITS SIZE
006761*----------------------------------------------------------------
006762 01  WS-BUDGET-HOLD-SW           PIC X(01).
006763     88  BUDGET-HOLD                     VALUE "Y".
006764 01  WS-BUDGET-HOLD-COUNT        PIC 9(03) VALUE ZERO.
006765 01  WS-BUDGET-REMAIN-DISPLAY    PIC -(9)9.99.
006766 COPY "bgtparm.cpy".
006700*----------------------------------------------------------------
006710* WHAT-IF SENSITIVITY GRID - PERCENT FACTORS APPLIED TO THE
006720* ENTERED SETUP AND CARRYING COSTS
006912* CALL INTERFACE TO THE SHARED RUN-CONTROL SUBPROGRAM
006913*----------------------------------------------------------------
006914 COPY "rctlparm.cpy".
006915*----------------------------------------------------------------
006916* CALL INTERFACE TO THE SHARED AUDIT-LOG SUBPROGRAM
006917*----------------------------------------------------------------
006918 COPY "auditparm.cpy".
006920 PROCEDURE DIVISION.
006930*----------------------------------------------------------------
006940 0000-MAINLINE.
006950*----------------------------------------------------------------
007000     PERFORM 1000-GET-RUN-MODE
007100         THRU 1000-GET-RUN-MODE-EXIT.
007200
016000 3000-RUN-BATCH.
016100*    READ LAB25.IN AND PRODUCE AN EOQ REPORT LINE FOR EVERY PART.
016200*----------------------------------------------------------------
016201*    BUDGCTL LOADS THE COMMITTED SPEND FROM THIS MORNING'S
016202*    LAB25.REQ BEFORE THE RUN REWRITES IT.
016203     MOVE "L" TO BGT-FUNCTION.
016204     CALL "BUDGCTL" USING BGT-PARM.
016205     IF BGT-CONTROL-OFF
016206         DISPLAY "No LAB25.BGT - purchasing budget control is off"
016207     END-IF.
016210     PERFORM 3200-LOAD-STOCK-FILE
016220         THRU 3200-LOAD-STOCK-FILE-EXIT.
016222     PERFORM 3500-GET-LAST-REQ-NUMBER
016237         OPEN OUTPUT openOrderFile
016238     END-IF.
016240
016250     PERFORM 3400-GET-SIGNED-ON-OPERATOR
016260         THRU 3400-GET-SIGNED-ON-OPERATOR-EXIT.
016270
016300     OPEN INPUT partFile
016400         PERFORM FOREVER
016500             READ partFile
017392         DISPLAY WS-PENDING-COUNT " requisition(s) held on "
017394             "LAB25.PEN for approval - run LAB25APR"
017396     END-IF.
017397     IF WS-BUDGET-HOLD-COUNT NOT = ZERO
017398         DISPLAY "   " WS-BUDGET-HOLD-COUNT " of them over budget"
017399     END-IF.
017400 3000-RUN-BATCH-EXIT.
017500     EXIT.
017600*----------------------------------------------------------------
024190*    LEVEL-2 SIGN-OFF IN LAB25APR. A RELEASED REQUISITION GOES
024200*    TO LAB25.REQ, BECOMES AN OPEN ORDER, AND POSTS ON-ORDER
024210*    AT ONCE; A HELD ONE POSTS NOTHING UNTIL IT IS APPROVED.
024212*    ONE THAT WOULD RUN ITS PERIOD BUDGET OVER IS HELD THE SAME
024214*    WAY, HOWEVER SMALL.
024220*----------------------------------------------------------------
024230     COMPUTE WS-EXT-VALUE ROUNDED =
024240         reqOrderQty * WS-SEL-PRICE.
024241     MOVE "N" TO WS-BUDGET-HOLD-SW.
024242     IF WS-SEL-VENDOR NOT = SPACES
024243         PERFORM 3370-CHECK-BUDGET
024244             THRU 3370-CHECK-BUDGET-EXIT
024245     END-IF.
024250     IF WS-SEL-VENDOR NOT = SPACES
024260         AND (WS-EXT-VALUE > WS-APPROVAL-LIMIT OR BUDGET-HOLD)
024270         MOVE reqDetails TO pendReqImage
024280         MOVE WS-EXT-VALUE TO pendValue
024285         MOVE WS-CREATOR-ID TO pendCreatedBy
024290         WRITE pendDetails
024300         ADD 1 TO WS-PENDING-COUNT
024302         PERFORM 3360-LOG-HELD-REQUISITION
024304             THRU 3360-LOG-HELD-REQUISITION-EXIT
024310         MOVE WS-EXT-VALUE TO WS-EXT-VALUE-DISPLAY
024312         IF BUDGET-HOLD
024314             ADD 1 TO WS-BUDGET-HOLD-COUNT
024316             MOVE BGT-REMAINING TO WS-BUDGET-REMAIN-DISPLAY
024318             DISPLAY "Requisition " WS-LAST-REQ-NO " HELD - "
024320                 WS-EXT-VALUE-DISPLAY " over budget " BGT-CODE
024322                 " " BGT-FISCAL-YEAR "-" BGT-PERIOD
024324                 ", remaining " WS-BUDGET-REMAIN-DISPLAY
024326         ELSE
024328             DISPLAY "Requisition " WS-LAST-REQ-NO " HELD - "
024330                 WS-EXT-VALUE-DISPLAY " needs approval"
024332         END-IF
024340         GO TO 3350-RELEASE-OR-HOLD-EXIT
024350     END-IF.
024360     WRITE reqDetails.
024410     MOVE WS-TODAY TO opnDate.
024420     MOVE partNumber TO opnPartNumber.
024430     MOVE reqOrderQty TO opnQtyOpen.
024435     MOVE ZERO TO opnPoNumber.
024440     WRITE openOrderDetails.
024442     IF WS-SEL-VENDOR NOT = SPACES
024444         MOVE "P" TO BGT-FUNCTION
024446         CALL "BUDGCTL" USING BGT-PARM
024448     END-IF.
024450     ADD reqOrderQty TO WS-STK-ON-ORDER(WS-STOCK-HIT).
024460     SET STOCK-POSTED TO TRUE.
024470     ADD 1 TO WS-REQ-COUNT.
024490         reqOrderQty " of " partNumber.
024500 3350-RELEASE-OR-HOLD-EXIT.
024510     EXIT.
024520*----------------------------------------------------------------
024530 3360-LOG-HELD-REQUISITION.
024540*    EACH HOLD GOES TO AUDIT.LOG UNDER THIS PROGRAM'S NAME WITH
024550*    THE RAISING OPERATOR - RECORDS-READ CARRIES THE REQUISITION
024560*    NUMBER, THE WAY LAB25APR LOGS ITS DECISIONS - SO SODRPT CAN
024570*    PAIR THE HOLD WITH ITS RELEASE.
024580*----------------------------------------------------------------
024590     MOVE "HELLO1" TO AUDIT-PROGRAM-NAME.
024600     MOVE FUNCTION CURRENT-DATE(1:8) TO AUDIT-START-DATE.
024610     MOVE FUNCTION CURRENT-DATE(9:6) TO AUDIT-START-TIME.
024620     MOVE FUNCTION CURRENT-DATE(1:8) TO AUDIT-END-DATE.
024630     MOVE FUNCTION CURRENT-DATE(9:6) TO AUDIT-END-TIME.
024640     MOVE WS-LAST-REQ-NO TO AUDIT-RECORDS-READ.
024650     MOVE ZERO TO AUDIT-RECORDS-WRITTEN.
024660     MOVE WS-CREATOR-ID TO AUDIT-USER-ID.
024670     CALL "AUDITLOG" USING AUDIT-PARM.
024680 3360-LOG-HELD-REQUISITION-EXIT.
024690     EXIT.
024700*----------------------------------------------------------------
024710 3370-CHECK-BUDGET.
024720*    THE EXTENDED VALUE AGAINST WHAT IS LEFT OF THE PART'S
024730*    CATEGORY (OR VENDOR) BUDGET FOR TODAY'S FISCAL PERIOD. NO
024740*    BUDGET LINE, OR NO LAB25.BGT AT ALL, NEVER HOLDS ANYTHING.
024750*    THE PARM KEEPS THE DATE, PART, VENDOR, AND VALUE FOR THE
024760*    POST WHEN THE REQUISITION IS RELEASED.
024770*----------------------------------------------------------------
024780     MOVE "C"           TO BGT-FUNCTION.
024790     MOVE WS-TODAY      TO BGT-DATE.
024800     MOVE partNumber    TO BGT-PART.
024810     MOVE WS-SEL-VENDOR TO BGT-VENDOR.
024820     MOVE WS-EXT-VALUE  TO BGT-AMOUNT.
024830     CALL "BUDGCTL" USING BGT-PARM.
024840     IF BGT-OVER-BUDGET
024850         SET BUDGET-HOLD TO TRUE
024860     END-IF.
024870 3370-CHECK-BUDGET-EXIT.
024880     EXIT.
024890*----------------------------------------------------------------
024900 3400-GET-SIGNED-ON-OPERATOR.
024910*    THE OPERATOR RAISING TONIGHT'S REQUISITIONS, FROM THE
024920*    OPERATOR.CUR SIGN-ON FILE THE MENU MAINTAINS. WITH NOBODY
024930*    SIGNED ON A HELD REQUISITION CARRIES NO OPERATOR.
024940*----------------------------------------------------------------
024950     MOVE SPACES TO WS-CREATOR-ID.
024960     OPEN INPUT operatorCurrent.
024970     IF operatorCurrentStatus = "00"
024980         READ operatorCurrent
024990             AT END
025000                 CONTINUE
025010             NOT AT END
025020                 MOVE curOperatorId TO WS-CREATOR-ID
025030         END-READ
025040     END-IF.
025050     CLOSE operatorCurrent.
025060 3400-GET-SIGNED-ON-OPERATOR-EXIT.
025070     EXIT.
