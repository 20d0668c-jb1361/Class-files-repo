001486*                 THE MENU) ADDS AND REVOKES OPERATORS, RESETS
001487*                 PASSWORDS, AND CHANGES LEVELS - NO MORE TEXT
001488*                 EDITOR ON THE OPERATOR MASTER.
001491* 09/25/2026  DL  ADDED LAB30DEF (HARDSHIP DEFERRALS, LEVEL 3).
001494*                 THE VALID-CHOICE RANGE NOW COVERS THE WHOLE
001497*                 TABLE - 10 AND UP WERE BEING TURNED AWAY.
001498* 10/08/2026  DL  ADDED LAB25CC (CYCLE COUNTS) AND LAB25CCA
001499*                 (COUNT ADJUSTMENT APPROVALS, LEVEL 2).
001500* 10/09/2026  DL  ADDED LAB25VAL (INVENTORY VALUATION AT
001501*                 WEIGHTED-AVERAGE COST, LEVEL 1).
001502* 10/10/2026  DL  ADDED LAB25XFR (STOCK TRANSFERS BETWEEN
001503*                 STOREROOM LOCATIONS) AND LAB25LSR (LOCATION
001504*                 STOCK STATUS), BOTH LEVEL 1.
001505* 10/11/2026  DL  ADDED LAB25PO (PURCHASE ORDERS BY VENDOR FROM
001506*                 THE OPEN ORDERS, LEVEL 2).
001507* 10/12/2026  DL  ADDED LAB25INV (VENDOR INVOICE ENTRY AND
001508*                 THREE-WAY MATCH, LEVEL 1).
001509* 10/13/2026  DL  ADDED LAB25VSC (QUARTERLY VENDOR PERFORMANCE
001510*                 SCORECARD, LEVEL 1).
001511* 10/14/2026  DL  ADDED LAB36CHG (POST-CLOSE GRADE CHANGES,
001512*                 LEVEL 3).
001513* 10/15/2026  DL  ADDED PERCLS (FISCAL PERIOD CLOSE AND CLOSE
001514*                 CHECKLIST, LEVEL 3).
001515* 10/15/2026  DL  ADDED ADRMNT (MAILING ADDRESS MAINTENANCE,
001516*                 LEVEL 2).
001517* 10/15/2026  DL  ADDED LAB30INQ (FACULTY ACCOUNT INQUIRY,
001518*                 LEVEL 1).
001519* 10/15/2026  DL  ADDED LAB25BGT (PURCHASING BUDGET VS ACTUAL,
001520*                 LEVEL 1).
001521*                 THE VALID-CHOICE RANGE NOW ENDS AT
001522*                 MENU-TABLE-SIZE ITSELF - 22 AND UP WERE BEING
001523*                 TURNED AWAY AGAIN.
001554*----------------------------------------------------------------
001600 ENVIRONMENT DIVISION.
001700 CONFIGURATION SECTION.
001710 INPUT-OUTPUT SECTION.
002200* THE COMPILED PROGRAM-ID TRAVEL TOGETHER SO ADDING A PROGRAM TO
002300* THE SHOP MEANS ADDING ONE PAIR OF LINES HERE.
002400*----------------------------------------------------------------
002500 78  MENU-TABLE-SIZE                 VALUE 25.
002600 01  MENU-DESCRIPTIONS.
002700     02  FILLER PIC X(50) VALUE
002800         "1  DATETIME  - month and day-of-week lookups".
004060         "10 LAB25APR  - requisition approvals (level 2)".
004070     02  FILLER PIC X(50) VALUE
004080         "11 LAB30WOF  - charge-off review (level 3)".
004086     02  FILLER PIC X(50) VALUE
004092         "12 LAB30DEF  - hardship deferrals (level 3)".
004093     02  FILLER PIC X(50) VALUE
004094         "13 LAB25CC   - cycle count sheets and counts".
004095     02  FILLER PIC X(50) VALUE
004096         "14 LAB25CCA  - count adjustment approval (level 2)".
004097     02  FILLER PIC X(50) VALUE
004098         "15 LAB25VAL  - inventory valuation at average cost".
004099     02  FILLER PIC X(50) VALUE
004100         "16 LAB25XFR  - stock transfer between locations".
004101     02  FILLER PIC X(50) VALUE
004102         "17 LAB25LSR  - location stock status report".
004103     02  FILLER PIC X(50) VALUE
004104         "18 LAB25PO   - purchase orders from open orders".
004105     02  FILLER PIC X(50) VALUE
004106         "19 LAB25INV  - vendor invoice entry and match".
004107     02  FILLER PIC X(50) VALUE
004108         "20 LAB25VSC  - vendor performance scorecard".
004109     02  FILLER PIC X(50) VALUE
004110         "21 LAB36CHG  - post-close grade changes".
004111     02  FILLER PIC X(50) VALUE
004112         "22 PERCLS    - fiscal period close".
004113     02  FILLER PIC X(50) VALUE
004114         "23 ADRMNT    - mailing address maintenance".
004115     02  FILLER PIC X(50) VALUE
004116         "24 LAB30INQ  - faculty account inquiry".
004117     02  FILLER PIC X(50) VALUE
004118         "25 LAB25BGT  - purchasing budget vs actual".
004153 01  MENU-DESCRIPTION-TABLE REDEFINES MENU-DESCRIPTIONS.
004200     02  MENU-DESCRIPTION        PIC X(50)
004300                                 OCCURS MENU-TABLE-SIZE TIMES.
004400 01  MENU-PROGRAM-NAMES.
005120     02  FILLER PIC X(08) VALUE "OPRMNT".
005130     02  FILLER PIC X(08) VALUE "LAB25APR".
005140     02  FILLER PIC X(08) VALUE "LAB30WOF".
005170     02  FILLER PIC X(08) VALUE "LAB30DEF".
005180     02  FILLER PIC X(08) VALUE "LAB25CC".
005190     02  FILLER PIC X(08) VALUE "LAB25CCA".
005195     02  FILLER PIC X(08) VALUE "LAB25VAL".
005196     02  FILLER PIC X(08) VALUE "LAB25XFR".
005197     02  FILLER PIC X(08) VALUE "LAB25LSR".
005198     02  FILLER PIC X(08) VALUE "LAB25PO".
005223     02  FILLER PIC X(08) VALUE "LAB25INV".
005248     02  FILLER PIC X(08) VALUE "LAB25VSC".
005260     02  FILLER PIC X(08) VALUE "LAB36CHG".
005261     02  FILLER PIC X(08) VALUE "PERCLS".
005262     02  FILLER PIC X(08) VALUE "ADRMNT".
005263     02  FILLER PIC X(08) VALUE "LAB30INQ".
005264     02  FILLER PIC X(08) VALUE "LAB25BGT".
005273 01  MENU-PROGRAM-TABLE REDEFINES MENU-PROGRAM-NAMES.
005300     02  MENU-PROGRAM-ID         PIC X(08)
005400                                 OCCURS MENU-TABLE-SIZE TIMES.
005407*----------------------------------------------------------------
005408* EACH PROGRAM'S PRIMARY INPUT FILE - SPACES MEANS THE PROGRAM
005409* TAKES NO INPUT FILE WORTH FLAGGING
005410*----------------------------------------------------------------
005411 01  MENU-INPUT-FILES.
005412     02  FILLER PIC X(12) VALUE SPACES.
005413     02  FILLER PIC X(12) VALUE "LAB22.IDX".
005414     02  FILLER PIC X(12) VALUE "lab25.in".
005415     02  FILLER PIC X(12) VALUE "lab30.in".
005416     02  FILLER PIC X(12) VALUE SPACES.
005417     02  FILLER PIC X(12) VALUE "lab36.edt".
005418     02  FILLER PIC X(12) VALUE "L10.in".
005419     02  FILLER PIC X(12) VALUE "lab22.in".
005420     02  FILLER PIC X(12) VALUE "OPERATOR.MST".
005421     02  FILLER PIC X(12) VALUE "LAB25.PEN".
005422     02  FILLER PIC X(12) VALUE "LAB30.PND".
005423     02  FILLER PIC X(12) VALUE "lab30.in".
005424     02  FILLER PIC X(12) VALUE "lab25.stk".
005425     02  FILLER PIC X(12) VALUE "LAB25.CCP".
005426     02  FILLER PIC X(12) VALUE "lab25.stk".
005427     02  FILLER PIC X(12) VALUE "lab25.stk".
005428     02  FILLER PIC X(12) VALUE "lab25.stk".
005429     02  FILLER PIC X(12) VALUE "LAB25.OPN".
005430     02  FILLER PIC X(12) VALUE "LAB25.POL".
005431     02  FILLER PIC X(12) VALUE "LAB25.RCH".
005432     02  FILLER PIC X(12) VALUE "lab36.hst".
005433     02  FILLER PIC X(12) VALUE "FISCAL.CAL".
005434     02  FILLER PIC X(12) VALUE "ADDRESS.MST".
005435     02  FILLER PIC X(12) VALUE "LAB30.FIX".
005436     02  FILLER PIC X(12) VALUE "LAB25.BGT".
005437 01  MENU-INPUT-FILE-TABLE REDEFINES MENU-INPUT-FILES.
005438     02  MENU-INPUT-FILE         PIC X(12)
005439                                 OCCURS MENU-TABLE-SIZE TIMES.
005440*----------------------------------------------------------------
005441* PER-PROGRAM MINIMUM AUTHORIZATION LEVELS - THE LOAD THAT
005442* WIPES THE VIN MASTER AND THE REVIEW QUEUES SIT AT THE TOP
005443*----------------------------------------------------------------
005444 01  MENU-MIN-LEVELS.
005445     02  FILLER PIC 9(01) VALUE 1.
005446     02  FILLER PIC 9(01) VALUE 1.
005447     02  FILLER PIC 9(01) VALUE 1.
005448     02  FILLER PIC 9(01) VALUE 2.
005449     02  FILLER PIC 9(01) VALUE 1.
005450     02  FILLER PIC 9(01) VALUE 2.
005451     02  FILLER PIC 9(01) VALUE 1.
005452     02  FILLER PIC 9(01) VALUE 3.
005453     02  FILLER PIC 9(01) VALUE 3.
005454     02  FILLER PIC 9(01) VALUE 2.
005455     02  FILLER PIC 9(01) VALUE 3.
005456     02  FILLER PIC 9(01) VALUE 3.
005457     02  FILLER PIC 9(01) VALUE 1.
005458     02  FILLER PIC 9(01) VALUE 2.
005459     02  FILLER PIC 9(01) VALUE 1.
005460     02  FILLER PIC 9(01) VALUE 1.
005461     02  FILLER PIC 9(01) VALUE 1.
005462     02  FILLER PIC 9(01) VALUE 2.
005463     02  FILLER PIC 9(01) VALUE 1.
005464     02  FILLER PIC 9(01) VALUE 1.
005465     02  FILLER PIC 9(01) VALUE 3.
005466     02  FILLER PIC 9(01) VALUE 3.
005467     02  FILLER PIC 9(01) VALUE 2.
005468     02  FILLER PIC 9(01) VALUE 1.
005469     02  FILLER PIC 9(01) VALUE 1.
005470 01  MENU-MIN-LEVEL-TABLE REDEFINES MENU-MIN-LEVELS.
005471     02  MENU-MIN-LEVEL PIC 9(01) OCCURS MENU-TABLE-SIZE TIMES.
005500*----------------------------------------------------------------
005501* SIGNED-ON OPERATOR, THE PASSWORD CHECK, AND THE OPERATOR
005502* MASTER HELD WHOLE FOR FAIL-COUNT AND LOCK WRITE-BACK
005503*----------------------------------------------------------------
005504 01  operatorMasterStatus        PIC X(02).
005505 01  operatorCurrentStatus       PIC X(02).
005506 01  WS-SIGNON-ENTRY             PIC X(08).
005507 01  WS-PASSWORD-ENTRY           PIC X(08).
005508 01  WS-OPERATOR-ID              PIC X(08).
005509 01  WS-OPERATOR-NAME            PIC X(20).
005510 01  WS-OPERATOR-LEVEL           PIC 9(01) VALUE ZERO.
005511 01  WS-SIGNON-SW                PIC X(01) VALUE "N".
005512     88  SIGNED-ON                       VALUE "Y".
005513     88  NOT-SIGNED-ON                   VALUE "N".
005514 01  WS-OPR-COUNT                PIC 9(02) COMP VALUE ZERO.
005515 01  WS-OPR-SUB                  PIC 9(02) COMP.
005516 01  WS-OPR-HIT                  PIC 9(02) COMP VALUE ZERO.
005517 01  WS-OPERATOR-TABLE.
005518     05  WS-OPR-ENTRY OCCURS 20 TIMES.
005519         10  WS-OPR-ID           PIC X(08).
005520         10  WS-OPR-NAME         PIC X(20).
005521         10  WS-OPR-LEVEL        PIC 9(01).
005522         10  WS-OPR-PASSWORD     PIC X(08).
005523         10  WS-OPR-FAILS        PIC 9(01).
005524         10  WS-OPR-LOCK         PIC X(01).
005525 01  WS-MASTER-DIRTY-SW          PIC X(01) VALUE "N".
005526     88  MASTER-DIRTY                    VALUE "Y".
005527     88  MASTER-CLEAN                    VALUE "N".
005528*----------------------------------------------------------------
005529* CALL INTERFACE TO THE SHARED AUDIT-LOG SUBPROGRAM
005530*----------------------------------------------------------------
005531 COPY "auditparm.cpy".
005532*----------------------------------------------------------------
005533* LAST-RUN STATE PULLED FROM AUDIT.LOG AT EACH MENU DISPLAY
005534*----------------------------------------------------------------
005535 01  auditFileStatus             PIC X(02).
005536 01  WS-AUDIT-LINE.
005537     05  WS-AUD-NAME             PIC X(08).
005538     05  FILLER                  PIC X(07).
005539     05  WS-AUD-START-DATE       PIC 9(08).
005540     05  FILLER                  PIC X(01).
005541     05  WS-AUD-START-TIME       PIC 9(06).
005542     05  FILLER                  PIC X(05).
005543     05  WS-AUD-END-DATE         PIC 9(08).
005544     05  FILLER                  PIC X(01).
005545     05  WS-AUD-END-TIME         PIC 9(06).
005546     05  FILLER                  PIC X(06).
005547     05  WS-AUD-READ             PIC 9(07).
005548     05  FILLER                  PIC X(09).
005549     05  WS-AUD-WRITTEN          PIC 9(07).
005550 01  MENU-LAST-RUNS.
005551     02  MENU-LAST-RUN-ENTRY OCCURS MENU-TABLE-SIZE TIMES.
005552         05  MENU-LAST-DATE      PIC 9(08).
005553         05  MENU-LAST-TIME      PIC 9(06).
005554         05  MENU-LAST-READ      PIC 9(07).
005555 01  WS-STATE-SUB                PIC 9(02) COMP.
005556 01  WS-TODAY                    PIC 9(08).
005557 01  WS-FILE-CHECK-NAME          PIC X(12).
005558 01  WS-FILE-INFO                PIC X(64).
005559 01  WS-CONFIRM-ENTRY            PIC X(01).
005560*----------------------------------------------------------------
005600* OPERATOR CHOICE AND COMMAND-LINE WORK AREAS
005700*----------------------------------------------------------------
005800 01  WS-CHOICE-ENTRY             PIC X(02).
005900 01  WS-CHOICE                   PIC 9(02) VALUE ZERO.
006000     88  CHOICE-IS-VALID     VALUES 1 THRU MENU-TABLE-SIZE.
006100     88  CHOICE-IS-EXIT              VALUE 0.
006200 01  WS-SUBSCRIPT                PIC 9(02) COMP VALUE ZERO.
006300 01  WS-COMMAND                  PIC X(40).
013664*    EVERY PASSWORD MISS GOES TO AUDIT.LOG UNDER THIS MENU'S
013666*    NAME WITH THE ATTEMPTED ID - ZERO READ, ZERO WRITTEN, SO
013668*    IT STANDS APART FROM LAUNCH RECORDS.
013669*----------------------------------------------------------------
013670     MOVE "MENU" TO AUDIT-PROGRAM-NAME.
013671     MOVE FUNCTION CURRENT-DATE(1:8) TO AUDIT-START-DATE.
013672     MOVE FUNCTION CURRENT-DATE(9:6) TO AUDIT-START-TIME.
013673     MOVE FUNCTION CURRENT-DATE(1:8) TO AUDIT-END-DATE.
013674     MOVE FUNCTION CURRENT-DATE(9:6) TO AUDIT-END-TIME.
013675     MOVE ZERO TO AUDIT-RECORDS-READ.
013676     MOVE ZERO TO AUDIT-RECORDS-WRITTEN.
013677     MOVE WS-SIGNON-ENTRY TO AUDIT-USER-ID.
013678     CALL "AUDITLOG" USING AUDIT-PARM.
013679 3600-LOG-SIGNON-FAILURE-EXIT.
013680     EXIT.
013681*----------------------------------------------------------------
013682 3500-LOG-MENU-ACTION.
013683*    EVERY LAUNCH AND EVERY REFUSED ATTEMPT GOES TO AUDIT.LOG
013684*    UNDER THIS MENU'S NAME WITH THE OPERATOR ID - RECORDS-READ
013685*    CARRIES THE MENU CHOICE AND RECORDS-WRITTEN IS 1 FOR A
013686*    LAUNCH, 0 FOR A REFUSAL.
013687*----------------------------------------------------------------
013688     MOVE "MENU" TO AUDIT-PROGRAM-NAME.
013689     MOVE FUNCTION CURRENT-DATE(1:8) TO AUDIT-START-DATE.
013690     MOVE FUNCTION CURRENT-DATE(9:6) TO AUDIT-START-TIME.
013691     MOVE FUNCTION CURRENT-DATE(1:8) TO AUDIT-END-DATE.
013692     MOVE FUNCTION CURRENT-DATE(9:6) TO AUDIT-END-TIME.
013693     MOVE WS-CHOICE TO AUDIT-RECORDS-READ.
013700     IF WS-OPERATOR-LEVEL < MENU-MIN-LEVEL(WS-CHOICE)
013710         MOVE ZERO TO AUDIT-RECORDS-WRITTEN
013720     ELSE
