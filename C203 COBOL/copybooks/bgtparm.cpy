000100*----------------------------------------------------------------
000200* BGTPARM - CALL INTERFACE FOR THE BUDGCTL SUBPROGRAM.
000300* SHARED BY BUDGCTL ITSELF AND BY EVERY PROGRAM THAT SPENDS OR
000400* REPORTS PURCHASING BUDGET (LAB25, LAB25APR, LAB25BGT) SO
000500* "REMAINING BUDGET" MEANS ONE THING SHOP-WIDE.
000600* BGT-FUNCTION PICKS THE SERVICE -
000700*   L  LOAD.  LAB25.BGT AND THE SPEND AGAINST IT (OPEN ORDERS ON
000800*      LAB25.OPN, RECEIPTS ON LAB25.RCH) LOAD ON THE FIRST CALL
000900*      OF THE RUN WHATEVER THE FUNCTION. A CALLER ABOUT TO
001000*      REWRITE ONE OF THOSE FILES CALLS L FIRST.
001100*   C  CHECK. BGT-DATE, BGT-PART, BGT-VENDOR, BGT-AMOUNT IN. THE
001200*      BUDGET LINE THE SPEND FALLS UNDER AND ITS FIGURES COME
001300*      BACK, AND BGT-RESULT SAYS WHETHER THE AMOUNT FITS.
001400*   P  POST.  SAME FIELDS IN AS C. ADDS THE AMOUNT TO COMMITTED
001500*      FOR A REQUISITION RELEASED DURING THE RUN.
001600*   N  NEXT.  BGT-ENTRY-NO IN (1, 2, 3 ...). THAT BUDGET LINE'S
001700*      FIGURES COME BACK, BGT-END-OF-TABLE PAST THE LAST ONE.
001800* A PART IS BUDGETED BY ITS LAB25.CAT CATEGORY WHEN THAT
001900* CATEGORY HAS A BUDGET FOR THE PERIOD, ELSE BY ITS VENDOR. SPEND
002000* WITH NO BUDGET LINE EITHER WAY IS UNCONTROLLED. BGT-ACTIVE-SW
002100* COMES BACK "N" ON EVERY CALL WHEN THERE IS NO LAB25.BGT.
002200*----------------------------------------------------------------
002300 01  BGT-PARM.
002400     05  BGT-FUNCTION            PIC X(01).
002500         88  BGT-LOAD                    VALUE "L".
002600         88  BGT-CHECK                   VALUE "C".
002700         88  BGT-POST                    VALUE "P".
002800         88  BGT-NEXT                    VALUE "N".
002900     05  BGT-DATE                PIC 9(08).
003000     05  BGT-PART                PIC X(06).
003100     05  BGT-VENDOR              PIC X(04).
003200     05  BGT-AMOUNT              PIC 9(09)V99.
003300     05  BGT-ENTRY-NO            PIC 9(04).
003400     05  BGT-ACTIVE-SW           PIC X(01).
003500         88  BGT-CONTROL-ACTIVE          VALUE "Y".
003600         88  BGT-CONTROL-OFF             VALUE "N".
003700     05  BGT-CODE-TYPE           PIC X(01).
003800         88  BGT-BY-CATEGORY             VALUE "C".
003900         88  BGT-BY-VENDOR               VALUE "V".
004000     05  BGT-CODE                PIC X(04).
004100     05  BGT-FISCAL-YEAR         PIC 9(04).
004200     05  BGT-PERIOD              PIC 9(02).
004300     05  BGT-BUDGET              PIC 9(07)V99.
004400     05  BGT-COMMITTED           PIC 9(09)V99.
004500     05  BGT-RECEIVED            PIC 9(09)V99.
004600     05  BGT-REMAINING           PIC S9(09)V99.
004700     05  BGT-RESULT              PIC X(01).
004800         88  BGT-WITHIN-BUDGET           VALUE "W".
004900         88  BGT-OVER-BUDGET             VALUE "O".
005000         88  BGT-UNCONTROLLED            VALUE "U".
005100         88  BGT-NO-PERIOD               VALUE "P".
005200         88  BGT-END-OF-TABLE            VALUE "E".
