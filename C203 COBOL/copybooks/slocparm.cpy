000100*----------------------------------------------------------------
000200* SLOCPARM - CALL INTERFACE FOR THE STKLOC SUBPROGRAM.
000300* SHARED BY STKLOC ITSELF AND BY EVERY PROGRAM THAT MOVES PARTS
000400* IN OR OUT OF A STOREROOM LOCATION (LAB25RCV, LAB25XFR, LAB22WO)
000500* SO A LOCATION BALANCE MEANS ONE THING SHOP-WIDE.
000600* lab25.stk STAYS THE COMBINED ON-HAND FOR THE PART. LAB25.LOC
000700* HOLDS WHAT SITS AT EACH SATELLITE LOCATION; THE HOME STOREROOM
000800* HOLDS THE REST, SO A PROGRAM THAT KNOWS NOTHING OF LOCATIONS
000900* STILL POSTS AGAINST THE HOME STOREROOM.
001000*   V - VALIDATE SLOC-LOCATION (SPACES = THE HOME STOREROOM)
001100*   B - BALANCE OF SLOC-PART AT SLOC-LOCATION INTO SLOC-QTY;
001200*       THE CALLER PASSES THE COMBINED ON-HAND IN SLOC-BOOK-QTY
001300*   P - POST SLOC-QTY (SIGNED) TO SLOC-PART AT SLOC-LOCATION;
001400*       THE CALLER POSTS THE SAME QUANTITY TO lab25.stk UNLESS
001500*       THE STOCK ONLY MOVED BETWEEN LOCATIONS
001600*   S - SAVE LAB25.LOC, ONCE AT THE END OF THE CALLER'S RUN
001700*----------------------------------------------------------------
001800 01  SLOC-PARM.
001900     05  SLOC-FUNCTION           PIC X(01).
002000         88  SLOC-VALIDATE               VALUE "V".
002100         88  SLOC-BALANCE                VALUE "B".
002200         88  SLOC-POST                   VALUE "P".
002300         88  SLOC-SAVE                   VALUE "S".
002400     05  SLOC-LOCATION           PIC X(04).
002500     05  SLOC-LOCATION-NAME      PIC X(20).
002600     05  SLOC-HOME-SW            PIC X(01).
002700         88  SLOC-IS-HOME                VALUE "Y".
002800         88  SLOC-IS-SATELLITE           VALUE "N".
002900     05  SLOC-PART               PIC X(06).
003000     05  SLOC-BOOK-QTY           PIC 9(07).
003100     05  SLOC-QTY                PIC S9(07).
003200     05  SLOC-RESULT             PIC X(01).
003300         88  SLOC-OK                     VALUE "Y".
003400         88  SLOC-UNKNOWN-LOCATION       VALUE "L".
003500         88  SLOC-SHORT                  VALUE "S".
003600         88  SLOC-TABLE-FULL             VALUE "F".
