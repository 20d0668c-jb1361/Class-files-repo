000100*----------------------------------------------------------------
000200* RSTPARM - CALL INTERFACE FOR THE RUNSTAT SUBPROGRAM.
000300* SHARED BY RUNSTAT ITSELF AND BY EVERY NITEBTCH AND MONTHEND
000400* STEP PROGRAM (LAB22LD, LAB22, LAB30, LAB36ED, LAB36, LAB30TRD,
000450* LAB22AUD, LAB22ST, SODRPT, RETPURGE, LOGROTAT, MAILRUN,
000475* XREFCHK, NITEPKT) SO THE RUN-STATUS RECORD LAYOUT ONLY HAS TO BE
000500* MAINTAINED ONCE.
000550* FUNCTIONS:
000600*   "C" - RECORD THE STEP COMPLETE FOR THE BUSINESS DATE
000700*         (APPENDS TO NITEBTCH.STA)
000800*   "S" - SHOULD THIS STEP SKIP ITSELF? COMES BACK YES ONLY
001000*         SAME BUSINESS DATE AND NITEBTCH.STA ALREADY SHOWS
001100*         THE STEP COMPLETE FOR IT - A NORMAL (NON-RESTART)
001200*         SUBMIT NEVER SKIPS ANYTHING.
001210*   "J" - WHICH JOB IS THIS STEP RUNNING UNDER? NOTHING IS
001220*         READ OR WRITTEN BUT THE JOB NAME.
001230* EVERY FUNCTION RETURNS RSTAT-JOB-NAME. WHILE MEGATE HOLDS
001240* THE MONTH-END WINDOW OPEN ON MONTHEND.RUN FOR THE BUSINESS
001250* DATE, THE STEP BELONGS TO MONTHEND AND ITS RUN-STATUS AND
001260* RESTART FILES ARE MONTHEND.STA AND MONTHEND.RST INSTEAD.
001300*----------------------------------------------------------------
001400 01  RSTAT-PARM.
001500     05  RSTAT-FUNCTION          PIC X(01).
001600         88  RSTAT-RECORD-COMPLETE       VALUE "C".
001700         88  RSTAT-SHOULD-SKIP           VALUE "S".
001710         88  RSTAT-WHICH-JOB             VALUE "J".
001800     05  RSTAT-BUSINESS-DATE     PIC 9(08).
001900     05  RSTAT-STEP-NAME         PIC X(08).
002000     05  RSTAT-DONE-SW           PIC X(01).
002100         88  RSTAT-STEP-DONE             VALUE "Y".
002200         88  RSTAT-STEP-NOT-DONE         VALUE "N".
002300     05  RSTAT-JOB-NAME          PIC X(08).
002400         88  RSTAT-NIGHTLY-JOB           VALUE "NITEBTCH".
002500         88  RSTAT-MONTH-END-JOB         VALUE "MONTHEND".
