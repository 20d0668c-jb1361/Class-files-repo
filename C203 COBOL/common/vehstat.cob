000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    VEHSTAT.
000300 AUTHOR.        D. LEHMAN.
000400 INSTALLATION.  SHARED SUBPROGRAMS.
000500 DATE-WRITTEN.  10/02/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 10/02/2026  DL  INITIAL VERSION. LAB22.IDX ONLY SAYS A VIN
001100*                 EXISTS; WHETHER IT IS STILL IN SERVICE, PARKED,
001200*                 WAITING ON DISPOSAL, OR ALREADY SOLD LIVES ON
001300*                 THE LAB22.LCM LIFECYCLE MASTER LAB22LC KEEPS.
001400*                 THIS LOOKUP ANSWERS IT FOR ANY CALLER SO THE
001500*                 FLEET COUNTS AND THE ROUTE ASSIGNMENTS ALL
001600*                 AGREE ON WHICH VEHICLES ARE IN SERVICE.
001700*----------------------------------------------------------------
001800* CALLING CONVENTION - CALL "VEHSTAT" USING VSTAT-PARM (SEE
001900* COPYBOOK VSTPARM). VSTAT-VIN IN, THE STATUS OUT. THE MASTER
002000* LOADS ON THE FIRST CALL OF THE RUN AND IS HELD AFTER, SAME
002100* PATTERN AS FISCPER'S CALENDAR.
002200*----------------------------------------------------------------
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600     SELECT OPTIONAL lifecycleFile ASSIGN TO "LAB22.LCM"
002700         ORGANIZATION LINE SEQUENTIAL
002800         FILE STATUS IS lifecycleFileStatus.
002900 DATA DIVISION.
003000 FILE SECTION.
003100 FD  lifecycleFile.
003200 01  lifecycleRecord.
003300     05  lcmVin                  PIC X(15).
003400     05  lcmStatus               PIC X(01).
003500     05  lcmStatusDate           PIC 9(08).
003600     05  lcmSaleDate             PIC 9(08).
003700     05  lcmBuyer                PIC X(20).
003800     05  lcmProceeds             PIC 9(07)V99.
003900 WORKING-STORAGE SECTION.
004000*----------------------------------------------------------------
004100* LIFECYCLE MASTER - LOADED FROM LAB22.LCM ON THE FIRST CALL OF
004200* THE RUN AND HELD FOR EVERY CALL AFTER
004300*----------------------------------------------------------------
004400 01  lifecycleFileStatus         PIC X(02).
004500 01  VSTAT-FIRST-CALL-SW         PIC X(01) VALUE "Y".
004600     88  VSTAT-FIRST-CALL                VALUE "Y".
004700     88  VSTAT-NOT-FIRST-CALL            VALUE "N".
004800 01  VSTAT-ENTRY-COUNT           PIC 9(04) COMP VALUE ZERO.
004900 01  VSTAT-ENTRY-SUB             PIC 9(04) COMP.
005000 01  VSTAT-HIT                   PIC 9(04) COMP.
005100 01  VSTAT-TABLE.
005200     05  VSTAT-ENTRY OCCURS 1000 TIMES.
005300         10  VSTAT-TBL-VIN       PIC X(15).
005400         10  VSTAT-TBL-STATUS    PIC X(01).
005500         10  VSTAT-TBL-DATE      PIC 9(08).
005600 LINKAGE SECTION.
005700 COPY "vstparm.cpy".
005800 PROCEDURE DIVISION USING VSTAT-PARM.
005900*----------------------------------------------------------------
006000 0000-MAINLINE.
006100*----------------------------------------------------------------
006200     IF VSTAT-FIRST-CALL
006300         PERFORM 1000-LOAD-LIFECYCLE-MASTER
006400             THRU 1000-LOAD-LIFECYCLE-MASTER-EXIT
006500         SET VSTAT-NOT-FIRST-CALL TO TRUE
006600     END-IF.
006700
006800     SET VSTAT-IN-SERVICE TO TRUE.
006900     MOVE ZERO TO VSTAT-STATUS-DATE.
007000     MOVE ZERO TO VSTAT-HIT.
007100     PERFORM 2000-CHECK-ONE-ENTRY
007200         THRU 2000-CHECK-ONE-ENTRY-EXIT
007300         VARYING VSTAT-ENTRY-SUB FROM 1 BY 1
007400         UNTIL VSTAT-ENTRY-SUB > VSTAT-ENTRY-COUNT
007500         OR VSTAT-HIT NOT = ZERO.
007600     IF VSTAT-HIT NOT = ZERO
007700         MOVE VSTAT-TBL-STATUS(VSTAT-HIT) TO VSTAT-STATUS
007800         MOVE VSTAT-TBL-DATE(VSTAT-HIT)   TO VSTAT-STATUS-DATE
007900     END-IF.
008000     GOBACK.
008100*----------------------------------------------------------------
008200 1000-LOAD-LIFECYCLE-MASTER.
008300*    NO LAB22.LCM YET MEANS NOTHING HAS EVER LEFT SERVICE - EVERY
008400*    LOOKUP COMES BACK IN SERVICE.
008500*----------------------------------------------------------------
008600     OPEN INPUT lifecycleFile.
008700     IF lifecycleFileStatus NOT = "00"
008800         CLOSE lifecycleFile
008900         GO TO 1000-LOAD-LIFECYCLE-MASTER-EXIT
009000     END-IF.
009100     PERFORM FOREVER
009200         READ lifecycleFile
009300             AT END
009400             EXIT PERFORM
009500         END-READ
009600         IF VSTAT-ENTRY-COUNT < 1000
009700             ADD 1 TO VSTAT-ENTRY-COUNT
009800             MOVE lcmVin
009900                 TO VSTAT-TBL-VIN(VSTAT-ENTRY-COUNT)
010000             MOVE lcmStatus
010100                 TO VSTAT-TBL-STATUS(VSTAT-ENTRY-COUNT)
010200             MOVE lcmStatusDate
010300                 TO VSTAT-TBL-DATE(VSTAT-ENTRY-COUNT)
010400         ELSE
010500             DISPLAY "WARNING - VEHSTAT lifecycle table full, "
010600                 lcmVin " treated as in service"
010700         END-IF
010800     END-PERFORM.
010900     CLOSE lifecycleFile.
011000 1000-LOAD-LIFECYCLE-MASTER-EXIT.
011100     EXIT.
011200*----------------------------------------------------------------
011300 2000-CHECK-ONE-ENTRY.
011400*----------------------------------------------------------------
011500     IF VSTAT-TBL-VIN(VSTAT-ENTRY-SUB) = VSTAT-VIN
011600         MOVE VSTAT-ENTRY-SUB TO VSTAT-HIT
011700     END-IF.
011800 2000-CHECK-ONE-ENTRY-EXIT.
011900     EXIT.
