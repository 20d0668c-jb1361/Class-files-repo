000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CHGLOG.
000300 AUTHOR.        D. LEHMAN.
000400 INSTALLATION.  SHOP-WIDE - OPERATIONS.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 10/15/2026  DL  INITIAL VERSION. AUDIT.LOG SAYS A MAINTENANCE
001100*                 PROGRAM RAN AND WHO RAN IT, BUT NOT WHAT IT
001200*                 CHANGED - WHEN A ROUTE'S CAPACITY OR A COURSE'S
001300*                 CREDIT HOURS TURNED OUT WRONG, NOBODY COULD SAY
001400*                 WHEN IT CHANGED OR WHAT IT HAD BEEN. CALLED BY
001500*                 LAB22UPD, L10UPD, LAB30ENT, LAB36CAT, HOLCAL,
001600*                 AND OPRMNT FOR EVERY RECORD THEY ADD, CHANGE, OR
001700*                 DELETE. CHGINQ READS IT BACK BY KEY.
001800*----------------------------------------------------------------
001900* APPENDS ONE LINE TO THE SHARED CHANGE.LOG FILE PER CALL - THE
002000* MASTER FILE, THE RECORD KEY, THE OPERATOR, THE DATE AND TIME,
002100* AND THE BEFORE AND AFTER RECORD IMAGES. THE CALLING PROGRAM
002200* FILLS IN CHANGE-PARM (SEE COPYBOOKS/CHGPARM.CPY) AND CALLS THIS
002300* ONCE FOR EACH RECORD IT TOUCHES. LOGROTAT CLOSES CHANGE.LOG
002400* INTO ITS MONTHLY GENERATION ALONG WITH AUDIT.LOG.
002500*----------------------------------------------------------------
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT changeFile ASSIGN TO "CHANGE.LOG"
003000         ORGANIZATION LINE SEQUENTIAL
003100         FILE STATUS IS WS-CHANGE-FILE-STATUS.
003200     SELECT OPTIONAL operatorFile ASSIGN TO "OPERATOR.CUR"
003300         ORGANIZATION LINE SEQUENTIAL
003400         FILE STATUS IS WS-OPERATOR-FILE-STATUS.
003500 DATA DIVISION.
003600 FILE SECTION.
003700 FD  changeFile.
003800 01  changeRecord.
003900     05  chgDate                 PIC 9(08).
004000     05  FILLER                  PIC X(01).
004100     05  chgTime                 PIC 9(06).
004200     05  FILLER                  PIC X(01).
004300     05  chgProgram              PIC X(08).
004400     05  FILLER                  PIC X(01).
004500     05  chgFile                 PIC X(12).
004600     05  FILLER                  PIC X(01).
004700     05  chgKey                  PIC X(20).
004800     05  FILLER                  PIC X(01).
004900     05  chgAction               PIC X(01).
005000     05  FILLER                  PIC X(01).
005100     05  chgUser                 PIC X(08).
005200     05  FILLER                  PIC X(01).
005300     05  chgBefore               PIC X(100).
005400     05  FILLER                  PIC X(01).
005500     05  chgAfter                PIC X(100).
005600 FD  operatorFile.
005700 01  operatorRecord.
005800     05  curOperatorId           PIC X(08).
005900 WORKING-STORAGE SECTION.
006000 01  WS-CHANGE-FILE-STATUS       PIC X(02).
006100 01  WS-OPERATOR-FILE-STATUS     PIC X(02).
006200 LINKAGE SECTION.
006300 COPY "chgparm.cpy".
006400 PROCEDURE DIVISION USING CHANGE-PARM.
006500*----------------------------------------------------------------
006600 0000-MAINLINE.
006700*    CHANGE.LOG IS OPENED FOR EXTEND (APPEND) SO EACH CALL ADDS ON
006800*    TO WHAT IS ALREADY THERE. THE VERY FIRST CALL AFTER A
006900*    ROTATION FINDS NO FILE, SO EXTEND FAILS AND THE FILE IS
007000*    CREATED WITH AN OUTPUT OPEN INSTEAD.
007100*----------------------------------------------------------------
007200     OPEN EXTEND changeFile.
007300     IF WS-CHANGE-FILE-STATUS NOT = "00"
007400         OPEN OUTPUT changeFile
007500     END-IF.
007600
007700     IF CHG-USER-ID = SPACES
007800         PERFORM 2000-GET-SIGNED-ON-OPERATOR
007900             THRU 2000-GET-SIGNED-ON-OPERATOR-EXIT
008000     END-IF.
008100
008200     PERFORM 1000-BUILD-CHANGE-RECORD
008300         THRU 1000-BUILD-CHANGE-RECORD-EXIT.
008400
008500     WRITE changeRecord.
008600     CLOSE changeFile.
008700
008800     GOBACK.
008900*----------------------------------------------------------------
009000 1000-BUILD-CHANGE-RECORD.
009100*    LAY OUT ONE FIXED-FORMAT CHANGE LINE FROM CHANGE-PARM,
009200*    STAMPED WITH THE DATE AND TIME OF THE CALL.
009300*----------------------------------------------------------------
009400     MOVE SPACES TO changeRecord.
009500     MOVE FUNCTION CURRENT-DATE(1:8) TO chgDate.
009600     MOVE FUNCTION CURRENT-DATE(9:6) TO chgTime.
009700     MOVE CHG-PROGRAM-NAME TO chgProgram.
009800     MOVE CHG-FILE-NAME    TO chgFile.
009900     MOVE CHG-RECORD-KEY   TO chgKey.
010000     MOVE CHG-ACTION       TO chgAction.
010100     MOVE CHG-USER-ID      TO chgUser.
010200     MOVE CHG-BEFORE-IMAGE TO chgBefore.
010300     MOVE CHG-AFTER-IMAGE  TO chgAfter.
010400 1000-BUILD-CHANGE-RECORD-EXIT.
010500     EXIT.
010600*----------------------------------------------------------------
010700 2000-GET-SIGNED-ON-OPERATOR.
010800*    THE MENU WRITES THE SIGNED-ON OPERATOR ID TO OPERATOR.CUR;
010900*    A CALLER THAT DID NOT SET CHG-USER-ID INHERITS IT. WITH NO
011000*    SIGN-ON ON FILE THE FIELD STAYS SPACES.
011100*----------------------------------------------------------------
011200     OPEN INPUT operatorFile.
011300     IF WS-OPERATOR-FILE-STATUS = "00"
011400         READ operatorFile
011500             AT END
011600                 CONTINUE
011700             NOT AT END
011800                 MOVE curOperatorId TO CHG-USER-ID
011900         END-READ
012000     END-IF.
012100     CLOSE operatorFile.
012200 2000-GET-SIGNED-ON-OPERATOR-EXIT.
012300     EXIT.
