000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    LAB36GCL.
000300 AUTHOR.        D. LEHMAN.
000400 INSTALLATION.  REGISTRAR - STUDENT ROSTER REPORTING.
000500 DATE-WRITTEN.  10/14/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 10/14/2026  DL  INITIAL VERSION. PRINTS THE LAB36.GCL GRADE-
001100*                 CHANGE LOG LAB36CHG KEEPS - EVERY POST-CLOSE
001200*                 GRADE CHANGE WITH THE ORIGINAL AND NEW GRADE,
001300*                 THE REASON, THE APPROVING OPERATOR AND THE DATE,
001400*                 IN THE ORDER THEY WERE MADE - ONTO LAB36.GCR FOR
001500*                 THE REGISTRAR'S FILE.
001600*----------------------------------------------------------------
001700 ENVIRONMENT DIVISION.
001800 INPUT-OUTPUT SECTION.
001900 FILE-CONTROL.
002000     SELECT OPTIONAL changeLogFile ASSIGN TO "LAB36.GCL"
002100         ORGANIZATION LINE SEQUENTIAL
002200         FILE STATUS IS changeLogFileStatus.
002300     SELECT changeReportFile ASSIGN TO "LAB36.GCR"
002400         ORGANIZATION LINE SEQUENTIAL.
002500 DATA DIVISION.
002600 FILE SECTION.
002700 FD  changeLogFile.
002800 01  changeLogRecord.
002900     05  gclStudentName          PIC A(20).
003000     05  gclCourse               PIC X(08).
003100     05  gclTerm                 PIC X(05).
003200     05  gclOldGrade             PIC X(01).
003300     05  gclNewGrade             PIC X(01).
003400     05  gclReason               PIC X(30).
003500     05  gclOperator             PIC X(08).
003600     05  gclDate                 PIC 9(08).
003700 FD  changeReportFile.
003800 01  changeReportRecord          PIC X(100).
003900 WORKING-STORAGE SECTION.
004000*----------------------------------------------------------------
004100* FILE STATUS AND RUN COUNTS
004200*----------------------------------------------------------------
004300 01  changeLogFileStatus         PIC X(02).
004400 01  WS-FINAL-RETURN-CODE        PIC 9(01) VALUE ZERO.
004500 01  WS-CHANGES-READ             PIC 9(05) COMP VALUE ZERO.
004600 01  WS-LINES-WRITTEN            PIC 9(05) COMP VALUE ZERO.
004700 01  WS-TODAY                    PIC 9(08).
004800*----------------------------------------------------------------
004900* REPORT LINE LAYOUTS
005000*----------------------------------------------------------------
005100 01  WS-TITLE-LINE.
005200     05  FILLER                  PIC X(30)
005300         VALUE "GRADE CHANGE LOG - PRINTED ".
005400     05  WS-TL-DATE              PIC 9(08).
005500 01  WS-HEADING-LINE.
005600     05  FILLER                  PIC X(21) VALUE "STUDENT".
005700     05  FILLER                  PIC X(09) VALUE "COURSE".
005800     05  FILLER                  PIC X(07) VALUE "TERM".
005900     05  FILLER                  PIC X(08) VALUE "OLD NEW".
006000     05  FILLER                  PIC X(31) VALUE "REASON".
006100     05  FILLER                  PIC X(09) VALUE "OPERATOR".
006200     05  FILLER                  PIC X(08) VALUE "DATE".
006300 01  WS-DETAIL-LINE.
006400     05  WS-DL-NAME              PIC A(20).
006500     05  FILLER                  PIC X(01) VALUE SPACE.
006600     05  WS-DL-COURSE            PIC X(08).
006700     05  FILLER                  PIC X(01) VALUE SPACE.
006800     05  WS-DL-TERM              PIC X(05).
006900     05  FILLER                  PIC X(02) VALUE SPACES.
007000     05  WS-DL-OLD-GRADE         PIC X(01).
007100     05  FILLER                  PIC X(03) VALUE " ->".
007200     05  WS-DL-NEW-GRADE         PIC X(01).
007300     05  FILLER                  PIC X(03) VALUE SPACES.
007400     05  WS-DL-REASON            PIC X(30).
007500     05  FILLER                  PIC X(01) VALUE SPACE.
007600     05  WS-DL-OPERATOR          PIC X(08).
007700     05  FILLER                  PIC X(01) VALUE SPACE.
007800     05  WS-DL-DATE              PIC 9(08).
007900 01  WS-TOTAL-LINE.
008000     05  WS-TOT-COUNT            PIC ZZZZ9.
008100     05  FILLER                  PIC X(17)
008200         VALUE " GRADE CHANGE(S)".
008300*----------------------------------------------------------------
008400* CALL INTERFACE TO THE SHARED AUDIT-LOG SUBPROGRAM
008500*----------------------------------------------------------------
008600 COPY "auditparm.cpy".
008700 PROCEDURE DIVISION.
008800*----------------------------------------------------------------
008900 0000-MAINLINE.
009000*----------------------------------------------------------------
009100     MOVE "LAB36GCL" TO AUDIT-PROGRAM-NAME.
009200     MOVE SPACES TO AUDIT-USER-ID.
009300     MOVE FUNCTION CURRENT-DATE(1:8) TO AUDIT-START-DATE.
009400     MOVE FUNCTION CURRENT-DATE(9:6) TO AUDIT-START-TIME.
009500     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
009600
009700     OPEN INPUT changeLogFile.
009800     IF changeLogFileStatus NOT = "00"
009900         DISPLAY "No LAB36.GCL grade changes on file"
010000         CLOSE changeLogFile
010100         GO TO 0000-WRAP-UP
010200     END-IF.
010300     OPEN OUTPUT changeReportFile.
010400     MOVE WS-TODAY TO WS-TL-DATE.
010500     WRITE changeReportRecord FROM WS-TITLE-LINE.
010600     MOVE SPACES TO changeReportRecord.
010700     WRITE changeReportRecord.
010800     WRITE changeReportRecord FROM WS-HEADING-LINE.
010900     ADD 3 TO WS-LINES-WRITTEN.
011000     PERFORM FOREVER
011100         READ changeLogFile
011200             AT END
011300             EXIT PERFORM
011400         END-READ
011500         ADD 1 TO WS-CHANGES-READ
011600         PERFORM 2000-PRINT-ONE-CHANGE
011700             THRU 2000-PRINT-ONE-CHANGE-EXIT
011800     END-PERFORM.
011900     CLOSE changeLogFile.
012000     MOVE SPACES TO changeReportRecord.
012100     WRITE changeReportRecord.
012200     MOVE WS-CHANGES-READ TO WS-TOT-COUNT.
012300     WRITE changeReportRecord FROM WS-TOTAL-LINE.
012400     ADD 2 TO WS-LINES-WRITTEN.
012500     CLOSE changeReportFile.
012600     DISPLAY WS-CHANGES-READ " grade change(s) printed to "
012700         "LAB36.GCR".
012800
012900 0000-WRAP-UP.
013000     MOVE FUNCTION CURRENT-DATE(1:8) TO AUDIT-END-DATE.
013100     MOVE FUNCTION CURRENT-DATE(9:6) TO AUDIT-END-TIME.
013200     MOVE WS-CHANGES-READ TO AUDIT-RECORDS-READ.
013300     MOVE WS-LINES-WRITTEN TO AUDIT-RECORDS-WRITTEN.
013400     CALL "AUDITLOG" USING AUDIT-PARM.
013500*    SET LAST - ANY LATER CALL RESETS THE RETURN-CODE REGISTER.
013600     MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
013700     STOP RUN.
013800*----------------------------------------------------------------
013900 2000-PRINT-ONE-CHANGE.
014000*----------------------------------------------------------------
014100     MOVE gclStudentName TO WS-DL-NAME.
014200     MOVE gclCourse      TO WS-DL-COURSE.
014300     MOVE gclTerm        TO WS-DL-TERM.
014400     MOVE gclOldGrade    TO WS-DL-OLD-GRADE.
014500     MOVE gclNewGrade    TO WS-DL-NEW-GRADE.
014600     MOVE gclReason      TO WS-DL-REASON.
014700     MOVE gclOperator    TO WS-DL-OPERATOR.
014800     MOVE gclDate        TO WS-DL-DATE.
014900     WRITE changeReportRecord FROM WS-DETAIL-LINE.
015000     ADD 1 TO WS-LINES-WRITTEN.
015100 2000-PRINT-ONE-CHANGE-EXIT.
015200     EXIT.
