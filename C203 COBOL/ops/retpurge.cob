000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    RETPURGE.
000300 AUTHOR.        D. LEHMAN.
000400 INSTALLATION.  SHOP-WIDE - OPERATIONS.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 10/15/2026  DL  INITIAL VERSION. RECORDS RETENTION PURGE, RUN
001100*                 AT MONTH-END. THE HISTORY FILES (LAB30.HIST,
001200*                 LAB30.WOR, LAB30.NHS, LAB36.HST, L10.CHG,
001300*                 L10.BRD, LAB22.SVM, LAB25.USE) WERE APPENDED TO
001400*                 FOREVER. RETAIN.SCH NOW GIVES EACH ONE A
001500*                 RETENTION IN MONTHS AND THE COLUMN ITS DATE
001600*                 SITS IN. RECORDS OLDER THAN THAT MOVE OUT OF
001700*                 THE LIVE FILE INTO A DATED ARCHIVE GENERATION
001800*                 (L30HIST.YYYYMM STYLE) AND EACH FILE'S COUNTS
001900*                 GO ON THE CUMULATIVE PURGE.REG. A FACULTY
002000*                 NUMBER, STUDENT, OR VIN ON LEGAL.HLD IS NEVER
002100*                 PURGED, WHATEVER ITS AGE.
002200*----------------------------------------------------------------
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600     SELECT OPTIONAL scheduleFile ASSIGN TO "RETAIN.SCH"
002700         ORGANIZATION LINE SEQUENTIAL
002800         FILE STATUS IS scheduleFileStatus.
002900     SELECT OPTIONAL holdFile ASSIGN TO "LEGAL.HLD"
003000         ORGANIZATION LINE SEQUENTIAL
003100         FILE STATUS IS holdFileStatus.
003200     SELECT OPTIONAL liveFile ASSIGN USING WS-LIVE-FILE-NAME
003300         ORGANIZATION LINE SEQUENTIAL
003400         FILE STATUS IS liveFileStatus.
003500     SELECT workFile ASSIGN TO "RETPURGE.WRK"
003600         ORGANIZATION LINE SEQUENTIAL
003700         FILE STATUS IS workFileStatus.
003800     SELECT archiveFile ASSIGN USING WS-ARCHIVE-FILE-NAME
003900         ORGANIZATION LINE SEQUENTIAL
004000         FILE STATUS IS archiveFileStatus.
004100     SELECT registerFile ASSIGN TO "PURGE.REG"
004200         ORGANIZATION LINE SEQUENTIAL
004300         FILE STATUS IS registerFileStatus.
004400 DATA DIVISION.
004500 FILE SECTION.
004600*    ONE LINE PER FILE UNDER RETENTION. DATE FORMAT D IS
004700*    YYYYMMDD, M IS YYYYMM, Y IS A YEAR (OR A YYYYT TERM). HOLD
004800*    TYPE F, S, OR V NAMES THE LEGAL.HLD KEYS THAT APPLY AND
004900*    WHERE THE RECORD CARRIES ONE - BLANK IF NONE DO.
005000 FD  scheduleFile.
005100 01  scheduleRecord.
005200     05  schFileName             PIC X(12).
005300     05  FILLER                  PIC X(01).
005400     05  schArchivePrefix        PIC X(08).
005500     05  FILLER                  PIC X(01).
005600     05  schRetainMonths         PIC 9(03).
005700     05  FILLER                  PIC X(01).
005800     05  schDatePos              PIC 9(03).
005900     05  FILLER                  PIC X(01).
006000     05  schDateFormat           PIC X(01).
006100         88  SCH-DATE-YYYYMMDD           VALUE "D".
006200         88  SCH-DATE-YYYYMM             VALUE "M".
006300         88  SCH-DATE-YYYY               VALUE "Y".
006400     05  FILLER                  PIC X(01).
006500     05  schHoldType             PIC X(01).
006600         88  SCH-NO-HOLD-KEY             VALUE SPACE.
006700         88  SCH-HOLD-TYPE-VALID         VALUE "F" "S" "V" SPACE.
006800     05  FILLER                  PIC X(01).
006900     05  schHoldPos              PIC 9(03).
007000     05  FILLER                  PIC X(01).
007100     05  schHoldLen              PIC 9(02).
007200     05  FILLER                  PIC X(01).
007300     05  schDescription          PIC X(30).
007400*    ONE LINE PER LEGAL HOLD - F FACULTY NUMBER, S STUDENT NAME,
007500*    V VIN. A HOLD STAYS IN FORCE UNTIL ITS LINE IS TAKEN OUT.
007600 FD  holdFile.
007700 01  holdRecord.
007800     05  holdType                PIC X(01).
007900     05  FILLER                  PIC X(01).
008000     05  holdKey                 PIC X(20).
008100     05  FILLER                  PIC X(01).
008200     05  holdDatePlaced          PIC 9(08).
008300     05  FILLER                  PIC X(01).
008400     05  holdReason              PIC X(30).
008500*    THE FILES UNDER RETENTION ARE HANDLED AS PLAIN LINES - EVERY
008600*    ONE OF THEM IS NARROWER THAN THIS.
008700 FD  liveFile.
008800 01  liveRecord                  PIC X(200).
008900 FD  workFile.
009000 01  workRecord                  PIC X(200).
009100 FD  archiveFile.
009200 01  archiveRecord               PIC X(200).
009300 FD  registerFile.
009400 01  registerLine                PIC X(80).
009500 WORKING-STORAGE SECTION.
009600*----------------------------------------------------------------
009700* FILE STATUS, COUNTERS, AND SWITCHES
009800*----------------------------------------------------------------
009900 01  scheduleFileStatus          PIC X(02).
010000 01  holdFileStatus              PIC X(02).
010100 01  liveFileStatus              PIC X(02).
010200 01  workFileStatus              PIC X(02).
010300 01  archiveFileStatus           PIC X(02).
010400 01  registerFileStatus          PIC X(02).
010500 01  WS-LIVE-FILE-NAME           PIC X(12).
010600 01  WS-ARCHIVE-FILE-NAME        PIC X(15).
010700 01  WS-FINAL-RETURN-CODE        PIC 9(01) VALUE ZERO.
010800 01  WS-TODAY                    PIC 9(08).
010900 01  WS-FILES-SCHEDULED          PIC 9(03) VALUE ZERO.
011000 01  WS-TOTAL-READ               PIC 9(07) VALUE ZERO.
011100 01  WS-TOTAL-PURGED             PIC 9(07) VALUE ZERO.
011200 01  WS-FILE-READ                PIC 9(07).
011300 01  WS-FILE-KEPT                PIC 9(07).
011400 01  WS-FILE-HELD                PIC 9(07).
011500 01  WS-FILE-UNDATED             PIC 9(07).
011600 01  WS-FILE-PURGED              PIC 9(07).
011700 01  WS-ARCHIVE-SW               PIC X(01).
011800     88  ARCHIVE-OPEN                    VALUE "Y".
011900     88  ARCHIVE-CLOSED                  VALUE "N".
012000 01  WS-HOLD-FILE-SW             PIC X(01) VALUE "Y".
012100     88  HOLDS-RELIABLE                  VALUE "Y".
012200     88  HOLDS-UNRELIABLE                VALUE "N".
012300 01  WS-RECORD-SW                PIC X(01).
012400     88  RECORD-CURRENT                  VALUE "C".
012500     88  RECORD-EXPIRED                  VALUE "E".
012600     88  RECORD-UNDATED                  VALUE "U".
012700 01  WS-HOLD-HIT-SW              PIC X(01).
012800     88  HOLD-FOUND                      VALUE "Y".
012900     88  HOLD-NOT-FOUND                  VALUE "N".
013000*----------------------------------------------------------------
013100* DATE WORK AREAS - THE RECORD'S DATE AS A FULL YYYYMMDD, AND
013200* THE CUTOFF (TODAY LESS THE FILE'S RETENTION). A YEAR COUNTS
013300* AS ITS LAST DAY AND A MONTH AS ITS 31ST, SO NOTHING GOES
013400* BEFORE THE WHOLE PERIOD HAS PASSED THE CUTOFF.
013500*----------------------------------------------------------------
013600 01  WS-DATE-TEXT                PIC X(08).
013700 01  WS-RECORD-DATE REDEFINES WS-DATE-TEXT
013800                                 PIC 9(08).
013900 01  WS-CUTOFF-DATE              PIC 9(08).
014000 01  WS-CUTOFF-DATE-R REDEFINES WS-CUTOFF-DATE.
014100     05  WS-CUTOFF-YYYY          PIC 9(04).
014200     05  WS-CUTOFF-MM            PIC 9(02).
014300     05  WS-CUTOFF-DD            PIC 9(02).
014400 01  WS-RECORD-KEY               PIC X(20).
014500*----------------------------------------------------------------
014600* LEGAL HOLDS, LOADED ONCE FROM LEGAL.HLD
014700*----------------------------------------------------------------
014800 78  RETPURGE-MAX-HOLDS          VALUE 500.
014900 01  WS-HOLD-COUNT               PIC 9(04) VALUE ZERO.
015000 01  WS-HLD-SUB                  PIC 9(04) COMP.
015100 01  WS-HOLD-TABLE.
015200     05  WS-HOLD-ENTRY OCCURS RETPURGE-MAX-HOLDS TIMES.
015300         10  WS-HLD-TYPE         PIC X(01).
015400         10  WS-HLD-KEY          PIC X(20).
015500*----------------------------------------------------------------
015600* PURGE REGISTER LINES
015700*----------------------------------------------------------------
015800 01  WS-REG-HEADING.
015900     05  FILLER                  PIC X(24)
016000         VALUE "  FILE         CUTOFF   ".
016100     05  FILLER                  PIC X(24)
016200         VALUE "   READ    KEPT    HELD ".
016300     05  FILLER                  PIC X(24)
016400         VALUE "UNDATED  PURGED ARCHIVE ".
016500 01  WS-REG-DETAIL.
016600     05  FILLER                  PIC X(02) VALUE SPACES.
016700     05  WS-RGD-FILE             PIC X(12).
016800     05  FILLER                  PIC X(01) VALUE SPACES.
016900     05  WS-RGD-CUTOFF           PIC X(08).
017000     05  FILLER                  PIC X(01) VALUE SPACES.
017100     05  WS-RGD-READ             PIC Z(06)9.
017200     05  FILLER                  PIC X(01) VALUE SPACES.
017300     05  WS-RGD-KEPT             PIC Z(06)9.
017400     05  FILLER                  PIC X(01) VALUE SPACES.
017500     05  WS-RGD-HELD             PIC Z(06)9.
017600     05  FILLER                  PIC X(01) VALUE SPACES.
017700     05  WS-RGD-UNDATED          PIC Z(06)9.
017800     05  FILLER                  PIC X(01) VALUE SPACES.
017900     05  WS-RGD-PURGED           PIC Z(06)9.
018000     05  FILLER                  PIC X(01) VALUE SPACES.
018100     05  WS-RGD-ARCHIVE          PIC X(15).
018200*----------------------------------------------------------------
018300* CALL INTERFACE TO THE SHARED DATE-VALIDATION SUBPROGRAM
018400*----------------------------------------------------------------
018500 COPY "dvalparm.cpy".
018600*----------------------------------------------------------------
018700* CALL INTERFACE TO THE SHARED AUDIT-LOG SUBPROGRAM
018800*----------------------------------------------------------------
018900 COPY "auditparm.cpy".
019000*----------------------------------------------------------------
019100* CALL INTERFACE TO THE SHARED RUN-STATUS SUBPROGRAM
019200*----------------------------------------------------------------
019300 COPY "rstparm.cpy".
019400 PROCEDURE DIVISION.
019500*----------------------------------------------------------------
019600 0000-MAINLINE.
019700*----------------------------------------------------------------
019800     PERFORM 0100-CHECK-STEP-RESTART
019900         THRU 0100-CHECK-STEP-RESTART-EXIT.
020000     MOVE FUNCTION CURRENT-DATE(1:8) TO AUDIT-START-DATE.
020100     MOVE FUNCTION CURRENT-DATE(9:6) TO AUDIT-START-TIME.
020200     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
020300
020400     OPEN INPUT scheduleFile.
020500     IF scheduleFileStatus NOT = "00"
020600         DISPLAY "** RETAIN.SCH NOT FOUND - NOTHING PURGED **"
020700         CLOSE scheduleFile
020800         MOVE 8 TO RETURN-CODE
020900         STOP RUN
021000     END-IF.
021100     PERFORM 1000-LOAD-LEGAL-HOLDS
021200         THRU 1000-LOAD-LEGAL-HOLDS-EXIT.
021300
021400     OPEN EXTEND registerFile.
021500     IF registerFileStatus NOT = "00"
021600         OPEN OUTPUT registerFile
021700     END-IF.
021800     MOVE SPACES TO registerLine.
021900     STRING "RETENTION PURGE RUN " WS-TODAY " - "
022000            WS-HOLD-COUNT " LEGAL HOLD(S) IN FORCE"
022100         DELIMITED BY SIZE INTO registerLine.
022200     WRITE registerLine.
022300     MOVE WS-REG-HEADING TO registerLine.
022400     WRITE registerLine.
022500
022600     PERFORM FOREVER
022700         READ scheduleFile
022800             AT END
022900             EXIT PERFORM
023000         END-READ
023100         IF scheduleRecord NOT = SPACES
023200             ADD 1 TO WS-FILES-SCHEDULED
023300             PERFORM 2000-PURGE-ONE-FILE
023400                 THRU 2000-PURGE-ONE-FILE-EXIT
023500         END-IF
023600     END-PERFORM.
023700     CLOSE scheduleFile.
023800
023900     MOVE SPACES TO registerLine.
024000     WRITE registerLine.
024100     CLOSE registerFile.
024200
024300     DISPLAY WS-FILES-SCHEDULED " file(s) on RETAIN.SCH, "
024400         WS-TOTAL-READ " record(s) read, " WS-TOTAL-PURGED
024500         " purged to archive".
024600
024700     MOVE "RETPURGE" TO AUDIT-PROGRAM-NAME.
024800     MOVE FUNCTION CURRENT-DATE(1:8) TO AUDIT-END-DATE.
024900     MOVE FUNCTION CURRENT-DATE(9:6) TO AUDIT-END-TIME.
025000     MOVE WS-TOTAL-READ TO AUDIT-RECORDS-READ.
025100     MOVE WS-TOTAL-PURGED TO AUDIT-RECORDS-WRITTEN.
025200     MOVE SPACES TO AUDIT-USER-ID.
025300     CALL "AUDITLOG" USING AUDIT-PARM.
025400*    A RERUN FINDS NOTHING LEFT PAST ITS CUTOFF, SO THE STEP IS
025500*    RECORDED COMPLETE EVEN WHEN A FILE WAS SKIPPED.
025600     PERFORM 9100-RECORD-STEP-COMPLETE
025700         THRU 9100-RECORD-STEP-COMPLETE-EXIT.
025800*    SET LAST - ANY LATER CALL RESETS THE RETURN-CODE REGISTER.
025900     MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
026000     STOP RUN.
026100*----------------------------------------------------------------
026200 0100-CHECK-STEP-RESTART.
026300*    ON A RESTART SUBMIT (THE JOB'S .RST NAMES TODAY) A STEP THAT
026400*    ALREADY COMPLETED TONIGHT SKIPS ITSELF, SO THE CHAIN
026500*    RESUMES AT THE FIRST INCOMPLETE STEP INSTEAD OF REDOING
026600*    FINISHED WORK. A NORMAL SUBMIT NEVER SKIPS.
026700*----------------------------------------------------------------
026800     SET RSTAT-SHOULD-SKIP TO TRUE.
026900     MOVE FUNCTION CURRENT-DATE(1:8) TO RSTAT-BUSINESS-DATE.
027000     MOVE "RETPURGE" TO RSTAT-STEP-NAME.
027100     CALL "RUNSTAT" USING RSTAT-PARM.
027200     IF RSTAT-STEP-DONE
027300         DISPLAY "RETPURGE already complete for "
027400             RSTAT-BUSINESS-DATE " - restart skip"
027500         STOP RUN
027600     END-IF.
027700 0100-CHECK-STEP-RESTART-EXIT.
027800     EXIT.
027900*----------------------------------------------------------------
028000 1000-LOAD-LEGAL-HOLDS.
028100*    AN EMPTY LEGAL.HLD MEANS NO HOLDS. A MISSING ONE, OR ONE
028200*    TOO LONG FOR THE TABLE, MEANS THE HOLDS CANNOT BE TRUSTED -
028300*    THE FILES THAT CARRY A HOLD KEY ARE THEN LEFT ALONE.
028400*----------------------------------------------------------------
028500     OPEN INPUT holdFile.
028600     IF holdFileStatus NOT = "00"
028700         DISPLAY "** LEGAL.HLD NOT FOUND - FILES WITH A HOLD "
028800             "KEY ARE NOT PURGED **"
028900         SET HOLDS-UNRELIABLE TO TRUE
029000         MOVE 4 TO WS-FINAL-RETURN-CODE
029100         CLOSE holdFile
029200         GO TO 1000-LOAD-LEGAL-HOLDS-EXIT
029300     END-IF.
029400     PERFORM FOREVER
029500         READ holdFile
029600             AT END
029700             EXIT PERFORM
029800         END-READ
029900         IF holdRecord NOT = SPACES
030000             IF WS-HOLD-COUNT < RETPURGE-MAX-HOLDS
030100                 ADD 1 TO WS-HOLD-COUNT
030200                 MOVE holdType TO WS-HLD-TYPE(WS-HOLD-COUNT)
030300                 MOVE holdKey TO WS-HLD-KEY(WS-HOLD-COUNT)
030400             ELSE
030500                 SET HOLDS-UNRELIABLE TO TRUE
030600             END-IF
030700         END-IF
030800     END-PERFORM.
030900     CLOSE holdFile.
031000     IF HOLDS-UNRELIABLE
031100         DISPLAY "** LEGAL HOLD TABLE FULL AT " RETPURGE-MAX-HOLDS
031200             " - FILES WITH A HOLD KEY ARE NOT PURGED **"
031300         MOVE 8 TO WS-FINAL-RETURN-CODE
031400     END-IF.
031500 1000-LOAD-LEGAL-HOLDS-EXIT.
031600     EXIT.
031700*----------------------------------------------------------------
031800 2000-PURGE-ONE-FILE.
031900*    KEPT RECORDS GO TO THE WORK FILE AND EXPIRED ONES TO THE
032000*    ARCHIVE. ONLY WHEN SOMETHING WAS PURGED IS THE WORK FILE
032100*    COPIED BACK OVER THE LIVE FILE.
032200*----------------------------------------------------------------
032300     MOVE ZERO TO WS-FILE-READ WS-FILE-KEPT WS-FILE-HELD
032400         WS-FILE-UNDATED WS-FILE-PURGED.
032500     SET ARCHIVE-CLOSED TO TRUE.
032600     MOVE schFileName TO WS-LIVE-FILE-NAME WS-RGD-FILE.
032700     MOVE SPACES TO WS-RGD-CUTOFF WS-RGD-ARCHIVE.
032800     MOVE SPACES TO WS-ARCHIVE-FILE-NAME.
032900     STRING schArchivePrefix DELIMITED BY SPACE
033000            "." WS-TODAY(1:6) DELIMITED BY SIZE
033100         INTO WS-ARCHIVE-FILE-NAME.
033200
033300     IF schRetainMonths NOT NUMERIC OR schRetainMonths = ZERO
033400         OR schDatePos NOT NUMERIC OR schDatePos = ZERO
033500         OR schDatePos > 193
033600         OR NOT (SCH-DATE-YYYYMMDD OR SCH-DATE-YYYYMM
033700                 OR SCH-DATE-YYYY)
033800         OR NOT SCH-HOLD-TYPE-VALID
033900         OR schArchivePrefix = SPACES
034000         MOVE "ENTRY NOT VALID" TO WS-RGD-ARCHIVE
034100         GO TO 2000-WRITE-REGISTER
034200     END-IF.
034300     IF NOT SCH-NO-HOLD-KEY
034400         IF schHoldPos NOT NUMERIC OR schHoldPos = ZERO
034500             OR schHoldLen NOT NUMERIC OR schHoldLen = ZERO
034600             OR schHoldLen > 20
034700             OR schHoldPos + schHoldLen > 201
034800             MOVE "ENTRY NOT VALID" TO WS-RGD-ARCHIVE
034900             GO TO 2000-WRITE-REGISTER
035000         END-IF
035100         IF HOLDS-UNRELIABLE
035200             MOVE "HOLDS UNKNOWN" TO WS-RGD-ARCHIVE
035300             GO TO 2000-WRITE-REGISTER
035400         END-IF
035500     END-IF.
035600
035700     PERFORM 2200-COMPUTE-CUTOFF
035800         THRU 2200-COMPUTE-CUTOFF-EXIT.
035900     MOVE WS-CUTOFF-DATE TO WS-RGD-CUTOFF.
036000
036100     OPEN INPUT liveFile.
036200     IF liveFileStatus NOT = "00"
036300         MOVE "NOT FOUND" TO WS-RGD-ARCHIVE
036400         CLOSE liveFile
036500         GO TO 2000-WRITE-REGISTER
036600     END-IF.
036700     OPEN OUTPUT workFile.
036800     PERFORM FOREVER
036900         READ liveFile
037000             AT END
037100             EXIT PERFORM
037200         END-READ
037300         ADD 1 TO WS-FILE-READ
037400         PERFORM 2100-SORT-ONE-RECORD
037500             THRU 2100-SORT-ONE-RECORD-EXIT
037600     END-PERFORM.
037700     CLOSE liveFile.
037800     CLOSE workFile.
037900     IF ARCHIVE-OPEN
038000         CLOSE archiveFile
038100     END-IF.
038200
038300     IF WS-FILE-PURGED > ZERO
038400         PERFORM 2400-REPLACE-LIVE-FILE
038500             THRU 2400-REPLACE-LIVE-FILE-EXIT
038600         MOVE WS-ARCHIVE-FILE-NAME TO WS-RGD-ARCHIVE
038700     END-IF.
038800     ADD WS-FILE-READ TO WS-TOTAL-READ.
038900     ADD WS-FILE-PURGED TO WS-TOTAL-PURGED.
039000
039100 2000-WRITE-REGISTER.
039200     IF WS-RGD-ARCHIVE = "ENTRY NOT VALID"
039300         OR WS-RGD-ARCHIVE = "HOLDS UNKNOWN"
039400         IF WS-FINAL-RETURN-CODE < 4
039500             MOVE 4 TO WS-FINAL-RETURN-CODE
039600         END-IF
039700         DISPLAY "** " schFileName " NOT PURGED - "
039800             WS-RGD-ARCHIVE " **"
039900     ELSE
040000         DISPLAY schFileName " read " WS-FILE-READ ", kept "
040100             WS-FILE-KEPT " (" WS-FILE-HELD " held, "
040200             WS-FILE-UNDATED " undated), purged " WS-FILE-PURGED
040300     END-IF.
040400     MOVE WS-FILE-READ TO WS-RGD-READ.
040500     MOVE WS-FILE-KEPT TO WS-RGD-KEPT.
040600     MOVE WS-FILE-HELD TO WS-RGD-HELD.
040700     MOVE WS-FILE-UNDATED TO WS-RGD-UNDATED.
040800     MOVE WS-FILE-PURGED TO WS-RGD-PURGED.
040900     MOVE WS-REG-DETAIL TO registerLine.
041000     WRITE registerLine.
041100 2000-PURGE-ONE-FILE-EXIT.
041200     EXIT.
041300*----------------------------------------------------------------
041400 2100-SORT-ONE-RECORD.
041500*    A RECORD WITH NO USABLE DATE IS KEPT - IT IS COUNTED SO
041600*    SOMEONE LOOKS AT IT, BUT NOTHING IS PURGED ON A GUESS.
041700*----------------------------------------------------------------
041800     PERFORM 2110-CLASSIFY-RECORD
041900         THRU 2110-CLASSIFY-RECORD-EXIT.
042000     IF RECORD-EXPIRED AND NOT SCH-NO-HOLD-KEY
042100         MOVE liveRecord(schHoldPos:schHoldLen) TO WS-RECORD-KEY
042200         SET HOLD-NOT-FOUND TO TRUE
042300         PERFORM 2120-CHECK-ONE-HOLD
042400             THRU 2120-CHECK-ONE-HOLD-EXIT
042500             VARYING WS-HLD-SUB FROM 1 BY 1
042600             UNTIL WS-HLD-SUB > WS-HOLD-COUNT
042700             OR HOLD-FOUND
042800         IF HOLD-FOUND
042900             ADD 1 TO WS-FILE-HELD
043000             SET RECORD-CURRENT TO TRUE
043100         END-IF
043200     END-IF.
043300     IF RECORD-EXPIRED
043400         IF ARCHIVE-CLOSED
043500             OPEN EXTEND archiveFile
043600             IF archiveFileStatus NOT = "00"
043700                 OPEN OUTPUT archiveFile
043800             END-IF
043900             SET ARCHIVE-OPEN TO TRUE
044000         END-IF
044100         MOVE liveRecord TO archiveRecord
044200         WRITE archiveRecord
044300         ADD 1 TO WS-FILE-PURGED
044400         GO TO 2100-SORT-ONE-RECORD-EXIT
044500     END-IF.
044600     IF RECORD-UNDATED
044700         ADD 1 TO WS-FILE-UNDATED
044800     END-IF.
044900     MOVE liveRecord TO workRecord.
045000     WRITE workRecord.
045100     ADD 1 TO WS-FILE-KEPT.
045200 2100-SORT-ONE-RECORD-EXIT.
045300     EXIT.
045400*----------------------------------------------------------------
045500 2110-CLASSIFY-RECORD.
045600*    BUILD THE RECORD'S DATE AS YYYYMMDD, CHECK IT THROUGH THE
045700*    SHARED DATEVAL, AND SET IT AGAINST THE CUTOFF.
045800*----------------------------------------------------------------
045900     MOVE SPACES TO WS-DATE-TEXT.
046000     EVALUATE TRUE
046100         WHEN SCH-DATE-YYYYMMDD
046200             MOVE liveRecord(schDatePos:8) TO WS-DATE-TEXT
046300         WHEN SCH-DATE-YYYYMM
046400             MOVE liveRecord(schDatePos:6) TO WS-DATE-TEXT(1:6)
046500             MOVE "01" TO WS-DATE-TEXT(7:2)
046600         WHEN OTHER
046700             MOVE liveRecord(schDatePos:4) TO WS-DATE-TEXT(1:4)
046800             MOVE "1231" TO WS-DATE-TEXT(5:4)
046900     END-EVALUATE.
047000     IF WS-DATE-TEXT NOT NUMERIC
047100         SET RECORD-UNDATED TO TRUE
047200         GO TO 2110-CLASSIFY-RECORD-EXIT
047300     END-IF.
047400     MOVE WS-RECORD-DATE TO DVAL-DATE.
047500     CALL "DATEVAL" USING DVAL-PARM.
047600     IF DVAL-IS-NOT-VALID
047700         SET RECORD-UNDATED TO TRUE
047800         GO TO 2110-CLASSIFY-RECORD-EXIT
047900     END-IF.
048000     IF SCH-DATE-YYYYMM
048100         MOVE "31" TO WS-DATE-TEXT(7:2)
048200     END-IF.
048300     IF WS-RECORD-DATE < WS-CUTOFF-DATE
048400         SET RECORD-EXPIRED TO TRUE
048500     ELSE
048600         SET RECORD-CURRENT TO TRUE
048700     END-IF.
048800 2110-CLASSIFY-RECORD-EXIT.
048900     EXIT.
049000*----------------------------------------------------------------
049100 2120-CHECK-ONE-HOLD.
049200*----------------------------------------------------------------
049300     IF WS-HLD-TYPE(WS-HLD-SUB) = schHoldType
049400         AND WS-HLD-KEY(WS-HLD-SUB) = WS-RECORD-KEY
049500         SET HOLD-FOUND TO TRUE
049600     END-IF.
049700 2120-CHECK-ONE-HOLD-EXIT.
049800     EXIT.
049900*----------------------------------------------------------------
050000 2200-COMPUTE-CUTOFF.
050100*    WS-CUTOFF-DATE = TODAY LESS THE FILE'S RETENTION IN MONTHS.
050200*    THE DAY IS LEFT AS IT IS - IT IS ONLY EVER COMPARED.
050300*----------------------------------------------------------------
050400     MOVE WS-TODAY TO WS-CUTOFF-DATE.
050500     PERFORM 2210-BACK-ONE-MONTH
050600         THRU 2210-BACK-ONE-MONTH-EXIT
050700         schRetainMonths TIMES.
050800 2200-COMPUTE-CUTOFF-EXIT.
050900     EXIT.
051000*----------------------------------------------------------------
051100 2210-BACK-ONE-MONTH.
051200*----------------------------------------------------------------
051300     IF WS-CUTOFF-MM = 1
051400         MOVE 12 TO WS-CUTOFF-MM
051500         SUBTRACT 1 FROM WS-CUTOFF-YYYY
051600     ELSE
051700         SUBTRACT 1 FROM WS-CUTOFF-MM
051800     END-IF.
051900 2210-BACK-ONE-MONTH-EXIT.
052000     EXIT.
052100*----------------------------------------------------------------
052200 2400-REPLACE-LIVE-FILE.
052300*    THE EXPIRED RECORDS ARE SAFE IN THE ARCHIVE BY NOW. THE
052400*    LIVE FILE IS REWRITTEN FROM THE WORK FILE'S KEPT RECORDS.
052500*----------------------------------------------------------------
052600     OPEN INPUT workFile.
052700     OPEN OUTPUT liveFile.
052800     PERFORM FOREVER
052900         READ workFile
053000             AT END
053100             EXIT PERFORM
053200         END-READ
053300         MOVE workRecord TO liveRecord
053400         WRITE liveRecord
053500     END-PERFORM.
053600     CLOSE workFile.
053700     CLOSE liveFile.
053800 2400-REPLACE-LIVE-FILE-EXIT.
053900     EXIT.
054000*----------------------------------------------------------------
054100 9100-RECORD-STEP-COMPLETE.
054200*    A CLEAN FINISH GOES ON THE RUN-STATUS FILE SO A RESTART
054300*    SUBMIT CAN SKIP THIS STEP.
054400*----------------------------------------------------------------
054500     SET RSTAT-RECORD-COMPLETE TO TRUE.
054600     MOVE FUNCTION CURRENT-DATE(1:8) TO RSTAT-BUSINESS-DATE.
054700     MOVE "RETPURGE" TO RSTAT-STEP-NAME.
054800     CALL "RUNSTAT" USING RSTAT-PARM.
054900 9100-RECORD-STEP-COMPLETE-EXIT.
055000     EXIT.
