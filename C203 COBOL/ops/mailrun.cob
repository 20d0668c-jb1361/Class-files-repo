000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    MAILRUN.
000300 AUTHOR.        D. LEHMAN.
000400 INSTALLATION.  SHOP-WIDE - OPERATIONS.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 10/15/2026  DL  INITIAL VERSION. THE NIGHT'S CORRESPONDENCE RUN.
001100*                 LAB30.NTC OVERDUE NOTICES, LAB30.STM STATEMENTS,
001200*                 LAB30.EXC EXIT CLEARANCES, AND THE lab36.ntf
001300*                 ACADEMIC STANDING LETTERS ARE MERGED INTO ONE
001400*                 MAIL FILE, MAIL.OUT, SORTED BY DELIVERY ROUTE -
001500*                 CAMPUS MAIL BY MAIL STOP, THEN POSTAL MAIL BY
001600*                 ZIP - WITH THE ADDRESS BLOCK FROM ADDRESS.MST
001700*                 (MAINTAINED BY ADRMNT) AHEAD OF EACH LETTER.
001800*                 EACH ADDRESSED LETTER ALSO GETS A LABEL ON
001900*                 MAIL.LBL. A LETTER WITH NO ADDRESS ON FILE GOES
002000*                 TO THE END OF MAIL.OUT MARKED HELD, ITS PARTY
002100*                 GOES TO REJECT.LOG, AND THE STEP ENDS WITH
002200*                 CONDITION CODE 4. THE ITEM COUNTS BY SOURCE AND
002300*                 BY DELIVERY METHOD GO ON MAIL.RPT FOR THE
002400*                 MAILROOM.
002500*----------------------------------------------------------------
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT OPTIONAL addressMaster ASSIGN TO "ADDRESS.MST"
003000         ORGANIZATION LINE SEQUENTIAL
003100         FILE STATUS IS addressMasterStatus.
003200     SELECT letterFile ASSIGN USING WS-LETTER-FILE-NAME
003300         ORGANIZATION LINE SEQUENTIAL
003400         FILE STATUS IS letterFileStatus.
003500     SELECT OPTIONAL standingFile ASSIGN TO "lab36.ntf"
003600         ORGANIZATION LINE SEQUENTIAL
003700         FILE STATUS IS standingFileStatus.
003800     SELECT workFile ASSIGN TO "mail.work"
003900         ORGANIZATION LINE SEQUENTIAL.
004000     SELECT sortedFile ASSIGN TO "MAIL.SRT"
004100         ORGANIZATION LINE SEQUENTIAL.
004200     SELECT mailFile ASSIGN TO "MAIL.OUT"
004300         ORGANIZATION LINE SEQUENTIAL.
004400     SELECT labelFile ASSIGN TO "MAIL.LBL"
004500         ORGANIZATION LINE SEQUENTIAL.
004600     SELECT reportFile ASSIGN TO "MAIL.RPT"
004700         ORGANIZATION LINE SEQUENTIAL.
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  addressMaster.
005100 01  addressMasterRecord.
005200     05  adrPartyType            PIC X(01).
005300     05  adrPartyKey             PIC X(20).
005400     05  adrDelivery             PIC X(01).
005500     05  adrMailStop             PIC X(06).
005600     05  adrDepartment           PIC X(20).
005700     05  adrStreet               PIC X(25).
005800     05  adrCity                 PIC X(15).
005900     05  adrState                PIC X(02).
006000     05  adrZip                  PIC X(10).
006100 FD  letterFile.
006200 01  letterRecord                PIC X(80).
006300 FD  standingFile.
006400 01  ntfDetails.
006500     05  ntfStudentName          PIC A(20).
006600     05  ntfGpa                  PIC 9V99.
006700     05  FILLER                  PIC X(01).
006800     05  ntfCategory             PIC X(17).
006900 SD  workFile.
007000 01  mailItemW.
007100     05  srtMethodOrderW         PIC X(01).
007200     05  srtRouteW               PIC X(10).
007300     05  srtPartyTypeW           PIC X(01).
007400     05  srtPartyKeyW            PIC X(20).
007500     05  srtLetterSeqW           PIC 9(05).
007600     05  srtLineSeqW             PIC 9(03).
007700     05  srtAdrSubW              PIC 9(04).
007800     05  srtNameW                PIC X(20).
007900     05  srtLineW                PIC X(80).
008000 FD  sortedFile.
008100 01  mailItem.
008200     05  srtMethodOrder          PIC X(01).
008300         88  ITEM-CAMPUS-MAIL            VALUE "1".
008400         88  ITEM-POSTAL-MAIL            VALUE "2".
008500         88  ITEM-HELD                   VALUE "3".
008600     05  srtRoute                PIC X(10).
008700     05  srtPartyType            PIC X(01).
008800     05  srtPartyKey             PIC X(20).
008900     05  srtLetterSeq            PIC 9(05).
009000     05  srtLineSeq              PIC 9(03).
009100     05  srtAdrSub               PIC 9(04).
009200     05  srtName                 PIC X(20).
009300     05  srtLine                 PIC X(80).
009400 FD  mailFile.
009500 01  mailRecord                  PIC X(80).
009600 FD  labelFile.
009700 01  labelRecord.
009800     05  lblDelivery             PIC X(01).
009900     05  lblRoute                PIC X(10).
010000     05  lblName                 PIC X(20).
010100     05  lblLine1                PIC X(25).
010200     05  lblLine2                PIC X(30).
010300 FD  reportFile.
010400 01  reportRecord                PIC X(70).
010500 WORKING-STORAGE SECTION.
010600*----------------------------------------------------------------
010700* FILE STATUS AND RUN FIELDS
010800*----------------------------------------------------------------
010900 01  addressMasterStatus         PIC X(02).
011000 01  letterFileStatus            PIC X(02).
011100 01  standingFileStatus          PIC X(02).
011200 01  WS-LETTER-FILE-NAME         PIC X(12).
011300 01  WS-FINAL-RETURN-CODE        PIC 9(01) VALUE ZERO.
011400 01  WS-TODAY                    PIC 9(08).
011500 01  WS-ADDRESS-FILE-SW          PIC X(01) VALUE "N".
011600     88  ADDRESS-FILE-READ               VALUE "Y".
011700     88  ADDRESS-FILE-MISSING            VALUE "N".
011800 01  WS-IN-LETTER-SW             PIC X(01).
011900     88  IN-A-LETTER                     VALUE "Y".
012000     88  BETWEEN-LETTERS                 VALUE "N".
012100 01  WS-LETTER-SEQ               PIC 9(05) VALUE ZERO.
012200 01  WS-LINE-SEQ                 PIC 9(03) VALUE ZERO.
012300 01  WS-PREV-LETTER-SEQ          PIC 9(05) VALUE ZERO.
012400 01  WS-GPA-EDIT                 PIC 9.99.
012500*----------------------------------------------------------------
012600* THE LETTER SOURCES - FILE, MAILROOM TITLE, AND THE HEADING
012700* THAT STARTS EACH LETTER. THE FACULTY NUMBER FOLLOWS THE HEADING
012800* AND THE NAME FOLLOWS THE NUMBER AFTER TWO SPACES, THE WAY LAB30
012900* WRITES THEM. lab36.ntf IS A RECORD FILE, ONE STUDENT A RECORD,
013000* AND THE LETTER IS COMPOSED HERE.
013100*----------------------------------------------------------------
013200 78  MAILRUN-SOURCE-COUNT        VALUE 4.
013300 78  MAILRUN-STANDING-SOURCE     VALUE 4.
013400 01  WS-SOURCE-VALUES.
013500     05  FILLER                  PIC X(36) VALUE
013600         "LAB30.NTC   OVERDUE LOAN NOTICES    ".
013700     05  FILLER                  PIC X(47) VALUE
013800         "42NOTICE OF OVERDUE FACULTY LOANS - FACULTY    ".
013900     05  FILLER                  PIC X(36) VALUE
014000         "LAB30.STM   FACULTY STATEMENTS      ".
014100     05  FILLER                  PIC X(47) VALUE
014200         "20FACULTY STATEMENT -                          ".
014300     05  FILLER                  PIC X(36) VALUE
014400         "LAB30.EXC   EXIT CLEARANCES         ".
014500     05  FILLER                  PIC X(47) VALUE
014600         "25EXIT CLEARANCE - FACULTY                     ".
014700     05  FILLER                  PIC X(36) VALUE
014800         "lab36.ntf   ACADEMIC STANDING       ".
014900     05  FILLER                  PIC X(47) VALUE
015000         "00                                             ".
015100 01  WS-SOURCE-TABLE REDEFINES WS-SOURCE-VALUES.
015200     05  WS-SOURCE-ENTRY OCCURS MAILRUN-SOURCE-COUNT TIMES.
015300         10  WS-SRC-FILE         PIC X(12).
015400         10  WS-SRC-TITLE        PIC X(24).
015500         10  WS-SRC-PREFIX-LEN   PIC 9(02).
015600         10  WS-SRC-PREFIX       PIC X(45).
015700 01  WS-SOURCE-COUNTS.
015800     05  WS-SOURCE-COUNT-ENTRY OCCURS MAILRUN-SOURCE-COUNT TIMES.
015900         10  WS-SRC-LETTERS      PIC 9(05).
016000         10  WS-SRC-FOUND-SW     PIC X(01).
016100 01  WS-SRC-SUB                  PIC 9(02) COMP.
016200 01  WS-KEY-POS                  PIC 9(02) COMP.
016300 01  WS-NAME-POS                 PIC 9(02) COMP.
016400*----------------------------------------------------------------
016500* ADDRESS.MST, HELD WHOLE FOR THE LOOKUPS
016600*----------------------------------------------------------------
016700 78  MAILRUN-MAX-ADDRESSES       VALUE 2000.
016800 01  WS-ADR-COUNT                PIC 9(04) COMP VALUE ZERO.
016900 01  WS-ADR-SUB                  PIC 9(04) COMP.
017000 01  WS-ADR-HIT                  PIC 9(04) COMP VALUE ZERO.
017100 01  WS-ADDRESS-TABLE.
017200     05  WS-ADR-ENTRY OCCURS MAILRUN-MAX-ADDRESSES TIMES.
017300         10  WS-ADR-TYPE         PIC X(01).
017400         10  WS-ADR-KEY          PIC X(20).
017500         10  WS-ADR-DELIVERY     PIC X(01).
017600             88  ADR-CAMPUS-MAIL         VALUE "C".
017700             88  ADR-POSTAL-MAIL         VALUE "P".
017800         10  WS-ADR-MAIL-STOP    PIC X(06).
017900         10  WS-ADR-DEPARTMENT   PIC X(20).
018000         10  WS-ADR-STREET       PIC X(25).
018100         10  WS-ADR-CITY         PIC X(15).
018200         10  WS-ADR-STATE        PIC X(02).
018300         10  WS-ADR-ZIP          PIC X(10).
018400*----------------------------------------------------------------
018500* THE LETTER BEING RELEASED TO THE SORT
018600*----------------------------------------------------------------
018700 01  WS-CUR-ITEM.
018800     05  WS-CUR-METHOD-ORDER     PIC X(01).
018900     05  WS-CUR-ROUTE            PIC X(10).
019000     05  WS-CUR-PARTY-TYPE       PIC X(01).
019100     05  WS-CUR-PARTY-KEY        PIC X(20).
019200     05  WS-CUR-LETTER-SEQ       PIC 9(05).
019300     05  WS-CUR-LINE-SEQ         PIC 9(03).
019400     05  WS-CUR-ADR-SUB          PIC 9(04).
019500     05  WS-CUR-NAME             PIC X(20).
019600     05  WS-CUR-LINE             PIC X(80).
019700*----------------------------------------------------------------
019800* ITEM COUNTS BY DELIVERY METHOD
019900*----------------------------------------------------------------
020000 01  WS-LETTERS-READ             PIC 9(05) VALUE ZERO.
020100 01  WS-CAMPUS-COUNT             PIC 9(05) VALUE ZERO.
020200 01  WS-POSTAL-COUNT             PIC 9(05) VALUE ZERO.
020300 01  WS-HELD-COUNT               PIC 9(05) VALUE ZERO.
020400 01  WS-ITEM-COUNT               PIC 9(05) VALUE ZERO.
020500 01  WS-LABEL-COUNT              PIC 9(05) VALUE ZERO.
020600*----------------------------------------------------------------
020700* REPORT LINES
020800*----------------------------------------------------------------
020900 01  WS-MRP-DETAIL.
021000     05  FILLER                  PIC X(04) VALUE SPACES.
021100     05  WS-MRP-SOURCE.
021200         10  WS-MRP-FILE         PIC X(12).
021300         10  WS-MRP-TITLE        PIC X(30).
021400     05  WS-MRP-METHOD REDEFINES WS-MRP-SOURCE
021500                                 PIC X(42).
021600     05  WS-MRP-COUNT            PIC ZZ,ZZ9.
021700     05  FILLER                  PIC X(02) VALUE SPACES.
021800     05  WS-MRP-NOTE             PIC X(16).
021900*----------------------------------------------------------------
022000* CALL INTERFACES TO THE SHARED REJECT-LOG, AUDIT-LOG, AND
022100* RUN-STATUS SUBPROGRAMS
022200*----------------------------------------------------------------
022300 COPY "rejparm.cpy".
022400 COPY "auditparm.cpy".
022500 COPY "rstparm.cpy".
022600 PROCEDURE DIVISION.
022700*----------------------------------------------------------------
022800 0000-MAINLINE.
022900*----------------------------------------------------------------
023000     PERFORM 0100-CHECK-STEP-RESTART
023100         THRU 0100-CHECK-STEP-RESTART-EXIT.
023200     MOVE FUNCTION CURRENT-DATE(1:8) TO AUDIT-START-DATE.
023300     MOVE FUNCTION CURRENT-DATE(9:6) TO AUDIT-START-TIME.
023400     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
023500     INITIALIZE WS-SOURCE-COUNTS.
023600     PERFORM 1000-LOAD-ADDRESS-MASTER
023700         THRU 1000-LOAD-ADDRESS-MASTER-EXIT.
023800
023900     SORT workFile ON ASCENDING KEY srtMethodOrderW
024000         ASCENDING KEY srtRouteW
024100         ASCENDING KEY srtPartyTypeW
024200         ASCENDING KEY srtPartyKeyW
024300         ASCENDING KEY srtLetterSeqW
024400         ASCENDING KEY srtLineSeqW
024500         INPUT PROCEDURE 2000-RELEASE-ALL-LETTERS
024600             THRU 2000-RELEASE-ALL-LETTERS-EXIT
024700         GIVING sortedFile.
024800
024900     PERFORM 4000-WRITE-MAIL-FILE
025000         THRU 4000-WRITE-MAIL-FILE-EXIT.
025100     PERFORM 7000-WRITE-REPORT
025200         THRU 7000-WRITE-REPORT-EXIT.
025300     DISPLAY WS-ITEM-COUNT " item(s) to MAIL.OUT - "
025400         WS-CAMPUS-COUNT " campus, " WS-POSTAL-COUNT " postal, "
025500         WS-HELD-COUNT " held".
025600     IF WS-HELD-COUNT NOT = ZERO
025700         DISPLAY "** " WS-HELD-COUNT " LETTER(S) HELD - NO "
025800             "ADDRESS ON FILE. SEE REJECT.LOG AND ADD THEM WITH "
025900             "ADRMNT **"
026000         MOVE 4 TO WS-FINAL-RETURN-CODE
026100     END-IF.
026200
026300     MOVE "MAILRUN" TO AUDIT-PROGRAM-NAME.
026400     MOVE FUNCTION CURRENT-DATE(1:8) TO AUDIT-END-DATE.
026500     MOVE FUNCTION CURRENT-DATE(9:6) TO AUDIT-END-TIME.
026600     MOVE WS-LETTERS-READ TO AUDIT-RECORDS-READ.
026700     MOVE WS-ITEM-COUNT TO AUDIT-RECORDS-WRITTEN.
026800     MOVE SPACES TO AUDIT-USER-ID.
026900     CALL "AUDITLOG" USING AUDIT-PARM.
027000*    THE MAIL FILE IS BUILT WHATEVER WAS HELD, AND A RERUN WOULD
027100*    LOG EVERY HELD LETTER TO REJECT.LOG A SECOND TIME - SO THE
027200*    STEP IS ALWAYS RECORDED COMPLETE.
027300     PERFORM 9100-RECORD-STEP-COMPLETE
027400         THRU 9100-RECORD-STEP-COMPLETE-EXIT.
027500*    SET LAST - ANY LATER CALL RESETS THE RETURN-CODE REGISTER.
027600     MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
027700     STOP RUN.
027800*----------------------------------------------------------------
027900 0100-CHECK-STEP-RESTART.
028000*    ON A RESTART SUBMIT (THE JOB'S .RST NAMES TODAY) A STEP THAT
028100*    ALREADY COMPLETED TONIGHT SKIPS ITSELF, SO THE CHAIN
028200*    RESUMES AT THE FIRST INCOMPLETE STEP INSTEAD OF REDOING
028300*    FINISHED WORK. A NORMAL SUBMIT NEVER SKIPS.
028400*----------------------------------------------------------------
028500     SET RSTAT-SHOULD-SKIP TO TRUE.
028600     MOVE FUNCTION CURRENT-DATE(1:8) TO RSTAT-BUSINESS-DATE.
028700     MOVE "MAILRUN" TO RSTAT-STEP-NAME.
028800     CALL "RUNSTAT" USING RSTAT-PARM.
028900     IF RSTAT-STEP-DONE
029000         DISPLAY "MAILRUN already complete for "
029100             RSTAT-BUSINESS-DATE " - restart skip"
029200         STOP RUN
029300     END-IF.
029400 0100-CHECK-STEP-RESTART-EXIT.
029500     EXIT.
029600*----------------------------------------------------------------
029700 1000-LOAD-ADDRESS-MASTER.
029800*    NO ADDRESS.MST MEANS EVERY LETTER IS HELD - THE RUN STILL
029900*    PRODUCES THE MERGED FILE SO NOTHING IS LOST.
030000*----------------------------------------------------------------
030100     OPEN INPUT addressMaster.
030200     IF addressMasterStatus NOT = "00"
030300         DISPLAY "** ADDRESS.MST NOT FOUND - EVERY LETTER WILL "
030400             "BE HELD **"
030500         CLOSE addressMaster
030600         GO TO 1000-LOAD-ADDRESS-MASTER-EXIT
030700     END-IF.
030800     SET ADDRESS-FILE-READ TO TRUE.
030900     PERFORM FOREVER
031000         READ addressMaster
031100             AT END
031200             EXIT PERFORM
031300         END-READ
031400         IF WS-ADR-COUNT < MAILRUN-MAX-ADDRESSES
031500             ADD 1 TO WS-ADR-COUNT
031600             MOVE addressMasterRecord
031700                 TO WS-ADR-ENTRY(WS-ADR-COUNT)
031800         ELSE
031900             DISPLAY "** ADDRESS.MST HOLDS MORE THAN "
032000                 MAILRUN-MAX-ADDRESSES " RECORDS - THE REST ARE "
032100                 "IGNORED **"
032200             MOVE 4 TO WS-FINAL-RETURN-CODE
032300             EXIT PERFORM
032400         END-IF
032500     END-PERFORM.
032600     CLOSE addressMaster.
032700 1000-LOAD-ADDRESS-MASTER-EXIT.
032800     EXIT.
032900*----------------------------------------------------------------
033000 2000-RELEASE-ALL-LETTERS.
033100*    INPUT PROCEDURE FOR THE ROUTE SORT - EVERY LINE OF EVERY
033200*    LETTER, TAGGED WITH ITS ADDRESSEE'S ROUTE.
033300*----------------------------------------------------------------
033400     PERFORM 2100-RELEASE-ONE-SOURCE
033500         THRU 2100-RELEASE-ONE-SOURCE-EXIT
033600         VARYING WS-SRC-SUB FROM 1 BY 1
033700         UNTIL WS-SRC-SUB >= MAILRUN-STANDING-SOURCE.
033800     MOVE MAILRUN-STANDING-SOURCE TO WS-SRC-SUB.
033900     PERFORM 2300-RELEASE-STANDING-LETTERS
034000         THRU 2300-RELEASE-STANDING-LETTERS-EXIT.
034100 2000-RELEASE-ALL-LETTERS-EXIT.
034200     EXIT.
034300*----------------------------------------------------------------
034400 2100-RELEASE-ONE-SOURCE.
034500*    A LAB30 LETTER FILE. A LINE STARTING WITH THE SOURCE'S
034600*    HEADING OPENS A NEW LETTER; THE LINES AFTER IT, DOWN TO THE
034700*    NEXT HEADING, BELONG TO IT. ANYTHING AHEAD OF THE FIRST
034800*    HEADING (THE EXIT CLEARANCE REPORT TITLE) IS NOT MAIL.
034900*----------------------------------------------------------------
035000     MOVE WS-SRC-FILE(WS-SRC-SUB) TO WS-LETTER-FILE-NAME.
035100     OPEN INPUT letterFile.
035200     IF letterFileStatus NOT = "00"
035300         CLOSE letterFile
035400         GO TO 2100-RELEASE-ONE-SOURCE-EXIT
035500     END-IF.
035600     MOVE "Y" TO WS-SRC-FOUND-SW(WS-SRC-SUB).
035700     COMPUTE WS-KEY-POS = WS-SRC-PREFIX-LEN(WS-SRC-SUB) + 1.
035800     COMPUTE WS-NAME-POS = WS-SRC-PREFIX-LEN(WS-SRC-SUB) + 6.
035900     SET BETWEEN-LETTERS TO TRUE.
036000     PERFORM FOREVER
036100         READ letterFile
036200             AT END
036300             EXIT PERFORM
036400         END-READ
036500         PERFORM 2110-RELEASE-ONE-LINE
036600             THRU 2110-RELEASE-ONE-LINE-EXIT
036700     END-PERFORM.
036800     CLOSE letterFile.
036900 2100-RELEASE-ONE-SOURCE-EXIT.
037000     EXIT.
037100*----------------------------------------------------------------
037200 2110-RELEASE-ONE-LINE.
037300*----------------------------------------------------------------
037400     IF letterRecord(1:WS-SRC-PREFIX-LEN(WS-SRC-SUB))
037500         = WS-SRC-PREFIX(WS-SRC-SUB)
037600             (1:WS-SRC-PREFIX-LEN(WS-SRC-SUB))
037700         SET IN-A-LETTER TO TRUE
037800         MOVE "F" TO WS-CUR-PARTY-TYPE
037900         MOVE SPACES TO WS-CUR-PARTY-KEY
038000         MOVE letterRecord(WS-KEY-POS:3) TO WS-CUR-PARTY-KEY
038100         MOVE SPACES TO WS-CUR-NAME
038200         MOVE letterRecord(WS-NAME-POS:17) TO WS-CUR-NAME
038300         PERFORM 2500-START-ONE-LETTER
038400             THRU 2500-START-ONE-LETTER-EXIT
038500     END-IF.
038600     IF BETWEEN-LETTERS
038700         GO TO 2110-RELEASE-ONE-LINE-EXIT
038800     END-IF.
038900     MOVE letterRecord TO WS-CUR-LINE.
039000     PERFORM 2600-RELEASE-ONE-ITEM-LINE
039100         THRU 2600-RELEASE-ONE-ITEM-LINE-EXIT.
039200 2110-RELEASE-ONE-LINE-EXIT.
039300     EXIT.
039400*----------------------------------------------------------------
039500 2300-RELEASE-STANDING-LETTERS.
039600*    lab36.ntf CARRIES ONLY THE STUDENT, THE GPA, AND THE
039700*    STANDING - THE LETTER ITSELF IS WRITTEN HERE.
039800*----------------------------------------------------------------
039900     OPEN INPUT standingFile.
040000     IF standingFileStatus NOT = "00"
040100         CLOSE standingFile
040200         GO TO 2300-RELEASE-STANDING-LETTERS-EXIT
040300     END-IF.
040400     MOVE "Y" TO WS-SRC-FOUND-SW(WS-SRC-SUB).
040500     PERFORM FOREVER
040600         READ standingFile
040700             AT END
040800             EXIT PERFORM
040900         END-READ
041000         PERFORM 2310-RELEASE-ONE-STANDING
041100             THRU 2310-RELEASE-ONE-STANDING-EXIT
041200     END-PERFORM.
041300     CLOSE standingFile.
041400 2300-RELEASE-STANDING-LETTERS-EXIT.
041500     EXIT.
041600*----------------------------------------------------------------
041700 2310-RELEASE-ONE-STANDING.
041800*----------------------------------------------------------------
041900     MOVE "S" TO WS-CUR-PARTY-TYPE.
042000     MOVE ntfStudentName TO WS-CUR-PARTY-KEY.
042100     MOVE ntfStudentName TO WS-CUR-NAME.
042200     PERFORM 2500-START-ONE-LETTER
042300         THRU 2500-START-ONE-LETTER-EXIT.
042400     MOVE SPACES TO WS-CUR-LINE.
042500     STRING "NOTICE OF ACADEMIC STANDING - " DELIMITED BY SIZE
042600            ntfStudentName DELIMITED BY SIZE
042700         INTO WS-CUR-LINE.
042800     PERFORM 2600-RELEASE-ONE-ITEM-LINE
042900         THRU 2600-RELEASE-ONE-ITEM-LINE-EXIT.
043000     MOVE ntfGpa TO WS-GPA-EDIT.
043100     MOVE SPACES TO WS-CUR-LINE.
043200     STRING "  CUMULATIVE GPA " DELIMITED BY SIZE
043300            WS-GPA-EDIT DELIMITED BY SIZE
043400            "  STANDING - " DELIMITED BY SIZE
043500            ntfCategory DELIMITED BY SIZE
043600         INTO WS-CUR-LINE.
043700     PERFORM 2600-RELEASE-ONE-ITEM-LINE
043800         THRU 2600-RELEASE-ONE-ITEM-LINE-EXIT.
043900     MOVE "  PLEASE SEE YOUR ADVISOR BEFORE THE NEXT TERM BEGINS"
044000         TO WS-CUR-LINE.
044100     PERFORM 2600-RELEASE-ONE-ITEM-LINE
044200         THRU 2600-RELEASE-ONE-ITEM-LINE-EXIT.
044300     MOVE SPACES TO WS-CUR-LINE.
044400     PERFORM 2600-RELEASE-ONE-ITEM-LINE
044500         THRU 2600-RELEASE-ONE-ITEM-LINE-EXIT.
044600 2310-RELEASE-ONE-STANDING-EXIT.
044700     EXIT.
044800*----------------------------------------------------------------
044900 2500-START-ONE-LETTER.
045000*    A NEW LETTER FOR THE PARTY IN WS-CUR-PARTY-TYPE/KEY. ITS
045100*    ADDRESS DECIDES WHERE IT SORTS: CAMPUS MAIL BY MAIL STOP,
045200*    THEN POSTAL MAIL BY ZIP, THEN THE HELD LETTERS.
045300*----------------------------------------------------------------
045400     ADD 1 TO WS-LETTER-SEQ.
045500     ADD 1 TO WS-LETTERS-READ.
045600     ADD 1 TO WS-SRC-LETTERS(WS-SRC-SUB).
045700     MOVE WS-LETTER-SEQ TO WS-CUR-LETTER-SEQ.
045800     MOVE ZERO TO WS-LINE-SEQ.
045900     MOVE ZERO TO WS-ADR-HIT.
046000     PERFORM 2510-CHECK-ONE-ADDRESS
046100         THRU 2510-CHECK-ONE-ADDRESS-EXIT
046200         VARYING WS-ADR-SUB FROM 1 BY 1
046300         UNTIL WS-ADR-SUB > WS-ADR-COUNT
046400         OR WS-ADR-HIT NOT = ZERO.
046500     MOVE WS-ADR-HIT TO WS-CUR-ADR-SUB.
046600     EVALUATE TRUE
046700         WHEN WS-ADR-HIT = ZERO
046800             MOVE "3" TO WS-CUR-METHOD-ORDER
046900             MOVE SPACES TO WS-CUR-ROUTE
047000             PERFORM 8000-LOG-HELD-LETTER
047100                 THRU 8000-LOG-HELD-LETTER-EXIT
047200         WHEN ADR-CAMPUS-MAIL(WS-ADR-HIT)
047300             MOVE "1" TO WS-CUR-METHOD-ORDER
047400             MOVE WS-ADR-MAIL-STOP(WS-ADR-HIT) TO WS-CUR-ROUTE
047500         WHEN OTHER
047600             MOVE "2" TO WS-CUR-METHOD-ORDER
047700             MOVE WS-ADR-ZIP(WS-ADR-HIT) TO WS-CUR-ROUTE
047800     END-EVALUATE.
047900 2500-START-ONE-LETTER-EXIT.
048000     EXIT.
048100*----------------------------------------------------------------
048200 2510-CHECK-ONE-ADDRESS.
048300*----------------------------------------------------------------
048400     IF WS-ADR-TYPE(WS-ADR-SUB) = WS-CUR-PARTY-TYPE
048500         AND WS-ADR-KEY(WS-ADR-SUB) = WS-CUR-PARTY-KEY
048600         MOVE WS-ADR-SUB TO WS-ADR-HIT
048700     END-IF.
048800 2510-CHECK-ONE-ADDRESS-EXIT.
048900     EXIT.
049000*----------------------------------------------------------------
049100 2600-RELEASE-ONE-ITEM-LINE.
049200*----------------------------------------------------------------
049300     ADD 1 TO WS-LINE-SEQ.
049400     MOVE WS-LINE-SEQ TO WS-CUR-LINE-SEQ.
049500     RELEASE mailItemW FROM WS-CUR-ITEM.
049600 2600-RELEASE-ONE-ITEM-LINE-EXIT.
049700     EXIT.
049800*----------------------------------------------------------------
049900 4000-WRITE-MAIL-FILE.
050000*    THE SORTED LINES GO OUT WITH AN ADDRESS BLOCK AHEAD OF EACH
050100*    LETTER AND A LABEL FOR EACH ADDRESSED ONE.
050200*----------------------------------------------------------------
050300     OPEN OUTPUT mailFile.
050400     OPEN OUTPUT labelFile.
050500     OPEN INPUT sortedFile.
050600     PERFORM FOREVER
050700         READ sortedFile
050800             AT END
050900             EXIT PERFORM
051000         END-READ
051100         IF srtLetterSeq NOT = WS-PREV-LETTER-SEQ
051200             PERFORM 4100-START-ONE-ITEM
051300                 THRU 4100-START-ONE-ITEM-EXIT
051400         END-IF
051500         MOVE srtLine TO mailRecord
051600         WRITE mailRecord
051700     END-PERFORM.
051800     CLOSE sortedFile.
051900     CLOSE labelFile.
052000     CLOSE mailFile.
052100 4000-WRITE-MAIL-FILE-EXIT.
052200     EXIT.
052300*----------------------------------------------------------------
052400 4100-START-ONE-ITEM.
052500*    THE ADDRESS BLOCK - DELIVERY AND ROUTE, THE ADDRESSEE, AND
052600*    TWO ADDRESS LINES - THEN ONE BLANK LINE BEFORE THE LETTER.
052700*----------------------------------------------------------------
052800     MOVE srtLetterSeq TO WS-PREV-LETTER-SEQ.
052900     ADD 1 TO WS-ITEM-COUNT.
053000     MOVE SPACES TO labelRecord.
053100     MOVE srtRoute TO lblRoute.
053200     MOVE srtName TO lblName.
053300     EVALUATE TRUE
053400         WHEN ITEM-CAMPUS-MAIL
053500             ADD 1 TO WS-CAMPUS-COUNT
053600             MOVE "C" TO lblDelivery
053700             MOVE WS-ADR-DEPARTMENT(srtAdrSub) TO lblLine1
053800             STRING "MAIL STOP " DELIMITED BY SIZE
053900                    WS-ADR-MAIL-STOP(srtAdrSub) DELIMITED BY SIZE
054000                 INTO lblLine2
054100             MOVE SPACES TO mailRecord
054200             STRING "*** CAMPUS MAIL - ROUTE " DELIMITED BY SIZE
054300                    srtRoute DELIMITED BY SIZE
054400                 INTO mailRecord
054500         WHEN ITEM-POSTAL-MAIL
054600             ADD 1 TO WS-POSTAL-COUNT
054700             MOVE "P" TO lblDelivery
054800             MOVE WS-ADR-STREET(srtAdrSub) TO lblLine1
054900             STRING WS-ADR-CITY(srtAdrSub) DELIMITED BY "  "
055000                    ", " DELIMITED BY SIZE
055100                    WS-ADR-STATE(srtAdrSub) DELIMITED BY SIZE
055200                    " " DELIMITED BY SIZE
055300                    WS-ADR-ZIP(srtAdrSub) DELIMITED BY SIZE
055400                 INTO lblLine2
055500             MOVE SPACES TO mailRecord
055600             STRING "*** POSTAL MAIL - ROUTE " DELIMITED BY SIZE
055700                    srtRoute DELIMITED BY SIZE
055800                 INTO mailRecord
055900         WHEN OTHER
056000             ADD 1 TO WS-HELD-COUNT
056100             MOVE "HOLD IN THE MAILROOM" TO lblLine1
056200             MOVE "NO ADDRESS ON ADDRESS.MST" TO lblLine2
056300             MOVE "*** HELD - NO ADDRESS ON FILE" TO mailRecord
056400     END-EVALUATE.
056500     WRITE mailRecord.
056600     MOVE srtName TO mailRecord.
056700     WRITE mailRecord.
056800     MOVE lblLine1 TO mailRecord.
056900     WRITE mailRecord.
057000     MOVE lblLine2 TO mailRecord.
057100     WRITE mailRecord.
057200     MOVE SPACES TO mailRecord.
057300     WRITE mailRecord.
057400     IF NOT ITEM-HELD
057500         WRITE labelRecord
057600         ADD 1 TO WS-LABEL-COUNT
057700     END-IF.
057800 4100-START-ONE-ITEM-EXIT.
057900     EXIT.
058000*----------------------------------------------------------------
058100 7000-WRITE-REPORT.
058200*    LETTERS BY SOURCE, ITEMS BY DELIVERY METHOD, AND THE LABELS.
058300*----------------------------------------------------------------
058400     OPEN OUTPUT reportFile.
058500     MOVE SPACES TO reportRecord.
058600     STRING "CORRESPONDENCE RUN - " DELIMITED BY SIZE
058700            WS-TODAY DELIMITED BY SIZE
058800         INTO reportRecord.
058900     WRITE reportRecord.
059000     MOVE "  LETTERS BY SOURCE" TO reportRecord.
059100     WRITE reportRecord.
059200     PERFORM 7100-REPORT-ONE-SOURCE
059300         THRU 7100-REPORT-ONE-SOURCE-EXIT
059400         VARYING WS-SRC-SUB FROM 1 BY 1
059500         UNTIL WS-SRC-SUB > MAILRUN-SOURCE-COUNT.
059600     MOVE "  ITEMS BY DELIVERY METHOD" TO reportRecord.
059700     WRITE reportRecord.
059800     MOVE SPACES TO WS-MRP-NOTE.
059900     MOVE "CAMPUS MAIL" TO WS-MRP-METHOD.
060000     MOVE WS-CAMPUS-COUNT TO WS-MRP-COUNT.
060100     MOVE WS-MRP-DETAIL TO reportRecord.
060200     WRITE reportRecord.
060300     MOVE "POSTAL MAIL" TO WS-MRP-METHOD.
060400     MOVE WS-POSTAL-COUNT TO WS-MRP-COUNT.
060500     MOVE WS-MRP-DETAIL TO reportRecord.
060600     WRITE reportRecord.
060700     MOVE "HELD - NO ADDRESS ON FILE" TO WS-MRP-METHOD.
060800     MOVE WS-HELD-COUNT TO WS-MRP-COUNT.
060900     MOVE WS-MRP-DETAIL TO reportRecord.
061000     WRITE reportRecord.
061100     MOVE "TOTAL ITEMS ON MAIL.OUT" TO WS-MRP-METHOD.
061200     MOVE WS-ITEM-COUNT TO WS-MRP-COUNT.
061300     MOVE WS-MRP-DETAIL TO reportRecord.
061400     WRITE reportRecord.
061500     MOVE "MAILING LABELS ON MAIL.LBL" TO WS-MRP-METHOD.
061600     MOVE WS-LABEL-COUNT TO WS-MRP-COUNT.
061700     MOVE WS-MRP-DETAIL TO reportRecord.
061800     WRITE reportRecord.
061900     IF ADDRESS-FILE-MISSING
062000         MOVE "  ** ADDRESS.MST NOT FOUND - EVERY LETTER HELD **"
062100             TO reportRecord
062200         WRITE reportRecord
062300     END-IF.
062400     CLOSE reportFile.
062500 7000-WRITE-REPORT-EXIT.
062600     EXIT.
062700*----------------------------------------------------------------
062800 7100-REPORT-ONE-SOURCE.
062900*----------------------------------------------------------------
063000     MOVE WS-SRC-FILE(WS-SRC-SUB) TO WS-MRP-FILE.
063100     MOVE WS-SRC-TITLE(WS-SRC-SUB) TO WS-MRP-TITLE.
063200     MOVE WS-SRC-LETTERS(WS-SRC-SUB) TO WS-MRP-COUNT.
063300     IF WS-SRC-FOUND-SW(WS-SRC-SUB) = "Y"
063400         MOVE SPACES TO WS-MRP-NOTE
063500     ELSE
063600         MOVE "NOT PRESENT" TO WS-MRP-NOTE
063700     END-IF.
063800     MOVE WS-MRP-DETAIL TO reportRecord.
063900     WRITE reportRecord.
064000 7100-REPORT-ONE-SOURCE-EXIT.
064100     EXIT.
064200*----------------------------------------------------------------
064300 8000-LOG-HELD-LETTER.
064400*    THE PARTY WITH NO ADDRESS GOES TO REJECT.LOG SO THE ADDRESS
064500*    GETS KEYED - THE LETTER ITSELF IS HELD ON MAIL.OUT.
064600*----------------------------------------------------------------
064700     MOVE "MAILRUN" TO REJ-PROGRAM-NAME.
064800     MOVE WS-CUR-PARTY-KEY TO REJ-RECORD-KEY.
064900     MOVE "NADR" TO REJ-REASON-CODE.
065000     MOVE SPACES TO REJ-REASON-TEXT.
065100     STRING WS-SRC-FILE(WS-SRC-SUB) DELIMITED BY SPACE
065200            " LETTER HELD - NO ADDRESS" DELIMITED BY SIZE
065300         INTO REJ-REASON-TEXT.
065400     CALL "REJECTLOG" USING REJECT-PARM.
065500 8000-LOG-HELD-LETTER-EXIT.
065600     EXIT.
065700*----------------------------------------------------------------
065800 9100-RECORD-STEP-COMPLETE.
065900*    A CLEAN FINISH GOES ON THE RUN-STATUS FILE SO A RESTART
066000*    SUBMIT CAN SKIP THIS STEP.
066100*----------------------------------------------------------------
066200     SET RSTAT-RECORD-COMPLETE TO TRUE.
066300     MOVE FUNCTION CURRENT-DATE(1:8) TO RSTAT-BUSINESS-DATE.
066400     MOVE "MAILRUN" TO RSTAT-STEP-NAME.
066500     CALL "RUNSTAT" USING RSTAT-PARM.
066600 9100-RECORD-STEP-COMPLETE-EXIT.
066700     EXIT.
