000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    ADRMNT.
000300 AUTHOR.        D. LEHMAN.
000400 INSTALLATION.  SHOP-WIDE - OPERATIONS.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 10/15/2026  DL  INITIAL VERSION. THE LOAN NOTICES, STATEMENTS,
001100*                 EXIT CLEARANCES, AND ACADEMIC STANDING LETTERS
001200*                 ALL WENT OUT WITH A NAME AND NO ADDRESS, AND THE
001300*                 MAILROOM LOOKED EVERY ONE UP BY HAND. THIS
001400*                 PROGRAM MAINTAINS THE NEW ADDRESS.MST - ONE
001500*                 RECORD PER FACULTY MEMBER (BY FACULTY NUMBER,
001600*                 WHICH MUST BE ON LAB30.FAC) OR STUDENT (BY NAME,
001700*                 WHICH MUST BE ON lab36.mst), WITH A CAMPUS MAIL
001800*                 STOP, A POSTAL ADDRESS, OR BOTH, AND THE
001900*                 PREFERRED DELIVERY. THE PREFERRED METHOD'S
002000*                 FIELDS MUST BE COMPLETE AND A POSTAL ADDRESS
002100*                 MUST CARRY A TWO-LETTER STATE AND A 5- OR
002200*                 9-DIGIT ZIP. EVERY ACTION GOES TO AUDIT.LOG AND,
002300*                 BEFORE AND AFTER, TO CHANGE.LOG. MAILRUN READS
002400*                 THE MASTER NIGHTLY.
002500*----------------------------------------------------------------
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT OPTIONAL addressMaster ASSIGN TO "ADDRESS.MST"
003000         ORGANIZATION LINE SEQUENTIAL
003100         FILE STATUS IS addressMasterStatus.
003200     SELECT OPTIONAL facultyFile ASSIGN TO "LAB30.FAC"
003300         ORGANIZATION LINE SEQUENTIAL
003400         FILE STATUS IS facultyFileStatus.
003500     SELECT OPTIONAL studentFile ASSIGN TO "lab36.mst"
003600         ORGANIZATION LINE SEQUENTIAL
003700         FILE STATUS IS studentFileStatus.
003800     SELECT OPTIONAL operatorCurrent ASSIGN TO "OPERATOR.CUR"
003900         ORGANIZATION LINE SEQUENTIAL
004000         FILE STATUS IS operatorCurrentStatus.
004100 DATA DIVISION.
004200 FILE SECTION.
004300 FD  addressMaster.
004400 01  addressMasterRecord.
004500     05  adrPartyType            PIC X(01).
004600     05  adrPartyKey             PIC X(20).
004700     05  adrDelivery             PIC X(01).
004800     05  adrMailStop             PIC X(06).
004900     05  adrDepartment           PIC X(20).
005000     05  adrStreet               PIC X(25).
005100     05  adrCity                 PIC X(15).
005200     05  adrState                PIC X(02).
005300     05  adrZip                  PIC X(10).
005400 FD  facultyFile.
005500 01  facultyDetailsI.
005600     05  facFacultyNumberI       PIC 9(03).
005700     05  facNameI                PIC A(17).
005800     05  facDepartmentI          PIC X(15).
005900     05  facPhoneI               PIC X(08).
006000     05  facSepStatusI           PIC X(01).
006100     05  facTermDateI            PIC 9(08).
006200     05  facCreditLimitI         PIC 9(05).
006300 FD  studentFile.
006400 01  studentMasterI.
006500     05  mstStudentNameI         PIC A(20).
006600     05  mstPriorCreditsI        PIC 9(03).
006700     05  mstPriorPointsI         PIC 9(04).
006800 FD  operatorCurrent.
006900 01  operatorCurrentRecord.
007000     05  curOperatorId           PIC X(08).
007100 WORKING-STORAGE SECTION.
007200*----------------------------------------------------------------
007300* FILE STATUS AND RUN SWITCHES
007400*----------------------------------------------------------------
007500 01  addressMasterStatus         PIC X(02).
007600 01  facultyFileStatus           PIC X(02).
007700 01  studentFileStatus           PIC X(02).
007800 01  operatorCurrentStatus       PIC X(02).
007900 01  WS-SIGNED-ON-ID             PIC X(08) VALUE SPACES.
008000 01  WS-CHANGED-SW               PIC X(01) VALUE "N".
008100     88  MASTER-CHANGED                  VALUE "Y".
008200     88  MASTER-UNCHANGED                VALUE "N".
008300 01  WS-ACTION-ENTRY             PIC X(01).
008400 01  WS-DONE-SW                  PIC X(01) VALUE "N".
008500     88  MAINTENANCE-DONE                VALUE "Y".
008600     88  MAINTENANCE-NOT-DONE            VALUE "N".
008700 01  WS-ACTION-TEXT              PIC X(08).
008800 01  WS-VALID-SW                 PIC X(01).
008900     88  ENTRY-IS-VALID                  VALUE "Y".
009000     88  ENTRY-IS-NOT-VALID              VALUE "N".
009100 01  WS-ON-FILE-SW               PIC X(01).
009200     88  PARTY-ON-FILE                   VALUE "Y".
009300     88  PARTY-NOT-ON-FILE               VALUE "N".
009400     88  PARTY-FILE-UNREADABLE           VALUE "U".
009500*----------------------------------------------------------------
009600* THE MASTER, HELD WHOLE FOR THE EDITS AND THE REWRITE
009700*----------------------------------------------------------------
009800 78  ADRMNT-MAX-ADDRESSES        VALUE 2000.
009900 01  WS-ADR-COUNT                PIC 9(04) COMP VALUE ZERO.
010000 01  WS-ADR-SUB                  PIC 9(04) COMP.
010100 01  WS-ADR-HIT                  PIC 9(04) COMP VALUE ZERO.
010200 01  WS-SHIFT-SUB                PIC 9(04) COMP.
010300 01  WS-ADDRESS-TABLE.
010400     05  WS-ADR-ENTRY OCCURS ADRMNT-MAX-ADDRESSES TIMES.
010500         10  WS-ADR-TYPE         PIC X(01).
010600         10  WS-ADR-KEY          PIC X(20).
010700         10  WS-ADR-DELIVERY     PIC X(01).
010800         10  WS-ADR-MAIL-STOP    PIC X(06).
010900         10  WS-ADR-DEPARTMENT   PIC X(20).
011000         10  WS-ADR-STREET       PIC X(25).
011100         10  WS-ADR-CITY         PIC X(15).
011200         10  WS-ADR-STATE        PIC X(02).
011300         10  WS-ADR-ZIP          PIC X(10).
011400*----------------------------------------------------------------
011500* ADDRESS ENTRY FIELDS - ONE RECORD'S WORTH, IN MASTER ORDER SO
011600* THE WHOLE GROUP MOVES TO AND FROM A TABLE ENTRY
011700*----------------------------------------------------------------
011800 01  WS-ENTRY-ADDRESS.
011900     05  WS-ENTRY-TYPE           PIC X(01).
012000         88  ENTRY-FACULTY               VALUE "F".
012100         88  ENTRY-STUDENT               VALUE "S".
012200     05  WS-ENTRY-KEY            PIC X(20).
012300     05  WS-ENTRY-DELIVERY       PIC X(01).
012400         88  ENTRY-CAMPUS-MAIL           VALUE "C".
012500         88  ENTRY-POSTAL-MAIL           VALUE "P".
012600     05  WS-ENTRY-MAIL-STOP      PIC X(06).
012700     05  WS-ENTRY-DEPARTMENT     PIC X(20).
012800     05  WS-ENTRY-STREET         PIC X(25).
012900     05  WS-ENTRY-CITY           PIC X(15).
013000     05  WS-ENTRY-STATE          PIC X(02).
013100     05  WS-ENTRY-ZIP            PIC X(10).
013200     05  WS-ENTRY-ZIP-PARTS REDEFINES WS-ENTRY-ZIP.
013300         10  WS-ENTRY-ZIP-5      PIC X(05).
013400         10  WS-ENTRY-ZIP-DASH   PIC X(01).
013500         10  WS-ENTRY-ZIP-4      PIC X(04).
013600 01  WS-ENTRY-FACULTY-KEY REDEFINES WS-ENTRY-ADDRESS.
013700     05  FILLER                  PIC X(01).
013800     05  WS-ENTRY-FACULTY-NUMBER PIC X(03).
013900     05  FILLER                  PIC X(96).
014000 01  WS-KEYED-FIELD              PIC X(25).
014100*----------------------------------------------------------------
014200* CALL INTERFACE TO THE SHARED AUDIT-LOG SUBPROGRAM
014300*----------------------------------------------------------------
014400 COPY "auditparm.cpy".
014500*----------------------------------------------------------------
014600* CALL INTERFACE TO THE SHARED CHANGE-HISTORY SUBPROGRAM
014700*----------------------------------------------------------------
014800 COPY "chgparm.cpy".
014900 PROCEDURE DIVISION.
015000*----------------------------------------------------------------
015100 0000-MAINLINE.
015200*----------------------------------------------------------------
015300     PERFORM 1000-LOAD-ADDRESS-MASTER
015400         THRU 1000-LOAD-ADDRESS-MASTER-EXIT.
015500     PERFORM 1100-GET-SIGNED-ON-OPERATOR
015600         THRU 1100-GET-SIGNED-ON-OPERATOR-EXIT.
015700
015800     PERFORM 2000-TAKE-ONE-ACTION
015900         THRU 2000-TAKE-ONE-ACTION-EXIT
016000         UNTIL MAINTENANCE-DONE.
016100
016200     IF MASTER-CHANGED
016300         PERFORM 5000-REWRITE-ADDRESS-MASTER
016400             THRU 5000-REWRITE-ADDRESS-MASTER-EXIT
016500         DISPLAY "ADDRESS.MST rewritten - " WS-ADR-COUNT
016600             " address(es) on file"
016700     ELSE
016800         DISPLAY "No changes - ADDRESS.MST left as it was"
016900     END-IF.
017000     STOP RUN.
017100*----------------------------------------------------------------
017200 1000-LOAD-ADDRESS-MASTER.
017300*    THE VERY FIRST RUN FINDS NO MASTER AND STARTS AN EMPTY ONE.
017400*----------------------------------------------------------------
017500     OPEN INPUT addressMaster.
017600     IF addressMasterStatus NOT = "00"
017700         DISPLAY "ADDRESS.MST not found - starting a new master"
017800         CLOSE addressMaster
017900         GO TO 1000-LOAD-ADDRESS-MASTER-EXIT
018000     END-IF.
018100     PERFORM FOREVER
018200         READ addressMaster
018300             AT END
018400             EXIT PERFORM
018500         END-READ
018600         IF WS-ADR-COUNT < ADRMNT-MAX-ADDRESSES
018700             ADD 1 TO WS-ADR-COUNT
018800             MOVE addressMasterRecord
018900                 TO WS-ADR-ENTRY(WS-ADR-COUNT)
019000         ELSE
019100             DISPLAY "** ADDRESS.MST HOLDS MORE THAN "
019200                 ADRMNT-MAX-ADDRESSES " RECORDS - MAINTENANCE "
019300                 "REFUSED **"
019400             CLOSE addressMaster
019500             MOVE 8 TO RETURN-CODE
019600             STOP RUN
019700         END-IF
019800     END-PERFORM.
019900     CLOSE addressMaster.
020000 1000-LOAD-ADDRESS-MASTER-EXIT.
020100     EXIT.
020200*----------------------------------------------------------------
020300 1100-GET-SIGNED-ON-OPERATOR.
020400*    THE OPERATOR ON AUDIT.LOG AND CHANGE.LOG - BLANK WHEN THE
020500*    PROGRAM WAS RUN OUTSIDE THE MENU.
020600*----------------------------------------------------------------
020700     OPEN INPUT operatorCurrent.
020800     IF operatorCurrentStatus = "00"
020900         READ operatorCurrent
021000             AT END
021100                 CONTINUE
021200             NOT AT END
021300                 MOVE curOperatorId TO WS-SIGNED-ON-ID
021400         END-READ
021500     END-IF.
021600     CLOSE operatorCurrent.
021700 1100-GET-SIGNED-ON-OPERATOR-EXIT.
021800     EXIT.
021900*----------------------------------------------------------------
022000 2000-TAKE-ONE-ACTION.
022100*----------------------------------------------------------------
022200     DISPLAY " ".
022300     DISPLAY "(A)dd, (C)hange, (D)elete, (L)ist, or (Q)uit?".
022400     ACCEPT WS-ACTION-ENTRY FROM CONSOLE.
022500     EVALUATE FUNCTION UPPER-CASE(WS-ACTION-ENTRY)
022600         WHEN "A"
022700             PERFORM 3000-ADD-ONE-ADDRESS
022800                 THRU 3000-ADD-ONE-ADDRESS-EXIT
022900         WHEN "C"
023000             PERFORM 3200-CHANGE-ONE-ADDRESS
023100                 THRU 3200-CHANGE-ONE-ADDRESS-EXIT
023200         WHEN "D"
023300             PERFORM 3400-DELETE-ONE-ADDRESS
023400                 THRU 3400-DELETE-ONE-ADDRESS-EXIT
023500         WHEN "L"
023600             PERFORM 3800-LIST-ADDRESSES
023700                 THRU 3800-LIST-ADDRESSES-EXIT
023800         WHEN "Q"
023900             SET MAINTENANCE-DONE TO TRUE
024000         WHEN OTHER
024100             DISPLAY "Not a valid action - try again"
024200     END-EVALUATE.
024300 2000-TAKE-ONE-ACTION-EXIT.
024400     EXIT.
024500*----------------------------------------------------------------
024600 2100-FIND-ONE-PARTY.
024700*    A FACULTY MEMBER IS KEYED BY THE 3-DIGIT FACULTY NUMBER, A
024800*    STUDENT BY NAME EXACTLY AS IT STANDS ON lab36.mst.
024900*----------------------------------------------------------------
025000     MOVE SPACES TO WS-ENTRY-ADDRESS.
025100     DISPLAY "(F)aculty or (S)tudent?".
025200     ACCEPT WS-ENTRY-TYPE FROM CONSOLE.
025300     MOVE FUNCTION UPPER-CASE(WS-ENTRY-TYPE) TO WS-ENTRY-TYPE.
025400     MOVE ZERO TO WS-ADR-HIT.
025500     EVALUATE TRUE
025600         WHEN ENTRY-FACULTY
025700             DISPLAY "Enter the faculty number (3 digits)"
025800             ACCEPT WS-ENTRY-KEY FROM CONSOLE
025900         WHEN ENTRY-STUDENT
026000             DISPLAY "Enter the student name as on lab36.mst"
026100             ACCEPT WS-ENTRY-KEY FROM CONSOLE
026200         WHEN OTHER
026300             DISPLAY "Party type must be F or S"
026400             GO TO 2100-FIND-ONE-PARTY-EXIT
026500     END-EVALUATE.
026600     PERFORM 2110-CHECK-ONE-KEY
026700         THRU 2110-CHECK-ONE-KEY-EXIT
026800         VARYING WS-ADR-SUB FROM 1 BY 1
026900         UNTIL WS-ADR-SUB > WS-ADR-COUNT
027000         OR WS-ADR-HIT NOT = ZERO.
027100 2100-FIND-ONE-PARTY-EXIT.
027200     EXIT.
027300*----------------------------------------------------------------
027400 2110-CHECK-ONE-KEY.
027500*----------------------------------------------------------------
027600     IF WS-ADR-TYPE(WS-ADR-SUB) = WS-ENTRY-TYPE
027700         AND WS-ADR-KEY(WS-ADR-SUB) = WS-ENTRY-KEY
027800         MOVE WS-ADR-SUB TO WS-ADR-HIT
027900     END-IF.
028000 2110-CHECK-ONE-KEY-EXIT.
028100     EXIT.
028200*----------------------------------------------------------------
028300 2200-CHECK-PARTY-ON-FILE.
028400*    THE ADDRESS MUST BELONG TO SOMEONE THE LETTERS CAN BE FOR -
028500*    A FACULTY NUMBER ON LAB30.FAC OR A STUDENT ON lab36.mst. AN
028600*    UNREADABLE SOURCE FILE IS REPORTED BUT DOES NOT BLOCK THE
028700*    ENTRY.
028800*----------------------------------------------------------------
028900     SET PARTY-NOT-ON-FILE TO TRUE.
029000     IF ENTRY-FACULTY
029100         OPEN INPUT facultyFile
029200         IF facultyFileStatus NOT = "00"
029300             SET PARTY-FILE-UNREADABLE TO TRUE
029400         ELSE
029500             PERFORM FOREVER
029600                 READ facultyFile
029700                     AT END
029800                     EXIT PERFORM
029900                 END-READ
030000                 IF facFacultyNumberI = WS-ENTRY-FACULTY-NUMBER
030100                     SET PARTY-ON-FILE TO TRUE
030200                     EXIT PERFORM
030300                 END-IF
030400             END-PERFORM
030500         END-IF
030600         CLOSE facultyFile
030700     ELSE
030800         OPEN INPUT studentFile
030900         IF studentFileStatus NOT = "00"
031000             SET PARTY-FILE-UNREADABLE TO TRUE
031100         ELSE
031200             PERFORM FOREVER
031300                 READ studentFile
031400                     AT END
031500                     EXIT PERFORM
031600                 END-READ
031700                 IF mstStudentNameI = WS-ENTRY-KEY
031800                     SET PARTY-ON-FILE TO TRUE
031900                     EXIT PERFORM
032000                 END-IF
032100             END-PERFORM
032200         END-IF
032300         CLOSE studentFile
032400     END-IF.
032500 2200-CHECK-PARTY-ON-FILE-EXIT.
032600     EXIT.
032700*----------------------------------------------------------------
032800 3000-ADD-ONE-ADDRESS.
032900*----------------------------------------------------------------
033000     PERFORM 2100-FIND-ONE-PARTY
033100         THRU 2100-FIND-ONE-PARTY-EXIT.
033200     IF NOT ENTRY-FACULTY AND NOT ENTRY-STUDENT
033300         GO TO 3000-ADD-ONE-ADDRESS-EXIT
033400     END-IF.
033500     IF WS-ADR-HIT NOT = ZERO
033600         DISPLAY WS-ENTRY-TYPE " " WS-ENTRY-KEY
033700             " already has an address - use (C)hange"
033800         GO TO 3000-ADD-ONE-ADDRESS-EXIT
033900     END-IF.
034000     IF WS-ADR-COUNT >= ADRMNT-MAX-ADDRESSES
034100         DISPLAY "Address table is full - add refused"
034200         GO TO 3000-ADD-ONE-ADDRESS-EXIT
034300     END-IF.
034400     IF ENTRY-FACULTY
034500         IF WS-ENTRY-FACULTY-NUMBER NOT NUMERIC
034600             OR WS-ENTRY-KEY(4:17) NOT = SPACES
034700             DISPLAY "Faculty number must be exactly 3 digits"
034800             GO TO 3000-ADD-ONE-ADDRESS-EXIT
034900         END-IF
035000     ELSE
035100         IF WS-ENTRY-KEY = SPACES
035200             DISPLAY "Student name may not be blank"
035300             GO TO 3000-ADD-ONE-ADDRESS-EXIT
035400         END-IF
035500     END-IF.
035600     PERFORM 2200-CHECK-PARTY-ON-FILE
035700         THRU 2200-CHECK-PARTY-ON-FILE-EXIT.
035800     EVALUATE TRUE
035900         WHEN PARTY-NOT-ON-FILE AND ENTRY-FACULTY
036000             DISPLAY "Faculty " WS-ENTRY-FACULTY-NUMBER
036100                 " is not on LAB30.FAC - add refused"
036200             GO TO 3000-ADD-ONE-ADDRESS-EXIT
036300         WHEN PARTY-NOT-ON-FILE
036400             DISPLAY WS-ENTRY-KEY " is not on lab36.mst - add "
036500                 "refused"
036600             GO TO 3000-ADD-ONE-ADDRESS-EXIT
036700         WHEN PARTY-FILE-UNREADABLE
036800             DISPLAY "** PARTY FILE UNREADABLE - "
036900                 WS-ENTRY-KEY " NOT CHECKED **"
037000     END-EVALUATE.
037100
037200     PERFORM 4000-ENTER-ADDRESS-FIELDS
037300         THRU 4000-ENTER-ADDRESS-FIELDS-EXIT.
037400     PERFORM 4500-VALIDATE-ADDRESS
037500         THRU 4500-VALIDATE-ADDRESS-EXIT.
037600     IF ENTRY-IS-NOT-VALID
037700         DISPLAY "Add refused - nothing written"
037800         GO TO 3000-ADD-ONE-ADDRESS-EXIT
037900     END-IF.
038000
038100     ADD 1 TO WS-ADR-COUNT.
038200     MOVE WS-ENTRY-ADDRESS TO WS-ADR-ENTRY(WS-ADR-COUNT).
038300     SET CHG-RECORD-ADDED TO TRUE.
038400     MOVE SPACES TO CHG-BEFORE-IMAGE.
038500     MOVE WS-ENTRY-ADDRESS TO CHG-AFTER-IMAGE.
038600     SET MASTER-CHANGED TO TRUE.
038700     MOVE "ADD     " TO WS-ACTION-TEXT.
038800     PERFORM 9000-LOG-ONE-ACTION
038900         THRU 9000-LOG-ONE-ACTION-EXIT.
039000     PERFORM 9200-RECORD-CHANGE-HISTORY
039100         THRU 9200-RECORD-CHANGE-HISTORY-EXIT.
039200     DISPLAY "Address added for " WS-ENTRY-TYPE " " WS-ENTRY-KEY.
039300 3000-ADD-ONE-ADDRESS-EXIT.
039400     EXIT.
039500*----------------------------------------------------------------
039600 3200-CHANGE-ONE-ADDRESS.
039700*    EVERY FIELD IS OFFERED AGAIN WITH ITS CURRENT VALUE; THE
039800*    CHANGED RECORD MUST PASS THE SAME EDITS AS AN ADD.
039900*----------------------------------------------------------------
040000     PERFORM 2100-FIND-ONE-PARTY
040100         THRU 2100-FIND-ONE-PARTY-EXIT.
040200     IF NOT ENTRY-FACULTY AND NOT ENTRY-STUDENT
040300         GO TO 3200-CHANGE-ONE-ADDRESS-EXIT
040400     END-IF.
040500     IF WS-ADR-HIT = ZERO
040600         DISPLAY WS-ENTRY-TYPE " " WS-ENTRY-KEY
040700             " has no address on file"
040800         GO TO 3200-CHANGE-ONE-ADDRESS-EXIT
040900     END-IF.
041000     MOVE WS-ADR-ENTRY(WS-ADR-HIT) TO WS-ENTRY-ADDRESS.
041100     PERFORM 4000-ENTER-ADDRESS-FIELDS
041200         THRU 4000-ENTER-ADDRESS-FIELDS-EXIT.
041300     PERFORM 4500-VALIDATE-ADDRESS
041400         THRU 4500-VALIDATE-ADDRESS-EXIT.
041500     IF ENTRY-IS-NOT-VALID
041600         DISPLAY "Change refused - address left as it was"
041700         GO TO 3200-CHANGE-ONE-ADDRESS-EXIT
041800     END-IF.
041900     IF WS-ENTRY-ADDRESS = WS-ADR-ENTRY(WS-ADR-HIT)
042000         DISPLAY "Nothing changed"
042100         GO TO 3200-CHANGE-ONE-ADDRESS-EXIT
042200     END-IF.
042300     SET CHG-RECORD-CHANGED TO TRUE.
042400     MOVE WS-ADR-ENTRY(WS-ADR-HIT) TO CHG-BEFORE-IMAGE.
042500     MOVE WS-ENTRY-ADDRESS TO WS-ADR-ENTRY(WS-ADR-HIT).
042600     MOVE WS-ENTRY-ADDRESS TO CHG-AFTER-IMAGE.
042700     SET MASTER-CHANGED TO TRUE.
042800     MOVE "CHANGE  " TO WS-ACTION-TEXT.
042900     PERFORM 9000-LOG-ONE-ACTION
043000         THRU 9000-LOG-ONE-ACTION-EXIT.
043100     PERFORM 9200-RECORD-CHANGE-HISTORY
043200         THRU 9200-RECORD-CHANGE-HISTORY-EXIT.
043300     DISPLAY "Address changed for " WS-ENTRY-TYPE " "
043400         WS-ENTRY-KEY.
043500 3200-CHANGE-ONE-ADDRESS-EXIT.
043600     EXIT.
043700*----------------------------------------------------------------
043800 3400-DELETE-ONE-ADDRESS.
043900*----------------------------------------------------------------
044000     PERFORM 2100-FIND-ONE-PARTY
044100         THRU 2100-FIND-ONE-PARTY-EXIT.
044200     IF NOT ENTRY-FACULTY AND NOT ENTRY-STUDENT
044300         GO TO 3400-DELETE-ONE-ADDRESS-EXIT
044400     END-IF.
044500     IF WS-ADR-HIT = ZERO
044600         DISPLAY WS-ENTRY-TYPE " " WS-ENTRY-KEY
044700             " has no address on file"
044800         GO TO 3400-DELETE-ONE-ADDRESS-EXIT
044900     END-IF.
045000     SET CHG-RECORD-DELETED TO TRUE.
045100     MOVE WS-ADR-ENTRY(WS-ADR-HIT) TO CHG-BEFORE-IMAGE.
045200     MOVE SPACES TO CHG-AFTER-IMAGE.
045300     PERFORM 3410-SHIFT-ONE-UP
045400         THRU 3410-SHIFT-ONE-UP-EXIT
045500         VARYING WS-SHIFT-SUB FROM WS-ADR-HIT BY 1
045600         UNTIL WS-SHIFT-SUB >= WS-ADR-COUNT.
045700     SUBTRACT 1 FROM WS-ADR-COUNT.
045800     SET MASTER-CHANGED TO TRUE.
045900     MOVE "DELETE  " TO WS-ACTION-TEXT.
046000     PERFORM 9000-LOG-ONE-ACTION
046100         THRU 9000-LOG-ONE-ACTION-EXIT.
046200     PERFORM 9200-RECORD-CHANGE-HISTORY
046300         THRU 9200-RECORD-CHANGE-HISTORY-EXIT.
046400     DISPLAY "Address deleted for " WS-ENTRY-TYPE " "
046500         WS-ENTRY-KEY " - letters for them will be held".
046600 3400-DELETE-ONE-ADDRESS-EXIT.
046700     EXIT.
046800*----------------------------------------------------------------
046900 3410-SHIFT-ONE-UP.
047000*----------------------------------------------------------------
047100     MOVE WS-ADR-ENTRY(WS-SHIFT-SUB + 1)
047200         TO WS-ADR-ENTRY(WS-SHIFT-SUB).
047300 3410-SHIFT-ONE-UP-EXIT.
047400     EXIT.
047500*----------------------------------------------------------------
047600 3800-LIST-ADDRESSES.
047700*----------------------------------------------------------------
047800     DISPLAY "T KEY                  D STOP   "
047900         "STREET / CITY / ST / ZIP".
048000     PERFORM 3810-LIST-ONE-ADDRESS
048100         THRU 3810-LIST-ONE-ADDRESS-EXIT
048200         VARYING WS-ADR-SUB FROM 1 BY 1
048300         UNTIL WS-ADR-SUB > WS-ADR-COUNT.
048400     DISPLAY WS-ADR-COUNT " address(es) on file".
048500 3800-LIST-ADDRESSES-EXIT.
048600     EXIT.
048700*----------------------------------------------------------------
048800 3810-LIST-ONE-ADDRESS.
048900*----------------------------------------------------------------
049000     DISPLAY WS-ADR-TYPE(WS-ADR-SUB) " "
049100         WS-ADR-KEY(WS-ADR-SUB) " "
049200         WS-ADR-DELIVERY(WS-ADR-SUB) " "
049300         WS-ADR-MAIL-STOP(WS-ADR-SUB) " "
049400         WS-ADR-STREET(WS-ADR-SUB) " "
049500         WS-ADR-CITY(WS-ADR-SUB) " "
049600         WS-ADR-STATE(WS-ADR-SUB) " "
049700         WS-ADR-ZIP(WS-ADR-SUB).
049800 3810-LIST-ONE-ADDRESS-EXIT.
049900     EXIT.
050000*----------------------------------------------------------------
050100 4000-ENTER-ADDRESS-FIELDS.
050200*    A BLANK ANSWER KEEPS THE VALUE SHOWN - ON AN ADD THAT IS
050300*    BLANK. A SINGLE * CLEARS A FIELD.
050400*----------------------------------------------------------------
050500     DISPLAY "Preferred delivery (C)ampus mail or (P)ostal ["
050600         WS-ENTRY-DELIVERY "]".
050700     MOVE SPACES TO WS-KEYED-FIELD.
050800     ACCEPT WS-KEYED-FIELD FROM CONSOLE.
050900     IF WS-KEYED-FIELD NOT = SPACES
051000         MOVE FUNCTION UPPER-CASE(WS-KEYED-FIELD(1:1))
051100             TO WS-ENTRY-DELIVERY
051200     END-IF.
051300     DISPLAY "Campus mail stop (up to 6) ["
051400         WS-ENTRY-MAIL-STOP "]".
051500     MOVE SPACES TO WS-KEYED-FIELD.
051600     ACCEPT WS-KEYED-FIELD FROM CONSOLE.
051700     IF WS-KEYED-FIELD = "*"
051800         MOVE SPACES TO WS-ENTRY-MAIL-STOP
051900     ELSE
052000         IF WS-KEYED-FIELD NOT = SPACES
052100             MOVE FUNCTION UPPER-CASE(WS-KEYED-FIELD)
052200                 TO WS-ENTRY-MAIL-STOP
052300         END-IF
052400     END-IF.
052500     DISPLAY "Campus department or building (up to 20) ["
052600         WS-ENTRY-DEPARTMENT "]".
052700     MOVE SPACES TO WS-KEYED-FIELD.
052800     ACCEPT WS-KEYED-FIELD FROM CONSOLE.
052900     IF WS-KEYED-FIELD = "*"
053000         MOVE SPACES TO WS-ENTRY-DEPARTMENT
053100     ELSE
053200         IF WS-KEYED-FIELD NOT = SPACES
053300             MOVE FUNCTION UPPER-CASE(WS-KEYED-FIELD)
053400                 TO WS-ENTRY-DEPARTMENT
053500         END-IF
053600     END-IF.
053700     DISPLAY "Postal street (up to 25) [" WS-ENTRY-STREET "]".
053800     MOVE SPACES TO WS-KEYED-FIELD.
053900     ACCEPT WS-KEYED-FIELD FROM CONSOLE.
054000     IF WS-KEYED-FIELD = "*"
054100         MOVE SPACES TO WS-ENTRY-STREET
054200     ELSE
054300         IF WS-KEYED-FIELD NOT = SPACES
054400             MOVE FUNCTION UPPER-CASE(WS-KEYED-FIELD)
054500                 TO WS-ENTRY-STREET
054600         END-IF
054700     END-IF.
054800     DISPLAY "Postal city (up to 15) [" WS-ENTRY-CITY "]".
054900     MOVE SPACES TO WS-KEYED-FIELD.
055000     ACCEPT WS-KEYED-FIELD FROM CONSOLE.
055100     IF WS-KEYED-FIELD = "*"
055200         MOVE SPACES TO WS-ENTRY-CITY
055300     ELSE
055400         IF WS-KEYED-FIELD NOT = SPACES
055500             MOVE FUNCTION UPPER-CASE(WS-KEYED-FIELD)
055600                 TO WS-ENTRY-CITY
055700         END-IF
055800     END-IF.
055900     DISPLAY "Postal state (2 letters) [" WS-ENTRY-STATE "]".
056000     MOVE SPACES TO WS-KEYED-FIELD.
056100     ACCEPT WS-KEYED-FIELD FROM CONSOLE.
056200     IF WS-KEYED-FIELD = "*"
056300         MOVE SPACES TO WS-ENTRY-STATE
056400     ELSE
056500         IF WS-KEYED-FIELD NOT = SPACES
056600             MOVE FUNCTION UPPER-CASE(WS-KEYED-FIELD)
056700                 TO WS-ENTRY-STATE
056800         END-IF
056900     END-IF.
057000     DISPLAY "Postal ZIP (99999 or 99999-9999) ["
057100         WS-ENTRY-ZIP "]".
057200     MOVE SPACES TO WS-KEYED-FIELD.
057300     ACCEPT WS-KEYED-FIELD FROM CONSOLE.
057400     IF WS-KEYED-FIELD = "*"
057500         MOVE SPACES TO WS-ENTRY-ZIP
057600     ELSE
057700         IF WS-KEYED-FIELD NOT = SPACES
057800             MOVE WS-KEYED-FIELD TO WS-ENTRY-ZIP
057900         END-IF
058000     END-IF.
058100 4000-ENTER-ADDRESS-FIELDS-EXIT.
058200     EXIT.
058300*----------------------------------------------------------------
058400 4500-VALIDATE-ADDRESS.
058500*    THE PREFERRED METHOD MUST BE DELIVERABLE - A MAIL STOP FOR
058600*    CAMPUS MAIL, A FULL POSTAL ADDRESS FOR POSTAL. A POSTAL
058700*    ADDRESS KEPT AS A SECOND ADDRESS MUST BE COMPLETE AND WELL
058800*    FORMED TOO, OR IT IS NO USE THE DAY SOMEONE SWITCHES TO IT.
058900*----------------------------------------------------------------
059000     SET ENTRY-IS-VALID TO TRUE.
059100     IF NOT ENTRY-CAMPUS-MAIL AND NOT ENTRY-POSTAL-MAIL
059200         DISPLAY "Preferred delivery must be C or P"
059300         SET ENTRY-IS-NOT-VALID TO TRUE
059400         GO TO 4500-VALIDATE-ADDRESS-EXIT
059500     END-IF.
059600     IF ENTRY-CAMPUS-MAIL AND WS-ENTRY-MAIL-STOP = SPACES
059700         DISPLAY "Campus mail needs a mail stop"
059800         SET ENTRY-IS-NOT-VALID TO TRUE
059900         GO TO 4500-VALIDATE-ADDRESS-EXIT
060000     END-IF.
060100     IF ENTRY-CAMPUS-MAIL
060200         AND WS-ENTRY-STREET = SPACES
060300         AND WS-ENTRY-CITY = SPACES
060400         AND WS-ENTRY-STATE = SPACES
060500         AND WS-ENTRY-ZIP = SPACES
060600         GO TO 4500-VALIDATE-ADDRESS-EXIT
060700     END-IF.
060800     IF WS-ENTRY-STREET = SPACES OR WS-ENTRY-CITY = SPACES
060900         DISPLAY "A postal address needs a street and a city"
061000         SET ENTRY-IS-NOT-VALID TO TRUE
061100         GO TO 4500-VALIDATE-ADDRESS-EXIT
061200     END-IF.
061300     IF WS-ENTRY-STATE NOT ALPHABETIC-UPPER
061400         OR WS-ENTRY-STATE(1:1) = SPACE
061500         OR WS-ENTRY-STATE(2:1) = SPACE
061600         DISPLAY "'" WS-ENTRY-STATE "' is not a two-letter state"
061700         SET ENTRY-IS-NOT-VALID TO TRUE
061800         GO TO 4500-VALIDATE-ADDRESS-EXIT
061900     END-IF.
062000     IF WS-ENTRY-ZIP-5 NOT NUMERIC
062100         DISPLAY "'" WS-ENTRY-ZIP "' is not a ZIP code"
062200         SET ENTRY-IS-NOT-VALID TO TRUE
062300         GO TO 4500-VALIDATE-ADDRESS-EXIT
062400     END-IF.
062500     IF WS-ENTRY-ZIP(6:5) = SPACES
062600         GO TO 4500-VALIDATE-ADDRESS-EXIT
062700     END-IF.
062800     IF WS-ENTRY-ZIP-DASH NOT = "-"
062900         OR WS-ENTRY-ZIP-4 NOT NUMERIC
063000         DISPLAY "'" WS-ENTRY-ZIP "' is not a ZIP+4 - use "
063100             "99999-9999"
063200         SET ENTRY-IS-NOT-VALID TO TRUE
063300     END-IF.
063400 4500-VALIDATE-ADDRESS-EXIT.
063500     EXIT.
063600*----------------------------------------------------------------
063700 5000-REWRITE-ADDRESS-MASTER.
063800*----------------------------------------------------------------
063900     OPEN OUTPUT addressMaster.
064000     PERFORM 5100-WRITE-ONE-ADDRESS
064100         THRU 5100-WRITE-ONE-ADDRESS-EXIT
064200         VARYING WS-ADR-SUB FROM 1 BY 1
064300         UNTIL WS-ADR-SUB > WS-ADR-COUNT.
064400     CLOSE addressMaster.
064500 5000-REWRITE-ADDRESS-MASTER-EXIT.
064600     EXIT.
064700*----------------------------------------------------------------
064800 5100-WRITE-ONE-ADDRESS.
064900*----------------------------------------------------------------
065000     MOVE WS-ADR-ENTRY(WS-ADR-SUB) TO addressMasterRecord.
065100     WRITE addressMasterRecord.
065200 5100-WRITE-ONE-ADDRESS-EXIT.
065300     EXIT.
065400*----------------------------------------------------------------
065500 9000-LOG-ONE-ACTION.
065600*    EVERY MAINTENANCE ACTION GOES TO AUDIT.LOG UNDER THIS
065700*    PROGRAM'S NAME, THE WAY OPRMNT LOGS ITS ACTIONS.
065800*----------------------------------------------------------------
065900     MOVE "ADRMNT" TO AUDIT-PROGRAM-NAME.
066000     MOVE FUNCTION CURRENT-DATE(1:8) TO AUDIT-START-DATE.
066100     MOVE FUNCTION CURRENT-DATE(9:6) TO AUDIT-START-TIME.
066200     MOVE FUNCTION CURRENT-DATE(1:8) TO AUDIT-END-DATE.
066300     MOVE FUNCTION CURRENT-DATE(9:6) TO AUDIT-END-TIME.
066400     MOVE ZERO TO AUDIT-RECORDS-READ.
066500     MOVE 1 TO AUDIT-RECORDS-WRITTEN.
066600     MOVE WS-SIGNED-ON-ID TO AUDIT-USER-ID.
066700     DISPLAY "Logged: " WS-ACTION-TEXT " " WS-ENTRY-TYPE " "
066800         WS-ENTRY-KEY.
066900     CALL "AUDITLOG" USING AUDIT-PARM.
067000 9000-LOG-ONE-ACTION-EXIT.
067100     EXIT.
067200*----------------------------------------------------------------
067300 9200-RECORD-CHANGE-HISTORY.
067400*    THE ADDRESS RECORD, BEFORE AND AFTER, GOES TO CHANGE.LOG
067500*    KEYED BY FACULTY NUMBER OR STUDENT NAME - THE PARTY TYPE
067600*    IS THE FIRST BYTE OF EACH IMAGE. THE CALLER HAS SET THE
067700*    ACTION AND THE IMAGES.
067800*----------------------------------------------------------------
067900     MOVE "ADRMNT" TO CHG-PROGRAM-NAME.
068000     MOVE "ADDRESS.MST" TO CHG-FILE-NAME.
068100     MOVE WS-ENTRY-KEY TO CHG-RECORD-KEY.
068200     MOVE WS-SIGNED-ON-ID TO CHG-USER-ID.
068300     CALL "CHGLOG" USING CHANGE-PARM.
068400 9200-RECORD-CHANGE-HISTORY-EXIT.
068500     EXIT.
