001800*                 COURSE'S EARLIER ATTEMPT STAYS LISTED BUT OUT
001900*                 OF THE CUMULATIVE GPA). ONE STUDENT PER PAGE
002000*                 ON LAB36.TRS, LAB30.STM STYLE.
002010* 10/14/2026  DL  A GRADE CHANGED AFTER THE TERM CLOSED (LAB36CHG,
002020*                 LOGGED ON LAB36.GCL) IS MARKED * BESIDE THE
002030*                 GRADE, AND THE PAGE ENDS WITH ONE FOOTNOTE PER
002040*                 CHANGE - ORIGINAL GRADE, NEW GRADE, DATE, AND
002050*                 REASON. AN I (INCOMPLETE) NOW LISTS AS NO CREDIT
002060*                 LIKE A W UNTIL IT IS CHANGED TO A LETTER GRADE.
002070* 10/14/2026  DL  A STUDENT ON THE LAB36.HLD BURSAR HOLD LIST
002080*                 (BALANCE PAST DUE, KEPT BY LAB36AGE) GETS NO
002090*                 TRANSCRIPT UNTIL THE ACCOUNT IS BROUGHT CURRENT.
002100*----------------------------------------------------------------
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
002700         FILE STATUS IS historyFileStatus.
002800     SELECT transcriptFile ASSIGN TO "LAB36.TRS"
002900         ORGANIZATION LINE SEQUENTIAL.
002910     SELECT OPTIONAL changeLogFile ASSIGN TO "LAB36.GCL"
002920         ORGANIZATION LINE SEQUENTIAL
002930         FILE STATUS IS changeLogFileStatus.
002940     SELECT OPTIONAL holdFile ASSIGN TO "LAB36.HLD"
002950         ORGANIZATION LINE SEQUENTIAL
002960         FILE STATUS IS holdFileStatus.
003000 DATA DIVISION.
003100 FILE SECTION.
003200 FD  historyFile.
003800     05  hstTerm                 PIC X(05).
003900 FD  transcriptFile.
004000 01  transcriptRecord            PIC X(80).
004005 FD  changeLogFile.
004010 01  changeLogRecord.
004020     05  gclStudentName          PIC A(20).
004030     05  gclCourse               PIC X(08).
004040     05  gclTerm                 PIC X(05).
004050     05  gclOldGrade             PIC X(01).
004060     05  gclNewGrade             PIC X(01).
004070     05  gclReason               PIC X(30).
004080     05  gclOperator             PIC X(08).
004090     05  gclDate                 PIC 9(08).
004091 FD  holdFile.
004092 01  holdRecord.
004093     05  hldStudentName          PIC A(20).
004094     05  hldBalance              PIC 9(06)V99.
004095     05  hldBucket               PIC 9(01).
004096     05  hldDate                 PIC 9(08).
004100 WORKING-STORAGE SECTION.
004200*----------------------------------------------------------------
004300* FILE STATUS AND RUN SWITCHES
004400*----------------------------------------------------------------
004500 01  historyFileStatus           PIC X(02).
004550 01  changeLogFileStatus         PIC X(02).
004560 01  holdFileStatus              PIC X(02).
004600 01  WS-FINAL-RETURN-CODE        PIC 9(01) VALUE ZERO.
004700 01  WS-HISTORY-READ             PIC 9(05) COMP VALUE ZERO.
004800 01  WS-TRANSCRIPT-COUNT         PIC 9(03) COMP VALUE ZERO.
007900             15  WS-STU-REPEAT   PIC X(01).
008000             15  FILLER          PIC X(19).
008100 01  WS-STUDENT-WANTED           PIC A(20).
008105*----------------------------------------------------------------
008110* POST-CLOSE GRADE CHANGES FROM LAB36.GCL, HELD FOR THE RUN
008115*----------------------------------------------------------------
008120 01  WS-GCL-COUNT                PIC 9(03) COMP VALUE ZERO.
008125 01  WS-GCL-SUB                  PIC 9(03) COMP.
008130 01  WS-GCL-TABLE.
008135     05  WS-GCL-ENTRY OCCURS 200 TIMES.
008140         10  WS-GCL-NAME         PIC A(20).
008145         10  WS-GCL-COURSE       PIC X(08).
008150         10  WS-GCL-TERM         PIC X(05).
008155         10  WS-GCL-OLD-GRADE    PIC X(01).
008160         10  WS-GCL-NEW-GRADE    PIC X(01).
008165         10  WS-GCL-REASON       PIC X(30).
008170         10  WS-GCL-DATE         PIC 9(08).
008172*----------------------------------------------------------------
008174* BURSAR HOLDS FROM LAB36.HLD, HELD FOR THE RUN
008176*----------------------------------------------------------------
008178 01  WS-HLD-COUNT                PIC 9(03) COMP VALUE ZERO.
008180 01  WS-HLD-SUB                  PIC 9(03) COMP.
008182 01  WS-HLD-TABLE.
008184     05  WS-HLD-NAME OCCURS 200 TIMES
008186                                 PIC A(20).
008188 01  WS-HOLD-FOUND-SW            PIC X(01).
008190     88  STUDENT-ON-HOLD                 VALUE "Y".
008192     88  STUDENT-NOT-ON-HOLD             VALUE "N".
008200*----------------------------------------------------------------
008300* GPA ARITHMETIC - SAME FOUR-POINT SCALE LAB36GPA APPLIES
008400*----------------------------------------------------------------
010500     05  WS-DL-HOURS             PIC 9(02).
010600     05  FILLER                  PIC X(07) VALUE " HRS   ".
010700     05  WS-DL-GRADE             PIC X(01).
010750     05  WS-DL-CHANGED           PIC X(01).
010800     05  FILLER                  PIC X(01) VALUE " ".
010900     05  WS-DL-NOTE              PIC X(22).
011000 01  WS-GPA-LINE.
011100     05  FILLER                  PIC X(04) VALUE "    ".
011200     05  WS-GL-LABEL             PIC X(15).
011300     05  WS-GL-GPA               PIC 9.99.
011305 01  WS-FOOTNOTE-LINE.
011310     05  FILLER                  PIC X(06) VALUE "    * ".
011315     05  WS-FN-COURSE            PIC X(08).
011320     05  FILLER                  PIC X(01) VALUE " ".
011325     05  WS-FN-TERM              PIC X(05).
011330     05  FILLER                  PIC X(14)
011335         VALUE " CHANGED FROM ".
011340     05  WS-FN-OLD-GRADE         PIC X(01).
011345     05  FILLER                  PIC X(04) VALUE " TO ".
011350     05  WS-FN-NEW-GRADE         PIC X(01).
011355     05  FILLER                  PIC X(01) VALUE " ".
011360     05  WS-FN-DATE              PIC 9(08).
011365     05  FILLER                  PIC X(01) VALUE " ".
011370     05  WS-FN-REASON            PIC X(30).
011400*----------------------------------------------------------------
011500* CALL INTERFACE TO THE SHARED AUDIT-LOG SUBPROGRAM
011600*----------------------------------------------------------------
013200         MOVE 8 TO WS-FINAL-RETURN-CODE
013300         GO TO 0000-WRAP-UP
013400     END-IF.
013450     PERFORM 1100-LOAD-GRADE-CHANGES
013460         THRU 1100-LOAD-GRADE-CHANGES-EXIT.
013470     PERFORM 1200-LOAD-HOLDS
013480         THRU 1200-LOAD-HOLDS-EXIT.
013500
013600     OPEN OUTPUT transcriptFile.
013700     PERFORM 2000-PRINT-ONE-TRANSCRIPT
019600         DISPLAY "No grade history for " WS-STUDENT-WANTED
019700         GO TO 2000-PRINT-ONE-TRANSCRIPT-ASK-MORE
019800     END-IF.
019810     SET STUDENT-NOT-ON-HOLD TO TRUE.
019820     PERFORM 3600-CHECK-ONE-HOLD
019830         THRU 3600-CHECK-ONE-HOLD-EXIT
019840         VARYING WS-HLD-SUB FROM 1 BY 1
019850         UNTIL WS-HLD-SUB > WS-HLD-COUNT.
019860     IF STUDENT-ON-HOLD
019870         DISPLAY WS-STUDENT-WANTED " is on a bursar hold "
019880             "(LAB36.HLD) - transcript withheld"
019885         MOVE 4 TO WS-FINAL-RETURN-CODE
019890         GO TO 2000-PRINT-ONE-TRANSCRIPT-ASK-MORE
019895     END-IF.
019900
020000     PERFORM 2200-SORT-BY-TERM
020100         THRU 2200-SORT-BY-TERM-EXIT.
033700     MOVE WS-GPA TO WS-GL-GPA.
033800     MOVE WS-GPA-LINE TO transcriptRecord.
033900     WRITE transcriptRecord.
033910     PERFORM 3500-WRITE-ONE-FOOTNOTE
033920         THRU 3500-WRITE-ONE-FOOTNOTE-EXIT
033930         VARYING WS-GCL-SUB FROM 1 BY 1
033940         UNTIL WS-GCL-SUB > WS-GCL-COUNT.
034000     MOVE SPACES TO transcriptRecord.
034100     WRITE transcriptRecord.
034200 3000-WRITE-TRANSCRIPT-PAGE-EXIT.
036000     MOVE WS-STU-COURSE(WS-STU-SUB) TO WS-DL-COURSE.
036100     MOVE WS-STU-HOURS(WS-STU-SUB)  TO WS-DL-HOURS.
036200     MOVE WS-STU-GRADE(WS-STU-SUB)  TO WS-DL-GRADE.
036210     MOVE SPACE TO WS-DL-CHANGED.
036220     PERFORM 3400-CHECK-ONE-CHANGE
036230         THRU 3400-CHECK-ONE-CHANGE-EXIT
036240         VARYING WS-GCL-SUB FROM 1 BY 1
036250         UNTIL WS-GCL-SUB > WS-GCL-COUNT.
036300     EVALUATE TRUE
036400         WHEN WS-STU-REPEAT(WS-STU-SUB) = "R"
036500             MOVE "(REPEATED - EXCLUDED)" TO WS-DL-NOTE
041000*    F=0. A W IS A REGISTRAR-ACCEPTED WITHDRAWAL - LISTED, NO
041100*    CREDIT, NO POINTS. ANYTHING ELSE LISTS AS-IS BUT STAYS OUT
041200*    OF THE ARITHMETIC.
041210*    AN I (INCOMPLETE) LISTS AS NO CREDIT, LIKE A W, UNTIL
041220*    LAB36CHG CHANGES IT TO A LETTER GRADE.
041300*----------------------------------------------------------------
041400     SET GRADE-IS-VALID TO TRUE.
041500     SET GRADE-CARRIES-POINTS TO TRUE.
042000         WHEN "D"    MOVE 1 TO WS-GRADE-VALUE
042100         WHEN "F"    MOVE 0 TO WS-GRADE-VALUE
042200         WHEN "W"
042250         WHEN "I"
042300             MOVE 0 TO WS-GRADE-VALUE
042400             SET GRADE-CARRIES-NOTHING TO TRUE
042500         WHEN OTHER
042900     END-EVALUATE.
043000 3300-MAP-GRADE-TO-POINTS-EXIT.
043100     EXIT.
043200*----------------------------------------------------------------
043300 1100-LOAD-GRADE-CHANGES.
043400*    NO LAB36.GCL SIMPLY MEANS NO GRADE HAS BEEN CHANGED SINCE
043500*    ITS TERM CLOSED - NOTHING TO MARK.
043600*----------------------------------------------------------------
043700     OPEN INPUT changeLogFile.
043800     IF changeLogFileStatus NOT = "00"
043900         CLOSE changeLogFile
044000         GO TO 1100-LOAD-GRADE-CHANGES-EXIT
044100     END-IF.
044200     PERFORM FOREVER
044300         READ changeLogFile
044400             AT END
044500             EXIT PERFORM
044600         END-READ
044700         IF WS-GCL-COUNT >= 200
044800             DISPLAY "WARNING - grade change table full, change "
044900                 "not footnoted: " gclStudentName
045000         ELSE
045100             ADD 1 TO WS-GCL-COUNT
045200             MOVE gclStudentName TO WS-GCL-NAME(WS-GCL-COUNT)
045300             MOVE gclCourse      TO WS-GCL-COURSE(WS-GCL-COUNT)
045400             MOVE gclTerm        TO WS-GCL-TERM(WS-GCL-COUNT)
045500             MOVE gclOldGrade    TO WS-GCL-OLD-GRADE(WS-GCL-COUNT)
045600             MOVE gclNewGrade    TO WS-GCL-NEW-GRADE(WS-GCL-COUNT)
045700             MOVE gclReason      TO WS-GCL-REASON(WS-GCL-COUNT)
045800             MOVE gclDate        TO WS-GCL-DATE(WS-GCL-COUNT)
045900         END-IF
046000     END-PERFORM.
046100     CLOSE changeLogFile.
046200 1100-LOAD-GRADE-CHANGES-EXIT.
046300     EXIT.
046400*----------------------------------------------------------------
046500 3400-CHECK-ONE-CHANGE.
046600*----------------------------------------------------------------
046700     IF WS-GCL-NAME(WS-GCL-SUB) = WS-STUDENT-WANTED
046800         AND WS-GCL-COURSE(WS-GCL-SUB) = WS-STU-COURSE(WS-STU-SUB)
046900         AND WS-GCL-TERM(WS-GCL-SUB) = WS-STU-TERM(WS-STU-SUB)
047000         MOVE "*" TO WS-DL-CHANGED
047100     END-IF.
047200 3400-CHECK-ONE-CHANGE-EXIT.
047300     EXIT.
047400*----------------------------------------------------------------
047500 3500-WRITE-ONE-FOOTNOTE.
047600*    ONE LINE PER LOGGED CHANGE FOR THIS STUDENT, OLDEST FIRST.
047700*----------------------------------------------------------------
047800     IF WS-GCL-NAME(WS-GCL-SUB) NOT = WS-STUDENT-WANTED
047900         GO TO 3500-WRITE-ONE-FOOTNOTE-EXIT
048000     END-IF.
048100     MOVE WS-GCL-COURSE(WS-GCL-SUB)    TO WS-FN-COURSE.
048200     MOVE WS-GCL-TERM(WS-GCL-SUB)      TO WS-FN-TERM.
048300     MOVE WS-GCL-OLD-GRADE(WS-GCL-SUB) TO WS-FN-OLD-GRADE.
048400     MOVE WS-GCL-NEW-GRADE(WS-GCL-SUB) TO WS-FN-NEW-GRADE.
048500     MOVE WS-GCL-DATE(WS-GCL-SUB)      TO WS-FN-DATE.
048600     MOVE WS-GCL-REASON(WS-GCL-SUB)    TO WS-FN-REASON.
048700     MOVE WS-FOOTNOTE-LINE TO transcriptRecord.
048800     WRITE transcriptRecord.
048900 3500-WRITE-ONE-FOOTNOTE-EXIT.
049000     EXIT.
049100*----------------------------------------------------------------
049200 1200-LOAD-HOLDS.
049300*    LAB36AGE REBUILDS LAB36.HLD EVERY NIGHT. NO FILE MEANS NO
049400*    STUDENT IS ON A BURSAR HOLD.
049500*----------------------------------------------------------------
049600     OPEN INPUT holdFile.
049700     IF holdFileStatus NOT = "00"
049800         CLOSE holdFile
049900         GO TO 1200-LOAD-HOLDS-EXIT
050000     END-IF.
050100     PERFORM FOREVER
050200         READ holdFile
050300             AT END
050400             EXIT PERFORM
050500         END-READ
050600         IF WS-HLD-COUNT < 200
050700             ADD 1 TO WS-HLD-COUNT
050800             MOVE hldStudentName TO WS-HLD-NAME(WS-HLD-COUNT)
050900         END-IF
051000     END-PERFORM.
051100     CLOSE holdFile.
051200 1200-LOAD-HOLDS-EXIT.
051300     EXIT.
051400*----------------------------------------------------------------
051500 3600-CHECK-ONE-HOLD.
051600*----------------------------------------------------------------
051700     IF WS-HLD-NAME(WS-HLD-SUB) = WS-STUDENT-WANTED
051800         SET STUDENT-ON-HOLD TO TRUE
051900     END-IF.
052000 3600-CHECK-ONE-HOLD-EXIT.
052100     EXIT.
