002260*                 LOANS OF SEPARATED FACULTY ARE DUE NOW, NOT
002270*                 BUCKETED), SO THE LAB30 CROSS-FOOT IS NOW
002280*                 READ = BUCKETED + PAID + REJECTED + SEPARATED.
002284* 09/14/2026  DL  THE FACULTY LOAN GL EXTRACT IS NOW BALANCED
002288*                 TOO - LAB30GL'S LAB30.GLC CONTROL RECORD MUST
002292*                 BE TONIGHT'S, WITH DEBITS EQUAL TO CREDITS AND
002296*                 NO UNFOOTABLE LINES, OR THE NIGHT FAILS.
002297* 09/25/2026  DL  LAB30.RCN GREW A DEFERRED-LOAN COUNT (LOANS
002298*                 UNDER A HARDSHIP DEFERRAL ARE NOT BUCKETED),
002299*                 ADDED INTO THE LAB30 CROSS-FOOT.
002315* 10/15/2026  DL  LAB30.RCN GREW A CHARGED-OFF COUNT (LOANS
002332*                 LAB30WOF HAS CHARGED OFF THAT ARE STILL ON
002349*                 lab30.in ARE NO LONGER AGED), ADDED INTO THE
002366*                 LAB30 CROSS-FOOT.
002383*----------------------------------------------------------------
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
003000     SELECT OPTIONAL reconFile ASSIGN TO "LAB30.RCN"
003100         ORGANIZATION LINE SEQUENTIAL
003200         FILE STATUS IS reconFileStatus.
003225     SELECT OPTIONAL glControlFile ASSIGN TO "LAB30.GLC"
003250         ORGANIZATION LINE SEQUENTIAL
003275         FILE STATUS IS glControlFileStatus.
003300     SELECT masterFile ASSIGN TO "LAB22.IDX"
003400         ORGANIZATION INDEXED
003500         ACCESS MODE DYNAMIC
004900     05  rcnLoanRejects          PIC 9(05).
005000     05  rcnHistoryWritten       PIC 9(05).
005010     05  rcnSeparated            PIC 9(05).
005015     05  rcnDeferred             PIC 9(05).
005018     05  rcnChargedOff           PIC 9(05).
005021 FD  glControlFile.
005032 01  glControlRecord.
005043     05  glcRunDate              PIC 9(08).
005054     05  glcEntryCount           PIC 9(07).
005065     05  glcDebitTotal           PIC 9(09)V99.
005076     05  glcCreditTotal          PIC 9(09)V99.
005087     05  glcBadLines             PIC 9(05).
005100 FD  masterFile.
005200 01  vinNumber.
005300     05  countryCode             PIC X(01).
006500 01  auditFileStatus             PIC X(02).
006600 01  reconFileStatus             PIC X(02).
006700 01  masterFileStatus            PIC X(02).
006750 01  glControlFileStatus         PIC X(02).
006800 01  WS-FINAL-RETURN-CODE        PIC 9(01) VALUE ZERO.
006900 01  WS-BUSINESS-DATE            PIC 9(08).
007000 01  WS-OUT-OF-BALANCE           PIC 9(02) COMP VALUE ZERO.
011250 01  WS-RCN-LOAN-REJECTS         PIC 9(05) VALUE ZERO.
011260 01  WS-RCN-HISTORY-WRITTEN      PIC 9(05) VALUE ZERO.
011270 01  WS-RCN-SEPARATED            PIC 9(05) VALUE ZERO.
011271 01  WS-RCN-DEFERRED             PIC 9(05) VALUE ZERO.
011272 01  WS-RCN-CHARGED-OFF          PIC 9(05) VALUE ZERO.
011273 01  WS-GLC-FOUND-SW             PIC X(01) VALUE "N".
011276     88  GLC-FOUND                       VALUE "Y".
011279 01  WS-GLC-RUN-DATE             PIC 9(08) VALUE ZERO.
011282 01  WS-GLC-ENTRY-COUNT          PIC 9(07) VALUE ZERO.
011285 01  WS-GLC-DEBIT-TOTAL          PIC 9(09)V99 VALUE ZERO.
011288 01  WS-GLC-CREDIT-TOTAL         PIC 9(09)V99 VALUE ZERO.
011291 01  WS-GLC-BAD-LINES            PIC 9(05) VALUE ZERO.
011294 01  WS-GLC-DEBIT-DISPLAY        PIC 9(09).99.
011297 01  WS-GLC-CREDIT-DISPLAY       PIC 9(09).99.
011300*----------------------------------------------------------------
011400* CALL INTERFACE TO THE SHARED AUDIT-LOG SUBPROGRAM
011500*----------------------------------------------------------------
013800         THRU 5000-BALANCE-LAB30-EXIT.
013900     PERFORM 6000-BALANCE-LAB36
014000         THRU 6000-BALANCE-LAB36-EXIT.
014033     PERFORM 7000-BALANCE-GL-EXTRACT
014066         THRU 7000-BALANCE-GL-EXTRACT-EXIT.
014100
014200     IF WS-OUT-OF-BALANCE = ZERO
014300         DISPLAY "ALL STEPS IN BALANCE"
023690                     TO WS-RCN-HISTORY-WRITTEN
023692                 MOVE rcnSeparated
023694                     TO WS-RCN-SEPARATED
023696                 MOVE rcnDeferred
023697                     TO WS-RCN-DEFERRED
023698                 MOVE rcnChargedOff
023699                     TO WS-RCN-CHARGED-OFF
023700         END-READ
023800     END-IF.
023900     CLOSE reconFile.
028300     COMPUTE WS-EXPECTED =
028400         WS-RCN-BUCKETED + WS-RCN-PAID-IN-FULL
028410         + WS-RCN-LOAN-REJECTS
028440         + WS-RCN-SEPARATED
028470         + WS-RCN-DEFERRED
028485         + WS-RCN-CHARGED-OFF.
028500     IF WS-RCN-DETAIL-READ = WS-EXPECTED
028600         DISPLAY "LAB30     - " WS-RCN-DETAIL-READ " read = "
028700             WS-RCN-BUCKETED " bucketed + "
028800             WS-RCN-PAID-IN-FULL " paid + "
028810             WS-RCN-LOAN-REJECTS " rejected + "
028857             WS-RCN-SEPARATED " separated + "
028904             WS-RCN-DEFERRED " deferred + "
028927             WS-RCN-CHARGED-OFF
028951             " charged off - IN BALANCE"
029000     ELSE
029100         DISPLAY "** LAB30 READ " WS-RCN-DETAIL-READ
029200             " BUT ACCOUNTS FOR " WS-EXPECTED " **"
034300     END-IF.
034400 6000-BALANCE-LAB36-EXIT.
034500     EXIT.
034600*----------------------------------------------------------------
034700 7000-BALANCE-GL-EXTRACT.
034800*    LAB30GL'S CONTROL RECORD - TONIGHT'S, DEBITS = CREDITS, AND
034900*    NO LINE IT COULD NOT FOOT. AN OUT-OF-BALANCE JOURNAL IS
035000*    HELD BY LAB30GL ITSELF; THIS IS WHERE THE NIGHT FAILS.
035100*----------------------------------------------------------------
035200     OPEN INPUT glControlFile.
035300     IF glControlFileStatus = "00"
035400         READ glControlFile
035500             AT END
035600                 CONTINUE
035700             NOT AT END
035800                 SET GLC-FOUND TO TRUE
035900                 MOVE glcRunDate     TO WS-GLC-RUN-DATE
036000                 MOVE glcEntryCount  TO WS-GLC-ENTRY-COUNT
036100                 MOVE glcDebitTotal  TO WS-GLC-DEBIT-TOTAL
036200                 MOVE glcCreditTotal TO WS-GLC-CREDIT-TOTAL
036300                 MOVE glcBadLines    TO WS-GLC-BAD-LINES
036400         END-READ
036500     END-IF.
036600     CLOSE glControlFile.
036700     IF NOT GLC-FOUND
036800         DISPLAY "** LAB30.GLC CONTROL RECORD MISSING **"
036900         ADD 1 TO WS-OUT-OF-BALANCE
037000         GO TO 7000-BALANCE-GL-EXTRACT-EXIT
037100     END-IF.
037200     IF WS-GLC-RUN-DATE NOT = WS-BUSINESS-DATE
037300         DISPLAY "** LAB30.GLC IS FOR " WS-GLC-RUN-DATE
037400             " NOT TONIGHT **"
037500         ADD 1 TO WS-OUT-OF-BALANCE
037600         GO TO 7000-BALANCE-GL-EXTRACT-EXIT
037700     END-IF.
037800     MOVE WS-GLC-DEBIT-TOTAL  TO WS-GLC-DEBIT-DISPLAY.
037900     MOVE WS-GLC-CREDIT-TOTAL TO WS-GLC-CREDIT-DISPLAY.
038000     IF WS-GLC-DEBIT-TOTAL = WS-GLC-CREDIT-TOTAL
038100         AND WS-GLC-BAD-LINES = ZERO
038200         DISPLAY "LAB30GL   - " WS-GLC-ENTRY-COUNT " lines, "
038300             WS-GLC-DEBIT-DISPLAY " DR = "
038400             WS-GLC-CREDIT-DISPLAY " CR - IN BALANCE"
038500     ELSE
038600         DISPLAY "** LAB30GL JOURNAL DR " WS-GLC-DEBIT-DISPLAY
038700             " CR " WS-GLC-CREDIT-DISPLAY ", "
038800             WS-GLC-BAD-LINES " BAD LINE(S) - HELD **"
038900         ADD 1 TO WS-OUT-OF-BALANCE
039000     END-IF.
039100 7000-BALANCE-GL-EXTRACT-EXIT.
039200     EXIT.
