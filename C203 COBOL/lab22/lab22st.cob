001500*                 COUNTRY CODE, AND MANUFACTURER - SO PURCHASING
001600*                 GETS "HOW OLD IS THE FLEET" FROM ONE REPORT
001700*                 INSTEAD OF FROM EYEBALLING THE RAW FILE.
001720* 10/02/2026  DL  ONLY IN-SERVICE VEHICLES ARE TALLIED. A VIN
001740*                 OUT OF SERVICE, AWAITING DISPOSAL, OR DISPOSED
001760*                 ON LAB22.LCM (VIA VEHSTAT) IS COUNTED ONCE AS
001780*                 NOT IN SERVICE AND LEFT OUT OF THE PERCENTAGES.
001785* 10/15/2026  DL  NOW A STEP OF THE MONTHEND JOB - A CLEAN FINISH
001790*                 IS RECORDED ON THE RUN-STATUS FILE SO A RESTART
001795*                 SUBMIT SKIPS IT.
001800*----------------------------------------------------------------
001900 ENVIRONMENT DIVISION.
002000 INPUT-OUTPUT SECTION.
004300 01  masterFileStatus            PIC X(02).
004310 01  WS-FINAL-RETURN-CODE        PIC 9(01) VALUE ZERO.
004400 01  WS-RECORDS-READ             PIC 9(07) COMP VALUE ZERO.
004433 01  WS-IN-SERVICE-COUNT         PIC 9(07) COMP VALUE ZERO.
004466 01  WS-NOT-IN-SERVICE-COUNT     PIC 9(07) COMP VALUE ZERO.
004500*----------------------------------------------------------------
004600* MODEL-YEAR DECODE TABLE - SAME 2010-2039 CYCLE LAB22 USES
004700*----------------------------------------------------------------
012100* CALL INTERFACE TO THE SHARED AUDIT-LOG SUBPROGRAM
012200*----------------------------------------------------------------
012300 COPY "auditparm.cpy".
012320*----------------------------------------------------------------
012340* CALL INTERFACE TO THE SHARED VEHICLE-STATUS SUBPROGRAM
012360*----------------------------------------------------------------
012380 COPY "vstparm.cpy".
012385*----------------------------------------------------------------
012388* CALL INTERFACE TO THE SHARED RUN-STATUS SUBPROGRAM
012391*----------------------------------------------------------------
012394 COPY "rstparm.cpy".
012400 PROCEDURE DIVISION.
012500*----------------------------------------------------------------
012600 0000-MAINLINE.
012700*----------------------------------------------------------------
012710     PERFORM 0100-CHECK-STEP-RESTART
012720         THRU 0100-CHECK-STEP-RESTART-EXIT.
012800     PERFORM 1200-RECORD-RUN-START
012900         THRU 1200-RECORD-RUN-START-EXIT.
013000
015100         DISPLAY "LAB22.IDX is empty - no statistics to report"
015200         GO TO 0000-WRAP-UP
015300     END-IF.
015316     IF WS-IN-SERVICE-COUNT = ZERO
015332         DISPLAY "No vehicle on LAB22.IDX is in service - no "
015348             "statistics to report"
015364         GO TO 0000-WRAP-UP
015380     END-IF.
015400
015500     PERFORM 3000-PRINT-STATISTICS
015600         THRU 3000-PRINT-STATISTICS-EXIT.
015800 0000-WRAP-UP.
015900     PERFORM 9000-LOG-AUDIT-RUN
016000         THRU 9000-LOG-AUDIT-RUN-EXIT.
016010     IF WS-FINAL-RETURN-CODE = ZERO
016020         PERFORM 9100-RECORD-STEP-COMPLETE
016030             THRU 9100-RECORD-STEP-COMPLETE-EXIT
016040     END-IF.
016050*    SET LAST - ANY LATER CALL RESETS THE RETURN-CODE REGISTER.
016060     MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
016100     STOP RUN.
016105*----------------------------------------------------------------
016110 0100-CHECK-STEP-RESTART.
016115*    ON A RESTART SUBMIT (THE JOB'S .RST NAMES TODAY) A STEP THAT
016120*    ALREADY COMPLETED TONIGHT SKIPS ITSELF, SO THE CHAIN
016125*    RESUMES AT THE FIRST INCOMPLETE STEP INSTEAD OF REDOING
016130*    FINISHED WORK. A NORMAL SUBMIT NEVER SKIPS.
016135*----------------------------------------------------------------
016140     SET RSTAT-SHOULD-SKIP TO TRUE.
016145     MOVE FUNCTION CURRENT-DATE(1:8) TO RSTAT-BUSINESS-DATE.
016150     MOVE "LAB22ST" TO RSTAT-STEP-NAME.
016155     CALL "RUNSTAT" USING RSTAT-PARM.
016160     IF RSTAT-STEP-DONE
016165         DISPLAY "LAB22ST already complete for "
016170             RSTAT-BUSINESS-DATE " - restart skip"
016175         STOP RUN
016180     END-IF.
016185 0100-CHECK-STEP-RESTART-EXIT.
016190     EXIT.
016200*----------------------------------------------------------------
016300 1200-RECORD-RUN-START.
016400*    CAPTURE THE RUN'S START DATE/TIME FOR THE AUDIT LOG.
017000     EXIT.
017100*----------------------------------------------------------------
017200 2000-TALLY-ONE-VEHICLE.
017266*    FILE ONE VEHICLE INTO EACH OF THE FOUR DISTRIBUTIONS. A
017332*    VEHICLE NOT IN SERVICE IS ONLY COUNTED AS SUCH.
017400*----------------------------------------------------------------
017412     MOVE vinNumber TO VSTAT-VIN.
017424     CALL "VEHSTAT" USING VSTAT-PARM.
017436     IF NOT VSTAT-IN-SERVICE
017448         ADD 1 TO WS-NOT-IN-SERVICE-COUNT
017460         GO TO 2000-TALLY-ONE-VEHICLE-EXIT
017472     END-IF.
017484     ADD 1 TO WS-IN-SERVICE-COUNT.
017500     PERFORM 2100-TALLY-MODEL-YEAR
017600         THRU 2100-TALLY-MODEL-YEAR-EXIT.
017700     PERFORM 2200-TALLY-PLANT
029100     DISPLAY "FLEET COMPOSITION STATISTICS".
029200     MOVE WS-RECORDS-READ TO WS-COUNT-DISPLAY.
029300     DISPLAY WS-COUNT-DISPLAY " vehicle(s) on LAB22.IDX".
029320     MOVE WS-IN-SERVICE-COUNT TO WS-COUNT-DISPLAY.
029340     DISPLAY WS-COUNT-DISPLAY " in service - tallied below".
029360     MOVE WS-NOT-IN-SERVICE-COUNT TO WS-COUNT-DISPLAY.
029380     DISPLAY WS-COUNT-DISPLAY " not in service - excluded".
029400     DISPLAY " ".
029500     DISPLAY "BY MODEL YEAR        COUNT    PCT".
029600     PERFORM 3100-PRINT-ONE-YEAR
033200     IF WS-YEAR-COUNT(WS-YEAR-SUB) NOT = ZERO
033300         MOVE WS-YEAR-COUNT(WS-YEAR-SUB) TO WS-COUNT-DISPLAY
033500         COMPUTE WS-PCT ROUNDED =
033566             WS-YEAR-COUNT(WS-YEAR-SUB) * 100
033632                 / WS-IN-SERVICE-COUNT
033700         MOVE WS-PCT TO WS-PCT-DISPLAY
033800         DISPLAY WS-YEAR-VALUE(WS-YEAR-SUB) " (code "
033900             WS-YEAR-CODE(WS-YEAR-SUB) ")    " WS-COUNT-DISPLAY
034600*----------------------------------------------------------------
034700     MOVE WS-PLANT-COUNT(WS-TALLY-SUB) TO WS-COUNT-DISPLAY.
034800     COMPUTE WS-PCT ROUNDED =
034900         WS-PLANT-COUNT(WS-TALLY-SUB) * 100 / WS-IN-SERVICE-COUNT.
035000     MOVE WS-PCT TO WS-PCT-DISPLAY.
035100     DISPLAY "PLANT " WS-PLANT-CODE(WS-TALLY-SUB) "            "
035200         WS-COUNT-DISPLAY "  " WS-PCT-DISPLAY.
035700*----------------------------------------------------------------
035800     MOVE WS-COUNTRY-COUNT(WS-TALLY-SUB) TO WS-COUNT-DISPLAY.
035900     COMPUTE WS-PCT ROUNDED =
035966         WS-COUNTRY-COUNT(WS-TALLY-SUB) * 100
036032             / WS-IN-SERVICE-COUNT.
036100     MOVE WS-PCT TO WS-PCT-DISPLAY.
036200     DISPLAY "COUNTRY " WS-COUNTRY-CODE(WS-TALLY-SUB)
036300         "          " WS-COUNT-DISPLAY "  " WS-PCT-DISPLAY.
036800*----------------------------------------------------------------
036900     MOVE WS-MFG-COUNT(WS-TALLY-SUB) TO WS-COUNT-DISPLAY.
037000     COMPUTE WS-PCT ROUNDED =
037100         WS-MFG-COUNT(WS-TALLY-SUB) * 100 / WS-IN-SERVICE-COUNT.
037200     MOVE WS-PCT TO WS-PCT-DISPLAY.
037300     DISPLAY "MFG " WS-MFG-CODE(WS-TALLY-SUB) "              "
037400         WS-COUNT-DISPLAY "  " WS-PCT-DISPLAY.
037600     EXIT.
037700*----------------------------------------------------------------
037800 3900-COMPUTE-PCT.
037900*    PERCENTAGE OF THE IN-SERVICE FLEET FOR THE COUNT IN
038000*    WS-COUNT-DISPLAY'S SOURCE - USED FOR THE UNKNOWN-YEAR LINE.
038100*----------------------------------------------------------------
038200     COMPUTE WS-PCT ROUNDED =
038300         WS-UNKNOWN-YEAR-COUNT * 100 / WS-IN-SERVICE-COUNT.
038400     MOVE WS-PCT TO WS-PCT-DISPLAY.
038500 3900-COMPUTE-PCT-EXIT.
038600     EXIT.
039600     CALL "AUDITLOG" USING AUDIT-PARM.
039700 9000-LOG-AUDIT-RUN-EXIT.
039800     EXIT.
039900*----------------------------------------------------------------
040000 9100-RECORD-STEP-COMPLETE.
040100*    A CLEAN FINISH GOES ON THE RUN-STATUS FILE SO A RESTART
040200*    SUBMIT CAN SKIP THIS STEP.
040300*----------------------------------------------------------------
040400     SET RSTAT-RECORD-COMPLETE TO TRUE.
040500     MOVE FUNCTION CURRENT-DATE(1:8) TO RSTAT-BUSINESS-DATE.
040600     MOVE "LAB22ST" TO RSTAT-STEP-NAME.
040700     CALL "RUNSTAT" USING RSTAT-PARM.
040800 9100-RECORD-STEP-COMPLETE-EXIT.
040900     EXIT.
