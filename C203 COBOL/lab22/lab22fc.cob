002000*                 MANUFACTURER VIA THE LAB22.REF NAMES, WITH A
002100*                 PROJECTED COUNT PER QUARTER. BUDGET SEASON
002200*                 STOPS BEING A SPREADSHEET REBUILD.
002216* 10/02/2026  DL  ONLY IN-SERVICE VEHICLES ARE FORECAST - ONE
002232*                 OUT OF SERVICE, AWAITING DISPOSAL, OR DISPOSED
002248*                 ON LAB22.LCM (VIA VEHSTAT) IS NOT BEING
002264*                 REPLACED AND IS COUNTED ON THE REPORT AS
002280*                 EXCLUDED INSTEAD.
002300*----------------------------------------------------------------
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
007100 01  WS-RECORDS-READ             PIC 9(07) COMP VALUE ZERO.
007200 01  WS-IN-WINDOW-COUNT          PIC 9(05) COMP VALUE ZERO.
007300 01  WS-OVERDUE-COUNT            PIC 9(05) COMP VALUE ZERO.
007350 01  WS-NOT-IN-SERVICE-COUNT     PIC 9(05) COMP VALUE ZERO.
007400 01  WS-REPLACE-AGE              PIC 9(02) VALUE 10.
007500*----------------------------------------------------------------
007600* THE TWELVE-MONTH FORECAST WINDOW, BUILT FROM TODAY'S MONTH
019100* CALL INTERFACE TO THE SHARED AUDIT-LOG SUBPROGRAM
019200*----------------------------------------------------------------
019300 COPY "auditparm.cpy".
019320*----------------------------------------------------------------
019340* CALL INTERFACE TO THE SHARED VEHICLE-STATUS SUBPROGRAM
019360*----------------------------------------------------------------
019380 COPY "vstparm.cpy".
019400 PROCEDURE DIVISION.
019500*----------------------------------------------------------------
019600 0000-MAINLINE.
033300*    REPLACEMENT FALLS DUE JULY OF MODEL YEAR PLUS THE SHOP
033400*    AGE. A VEHICLE ALREADY PAST IT COUNTS AS OVERDUE; ONE DUE
033500*    INSIDE THE TWELVE-MONTH WINDOW IS FILED UNDER ITS MONTH,
033566*    PLANT, AND MANUFACTURER. A VEHICLE NOT IN SERVICE IS
033632*    ONLY COUNTED AS EXCLUDED.
033700*----------------------------------------------------------------
033714     MOVE vinNumber TO VSTAT-VIN.
033728     CALL "VEHSTAT" USING VSTAT-PARM.
033742     IF NOT VSTAT-IN-SERVICE
033756         ADD 1 TO WS-NOT-IN-SERVICE-COUNT
033770         GO TO 2000-FORECAST-ONE-VEHICLE-EXIT
033784     END-IF.
033800     MOVE ZERO TO WS-DECODED-YEAR.
033900     PERFORM 2010-CHECK-ONE-YEAR-CODE
034000         THRU 2010-CHECK-ONE-YEAR-CODE-EXIT
046200         WS-COUNT-DISPLAY DELIMITED BY SIZE
046300         INTO forecastRecord.
046400     WRITE forecastRecord.
046412     MOVE WS-NOT-IN-SERVICE-COUNT TO WS-COUNT-DISPLAY.
046424     MOVE SPACES TO forecastRecord.
046436     STRING "NOT IN SERVICE - EXCLUDED:    "
046448         DELIMITED BY SIZE
046460         WS-COUNT-DISPLAY DELIMITED BY SIZE
046472         INTO forecastRecord.
046484     WRITE forecastRecord.
046500     CLOSE forecastFile.
046600     DISPLAY WS-IN-WINDOW-COUNT " vehicle(s) due in the next "
046700         "12 months, " WS-OVERDUE-COUNT
046800         " already past age - see LAB22.FCR".
046833     DISPLAY WS-NOT-IN-SERVICE-COUNT
046866         " vehicle(s) not in service - excluded".
046900 3000-WRITE-FORECAST-REPORT-EXIT.
047000     EXIT.
047100*----------------------------------------------------------------
