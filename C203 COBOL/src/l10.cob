001650*                 AND A RUNNING-TIME REPORT PER ROUTE (L10.RTM)
001651*                 SHOWS THE MINUTES BETWEEN EACH PAIR OF STOPS
001652*                 SO SCHEDULING CAN SEE WHERE THE PADDING IS.
001654* 09/03/2026  DL  THE RUN NOW RECORDS ITS COMPLETION ON
001656*                 NITEBTCH.STA (VIA RUNSTAT) AND SKIPS ITSELF ON
001659*                 A RESTART SUBMIT WHEN IT ALREADY FINISHED
001661*                 CLEAN - AND THE MORNING PACKET CAN FINALLY
001663*                 SAY TRUTHFULLY WHETHER THIS STEP RAN.
001666* 09/03/2026  DL  CATCH-UP AWARENESS - WHEN L10.BRD CARRIES
001668*                 BOARDINGS FOR MORE THAN ONE DATE (THE GATE
001670*                 SKIPPED A WEEKEND OR HOLIDAY), THE LOAD-FACTOR
001673*                 REPORT NOW OPENS WITH PER-DATE BOARDING
001675*                 TOTALS, SO MONDAY'S FIGURES ARE PER-DAY TRUTH
001677*                 INSTEAD OF A THREE-DAY LUMP.
001680* 09/03/2026  DL  A PUBLIC-FACING DEPARTURE BOARD (L10.DEP) IS
001682*                 NOW BUILT THE OTHER WAY AROUND FROM THE
001684*                 DISPATCH SHEET - ONE SECTION PER STOP NAME,
001687*                 EVERY ACTIVE LINE SERVING IT IN TIME ORDER,
001689*                 STATUS-I ROUTES SKIPPED - SUITABLE FOR POSTING
001691*                 AT THE SHELTER INSTEAD OF BEING RETYPED FROM
001694*                 THE DISPATCH SHEETS.
001696* 10/02/2026  DL  AN L10.ASG ASSIGNMENT TO A VEHICLE THAT IS NOT
001698*                 IN SERVICE ON LAB22.LCM (VIA VEHSTAT) - OUT OF
001701*                 SERVICE, AWAITING DISPOSAL, OR DISPOSED - IS
001703*                 NOW REJECTED TO REJECT.LOG INSTEAD OF PUTTING
001706*                 A PARKED OR SOLD BUS ON THE DISPATCH SHEET.
001708* 10/05/2026  DL  AN ASSIGNED VEHICLE WHOSE REGISTRATION, SAFETY
001710*                 INSPECTION, OR INSURANCE CARD HAS EXPIRED ON
001713*                 THE LAB22.CPL COMPLIANCE FILE IS NOW FLAGGED
001715*                 ON THE DISPATCH SHEET UNDER ITS ROUTE, NAMING
001717*                 THE EXPIRED DOCUMENT(S).
001720* 10/07/2026  DL  PRE-DISPATCH FITNESS CHECK. AN ASSIGNED
001722*                 VEHICLE PAST ITS LAB22SV MAINTENANCE INTERVAL
001724*                 (LAB22.SVM, LAB22SV.PRM) OR LISTED ON AN OPEN
001727*                 LAB22.RCL RECALL CAMPAIGN IS HELD BACK BEFORE
001729*                 L10.DSP IS WRITTEN, AND THE FIRST FIT SPARE
001731*                 FROM THE L10.SPR POOL WITH AT LEAST THE LINE'S
001734*                 CAPACITY, NOT ASSIGNED ELSEWHERE, TAKES ITS
001736*                 PLACE. EVERY SUBSTITUTION, AND EVERY ACTIVE
001738*                 ROUTE LEFT SHORT A VEHICLE, IS LISTED ON THE
001741*                 L10.DXP DISPATCHER EXCEPTION PAGE FOR THE
001743*                 MORNING PACKET.
001745* 10/15/2026  DL  DRIVER ROSTER AND DAILY DUTIES. L10.DRV HOLDS
001748*                 EACH DRIVER'S ID, NAME, LICENSE CLASS AND
001750*                 LICENSE EXPIRY; L10.DTY BOOKS A DRIVER ONTO A
001753*                 ROUTE FOR A DATE, THE RUN BEING THE ROUTE'S
001755*                 FIRST TO LAST L10.STP STOP TIME. A DUTY IS
001757*                 REJECTED TO REJECT.LOG FOR AN EXPIRED LICENSE,
001760*                 A RUN OVERLAPPING ONE THE DRIVER ALREADY HAS,
001762*                 OR HOURS OVER THE L10HOS.PRM DAILY OR 7-DAY
001764*                 LIMIT. TODAY'S DRIVER PRINTS UNDER EACH ROUTE
001767*                 ON L10.DSP, AND L10.DHR LISTS EVERY DRIVER'S
001769*                 HOURS.
001771* 10/15/2026  DL  SERVICE PATTERNS. L10.SVC GIVES EACH LINE ITS
001774*                 FIRST AND LAST TRIP AND UP TO FOUR HEADWAY
001776*                 BANDS FOR WEEKDAY, SATURDAY AND SUNDAY SERVICE.
001778*                 THE DAY TYPE COMES FROM BUSDAY AND HOLIDAY.CAL -
001781*                 A HOLIDAY RUNS THE SUNDAY PATTERN - AND THE
001783*                 L10.STP STOP TIMES BECOME OFFSETS FROM THE FIRST
001785*                 STOP, SO L10.DSP LISTS EVERY TRIP OF THE DAY
001788*                 UNDER ITS ROUTE AND L10.DEP POSTS EVERY
001790*                 DEPARTURE. A LINE WITH NO PATTERN FOR THE DAY
001792*                 RUNS THE L10.STP TIMES ONCE, AS BEFORE.
001795*----------------------------------------------------------------
001797 ENVIRONMENT DIVISION.
001800 INPUT-OUTPUT SECTION.
001900 FILE-CONTROL.
002000     SELECT in-file ASSIGN TO "L10.in"
002930         FILE STATUS IS stop-file-status.
002940     SELECT stop-work-file ASSIGN TO "L10.stpwrk"
002950         ORGANIZATION LINE SEQUENTIAL.
002951     SELECT stop-sorted-file ASSIGN TO "L10.stpsrt"
002952         ORGANIZATION LINE SEQUENTIAL.
002953     SELECT dispatch-file ASSIGN TO "L10.DSP"
002954         ORGANIZATION LINE SEQUENTIAL.
002955     SELECT board-file ASSIGN TO "L10.BRD"
002956         ORGANIZATION LINE SEQUENTIAL
002957         FILE STATUS IS board-file-status.
002958     SELECT loadfactor-file ASSIGN TO "L10.LDF"
002959         ORGANIZATION LINE SEQUENTIAL.
002961     SELECT OPTIONAL l10-prm-file ASSIGN TO "L10.PRM"
002962         ORGANIZATION LINE SEQUENTIAL
002963         FILE STATUS IS l10-prm-file-status.
003003         RECORD KEY IS vinNumber
003004         ALTERNATE RECORD KEY IS prodNumber WITH DUPLICATES
003005         FILE STATUS IS vin-master-status.
003006     SELECT OPTIONAL compliance-file ASSIGN TO "LAB22.CPL"
003007         ORGANIZATION LINE SEQUENTIAL
003008         FILE STATUS IS compliance-file-status.
003009     SELECT OPTIONAL svm-file ASSIGN TO "LAB22.SVM"
003010         ORGANIZATION LINE SEQUENTIAL
003011         FILE STATUS IS svm-file-status.
003012     SELECT OPTIONAL svprm-file ASSIGN TO "LAB22SV.PRM"
003013         ORGANIZATION LINE SEQUENTIAL
003014         FILE STATUS IS svprm-file-status.
003015     SELECT OPTIONAL recall-file ASSIGN TO "LAB22.RCL"
003016         ORGANIZATION LINE SEQUENTIAL
003017         FILE STATUS IS recall-file-status.
003018     SELECT OPTIONAL spare-file ASSIGN TO "L10.SPR"
003019         ORGANIZATION LINE SEQUENTIAL
003020         FILE STATUS IS spare-file-status.
003021     SELECT exception-file ASSIGN TO "L10.DXP"
003022         ORGANIZATION LINE SEQUENTIAL.
003023     SELECT OPTIONAL driver-file ASSIGN TO "L10.DRV"
003024         ORGANIZATION LINE SEQUENTIAL
003025         FILE STATUS IS driver-file-status.
003026     SELECT OPTIONAL duty-file ASSIGN TO "L10.DTY"
003027         ORGANIZATION LINE SEQUENTIAL
003028         FILE STATUS IS duty-file-status.
003029     SELECT duty-work-file ASSIGN TO "L10.dtywrk"
003030         ORGANIZATION LINE SEQUENTIAL.
003031     SELECT duty-sorted-file ASSIGN TO "L10.dtysrt"
003032         ORGANIZATION LINE SEQUENTIAL.
003033     SELECT OPTIONAL hos-prm-file ASSIGN TO "L10HOS.PRM"
003034         ORGANIZATION LINE SEQUENTIAL
003035         FILE STATUS IS hos-prm-file-status.
003036     SELECT driver-hours-file ASSIGN TO "L10.DHR"
003037         ORGANIZATION LINE SEQUENTIAL.
003038     SELECT OPTIONAL service-file ASSIGN TO "L10.SVC"
003039         ORGANIZATION LINE SEQUENTIAL
003040         FILE STATUS IS service-file-status.
003041     SELECT trip-file ASSIGN TO "L10.trpwrk"
003042         ORGANIZATION LINE SEQUENTIAL.
003071 DATA DIVISION.
003100 FILE SECTION.
003200 FD  in-file.
003300 01  in-line.
006070     02  stop-name               PIC X(15).
006080     02  stop-time               PIC 9(04).
006090 FD  dispatch-file.
006091 01  dispatch-line               PIC X(60).
006092 FD  board-file.
006093 01  board-detailsI.
006094     02  brd-lineI               PIC 9(03).
006095     02  brd-dateI               PIC 9(08).
006096     02  brd-countI              PIC 9(05).
006097 FD  loadfactor-file.
006098 01  loadfactor-line             PIC X(80).
006099 FD  l10-prm-file.
006100 01  l10-prm-record.
006101     02  prm-min-gap             PIC 9(03).
006102     02  prm-max-gap             PIC 9(03).
006103 FD  runtime-file.
006104 01  runtime-line                PIC X(70).
006105 FD  assign-file.
006106 01  assign-detailsI.
006107     02  asg-lineI               PIC 9(03).
006108     02  asg-vinI                PIC X(15).
006109     02  asg-eff-dateI           PIC 9(08).
006110     02  asg-capacityI           PIC 9(04).
006111 FD  vin-master-file.
006112 01  vinNumber.
006113     02  countryCode             PIC X(01).
006114     02  mfg                     PIC A(01).
006115     02  typeOrDivision          PIC X(01).
006117     02  vehicleStyle            PIC X(04).
006118     02  checkDigit              PIC 9(01).
006119     02  yearCode                PIC X(01).
006120     02  asmbPlant               PIC X(01).
006121     02  prodNumber              PIC 9(05).
006122 FD  compliance-file.
006123 01  compliance-detailsI.
006124     02  cpl-vinI                PIC X(15).
006125     02  cpl-expiryI             PIC 9(08) OCCURS 3 TIMES.
006126 FD  svm-file.
006127 01  svm-details.
006128     02  svm-vin                 PIC X(15).
006129     02  svm-last-svc-date       PIC 9(08).
006130     02  svm-last-svc-miles      PIC 9(07).
006131     02  svm-cur-miles           PIC 9(07).
006132     02  svm-cur-date            PIC 9(08).
006133 FD  svprm-file.
006134 01  svprm-record.
006135     02  svprm-miles-interval    PIC 9(06).
006136     02  svprm-days-interval     PIC 9(03).
006137 FD  recall-file.
006138 01  recall-line                 PIC X(80).
006139 FD  spare-file.
006140 01  spare-detailsI.
006141     02  spr-vinI                PIC X(15).
006142     02  spr-capacityI           PIC 9(04).
006144 FD  exception-file.
006145 01  exception-line              PIC X(80).
006146 FD  stop-name-sorted-file.
006147 01  stop-name-details.
006148     02  snd-line                PIC 9(03).
006149     02  snd-seq                 PIC 9(02).
006150     02  snd-name                PIC X(15).
006151     02  snd-time                PIC 9(04).
006152 FD  departure-file.
006153 01  departure-line              PIC X(60).
006154 FD  driver-file.
006155 01  driver-detailsI.
006156     02  drv-idI                 PIC X(05).
006157     02  drv-nameI               PIC X(20).
006158     02  drv-classI              PIC X(01).
006159     02  drv-expiryI             PIC 9(08).
006160 FD  duty-file.
006161 01  duty-detailsI.
006162     02  dty-dateI               PIC 9(08).
006163     02  dty-driverI             PIC X(05).
006164     02  dty-lineI               PIC 9(03).
006165 SD  duty-work-file.
006166 01  duty-detailsW.
006167     02  dty-dateW               PIC 9(08).
006168     02  dty-driverW             PIC X(05).
006169     02  dty-lineW               PIC 9(03).
006171 FD  duty-sorted-file.
006172 01  duty-details.
006173     02  dty-date                PIC 9(08).
006174     02  dty-driver              PIC X(05).
006175     02  dty-line                PIC 9(03).
006176 FD  hos-prm-file.
006177 01  hos-prm-record.
006178     02  hos-day-hours           PIC 9(02).
006179     02  hos-week-hours          PIC 9(03).
006180 FD  driver-hours-file.
006181 01  driver-hours-line           PIC X(80).
006182 FD  service-file.
006183 01  service-detailsI.
006184     02  svc-lineI               PIC 9(03).
006185     02  svc-day-typeI           PIC X(01).
006186     02  svc-firstI              PIC 9(04).
006187     02  svc-lastI               PIC 9(04).
006188     02  svc-bandI OCCURS 4 TIMES.
006189         03  svc-band-startI     PIC 9(04).
006190         03  svc-headwayI        PIC 9(03).
006191 FD  trip-file.
006192 01  trip-details.
006193     02  trp-line                PIC 9(03).
006194     02  trp-seq                 PIC 9(02).
006195     02  trp-name                PIC X(15).
006196     02  trp-time                PIC 9(04).
006198 WORKING-STORAGE SECTION.
006199*----------------------------------------------------------------
006200* TIMETABLE SANITY - THE RUNNING-TIME WINDOW FROM L10.PRM AND
006969 01  WS-ROUTE-COUNT              PIC 9(03) COMP VALUE ZERO.
006970 01  WS-ROUTE-SUB                PIC 9(03) COMP.
006971 01  WS-ROUTE-HIT                PIC 9(03) COMP VALUE ZERO.
006972 01  WS-ROUTE-TABLE.
006973     05  WS-ROUTE-ENTRY OCCURS 100 TIMES.
006974         10  WS-RTE-NUMBER       PIC 9(03).
006975         10  WS-RTE-NAME         PIC X(15).
006976         10  WS-RTE-STATUS       PIC X(01).
006977         10  WS-RTE-CAPACITY     PIC 9(04).
006978         10  WS-RTE-BOARDINGS    PIC 9(07).
006979 01  WS-ROUTE-FOUND-SW           PIC X(01).
006980     88  ROUTE-FOUND                     VALUE "Y".
006981     88  ROUTE-NOT-FOUND                 VALUE "N".
006982 01  WS-RTE-WANTED               PIC 9(03).
006983*----------------------------------------------------------------
006984* STOPS FILE AND DISPATCH SHEET WORK AREAS
006985*----------------------------------------------------------------
006986 01  WS-STOP-FILE-SW             PIC X(01) VALUE "N".
006987     88  STOP-FILE-FOUND                 VALUE "Y".
006988     88  STOP-FILE-NOT-FOUND             VALUE "N".
006989 01  WS-STOP-COUNT               PIC 9(05) COMP VALUE ZERO.
006990 01  WS-STOP-REJECTS             PIC 9(05) COMP VALUE ZERO.
006991 01  WS-DSP-PREV-LINE            PIC 9(03) VALUE 999.
006992 01  WS-DSP-DETAIL.
006993     05  FILLER                  PIC X(04) VALUE "  # ".
006994     05  WS-DSP-SEQ              PIC 9(02).
006995     05  FILLER                  PIC X(02) VALUE "  ".
006996     05  WS-DSP-NAME             PIC X(15).
006997     05  FILLER                  PIC X(02) VALUE "  ".
006998     05  WS-DSP-TIME             PIC 9(04).
006999*----------------------------------------------------------------
007000* BOARDINGS FILE AND LOAD-FACTOR REPORT WORK AREAS
007001*----------------------------------------------------------------
007002 01  board-file-status           PIC X(02).
007003 01  WS-BOARD-RECORDS            PIC 9(05) COMP VALUE ZERO.
007004 01  WS-BOARD-REJECTS            PIC 9(05) COMP VALUE ZERO.
007005 01  WS-LOAD-PCT                 PIC 9(04)V9.
007006 01  WS-LDF-DETAIL.
007007     05  WS-LDF-NUMBER           PIC 9(03).
007008     05  FILLER                  PIC X(02) VALUE "  ".
007009     05  WS-LDF-NAME             PIC X(15).
007010     05  FILLER                  PIC X(02) VALUE "  ".
007011     05  WS-LDF-BOARDINGS        PIC 9(07).
007012     05  FILLER                  PIC X(03) VALUE " / ".
007013     05  WS-LDF-CAPACITY         PIC 9(04).
007014     05  FILLER                  PIC X(02) VALUE "  ".
007015     05  WS-LDF-PCT              PIC ZZZ9.9.
007016     05  FILLER                  PIC X(01) VALUE "%".
007017     05  FILLER                  PIC X(02) VALUE "  ".
007018     05  WS-LDF-FLAG             PIC X(24).
007019*----------------------------------------------------------------
007020* CALL INTERFACE TO THE SHARED AUDIT-LOG SUBPROGRAM
007021*----------------------------------------------------------------
007022 COPY "auditparm.cpy".
007023*----------------------------------------------------------------
007024* CALL INTERFACE TO THE SHARED REJECT-LOG SUBPROGRAM
007025*----------------------------------------------------------------
007026 COPY "rejparm.cpy".
007027*----------------------------------------------------------------
007028* VEHICLE-TO-ROUTE ASSIGNMENTS (L10.ASG) - THE ASSIGNED VIN,
007029* ITS DECODED MODEL YEAR, AND ITS SEATING CAPACITY ARE HELD
007030* ALONGSIDE THE ROUTE TABLE, SAME SUBSCRIPT
007031*----------------------------------------------------------------
007032 01  assign-file-status          PIC X(02).
007033 01  vin-master-status           PIC X(02).
007034 01  WS-ASG-RECORDS              PIC 9(05) COMP VALUE ZERO.
007035 01  WS-ASG-REJECTS              PIC 9(05) COMP VALUE ZERO.
007036 01  WS-ROUTE-VEHICLES VALUE SPACES.
007037     05  WS-RTE-VEHICLE OCCURS 100 TIMES.
007038         10  WS-RTE-VIN          PIC X(15).
007039         10  WS-RTE-VIN-YEAR     PIC 9(04).
007040         10  WS-RTE-VEH-CAP      PIC 9(04).
007041         10  WS-RTE-EXPIRED      PIC X(40).
007042         10  WS-RTE-HELD-VIN     PIC X(15).
007043         10  WS-RTE-SPARE-SW     PIC X(01).
007044 01  WS-VEHICLE-LINE.
007045     05  FILLER                  PIC X(10) VALUE "  VEHICLE ".
007046     05  WS-VEH-VIN              PIC X(15).
007047     05  FILLER                  PIC X(07) VALUE "  YEAR ".
007048     05  WS-VEH-YEAR             PIC 9(04).
007049     05  FILLER                  PIC X(02) VALUE "  ".
007050     05  WS-VEH-FLAG             PIC X(25).
007051 01  WS-EXPIRED-LINE.
007052     05  FILLER                  PIC X(15) VALUE
007053         "  ** EXPIRED - ".
007054     05  WS-EXP-DOCS             PIC X(40).
007055*----------------------------------------------------------------
007056* VEHICLE COMPLIANCE (LAB22.CPL) - REGISTRATION, INSPECTION, AND
007057* INSURANCE CARD EXPIRY BY VIN, LOADED WITH THE ASSIGNMENTS. A
007058* ZERO DATE IS A DOCUMENT NOT TRACKED FOR THAT VEHICLE.
007059*----------------------------------------------------------------
007060 01  compliance-file-status      PIC X(02).
007061 01  WS-TODAY-DATE               PIC 9(08).
007062 01  WS-CPL-COUNT                PIC 9(04) COMP VALUE ZERO.
007063 01  WS-CPL-SUB                  PIC 9(04) COMP.
007064 01  WS-CPL-HIT                  PIC 9(04) COMP.
007065 01  WS-CPL-TABLE.
007066     05  WS-CPL-ENTRY OCCURS 1000 TIMES.
007067         10  WS-CPL-VIN          PIC X(15).
007068         10  WS-CPL-EXPIRY       PIC 9(08) OCCURS 3 TIMES.
007069 01  WS-DOC-NAMES.
007070     05  FILLER PIC X(14) VALUE "REGISTRATION  ".
007071     05  FILLER PIC X(14) VALUE "INSPECTION    ".
007072     05  FILLER PIC X(14) VALUE "INSURANCE CARD".
007073 01  WS-DOC-TABLE REDEFINES WS-DOC-NAMES.
007074     05  WS-DOC-NAME             PIC X(14) OCCURS 3 TIMES.
007075 01  WS-DOC-SUB                  PIC 9(01) COMP.
007076 01  WS-EXP-PTR                  PIC 9(02) COMP.
007077 01  WS-FIT-VIN                  PIC X(15).
007078 01  WS-FIT-EXPIRED              PIC X(40).
007079*----------------------------------------------------------------
007080* PRE-DISPATCH FITNESS - LAB22.SVM SERVICE STATE AND THE
007081* LAB22SV.PRM INTERVALS (SAME DEFAULTS AND RULES AS LAB22SV'S
007082* DUE REPORT), THE VINS ON THE OPEN LAB22.RCL RECALL CAMPAIGNS,
007083* AND THE L10.SPR SPARE POOL A HELD VEHICLE IS REPLACED FROM
007084*----------------------------------------------------------------
007085 01  svm-file-status             PIC X(02).
007086 01  svprm-file-status           PIC X(02).
007087 01  recall-file-status          PIC X(02).
007088 01  spare-file-status           PIC X(02).
007089 01  WS-MILES-INTERVAL           PIC 9(06) VALUE 005000.
007090 01  WS-DAYS-INTERVAL            PIC 9(03) VALUE 120.
007091 01  WS-MILES-SINCE              PIC S9(07).
007092 01  WS-DAYS-SINCE               PIC 9(05).
007093 01  WS-SVM-COUNT                PIC 9(03) COMP VALUE ZERO.
007094 01  WS-SVM-SUB                  PIC 9(03) COMP.
007095 01  WS-SVM-HIT                  PIC 9(03) COMP.
007096 01  WS-SVM-TABLE.
007097     05  WS-SVM-ENTRY OCCURS 300 TIMES.
007098         10  WS-SVM-VIN          PIC X(15).
007099         10  WS-SVM-LAST-DATE    PIC 9(08).
007100         10  WS-SVM-LAST-MILES   PIC 9(07).
007101         10  WS-SVM-CUR-MILES    PIC 9(07).
007102 01  WS-RCL-COUNT                PIC 9(03) COMP VALUE ZERO.
007103 01  WS-RCL-SUB                  PIC 9(03) COMP.
007104 01  WS-RCL-HIT                  PIC 9(03) COMP.
007105 01  WS-RCL-CAMPAIGN             PIC X(08).
007106 01  WS-RCL-TABLE.
007107     05  WS-RCL-ENTRY OCCURS 500 TIMES.
007108         10  WS-RCL-VIN          PIC X(15).
007109         10  WS-RCL-ID           PIC X(08).
007110 01  WS-SPR-COUNT                PIC 9(03) COMP VALUE ZERO.
007111 01  WS-SPR-SUB                  PIC 9(03) COMP.
007112 01  WS-SPR-HIT                  PIC 9(03) COMP.
007113 01  WS-SPR-TABLE.
007114     05  WS-SPR-ENTRY OCCURS 100 TIMES.
007115         10  WS-SPR-VIN          PIC X(15).
007116         10  WS-SPR-CAP          PIC 9(04).
007117 01  WS-FIT-REASON               PIC X(20).
007118 01  WS-ASSIGNED-SW              PIC X(01).
007119     88  VIN-ASSIGNED                    VALUE "Y".
007120     88  VIN-NOT-ASSIGNED                VALUE "N".
007121 01  WS-SUBSTITUTE-COUNT         PIC 9(03) VALUE ZERO.
007122 01  WS-SHORT-COUNT              PIC 9(03) VALUE ZERO.
007123 01  WS-DXP-HEADING.
007124     05  FILLER                  PIC X(44) VALUE
007125         "DISPATCHER EXCEPTIONS - FITNESS CHECK AS OF ".
007126     05  WS-DXP-DATE             PIC 9(08).
007127 01  WS-DXP-COLUMNS.
007128     05  FILLER                  PIC X(39) VALUE
007129         "LINE NAME             HELD VEHICLE     ".
007130     05  FILLER                  PIC X(27) VALUE
007131         "REASON                SPARE".
007132 01  WS-DXP-DETAIL.
007133     05  WS-DXP-LINE-NO          PIC 9(03).
007134     05  FILLER                  PIC X(02) VALUE SPACES.
007135     05  WS-DXP-NAME             PIC X(15).
007136     05  FILLER                  PIC X(02) VALUE SPACES.
007137     05  WS-DXP-HELD             PIC X(15).
007138     05  FILLER                  PIC X(02) VALUE SPACES.
007139     05  WS-DXP-REASON           PIC X(20).
007140     05  FILLER                  PIC X(02) VALUE SPACES.
007141     05  WS-DXP-SPARE            PIC X(17).
007142 01  WS-DXP-TOTAL.
007143     05  FILLER                  PIC X(02) VALUE SPACES.
007144     05  WS-DXT-SUBSTITUTES      PIC ZZ9.
007145     05  FILLER                  PIC X(18) VALUE
007146         " SUBSTITUTION(S), ".
007147     05  WS-DXT-SHORT            PIC ZZ9.
007148     05  FILLER                  PIC X(27) VALUE
007149         " ROUTE(S) SHORT A VEHICLE".
007150 01  WS-DXP-NONE-LINE            PIC X(80) VALUE
007151     "  (no exceptions - every active route has a fit vehicle)".
007152*----------------------------------------------------------------
007153* DRIVER ROSTER (L10.DRV), DAILY DUTIES (L10.DTY) AND THE
007154* L10HOS.PRM HOURS-OF-SERVICE LIMITS. EACH ROUTE'S RUN - FIRST
007155* AND LAST L10.STP STOP TIME - AND TODAY'S DRIVER ARE HELD
007156* ALONGSIDE THE ROUTE TABLE, SAME SUBSCRIPT. THE BOOKING TABLE
007157* IS EVERY DUTY ACCEPTED SO FAR, FOR THE OVERLAP AND HOURS
007158* CHECKS.
007159*----------------------------------------------------------------
007160 01  driver-file-status          PIC X(02).
007161 01  duty-file-status            PIC X(02).
007162 01  hos-prm-file-status         PIC X(02).
007163 01  WS-DAY-LIMIT-HOURS          PIC 9(02) VALUE 10.
007164 01  WS-WEEK-LIMIT-HOURS         PIC 9(03) VALUE 060.
007165 01  WS-DAY-LIMIT-MINUTES        PIC 9(05).
007166 01  WS-WEEK-LIMIT-MINUTES       PIC 9(05).
007167 01  WS-TODAY-INT                PIC 9(07).
007168 01  WS-DUTY-INT                 PIC 9(07).
007169 01  WS-SOON-INT                 PIC 9(07).
007170 01  WS-DUTY-FILE-SW             PIC X(01) VALUE "N".
007171     88  DUTY-FILE-FOUND                 VALUE "Y".
007172     88  DUTY-FILE-NOT-FOUND             VALUE "N".
007173 01  WS-DTY-RECORDS              PIC 9(05) COMP VALUE ZERO.
007174 01  WS-DTY-REJECTS              PIC 9(05) COMP VALUE ZERO.
007175 01  WS-ROUTE-RUNS.
007176     05  WS-RTE-RUN OCCURS 100 TIMES.
007177         10  WS-RTE-RUN-FIRST    PIC 9(04).
007178         10  WS-RTE-RUN-LAST     PIC 9(04).
007179         10  WS-RTE-DRIVER-ID    PIC X(05).
007180         10  WS-RTE-DRIVER-NAME  PIC X(20).
007181 01  WS-DRV-COUNT                PIC 9(03) COMP VALUE ZERO.
007182 01  WS-DRV-SUB                  PIC 9(03) COMP.
007183 01  WS-DRV-HIT                  PIC 9(03) COMP.
007184 01  WS-DRV-TABLE.
007185     05  WS-DRV-ENTRY OCCURS 200 TIMES.
007186         10  WS-DRV-ID           PIC X(05).
007187         10  WS-DRV-NAME         PIC X(20).
007188         10  WS-DRV-CLASS        PIC X(01).
007189         10  WS-DRV-EXPIRY       PIC 9(08).
007190         10  WS-DRV-DAY-MINUTES  PIC 9(05).
007191         10  WS-DRV-WEEK-MINUTES PIC 9(05).
007192         10  WS-DRV-REJECTS      PIC 9(03).
007193 01  WS-BKD-COUNT                PIC 9(04) COMP VALUE ZERO.
007194 01  WS-BKD-SUB                  PIC 9(04) COMP.
007195 01  WS-BKD-TABLE.
007196     05  WS-BKD-ENTRY OCCURS 1000 TIMES.
007197         10  WS-BKD-DRIVER       PIC X(05).
007198         10  WS-BKD-LINE         PIC 9(03).
007199         10  WS-BKD-DATE         PIC 9(08).
007200         10  WS-BKD-INT          PIC 9(07).
007201         10  WS-BKD-FIRST        PIC 9(04).
007202         10  WS-BKD-LAST         PIC 9(04).
007203         10  WS-BKD-MINUTES      PIC 9(05).
007204 01  WS-RUN-MINUTES              PIC 9(05).
007205 01  WS-BKD-DAY-TOTAL            PIC 9(05).
007206 01  WS-BKD-WEEK-TOTAL           PIC 9(05).
007207 01  WS-CREWED-SW                PIC X(01).
007208     88  LINE-CREWED                     VALUE "Y".
007209     88  LINE-NOT-CREWED                 VALUE "N".
007210 01  WS-OVERLAP-SW               PIC X(01).
007211     88  RUNS-OVERLAP                    VALUE "Y".
007212     88  RUNS-CLEAR                      VALUE "N".
007213 01  WS-HOURS-WORK               PIC 9(03).
007214 01  WS-MINUTES-WORK             PIC 9(02).
007215 01  WS-DRIVER-LINE.
007216     05  FILLER                  PIC X(09) VALUE "  DRIVER ".
007217     05  WS-DRL-ID               PIC X(05).
007218     05  FILLER                  PIC X(02) VALUE "  ".
007219     05  WS-DRL-NAME             PIC X(20).
007220     05  FILLER                  PIC X(06) VALUE "  RUN ".
007221     05  WS-DRL-FIRST            PIC 9(04).
007222     05  FILLER                  PIC X(01) VALUE "-".
007223     05  WS-DRL-LAST             PIC 9(04).
007224 01  WS-DHR-HEADING.
007225     05  FILLER                  PIC X(40) VALUE
007226         "DRIVER HOURS OF SERVICE - 7 DAYS ENDING ".
007227     05  WS-DHR-DATE             PIC 9(08).
007228 01  WS-DHR-LIMITS.
007229     05  FILLER                  PIC X(08) VALUE "LIMITS: ".
007230     05  WS-DHL-DAY              PIC Z9.
007231     05  FILLER                  PIC X(14) VALUE " HOURS A DAY, ".
007232     05  WS-DHL-WEEK             PIC ZZ9.
007233     05  FILLER                  PIC X(20) VALUE
007234         " HOURS IN ANY 7 DAYS".
007235 01  WS-DHR-COLUMNS.
007236     05  FILLER                  PIC X(40) VALUE
007237         "ID     NAME                CL  EXPIRES  ".
007238     05  FILLER                  PIC X(26) VALUE
007239         "  TODAY   7-DAY  REJ  FLAG".
007240 01  WS-DHR-DETAIL.
007241     05  WS-DHD-ID               PIC X(05).
007242     05  FILLER                  PIC X(02) VALUE SPACES.
007243     05  WS-DHD-NAME             PIC X(20).
007244     05  FILLER                  PIC X(01) VALUE SPACES.
007245     05  WS-DHD-CLASS            PIC X(01).
007246     05  FILLER                  PIC X(02) VALUE SPACES.
007247     05  WS-DHD-EXPIRY           PIC 9(08).
007248     05  FILLER                  PIC X(02) VALUE SPACES.
007249     05  WS-DHD-DAY-HH           PIC ZZ9.
007250     05  FILLER                  PIC X(01) VALUE ":".
007251     05  WS-DHD-DAY-MM           PIC 9(02).
007252     05  FILLER                  PIC X(02) VALUE SPACES.
007253     05  WS-DHD-WEEK-HH          PIC ZZ9.
007254     05  FILLER                  PIC X(01) VALUE ":".
007255     05  WS-DHD-WEEK-MM          PIC 9(02).
007256     05  FILLER                  PIC X(02) VALUE SPACES.
007257     05  WS-DHD-REJECTS          PIC ZZ9.
007258     05  FILLER                  PIC X(02) VALUE SPACES.
007259     05  WS-DHD-FLAG             PIC X(18).
007260 01  WS-DHR-TOTAL.
007261     05  FILLER                  PIC X(02) VALUE SPACES.
007262     05  WS-DHT-DRIVERS          PIC ZZ9.
007263     05  FILLER                  PIC X(12) VALUE " DRIVER(S), ".
007264     05  WS-DHT-BOOKED           PIC ZZZ9.
007265     05  FILLER                  PIC X(19) VALUE
007266         " DUTY(IES) BOOKED, ".
007267     05  WS-DHT-REJECTED         PIC ZZZ9.
007268     05  FILLER                  PIC X(09) VALUE " REJECTED".
007269 01  WS-DHR-NONE-LINE            PIC X(80) VALUE
007270     "  (no drivers on the L10.DRV roster)".
007271*----------------------------------------------------------------
007272* SERVICE PATTERNS (L10.SVC) - TODAY'S DAY TYPE AND, ALONGSIDE
007273* THE ROUTE TABLE (SAME SUBSCRIPT), EACH ROUTE'S PATTERN FOR IT:
007274* FIRST AND LAST TRIP AND UP TO FOUR HEADWAY BANDS, EACH BAND
007275* RUNNING FROM ITS START TIME TO THE NEXT BAND'S. THE TRIP STOP
007276* TABLE HOLDS THE ROUTE BEING DISPATCHED, EACH STOP'S TIME AS
007277* MINUTES AFTER THE FIRST STOP, FOR THE TRIP EXPANSION.
007278*----------------------------------------------------------------
007279 01  service-file-status         PIC X(02).
007280 01  WS-DAY-TYPE                 PIC X(01).
007281     88  DAY-WEEKDAY                     VALUE "W".
007282     88  DAY-SATURDAY                    VALUE "S".
007283     88  DAY-SUNDAY                      VALUE "U".
007284 01  WS-DAY-TYPE-NAME            PIC X(08).
007285 01  WS-DOW-MOD                  PIC 9(01).
007286 01  WS-SVC-RECORDS              PIC 9(05) COMP VALUE ZERO.
007287 01  WS-SVC-REJECTS              PIC 9(05) COMP VALUE ZERO.
007288 01  WS-SVC-BAD-SW               PIC X(01).
007289     88  SVC-TIME-BAD                    VALUE "Y".
007290     88  SVC-TIME-GOOD                   VALUE "N".
007291 01  WS-ROUTE-PATTERNS.
007292     05  WS-RTE-PATTERN OCCURS 100 TIMES.
007293         10  WS-RTE-SVC-SW       PIC X(01).
007294         10  WS-RTE-SVC-FIRST    PIC 9(04).
007295         10  WS-RTE-SVC-LAST     PIC 9(04).
007296         10  WS-RTE-BAND OCCURS 4 TIMES.
007297             15  WS-RTE-BAND-START   PIC 9(04).
007298             15  WS-RTE-HEADWAY      PIC 9(03).
007299 01  WS-BAND-SUB                 PIC 9(01) COMP.
007300 01  WS-TRIP-ROUTE-SUB           PIC 9(03) COMP VALUE ZERO.
007301 01  WS-TST-COUNT                PIC 9(03) COMP VALUE ZERO.
007302 01  WS-TST-SUB                  PIC 9(03) COMP.
007303 01  WS-TRIP-STOP-TABLE.
007304     05  WS-TST-ENTRY OCCURS 60 TIMES.
007305         10  WS-TST-SEQ          PIC 9(02).
007306         10  WS-TST-NAME         PIC X(15).
007307         10  WS-TST-OFFSET       PIC 9(04).
007308 01  WS-TST-BASE-MINUTES         PIC 9(05).
007309 01  WS-TRIP-START-MINUTES       PIC 9(05).
007310 01  WS-TRIP-LAST-MINUTES        PIC 9(05).
007311 01  WS-BAND-MINUTES             PIC 9(05).
007312 01  WS-STOP-MINUTES             PIC 9(05).
007313 01  WS-HEADWAY                  PIC 9(03).
007314 01  WS-TRIP-NUMBER              PIC 9(03).
007315 01  WS-TRIP-COUNT               PIC 9(05) COMP VALUE ZERO.
007316 01  WS-TRW-COL                  PIC 9(02) COMP.
007317 01  WS-PATTERN-SW               PIC X(01).
007318     88  ROUTE-PATTERNED                 VALUE "Y".
007319     88  ROUTE-NOT-PATTERNED             VALUE "N".
007320 01  WS-TRIP-ROW.
007321     05  WS-TRW-LABEL.
007322         10  WS-TRW-WORD         PIC X(07).
007323         10  WS-TRW-NUMBER       PIC 9(03).
007324     05  FILLER                  PIC X(02) VALUE SPACES.
007325     05  WS-TRW-TIMES.
007326         10  WS-TRW-STOP OCCURS 9 TIMES.
007327             15  WS-TRW-TIME     PIC X(04).
007328             15  FILLER          PIC X(01).
007329*----------------------------------------------------------------
007330* MODEL-YEAR DECODE TABLE - SAME 2010-2039 CYCLE LAB22 USES
007331*----------------------------------------------------------------
007332 01  WS-YEAR-CODES.
007333     05  FILLER PIC X(05) VALUE "A2010".
007334     05  FILLER PIC X(05) VALUE "B2011".
007335     05  FILLER PIC X(05) VALUE "C2012".
007336     05  FILLER PIC X(05) VALUE "D2013".
007337     05  FILLER PIC X(05) VALUE "E2014".
007338     05  FILLER PIC X(05) VALUE "F2015".
007339     05  FILLER PIC X(05) VALUE "G2016".
007340     05  FILLER PIC X(05) VALUE "H2017".
007341     05  FILLER PIC X(05) VALUE "J2018".
007342     05  FILLER PIC X(05) VALUE "K2019".
007343     05  FILLER PIC X(05) VALUE "L2020".
007344     05  FILLER PIC X(05) VALUE "M2021".
007345     05  FILLER PIC X(05) VALUE "N2022".
007346     05  FILLER PIC X(05) VALUE "P2023".
007347     05  FILLER PIC X(05) VALUE "R2024".
007348     05  FILLER PIC X(05) VALUE "S2025".
007349     05  FILLER PIC X(05) VALUE "T2026".
007350     05  FILLER PIC X(05) VALUE "V2027".
007351     05  FILLER PIC X(05) VALUE "W2028".
007352     05  FILLER PIC X(05) VALUE "X2029".
007353     05  FILLER PIC X(05) VALUE "Y2030".
007354     05  FILLER PIC X(05) VALUE "12031".
007355     05  FILLER PIC X(05) VALUE "22032".
007356     05  FILLER PIC X(05) VALUE "32033".
007357     05  FILLER PIC X(05) VALUE "42034".
007358     05  FILLER PIC X(05) VALUE "52035".
007359     05  FILLER PIC X(05) VALUE "62036".
007360     05  FILLER PIC X(05) VALUE "72037".
007361     05  FILLER PIC X(05) VALUE "82038".
007362     05  FILLER PIC X(05) VALUE "92039".
007364 01  WS-YEAR-CODE-TABLE REDEFINES WS-YEAR-CODES.
007365     05  WS-YEAR-CODE-ENTRY OCCURS 30 TIMES.
007366         10  WS-YEAR-CODE        PIC X(01).
007367         10  WS-YEAR-VALUE       PIC 9(04).
007368 01  WS-YEAR-SUB                 PIC 9(02) COMP.
007369 01  WS-DECODED-YEAR             PIC 9(04).
007370*----------------------------------------------------------------
007371* CALL INTERFACE TO THE SHARED RUN-STATUS SUBPROGRAM
007372*----------------------------------------------------------------
007373 COPY "rstparm.cpy".
007374*----------------------------------------------------------------
007375* CALL INTERFACE TO THE SHARED VEHICLE-STATUS SUBPROGRAM
007376*----------------------------------------------------------------
007377 COPY "vstparm.cpy".
007378*----------------------------------------------------------------
007379* CALL INTERFACE TO THE SHARED BUSINESS-DAY SUBPROGRAM
007380*----------------------------------------------------------------
007381 COPY "bdayparm.cpy".
007382*----------------------------------------------------------------
007383* CALL INTERFACE TO THE SHARED DATE-VALIDATION SUBPROGRAM
007384*----------------------------------------------------------------
007385 COPY "dvalparm.cpy".
007386 PROCEDURE DIVISION.
007387*----------------------------------------------------------------
007388 0000-MAINLINE.
007389*----------------------------------------------------------------
007390     MOVE "L_10" TO AUDIT-PROGRAM-NAME.
007391     MOVE SPACES TO AUDIT-USER-ID.
007392     MOVE FUNCTION CURRENT-DATE(1:8) TO AUDIT-START-DATE.
007393     MOVE FUNCTION CURRENT-DATE(9:6) TO AUDIT-START-TIME.
007394     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
007395
007396     PERFORM 0100-CHECK-STEP-RESTART
007397         THRU 0100-CHECK-STEP-RESTART-EXIT.
007398
007400     SORT work-file ON ASCENDING KEY line-numberW
007410         INPUT PROCEDURE 1300-RELEASE-LINE-RECORDS
007420             THRU 1300-RELEASE-LINE-RECORDS-EXIT
010400
010402     PERFORM 2500-PROCESS-ASSIGNMENTS
010404         THRU 2500-PROCESS-ASSIGNMENTS-EXIT.
010405     PERFORM 2560-CHECK-FLEET-FITNESS
010406         THRU 2560-CHECK-FLEET-FITNESS-EXIT.
010407     PERFORM 2400-PROCESS-DUTIES
010408         THRU 2400-PROCESS-DUTIES-EXIT.
010409
010411     PERFORM 1900-GET-SERVICE-DAY
010413         THRU 1900-GET-SERVICE-DAY-EXIT.
010414     PERFORM 1950-LOAD-SERVICE-PATTERNS
010416         THRU 1950-LOAD-SERVICE-PATTERNS-EXIT.
010418     PERFORM 2000-PROCESS-STOP-FILE
010420         THRU 2000-PROCESS-STOP-FILE-EXIT.
010421     PERFORM 2800-BUILD-DEPARTURE-BOARD
010423         THRU 2800-BUILD-DEPARTURE-BOARD-EXIT.
010424
010425     PERFORM 3000-PROCESS-BOARDING-FILE
010426         THRU 3000-PROCESS-BOARDING-FILE-EXIT.
010430
010450     PERFORM 9000-LOG-AUDIT-RUN
013950     OPEN INPUT stop-sorted-file
013955     OPEN OUTPUT dispatch-file
013960     OPEN OUTPUT runtime-file
013962     OPEN OUTPUT trip-file
013965         PERFORM FOREVER
013970             READ stop-sorted-file
013975                 AT END
013990             PERFORM 2100-DISPATCH-ONE-STOP
013995                 THRU 2100-DISPATCH-ONE-STOP-EXIT
014000         END-PERFORM
014002         PERFORM 2150-LIST-ROUTE-TRIPS
014003             THRU 2150-LIST-ROUTE-TRIPS-EXIT
014005     CLOSE stop-sorted-file
014010     CLOSE dispatch-file
014012     CLOSE trip-file
014015     CLOSE runtime-file.
014020     DISPLAY WS-STOP-COUNT " stop(s) on the dispatch sheet, "
014025         WS-STOP-REJECTS " stop(s) rejected".
014026     DISPLAY WS-TRIP-COUNT " trip(s) of " WS-DAY-TYPE-NAME
014027         " service on the dispatch sheet".
014030 2000-PROCESS-STOP-FILE-EXIT.
014035     EXIT.
014040*----------------------------------------------------------------
014175         GO TO 2100-DISPATCH-ONE-STOP-EXIT
014180     END-IF.
014185     IF stop-line NOT = WS-DSP-PREV-LINE
014187         PERFORM 2150-LIST-ROUTE-TRIPS
014188             THRU 2150-LIST-ROUTE-TRIPS-EXIT
014190         MOVE SPACES TO dispatch-line
014195         WRITE dispatch-line
014200         MOVE SPACES TO dispatch-line
014225             INTO dispatch-line
014230         WRITE dispatch-line
014235         PERFORM 2600-SHOW-VEHICLE THRU 2600-SHOW-VEHICLE-EXIT
014237         PERFORM 2610-SHOW-DRIVER THRU 2610-SHOW-DRIVER-EXIT
014240         MOVE stop-line TO WS-DSP-PREV-LINE
014242         MOVE WS-ROUTE-HIT TO WS-TRIP-ROUTE-SUB
014243         MOVE ZERO TO WS-TST-COUNT
014245     END-IF.
014250     MOVE stop-seq  TO WS-DSP-SEQ.
014255     MOVE stop-name TO WS-DSP-NAME.
014265     MOVE WS-DSP-DETAIL TO dispatch-line.
014270     WRITE dispatch-line.
014275     ADD 1 TO WS-STOP-COUNT.
014276     PERFORM 2140-HOLD-TRIP-STOP
014277         THRU 2140-HOLD-TRIP-STOP-EXIT.
014280 2100-DISPATCH-ONE-STOP-EXIT.
014285     EXIT.
014290*----------------------------------------------------------------
015020         DISPLAY "** CANNOT OPEN LAB22.IDX - STATUS "
015025             vin-master-status " - ASSIGNMENTS NOT VALIDATED **"
015030     END-IF.
015031     PERFORM 2505-LOAD-COMPLIANCE
015032         THRU 2505-LOAD-COMPLIANCE-EXIT.
015035     PERFORM FOREVER
015040         READ assign-file
015045             AT END
015095         WS-ASG-REJECTS " rejected".
015100 2500-PROCESS-ASSIGNMENTS-EXIT.
015105     EXIT.
015106*----------------------------------------------------------------
015107 2505-LOAD-COMPLIANCE.
015108*    NO LAB22.CPL MEANS NO EXPIRY DATES ON FILE - NOTHING IS
015109*    FLAGGED. LAB22CP VALIDATES THE FILE NIGHTLY; A DATE THAT IS
015110*    NOT NUMERIC IS SIMPLY NOT COMPARED HERE.
015111*----------------------------------------------------------------
015113     OPEN INPUT compliance-file.
015114     IF compliance-file-status NOT = "00"
015115         CLOSE compliance-file
015116         GO TO 2505-LOAD-COMPLIANCE-EXIT
015117     END-IF.
015118     PERFORM FOREVER
015119         READ compliance-file
015120             AT END
015121             EXIT PERFORM
015122         END-READ
015123         IF WS-CPL-COUNT < 1000
015124             ADD 1 TO WS-CPL-COUNT
015125             MOVE compliance-detailsI
015126                 TO WS-CPL-ENTRY(WS-CPL-COUNT)
015127         ELSE
015128             DISPLAY "WARNING - compliance table full, "
015129                 cpl-vinI " not checked for expiry"
015130         END-IF
015131     END-PERFORM.
015132     CLOSE compliance-file.
015133 2505-LOAD-COMPLIANCE-EXIT.
015134     EXIT.
015135*----------------------------------------------------------------
015136 2510-APPLY-ONE-ASSIGNMENT.
015138*----------------------------------------------------------------
015139     MOVE asg-lineI TO WS-RTE-WANTED.
015140     PERFORM 1700-LOOK-UP-ROUTE
015142         THRU 1700-LOOK-UP-ROUTE-EXIT.
015143     IF ROUTE-NOT-FOUND
015145         MOVE "NRTE" TO REJ-REASON-CODE
015150         MOVE "Assignment to unknown line-number"
015155             TO REJ-REASON-TEXT
015270                 GO TO 2510-APPLY-ONE-ASSIGNMENT-EXIT
015275         END-READ
015280     END-IF.
015281     MOVE asg-vinI TO VSTAT-VIN.
015282     CALL "VEHSTAT" USING VSTAT-PARM.
015283     IF NOT VSTAT-IN-SERVICE
015284         MOVE "VNIS" TO REJ-REASON-CODE
015285         MOVE "Assigned vehicle not in service"
015286             TO REJ-REASON-TEXT
015287         PERFORM 2950-REJECT-ONE-ASSIGNMENT
015288             THRU 2950-REJECT-ONE-ASSIGNMENT-EXIT
015289         GO TO 2510-APPLY-ONE-ASSIGNMENT-EXIT
015290     END-IF.
015291     PERFORM 2520-DECODE-MODEL-YEAR
015293         THRU 2520-DECODE-MODEL-YEAR-EXIT.
015295     MOVE asg-vinI TO WS-RTE-VIN(WS-ROUTE-HIT).
015300     MOVE WS-DECODED-YEAR TO WS-RTE-VIN-YEAR(WS-ROUTE-HIT).
015305     MOVE asg-capacityI TO WS-RTE-VEH-CAP(WS-ROUTE-HIT).
015306     PERFORM 2540-CHECK-COMPLIANCE
015307         THRU 2540-CHECK-COMPLIANCE-EXIT.
015310 2510-APPLY-ONE-ASSIGNMENT-EXIT.
015315     EXIT.
015320*----------------------------------------------------------------
015405     END-IF.
015410 2530-CHECK-ONE-YEAR-CODE-EXIT.
015415     EXIT.
015416*----------------------------------------------------------------
015417 2540-CHECK-COMPLIANCE.
015418*    AN EXPIRED DOCUMENT DOES NOT REJECT THE ASSIGNMENT - IT IS
015419*    NAMED UNDER THE ROUTE ON THE DISPATCH SHEET SO DISPATCH
015420*    CAN PULL THE VEHICLE BEFORE IT GOES OUT.
015421*----------------------------------------------------------------
015422     MOVE asg-vinI TO WS-FIT-VIN.
015423     PERFORM 2542-FIND-EXPIRED-DOCS
015424         THRU 2542-FIND-EXPIRED-DOCS-EXIT.
015425     MOVE WS-FIT-EXPIRED TO WS-RTE-EXPIRED(WS-ROUTE-HIT).
015426 2540-CHECK-COMPLIANCE-EXIT.
015427     EXIT.
015428*----------------------------------------------------------------
015429 2542-FIND-EXPIRED-DOCS.
015430*    WS-FIT-VIN IN; WS-FIT-EXPIRED OUT, NAMING EACH EXPIRED
015431*    DOCUMENT - SPACES WHEN NOTHING HAS EXPIRED.
015432*----------------------------------------------------------------
015433     MOVE SPACES TO WS-FIT-EXPIRED.
015434     MOVE ZERO TO WS-CPL-HIT.
015435     PERFORM 2545-CHECK-ONE-COMPLIANCE
015436         THRU 2545-CHECK-ONE-COMPLIANCE-EXIT
015437         VARYING WS-CPL-SUB FROM 1 BY 1
015438         UNTIL WS-CPL-SUB > WS-CPL-COUNT
015439         OR WS-CPL-HIT NOT = ZERO.
015440     IF WS-CPL-HIT = ZERO
015441         GO TO 2542-FIND-EXPIRED-DOCS-EXIT
015442     END-IF.
015443     MOVE 1 TO WS-EXP-PTR.
015444     PERFORM 2550-CHECK-ONE-DOCUMENT
015445         THRU 2550-CHECK-ONE-DOCUMENT-EXIT
015446         VARYING WS-DOC-SUB FROM 1 BY 1
015447         UNTIL WS-DOC-SUB > 3.
015448 2542-FIND-EXPIRED-DOCS-EXIT.
015449     EXIT.
015450*----------------------------------------------------------------
015451 2545-CHECK-ONE-COMPLIANCE.
015452*----------------------------------------------------------------
015453     IF WS-CPL-VIN(WS-CPL-SUB) = WS-FIT-VIN
015454         MOVE WS-CPL-SUB TO WS-CPL-HIT
015455     END-IF.
015456 2545-CHECK-ONE-COMPLIANCE-EXIT.
015457     EXIT.
015458*----------------------------------------------------------------
015459 2550-CHECK-ONE-DOCUMENT.
015460*----------------------------------------------------------------
015461     IF WS-CPL-EXPIRY(WS-CPL-HIT, WS-DOC-SUB) NOT NUMERIC
015462         OR WS-CPL-EXPIRY(WS-CPL-HIT, WS-DOC-SUB) = ZERO
015463         OR WS-CPL-EXPIRY(WS-CPL-HIT, WS-DOC-SUB) NOT <
015464             WS-TODAY-DATE
015465         GO TO 2550-CHECK-ONE-DOCUMENT-EXIT
015466     END-IF.
015467     STRING WS-DOC-NAME(WS-DOC-SUB) DELIMITED BY "  "
015468         " "                         DELIMITED BY SIZE
015469         INTO WS-FIT-EXPIRED
015470         WITH POINTER WS-EXP-PTR
015471     END-STRING.
015472 2550-CHECK-ONE-DOCUMENT-EXIT.
015473     EXIT.
015474*----------------------------------------------------------------
015475 2560-CHECK-FLEET-FITNESS.
015476*    THE PRE-DISPATCH FITNESS CHECK, RUN ONCE EVERY ASSIGNMENT IS
015477*    IN SO "NOT ASSIGNED ELSEWHERE" MEANS THE WHOLE SHEET. EACH
015478*    ACTIVE ROUTE'S VEHICLE IS TESTED; AN UNFIT ONE IS HELD BACK
015479*    AND REPLACED FROM THE SPARE POOL WHEN A FIT SPARE IS THERE.
015480*    L10.DXP GETS A LINE FOR EVERY SUBSTITUTION AND FOR EVERY
015481*    ACTIVE ROUTE THAT IS LEFT SHORT A VEHICLE, FOR WHATEVER
015482*    REASON.
015483*----------------------------------------------------------------
015484     PERFORM 2561-GET-MAINT-INTERVALS
015485         THRU 2561-GET-MAINT-INTERVALS-EXIT.
015486     PERFORM 2562-LOAD-SERVICE-MASTER
015487         THRU 2562-LOAD-SERVICE-MASTER-EXIT.
015488     PERFORM 2563-LOAD-RECALL-LIST
015489         THRU 2563-LOAD-RECALL-LIST-EXIT.
015490     PERFORM 2564-LOAD-SPARE-POOL
015491         THRU 2564-LOAD-SPARE-POOL-EXIT.
015492     OPEN INPUT vin-master-file.
015493     IF vin-master-status NOT = "00"
015494         DISPLAY "** CANNOT OPEN LAB22.IDX - STATUS "
015495             vin-master-status " - NO SPARES CAN BE PROPOSED **"
015496     END-IF.
015497     OPEN OUTPUT exception-file.
015498     MOVE WS-TODAY-DATE TO WS-DXP-DATE.
015499     MOVE WS-DXP-HEADING TO exception-line.
015500     WRITE exception-line.
015501     MOVE SPACES TO exception-line.
015502     WRITE exception-line.
015503     MOVE WS-DXP-COLUMNS TO exception-line.
015504     WRITE exception-line.
015505     PERFORM 2570-CHECK-ONE-ROUTE
015506         THRU 2570-CHECK-ONE-ROUTE-EXIT
015507         VARYING WS-ROUTE-HIT FROM 1 BY 1
015508         UNTIL WS-ROUTE-HIT > WS-ROUTE-COUNT.
015509     IF WS-SUBSTITUTE-COUNT = ZERO AND WS-SHORT-COUNT = ZERO
015510         MOVE WS-DXP-NONE-LINE TO exception-line
015511         WRITE exception-line
015512     END-IF.
015513     MOVE SPACES TO exception-line.
015514     WRITE exception-line.
015515     MOVE WS-SUBSTITUTE-COUNT TO WS-DXT-SUBSTITUTES.
015516     MOVE WS-SHORT-COUNT TO WS-DXT-SHORT.
015517     MOVE WS-DXP-TOTAL TO exception-line.
015518     WRITE exception-line.
015519     CLOSE exception-file.
015520     CLOSE vin-master-file.
015521     DISPLAY WS-SUBSTITUTE-COUNT " spare substitution(s), "
015522         WS-SHORT-COUNT " route(s) short a vehicle - see L10.DXP".
015523 2560-CHECK-FLEET-FITNESS-EXIT.
015524     EXIT.
015525*----------------------------------------------------------------
015526 2561-GET-MAINT-INTERVALS.
015527*    THE SAME LAB22SV.PRM AND THE SAME 5000-MILE / 120-BUSINESS-
015528*    DAY DEFAULTS LAB22SV'S DUE REPORT USES, SO THE GARAGE AND
015529*    DISPATCH AGREE ON WHAT IS OVERDUE.
015530*----------------------------------------------------------------
015531     OPEN INPUT svprm-file.
015532     IF svprm-file-status = "00"
015533         READ svprm-file
015534             AT END
015535                 CONTINUE
015536             NOT AT END
015537                 MOVE svprm-miles-interval TO WS-MILES-INTERVAL
015538                 MOVE svprm-days-interval TO WS-DAYS-INTERVAL
015539         END-READ
015540     END-IF.
015541     CLOSE svprm-file.
015542 2561-GET-MAINT-INTERVALS-EXIT.
015543     EXIT.
015544*----------------------------------------------------------------
015545 2562-LOAD-SERVICE-MASTER.
015546*    NO LAB22.SVM MEANS NO SERVICE STATE ON FILE - NOTHING IS
015547*    HELD FOR MAINTENANCE.
015548*----------------------------------------------------------------
015549     OPEN INPUT svm-file.
015550     IF svm-file-status NOT = "00"
015551         CLOSE svm-file
015552         GO TO 2562-LOAD-SERVICE-MASTER-EXIT
015553     END-IF.
015554     PERFORM FOREVER
015555         READ svm-file
015556             AT END
015557             EXIT PERFORM
015558         END-READ
015559         IF WS-SVM-COUNT < 300
015560             ADD 1 TO WS-SVM-COUNT
015561             MOVE svm-vin TO WS-SVM-VIN(WS-SVM-COUNT)
015562             MOVE svm-last-svc-date
015563                 TO WS-SVM-LAST-DATE(WS-SVM-COUNT)
015564             MOVE svm-last-svc-miles
015565                 TO WS-SVM-LAST-MILES(WS-SVM-COUNT)
015566             MOVE svm-cur-miles
015567                 TO WS-SVM-CUR-MILES(WS-SVM-COUNT)
015568         ELSE
015569             DISPLAY "WARNING - service table full, "
015570                 svm-vin " not checked for maintenance"
015571         END-IF
015572     END-PERFORM.
015573     CLOSE svm-file.
015574 2562-LOAD-SERVICE-MASTER-EXIT.
015575     EXIT.
015576*----------------------------------------------------------------
015577 2563-LOAD-RECALL-LIST.
015578*    LAB22.RCL CARRIES ONLY THE CAMPAIGNS STILL ON LAB22.CMP - A
015579*    CLOSED CAMPAIGN COMES OFF THE CAMPAIGN FILE AND OUT OF THE
015580*    NEXT LAB22RC RUN. EACH "CAMPAIGN" HEADING NAMES THE CAMPAIGN
015581*    FOR THE AFFECTED-VIN LINES UNDER IT.
015582*----------------------------------------------------------------
015583     OPEN INPUT recall-file.
015584     IF recall-file-status NOT = "00"
015585         CLOSE recall-file
015586         GO TO 2563-LOAD-RECALL-LIST-EXIT
015587     END-IF.
015588     MOVE SPACES TO WS-RCL-CAMPAIGN.
015589     PERFORM FOREVER
015590         READ recall-file
015591             AT END
015592             EXIT PERFORM
015593         END-READ
015594         IF recall-line(1:9) = "CAMPAIGN "
015595             MOVE recall-line(10:8) TO WS-RCL-CAMPAIGN
015596         END-IF
015597         IF recall-line(1:2) = SPACES
015598             AND recall-line(18:8) = "  PLANT "
015599             IF WS-RCL-COUNT < 500
015600                 ADD 1 TO WS-RCL-COUNT
015601                 MOVE recall-line(3:15)
015602                     TO WS-RCL-VIN(WS-RCL-COUNT)
015603                 MOVE WS-RCL-CAMPAIGN TO WS-RCL-ID(WS-RCL-COUNT)
015604             ELSE
015605                 DISPLAY "WARNING - recall table full, "
015606                     recall-line(3:15) " not checked for recall"
015607             END-IF
015608         END-IF
015609     END-PERFORM.
015610     CLOSE recall-file.
015611 2563-LOAD-RECALL-LIST-EXIT.
015612     EXIT.
015613*----------------------------------------------------------------
015614 2564-LOAD-SPARE-POOL.
015615*    L10.SPR IN THE ORDER DISPATCH PREFERS THE SPARES - THE FIRST
015616*    FIT ONE WITH ENOUGH CAPACITY IS THE ONE PROPOSED.
015617*----------------------------------------------------------------
015618     OPEN INPUT spare-file.
015619     IF spare-file-status NOT = "00"
015620         DISPLAY "L10.SPR not found - no spare pool this run"
015621         CLOSE spare-file
015622         GO TO 2564-LOAD-SPARE-POOL-EXIT
015623     END-IF.
015624     PERFORM FOREVER
015625         READ spare-file
015626             AT END
015627             EXIT PERFORM
015628         END-READ
015629         IF WS-SPR-COUNT < 100
015630             ADD 1 TO WS-SPR-COUNT
015631             MOVE spr-vinI TO WS-SPR-VIN(WS-SPR-COUNT)
015632             MOVE spr-capacityI TO WS-SPR-CAP(WS-SPR-COUNT)
015633         ELSE
015634             DISPLAY "WARNING - spare pool table full, spare "
015635                 spr-vinI " ignored"
015636         END-IF
015637     END-PERFORM.
015638     CLOSE spare-file.
015639 2564-LOAD-SPARE-POOL-EXIT.
015640     EXIT.
015641*----------------------------------------------------------------
015642 2570-CHECK-ONE-ROUTE.
015643*----------------------------------------------------------------
015644     IF WS-RTE-STATUS(WS-ROUTE-HIT) = "I"
015645         GO TO 2570-CHECK-ONE-ROUTE-EXIT
015646     END-IF.
015647     MOVE WS-RTE-NUMBER(WS-ROUTE-HIT) TO WS-DXP-LINE-NO.
015648     MOVE WS-RTE-NAME(WS-ROUTE-HIT) TO WS-DXP-NAME.
015649     IF WS-RTE-VIN(WS-ROUTE-HIT) = SPACES
015650         MOVE SPACES TO WS-DXP-HELD
015651         MOVE "NONE ASSIGNED" TO WS-DXP-REASON
015652         MOVE "** ROUTE SHORT **" TO WS-DXP-SPARE
015653         ADD 1 TO WS-SHORT-COUNT
015654         PERFORM 2590-WRITE-EXCEPTION
015655             THRU 2590-WRITE-EXCEPTION-EXIT
015656         GO TO 2570-CHECK-ONE-ROUTE-EXIT
015657     END-IF.
015658     MOVE WS-RTE-VIN(WS-ROUTE-HIT) TO WS-FIT-VIN.
015659     PERFORM 2575-TEST-FITNESS
015660         THRU 2575-TEST-FITNESS-EXIT.
015661     IF WS-FIT-REASON = SPACES
015662         GO TO 2570-CHECK-ONE-ROUTE-EXIT
015663     END-IF.
015664*    HELD BACK - OFF THE ROUTE BEFORE THE SPARE SEARCH, SO THE
015665*    ROUTE'S OWN SLOT DOES NOT COUNT AS "ASSIGNED ELSEWHERE".
015666     MOVE WS-RTE-VIN(WS-ROUTE-HIT)
015667         TO WS-RTE-HELD-VIN(WS-ROUTE-HIT).
015668     MOVE WS-RTE-VIN(WS-ROUTE-HIT) TO WS-DXP-HELD.
015669     MOVE WS-FIT-REASON TO WS-DXP-REASON.
015670     MOVE SPACES TO WS-RTE-VIN(WS-ROUTE-HIT).
015671     MOVE SPACES TO WS-RTE-EXPIRED(WS-ROUTE-HIT).
015672     PERFORM 2580-FIND-SPARE
015673         THRU 2580-FIND-SPARE-EXIT.
015674     IF WS-SPR-HIT = ZERO
015675         MOVE "** ROUTE SHORT **" TO WS-DXP-SPARE
015676         ADD 1 TO WS-SHORT-COUNT
015677     ELSE
015678         MOVE WS-SPR-VIN(WS-SPR-HIT) TO WS-RTE-VIN(WS-ROUTE-HIT)
015679         MOVE WS-SPR-CAP(WS-SPR-HIT)
015680             TO WS-RTE-VEH-CAP(WS-ROUTE-HIT)
015681         MOVE WS-DECODED-YEAR TO WS-RTE-VIN-YEAR(WS-ROUTE-HIT)
015682         MOVE "Y" TO WS-RTE-SPARE-SW(WS-ROUTE-HIT)
015683         MOVE WS-SPR-VIN(WS-SPR-HIT) TO WS-DXP-SPARE
015684         ADD 1 TO WS-SUBSTITUTE-COUNT
015685     END-IF.
015686     PERFORM 2590-WRITE-EXCEPTION
015687         THRU 2590-WRITE-EXCEPTION-EXIT.
015688 2570-CHECK-ONE-ROUTE-EXIT.
015689     EXIT.
015690*----------------------------------------------------------------
015691 2575-TEST-FITNESS.
015692*    WS-FIT-VIN IN; WS-FIT-REASON OUT - SPACES WHEN THE VEHICLE
015693*    IS FIT TO GO OUT. AN OPEN RECALL OUTRANKS MAINTENANCE. A VIN
015694*    WITH NO LAB22.SVM ENTRY HAS NO SERVICE STATE TO JUDGE AND IS
015695*    NOT HELD FOR IT, THE SAME AS ON LAB22SV'S DUE REPORT.
015696*----------------------------------------------------------------
015697     MOVE SPACES TO WS-FIT-REASON.
015698     MOVE ZERO TO WS-RCL-HIT.
015699     PERFORM 2576-CHECK-ONE-RECALL
015700         THRU 2576-CHECK-ONE-RECALL-EXIT
015701         VARYING WS-RCL-SUB FROM 1 BY 1
015702         UNTIL WS-RCL-SUB > WS-RCL-COUNT
015703         OR WS-RCL-HIT NOT = ZERO.
015704     IF WS-RCL-HIT NOT = ZERO
015705         STRING "OPEN RECALL " DELIMITED BY SIZE
015706                WS-RCL-ID(WS-RCL-HIT) DELIMITED BY SIZE
015707             INTO WS-FIT-REASON
015708         GO TO 2575-TEST-FITNESS-EXIT
015709     END-IF.
015710     MOVE ZERO TO WS-SVM-HIT.
015711     PERFORM 2577-CHECK-ONE-SVM
015712         THRU 2577-CHECK-ONE-SVM-EXIT
015713         VARYING WS-SVM-SUB FROM 1 BY 1
015714         UNTIL WS-SVM-SUB > WS-SVM-COUNT
015715         OR WS-SVM-HIT NOT = ZERO.
015716     IF WS-SVM-HIT = ZERO
015717         GO TO 2575-TEST-FITNESS-EXIT
015718     END-IF.
015719     IF WS-SVM-LAST-DATE(WS-SVM-HIT) = ZERO
015720         MOVE "PM DUE - NEVER SVCD" TO WS-FIT-REASON
015721         GO TO 2575-TEST-FITNESS-EXIT
015722     END-IF.
015723     COMPUTE WS-MILES-SINCE =
015724         WS-SVM-CUR-MILES(WS-SVM-HIT)
015725         - WS-SVM-LAST-MILES(WS-SVM-HIT).
015726     IF WS-MILES-SINCE > WS-MILES-INTERVAL
015727         MOVE "PM DUE - MILEAGE" TO WS-FIT-REASON
015728         GO TO 2575-TEST-FITNESS-EXIT
015729     END-IF.
015730     SET BDAY-COUNT-BUSINESS-DAYS TO TRUE.
015731     MOVE WS-SVM-LAST-DATE(WS-SVM-HIT) TO BDAY-DATE.
015732     MOVE WS-TODAY-DATE TO BDAY-END-DATE.
015733     CALL "BUSDAY" USING BDAY-PARM.
015734     IF BDAY-IS-VALID
015735         MOVE BDAY-DAY-COUNT TO WS-DAYS-SINCE
015736         IF WS-DAYS-SINCE > WS-DAYS-INTERVAL
015737             MOVE "PM DUE - DAYS" TO WS-FIT-REASON
015738         END-IF
015739     END-IF.
015740 2575-TEST-FITNESS-EXIT.
015741     EXIT.
015742*----------------------------------------------------------------
015743 2576-CHECK-ONE-RECALL.
015744*----------------------------------------------------------------
015745     IF WS-RCL-VIN(WS-RCL-SUB) = WS-FIT-VIN
015746         MOVE WS-RCL-SUB TO WS-RCL-HIT
015747     END-IF.
015748 2576-CHECK-ONE-RECALL-EXIT.
015749     EXIT.
015750*----------------------------------------------------------------
015751 2577-CHECK-ONE-SVM.
015752*----------------------------------------------------------------
015753     IF WS-SVM-VIN(WS-SVM-SUB) = WS-FIT-VIN
015754         MOVE WS-SVM-SUB TO WS-SVM-HIT
015755     END-IF.
015756 2577-CHECK-ONE-SVM-EXIT.
015757     EXIT.
015758*----------------------------------------------------------------
015759 2580-FIND-SPARE.
015760*----------------------------------------------------------------
015761     MOVE ZERO TO WS-SPR-HIT.
015762     PERFORM 2585-TRY-ONE-SPARE
015763         THRU 2585-TRY-ONE-SPARE-EXIT
015764         VARYING WS-SPR-SUB FROM 1 BY 1
015765         UNTIL WS-SPR-SUB > WS-SPR-COUNT
015766         OR WS-SPR-HIT NOT = ZERO.
015767 2580-FIND-SPARE-EXIT.
015768     EXIT.
015769*----------------------------------------------------------------
015770 2585-TRY-ONE-SPARE.
015771*    A SPARE MUST SEAT AT LEAST THE LINE'S CAPACITY, BE ON NO
015772*    OTHER ROUTE, BE ON LAB22.IDX AND IN SERVICE, HAVE NOTHING
015773*    EXPIRED ON LAB22.CPL, AND PASS THE SAME FITNESS TEST AS THE
015774*    VEHICLE IT REPLACES. THE MASTER READ ALSO GIVES THE MODEL
015775*    YEAR FOR THE DISPATCH SHEET.
015776*----------------------------------------------------------------
015777     IF WS-SPR-CAP(WS-SPR-SUB) < WS-RTE-CAPACITY(WS-ROUTE-HIT)
015778         GO TO 2585-TRY-ONE-SPARE-EXIT
015779     END-IF.
015780     MOVE WS-SPR-VIN(WS-SPR-SUB) TO WS-FIT-VIN.
015781     SET VIN-NOT-ASSIGNED TO TRUE.
015782     PERFORM 2586-CHECK-ONE-ASSIGNED
015783         THRU 2586-CHECK-ONE-ASSIGNED-EXIT
015784         VARYING WS-ROUTE-SUB FROM 1 BY 1
015785         UNTIL WS-ROUTE-SUB > WS-ROUTE-COUNT
015786         OR VIN-ASSIGNED.
015787     IF VIN-ASSIGNED
015788         GO TO 2585-TRY-ONE-SPARE-EXIT
015789     END-IF.
015790     IF vin-master-status NOT = "00"
015791         GO TO 2585-TRY-ONE-SPARE-EXIT
015792     END-IF.
015793     MOVE WS-FIT-VIN TO vinNumber.
015794     READ vin-master-file
015795         KEY IS vinNumber
015796         INVALID KEY
015797             GO TO 2585-TRY-ONE-SPARE-EXIT
015798     END-READ.
015799     MOVE WS-FIT-VIN TO VSTAT-VIN.
015800     CALL "VEHSTAT" USING VSTAT-PARM.
015801     IF NOT VSTAT-IN-SERVICE
015802         GO TO 2585-TRY-ONE-SPARE-EXIT
015803     END-IF.
015804     PERFORM 2542-FIND-EXPIRED-DOCS
015805         THRU 2542-FIND-EXPIRED-DOCS-EXIT.
015806     IF WS-FIT-EXPIRED NOT = SPACES
015807         GO TO 2585-TRY-ONE-SPARE-EXIT
015808     END-IF.
015809     PERFORM 2575-TEST-FITNESS
015810         THRU 2575-TEST-FITNESS-EXIT.
015811     IF WS-FIT-REASON NOT = SPACES
015812         GO TO 2585-TRY-ONE-SPARE-EXIT
015813     END-IF.
015814     PERFORM 2520-DECODE-MODEL-YEAR
015815         THRU 2520-DECODE-MODEL-YEAR-EXIT.
015816     MOVE WS-SPR-SUB TO WS-SPR-HIT.
015817 2585-TRY-ONE-SPARE-EXIT.
015818     EXIT.
015819*----------------------------------------------------------------
015820 2586-CHECK-ONE-ASSIGNED.
015821*    A HELD VEHICLE COUNTS TOO - IT IS STILL THAT ROUTE'S.
015822*----------------------------------------------------------------
015823     IF WS-RTE-VIN(WS-ROUTE-SUB) = WS-FIT-VIN
015824         OR WS-RTE-HELD-VIN(WS-ROUTE-SUB) = WS-FIT-VIN
015825         SET VIN-ASSIGNED TO TRUE
015826     END-IF.
015827 2586-CHECK-ONE-ASSIGNED-EXIT.
015828     EXIT.
015829*----------------------------------------------------------------
015830 2590-WRITE-EXCEPTION.
015831*----------------------------------------------------------------
015832     MOVE WS-DXP-DETAIL TO exception-line.
015833     WRITE exception-line.
015834 2590-WRITE-EXCEPTION-EXIT.
015835     EXIT.
015836*----------------------------------------------------------------
015837 2950-REJECT-ONE-ASSIGNMENT.
015838*----------------------------------------------------------------
015839     DISPLAY "** BAD ASSIGNMENT (" REJ-REASON-CODE ") LINE "
015840         asg-lineI " VIN " asg-vinI " **".
015841     MOVE "L_10"   TO REJ-PROGRAM-NAME.
015842     MOVE SPACES   TO REJ-RECORD-KEY.
015843     MOVE asg-vinI TO REJ-RECORD-KEY(1:15).
015844     CALL "REJECTLOG" USING REJECT-PARM.
015845     ADD 1 TO WS-ASG-REJECTS.
015846     ADD 1 TO WS-REJECT-COUNT.
015847 2950-REJECT-ONE-ASSIGNMENT-EXIT.
015849     EXIT.
015850*----------------------------------------------------------------
015851 2600-SHOW-VEHICLE.
015852*    THE ROUTE'S ASSIGNED VEHICLE ON ITS DISPATCH BLOCK, WITH
015853*    THE DECODED MODEL YEAR AND A FLAG WHEN ITS CAPACITY IS
015854*    UNDER THE LINE'S. NO ASSIGNMENT IS SAID OUT LOUD TOO -
015855*    DISPATCH SHOULD SEE THE HOLE.
015856*----------------------------------------------------------------
015857     IF WS-RTE-VIN(WS-ROUTE-HIT) = SPACES
015858         MOVE "  VEHICLE (NONE ASSIGNED)" TO dispatch-line
015859         IF WS-RTE-HELD-VIN(WS-ROUTE-HIT) NOT = SPACES
015860             MOVE SPACES TO dispatch-line
015861             STRING "  VEHICLE HELD: " DELIMITED BY SIZE
015863                    WS-RTE-HELD-VIN(WS-ROUTE-HIT)
015864                        DELIMITED BY SIZE
015865                    " - NO FIT SPARE, ROUTE SHORT"
015866                        DELIMITED BY SIZE
015867                 INTO dispatch-line
015868         END-IF
015869         WRITE dispatch-line
015870         GO TO 2600-SHOW-VEHICLE-EXIT
015871     END-IF.
015872     MOVE WS-RTE-VIN(WS-ROUTE-HIT) TO WS-VEH-VIN.
015873     MOVE WS-RTE-VIN-YEAR(WS-ROUTE-HIT) TO WS-VEH-YEAR.
015874     IF WS-RTE-VEH-CAP(WS-ROUTE-HIT) <
015876         WS-RTE-CAPACITY(WS-ROUTE-HIT)
015877         MOVE "** UNDER LINE CAPACITY **" TO WS-VEH-FLAG
015878     ELSE
015879         MOVE SPACES TO WS-VEH-FLAG
015880     END-IF.
015881     IF WS-RTE-SPARE-SW(WS-ROUTE-HIT) = "Y"
015882         MOVE "** SPARE - SEE L10.DXP **" TO WS-VEH-FLAG
015883     END-IF.
015884     MOVE WS-VEHICLE-LINE TO dispatch-line.
015885     WRITE dispatch-line.
015886     IF WS-RTE-EXPIRED(WS-ROUTE-HIT) NOT = SPACES
015887         MOVE WS-RTE-EXPIRED(WS-ROUTE-HIT) TO WS-EXP-DOCS
015888         MOVE WS-EXPIRED-LINE TO dispatch-line
015890         WRITE dispatch-line
015891     END-IF.
015892 2600-SHOW-VEHICLE-EXIT.
015893     EXIT.
015894*----------------------------------------------------------------
015895 1800-GET-RUNNING-WINDOW.
015896*    L10.PRM, WHEN PRESENT, OVERRIDES THE DEFAULT 2-TO-60
015897*    MINUTE PLAUSIBLE RUNNING-TIME WINDOW BETWEEN CONSECUTIVE
015898*    STOPS.
015899*----------------------------------------------------------------
015900     OPEN INPUT l10-prm-file.
015901     IF l10-prm-file-status = "00"
015903         READ l10-prm-file
015904             AT END
015905                 CONTINUE
015906             NOT AT END
015907                 MOVE prm-min-gap TO WS-MIN-GAP-MINUTES
015908                 MOVE prm-max-gap TO WS-MAX-GAP-MINUTES
015909                 DISPLAY "Running-time window "
015910                     WS-MIN-GAP-MINUTES "-" WS-MAX-GAP-MINUTES
015911                     " minute(s) read from L10.PRM"
015912         END-READ
015913     END-IF.
015914     CLOSE l10-prm-file.
015915 1800-GET-RUNNING-WINDOW-EXIT.
015917     EXIT.
015918*----------------------------------------------------------------
015919 2700-CHECK-RUNNING-TIME.
015920*    TIMES MUST INCREASE WITH stop-seqI WITHIN A LINE, AND THE
015921*    GAP BETWEEN CONSECUTIVE STOPS MUST SIT INSIDE THE L10.PRM
015922*    WINDOW. A BACKWARDS TIME IS DATA DAMAGE - THE STOP IS
015923*    REJECTED. AN OUT-OF-WINDOW GAP IS A SCHEDULING QUESTION -
015924*    LOGGED AND FLAGGED ON L10.RTM BUT LEFT ON THE SHEET.
015925*----------------------------------------------------------------
015926     SET TIME-ACCEPTED TO TRUE.
015927     MOVE stop-time TO WS-TIME-WORK.
015928     COMPUTE WS-CURR-MINUTES =
015930         (WS-TIME-HH * 60) + WS-TIME-MM.
015940     IF stop-line NOT = WS-RTM-PREV-LINE
015950         MOVE SPACES TO runtime-line
016440     EXIT.
016450*----------------------------------------------------------------
016460 2800-BUILD-DEPARTURE-BOARD.
016470*    THE DAY'S TRIPS THE OTHER WAY AROUND - SORTED BY STOP NAME
016480*    AND TIME, ONE SECTION PER STOP, EVERY DEPARTURE OF EVERY
016490*    ACTIVE LINE SERVING IT. THE DISPATCH PASS WRITES ONLY THE
016500*    STOPS IT ACCEPTED TO L10.trpwrk - THE REST IT ALREADY
016505*    REJECTED OUT LOUD.
016510*----------------------------------------------------------------
016520     IF STOP-FILE-NOT-FOUND
016530         GO TO 2800-BUILD-DEPARTURE-BOARD-EXIT
016550     SORT stop-work-file
016560         ON ASCENDING KEY stop-nameW
016570         ON ASCENDING KEY stop-timeW
016580         USING trip-file
016590         GIVING stop-name-sorted-file.
016600     MOVE HIGH-VALUES TO WS-DEP-PREV-NAME.
016610     OPEN INPUT stop-name-sorted-file
016620     OPEN OUTPUT departure-file
016630         MOVE SPACES TO departure-line
016632         STRING "DEPARTURE BOARD - BY STOP - " DELIMITED BY SIZE
016634                WS-DAY-TYPE-NAME DELIMITED BY SPACE
016636                " SERVICE " DELIMITED BY SIZE
016638                WS-TODAY-DATE DELIMITED BY SIZE
016639             INTO departure-line
016640         WRITE departure-line
016650         PERFORM FOREVER
016660             READ stop-name-sorted-file
017950     CALL "RUNSTAT" USING RSTAT-PARM.
017960 9100-RECORD-STEP-COMPLETE-EXIT.
017970     EXIT.
017980*----------------------------------------------------------------
017990 2400-PROCESS-DUTIES.
018000*    THE DAY'S CREW. EACH L10.DTY DUTY TIES A DRIVER ON THE
018010*    L10.DRV ROSTER TO A ROUTE FOR ONE DATE, AND THE RUN IT
018020*    COVERS IS THE ROUTE'S FIRST TO LAST L10.STP STOP TIME.
018030*    DUTIES ARE TAKEN IN DATE AND DRIVER ORDER, SO THE EARLIER
018040*    BOOKING KEEPS THE RUN AND THE LATER ONE IS REJECTED. TODAY'S
018050*    ACCEPTED DRIVERS GO ON THE DISPATCH SHEET; L10.DHR SHOWS
018060*    EVERY DRIVER'S HOURS FOR TODAY AND THE 7 DAYS ENDING TODAY.
018070*----------------------------------------------------------------
018080     COMPUTE WS-TODAY-INT =
018090         FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE).
018100     PERFORM 2410-GET-HOS-LIMITS
018110         THRU 2410-GET-HOS-LIMITS-EXIT.
018120     PERFORM 2420-LOAD-DRIVER-ROSTER
018130         THRU 2420-LOAD-DRIVER-ROSTER-EXIT.
018140     PERFORM 2430-FIND-RUN-TIMES
018150         THRU 2430-FIND-RUN-TIMES-EXIT.
018160     SET DUTY-FILE-NOT-FOUND TO TRUE.
018170     OPEN INPUT duty-file.
018180     IF duty-file-status = "00"
018190         SET DUTY-FILE-FOUND TO TRUE
018200     END-IF.
018210     CLOSE duty-file.
018220     IF DUTY-FILE-NOT-FOUND
018230         DISPLAY "L10.DTY not found - no driver duties this run"
018240         GO TO 2400-PRINT-HOURS
018250     END-IF.
018260
018270     SORT duty-work-file
018280         ON ASCENDING KEY dty-dateW
018290         ON ASCENDING KEY dty-driverW
018300         ON ASCENDING KEY dty-lineW
018310         USING duty-file
018320         GIVING duty-sorted-file.
018330
018340     OPEN INPUT duty-sorted-file.
018350     PERFORM FOREVER
018360         READ duty-sorted-file
018370             AT END
018380             EXIT PERFORM
018390         END-READ
018400         ADD 1 TO WS-DTY-RECORDS
018410         PERFORM 2440-APPLY-ONE-DUTY
018420             THRU 2440-APPLY-ONE-DUTY-EXIT
018430     END-PERFORM.
018440     CLOSE duty-sorted-file.
018450     DISPLAY WS-DTY-RECORDS " driver duty(ies) read, "
018460         WS-DTY-REJECTS " rejected".
018470 2400-PRINT-HOURS.
018480     PERFORM 2480-PRINT-DRIVER-HOURS
018490         THRU 2480-PRINT-DRIVER-HOURS-EXIT.
018500 2400-PROCESS-DUTIES-EXIT.
018510     EXIT.
018520*----------------------------------------------------------------
018530 2410-GET-HOS-LIMITS.
018540*    L10HOS.PRM, WHEN PRESENT, OVERRIDES THE DEFAULT 10-HOUR DAY
018550*    AND 60 HOURS IN ANY 7 DAYS. THE CHECKS RUN IN MINUTES.
018560*----------------------------------------------------------------
018570     OPEN INPUT hos-prm-file.
018580     IF hos-prm-file-status = "00"
018590         READ hos-prm-file
018600             AT END
018610                 CONTINUE
018620             NOT AT END
018630                 IF hos-day-hours NUMERIC
018640                     AND hos-week-hours NUMERIC
018650                     MOVE hos-day-hours TO WS-DAY-LIMIT-HOURS
018660                     MOVE hos-week-hours TO WS-WEEK-LIMIT-HOURS
018670                     DISPLAY "Hours-of-service limits "
018680                         WS-DAY-LIMIT-HOURS "/"
018690                         WS-WEEK-LIMIT-HOURS
018700                         " hour(s) read from L10HOS.PRM"
018710                 END-IF
018720         END-READ
018730     END-IF.
018740     CLOSE hos-prm-file.
018750     COMPUTE WS-DAY-LIMIT-MINUTES = WS-DAY-LIMIT-HOURS * 60.
018760     COMPUTE WS-WEEK-LIMIT-MINUTES = WS-WEEK-LIMIT-HOURS * 60.
018770 2410-GET-HOS-LIMITS-EXIT.
018780     EXIT.
018790*----------------------------------------------------------------
018800 2420-LOAD-DRIVER-ROSTER.
018810*    NO L10.DRV MEANS NO DRIVER CAN BE PROVED - EVERY DUTY WILL
018820*    REJECT AS AN UNKNOWN DRIVER.
018830*----------------------------------------------------------------
018840     OPEN INPUT driver-file.
018850     IF driver-file-status NOT = "00"
018860         DISPLAY "L10.DRV not found - no driver roster this run"
018870         CLOSE driver-file
018880         GO TO 2420-LOAD-DRIVER-ROSTER-EXIT
018890     END-IF.
018900     PERFORM FOREVER
018910         READ driver-file
018920             AT END
018930             EXIT PERFORM
018940         END-READ
018950         IF WS-DRV-COUNT < 200
018960             ADD 1 TO WS-DRV-COUNT
018970             MOVE drv-idI TO WS-DRV-ID(WS-DRV-COUNT)
018980             MOVE drv-nameI TO WS-DRV-NAME(WS-DRV-COUNT)
018990             MOVE drv-classI TO WS-DRV-CLASS(WS-DRV-COUNT)
019000             MOVE drv-expiryI TO WS-DRV-EXPIRY(WS-DRV-COUNT)
019010             MOVE ZERO TO WS-DRV-DAY-MINUTES(WS-DRV-COUNT)
019020             MOVE ZERO TO WS-DRV-WEEK-MINUTES(WS-DRV-COUNT)
019030             MOVE ZERO TO WS-DRV-REJECTS(WS-DRV-COUNT)
019040         ELSE
019050             DISPLAY "WARNING - driver table full, driver "
019060                 drv-idI " not held"
019070         END-IF
019080     END-PERFORM.
019090     CLOSE driver-file.
019100 2420-LOAD-DRIVER-ROSTER-EXIT.
019110     EXIT.
019120*----------------------------------------------------------------
019130 2430-FIND-RUN-TIMES.
019140*    EACH ROUTE'S RUN IS ITS EARLIEST TO ITS LATEST L10.STP STOP
019150*    TIME, HHMM. A ROUTE WITH NO STOPS HAS NO RUN TO CREW.
019160*----------------------------------------------------------------
019170     PERFORM 2432-CLEAR-ONE-RUN
019180         THRU 2432-CLEAR-ONE-RUN-EXIT
019190         VARYING WS-ROUTE-SUB FROM 1 BY 1
019200         UNTIL WS-ROUTE-SUB > WS-ROUTE-COUNT.
019210     OPEN INPUT stop-file.
019220     IF stop-file-status NOT = "00"
019230         CLOSE stop-file
019240         GO TO 2430-FIND-RUN-TIMES-EXIT
019250     END-IF.
019260     PERFORM FOREVER
019270         READ stop-file
019280             AT END
019290             EXIT PERFORM
019300         END-READ
019310         PERFORM 2435-TIME-ONE-STOP
019320             THRU 2435-TIME-ONE-STOP-EXIT
019330     END-PERFORM.
019340     CLOSE stop-file.
019350 2430-FIND-RUN-TIMES-EXIT.
019360     EXIT.
019370*----------------------------------------------------------------
019380 2432-CLEAR-ONE-RUN.
019390*----------------------------------------------------------------
019400     MOVE 9999 TO WS-RTE-RUN-FIRST(WS-ROUTE-SUB).
019410     MOVE ZERO TO WS-RTE-RUN-LAST(WS-ROUTE-SUB).
019420     MOVE SPACES TO WS-RTE-DRIVER-ID(WS-ROUTE-SUB).
019430     MOVE SPACES TO WS-RTE-DRIVER-NAME(WS-ROUTE-SUB).
019440 2432-CLEAR-ONE-RUN-EXIT.
019450     EXIT.
019460*----------------------------------------------------------------
019470 2435-TIME-ONE-STOP.
019480*----------------------------------------------------------------
019490     IF stop-timeI NOT NUMERIC
019500         GO TO 2435-TIME-ONE-STOP-EXIT
019510     END-IF.
019520     MOVE stop-lineI TO WS-RTE-WANTED.
019530     PERFORM 1700-LOOK-UP-ROUTE
019540         THRU 1700-LOOK-UP-ROUTE-EXIT.
019550     IF ROUTE-NOT-FOUND
019560         GO TO 2435-TIME-ONE-STOP-EXIT
019570     END-IF.
019580     IF stop-timeI < WS-RTE-RUN-FIRST(WS-ROUTE-HIT)
019590         MOVE stop-timeI TO WS-RTE-RUN-FIRST(WS-ROUTE-HIT)
019600     END-IF.
019610     IF stop-timeI > WS-RTE-RUN-LAST(WS-ROUTE-HIT)
019620         MOVE stop-timeI TO WS-RTE-RUN-LAST(WS-ROUTE-HIT)
019630     END-IF.
019640 2435-TIME-ONE-STOP-EXIT.
019650     EXIT.
019660*----------------------------------------------------------------
019670 2440-APPLY-ONE-DUTY.
019680*    PROVE THE DRIVER, THE ROUTE AND ITS RUN, AND THE DATE, THEN
019690*    THE LICENSE (GOOD THROUGH ITS EXPIRY DATE), THEN THE DUTY
019700*    AGAINST EVERY BOOKING ALREADY TAKEN - THE ROUTE MAY HAVE
019710*    ONE DRIVER A DATE, A DRIVER'S RUNS MAY NOT OVERLAP, AND THE
019720*    HOURS MAY NOT GO OVER THE DAILY OR THE 7-DAY LIMIT.
019730*----------------------------------------------------------------
019740     MOVE ZERO TO WS-DRV-HIT.
019750     PERFORM 2445-CHECK-ONE-DRIVER
019760         THRU 2445-CHECK-ONE-DRIVER-EXIT
019770         VARYING WS-DRV-SUB FROM 1 BY 1
019780         UNTIL WS-DRV-SUB > WS-DRV-COUNT
019790         OR WS-DRV-HIT NOT = ZERO.
019800     IF WS-DRV-HIT = ZERO
019810         MOVE "NDRV" TO REJ-REASON-CODE
019820         MOVE "Duty for driver not on L10.DRV"
019830             TO REJ-REASON-TEXT
019840         PERFORM 2960-REJECT-ONE-DUTY
019850             THRU 2960-REJECT-ONE-DUTY-EXIT
019860         GO TO 2440-APPLY-ONE-DUTY-EXIT
019870     END-IF.
019880     MOVE dty-line TO WS-RTE-WANTED.
019890     PERFORM 1700-LOOK-UP-ROUTE
019900         THRU 1700-LOOK-UP-ROUTE-EXIT.
019910     IF ROUTE-NOT-FOUND
019920         MOVE "NRTE" TO REJ-REASON-CODE
019930         MOVE "Duty on unknown line-number"
019940             TO REJ-REASON-TEXT
019950         PERFORM 2960-REJECT-ONE-DUTY
019960             THRU 2960-REJECT-ONE-DUTY-EXIT
019970         GO TO 2440-APPLY-ONE-DUTY-EXIT
019980     END-IF.
019990     IF WS-RTE-STATUS(WS-ROUTE-HIT) = "I"
020000         MOVE "IRTE" TO REJ-REASON-CODE
020010         MOVE "Duty on inactive line"
020020             TO REJ-REASON-TEXT
020030         PERFORM 2960-REJECT-ONE-DUTY
020040             THRU 2960-REJECT-ONE-DUTY-EXIT
020050         GO TO 2440-APPLY-ONE-DUTY-EXIT
020060     END-IF.
020070     IF WS-RTE-RUN-LAST(WS-ROUTE-HIT) = ZERO
020080         MOVE "NRUN" TO REJ-REASON-CODE
020090         MOVE "No L10.STP run times for the line"
020100             TO REJ-REASON-TEXT
020110         PERFORM 2960-REJECT-ONE-DUTY
020120             THRU 2960-REJECT-ONE-DUTY-EXIT
020130         GO TO 2440-APPLY-ONE-DUTY-EXIT
020140     END-IF.
020150     SET DVAL-IS-NOT-VALID TO TRUE.
020160     IF dty-date NUMERIC
020170         MOVE dty-date TO DVAL-DATE
020180         CALL "DATEVAL" USING DVAL-PARM
020190     END-IF.
020200     IF DVAL-IS-NOT-VALID
020210         MOVE "BDAT" TO REJ-REASON-CODE
020220         MOVE "Invalid duty date"
020230             TO REJ-REASON-TEXT
020240         PERFORM 2960-REJECT-ONE-DUTY
020250             THRU 2960-REJECT-ONE-DUTY-EXIT
020260         GO TO 2440-APPLY-ONE-DUTY-EXIT
020270     END-IF.
020280     IF WS-DRV-EXPIRY(WS-DRV-HIT) NOT NUMERIC
020290         OR WS-DRV-EXPIRY(WS-DRV-HIT) < dty-date
020300         MOVE "LEXP" TO REJ-REASON-CODE
020310         MOVE "Driver license expired"
020320             TO REJ-REASON-TEXT
020330         PERFORM 2960-REJECT-ONE-DUTY
020340             THRU 2960-REJECT-ONE-DUTY-EXIT
020350         GO TO 2440-APPLY-ONE-DUTY-EXIT
020360     END-IF.
020370     MOVE WS-RTE-RUN-FIRST(WS-ROUTE-HIT) TO WS-TIME-WORK.
020380     COMPUTE WS-PREV-MINUTES =
020390         (WS-TIME-HH * 60) + WS-TIME-MM.
020400     MOVE WS-RTE-RUN-LAST(WS-ROUTE-HIT) TO WS-TIME-WORK.
020410     COMPUTE WS-CURR-MINUTES =
020420         (WS-TIME-HH * 60) + WS-TIME-MM.
020430     COMPUTE WS-RUN-MINUTES = WS-CURR-MINUTES - WS-PREV-MINUTES.
020440     COMPUTE WS-DUTY-INT = FUNCTION INTEGER-OF-DATE(dty-date).
020450     SET LINE-NOT-CREWED TO TRUE.
020460     SET RUNS-CLEAR TO TRUE.
020470     MOVE ZERO TO WS-BKD-DAY-TOTAL.
020480     MOVE ZERO TO WS-BKD-WEEK-TOTAL.
020490     PERFORM 2450-CHECK-ONE-BOOKING
020500         THRU 2450-CHECK-ONE-BOOKING-EXIT
020510         VARYING WS-BKD-SUB FROM 1 BY 1
020520         UNTIL WS-BKD-SUB > WS-BKD-COUNT.
020530     IF LINE-CREWED
020540         MOVE "CREW" TO REJ-REASON-CODE
020550         MOVE "Line already crewed that date"
020560             TO REJ-REASON-TEXT
020570         PERFORM 2960-REJECT-ONE-DUTY
020580             THRU 2960-REJECT-ONE-DUTY-EXIT
020590         GO TO 2440-APPLY-ONE-DUTY-EXIT
020600     END-IF.
020610     IF RUNS-OVERLAP
020620         MOVE "OVLP" TO REJ-REASON-CODE
020630         MOVE "Driver booked on overlapping runs"
020640             TO REJ-REASON-TEXT
020650         PERFORM 2960-REJECT-ONE-DUTY
020660             THRU 2960-REJECT-ONE-DUTY-EXIT
020670         GO TO 2440-APPLY-ONE-DUTY-EXIT
020680     END-IF.
020690     IF WS-BKD-DAY-TOTAL + WS-RUN-MINUTES > WS-DAY-LIMIT-MINUTES
020700         MOVE "HDAY" TO REJ-REASON-CODE
020710         MOVE "Over the daily hours-of-service limit"
020720             TO REJ-REASON-TEXT
020730         PERFORM 2960-REJECT-ONE-DUTY
020740             THRU 2960-REJECT-ONE-DUTY-EXIT
020750         GO TO 2440-APPLY-ONE-DUTY-EXIT
020760     END-IF.
020770     IF WS-BKD-WEEK-TOTAL + WS-RUN-MINUTES >
020780         WS-WEEK-LIMIT-MINUTES
020790         MOVE "HWEK" TO REJ-REASON-CODE
020800         MOVE "Over the 7-day hours-of-service limit"
020810             TO REJ-REASON-TEXT
020820         PERFORM 2960-REJECT-ONE-DUTY
020830             THRU 2960-REJECT-ONE-DUTY-EXIT
020840         GO TO 2440-APPLY-ONE-DUTY-EXIT
020850     END-IF.
020860     IF WS-BKD-COUNT >= 1000
020870         DISPLAY "WARNING - duty booking table full, driver "
020880             dty-driver " line " dty-line " not booked"
020890         GO TO 2440-APPLY-ONE-DUTY-EXIT
020900     END-IF.
020910     ADD 1 TO WS-BKD-COUNT.
020920     MOVE dty-driver TO WS-BKD-DRIVER(WS-BKD-COUNT).
020930     MOVE dty-line TO WS-BKD-LINE(WS-BKD-COUNT).
020940     MOVE dty-date TO WS-BKD-DATE(WS-BKD-COUNT).
020950     MOVE WS-DUTY-INT TO WS-BKD-INT(WS-BKD-COUNT).
020960     MOVE WS-RTE-RUN-FIRST(WS-ROUTE-HIT)
020970         TO WS-BKD-FIRST(WS-BKD-COUNT).
020980     MOVE WS-RTE-RUN-LAST(WS-ROUTE-HIT)
020990         TO WS-BKD-LAST(WS-BKD-COUNT).
021000     MOVE WS-RUN-MINUTES TO WS-BKD-MINUTES(WS-BKD-COUNT).
021010     IF dty-date = WS-TODAY-DATE
021020         MOVE dty-driver TO WS-RTE-DRIVER-ID(WS-ROUTE-HIT)
021030         MOVE WS-DRV-NAME(WS-DRV-HIT)
021040             TO WS-RTE-DRIVER-NAME(WS-ROUTE-HIT)
021050         ADD WS-RUN-MINUTES TO WS-DRV-DAY-MINUTES(WS-DRV-HIT)
021060     END-IF.
021070     IF WS-DUTY-INT NOT > WS-TODAY-INT
021080         AND WS-DUTY-INT > WS-TODAY-INT - 7
021090         ADD WS-RUN-MINUTES TO WS-DRV-WEEK-MINUTES(WS-DRV-HIT)
021100     END-IF.
021110 2440-APPLY-ONE-DUTY-EXIT.
021120     EXIT.
021130*----------------------------------------------------------------
021140 2445-CHECK-ONE-DRIVER.
021150*----------------------------------------------------------------
021160     IF WS-DRV-ID(WS-DRV-SUB) = dty-driver
021170         MOVE WS-DRV-SUB TO WS-DRV-HIT
021180     END-IF.
021190 2445-CHECK-ONE-DRIVER-EXIT.
021200     EXIT.
021210*----------------------------------------------------------------
021220 2450-CHECK-ONE-BOOKING.
021230*    ONE BOOKING AGAINST THE DUTY IN HAND. TWO RUNS OVERLAP WHEN
021240*    EACH STARTS BEFORE THE OTHER ENDS; BACK-TO-BACK IS ALLOWED.
021250*    THE 7-DAY WINDOW IS THE DUTY DATE AND THE 6 DAYS BEFORE IT.
021260*----------------------------------------------------------------
021270     IF WS-BKD-LINE(WS-BKD-SUB) = dty-line
021280         AND WS-BKD-DATE(WS-BKD-SUB) = dty-date
021290         SET LINE-CREWED TO TRUE
021300     END-IF.
021310     IF WS-BKD-DRIVER(WS-BKD-SUB) NOT = dty-driver
021320         GO TO 2450-CHECK-ONE-BOOKING-EXIT
021330     END-IF.
021340     IF WS-BKD-DATE(WS-BKD-SUB) = dty-date
021350         ADD WS-BKD-MINUTES(WS-BKD-SUB) TO WS-BKD-DAY-TOTAL
021360         IF WS-BKD-FIRST(WS-BKD-SUB) <
021370             WS-RTE-RUN-LAST(WS-ROUTE-HIT)
021380             AND WS-BKD-LAST(WS-BKD-SUB) >
021390             WS-RTE-RUN-FIRST(WS-ROUTE-HIT)
021400             SET RUNS-OVERLAP TO TRUE
021410         END-IF
021420     END-IF.
021430     IF WS-BKD-INT(WS-BKD-SUB) NOT > WS-DUTY-INT
021440         AND WS-BKD-INT(WS-BKD-SUB) > WS-DUTY-INT - 7
021450         ADD WS-BKD-MINUTES(WS-BKD-SUB) TO WS-BKD-WEEK-TOTAL
021460     END-IF.
021470 2450-CHECK-ONE-BOOKING-EXIT.
021480     EXIT.
021490*----------------------------------------------------------------
021500 2480-PRINT-DRIVER-HOURS.
021510*    ONE LINE PER DRIVER ON THE ROSTER - TODAY'S HOURS, THE 7
021520*    DAYS ENDING TODAY, AND HOW MANY OF THE DRIVER'S DUTIES WERE
021530*    REJECTED THIS RUN. AN EXPIRED LICENSE, ONE EXPIRING WITHIN
021540*    30 DAYS, AND A DRIVER WITHIN 10% OF THE 7-DAY LIMIT ARE
021550*    FLAGGED.
021560*----------------------------------------------------------------
021570     COMPUTE WS-SOON-INT = WS-TODAY-INT + 30.
021580     OPEN OUTPUT driver-hours-file.
021590     MOVE WS-TODAY-DATE TO WS-DHR-DATE.
021600     MOVE WS-DHR-HEADING TO driver-hours-line.
021610     WRITE driver-hours-line.
021620     MOVE WS-DAY-LIMIT-HOURS TO WS-DHL-DAY.
021630     MOVE WS-WEEK-LIMIT-HOURS TO WS-DHL-WEEK.
021640     MOVE WS-DHR-LIMITS TO driver-hours-line.
021650     WRITE driver-hours-line.
021660     MOVE SPACES TO driver-hours-line.
021670     WRITE driver-hours-line.
021680     MOVE WS-DHR-COLUMNS TO driver-hours-line.
021690     WRITE driver-hours-line.
021700     PERFORM 2485-PRINT-ONE-DRIVER
021710         THRU 2485-PRINT-ONE-DRIVER-EXIT
021720         VARYING WS-DRV-SUB FROM 1 BY 1
021730         UNTIL WS-DRV-SUB > WS-DRV-COUNT.
021740     IF WS-DRV-COUNT = ZERO
021750         MOVE WS-DHR-NONE-LINE TO driver-hours-line
021760         WRITE driver-hours-line
021770     END-IF.
021780     MOVE SPACES TO driver-hours-line.
021790     WRITE driver-hours-line.
021800     MOVE WS-DRV-COUNT TO WS-DHT-DRIVERS.
021810     MOVE WS-BKD-COUNT TO WS-DHT-BOOKED.
021820     MOVE WS-DTY-REJECTS TO WS-DHT-REJECTED.
021830     MOVE WS-DHR-TOTAL TO driver-hours-line.
021840     WRITE driver-hours-line.
021850     CLOSE driver-hours-file.
021860     DISPLAY WS-DRV-COUNT
021870         " driver(s) on the L10.DHR hours report".
021880 2480-PRINT-DRIVER-HOURS-EXIT.
021890     EXIT.
021900*----------------------------------------------------------------
021910 2485-PRINT-ONE-DRIVER.
021920*----------------------------------------------------------------
021930     MOVE WS-DRV-ID(WS-DRV-SUB) TO WS-DHD-ID.
021940     MOVE WS-DRV-NAME(WS-DRV-SUB) TO WS-DHD-NAME.
021950     MOVE WS-DRV-CLASS(WS-DRV-SUB) TO WS-DHD-CLASS.
021960     MOVE WS-DRV-EXPIRY(WS-DRV-SUB) TO WS-DHD-EXPIRY.
021970     DIVIDE WS-DRV-DAY-MINUTES(WS-DRV-SUB) BY 60
021980         GIVING WS-HOURS-WORK REMAINDER WS-MINUTES-WORK.
021990     MOVE WS-HOURS-WORK TO WS-DHD-DAY-HH.
022000     MOVE WS-MINUTES-WORK TO WS-DHD-DAY-MM.
022010     DIVIDE WS-DRV-WEEK-MINUTES(WS-DRV-SUB) BY 60
022020         GIVING WS-HOURS-WORK REMAINDER WS-MINUTES-WORK.
022030     MOVE WS-HOURS-WORK TO WS-DHD-WEEK-HH.
022040     MOVE WS-MINUTES-WORK TO WS-DHD-WEEK-MM.
022050     MOVE WS-DRV-REJECTS(WS-DRV-SUB) TO WS-DHD-REJECTS.
022060     MOVE SPACES TO WS-DHD-FLAG.
022070     EVALUATE TRUE
022080         WHEN WS-DRV-EXPIRY(WS-DRV-SUB) NOT NUMERIC
022090             MOVE "** NO LICENSE DATE" TO WS-DHD-FLAG
022100         WHEN WS-DRV-EXPIRY(WS-DRV-SUB) < WS-TODAY-DATE
022110             MOVE "** LICENSE EXPIRED" TO WS-DHD-FLAG
022120         WHEN FUNCTION INTEGER-OF-DATE(
022130             WS-DRV-EXPIRY(WS-DRV-SUB)) NOT > WS-SOON-INT
022140             MOVE "LICENSE DUE SOON" TO WS-DHD-FLAG
022150         WHEN WS-DRV-WEEK-MINUTES(WS-DRV-SUB) * 10 NOT <
022160             WS-WEEK-LIMIT-MINUTES * 9
022170             MOVE "NEAR 7-DAY LIMIT" TO WS-DHD-FLAG
022180     END-EVALUATE.
022190     MOVE WS-DHR-DETAIL TO driver-hours-line.
022200     WRITE driver-hours-line.
022210 2485-PRINT-ONE-DRIVER-EXIT.
022220     EXIT.
022230*----------------------------------------------------------------
022240 2610-SHOW-DRIVER.
022250*    TODAY'S DRIVER FOR THE ROUTE, FROM THE L10.DTY DUTIES, WITH
022260*    THE RUN BOOKED. NO DRIVER IS SAID OUT LOUD LIKE
022270*    NO VEHICLE.
022280*----------------------------------------------------------------
022290     IF WS-RTE-DRIVER-ID(WS-ROUTE-HIT) = SPACES
022300         MOVE "  DRIVER (NONE ON DUTY)" TO dispatch-line
022310         WRITE dispatch-line
022320         GO TO 2610-SHOW-DRIVER-EXIT
022330     END-IF.
022340     MOVE WS-RTE-DRIVER-ID(WS-ROUTE-HIT) TO WS-DRL-ID.
022350     MOVE WS-RTE-DRIVER-NAME(WS-ROUTE-HIT) TO WS-DRL-NAME.
022360     MOVE WS-RTE-RUN-FIRST(WS-ROUTE-HIT) TO WS-DRL-FIRST.
022370     MOVE WS-RTE-RUN-LAST(WS-ROUTE-HIT) TO WS-DRL-LAST.
022380     MOVE WS-DRIVER-LINE TO dispatch-line.
022390     WRITE dispatch-line.
022400 2610-SHOW-DRIVER-EXIT.
022410     EXIT.
022420*----------------------------------------------------------------
022430 2960-REJECT-ONE-DUTY.
022440*    LOG THE BAD DUTY TO THE SHOP-WIDE REJECT.LOG; IT IS NOT
022450*    BOOKED AND ITS DRIVER DOES NOT GO ON THE DISPATCH SHEET.
022460*----------------------------------------------------------------
022470     DISPLAY "** BAD DUTY (" REJ-REASON-CODE ") DRIVER "
022480         dty-driver " LINE " dty-line " DATE " dty-date " **".
022490     MOVE "L_10"   TO REJ-PROGRAM-NAME.
022500     MOVE SPACES   TO REJ-RECORD-KEY.
022510     STRING dty-driver "/" dty-line "/" dty-date
022520         DELIMITED BY SIZE
022530         INTO REJ-RECORD-KEY.
022540     CALL "REJECTLOG" USING REJECT-PARM.
022550     ADD 1 TO WS-DTY-REJECTS.
022560     ADD 1 TO WS-REJECT-COUNT.
022570     IF WS-DRV-HIT NOT = ZERO
022580         ADD 1 TO WS-DRV-REJECTS(WS-DRV-HIT)
022590     END-IF.
022600 2960-REJECT-ONE-DUTY-EXIT.
022610     EXIT.
022620*----------------------------------------------------------------
022630 1900-GET-SERVICE-DAY.
022640*    TODAY'S DAY TYPE FOR THE SERVICE PATTERNS. A BUSINESS DAY
022650*    RUNS THE WEEKDAY PATTERN; OTHERWISE SATURDAY RUNS THE
022660*    SATURDAY PATTERN AND A SUNDAY OR A HOLIDAY.CAL HOLIDAY THE
022670*    SUNDAY ONE (THE INTEGER-OF-DATE EPOCH IS A MONDAY, SO MOD 7
022680*    OF 6 IS A SATURDAY - SAME RULE AS BUSDAY).
022690*----------------------------------------------------------------
022700     SET BDAY-IS-BUSINESS-DAY TO TRUE.
022710     MOVE WS-TODAY-DATE TO BDAY-DATE.
022720     CALL "BUSDAY" USING BDAY-PARM.
022730     COMPUTE WS-DOW-MOD = FUNCTION MOD(
022740         FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE), 7).
022750     EVALUATE TRUE
022760         WHEN BDAY-YES
022770             SET DAY-WEEKDAY TO TRUE
022780             MOVE "WEEKDAY" TO WS-DAY-TYPE-NAME
022790         WHEN WS-DOW-MOD = 6
022800             SET DAY-SATURDAY TO TRUE
022810             MOVE "SATURDAY" TO WS-DAY-TYPE-NAME
022820         WHEN WS-DOW-MOD = 0
022830             SET DAY-SUNDAY TO TRUE
022840             MOVE "SUNDAY" TO WS-DAY-TYPE-NAME
022850         WHEN OTHER
022860             SET DAY-SUNDAY TO TRUE
022870             MOVE "HOLIDAY" TO WS-DAY-TYPE-NAME
022880     END-EVALUATE.
022890     DISPLAY "Service date " WS-TODAY-DATE " runs the "
022900         WS-DAY-TYPE-NAME " pattern".
022910 1900-GET-SERVICE-DAY-EXIT.
022920     EXIT.
022930*----------------------------------------------------------------
022940 1950-LOAD-SERVICE-PATTERNS.
022950*    EVERY L10.SVC RECORD IS PROVED; THE ONES FOR TODAY'S DAY
022960*    TYPE ARE HELD ALONGSIDE THE ROUTE TABLE. NO FILE MEANS
022970*    EVERY LINE RUNS ITS L10.STP TIMES ONCE.
022980*----------------------------------------------------------------
022990     PERFORM 1955-CLEAR-ONE-PATTERN
023000         THRU 1955-CLEAR-ONE-PATTERN-EXIT
023010         VARYING WS-ROUTE-SUB FROM 1 BY 1
023020         UNTIL WS-ROUTE-SUB > WS-ROUTE-COUNT.
023030     OPEN INPUT service-file.
023040     IF service-file-status NOT = "00"
023050         DISPLAY "L10.SVC not found - every line runs its "
023060             "L10.STP times once"
023070         CLOSE service-file
023080         GO TO 1950-LOAD-SERVICE-PATTERNS-EXIT
023090     END-IF.
023100     PERFORM FOREVER
023110         READ service-file
023120             AT END
023130             EXIT PERFORM
023140         END-READ
023150         ADD 1 TO WS-SVC-RECORDS
023160         PERFORM 1960-APPLY-ONE-PATTERN
023170             THRU 1960-APPLY-ONE-PATTERN-EXIT
023180     END-PERFORM.
023190     CLOSE service-file.
023200     DISPLAY WS-SVC-RECORDS " service pattern(s) read, "
023210         WS-SVC-REJECTS " rejected".
023220 1950-LOAD-SERVICE-PATTERNS-EXIT.
023230     EXIT.
023240*----------------------------------------------------------------
023250 1955-CLEAR-ONE-PATTERN.
023260*----------------------------------------------------------------
023270     MOVE "N" TO WS-RTE-SVC-SW(WS-ROUTE-SUB).
023280 1955-CLEAR-ONE-PATTERN-EXIT.
023290     EXIT.
023300*----------------------------------------------------------------
023310 1960-APPLY-ONE-PATTERN.
023320*    PROVE THE DAY TYPE, THE LINE, EVERY TIME AND THE FIRST
023330*    BAND'S HEADWAY. A BAND WITH A ZERO HEADWAY IS UNUSED; THE
023340*    FIRST BAND ALSO COVERS ANY TRIP BEFORE ITS START TIME.
023350*----------------------------------------------------------------
023360     IF svc-day-typeI NOT = "W" AND NOT = "S" AND NOT = "U"
023370         MOVE "STYP" TO REJ-REASON-CODE
023380         MOVE "Day type not W, S or U"
023390             TO REJ-REASON-TEXT
023400         PERFORM 1990-REJECT-ONE-PATTERN
023410             THRU 1990-REJECT-ONE-PATTERN-EXIT
023420         GO TO 1960-APPLY-ONE-PATTERN-EXIT
023430     END-IF.
023440     IF service-detailsI(1:3) NOT NUMERIC
023450         OR service-detailsI(5:36) NOT NUMERIC
023460         MOVE "SNUM" TO REJ-REASON-CODE
023470         MOVE "Service pattern not numeric"
023480             TO REJ-REASON-TEXT
023490         PERFORM 1990-REJECT-ONE-PATTERN
023500             THRU 1990-REJECT-ONE-PATTERN-EXIT
023510         GO TO 1960-APPLY-ONE-PATTERN-EXIT
023520     END-IF.
023530     MOVE svc-lineI TO WS-RTE-WANTED.
023540     PERFORM 1700-LOOK-UP-ROUTE
023550         THRU 1700-LOOK-UP-ROUTE-EXIT.
023560     IF ROUTE-NOT-FOUND
023570         MOVE "NRTE" TO REJ-REASON-CODE
023580         MOVE "Service pattern for unknown line"
023590             TO REJ-REASON-TEXT
023600         PERFORM 1990-REJECT-ONE-PATTERN
023610             THRU 1990-REJECT-ONE-PATTERN-EXIT
023620         GO TO 1960-APPLY-ONE-PATTERN-EXIT
023630     END-IF.
023640     IF WS-RTE-STATUS(WS-ROUTE-HIT) = "I"
023650         MOVE "IRTE" TO REJ-REASON-CODE
023660         MOVE "Service pattern for inactive line"
023670             TO REJ-REASON-TEXT
023680         PERFORM 1990-REJECT-ONE-PATTERN
023690             THRU 1990-REJECT-ONE-PATTERN-EXIT
023700         GO TO 1960-APPLY-ONE-PATTERN-EXIT
023710     END-IF.
023720     SET SVC-TIME-GOOD TO TRUE.
023730     MOVE svc-firstI TO WS-TIME-WORK.
023740     PERFORM 1970-CHECK-ONE-TIME
023750         THRU 1970-CHECK-ONE-TIME-EXIT.
023760     MOVE svc-lastI TO WS-TIME-WORK.
023770     PERFORM 1970-CHECK-ONE-TIME
023780         THRU 1970-CHECK-ONE-TIME-EXIT.
023790     PERFORM 1975-CHECK-ONE-BAND
023800         THRU 1975-CHECK-ONE-BAND-EXIT
023810         VARYING WS-BAND-SUB FROM 1 BY 1
023820         UNTIL WS-BAND-SUB > 4.
023830     IF SVC-TIME-BAD
023840         OR svc-lastI < svc-firstI
023850         MOVE "STIM" TO REJ-REASON-CODE
023860         MOVE "Bad trip or band time in pattern"
023870             TO REJ-REASON-TEXT
023880         PERFORM 1990-REJECT-ONE-PATTERN
023890             THRU 1990-REJECT-ONE-PATTERN-EXIT
023900         GO TO 1960-APPLY-ONE-PATTERN-EXIT
023910     END-IF.
023920     IF svc-headwayI(1) = ZERO
023930         MOVE "SHWY" TO REJ-REASON-CODE
023940         MOVE "First headway band is zero"
023950             TO REJ-REASON-TEXT
023960         PERFORM 1990-REJECT-ONE-PATTERN
023970             THRU 1990-REJECT-ONE-PATTERN-EXIT
023980         GO TO 1960-APPLY-ONE-PATTERN-EXIT
023990     END-IF.
024000     IF svc-day-typeI NOT = WS-DAY-TYPE
024010         GO TO 1960-APPLY-ONE-PATTERN-EXIT
024020     END-IF.
024030     IF WS-RTE-SVC-SW(WS-ROUTE-HIT) = "Y"
024040         MOVE "DSVC" TO REJ-REASON-CODE
024050         MOVE "Second pattern for the line and day"
024060             TO REJ-REASON-TEXT
024070         PERFORM 1990-REJECT-ONE-PATTERN
024080             THRU 1990-REJECT-ONE-PATTERN-EXIT
024090         GO TO 1960-APPLY-ONE-PATTERN-EXIT
024100     END-IF.
024110     MOVE "Y" TO WS-RTE-SVC-SW(WS-ROUTE-HIT).
024120     MOVE svc-firstI TO WS-RTE-SVC-FIRST(WS-ROUTE-HIT).
024130     MOVE svc-lastI TO WS-RTE-SVC-LAST(WS-ROUTE-HIT).
024140     PERFORM 1980-HOLD-ONE-BAND
024150         THRU 1980-HOLD-ONE-BAND-EXIT
024160         VARYING WS-BAND-SUB FROM 1 BY 1
024170         UNTIL WS-BAND-SUB > 4.
024180 1960-APPLY-ONE-PATTERN-EXIT.
024190     EXIT.
024200*----------------------------------------------------------------
024210 1970-CHECK-ONE-TIME.
024220*    WS-TIME-WORK IN; SVC-TIME-BAD SET WHEN IT IS NOT A CLOCK
024230*    TIME.
024240*----------------------------------------------------------------
024250     IF WS-TIME-HH > 23
024260         OR WS-TIME-MM > 59
024270         SET SVC-TIME-BAD TO TRUE
024280     END-IF.
024290 1970-CHECK-ONE-TIME-EXIT.
024300     EXIT.
024310*----------------------------------------------------------------
024320 1975-CHECK-ONE-BAND.
024330*----------------------------------------------------------------
024340     IF svc-headwayI(WS-BAND-SUB) NOT = ZERO
024350         MOVE svc-band-startI(WS-BAND-SUB) TO WS-TIME-WORK
024360         PERFORM 1970-CHECK-ONE-TIME
024370             THRU 1970-CHECK-ONE-TIME-EXIT
024380     END-IF.
024390 1975-CHECK-ONE-BAND-EXIT.
024400     EXIT.
024410*----------------------------------------------------------------
024420 1980-HOLD-ONE-BAND.
024430*----------------------------------------------------------------
024440     MOVE svc-band-startI(WS-BAND-SUB)
024450         TO WS-RTE-BAND-START(WS-ROUTE-HIT, WS-BAND-SUB).
024460     MOVE svc-headwayI(WS-BAND-SUB)
024470         TO WS-RTE-HEADWAY(WS-ROUTE-HIT, WS-BAND-SUB).
024480 1980-HOLD-ONE-BAND-EXIT.
024490     EXIT.
024500*----------------------------------------------------------------
024510 1990-REJECT-ONE-PATTERN.
024520*    LOG THE BAD SERVICE PATTERN TO THE SHOP-WIDE REJECT.LOG; ITS
024530*    LINE RUNS THE L10.STP TIMES ONCE UNLESS A GOOD PATTERN FOR
024540*    THE DAY TURNS UP.
024550*----------------------------------------------------------------
024560     DISPLAY "** BAD SERVICE PATTERN (" REJ-REASON-CODE ") LINE "
024570         svc-lineI " DAY " svc-day-typeI " **".
024580     MOVE "L_10"   TO REJ-PROGRAM-NAME.
024590     MOVE SPACES   TO REJ-RECORD-KEY.
024600     STRING svc-lineI "/" svc-day-typeI
024610         DELIMITED BY SIZE
024620         INTO REJ-RECORD-KEY.
024630     CALL "REJECTLOG" USING REJECT-PARM.
024640     ADD 1 TO WS-SVC-REJECTS.
024650     ADD 1 TO WS-REJECT-COUNT.
024660 1990-REJECT-ONE-PATTERN-EXIT.
024670     EXIT.
024680*----------------------------------------------------------------
024690 2140-HOLD-TRIP-STOP.
024700*    KEEP THE ACCEPTED STOP FOR ITS ROUTE'S TRIP EXPANSION, ITS
024710*    TIME AS MINUTES AFTER THE ROUTE'S FIRST STOP.
024720*----------------------------------------------------------------
024730     IF WS-TST-COUNT NOT < 60
024740         DISPLAY "WARNING - line " stop-line " seq " stop-seq
024750             " past 60 stops, left out of the trips"
024760         GO TO 2140-HOLD-TRIP-STOP-EXIT
024770     END-IF.
024780     MOVE stop-time TO WS-TIME-WORK.
024790     COMPUTE WS-STOP-MINUTES = (WS-TIME-HH * 60) + WS-TIME-MM.
024800     IF WS-TST-COUNT = ZERO
024810         MOVE WS-STOP-MINUTES TO WS-TST-BASE-MINUTES
024820     END-IF.
024830     ADD 1 TO WS-TST-COUNT.
024840     MOVE stop-seq TO WS-TST-SEQ(WS-TST-COUNT).
024850     MOVE stop-name TO WS-TST-NAME(WS-TST-COUNT).
024860     COMPUTE WS-TST-OFFSET(WS-TST-COUNT) =
024870         WS-STOP-MINUTES - WS-TST-BASE-MINUTES.
024880 2140-HOLD-TRIP-STOP-EXIT.
024890     EXIT.
024900*----------------------------------------------------------------
024910 2150-LIST-ROUTE-TRIPS.
024920*    EXPAND THE ROUTE JUST DISPATCHED INTO THE DAY'S TRIPS - ONE
024930*    ROW PER TRIP ON L10.DSP, NINE STOP TIMES TO A LINE IN STOP
024940*    ORDER, AND EVERY STOP OF EVERY TRIP TO L10.trpwrk FOR THE
024950*    DEPARTURE BOARD. WITHOUT A PATTERN FOR THE DAY THE L10.STP
024960*    TIMES ARE THE ONE TRIP, ALREADY ON THE SHEET AS THE STOPS.
024970*----------------------------------------------------------------
024980     IF WS-TST-COUNT = ZERO
024990         GO TO 2150-LIST-ROUTE-TRIPS-EXIT
025000     END-IF.
025010     MOVE ZERO TO WS-TRIP-NUMBER.
025020     IF WS-RTE-SVC-SW(WS-TRIP-ROUTE-SUB) NOT = "Y"
025030         SET ROUTE-NOT-PATTERNED TO TRUE
025040         MOVE WS-TST-BASE-MINUTES TO WS-TRIP-START-MINUTES
025050         PERFORM 2160-EXPAND-ONE-TRIP
025060             THRU 2160-EXPAND-ONE-TRIP-EXIT
025070         GO TO 2150-LIST-ROUTE-TRIPS-EXIT
025080     END-IF.
025090     SET ROUTE-PATTERNED TO TRUE.
025100     MOVE SPACES TO dispatch-line.
025110     STRING "  " DELIMITED BY SIZE
025120            WS-DAY-TYPE-NAME DELIMITED BY SPACE
025130            " TRIPS " DELIMITED BY SIZE
025140            WS-RTE-SVC-FIRST(WS-TRIP-ROUTE-SUB) DELIMITED BY SIZE
025150            " TO " DELIMITED BY SIZE
025160            WS-RTE-SVC-LAST(WS-TRIP-ROUTE-SUB) DELIMITED BY SIZE
025170            " - STOP TIMES IN # ORDER" DELIMITED BY SIZE
025180         INTO dispatch-line.
025190     WRITE dispatch-line.
025200     MOVE WS-RTE-SVC-FIRST(WS-TRIP-ROUTE-SUB) TO WS-TIME-WORK.
025210     COMPUTE WS-TRIP-START-MINUTES =
025220         (WS-TIME-HH * 60) + WS-TIME-MM.
025230     MOVE WS-RTE-SVC-LAST(WS-TRIP-ROUTE-SUB) TO WS-TIME-WORK.
025240     COMPUTE WS-TRIP-LAST-MINUTES =
025250         (WS-TIME-HH * 60) + WS-TIME-MM.
025260     PERFORM 2160-EXPAND-ONE-TRIP
025270         THRU 2160-EXPAND-ONE-TRIP-EXIT
025280         UNTIL WS-TRIP-START-MINUTES > WS-TRIP-LAST-MINUTES.
025290 2150-LIST-ROUTE-TRIPS-EXIT.
025300     EXIT.
025310*----------------------------------------------------------------
025320 2160-EXPAND-ONE-TRIP.
025330*    ONE TRIP LEAVING THE FIRST STOP AT WS-TRIP-START-MINUTES,
025340*    THEN ON TO THE NEXT TRIP BY THE HEADWAY OF THE BAND THE
025350*    TRIP FALLS IN.
025360*----------------------------------------------------------------
025370     ADD 1 TO WS-TRIP-NUMBER.
025380     ADD 1 TO WS-TRIP-COUNT.
025390     MOVE "  TRIP " TO WS-TRW-WORD.
025400     MOVE WS-TRIP-NUMBER TO WS-TRW-NUMBER.
025410     MOVE SPACES TO WS-TRW-TIMES.
025420     MOVE ZERO TO WS-TRW-COL.
025430     PERFORM 2165-TIME-ONE-TRIP-STOP
025440         THRU 2165-TIME-ONE-TRIP-STOP-EXIT
025450         VARYING WS-TST-SUB FROM 1 BY 1
025460         UNTIL WS-TST-SUB > WS-TST-COUNT.
025470     IF ROUTE-NOT-PATTERNED
025480         GO TO 2160-EXPAND-ONE-TRIP-EXIT
025490     END-IF.
025500     IF WS-TRW-COL > ZERO
025510         MOVE WS-TRIP-ROW TO dispatch-line
025520         WRITE dispatch-line
025530     END-IF.
025540     MOVE WS-RTE-HEADWAY(WS-TRIP-ROUTE-SUB, 1) TO WS-HEADWAY.
025550     PERFORM 2170-FIND-ONE-HEADWAY
025560         THRU 2170-FIND-ONE-HEADWAY-EXIT
025570         VARYING WS-BAND-SUB FROM 2 BY 1
025580         UNTIL WS-BAND-SUB > 4.
025590     ADD WS-HEADWAY TO WS-TRIP-START-MINUTES.
025600 2160-EXPAND-ONE-TRIP-EXIT.
025610     EXIT.
025620*----------------------------------------------------------------
025630 2165-TIME-ONE-TRIP-STOP.
025640*    A TRIP RUNNING PAST MIDNIGHT WRAPS TO THE SMALL HOURS.
025650*----------------------------------------------------------------
025660     COMPUTE WS-STOP-MINUTES =
025670         WS-TRIP-START-MINUTES + WS-TST-OFFSET(WS-TST-SUB).
025680     IF WS-STOP-MINUTES NOT < 1440
025690         SUBTRACT 1440 FROM WS-STOP-MINUTES
025700     END-IF.
025710     DIVIDE WS-STOP-MINUTES BY 60
025720         GIVING WS-TIME-HH REMAINDER WS-TIME-MM.
025730     MOVE WS-DSP-PREV-LINE TO trp-line.
025740     MOVE WS-TST-SEQ(WS-TST-SUB) TO trp-seq.
025750     MOVE WS-TST-NAME(WS-TST-SUB) TO trp-name.
025760     MOVE WS-TIME-WORK TO trp-time.
025770     WRITE trip-details.
025780     IF ROUTE-NOT-PATTERNED
025790         GO TO 2165-TIME-ONE-TRIP-STOP-EXIT
025800     END-IF.
025810     ADD 1 TO WS-TRW-COL.
025820     MOVE WS-TIME-WORK TO WS-TRW-TIME(WS-TRW-COL).
025830     IF WS-TRW-COL = 9
025840         MOVE WS-TRIP-ROW TO dispatch-line
025850         WRITE dispatch-line
025860         MOVE SPACES TO WS-TRW-LABEL
025870         MOVE SPACES TO WS-TRW-TIMES
025880         MOVE ZERO TO WS-TRW-COL
025890     END-IF.
025900 2165-TIME-ONE-TRIP-STOP-EXIT.
025910     EXIT.
025920*----------------------------------------------------------------
025930 2170-FIND-ONE-HEADWAY.
025940*    THE LAST BAND IN USE THAT HAS STARTED BY THE TRIP'S START
025950*    TIME GIVES THE HEADWAY.
025960*----------------------------------------------------------------
025970     IF WS-RTE-HEADWAY(WS-TRIP-ROUTE-SUB, WS-BAND-SUB) = ZERO
025980         GO TO 2170-FIND-ONE-HEADWAY-EXIT
025990     END-IF.
026000     MOVE WS-RTE-BAND-START(WS-TRIP-ROUTE-SUB, WS-BAND-SUB)
026010         TO WS-TIME-WORK.
026020     COMPUTE WS-BAND-MINUTES = (WS-TIME-HH * 60) + WS-TIME-MM.
026030     IF WS-BAND-MINUTES NOT > WS-TRIP-START-MINUTES
026040         MOVE WS-RTE-HEADWAY(WS-TRIP-ROUTE-SUB, WS-BAND-SUB)
026050             TO WS-HEADWAY
026060     END-IF.
026070 2170-FIND-ONE-HEADWAY-EXIT.
026080     EXIT.
