************************************************************************
*  Copyright (c) 2019 NuWave Technologies, Inc. All rights reserved.
*
*  GEOROUTE-COBOL - daily field-crew route sequencing per branch.
*  Reads dispatch's work-order list (branch code plus reference
*  key, grouped by branch), pulls each stop's coordinates from the
*  ADDRESS-MASTER, and builds one route per branch: the crew starts
*  at the branch's BR-LATITUDE/BR-LONGITUDE and always drives next
*  to the nearest unvisited stop by great-circle distance, computed
*  the way GEOBRANCH-COBOL does.  Each leg of the chosen order is
*  then priced through Google's Distance Matrix API - the same
*  PATHMON/SERVER-CLASS path, send retry/backoff, pacing and
*  API-BUDGET cap GEODIST-COBOL uses - and written to the route
*  file with its drive miles and minutes, running totals, a return
*  leg to the branch and a route total.  A stop whose running time
*  (drive time plus STOP-MINUTES on site at each stop) would carry
*  the crew past SHIFT-MINUTES is flagged so dispatch can move it
*  before the trucks roll, as is a last stop the crew could not
*  drive back to the branch from by shift end.  A work order whose
*  master entry a supervisor has retired is not routed.
*
*  Modification History:
*    15OCT2026  NWT  Original version.
*    15OCT2026  NWT  Google API cost chargeback: each leg's Distance
*                    Matrix call is charged to the department of the
*                    stop it drives to (the return leg to the last
*                    stop's) and added to USAGE-FILE.
************************************************************************
? env common
? save param, startup
 IDENTIFICATION DIVISION.
 PROGRAM-ID.  GEOROUTE-COBOL.
 AUTHOR. NuWave Technologies, Inc.
 ENVIRONMENT DIVISION.

 CONFIGURATION SECTION.
 SOURCE-COMPUTER.  HPE NonStop Server.
 OBJECT-COMPUTER.  HPE NonStop Server.
 SPECIAL-NAMES.

 INPUT-OUTPUT SECTION.
 FILE-CONTROL.

*  The day's work orders - branch code and reference key, grouped
*  by branch.
   SELECT ORDER-IN
   ASSIGN TO "#DYNAMIC"
   ORGANIZATION IS SEQUENTIAL
   ACCESS MODE IS SEQUENTIAL
   FILE STATUS IS WS-ORDER-IN-FILE-STATUS.

*  The keyed address master, for the stop coordinates.
   SELECT ADDR-MASTER
   ASSIGN TO "#DYNAMIC"
   ORGANIZATION IS INDEXED
   ACCESS MODE IS DYNAMIC
   RECORD KEY IS AMR-REF-KEY
   FILE STATUS IS WS-MASTER-FILE-STATUS.

*  The hand-maintained branch/territory master, for each crew's
*  starting point.
   SELECT BRANCH-IN
   ASSIGN TO "#DYNAMIC"
   ORGANIZATION IS SEQUENTIAL
   ACCESS MODE IS SEQUENTIAL
   FILE STATUS IS WS-BRANCH-IN-FILE-STATUS.

*  The sequenced routes, one record per stop plus the return leg
*  and a total per route.
   SELECT ROUTE-OUT
   ASSIGN TO "#DYNAMIC"
   ORGANIZATION IS SEQUENTIAL
   ACCESS MODE IS SEQUENTIAL
   FILE STATUS IS WS-ROUTE-OUT-FILE-STATUS.

*  The department table and the keyed usage file for the Google API
*  cost chargeback, used when DEPT-TABLE-FILE and USAGE-FILE are set.
   SELECT DEPT-TABLE-IN
   ASSIGN TO "#DYNAMIC"
   ORGANIZATION IS SEQUENTIAL
   ACCESS MODE IS SEQUENTIAL
   FILE STATUS IS WS-DEPT-TABLE-FILE-STATUS.

   SELECT API-USAGE
   ASSIGN TO "#DYNAMIC"
   ORGANIZATION IS INDEXED
   ACCESS MODE IS DYNAMIC
   RECORD KEY IS AUR-USAGE-KEY
   FILE STATUS IS WS-USAGE-FILE-STATUS.

 DATA DIVISION.
 FILE SECTION.
   FD  ORDER-IN
       LABEL RECORDS ARE OMITTED.

   01 WORK-ORDER-RECORD.
       05 WOR-BRANCH-CODE              PIC X(008).
       05 WOR-REF-KEY                  PIC X(020).

   FD  ADDR-MASTER
       LABEL RECORDS ARE OMITTED.

   COPY ADDR-MASTER-RECORD             IN GEOCOPY.

   FD  BRANCH-IN
       LABEL RECORDS ARE OMITTED.

   COPY BRANCH-RECORD                  IN GEOCOPY.

   FD  ROUTE-OUT
       LABEL RECORDS ARE OMITTED.

   COPY ROUTE-STOP-RECORD              IN GEOCOPY.

   FD  DEPT-TABLE-IN
       LABEL RECORDS ARE OMITTED.

   COPY DEPT-TABLE-RECORD              IN GEOCOPY.

   FD  API-USAGE
       LABEL RECORDS ARE OMITTED.

   COPY API-USAGE-RECORD               IN GEOCOPY.

 WORKING-STORAGE SECTION.
   01 I                                NATIVE-2.
   01 WS-RC                            NATIVE-2.
   01 WS-STRING                        PIC X(256).
   01 WS-ENV-PATHMON-NAME              PIC X(12) VALUE "PATHMON-NAME".
   01 WS-ENV-SERVER-CLASS              PIC X(12) VALUE "SERVER-CLASS".
   01  WS-PATHMON-NAME                 PIC X(15).
   01  WS-PATHMON-NAME-LEN             NATIVE-2.
   01  WS-SERVER-CLASS                 PIC X(15).
   01  WS-SERVER-CLASS-LEN             NATIVE-2.
   01  WS-MESSAGE-BUFFER               PIC X(32000).
   01  WS-REQUEST-LEN                  NATIVE-2.
   01  WS-MAXIMUM-REPLY-LEN            NATIVE-2.
   01  WS-ACTUAL-REPLY-LEN             NATIVE-2.
   01  WS-TIMEOUT                      NATIVE-2.
   01  WS-PATHSEND-ERROR               NATIVE-2.
   01  WS-FILE-SYSTEM-ERROR            NATIVE-2.

*  File PARAMs - all four are required.
   01  WS-ENV-ORDER-FILE               PIC X(15)
                                       VALUE "WORK-ORDER-FILE".
   01  WS-ORDER-FILE-NAME              PIC X(64).
   01  WS-ORDER-FILE-NAME-LEN          NATIVE-2.
   01  WS-ORDER-IN-FILE-STATUS         PIC X(02).
   01  WS-ENV-MASTER-FILE              PIC X(11) VALUE "MASTER-FILE".
   01  WS-MASTER-FILE-NAME             PIC X(64).
   01  WS-MASTER-FILE-NAME-LEN         NATIVE-2.
   01  WS-MASTER-FILE-STATUS           PIC X(02).
   01  WS-ENV-BRANCH-FILE              PIC X(11) VALUE "BRANCH-FILE".
   01  WS-BRANCH-FILE-NAME             PIC X(64).
   01  WS-BRANCH-FILE-NAME-LEN         NATIVE-2.
   01  WS-BRANCH-IN-FILE-STATUS        PIC X(02).
   01  WS-ENV-ROUTE-FILE               PIC X(10) VALUE "ROUTE-FILE".
   01  WS-ROUTE-FILE-NAME              PIC X(64).
   01  WS-ROUTE-FILE-NAME-LEN          NATIVE-2.
   01  WS-ROUTE-OUT-FILE-STATUS        PIC X(02).
   01  WS-OPEN-FAILED-IND              PIC 9 VALUE 0.
       88 WS-OPEN-FAILED               VALUE 1.
   01  WS-ORDER-EOF-IND                PIC 9 VALUE 0.
       88 WS-ORDER-EOF                 VALUE 1.
   01  WS-BRANCH-EOF-IND               PIC 9 VALUE 0.
       88 WS-BRANCH-EOF                VALUE 1.

*  Shift PARAMs.  SHIFT-MINUTES is the crew's working day from
*  leaving the branch; STOP-MINUTES is the time on site allowed at
*  every stop.  Defaults are an eight-hour day and no allowance.
   01  WS-ENV-SHIFT-MINUTES            PIC X(13) VALUE "SHIFT-MINUTES".
   01  WS-SHIFT-TEXT                   PIC X(05).
   01  WS-SHIFT-TEXT-LEN               NATIVE-2.
   01  WS-SHIFT-MINUTES                PIC 9(05) VALUE 480.
   01  WS-ENV-STOP-MINUTES             PIC X(12) VALUE "STOP-MINUTES".
   01  WS-STOP-MINUTES-TEXT            PIC X(05).
   01  WS-STOP-MINUTES-TEXT-LEN        NATIVE-2.
   01  WS-STOP-MINUTES                 PIC 9(05) VALUE 0.

*  Configurable timeout / retry / backoff / pacing on
*  SERVERCLASS_SEND_, matching GEODIST-COBOL's PARAMs and defaults,
*  plus the API-BUDGET call cap.
   01  WS-ENV-TIMEOUT                  PIC X(10) VALUE "TIMEOUT-CS".
   01  WS-TIMEOUT-TEXT                 PIC X(05).
   01  WS-TIMEOUT-TEXT-LEN             NATIVE-2.
   01  WS-CONFIGURED-TIMEOUT           PIC S9(05) VALUE -1.
   01  WS-ENV-RETRY-COUNT              PIC X(11) VALUE "RETRY-COUNT".
   01  WS-RETRY-COUNT-TEXT             PIC X(05).
   01  WS-RETRY-COUNT-TEXT-LEN         NATIVE-2.
   01  WS-MAX-RETRIES                  PIC 9(02) VALUE 00.
   01  WS-ENV-BACKOFF                  PIC X(10) VALUE "BACKOFF-CS".
   01  WS-BACKOFF-TEXT                 PIC X(05).
   01  WS-BACKOFF-TEXT-LEN             NATIVE-2.
   01  WS-BACKOFF-CENTISECONDS         PIC 9(05) VALUE 00100.
   01  WS-MAX-BACKOFF-CENTISECONDS     PIC 9(05) VALUE 06000.
   01  WS-CURRENT-BACKOFF              PIC 9(05).
   01  WS-RETRY-ATTEMPT                PIC 9(02) VALUE 0.
   01  WS-ENV-PACE                     PIC X(07) VALUE "PACE-CS".
   01  WS-PACE-TEXT                    PIC X(05).
   01  WS-PACE-TEXT-LEN                NATIVE-2.
   01  WS-PACE-CENTISECONDS            PIC 9(05) VALUE 0.
   01  WS-ENV-API-BUDGET               PIC X(10) VALUE "API-BUDGET".
   01  WS-API-BUDGET-TEXT              PIC X(09).
   01  WS-API-BUDGET-TEXT-LEN          NATIVE-2.
   01  WS-API-BUDGET                   PIC 9(09) VALUE 0.
   01  WS-BUDGET-STOP-IND              PIC 9 VALUE 0.
       88 WS-BUDGET-STOPPED            VALUE 1.
   01  WS-PARAM-NUMVAL                 PIC S9(07).
   01  WS-SEND-OK-IND                  PIC 9 VALUE 0.
       88 WS-SEND-OK                   VALUE 1.

*  Branch master table, holding both the display lat/lng the
*  request string wants and the numeric form the great-circle
*  sequencing wants.
   01  WS-BRANCH-COUNT                 NATIVE-2 VALUE 0.
   01  WS-BRANCH-TABLE.
       05 WS-BRANCH                    OCCURS 200 TIMES.
           10 WS-BR-CODE               PIC X(008).
           10 WS-BR-LATITUDE           PIC -999.9(08).
           10 WS-BR-LONGITUDE          PIC -999.9(08).
           10 WS-BR-LAT-NUM            PIC S9(03)V9(08) COMP-3.
           10 WS-BR-LNG-NUM            PIC S9(03)V9(08) COMP-3.
   01  WS-BRANCH-INDEX                 NATIVE-2.
   01  WS-LATLNG-TEXT                  PIC X(13).

*  Work-order read-ahead: the held record starts the next route.
   01  WS-HELD-ORDER-IND               PIC 9 VALUE 0.
       88 WS-HELD-ORDER                VALUE 1.
   01  WS-ROUTE-BRANCH-CODE            PIC X(008).
   01  WS-MASTER-FOUND-IND             PIC 9 VALUE 0.
       88 WS-MASTER-FOUND              VALUE 1.

*  The stops of the route being built.  500 stops is far more than
*  one crew works in a day; extras are reported and left off.
   01  WS-STOP-COUNT                   NATIVE-2 VALUE 0.
   01  WS-STOP-TABLE.
       05 WS-STOP                      OCCURS 500 TIMES.
           10 WS-STOP-REF-KEY          PIC X(020).
           10 WS-STOP-FORMATTED        PIC X(128).
           10 WS-STOP-LATITUDE         PIC -999.9(08).
           10 WS-STOP-LONGITUDE        PIC -999.9(08).
           10 WS-STOP-LAT-NUM          PIC S9(03)V9(08) COMP-3.
           10 WS-STOP-LNG-NUM          PIC S9(03)V9(08) COMP-3.
           10 WS-STOP-VISITED-SW       PIC X(001).
               88 WS-STOP-IS-VISITED   VALUE "Y".

*  Route-building state.  The crew's current point is kept both as
*  request text and in numeric form.
   01  WS-STOP-SEQ                     NATIVE-2.
   01  WS-NEXT-STOP                    NATIVE-2.
   01  WS-CURRENT-LATITUDE             PIC S9(03)V9(08) COMP-3.
   01  WS-CURRENT-LONGITUDE            PIC S9(03)V9(08) COMP-3.
   01  WS-ORIGIN-LATLNG                PIC X(064).
   01  WS-DEST-LATLNG                  PIC X(064).
   01  WS-RUN-MILES                    PIC 9(05)V9(01).
   01  WS-RUN-MINUTES                  PIC 9(05).
   01  WS-ROUTE-OVER-SHIFT             PIC 9(05).
   01  WS-ROUTE-UNPRICED               PIC 9(05).
*  The last stop's line, held until the return leg is priced.
   01  WS-LAST-STOP-LINE               PIC X(212).
   01  WS-PAIR-OK-IND                  PIC 9 VALUE 0.
       88 WS-PAIR-OK                   VALUE 1.
   01  WS-PAIR-MILES                   PIC 9(05)V9(01).
   01  WS-PAIR-MINUTES                 PIC 9(05).
   01  WS-MILES-DISPLAY                PIC 9(05).9(01).

*  Distance work fields, as GEOBRANCH-COBOL computes them.
   01  WS-P1-LATITUDE                  PIC S9(03)V9(08) COMP-3.
   01  WS-P1-LONGITUDE                 PIC S9(03)V9(08) COMP-3.
   01  WS-P2-LATITUDE                  PIC S9(03)V9(08) COMP-3.
   01  WS-P2-LONGITUDE                 PIC S9(03)V9(08) COMP-3.
   01  WS-LAT1-RADIANS                 PIC S9(03)V9(12) COMP-3.
   01  WS-LAT2-RADIANS                 PIC S9(03)V9(12) COMP-3.
   01  WS-LNG-DIFF-RADIANS             PIC S9(03)V9(12) COMP-3.
   01  WS-SIN-PRODUCT                  PIC S9(03)V9(12) COMP-3.
   01  WS-COS-PRODUCT                  PIC S9(03)V9(12) COMP-3.
   01  WS-ARC-COSINE-ARG               PIC S9(03)V9(12) COMP-3.
   01  WS-PAIR-DISTANCE                PIC S9(05)V9(02) COMP-3.
   01  WS-BEST-DISTANCE                PIC S9(05)V9(02) COMP-3.


*  Google API cost chargeback.  Each Google call and cache hit is
*  counted against a department, and the counts are added to the
*  keyed usage file named by USAGE-FILE at end of run for
*  GEOCHRG-COBOL's month-end chargeback.  The department is
*  CHARGE-DEPARTMENT when set; otherwise the longest PREFIX entry
*  of DEPT-TABLE-FILE matching the reference key, then the FILE
*  entry for this run's input file, then the PROGRAM entry for
*  this program, and UNASSGND when nothing matches.
   01  WS-ENV-USAGE-FILE               PIC X(10) VALUE "USAGE-FILE".
   01  WS-USAGE-FILE-NAME              PIC X(64).
   01  WS-USAGE-FILE-NAME-LEN          NATIVE-2 VALUE -1.
   01  WS-USAGE-FILE-STATUS            PIC X(02).
   01  WS-ENV-DEPT-TABLE-FILE          PIC X(15)
                                       VALUE "DEPT-TABLE-FILE".
   01  WS-DEPT-TABLE-FILE-NAME         PIC X(64).
   01  WS-DEPT-TABLE-FILE-NAME-LEN     NATIVE-2.
   01  WS-DEPT-TABLE-FILE-STATUS       PIC X(02).
   01  WS-DEPT-TABLE-EOF-IND           PIC 9 VALUE 0.
       88 WS-DEPT-TABLE-EOF            VALUE 1.
   01  WS-ENV-CHARGE-DEPARTMENT        PIC X(17)
                                       VALUE "CHARGE-DEPARTMENT".
   01  WS-CHARGE-DEPARTMENT            PIC X(08) VALUE SPACES.
   01  WS-CHARGE-DEPARTMENT-LEN        NATIVE-2.
   01  WS-CHG-PROGRAM                  PIC X(16) VALUE "GEOROUTE-COBOL".
   01  WS-CHG-INPUT-NAME               PIC X(64) VALUE SPACES.
   01  WS-CHG-MONTH                    PIC X(06).
   01  WS-CHG-STAMP                    PIC X(21).
   01  WS-CHG-REF-KEY                  PIC X(20).
   01  WS-CHG-DEPARTMENT               PIC X(08).
   01  WS-CHG-RUN-DEPARTMENT           PIC X(08).
   01  WS-CHG-BEST-LEN                 NATIVE-2.
   01  WS-CHG-SCAN                     NATIVE-2.
   01  WS-CHG-ON-FILE-IND              PIC 9 VALUE 0.
       88 WS-CHG-ON-FILE               VALUE 1.
   01  WS-CHG-RETRIED-IND              PIC 9 VALUE 0.
       88 WS-CHG-RETRIED               VALUE 1.
   01  WS-CHG-RULE-IGNORED             NATIVE-2 VALUE 0.
   01  WS-CHG-RULE-COUNT               NATIVE-2 VALUE 0.
   01  WS-CHG-RULE-IX                  NATIVE-2.
   01  WS-CHG-RULE-TABLE.
       05 WS-CHG-RULE                  OCCURS 200 TIMES.
           10 WS-CHG-RULE-TYPE         PIC X(08).
           10 WS-CHG-RULE-VALUE        PIC X(64).
           10 WS-CHG-RULE-LEN          NATIVE-2.
           10 WS-CHG-RULE-DEPARTMENT   PIC X(08).
   01  WS-CHG-COUNT                    NATIVE-2 VALUE 1.
   01  WS-CHG-IX                       NATIVE-2 VALUE 1.
   01  WS-CHG-TABLE.
       05 WS-CHG-ENTRY                 OCCURS 50 TIMES.
           10 WS-CHG-ENTRY-DEPARTMENT  PIC X(08).
           10 WS-CHG-GEOCODE-CALLS     PIC 9(09).
           10 WS-CHG-CACHE-HITS        PIC 9(09).
           10 WS-CHG-DISTANCE-CALLS    PIC 9(09).

*  End-of-run summary counts.
   01  WS-STATS.
       05 WS-STAT-ORDERS-READ          PIC 9(09) VALUE 0.
       05 WS-STAT-ROUTES-BUILT         PIC 9(09) VALUE 0.
       05 WS-STAT-STOPS-ROUTED         PIC 9(09) VALUE 0.
       05 WS-STAT-NO-MASTER-COUNT      PIC 9(09) VALUE 0.
       05 WS-STAT-NO-COORDS-COUNT      PIC 9(09) VALUE 0.
       05 WS-STAT-RETIRED-COUNT        PIC 9(09) VALUE 0.
       05 WS-STAT-NO-BRANCH-COUNT      PIC 9(09) VALUE 0.
       05 WS-STAT-OVERFLOW-COUNT       PIC 9(09) VALUE 0.
       05 WS-STAT-OVER-SHIFT-COUNT     PIC 9(09) VALUE 0.
       05 WS-STAT-UNPRICED-LEG-COUNT   PIC 9(09) VALUE 0.
       05 WS-STAT-API-CALL-COUNT       PIC 9(09) VALUE 0.
       05 WS-STAT-SEND-ERROR-COUNT     PIC 9(09) VALUE 0.
       05 WS-STAT-REPLY-ERROR-COUNT    PIC 9(09) VALUE 0.

   COPY GOOGLE-GEOCODE-VAL             IN GEOCOPY.
   COPY GET-DISTANCE-RQ                IN GEOCOPY.
   COPY GET-DISTANCE-200-RP            IN GEOCOPY.
   COPY LIGHTWAVE-ERROR-RP             IN GEOCOPY.
   COPY LIGHTWAVE-RP-CODE-ENUM         IN GEOCOPY.
   COPY LIGHTWAVE-INFO-CODE-ENUM       IN GEOCOPY.

 PROCEDURE DIVISION.

 MAIN.

   DISPLAY " ".
   DISPLAY "LightWave Client(tm) - Google Geocoding API ",
               " - Crew Route Sequencing - 15OCT2026".
   DISPLAY " ".

*  Get variables from the environment. These are set by the SETENV macro.
   ENTER "SMU_Param_GetText_" USING WS-ENV-PATHMON-NAME, WS-PATHMON-NAME
       GIVING WS-PATHMON-NAME-LEN.
   IF WS-PATHMON-NAME-LEN = -1
       DISPLAY "PARAM PATHMON-NAME not set. Did you run SETENV?"
       GO TO MAIN-EXIT
   END-IF.

   ENTER "SMU_Param_GetText_" USING WS-ENV-SERVER-CLASS, WS-SERVER-CLASS
       GIVING WS-SERVER-CLASS-LEN.
   IF WS-SERVER-CLASS-LEN = -1
       DISPLAY "PARAM SERVER-CLASS not set. Did you run SETENV?"
       GO TO MAIN-EXIT
   END-IF.

   PERFORM GET-RUN-PARAMETERS THRU GET-RUN-PARAMETERS-EXIT.
   IF WS-OPEN-FAILED
       GO TO MAIN-EXIT
   END-IF.
   MOVE WS-ORDER-FILE-NAME TO WS-CHG-INPUT-NAME.
   PERFORM LOAD-CHARGE-TABLE THRU LOAD-CHARGE-TABLE-EXIT.
   PERFORM OPEN-ALL-FILES THRU OPEN-ALL-FILES-EXIT.
   IF WS-OPEN-FAILED
       GO TO MAIN-EXIT
   END-IF.
   PERFORM LOAD-BRANCH-TABLE THRU LOAD-BRANCH-TABLE-EXIT.
   IF WS-BRANCH-COUNT = 0
       DISPLAY "BRANCH-FILE is empty - no crew starting points."
       PERFORM CLOSE-ALL-FILES THRU CLOSE-ALL-FILES-EXIT
       GO TO MAIN-EXIT
   END-IF.

   PERFORM READ-NEXT-ORDER THRU READ-NEXT-ORDER-EXIT.

   PERFORM UNTIL NOT WS-HELD-ORDER OR WS-BUDGET-STOPPED
       PERFORM LOAD-ROUTE-STOPS THRU LOAD-ROUTE-STOPS-EXIT
       IF WS-STOP-COUNT > 0
           PERFORM BUILD-ONE-ROUTE THRU BUILD-ONE-ROUTE-EXIT
       END-IF
       IF WS-API-BUDGET > 0
           AND WS-STAT-API-CALL-COUNT >= WS-API-BUDGET
           AND WS-HELD-ORDER
           SET WS-BUDGET-STOPPED TO TRUE
           DISPLAY "API-BUDGET of ", WS-API-BUDGET,
               " calls reached - stopping at a route ",
               "boundary; rerun for the rest"
       END-IF
   END-PERFORM.

   PERFORM DISPLAY-SUMMARY THRU DISPLAY-SUMMARY-EXIT.
   PERFORM POST-CHARGE-USAGE THRU POST-CHARGE-USAGE-EXIT.
   PERFORM CLOSE-ALL-FILES THRU CLOSE-ALL-FILES-EXIT.

 MAIN-EXIT.
   EXIT PROGRAM.
   STOP RUN.

************************************************************************
*  GET-RUN-PARAMETERS - the four file PARAMs are required; the
*  shift PARAMs and the timeout/retry/backoff/pace/budget PARAMs
*  keep their defaults when unset.
************************************************************************
 GET-RUN-PARAMETERS.

   ENTER "SMU_Param_GetText_" USING WS-ENV-ORDER-FILE,
       WS-ORDER-FILE-NAME GIVING WS-ORDER-FILE-NAME-LEN.
   IF WS-ORDER-FILE-NAME-LEN = -1
       DISPLAY "PARAM WORK-ORDER-FILE not set."
       SET WS-OPEN-FAILED TO TRUE
   END-IF.

   ENTER "SMU_Param_GetText_" USING WS-ENV-MASTER-FILE,
       WS-MASTER-FILE-NAME GIVING WS-MASTER-FILE-NAME-LEN.
   IF WS-MASTER-FILE-NAME-LEN = -1
       DISPLAY "PARAM MASTER-FILE not set."
       SET WS-OPEN-FAILED TO TRUE
   END-IF.

   ENTER "SMU_Param_GetText_" USING WS-ENV-BRANCH-FILE,
       WS-BRANCH-FILE-NAME GIVING WS-BRANCH-FILE-NAME-LEN.
   IF WS-BRANCH-FILE-NAME-LEN = -1
       DISPLAY "PARAM BRANCH-FILE not set."
       SET WS-OPEN-FAILED TO TRUE
   END-IF.

   ENTER "SMU_Param_GetText_" USING WS-ENV-ROUTE-FILE,
       WS-ROUTE-FILE-NAME GIVING WS-ROUTE-FILE-NAME-LEN.
   IF WS-ROUTE-FILE-NAME-LEN = -1
       DISPLAY "PARAM ROUTE-FILE not set."
       SET WS-OPEN-FAILED TO TRUE
   END-IF.

   ENTER "SMU_Param_GetText_" USING WS-ENV-SHIFT-MINUTES,
       WS-SHIFT-TEXT GIVING WS-SHIFT-TEXT-LEN.
   IF WS-SHIFT-TEXT-LEN NOT = -1
       MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-SHIFT-TEXT))
           TO WS-PARAM-NUMVAL
       IF WS-PARAM-NUMVAL < 1 OR WS-PARAM-NUMVAL > 1440
           DISPLAY "PARAM SHIFT-MINUTES must be 1-1440 - ignoring ",
               "out-of-range value"
       ELSE
           MOVE WS-PARAM-NUMVAL TO WS-SHIFT-MINUTES
       END-IF
   END-IF.

   ENTER "SMU_Param_GetText_" USING WS-ENV-STOP-MINUTES,
       WS-STOP-MINUTES-TEXT GIVING WS-STOP-MINUTES-TEXT-LEN.
   IF WS-STOP-MINUTES-TEXT-LEN NOT = -1
       MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-STOP-MINUTES-TEXT))
           TO WS-PARAM-NUMVAL
       IF WS-PARAM-NUMVAL < 0 OR WS-PARAM-NUMVAL > 480
           DISPLAY "PARAM STOP-MINUTES must be 0-480 - ignoring ",
               "out-of-range value"
       ELSE
           MOVE WS-PARAM-NUMVAL TO WS-STOP-MINUTES
       END-IF
   END-IF.

   ENTER "SMU_Param_GetText_" USING WS-ENV-TIMEOUT, WS-TIMEOUT-TEXT
       GIVING WS-TIMEOUT-TEXT-LEN.
   IF WS-TIMEOUT-TEXT-LEN NOT = -1
       MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-TIMEOUT-TEXT))
           TO WS-PARAM-NUMVAL
       EVALUATE TRUE
           WHEN WS-PARAM-NUMVAL = -1
               MOVE -1 TO WS-CONFIGURED-TIMEOUT
           WHEN WS-PARAM-NUMVAL < 0 OR WS-PARAM-NUMVAL > 32767
               DISPLAY "PARAM TIMEOUT-CS must be -1 (wait indefinitely) ",
                   "or 0-32767 - ignoring out-of-range value"
           WHEN OTHER
               MOVE WS-PARAM-NUMVAL TO WS-CONFIGURED-TIMEOUT
       END-EVALUATE
   END-IF.

   ENTER "SMU_Param_GetText_" USING WS-ENV-RETRY-COUNT,
       WS-RETRY-COUNT-TEXT GIVING WS-RETRY-COUNT-TEXT-LEN.
   IF WS-RETRY-COUNT-TEXT-LEN NOT = -1
       MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-RETRY-COUNT-TEXT))
           TO WS-PARAM-NUMVAL
       IF WS-PARAM-NUMVAL < 0 OR WS-PARAM-NUMVAL > 99
           DISPLAY "PARAM RETRY-COUNT must be 0-99 - ignoring ",
               "out-of-range value"
       ELSE
           MOVE WS-PARAM-NUMVAL TO WS-MAX-RETRIES
       END-IF
   END-IF.

   ENTER "SMU_Param_GetText_" USING WS-ENV-BACKOFF, WS-BACKOFF-TEXT
       GIVING WS-BACKOFF-TEXT-LEN.
   IF WS-BACKOFF-TEXT-LEN NOT = -1
       MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-BACKOFF-TEXT))
           TO WS-PARAM-NUMVAL
       IF WS-PARAM-NUMVAL < 0 OR
               WS-PARAM-NUMVAL > WS-MAX-BACKOFF-CENTISECONDS
           DISPLAY "PARAM BACKOFF-CS must be 0-",
               WS-MAX-BACKOFF-CENTISECONDS,
               " - ignoring out-of-range value"
       ELSE
           MOVE WS-PARAM-NUMVAL TO WS-BACKOFF-CENTISECONDS
       END-IF
   END-IF.

   ENTER "SMU_Param_GetText_" USING WS-ENV-PACE, WS-PACE-TEXT
       GIVING WS-PACE-TEXT-LEN.
   IF WS-PACE-TEXT-LEN NOT = -1
       MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-PACE-TEXT))
           TO WS-PARAM-NUMVAL
       IF WS-PARAM-NUMVAL < 0 OR WS-PARAM-NUMVAL > 30000
           DISPLAY "PARAM PACE-CS must be 0-30000 - ignoring ",
               "out-of-range value"
       ELSE
           MOVE WS-PARAM-NUMVAL TO WS-PACE-CENTISECONDS
       END-IF
   END-IF.

   ENTER "SMU_Param_GetText_" USING WS-ENV-API-BUDGET,
       WS-API-BUDGET-TEXT GIVING WS-API-BUDGET-TEXT-LEN.
   IF WS-API-BUDGET-TEXT-LEN NOT = -1
       MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-API-BUDGET-TEXT))
           TO WS-PARAM-NUMVAL
       IF WS-PARAM-NUMVAL < 1 OR WS-PARAM-NUMVAL > 9999999
           DISPLAY "PARAM API-BUDGET must be 1-9999999 - ignoring ",
               "out-of-range value"
       ELSE
           MOVE WS-PARAM-NUMVAL TO WS-API-BUDGET
       END-IF
   END-IF.

 GET-RUN-PARAMETERS-EXIT.
   EXIT.

 OPEN-ALL-FILES.

   ENTER "COBOL_ASSIGN_" USING ORDER-IN
       WS-ORDER-FILE-NAME GIVING WS-RC.
   OPEN INPUT ORDER-IN.
   IF WS-ORDER-IN-FILE-STATUS NOT = "00"
       DISPLAY "Unable to open WORK-ORDER-FILE '", WS-ORDER-FILE-NAME,
           "' - file status ", WS-ORDER-IN-FILE-STATUS
       SET WS-OPEN-FAILED TO TRUE
       GO TO OPEN-ALL-FILES-EXIT
   END-IF.

   ENTER "COBOL_ASSIGN_" USING ADDR-MASTER
       WS-MASTER-FILE-NAME GIVING WS-RC.
   OPEN INPUT ADDR-MASTER.
   IF WS-MASTER-FILE-STATUS NOT = "00"
       DISPLAY "Unable to open MASTER-FILE '", WS-MASTER-FILE-NAME,
           "' - file status ", WS-MASTER-FILE-STATUS
       SET WS-OPEN-FAILED TO TRUE
       GO TO OPEN-ALL-FILES-EXIT
   END-IF.

   ENTER "COBOL_ASSIGN_" USING BRANCH-IN
       WS-BRANCH-FILE-NAME GIVING WS-RC.
   OPEN INPUT BRANCH-IN.
   IF WS-BRANCH-IN-FILE-STATUS NOT = "00"
       DISPLAY "Unable to open BRANCH-FILE '", WS-BRANCH-FILE-NAME,
           "' - file status ", WS-BRANCH-IN-FILE-STATUS
       SET WS-OPEN-FAILED TO TRUE
       GO TO OPEN-ALL-FILES-EXIT
   END-IF.

   ENTER "COBOL_ASSIGN_" USING ROUTE-OUT
       WS-ROUTE-FILE-NAME GIVING WS-RC.
   OPEN OUTPUT ROUTE-OUT.
   IF WS-ROUTE-OUT-FILE-STATUS NOT = "00"
       DISPLAY "Unable to open ROUTE-FILE '", WS-ROUTE-FILE-NAME,
           "' - file status ", WS-ROUTE-OUT-FILE-STATUS
       SET WS-OPEN-FAILED TO TRUE
       GO TO OPEN-ALL-FILES-EXIT
   END-IF.

 OPEN-ALL-FILES-EXIT.
   EXIT.

 CLOSE-ALL-FILES.

   CLOSE ORDER-IN.
   CLOSE ADDR-MASTER.
   CLOSE BRANCH-IN.
   CLOSE ROUTE-OUT.

 CLOSE-ALL-FILES-EXIT.
   EXIT.

************************************************************************
*  LOAD-BRANCH-TABLE - read the whole branch master into the table,
*  keeping the lat/lng in display form for the request string and
*  in numeric form for sequencing.
************************************************************************
 LOAD-BRANCH-TABLE.

   PERFORM UNTIL WS-BRANCH-EOF
       READ BRANCH-IN
           AT END
               SET WS-BRANCH-EOF TO TRUE
           NOT AT END
               IF WS-BRANCH-COUNT < 200
                   ADD 1 TO WS-BRANCH-COUNT
                   MOVE BR-BRANCH-CODE
                       TO WS-BR-CODE(WS-BRANCH-COUNT)
                   MOVE BR-LATITUDE
                       TO WS-BR-LATITUDE(WS-BRANCH-COUNT)
                   MOVE BR-LONGITUDE
                       TO WS-BR-LONGITUDE(WS-BRANCH-COUNT)
                   MOVE BR-LATITUDE TO WS-LATLNG-TEXT
                   MOVE FUNCTION NUMVAL(WS-LATLNG-TEXT)
                       TO WS-BR-LAT-NUM(WS-BRANCH-COUNT)
                   MOVE BR-LONGITUDE TO WS-LATLNG-TEXT
                   MOVE FUNCTION NUMVAL(WS-LATLNG-TEXT)
                       TO WS-BR-LNG-NUM(WS-BRANCH-COUNT)
               ELSE
                   DISPLAY "Branch table full - ignoring branch ",
                       BR-BRANCH-CODE
               END-IF
       END-READ
   END-PERFORM.
   DISPLAY "Branches loaded: ", WS-BRANCH-COUNT.

 LOAD-BRANCH-TABLE-EXIT.
   EXIT.

************************************************************************
*  READ-NEXT-ORDER - read-ahead: hold one work order so the branch
*  control break can be seen before the route is built.
************************************************************************
 READ-NEXT-ORDER.

   MOVE 0 TO WS-HELD-ORDER-IND.
   READ ORDER-IN
       AT END
           SET WS-ORDER-EOF TO TRUE
       NOT AT END
           ADD 1 TO WS-STAT-ORDERS-READ
           SET WS-HELD-ORDER TO TRUE
   END-READ.

 READ-NEXT-ORDER-EXIT.
   EXIT.

************************************************************************
*  LOAD-ROUTE-STOPS - collect the held work order and every adjacent
*  one for the same branch into the stop table.
************************************************************************
 LOAD-ROUTE-STOPS.

   MOVE 0 TO WS-STOP-COUNT.
   MOVE WOR-BRANCH-CODE TO WS-ROUTE-BRANCH-CODE.

   PERFORM ADD-ORDER-TO-ROUTE THRU ADD-ORDER-TO-ROUTE-EXIT
       UNTIL NOT WS-HELD-ORDER
           OR WOR-BRANCH-CODE NOT = WS-ROUTE-BRANCH-CODE.

 LOAD-ROUTE-STOPS-EXIT.
   EXIT.

************************************************************************
*  ADD-ORDER-TO-ROUTE - one work order into the stop table.  A key
*  not in the master, or an entry with no coordinates, cannot be
*  sequenced and is reported for dispatch to place by hand.  A
*  retired entry is an address no longer in service and is reported
*  the same way.
************************************************************************
 ADD-ORDER-TO-ROUTE.

   MOVE 0 TO WS-MASTER-FOUND-IND.
   MOVE WOR-REF-KEY TO AMR-REF-KEY.
   READ ADDR-MASTER
       KEY IS AMR-REF-KEY
       INVALID KEY
           CONTINUE
       NOT INVALID KEY
           SET WS-MASTER-FOUND TO TRUE
   END-READ.

   EVALUATE TRUE
       WHEN NOT WS-MASTER-FOUND
           ADD 1 TO WS-STAT-NO-MASTER-COUNT
           DISPLAY "Not in ADDRESS-MASTER - not routed: ",
               WOR-BRANCH-CODE, " ", WOR-REF-KEY
       WHEN AMR-ENTRY-IS-RETIRED
           ADD 1 TO WS-STAT-RETIRED-COUNT
           DISPLAY "Retired in ADDRESS-MASTER - not routed: ",
               WOR-BRANCH-CODE, " ", WOR-REF-KEY
       WHEN AMR-LATITUDE = SPACES OR AMR-LONGITUDE = SPACES
           ADD 1 TO WS-STAT-NO-COORDS-COUNT
           DISPLAY "No coordinates - not routed: ",
               WOR-BRANCH-CODE, " ", WOR-REF-KEY
       WHEN WS-STOP-COUNT >= 500
           ADD 1 TO WS-STAT-OVERFLOW-COUNT
           DISPLAY "Route full - not routed: ",
               WOR-BRANCH-CODE, " ", WOR-REF-KEY
       WHEN OTHER
           ADD 1 TO WS-STOP-COUNT
           MOVE AMR-REF-KEY TO WS-STOP-REF-KEY(WS-STOP-COUNT)
           MOVE AMR-FORMATTED-ADDRESS
               TO WS-STOP-FORMATTED(WS-STOP-COUNT)
           MOVE AMR-LATITUDE TO WS-STOP-LATITUDE(WS-STOP-COUNT)
           MOVE AMR-LONGITUDE TO WS-STOP-LONGITUDE(WS-STOP-COUNT)
           MOVE AMR-LATITUDE TO WS-LATLNG-TEXT
           MOVE FUNCTION NUMVAL(WS-LATLNG-TEXT)
               TO WS-STOP-LAT-NUM(WS-STOP-COUNT)
           MOVE AMR-LONGITUDE TO WS-LATLNG-TEXT
           MOVE FUNCTION NUMVAL(WS-LATLNG-TEXT)
               TO WS-STOP-LNG-NUM(WS-STOP-COUNT)
           MOVE "N" TO WS-STOP-VISITED-SW(WS-STOP-COUNT)
   END-EVALUATE.

   PERFORM READ-NEXT-ORDER THRU READ-NEXT-ORDER-EXIT.

 ADD-ORDER-TO-ROUTE-EXIT.
   EXIT.

************************************************************************
*  BUILD-ONE-ROUTE - sequence and price one branch's stops.  The
*  crew leaves the branch, drives each stop in nearest-next order,
*  and drives back; every leg is one Distance Matrix call.  A leg
*  that cannot be priced is written with zero miles and minutes and
*  flagged, and the route total says how many legs it is short.
************************************************************************
 BUILD-ONE-ROUTE.

   MOVE 0 TO WS-BRANCH-INDEX.
   PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-BRANCH-COUNT
       IF WS-BR-CODE(I) = WS-ROUTE-BRANCH-CODE
           MOVE I TO WS-BRANCH-INDEX
       END-IF
   END-PERFORM.
   IF WS-BRANCH-INDEX = 0
       ADD WS-STOP-COUNT TO WS-STAT-NO-BRANCH-COUNT
       DISPLAY "Branch not in BRANCH-FILE - route not built: ",
           WS-ROUTE-BRANCH-CODE, " (", WS-STOP-COUNT, " stops)"
       GO TO BUILD-ONE-ROUTE-EXIT
   END-IF.

   ADD 1 TO WS-STAT-ROUTES-BUILT.
   DISPLAY " ".
   DISPLAY "Route for branch ", WS-ROUTE-BRANCH-CODE,
       " - ", WS-STOP-COUNT, " stops".

   MOVE WS-BR-LAT-NUM(WS-BRANCH-INDEX) TO WS-CURRENT-LATITUDE.
   MOVE WS-BR-LNG-NUM(WS-BRANCH-INDEX) TO WS-CURRENT-LONGITUDE.
   MOVE SPACES TO WS-ORIGIN-LATLNG.
   STRING FUNCTION TRIM(WS-BR-LATITUDE(WS-BRANCH-INDEX)) ","
       FUNCTION TRIM(WS-BR-LONGITUDE(WS-BRANCH-INDEX))
       DELIMITED BY SIZE INTO WS-ORIGIN-LATLNG.
   MOVE 0 TO WS-RUN-MILES, WS-RUN-MINUTES.
   MOVE 0 TO WS-ROUTE-OVER-SHIFT, WS-ROUTE-UNPRICED.
   MOVE SPACES TO WS-LAST-STOP-LINE.

   PERFORM VARYING WS-STOP-SEQ FROM 1 BY 1
           UNTIL WS-STOP-SEQ > WS-STOP-COUNT
       PERFORM ROUTE-NEXT-STOP THRU ROUTE-NEXT-STOP-EXIT
   END-PERFORM.

   PERFORM ROUTE-RETURN-LEG THRU ROUTE-RETURN-LEG-EXIT.

   MOVE SPACES TO ROUTE-STOP-RECORD.
   MOVE WS-ROUTE-BRANCH-CODE TO RSR-BRANCH-CODE.
   SET RSR-TOTAL-LINE TO TRUE.
   MOVE WS-STOP-COUNT TO RSR-STOP-SEQ.
   MOVE 0 TO RSR-LEG-MILES, RSR-LEG-MINUTES.
   MOVE WS-RUN-MILES TO RSR-RUN-MILES.
   MOVE WS-RUN-MINUTES TO RSR-RUN-MINUTES.
   IF WS-ROUTE-UNPRICED = 0
       MOVE "Y" TO RSR-LEG-PRICED-SW
   ELSE
       MOVE "N" TO RSR-LEG-PRICED-SW
   END-IF.
   IF WS-ROUTE-OVER-SHIFT > 0 OR WS-RUN-MINUTES > WS-SHIFT-MINUTES
       MOVE "Y" TO RSR-OVER-SHIFT-SW
   ELSE
       MOVE "N" TO RSR-OVER-SHIFT-SW
   END-IF.
   WRITE ROUTE-STOP-RECORD.

   MOVE WS-RUN-MILES TO WS-MILES-DISPLAY.
   DISPLAY "  Route total: ", WS-MILES-DISPLAY, " miles, ",
       WS-RUN-MINUTES, " minutes (shift ", WS-SHIFT-MINUTES, ")".
   IF WS-ROUTE-OVER-SHIFT > 0
       DISPLAY "  ", WS-ROUTE-OVER-SHIFT,
           " stop(s) past shift end - move before dispatch"
   END-IF.
   IF WS-ROUTE-UNPRICED > 0
       DISPLAY "  ", WS-ROUTE-UNPRICED,
           " leg(s) not priced - total is understated"
   END-IF.

 BUILD-ONE-ROUTE-EXIT.
   EXIT.

************************************************************************
*  ROUTE-NEXT-STOP - pick the unvisited stop nearest the crew's
*  current point, price the leg to it, and write the stop line.  The
*  last stop's line is held for ROUTE-RETURN-LEG to write.
************************************************************************
 ROUTE-NEXT-STOP.

   MOVE 0 TO WS-NEXT-STOP.
   MOVE WS-CURRENT-LATITUDE TO WS-P1-LATITUDE.
   MOVE WS-CURRENT-LONGITUDE TO WS-P1-LONGITUDE.
   PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-STOP-COUNT
       IF NOT WS-STOP-IS-VISITED(I)
           MOVE WS-STOP-LAT-NUM(I) TO WS-P2-LATITUDE
           MOVE WS-STOP-LNG-NUM(I) TO WS-P2-LONGITUDE
           PERFORM COMPUTE-PAIR-DISTANCE
               THRU COMPUTE-PAIR-DISTANCE-EXIT
           IF WS-NEXT-STOP = 0
               OR WS-PAIR-DISTANCE < WS-BEST-DISTANCE
               MOVE I TO WS-NEXT-STOP
               MOVE WS-PAIR-DISTANCE TO WS-BEST-DISTANCE
           END-IF
       END-IF
   END-PERFORM.
   IF WS-NEXT-STOP = 0
       GO TO ROUTE-NEXT-STOP-EXIT
   END-IF.
   SET WS-STOP-IS-VISITED(WS-NEXT-STOP) TO TRUE.
   MOVE WS-STOP-REF-KEY(WS-NEXT-STOP) TO WS-CHG-REF-KEY.
   PERFORM RESOLVE-CHARGE-DEPARTMENT
       THRU RESOLVE-CHARGE-DEPARTMENT-EXIT.

   MOVE SPACES TO WS-DEST-LATLNG.
   STRING FUNCTION TRIM(WS-STOP-LATITUDE(WS-NEXT-STOP)) ","
       FUNCTION TRIM(WS-STOP-LONGITUDE(WS-NEXT-STOP))
       DELIMITED BY SIZE INTO WS-DEST-LATLNG.
   PERFORM PRICE-ONE-LEG THRU PRICE-ONE-LEG-EXIT.

   MOVE SPACES TO ROUTE-STOP-RECORD.
   MOVE WS-ROUTE-BRANCH-CODE TO RSR-BRANCH-CODE.
   SET RSR-STOP-LINE TO TRUE.
   MOVE WS-STOP-SEQ TO RSR-STOP-SEQ.
   MOVE WS-STOP-REF-KEY(WS-NEXT-STOP) TO RSR-REF-KEY.
   MOVE WS-STOP-FORMATTED(WS-NEXT-STOP) TO RSR-FORMATTED-ADDRESS.
   MOVE WS-STOP-LATITUDE(WS-NEXT-STOP) TO RSR-LATITUDE.
   MOVE WS-STOP-LONGITUDE(WS-NEXT-STOP) TO RSR-LONGITUDE.
   PERFORM APPLY-LEG-TO-RUN THRU APPLY-LEG-TO-RUN-EXIT.

*  The crew is done with this stop only after the time on site.
   ADD WS-STOP-MINUTES TO WS-RUN-MINUTES.
   MOVE WS-RUN-MINUTES TO RSR-RUN-MINUTES.
   IF WS-RUN-MINUTES > WS-SHIFT-MINUTES
       MOVE "Y" TO RSR-OVER-SHIFT-SW
       ADD 1 TO WS-ROUTE-OVER-SHIFT
       ADD 1 TO WS-STAT-OVER-SHIFT-COUNT
   ELSE
       MOVE "N" TO RSR-OVER-SHIFT-SW
   END-IF.
   IF WS-STOP-SEQ < WS-STOP-COUNT
       WRITE ROUTE-STOP-RECORD
   ELSE
       MOVE ROUTE-STOP-RECORD TO WS-LAST-STOP-LINE
   END-IF.
   ADD 1 TO WS-STAT-STOPS-ROUTED.

   DISPLAY "  ", RSR-STOP-SEQ, " ", RSR-REF-KEY, " ",
       RSR-LEG-MILES, " mi ", RSR-LEG-MINUTES, " min  run ",
       RSR-RUN-MINUTES, " min" NO ADVANCING.
   IF RSR-PAST-SHIFT
       DISPLAY "  ** PAST SHIFT END **"
   ELSE
       DISPLAY " "
   END-IF.

   MOVE WS-STOP-LAT-NUM(WS-NEXT-STOP) TO WS-CURRENT-LATITUDE.
   MOVE WS-STOP-LNG-NUM(WS-NEXT-STOP) TO WS-CURRENT-LONGITUDE.
   MOVE WS-DEST-LATLNG TO WS-ORIGIN-LATLNG.

 ROUTE-NEXT-STOP-EXIT.
   EXIT.

************************************************************************
*  ROUTE-RETURN-LEG - the drive from the last stop back to the
*  branch, so the route total is the crew's whole day.  A crew that
*  would get back past shift end must not be sent to the last stop,
*  so that stop's held line is flagged before it is written.
************************************************************************
 ROUTE-RETURN-LEG.

   MOVE SPACES TO WS-DEST-LATLNG.
   STRING FUNCTION TRIM(WS-BR-LATITUDE(WS-BRANCH-INDEX)) ","
       FUNCTION TRIM(WS-BR-LONGITUDE(WS-BRANCH-INDEX))
       DELIMITED BY SIZE INTO WS-DEST-LATLNG.
   PERFORM PRICE-ONE-LEG THRU PRICE-ONE-LEG-EXIT.

   IF WS-LAST-STOP-LINE NOT = SPACES
       MOVE WS-LAST-STOP-LINE TO ROUTE-STOP-RECORD
       IF WS-PAIR-OK AND NOT RSR-PAST-SHIFT
           AND WS-RUN-MINUTES + WS-PAIR-MINUTES > WS-SHIFT-MINUTES
           MOVE "Y" TO RSR-OVER-SHIFT-SW
           ADD 1 TO WS-ROUTE-OVER-SHIFT
           ADD 1 TO WS-STAT-OVER-SHIFT-COUNT
           DISPLAY "  ", RSR-STOP-SEQ, " ", RSR-REF-KEY,
               "  ** PAST SHIFT END - return leg **"
       END-IF
       WRITE ROUTE-STOP-RECORD
   END-IF.

   MOVE SPACES TO ROUTE-STOP-RECORD.
   MOVE WS-ROUTE-BRANCH-CODE TO RSR-BRANCH-CODE.
   SET RSR-RETURN-LINE TO TRUE.
   COMPUTE RSR-STOP-SEQ = WS-STOP-COUNT + 1.
   MOVE WS-BR-LATITUDE(WS-BRANCH-INDEX) TO RSR-LATITUDE.
   MOVE WS-BR-LONGITUDE(WS-BRANCH-INDEX) TO RSR-LONGITUDE.
   PERFORM APPLY-LEG-TO-RUN THRU APPLY-LEG-TO-RUN-EXIT.
   IF WS-RUN-MINUTES > WS-SHIFT-MINUTES
       MOVE "Y" TO RSR-OVER-SHIFT-SW
   ELSE
       MOVE "N" TO RSR-OVER-SHIFT-SW
   END-IF.
   WRITE ROUTE-STOP-RECORD.

 ROUTE-RETURN-LEG-EXIT.
   EXIT.

************************************************************************
*  APPLY-LEG-TO-RUN - the leg just priced onto the current route
*  line and into the running totals.
************************************************************************
 APPLY-LEG-TO-RUN.

   IF WS-PAIR-OK
       MOVE "Y" TO RSR-LEG-PRICED-SW
       MOVE WS-PAIR-MILES TO RSR-LEG-MILES
       MOVE WS-PAIR-MINUTES TO RSR-LEG-MINUTES
       ADD WS-PAIR-MILES TO WS-RUN-MILES
       ADD WS-PAIR-MINUTES TO WS-RUN-MINUTES
   ELSE
       MOVE "N" TO RSR-LEG-PRICED-SW
       MOVE 0 TO RSR-LEG-MILES, RSR-LEG-MINUTES
       ADD 1 TO WS-ROUTE-UNPRICED
       ADD 1 TO WS-STAT-UNPRICED-LEG-COUNT
   END-IF.
   MOVE WS-RUN-MILES TO RSR-RUN-MILES.
   MOVE WS-RUN-MINUTES TO RSR-RUN-MINUTES.

 APPLY-LEG-TO-RUN-EXIT.
   EXIT.

************************************************************************
*  COMPUTE-PAIR-DISTANCE - great-circle miles between P1 and P2 by
*  the spherical law of cosines, as GEOBRANCH-COBOL computes branch
*  distances, clamped so coincident points cannot abend the run.
************************************************************************
 COMPUTE-PAIR-DISTANCE.

   COMPUTE WS-LAT1-RADIANS = WS-P1-LATITUDE * 3.14159265 / 180.
   COMPUTE WS-LAT2-RADIANS = WS-P2-LATITUDE * 3.14159265 / 180.
   COMPUTE WS-LNG-DIFF-RADIANS =
       (WS-P1-LONGITUDE - WS-P2-LONGITUDE) * 3.14159265 / 180.
   COMPUTE WS-SIN-PRODUCT =
       FUNCTION SIN(WS-LAT1-RADIANS) * FUNCTION SIN(WS-LAT2-RADIANS).
   COMPUTE WS-COS-PRODUCT =
       FUNCTION COS(WS-LAT1-RADIANS) * FUNCTION COS(WS-LAT2-RADIANS).
   COMPUTE WS-ARC-COSINE-ARG = WS-SIN-PRODUCT
       + WS-COS-PRODUCT * FUNCTION COS(WS-LNG-DIFF-RADIANS).
   IF WS-ARC-COSINE-ARG > 1
       MOVE 1 TO WS-ARC-COSINE-ARG
   END-IF.
   IF WS-ARC-COSINE-ARG < -1
       MOVE -1 TO WS-ARC-COSINE-ARG
   END-IF.
   COMPUTE WS-PAIR-DISTANCE ROUNDED =
       3958.8 * FUNCTION ACOS(WS-ARC-COSINE-ARG).

 COMPUTE-PAIR-DISTANCE-EXIT.
   EXIT.

************************************************************************
*  PRICE-ONE-LEG - one Distance Matrix call from WS-ORIGIN-LATLNG to
*  WS-DEST-LATLNG, checked the way GEODIST-COBOL's PRICE-ONE-PAIR
*  checks it.  Leaves WS-PAIR-OK with the miles and minutes filled
*  in, or off with the failure displayed and counted.
************************************************************************
 PRICE-ONE-LEG.

   MOVE 0 TO WS-PAIR-OK-IND.

   MOVE LOW-VALUES TO GET-DISTANCE-RQ.
   MOVE RQ-DISTANCE-MATRIX TO RQ-CODE OF GET-DISTANCE-RQ.
   MOVE WS-ORIGIN-LATLNG TO ORIGINS-RW OF GET-DISTANCE-RQ.
   MOVE WS-DEST-LATLNG TO DESTINATIONS-RW OF GET-DISTANCE-RQ.
   MOVE GET-DISTANCE-RQ TO WS-MESSAGE-BUFFER.
   MOVE FUNCTION LENGTH(GET-DISTANCE-RQ) TO WS-REQUEST-LEN.
   MOVE FUNCTION LENGTH(WS-MESSAGE-BUFFER) TO WS-MAXIMUM-REPLY-LEN.
   MOVE WS-CONFIGURED-TIMEOUT TO WS-TIMEOUT.

   PERFORM SEND-DISTANCE-REQUEST THRU SEND-DISTANCE-REQUEST-EXIT.

   IF NOT WS-SEND-OK
       ADD 1 TO WS-STAT-SEND-ERROR-COUNT
       ENTER "SERVERCLASS_SEND_INFO_" USING
           WS-PATHSEND-ERROR
           WS-FILE-SYSTEM-ERROR
           GIVING WS-RC
       DISPLAY "SERVERCLASS_SEND_ error ", WS-PATHSEND-ERROR, ":",
           WS-FILE-SYSTEM-ERROR, " - leg not priced"
       GO TO PRICE-ONE-LEG-EXIT
   END-IF.

   MOVE WS-MESSAGE-BUFFER TO LIGHTWAVE-ERROR-RP.
   IF RP-CODE OF LIGHTWAVE-ERROR-RP NOT = 0
       ADD 1 TO WS-STAT-REPLY-ERROR-COUNT
       MOVE ERROR-MESSAGE OF LIGHTWAVE-ERROR-RP TO WS-STRING
       DISPLAY "Error:"
       DISPLAY "    source:   ", ERROR-SOURCE OF LIGHTWAVE-ERROR-RP
       DISPLAY "    code:     ", ERROR-CODE OF LIGHTWAVE-ERROR-RP
       DISPLAY "    subcode:  ", ERROR-SUBCODE OF LIGHTWAVE-ERROR-RP
       DISPLAY "    message:  ", WS-STRING
       GO TO PRICE-ONE-LEG-EXIT
   END-IF.

   MOVE WS-MESSAGE-BUFFER TO GET-DISTANCE-200-RP.
   IF HTTP-STATUS OF GET-DISTANCE-200-RP NOT = 200
       ADD 1 TO WS-STAT-REPLY-ERROR-COUNT
       DISPLAY "Error: unexpected HTTP Status ",
           HTTP-STATUS OF GET-DISTANCE-200-RP, " received."
       GO TO PRICE-ONE-LEG-EXIT
   END-IF.

   UNSTRING STATUS-RW OF GET-DISTANCE-200-RP DELIMITED BY LOW-VALUES
       INTO WS-STRING.
   IF WS-STRING NOT = "OK"
       ADD 1 TO WS-STAT-REPLY-ERROR-COUNT
       DISPLAY "DISTANCE MATRIX API error:"
       DISPLAY "    status:   ", STATUS-RW OF GET-DISTANCE-200-RP
       DISPLAY "    message:  ", ERROR-MESSAGE OF GET-DISTANCE-200-RP
       GO TO PRICE-ONE-LEG-EXIT
   END-IF.

   UNSTRING ELEMENT-STATUS-RW OF GET-DISTANCE-200-RP
       DELIMITED BY LOW-VALUES INTO WS-STRING.
   IF WS-STRING NOT = "OK"
*      "ZERO_RESULTS" here means no drivable route between the
*      points - a real answer, not a transport failure.
       DISPLAY "No route for leg: ", WS-ORIGIN-LATLNG(1:24), " -> ",
           WS-DEST-LATLNG(1:24), " (", WS-STRING(1:16), ")"
       GO TO PRICE-ONE-LEG-EXIT
   END-IF.

   COMPUTE WS-PAIR-MILES ROUNDED =
       DISTANCE-METERS OF GET-DISTANCE-200-RP / 1609.344.
   COMPUTE WS-PAIR-MINUTES ROUNDED =
       DURATION-SECONDS OF GET-DISTANCE-200-RP / 60.
   SET WS-PAIR-OK TO TRUE.

 PRICE-ONE-LEG-EXIT.
   EXIT.

************************************************************************
*  SEND-DISTANCE-REQUEST - SERVERCLASS_SEND_ with the same pacing,
*  timeout and retry/backoff discipline as GEODIST-COBOL.
************************************************************************
 SEND-DISTANCE-REQUEST.

   IF WS-PACE-CENTISECONDS > 0
       ENTER "DELAY" USING WS-PACE-CENTISECONDS
   END-IF.
   MOVE 0 TO WS-RETRY-ATTEMPT.
   MOVE 0 TO WS-SEND-OK-IND.
   MOVE WS-BACKOFF-CENTISECONDS TO WS-CURRENT-BACKOFF.

   PERFORM UNTIL WS-SEND-OK OR WS-RETRY-ATTEMPT > WS-MAX-RETRIES
       ENTER "SERVERCLASS_SEND_" USING
          WS-PATHMON-NAME
          WS-PATHMON-NAME-LEN
          WS-SERVER-CLASS
          WS-SERVER-CLASS-LEN
          WS-MESSAGE-BUFFER
          WS-REQUEST-LEN
          WS-MAXIMUM-REPLY-LEN
          WS-ACTUAL-REPLY-LEN
          WS-TIMEOUT
          GIVING WS-RC
       ADD 1 TO WS-STAT-API-CALL-COUNT
       ADD 1 TO WS-CHG-DISTANCE-CALLS(WS-CHG-IX)
       IF WS-RC = 0
           SET WS-SEND-OK TO TRUE
       ELSE
           ADD 1 TO WS-RETRY-ATTEMPT
           IF WS-RETRY-ATTEMPT <= WS-MAX-RETRIES
               DISPLAY "SERVERCLASS_SEND_ attempt ", WS-RETRY-ATTEMPT,
                   " failed - retrying in ", WS-CURRENT-BACKOFF,
                   " centiseconds"
               ENTER "DELAY" USING WS-CURRENT-BACKOFF
               COMPUTE WS-CURRENT-BACKOFF = WS-CURRENT-BACKOFF * 2
               IF WS-CURRENT-BACKOFF > WS-MAX-BACKOFF-CENTISECONDS
                   MOVE WS-MAX-BACKOFF-CENTISECONDS TO WS-CURRENT-BACKOFF
               END-IF
           END-IF
       END-IF
   END-PERFORM.

 SEND-DISTANCE-REQUEST-EXIT.
   EXIT.

************************************************************************
*  LOAD-CHARGE-TABLE - pick up the chargeback PARAMs and department
*  table and settle the run's default department.  None of them is
*  required: with no USAGE-FILE nothing is posted, and with no
*  table every call is charged to the default department.
*  WS-CHG-INPUT-NAME is set to the run's input file name first.
************************************************************************
 LOAD-CHARGE-TABLE.

   MOVE FUNCTION CURRENT-DATE(1:6) TO WS-CHG-MONTH.
   INITIALIZE WS-CHG-TABLE.
   MOVE 0 TO WS-CHG-RULE-COUNT.
   MOVE 0 TO WS-CHG-RULE-IGNORED.

   ENTER "SMU_Param_GetText_" USING WS-ENV-USAGE-FILE,
       WS-USAGE-FILE-NAME GIVING WS-USAGE-FILE-NAME-LEN.
   ENTER "SMU_Param_GetText_" USING WS-ENV-CHARGE-DEPARTMENT,
       WS-CHARGE-DEPARTMENT GIVING WS-CHARGE-DEPARTMENT-LEN.
   IF WS-CHARGE-DEPARTMENT-LEN = -1
       MOVE SPACES TO WS-CHARGE-DEPARTMENT
   END-IF.
   INSPECT WS-CHARGE-DEPARTMENT
       CONVERTING "abcdefghijklmnopqrstuvwxyz"
       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

   ENTER "SMU_Param_GetText_" USING WS-ENV-DEPT-TABLE-FILE,
       WS-DEPT-TABLE-FILE-NAME GIVING WS-DEPT-TABLE-FILE-NAME-LEN.
   IF WS-DEPT-TABLE-FILE-NAME-LEN NOT = -1
       ENTER "COBOL_ASSIGN_" USING DEPT-TABLE-IN
           WS-DEPT-TABLE-FILE-NAME GIVING WS-RC
       OPEN INPUT DEPT-TABLE-IN
       IF WS-DEPT-TABLE-FILE-STATUS NOT = "00"
           DISPLAY "Unable to open DEPT-TABLE-FILE '",
               WS-DEPT-TABLE-FILE-NAME,
               "' - file status ", WS-DEPT-TABLE-FILE-STATUS,
               " - calls charged to the default department"
       ELSE
           MOVE 0 TO WS-DEPT-TABLE-EOF-IND
           PERFORM UNTIL WS-DEPT-TABLE-EOF
               READ DEPT-TABLE-IN
                   AT END
                       SET WS-DEPT-TABLE-EOF TO TRUE
                   NOT AT END
                       PERFORM ADD-CHARGE-RULE
                           THRU ADD-CHARGE-RULE-EXIT
               END-READ
           END-PERFORM
           CLOSE DEPT-TABLE-IN
       END-IF
   END-IF.
   IF WS-CHG-RULE-IGNORED > 0
       DISPLAY "DEPT-TABLE-FILE: ", WS-CHG-RULE-IGNORED,
           " entries ignored (unusable or over 200)"
   END-IF.

*  The default department: the PROGRAM entry, overridden by the
*  FILE entry for the input file, overridden by CHARGE-DEPARTMENT.
   MOVE "UNASSGND" TO WS-CHG-RUN-DEPARTMENT.
   INSPECT WS-CHG-INPUT-NAME
       CONVERTING "abcdefghijklmnopqrstuvwxyz"
       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
   PERFORM VARYING WS-CHG-RULE-IX FROM 1 BY 1
           UNTIL WS-CHG-RULE-IX > WS-CHG-RULE-COUNT
       IF WS-CHG-RULE-TYPE(WS-CHG-RULE-IX) = "PROGRAM"
           AND WS-CHG-RULE-VALUE(WS-CHG-RULE-IX) = WS-CHG-PROGRAM
           MOVE WS-CHG-RULE-DEPARTMENT(WS-CHG-RULE-IX)
               TO WS-CHG-RUN-DEPARTMENT
       END-IF
   END-PERFORM.
   IF WS-CHG-INPUT-NAME NOT = SPACES
       PERFORM VARYING WS-CHG-RULE-IX FROM 1 BY 1
               UNTIL WS-CHG-RULE-IX > WS-CHG-RULE-COUNT
           IF WS-CHG-RULE-TYPE(WS-CHG-RULE-IX) = "FILE"
               AND WS-CHG-RULE-VALUE(WS-CHG-RULE-IX) = WS-CHG-INPUT-NAME
               MOVE WS-CHG-RULE-DEPARTMENT(WS-CHG-RULE-IX)
                   TO WS-CHG-RUN-DEPARTMENT
           END-IF
       END-PERFORM
   END-IF.
   IF WS-CHARGE-DEPARTMENT NOT = SPACES
       MOVE WS-CHARGE-DEPARTMENT TO WS-CHG-RUN-DEPARTMENT
   END-IF.

   MOVE WS-CHG-RUN-DEPARTMENT TO WS-CHG-ENTRY-DEPARTMENT(1).
   MOVE 1 TO WS-CHG-COUNT.
   MOVE 1 TO WS-CHG-IX.

 LOAD-CHARGE-TABLE-EXIT.
   EXIT.

 ADD-CHARGE-RULE.

   INSPECT DTR-MATCH-TYPE
       CONVERTING "abcdefghijklmnopqrstuvwxyz"
       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
   IF NOT DTR-MATCH-IS-PREFIX AND NOT DTR-MATCH-IS-FILE
       AND NOT DTR-MATCH-IS-PROGRAM
       ADD 1 TO WS-CHG-RULE-IGNORED
       GO TO ADD-CHARGE-RULE-EXIT
   END-IF.
   IF DTR-MATCH-VALUE = SPACES OR DTR-DEPARTMENT = SPACES
       OR WS-CHG-RULE-COUNT NOT < 200
       ADD 1 TO WS-CHG-RULE-IGNORED
       GO TO ADD-CHARGE-RULE-EXIT
   END-IF.
*  A prefix longer than a reference key could never match.
   IF DTR-MATCH-IS-PREFIX AND DTR-MATCH-VALUE(21:44) NOT = SPACES
       ADD 1 TO WS-CHG-RULE-IGNORED
       GO TO ADD-CHARGE-RULE-EXIT
   END-IF.

   ADD 1 TO WS-CHG-RULE-COUNT.
   MOVE WS-CHG-RULE-COUNT TO WS-CHG-RULE-IX.
   MOVE DTR-MATCH-TYPE TO WS-CHG-RULE-TYPE(WS-CHG-RULE-IX).
   MOVE DTR-MATCH-VALUE TO WS-CHG-RULE-VALUE(WS-CHG-RULE-IX).
   INSPECT WS-CHG-RULE-VALUE(WS-CHG-RULE-IX)
       CONVERTING "abcdefghijklmnopqrstuvwxyz"
       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
   MOVE DTR-DEPARTMENT TO WS-CHG-RULE-DEPARTMENT(WS-CHG-RULE-IX).
   INSPECT WS-CHG-RULE-DEPARTMENT(WS-CHG-RULE-IX)
       CONVERTING "abcdefghijklmnopqrstuvwxyz"
       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
   COMPUTE WS-CHG-RULE-LEN(WS-CHG-RULE-IX) =
       FUNCTION LENGTH(FUNCTION TRIM(DTR-MATCH-VALUE TRAILING)).

 ADD-CHARGE-RULE-EXIT.
   EXIT.

************************************************************************
*  RESOLVE-CHARGE-DEPARTMENT - point WS-CHG-IX at the run's counts
*  for the department charged for WS-CHG-REF-KEY.  Beyond 50
*  departments in one run the rest are charged to the default.
************************************************************************
 RESOLVE-CHARGE-DEPARTMENT.

   MOVE WS-CHG-RUN-DEPARTMENT TO WS-CHG-DEPARTMENT.
   IF WS-CHARGE-DEPARTMENT = SPACES AND WS-CHG-REF-KEY NOT = SPACES
       INSPECT WS-CHG-REF-KEY
           CONVERTING "abcdefghijklmnopqrstuvwxyz"
           TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
       MOVE 0 TO WS-CHG-BEST-LEN
       PERFORM VARYING WS-CHG-RULE-IX FROM 1 BY 1
               UNTIL WS-CHG-RULE-IX > WS-CHG-RULE-COUNT
           IF WS-CHG-RULE-TYPE(WS-CHG-RULE-IX) = "PREFIX"
               AND WS-CHG-RULE-LEN(WS-CHG-RULE-IX) > WS-CHG-BEST-LEN
               MOVE WS-CHG-RULE-LEN(WS-CHG-RULE-IX) TO WS-CHG-SCAN
               IF WS-CHG-REF-KEY(1:WS-CHG-SCAN) =
                   WS-CHG-RULE-VALUE(WS-CHG-RULE-IX)(1:WS-CHG-SCAN)
                   MOVE WS-CHG-RULE-LEN(WS-CHG-RULE-IX)
                       TO WS-CHG-BEST-LEN
                   MOVE WS-CHG-RULE-DEPARTMENT(WS-CHG-RULE-IX)
                       TO WS-CHG-DEPARTMENT
               END-IF
           END-IF
       END-PERFORM
   END-IF.

   MOVE 0 TO WS-CHG-IX.
   PERFORM VARYING WS-CHG-SCAN FROM 1 BY 1
           UNTIL WS-CHG-SCAN > WS-CHG-COUNT
       IF WS-CHG-ENTRY-DEPARTMENT(WS-CHG-SCAN) = WS-CHG-DEPARTMENT
           MOVE WS-CHG-SCAN TO WS-CHG-IX
       END-IF
   END-PERFORM.
   IF WS-CHG-IX = 0
       IF WS-CHG-COUNT < 50
           ADD 1 TO WS-CHG-COUNT
           MOVE WS-CHG-COUNT TO WS-CHG-IX
           MOVE WS-CHG-DEPARTMENT TO WS-CHG-ENTRY-DEPARTMENT(WS-CHG-IX)
       ELSE
           MOVE 1 TO WS-CHG-IX
       END-IF
   END-IF.

 RESOLVE-CHARGE-DEPARTMENT-EXIT.
   EXIT.

************************************************************************
*  POST-CHARGE-USAGE - add the counts to the keyed usage file, one
*  entry per month, department and program, creating the file on
*  first use the way the cache is created.  A failure here is
*  reported but never fails the run.  The counts are cleared once
*  posted.  GEOCODE-COBOL workers, GEOSERV-COBOL server processes
*  and the batch programs all post to the same entries, so the file
*  is locked for the whole post; an entry another process creates
*  between the READ and the WRITE is read again and added to.
************************************************************************
 POST-CHARGE-USAGE.

   IF WS-USAGE-FILE-NAME-LEN = -1
       GO TO POST-CHARGE-USAGE-EXIT
   END-IF.

   ENTER "COBOL_ASSIGN_" USING API-USAGE
       WS-USAGE-FILE-NAME GIVING WS-RC.
   OPEN I-O API-USAGE.
   IF WS-USAGE-FILE-STATUS NOT = "00"
*      First run for this usage file - create it, then reopen I-O.
       OPEN OUTPUT API-USAGE
       CLOSE API-USAGE
       OPEN I-O API-USAGE
   END-IF.
   IF WS-USAGE-FILE-STATUS NOT = "00"
       DISPLAY "Unable to open USAGE-FILE '", WS-USAGE-FILE-NAME,
           "' - file status ", WS-USAGE-FILE-STATUS,
           " - API usage not posted"
       GO TO POST-CHARGE-USAGE-EXIT
   END-IF.
   LOCKFILE API-USAGE.
   IF WS-USAGE-FILE-STATUS NOT = "00"
       DISPLAY "Unable to lock USAGE-FILE '", WS-USAGE-FILE-NAME,
           "' - file status ", WS-USAGE-FILE-STATUS,
           " - API usage not posted"
       CLOSE API-USAGE
       GO TO POST-CHARGE-USAGE-EXIT
   END-IF.

   MOVE FUNCTION CURRENT-DATE TO WS-CHG-STAMP.
   PERFORM VARYING WS-CHG-IX FROM 1 BY 1
           UNTIL WS-CHG-IX > WS-CHG-COUNT
       IF WS-CHG-GEOCODE-CALLS(WS-CHG-IX) > 0
           OR WS-CHG-CACHE-HITS(WS-CHG-IX) > 0
           OR WS-CHG-DISTANCE-CALLS(WS-CHG-IX) > 0
           PERFORM POST-ONE-CHARGE-ENTRY
               THRU POST-ONE-CHARGE-ENTRY-EXIT
       END-IF
       MOVE 0 TO WS-CHG-GEOCODE-CALLS(WS-CHG-IX)
       MOVE 0 TO WS-CHG-CACHE-HITS(WS-CHG-IX)
       MOVE 0 TO WS-CHG-DISTANCE-CALLS(WS-CHG-IX)
   END-PERFORM.
   MOVE 1 TO WS-CHG-IX.
   UNLOCKFILE API-USAGE.
   CLOSE API-USAGE.

 POST-CHARGE-USAGE-EXIT.
   EXIT.

 POST-ONE-CHARGE-ENTRY.

   MOVE 0 TO WS-CHG-RETRIED-IND.

 POST-ONE-CHARGE-ENTRY-READ.
   MOVE 0 TO WS-CHG-ON-FILE-IND.
   MOVE WS-CHG-MONTH TO AUR-MONTH.
   MOVE WS-CHG-ENTRY-DEPARTMENT(WS-CHG-IX) TO AUR-DEPARTMENT.
   MOVE WS-CHG-PROGRAM TO AUR-PROGRAM.
   READ API-USAGE
       KEY IS AUR-USAGE-KEY
       INVALID KEY
           CONTINUE
       NOT INVALID KEY
           SET WS-CHG-ON-FILE TO TRUE
   END-READ.
   IF NOT WS-CHG-ON-FILE
       INITIALIZE API-USAGE-RECORD
       MOVE WS-CHG-MONTH TO AUR-MONTH
       MOVE WS-CHG-ENTRY-DEPARTMENT(WS-CHG-IX) TO AUR-DEPARTMENT
       MOVE WS-CHG-PROGRAM TO AUR-PROGRAM
   END-IF.

   ADD WS-CHG-GEOCODE-CALLS(WS-CHG-IX) TO AUR-GEOCODE-CALLS.
   ADD WS-CHG-CACHE-HITS(WS-CHG-IX) TO AUR-CACHE-HITS.
   ADD WS-CHG-DISTANCE-CALLS(WS-CHG-IX) TO AUR-DISTANCE-CALLS.
   ADD 1 TO AUR-POST-COUNT.
   MOVE WS-CHG-STAMP TO AUR-LAST-POSTED.
   IF WS-CHG-ON-FILE
       REWRITE API-USAGE-RECORD
   ELSE
       WRITE API-USAGE-RECORD
   END-IF.
   IF NOT WS-CHG-ON-FILE AND NOT WS-CHG-RETRIED
       AND WS-USAGE-FILE-STATUS = "22"
       SET WS-CHG-RETRIED TO TRUE
       GO TO POST-ONE-CHARGE-ENTRY-READ
   END-IF.
   IF WS-USAGE-FILE-STATUS NOT = "00"
       DISPLAY "Usage post failed for department ", AUR-DEPARTMENT,
           " - file status ", WS-USAGE-FILE-STATUS
   END-IF.

 POST-ONE-CHARGE-ENTRY-EXIT.
   EXIT.

************************************************************************
*  DISPLAY-SUMMARY - end-of-run tally.
************************************************************************
 DISPLAY-SUMMARY.

   DISPLAY " ".
   DISPLAY "================================================================================".
   DISPLAY "  Crew Route Sequencing Summary".
   DISPLAY "================================================================================".
   DISPLAY "  Work orders read ................ ", WS-STAT-ORDERS-READ.
   DISPLAY "  Routes built .................... ", WS-STAT-ROUTES-BUILT.
   DISPLAY "  Stops routed .................... ", WS-STAT-STOPS-ROUTED.
   DISPLAY "  Stops past shift end ............ ", WS-STAT-OVER-SHIFT-COUNT.
   DISPLAY "  Not in ADDRESS-MASTER ........... ", WS-STAT-NO-MASTER-COUNT.
   DISPLAY "  No coordinates .................. ", WS-STAT-NO-COORDS-COUNT.
   DISPLAY "  Retired in ADDRESS-MASTER ....... ", WS-STAT-RETIRED-COUNT.
   DISPLAY "  Branch not in BRANCH-FILE ....... ", WS-STAT-NO-BRANCH-COUNT.
   DISPLAY "  Route full - not routed ......... ", WS-STAT-OVERFLOW-COUNT.
   DISPLAY "  Legs not priced ................. ", WS-STAT-UNPRICED-LEG-COUNT.
   DISPLAY "  Google API calls made ........... ", WS-STAT-API-CALL-COUNT.
   DISPLAY "  Transport/send errors ........... ", WS-STAT-SEND-ERROR-COUNT.
   DISPLAY "  Reply errors .................... ", WS-STAT-REPLY-ERROR-COUNT.
   DISPLAY "================================================================================".
   DISPLAY " ".

 DISPLAY-SUMMARY-EXIT.
   EXIT.
