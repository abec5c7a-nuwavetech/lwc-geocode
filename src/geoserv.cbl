************************************************************************
*  Copyright (c) 2019 NuWave Technologies, Inc. All rights reserved.
*
*  GEOSERV-COBOL - online cache-first geocode server.  A Pathway
*  server class the CRM and order-entry requesters send one address
*  and its reference key to (ONLINE-GEOCODE-RQ), so a clean address
*  is captured when the order is taken instead of being fixed
*  overnight.  Each request is scrubbed and normalized exactly as
*  GEOCODE-COBOL's batch pre-pass does, looked up in GEO-CACHE, and
*  only on a miss sent to Google through the same SERVERCLASS_SEND_
*  path with the batch run's timeout, retry/backoff and pacing.  The
*  reply (ONLINE-GEOCODE-RP) carries the coordinates, the
*  standardized address components and the manual-review flag.
*
*  The server's counters are written to the run-history file in
*  RUN-HISTORY-RECORD form - one record per day, or per
*  HISTORY-INTERVAL requests - so online volume shows up in
*  GEOSTAT-COBOL's trends and quota forecast beside the batch runs.
*  API-BUDGET caps the Google calls one server process may make in
*  a day; once it is spent, cache hits are still answered and misses
*  are replied to as deferred.
*
*  Modification History:
*    15OCT2026  NWT  Original version.
*    15OCT2026  NWT  Google API cost chargeback: each request's API
*                    call or cache hit is charged to the department
*                    of its reference key (DEPT-TABLE-FILE) and
*                    added to USAGE-FILE at each history interval.
************************************************************************
? env common
? save param, startup
 IDENTIFICATION DIVISION.
 PROGRAM-ID.  GEOSERV-COBOL.
 AUTHOR. NuWave Technologies, Inc.
 ENVIRONMENT DIVISION.

 CONFIGURATION SECTION.
 SOURCE-COMPUTER.  HPE NonStop Server.
 OBJECT-COMPUTER.  HPE NonStop Server.
 SPECIAL-NAMES.

 INPUT-OUTPUT SECTION.
 FILE-CONTROL.

*  Requests from the Pathway requesters; the reply to each request
*  is written back to the same file.
   SELECT RECEIVE-FILE
   ASSIGN TO "$RECEIVE"
   ORGANIZATION IS SEQUENTIAL
   ACCESS MODE IS SEQUENTIAL
   FILE STATUS IS WS-RECEIVE-FILE-STATUS.

*  Keyed address-to-lat/lng cache shared with GEOCODE-COBOL.
   SELECT GEO-CACHE
   ASSIGN TO "#DYNAMIC"
   ORGANIZATION IS INDEXED
   ACCESS MODE IS DYNAMIC
   RECORD KEY IS CACHE-KEY-ADDRESS
   FILE STATUS IS WS-CACHE-FILE-STATUS.

*  Keyed run-history file shared with GEOCODE-COBOL, used when
*  HISTORY-FILE is set.
   SELECT RUN-HIST
   ASSIGN TO "#DYNAMIC"
   ORGANIZATION IS INDEXED
   ACCESS MODE IS DYNAMIC
   RECORD KEY IS RHR-RUN-KEY
   FILE STATUS IS WS-RUN-HIST-FILE-STATUS.

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

 I-O-CONTROL.
   RECEIVE-CONTROL.
       TABLE OCCURS 1 TIMES
       REPLY CONTAINS 543 CHARACTERS.

 DATA DIVISION.
 FILE SECTION.
   FD  RECEIVE-FILE
       RECORD CONTAINS 1 TO 543 CHARACTERS
       LABEL RECORDS ARE OMITTED.

   01 RECEIVE-RECORD                   PIC X(543).

   FD  GEO-CACHE
       LABEL RECORDS ARE OMITTED.

   COPY GEO-CACHE-RECORD               IN GEOCOPY.

   FD  RUN-HIST
       LABEL RECORDS ARE OMITTED.

   COPY RUN-HISTORY-RECORD             IN GEOCOPY.

   FD  DEPT-TABLE-IN
       LABEL RECORDS ARE OMITTED.

   COPY DEPT-TABLE-RECORD              IN GEOCOPY.

   FD  API-USAGE
       LABEL RECORDS ARE OMITTED.

   COPY API-USAGE-RECORD               IN GEOCOPY.

 WORKING-STORAGE SECTION.
   01 I                                NATIVE-2.
   01 J                                NATIVE-2.
   01 K                                NATIVE-2.
   01 WS-STRING                        PIC X(256).
   01 WS-ADDRESS                       PIC X(256).
   01 WS-REF-KEY                       PIC X(020).
   01 WS-RC                            NATIVE-2.
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
   01  WS-OPEN-FAILED-IND              PIC 9 VALUE 0.
       88 WS-OPEN-FAILED               VALUE 1.
   01  WS-NUMERIC-TEXT                 PIC -(06)9.

*  $RECEIVE - end of file means the last requester has closed the
*  server, which then writes its history and stops.
   01  WS-RECEIVE-FILE-STATUS          PIC X(02).
   01  WS-RECEIVE-EOF-IND              PIC 9 VALUE 0.
       88 WS-RECEIVE-EOF               VALUE 1.

*  Input scrub/normalize - the same canonical form and checks the
*  batch pre-pass applies, so an address keyed online hits the
*  cache entry the batch run made for it and vice versa.  There is
*  no within-run duplicate check; a repeat simply hits the cache.
   01  WS-CANONICAL-ADDRESS            PIC X(256).
   01  WS-SCRUB-WORK                   PIC X(256).
   01  WS-SCRUB-OK-IND                 PIC 9 VALUE 0.
       88 WS-SCRUB-OK                  VALUE 1.
   01  WS-SCRUB-LETTER-COUNT           NATIVE-2.
   01  WS-SCRUB-NONSPACE-COUNT         NATIVE-2.
   01  WS-LAST-WAS-SPACE-IND           PIC 9 VALUE 0.
       88 WS-LAST-WAS-SPACE            VALUE 1.

*  Address result cache - required; a cache-first server without a
*  cache would send every order's address to Google.
   01  WS-ENV-CACHE-FILE               PIC X(10) VALUE "CACHE-FILE".
   01  WS-CACHE-FILE-NAME              PIC X(64).
   01  WS-CACHE-FILE-NAME-LEN          NATIVE-2.
   01  WS-CACHE-OPEN-IND               PIC 9 VALUE 0.
       88 WS-CACHE-IS-OPEN             VALUE 1.
   01  WS-CACHE-FILE-STATUS            PIC X(02).
   01  WS-CACHE-HIT-IND                PIC 9 VALUE 0.
       88 WS-CACHE-HIT                 VALUE 1.
   01  WS-ENV-CACHE-MAX-AGE            PIC X(18)
                                       VALUE "CACHE-MAX-AGE-DAYS".
   01  WS-CACHE-MAX-AGE-TEXT           PIC X(05).
   01  WS-CACHE-MAX-AGE-TEXT-LEN       NATIVE-2.
   01  WS-CACHE-MAX-AGE-DAYS           PIC 9(04) VALUE 0.
   01  WS-CACHE-ENTRY-AGE-DAYS         PIC S9(09).
   01  WS-CACHE-DATE-NUM               PIC 9(08).
   01  WS-TODAY-DATE                   PIC X(08).
   01  WS-TODAY-INTEGER                PIC 9(09).

*  API spend governance.  PACE-CS is the minimum delay in front of
*  every SERVERCLASS_SEND_, as in batch.  API-BUDGET is the most
*  Google calls (including retries) this server process may make in
*  one day; WS-DAY-API-CALL-COUNT restarts at zero when the date
*  changes.
   01  WS-ENV-PACE                     PIC X(07) VALUE "PACE-CS".
   01  WS-PACE-TEXT                    PIC X(05).
   01  WS-PACE-TEXT-LEN                NATIVE-2.
   01  WS-PACE-CENTISECONDS            PIC 9(05) VALUE 0.
   01  WS-ENV-API-BUDGET               PIC X(10) VALUE "API-BUDGET".
   01  WS-API-BUDGET-TEXT              PIC X(09).
   01  WS-API-BUDGET-TEXT-LEN          NATIVE-2.
   01  WS-API-BUDGET                   PIC 9(09) VALUE 0.
   01  WS-DAY-API-CALL-COUNT           PIC 9(09) VALUE 0.

*  Run history.  The server runs for days, so instead of one record
*  per run it writes one per interval: the interval ends when the
*  date changes, when HISTORY-INTERVAL requests have been served,
*  or when the server stops.  Each record is keyed by the time its
*  interval began; RHR-WORKER-INDEX starts at 01 and is stepped past
*  any key another copy of the server already wrote.
   01  WS-ENV-HISTORY-FILE             PIC X(12) VALUE "HISTORY-FILE".
   01  WS-HISTORY-FILE-NAME            PIC X(64).
   01  WS-HISTORY-FILE-NAME-LEN        NATIVE-2.
   01  WS-RUN-HIST-FILE-STATUS         PIC X(02).
   01  WS-ENV-HISTORY-INTERVAL         PIC X(16)
                                       VALUE "HISTORY-INTERVAL".
   01  WS-HISTORY-INTERVAL-TEXT        PIC X(07).
   01  WS-HISTORY-INTERVAL-TEXT-LEN    NATIVE-2.
   01  WS-HISTORY-INTERVAL             PIC 9(07) VALUE 0.
   01  WS-INTERVAL-REQUEST-COUNT       PIC 9(09) VALUE 0.
   01  WS-HIST-WRITTEN-IND             PIC 9 VALUE 0.
       88 WS-HIST-WRITTEN              VALUE 1.
   01  WS-HIST-WORKER-INDEX            PIC 9(02).
   01  WS-RUN-START-STAMP              PIC X(21).
   01  WS-NOW-STAMP                    PIC X(21).
   01  WS-NOW-DATE-NUM                 PIC 9(08).
   01  WS-NOW-SECONDS                  PIC 9(09).
   01  WS-START-DATE-INTEGER           PIC 9(09) VALUE 0.
   01  WS-START-SECONDS                PIC 9(09) VALUE 0.
   01  WS-ELAPSED-SECONDS              PIC S9(09).

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
   01  WS-CHG-PROGRAM                  PIC X(16) VALUE "GEOSERV-COBOL".
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

*  Timeout / retry / backoff on SERVERCLASS_SEND_, with the same
*  PARAMs, limits and defaults as GEOCODE-COBOL.
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
   01  WS-PARAM-NUMVAL                 PIC S9(09).
   01  WS-SEND-OK-IND                  PIC 9 VALUE 0.
       88 WS-SEND-OK                   VALUE 1.

*  Reverse geocoding - "lat,lng" input is recognized and routed
*  through RQ-REVERSE-GEOCODE instead of RQ-GET-GEOCODE.
   01  WS-IS-REVERSE-IND               PIC 9 VALUE 0.
       88 WS-IS-REVERSE-REQUEST        VALUE 1.
   01  WS-LATLNG-LAT-PART              PIC X(032).
   01  WS-LATLNG-LNG-PART              PIC X(032).
   01  WS-LATLNG-PART-COUNT            NATIVE-2.

*  Manual-review flagging.
   01  WS-NEEDS-REVIEW-IND             PIC 9 VALUE 0.
       88 WS-NEEDS-REVIEW              VALUE 1.

*  Discrete address fields extracted from ADDRESS-COMPONENTS.
   01  WS-ADDRESS-FIELDS.
       05 WS-ADDR-STREET-NUMBER        PIC X(016).
       05 WS-ADDR-ROUTE                PIC X(064).
       05 WS-ADDR-CITY                 PIC X(064).
       05 WS-ADDR-COUNTY               PIC X(064).
       05 WS-ADDR-STATE                PIC X(032).
       05 WS-ADDR-ZIP                  PIC X(016).

*  Counters for the current history interval - the same buckets as
*  GEOCODE-COBOL's WS-STATS.  Deferred requests are not processed
*  addresses and are only displayed.
   01  WS-STATS.
       05 WS-STAT-TOTAL-PROCESSED      PIC 9(09) VALUE 0.
       05 WS-STAT-SUCCESS-COUNT        PIC 9(09) VALUE 0.
       05 WS-STAT-REVIEW-COUNT         PIC 9(09) VALUE 0.
       05 WS-STAT-REPLY-ERROR-COUNT    PIC 9(09) VALUE 0.
       05 WS-STAT-SEND-ERROR-COUNT     PIC 9(09) VALUE 0.
       05 WS-STAT-OTHER-ERROR-COUNT    PIC 9(09) VALUE 0.
       05 WS-STAT-API-CALL-COUNT       PIC 9(09) VALUE 0.
       05 WS-STAT-CACHE-HIT-COUNT      PIC 9(09) VALUE 0.
       05 WS-STAT-BLANK-SKIP-COUNT     PIC 9(09) VALUE 0.
       05 WS-STAT-REJECT-COUNT         PIC 9(09) VALUE 0.
       05 WS-STAT-DEFERRED-COUNT       PIC 9(09) VALUE 0.

   COPY ONLINE-GEOCODE-RQ              IN GEOCOPY.
   COPY ONLINE-GEOCODE-RP              IN GEOCOPY.
   COPY GOOGLE-GEOCODE-VAL             IN GEOCOPY.
   COPY GET-GEOCODE-RQ                 IN GEOCOPY.
   COPY GET-GEOCODE-200-RP             IN GEOCOPY.
   COPY LIGHTWAVE-ERROR-RP             IN GEOCOPY.
   COPY LIGHTWAVE-RP-CODE-ENUM         IN GEOCOPY.
   COPY LIGHTWAVE-INFO-CODE-ENUM       IN GEOCOPY.
   COPY RESULTS-TYPE                   IN GEOCOPY.
   COPY ADDRESS-COMPONENTS-TYPE        IN GEOCOPY.

 PROCEDURE DIVISION.

 MAIN.

   DISPLAY " ".
   DISPLAY "LightWave Client(tm) - Google Geocoding API ",
               " - Online Geocode Server - 15OCT2026".
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
   MOVE "ONLINE" TO WS-CHG-INPUT-NAME.
   PERFORM LOAD-CHARGE-TABLE THRU LOAD-CHARGE-TABLE-EXIT.
   PERFORM OPEN-SERVER-FILES THRU OPEN-SERVER-FILES-EXIT.
   IF WS-OPEN-FAILED
       GO TO MAIN-EXIT
   END-IF.
   PERFORM START-HISTORY-INTERVAL THRU START-HISTORY-INTERVAL-EXIT.

   PERFORM UNTIL WS-RECEIVE-EOF
       READ RECEIVE-FILE INTO ONLINE-GEOCODE-RQ
           AT END
               SET WS-RECEIVE-EOF TO TRUE
           NOT AT END
               PERFORM SERVE-ONE-REQUEST THRU SERVE-ONE-REQUEST-EXIT
               WRITE RECEIVE-RECORD FROM ONLINE-GEOCODE-RP
               IF WS-RECEIVE-FILE-STATUS NOT = "00"
                   DISPLAY "Reply to requester failed - file status ",
                       WS-RECEIVE-FILE-STATUS, " - ref key ",
                       OGP-REF-KEY
               END-IF
       END-READ
   END-PERFORM.

   PERFORM WRITE-RUN-HISTORY THRU WRITE-RUN-HISTORY-EXIT.
   PERFORM POST-CHARGE-USAGE THRU POST-CHARGE-USAGE-EXIT.
   CLOSE RECEIVE-FILE.
   CLOSE GEO-CACHE.

 MAIN-EXIT.
   EXIT PROGRAM.
   STOP RUN.

************************************************************************
*  GET-RUN-PARAMETERS - CACHE-FILE is required; the send, budget,
*  cache-age and history PARAMs are the batch run's, with the same
*  limits, and an unset PARAM keeps the batch default.
************************************************************************
 GET-RUN-PARAMETERS.

   ENTER "SMU_Param_GetText_" USING WS-ENV-CACHE-FILE, WS-CACHE-FILE-NAME
       GIVING WS-CACHE-FILE-NAME-LEN.
   IF WS-CACHE-FILE-NAME-LEN = -1
       DISPLAY "PARAM CACHE-FILE not set."
       SET WS-OPEN-FAILED TO TRUE
       GO TO GET-RUN-PARAMETERS-EXIT
   END-IF.

   ENTER "SMU_Param_GetText_" USING WS-ENV-HISTORY-FILE,
       WS-HISTORY-FILE-NAME GIVING WS-HISTORY-FILE-NAME-LEN.

   ENTER "SMU_Param_GetText_" USING WS-ENV-HISTORY-INTERVAL,
       WS-HISTORY-INTERVAL-TEXT GIVING WS-HISTORY-INTERVAL-TEXT-LEN.
   IF WS-HISTORY-INTERVAL-TEXT-LEN NOT = -1
       MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-HISTORY-INTERVAL-TEXT))
           TO WS-PARAM-NUMVAL
       IF WS-PARAM-NUMVAL < 0 OR WS-PARAM-NUMVAL > 9999999
           DISPLAY "PARAM HISTORY-INTERVAL must be 0-9999999 - ",
               "ignoring out-of-range value"
       ELSE
           MOVE WS-PARAM-NUMVAL TO WS-HISTORY-INTERVAL
       END-IF
   END-IF.

*  WS-TIMEOUT is NATIVE-2, so TIMEOUT-CS is -1 or 0 thru 32767.
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

   ENTER "SMU_Param_GetText_" USING WS-ENV-CACHE-MAX-AGE,
       WS-CACHE-MAX-AGE-TEXT GIVING WS-CACHE-MAX-AGE-TEXT-LEN.
   IF WS-CACHE-MAX-AGE-TEXT-LEN NOT = -1
       MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-CACHE-MAX-AGE-TEXT))
           TO WS-PARAM-NUMVAL
       IF WS-PARAM-NUMVAL < 0 OR WS-PARAM-NUMVAL > 9999
           DISPLAY "PARAM CACHE-MAX-AGE-DAYS must be 0-9999 - ",
               "ignoring out-of-range value"
       ELSE
           MOVE WS-PARAM-NUMVAL TO WS-CACHE-MAX-AGE-DAYS
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

************************************************************************
*  OPEN-SERVER-FILES - $RECEIVE, then the cache, created on first
*  use the way GEOCODE-COBOL creates it.
************************************************************************
 OPEN-SERVER-FILES.

   OPEN I-O RECEIVE-FILE.
   IF WS-RECEIVE-FILE-STATUS NOT = "00"
       DISPLAY "Unable to open $RECEIVE - file status ",
           WS-RECEIVE-FILE-STATUS
       SET WS-OPEN-FAILED TO TRUE
       GO TO OPEN-SERVER-FILES-EXIT
   END-IF.

   ENTER "COBOL_ASSIGN_" USING GEO-CACHE
       WS-CACHE-FILE-NAME GIVING WS-RC.
   OPEN I-O GEO-CACHE.
   IF WS-CACHE-FILE-STATUS NOT = "00"
*      First use of this cache - create it, then reopen I-O.
       OPEN OUTPUT GEO-CACHE
       CLOSE GEO-CACHE
       OPEN I-O GEO-CACHE
   END-IF.
   IF WS-CACHE-FILE-STATUS NOT = "00"
       DISPLAY "Unable to open CACHE-FILE '", WS-CACHE-FILE-NAME,
           "' - file status ", WS-CACHE-FILE-STATUS
       CLOSE RECEIVE-FILE
       SET WS-OPEN-FAILED TO TRUE
       GO TO OPEN-SERVER-FILES-EXIT
   END-IF.
   SET WS-CACHE-IS-OPEN TO TRUE.

 OPEN-SERVER-FILES-EXIT.
   EXIT.

************************************************************************
*  SERVE-ONE-REQUEST - build the reply to one ONLINE-GEOCODE-RQ.
*  The history interval is rolled over first, so the first request
*  of a new day is counted in the new day's record.
************************************************************************
 SERVE-ONE-REQUEST.

   PERFORM CHECK-HISTORY-INTERVAL THRU CHECK-HISTORY-INTERVAL-EXIT.
   ADD 1 TO WS-INTERVAL-REQUEST-COUNT.

   MOVE SPACES TO ONLINE-GEOCODE-RP.
   MOVE ZERO TO OGP-LATITUDE.
   MOVE ZERO TO OGP-LONGITUDE.
   MOVE ZERO TO OGP-CANDIDATE-COUNT.
   MOVE "N" TO OGP-REVIEW-SW.
   MOVE OGQ-REF-KEY TO WS-REF-KEY.
   MOVE OGQ-REF-KEY TO OGP-REF-KEY.
   MOVE OGQ-REF-KEY TO WS-CHG-REF-KEY.
   PERFORM RESOLVE-CHARGE-DEPARTMENT
       THRU RESOLVE-CHARGE-DEPARTMENT-EXIT.
   MOVE OGQ-ADDRESS TO WS-ADDRESS.

   PERFORM SCRUB-REQUEST-ADDRESS THRU SCRUB-REQUEST-ADDRESS-EXIT.
   IF NOT WS-SCRUB-OK
       SET OGP-REPLY-REJECTED TO TRUE
       GO TO SERVE-ONE-REQUEST-EXIT
   END-IF.

   PERFORM DO-GEOCODE-REQUEST THRU DO-GEOCODE-REQUEST-EXIT.

 SERVE-ONE-REQUEST-EXIT.
   EXIT.

************************************************************************
*  CHECK-HISTORY-INTERVAL - close out the current history interval
*  when the date has changed or HISTORY-INTERVAL requests have been
*  served, and start the next.  A date change also restarts the
*  day's API-BUDGET count.
************************************************************************
 CHECK-HISTORY-INTERVAL.

   MOVE FUNCTION CURRENT-DATE(1:8) TO WS-NOW-DATE-NUM.
   IF WS-NOW-DATE-NUM NOT = WS-RUN-START-STAMP(1:8)
       PERFORM WRITE-RUN-HISTORY THRU WRITE-RUN-HISTORY-EXIT
       PERFORM POST-CHARGE-USAGE THRU POST-CHARGE-USAGE-EXIT
       PERFORM START-HISTORY-INTERVAL THRU START-HISTORY-INTERVAL-EXIT
       MOVE 0 TO WS-DAY-API-CALL-COUNT
       GO TO CHECK-HISTORY-INTERVAL-EXIT
   END-IF.

   IF WS-HISTORY-INTERVAL > 0
       AND WS-INTERVAL-REQUEST-COUNT >= WS-HISTORY-INTERVAL
       PERFORM WRITE-RUN-HISTORY THRU WRITE-RUN-HISTORY-EXIT
       PERFORM POST-CHARGE-USAGE THRU POST-CHARGE-USAGE-EXIT
       PERFORM START-HISTORY-INTERVAL THRU START-HISTORY-INTERVAL-EXIT
   END-IF.

 CHECK-HISTORY-INTERVAL-EXIT.
   EXIT.

************************************************************************
*  START-HISTORY-INTERVAL - stamp the start of a new interval and
*  zero its counters.  The interval's chargeback usage is posted
*  under the month the interval began.
************************************************************************
 START-HISTORY-INTERVAL.

   MOVE FUNCTION CURRENT-DATE TO WS-NOW-STAMP.
   MOVE WS-NOW-STAMP TO WS-RUN-START-STAMP.
   MOVE WS-NOW-STAMP(1:6) TO WS-CHG-MONTH.
   MOVE WS-NOW-STAMP(1:8) TO WS-TODAY-DATE.
   MOVE WS-TODAY-DATE TO WS-CACHE-DATE-NUM.
   MOVE FUNCTION INTEGER-OF-DATE(WS-CACHE-DATE-NUM)
       TO WS-TODAY-INTEGER.
   MOVE WS-TODAY-INTEGER TO WS-START-DATE-INTEGER.
   COMPUTE WS-START-SECONDS =
       FUNCTION NUMVAL(WS-NOW-STAMP(9:2)) * 3600
       + FUNCTION NUMVAL(WS-NOW-STAMP(11:2)) * 60
       + FUNCTION NUMVAL(WS-NOW-STAMP(13:2)).
   MOVE 0 TO WS-INTERVAL-REQUEST-COUNT.
   INITIALIZE WS-STATS.

 START-HISTORY-INTERVAL-EXIT.
   EXIT.

************************************************************************
*  SCRUB-REQUEST-ADDRESS - the batch pre-pass checks.  A blank,
*  too-short or letterless address is rejected with the batch reason
*  code so the screen can ask for it again; a "latitude,longitude"
*  reverse request is exempt from the letter/length checks.
************************************************************************
 SCRUB-REQUEST-ADDRESS.

   MOVE 0 TO WS-SCRUB-OK-IND.
   PERFORM NORMALIZE-ADDRESS THRU NORMALIZE-ADDRESS-EXIT.

   IF WS-CANONICAL-ADDRESS = SPACES
       ADD 1 TO WS-STAT-BLANK-SKIP-COUNT
       MOVE "BLANK" TO OGP-REASON-CODE
       MOVE "No address was entered" TO OGP-MESSAGE
       GO TO SCRUB-REQUEST-ADDRESS-EXIT
   END-IF.

   PERFORM DETERMINE-REQUEST-TYPE THRU DETERMINE-REQUEST-TYPE-EXIT.
   IF NOT WS-IS-REVERSE-REQUEST
       IF WS-SCRUB-NONSPACE-COUNT < 5
           ADD 1 TO WS-STAT-REJECT-COUNT
           MOVE "TOOSHORT" TO OGP-REASON-CODE
           MOVE "Too short to be a geocodable address" TO OGP-MESSAGE
           GO TO SCRUB-REQUEST-ADDRESS-EXIT
       END-IF
       IF WS-SCRUB-LETTER-COUNT = 0
           ADD 1 TO WS-STAT-REJECT-COUNT
           MOVE "NOALPHA" TO OGP-REASON-CODE
           MOVE "No alphabetic characters" TO OGP-MESSAGE
           GO TO SCRUB-REQUEST-ADDRESS-EXIT
       END-IF
   END-IF.

   SET WS-SCRUB-OK TO TRUE.

 SCRUB-REQUEST-ADDRESS-EXIT.
   EXIT.

************************************************************************
*  NORMALIZE-ADDRESS - build WS-CANONICAL-ADDRESS from WS-ADDRESS
*  exactly as GEOCODE-COBOL does, so both share cache entries.
************************************************************************
 NORMALIZE-ADDRESS.

   MOVE WS-ADDRESS TO WS-SCRUB-WORK.
   INSPECT WS-SCRUB-WORK
       CONVERTING "abcdefghijklmnopqrstuvwxyz"
       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
   INSPECT WS-SCRUB-WORK REPLACING ALL "." BY SPACE.

   MOVE SPACES TO WS-CANONICAL-ADDRESS.
   MOVE 0 TO WS-SCRUB-LETTER-COUNT.
   MOVE 0 TO WS-SCRUB-NONSPACE-COUNT.
   SET WS-LAST-WAS-SPACE TO TRUE.
   MOVE 0 TO J.
   PERFORM VARYING I FROM 1 BY 1 UNTIL I > 256
       IF WS-SCRUB-WORK(I:1) < SPACE
           MOVE SPACE TO WS-SCRUB-WORK(I:1)
       END-IF
       IF WS-SCRUB-WORK(I:1) = SPACE
           SET WS-LAST-WAS-SPACE TO TRUE
       ELSE
           IF WS-LAST-WAS-SPACE AND J > 0
               ADD 1 TO J
           END-IF
           ADD 1 TO J
           MOVE WS-SCRUB-WORK(I:1) TO WS-CANONICAL-ADDRESS(J:1)
           MOVE 0 TO WS-LAST-WAS-SPACE-IND
           ADD 1 TO WS-SCRUB-NONSPACE-COUNT
           IF WS-SCRUB-WORK(I:1) >= "A" AND WS-SCRUB-WORK(I:1) <= "Z"
               ADD 1 TO WS-SCRUB-LETTER-COUNT
           END-IF
       END-IF
   END-PERFORM.

 NORMALIZE-ADDRESS-EXIT.
   EXIT.

************************************************************************
*  DETERMINE-REQUEST-TYPE - recognize a "latitude,longitude" address
*  so DO-GEOCODE-REQUEST can route it through RQ-REVERSE-GEOCODE.
************************************************************************
 DETERMINE-REQUEST-TYPE.

   MOVE 0 TO WS-IS-REVERSE-IND.
   MOVE 0 TO WS-LATLNG-PART-COUNT.
   UNSTRING WS-ADDRESS DELIMITED BY ","
       INTO WS-LATLNG-LAT-PART WS-LATLNG-LNG-PART
       TALLYING IN WS-LATLNG-PART-COUNT
   END-UNSTRING.
   IF WS-LATLNG-PART-COUNT = 2
       IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-LATLNG-LAT-PART)) = 0
           AND FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-LATLNG-LNG-PART)) = 0
           SET WS-IS-REVERSE-REQUEST TO TRUE
       END-IF
   END-IF.

 DETERMINE-REQUEST-TYPE-EXIT.
   EXIT.

************************************************************************
*  CHECK-GEOCODE-CACHE / SAVE-GEOCODE-CACHE - the batch run's cache
*  rules: stale or out-of-retention entries are misses, and only a
*  clean single-match forward geocode is saved.
************************************************************************
 CHECK-GEOCODE-CACHE.

   MOVE 0 TO WS-CACHE-HIT-IND.
   MOVE WS-CANONICAL-ADDRESS TO CACHE-KEY-ADDRESS.
   READ GEO-CACHE
       KEY IS CACHE-KEY-ADDRESS
       INVALID KEY
           GO TO CHECK-GEOCODE-CACHE-EXIT
       NOT INVALID KEY
           SET WS-CACHE-HIT TO TRUE
   END-READ.

   IF CACHE-ENTRY-IS-STALE
       MOVE 0 TO WS-CACHE-HIT-IND
       GO TO CHECK-GEOCODE-CACHE-EXIT
   END-IF.
   IF WS-CACHE-MAX-AGE-DAYS > 0
       IF CACHE-GEOCODED-DATE IS NOT NUMERIC
           MOVE 0 TO WS-CACHE-HIT-IND
       ELSE
           MOVE CACHE-GEOCODED-DATE TO WS-CACHE-DATE-NUM
           COMPUTE WS-CACHE-ENTRY-AGE-DAYS = WS-TODAY-INTEGER
               - FUNCTION INTEGER-OF-DATE(WS-CACHE-DATE-NUM)
           IF WS-CACHE-ENTRY-AGE-DAYS > WS-CACHE-MAX-AGE-DAYS
               MOVE 0 TO WS-CACHE-HIT-IND
           END-IF
       END-IF
   END-IF.

 CHECK-GEOCODE-CACHE-EXIT.
   EXIT.

 SAVE-GEOCODE-CACHE.

   MOVE WS-CANONICAL-ADDRESS TO CACHE-KEY-ADDRESS.
   MOVE WS-REF-KEY TO CACHE-REF-KEY.
   MOVE FORMATTED-ADDRESS OF RESULTS-TYPE TO CACHE-FORMATTED-ADDRESS.
   MOVE LAT OF LOCATION OF RESULTS-TYPE TO CACHE-LATITUDE.
   MOVE LNG OF LOCATION OF RESULTS-TYPE TO CACHE-LONGITUDE.
   MOVE LOCATION-TYPE OF RESULTS-TYPE TO CACHE-LOCATION-TYPE.
   MOVE WS-ADDR-STREET-NUMBER TO CACHE-STREET-NUMBER.
   MOVE WS-ADDR-ROUTE TO CACHE-ROUTE.
   MOVE WS-ADDR-CITY TO CACHE-CITY.
   MOVE WS-ADDR-COUNTY TO CACHE-COUNTY.
   MOVE WS-ADDR-STATE TO CACHE-STATE.
   MOVE WS-ADDR-ZIP TO CACHE-ZIP.
   MOVE WS-TODAY-DATE TO CACHE-GEOCODED-DATE.
   MOVE "N" TO CACHE-STALE-SW.
   WRITE GEO-CACHE-RECORD
       INVALID KEY
           REWRITE GEO-CACHE-RECORD
   END-WRITE.

 SAVE-GEOCODE-CACHE-EXIT.
   EXIT.

************************************************************************
*  REPLY-FROM-CACHE - answer the request from the cache entry just
*  read.  A cached entry was a clean single match when it was saved.
************************************************************************
 REPLY-FROM-CACHE.

   SET OGP-REPLY-GEOCODED TO TRUE.
   SET OGP-FROM-CACHE TO TRUE.
   MOVE 1 TO OGP-CANDIDATE-COUNT.
   MOVE CACHE-FORMATTED-ADDRESS TO OGP-FORMATTED-ADDRESS.
   MOVE CACHE-LATITUDE TO OGP-LATITUDE.
   MOVE CACHE-LONGITUDE TO OGP-LONGITUDE.
   MOVE CACHE-LOCATION-TYPE TO OGP-LOCATION-TYPE.
   MOVE CACHE-STREET-NUMBER TO OGP-STREET-NUMBER.
   MOVE CACHE-ROUTE TO OGP-ROUTE.
   MOVE CACHE-CITY TO OGP-CITY.
   MOVE CACHE-COUNTY TO OGP-COUNTY.
   MOVE CACHE-STATE TO OGP-STATE.
   MOVE CACHE-ZIP TO OGP-ZIP.

 REPLY-FROM-CACHE-EXIT.
   EXIT.

************************************************************************
*  SEND-GEOCODE-REQUEST - SERVERCLASS_SEND_ with the configured
*  pacing, timeout and retries with doubling backoff, as in batch.
************************************************************************
 SEND-GEOCODE-REQUEST.

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
       ADD 1 TO WS-DAY-API-CALL-COUNT
       ADD 1 TO WS-CHG-GEOCODE-CALLS(WS-CHG-IX)
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

 SEND-GEOCODE-REQUEST-EXIT.
   EXIT.

************************************************************************
*  DO-GEOCODE-REQUEST - cache first; on a miss, one Google call
*  (with retries) unless the day's API-BUDGET is spent.
************************************************************************
 DO-GEOCODE-REQUEST.

   MOVE 0 TO WS-CACHE-HIT-IND.
   IF NOT WS-IS-REVERSE-REQUEST
       PERFORM CHECK-GEOCODE-CACHE THRU CHECK-GEOCODE-CACHE-EXIT
   END-IF.

   IF WS-CACHE-HIT
       ADD 1 TO WS-STAT-TOTAL-PROCESSED
       ADD 1 TO WS-STAT-CACHE-HIT-COUNT
       ADD 1 TO WS-CHG-CACHE-HITS(WS-CHG-IX)
       ADD 1 TO WS-STAT-SUCCESS-COUNT
       PERFORM REPLY-FROM-CACHE THRU REPLY-FROM-CACHE-EXIT
       GO TO DO-GEOCODE-REQUEST-EXIT
   END-IF.

   IF WS-API-BUDGET > 0 AND WS-DAY-API-CALL-COUNT >= WS-API-BUDGET
       ADD 1 TO WS-STAT-DEFERRED-COUNT
       SET OGP-REPLY-DEFERRED TO TRUE
       MOVE "Daily API budget spent - address not in cache"
           TO OGP-MESSAGE
       GO TO DO-GEOCODE-REQUEST-EXIT
   END-IF.

   ADD 1 TO WS-STAT-TOTAL-PROCESSED.
   SET OGP-FROM-GOOGLE TO TRUE.
   MOVE LOW-VALUES TO GET-GEOCODE-RQ.
   IF WS-IS-REVERSE-REQUEST
       MOVE RQ-REVERSE-GEOCODE TO RQ-CODE OF GET-GEOCODE-RQ
       MOVE WS-ADDRESS TO LATLNG-RW OF GET-GEOCODE-RQ
   ELSE
       MOVE RQ-GET-GEOCODE TO RQ-CODE OF GET-GEOCODE-RQ
       MOVE WS-ADDRESS TO ADDRESS-RW OF GET-GEOCODE-RQ
   END-IF.
   MOVE GET-GEOCODE-RQ TO WS-MESSAGE-BUFFER.
   MOVE FUNCTION LENGTH(GET-GEOCODE-RQ) TO WS-REQUEST-LEN.
   MOVE FUNCTION LENGTH(WS-MESSAGE-BUFFER) TO WS-MAXIMUM-REPLY-LEN.
   MOVE WS-CONFIGURED-TIMEOUT TO WS-TIMEOUT.

   PERFORM SEND-GEOCODE-REQUEST THRU SEND-GEOCODE-REQUEST-EXIT.

   IF NOT WS-SEND-OK
       PERFORM REPLY-SEND-ERROR THRU REPLY-SEND-ERROR-EXIT
       GO TO DO-GEOCODE-REQUEST-EXIT
   END-IF.

   MOVE WS-MESSAGE-BUFFER TO LIGHTWAVE-ERROR-RP.

   IF RP-CODE OF LIGHTWAVE-ERROR-RP NOT = 0
       PERFORM REPLY-LIGHTWAVE-ERROR THRU REPLY-LIGHTWAVE-ERROR-EXIT
       GO TO DO-GEOCODE-REQUEST-EXIT
   END-IF.

   MOVE WS-MESSAGE-BUFFER TO GET-GEOCODE-200-RP.

   IF HTTP-STATUS OF GET-GEOCODE-200-RP NOT = 200
       ADD 1 TO WS-STAT-OTHER-ERROR-COUNT
       SET OGP-REPLY-FAILED TO TRUE
       MOVE HTTP-STATUS OF GET-GEOCODE-200-RP TO WS-NUMERIC-TEXT
       STRING "Unexpected HTTP status " DELIMITED BY SIZE
           WS-NUMERIC-TEXT DELIMITED BY SIZE
           INTO OGP-MESSAGE
       GO TO DO-GEOCODE-REQUEST-EXIT
   END-IF.

   MOVE SPACES TO WS-STRING.
   UNSTRING STATUS-RW OF GET-GEOCODE-200-RP DELIMITED BY LOW-VALUES
       INTO WS-STRING.
   IF WS-STRING NOT = "OK"
       ADD 1 TO WS-STAT-OTHER-ERROR-COUNT
       SET OGP-REPLY-FAILED TO TRUE
       MOVE "APISTAT" TO OGP-REASON-CODE
       IF ERROR-MESSAGE OF GET-GEOCODE-200-RP(1:1) = LOW-VALUE
           STRING "Geocoding API status " DELIMITED BY SIZE
               WS-STRING DELIMITED BY SPACE
               INTO OGP-MESSAGE
       ELSE
           MOVE ERROR-MESSAGE OF GET-GEOCODE-200-RP TO OGP-MESSAGE
       END-IF
       GO TO DO-GEOCODE-REQUEST-EXIT
   END-IF.

   PERFORM REPLY-FROM-GOOGLE THRU REPLY-FROM-GOOGLE-EXIT.

   IF NOT WS-IS-REVERSE-REQUEST AND NOT WS-NEEDS-REVIEW
       PERFORM SAVE-GEOCODE-CACHE THRU SAVE-GEOCODE-CACHE-EXIT
   END-IF.

 DO-GEOCODE-REQUEST-EXIT.
   EXIT.

************************************************************************
*  REPLY-FROM-GOOGLE - answer from the first candidate Google
*  returned, flagged for review when there was more than one or any
*  was a partial match.
************************************************************************
 REPLY-FROM-GOOGLE.

   PERFORM DETERMINE-REVIEW-STATUS THRU DETERMINE-REVIEW-STATUS-EXIT.

   MOVE RESULTS OF GET-GEOCODE-200-RP(1) TO RESULTS-TYPE.
   MOVE SPACES TO WS-ADDRESS-FIELDS.
   PERFORM VARYING J FROM 1 BY 1
           UNTIL J > ADDRESS-COMPONENTS-COUNT OF RESULTS-TYPE
       MOVE ADDRESS-COMPONENTS OF RESULTS-TYPE(J)
           TO ADDRESS-COMPONENTS-TYPE
       PERFORM CLASSIFY-ADDRESS-COMPONENT
           THRU CLASSIFY-ADDRESS-COMPONENT-EXIT
   END-PERFORM.

   SET OGP-REPLY-GEOCODED TO TRUE.
   MOVE RESULTS-COUNT OF GET-GEOCODE-200-RP TO OGP-CANDIDATE-COUNT.
   MOVE FORMATTED-ADDRESS OF RESULTS-TYPE TO OGP-FORMATTED-ADDRESS.
   MOVE LAT OF LOCATION OF RESULTS-TYPE TO OGP-LATITUDE.
   MOVE LNG OF LOCATION OF RESULTS-TYPE TO OGP-LONGITUDE.
   MOVE LOCATION-TYPE OF RESULTS-TYPE TO OGP-LOCATION-TYPE.
   MOVE WS-ADDR-STREET-NUMBER TO OGP-STREET-NUMBER.
   MOVE WS-ADDR-ROUTE TO OGP-ROUTE.
   MOVE WS-ADDR-CITY TO OGP-CITY.
   MOVE WS-ADDR-COUNTY TO OGP-COUNTY.
   MOVE WS-ADDR-STATE TO OGP-STATE.
   MOVE WS-ADDR-ZIP TO OGP-ZIP.

   IF WS-NEEDS-REVIEW
       MOVE "Y" TO OGP-REVIEW-SW
       IF RESULTS-COUNT OF GET-GEOCODE-200-RP > 1
           MOVE "Multiple candidate locations" TO OGP-MESSAGE
       ELSE
           MOVE "Partial match" TO OGP-MESSAGE
       END-IF
       ADD 1 TO WS-STAT-REVIEW-COUNT
   ELSE
       ADD 1 TO WS-STAT-SUCCESS-COUNT
   END-IF.

 REPLY-FROM-GOOGLE-EXIT.
   EXIT.

************************************************************************
*  DETERMINE-REVIEW-STATUS - more than one candidate, or any
*  candidate flagged as a partial match, needs review.
************************************************************************
 DETERMINE-REVIEW-STATUS.

   MOVE 0 TO WS-NEEDS-REVIEW-IND.
   IF RESULTS-COUNT OF GET-GEOCODE-200-RP > 1
       SET WS-NEEDS-REVIEW TO TRUE
   ELSE
       PERFORM VARYING I FROM 1 BY 1
               UNTIL I > RESULTS-COUNT OF GET-GEOCODE-200-RP
           MOVE RESULTS OF GET-GEOCODE-200-RP(I) TO RESULTS-TYPE
           IF RESULT-IS-PARTIAL-MATCH OF RESULTS-TYPE
               SET WS-NEEDS-REVIEW TO TRUE
           END-IF
       END-PERFORM
   END-IF.

 DETERMINE-REVIEW-STATUS-EXIT.
   EXIT.

************************************************************************
*  CLASSIFY-ADDRESS-COMPONENT - map Google's component TYPES tags to
*  the discrete street/city/state/zip/county fields.
************************************************************************
 CLASSIFY-ADDRESS-COMPONENT.

   PERFORM VARYING K FROM 1 BY 1 UNTIL K > TYPES-COUNT OF ADDRESS-COMPONENTS-TYPE
       EVALUATE TYPES OF ADDRESS-COMPONENTS-TYPE(K)
           WHEN "street_number"
               MOVE LONG-NAME OF ADDRESS-COMPONENTS-TYPE TO WS-ADDR-STREET-NUMBER
           WHEN "route"
               MOVE LONG-NAME OF ADDRESS-COMPONENTS-TYPE TO WS-ADDR-ROUTE
           WHEN "locality"
               MOVE LONG-NAME OF ADDRESS-COMPONENTS-TYPE TO WS-ADDR-CITY
           WHEN "administrative_area_level_2"
               MOVE LONG-NAME OF ADDRESS-COMPONENTS-TYPE TO WS-ADDR-COUNTY
           WHEN "administrative_area_level_1"
               MOVE SHORT-NAME OF ADDRESS-COMPONENTS-TYPE TO WS-ADDR-STATE
           WHEN "postal_code"
               MOVE LONG-NAME OF ADDRESS-COMPONENTS-TYPE TO WS-ADDR-ZIP
           WHEN OTHER
               CONTINUE
       END-EVALUATE
   END-PERFORM.

 CLASSIFY-ADDRESS-COMPONENT-EXIT.
   EXIT.

************************************************************************
*  REPLY-SEND-ERROR / REPLY-LIGHTWAVE-ERROR - a failed Google call is
*  logged to the server's output and replied to as failed.
************************************************************************
 REPLY-SEND-ERROR.

   ADD 1 TO WS-STAT-SEND-ERROR-COUNT.
   ENTER "SERVERCLASS_SEND_INFO_" USING
       WS-PATHSEND-ERROR
       WS-FILE-SYSTEM-ERROR
       GIVING WS-RC.

   DISPLAY "SERVERCLASS_SEND_ error ", WS-PATHSEND-ERROR, ":",
       WS-FILE-SYSTEM-ERROR, " - ref key ", WS-REF-KEY.

   SET OGP-REPLY-FAILED TO TRUE.
   MOVE "SENDERR" TO OGP-REASON-CODE.
   MOVE WS-FILE-SYSTEM-ERROR TO WS-NUMERIC-TEXT.
   STRING "Geocoding service unavailable - file-system error "
       DELIMITED BY SIZE
       WS-NUMERIC-TEXT DELIMITED BY SIZE
       INTO OGP-MESSAGE.

 REPLY-SEND-ERROR-EXIT.
   EXIT.

 REPLY-LIGHTWAVE-ERROR.

   ADD 1 TO WS-STAT-REPLY-ERROR-COUNT.
   SET OGP-REPLY-FAILED TO TRUE.
   MOVE "REPLYERR" TO OGP-REASON-CODE.
   MOVE RP-CODE OF LIGHTWAVE-ERROR-RP TO LIGHTWAVE-RP-CODE-ENUM.

   IF LW-RP-INFO
       MOVE "Informational reply (field/array truncated)" TO OGP-MESSAGE
   ELSE IF LW-RP-ERROR
       MOVE ERROR-MESSAGE OF LIGHTWAVE-ERROR-RP TO OGP-MESSAGE
       MOVE ERROR-MESSAGE OF LIGHTWAVE-ERROR-RP TO WS-STRING
       DISPLAY "LightWave error ", ERROR-CODE OF LIGHTWAVE-ERROR-RP,
           " - ref key ", WS-REF-KEY, " - ", WS-STRING(1:60)
   ELSE
       MOVE "Unknown reply code from the geocoding service"
           TO OGP-MESSAGE
   END-IF.

 REPLY-LIGHTWAVE-ERROR-EXIT.
   EXIT.

************************************************************************
*  WRITE-RUN-HISTORY - write the current interval's counters to the
*  run-history file, creating it on first use.  An interval with no
*  requests writes nothing.  A failure is reported but never stops
*  the server - history is bookkeeping, not service.
************************************************************************
 WRITE-RUN-HISTORY.

   IF WS-HISTORY-FILE-NAME-LEN = -1 OR WS-INTERVAL-REQUEST-COUNT = 0
       GO TO WRITE-RUN-HISTORY-EXIT
   END-IF.

   ENTER "COBOL_ASSIGN_" USING RUN-HIST
       WS-HISTORY-FILE-NAME GIVING WS-RC.
   OPEN I-O RUN-HIST.
   IF WS-RUN-HIST-FILE-STATUS NOT = "00"
*      First use of this history file - create it, then reopen I-O.
       OPEN OUTPUT RUN-HIST
       CLOSE RUN-HIST
       OPEN I-O RUN-HIST
   END-IF.
   IF WS-RUN-HIST-FILE-STATUS NOT = "00"
       DISPLAY "Unable to open HISTORY-FILE '", WS-HISTORY-FILE-NAME,
           "' - file status ", WS-RUN-HIST-FILE-STATUS,
           " - server history not recorded"
       GO TO WRITE-RUN-HISTORY-EXIT
   END-IF.

   PERFORM COMPUTE-ELAPSED-SECONDS THRU COMPUTE-ELAPSED-SECONDS-EXIT.

   MOVE SPACES TO RUN-HISTORY-RECORD.
   MOVE WS-RUN-START-STAMP TO RHR-RUN-TIMESTAMP.
   MOVE "ONLINE" TO RHR-INPUT-FILE-NAME.
   MOVE WS-STAT-TOTAL-PROCESSED TO RHR-TOTAL-PROCESSED.
   MOVE WS-STAT-SUCCESS-COUNT TO RHR-SUCCESS-COUNT.
   MOVE WS-STAT-REVIEW-COUNT TO RHR-REVIEW-COUNT.
   MOVE WS-STAT-REPLY-ERROR-COUNT TO RHR-REPLY-ERROR-COUNT.
   MOVE WS-STAT-SEND-ERROR-COUNT TO RHR-SEND-ERROR-COUNT.
   MOVE WS-STAT-OTHER-ERROR-COUNT TO RHR-OTHER-ERROR-COUNT.
   MOVE WS-STAT-API-CALL-COUNT TO RHR-API-CALL-COUNT.
   MOVE WS-STAT-CACHE-HIT-COUNT TO RHR-CACHE-HIT-COUNT.
   MOVE WS-STAT-BLANK-SKIP-COUNT TO RHR-BLANK-SKIP-COUNT.
   MOVE 0 TO RHR-DUP-SKIP-COUNT.
   MOVE WS-STAT-REJECT-COUNT TO RHR-REJECT-COUNT.
   IF WS-ELAPSED-SECONDS < 0
       MOVE 0 TO RHR-ELAPSED-SECONDS
   ELSE
       MOVE WS-ELAPSED-SECONDS TO RHR-ELAPSED-SECONDS
   END-IF.
   MOVE WS-API-BUDGET TO RHR-API-BUDGET.

*  Another copy of the server may have begun an interval in the same
*  hundredth of a second - step the worker index past its record.
   MOVE 0 TO WS-HIST-WRITTEN-IND.
   PERFORM VARYING WS-HIST-WORKER-INDEX FROM 1 BY 1
           UNTIL WS-HIST-WRITTEN OR WS-HIST-WORKER-INDEX > 98
       MOVE WS-HIST-WORKER-INDEX TO RHR-WORKER-INDEX
       WRITE RUN-HISTORY-RECORD
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               SET WS-HIST-WRITTEN TO TRUE
       END-WRITE
   END-PERFORM.
   IF NOT WS-HIST-WRITTEN
       DISPLAY "Run-history write failed - file status ",
           WS-RUN-HIST-FILE-STATUS
   END-IF.
   CLOSE RUN-HIST.

   DISPLAY "Interval from ", WS-RUN-START-STAMP(1:14),
       ": requests ", WS-INTERVAL-REQUEST-COUNT,
       "  API calls ", WS-STAT-API-CALL-COUNT,
       "  cache hits ", WS-STAT-CACHE-HIT-COUNT,
       "  deferred ", WS-STAT-DEFERRED-COUNT.

 WRITE-RUN-HISTORY-EXIT.
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

 COMPUTE-ELAPSED-SECONDS.

   MOVE FUNCTION CURRENT-DATE TO WS-NOW-STAMP.
   MOVE WS-NOW-STAMP(1:8) TO WS-NOW-DATE-NUM.
   COMPUTE WS-NOW-SECONDS =
       FUNCTION NUMVAL(WS-NOW-STAMP(9:2)) * 3600
       + FUNCTION NUMVAL(WS-NOW-STAMP(11:2)) * 60
       + FUNCTION NUMVAL(WS-NOW-STAMP(13:2)).
   COMPUTE WS-ELAPSED-SECONDS =
       (FUNCTION INTEGER-OF-DATE(WS-NOW-DATE-NUM)
           - WS-START-DATE-INTEGER) * 86400
       + WS-NOW-SECONDS - WS-START-SECONDS.

 COMPUTE-ELAPSED-SECONDS-EXIT.
   EXIT.
