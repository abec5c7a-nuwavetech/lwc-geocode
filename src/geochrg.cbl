************************************************************************
*  Copyright (c) 2019 NuWave Technologies, Inc. All rights reserved.
*
*  GEOCHRG-COBOL - month-end Google API cost chargeback report.
*  Reads one month of the keyed usage file that GEOCODE-COBOL,
*  GEORAD-COBOL, GEODIST-COBOL, GEOROUTE-COBOL, GEOREVIEW-COBOL and
*  GEOSERV-COBOL add to (USAGE-FILE), and prices each department's
*  calls at the contract rates so the central Google bill can be
*  charged back.
*
*  GEOCODE-RATE and DISTANCE-RATE are the contract prices per 1000
*  geocode calls and per 1000 Distance Matrix elements.  Each line
*  is one department and program: its geocode calls, cache hits and
*  Distance Matrix calls, the charge for the calls, and the cache
*  savings - what the cache hits would have cost at the geocode
*  rate had they gone to Google.  Each department gets a total line
*  and the report ends with a total for all departments.
*  REPORT-MONTH (YYYYMM) defaults to the current month; the
*  department descriptions come from DEPT-TABLE-FILE when it is set.
*
*  Modification History:
*    15OCT2026  NWT  Original version.
************************************************************************
? env common
? save param, startup
 IDENTIFICATION DIVISION.
 PROGRAM-ID.  GEOCHRG-COBOL.
 AUTHOR. NuWave Technologies, Inc.
 ENVIRONMENT DIVISION.

 CONFIGURATION SECTION.
 SOURCE-COMPUTER.  HPE NonStop Server.
 OBJECT-COMPUTER.  HPE NonStop Server.
 SPECIAL-NAMES.

 INPUT-OUTPUT SECTION.
 FILE-CONTROL.

*  The keyed Google API usage file, by month, department and
*  program.
   SELECT API-USAGE
   ASSIGN TO "#DYNAMIC"
   ORGANIZATION IS INDEXED
   ACCESS MODE IS DYNAMIC
   RECORD KEY IS AUR-USAGE-KEY
   FILE STATUS IS WS-USAGE-FILE-STATUS.

*  The chargeback department table, read for the department
*  descriptions.
   SELECT DEPT-TABLE-IN
   ASSIGN TO "#DYNAMIC"
   ORGANIZATION IS SEQUENTIAL
   ACCESS MODE IS SEQUENTIAL
   FILE STATUS IS WS-DEPT-TABLE-FILE-STATUS.

*  The report, also displayed as it is written.
   SELECT RPT-OUT
   ASSIGN TO "#DYNAMIC"
   ORGANIZATION IS SEQUENTIAL
   ACCESS MODE IS SEQUENTIAL
   FILE STATUS IS WS-RPT-OUT-FILE-STATUS.

 DATA DIVISION.
 FILE SECTION.
   FD  API-USAGE
       LABEL RECORDS ARE OMITTED.

   COPY API-USAGE-RECORD               IN GEOCOPY.

   FD  DEPT-TABLE-IN
       LABEL RECORDS ARE OMITTED.

   COPY DEPT-TABLE-RECORD              IN GEOCOPY.

   FD  RPT-OUT
       LABEL RECORDS ARE OMITTED.

   01 RPT-OUT-RECORD                   PIC X(120).

 WORKING-STORAGE SECTION.
   01 WS-RC                            NATIVE-2.
   01 WS-ENV-USAGE-FILE                PIC X(10) VALUE "USAGE-FILE".
   01 WS-USAGE-FILE-NAME               PIC X(64).
   01 WS-USAGE-FILE-NAME-LEN           NATIVE-2.
   01 WS-USAGE-FILE-STATUS             PIC X(02).
   01 WS-ENV-DEPT-TABLE-FILE           PIC X(15)
                                       VALUE "DEPT-TABLE-FILE".
   01 WS-DEPT-TABLE-FILE-NAME          PIC X(64).
   01 WS-DEPT-TABLE-FILE-NAME-LEN      NATIVE-2.
   01 WS-DEPT-TABLE-FILE-STATUS        PIC X(02).
   01 WS-ENV-REPORT-FILE               PIC X(11) VALUE "REPORT-FILE".
   01 WS-REPORT-FILE-NAME              PIC X(64).
   01 WS-REPORT-FILE-NAME-LEN          NATIVE-2.
   01 WS-RPT-OUT-FILE-STATUS           PIC X(02).
   01 WS-RPT-OUT-OPEN-IND              PIC 9 VALUE 0.
       88 WS-RPT-OUT-IS-OPEN           VALUE 1.

*  Month and contract rates.  The rates are dollars per 1000 calls.
   01 WS-ENV-REPORT-MONTH              PIC X(12) VALUE "REPORT-MONTH".
   01 WS-ENV-GEOCODE-RATE              PIC X(12) VALUE "GEOCODE-RATE".
   01 WS-ENV-DISTANCE-RATE             PIC X(13)
                                       VALUE "DISTANCE-RATE".
   01 WS-PARAM-VALUE                   PIC X(64).
   01 WS-PARAM-VALUE-LEN               NATIVE-2.
   01 WS-REPORT-MONTH                  PIC X(06).
   01 WS-GEOCODE-RATE                  PIC 9(05)V9(04) VALUE 0.
   01 WS-DISTANCE-RATE                 PIC 9(05)V9(04) VALUE 0.
   01 WS-COL-RATE                      PIC ZZZZ9.9999.

   01 WS-OPEN-FAILED-IND               PIC 9 VALUE 0.
       88 WS-OPEN-FAILED               VALUE 1.
   01 WS-USAGE-EOF-IND                 PIC 9 VALUE 0.
       88 WS-USAGE-EOF                 VALUE 1.
   01 WS-DEPT-TABLE-EOF-IND            PIC 9 VALUE 0.
       88 WS-DEPT-TABLE-EOF            VALUE 1.
   01 WS-REPORT-LINE                   PIC X(120).

*  Department descriptions from the department table, the first
*  description given for each department.
   01 WS-DESC-MAX                      NATIVE-2 VALUE 200.
   01 WS-DESC-COUNT                    NATIVE-2 VALUE 0.
   01 WS-DESC-IX                       NATIVE-2.
   01 WS-DESC-FOUND-IND                PIC 9 VALUE 0.
       88 WS-DESC-FOUND                VALUE 1.
   01 WS-DESC-TABLE.
       05 WS-DESC-ENTRY                OCCURS 200 TIMES.
           10 WS-DESC-DEPARTMENT       PIC X(008).
           10 WS-DESC-TEXT             PIC X(040).
   01 WS-DEPARTMENT                    PIC X(08).
   01 WS-DEPARTMENT-TEXT               PIC X(40).
   01 WS-PRIOR-DEPARTMENT              PIC X(08).

*  Report columns.
   01 WS-LINE-LABEL                    PIC X(22) VALUE SPACES.
   01 WS-LINE-GEOCODE-CALLS            PIC 9(011).
   01 WS-LINE-CACHE-HITS               PIC 9(011).
   01 WS-LINE-DISTANCE-CALLS           PIC 9(011).
   01 WS-LINE-CHARGE                   PIC 9(011)V99.
   01 WS-LINE-SAVINGS                  PIC 9(011)V99.
   01 WS-COL-GEOCODE-CALLS             PIC ZZZ,ZZZ,ZZ9.
   01 WS-COL-CACHE-HITS                PIC ZZZ,ZZZ,ZZ9.
   01 WS-COL-DISTANCE-CALLS            PIC ZZZ,ZZZ,ZZ9.
   01 WS-COL-CHARGE                    PIC ZZZ,ZZZ,ZZ9.99.
   01 WS-COL-SAVINGS                   PIC ZZZ,ZZZ,ZZ9.99.

*  Totals, per department and for all departments.  The charges
*  are the sum of the priced lines, so the totals foot.
   01 WS-DEPT-TOTALS.
       05 WS-DPT-GEOCODE-CALLS         PIC 9(011).
       05 WS-DPT-CACHE-HITS            PIC 9(011).
       05 WS-DPT-DISTANCE-CALLS        PIC 9(011).
       05 WS-DPT-CHARGE                PIC 9(011)V99.
       05 WS-DPT-SAVINGS               PIC 9(011)V99.
   01 WS-GRAND-TOTALS.
       05 WS-TOT-GEOCODE-CALLS         PIC 9(011).
       05 WS-TOT-CACHE-HITS            PIC 9(011).
       05 WS-TOT-DISTANCE-CALLS        PIC 9(011).
       05 WS-TOT-CHARGE                PIC 9(011)V99.
       05 WS-TOT-SAVINGS               PIC 9(011)V99.

*  End-of-run summary counts.
   01 WS-STATS.
       05 WS-STAT-ENTRY-COUNT          PIC 9(09) VALUE 0.
       05 WS-STAT-DEPARTMENT-COUNT     PIC 9(09) VALUE 0.
       05 WS-STAT-RULE-COUNT           PIC 9(09) VALUE 0.

 PROCEDURE DIVISION.

 MAIN.

   DISPLAY " ".
   DISPLAY "LightWave Client(tm) - Google Geocoding API ",
               " - API Cost Chargeback - 15OCT2026".
   DISPLAY " ".

   INITIALIZE WS-DESC-TABLE.
   INITIALIZE WS-DEPT-TOTALS.
   INITIALIZE WS-GRAND-TOTALS.

   PERFORM GET-RUN-PARAMETERS THRU GET-RUN-PARAMETERS-EXIT.
   IF WS-OPEN-FAILED
       GO TO MAIN-EXIT
   END-IF.
   PERFORM OPEN-ALL-FILES THRU OPEN-ALL-FILES-EXIT.
   IF WS-OPEN-FAILED
       GO TO MAIN-EXIT
   END-IF.
   PERFORM LOAD-DEPT-DESCRIPTIONS THRU LOAD-DEPT-DESCRIPTIONS-EXIT.

   MOVE SPACES TO WS-REPORT-LINE.
   PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT.
   STRING "Google API Chargeback - month " WS-REPORT-MONTH(1:4) "-"
       WS-REPORT-MONTH(5:2) DELIMITED BY SIZE INTO WS-REPORT-LINE.
   PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT.
   MOVE WS-GEOCODE-RATE TO WS-COL-RATE.
   STRING "  Contract rate per 1000 geocode calls ......... "
       WS-COL-RATE DELIMITED BY SIZE INTO WS-REPORT-LINE.
   PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT.
   MOVE WS-DISTANCE-RATE TO WS-COL-RATE.
   STRING "  Contract rate per 1000 Distance Matrix calls . "
       WS-COL-RATE DELIMITED BY SIZE INTO WS-REPORT-LINE.
   PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT.
   MOVE "  Cache savings are the cache hits priced at the geocode rate."
       TO WS-REPORT-LINE.
   PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT.
   PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT.
   MOVE "  Department / program    Geocode calls   Cache hits  Dist calls          Charge   Cache savings"
       TO WS-REPORT-LINE.
   PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT.

   MOVE SPACES TO WS-PRIOR-DEPARTMENT.
   PERFORM READ-USAGE-RECORD THRU READ-USAGE-RECORD-EXIT.
   PERFORM UNTIL WS-USAGE-EOF
       PERFORM REPORT-USAGE-ENTRY THRU REPORT-USAGE-ENTRY-EXIT
       PERFORM READ-USAGE-RECORD THRU READ-USAGE-RECORD-EXIT
   END-PERFORM.
   IF WS-STAT-ENTRY-COUNT > 0
       PERFORM EMIT-DEPARTMENT-TOTAL THRU EMIT-DEPARTMENT-TOTAL-EXIT
   END-IF.

   MOVE "All departments" TO WS-LINE-LABEL.
   MOVE WS-TOT-GEOCODE-CALLS TO WS-LINE-GEOCODE-CALLS.
   MOVE WS-TOT-CACHE-HITS TO WS-LINE-CACHE-HITS.
   MOVE WS-TOT-DISTANCE-CALLS TO WS-LINE-DISTANCE-CALLS.
   MOVE WS-TOT-CHARGE TO WS-LINE-CHARGE.
   MOVE WS-TOT-SAVINGS TO WS-LINE-SAVINGS.
   PERFORM EMIT-AMOUNT-LINE THRU EMIT-AMOUNT-LINE-EXIT.

   PERFORM DISPLAY-SUMMARY THRU DISPLAY-SUMMARY-EXIT.
   PERFORM CLOSE-ALL-FILES THRU CLOSE-ALL-FILES-EXIT.

 MAIN-EXIT.
   EXIT PROGRAM.
   STOP RUN.

************************************************************************
*  GET-RUN-PARAMETERS - USAGE-FILE and the two contract rates are
*  required; REPORT-MONTH defaults to the current month, and
*  DEPT-TABLE-FILE and REPORT-FILE are optional.
************************************************************************
 GET-RUN-PARAMETERS.

   ENTER "SMU_Param_GetText_" USING WS-ENV-USAGE-FILE,
       WS-USAGE-FILE-NAME GIVING WS-USAGE-FILE-NAME-LEN.
   IF WS-USAGE-FILE-NAME-LEN = -1
       DISPLAY "PARAM USAGE-FILE not set."
       SET WS-OPEN-FAILED TO TRUE
   END-IF.

   ENTER "SMU_Param_GetText_" USING WS-ENV-DEPT-TABLE-FILE,
       WS-DEPT-TABLE-FILE-NAME GIVING WS-DEPT-TABLE-FILE-NAME-LEN.

   ENTER "SMU_Param_GetText_" USING WS-ENV-REPORT-FILE,
       WS-REPORT-FILE-NAME GIVING WS-REPORT-FILE-NAME-LEN.

   MOVE FUNCTION CURRENT-DATE(1:6) TO WS-REPORT-MONTH.
   MOVE SPACES TO WS-PARAM-VALUE.
   ENTER "SMU_Param_GetText_" USING WS-ENV-REPORT-MONTH,
       WS-PARAM-VALUE GIVING WS-PARAM-VALUE-LEN.
   IF WS-PARAM-VALUE-LEN NOT = -1
       IF WS-PARAM-VALUE(1:6) IS NUMERIC
           AND WS-PARAM-VALUE(7:1) = SPACE
           AND WS-PARAM-VALUE(5:2) >= "01"
           AND WS-PARAM-VALUE(5:2) <= "12"
           MOVE WS-PARAM-VALUE(1:6) TO WS-REPORT-MONTH
       ELSE
           DISPLAY "PARAM REPORT-MONTH must be YYYYMM."
           SET WS-OPEN-FAILED TO TRUE
       END-IF
   END-IF.

   MOVE SPACES TO WS-PARAM-VALUE.
   ENTER "SMU_Param_GetText_" USING WS-ENV-GEOCODE-RATE,
       WS-PARAM-VALUE GIVING WS-PARAM-VALUE-LEN.
   IF WS-PARAM-VALUE-LEN = -1
       DISPLAY "PARAM GEOCODE-RATE not set."
       SET WS-OPEN-FAILED TO TRUE
   ELSE
       IF FUNCTION TEST-NUMVAL(WS-PARAM-VALUE) = 0
           AND FUNCTION NUMVAL(WS-PARAM-VALUE) >= 0
           COMPUTE WS-GEOCODE-RATE = FUNCTION NUMVAL(WS-PARAM-VALUE)
       ELSE
           DISPLAY "PARAM GEOCODE-RATE is not a rate - ",
               WS-PARAM-VALUE(1:WS-PARAM-VALUE-LEN)
           SET WS-OPEN-FAILED TO TRUE
       END-IF
   END-IF.

   MOVE SPACES TO WS-PARAM-VALUE.
   ENTER "SMU_Param_GetText_" USING WS-ENV-DISTANCE-RATE,
       WS-PARAM-VALUE GIVING WS-PARAM-VALUE-LEN.
   IF WS-PARAM-VALUE-LEN = -1
       DISPLAY "PARAM DISTANCE-RATE not set."
       SET WS-OPEN-FAILED TO TRUE
   ELSE
       IF FUNCTION TEST-NUMVAL(WS-PARAM-VALUE) = 0
           AND FUNCTION NUMVAL(WS-PARAM-VALUE) >= 0
           COMPUTE WS-DISTANCE-RATE = FUNCTION NUMVAL(WS-PARAM-VALUE)
       ELSE
           DISPLAY "PARAM DISTANCE-RATE is not a rate - ",
               WS-PARAM-VALUE(1:WS-PARAM-VALUE-LEN)
           SET WS-OPEN-FAILED TO TRUE
       END-IF
   END-IF.

 GET-RUN-PARAMETERS-EXIT.
   EXIT.

************************************************************************
*  OPEN-ALL-FILES - open the usage file and position it at the
*  first entry of the report month.
************************************************************************
 OPEN-ALL-FILES.

   ENTER "COBOL_ASSIGN_" USING API-USAGE
       WS-USAGE-FILE-NAME GIVING WS-RC.
   OPEN INPUT API-USAGE.
   IF WS-USAGE-FILE-STATUS NOT = "00"
       DISPLAY "Unable to open USAGE-FILE '", WS-USAGE-FILE-NAME,
           "' - file status ", WS-USAGE-FILE-STATUS
       SET WS-OPEN-FAILED TO TRUE
       GO TO OPEN-ALL-FILES-EXIT
   END-IF.

   IF WS-REPORT-FILE-NAME-LEN NOT = -1
       ENTER "COBOL_ASSIGN_" USING RPT-OUT
           WS-REPORT-FILE-NAME GIVING WS-RC
       OPEN OUTPUT RPT-OUT
       IF WS-RPT-OUT-FILE-STATUS NOT = "00"
           DISPLAY "Unable to open REPORT-FILE '",
               WS-REPORT-FILE-NAME,
               "' - file status ", WS-RPT-OUT-FILE-STATUS
           SET WS-OPEN-FAILED TO TRUE
           CLOSE API-USAGE
           GO TO OPEN-ALL-FILES-EXIT
       END-IF
       SET WS-RPT-OUT-IS-OPEN TO TRUE
   END-IF.

   MOVE LOW-VALUES TO AUR-USAGE-KEY.
   MOVE WS-REPORT-MONTH TO AUR-MONTH.
   START API-USAGE KEY IS >= AUR-USAGE-KEY
       INVALID KEY
           SET WS-USAGE-EOF TO TRUE
   END-START.

 OPEN-ALL-FILES-EXIT.
   EXIT.

 CLOSE-ALL-FILES.

   CLOSE API-USAGE.
   IF WS-RPT-OUT-IS-OPEN
       CLOSE RPT-OUT
   END-IF.

 CLOSE-ALL-FILES-EXIT.
   EXIT.

************************************************************************
*  LOAD-DEPT-DESCRIPTIONS - keep the first description the
*  department table gives for each department.  The report runs
*  without descriptions when the table is not named or cannot be
*  opened.
************************************************************************
 LOAD-DEPT-DESCRIPTIONS.

   IF WS-DEPT-TABLE-FILE-NAME-LEN = -1
       GO TO LOAD-DEPT-DESCRIPTIONS-EXIT
   END-IF.

   ENTER "COBOL_ASSIGN_" USING DEPT-TABLE-IN
       WS-DEPT-TABLE-FILE-NAME GIVING WS-RC.
   OPEN INPUT DEPT-TABLE-IN.
   IF WS-DEPT-TABLE-FILE-STATUS NOT = "00"
       DISPLAY "Unable to open DEPT-TABLE-FILE '",
           WS-DEPT-TABLE-FILE-NAME,
           "' - file status ", WS-DEPT-TABLE-FILE-STATUS,
           " - no department descriptions"
       GO TO LOAD-DEPT-DESCRIPTIONS-EXIT
   END-IF.

   PERFORM UNTIL WS-DEPT-TABLE-EOF
       READ DEPT-TABLE-IN
           AT END
               SET WS-DEPT-TABLE-EOF TO TRUE
           NOT AT END
               ADD 1 TO WS-STAT-RULE-COUNT
               PERFORM ADD-DEPT-DESCRIPTION
                   THRU ADD-DEPT-DESCRIPTION-EXIT
       END-READ
   END-PERFORM.
   CLOSE DEPT-TABLE-IN.

 LOAD-DEPT-DESCRIPTIONS-EXIT.
   EXIT.

 ADD-DEPT-DESCRIPTION.

   IF DTR-DEPARTMENT = SPACES OR DTR-DESCRIPTION = SPACES
       GO TO ADD-DEPT-DESCRIPTION-EXIT
   END-IF.
   MOVE DTR-DEPARTMENT TO WS-DEPARTMENT.
   INSPECT WS-DEPARTMENT
       CONVERTING "abcdefghijklmnopqrstuvwxyz"
       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
   PERFORM FIND-DEPT-DESCRIPTION THRU FIND-DEPT-DESCRIPTION-EXIT.
   IF WS-DESC-FOUND OR WS-DESC-COUNT NOT < WS-DESC-MAX
       GO TO ADD-DEPT-DESCRIPTION-EXIT
   END-IF.
   ADD 1 TO WS-DESC-COUNT.
   MOVE WS-DEPARTMENT TO WS-DESC-DEPARTMENT(WS-DESC-COUNT).
   MOVE DTR-DESCRIPTION TO WS-DESC-TEXT(WS-DESC-COUNT).

 ADD-DEPT-DESCRIPTION-EXIT.
   EXIT.

************************************************************************
*  FIND-DEPT-DESCRIPTION - look up WS-DEPARTMENT, leaving its
*  description in WS-DEPARTMENT-TEXT (spaces when it has none).
************************************************************************
 FIND-DEPT-DESCRIPTION.

   MOVE 0 TO WS-DESC-FOUND-IND.
   MOVE SPACES TO WS-DEPARTMENT-TEXT.
   PERFORM VARYING WS-DESC-IX FROM 1 BY 1
           UNTIL WS-DESC-IX > WS-DESC-COUNT OR WS-DESC-FOUND
       IF WS-DESC-DEPARTMENT(WS-DESC-IX) = WS-DEPARTMENT
           SET WS-DESC-FOUND TO TRUE
           MOVE WS-DESC-TEXT(WS-DESC-IX) TO WS-DEPARTMENT-TEXT
       END-IF
   END-PERFORM.

 FIND-DEPT-DESCRIPTION-EXIT.
   EXIT.

************************************************************************
*  READ-USAGE-RECORD - the next entry of the report month; the
*  first entry of a later month ends the report.
************************************************************************
 READ-USAGE-RECORD.

   IF WS-USAGE-EOF
       GO TO READ-USAGE-RECORD-EXIT
   END-IF.
   READ API-USAGE NEXT
       AT END
           SET WS-USAGE-EOF TO TRUE
       NOT AT END
           IF AUR-MONTH NOT = WS-REPORT-MONTH
               SET WS-USAGE-EOF TO TRUE
           END-IF
   END-READ.

 READ-USAGE-RECORD-EXIT.
   EXIT.

************************************************************************
*  REPORT-USAGE-ENTRY - price and print one department and
*  program, starting a new department group when the department
*  changes.
************************************************************************
 REPORT-USAGE-ENTRY.

   ADD 1 TO WS-STAT-ENTRY-COUNT.
   IF AUR-DEPARTMENT NOT = WS-PRIOR-DEPARTMENT
       IF WS-STAT-ENTRY-COUNT > 1
           PERFORM EMIT-DEPARTMENT-TOTAL
               THRU EMIT-DEPARTMENT-TOTAL-EXIT
       END-IF
       ADD 1 TO WS-STAT-DEPARTMENT-COUNT
       MOVE AUR-DEPARTMENT TO WS-PRIOR-DEPARTMENT
       MOVE AUR-DEPARTMENT TO WS-DEPARTMENT
       PERFORM FIND-DEPT-DESCRIPTION THRU FIND-DEPT-DESCRIPTION-EXIT
       PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT
       STRING "  " AUR-DEPARTMENT "  " WS-DEPARTMENT-TEXT
           DELIMITED BY SIZE INTO WS-REPORT-LINE
       PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT
   END-IF.

   MOVE AUR-PROGRAM TO WS-LINE-LABEL(5:).
   MOVE AUR-GEOCODE-CALLS TO WS-LINE-GEOCODE-CALLS.
   MOVE AUR-CACHE-HITS TO WS-LINE-CACHE-HITS.
   MOVE AUR-DISTANCE-CALLS TO WS-LINE-DISTANCE-CALLS.
   COMPUTE WS-LINE-CHARGE ROUNDED =
       (AUR-GEOCODE-CALLS * WS-GEOCODE-RATE
        + AUR-DISTANCE-CALLS * WS-DISTANCE-RATE) / 1000.
   COMPUTE WS-LINE-SAVINGS ROUNDED =
       AUR-CACHE-HITS * WS-GEOCODE-RATE / 1000.
   PERFORM EMIT-AMOUNT-LINE THRU EMIT-AMOUNT-LINE-EXIT.

   ADD AUR-GEOCODE-CALLS TO WS-DPT-GEOCODE-CALLS WS-TOT-GEOCODE-CALLS.
   ADD AUR-CACHE-HITS TO WS-DPT-CACHE-HITS WS-TOT-CACHE-HITS.
   ADD AUR-DISTANCE-CALLS
       TO WS-DPT-DISTANCE-CALLS WS-TOT-DISTANCE-CALLS.
   ADD WS-LINE-CHARGE TO WS-DPT-CHARGE WS-TOT-CHARGE.
   ADD WS-LINE-SAVINGS TO WS-DPT-SAVINGS WS-TOT-SAVINGS.

 REPORT-USAGE-ENTRY-EXIT.
   EXIT.

 EMIT-DEPARTMENT-TOTAL.

   STRING WS-PRIOR-DEPARTMENT " total" DELIMITED BY SIZE
       INTO WS-LINE-LABEL.
   MOVE WS-DPT-GEOCODE-CALLS TO WS-LINE-GEOCODE-CALLS.
   MOVE WS-DPT-CACHE-HITS TO WS-LINE-CACHE-HITS.
   MOVE WS-DPT-DISTANCE-CALLS TO WS-LINE-DISTANCE-CALLS.
   MOVE WS-DPT-CHARGE TO WS-LINE-CHARGE.
   MOVE WS-DPT-SAVINGS TO WS-LINE-SAVINGS.
   PERFORM EMIT-AMOUNT-LINE THRU EMIT-AMOUNT-LINE-EXIT.
   INITIALIZE WS-DEPT-TOTALS.

 EMIT-DEPARTMENT-TOTAL-EXIT.
   EXIT.

************************************************************************
*  EMIT-AMOUNT-LINE - format the WS-LINE- counts and amounts as one
*  report line.
************************************************************************
 EMIT-AMOUNT-LINE.

   MOVE WS-LINE-GEOCODE-CALLS TO WS-COL-GEOCODE-CALLS.
   MOVE WS-LINE-CACHE-HITS TO WS-COL-CACHE-HITS.
   MOVE WS-LINE-DISTANCE-CALLS TO WS-COL-DISTANCE-CALLS.
   MOVE WS-LINE-CHARGE TO WS-COL-CHARGE.
   MOVE WS-LINE-SAVINGS TO WS-COL-SAVINGS.
   STRING "  " WS-LINE-LABEL "  " WS-COL-GEOCODE-CALLS "  "
       WS-COL-CACHE-HITS " " WS-COL-DISTANCE-CALLS "  "
       WS-COL-CHARGE "  " WS-COL-SAVINGS
       DELIMITED BY SIZE INTO WS-REPORT-LINE.
   PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT.
   MOVE SPACES TO WS-LINE-LABEL.

 EMIT-AMOUNT-LINE-EXIT.
   EXIT.

 EMIT-REPORT-LINE.

   DISPLAY WS-REPORT-LINE.
   IF WS-RPT-OUT-IS-OPEN
       MOVE WS-REPORT-LINE TO RPT-OUT-RECORD
       WRITE RPT-OUT-RECORD
   END-IF.
   MOVE SPACES TO WS-REPORT-LINE.

 EMIT-REPORT-LINE-EXIT.
   EXIT.

 DISPLAY-SUMMARY.

   PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT.
   STRING "  Usage entries for the month ..... " WS-STAT-ENTRY-COUNT
       DELIMITED BY SIZE INTO WS-REPORT-LINE.
   PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT.
   STRING "  Departments charged ............. "
       WS-STAT-DEPARTMENT-COUNT
       DELIMITED BY SIZE INTO WS-REPORT-LINE.
   PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT.
   IF WS-DEPT-TABLE-FILE-NAME-LEN NOT = -1
       STRING "  Department table entries read ... "
           WS-STAT-RULE-COUNT
           DELIMITED BY SIZE INTO WS-REPORT-LINE
       PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT
   END-IF.

 DISPLAY-SUMMARY-EXIT.
   EXIT.
