************************************************************************
*  Copyright (c) 2019 NuWave Technologies, Inc. All rights reserved.
*
*  GEOCLERK-COBOL - review clerk productivity and spot-check report.
*  Reads the review audit file appended by GEOREVIEW-COBOL and
*  reports, for each clerk and each day, the items worked, the mix
*  of accepts, corrections and rejects, and the average time spent
*  per item.  Skips are counted but are not items worked - the item
*  comes back on the next session's queue - and their time is left
*  out of the average.  FROM-DATE and TO-DATE (YYYYMMDD) bound the
*  days reported.
*
*  For spot-checking, every SPOT-CHECK-EVERY'th accepted item of
*  each clerk's day is listed (the first, then every n'th after it)
*  with the address before and after, so a supervisor can check the
*  clerk's judgment.  SPOT-CHECK-EVERY defaults to 10; naming
*  CLERK-ID limits the listing to that clerk, and with CLERK-ID set
*  and no SPOT-CHECK-EVERY every accepted item is listed.
*
*  Modification History:
*    15OCT2026  NWT  Original version.
************************************************************************
? env common
? save param, startup
 IDENTIFICATION DIVISION.
 PROGRAM-ID.  GEOCLERK-COBOL.
 AUTHOR. NuWave Technologies, Inc.
 ENVIRONMENT DIVISION.

 CONFIGURATION SECTION.
 SOURCE-COMPUTER.  HPE NonStop Server.
 OBJECT-COMPUTER.  HPE NonStop Server.
 SPECIAL-NAMES.

 INPUT-OUTPUT SECTION.
 FILE-CONTROL.

*  GEOREVIEW-COBOL's audit trail.
   SELECT AUDIT-IN
   ASSIGN TO "#DYNAMIC"
   ORGANIZATION IS SEQUENTIAL
   ACCESS MODE IS SEQUENTIAL
   FILE STATUS IS WS-AUDIT-IN-FILE-STATUS.

*  The report, also displayed as it is written.
   SELECT RPT-OUT
   ASSIGN TO "#DYNAMIC"
   ORGANIZATION IS SEQUENTIAL
   ACCESS MODE IS SEQUENTIAL
   FILE STATUS IS WS-RPT-OUT-FILE-STATUS.

 DATA DIVISION.
 FILE SECTION.
   FD  AUDIT-IN
       LABEL RECORDS ARE OMITTED.

   COPY REVIEW-AUDIT-RECORD            IN GEOCOPY.

   FD  RPT-OUT
       LABEL RECORDS ARE OMITTED.

   01 RPT-OUT-RECORD                   PIC X(120).

 WORKING-STORAGE SECTION.
   01 WS-RC                            NATIVE-2.
   01 WS-ENV-AUDIT-FILE                PIC X(17)
                                       VALUE "REVIEW-AUDIT-FILE".
   01 WS-AUDIT-FILE-NAME               PIC X(64).
   01 WS-AUDIT-FILE-NAME-LEN           NATIVE-2.
   01 WS-AUDIT-IN-FILE-STATUS          PIC X(02).
   01 WS-ENV-REPORT-FILE               PIC X(11) VALUE "REPORT-FILE".
   01 WS-REPORT-FILE-NAME              PIC X(64).
   01 WS-REPORT-FILE-NAME-LEN          NATIVE-2.
   01 WS-RPT-OUT-FILE-STATUS           PIC X(02).
   01 WS-RPT-OUT-OPEN-IND              PIC 9 VALUE 0.
       88 WS-RPT-OUT-IS-OPEN           VALUE 1.

*  Selection PARAMs, each optional.
   01 WS-ENV-FROM-DATE                 PIC X(09) VALUE "FROM-DATE".
   01 WS-ENV-TO-DATE                   PIC X(07) VALUE "TO-DATE".
   01 WS-ENV-CLERK-ID                  PIC X(08) VALUE "CLERK-ID".
   01 WS-ENV-SPOT-CHECK-EVERY          PIC X(16)
                                       VALUE "SPOT-CHECK-EVERY".
   01 WS-PARAM-VALUE                   PIC X(64).
   01 WS-PARAM-VALUE-LEN               NATIVE-2.
   01 WS-FROM-DATE                     PIC X(08).
   01 WS-TO-DATE                       PIC X(08).
   01 WS-SPOT-CLERK-ID                 PIC X(08).
   01 WS-SPOT-CLERK-IND                PIC 9 VALUE 0.
       88 WS-SPOT-ONE-CLERK            VALUE 1.
   01 WS-SPOT-CHECK-EVERY              PIC 9(05) VALUE 10.
   01 WS-SPOT-QUOTIENT                 PIC 9(07).
   01 WS-SPOT-REMAINDER                PIC 9(05).
   01 WS-COL-SPOT-EVERY                PIC ZZZZ9.

   01 WS-OPEN-FAILED-IND               PIC 9 VALUE 0.
       88 WS-OPEN-FAILED               VALUE 1.
   01 WS-AUDIT-EOF-IND                 PIC 9 VALUE 0.
       88 WS-AUDIT-EOF                 VALUE 1.
   01 WS-REPORT-LINE                   PIC X(120).
   01 WS-AUDIT-DATE                    PIC X(08).

*  One entry per clerk per day, kept in clerk and date order as
*  entries are added.
   01 WS-DAY-MAX                       NATIVE-2 VALUE 2000.
   01 WS-DAY-COUNT                     NATIVE-2 VALUE 0.
   01 WS-DAY-IX                        NATIVE-2.
   01 WS-DAY-AT                        NATIVE-2.
   01 WS-DAY-FOUND-IND                 PIC 9 VALUE 0.
       88 WS-DAY-FOUND                 VALUE 1.
   01 WS-DAY-TABLE.
       05 WS-DAY-ENTRY                 OCCURS 2000 TIMES.
           10 WS-DAY-KEY.
               15 WS-DAY-CLERK-ID      PIC X(008).
               15 WS-DAY-DATE          PIC X(008).
           10 WS-DAY-ACCEPTS           PIC 9(007).
           10 WS-DAY-CORRECTS          PIC 9(007).
           10 WS-DAY-REJECTS           PIC 9(007).
           10 WS-DAY-SKIPS             PIC 9(007).
           10 WS-DAY-REQUEUED          PIC 9(007).
           10 WS-DAY-WORKED-SECONDS    PIC 9(011).
   01 WS-SEARCH-KEY.
       05 WS-SEARCH-CLERK-ID           PIC X(008).
       05 WS-SEARCH-DATE               PIC X(008).

*  Report columns.
   01 WS-WORKED                        PIC 9(09).
   01 WS-AVERAGE-SECONDS               PIC 9(07).
   01 WS-ACCEPT-PERCENT                PIC 9(03).
   01 WS-COL-WORKED                    PIC ZZZZZZ9.
   01 WS-COL-ACCEPTS                   PIC ZZZZZZ9.
   01 WS-COL-CORRECTS                  PIC ZZZZZZ9.
   01 WS-COL-REJECTS                   PIC ZZZZZZ9.
   01 WS-COL-SKIPS                     PIC ZZZZZZ9.
   01 WS-COL-AVERAGE                   PIC ZZZZZZ9.
   01 WS-COL-PERCENT                   PIC ZZ9.
   01 WS-COL-CHOSEN                    PIC Z9.
   01 WS-PRIOR-CLERK-ID                PIC X(08).

*  Totals, per clerk over the period and overall.
   01 WS-TOTALS.
       05 WS-TOT-ACCEPTS               PIC 9(009).
       05 WS-TOT-CORRECTS              PIC 9(009).
       05 WS-TOT-REJECTS               PIC 9(009).
       05 WS-TOT-SKIPS                 PIC 9(009).
       05 WS-TOT-WORKED-SECONDS        PIC 9(011).
   01 WS-CLERK-TOTALS.
       05 WS-CLK-ACCEPTS               PIC 9(009).
       05 WS-CLK-CORRECTS              PIC 9(009).
       05 WS-CLK-REJECTS               PIC 9(009).
       05 WS-CLK-SKIPS                 PIC 9(009).
       05 WS-CLK-WORKED-SECONDS        PIC 9(011).
   01 WS-LINE-LABEL                    PIC X(17).
   01 WS-LINE-ACCEPTS                  PIC 9(009).
   01 WS-LINE-CORRECTS                 PIC 9(009).
   01 WS-LINE-REJECTS                  PIC 9(009).
   01 WS-LINE-SKIPS                    PIC 9(009).
   01 WS-LINE-WORKED-SECONDS           PIC 9(011).

*  End-of-run summary counts.
   01 WS-STATS.
       05 WS-STAT-READ-COUNT           PIC 9(09) VALUE 0.
       05 WS-STAT-SELECTED-COUNT       PIC 9(09) VALUE 0.
       05 WS-STAT-SPOT-COUNT           PIC 9(09) VALUE 0.
       05 WS-STAT-OVERFLOW-COUNT       PIC 9(09) VALUE 0.

 PROCEDURE DIVISION.

 MAIN.

   DISPLAY " ".
   DISPLAY "LightWave Client(tm) - Google Geocoding API ",
               " - Review Clerk Productivity - 15OCT2026".
   DISPLAY " ".

   INITIALIZE WS-DAY-TABLE.
   INITIALIZE WS-TOTALS.

   PERFORM GET-RUN-PARAMETERS THRU GET-RUN-PARAMETERS-EXIT.
   IF WS-OPEN-FAILED
       GO TO MAIN-EXIT
   END-IF.
   PERFORM OPEN-ALL-FILES THRU OPEN-ALL-FILES-EXIT.
   IF WS-OPEN-FAILED
       GO TO MAIN-EXIT
   END-IF.

   MOVE SPACES TO WS-REPORT-LINE.
   PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT.
   STRING "Review Clerk Productivity - " WS-FROM-DATE " to "
       WS-TO-DATE DELIMITED BY SIZE INTO WS-REPORT-LINE.
   IF WS-FROM-DATE = LOW-VALUES AND WS-TO-DATE = HIGH-VALUES
       MOVE "Review Clerk Productivity - all dates"
           TO WS-REPORT-LINE
   END-IF.
   PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT.
   PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT.
   IF WS-SPOT-CHECK-EVERY = 1
       MOVE "Accepted items for spot-check (every item):"
           TO WS-REPORT-LINE
   ELSE
       MOVE WS-SPOT-CHECK-EVERY TO WS-COL-SPOT-EVERY
       STRING "Accepted items for spot-check (first and every "
           WS-COL-SPOT-EVERY " after, per clerk per day):"
           DELIMITED BY SIZE INTO WS-REPORT-LINE
   END-IF.
   PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT.
   MOVE "  Clerk    Time            Action   Reference key        C  Before / after"
       TO WS-REPORT-LINE.
   PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT.

   PERFORM READ-AUDIT-RECORD THRU READ-AUDIT-RECORD-EXIT.
   PERFORM UNTIL WS-AUDIT-EOF
       PERFORM TALLY-AUDIT-RECORD THRU TALLY-AUDIT-RECORD-EXIT
       PERFORM READ-AUDIT-RECORD THRU READ-AUDIT-RECORD-EXIT
   END-PERFORM.

   PERFORM REPORT-CLERK-DAYS THRU REPORT-CLERK-DAYS-EXIT.
   PERFORM DISPLAY-SUMMARY THRU DISPLAY-SUMMARY-EXIT.
   PERFORM CLOSE-ALL-FILES THRU CLOSE-ALL-FILES-EXIT.

 MAIN-EXIT.
   EXIT PROGRAM.
   STOP RUN.

************************************************************************
*  GET-RUN-PARAMETERS - REVIEW-AUDIT-FILE is required; the rest are
*  optional.  An unset date PARAM leaves that end of the period
*  open.
************************************************************************
 GET-RUN-PARAMETERS.

   ENTER "SMU_Param_GetText_" USING WS-ENV-AUDIT-FILE,
       WS-AUDIT-FILE-NAME GIVING WS-AUDIT-FILE-NAME-LEN.
   IF WS-AUDIT-FILE-NAME-LEN = -1
       DISPLAY "PARAM REVIEW-AUDIT-FILE not set."
       SET WS-OPEN-FAILED TO TRUE
   END-IF.

   ENTER "SMU_Param_GetText_" USING WS-ENV-REPORT-FILE,
       WS-REPORT-FILE-NAME GIVING WS-REPORT-FILE-NAME-LEN.

   MOVE LOW-VALUES TO WS-FROM-DATE.
   MOVE SPACES TO WS-PARAM-VALUE.
   ENTER "SMU_Param_GetText_" USING WS-ENV-FROM-DATE,
       WS-PARAM-VALUE GIVING WS-PARAM-VALUE-LEN.
   IF WS-PARAM-VALUE-LEN NOT = -1
       MOVE WS-PARAM-VALUE(1:8) TO WS-FROM-DATE
   END-IF.

   MOVE HIGH-VALUES TO WS-TO-DATE.
   MOVE SPACES TO WS-PARAM-VALUE.
   ENTER "SMU_Param_GetText_" USING WS-ENV-TO-DATE,
       WS-PARAM-VALUE GIVING WS-PARAM-VALUE-LEN.
   IF WS-PARAM-VALUE-LEN NOT = -1
       MOVE WS-PARAM-VALUE(1:8) TO WS-TO-DATE
   END-IF.

   MOVE SPACES TO WS-PARAM-VALUE.
   ENTER "SMU_Param_GetText_" USING WS-ENV-CLERK-ID,
       WS-PARAM-VALUE GIVING WS-PARAM-VALUE-LEN.
   IF WS-PARAM-VALUE-LEN NOT = -1
       MOVE WS-PARAM-VALUE(1:8) TO WS-SPOT-CLERK-ID
       INSPECT WS-SPOT-CLERK-ID
           CONVERTING "abcdefghijklmnopqrstuvwxyz"
           TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
       SET WS-SPOT-ONE-CLERK TO TRUE
       MOVE 1 TO WS-SPOT-CHECK-EVERY
   END-IF.

   MOVE SPACES TO WS-PARAM-VALUE.
   ENTER "SMU_Param_GetText_" USING WS-ENV-SPOT-CHECK-EVERY,
       WS-PARAM-VALUE GIVING WS-PARAM-VALUE-LEN.
   IF WS-PARAM-VALUE-LEN NOT = -1
       IF FUNCTION TEST-NUMVAL(WS-PARAM-VALUE) = 0
           COMPUTE WS-SPOT-CHECK-EVERY =
               FUNCTION NUMVAL(WS-PARAM-VALUE)
       ELSE
           DISPLAY "PARAM SPOT-CHECK-EVERY is not a number."
           SET WS-OPEN-FAILED TO TRUE
       END-IF
   END-IF.
   IF WS-SPOT-CHECK-EVERY = 0
       MOVE 1 TO WS-SPOT-CHECK-EVERY
   END-IF.

 GET-RUN-PARAMETERS-EXIT.
   EXIT.

 OPEN-ALL-FILES.

   ENTER "COBOL_ASSIGN_" USING AUDIT-IN
       WS-AUDIT-FILE-NAME GIVING WS-RC.
   OPEN INPUT AUDIT-IN.
   IF WS-AUDIT-IN-FILE-STATUS NOT = "00"
       DISPLAY "Unable to open REVIEW-AUDIT-FILE '",
           WS-AUDIT-FILE-NAME,
           "' - file status ", WS-AUDIT-IN-FILE-STATUS
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
           GO TO OPEN-ALL-FILES-EXIT
       END-IF
       SET WS-RPT-OUT-IS-OPEN TO TRUE
   END-IF.

 OPEN-ALL-FILES-EXIT.
   EXIT.

 CLOSE-ALL-FILES.

   CLOSE AUDIT-IN.
   IF WS-RPT-OUT-IS-OPEN
       CLOSE RPT-OUT
   END-IF.

 CLOSE-ALL-FILES-EXIT.
   EXIT.

 READ-AUDIT-RECORD.

   READ AUDIT-IN
       AT END
           SET WS-AUDIT-EOF TO TRUE
       NOT AT END
           ADD 1 TO WS-STAT-READ-COUNT
   END-READ.

 READ-AUDIT-RECORD-EXIT.
   EXIT.

************************************************************************
*  TALLY-AUDIT-RECORD - count one disposition against its clerk's
*  day, and list it for spot-checking when it is an accepted item
*  that falls on the sampling interval.
************************************************************************
 TALLY-AUDIT-RECORD.

   MOVE RAR-TIMESTAMP(1:8) TO WS-AUDIT-DATE.
   IF WS-AUDIT-DATE < WS-FROM-DATE OR WS-AUDIT-DATE > WS-TO-DATE
       GO TO TALLY-AUDIT-RECORD-EXIT
   END-IF.
   ADD 1 TO WS-STAT-SELECTED-COUNT.

   MOVE RAR-CLERK-ID TO WS-SEARCH-CLERK-ID.
   MOVE WS-AUDIT-DATE TO WS-SEARCH-DATE.
   PERFORM FIND-CLERK-DAY THRU FIND-CLERK-DAY-EXIT.
   IF NOT WS-DAY-FOUND
       ADD 1 TO WS-STAT-OVERFLOW-COUNT
       GO TO TALLY-AUDIT-RECORD-EXIT
   END-IF.

   EVALUATE TRUE
       WHEN RAR-ACTION-IS-ACCEPT
           ADD 1 TO WS-DAY-ACCEPTS(WS-DAY-IX)
           ADD RAR-ITEM-SECONDS TO WS-DAY-WORKED-SECONDS(WS-DAY-IX)
           COMPUTE WS-WORKED = WS-DAY-ACCEPTS(WS-DAY-IX)
               + WS-DAY-CORRECTS(WS-DAY-IX)
               - WS-DAY-REQUEUED(WS-DAY-IX)
           PERFORM SPOT-CHECK-ITEM THRU SPOT-CHECK-ITEM-EXIT
       WHEN RAR-ACTION-IS-CORRECT
           ADD 1 TO WS-DAY-CORRECTS(WS-DAY-IX)
           ADD RAR-ITEM-SECONDS TO WS-DAY-WORKED-SECONDS(WS-DAY-IX)
           IF RAR-OUTCOME-REQUEUED
               ADD 1 TO WS-DAY-REQUEUED(WS-DAY-IX)
           ELSE
               COMPUTE WS-WORKED = WS-DAY-ACCEPTS(WS-DAY-IX)
                   + WS-DAY-CORRECTS(WS-DAY-IX)
                   - WS-DAY-REQUEUED(WS-DAY-IX)
               PERFORM SPOT-CHECK-ITEM THRU SPOT-CHECK-ITEM-EXIT
           END-IF
       WHEN RAR-ACTION-IS-REJECT
           ADD 1 TO WS-DAY-REJECTS(WS-DAY-IX)
           ADD RAR-ITEM-SECONDS TO WS-DAY-WORKED-SECONDS(WS-DAY-IX)
       WHEN OTHER
           ADD 1 TO WS-DAY-SKIPS(WS-DAY-IX)
   END-EVALUATE.

 TALLY-AUDIT-RECORD-EXIT.
   EXIT.

************************************************************************
*  FIND-CLERK-DAY - locate WS-SEARCH-KEY in the clerk-day table,
*  adding it in order when it is new.  WS-DAY-FOUND is left off only
*  when the table is full.
************************************************************************
 FIND-CLERK-DAY.

   MOVE 0 TO WS-DAY-FOUND-IND.
   MOVE 0 TO WS-DAY-AT.
   PERFORM VARYING WS-DAY-IX FROM 1 BY 1
           UNTIL WS-DAY-IX > WS-DAY-COUNT OR WS-DAY-AT > 0
       IF WS-DAY-KEY(WS-DAY-IX) NOT < WS-SEARCH-KEY
           MOVE WS-DAY-IX TO WS-DAY-AT
       END-IF
   END-PERFORM.

   IF WS-DAY-AT > 0
       IF WS-DAY-KEY(WS-DAY-AT) = WS-SEARCH-KEY
           MOVE WS-DAY-AT TO WS-DAY-IX
           SET WS-DAY-FOUND TO TRUE
           GO TO FIND-CLERK-DAY-EXIT
       END-IF
   ELSE
       COMPUTE WS-DAY-AT = WS-DAY-COUNT + 1
   END-IF.

   IF WS-DAY-COUNT NOT < WS-DAY-MAX
       GO TO FIND-CLERK-DAY-EXIT
   END-IF.

*  Open a slot at WS-DAY-AT by moving the later entries up one.
   PERFORM VARYING WS-DAY-IX FROM WS-DAY-COUNT BY -1
           UNTIL WS-DAY-IX < WS-DAY-AT
       MOVE WS-DAY-ENTRY(WS-DAY-IX) TO WS-DAY-ENTRY(WS-DAY-IX + 1)
   END-PERFORM.
   ADD 1 TO WS-DAY-COUNT.
   MOVE WS-DAY-AT TO WS-DAY-IX.
   INITIALIZE WS-DAY-ENTRY(WS-DAY-IX).
   MOVE WS-SEARCH-KEY TO WS-DAY-KEY(WS-DAY-IX).
   SET WS-DAY-FOUND TO TRUE.

 FIND-CLERK-DAY-EXIT.
   EXIT.

************************************************************************
*  SPOT-CHECK-ITEM - WS-WORKED is the item's number among the
*  clerk's accepted items for the day (accepts and corrections that
*  geocoded cleanly); the first and every n'th
*  after it are listed.
************************************************************************
 SPOT-CHECK-ITEM.

   IF WS-SPOT-ONE-CLERK AND RAR-CLERK-ID NOT = WS-SPOT-CLERK-ID
       GO TO SPOT-CHECK-ITEM-EXIT
   END-IF.
   DIVIDE WS-SPOT-CHECK-EVERY INTO WS-WORKED
       GIVING WS-SPOT-QUOTIENT REMAINDER WS-SPOT-REMAINDER.
   IF WS-SPOT-REMAINDER NOT = 1 AND WS-SPOT-CHECK-EVERY NOT = 1
       GO TO SPOT-CHECK-ITEM-EXIT
   END-IF.

   ADD 1 TO WS-STAT-SPOT-COUNT.
   MOVE RAR-CHOSEN-CANDIDATE TO WS-COL-CHOSEN.
   STRING "  " RAR-CLERK-ID " " RAR-TIMESTAMP(1:8) " "
       RAR-TIMESTAMP(9:6) " " RAR-ACTION " " RAR-REF-KEY " "
       WS-COL-CHOSEN "  " RAR-BEFORE-ADDRESS(1:48)
       DELIMITED BY SIZE INTO WS-REPORT-LINE.
   PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT.
   STRING "                                                          "
       "            " RAR-AFTER-ADDRESS(1:48)
       DELIMITED BY SIZE INTO WS-REPORT-LINE.
   PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT.

 SPOT-CHECK-ITEM-EXIT.
   EXIT.

************************************************************************
*  REPORT-CLERK-DAYS - one line per clerk per day, a total line for
*  each clerk over the period and a grand total.  Items worked are
*  accepts, corrections and rejects; the average is their seconds
*  over their count.
************************************************************************
 REPORT-CLERK-DAYS.

   PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT.
   MOVE "Items worked per clerk per day:" TO WS-REPORT-LINE.
   PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT.
   MOVE "  Clerk    Date               Worked  Accept Correct  Reject  Acc%    Skip  Avg sec"
       TO WS-REPORT-LINE.
   PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT.

   INITIALIZE WS-CLERK-TOTALS.
   MOVE SPACES TO WS-PRIOR-CLERK-ID.
   PERFORM VARYING WS-DAY-IX FROM 1 BY 1
           UNTIL WS-DAY-IX > WS-DAY-COUNT
       IF WS-DAY-IX > 1
          AND WS-DAY-CLERK-ID(WS-DAY-IX) NOT = WS-PRIOR-CLERK-ID
           PERFORM EMIT-CLERK-TOTAL THRU EMIT-CLERK-TOTAL-EXIT
       END-IF
       MOVE WS-DAY-CLERK-ID(WS-DAY-IX) TO WS-PRIOR-CLERK-ID

       MOVE SPACES TO WS-LINE-LABEL
       STRING WS-DAY-CLERK-ID(WS-DAY-IX) " "
           WS-DAY-DATE(WS-DAY-IX) DELIMITED BY SIZE
           INTO WS-LINE-LABEL
       MOVE WS-DAY-ACCEPTS(WS-DAY-IX) TO WS-LINE-ACCEPTS
       MOVE WS-DAY-CORRECTS(WS-DAY-IX) TO WS-LINE-CORRECTS
       MOVE WS-DAY-REJECTS(WS-DAY-IX) TO WS-LINE-REJECTS
       MOVE WS-DAY-SKIPS(WS-DAY-IX) TO WS-LINE-SKIPS
       MOVE WS-DAY-WORKED-SECONDS(WS-DAY-IX) TO WS-LINE-WORKED-SECONDS
       PERFORM EMIT-COUNT-LINE THRU EMIT-COUNT-LINE-EXIT

       ADD WS-DAY-ACCEPTS(WS-DAY-IX) TO WS-CLK-ACCEPTS WS-TOT-ACCEPTS
       ADD WS-DAY-CORRECTS(WS-DAY-IX) TO WS-CLK-CORRECTS WS-TOT-CORRECTS
       ADD WS-DAY-REJECTS(WS-DAY-IX) TO WS-CLK-REJECTS WS-TOT-REJECTS
       ADD WS-DAY-SKIPS(WS-DAY-IX) TO WS-CLK-SKIPS WS-TOT-SKIPS
       ADD WS-DAY-WORKED-SECONDS(WS-DAY-IX)
           TO WS-CLK-WORKED-SECONDS WS-TOT-WORKED-SECONDS
   END-PERFORM.
   IF WS-DAY-COUNT > 0
       PERFORM EMIT-CLERK-TOTAL THRU EMIT-CLERK-TOTAL-EXIT
   END-IF.

   MOVE "All clerks" TO WS-LINE-LABEL.
   MOVE WS-TOT-ACCEPTS TO WS-LINE-ACCEPTS.
   MOVE WS-TOT-CORRECTS TO WS-LINE-CORRECTS.
   MOVE WS-TOT-REJECTS TO WS-LINE-REJECTS.
   MOVE WS-TOT-SKIPS TO WS-LINE-SKIPS.
   MOVE WS-TOT-WORKED-SECONDS TO WS-LINE-WORKED-SECONDS.
   PERFORM EMIT-COUNT-LINE THRU EMIT-COUNT-LINE-EXIT.

 REPORT-CLERK-DAYS-EXIT.
   EXIT.

 EMIT-CLERK-TOTAL.

   MOVE SPACES TO WS-LINE-LABEL.
   STRING WS-PRIOR-CLERK-ID " total" DELIMITED BY SIZE
       INTO WS-LINE-LABEL.
   MOVE WS-CLK-ACCEPTS TO WS-LINE-ACCEPTS.
   MOVE WS-CLK-CORRECTS TO WS-LINE-CORRECTS.
   MOVE WS-CLK-REJECTS TO WS-LINE-REJECTS.
   MOVE WS-CLK-SKIPS TO WS-LINE-SKIPS.
   MOVE WS-CLK-WORKED-SECONDS TO WS-LINE-WORKED-SECONDS.
   PERFORM EMIT-COUNT-LINE THRU EMIT-COUNT-LINE-EXIT.
   PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT.
   INITIALIZE WS-CLERK-TOTALS.

 EMIT-CLERK-TOTAL-EXIT.
   EXIT.

************************************************************************
*  EMIT-COUNT-LINE - format the WS-LINE- counts as one report line.
************************************************************************
 EMIT-COUNT-LINE.

   COMPUTE WS-WORKED = WS-LINE-ACCEPTS + WS-LINE-CORRECTS
       + WS-LINE-REJECTS.
   MOVE 0 TO WS-AVERAGE-SECONDS.
   MOVE 0 TO WS-ACCEPT-PERCENT.
   IF WS-WORKED > 0
       COMPUTE WS-AVERAGE-SECONDS ROUNDED =
           WS-LINE-WORKED-SECONDS / WS-WORKED
       COMPUTE WS-ACCEPT-PERCENT ROUNDED =
           WS-LINE-ACCEPTS * 100 / WS-WORKED
   END-IF.

   MOVE WS-WORKED TO WS-COL-WORKED.
   MOVE WS-LINE-ACCEPTS TO WS-COL-ACCEPTS.
   MOVE WS-LINE-CORRECTS TO WS-COL-CORRECTS.
   MOVE WS-LINE-REJECTS TO WS-COL-REJECTS.
   MOVE WS-ACCEPT-PERCENT TO WS-COL-PERCENT.
   MOVE WS-LINE-SKIPS TO WS-COL-SKIPS.
   MOVE WS-AVERAGE-SECONDS TO WS-COL-AVERAGE.
   STRING "  " WS-LINE-LABEL "   " WS-COL-WORKED " " WS-COL-ACCEPTS
       " " WS-COL-CORRECTS " " WS-COL-REJECTS "   " WS-COL-PERCENT
       " " WS-COL-SKIPS "  " WS-COL-AVERAGE
       DELIMITED BY SIZE INTO WS-REPORT-LINE.
   PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT.

 EMIT-COUNT-LINE-EXIT.
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
   STRING "  Audit records read .............. " WS-STAT-READ-COUNT
       DELIMITED BY SIZE INTO WS-REPORT-LINE.
   PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT.
   STRING "  Records in the period ........... "
       WS-STAT-SELECTED-COUNT
       DELIMITED BY SIZE INTO WS-REPORT-LINE.
   PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT.
   STRING "  Items listed for spot-check ..... " WS-STAT-SPOT-COUNT
       DELIMITED BY SIZE INTO WS-REPORT-LINE.
   PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT.
   IF WS-STAT-OVERFLOW-COUNT > 0
       STRING "  Records over clerk-day table .... "
           WS-STAT-OVERFLOW-COUNT
           DELIMITED BY SIZE INTO WS-REPORT-LINE
       PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT
   END-IF.

 DISPLAY-SUMMARY-EXIT.
   EXIT.
