************************************************************************
*  Copyright (c) 2019 NuWave Technologies, Inc. All rights reserved.
*
*  GEOBALANCE-COBOL - branch workload balancing.  GEOBRANCH-COBOL
*  assigns every address to its nearest branch whatever the branch
*  can serve; this program weighs each branch's assigned accounts
*  against the capacity on the branch master (BR-CAPACITY) and
*  proposes territory moves for the overloaded ones.  One pass
*  performs the requested BALANCE-FUNCTION:
*      PROPOSE - total the assignments per branch from ASSIGN-FILE,
*                and for each overloaded branch propose moving
*                accounts to their second-nearest branch, cheapest
*                first by the extra drive minutes in GEODIST-COBOL's
*                DRIVE-FILE, until the branch is within capacity or
*                no neighbor has room.  The proposed moves are
*                written to PROPOSAL-FILE (BRANCH-MOVE-RECORD) for
*                review, and the report lists them with each
*                branch's load against its capacity before and after.
*      APPLY   - write every approved move in a reviewed
*                PROPOSAL-FILE to the keyed OVERRIDE-FILE, which
*                GEOBRANCH-COBOL respects on its next run.
*
*  A move is proposed only when the second-nearest branch has a
*  capacity and room for the account, lies within its service
*  radius, and both drives were priced.  Accounts that already
*  stand in OVERRIDE-FILE are not proposed again.
*
*  Modification History:
*    15OCT2026  NWT  Original version.
************************************************************************
? env common
? save param, startup
 IDENTIFICATION DIVISION.
 PROGRAM-ID.  GEOBALANCE-COBOL.
 AUTHOR. NuWave Technologies, Inc.
 ENVIRONMENT DIVISION.

 CONFIGURATION SECTION.
 SOURCE-COMPUTER.  HPE NonStop Server.
 OBJECT-COMPUTER.  HPE NonStop Server.
 SPECIAL-NAMES.

 INPUT-OUTPUT SECTION.
 FILE-CONTROL.

*  The branch master.
   SELECT BRANCH-IN
   ASSIGN TO "#DYNAMIC"
   ORGANIZATION IS SEQUENTIAL
   ACCESS MODE IS SEQUENTIAL
   FILE STATUS IS WS-BRANCH-IN-FILE-STATUS.

*  The branch assignments written by GEOBRANCH-COBOL.
   SELECT ASSIGN-IN
   ASSIGN TO "#DYNAMIC"
   ORGANIZATION IS SEQUENTIAL
   ACCESS MODE IS SEQUENTIAL
   FILE STATUS IS WS-ASSIGN-IN-FILE-STATUS.

*  The drive distances written by GEODIST-COBOL from the same
*  assignments, in the same order.
   SELECT DRIVE-IN
   ASSIGN TO "#DYNAMIC"
   ORGANIZATION IS SEQUENTIAL
   ACCESS MODE IS SEQUENTIAL
   FILE STATUS IS WS-DRIVE-IN-FILE-STATUS.

*  The move proposal: written by PROPOSE, read by APPLY.
   SELECT PROPOSAL-IO
   ASSIGN TO "#DYNAMIC"
   ORGANIZATION IS SEQUENTIAL
   ACCESS MODE IS SEQUENTIAL
   FILE STATUS IS WS-PROPOSAL-FILE-STATUS.

*  The keyed branch override file read by GEOBRANCH-COBOL.
   SELECT BRANCH-OVERRIDE
   ASSIGN TO "#DYNAMIC"
   ORGANIZATION IS INDEXED
   ACCESS MODE IS DYNAMIC
   RECORD KEY IS BOR-REF-KEY
   FILE STATUS IS WS-OVERRIDE-FILE-STATUS.

*  The report, also displayed as it is written.
   SELECT RPT-OUT
   ASSIGN TO "#DYNAMIC"
   ORGANIZATION IS SEQUENTIAL
   ACCESS MODE IS SEQUENTIAL
   FILE STATUS IS WS-RPT-OUT-FILE-STATUS.

 DATA DIVISION.
 FILE SECTION.
   FD  BRANCH-IN
       LABEL RECORDS ARE OMITTED.

   COPY BRANCH-RECORD                  IN GEOCOPY.

   FD  ASSIGN-IN
       LABEL RECORDS ARE OMITTED.

   COPY BRANCH-ASSIGN-RECORD           IN GEOCOPY.

   FD  DRIVE-IN
       LABEL RECORDS ARE OMITTED.

   COPY DRIVE-DIST-RECORD              IN GEOCOPY.

   FD  PROPOSAL-IO
       LABEL RECORDS ARE OMITTED.

   COPY BRANCH-MOVE-RECORD             IN GEOCOPY.

   FD  BRANCH-OVERRIDE
       LABEL RECORDS ARE OMITTED.

   COPY BRANCH-OVERRIDE-RECORD         IN GEOCOPY.

   FD  RPT-OUT
       LABEL RECORDS ARE OMITTED.

   01 RPT-OUT-RECORD                   PIC X(120).

 WORKING-STORAGE SECTION.
   01 WS-RC                            NATIVE-2.
   01 WS-ENV-BALANCE-FUNCTION          PIC X(16)
                                       VALUE "BALANCE-FUNCTION".
*  Left as spaces so the PARAM value is never contaminated by
*  residue from a longer default; PROPOSE is defaulted explicitly
*  when the PARAM is not set.
   01 WS-BALANCE-FUNCTION              PIC X(07) VALUE SPACES.
   01 WS-BALANCE-FUNCTION-LEN          NATIVE-2.
   01 WS-FUNCTION-SW                   PIC X(01) VALUE "P".
       88 WS-DO-PROPOSE                VALUE "P".
       88 WS-DO-APPLY                  VALUE "A".
   01 WS-ENV-BRANCH-FILE               PIC X(11) VALUE "BRANCH-FILE".
   01 WS-BRANCH-FILE-NAME              PIC X(64).
   01 WS-BRANCH-FILE-NAME-LEN          NATIVE-2.
   01 WS-BRANCH-IN-FILE-STATUS         PIC X(02).
   01 WS-ENV-ASSIGN-FILE               PIC X(11) VALUE "ASSIGN-FILE".
   01 WS-ASSIGN-FILE-NAME              PIC X(64).
   01 WS-ASSIGN-FILE-NAME-LEN          NATIVE-2.
   01 WS-ASSIGN-IN-FILE-STATUS         PIC X(02).
   01 WS-ENV-DRIVE-FILE                PIC X(10) VALUE "DRIVE-FILE".
   01 WS-DRIVE-FILE-NAME               PIC X(64).
   01 WS-DRIVE-FILE-NAME-LEN           NATIVE-2.
   01 WS-DRIVE-IN-FILE-STATUS          PIC X(02).
   01 WS-ENV-PROPOSAL-FILE             PIC X(13) VALUE "PROPOSAL-FILE".
   01 WS-PROPOSAL-FILE-NAME            PIC X(64).
   01 WS-PROPOSAL-FILE-NAME-LEN        NATIVE-2.
   01 WS-PROPOSAL-FILE-STATUS          PIC X(02).
   01 WS-ENV-OVERRIDE-FILE             PIC X(13) VALUE "OVERRIDE-FILE".
   01 WS-OVERRIDE-FILE-NAME            PIC X(64).
   01 WS-OVERRIDE-FILE-NAME-LEN        NATIVE-2.
   01 WS-OVERRIDE-FILE-STATUS          PIC X(02).
   01 WS-OVERRIDE-OPEN-IND             PIC 9 VALUE 0.
       88 WS-OVERRIDE-IS-OPEN          VALUE 1.
   01 WS-ENV-REPORT-FILE               PIC X(11) VALUE "REPORT-FILE".
   01 WS-REPORT-FILE-NAME              PIC X(64).
   01 WS-REPORT-FILE-NAME-LEN          NATIVE-2.
   01 WS-RPT-OUT-FILE-STATUS           PIC X(02).
   01 WS-RPT-OUT-OPEN-IND              PIC 9 VALUE 0.
       88 WS-RPT-OUT-IS-OPEN           VALUE 1.
   01 WS-OPEN-FAILED-IND               PIC 9 VALUE 0.
       88 WS-OPEN-FAILED               VALUE 1.
   01 WS-BRANCH-EOF-IND                PIC 9 VALUE 0.
       88 WS-BRANCH-EOF                VALUE 1.
   01 WS-ASSIGN-EOF-IND                PIC 9 VALUE 0.
       88 WS-ASSIGN-EOF                VALUE 1.
   01 WS-DRIVE-EOF-IND                 PIC 9 VALUE 0.
       88 WS-DRIVE-EOF                 VALUE 1.
   01 WS-PROPOSAL-EOF-IND              PIC 9 VALUE 0.
       88 WS-PROPOSAL-EOF              VALUE 1.
   01 WS-REPORT-LINE                   PIC X(120).
   01 WS-TODAY-DATE                    PIC X(08).

*  Branch master table.  200 branches is far more than the shop
*  runs; extras are reported and ignored.  WS-BR-ASSIGNED is the
*  load GEOBRANCH-COBOL left; WS-BR-LOAD is the load after the
*  proposed moves.
   01 WS-BRANCH-MAX                    NATIVE-2 VALUE 200.
   01 WS-BRANCH-COUNT                  NATIVE-2 VALUE 0.
   01 WS-BRANCH-IX                     NATIVE-2.
   01 WS-BRANCH-AT                     NATIVE-2.
   01 WS-SEARCH-CODE                   PIC X(08).
   01 WS-BRANCH-TABLE.
       05 WS-BRANCH                    OCCURS 200 TIMES.
           10 WS-BR-CODE               PIC X(008).
           10 WS-BR-NAME               PIC X(032).
           10 WS-BR-CAPACITY           PIC 9(007).
           10 WS-BR-RADIUS-MILES       PIC 9(004).
           10 WS-BR-ASSIGNED           PIC 9(007).
           10 WS-BR-LOAD               PIC 9(007).
           10 WS-BR-MOVED-OUT          PIC 9(007).
           10 WS-BR-MOVED-IN           PIC 9(007).

*  Assignment and drive merge.  GEODIST-COBOL writes at most one
*  drive record per assignment, in assignment order, so a drive
*  record is held until the assignment with its key comes up.
   01 WS-FROM-AT                       NATIVE-2.
   01 WS-TO-AT                         NATIVE-2.
   01 WS-SECOND-MILES                  PIC 9(05)V9(02).
   01 WS-DRIVE-MATCHED-IND             PIC 9 VALUE 0.
       88 WS-DRIVE-MATCHED             VALUE 1.

*  Move candidates, kept in ascending order of extra drive minutes
*  as they are found.  When the table is full the costliest
*  candidates are the ones dropped.
   01 WS-CAND-MAX                      NATIVE-2 VALUE 5000.
   01 WS-CAND-COUNT                    NATIVE-2 VALUE 0.
   01 WS-CAND-IX                       NATIVE-2.
   01 WS-CAND-AT                       NATIVE-2.
   01 WS-EXTRA-MINUTES                 PIC S9(05).
   01 WS-CAND-TABLE.
       05 WS-CAND-ENTRY                OCCURS 5000 TIMES.
           10 WS-CAND-REF-KEY          PIC X(020).
           10 WS-CAND-FROM-AT          NATIVE-2.
           10 WS-CAND-TO-AT            NATIVE-2.
           10 WS-CAND-FROM-MINUTES     PIC 9(005).
           10 WS-CAND-TO-MINUTES       PIC 9(005).
           10 WS-CAND-EXTRA-MINUTES    PIC S9(005).

*  Report columns.
   01 WS-BRANCH-STATUS                 PIC X(11).
   01 WS-LOAD-PERCENT                  PIC 9(04).
   01 WS-COL-CAPACITY                  PIC Z,ZZZ,ZZ9.
   01 WS-COL-ASSIGNED                  PIC Z,ZZZ,ZZ9.
   01 WS-COL-PERCENT                   PIC ZZZ9.
   01 WS-COL-MOVED-OUT                 PIC ZZZ,ZZ9.
   01 WS-COL-MOVED-IN                  PIC ZZZ,ZZ9.
   01 WS-COL-LOAD                      PIC Z,ZZZ,ZZ9.
   01 WS-COL-FROM-MINUTES              PIC ZZ,ZZ9.
   01 WS-COL-TO-MINUTES                PIC ZZ,ZZ9.
   01 WS-COL-EXTRA-MINUTES             PIC -ZZ,ZZ9.

*  End-of-run summary counts.
   01 WS-STATS.
       05 WS-STAT-ASSIGN-READ          PIC 9(09) VALUE 0.
       05 WS-STAT-PURGED-SKIPPED       PIC 9(09) VALUE 0.
       05 WS-STAT-UNASSIGNED           PIC 9(09) VALUE 0.
       05 WS-STAT-UNKNOWN-BRANCH       PIC 9(09) VALUE 0.
       05 WS-STAT-OVERLOADED           PIC 9(09) VALUE 0.
       05 WS-STAT-STILL-OVER           PIC 9(09) VALUE 0.
       05 WS-STAT-NO-DRIVE             PIC 9(09) VALUE 0.
       05 WS-STAT-ALREADY-OVERRIDDEN   PIC 9(09) VALUE 0.
       05 WS-STAT-CANDIDATES           PIC 9(09) VALUE 0.
       05 WS-STAT-CAND-DROPPED         PIC 9(09) VALUE 0.
       05 WS-STAT-MOVES-PROPOSED       PIC 9(09) VALUE 0.
       05 WS-STAT-PROPOSAL-READ        PIC 9(09) VALUE 0.
       05 WS-STAT-NOT-APPROVED         PIC 9(09) VALUE 0.
       05 WS-STAT-OVERRIDE-ADDED       PIC 9(09) VALUE 0.
       05 WS-STAT-OVERRIDE-REPLACED    PIC 9(09) VALUE 0.
       05 WS-STAT-OVERRIDE-ERRORS      PIC 9(09) VALUE 0.

 PROCEDURE DIVISION.

 MAIN.

   DISPLAY " ".
   DISPLAY "LightWave Client(tm) - Google Geocoding API ",
               " - Branch Workload Balance - 15OCT2026".
   DISPLAY " ".

   INITIALIZE WS-BRANCH-TABLE.
   INITIALIZE WS-CAND-TABLE.
   MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.

   PERFORM GET-RUN-PARAMETERS THRU GET-RUN-PARAMETERS-EXIT.
   IF WS-OPEN-FAILED
       GO TO MAIN-EXIT
   END-IF.
   PERFORM OPEN-REPORT-FILE THRU OPEN-REPORT-FILE-EXIT.
   IF WS-OPEN-FAILED
       GO TO MAIN-EXIT
   END-IF.

   EVALUATE TRUE
       WHEN WS-DO-PROPOSE
           PERFORM PROPOSE-MOVES THRU PROPOSE-MOVES-EXIT
       WHEN WS-DO-APPLY
           PERFORM APPLY-PROPOSAL THRU APPLY-PROPOSAL-EXIT
   END-EVALUATE.

   IF WS-RPT-OUT-IS-OPEN
       CLOSE RPT-OUT
   END-IF.

 MAIN-EXIT.
   EXIT PROGRAM.
   STOP RUN.

************************************************************************
*  GET-RUN-PARAMETERS - PROPOSAL-FILE is always required.  PROPOSE
*  needs BRANCH-FILE, ASSIGN-FILE and DRIVE-FILE, and reads
*  OVERRIDE-FILE when it is set; APPLY needs OVERRIDE-FILE.
*  REPORT-FILE is optional.
************************************************************************
 GET-RUN-PARAMETERS.

   ENTER "SMU_Param_GetText_" USING WS-ENV-BALANCE-FUNCTION,
       WS-BALANCE-FUNCTION GIVING WS-BALANCE-FUNCTION-LEN.
   IF WS-BALANCE-FUNCTION-LEN = -1
       MOVE "PROPOSE" TO WS-BALANCE-FUNCTION
   END-IF.
   EVALUATE WS-BALANCE-FUNCTION
       WHEN "PROPOSE"
           SET WS-DO-PROPOSE TO TRUE
       WHEN "APPLY"
           SET WS-DO-APPLY TO TRUE
       WHEN OTHER
           DISPLAY "PARAM BALANCE-FUNCTION must be PROPOSE or APPLY."
           SET WS-OPEN-FAILED TO TRUE
           GO TO GET-RUN-PARAMETERS-EXIT
   END-EVALUATE.
   DISPLAY "Balance function: ", WS-BALANCE-FUNCTION.

   ENTER "SMU_Param_GetText_" USING WS-ENV-PROPOSAL-FILE,
       WS-PROPOSAL-FILE-NAME GIVING WS-PROPOSAL-FILE-NAME-LEN.
   IF WS-PROPOSAL-FILE-NAME-LEN = -1
       DISPLAY "PARAM PROPOSAL-FILE not set."
       SET WS-OPEN-FAILED TO TRUE
       GO TO GET-RUN-PARAMETERS-EXIT
   END-IF.

   ENTER "SMU_Param_GetText_" USING WS-ENV-OVERRIDE-FILE,
       WS-OVERRIDE-FILE-NAME GIVING WS-OVERRIDE-FILE-NAME-LEN.
   IF WS-DO-APPLY AND WS-OVERRIDE-FILE-NAME-LEN = -1
       DISPLAY "PARAM OVERRIDE-FILE is required for APPLY."
       SET WS-OPEN-FAILED TO TRUE
       GO TO GET-RUN-PARAMETERS-EXIT
   END-IF.

   ENTER "SMU_Param_GetText_" USING WS-ENV-REPORT-FILE,
       WS-REPORT-FILE-NAME GIVING WS-REPORT-FILE-NAME-LEN.

   IF WS-DO-APPLY
       GO TO GET-RUN-PARAMETERS-EXIT
   END-IF.

   ENTER "SMU_Param_GetText_" USING WS-ENV-BRANCH-FILE,
       WS-BRANCH-FILE-NAME GIVING WS-BRANCH-FILE-NAME-LEN.
   IF WS-BRANCH-FILE-NAME-LEN = -1
       DISPLAY "PARAM BRANCH-FILE is required for PROPOSE."
       SET WS-OPEN-FAILED TO TRUE
   END-IF.

   ENTER "SMU_Param_GetText_" USING WS-ENV-ASSIGN-FILE,
       WS-ASSIGN-FILE-NAME GIVING WS-ASSIGN-FILE-NAME-LEN.
   IF WS-ASSIGN-FILE-NAME-LEN = -1
       DISPLAY "PARAM ASSIGN-FILE is required for PROPOSE."
       SET WS-OPEN-FAILED TO TRUE
   END-IF.

   ENTER "SMU_Param_GetText_" USING WS-ENV-DRIVE-FILE,
       WS-DRIVE-FILE-NAME GIVING WS-DRIVE-FILE-NAME-LEN.
   IF WS-DRIVE-FILE-NAME-LEN = -1
       DISPLAY "PARAM DRIVE-FILE is required for PROPOSE."
       SET WS-OPEN-FAILED TO TRUE
   END-IF.

 GET-RUN-PARAMETERS-EXIT.
   EXIT.

 OPEN-REPORT-FILE.

   IF WS-REPORT-FILE-NAME-LEN NOT = -1
       ENTER "COBOL_ASSIGN_" USING RPT-OUT
           WS-REPORT-FILE-NAME GIVING WS-RC
       OPEN OUTPUT RPT-OUT
       IF WS-RPT-OUT-FILE-STATUS NOT = "00"
           DISPLAY "Unable to open REPORT-FILE '",
               WS-REPORT-FILE-NAME,
               "' - file status ", WS-RPT-OUT-FILE-STATUS
           SET WS-OPEN-FAILED TO TRUE
           GO TO OPEN-REPORT-FILE-EXIT
       END-IF
       SET WS-RPT-OUT-IS-OPEN TO TRUE
   END-IF.

 OPEN-REPORT-FILE-EXIT.
   EXIT.

************************************************************************
*  PROPOSE-MOVES - load the branches, total their assignments,
*  collect the move candidates for the overloaded branches, then
*  propose moves cheapest first and report the result.
************************************************************************
 PROPOSE-MOVES.

   PERFORM OPEN-PROPOSE-FILES THRU OPEN-PROPOSE-FILES-EXIT.
   IF WS-OPEN-FAILED
       GO TO PROPOSE-MOVES-EXIT
   END-IF.

   PERFORM LOAD-BRANCH-TABLE THRU LOAD-BRANCH-TABLE-EXIT.
   IF WS-BRANCH-COUNT = 0
       DISPLAY "BRANCH-FILE is empty - nothing to balance."
       PERFORM CLOSE-PROPOSE-FILES THRU CLOSE-PROPOSE-FILES-EXIT
       GO TO PROPOSE-MOVES-EXIT
   END-IF.

   PERFORM TOTAL-BRANCH-LOADS THRU TOTAL-BRANCH-LOADS-EXIT.

   PERFORM VARYING WS-BRANCH-IX FROM 1 BY 1
           UNTIL WS-BRANCH-IX > WS-BRANCH-COUNT
       MOVE WS-BR-ASSIGNED(WS-BRANCH-IX) TO WS-BR-LOAD(WS-BRANCH-IX)
       IF WS-BR-CAPACITY(WS-BRANCH-IX) > 0
           AND WS-BR-ASSIGNED(WS-BRANCH-IX)
               > WS-BR-CAPACITY(WS-BRANCH-IX)
           ADD 1 TO WS-STAT-OVERLOADED
       END-IF
   END-PERFORM.

   IF WS-STAT-OVERLOADED > 0
       PERFORM COLLECT-CANDIDATES THRU COLLECT-CANDIDATES-EXIT
   END-IF.

   MOVE SPACES TO WS-REPORT-LINE.
   PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT.
   STRING "Branch Workload Rebalance Proposal - " WS-TODAY-DATE(1:4)
       "-" WS-TODAY-DATE(5:2) "-" WS-TODAY-DATE(7:2)
       DELIMITED BY SIZE INTO WS-REPORT-LINE.
   PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT.
   PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT.
   MOVE "  Proposed moves, cheapest first by extra drive minutes:"
       TO WS-REPORT-LINE.
   PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT.
   MOVE "  Ref key               From      To        Fr min  To min    Extra"
       TO WS-REPORT-LINE.
   PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT.

   PERFORM VARYING WS-CAND-IX FROM 1 BY 1
           UNTIL WS-CAND-IX > WS-CAND-COUNT
       PERFORM PROPOSE-ONE-MOVE THRU PROPOSE-ONE-MOVE-EXIT
   END-PERFORM.
   IF WS-STAT-MOVES-PROPOSED = 0
       MOVE "  (none)" TO WS-REPORT-LINE
       PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT
   END-IF.

   PERFORM REPORT-BRANCH-LOADS THRU REPORT-BRANCH-LOADS-EXIT.
   PERFORM DISPLAY-PROPOSE-SUMMARY
       THRU DISPLAY-PROPOSE-SUMMARY-EXIT.
   PERFORM CLOSE-PROPOSE-FILES THRU CLOSE-PROPOSE-FILES-EXIT.

 PROPOSE-MOVES-EXIT.
   EXIT.

 OPEN-PROPOSE-FILES.

   ENTER "COBOL_ASSIGN_" USING BRANCH-IN
       WS-BRANCH-FILE-NAME GIVING WS-RC.
   OPEN INPUT BRANCH-IN.
   IF WS-BRANCH-IN-FILE-STATUS NOT = "00"
       DISPLAY "Unable to open BRANCH-FILE '", WS-BRANCH-FILE-NAME,
           "' - file status ", WS-BRANCH-IN-FILE-STATUS
       SET WS-OPEN-FAILED TO TRUE
       GO TO OPEN-PROPOSE-FILES-EXIT
   END-IF.

   ENTER "COBOL_ASSIGN_" USING ASSIGN-IN
       WS-ASSIGN-FILE-NAME GIVING WS-RC.
   OPEN INPUT ASSIGN-IN.
   IF WS-ASSIGN-IN-FILE-STATUS NOT = "00"
       DISPLAY "Unable to open ASSIGN-FILE '", WS-ASSIGN-FILE-NAME,
           "' - file status ", WS-ASSIGN-IN-FILE-STATUS
       SET WS-OPEN-FAILED TO TRUE
       CLOSE BRANCH-IN
       GO TO OPEN-PROPOSE-FILES-EXIT
   END-IF.

   ENTER "COBOL_ASSIGN_" USING DRIVE-IN
       WS-DRIVE-FILE-NAME GIVING WS-RC.
   OPEN INPUT DRIVE-IN.
   IF WS-DRIVE-IN-FILE-STATUS NOT = "00"
       DISPLAY "Unable to open DRIVE-FILE '", WS-DRIVE-FILE-NAME,
           "' - file status ", WS-DRIVE-IN-FILE-STATUS
       SET WS-OPEN-FAILED TO TRUE
       CLOSE BRANCH-IN ASSIGN-IN
       GO TO OPEN-PROPOSE-FILES-EXIT
   END-IF.

   ENTER "COBOL_ASSIGN_" USING PROPOSAL-IO
       WS-PROPOSAL-FILE-NAME GIVING WS-RC.
   OPEN OUTPUT PROPOSAL-IO.
   IF WS-PROPOSAL-FILE-STATUS NOT = "00"
       DISPLAY "Unable to open PROPOSAL-FILE '",
           WS-PROPOSAL-FILE-NAME,
           "' - file status ", WS-PROPOSAL-FILE-STATUS
       SET WS-OPEN-FAILED TO TRUE
       CLOSE BRANCH-IN ASSIGN-IN DRIVE-IN
       GO TO OPEN-PROPOSE-FILES-EXIT
   END-IF.

   IF WS-OVERRIDE-FILE-NAME-LEN NOT = -1
       ENTER "COBOL_ASSIGN_" USING BRANCH-OVERRIDE
           WS-OVERRIDE-FILE-NAME GIVING WS-RC
       OPEN INPUT BRANCH-OVERRIDE
       IF WS-OVERRIDE-FILE-STATUS NOT = "00"
           DISPLAY "Unable to open OVERRIDE-FILE '",
               WS-OVERRIDE-FILE-NAME,
               "' - file status ", WS-OVERRIDE-FILE-STATUS
           SET WS-OPEN-FAILED TO TRUE
           CLOSE BRANCH-IN ASSIGN-IN DRIVE-IN PROPOSAL-IO
           GO TO OPEN-PROPOSE-FILES-EXIT
       END-IF
       SET WS-OVERRIDE-IS-OPEN TO TRUE
   END-IF.

 OPEN-PROPOSE-FILES-EXIT.
   EXIT.

 CLOSE-PROPOSE-FILES.

   CLOSE BRANCH-IN.
   CLOSE ASSIGN-IN.
   CLOSE DRIVE-IN.
   CLOSE PROPOSAL-IO.
   IF WS-OVERRIDE-IS-OPEN
       CLOSE BRANCH-OVERRIDE
   END-IF.

 CLOSE-PROPOSE-FILES-EXIT.
   EXIT.

************************************************************************
*  LOAD-BRANCH-TABLE - read the whole branch master into the table.
************************************************************************
 LOAD-BRANCH-TABLE.

   PERFORM UNTIL WS-BRANCH-EOF
       READ BRANCH-IN
           AT END
               SET WS-BRANCH-EOF TO TRUE
           NOT AT END
               IF WS-BRANCH-COUNT < WS-BRANCH-MAX
                   ADD 1 TO WS-BRANCH-COUNT
                   MOVE BR-BRANCH-CODE
                       TO WS-BR-CODE(WS-BRANCH-COUNT)
                   MOVE BR-BRANCH-NAME
                       TO WS-BR-NAME(WS-BRANCH-COUNT)
*                  Spaces in the radius or capacity of this
*                  hand-keyed file mean the same as zero.
                   IF BR-SERVICE-RADIUS-MILES IS NOT NUMERIC
                       MOVE 0 TO WS-BR-RADIUS-MILES(WS-BRANCH-COUNT)
                   ELSE
                       MOVE BR-SERVICE-RADIUS-MILES
                           TO WS-BR-RADIUS-MILES(WS-BRANCH-COUNT)
                   END-IF
                   IF BR-CAPACITY IS NOT NUMERIC
                       MOVE 0 TO WS-BR-CAPACITY(WS-BRANCH-COUNT)
                   ELSE
                       MOVE BR-CAPACITY
                           TO WS-BR-CAPACITY(WS-BRANCH-COUNT)
                   END-IF
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
*  FIND-BRANCH - look up WS-SEARCH-CODE, leaving its table entry in
*  WS-BRANCH-AT (zero when it is not on the branch master).
************************************************************************
 FIND-BRANCH.

   MOVE 0 TO WS-BRANCH-AT.
   IF WS-SEARCH-CODE = SPACES
       GO TO FIND-BRANCH-EXIT
   END-IF.
   PERFORM VARYING WS-BRANCH-IX FROM 1 BY 1
           UNTIL WS-BRANCH-IX > WS-BRANCH-COUNT OR WS-BRANCH-AT > 0
       IF WS-BR-CODE(WS-BRANCH-IX) = WS-SEARCH-CODE
           MOVE WS-BRANCH-IX TO WS-BRANCH-AT
       END-IF
   END-PERFORM.

 FIND-BRANCH-EXIT.
   EXIT.

************************************************************************
*  TOTAL-BRANCH-LOADS - count each branch's assigned accounts.
*  Assignments anonymized by GEOPURGE-COBOL (blank reference key)
*  no longer stand for an account and are skipped.
************************************************************************
 TOTAL-BRANCH-LOADS.

   PERFORM UNTIL WS-ASSIGN-EOF
       READ ASSIGN-IN
           AT END
               SET WS-ASSIGN-EOF TO TRUE
           NOT AT END
               ADD 1 TO WS-STAT-ASSIGN-READ
               PERFORM COUNT-ONE-ASSIGNMENT
                   THRU COUNT-ONE-ASSIGNMENT-EXIT
       END-READ
   END-PERFORM.

 TOTAL-BRANCH-LOADS-EXIT.
   EXIT.

 COUNT-ONE-ASSIGNMENT.

   IF BAR-REF-KEY = SPACES
       ADD 1 TO WS-STAT-PURGED-SKIPPED
       GO TO COUNT-ONE-ASSIGNMENT-EXIT
   END-IF.
   IF BAR-NEAREST-BRANCH-CODE = SPACES
       ADD 1 TO WS-STAT-UNASSIGNED
       GO TO COUNT-ONE-ASSIGNMENT-EXIT
   END-IF.
   MOVE BAR-NEAREST-BRANCH-CODE TO WS-SEARCH-CODE.
   PERFORM FIND-BRANCH THRU FIND-BRANCH-EXIT.
   IF WS-BRANCH-AT = 0
       ADD 1 TO WS-STAT-UNKNOWN-BRANCH
       GO TO COUNT-ONE-ASSIGNMENT-EXIT
   END-IF.
   ADD 1 TO WS-BR-ASSIGNED(WS-BRANCH-AT).

 COUNT-ONE-ASSIGNMENT-EXIT.
   EXIT.

************************************************************************
*  COLLECT-CANDIDATES - a second pass of the assignments, matched
*  to their drive records, keeping every account of an overloaded
*  branch that could move to its second-nearest branch.
************************************************************************
 COLLECT-CANDIDATES.

   CLOSE ASSIGN-IN.
   OPEN INPUT ASSIGN-IN.
   IF WS-ASSIGN-IN-FILE-STATUS NOT = "00"
       DISPLAY "Unable to reopen ASSIGN-FILE '", WS-ASSIGN-FILE-NAME,
           "' - file status ", WS-ASSIGN-IN-FILE-STATUS
       GO TO COLLECT-CANDIDATES-EXIT
   END-IF.
   MOVE 0 TO WS-ASSIGN-EOF-IND.

   PERFORM READ-DRIVE-RECORD THRU READ-DRIVE-RECORD-EXIT.
   PERFORM UNTIL WS-ASSIGN-EOF
       READ ASSIGN-IN
           AT END
               SET WS-ASSIGN-EOF TO TRUE
           NOT AT END
               IF BAR-REF-KEY NOT = SPACES
                   PERFORM CHECK-ONE-CANDIDATE
                       THRU CHECK-ONE-CANDIDATE-EXIT
               END-IF
       END-READ
   END-PERFORM.

 COLLECT-CANDIDATES-EXIT.
   EXIT.

************************************************************************
*  READ-DRIVE-RECORD - the next drive record that still carries a
*  reference key.
************************************************************************
 READ-DRIVE-RECORD.

   MOVE SPACES TO DDR-REF-KEY.
   PERFORM UNTIL WS-DRIVE-EOF OR DDR-REF-KEY NOT = SPACES
       READ DRIVE-IN
           AT END
               SET WS-DRIVE-EOF TO TRUE
       END-READ
   END-PERFORM.

 READ-DRIVE-RECORD-EXIT.
   EXIT.

************************************************************************
*  CHECK-ONE-CANDIDATE - the assignment's drive record is taken up
*  whether or not the account turns out to be a candidate.
************************************************************************
 CHECK-ONE-CANDIDATE.

   MOVE 0 TO WS-DRIVE-MATCHED-IND.
   IF NOT WS-DRIVE-EOF AND DDR-REF-KEY = BAR-REF-KEY
       SET WS-DRIVE-MATCHED TO TRUE
   END-IF.

   MOVE BAR-NEAREST-BRANCH-CODE TO WS-SEARCH-CODE.
   PERFORM FIND-BRANCH THRU FIND-BRANCH-EXIT.
   MOVE WS-BRANCH-AT TO WS-FROM-AT.
   IF WS-FROM-AT = 0
       GO TO CHECK-ONE-CANDIDATE-DONE
   END-IF.
   IF WS-BR-CAPACITY(WS-FROM-AT) = 0
       OR WS-BR-ASSIGNED(WS-FROM-AT) NOT > WS-BR-CAPACITY(WS-FROM-AT)
       GO TO CHECK-ONE-CANDIDATE-DONE
   END-IF.

   MOVE BAR-SECOND-BRANCH-CODE TO WS-SEARCH-CODE.
   PERFORM FIND-BRANCH THRU FIND-BRANCH-EXIT.
   MOVE WS-BRANCH-AT TO WS-TO-AT.
   IF WS-TO-AT = 0
       GO TO CHECK-ONE-CANDIDATE-DONE
   END-IF.
   IF WS-BR-CAPACITY(WS-TO-AT) = 0
       GO TO CHECK-ONE-CANDIDATE-DONE
   END-IF.
   IF WS-BR-RADIUS-MILES(WS-TO-AT) > 0
       MOVE BAR-SECOND-DISTANCE TO WS-SECOND-MILES
       IF WS-SECOND-MILES > WS-BR-RADIUS-MILES(WS-TO-AT)
           GO TO CHECK-ONE-CANDIDATE-DONE
       END-IF
   END-IF.

   IF NOT WS-DRIVE-MATCHED
       OR NOT DDR-BOTH-PAIRS-PRICED
       OR DDR-NEAREST-BRANCH-CODE NOT = BAR-NEAREST-BRANCH-CODE
       OR DDR-SECOND-BRANCH-CODE NOT = BAR-SECOND-BRANCH-CODE
       ADD 1 TO WS-STAT-NO-DRIVE
       GO TO CHECK-ONE-CANDIDATE-DONE
   END-IF.

   IF WS-OVERRIDE-IS-OPEN
       MOVE BAR-REF-KEY TO BOR-REF-KEY
       READ BRANCH-OVERRIDE
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               ADD 1 TO WS-STAT-ALREADY-OVERRIDDEN
               GO TO CHECK-ONE-CANDIDATE-DONE
       END-READ
   END-IF.

   ADD 1 TO WS-STAT-CANDIDATES.
   COMPUTE WS-EXTRA-MINUTES = DDR-SECOND-DRIVE-MINUTES
       - DDR-NEAREST-DRIVE-MINUTES.
   PERFORM ADD-CANDIDATE THRU ADD-CANDIDATE-EXIT.

 CHECK-ONE-CANDIDATE-DONE.
   IF WS-DRIVE-MATCHED
       PERFORM READ-DRIVE-RECORD THRU READ-DRIVE-RECORD-EXIT
   END-IF.

 CHECK-ONE-CANDIDATE-EXIT.
   EXIT.

************************************************************************
*  ADD-CANDIDATE - insert the candidate after every candidate that
*  costs no more, so equal costs keep file order.  A full table
*  gives up its costliest candidate, or refuses this one when it
*  costs at least as much.
************************************************************************
 ADD-CANDIDATE.

   MOVE 0 TO WS-CAND-AT.
   PERFORM VARYING WS-CAND-IX FROM 1 BY 1
           UNTIL WS-CAND-IX > WS-CAND-COUNT OR WS-CAND-AT > 0
       IF WS-CAND-EXTRA-MINUTES(WS-CAND-IX) > WS-EXTRA-MINUTES
           MOVE WS-CAND-IX TO WS-CAND-AT
       END-IF
   END-PERFORM.
   IF WS-CAND-AT = 0
       COMPUTE WS-CAND-AT = WS-CAND-COUNT + 1
   END-IF.

   IF WS-CAND-COUNT NOT < WS-CAND-MAX
       ADD 1 TO WS-STAT-CAND-DROPPED
       IF WS-CAND-AT > WS-CAND-COUNT
           GO TO ADD-CANDIDATE-EXIT
       END-IF
       SUBTRACT 1 FROM WS-CAND-COUNT
   END-IF.

*  Open a slot at WS-CAND-AT by moving the later entries up one.
   PERFORM VARYING WS-CAND-IX FROM WS-CAND-COUNT BY -1
           UNTIL WS-CAND-IX < WS-CAND-AT
       MOVE WS-CAND-ENTRY(WS-CAND-IX) TO WS-CAND-ENTRY(WS-CAND-IX + 1)
   END-PERFORM.
   ADD 1 TO WS-CAND-COUNT.
   MOVE BAR-REF-KEY TO WS-CAND-REF-KEY(WS-CAND-AT).
   MOVE WS-FROM-AT TO WS-CAND-FROM-AT(WS-CAND-AT).
   MOVE WS-TO-AT TO WS-CAND-TO-AT(WS-CAND-AT).
   MOVE DDR-NEAREST-DRIVE-MINUTES TO WS-CAND-FROM-MINUTES(WS-CAND-AT).
   MOVE DDR-SECOND-DRIVE-MINUTES TO WS-CAND-TO-MINUTES(WS-CAND-AT).
   MOVE WS-EXTRA-MINUTES TO WS-CAND-EXTRA-MINUTES(WS-CAND-AT).

 ADD-CANDIDATE-EXIT.
   EXIT.

************************************************************************
*  PROPOSE-ONE-MOVE - move the candidate at WS-CAND-IX while its
*  branch is still over capacity and the second branch still has
*  room, and write the move to the proposal.
************************************************************************
 PROPOSE-ONE-MOVE.

   MOVE WS-CAND-FROM-AT(WS-CAND-IX) TO WS-FROM-AT.
   MOVE WS-CAND-TO-AT(WS-CAND-IX) TO WS-TO-AT.
   IF WS-BR-LOAD(WS-FROM-AT) NOT > WS-BR-CAPACITY(WS-FROM-AT)
       OR WS-BR-LOAD(WS-TO-AT) NOT < WS-BR-CAPACITY(WS-TO-AT)
       GO TO PROPOSE-ONE-MOVE-EXIT
   END-IF.

   SUBTRACT 1 FROM WS-BR-LOAD(WS-FROM-AT).
   ADD 1 TO WS-BR-MOVED-OUT(WS-FROM-AT).
   ADD 1 TO WS-BR-LOAD(WS-TO-AT).
   ADD 1 TO WS-BR-MOVED-IN(WS-TO-AT).
   ADD 1 TO WS-STAT-MOVES-PROPOSED.

   MOVE SPACES TO BRANCH-MOVE-RECORD.
   MOVE WS-CAND-REF-KEY(WS-CAND-IX) TO BMR-REF-KEY.
   MOVE WS-BR-CODE(WS-FROM-AT) TO BMR-FROM-BRANCH-CODE.
   MOVE WS-BR-CODE(WS-TO-AT) TO BMR-TO-BRANCH-CODE.
   MOVE WS-CAND-FROM-MINUTES(WS-CAND-IX) TO BMR-FROM-DRIVE-MINUTES.
   MOVE WS-CAND-TO-MINUTES(WS-CAND-IX) TO BMR-TO-DRIVE-MINUTES.
   MOVE WS-CAND-EXTRA-MINUTES(WS-CAND-IX) TO BMR-EXTRA-MINUTES.
   MOVE WS-TODAY-DATE TO BMR-PROPOSED-DATE.
   SET BMR-MOVE-APPROVED TO TRUE.
   WRITE BRANCH-MOVE-RECORD.

   MOVE WS-CAND-FROM-MINUTES(WS-CAND-IX) TO WS-COL-FROM-MINUTES.
   MOVE WS-CAND-TO-MINUTES(WS-CAND-IX) TO WS-COL-TO-MINUTES.
   MOVE WS-CAND-EXTRA-MINUTES(WS-CAND-IX) TO WS-COL-EXTRA-MINUTES.
   STRING "  " BMR-REF-KEY "  " BMR-FROM-BRANCH-CODE "  "
       BMR-TO-BRANCH-CODE "  " WS-COL-FROM-MINUTES "  "
       WS-COL-TO-MINUTES "  " WS-COL-EXTRA-MINUTES
       DELIMITED BY SIZE INTO WS-REPORT-LINE.
   PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT.

 PROPOSE-ONE-MOVE-EXIT.
   EXIT.

************************************************************************
*  REPORT-BRANCH-LOADS - each branch's load against its capacity,
*  as assigned and after the proposed moves.
************************************************************************
 REPORT-BRANCH-LOADS.

   PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT.
   MOVE "  Branch load against capacity:" TO WS-REPORT-LINE.
   PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT.
   MOVE "  Branch    Name                               Capacity   Assigned  Pct%  Mvd out   Mvd in      After  Status"
       TO WS-REPORT-LINE.
   PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT.

   PERFORM VARYING WS-BRANCH-IX FROM 1 BY 1
           UNTIL WS-BRANCH-IX > WS-BRANCH-COUNT
       PERFORM REPORT-ONE-BRANCH THRU REPORT-ONE-BRANCH-EXIT
   END-PERFORM.

 REPORT-BRANCH-LOADS-EXIT.
   EXIT.

 REPORT-ONE-BRANCH.

   MOVE 0 TO WS-LOAD-PERCENT.
   EVALUATE TRUE
       WHEN WS-BR-CAPACITY(WS-BRANCH-IX) = 0
           MOVE "NO CAPACITY" TO WS-BRANCH-STATUS
       WHEN WS-BR-LOAD(WS-BRANCH-IX) > WS-BR-CAPACITY(WS-BRANCH-IX)
           MOVE "STILL OVER" TO WS-BRANCH-STATUS
           ADD 1 TO WS-STAT-STILL-OVER
       WHEN WS-BR-MOVED-OUT(WS-BRANCH-IX) > 0
           MOVE "RELIEVED" TO WS-BRANCH-STATUS
       WHEN OTHER
           MOVE "OK" TO WS-BRANCH-STATUS
   END-EVALUATE.
   IF WS-BR-CAPACITY(WS-BRANCH-IX) > 0
       COMPUTE WS-LOAD-PERCENT ROUNDED =
           WS-BR-ASSIGNED(WS-BRANCH-IX) * 100
           / WS-BR-CAPACITY(WS-BRANCH-IX)
           ON SIZE ERROR
               MOVE 9999 TO WS-LOAD-PERCENT
       END-COMPUTE
   END-IF.

   MOVE WS-BR-CAPACITY(WS-BRANCH-IX) TO WS-COL-CAPACITY.
   MOVE WS-BR-ASSIGNED(WS-BRANCH-IX) TO WS-COL-ASSIGNED.
   MOVE WS-LOAD-PERCENT TO WS-COL-PERCENT.
   MOVE WS-BR-MOVED-OUT(WS-BRANCH-IX) TO WS-COL-MOVED-OUT.
   MOVE WS-BR-MOVED-IN(WS-BRANCH-IX) TO WS-COL-MOVED-IN.
   MOVE WS-BR-LOAD(WS-BRANCH-IX) TO WS-COL-LOAD.
   STRING "  " WS-BR-CODE(WS-BRANCH-IX) "  " WS-BR-NAME(WS-BRANCH-IX)
       "  " WS-COL-CAPACITY "  " WS-COL-ASSIGNED "  " WS-COL-PERCENT
       "  " WS-COL-MOVED-OUT "  " WS-COL-MOVED-IN "  " WS-COL-LOAD
       "  " WS-BRANCH-STATUS
       DELIMITED BY SIZE INTO WS-REPORT-LINE.
   PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT.

 REPORT-ONE-BRANCH-EXIT.
   EXIT.

 DISPLAY-PROPOSE-SUMMARY.

   PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT.
   STRING "  Assignments read ................ " WS-STAT-ASSIGN-READ
       DELIMITED BY SIZE INTO WS-REPORT-LINE.
   PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT.
   STRING "  Purged assignments skipped ...... "
       WS-STAT-PURGED-SKIPPED
       DELIMITED BY SIZE INTO WS-REPORT-LINE.
   PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT.
   STRING "  Assignments with no branch ...... " WS-STAT-UNASSIGNED
       DELIMITED BY SIZE INTO WS-REPORT-LINE.
   PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT.
   STRING "  Branch not on BRANCH-FILE ....... "
       WS-STAT-UNKNOWN-BRANCH
       DELIMITED BY SIZE INTO WS-REPORT-LINE.
   PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT.
   STRING "  Branches overloaded as assigned . " WS-STAT-OVERLOADED
       DELIMITED BY SIZE INTO WS-REPORT-LINE.
   PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT.
   STRING "  Move candidates ................. " WS-STAT-CANDIDATES
       DELIMITED BY SIZE INTO WS-REPORT-LINE.
   PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT.
   STRING "  Candidates without drive times .. " WS-STAT-NO-DRIVE
       DELIMITED BY SIZE INTO WS-REPORT-LINE.
   PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT.
   IF WS-OVERRIDE-IS-OPEN
       STRING "  Accounts already overridden ..... "
           WS-STAT-ALREADY-OVERRIDDEN
           DELIMITED BY SIZE INTO WS-REPORT-LINE
       PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT
   END-IF.
   IF WS-STAT-CAND-DROPPED > 0
       STRING "  Costliest candidates dropped .... "
           WS-STAT-CAND-DROPPED
           DELIMITED BY SIZE INTO WS-REPORT-LINE
       PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT
   END-IF.
   STRING "  Moves proposed .................. "
       WS-STAT-MOVES-PROPOSED
       DELIMITED BY SIZE INTO WS-REPORT-LINE.
   PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT.
   STRING "  Branches still overloaded ....... " WS-STAT-STILL-OVER
       DELIMITED BY SIZE INTO WS-REPORT-LINE.
   PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT.

 DISPLAY-PROPOSE-SUMMARY-EXIT.
   EXIT.

************************************************************************
*  APPLY-PROPOSAL - write each approved move of the reviewed
*  proposal to the override file, replacing any override the
*  account already has.  The override file is created on its first
*  use and opened I-O, the same way GEOLOAD-COBOL creates the
*  master.
************************************************************************
 APPLY-PROPOSAL.

   ENTER "COBOL_ASSIGN_" USING PROPOSAL-IO
       WS-PROPOSAL-FILE-NAME GIVING WS-RC.
   OPEN INPUT PROPOSAL-IO.
   IF WS-PROPOSAL-FILE-STATUS NOT = "00"
       DISPLAY "Unable to open PROPOSAL-FILE '",
           WS-PROPOSAL-FILE-NAME,
           "' - file status ", WS-PROPOSAL-FILE-STATUS
       SET WS-OPEN-FAILED TO TRUE
       GO TO APPLY-PROPOSAL-EXIT
   END-IF.

   ENTER "COBOL_ASSIGN_" USING BRANCH-OVERRIDE
       WS-OVERRIDE-FILE-NAME GIVING WS-RC.
   OPEN I-O BRANCH-OVERRIDE.
   IF WS-OVERRIDE-FILE-STATUS NOT = "00"
*      First override for this file - create it, then reopen I-O.
       OPEN OUTPUT BRANCH-OVERRIDE
       CLOSE BRANCH-OVERRIDE
       OPEN I-O BRANCH-OVERRIDE
   END-IF.
   IF WS-OVERRIDE-FILE-STATUS NOT = "00"
       DISPLAY "Unable to open OVERRIDE-FILE '",
           WS-OVERRIDE-FILE-NAME,
           "' - file status ", WS-OVERRIDE-FILE-STATUS
       SET WS-OPEN-FAILED TO TRUE
       CLOSE PROPOSAL-IO
       GO TO APPLY-PROPOSAL-EXIT
   END-IF.

   PERFORM UNTIL WS-PROPOSAL-EOF
       READ PROPOSAL-IO
           AT END
               SET WS-PROPOSAL-EOF TO TRUE
           NOT AT END
               ADD 1 TO WS-STAT-PROPOSAL-READ
               PERFORM APPLY-ONE-MOVE THRU APPLY-ONE-MOVE-EXIT
       END-READ
   END-PERFORM.

   PERFORM DISPLAY-APPLY-SUMMARY THRU DISPLAY-APPLY-SUMMARY-EXIT.
   CLOSE PROPOSAL-IO.
   CLOSE BRANCH-OVERRIDE.

 APPLY-PROPOSAL-EXIT.
   EXIT.

************************************************************************
*  APPLY-ONE-MOVE - struck moves, and moves anonymized by
*  GEOPURGE-COBOL, are passed over.
************************************************************************
 APPLY-ONE-MOVE.

   IF NOT BMR-MOVE-APPROVED
       OR BMR-REF-KEY = SPACES
       OR BMR-TO-BRANCH-CODE = SPACES
       ADD 1 TO WS-STAT-NOT-APPROVED
       GO TO APPLY-ONE-MOVE-EXIT
   END-IF.

   MOVE SPACES TO BRANCH-OVERRIDE-RECORD.
   MOVE BMR-REF-KEY TO BOR-REF-KEY.
   MOVE BMR-TO-BRANCH-CODE TO BOR-BRANCH-CODE.
   MOVE BMR-FROM-BRANCH-CODE TO BOR-FROM-BRANCH-CODE.
   MOVE BMR-EXTRA-MINUTES TO BOR-EXTRA-MINUTES.
   MOVE WS-TODAY-DATE TO BOR-APPLIED-DATE.
   WRITE BRANCH-OVERRIDE-RECORD
       INVALID KEY
           REWRITE BRANCH-OVERRIDE-RECORD
               INVALID KEY
                   ADD 1 TO WS-STAT-OVERRIDE-ERRORS
                   DISPLAY "Unable to write override for ",
                       BOR-REF-KEY, " - file status ",
                       WS-OVERRIDE-FILE-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-STAT-OVERRIDE-REPLACED
           END-REWRITE
       NOT INVALID KEY
           ADD 1 TO WS-STAT-OVERRIDE-ADDED
   END-WRITE.

 APPLY-ONE-MOVE-EXIT.
   EXIT.

 DISPLAY-APPLY-SUMMARY.

   MOVE SPACES TO WS-REPORT-LINE.
   PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT.
   STRING "Branch Override Apply - " WS-TODAY-DATE(1:4)
       "-" WS-TODAY-DATE(5:2) "-" WS-TODAY-DATE(7:2)
       DELIMITED BY SIZE INTO WS-REPORT-LINE.
   PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT.
   PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT.
   STRING "  Proposed moves read ............. " WS-STAT-PROPOSAL-READ
       DELIMITED BY SIZE INTO WS-REPORT-LINE.
   PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT.
   STRING "  Moves not approved .............. " WS-STAT-NOT-APPROVED
       DELIMITED BY SIZE INTO WS-REPORT-LINE.
   PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT.
   STRING "  Overrides added ................. "
       WS-STAT-OVERRIDE-ADDED
       DELIMITED BY SIZE INTO WS-REPORT-LINE.
   PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT.
   STRING "  Overrides replaced .............. "
       WS-STAT-OVERRIDE-REPLACED
       DELIMITED BY SIZE INTO WS-REPORT-LINE.
   PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT.
   IF WS-STAT-OVERRIDE-ERRORS > 0
       STRING "  Overrides not written ........... "
           WS-STAT-OVERRIDE-ERRORS
           DELIMITED BY SIZE INTO WS-REPORT-LINE
       PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT
   END-IF.

 DISPLAY-APPLY-SUMMARY-EXIT.
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
