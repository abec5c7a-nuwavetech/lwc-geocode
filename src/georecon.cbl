************************************************************************
*  Copyright (c) 2019 NuWave Technologies, Inc. All rights reserved.
*
*  GEORECON-COBOL - reconcile ADDRESS-MASTER against the billing
*  system's nightly customer extract.  The extract (reference key
*  plus current service address, in ascending reference-key order)
*  is matched to the master by AMR-REF-KEY in one pass, reading the
*  master in key order alongside it.  The reconciliation report
*  lists live accounts missing from the master, master entries with
*  no live account, and accounts whose current address no longer
*  matches the AMR-ADDRESS-INPUT the master was geocoded from.
*  Missing and changed accounts are written in ADDR-IN-RECORD
*  layout as the next GEOCODE-COBOL INPUT-FILE, so the master
*  follows billing instead of drifting from it.  Address text is
*  compared without regard to case or leading/trailing spaces, so a
*  billing-side reformat alone does not buy a second geocode.
*  Entries pinned or retired through GEOMAINT-COBOL are reported but
*  never requeued - GEOLOAD-COBOL would leave them alone anyway.
*
*  Modification History:
*    15OCT2026  NWT  Original version.
************************************************************************
? env common
? save param, startup
 IDENTIFICATION DIVISION.
 PROGRAM-ID.  GEORECON-COBOL.
 AUTHOR. NuWave Technologies, Inc.
 ENVIRONMENT DIVISION.

 CONFIGURATION SECTION.
 SOURCE-COMPUTER.  HPE NonStop Server.
 OBJECT-COMPUTER.  HPE NonStop Server.
 SPECIAL-NAMES.

 INPUT-OUTPUT SECTION.
 FILE-CONTROL.

*  The nightly customer extract from billing, in ascending
*  reference-key order.
   SELECT EXTRACT-IN
   ASSIGN TO "#DYNAMIC"
   ORGANIZATION IS SEQUENTIAL
   ACCESS MODE IS SEQUENTIAL
   FILE STATUS IS WS-EXTRACT-IN-FILE-STATUS.

*  The keyed address master, read in key order.
   SELECT ADDR-MASTER
   ASSIGN TO "#DYNAMIC"
   ORGANIZATION IS INDEXED
   ACCESS MODE IS DYNAMIC
   RECORD KEY IS AMR-REF-KEY
   FILE STATUS IS WS-MASTER-FILE-STATUS.

*  The requeue file, in GEOCODE-COBOL's ADDR-IN-RECORD layout.
   SELECT REQUEUE-OUT
   ASSIGN TO "#DYNAMIC"
   ORGANIZATION IS SEQUENTIAL
   ACCESS MODE IS SEQUENTIAL
   FILE STATUS IS WS-REQUEUE-OUT-FILE-STATUS.

*  The reconciliation report, also displayed as it is written.
   SELECT RPT-OUT
   ASSIGN TO "#DYNAMIC"
   ORGANIZATION IS SEQUENTIAL
   ACCESS MODE IS SEQUENTIAL
   FILE STATUS IS WS-RPT-OUT-FILE-STATUS.

 DATA DIVISION.
 FILE SECTION.
*  One live account: the billing reference key (the same join key
*  GEOCODE-COBOL carries as AIR-REF-KEY) and its current service
*  address.
   FD  EXTRACT-IN
       LABEL RECORDS ARE OMITTED.

   01 CUSTOMER-EXTRACT-RECORD.
       05 CXR-REF-KEY                  PIC X(020).
       05 CXR-ADDRESS                  PIC X(256).

   FD  ADDR-MASTER
       LABEL RECORDS ARE OMITTED.

   COPY ADDR-MASTER-RECORD             IN GEOCOPY.

   FD  REQUEUE-OUT
       LABEL RECORDS ARE OMITTED.

   01 ADDR-OUT-RECORD.
       05 AIR-REF-KEY                  PIC X(020).
       05 AIR-ADDRESS                  PIC X(256).

   FD  RPT-OUT
       LABEL RECORDS ARE OMITTED.

   01 RPT-OUT-RECORD                   PIC X(120).

 WORKING-STORAGE SECTION.
   01 WS-RC                            NATIVE-2.
   01 WS-ENV-EXTRACT-FILE              PIC X(12) VALUE "EXTRACT-FILE".
   01 WS-EXTRACT-FILE-NAME             PIC X(64).
   01 WS-EXTRACT-FILE-NAME-LEN         NATIVE-2.
   01 WS-EXTRACT-IN-FILE-STATUS        PIC X(02).
   01 WS-ENV-MASTER-FILE               PIC X(11) VALUE "MASTER-FILE".
   01 WS-MASTER-FILE-NAME              PIC X(64).
   01 WS-MASTER-FILE-NAME-LEN          NATIVE-2.
   01 WS-MASTER-FILE-STATUS            PIC X(02).
   01 WS-ENV-REQUEUE-FILE              PIC X(12) VALUE "REQUEUE-FILE".
   01 WS-REQUEUE-FILE-NAME             PIC X(64).
   01 WS-REQUEUE-FILE-NAME-LEN         NATIVE-2.
   01 WS-REQUEUE-OUT-FILE-STATUS       PIC X(02).
   01 WS-ENV-REPORT-FILE               PIC X(11) VALUE "REPORT-FILE".
   01 WS-REPORT-FILE-NAME              PIC X(64).
   01 WS-REPORT-FILE-NAME-LEN          NATIVE-2.
   01 WS-RPT-OUT-FILE-STATUS           PIC X(02).
   01 WS-RPT-OUT-OPEN-IND              PIC 9 VALUE 0.
       88 WS-RPT-OUT-IS-OPEN           VALUE 1.
   01 WS-OPEN-FAILED-IND               PIC 9 VALUE 0.
       88 WS-OPEN-FAILED               VALUE 1.
   01 WS-EXTRACT-EOF-IND               PIC 9 VALUE 0.
       88 WS-EXTRACT-EOF               VALUE 1.
   01 WS-MASTER-EOF-IND                PIC 9 VALUE 0.
       88 WS-MASTER-EOF                VALUE 1.
   01 WS-REPORT-LINE                   PIC X(120).

*  Match keys.  Each side's key is HIGH-VALUES once that side is
*  exhausted, so the merge runs until both are.
   01 WS-EXTRACT-KEY                   PIC X(020).
   01 WS-PRIOR-EXTRACT-KEY             PIC X(020).
   01 WS-MASTER-KEY                    PIC X(020).

*  Address comparison work areas - upper case, left-justified.
   01 WS-BILLING-ADDRESS               PIC X(256).
   01 WS-MASTER-ADDRESS                PIC X(256).

*  End-of-run summary counts.
   01 WS-STATS.
       05 WS-STAT-EXTRACT-READ         PIC 9(09) VALUE 0.
       05 WS-STAT-MASTER-READ          PIC 9(09) VALUE 0.
       05 WS-STAT-MATCHED-COUNT        PIC 9(09) VALUE 0.
       05 WS-STAT-MISSING-COUNT        PIC 9(09) VALUE 0.
       05 WS-STAT-CHANGED-COUNT        PIC 9(09) VALUE 0.
       05 WS-STAT-NO-ACCOUNT-COUNT     PIC 9(09) VALUE 0.
       05 WS-STAT-HELD-COUNT           PIC 9(09) VALUE 0.
       05 WS-STAT-RETIRED-COUNT        PIC 9(09) VALUE 0.
       05 WS-STAT-SEQUENCE-COUNT       PIC 9(09) VALUE 0.
       05 WS-STAT-REQUEUED-COUNT       PIC 9(09) VALUE 0.

 PROCEDURE DIVISION.

 MAIN.

   DISPLAY " ".
   DISPLAY "LightWave Client(tm) - Google Geocoding API ",
               " - Master Reconciliation - 15OCT2026".
   DISPLAY " ".

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
   MOVE "ADDRESS-MASTER / Customer Extract Reconciliation"
       TO WS-REPORT-LINE.
   PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT.

   MOVE LOW-VALUES TO WS-PRIOR-EXTRACT-KEY.
   PERFORM READ-NEXT-EXTRACT THRU READ-NEXT-EXTRACT-EXIT.
   PERFORM READ-NEXT-MASTER THRU READ-NEXT-MASTER-EXIT.

   PERFORM UNTIL WS-EXTRACT-KEY = HIGH-VALUES
           AND WS-MASTER-KEY = HIGH-VALUES
       EVALUATE TRUE
           WHEN WS-EXTRACT-KEY < WS-MASTER-KEY
               PERFORM REPORT-MISSING-ACCOUNT
                   THRU REPORT-MISSING-ACCOUNT-EXIT
               PERFORM READ-NEXT-EXTRACT THRU READ-NEXT-EXTRACT-EXIT
           WHEN WS-EXTRACT-KEY > WS-MASTER-KEY
               PERFORM REPORT-NO-ACCOUNT THRU REPORT-NO-ACCOUNT-EXIT
               PERFORM READ-NEXT-MASTER THRU READ-NEXT-MASTER-EXIT
           WHEN OTHER
               PERFORM COMPARE-ONE-ACCOUNT
                   THRU COMPARE-ONE-ACCOUNT-EXIT
               PERFORM READ-NEXT-EXTRACT THRU READ-NEXT-EXTRACT-EXIT
               PERFORM READ-NEXT-MASTER THRU READ-NEXT-MASTER-EXIT
       END-EVALUATE
   END-PERFORM.

   PERFORM DISPLAY-SUMMARY THRU DISPLAY-SUMMARY-EXIT.
   PERFORM CLOSE-ALL-FILES THRU CLOSE-ALL-FILES-EXIT.

 MAIN-EXIT.
   EXIT PROGRAM.
   STOP RUN.

************************************************************************
*  GET-RUN-PARAMETERS - EXTRACT-FILE, MASTER-FILE and REQUEUE-FILE
*  are required; REPORT-FILE is optional.
************************************************************************
 GET-RUN-PARAMETERS.

   ENTER "SMU_Param_GetText_" USING WS-ENV-EXTRACT-FILE,
       WS-EXTRACT-FILE-NAME GIVING WS-EXTRACT-FILE-NAME-LEN.
   IF WS-EXTRACT-FILE-NAME-LEN = -1
       DISPLAY "PARAM EXTRACT-FILE not set."
       SET WS-OPEN-FAILED TO TRUE
   END-IF.

   ENTER "SMU_Param_GetText_" USING WS-ENV-MASTER-FILE,
       WS-MASTER-FILE-NAME GIVING WS-MASTER-FILE-NAME-LEN.
   IF WS-MASTER-FILE-NAME-LEN = -1
       DISPLAY "PARAM MASTER-FILE not set."
       SET WS-OPEN-FAILED TO TRUE
   END-IF.

   ENTER "SMU_Param_GetText_" USING WS-ENV-REQUEUE-FILE,
       WS-REQUEUE-FILE-NAME GIVING WS-REQUEUE-FILE-NAME-LEN.
   IF WS-REQUEUE-FILE-NAME-LEN = -1
       DISPLAY "PARAM REQUEUE-FILE not set."
       SET WS-OPEN-FAILED TO TRUE
   END-IF.

   ENTER "SMU_Param_GetText_" USING WS-ENV-REPORT-FILE,
       WS-REPORT-FILE-NAME GIVING WS-REPORT-FILE-NAME-LEN.

 GET-RUN-PARAMETERS-EXIT.
   EXIT.

 OPEN-ALL-FILES.

   ENTER "COBOL_ASSIGN_" USING EXTRACT-IN
       WS-EXTRACT-FILE-NAME GIVING WS-RC.
   OPEN INPUT EXTRACT-IN.
   IF WS-EXTRACT-IN-FILE-STATUS NOT = "00"
       DISPLAY "Unable to open EXTRACT-FILE '", WS-EXTRACT-FILE-NAME,
           "' - file status ", WS-EXTRACT-IN-FILE-STATUS
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
   MOVE LOW-VALUES TO AMR-REF-KEY.
   START ADDR-MASTER KEY IS >= AMR-REF-KEY
       INVALID KEY
           SET WS-MASTER-EOF TO TRUE
   END-START.

   ENTER "COBOL_ASSIGN_" USING REQUEUE-OUT
       WS-REQUEUE-FILE-NAME GIVING WS-RC.
   OPEN OUTPUT REQUEUE-OUT.
   IF WS-REQUEUE-OUT-FILE-STATUS NOT = "00"
       DISPLAY "Unable to open REQUEUE-FILE '", WS-REQUEUE-FILE-NAME,
           "' - file status ", WS-REQUEUE-OUT-FILE-STATUS
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

   CLOSE EXTRACT-IN.
   CLOSE ADDR-MASTER.
   CLOSE REQUEUE-OUT.
   IF WS-RPT-OUT-IS-OPEN
       CLOSE RPT-OUT
   END-IF.

 CLOSE-ALL-FILES-EXIT.
   EXIT.

************************************************************************
*  READ-NEXT-EXTRACT - the next account, in sequence.  A key not
*  higher than the one before it (a duplicate, or an extract that
*  was not sorted) cannot be matched in one pass; it is reported and
*  skipped rather than being mistaken for a missing account.
************************************************************************
 READ-NEXT-EXTRACT.

   IF WS-EXTRACT-EOF
       MOVE HIGH-VALUES TO WS-EXTRACT-KEY
       GO TO READ-NEXT-EXTRACT-EXIT
   END-IF.
   READ EXTRACT-IN
       AT END
           SET WS-EXTRACT-EOF TO TRUE
           MOVE HIGH-VALUES TO WS-EXTRACT-KEY
           GO TO READ-NEXT-EXTRACT-EXIT
   END-READ.
   ADD 1 TO WS-STAT-EXTRACT-READ.

   IF CXR-REF-KEY NOT > WS-PRIOR-EXTRACT-KEY
       ADD 1 TO WS-STAT-SEQUENCE-COUNT
       STRING "OUT OF SEQ  " CXR-REF-KEY
           " follows " WS-PRIOR-EXTRACT-KEY " - skipped"
           DELIMITED BY SIZE INTO WS-REPORT-LINE
       PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT
       GO TO READ-NEXT-EXTRACT
   END-IF.
   MOVE CXR-REF-KEY TO WS-EXTRACT-KEY.
   MOVE CXR-REF-KEY TO WS-PRIOR-EXTRACT-KEY.

 READ-NEXT-EXTRACT-EXIT.
   EXIT.

 READ-NEXT-MASTER.

   IF WS-MASTER-EOF
       MOVE HIGH-VALUES TO WS-MASTER-KEY
       GO TO READ-NEXT-MASTER-EXIT
   END-IF.
   READ ADDR-MASTER NEXT
       AT END
           SET WS-MASTER-EOF TO TRUE
           MOVE HIGH-VALUES TO WS-MASTER-KEY
       NOT AT END
           ADD 1 TO WS-STAT-MASTER-READ
           MOVE AMR-REF-KEY TO WS-MASTER-KEY
   END-READ.

 READ-NEXT-MASTER-EXIT.
   EXIT.

************************************************************************
*  REPORT-MISSING-ACCOUNT - a live account never geocoded into the
*  master; requeue it.
************************************************************************
 REPORT-MISSING-ACCOUNT.

   ADD 1 TO WS-STAT-MISSING-COUNT.
   STRING "MISSING     " CXR-REF-KEY " " CXR-ADDRESS(1:80)
       DELIMITED BY SIZE INTO WS-REPORT-LINE.
   PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT.
   PERFORM WRITE-REQUEUE THRU WRITE-REQUEUE-EXIT.

 REPORT-MISSING-ACCOUNT-EXIT.
   EXIT.

************************************************************************
*  REPORT-NO-ACCOUNT - a master entry billing no longer knows.  A
*  retired entry is expected to have no account and is only counted.
************************************************************************
 REPORT-NO-ACCOUNT.

   IF AMR-ENTRY-IS-RETIRED
       ADD 1 TO WS-STAT-RETIRED-COUNT
       GO TO REPORT-NO-ACCOUNT-EXIT
   END-IF.
   ADD 1 TO WS-STAT-NO-ACCOUNT-COUNT.
   STRING "NO ACCOUNT  " AMR-REF-KEY " " AMR-FORMATTED-ADDRESS(1:80)
       DELIMITED BY SIZE INTO WS-REPORT-LINE.
   PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT.

 REPORT-NO-ACCOUNT-EXIT.
   EXIT.

************************************************************************
*  COMPARE-ONE-ACCOUNT - the key is on both sides; requeue it when
*  billing's address text differs from what the master entry was
*  geocoded from.  A pinned or retired entry is reported for a
*  supervisor to look at in GEOMAINT-COBOL instead of being
*  requeued, since a load would not touch it.
************************************************************************
 COMPARE-ONE-ACCOUNT.

   ADD 1 TO WS-STAT-MATCHED-COUNT.
   MOVE FUNCTION TRIM(CXR-ADDRESS) TO WS-BILLING-ADDRESS.
   MOVE FUNCTION TRIM(AMR-ADDRESS-INPUT) TO WS-MASTER-ADDRESS.
   INSPECT WS-BILLING-ADDRESS CONVERTING
       "abcdefghijklmnopqrstuvwxyz" TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
   INSPECT WS-MASTER-ADDRESS CONVERTING
       "abcdefghijklmnopqrstuvwxyz" TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
   IF WS-BILLING-ADDRESS = WS-MASTER-ADDRESS
       GO TO COMPARE-ONE-ACCOUNT-EXIT
   END-IF.

   ADD 1 TO WS-STAT-CHANGED-COUNT.
   IF AMR-ENTRY-IS-PINNED OR AMR-ENTRY-IS-RETIRED
       ADD 1 TO WS-STAT-HELD-COUNT
       STRING "CHANGED     " CXR-REF-KEY
           " - entry pinned or retired, not requeued; ",
           "review in GEOMAINT"
           DELIMITED BY SIZE INTO WS-REPORT-LINE
   ELSE
       STRING "CHANGED     " CXR-REF-KEY
           DELIMITED BY SIZE INTO WS-REPORT-LINE
   END-IF.
   PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT.
   STRING "    was:    " AMR-ADDRESS-INPUT(1:100)
       DELIMITED BY SIZE INTO WS-REPORT-LINE.
   PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT.
   STRING "    now:    " CXR-ADDRESS(1:100)
       DELIMITED BY SIZE INTO WS-REPORT-LINE.
   PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT.

   IF NOT AMR-ENTRY-IS-PINNED AND NOT AMR-ENTRY-IS-RETIRED
       PERFORM WRITE-REQUEUE THRU WRITE-REQUEUE-EXIT
   END-IF.

 COMPARE-ONE-ACCOUNT-EXIT.
   EXIT.

 WRITE-REQUEUE.

   MOVE SPACES TO ADDR-OUT-RECORD.
   MOVE CXR-REF-KEY TO AIR-REF-KEY.
   MOVE CXR-ADDRESS TO AIR-ADDRESS.
   WRITE ADDR-OUT-RECORD.
   ADD 1 TO WS-STAT-REQUEUED-COUNT.

 WRITE-REQUEUE-EXIT.
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

************************************************************************
*  DISPLAY-SUMMARY - the reconciliation totals, on the report as
*  well so the file stands alone.
************************************************************************
 DISPLAY-SUMMARY.

   MOVE SPACES TO WS-REPORT-LINE.
   PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT.
   STRING "  Extract accounts read ........... "
       WS-STAT-EXTRACT-READ
       DELIMITED BY SIZE INTO WS-REPORT-LINE.
   PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT.
   STRING "  Master entries read ............. "
       WS-STAT-MASTER-READ
       DELIMITED BY SIZE INTO WS-REPORT-LINE.
   PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT.
   STRING "  Matched by reference key ........ "
       WS-STAT-MATCHED-COUNT
       DELIMITED BY SIZE INTO WS-REPORT-LINE.
   PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT.
   STRING "  Missing from master ............. "
       WS-STAT-MISSING-COUNT
       DELIMITED BY SIZE INTO WS-REPORT-LINE.
   PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT.
   STRING "  Address changed ................. "
       WS-STAT-CHANGED-COUNT
       DELIMITED BY SIZE INTO WS-REPORT-LINE.
   PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT.
   STRING "    Pinned/retired - not requeued . "
       WS-STAT-HELD-COUNT
       DELIMITED BY SIZE INTO WS-REPORT-LINE.
   PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT.
   STRING "  Master entries - no account ..... "
       WS-STAT-NO-ACCOUNT-COUNT
       DELIMITED BY SIZE INTO WS-REPORT-LINE.
   PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT.
   STRING "  Retired entries - no account .... "
       WS-STAT-RETIRED-COUNT
       DELIMITED BY SIZE INTO WS-REPORT-LINE.
   PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT.
   STRING "  Extract out of sequence ......... "
       WS-STAT-SEQUENCE-COUNT
       DELIMITED BY SIZE INTO WS-REPORT-LINE.
   PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT.
   STRING "  Requeued for GEOCODE ............ "
       WS-STAT-REQUEUED-COUNT
       DELIMITED BY SIZE INTO WS-REPORT-LINE.
   PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT.

 DISPLAY-SUMMARY-EXIT.
   EXIT.
