************************************************************************
*  Copyright (c) 2019 NuWave Technologies, Inc. All rights reserved.
*
*  GEOEXCP-COBOL - consolidated exception tracker with aging.  Each
*  night's exception files feed one keyed tracker, keyed by
*  reference key and exception type:
*      SCRUB  - GEOCODE-COBOL's scrub rejects (REJECT-FILE)
*      ERROR  - GEOCODE-COBOL's error log (ERROR-LOG-FILE)
*      REVIEW - items left on GEOREVIEW-COBOL's pending file
*               (PENDING-FILE)
*      TAX    - GEOTAX-COBOL's no-jurisdiction exceptions
*               (TAX-EXCEPT-FILE)
*      AUDIT  - GEOAUDIT-COBOL's quality exceptions
*               (AUDIT-EXCEPT-FILE)
*  A new exception opens an entry with today as its first-seen date;
*  one already open has its last-seen date moved up.  An open entry
*  not reported tonight closes once its key shows up clean - with
*  coordinates in tonight's GEO-OUT file, or in an ADDRESS-MASTER
*  entry loaded (or pinned) on or after the exception first
*  appeared.  An entry reported tonight stays open even when the
*  key is also in GEO-OUT, since GEOAUDIT-COBOL and GEOTAX-COBOL
*  raise their exceptions against records that did geocode.
*  The aging report counts the open entries by type in 0-7, 8-30
*  and 31+ day bands, and lists every entry open more than 30 days
*  so the oldest problems are worked first.
*
*  Modification History:
*    15OCT2026  NWT  Original version.
************************************************************************
? env common
? save param, startup
 IDENTIFICATION DIVISION.
 PROGRAM-ID.  GEOEXCP-COBOL.
 AUTHOR. NuWave Technologies, Inc.
 ENVIRONMENT DIVISION.

 CONFIGURATION SECTION.
 SOURCE-COMPUTER.  HPE NonStop Server.
 OBJECT-COMPUTER.  HPE NonStop Server.
 SPECIAL-NAMES.

 INPUT-OUTPUT SECTION.
 FILE-CONTROL.

*  The keyed exception tracker.
   SELECT EXCEPTION-TRACK
   ASSIGN TO "#DYNAMIC"
   ORGANIZATION IS INDEXED
   ACCESS MODE IS DYNAMIC
   RECORD KEY IS ETR-TRACK-KEY
   FILE STATUS IS WS-TRACK-FILE-STATUS.

*  The keyed address master, read by key to close entries.
   SELECT ADDR-MASTER
   ASSIGN TO "#DYNAMIC"
   ORGANIZATION IS INDEXED
   ACCESS MODE IS DYNAMIC
   RECORD KEY IS AMR-REF-KEY
   FILE STATUS IS WS-MASTER-FILE-STATUS.

*  Tonight's exception files, each optional.  The REVIEW-OUT-RECORD
*  layout serves both the pending file and the audit exceptions,
*  so the one file is assigned to each in turn.
   SELECT REJECT-IN
   ASSIGN TO "#DYNAMIC"
   ORGANIZATION IS SEQUENTIAL
   ACCESS MODE IS SEQUENTIAL
   FILE STATUS IS WS-FEED-FILE-STATUS.

   SELECT ERR-LOG-IN
   ASSIGN TO "#DYNAMIC"
   ORGANIZATION IS SEQUENTIAL
   ACCESS MODE IS SEQUENTIAL
   FILE STATUS IS WS-FEED-FILE-STATUS.

   SELECT REVIEW-IN
   ASSIGN TO "#DYNAMIC"
   ORGANIZATION IS SEQUENTIAL
   ACCESS MODE IS SEQUENTIAL
   FILE STATUS IS WS-FEED-FILE-STATUS.

   SELECT TAX-EXCEPT-IN
   ASSIGN TO "#DYNAMIC"
   ORGANIZATION IS SEQUENTIAL
   ACCESS MODE IS SEQUENTIAL
   FILE STATUS IS WS-FEED-FILE-STATUS.

*  Tonight's geocoded results, for closing entries.
   SELECT GEO-IN
   ASSIGN TO "#DYNAMIC"
   ORGANIZATION IS SEQUENTIAL
   ACCESS MODE IS SEQUENTIAL
   FILE STATUS IS WS-FEED-FILE-STATUS.

*  The aging report, also displayed as it is written.
   SELECT RPT-OUT
   ASSIGN TO "#DYNAMIC"
   ORGANIZATION IS SEQUENTIAL
   ACCESS MODE IS SEQUENTIAL
   FILE STATUS IS WS-RPT-OUT-FILE-STATUS.

 DATA DIVISION.
 FILE SECTION.
   FD  EXCEPTION-TRACK
       LABEL RECORDS ARE OMITTED.

   COPY EXCEPTION-TRACK-RECORD         IN GEOCOPY.

   FD  ADDR-MASTER
       LABEL RECORDS ARE OMITTED.

   COPY ADDR-MASTER-RECORD             IN GEOCOPY.

*  GEOCODE-COBOL's scrub rejects.
   FD  REJECT-IN
       LABEL RECORDS ARE OMITTED.

   01 SCRUB-REJECT-RECORD.
       05 SRR-REF-KEY                  PIC X(020).
       05 SRR-ADDRESS-INPUT            PIC X(256).
       05 SRR-REASON-CODE              PIC X(008).
       05 SRR-REASON-TEXT              PIC X(040).

   FD  ERR-LOG-IN
       LABEL RECORDS ARE OMITTED.

   COPY ERR-LOG-RECORD                 IN GEOCOPY.

   FD  REVIEW-IN
       LABEL RECORDS ARE OMITTED.

   COPY REVIEW-OUT-RECORD              IN GEOCOPY.

*  GEOTAX-COBOL's no-jurisdiction exceptions.
   FD  TAX-EXCEPT-IN
       LABEL RECORDS ARE OMITTED.

   01 TAX-EXCEPT-RECORD.
       05 TER-REF-KEY                  PIC X(020).
       05 TER-FORMATTED-ADDRESS        PIC X(128).
       05 TER-STATE                    PIC X(032).
       05 TER-COUNTY                   PIC X(064).
       05 TER-CITY                     PIC X(064).
       05 TER-ZIP                      PIC X(016).

   FD  GEO-IN
       LABEL RECORDS ARE OMITTED.

   COPY GEO-OUT-RECORD                 IN GEOCOPY.

   FD  RPT-OUT
       LABEL RECORDS ARE OMITTED.

   01 RPT-OUT-RECORD                   PIC X(120).

 WORKING-STORAGE SECTION.
   01 WS-RC                            NATIVE-2.
   01 WS-ENV-TRACK-FILE                PIC X(10) VALUE "TRACK-FILE".
   01 WS-TRACK-FILE-NAME               PIC X(64).
   01 WS-TRACK-FILE-NAME-LEN           NATIVE-2.
   01 WS-TRACK-FILE-STATUS             PIC X(02).
   01 WS-ENV-MASTER-FILE               PIC X(11) VALUE "MASTER-FILE".
   01 WS-MASTER-FILE-NAME              PIC X(64).
   01 WS-MASTER-FILE-NAME-LEN          NATIVE-2.
   01 WS-MASTER-FILE-STATUS            PIC X(02).
   01 WS-MASTER-OPEN-IND               PIC 9 VALUE 0.
       88 WS-MASTER-IS-OPEN            VALUE 1.
   01 WS-ENV-REPORT-FILE               PIC X(11) VALUE "REPORT-FILE".
   01 WS-REPORT-FILE-NAME              PIC X(64).
   01 WS-REPORT-FILE-NAME-LEN          NATIVE-2.
   01 WS-RPT-OUT-FILE-STATUS           PIC X(02).
   01 WS-RPT-OUT-OPEN-IND              PIC 9 VALUE 0.
       88 WS-RPT-OUT-IS-OPEN           VALUE 1.

*  Feed and close-source PARAMs, each optional.
   01 WS-ENV-REJECT-FILE               PIC X(11) VALUE "REJECT-FILE".
   01 WS-ENV-ERROR-LOG-FILE            PIC X(14)
                                       VALUE "ERROR-LOG-FILE".
   01 WS-ENV-PENDING-FILE              PIC X(12) VALUE "PENDING-FILE".
   01 WS-ENV-TAX-EXCEPT-FILE           PIC X(15)
                                       VALUE "TAX-EXCEPT-FILE".
   01 WS-ENV-AUDIT-EXCEPT-FILE         PIC X(17)
                                       VALUE "AUDIT-EXCEPT-FILE".
   01 WS-ENV-GEO-OUT-FILE              PIC X(12) VALUE "GEO-OUT-FILE".
   01 WS-FEED-PARAM                    PIC X(17).
   01 WS-FEED-FILE-NAME                PIC X(64).
   01 WS-FEED-FILE-NAME-LEN            NATIVE-2.
   01 WS-FEED-FILE-STATUS              PIC X(02).
   01 WS-FEED-EOF-IND                  PIC 9 VALUE 0.
       88 WS-FEED-EOF                  VALUE 1.
   01 WS-FEED-READ                     PIC 9(09).

   01 WS-OPEN-FAILED-IND               PIC 9 VALUE 0.
       88 WS-OPEN-FAILED               VALUE 1.
   01 WS-TRACK-EOF-IND                 PIC 9 VALUE 0.
       88 WS-TRACK-EOF                 VALUE 1.
   01 WS-REPORT-LINE                   PIC X(120).

*  One exception as fed to RECORD-EXCEPTION.
   01 WS-EXCEPTION-REF-KEY             PIC X(020).
   01 WS-EXCEPTION-TYPE                PIC X(008).
   01 WS-EXCEPTION-DETAIL              PIC X(060).

*  Dates.  Ages are differences of day numbers.
   01 WS-TODAY-DATE                    PIC X(08).
   01 WS-TODAY-INTEGER                 PIC 9(09).
   01 WS-DATE-NUM                      PIC 9(08).
   01 WS-AGE-DAYS                      PIC 9(05).
   01 WS-CLOSE-KEY                     PIC X(020).
   01 WS-CLOSE-SOURCE                  PIC X(008).

*  Aging by exception type.
   01 WS-TYPE-IX                       NATIVE-2.
   01 WS-TYPE-TABLE.
       05 WS-TYPE-ENTRY                OCCURS 5 TIMES.
           10 WS-TYPE-NAME             PIC X(008).
           10 WS-TYPE-OPEN             PIC 9(007).
           10 WS-TYPE-AGE-0-7          PIC 9(007).
           10 WS-TYPE-AGE-8-30         PIC 9(007).
           10 WS-TYPE-AGE-31-UP        PIC 9(007).
           10 WS-TYPE-OLDEST-DAYS      PIC 9(005).
           10 WS-TYPE-NEW-TONIGHT      PIC 9(007).
           10 WS-TYPE-CLOSED-TONIGHT   PIC 9(007).
   01 WS-COL-OPEN                      PIC ZZZZZZ9.
   01 WS-COL-AGE-0-7                   PIC ZZZZZZ9.
   01 WS-COL-AGE-8-30                  PIC ZZZZZZ9.
   01 WS-COL-AGE-31-UP                 PIC ZZZZZZ9.
   01 WS-COL-OLDEST                    PIC ZZZZZZ9.
   01 WS-COL-NEW                       PIC ZZZZZZ9.
   01 WS-COL-CLOSED                    PIC ZZZZZZ9.

*  End-of-run summary counts.
   01 WS-STATS.
       05 WS-STAT-FED-COUNT            PIC 9(09) VALUE 0.
       05 WS-STAT-NO-KEY-COUNT         PIC 9(09) VALUE 0.
       05 WS-STAT-OPENED-COUNT         PIC 9(09) VALUE 0.
       05 WS-STAT-REOPENED-COUNT       PIC 9(09) VALUE 0.
       05 WS-STAT-STILL-OPEN-COUNT     PIC 9(09) VALUE 0.
       05 WS-STAT-GEO-OUT-CLOSE-COUNT  PIC 9(09) VALUE 0.
       05 WS-STAT-MASTER-CLOSE-COUNT   PIC 9(09) VALUE 0.
       05 WS-STAT-OPEN-TOTAL           PIC 9(09) VALUE 0.

 PROCEDURE DIVISION.

 MAIN.

   DISPLAY " ".
   DISPLAY "LightWave Client(tm) - Google Geocoding API ",
               " - Exception Tracker - 15OCT2026".
   DISPLAY " ".

   MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
   MOVE WS-TODAY-DATE TO WS-DATE-NUM.
   MOVE FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) TO WS-TODAY-INTEGER.
   INITIALIZE WS-TYPE-TABLE.
   MOVE "SCRUB" TO WS-TYPE-NAME(1).
   MOVE "ERROR" TO WS-TYPE-NAME(2).
   MOVE "REVIEW" TO WS-TYPE-NAME(3).
   MOVE "TAX" TO WS-TYPE-NAME(4).
   MOVE "AUDIT" TO WS-TYPE-NAME(5).

   PERFORM GET-RUN-PARAMETERS THRU GET-RUN-PARAMETERS-EXIT.
   IF WS-OPEN-FAILED
       GO TO MAIN-EXIT
   END-IF.
   PERFORM OPEN-ALL-FILES THRU OPEN-ALL-FILES-EXIT.
   IF WS-OPEN-FAILED
       GO TO MAIN-EXIT
   END-IF.

   PERFORM FEED-REJECT-FILE THRU FEED-REJECT-FILE-EXIT.
   PERFORM FEED-ERROR-LOG-FILE THRU FEED-ERROR-LOG-FILE-EXIT.

   MOVE "PENDING-FILE" TO WS-FEED-PARAM.
   MOVE "REVIEW" TO WS-EXCEPTION-TYPE.
   ENTER "SMU_Param_GetText_" USING WS-ENV-PENDING-FILE,
       WS-FEED-FILE-NAME GIVING WS-FEED-FILE-NAME-LEN.
   PERFORM FEED-REVIEW-LAYOUT-FILE THRU FEED-REVIEW-LAYOUT-FILE-EXIT.

   PERFORM FEED-TAX-EXCEPT-FILE THRU FEED-TAX-EXCEPT-FILE-EXIT.

   MOVE "AUDIT-EXCEPT-FILE" TO WS-FEED-PARAM.
   MOVE "AUDIT" TO WS-EXCEPTION-TYPE.
   ENTER "SMU_Param_GetText_" USING WS-ENV-AUDIT-EXCEPT-FILE,
       WS-FEED-FILE-NAME GIVING WS-FEED-FILE-NAME-LEN.
   PERFORM FEED-REVIEW-LAYOUT-FILE THRU FEED-REVIEW-LAYOUT-FILE-EXIT.

   PERFORM CLOSE-FROM-GEO-OUT THRU CLOSE-FROM-GEO-OUT-EXIT.

   MOVE SPACES TO WS-REPORT-LINE.
   PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT.
   STRING "Exception Aging Report - " WS-TODAY-DATE
       DELIMITED BY SIZE INTO WS-REPORT-LINE.
   PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT.
   PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT.
   MOVE "Open more than 30 days:" TO WS-REPORT-LINE.
   PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT.
   MOVE "  Reference key        Type     First    Days  Last reason"
       TO WS-REPORT-LINE.
   PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT.

   PERFORM SCAN-TRACKER THRU SCAN-TRACKER-EXIT.

   PERFORM DISPLAY-SUMMARY THRU DISPLAY-SUMMARY-EXIT.
   PERFORM CLOSE-ALL-FILES THRU CLOSE-ALL-FILES-EXIT.

 MAIN-EXIT.
   EXIT PROGRAM.
   STOP RUN.

************************************************************************
*  GET-RUN-PARAMETERS - TRACK-FILE is required.  MASTER-FILE and
*  REPORT-FILE are optional; the feed files are read as each is
*  worked.
************************************************************************
 GET-RUN-PARAMETERS.

   ENTER "SMU_Param_GetText_" USING WS-ENV-TRACK-FILE,
       WS-TRACK-FILE-NAME GIVING WS-TRACK-FILE-NAME-LEN.
   IF WS-TRACK-FILE-NAME-LEN = -1
       DISPLAY "PARAM TRACK-FILE not set."
       SET WS-OPEN-FAILED TO TRUE
   END-IF.

   ENTER "SMU_Param_GetText_" USING WS-ENV-MASTER-FILE,
       WS-MASTER-FILE-NAME GIVING WS-MASTER-FILE-NAME-LEN.
   ENTER "SMU_Param_GetText_" USING WS-ENV-REPORT-FILE,
       WS-REPORT-FILE-NAME GIVING WS-REPORT-FILE-NAME-LEN.

 GET-RUN-PARAMETERS-EXIT.
   EXIT.

************************************************************************
*  OPEN-ALL-FILES - the tracker is created on the first run, then
*  opened I-O, the same way GEOLOAD-COBOL creates the master.
************************************************************************
 OPEN-ALL-FILES.

   ENTER "COBOL_ASSIGN_" USING EXCEPTION-TRACK
       WS-TRACK-FILE-NAME GIVING WS-RC.
   OPEN I-O EXCEPTION-TRACK.
   IF WS-TRACK-FILE-STATUS NOT = "00"
*      First run for this tracker - create it, then reopen I-O.
       OPEN OUTPUT EXCEPTION-TRACK
       CLOSE EXCEPTION-TRACK
       OPEN I-O EXCEPTION-TRACK
   END-IF.
   IF WS-TRACK-FILE-STATUS NOT = "00"
       DISPLAY "Unable to open TRACK-FILE '", WS-TRACK-FILE-NAME,
           "' - file status ", WS-TRACK-FILE-STATUS
       SET WS-OPEN-FAILED TO TRUE
       GO TO OPEN-ALL-FILES-EXIT
   END-IF.

   IF WS-MASTER-FILE-NAME-LEN NOT = -1
       ENTER "COBOL_ASSIGN_" USING ADDR-MASTER
           WS-MASTER-FILE-NAME GIVING WS-RC
       OPEN INPUT ADDR-MASTER
       IF WS-MASTER-FILE-STATUS NOT = "00"
           DISPLAY "Unable to open MASTER-FILE '",
               WS-MASTER-FILE-NAME,
               "' - file status ", WS-MASTER-FILE-STATUS
           SET WS-OPEN-FAILED TO TRUE
           GO TO OPEN-ALL-FILES-EXIT
       END-IF
       SET WS-MASTER-IS-OPEN TO TRUE
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

   CLOSE EXCEPTION-TRACK.
   IF WS-MASTER-IS-OPEN
       CLOSE ADDR-MASTER
   END-IF.
   IF WS-RPT-OUT-IS-OPEN
       CLOSE RPT-OUT
   END-IF.

 CLOSE-ALL-FILES-EXIT.
   EXIT.

************************************************************************
*  The feeds.  A feed file that is not named is skipped; one that
*  will not open is reported and the run goes on with the rest.
************************************************************************
 FEED-REJECT-FILE.

   MOVE "REJECT-FILE" TO WS-FEED-PARAM.
   ENTER "SMU_Param_GetText_" USING WS-ENV-REJECT-FILE,
       WS-FEED-FILE-NAME GIVING WS-FEED-FILE-NAME-LEN.
   IF WS-FEED-FILE-NAME-LEN = -1
       GO TO FEED-REJECT-FILE-EXIT
   END-IF.
   ENTER "COBOL_ASSIGN_" USING REJECT-IN
       WS-FEED-FILE-NAME GIVING WS-RC.
   OPEN INPUT REJECT-IN.
   IF WS-FEED-FILE-STATUS NOT = "00"
       PERFORM NOTE-FEED-OPEN-FAILURE THRU NOTE-FEED-OPEN-FAILURE-EXIT
       GO TO FEED-REJECT-FILE-EXIT
   END-IF.

   MOVE "SCRUB" TO WS-EXCEPTION-TYPE.
   MOVE 0 TO WS-FEED-READ.
   MOVE 0 TO WS-FEED-EOF-IND.
   PERFORM UNTIL WS-FEED-EOF
       READ REJECT-IN
           AT END
               SET WS-FEED-EOF TO TRUE
           NOT AT END
               ADD 1 TO WS-FEED-READ
               MOVE SRR-REF-KEY TO WS-EXCEPTION-REF-KEY
               MOVE SPACES TO WS-EXCEPTION-DETAIL
               STRING SRR-REASON-CODE " " SRR-REASON-TEXT
                   DELIMITED BY SIZE INTO WS-EXCEPTION-DETAIL
               PERFORM RECORD-EXCEPTION THRU RECORD-EXCEPTION-EXIT
       END-READ
   END-PERFORM.
   CLOSE REJECT-IN.
   PERFORM NOTE-FEED-READ THRU NOTE-FEED-READ-EXIT.

 FEED-REJECT-FILE-EXIT.
   EXIT.

 FEED-ERROR-LOG-FILE.

   MOVE "ERROR-LOG-FILE" TO WS-FEED-PARAM.
   ENTER "SMU_Param_GetText_" USING WS-ENV-ERROR-LOG-FILE,
       WS-FEED-FILE-NAME GIVING WS-FEED-FILE-NAME-LEN.
   IF WS-FEED-FILE-NAME-LEN = -1
       GO TO FEED-ERROR-LOG-FILE-EXIT
   END-IF.
   ENTER "COBOL_ASSIGN_" USING ERR-LOG-IN
       WS-FEED-FILE-NAME GIVING WS-RC.
   OPEN INPUT ERR-LOG-IN.
   IF WS-FEED-FILE-STATUS NOT = "00"
       PERFORM NOTE-FEED-OPEN-FAILURE THRU NOTE-FEED-OPEN-FAILURE-EXIT
       GO TO FEED-ERROR-LOG-FILE-EXIT
   END-IF.

   MOVE "ERROR" TO WS-EXCEPTION-TYPE.
   MOVE 0 TO WS-FEED-READ.
   MOVE 0 TO WS-FEED-EOF-IND.
   PERFORM UNTIL WS-FEED-EOF
       READ ERR-LOG-IN
           AT END
               SET WS-FEED-EOF TO TRUE
           NOT AT END
               ADD 1 TO WS-FEED-READ
               MOVE ELR-REF-KEY TO WS-EXCEPTION-REF-KEY
               MOVE SPACES TO WS-EXCEPTION-DETAIL
               STRING ELR-ERROR-SOURCE(1:24) " " ELR-ERROR-CODE
                   " " ELR-ERROR-SUBCODE
                   DELIMITED BY SIZE INTO WS-EXCEPTION-DETAIL
               PERFORM RECORD-EXCEPTION THRU RECORD-EXCEPTION-EXIT
       END-READ
   END-PERFORM.
   CLOSE ERR-LOG-IN.
   PERFORM NOTE-FEED-READ THRU NOTE-FEED-READ-EXIT.

 FEED-ERROR-LOG-FILE-EXIT.
   EXIT.

************************************************************************
*  FEED-REVIEW-LAYOUT-FILE - a file in REVIEW-OUT-RECORD layout,
*  named by WS-FEED-PARAM / WS-FEED-FILE-NAME, whose exceptions are
*  of type WS-EXCEPTION-TYPE.  A review item is several candidate
*  records under one key; they all land on the one entry.
************************************************************************
 FEED-REVIEW-LAYOUT-FILE.

   IF WS-FEED-FILE-NAME-LEN = -1
       GO TO FEED-REVIEW-LAYOUT-FILE-EXIT
   END-IF.
   ENTER "COBOL_ASSIGN_" USING REVIEW-IN
       WS-FEED-FILE-NAME GIVING WS-RC.
   OPEN INPUT REVIEW-IN.
   IF WS-FEED-FILE-STATUS NOT = "00"
       PERFORM NOTE-FEED-OPEN-FAILURE THRU NOTE-FEED-OPEN-FAILURE-EXIT
       GO TO FEED-REVIEW-LAYOUT-FILE-EXIT
   END-IF.

   MOVE 0 TO WS-FEED-READ.
   MOVE 0 TO WS-FEED-EOF-IND.
   PERFORM UNTIL WS-FEED-EOF
       READ REVIEW-IN
           AT END
               SET WS-FEED-EOF TO TRUE
           NOT AT END
               ADD 1 TO WS-FEED-READ
               MOVE ROR-REF-KEY TO WS-EXCEPTION-REF-KEY
               MOVE ROR-REASON TO WS-EXCEPTION-DETAIL
               PERFORM RECORD-EXCEPTION THRU RECORD-EXCEPTION-EXIT
       END-READ
   END-PERFORM.
   CLOSE REVIEW-IN.
   PERFORM NOTE-FEED-READ THRU NOTE-FEED-READ-EXIT.

 FEED-REVIEW-LAYOUT-FILE-EXIT.
   EXIT.

 FEED-TAX-EXCEPT-FILE.

   MOVE "TAX-EXCEPT-FILE" TO WS-FEED-PARAM.
   ENTER "SMU_Param_GetText_" USING WS-ENV-TAX-EXCEPT-FILE,
       WS-FEED-FILE-NAME GIVING WS-FEED-FILE-NAME-LEN.
   IF WS-FEED-FILE-NAME-LEN = -1
       GO TO FEED-TAX-EXCEPT-FILE-EXIT
   END-IF.
   ENTER "COBOL_ASSIGN_" USING TAX-EXCEPT-IN
       WS-FEED-FILE-NAME GIVING WS-RC.
   OPEN INPUT TAX-EXCEPT-IN.
   IF WS-FEED-FILE-STATUS NOT = "00"
       PERFORM NOTE-FEED-OPEN-FAILURE THRU NOTE-FEED-OPEN-FAILURE-EXIT
       GO TO FEED-TAX-EXCEPT-FILE-EXIT
   END-IF.

   MOVE "TAX" TO WS-EXCEPTION-TYPE.
   MOVE 0 TO WS-FEED-READ.
   MOVE 0 TO WS-FEED-EOF-IND.
   PERFORM UNTIL WS-FEED-EOF
       READ TAX-EXCEPT-IN
           AT END
               SET WS-FEED-EOF TO TRUE
           NOT AT END
               ADD 1 TO WS-FEED-READ
               MOVE TER-REF-KEY TO WS-EXCEPTION-REF-KEY
               MOVE SPACES TO WS-EXCEPTION-DETAIL
               STRING "No jurisdiction: " TER-STATE(1:16) " "
                   TER-COUNTY(1:24)
                   DELIMITED BY SIZE INTO WS-EXCEPTION-DETAIL
               PERFORM RECORD-EXCEPTION THRU RECORD-EXCEPTION-EXIT
       END-READ
   END-PERFORM.
   CLOSE TAX-EXCEPT-IN.
   PERFORM NOTE-FEED-READ THRU NOTE-FEED-READ-EXIT.

 FEED-TAX-EXCEPT-FILE-EXIT.
   EXIT.

 NOTE-FEED-OPEN-FAILURE.

   DISPLAY "Unable to open ", WS-FEED-PARAM, " '", WS-FEED-FILE-NAME,
       "' - file status ", WS-FEED-FILE-STATUS, " - not fed".

 NOTE-FEED-OPEN-FAILURE-EXIT.
   EXIT.

 NOTE-FEED-READ.

   DISPLAY WS-FEED-PARAM, " records read: ", WS-FEED-READ.

 NOTE-FEED-READ-EXIT.
   EXIT.

************************************************************************
*  RECORD-EXCEPTION - open a tracker entry for WS-EXCEPTION-REF-KEY /
*  WS-EXCEPTION-TYPE, or bring an existing one up to date.  A
*  closed entry seen again is a fresh problem and restarts its age.
************************************************************************
 RECORD-EXCEPTION.

   IF WS-EXCEPTION-REF-KEY = SPACES
       ADD 1 TO WS-STAT-NO-KEY-COUNT
       GO TO RECORD-EXCEPTION-EXIT
   END-IF.
   ADD 1 TO WS-STAT-FED-COUNT.

   MOVE WS-EXCEPTION-REF-KEY TO ETR-REF-KEY.
   MOVE WS-EXCEPTION-TYPE TO ETR-EXCEPTION-TYPE.
   READ EXCEPTION-TRACK
       KEY IS ETR-TRACK-KEY
       INVALID KEY
           MOVE SPACES TO EXCEPTION-TRACK-RECORD
           MOVE WS-EXCEPTION-REF-KEY TO ETR-REF-KEY
           MOVE WS-EXCEPTION-TYPE TO ETR-EXCEPTION-TYPE
           MOVE WS-TODAY-DATE TO ETR-FIRST-SEEN-DATE
           MOVE WS-TODAY-DATE TO ETR-LAST-SEEN-DATE
           MOVE 1 TO ETR-NIGHTS-SEEN
           SET ETR-ENTRY-IS-OPEN TO TRUE
           MOVE WS-EXCEPTION-DETAIL TO ETR-LAST-DETAIL
           WRITE EXCEPTION-TRACK-RECORD
           ADD 1 TO WS-STAT-OPENED-COUNT
           GO TO RECORD-EXCEPTION-EXIT
   END-READ.

   IF ETR-ENTRY-IS-CLOSED
       ADD 1 TO WS-STAT-REOPENED-COUNT
       SET ETR-ENTRY-IS-OPEN TO TRUE
       MOVE WS-TODAY-DATE TO ETR-FIRST-SEEN-DATE
       MOVE SPACES TO ETR-CLOSED-DATE, ETR-CLOSED-BY
       MOVE 1 TO ETR-NIGHTS-SEEN
   ELSE
       IF ETR-LAST-SEEN-DATE NOT = WS-TODAY-DATE
           ADD 1 TO ETR-NIGHTS-SEEN
           ADD 1 TO WS-STAT-STILL-OPEN-COUNT
       END-IF
   END-IF.
   MOVE WS-TODAY-DATE TO ETR-LAST-SEEN-DATE.
   MOVE WS-EXCEPTION-DETAIL TO ETR-LAST-DETAIL.
   REWRITE EXCEPTION-TRACK-RECORD.

 RECORD-EXCEPTION-EXIT.
   EXIT.

************************************************************************
*  CLOSE-FROM-GEO-OUT - every key tonight's run geocoded to
*  coordinates closes its open entries not reported tonight.
************************************************************************
 CLOSE-FROM-GEO-OUT.

   MOVE "GEO-OUT-FILE" TO WS-FEED-PARAM.
   ENTER "SMU_Param_GetText_" USING WS-ENV-GEO-OUT-FILE,
       WS-FEED-FILE-NAME GIVING WS-FEED-FILE-NAME-LEN.
   IF WS-FEED-FILE-NAME-LEN = -1
       GO TO CLOSE-FROM-GEO-OUT-EXIT
   END-IF.
   ENTER "COBOL_ASSIGN_" USING GEO-IN
       WS-FEED-FILE-NAME GIVING WS-RC.
   OPEN INPUT GEO-IN.
   IF WS-FEED-FILE-STATUS NOT = "00"
       PERFORM NOTE-FEED-OPEN-FAILURE THRU NOTE-FEED-OPEN-FAILURE-EXIT
       GO TO CLOSE-FROM-GEO-OUT-EXIT
   END-IF.

   MOVE "GEO-OUT" TO WS-CLOSE-SOURCE.
   MOVE 0 TO WS-FEED-READ.
   MOVE 0 TO WS-FEED-EOF-IND.
   PERFORM UNTIL WS-FEED-EOF
       READ GEO-IN
           AT END
               SET WS-FEED-EOF TO TRUE
           NOT AT END
               ADD 1 TO WS-FEED-READ
               IF GOR-REF-KEY NOT = SPACES
                   AND GOR-LATITUDE NOT = SPACES
                   AND GOR-LONGITUDE NOT = SPACES
                   MOVE GOR-REF-KEY TO WS-CLOSE-KEY
                   PERFORM CLOSE-KEY-ENTRIES
                       THRU CLOSE-KEY-ENTRIES-EXIT
               END-IF
       END-READ
   END-PERFORM.
   CLOSE GEO-IN.
   PERFORM NOTE-FEED-READ THRU NOTE-FEED-READ-EXIT.

 CLOSE-FROM-GEO-OUT-EXIT.
   EXIT.

 CLOSE-KEY-ENTRIES.

   MOVE WS-CLOSE-KEY TO ETR-REF-KEY.
   MOVE LOW-VALUES TO ETR-EXCEPTION-TYPE.
   MOVE 0 TO WS-TRACK-EOF-IND.
   START EXCEPTION-TRACK KEY IS >= ETR-TRACK-KEY
       INVALID KEY
           SET WS-TRACK-EOF TO TRUE
   END-START.
   PERFORM UNTIL WS-TRACK-EOF
       READ EXCEPTION-TRACK NEXT
           AT END
               SET WS-TRACK-EOF TO TRUE
           NOT AT END
               IF ETR-REF-KEY NOT = WS-CLOSE-KEY
                   SET WS-TRACK-EOF TO TRUE
               ELSE
                   IF ETR-ENTRY-IS-OPEN
                       AND ETR-LAST-SEEN-DATE < WS-TODAY-DATE
                       SET ETR-ENTRY-IS-CLOSED TO TRUE
                       MOVE WS-TODAY-DATE TO ETR-CLOSED-DATE
                       MOVE WS-CLOSE-SOURCE TO ETR-CLOSED-BY
                       REWRITE EXCEPTION-TRACK-RECORD
                       ADD 1 TO WS-STAT-GEO-OUT-CLOSE-COUNT
                   END-IF
               END-IF
       END-READ
   END-PERFORM.

 CLOSE-KEY-ENTRIES-EXIT.
   EXIT.

************************************************************************
*  SCAN-TRACKER - one pass over the whole tracker: close what the
*  master shows clean, then age what is still open.
************************************************************************
 SCAN-TRACKER.

   MOVE LOW-VALUES TO ETR-TRACK-KEY.
   MOVE 0 TO WS-TRACK-EOF-IND.
   START EXCEPTION-TRACK KEY IS >= ETR-TRACK-KEY
       INVALID KEY
           SET WS-TRACK-EOF TO TRUE
   END-START.
   PERFORM UNTIL WS-TRACK-EOF
       READ EXCEPTION-TRACK NEXT
           AT END
               SET WS-TRACK-EOF TO TRUE
           NOT AT END
               PERFORM SCAN-ONE-ENTRY THRU SCAN-ONE-ENTRY-EXIT
       END-READ
   END-PERFORM.

 SCAN-TRACKER-EXIT.
   EXIT.

 SCAN-ONE-ENTRY.

   PERFORM VARYING WS-TYPE-IX FROM 1 BY 1
           UNTIL WS-TYPE-IX > 5
           OR WS-TYPE-NAME(WS-TYPE-IX) = ETR-EXCEPTION-TYPE
       CONTINUE
   END-PERFORM.
   IF WS-TYPE-IX > 5
       GO TO SCAN-ONE-ENTRY-EXIT
   END-IF.

   IF ETR-ENTRY-IS-OPEN
       AND ETR-LAST-SEEN-DATE < WS-TODAY-DATE
       AND WS-MASTER-IS-OPEN
       PERFORM CHECK-MASTER-CLEAN THRU CHECK-MASTER-CLEAN-EXIT
   END-IF.

   IF ETR-ENTRY-IS-CLOSED
       IF ETR-CLOSED-DATE = WS-TODAY-DATE
           ADD 1 TO WS-TYPE-CLOSED-TONIGHT(WS-TYPE-IX)
       END-IF
       GO TO SCAN-ONE-ENTRY-EXIT
   END-IF.

   ADD 1 TO WS-STAT-OPEN-TOTAL.
   ADD 1 TO WS-TYPE-OPEN(WS-TYPE-IX).
   IF ETR-FIRST-SEEN-DATE = WS-TODAY-DATE
       ADD 1 TO WS-TYPE-NEW-TONIGHT(WS-TYPE-IX)
   END-IF.
   MOVE 0 TO WS-AGE-DAYS.
   IF ETR-FIRST-SEEN-DATE IS NUMERIC
       MOVE ETR-FIRST-SEEN-DATE TO WS-DATE-NUM
       COMPUTE WS-AGE-DAYS = WS-TODAY-INTEGER
           - FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
   END-IF.
   IF WS-AGE-DAYS > WS-TYPE-OLDEST-DAYS(WS-TYPE-IX)
       MOVE WS-AGE-DAYS TO WS-TYPE-OLDEST-DAYS(WS-TYPE-IX)
   END-IF.
   EVALUATE TRUE
       WHEN WS-AGE-DAYS <= 7
           ADD 1 TO WS-TYPE-AGE-0-7(WS-TYPE-IX)
       WHEN WS-AGE-DAYS <= 30
           ADD 1 TO WS-TYPE-AGE-8-30(WS-TYPE-IX)
       WHEN OTHER
           ADD 1 TO WS-TYPE-AGE-31-UP(WS-TYPE-IX)
           STRING "  " ETR-REF-KEY " " ETR-EXCEPTION-TYPE " "
               ETR-FIRST-SEEN-DATE " " WS-AGE-DAYS " "
               ETR-LAST-DETAIL
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT
   END-EVALUATE.

 SCAN-ONE-ENTRY-EXIT.
   EXIT.

************************************************************************
*  CHECK-MASTER-CLEAN - the entry closes when the master holds the
*  key with coordinates, loaded on or after the exception was first
*  seen, or pinned by a supervisor since then.  An older load says
*  nothing about the address that raised the exception, and a
*  retired entry is never clean.
************************************************************************
 CHECK-MASTER-CLEAN.

   MOVE ETR-REF-KEY TO AMR-REF-KEY.
   READ ADDR-MASTER
       KEY IS AMR-REF-KEY
       INVALID KEY
           GO TO CHECK-MASTER-CLEAN-EXIT
   END-READ.
   IF AMR-ENTRY-IS-RETIRED
       OR AMR-LATITUDE = SPACES OR AMR-LONGITUDE = SPACES
       GO TO CHECK-MASTER-CLEAN-EXIT
   END-IF.
   IF AMR-LOAD-DATE >= ETR-FIRST-SEEN-DATE
       OR (AMR-ENTRY-IS-PINNED
           AND AMR-MAINT-DATE >= ETR-FIRST-SEEN-DATE)
       SET ETR-ENTRY-IS-CLOSED TO TRUE
       MOVE WS-TODAY-DATE TO ETR-CLOSED-DATE
       MOVE "MASTER" TO ETR-CLOSED-BY
       REWRITE EXCEPTION-TRACK-RECORD
       ADD 1 TO WS-STAT-MASTER-CLOSE-COUNT
   END-IF.

 CHECK-MASTER-CLEAN-EXIT.
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
*  DISPLAY-SUMMARY - the aging table by type and the run totals, on
*  the report as well so the file stands alone.
************************************************************************
 DISPLAY-SUMMARY.

   MOVE SPACES TO WS-REPORT-LINE.
   PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT.
   MOVE "  Type        Open     0-7    8-30     31+  Oldest     New  Closed"
       TO WS-REPORT-LINE.
   PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT.
   PERFORM VARYING WS-TYPE-IX FROM 1 BY 1 UNTIL WS-TYPE-IX > 5
       MOVE WS-TYPE-OPEN(WS-TYPE-IX) TO WS-COL-OPEN
       MOVE WS-TYPE-AGE-0-7(WS-TYPE-IX) TO WS-COL-AGE-0-7
       MOVE WS-TYPE-AGE-8-30(WS-TYPE-IX) TO WS-COL-AGE-8-30
       MOVE WS-TYPE-AGE-31-UP(WS-TYPE-IX) TO WS-COL-AGE-31-UP
       MOVE WS-TYPE-OLDEST-DAYS(WS-TYPE-IX) TO WS-COL-OLDEST
       MOVE WS-TYPE-NEW-TONIGHT(WS-TYPE-IX) TO WS-COL-NEW
       MOVE WS-TYPE-CLOSED-TONIGHT(WS-TYPE-IX) TO WS-COL-CLOSED
       STRING "  " WS-TYPE-NAME(WS-TYPE-IX) " " WS-COL-OPEN " "
           WS-COL-AGE-0-7 " " WS-COL-AGE-8-30 " " WS-COL-AGE-31-UP " "
           WS-COL-OLDEST " " WS-COL-NEW " " WS-COL-CLOSED
           DELIMITED BY SIZE INTO WS-REPORT-LINE
       PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT
   END-PERFORM.

   PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT.
   STRING "  Exception records fed ........... " WS-STAT-FED-COUNT
       DELIMITED BY SIZE INTO WS-REPORT-LINE.
   PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT.
   STRING "  Records with no reference key ... " WS-STAT-NO-KEY-COUNT
       DELIMITED BY SIZE INTO WS-REPORT-LINE.
   PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT.
   STRING "  Entries opened .................. " WS-STAT-OPENED-COUNT
       DELIMITED BY SIZE INTO WS-REPORT-LINE.
   PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT.
   STRING "  Entries reopened ................ " WS-STAT-REOPENED-COUNT
       DELIMITED BY SIZE INTO WS-REPORT-LINE.
   PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT.
   STRING "  Entries seen again .............. "
       WS-STAT-STILL-OPEN-COUNT
       DELIMITED BY SIZE INTO WS-REPORT-LINE.
   PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT.
   STRING "  Closed - clean in GEO-OUT ....... "
       WS-STAT-GEO-OUT-CLOSE-COUNT
       DELIMITED BY SIZE INTO WS-REPORT-LINE.
   PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT.
   STRING "  Closed - clean in master ........ "
       WS-STAT-MASTER-CLOSE-COUNT
       DELIMITED BY SIZE INTO WS-REPORT-LINE.
   PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT.
   STRING "  Entries open .................... " WS-STAT-OPEN-TOTAL
       DELIMITED BY SIZE INTO WS-REPORT-LINE.
   PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT.

 DISPLAY-SUMMARY-EXIT.
   EXIT.
