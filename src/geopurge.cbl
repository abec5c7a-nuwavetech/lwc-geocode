************************************************************************
*  Copyright (c) 2019 NuWave Technologies, Inc. All rights reserved.
*
*  GEOPURGE-COBOL - account-closure purge and data-retention
*  cascade.  Driven by a closed-accounts file (reference key, date
*  closed, deletion-request flag) and the RETENTION-DAYS PARAM: an
*  account becomes eligible once it has been closed RETENTION-DAYS
*  days, or at once when the customer asked for deletion.  For each
*  eligible key the program
*      - writes the ADDRESS-MASTER entry, dated, to ARCHIVE-FILE and
*        only then deletes it from the master;
*      - deletes the GEO-CACHE entries first cached under the key
*        (CACHE-REF-KEY), the key's exception tracker entries, and
*        its branch override;
*      - anonymizes the key's records in every sequential file named
*        by PARAM - the reference key and address text are blanked
*        and coordinates zeroed in place, while sequence numbers,
*        error codes, branch codes and distances are kept so record
*        counts and statistics built from the files still reconcile.  Every
*        program that reads these files already passes over a record
*        with no reference key;
*      - anonymizes the key's entries in a GEOSNAP-COBOL snapshot
*        (SNAPSHOT-FILE) the same way, and takes them out of the
*        trailer's entry count and hash totals so the snapshot still
*        proves whole.
*  The purge report lists every key purged or retained, the counts
*  for each file, and a sign-off block for the auditors.
*
*  Modification History:
*    15OCT2026  NWT  Original version.
*    15OCT2026  NWT  GEOEXCP-COBOL exception tracker entries deleted
*                    for each purged key (TRACK-FILE).
*    15OCT2026  NWT  GEOREVIEW-COBOL review audit file anonymized
*                    (REVIEW-AUDIT-FILE); clerk, action and timing
*                    kept for GEOCLERK-COBOL.
*    15OCT2026  NWT  GEOBALANCE-COBOL branch overrides deleted
*                    (OVERRIDE-FILE) and move proposals anonymized
*                    (PROPOSAL-FILE); branches and minutes kept.
*    15OCT2026  NWT  GEOSNAP-COBOL snapshot entries anonymized
*                    (SNAPSHOT-FILE) and the trailer totals adjusted.
************************************************************************
? env common
? save param, startup
 IDENTIFICATION DIVISION.
 PROGRAM-ID.  GEOPURGE-COBOL.
 AUTHOR. NuWave Technologies, Inc.
 ENVIRONMENT DIVISION.

 CONFIGURATION SECTION.
 SOURCE-COMPUTER.  HPE NonStop Server.
 OBJECT-COMPUTER.  HPE NonStop Server.
 SPECIAL-NAMES.

 INPUT-OUTPUT SECTION.
 FILE-CONTROL.

*  The closed accounts, one CLOSED-ACCOUNT-RECORD per key.
   SELECT CLOSED-IN
   ASSIGN TO "#DYNAMIC"
   ORGANIZATION IS SEQUENTIAL
   ACCESS MODE IS SEQUENTIAL
   FILE STATUS IS WS-CLOSED-IN-FILE-STATUS.

*  The keyed address master.
   SELECT ADDR-MASTER
   ASSIGN TO "#DYNAMIC"
   ORGANIZATION IS INDEXED
   ACCESS MODE IS DYNAMIC
   RECORD KEY IS AMR-REF-KEY
   FILE STATUS IS WS-MASTER-FILE-STATUS.

*  Master entries as they stood before the purge, appended run
*  after run.
   SELECT ARCHIVE-OUT
   ASSIGN TO "#DYNAMIC"
   ORGANIZATION IS SEQUENTIAL
   ACCESS MODE IS SEQUENTIAL
   FILE STATUS IS WS-ARCHIVE-OUT-FILE-STATUS.

*  The keyed address-to-lat/lng cache, as GEOCODE-COBOL declares it.
   SELECT GEO-CACHE
   ASSIGN TO "#DYNAMIC"
   ORGANIZATION IS INDEXED
   ACCESS MODE IS DYNAMIC
   RECORD KEY IS CACHE-KEY-ADDRESS
   FILE STATUS IS WS-CACHE-FILE-STATUS.

*  GEOEXCP-COBOL's keyed exception tracker.
   SELECT EXCEPTION-TRACK
   ASSIGN TO "#DYNAMIC"
   ORGANIZATION IS INDEXED
   ACCESS MODE IS DYNAMIC
   RECORD KEY IS ETR-TRACK-KEY
   FILE STATUS IS WS-TRACK-FILE-STATUS.

*  GEOBALANCE-COBOL's keyed branch override file.
   SELECT BRANCH-OVERRIDE
   ASSIGN TO "#DYNAMIC"
   ORGANIZATION IS INDEXED
   ACCESS MODE IS DYNAMIC
   RECORD KEY IS BOR-REF-KEY
   FILE STATUS IS WS-OVERRIDE-FILE-STATUS.

*  The sequential files, each opened I-O in turn and anonymized in
*  place.  Where one layout serves several files (the review queue
*  and the audit exceptions; the GEOCODE-COBOL input, retry and
*  requeue files) the same file is assigned to each in turn.
   SELECT GEO-OUT-IO
   ASSIGN TO "#DYNAMIC"
   ORGANIZATION IS SEQUENTIAL
   ACCESS MODE IS SEQUENTIAL
   FILE STATUS IS WS-SEQ-FILE-STATUS.

   SELECT ERR-LOG-IO
   ASSIGN TO "#DYNAMIC"
   ORGANIZATION IS SEQUENTIAL
   ACCESS MODE IS SEQUENTIAL
   FILE STATUS IS WS-SEQ-FILE-STATUS.

   SELECT CHANGE-IO
   ASSIGN TO "#DYNAMIC"
   ORGANIZATION IS SEQUENTIAL
   ACCESS MODE IS SEQUENTIAL
   FILE STATUS IS WS-SEQ-FILE-STATUS.

   SELECT REVIEW-IO
   ASSIGN TO "#DYNAMIC"
   ORGANIZATION IS SEQUENTIAL
   ACCESS MODE IS SEQUENTIAL
   FILE STATUS IS WS-SEQ-FILE-STATUS.

   SELECT REJECT-IO
   ASSIGN TO "#DYNAMIC"
   ORGANIZATION IS SEQUENTIAL
   ACCESS MODE IS SEQUENTIAL
   FILE STATUS IS WS-SEQ-FILE-STATUS.

   SELECT ASSIGN-IO
   ASSIGN TO "#DYNAMIC"
   ORGANIZATION IS SEQUENTIAL
   ACCESS MODE IS SEQUENTIAL
   FILE STATUS IS WS-SEQ-FILE-STATUS.

   SELECT DRIVE-IO
   ASSIGN TO "#DYNAMIC"
   ORGANIZATION IS SEQUENTIAL
   ACCESS MODE IS SEQUENTIAL
   FILE STATUS IS WS-SEQ-FILE-STATUS.

   SELECT CODED-IO
   ASSIGN TO "#DYNAMIC"
   ORGANIZATION IS SEQUENTIAL
   ACCESS MODE IS SEQUENTIAL
   FILE STATUS IS WS-SEQ-FILE-STATUS.

   SELECT TAX-EXCEPT-IO
   ASSIGN TO "#DYNAMIC"
   ORGANIZATION IS SEQUENTIAL
   ACCESS MODE IS SEQUENTIAL
   FILE STATUS IS WS-SEQ-FILE-STATUS.

   SELECT ROUTE-IO
   ASSIGN TO "#DYNAMIC"
   ORGANIZATION IS SEQUENTIAL
   ACCESS MODE IS SEQUENTIAL
   FILE STATUS IS WS-SEQ-FILE-STATUS.

   SELECT IMPACT-IO
   ASSIGN TO "#DYNAMIC"
   ORGANIZATION IS SEQUENTIAL
   ACCESS MODE IS SEQUENTIAL
   FILE STATUS IS WS-SEQ-FILE-STATUS.

   SELECT ADDR-IN-IO
   ASSIGN TO "#DYNAMIC"
   ORGANIZATION IS SEQUENTIAL
   ACCESS MODE IS SEQUENTIAL
   FILE STATUS IS WS-SEQ-FILE-STATUS.

   SELECT AUDIT-IO
   ASSIGN TO "#DYNAMIC"
   ORGANIZATION IS SEQUENTIAL
   ACCESS MODE IS SEQUENTIAL
   FILE STATUS IS WS-SEQ-FILE-STATUS.

   SELECT PROPOSAL-IO
   ASSIGN TO "#DYNAMIC"
   ORGANIZATION IS SEQUENTIAL
   ACCESS MODE IS SEQUENTIAL
   FILE STATUS IS WS-SEQ-FILE-STATUS.

   SELECT SNAPSHOT-IO
   ASSIGN TO "#DYNAMIC"
   ORGANIZATION IS SEQUENTIAL
   ACCESS MODE IS SEQUENTIAL
   FILE STATUS IS WS-SEQ-FILE-STATUS.

*  The signed-off purge report, also displayed as it is written.
   SELECT RPT-OUT
   ASSIGN TO "#DYNAMIC"
   ORGANIZATION IS SEQUENTIAL
   ACCESS MODE IS SEQUENTIAL
   FILE STATUS IS WS-RPT-OUT-FILE-STATUS.

 DATA DIVISION.
 FILE SECTION.
*  One closed account.  CAR-CLOSED-DATE is YYYYMMDD.
*  CAR-DELETION-REQUEST-SW is "Y" when the customer asked for their
*  data to be deleted; such a key is purged regardless of
*  RETENTION-DAYS.
   FD  CLOSED-IN
       LABEL RECORDS ARE OMITTED.

   01 CLOSED-ACCOUNT-RECORD.
       05 CAR-REF-KEY                  PIC X(020).
       05 CAR-CLOSED-DATE              PIC X(008).
       05 CAR-DELETION-REQUEST-SW      PIC X(001).
           88 CAR-IS-DELETION-REQUEST  VALUE "Y".

   FD  ADDR-MASTER
       LABEL RECORDS ARE OMITTED.

   COPY ADDR-MASTER-RECORD             IN GEOCOPY.

*  One archived master entry: the purge date, the date the account
*  closed, and the ADDR-MASTER-RECORD image as it stood.
   FD  ARCHIVE-OUT
       LABEL RECORDS ARE OMITTED.

   01 MASTER-ARCHIVE-RECORD.
       05 MAR-PURGE-DATE               PIC X(008).
       05 MAR-CLOSED-DATE              PIC X(008).
       05 MAR-MASTER-IMAGE             PIC X(723).

   FD  GEO-CACHE
       LABEL RECORDS ARE OMITTED.

   COPY GEO-CACHE-RECORD               IN GEOCOPY.

   FD  EXCEPTION-TRACK
       LABEL RECORDS ARE OMITTED.

   COPY EXCEPTION-TRACK-RECORD         IN GEOCOPY.

   FD  GEO-OUT-IO
       LABEL RECORDS ARE OMITTED.

   COPY GEO-OUT-RECORD                 IN GEOCOPY.

   FD  ERR-LOG-IO
       LABEL RECORDS ARE OMITTED.

   COPY ERR-LOG-RECORD                 IN GEOCOPY.

   FD  CHANGE-IO
       LABEL RECORDS ARE OMITTED.

   COPY ADDR-CHANGE-RECORD             IN GEOCOPY.

   FD  REVIEW-IO
       LABEL RECORDS ARE OMITTED.

   COPY REVIEW-OUT-RECORD              IN GEOCOPY.

*  GEOCODE-COBOL's scrub rejects.
   FD  REJECT-IO
       LABEL RECORDS ARE OMITTED.

   01 SCRUB-REJECT-RECORD.
       05 SRR-REF-KEY                  PIC X(020).
       05 SRR-ADDRESS-INPUT            PIC X(256).
       05 SRR-REASON-CODE              PIC X(008).
       05 SRR-REASON-TEXT              PIC X(040).

   FD  ASSIGN-IO
       LABEL RECORDS ARE OMITTED.

   COPY BRANCH-ASSIGN-RECORD           IN GEOCOPY.

   FD  DRIVE-IO
       LABEL RECORDS ARE OMITTED.

   COPY DRIVE-DIST-RECORD              IN GEOCOPY.

   FD  CODED-IO
       LABEL RECORDS ARE OMITTED.

   COPY TAX-CODED-RECORD               IN GEOCOPY.

*  GEOTAX-COBOL's no-jurisdiction exceptions.
   FD  TAX-EXCEPT-IO
       LABEL RECORDS ARE OMITTED.

   01 TAX-EXCEPT-RECORD.
       05 TER-REF-KEY                  PIC X(020).
       05 TER-FORMATTED-ADDRESS        PIC X(128).
       05 TER-STATE                    PIC X(032).
       05 TER-COUNTY                   PIC X(064).
       05 TER-CITY                     PIC X(064).
       05 TER-ZIP                      PIC X(016).

   FD  ROUTE-IO
       LABEL RECORDS ARE OMITTED.

   COPY ROUTE-STOP-RECORD              IN GEOCOPY.

*  GEORAD-COBOL's event impact list.
   FD  IMPACT-IO
       LABEL RECORDS ARE OMITTED.

   01 IMPACT-RECORD.
       05 IMR-REF-KEY                  PIC X(020).
       05 IMR-FORMATTED-ADDRESS        PIC X(128).
       05 IMR-DISTANCE-MILES           PIC 9(005).9(02).

*  GEOCODE-COBOL's ADDR-IN-RECORD layout.
   FD  ADDR-IN-IO
       LABEL RECORDS ARE OMITTED.

   01 ADDR-IN-RECORD.
       05 AIR-REF-KEY                  PIC X(020).
       05 AIR-ADDRESS                  PIC X(256).

   FD  AUDIT-IO
       LABEL RECORDS ARE OMITTED.

   COPY REVIEW-AUDIT-RECORD            IN GEOCOPY.

   FD  BRANCH-OVERRIDE
       LABEL RECORDS ARE OMITTED.

   COPY BRANCH-OVERRIDE-RECORD         IN GEOCOPY.

   FD  PROPOSAL-IO
       LABEL RECORDS ARE OMITTED.

   COPY BRANCH-MOVE-RECORD             IN GEOCOPY.

*  GEOSNAP-COBOL's MASTER-SNAPSHOT-RECORD, with the entry fields a
*  purge touches named.  The trailer is the second record.
   FD  SNAPSHOT-IO
       LABEL RECORDS ARE OMITTED.

   01 SNAPSHOT-ENTRY-RECORD.
       05 SER-RECORD-TYPE              PIC X(001).
           88 SER-IS-ENTRY             VALUE "D".
           88 SER-IS-TRAILER           VALUE "T".
       05 SER-REF-KEY                  PIC X(020).
       05 SER-ADDRESS-INPUT            PIC X(256).
       05 SER-FORMATTED-ADDRESS        PIC X(128).
       05 SER-LATITUDE                 PIC -999.9(08).
       05 SER-LONGITUDE                PIC -999.9(08).
       05 SER-LOCATION-TYPE            PIC X(020).
       05 SER-STREET-NUMBER            PIC X(016).
       05 SER-ROUTE                    PIC X(064).
       05 FILLER                       PIC X(193).

   01 SNAPSHOT-TRAILER-RECORD.
       05 FILLER                       PIC X(001).
       05 STR-ENTRY-COUNT              PIC 9(009).
       05 STR-LATITUDE-HASH            PIC -9(11).9(08).
       05 STR-LONGITUDE-HASH           PIC -9(11).9(08).
       05 FILLER                       PIC X(672).

   FD  RPT-OUT
       LABEL RECORDS ARE OMITTED.

   01 RPT-OUT-RECORD                   PIC X(120).

 WORKING-STORAGE SECTION.
   01 J                                NATIVE-2.
   01 K                                NATIVE-2.
   01 WS-RC                            NATIVE-2.

*  Required PARAMs.
   01 WS-ENV-CLOSED-FILE               PIC X(11) VALUE "CLOSED-FILE".
   01 WS-CLOSED-FILE-NAME              PIC X(64).
   01 WS-CLOSED-FILE-NAME-LEN          NATIVE-2.
   01 WS-CLOSED-IN-FILE-STATUS         PIC X(02).
   01 WS-ENV-RETENTION-DAYS            PIC X(14)
                                       VALUE "RETENTION-DAYS".
   01 WS-RETENTION-TEXT                PIC X(05).
   01 WS-RETENTION-TEXT-LEN            NATIVE-2.
   01 WS-RETENTION-DAYS                PIC 9(04) VALUE 0.
   01 WS-ENV-MASTER-FILE               PIC X(11) VALUE "MASTER-FILE".
   01 WS-MASTER-FILE-NAME              PIC X(64).
   01 WS-MASTER-FILE-NAME-LEN          NATIVE-2.
   01 WS-MASTER-FILE-STATUS            PIC X(02).
   01 WS-ENV-ARCHIVE-FILE              PIC X(12) VALUE "ARCHIVE-FILE".
   01 WS-ARCHIVE-FILE-NAME             PIC X(64).
   01 WS-ARCHIVE-FILE-NAME-LEN         NATIVE-2.
   01 WS-ARCHIVE-OUT-FILE-STATUS       PIC X(02).
   01 WS-ENV-REPORT-FILE               PIC X(11) VALUE "REPORT-FILE".
   01 WS-REPORT-FILE-NAME              PIC X(64).
   01 WS-REPORT-FILE-NAME-LEN          NATIVE-2.
   01 WS-RPT-OUT-FILE-STATUS           PIC X(02).
   01 WS-PARAM-NUMVAL                  PIC S9(07).

*  Optional PARAMs - each file named is purged; a file not named is
*  shown on the report as not named, so the auditors can see what
*  was and was not covered.
   01 WS-ENV-CACHE-FILE                PIC X(10) VALUE "CACHE-FILE".
   01 WS-CACHE-FILE-STATUS             PIC X(02).
   01 WS-ENV-TRACK-FILE                PIC X(10) VALUE "TRACK-FILE".
   01 WS-TRACK-FILE-STATUS             PIC X(02).
   01 WS-ENV-OVERRIDE-FILE             PIC X(13) VALUE "OVERRIDE-FILE".
   01 WS-OVERRIDE-FILE-STATUS          PIC X(02).
   01 WS-ENV-GEO-OUT-FILE              PIC X(12) VALUE "GEO-OUT-FILE".
   01 WS-ENV-ERROR-LOG-FILE            PIC X(14)
                                       VALUE "ERROR-LOG-FILE".
   01 WS-ENV-CHANGE-FEED-FILE          PIC X(16)
                                       VALUE "CHANGE-FEED-FILE".
   01 WS-ENV-REVIEW-FILE               PIC X(11) VALUE "REVIEW-FILE".
   01 WS-ENV-PENDING-FILE              PIC X(12) VALUE "PENDING-FILE".
   01 WS-ENV-AUDIT-EXCEPT-FILE         PIC X(17)
                                       VALUE "AUDIT-EXCEPT-FILE".
   01 WS-ENV-REJECT-FILE               PIC X(11) VALUE "REJECT-FILE".
   01 WS-ENV-ASSIGN-FILE               PIC X(11) VALUE "ASSIGN-FILE".
   01 WS-ENV-DRIVE-FILE                PIC X(10) VALUE "DRIVE-FILE".
   01 WS-ENV-CODED-FILE                PIC X(10) VALUE "CODED-FILE".
   01 WS-ENV-TAX-EXCEPT-FILE           PIC X(15)
                                       VALUE "TAX-EXCEPT-FILE".
   01 WS-ENV-ROUTE-FILE                PIC X(10) VALUE "ROUTE-FILE".
   01 WS-ENV-IMPACT-FILE               PIC X(11) VALUE "IMPACT-FILE".
   01 WS-ENV-INPUT-FILE                PIC X(10) VALUE "INPUT-FILE".
   01 WS-ENV-RETRY-FILE                PIC X(10) VALUE "RETRY-FILE".
   01 WS-ENV-REQUEUE-FILE              PIC X(12) VALUE "REQUEUE-FILE".
   01 WS-ENV-REVIEW-AUDIT-FILE         PIC X(17)
                                       VALUE "REVIEW-AUDIT-FILE".
   01 WS-ENV-PROPOSAL-FILE             PIC X(13) VALUE "PROPOSAL-FILE".
   01 WS-ENV-SNAPSHOT-FILE             PIC X(13) VALUE "SNAPSHOT-FILE".
   01 WS-SEQ-FILE-STATUS               PIC X(02).

   01 WS-OPEN-FAILED-IND               PIC 9 VALUE 0.
       88 WS-OPEN-FAILED               VALUE 1.
   01 WS-CLOSED-EOF-IND                PIC 9 VALUE 0.
       88 WS-CLOSED-EOF                VALUE 1.
   01 WS-SEQ-EOF-IND                   PIC 9 VALUE 0.
       88 WS-SEQ-EOF                   VALUE 1.
   01 WS-REPORT-LINE                   PIC X(120).

*  Date work.  The closed date must be a valid YYYYMMDD for the
*  retention test; a key with no usable date is only purged on a
*  deletion request.
   01 WS-TODAY-DATE                    PIC X(08).
   01 WS-TODAY-INTEGER                 PIC 9(09).
   01 WS-DATE-NUM                      PIC 9(08).
   01 WS-CLOSED-AGE-DAYS               PIC S9(09).
   01 WS-RETAIN-UNTIL-DATE             PIC 9(08).

*  The eligible keys, kept in ascending key order so every file can
*  be checked against them with a binary search.
   01 WS-PURGE-COUNT                   NATIVE-2 VALUE 0.
   01 WS-PURGE-TABLE.
       05 WS-PURGE-ENTRY               OCCURS 10000 TIMES.
           10 WS-PURGE-REF-KEY         PIC X(020).
           10 WS-PURGE-CLOSED-DATE     PIC X(008).
   01 WS-LOOKUP-KEY                    PIC X(020).
   01 WS-LOOKUP-LOW                    NATIVE-2.
   01 WS-LOOKUP-HIGH                   NATIVE-2.
   01 WS-LOOKUP-MID                    NATIVE-2.
   01 WS-LOOKUP-INDEX                  NATIVE-2.
   01 WS-KEY-FOUND-IND                 PIC 9 VALUE 0.
       88 WS-KEY-FOUND                 VALUE 1.
   01 WS-KEY-DROPPED-IND               PIC 9 VALUE 0.
       88 WS-KEY-DROPPED               VALUE 1.

*  Snapshot trailer adjustment: the entries anonymized and the
*  coordinates they carried, taken off the trailer at the end.
   01 WS-SNAP-PURGED-COUNT             PIC 9(09).
   01 WS-SNAP-LATITUDE-ADJ             PIC S9(11)V9(08).
   01 WS-SNAP-LONGITUDE-ADJ            PIC S9(11)V9(08).
   01 WS-SNAP-LATITUDE                 PIC S9(03)V9(08).
   01 WS-SNAP-LONGITUDE                PIC S9(03)V9(08).
   01 WS-SNAP-HASH                     PIC S9(11)V9(08).

*  Per-file results for the report.  WS-CUR-* describe the file
*  being worked and are added to the table when it is done.
   01 WS-CUR-PARAM                     PIC X(20).
   01 WS-CUR-FILE-NAME                 PIC X(64).
   01 WS-CUR-FILE-NAME-LEN             NATIVE-2.
   01 WS-CUR-ACTION                    PIC X(12).
   01 WS-CUR-READ                      PIC 9(09).
   01 WS-CUR-PURGED                    PIC 9(09).
   01 WS-CUR-ERRORS                    PIC 9(09).
   01 WS-SAVE-INPUT-SEQ                PIC 9(009).
   01 WS-RESULT-COUNT                  NATIVE-2 VALUE 0.
   01 WS-RESULT-TABLE.
       05 WS-RESULT                    OCCURS 24 TIMES.
           10 WS-RES-PARAM             PIC X(20).
           10 WS-RES-ACTION            PIC X(12).
           10 WS-RES-READ              PIC 9(09).
           10 WS-RES-PURGED            PIC 9(09).
           10 WS-RES-ERRORS            PIC 9(09).

*  End-of-run summary counts.
   01 WS-STATS.
       05 WS-STAT-CLOSED-READ          PIC 9(09) VALUE 0.
       05 WS-STAT-NO-KEY-COUNT         PIC 9(09) VALUE 0.
       05 WS-STAT-DUPLICATE-COUNT      PIC 9(09) VALUE 0.
       05 WS-STAT-RETAINED-COUNT       PIC 9(09) VALUE 0.
       05 WS-STAT-BAD-DATE-COUNT       PIC 9(09) VALUE 0.
       05 WS-STAT-OVERFLOW-COUNT       PIC 9(09) VALUE 0.
       05 WS-STAT-DELETION-REQ-COUNT   PIC 9(09) VALUE 0.
       05 WS-STAT-ELIGIBLE-COUNT       PIC 9(09) VALUE 0.
       05 WS-STAT-ARCHIVED-COUNT       PIC 9(09) VALUE 0.
       05 WS-STAT-NOT-ON-MASTER-COUNT  PIC 9(09) VALUE 0.
       05 WS-STAT-ARCHIVE-FAIL-COUNT   PIC 9(09) VALUE 0.
       05 WS-STAT-DELETE-FAIL-COUNT    PIC 9(09) VALUE 0.
       05 WS-STAT-PURGED-COUNT         PIC 9(09) VALUE 0.
       05 WS-STAT-PURGE-ERROR-COUNT    PIC 9(09) VALUE 0.

 PROCEDURE DIVISION.

 MAIN.

   DISPLAY " ".
   DISPLAY "LightWave Client(tm) - Google Geocoding API ",
               " - Account Purge - 15OCT2026".
   DISPLAY " ".

   MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
   MOVE WS-TODAY-DATE TO WS-DATE-NUM.
   MOVE FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) TO WS-TODAY-INTEGER.

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
   STRING "Account Closure Purge Report - run date " WS-TODAY-DATE
       DELIMITED BY SIZE INTO WS-REPORT-LINE.
   PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT.
   STRING "Retention days: " WS-RETENTION-DAYS
       "    Closed-accounts file: " WS-CLOSED-FILE-NAME
       DELIMITED BY SIZE INTO WS-REPORT-LINE.
   PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT.
   PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT.

   PERFORM LOAD-PURGE-TABLE THRU LOAD-PURGE-TABLE-EXIT.
   CLOSE CLOSED-IN.

   IF WS-PURGE-COUNT > 0
       PERFORM PURGE-MASTER THRU PURGE-MASTER-EXIT
       PERFORM PURGE-CACHE THRU PURGE-CACHE-EXIT
       PERFORM PURGE-TRACK-FILE THRU PURGE-TRACK-FILE-EXIT
       PERFORM PURGE-OVERRIDE-FILE THRU PURGE-OVERRIDE-FILE-EXIT
       PERFORM PURGE-GEO-OUT-FILE THRU PURGE-GEO-OUT-FILE-EXIT
       PERFORM PURGE-ERROR-LOG-FILE THRU PURGE-ERROR-LOG-FILE-EXIT
       PERFORM PURGE-CHANGE-FILE THRU PURGE-CHANGE-FILE-EXIT
       PERFORM PURGE-REVIEW-FILES THRU PURGE-REVIEW-FILES-EXIT
       PERFORM PURGE-REJECT-FILE THRU PURGE-REJECT-FILE-EXIT
       PERFORM PURGE-ASSIGN-FILE THRU PURGE-ASSIGN-FILE-EXIT
       PERFORM PURGE-DRIVE-FILE THRU PURGE-DRIVE-FILE-EXIT
       PERFORM PURGE-CODED-FILE THRU PURGE-CODED-FILE-EXIT
       PERFORM PURGE-TAX-EXCEPT-FILE THRU PURGE-TAX-EXCEPT-FILE-EXIT
       PERFORM PURGE-ROUTE-FILE THRU PURGE-ROUTE-FILE-EXIT
       PERFORM PURGE-IMPACT-FILE THRU PURGE-IMPACT-FILE-EXIT
       PERFORM PURGE-REVIEW-AUDIT-FILE
           THRU PURGE-REVIEW-AUDIT-FILE-EXIT
       PERFORM PURGE-PROPOSAL-FILE THRU PURGE-PROPOSAL-FILE-EXIT
       PERFORM PURGE-SNAPSHOT-FILE THRU PURGE-SNAPSHOT-FILE-EXIT
       PERFORM PURGE-ADDR-IN-FILES THRU PURGE-ADDR-IN-FILES-EXIT
   ELSE
       DISPLAY "No accounts eligible for purge - no files touched."
   END-IF.

   PERFORM DISPLAY-SUMMARY THRU DISPLAY-SUMMARY-EXIT.
   PERFORM CLOSE-ALL-FILES THRU CLOSE-ALL-FILES-EXIT.

 MAIN-EXIT.
   EXIT PROGRAM.
   STOP RUN.

************************************************************************
*  GET-RUN-PARAMETERS - CLOSED-FILE, RETENTION-DAYS, MASTER-FILE,
*  ARCHIVE-FILE and REPORT-FILE are required; the rest name the
*  files to be purged and are read as each file is worked.
************************************************************************
 GET-RUN-PARAMETERS.

   ENTER "SMU_Param_GetText_" USING WS-ENV-CLOSED-FILE,
       WS-CLOSED-FILE-NAME GIVING WS-CLOSED-FILE-NAME-LEN.
   IF WS-CLOSED-FILE-NAME-LEN = -1
       DISPLAY "PARAM CLOSED-FILE not set."
       SET WS-OPEN-FAILED TO TRUE
   END-IF.

   ENTER "SMU_Param_GetText_" USING WS-ENV-RETENTION-DAYS,
       WS-RETENTION-TEXT GIVING WS-RETENTION-TEXT-LEN.
   IF WS-RETENTION-TEXT-LEN = -1
       DISPLAY "PARAM RETENTION-DAYS not set."
       SET WS-OPEN-FAILED TO TRUE
   ELSE
       MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-RETENTION-TEXT))
           TO WS-PARAM-NUMVAL
       IF WS-PARAM-NUMVAL < 0 OR WS-PARAM-NUMVAL > 9999
           DISPLAY "PARAM RETENTION-DAYS must be 0-9999."
           SET WS-OPEN-FAILED TO TRUE
       ELSE
           MOVE WS-PARAM-NUMVAL TO WS-RETENTION-DAYS
       END-IF
   END-IF.

   ENTER "SMU_Param_GetText_" USING WS-ENV-MASTER-FILE,
       WS-MASTER-FILE-NAME GIVING WS-MASTER-FILE-NAME-LEN.
   IF WS-MASTER-FILE-NAME-LEN = -1
       DISPLAY "PARAM MASTER-FILE not set."
       SET WS-OPEN-FAILED TO TRUE
   END-IF.

   ENTER "SMU_Param_GetText_" USING WS-ENV-ARCHIVE-FILE,
       WS-ARCHIVE-FILE-NAME GIVING WS-ARCHIVE-FILE-NAME-LEN.
   IF WS-ARCHIVE-FILE-NAME-LEN = -1
       DISPLAY "PARAM ARCHIVE-FILE not set."
       SET WS-OPEN-FAILED TO TRUE
   END-IF.

   ENTER "SMU_Param_GetText_" USING WS-ENV-REPORT-FILE,
       WS-REPORT-FILE-NAME GIVING WS-REPORT-FILE-NAME-LEN.
   IF WS-REPORT-FILE-NAME-LEN = -1
       DISPLAY "PARAM REPORT-FILE not set."
       SET WS-OPEN-FAILED TO TRUE
   END-IF.

 GET-RUN-PARAMETERS-EXIT.
   EXIT.

 OPEN-ALL-FILES.

   ENTER "COBOL_ASSIGN_" USING CLOSED-IN
       WS-CLOSED-FILE-NAME GIVING WS-RC.
   OPEN INPUT CLOSED-IN.
   IF WS-CLOSED-IN-FILE-STATUS NOT = "00"
       DISPLAY "Unable to open CLOSED-FILE '", WS-CLOSED-FILE-NAME,
           "' - file status ", WS-CLOSED-IN-FILE-STATUS
       SET WS-OPEN-FAILED TO TRUE
       GO TO OPEN-ALL-FILES-EXIT
   END-IF.

   ENTER "COBOL_ASSIGN_" USING ADDR-MASTER
       WS-MASTER-FILE-NAME GIVING WS-RC.
   OPEN I-O ADDR-MASTER.
   IF WS-MASTER-FILE-STATUS NOT = "00"
       DISPLAY "Unable to open MASTER-FILE '", WS-MASTER-FILE-NAME,
           "' - file status ", WS-MASTER-FILE-STATUS
       SET WS-OPEN-FAILED TO TRUE
       GO TO OPEN-ALL-FILES-EXIT
   END-IF.

   ENTER "COBOL_ASSIGN_" USING ARCHIVE-OUT
       WS-ARCHIVE-FILE-NAME GIVING WS-RC.
   OPEN EXTEND ARCHIVE-OUT.
   IF WS-ARCHIVE-OUT-FILE-STATUS NOT = "00"
       OPEN OUTPUT ARCHIVE-OUT
   END-IF.
   IF WS-ARCHIVE-OUT-FILE-STATUS NOT = "00"
       DISPLAY "Unable to open ARCHIVE-FILE '", WS-ARCHIVE-FILE-NAME,
           "' - file status ", WS-ARCHIVE-OUT-FILE-STATUS
       SET WS-OPEN-FAILED TO TRUE
       GO TO OPEN-ALL-FILES-EXIT
   END-IF.

   ENTER "COBOL_ASSIGN_" USING RPT-OUT
       WS-REPORT-FILE-NAME GIVING WS-RC.
   OPEN OUTPUT RPT-OUT.
   IF WS-RPT-OUT-FILE-STATUS NOT = "00"
       DISPLAY "Unable to open REPORT-FILE '", WS-REPORT-FILE-NAME,
           "' - file status ", WS-RPT-OUT-FILE-STATUS
       SET WS-OPEN-FAILED TO TRUE
       GO TO OPEN-ALL-FILES-EXIT
   END-IF.

 OPEN-ALL-FILES-EXIT.
   EXIT.

 CLOSE-ALL-FILES.

   CLOSE ADDR-MASTER.
   CLOSE ARCHIVE-OUT.
   CLOSE RPT-OUT.

 CLOSE-ALL-FILES-EXIT.
   EXIT.

************************************************************************
*  LOAD-PURGE-TABLE - read the closed accounts and keep the ones
*  eligible today.  A blank key is never taken: it would match
*  every record an earlier purge has already anonymized.
************************************************************************
 LOAD-PURGE-TABLE.

   PERFORM UNTIL WS-CLOSED-EOF
       READ CLOSED-IN
           AT END
               SET WS-CLOSED-EOF TO TRUE
           NOT AT END
               ADD 1 TO WS-STAT-CLOSED-READ
               PERFORM CHECK-ONE-CLOSED-ACCOUNT
                   THRU CHECK-ONE-CLOSED-ACCOUNT-EXIT
       END-READ
   END-PERFORM.
   MOVE WS-PURGE-COUNT TO WS-STAT-ELIGIBLE-COUNT.
   DISPLAY "Accounts eligible for purge: ", WS-PURGE-COUNT.

 LOAD-PURGE-TABLE-EXIT.
   EXIT.

 CHECK-ONE-CLOSED-ACCOUNT.

   IF CAR-REF-KEY = SPACES
       ADD 1 TO WS-STAT-NO-KEY-COUNT
       GO TO CHECK-ONE-CLOSED-ACCOUNT-EXIT
   END-IF.

   IF CAR-IS-DELETION-REQUEST
       ADD 1 TO WS-STAT-DELETION-REQ-COUNT
   ELSE
       IF CAR-CLOSED-DATE IS NUMERIC
           MOVE CAR-CLOSED-DATE TO WS-DATE-NUM
       ELSE
           MOVE 0 TO WS-DATE-NUM
       END-IF
*      A numeric date that is not a real calendar date (month 13,
*      all zeros) would age to any value, so it is refused too.
       IF CAR-CLOSED-DATE IS NOT NUMERIC
           OR FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) NOT = 0
           ADD 1 TO WS-STAT-BAD-DATE-COUNT
           STRING "NOT PURGED  " CAR-REF-KEY
               " - closed date '" CAR-CLOSED-DATE "' not valid"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT
           GO TO CHECK-ONE-CLOSED-ACCOUNT-EXIT
       END-IF
       COMPUTE WS-CLOSED-AGE-DAYS = WS-TODAY-INTEGER
           - FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
       IF WS-CLOSED-AGE-DAYS < WS-RETENTION-DAYS
           ADD 1 TO WS-STAT-RETAINED-COUNT
           COMPUTE WS-RETAIN-UNTIL-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
                   + WS-RETENTION-DAYS)
           STRING "RETAINED    " CAR-REF-KEY " closed "
               CAR-CLOSED-DATE " - eligible " WS-RETAIN-UNTIL-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT
           GO TO CHECK-ONE-CLOSED-ACCOUNT-EXIT
       END-IF
   END-IF.

   MOVE CAR-REF-KEY TO WS-LOOKUP-KEY.
   PERFORM FIND-PURGE-KEY THRU FIND-PURGE-KEY-EXIT.
   IF WS-KEY-FOUND
       ADD 1 TO WS-STAT-DUPLICATE-COUNT
       GO TO CHECK-ONE-CLOSED-ACCOUNT-EXIT
   END-IF.
   IF WS-PURGE-COUNT >= 10000
       ADD 1 TO WS-STAT-OVERFLOW-COUNT
       STRING "NOT PURGED  " CAR-REF-KEY
           " - purge table full, purge again next run"
           DELIMITED BY SIZE INTO WS-REPORT-LINE
       PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT
       GO TO CHECK-ONE-CLOSED-ACCOUNT-EXIT
   END-IF.

*  Open a slot at the insertion point FIND-PURGE-KEY left in
*  WS-LOOKUP-LOW.
   PERFORM VARYING J FROM WS-PURGE-COUNT BY -1
           UNTIL J < WS-LOOKUP-LOW
       MOVE WS-PURGE-ENTRY(J) TO WS-PURGE-ENTRY(J + 1)
   END-PERFORM.
   MOVE CAR-REF-KEY TO WS-PURGE-REF-KEY(WS-LOOKUP-LOW).
   MOVE CAR-CLOSED-DATE TO WS-PURGE-CLOSED-DATE(WS-LOOKUP-LOW).
   ADD 1 TO WS-PURGE-COUNT.

 CHECK-ONE-CLOSED-ACCOUNT-EXIT.
   EXIT.

************************************************************************
*  FIND-PURGE-KEY - binary search of the purge table for
*  WS-LOOKUP-KEY.  Sets WS-KEY-FOUND and WS-LOOKUP-INDEX when it is
*  there; otherwise WS-LOOKUP-LOW is where it would be inserted.
************************************************************************
 FIND-PURGE-KEY.

   MOVE 0 TO WS-KEY-FOUND-IND.
   MOVE 1 TO WS-LOOKUP-LOW.
   MOVE WS-PURGE-COUNT TO WS-LOOKUP-HIGH.
   IF WS-LOOKUP-KEY = SPACES
       GO TO FIND-PURGE-KEY-EXIT
   END-IF.

   PERFORM UNTIL WS-LOOKUP-LOW > WS-LOOKUP-HIGH OR WS-KEY-FOUND
       COMPUTE WS-LOOKUP-MID = (WS-LOOKUP-LOW + WS-LOOKUP-HIGH) / 2
       EVALUATE TRUE
           WHEN WS-PURGE-REF-KEY(WS-LOOKUP-MID) = WS-LOOKUP-KEY
               SET WS-KEY-FOUND TO TRUE
               MOVE WS-LOOKUP-MID TO WS-LOOKUP-INDEX
           WHEN WS-PURGE-REF-KEY(WS-LOOKUP-MID) < WS-LOOKUP-KEY
               COMPUTE WS-LOOKUP-LOW = WS-LOOKUP-MID + 1
           WHEN OTHER
               COMPUTE WS-LOOKUP-HIGH = WS-LOOKUP-MID - 1
       END-EVALUATE
   END-PERFORM.

 FIND-PURGE-KEY-EXIT.
   EXIT.

************************************************************************
*  PURGE-MASTER - archive then delete each eligible key's master
*  entry.  An entry whose archive write fails is left on the master
*  so nothing is ever deleted without its archive copy.  A key whose
*  master entry is kept, for either failure, is dropped from the
*  purge table so no other file is purged for it and the account
*  stays whole for the rerun.
************************************************************************
 PURGE-MASTER.

   MOVE "MASTER-FILE" TO WS-CUR-PARAM.
   MOVE "DELETED" TO WS-CUR-ACTION.
   MOVE 0 TO WS-CUR-READ, WS-CUR-PURGED, WS-CUR-ERRORS.

   MOVE 1 TO J.
   PERFORM UNTIL J > WS-PURGE-COUNT
       MOVE 0 TO WS-KEY-DROPPED-IND
       PERFORM PURGE-ONE-MASTER-ENTRY
           THRU PURGE-ONE-MASTER-ENTRY-EXIT
       IF WS-KEY-DROPPED
           PERFORM DROP-PURGE-KEY THRU DROP-PURGE-KEY-EXIT
       ELSE
           ADD 1 TO J
       END-IF
   END-PERFORM.

   PERFORM NOTE-FILE-RESULT THRU NOTE-FILE-RESULT-EXIT.

 PURGE-MASTER-EXIT.
   EXIT.

 PURGE-ONE-MASTER-ENTRY.

   MOVE WS-PURGE-REF-KEY(J) TO AMR-REF-KEY.
   READ ADDR-MASTER
       KEY IS AMR-REF-KEY
       INVALID KEY
           ADD 1 TO WS-STAT-NOT-ON-MASTER-COUNT
           STRING "PURGED      " WS-PURGE-REF-KEY(J) " closed "
               WS-PURGE-CLOSED-DATE(J) " - not on master"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT
           GO TO PURGE-ONE-MASTER-ENTRY-EXIT
   END-READ.
   ADD 1 TO WS-CUR-READ.

   MOVE WS-TODAY-DATE TO MAR-PURGE-DATE.
   MOVE WS-PURGE-CLOSED-DATE(J) TO MAR-CLOSED-DATE.
   MOVE ADDR-MASTER-RECORD TO MAR-MASTER-IMAGE.
   WRITE MASTER-ARCHIVE-RECORD.
   IF WS-ARCHIVE-OUT-FILE-STATUS NOT = "00"
       ADD 1 TO WS-STAT-ARCHIVE-FAIL-COUNT
       STRING "NOT PURGED  " WS-PURGE-REF-KEY(J)
           " - archive write failed, file status "
           WS-ARCHIVE-OUT-FILE-STATUS
           DELIMITED BY SIZE INTO WS-REPORT-LINE
       PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT
       SET WS-KEY-DROPPED TO TRUE
       GO TO PURGE-ONE-MASTER-ENTRY-EXIT
   END-IF.
   ADD 1 TO WS-STAT-ARCHIVED-COUNT.

   DELETE ADDR-MASTER
       INVALID KEY
           ADD 1 TO WS-CUR-ERRORS
           ADD 1 TO WS-STAT-DELETE-FAIL-COUNT
           STRING "NOT PURGED  " WS-PURGE-REF-KEY(J)
               " - master delete failed, file status "
               WS-MASTER-FILE-STATUS
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT
           SET WS-KEY-DROPPED TO TRUE
           GO TO PURGE-ONE-MASTER-ENTRY-EXIT
   END-DELETE.
   ADD 1 TO WS-CUR-PURGED.
   STRING "PURGED      " WS-PURGE-REF-KEY(J) " closed "
       WS-PURGE-CLOSED-DATE(J) " - master entry archived and deleted"
       DELIMITED BY SIZE INTO WS-REPORT-LINE.
   PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT.

 PURGE-ONE-MASTER-ENTRY-EXIT.
   EXIT.

************************************************************************
*  DROP-PURGE-KEY - close up the purge table over entry J.  The key
*  that moves into slot J is the next one to be worked.
************************************************************************
 DROP-PURGE-KEY.

   PERFORM VARYING K FROM J BY 1 UNTIL K >= WS-PURGE-COUNT
       MOVE WS-PURGE-ENTRY(K + 1) TO WS-PURGE-ENTRY(K)
   END-PERFORM.
   SUBTRACT 1 FROM WS-PURGE-COUNT.

 DROP-PURGE-KEY-EXIT.
   EXIT.

************************************************************************
*  PURGE-CACHE - delete the cache entries first cached under an
*  eligible key.  The cache is keyed by address, so the whole file
*  is passed.
************************************************************************
 PURGE-CACHE.

   MOVE "CACHE-FILE" TO WS-CUR-PARAM.
   PERFORM BEGIN-FILE-RESULT THRU BEGIN-FILE-RESULT-EXIT.
   ENTER "SMU_Param_GetText_" USING WS-ENV-CACHE-FILE,
       WS-CUR-FILE-NAME GIVING WS-CUR-FILE-NAME-LEN.
   IF WS-CUR-FILE-NAME-LEN = -1
       PERFORM NOTE-FILE-RESULT THRU NOTE-FILE-RESULT-EXIT
       GO TO PURGE-CACHE-EXIT
   END-IF.

   ENTER "COBOL_ASSIGN_" USING GEO-CACHE
       WS-CUR-FILE-NAME GIVING WS-RC.
   OPEN I-O GEO-CACHE.
   IF WS-CACHE-FILE-STATUS NOT = "00"
       MOVE WS-CACHE-FILE-STATUS TO WS-SEQ-FILE-STATUS
       PERFORM NOTE-OPEN-FAILURE THRU NOTE-OPEN-FAILURE-EXIT
       GO TO PURGE-CACHE-EXIT
   END-IF.

   MOVE "DELETED" TO WS-CUR-ACTION.
   MOVE 0 TO WS-SEQ-EOF-IND.
   MOVE LOW-VALUES TO CACHE-KEY-ADDRESS.
   START GEO-CACHE KEY IS >= CACHE-KEY-ADDRESS
       INVALID KEY
           SET WS-SEQ-EOF TO TRUE
   END-START.
   PERFORM UNTIL WS-SEQ-EOF
       READ GEO-CACHE NEXT
           AT END
               SET WS-SEQ-EOF TO TRUE
           NOT AT END
               ADD 1 TO WS-CUR-READ
               MOVE CACHE-REF-KEY TO WS-LOOKUP-KEY
               PERFORM FIND-PURGE-KEY THRU FIND-PURGE-KEY-EXIT
               IF WS-KEY-FOUND
                   DELETE GEO-CACHE
                       INVALID KEY
                           CONTINUE
                   END-DELETE
                   MOVE WS-CACHE-FILE-STATUS TO WS-SEQ-FILE-STATUS
                   PERFORM COUNT-PURGE-RESULT
                       THRU COUNT-PURGE-RESULT-EXIT
               END-IF
       END-READ
   END-PERFORM.
   CLOSE GEO-CACHE.
   PERFORM NOTE-FILE-RESULT THRU NOTE-FILE-RESULT-EXIT.

 PURGE-CACHE-EXIT.
   EXIT.

************************************************************************
*  PURGE-TRACK-FILE - delete every exception tracker entry, open or
*  closed, under each eligible key.  The tracker is keyed by
*  reference key then type, so each key's entries are read from a
*  START at the key.
************************************************************************
 PURGE-TRACK-FILE.

   MOVE "TRACK-FILE" TO WS-CUR-PARAM.
   PERFORM BEGIN-FILE-RESULT THRU BEGIN-FILE-RESULT-EXIT.
   ENTER "SMU_Param_GetText_" USING WS-ENV-TRACK-FILE,
       WS-CUR-FILE-NAME GIVING WS-CUR-FILE-NAME-LEN.
   IF WS-CUR-FILE-NAME-LEN = -1
       PERFORM NOTE-FILE-RESULT THRU NOTE-FILE-RESULT-EXIT
       GO TO PURGE-TRACK-FILE-EXIT
   END-IF.

   ENTER "COBOL_ASSIGN_" USING EXCEPTION-TRACK
       WS-CUR-FILE-NAME GIVING WS-RC.
   OPEN I-O EXCEPTION-TRACK.
   IF WS-TRACK-FILE-STATUS NOT = "00"
       MOVE WS-TRACK-FILE-STATUS TO WS-SEQ-FILE-STATUS
       PERFORM NOTE-OPEN-FAILURE THRU NOTE-OPEN-FAILURE-EXIT
       GO TO PURGE-TRACK-FILE-EXIT
   END-IF.

   MOVE "DELETED" TO WS-CUR-ACTION.
   PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-PURGE-COUNT
       PERFORM PURGE-ONE-KEY-ENTRIES THRU PURGE-ONE-KEY-ENTRIES-EXIT
   END-PERFORM.
   CLOSE EXCEPTION-TRACK.
   PERFORM NOTE-FILE-RESULT THRU NOTE-FILE-RESULT-EXIT.

 PURGE-TRACK-FILE-EXIT.
   EXIT.

 PURGE-ONE-KEY-ENTRIES.

   MOVE WS-PURGE-REF-KEY(J) TO ETR-REF-KEY.
   MOVE LOW-VALUES TO ETR-EXCEPTION-TYPE.
   MOVE 0 TO WS-SEQ-EOF-IND.
   START EXCEPTION-TRACK KEY IS >= ETR-TRACK-KEY
       INVALID KEY
           SET WS-SEQ-EOF TO TRUE
   END-START.
   PERFORM UNTIL WS-SEQ-EOF
       READ EXCEPTION-TRACK NEXT
           AT END
               SET WS-SEQ-EOF TO TRUE
           NOT AT END
               IF ETR-REF-KEY NOT = WS-PURGE-REF-KEY(J)
                   SET WS-SEQ-EOF TO TRUE
               ELSE
                   ADD 1 TO WS-CUR-READ
                   DELETE EXCEPTION-TRACK
                       INVALID KEY
                           CONTINUE
                   END-DELETE
                   MOVE WS-TRACK-FILE-STATUS TO WS-SEQ-FILE-STATUS
                   MOVE WS-PURGE-REF-KEY(J) TO WS-LOOKUP-KEY
                   PERFORM COUNT-PURGE-RESULT
                       THRU COUNT-PURGE-RESULT-EXIT
               END-IF
       END-READ
   END-PERFORM.

 PURGE-ONE-KEY-ENTRIES-EXIT.
   EXIT.

************************************************************************
*  PURGE-GEO-OUT-FILE - GEO-OUT keeps only its input ordinal, so
*  GEOMERGE-COBOL's sequence still checks.
************************************************************************
 PURGE-GEO-OUT-FILE.

   MOVE "GEO-OUT-FILE" TO WS-CUR-PARAM.
   PERFORM BEGIN-FILE-RESULT THRU BEGIN-FILE-RESULT-EXIT.
   ENTER "SMU_Param_GetText_" USING WS-ENV-GEO-OUT-FILE,
       WS-CUR-FILE-NAME GIVING WS-CUR-FILE-NAME-LEN.
   IF WS-CUR-FILE-NAME-LEN = -1
       PERFORM NOTE-FILE-RESULT THRU NOTE-FILE-RESULT-EXIT
       GO TO PURGE-GEO-OUT-FILE-EXIT
   END-IF.

   ENTER "COBOL_ASSIGN_" USING GEO-OUT-IO
       WS-CUR-FILE-NAME GIVING WS-RC.
   OPEN I-O GEO-OUT-IO.
   IF WS-SEQ-FILE-STATUS NOT = "00"
       PERFORM NOTE-OPEN-FAILURE THRU NOTE-OPEN-FAILURE-EXIT
       GO TO PURGE-GEO-OUT-FILE-EXIT
   END-IF.

   MOVE 0 TO WS-SEQ-EOF-IND.
   PERFORM UNTIL WS-SEQ-EOF
       READ GEO-OUT-IO
           AT END
               SET WS-SEQ-EOF TO TRUE
           NOT AT END
               ADD 1 TO WS-CUR-READ
               MOVE GOR-REF-KEY TO WS-LOOKUP-KEY
               PERFORM FIND-PURGE-KEY THRU FIND-PURGE-KEY-EXIT
               IF WS-KEY-FOUND
                   MOVE GOR-INPUT-SEQ TO WS-SAVE-INPUT-SEQ
                   MOVE SPACES TO GEO-OUT-RECORD
                   MOVE WS-SAVE-INPUT-SEQ TO GOR-INPUT-SEQ
                   REWRITE GEO-OUT-RECORD
                   PERFORM COUNT-PURGE-RESULT
                       THRU COUNT-PURGE-RESULT-EXIT
               END-IF
       END-READ
   END-PERFORM.
   CLOSE GEO-OUT-IO.
   PERFORM NOTE-FILE-RESULT THRU NOTE-FILE-RESULT-EXIT.

 PURGE-GEO-OUT-FILE-EXIT.
   EXIT.

************************************************************************
*  PURGE-ERROR-LOG-FILE - the failure itself (ordinal, time, source,
*  code, subcode) stays for the error statistics; the key, the
*  address and the message, which can echo the address, go.
************************************************************************
 PURGE-ERROR-LOG-FILE.

   MOVE "ERROR-LOG-FILE" TO WS-CUR-PARAM.
   PERFORM BEGIN-FILE-RESULT THRU BEGIN-FILE-RESULT-EXIT.
   ENTER "SMU_Param_GetText_" USING WS-ENV-ERROR-LOG-FILE,
       WS-CUR-FILE-NAME GIVING WS-CUR-FILE-NAME-LEN.
   IF WS-CUR-FILE-NAME-LEN = -1
       PERFORM NOTE-FILE-RESULT THRU NOTE-FILE-RESULT-EXIT
       GO TO PURGE-ERROR-LOG-FILE-EXIT
   END-IF.

   ENTER "COBOL_ASSIGN_" USING ERR-LOG-IO
       WS-CUR-FILE-NAME GIVING WS-RC.
   OPEN I-O ERR-LOG-IO.
   IF WS-SEQ-FILE-STATUS NOT = "00"
       PERFORM NOTE-OPEN-FAILURE THRU NOTE-OPEN-FAILURE-EXIT
       GO TO PURGE-ERROR-LOG-FILE-EXIT
   END-IF.

   MOVE 0 TO WS-SEQ-EOF-IND.
   PERFORM UNTIL WS-SEQ-EOF
       READ ERR-LOG-IO
           AT END
               SET WS-SEQ-EOF TO TRUE
           NOT AT END
               ADD 1 TO WS-CUR-READ
               MOVE ELR-REF-KEY TO WS-LOOKUP-KEY
               PERFORM FIND-PURGE-KEY THRU FIND-PURGE-KEY-EXIT
               IF WS-KEY-FOUND
                   MOVE SPACES TO ELR-REF-KEY
                   MOVE SPACES TO ELR-ADDRESS-INPUT
                   MOVE SPACES TO ELR-ERROR-MESSAGE
                   REWRITE ERR-LOG-RECORD
                   PERFORM COUNT-PURGE-RESULT
                       THRU COUNT-PURGE-RESULT-EXIT
               END-IF
       END-READ
   END-PERFORM.
   CLOSE ERR-LOG-IO.
   PERFORM NOTE-FILE-RESULT THRU NOTE-FILE-RESULT-EXIT.

 PURGE-ERROR-LOG-FILE-EXIT.
   EXIT.

************************************************************************
*  PURGE-CHANGE-FILE - the ADDR-CHANGE history keeps the miles moved
*  and the big-jump flag; the key, coordinates and components go.
************************************************************************
 PURGE-CHANGE-FILE.

   MOVE "CHANGE-FEED-FILE" TO WS-CUR-PARAM.
   PERFORM BEGIN-FILE-RESULT THRU BEGIN-FILE-RESULT-EXIT.
   ENTER "SMU_Param_GetText_" USING WS-ENV-CHANGE-FEED-FILE,
       WS-CUR-FILE-NAME GIVING WS-CUR-FILE-NAME-LEN.
   IF WS-CUR-FILE-NAME-LEN = -1
       PERFORM NOTE-FILE-RESULT THRU NOTE-FILE-RESULT-EXIT
       GO TO PURGE-CHANGE-FILE-EXIT
   END-IF.

   ENTER "COBOL_ASSIGN_" USING CHANGE-IO
       WS-CUR-FILE-NAME GIVING WS-RC.
   OPEN I-O CHANGE-IO.
   IF WS-SEQ-FILE-STATUS NOT = "00"
       PERFORM NOTE-OPEN-FAILURE THRU NOTE-OPEN-FAILURE-EXIT
       GO TO PURGE-CHANGE-FILE-EXIT
   END-IF.

   MOVE 0 TO WS-SEQ-EOF-IND.
   PERFORM UNTIL WS-SEQ-EOF
       READ CHANGE-IO
           AT END
               SET WS-SEQ-EOF TO TRUE
           NOT AT END
               ADD 1 TO WS-CUR-READ
               MOVE ACR-REF-KEY TO WS-LOOKUP-KEY
               PERFORM FIND-PURGE-KEY THRU FIND-PURGE-KEY-EXIT
               IF WS-KEY-FOUND
                   MOVE SPACES TO ACR-REF-KEY
                   MOVE ZERO TO ACR-OLD-LATITUDE, ACR-OLD-LONGITUDE
                   MOVE ZERO TO ACR-NEW-LATITUDE, ACR-NEW-LONGITUDE
                   MOVE SPACES TO ACR-OLD-CITY, ACR-OLD-COUNTY
                   MOVE SPACES TO ACR-OLD-STATE, ACR-OLD-ZIP
                   MOVE SPACES TO ACR-NEW-CITY, ACR-NEW-COUNTY
                   MOVE SPACES TO ACR-NEW-STATE, ACR-NEW-ZIP
                   REWRITE ADDR-CHANGE-RECORD
                   PERFORM COUNT-PURGE-RESULT
                       THRU COUNT-PURGE-RESULT-EXIT
               END-IF
       END-READ
   END-PERFORM.
   CLOSE CHANGE-IO.
   PERFORM NOTE-FILE-RESULT THRU NOTE-FILE-RESULT-EXIT.

 PURGE-CHANGE-FILE-EXIT.
   EXIT.

************************************************************************
*  PURGE-REVIEW-FILES - the REVIEW-OUT-RECORD layout serves the
*  review queue, GEOREVIEW-COBOL's pending file and GEOAUDIT-COBOL's
*  exceptions.  The candidate's key, input address, formatted
*  address and coordinates go; GEOREVIEW-COBOL drops an item left
*  with neither key nor address.
************************************************************************
 PURGE-REVIEW-FILES.

   MOVE "REVIEW-FILE" TO WS-CUR-PARAM.
   ENTER "SMU_Param_GetText_" USING WS-ENV-REVIEW-FILE,
       WS-CUR-FILE-NAME GIVING WS-CUR-FILE-NAME-LEN.
   PERFORM PURGE-ONE-REVIEW-FILE THRU PURGE-ONE-REVIEW-FILE-EXIT.

   MOVE "PENDING-FILE" TO WS-CUR-PARAM.
   ENTER "SMU_Param_GetText_" USING WS-ENV-PENDING-FILE,
       WS-CUR-FILE-NAME GIVING WS-CUR-FILE-NAME-LEN.
   PERFORM PURGE-ONE-REVIEW-FILE THRU PURGE-ONE-REVIEW-FILE-EXIT.

   MOVE "AUDIT-EXCEPT-FILE" TO WS-CUR-PARAM.
   ENTER "SMU_Param_GetText_" USING WS-ENV-AUDIT-EXCEPT-FILE,
       WS-CUR-FILE-NAME GIVING WS-CUR-FILE-NAME-LEN.
   PERFORM PURGE-ONE-REVIEW-FILE THRU PURGE-ONE-REVIEW-FILE-EXIT.

 PURGE-REVIEW-FILES-EXIT.
   EXIT.

 PURGE-ONE-REVIEW-FILE.

   PERFORM BEGIN-FILE-RESULT THRU BEGIN-FILE-RESULT-EXIT.
   IF WS-CUR-FILE-NAME-LEN = -1
       PERFORM NOTE-FILE-RESULT THRU NOTE-FILE-RESULT-EXIT
       GO TO PURGE-ONE-REVIEW-FILE-EXIT
   END-IF.

   ENTER "COBOL_ASSIGN_" USING REVIEW-IO
       WS-CUR-FILE-NAME GIVING WS-RC.
   OPEN I-O REVIEW-IO.
   IF WS-SEQ-FILE-STATUS NOT = "00"
       PERFORM NOTE-OPEN-FAILURE THRU NOTE-OPEN-FAILURE-EXIT
       GO TO PURGE-ONE-REVIEW-FILE-EXIT
   END-IF.

   MOVE 0 TO WS-SEQ-EOF-IND.
   PERFORM UNTIL WS-SEQ-EOF
       READ REVIEW-IO
           AT END
               SET WS-SEQ-EOF TO TRUE
           NOT AT END
               ADD 1 TO WS-CUR-READ
               MOVE ROR-REF-KEY TO WS-LOOKUP-KEY
               PERFORM FIND-PURGE-KEY THRU FIND-PURGE-KEY-EXIT
               IF WS-KEY-FOUND
                   MOVE SPACES TO ROR-REF-KEY
                   MOVE SPACES TO ROR-ADDRESS-INPUT
                   MOVE SPACES TO ROR-FORMATTED-ADDRESS
                   MOVE ZERO TO ROR-LATITUDE, ROR-LONGITUDE
                   REWRITE REVIEW-OUT-RECORD
                   PERFORM COUNT-PURGE-RESULT
                       THRU COUNT-PURGE-RESULT-EXIT
               END-IF
       END-READ
   END-PERFORM.
   CLOSE REVIEW-IO.
   PERFORM NOTE-FILE-RESULT THRU NOTE-FILE-RESULT-EXIT.

 PURGE-ONE-REVIEW-FILE-EXIT.
   EXIT.

************************************************************************
*  PURGE-REJECT-FILE - scrub rejects keep their reason.
************************************************************************
 PURGE-REJECT-FILE.

   MOVE "REJECT-FILE" TO WS-CUR-PARAM.
   PERFORM BEGIN-FILE-RESULT THRU BEGIN-FILE-RESULT-EXIT.
   ENTER "SMU_Param_GetText_" USING WS-ENV-REJECT-FILE,
       WS-CUR-FILE-NAME GIVING WS-CUR-FILE-NAME-LEN.
   IF WS-CUR-FILE-NAME-LEN = -1
       PERFORM NOTE-FILE-RESULT THRU NOTE-FILE-RESULT-EXIT
       GO TO PURGE-REJECT-FILE-EXIT
   END-IF.

   ENTER "COBOL_ASSIGN_" USING REJECT-IO
       WS-CUR-FILE-NAME GIVING WS-RC.
   OPEN I-O REJECT-IO.
   IF WS-SEQ-FILE-STATUS NOT = "00"
       PERFORM NOTE-OPEN-FAILURE THRU NOTE-OPEN-FAILURE-EXIT
       GO TO PURGE-REJECT-FILE-EXIT
   END-IF.

   MOVE 0 TO WS-SEQ-EOF-IND.
   PERFORM UNTIL WS-SEQ-EOF
       READ REJECT-IO
           AT END
               SET WS-SEQ-EOF TO TRUE
           NOT AT END
               ADD 1 TO WS-CUR-READ
               MOVE SRR-REF-KEY TO WS-LOOKUP-KEY
               PERFORM FIND-PURGE-KEY THRU FIND-PURGE-KEY-EXIT
               IF WS-KEY-FOUND
                   MOVE SPACES TO SRR-REF-KEY
                   MOVE SPACES TO SRR-ADDRESS-INPUT
                   REWRITE SCRUB-REJECT-RECORD
                   PERFORM COUNT-PURGE-RESULT
                       THRU COUNT-PURGE-RESULT-EXIT
               END-IF
       END-READ
   END-PERFORM.
   CLOSE REJECT-IO.
   PERFORM NOTE-FILE-RESULT THRU NOTE-FILE-RESULT-EXIT.

 PURGE-REJECT-FILE-EXIT.
   EXIT.

************************************************************************
*  PURGE-ASSIGN-FILE - branch assignments keep the branches and
*  distances; the key and the address go.
************************************************************************
 PURGE-ASSIGN-FILE.

   MOVE "ASSIGN-FILE" TO WS-CUR-PARAM.
   PERFORM BEGIN-FILE-RESULT THRU BEGIN-FILE-RESULT-EXIT.
   ENTER "SMU_Param_GetText_" USING WS-ENV-ASSIGN-FILE,
       WS-CUR-FILE-NAME GIVING WS-CUR-FILE-NAME-LEN.
   IF WS-CUR-FILE-NAME-LEN = -1
       PERFORM NOTE-FILE-RESULT THRU NOTE-FILE-RESULT-EXIT
       GO TO PURGE-ASSIGN-FILE-EXIT
   END-IF.

   ENTER "COBOL_ASSIGN_" USING ASSIGN-IO
       WS-CUR-FILE-NAME GIVING WS-RC.
   OPEN I-O ASSIGN-IO.
   IF WS-SEQ-FILE-STATUS NOT = "00"
       PERFORM NOTE-OPEN-FAILURE THRU NOTE-OPEN-FAILURE-EXIT
       GO TO PURGE-ASSIGN-FILE-EXIT
   END-IF.

   MOVE 0 TO WS-SEQ-EOF-IND.
   PERFORM UNTIL WS-SEQ-EOF
       READ ASSIGN-IO
           AT END
               SET WS-SEQ-EOF TO TRUE
           NOT AT END
               ADD 1 TO WS-CUR-READ
               MOVE BAR-REF-KEY TO WS-LOOKUP-KEY
               PERFORM FIND-PURGE-KEY THRU FIND-PURGE-KEY-EXIT
               IF WS-KEY-FOUND
                   MOVE SPACES TO BAR-REF-KEY
                   MOVE SPACES TO BAR-ADDRESS-INPUT
                   REWRITE BRANCH-ASSIGN-RECORD
                   PERFORM COUNT-PURGE-RESULT
                       THRU COUNT-PURGE-RESULT-EXIT
               END-IF
       END-READ
   END-PERFORM.
   CLOSE ASSIGN-IO.
   PERFORM NOTE-FILE-RESULT THRU NOTE-FILE-RESULT-EXIT.

 PURGE-ASSIGN-FILE-EXIT.
   EXIT.

************************************************************************
*  PURGE-OVERRIDE-FILE - delete the branch override, if any, of each
*  eligible key.
************************************************************************
 PURGE-OVERRIDE-FILE.

   MOVE "OVERRIDE-FILE" TO WS-CUR-PARAM.
   PERFORM BEGIN-FILE-RESULT THRU BEGIN-FILE-RESULT-EXIT.
   ENTER "SMU_Param_GetText_" USING WS-ENV-OVERRIDE-FILE,
       WS-CUR-FILE-NAME GIVING WS-CUR-FILE-NAME-LEN.
   IF WS-CUR-FILE-NAME-LEN = -1
       PERFORM NOTE-FILE-RESULT THRU NOTE-FILE-RESULT-EXIT
       GO TO PURGE-OVERRIDE-FILE-EXIT
   END-IF.

   ENTER "COBOL_ASSIGN_" USING BRANCH-OVERRIDE
       WS-CUR-FILE-NAME GIVING WS-RC.
   OPEN I-O BRANCH-OVERRIDE.
   IF WS-OVERRIDE-FILE-STATUS NOT = "00"
       MOVE WS-OVERRIDE-FILE-STATUS TO WS-SEQ-FILE-STATUS
       PERFORM NOTE-OPEN-FAILURE THRU NOTE-OPEN-FAILURE-EXIT
       GO TO PURGE-OVERRIDE-FILE-EXIT
   END-IF.

   MOVE "DELETED" TO WS-CUR-ACTION.
   PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-PURGE-COUNT
       MOVE WS-PURGE-REF-KEY(J) TO BOR-REF-KEY
       READ BRANCH-OVERRIDE
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               ADD 1 TO WS-CUR-READ
               DELETE BRANCH-OVERRIDE
                   INVALID KEY
                       CONTINUE
               END-DELETE
               MOVE WS-OVERRIDE-FILE-STATUS TO WS-SEQ-FILE-STATUS
               MOVE WS-PURGE-REF-KEY(J) TO WS-LOOKUP-KEY
               PERFORM COUNT-PURGE-RESULT
                   THRU COUNT-PURGE-RESULT-EXIT
       END-READ
   END-PERFORM.
   CLOSE BRANCH-OVERRIDE.
   PERFORM NOTE-FILE-RESULT THRU NOTE-FILE-RESULT-EXIT.

 PURGE-OVERRIDE-FILE-EXIT.
   EXIT.

************************************************************************
*  PURGE-DRIVE-FILE - drive-distance records carry nothing personal
*  but the key.
************************************************************************
 PURGE-DRIVE-FILE.

   MOVE "DRIVE-FILE" TO WS-CUR-PARAM.
   PERFORM BEGIN-FILE-RESULT THRU BEGIN-FILE-RESULT-EXIT.
   ENTER "SMU_Param_GetText_" USING WS-ENV-DRIVE-FILE,
       WS-CUR-FILE-NAME GIVING WS-CUR-FILE-NAME-LEN.
   IF WS-CUR-FILE-NAME-LEN = -1
       PERFORM NOTE-FILE-RESULT THRU NOTE-FILE-RESULT-EXIT
       GO TO PURGE-DRIVE-FILE-EXIT
   END-IF.

   ENTER "COBOL_ASSIGN_" USING DRIVE-IO
       WS-CUR-FILE-NAME GIVING WS-RC.
   OPEN I-O DRIVE-IO.
   IF WS-SEQ-FILE-STATUS NOT = "00"
       PERFORM NOTE-OPEN-FAILURE THRU NOTE-OPEN-FAILURE-EXIT
       GO TO PURGE-DRIVE-FILE-EXIT
   END-IF.

   MOVE 0 TO WS-SEQ-EOF-IND.
   PERFORM UNTIL WS-SEQ-EOF
       READ DRIVE-IO
           AT END
               SET WS-SEQ-EOF TO TRUE
           NOT AT END
               ADD 1 TO WS-CUR-READ
               MOVE DDR-REF-KEY TO WS-LOOKUP-KEY
               PERFORM FIND-PURGE-KEY THRU FIND-PURGE-KEY-EXIT
               IF WS-KEY-FOUND
                   MOVE SPACES TO DDR-REF-KEY
                   REWRITE DRIVE-DIST-RECORD
                   PERFORM COUNT-PURGE-RESULT
                       THRU COUNT-PURGE-RESULT-EXIT
               END-IF
       END-READ
   END-PERFORM.
   CLOSE DRIVE-IO.
   PERFORM NOTE-FILE-RESULT THRU NOTE-FILE-RESULT-EXIT.

 PURGE-DRIVE-FILE-EXIT.
   EXIT.

************************************************************************
*  PURGE-CODED-FILE - tax-coded records keep state, county and the
*  jurisdiction; the key, street address, city and zip go.
************************************************************************
 PURGE-CODED-FILE.

   MOVE "CODED-FILE" TO WS-CUR-PARAM.
   PERFORM BEGIN-FILE-RESULT THRU BEGIN-FILE-RESULT-EXIT.
   ENTER "SMU_Param_GetText_" USING WS-ENV-CODED-FILE,
       WS-CUR-FILE-NAME GIVING WS-CUR-FILE-NAME-LEN.
   IF WS-CUR-FILE-NAME-LEN = -1
       PERFORM NOTE-FILE-RESULT THRU NOTE-FILE-RESULT-EXIT
       GO TO PURGE-CODED-FILE-EXIT
   END-IF.

   ENTER "COBOL_ASSIGN_" USING CODED-IO
       WS-CUR-FILE-NAME GIVING WS-RC.
   OPEN I-O CODED-IO.
   IF WS-SEQ-FILE-STATUS NOT = "00"
       PERFORM NOTE-OPEN-FAILURE THRU NOTE-OPEN-FAILURE-EXIT
       GO TO PURGE-CODED-FILE-EXIT
   END-IF.

   MOVE 0 TO WS-SEQ-EOF-IND.
   PERFORM UNTIL WS-SEQ-EOF
       READ CODED-IO
           AT END
               SET WS-SEQ-EOF TO TRUE
           NOT AT END
               ADD 1 TO WS-CUR-READ
               MOVE TCR-REF-KEY TO WS-LOOKUP-KEY
               PERFORM FIND-PURGE-KEY THRU FIND-PURGE-KEY-EXIT
               IF WS-KEY-FOUND
                   MOVE SPACES TO TCR-REF-KEY
                   MOVE SPACES TO TCR-FORMATTED-ADDRESS
                   MOVE SPACES TO TCR-CITY, TCR-ZIP
                   REWRITE TAX-CODED-RECORD
                   PERFORM COUNT-PURGE-RESULT
                       THRU COUNT-PURGE-RESULT-EXIT
               END-IF
       END-READ
   END-PERFORM.
   CLOSE CODED-IO.
   PERFORM NOTE-FILE-RESULT THRU NOTE-FILE-RESULT-EXIT.

 PURGE-CODED-FILE-EXIT.
   EXIT.

 PURGE-TAX-EXCEPT-FILE.

   MOVE "TAX-EXCEPT-FILE" TO WS-CUR-PARAM.
   PERFORM BEGIN-FILE-RESULT THRU BEGIN-FILE-RESULT-EXIT.
   ENTER "SMU_Param_GetText_" USING WS-ENV-TAX-EXCEPT-FILE,
       WS-CUR-FILE-NAME GIVING WS-CUR-FILE-NAME-LEN.
   IF WS-CUR-FILE-NAME-LEN = -1
       PERFORM NOTE-FILE-RESULT THRU NOTE-FILE-RESULT-EXIT
       GO TO PURGE-TAX-EXCEPT-FILE-EXIT
   END-IF.

   ENTER "COBOL_ASSIGN_" USING TAX-EXCEPT-IO
       WS-CUR-FILE-NAME GIVING WS-RC.
   OPEN I-O TAX-EXCEPT-IO.
   IF WS-SEQ-FILE-STATUS NOT = "00"
       PERFORM NOTE-OPEN-FAILURE THRU NOTE-OPEN-FAILURE-EXIT
       GO TO PURGE-TAX-EXCEPT-FILE-EXIT
   END-IF.

   MOVE 0 TO WS-SEQ-EOF-IND.
   PERFORM UNTIL WS-SEQ-EOF
       READ TAX-EXCEPT-IO
           AT END
               SET WS-SEQ-EOF TO TRUE
           NOT AT END
               ADD 1 TO WS-CUR-READ
               MOVE TER-REF-KEY TO WS-LOOKUP-KEY
               PERFORM FIND-PURGE-KEY THRU FIND-PURGE-KEY-EXIT
               IF WS-KEY-FOUND
                   MOVE SPACES TO TER-REF-KEY
                   MOVE SPACES TO TER-FORMATTED-ADDRESS
                   MOVE SPACES TO TER-CITY, TER-ZIP
                   REWRITE TAX-EXCEPT-RECORD
                   PERFORM COUNT-PURGE-RESULT
                       THRU COUNT-PURGE-RESULT-EXIT
               END-IF
       END-READ
   END-PERFORM.
   CLOSE TAX-EXCEPT-IO.
   PERFORM NOTE-FILE-RESULT THRU NOTE-FILE-RESULT-EXIT.

 PURGE-TAX-EXCEPT-FILE-EXIT.
   EXIT.

************************************************************************
*  PURGE-ROUTE-FILE - a route keeps its legs and totals; the stop's
*  key, address and coordinates go.
************************************************************************
 PURGE-ROUTE-FILE.

   MOVE "ROUTE-FILE" TO WS-CUR-PARAM.
   PERFORM BEGIN-FILE-RESULT THRU BEGIN-FILE-RESULT-EXIT.
   ENTER "SMU_Param_GetText_" USING WS-ENV-ROUTE-FILE,
       WS-CUR-FILE-NAME GIVING WS-CUR-FILE-NAME-LEN.
   IF WS-CUR-FILE-NAME-LEN = -1
       PERFORM NOTE-FILE-RESULT THRU NOTE-FILE-RESULT-EXIT
       GO TO PURGE-ROUTE-FILE-EXIT
   END-IF.

   ENTER "COBOL_ASSIGN_" USING ROUTE-IO
       WS-CUR-FILE-NAME GIVING WS-RC.
   OPEN I-O ROUTE-IO.
   IF WS-SEQ-FILE-STATUS NOT = "00"
       PERFORM NOTE-OPEN-FAILURE THRU NOTE-OPEN-FAILURE-EXIT
       GO TO PURGE-ROUTE-FILE-EXIT
   END-IF.

   MOVE 0 TO WS-SEQ-EOF-IND.
   PERFORM UNTIL WS-SEQ-EOF
       READ ROUTE-IO
           AT END
               SET WS-SEQ-EOF TO TRUE
           NOT AT END
               ADD 1 TO WS-CUR-READ
               MOVE RSR-REF-KEY TO WS-LOOKUP-KEY
               PERFORM FIND-PURGE-KEY THRU FIND-PURGE-KEY-EXIT
               IF WS-KEY-FOUND AND RSR-STOP-LINE
                   MOVE SPACES TO RSR-REF-KEY
                   MOVE SPACES TO RSR-FORMATTED-ADDRESS
                   MOVE ZERO TO RSR-LATITUDE, RSR-LONGITUDE
                   REWRITE ROUTE-STOP-RECORD
                   PERFORM COUNT-PURGE-RESULT
                       THRU COUNT-PURGE-RESULT-EXIT
               END-IF
       END-READ
   END-PERFORM.
   CLOSE ROUTE-IO.
   PERFORM NOTE-FILE-RESULT THRU NOTE-FILE-RESULT-EXIT.

 PURGE-ROUTE-FILE-EXIT.
   EXIT.

 PURGE-IMPACT-FILE.

   MOVE "IMPACT-FILE" TO WS-CUR-PARAM.
   PERFORM BEGIN-FILE-RESULT THRU BEGIN-FILE-RESULT-EXIT.
   ENTER "SMU_Param_GetText_" USING WS-ENV-IMPACT-FILE,
       WS-CUR-FILE-NAME GIVING WS-CUR-FILE-NAME-LEN.
   IF WS-CUR-FILE-NAME-LEN = -1
       PERFORM NOTE-FILE-RESULT THRU NOTE-FILE-RESULT-EXIT
       GO TO PURGE-IMPACT-FILE-EXIT
   END-IF.

   ENTER "COBOL_ASSIGN_" USING IMPACT-IO
       WS-CUR-FILE-NAME GIVING WS-RC.
   OPEN I-O IMPACT-IO.
   IF WS-SEQ-FILE-STATUS NOT = "00"
       PERFORM NOTE-OPEN-FAILURE THRU NOTE-OPEN-FAILURE-EXIT
       GO TO PURGE-IMPACT-FILE-EXIT
   END-IF.

   MOVE 0 TO WS-SEQ-EOF-IND.
   PERFORM UNTIL WS-SEQ-EOF
       READ IMPACT-IO
           AT END
               SET WS-SEQ-EOF TO TRUE
           NOT AT END
               ADD 1 TO WS-CUR-READ
               MOVE IMR-REF-KEY TO WS-LOOKUP-KEY
               PERFORM FIND-PURGE-KEY THRU FIND-PURGE-KEY-EXIT
               IF WS-KEY-FOUND
                   MOVE SPACES TO IMR-REF-KEY
                   MOVE SPACES TO IMR-FORMATTED-ADDRESS
                   REWRITE IMPACT-RECORD
                   PERFORM COUNT-PURGE-RESULT
                       THRU COUNT-PURGE-RESULT-EXIT
               END-IF
       END-READ
   END-PERFORM.
   CLOSE IMPACT-IO.
   PERFORM NOTE-FILE-RESULT THRU NOTE-FILE-RESULT-EXIT.

 PURGE-IMPACT-FILE-EXIT.
   EXIT.

************************************************************************
*  PURGE-REVIEW-AUDIT-FILE - the clerk, timestamp, action, candidate
*  number and item time stay so GEOCLERK-COBOL's figures are
*  unchanged; the key, addresses and chosen location go.
************************************************************************
 PURGE-REVIEW-AUDIT-FILE.

   MOVE "REVIEW-AUDIT-FILE" TO WS-CUR-PARAM.
   PERFORM BEGIN-FILE-RESULT THRU BEGIN-FILE-RESULT-EXIT.
   ENTER "SMU_Param_GetText_" USING WS-ENV-REVIEW-AUDIT-FILE,
       WS-CUR-FILE-NAME GIVING WS-CUR-FILE-NAME-LEN.
   IF WS-CUR-FILE-NAME-LEN = -1
       PERFORM NOTE-FILE-RESULT THRU NOTE-FILE-RESULT-EXIT
       GO TO PURGE-REVIEW-AUDIT-FILE-EXIT
   END-IF.

   ENTER "COBOL_ASSIGN_" USING AUDIT-IO
       WS-CUR-FILE-NAME GIVING WS-RC.
   OPEN I-O AUDIT-IO.
   IF WS-SEQ-FILE-STATUS NOT = "00"
       PERFORM NOTE-OPEN-FAILURE THRU NOTE-OPEN-FAILURE-EXIT
       GO TO PURGE-REVIEW-AUDIT-FILE-EXIT
   END-IF.

   MOVE 0 TO WS-SEQ-EOF-IND.
   PERFORM UNTIL WS-SEQ-EOF
       READ AUDIT-IO
           AT END
               SET WS-SEQ-EOF TO TRUE
           NOT AT END
               ADD 1 TO WS-CUR-READ
               MOVE RAR-REF-KEY TO WS-LOOKUP-KEY
               PERFORM FIND-PURGE-KEY THRU FIND-PURGE-KEY-EXIT
               IF WS-KEY-FOUND
                   MOVE SPACES TO RAR-REF-KEY
                   MOVE SPACES TO RAR-BEFORE-ADDRESS
                   MOVE SPACES TO RAR-AFTER-ADDRESS
                   MOVE SPACES TO RAR-CHOSEN-FORMATTED
                   MOVE ZERO TO RAR-CHOSEN-LATITUDE
                   MOVE ZERO TO RAR-CHOSEN-LONGITUDE
                   REWRITE REVIEW-AUDIT-RECORD
                   PERFORM COUNT-PURGE-RESULT
                       THRU COUNT-PURGE-RESULT-EXIT
               END-IF
       END-READ
   END-PERFORM.
   CLOSE AUDIT-IO.
   PERFORM NOTE-FILE-RESULT THRU NOTE-FILE-RESULT-EXIT.

 PURGE-REVIEW-AUDIT-FILE-EXIT.
   EXIT.

************************************************************************
*  PURGE-PROPOSAL-FILE - the branches, drive minutes and approval
*  stay so the proposal still totals; only the key goes.
************************************************************************
 PURGE-PROPOSAL-FILE.

   MOVE "PROPOSAL-FILE" TO WS-CUR-PARAM.
   PERFORM BEGIN-FILE-RESULT THRU BEGIN-FILE-RESULT-EXIT.
   ENTER "SMU_Param_GetText_" USING WS-ENV-PROPOSAL-FILE,
       WS-CUR-FILE-NAME GIVING WS-CUR-FILE-NAME-LEN.
   IF WS-CUR-FILE-NAME-LEN = -1
       PERFORM NOTE-FILE-RESULT THRU NOTE-FILE-RESULT-EXIT
       GO TO PURGE-PROPOSAL-FILE-EXIT
   END-IF.

   ENTER "COBOL_ASSIGN_" USING PROPOSAL-IO
       WS-CUR-FILE-NAME GIVING WS-RC.
   OPEN I-O PROPOSAL-IO.
   IF WS-SEQ-FILE-STATUS NOT = "00"
       PERFORM NOTE-OPEN-FAILURE THRU NOTE-OPEN-FAILURE-EXIT
       GO TO PURGE-PROPOSAL-FILE-EXIT
   END-IF.

   MOVE 0 TO WS-SEQ-EOF-IND.
   PERFORM UNTIL WS-SEQ-EOF
       READ PROPOSAL-IO
           AT END
               SET WS-SEQ-EOF TO TRUE
           NOT AT END
               ADD 1 TO WS-CUR-READ
               MOVE BMR-REF-KEY TO WS-LOOKUP-KEY
               PERFORM FIND-PURGE-KEY THRU FIND-PURGE-KEY-EXIT
               IF WS-KEY-FOUND
                   MOVE SPACES TO BMR-REF-KEY
                   REWRITE BRANCH-MOVE-RECORD
                   PERFORM COUNT-PURGE-RESULT
                       THRU COUNT-PURGE-RESULT-EXIT
               END-IF
       END-READ
   END-PERFORM.
   CLOSE PROPOSAL-IO.
   PERFORM NOTE-FILE-RESULT THRU NOTE-FILE-RESULT-EXIT.

 PURGE-PROPOSAL-FILE-EXIT.
   EXIT.

************************************************************************
*  PURGE-SNAPSHOT-FILE - a GEOSNAP-COBOL snapshot holds whole master
*  entries.  A purged key's entry keeps its place, with the key,
*  address text and street blanked and the coordinates zeroed; its
*  coordinates as they stood are taken off the trailer's hash totals
*  and the entry off the trailer's count, so the snapshot still
*  proves whole and GEOSNAP-COBOL passes over the blank entry on
*  RELOAD and COMPARE.
************************************************************************
 PURGE-SNAPSHOT-FILE.

   MOVE "SNAPSHOT-FILE" TO WS-CUR-PARAM.
   PERFORM BEGIN-FILE-RESULT THRU BEGIN-FILE-RESULT-EXIT.
   ENTER "SMU_Param_GetText_" USING WS-ENV-SNAPSHOT-FILE,
       WS-CUR-FILE-NAME GIVING WS-CUR-FILE-NAME-LEN.
   IF WS-CUR-FILE-NAME-LEN = -1
       PERFORM NOTE-FILE-RESULT THRU NOTE-FILE-RESULT-EXIT
       GO TO PURGE-SNAPSHOT-FILE-EXIT
   END-IF.

   ENTER "COBOL_ASSIGN_" USING SNAPSHOT-IO
       WS-CUR-FILE-NAME GIVING WS-RC.
   OPEN I-O SNAPSHOT-IO.
   IF WS-SEQ-FILE-STATUS NOT = "00"
       PERFORM NOTE-OPEN-FAILURE THRU NOTE-OPEN-FAILURE-EXIT
       GO TO PURGE-SNAPSHOT-FILE-EXIT
   END-IF.

   MOVE 0 TO WS-SNAP-PURGED-COUNT.
   MOVE 0 TO WS-SNAP-LATITUDE-ADJ, WS-SNAP-LONGITUDE-ADJ.
   MOVE 0 TO WS-SEQ-EOF-IND.
   PERFORM UNTIL WS-SEQ-EOF
       READ SNAPSHOT-IO
           AT END
               SET WS-SEQ-EOF TO TRUE
           NOT AT END
               ADD 1 TO WS-CUR-READ
               EVALUATE TRUE
                   WHEN SER-IS-ENTRY
                       MOVE SER-REF-KEY TO WS-LOOKUP-KEY
                       PERFORM FIND-PURGE-KEY THRU FIND-PURGE-KEY-EXIT
                       IF WS-KEY-FOUND
                           PERFORM PURGE-ONE-SNAPSHOT-ENTRY
                               THRU PURGE-ONE-SNAPSHOT-ENTRY-EXIT
                       END-IF
                   WHEN SER-IS-TRAILER
                       PERFORM ADJUST-SNAPSHOT-TRAILER
                           THRU ADJUST-SNAPSHOT-TRAILER-EXIT
               END-EVALUATE
       END-READ
   END-PERFORM.
   CLOSE SNAPSHOT-IO.
   PERFORM NOTE-FILE-RESULT THRU NOTE-FILE-RESULT-EXIT.

 PURGE-SNAPSHOT-FILE-EXIT.
   EXIT.

 PURGE-ONE-SNAPSHOT-ENTRY.

*  A blank coordinate was never in the hash, so it comes off as zero.
   MOVE 0 TO WS-SNAP-LATITUDE, WS-SNAP-LONGITUDE.
   IF SER-LATITUDE NOT = SPACES
       MOVE SER-LATITUDE TO WS-SNAP-LATITUDE
   END-IF.
   IF SER-LONGITUDE NOT = SPACES
       MOVE SER-LONGITUDE TO WS-SNAP-LONGITUDE
   END-IF.
   MOVE SPACES TO SER-REF-KEY, SER-ADDRESS-INPUT,
       SER-FORMATTED-ADDRESS, SER-STREET-NUMBER, SER-ROUTE.
   MOVE ZERO TO SER-LATITUDE, SER-LONGITUDE.
   REWRITE SNAPSHOT-ENTRY-RECORD.
   PERFORM COUNT-PURGE-RESULT THRU COUNT-PURGE-RESULT-EXIT.
   IF WS-SEQ-FILE-STATUS NOT = "00"
       GO TO PURGE-ONE-SNAPSHOT-ENTRY-EXIT
   END-IF.

   ADD 1 TO WS-SNAP-PURGED-COUNT.
   ADD WS-SNAP-LATITUDE TO WS-SNAP-LATITUDE-ADJ.
   ADD WS-SNAP-LONGITUDE TO WS-SNAP-LONGITUDE-ADJ.

 PURGE-ONE-SNAPSHOT-ENTRY-EXIT.
   EXIT.

 ADJUST-SNAPSHOT-TRAILER.

   IF WS-SNAP-PURGED-COUNT = 0
       GO TO ADJUST-SNAPSHOT-TRAILER-EXIT
   END-IF.

   SUBTRACT WS-SNAP-PURGED-COUNT FROM STR-ENTRY-COUNT.
   MOVE STR-LATITUDE-HASH TO WS-SNAP-HASH.
   SUBTRACT WS-SNAP-LATITUDE-ADJ FROM WS-SNAP-HASH.
   MOVE WS-SNAP-HASH TO STR-LATITUDE-HASH.
   MOVE STR-LONGITUDE-HASH TO WS-SNAP-HASH.
   SUBTRACT WS-SNAP-LONGITUDE-ADJ FROM WS-SNAP-HASH.
   MOVE WS-SNAP-HASH TO STR-LONGITUDE-HASH.
   REWRITE SNAPSHOT-TRAILER-RECORD.
   IF WS-SEQ-FILE-STATUS NOT = "00"
       ADD 1 TO WS-CUR-ERRORS
       STRING "NOT PURGED  SNAPSHOT-FILE trailer not adjusted, "
           "file status " WS-SEQ-FILE-STATUS
           " - the snapshot will not prove"
           DELIMITED BY SIZE INTO WS-REPORT-LINE
       PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT
   END-IF.

 ADJUST-SNAPSHOT-TRAILER-EXIT.
   EXIT.

************************************************************************
*  PURGE-ADDR-IN-FILES - GEOCODE-COBOL input waiting to run: the
*  INPUT-FILE itself, GEORETRY-COBOL's retry queue and
*  GEORECON-COBOL's requeue file, all in ADDR-IN-RECORD layout.
************************************************************************
 PURGE-ADDR-IN-FILES.

   MOVE "INPUT-FILE" TO WS-CUR-PARAM.
   ENTER "SMU_Param_GetText_" USING WS-ENV-INPUT-FILE,
       WS-CUR-FILE-NAME GIVING WS-CUR-FILE-NAME-LEN.
   PERFORM PURGE-ONE-ADDR-IN-FILE THRU PURGE-ONE-ADDR-IN-FILE-EXIT.

   MOVE "RETRY-FILE" TO WS-CUR-PARAM.
   ENTER "SMU_Param_GetText_" USING WS-ENV-RETRY-FILE,
       WS-CUR-FILE-NAME GIVING WS-CUR-FILE-NAME-LEN.
   PERFORM PURGE-ONE-ADDR-IN-FILE THRU PURGE-ONE-ADDR-IN-FILE-EXIT.

   MOVE "REQUEUE-FILE" TO WS-CUR-PARAM.
   ENTER "SMU_Param_GetText_" USING WS-ENV-REQUEUE-FILE,
       WS-CUR-FILE-NAME GIVING WS-CUR-FILE-NAME-LEN.
   PERFORM PURGE-ONE-ADDR-IN-FILE THRU PURGE-ONE-ADDR-IN-FILE-EXIT.

 PURGE-ADDR-IN-FILES-EXIT.
   EXIT.

 PURGE-ONE-ADDR-IN-FILE.

   PERFORM BEGIN-FILE-RESULT THRU BEGIN-FILE-RESULT-EXIT.
   IF WS-CUR-FILE-NAME-LEN = -1
       PERFORM NOTE-FILE-RESULT THRU NOTE-FILE-RESULT-EXIT
       GO TO PURGE-ONE-ADDR-IN-FILE-EXIT
   END-IF.

   ENTER "COBOL_ASSIGN_" USING ADDR-IN-IO
       WS-CUR-FILE-NAME GIVING WS-RC.
   OPEN I-O ADDR-IN-IO.
   IF WS-SEQ-FILE-STATUS NOT = "00"
       PERFORM NOTE-OPEN-FAILURE THRU NOTE-OPEN-FAILURE-EXIT
       GO TO PURGE-ONE-ADDR-IN-FILE-EXIT
   END-IF.

   MOVE 0 TO WS-SEQ-EOF-IND.
   PERFORM UNTIL WS-SEQ-EOF
       READ ADDR-IN-IO
           AT END
               SET WS-SEQ-EOF TO TRUE
           NOT AT END
               ADD 1 TO WS-CUR-READ
               MOVE AIR-REF-KEY TO WS-LOOKUP-KEY
               PERFORM FIND-PURGE-KEY THRU FIND-PURGE-KEY-EXIT
               IF WS-KEY-FOUND
                   MOVE SPACES TO ADDR-IN-RECORD
                   REWRITE ADDR-IN-RECORD
                   PERFORM COUNT-PURGE-RESULT
                       THRU COUNT-PURGE-RESULT-EXIT
               END-IF
       END-READ
   END-PERFORM.
   CLOSE ADDR-IN-IO.
   PERFORM NOTE-FILE-RESULT THRU NOTE-FILE-RESULT-EXIT.

 PURGE-ONE-ADDR-IN-FILE-EXIT.
   EXIT.

************************************************************************
*  Per-file result bookkeeping.  A sequential file starts out "NOT
*  NAMED", becomes "ANONYMIZED" once it is open, or "OPEN FAILED".
************************************************************************
 BEGIN-FILE-RESULT.

   MOVE "NOT NAMED" TO WS-CUR-ACTION.
   MOVE 0 TO WS-CUR-READ, WS-CUR-PURGED, WS-CUR-ERRORS.
   MOVE 0 TO WS-SEQ-EOF-IND.

 BEGIN-FILE-RESULT-EXIT.
   EXIT.

 NOTE-OPEN-FAILURE.

   DISPLAY "Unable to open ", WS-CUR-PARAM, " '", WS-CUR-FILE-NAME,
       "' - file status ", WS-SEQ-FILE-STATUS.
   MOVE "OPEN FAILED" TO WS-CUR-ACTION.
   PERFORM NOTE-FILE-RESULT THRU NOTE-FILE-RESULT-EXIT.

 NOTE-OPEN-FAILURE-EXIT.
   EXIT.

************************************************************************
*  COUNT-PURGE-RESULT - count the delete or rewrite just done on the
*  current file by its file status, left in WS-SEQ-FILE-STATUS.  A
*  failure is reported with its key and never counted as purged.
************************************************************************
 COUNT-PURGE-RESULT.

   IF WS-SEQ-FILE-STATUS = "00"
       ADD 1 TO WS-CUR-PURGED
   ELSE
       ADD 1 TO WS-CUR-ERRORS
       STRING "NOT PURGED  " WS-LOOKUP-KEY " - " WS-CUR-PARAM
           " update failed, file status " WS-SEQ-FILE-STATUS
           DELIMITED BY SIZE INTO WS-REPORT-LINE
       PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT
   END-IF.

 COUNT-PURGE-RESULT-EXIT.
   EXIT.

 NOTE-FILE-RESULT.

   IF WS-CUR-ACTION = "NOT NAMED" OR WS-CUR-ACTION = "OPEN FAILED"
       CONTINUE
   ELSE
       IF WS-CUR-ACTION NOT = "DELETED"
           MOVE "ANONYMIZED" TO WS-CUR-ACTION
       END-IF
   END-IF.
   IF WS-RESULT-COUNT < 24
       ADD 1 TO WS-RESULT-COUNT
       MOVE WS-CUR-PARAM TO WS-RES-PARAM(WS-RESULT-COUNT)
       MOVE WS-CUR-ACTION TO WS-RES-ACTION(WS-RESULT-COUNT)
       MOVE WS-CUR-READ TO WS-RES-READ(WS-RESULT-COUNT)
       MOVE WS-CUR-PURGED TO WS-RES-PURGED(WS-RESULT-COUNT)
       MOVE WS-CUR-ERRORS TO WS-RES-ERRORS(WS-RESULT-COUNT)
   END-IF.
   ADD WS-CUR-ERRORS TO WS-STAT-PURGE-ERROR-COUNT.

 NOTE-FILE-RESULT-EXIT.
   EXIT.

 EMIT-REPORT-LINE.

   DISPLAY WS-REPORT-LINE.
   MOVE WS-REPORT-LINE TO RPT-OUT-RECORD.
   WRITE RPT-OUT-RECORD.
   MOVE SPACES TO WS-REPORT-LINE.

 EMIT-REPORT-LINE-EXIT.
   EXIT.

************************************************************************
*  DISPLAY-SUMMARY - the closed-account tallies, the per-file
*  counts and the sign-off block, on the report as well so the file
*  stands alone for the auditors.
************************************************************************
 DISPLAY-SUMMARY.

   MOVE SPACES TO WS-REPORT-LINE.
   PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT.
   STRING "  Closed accounts read ............ "
       WS-STAT-CLOSED-READ
       DELIMITED BY SIZE INTO WS-REPORT-LINE.
   PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT.
   COMPUTE WS-STAT-PURGED-COUNT = WS-STAT-ELIGIBLE-COUNT
       - WS-STAT-ARCHIVE-FAIL-COUNT - WS-STAT-DELETE-FAIL-COUNT.
   STRING "  Eligible ........................ "
       WS-STAT-ELIGIBLE-COUNT
       DELIMITED BY SIZE INTO WS-REPORT-LINE.
   PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT.
   STRING "  Eligible and purged ............. "
       WS-STAT-PURGED-COUNT
       DELIMITED BY SIZE INTO WS-REPORT-LINE.
   PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT.
   STRING "    By customer deletion request .. "
       WS-STAT-DELETION-REQ-COUNT
       DELIMITED BY SIZE INTO WS-REPORT-LINE.
   PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT.
   STRING "  Retained - within retention ..... "
       WS-STAT-RETAINED-COUNT
       DELIMITED BY SIZE INTO WS-REPORT-LINE.
   PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT.
   STRING "  Closed date not valid ........... "
       WS-STAT-BAD-DATE-COUNT
       DELIMITED BY SIZE INTO WS-REPORT-LINE.
   PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT.
   STRING "  No reference key ................ "
       WS-STAT-NO-KEY-COUNT
       DELIMITED BY SIZE INTO WS-REPORT-LINE.
   PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT.
   STRING "  Duplicate keys .................. "
       WS-STAT-DUPLICATE-COUNT
       DELIMITED BY SIZE INTO WS-REPORT-LINE.
   PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT.
   STRING "  Purge table full - next run ..... "
       WS-STAT-OVERFLOW-COUNT
       DELIMITED BY SIZE INTO WS-REPORT-LINE.
   PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT.
   STRING "  Master entries archived ......... "
       WS-STAT-ARCHIVED-COUNT
       DELIMITED BY SIZE INTO WS-REPORT-LINE.
   PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT.
   STRING "  Not on master ................... "
       WS-STAT-NOT-ON-MASTER-COUNT
       DELIMITED BY SIZE INTO WS-REPORT-LINE.
   PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT.
   STRING "  Archive write failed - kept ..... "
       WS-STAT-ARCHIVE-FAIL-COUNT
       DELIMITED BY SIZE INTO WS-REPORT-LINE.
   PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT.
   STRING "  Master delete failed - kept ..... "
       WS-STAT-DELETE-FAIL-COUNT
       DELIMITED BY SIZE INTO WS-REPORT-LINE.
   PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT.
   STRING "  Deletes/rewrites failed ......... "
       WS-STAT-PURGE-ERROR-COUNT
       DELIMITED BY SIZE INTO WS-REPORT-LINE.
   PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT.

   PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT.
   MOVE "  File                 Action       Records read  Purged     Failed"
       TO WS-REPORT-LINE.
   PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT.
   PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-RESULT-COUNT
       STRING "  " WS-RES-PARAM(J) " " WS-RES-ACTION(J) " "
           WS-RES-READ(J) "     " WS-RES-PURGED(J) "  "
           WS-RES-ERRORS(J)
           DELIMITED BY SIZE INTO WS-REPORT-LINE
       PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT
   END-PERFORM.

   PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT.
   IF WS-STAT-PURGE-ERROR-COUNT > 0 OR WS-STAT-ARCHIVE-FAIL-COUNT > 0
       MOVE "  *** PURGE INCOMPLETE - failed deletes, rewrites or archive writes above; rerun before sign-off ***"
           TO WS-REPORT-LINE
       PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT
   END-IF.
   PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT.
   MOVE "  Purge run by:  ______________________________  Date: __________"
       TO WS-REPORT-LINE.
   PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT.
   PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT.
   MOVE "  Reviewed by:   ______________________________  Date: __________"
       TO WS-REPORT-LINE.
   PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT.

 DISPLAY-SUMMARY-EXIT.
   EXIT.
