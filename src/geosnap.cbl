************************************************************************
*  Copyright (c) 2019 NuWave Technologies, Inc. All rights reserved.
*
*  GEOSNAP-COBOL - ADDRESS-MASTER snapshot utility.  One pass
*  performs the requested SNAP-FUNCTION:
*      UNLOAD  - copy the master, in AMR-REF-KEY order, to a dated
*                sequential snapshot (MASTER-SNAPSHOT-RECORD) whose
*                trailer holds the entry count and hash totals of
*                the latitudes and longitudes.
*      RELOAD  - prove a snapshot against its trailer, then load it
*                into an empty master.  Nothing is written unless
*                the whole snapshot balances, and a master that
*                already holds entries is never touched, so a bad
*                GEOLOAD-COBOL run is backed out by emptying the
*                master and reloading the last good snapshot.
*      COMPARE - prove two snapshots, then report every entry added,
*                deleted or changed between the earlier
*                (SNAPSHOT-FILE) and the later (NEW-SNAPSHOT-FILE),
*                by AMR-REF-KEY, for month-end.
*  An entry whose key GEOPURGE-COBOL has blanked is a purged account:
*  it is out of the trailer totals, is never reloaded and takes no
*  part in a compare.
*
*  Modification History:
*    15OCT2026  NWT  Original version.
************************************************************************
? env common
? save param, startup
 IDENTIFICATION DIVISION.
 PROGRAM-ID.  GEOSNAP-COBOL.
 AUTHOR. NuWave Technologies, Inc.
 ENVIRONMENT DIVISION.

 CONFIGURATION SECTION.
 SOURCE-COMPUTER.  HPE NonStop Server.
 OBJECT-COMPUTER.  HPE NonStop Server.
 SPECIAL-NAMES.

 INPUT-OUTPUT SECTION.
 FILE-CONTROL.

*  The keyed address master.
   SELECT ADDR-MASTER
   ASSIGN TO "#DYNAMIC"
   ORGANIZATION IS INDEXED
   ACCESS MODE IS DYNAMIC
   RECORD KEY IS MFR-REF-KEY
   FILE STATUS IS WS-MASTER-FILE-STATUS.

*  The snapshot being written, reloaded or proven; for COMPARE, the
*  earlier of the two.
   SELECT SNAPSHOT-IO
   ASSIGN TO "#DYNAMIC"
   ORGANIZATION IS SEQUENTIAL
   ACCESS MODE IS SEQUENTIAL
   FILE STATUS IS WS-SNAPSHOT-FILE-STATUS.

*  For COMPARE, the later snapshot.
   SELECT NEW-SNAPSHOT-IN
   ASSIGN TO "#DYNAMIC"
   ORGANIZATION IS SEQUENTIAL
   ACCESS MODE IS SEQUENTIAL
   FILE STATUS IS WS-NEW-SNAPSHOT-FILE-STATUS.

*  The snapshot report, also displayed as it is written.
   SELECT RPT-OUT
   ASSIGN TO "#DYNAMIC"
   ORGANIZATION IS SEQUENTIAL
   ACCESS MODE IS SEQUENTIAL
   FILE STATUS IS WS-RPT-OUT-FILE-STATUS.

 DATA DIVISION.
 FILE SECTION.
*  The master and snapshot records are moved to and from the
*  ADDR-MASTER-RECORD and MASTER-SNAPSHOT-RECORD work areas, so
*  COMPARE can lay out an entry from either snapshot without the
*  master being open.
   FD  ADDR-MASTER
       LABEL RECORDS ARE OMITTED.

   01 MASTER-FILE-RECORD.
       05 MFR-REF-KEY                  PIC X(020).
       05 FILLER                       PIC X(703).

   FD  SNAPSHOT-IO
       LABEL RECORDS ARE OMITTED.

   01 SNAPSHOT-IO-RECORD               PIC X(724).

   FD  NEW-SNAPSHOT-IN
       LABEL RECORDS ARE OMITTED.

   01 NEW-SNAPSHOT-IN-RECORD           PIC X(724).

   FD  RPT-OUT
       LABEL RECORDS ARE OMITTED.

   01 RPT-OUT-RECORD                   PIC X(120).

 WORKING-STORAGE SECTION.
   01 WS-RC                            NATIVE-2.
   01 WS-ENV-SNAP-FUNCTION             PIC X(13) VALUE "SNAP-FUNCTION".
*  Left as spaces so the PARAM value is never contaminated by
*  residue from a longer default; UNLOAD is defaulted explicitly
*  when the PARAM is not set.
   01 WS-SNAP-FUNCTION                 PIC X(07) VALUE SPACES.
   01 WS-SNAP-FUNCTION-LEN             NATIVE-2.
   01 WS-FUNCTION-SW                   PIC X(01) VALUE "U".
       88 WS-DO-UNLOAD                 VALUE "U".
       88 WS-DO-RELOAD                 VALUE "R".
       88 WS-DO-COMPARE                VALUE "C".
   01 WS-ENV-MASTER-FILE               PIC X(11) VALUE "MASTER-FILE".
   01 WS-MASTER-FILE-NAME              PIC X(64).
   01 WS-MASTER-FILE-NAME-LEN          NATIVE-2.
   01 WS-MASTER-FILE-STATUS            PIC X(02).
   01 WS-ENV-SNAPSHOT-FILE             PIC X(13) VALUE "SNAPSHOT-FILE".
   01 WS-SNAPSHOT-FILE-NAME            PIC X(64).
   01 WS-SNAPSHOT-FILE-NAME-LEN        NATIVE-2.
   01 WS-SNAPSHOT-FILE-STATUS          PIC X(02).
   01 WS-ENV-NEW-SNAPSHOT-FILE         PIC X(17)
                                       VALUE "NEW-SNAPSHOT-FILE".
   01 WS-NEW-SNAPSHOT-FILE-NAME        PIC X(64).
   01 WS-NEW-SNAPSHOT-FILE-NAME-LEN    NATIVE-2.
   01 WS-NEW-SNAPSHOT-FILE-STATUS      PIC X(02).
   01 WS-ENV-REPORT-FILE               PIC X(11) VALUE "REPORT-FILE".
   01 WS-REPORT-FILE-NAME              PIC X(64).
   01 WS-REPORT-FILE-NAME-LEN          NATIVE-2.
   01 WS-RPT-OUT-FILE-STATUS           PIC X(02).
   01 WS-RPT-OUT-OPEN-IND              PIC 9 VALUE 0.
       88 WS-RPT-OUT-IS-OPEN           VALUE 1.
   01 WS-OPEN-FAILED-IND               PIC 9 VALUE 0.
       88 WS-OPEN-FAILED               VALUE 1.
   01 WS-MASTER-EOF-IND                PIC 9 VALUE 0.
       88 WS-MASTER-EOF                VALUE 1.
   01 WS-SNAPSHOT-EOF-IND              PIC 9 VALUE 0.
       88 WS-SNAPSHOT-EOF              VALUE 1.
   01 WS-NEW-SNAPSHOT-EOF-IND          PIC 9 VALUE 0.
       88 WS-NEW-SNAPSHOT-EOF          VALUE 1.
   01 WS-REPORT-LINE                   PIC X(120).

   COPY ADDR-MASTER-RECORD             IN GEOCOPY.

   COPY MASTER-SNAPSHOT-RECORD         IN GEOCOPY.

*  Count and hash totals, accumulated as entries are written or
*  read and checked against the trailer.  A blank coordinate adds
*  nothing to its hash.
   01 WS-CALC-COUNT                    PIC 9(09).
   01 WS-CALC-LATITUDE-HASH            PIC S9(11)V9(08).
   01 WS-CALC-LONGITUDE-HASH           PIC S9(11)V9(08).
   01 WS-HASH-EDIT                     PIC -9(11).9(08).
   01 WS-LATLNG-TEXT                   PIC X(13).

*  Snapshot proof.  WS-VERIFY-PARAM and WS-VERIFY-FILE-NAME name
*  the snapshot being proven.
   01 WS-VERIFY-PARAM                  PIC X(17).
   01 WS-VERIFY-FILE-NAME              PIC X(64).
   01 WS-SNAPSHOT-VALID-IND            PIC 9 VALUE 0.
       88 WS-SNAPSHOT-VALID            VALUE 1.
   01 WS-TRAILER-SEEN-IND              PIC 9 VALUE 0.
       88 WS-TRAILER-SEEN              VALUE 1.
   01 WS-TRAILER-COUNT                 PIC 9(09).
   01 WS-TRAILER-LATITUDE-HASH         PIC X(21).
   01 WS-TRAILER-LONGITUDE-HASH        PIC X(21).
   01 WS-BAD-RECORD-COUNT              PIC 9(09).

*  COMPARE match keys and entry images.  Each side's key is
*  HIGH-VALUES once that side is exhausted, so the merge runs until
*  both are.
   01 WS-OLD-KEY                       PIC X(020).
   01 WS-PRIOR-OLD-KEY                 PIC X(020).
   01 WS-NEW-KEY                       PIC X(020).
   01 WS-PRIOR-NEW-KEY                 PIC X(020).
   01 WS-OLD-ENTRY-IMAGE               PIC X(723).
   01 WS-NEW-ENTRY-IMAGE               PIC X(723).
   01 WS-OLD-ADDRESS-INPUT             PIC X(256).
   01 WS-OLD-FORMATTED-ADDRESS         PIC X(128).
   01 WS-OLD-LATITUDE                  PIC X(13).
   01 WS-OLD-LONGITUDE                 PIC X(13).
   01 WS-OLD-ENTRY-STATUS              PIC X(01).
   01 WS-CHANGE-LIST                   PIC X(40).
   01 WS-CHANGE-PTR                    NATIVE-2.

*  End-of-run summary counts.
   01 WS-STATS.
       05 WS-STAT-UNLOADED-COUNT       PIC 9(09) VALUE 0.
       05 WS-STAT-RELOADED-COUNT       PIC 9(09) VALUE 0.
       05 WS-STAT-DUPLICATE-COUNT      PIC 9(09) VALUE 0.
       05 WS-STAT-PURGED-COUNT         PIC 9(09) VALUE 0.
       05 WS-STAT-OLD-READ             PIC 9(09) VALUE 0.
       05 WS-STAT-NEW-READ             PIC 9(09) VALUE 0.
       05 WS-STAT-ADDED-COUNT          PIC 9(09) VALUE 0.
       05 WS-STAT-DELETED-COUNT        PIC 9(09) VALUE 0.
       05 WS-STAT-CHANGED-COUNT        PIC 9(09) VALUE 0.
       05 WS-STAT-ADDRESS-CHG-COUNT    PIC 9(09) VALUE 0.
       05 WS-STAT-COORD-CHG-COUNT      PIC 9(09) VALUE 0.
       05 WS-STAT-STATUS-CHG-COUNT     PIC 9(09) VALUE 0.
       05 WS-STAT-UNCHANGED-COUNT      PIC 9(09) VALUE 0.
       05 WS-STAT-SEQUENCE-COUNT       PIC 9(09) VALUE 0.

 PROCEDURE DIVISION.

 MAIN.

   DISPLAY " ".
   DISPLAY "LightWave Client(tm) - Google Geocoding API ",
               " - Master Snapshot - 15OCT2026".
   DISPLAY " ".

   PERFORM GET-RUN-PARAMETERS THRU GET-RUN-PARAMETERS-EXIT.
   IF WS-OPEN-FAILED
       GO TO MAIN-EXIT
   END-IF.
   PERFORM OPEN-REPORT-FILE THRU OPEN-REPORT-FILE-EXIT.
   IF WS-OPEN-FAILED
       GO TO MAIN-EXIT
   END-IF.

   EVALUATE TRUE
       WHEN WS-DO-UNLOAD
           PERFORM UNLOAD-MASTER THRU UNLOAD-MASTER-EXIT
       WHEN WS-DO-RELOAD
           PERFORM RELOAD-MASTER THRU RELOAD-MASTER-EXIT
       WHEN WS-DO-COMPARE
           PERFORM COMPARE-SNAPSHOTS THRU COMPARE-SNAPSHOTS-EXIT
   END-EVALUATE.

   IF WS-RPT-OUT-IS-OPEN
       CLOSE RPT-OUT
   END-IF.

 MAIN-EXIT.
   EXIT PROGRAM.
   STOP RUN.

************************************************************************
*  GET-RUN-PARAMETERS - SNAPSHOT-FILE is always required.  UNLOAD
*  and RELOAD need MASTER-FILE; COMPARE needs NEW-SNAPSHOT-FILE.
*  REPORT-FILE is optional.
************************************************************************
 GET-RUN-PARAMETERS.

   ENTER "SMU_Param_GetText_" USING WS-ENV-SNAP-FUNCTION,
       WS-SNAP-FUNCTION GIVING WS-SNAP-FUNCTION-LEN.
   IF WS-SNAP-FUNCTION-LEN = -1
       MOVE "UNLOAD" TO WS-SNAP-FUNCTION
   END-IF.
   EVALUATE WS-SNAP-FUNCTION
       WHEN "UNLOAD"
           SET WS-DO-UNLOAD TO TRUE
       WHEN "RELOAD"
           SET WS-DO-RELOAD TO TRUE
       WHEN "COMPARE"
           SET WS-DO-COMPARE TO TRUE
       WHEN OTHER
           DISPLAY "PARAM SNAP-FUNCTION must be UNLOAD, RELOAD ",
               "or COMPARE."
           SET WS-OPEN-FAILED TO TRUE
           GO TO GET-RUN-PARAMETERS-EXIT
   END-EVALUATE.
   DISPLAY "Snapshot function: ", WS-SNAP-FUNCTION.

   ENTER "SMU_Param_GetText_" USING WS-ENV-SNAPSHOT-FILE,
       WS-SNAPSHOT-FILE-NAME GIVING WS-SNAPSHOT-FILE-NAME-LEN.
   IF WS-SNAPSHOT-FILE-NAME-LEN = -1
       DISPLAY "PARAM SNAPSHOT-FILE not set."
       SET WS-OPEN-FAILED TO TRUE
       GO TO GET-RUN-PARAMETERS-EXIT
   END-IF.

   ENTER "SMU_Param_GetText_" USING WS-ENV-MASTER-FILE,
       WS-MASTER-FILE-NAME GIVING WS-MASTER-FILE-NAME-LEN.
   IF NOT WS-DO-COMPARE AND WS-MASTER-FILE-NAME-LEN = -1
       DISPLAY "PARAM MASTER-FILE is required for ", WS-SNAP-FUNCTION
       SET WS-OPEN-FAILED TO TRUE
       GO TO GET-RUN-PARAMETERS-EXIT
   END-IF.

   ENTER "SMU_Param_GetText_" USING WS-ENV-NEW-SNAPSHOT-FILE,
       WS-NEW-SNAPSHOT-FILE-NAME GIVING WS-NEW-SNAPSHOT-FILE-NAME-LEN.
   IF WS-DO-COMPARE AND WS-NEW-SNAPSHOT-FILE-NAME-LEN = -1
       DISPLAY "PARAM NEW-SNAPSHOT-FILE is required for COMPARE."
       SET WS-OPEN-FAILED TO TRUE
       GO TO GET-RUN-PARAMETERS-EXIT
   END-IF.

   ENTER "SMU_Param_GetText_" USING WS-ENV-REPORT-FILE,
       WS-REPORT-FILE-NAME GIVING WS-REPORT-FILE-NAME-LEN.

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
*  UNLOAD-MASTER - header, every master entry in key order, then
*  the trailer with the count and hash totals.
************************************************************************
 UNLOAD-MASTER.

   ENTER "COBOL_ASSIGN_" USING ADDR-MASTER
       WS-MASTER-FILE-NAME GIVING WS-RC.
   OPEN INPUT ADDR-MASTER.
   IF WS-MASTER-FILE-STATUS NOT = "00"
       DISPLAY "Unable to open MASTER-FILE '", WS-MASTER-FILE-NAME,
           "' - file status ", WS-MASTER-FILE-STATUS
       SET WS-OPEN-FAILED TO TRUE
       GO TO UNLOAD-MASTER-EXIT
   END-IF.

   ENTER "COBOL_ASSIGN_" USING SNAPSHOT-IO
       WS-SNAPSHOT-FILE-NAME GIVING WS-RC.
   OPEN OUTPUT SNAPSHOT-IO.
   IF WS-SNAPSHOT-FILE-STATUS NOT = "00"
       DISPLAY "Unable to open SNAPSHOT-FILE '", WS-SNAPSHOT-FILE-NAME,
           "' - file status ", WS-SNAPSHOT-FILE-STATUS
       SET WS-OPEN-FAILED TO TRUE
       CLOSE ADDR-MASTER
       GO TO UNLOAD-MASTER-EXIT
   END-IF.

   MOVE SPACES TO MASTER-SNAPSHOT-RECORD.
   SET MSR-IS-HEADER TO TRUE.
   MOVE FUNCTION CURRENT-DATE(1:8) TO MSR-SNAPSHOT-DATE.
   MOVE FUNCTION CURRENT-DATE(9:6) TO MSR-SNAPSHOT-TIME.
   MOVE WS-MASTER-FILE-NAME TO MSR-MASTER-FILE-NAME.
   WRITE SNAPSHOT-IO-RECORD FROM MASTER-SNAPSHOT-RECORD.
   MOVE SPACES TO WS-REPORT-LINE.
   STRING "Snapshot of " WS-MASTER-FILE-NAME(1:40) " taken "
       MSR-SNAPSHOT-DATE " " MSR-SNAPSHOT-TIME
       DELIMITED BY SIZE INTO WS-REPORT-LINE.
   PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT.

   MOVE 0 TO WS-CALC-COUNT.
   MOVE 0 TO WS-CALC-LATITUDE-HASH, WS-CALC-LONGITUDE-HASH.
   MOVE LOW-VALUES TO MFR-REF-KEY.
   START ADDR-MASTER KEY IS >= MFR-REF-KEY
       INVALID KEY
           SET WS-MASTER-EOF TO TRUE
   END-START.
   PERFORM UNTIL WS-MASTER-EOF
       READ ADDR-MASTER NEXT INTO ADDR-MASTER-RECORD
           AT END
               SET WS-MASTER-EOF TO TRUE
           NOT AT END
               PERFORM ADD-ENTRY-TO-TOTALS
                   THRU ADD-ENTRY-TO-TOTALS-EXIT
               MOVE SPACES TO MASTER-SNAPSHOT-RECORD
               SET MSR-IS-ENTRY TO TRUE
               MOVE ADDR-MASTER-RECORD TO MSR-MASTER-IMAGE
               WRITE SNAPSHOT-IO-RECORD FROM MASTER-SNAPSHOT-RECORD
       END-READ
   END-PERFORM.

   MOVE SPACES TO MASTER-SNAPSHOT-RECORD.
   SET MSR-IS-TRAILER TO TRUE.
   MOVE WS-CALC-COUNT TO MSR-ENTRY-COUNT.
   MOVE WS-CALC-LATITUDE-HASH TO MSR-LATITUDE-HASH.
   MOVE WS-CALC-LONGITUDE-HASH TO MSR-LONGITUDE-HASH.
   WRITE SNAPSHOT-IO-RECORD FROM MASTER-SNAPSHOT-RECORD.
   IF WS-SNAPSHOT-FILE-STATUS NOT = "00"
       DISPLAY "Trailer write to SNAPSHOT-FILE failed - file status ",
           WS-SNAPSHOT-FILE-STATUS, "; the snapshot is not usable."
   END-IF.
   MOVE WS-CALC-COUNT TO WS-STAT-UNLOADED-COUNT.

   CLOSE ADDR-MASTER.
   CLOSE SNAPSHOT-IO.

   STRING "  Entries unloaded ................ " WS-STAT-UNLOADED-COUNT
       DELIMITED BY SIZE INTO WS-REPORT-LINE.
   PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT.
   STRING "  Latitude hash total ............. " MSR-LATITUDE-HASH
       DELIMITED BY SIZE INTO WS-REPORT-LINE.
   PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT.
   STRING "  Longitude hash total ............ " MSR-LONGITUDE-HASH
       DELIMITED BY SIZE INTO WS-REPORT-LINE.
   PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT.

 UNLOAD-MASTER-EXIT.
   EXIT.

 ADD-ENTRY-TO-TOTALS.

   ADD 1 TO WS-CALC-COUNT.
   IF AMR-LATITUDE NOT = SPACES
       MOVE AMR-LATITUDE TO WS-LATLNG-TEXT
       ADD FUNCTION NUMVAL(WS-LATLNG-TEXT) TO WS-CALC-LATITUDE-HASH
   END-IF.
   IF AMR-LONGITUDE NOT = SPACES
       MOVE AMR-LONGITUDE TO WS-LATLNG-TEXT
       ADD FUNCTION NUMVAL(WS-LATLNG-TEXT) TO WS-CALC-LONGITUDE-HASH
   END-IF.

 ADD-ENTRY-TO-TOTALS-EXIT.
   EXIT.

************************************************************************
*  RELOAD-MASTER - prove the snapshot, make sure the master is
*  empty, and only then load it.  The master is created if it does
*  not yet exist, the same way GEOLOAD-COBOL creates it.
************************************************************************
 RELOAD-MASTER.

   MOVE "SNAPSHOT-FILE" TO WS-VERIFY-PARAM.
   MOVE WS-SNAPSHOT-FILE-NAME TO WS-VERIFY-FILE-NAME.
   PERFORM VERIFY-SNAPSHOT THRU VERIFY-SNAPSHOT-EXIT.
   IF NOT WS-SNAPSHOT-VALID
       MOVE "Reload refused - the snapshot does not prove whole."
           TO WS-REPORT-LINE
       PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT
       GO TO RELOAD-MASTER-EXIT
   END-IF.

   ENTER "COBOL_ASSIGN_" USING ADDR-MASTER
       WS-MASTER-FILE-NAME GIVING WS-RC.
   OPEN I-O ADDR-MASTER.
   IF WS-MASTER-FILE-STATUS NOT = "00"
*      No master yet - create it, then reopen I-O.
       OPEN OUTPUT ADDR-MASTER
       CLOSE ADDR-MASTER
       OPEN I-O ADDR-MASTER
   END-IF.
   IF WS-MASTER-FILE-STATUS NOT = "00"
       DISPLAY "Unable to open MASTER-FILE '", WS-MASTER-FILE-NAME,
           "' - file status ", WS-MASTER-FILE-STATUS
       SET WS-OPEN-FAILED TO TRUE
       GO TO RELOAD-MASTER-EXIT
   END-IF.

   MOVE LOW-VALUES TO MFR-REF-KEY.
   START ADDR-MASTER KEY IS >= MFR-REF-KEY
       INVALID KEY
           SET WS-MASTER-EOF TO TRUE
   END-START.
   IF NOT WS-MASTER-EOF
       MOVE "Reload refused - MASTER-FILE is not empty."
           TO WS-REPORT-LINE
       PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT
       CLOSE ADDR-MASTER
       GO TO RELOAD-MASTER-EXIT
   END-IF.

   ENTER "COBOL_ASSIGN_" USING SNAPSHOT-IO
       WS-SNAPSHOT-FILE-NAME GIVING WS-RC.
   OPEN INPUT SNAPSHOT-IO.
   IF WS-SNAPSHOT-FILE-STATUS NOT = "00"
       DISPLAY "Unable to open SNAPSHOT-FILE '", WS-SNAPSHOT-FILE-NAME,
           "' - file status ", WS-SNAPSHOT-FILE-STATUS
       SET WS-OPEN-FAILED TO TRUE
       CLOSE ADDR-MASTER
       GO TO RELOAD-MASTER-EXIT
   END-IF.

   MOVE 0 TO WS-SNAPSHOT-EOF-IND.
   PERFORM UNTIL WS-SNAPSHOT-EOF
       READ SNAPSHOT-IO INTO MASTER-SNAPSHOT-RECORD
           AT END
               SET WS-SNAPSHOT-EOF TO TRUE
           NOT AT END
               IF MSR-IS-ENTRY
                   MOVE MSR-MASTER-IMAGE TO ADDR-MASTER-RECORD
                   IF AMR-REF-KEY = SPACES
                       ADD 1 TO WS-STAT-PURGED-COUNT
                   ELSE
                       WRITE MASTER-FILE-RECORD FROM ADDR-MASTER-RECORD
                           INVALID KEY
                               ADD 1 TO WS-STAT-DUPLICATE-COUNT
                           NOT INVALID KEY
                               ADD 1 TO WS-STAT-RELOADED-COUNT
                       END-WRITE
                   END-IF
               END-IF
       END-READ
   END-PERFORM.

   CLOSE SNAPSHOT-IO.
   CLOSE ADDR-MASTER.

   STRING "  Entries reloaded ................ " WS-STAT-RELOADED-COUNT
       DELIMITED BY SIZE INTO WS-REPORT-LINE.
   PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT.
   STRING "  Duplicate keys not reloaded ..... " WS-STAT-DUPLICATE-COUNT
       DELIMITED BY SIZE INTO WS-REPORT-LINE.
   PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT.
   STRING "  Purged entries not reloaded ..... " WS-STAT-PURGED-COUNT
       DELIMITED BY SIZE INTO WS-REPORT-LINE.
   PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT.

 RELOAD-MASTER-EXIT.
   EXIT.

************************************************************************
*  VERIFY-SNAPSHOT - read the snapshot named by WS-VERIFY-FILE-NAME
*  end to end and prove it against its own trailer: a header first,
*  a trailer last, nothing else but entries between, and the entry
*  count and both hash totals agreeing.  Sets WS-SNAPSHOT-VALID.
************************************************************************
 VERIFY-SNAPSHOT.

   MOVE 0 TO WS-SNAPSHOT-VALID-IND.
   MOVE 0 TO WS-TRAILER-SEEN-IND.
   MOVE 0 TO WS-BAD-RECORD-COUNT.
   MOVE 0 TO WS-CALC-COUNT.
   MOVE 0 TO WS-CALC-LATITUDE-HASH, WS-CALC-LONGITUDE-HASH.

   ENTER "COBOL_ASSIGN_" USING SNAPSHOT-IO
       WS-VERIFY-FILE-NAME GIVING WS-RC.
   OPEN INPUT SNAPSHOT-IO.
   IF WS-SNAPSHOT-FILE-STATUS NOT = "00"
       DISPLAY "Unable to open ", WS-VERIFY-PARAM, " '",
           WS-VERIFY-FILE-NAME, "' - file status ",
           WS-SNAPSHOT-FILE-STATUS
       SET WS-OPEN-FAILED TO TRUE
       GO TO VERIFY-SNAPSHOT-EXIT
   END-IF.

   MOVE SPACES TO WS-REPORT-LINE.
   MOVE 0 TO WS-SNAPSHOT-EOF-IND.
   READ SNAPSHOT-IO INTO MASTER-SNAPSHOT-RECORD
       AT END
           SET WS-SNAPSHOT-EOF TO TRUE
   END-READ.
   IF WS-SNAPSHOT-EOF OR NOT MSR-IS-HEADER
       STRING WS-VERIFY-PARAM " " WS-VERIFY-FILE-NAME(1:40)
           " - no header record"
           DELIMITED BY SIZE INTO WS-REPORT-LINE
       PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT
       CLOSE SNAPSHOT-IO
       GO TO VERIFY-SNAPSHOT-EXIT
   END-IF.
   STRING WS-VERIFY-PARAM " " WS-VERIFY-FILE-NAME(1:40)
       " taken " MSR-SNAPSHOT-DATE " " MSR-SNAPSHOT-TIME
       DELIMITED BY SIZE INTO WS-REPORT-LINE.
   PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT.
   STRING "    from master " MSR-MASTER-FILE-NAME
       DELIMITED BY SIZE INTO WS-REPORT-LINE.
   PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT.

   PERFORM UNTIL WS-SNAPSHOT-EOF
       READ SNAPSHOT-IO INTO MASTER-SNAPSHOT-RECORD
           AT END
               SET WS-SNAPSHOT-EOF TO TRUE
           NOT AT END
               PERFORM VERIFY-ONE-RECORD THRU VERIFY-ONE-RECORD-EXIT
       END-READ
   END-PERFORM.
   CLOSE SNAPSHOT-IO.

   IF NOT WS-TRAILER-SEEN
       MOVE "    no trailer record - the snapshot is incomplete"
           TO WS-REPORT-LINE
       PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT
       GO TO VERIFY-SNAPSHOT-EXIT
   END-IF.
   IF WS-BAD-RECORD-COUNT > 0
       STRING "    " WS-BAD-RECORD-COUNT
           " records out of place or of unknown type"
           DELIMITED BY SIZE INTO WS-REPORT-LINE
       PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT
       GO TO VERIFY-SNAPSHOT-EXIT
   END-IF.

   STRING "    entries " WS-CALC-COUNT " trailer " WS-TRAILER-COUNT
       DELIMITED BY SIZE INTO WS-REPORT-LINE.
   PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT.
   MOVE WS-CALC-LATITUDE-HASH TO WS-HASH-EDIT.
   STRING "    latitude hash " WS-HASH-EDIT
       " trailer " WS-TRAILER-LATITUDE-HASH
       DELIMITED BY SIZE INTO WS-REPORT-LINE.
   PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT.
   IF WS-CALC-COUNT NOT = WS-TRAILER-COUNT
       OR WS-HASH-EDIT NOT = WS-TRAILER-LATITUDE-HASH
       MOVE "    DOES NOT BALANCE" TO WS-REPORT-LINE
       PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT
       GO TO VERIFY-SNAPSHOT-EXIT
   END-IF.
   MOVE WS-CALC-LONGITUDE-HASH TO WS-HASH-EDIT.
   STRING "    longitude hash " WS-HASH-EDIT
       " trailer " WS-TRAILER-LONGITUDE-HASH
       DELIMITED BY SIZE INTO WS-REPORT-LINE.
   PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT.
   IF WS-HASH-EDIT NOT = WS-TRAILER-LONGITUDE-HASH
       MOVE "    DOES NOT BALANCE" TO WS-REPORT-LINE
       PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT
       GO TO VERIFY-SNAPSHOT-EXIT
   END-IF.

   MOVE "    balanced" TO WS-REPORT-LINE.
   PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT.
   SET WS-SNAPSHOT-VALID TO TRUE.

 VERIFY-SNAPSHOT-EXIT.
   EXIT.

 VERIFY-ONE-RECORD.

   IF WS-TRAILER-SEEN
       ADD 1 TO WS-BAD-RECORD-COUNT
       GO TO VERIFY-ONE-RECORD-EXIT
   END-IF.
   EVALUATE TRUE
       WHEN MSR-IS-ENTRY
           MOVE MSR-MASTER-IMAGE TO ADDR-MASTER-RECORD
           IF AMR-REF-KEY NOT = SPACES
               PERFORM ADD-ENTRY-TO-TOTALS
                   THRU ADD-ENTRY-TO-TOTALS-EXIT
           END-IF
       WHEN MSR-IS-TRAILER
           SET WS-TRAILER-SEEN TO TRUE
           MOVE MSR-ENTRY-COUNT TO WS-TRAILER-COUNT
           MOVE MSR-LATITUDE-HASH TO WS-TRAILER-LATITUDE-HASH
           MOVE MSR-LONGITUDE-HASH TO WS-TRAILER-LONGITUDE-HASH
       WHEN OTHER
           ADD 1 TO WS-BAD-RECORD-COUNT
   END-EVALUATE.

 VERIFY-ONE-RECORD-EXIT.
   EXIT.

************************************************************************
*  COMPARE-SNAPSHOTS - prove both snapshots, then match their
*  entries by AMR-REF-KEY in one pass.  Snapshots are unloaded in
*  key order, so a key out of sequence means a damaged file; it is
*  reported and skipped.
************************************************************************
 COMPARE-SNAPSHOTS.

   MOVE "SNAPSHOT-FILE" TO WS-VERIFY-PARAM.
   MOVE WS-SNAPSHOT-FILE-NAME TO WS-VERIFY-FILE-NAME.
   PERFORM VERIFY-SNAPSHOT THRU VERIFY-SNAPSHOT-EXIT.
   IF NOT WS-SNAPSHOT-VALID
       MOVE "Compare refused - SNAPSHOT-FILE does not prove whole."
           TO WS-REPORT-LINE
       PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT
       GO TO COMPARE-SNAPSHOTS-EXIT
   END-IF.
   MOVE "NEW-SNAPSHOT-FILE" TO WS-VERIFY-PARAM.
   MOVE WS-NEW-SNAPSHOT-FILE-NAME TO WS-VERIFY-FILE-NAME.
   PERFORM VERIFY-SNAPSHOT THRU VERIFY-SNAPSHOT-EXIT.
   IF NOT WS-SNAPSHOT-VALID
       MOVE "Compare refused - NEW-SNAPSHOT-FILE does not prove whole."
           TO WS-REPORT-LINE
       PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT
       GO TO COMPARE-SNAPSHOTS-EXIT
   END-IF.

   ENTER "COBOL_ASSIGN_" USING SNAPSHOT-IO
       WS-SNAPSHOT-FILE-NAME GIVING WS-RC.
   OPEN INPUT SNAPSHOT-IO.
   IF WS-SNAPSHOT-FILE-STATUS NOT = "00"
       DISPLAY "Unable to open SNAPSHOT-FILE '", WS-SNAPSHOT-FILE-NAME,
           "' - file status ", WS-SNAPSHOT-FILE-STATUS
       SET WS-OPEN-FAILED TO TRUE
       GO TO COMPARE-SNAPSHOTS-EXIT
   END-IF.
   ENTER "COBOL_ASSIGN_" USING NEW-SNAPSHOT-IN
       WS-NEW-SNAPSHOT-FILE-NAME GIVING WS-RC.
   OPEN INPUT NEW-SNAPSHOT-IN.
   IF WS-NEW-SNAPSHOT-FILE-STATUS NOT = "00"
       DISPLAY "Unable to open NEW-SNAPSHOT-FILE '",
           WS-NEW-SNAPSHOT-FILE-NAME,
           "' - file status ", WS-NEW-SNAPSHOT-FILE-STATUS
       SET WS-OPEN-FAILED TO TRUE
       CLOSE SNAPSHOT-IO
       GO TO COMPARE-SNAPSHOTS-EXIT
   END-IF.

   PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT.
   MOVE "ADDRESS-MASTER Snapshot Delta" TO WS-REPORT-LINE.
   PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT.

   MOVE 0 TO WS-SNAPSHOT-EOF-IND.
   MOVE 0 TO WS-NEW-SNAPSHOT-EOF-IND.
   MOVE LOW-VALUES TO WS-PRIOR-OLD-KEY, WS-PRIOR-NEW-KEY.
   PERFORM READ-NEXT-OLD-ENTRY THRU READ-NEXT-OLD-ENTRY-EXIT.
   PERFORM READ-NEXT-NEW-ENTRY THRU READ-NEXT-NEW-ENTRY-EXIT.

   PERFORM UNTIL WS-OLD-KEY = HIGH-VALUES
           AND WS-NEW-KEY = HIGH-VALUES
       EVALUATE TRUE
           WHEN WS-OLD-KEY < WS-NEW-KEY
               PERFORM REPORT-DELETED-ENTRY
                   THRU REPORT-DELETED-ENTRY-EXIT
               PERFORM READ-NEXT-OLD-ENTRY THRU READ-NEXT-OLD-ENTRY-EXIT
           WHEN WS-OLD-KEY > WS-NEW-KEY
               PERFORM REPORT-ADDED-ENTRY THRU REPORT-ADDED-ENTRY-EXIT
               PERFORM READ-NEXT-NEW-ENTRY THRU READ-NEXT-NEW-ENTRY-EXIT
           WHEN OTHER
               PERFORM COMPARE-ONE-ENTRY THRU COMPARE-ONE-ENTRY-EXIT
               PERFORM READ-NEXT-OLD-ENTRY THRU READ-NEXT-OLD-ENTRY-EXIT
               PERFORM READ-NEXT-NEW-ENTRY THRU READ-NEXT-NEW-ENTRY-EXIT
       END-EVALUATE
   END-PERFORM.

   CLOSE SNAPSHOT-IO.
   CLOSE NEW-SNAPSHOT-IN.
   PERFORM DISPLAY-COMPARE-SUMMARY THRU DISPLAY-COMPARE-SUMMARY-EXIT.

 COMPARE-SNAPSHOTS-EXIT.
   EXIT.

 READ-NEXT-OLD-ENTRY.

   IF WS-SNAPSHOT-EOF
       MOVE HIGH-VALUES TO WS-OLD-KEY
       GO TO READ-NEXT-OLD-ENTRY-EXIT
   END-IF.
   READ SNAPSHOT-IO INTO MASTER-SNAPSHOT-RECORD
       AT END
           SET WS-SNAPSHOT-EOF TO TRUE
           MOVE HIGH-VALUES TO WS-OLD-KEY
           GO TO READ-NEXT-OLD-ENTRY-EXIT
   END-READ.
   IF NOT MSR-IS-ENTRY
       GO TO READ-NEXT-OLD-ENTRY
   END-IF.
   MOVE MSR-MASTER-IMAGE TO ADDR-MASTER-RECORD.
   IF AMR-REF-KEY = SPACES
       GO TO READ-NEXT-OLD-ENTRY
   END-IF.
   ADD 1 TO WS-STAT-OLD-READ.
   MOVE MSR-MASTER-IMAGE TO WS-OLD-ENTRY-IMAGE.

   IF AMR-REF-KEY NOT > WS-PRIOR-OLD-KEY
       ADD 1 TO WS-STAT-SEQUENCE-COUNT
       STRING "OUT OF SEQ  " AMR-REF-KEY " follows "
           WS-PRIOR-OLD-KEY " in SNAPSHOT-FILE - skipped"
           DELIMITED BY SIZE INTO WS-REPORT-LINE
       PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT
       GO TO READ-NEXT-OLD-ENTRY
   END-IF.
   MOVE AMR-REF-KEY TO WS-OLD-KEY.
   MOVE AMR-REF-KEY TO WS-PRIOR-OLD-KEY.

 READ-NEXT-OLD-ENTRY-EXIT.
   EXIT.

 READ-NEXT-NEW-ENTRY.

   IF WS-NEW-SNAPSHOT-EOF
       MOVE HIGH-VALUES TO WS-NEW-KEY
       GO TO READ-NEXT-NEW-ENTRY-EXIT
   END-IF.
   READ NEW-SNAPSHOT-IN INTO MASTER-SNAPSHOT-RECORD
       AT END
           SET WS-NEW-SNAPSHOT-EOF TO TRUE
           MOVE HIGH-VALUES TO WS-NEW-KEY
           GO TO READ-NEXT-NEW-ENTRY-EXIT
   END-READ.
   IF NOT MSR-IS-ENTRY
       GO TO READ-NEXT-NEW-ENTRY
   END-IF.
   MOVE MSR-MASTER-IMAGE TO ADDR-MASTER-RECORD.
   IF AMR-REF-KEY = SPACES
       GO TO READ-NEXT-NEW-ENTRY
   END-IF.
   ADD 1 TO WS-STAT-NEW-READ.
   MOVE MSR-MASTER-IMAGE TO WS-NEW-ENTRY-IMAGE.

   IF AMR-REF-KEY NOT > WS-PRIOR-NEW-KEY
       ADD 1 TO WS-STAT-SEQUENCE-COUNT
       STRING "OUT OF SEQ  " AMR-REF-KEY " follows "
           WS-PRIOR-NEW-KEY " in NEW-SNAPSHOT-FILE - skipped"
           DELIMITED BY SIZE INTO WS-REPORT-LINE
       PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT
       GO TO READ-NEXT-NEW-ENTRY
   END-IF.
   MOVE AMR-REF-KEY TO WS-NEW-KEY.
   MOVE AMR-REF-KEY TO WS-PRIOR-NEW-KEY.

 READ-NEXT-NEW-ENTRY-EXIT.
   EXIT.

 REPORT-DELETED-ENTRY.

   ADD 1 TO WS-STAT-DELETED-COUNT.
   MOVE WS-OLD-ENTRY-IMAGE TO ADDR-MASTER-RECORD.
   STRING "DELETED     " AMR-REF-KEY " " AMR-FORMATTED-ADDRESS(1:80)
       DELIMITED BY SIZE INTO WS-REPORT-LINE.
   PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT.

 REPORT-DELETED-ENTRY-EXIT.
   EXIT.

 REPORT-ADDED-ENTRY.

   ADD 1 TO WS-STAT-ADDED-COUNT.
   MOVE WS-NEW-ENTRY-IMAGE TO ADDR-MASTER-RECORD.
   STRING "ADDED       " AMR-REF-KEY " " AMR-FORMATTED-ADDRESS(1:80)
       DELIMITED BY SIZE INTO WS-REPORT-LINE.
   PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT.

 REPORT-ADDED-ENTRY-EXIT.
   EXIT.

************************************************************************
*  COMPARE-ONE-ENTRY - the key is in both snapshots.  An entry that
*  differs anywhere is reported as changed, naming what changed:
*  the address (input or formatted), the coordinates, the
*  GEOMAINT-COBOL status, or - when none of those - OTHER (the
*  components or the load and maintenance dates).
************************************************************************
 COMPARE-ONE-ENTRY.

   IF WS-OLD-ENTRY-IMAGE = WS-NEW-ENTRY-IMAGE
       ADD 1 TO WS-STAT-UNCHANGED-COUNT
       GO TO COMPARE-ONE-ENTRY-EXIT
   END-IF.
   ADD 1 TO WS-STAT-CHANGED-COUNT.

   MOVE WS-OLD-ENTRY-IMAGE TO ADDR-MASTER-RECORD.
   MOVE AMR-ADDRESS-INPUT TO WS-OLD-ADDRESS-INPUT.
   MOVE AMR-FORMATTED-ADDRESS TO WS-OLD-FORMATTED-ADDRESS.
   MOVE AMR-LATITUDE TO WS-OLD-LATITUDE.
   MOVE AMR-LONGITUDE TO WS-OLD-LONGITUDE.
   MOVE AMR-ENTRY-STATUS-SW TO WS-OLD-ENTRY-STATUS.
   MOVE WS-NEW-ENTRY-IMAGE TO ADDR-MASTER-RECORD.

   MOVE SPACES TO WS-CHANGE-LIST.
   MOVE 1 TO WS-CHANGE-PTR.
   IF AMR-ADDRESS-INPUT NOT = WS-OLD-ADDRESS-INPUT
       OR AMR-FORMATTED-ADDRESS NOT = WS-OLD-FORMATTED-ADDRESS
       ADD 1 TO WS-STAT-ADDRESS-CHG-COUNT
       STRING "ADDRESS " DELIMITED BY SIZE
           INTO WS-CHANGE-LIST WITH POINTER WS-CHANGE-PTR
   END-IF.
   IF AMR-LATITUDE NOT = WS-OLD-LATITUDE
       OR AMR-LONGITUDE NOT = WS-OLD-LONGITUDE
       ADD 1 TO WS-STAT-COORD-CHG-COUNT
       STRING "COORDINATES " DELIMITED BY SIZE
           INTO WS-CHANGE-LIST WITH POINTER WS-CHANGE-PTR
   END-IF.
   IF AMR-ENTRY-STATUS-SW NOT = WS-OLD-ENTRY-STATUS
       ADD 1 TO WS-STAT-STATUS-CHG-COUNT
       STRING "STATUS " DELIMITED BY SIZE
           INTO WS-CHANGE-LIST WITH POINTER WS-CHANGE-PTR
   END-IF.
   IF WS-CHANGE-PTR = 1
       MOVE "OTHER" TO WS-CHANGE-LIST
   END-IF.

   STRING "CHANGED     " AMR-REF-KEY " " WS-CHANGE-LIST
       DELIMITED BY SIZE INTO WS-REPORT-LINE.
   PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT.
   STRING "    was:    " WS-OLD-LATITUDE " " WS-OLD-LONGITUDE " ["
       WS-OLD-ENTRY-STATUS "] " WS-OLD-FORMATTED-ADDRESS(1:70)
       DELIMITED BY SIZE INTO WS-REPORT-LINE.
   PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT.
   STRING "    now:    " AMR-LATITUDE " " AMR-LONGITUDE " ["
       AMR-ENTRY-STATUS-SW "] " AMR-FORMATTED-ADDRESS(1:70)
       DELIMITED BY SIZE INTO WS-REPORT-LINE.
   PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT.

 COMPARE-ONE-ENTRY-EXIT.
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
*  DISPLAY-COMPARE-SUMMARY - the delta totals, on the report as well
*  so the file stands alone.
************************************************************************
 DISPLAY-COMPARE-SUMMARY.

   MOVE SPACES TO WS-REPORT-LINE.
   PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT.
   STRING "  Entries in SNAPSHOT-FILE ........ " WS-STAT-OLD-READ
       DELIMITED BY SIZE INTO WS-REPORT-LINE.
   PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT.
   STRING "  Entries in NEW-SNAPSHOT-FILE .... " WS-STAT-NEW-READ
       DELIMITED BY SIZE INTO WS-REPORT-LINE.
   PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT.
   STRING "  Added ........................... " WS-STAT-ADDED-COUNT
       DELIMITED BY SIZE INTO WS-REPORT-LINE.
   PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT.
   STRING "  Deleted ......................... " WS-STAT-DELETED-COUNT
       DELIMITED BY SIZE INTO WS-REPORT-LINE.
   PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT.
   STRING "  Changed ......................... " WS-STAT-CHANGED-COUNT
       DELIMITED BY SIZE INTO WS-REPORT-LINE.
   PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT.
   STRING "    Address changed ............... "
       WS-STAT-ADDRESS-CHG-COUNT
       DELIMITED BY SIZE INTO WS-REPORT-LINE.
   PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT.
   STRING "    Coordinates changed ........... "
       WS-STAT-COORD-CHG-COUNT
       DELIMITED BY SIZE INTO WS-REPORT-LINE.
   PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT.
   STRING "    Status changed ................ "
       WS-STAT-STATUS-CHG-COUNT
       DELIMITED BY SIZE INTO WS-REPORT-LINE.
   PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT.
   STRING "  Unchanged ....................... "
       WS-STAT-UNCHANGED-COUNT
       DELIMITED BY SIZE INTO WS-REPORT-LINE.
   PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT.
   STRING "  Out of sequence - skipped ....... "
       WS-STAT-SEQUENCE-COUNT
       DELIMITED BY SIZE INTO WS-REPORT-LINE.
   PERFORM EMIT-REPORT-LINE THRU EMIT-REPORT-LINE-EXIT.

 DISPLAY-COMPARE-SUMMARY-EXIT.
   EXIT.
