************************************************************************
*  Copyright (c) 2019 NuWave Technologies, Inc. All rights reserved.
*
*  GEOMCONV-COBOL - one-time ADDRESS-MASTER record conversion.
*  ADDR-MASTER-RECORD grew from 714 to 723 bytes when the entry
*  status switch and maintenance date were added for
*  GEOMAINT-COBOL.  This program copies every entry of a master
*  built at the old length (OLD-MASTER-FILE) into a new, empty
*  master at the new length (MASTER-FILE), in key order, with
*  AMR-ENTRY-STATUS-SW set active (space) and AMR-MAINT-DATE
*  spaces.  The old master is only read.
*
*  Conversion procedure, run once before any program built with
*  the new copybook opens the production master:
*      1. Stop the jobs and servers that open ADDRESS-MASTER.
*      2. FUP RENAME the production master to the old-master name.
*      3. Run GEOMCONV-COBOL with OLD-MASTER-FILE set to the
*         renamed file and MASTER-FILE set to the production name;
*         the new master is created by the run.
*      4. Check that entries written equals entries read, with no
*         duplicates or write errors, then take a GEOSNAP-COBOL
*         UNLOAD of the new master.
*      5. Keep the renamed old master until the first month-end
*         after the change, then FUP PURGE it.
*  A master that already holds entries is refused, so the step
*  cannot be run twice over the same file.
*
*  Modification History:
*    15OCT2026  NWT  Original version.
************************************************************************
? env common
? save param, startup
 IDENTIFICATION DIVISION.
 PROGRAM-ID.  GEOMCONV-COBOL.
 AUTHOR. NuWave Technologies, Inc.
 ENVIRONMENT DIVISION.

 CONFIGURATION SECTION.
 SOURCE-COMPUTER.  HPE NonStop Server.
 OBJECT-COMPUTER.  HPE NonStop Server.
 SPECIAL-NAMES.

 INPUT-OUTPUT SECTION.
 FILE-CONTROL.

*  The keyed address master at the old, 714-byte, length.
   SELECT OLD-MASTER
   ASSIGN TO "#DYNAMIC"
   ORGANIZATION IS INDEXED
   ACCESS MODE IS DYNAMIC
   RECORD KEY IS OMR-REF-KEY
   FILE STATUS IS WS-OLD-MASTER-FILE-STATUS.

*  The keyed address master at the current length.
   SELECT ADDR-MASTER
   ASSIGN TO "#DYNAMIC"
   ORGANIZATION IS INDEXED
   ACCESS MODE IS DYNAMIC
   RECORD KEY IS AMR-REF-KEY
   FILE STATUS IS WS-MASTER-FILE-STATUS.

 DATA DIVISION.
 FILE SECTION.
*  ADDR-MASTER-RECORD as it stood before AMR-ENTRY-STATUS-SW and
*  AMR-MAINT-DATE were appended.
   FD  OLD-MASTER
       LABEL RECORDS ARE OMITTED.

   01 OLD-MASTER-RECORD.
       05 OMR-REF-KEY                  PIC X(020).
       05 FILLER                       PIC X(694).

   FD  ADDR-MASTER
       LABEL RECORDS ARE OMITTED.

   COPY ADDR-MASTER-RECORD             IN GEOCOPY.

 WORKING-STORAGE SECTION.
   01 WS-RC                            NATIVE-2.
   01 WS-ENV-OLD-MASTER-FILE           PIC X(15)
                                       VALUE "OLD-MASTER-FILE".
   01 WS-OLD-MASTER-FILE-NAME          PIC X(64).
   01 WS-OLD-MASTER-FILE-NAME-LEN      NATIVE-2.
   01 WS-OLD-MASTER-FILE-STATUS        PIC X(02).
   01 WS-ENV-MASTER-FILE               PIC X(11) VALUE "MASTER-FILE".
   01 WS-MASTER-FILE-NAME              PIC X(64).
   01 WS-MASTER-FILE-NAME-LEN          NATIVE-2.
   01 WS-MASTER-FILE-STATUS            PIC X(02).
   01 WS-OPEN-FAILED-IND               PIC 9 VALUE 0.
       88 WS-OPEN-FAILED               VALUE 1.
   01 WS-OLD-MASTER-EOF-IND            PIC 9 VALUE 0.
       88 WS-OLD-MASTER-EOF            VALUE 1.
   01 WS-MASTER-EOF-IND                PIC 9 VALUE 0.
       88 WS-MASTER-EOF                VALUE 1.

*  End-of-run summary counts.
   01 WS-STATS.
       05 WS-STAT-READ-COUNT           PIC 9(09) VALUE 0.
       05 WS-STAT-WRITTEN-COUNT        PIC 9(09) VALUE 0.
       05 WS-STAT-DUPLICATE-COUNT      PIC 9(09) VALUE 0.
       05 WS-STAT-ERROR-COUNT          PIC 9(09) VALUE 0.

 PROCEDURE DIVISION.

 MAIN.

   DISPLAY " ".
   DISPLAY "LightWave Client(tm) - Google Geocoding API ",
               " - Master Conversion - 15OCT2026".
   DISPLAY " ".

   PERFORM GET-RUN-PARAMETERS THRU GET-RUN-PARAMETERS-EXIT.
   IF WS-OPEN-FAILED
       GO TO MAIN-EXIT
   END-IF.
   PERFORM OPEN-ALL-FILES THRU OPEN-ALL-FILES-EXIT.
   IF WS-OPEN-FAILED
       GO TO MAIN-EXIT
   END-IF.

   PERFORM UNTIL WS-OLD-MASTER-EOF
       READ OLD-MASTER NEXT
           AT END
               SET WS-OLD-MASTER-EOF TO TRUE
           NOT AT END
               ADD 1 TO WS-STAT-READ-COUNT
               PERFORM CONVERT-ONE-ENTRY THRU CONVERT-ONE-ENTRY-EXIT
       END-READ
   END-PERFORM.

   PERFORM DISPLAY-SUMMARY THRU DISPLAY-SUMMARY-EXIT.
   CLOSE OLD-MASTER.
   CLOSE ADDR-MASTER.

 MAIN-EXIT.
   EXIT PROGRAM.
   STOP RUN.

************************************************************************
*  GET-RUN-PARAMETERS - OLD-MASTER-FILE and MASTER-FILE are both
*  required.
************************************************************************
 GET-RUN-PARAMETERS.

   ENTER "SMU_Param_GetText_" USING WS-ENV-OLD-MASTER-FILE,
       WS-OLD-MASTER-FILE-NAME GIVING WS-OLD-MASTER-FILE-NAME-LEN.
   IF WS-OLD-MASTER-FILE-NAME-LEN = -1
       DISPLAY "PARAM OLD-MASTER-FILE not set."
       SET WS-OPEN-FAILED TO TRUE
   END-IF.

   ENTER "SMU_Param_GetText_" USING WS-ENV-MASTER-FILE,
       WS-MASTER-FILE-NAME GIVING WS-MASTER-FILE-NAME-LEN.
   IF WS-MASTER-FILE-NAME-LEN = -1
       DISPLAY "PARAM MASTER-FILE not set."
       SET WS-OPEN-FAILED TO TRUE
   END-IF.

 GET-RUN-PARAMETERS-EXIT.
   EXIT.

************************************************************************
*  OPEN-ALL-FILES - the new master is created on first use, the
*  same way GEOLOAD-COBOL creates it, and must be empty.
************************************************************************
 OPEN-ALL-FILES.

   ENTER "COBOL_ASSIGN_" USING OLD-MASTER
       WS-OLD-MASTER-FILE-NAME GIVING WS-RC.
   OPEN INPUT OLD-MASTER.
   IF WS-OLD-MASTER-FILE-STATUS NOT = "00"
       DISPLAY "Unable to open OLD-MASTER-FILE '",
           WS-OLD-MASTER-FILE-NAME,
           "' - file status ", WS-OLD-MASTER-FILE-STATUS
       SET WS-OPEN-FAILED TO TRUE
       GO TO OPEN-ALL-FILES-EXIT
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
       CLOSE OLD-MASTER
       GO TO OPEN-ALL-FILES-EXIT
   END-IF.

   MOVE LOW-VALUES TO AMR-REF-KEY.
   START ADDR-MASTER KEY IS >= AMR-REF-KEY
       INVALID KEY
           SET WS-MASTER-EOF TO TRUE
   END-START.
   IF NOT WS-MASTER-EOF
       DISPLAY "Conversion refused - MASTER-FILE '",
           WS-MASTER-FILE-NAME, "' is not empty."
       SET WS-OPEN-FAILED TO TRUE
       CLOSE OLD-MASTER
       CLOSE ADDR-MASTER
       GO TO OPEN-ALL-FILES-EXIT
   END-IF.

   MOVE LOW-VALUES TO OMR-REF-KEY.
   START OLD-MASTER KEY IS >= OMR-REF-KEY
       INVALID KEY
           SET WS-OLD-MASTER-EOF TO TRUE
   END-START.

 OPEN-ALL-FILES-EXIT.
   EXIT.

************************************************************************
*  CONVERT-ONE-ENTRY - the old entry fills the first 714 bytes; the
*  appended fields start out active and never maintained.
************************************************************************
 CONVERT-ONE-ENTRY.

   MOVE SPACES TO ADDR-MASTER-RECORD.
   MOVE OLD-MASTER-RECORD TO ADDR-MASTER-RECORD(1:714).
   SET AMR-ENTRY-IS-ACTIVE TO TRUE.
   MOVE SPACES TO AMR-MAINT-DATE.
   WRITE ADDR-MASTER-RECORD
       INVALID KEY
           IF WS-MASTER-FILE-STATUS = "22"
               ADD 1 TO WS-STAT-DUPLICATE-COUNT
           ELSE
               ADD 1 TO WS-STAT-ERROR-COUNT
           END-IF
           DISPLAY "Entry not converted: ", OMR-REF-KEY,
               " - file status ", WS-MASTER-FILE-STATUS
       NOT INVALID KEY
           ADD 1 TO WS-STAT-WRITTEN-COUNT
   END-WRITE.

 CONVERT-ONE-ENTRY-EXIT.
   EXIT.

 DISPLAY-SUMMARY.

   DISPLAY " ".
   DISPLAY "  Old master entries read ......... ", WS-STAT-READ-COUNT.
   DISPLAY "  Entries written ................. ",
       WS-STAT-WRITTEN-COUNT.
   DISPLAY "  Duplicate keys not written ...... ",
       WS-STAT-DUPLICATE-COUNT.
   DISPLAY "  Write errors .................... ", WS-STAT-ERROR-COUNT.
   IF WS-STAT-WRITTEN-COUNT = WS-STAT-READ-COUNT
       DISPLAY "  Conversion complete."
   ELSE
       DISPLAY "  Conversion INCOMPLETE - do not release the master."
   END-IF.

 DISPLAY-SUMMARY-EXIT.
   EXIT.
