*                the master by reference key and report entries
*                whose coordinates or zip changed, so the follow-up
*                load and downstream reruns are driven by facts.
*  Entries pinned or retired through GEOMAINT-COBOL are never
*  selected, and COMPARE reports them as left alone, since
*  GEOLOAD-COBOL will not update them.
*
*  Modification History:
*    29AUG2026  NWT  Original version.
*    15OCT2026  NWT  Pinned and retired master entries are skipped
*                    by SELECT and reported as left alone by COMPARE.
************************************************************************
? env common
? save param, startup
       05 WS-STAT-SELECTED-COUNT       PIC 9(09) VALUE 0.
       05 WS-STAT-CURRENT-COUNT        PIC 9(09) VALUE 0.
       05 WS-STAT-UNSTAMPED-COUNT      PIC 9(09) VALUE 0.
       05 WS-STAT-PINNED-COUNT         PIC 9(09) VALUE 0.
       05 WS-STAT-RETIRED-COUNT        PIC 9(09) VALUE 0.
       05 WS-STAT-RECORDS-READ         PIC 9(09) VALUE 0.
       05 WS-STAT-MATCHED-COUNT        PIC 9(09) VALUE 0.
       05 WS-STAT-COORD-CHANGED        PIC 9(09) VALUE 0.
*  SELECT-STALE-ENTRIES - one pass over the master, queueing every
*  entry older than AGE-DAYS for re-geocoding.  The original input
*  address is what gets re-verified - the same text GEOCODE-COBOL
*  geocoded the first time.  Pinned and retired entries are never
*  queued: their coordinates are a supervisor's, not Google's.
************************************************************************
 SELECT-STALE-ENTRIES.


 SELECT-ONE-ENTRY.

   IF AMR-ENTRY-IS-PINNED
       ADD 1 TO WS-STAT-PINNED-COUNT
       GO TO SELECT-ONE-ENTRY-EXIT
   END-IF.
   IF AMR-ENTRY-IS-RETIRED
       ADD 1 TO WS-STAT-RETIRED-COUNT
       GO TO SELECT-ONE-ENTRY-EXIT
   END-IF.

   IF AMR-LOAD-DATE IS NOT NUMERIC
       ADD 1 TO WS-STAT-UNSTAMPED-COUNT
   ELSE
   END-IF.
   ADD 1 TO WS-STAT-MATCHED-COUNT.

   IF AMR-ENTRY-IS-PINNED
       ADD 1 TO WS-STAT-PINNED-COUNT
       DISPLAY "Pinned:    ", GOR-REF-KEY, " - load will leave it alone"
       GO TO COMPARE-ONE-RECORD-EXIT
   END-IF.
   IF AMR-ENTRY-IS-RETIRED
       ADD 1 TO WS-STAT-RETIRED-COUNT
       DISPLAY "Retired:   ", GOR-REF-KEY, " - load will leave it alone"
       GO TO COMPARE-ONE-RECORD-EXIT
   END-IF.

   IF GOR-LATITUDE NOT = AMR-LATITUDE
       OR GOR-LONGITUDE NOT = AMR-LONGITUDE
       ADD 1 TO WS-STAT-COORD-CHANGED
           WS-STAT-UNSTAMPED-COUNT
       DISPLAY "  Current - left alone ............ ",
           WS-STAT-CURRENT-COUNT
       DISPLAY "  Pinned - left alone ............. ",
           WS-STAT-PINNED-COUNT
       DISPLAY "  Retired - left alone ............ ",
           WS-STAT-RETIRED-COUNT
   ELSE
       DISPLAY "  GEO-OUT records read ............ ",
           WS-STAT-RECORDS-READ
           WS-STAT-ZIP-CHANGED
       DISPLAY "  Unchanged ....................... ",
           WS-STAT-UNCHANGED-COUNT
       DISPLAY "  Pinned - load leaves alone ...... ",
           WS-STAT-PINNED-COUNT
       DISPLAY "  Retired - load leaves alone ..... ",
           WS-STAT-RETIRED-COUNT
       DISPLAY "  Not in master ................... ",
           WS-STAT-NOT-IN-MASTER
       DISPLAY "  No reference key ................ ",
