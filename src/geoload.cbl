*  the keyed ADDRESS-MASTER file, the shop's single system of record
*  for geocoded addresses.  New reference keys are inserted; entries
*  whose coordinates or component fields changed since the last load
*  are updated; unchanged entries are left alone.  Entries a
*  supervisor has pinned or retired through GEOMAINT-COBOL are
*  never updated by a load.  An audit of adds, changes and
*  unchanged records is displayed at end of run.
*
*  Modification History:
*    15AUG2026  NWT  Original version.
*                    miles moved, JUMP-MILES splits refinements from
*                    big jumps, and the audit gains a movement
*                    report so downstream reruns stop being guessed.
*    15OCT2026  NWT  Entries pinned or retired through GEOMAINT-COBOL
*                    are left alone and counted in the audit.
************************************************************************
? env common
? save param, startup
       05 WS-STAT-CHANGE-COUNT         PIC 9(09) VALUE 0.
       05 WS-STAT-UNCHANGED-COUNT      PIC 9(09) VALUE 0.
       05 WS-STAT-NO-KEY-COUNT         PIC 9(09) VALUE 0.
       05 WS-STAT-PINNED-COUNT         PIC 9(09) VALUE 0.
       05 WS-STAT-RETIRED-COUNT        PIC 9(09) VALUE 0.
       05 WS-STAT-FEED-WRITE-COUNT     PIC 9(09) VALUE 0.
       05 WS-STAT-REFINEMENT-COUNT     PIC 9(09) VALUE 0.
       05 WS-STAT-BIG-JUMP-COUNT       PIC 9(09) VALUE 0.
************************************************************************
*  LOAD-ONE-RECORD - insert, update or skip one GEO-OUT record.
*  Records without a reference key cannot be keyed into the master
*  and are counted and reported instead of loaded.  A pinned entry
*  holds field-verified coordinates a geocode must not overwrite,
*  and a retired entry stays retired until a supervisor releases
*  it, so both are skipped and reported.
************************************************************************
 LOAD-ONE-RECORD.

       GO TO LOAD-ONE-RECORD-EXIT
   END-IF.

   IF AMR-ENTRY-IS-PINNED
       ADD 1 TO WS-STAT-PINNED-COUNT
       DISPLAY "Pinned:    ", GOR-REF-KEY, " - left alone"
       GO TO LOAD-ONE-RECORD-EXIT
   END-IF.
   IF AMR-ENTRY-IS-RETIRED
       ADD 1 TO WS-STAT-RETIRED-COUNT
       DISPLAY "Retired:   ", GOR-REF-KEY, " - left alone"
       GO TO LOAD-ONE-RECORD-EXIT
   END-IF.

   PERFORM COMPARE-MASTER-RECORD THRU COMPARE-MASTER-RECORD-EXIT.

   IF WS-RECORD-CHANGED
   DISPLAY "  Changed in master ............... ", WS-STAT-CHANGE-COUNT.
   DISPLAY "  Unchanged ....................... ", WS-STAT-UNCHANGED-COUNT.
   DISPLAY "  No reference key - not loaded ... ", WS-STAT-NO-KEY-COUNT.
   DISPLAY "  Pinned - left alone ............. ", WS-STAT-PINNED-COUNT.
   DISPLAY "  Retired - left alone ............ ", WS-STAT-RETIRED-COUNT.
   IF WS-STAT-CHANGE-COUNT > 0
       MOVE WS-MAX-MILES-MOVED TO WS-MOVE-DISPLAY
       DISPLAY "  Movement report (JUMP-MILES ", WS-JUMP-MILES, "):"
