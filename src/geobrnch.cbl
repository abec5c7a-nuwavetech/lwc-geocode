*  the nearest and second-nearest branches.  An address outside
*  every branch's service radius is flagged unserviceable.
*
*  When OVERRIDE-FILE is set, an address with an entry in the keyed
*  branch override file (written by GEOBALANCE-COBOL from a
*  reviewed rebalance proposal) is assigned to the override branch
*  instead; its geometrically nearest branch becomes the second.  An
*  override naming a branch no longer in the master is ignored.
*
*  Modification History:
*    18AUG2026  NWT  Original version.
*    15OCT2026  NWT  Branch override file (OVERRIDE-FILE) respected
*                    for workload rebalancing.
************************************************************************
? env common
? save param, startup
   ACCESS MODE IS SEQUENTIAL
   FILE STATUS IS WS-ASSIGN-OUT-FILE-STATUS.

*  GEOBALANCE-COBOL's keyed branch overrides, used when
*  OVERRIDE-FILE is set.
   SELECT OVERRIDE-IN
   ASSIGN TO "#DYNAMIC"
   ORGANIZATION IS INDEXED
   ACCESS MODE IS DYNAMIC
   RECORD KEY IS BOR-REF-KEY
   FILE STATUS IS WS-OVERRIDE-IN-FILE-STATUS.

 DATA DIVISION.
 FILE SECTION.
   FD  GEO-IN

   COPY BRANCH-ASSIGN-RECORD           IN GEOCOPY.

   FD  OVERRIDE-IN
       LABEL RECORDS ARE OMITTED.

   COPY BRANCH-OVERRIDE-RECORD         IN GEOCOPY.

 WORKING-STORAGE SECTION.
   01 I                                NATIVE-2.
   01 WS-RC                            NATIVE-2.
   01 WS-ASSIGN-FILE-NAME              PIC X(64).
   01 WS-ASSIGN-FILE-NAME-LEN          NATIVE-2.
   01 WS-ASSIGN-OUT-FILE-STATUS        PIC X(02).
   01 WS-ENV-OVERRIDE-FILE             PIC X(13) VALUE "OVERRIDE-FILE".
   01 WS-OVERRIDE-FILE-NAME            PIC X(64).
   01 WS-OVERRIDE-FILE-NAME-LEN        NATIVE-2.
   01 WS-OVERRIDE-IN-FILE-STATUS       PIC X(02).
   01 WS-OVERRIDE-OPEN-IND             PIC 9 VALUE 0.
       88 WS-OVERRIDE-IS-OPEN          VALUE 1.
   01 WS-OPEN-FAILED-IND               PIC 9 VALUE 0.
       88 WS-OPEN-FAILED               VALUE 1.
   01 WS-GEO-IN-EOF-IND                PIC 9 VALUE 0.
   01 WS-SECOND-DISTANCE               PIC S9(05)V9(02) COMP-3.
   01 WS-NEAREST-BRANCH                NATIVE-2.
   01 WS-SECOND-BRANCH                 NATIVE-2.
   01 WS-OVERRIDE-BRANCH               NATIVE-2.
   01 WS-SERVICEABLE-IND               PIC 9 VALUE 0.
       88 WS-SERVICEABLE               VALUE 1.
   01 WS-LATLNG-TEXT                   PIC X(13).
       05 WS-STAT-ASSIGNED-COUNT       PIC 9(09) VALUE 0.
       05 WS-STAT-UNSERVICEABLE-COUNT  PIC 9(09) VALUE 0.
       05 WS-STAT-NO-COORDS-COUNT      PIC 9(09) VALUE 0.
       05 WS-STAT-OVERRIDE-COUNT       PIC 9(09) VALUE 0.
       05 WS-STAT-OVERRIDE-IGNORED     PIC 9(09) VALUE 0.

 PROCEDURE DIVISION.

   STOP RUN.

************************************************************************
*  GET-RUN-PARAMETERS - the three file PARAMs are required;
*  OVERRIDE-FILE is optional.
************************************************************************
 GET-RUN-PARAMETERS.

       SET WS-OPEN-FAILED TO TRUE
   END-IF.

   ENTER "SMU_Param_GetText_" USING WS-ENV-OVERRIDE-FILE,
       WS-OVERRIDE-FILE-NAME GIVING WS-OVERRIDE-FILE-NAME-LEN.

 GET-RUN-PARAMETERS-EXIT.
   EXIT.

       GO TO OPEN-ALL-FILES-EXIT
   END-IF.

*  The override file is opened before ASSIGN-FILE is, so a bad
*  OVERRIDE-FILE leaves the last assignments untouched.
   IF WS-OVERRIDE-FILE-NAME-LEN NOT = -1
       ENTER "COBOL_ASSIGN_" USING OVERRIDE-IN
           WS-OVERRIDE-FILE-NAME GIVING WS-RC
       OPEN INPUT OVERRIDE-IN
       IF WS-OVERRIDE-IN-FILE-STATUS NOT = "00"
           DISPLAY "Unable to open OVERRIDE-FILE '",
               WS-OVERRIDE-FILE-NAME,
               "' - file status ", WS-OVERRIDE-IN-FILE-STATUS
           SET WS-OPEN-FAILED TO TRUE
           GO TO OPEN-ALL-FILES-EXIT
       END-IF
       SET WS-OVERRIDE-IS-OPEN TO TRUE
   END-IF.

   ENTER "COBOL_ASSIGN_" USING ASSIGN-OUT
       WS-ASSIGN-FILE-NAME GIVING WS-RC.
   OPEN OUTPUT ASSIGN-OUT.
   CLOSE GEO-IN.
   CLOSE BRANCH-IN.
   CLOSE ASSIGN-OUT.
   IF WS-OVERRIDE-IS-OPEN
       CLOSE OVERRIDE-IN
   END-IF.

 CLOSE-ALL-FILES-EXIT.
   EXIT.

************************************************************************
*  ASSIGN-ONE-ADDRESS - distance to every branch, keeping the two
*  nearest, apply any branch override, then write the assignment
*  record.
************************************************************************
 ASSIGN-ONE-ADDRESS.

       END-IF
   END-PERFORM.

   IF WS-OVERRIDE-IS-OPEN
       PERFORM APPLY-BRANCH-OVERRIDE THRU APPLY-BRANCH-OVERRIDE-EXIT
   END-IF.

   MOVE SPACES TO BRANCH-ASSIGN-RECORD.
   MOVE GOR-REF-KEY TO BAR-REF-KEY.
   MOVE GOR-ADDRESS-INPUT TO BAR-ADDRESS-INPUT.
 ASSIGN-ONE-ADDRESS-EXIT.
   EXIT.

************************************************************************
*  APPLY-BRANCH-OVERRIDE - when the address has an override entry,
*  make the override branch the assigned (nearest) branch and carry
*  the geometrically nearest as the second.
************************************************************************
 APPLY-BRANCH-OVERRIDE.

   IF GOR-REF-KEY = SPACES
       GO TO APPLY-BRANCH-OVERRIDE-EXIT
   END-IF.
   MOVE GOR-REF-KEY TO BOR-REF-KEY.
   READ OVERRIDE-IN
       KEY IS BOR-REF-KEY
       INVALID KEY
           GO TO APPLY-BRANCH-OVERRIDE-EXIT
   END-READ.

   MOVE 0 TO WS-OVERRIDE-BRANCH.
   PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-BRANCH-COUNT
       IF WS-BR-CODE(I) = BOR-BRANCH-CODE
           MOVE I TO WS-OVERRIDE-BRANCH
       END-IF
   END-PERFORM.
   IF WS-OVERRIDE-BRANCH = 0
       ADD 1 TO WS-STAT-OVERRIDE-IGNORED
       DISPLAY "Override branch not in BRANCH-FILE - ignored: ",
           GOR-REF-KEY, " ", BOR-BRANCH-CODE
       GO TO APPLY-BRANCH-OVERRIDE-EXIT
   END-IF.

   ADD 1 TO WS-STAT-OVERRIDE-COUNT.
   IF WS-OVERRIDE-BRANCH = WS-NEAREST-BRANCH
       GO TO APPLY-BRANCH-OVERRIDE-EXIT
   END-IF.
   MOVE WS-OVERRIDE-BRANCH TO I.
   PERFORM COMPUTE-BRANCH-DISTANCE THRU COMPUTE-BRANCH-DISTANCE-EXIT.
   MOVE WS-NEAREST-BRANCH TO WS-SECOND-BRANCH.
   MOVE WS-NEAREST-DISTANCE TO WS-SECOND-DISTANCE.
   MOVE WS-OVERRIDE-BRANCH TO WS-NEAREST-BRANCH.
   MOVE WS-BRANCH-DISTANCE TO WS-NEAREST-DISTANCE.

 APPLY-BRANCH-OVERRIDE-EXIT.
   EXIT.

************************************************************************
*  COMPUTE-BRANCH-DISTANCE - great-circle distance in statute miles
*  from the address to branch I by the spherical law of cosines.
   DISPLAY "  Assigned to a branch ............ ", WS-STAT-ASSIGNED-COUNT.
   DISPLAY "  Unserviceable ................... ", WS-STAT-UNSERVICEABLE-COUNT.
   DISPLAY "  No coordinates - skipped ........ ", WS-STAT-NO-COORDS-COUNT.
   IF WS-OVERRIDE-IS-OPEN
       DISPLAY "  Assigned by override ............ ", WS-STAT-OVERRIDE-COUNT
       DISPLAY "  Overrides ignored ............... ", WS-STAT-OVERRIDE-IGNORED
   END-IF.
   DISPLAY "================================================================================".
   DISPLAY " ".

