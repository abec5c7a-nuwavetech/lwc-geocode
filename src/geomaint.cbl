************************************************************************
*  Copyright (c) 2019 NuWave Technologies, Inc. All rights reserved.
*
*  GEOMAINT-COBOL - interactive inquiry and maintenance of the
*  ADDRESS-MASTER.  A supervisor keys a reference key and sees the
*  entry's coordinates, address components, load date and
*  maintenance status, and may then:
*      S - key surveyed coordinates; the entry is pinned so the
*          field-verified location is never overwritten
*      P - pin the entry as it stands
*      U - release a pinned or retired entry back to active, so
*          the next GEOLOAD-COBOL run may update it again
*      R - retire the entry
*  Pinned and retired entries are left alone by GEOLOAD-COBOL and
*  GEOSWEEP-COBOL.  Before this program the only way to fix a
*  master entry was to push a corrected address back through
*  GEOCODE-COBOL and GEOLOAD-COBOL and hope Google agreed.
*
*  Modification History:
*    15OCT2026  NWT  Original version.
************************************************************************
? env common
? save param, startup
 IDENTIFICATION DIVISION.
 PROGRAM-ID.  GEOMAINT-COBOL.
 AUTHOR. NuWave Technologies, Inc.
 ENVIRONMENT DIVISION.

 CONFIGURATION SECTION.
 SOURCE-COMPUTER.  HPE NonStop Server.
 OBJECT-COMPUTER.  HPE NonStop Server.
 SPECIAL-NAMES.

 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
   SELECT MY-TERM
   ASSIGN TO "#DYNAMIC"
   ORGANIZATION IS SEQUENTIAL
   ACCESS MODE IS SEQUENTIAL.

*  The keyed address master, opened I-O for maintenance.
   SELECT ADDR-MASTER
   ASSIGN TO "#DYNAMIC"
   ORGANIZATION IS INDEXED
   ACCESS MODE IS DYNAMIC
   RECORD KEY IS AMR-REF-KEY
   FILE STATUS IS WS-MASTER-FILE-STATUS.

 DATA DIVISION.
 FILE SECTION.
   FD  MY-TERM
       RECORD CONTAINS 1 TO 79 CHARACTERS
       LABEL RECORDS ARE OMITTED.

   01 MY-TERM-RECORD PICTURE X(79).

   FD  ADDR-MASTER
       LABEL RECORDS ARE OMITTED.

   COPY ADDR-MASTER-RECORD             IN GEOCOPY.

 WORKING-STORAGE SECTION.
   01 WS-STRING                        PIC X(256).
   01 WS-ANSWER                        PIC X(79).
   01 WS-PROMPT                        PIC X(24).
   01 WS-RC                            NATIVE-2.
   01 WS-MY-TERM-FILE-NAME             PIC X(64).
   01 WS-MY-TERM-EOF-IND               PIC 9 VALUE 0.
       88 WS-MY-TERM-EOF               VALUE 1.
   01 WS-ENV-MASTER-FILE               PIC X(11) VALUE "MASTER-FILE".
   01 WS-MASTER-FILE-NAME              PIC X(64).
   01 WS-MASTER-FILE-NAME-LEN          NATIVE-2.
   01 WS-MASTER-FILE-STATUS            PIC X(02).
   01 WS-OPEN-FAILED-IND               PIC 9 VALUE 0.
       88 WS-OPEN-FAILED               VALUE 1.
   01 WS-MASTER-FOUND-IND              PIC 9 VALUE 0.
       88 WS-MASTER-FOUND              VALUE 1.
   01 WS-TODAY-DATE                    PIC X(08).

*  Supervisor action parsing.
   01 WS-ACTION-CODE                   PIC X(01).
   01 WS-ENTRY-DONE-IND                PIC 9 VALUE 0.
       88 WS-ENTRY-DONE                VALUE 1.
   01 WS-QUIT-IND                      PIC 9 VALUE 0.
       88 WS-QUIT-REQUESTED            VALUE 1.
   01 WS-REWRITE-OK-IND                PIC 9 VALUE 0.
       88 WS-REWRITE-OK                VALUE 1.
   01 WS-STATUS-TEXT                   PIC X(08).

*  Surveyed coordinates as keyed, checked for range before they
*  replace the entry's coordinates.
   01 WS-COORD-NUMVAL                  PIC S9(05)V9(08).
   01 WS-COORD-OK-IND                  PIC 9 VALUE 0.
       88 WS-COORD-OK                  VALUE 1.
   01 WS-SURVEY-LATITUDE               PIC S9(03)V9(08) COMP-3.
   01 WS-SURVEY-LONGITUDE              PIC S9(03)V9(08) COMP-3.

*  End-of-session summary statistics.
   01 WS-STATS.
       05 WS-STAT-LOOKUP-COUNT         PIC 9(09) VALUE 0.
       05 WS-STAT-NOT-FOUND-COUNT      PIC 9(09) VALUE 0.
       05 WS-STAT-SURVEYED-COUNT       PIC 9(09) VALUE 0.
       05 WS-STAT-PINNED-COUNT         PIC 9(09) VALUE 0.
       05 WS-STAT-RELEASED-COUNT       PIC 9(09) VALUE 0.
       05 WS-STAT-RETIRED-COUNT        PIC 9(09) VALUE 0.

 PROCEDURE DIVISION.

 MAIN.

   DISPLAY " ".
   DISPLAY "LightWave Client(tm) - Google Geocoding API ",
               " - Address Master Maintenance - 15OCT2026".
   DISPLAY " ".

   PERFORM GET-RUN-PARAMETERS THRU GET-RUN-PARAMETERS-EXIT.
   IF WS-OPEN-FAILED
       GO TO MAIN-EXIT
   END-IF.
   PERFORM OPEN-ALL-FILES THRU OPEN-ALL-FILES-EXIT.
   IF WS-OPEN-FAILED
       GO TO MAIN-EXIT
   END-IF.

   MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
   DISPLAY "Enter a reference key, or press Enter alone to finish.".

   PERFORM UNTIL WS-QUIT-REQUESTED
       PERFORM PROMPT-REF-KEY THRU PROMPT-REF-KEY-EXIT
       IF WS-MASTER-FOUND
           PERFORM DISPLAY-ENTRY THRU DISPLAY-ENTRY-EXIT
           PERFORM WORK-ONE-ENTRY THRU WORK-ONE-ENTRY-EXIT
       END-IF
   END-PERFORM.

   PERFORM DISPLAY-SUMMARY THRU DISPLAY-SUMMARY-EXIT.
   PERFORM CLOSE-ALL-FILES THRU CLOSE-ALL-FILES-EXIT.

 MAIN-EXIT.
   EXIT PROGRAM.
   STOP RUN.

************************************************************************
*  GET-RUN-PARAMETERS - MASTER-FILE is required.
************************************************************************
 GET-RUN-PARAMETERS.

   ENTER "SMU_Param_GetText_" USING WS-ENV-MASTER-FILE,
       WS-MASTER-FILE-NAME GIVING WS-MASTER-FILE-NAME-LEN.
   IF WS-MASTER-FILE-NAME-LEN = -1
       DISPLAY "PARAM MASTER-FILE not set."
       SET WS-OPEN-FAILED TO TRUE
   END-IF.

 GET-RUN-PARAMETERS-EXIT.
   EXIT.

************************************************************************
*  OPEN-ALL-FILES - terminal, then the master I-O.  The master must
*  already exist; there is nothing to maintain in an empty one.
************************************************************************
 OPEN-ALL-FILES.

*  Open the terminal.
   ENTER "MYTERM" USING WS-STRING.
   MOVE SPACES TO WS-MY-TERM-FILE-NAME.
   ENTER "FNAMECOLLAPSE" USING WS-STRING, WS-MY-TERM-FILE-NAME.
   ENTER "COBOL_ASSIGN_" USING MY-TERM
       WS-MY-TERM-FILE-NAME GIVING WS-RC.
   OPEN I-O MY-TERM.

   ENTER "COBOL_ASSIGN_" USING ADDR-MASTER
       WS-MASTER-FILE-NAME GIVING WS-RC.
   OPEN I-O ADDR-MASTER.
   IF WS-MASTER-FILE-STATUS NOT = "00"
       DISPLAY "Unable to open MASTER-FILE '", WS-MASTER-FILE-NAME,
           "' - file status ", WS-MASTER-FILE-STATUS
       SET WS-OPEN-FAILED TO TRUE
       GO TO OPEN-ALL-FILES-EXIT
   END-IF.

 OPEN-ALL-FILES-EXIT.
   EXIT.

 CLOSE-ALL-FILES.

   CLOSE MY-TERM.
   CLOSE ADDR-MASTER.

 CLOSE-ALL-FILES-EXIT.
   EXIT.

************************************************************************
*  PROMPT-REF-KEY - read one reference key and look it up.  An empty
*  reply ends the session.
************************************************************************
 PROMPT-REF-KEY.

   MOVE 0 TO WS-MASTER-FOUND-IND.
   MOVE "Reference key?          " TO WS-PROMPT.
   MOVE SPACES TO WS-ANSWER.
   READ MY-TERM WITH PROMPT WS-PROMPT
       AT END
           SET WS-MY-TERM-EOF TO TRUE
           SET WS-QUIT-REQUESTED TO TRUE
           GO TO PROMPT-REF-KEY-EXIT
       NOT AT END
           MOVE MY-TERM-RECORD TO WS-ANSWER
   END-READ.

   IF WS-ANSWER = SPACES
       SET WS-QUIT-REQUESTED TO TRUE
       GO TO PROMPT-REF-KEY-EXIT
   END-IF.

   ADD 1 TO WS-STAT-LOOKUP-COUNT.
   MOVE FUNCTION TRIM(WS-ANSWER) TO AMR-REF-KEY.
   READ ADDR-MASTER
       KEY IS AMR-REF-KEY
       INVALID KEY
           ADD 1 TO WS-STAT-NOT-FOUND-COUNT
           DISPLAY "Not in master: ", AMR-REF-KEY
       NOT INVALID KEY
           SET WS-MASTER-FOUND TO TRUE
   END-READ.

 PROMPT-REF-KEY-EXIT.
   EXIT.

************************************************************************
*  DISPLAY-ENTRY - the entry as it stands in the master.
************************************************************************
 DISPLAY-ENTRY.

   EVALUATE TRUE
       WHEN AMR-ENTRY-IS-PINNED
           MOVE "PINNED" TO WS-STATUS-TEXT
       WHEN AMR-ENTRY-IS-RETIRED
           MOVE "RETIRED" TO WS-STATUS-TEXT
       WHEN OTHER
           MOVE "ACTIVE" TO WS-STATUS-TEXT
   END-EVALUATE.

   DISPLAY " ".
   DISPLAY "================================================================================".
   DISPLAY "  Reference key:  ", AMR-REF-KEY.
   DISPLAY "  Status:         ", WS-STATUS-TEXT,
       "  last maintained: ", AMR-MAINT-DATE.
   DISPLAY "================================================================================".
   DISPLAY "  Input address:  ", AMR-ADDRESS-INPUT(1:60).
   DISPLAY "  Formatted:      ", AMR-FORMATTED-ADDRESS(1:60).
   DISPLAY "  Latitude:       ", AMR-LATITUDE,
       "  longitude: ", AMR-LONGITUDE.
   DISPLAY "  Location type:  ", AMR-LOCATION-TYPE.
   DISPLAY "  Street:         ", FUNCTION TRIM(AMR-STREET-NUMBER),
       " ", AMR-ROUTE(1:45).
   DISPLAY "  City:           ", AMR-CITY(1:45).
   DISPLAY "  County:         ", AMR-COUNTY(1:45).
   DISPLAY "  State:          ", AMR-STATE(1:20),
       "  zip: ", AMR-ZIP.
   DISPLAY "  Load date:      ", AMR-LOAD-DATE.
   DISPLAY " ".

 DISPLAY-ENTRY-EXIT.
   EXIT.

************************************************************************
*  WORK-ONE-ENTRY - prompt for maintenance actions on the entry
*  shown until the supervisor moves on.
*    S - key surveyed coordinates (the entry is pinned)
*    P - pin the entry as it stands
*    U - release a pinned or retired entry to active
*    R - retire the entry
*    N - next reference key
*    Q - quit
************************************************************************
 WORK-ONE-ENTRY.

   MOVE 0 TO WS-ENTRY-DONE-IND.
   PERFORM PROMPT-MAINT-ACTION THRU PROMPT-MAINT-ACTION-EXIT
       UNTIL WS-ENTRY-DONE OR WS-QUIT-REQUESTED.

 WORK-ONE-ENTRY-EXIT.
   EXIT.

 PROMPT-MAINT-ACTION.

   MOVE "Action (S/P/U/R/N/Q)?   " TO WS-PROMPT.
   MOVE SPACES TO WS-ANSWER.
   READ MY-TERM WITH PROMPT WS-PROMPT
       AT END
           SET WS-MY-TERM-EOF TO TRUE
           SET WS-QUIT-REQUESTED TO TRUE
           GO TO PROMPT-MAINT-ACTION-EXIT
       NOT AT END
           MOVE MY-TERM-RECORD TO WS-ANSWER
   END-READ.

   MOVE WS-ANSWER(1:1) TO WS-ACTION-CODE.
   EVALUATE WS-ACTION-CODE
       WHEN "S"
       WHEN "s"
           PERFORM KEY-SURVEYED-COORDINATES
               THRU KEY-SURVEYED-COORDINATES-EXIT
       WHEN "P"
       WHEN "p"
           PERFORM PIN-ENTRY THRU PIN-ENTRY-EXIT
       WHEN "U"
       WHEN "u"
           PERFORM RELEASE-ENTRY THRU RELEASE-ENTRY-EXIT
       WHEN "R"
       WHEN "r"
           PERFORM RETIRE-ENTRY THRU RETIRE-ENTRY-EXIT
       WHEN "N"
       WHEN "n"
           SET WS-ENTRY-DONE TO TRUE
       WHEN "Q"
       WHEN "q"
           SET WS-QUIT-REQUESTED TO TRUE
       WHEN OTHER
           DISPLAY "Enter S (surveyed coordinates), P (pin), ",
               "U (release), R (retire), N (next), or Q (quit)."
   END-EVALUATE.

 PROMPT-MAINT-ACTION-EXIT.
   EXIT.

************************************************************************
*  KEY-SURVEYED-COORDINATES - replace the entry's coordinates with
*  surveyed ones and pin it, so no later load can put Google's
*  answer back.  The location type records where the point came
*  from; the address components are left as Google standardized
*  them.
************************************************************************
 KEY-SURVEYED-COORDINATES.

   IF AMR-ENTRY-IS-RETIRED
       DISPLAY "Entry is retired - release it (U) first."
       GO TO KEY-SURVEYED-COORDINATES-EXIT
   END-IF.

   MOVE "Surveyed latitude?      " TO WS-PROMPT.
   PERFORM READ-COORDINATE THRU READ-COORDINATE-EXIT.
   IF NOT WS-COORD-OK
       GO TO KEY-SURVEYED-COORDINATES-EXIT
   END-IF.
   IF WS-COORD-NUMVAL < -90 OR WS-COORD-NUMVAL > 90
       DISPLAY "Latitude must be -90 to 90 - entry not changed."
       GO TO KEY-SURVEYED-COORDINATES-EXIT
   END-IF.
   MOVE WS-COORD-NUMVAL TO WS-SURVEY-LATITUDE.

   MOVE "Surveyed longitude?     " TO WS-PROMPT.
   PERFORM READ-COORDINATE THRU READ-COORDINATE-EXIT.
   IF NOT WS-COORD-OK
       GO TO KEY-SURVEYED-COORDINATES-EXIT
   END-IF.
   IF WS-COORD-NUMVAL < -180 OR WS-COORD-NUMVAL > 180
       DISPLAY "Longitude must be -180 to 180 - entry not changed."
       GO TO KEY-SURVEYED-COORDINATES-EXIT
   END-IF.
   MOVE WS-COORD-NUMVAL TO WS-SURVEY-LONGITUDE.

   MOVE WS-SURVEY-LATITUDE TO AMR-LATITUDE.
   MOVE WS-SURVEY-LONGITUDE TO AMR-LONGITUDE.
   MOVE "SURVEYED" TO AMR-LOCATION-TYPE.
   SET AMR-ENTRY-IS-PINNED TO TRUE.
   PERFORM REWRITE-ENTRY THRU REWRITE-ENTRY-EXIT.
   IF WS-REWRITE-OK
       ADD 1 TO WS-STAT-SURVEYED-COUNT
       DISPLAY "Surveyed coordinates saved - entry pinned."
       PERFORM DISPLAY-ENTRY THRU DISPLAY-ENTRY-EXIT
   END-IF.

 KEY-SURVEYED-COORDINATES-EXIT.
   EXIT.

************************************************************************
*  READ-COORDINATE - prompt with WS-PROMPT for one signed decimal
*  coordinate.  WS-COORD-OK is set only when the reply is numeric.
************************************************************************
 READ-COORDINATE.

   MOVE 0 TO WS-COORD-OK-IND.
   MOVE SPACES TO WS-ANSWER.
   READ MY-TERM WITH PROMPT WS-PROMPT
       AT END
           SET WS-MY-TERM-EOF TO TRUE
           SET WS-QUIT-REQUESTED TO TRUE
           GO TO READ-COORDINATE-EXIT
       NOT AT END
           MOVE MY-TERM-RECORD TO WS-ANSWER
   END-READ.

   IF WS-ANSWER = SPACES
       DISPLAY "No value entered - entry not changed."
       GO TO READ-COORDINATE-EXIT
   END-IF.
   IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-ANSWER)) NOT = 0
       DISPLAY "Not a number - entry not changed."
       GO TO READ-COORDINATE-EXIT
   END-IF.
   COMPUTE WS-COORD-NUMVAL = FUNCTION NUMVAL(FUNCTION TRIM(WS-ANSWER)).
   SET WS-COORD-OK TO TRUE.

 READ-COORDINATE-EXIT.
   EXIT.

 PIN-ENTRY.

   IF AMR-ENTRY-IS-PINNED
       DISPLAY "Entry is already pinned."
       GO TO PIN-ENTRY-EXIT
   END-IF.
   IF AMR-ENTRY-IS-RETIRED
       DISPLAY "Entry is retired - release it (U) first."
       GO TO PIN-ENTRY-EXIT
   END-IF.

   SET AMR-ENTRY-IS-PINNED TO TRUE.
   PERFORM REWRITE-ENTRY THRU REWRITE-ENTRY-EXIT.
   IF WS-REWRITE-OK
       ADD 1 TO WS-STAT-PINNED-COUNT
       DISPLAY "Entry pinned - loads and sweeps will leave it alone."
   END-IF.

 PIN-ENTRY-EXIT.
   EXIT.

 RELEASE-ENTRY.

   IF AMR-ENTRY-IS-ACTIVE
       DISPLAY "Entry is already active."
       GO TO RELEASE-ENTRY-EXIT
   END-IF.

   SET AMR-ENTRY-IS-ACTIVE TO TRUE.
   PERFORM REWRITE-ENTRY THRU REWRITE-ENTRY-EXIT.
   IF WS-REWRITE-OK
       ADD 1 TO WS-STAT-RELEASED-COUNT
       DISPLAY "Entry released - the next load may update it."
   END-IF.

 RELEASE-ENTRY-EXIT.
   EXIT.

************************************************************************
*  RETIRE-ENTRY - retire the entry after a confirmation.  The record
*  stays in the master for history; only its status changes.
************************************************************************
 RETIRE-ENTRY.

   IF AMR-ENTRY-IS-RETIRED
       DISPLAY "Entry is already retired."
       GO TO RETIRE-ENTRY-EXIT
   END-IF.

   MOVE "Retire entry (Y/N)?     " TO WS-PROMPT.
   MOVE SPACES TO WS-ANSWER.
   READ MY-TERM WITH PROMPT WS-PROMPT
       AT END
           SET WS-MY-TERM-EOF TO TRUE
           SET WS-QUIT-REQUESTED TO TRUE
           GO TO RETIRE-ENTRY-EXIT
       NOT AT END
           MOVE MY-TERM-RECORD TO WS-ANSWER
   END-READ.
   IF WS-ANSWER(1:1) NOT = "Y" AND WS-ANSWER(1:1) NOT = "y"
       DISPLAY "Entry not retired."
       GO TO RETIRE-ENTRY-EXIT
   END-IF.

   SET AMR-ENTRY-IS-RETIRED TO TRUE.
   PERFORM REWRITE-ENTRY THRU REWRITE-ENTRY-EXIT.
   IF WS-REWRITE-OK
       ADD 1 TO WS-STAT-RETIRED-COUNT
       DISPLAY "Entry retired."
   END-IF.

 RETIRE-ENTRY-EXIT.
   EXIT.

************************************************************************
*  REWRITE-ENTRY - stamp and rewrite the maintained entry.  On a
*  failed rewrite the entry is read back so the screen never shows
*  a change the master did not take.
************************************************************************
 REWRITE-ENTRY.

   MOVE 0 TO WS-REWRITE-OK-IND.
   MOVE WS-TODAY-DATE TO AMR-MAINT-DATE.
   REWRITE ADDR-MASTER-RECORD
       INVALID KEY
           DISPLAY "Rewrite failed for key ", AMR-REF-KEY,
               " - file status ", WS-MASTER-FILE-STATUS
       NOT INVALID KEY
           SET WS-REWRITE-OK TO TRUE
   END-REWRITE.

   IF NOT WS-REWRITE-OK
       READ ADDR-MASTER
           KEY IS AMR-REF-KEY
           INVALID KEY
               DISPLAY "Entry no longer in master: ", AMR-REF-KEY
               SET WS-ENTRY-DONE TO TRUE
       END-READ
   END-IF.

 REWRITE-ENTRY-EXIT.
   EXIT.

************************************************************************
*  DISPLAY-SUMMARY - end-of-session tally.
************************************************************************
 DISPLAY-SUMMARY.

   DISPLAY " ".
   DISPLAY "================================================================================".
   DISPLAY "  Session Summary".
   DISPLAY "================================================================================".
   DISPLAY "  Reference keys looked up ........ ", WS-STAT-LOOKUP-COUNT.
   DISPLAY "  Not in master ................... ", WS-STAT-NOT-FOUND-COUNT.
   DISPLAY "  Surveyed coordinates keyed ...... ", WS-STAT-SURVEYED-COUNT.
   DISPLAY "  Entries pinned .................. ", WS-STAT-PINNED-COUNT.
   DISPLAY "  Entries released ................ ", WS-STAT-RELEASED-COUNT.
   DISPLAY "  Entries retired ................. ", WS-STAT-RETIRED-COUNT.
   DISPLAY "================================================================================".
   DISPLAY " ".

 DISPLAY-SUMMARY-EXIT.
   EXIT.
