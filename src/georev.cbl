*  items are written in GEO-OUT-RECORD format so dispositioned
*  addresses flow into the same downstream load as clean geocodes.
*  Items not accepted are written to the pending file, which becomes
*  the next session's review queue.  The clerk signs on with an ID
*  before the first item is shown, and every disposition is appended
*  to the review audit file for GEOCLERK-COBOL's productivity and
*  spot-check report.
*
*  Modification History:
*    14AUG2026  NWT  Original version.
*    19AUG2026  NWT  REVIEW-OUT/GEO-OUT records now lead with the
*                    input-sequence ordinal; carried through accept,
*                    correction and pending pass-through.
*    15OCT2026  NWT  Items left with no reference key and no address
*                    by GEOPURGE-COBOL are dropped from the queue.
*    15OCT2026  NWT  Clerk ID required at sign-on; each accept,
*                    correction, reject and skip is appended to the
*                    review audit file (REVIEW-AUDIT-FILE) with the
*                    clerk, timestamp, before/after address, chosen
*                    candidate and time spent on the item.
*    15OCT2026  NWT  Google API cost chargeback: correction lookups
*                    are charged to the department of the item's
*                    reference key (DEPT-TABLE-FILE) and added to
*                    USAGE-FILE.
************************************************************************
? env common
? save param, startup
   ACCESS MODE IS SEQUENTIAL
   FILE STATUS IS WS-PEND-OUT-FILE-STATUS.

*  Durable audit trail of every disposition, appended across
*  sessions.
   SELECT AUDIT-OUT
   ASSIGN TO "#DYNAMIC"
   ORGANIZATION IS SEQUENTIAL
   ACCESS MODE IS SEQUENTIAL
   FILE STATUS IS WS-AUDIT-OUT-FILE-STATUS.

*  The department table and the keyed usage file for the Google API
*  cost chargeback, used when DEPT-TABLE-FILE and USAGE-FILE are set.
   SELECT DEPT-TABLE-IN
   ASSIGN TO "#DYNAMIC"
   ORGANIZATION IS SEQUENTIAL
   ACCESS MODE IS SEQUENTIAL
   FILE STATUS IS WS-DEPT-TABLE-FILE-STATUS.

   SELECT API-USAGE
   ASSIGN TO "#DYNAMIC"
   ORGANIZATION IS INDEXED
   ACCESS MODE IS DYNAMIC
   RECORD KEY IS AUR-USAGE-KEY
   FILE STATUS IS WS-USAGE-FILE-STATUS.

 DATA DIVISION.
 FILE SECTION.
   FD  MY-TERM

   01 PEND-OUT-RECORD                  PIC X(483).

   FD  AUDIT-OUT
       LABEL RECORDS ARE OMITTED.

   COPY REVIEW-AUDIT-RECORD            IN GEOCOPY.

   FD  DEPT-TABLE-IN
       LABEL RECORDS ARE OMITTED.

   COPY DEPT-TABLE-RECORD              IN GEOCOPY.

   FD  API-USAGE
       LABEL RECORDS ARE OMITTED.

   COPY API-USAGE-RECORD               IN GEOCOPY.

 WORKING-STORAGE SECTION.
   01 I                                NATIVE-2.
   01 J                                NATIVE-2.
       88 WS-OPEN-FAILED                VALUE 1.

*  File PARAMs.  REVIEW-FILE and PENDING-FILE are required;
*  DISPOSITION-FILE is required so accepted work is never lost, and
*  REVIEW-AUDIT-FILE so no disposition goes unrecorded.
   01  WS-ENV-REVIEW-FILE              PIC X(11) VALUE "REVIEW-FILE".
   01  WS-REVIEW-FILE-NAME             PIC X(64).
   01  WS-REVIEW-FILE-NAME-LEN         NATIVE-2.
   01  WS-PENDING-FILE-NAME            PIC X(64).
   01  WS-PENDING-FILE-NAME-LEN        NATIVE-2.
   01  WS-PEND-OUT-FILE-STATUS         PIC X(02).
   01  WS-ENV-AUDIT-FILE               PIC X(17)
                                       VALUE "REVIEW-AUDIT-FILE".
   01  WS-AUDIT-FILE-NAME              PIC X(64).
   01  WS-AUDIT-FILE-NAME-LEN          NATIVE-2.
   01  WS-AUDIT-OUT-FILE-STATUS        PIC X(02).

*  Clerk sign-on and per-item timing.  WS-ITEM-START-SECONDS is the
*  day number times 86400 plus the time of day, in seconds, at
*  which the current item was shown, so an item worked across
*  midnight still times correctly.
   01  WS-CLERK-ID                     PIC X(08) VALUE SPACES.
   01  WS-SIGNED-ON-IND                PIC 9 VALUE 0.
       88 WS-SIGNED-ON                 VALUE 1.
   01  WS-NOW-STAMP                    PIC X(21).
   01  WS-NOW-DATE-NUM                 PIC 9(08).
   01  WS-NOW-TOTAL-SECONDS            PIC 9(11).
   01  WS-ITEM-START-SECONDS           PIC 9(11) VALUE 0.
   01  WS-ITEM-SECONDS                 PIC S9(11).
   01  WS-AUDIT-ACTION                 PIC X(08).
   01  WS-AUDIT-AFTER-ADDRESS          PIC X(256).
   01  WS-AUDIT-CHOSEN                 PIC 9(02).
   01  WS-AUDIT-FORMATTED              PIC X(128).
   01  WS-AUDIT-LATITUDE               PIC -999.9(08).
   01  WS-AUDIT-LONGITUDE              PIC -999.9(08).
   01  WS-AUDIT-OUTCOME                PIC X(08).

*  Configurable timeout / retry / backoff on SERVERCLASS_SEND_,
*  matching GEOCODE-COBOL's PARAMs and defaults.
       05 WS-ADDR-STATE                PIC X(032).
       05 WS-ADDR-ZIP                  PIC X(016).


*  Google API cost chargeback.  Each Google call and cache hit is
*  counted against a department, and the counts are added to the
*  keyed usage file named by USAGE-FILE at end of run for
*  GEOCHRG-COBOL's month-end chargeback.  The department is
*  CHARGE-DEPARTMENT when set; otherwise the longest PREFIX entry
*  of DEPT-TABLE-FILE matching the reference key, then the FILE
*  entry for this run's input file, then the PROGRAM entry for
*  this program, and UNASSGND when nothing matches.
   01  WS-ENV-USAGE-FILE               PIC X(10) VALUE "USAGE-FILE".
   01  WS-USAGE-FILE-NAME              PIC X(64).
   01  WS-USAGE-FILE-NAME-LEN          NATIVE-2 VALUE -1.
   01  WS-USAGE-FILE-STATUS            PIC X(02).
   01  WS-ENV-DEPT-TABLE-FILE          PIC X(15)
                                       VALUE "DEPT-TABLE-FILE".
   01  WS-DEPT-TABLE-FILE-NAME         PIC X(64).
   01  WS-DEPT-TABLE-FILE-NAME-LEN     NATIVE-2.
   01  WS-DEPT-TABLE-FILE-STATUS       PIC X(02).
   01  WS-DEPT-TABLE-EOF-IND           PIC 9 VALUE 0.
       88 WS-DEPT-TABLE-EOF            VALUE 1.
   01  WS-ENV-CHARGE-DEPARTMENT        PIC X(17)
                                       VALUE "CHARGE-DEPARTMENT".
   01  WS-CHARGE-DEPARTMENT            PIC X(08) VALUE SPACES.
   01  WS-CHARGE-DEPARTMENT-LEN        NATIVE-2.
   01  WS-CHG-PROGRAM                  PIC X(16) VALUE "GEOREVIEW-COBOL".
   01  WS-CHG-INPUT-NAME               PIC X(64) VALUE SPACES.
   01  WS-CHG-MONTH                    PIC X(06).
   01  WS-CHG-STAMP                    PIC X(21).
   01  WS-CHG-REF-KEY                  PIC X(20).
   01  WS-CHG-DEPARTMENT               PIC X(08).
   01  WS-CHG-RUN-DEPARTMENT           PIC X(08).
   01  WS-CHG-BEST-LEN                 NATIVE-2.
   01  WS-CHG-SCAN                     NATIVE-2.
   01  WS-CHG-ON-FILE-IND              PIC 9 VALUE 0.
       88 WS-CHG-ON-FILE               VALUE 1.
   01  WS-CHG-RETRIED-IND              PIC 9 VALUE 0.
       88 WS-CHG-RETRIED               VALUE 1.
   01  WS-CHG-RULE-IGNORED             NATIVE-2 VALUE 0.
   01  WS-CHG-RULE-COUNT               NATIVE-2 VALUE 0.
   01  WS-CHG-RULE-IX                  NATIVE-2.
   01  WS-CHG-RULE-TABLE.
       05 WS-CHG-RULE                  OCCURS 200 TIMES.
           10 WS-CHG-RULE-TYPE         PIC X(08).
           10 WS-CHG-RULE-VALUE        PIC X(64).
           10 WS-CHG-RULE-LEN          NATIVE-2.
           10 WS-CHG-RULE-DEPARTMENT   PIC X(08).
   01  WS-CHG-COUNT                    NATIVE-2 VALUE 1.
   01  WS-CHG-IX                       NATIVE-2 VALUE 1.
   01  WS-CHG-TABLE.
       05 WS-CHG-ENTRY                 OCCURS 50 TIMES.
           10 WS-CHG-ENTRY-DEPARTMENT  PIC X(08).
           10 WS-CHG-GEOCODE-CALLS     PIC 9(09).
           10 WS-CHG-CACHE-HITS        PIC 9(09).
           10 WS-CHG-DISTANCE-CALLS    PIC 9(09).

*  End-of-session summary statistics.
   01  WS-STATS.
       05 WS-STAT-GROUPS-READ          PIC 9(09) VALUE 0.
       05 WS-STAT-CORRECTED-COUNT      PIC 9(09) VALUE 0.
       05 WS-STAT-REJECTED-COUNT       PIC 9(09) VALUE 0.
       05 WS-STAT-CARRIED-COUNT        PIC 9(09) VALUE 0.
       05 WS-STAT-PURGED-COUNT         PIC 9(09) VALUE 0.
       05 WS-STAT-API-CALL-COUNT       PIC 9(09) VALUE 0.

   COPY GOOGLE-GEOCODE-VAL             IN GEOCOPY.
   IF WS-OPEN-FAILED
       GO TO MAIN-EXIT
   END-IF.
   MOVE WS-REVIEW-FILE-NAME TO WS-CHG-INPUT-NAME.
   PERFORM LOAD-CHARGE-TABLE THRU LOAD-CHARGE-TABLE-EXIT.
   PERFORM OPEN-ALL-FILES THRU OPEN-ALL-FILES-EXIT.
   IF WS-OPEN-FAILED
       GO TO MAIN-EXIT
   END-IF.

   MOVE 0 TO WS-CANDIDATE-COUNT.
   PERFORM CLERK-SIGN-ON THRU CLERK-SIGN-ON-EXIT
       UNTIL WS-SIGNED-ON OR WS-QUIT-REQUESTED.

   PERFORM READ-NEXT-REVIEW-RECORD THRU READ-NEXT-REVIEW-RECORD-EXIT.

   PERFORM UNTIL WS-REVIEW-EOF AND NOT WS-HELD-RECORD
           OR WS-QUIT-REQUESTED
       PERFORM READ-REVIEW-GROUP THRU READ-REVIEW-GROUP-EXIT
       IF WS-CANDIDATE-COUNT > 0
               AND WS-GROUP-REF-KEY = SPACES
               AND WS-GROUP-ADDRESS = SPACES
           ADD 1 TO WS-STAT-PURGED-COUNT
           MOVE 0 TO WS-CANDIDATE-COUNT
       END-IF
       IF WS-CANDIDATE-COUNT > 0
           ADD 1 TO WS-STAT-GROUPS-READ
           PERFORM DISPLAY-GROUP THRU DISPLAY-GROUP-EXIT
           PERFORM GET-NOW-SECONDS THRU GET-NOW-SECONDS-EXIT
           MOVE WS-NOW-TOTAL-SECONDS TO WS-ITEM-START-SECONDS
           PERFORM WORK-ONE-GROUP THRU WORK-ONE-GROUP-EXIT
       END-IF
   END-PERFORM.
   END-IF.

   PERFORM DISPLAY-SUMMARY THRU DISPLAY-SUMMARY-EXIT.
   PERFORM POST-CHARGE-USAGE THRU POST-CHARGE-USAGE-EXIT.
   PERFORM CLOSE-ALL-FILES THRU CLOSE-ALL-FILES-EXIT.

 MAIN-EXIT.
   STOP RUN.

************************************************************************
*  GET-RUN-PARAMETERS - the four file PARAMs are required; the
*  timeout/retry/backoff PARAMs default to GEOCODE-COBOL's behavior.
************************************************************************
 GET-RUN-PARAMETERS.
       SET WS-OPEN-FAILED TO TRUE
   END-IF.

   ENTER "SMU_Param_GetText_" USING WS-ENV-AUDIT-FILE,
       WS-AUDIT-FILE-NAME GIVING WS-AUDIT-FILE-NAME-LEN.
   IF WS-AUDIT-FILE-NAME-LEN = -1
       DISPLAY "PARAM REVIEW-AUDIT-FILE not set."
       SET WS-OPEN-FAILED TO TRUE
   END-IF.

   ENTER "SMU_Param_GetText_" USING WS-ENV-TIMEOUT, WS-TIMEOUT-TEXT
       GIVING WS-TIMEOUT-TEXT-LEN.
   IF WS-TIMEOUT-TEXT-LEN NOT = -1
   EXIT.

************************************************************************
*  OPEN-ALL-FILES - terminal, review queue in, dispositions and
*  audit trail out (extended so sessions accumulate), pending queue
*  out.
************************************************************************
 OPEN-ALL-FILES.

       GO TO OPEN-ALL-FILES-EXIT
   END-IF.

*  The audit file is never recreated once it exists.
   ENTER "COBOL_ASSIGN_" USING AUDIT-OUT
       WS-AUDIT-FILE-NAME GIVING WS-RC.
   OPEN EXTEND AUDIT-OUT.
   IF WS-AUDIT-OUT-FILE-STATUS NOT = "00"
       OPEN OUTPUT AUDIT-OUT
   END-IF.
   IF WS-AUDIT-OUT-FILE-STATUS NOT = "00"
       DISPLAY "Unable to open REVIEW-AUDIT-FILE '",
           WS-AUDIT-FILE-NAME,
           "' - file status ", WS-AUDIT-OUT-FILE-STATUS
       SET WS-OPEN-FAILED TO TRUE
       GO TO OPEN-ALL-FILES-EXIT
   END-IF.

 OPEN-ALL-FILES-EXIT.
   EXIT.

   CLOSE REVIEW-IN.
   CLOSE DISP-OUT.
   CLOSE PEND-OUT.
   CLOSE AUDIT-OUT.

 CLOSE-ALL-FILES-EXIT.
   EXIT.

************************************************************************
*  CLERK-SIGN-ON - no item is shown until the clerk keys an ID of
*  one to eight characters.  End of file on the terminal quits the
*  session; the whole queue then passes through to pending.
************************************************************************
 CLERK-SIGN-ON.

   MOVE "Clerk ID?               " TO WS-PROMPT.
   MOVE SPACES TO WS-ANSWER.
   READ MY-TERM WITH PROMPT WS-PROMPT
       AT END
           SET WS-MY-TERM-EOF TO TRUE
           SET WS-QUIT-REQUESTED TO TRUE
           GO TO CLERK-SIGN-ON-EXIT
       NOT AT END
           MOVE MY-TERM-RECORD TO WS-ANSWER
   END-READ.

   IF WS-ANSWER(1:1) = SPACE OR WS-ANSWER(9:71) NOT = SPACES
       DISPLAY "Clerk ID is required - 1 to 8 characters, no ",
           "leading blanks."
       GO TO CLERK-SIGN-ON-EXIT
   END-IF.

   MOVE WS-ANSWER(1:8) TO WS-CLERK-ID.
   INSPECT WS-CLERK-ID
       CONVERTING "abcdefghijklmnopqrstuvwxyz"
       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
   SET WS-SIGNED-ON TO TRUE.
   DISPLAY "Signed on as ", WS-CLERK-ID, ".".

 CLERK-SIGN-ON-EXIT.
   EXIT.

************************************************************************
*  READ-NEXT-REVIEW-RECORD - read-ahead: hold one record so group
*  control breaks can be detected before the group is worked.
       WHEN "r"
           PERFORM KEEP-GROUP-PENDING THRU KEEP-GROUP-PENDING-EXIT
           ADD 1 TO WS-STAT-REJECTED-COUNT
           MOVE "REJECT" TO WS-AUDIT-ACTION
           PERFORM CLEAR-AUDIT-DETAIL THRU CLEAR-AUDIT-DETAIL-EXIT
           PERFORM WRITE-AUDIT-RECORD THRU WRITE-AUDIT-RECORD-EXIT
           SET WS-GROUP-DONE TO TRUE
       WHEN "N"
       WHEN "n"
           PERFORM KEEP-GROUP-PENDING THRU KEEP-GROUP-PENDING-EXIT
           ADD 1 TO WS-STAT-CARRIED-COUNT
           MOVE "SKIP" TO WS-AUDIT-ACTION
           PERFORM CLEAR-AUDIT-DETAIL THRU CLEAR-AUDIT-DETAIL-EXIT
           PERFORM WRITE-AUDIT-RECORD THRU WRITE-AUDIT-RECORD-EXIT
           SET WS-GROUP-DONE TO TRUE
       WHEN "Q"
       WHEN "q"
   WRITE GEO-OUT-RECORD.
   ADD 1 TO WS-STAT-ACCEPTED-COUNT.
   DISPLAY "Accepted candidate ", WS-ACCEPT-NUMBER, ".".
   MOVE "ACCEPT" TO WS-AUDIT-ACTION.
   MOVE WS-CAND-FORMATTED(WS-ACCEPT-NUMBER) TO WS-AUDIT-AFTER-ADDRESS.
   MOVE WS-ACCEPT-NUMBER TO WS-AUDIT-CHOSEN.
   MOVE WS-CAND-FORMATTED(WS-ACCEPT-NUMBER) TO WS-AUDIT-FORMATTED.
   MOVE WS-CAND-LATITUDE(WS-ACCEPT-NUMBER) TO WS-AUDIT-LATITUDE.
   MOVE WS-CAND-LONGITUDE(WS-ACCEPT-NUMBER) TO WS-AUDIT-LONGITUDE.
   MOVE "ACCEPTED" TO WS-AUDIT-OUTCOME.
   PERFORM WRITE-AUDIT-RECORD THRU WRITE-AUDIT-RECORD-EXIT.
   SET WS-GROUP-DONE TO TRUE.

 ACCEPT-CANDIDATE-EXIT.
       THRU GEOCODE-CORRECTED-ADDRESS-EXIT.
   IF WS-CORRECT-OK
       ADD 1 TO WS-STAT-CORRECTED-COUNT
       MOVE "CORRECT" TO WS-AUDIT-ACTION
       MOVE WS-CORRECTED-ADDRESS TO WS-AUDIT-AFTER-ADDRESS
       PERFORM WRITE-AUDIT-RECORD THRU WRITE-AUDIT-RECORD-EXIT
       SET WS-GROUP-DONE TO TRUE
   END-IF.

 GEOCODE-CORRECTED-ADDRESS.

   MOVE 0 TO WS-CORRECT-OK-IND.
   PERFORM CLEAR-AUDIT-DETAIL THRU CLEAR-AUDIT-DETAIL-EXIT.
   MOVE "REQUEUED" TO WS-AUDIT-OUTCOME.
   MOVE LOW-VALUES TO GET-GEOCODE-RQ.
   MOVE RQ-GET-GEOCODE TO RQ-CODE OF GET-GEOCODE-RQ.
   MOVE WS-CORRECTED-ADDRESS TO ADDRESS-RW OF GET-GEOCODE-RQ.
   MOVE FUNCTION LENGTH(GET-GEOCODE-RQ) TO WS-REQUEST-LEN.
   MOVE FUNCTION LENGTH(WS-MESSAGE-BUFFER) TO WS-MAXIMUM-REPLY-LEN.
   MOVE WS-CONFIGURED-TIMEOUT TO WS-TIMEOUT.
   MOVE WS-GROUP-REF-KEY TO WS-CHG-REF-KEY.
   PERFORM RESOLVE-CHARGE-DEPARTMENT
       THRU RESOLVE-CHARGE-DEPARTMENT-EXIT.

   PERFORM SEND-GEOCODE-REQUEST THRU SEND-GEOCODE-REQUEST-EXIT.

   WRITE GEO-OUT-RECORD.
   DISPLAY "Corrected address geocoded and accepted: ",
       FORMATTED-ADDRESS OF RESULTS-TYPE(1:50).
   MOVE 1 TO WS-AUDIT-CHOSEN.
   MOVE FORMATTED-ADDRESS OF RESULTS-TYPE TO WS-AUDIT-FORMATTED.
   MOVE LAT OF LOCATION OF RESULTS-TYPE TO WS-AUDIT-LATITUDE.
   MOVE LNG OF LOCATION OF RESULTS-TYPE TO WS-AUDIT-LONGITUDE.
   MOVE "ACCEPTED" TO WS-AUDIT-OUTCOME.
   SET WS-CORRECT-OK TO TRUE.

 GEOCODE-CORRECTED-ADDRESS-EXIT.
       PERFORM KEEP-GROUP-PENDING THRU KEEP-GROUP-PENDING-EXIT
       ADD 1 TO WS-STAT-CARRIED-COUNT
   END-IF.
*  Items GEOPURGE-COBOL has blanked are dropped here too, as they
*  are from the review loop.
   PERFORM UNTIL NOT WS-HELD-RECORD
       MOVE WS-HELD-REVIEW-RECORD TO REVIEW-OUT-RECORD
       IF ROR-REF-KEY = SPACES AND ROR-ADDRESS-INPUT = SPACES
           ADD 1 TO WS-STAT-PURGED-COUNT
       ELSE
           MOVE WS-HELD-REVIEW-RECORD TO PEND-OUT-RECORD
           WRITE PEND-OUT-RECORD
       END-IF
       PERFORM READ-NEXT-REVIEW-RECORD
           THRU READ-NEXT-REVIEW-RECORD-EXIT
   END-PERFORM.
 DRAIN-QUEUE-TO-PENDING-EXIT.
   EXIT.

************************************************************************
*  WRITE-AUDIT-RECORD - append the disposition just made to the
*  review audit file: who, when, what was done, the address before
*  and after, the candidate chosen and the time spent on the item.
*  The WS-AUDIT- fields are set by the disposition paragraph.
************************************************************************
 WRITE-AUDIT-RECORD.

   PERFORM GET-NOW-SECONDS THRU GET-NOW-SECONDS-EXIT.
   COMPUTE WS-ITEM-SECONDS =
       WS-NOW-TOTAL-SECONDS - WS-ITEM-START-SECONDS.
   IF WS-ITEM-SECONDS < 0
       MOVE 0 TO WS-ITEM-SECONDS
   END-IF.
   IF WS-ITEM-SECONDS > 99999
       MOVE 99999 TO WS-ITEM-SECONDS
   END-IF.

   MOVE SPACES TO REVIEW-AUDIT-RECORD.
   MOVE WS-NOW-STAMP TO RAR-TIMESTAMP.
   MOVE WS-CLERK-ID TO RAR-CLERK-ID.
   MOVE WS-AUDIT-ACTION TO RAR-ACTION.
   MOVE WS-GROUP-INPUT-SEQ TO RAR-INPUT-SEQ.
   MOVE WS-GROUP-REF-KEY TO RAR-REF-KEY.
   MOVE WS-GROUP-REASON TO RAR-REVIEW-REASON.
   MOVE WS-CANDIDATE-COUNT TO RAR-CANDIDATE-COUNT.
   MOVE WS-GROUP-ADDRESS TO RAR-BEFORE-ADDRESS.
   MOVE WS-AUDIT-AFTER-ADDRESS TO RAR-AFTER-ADDRESS.
   MOVE WS-AUDIT-CHOSEN TO RAR-CHOSEN-CANDIDATE.
   MOVE WS-AUDIT-FORMATTED TO RAR-CHOSEN-FORMATTED.
   MOVE WS-AUDIT-LATITUDE TO RAR-CHOSEN-LATITUDE.
   MOVE WS-AUDIT-LONGITUDE TO RAR-CHOSEN-LONGITUDE.
   MOVE WS-AUDIT-OUTCOME TO RAR-OUTCOME.
   MOVE WS-ITEM-SECONDS TO RAR-ITEM-SECONDS.
   WRITE REVIEW-AUDIT-RECORD.
   IF WS-AUDIT-OUT-FILE-STATUS NOT = "00"
       DISPLAY "Audit write failed - file status ",
           WS-AUDIT-OUT-FILE-STATUS
   END-IF.

 WRITE-AUDIT-RECORD-EXIT.
   EXIT.

 CLEAR-AUDIT-DETAIL.

   MOVE SPACES TO WS-AUDIT-AFTER-ADDRESS.
   MOVE 0 TO WS-AUDIT-CHOSEN.
   MOVE SPACES TO WS-AUDIT-FORMATTED.
   MOVE ZERO TO WS-AUDIT-LATITUDE.
   MOVE ZERO TO WS-AUDIT-LONGITUDE.
   MOVE SPACES TO WS-AUDIT-OUTCOME.

 CLEAR-AUDIT-DETAIL-EXIT.
   EXIT.

 GET-NOW-SECONDS.

   MOVE FUNCTION CURRENT-DATE TO WS-NOW-STAMP.
   MOVE WS-NOW-STAMP(1:8) TO WS-NOW-DATE-NUM.
   COMPUTE WS-NOW-TOTAL-SECONDS =
       FUNCTION INTEGER-OF-DATE(WS-NOW-DATE-NUM) * 86400
       + FUNCTION NUMVAL(WS-NOW-STAMP(9:2)) * 3600
       + FUNCTION NUMVAL(WS-NOW-STAMP(11:2)) * 60
       + FUNCTION NUMVAL(WS-NOW-STAMP(13:2)).

 GET-NOW-SECONDS-EXIT.
   EXIT.

************************************************************************
*  CLASSIFY-ADDRESS-COMPONENT - map Google's component TYPES tags to
*  the discrete street/city/state/zip/county fields, as
          WS-TIMEOUT
          GIVING WS-RC
       ADD 1 TO WS-STAT-API-CALL-COUNT
       ADD 1 TO WS-CHG-GEOCODE-CALLS(WS-CHG-IX)
       IF WS-RC = 0
           SET WS-SEND-OK TO TRUE
       ELSE
 SEND-GEOCODE-REQUEST-EXIT.
   EXIT.

************************************************************************
*  LOAD-CHARGE-TABLE - pick up the chargeback PARAMs and department
*  table and settle the run's default department.  None of them is
*  required: with no USAGE-FILE nothing is posted, and with no
*  table every call is charged to the default department.
*  WS-CHG-INPUT-NAME is set to the run's input file name first.
************************************************************************
 LOAD-CHARGE-TABLE.

   MOVE FUNCTION CURRENT-DATE(1:6) TO WS-CHG-MONTH.
   INITIALIZE WS-CHG-TABLE.
   MOVE 0 TO WS-CHG-RULE-COUNT.
   MOVE 0 TO WS-CHG-RULE-IGNORED.

   ENTER "SMU_Param_GetText_" USING WS-ENV-USAGE-FILE,
       WS-USAGE-FILE-NAME GIVING WS-USAGE-FILE-NAME-LEN.
   ENTER "SMU_Param_GetText_" USING WS-ENV-CHARGE-DEPARTMENT,
       WS-CHARGE-DEPARTMENT GIVING WS-CHARGE-DEPARTMENT-LEN.
   IF WS-CHARGE-DEPARTMENT-LEN = -1
       MOVE SPACES TO WS-CHARGE-DEPARTMENT
   END-IF.
   INSPECT WS-CHARGE-DEPARTMENT
       CONVERTING "abcdefghijklmnopqrstuvwxyz"
       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

   ENTER "SMU_Param_GetText_" USING WS-ENV-DEPT-TABLE-FILE,
       WS-DEPT-TABLE-FILE-NAME GIVING WS-DEPT-TABLE-FILE-NAME-LEN.
   IF WS-DEPT-TABLE-FILE-NAME-LEN NOT = -1
       ENTER "COBOL_ASSIGN_" USING DEPT-TABLE-IN
           WS-DEPT-TABLE-FILE-NAME GIVING WS-RC
       OPEN INPUT DEPT-TABLE-IN
       IF WS-DEPT-TABLE-FILE-STATUS NOT = "00"
           DISPLAY "Unable to open DEPT-TABLE-FILE '",
               WS-DEPT-TABLE-FILE-NAME,
               "' - file status ", WS-DEPT-TABLE-FILE-STATUS,
               " - calls charged to the default department"
       ELSE
           MOVE 0 TO WS-DEPT-TABLE-EOF-IND
           PERFORM UNTIL WS-DEPT-TABLE-EOF
               READ DEPT-TABLE-IN
                   AT END
                       SET WS-DEPT-TABLE-EOF TO TRUE
                   NOT AT END
                       PERFORM ADD-CHARGE-RULE
                           THRU ADD-CHARGE-RULE-EXIT
               END-READ
           END-PERFORM
           CLOSE DEPT-TABLE-IN
       END-IF
   END-IF.
   IF WS-CHG-RULE-IGNORED > 0
       DISPLAY "DEPT-TABLE-FILE: ", WS-CHG-RULE-IGNORED,
           " entries ignored (unusable or over 200)"
   END-IF.

*  The default department: the PROGRAM entry, overridden by the
*  FILE entry for the input file, overridden by CHARGE-DEPARTMENT.
   MOVE "UNASSGND" TO WS-CHG-RUN-DEPARTMENT.
   INSPECT WS-CHG-INPUT-NAME
       CONVERTING "abcdefghijklmnopqrstuvwxyz"
       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
   PERFORM VARYING WS-CHG-RULE-IX FROM 1 BY 1
           UNTIL WS-CHG-RULE-IX > WS-CHG-RULE-COUNT
       IF WS-CHG-RULE-TYPE(WS-CHG-RULE-IX) = "PROGRAM"
           AND WS-CHG-RULE-VALUE(WS-CHG-RULE-IX) = WS-CHG-PROGRAM
           MOVE WS-CHG-RULE-DEPARTMENT(WS-CHG-RULE-IX)
               TO WS-CHG-RUN-DEPARTMENT
       END-IF
   END-PERFORM.
   IF WS-CHG-INPUT-NAME NOT = SPACES
       PERFORM VARYING WS-CHG-RULE-IX FROM 1 BY 1
               UNTIL WS-CHG-RULE-IX > WS-CHG-RULE-COUNT
           IF WS-CHG-RULE-TYPE(WS-CHG-RULE-IX) = "FILE"
               AND WS-CHG-RULE-VALUE(WS-CHG-RULE-IX) = WS-CHG-INPUT-NAME
               MOVE WS-CHG-RULE-DEPARTMENT(WS-CHG-RULE-IX)
                   TO WS-CHG-RUN-DEPARTMENT
           END-IF
       END-PERFORM
   END-IF.
   IF WS-CHARGE-DEPARTMENT NOT = SPACES
       MOVE WS-CHARGE-DEPARTMENT TO WS-CHG-RUN-DEPARTMENT
   END-IF.

   MOVE WS-CHG-RUN-DEPARTMENT TO WS-CHG-ENTRY-DEPARTMENT(1).
   MOVE 1 TO WS-CHG-COUNT.
   MOVE 1 TO WS-CHG-IX.

 LOAD-CHARGE-TABLE-EXIT.
   EXIT.

 ADD-CHARGE-RULE.

   INSPECT DTR-MATCH-TYPE
       CONVERTING "abcdefghijklmnopqrstuvwxyz"
       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
   IF NOT DTR-MATCH-IS-PREFIX AND NOT DTR-MATCH-IS-FILE
       AND NOT DTR-MATCH-IS-PROGRAM
       ADD 1 TO WS-CHG-RULE-IGNORED
       GO TO ADD-CHARGE-RULE-EXIT
   END-IF.
   IF DTR-MATCH-VALUE = SPACES OR DTR-DEPARTMENT = SPACES
       OR WS-CHG-RULE-COUNT NOT < 200
       ADD 1 TO WS-CHG-RULE-IGNORED
       GO TO ADD-CHARGE-RULE-EXIT
   END-IF.
*  A prefix longer than a reference key could never match.
   IF DTR-MATCH-IS-PREFIX AND DTR-MATCH-VALUE(21:44) NOT = SPACES
       ADD 1 TO WS-CHG-RULE-IGNORED
       GO TO ADD-CHARGE-RULE-EXIT
   END-IF.

   ADD 1 TO WS-CHG-RULE-COUNT.
   MOVE WS-CHG-RULE-COUNT TO WS-CHG-RULE-IX.
   MOVE DTR-MATCH-TYPE TO WS-CHG-RULE-TYPE(WS-CHG-RULE-IX).
   MOVE DTR-MATCH-VALUE TO WS-CHG-RULE-VALUE(WS-CHG-RULE-IX).
   INSPECT WS-CHG-RULE-VALUE(WS-CHG-RULE-IX)
       CONVERTING "abcdefghijklmnopqrstuvwxyz"
       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
   MOVE DTR-DEPARTMENT TO WS-CHG-RULE-DEPARTMENT(WS-CHG-RULE-IX).
   INSPECT WS-CHG-RULE-DEPARTMENT(WS-CHG-RULE-IX)
       CONVERTING "abcdefghijklmnopqrstuvwxyz"
       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
   COMPUTE WS-CHG-RULE-LEN(WS-CHG-RULE-IX) =
       FUNCTION LENGTH(FUNCTION TRIM(DTR-MATCH-VALUE TRAILING)).

 ADD-CHARGE-RULE-EXIT.
   EXIT.

************************************************************************
*  RESOLVE-CHARGE-DEPARTMENT - point WS-CHG-IX at the run's counts
*  for the department charged for WS-CHG-REF-KEY.  Beyond 50
*  departments in one run the rest are charged to the default.
************************************************************************
 RESOLVE-CHARGE-DEPARTMENT.

   MOVE WS-CHG-RUN-DEPARTMENT TO WS-CHG-DEPARTMENT.
   IF WS-CHARGE-DEPARTMENT = SPACES AND WS-CHG-REF-KEY NOT = SPACES
       INSPECT WS-CHG-REF-KEY
           CONVERTING "abcdefghijklmnopqrstuvwxyz"
           TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
       MOVE 0 TO WS-CHG-BEST-LEN
       PERFORM VARYING WS-CHG-RULE-IX FROM 1 BY 1
               UNTIL WS-CHG-RULE-IX > WS-CHG-RULE-COUNT
           IF WS-CHG-RULE-TYPE(WS-CHG-RULE-IX) = "PREFIX"
               AND WS-CHG-RULE-LEN(WS-CHG-RULE-IX) > WS-CHG-BEST-LEN
               MOVE WS-CHG-RULE-LEN(WS-CHG-RULE-IX) TO WS-CHG-SCAN
               IF WS-CHG-REF-KEY(1:WS-CHG-SCAN) =
                   WS-CHG-RULE-VALUE(WS-CHG-RULE-IX)(1:WS-CHG-SCAN)
                   MOVE WS-CHG-RULE-LEN(WS-CHG-RULE-IX)
                       TO WS-CHG-BEST-LEN
                   MOVE WS-CHG-RULE-DEPARTMENT(WS-CHG-RULE-IX)
                       TO WS-CHG-DEPARTMENT
               END-IF
           END-IF
       END-PERFORM
   END-IF.

   MOVE 0 TO WS-CHG-IX.
   PERFORM VARYING WS-CHG-SCAN FROM 1 BY 1
           UNTIL WS-CHG-SCAN > WS-CHG-COUNT
       IF WS-CHG-ENTRY-DEPARTMENT(WS-CHG-SCAN) = WS-CHG-DEPARTMENT
           MOVE WS-CHG-SCAN TO WS-CHG-IX
       END-IF
   END-PERFORM.
   IF WS-CHG-IX = 0
       IF WS-CHG-COUNT < 50
           ADD 1 TO WS-CHG-COUNT
           MOVE WS-CHG-COUNT TO WS-CHG-IX
           MOVE WS-CHG-DEPARTMENT TO WS-CHG-ENTRY-DEPARTMENT(WS-CHG-IX)
       ELSE
           MOVE 1 TO WS-CHG-IX
       END-IF
   END-IF.

 RESOLVE-CHARGE-DEPARTMENT-EXIT.
   EXIT.

************************************************************************
*  POST-CHARGE-USAGE - add the counts to the keyed usage file, one
*  entry per month, department and program, creating the file on
*  first use the way the cache is created.  A failure here is
*  reported but never fails the run.  The counts are cleared once
*  posted.  GEOCODE-COBOL workers, GEOSERV-COBOL server processes
*  and the batch programs all post to the same entries, so the file
*  is locked for the whole post; an entry another process creates
*  between the READ and the WRITE is read again and added to.
************************************************************************
 POST-CHARGE-USAGE.

   IF WS-USAGE-FILE-NAME-LEN = -1
       GO TO POST-CHARGE-USAGE-EXIT
   END-IF.

   ENTER "COBOL_ASSIGN_" USING API-USAGE
       WS-USAGE-FILE-NAME GIVING WS-RC.
   OPEN I-O API-USAGE.
   IF WS-USAGE-FILE-STATUS NOT = "00"
*      First run for this usage file - create it, then reopen I-O.
       OPEN OUTPUT API-USAGE
       CLOSE API-USAGE
       OPEN I-O API-USAGE
   END-IF.
   IF WS-USAGE-FILE-STATUS NOT = "00"
       DISPLAY "Unable to open USAGE-FILE '", WS-USAGE-FILE-NAME,
           "' - file status ", WS-USAGE-FILE-STATUS,
           " - API usage not posted"
       GO TO POST-CHARGE-USAGE-EXIT
   END-IF.
   LOCKFILE API-USAGE.
   IF WS-USAGE-FILE-STATUS NOT = "00"
       DISPLAY "Unable to lock USAGE-FILE '", WS-USAGE-FILE-NAME,
           "' - file status ", WS-USAGE-FILE-STATUS,
           " - API usage not posted"
       CLOSE API-USAGE
       GO TO POST-CHARGE-USAGE-EXIT
   END-IF.

   MOVE FUNCTION CURRENT-DATE TO WS-CHG-STAMP.
   PERFORM VARYING WS-CHG-IX FROM 1 BY 1
           UNTIL WS-CHG-IX > WS-CHG-COUNT
       IF WS-CHG-GEOCODE-CALLS(WS-CHG-IX) > 0
           OR WS-CHG-CACHE-HITS(WS-CHG-IX) > 0
           OR WS-CHG-DISTANCE-CALLS(WS-CHG-IX) > 0
           PERFORM POST-ONE-CHARGE-ENTRY
               THRU POST-ONE-CHARGE-ENTRY-EXIT
       END-IF
       MOVE 0 TO WS-CHG-GEOCODE-CALLS(WS-CHG-IX)
       MOVE 0 TO WS-CHG-CACHE-HITS(WS-CHG-IX)
       MOVE 0 TO WS-CHG-DISTANCE-CALLS(WS-CHG-IX)
   END-PERFORM.
   MOVE 1 TO WS-CHG-IX.
   UNLOCKFILE API-USAGE.
   CLOSE API-USAGE.

 POST-CHARGE-USAGE-EXIT.
   EXIT.

 POST-ONE-CHARGE-ENTRY.

   MOVE 0 TO WS-CHG-RETRIED-IND.

 POST-ONE-CHARGE-ENTRY-READ.
   MOVE 0 TO WS-CHG-ON-FILE-IND.
   MOVE WS-CHG-MONTH TO AUR-MONTH.
   MOVE WS-CHG-ENTRY-DEPARTMENT(WS-CHG-IX) TO AUR-DEPARTMENT.
   MOVE WS-CHG-PROGRAM TO AUR-PROGRAM.
   READ API-USAGE
       KEY IS AUR-USAGE-KEY
       INVALID KEY
           CONTINUE
       NOT INVALID KEY
           SET WS-CHG-ON-FILE TO TRUE
   END-READ.
   IF NOT WS-CHG-ON-FILE
       INITIALIZE API-USAGE-RECORD
       MOVE WS-CHG-MONTH TO AUR-MONTH
       MOVE WS-CHG-ENTRY-DEPARTMENT(WS-CHG-IX) TO AUR-DEPARTMENT
       MOVE WS-CHG-PROGRAM TO AUR-PROGRAM
   END-IF.

   ADD WS-CHG-GEOCODE-CALLS(WS-CHG-IX) TO AUR-GEOCODE-CALLS.
   ADD WS-CHG-CACHE-HITS(WS-CHG-IX) TO AUR-CACHE-HITS.
   ADD WS-CHG-DISTANCE-CALLS(WS-CHG-IX) TO AUR-DISTANCE-CALLS.
   ADD 1 TO AUR-POST-COUNT.
   MOVE WS-CHG-STAMP TO AUR-LAST-POSTED.
   IF WS-CHG-ON-FILE
       REWRITE API-USAGE-RECORD
   ELSE
       WRITE API-USAGE-RECORD
   END-IF.
   IF NOT WS-CHG-ON-FILE AND NOT WS-CHG-RETRIED
       AND WS-USAGE-FILE-STATUS = "22"
       SET WS-CHG-RETRIED TO TRUE
       GO TO POST-ONE-CHARGE-ENTRY-READ
   END-IF.
   IF WS-USAGE-FILE-STATUS NOT = "00"
       DISPLAY "Usage post failed for department ", AUR-DEPARTMENT,
           " - file status ", WS-USAGE-FILE-STATUS
   END-IF.

 POST-ONE-CHARGE-ENTRY-EXIT.
   EXIT.

************************************************************************
*  DISPLAY-SUMMARY - end-of-session tally.
************************************************************************
   DISPLAY "================================================================================".
   DISPLAY "  Session Summary".
   DISPLAY "================================================================================".
   DISPLAY "  Clerk ........................... ", WS-CLERK-ID.
   DISPLAY "  Review items shown .............. ", WS-STAT-GROUPS-READ.
   DISPLAY "  Candidates accepted ............. ", WS-STAT-ACCEPTED-COUNT.
   DISPLAY "  Corrected and re-geocoded ....... ", WS-STAT-CORRECTED-COUNT.
   DISPLAY "  Rejected (kept on queue) ........ ", WS-STAT-REJECTED-COUNT.
   DISPLAY "  Skipped (kept on queue) ......... ", WS-STAT-CARRIED-COUNT.
   DISPLAY "  Purged items dropped ............ ", WS-STAT-PURGED-COUNT.
   DISPLAY "  Google API calls made ........... ", WS-STAT-API-CALL-COUNT.
   DISPLAY "================================================================================".
   DISPLAY " ".
