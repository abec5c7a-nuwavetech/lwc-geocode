*                    output record now leads with the input record
*                    ordinal so GEOMERGE-COBOL can restore original
*                    order.
*    15OCT2026  NWT  Google API cost chargeback: API calls and cache
*                    hits counted by department (DEPT-TABLE-FILE,
*                    CHARGE-DEPARTMENT) and added to the keyed usage
*                    file named by USAGE-FILE at end of run.
************************************************************************
? env common
? save param, startup
   RECORD KEY IS RHR-RUN-KEY
   FILE STATUS IS WS-RUN-HIST-FILE-STATUS.

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

*  Last-record-processed checkpoint for batch restarts, used when
*  CHECKPOINT-FILE is set.
   SELECT CKPT-FILE

   COPY RUN-HISTORY-RECORD             IN GEOCOPY.

   FD  DEPT-TABLE-IN
       LABEL RECORDS ARE OMITTED.

   COPY DEPT-TABLE-RECORD              IN GEOCOPY.

   FD  API-USAGE
       LABEL RECORDS ARE OMITTED.

   COPY API-USAGE-RECORD               IN GEOCOPY.

   FD  CKPT-FILE
       LABEL RECORDS ARE OMITTED.

   01  WS-RUN-HIST-FILE-STATUS         PIC X(02).
   01  WS-RUN-START-STAMP              PIC X(21).

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
   01  WS-CHG-PROGRAM                  PIC X(16) VALUE "GEOCODE-COBOL".
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

*  Restart/checkpoint support for large batch runs.
   01  WS-ENV-CHECKPOINT-FILE          PIC X(15) VALUE "CHECKPOINT-FILE".
   01  WS-CKPT-FILE-NAME               PIC X(64).
       + FUNCTION NUMVAL(WS-NOW-STAMP(13:2)).

   PERFORM GET-RUN-PARAMETERS THRU GET-RUN-PARAMETERS-EXIT.
   IF WS-BATCH-MODE
       MOVE WS-INPUT-FILE-NAME TO WS-CHG-INPUT-NAME
   END-IF.
   PERFORM LOAD-CHARGE-TABLE THRU LOAD-CHARGE-TABLE-EXIT.
   PERFORM OPEN-INPUT-SOURCE THRU OPEN-INPUT-SOURCE-EXIT.
   IF WS-OPEN-FAILED
       GO TO MAIN-EXIT

   PERFORM DISPLAY-SUMMARY THRU DISPLAY-SUMMARY-EXIT.
   PERFORM WRITE-RUN-HISTORY THRU WRITE-RUN-HISTORY-EXIT.
   PERFORM POST-CHARGE-USAGE THRU POST-CHARGE-USAGE-EXIT.
   PERFORM CLOSE-ALL-FILES THRU CLOSE-ALL-FILES-EXIT.
   PERFORM RECONCILE-RUN THRU RECONCILE-RUN-EXIT.

          WS-TIMEOUT
          GIVING WS-RC
       ADD 1 TO WS-STAT-API-CALL-COUNT
       ADD 1 TO WS-CHG-GEOCODE-CALLS(WS-CHG-IX)
       IF WS-RC = 0
           SET WS-SEND-OK TO TRUE
       ELSE
 DO-GEOCODE-REQUEST.

   PERFORM DETERMINE-REQUEST-TYPE THRU DETERMINE-REQUEST-TYPE-EXIT.
   MOVE WS-REF-KEY TO WS-CHG-REF-KEY.
   PERFORM RESOLVE-CHARGE-DEPARTMENT
       THRU RESOLVE-CHARGE-DEPARTMENT-EXIT.

   MOVE 0 TO WS-CACHE-HIT-IND.
   IF WS-CACHE-IS-OPEN AND NOT WS-IS-REVERSE-REQUEST
   IF WS-CACHE-HIT
       PERFORM DISPLAY-CACHED-RESULT THRU DISPLAY-CACHED-RESULT-EXIT
       ADD 1 TO WS-STAT-CACHE-HIT-COUNT
       ADD 1 TO WS-CHG-CACHE-HITS(WS-CHG-IX)
       ADD 1 TO WS-STAT-SUCCESS-COUNT
       GO TO DO-GEOCODE-REQUEST-EXIT
   END-IF.
 WRITE-RUN-HISTORY-EXIT.
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
*  RECONCILE-RUN - prove the batch balances.  Every input record
*  read must be accounted for as restart-skipped, processed, blank,
