                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-KEEP-STATUS.

      *    one record per run for JOB-CONTROL and the morning check,
      *    same layout as FETCH-POLICY's FPRUNLOG
           SELECT RUN-LOG-FILE     ASSIGN TO "LSRUNLOG"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-RUNLOG-STATUS.

      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FD  KEEP-TEMP-FILE.
       01  KEEP-TEMP-REC           PIC  X(115).

       FD  RUN-LOG-FILE.
       01  RUN-LOG-REC             PIC  X(149).

       WORKING-STORAGE             SECTION.
       01  WS-PARM-FILE-STATUS     PIC  X(2).
       01  WS-FP-LOG-STATUS        PIC  X(2).
       01  WS-FC-ARCHIVED          PIC  9(8)  VALUE ZERO.
       01  WS-FC-KEPT              PIC  9(8)  VALUE ZERO.

      *    run-control state - a skipped or abandoned archival pass
      *    ends WARNING (return code 4) rather than CLEAN, so
      *    JOB-CONTROL and the morning check see the log was not
      *    trimmed
       01  WS-RUNLOG-STATUS        PIC  X(2).
       01  WS-RUN-WARNED           PIC  X(1)  VALUE "N".
           88  WS-RUN-HAS-WARNED          VALUE "Y".
       01  WS-RUN-START-DATE       PIC  9(8).
       01  WS-RUN-START-TIME       PIC  9(8).

      *    same 149-byte layout as FETCH-POLICY's FPRUNLOG record so
      *    JOB-CONTROL reads every step's log the same way
       01  D-RUN-REC.
           05  RUN-PROGRAM         PIC  X(12).
           05  FILLER              PIC  X(1)  VALUE SPACE.
           05  RUN-START-DATE      PIC  9(8).
           05  FILLER              PIC  X(1)  VALUE SPACE.
           05  RUN-START-TIME      PIC  9(8).
           05  FILLER              PIC  X(1)  VALUE SPACE.
           05  RUN-END-DATE        PIC  9(8).
           05  FILLER              PIC  X(1)  VALUE SPACE.
           05  RUN-END-TIME        PIC  9(8).
           05  FILLER              PIC  X(1)  VALUE SPACE.
           05  RUN-MODE            PIC  X(1).
           05  FILLER              PIC  X(1)  VALUE SPACE.
           05  RUN-SEL-ID-FROM     PIC  X(10).
           05  FILLER              PIC  X(1)  VALUE SPACE.
           05  RUN-SEL-ID-TO       PIC  X(10).
           05  FILLER              PIC  X(1)  VALUE SPACE.
           05  RUN-SEL-STATUS      PIC  X(10).
           05  FILLER              PIC  X(1)  VALUE SPACE.
           05  RUN-SEL-HOLDER      PIC  X(20).
           05  FILLER              PIC  X(1)  VALUE SPACE.
           05  RUN-COUNTED         PIC  9(8).
           05  FILLER              PIC  X(1)  VALUE SPACE.
           05  RUN-FETCHED         PIC  9(8).
           05  FILLER              PIC  X(1)  VALUE SPACE.
           05  RUN-EXTRACTED       PIC  9(8).
           05  FILLER              PIC  X(1)  VALUE SPACE.
           05  RUN-OUTCOME         PIC  X(8).
           05  FILLER              PIC  X(1)  VALUE SPACE.
           05  RUN-BUS-DATE        PIC  9(8).

       01  D-TYPE-REC.
           05  D-TYP-FLAG          PIC  X(4).
           05  D-TYP-DATE          PIC  9(8).
      ******************************************************************
       MAIN-RTN.
           DISPLAY "*** LOG SUMMARY STARTED ***".
           ACCEPT WS-RUN-START-DATE  FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-START-TIME  FROM TIME.

           PERFORM READ-PARM-RTN.

           PERFORM PROCESS-FC-LOG-RTN.
           PERFORM PRINT-SUMMARY-RTN.

           PERFORM END-RUN-RTN.
           DISPLAY "*** LOG SUMMARY FINISHED ***".
           STOP RUN.

      ******************************************************************
       END-RUN-RTN.
      ******************************************************************
      *    one appended LSRUNLOG record plus the matching return code -
      *    an archival pass that was skipped must not finish looking
      *    like a clean one
           MOVE  SPACES              TO   D-RUN-REC.
           MOVE  "LOG-SUMMARY"      TO   RUN-PROGRAM.
           MOVE  WS-RUN-START-DATE  TO   RUN-START-DATE.
           MOVE  WS-RUN-START-TIME  TO   RUN-START-TIME.
           ACCEPT RUN-END-DATE       FROM DATE YYYYMMDD.
           ACCEPT RUN-END-TIME       FROM TIME.
           MOVE  "L"                TO   RUN-MODE.
           MOVE  WS-CUTOFF-DATE     TO   RUN-SEL-ID-FROM.
           MOVE  SPACES              TO   RUN-SEL-ID-TO
                                           RUN-SEL-STATUS
                                           RUN-SEL-HOLDER.
           COMPUTE RUN-COUNTED = WS-FP-ARCHIVED + WS-FP-KEPT
                               + WS-FC-ARCHIVED + WS-FC-KEPT.
           COMPUTE RUN-FETCHED = WS-FP-KEPT + WS-FC-KEPT.
           COMPUTE RUN-EXTRACTED = WS-FP-ARCHIVED + WS-FC-ARCHIVED.
           EVALUATE TRUE
               WHEN WS-RUN-HAS-WARNED
                   MOVE "WARNING"   TO   RUN-OUTCOME
                   MOVE 4           TO   RETURN-CODE
               WHEN OTHER
                   MOVE "CLEAN"     TO   RUN-OUTCOME
                   MOVE 0           TO   RETURN-CODE
           END-EVALUATE.
      *    no database here, so no business date to record
           MOVE  ZERO               TO   RUN-BUS-DATE.
           OPEN EXTEND RUN-LOG-FILE.
           IF  WS-RUNLOG-STATUS NOT = "00"
               OPEN OUTPUT RUN-LOG-FILE
           END-IF.
           WRITE RUN-LOG-REC FROM D-RUN-REC.
           CLOSE RUN-LOG-FILE.
           DISPLAY "RUN OUTCOME: " RUN-OUTCOME.

      ******************************************************************
       READ-PARM-RTN.
      ******************************************************************
               IF  WS-REWRITE-OK NOT = "Y"
                   DISPLAY "*** WARNING: FPERRLOG ARCHIVAL SKIPPED "
                           "- SCRATCH/ARCHIVE NOT WRITABLE"
                   MOVE "Y"             TO   WS-RUN-WARNED
               END-IF
               READ FP-LOG-FILE INTO WS-LOG-REC
               PERFORM UNTIL WS-FP-LOG-STATUS NOT = "00"
                   IF  WS-REWRITE-OK NOT = "Y"
                       DISPLAY "*** WARNING: FPERRLOG LEFT "
                               "UNTOUCHED - ARCHIVAL PASS INCOMPLETE"
                       MOVE "Y"             TO   WS-RUN-WARNED
                   END-IF
               END-IF
               DISPLAY "FPERRLOG: KEPT=" WS-FP-KEPT
               DISPLAY "*** WARNING: FPERRLOG LEFT UNTOUCHED - "
                       "SCRATCH REOPEN FAILED - STATUS="
                       WS-KEEP-STATUS
               MOVE "Y"             TO   WS-RUN-WARNED
           ELSE
               OPEN OUTPUT FP-LOG-FILE
               IF  WS-FP-LOG-STATUS NOT = "00"
                   DISPLAY "*** WARNING: FPERRLOG REWRITE OPEN "
                           "FAILED - STATUS=" WS-FP-LOG-STATUS
                   MOVE "Y"             TO   WS-RUN-WARNED
               ELSE
                   READ KEEP-TEMP-FILE INTO WS-LOG-REC
                   PERFORM UNTIL WS-KEEP-STATUS NOT = "00"
                           DISPLAY "*** WARNING: FPERRLOG REWRITE "
                                   "WRITE FAILED - STATUS="
                                   WS-FP-LOG-STATUS
                           MOVE "Y"             TO   WS-RUN-WARNED
                       END-IF
                       READ KEEP-TEMP-FILE INTO WS-LOG-REC
                   END-PERFORM
               IF  WS-REWRITE-OK NOT = "Y"
                   DISPLAY "*** WARNING: FCERRLOG ARCHIVAL SKIPPED "
                           "- SCRATCH/ARCHIVE NOT WRITABLE"
                   MOVE "Y"             TO   WS-RUN-WARNED
               END-IF
               READ FC-LOG-FILE INTO WS-LOG-REC
               PERFORM UNTIL WS-FC-LOG-STATUS NOT = "00"
                   IF  WS-REWRITE-OK NOT = "Y"
                       DISPLAY "*** WARNING: FCERRLOG LEFT "
                               "UNTOUCHED - ARCHIVAL PASS INCOMPLETE"
                       MOVE "Y"             TO   WS-RUN-WARNED
                   END-IF
               END-IF
               DISPLAY "FCERRLOG: KEPT=" WS-FC-KEPT
               DISPLAY "*** WARNING: FCERRLOG LEFT UNTOUCHED - "
                       "SCRATCH REOPEN FAILED - STATUS="
                       WS-KEEP-STATUS
               MOVE "Y"             TO   WS-RUN-WARNED
           ELSE
               OPEN OUTPUT FC-LOG-FILE
               IF  WS-FC-LOG-STATUS NOT = "00"
                   DISPLAY "*** WARNING: FCERRLOG REWRITE OPEN "
                           "FAILED - STATUS=" WS-FC-LOG-STATUS
                   MOVE "Y"             TO   WS-RUN-WARNED
               ELSE
                   READ KEEP-TEMP-FILE INTO WS-LOG-REC
                   PERFORM UNTIL WS-KEEP-STATUS NOT = "00"
                           DISPLAY "*** WARNING: FCERRLOG REWRITE "
                                   "WRITE FAILED - STATUS="
                                   WS-FC-LOG-STATUS
                           MOVE "Y"             TO   WS-RUN-WARNED
                       END-IF
                       READ KEEP-TEMP-FILE INTO WS-LOG-REC
                   END-PERFORM
