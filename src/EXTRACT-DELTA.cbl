                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-DELTA-STATUS.

      *    one record per run for JOB-CONTROL and the morning check,
      *    same layout as FETCH-POLICY's FPRUNLOG
           SELECT RUN-LOG-FILE     ASSIGN TO "EDRUNLOG"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-RUNLOG-STATUS.

      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FILE                        SECTION.
       FD  CUR-EXTRACT-FILE.
       01  CUR-EXTRACT-REC         PIC  X(114).

       FD  PRV-EXTRACT-FILE.
       01  PRV-EXTRACT-REC         PIC  X(114).

       FD  CUR-SORTED-FILE.
       01  CUR-SORTED-REC          PIC  X(114).

       FD  PRV-SORTED-FILE.
       01  PRV-SORTED-REC          PIC  X(114).

       SD  SORT-FILE.
       01  SORT-REC.
           05  SORT-POL-ID         PIC  X(10).
           05  FILLER              PIC  X(104).

       FD  DELTA-FILE.
       01  DELTA-FILE-REC          PIC  X(181).

       FD  RUN-LOG-FILE.
       01  RUN-LOG-REC             PIC  X(149).

       WORKING-STORAGE             SECTION.
       01  WS-CUR-STATUS           PIC  X(2).
           05  CUR-EXP-DATE        PIC  X(8).
           05  FILLER              PIC  X(2).
           05  CUR-AGENT-ID        PIC  X(8).
           05  FILLER              PIC  X(2).
           05  CUR-PRODUCT         PIC  X(8).
           05  FILLER              PIC  X(2).
           05  CUR-REMAINING       PIC  X(11).

       01  PRV-REC.
           05  PRV-POL-ID          PIC  X(10).
           05  PRV-EXP-DATE        PIC  X(8).
           05  FILLER              PIC  X(2).
           05  PRV-AGENT-ID        PIC  X(8).
           05  FILLER              PIC  X(2).
           05  PRV-PRODUCT         PIC  X(8).
           05  FILLER              PIC  X(2).
           05  PRV-REMAINING       PIC  X(11).

      *    HIGH-VALUES key marks "this side is exhausted" so the
      *    balanced-line loop needs no separate EOF bookkeeping
       01  D-DELTA-REC.
           05  DLT-ACTION          PIC  X(1).
           05  FILLER              PIC  X(2)  VALUE SPACE.
           05  DLT-EXTRACT-REC     PIC  X(114).
           05  FILLER              PIC  X(2)  VALUE SPACE.
      *    wide enough for every field name at once
           05  DLT-FIELDS          PIC  X(62).

       01  WS-FLD-PTR              PIC  9(2).

       01  WS-CHANGED-COUNT        PIC  9(8)  VALUE ZERO.
       01  WS-DROPPED-COUNT        PIC  9(8)  VALUE ZERO.
       01  WS-UNCHANGED-COUNT      PIC  9(8)  VALUE ZERO.

      *    run-control state - FAILED beats WARNING beats CLEAN, and
      *    the matching return codes 8/4/0 are what JOB-CONTROL keys
      *    on before releasing the next step of the nightly stream
       01  WS-RUNLOG-STATUS        PIC  X(2).
       01  WS-RUN-WARNED           PIC  X(1)  VALUE "N".
           88  WS-RUN-HAS-WARNED          VALUE "Y".
       01  WS-RUN-FAILED           PIC  X(1)  VALUE "N".
           88  WS-RUN-HAS-FAILED          VALUE "Y".
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
      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           DISPLAY "*** EXTRACT DELTA STARTED ***".
           ACCEPT WS-RUN-START-DATE  FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-START-TIME  FROM TIME.

      *    FPEXTOUT is ordered by status, policy_id - resequence both
      *    snapshots onto policy_id so the match below is a single
               DISPLAY "*** COULD NOT OPEN SORTED " "FPEXTOUT"
                       " - STATUS=" WS-CUR-SORT-STATUS
                       " - DELTA SKIPPED"
               MOVE "Y"             TO   WS-RUN-FAILED
               PERFORM END-RUN-RTN
               STOP RUN
           END-IF.
           OPEN INPUT PRV-SORTED-FILE.
               DISPLAY "*** COULD NOT OPEN SORTED " "FPEXTPRV"
                       " - STATUS=" WS-PRV-SORT-STATUS
                       " - DELTA SKIPPED"
               MOVE "Y"             TO   WS-RUN-FAILED
               PERFORM END-RUN-RTN
               STOP RUN
           END-IF.
           OPEN OUTPUT DELTA-FILE.
               DISPLAY "*** COULD NOT OPEN " "FPDELTA"
                       " - STATUS=" WS-DELTA-STATUS
                       " - DELTA SKIPPED"
               MOVE "Y"             TO   WS-RUN-FAILED
               PERFORM END-RUN-RTN
               STOP RUN
           END-IF.

           DISPLAY "UNCHANGED            : " WS-UNCHANGED-COUNT.
           DISPLAY "-------------------------------------".

           PERFORM END-RUN-RTN.
           DISPLAY "*** EXTRACT DELTA FINISHED ***".
           STOP RUN.

      ******************************************************************
       END-RUN-RTN.
      ******************************************************************
      *    one appended EDRUNLOG record plus the matching return code -
      *    a delta that could not be built or written in full must not
      *    finish looking like a clean one
           MOVE  SPACES              TO   D-RUN-REC.
           MOVE  "EXTRACT-DELT"     TO   RUN-PROGRAM.
           MOVE  WS-RUN-START-DATE  TO   RUN-START-DATE.
           MOVE  WS-RUN-START-TIME  TO   RUN-START-TIME.
           ACCEPT RUN-END-DATE       FROM DATE YYYYMMDD.
           ACCEPT RUN-END-TIME       FROM TIME.
           MOVE  "X"                TO   RUN-MODE.
           MOVE  SPACES              TO   RUN-SEL-ID-FROM
                                           RUN-SEL-ID-TO
                                           RUN-SEL-STATUS
                                           RUN-SEL-HOLDER.
           MOVE  WS-CUR-READ        TO   RUN-COUNTED.
           MOVE  WS-PRV-READ        TO   RUN-FETCHED.
           COMPUTE RUN-EXTRACTED = WS-ADDED-COUNT + WS-CHANGED-COUNT
                                 + WS-DROPPED-COUNT.
           EVALUATE TRUE
               WHEN WS-RUN-HAS-FAILED
                   MOVE "FAILED"    TO   RUN-OUTCOME
                   MOVE 8           TO   RETURN-CODE
               WHEN WS-RUN-HAS-WARNED
                   MOVE "WARNING"   TO   RUN-OUTCOME
                   MOVE 4           TO   RETURN-CODE
               WHEN OTHER
                   MOVE "CLEAN"     TO   RUN-OUTCOME
                   MOVE 0           TO   RETURN-CODE
           END-EVALUATE.
      *    no database here, so no business date to record - the
      *    extract compared is the one FETCH-POLICY wrote for it
           MOVE  ZERO               TO   RUN-BUS-DATE.
           OPEN EXTEND RUN-LOG-FILE.
           IF  WS-RUNLOG-STATUS NOT = "00"
               OPEN OUTPUT RUN-LOG-FILE
           END-IF.
           WRITE RUN-LOG-REC FROM D-RUN-REC.
           CLOSE RUN-LOG-FILE.
           DISPLAY "RUN OUTCOME: " RUN-OUTCOME.

      ******************************************************************
       MATCH-RTN.
      ******************************************************************
               STRING "AGENT " DELIMITED BY SIZE
                      INTO DLT-FIELDS WITH POINTER WS-FLD-PTR
           END-IF.
           IF  CUR-PRODUCT NOT = PRV-PRODUCT
               STRING "PRODUCT " DELIMITED BY SIZE
                      INTO DLT-FIELDS WITH POINTER WS-FLD-PTR
           END-IF.
      *    remaining cover moves whenever a claim is allowed against
      *    the policy, so the partner's aggregate position stays
      *    current without a full reload
           IF  CUR-REMAINING NOT = PRV-REMAINING
               STRING "COVER " DELIMITED BY SIZE
                      INTO DLT-FIELDS WITH POINTER WS-FLD-PTR
           END-IF.
           IF  DLT-FIELDS = SPACES
               ADD  1                TO   WS-UNCHANGED-COUNT
           ELSE
           IF  WS-DELTA-STATUS NOT = "00"
               DISPLAY "*** WARNING: DELTA WRITE FAILED - STATUS="
                       WS-DELTA-STATUS
               MOVE "Y"             TO   WS-RUN-WARNED
           END-IF.

      ******************************************************************
