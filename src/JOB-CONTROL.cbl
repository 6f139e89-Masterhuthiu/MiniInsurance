      ******************************************************************
      *  JOB-CONTROL --- nightly job-stream controller
      *
      *  Runs the nightly cycle from a job-stream definition file
      *  (JCSTREAM) instead of the operator's checklist: each step
      *  in file order, each only once the steps it depends on have
      *  completed, stopping at the first step whose return code is
      *  not one the stream accepts for it.  A rerun the same
      *  business date resumes from the step that stopped the stream
      *  - steps JCSTATE shows complete for the business date are
      *  not repeated.  Ends with the morning operations report
      *  (JCOPSRPT): every step's times, row counts and return code,
      *  and for every step not run, why.
      *
      *  JCSTREAM - one step per line, in run order; a line with
      *  "*" in column 1 is a comment
      *    cols   1-8    step name (unique in the stream)
      *    cols  10-25   program to run
      *    cols  27-28   program's file prefix (FP, PP ...): the step
      *                  is given its parameter file as DD_xxPARMS and
      *                  its run is read back from xxRUNLOG
      *    cols  30-69   parameter file (blank = the program's own
      *                  xxPARMS)
      *    col   71      D = every night, M = last business day of
      *                  the month only (blank = D)
      *    cols  73-84   up to four return codes that let the stream
      *                  carry on, 2 digits each, 3 columns apart
      *                  (all blank = 00 only)
      *    cols  85-120  up to four steps that must have completed
      *                  first, 8 columns each, 9 columns apart;
      *                  each must be an earlier step in the file
      *
      *  e.g. the nightly cycle (columns closed up here)
      *    DATAAUD  DATA-AUDIT     DA             D 00 04
      *    EXTRACT  FETCH-POLICY   FP  FPPARMS.X  D 00 04  DATAAUD
      *    DELTA    EXTRACT-DELTA  ED             D 00 04  EXTRACT
      *    RENEWAL  POLICY-RENEWAL PR             D 00 04
      *    BILLING  PREM-BILLING   PB             D 00 04
      *    RECEIPTS PREM-PAYMENTS  PP  PPPARMS.L  D 00 04
      *    ALLOCATE PREM-PAYMENTS  PP  PPPARMS.A  D 00 04  BILLING
      *    DISBURSE CLAIM-DISBURSE CD  CDPARMS.S  D 00 04
      *    GLPOST   GL-POSTING     GL             M 00 04  ALLOCATE
      *    CLOSEDAY DATE-ROLLOVER  DR  DRPARMS.C  D 00     DISBURSE
      *  so DATA-AUDIT ending RC 8 holds the extract, and allocation
      *  cannot go ahead of the night's billing run.  The business
      *  date is closed (DATE-ROLLOVER mode C) as the last step; it
      *  is rolled at the start of the next business day, outside
      *  the stream, so the whole cycle runs as one business date.
      *
      *  JCPARMS  - CONNECT parameters (for the business date), the
      *             directory the step programs are run from, and an
      *             optional step to restart from: that step and every
      *             one after it run again even if JCSTATE shows them
      *             complete; incomplete steps before it are bypassed
      *             and do not count as completed for the steps that
      *             depend on them.
      *  JCSTATE  - each step's outcome for the business date,
      *             rewritten after every step; a new business date is
      *             a new cycle.
      *
      *  A step is run as a shell command with its input closed, so
      *  a program that would stop at a console prompt takes its
      *  defaults.  The stream stopping ends RC 8; a stream that
      *  completed with a step ending on an accepted non-zero return
      *  code ends RC 4.
      *  JCRUNLOG - one record per run in the FPRUNLOG layout
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 JOB-CONTROL.
       AUTHOR.                     TSH.
       DATE-WRITTEN.               2026-10-15.

      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PARM-FILE
                                    ASSIGN TO "JCPARMS"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT ERR-LOG-FILE     ASSIGN TO "JCERRLOG"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-ERRLOG-STATUS.

           SELECT STREAM-FILE      ASSIGN TO "JCSTREAM"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-STREAM-STATUS.

           SELECT STATE-FILE       ASSIGN TO "JCSTATE"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-STATE-STATUS.

           SELECT OPS-RPT-FILE     ASSIGN TO "JCOPSRPT"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-OPSRPT-STATUS.

      *    the run log of the step just run - pointed at that step's
      *    xxRUNLOG through DD_JCSTPLOG before each step
           SELECT STEP-LOG-FILE    ASSIGN TO "JCSTPLOG"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-STPLOG-STATUS.

      *    one record per run for the morning checker, same layout as
      *    FETCH-POLICY's FPRUNLOG
           SELECT RUN-LOG-FILE     ASSIGN TO "JCRUNLOG"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-RUNLOG-STATUS.

      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FILE                        SECTION.
       FD  PARM-FILE.
       01  PARM-FILE-REC.
      *    same run-time CONNECT parameter approach as FETCH-POLICY;
      *    PARM-BIN-DIR blank = the current directory
           05  PARM-DBNAME         PIC  X(30).
           05  PARM-USERNAME       PIC  X(30).
           05  PARM-PASSWD         PIC  X(10).
           05  PARM-BIN-DIR        PIC  X(40).
           05  PARM-RESTART-STEP   PIC  X(8).

       FD  ERR-LOG-FILE.
      *    persistent audit trail of every ERROR-RTN occurrence, same
      *    shape as FETCH-POLICY's (the policy-id column carries the
      *    business date being run)
       01  ERR-LOG-FILE-REC.
           05  LOG-DATE            PIC  9(8).
           05  FILLER              PIC  X(1)  VALUE SPACE.
           05  LOG-TIME            PIC  9(8).
           05  FILLER              PIC  X(1)  VALUE SPACE.
           05  LOG-POL-ID          PIC  X(10).
           05  FILLER              PIC  X(1)  VALUE SPACE.
           05  LOG-SQLCODE         PIC  S9(9).
           05  FILLER              PIC  X(1)  VALUE SPACE.
           05  LOG-SQLSTATE        PIC  X(5).
           05  FILLER              PIC  X(1)  VALUE SPACE.
           05  LOG-MESSAGE         PIC  X(70).

       FD  STREAM-FILE.
       01  STREAM-REC.
           05  STR-STEP            PIC  X(8).
           05  FILLER              PIC  X(1).
           05  STR-PROGRAM         PIC  X(16).
           05  FILLER              PIC  X(1).
           05  STR-PREFIX          PIC  X(2).
           05  FILLER              PIC  X(1).
           05  STR-PARM-FILE       PIC  X(40).
           05  FILLER              PIC  X(1).
           05  STR-FREQ            PIC  X(1).
           05  FILLER              PIC  X(1).
           05  STR-OK-RC-ENT       OCCURS 4 TIMES.
               10  STR-OK-RC       PIC  X(2).
               10  FILLER          PIC  X(1).
           05  STR-PREREQ-ENT      OCCURS 4 TIMES.
               10  STR-PREREQ      PIC  X(8).
               10  FILLER          PIC  X(1).

       FD  STATE-FILE.
       01  STATE-REC               PIC  X(154).

       FD  OPS-RPT-FILE.
       01  OPS-RPT-REC             PIC  X(142).

       FD  STEP-LOG-FILE.
       01  STEP-LOG-REC            PIC  X(149).

       FD  RUN-LOG-FILE.
       01  RUN-LOG-REC             PIC  X(149).

       WORKING-STORAGE             SECTION.
       01  WS-PARM-FILE-STATUS     PIC  X(2).
       01  WS-ERRLOG-STATUS        PIC  X(2).
       01  WS-STREAM-STATUS        PIC  X(2).
       01  WS-STATE-STATUS         PIC  X(2).
       01  WS-OPSRPT-STATUS        PIC  X(2).
       01  WS-STPLOG-STATUS        PIC  X(2).

      *    run-control state - FAILED beats WARNING beats CLEAN, and
      *    the matching return codes 8/4/0 are what the scheduler keys
      *    on before releasing downstream jobs
       01  WS-RUNLOG-STATUS        PIC  X(2).
       01  WS-RUN-WARNED           PIC  X(1)  VALUE "N".
           88  WS-RUN-HAS-WARNED          VALUE "Y".
       01  WS-RUN-FAILED           PIC  X(1)  VALUE "N".
           88  WS-RUN-HAS-FAILED          VALUE "Y".
       01  WS-RUN-START-DATE       PIC  9(8).
       01  WS-RUN-START-TIME       PIC  9(8).

      *    same 149-byte layout as FETCH-POLICY's FPRUNLOG record so
      *    one morning-check reader handles all the logs; the restart
      *    step asked for and the step the stream stopped at ride in
      *    the selection columns
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

      *    a step's own run-log record, read back in the same layout
       01  D-STEP-LOG-REC.
           05  SLG-PROGRAM         PIC  X(12).
           05  FILLER              PIC  X(1).
           05  SLG-START-DATE      PIC  9(8).
           05  FILLER              PIC  X(1).
           05  SLG-START-TIME      PIC  9(8).
           05  FILLER              PIC  X(1).
           05  SLG-END-DATE        PIC  9(8).
           05  FILLER              PIC  X(1).
           05  SLG-END-TIME        PIC  9(8).
           05  FILLER              PIC  X(1).
           05  SLG-MODE            PIC  X(1).
           05  FILLER              PIC  X(1).
           05  SLG-SEL-ID-FROM     PIC  X(10).
           05  FILLER              PIC  X(1).
           05  SLG-SEL-ID-TO       PIC  X(10).
           05  FILLER              PIC  X(1).
           05  SLG-SEL-STATUS      PIC  X(10).
           05  FILLER              PIC  X(1).
           05  SLG-SEL-HOLDER      PIC  X(20).
           05  FILLER              PIC  X(1).
           05  SLG-COUNTED         PIC  9(8).
           05  FILLER              PIC  X(1).
           05  SLG-FETCHED         PIC  9(8).
           05  FILLER              PIC  X(1).
           05  SLG-EXTRACTED       PIC  9(8).
           05  FILLER              PIC  X(1).
           05  SLG-OUTCOME         PIC  X(8).
           05  FILLER              PIC  X(1).
           05  SLG-BUS-DATE        PIC  9(8).

      *    the stream as loaded from JCSTREAM, with each step's
      *    outcome this cycle beside it.  Step status:
      *      C  completed this run          E  completed in an earlier
      *      F  failed its return code         run of the cycle
      *      H  held - prerequisite not     N  month-end step, not due
      *         complete                    B  bypassed by the restart
      *      space  not run                    step
       01  WS-STEP-MAX             PIC  9(2)  VALUE 30.
       01  WS-STEP-COUNT           PIC  9(2)  VALUE ZERO.
       01  WS-STEP-TABLE.
           05  WS-STEP-ENTRY OCCURS 30 TIMES.
               10  WS-STEP-NAME    PIC  X(8).
               10  WS-STEP-PROGRAM PIC  X(16).
               10  WS-STEP-PREFIX  PIC  X(2).
               10  WS-STEP-PARM    PIC  X(40).
               10  WS-STEP-FREQ    PIC  X(1).
               10  WS-STEP-OK-RC   PIC  X(2)  OCCURS 4 TIMES.
               10  WS-STEP-PREREQ  PIC  X(8)  OCCURS 4 TIMES.
               10  WS-STEP-PRQ-IX  PIC  9(2)  OCCURS 4 TIMES.
               10  WS-STEP-STATUS  PIC  X(1).
                   88  WS-STEP-RAN-OK         VALUE "C".
                   88  WS-STEP-DONE-EARLIER   VALUE "E".
                   88  WS-STEP-FAILED         VALUE "F".
                   88  WS-STEP-HELD           VALUE "H".
                   88  WS-STEP-NOT-DUE        VALUE "N".
                   88  WS-STEP-BYPASSED       VALUE "B".
                   88  WS-STEP-NOT-RUN        VALUE " ".
                   88  WS-STEP-SATISFIED      VALUE "C" "E" "N".
               10  WS-STEP-RC-KNOWN PIC X(1).
               10  WS-STEP-RC      PIC  9(3).
               10  WS-STEP-START-DATE PIC 9(8).
               10  WS-STEP-START-TIME PIC 9(8).
               10  WS-STEP-END-DATE PIC 9(8).
               10  WS-STEP-END-TIME PIC 9(8).
               10  WS-STEP-OUTCOME PIC  X(8).
               10  WS-STEP-COUNTED PIC  9(8).
               10  WS-STEP-FETCHED PIC  9(8).
               10  WS-STEP-EXTRACTED PIC 9(8).
               10  WS-STEP-REMARKS PIC  X(40).
       01  WS-STEP-IDX             PIC  9(2).
       01  WS-CHK-IDX              PIC  9(2).
       01  WS-PRQ-IDX              PIC  9(1).
       01  WS-RC-IDX               PIC  9(1).

       01  WS-RESTART-IDX          PIC  9(2)  VALUE ZERO.
       01  WS-BIN-DIR              PIC  X(40).
       01  WS-STOP-STEP            PIC  X(8)  VALUE SPACE.
       01  WS-PREREQ-MISSING       PIC  X(8).
       01  WS-FAIL-REASON          PIC  X(40).
       01  WS-ALL-DONE             PIC  X(1).
       01  WS-CYCLE-RESUMED        PIC  X(1)  VALUE "N".
           88  WS-IS-RESUMED              VALUE "Y".
       01  WS-DEF-MSG              PIC  X(60).

      *    the shell command for one step and what came back from it:
      *    the wait status carries the exit code in its second byte
      *    and the ending signal, if any, in its first
       01  WS-COMMAND              PIC  X(200).
       01  WS-CMD-PTR              PIC  9(3).
       01  WS-SYS-STATUS           PIC  S9(9).
       01  WS-SYS-EXIT             PIC  9(3).
       01  WS-SYS-SIGNAL           PIC  9(3).
       01  WS-RC-CHK               PIC  9(2).
       01  WS-RC-CHK-X REDEFINES WS-RC-CHK
                                   PIC  X(2).
       01  WS-RC-ACCEPTED          PIC  X(1).
           88  WS-RC-IS-ACCEPTED          VALUE "Y".
       01  WS-ENV-NAME             PIC  X(20).
       01  WS-STEP-LOG-NAME        PIC  X(40).
       01  WS-STEP-LOG-FOUND       PIC  X(1).
           88  WS-STEP-LOG-IS-FOUND       VALUE "Y".

      *    run totals for the report and JCRUNLOG
       01  WS-STEPS-RUN            PIC  9(8)  VALUE ZERO.
       01  WS-STEPS-COMPLETE       PIC  9(8)  VALUE ZERO.
       01  WS-STEPS-SKIPPED        PIC  9(8)  VALUE ZERO.
       01  WS-STEPS-STOPPED        PIC  9(8)  VALUE ZERO.
       01  WS-STEPS-NOT-RUN        PIC  9(8)  VALUE ZERO.

      *    JCSTATE record - built here and written FROM, VALUE
      *    clauses on FD-record FILLERs are ignored
       01  D-STATE-REC.
           05  STA-BUS-DATE        PIC  X(8).
           05  FILLER              PIC  X(1)  VALUE SPACE.
           05  STA-STEP            PIC  X(8).
           05  FILLER              PIC  X(1)  VALUE SPACE.
           05  STA-PROGRAM         PIC  X(16).
           05  FILLER              PIC  X(1)  VALUE SPACE.
           05  STA-STATUS          PIC  X(1).
           05  FILLER              PIC  X(1)  VALUE SPACE.
           05  STA-RC-KNOWN        PIC  X(1).
           05  STA-RC              PIC  9(3).
           05  FILLER              PIC  X(1)  VALUE SPACE.
           05  STA-START-DATE      PIC  9(8).
           05  FILLER              PIC  X(1)  VALUE SPACE.
           05  STA-START-TIME      PIC  9(8).
           05  FILLER              PIC  X(1)  VALUE SPACE.
           05  STA-END-DATE        PIC  9(8).
           05  FILLER              PIC  X(1)  VALUE SPACE.
           05  STA-END-TIME        PIC  9(8).
           05  FILLER              PIC  X(1)  VALUE SPACE.
           05  STA-OUTCOME         PIC  X(8).
           05  FILLER              PIC  X(1)  VALUE SPACE.
           05  STA-COUNTED         PIC  9(8).
           05  FILLER              PIC  X(1)  VALUE SPACE.
           05  STA-FETCHED         PIC  9(8).
           05  FILLER              PIC  X(1)  VALUE SPACE.
           05  STA-EXTRACTED       PIC  9(8).
           05  FILLER              PIC  X(1)  VALUE SPACE.
           05  STA-REMARKS         PIC  X(40).

      *    morning operations report lines
       01  D-OPS-TITLE.
           05  FILLER              PIC  X(48)  VALUE
               "MORNING OPERATIONS REPORT - NIGHTLY JOB STREAM  ".
           05  FILLER              PIC  X(15)  VALUE
               "BUSINESS DATE: ".
           05  OPS-T-BUS-DATE      PIC  X(8).
           05  FILLER              PIC  X(6)   VALUE "  RUN ".
           05  OPS-T-RUN-DATE      PIC  9(8).
           05  FILLER              PIC  X(1)   VALUE SPACE.
           05  OPS-T-RUN-TIME      PIC  X(8).

       01  D-OPS-HEAD.
           05  FILLER              PIC  X(9)   VALUE "STEP".
           05  FILLER              PIC  X(17)  VALUE "PROGRAM".
           05  FILLER              PIC  X(9)   VALUE "DATE".
           05  FILLER              PIC  X(9)   VALUE "START".
           05  FILLER              PIC  X(9)   VALUE "END".
           05  FILLER              PIC  X(4)   VALUE " RC".
           05  FILLER              PIC  X(9)   VALUE "OUTCOME".
           05  FILLER              PIC  X(9)   VALUE " COUNTED".
           05  FILLER              PIC  X(9)   VALUE " FETCHED".
           05  FILLER              PIC  X(9)   VALUE "EXTRACTD".
           05  FILLER              PIC  X(9)   VALUE "STATUS".
           05  FILLER              PIC  X(40)  VALUE "REMARKS".

       01  D-OPS-DETAIL.
           05  OPS-STEP            PIC  X(8).
           05  FILLER              PIC  X(1)   VALUE SPACE.
           05  OPS-PROGRAM         PIC  X(16).
           05  FILLER              PIC  X(1)   VALUE SPACE.
           05  OPS-TIMES.
               10  OPS-START-DATE  PIC  X(8).
               10  FILLER          PIC  X(1).
               10  OPS-START-TIME  PIC  X(8).
               10  FILLER          PIC  X(1).
               10  OPS-END-TIME    PIC  X(8).
               10  FILLER          PIC  X(1).
           05  OPS-RC-AREA.
               10  OPS-RC          PIC  ZZ9.
           05  FILLER              PIC  X(1)   VALUE SPACE.
           05  OPS-OUTCOME         PIC  X(8).
           05  FILLER              PIC  X(1)   VALUE SPACE.
           05  OPS-COUNTS.
               10  OPS-COUNTED     PIC  Z(7)9.
               10  FILLER          PIC  X(1).
               10  OPS-FETCHED     PIC  Z(7)9.
               10  FILLER          PIC  X(1).
               10  OPS-EXTRACTED   PIC  Z(7)9.
               10  FILLER          PIC  X(1).
           05  OPS-STATUS          PIC  X(8).
           05  FILLER              PIC  X(1)   VALUE SPACE.
           05  OPS-REMARKS         PIC  X(40).

       01  D-OPS-TOTALS.
           05  FILLER              PIC  X(7)   VALUE "STEPS: ".
           05  OPS-TOT-STEPS       PIC  Z9.
           05  FILLER              PIC  X(7)   VALUE "  RUN: ".
           05  OPS-TOT-RUN         PIC  Z9.
           05  FILLER              PIC  X(12)  VALUE "  COMPLETE: ".
           05  OPS-TOT-COMPLETE    PIC  Z9.
           05  FILLER              PIC  X(11)  VALUE "  SKIPPED: ".
           05  OPS-TOT-SKIPPED     PIC  Z9.
           05  FILLER              PIC  X(15)  VALUE
               "  FAILED/HELD: ".
           05  OPS-TOT-STOPPED     PIC  Z9.
           05  FILLER              PIC  X(11)  VALUE "  NOT RUN: ".
           05  OPS-TOT-NOT-RUN     PIC  Z9.

      *    HHMMSSss from ACCEPT FROM TIME shown as HH:MM:SS
       01  WS-TIME-IN              PIC  9(8).
       01  WS-TIME-IN-R REDEFINES WS-TIME-IN.
           05  WS-TIME-IN-HH       PIC  9(2).
           05  WS-TIME-IN-MM       PIC  9(2).
           05  WS-TIME-IN-SS       PIC  9(2).
           05  WS-TIME-IN-CC       PIC  9(2).
       01  WS-TIME-OUT.
           05  WS-TIME-OUT-HH      PIC  9(2).
           05  FILLER              PIC  X(1)   VALUE ":".
           05  WS-TIME-OUT-MM      PIC  9(2).
           05  FILLER              PIC  X(1)   VALUE ":".
           05  WS-TIME-OUT-SS      PIC  9(2).

       01  D-OPS-LINE              PIC  X(142).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME                  PIC  X(30) VALUE "testdb".
       01  USERNAME                PIC  X(30) VALUE "postgres".
       01  PASSWD                  PIC  X(10) VALUE SPACE.

      *    business date this run processes as, loaded by
      *    LOAD-BUS-DATE-RTN, and whether it is the last business day
      *    of its month (month-end steps run only then)
       01  BUS-DATE                PIC  X(8).
       01  MONTH-END-FLAG          PIC  X(1)  VALUE "N".
           88  WS-IS-MONTH-END            VALUE "Y".
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           DISPLAY "*** JOB CONTROL STARTED ***".
           ACCEPT WS-RUN-START-DATE  FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-START-TIME  FROM TIME.

      *    WHENEVER IS NOT YET SUPPORTED :(
      *      EXEC SQL WHENEVER SQLERROR PERFORM ERROR-RTN END-EXEC.

           PERFORM READ-PARM-RTN.
           OPEN OUTPUT OPS-RPT-FILE.
           IF  WS-OPSRPT-STATUS NOT = "00"
               DISPLAY "*** COULD NOT OPEN JCOPSRPT - STATUS "
                       WS-OPSRPT-STATUS
               MOVE  "Y"            TO   WS-RUN-FAILED
               PERFORM END-RUN-RTN
               STOP RUN
           END-IF.

      *    CONNECT
           MOVE  PARM-DBNAME       TO   DBNAME.
           MOVE  PARM-USERNAME     TO   USERNAME.
           MOVE  PARM-PASSWD       TO   PASSWD.
           EXEC SQL
               CONNECT :USERNAME IDENTIFIED BY :PASSWD USING :DBNAME
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
               MOVE  SPACES         TO   BUS-DATE
               PERFORM WRITE-TITLE-RTN
               MOVE  "*** STREAM NOT STARTED - DATABASE CONNECT FAILED"
                                    TO   D-OPS-LINE
               WRITE OPS-RPT-REC     FROM D-OPS-LINE
               CLOSE OPS-RPT-FILE
               PERFORM END-RUN-RTN
               STOP RUN
           END-IF.

           PERFORM LOAD-BUS-DATE-RTN.
           PERFORM LOAD-MONTH-END-RTN.

      *    DISCONNECT - the steps make their own connections
           EXEC SQL
               DISCONNECT ALL
           END-EXEC.

           PERFORM WRITE-TITLE-RTN.
           IF  WS-RUN-HAS-FAILED
               MOVE  "*** STREAM NOT STARTED - SQL ERROR, SEE JCERRLOG"
                                    TO   D-OPS-LINE
               WRITE OPS-RPT-REC     FROM D-OPS-LINE
           END-IF.
           PERFORM LOAD-STREAM-RTN.
           IF  NOT WS-RUN-HAS-FAILED
               PERFORM LOAD-STATE-RTN
               PERFORM RUN-STREAM-RTN
           END-IF.
           PERFORM OPS-REPORT-RTN.
           CLOSE OPS-RPT-FILE.

      *    END
           PERFORM END-RUN-RTN.
           DISPLAY "*** JOB CONTROL FINISHED ***".
           STOP RUN.

      ******************************************************************
       END-RUN-RTN.
      ******************************************************************
      *    one appended JCRUNLOG record plus the matching return code -
      *    a stream that stopped must not finish looking like a clean
      *    one.  Counted = steps in the stream, fetched = steps run
      *    this time, extracted = steps complete for the cycle.
           MOVE  SPACES              TO   D-RUN-REC.
           MOVE  "JOB-CONTROL"      TO   RUN-PROGRAM.
           MOVE  WS-RUN-START-DATE  TO   RUN-START-DATE.
           MOVE  WS-RUN-START-TIME  TO   RUN-START-TIME.
           ACCEPT RUN-END-DATE       FROM DATE YYYYMMDD.
           ACCEPT RUN-END-TIME       FROM TIME.
           IF  WS-IS-RESUMED
               MOVE  "R"            TO   RUN-MODE
           ELSE
               MOVE  "N"            TO   RUN-MODE
           END-IF.
           MOVE  PARM-RESTART-STEP  TO   RUN-SEL-ID-FROM.
           MOVE  WS-STOP-STEP       TO   RUN-SEL-ID-TO.
           MOVE  SPACES              TO   RUN-SEL-STATUS
                                           RUN-SEL-HOLDER.
           MOVE  WS-STEP-COUNT      TO   RUN-COUNTED.
           MOVE  WS-STEPS-RUN       TO   RUN-FETCHED.
           MOVE  WS-STEPS-COMPLETE  TO   RUN-EXTRACTED.
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
           IF  BUS-DATE NUMERIC
               MOVE  BUS-DATE       TO   RUN-BUS-DATE
           ELSE
               MOVE  ZERO            TO   RUN-BUS-DATE
           END-IF.
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
           MOVE  SPACES             TO   PARM-DBNAME PARM-USERNAME
                                          PARM-PASSWD PARM-BIN-DIR
                                          PARM-RESTART-STEP.
           OPEN INPUT PARM-FILE.
           IF  WS-PARM-FILE-STATUS = "00"
               READ PARM-FILE
               IF  WS-PARM-FILE-STATUS NOT = "00"
                   MOVE SPACES      TO   PARM-DBNAME PARM-USERNAME
                                         PARM-PASSWD PARM-BIN-DIR
                                         PARM-RESTART-STEP
               END-IF
               CLOSE PARM-FILE
           END-IF.

      *    defaults when the parameter file is missing or a field in
      *    it is left blank
           IF  PARM-DBNAME = SPACES
               MOVE "testdb"        TO   PARM-DBNAME
           END-IF.
           IF  PARM-USERNAME = SPACES
               MOVE "postgres"      TO   PARM-USERNAME
           END-IF.
           IF  PARM-BIN-DIR = SPACES
               MOVE "."             TO   WS-BIN-DIR
           ELSE
               MOVE PARM-BIN-DIR    TO   WS-BIN-DIR
           END-IF.

      ******************************************************************
       LOAD-BUS-DATE-RTN.
      ******************************************************************
      *    the date this run processes as - the business date on
      *    business_date_ctl (moved only by DATE-ROLLOVER), not the
      *    machine clock, so a rerun after midnight or a missed night
      *    still processes as the right day.  With no control record
      *    the system date stays in force with a warning, the same
      *    degrade-not-stop approach as the exchange-rate load.
           MOVE  SPACES             TO   BUS-DATE.
           EXEC SQL
               SELECT TO_CHAR(business_date, 'YYYYMMDD')
                 INTO :BUS-DATE
                 FROM business_date_ctl
                WHERE ctl_key = 'MAIN'
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               IF  SQLCODE NOT = +10
                   PERFORM ERROR-RTN
               END-IF
               ACCEPT BUS-DATE       FROM DATE YYYYMMDD
               DISPLAY "*** WARNING: NO BUSINESS DATE ON FILE"
                       " - SYSTEM DATE " BUS-DATE " IN FORCE"
               MOVE  SPACES              TO   LOG-POL-ID
               MOVE  ZERO                TO   LOG-SQLCODE
               MOVE  SPACES              TO   LOG-SQLSTATE
               MOVE  "NO BUSINESS DATE - SYSTEM DATE IN FORCE"
                                         TO   LOG-MESSAGE
               PERFORM WRITE-AUDIT-LOG-RTN
               MOVE  "Y"            TO   WS-RUN-WARNED
           END-IF.
           DISPLAY "BUSINESS DATE: " BUS-DATE.

      ******************************************************************
       LOAD-MONTH-END-RTN.
      ******************************************************************
      *    month-end is the last business day of the month: the next
      *    business day after it falls in another month.  A calendar
      *    with no business day inside next_business_day's look-ahead
      *    counts as month-end rather than never running the
      *    month-end steps.
           MOVE  "N"                TO   MONTH-END-FLAG.
           EXEC SQL
               SELECT CASE WHEN EXTRACT(MONTH FROM next_business_day(
                                CAST(:BUS-DATE AS DATE) + 1))
                              = EXTRACT(MONTH FROM
                                CAST(:BUS-DATE AS DATE))
                           THEN 'N' ELSE 'Y' END
                 INTO :MONTH-END-FLAG
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
           ELSE
               DISPLAY "MONTH-END: " MONTH-END-FLAG
           END-IF.

      ******************************************************************
       WRITE-TITLE-RTN.
      ******************************************************************
           MOVE  BUS-DATE           TO   OPS-T-BUS-DATE.
           MOVE  WS-RUN-START-DATE  TO   OPS-T-RUN-DATE.
           MOVE  WS-RUN-START-TIME  TO   WS-TIME-IN.
           PERFORM FORMAT-TIME-RTN.
           MOVE  WS-TIME-OUT        TO   OPS-T-RUN-TIME.
           WRITE OPS-RPT-REC         FROM D-OPS-TITLE.
           MOVE  SPACES             TO   D-OPS-LINE.
           IF  WS-IS-MONTH-END
               MOVE "MONTH-END: YES - MONTH-END STEPS ARE DUE"
                                    TO   D-OPS-LINE
           ELSE
               MOVE "MONTH-END: NO"  TO   D-OPS-LINE
           END-IF.
           WRITE OPS-RPT-REC         FROM D-OPS-LINE.
           IF  PARM-RESTART-STEP NOT = SPACES
               MOVE  SPACES         TO   D-OPS-LINE
               STRING "RESTART REQUESTED FROM STEP "
                      PARM-RESTART-STEP
                      DELIMITED BY SIZE
                 INTO D-OPS-LINE
               WRITE OPS-RPT-REC     FROM D-OPS-LINE
           END-IF.
           MOVE  SPACES             TO   D-OPS-LINE.
           WRITE OPS-RPT-REC         FROM D-OPS-LINE.

      ******************************************************************
       LOAD-STREAM-RTN.
      ******************************************************************
      *    a definition that cannot be run as written runs nothing -
      *    every problem found is listed, then the run ends failed
           OPEN INPUT STREAM-FILE.
           IF  WS-STREAM-STATUS NOT = "00"
               MOVE  SPACES         TO   WS-DEF-MSG
               STRING "COULD NOT OPEN JCSTREAM - STATUS "
                      WS-STREAM-STATUS
                      DELIMITED BY SIZE
                 INTO WS-DEF-MSG
               PERFORM DEF-ERROR-RTN
           ELSE
               PERFORM UNTIL WS-STREAM-STATUS NOT = "00"
                   READ STREAM-FILE
                   IF  WS-STREAM-STATUS = "00"
                       IF  STREAM-REC NOT = SPACES
                       AND STR-STEP(1:1) NOT = "*"
                           PERFORM ADD-STEP-RTN
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE STREAM-FILE
               IF  WS-STEP-COUNT = ZERO
                   MOVE "NO STEPS IN JCSTREAM" TO WS-DEF-MSG
                   PERFORM DEF-ERROR-RTN
               END-IF
           END-IF.

      *    the restart step must be one the stream knows
           IF  PARM-RESTART-STEP NOT = SPACES
               MOVE  ZERO           TO   WS-RESTART-IDX
               PERFORM VARYING WS-CHK-IDX FROM 1 BY 1
                       UNTIL WS-CHK-IDX > WS-STEP-COUNT
                   IF  WS-STEP-NAME(WS-CHK-IDX) = PARM-RESTART-STEP
                       MOVE WS-CHK-IDX TO WS-RESTART-IDX
                   END-IF
               END-PERFORM
               IF  WS-RESTART-IDX = ZERO
                   MOVE  SPACES      TO   WS-DEF-MSG
                   STRING "RESTART STEP " PARM-RESTART-STEP
                          " IS NOT IN THE STREAM"
                          DELIMITED BY SIZE
                     INTO WS-DEF-MSG
                   PERFORM DEF-ERROR-RTN
               END-IF
           END-IF.

      ******************************************************************
       ADD-STEP-RTN.
      ******************************************************************
           IF  WS-STEP-COUNT NOT < WS-STEP-MAX
               MOVE  SPACES         TO   WS-DEF-MSG
               STRING "STEP " STR-STEP
                      " - MORE THAN 30 STEPS IN THE STREAM"
                      DELIMITED BY SIZE
                 INTO WS-DEF-MSG
               PERFORM DEF-ERROR-RTN
           ELSE
               ADD   1              TO   WS-STEP-COUNT
               MOVE  WS-STEP-COUNT  TO   WS-STEP-IDX
               MOVE  STR-STEP       TO   WS-STEP-NAME(WS-STEP-IDX)
               MOVE  STR-PROGRAM    TO   WS-STEP-PROGRAM(WS-STEP-IDX)
               MOVE  STR-PREFIX     TO   WS-STEP-PREFIX(WS-STEP-IDX)
               MOVE  STR-PARM-FILE  TO   WS-STEP-PARM(WS-STEP-IDX)
               MOVE  STR-FREQ       TO   WS-STEP-FREQ(WS-STEP-IDX)
               IF  STR-FREQ = SPACE
                   MOVE "D"         TO   WS-STEP-FREQ(WS-STEP-IDX)
               END-IF
               MOVE  SPACE          TO   WS-STEP-STATUS(WS-STEP-IDX)
                                         WS-STEP-RC-KNOWN(WS-STEP-IDX)
               MOVE  SPACES         TO   WS-STEP-OUTCOME(WS-STEP-IDX)
                                         WS-STEP-REMARKS(WS-STEP-IDX)
               MOVE  ZERO           TO   WS-STEP-RC(WS-STEP-IDX)
                                    WS-STEP-START-DATE(WS-STEP-IDX)
                                    WS-STEP-START-TIME(WS-STEP-IDX)
                                    WS-STEP-END-DATE(WS-STEP-IDX)
                                    WS-STEP-END-TIME(WS-STEP-IDX)
                                    WS-STEP-COUNTED(WS-STEP-IDX)
                                    WS-STEP-FETCHED(WS-STEP-IDX)
                                    WS-STEP-EXTRACTED(WS-STEP-IDX)
               PERFORM VARYING WS-RC-IDX FROM 1 BY 1
                       UNTIL WS-RC-IDX > 4
                   MOVE STR-OK-RC(WS-RC-IDX)
                     TO WS-STEP-OK-RC(WS-STEP-IDX, WS-RC-IDX)
                   MOVE STR-PREREQ(WS-RC-IDX)
                     TO WS-STEP-PREREQ(WS-STEP-IDX, WS-RC-IDX)
                   MOVE ZERO
                     TO WS-STEP-PRQ-IX(WS-STEP-IDX, WS-RC-IDX)
               END-PERFORM
      *        no accepted return code given means only a clean end
               IF  STR-OK-RC(1) = SPACES AND STR-OK-RC(2) = SPACES
               AND STR-OK-RC(3) = SPACES AND STR-OK-RC(4) = SPACES
                   MOVE "00"     TO   WS-STEP-OK-RC(WS-STEP-IDX, 1)
               END-IF
               PERFORM EDIT-STEP-RTN
           END-IF.

      ******************************************************************
       EDIT-STEP-RTN.
      ******************************************************************
      *    checks on the step just added to the table
           IF  WS-STEP-NAME(WS-STEP-IDX) = SPACES
           OR  WS-STEP-PROGRAM(WS-STEP-IDX) = SPACES
           OR  WS-STEP-PREFIX(WS-STEP-IDX) = SPACES
               MOVE  SPACES         TO   WS-DEF-MSG
               STRING "LINE FOR STEP " STR-STEP
                      " - STEP, PROGRAM AND PREFIX ARE ALL REQUIRED"
                      DELIMITED BY SIZE
                 INTO WS-DEF-MSG
               PERFORM DEF-ERROR-RTN
           END-IF.
           IF  WS-STEP-FREQ(WS-STEP-IDX) NOT = "D"
           AND WS-STEP-FREQ(WS-STEP-IDX) NOT = "M"
               MOVE  SPACES         TO   WS-DEF-MSG
               STRING "STEP " STR-STEP
                      " - FREQUENCY MUST BE D OR M"
                      DELIMITED BY SIZE
                 INTO WS-DEF-MSG
               PERFORM DEF-ERROR-RTN
           END-IF.
           PERFORM VARYING WS-CHK-IDX FROM 1 BY 1
                   UNTIL WS-CHK-IDX NOT < WS-STEP-IDX
               IF  WS-STEP-NAME(WS-CHK-IDX) = WS-STEP-NAME(WS-STEP-IDX)
                   MOVE  SPACES     TO   WS-DEF-MSG
                   STRING "STEP " STR-STEP
                          " - STEP NAME USED TWICE"
                          DELIMITED BY SIZE
                     INTO WS-DEF-MSG
                   PERFORM DEF-ERROR-RTN
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-RC-IDX FROM 1 BY 1
                   UNTIL WS-RC-IDX > 4
               IF  WS-STEP-OK-RC(WS-STEP-IDX, WS-RC-IDX) NOT = SPACES
               AND WS-STEP-OK-RC(WS-STEP-IDX, WS-RC-IDX) NOT NUMERIC
                   MOVE  SPACES     TO   WS-DEF-MSG
                   STRING "STEP " STR-STEP
                          " - ACCEPTED RETURN CODE "
                          WS-STEP-OK-RC(WS-STEP-IDX, WS-RC-IDX)
                          " IS NOT 2 DIGITS"
                          DELIMITED BY SIZE
                     INTO WS-DEF-MSG
                   PERFORM DEF-ERROR-RTN
               END-IF
               IF  WS-STEP-PREREQ(WS-STEP-IDX, WS-RC-IDX) NOT = SPACES
                   PERFORM FIND-PREREQ-RTN
               END-IF
           END-PERFORM.

      ******************************************************************
       FIND-PREREQ-RTN.
      ******************************************************************
      *    a prerequisite must be an earlier step, so the stream can
      *    never wait on something that has not had its turn
           PERFORM VARYING WS-CHK-IDX FROM 1 BY 1
                   UNTIL WS-CHK-IDX NOT < WS-STEP-IDX
               IF  WS-STEP-NAME(WS-CHK-IDX)
                 = WS-STEP-PREREQ(WS-STEP-IDX, WS-RC-IDX)
                   MOVE WS-CHK-IDX
                     TO WS-STEP-PRQ-IX(WS-STEP-IDX, WS-RC-IDX)
               END-IF
           END-PERFORM.
           IF  WS-STEP-PRQ-IX(WS-STEP-IDX, WS-RC-IDX) = ZERO
               MOVE  SPACES         TO   WS-DEF-MSG
               STRING "STEP " STR-STEP " - PREREQUISITE "
                      WS-STEP-PREREQ(WS-STEP-IDX, WS-RC-IDX)
                      " IS NOT AN EARLIER STEP"
                      DELIMITED BY SIZE
                 INTO WS-DEF-MSG
               PERFORM DEF-ERROR-RTN
           END-IF.

      ******************************************************************
       DEF-ERROR-RTN.
      ******************************************************************
      *    WS-DEF-MSG is set by the caller
           DISPLAY "*** STREAM DEFINITION: " WS-DEF-MSG.
           MOVE  SPACES             TO   D-OPS-LINE.
           STRING "*** STREAM DEFINITION: " WS-DEF-MSG
                  DELIMITED BY SIZE
             INTO D-OPS-LINE.
           WRITE OPS-RPT-REC         FROM D-OPS-LINE.
           MOVE  "Y"                TO   WS-RUN-FAILED.

      ******************************************************************
       LOAD-STATE-RTN.
      ******************************************************************
      *    steps recorded complete for this business date by an
      *    earlier run are not run again; a record for another date
      *    belongs to an earlier cycle and is ignored.  From the
      *    restart step on, everything runs again; incomplete steps
      *    before it are bypassed.
           OPEN INPUT STATE-FILE.
           IF  WS-STATE-STATUS = "00"
               PERFORM UNTIL WS-STATE-STATUS NOT = "00"
                   READ STATE-FILE INTO D-STATE-REC
                   IF  WS-STATE-STATUS = "00"
                   AND STA-BUS-DATE = BUS-DATE
                       MOVE "Y"     TO   WS-CYCLE-RESUMED
                       IF  STA-STATUS = "C"
                           PERFORM APPLY-STATE-RTN
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE STATE-FILE
           END-IF.
           IF  WS-IS-RESUMED
               DISPLAY "RESUMING THE STREAM FOR BUSINESS DATE "
                       BUS-DATE
           END-IF.

      *    every step due already complete for the business date (and
      *    no restart asked for) - most likely the date was not rolled
           MOVE  "Y"                TO   WS-ALL-DONE.
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-STEP-COUNT
               IF  NOT WS-STEP-DONE-EARLIER(WS-STEP-IDX)
               AND (WS-STEP-FREQ(WS-STEP-IDX) NOT = "M"
                    OR WS-IS-MONTH-END)
                   MOVE "N"         TO   WS-ALL-DONE
               END-IF
           END-PERFORM.
           IF  WS-ALL-DONE = "Y" AND WS-RESTART-IDX = ZERO
               DISPLAY "*** WARNING: STREAM ALREADY COMPLETE FOR "
                       "BUSINESS DATE " BUS-DATE
               MOVE  SPACES         TO   D-OPS-LINE
               STRING "*** WARNING: STREAM ALREADY COMPLETE FOR "
                      "BUSINESS DATE " BUS-DATE
                      " - HAS THE DATE BEEN ROLLED?"
                      DELIMITED BY SIZE
                 INTO D-OPS-LINE
               WRITE OPS-RPT-REC     FROM D-OPS-LINE
               MOVE  "Y"            TO   WS-RUN-WARNED
           END-IF.
           IF  WS-RESTART-IDX > ZERO
               PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                       UNTIL WS-STEP-IDX > WS-STEP-COUNT
                   IF  WS-STEP-IDX < WS-RESTART-IDX
                       IF  WS-STEP-NOT-RUN(WS-STEP-IDX)
                           MOVE "B"  TO   WS-STEP-STATUS(WS-STEP-IDX)
                           STRING "BYPASSED - RESTART FROM "
                                  PARM-RESTART-STEP
                                  DELIMITED BY SIZE
                             INTO WS-STEP-REMARKS(WS-STEP-IDX)
                       END-IF
                   ELSE
                       MOVE SPACE   TO   WS-STEP-STATUS(WS-STEP-IDX)
                                         WS-STEP-RC-KNOWN(WS-STEP-IDX)
                       MOVE SPACES  TO   WS-STEP-OUTCOME(WS-STEP-IDX)
                                         WS-STEP-REMARKS(WS-STEP-IDX)
                   END-IF
               END-PERFORM
           END-IF.

      ******************************************************************
       APPLY-STATE-RTN.
      ******************************************************************
      *    the same step still running the same program - a stream
      *    edited since the earlier run does not inherit its results
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-STEP-COUNT
               IF  WS-STEP-NAME(WS-STEP-IDX) = STA-STEP
               AND WS-STEP-PROGRAM(WS-STEP-IDX) = STA-PROGRAM
                   MOVE "E"          TO   WS-STEP-STATUS(WS-STEP-IDX)
                   MOVE STA-RC-KNOWN TO  WS-STEP-RC-KNOWN(WS-STEP-IDX)
                   MOVE STA-RC       TO   WS-STEP-RC(WS-STEP-IDX)
                   MOVE STA-START-DATE
                                TO   WS-STEP-START-DATE(WS-STEP-IDX)
                   MOVE STA-START-TIME
                                TO   WS-STEP-START-TIME(WS-STEP-IDX)
                   MOVE STA-END-DATE TO WS-STEP-END-DATE(WS-STEP-IDX)
                   MOVE STA-END-TIME TO WS-STEP-END-TIME(WS-STEP-IDX)
                   MOVE STA-OUTCOME  TO   WS-STEP-OUTCOME(WS-STEP-IDX)
                   MOVE STA-COUNTED  TO   WS-STEP-COUNTED(WS-STEP-IDX)
                   MOVE STA-FETCHED  TO   WS-STEP-FETCHED(WS-STEP-IDX)
                   MOVE STA-EXTRACTED
                                TO   WS-STEP-EXTRACTED(WS-STEP-IDX)
                   MOVE "COMPLETED IN EARLIER RUN - NOT REPEATED"
                                TO   WS-STEP-REMARKS(WS-STEP-IDX)
               END-IF
           END-PERFORM.

      ******************************************************************
       RUN-STREAM-RTN.
      ******************************************************************
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-STEP-COUNT
                      OR WS-STOP-STEP NOT = SPACES
               PERFORM RUN-STEP-RTN
           END-PERFORM.

      *    everything after the step that stopped the stream
           IF  WS-STOP-STEP NOT = SPACES
               MOVE  "Y"            TO   WS-RUN-FAILED
               DISPLAY "*** STREAM STOPPED AT STEP " WS-STOP-STEP
               PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                       UNTIL WS-STEP-IDX > WS-STEP-COUNT
                   IF  WS-STEP-NOT-RUN(WS-STEP-IDX)
                       MOVE SPACES  TO   WS-STEP-REMARKS(WS-STEP-IDX)
                       STRING "STREAM STOPPED AT " WS-STOP-STEP
                              DELIMITED BY SIZE
                         INTO WS-STEP-REMARKS(WS-STEP-IDX)
                   END-IF
               END-PERFORM
           END-IF.

      ******************************************************************
       RUN-STEP-RTN.
      ******************************************************************
           EVALUATE TRUE
               WHEN WS-STEP-DONE-EARLIER(WS-STEP-IDX)
                   DISPLAY "STEP " WS-STEP-NAME(WS-STEP-IDX)
                           " COMPLETED IN AN EARLIER RUN"
               WHEN WS-STEP-BYPASSED(WS-STEP-IDX)
                   DISPLAY "STEP " WS-STEP-NAME(WS-STEP-IDX)
                           " BYPASSED"
               WHEN WS-STEP-FREQ(WS-STEP-IDX) = "M"
                AND NOT WS-IS-MONTH-END
                   MOVE "N"         TO   WS-STEP-STATUS(WS-STEP-IDX)
                   MOVE "MONTH-END STEP - NOT DUE"
                                    TO   WS-STEP-REMARKS(WS-STEP-IDX)
                   DISPLAY "STEP " WS-STEP-NAME(WS-STEP-IDX)
                           " NOT DUE"
               WHEN OTHER
                   PERFORM CHECK-PREREQ-RTN
                   IF  WS-PREREQ-MISSING = SPACES
                       PERFORM EXEC-STEP-RTN
                   ELSE
                       MOVE "H"     TO   WS-STEP-STATUS(WS-STEP-IDX)
                       STRING "HELD - " DELIMITED BY SIZE
                              WS-PREREQ-MISSING DELIMITED BY SPACE
                              " NOT COMPLETE" DELIMITED BY SIZE
                         INTO WS-STEP-REMARKS(WS-STEP-IDX)
                       MOVE WS-STEP-NAME(WS-STEP-IDX)
                                    TO   WS-STOP-STEP
                       DISPLAY "*** STEP " WS-STEP-NAME(WS-STEP-IDX)
                               " HELD - PREREQUISITE "
                               WS-PREREQ-MISSING " NOT COMPLETE"
                   END-IF
                   PERFORM SAVE-STATE-RTN
           END-EVALUATE.

      ******************************************************************
       CHECK-PREREQ-RTN.
      ******************************************************************
      *    completed this run, in an earlier run, or not due today
           MOVE  SPACES             TO   WS-PREREQ-MISSING.
           PERFORM VARYING WS-PRQ-IDX FROM 1 BY 1
                   UNTIL WS-PRQ-IDX > 4
                      OR WS-PREREQ-MISSING NOT = SPACES
               MOVE  WS-STEP-PRQ-IX(WS-STEP-IDX, WS-PRQ-IDX)
                                    TO   WS-CHK-IDX
               IF  WS-CHK-IDX > ZERO
                   IF  NOT WS-STEP-SATISFIED(WS-CHK-IDX)
                       MOVE WS-STEP-NAME(WS-CHK-IDX)
                                    TO   WS-PREREQ-MISSING
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
       EXEC-STEP-RTN.
      ******************************************************************
           PERFORM BUILD-COMMAND-RTN.
           PERFORM MAP-STEP-LOG-RTN.
           DISPLAY "STEP " WS-STEP-NAME(WS-STEP-IDX) " STARTED - "
                   WS-STEP-PROGRAM(WS-STEP-IDX).
           ADD   1                  TO   WS-STEPS-RUN.
           ACCEPT WS-STEP-START-DATE(WS-STEP-IDX) FROM DATE YYYYMMDD.
           ACCEPT WS-STEP-START-TIME(WS-STEP-IDX) FROM TIME.
           CALL "SYSTEM" USING WS-COMMAND.
           MOVE  RETURN-CODE        TO   WS-SYS-STATUS.
           ACCEPT WS-STEP-END-DATE(WS-STEP-IDX) FROM DATE YYYYMMDD.
           ACCEPT WS-STEP-END-TIME(WS-STEP-IDX) FROM TIME.
           PERFORM READ-STEP-LOG-RTN.

           MOVE  SPACES             TO   WS-FAIL-REASON.
           MOVE  ZERO               TO   WS-SYS-EXIT WS-SYS-SIGNAL.
           IF  WS-SYS-STATUS < ZERO
               MOVE "STEP COULD NOT BE STARTED" TO WS-FAIL-REASON
           ELSE
               DIVIDE WS-SYS-STATUS BY 256 GIVING WS-SYS-EXIT
                      REMAINDER WS-SYS-SIGNAL
               EVALUATE TRUE
                   WHEN WS-SYS-SIGNAL NOT = ZERO
                       MOVE "ENDED ABNORMALLY - NO RETURN CODE"
                                    TO   WS-FAIL-REASON
                   WHEN WS-SYS-EXIT = 127
                       MOVE "PROGRAM NOT FOUND"
                                    TO   WS-FAIL-REASON
                   WHEN OTHER
                       MOVE WS-SYS-EXIT TO WS-STEP-RC(WS-STEP-IDX)
                       MOVE "Y"     TO   WS-STEP-RC-KNOWN(WS-STEP-IDX)
                       PERFORM CHECK-RC-RTN
                       IF  NOT WS-RC-IS-ACCEPTED
                           MOVE "RETURN CODE NOT ACCEPTED FOR STEP"
                                    TO   WS-FAIL-REASON
                       ELSE
                           IF  NOT WS-STEP-LOG-IS-FOUND
                               MOVE "NO RUN-LOG RECORD FROM THE STEP"
                                    TO   WS-FAIL-REASON
                           END-IF
                       END-IF
               END-EVALUATE
           END-IF.

           IF  WS-FAIL-REASON = SPACES
               MOVE "C"             TO   WS-STEP-STATUS(WS-STEP-IDX)
               IF  WS-SYS-EXIT NOT = ZERO
                   MOVE "Y"         TO   WS-RUN-WARNED
               END-IF
               DISPLAY "STEP " WS-STEP-NAME(WS-STEP-IDX)
                       " COMPLETE - RC " WS-SYS-EXIT
           ELSE
               MOVE "F"             TO   WS-STEP-STATUS(WS-STEP-IDX)
               MOVE WS-FAIL-REASON  TO   WS-STEP-REMARKS(WS-STEP-IDX)
               MOVE WS-STEP-NAME(WS-STEP-IDX)
                                    TO   WS-STOP-STEP
               DISPLAY "*** STEP " WS-STEP-NAME(WS-STEP-IDX)
                       " FAILED - " WS-FAIL-REASON
           END-IF.

      ******************************************************************
       BUILD-COMMAND-RTN.
      ******************************************************************
      *    [DD_xxPARMS=parmfile ]bindir/program </dev/null
           MOVE  SPACES             TO   WS-COMMAND.
           MOVE  1                  TO   WS-CMD-PTR.
           IF  WS-STEP-PARM(WS-STEP-IDX) NOT = SPACES
               STRING "DD_" WS-STEP-PREFIX(WS-STEP-IDX) "PARMS="
                      DELIMITED BY SIZE
                      WS-STEP-PARM(WS-STEP-IDX) DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                 INTO WS-COMMAND WITH POINTER WS-CMD-PTR
           END-IF.
           STRING WS-BIN-DIR DELIMITED BY SPACE
                  "/" DELIMITED BY SIZE
                  WS-STEP-PROGRAM(WS-STEP-IDX) DELIMITED BY SPACE
                  " </dev/null" DELIMITED BY SIZE
             INTO WS-COMMAND WITH POINTER WS-CMD-PTR.

      ******************************************************************
       MAP-STEP-LOG-RTN.
      ******************************************************************
      *    the step writes its run log to xxRUNLOG, or wherever the
      *    operator has pointed DD_xxRUNLOG - JCSTPLOG follows it
           MOVE  SPACES             TO   WS-ENV-NAME WS-STEP-LOG-NAME.
           STRING "DD_" WS-STEP-PREFIX(WS-STEP-IDX) "RUNLOG"
                  DELIMITED BY SIZE
             INTO WS-ENV-NAME.
           DISPLAY WS-ENV-NAME       UPON ENVIRONMENT-NAME.
           ACCEPT WS-STEP-LOG-NAME   FROM ENVIRONMENT-VALUE.
           IF  WS-STEP-LOG-NAME = SPACES
               STRING WS-STEP-PREFIX(WS-STEP-IDX) "RUNLOG"
                      DELIMITED BY SIZE
                 INTO WS-STEP-LOG-NAME
           END-IF.
           DISPLAY "DD_JCSTPLOG"     UPON ENVIRONMENT-NAME.
           DISPLAY WS-STEP-LOG-NAME  UPON ENVIRONMENT-VALUE.

      ******************************************************************
       READ-STEP-LOG-RTN.
      ******************************************************************
      *    the last record the step wrote this time - one stamped
      *    before the step was started belongs to an earlier run
           MOVE  "N"                TO   WS-STEP-LOG-FOUND.
           OPEN INPUT STEP-LOG-FILE.
           IF  WS-STPLOG-STATUS = "00"
               PERFORM UNTIL WS-STPLOG-STATUS NOT = "00"
                   READ STEP-LOG-FILE INTO D-STEP-LOG-REC
                   IF  WS-STPLOG-STATUS = "00"
                   AND SLG-START-DATE NUMERIC
                   AND SLG-START-TIME NUMERIC
                       IF  SLG-START-DATE >
                               WS-STEP-START-DATE(WS-STEP-IDX)
                       OR (SLG-START-DATE =
                               WS-STEP-START-DATE(WS-STEP-IDX)
                       AND SLG-START-TIME NOT <
                               WS-STEP-START-TIME(WS-STEP-IDX))
                           PERFORM TAKE-STEP-LOG-RTN
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE STEP-LOG-FILE
           END-IF.

      ******************************************************************
       TAKE-STEP-LOG-RTN.
      ******************************************************************
           MOVE  "Y"                TO   WS-STEP-LOG-FOUND.
           MOVE  SLG-OUTCOME        TO   WS-STEP-OUTCOME(WS-STEP-IDX).
           IF  SLG-COUNTED NUMERIC
               MOVE SLG-COUNTED     TO   WS-STEP-COUNTED(WS-STEP-IDX)
           END-IF.
           IF  SLG-FETCHED NUMERIC
               MOVE SLG-FETCHED     TO   WS-STEP-FETCHED(WS-STEP-IDX)
           END-IF.
           IF  SLG-EXTRACTED NUMERIC
               MOVE SLG-EXTRACTED
                                TO   WS-STEP-EXTRACTED(WS-STEP-IDX)
           END-IF.

      ******************************************************************
       CHECK-RC-RTN.
      ******************************************************************
           MOVE  "N"                TO   WS-RC-ACCEPTED.
           IF  WS-SYS-EXIT < 100
               MOVE  WS-SYS-EXIT    TO   WS-RC-CHK
               PERFORM VARYING WS-RC-IDX FROM 1 BY 1
                       UNTIL WS-RC-IDX > 4
                   IF  WS-STEP-OK-RC(WS-STEP-IDX, WS-RC-IDX)
                         = WS-RC-CHK-X
                       MOVE "Y"     TO   WS-RC-ACCEPTED
                   END-IF
               END-PERFORM
           END-IF.

      ******************************************************************
       SAVE-STATE-RTN.
      ******************************************************************
      *    the whole cycle so far, rewritten after every step so a
      *    stream cut off part way still resumes from the right step.
      *    Completed steps are kept as C whichever run completed them.
           OPEN OUTPUT STATE-FILE.
           IF  WS-STATE-STATUS NOT = "00"
               DISPLAY "*** WARNING: COULD NOT WRITE JCSTATE - STATUS "
                       WS-STATE-STATUS
               MOVE  "Y"            TO   WS-RUN-WARNED
           ELSE
               PERFORM VARYING WS-CHK-IDX FROM 1 BY 1
                       UNTIL WS-CHK-IDX > WS-STEP-COUNT
                   IF  NOT WS-STEP-NOT-RUN(WS-CHK-IDX)
                       PERFORM WRITE-STATE-RTN
                   END-IF
               END-PERFORM
               CLOSE STATE-FILE
           END-IF.

      ******************************************************************
       WRITE-STATE-RTN.
      ******************************************************************
           MOVE  BUS-DATE           TO   STA-BUS-DATE.
           MOVE  WS-STEP-NAME(WS-CHK-IDX)    TO   STA-STEP.
           MOVE  WS-STEP-PROGRAM(WS-CHK-IDX) TO   STA-PROGRAM.
           IF  WS-STEP-DONE-EARLIER(WS-CHK-IDX)
               MOVE  "C"            TO   STA-STATUS
           ELSE
               MOVE  WS-STEP-STATUS(WS-CHK-IDX) TO STA-STATUS
           END-IF.
           MOVE  WS-STEP-RC-KNOWN(WS-CHK-IDX)   TO   STA-RC-KNOWN.
           MOVE  WS-STEP-RC(WS-CHK-IDX)         TO   STA-RC.
           MOVE  WS-STEP-START-DATE(WS-CHK-IDX) TO   STA-START-DATE.
           MOVE  WS-STEP-START-TIME(WS-CHK-IDX) TO   STA-START-TIME.
           MOVE  WS-STEP-END-DATE(WS-CHK-IDX)   TO   STA-END-DATE.
           MOVE  WS-STEP-END-TIME(WS-CHK-IDX)   TO   STA-END-TIME.
           MOVE  WS-STEP-OUTCOME(WS-CHK-IDX)    TO   STA-OUTCOME.
           MOVE  WS-STEP-COUNTED(WS-CHK-IDX)    TO   STA-COUNTED.
           MOVE  WS-STEP-FETCHED(WS-CHK-IDX)    TO   STA-FETCHED.
           MOVE  WS-STEP-EXTRACTED(WS-CHK-IDX)  TO   STA-EXTRACTED.
           MOVE  WS-STEP-REMARKS(WS-CHK-IDX)    TO   STA-REMARKS.
           WRITE STATE-REC           FROM D-STATE-REC.

      ******************************************************************
       OPS-REPORT-RTN.
      ******************************************************************
      *    one line per step in stream order, then the totals and
      *    what to do next
           WRITE OPS-RPT-REC         FROM D-OPS-HEAD.
           MOVE  ALL "-"            TO   D-OPS-LINE.
           WRITE OPS-RPT-REC         FROM D-OPS-LINE.
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-STEP-COUNT
               PERFORM OPS-DETAIL-RTN
           END-PERFORM.

           MOVE  SPACES             TO   D-OPS-LINE.
           WRITE OPS-RPT-REC         FROM D-OPS-LINE.
           MOVE  WS-STEP-COUNT      TO   OPS-TOT-STEPS.
           MOVE  WS-STEPS-RUN       TO   OPS-TOT-RUN.
           MOVE  WS-STEPS-COMPLETE  TO   OPS-TOT-COMPLETE.
           MOVE  WS-STEPS-SKIPPED   TO   OPS-TOT-SKIPPED.
           MOVE  WS-STEPS-STOPPED   TO   OPS-TOT-STOPPED.
           MOVE  WS-STEPS-NOT-RUN   TO   OPS-TOT-NOT-RUN.
           WRITE OPS-RPT-REC         FROM D-OPS-TOTALS.
           MOVE  SPACES             TO   D-OPS-LINE.
           EVALUATE TRUE
               WHEN WS-STOP-STEP NOT = SPACES
                   STRING "STREAM STOPPED AT STEP " DELIMITED BY SIZE
                          WS-STOP-STEP DELIMITED BY SPACE
                          " - CORRECT AND RERUN JOB-CONTROL TO RESUME"
                          " FROM IT"
                          DELIMITED BY SIZE
                     INTO D-OPS-LINE
               WHEN WS-RUN-HAS-FAILED
                   MOVE "STREAM NOT STARTED - SEE ABOVE"
                                    TO   D-OPS-LINE
               WHEN OTHER
                   MOVE "STREAM COMPLETE"
                                    TO   D-OPS-LINE
           END-EVALUATE.
           WRITE OPS-RPT-REC         FROM D-OPS-LINE.

      ******************************************************************
       OPS-DETAIL-RTN.
      ******************************************************************
           MOVE  SPACES             TO   D-OPS-DETAIL.
           MOVE  WS-STEP-NAME(WS-STEP-IDX)    TO   OPS-STEP.
           MOVE  WS-STEP-PROGRAM(WS-STEP-IDX) TO   OPS-PROGRAM.
           MOVE  WS-STEP-REMARKS(WS-STEP-IDX) TO   OPS-REMARKS.
           EVALUATE TRUE
               WHEN WS-STEP-RAN-OK(WS-STEP-IDX)
                   MOVE "COMPLETE"  TO   OPS-STATUS
                   ADD  1           TO   WS-STEPS-COMPLETE
               WHEN WS-STEP-DONE-EARLIER(WS-STEP-IDX)
                   MOVE "SKIPPED"   TO   OPS-STATUS
                   ADD  1           TO   WS-STEPS-COMPLETE
                                         WS-STEPS-SKIPPED
               WHEN WS-STEP-NOT-DUE(WS-STEP-IDX)
               WHEN WS-STEP-BYPASSED(WS-STEP-IDX)
                   MOVE "SKIPPED"   TO   OPS-STATUS
                   ADD  1           TO   WS-STEPS-SKIPPED
               WHEN WS-STEP-FAILED(WS-STEP-IDX)
                   MOVE "FAILED"    TO   OPS-STATUS
                   ADD  1           TO   WS-STEPS-STOPPED
               WHEN WS-STEP-HELD(WS-STEP-IDX)
                   MOVE "HELD"      TO   OPS-STATUS
                   ADD  1           TO   WS-STEPS-STOPPED
               WHEN OTHER
                   MOVE "NOT RUN"   TO   OPS-STATUS
                   ADD  1           TO   WS-STEPS-NOT-RUN
           END-EVALUATE.

      *    times, return code and counts only for a step that ran
           IF  WS-STEP-RAN-OK(WS-STEP-IDX)
           OR  WS-STEP-DONE-EARLIER(WS-STEP-IDX)
           OR  WS-STEP-FAILED(WS-STEP-IDX)
               MOVE  WS-STEP-START-DATE(WS-STEP-IDX)
                                    TO   OPS-START-DATE
               MOVE  WS-STEP-START-TIME(WS-STEP-IDX) TO WS-TIME-IN
               PERFORM FORMAT-TIME-RTN
               MOVE  WS-TIME-OUT    TO   OPS-START-TIME
               MOVE  WS-STEP-END-TIME(WS-STEP-IDX) TO WS-TIME-IN
               PERFORM FORMAT-TIME-RTN
               MOVE  WS-TIME-OUT    TO   OPS-END-TIME
               IF  WS-STEP-RC-KNOWN(WS-STEP-IDX) = "Y"
                   MOVE WS-STEP-RC(WS-STEP-IDX) TO OPS-RC
               END-IF
               MOVE  WS-STEP-OUTCOME(WS-STEP-IDX) TO OPS-OUTCOME
               IF  WS-STEP-OUTCOME(WS-STEP-IDX) NOT = SPACES
                   MOVE WS-STEP-COUNTED(WS-STEP-IDX)   TO OPS-COUNTED
                   MOVE WS-STEP-FETCHED(WS-STEP-IDX)   TO OPS-FETCHED
                   MOVE WS-STEP-EXTRACTED(WS-STEP-IDX)
                                                       TO OPS-EXTRACTED
               END-IF
           END-IF.
           WRITE OPS-RPT-REC         FROM D-OPS-DETAIL.

      ******************************************************************
       FORMAT-TIME-RTN.
      ******************************************************************
           MOVE  WS-TIME-IN-HH      TO   WS-TIME-OUT-HH.
           MOVE  WS-TIME-IN-MM      TO   WS-TIME-OUT-MM.
           MOVE  WS-TIME-IN-SS      TO   WS-TIME-OUT-SS.

      ******************************************************************
       ERROR-RTN.
      ******************************************************************
      *    the controller's only SQL is the business date and the
      *    month-end check - without them it cannot tell which steps
      *    are due, so any SQL error fails the run
           MOVE  "Y"                TO   WS-RUN-FAILED.
           MOVE  BUS-DATE           TO   LOG-POL-ID.
           MOVE  SQLCODE             TO   LOG-SQLCODE.
           MOVE  SQLSTATE            TO   LOG-SQLSTATE.
           MOVE  SQLERRMC            TO   LOG-MESSAGE.
           PERFORM WRITE-AUDIT-LOG-RTN.

           DISPLAY "*** SQL ERROR ***".
           DISPLAY "SQLCODE: " SQLCODE " " NO ADVANCING.
           EVALUATE SQLCODE
              WHEN  +10
                 DISPLAY "Record not found"
              WHEN  -01
                 DISPLAY "Connection falied"
              WHEN  -20
                 DISPLAY "Internal error"
              WHEN  -30
                 DISPLAY "PostgreSQL error"
                 DISPLAY "ERRCODE: "  SQLSTATE
                 DISPLAY SQLERRMC
              *> TO RESTART TRANSACTION, DO ROLLBACK.
                 EXEC SQL
                     ROLLBACK
                 END-EXEC
              WHEN  OTHER
                 DISPLAY "Undefined error"
                 DISPLAY "ERRCODE: "  SQLSTATE
                 DISPLAY SQLERRMC
           END-EVALUATE.
      ******************************************************************
       WRITE-AUDIT-LOG-RTN.
      ******************************************************************
      *    ERR-LOG-FILE-REC is populated by the caller before this is
      *    performed.
           ACCEPT LOG-DATE          FROM DATE YYYYMMDD.
           ACCEPT LOG-TIME          FROM TIME.
           OPEN EXTEND ERR-LOG-FILE.
           IF  WS-ERRLOG-STATUS NOT = "00"
               OPEN OUTPUT ERR-LOG-FILE
           END-IF.
           WRITE ERR-LOG-FILE-REC.
           CLOSE ERR-LOG-FILE.
      ******************************************************************
