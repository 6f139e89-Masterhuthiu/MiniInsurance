                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-ERRLOG-STATUS.

      *    one record per run for JOB-CONTROL and the morning check,
      *    same layout as FETCH-POLICY's FPRUNLOG
           SELECT RUN-LOG-FILE     ASSIGN TO "RBRUNLOG"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-RUNLOG-STATUS.

           SELECT PREM-BX-FILE     ASSIGN TO "RBPREMBX"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-PREM-BX-STATUS.
       FD  CLM-BX-FILE.
       01  CLM-BX-REC              PIC  X(72).

       FD  RUN-LOG-FILE.
       01  RUN-LOG-REC             PIC  X(149).

       WORKING-STORAGE             SECTION.
       01  WS-PARM-FILE-STATUS     PIC  X(2).
       01  WS-ERRLOG-STATUS        PIC  X(2).
       01  WS-CEDED-AMOUNT         PIC  S9(12)V99.
       01  WS-RETAINED-AMOUNT      PIC  S9(12)V99.

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
       01  WS-PREM-BX-LINES        PIC  9(8)  VALUE ZERO.
       01  WS-CLM-BX-LINES         PIC  9(8)  VALUE ZERO.

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

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME                  PIC  X(30) VALUE "testdb".
       01  USERNAME                PIC  X(30) VALUE "postgres".
       01  XRT-REC-VARS.
           05  XRT-CCY             PIC  X(3).
           05  XRT-RATE            PIC  S9(6)V9(4).

      *    the business date this run processes as, YYYYMMDD - set by
      *    LOAD-BUS-DATE-RTN
       01  BUS-DATE                PIC  X(8).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
      ******************************************************************
       MAIN-RTN.
           DISPLAY "*** REINSURANCE BORDEREAUX STARTED ***".
           ACCEPT WS-RUN-START-DATE  FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-START-TIME  FROM TIME.

      *    WHENEVER IS NOT YET SUPPORTED :(
      *      EXEC SQL WHENEVER SQLERROR PERFORM ERROR-RTN END-EXEC.
           EXEC SQL
               CONNECT :USERNAME IDENTIFIED BY :PASSWD USING :DBNAME
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
               PERFORM END-RUN-RTN
               STOP RUN
           END-IF.

      *    the conversion rates come from the database now, so they
      *    can only be loaded (and the reporting currency validated
      *    against them) once the CONNECT is up - as of the business
      *    date, which has to be read first
           PERFORM LOAD-BUS-DATE-RTN.
           PERFORM LOAD-XRATE-RTN.
           PERFORM CHECK-REPORT-CCY-RTN.

           END-EXEC.

      *    END
           PERFORM END-RUN-RTN.
           DISPLAY "*** REINSURANCE BORDEREAUX FINISHED ***".
           STOP RUN.

      ******************************************************************
       END-RUN-RTN.
      ******************************************************************
      *    one appended RBRUNLOG record plus the matching return code -
      *    a run that warned or failed must not finish looking like a
      *    clean one
           MOVE  SPACES              TO   D-RUN-REC.
           MOVE  "REINS-BORDER"     TO   RUN-PROGRAM.
           MOVE  WS-RUN-START-DATE  TO   RUN-START-DATE.
           MOVE  WS-RUN-START-TIME  TO   RUN-START-TIME.
           ACCEPT RUN-END-DATE       FROM DATE YYYYMMDD.
           ACCEPT RUN-END-TIME       FROM TIME.
           MOVE  "B"                TO   RUN-MODE.
           MOVE  WS-REPORT-CCY      TO   RUN-SEL-ID-FROM.
           MOVE  SPACES              TO   RUN-SEL-ID-TO
                                           RUN-SEL-STATUS
                                           RUN-SEL-HOLDER.
           MOVE  WS-PREM-BX-LINES   TO   RUN-COUNTED.
           MOVE  WS-CLM-BX-LINES    TO   RUN-FETCHED.
           MOVE  ZERO               TO   RUN-EXTRACTED.
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
       PREMIUM-BORD-RTN.
      ******************************************************************
      *    whole book, each policy matched to the lowest-id treaty
      *    covering its status/currency and in force on the business
      *    date; the ZZZZZZZZ sentinel pushes the uncovered group to
      *    the end, the same sort trick as AGENT-COMMISSION's
      *    UNASSIGNED break
           EXEC SQL
               DECLARE CP CURSOR FOR
               SELECT COALESCE(t.treaty_id, 'ZZZZZZZZ'),
                               OR t2.cover_status = p.status)
                          AND (t2.cover_currency IS NULL
                               OR t2.cover_currency = p.currency_code)
                          AND t2.effective_from <=
                              CAST(:BUS-DATE AS DATE)
                          AND (t2.effective_to IS NULL
                               OR t2.effective_to >=
                                  CAST(:BUS-DATE AS DATE)))
                ORDER BY COALESCE(t.treaty_id, 'ZZZZZZZZ'),
                         p.policy_id
           END-EXEC.
               DISPLAY "*** COULD NOT OPEN " "RBPREMBX"
                       " - STATUS=" WS-PREM-BX-STATUS
                       " - PREMIUM BORDEREAU SKIPPED"
               MOVE "Y"             TO   WS-RUN-FAILED
           ELSE
               DISPLAY " "
               DISPLAY "-------- PREMIUM BORDEREAU --------"
               DISPLAY "BUSINESS DATE " BUS-DATE
               PERFORM RESET-TOTALS-RTN
               EXEC SQL
                   OPEN CP
               DISPLAY "*** WARNING: BORDEREAU WRITE FAILED FOR "
                       "POL-ID " POL-ID " - STATUS="
                       WS-PREM-BX-STATUS
               MOVE "Y"             TO   WS-RUN-WARNED
           ELSE
               ADD   1              TO   WS-PREM-BX-LINES
           END-IF.
           PERFORM ACCUMULATE-RTN.

                               OR t2.cover_status = p.status)
                          AND (t2.cover_currency IS NULL
                               OR t2.cover_currency = p.currency_code)
                          AND t2.effective_from <=
                              CAST(:BUS-DATE AS DATE)
                          AND (t2.effective_to IS NULL
                               OR t2.effective_to >=
                                  CAST(:BUS-DATE AS DATE)))
                WHERE c.status = 'PAID'
                ORDER BY COALESCE(t.treaty_id, 'ZZZZZZZZ'),
                         c.claim_id
               DISPLAY "*** COULD NOT OPEN " "RBCLMSBX"
                       " - STATUS=" WS-CLM-BX-STATUS
                       " - CLAIMS BORDEREAU SKIPPED"
               MOVE "Y"             TO   WS-RUN-FAILED
           ELSE
               DISPLAY " "
               DISPLAY "-------- CLAIMS BORDEREAU --------"
               DISPLAY "BUSINESS DATE " BUS-DATE
               PERFORM RESET-TOTALS-RTN
               EXEC SQL
                   OPEN CQ
           IF  WS-CLM-BX-STATUS NOT = "00"
               DISPLAY "*** WARNING: BORDEREAU WRITE FAILED FOR "
                       "CLAIM " CLM-ID " - STATUS=" WS-CLM-BX-STATUS
               MOVE "Y"             TO   WS-RUN-WARNED
           ELSE
               ADD   1              TO   WS-CLM-BX-LINES
           END-IF.
           PERFORM ACCUMULATE-RTN.

               DISPLAY "*** WARNING: UNKNOWN CURRENCY CODE "
                       POL-CURRENCY " ON POL-ID " POL-ID
                       " - TREATED AS RATE 1 IN TOTALS"
               MOVE "Y"             TO   WS-RUN-WARNED
               MOVE  POL-ID              TO   LOG-POL-ID
               MOVE  ZERO                TO   LOG-SQLCODE
               MOVE  SPACES              TO   LOG-SQLSTATE
               END-PERFORM
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
       LOAD-XRATE-RTN.
      ******************************************************************
      *    replaces the compiled-in fallback table with the newest
      *    rate per currency from exchange_rates as of the business
      *    date
      *    (XRATE-MAINT maintains the rows), same as FETCH-POLICY.
      *    If the table is empty the fallback rates stay in force with
      *    a warning rather than stopping the run.
                      (SELECT MAX(y.effective_date)
                         FROM exchange_rates y
                        WHERE y.currency_code = x.currency_code
                          AND y.effective_date <=
                              CAST(:BUS-DATE AS DATE))
                ORDER BY x.currency_code
           END-EXEC.
           EXEC SQL
           ELSE
               DISPLAY "*** WARNING: NO ROWS ON EXCHANGE-RATES TABLE"
                       " - COMPILED FALLBACK RATES IN FORCE"
               MOVE "Y"             TO   WS-RUN-WARNED
               MOVE  SPACES              TO   LOG-POL-ID
               MOVE  ZERO                TO   LOG-SQLCODE
               MOVE  SPACES              TO   LOG-SQLSTATE
           IF  NOT WS-XRATE-IS-FOUND
               DISPLAY "*** WARNING: UNKNOWN REPORT CURRENCY CODE "
                       WS-REPORT-CCY " - DEFAULTING TO VND"
               MOVE "Y"             TO   WS-RUN-WARNED
               MOVE  SPACES              TO   LOG-POL-ID
               MOVE  ZERO                TO   LOG-SQLCODE
               MOVE  SPACES              TO   LOG-SQLSTATE
      ******************************************************************
       ERROR-RTN.
      ******************************************************************
      *    any path through here is a failed run as far as
      *    JOB-CONTROL is concerned
           MOVE  "Y"                TO   WS-RUN-FAILED.
           MOVE  POL-ID             TO   LOG-POL-ID.
           MOVE  SQLCODE             TO   LOG-SQLCODE.
           MOVE  SQLSTATE            TO   LOG-SQLSTATE.
