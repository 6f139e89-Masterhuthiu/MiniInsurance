           05  LOG-MESSAGE         PIC  X(70).

       FD  RUN-LOG-FILE.
       01  RUN-LOG-REC             PIC  X(149).

       WORKING-STORAGE             SECTION.
       01  WS-PARM-FILE-STATUS     PIC  X(2).
       01  WS-RUN-START-TIME       PIC  9(8).
       01  WS-FETCH-TALLY          PIC  9(8)  VALUE ZERO.

      *    same 149-byte layout as FETCH-POLICY's FPRUNLOG record so
      *    one morning-check reader handles both logs; the selection
      *    columns stay blank - this report takes no selections
       01  D-RUN-REC.
           05  RUN-EXTRACTED       PIC  9(8).
           05  FILLER              PIC  X(1)  VALUE SPACE.
           05  RUN-OUTCOME         PIC  X(8).
           05  FILLER              PIC  X(1)  VALUE SPACE.
           05  RUN-BUS-DATE        PIC  9(8).

       01  D-CLAIM-REC.
           05  D-POL-ID            PIC  X(10).
       01  XRT-REC-VARS.
           05  XRT-CCY             PIC  X(3).
           05  XRT-RATE            PIC  S9(6)V9(4).

      *    the business date this run processes as, YYYYMMDD - set by
      *    LOAD-BUS-DATE-RTN
       01  BUS-DATE                PIC  X(8).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
           END-IF.

      *    the conversion rates come from the database, so they can
      *    only be loaded once the CONNECT is up - as of the business
      *    date, which has to be read first
           PERFORM LOAD-BUS-DATE-RTN.
           PERFORM LOAD-XRATE-RTN.

      *    SELECT COUNT(*) INTO HOST-VARIABLE
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
