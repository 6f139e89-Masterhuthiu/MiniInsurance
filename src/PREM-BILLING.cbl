                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-ERRLOG-STATUS.

      *    one record per run for JOB-CONTROL and the morning check,
      *    same layout as FETCH-POLICY's FPRUNLOG
           SELECT RUN-LOG-FILE     ASSIGN TO "PBRUNLOG"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-RUNLOG-STATUS.

           SELECT INVOICE-FILE     ASSIGN TO "PBINVOUT"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-INVOICE-STATUS.
           05  FILLER              PIC  X(2).
           05  INV-CURRENCY        PIC  X(3).

       FD  RUN-LOG-FILE.
       01  RUN-LOG-REC             PIC  X(149).

       WORKING-STORAGE             SECTION.
       01  WS-PARM-FILE-STATUS     PIC  X(2).
       01  WS-ERRLOG-STATUS        PIC  X(2).
           05  WS-STAGE-ENTRY OCCURS 40 TIMES.
               10  STG-TERM-START  PIC  X(8).
               10  STG-TERM-END    PIC  X(8).
               10  STG-DUE-DATE    PIC  X(8).
               10  STG-AMOUNT      PIC  S9(10)V99.
       01  WS-STAGE-IDX            PIC  9(2).

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

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME                  PIC  X(30) VALUE "testdb".
       01  USERNAME                PIC  X(30) VALUE "postgres".
       01  TRM-START               PIC  X(8).
       01  TRM-END                 PIC  X(8).
       01  TRM-NEXT-START          PIC  X(8).
       01  TRM-DUE-DATE            PIC  X(8).
      *    what this term actually bills - the full annual premium,
      *    or the day-count pro-rata share when the term is the stub
      *    cut short by expiry_date
       01  INV-BILL-AMOUNT         PIC  S9(10)V99.

      *    the business date this run processes as, YYYYMMDD - set by
      *    LOAD-BUS-DATE-RTN
       01  BUS-DATE                PIC  X(8).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
      ******************************************************************
       MAIN-RTN.
           DISPLAY "*** PREMIUM BILLING STARTED ***".
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

      *    terms are billed up to the business date, not the machine
      *    clock's today
           PERFORM LOAD-BUS-DATE-RTN.
           MOVE  BUS-DATE           TO   WS-TODAY.
           PERFORM BILLING-RTN.

      *    DISCONNECT
           END-EXEC.

      *    END
           PERFORM END-RUN-RTN.
           DISPLAY "*** PREMIUM BILLING FINISHED ***".
           STOP RUN.

      ******************************************************************
       END-RUN-RTN.
      ******************************************************************
      *    one appended PBRUNLOG record plus the matching return code -
      *    a run that warned or failed must not finish looking like a
      *    clean one
           MOVE  SPACES              TO   D-RUN-REC.
           MOVE  "PREM-BILLING"     TO   RUN-PROGRAM.
           MOVE  WS-RUN-START-DATE  TO   RUN-START-DATE.
           MOVE  WS-RUN-START-TIME  TO   RUN-START-TIME.
           ACCEPT RUN-END-DATE       FROM DATE YYYYMMDD.
           ACCEPT RUN-END-TIME       FROM TIME.
           MOVE  "B"                TO   RUN-MODE.
           MOVE  SPACES              TO   RUN-SEL-ID-FROM
                                           RUN-SEL-ID-TO
                                           RUN-SEL-STATUS
                                           RUN-SEL-HOLDER.
           MOVE  WS-POLICIES-BILLED TO   RUN-COUNTED.
           MOVE  WS-INVOICES-MADE   TO   RUN-FETCHED.
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
               MOVE "postgres"      TO   PARM-USERNAME
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
       BILLING-RTN.
      ******************************************************************
               DISPLAY "*** COULD NOT OPEN " "PBINVOUT"
                       " - STATUS=" WS-INVOICE-STATUS
                       " - BILLING RUN SKIPPED"
               MOVE "Y"             TO   WS-RUN-FAILED
           ELSE
               EXEC SQL
                   OPEN CB
      *    the first unbilled term starts the day after the last term
      *    already on the invoices table, or at effective_date when
      *    nothing has been billed yet; terms are then generated
      *    year-on-year until they run past the business date or past
      *    expiry.  A final term that expiry cuts short is capped at
      *    expiry_date and billed pro-rata by days (see
      *    MAKE-ONE-INVOICE-RTN).
      *    One transaction per policy: the ladder's invoice rows and
      *    their despatch records land together or not at all - any
      *    SQL or file failure rolls the whole ladder back, and the

           PERFORM UNTIL WS-POLICY-DONE = "Y"
      *        YYYYMMDD strings compare correctly as text - a term
      *        starting after the business date (or at/after expiry)
      *        is not yet billable and ends the ladder for this run
               IF  TRM-START > WS-TODAY
                   OR (POL-EXP-DATE NOT = SPACES
                       AND TRM-START >= POL-EXP-DATE)
      ******************************************************************
      *    the date arithmetic is done in SQL - "+ 1 year" respects
      *    month lengths and leap days, which home-grown YYYYMMDD
      *    arithmetic famously does not.  The premium falls due when
      *    the term's cover starts, rolled forward to the next
      *    business day when that is a weekend or processing_calendar
      *    holiday, so aging and dunning count from a day the customer
      *    could actually pay on.
           MOVE  SPACES              TO   TRM-END TRM-NEXT-START
                                           TRM-DUE-DATE.
      *    a full despatch staging table pauses the ladder for this
      *    run - nothing is billed that can't also be despatched, and
      *    the next run continues from MAX(term_end)
                                  'YYYYMMDD'),
                          TO_CHAR(CAST(CAST(:TRM-START AS DATE)
                                  + INTERVAL '1 year' AS DATE),
                                  'YYYYMMDD'),
                          TO_CHAR(COALESCE(next_business_day(
                                  CAST(:TRM-START AS DATE)),
                                  CAST(:TRM-START AS DATE)),
                                  'YYYYMMDD')
                     INTO :TRM-END, :TRM-NEXT-START, :TRM-DUE-DATE
               END-EXEC
               IF  SQLCODE NOT = ZERO
                   PERFORM ERROR-RTN
           IF  WS-POLICY-DONE = "N"
      *        the premium falls due when the term's cover starts -
      *        the same convention the old aging report applied to
      *        effective_date - or the first business day after
               EXEC SQL
                   INSERT INTO invoices
                          (policy_id, term_start, term_end, due_date,
                   VALUES (:POL-ID,
                           CAST(:TRM-START AS DATE),
                           CAST(:TRM-END AS DATE),
                           CAST(:TRM-DUE-DATE AS DATE),
                           :INV-BILL-AMOUNT)
               END-EXEC
               IF  SQLCODE NOT = ZERO
                                            (WS-STAGE-COUNT)
                   MOVE TRM-END     TO   STG-TERM-END
                                            (WS-STAGE-COUNT)
                   MOVE TRM-DUE-DATE  TO  STG-DUE-DATE
                                            (WS-STAGE-COUNT)
                   MOVE INV-BILL-AMOUNT  TO  STG-AMOUNT
                                            (WS-STAGE-COUNT)
                   MOVE "Y"         TO   WS-POLICY-MADE
               MOVE  POL-HOLDER         TO   INV-HOLDER
               MOVE  STG-TERM-START (WS-STAGE-IDX)
                                         TO   INV-TERM-START
               MOVE  STG-DUE-DATE (WS-STAGE-IDX)
                                         TO   INV-DUE-DATE
               MOVE  STG-TERM-END (WS-STAGE-IDX)
                                         TO   INV-TERM-END
               MOVE  STG-AMOUNT (WS-STAGE-IDX)
                   DISPLAY "*** WARNING: INVOICE WRITE FAILED FOR "
                           "POL-ID " POL-ID " - STATUS="
                           WS-INVOICE-STATUS " - BILLING STOPPED"
                   MOVE "Y"             TO   WS-RUN-WARNED
                   MOVE "N"         TO   WS-INVOICE-OK
                   MOVE "Y"         TO   WS-POLICY-FAILED
               END-IF
      ******************************************************************
       ERROR-RTN.
      ******************************************************************
      *    any path through here is a failed run as far as
      *    JOB-CONTROL is concerned
           MOVE  "Y"                TO   WS-RUN-FAILED.
           MOVE  POL-ID             TO   LOG-POL-ID.
           MOVE  SQLCODE             TO   LOG-SQLCODE.
           MOVE  SQLSTATE            TO   LOG-SQLSTATE.
