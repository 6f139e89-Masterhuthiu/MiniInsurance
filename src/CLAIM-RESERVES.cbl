      ******************************************************************
      *  CLAIM-RESERVES --- period-end outstanding and incurred claims
      *
      *  FETCH-CLAIMS' loss ratio only sees paid money.  This report
      *  adds the case reserves CLAIM-ENTRY holds against open claims
      *  (claim_reserves movements) so the claims still to pay show
      *  up in the period they are known about.  For one accounting
      *  period, per policy with any claim or reserve activity:
      *
      *    opening reserve  - reserve in force at the period start
      *    movements        - POSTED reserve movements in the period
      *                       (set, revised, and the zeroing when a
      *                       claim is DENIED or settled PAID)
      *    payments         - claims settled (paid_date) in the period
      *    closing reserve  - opening + movements
      *    paid to date     - all settlements up to the period end
      *    incurred         - paid to date + closing reserve
      *
      *  with incurred set against the policy premium as a ratio.
      *  Every amount is converted to the reporting currency off the
      *  central exchange_rates table, the same as GL-POSTING, and the
      *  report closes with the totals line.  One CRRUNLOG record per
      *  run in the FPRUNLOG layout.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 CLAIM-RESERVES.
       AUTHOR.                     TSH.
       DATE-WRITTEN.               2026-10-15.

      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PARM-FILE
                                    ASSIGN TO "CRPARMS"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT ERR-LOG-FILE     ASSIGN TO "CRERRLOG"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-ERRLOG-STATUS.

           SELECT REPORT-FILE      ASSIGN TO "CRRPTOUT"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-REPORT-STATUS.

      *    one record per run for the morning checker, same layout as
      *    FETCH-POLICY's FPRUNLOG
           SELECT RUN-LOG-FILE     ASSIGN TO "CRRUNLOG"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-RUNLOG-STATUS.

      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FILE                        SECTION.
       FD  PARM-FILE.
       01  PARM-FILE-REC.
      *    same run-time CONNECT parameter approach as FETCH-POLICY;
      *    PARM-PERIOD is the accounting period YYYYMM (normally the
      *    month just closed - blank defaults to the business month)
           05  PARM-DBNAME         PIC  X(30).
           05  PARM-USERNAME       PIC  X(30).
           05  PARM-PASSWD         PIC  X(10).
           05  PARM-PERIOD         PIC  X(6).
           05  PARM-REPORT-CCY     PIC  X(3).

       FD  ERR-LOG-FILE.
      *    persistent audit trail of every ERROR-RTN occurrence, same
      *    shape as FETCH-POLICY's
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

       FD  REPORT-FILE.
       01  REPORT-REC              PIC  X(197).

       FD  RUN-LOG-FILE.
       01  RUN-LOG-REC             PIC  X(149).

       WORKING-STORAGE             SECTION.
       01  WS-PARM-FILE-STATUS     PIC  X(2).
       01  WS-ERRLOG-STATUS        PIC  X(2).
       01  WS-REPORT-STATUS        PIC  X(2).

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
      *    one morning-check reader handles all the logs; the period
      *    reported rides in the first selection column
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

       01  WS-POL-READ             PIC  9(8)  VALUE ZERO.
       01  WS-LINES-WRITTEN        PIC  9(8)  VALUE ZERO.

      *    one policy's measures after conversion to WS-REPORT-CCY
       01  WS-CNV-OPENING          PIC  S9(13)V99.
       01  WS-CNV-MOVEMENT         PIC  S9(13)V99.
       01  WS-CNV-PAYMENTS         PIC  S9(13)V99.
       01  WS-CNV-CLOSING          PIC  S9(13)V99.
       01  WS-CNV-PAID-TD          PIC  S9(13)V99.
       01  WS-CNV-INCURRED         PIC  S9(13)V99.
       01  WS-CNV-PREMIUM          PIC  S9(13)V99.
       01  WS-RATIO                PIC  S9(3)V999.

      *    report totals, in WS-REPORT-CCY
       01  WS-TOT-OPENING          PIC  S9(13)V99 VALUE ZERO.
       01  WS-TOT-MOVEMENT         PIC  S9(13)V99 VALUE ZERO.
       01  WS-TOT-PAYMENTS         PIC  S9(13)V99 VALUE ZERO.
       01  WS-TOT-CLOSING          PIC  S9(13)V99 VALUE ZERO.
       01  WS-TOT-PAID-TD          PIC  S9(13)V99 VALUE ZERO.
       01  WS-TOT-INCURRED         PIC  S9(13)V99 VALUE ZERO.
       01  WS-TOT-PREMIUM          PIC  S9(13)V99 VALUE ZERO.

      *    report lines are built here and written FROM - VALUE
      *    clauses on FD-record FILLERs are ignored
       01  D-TITLE-REC.
           05  FILLER              PIC  X(36)
               VALUE "OUTSTANDING AND INCURRED CLAIMS FOR ".
           05  TTL-PERIOD          PIC  X(6).
           05  FILLER              PIC  X(4)  VALUE " IN ".
           05  TTL-CCY             PIC  X(3).
           05  FILLER              PIC  X(17)
               VALUE " - BUSINESS DATE ".
           05  TTL-BUS-DATE        PIC  X(8).

       01  D-CAPTION-REC.
           05  FILLER              PIC  X(15) VALUE "POLICY-ID  CCY".
           05  FILLER              PIC  X(7)  VALUE SPACE.
           05  FILLER              PIC  X(15) VALUE "OPENING RESERVE".
           05  FILLER              PIC  X(13) VALUE SPACE.
           05  FILLER              PIC  X(9)  VALUE "MOVEMENTS".
           05  FILLER              PIC  X(14) VALUE SPACE.
           05  FILLER              PIC  X(8)  VALUE "PAYMENTS".
           05  FILLER              PIC  X(7)  VALUE SPACE.
           05  FILLER              PIC  X(15) VALUE "CLOSING RESERVE".
           05  FILLER              PIC  X(10) VALUE SPACE.
           05  FILLER              PIC  X(12) VALUE "PAID TO DATE".
           05  FILLER              PIC  X(14) VALUE SPACE.
           05  FILLER              PIC  X(8)  VALUE "INCURRED".
           05  FILLER              PIC  X(15) VALUE SPACE.
           05  FILLER              PIC  X(7)  VALUE "PREMIUM".
           05  FILLER              PIC  X(3)  VALUE SPACE.
           05  FILLER              PIC  X(5)  VALUE "RATIO".

       01  D-OS-REC.
           05  OS-POL-ID           PIC  X(10).
           05  FILLER              PIC  X(1)  VALUE SPACE.
           05  OS-CCY              PIC  X(3).
           05  FILLER              PIC  X(1)  VALUE SPACE.
           05  OS-OPENING          PIC  -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC  X(1)  VALUE SPACE.
           05  OS-MOVEMENT         PIC  -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC  X(1)  VALUE SPACE.
           05  OS-PAYMENTS         PIC  -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC  X(1)  VALUE SPACE.
           05  OS-CLOSING          PIC  -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC  X(1)  VALUE SPACE.
           05  OS-PAID-TD          PIC  -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC  X(1)  VALUE SPACE.
           05  OS-INCURRED         PIC  -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC  X(1)  VALUE SPACE.
           05  OS-PREMIUM          PIC  -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC  X(1)  VALUE SPACE.
           05  OS-RATIO            PIC  ZZ9.999.
           05  FILLER              PIC  X(1)  VALUE SPACE.
           05  OS-FLAG             PIC  X(20).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME                  PIC  X(30) VALUE "testdb".
       01  USERNAME                PIC  X(30) VALUE "postgres".
       01  PASSWD                  PIC  X(10) VALUE SPACE.

      *    period bounds as YYYYMMDD strings - start inclusive, next
      *    period start exclusive, computed once in SQL so month
      *    lengths are the database's problem
       01  CR-PERIOD-VARS.
           05  CR-PERIOD-01        PIC  X(8).
           05  CR-PER-START        PIC  X(8).
           05  CR-PER-NEXT         PIC  X(8).

      *    one policy's measures in its own currency
       01  OS-REC-VARS.
           05  OSV-POL-ID          PIC  X(10).
           05  OSV-CCY             PIC  X(3).
           05  OSV-PREMIUM         PIC  S9(10)V99.
           05  OSV-OPENING         PIC  S9(10)V99.
           05  OSV-MOVEMENT        PIC  S9(10)V99.
           05  OSV-PAYMENTS        PIC  S9(10)V99.
           05  OSV-PAID-TD         PIC  S9(10)V99.

      *    one row of the exchange_rates table, fetched by
      *    LOAD-XRATE-RTN into the in-storage rate table below
       01  XRT-REC-VARS.
           05  XRT-CCY             PIC  X(3).
           05  XRT-RATE            PIC  S9(6)V9(4).

      *    the business date this run processes as, YYYYMMDD - set by
      *    LOAD-BUS-DATE-RTN
       01  BUS-DATE                PIC  X(8).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      *    currency conversion - same reporting-currency approach as
      *    FETCH-POLICY's premium summary, priced off the same central
      *    exchange_rates rows as of the business date
       01  WS-REPORT-CCY            PIC  X(3)  VALUE "VND".
       01  WS-XRATE-IDX             PIC  9(2).
       01  WS-XRATE-COUNT           PIC  9(2)  VALUE 4.
       01  WS-XRATE-DATA.
      *    rate = VND equivalent of 1 unit of the currency.  These
      *    VALUEs are only the shipped fallback - LOAD-XRATE-RTN
      *    replaces the whole table from exchange_rates as of the run
      *    date
           05  FILLER               PIC  X(13) VALUE "VND0000010000".
           05  FILLER               PIC  X(13) VALUE "USD0250000000".
           05  FILLER               PIC  X(13) VALUE "EUR0270000000".
           05  FILLER               PIC  X(13) VALUE "JPY0001700000".
           05  FILLER               PIC  X(208) VALUE SPACE.
       01  WS-XRATE-TAB REDEFINES WS-XRATE-DATA.
           05  WS-XRATE-ENTRY OCCURS 20 TIMES.
               10  WS-XRATE-CCY     PIC  X(3).
               10  WS-XRATE-RATE    PIC  9(6)V9(4).

       01  WS-LOOKUP-CCY            PIC  X(3).
       01  WS-LOOKUP-RATE           PIC  9(6)V9(4).
       01  WS-POL-RATE              PIC  9(6)V9(4).
       01  WS-RPT-RATE              PIC  9(6)V9(4).
       01  WS-XRATE-FOUND           PIC  X(1).
           88  WS-XRATE-IS-FOUND         VALUE "Y".
      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           DISPLAY "*** CLAIM RESERVES STARTED ***".
           ACCEPT WS-RUN-START-DATE  FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-START-TIME  FROM TIME.

      *    WHENEVER IS NOT YET SUPPORTED :(
      *      EXEC SQL WHENEVER SQLERROR PERFORM ERROR-RTN END-EXEC.

           PERFORM READ-PARM-RTN.

      *    CONNECT
           MOVE  PARM-DBNAME       TO   DBNAME.
           MOVE  PARM-USERNAME     TO   USERNAME.
           MOVE  PARM-PASSWD       TO   PASSWD.
           EXEC SQL
               CONNECT :USERNAME IDENTIFIED BY :PASSWD USING :DBNAME
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
               PERFORM END-RUN-RTN
               STOP RUN
           END-IF.

      *    the conversion rates come from the database, so they can
      *    only be loaded (and the reporting currency validated
      *    against them) once the CONNECT is up - as of the business
      *    date, which has to be read first
           PERFORM LOAD-BUS-DATE-RTN.
           PERFORM LOAD-XRATE-RTN.
           PERFORM CHECK-REPORT-CCY-RTN.

      *    period-end normally passes the closed month; an unusable
      *    period falls back to the business month (a month-to-date
      *    view) with a warning so nobody files it thinking it is final
           IF  PARM-PERIOD NOT NUMERIC
               MOVE  BUS-DATE (1:6) TO   PARM-PERIOD
               DISPLAY "*** WARNING: NO PERIOD GIVEN - DEFAULTED TO "
                       "BUSINESS MONTH " PARM-PERIOD
               MOVE  "Y"            TO   WS-RUN-WARNED
           END-IF.

           PERFORM SET-PERIOD-RTN.
           IF  NOT WS-RUN-HAS-FAILED
               OPEN OUTPUT REPORT-FILE
               IF  WS-REPORT-STATUS NOT = "00"
                   DISPLAY "*** COULD NOT OPEN " "CRRPTOUT"
                           " - STATUS=" WS-REPORT-STATUS
                   MOVE "Y"         TO   WS-RUN-FAILED
               ELSE
                   PERFORM REPORT-RTN
                   CLOSE REPORT-FILE
               END-IF
           END-IF.

      *    COMMIT
           EXEC SQL
               COMMIT WORK
           END-EXEC.

      *    DISCONNECT
           EXEC SQL
               DISCONNECT ALL
           END-EXEC.

      *    END
           PERFORM END-RUN-RTN.
           DISPLAY "*** CLAIM RESERVES FINISHED ***".
           STOP RUN.

      ******************************************************************
       END-RUN-RTN.
      ******************************************************************
      *    one appended CRRUNLOG record plus the matching return code -
      *    a run that warned or failed must not finish looking like a
      *    clean one
           MOVE  "CLAIM-RESERV"     TO   RUN-PROGRAM.
           MOVE  WS-RUN-START-DATE  TO   RUN-START-DATE.
           MOVE  WS-RUN-START-TIME  TO   RUN-START-TIME.
           ACCEPT RUN-END-DATE       FROM DATE YYYYMMDD.
           ACCEPT RUN-END-TIME       FROM TIME.
           MOVE  "R"                TO   RUN-MODE.
           MOVE  PARM-PERIOD        TO   RUN-SEL-ID-FROM.
           MOVE  SPACES              TO   RUN-SEL-ID-TO
                                           RUN-SEL-STATUS
                                           RUN-SEL-HOLDER.
           MOVE  WS-POL-READ        TO   RUN-COUNTED.
           MOVE  WS-POL-READ        TO   RUN-FETCHED.
           MOVE  WS-LINES-WRITTEN   TO   RUN-EXTRACTED.
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
                                          PARM-PASSWD PARM-PERIOD
                                          PARM-REPORT-CCY.
           OPEN INPUT PARM-FILE.
           IF  WS-PARM-FILE-STATUS = "00"
               READ PARM-FILE
               IF  WS-PARM-FILE-STATUS NOT = "00"
                   MOVE SPACES      TO   PARM-DBNAME PARM-USERNAME
                                          PARM-PASSWD PARM-PERIOD
                                          PARM-REPORT-CCY
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
           IF  PARM-REPORT-CCY = SPACES
               MOVE "VND"           TO   PARM-REPORT-CCY
           END-IF.
           MOVE  PARM-REPORT-CCY    TO   WS-REPORT-CCY.

      ******************************************************************
       SET-PERIOD-RTN.
      ******************************************************************
      *    start inclusive / next-period start exclusive, the same
      *    bounds GL-POSTING works its period with
           MOVE  SPACES              TO   CR-PERIOD-01.
           STRING PARM-PERIOD "01" DELIMITED BY SIZE
                  INTO CR-PERIOD-01.
           EXEC SQL
               SELECT TO_CHAR(CAST(:CR-PERIOD-01 AS DATE),
                              'YYYYMMDD'),
                      TO_CHAR(CAST(CAST(:CR-PERIOD-01 AS DATE)
                              + INTERVAL '1 month' AS DATE),
                              'YYYYMMDD')
                 INTO :CR-PER-START, :CR-PER-NEXT
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
           ELSE
               DISPLAY "REPORTING PERIOD " PARM-PERIOD
                       " (" CR-PER-START " - " CR-PER-NEXT ")"
           END-IF.

      ******************************************************************
       REPORT-RTN.
      ******************************************************************
      *    one row per policy that has a claim or a reserve movement.
      *    A reserve as at a date is the sum of the POSTED movements
      *    dated before it, so opening and in-period movements come
      *    straight off claim_reserves; closing is opening plus
      *    movements by construction.  Settled money is the bank's
      *    paid_amount (claim_amount only for rows PAID before the
      *    disbursement run existed, which carry no paid_date and
      *    count as paid before any period reported).
           MOVE  PARM-PERIOD        TO   TTL-PERIOD.
           MOVE  WS-REPORT-CCY      TO   TTL-CCY.
           MOVE  BUS-DATE           TO   TTL-BUS-DATE.
           MOVE  SPACES              TO   REPORT-REC.
           WRITE REPORT-REC FROM D-TITLE-REC.
           WRITE REPORT-REC FROM D-CAPTION-REC.
           EXEC SQL
               DECLARE CO CURSOR FOR
               SELECT p.policy_id, COALESCE(p.currency_code, ' '),
                      p.premium,
                      COALESCE((SELECT SUM(r.movement)
                                  FROM claim_reserves r
                                 WHERE r.policy_id = p.policy_id
                                   AND r.status = 'POSTED'
                                   AND r.movement_date <
                                       CAST(:CR-PER-START AS DATE)),
                               0),
                      COALESCE((SELECT SUM(r.movement)
                                  FROM claim_reserves r
                                 WHERE r.policy_id = p.policy_id
                                   AND r.status = 'POSTED'
                                   AND r.movement_date >=
                                       CAST(:CR-PER-START AS DATE)
                                   AND r.movement_date <
                                       CAST(:CR-PER-NEXT AS DATE)),
                               0),
                      COALESCE((SELECT SUM(c.paid_amount)
                                  FROM claims c
                                 WHERE c.policy_id = p.policy_id
                                   AND c.status = 'PAID'
                                   AND c.paid_date >=
                                       CAST(:CR-PER-START AS DATE)
                                   AND c.paid_date <
                                       CAST(:CR-PER-NEXT AS DATE)),
                               0),
                      COALESCE((SELECT SUM(COALESCE(c.paid_amount,
                                                    c.claim_amount))
                                  FROM claims c
                                 WHERE c.policy_id = p.policy_id
                                   AND c.status = 'PAID'
                                   AND (c.paid_date IS NULL
                                        OR c.paid_date <
                                           CAST(:CR-PER-NEXT AS DATE))),
                               0)
                 FROM policies p
                WHERE EXISTS (SELECT 1 FROM claims c
                               WHERE c.policy_id = p.policy_id)
                   OR EXISTS (SELECT 1 FROM claim_reserves r
                               WHERE r.policy_id = p.policy_id)
                ORDER BY p.policy_id
           END-EXEC.
           EXEC SQL
               OPEN CO
           END-EXEC.
           EXEC SQL
               FETCH CO INTO :OSV-POL-ID, :OSV-CCY, :OSV-PREMIUM,
                             :OSV-OPENING, :OSV-MOVEMENT,
                             :OSV-PAYMENTS, :OSV-PAID-TD
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               ADD   1              TO   WS-POL-READ
               PERFORM REPORT-ONE-POLICY-RTN
               EXEC SQL
                   FETCH CO INTO :OSV-POL-ID, :OSV-CCY, :OSV-PREMIUM,
                                 :OSV-OPENING, :OSV-MOVEMENT,
                                 :OSV-PAYMENTS, :OSV-PAID-TD
               END-EXEC
           END-PERFORM.
      *    SQLCODE +10 just means "no more rows" (normal end of
      *    cursor); anything else is a real error
           IF  SQLCODE NOT = +10
               PERFORM ERROR-RTN
           END-IF.
           EXEC SQL
               CLOSE CO
           END-EXEC.
           PERFORM REPORT-TOTAL-RTN.

      ******************************************************************
       REPORT-ONE-POLICY-RTN.
      ******************************************************************
      *    premium, reserves and claims all sit in the policy's own
      *    currency, so one rate pair converts the whole line.  An
      *    unknown code is flagged on the line and treated as rate 1,
      *    the same as GL-POSTING does.
           MOVE  SPACES              TO   OS-FLAG.
           MOVE  OSV-CCY            TO   WS-LOOKUP-CCY.
           PERFORM LOOKUP-XRATE-RTN.
           MOVE  WS-LOOKUP-RATE     TO   WS-POL-RATE.
           IF  NOT WS-XRATE-IS-FOUND
               DISPLAY "*** WARNING: UNKNOWN CURRENCY CODE "
                       OSV-CCY " ON POLICY " OSV-POL-ID
                       " - TREATED AS RATE 1"
               STRING "NO RATE (" DELIMITED BY SIZE
                      OSV-CCY      DELIMITED BY SIZE
                      ") - RATE 1" DELIMITED BY SIZE
                      INTO OS-FLAG
               MOVE  "Y"            TO   WS-RUN-WARNED
           END-IF.
           MOVE  WS-REPORT-CCY      TO   WS-LOOKUP-CCY.
           PERFORM LOOKUP-XRATE-RTN.
           MOVE  WS-LOOKUP-RATE     TO   WS-RPT-RATE.

           COMPUTE WS-CNV-OPENING ROUNDED =
               OSV-OPENING * WS-POL-RATE / WS-RPT-RATE.
           COMPUTE WS-CNV-MOVEMENT ROUNDED =
               OSV-MOVEMENT * WS-POL-RATE / WS-RPT-RATE.
           COMPUTE WS-CNV-PAYMENTS ROUNDED =
               OSV-PAYMENTS * WS-POL-RATE / WS-RPT-RATE.
           COMPUTE WS-CNV-PAID-TD ROUNDED =
               OSV-PAID-TD * WS-POL-RATE / WS-RPT-RATE.
           COMPUTE WS-CNV-PREMIUM ROUNDED =
               OSV-PREMIUM * WS-POL-RATE / WS-RPT-RATE.
      *    closing and incurred are added up after conversion, so the
      *    line (and the totals) foot exactly
           COMPUTE WS-CNV-CLOSING = WS-CNV-OPENING + WS-CNV-MOVEMENT.
           COMPUTE WS-CNV-INCURRED = WS-CNV-PAID-TD + WS-CNV-CLOSING.

           ADD   WS-CNV-OPENING     TO   WS-TOT-OPENING.
           ADD   WS-CNV-MOVEMENT    TO   WS-TOT-MOVEMENT.
           ADD   WS-CNV-PAYMENTS    TO   WS-TOT-PAYMENTS.
           ADD   WS-CNV-CLOSING     TO   WS-TOT-CLOSING.
           ADD   WS-CNV-PAID-TD     TO   WS-TOT-PAID-TD.
           ADD   WS-CNV-INCURRED    TO   WS-TOT-INCURRED.
           ADD   WS-CNV-PREMIUM     TO   WS-TOT-PREMIUM.

           MOVE  OSV-POL-ID         TO   OS-POL-ID.
           MOVE  OSV-CCY            TO   OS-CCY.
           PERFORM WRITE-OS-LINE-RTN.

      ******************************************************************
       REPORT-TOTAL-RTN.
      ******************************************************************
           MOVE  WS-TOT-OPENING     TO   WS-CNV-OPENING.
           MOVE  WS-TOT-MOVEMENT    TO   WS-CNV-MOVEMENT.
           MOVE  WS-TOT-PAYMENTS    TO   WS-CNV-PAYMENTS.
           MOVE  WS-TOT-CLOSING     TO   WS-CNV-CLOSING.
           MOVE  WS-TOT-PAID-TD     TO   WS-CNV-PAID-TD.
           MOVE  WS-TOT-INCURRED    TO   WS-CNV-INCURRED.
           MOVE  WS-TOT-PREMIUM     TO   WS-CNV-PREMIUM.
           MOVE  "TOTAL"            TO   OS-POL-ID.
           MOVE  WS-REPORT-CCY      TO   OS-CCY.
           MOVE  SPACES              TO   OS-FLAG.
           PERFORM WRITE-OS-LINE-RTN.
           DISPLAY "POLICIES REPORTED: " WS-POL-READ.
           MOVE  WS-TOT-CLOSING     TO   OS-CLOSING.
           DISPLAY "CLOSING RESERVE:   " OS-CLOSING " " WS-REPORT-CCY.
           MOVE  WS-TOT-INCURRED    TO   OS-INCURRED.
           DISPLAY "INCURRED:          " OS-INCURRED " " WS-REPORT-CCY.

      ******************************************************************
       WRITE-OS-LINE-RTN.
      ******************************************************************
      *    the WS-CNV- measures of a policy line or of the totals
           IF  WS-CNV-PREMIUM = ZERO
               MOVE ZERO            TO   WS-RATIO
           ELSE
               COMPUTE WS-RATIO ROUNDED =
                       WS-CNV-INCURRED / WS-CNV-PREMIUM
                   ON SIZE ERROR
                       MOVE 999.999 TO   WS-RATIO
               END-COMPUTE
           END-IF.
           MOVE  WS-CNV-OPENING     TO   OS-OPENING.
           MOVE  WS-CNV-MOVEMENT    TO   OS-MOVEMENT.
           MOVE  WS-CNV-PAYMENTS    TO   OS-PAYMENTS.
           MOVE  WS-CNV-CLOSING     TO   OS-CLOSING.
           MOVE  WS-CNV-PAID-TD     TO   OS-PAID-TD.
           MOVE  WS-CNV-INCURRED    TO   OS-INCURRED.
           MOVE  WS-CNV-PREMIUM     TO   OS-PREMIUM.
           MOVE  WS-RATIO           TO   OS-RATIO.
           WRITE REPORT-REC FROM D-OS-REC.
           IF  WS-REPORT-STATUS NOT = "00"
               DISPLAY "*** WARNING: REPORT WRITE FAILED FOR "
                       OS-POL-ID " - STATUS=" WS-REPORT-STATUS
               MOVE "Y"             TO   WS-RUN-WARNED
           ELSE
               ADD  1               TO   WS-LINES-WRITTEN
           END-IF.

      ******************************************************************
       LOOKUP-XRATE-RTN.
      ******************************************************************
           MOVE  1                  TO    WS-LOOKUP-RATE.
           MOVE  "Y"                 TO    WS-XRATE-FOUND.
           IF  WS-LOOKUP-CCY NOT = SPACES
               MOVE  "N"             TO    WS-XRATE-FOUND
               PERFORM VARYING WS-XRATE-IDX FROM 1 BY 1
                       UNTIL WS-XRATE-IDX > WS-XRATE-COUNT
                   IF  WS-XRATE-CCY (WS-XRATE-IDX) = WS-LOOKUP-CCY
                       MOVE  WS-XRATE-RATE (WS-XRATE-IDX)
                                         TO   WS-LOOKUP-RATE
                       MOVE  "Y"         TO   WS-XRATE-FOUND
                   END-IF
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
           EXEC SQL
               DECLARE CX CURSOR FOR
               SELECT x.currency_code, x.rate
                 FROM exchange_rates x
                WHERE x.effective_date =
                      (SELECT MAX(y.effective_date)
                         FROM exchange_rates y
                        WHERE y.currency_code = x.currency_code
                          AND y.effective_date <=
                              CAST(:BUS-DATE AS DATE))
                ORDER BY x.currency_code
           END-EXEC.
           EXEC SQL
               OPEN CX
           END-EXEC.
           MOVE  ZERO               TO   WS-XRATE-IDX.
           EXEC SQL
               FETCH CX INTO :XRT-CCY, :XRT-RATE
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
                   OR WS-XRATE-IDX >= 20
               ADD   1              TO   WS-XRATE-IDX
               MOVE  XRT-CCY        TO   WS-XRATE-CCY (WS-XRATE-IDX)
               MOVE  XRT-RATE       TO   WS-XRATE-RATE (WS-XRATE-IDX)
               EXEC SQL
                   FETCH CX INTO :XRT-CCY, :XRT-RATE
               END-EXEC
           END-PERFORM.
           IF  SQLCODE NOT = +10 AND SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
           END-IF.
           EXEC SQL
               CLOSE CX
           END-EXEC.
           IF  WS-XRATE-IDX > ZERO
               MOVE  WS-XRATE-IDX   TO   WS-XRATE-COUNT
           ELSE
               DISPLAY "*** WARNING: NO ROWS ON EXCHANGE-RATES TABLE"
                       " - COMPILED FALLBACK RATES IN FORCE"
               MOVE  SPACES              TO   LOG-POL-ID
               MOVE  ZERO                TO   LOG-SQLCODE
               MOVE  SPACES              TO   LOG-SQLSTATE
               MOVE  "NO RATES LOADED - FALLBACK RATES IN FORCE"
                                         TO   LOG-MESSAGE
               PERFORM WRITE-AUDIT-LOG-RTN
               MOVE  "Y"            TO   WS-RUN-WARNED
           END-IF.

      ******************************************************************
       CHECK-REPORT-CCY-RTN.
      ******************************************************************
      *    validate the reporting currency once here rather than on
      *    every conversion - same up-front check FETCH-POLICY makes
           MOVE  WS-REPORT-CCY      TO    WS-LOOKUP-CCY.
           PERFORM LOOKUP-XRATE-RTN.
           IF  NOT WS-XRATE-IS-FOUND
               DISPLAY "*** WARNING: UNKNOWN REPORT CURRENCY CODE "
                       WS-REPORT-CCY " - DEFAULTING TO VND"
               MOVE  SPACES              TO   LOG-POL-ID
               MOVE  ZERO                TO   LOG-SQLCODE
               MOVE  SPACES              TO   LOG-SQLSTATE
               STRING "UNKNOWN REPORT CURRENCY CODE "
                                     DELIMITED BY SIZE
                      WS-REPORT-CCY      DELIMITED BY SIZE
                      " - DEFAULTED TO VND" DELIMITED BY SIZE
                      INTO LOG-MESSAGE
               PERFORM WRITE-AUDIT-LOG-RTN
               MOVE  "VND"           TO   WS-REPORT-CCY
               MOVE  "Y"             TO   WS-RUN-WARNED
           END-IF.

      ******************************************************************
       ERROR-RTN.
      ******************************************************************
      *    any path through here is a failed run as far as the
      *    scheduler is concerned
           MOVE  "Y"                TO   WS-RUN-FAILED.
           MOVE  OSV-POL-ID         TO   LOG-POL-ID.
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
