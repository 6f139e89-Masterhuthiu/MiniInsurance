      ******************************************************************
      *  UPR-VALUATION --- period-end unearned premium reserve
      *
      *  GL-POSTING books the whole premium written to 4000 INCOME the
      *  day it is written; the part of each term not yet on cover is
      *  a liability, the unearned premium reserve (UPR).  For one
      *  valuation date this run takes every policy's current invoice
      *  term - the latest term started by the valuation date, or the
      *  policy's own effective/expiry dates where billing has not
      *  laid a term down - and splits the term premium by daily
      *  pro-rata into
      *
      *    earned      - days on cover up to the valuation date
      *    unearned    - the rest of the term (the reserve)
      *    not earned  - premium that never will be: a CANCELLED
      *                  policy earns only up to the date on its
      *                  policy_history CANCEL row and a LAPSED one
      *                  only up to expiry_date, no reserve held after
      *
      *  A cancelled term is valued at its original premium off
      *  premium_returns, not the re-rated figure left on the invoice.
      *  Amounts are converted to the reporting currency at the
      *  exchange_rates in force on the valuation date.
      *
      *  UVRPTOUT  - by policy status and currency, status subtotals
      *              and grand total; the movement in the reserve from
      *              the prior valuation (upr_valuations); and the tie
      *              back to FETCH-POLICY's premium summary, worked
      *              out afresh from policies at the business date's
      *              rates as FETCH-POLICY prices it, the differences
      *              being the rate change to the valuation date and
      *              the terms billed at other than today's policy
      *              premium (from invoices and premium_returns)
      *  UVUPROUT  - fixed-layout UPR file, one record per policy
      *  UVRUNLOG  - one record per run in the FPRUNLOG layout
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 UPR-VALUATION.
       AUTHOR.                     TSH.
       DATE-WRITTEN.               2026-10-15.

      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PARM-FILE
                                    ASSIGN TO "UVPARMS"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT ERR-LOG-FILE     ASSIGN TO "UVERRLOG"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-ERRLOG-STATUS.

           SELECT REPORT-FILE      ASSIGN TO "UVRPTOUT"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-REPORT-STATUS.

      *    fixed-width hand-off for finance - replaces the spreadsheet
      *    that was worked off FPEXTOUT
           SELECT UPR-FILE         ASSIGN TO "UVUPROUT"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-UPR-STATUS.

      *    one record per run for the morning checker, same layout as
      *    FETCH-POLICY's FPRUNLOG
           SELECT RUN-LOG-FILE     ASSIGN TO "UVRUNLOG"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-RUNLOG-STATUS.

      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FILE                        SECTION.
       FD  PARM-FILE.
       01  PARM-FILE-REC.
      *    same run-time CONNECT parameter approach as FETCH-POLICY;
      *    PARM-VAL-DATE is the valuation date YYYYMMDD (normally the
      *    last day of the month just closed - blank defaults to the
      *    business date)
           05  PARM-DBNAME         PIC  X(30).
           05  PARM-USERNAME       PIC  X(30).
           05  PARM-PASSWD         PIC  X(10).
           05  PARM-VAL-DATE       PIC  X(8).
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
       01  REPORT-REC              PIC  X(132).

       FD  UPR-FILE.
      *    basis: I = invoice term, P = policy effective/expiry dates,
      *    blank = no usable term dates (whole premium held unearned)
       01  UPR-FILE-REC.
           05  UPR-VAL-DATE        PIC  X(8).
           05  UPR-POL-ID          PIC  X(10).
           05  UPR-STATUS          PIC  X(10).
           05  UPR-CURRENCY        PIC  X(3).
           05  UPR-BASIS           PIC  X(1).
           05  UPR-TERM-START      PIC  X(8).
           05  UPR-TERM-END        PIC  X(8).
           05  UPR-TERM-DAYS       PIC  9(5).
           05  UPR-EARNED-DAYS     PIC  9(5).
           05  UPR-POL-PREMIUM     PIC  9(10)V99.
           05  UPR-PREMIUM         PIC  9(10)V99.
           05  UPR-EARNED          PIC  9(10)V99.
           05  UPR-UNEARNED        PIC  9(10)V99.
           05  UPR-NOT-EARNED      PIC  9(10)V99.
           05  UPR-RPT-CCY         PIC  X(3).
           05  UPR-RPT-UNEARNED    PIC  9(13)V99.
           05  UPR-NOTE            PIC  X(20).

       FD  RUN-LOG-FILE.
       01  RUN-LOG-REC             PIC  X(149).

       WORKING-STORAGE             SECTION.
       01  WS-PARM-FILE-STATUS     PIC  X(2).
       01  WS-ERRLOG-STATUS        PIC  X(2).
       01  WS-REPORT-STATUS        PIC  X(2).
       01  WS-UPR-STATUS           PIC  X(2).
       01  WS-UPR-OK               PIC  X(1)  VALUE "Y".

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
      *    one morning-check reader handles all the logs; the
      *    valuation date rides in the first selection column
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
       01  WS-UPR-WRITTEN          PIC  9(8)  VALUE ZERO.

      *    control break on (status, currency) - the cursor is ORDERed
      *    BY both
       01  WS-FIRST-ROW            PIC  X(1)  VALUE "Y".
           88  WS-IS-FIRST-ROW            VALUE "Y".
       01  WS-PREV-STATUS          PIC  X(10) VALUE SPACE.
       01  WS-PREV-CCY             PIC  X(3)  VALUE SPACE.

      *    one policy's split, in its own currency and converted
       01  WS-EARNED               PIC  S9(10)V99.
       01  WS-UNEARNED             PIC  S9(10)V99.
       01  WS-NOT-EARNED           PIC  S9(10)V99.
       01  WS-CNV-PREMIUM          PIC  S9(13)V99.
       01  WS-CNV-EARNED           PIC  S9(13)V99.
       01  WS-CNV-UNEARNED         PIC  S9(13)V99.
       01  WS-CNV-NOT-EARNED       PIC  S9(13)V99.
       01  WS-NOTE                 PIC  X(20).

      *    (status, currency) group - policy currency for the
      *    upr_valuations row, reporting currency for the report line
       01  WS-GRP-COUNT            PIC  9(8)  VALUE ZERO.
       01  WS-GRP-O-PREMIUM        PIC  S9(12)V99 VALUE ZERO.
       01  WS-GRP-O-EARNED         PIC  S9(12)V99 VALUE ZERO.
       01  WS-GRP-O-UNEARNED       PIC  S9(12)V99 VALUE ZERO.
       01  WS-GRP-O-NOT-EARNED     PIC  S9(12)V99 VALUE ZERO.
       01  WS-GRP-PREMIUM          PIC  S9(13)V99 VALUE ZERO.
       01  WS-GRP-EARNED           PIC  S9(13)V99 VALUE ZERO.
       01  WS-GRP-UNEARNED         PIC  S9(13)V99 VALUE ZERO.
       01  WS-GRP-NOT-EARNED       PIC  S9(13)V99 VALUE ZERO.

      *    status subtotal and grand total, reporting currency
       01  WS-STS-COUNT            PIC  9(8)  VALUE ZERO.
       01  WS-STS-PREMIUM          PIC  S9(13)V99 VALUE ZERO.
       01  WS-STS-EARNED           PIC  S9(13)V99 VALUE ZERO.
       01  WS-STS-UNEARNED         PIC  S9(13)V99 VALUE ZERO.
       01  WS-STS-NOT-EARNED       PIC  S9(13)V99 VALUE ZERO.
       01  WS-TOT-COUNT            PIC  9(8)  VALUE ZERO.
       01  WS-TOT-PREMIUM          PIC  S9(13)V99 VALUE ZERO.
       01  WS-TOT-EARNED           PIC  S9(13)V99 VALUE ZERO.
       01  WS-TOT-UNEARNED         PIC  S9(13)V99 VALUE ZERO.
       01  WS-TOT-NOT-EARNED       PIC  S9(13)V99 VALUE ZERO.

      *    tie back to FETCH-POLICY's premium summary - none of it
      *    is taken from the valuation's own figures: the summary at
      *    business-date rates, the same summary again at valuation-
      *    date rates (the difference is the rate change), and the
      *    terms billed at a premium other than the policy's current
      *    one, each from its own SQL
       01  WS-FP-SUMMARY           PIC  S9(13)V99 VALUE ZERO.
       01  WS-FP-AT-VAL            PIC  S9(13)V99 VALUE ZERO.
       01  WS-RATE-DIFF            PIC  S9(13)V99 VALUE ZERO.
       01  WS-DIFF-COUNT           PIC  9(8)  VALUE ZERO.
       01  WS-DIFF-AMOUNT          PIC  S9(13)V99 VALUE ZERO.
       01  WS-TIE-CHECK            PIC  S9(13)V99.
      *    one pass of PREMIUM-SUMMARY-RTN / TERM-DIFF-RTN
       01  WS-SUM-TOTAL            PIC  S9(13)V99.
       01  WS-SUM-COUNT            PIC  9(8).
       01  WS-CNV-SUM              PIC  S9(13)V99.
       01  WS-CNV-TERM             PIC  S9(13)V99.

      *    movement from the prior valuation, reporting currency
       01  WS-MV-MOVEMENT          PIC  S9(12)V99.
       01  WS-CNV-PRIOR            PIC  S9(13)V99.
       01  WS-CNV-CURRENT          PIC  S9(13)V99.
       01  WS-CNV-MOVEMENT         PIC  S9(13)V99.
       01  WS-MV-TOT-PRIOR         PIC  S9(13)V99 VALUE ZERO.
       01  WS-MV-TOT-CURRENT       PIC  S9(13)V99 VALUE ZERO.
       01  WS-MV-TOT-MOVEMENT      PIC  S9(13)V99 VALUE ZERO.

      *    report lines are built here and written FROM - VALUE
      *    clauses on FD-record FILLERs are ignored
       01  D-TITLE-REC.
           05  FILLER              PIC  X(36)
               VALUE "UNEARNED PREMIUM VALUATION AS AT ".
           05  TTL-VAL-DATE        PIC  X(8).
           05  FILLER              PIC  X(4)  VALUE " IN ".
           05  TTL-CCY             PIC  X(3).
           05  FILLER              PIC  X(24)
               VALUE " AT RATES OF VALUATION".
           05  FILLER              PIC  X(17)
               VALUE " - BUSINESS DATE ".
           05  TTL-BUS-DATE        PIC  X(8).

       01  D-CAPTION-REC.
           05  FILLER              PIC  X(14) VALUE "STATUS     CCY".
           05  FILLER              PIC  X(8)  VALUE SPACE.
           05  FILLER              PIC  X(8)  VALUE "POLICIES".
           05  FILLER              PIC  X(15) VALUE SPACE.
           05  FILLER              PIC  X(7)  VALUE "PREMIUM".
           05  FILLER              PIC  X(16) VALUE SPACE.
           05  FILLER              PIC  X(6)  VALUE "EARNED".
           05  FILLER              PIC  X(14) VALUE SPACE.
           05  FILLER              PIC  X(8)  VALUE "UNEARNED".
           05  FILLER              PIC  X(12) VALUE SPACE.
           05  FILLER              PIC  X(10) VALUE "NOT EARNED".

       01  D-UV-REC.
           05  UVL-STATUS          PIC  X(10).
           05  FILLER              PIC  X(1)  VALUE SPACE.
           05  UVL-CCY             PIC  X(3).
           05  FILLER              PIC  X(1)  VALUE SPACE.
           05  UVL-COUNT           PIC  ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC  X(1)  VALUE SPACE.
           05  UVL-PREMIUM         PIC  -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC  X(1)  VALUE SPACE.
           05  UVL-EARNED          PIC  -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC  X(1)  VALUE SPACE.
           05  UVL-UNEARNED        PIC  -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC  X(1)  VALUE SPACE.
           05  UVL-NOT-EARNED      PIC  -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

       01  D-MV-TITLE-REC.
           05  FILLER              PIC  X(39)
               VALUE "MOVEMENT IN UNEARNED PREMIUM RESERVE - ".
           05  MVT-TEXT            PIC  X(40).

      *    prior and current reserve in the policy currency, the
      *    movement converted at this valuation's rates
       01  D-MV-CAPTION-REC.
           05  FILLER              PIC  X(14) VALUE "STATUS     CCY".
           05  FILLER              PIC  X(13) VALUE SPACE.
           05  FILLER              PIC  X(9)  VALUE "PRIOR UPR".
           05  FILLER              PIC  X(12) VALUE SPACE.
           05  FILLER              PIC  X(11) VALUE "CURRENT UPR".
           05  FILLER              PIC  X(14) VALUE SPACE.
           05  FILLER              PIC  X(8)  VALUE "MOVEMENT".
           05  FILLER              PIC  X(7)  VALUE SPACE.
           05  FILLER              PIC  X(15) VALUE "MOVEMENT IN RPT".

       01  D-MV-REC.
           05  MVL-STATUS          PIC  X(10).
           05  FILLER              PIC  X(1)  VALUE SPACE.
           05  MVL-CCY             PIC  X(3).
           05  FILLER              PIC  X(1)  VALUE SPACE.
           05  MVL-PRIOR           PIC  -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC  X(1)  VALUE SPACE.
           05  MVL-CURRENT         PIC  -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC  X(1)  VALUE SPACE.
           05  MVL-MOVEMENT        PIC  -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC  X(1)  VALUE SPACE.
           05  MVL-CNV-MOVEMENT    PIC  -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

       01  D-TIE-REC.
           05  TIE-LABEL           PIC  X(44).
           05  FILLER              PIC  X(1)  VALUE SPACE.
           05  TIE-AMOUNT          PIC  -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC  X(1)  VALUE SPACE.
           05  TIE-CCY             PIC  X(3).

       01  D-TIE-COUNT             PIC  ZZZ,ZZZ,ZZ9.
       01  D-TIE-COUNT-2           PIC  ZZZ,ZZZ,ZZ9.
       01  D-MESSAGE-REC           PIC  X(80).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME                  PIC  X(30) VALUE "testdb".
       01  USERNAME                PIC  X(30) VALUE "postgres".
       01  PASSWD                  PIC  X(10) VALUE SPACE.

      *    valuation date, the day after it (the exclusive end of the
      *    days on cover) and the latest earlier valuation on file
       01  UV-DATE-VARS.
           05  UV-VAL-DATE         PIC  X(8).
           05  UV-VAL-NEXT         PIC  X(8).
           05  UV-PRIOR-DATE       PIC  X(8).
           05  UV-PRIOR-KEY        PIC  X(8).
           05  UV-RUN-DATE         PIC  X(8).
           05  UV-RUN-TIME         PIC  X(8).
      *    the as-of date LOAD-XRATE-RTN loads rates for
           05  UV-RATE-DATE        PIC  X(8).

       01  POL-CNT                 PIC  9(08).

      *    one policy and the term it is valued on
       01  UV-REC-VARS.
           05  UV-POL-ID           PIC  X(10).
           05  UV-STATUS           PIC  X(10).
           05  UV-CCY              PIC  X(3).
           05  UV-POL-PREMIUM      PIC  S9(10)V99.
           05  UV-EFF-DATE         PIC  X(8).
           05  UV-EXP-DATE         PIC  X(8).
           05  UV-EXP-NEXT         PIC  X(8).
           05  UV-BASIS            PIC  X(1).
           05  UV-TERM-START       PIC  X(8).
           05  UV-TERM-END         PIC  X(8).
           05  UV-TERM-PREMIUM     PIC  S9(10)V99.
      *    exclusive end of cover for a CANCELLED/LAPSED policy
           05  UV-END-BY           PIC  X(8).
           05  UV-TERM-DAYS        PIC  S9(9) COMP-5.
           05  UV-EARNED-DAYS      PIC  S9(9) COMP-5.

      *    one upr_valuations row
       01  UVG-REC-VARS.
           05  UVG-STATUS          PIC  X(10).
           05  UVG-CCY             PIC  X(3).
           05  UVG-COUNT           PIC  S9(9) COMP-5.
           05  UVG-PREMIUM         PIC  S9(12)V99.
           05  UVG-EARNED          PIC  S9(12)V99.
           05  UVG-UNEARNED        PIC  S9(12)V99.
           05  UVG-NOT-EARNED      PIC  S9(12)V99.

      *    policies of one currency at one premium, and (for the
      *    term differences) at one term premium, with their count -
      *    converting each distinct figure once and multiplying by the
      *    count gives the same cents as converting row by row
       01  SUM-REC-VARS.
           05  SUM-CCY             PIC  X(3).
           05  SUM-PREMIUM         PIC  S9(10)V99.
           05  SUM-TERM-PREMIUM    PIC  S9(10)V99.
           05  SUM-COUNT           PIC  S9(9) COMP-5.

      *    one line of the movement from the prior valuation
       01  MV-REC-VARS.
           05  MV-STATUS           PIC  X(10).
           05  MV-CCY              PIC  X(3).
           05  MV-PRIOR            PIC  S9(12)V99.
           05  MV-CURRENT          PIC  S9(12)V99.

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
      *    FETCH-POLICY's premium summary, but priced off the
      *    exchange_rates rows in force on the valuation date
       01  WS-REPORT-CCY            PIC  X(3)  VALUE "VND".
       01  WS-XRATE-IDX             PIC  9(2).
       01  WS-XRATE-COUNT           PIC  9(2)  VALUE 4.
       01  WS-XRATE-DATA.
      *    rate = VND equivalent of 1 unit of the currency.  These
      *    VALUEs are only the shipped fallback - LOAD-XRATE-RTN
      *    replaces the whole table from exchange_rates as of the
      *    valuation date
           05  FILLER               PIC  X(13) VALUE "VND0000010000".
           05  FILLER               PIC  X(13) VALUE "USD0250000000".
           05  FILLER               PIC  X(13) VALUE "EUR0270000000".
           05  FILLER               PIC  X(13) VALUE "JPY0001700000".
           05  FILLER               PIC  X(208) VALUE SPACE.
       01  WS-XRATE-TAB REDEFINES WS-XRATE-DATA.
           05  WS-XRATE-ENTRY OCCURS 20 TIMES.
               10  WS-XRATE-CCY     PIC  X(3).
               10  WS-XRATE-RATE    PIC  9(6)V9(4).
      *    copy of the shipped fallback taken at start - the table is
      *    loaded twice (business date, then valuation date), so an
      *    empty second load must not be left on the first one's rates
       01  WS-XRATE-FALLBACK        PIC  X(260).
       01  WS-XRATE-FALLBACK-COUNT  PIC  9(2).

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
           DISPLAY "*** UPR VALUATION STARTED ***".
           ACCEPT WS-RUN-START-DATE  FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-START-TIME  FROM TIME.
           MOVE  WS-XRATE-DATA      TO   WS-XRATE-FALLBACK.
           MOVE  WS-XRATE-COUNT     TO   WS-XRATE-FALLBACK-COUNT.

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

      *    the valuation date has to be settled first - it is the
      *    as-of date the conversion rates are loaded for, and a blank
      *    one defaults to the business date
           PERFORM LOAD-BUS-DATE-RTN.
           PERFORM SET-VAL-DATE-RTN.
      *    the premium summary side of the tie back is priced the way
      *    FETCH-POLICY prices it, at the business date's rates, before
      *    the valuation date's rates are loaded over them
           IF  NOT WS-RUN-HAS-FAILED
               MOVE  BUS-DATE       TO   UV-RATE-DATE
               PERFORM LOAD-XRATE-RTN
               PERFORM CHECK-REPORT-CCY-RTN
               PERFORM PREMIUM-SUMMARY-RTN
               MOVE  WS-SUM-TOTAL   TO   WS-FP-SUMMARY
               MOVE  WS-SUM-COUNT   TO   POL-CNT
           END-IF.
           IF  NOT WS-RUN-HAS-FAILED
               MOVE  UV-VAL-DATE    TO   UV-RATE-DATE
               PERFORM LOAD-XRATE-RTN
               PERFORM CHECK-REPORT-CCY-RTN
               MOVE  WS-REPORT-CCY  TO   WS-LOOKUP-CCY
               PERFORM LOOKUP-XRATE-RTN
               MOVE  WS-LOOKUP-RATE TO   WS-RPT-RATE
               PERFORM OPEN-FILES-RTN
           END-IF.
           IF  NOT WS-RUN-HAS-FAILED
               PERFORM VALUATION-RTN
               IF  NOT WS-RUN-HAS-FAILED
                   PERFORM MOVEMENT-RTN
                   PERFORM TIE-BACK-RTN
               END-IF
               CLOSE REPORT-FILE
               CLOSE UPR-FILE
           END-IF.

      *    a failed valuation must not leave half its upr_valuations
      *    rows behind for the next run to measure against
           IF  WS-RUN-HAS-FAILED
               EXEC SQL
                   ROLLBACK
               END-EXEC
           ELSE
               EXEC SQL
                   COMMIT WORK
               END-EXEC
           END-IF.

      *    DISCONNECT
           EXEC SQL
               DISCONNECT ALL
           END-EXEC.

      *    END
           PERFORM END-RUN-RTN.
           DISPLAY "*** UPR VALUATION FINISHED ***".
           STOP RUN.

      ******************************************************************
       END-RUN-RTN.
      ******************************************************************
      *    one appended UVRUNLOG record plus the matching return code -
      *    a run that warned or failed must not finish looking like a
      *    clean one
           MOVE  "UPR-VALUATIO"     TO   RUN-PROGRAM.
           MOVE  WS-RUN-START-DATE  TO   RUN-START-DATE.
           MOVE  WS-RUN-START-TIME  TO   RUN-START-TIME.
           ACCEPT RUN-END-DATE       FROM DATE YYYYMMDD.
           ACCEPT RUN-END-TIME       FROM TIME.
           MOVE  "V"                TO   RUN-MODE.
           MOVE  PARM-VAL-DATE      TO   RUN-SEL-ID-FROM.
           MOVE  SPACES              TO   RUN-SEL-ID-TO
                                           RUN-SEL-STATUS
                                           RUN-SEL-HOLDER.
           MOVE  POL-CNT            TO   RUN-COUNTED.
           MOVE  WS-POL-READ        TO   RUN-FETCHED.
           MOVE  WS-UPR-WRITTEN     TO   RUN-EXTRACTED.
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
           MOVE  ZERO               TO   POL-CNT.
           MOVE  SPACES             TO   PARM-DBNAME PARM-USERNAME
                                          PARM-PASSWD PARM-VAL-DATE
                                          PARM-REPORT-CCY.
           OPEN INPUT PARM-FILE.
           IF  WS-PARM-FILE-STATUS = "00"
               READ PARM-FILE
               IF  WS-PARM-FILE-STATUS NOT = "00"
                   MOVE SPACES      TO   PARM-DBNAME PARM-USERNAME
                                          PARM-PASSWD PARM-VAL-DATE
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
       SET-VAL-DATE-RTN.
      ******************************************************************
      *    period-end passes the last day of the closed month; no
      *    valuation date falls back to the business date with a
      *    warning so nobody files it thinking it is the month-end
      *    figure.  The CAST also rejects an impossible date
      *    (20261331) before anything is valued on it.
           IF  PARM-VAL-DATE NOT NUMERIC
               MOVE  BUS-DATE       TO   PARM-VAL-DATE
               DISPLAY "*** WARNING: NO VALUATION DATE GIVEN - "
                       "DEFAULTED TO BUSINESS DATE " PARM-VAL-DATE
               MOVE  "Y"            TO   WS-RUN-WARNED
           END-IF.
           MOVE  PARM-VAL-DATE      TO   UV-VAL-DATE.
           MOVE  WS-RUN-START-DATE  TO   UV-RUN-DATE.
           MOVE  WS-RUN-START-TIME  TO   UV-RUN-TIME.
           EXEC SQL
               SELECT TO_CHAR(CAST(:UV-VAL-DATE AS DATE), 'YYYYMMDD'),
                      TO_CHAR(CAST(:UV-VAL-DATE AS DATE) + 1,
                              'YYYYMMDD')
                 INTO :UV-VAL-DATE, :UV-VAL-NEXT
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
           ELSE
               EXEC SQL
                   SELECT COALESCE(TO_CHAR(MAX(val_date), 'YYYYMMDD'),
                                   ' ')
                     INTO :UV-PRIOR-DATE
                     FROM upr_valuations
                    WHERE val_date < CAST(:UV-VAL-DATE AS DATE)
               END-EXEC
               IF  SQLCODE NOT = ZERO
                   PERFORM ERROR-RTN
               ELSE
                   DISPLAY "VALUATION DATE " UV-VAL-DATE
               END-IF
           END-IF.

      ******************************************************************
       OPEN-FILES-RTN.
      ******************************************************************
           OPEN OUTPUT REPORT-FILE.
           IF  WS-REPORT-STATUS NOT = "00"
               DISPLAY "*** COULD NOT OPEN " "UVRPTOUT"
                       " - STATUS=" WS-REPORT-STATUS
               MOVE "Y"             TO   WS-RUN-FAILED
           ELSE
               OPEN OUTPUT UPR-FILE
               IF  WS-UPR-STATUS NOT = "00"
                   DISPLAY "*** COULD NOT OPEN " "UVUPROUT"
                           " - STATUS=" WS-UPR-STATUS
                   MOVE "Y"         TO   WS-RUN-FAILED
                   CLOSE REPORT-FILE
               END-IF
           END-IF.

      ******************************************************************
       VALUATION-RTN.
      ******************************************************************
      *    a rerun of the same valuation date replaces its rows
           EXEC SQL
               DELETE FROM upr_valuations
                WHERE val_date = CAST(:UV-VAL-DATE AS DATE)
           END-EXEC.
           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = +10
               PERFORM ERROR-RTN
           END-IF.

           MOVE  UV-VAL-DATE        TO   TTL-VAL-DATE.
           MOVE  WS-REPORT-CCY      TO   TTL-CCY.
           MOVE  BUS-DATE           TO   TTL-BUS-DATE.
           WRITE REPORT-REC FROM D-TITLE-REC.
           WRITE REPORT-REC FROM D-CAPTION-REC.

           EXEC SQL
               DECLARE CV CURSOR FOR
               SELECT policy_id, status, COALESCE(currency_code, ' '),
                      premium,
                      COALESCE(TO_CHAR(effective_date, 'YYYYMMDD'),
                               ' '),
                      COALESCE(TO_CHAR(expiry_date, 'YYYYMMDD'), ' '),
                      COALESCE(TO_CHAR(expiry_date + 1, 'YYYYMMDD'),
                               ' ')
                 FROM policies
                ORDER BY status, COALESCE(currency_code, ' '),
                         policy_id
           END-EXEC.
           EXEC SQL
               OPEN CV
           END-EXEC.
           EXEC SQL
               FETCH CV INTO :UV-POL-ID, :UV-STATUS, :UV-CCY,
                             :UV-POL-PREMIUM, :UV-EFF-DATE,
                             :UV-EXP-DATE, :UV-EXP-NEXT
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
                   OR WS-RUN-HAS-FAILED
               ADD   1              TO   WS-POL-READ
               IF  NOT WS-IS-FIRST-ROW
                   IF  UV-STATUS NOT = WS-PREV-STATUS
                       PERFORM GROUP-BREAK-RTN
                       PERFORM STATUS-BREAK-RTN
                   ELSE IF  UV-CCY NOT = WS-PREV-CCY
                       PERFORM GROUP-BREAK-RTN
                   END-IF
                   END-IF
               END-IF
               PERFORM VALUE-ONE-POLICY-RTN
               MOVE  UV-STATUS      TO   WS-PREV-STATUS
               MOVE  UV-CCY         TO   WS-PREV-CCY
               MOVE  "N"            TO   WS-FIRST-ROW
               IF  NOT WS-RUN-HAS-FAILED
                   EXEC SQL
                       FETCH CV INTO :UV-POL-ID, :UV-STATUS, :UV-CCY,
                                     :UV-POL-PREMIUM, :UV-EFF-DATE,
                                     :UV-EXP-DATE, :UV-EXP-NEXT
                   END-EXEC
               END-IF
           END-PERFORM.
      *    SQLCODE +10 just means "no more rows" (normal end of
      *    cursor); anything else is a real error
           IF  NOT WS-RUN-HAS-FAILED
               AND SQLCODE NOT = +10
               PERFORM ERROR-RTN
           END-IF.
           EXEC SQL
               CLOSE CV
           END-EXEC.

           IF  NOT WS-IS-FIRST-ROW
               AND NOT WS-RUN-HAS-FAILED
               PERFORM GROUP-BREAK-RTN
               PERFORM STATUS-BREAK-RTN
           END-IF.
           MOVE  "TOTAL"            TO   UVL-STATUS.
           MOVE  WS-REPORT-CCY      TO   UVL-CCY.
           MOVE  WS-TOT-COUNT       TO   UVL-COUNT.
           MOVE  WS-TOT-PREMIUM     TO   UVL-PREMIUM.
           MOVE  WS-TOT-EARNED      TO   UVL-EARNED.
           MOVE  WS-TOT-UNEARNED    TO   UVL-UNEARNED.
           MOVE  WS-TOT-NOT-EARNED  TO   UVL-NOT-EARNED.
           MOVE  SPACES              TO   REPORT-REC.
           WRITE REPORT-REC.
           WRITE REPORT-REC FROM D-UV-REC.
           DISPLAY "POLICIES VALUED:   " WS-POL-READ.
           DISPLAY "UNEARNED RESERVE:  " UVL-UNEARNED " "
                   WS-REPORT-CCY.

      ******************************************************************
       VALUE-ONE-POLICY-RTN.
      ******************************************************************
      *    earned      = term premium x days on cover / days in term
      *    unearned    = the rest, while the policy is still on cover
      *    not earned  = the rest, once a cancel or lapse has ended
      *                  cover on or before the valuation date
           MOVE  SPACES              TO   WS-NOTE.
           MOVE  ZERO               TO   UV-TERM-DAYS UV-EARNED-DAYS.
           PERFORM FIND-TERM-RTN.
           PERFORM FIND-END-BY-RTN.
           MOVE  ZERO               TO   WS-EARNED WS-UNEARNED
                                          WS-NOT-EARNED.
           IF  UV-TERM-START = SPACES OR UV-TERM-END = SPACES
      *        nothing to pro-rate on - no income is taken without
      *        cover dates, the whole premium stays in the reserve
               MOVE  SPACE          TO   UV-BASIS
               MOVE  "NO TERM DATES" TO  WS-NOTE
               MOVE  UV-TERM-PREMIUM TO  WS-UNEARNED
               DISPLAY "*** WARNING: NO TERM DATES ON POLICY "
                       UV-POL-ID " - PREMIUM HELD UNEARNED"
               MOVE  "Y"            TO   WS-RUN-WARNED
           ELSE
               PERFORM TERM-DAYS-RTN
               IF  UV-TERM-DAYS > ZERO
                   COMPUTE WS-EARNED ROUNDED =
                       UV-TERM-PREMIUM * UV-EARNED-DAYS / UV-TERM-DAYS
               ELSE
                   MOVE  "BAD TERM DATES" TO WS-NOTE
                   DISPLAY "*** WARNING: TERM ENDS BEFORE IT STARTS "
                           "ON POLICY " UV-POL-ID
                           " - PREMIUM HELD UNEARNED"
                   MOVE  "Y"        TO   WS-RUN-WARNED
               END-IF
               IF  UV-END-BY NOT = SPACES
                   AND UV-END-BY NOT > UV-VAL-NEXT
                   COMPUTE WS-NOT-EARNED = UV-TERM-PREMIUM - WS-EARNED
               ELSE
                   COMPUTE WS-UNEARNED = UV-TERM-PREMIUM - WS-EARNED
               END-IF
           END-IF.

      *    term premium and the split are converted separately; not
      *    earned is the balance so every line foots
           MOVE  UV-CCY             TO   WS-LOOKUP-CCY.
           PERFORM LOOKUP-XRATE-RTN.
           MOVE  WS-LOOKUP-RATE     TO   WS-POL-RATE.
           IF  NOT WS-XRATE-IS-FOUND
               DISPLAY "*** WARNING: UNKNOWN CURRENCY CODE "
                       UV-CCY " ON POLICY " UV-POL-ID
                       " - TREATED AS RATE 1"
               MOVE  UV-POL-ID           TO   LOG-POL-ID
               MOVE  ZERO                TO   LOG-SQLCODE
               MOVE  SPACES              TO   LOG-SQLSTATE
               STRING "UNKNOWN CURRENCY CODE " DELIMITED BY SIZE
                      UV-CCY                DELIMITED BY SIZE
                      " ON POL-ID "         DELIMITED BY SIZE
                      UV-POL-ID             DELIMITED BY SIZE
                      INTO LOG-MESSAGE
               PERFORM WRITE-AUDIT-LOG-RTN
               MOVE  "NO RATE - RATE 1"  TO   WS-NOTE
               MOVE  "Y"                 TO   WS-RUN-WARNED
           END-IF.
           COMPUTE WS-CNV-PREMIUM ROUNDED =
               UV-TERM-PREMIUM * WS-POL-RATE / WS-RPT-RATE.
           COMPUTE WS-CNV-EARNED ROUNDED =
               WS-EARNED * WS-POL-RATE / WS-RPT-RATE.
           COMPUTE WS-CNV-UNEARNED ROUNDED =
               WS-UNEARNED * WS-POL-RATE / WS-RPT-RATE.
           COMPUTE WS-CNV-NOT-EARNED =
               WS-CNV-PREMIUM - WS-CNV-EARNED - WS-CNV-UNEARNED.

           ADD   1                  TO   WS-GRP-COUNT.
           ADD   UV-TERM-PREMIUM    TO   WS-GRP-O-PREMIUM.
           ADD   WS-EARNED          TO   WS-GRP-O-EARNED.
           ADD   WS-UNEARNED        TO   WS-GRP-O-UNEARNED.
           ADD   WS-NOT-EARNED      TO   WS-GRP-O-NOT-EARNED.
           ADD   WS-CNV-PREMIUM     TO   WS-GRP-PREMIUM.
           ADD   WS-CNV-EARNED      TO   WS-GRP-EARNED.
           ADD   WS-CNV-UNEARNED    TO   WS-GRP-UNEARNED.
           ADD   WS-CNV-NOT-EARNED  TO   WS-GRP-NOT-EARNED.

           PERFORM WRITE-UPR-RTN.

      ******************************************************************
       FIND-TERM-RTN.
      ******************************************************************
      *    the latest invoice term started by the valuation date.  A
      *    cancel re-rates its term down to the earned premium, so the
      *    original invoice_amount comes back off premium_returns.
      *    With no term started yet (billing not run, or the first
      *    term still to come) the policy's own dates and premium
      *    stand in.
           EXEC SQL
               SELECT TO_CHAR(i.term_start, 'YYYYMMDD'),
                      TO_CHAR(i.term_end, 'YYYYMMDD'),
                      COALESCE((SELECT r.invoice_amount
                                  FROM premium_returns r
                                 WHERE r.invoice_id = i.invoice_id
                                 ORDER BY r.return_id
                                 LIMIT 1),
                               i.invoice_amount)
                 INTO :UV-TERM-START, :UV-TERM-END, :UV-TERM-PREMIUM
                 FROM invoices i
                WHERE i.policy_id = :UV-POL-ID
                  AND i.term_start <= CAST(:UV-VAL-DATE AS DATE)
                ORDER BY i.term_start DESC, i.invoice_id DESC
                LIMIT 1
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = ZERO
                   MOVE  "I"            TO   UV-BASIS
               WHEN SQLCODE = +10
                   MOVE  "P"            TO   UV-BASIS
                   MOVE  UV-EFF-DATE    TO   UV-TERM-START
                   MOVE  UV-EXP-DATE    TO   UV-TERM-END
                   MOVE  UV-POL-PREMIUM TO   UV-TERM-PREMIUM
               WHEN OTHER
                   PERFORM ERROR-RTN
                   MOVE  "P"            TO   UV-BASIS
                   MOVE  UV-EFF-DATE    TO   UV-TERM-START
                   MOVE  UV-EXP-DATE    TO   UV-TERM-END
                   MOVE  UV-POL-PREMIUM TO   UV-TERM-PREMIUM
           END-EVALUATE.

      ******************************************************************
       FIND-END-BY-RTN.
      ******************************************************************
      *    cover on a cancelled policy runs up to the day before the
      *    cancel date (the same rule the cancel re-rated the term
      *    on), on a lapsed one up to and including expiry_date
           MOVE  SPACES              TO   UV-END-BY.
           EVALUATE UV-STATUS
               WHEN "CANCELLED"
                   EXEC SQL
                       SELECT COALESCE(TO_CHAR(MAX(change_date),
                                               'YYYYMMDD'), ' ')
                         INTO :UV-END-BY
                         FROM policy_history
                        WHERE policy_id   = :UV-POL-ID
                          AND change_type = 'CANCEL'
                   END-EXEC
                   IF  SQLCODE NOT = ZERO
                       PERFORM ERROR-RTN
                       MOVE SPACES  TO   UV-END-BY
                   END-IF
      *            a cancel from before policy_history was kept - it
      *            happened some time up to now, so cover is earned to
      *            the valuation date and nothing held after it
                   IF  UV-END-BY = SPACES
                       MOVE  UV-VAL-NEXT    TO   UV-END-BY
                       MOVE  "NO CANCEL ROW" TO  WS-NOTE
                       DISPLAY "*** WARNING: NO CANCEL HISTORY FOR "
                               "POLICY " UV-POL-ID
                               " - EARNED TO VALUATION DATE"
                       MOVE  "Y"            TO   WS-RUN-WARNED
                   END-IF
               WHEN "LAPSED"
                   MOVE  UV-EXP-NEXT    TO   UV-END-BY
           END-EVALUATE.

      ******************************************************************
       TERM-DAYS-RTN.
      ******************************************************************
      *    term_end is the last day of cover, so a term runs
      *    term_end - term_start + 1 days; days on cover stop at the
      *    earliest of the valuation date, the term end and any
      *    cancel/lapse end (LEAST ignores the NULL of "none")
           EXEC SQL
               SELECT CAST(:UV-TERM-END AS DATE)
                        - CAST(:UV-TERM-START AS DATE) + 1,
                      GREATEST(0,
                          LEAST(CAST(:UV-VAL-NEXT AS DATE),
                                CAST(:UV-TERM-END AS DATE) + 1,
                                CAST(NULLIF(TRIM(:UV-END-BY), '')
                                     AS DATE))
                          - CAST(:UV-TERM-START AS DATE))
                 INTO :UV-TERM-DAYS, :UV-EARNED-DAYS
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
               MOVE  ZERO           TO   UV-TERM-DAYS UV-EARNED-DAYS
           END-IF.

      ******************************************************************
       WRITE-UPR-RTN.
      ******************************************************************
           IF  WS-UPR-OK = "Y"
               MOVE  SPACES          TO   UPR-FILE-REC
               MOVE  UV-VAL-DATE     TO   UPR-VAL-DATE
               MOVE  UV-POL-ID       TO   UPR-POL-ID
               MOVE  UV-STATUS       TO   UPR-STATUS
               MOVE  UV-CCY          TO   UPR-CURRENCY
               MOVE  UV-BASIS        TO   UPR-BASIS
               MOVE  UV-TERM-START   TO   UPR-TERM-START
               MOVE  UV-TERM-END     TO   UPR-TERM-END
               MOVE  UV-TERM-DAYS    TO   UPR-TERM-DAYS
               MOVE  UV-EARNED-DAYS  TO   UPR-EARNED-DAYS
               MOVE  UV-POL-PREMIUM  TO   UPR-POL-PREMIUM
               MOVE  UV-TERM-PREMIUM TO   UPR-PREMIUM
               MOVE  WS-EARNED       TO   UPR-EARNED
               MOVE  WS-UNEARNED     TO   UPR-UNEARNED
               MOVE  WS-NOT-EARNED   TO   UPR-NOT-EARNED
               MOVE  WS-REPORT-CCY   TO   UPR-RPT-CCY
               MOVE  WS-CNV-UNEARNED TO   UPR-RPT-UNEARNED
               MOVE  WS-NOTE         TO   UPR-NOTE
               WRITE UPR-FILE-REC
               IF  WS-UPR-STATUS NOT = "00"
                   DISPLAY "*** WARNING: UPR WRITE FAILED FOR "
                           "POL-ID " UV-POL-ID " - STATUS="
                           WS-UPR-STATUS
                           " - UPR FILE SKIPPED FOR REST OF RUN"
                   MOVE "N"          TO   WS-UPR-OK
                   MOVE "Y"          TO   WS-RUN-WARNED
               ELSE
                   ADD  1            TO   WS-UPR-WRITTEN
               END-IF
           END-IF.

      ******************************************************************
       GROUP-BREAK-RTN.
      ******************************************************************
      *    report line for the (status, currency) just finished and
      *    its upr_valuations row in the policy currency
           MOVE  WS-PREV-STATUS     TO   UVL-STATUS.
           MOVE  WS-PREV-CCY        TO   UVL-CCY.
           MOVE  WS-GRP-COUNT       TO   UVL-COUNT.
           MOVE  WS-GRP-PREMIUM     TO   UVL-PREMIUM.
           MOVE  WS-GRP-EARNED      TO   UVL-EARNED.
           MOVE  WS-GRP-UNEARNED    TO   UVL-UNEARNED.
           MOVE  WS-GRP-NOT-EARNED  TO   UVL-NOT-EARNED.
           WRITE REPORT-REC FROM D-UV-REC.

           MOVE  WS-PREV-STATUS     TO   UVG-STATUS.
           MOVE  WS-PREV-CCY        TO   UVG-CCY.
           MOVE  WS-GRP-COUNT       TO   UVG-COUNT.
           MOVE  WS-GRP-O-PREMIUM   TO   UVG-PREMIUM.
           MOVE  WS-GRP-O-EARNED    TO   UVG-EARNED.
           MOVE  WS-GRP-O-UNEARNED  TO   UVG-UNEARNED.
           MOVE  WS-GRP-O-NOT-EARNED TO  UVG-NOT-EARNED.
           EXEC SQL
               INSERT INTO upr_valuations
                      (val_date, status, currency_code, policy_count,
                       premium, earned, unearned, not_earned,
                       run_date, run_time)
               VALUES (CAST(:UV-VAL-DATE AS DATE), :UVG-STATUS,
                       :UVG-CCY, :UVG-COUNT, :UVG-PREMIUM,
                       :UVG-EARNED, :UVG-UNEARNED, :UVG-NOT-EARNED,
                       CAST(:UV-RUN-DATE AS DATE), :UV-RUN-TIME)
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
           END-IF.

           ADD   WS-GRP-COUNT       TO   WS-STS-COUNT.
           ADD   WS-GRP-PREMIUM     TO   WS-STS-PREMIUM.
           ADD   WS-GRP-EARNED      TO   WS-STS-EARNED.
           ADD   WS-GRP-UNEARNED    TO   WS-STS-UNEARNED.
           ADD   WS-GRP-NOT-EARNED  TO   WS-STS-NOT-EARNED.
           MOVE  ZERO               TO   WS-GRP-COUNT
                                          WS-GRP-O-PREMIUM
                                          WS-GRP-O-EARNED
                                          WS-GRP-O-UNEARNED
                                          WS-GRP-O-NOT-EARNED
                                          WS-GRP-PREMIUM
                                          WS-GRP-EARNED
                                          WS-GRP-UNEARNED
                                          WS-GRP-NOT-EARNED.

      ******************************************************************
       STATUS-BREAK-RTN.
      ******************************************************************
           MOVE  "SUBTOTAL"         TO   UVL-STATUS.
           MOVE  WS-REPORT-CCY      TO   UVL-CCY.
           MOVE  WS-STS-COUNT       TO   UVL-COUNT.
           MOVE  WS-STS-PREMIUM     TO   UVL-PREMIUM.
           MOVE  WS-STS-EARNED      TO   UVL-EARNED.
           MOVE  WS-STS-UNEARNED    TO   UVL-UNEARNED.
           MOVE  WS-STS-NOT-EARNED  TO   UVL-NOT-EARNED.
           WRITE REPORT-REC FROM D-UV-REC.
           MOVE  SPACES              TO   REPORT-REC.
           WRITE REPORT-REC.

           ADD   WS-STS-COUNT       TO   WS-TOT-COUNT.
           ADD   WS-STS-PREMIUM     TO   WS-TOT-PREMIUM.
           ADD   WS-STS-EARNED      TO   WS-TOT-EARNED.
           ADD   WS-STS-UNEARNED    TO   WS-TOT-UNEARNED.
           ADD   WS-STS-NOT-EARNED  TO   WS-TOT-NOT-EARNED.
           MOVE  ZERO               TO   WS-STS-COUNT
                                          WS-STS-PREMIUM
                                          WS-STS-EARNED
                                          WS-STS-UNEARNED
                                          WS-STS-NOT-EARNED.

      ******************************************************************
       MOVEMENT-RTN.
      ******************************************************************
      *    this valuation's upr_valuations rows (written above in the
      *    same transaction) against the latest earlier valuation's,
      *    matched on status and currency.  A group on only one side
      *    still shows, so business moving between statuses - active
      *    cover cancelled, say - nets out across the lines.
           MOVE  SPACES              TO   REPORT-REC.
           WRITE REPORT-REC.
           MOVE  SPACES              TO   MVT-TEXT.
           IF  UV-PRIOR-DATE = SPACES
               MOVE  "NO PRIOR VALUATION ON FILE" TO MVT-TEXT
               MOVE  "19000101"     TO   UV-PRIOR-KEY
           ELSE
               STRING "FROM PRIOR VALUATION " DELIMITED BY SIZE
                      UV-PRIOR-DATE          DELIMITED BY SIZE
                      INTO MVT-TEXT
               MOVE  UV-PRIOR-DATE  TO   UV-PRIOR-KEY
           END-IF.
           WRITE REPORT-REC FROM D-MV-TITLE-REC.
           WRITE REPORT-REC FROM D-MV-CAPTION-REC.

           EXEC SQL
               DECLARE CM CURSOR FOR
               SELECT COALESCE(c.status, o.status),
                      COALESCE(c.currency_code, o.currency_code),
                      COALESCE(o.unearned, 0),
                      COALESCE(c.unearned, 0)
                 FROM (SELECT status, currency_code, unearned
                         FROM upr_valuations
                        WHERE val_date =
                              CAST(:UV-VAL-DATE AS DATE)) c
                 FULL OUTER JOIN
                      (SELECT status, currency_code, unearned
                         FROM upr_valuations
                        WHERE val_date =
                              CAST(:UV-PRIOR-KEY AS DATE)) o
                   ON o.status        = c.status
                  AND o.currency_code = c.currency_code
                ORDER BY 1, 2
           END-EXEC.
           EXEC SQL
               OPEN CM
           END-EXEC.
           EXEC SQL
               FETCH CM INTO :MV-STATUS, :MV-CCY, :MV-PRIOR,
                             :MV-CURRENT
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               PERFORM MOVEMENT-LINE-RTN
               EXEC SQL
                   FETCH CM INTO :MV-STATUS, :MV-CCY, :MV-PRIOR,
                                 :MV-CURRENT
               END-EXEC
           END-PERFORM.
           IF  SQLCODE NOT = +10
               PERFORM ERROR-RTN
           END-IF.
           EXEC SQL
               CLOSE CM
           END-EXEC.

           MOVE  "TOTAL"            TO   MVL-STATUS.
           MOVE  WS-REPORT-CCY      TO   MVL-CCY.
           MOVE  WS-MV-TOT-PRIOR    TO   MVL-PRIOR.
           MOVE  WS-MV-TOT-CURRENT  TO   MVL-CURRENT.
           MOVE  WS-MV-TOT-MOVEMENT TO   MVL-MOVEMENT.
           MOVE  WS-MV-TOT-MOVEMENT TO   MVL-CNV-MOVEMENT.
           WRITE REPORT-REC FROM D-MV-REC.

      ******************************************************************
       MOVEMENT-LINE-RTN.
      ******************************************************************
      *    both sides at this valuation's rates, so the movement is
      *    the change in business, not in exchange rates
           COMPUTE WS-MV-MOVEMENT = MV-CURRENT - MV-PRIOR.
           MOVE  MV-CCY             TO   WS-LOOKUP-CCY.
           PERFORM LOOKUP-XRATE-RTN.
           MOVE  WS-LOOKUP-RATE     TO   WS-POL-RATE.
           COMPUTE WS-CNV-PRIOR ROUNDED =
               MV-PRIOR * WS-POL-RATE / WS-RPT-RATE.
           COMPUTE WS-CNV-CURRENT ROUNDED =
               MV-CURRENT * WS-POL-RATE / WS-RPT-RATE.
           COMPUTE WS-CNV-MOVEMENT = WS-CNV-CURRENT - WS-CNV-PRIOR.
           ADD   WS-CNV-PRIOR       TO   WS-MV-TOT-PRIOR.
           ADD   WS-CNV-CURRENT     TO   WS-MV-TOT-CURRENT.
           ADD   WS-CNV-MOVEMENT    TO   WS-MV-TOT-MOVEMENT.
           MOVE  MV-STATUS          TO   MVL-STATUS.
           MOVE  MV-CCY             TO   MVL-CCY.
           MOVE  MV-PRIOR           TO   MVL-PRIOR.
           MOVE  MV-CURRENT         TO   MVL-CURRENT.
           MOVE  WS-MV-MOVEMENT     TO   MVL-MOVEMENT.
           MOVE  WS-CNV-MOVEMENT    TO   MVL-CNV-MOVEMENT.
           WRITE REPORT-REC FROM D-MV-REC.

      ******************************************************************
       TIE-BACK-RTN.
      ******************************************************************
      *    FETCH-POLICY's premium summary is every policy's premium at
      *    the business date's rates.  The valuation carries one term
      *    per policy at the valuation date's rates, so the two agree
      *    once the rate change between the two dates and the terms
      *    billed at other than today's policy premium (a premium
      *    change after billing, a cancelled term) are added - each
      *    worked out from the tables, not from the valuation, so a
      *    policy valued wrongly or not at all shows as a difference.
           PERFORM PREMIUM-SUMMARY-RTN.
           MOVE  WS-SUM-TOTAL       TO   WS-FP-AT-VAL.
           COMPUTE WS-RATE-DIFF = WS-FP-AT-VAL - WS-FP-SUMMARY.
           PERFORM TERM-DIFF-RTN.
           IF  NOT WS-RUN-HAS-FAILED
               PERFORM TIE-BACK-REPORT-RTN
           END-IF.

      ******************************************************************
       TIE-BACK-REPORT-RTN.
      ******************************************************************
           MOVE  SPACES              TO   REPORT-REC.
           WRITE REPORT-REC.
           MOVE  "TIE BACK TO FETCH-POLICY PREMIUM SUMMARY"
                                     TO   D-MESSAGE-REC.
           WRITE REPORT-REC FROM D-MESSAGE-REC.
           MOVE  WS-REPORT-CCY      TO   TIE-CCY.
           MOVE  "PREMIUM SUMMARY AT BUSINESS DATE RATES"
                                     TO   TIE-LABEL.
           MOVE  WS-FP-SUMMARY      TO   TIE-AMOUNT.
           WRITE REPORT-REC FROM D-TIE-REC.
           MOVE  "RATE CHANGE BUSINESS DATE TO VALUATION DATE"
                                     TO   TIE-LABEL.
           MOVE  WS-RATE-DIFF       TO   TIE-AMOUNT.
           WRITE REPORT-REC FROM D-TIE-REC.
           MOVE  WS-DIFF-COUNT      TO   D-TIE-COUNT.
           MOVE  SPACES              TO   TIE-LABEL.
           STRING "TERMS BILLED AT OTHER PREMIUM ("
                                     DELIMITED BY SIZE
                  D-TIE-COUNT        DELIMITED BY SIZE
                  ")"                DELIMITED BY SIZE
                  INTO TIE-LABEL.
           MOVE  WS-DIFF-AMOUNT     TO   TIE-AMOUNT.
           WRITE REPORT-REC FROM D-TIE-REC.
           MOVE  "TERM PREMIUM VALUED"
                                     TO   TIE-LABEL.
           MOVE  WS-TOT-PREMIUM     TO   TIE-AMOUNT.
           WRITE REPORT-REC FROM D-TIE-REC.

           COMPUTE WS-TIE-CHECK = WS-FP-SUMMARY + WS-RATE-DIFF
                                + WS-DIFF-AMOUNT - WS-TOT-PREMIUM.
           MOVE  POL-CNT            TO   D-TIE-COUNT.
           MOVE  WS-POL-READ        TO   D-TIE-COUNT-2.
           MOVE  SPACES              TO   D-MESSAGE-REC.
           IF  WS-TIE-CHECK = ZERO
               STRING "VALUATION TIES - POLICIES IN SUMMARY "
                                     DELIMITED BY SIZE
                      D-TIE-COUNT    DELIMITED BY SIZE
                      " VALUED "     DELIMITED BY SIZE
                      D-TIE-COUNT-2  DELIMITED BY SIZE
                      INTO D-MESSAGE-REC
           ELSE
               MOVE  "DIFFERENCE"   TO   TIE-LABEL
               MOVE  WS-TIE-CHECK   TO   TIE-AMOUNT
               WRITE REPORT-REC FROM D-TIE-REC
               STRING "*** DOES NOT TIE - POLICIES IN SUMMARY "
                                     DELIMITED BY SIZE
                      D-TIE-COUNT    DELIMITED BY SIZE
                      " VALUED "     DELIMITED BY SIZE
                      D-TIE-COUNT-2  DELIMITED BY SIZE
                      INTO D-MESSAGE-REC
               DISPLAY "*** WARNING: VALUATION DOES NOT TIE TO THE "
                       "PREMIUM SUMMARY"
               MOVE  SPACES              TO   LOG-POL-ID
               MOVE  ZERO                TO   LOG-SQLCODE
               MOVE  SPACES              TO   LOG-SQLSTATE
               MOVE  D-MESSAGE-REC       TO   LOG-MESSAGE
               PERFORM WRITE-AUDIT-LOG-RTN
               MOVE  "Y"            TO   WS-RUN-WARNED
           END-IF.
           WRITE REPORT-REC FROM D-MESSAGE-REC.
           DISPLAY D-MESSAGE-REC.

      ******************************************************************
       PREMIUM-SUMMARY-RTN.
      ******************************************************************
      *    every policy's premium converted to the reporting currency
      *    at whatever rates are loaded - FETCH-POLICY's summary, with
      *    an unknown currency taken at rate 1 as it does
           MOVE  ZERO               TO   WS-SUM-TOTAL WS-SUM-COUNT.
           MOVE  WS-REPORT-CCY      TO   WS-LOOKUP-CCY.
           PERFORM LOOKUP-XRATE-RTN.
           MOVE  WS-LOOKUP-RATE     TO   WS-RPT-RATE.
           EXEC SQL
               DECLARE CP CURSOR FOR
               SELECT COALESCE(currency_code, ' '), premium, COUNT(*)
                 FROM policies
                GROUP BY COALESCE(currency_code, ' '), premium
                ORDER BY 1, 2
           END-EXEC.
           EXEC SQL
               OPEN CP
           END-EXEC.
           EXEC SQL
               FETCH CP INTO :SUM-CCY, :SUM-PREMIUM, :SUM-COUNT
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               MOVE  SUM-CCY        TO   WS-LOOKUP-CCY
               PERFORM LOOKUP-XRATE-RTN
               MOVE  WS-LOOKUP-RATE TO   WS-POL-RATE
               COMPUTE WS-CNV-SUM ROUNDED =
                   SUM-PREMIUM * WS-POL-RATE / WS-RPT-RATE
               COMPUTE WS-SUM-TOTAL = WS-SUM-TOTAL
                                    + WS-CNV-SUM * SUM-COUNT
               ADD   SUM-COUNT      TO   WS-SUM-COUNT
               EXEC SQL
                   FETCH CP INTO :SUM-CCY, :SUM-PREMIUM, :SUM-COUNT
               END-EXEC
           END-PERFORM.
           IF  SQLCODE NOT = +10
               PERFORM ERROR-RTN
           END-IF.
           EXEC SQL
               CLOSE CP
           END-EXEC.

      ******************************************************************
       TERM-DIFF-RTN.
      ******************************************************************
      *    policies whose latest term started by the valuation date
      *    was billed at other than today's premium - the original
      *    invoice_amount off premium_returns for a cancelled term, as
      *    a cancel re-rates the invoice - at valuation-date rates
           MOVE  ZERO               TO   WS-DIFF-COUNT WS-DIFF-AMOUNT.
           EXEC SQL
               DECLARE CT CURSOR FOR
               SELECT d.ccy, d.premium, d.term_premium, COUNT(*)
                 FROM (SELECT COALESCE(p.currency_code, ' ') AS ccy,
                              p.premium,
                              (SELECT COALESCE(
                                         (SELECT r.invoice_amount
                                            FROM premium_returns r
                                           WHERE r.invoice_id =
                                                 i.invoice_id
                                           ORDER BY r.return_id
                                           LIMIT 1),
                                         i.invoice_amount)
                                 FROM invoices i
                                WHERE i.policy_id = p.policy_id
                                  AND i.term_start <=
                                      CAST(:UV-VAL-DATE AS DATE)
                                ORDER BY i.term_start DESC,
                                         i.invoice_id DESC
                                LIMIT 1) AS term_premium
                         FROM policies p) d
                WHERE d.term_premium IS NOT NULL
                  AND d.term_premium <> d.premium
                GROUP BY d.ccy, d.premium, d.term_premium
                ORDER BY 1, 2, 3
           END-EXEC.
           EXEC SQL
               OPEN CT
           END-EXEC.
           EXEC SQL
               FETCH CT INTO :SUM-CCY, :SUM-PREMIUM,
                             :SUM-TERM-PREMIUM, :SUM-COUNT
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               MOVE  SUM-CCY        TO   WS-LOOKUP-CCY
               PERFORM LOOKUP-XRATE-RTN
               MOVE  WS-LOOKUP-RATE TO   WS-POL-RATE
               COMPUTE WS-CNV-SUM ROUNDED =
                   SUM-PREMIUM * WS-POL-RATE / WS-RPT-RATE
               COMPUTE WS-CNV-TERM ROUNDED =
                   SUM-TERM-PREMIUM * WS-POL-RATE / WS-RPT-RATE
               COMPUTE WS-DIFF-AMOUNT = WS-DIFF-AMOUNT
                       + (WS-CNV-TERM - WS-CNV-SUM) * SUM-COUNT
               ADD   SUM-COUNT      TO   WS-DIFF-COUNT
               EXEC SQL
                   FETCH CT INTO :SUM-CCY, :SUM-PREMIUM,
                                 :SUM-TERM-PREMIUM, :SUM-COUNT
               END-EXEC
           END-PERFORM.
           IF  SQLCODE NOT = +10
               PERFORM ERROR-RTN
           END-IF.
           EXEC SQL
               CLOSE CT
           END-EXEC.

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
       LOAD-XRATE-RTN.
      ******************************************************************
      *    replaces the compiled-in fallback table with the newest
      *    rate per currency in force on UV-RATE-DATE - the valuation
      *    date for the valuation itself (not the run date - a
      *    valuation rerun later must price the same).  If nothing is
      *    on file the fallback rates are put back in force with a
      *    warning rather than stopping the run.
           EXEC SQL
               DECLARE CX CURSOR FOR
               SELECT x.currency_code, x.rate
                 FROM exchange_rates x
                WHERE x.effective_date =
                      (SELECT MAX(y.effective_date)
                         FROM exchange_rates y
                        WHERE y.currency_code = x.currency_code
                          AND y.effective_date <=
                              CAST(:UV-RATE-DATE AS DATE))
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
               MOVE  WS-XRATE-FALLBACK TO WS-XRATE-DATA
               MOVE  WS-XRATE-FALLBACK-COUNT TO WS-XRATE-COUNT
               DISPLAY "*** WARNING: NO EXCHANGE RATES IN FORCE ON "
                       UV-RATE-DATE " - COMPILED FALLBACK RATES USED"
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
           MOVE  UV-POL-ID          TO   LOG-POL-ID.
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
