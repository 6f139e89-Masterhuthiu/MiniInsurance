      *  prints: the policy row with its dates and the agent's name,
      *  premium billed vs received from the payments table, every
      *  claim with its adjudication status and settlement, and the
      *  count and last date of policy_history changes.  A policy
      *  written on a product also shows its cover: the product, sum
      *  insured, deductible and the cover left in the current term.
      *  The letters CUST-LETTERS has sent the customer about the
      *  policy close the screen, oldest first, from letter_log.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-ERRLOG-STATUS.

      *    one record per run for JOB-CONTROL and the morning check,
      *    same layout as FETCH-POLICY's FPRUNLOG
           SELECT RUN-LOG-FILE     ASSIGN TO "PIRUNLOG"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-RUNLOG-STATUS.

      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
           05  FILLER              PIC  X(1)  VALUE SPACE.
           05  LOG-MESSAGE         PIC  X(70).

       FD  RUN-LOG-FILE.
       01  RUN-LOG-REC             PIC  X(149).

       WORKING-STORAGE             SECTION.
       01  WS-PARM-FILE-STATUS     PIC  X(2).
       01  WS-ERRLOG-STATUS        PIC  X(2).
      *    an 8-char YYYYMMDD date = 30
           05  D-CLM-SETTLED       PIC  X(30).

      *    one line per letter sent about the policy
       01  D-LETTER-REC.
           05  D-LTR-DATE          PIC  X(8).
           05  FILLER              PIC  X(2)  VALUE SPACE.
           05  D-LTR-TYPE          PIC  X(8).
           05  FILLER              PIC  X(2)  VALUE SPACE.
           05  D-LTR-EVENT-KEY     PIC  X(12).
           05  FILLER              PIC  X(2)  VALUE SPACE.
           05  D-LTR-EVENT-DATE    PIC  X(8).
           05  FILLER              PIC  X(2)  VALUE SPACE.
           05  D-LTR-CUST-ID       PIC  X(10).
           05  FILLER              PIC  X(2)  VALUE SPACE.
           05  D-LTR-AMOUNT        PIC  ZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC  X(1)  VALUE SPACE.
           05  D-LTR-CCY           PIC  X(3).

       01  WS-CLAIM-COUNT          PIC  9(8)  VALUE ZERO.
       01  WS-LETTER-COUNT         PIC  9(8)  VALUE ZERO.
       01  WS-SETTLED-AMT          PIC  ZZ,ZZZ,ZZ9.99.

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
           05  POL-EXP-DATE        PIC  X(8).
           05  POL-AGENT-ID        PIC  X(8).
           05  POL-AGENT-NAME      PIC  X(50).
           05  POL-PRODUCT         PIC  X(8).
           05  POL-PRODUCT-NAME    PIC  X(40).
           05  POL-SUM-INSURED     PIC  S9(10)V99.
           05  POL-DEDUCTIBLE      PIC  S9(10)V99.

      *    sum insured less the claims allowed in the current term -
      *    the same figure FETCH-POLICY puts on FPEXTOUT
       01  POL-REMAINING           PIC  S9(10)V99.

       01  PAY-RECEIVED            PIC  S9(12)V99.


       01  HIST-CHANGE-COUNT       PIC  9(8).
       01  HIST-LAST-DATE          PIC  X(8).

       01  LTR-REC-VARS.
           05  LTR-DATE            PIC  X(8).
           05  LTR-TYPE            PIC  X(8).
           05  LTR-EVENT-KEY       PIC  X(12).
           05  LTR-EVENT-DATE      PIC  X(8).
           05  LTR-CUST-ID         PIC  X(10).
           05  LTR-AMOUNT          PIC  S9(10)V99.
           05  LTR-CCY             PIC  X(3).

      *    the business date this run processes as, YYYYMMDD - set by
      *    LOAD-BUS-DATE-RTN
       01  BUS-DATE                PIC  X(8).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
      ******************************************************************
       MAIN-RTN.
           DISPLAY "*** POLICY INQUIRY STARTED ***".
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

           PERFORM LOAD-BUS-DATE-RTN.
           PERFORM INQUIRY-RTN.

      *    COMMIT
           END-EXEC.

      *    END
           PERFORM END-RUN-RTN.
           DISPLAY "*** POLICY INQUIRY FINISHED ***".
           STOP RUN.

      ******************************************************************
       END-RUN-RTN.
      ******************************************************************
      *    one appended PIRUNLOG record plus the matching return code -
      *    a run that warned or failed must not finish looking like a
      *    clean one
           MOVE  SPACES              TO   D-RUN-REC.
           MOVE  "POLICY-INQUI"     TO   RUN-PROGRAM.
           MOVE  WS-RUN-START-DATE  TO   RUN-START-DATE.
           MOVE  WS-RUN-START-TIME  TO   RUN-START-TIME.
           ACCEPT RUN-END-DATE       FROM DATE YYYYMMDD.
           ACCEPT RUN-END-TIME       FROM TIME.
           MOVE  "I"                TO   RUN-MODE.
           MOVE  SEL-POL-ID         TO   RUN-SEL-ID-FROM.
           MOVE  SPACES              TO   RUN-SEL-ID-TO
                                           RUN-SEL-STATUS
                                           RUN-SEL-HOLDER.
           MOVE  WS-CLAIM-COUNT     TO   RUN-COUNTED.
           MOVE  ZERO               TO   RUN-FETCHED.
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
               ACCEPT SEL-POL-ID FROM CONSOLE
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
       INQUIRY-RTN.
      ******************************************************************
           MOVE  SPACES              TO   POL-HOLDER POL-STATUS
                                           POL-CURRENCY POL-EFF-DATE
                                           POL-EXP-DATE POL-AGENT-ID
                                           POL-AGENT-NAME POL-PRODUCT
                                           POL-PRODUCT-NAME.
           MOVE  ZERO                TO   POL-PREMIUM POL-SUM-INSURED
                                           POL-DEDUCTIBLE.
           EXEC SQL
               SELECT p.holder_name, p.premium, p.status,
                      COALESCE(p.currency_code, ' '),
                      COALESCE(TO_CHAR(p.expiry_date, 'YYYYMMDD'),
                               ' '),
                      COALESCE(p.agent_id, ' '),
                      COALESCE(a.agent_name, 'UNASSIGNED'),
                      COALESCE(p.product_code, ' '),
                      COALESCE(pr.product_name, ' '),
                      COALESCE(p.sum_insured, 0),
                      COALESCE(p.deductible, 0)
                 INTO :POL-HOLDER, :POL-PREMIUM, :POL-STATUS,
                      :POL-CURRENCY, :POL-EFF-DATE, :POL-EXP-DATE,
                      :POL-AGENT-ID, :POL-AGENT-NAME, :POL-PRODUCT,
                      :POL-PRODUCT-NAME, :POL-SUM-INSURED,
                      :POL-DEDUCTIBLE
                 FROM policies p
                 LEFT JOIN agents a ON a.agent_id = p.agent_id
                 LEFT JOIN products pr
                        ON pr.product_code = p.product_code
                WHERE p.policy_id = :SEL-POL-ID
           END-EXEC.
           EVALUATE SQLCODE
               WHEN ZERO
                   PERFORM PRINT-POLICY-RTN
                   PERFORM COVER-SECTION-RTN
                   PERFORM PAYMENTS-SECTION-RTN
                   PERFORM CLAIMS-SECTION-RTN
                   PERFORM HISTORY-SECTION-RTN
                   PERFORM LETTERS-SECTION-RTN
               WHEN +10
                   DISPLAY "POLICY " SEL-POL-ID " NOT ON FILE"
               WHEN OTHER
       PRINT-POLICY-RTN.
      ******************************************************************
           DISPLAY "==============================================".
           DISPLAY "POLICY 360 INQUIRY - " SEL-POL-ID
                   "  AS AT " BUS-DATE.
           DISPLAY "==============================================".
           DISPLAY "HOLDER     : " POL-HOLDER.
           DISPLAY "STATUS     : " POL-STATUS
                   "  EXPIRY   : " POL-EXP-DATE.
           DISPLAY "AGENT      : " POL-AGENT-ID " " POL-AGENT-NAME.

      ******************************************************************
       COVER-SECTION-RTN.
      ******************************************************************
      *    a legacy policy has no product and no cover captured -
      *    say so rather than print zero cover, which would read as
      *    exhausted
           DISPLAY "---- COVER -----------------------------------".
           IF  POL-PRODUCT = SPACES
               DISPLAY "PRODUCT    : NONE - NO COVER ON FILE"
           ELSE
               MOVE  ZERO           TO   POL-REMAINING
               EXEC SQL
                   SELECT COALESCE(GREATEST(p.sum_insured -
                          (SELECT COALESCE(SUM(CASE
                                  WHEN c.status = 'PAID'
                                  THEN COALESCE(c.paid_amount,
                                                c.claim_amount)
                                  ELSE c.claim_amount END), 0)
                             FROM claims c
                            WHERE c.policy_id = p.policy_id
                              AND c.status IN ('APPROVED',
                                               'PMT-SENT', 'PAID')
                              AND c.claim_date >= COALESCE(
                                  (SELECT MAX(i.term_start)
                                     FROM invoices i
                                    WHERE i.policy_id = p.policy_id
                                      AND i.term_start <=
                                              CAST(:BUS-DATE
                                                   AS DATE)),
                                  p.effective_date,
                                  c.claim_date)), 0), 0)
                     INTO :POL-REMAINING
                     FROM policies p
                    WHERE p.policy_id = :SEL-POL-ID
               END-EXEC
               IF  SQLCODE NOT = ZERO
                   PERFORM ERROR-RTN
               END-IF
               DISPLAY "PRODUCT    : " POL-PRODUCT " " POL-PRODUCT-NAME
               MOVE  "SUM INSURED       : "  TO   D-MNY-LABEL
               MOVE  POL-SUM-INSURED    TO   D-MNY-AMOUNT
               MOVE  POL-CURRENCY       TO   D-MNY-CCY
               DISPLAY D-MONEY-REC
               MOVE  "DEDUCTIBLE        : "  TO   D-MNY-LABEL
               MOVE  POL-DEDUCTIBLE     TO   D-MNY-AMOUNT
               DISPLAY D-MONEY-REC
               MOVE  "REMAINING COVER   : "  TO   D-MNY-LABEL
               MOVE  POL-REMAINING      TO   D-MNY-AMOUNT
               DISPLAY D-MONEY-REC
           END-IF.

      ******************************************************************
       PAYMENTS-SECTION-RTN.
      ******************************************************************
                       "  LAST CHANGE: " HIST-LAST-DATE
                       "  (SEE POLICY-HISTORY FOR IMAGES)"
           END-IF.

      ******************************************************************
       LETTERS-SECTION-RTN.
      ******************************************************************
      *    what the customer has been sent, from letter_log - the
      *    answer to "did you write to me about it"
           EXEC SQL
               DECLARE CL CURSOR FOR
               SELECT TO_CHAR(letter_date, 'YYYYMMDD'),
                      letter_type, event_key,
                      TO_CHAR(event_date, 'YYYYMMDD'),
                      customer_id,
                      COALESCE(amount, 0),
                      COALESCE(currency_code, ' ')
                 FROM letter_log
                WHERE policy_id = :SEL-POL-ID
                ORDER BY letter_id
           END-EXEC.
           EXEC SQL
               OPEN CL
           END-EXEC.

           DISPLAY "---- LETTERS SENT ----------------------------".
           MOVE  ZERO               TO   WS-LETTER-COUNT.
           EXEC SQL
               FETCH CL INTO :LTR-DATE, :LTR-TYPE, :LTR-EVENT-KEY,
                             :LTR-EVENT-DATE, :LTR-CUST-ID,
                             :LTR-AMOUNT, :LTR-CCY
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               PERFORM PRINT-LETTER-RTN
               ADD  1               TO   WS-LETTER-COUNT
               EXEC SQL
                   FETCH CL INTO :LTR-DATE, :LTR-TYPE,
                                 :LTR-EVENT-KEY, :LTR-EVENT-DATE,
                                 :LTR-CUST-ID, :LTR-AMOUNT, :LTR-CCY
               END-EXEC
           END-PERFORM.

      *    SQLCODE +10 just means "no more rows" (normal end of
      *    cursor); anything else is a real error
           IF  SQLCODE NOT = +10
               PERFORM ERROR-RTN
           END-IF.

           IF  WS-LETTER-COUNT = ZERO
               DISPLAY "NO LETTERS SENT"
           ELSE
               DISPLAY "LETTERS LISTED: " WS-LETTER-COUNT
           END-IF.

           EXEC SQL
               CLOSE CL
           END-EXEC.
           DISPLAY "==============================================".

      ******************************************************************
       PRINT-LETTER-RTN.
      ******************************************************************
           MOVE  LTR-DATE           TO   D-LTR-DATE.
           MOVE  LTR-TYPE           TO   D-LTR-TYPE.
           MOVE  LTR-EVENT-KEY      TO   D-LTR-EVENT-KEY.
           MOVE  LTR-EVENT-DATE     TO   D-LTR-EVENT-DATE.
           MOVE  LTR-CUST-ID        TO   D-LTR-CUST-ID.
           MOVE  LTR-AMOUNT         TO   D-LTR-AMOUNT.
           MOVE  LTR-CCY            TO   D-LTR-CCY.
           DISPLAY D-LETTER-REC.

      ******************************************************************
       ERROR-RTN.
      ******************************************************************
      *    any path through here is a failed run as far as
      *    JOB-CONTROL is concerned
           MOVE  "Y"                TO   WS-RUN-FAILED.
           MOVE  SEL-POL-ID         TO   LOG-POL-ID.
           MOVE  SQLCODE             TO   LOG-SQLCODE.
           MOVE  SQLSTATE            TO   LOG-SQLSTATE.
