                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-ERRLOG-STATUS.

      *    one record per run for JOB-CONTROL and the morning check,
      *    same layout as FETCH-POLICY's FPRUNLOG
           SELECT RUN-LOG-FILE     ASSIGN TO "PARUNLOG"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-RUNLOG-STATUS.

      *    flat copy of each archived policy row, appended run after
      *    run - same 91-byte shape as FPEXTOUT so the existing
      *    readers can parse it
           05  ARC-POL-EXP-DATE    PIC  X(8).
           05  FILLER              PIC  X(2).
           05  ARC-POL-AGENT-ID    PIC  X(8).
           05  FILLER              PIC  X(2).
           05  ARC-POL-PRODUCT     PIC  X(8).
           05  FILLER              PIC  X(2).
      *    same blank-when-no-product rule as FPEXTOUT
           05  ARC-POL-REMAINING   PIC  ZZZ,ZZZ,ZZ9.

       FD  MANIFEST-FILE.
       01  MANIFEST-FILE-REC       PIC  X(80).

       FD  RUN-LOG-FILE.
       01  RUN-LOG-REC             PIC  X(149).

       WORKING-STORAGE             SECTION.
       01  WS-PARM-FILE-STATUS     PIC  X(2).
       01  WS-ERRLOG-STATUS        PIC  X(2).
       01  WS-ARCHIVE-OK           PIC  X(1)  VALUE "Y".
       01  WS-POLICY-FAILED        PIC  X(1).

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
           05  POL-EFF-DATE        PIC  X(8).
           05  POL-EXP-DATE        PIC  X(8).
           05  POL-AGENT-ID        PIC  X(8).
           05  POL-PRODUCT         PIC  X(8).
           05  POL-REMAINING       PIC  S9(10)V99.

       01  ARC-YEARS               PIC  S9(9) COMP-5.
       01  ARC-POL-CNT             PIC  9(8).
       01  CNT-INVOICES            PIC  S9(9) COMP-5.
       01  CNT-HISTORY             PIC  S9(9) COMP-5.
       01  SQL-ROW-COUNT           PIC  S9(9) COMP-5.

      *    the business date this run processes as, YYYYMMDD - set by
      *    LOAD-BUS-DATE-RTN
       01  BUS-DATE                PIC  X(8).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
      ******************************************************************
       MAIN-RTN.
           DISPLAY "*** POLICY ARCHIVE STARTED ***".
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

      *    the retention cutoff and the archived_date stamps run off
      *    the business date
           PERFORM LOAD-BUS-DATE-RTN.
           IF  WS-MODE-RETRIEVE
               PERFORM RETRIEVE-RTN
           ELSE
           END-EXEC.

      *    END
           PERFORM END-RUN-RTN.
           DISPLAY "*** POLICY ARCHIVE FINISHED ***".
           STOP RUN.

      ******************************************************************
       END-RUN-RTN.
      ******************************************************************
      *    one appended PARUNLOG record plus the matching return code -
      *    a run that warned or failed must not finish looking like a
      *    clean one
           MOVE  SPACES              TO   D-RUN-REC.
           MOVE  "POLICY-ARCHI"     TO   RUN-PROGRAM.
           MOVE  WS-RUN-START-DATE  TO   RUN-START-DATE.
           MOVE  WS-RUN-START-TIME  TO   RUN-START-TIME.
           ACCEPT RUN-END-DATE       FROM DATE YYYYMMDD.
           ACCEPT RUN-END-TIME       FROM TIME.
           MOVE  WS-RUN-MODE        TO   RUN-MODE.
           MOVE  SPACES              TO   RUN-SEL-ID-FROM
                                           RUN-SEL-ID-TO
                                           RUN-SEL-STATUS
                                           RUN-SEL-HOLDER.
           IF  WS-MODE-RETRIEVE
               MOVE  ZERO           TO   RUN-COUNTED
           ELSE
               MOVE  ARC-POL-CNT    TO   RUN-COUNTED
           END-IF.
           MOVE  WS-POLICIES-MOVED  TO   RUN-FETCHED.
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
               MOVE "A" TO WS-RUN-MODE
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
       ARCHIVE-RTN.
      ******************************************************************
                WHERE status IN ('CANCELLED', 'LAPSED')
                  AND expiry_date IS NOT NULL
                  AND expiry_date <
                      CAST(CAST(:BUS-DATE AS DATE)
                           - :ARC-YEARS * INTERVAL '1 year' AS DATE)
           END-EXEC.
           IF  SQLCODE NOT = ZERO
                      COALESCE(TO_CHAR(effective_date, 'YYYYMMDD'),
                               ' '),
                      COALESCE(TO_CHAR(expiry_date, 'YYYYMMDD'), ' '),
                      COALESCE(agent_id, ' '),
                      COALESCE(product_code, ' '),
                      COALESCE(GREATEST(sum_insured -
                          (SELECT COALESCE(SUM(CASE
                                  WHEN c.status = 'PAID'
                                  THEN COALESCE(c.paid_amount,
                                                c.claim_amount)
                                  ELSE c.claim_amount END), 0)
                             FROM claims c
                            WHERE c.policy_id = policies.policy_id
                              AND c.status IN ('APPROVED',
                                               'PMT-SENT', 'PAID')
                              AND c.claim_date >= COALESCE(
                                  (SELECT MAX(i.term_start)
                                     FROM invoices i
                                    WHERE i.policy_id =
                                              policies.policy_id
                                      AND i.term_start <=
                                              CAST(:BUS-DATE
                                                   AS DATE)),
                                  policies.effective_date,
                                  c.claim_date)), 0), 0)
                 FROM policies
                WHERE status IN ('CANCELLED', 'LAPSED')
                  AND expiry_date IS NOT NULL
                  AND expiry_date <
                      CAST(CAST(:BUS-DATE AS DATE)
                           - :ARC-YEARS * INTERVAL '1 year' AS DATE)
                ORDER BY policy_id
           END-EXEC.
               DISPLAY "*** COULD NOT OPEN " "PAARCOUT"
                       " - STATUS=" WS-ARCHIVE-STATUS
                       " - ARCHIVE RUN ABANDONED"
               MOVE "Y"             TO   WS-RUN-FAILED
           ELSE
               OPEN OUTPUT MANIFEST-FILE
               IF  WS-MANIFEST-STATUS NOT = "00"
                   DISPLAY "*** COULD NOT OPEN " "PAMANFST"
                           " - STATUS=" WS-MANIFEST-STATUS
                           " - ARCHIVE RUN ABANDONED"
                   MOVE "Y"             TO   WS-RUN-FAILED
                   CLOSE ARCHIVE-FILE
               ELSE
                   EXEC SQL
                       FETCH CA INTO :POL-ID, :POL-HOLDER,
                                     :POL-PREMIUM, :POL-STATUS,
                                     :POL-CURRENCY, :POL-EFF-DATE,
                                     :POL-EXP-DATE, :POL-AGENT-ID,
                                     :POL-PRODUCT, :POL-REMAINING
                   END-EXEC
                   PERFORM UNTIL SQLCODE NOT = ZERO
                           OR WS-ARCHIVE-OK NOT = "Y"
                           FETCH CA INTO :POL-ID, :POL-HOLDER,
                                         :POL-PREMIUM, :POL-STATUS,
                                         :POL-CURRENCY, :POL-EFF-DATE,
                                         :POL-EXP-DATE, :POL-AGENT-ID,
                                         :POL-PRODUCT, :POL-REMAINING
                       END-EXEC
                   END-PERFORM
      *            SQLCODE +10 just means "no more rows" (normal end
           MOVE  POL-EFF-DATE       TO   ARC-POL-EFF-DATE.
           MOVE  POL-EXP-DATE       TO   ARC-POL-EXP-DATE.
           MOVE  POL-AGENT-ID       TO   ARC-POL-AGENT-ID.
           MOVE  POL-PRODUCT        TO   ARC-POL-PRODUCT.
           IF  POL-PRODUCT NOT = SPACES
               MOVE POL-REMAINING    TO   ARC-POL-REMAINING
           END-IF.
           WRITE ARCHIVE-FILE-REC.
           IF  WS-ARCHIVE-STATUS NOT = "00"
               DISPLAY "*** WARNING: ARCHIVE FILE WRITE FAILED FOR "
                       "POL-ID " POL-ID " - STATUS="
                       WS-ARCHIVE-STATUS " - ARCHIVE RUN STOPPED"
               MOVE "Y"             TO   WS-RUN-WARNED
               MOVE "N"             TO   WS-ARCHIVE-OK
           END-IF.

               INSERT INTO policies_arch
                      (policy_id, holder_name, premium, status,
                       currency_code, effective_date, expiry_date,
                       agent_id, customer_id, product_code,
                       sum_insured, deductible, archived_date)
               SELECT policy_id, holder_name, premium, status,
                      currency_code, effective_date, expiry_date,
                      agent_id, customer_id, product_code,
                      sum_insured, deductible,
                      CAST(:BUS-DATE AS DATE)
                 FROM policies
                WHERE policy_id = :POL-ID
           END-EXEC.
                          (claim_id, policy_id, claim_amount,
                           claim_date, status, paid_amount,
                           paid_date, entered_by, adjudicated_by,
                           entered_date, adjudicated_date,
                           archived_date)
                   SELECT claim_id, policy_id, claim_amount,
                          claim_date, status, paid_amount,
                          paid_date, entered_by, adjudicated_by,
                          entered_date, adjudicated_date,
                          CAST(:BUS-DATE AS DATE)
                     FROM claims
                    WHERE policy_id = :POL-ID
               END-EXEC
                          (payment_id, policy_id, pay_date, amount,
                           receipt_ref, invoice_id, archived_date)
                   SELECT payment_id, policy_id, pay_date, amount,
                          receipt_ref, invoice_id,
                          CAST(:BUS-DATE AS DATE)
                     FROM payments
                    WHERE policy_id = :POL-ID
               END-EXEC
                   INSERT INTO invoices_arch
                          (invoice_id, policy_id, term_start,
                           term_end, due_date, invoice_amount,
                           paid_amount, status, dunning_level,
                           dunning_date, dunning_paid, archived_date)
                   SELECT invoice_id, policy_id, term_start,
                          term_end, due_date, invoice_amount,
                          paid_amount, status, dunning_level,
                          dunning_date, dunning_paid,
                          CAST(:BUS-DATE AS DATE)
                     FROM invoices
                    WHERE policy_id = :POL-ID
               END-EXEC
                           old_holder_name, old_premium, old_status,
                           old_currency_code, old_effective_date,
                           old_expiry_date, old_agent_id,
                           old_customer_id, old_product_code,
                           old_sum_insured, old_deductible,
                           new_holder_name, new_premium, new_status,
                           new_currency_code, new_effective_date,
                           new_expiry_date, new_agent_id,
                           new_customer_id, new_product_code,
                           new_sum_insured, new_deductible,
                           change_reason,
                           archived_date)
                   SELECT history_id, policy_id, change_type,
                          change_date, change_time, operator_id,
                          old_holder_name, old_premium, old_status,
                          old_currency_code, old_effective_date,
                          old_expiry_date, old_agent_id,
                          old_customer_id, old_product_code,
                          old_sum_insured, old_deductible,
                          new_holder_name, new_premium, new_status,
                          new_currency_code, new_effective_date,
                          new_expiry_date, new_agent_id,
                          new_customer_id, new_product_code,
                          new_sum_insured, new_deductible,
                          change_reason,
                          CAST(:BUS-DATE AS DATE)
                     FROM policy_history
                    WHERE policy_id = :POL-ID
               END-EXEC
               DISPLAY "*** WARNING: MANIFEST WRITE FAILED FOR "
                       "POL-ID " POL-ID " - STATUS="
                       WS-MANIFEST-STATUS
               MOVE "Y"             TO   WS-RUN-WARNED
           END-IF.

      ******************************************************************
               INSERT INTO policies
                      (policy_id, holder_name, premium, status,
                       currency_code, effective_date, expiry_date,
                       agent_id, customer_id, product_code,
                       sum_insured, deductible)
               SELECT policy_id, holder_name, premium, status,
                      currency_code, effective_date, expiry_date,
                      agent_id, customer_id, product_code,
                      sum_insured, deductible
                 FROM policies_arch
                WHERE policy_id = :POL-ID
           END-EXEC.
                   INSERT INTO invoices
                          (invoice_id, policy_id, term_start,
                           term_end, due_date, invoice_amount,
                           paid_amount, status, dunning_level,
                           dunning_date, dunning_paid)
                   SELECT invoice_id, policy_id, term_start,
                          term_end, due_date, invoice_amount,
                          paid_amount, status,
                          COALESCE(dunning_level, 0), dunning_date,
                          COALESCE(dunning_paid, 0)
                     FROM invoices_arch
                    WHERE policy_id = :POL-ID
               END-EXEC
                   INSERT INTO claims
                          (claim_id, policy_id, claim_amount,
                           claim_date, status, paid_amount,
                           paid_date, entered_by, adjudicated_by,
                           entered_date, adjudicated_date)
                   SELECT claim_id, policy_id, claim_amount,
                          claim_date, status, paid_amount,
                          paid_date, entered_by, adjudicated_by,
                          entered_date, adjudicated_date
                     FROM claims_arch
                    WHERE policy_id = :POL-ID
               END-EXEC
                           old_holder_name, old_premium, old_status,
                           old_currency_code, old_effective_date,
                           old_expiry_date, old_agent_id,
                           old_customer_id, old_product_code,
                           old_sum_insured, old_deductible,
                           new_holder_name, new_premium, new_status,
                           new_currency_code, new_effective_date,
                           new_expiry_date, new_agent_id,
                           new_customer_id, new_product_code,
                           new_sum_insured, new_deductible,
                           change_reason)
                   SELECT history_id, policy_id, change_type,
                          change_date, change_time, operator_id,
                          old_holder_name, old_premium, old_status,
                          old_currency_code, old_effective_date,
                          old_expiry_date, old_agent_id,
                          old_customer_id, old_product_code,
                          old_sum_insured, old_deductible,
                          new_holder_name, new_premium, new_status,
                          new_currency_code, new_effective_date,
                          new_expiry_date, new_agent_id,
                          new_customer_id, new_product_code,
                          new_sum_insured, new_deductible,
                          change_reason
                     FROM policy_history_arch
                    WHERE policy_id = :POL-ID
               END-EXEC
      ******************************************************************
       ERROR-RTN.
      ******************************************************************
      *    any path through here is a failed run as far as
      *    JOB-CONTROL is concerned
           MOVE  "Y"                TO   WS-RUN-FAILED.
           MOVE  POL-ID             TO   LOG-POL-ID.
           MOVE  SQLCODE             TO   LOG-SQLCODE.
           MOVE  SQLSTATE            TO   LOG-SQLSTATE.
