                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-RUNLOG-STATUS.

      *    return premium on cancellation - the bank payment orders for
      *    refunds due to holders, and the per-run refunds report of
      *    every term a cancel re-rated (both opened by the two
      *    maintenance modes only)
           SELECT REFUND-ORDER-FILE
                                    ASSIGN TO "FPREFORD"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-REFORD-STATUS.

           SELECT REFUND-RPT-FILE  ASSIGN TO "FPREFRPT"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-REFRPT-STATUS.

      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
           05  EXT-POL-EXP-DATE    PIC  X(8).
           05  FILLER              PIC  X(2).
           05  EXT-POL-AGENT-ID    PIC  X(8).
           05  FILLER              PIC  X(2).
           05  EXT-POL-PRODUCT     PIC  X(8).
           05  FILLER              PIC  X(2).
           05  EXT-POL-REMAINING   PIC  ZZZ,ZZZ,ZZ9.

       FD  EXTRACT-TEMP-FILE.
       01  EXTRACT-TEMP-REC        PIC  X(114).

       FD  TRANS-FILE.
      *    same columns the interactive prompts collect, plus the
           05  TRN-EXP-DATE        PIC  X(8).
           05  TRN-AGENT-ID        PIC  X(8).
           05  TRN-CUST-ID         PIC  X(10).
      *    blank product = legacy policy with no cover captured; a
      *    blank or zero deductible takes the product default
           05  TRN-PRODUCT         PIC  X(8).
           05  TRN-SUM-INSURED     PIC  9(10)V99.
           05  TRN-DEDUCTIBLE      PIC  9(10)V99.

       FD  TRANS-RPT-FILE.
      *    accepted/rejected disposition per transaction, with the
           05  RPT-REASON          PIC  X(40).

       FD  RUN-LOG-FILE.
       01  RUN-LOG-REC             PIC  X(149).

       FD  REFUND-ORDER-FILE.
      *    one bank payment order per refunded term - the same layout
      *    as CLAIM-DISBURSE's CDPAYORD, with R and the invoice_id in
      *    the key column so the bank's confirmation matches back to
      *    the premium_returns row without ambiguity, and the debit
      *    can never be taken for a claim payment's 9-digit claim id
       01  REFUND-ORDER-REC.
           05  ORD-KEY.
               10  ORD-KEY-TYPE    PIC  X(1).
               10  ORD-INVOICE-ID  PIC  9(8).
           05  ORD-POL-ID          PIC  X(10).
           05  ORD-ORDER-DATE      PIC  X(8).
           05  ORD-AMOUNT          PIC  9(10)V99.
           05  ORD-CURRENCY        PIC  X(3).
           05  ORD-HOLDER          PIC  X(20).

       FD  REFUND-RPT-FILE.
       01  REFUND-RPT-REC          PIC  X(94).

       FD  CKPT-FILE.
      *    last successfully committed status+POL-ID and how many rows
           05  D-POL-EXP-DATE      PIC  X(8).
           05  FILLER              PIC  X(2)  VALUE SPACE.
           05  D-POL-AGENT-ID      PIC  X(8).
           05  FILLER              PIC  X(2)  VALUE SPACE.
           05  D-POL-PRODUCT       PIC  X(8).
           05  FILLER              PIC  X(2)  VALUE SPACE.
      *    cover left for the current term - blanked through the
      *    alphanumeric view for a legacy policy with no product, so
      *    "no cover captured" is not read as "cover exhausted"
           05  D-POL-REMAINING     PIC  ZZZ,ZZZ,ZZ9.
           05  D-POL-REMAINING-X   REDEFINES D-POL-REMAINING
                                   PIC  X(11).

       01  D-TOTAL-REC.
      *    label widened so D-TOTAL-PREMIUM lines up under the same
       01  WS-RUN-START-DATE       PIC  9(8).
       01  WS-RUN-START-TIME       PIC  9(8).

      *    return premium on cancellation.  A cancel is refused while
      *    FPREFORD/FPREFRPT are not open - a refund that can't reach
      *    the bank file must not be committed as if it had
       01  WS-REFORD-STATUS        PIC  X(2).
       01  WS-REFRPT-STATUS        PIC  X(2).
       01  WS-REFUND-FILES-OK      PIC  X(1)  VALUE "N".
       01  WS-REFUND-ORDERS        PIC  9(8)  VALUE ZERO.
       01  WS-REFUND-TOTAL         PIC  S9(12)V99 VALUE ZERO.
       01  WS-WRITE-OFF-TOTAL      PIC  S9(12)V99 VALUE ZERO.
       01  D-RET-TOTAL             PIC  Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

      *    the terms one cancel re-rated, staged so the orders and
      *    report lines are only written for a cancel that commits;
      *    yearly billing leaves one or two terms running at most, so
      *    10 is well clear
       01  WS-RET-TAB.
           05  WS-RET-COUNT        PIC  9(2)  VALUE ZERO.
           05  WS-RET-ENTRY OCCURS 10 TIMES.
               10  STG-INV-ID      PIC  9(9).
               10  STG-TERM-START  PIC  X(8).
               10  STG-TERM-END    PIC  X(8).
               10  STG-EARNED      PIC  S9(10)V99.
               10  STG-RECEIVED    PIC  S9(10)V99.
               10  STG-WRITE-OFF   PIC  S9(10)V99.
               10  STG-REFUND      PIC  S9(10)V99.
       01  WS-RET-IDX              PIC  9(2).
       01  WS-RET-ORDER-DATE       PIC  X(8).

      *    refunds report line - policy, term, earned, received,
      *    written off and refunded, in the policy's own currency
       01  D-REFUND-TITLE-REC.
           05  FILLER              PIC  X(48)
               VALUE "RETURN PREMIUM ON CANCELLATION - BUSINESS DATE ".
           05  RFT-BUS-DATE        PIC  X(8).

       01  D-REFUND-CAPTION-REC.
           05  FILLER              PIC  X(12) VALUE "POLICY".
           05  FILLER              PIC  X(19) VALUE "TERM".
           05  FILLER              PIC  X(15) VALUE "       EARNED".
           05  FILLER              PIC  X(15) VALUE "     RECEIVED".
           05  FILLER              PIC  X(15) VALUE "  WRITTEN OFF".
           05  FILLER              PIC  X(15) VALUE "       REFUND".
           05  FILLER              PIC  X(3)  VALUE "CCY".

       01  D-REFUND-REC.
           05  REF-POL-ID          PIC  X(10).
           05  FILLER              PIC  X(2)  VALUE SPACE.
           05  REF-TERM-START      PIC  X(8).
           05  FILLER              PIC  X(1)  VALUE "-".
           05  REF-TERM-END        PIC  X(8).
           05  FILLER              PIC  X(2)  VALUE SPACE.
           05  REF-EARNED          PIC  ZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC  X(2)  VALUE SPACE.
           05  REF-RECEIVED        PIC  ZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC  X(2)  VALUE SPACE.
           05  REF-WRITE-OFF       PIC  ZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC  X(2)  VALUE SPACE.
           05  REF-REFUND          PIC  ZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC  X(2)  VALUE SPACE.
           05  REF-CURRENCY        PIC  X(3).

       01  D-RUN-REC.
           05  RUN-PROGRAM         PIC  X(12).
           05  FILLER              PIC  X(1)  VALUE SPACE.
           05  RUN-EXTRACTED       PIC  9(8).
           05  FILLER              PIC  X(1)  VALUE SPACE.
           05  RUN-OUTCOME         PIC  X(8).
           05  FILLER              PIC  X(1)  VALUE SPACE.
           05  RUN-BUS-DATE        PIC  9(8).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME                  PIC  X(30) VALUE "testdb".
      *    blank means the policy is not yet linked to the customer
      *    master (legacy book, pre-linking)
           05  POL-CUST-ID         PIC  X(10).
      *    blank product means no cover captured (legacy book) - sum
      *    insured and deductible are then stored NULL
           05  POL-PRODUCT         PIC  X(8).
           05  POL-SUM-INSURED     PIC  S9(10)V99.
           05  POL-DEDUCTIBLE      PIC  S9(10)V99.
      *    extract only - sum insured less the claims already allowed
      *    against it in the current term
           05  POL-REMAINING       PIC  S9(10)V99.

       01  POL-CNT                 PIC  9(08).
       01  SQL-ROW-COUNT           PIC  S9(9) COMP-5.
           05  OLD-EXP-DATE        PIC  X(8).
           05  OLD-AGENT-ID        PIC  X(8).
           05  OLD-CUST-ID         PIC  X(10).
           05  OLD-PRODUCT         PIC  X(8).
           05  OLD-SUM-INSURED     PIC  S9(10)V99.
           05  OLD-DEDUCTIBLE      PIC  S9(10)V99.
       01  AGENT-CNT               PIC  9(08).
       01  CUST-CNT                PIC  9(08).

      *    the products row a policy's cover is edited against
       01  PRD-REC-VARS.
           05  PRD-DEDUCTIBLE      PIC  S9(10)V99.
           05  PRD-MIN-SI          PIC  S9(10)V99.
           05  PRD-MAX-SI          PIC  S9(10)V99.

      *    one invoice term being re-rated by a cancel - the day counts
      *    come back from the database so month lengths and leap years
      *    are its problem
       01  RET-REC-VARS.
           05  RET-CANCEL-DATE     PIC  X(8).
           05  RET-INV-ID          PIC  S9(9) COMP-5.
           05  RET-TERM-START      PIC  X(8).
           05  RET-TERM-END        PIC  X(8).
           05  RET-INV-AMOUNT      PIC  S9(10)V99.
           05  RET-PAID            PIC  S9(10)V99.
           05  RET-TERM-DAYS       PIC  S9(9) COMP-5.
           05  RET-EARNED-DAYS     PIC  S9(9) COMP-5.
           05  RET-EARNED          PIC  S9(10)V99.
           05  RET-WRITE-OFF       PIC  S9(10)V99.
           05  RET-REFUND          PIC  S9(10)V99.
           05  RET-NEW-PAID        PIC  S9(10)V99.
           05  RET-NEW-STATUS      PIC  X(10).

      *    the operator row the sign-on check reads - the id must be
      *    on the operators table, active, and authorized for policy
      *    maintenance before either maintenance mode will start
           05  OPR-ID              PIC  X(8).
           05  OPR-ACTIVE          PIC  X(1).
           05  OPR-AUTH            PIC  X(1).

      *    the business date this run processes as, YYYYMMDD - set by
      *    LOAD-BUS-DATE-RTN
       01  BUS-DATE                PIC  X(8).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      *    the conversion rates come from the database now, so they
      *    can only be loaded (and the reporting currency validated
      *    against them) once the CONNECT is up - as of the business
      *    date, which has to be read first
           PERFORM LOAD-BUS-DATE-RTN.
           PERFORM LOAD-XRATE-RTN.
           PERFORM CHECK-REPORT-CCY-RTN.

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
                      WHERE (TRIM(:SEL-ID-FROM) = '' OR
                                policy_id >= :SEL-ID-FROM)
               FETCH C1 INTO :POL-ID, :POL-HOLDER, :POL-PREMIUM,
                                :POL-STATUS, :POL-CURRENCY,
                                :POL-EFF-DATE, :POL-EXP-DATE,
                                :POL-AGENT-ID, :POL-PRODUCT,
                                :POL-REMAINING
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
              IF  NOT WS-IS-FIRST-ROW
              MOVE  POL-EFF-DATE    TO    D-POL-EFF-DATE
              MOVE  POL-EXP-DATE    TO    D-POL-EXP-DATE
              MOVE  POL-AGENT-ID    TO    D-POL-AGENT-ID
              MOVE  POL-PRODUCT     TO    D-POL-PRODUCT
              IF  POL-PRODUCT = SPACES
                  MOVE SPACES       TO    D-POL-REMAINING-X
              ELSE
                  MOVE POL-REMAINING TO   D-POL-REMAINING
              END-IF
              DISPLAY D-POL-REC
              IF  WS-EXTRACT-OK = "Y"
                  WRITE  EXTRACT-FILE-REC FROM D-POL-REC
                  FETCH C1 INTO :POL-ID, :POL-HOLDER, :POL-PREMIUM,
                                :POL-STATUS, :POL-CURRENCY,
                                :POL-EFF-DATE, :POL-EXP-DATE,
                                :POL-AGENT-ID, :POL-PRODUCT,
                                :POL-REMAINING
              END-EXEC
           END-PERFORM.

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
      *    (XRATE-MAINT maintains the rows).  If the table is empty
      *    the fallback rates stay in force with a warning, so a
      *    rates-table problem degrades the run instead of stopping
                      (SELECT MAX(y.effective_date)
                         FROM exchange_rates y
                        WHERE y.currency_code = x.currency_code
                          AND y.effective_date <=
                              CAST(:BUS-DATE AS DATE))
                ORDER BY x.currency_code
           END-EXEC.
           EXEC SQL
               DISPLAY "SIGN-ON REFUSED: " WS-OPER-REASON
               MOVE "Y"             TO   WS-RUN-FAILED
           ELSE
               PERFORM OPEN-REFUND-FILES-RTN
               PERFORM MAINT-MENU-RTN
               PERFORM CLOSE-REFUND-FILES-RTN
           END-IF.

      ******************************************************************
       OPEN-REFUND-FILES-RTN.
      ******************************************************************
      *    refund orders and per-run report for both maintenance
      *    modes.  If either won't open the session still runs, but
      *    every cancel is refused (APPLY-CANCEL-RTN checks the
      *    switch).  FPREFORD is added to, never emptied: a cancel
      *    commits with its premium_returns rows, so a rerun after a
      *    failure refuses it as already cancelled and the order on
      *    the file is the only one there will be.  The bank's pickup
      *    takes the file away.
           MOVE  ZERO               TO   WS-REFUND-ORDERS
                                          WS-REFUND-TOTAL
                                          WS-WRITE-OFF-TOTAL.
           MOVE  "N"                 TO   WS-REFUND-FILES-OK.
           OPEN EXTEND REFUND-ORDER-FILE.
           IF  WS-REFORD-STATUS NOT = "00"
               OPEN OUTPUT REFUND-ORDER-FILE
           END-IF.
           IF  WS-REFORD-STATUS NOT = "00"
               DISPLAY "*** WARNING: COULD NOT OPEN " "FPREFORD"
                       " - STATUS=" WS-REFORD-STATUS
                       " - CANCELLATIONS REFUSED THIS RUN"
               MOVE "Y"             TO   WS-RUN-WARNED
           ELSE
               OPEN OUTPUT REFUND-RPT-FILE
               IF  WS-REFRPT-STATUS NOT = "00"
                   DISPLAY "*** WARNING: COULD NOT OPEN " "FPREFRPT"
                           " - STATUS=" WS-REFRPT-STATUS
                           " - CANCELLATIONS REFUSED THIS RUN"
                   CLOSE REFUND-ORDER-FILE
                   MOVE "Y"         TO   WS-RUN-WARNED
               ELSE
                   MOVE "Y"         TO   WS-REFUND-FILES-OK
                   MOVE  BUS-DATE   TO   RFT-BUS-DATE
                   WRITE REFUND-RPT-REC FROM D-REFUND-TITLE-REC
                   WRITE REFUND-RPT-REC FROM D-REFUND-CAPTION-REC
               END-IF
           END-IF.

      ******************************************************************
       CLOSE-REFUND-FILES-RTN.
      ******************************************************************
           IF  WS-REFUND-FILES-OK = "Y"
               CLOSE REFUND-ORDER-FILE
               CLOSE REFUND-RPT-FILE
               MOVE "N"             TO   WS-REFUND-FILES-OK
               DISPLAY "REFUND ORDERS RAISED: " WS-REFUND-ORDERS
               MOVE WS-REFUND-TOTAL TO   D-RET-TOTAL
               DISPLAY "REFUNDS TOTAL       : " D-RET-TOTAL
               MOVE WS-WRITE-OFF-TOTAL TO D-RET-TOTAL
               DISPLAY "WRITTEN OFF TOTAL   : " D-RET-TOTAL
           END-IF.

      ******************************************************************
           ACCEPT POL-AGENT-ID FROM CONSOLE.
           DISPLAY "CUSTOMER ID (BLANK=NONE) : " WITH NO ADVANCING.
           ACCEPT POL-CUST-ID FROM CONSOLE.
           PERFORM PROMPT-COVER-RTN.
           PERFORM APPLY-INSERT-RTN.
           IF  WS-MAINT-OK
               DISPLAY "POLICY " POL-ID " INSERTED"
                   IF  WS-MAINT-REASON = SPACES
                       PERFORM CHECK-CUSTOMER-RTN
                   END-IF
                   IF  WS-MAINT-REASON = SPACES
                       PERFORM CHECK-PRODUCT-RTN
                   END-IF
                   IF  NOT WS-XRATE-IS-FOUND
      *                the currency reason outranks whatever the date/
      *                agent edits set - blank the field first so the
                   IF  WS-MAINT-REASON NOT = SPACES
                       CONTINUE
                   ELSE
      *                a policy with no product stores NULL cover, the
      *                same as the legacy rows, so claims against it
      *                stay on the premium cap
                       EXEC SQL
                           INSERT INTO policies
                                  (policy_id, holder_name, premium,
                                            status, currency_code,
                                            effective_date,
                                            expiry_date, agent_id,
                                            customer_id, product_code,
                                            sum_insured, deductible)
                           VALUES (:POL-ID, :POL-HOLDER, :POL-PREMIUM,
                                         :POL-STATUS, :POL-CURRENCY,
                                   CAST(NULLIF(TRIM(:POL-EFF-DATE),
                                   CAST(NULLIF(TRIM(:POL-EXP-DATE),
                                               '') AS DATE),
                                   NULLIF(TRIM(:POL-AGENT-ID), ''),
                                   NULLIF(TRIM(:POL-CUST-ID), ''),
                                   NULLIF(TRIM(:POL-PRODUCT), ''),
                                   CASE WHEN TRIM(:POL-PRODUCT) = ''
                                        THEN NULL
                                        ELSE :POL-SUM-INSURED END,
                                   CASE WHEN TRIM(:POL-PRODUCT) = ''
                                        THEN NULL
                                        ELSE :POL-DEDUCTIBLE END)
                       END-EXEC
                       IF  SQLCODE NOT = ZERO
                           PERFORM ERROR-RTN
                                               OLD-EXP-DATE
                                               OLD-AGENT-ID
                                               OLD-CUST-ID
                                               OLD-PRODUCT
                           MOVE ZERO      TO   OLD-PREMIUM
                                               OLD-SUM-INSURED
                                               OLD-DEDUCTIBLE
                           PERFORM WRITE-HISTORY-RTN
                           IF  NOT WS-HIST-IS-OK
      *                        back the INSERT out too - left pending
               END-IF
           END-IF.

      ******************************************************************
       CHECK-PRODUCT-RTN.
      ******************************************************************
      *    shared cover edit for insert and update.  A blank product
      *    is the legacy book - no cover captured, so a sum insured or
      *    deductible keyed with it is refused rather than silently
      *    dropped.  Otherwise the product must be on file, the sum
      *    insured must fall inside the product's band (a zero
      *    maximum is no ceiling), a zero deductible takes the
      *    product default, and the deductible must leave something
      *    insured.  Sets WS-MAINT-REASON on failure.
           IF  POL-PRODUCT = SPACES
               IF  POL-SUM-INSURED NOT = ZERO
                   OR POL-DEDUCTIBLE NOT = ZERO
                   MOVE "COVER KEYED WITHOUT A PRODUCT"
                                         TO   WS-MAINT-REASON
               END-IF
           ELSE
               EXEC SQL
                   SELECT default_deductible, min_sum_insured,
                          max_sum_insured
                     INTO :PRD-DEDUCTIBLE, :PRD-MIN-SI, :PRD-MAX-SI
                     FROM products
                    WHERE product_code = :POL-PRODUCT
               END-EXEC
               EVALUATE TRUE
                   WHEN SQLCODE = +10
                       STRING "PRODUCT NOT ON FILE "
                                         DELIMITED BY SIZE
                              POL-PRODUCT   DELIMITED BY SIZE
                              INTO WS-MAINT-REASON
                   WHEN SQLCODE NOT = ZERO
                       PERFORM ERROR-RTN
                       MOVE "SQL ERROR ON PRODUCT CHECK"
                                         TO   WS-MAINT-REASON
                   WHEN POL-SUM-INSURED NOT > ZERO
                       MOVE "SUM INSURED IS REQUIRED"
                                         TO   WS-MAINT-REASON
                   WHEN POL-SUM-INSURED < PRD-MIN-SI
                       MOVE "SUM INSURED BELOW PRODUCT MINIMUM"
                                         TO   WS-MAINT-REASON
                   WHEN PRD-MAX-SI NOT = ZERO
                        AND POL-SUM-INSURED > PRD-MAX-SI
                       MOVE "SUM INSURED ABOVE PRODUCT MAXIMUM"
                                         TO   WS-MAINT-REASON
                   WHEN POL-DEDUCTIBLE < ZERO
                       MOVE "DEDUCTIBLE CANNOT BE NEGATIVE"
                                         TO   WS-MAINT-REASON
                   WHEN OTHER
                       IF  POL-DEDUCTIBLE = ZERO
                           MOVE PRD-DEDUCTIBLE TO POL-DEDUCTIBLE
                       END-IF
                       IF  POL-DEDUCTIBLE NOT < POL-SUM-INSURED
                           MOVE "DEDUCTIBLE NOT BELOW SUM INSURED"
                                         TO   WS-MAINT-REASON
                       END-IF
               END-EVALUATE
           END-IF.

      ******************************************************************
       PROMPT-COVER-RTN.
      ******************************************************************
      *    cover prompts shared by insert and update - the sum insured
      *    and deductible are only asked for when a product is keyed
           MOVE  ZERO               TO   POL-SUM-INSURED
                                          POL-DEDUCTIBLE.
           DISPLAY "PRODUCT CODE (BLANK=NONE) : " WITH NO ADVANCING.
           ACCEPT POL-PRODUCT FROM CONSOLE.
           IF  POL-PRODUCT NOT = SPACES
               DISPLAY "SUM INSURED     : " WITH NO ADVANCING
               ACCEPT POL-SUM-INSURED FROM CONSOLE
               DISPLAY "DEDUCTIBLE (0=PRODUCT DEFAULT) : "
                       WITH NO ADVANCING
               ACCEPT POL-DEDUCTIBLE FROM CONSOLE
           END-IF.

      ******************************************************************
       CHECK-OPERATOR-RTN.
      ******************************************************************
           DISPLAY "NEW CUSTOMER ID (BLANK=NONE) : "
                   WITH NO ADVANCING.
           ACCEPT POL-CUST-ID FROM CONSOLE.
           PERFORM PROMPT-COVER-RTN.
           PERFORM APPLY-UPDATE-RTN.
           IF  WS-MAINT-OK
               DISPLAY "POLICY " POL-ID " UPDATED"
               IF  WS-MAINT-REASON = SPACES
                   PERFORM CHECK-CUSTOMER-RTN
               END-IF
               IF  WS-MAINT-REASON = SPACES
                   PERFORM CHECK-PRODUCT-RTN
               END-IF
               IF  NOT WS-XRATE-IS-FOUND
      *            the currency reason outranks whatever the date/
      *            agent edits set - blank the field first so the
                              agent_id       =
                                  NULLIF(TRIM(:POL-AGENT-ID), ''),
                              customer_id    =
                                  NULLIF(TRIM(:POL-CUST-ID), ''),
                              product_code   =
                                  NULLIF(TRIM(:POL-PRODUCT), ''),
                              sum_insured    =
                                  CASE WHEN TRIM(:POL-PRODUCT) = ''
                                       THEN NULL
                                       ELSE :POL-SUM-INSURED END,
                              deductible     =
                                  CASE WHEN TRIM(:POL-PRODUCT) = ''
                                       THEN NULL
                                       ELSE :POL-DEDUCTIBLE END
                        WHERE policy_id      = :POL-ID
                   END-EXEC
                   IF  SQLCODE NOT = ZERO
       APPLY-CANCEL-RTN.
      ******************************************************************
      *    validation + cancel UPDATE shared by the console prompts
      *    above and the batch transaction loop.  The cancel also
      *    settles the money on every term still running (see
      *    RETURN-PREMIUM-RTN) in the same transaction as the status
      *    change and the CANCEL history row - the orders and report
      *    lines are only written once all of that has gone through
           MOVE  "N"                TO   WS-MAINT-RESULT.
           MOVE  SPACES              TO   WS-MAINT-REASON.
           MOVE  ZERO                TO   WS-RET-COUNT.
           IF  POL-ID = SPACES
               MOVE "POLICY ID IS REQUIRED" TO WS-MAINT-REASON
           ELSE
           IF  WS-REFUND-FILES-OK NOT = "Y"
               MOVE "REFUND FILES NOT OPEN" TO WS-MAINT-REASON
           ELSE
      *        capture the before image ahead of the overwrite - the
      *        cancel's history row is built entirely from it, so no
      *        image means no cancel
                       MOVE "POLICY NOT FOUND" TO WS-MAINT-REASON
                   END-IF
               ELSE
      *        a second cancel would re-rate terms already cut back to
      *        their earned premium and return the same money twice
               IF  OLD-STATUS = "CANCELLED"
                   MOVE "POLICY ALREADY CANCELLED" TO WS-MAINT-REASON
               ELSE
               EXEC SQL
                   UPDATE policies
                      SET status = 'CANCELLED'
                   IF  SQL-ROW-COUNT = 0
                       MOVE "POLICY NOT FOUND" TO WS-MAINT-REASON
                   ELSE
                       PERFORM RETURN-PREMIUM-RTN
                   END-IF
                   IF  WS-MAINT-REASON NOT = SPACES
                       EXEC SQL
                           ROLLBACK
                       END-EXEC
                   ELSE
      *                a cancel only rewrites the status byte - the
      *                after image is the before image with status
      *                CANCELLED
                       MOVE OLD-EXP-DATE TO   POL-EXP-DATE
                       MOVE OLD-AGENT-ID TO   POL-AGENT-ID
                       MOVE OLD-CUST-ID  TO   POL-CUST-ID
                       MOVE OLD-PRODUCT  TO   POL-PRODUCT
                       MOVE OLD-SUM-INSURED
                                         TO   POL-SUM-INSURED
                       MOVE OLD-DEDUCTIBLE
                                         TO   POL-DEDUCTIBLE
                       MOVE "CANCELLED"  TO   POL-STATUS
                       PERFORM WRITE-HISTORY-RTN
                       IF  NOT WS-HIST-IS-OK
                           MOVE "SQL ERROR ON HISTORY"
                                         TO   WS-MAINT-REASON
                       ELSE
                           PERFORM WRITE-REFUND-ORDERS-RTN
                           IF  WS-MAINT-REASON NOT = SPACES
                               EXEC SQL
                                   ROLLBACK
                               END-EXEC
                           ELSE
                               EXEC SQL
                                   COMMIT WORK
                               END-EXEC
                               PERFORM WRITE-REFUND-RPT-RTN
                               MOVE "Y"  TO   WS-MAINT-RESULT
                           END-IF
                       END-IF
                   END-IF
               END-IF
               END-IF
               END-IF
           END-IF
           END-IF.

      ******************************************************************
       RETURN-PREMIUM-RTN.
      ******************************************************************
      *    re-rates every invoice term still running on the cancel date
      *    (term_end on or after it, including a prepaid term not yet
      *    started) down to the premium earned by daily pro-rata:
      *    cover runs from term_start up to the day before the cancel
      *    date.  Terms that ended before the cancel are left alone -
      *    that premium was earned in full.  Runs inside the cancel's
      *    own transaction; WS-MAINT-REASON set means roll it back.
           MOVE  BUS-DATE           TO   RET-CANCEL-DATE.
           EXEC SQL
               DECLARE CR CURSOR FOR
               SELECT invoice_id,
                      TO_CHAR(term_start, 'YYYYMMDD'),
                      TO_CHAR(term_end, 'YYYYMMDD'),
                      invoice_amount, paid_amount,
                      term_end - term_start + 1,
                      GREATEST(0,
                          LEAST(CAST(:RET-CANCEL-DATE AS DATE)
                                  - term_start,
                                term_end - term_start + 1))
                 FROM invoices
                WHERE policy_id = :POL-ID
                  AND term_end >= CAST(:RET-CANCEL-DATE AS DATE)
                ORDER BY term_start, invoice_id
           END-EXEC.
           EXEC SQL
               OPEN CR
           END-EXEC.
           EXEC SQL
               FETCH CR INTO :RET-INV-ID, :RET-TERM-START,
                             :RET-TERM-END, :RET-INV-AMOUNT,
                             :RET-PAID, :RET-TERM-DAYS,
                             :RET-EARNED-DAYS
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
                   OR WS-MAINT-REASON NOT = SPACES
               PERFORM RETURN-ONE-TERM-RTN
               IF  WS-MAINT-REASON = SPACES
                   EXEC SQL
                       FETCH CR INTO :RET-INV-ID, :RET-TERM-START,
                                     :RET-TERM-END, :RET-INV-AMOUNT,
                                     :RET-PAID, :RET-TERM-DAYS,
                                     :RET-EARNED-DAYS
                   END-EXEC
               END-IF
           END-PERFORM.
      *    SQLCODE +10 just means "no more rows" (normal end of
      *    cursor); anything else is a real error
           IF  WS-MAINT-REASON = SPACES
               AND SQLCODE NOT = +10
               PERFORM ERROR-RTN
               MOVE "SQL ERROR ON INVOICE TERMS" TO WS-MAINT-REASON
           END-IF.
           EXEC SQL
               CLOSE CR
           END-EXEC.

      ******************************************************************
       RETURN-ONE-TERM-RTN.
      ******************************************************************
      *    earned      = invoice x days on cover / days in term
      *    refund      = cash received over the earned premium
      *    written off = the unearned part of the open balance, i.e.
      *                  the invoice less the greater of earned and
      *                  received.  The invoice is left billing the
      *                  earned premium, net of the refund, so the
      *                  aging report stops chasing the rest.
           IF  WS-RET-COUNT >= 10
               MOVE "TOO MANY OPEN TERMS TO RE-RATE"
                                         TO   WS-MAINT-REASON
           ELSE
               IF  RET-TERM-DAYS > ZERO
                   COMPUTE RET-EARNED ROUNDED =
                       RET-INV-AMOUNT * RET-EARNED-DAYS / RET-TERM-DAYS
               ELSE
                   MOVE ZERO        TO   RET-EARNED
               END-IF
               MOVE  ZERO           TO   RET-REFUND RET-WRITE-OFF
               IF  RET-PAID > RET-EARNED
                   COMPUTE RET-REFUND    = RET-PAID - RET-EARNED
                   COMPUTE RET-WRITE-OFF = RET-INV-AMOUNT - RET-PAID
               ELSE
                   COMPUTE RET-WRITE-OFF = RET-INV-AMOUNT - RET-EARNED
               END-IF
      *        an invoice already overpaid has no open balance left to
      *        write off - the overpayment rides out in the refund
               IF  RET-WRITE-OFF < ZERO
                   MOVE ZERO        TO   RET-WRITE-OFF
               END-IF
               COMPUTE RET-NEW-PAID = RET-PAID - RET-REFUND
               EVALUATE TRUE
                   WHEN RET-NEW-PAID >= RET-EARNED
                       MOVE "PAID"      TO   RET-NEW-STATUS
                   WHEN RET-NEW-PAID > ZERO
                       MOVE "PARTIAL"   TO   RET-NEW-STATUS
                   WHEN OTHER
                       MOVE "OPEN"      TO   RET-NEW-STATUS
               END-EVALUATE
               EXEC SQL
                   UPDATE invoices
                      SET invoice_amount = :RET-EARNED,
                          paid_amount    = :RET-NEW-PAID,
                          status         = :RET-NEW-STATUS
                    WHERE invoice_id = :RET-INV-ID
               END-EXEC
               IF  SQLCODE NOT = ZERO
                   PERFORM ERROR-RTN
                   MOVE "SQL ERROR ON INVOICE RE-RATE"
                                         TO   WS-MAINT-REASON
               ELSE
                   EXEC SQL
                       INSERT INTO premium_returns
                              (policy_id, invoice_id, cancel_date,
                               term_start, term_end, invoice_amount,
                               earned_amount, received_amount,
                               written_off, refund_amount,
                               currency_code, operator_id,
                               order_date)
                       VALUES (:POL-ID, :RET-INV-ID,
                               CAST(:RET-CANCEL-DATE AS DATE),
                               CAST(:RET-TERM-START AS DATE),
                               CAST(:RET-TERM-END AS DATE),
                               :RET-INV-AMOUNT, :RET-EARNED,
                               :RET-PAID, :RET-WRITE-OFF,
                               :RET-REFUND, :OLD-CURRENCY,
                               :HIST-OPERATOR,
                               CAST(:BUS-DATE AS DATE))
                   END-EXEC
                   IF  SQLCODE NOT = ZERO
                       PERFORM ERROR-RTN
                       MOVE "SQL ERROR ON PREMIUM RETURN"
                                         TO   WS-MAINT-REASON
                   ELSE
                       ADD  1           TO   WS-RET-COUNT
                       MOVE RET-INV-ID  TO   STG-INV-ID (WS-RET-COUNT)
                       MOVE RET-TERM-START
                                 TO   STG-TERM-START (WS-RET-COUNT)
                       MOVE RET-TERM-END
                                 TO   STG-TERM-END (WS-RET-COUNT)
                       MOVE RET-EARNED  TO   STG-EARNED (WS-RET-COUNT)
                       MOVE RET-PAID
                                 TO   STG-RECEIVED (WS-RET-COUNT)
                       MOVE RET-WRITE-OFF
                                 TO   STG-WRITE-OFF (WS-RET-COUNT)
                       MOVE RET-REFUND  TO   STG-REFUND (WS-RET-COUNT)
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
       WRITE-REFUND-ORDERS-RTN.
      ******************************************************************
      *    one payment order per term with money to give back, written
      *    before the COMMIT the same way CLAIM-DISBURSE writes its
      *    order before marking the claim sent - a failed write sets
      *    WS-MAINT-REASON and the caller rolls the whole cancel back
           MOVE  BUS-DATE           TO   WS-RET-ORDER-DATE.
           PERFORM VARYING WS-RET-IDX FROM 1 BY 1
                   UNTIL WS-RET-IDX > WS-RET-COUNT
                      OR WS-MAINT-REASON NOT = SPACES
               IF  STG-REFUND (WS-RET-IDX) > ZERO
                   AND STG-INV-ID (WS-RET-IDX) > 99999999
                   DISPLAY "*** WARNING: INVOICE "
                           STG-INV-ID (WS-RET-IDX)
                           " TOO LONG FOR THE REFUND ORDER KEY"
                           " FOR POL-ID " POL-ID
                   MOVE "INVOICE ID TOO LONG FOR ORDER"
                                         TO   WS-MAINT-REASON
                   MOVE "Y"             TO   WS-RUN-WARNED
               END-IF
               IF  STG-REFUND (WS-RET-IDX) > ZERO
                   AND WS-MAINT-REASON = SPACES
                   MOVE SPACES          TO   REFUND-ORDER-REC
                   MOVE "R"             TO   ORD-KEY-TYPE
                   MOVE STG-INV-ID (WS-RET-IDX)  TO  ORD-INVOICE-ID
                   MOVE POL-ID          TO   ORD-POL-ID
                   MOVE WS-RET-ORDER-DATE TO ORD-ORDER-DATE
                   MOVE STG-REFUND (WS-RET-IDX)  TO  ORD-AMOUNT
                   MOVE OLD-CURRENCY    TO   ORD-CURRENCY
                   MOVE OLD-HOLDER      TO   ORD-HOLDER
                   WRITE REFUND-ORDER-REC
                   IF  WS-REFORD-STATUS NOT = "00"
      *                any order already written for this policy is
      *                now on the file for a cancel that won't commit
                       DISPLAY "*** WARNING: REFUND ORDER WRITE FAILED"
                               " FOR POL-ID " POL-ID " - STATUS="
                               WS-REFORD-STATUS
                               " - PULL ITS ORDERS FROM FPREFORD"
                       MOVE "REFUND ORDER WRITE FAILED"
                                         TO   WS-MAINT-REASON
                       MOVE "Y"         TO   WS-RUN-WARNED
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
       WRITE-REFUND-RPT-RTN.
      ******************************************************************
      *    every re-rated term is listed, refund or not, so the report
      *    also shows what each cancel wrote off
           PERFORM VARYING WS-RET-IDX FROM 1 BY 1
                   UNTIL WS-RET-IDX > WS-RET-COUNT
               MOVE POL-ID              TO   REF-POL-ID
               MOVE STG-TERM-START (WS-RET-IDX)  TO  REF-TERM-START
               MOVE STG-TERM-END (WS-RET-IDX)    TO  REF-TERM-END
               MOVE STG-EARNED (WS-RET-IDX)      TO  REF-EARNED
               MOVE STG-RECEIVED (WS-RET-IDX)    TO  REF-RECEIVED
               MOVE STG-WRITE-OFF (WS-RET-IDX)   TO  REF-WRITE-OFF
               MOVE STG-REFUND (WS-RET-IDX)      TO  REF-REFUND
               MOVE OLD-CURRENCY        TO   REF-CURRENCY
               WRITE REFUND-RPT-REC FROM D-REFUND-REC
               IF  WS-REFRPT-STATUS NOT = "00"
                   DISPLAY "*** WARNING: REFUNDS REPORT WRITE FAILED"
                           " FOR POL-ID " POL-ID " - STATUS="
                           WS-REFRPT-STATUS
                   MOVE "Y"             TO   WS-RUN-WARNED
               END-IF
               ADD  STG-WRITE-OFF (WS-RET-IDX)  TO  WS-WRITE-OFF-TOTAL
               IF  STG-REFUND (WS-RET-IDX) > ZERO
                   ADD  1               TO   WS-REFUND-ORDERS
                   ADD  STG-REFUND (WS-RET-IDX)  TO  WS-REFUND-TOTAL
               END-IF
           END-PERFORM.

      ******************************************************************
       FETCH-OLD-IMAGE-RTN.
           MOVE  SPACES              TO   OLD-HOLDER OLD-STATUS
                                           OLD-CURRENCY OLD-EFF-DATE
                                           OLD-EXP-DATE OLD-AGENT-ID
                                           OLD-CUST-ID OLD-PRODUCT.
           MOVE  ZERO                TO   OLD-PREMIUM OLD-SUM-INSURED
                                           OLD-DEDUCTIBLE.
           EXEC SQL
               SELECT holder_name, premium, status, currency_code,
                      COALESCE(TO_CHAR(effective_date, 'YYYYMMDD'),
                               ' '),
                      COALESCE(TO_CHAR(expiry_date, 'YYYYMMDD'), ' '),
                      COALESCE(agent_id, ' '),
                      COALESCE(customer_id, ' '),
                      COALESCE(product_code, ' '),
                      COALESCE(sum_insured, 0),
                      COALESCE(deductible, 0)
                 INTO :OLD-HOLDER, :OLD-PREMIUM, :OLD-STATUS,
                      :OLD-CURRENCY, :OLD-EFF-DATE, :OLD-EXP-DATE,
                      :OLD-AGENT-ID, :OLD-CUST-ID, :OLD-PRODUCT,
                      :OLD-SUM-INSURED, :OLD-DEDUCTIBLE
                 FROM policies
                WHERE policy_id = :POL-ID
           END-EXEC.
      *    after image (POL- fields).  Runs inside the change's own
      *    transaction so the history commits or rolls back with it.
           MOVE  "N"                 TO   WS-HIST-OK.
           MOVE  BUS-DATE           TO   HIST-DATE.
           ACCEPT HIST-TIME          FROM TIME.
           EXEC SQL
               INSERT INTO policy_history
                       old_holder_name, old_premium, old_status,
                       old_currency_code, old_effective_date,
                       old_expiry_date, old_agent_id,
                       old_customer_id, old_product_code,
                       old_sum_insured, old_deductible,
                       new_holder_name, new_premium, new_status,
                       new_currency_code, new_effective_date,
                       new_expiry_date, new_agent_id,
                       new_customer_id, new_product_code,
                       new_sum_insured, new_deductible)
               VALUES (:POL-ID, :HIST-CHANGE-TYPE,
                       CAST(:HIST-DATE AS DATE), :HIST-TIME,
                       :HIST-OPERATOR,
                            AS DATE),
                       NULLIF(TRIM(:OLD-AGENT-ID), ''),
                       NULLIF(TRIM(:OLD-CUST-ID), ''),
                       NULLIF(TRIM(:OLD-PRODUCT), ''),
                       CASE WHEN TRIM(:OLD-PRODUCT) = '' THEN NULL
                            ELSE :OLD-SUM-INSURED END,
                       CASE WHEN TRIM(:OLD-PRODUCT) = '' THEN NULL
                            ELSE :OLD-DEDUCTIBLE END,
                       :POL-HOLDER, :POL-PREMIUM, :POL-STATUS,
                       :POL-CURRENCY,
                       CAST(NULLIF(TRIM(:POL-EFF-DATE), '')
                       CAST(NULLIF(TRIM(:POL-EXP-DATE), '')
                            AS DATE),
                       NULLIF(TRIM(:POL-AGENT-ID), ''),
                       NULLIF(TRIM(:POL-CUST-ID), ''),
                       NULLIF(TRIM(:POL-PRODUCT), ''),
                       CASE WHEN TRIM(:POL-PRODUCT) = '' THEN NULL
                            ELSE :POL-SUM-INSURED END,
                       CASE WHEN TRIM(:POL-PRODUCT) = '' THEN NULL
                            ELSE :POL-DEDUCTIBLE END)
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
                       " - BATCH MAINTENANCE SKIPPED"
               MOVE "Y"             TO   WS-RUN-FAILED
           ELSE
               PERFORM OPEN-REFUND-FILES-RTN
               PERFORM BATCH-MAINT-FILES-RTN
               PERFORM CLOSE-REFUND-FILES-RTN
           END-IF.

      ******************************************************************
           MOVE  TRN-EXP-DATE       TO   POL-EXP-DATE.
           MOVE  TRN-AGENT-ID       TO   POL-AGENT-ID.
           MOVE  TRN-CUST-ID        TO   POL-CUST-ID.
           MOVE  TRN-PRODUCT        TO   POL-PRODUCT.
           MOVE  ZERO                TO   POL-SUM-INSURED
                                          POL-DEDUCTIBLE.
      *    the cover columns are left blank on a legacy (no product)
      *    record and the deductible on one taking the product
      *    default - blank reads as zero, anything else must be
      *    numeric
           IF  TRN-SUM-INSURED = SPACES
               MOVE ZERO             TO   TRN-SUM-INSURED
           END-IF.
           IF  TRN-DEDUCTIBLE = SPACES
               MOVE ZERO             TO   TRN-DEDUCTIBLE
           END-IF.
           MOVE  "N"                 TO   WS-MAINT-RESULT.
           MOVE  SPACES              TO   WS-MAINT-REASON.
      *    a mis-keyed premium would abend the MOVE below - reject the
           IF  (TRN-ACT-INSERT OR TRN-ACT-UPDATE)
               AND TRN-PREMIUM NOT NUMERIC
               MOVE "PREMIUM NOT NUMERIC" TO WS-MAINT-REASON
           ELSE
           IF  (TRN-ACT-INSERT OR TRN-ACT-UPDATE)
               AND (TRN-SUM-INSURED NOT NUMERIC
                    OR TRN-DEDUCTIBLE NOT NUMERIC)
               MOVE "SUM INSURED/DEDUCTIBLE NOT NUMERIC"
                                         TO   WS-MAINT-REASON
           ELSE
               EVALUATE TRUE
                   WHEN TRN-ACT-INSERT
                       MOVE TRN-PREMIUM   TO   POL-PREMIUM
                       MOVE TRN-SUM-INSURED
                                         TO   POL-SUM-INSURED
                       MOVE TRN-DEDUCTIBLE
                                         TO   POL-DEDUCTIBLE
                       PERFORM APPLY-INSERT-RTN
                   WHEN TRN-ACT-UPDATE
                       MOVE TRN-PREMIUM   TO   POL-PREMIUM
                       MOVE TRN-SUM-INSURED
                                         TO   POL-SUM-INSURED
                       MOVE TRN-DEDUCTIBLE
                                         TO   POL-DEDUCTIBLE
                       PERFORM APPLY-UPDATE-RTN
                   WHEN TRN-ACT-CANCEL
                       PERFORM APPLY-CANCEL-RTN
                              TRN-ACTION    DELIMITED BY SIZE
                              INTO WS-MAINT-REASON
               END-EVALUATE
           END-IF
           END-IF.
      *    VALUE clauses on FD-record FILLERs are ignored, so the
      *    separator columns must be blanked explicitly before the
