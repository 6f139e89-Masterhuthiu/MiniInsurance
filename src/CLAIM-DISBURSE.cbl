      *  Mode S selects every APPROVED claim, writes one fixed-layout
      *  payment order to CDPAYORD for the bank (the outbound mirror
      *  of the PPRCPTIN receipt file PREM-PAYMENTS reads) and marks
      *  the claim PMT-SENT, so it can't be ordered twice.  What is
      *  ordered is the claim net of the policy's deductible on a
      *  policy written on a product - the payable figure CLAIM-ENTRY
      *  shows the adjuster - never below zero.  A claim the
      *  deductible absorbs whole has nothing to send: it is settled
      *  PAID at nil on the business date with no order.
      *
      *  Mode C applies the bank's confirmation file (CDCONFIN): a
      *  paid confirmation settles the claim to PAID with the amount
      *  back to APPROVED and lands it on the CDREJRPT rejects report
      *  so the claims team can rework it.  PAID - the status the
      *  loss-ratio report keys on - is therefore only ever set from
      *  bank evidence.  Settling a claim also takes its case reserve
      *  down to zero - once paid it will cost nothing more.
      *
      *  The confirmations are proved back to the orders: a claim the
      *  bank paid at other than the ordered amount still settles at
      *  what was paid but is listed on CDREJRPT, and the report ends
      *  with control totals - paid against ordered, bounced, and the
      *  orders still awaiting confirmation - so every order sent is
      *  accounted for.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-ERRLOG-STATUS.

      *    one record per run for JOB-CONTROL and the morning check,
      *    same layout as FETCH-POLICY's FPRUNLOG
           SELECT RUN-LOG-FILE     ASSIGN TO "CDRUNLOG"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-RUNLOG-STATUS.

           SELECT PAYORD-FILE      ASSIGN TO "CDPAYORD"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-PAYORD-STATUS.
       FD  REJECT-RPT-FILE.
       01  REJECT-RPT-REC          PIC  X(68).

       FD  RUN-LOG-FILE.
       01  RUN-LOG-REC             PIC  X(149).

       WORKING-STORAGE             SECTION.
       01  WS-PARM-FILE-STATUS     PIC  X(2).
       01  WS-ERRLOG-STATUS        PIC  X(2).

       01  WS-ORDER-DATE           PIC  X(8).
       01  WS-ORDERS-SENT          PIC  9(8)  VALUE ZERO.
       01  WS-NIL-SETTLED          PIC  9(8)  VALUE ZERO.
       01  WS-CONF-PAID            PIC  9(8)  VALUE ZERO.
       01  WS-CONF-BOUNCED         PIC  9(8)  VALUE ZERO.
       01  WS-CONF-REJECTED        PIC  9(8)  VALUE ZERO.
      *    the report as rework) from a record this run could not
      *    apply at all (counted as REJECTED)
       01  WS-BOUNCE-POSTED        PIC  X(1)  VALUE "N".
      *    a settlement that posted at other than the ordered amount -
      *    listed on the report for the claims team, not REJECTED
       01  WS-SETTLE-DIFFERS       PIC  X(1)  VALUE "N".
       01  WS-CONF-DIFFERS         PIC  9(8)  VALUE ZERO.

      *    confirmation control totals - what the bank paid against
      *    what was ordered for the same claims
       01  WS-CONF-PAID-AMT        PIC  S9(12)V99 VALUE ZERO.
       01  WS-CONF-ORDER-AMT       PIC  S9(12)V99 VALUE ZERO.
       01  WS-CONF-BOUNCE-AMT      PIC  S9(12)V99 VALUE ZERO.
       01  WS-CONF-DIFF-AMT        PIC  S9(12)V99 VALUE ZERO.
       01  D-STL-AMOUNT            PIC  ZZ,ZZZ,ZZ9.99.
       01  D-CTL-TOTAL             PIC  -ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  D-CONTROL-REC.
           05  FILLER              PIC  X(9)  VALUE "CONTROL".
           05  CTL-LABEL           PIC  X(26).
           05  CTL-COUNT           PIC  ZZ,ZZZ,ZZ9.
           05  FILLER              PIC  X(2)  VALUE SPACE.
           05  CTL-AMOUNT          PIC  -ZZZ,ZZZ,ZZZ,ZZ9.99.

      *    the key in play when ERROR-RTN fires - the claim's policy
      *    in send mode, the claim id being settled in confirm mode -
      *    so CDERRLOG attributes the error to the right row
       01  WS-ERR-KEY              PIC  X(10) VALUE SPACE.

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
           05  CLM-ID              PIC  S9(9) COMP-5.
           05  CLM-POL-ID          PIC  X(10).
           05  CLM-AMOUNT          PIC  S9(10)V99.
      *    the claim net of the deductible - what is ordered
           05  CLM-PAYABLE         PIC  S9(10)V99.
           05  CLM-STATUS          PIC  X(10).
           05  POL-HOLDER          PIC  X(50).
           05  POL-CURRENCY        PIC  X(3).
           05  STL-DATE            PIC  X(8).

       01  SQL-ROW-COUNT           PIC  S9(9) COMP-5.

      *    orders sent and still awaiting the bank's confirmation
       01  OUT-COUNT               PIC  S9(9) COMP-5.
       01  OUT-AMOUNT              PIC  S9(12)V99.

      *    the settled claim's reserve in force, and the stamp for the
      *    movement row that zeroes it
       01  RSV-REC-VARS.
           05  RSV-CUR-RESERVE     PIC  S9(10)V99.
           05  RSV-MOVEMENT        PIC  S9(10)V99.
           05  RSV-DATE            PIC  X(8).
           05  RSV-TIME            PIC  X(8).
           05  RSV-OPERATOR        PIC  X(8)  VALUE "DISBURSE".

      *    the business date this run processes as, YYYYMMDD - set by
      *    LOAD-BUS-DATE-RTN
       01  BUS-DATE                PIC  X(8).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
      ******************************************************************
       MAIN-RTN.
           DISPLAY "*** CLAIM DISBURSE STARTED ***".
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

      *    payment orders and the reserve release on a settled claim
      *    carry the business date
           PERFORM LOAD-BUS-DATE-RTN.
           IF  WS-MODE-CONFIRM
               PERFORM CONFIRM-RTN
           ELSE
           END-EXEC.

      *    END
           PERFORM END-RUN-RTN.
           DISPLAY "*** CLAIM DISBURSE FINISHED ***".
           STOP RUN.

      ******************************************************************
       END-RUN-RTN.
      ******************************************************************
      *    one appended CDRUNLOG record plus the matching return code -
      *    a run that warned or failed must not finish looking like a
      *    clean one
           MOVE  SPACES              TO   D-RUN-REC.
           MOVE  "CLAIM-DISBUR"     TO   RUN-PROGRAM.
           MOVE  WS-RUN-START-DATE  TO   RUN-START-DATE.
           MOVE  WS-RUN-START-TIME  TO   RUN-START-TIME.
           ACCEPT RUN-END-DATE       FROM DATE YYYYMMDD.
           ACCEPT RUN-END-TIME       FROM TIME.
           MOVE  WS-RUN-MODE        TO   RUN-MODE.
           MOVE  SPACES              TO   RUN-SEL-ID-FROM
                                           RUN-SEL-ID-TO
                                           RUN-SEL-STATUS
                                           RUN-SEL-HOLDER.
           IF  WS-MODE-CONFIRM
               COMPUTE RUN-COUNTED = WS-CONF-PAID + WS-CONF-BOUNCED
                                   + WS-CONF-REJECTED
               MOVE  WS-CONF-PAID   TO   RUN-FETCHED
               COMPUTE RUN-EXTRACTED = WS-CONF-BOUNCED
                                     + WS-CONF-REJECTED
           ELSE
               MOVE  WS-ORDERS-SENT TO   RUN-COUNTED
                                         RUN-FETCHED
               MOVE  ZERO           TO   RUN-EXTRACTED
           END-IF.
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
               MOVE "S" TO WS-RUN-MODE
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
       SEND-RTN.
      ******************************************************************
           EXEC SQL
               DECLARE CS CURSOR WITH HOLD FOR
               SELECT c.claim_id, c.policy_id, c.claim_amount,
                      CASE WHEN COALESCE(p.product_code, ' ') = ' '
                           THEN c.claim_amount
                           ELSE GREATEST(c.claim_amount
                                   - COALESCE(p.deductible, 0), 0)
                      END,
                      p.holder_name, COALESCE(p.currency_code, ' ')
                 FROM claims c
                 JOIN policies p ON p.policy_id = c.policy_id
                ORDER BY c.claim_id
           END-EXEC.

           MOVE  BUS-DATE           TO   WS-ORDER-DATE.
           OPEN OUTPUT PAYORD-FILE.
           IF  WS-PAYORD-STATUS NOT = "00"
               DISPLAY "*** COULD NOT OPEN " "CDPAYORD"
                       " - STATUS=" WS-PAYORD-STATUS
                       " - NO ORDERS SENT"
               MOVE "Y"             TO   WS-RUN-FAILED
           ELSE
               EXEC SQL
                   OPEN CS
               END-EXEC
               EXEC SQL
                   FETCH CS INTO :CLM-ID, :CLM-POL-ID, :CLM-AMOUNT,
                                 :CLM-PAYABLE, :POL-HOLDER,
                                 :POL-CURRENCY
               END-EXEC
               PERFORM UNTIL SQLCODE NOT = ZERO
                       OR WS-PAYORD-OK NOT = "Y"
                   MOVE  CLM-POL-ID TO   WS-ERR-KEY
                   IF  CLM-PAYABLE = ZERO
                       PERFORM SETTLE-NIL-RTN
                   ELSE
                       PERFORM SEND-ONE-ORDER-RTN
                   END-IF
                   EXEC SQL
                       FETCH CS INTO :CLM-ID, :CLM-POL-ID,
                                     :CLM-AMOUNT, :CLM-PAYABLE,
                                     :POL-HOLDER, :POL-CURRENCY
                   END-EXEC
               END-PERFORM
      *        SQLCODE +10 just means "no more rows" (normal end of
               END-EXEC
               CLOSE PAYORD-FILE
               DISPLAY "PAYMENT ORDERS SENT: " WS-ORDERS-SENT
               DISPLAY "SETTLED AT NIL - WITHIN DEDUCTIBLE: "
                       WS-NIL-SETTLED
           END-IF.

           EXEC SQL
           MOVE  CLM-ID             TO   ORD-CLAIM-ID.
           MOVE  CLM-POL-ID         TO   ORD-POL-ID.
           MOVE  WS-ORDER-DATE      TO   ORD-ORDER-DATE.
           MOVE  CLM-PAYABLE        TO   ORD-AMOUNT.
           MOVE  POL-CURRENCY       TO   ORD-CURRENCY.
           MOVE  POL-HOLDER         TO   ORD-HOLDER.
           WRITE PAYORD-FILE-REC.
               DISPLAY "*** WARNING: ORDER WRITE FAILED FOR CLAIM "
                       CLM-ID " - STATUS=" WS-PAYORD-STATUS
                       " - REMAINING ORDERS HELD"
               MOVE "Y"             TO   WS-RUN-WARNED
               MOVE "N"             TO   WS-PAYORD-OK
           ELSE
               EXEC SQL
               END-IF
           END-IF.

      ******************************************************************
       SETTLE-NIL-RTN.
      ******************************************************************
      *    nothing to pay once the deductible is taken - no order goes
      *    to the bank, the claim is closed PAID at nil on the business
      *    date and its reserve released, in one transaction.  Any
      *    failure stops the send the same way a failed order does.
           MOVE  SPACES              TO   WS-CONF-REASON.
           EXEC SQL
               UPDATE claims
                  SET status      = 'PAID',
                      paid_amount = 0,
                      paid_date   = CAST(:BUS-DATE AS DATE)
                WHERE claim_id = :CLM-ID
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
               MOVE "N"             TO   WS-PAYORD-OK
           ELSE
               PERFORM ZERO-RESERVE-RTN
               IF  WS-CONF-REASON NOT = SPACES
                   EXEC SQL
                       ROLLBACK
                   END-EXEC
                   MOVE "N"         TO   WS-PAYORD-OK
               ELSE
                   EXEC SQL
                       COMMIT WORK
                   END-EXEC
                   ADD  1           TO   WS-NIL-SETTLED
                   DISPLAY "CLAIM " CLM-ID " WITHIN DEDUCTIBLE"
                           " - SETTLED AT NIL, NO ORDER"
               END-IF
           END-IF.

      ******************************************************************
       CONFIRM-RTN.
      ******************************************************************
               DISPLAY "*** COULD NOT OPEN " "CDCONFIN"
                       " - STATUS=" WS-CONFIRM-STATUS
                       " - CONFIRMATION RUN SKIPPED"
               MOVE "Y"             TO   WS-RUN-FAILED
           ELSE
               OPEN OUTPUT REJECT-RPT-FILE
               IF  WS-REJRPT-STATUS NOT = "00"
                   DISPLAY "*** COULD NOT OPEN " "CDREJRPT"
                           " - STATUS=" WS-REJRPT-STATUS
                           " - CONFIRMATION RUN SKIPPED"
                   MOVE "Y"             TO   WS-RUN-FAILED
                   CLOSE CONFIRM-FILE
               ELSE
                   READ CONFIRM-FILE
                       READ CONFIRM-FILE
                   END-PERFORM
                   CLOSE CONFIRM-FILE
                   DISPLAY "CONFIRMATIONS: PAID=" WS-CONF-PAID
                           " BOUNCED=" WS-CONF-BOUNCED
                           " REJECTED=" WS-CONF-REJECTED
                           " PAID NOT AS ORDERED=" WS-CONF-DIFFERS
                   PERFORM CONFIRM-CONTROL-RTN
                   CLOSE REJECT-RPT-FILE
               END-IF
           END-IF.

       CONFIRM-APPLY-RTN.
      ******************************************************************
           MOVE  SPACES              TO   WS-CONF-REASON.
           MOVE  "N"                 TO   WS-BOUNCE-POSTED
                                          WS-SETTLE-DIFFERS.
           MOVE  CNF-CLAIM-ID       TO   WS-ERR-KEY.
      *    a mangled record is rejected with a readable reason, not an
      *    abend - the bank's file is outside our keying discipline
      *    the confirmation must land on a claim this run actually
      *    ordered - matching on PMT-SENT keeps a stray or duplicated
      *    confirmation from flipping an unrelated claim to PAID
      *    the ordered figure is worked out as SEND-RTN did it
           MOVE  SPACES              TO   CLM-POL-ID CLM-STATUS.
           MOVE  ZERO                TO   CLM-AMOUNT CLM-PAYABLE.
           EXEC SQL
               SELECT c.policy_id, c.claim_amount,
                      CASE WHEN COALESCE(p.product_code, ' ') = ' '
                           THEN c.claim_amount
                           ELSE GREATEST(c.claim_amount
                                   - COALESCE(p.deductible, 0), 0)
                      END,
                      c.status
                 INTO :CLM-POL-ID, :CLM-AMOUNT, :CLM-PAYABLE,
                      :CLM-STATUS
                 FROM claims c
                 JOIN policies p ON p.policy_id = c.policy_id
                WHERE c.claim_id = :CLM-ID
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = +10
                   PERFORM ERROR-RTN
                   MOVE "SQL ERROR ON SETTLE" TO WS-CONF-REASON
               ELSE
                   PERFORM ZERO-RESERVE-RTN
                   IF  WS-CONF-REASON NOT = SPACES
                       EXEC SQL
                           ROLLBACK
                       END-EXEC
                   ELSE
                       EXEC SQL
                           COMMIT WORK
                       END-EXEC
                       ADD  1       TO   WS-CONF-PAID
                       ADD  STL-AMOUNT TO WS-CONF-PAID-AMT
                       ADD  CLM-PAYABLE TO WS-CONF-ORDER-AMT
                       IF  STL-AMOUNT NOT = CLM-PAYABLE
                           PERFORM SETTLE-DIFFERS-RTN
                       END-IF
                   END-IF
               END-IF
           END-IF
           END-IF.

      ******************************************************************
       SETTLE-DIFFERS-RTN.
      ******************************************************************
      *    the bank's figure is what left the account, so the claim is
      *    settled at it - but a payment that is not what we ordered
      *    (bank charges, a part payment) goes on the report against
      *    the ordered amount for the claims team to chase
           MOVE  "Y"                TO   WS-SETTLE-DIFFERS.
           ADD   1                  TO   WS-CONF-DIFFERS.
           COMPUTE WS-CONF-DIFF-AMT = WS-CONF-DIFF-AMT
                                    + STL-AMOUNT - CLM-PAYABLE.
           MOVE  STL-AMOUNT         TO   D-STL-AMOUNT.
           STRING "PAID "            DELIMITED BY SIZE
                  D-STL-AMOUNT       DELIMITED BY SIZE
                  " <> ORDERED"      DELIMITED BY SIZE
                  INTO WS-CONF-REASON.
           MOVE  "Y"                TO   WS-RUN-WARNED.

      ******************************************************************
       ZERO-RESERVE-RTN.
      ******************************************************************
      *    same closing movement CLAIM-ENTRY writes for a DENIED claim:
      *    any reserve request still pending is voided and the reserve
      *    in force goes to zero with one POSTED row, reason PAID,
      *    inside the settlement's own transaction
           EXEC SQL
               UPDATE claim_reserves
                  SET status = 'VOID'
                WHERE claim_id = :CLM-ID
                  AND status = 'PENDING'
           END-EXEC.
           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = +10
               PERFORM ERROR-RTN
               MOVE "SQL ERROR ON RESERVE" TO WS-CONF-REASON
           ELSE
               MOVE ZERO            TO   RSV-CUR-RESERVE
               EXEC SQL
                   SELECT COALESCE(SUM(movement), 0)
                     INTO :RSV-CUR-RESERVE
                     FROM claim_reserves
                    WHERE claim_id = :CLM-ID
                      AND status = 'POSTED'
               END-EXEC
               IF  SQLCODE NOT = ZERO
                   PERFORM ERROR-RTN
                   MOVE "SQL ERROR ON RESERVE" TO WS-CONF-REASON
               ELSE
               IF  RSV-CUR-RESERVE NOT = ZERO
                   MOVE  BUS-DATE   TO   RSV-DATE
                   ACCEPT RSV-TIME   FROM TIME
                   COMPUTE RSV-MOVEMENT = ZERO - RSV-CUR-RESERVE
                   EXEC SQL
                       INSERT INTO claim_reserves
                              (claim_id, policy_id, movement_date,
                               movement_time, operator_id,
                               old_reserve, new_reserve, movement,
                               reason, status, requested_date)
                       VALUES (:CLM-ID, :CLM-POL-ID,
                               CAST(:RSV-DATE AS DATE), :RSV-TIME,
                               :RSV-OPERATOR, :RSV-CUR-RESERVE, 0,
                               :RSV-MOVEMENT, 'PAID', 'POSTED',
                               CAST(:RSV-DATE AS DATE))
                   END-EXEC
                   IF  SQLCODE NOT = ZERO
                       PERFORM ERROR-RTN
                       MOVE "SQL ERROR ON RESERVE" TO WS-CONF-REASON
                   END-IF
               END-IF
               END-IF
           END-IF.

      ******************************************************************
                   COMMIT WORK
               END-EXEC
               ADD  1               TO   WS-CONF-BOUNCED
               ADD  CLM-PAYABLE     TO   WS-CONF-BOUNCE-AMT
               MOVE "Y"             TO   WS-BOUNCE-POSTED
               IF  CNF-REASON = SPACES
                   MOVE "BOUNCED BY BANK" TO WS-CONF-REASON
           MOVE  SPACES              TO   D-REJECT-REC.
           MOVE  CLM-ID             TO   REJ-CLAIM-ID.
           MOVE  CLM-POL-ID         TO   REJ-POL-ID.
           MOVE  CLM-PAYABLE        TO   REJ-AMOUNT.
           MOVE  WS-CONF-REASON     TO   REJ-REASON.
           WRITE REJECT-RPT-REC FROM D-REJECT-REC.
           IF  WS-BOUNCE-POSTED NOT = "Y"
               AND WS-SETTLE-DIFFERS NOT = "Y"
               ADD  1               TO   WS-CONF-REJECTED
           END-IF.

      ******************************************************************
       CONFIRM-CONTROL-RTN.
      ******************************************************************
      *    proves the confirmations back to the orders: every claim on
      *    CDPAYORD has been paid, bounced, or is still PMT-SENT
      *    awaiting the bank - nothing ordered drops out of sight
           MOVE  ZERO                TO   OUT-COUNT OUT-AMOUNT.
           EXEC SQL
               SELECT COUNT(*),
                      COALESCE(SUM(
                      CASE WHEN COALESCE(p.product_code, ' ') = ' '
                           THEN c.claim_amount
                           ELSE GREATEST(c.claim_amount
                                   - COALESCE(p.deductible, 0), 0)
                      END), 0)
                 INTO :OUT-COUNT, :OUT-AMOUNT
                 FROM claims c
                 JOIN policies p ON p.policy_id = c.policy_id
                WHERE c.status = 'PMT-SENT'
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               MOVE  SPACES          TO   WS-ERR-KEY
               PERFORM ERROR-RTN
           END-IF.
           MOVE  SPACES              TO   REJECT-RPT-REC.
           WRITE REJECT-RPT-REC.
           MOVE  "PAID - ORDERED AMOUNT"   TO   CTL-LABEL.
           MOVE  WS-CONF-PAID       TO   CTL-COUNT.
           MOVE  WS-CONF-ORDER-AMT  TO   CTL-AMOUNT.
           WRITE REJECT-RPT-REC FROM D-CONTROL-REC.
           MOVE  "PAID - SETTLED AMOUNT"   TO   CTL-LABEL.
           MOVE  WS-CONF-PAID-AMT   TO   CTL-AMOUNT.
           WRITE REJECT-RPT-REC FROM D-CONTROL-REC.
           MOVE  "PAID NOT AS ORDERED"     TO   CTL-LABEL.
           MOVE  WS-CONF-DIFFERS    TO   CTL-COUNT.
           MOVE  WS-CONF-DIFF-AMT   TO   CTL-AMOUNT.
           WRITE REJECT-RPT-REC FROM D-CONTROL-REC.
           MOVE  "BOUNCED - BACK TO APPROVED" TO CTL-LABEL.
           MOVE  WS-CONF-BOUNCED    TO   CTL-COUNT.
           MOVE  WS-CONF-BOUNCE-AMT TO   CTL-AMOUNT.
           WRITE REJECT-RPT-REC FROM D-CONTROL-REC.
           MOVE  "REJECTED - NOT APPLIED"  TO   CTL-LABEL.
           MOVE  WS-CONF-REJECTED   TO   CTL-COUNT.
           MOVE  ZERO               TO   CTL-AMOUNT.
           WRITE REJECT-RPT-REC FROM D-CONTROL-REC.
           MOVE  "ORDERS AWAITING THE BANK" TO  CTL-LABEL.
           MOVE  OUT-COUNT          TO   CTL-COUNT.
           MOVE  OUT-AMOUNT         TO   CTL-AMOUNT.
           WRITE REJECT-RPT-REC FROM D-CONTROL-REC.
           MOVE  WS-CONF-ORDER-AMT  TO   D-CTL-TOTAL.
           DISPLAY "CONTROL: PAID ORDERED  " D-CTL-TOTAL.
           MOVE  WS-CONF-PAID-AMT   TO   D-CTL-TOTAL.
           DISPLAY "CONTROL: PAID SETTLED  " D-CTL-TOTAL.
           MOVE  OUT-AMOUNT         TO   D-CTL-TOTAL.
           DISPLAY "CONTROL: AWAITING BANK " D-CTL-TOTAL
                   " (" OUT-COUNT " ORDERS)".

      ******************************************************************
       ERROR-RTN.
      ******************************************************************
      *    any path through here is a failed run as far as
      *    JOB-CONTROL is concerned
           MOVE  "Y"                TO   WS-RUN-FAILED.
           MOVE  WS-ERR-KEY         TO   LOG-POL-ID.
           MOVE  SQLCODE             TO   LOG-SQLCODE.
           MOVE  SQLSTATE            TO   LOG-SQLSTATE.
