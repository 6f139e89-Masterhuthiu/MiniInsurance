      *  The only supported way to put a claim into the claims table -
      *  every claim is validated against its policy before insert:
      *  the policy must exist, its status must allow claims (not
      *  CANCELLED or LAPSED), and the claim amount must fit the
      *  cover left on the policy's product for the term - or, for a
      *  legacy policy with no product, pass a configurable cap
      *  relative to the policy premium.  The amount payable net of
      *  the policy deductible is shown on entry and approval, and
      *  cover is re-checked when a claim is approved.  New claims
      *  land as SUBMITTED; adjudication moves them to APPROVED or
      *  DENIED.  PAID is set only by CLAIM-DISBURSE from the bank's
      *  settlement confirmation - it cannot be keyed here.
      *  record who entered and who adjudicated them, and the operator
      *  who entered a claim cannot also approve it.  Every refused
      *  attempt is logged to CEERRLOG.
      *
      *  Open claims carry a case reserve - the estimate of what the
      *  claim will still cost - set and revised by operators with
      *  adjudication authority, one dated claim_reserves row per
      *  movement.  A reserve over the CEPARMS limit only takes effect
      *  once a second operator approves it; a DENIED claim has its
      *  reserve zeroed here, a PAID one in CLAIM-DISBURSE.
      *
      *  Every new claim is screened against the claim_screen_rules
      *  red flags before it is committed.  One that trips any rule
      *  lands as REFERRED, with a claim_referrals row per rule that
      *  fired, and cannot be adjudicated until an operator with
      *  clearing authority - not the one who entered it - releases it
      *  to SUBMITTED or closes it DENIED.  Mode Q lists the open
      *  referrals, oldest first, with their reasons and age.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-ERRLOG-STATUS.

      *    one record per run for JOB-CONTROL and the morning check,
      *    same layout as FETCH-POLICY's FPRUNLOG
           SELECT RUN-LOG-FILE     ASSIGN TO "CERUNLOG"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-RUNLOG-STATUS.

           SELECT TRANS-FILE       ASSIGN TO "CETRANS"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-TRANS-STATUS.
      *    the operator a batch run works as - gets the same sign-on
      *    check the console session does
           05  PARM-OPERATOR-ID    PIC  X(8).
      *    a case reserve above this amount (whole units of the
      *    policy's currency; blank means 100000) needs a second
      *    operator's approval before it takes effect
           05  PARM-RSV-LIMIT      PIC  X(10).

       FD  ERR-LOG-FILE.
      *    persistent audit trail of every ERROR-RTN occurrence, same

       FD  TRANS-FILE.
      *    N = new claim (uses POL-ID/AMOUNT/DATE), A = adjudicate
      *    (uses CLAIM-ID/NEW-STATUS), R = set case reserve (uses
      *    CLAIM-ID, AMOUNT as the new reserve), V = approve the
      *    claim's pending reserve (uses CLAIM-ID), C = clear a
      *    referred claim (uses CLAIM-ID, NEW-STATUS SUBMITTED to
      *    release it or DENIED to close it); numeric fields are
      *    checked with NOT NUMERIC so a mis-keyed record is rejected,
      *    not an abend
       01  TRANS-FILE-REC.
           05  TRN-ACTION          PIC  X(1).
               88  TRN-ACT-NEW            VALUE "N".
               88  TRN-ACT-ADJUD          VALUE "A".
               88  TRN-ACT-RESERVE        VALUE "R".
               88  TRN-ACT-RSV-APPROVE    VALUE "V".
               88  TRN-ACT-CLEAR          VALUE "C".
           05  TRN-POL-ID          PIC  X(10).
           05  TRN-AMOUNT          PIC  9(10)V99.
           05  TRN-CLAIM-DATE      PIC  X(8).
       FD  TRANS-RPT-FILE.
       01  TRANS-RPT-REC           PIC  X(63).

       FD  RUN-LOG-FILE.
       01  RUN-LOG-REC             PIC  X(149).

       WORKING-STORAGE             SECTION.
       01  WS-PARM-FILE-STATUS     PIC  X(2).
       01  WS-ERRLOG-STATUS        PIC  X(2).
       01  WS-RUN-MODE             PIC  X(1)  VALUE "I".
           88  WS-MODE-INTERACTIVE       VALUE "I".
           88  WS-MODE-BATCH              VALUE "B".
           88  WS-MODE-QUEUE              VALUE "Q".

       01  WS-MAINT-CHOICE         PIC  X(1).
       01  WS-MAINT-CONTINUE       PIC  X(1)  VALUE "Y".
           88  WS-OPER-IS-OK              VALUE "Y".
       01  WS-OPER-REASON          PIC  X(40).

      *    set by APPLY-RESERVE-RTN when the reserve was accepted but
      *    is over the limit and waits for a second operator
       01  WS-RSV-PENDING          PIC  X(1).
           88  WS-RSV-IS-PENDING          VALUE "Y".

      *    red-flag rule set - one entry per claim_screen_rules row,
      *    loaded once by LOAD-RULES-RTN.  These VALUEs are only the
      *    shipped fallback for a database with no rules on file.
      *    code X(8), window days 9(4), trip count 9(3), active X(1)
       01  WS-RULE-COUNT           PIC  9(2)  VALUE 7.
       01  WS-RULE-DATA.
           05  FILLER              PIC  X(16) VALUE "EARLYCLM0014001Y".
           05  FILLER              PIC  X(16) VALUE "PREMINC 0030001Y".
           05  FILLER              PIC  X(16) VALUE "HOLDCHG 0030001Y".
           05  FILLER              PIC  X(16) VALUE "POLFREQ 0090002Y".
           05  FILLER              PIC  X(16) VALUE "CUSTFREQ0090002Y".
           05  FILLER              PIC  X(16) VALUE "OVERDUE 0030001Y".
           05  FILLER              PIC  X(16) VALUE "DUPAMT  0365001Y".
           05  FILLER              PIC  X(208) VALUE SPACE.
       01  WS-RULE-TAB REDEFINES WS-RULE-DATA.
           05  WS-RULE-ENTRY OCCURS 20 TIMES.
               10  WS-RULE-CODE    PIC  X(8).
               10  WS-RULE-DAYS    PIC  9(4).
               10  WS-RULE-TRIP    PIC  9(3).
               10  WS-RULE-ACTIVE  PIC  X(1).
       01  WS-RULE-IDX             PIC  9(2).

      *    outcome of screening one new claim
       01  WS-RULE-HIT             PIC  X(1).
           88  WS-RULE-IS-HIT             VALUE "Y".
       01  WS-RULES-FIRED          PIC  9(2).
       01  D-SCR-NUM               PIC  ZZZZ9.

      *    set by CHECK-COVER-RTN when the claim was edited against a
      *    product's cover, so the payable amount net of the
      *    deductible can be shown
       01  WS-CLAIM-COVERED        PIC  X(1).
           88  WS-CLAIM-IS-COVERED        VALUE "Y".
       01  D-CLM-PAYABLE           PIC  ZZ,ZZZ,ZZ9.99.

      *    referral work queue (mode Q) - control break on the claim,
      *    one heading line per claim and one line per rule that fired
       01  WS-PREV-Q-CLAIM         PIC  S9(9) VALUE ZERO.
       01  WS-QUEUE-COUNT          PIC  9(8)  VALUE ZERO.
       01  WS-QUEUE-REASONS        PIC  9(8)  VALUE ZERO.
       01  WS-QUEUE-AMOUNT         PIC  S9(12)V99 VALUE ZERO.
       01  WS-QUEUE-TOT-AMT        PIC  ZZ,ZZZ,ZZZ,ZZ9.99.
       01  D-REFQ-REC.
           05  DRQ-CLAIM-ID        PIC  9(9).
           05  FILLER              PIC  X(2)  VALUE SPACE.
           05  DRQ-POL-ID          PIC  X(10).
           05  FILLER              PIC  X(2)  VALUE SPACE.
           05  DRQ-AMOUNT          PIC  ZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC  X(2)  VALUE SPACE.
           05  DRQ-CLAIM-DATE      PIC  X(8).
           05  FILLER              PIC  X(2)  VALUE SPACE.
           05  DRQ-ENTERED-BY      PIC  X(8).
           05  FILLER              PIC  X(2)  VALUE SPACE.
           05  DRQ-REF-DATE        PIC  X(8).
           05  FILLER              PIC  X(2)  VALUE SPACE.
           05  DRQ-DAYS            PIC  ZZZ9.
       01  D-REFQ-RULE-REC.
           05  FILLER              PIC  X(11) VALUE SPACE.
           05  DRR-RULE-CODE       PIC  X(8).
           05  FILLER              PIC  X(2)  VALUE SPACE.
           05  DRR-DETAIL          PIC  X(60).

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
       01  POL-PREMIUM             PIC  S9(10)V99.
       01  CLM-CAP-PCT             PIC  9(3).
       01  CLM-CAP-AMOUNT          PIC  S9(12)V99.

      *    the policy's cover - a blank product is the legacy book,
      *    which stays on the premium cap.  The term bounds are the
      *    invoice term the claim date falls in (blank end = the
      *    latest term, still open); claims already allowed in it are
      *    what has eroded the sum insured.
       01  POL-PRODUCT             PIC  X(8).
       01  POL-SUM-INSURED         PIC  S9(10)V99.
       01  POL-DEDUCTIBLE          PIC  S9(10)V99.
       01  CLM-TERM-START          PIC  X(8).
       01  CLM-TERM-END            PIC  X(8).
       01  CLM-USED-COVER          PIC  S9(10)V99.
       01  CLM-REMAINING           PIC  S9(10)V99.
       01  CLM-PAYABLE             PIC  S9(10)V99.
       01  SQL-ROW-COUNT           PIC  S9(9) COMP-5.

      *    the signed-on operator and their per-function authority
           05  OPR-ACTIVE          PIC  X(1).
           05  OPR-AUTH-ENTRY      PIC  X(1).
           05  OPR-AUTH-ADJUD      PIC  X(1).
           05  OPR-AUTH-CLEAR      PIC  X(1).
       01  CLM-ENTERED-BY          PIC  X(8).
       01  CLM-CUR-STATUS          PIC  X(10).

      *    one claim_reserves movement - RSV-CUR-RESERVE is the sum of
      *    the claim's POSTED movements, i.e. the reserve in force
       01  RSV-REC-VARS.
           05  RSV-ID              PIC  S9(9) COMP-5.
           05  RSV-CUR-RESERVE     PIC  S9(10)V99.
           05  RSV-NEW-RESERVE     PIC  S9(10)V99.
           05  RSV-MOVEMENT        PIC  S9(10)V99.
           05  RSV-REASON          PIC  X(10).
           05  RSV-STATUS          PIC  X(10).
           05  RSV-REQ-BY          PIC  X(8).
           05  RSV-DATE            PIC  X(8).
           05  RSV-TIME            PIC  X(8).
       01  RSV-LIMIT               PIC  S9(10)V99.

      *    one red-flag rule as loaded, and what it found on the claim
       01  SCR-REC-VARS.
           05  SCR-CODE            PIC  X(8).
           05  SCR-ACTIVE          PIC  X(1).
           05  SCR-DAYS            PIC  S9(9) COMP-5.
           05  SCR-TRIP            PIC  S9(9) COMP-5.
           05  SCR-COUNT           PIC  S9(9) COMP-5.
           05  SCR-DETAIL          PIC  X(60).
           05  SCR-DATE            PIC  X(8).
           05  SCR-TIME            PIC  X(8).
           05  SCR-REF-STATUS      PIC  X(10).

      *    one row of the referral work queue
       01  REFQ-REC-VARS.
           05  REFQ-CLAIM-ID       PIC  S9(9) COMP-5.
           05  REFQ-POL-ID         PIC  X(10).
           05  REFQ-AMOUNT         PIC  S9(10)V99.
           05  REFQ-CLAIM-DATE     PIC  X(8).
           05  REFQ-ENTERED-BY     PIC  X(8).
           05  REFQ-REF-DATE       PIC  X(8).
           05  REFQ-DAYS           PIC  S9(9) COMP-5.
           05  REFQ-RULE-CODE      PIC  X(8).
           05  REFQ-DETAIL         PIC  X(60).

      *    the business date this run processes as, YYYYMMDD - set by
      *    LOAD-BUS-DATE-RTN
       01  BUS-DATE                PIC  X(8).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
      ******************************************************************
       MAIN-RTN.
           DISPLAY "*** CLAIM ENTRY STARTED ***".
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

      *    claims default to, and reserves and referrals are stamped
      *    with, the business date
           PERFORM LOAD-BUS-DATE-RTN.
           EVALUATE TRUE
               WHEN WS-MODE-QUEUE
                   PERFORM REFQUEUE-RTN
               WHEN WS-MODE-BATCH
                   PERFORM LOAD-RULES-RTN
                   PERFORM BATCH-RTN
               WHEN OTHER
                   PERFORM LOAD-RULES-RTN
                   PERFORM MENU-RTN
           END-EVALUATE.

      *    DISCONNECT
           EXEC SQL
               DISCONNECT ALL
           END-EXEC.

      *    END
           PERFORM END-RUN-RTN.
           DISPLAY "*** CLAIM ENTRY FINISHED ***".
           STOP RUN.

      ******************************************************************
       END-RUN-RTN.
      ******************************************************************
      *    one appended CERUNLOG record plus the matching return code -
      *    a run that warned or failed must not finish looking like a
      *    clean one
           MOVE  SPACES              TO   D-RUN-REC.
           MOVE  "CLAIM-ENTRY"      TO   RUN-PROGRAM.
           MOVE  WS-RUN-START-DATE  TO   RUN-START-DATE.
           MOVE  WS-RUN-START-TIME  TO   RUN-START-TIME.
           ACCEPT RUN-END-DATE       FROM DATE YYYYMMDD.
           ACCEPT RUN-END-TIME       FROM TIME.
           MOVE  WS-RUN-MODE        TO   RUN-MODE.
           MOVE  SPACES              TO   RUN-SEL-ID-FROM
                                           RUN-SEL-ID-TO
                                           RUN-SEL-STATUS
                                           RUN-SEL-HOLDER.
           IF  WS-MODE-QUEUE
               MOVE  WS-QUEUE-COUNT TO   RUN-COUNTED
               MOVE  WS-QUEUE-REASONS TO RUN-FETCHED
               MOVE  ZERO           TO   RUN-EXTRACTED
           ELSE
               COMPUTE RUN-COUNTED = WS-TRANS-ACCEPTED
                                   + WS-TRANS-REJECTED
               MOVE  WS-TRANS-ACCEPTED TO RUN-FETCHED
               MOVE  WS-TRANS-REJECTED TO RUN-EXTRACTED
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
       READ-PARM-RTN.
      ******************************************************************
           MOVE  SPACES             TO   PARM-MODE PARM-DBNAME
                                          PARM-USERNAME PARM-PASSWD
                                          PARM-CAP-PCT
                                          PARM-OPERATOR-ID
                                          PARM-RSV-LIMIT.
           OPEN INPUT PARM-FILE.
           IF  WS-PARM-FILE-STATUS = "00"
               READ PARM-FILE
                                         PARM-USERNAME PARM-PASSWD
                                         PARM-CAP-PCT
                                         PARM-OPERATOR-ID
                                         PARM-RSV-LIMIT
               END-IF
               CLOSE PARM-FILE
           END-IF.
               MOVE 100             TO   CLM-CAP-PCT
           END-IF.

      *    second-approval limit for case reserves
           IF  PARM-RSV-LIMIT NUMERIC
               MOVE PARM-RSV-LIMIT  TO   RSV-LIMIT
           ELSE
               MOVE 100000          TO   RSV-LIMIT
           END-IF.

           IF  PARM-MODE = "I" OR PARM-MODE = "B" OR PARM-MODE = "Q"
               MOVE PARM-MODE       TO   WS-RUN-MODE
           ELSE
               PERFORM SELECT-RUN-MODE-RTN
      ******************************************************************
       SELECT-RUN-MODE-RTN.
      ******************************************************************
           DISPLAY "SELECT RUN MODE: (I)NTERACTIVE  (B)ATCH  "
                   "(Q)UEUE REPORT [DEFAULT I] " WITH NO ADVANCING.
           ACCEPT WS-RUN-MODE FROM CONSOLE.
           IF  WS-RUN-MODE NOT = "B" AND WS-RUN-MODE NOT = "Q"
               MOVE "I" TO WS-RUN-MODE
           END-IF.

               DISPLAY "---- CLAIM ENTRY ----"
               DISPLAY "1 = ENTER NEW CLAIM"
               DISPLAY "2 = ADJUDICATE CLAIM"
               DISPLAY "3 = SET CASE RESERVE"
               DISPLAY "4 = APPROVE PENDING RESERVE"
               DISPLAY "5 = CLEAR REFERRED CLAIM"
               DISPLAY "0 = EXIT"
               DISPLAY "CHOICE: " WITH NO ADVANCING
               ACCEPT WS-MAINT-CHOICE FROM CONSOLE
                       ELSE
                           PERFORM ADJUDICATE-RTN
                       END-IF
      *            reserving follows the adjudication authority - the
      *            same people who decide a claim estimate its cost
                   WHEN "3"
                       IF  OPR-AUTH-ADJUD NOT = "Y"
                           MOVE "NOT AUTHORIZED FOR RESERVING"
                                         TO   WS-OPER-REASON
                           DISPLAY "REFUSED: " WS-OPER-REASON
                           PERFORM REFUSAL-LOG-RTN
                       ELSE
                           PERFORM SET-RESERVE-RTN
                       END-IF
                   WHEN "4"
                       IF  OPR-AUTH-ADJUD NOT = "Y"
                           MOVE "NOT AUTHORIZED FOR RESERVING"
                                         TO   WS-OPER-REASON
                           DISPLAY "REFUSED: " WS-OPER-REASON
                           PERFORM REFUSAL-LOG-RTN
                       ELSE
                           PERFORM APPROVE-RESERVE-RTN
                       END-IF
                   WHEN "5"
                       IF  OPR-AUTH-CLEAR NOT = "Y"
                           MOVE "NOT AUTHORIZED TO CLEAR REFERRALS"
                                         TO   WS-OPER-REASON
                           DISPLAY "REFUSED: " WS-OPER-REASON
                           PERFORM REFUSAL-LOG-RTN
                       ELSE
                           PERFORM CLEAR-REFERRAL-RTN
                       END-IF
                   WHEN "0" MOVE "N" TO WS-MAINT-CONTINUE
                   WHEN OTHER
                       DISPLAY "INVALID CHOICE, TRY AGAIN"
           MOVE  "N"                 TO   WS-OPER-OK.
           MOVE  SPACES              TO   WS-OPER-REASON.
           MOVE  SPACES              TO   OPR-ACTIVE OPR-AUTH-ENTRY
                                           OPR-AUTH-ADJUD
                                           OPR-AUTH-CLEAR.
           IF  OPR-ID = SPACES
               MOVE "OPERATOR ID IS REQUIRED" TO WS-OPER-REASON
           ELSE
               EXEC SQL
                   SELECT active, auth_claim_entry, auth_claim_adjud,
                          auth_claim_clear
                     INTO :OPR-ACTIVE, :OPR-AUTH-ENTRY,
                          :OPR-AUTH-ADJUD, :OPR-AUTH-CLEAR
                     FROM operators
                    WHERE operator_id = :OPR-ID
               END-EXEC
           ACCEPT CLM-POL-ID FROM CONSOLE.
           DISPLAY "CLAIM AMOUNT         : " WITH NO ADVANCING.
           ACCEPT CLM-AMOUNT FROM CONSOLE.
           DISPLAY "CLAIM DATE (YYYYMMDD, BLANK=BUSINESS DATE) : "
                   WITH NO ADVANCING.
           ACCEPT CLM-DATE FROM CONSOLE.
           PERFORM APPLY-CLAIM-RTN.
           IF  WS-CLAIM-OK
               IF  WS-RULES-FIRED > ZERO
                   DISPLAY "CLAIM " CLM-ID " RECORDED AS REFERRED FOR "
                           "POLICY " CLM-POL-ID " - " WS-RULES-FIRED
                           " RED FLAG(S)"
               ELSE
                   DISPLAY "CLAIM " CLM-ID " RECORDED AS SUBMITTED FOR "
                           "POLICY " CLM-POL-ID
               END-IF
               IF  WS-CLAIM-IS-COVERED
                   MOVE CLM-PAYABLE  TO   D-CLM-PAYABLE
                   DISPLAY "PAYABLE NET OF DEDUCTIBLE : " D-CLM-PAYABLE
               END-IF
           ELSE
               DISPLAY WS-CLAIM-REASON " - CLAIM NOT RECORDED"
           END-IF.
      *    validation + INSERT shared by the console prompts and the
      *    batch loop.  The policy row is pulled once for all three
      *    checks: existence, claimable status, and the premium the
      *    cap is computed from.  A policy written on a product is
      *    held to its remaining cover instead of the premium cap.
           MOVE  "N"                TO   WS-CLAIM-RESULT
                                          WS-CLAIM-COVERED.
           MOVE  SPACES              TO   WS-CLAIM-REASON.
           MOVE  ZERO               TO   WS-RULES-FIRED CLM-ID.
           MOVE  CLM-POL-ID          TO   WS-ERR-KEY.
           IF  CLM-POL-ID = SPACES
               MOVE "POLICY ID IS REQUIRED" TO WS-CLAIM-REASON
                              " BARS CLAIMS"     DELIMITED BY SIZE
                              INTO WS-CLAIM-REASON
                   WHEN OTHER
                       PERFORM CHECK-COVER-RTN
                       IF  WS-CLAIM-REASON = SPACES
                           AND NOT WS-CLAIM-IS-COVERED
                           COMPUTE CLM-CAP-AMOUNT ROUNDED =
                                   POL-PREMIUM * CLM-CAP-PCT / 100
                           IF  CLM-AMOUNT > CLM-CAP-AMOUNT
                               MOVE "CLAIM AMOUNT OVER PREMIUM CAP"
                                         TO   WS-CLAIM-REASON
                           END-IF
                       END-IF
                       IF  WS-CLAIM-REASON = SPACES
                           PERFORM INSERT-CLAIM-RTN
                       END-IF
               END-EVALUATE
           END-IF
           END-IF.

      ******************************************************************
       CHECK-COVER-RTN.
      ******************************************************************
      *    holds the claim CLM-AMOUNT on CLM-POL-ID, dated CLM-DATE
      *    (blank = the business date), to the cover left in its
      *    term.  Only claims the company has allowed - APPROVED,
      *    PMT-SENT, PAID at the settled amount - erode the sum
      *    insured; CLM-ID
      *    keeps a claim being approved from counting against
      *    itself (zero for a new claim).  A policy with no product
      *    leaves WS-CLAIM-COVERED "N" for the caller's premium cap.
      *    The payable amount is the claim less the deductible.
           MOVE  "N"                TO   WS-CLAIM-COVERED.
           MOVE  ZERO               TO   CLM-REMAINING CLM-PAYABLE.
           EXEC SQL
               SELECT COALESCE(product_code, ' '),
                      COALESCE(sum_insured, 0),
                      COALESCE(deductible, 0)
                 INTO :POL-PRODUCT, :POL-SUM-INSURED, :POL-DEDUCTIBLE
                 FROM policies
                WHERE policy_id = :CLM-POL-ID
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
               MOVE "SQL ERROR ON COVER CHECK" TO WS-CLAIM-REASON
           ELSE
           IF  POL-PRODUCT NOT = SPACES
               PERFORM REMAINING-COVER-RTN
               IF  WS-CLAIM-REASON = SPACES
                   IF  CLM-AMOUNT > CLM-REMAINING
                       MOVE "CLAIM EXCEEDS REMAINING COVER"
                                         TO   WS-CLAIM-REASON
                   ELSE
                       MOVE "Y"      TO   WS-CLAIM-COVERED
                       COMPUTE CLM-PAYABLE =
                               CLM-AMOUNT - POL-DEDUCTIBLE
                       IF  CLM-PAYABLE < ZERO
                           MOVE ZERO TO   CLM-PAYABLE
                       END-IF
                   END-IF
               END-IF
           END-IF
           END-IF.

      ******************************************************************
       REMAINING-COVER-RTN.
      ******************************************************************
      *    the term is the invoice term the claim date falls in: from
      *    the latest term_start on or before it up to the next
      *    term's start.  No term billed yet means the policy runs
      *    from its effective date; no date at all, the whole life of
      *    the policy.
           MOVE  SPACES              TO   CLM-TERM-START CLM-TERM-END.
           MOVE  ZERO               TO   CLM-USED-COVER.
           EXEC SQL
               SELECT COALESCE(TO_CHAR(COALESCE(
                          (SELECT MAX(i.term_start) FROM invoices i
                            WHERE i.policy_id = :CLM-POL-ID
                              AND i.term_start <=
                                  COALESCE(CAST(NULLIF(TRIM(:CLM-DATE),
                                                '') AS DATE),
                                           CAST(:BUS-DATE AS DATE))),
                          effective_date), 'YYYYMMDD'), ' '),
                      COALESCE(TO_CHAR(
                          (SELECT MIN(i.term_start) FROM invoices i
                            WHERE i.policy_id = :CLM-POL-ID
                              AND i.term_start >
                                  COALESCE(CAST(NULLIF(TRIM(:CLM-DATE),
                                                '') AS DATE),
                                           CAST(:BUS-DATE AS DATE))),
                          'YYYYMMDD'), ' ')
                 INTO :CLM-TERM-START, :CLM-TERM-END
                 FROM policies
                WHERE policy_id = :CLM-POL-ID
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
               MOVE "SQL ERROR ON COVER TERM" TO WS-CLAIM-REASON
           ELSE
               EXEC SQL
                   SELECT COALESCE(SUM(CASE
                              WHEN status = 'PAID'
                              THEN COALESCE(paid_amount, claim_amount)
                              ELSE claim_amount END), 0)
                     INTO :CLM-USED-COVER
                     FROM claims
                    WHERE policy_id = :CLM-POL-ID
                      AND claim_id <> :CLM-ID
                      AND status IN ('APPROVED', 'PMT-SENT', 'PAID')
                      AND (TRIM(:CLM-TERM-START) = '' OR
                           claim_date >= CAST(NULLIF(
                                         TRIM(:CLM-TERM-START), '')
                                              AS DATE))
                      AND (TRIM(:CLM-TERM-END) = '' OR
                           claim_date <  CAST(NULLIF(
                                         TRIM(:CLM-TERM-END), '')
                                              AS DATE))
               END-EXEC
               IF  SQLCODE NOT = ZERO
                   PERFORM ERROR-RTN
                   MOVE "SQL ERROR ON COVER USED" TO WS-CLAIM-REASON
               ELSE
                   COMPUTE CLM-REMAINING =
                           POL-SUM-INSURED - CLM-USED-COVER
                   IF  CLM-REMAINING < ZERO
                       MOVE ZERO     TO   CLM-REMAINING
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
       INSERT-CLAIM-RTN.
      ******************************************************************
      *    every claim enters the book as SUBMITTED - adjudication is
      *    the only way to APPROVED / DENIED.  entered_by records the
      *    signed-on operator, which is what the adjudication check
      *    reads to stop the enterer approving their own claim, and
      *    entered_date the business day it was received, which
      *    CUST-LETTERS acknowledges it from.  The red-flag screen
      *    runs in the same transaction, so a claim is never visible
      *    as SUBMITTED before it has been screened.
           EXEC SQL
               INSERT INTO claims
                      (policy_id, claim_amount, claim_date, status,
                       entered_by, entered_date)
               VALUES (:CLM-POL-ID, :CLM-AMOUNT,
                       COALESCE(CAST(NULLIF(TRIM(:CLM-DATE), '')
                                     AS DATE),
                                CAST(:BUS-DATE AS DATE)),
                       'SUBMITTED', :OPR-ID,
                       CAST(:BUS-DATE AS DATE))
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
               MOVE "SQL ERROR ON INSERT" TO   WS-CLAIM-REASON
           ELSE
               PERFORM SCREEN-CLAIM-RTN
               IF  WS-CLAIM-REASON NOT = SPACES
                   EXEC SQL
                       ROLLBACK
                   END-EXEC
               ELSE
                   EXEC SQL
                       COMMIT WORK
                   END-EXEC
                   MOVE "Y"          TO   WS-CLAIM-RESULT
               END-IF
           END-IF.

      ******************************************************************
       SCREEN-CLAIM-RTN.
      ******************************************************************
      *    scores the claim just inserted against every active rule.
      *    CURRVAL is this session's own last claims key, so a claim
      *    keyed at the same moment elsewhere cannot be picked up.
      *    Each rule that fires gets a claim_referrals row; any at all
      *    and the claim goes to REFERRED.  WS-CLAIM-REASON set means
      *    roll the whole claim back.
           EXEC SQL
               SELECT CURRVAL('claims_claim_id_seq')
                 INTO :CLM-ID
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
               MOVE "SQL ERROR ON CLAIM KEY" TO WS-CLAIM-REASON
           ELSE
               MOVE  BUS-DATE       TO   SCR-DATE
               ACCEPT SCR-TIME       FROM TIME
               PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                       UNTIL WS-RULE-IDX > WS-RULE-COUNT
                          OR WS-CLAIM-REASON NOT = SPACES
                   IF  WS-RULE-ACTIVE (WS-RULE-IDX) = "Y"
                       PERFORM SCREEN-ONE-RULE-RTN
                   END-IF
               END-PERFORM
           END-IF.
           IF  WS-CLAIM-REASON = SPACES
               AND WS-RULES-FIRED > ZERO
               EXEC SQL
                   UPDATE claims
                      SET status = 'REFERRED'
                    WHERE claim_id = :CLM-ID
               END-EXEC
               IF  SQLCODE NOT = ZERO
                   PERFORM ERROR-RTN
                   MOVE "SQL ERROR ON REFERRAL" TO WS-CLAIM-REASON
               END-IF
           END-IF.

      ******************************************************************
       SCREEN-ONE-RULE-RTN.
      ******************************************************************
      *    one red flag against the claim CLM-ID.  Windows count in
      *    days from the claim date; trip count is how many matches it
      *    takes.  A code with no logic here (a rule added to the table
      *    ahead of the program) is skipped.
           MOVE  WS-RULE-CODE (WS-RULE-IDX)  TO   SCR-CODE.
           MOVE  WS-RULE-DAYS (WS-RULE-IDX)  TO   SCR-DAYS.
           MOVE  WS-RULE-TRIP (WS-RULE-IDX)  TO   SCR-TRIP.
           MOVE  ZERO               TO   SCR-COUNT.
           MOVE  SPACES              TO   SCR-DETAIL.
           MOVE  "N"                TO   WS-RULE-HIT.
           EVALUATE SCR-CODE
               WHEN "EARLYCLM"
                   EXEC SQL
                       SELECT COALESCE(c.claim_date
                                       - p.effective_date, -1)
                         INTO :SCR-COUNT
                         FROM claims c
                         JOIN policies p ON p.policy_id = c.policy_id
                        WHERE c.claim_id = :CLM-ID
                   END-EXEC
                   IF  SQLCODE = ZERO
                       AND SCR-COUNT NOT < ZERO
                       AND SCR-COUNT NOT > SCR-DAYS
                       MOVE "Y"      TO   WS-RULE-HIT
                       MOVE SCR-COUNT TO  D-SCR-NUM
                       STRING "CLAIM DATED DAYS AFTER EFFECTIVE DATE:"
                                         DELIMITED BY SIZE
                              D-SCR-NUM  DELIMITED BY SIZE
                              INTO SCR-DETAIL
                   END-IF
               WHEN "PREMINC"
                   EXEC SQL
                       SELECT COUNT(*)
                         INTO :SCR-COUNT
                         FROM claims c
                         JOIN policy_history h
                           ON h.policy_id = c.policy_id
                        WHERE c.claim_id = :CLM-ID
                          AND h.change_type = 'UPDATE'
                          AND h.new_premium > h.old_premium
                          AND h.change_date BETWEEN
                              c.claim_date - CAST(:SCR-DAYS AS INTEGER)
                              AND c.claim_date
                   END-EXEC
                   IF  SQLCODE = ZERO
                       AND SCR-COUNT NOT < SCR-TRIP
                       MOVE "Y"      TO   WS-RULE-HIT
                       MOVE SCR-DAYS TO   D-SCR-NUM
                       STRING "PREMIUM INCREASED WITHIN DAYS BEFORE:"
                                         DELIMITED BY SIZE
                              D-SCR-NUM  DELIMITED BY SIZE
                              INTO SCR-DETAIL
                   END-IF
               WHEN "HOLDCHG"
                   EXEC SQL
                       SELECT COUNT(*)
                         INTO :SCR-COUNT
                         FROM claims c
                         JOIN policy_history h
                           ON h.policy_id = c.policy_id
                        WHERE c.claim_id = :CLM-ID
                          AND h.change_type IN ('UPDATE', 'LINK')
                          AND (h.new_holder_name IS DISTINCT FROM
                                   h.old_holder_name
                               OR (h.old_customer_id IS NOT NULL
                                   AND h.new_customer_id IS DISTINCT
                                       FROM h.old_customer_id))
                          AND h.change_date BETWEEN
                              c.claim_date - CAST(:SCR-DAYS AS INTEGER)
                              AND c.claim_date
                   END-EXEC
                   IF  SQLCODE = ZERO
                       AND SCR-COUNT NOT < SCR-TRIP
                       MOVE "Y"      TO   WS-RULE-HIT
                       MOVE SCR-DAYS TO   D-SCR-NUM
                       STRING "HOLDER CHANGED WITHIN DAYS BEFORE:"
                                         DELIMITED BY SIZE
                              D-SCR-NUM  DELIMITED BY SIZE
                              INTO SCR-DETAIL
                   END-IF
               WHEN "POLFREQ"
                   EXEC SQL
                       SELECT COUNT(*)
                         INTO :SCR-COUNT
                         FROM claims c
                         JOIN claims o ON o.policy_id = c.policy_id
                        WHERE c.claim_id = :CLM-ID
                          AND o.claim_id <> c.claim_id
                          AND o.claim_date BETWEEN
                              c.claim_date - CAST(:SCR-DAYS AS INTEGER)
                              AND c.claim_date
                                  + CAST(:SCR-DAYS AS INTEGER)
                   END-EXEC
                   IF  SQLCODE = ZERO
                       AND SCR-COUNT NOT < SCR-TRIP
                       MOVE "Y"      TO   WS-RULE-HIT
                       MOVE SCR-COUNT TO  D-SCR-NUM
                       STRING "OTHER CLAIMS ON POLICY IN WINDOW:"
                                         DELIMITED BY SIZE
                              D-SCR-NUM  DELIMITED BY SIZE
                              INTO SCR-DETAIL
                   END-IF
               WHEN "CUSTFREQ"
                   EXEC SQL
                       SELECT COUNT(*)
                         INTO :SCR-COUNT
                         FROM claims c
                         JOIN policies p ON p.policy_id = c.policy_id
                         JOIN policies q
                           ON q.customer_id = p.customer_id
                         JOIN claims o   ON o.policy_id = q.policy_id
                        WHERE c.claim_id = :CLM-ID
                          AND o.claim_id <> c.claim_id
                          AND o.claim_date BETWEEN
                              c.claim_date - CAST(:SCR-DAYS AS INTEGER)
                              AND c.claim_date
                                  + CAST(:SCR-DAYS AS INTEGER)
                   END-EXEC
                   IF  SQLCODE = ZERO
                       AND SCR-COUNT NOT < SCR-TRIP
                       MOVE "Y"      TO   WS-RULE-HIT
                       MOVE SCR-COUNT TO  D-SCR-NUM
                       STRING "OTHER CLAIMS BY CUSTOMER IN WINDOW:"
                                         DELIMITED BY SIZE
                              D-SCR-NUM  DELIMITED BY SIZE
                              INTO SCR-DETAIL
                   END-IF
               WHEN "OVERDUE"
                   EXEC SQL
                       SELECT COUNT(*)
                         INTO :SCR-COUNT
                         FROM claims c
                         JOIN invoices i ON i.policy_id = c.policy_id
                        WHERE c.claim_id = :CLM-ID
                          AND i.status <> 'PAID'
                          AND i.due_date <
                              c.claim_date - CAST(:SCR-DAYS AS INTEGER)
                   END-EXEC
                   IF  SQLCODE = ZERO
                       AND SCR-COUNT NOT < SCR-TRIP
                       MOVE "Y"      TO   WS-RULE-HIT
                       MOVE SCR-COUNT TO  D-SCR-NUM
                       STRING "UNPAID OVERDUE INVOICES:"
                                         DELIMITED BY SIZE
                              D-SCR-NUM  DELIMITED BY SIZE
                              INTO SCR-DETAIL
                   END-IF
               WHEN "DUPAMT"
                   EXEC SQL
                       SELECT COUNT(*)
                         INTO :SCR-COUNT
                         FROM claims c
                         JOIN policies p ON p.policy_id = c.policy_id
                         JOIN claims o
                           ON o.claim_amount = c.claim_amount
                          AND o.claim_id <> c.claim_id
                         JOIN policies q ON q.policy_id = o.policy_id
                        WHERE c.claim_id = :CLM-ID
                          AND (q.policy_id = p.policy_id
                               OR q.customer_id = p.customer_id)
                          AND o.claim_date BETWEEN
                              c.claim_date - CAST(:SCR-DAYS AS INTEGER)
                              AND c.claim_date
                                  + CAST(:SCR-DAYS AS INTEGER)
                   END-EXEC
                   IF  SQLCODE = ZERO
                       AND SCR-COUNT NOT < SCR-TRIP
                       MOVE "Y"      TO   WS-RULE-HIT
                       MOVE SCR-COUNT TO  D-SCR-NUM
                       STRING "SAME AMOUNT CLAIMED BEFORE, TIMES:"
                                         DELIMITED BY SIZE
                              D-SCR-NUM  DELIMITED BY SIZE
                              INTO SCR-DETAIL
                   END-IF
               WHEN OTHER
                   MOVE ZERO         TO   SQLCODE
           END-EVALUATE.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
               MOVE "SQL ERROR ON CLAIM SCREENING" TO WS-CLAIM-REASON
           ELSE
           IF  WS-RULE-IS-HIT
               EXEC SQL
                   INSERT INTO claim_referrals
                          (claim_id, policy_id, rule_code, detail,
                           status, referred_date, referred_time,
                           referred_by)
                   VALUES (:CLM-ID, :CLM-POL-ID, :SCR-CODE,
                           :SCR-DETAIL, 'OPEN',
                           CAST(:SCR-DATE AS DATE), :SCR-TIME, :OPR-ID)
               END-EXEC
               IF  SQLCODE NOT = ZERO
                   PERFORM ERROR-RTN
                   MOVE "SQL ERROR ON REFERRAL" TO WS-CLAIM-REASON
               ELSE
                   ADD  1            TO   WS-RULES-FIRED
               END-IF
           END-IF
           END-IF.

      ******************************************************************
       LOAD-RULES-RTN.
      ******************************************************************
      *    replaces the compiled-in fallback rules with the
      *    claim_screen_rules table, the same way LOAD-XRATE-RTN loads
      *    exchange rates in FETCH-POLICY.  An empty table leaves the
      *    fallback rules in force with a warning - screening is never
      *    silently switched off.
           EXEC SQL
               DECLARE CK CURSOR FOR
               SELECT rule_code, active, window_days, trip_count
                 FROM claim_screen_rules
                ORDER BY rule_code
           END-EXEC.
           EXEC SQL
               OPEN CK
           END-EXEC.
           MOVE  ZERO               TO   WS-RULE-IDX.
           EXEC SQL
               FETCH CK INTO :SCR-CODE, :SCR-ACTIVE, :SCR-DAYS,
                             :SCR-TRIP
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
                   OR WS-RULE-IDX >= 20
               ADD   1              TO   WS-RULE-IDX
               MOVE  SCR-CODE       TO   WS-RULE-CODE (WS-RULE-IDX)
               MOVE  SCR-ACTIVE     TO   WS-RULE-ACTIVE (WS-RULE-IDX)
               MOVE  SCR-DAYS       TO   WS-RULE-DAYS (WS-RULE-IDX)
               MOVE  SCR-TRIP       TO   WS-RULE-TRIP (WS-RULE-IDX)
               EXEC SQL
                   FETCH CK INTO :SCR-CODE, :SCR-ACTIVE, :SCR-DAYS,
                                 :SCR-TRIP
               END-EXEC
           END-PERFORM.
           IF  SQLCODE NOT = +10 AND SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
           END-IF.
           EXEC SQL
               CLOSE CK
           END-EXEC.
           IF  WS-RULE-IDX > ZERO
               MOVE  WS-RULE-IDX    TO   WS-RULE-COUNT
           ELSE
               DISPLAY "*** WARNING: NO ROWS ON CLAIM-SCREEN-RULES "
                       "TABLE - COMPILED FALLBACK RULES IN FORCE"
               MOVE "Y"             TO   WS-RUN-WARNED
               MOVE  SPACES              TO   LOG-POL-ID
               MOVE  ZERO                TO   LOG-SQLCODE
               MOVE  SPACES              TO   LOG-SQLSTATE
               MOVE  "NO SCREENING RULES LOADED - FALLBACK RULES USED"
                                         TO   LOG-MESSAGE
               PERFORM WRITE-AUDIT-LOG-RTN
           END-IF.

      ******************************************************************
           IF  WS-CLAIM-OK
               DISPLAY "CLAIM " WS-CLAIM-ID-IN " SET TO "
                       CLM-NEW-STATUS
               IF  WS-CLAIM-IS-COVERED
                   MOVE CLM-PAYABLE  TO   D-CLM-PAYABLE
                   DISPLAY "PAYABLE NET OF DEDUCTIBLE : " D-CLM-PAYABLE
               END-IF
           ELSE
               DISPLAY WS-CLAIM-REASON " - CLAIM NOT UPDATED"
           END-IF.
      *    PAID is only ever set from the bank's confirmation with the
      *    settled amount and date - the old typed-PAID honor system
      *    is closed off
           MOVE  "N"                TO   WS-CLAIM-RESULT
                                          WS-CLAIM-COVERED.
           MOVE  SPACES              TO   WS-CLAIM-REASON.
           IF  CLM-NEW-STATUS = "PAID" OR CLM-NEW-STATUS = "PMT-SENT"
               MOVE "PAID IS SET BY DISBURSEMENT RUN"
      *        The read also catches CLAIM NOT FOUND with a cleaner
      *        reason.
               MOVE  SPACES          TO   CLM-ENTERED-BY
                                           CLM-CUR-STATUS CLM-POL-ID
                                           CLM-DATE
               EXEC SQL
                   SELECT COALESCE(entered_by, ' '), status, policy_id,
                          claim_amount,
                          TO_CHAR(claim_date, 'YYYYMMDD')
                     INTO :CLM-ENTERED-BY, :CLM-CUR-STATUS,
                          :CLM-POL-ID, :CLM-AMOUNT, :CLM-DATE
                     FROM claims
                    WHERE claim_id = :CLM-ID
               END-EXEC
                                         TO   WS-CLAIM-REASON
                       MOVE WS-CLAIM-REASON  TO   WS-OPER-REASON
                       PERFORM REFUSAL-LOG-RTN
      *            a red-flagged claim waits for the referral to be
      *            cleared - nobody adjudicates round it
                   WHEN CLM-CUR-STATUS = "REFERRED"
                       MOVE "CLAIM IS REFERRED - NOT YET CLEARED"
                                         TO   WS-CLAIM-REASON
                       MOVE WS-CLAIM-REASON  TO   WS-OPER-REASON
                       PERFORM REFUSAL-LOG-RTN
                   WHEN CLM-NEW-STATUS = "APPROVED"
                        AND CLM-ENTERED-BY NOT = SPACES
                        AND CLM-ENTERED-BY = OPR-ID
                                         TO   WS-CLAIM-REASON
                       MOVE WS-CLAIM-REASON  TO   WS-OPER-REASON
                       PERFORM REFUSAL-LOG-RTN
      *            cover is re-checked on approval - other claims in
      *            the term may have been allowed since this one was
      *            entered
                   WHEN OTHER
                       IF  CLM-NEW-STATUS = "APPROVED"
                           PERFORM CHECK-COVER-RTN
                       END-IF
                       IF  WS-CLAIM-REASON = SPACES
                           PERFORM UPDATE-ADJUD-RTN
                       END-IF
               END-EVALUATE
           END-IF
           END-IF.
      ******************************************************************
       UPDATE-ADJUD-RTN.
      ******************************************************************
      *    adjudicated_date is the business day of the decision - the
      *    day CUST-LETTERS writes to the customer about it
           EXEC SQL
               UPDATE claims
                  SET status           = :CLM-NEW-STATUS,
                      adjudicated_by   = :OPR-ID,
                      adjudicated_date = CAST(:BUS-DATE AS DATE)
                WHERE claim_id = :CLM-ID
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               IF  SQL-ROW-COUNT = 0
                   MOVE "CLAIM NOT FOUND" TO WS-CLAIM-REASON
               ELSE
      *            a denied claim will cost nothing more - its reserve
      *            goes to zero in the same transaction
                   IF  CLM-NEW-STATUS = "DENIED"
                       MOVE "DENIED"  TO   RSV-REASON
                       PERFORM ZERO-RESERVE-RTN
                   END-IF
                   IF  WS-CLAIM-REASON NOT = SPACES
                       EXEC SQL
                           ROLLBACK
                       END-EXEC
                   ELSE
                       EXEC SQL
                           COMMIT WORK
                       END-EXEC
                       MOVE "Y"      TO   WS-CLAIM-RESULT
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
       CLEAR-REFERRAL-RTN.
      ******************************************************************
           DISPLAY "CLAIM ID             : " WITH NO ADVANCING.
           ACCEPT WS-CLAIM-ID-IN FROM CONSOLE.
           DISPLAY "OUTCOME (SUBMITTED=CLEAR / DENIED=CONFIRM) : "
                   WITH NO ADVANCING.
           ACCEPT CLM-NEW-STATUS FROM CONSOLE.
           MOVE  WS-CLAIM-ID-IN     TO   CLM-ID WS-ERR-KEY.
           PERFORM APPLY-CLEAR-RTN.
           IF  WS-CLAIM-OK
               DISPLAY "REFERRAL ON CLAIM " WS-CLAIM-ID-IN
                       " WORKED - CLAIM NOW " CLM-NEW-STATUS
           ELSE
               DISPLAY WS-CLAIM-REASON " - CLAIM NOT UPDATED"
           END-IF.

      ******************************************************************
       APPLY-CLEAR-RTN.
      ******************************************************************
      *    works a referred claim, console or batch.  SUBMITTED clears
      *    the red flags and lets the claim go on to normal
      *    adjudication; DENIED confirms them and closes the claim.
      *    Only a REFERRED claim can be worked, and not by the operator
      *    who entered it - the same segregation adjudication applies.
           MOVE  "N"                TO   WS-CLAIM-RESULT.
           MOVE  SPACES              TO   WS-CLAIM-REASON.
           IF  CLM-NEW-STATUS NOT = "SUBMITTED"
               AND CLM-NEW-STATUS NOT = "DENIED"
               STRING "BAD CLEARING OUTCOME " DELIMITED BY SIZE
                      CLM-NEW-STATUS          DELIMITED BY SIZE
                      INTO WS-CLAIM-REASON
           ELSE
               MOVE  SPACES          TO   CLM-ENTERED-BY
                                           CLM-CUR-STATUS CLM-POL-ID
               EXEC SQL
                   SELECT COALESCE(entered_by, ' '), status, policy_id
                     INTO :CLM-ENTERED-BY, :CLM-CUR-STATUS,
                          :CLM-POL-ID
                     FROM claims
                    WHERE claim_id = :CLM-ID
               END-EXEC
               EVALUATE TRUE
                   WHEN SQLCODE = +10
                       MOVE "CLAIM NOT FOUND" TO WS-CLAIM-REASON
                   WHEN SQLCODE NOT = ZERO
                       PERFORM ERROR-RTN
                       MOVE "SQL ERROR ON CLAIM FETCH"
                                         TO   WS-CLAIM-REASON
                   WHEN CLM-CUR-STATUS NOT = "REFERRED"
                       STRING "CLAIM NOT REFERRED - STATUS "
                                         DELIMITED BY SIZE
                              CLM-CUR-STATUS DELIMITED BY SIZE
                              INTO WS-CLAIM-REASON
                   WHEN CLM-ENTERED-BY NOT = SPACES
                        AND CLM-ENTERED-BY = OPR-ID
                       MOVE "ENTERER CANNOT CLEAR OWN CLAIM"
                                         TO   WS-CLAIM-REASON
                       MOVE WS-CLAIM-REASON  TO   WS-OPER-REASON
                       PERFORM REFUSAL-LOG-RTN
                   WHEN OTHER
                       PERFORM UPDATE-CLEAR-RTN
               END-EVALUATE
           END-IF.

      ******************************************************************
       UPDATE-CLEAR-RTN.
      ******************************************************************
      *    claim status, its open referral rows and (on DENIED) the
      *    reserve all move in one transaction.  A confirmed referral
      *    is a denial, so adjudicated_by records the clearer.
           IF  CLM-NEW-STATUS = "DENIED"
               EXEC SQL
                   UPDATE claims
                      SET status           = 'DENIED',
                          adjudicated_by   = :OPR-ID,
                          adjudicated_date = CAST(:BUS-DATE AS DATE)
                    WHERE claim_id = :CLM-ID
                      AND status   = 'REFERRED'
               END-EXEC
               MOVE "CONFIRMED"     TO   SCR-REF-STATUS
           ELSE
               EXEC SQL
                   UPDATE claims
                      SET status   = 'SUBMITTED'
                    WHERE claim_id = :CLM-ID
                      AND status   = 'REFERRED'
               END-EXEC
               MOVE "CLEARED"       TO   SCR-REF-STATUS
           END-IF.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
               MOVE "SQL ERROR ON UPDATE" TO WS-CLAIM-REASON
           ELSE
               EXEC SQL
                   GET DIAGNOSTICS :SQL-ROW-COUNT = ROW_COUNT
               END-EXEC
               IF  SQL-ROW-COUNT = 0
                   MOVE "CLAIM NO LONGER REFERRED" TO WS-CLAIM-REASON
               ELSE
                   EXEC SQL
                       UPDATE claim_referrals
                          SET status       = :SCR-REF-STATUS,
                              cleared_by   = :OPR-ID,
                              cleared_date =
                                  CAST(:BUS-DATE AS DATE)
                        WHERE claim_id = :CLM-ID
                          AND status   = 'OPEN'
                   END-EXEC
                   IF  SQLCODE NOT = ZERO AND SQLCODE NOT = +10
                       PERFORM ERROR-RTN
                       MOVE "SQL ERROR ON REFERRAL UPDATE"
                                         TO   WS-CLAIM-REASON
                   ELSE
                   IF  CLM-NEW-STATUS = "DENIED"
                       MOVE "DENIED"  TO   RSV-REASON
                       PERFORM ZERO-RESERVE-RTN
                   END-IF
                   END-IF
               END-IF
           END-IF.
           IF  WS-CLAIM-REASON NOT = SPACES
               EXEC SQL
                   ROLLBACK
               END-EXEC
           ELSE
               EXEC SQL
                   COMMIT WORK
               END-EXEC
               MOVE "Y"              TO   WS-CLAIM-RESULT
           END-IF.

      ******************************************************************
       SET-RESERVE-RTN.
      ******************************************************************
           DISPLAY "CLAIM ID             : " WITH NO ADVANCING.
           ACCEPT WS-CLAIM-ID-IN FROM CONSOLE.
           DISPLAY "NEW CASE RESERVE     : " WITH NO ADVANCING.
           ACCEPT RSV-NEW-RESERVE FROM CONSOLE.
           MOVE  WS-CLAIM-ID-IN     TO   CLM-ID WS-ERR-KEY.
           PERFORM APPLY-RESERVE-RTN.
           IF  WS-CLAIM-OK
               IF  WS-RSV-IS-PENDING
                   DISPLAY "RESERVE FOR CLAIM " WS-CLAIM-ID-IN
                           " OVER LIMIT - PENDING SECOND APPROVAL"
               ELSE
                   DISPLAY "RESERVE FOR CLAIM " WS-CLAIM-ID-IN
                           " SET"
               END-IF
           ELSE
               DISPLAY WS-CLAIM-REASON " - RESERVE NOT SET"
           END-IF.

      ******************************************************************
       APPLY-RESERVE-RTN.
      ******************************************************************
      *    validation + movement row shared by the console prompts and
      *    the batch loop.  Only an open claim holds a reserve - a
      *    DENIED or PAID one has had its reserve zeroed for good.  A
      *    new request supersedes any request still pending on the
      *    claim; over the limit it waits for a second operator,
      *    otherwise it posts straight away at the business date.
           MOVE  "N"                TO   WS-CLAIM-RESULT WS-RSV-PENDING.
           MOVE  SPACES              TO   WS-CLAIM-REASON.
           IF  RSV-NEW-RESERVE < ZERO
               MOVE "RESERVE CANNOT BE NEGATIVE" TO WS-CLAIM-REASON
           ELSE
               PERFORM FETCH-RSV-CLAIM-RTN
               IF  WS-CLAIM-REASON = SPACES
                   PERFORM CURRENT-RESERVE-RTN
               END-IF
               IF  WS-CLAIM-REASON = SPACES
                   AND RSV-NEW-RESERVE = RSV-CUR-RESERVE
                   MOVE "RESERVE UNCHANGED" TO WS-CLAIM-REASON
               END-IF
               IF  WS-CLAIM-REASON = SPACES
                   PERFORM VOID-PENDING-RTN
               END-IF
               IF  WS-CLAIM-REASON = SPACES
                   MOVE "SET"         TO   RSV-REASON
                   IF  RSV-NEW-RESERVE > RSV-LIMIT
                       MOVE "PENDING" TO   RSV-STATUS
                       MOVE ZERO      TO   RSV-MOVEMENT
                       MOVE "Y"       TO   WS-RSV-PENDING
                   ELSE
                       MOVE "POSTED"  TO   RSV-STATUS
                       COMPUTE RSV-MOVEMENT =
                               RSV-NEW-RESERVE - RSV-CUR-RESERVE
                   END-IF
                   PERFORM INSERT-RESERVE-RTN
               END-IF
               IF  WS-CLAIM-REASON NOT = SPACES
                   EXEC SQL
                       ROLLBACK
                   END-EXEC
               ELSE
                   EXEC SQL
                       COMMIT WORK
                   END-EXEC
               END-IF
           END-IF.

      ******************************************************************
       FETCH-RSV-CLAIM-RTN.
      ******************************************************************
      *    the claim must exist and still be open
           MOVE  SPACES              TO   CLM-POL-ID CLM-CUR-STATUS.
           EXEC SQL
               SELECT policy_id, status
                 INTO :CLM-POL-ID, :CLM-CUR-STATUS
                 FROM claims
                WHERE claim_id = :CLM-ID
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = +10
                   MOVE "CLAIM NOT FOUND" TO WS-CLAIM-REASON
               WHEN SQLCODE NOT = ZERO
                   PERFORM ERROR-RTN
                   MOVE "SQL ERROR ON CLAIM FETCH"
                                     TO   WS-CLAIM-REASON
               WHEN CLM-CUR-STATUS = "DENIED"
                    OR CLM-CUR-STATUS = "PAID"
                   STRING "CLAIM IS "         DELIMITED BY SIZE
                          CLM-CUR-STATUS      DELIMITED BY SPACE
                          " - NO RESERVE HELD" DELIMITED BY SIZE
                          INTO WS-CLAIM-REASON
           END-EVALUATE.

      ******************************************************************
       CURRENT-RESERVE-RTN.
      ******************************************************************
           MOVE  ZERO                TO   RSV-CUR-RESERVE.
           EXEC SQL
               SELECT COALESCE(SUM(movement), 0)
                 INTO :RSV-CUR-RESERVE
                 FROM claim_reserves
                WHERE claim_id = :CLM-ID
                  AND status = 'POSTED'
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
               MOVE "SQL ERROR ON RESERVE FETCH" TO WS-CLAIM-REASON
           END-IF.

      ******************************************************************
       VOID-PENDING-RTN.
      ******************************************************************
           EXEC SQL
               UPDATE claim_reserves
                  SET status = 'VOID'
                WHERE claim_id = :CLM-ID
                  AND status = 'PENDING'
           END-EXEC.
           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = +10
               PERFORM ERROR-RTN
               MOVE "SQL ERROR ON PENDING RESERVE" TO WS-CLAIM-REASON
           END-IF.

      ******************************************************************
       INSERT-RESERVE-RTN.
      ******************************************************************
      *    RSV-STATUS, RSV-REASON, RSV-NEW-RESERVE and RSV-MOVEMENT are
      *    set by the caller; the row is stamped with the signed-on
      *    operator, the business date and the time
           MOVE  BUS-DATE           TO   RSV-DATE.
           ACCEPT RSV-TIME           FROM TIME.
           EXEC SQL
               INSERT INTO claim_reserves
                      (claim_id, policy_id, movement_date,
                       movement_time, operator_id, old_reserve,
                       new_reserve, movement, reason, status,
                       requested_date)
               VALUES (:CLM-ID, :CLM-POL-ID,
                       CAST(:RSV-DATE AS DATE), :RSV-TIME, :OPR-ID,
                       :RSV-CUR-RESERVE, :RSV-NEW-RESERVE,
                       :RSV-MOVEMENT, :RSV-REASON, :RSV-STATUS,
                       CAST(:RSV-DATE AS DATE))
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
               MOVE "SQL ERROR ON RESERVE INSERT" TO WS-CLAIM-REASON
           END-IF.

      ******************************************************************
       ZERO-RESERVE-RTN.
      ******************************************************************
      *    the claim is closed (RSV-REASON says why): any request still
      *    pending is voided and whatever reserve is in force is taken
      *    down to zero with one more movement row.  Runs inside the
      *    caller's transaction; WS-CLAIM-REASON set means roll back.
           PERFORM VOID-PENDING-RTN.
           IF  WS-CLAIM-REASON = SPACES
               PERFORM CURRENT-RESERVE-RTN
           END-IF.
           IF  WS-CLAIM-REASON = SPACES
               AND RSV-CUR-RESERVE NOT = ZERO
               MOVE ZERO            TO   RSV-NEW-RESERVE
               COMPUTE RSV-MOVEMENT = ZERO - RSV-CUR-RESERVE
               MOVE "POSTED"        TO   RSV-STATUS
               PERFORM INSERT-RESERVE-RTN
           END-IF.

      ******************************************************************
       APPROVE-RESERVE-RTN.
      ******************************************************************
           DISPLAY "CLAIM ID             : " WITH NO ADVANCING.
           ACCEPT WS-CLAIM-ID-IN FROM CONSOLE.
           MOVE  WS-CLAIM-ID-IN     TO   CLM-ID WS-ERR-KEY.
           PERFORM APPLY-RSV-APPROVE-RTN.
           IF  WS-CLAIM-OK
               DISPLAY "PENDING RESERVE FOR CLAIM " WS-CLAIM-ID-IN
                       " APPROVED"
           ELSE
               DISPLAY WS-CLAIM-REASON " - RESERVE NOT APPROVED"
           END-IF.

      ******************************************************************
       APPLY-RSV-APPROVE-RTN.
      ******************************************************************
      *    second-operator approval of an over-limit reserve.  The
      *    operator who asked for it cannot approve it - the same
      *    segregation of duties as the enterer/approver check.  The
      *    movement is worked out against the reserve in force now, not
      *    when it was asked for, and the row takes effect on the
      *    business date.
           MOVE  "N"                TO   WS-CLAIM-RESULT.
           MOVE  SPACES              TO   WS-CLAIM-REASON.
           PERFORM FETCH-RSV-CLAIM-RTN.
           IF  WS-CLAIM-REASON = SPACES
               MOVE SPACES          TO   RSV-REQ-BY
               EXEC SQL
                   SELECT reserve_id, new_reserve, operator_id
                     INTO :RSV-ID, :RSV-NEW-RESERVE, :RSV-REQ-BY
                     FROM claim_reserves
                    WHERE claim_id = :CLM-ID
                      AND status = 'PENDING'
                    ORDER BY reserve_id DESC
                    LIMIT 1
               END-EXEC
               EVALUATE TRUE
                   WHEN SQLCODE = +10
                       MOVE "NO PENDING RESERVE ON CLAIM"
                                         TO   WS-CLAIM-REASON
                   WHEN SQLCODE NOT = ZERO
                       PERFORM ERROR-RTN
                       MOVE "SQL ERROR ON RESERVE FETCH"
                                         TO   WS-CLAIM-REASON
                   WHEN RSV-REQ-BY = OPR-ID
                       MOVE "REQUESTER CANNOT APPROVE OWN RESERVE"
                                         TO   WS-CLAIM-REASON
                       MOVE WS-CLAIM-REASON  TO   WS-OPER-REASON
                       PERFORM REFUSAL-LOG-RTN
                   WHEN OTHER
                       PERFORM CURRENT-RESERVE-RTN
               END-EVALUATE
           END-IF.
           IF  WS-CLAIM-REASON = SPACES
               MOVE  BUS-DATE       TO   RSV-DATE
               ACCEPT RSV-TIME       FROM TIME
               COMPUTE RSV-MOVEMENT = RSV-NEW-RESERVE - RSV-CUR-RESERVE
               EXEC SQL
                   UPDATE claim_reserves
                      SET status        = 'POSTED',
                          old_reserve   = :RSV-CUR-RESERVE,
                          movement      = :RSV-MOVEMENT,
                          movement_date = CAST(:RSV-DATE AS DATE),
                          movement_time = :RSV-TIME,
                          approved_by   = :OPR-ID,
                          approved_date = CAST(:RSV-DATE AS DATE)
                    WHERE reserve_id = :RSV-ID
                      AND status = 'PENDING'
               END-EXEC
               IF  SQLCODE NOT = ZERO
                   PERFORM ERROR-RTN
                   MOVE "SQL ERROR ON RESERVE APPROVAL"
                                         TO   WS-CLAIM-REASON
               ELSE
                   EXEC SQL
                       GET DIAGNOSTICS :SQL-ROW-COUNT = ROW_COUNT
                   END-EXEC
                   IF  SQL-ROW-COUNT = 0
                       MOVE "NO PENDING RESERVE ON CLAIM"
                                         TO   WS-CLAIM-REASON
                   ELSE
                       EXEC SQL
                           COMMIT WORK
                       END-EXEC
                       MOVE "Y"      TO   WS-CLAIM-RESULT
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
       REFQUEUE-RTN.
      ******************************************************************
      *    the referral work queue: every REFERRED claim with its open
      *    red flags, oldest referral first, so nothing sits unworked.
      *    One line per claim, then one line per rule it tripped.
           EXEC SQL
               DECLARE CQ CURSOR FOR
               SELECT c.claim_id, c.policy_id, c.claim_amount,
                      TO_CHAR(c.claim_date, 'YYYYMMDD'),
                      COALESCE(c.entered_by, ' '),
                      TO_CHAR(r.referred_date, 'YYYYMMDD'),
                      CAST(:BUS-DATE AS DATE) - r.referred_date,
                      r.rule_code, COALESCE(r.detail, ' ')
                 FROM claims c
                 JOIN claim_referrals r ON r.claim_id = c.claim_id
                WHERE c.status = 'REFERRED'
                  AND r.status = 'OPEN'
                ORDER BY r.referred_date, c.claim_id, r.rule_code
           END-EXEC.
           EXEC SQL
               OPEN CQ
           END-EXEC.

           DISPLAY "OPEN REFERRALS AS AT BUSINESS DATE " BUS-DATE.
           DISPLAY "--------- ---------- ------------- -------- "
                   "-------- -------- ----".
           DISPLAY "CLAIM-ID  POLICY-ID  AMOUNT        CLM-DATE "
                   "ENTERED  REFERRED DAYS".
           DISPLAY "           RULE      REASON".
           DISPLAY "--------- ---------- ------------- -------- "
                   "-------- -------- ----".

           MOVE  ZERO               TO   WS-QUEUE-COUNT
                                          WS-QUEUE-REASONS
                                          WS-QUEUE-AMOUNT
                                          WS-PREV-Q-CLAIM.
           EXEC SQL
               FETCH CQ INTO :REFQ-CLAIM-ID, :REFQ-POL-ID,
                             :REFQ-AMOUNT, :REFQ-CLAIM-DATE,
                             :REFQ-ENTERED-BY, :REFQ-REF-DATE,
                             :REFQ-DAYS, :REFQ-RULE-CODE,
                             :REFQ-DETAIL
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               IF  REFQ-CLAIM-ID NOT = WS-PREV-Q-CLAIM
                   PERFORM PRINT-REFQ-CLAIM-RTN
               END-IF
               MOVE  REFQ-RULE-CODE  TO   DRR-RULE-CODE
               MOVE  REFQ-DETAIL     TO   DRR-DETAIL
               DISPLAY D-REFQ-RULE-REC
               ADD  1               TO   WS-QUEUE-REASONS
               EXEC SQL
                   FETCH CQ INTO :REFQ-CLAIM-ID, :REFQ-POL-ID,
                                 :REFQ-AMOUNT, :REFQ-CLAIM-DATE,
                                 :REFQ-ENTERED-BY, :REFQ-REF-DATE,
                                 :REFQ-DAYS, :REFQ-RULE-CODE,
                                 :REFQ-DETAIL
               END-EXEC
           END-PERFORM.

           IF  SQLCODE NOT = +10
               PERFORM ERROR-RTN
           END-IF.

           MOVE  WS-QUEUE-AMOUNT    TO   WS-QUEUE-TOT-AMT.
           DISPLAY "REFERRED CLAIMS: " WS-QUEUE-COUNT
                   "  OPEN RED FLAGS: " WS-QUEUE-REASONS.
           DISPLAY "TOTAL CLAIMED UNDER REFERRAL: " WS-QUEUE-TOT-AMT.

           EXEC SQL
               CLOSE CQ
           END-EXEC.
           EXEC SQL
               COMMIT WORK
           END-EXEC.

      ******************************************************************
       PRINT-REFQ-CLAIM-RTN.
      ******************************************************************
           MOVE  REFQ-CLAIM-ID      TO   DRQ-CLAIM-ID WS-PREV-Q-CLAIM.
           MOVE  REFQ-POL-ID        TO   DRQ-POL-ID.
           MOVE  REFQ-AMOUNT        TO   DRQ-AMOUNT.
           MOVE  REFQ-CLAIM-DATE    TO   DRQ-CLAIM-DATE.
           MOVE  REFQ-ENTERED-BY    TO   DRQ-ENTERED-BY.
           MOVE  REFQ-REF-DATE      TO   DRQ-REF-DATE.
           MOVE  REFQ-DAYS          TO   DRQ-DAYS.
           DISPLAY D-REFQ-REC.
           ADD  1                   TO   WS-QUEUE-COUNT.
           ADD  REFQ-AMOUNT         TO   WS-QUEUE-AMOUNT.

      ******************************************************************
       BATCH-RTN.
      ******************************************************************
               DISPLAY "*** COULD NOT OPEN " "CETRANS"
                       " - STATUS=" WS-TRANS-STATUS
                       " - BATCH CLAIM LOAD SKIPPED"
               MOVE "Y"             TO   WS-RUN-FAILED
           ELSE
               OPEN OUTPUT TRANS-RPT-FILE
               IF  WS-TRNRPT-STATUS NOT = "00"
                   DISPLAY "*** COULD NOT OPEN " "CETRNRPT"
                           " - STATUS=" WS-TRNRPT-STATUS
                           " - BATCH CLAIM LOAD SKIPPED"
                   MOVE "Y"             TO   WS-RUN-FAILED
                   CLOSE TRANS-FILE
               ELSE
                   READ TRANS-FILE
                   DISPLAY "BATCH CLAIM LOAD: ACCEPTED="
                           WS-TRANS-ACCEPTED " REJECTED="
                           WS-TRANS-REJECTED
      *            rejected records are the resubmission queue - the
      *            run log must say WARNING so somebody works it
                   IF  WS-TRANS-REJECTED > ZERO
                       MOVE "Y"     TO   WS-RUN-WARNED
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
       BATCH-APPLY-TRANS-RTN.
      ******************************************************************
           MOVE  "N"                 TO   WS-CLAIM-RESULT
                                           WS-RSV-PENDING
                                           WS-CLAIM-COVERED.
           MOVE  SPACES              TO   WS-CLAIM-REASON.
           MOVE  ZERO               TO   WS-RULES-FIRED.
           MOVE  SPACES              TO   RPT-KEY.
           EVALUATE TRUE
               WHEN TRN-ACT-NEW
                       PERFORM APPLY-ADJUD-RTN
                   END-IF
                   END-IF
               WHEN TRN-ACT-RESERVE
                   MOVE TRN-CLAIM-ID  TO  RPT-KEY WS-ERR-KEY
                   IF  OPR-AUTH-ADJUD NOT = "Y"
                       MOVE "NOT AUTHORIZED FOR RESERVING"
                                         TO   WS-CLAIM-REASON
                       MOVE WS-CLAIM-REASON  TO  WS-OPER-REASON
                       PERFORM REFUSAL-LOG-RTN
                   ELSE
                   IF  TRN-CLAIM-ID NOT NUMERIC
                       MOVE "CLAIM ID NOT NUMERIC"
                                         TO   WS-CLAIM-REASON
                   ELSE
                   IF  TRN-AMOUNT NOT NUMERIC
                       MOVE "RESERVE AMOUNT NOT NUMERIC"
                                         TO   WS-CLAIM-REASON
                   ELSE
                       MOVE TRN-CLAIM-ID TO  CLM-ID
                       MOVE TRN-AMOUNT   TO  RSV-NEW-RESERVE
                       PERFORM APPLY-RESERVE-RTN
                   END-IF
                   END-IF
                   END-IF
               WHEN TRN-ACT-RSV-APPROVE
                   MOVE TRN-CLAIM-ID  TO  RPT-KEY WS-ERR-KEY
                   IF  OPR-AUTH-ADJUD NOT = "Y"
                       MOVE "NOT AUTHORIZED FOR RESERVING"
                                         TO   WS-CLAIM-REASON
                       MOVE WS-CLAIM-REASON  TO  WS-OPER-REASON
                       PERFORM REFUSAL-LOG-RTN
                   ELSE
                   IF  TRN-CLAIM-ID NOT NUMERIC
                       MOVE "CLAIM ID NOT NUMERIC"
                                         TO   WS-CLAIM-REASON
                   ELSE
                       MOVE TRN-CLAIM-ID TO  CLM-ID
                       PERFORM APPLY-RSV-APPROVE-RTN
                   END-IF
                   END-IF
               WHEN TRN-ACT-CLEAR
                   MOVE TRN-NEW-STATUS TO CLM-NEW-STATUS
                   MOVE TRN-CLAIM-ID  TO  RPT-KEY WS-ERR-KEY
                   IF  OPR-AUTH-CLEAR NOT = "Y"
                       MOVE "NOT AUTHORIZED TO CLEAR REFERRALS"
                                         TO   WS-CLAIM-REASON
                       MOVE WS-CLAIM-REASON  TO  WS-OPER-REASON
                       PERFORM REFUSAL-LOG-RTN
                   ELSE
                   IF  TRN-CLAIM-ID NOT NUMERIC
                       MOVE "CLAIM ID NOT NUMERIC"
                                         TO   WS-CLAIM-REASON
                   ELSE
                       MOVE TRN-CLAIM-ID TO  CLM-ID
                       PERFORM APPLY-CLEAR-RTN
                   END-IF
                   END-IF
               WHEN OTHER
                   STRING "UNKNOWN ACTION CODE " DELIMITED BY SIZE
                          TRN-ACTION             DELIMITED BY SIZE
           IF  WS-CLAIM-OK
               MOVE "ACCEPTED"      TO   RPT-DISP
               MOVE SPACES           TO   RPT-REASON
               IF  WS-RSV-IS-PENDING
                   MOVE "PENDING SECOND APPROVAL" TO RPT-REASON
               END-IF
               IF  WS-CLAIM-IS-COVERED
                   AND WS-RULES-FIRED = ZERO
                   MOVE CLM-PAYABLE  TO   D-CLM-PAYABLE
                   STRING "PAYABLE NET OF DEDUCT: " DELIMITED BY SIZE
                          D-CLM-PAYABLE           DELIMITED BY SIZE
                          INTO RPT-REASON
               END-IF
               IF  WS-RULES-FIRED > ZERO
                   STRING "REFERRED - RED FLAGS: " DELIMITED BY SIZE
                          WS-RULES-FIRED          DELIMITED BY SIZE
                          INTO RPT-REASON
               END-IF
               ADD  1                TO   WS-TRANS-ACCEPTED
           ELSE
               MOVE "REJECTED"      TO   RPT-DISP
      ******************************************************************
       ERROR-RTN.
      ******************************************************************
      *    any path through here is a failed run as far as
      *    JOB-CONTROL is concerned
           MOVE  "Y"                TO   WS-RUN-FAILED.
           MOVE  WS-ERR-KEY         TO   LOG-POL-ID.
           MOVE  SQLCODE             TO   LOG-SQLCODE.
           MOVE  SQLSTATE            TO   LOG-SQLSTATE.
