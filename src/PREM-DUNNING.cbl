      ******************************************************************
      *  PREM-DUNNING --- collections run: dunning ladder and
      *                   cancellation for non-payment
      *
      *  Picks up every OPEN/PARTIAL invoice past its due date on a
      *  policy still in force and moves it one rung up the ladder
      *  when it has waited long enough on the rung it is on:
      *
      *    0 -> 1  FIRST REMINDER   PARM-DAYS-1 days past due
      *    1 -> 2  SECOND REMINDER  reaching PARM-DAYS-2 days past due
      *    2 -> 3  FINAL NOTICE     reaching PARM-DAYS-3 days past due
      *    3       CANCEL NONPAY    PARM-GRACE-DAYS after the final
      *                             notice went out
      *
      *  Each rung reached writes one reminder record to PDLETTER for
      *  the print vendor, addressed from the customers master, and
      *  stamps dunning_level/dunning_date on the invoice so the same
      *  letter never goes twice.  The wait on each rung is counted
      *  from dunning_date (from due_date before the first letter).
      *  A receipt loaded since the last rung (paid_amount above
      *  dunning_paid) holds the invoice where it is and restarts the
      *  wait instead of escalating.
      *
      *  A cancellation goes through the same status change, CANCEL
      *  policy_history row and return-premium settlement as
      *  FETCH-POLICY's cancel, with change_reason NONPAY and any
      *  refund raised on PDREFORD in the CDPAYORD shape.  Every
      *  action taken, held or refused lands on the PDCTLRPT control
      *  report.  One PDRUNLOG record per run in the FPRUNLOG layout.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 PREM-DUNNING.
       AUTHOR.                     TSH.
       DATE-WRITTEN.               2026-10-15.

      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PARM-FILE
                                    ASSIGN TO "PDPARMS"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT ERR-LOG-FILE     ASSIGN TO "PDERRLOG"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-ERRLOG-STATUS.

      *    reminder records for the print vendor, one per letter
           SELECT LETTER-FILE      ASSIGN TO "PDLETTER"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-LETTER-STATUS.

           SELECT CTL-RPT-FILE     ASSIGN TO "PDCTLRPT"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-CTLRPT-STATUS.

      *    return-premium refunds on non-payment cancels, same shape
      *    as FETCH-POLICY's FPREFORD
           SELECT REFUND-ORDER-FILE
                                    ASSIGN TO "PDREFORD"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-REFORD-STATUS.

      *    one record per run for the morning checker, same layout as
      *    FETCH-POLICY's FPRUNLOG
           SELECT RUN-LOG-FILE     ASSIGN TO "PDRUNLOG"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-RUNLOG-STATUS.

      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FILE                        SECTION.
       FD  PARM-FILE.
       01  PARM-FILE-REC.
      *    same run-time CONNECT parameter approach as FETCH-POLICY;
      *    the ladder thresholds are days past the due date, the grace
      *    is days after the final notice.  Blank or non-numeric fields
      *    take the defaults set in READ-PARM-RTN.
           05  PARM-DBNAME         PIC  X(30).
           05  PARM-USERNAME       PIC  X(30).
           05  PARM-PASSWD         PIC  X(10).
           05  PARM-DAYS-1         PIC  X(3).
           05  PARM-DAYS-2         PIC  X(3).
           05  PARM-DAYS-3         PIC  X(3).
           05  PARM-GRACE-DAYS     PIC  X(3).

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

       FD  LETTER-FILE.
      *    fixed layout agreed with the print vendor.  LTR-CANCEL-DATE
      *    is only filled on a final notice - the date the policy is
      *    cancelled if nothing is paid.  Amounts are implied-decimal.
       01  LETTER-FILE-REC.
           05  LTR-LEVEL           PIC  9(1).
           05  LTR-LEVEL-NAME      PIC  X(16).
           05  LTR-LETTER-DATE     PIC  X(8).
           05  LTR-POL-ID          PIC  X(10).
           05  LTR-INVOICE-ID      PIC  9(9).
           05  LTR-CUST-ID         PIC  X(10).
           05  LTR-CUST-NAME       PIC  X(50).
           05  LTR-ADDRESS         PIC  X(60).
           05  LTR-DUE-DATE        PIC  X(8).
           05  LTR-DAYS-OVERDUE    PIC  9(5).
           05  LTR-BALANCE         PIC  9(10)V99.
           05  LTR-CURRENCY        PIC  X(3).
           05  LTR-CANCEL-DATE     PIC  X(8).

       FD  CTL-RPT-FILE.
       01  CTL-RPT-REC             PIC  X(116).

       FD  REFUND-ORDER-FILE.
      *    same layout as CLAIM-DISBURSE's CDPAYORD record, so the
      *    bank's payment-order loader takes it unchanged; the first
      *    column carries R and the invoice id in place of a claim id,
      *    as FETCH-POLICY's FPREFORD does
       01  REFUND-ORDER-REC.
           05  ORD-KEY.
               10  ORD-KEY-TYPE    PIC  X(1).
               10  ORD-INVOICE-ID  PIC  9(8).
           05  ORD-POL-ID          PIC  X(10).
           05  ORD-ORDER-DATE      PIC  X(8).
           05  ORD-AMOUNT          PIC  9(10)V99.
           05  ORD-CURRENCY        PIC  X(3).
           05  ORD-HOLDER          PIC  X(20).

       FD  RUN-LOG-FILE.
       01  RUN-LOG-REC             PIC  X(149).

       WORKING-STORAGE             SECTION.
       01  WS-PARM-FILE-STATUS     PIC  X(2).
       01  WS-ERRLOG-STATUS        PIC  X(2).
       01  WS-LETTER-STATUS        PIC  X(2).
       01  WS-CTLRPT-STATUS        PIC  X(2).
       01  WS-REFORD-STATUS        PIC  X(2).
       01  WS-FILES-OK             PIC  X(1)  VALUE "N".

      *    run-control state - FAILED beats WARNING beats CLEAN, and
      *    the matching return codes 8/4/0 are what the scheduler keys
      *    on before releasing PDLETTER to the print vendor
       01  WS-RUNLOG-STATUS        PIC  X(2).
       01  WS-RUN-WARNED           PIC  X(1)  VALUE "N".
           88  WS-RUN-HAS-WARNED          VALUE "Y".
       01  WS-RUN-FAILED           PIC  X(1)  VALUE "N".
           88  WS-RUN-HAS-FAILED          VALUE "Y".
       01  WS-RUN-START-DATE       PIC  9(8).
       01  WS-RUN-START-TIME       PIC  9(8).

      *    same 149-byte layout as FETCH-POLICY's FPRUNLOG record so
      *    one morning-check reader handles all the logs; the run
      *    (business) date rides in the first selection column
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

      *    ladder thresholds in force for the run (see READ-PARM-RTN)
       01  WS-DAYS-1               PIC  9(3).
       01  WS-DAYS-2               PIC  9(3).
       01  WS-DAYS-3               PIC  9(3).
       01  WS-GRACE-DAYS           PIC  9(3).
      *    days an invoice must wait on its current rung before the
      *    next one - index 1 is rung 0 (still unreminded)
       01  WS-WAIT-TAB.
           05  WS-WAIT-DAYS        PIC  9(3)  OCCURS 4 TIMES.

       01  WS-LEVEL-NAME-DATA.
           05  FILLER              PIC  X(16) VALUE "FIRST REMINDER".
           05  FILLER              PIC  X(16) VALUE "SECOND REMINDER".
           05  FILLER              PIC  X(16) VALUE "FINAL NOTICE".
       01  WS-LEVEL-NAME-TAB REDEFINES WS-LEVEL-NAME-DATA.
           05  WS-LEVEL-NAME       PIC  X(16) OCCURS 3 TIMES.

       01  WS-WAIT-IDX             PIC  9(1).
       01  WS-ERR-KEY              PIC  X(10) VALUE SPACE.
      *    the policy a non-payment cancel has just settled - its
      *    later invoices are still in the held cursor but have been
      *    re-rated underneath it, so they are passed over
       01  WS-CANCELLED-POL        PIC  X(10) VALUE SPACE.
       01  WS-CTL-ACTION           PIC  X(16).
       01  WS-CANCEL-REASON        PIC  X(30).

       01  WS-INV-READ             PIC  9(8)  VALUE ZERO.
       01  WS-LETTERS-SENT         PIC  9(8)  VALUE ZERO.
       01  WS-LEVEL-COUNTS.
           05  WS-LEVEL-COUNT      PIC  9(8)  OCCURS 3 TIMES.
       01  WS-HELD-COUNT           PIC  9(8)  VALUE ZERO.
       01  WS-NO-ADDR-COUNT        PIC  9(8)  VALUE ZERO.
       01  WS-CANCEL-COUNT         PIC  9(8)  VALUE ZERO.
       01  WS-CANCEL-FAILED        PIC  9(8)  VALUE ZERO.
       01  WS-REFUND-ORDERS        PIC  9(8)  VALUE ZERO.
       01  WS-REFUND-TOTAL         PIC  S9(12)V99 VALUE ZERO.
       01  WS-WRITE-OFF-TOTAL      PIC  S9(12)V99 VALUE ZERO.
       01  D-RET-TOTAL             PIC  Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

      *    the terms re-rated by one cancel, staged so the refund
      *    orders are only written once the cancel has gone through,
      *    same as FETCH-POLICY
       01  WS-RET-TAB.
           05  WS-RET-COUNT        PIC  9(2)  VALUE ZERO.
           05  WS-RET-ENTRY OCCURS 10 TIMES.
               10  STG-INV-ID      PIC  9(9).
               10  STG-EARNED      PIC  S9(10)V99.
               10  STG-RECEIVED    PIC  S9(10)V99.
               10  STG-WRITE-OFF   PIC  S9(10)V99.
               10  STG-REFUND      PIC  S9(10)V99.
       01  WS-RET-IDX              PIC  9(2).
       01  WS-RET-WRITE-OFF        PIC  S9(10)V99.
       01  WS-RET-REFUND           PIC  S9(10)V99.

      *    control report line - one per invoice acted on, held or
      *    refused, and one per policy cancelled
       01  D-CTL-REC.
           05  CTL-POL-ID          PIC  X(10).
           05  FILLER              PIC  X(1)  VALUE SPACE.
           05  CTL-INV-ID          PIC  Z(8)9.
           05  FILLER              PIC  X(1)  VALUE SPACE.
           05  CTL-DUE-DATE        PIC  X(8).
           05  FILLER              PIC  X(1)  VALUE SPACE.
           05  CTL-DAYS            PIC  ZZZZ9.
           05  FILLER              PIC  X(1)  VALUE SPACE.
           05  CTL-BALANCE         PIC  ZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC  X(1)  VALUE SPACE.
           05  CTL-CURRENCY        PIC  X(3).
           05  FILLER              PIC  X(1)  VALUE SPACE.
           05  CTL-ACTION          PIC  X(16).
           05  FILLER              PIC  X(1)  VALUE SPACE.
           05  CTL-WRITE-OFF       PIC  ZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC  X(1)  VALUE SPACE.
           05  CTL-REFUND          PIC  ZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC  X(1)  VALUE SPACE.
           05  CTL-NOTE            PIC  X(16).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME                  PIC  X(30) VALUE "testdb".
       01  USERNAME                PIC  X(30) VALUE "postgres".
       01  PASSWD                  PIC  X(10) VALUE SPACE.
       01  SQL-ROW-COUNT           PIC  S9(9) COMP-5.

      *    the date the run processes as, and the cancel date a final
      *    notice sent today quotes
       01  PD-DATE-VARS.
           05  PD-RUN-DATE         PIC  X(8).
           05  PD-CANCEL-BY        PIC  X(8).
           05  PD-GRACE            PIC  S9(4) COMP-5.

      *    one overdue invoice with its policy and addressee
       01  DUN-REC-VARS.
           05  DUN-INV-ID          PIC  S9(9) COMP-5.
           05  DUN-POL-ID          PIC  X(10).
           05  DUN-DUE-DATE        PIC  X(8).
           05  DUN-AMOUNT          PIC  S9(10)V99.
           05  DUN-PAID            PIC  S9(10)V99.
           05  DUN-LEVEL           PIC  S9(4) COMP-5.
           05  DUN-DUN-PAID        PIC  S9(10)V99.
           05  DUN-DAYS-PAST       PIC  S9(9) COMP-5.
           05  DUN-DAYS-WAIT       PIC  S9(9) COMP-5.
           05  DUN-CURRENCY        PIC  X(3).
           05  DUN-CUST-ID         PIC  X(10).
           05  DUN-CUST-NAME       PIC  X(50).
           05  DUN-ADDRESS         PIC  X(60).
           05  DUN-NEW-LEVEL       PIC  S9(4) COMP-5.

      *    before/after images for the CANCEL policy_history row, the
      *    same columns FETCH-POLICY's WRITE-HISTORY-RTN fills
       01  POL-REC-VARS.
           05  POL-ID              PIC  X(10).
           05  POL-HOLDER          PIC  X(50).
           05  POL-PREMIUM         PIC  S9(10)V99.
           05  POL-STATUS          PIC  X(10).
           05  POL-CURRENCY        PIC  X(3).
           05  POL-EFF-DATE        PIC  X(8).
           05  POL-EXP-DATE        PIC  X(8).
           05  POL-AGENT-ID        PIC  X(8).
           05  POL-CUST-ID         PIC  X(10).

       01  HIST-REC-VARS.
           05  HIST-CHANGE-TYPE    PIC  X(6).
           05  HIST-DATE           PIC  X(8).
           05  HIST-TIME           PIC  X(8).
           05  HIST-OPERATOR       PIC  X(8)  VALUE "DUNNING".
           05  HIST-REASON         PIC  X(10) VALUE "NONPAY".
           05  OLD-HOLDER          PIC  X(50).
           05  OLD-PREMIUM         PIC  S9(10)V99.
           05  OLD-STATUS          PIC  X(10).
           05  OLD-CURRENCY        PIC  X(3).
           05  OLD-EFF-DATE        PIC  X(8).
           05  OLD-EXP-DATE        PIC  X(8).
           05  OLD-AGENT-ID        PIC  X(8).
           05  OLD-CUST-ID         PIC  X(10).

      *    one invoice term being re-rated by RETURN-PREMIUM-RTN
       01  RET-REC-VARS.
           05  RET-CANCEL-DATE     PIC  X(8).
           05  RET-INV-ID          PIC  S9(9) COMP-5.
           05  RET-INV-AMOUNT      PIC  S9(10)V99.
           05  RET-PAID            PIC  S9(10)V99.
           05  RET-TERM-DAYS       PIC  S9(9) COMP-5.
           05  RET-EARNED-DAYS     PIC  S9(9) COMP-5.
           05  RET-EARNED          PIC  S9(10)V99.
           05  RET-WRITE-OFF       PIC  S9(10)V99.
           05  RET-REFUND          PIC  S9(10)V99.
           05  RET-NEW-PAID        PIC  S9(10)V99.
           05  RET-NEW-STATUS      PIC  X(10).

      *    the business date this run processes as, YYYYMMDD - set by
      *    LOAD-BUS-DATE-RTN
       01  BUS-DATE                PIC  X(8).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           DISPLAY "*** PREMIUM DUNNING STARTED ***".
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

           PERFORM LOAD-BUS-DATE-RTN.
           PERFORM SET-RUN-DATE-RTN.
           IF  NOT WS-RUN-HAS-FAILED
               PERFORM OPEN-FILES-RTN
           END-IF.
           IF  WS-FILES-OK = "Y"
               PERFORM DUNNING-RTN
               PERFORM CLOSE-FILES-RTN
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
           DISPLAY "*** PREMIUM DUNNING FINISHED ***".
           STOP RUN.

      ******************************************************************
       END-RUN-RTN.
      ******************************************************************
      *    one appended PDRUNLOG record plus the matching return code -
      *    a run that warned or failed must not finish looking like a
      *    clean one, or the letters go to print unchecked
           MOVE  "PREM-DUNNING"     TO   RUN-PROGRAM.
           MOVE  WS-RUN-START-DATE  TO   RUN-START-DATE.
           MOVE  WS-RUN-START-TIME  TO   RUN-START-TIME.
           ACCEPT RUN-END-DATE       FROM DATE YYYYMMDD.
           ACCEPT RUN-END-TIME       FROM TIME.
           MOVE  "D"                TO   RUN-MODE.
           MOVE  PD-RUN-DATE        TO   RUN-SEL-ID-FROM.
           MOVE  SPACES              TO   RUN-SEL-ID-TO
                                           RUN-SEL-STATUS
                                           RUN-SEL-HOLDER.
           MOVE  WS-INV-READ        TO   RUN-COUNTED.
           MOVE  WS-LETTERS-SENT    TO   RUN-FETCHED.
           MOVE  WS-CANCEL-COUNT    TO   RUN-EXTRACTED.
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
           MOVE  SPACES             TO   PARM-FILE-REC.
           OPEN INPUT PARM-FILE.
           IF  WS-PARM-FILE-STATUS = "00"
               READ PARM-FILE
               IF  WS-PARM-FILE-STATUS NOT = "00"
                   MOVE SPACES      TO   PARM-FILE-REC
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
           IF  PARM-DAYS-1 NUMERIC
               MOVE PARM-DAYS-1     TO   WS-DAYS-1
           ELSE
               MOVE 15              TO   WS-DAYS-1
           END-IF.
           IF  PARM-DAYS-2 NUMERIC
               MOVE PARM-DAYS-2     TO   WS-DAYS-2
           ELSE
               MOVE 30              TO   WS-DAYS-2
           END-IF.
           IF  PARM-DAYS-3 NUMERIC
               MOVE PARM-DAYS-3     TO   WS-DAYS-3
           ELSE
               MOVE 45              TO   WS-DAYS-3
           END-IF.
           IF  PARM-GRACE-DAYS NUMERIC
               MOVE PARM-GRACE-DAYS TO   WS-GRACE-DAYS
           ELSE
               MOVE 15              TO   WS-GRACE-DAYS
           END-IF.

      *    a ladder whose rungs don't climb would send the second
      *    letter the same night as the first - run on the shipped
      *    ladder instead, with a warning
           IF  WS-DAYS-1 = ZERO
               OR WS-DAYS-2 NOT > WS-DAYS-1
               OR WS-DAYS-3 NOT > WS-DAYS-2
               DISPLAY "*** WARNING: DUNNING THRESHOLDS " WS-DAYS-1
                       "/" WS-DAYS-2 "/" WS-DAYS-3
                       " DO NOT CLIMB - DEFAULTED TO 015/030/045"
               MOVE 15              TO   WS-DAYS-1
               MOVE 30              TO   WS-DAYS-2
               MOVE 45              TO   WS-DAYS-3
               MOVE "Y"             TO   WS-RUN-WARNED
           END-IF.
           MOVE  WS-DAYS-1          TO   WS-WAIT-DAYS (1).
           COMPUTE WS-WAIT-DAYS (2) = WS-DAYS-2 - WS-DAYS-1.
           COMPUTE WS-WAIT-DAYS (3) = WS-DAYS-3 - WS-DAYS-2.
           MOVE  WS-GRACE-DAYS      TO   WS-WAIT-DAYS (4).
           DISPLAY "LADDER DAYS: " WS-DAYS-1 "/" WS-DAYS-2 "/"
                   WS-DAYS-3 " GRACE: " WS-GRACE-DAYS.

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
       SET-RUN-DATE-RTN.
      ******************************************************************
      *    the run date (the business date) and the cancel-by date a
      *    final notice quotes, the latter computed by the database so
      *    month ends are its problem
           MOVE  BUS-DATE           TO   PD-RUN-DATE.
           MOVE  WS-GRACE-DAYS      TO   PD-GRACE.
           EXEC SQL
               SELECT TO_CHAR(CAST(:PD-RUN-DATE AS DATE) + :PD-GRACE,
                              'YYYYMMDD')
                 INTO :PD-CANCEL-BY
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
           END-IF.
           MOVE  PD-RUN-DATE        TO   RET-CANCEL-DATE.

      ******************************************************************
       OPEN-FILES-RTN.
      ******************************************************************
      *    no letters are produced unless all three outputs are open -
      *    a letter without its control line, or a cancel without
      *    somewhere to put the refund, is worse than no run.  All
      *    three are added to, never emptied: each invoice's rung and
      *    refund commit as it is processed, so a rerun after a
      *    failure never produces them again and the only copy is the
      *    one already on the files.  The print vendor's and the
      *    bank's pickups take the files away.
           MOVE  "N"                TO   WS-FILES-OK.
           OPEN EXTEND LETTER-FILE.
           IF  WS-LETTER-STATUS NOT = "00"
               OPEN OUTPUT LETTER-FILE
           END-IF.
           IF  WS-LETTER-STATUS NOT = "00"
               DISPLAY "*** COULD NOT OPEN " "PDLETTER"
                       " - STATUS=" WS-LETTER-STATUS
               MOVE "Y"             TO   WS-RUN-FAILED
           ELSE
               OPEN EXTEND CTL-RPT-FILE
               IF  WS-CTLRPT-STATUS NOT = "00"
                   OPEN OUTPUT CTL-RPT-FILE
               END-IF
               IF  WS-CTLRPT-STATUS NOT = "00"
                   DISPLAY "*** COULD NOT OPEN " "PDCTLRPT"
                           " - STATUS=" WS-CTLRPT-STATUS
                   MOVE "Y"         TO   WS-RUN-FAILED
                   CLOSE LETTER-FILE
               ELSE
                   OPEN EXTEND REFUND-ORDER-FILE
                   IF  WS-REFORD-STATUS NOT = "00"
                       OPEN OUTPUT REFUND-ORDER-FILE
                   END-IF
                   IF  WS-REFORD-STATUS NOT = "00"
                       DISPLAY "*** COULD NOT OPEN " "PDREFORD"
                               " - STATUS=" WS-REFORD-STATUS
                       MOVE "Y"     TO   WS-RUN-FAILED
                       CLOSE LETTER-FILE
                       CLOSE CTL-RPT-FILE
                   ELSE
                       MOVE "Y"     TO   WS-FILES-OK
                   END-IF
               END-IF
           END-IF.
           IF  WS-FILES-OK NOT = "Y"
               DISPLAY "*** NO DUNNING DONE"
           END-IF.

      ******************************************************************
       CLOSE-FILES-RTN.
      ******************************************************************
           CLOSE LETTER-FILE.
           CLOSE CTL-RPT-FILE.
           CLOSE REFUND-ORDER-FILE.
           DISPLAY "OVERDUE INVOICES READ:   " WS-INV-READ.
           DISPLAY "FIRST REMINDERS:         " WS-LEVEL-COUNT (1).
           DISPLAY "SECOND REMINDERS:        " WS-LEVEL-COUNT (2).
           DISPLAY "FINAL NOTICES:           " WS-LEVEL-COUNT (3).
           DISPLAY "HELD ON RECEIPT:         " WS-HELD-COUNT.
           DISPLAY "NO ADDRESS - NOT SENT:   " WS-NO-ADDR-COUNT.
           DISPLAY "CANCELLED FOR NONPAY:    " WS-CANCEL-COUNT.
           DISPLAY "CANCELS REFUSED:         " WS-CANCEL-FAILED.
           DISPLAY "REFUND ORDERS RAISED:    " WS-REFUND-ORDERS.
           MOVE  WS-REFUND-TOTAL    TO   D-RET-TOTAL.
           DISPLAY "TOTAL REFUNDED:          " D-RET-TOTAL.
           MOVE  WS-WRITE-OFF-TOTAL TO   D-RET-TOTAL.
           DISPLAY "TOTAL WRITTEN OFF:       " D-RET-TOTAL.

      ******************************************************************
       DUNNING-RTN.
      ******************************************************************
      *    every overdue invoice on a policy still in force, oldest
      *    first within the policy.  Each invoice's letter and ladder
      *    stamp commit together, one invoice per transaction, so a
      *    failure mid-run leaves nothing stamped without its letter;
      *    WITH HOLD keeps CD open across those commits, the same
      *    reason CLAIM-DISBURSE's CS carries it.
           MOVE  ZERO                TO   WS-LEVEL-COUNT (1)
                                           WS-LEVEL-COUNT (2)
                                           WS-LEVEL-COUNT (3).
           EXEC SQL
               DECLARE CD CURSOR WITH HOLD FOR
               SELECT i.invoice_id, i.policy_id,
                      TO_CHAR(i.due_date, 'YYYYMMDD'),
                      i.invoice_amount, i.paid_amount,
                      i.dunning_level, i.dunning_paid,
                      CAST(:PD-RUN-DATE AS DATE) - i.due_date,
                      CAST(:PD-RUN-DATE AS DATE)
                          - COALESCE(i.dunning_date, i.due_date),
                      COALESCE(p.currency_code, ' '),
                      COALESCE(c.customer_id, ' '),
                      COALESCE(c.customer_name, ' '),
                      COALESCE(c.address, ' ')
                 FROM invoices i
                 JOIN policies p ON p.policy_id = i.policy_id
                 LEFT JOIN customers c
                        ON c.customer_id = p.customer_id
                WHERE i.status <> 'PAID'
                  AND i.due_date < CAST(:PD-RUN-DATE AS DATE)
                  AND p.status NOT IN ('CANCELLED', 'LAPSED')
                ORDER BY i.policy_id, i.due_date, i.invoice_id
           END-EXEC.
           EXEC SQL
               OPEN CD
           END-EXEC.
           EXEC SQL
               FETCH CD INTO :DUN-INV-ID, :DUN-POL-ID, :DUN-DUE-DATE,
                             :DUN-AMOUNT, :DUN-PAID, :DUN-LEVEL,
                             :DUN-DUN-PAID, :DUN-DAYS-PAST,
                             :DUN-DAYS-WAIT, :DUN-CURRENCY,
                             :DUN-CUST-ID, :DUN-CUST-NAME,
                             :DUN-ADDRESS
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
                   OR WS-RUN-HAS-FAILED
               ADD   1              TO   WS-INV-READ
               MOVE  DUN-POL-ID     TO   WS-ERR-KEY
               IF  DUN-POL-ID NOT = WS-CANCELLED-POL
                   PERFORM DUN-ONE-INVOICE-RTN
               END-IF
               IF  NOT WS-RUN-HAS-FAILED
                   EXEC SQL
                       FETCH CD INTO :DUN-INV-ID, :DUN-POL-ID,
                                     :DUN-DUE-DATE, :DUN-AMOUNT,
                                     :DUN-PAID, :DUN-LEVEL,
                                     :DUN-DUN-PAID, :DUN-DAYS-PAST,
                                     :DUN-DAYS-WAIT, :DUN-CURRENCY,
                                     :DUN-CUST-ID, :DUN-CUST-NAME,
                                     :DUN-ADDRESS
                   END-EXEC
               END-IF
           END-PERFORM.
      *    SQLCODE +10 just means "no more rows" (normal end of
      *    cursor); anything else is a real error
           IF  NOT WS-RUN-HAS-FAILED
               AND SQLCODE NOT = +10 AND SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
           END-IF.
           EXEC SQL
               CLOSE CD
           END-EXEC.

      ******************************************************************
       DUN-ONE-INVOICE-RTN.
      ******************************************************************
      *    a receipt since the last rung beats everything else; then a
      *    final notice past its grace cancels; otherwise the invoice
      *    climbs one rung once it has waited long enough, provided
      *    there is somebody to write to
           MOVE  SPACES              TO   WS-CTL-ACTION.
           COMPUTE WS-WAIT-IDX = DUN-LEVEL + 1.
           IF  DUN-PAID > DUN-DUN-PAID
               PERFORM HOLD-INVOICE-RTN
           ELSE
           IF  DUN-DAYS-WAIT < WS-WAIT-DAYS (WS-WAIT-IDX)
               CONTINUE
           ELSE
           IF  DUN-LEVEL >= 3
               PERFORM CANCEL-NONPAY-RTN
           ELSE
           IF  DUN-CUST-ID = SPACES OR DUN-ADDRESS = SPACES
               ADD  1               TO   WS-NO-ADDR-COUNT
               MOVE "NO ADDRESS"    TO   WS-CTL-ACTION
               MOVE ZERO            TO   WS-RET-WRITE-OFF
                                          WS-RET-REFUND
               IF  DUN-CUST-ID = SPACES
                   MOVE "NO CUSTOMER" TO CTL-NOTE
               ELSE
                   MOVE DUN-CUST-ID TO   CTL-NOTE
               END-IF
               PERFORM WRITE-CTL-RTN
               MOVE "Y"             TO   WS-RUN-WARNED
           ELSE
               PERFORM SEND-LETTER-RTN
           END-IF
           END-IF
           END-IF
           END-IF.

      ******************************************************************
       HOLD-INVOICE-RTN.
      ******************************************************************
      *    money came in since the last rung: stay on the rung,
      *    remember what has now been paid and restart the wait from
      *    today.  Only a further shortfall a full wait later climbs.
           EXEC SQL
               UPDATE invoices
                  SET dunning_date = CAST(:PD-RUN-DATE AS DATE),
                      dunning_paid = :DUN-PAID
                WHERE invoice_id = :DUN-INV-ID
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
           ELSE
               EXEC SQL
                   COMMIT WORK
               END-EXEC
               ADD  1               TO   WS-HELD-COUNT
               MOVE "HELD - RECEIPT" TO  WS-CTL-ACTION
               MOVE ZERO            TO   WS-RET-WRITE-OFF
                                          WS-RET-REFUND
               MOVE SPACES          TO   CTL-NOTE
               PERFORM WRITE-CTL-RTN
           END-IF.

      ******************************************************************
       SEND-LETTER-RTN.
      ******************************************************************
      *    the letter is written first, then the invoice is stamped
      *    with its rung and committed - the CLAIM-DISBURSE order-then-
      *    mark discipline, so no invoice is ever stamped for a letter
      *    that never reached the file
           COMPUTE DUN-NEW-LEVEL = DUN-LEVEL + 1.
           MOVE  SPACES              TO   LETTER-FILE-REC.
           MOVE  DUN-NEW-LEVEL      TO   LTR-LEVEL.
           MOVE  WS-LEVEL-NAME (DUN-NEW-LEVEL)  TO  LTR-LEVEL-NAME.
           MOVE  PD-RUN-DATE        TO   LTR-LETTER-DATE.
           MOVE  DUN-POL-ID         TO   LTR-POL-ID.
           MOVE  DUN-INV-ID         TO   LTR-INVOICE-ID.
           MOVE  DUN-CUST-ID        TO   LTR-CUST-ID.
           MOVE  DUN-CUST-NAME      TO   LTR-CUST-NAME.
           MOVE  DUN-ADDRESS        TO   LTR-ADDRESS.
           MOVE  DUN-DUE-DATE       TO   LTR-DUE-DATE.
           MOVE  DUN-DAYS-PAST      TO   LTR-DAYS-OVERDUE.
           COMPUTE LTR-BALANCE = DUN-AMOUNT - DUN-PAID.
           MOVE  DUN-CURRENCY       TO   LTR-CURRENCY.
           IF  DUN-NEW-LEVEL = 3
               MOVE PD-CANCEL-BY    TO   LTR-CANCEL-DATE
           END-IF.
           WRITE LETTER-FILE-REC.
           IF  WS-LETTER-STATUS NOT = "00"
      *        stop lettering for the rest of the run - the invoices
      *        not yet stamped are picked up again next time
               DISPLAY "*** LETTER WRITE FAILED FOR INVOICE "
                       DUN-INV-ID " - STATUS=" WS-LETTER-STATUS
                       " - REMAINING LETTERS HELD"
               MOVE "Y"             TO   WS-RUN-FAILED
           ELSE
               EXEC SQL
                   UPDATE invoices
                      SET dunning_level = :DUN-NEW-LEVEL,
                          dunning_date  = CAST(:PD-RUN-DATE AS DATE),
                          dunning_paid  = :DUN-PAID
                    WHERE invoice_id = :DUN-INV-ID
               END-EXEC
               IF  SQLCODE NOT = ZERO
      *            the letter is on the file but the invoice is not
      *            stamped - a rerun would send it again.  Stop so it
      *            is pulled from PDLETTER before anything is re-run.
                   PERFORM ERROR-RTN
                   DISPLAY "*** LETTER FOR INVOICE " DUN-INV-ID
                           " IS ON PDLETTER BUT THE INVOICE IS NOT "
                           "STAMPED - PULL IT BEFORE RERUNNING"
               ELSE
                   EXEC SQL
                       COMMIT WORK
                   END-EXEC
                   ADD  1           TO   WS-LETTERS-SENT
                   ADD  1           TO   WS-LEVEL-COUNT (DUN-NEW-LEVEL)
                   MOVE WS-LEVEL-NAME (DUN-NEW-LEVEL)
                                    TO   WS-CTL-ACTION
                   MOVE ZERO        TO   WS-RET-WRITE-OFF
                                          WS-RET-REFUND
                   MOVE DUN-CUST-ID TO   CTL-NOTE
                   PERFORM WRITE-CTL-RTN
               END-IF
           END-IF.

      ******************************************************************
       CANCEL-NONPAY-RTN.
      ******************************************************************
      *    the final notice's grace has run out with nothing received:
      *    cancel exactly as FETCH-POLICY's APPLY-CANCEL-RTN does -
      *    status change, return-premium settlement of the terms still
      *    running, CANCEL history row (reason NONPAY), refund orders -
      *    all in one transaction.  A refused cancel is listed and the
      *    run carries on; the invoice stays at rung 3 for tomorrow.
           MOVE  SPACES              TO   WS-CANCEL-REASON.
           MOVE  ZERO                TO   WS-RET-COUNT.
           MOVE  DUN-POL-ID         TO   POL-ID.
           PERFORM FETCH-OLD-IMAGE-RTN.
           IF  WS-CANCEL-REASON = SPACES
               EXEC SQL
                   UPDATE policies
                      SET status = 'CANCELLED'
                    WHERE policy_id = :POL-ID
               END-EXEC
               IF  SQLCODE NOT = ZERO
                   PERFORM ERROR-RTN
                   MOVE "SQL ERROR ON CANCEL" TO WS-CANCEL-REASON
               ELSE
                   EXEC SQL
                       GET DIAGNOSTICS :SQL-ROW-COUNT = ROW_COUNT
                   END-EXEC
                   IF  SQL-ROW-COUNT = 0
                       MOVE "POLICY NOT FOUND" TO WS-CANCEL-REASON
                   ELSE
                       PERFORM RETURN-PREMIUM-RTN
                   END-IF
               END-IF
           END-IF.
           IF  WS-CANCEL-REASON = SPACES
      *        a cancel only rewrites the status byte - the after
      *        image is the before image with status CANCELLED
               MOVE "CANCEL"         TO   HIST-CHANGE-TYPE
               MOVE OLD-HOLDER       TO   POL-HOLDER
               MOVE OLD-PREMIUM      TO   POL-PREMIUM
               MOVE OLD-CURRENCY     TO   POL-CURRENCY
               MOVE OLD-EFF-DATE     TO   POL-EFF-DATE
               MOVE OLD-EXP-DATE     TO   POL-EXP-DATE
               MOVE OLD-AGENT-ID     TO   POL-AGENT-ID
               MOVE OLD-CUST-ID      TO   POL-CUST-ID
               MOVE "CANCELLED"      TO   POL-STATUS
               PERFORM WRITE-HISTORY-RTN
           END-IF.
           IF  WS-CANCEL-REASON = SPACES
               PERFORM WRITE-REFUND-ORDERS-RTN
           END-IF.
           IF  WS-CANCEL-REASON NOT = SPACES
               EXEC SQL
                   ROLLBACK
               END-EXEC
               ADD  1               TO   WS-CANCEL-FAILED
               DISPLAY "*** NONPAY CANCEL REFUSED FOR POL-ID " POL-ID
                       " - " WS-CANCEL-REASON
               MOVE "CANCEL REFUSED" TO  WS-CTL-ACTION
               MOVE ZERO            TO   WS-RET-WRITE-OFF
                                          WS-RET-REFUND
               MOVE WS-CANCEL-REASON TO  CTL-NOTE
               PERFORM WRITE-CTL-RTN
               MOVE "Y"             TO   WS-RUN-WARNED
           ELSE
               EXEC SQL
                   COMMIT WORK
               END-EXEC
               MOVE POL-ID          TO   WS-CANCELLED-POL
               ADD  1               TO   WS-CANCEL-COUNT
               MOVE ZERO            TO   WS-RET-WRITE-OFF
                                          WS-RET-REFUND
               PERFORM VARYING WS-RET-IDX FROM 1 BY 1
                       UNTIL WS-RET-IDX > WS-RET-COUNT
                   ADD  STG-WRITE-OFF (WS-RET-IDX)
                                    TO   WS-RET-WRITE-OFF
                   ADD  STG-REFUND (WS-RET-IDX)
                                    TO   WS-RET-REFUND
                   IF  STG-REFUND (WS-RET-IDX) > ZERO
                       ADD  1       TO   WS-REFUND-ORDERS
                   END-IF
               END-PERFORM
               ADD  WS-RET-WRITE-OFF TO  WS-WRITE-OFF-TOTAL
               ADD  WS-RET-REFUND   TO   WS-REFUND-TOTAL
               MOVE "CANCEL NONPAY" TO   WS-CTL-ACTION
               MOVE OLD-STATUS      TO   CTL-NOTE
               PERFORM WRITE-CTL-RTN
           END-IF.

      ******************************************************************
       FETCH-OLD-IMAGE-RTN.
      ******************************************************************
      *    pulls the current row into the OLD- image fields ahead of
      *    the cancel, same as FETCH-POLICY's.  The cursor only offers
      *    policies in force, but one could have been cancelled or
      *    lapsed by hand since it opened.
           MOVE  SPACES              TO   OLD-HOLDER OLD-STATUS
                                           OLD-CURRENCY OLD-EFF-DATE
                                           OLD-EXP-DATE OLD-AGENT-ID
                                           OLD-CUST-ID.
           MOVE  ZERO                TO   OLD-PREMIUM.
           EXEC SQL
               SELECT holder_name, premium, status, currency_code,
                      COALESCE(TO_CHAR(effective_date, 'YYYYMMDD'),
                               ' '),
                      COALESCE(TO_CHAR(expiry_date, 'YYYYMMDD'), ' '),
                      COALESCE(agent_id, ' '),
                      COALESCE(customer_id, ' ')
                 INTO :OLD-HOLDER, :OLD-PREMIUM, :OLD-STATUS,
                      :OLD-CURRENCY, :OLD-EFF-DATE, :OLD-EXP-DATE,
                      :OLD-AGENT-ID, :OLD-CUST-ID
                 FROM policies
                WHERE policy_id = :POL-ID
           END-EXEC.
           EVALUATE SQLCODE
               WHEN ZERO
                   IF  OLD-STATUS = "CANCELLED" OR OLD-STATUS = "LAPSED"
                       MOVE "POLICY NO LONGER IN FORCE"
                                     TO   WS-CANCEL-REASON
                   END-IF
               WHEN +10
                   MOVE "POLICY NOT FOUND" TO WS-CANCEL-REASON
               WHEN OTHER
                   PERFORM ERROR-RTN
                   MOVE "SQL ERROR ON OLD IMAGE"
                                     TO   WS-CANCEL-REASON
           END-EVALUATE.

      ******************************************************************
       RETURN-PREMIUM-RTN.
      ******************************************************************
      *    same re-rating as FETCH-POLICY's RETURN-PREMIUM-RTN: every
      *    invoice term still running on the cancel date (term_end on
      *    or after it) is cut back to the premium earned by daily
      *    pro-rata, cover running from term_start up to the day
      *    before the cancel.  Runs inside the cancel's transaction;
      *    WS-CANCEL-REASON set means roll it back.
           EXEC SQL
               DECLARE CR CURSOR FOR
               SELECT invoice_id, invoice_amount, paid_amount,
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
               FETCH CR INTO :RET-INV-ID, :RET-INV-AMOUNT,
                             :RET-PAID, :RET-TERM-DAYS,
                             :RET-EARNED-DAYS
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
                   OR WS-CANCEL-REASON NOT = SPACES
               PERFORM RETURN-ONE-TERM-RTN
               IF  WS-CANCEL-REASON = SPACES
                   EXEC SQL
                       FETCH CR INTO :RET-INV-ID, :RET-INV-AMOUNT,
                                     :RET-PAID, :RET-TERM-DAYS,
                                     :RET-EARNED-DAYS
                   END-EXEC
               END-IF
           END-PERFORM.
      *    SQLCODE +10 just means "no more rows" (normal end of
      *    cursor); anything else is a real error
           IF  WS-CANCEL-REASON = SPACES
               AND SQLCODE NOT = +10
               PERFORM ERROR-RTN
               MOVE "SQL ERROR ON INVOICE TERMS" TO WS-CANCEL-REASON
           END-IF.
           EXEC SQL
               CLOSE CR
           END-EXEC.

      ******************************************************************
       RETURN-ONE-TERM-RTN.
      ******************************************************************
      *    earned      = invoice x days on cover / days in term
      *    refund      = cash received over the earned premium
      *    written off = the invoice less the greater of earned and
      *                  received
           IF  WS-RET-COUNT >= 10
               MOVE "TOO MANY OPEN TERMS TO RE-RATE"
                                         TO   WS-CANCEL-REASON
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
                                         TO   WS-CANCEL-REASON
               ELSE
                   EXEC SQL
                       INSERT INTO premium_returns
                              (policy_id, invoice_id, cancel_date,
                               term_start, term_end, invoice_amount,
                               earned_amount, received_amount,
                               written_off, refund_amount,
                               currency_code, operator_id,
                               order_date)
                       SELECT policy_id, invoice_id,
                              CAST(:RET-CANCEL-DATE AS DATE),
                              term_start, term_end,
                              :RET-INV-AMOUNT, :RET-EARNED,
                              :RET-PAID, :RET-WRITE-OFF,
                              :RET-REFUND, :OLD-CURRENCY,
                              :HIST-OPERATOR,
                              CAST(:PD-RUN-DATE AS DATE)
                         FROM invoices
                        WHERE invoice_id = :RET-INV-ID
                   END-EXEC
                   IF  SQLCODE NOT = ZERO
                       PERFORM ERROR-RTN
                       MOVE "SQL ERROR ON PREMIUM RETURN"
                                         TO   WS-CANCEL-REASON
                   ELSE
                       ADD  1           TO   WS-RET-COUNT
                       MOVE RET-INV-ID  TO   STG-INV-ID (WS-RET-COUNT)
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
       WRITE-HISTORY-RTN.
      ******************************************************************
      *    the CANCEL row FETCH-POLICY writes, stamped with the
      *    collections run as operator and NONPAY as the reason.  A
      *    cancel leaves the cover as it was, so both images carry
      *    the row's own product, sum insured and deductible.
           MOVE  BUS-DATE           TO   HIST-DATE.
           ACCEPT HIST-TIME          FROM TIME.
           EXEC SQL
               INSERT INTO policy_history
                      (policy_id, change_type, change_date,
                       change_time, operator_id,
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
               VALUES (:POL-ID, :HIST-CHANGE-TYPE,
                       CAST(:HIST-DATE AS DATE), :HIST-TIME,
                       :HIST-OPERATOR,
                       :OLD-HOLDER, :OLD-PREMIUM, :OLD-STATUS,
                       :OLD-CURRENCY,
                       CAST(NULLIF(TRIM(:OLD-EFF-DATE), '')
                            AS DATE),
                       CAST(NULLIF(TRIM(:OLD-EXP-DATE), '')
                            AS DATE),
                       NULLIF(TRIM(:OLD-AGENT-ID), ''),
                       NULLIF(TRIM(:OLD-CUST-ID), ''),
                       (SELECT product_code FROM policies
                         WHERE policy_id = :POL-ID),
                       (SELECT sum_insured FROM policies
                         WHERE policy_id = :POL-ID),
                       (SELECT deductible FROM policies
                         WHERE policy_id = :POL-ID),
                       :POL-HOLDER, :POL-PREMIUM, :POL-STATUS,
                       :POL-CURRENCY,
                       CAST(NULLIF(TRIM(:POL-EFF-DATE), '')
                            AS DATE),
                       CAST(NULLIF(TRIM(:POL-EXP-DATE), '')
                            AS DATE),
                       NULLIF(TRIM(:POL-AGENT-ID), ''),
                       NULLIF(TRIM(:POL-CUST-ID), ''),
                       (SELECT product_code FROM policies
                         WHERE policy_id = :POL-ID),
                       (SELECT sum_insured FROM policies
                         WHERE policy_id = :POL-ID),
                       (SELECT deductible FROM policies
                         WHERE policy_id = :POL-ID),
                       :HIST-REASON)
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
               MOVE "SQL ERROR ON HISTORY" TO WS-CANCEL-REASON
           END-IF.

      ******************************************************************
       WRITE-REFUND-ORDERS-RTN.
      ******************************************************************
      *    one payment order per term with money to give back, written
      *    before the COMMIT the same way FETCH-POLICY does - a failed
      *    write rolls the whole cancel back
           PERFORM VARYING WS-RET-IDX FROM 1 BY 1
                   UNTIL WS-RET-IDX > WS-RET-COUNT
                      OR WS-CANCEL-REASON NOT = SPACES
               IF  STG-REFUND (WS-RET-IDX) > ZERO
                   AND STG-INV-ID (WS-RET-IDX) > 99999999
                   DISPLAY "*** WARNING: INVOICE "
                           STG-INV-ID (WS-RET-IDX)
                           " TOO LONG FOR THE REFUND ORDER KEY"
                           " FOR POL-ID " POL-ID
                   MOVE "INVOICE ID TOO LONG FOR ORDER"
                                         TO   WS-CANCEL-REASON
               END-IF
               IF  STG-REFUND (WS-RET-IDX) > ZERO
                   AND WS-CANCEL-REASON = SPACES
                   MOVE SPACES          TO   REFUND-ORDER-REC
                   MOVE "R"             TO   ORD-KEY-TYPE
                   MOVE STG-INV-ID (WS-RET-IDX)  TO  ORD-INVOICE-ID
                   MOVE POL-ID          TO   ORD-POL-ID
                   MOVE PD-RUN-DATE     TO   ORD-ORDER-DATE
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
                               " - PULL ITS ORDERS FROM PDREFORD"
                       MOVE "REFUND ORDER WRITE FAILED"
                                         TO   WS-CANCEL-REASON
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
       WRITE-CTL-RTN.
      ******************************************************************
      *    WS-CTL-ACTION, WS-RET-WRITE-OFF/WS-RET-REFUND and CTL-NOTE
      *    are set by the caller; the invoice columns come from the
      *    current cursor row
           MOVE  DUN-POL-ID         TO   CTL-POL-ID.
           MOVE  DUN-INV-ID         TO   CTL-INV-ID.
           MOVE  DUN-DUE-DATE       TO   CTL-DUE-DATE.
           MOVE  DUN-DAYS-PAST      TO   CTL-DAYS.
           COMPUTE CTL-BALANCE = DUN-AMOUNT - DUN-PAID.
           MOVE  DUN-CURRENCY       TO   CTL-CURRENCY.
           MOVE  WS-CTL-ACTION      TO   CTL-ACTION.
           MOVE  WS-RET-WRITE-OFF   TO   CTL-WRITE-OFF.
           MOVE  WS-RET-REFUND      TO   CTL-REFUND.
           WRITE CTL-RPT-REC FROM D-CTL-REC.
           IF  WS-CTLRPT-STATUS NOT = "00"
               DISPLAY "*** WARNING: CONTROL REPORT WRITE FAILED"
                       " FOR POL-ID " DUN-POL-ID " - STATUS="
                       WS-CTLRPT-STATUS
               MOVE "Y"             TO   WS-RUN-WARNED
           END-IF.

      ******************************************************************
       ERROR-RTN.
      ******************************************************************
      *    any path through here is a failed run as far as the
      *    scheduler is concerned
           MOVE  "Y"                TO   WS-RUN-FAILED.
           MOVE  WS-ERR-KEY         TO   LOG-POL-ID.
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
