      ******************************************************************
      *  CUST-LETTERS --- customer correspondence run
      *
      *  Picks up the customer-facing events of the business day and
      *  writes one letter record per event to CLLETTER for the print
      *  vendor, addressed from the customers master through
      *  policies.customer_id:
      *
      *    WELCOME   new policy - welcome and schedule (policy_history
      *              INSERT, the schedule from its after image)
      *    ENDORSE   a policy_history UPDATE that changed the premium
      *              or the effective/expiry dates - old and new
      *    CANCEL    a policy_history CANCEL, keyed or NONPAY
      *    RENEWnn   renewal reminder - the 30/60/90-day bucket of
      *              POLICY-RENEWAL's PRNOTICE list the policy is in,
      *              one letter per bucket per expiry date
      *    CLMRECV   claim received by CLAIM-ENTRY
      *    CLMAPPR   claim approved
      *    CLMDENY   claim declined
      *    CLMPAID   claim settled by CLAIM-DISBURSE - amount and date
      *
      *  Every letter written is logged on letter_log against the
      *  policy in the same transaction, and only events with no
      *  letter_log row are selected, so a rerun, or a look-back
      *  window that overlaps the last run, only picks up what has
      *  not gone.  The unique event key on letter_log is the
      *  backstop for two runs at once - the second fails rather
      *  than send a duplicate.  POLICY-INQUIRY lists the log.
      *
      *  Events are looked for from PARM-DAYS-BACK business dates back
      *  (default 7) up to the business date, so a night missed or an
      *  address fixed a day or two late still gets its letter.  An
      *  event that cannot be addressed - no customer linked, a blank
      *  address, or the policy gone from file - is not logged: it
      *  lands on the CLEXCRPT exceptions report (run ends RC 4) and
      *  is tried again on every run until it drops out of the window.
      *  One CLRUNLOG record per run in the FPRUNLOG layout.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 CUST-LETTERS.
       AUTHOR.                     TSH.
       DATE-WRITTEN.               2026-10-15.

      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PARM-FILE
                                    ASSIGN TO "CLPARMS"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT ERR-LOG-FILE     ASSIGN TO "CLERRLOG"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-ERRLOG-STATUS.

      *    letter records for the print vendor, one per event
           SELECT LETTER-FILE      ASSIGN TO "CLLETTER"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-LETTER-STATUS.

           SELECT EXC-RPT-FILE     ASSIGN TO "CLEXCRPT"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-EXCRPT-STATUS.

      *    one record per run for JOB-CONTROL and the morning check,
      *    same layout as FETCH-POLICY's FPRUNLOG
           SELECT RUN-LOG-FILE     ASSIGN TO "CLRUNLOG"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-RUNLOG-STATUS.

      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FILE                        SECTION.
       FD  PARM-FILE.
       01  PARM-FILE-REC.
      *    same run-time CONNECT parameter approach as FETCH-POLICY;
      *    PARM-DAYS-BACK is how many days before the business date
      *    events are still picked up.  Blank or non-numeric takes the
      *    default set in READ-PARM-RTN.
           05  PARM-DBNAME         PIC  X(30).
           05  PARM-USERNAME       PIC  X(30).
           05  PARM-PASSWD         PIC  X(10).
           05  PARM-DAYS-BACK      PIC  X(3).

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
      *    fixed layout agreed with the print vendor, who merges it
      *    into the template for LTR-TYPE.  Every letter carries the
      *    addressee and the policy schedule; the remaining groups are
      *    filled only for the letters that quote them and are blank
      *    or zero otherwise.  Amounts are implied-decimal.
       01  LETTER-FILE-REC.
           05  LTR-TYPE            PIC  X(8).
           05  LTR-TITLE           PIC  X(24).
           05  LTR-LETTER-DATE     PIC  X(8).
           05  LTR-POL-ID          PIC  X(10).
           05  LTR-EVENT-KEY       PIC  X(12).
           05  LTR-EVENT-DATE      PIC  X(8).
           05  LTR-CUST-ID         PIC  X(10).
           05  LTR-CUST-NAME       PIC  X(50).
           05  LTR-ADDRESS         PIC  X(60).
           05  LTR-CONTACT         PIC  X(30).
      *    the schedule - after the change for policy letters, as it
      *    stands today for renewal and claim letters
           05  LTR-HOLDER          PIC  X(50).
           05  LTR-PRODUCT         PIC  X(8).
           05  LTR-PRODUCT-NAME    PIC  X(40).
           05  LTR-EFF-DATE        PIC  X(8).
           05  LTR-EXP-DATE        PIC  X(8).
           05  LTR-PREMIUM         PIC  9(10)V99.
           05  LTR-CURRENCY        PIC  X(3).
           05  LTR-SUM-INSURED     PIC  9(10)V99.
           05  LTR-DEDUCTIBLE      PIC  9(10)V99.
      *    endorsement - the schedule before the change
           05  LTR-OLD-PREMIUM     PIC  9(10)V99.
           05  LTR-OLD-EFF-DATE    PIC  X(8).
           05  LTR-OLD-EXP-DATE    PIC  X(8).
      *    cancellation - NONPAY from the collections run, else blank
           05  LTR-CANCEL-REASON   PIC  X(10).
      *    renewal reminder
           05  LTR-DAYS-TO-EXPIRY  PIC  9(3).
      *    claim letters
           05  LTR-CLAIM-ID        PIC  9(9).
           05  LTR-CLAIM-DATE      PIC  X(8).
           05  LTR-CLAIM-AMOUNT    PIC  9(10)V99.
           05  LTR-PAID-AMOUNT     PIC  9(10)V99.
           05  LTR-PAID-DATE       PIC  X(8).

       FD  EXC-RPT-FILE.
       01  EXC-RPT-REC             PIC  X(100).

       FD  RUN-LOG-FILE.
       01  RUN-LOG-REC             PIC  X(149).

       WORKING-STORAGE             SECTION.
       01  WS-PARM-FILE-STATUS     PIC  X(2).
       01  WS-ERRLOG-STATUS        PIC  X(2).
       01  WS-LETTER-STATUS        PIC  X(2).
       01  WS-EXCRPT-STATUS        PIC  X(2).
       01  WS-FILES-OK             PIC  X(1)  VALUE "N".

      *    run-control state - FAILED beats WARNING beats CLEAN, and
      *    the matching return codes 8/4/0 are what JOB-CONTROL keys
      *    on before releasing CLLETTER to the print vendor
       01  WS-RUNLOG-STATUS        PIC  X(2).
       01  WS-RUN-WARNED           PIC  X(1)  VALUE "N".
           88  WS-RUN-HAS-WARNED          VALUE "Y".
       01  WS-RUN-FAILED           PIC  X(1)  VALUE "N".
           88  WS-RUN-HAS-FAILED          VALUE "Y".
       01  WS-RUN-START-DATE       PIC  9(8).
       01  WS-RUN-START-TIME       PIC  9(8).

      *    same 149-byte layout as FETCH-POLICY's FPRUNLOG record so
      *    JOB-CONTROL reads every step's log the same way; the event
      *    window rides in the two selection columns
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

      *    look-back in force for the run (see READ-PARM-RTN)
       01  WS-DAYS-BACK            PIC  9(3).

      *    the letter types and the title the vendor prints on each
       01  WS-LTR-TYPE-DATA.
           05  FILLER              PIC  X(8)  VALUE "WELCOME".
           05  FILLER              PIC  X(24)
               VALUE "WELCOME AND SCHEDULE".
           05  FILLER              PIC  X(8)  VALUE "ENDORSE".
           05  FILLER              PIC  X(24)
               VALUE "ENDORSEMENT NOTICE".
           05  FILLER              PIC  X(8)  VALUE "CANCEL".
           05  FILLER              PIC  X(24)
               VALUE "CANCELLATION NOTICE".
           05  FILLER              PIC  X(8)  VALUE "RENEW90".
           05  FILLER              PIC  X(24)
               VALUE "RENEWAL REMINDER 90 DAYS".
           05  FILLER              PIC  X(8)  VALUE "RENEW60".
           05  FILLER              PIC  X(24)
               VALUE "RENEWAL REMINDER 60 DAYS".
           05  FILLER              PIC  X(8)  VALUE "RENEW30".
           05  FILLER              PIC  X(24)
               VALUE "RENEWAL REMINDER 30 DAYS".
           05  FILLER              PIC  X(8)  VALUE "CLMRECV".
           05  FILLER              PIC  X(24)
               VALUE "CLAIM RECEIVED".
           05  FILLER              PIC  X(8)  VALUE "CLMAPPR".
           05  FILLER              PIC  X(24)
               VALUE "CLAIM APPROVED".
           05  FILLER              PIC  X(8)  VALUE "CLMDENY".
           05  FILLER              PIC  X(24)
               VALUE "CLAIM DECLINED".
           05  FILLER              PIC  X(8)  VALUE "CLMPAID".
           05  FILLER              PIC  X(24)
               VALUE "CLAIM PAYMENT MADE".
       01  WS-LTR-TYPE-TAB REDEFINES WS-LTR-TYPE-DATA.
           05  WS-LTR-TYPE-ENTRY   OCCURS 10 TIMES.
               10  WS-LTR-TYPE     PIC  X(8).
               10  WS-LTR-TITLE    PIC  X(24).
       01  WS-LTR-COUNTS.
           05  WS-LTR-COUNT        PIC  9(8)  OCCURS 10 TIMES.
       01  WS-LTR-IDX              PIC  9(2).
       01  WS-LTR-HIT              PIC  9(2).

       01  WS-ERR-KEY              PIC  X(10) VALUE SPACE.
       01  WS-EXC-REASON           PIC  X(20).

       01  WS-EVENTS-READ          PIC  9(8)  VALUE ZERO.
       01  WS-LETTERS-SENT         PIC  9(8)  VALUE ZERO.
       01  WS-EXC-COUNT            PIC  9(8)  VALUE ZERO.

       01  D-EXC-TITLE-REC.
           05  FILLER              PIC  X(42)
               VALUE "CORRESPONDENCE EXCEPTIONS - BUSINESS DATE ".
           05  EXT-BUS-DATE        PIC  X(8).
           05  FILLER              PIC  X(19)
               VALUE " - EVENTS SINCE ".
           05  EXT-FROM-DATE       PIC  X(8).

       01  D-EXC-CAPTION-REC.
           05  FILLER              PIC  X(12) VALUE "POLICY".
           05  FILLER              PIC  X(10) VALUE "LETTER".
           05  FILLER              PIC  X(14) VALUE "EVENT KEY".
           05  FILLER              PIC  X(10) VALUE "EVENT".
           05  FILLER              PIC  X(12) VALUE "CUSTOMER".
           05  FILLER              PIC  X(22) VALUE "REASON".
           05  FILLER              PIC  X(8)  VALUE "NOTE".

      *    one line per event that could not be addressed
       01  D-EXC-REC.
           05  EXC-POL-ID          PIC  X(10).
           05  FILLER              PIC  X(2)  VALUE SPACE.
           05  EXC-TYPE            PIC  X(8).
           05  FILLER              PIC  X(2)  VALUE SPACE.
           05  EXC-EVENT-KEY       PIC  X(12).
           05  FILLER              PIC  X(2)  VALUE SPACE.
           05  EXC-EVENT-DATE      PIC  X(8).
           05  FILLER              PIC  X(2)  VALUE SPACE.
           05  EXC-CUST-ID         PIC  X(10).
           05  FILLER              PIC  X(2)  VALUE SPACE.
           05  EXC-REASON          PIC  X(20).
           05  FILLER              PIC  X(2)  VALUE SPACE.
           05  EXC-NOTE            PIC  X(20).

       01  D-COUNT                 PIC  ZZZ,ZZZ,ZZ9.
       01  D-MESSAGE-REC           PIC  X(100).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME                  PIC  X(30) VALUE "testdb".
       01  USERNAME                PIC  X(30) VALUE "postgres".
       01  PASSWD                  PIC  X(10) VALUE SPACE.

      *    the event window - CL-FROM-DATE up to the business date
       01  CL-DATE-VARS.
           05  CL-FROM-DATE        PIC  X(8).
           05  CL-DAYS-BACK        PIC  S9(4) COMP-5.
           05  CL-TIME             PIC  X(8).

      *    one event with its addressee and the schedule it quotes
       01  EV-REC-VARS.
           05  EV-TYPE             PIC  X(8).
           05  EV-POL-ID           PIC  X(10).
           05  EV-KEY              PIC  X(12).
           05  EV-DATE             PIC  X(8).
           05  EV-POL-FOUND        PIC  X(10).
           05  EV-CUST-ID          PIC  X(10).
           05  EV-CUST-NAME        PIC  X(50).
           05  EV-ADDRESS          PIC  X(60).
           05  EV-CONTACT          PIC  X(30).
           05  EV-HOLDER           PIC  X(50).
           05  EV-PRODUCT          PIC  X(8).
           05  EV-PRODUCT-NAME     PIC  X(40).
           05  EV-EFF-DATE         PIC  X(8).
           05  EV-EXP-DATE         PIC  X(8).
           05  EV-PREMIUM          PIC  S9(10)V99.
           05  EV-CURRENCY         PIC  X(3).
           05  EV-SUM-INSURED      PIC  S9(10)V99.
           05  EV-DEDUCTIBLE       PIC  S9(10)V99.
           05  EV-OLD-PREMIUM      PIC  S9(10)V99.
           05  EV-OLD-EFF-DATE     PIC  X(8).
           05  EV-OLD-EXP-DATE     PIC  X(8).
           05  EV-REASON           PIC  X(10).
           05  EV-DAYS             PIC  S9(9) COMP-5.
           05  EV-CLAIM-ID         PIC  S9(9) COMP-5.
           05  EV-CLAIM-DATE       PIC  X(8).
           05  EV-CLAIM-AMOUNT     PIC  S9(10)V99.
           05  EV-PAID-AMOUNT      PIC  S9(10)V99.
           05  EV-PAID-DATE        PIC  X(8).

      *    the figure letter_log records against the letter - the
      *    premium on policy letters, the claim or settled amount on
      *    claim letters
       01  EV-LOG-AMOUNT           PIC  S9(10)V99.

      *    the business date this run processes as, YYYYMMDD - set by
      *    LOAD-BUS-DATE-RTN
       01  BUS-DATE                PIC  X(8).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           DISPLAY "*** CUSTOMER LETTERS STARTED ***".
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
           PERFORM SET-WINDOW-RTN.
           IF  NOT WS-RUN-HAS-FAILED
               PERFORM OPEN-FILES-RTN
           END-IF.
           IF  WS-FILES-OK = "Y"
               PERFORM LETTERS-RTN
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
           DISPLAY "*** CUSTOMER LETTERS FINISHED ***".
           STOP RUN.

      ******************************************************************
       END-RUN-RTN.
      ******************************************************************
      *    one appended CLRUNLOG record plus the matching return code -
      *    a run that warned or failed must not finish looking like a
      *    clean one, or the letters go to print unchecked
           MOVE  "CUST-LETTERS"     TO   RUN-PROGRAM.
           MOVE  WS-RUN-START-DATE  TO   RUN-START-DATE.
           MOVE  WS-RUN-START-TIME  TO   RUN-START-TIME.
           ACCEPT RUN-END-DATE       FROM DATE YYYYMMDD.
           ACCEPT RUN-END-TIME       FROM TIME.
           MOVE  "D"                TO   RUN-MODE.
           MOVE  CL-FROM-DATE       TO   RUN-SEL-ID-FROM.
           MOVE  BUS-DATE           TO   RUN-SEL-ID-TO.
           MOVE  SPACES              TO   RUN-SEL-STATUS
                                           RUN-SEL-HOLDER.
           MOVE  WS-EVENTS-READ     TO   RUN-COUNTED.
           MOVE  WS-LETTERS-SENT    TO   RUN-FETCHED.
           MOVE  WS-EXC-COUNT       TO   RUN-EXTRACTED.
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
      *    it is left blank.  000 is allowed - today's events only.
           IF  PARM-DBNAME = SPACES
               MOVE "testdb"        TO   PARM-DBNAME
           END-IF.
           IF  PARM-USERNAME = SPACES
               MOVE "postgres"      TO   PARM-USERNAME
           END-IF.
           IF  PARM-DAYS-BACK NUMERIC
               MOVE PARM-DAYS-BACK  TO   WS-DAYS-BACK
           ELSE
               MOVE 7               TO   WS-DAYS-BACK
           END-IF.
           DISPLAY "LOOK-BACK DAYS: " WS-DAYS-BACK.

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
       SET-WINDOW-RTN.
      ******************************************************************
      *    the first event date picked up, computed by the database
      *    so month ends are its problem
           MOVE  WS-DAYS-BACK       TO   CL-DAYS-BACK.
           MOVE  SPACES              TO   CL-FROM-DATE.
           EXEC SQL
               SELECT TO_CHAR(CAST(:BUS-DATE AS DATE) - :CL-DAYS-BACK,
                              'YYYYMMDD')
                 INTO :CL-FROM-DATE
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
           ELSE
               DISPLAY "EVENTS FROM " CL-FROM-DATE " TO " BUS-DATE
           END-IF.

      ******************************************************************
       OPEN-FILES-RTN.
      ******************************************************************
      *    no letters are produced unless both outputs are open - an
      *    event that cannot be addressed must land somewhere.
      *    CLLETTER is added to, never emptied: a letter is logged the
      *    moment it is written, so a rerun after a failure never
      *    selects it again and the only copy is the one already on
      *    the file.  The print vendor's pickup takes the file away.
           MOVE  "N"                TO   WS-FILES-OK.
           OPEN EXTEND LETTER-FILE.
           IF  WS-LETTER-STATUS NOT = "00"
               OPEN OUTPUT LETTER-FILE
           END-IF.
           IF  WS-LETTER-STATUS NOT = "00"
               DISPLAY "*** COULD NOT OPEN " "CLLETTER"
                       " - STATUS=" WS-LETTER-STATUS
               MOVE "Y"             TO   WS-RUN-FAILED
           ELSE
               OPEN OUTPUT EXC-RPT-FILE
               IF  WS-EXCRPT-STATUS NOT = "00"
                   DISPLAY "*** COULD NOT OPEN " "CLEXCRPT"
                           " - STATUS=" WS-EXCRPT-STATUS
                   MOVE "Y"         TO   WS-RUN-FAILED
                   CLOSE LETTER-FILE
               ELSE
                   MOVE "Y"         TO   WS-FILES-OK
                   MOVE  BUS-DATE   TO   EXT-BUS-DATE
                   MOVE  CL-FROM-DATE TO EXT-FROM-DATE
                   WRITE EXC-RPT-REC FROM D-EXC-TITLE-REC
                   WRITE EXC-RPT-REC FROM D-EXC-CAPTION-REC
               END-IF
           END-IF.
           IF  WS-FILES-OK NOT = "Y"
               DISPLAY "*** NO LETTERS WRITTEN"
           END-IF.

      ******************************************************************
       CLOSE-FILES-RTN.
      ******************************************************************
           MOVE  WS-EXC-COUNT       TO   D-COUNT.
           MOVE  SPACES              TO   D-MESSAGE-REC.
           STRING "EXCEPTIONS - NOT SENT: " DELIMITED BY SIZE
                  D-COUNT            DELIMITED BY SIZE
                  INTO D-MESSAGE-REC.
           WRITE EXC-RPT-REC FROM D-MESSAGE-REC.
           CLOSE LETTER-FILE.
           CLOSE EXC-RPT-FILE.
           DISPLAY "EVENTS READ:             " WS-EVENTS-READ.
           PERFORM VARYING WS-LTR-IDX FROM 1 BY 1
                   UNTIL WS-LTR-IDX > 10
               DISPLAY WS-LTR-TITLE (WS-LTR-IDX) ": "
                       WS-LTR-COUNT (WS-LTR-IDX)
           END-PERFORM.
           DISPLAY "LETTERS WRITTEN:         " WS-LETTERS-SENT.
           DISPLAY "EXCEPTIONS - NOT SENT:   " WS-EXC-COUNT.
           IF  WS-EXC-COUNT NOT = ZERO
               DISPLAY "*** WARNING: EVENTS WITH NO ADDRESS"
                       " - SEE CLEXCRPT"
               MOVE "Y"             TO   WS-RUN-WARNED
           END-IF.

      ******************************************************************
       LETTERS-RTN.
      ******************************************************************
      *    every event in the window not yet on letter_log, policy by
      *    policy in the order it happened.  The letter_log row and
      *    the letter commit together, one event per transaction, so
      *    a failure mid-run leaves nothing logged without its letter;
      *    WITH HOLD keeps CE open across those commits, the same
      *    reason PREM-DUNNING's CD carries it.
      *
      *    policy events come from policy_history (the images of the
      *    change itself); renewal reminders from the same list
      *    POLICY-RENEWAL writes to PRNOTICE, one per bucket, keyed on
      *    the expiry date; claim events from the dates CLAIM-ENTRY
      *    and CLAIM-DISBURSE stamp on the claim.  A claim approved is
      *    written to as long as it is still APPROVED or gone on to
      *    payment.
           MOVE  ZERO                TO   WS-LTR-COUNT (1)
                                           WS-LTR-COUNT (2)
                                           WS-LTR-COUNT (3)
                                           WS-LTR-COUNT (4)
                                           WS-LTR-COUNT (5)
                                           WS-LTR-COUNT (6)
                                           WS-LTR-COUNT (7)
                                           WS-LTR-COUNT (8)
                                           WS-LTR-COUNT (9)
                                           WS-LTR-COUNT (10).
           EXEC SQL
               DECLARE CE CURSOR WITH HOLD FOR
               SELECT e.ltype, e.policy_id, e.ekey,
                      TO_CHAR(e.edate, 'YYYYMMDD'),
                      COALESCE(p.policy_id, ' '),
                      COALESCE(c.customer_id, ' '),
                      COALESCE(c.customer_name, ' '),
                      COALESCE(c.address, ' '),
                      COALESCE(c.contact, ' '),
                      COALESCE(e.holder, ' '),
                      COALESCE(e.product, ' '),
                      COALESCE(pr.product_name, ' '),
                      COALESCE(TO_CHAR(e.eff, 'YYYYMMDD'), ' '),
                      COALESCE(TO_CHAR(e.expiry, 'YYYYMMDD'), ' '),
                      COALESCE(e.premium, 0),
                      COALESCE(e.ccy, ' '),
                      COALESCE(e.sum_ins, 0),
                      COALESCE(e.deduct, 0),
                      COALESCE(e.old_premium, 0),
                      COALESCE(TO_CHAR(e.old_eff, 'YYYYMMDD'), ' '),
                      COALESCE(TO_CHAR(e.old_expiry, 'YYYYMMDD'),
                               ' '),
                      COALESCE(e.reason, ' '),
                      COALESCE(e.days, 0),
                      COALESCE(e.claim_id, 0),
                      COALESCE(TO_CHAR(e.claim_date, 'YYYYMMDD'),
                               ' '),
                      COALESCE(e.claim_amount, 0),
                      COALESCE(e.paid_amount, 0),
                      COALESCE(TO_CHAR(e.paid_date, 'YYYYMMDD'), ' ')
                 FROM (
                   SELECT CASE h.change_type
                               WHEN 'INSERT' THEN 'WELCOME'
                               WHEN 'UPDATE' THEN 'ENDORSE'
                               ELSE 'CANCEL' END AS ltype,
                          h.policy_id,
                          LPAD(CAST(h.history_id AS TEXT), 9, '0')
                                                     AS ekey,
                          h.change_date              AS edate,
                          h.new_holder_name          AS holder,
                          h.new_product_code         AS product,
                          h.new_effective_date       AS eff,
                          h.new_expiry_date          AS expiry,
                          h.new_premium              AS premium,
                          h.new_currency_code        AS ccy,
                          h.new_sum_insured          AS sum_ins,
                          h.new_deductible           AS deduct,
                          h.old_premium              AS old_premium,
                          h.old_effective_date       AS old_eff,
                          h.old_expiry_date          AS old_expiry,
                          h.change_reason            AS reason,
                          CAST(NULL AS INTEGER)      AS days,
                          CAST(NULL AS INTEGER)      AS claim_id,
                          CAST(NULL AS DATE)         AS claim_date,
                          CAST(NULL AS NUMERIC)      AS claim_amount,
                          CAST(NULL AS NUMERIC)      AS paid_amount,
                          CAST(NULL AS DATE)         AS paid_date
                     FROM policy_history h
                    WHERE h.change_date
                              BETWEEN CAST(:CL-FROM-DATE AS DATE)
                                  AND CAST(:BUS-DATE AS DATE)
                      AND (h.change_type IN ('INSERT', 'CANCEL')
                           OR (h.change_type = 'UPDATE'
                               AND (h.old_premium IS DISTINCT FROM
                                        h.new_premium
                                    OR h.old_effective_date
                                        IS DISTINCT FROM
                                        h.new_effective_date
                                    OR h.old_expiry_date
                                        IS DISTINCT FROM
                                        h.new_expiry_date)))
                   UNION ALL
                   SELECT CASE WHEN r.expiry_date
                                  - CAST(:BUS-DATE AS DATE) <= 30
                               THEN 'RENEW30'
                               WHEN r.expiry_date
                                  - CAST(:BUS-DATE AS DATE) <= 60
                               THEN 'RENEW60'
                               ELSE 'RENEW90' END,
                          r.policy_id,
                          TO_CHAR(r.expiry_date, 'YYYYMMDD'),
                          CAST(:BUS-DATE AS DATE),
                          r.holder_name, r.product_code,
                          r.effective_date, r.expiry_date,
                          r.premium, r.currency_code,
                          r.sum_insured, r.deductible,
                          NULL, NULL, NULL, NULL,
                          r.expiry_date - CAST(:BUS-DATE AS DATE),
                          NULL, NULL, NULL, NULL, NULL
                     FROM policies r
                    WHERE r.expiry_date IS NOT NULL
                      AND r.expiry_date >= CAST(:BUS-DATE AS DATE)
                      AND r.expiry_date <  CAST(:BUS-DATE AS DATE)
                                           + 91
                      AND r.status NOT IN ('CANCELLED', 'LAPSED')
                   UNION ALL
                   SELECT t.ltype, k.policy_id,
                          LPAD(CAST(k.claim_id AS TEXT), 9, '0'),
                          CASE t.ltype
                               WHEN 'CLMRECV' THEN k.entered_date
                               WHEN 'CLMPAID' THEN k.paid_date
                               ELSE k.adjudicated_date END,
                          q.holder_name, q.product_code,
                          q.effective_date, q.expiry_date,
                          q.premium, q.currency_code,
                          q.sum_insured, q.deductible,
                          NULL, NULL, NULL, NULL, NULL,
                          k.claim_id, k.claim_date, k.claim_amount,
                          k.paid_amount, k.paid_date
                     FROM claims k
                     JOIN policies q ON q.policy_id = k.policy_id
                    CROSS JOIN (VALUES ('CLMRECV'), ('CLMAPPR'),
                                       ('CLMDENY'), ('CLMPAID'))
                          AS t (ltype)
                    WHERE (t.ltype = 'CLMRECV'
                           AND k.entered_date
                               BETWEEN CAST(:CL-FROM-DATE AS DATE)
                                   AND CAST(:BUS-DATE AS DATE))
                       OR (t.ltype = 'CLMAPPR'
                           AND k.status IN ('APPROVED', 'PMT-SENT',
                                            'PAID')
                           AND k.adjudicated_date
                               BETWEEN CAST(:CL-FROM-DATE AS DATE)
                                   AND CAST(:BUS-DATE AS DATE))
                       OR (t.ltype = 'CLMDENY'
                           AND k.status = 'DENIED'
                           AND k.adjudicated_date
                               BETWEEN CAST(:CL-FROM-DATE AS DATE)
                                   AND CAST(:BUS-DATE AS DATE))
                       OR (t.ltype = 'CLMPAID'
                           AND k.status = 'PAID'
                           AND k.paid_amount IS NOT NULL
                           AND k.paid_date
                               BETWEEN CAST(:CL-FROM-DATE AS DATE)
                                   AND CAST(:BUS-DATE AS DATE))
                      ) e
                 LEFT JOIN policies p  ON p.policy_id = e.policy_id
                 LEFT JOIN customers c ON c.customer_id = p.customer_id
                 LEFT JOIN products pr ON pr.product_code = e.product
                WHERE NOT EXISTS
                      (SELECT 1 FROM letter_log l
                        WHERE l.policy_id   = e.policy_id
                          AND l.letter_type = e.ltype
                          AND l.event_key   = e.ekey)
                ORDER BY e.policy_id, e.edate, e.ltype, e.ekey
           END-EXEC.
           EXEC SQL
               OPEN CE
           END-EXEC.
           PERFORM FETCH-EVENT-RTN.
           PERFORM UNTIL SQLCODE NOT = ZERO
                   OR WS-RUN-HAS-FAILED
               ADD   1              TO   WS-EVENTS-READ
               MOVE  EV-POL-ID      TO   WS-ERR-KEY
               PERFORM ONE-EVENT-RTN
               IF  NOT WS-RUN-HAS-FAILED
                   PERFORM FETCH-EVENT-RTN
               END-IF
           END-PERFORM.
      *    SQLCODE +10 just means "no more rows" (normal end of
      *    cursor); anything else is a real error
           IF  NOT WS-RUN-HAS-FAILED
               AND SQLCODE NOT = +10 AND SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
           END-IF.
           EXEC SQL
               CLOSE CE
           END-EXEC.

      ******************************************************************
       FETCH-EVENT-RTN.
      ******************************************************************
           EXEC SQL
               FETCH CE INTO :EV-TYPE, :EV-POL-ID, :EV-KEY, :EV-DATE,
                             :EV-POL-FOUND, :EV-CUST-ID,
                             :EV-CUST-NAME, :EV-ADDRESS, :EV-CONTACT,
                             :EV-HOLDER, :EV-PRODUCT,
                             :EV-PRODUCT-NAME, :EV-EFF-DATE,
                             :EV-EXP-DATE, :EV-PREMIUM, :EV-CURRENCY,
                             :EV-SUM-INSURED, :EV-DEDUCTIBLE,
                             :EV-OLD-PREMIUM, :EV-OLD-EFF-DATE,
                             :EV-OLD-EXP-DATE, :EV-REASON, :EV-DAYS,
                             :EV-CLAIM-ID, :EV-CLAIM-DATE,
                             :EV-CLAIM-AMOUNT, :EV-PAID-AMOUNT,
                             :EV-PAID-DATE
           END-EXEC.

      ******************************************************************
       ONE-EVENT-RTN.
      ******************************************************************
      *    somebody to write to, or the exceptions report - never
      *    dropped
           MOVE  SPACES              TO   WS-EXC-REASON.
           IF  EV-POL-FOUND = SPACES
               MOVE "POLICY NOT ON FILE" TO WS-EXC-REASON
           ELSE
           IF  EV-CUST-ID = SPACES
               MOVE "NO CUSTOMER LINKED" TO WS-EXC-REASON
           ELSE
           IF  EV-ADDRESS = SPACES
               MOVE "BLANK ADDRESS"  TO   WS-EXC-REASON
           END-IF
           END-IF
           END-IF.
           IF  WS-EXC-REASON NOT = SPACES
               PERFORM WRITE-EXCEPTION-RTN
           ELSE
               PERFORM SEND-LETTER-RTN
           END-IF.

      ******************************************************************
       WRITE-EXCEPTION-RTN.
      ******************************************************************
      *    an event on the first day of the window will not be picked
      *    up again - say so, so it is not missed a second time
           MOVE  SPACES              TO   D-EXC-REC.
           MOVE  EV-POL-ID          TO   EXC-POL-ID.
           MOVE  EV-TYPE            TO   EXC-TYPE.
           MOVE  EV-KEY             TO   EXC-EVENT-KEY.
           MOVE  EV-DATE            TO   EXC-EVENT-DATE.
           MOVE  EV-CUST-ID         TO   EXC-CUST-ID.
           MOVE  WS-EXC-REASON      TO   EXC-REASON.
           IF  EV-DATE = CL-FROM-DATE
               MOVE "LAST RUN TO SEND"  TO EXC-NOTE
           END-IF.
           WRITE EXC-RPT-REC FROM D-EXC-REC.
           ADD   1                  TO   WS-EXC-COUNT.

      ******************************************************************
       SEND-LETTER-RTN.
      ******************************************************************
      *    the log row goes in first and commits with the letter, so
      *    an event once sent drops out of the cursor's NOT EXISTS on
      *    every later run.  The unique key is only the backstop for
      *    two runs at once: the second run's INSERT fails, goes
      *    through ERROR-RTN like any other SQL error and the run
      *    stops FAILED with no letter written for that event - a
      *    rerun then finds it already logged and moves past it
           MOVE  ZERO                TO   WS-LTR-HIT.
           PERFORM VARYING WS-LTR-IDX FROM 1 BY 1
                   UNTIL WS-LTR-IDX > 10
               IF  WS-LTR-TYPE (WS-LTR-IDX) = EV-TYPE
                   MOVE WS-LTR-IDX  TO   WS-LTR-HIT
               END-IF
           END-PERFORM.
           EVALUATE EV-TYPE
               WHEN "CLMPAID"
                   MOVE EV-PAID-AMOUNT  TO EV-LOG-AMOUNT
               WHEN "CLMRECV"
               WHEN "CLMAPPR"
               WHEN "CLMDENY"
                   MOVE EV-CLAIM-AMOUNT TO EV-LOG-AMOUNT
               WHEN OTHER
                   MOVE EV-PREMIUM      TO EV-LOG-AMOUNT
           END-EVALUATE.
           ACCEPT CL-TIME            FROM TIME.
           EXEC SQL
               INSERT INTO letter_log
                      (policy_id, letter_type, event_key, event_date,
                       customer_id, amount, currency_code,
                       letter_date, letter_time)
               VALUES (:EV-POL-ID, :EV-TYPE, :EV-KEY,
                       CAST(:EV-DATE AS DATE), :EV-CUST-ID,
                       :EV-LOG-AMOUNT, :EV-CURRENCY,
                       CAST(:BUS-DATE AS DATE), :CL-TIME)
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
           ELSE
               PERFORM WRITE-LETTER-RTN
               IF  WS-LETTER-STATUS NOT = "00"
                   DISPLAY "*** LETTER WRITE FAILED FOR POL-ID "
                           EV-POL-ID " - STATUS=" WS-LETTER-STATUS
                   EXEC SQL
                       ROLLBACK
                   END-EXEC
                   MOVE "Y"         TO   WS-RUN-FAILED
               ELSE
                   EXEC SQL
                       COMMIT WORK
                   END-EXEC
                   ADD  1           TO   WS-LETTERS-SENT
                   IF  WS-LTR-HIT NOT = ZERO
                       ADD 1        TO   WS-LTR-COUNT (WS-LTR-HIT)
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
       WRITE-LETTER-RTN.
      ******************************************************************
           MOVE  SPACES              TO   LETTER-FILE-REC.
           MOVE  EV-TYPE            TO   LTR-TYPE.
           IF  WS-LTR-HIT NOT = ZERO
               MOVE  WS-LTR-TITLE (WS-LTR-HIT) TO LTR-TITLE
           END-IF.
           MOVE  BUS-DATE           TO   LTR-LETTER-DATE.
           MOVE  EV-POL-ID          TO   LTR-POL-ID.
           MOVE  EV-KEY             TO   LTR-EVENT-KEY.
           MOVE  EV-DATE            TO   LTR-EVENT-DATE.
           MOVE  EV-CUST-ID         TO   LTR-CUST-ID.
           MOVE  EV-CUST-NAME       TO   LTR-CUST-NAME.
           MOVE  EV-ADDRESS         TO   LTR-ADDRESS.
           MOVE  EV-CONTACT         TO   LTR-CONTACT.
           MOVE  EV-HOLDER          TO   LTR-HOLDER.
           MOVE  EV-PRODUCT         TO   LTR-PRODUCT.
           MOVE  EV-PRODUCT-NAME    TO   LTR-PRODUCT-NAME.
           MOVE  EV-EFF-DATE        TO   LTR-EFF-DATE.
           MOVE  EV-EXP-DATE        TO   LTR-EXP-DATE.
           MOVE  EV-PREMIUM         TO   LTR-PREMIUM.
           MOVE  EV-CURRENCY        TO   LTR-CURRENCY.
           MOVE  EV-SUM-INSURED     TO   LTR-SUM-INSURED.
           MOVE  EV-DEDUCTIBLE      TO   LTR-DEDUCTIBLE.
           MOVE  ZERO                TO   LTR-OLD-PREMIUM
                                           LTR-DAYS-TO-EXPIRY
                                           LTR-CLAIM-ID
                                           LTR-CLAIM-AMOUNT
                                           LTR-PAID-AMOUNT.
           EVALUATE EV-TYPE
               WHEN "ENDORSE"
                   MOVE EV-OLD-PREMIUM  TO LTR-OLD-PREMIUM
                   MOVE EV-OLD-EFF-DATE TO LTR-OLD-EFF-DATE
                   MOVE EV-OLD-EXP-DATE TO LTR-OLD-EXP-DATE
               WHEN "CANCEL"
                   MOVE EV-REASON       TO LTR-CANCEL-REASON
               WHEN "RENEW90"
               WHEN "RENEW60"
               WHEN "RENEW30"
                   MOVE EV-DAYS         TO LTR-DAYS-TO-EXPIRY
               WHEN "CLMRECV"
               WHEN "CLMAPPR"
               WHEN "CLMDENY"
               WHEN "CLMPAID"
                   MOVE EV-CLAIM-ID     TO LTR-CLAIM-ID
                   MOVE EV-CLAIM-DATE   TO LTR-CLAIM-DATE
                   MOVE EV-CLAIM-AMOUNT TO LTR-CLAIM-AMOUNT
                   IF  EV-TYPE = "CLMPAID"
                       MOVE EV-PAID-AMOUNT TO LTR-PAID-AMOUNT
                       MOVE EV-PAID-DATE   TO LTR-PAID-DATE
                   END-IF
           END-EVALUATE.
           WRITE LETTER-FILE-REC.

      ******************************************************************
       ERROR-RTN.
      ******************************************************************
      *    any path through here is a failed run as far as
      *    JOB-CONTROL is concerned
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
      *    ERR-LOG-FILE-REC is populated by the caller (ERROR-RTN, or
      *    the business-date fallback) before this is performed.
           ACCEPT LOG-DATE          FROM DATE YYYYMMDD.
           ACCEPT LOG-TIME          FROM TIME.
           OPEN EXTEND ERR-LOG-FILE.
           IF  WS-ERRLOG-STATUS NOT = "00"
               OPEN OUTPUT ERR-LOG-FILE
           END-IF.
           WRITE ERR-LOG-FILE-REC.
           CLOSE ERR-LOG-FILE.
      ******************************************************************
