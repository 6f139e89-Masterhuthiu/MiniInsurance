                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-ERRLOG-STATUS.

      *    one record per run for JOB-CONTROL and the morning check,
      *    same layout as FETCH-POLICY's FPRUNLOG
           SELECT RUN-LOG-FILE     ASSIGN TO "CMRUNLOG"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-RUNLOG-STATUS.

           SELECT TRANS-FILE       ASSIGN TO "CMTRANS"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-TRANS-STATUS.
       FD  LINK-RPT-FILE.
       01  LINK-RPT-REC            PIC  X(54).

       FD  RUN-LOG-FILE.
       01  RUN-LOG-REC             PIC  X(149).

       WORKING-STORAGE             SECTION.
       01  WS-PARM-FILE-STATUS     PIC  X(2).
       01  WS-ERRLOG-STATUS        PIC  X(2).
       01  WS-LINK-NOMATCH         PIC  9(8)  VALUE ZERO.
       01  WS-LINK-FAILED          PIC  X(1).

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
       01  HIST-TIME               PIC  X(8).
       01  HIST-OPERATOR           PIC  X(8).
       01  SQL-ROW-COUNT           PIC  S9(9) COMP-5.

      *    the business date this run processes as, YYYYMMDD - set by
      *    LOAD-BUS-DATE-RTN
       01  BUS-DATE                PIC  X(8).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
      ******************************************************************
       MAIN-RTN.
           DISPLAY "*** CUSTOMER MAINT STARTED ***".
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

           EVALUATE TRUE
               WHEN WS-MODE-MAINTENANCE
                   PERFORM MAINT-RTN
               WHEN WS-MODE-LINK
      *            the LINK history rows are dated the business date
                   PERFORM LOAD-BUS-DATE-RTN
                   PERFORM LINK-RTN
               WHEN OTHER
                   PERFORM BATCH-RTN
           END-EXEC.

      *    END
           PERFORM END-RUN-RTN.
           DISPLAY "*** CUSTOMER MAINT FINISHED ***".
           STOP RUN.

      ******************************************************************
       END-RUN-RTN.
      ******************************************************************
      *    one appended CMRUNLOG record plus the matching return code -
      *    a run that warned or failed must not finish looking like a
      *    clean one
           MOVE  SPACES              TO   D-RUN-REC.
           MOVE  "CUST-MAINT"       TO   RUN-PROGRAM.
           MOVE  WS-RUN-START-DATE  TO   RUN-START-DATE.
           MOVE  WS-RUN-START-TIME  TO   RUN-START-TIME.
           ACCEPT RUN-END-DATE       FROM DATE YYYYMMDD.
           ACCEPT RUN-END-TIME       FROM TIME.
           MOVE  WS-RUN-MODE        TO   RUN-MODE.
           MOVE  SPACES              TO   RUN-SEL-ID-FROM
                                           RUN-SEL-ID-TO
                                           RUN-SEL-STATUS
                                           RUN-SEL-HOLDER.
           IF  WS-MODE-LINK
               MOVE  WS-LINK-PROPOSED TO RUN-COUNTED
               MOVE  WS-LINK-APPLIED TO  RUN-FETCHED
               COMPUTE RUN-EXTRACTED = WS-LINK-AMBIG + WS-LINK-NOMATCH
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
       READ-PARM-RTN.
      ******************************************************************
               DISPLAY "*** COULD NOT OPEN " "CMTRANS"
                       " - STATUS=" WS-TRANS-STATUS
                       " - CUSTOMER LOAD SKIPPED"
               MOVE "Y"             TO   WS-RUN-FAILED
           ELSE
               OPEN OUTPUT TRANS-RPT-FILE
               IF  WS-TRNRPT-STATUS NOT = "00"
                   DISPLAY "*** COULD NOT OPEN " "CMTRNRPT"
                           " - STATUS=" WS-TRNRPT-STATUS
                           " - CUSTOMER LOAD SKIPPED"
                   MOVE "Y"             TO   WS-RUN-FAILED
                   CLOSE TRANS-FILE
               ELSE
                   READ TRANS-FILE
                   DISPLAY "CUSTOMER LOAD: ACCEPTED="
                           WS-TRANS-ACCEPTED " REJECTED="
                           WS-TRANS-REJECTED
      *            rejected records are the resubmission queue - the
      *            run log must say WARNING so somebody works it
                   IF  WS-TRANS-REJECTED > ZERO
                       MOVE "Y"     TO   WS-RUN-WARNED
                   END-IF
               END-IF
           END-IF.

               DISPLAY WS-MAINT-REASON " - DELETE ABORTED"
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
       LINK-RTN.
      ******************************************************************
               DISPLAY "*** COULD NOT OPEN " "CMLINKRPT"
                       " - STATUS=" WS-LINKRPT-STATUS
                       " - LINK RUN SKIPPED"
               MOVE "Y"             TO   WS-RUN-FAILED
           ELSE
               EXEC SQL
                   OPEN CL
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
               SELECT policy_id, 'LINK', CAST(:BUS-DATE AS DATE),
                      :HIST-TIME,
                      :HIST-OPERATOR,
                      holder_name, premium, status, currency_code,
                      effective_date, expiry_date, agent_id,
                      customer_id, product_code, sum_insured,
                      deductible,
                      holder_name, premium, status, currency_code,
                      effective_date, expiry_date, agent_id,
                      :LNK-CUST-ID, product_code, sum_insured,
                      deductible
                 FROM policies
                WHERE policy_id = :LNK-POL-ID
           END-EXEC.
      ******************************************************************
       ERROR-RTN.
      ******************************************************************
      *    any path through here is a failed run as far as
      *    JOB-CONTROL is concerned
           MOVE  "Y"                TO   WS-RUN-FAILED.
           MOVE  CUS-ID             TO   LOG-POL-ID.
           IF  WS-MODE-LINK
               MOVE  LNK-POL-ID     TO   LOG-POL-ID
