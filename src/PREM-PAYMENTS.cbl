      *  instead of dropping the money on the floor; mode S prints the
      *  aged suspense work queue and mode M applies the PPSUSPIN
      *  re-match file (corrected policy id or refund flag per item).
      *  PPRCPTIN carries a header (file date and sequence number) and
      *  a trailer (record count and amount total); the whole file is
      *  proved against them before a single receipt is posted, and a
      *  file whose date and sequence is already on receipt_files is
      *  refused - a truncated or twice-delivered file fails the run
      *  instead of loading silently.
      *
      *  Each loaded receipt is allocated to the policy's oldest open
      *  invoice (PREM-BILLING generates them per cover term), rolling
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-ERRLOG-STATUS.

      *    one record per run for JOB-CONTROL and the morning check,
      *    same layout as FETCH-POLICY's FPRUNLOG
           SELECT RUN-LOG-FILE     ASSIGN TO "PPRUNLOG"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-RUNLOG-STATUS.

           SELECT RECEIPT-FILE     ASSIGN TO "PPRCPTIN"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-RECEIPT-STATUS.
           05  LOG-MESSAGE         PIC  X(70).

       FD  RECEIPT-FILE.
      *    H header first (file date, sequence), one D record per bank
      *    receipt, T trailer last (detail count, amount total).
      *    RCP-AMOUNT is an implied-decimal numeric so a mis-keyed
      *    field can be rejected with NOT NUMERIC instead of abending
      *    the run
       01  RECEIPT-FILE-REC.
           05  RCP-REC-TYPE        PIC  X(1).
               88  RCP-IS-HEADER          VALUE "H".
               88  RCP-IS-DETAIL          VALUE "D".
               88  RCP-IS-TRAILER         VALUE "T".
           05  RCP-DETAIL.
               10  RCP-POL-ID      PIC  X(10).
               10  RCP-PAY-DATE    PIC  X(8).
               10  RCP-AMOUNT      PIC  9(10)V99.
               10  RCP-REF         PIC  X(20).
           05  RCP-HEADER          REDEFINES RCP-DETAIL.
               10  RCP-HDR-DATE    PIC  9(8).
               10  RCP-HDR-SEQ     PIC  9(4).
               10  FILLER          PIC  X(38).
           05  RCP-TRAILER         REDEFINES RCP-DETAIL.
               10  RCP-TRL-COUNT   PIC  9(8).
               10  RCP-TRL-TOTAL   PIC  9(12)V99.
               10  FILLER          PIC  X(28).

       FD  RECEIPT-RPT-FILE.
       01  RECEIPT-RPT-REC         PIC  X(64).
       FD  SUSRPT-FILE.
       01  SUSRPT-REC              PIC  X(54).

       FD  RUN-LOG-FILE.
       01  RUN-LOG-REC             PIC  X(149).

       WORKING-STORAGE             SECTION.
       01  WS-PARM-FILE-STATUS     PIC  X(2).
       01  WS-ERRLOG-STATUS        PIC  X(2).
       01  WS-RCP-ACCEPTED         PIC  9(8)  VALUE ZERO.
       01  WS-RCP-REJECTED         PIC  9(8)  VALUE ZERO.
       01  WS-RCP-SUSPENDED        PIC  9(8)  VALUE ZERO.
      *    receipt-file control - what the detail records add up to,
      *    proved against the trailer before anything is posted; the
      *    reason the file was refused, blank when it proved
       01  WS-RCP-FILE-REASON      PIC  X(20).
       01  WS-RCP-TRL-SEEN         PIC  X(1).
       01  WS-RCP-DTL-COUNT        PIC  9(8).
       01  WS-RCP-DTL-TOTAL        PIC  9(12)V99.
       01  WS-RCP-FILE-KEY         PIC  X(13).
       01  D-RCP-COUNT             PIC  ZZ,ZZZ,ZZ9.
       01  D-RCP-TOTAL             PIC  Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
      *    set when the current receipt landed on the suspense table -
      *    money kept with a readable disposition, not a vanished
      *    REJECTED line
       01  WS-BILLED-CONVERTED     PIC  S9(12)V99.
       01  WS-RECEIVED-CONVERTED   PIC  S9(12)V99.

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
       01  WS-AGE-LINES            PIC  9(8)  VALUE ZERO.

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
       01  XRT-REC-VARS.
           05  XRT-CCY             PIC  X(3).
           05  XRT-RATE            PIC  S9(6)V9(4).

      *    the receipt file being loaded, off its header and trailer -
      *    its receipt_files row
       01  RCF-REC-VARS.
           05  RCF-FILE-DATE       PIC  X(8).
           05  RCF-FILE-SEQ        PIC  S9(9) COMP-5.
           05  RCF-REC-COUNT       PIC  S9(9) COMP-5.
           05  RCF-TOTAL           PIC  S9(12)V99.
           05  RCF-STATUS          PIC  X(8).
           05  RCF-ACCEPTED        PIC  S9(9) COMP-5.
           05  RCF-SUSPENDED       PIC  S9(9) COMP-5.
           05  RCF-REJECTED        PIC  S9(9) COMP-5.
           05  RCF-TIME            PIC  X(8).

      *    the business date this run processes as, YYYYMMDD - set by
      *    LOAD-BUS-DATE-RTN
       01  BUS-DATE                PIC  X(8).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
      ******************************************************************
       MAIN-RTN.
           DISPLAY "*** PREMIUM PAYMENTS STARTED ***".
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

      *    the conversion rates come from the database now, so they
      *    can only be loaded (and the reporting currency validated
      *    against them) once the CONNECT is up - as of the business
      *    date, which has to be read first
           PERFORM LOAD-BUS-DATE-RTN.
           PERFORM LOAD-XRATE-RTN.
           PERFORM CHECK-REPORT-CCY-RTN.

           END-EXEC.

      *    END
           PERFORM END-RUN-RTN.
           DISPLAY "*** PREMIUM PAYMENTS FINISHED ***".
           STOP RUN.

      ******************************************************************
       END-RUN-RTN.
      ******************************************************************
      *    one appended PPRUNLOG record plus the matching return code -
      *    a run that warned or failed must not finish looking like a
      *    clean one
           MOVE  SPACES              TO   D-RUN-REC.
           MOVE  "PREM-PAYMENT"     TO   RUN-PROGRAM.
           MOVE  WS-RUN-START-DATE  TO   RUN-START-DATE.
           MOVE  WS-RUN-START-TIME  TO   RUN-START-TIME.
           ACCEPT RUN-END-DATE       FROM DATE YYYYMMDD.
           ACCEPT RUN-END-TIME       FROM TIME.
           MOVE  WS-RUN-MODE        TO   RUN-MODE.
           MOVE  WS-REPORT-CCY      TO   RUN-SEL-ID-FROM.
           MOVE  SPACES              TO   RUN-SEL-ID-TO
                                           RUN-SEL-STATUS
                                           RUN-SEL-HOLDER.
           MOVE  ZERO               TO   RUN-COUNTED
                                           RUN-FETCHED
                                           RUN-EXTRACTED.
           EVALUATE TRUE
               WHEN WS-MODE-LOAD
                   COMPUTE RUN-COUNTED = WS-RCP-ACCEPTED
                                       + WS-RCP-SUSPENDED
                                       + WS-RCP-REJECTED
                   MOVE  WS-RCP-ACCEPTED  TO  RUN-FETCHED
                   COMPUTE RUN-EXTRACTED = WS-RCP-SUSPENDED
                                         + WS-RCP-REJECTED
               WHEN WS-MODE-SUSQUEUE
                   MOVE  WS-SUSQ-COUNT    TO  RUN-COUNTED
               WHEN WS-MODE-REMATCH
                   COMPUTE RUN-COUNTED = WS-SUS-POSTED
                                       + WS-SUS-REFUNDED
                                       + WS-SUS-REJECTED
                   COMPUTE RUN-FETCHED = WS-SUS-POSTED
                                       + WS-SUS-REFUNDED
                   MOVE  WS-SUS-REJECTED  TO  RUN-EXTRACTED
               WHEN WS-MODE-REALLOC
                   COMPUTE RUN-COUNTED = WS-REALLOC-APPLIED
                                       + WS-REALLOC-WAITING
                                       + WS-REALLOC-FAILED
                   MOVE  WS-REALLOC-APPLIED TO RUN-FETCHED
                   MOVE  WS-REALLOC-FAILED TO RUN-EXTRACTED
               WHEN OTHER
                   MOVE  WS-AGE-LINES     TO  RUN-COUNTED
           END-EVALUATE.
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
      ******************************************************************
       LOAD-RTN.
      ******************************************************************
      *    proves the whole PPRCPTIN receipt file against its header
      *    and trailer, registers it on receipt_files, then applies
      *    the detail records - one ACCEPTED/SUSPENSE/REJECTED line
      *    per receipt to PPRCPRPT.  A file that does not prove, or
      *    that has been loaded before, posts nothing: one REFUSED
      *    line and a failed run.
           MOVE  ZERO               TO   WS-RCP-ACCEPTED
                                          WS-RCP-REJECTED
                                          WS-RCP-SUSPENDED.
           OPEN INPUT RECEIPT-FILE.
           IF  WS-RECEIPT-STATUS NOT = "00"
               DISPLAY "*** COULD NOT OPEN " "PPRCPTIN"
                       " - STATUS=" WS-RECEIPT-STATUS
                       " - RECEIPT LOAD SKIPPED"
               MOVE "Y"             TO   WS-RUN-FAILED
           ELSE
               OPEN OUTPUT RECEIPT-RPT-FILE
               IF  WS-RCPRPT-STATUS NOT = "00"
                   DISPLAY "*** COULD NOT OPEN " "PPRCPRPT"
                           " - STATUS=" WS-RCPRPT-STATUS
                           " - RECEIPT LOAD SKIPPED"
                   MOVE "Y"             TO   WS-RUN-FAILED
                   CLOSE RECEIPT-FILE
               ELSE
                   PERFORM CHECK-RECEIPT-FILE-RTN
                   CLOSE RECEIPT-FILE
                   IF  WS-RCP-FILE-REASON = SPACES
                       PERFORM REGISTER-RECEIPT-FILE-RTN
                   END-IF
                   IF  WS-RCP-FILE-REASON NOT = SPACES
                       PERFORM REFUSE-RECEIPT-FILE-RTN
                   ELSE
                       PERFORM APPLY-RECEIPT-FILE-RTN
                   END-IF
                   CLOSE RECEIPT-RPT-FILE
                   DISPLAY "RECEIPT LOAD: ACCEPTED="
                           WS-RCP-ACCEPTED " SUSPENDED="
               END-IF
           END-IF.

      ******************************************************************
       CHECK-RECEIPT-FILE-RTN.
      ******************************************************************
      *    first pass over the file, posting nothing: a header first,
      *    a trailer last, and the detail records in between adding up
      *    to the trailer's count and amount total - then the file
      *    date and sequence must not already be on receipt_files.
      *    The first fault found is the reason the file is refused.
           MOVE  SPACES              TO   WS-RCP-FILE-REASON
                                          RCF-FILE-DATE.
           MOVE  "N"                 TO   WS-RCP-TRL-SEEN.
           MOVE  ZERO                TO   WS-RCP-DTL-COUNT
                                          WS-RCP-DTL-TOTAL
                                          RCF-FILE-SEQ
                                          RCF-REC-COUNT RCF-TOTAL.
           MOVE  SPACES              TO   WS-RCP-FILE-KEY.
           READ RECEIPT-FILE.
           IF  WS-RECEIPT-STATUS NOT = "00"
               MOVE "EMPTY FILE"        TO   WS-RCP-FILE-REASON
           ELSE
           IF  NOT RCP-IS-HEADER
               MOVE "NO HEADER RECORD"  TO   WS-RCP-FILE-REASON
           ELSE
           IF  RCP-HDR-DATE NOT NUMERIC
               OR RCP-HDR-SEQ NOT NUMERIC
               MOVE "HEADER DATE/SEQ BAD" TO  WS-RCP-FILE-REASON
           ELSE
               MOVE  RCP-HDR-DATE    TO   RCF-FILE-DATE
               MOVE  RCP-HDR-SEQ     TO   RCF-FILE-SEQ
               STRING RCP-HDR-DATE   DELIMITED BY SIZE
                      "/"            DELIMITED BY SIZE
                      RCP-HDR-SEQ    DELIMITED BY SIZE
                      INTO WS-RCP-FILE-KEY
               READ RECEIPT-FILE
               PERFORM UNTIL WS-RECEIPT-STATUS NOT = "00"
                          OR WS-RCP-FILE-REASON NOT = SPACES
                   PERFORM CHECK-RECEIPT-REC-RTN
                   READ RECEIPT-FILE
               END-PERFORM
               IF  WS-RCP-FILE-REASON = SPACES
                   PERFORM CHECK-RECEIPT-TOTALS-RTN
               END-IF
           END-IF
           END-IF
           END-IF.

      ******************************************************************
       CHECK-RECEIPT-REC-RTN.
      ******************************************************************
      *    a detail amount that is not numeric cannot be added up; it
      *    leaves the total short of the trailer and the file refused
      *    as damaged
           IF  WS-RCP-TRL-SEEN = "Y"
               MOVE "DATA AFTER TRAILER" TO  WS-RCP-FILE-REASON
           ELSE
               EVALUATE TRUE
                   WHEN RCP-IS-DETAIL
                       ADD  1            TO   WS-RCP-DTL-COUNT
                       IF  RCP-AMOUNT NUMERIC
                           ADD  RCP-AMOUNT TO  WS-RCP-DTL-TOTAL
                       END-IF
                   WHEN RCP-IS-TRAILER
                       IF  RCP-TRL-COUNT NOT NUMERIC
                           OR RCP-TRL-TOTAL NOT NUMERIC
                           MOVE "TRAILER COUNTS BAD"
                                         TO   WS-RCP-FILE-REASON
                       ELSE
                           MOVE "Y"      TO   WS-RCP-TRL-SEEN
                           MOVE RCP-TRL-COUNT TO RCF-REC-COUNT
                           MOVE RCP-TRL-TOTAL TO RCF-TOTAL
                       END-IF
                   WHEN RCP-IS-HEADER
                       MOVE "SECOND HEADER"  TO   WS-RCP-FILE-REASON
                   WHEN OTHER
                       MOVE "BAD RECORD TYPE" TO  WS-RCP-FILE-REASON
               END-EVALUATE
           END-IF.

      ******************************************************************
       CHECK-RECEIPT-TOTALS-RTN.
      ******************************************************************
      *    a file date and sequence already registered was loaded
      *    before - or started loading and was cut off (LOADING), in
      *    which case what did post has to be looked at, not posted
      *    again
           IF  WS-RCP-TRL-SEEN NOT = "Y"
               MOVE "NO TRAILER RECORD" TO   WS-RCP-FILE-REASON
           ELSE
           IF  WS-RCP-DTL-COUNT NOT = RCF-REC-COUNT
               MOVE "COUNT NOT = TRAILER" TO  WS-RCP-FILE-REASON
           ELSE
           IF  WS-RCP-DTL-TOTAL NOT = RCF-TOTAL
               MOVE "TOTAL NOT = TRAILER" TO  WS-RCP-FILE-REASON
           ELSE
               MOVE  SPACES          TO   RCF-STATUS
               EXEC SQL
                   SELECT load_status
                     INTO :RCF-STATUS
                     FROM receipt_files
                    WHERE file_date = CAST(:RCF-FILE-DATE AS DATE)
                      AND file_seq  = :RCF-FILE-SEQ
               END-EXEC
               EVALUATE TRUE
                   WHEN SQLCODE = +10
                       CONTINUE
                   WHEN SQLCODE NOT = ZERO
                       PERFORM ERROR-RTN
                       MOVE "SQL ERROR ON CHECK" TO WS-RCP-FILE-REASON
                   WHEN RCF-STATUS = "LOADING"
                       MOVE "PART LOADED BEFORE" TO WS-RCP-FILE-REASON
                   WHEN OTHER
                       MOVE "ALREADY LOADED"  TO  WS-RCP-FILE-REASON
               END-EVALUATE
           END-IF
           END-IF
           END-IF.

      ******************************************************************
       REGISTER-RECEIPT-FILE-RTN.
      ******************************************************************
      *    committed before the first receipt posts, so a second copy
      *    of the file is refused even while this one is still loading
      *    - and the primary key refuses it if both start together
           ACCEPT RCF-TIME           FROM TIME.
           EXEC SQL
               INSERT INTO receipt_files
                      (file_date, file_seq, record_count,
                       total_amount, load_status, bus_date,
                       loaded_date, loaded_time)
               VALUES (CAST(:RCF-FILE-DATE AS DATE), :RCF-FILE-SEQ,
                       :RCF-REC-COUNT, :RCF-TOTAL, 'LOADING',
                       CAST(:BUS-DATE AS DATE), CURRENT_DATE,
                       :RCF-TIME)
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
               MOVE "SQL ERR ON REGISTER" TO WS-RCP-FILE-REASON
           ELSE
               EXEC SQL
                   COMMIT WORK
               END-EXEC
               DISPLAY "RECEIPT FILE " WS-RCP-FILE-KEY
                       " PROVED - " RCF-REC-COUNT " RECORDS"
           END-IF.

      ******************************************************************
       REFUSE-RECEIPT-FILE-RTN.
      ******************************************************************
      *    nothing from the file has been posted; the REFUSED line,
      *    the console and PPERRLOG all say why, and the run fails so
      *    JOB-CONTROL holds the stream for a corrected file
           MOVE  WS-RCP-DTL-COUNT   TO   D-RCP-COUNT.
           MOVE  WS-RCP-DTL-TOTAL   TO   D-RCP-TOTAL.
           MOVE  "FILE"             TO   RPT-POL-ID.
           MOVE  WS-RCP-FILE-KEY    TO   RPT-REF.
           MOVE  "REFUSED"          TO   RPT-DISP.
           MOVE  WS-RCP-FILE-REASON TO   RPT-REASON.
           WRITE RECEIPT-RPT-REC FROM D-RCP-RPT-REC.
           DISPLAY "*** RECEIPT FILE " WS-RCP-FILE-KEY " REFUSED - "
                   WS-RCP-FILE-REASON " - NOTHING LOADED".
           DISPLAY "    DETAIL RECORDS " D-RCP-COUNT
                   " TOTAL " D-RCP-TOTAL.
           MOVE  SPACES              TO   LOG-POL-ID LOG-SQLSTATE.
           MOVE  ZERO                TO   LOG-SQLCODE.
           MOVE  SPACES              TO   LOG-MESSAGE.
           STRING "RECEIPT FILE "    DELIMITED BY SIZE
                  WS-RCP-FILE-KEY    DELIMITED BY SIZE
                  " REFUSED - "      DELIMITED BY SIZE
                  WS-RCP-FILE-REASON DELIMITED BY SIZE
                  INTO LOG-MESSAGE.
           PERFORM WRITE-AUDIT-LOG-RTN.
           MOVE  "Y"                TO   WS-RUN-FAILED.

      ******************************************************************
       APPLY-RECEIPT-FILE-RTN.
      ******************************************************************
      *    second pass - the file proved, so only the detail records
      *    are applied.  Should the file not reopen, the receipt_files
      *    row is left LOADING and the run fails: a rerun is then
      *    refused PART LOADED BEFORE until someone has looked.
           OPEN INPUT RECEIPT-FILE.
           IF  WS-RECEIPT-STATUS NOT = "00"
               DISPLAY "*** COULD NOT OPEN " "PPRCPTIN"
                       " - STATUS=" WS-RECEIPT-STATUS
                       " - RECEIPT FILE " WS-RCP-FILE-KEY
                       " LEFT LOADING"
               MOVE "Y"             TO   WS-RUN-FAILED
           ELSE
               READ RECEIPT-FILE
               PERFORM UNTIL WS-RECEIPT-STATUS NOT = "00"
                   IF  RCP-IS-DETAIL
                       PERFORM LOAD-APPLY-RTN
                   END-IF
                   READ RECEIPT-FILE
               END-PERFORM
               CLOSE RECEIPT-FILE
               PERFORM LOADED-RECEIPT-FILE-RTN
           END-IF.

      ******************************************************************
       LOADED-RECEIPT-FILE-RTN.
      ******************************************************************
      *    every detail record has been through LOAD-APPLY-RTN - the
      *    file is LOADED, with its dispositions alongside
           MOVE  WS-RCP-ACCEPTED    TO   RCF-ACCEPTED.
           MOVE  WS-RCP-SUSPENDED   TO   RCF-SUSPENDED.
           MOVE  WS-RCP-REJECTED    TO   RCF-REJECTED.
           EXEC SQL
               UPDATE receipt_files
                  SET load_status     = 'LOADED',
                      accepted_count  = :RCF-ACCEPTED,
                      suspended_count = :RCF-SUSPENDED,
                      rejected_count  = :RCF-REJECTED
                WHERE file_date = CAST(:RCF-FILE-DATE AS DATE)
                  AND file_seq  = :RCF-FILE-SEQ
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
           ELSE
               EXEC SQL
                   COMMIT WORK
               END-EXEC
           END-IF.

      ******************************************************************
       LOAD-APPLY-RTN.
      ******************************************************************
                   VALUES (:PAY-POL-ID,
                           COALESCE(
                             CAST(NULLIF(TRIM(:PAY-DATE), '')
                                  AS DATE),
                             CAST(:BUS-DATE AS DATE)),
                           :PAY-AMOUNT, :PAY-REF,
                           NULLIF(:INV-FIRST-ID, 0))
               END-EXEC
                      (rcpt_pol_id, pay_date, amount, receipt_ref)
               VALUES (NULLIF(TRIM(:PAY-POL-ID), ''),
                       COALESCE(CAST(NULLIF(TRIM(:PAY-DATE), '')
                                     AS DATE),
                                CAST(:BUS-DATE AS DATE)),
                       :PAY-AMOUNT, :PAY-REF)
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               SELECT suspense_id, COALESCE(rcpt_pol_id, ' '),
                      TO_CHAR(pay_date, 'YYYYMMDD'),
                      amount, COALESCE(receipt_ref, ' '),
                      CAST(:BUS-DATE AS DATE) - pay_date
                 FROM suspense
                WHERE status = 'OPEN'
                ORDER BY pay_date, suspense_id
               OPEN CS
           END-EXEC.

           DISPLAY "OPEN SUSPENSE AGED AS AT BUSINESS DATE " BUS-DATE.
           DISPLAY "--------- ---------- -------- -------------- "
                   "-------------------- ---- -------".
           DISPLAY "SUSP-ID   RCPT-POLID PAY-DATE AMOUNT         "
               DISPLAY "*** COULD NOT OPEN " "PPSUSPIN"
                       " - STATUS=" WS-SUSPIN-STATUS
                       " - RE-MATCH SKIPPED"
               MOVE "Y"             TO   WS-RUN-FAILED
           ELSE
               OPEN OUTPUT SUSRPT-FILE
               IF  WS-SUSRPT-STATUS NOT = "00"
                   DISPLAY "*** COULD NOT OPEN " "PPSUSRPT"
                           " - STATUS=" WS-SUSRPT-STATUS
                           " - RE-MATCH SKIPPED"
                   MOVE "Y"             TO   WS-RUN-FAILED
                   CLOSE SUSPIN-FILE
               ELSE
                   READ SUSPIN-FILE
           EXEC SQL
               UPDATE suspense
                  SET status      = 'REFUNDED',
                      posted_date = CAST(:BUS-DATE AS DATE)
                WHERE suspense_id = :SUS-ID
           END-EXEC.
           IF  SQLCODE NOT = ZERO
                           UPDATE suspense
                              SET status        = 'POSTED',
                                  posted_pol_id = :PAY-POL-ID,
                                  posted_date   =
                                      CAST(:BUS-DATE AS DATE)
                            WHERE suspense_id   = :SUS-ID
                       END-EXEC
                       IF  SQLCODE NOT = ZERO
                      p.currency_code,
                      i.invoice_amount, i.paid_amount,
                      TO_CHAR(i.due_date, 'YYYYMMDD'),
                      CAST(:BUS-DATE AS DATE) - i.due_date
                 FROM invoices i
                 JOIN policies p ON p.policy_id = i.policy_id
                WHERE i.status <> 'PAID'
               OPEN CA
           END-EXEC.

           DISPLAY "PREMIUM AGING AS AT BUSINESS DATE " BUS-DATE.
           DISPLAY "---------- -------------------- ----------- "
                   "----------- -------- ---- -------".
           DISPLAY "POLICY-ID  HOLDER               BILLED      "
                   MOVE "CURRENT" TO   D-AGE-BUCKET
           END-EVALUATE.
           DISPLAY D-AGE-REC.
           ADD   1                  TO    WS-AGE-LINES.

      ******************************************************************
       PRINT-AGE-SUBTOTAL-RTN.
               DISPLAY "*** WARNING: UNKNOWN CURRENCY CODE "
                       POL-CURRENCY " ON POL-ID " POL-ID
                       " - TREATED AS RATE 1 IN TOTALS"
               MOVE "Y"             TO   WS-RUN-WARNED
               MOVE  POL-ID              TO   LOG-POL-ID
               MOVE  ZERO                TO   LOG-SQLCODE
               MOVE  SPACES              TO   LOG-SQLSTATE
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
                      (SELECT MAX(y.effective_date)
                         FROM exchange_rates y
                        WHERE y.currency_code = x.currency_code
                          AND y.effective_date <=
                              CAST(:BUS-DATE AS DATE))
                ORDER BY x.currency_code
           END-EXEC.
           EXEC SQL
           ELSE
               DISPLAY "*** WARNING: NO ROWS ON EXCHANGE-RATES TABLE"
                       " - COMPILED FALLBACK RATES IN FORCE"
               MOVE "Y"             TO   WS-RUN-WARNED
               MOVE  SPACES              TO   LOG-POL-ID
               MOVE  ZERO                TO   LOG-SQLCODE
               MOVE  SPACES              TO   LOG-SQLSTATE
           IF  NOT WS-XRATE-IS-FOUND
               DISPLAY "*** WARNING: UNKNOWN REPORT CURRENCY CODE "
                       WS-REPORT-CCY " - DEFAULTING TO VND"
               MOVE "Y"             TO   WS-RUN-WARNED
               MOVE  SPACES              TO   LOG-POL-ID
               MOVE  ZERO                TO   LOG-SQLCODE
               MOVE  SPACES              TO   LOG-SQLSTATE
      ******************************************************************
       ERROR-RTN.
      ******************************************************************
      *    any path through here is a failed run as far as
      *    JOB-CONTROL is concerned
           MOVE  "Y"                TO   WS-RUN-FAILED.
           MOVE  WS-ERR-KEY         TO   LOG-POL-ID.
           MOVE  SQLCODE             TO   LOG-SQLCODE.
           MOVE  SQLSTATE            TO   LOG-SQLSTATE.
