      ******************************************************************
      *  PRODUCT-MAINT --- product cover reference maintenance
      *
      *  The only supported way to put a product into the products
      *  table FETCH-POLICY edits each policy's product, sum insured
      *  and deductible against, and CLAIM-ENTRY checks claims against.
      *  Mode L loads the PMTRANS transaction file (insert/update/
      *  delete) with one ACCEPTED/REJECTED line per record to
      *  PMTRNRPT, the same disposition-report approach TREATY-MAINT
      *  uses for TMTRANS; mode M is an interactive menu for keyed
      *  corrections, like TREATY-MAINT's maintenance mode.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 PRODUCT-MAINT.
       AUTHOR.                     TSH.
       DATE-WRITTEN.               2026-10-15.

      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PARM-FILE
                                    ASSIGN TO "PMPARMS"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT ERR-LOG-FILE     ASSIGN TO "PMERRLOG"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-ERRLOG-STATUS.

      *    one record per run for JOB-CONTROL and the morning check,
      *    same layout as FETCH-POLICY's FPRUNLOG
           SELECT RUN-LOG-FILE     ASSIGN TO "PMRUNLOG"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-RUNLOG-STATUS.

           SELECT TRANS-FILE       ASSIGN TO "PMTRANS"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-TRANS-STATUS.

           SELECT TRANS-RPT-FILE   ASSIGN TO "PMTRNRPT"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-TRNRPT-STATUS.

      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FILE                        SECTION.
       FD  PARM-FILE.
       01  PARM-FILE-REC.
      *    same run-time CONNECT parameter approach as FETCH-POLICY -
      *    no compiled-in DB name/credentials to recompile around
           05  PARM-MODE           PIC  X(1).
           05  PARM-DBNAME         PIC  X(30).
           05  PARM-USERNAME       PIC  X(30).
           05  PARM-PASSWD         PIC  X(10).

       FD  ERR-LOG-FILE.
      *    persistent audit trail of every ERROR-RTN occurrence, same
      *    shape as FETCH-POLICY's (the policy-id column carries the
      *    product code here)
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

       FD  TRANS-FILE.
      *    same columns the interactive prompts collect, plus the
      *    action code; the amounts are implied-decimal numerics so a
      *    mis-keyed field can be rejected with NOT NUMERIC instead of
      *    abending the run.  A zero maximum sum insured means the
      *    product has no ceiling.
       01  TRANS-FILE-REC.
           05  TRN-ACTION          PIC  X(1).
               88  TRN-ACT-INSERT         VALUE "I".
               88  TRN-ACT-UPDATE         VALUE "U".
               88  TRN-ACT-DELETE         VALUE "D".
           05  TRN-PRODUCT-CODE    PIC  X(8).
           05  TRN-PRODUCT-NAME    PIC  X(40).
           05  TRN-DEDUCTIBLE      PIC  9(10)V99.
           05  TRN-MIN-SI          PIC  9(10)V99.
           05  TRN-MAX-SI          PIC  9(10)V99.

       FD  TRANS-RPT-FILE.
       01  TRANS-RPT-REC           PIC  X(61).

       FD  RUN-LOG-FILE.
       01  RUN-LOG-REC             PIC  X(149).

       WORKING-STORAGE             SECTION.
       01  WS-PARM-FILE-STATUS     PIC  X(2).
       01  WS-ERRLOG-STATUS        PIC  X(2).
       01  WS-TRANS-STATUS         PIC  X(2).
       01  WS-TRNRPT-STATUS        PIC  X(2).

       01  WS-RUN-MODE             PIC  X(1)  VALUE "L".
           88  WS-MODE-LOAD               VALUE "L".
           88  WS-MODE-MAINTENANCE        VALUE "M".

       01  WS-MAINT-CHOICE         PIC  X(1).
       01  WS-MAINT-CONTINUE       PIC  X(1)  VALUE "Y".
           88  WS-MAINT-DONE              VALUE "N".

      *    outcome of one APPLY-*-RTN call - the interactive prompts
      *    DISPLAY the reason, the batch loop writes it to PMTRNRPT
       01  WS-MAINT-RESULT         PIC  X(1).
           88  WS-MAINT-OK                VALUE "Y".
       01  WS-MAINT-REASON         PIC  X(40).
       01  WS-TRANS-ACCEPTED       PIC  9(8)  VALUE ZERO.
       01  WS-TRANS-REJECTED       PIC  9(8)  VALUE ZERO.

      *    disposition line is built here and written FROM - VALUE
      *    clauses on FD-record FILLERs are ignored
       01  D-TRN-RPT-REC.
           05  RPT-ACTION          PIC  X(1).
           05  FILLER              PIC  X(2)  VALUE SPACE.
           05  RPT-PRODUCT-CODE    PIC  X(8).
           05  FILLER              PIC  X(2)  VALUE SPACE.
           05  RPT-DISP            PIC  X(8).
           05  FILLER              PIC  X(2)  VALUE SPACE.
           05  RPT-REASON          PIC  X(38).

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
       01  PASSWD                  PIC  X(10) VALUE SPACE.

       01  PRD-REC-VARS.
           05  PRD-CODE            PIC  X(8).
           05  PRD-NAME            PIC  X(40).
           05  PRD-DEDUCTIBLE      PIC  S9(10)V99.
           05  PRD-MIN-SI          PIC  S9(10)V99.
           05  PRD-MAX-SI          PIC  S9(10)V99.

      *    policies (live or archived) still written on a product -
      *    a product in use cannot be deleted out from under them
       01  PRD-POL-CNT             PIC  9(8).
       01  SQL-ROW-COUNT           PIC  S9(9) COMP-5.

      *    the business date this run processes as, YYYYMMDD - set by
      *    LOAD-BUS-DATE-RTN
       01  BUS-DATE                PIC  X(8).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           DISPLAY "*** PRODUCT MAINT STARTED ***".
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

           IF  WS-MODE-MAINTENANCE
               PERFORM MAINT-RTN
           ELSE
               PERFORM LOAD-RTN
           END-IF.

      *    DISCONNECT
           EXEC SQL
               DISCONNECT ALL
           END-EXEC.

      *    END
           PERFORM END-RUN-RTN.
           DISPLAY "*** PRODUCT MAINT FINISHED ***".
           STOP RUN.

      ******************************************************************
       END-RUN-RTN.
      ******************************************************************
      *    one appended PMRUNLOG record plus the matching return code -
      *    a load that rejected transactions must not finish looking
      *    like a clean one
           MOVE  SPACES              TO   D-RUN-REC.
           MOVE  "PRODUCT-MAIN"     TO   RUN-PROGRAM.
           MOVE  WS-RUN-START-DATE  TO   RUN-START-DATE.
           MOVE  WS-RUN-START-TIME  TO   RUN-START-TIME.
           ACCEPT RUN-END-DATE       FROM DATE YYYYMMDD.
           ACCEPT RUN-END-TIME       FROM TIME.
           MOVE  WS-RUN-MODE        TO   RUN-MODE.
           MOVE  SPACES              TO   RUN-SEL-ID-FROM
                                           RUN-SEL-ID-TO
                                           RUN-SEL-STATUS
                                           RUN-SEL-HOLDER.
           IF  WS-MODE-LOAD
               COMPUTE RUN-COUNTED = WS-TRANS-ACCEPTED
                                   + WS-TRANS-REJECTED
               MOVE  WS-TRANS-ACCEPTED TO RUN-FETCHED
               MOVE  WS-TRANS-REJECTED TO RUN-EXTRACTED
           ELSE
               MOVE  ZERO            TO   RUN-COUNTED
                                           RUN-FETCHED
                                           RUN-EXTRACTED
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
           MOVE  SPACES             TO   PARM-MODE PARM-DBNAME
                                          PARM-USERNAME PARM-PASSWD.
           OPEN INPUT PARM-FILE.
           IF  WS-PARM-FILE-STATUS = "00"
               READ PARM-FILE
               IF  WS-PARM-FILE-STATUS NOT = "00"
                   MOVE SPACES      TO   PARM-MODE PARM-DBNAME
                                         PARM-USERNAME PARM-PASSWD
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

           IF  PARM-MODE = "L" OR PARM-MODE = "M"
               MOVE PARM-MODE       TO   WS-RUN-MODE
           ELSE
               PERFORM SELECT-RUN-MODE-RTN
           END-IF.

      ******************************************************************
       SELECT-RUN-MODE-RTN.
      ******************************************************************
           DISPLAY "SELECT RUN MODE: (L)OAD TRANS FILE  (M)AINTENANCE"
                   " [DEFAULT L] " WITH NO ADVANCING.
           ACCEPT WS-RUN-MODE FROM CONSOLE.
           IF  WS-RUN-MODE NOT = "M"
               MOVE "L" TO WS-RUN-MODE
           END-IF.

      ******************************************************************
       LOAD-RTN.
      ******************************************************************
      *    applies the whole PMTRANS file through the same APPLY-*-RTN
      *    validation the interactive prompts use, one
      *    ACCEPTED/REJECTED line per record to PMTRNRPT
           MOVE  ZERO               TO   WS-TRANS-ACCEPTED
                                          WS-TRANS-REJECTED.
           OPEN INPUT TRANS-FILE.
           IF  WS-TRANS-STATUS NOT = "00"
               DISPLAY "*** COULD NOT OPEN " "PMTRANS"
                       " - STATUS=" WS-TRANS-STATUS
                       " - PRODUCT LOAD SKIPPED"
               MOVE "Y"             TO   WS-RUN-FAILED
           ELSE
               OPEN OUTPUT TRANS-RPT-FILE
               IF  WS-TRNRPT-STATUS NOT = "00"
                   DISPLAY "*** COULD NOT OPEN " "PMTRNRPT"
                           " - STATUS=" WS-TRNRPT-STATUS
                           " - PRODUCT LOAD SKIPPED"
                   MOVE "Y"             TO   WS-RUN-FAILED
                   CLOSE TRANS-FILE
               ELSE
                   READ TRANS-FILE
                   PERFORM UNTIL WS-TRANS-STATUS NOT = "00"
                       PERFORM LOAD-APPLY-RTN
                       READ TRANS-FILE
                   END-PERFORM
                   CLOSE TRANS-FILE
                   CLOSE TRANS-RPT-FILE
                   DISPLAY "PRODUCT LOAD: ACCEPTED="
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
       LOAD-APPLY-RTN.
      ******************************************************************
           MOVE  TRN-PRODUCT-CODE   TO   PRD-CODE.
           MOVE  TRN-PRODUCT-NAME   TO   PRD-NAME.
           MOVE  "N"                 TO   WS-MAINT-RESULT.
           MOVE  SPACES              TO   WS-MAINT-REASON.
      *    a mis-keyed amount would abend the MOVEs below - reject the
      *    record instead (delete doesn't use the amounts, so blanks
      *    there are fine)
           IF  (TRN-ACT-INSERT OR TRN-ACT-UPDATE)
               AND TRN-DEDUCTIBLE NOT NUMERIC
               MOVE "DEFAULT DEDUCTIBLE NOT NUMERIC"
                                         TO   WS-MAINT-REASON
           ELSE
           IF  (TRN-ACT-INSERT OR TRN-ACT-UPDATE)
               AND (TRN-MIN-SI NOT NUMERIC OR TRN-MAX-SI NOT NUMERIC)
               MOVE "SUM INSURED LIMIT NOT NUMERIC"
                                         TO   WS-MAINT-REASON
           ELSE
               EVALUATE TRUE
                   WHEN TRN-ACT-INSERT
                       MOVE TRN-DEDUCTIBLE    TO   PRD-DEDUCTIBLE
                       MOVE TRN-MIN-SI        TO   PRD-MIN-SI
                       MOVE TRN-MAX-SI        TO   PRD-MAX-SI
                       PERFORM APPLY-INSERT-RTN
                   WHEN TRN-ACT-UPDATE
                       MOVE TRN-DEDUCTIBLE    TO   PRD-DEDUCTIBLE
                       MOVE TRN-MIN-SI        TO   PRD-MIN-SI
                       MOVE TRN-MAX-SI        TO   PRD-MAX-SI
                       PERFORM APPLY-UPDATE-RTN
                   WHEN TRN-ACT-DELETE
                       PERFORM APPLY-DELETE-RTN
                   WHEN OTHER
                       STRING "UNKNOWN ACTION CODE "
                                         DELIMITED BY SIZE
                              TRN-ACTION    DELIMITED BY SIZE
                              INTO WS-MAINT-REASON
               END-EVALUATE
           END-IF
           END-IF.
      *    VALUE clauses on FD-record FILLERs are ignored, so the
      *    separator columns must be blanked explicitly before the
      *    record is populated
           MOVE  SPACES              TO   D-TRN-RPT-REC.
           MOVE  TRN-ACTION         TO   RPT-ACTION.
           MOVE  TRN-PRODUCT-CODE   TO   RPT-PRODUCT-CODE.
           IF  WS-MAINT-OK
               MOVE "ACCEPTED"      TO   RPT-DISP
               MOVE SPACES           TO   RPT-REASON
               ADD  1                TO   WS-TRANS-ACCEPTED
           ELSE
               MOVE "REJECTED"      TO   RPT-DISP
               MOVE WS-MAINT-REASON  TO   RPT-REASON
               ADD  1                TO   WS-TRANS-REJECTED
           END-IF.
           WRITE TRANS-RPT-REC FROM D-TRN-RPT-REC.

      ******************************************************************
       CHECK-PRODUCT-FIELDS-RTN.
      ******************************************************************
      *    shared edits for insert and update.  The limits are what
      *    FETCH-POLICY holds each policy's sum insured to, so a band
      *    that no sum insured could satisfy is refused here rather
      *    than at the first policy.  Sets WS-MAINT-REASON on failure.
           IF  PRD-CODE = SPACES
               MOVE "PRODUCT CODE IS REQUIRED" TO WS-MAINT-REASON
           ELSE
           IF  PRD-NAME = SPACES
               MOVE "PRODUCT NAME IS REQUIRED" TO WS-MAINT-REASON
           ELSE
           IF  PRD-DEDUCTIBLE < ZERO
               OR PRD-MIN-SI < ZERO OR PRD-MAX-SI < ZERO
               MOVE "AMOUNTS CANNOT BE NEGATIVE" TO WS-MAINT-REASON
           ELSE
           IF  PRD-MAX-SI NOT = ZERO
               AND PRD-MAX-SI < PRD-MIN-SI
               MOVE "MAX SUM INSURED BELOW MINIMUM"
                                         TO   WS-MAINT-REASON
           ELSE
           IF  PRD-MAX-SI NOT = ZERO
               AND PRD-DEDUCTIBLE NOT < PRD-MAX-SI
               MOVE "DEDUCTIBLE NOT BELOW MAX SUM INSURED"
                                         TO   WS-MAINT-REASON
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

      ******************************************************************
       APPLY-INSERT-RTN.
      ******************************************************************
           MOVE  "N"                TO   WS-MAINT-RESULT.
           MOVE  SPACES              TO   WS-MAINT-REASON.
           PERFORM CHECK-PRODUCT-FIELDS-RTN.
           IF  WS-MAINT-REASON = SPACES
               EXEC SQL
                   INSERT INTO products
                          (product_code, product_name,
                           default_deductible, min_sum_insured,
                           max_sum_insured)
                   VALUES (:PRD-CODE, :PRD-NAME, :PRD-DEDUCTIBLE,
                           :PRD-MIN-SI, :PRD-MAX-SI)
               END-EXEC
               IF  SQLCODE NOT = ZERO
                   PERFORM ERROR-RTN
                   MOVE "SQL ERROR ON INSERT" TO WS-MAINT-REASON
               ELSE
                   EXEC SQL
                       COMMIT WORK
                   END-EXEC
                   MOVE "Y"          TO   WS-MAINT-RESULT
               END-IF
           END-IF.

      ******************************************************************
       APPLY-UPDATE-RTN.
      ******************************************************************
      *    a product change governs new maintenance only - policies
      *    already written keep the sum insured and deductible they
      *    were written with until they are maintained again
           MOVE  "N"                TO   WS-MAINT-RESULT.
           MOVE  SPACES              TO   WS-MAINT-REASON.
           PERFORM CHECK-PRODUCT-FIELDS-RTN.
           IF  WS-MAINT-REASON = SPACES
               EXEC SQL
                   UPDATE products
                      SET product_name       = :PRD-NAME,
                          default_deductible = :PRD-DEDUCTIBLE,
                          min_sum_insured    = :PRD-MIN-SI,
                          max_sum_insured    = :PRD-MAX-SI
                    WHERE product_code       = :PRD-CODE
               END-EXEC
               IF  SQLCODE NOT = ZERO
                   PERFORM ERROR-RTN
                   MOVE "SQL ERROR ON UPDATE" TO WS-MAINT-REASON
               ELSE
                   EXEC SQL
                       GET DIAGNOSTICS :SQL-ROW-COUNT = ROW_COUNT
                   END-EXEC
      *            a product_code that matches no row still returns
      *            SQLCODE=0 from an UPDATE - GET DIAGNOSTICS is the
      *            only way to tell "nothing was updated" from success
                   IF  SQL-ROW-COUNT = 0
                       MOVE "PRODUCT NOT FOUND" TO WS-MAINT-REASON
                   ELSE
                       EXEC SQL
                           COMMIT WORK
                       END-EXEC
                       MOVE "Y"      TO   WS-MAINT-RESULT
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
       APPLY-DELETE-RTN.
      ******************************************************************
      *    policies reference products by foreign key - the count
      *    gives the desk a readable reason instead of the raw
      *    constraint error.  policies_arch has no foreign key, but a
      *    retrieved policy goes back into policies and needs its
      *    product there, so archived policies keep a product in use
      *    too.
           MOVE  "N"                TO   WS-MAINT-RESULT.
           MOVE  SPACES              TO   WS-MAINT-REASON.
           IF  PRD-CODE = SPACES
               MOVE "PRODUCT CODE IS REQUIRED" TO WS-MAINT-REASON
           ELSE
               MOVE  ZERO           TO   PRD-POL-CNT
               EXEC SQL
                   SELECT COUNT(*) INTO :PRD-POL-CNT FROM policies
                          WHERE product_code = :PRD-CODE
               END-EXEC
               IF  SQLCODE NOT = ZERO
                   PERFORM ERROR-RTN
                   MOVE "SQL ERROR ON PRODUCT USE CHECK"
                                         TO   WS-MAINT-REASON
               ELSE
               IF  PRD-POL-CNT > ZERO
                   MOVE "PRODUCT IN USE ON POLICIES"
                                         TO   WS-MAINT-REASON
               ELSE
                   EXEC SQL
                       SELECT COUNT(*) INTO :PRD-POL-CNT
                         FROM policies_arch
                        WHERE product_code = :PRD-CODE
                   END-EXEC
                   IF  SQLCODE NOT = ZERO
                       PERFORM ERROR-RTN
                       MOVE "SQL ERROR ON PRODUCT USE CHECK"
                                         TO   WS-MAINT-REASON
                   ELSE
                   IF  PRD-POL-CNT > ZERO
                       MOVE "PRODUCT IN USE ON ARCHIVED POLICIES"
                                         TO   WS-MAINT-REASON
                   ELSE
                       PERFORM DELETE-PRODUCT-RTN
                   END-IF
                   END-IF
               END-IF
               END-IF
           END-IF.

      ******************************************************************
       DELETE-PRODUCT-RTN.
      ******************************************************************
           EXEC SQL
               DELETE FROM products
                WHERE product_code = :PRD-CODE
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
               MOVE "SQL ERROR ON DELETE" TO WS-MAINT-REASON
           ELSE
               EXEC SQL
                   GET DIAGNOSTICS :SQL-ROW-COUNT = ROW_COUNT
               END-EXEC
               IF  SQL-ROW-COUNT = 0
                   MOVE "PRODUCT NOT FOUND" TO WS-MAINT-REASON
               ELSE
                   EXEC SQL
                       COMMIT WORK
                   END-EXEC
                   MOVE "Y"          TO   WS-MAINT-RESULT
               END-IF
           END-IF.

      ******************************************************************
       MAINT-RTN.
      ******************************************************************
           MOVE "Y" TO WS-MAINT-CONTINUE.
           PERFORM UNTIL WS-MAINT-DONE
               DISPLAY " "
               DISPLAY "---- PRODUCT MAINTENANCE ----"
               DISPLAY "1 = INSERT NEW PRODUCT"
               DISPLAY "2 = UPDATE PRODUCT"
               DISPLAY "3 = DELETE PRODUCT"
               DISPLAY "0 = EXIT MAINTENANCE"
               DISPLAY "CHOICE: " WITH NO ADVANCING
               ACCEPT WS-MAINT-CHOICE FROM CONSOLE
               EVALUATE WS-MAINT-CHOICE
                   WHEN "1" PERFORM MAINT-INSERT-RTN
                   WHEN "2" PERFORM MAINT-UPDATE-RTN
                   WHEN "3" PERFORM MAINT-DELETE-RTN
                   WHEN "0" MOVE "N" TO WS-MAINT-CONTINUE
                   WHEN OTHER
                       DISPLAY "INVALID CHOICE, TRY AGAIN"
               END-EVALUATE
           END-PERFORM.

      ******************************************************************
       PROMPT-PRODUCT-RTN.
      ******************************************************************
      *    the fields insert and update share - the prompts mirror the
      *    PMTRANS columns
           DISPLAY "PRODUCT NAME             : " WITH NO ADVANCING.
           ACCEPT PRD-NAME FROM CONSOLE.
           DISPLAY "DEFAULT DEDUCTIBLE       : " WITH NO ADVANCING.
           ACCEPT PRD-DEDUCTIBLE FROM CONSOLE.
           DISPLAY "MIN SUM INSURED          : " WITH NO ADVANCING.
           ACCEPT PRD-MIN-SI FROM CONSOLE.
           DISPLAY "MAX SUM INSURED (0=NONE) : " WITH NO ADVANCING.
           ACCEPT PRD-MAX-SI FROM CONSOLE.

      ******************************************************************
       MAINT-INSERT-RTN.
      ******************************************************************
           DISPLAY "PRODUCT CODE             : " WITH NO ADVANCING.
           ACCEPT PRD-CODE FROM CONSOLE.
           PERFORM PROMPT-PRODUCT-RTN.
           PERFORM APPLY-INSERT-RTN.
           IF  WS-MAINT-OK
               DISPLAY "PRODUCT " PRD-CODE " INSERTED"
           ELSE
               DISPLAY WS-MAINT-REASON " - INSERT ABORTED"
           END-IF.

      ******************************************************************
       MAINT-UPDATE-RTN.
      ******************************************************************
           DISPLAY "PRODUCT CODE TO UPDATE   : " WITH NO ADVANCING.
           ACCEPT PRD-CODE FROM CONSOLE.
           PERFORM PROMPT-PRODUCT-RTN.
           PERFORM APPLY-UPDATE-RTN.
           IF  WS-MAINT-OK
               DISPLAY "PRODUCT " PRD-CODE " UPDATED"
           ELSE
               DISPLAY WS-MAINT-REASON " - UPDATE ABORTED"
           END-IF.

      ******************************************************************
       MAINT-DELETE-RTN.
      ******************************************************************
           DISPLAY "PRODUCT CODE TO DELETE   : " WITH NO ADVANCING.
           ACCEPT PRD-CODE FROM CONSOLE.
           PERFORM APPLY-DELETE-RTN.
           IF  WS-MAINT-OK
               DISPLAY "PRODUCT " PRD-CODE " DELETED"
           ELSE
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
       ERROR-RTN.
      ******************************************************************
      *    any path through here is a failed run as far as
      *    JOB-CONTROL is concerned
           MOVE  "Y"                TO   WS-RUN-FAILED.
           MOVE  PRD-CODE           TO   LOG-POL-ID.
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
      *    ERR-LOG-FILE-REC is populated by the caller (ERROR-RTN)
      *    before this is performed.
           ACCEPT LOG-DATE          FROM DATE YYYYMMDD.
           ACCEPT LOG-TIME          FROM TIME.
           OPEN EXTEND ERR-LOG-FILE.
           IF  WS-ERRLOG-STATUS NOT = "00"
               OPEN OUTPUT ERR-LOG-FILE
           END-IF.
           WRITE ERR-LOG-FILE-REC.
           CLOSE ERR-LOG-FILE.
      ******************************************************************
