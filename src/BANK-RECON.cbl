      ******************************************************************
      *  BANK-RECON --- daily bank cash reconciliation
      *
      *  What we post and what the bank moves through the account are
      *  two separate records of the same cash; until now nothing put
      *  them side by side.  This run loads the bank's daily statement
      *  file and proves the two agree.
      *
      *  Mode L loads BRSTMTIN - one statement per value date, each an
      *  H header (date, opening balance), a D record per credit or
      *  debit on the account (reference, amount, narrative) and a T
      *  trailer (item count, total credits, total debits, closing
      *  balance).  The whole file is proved first, posting nothing:
      *  every statement's items must add up to its trailer, opening
      *  plus credits less debits must come to its closing balance,
      *  and no value date may already be on bank_statements.  A file
      *  that does not prove is refused whole and the run fails, the
      *  same treatment PREM-PAYMENTS gives a bad receipt file.
      *
      *  Every bank item still OPEN - today's and any carried forward
      *  - is then matched to what we posted:
      *
      *    credit  a payments row, else a suspense row, with the same
      *            receipt_ref and amount (a payment re-posted out of
      *            suspense is the suspense row's money, not new cash)
      *    debit   a claim CLAIM-DISBURSE settled - the claim_id is
      *            the first 9 characters of the bank reference (the
      *            CDPAYORD order key) and the amount its paid_amount;
      *            a premium refund - R and the 8-digit invoice_id
      *            (the FPREFORD / PDREFORD order key) and the
      *            premium_returns refund_amount; else a suspense item
      *            PREM-PAYMENTS marked REFUNDED, by receipt_ref and
      *            amount
      *
      *  Mode R re-runs the matching and reports as at PARM-STMT-DATE
      *  (blank = the latest statement loaded) without loading.
      *
      *  Mode M clears by hand the bank items no posting of ours will
      *  ever match - charges, interest, an item the bank keyed wrong.
      *  BRCLRIN names each item_id with the operator and the reason;
      *  an OPEN item is marked CLEARED with both recorded, anything
      *  else is refused on the report (RC 4).  A cleared item leaves
      *  the reconciling list and is counted in the cash book.  The
      *  run then matches and reports as mode R does.
      *
      *  BRRECRPT - the statement's own figures and its continuity
      *             from the prior closing balance; the proof that the
      *             opening balance plus our postings, adjusted for the
      *             reconciling items, comes to the bank's closing
      *             balance; and the reconciling items carried forward
      *             on either side with their age.  A proof that does
      *             not balance fails the run; reconciling items older
      *             than PARM-AGE-DAYS (default 5) are a warning.
      *  BRRUNLOG - one record per run in the FPRUNLOG layout
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 BANK-RECON.
       AUTHOR.                     TSH.
       DATE-WRITTEN.               2026-10-15.

      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PARM-FILE
                                    ASSIGN TO "BRPARMS"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT ERR-LOG-FILE     ASSIGN TO "BRERRLOG"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-ERRLOG-STATUS.

           SELECT STMT-FILE        ASSIGN TO "BRSTMTIN"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-STMT-STATUS.

      *    mode M - the bank items to clear by hand
           SELECT CLEAR-FILE       ASSIGN TO "BRCLRIN"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-CLEAR-STATUS.

           SELECT REPORT-FILE      ASSIGN TO "BRRECRPT"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-REPORT-STATUS.

      *    one record per run for JOB-CONTROL and the morning check,
      *    same layout as FETCH-POLICY's FPRUNLOG
           SELECT RUN-LOG-FILE     ASSIGN TO "BRRUNLOG"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-RUNLOG-STATUS.

      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FILE                        SECTION.
       FD  PARM-FILE.
       01  PARM-FILE-REC.
      *    same run-time CONNECT parameter approach as FETCH-POLICY;
      *    PARM-STMT-DATE (mode R only) is the statement to report as
      *    at, YYYYMMDD, and PARM-AGE-DAYS how old a reconciling item
      *    may get before it is chased
           05  PARM-MODE           PIC  X(1).
           05  PARM-DBNAME         PIC  X(30).
           05  PARM-USERNAME       PIC  X(30).
           05  PARM-PASSWD         PIC  X(10).
           05  PARM-STMT-DATE      PIC  X(8).
           05  PARM-AGE-DAYS       PIC  X(3).

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

       FD  STMT-FILE.
      *    H header, D item per credit/debit, T trailer - repeated per
      *    value date, dates ascending.  Balances can go overdrawn so
      *    they carry a leading separate sign; amounts are
      *    implied-decimal numerics so a mangled field is caught with
      *    NOT NUMERIC instead of abending the run
       01  STMT-FILE-REC.
           05  STM-REC-TYPE        PIC  X(1).
               88  STM-IS-HEADER          VALUE "H".
               88  STM-IS-DETAIL          VALUE "D".
               88  STM-IS-TRAILER         VALUE "T".
           05  STM-DETAIL.
               10  STM-ITEM-TYPE   PIC  X(1).
                   88  STM-ITEM-CREDIT    VALUE "C".
                   88  STM-ITEM-DEBIT     VALUE "D".
               10  STM-ITEM-REF    PIC  X(20).
               10  STM-ITEM-AMOUNT PIC  9(10)V99.
               10  STM-ITEM-TEXT   PIC  X(30).
           05  STM-HEADER          REDEFINES STM-DETAIL.
               10  STM-HDR-DATE    PIC  9(8).
               10  STM-HDR-OPENING PIC  S9(12)V99
                                    SIGN LEADING SEPARATE.
               10  FILLER          PIC  X(40).
           05  STM-TRAILER         REDEFINES STM-DETAIL.
               10  STM-TRL-COUNT   PIC  9(8).
               10  STM-TRL-CREDITS PIC  9(12)V99.
               10  STM-TRL-DEBITS  PIC  9(12)V99.
               10  STM-TRL-CLOSING PIC  S9(12)V99
                                    SIGN LEADING SEPARATE.
               10  FILLER          PIC  X(12).

       FD  CLEAR-FILE.
      *    one bank item per record, with who cleared it and why -
      *    both required
       01  CLEAR-FILE-REC.
           05  CLI-ITEM-ID         PIC  X(9).
           05  CLI-OPERATOR        PIC  X(8).
           05  CLI-REASON          PIC  X(30).

       FD  REPORT-FILE.
       01  REPORT-REC              PIC  X(132).

       FD  RUN-LOG-FILE.
       01  RUN-LOG-REC             PIC  X(149).

       WORKING-STORAGE             SECTION.
       01  WS-PARM-FILE-STATUS     PIC  X(2).
       01  WS-ERRLOG-STATUS        PIC  X(2).
       01  WS-STMT-STATUS          PIC  X(2).
       01  WS-REPORT-STATUS        PIC  X(2).
       01  WS-CLEAR-STATUS         PIC  X(2).

       01  WS-RUN-MODE             PIC  X(1)  VALUE "R".
           88  WS-MODE-LOAD               VALUE "L".
           88  WS-MODE-REPORT             VALUE "R".
           88  WS-MODE-CLEAR              VALUE "M".

       01  WS-AGE-DAYS             PIC  9(3)  VALUE 5.

      *    the key in play when ERROR-RTN fires - the statement date
      *    while loading, the bank item's date while matching - so
      *    BRERRLOG attributes the error to the right row
       01  WS-ERR-KEY              PIC  X(10) VALUE SPACE.

      *    statement-file proof - the statement being added up, and
      *    the reason (with the record it was found on) the file was
      *    refused, blank when it proved
       01  WS-STM-REASON           PIC  X(30).
       01  WS-STM-REC-NO           PIC  9(8).
       01  WS-STM-IN-STMT          PIC  X(1).
           88  WS-STM-IS-IN-STMT          VALUE "Y".
       01  WS-STM-PREV-DATE        PIC  X(8).
       01  WS-GRP-DATE             PIC  X(8).
       01  WS-GRP-OPENING          PIC  S9(12)V99.
       01  WS-GRP-COUNT            PIC  9(8).
       01  WS-GRP-CREDITS          PIC  9(12)V99.
       01  WS-GRP-DEBITS           PIC  9(12)V99.
       01  WS-GRP-CHECK            PIC  S9(13)V99.

      *    run counters
       01  WS-STMTS-LOADED         PIC  9(8)  VALUE ZERO.
       01  WS-ITEMS-LOADED         PIC  9(8)  VALUE ZERO.
       01  WS-ITEMS-TRIED          PIC  9(8)  VALUE ZERO.
       01  WS-ITEMS-MATCHED        PIC  9(8)  VALUE ZERO.
       01  WS-RCN-LINES            PIC  9(8)  VALUE ZERO.
       01  WS-RCN-STALE            PIC  9(8)  VALUE ZERO.

      *    the debit's order key - the claim id the bank echoes back
      *    in the first 9 characters of its reference, or the invoice
      *    id behind the R of a refund order
       01  WS-REF-CLAIM-ID         PIC  9(9).
       01  WS-REF-INVOICE-ID       PIC  9(8).

      *    mode M - why a clear was refused, and the counts
       01  WS-CLR-REASON           PIC  X(30).
       01  WS-CLR-READ             PIC  9(8)  VALUE ZERO.
       01  WS-CLR-APPLIED          PIC  9(8)  VALUE ZERO.
       01  WS-CLR-REFUSED          PIC  9(8)  VALUE ZERO.

      *    the proof, built up in the reporting order
       01  WS-BOOK-BALANCE         PIC  S9(13)V99.
       01  WS-PROOF-CLOSING        PIC  S9(13)V99.
       01  WS-PROOF-DIFF           PIC  S9(13)V99.
       01  WS-RCN-BOOK-RCPT        PIC  S9(13)V99 VALUE ZERO.
       01  WS-RCN-BOOK-OUT         PIC  S9(13)V99 VALUE ZERO.
       01  WS-RCN-BANK-CR          PIC  S9(13)V99 VALUE ZERO.
       01  WS-RCN-BANK-DR          PIC  S9(13)V99 VALUE ZERO.

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
      *    JOB-CONTROL reads every step's log the same way; the
      *    statement reported rides in the first selection column
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

      *    report lines are built here and written FROM - VALUE
      *    clauses on FD-record FILLERs are ignored
       01  D-TITLE-REC.
           05  FILLER              PIC  X(26)
               VALUE "BANK RECONCILIATION AS AT ".
           05  TTL-STMT-DATE       PIC  X(8).
           05  FILLER              PIC  X(17)
               VALUE " - BUSINESS DATE ".
           05  TTL-BUS-DATE        PIC  X(8).

       01  D-PRF-REC.
           05  PRF-LABEL           PIC  X(44).
           05  FILLER              PIC  X(1)  VALUE SPACE.
           05  PRF-AMOUNT          PIC  -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

       01  D-RCN-CAPTION-REC.
           05  FILLER              PIC  X(16) VALUE "SIDE  KIND".
           05  FILLER              PIC  X(22) VALUE "REFERENCE".
           05  FILLER              PIC  X(18) VALUE "DATE".
           05  FILLER              PIC  X(14) VALUE "AMOUNT".
           05  FILLER              PIC  X(13) VALUE "DAYS".
           05  FILLER              PIC  X(11) VALUE "DETAIL".

       01  D-RCN-REC.
           05  RCL-SIDE            PIC  X(4).
           05  FILLER              PIC  X(2)  VALUE SPACE.
           05  RCL-KIND            PIC  X(8).
           05  FILLER              PIC  X(2)  VALUE SPACE.
           05  RCL-REF             PIC  X(20).
           05  FILLER              PIC  X(2)  VALUE SPACE.
           05  RCL-DATE            PIC  X(8).
           05  FILLER              PIC  X(2)  VALUE SPACE.
           05  RCL-AMOUNT          PIC  -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC  X(2)  VALUE SPACE.
           05  RCL-DAYS            PIC  ZZZ9.
           05  FILLER              PIC  X(1)  VALUE SPACE.
           05  RCL-FLAG            PIC  X(5).
           05  FILLER              PIC  X(2)  VALUE SPACE.
           05  RCL-TEXT            PIC  X(30).

      *    mode M - one line per BRCLRIN record
       01  D-CLR-CAPTION-REC.
           05  FILLER              PIC  X(11) VALUE "ITEM".
           05  FILLER              PIC  X(10) VALUE "STATEMENT".
           05  FILLER              PIC  X(23) VALUE "SIDE  AMOUNT".
           05  FILLER              PIC  X(10) VALUE "OPERATOR".
           05  FILLER              PIC  X(32) VALUE "REASON".
           05  FILLER              PIC  X(8)  VALUE "RESULT".

       01  D-CLR-REC.
           05  CLL-ITEM-ID         PIC  X(9).
           05  FILLER              PIC  X(2)  VALUE SPACE.
           05  CLL-STMT-DATE       PIC  X(8).
           05  FILLER              PIC  X(2)  VALUE SPACE.
           05  CLL-TYPE            PIC  X(1).
           05  FILLER              PIC  X(2)  VALUE SPACE.
           05  CLL-AMOUNT          PIC  -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC  X(2)  VALUE SPACE.
           05  CLL-OPERATOR        PIC  X(8).
           05  FILLER              PIC  X(2)  VALUE SPACE.
           05  CLL-REASON          PIC  X(30).
           05  FILLER              PIC  X(2)  VALUE SPACE.
           05  CLL-RESULT          PIC  X(30).

       01  D-COUNT                 PIC  ZZZ,ZZZ,ZZ9.
       01  D-COUNT-2               PIC  ZZZ,ZZZ,ZZ9.
       01  D-AGE-DAYS              PIC  ZZ9.
       01  D-MESSAGE-REC           PIC  X(132).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME                  PIC  X(30) VALUE "testdb".
       01  USERNAME                PIC  X(30) VALUE "postgres".
       01  PASSWD                  PIC  X(10) VALUE SPACE.

      *    the statement being loaded or reported
       01  STM-REC-VARS.
           05  STM-DATE            PIC  X(8).
           05  STM-OPENING         PIC  S9(12)V99.
           05  STM-CREDITS         PIC  S9(12)V99.
           05  STM-DEBITS          PIC  S9(12)V99.
           05  STM-CLOSING         PIC  S9(12)V99.
           05  STM-ITEM-COUNT      PIC  S9(9) COMP-5.
           05  STM-TIME            PIC  X(8).
           05  STM-CNT             PIC  S9(9) COMP-5.

      *    one bank item being loaded or matched, and the posting it
      *    matched
       01  ITM-REC-VARS.
           05  ITM-ID              PIC  S9(9) COMP-5.
           05  ITM-STMT-DATE       PIC  X(8).
           05  ITM-TYPE            PIC  X(1).
           05  ITM-REF             PIC  X(20).
           05  ITM-AMOUNT          PIC  S9(10)V99.
           05  ITM-TEXT            PIC  X(30).
           05  ITM-CLAIM-ID        PIC  S9(9) COMP-5.
           05  ITM-INVOICE-ID      PIC  S9(9) COMP-5.
           05  MAT-TO              PIC  X(8).
           05  MAT-KEY             PIC  S9(9) COMP-5.
           05  MAT-POST-DATE       PIC  X(8).

      *    the reconciliation as at RPT-DATE: the first statement on
      *    file opens the cash book, and everything we posted from its
      *    date on is measured against the bank
       01  RPT-REC-VARS.
           05  RPT-DATE            PIC  X(8).
           05  RPT-FIRST-DATE      PIC  X(8).
           05  RPT-FIRST-OPENING   PIC  S9(12)V99.
           05  RPT-PRIOR-DATE      PIC  X(8).
           05  RPT-PRIOR-CLOSING   PIC  S9(12)V99.
           05  BOOK-RECEIPTS       PIC  S9(12)V99.
           05  BOOK-SUSPENSE       PIC  S9(12)V99.
           05  BOOK-CLAIMS         PIC  S9(12)V99.
           05  BOOK-REFUNDS        PIC  S9(12)V99.
           05  BOOK-SUS-REFUNDS    PIC  S9(12)V99.
           05  BOOK-MANUAL-CR      PIC  S9(12)V99.
           05  BOOK-MANUAL-DR      PIC  S9(12)V99.

      *    mode M - the item being cleared by hand
       01  CLR-REC-VARS.
           05  CLR-ITEM-ID         PIC  S9(9) COMP-5.
           05  CLR-OPERATOR        PIC  X(8).
           05  CLR-REASON          PIC  X(30).
           05  CLR-STATUS          PIC  X(8).
           05  CLR-TYPE            PIC  X(1).
           05  CLR-AMOUNT          PIC  S9(10)V99.
           05  CLR-STMT-DATE       PIC  X(8).

      *    one reconciling item, from either side
       01  RCN-REC-VARS.
           05  RCN-SIDE            PIC  X(4).
           05  RCN-KIND            PIC  X(8).
           05  RCN-REF             PIC  X(20).
           05  RCN-DATE            PIC  X(8).
           05  RCN-AMOUNT          PIC  S9(10)V99.
           05  RCN-DAYS            PIC  S9(9) COMP-5.
           05  RCN-TEXT            PIC  X(30).

      *    the business date this run processes as, YYYYMMDD - set by
      *    LOAD-BUS-DATE-RTN
       01  BUS-DATE                PIC  X(8).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           DISPLAY "*** BANK RECONCILIATION STARTED ***".
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

      *    the business date ages the reconciling items
           PERFORM LOAD-BUS-DATE-RTN.
           MOVE  SPACES             TO   RPT-DATE.
           OPEN OUTPUT REPORT-FILE.
           IF  WS-REPORT-STATUS NOT = "00"
               DISPLAY "*** COULD NOT OPEN " "BRRECRPT"
                       " - STATUS=" WS-REPORT-STATUS
                       " - RECONCILIATION SKIPPED"
               MOVE "Y"             TO   WS-RUN-FAILED
           ELSE
               IF  WS-MODE-LOAD
                   PERFORM LOAD-RTN
               ELSE
                   IF  WS-MODE-CLEAR
                       PERFORM CLEAR-RTN
                   END-IF
                   IF  NOT WS-RUN-HAS-FAILED
                       PERFORM SET-RPT-DATE-RTN
                   END-IF
               END-IF
               IF  NOT WS-RUN-HAS-FAILED
                   PERFORM MATCH-RTN
               END-IF
               IF  NOT WS-RUN-HAS-FAILED
                   AND RPT-DATE NOT = SPACES
                   PERFORM RECONCILE-RTN
               END-IF
               CLOSE REPORT-FILE
           END-IF.

      *    DISCONNECT
           EXEC SQL
               DISCONNECT ALL
           END-EXEC.

      *    END
           PERFORM END-RUN-RTN.
           DISPLAY "*** BANK RECONCILIATION FINISHED ***".
           STOP RUN.

      ******************************************************************
       END-RUN-RTN.
      ******************************************************************
      *    one appended BRRUNLOG record plus the matching return code -
      *    a run that warned or failed must not finish looking like a
      *    clean one
           MOVE  SPACES              TO   D-RUN-REC.
           MOVE  "BANK-RECON"       TO   RUN-PROGRAM.
           MOVE  WS-RUN-START-DATE  TO   RUN-START-DATE.
           MOVE  WS-RUN-START-TIME  TO   RUN-START-TIME.
           ACCEPT RUN-END-DATE       FROM DATE YYYYMMDD.
           ACCEPT RUN-END-TIME       FROM TIME.
           MOVE  WS-RUN-MODE        TO   RUN-MODE.
           MOVE  RPT-DATE           TO   RUN-SEL-ID-FROM.
           MOVE  SPACES              TO   RUN-SEL-ID-TO
                                           RUN-SEL-STATUS
                                           RUN-SEL-HOLDER.
           IF  WS-MODE-LOAD
               MOVE  WS-ITEMS-LOADED TO  RUN-COUNTED
           ELSE
               MOVE  WS-ITEMS-TRIED TO   RUN-COUNTED
           END-IF.
           MOVE  WS-ITEMS-MATCHED   TO   RUN-FETCHED.
           IF  WS-MODE-CLEAR
               ADD   WS-CLR-APPLIED TO   RUN-FETCHED
           END-IF.
           MOVE  WS-RCN-LINES       TO   RUN-EXTRACTED.
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
                                          PARM-USERNAME PARM-PASSWD
                                          PARM-STMT-DATE PARM-AGE-DAYS.
           OPEN INPUT PARM-FILE.
           IF  WS-PARM-FILE-STATUS = "00"
               READ PARM-FILE
               IF  WS-PARM-FILE-STATUS NOT = "00"
                   MOVE SPACES      TO   PARM-MODE PARM-DBNAME
                                         PARM-USERNAME PARM-PASSWD
                                         PARM-STMT-DATE PARM-AGE-DAYS
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
           IF  PARM-AGE-DAYS NUMERIC
               AND PARM-AGE-DAYS NOT = "000"
               MOVE PARM-AGE-DAYS   TO   WS-AGE-DAYS
           END-IF.

           IF  PARM-MODE = "L" OR PARM-MODE = "R" OR PARM-MODE = "M"
               MOVE PARM-MODE       TO   WS-RUN-MODE
           ELSE
               PERFORM SELECT-RUN-MODE-RTN
           END-IF.

      ******************************************************************
       SELECT-RUN-MODE-RTN.
      ******************************************************************
           DISPLAY "SELECT RUN MODE: (L)OAD STATEMENT FILE  "
                   "(M)ANUAL CLEAR  (R)ECONCILE ONLY [DEFAULT R] "
                   WITH NO ADVANCING.
           ACCEPT WS-RUN-MODE FROM CONSOLE.
           IF  WS-RUN-MODE NOT = "L" AND WS-RUN-MODE NOT = "M"
               MOVE "R" TO WS-RUN-MODE
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
       SET-RPT-DATE-RTN.
      ******************************************************************
      *    mode R reports the statement asked for, or the latest one
      *    loaded; the CAST also rejects an impossible date
           IF  PARM-STMT-DATE NUMERIC
               MOVE  PARM-STMT-DATE TO   STM-DATE
               EXEC SQL
                   SELECT COUNT(*)
                     INTO :STM-CNT
                     FROM bank_statements
                    WHERE stmt_date = CAST(:STM-DATE AS DATE)
               END-EXEC
               IF  SQLCODE NOT = ZERO
                   PERFORM ERROR-RTN
               ELSE
               IF  STM-CNT = ZERO
                   DISPLAY "*** NO BANK STATEMENT ON FILE FOR "
                           STM-DATE " - NOTHING TO REPORT"
                   MOVE "Y"         TO   WS-RUN-FAILED
               ELSE
                   MOVE  STM-DATE   TO   RPT-DATE
               END-IF
               END-IF
           ELSE
               EXEC SQL
                   SELECT COALESCE(TO_CHAR(MAX(stmt_date),
                                           'YYYYMMDD'), ' ')
                     INTO :RPT-DATE
                     FROM bank_statements
               END-EXEC
               IF  SQLCODE NOT = ZERO
                   PERFORM ERROR-RTN
                   MOVE  SPACES     TO   RPT-DATE
               ELSE
               IF  RPT-DATE = SPACES
                   DISPLAY "*** WARNING: NO BANK STATEMENT LOADED"
                           " - NOTHING TO RECONCILE"
                   MOVE "Y"         TO   WS-RUN-WARNED
               END-IF
               END-IF
           END-IF.

      ******************************************************************
       LOAD-RTN.
      ******************************************************************
      *    proves the whole BRSTMTIN file first and loads it only if
      *    every statement on it proves - the whole file in one
      *    transaction, so a failure part way leaves nothing behind
      *    for the rerun to trip over.  The report is as at the last
      *    statement on the file.
           OPEN INPUT STMT-FILE.
           IF  WS-STMT-STATUS NOT = "00"
               DISPLAY "*** COULD NOT OPEN " "BRSTMTIN"
                       " - STATUS=" WS-STMT-STATUS
                       " - STATEMENT LOAD SKIPPED"
               MOVE "Y"             TO   WS-RUN-FAILED
           ELSE
               PERFORM CHECK-STMT-FILE-RTN
               CLOSE STMT-FILE
               IF  WS-STM-REASON NOT = SPACES
                   PERFORM REFUSE-STMT-FILE-RTN
               ELSE
                   PERFORM APPLY-STMT-FILE-RTN
               END-IF
           END-IF.

      ******************************************************************
       CHECK-STMT-FILE-RTN.
      ******************************************************************
      *    first pass, posting nothing - the first fault found is the
      *    reason the file is refused
           MOVE  SPACES              TO   WS-STM-REASON WS-GRP-DATE
                                          WS-STM-PREV-DATE.
           MOVE  "N"                 TO   WS-STM-IN-STMT.
           MOVE  ZERO                TO   WS-STM-REC-NO.
           READ STMT-FILE.
           IF  WS-STMT-STATUS NOT = "00"
               MOVE "EMPTY FILE"    TO   WS-STM-REASON
           ELSE
               PERFORM UNTIL WS-STMT-STATUS NOT = "00"
                          OR WS-STM-REASON NOT = SPACES
                   ADD  1            TO   WS-STM-REC-NO
                   PERFORM CHECK-STMT-REC-RTN
                   READ STMT-FILE
               END-PERFORM
               IF  WS-STM-REASON = SPACES
                   AND WS-STMT-STATUS NOT = "10"
                   ADD  1            TO   WS-STM-REC-NO
                   MOVE "RECORD UNREADABLE - LENGTH"
                                     TO   WS-STM-REASON
               END-IF
               IF  WS-STM-REASON = SPACES
                   AND WS-STM-IS-IN-STMT
                   MOVE "NO TRAILER - FILE CUT OFF"
                                     TO   WS-STM-REASON
               END-IF
           END-IF.

      ******************************************************************
       CHECK-STMT-REC-RTN.
      ******************************************************************
           EVALUATE TRUE
               WHEN STM-IS-HEADER
                   PERFORM CHECK-STMT-HEADER-RTN
               WHEN STM-IS-DETAIL
                   IF  NOT WS-STM-IS-IN-STMT
                       MOVE "ITEM OUTSIDE A STATEMENT"
                                     TO   WS-STM-REASON
                   ELSE
                   IF  NOT STM-ITEM-CREDIT AND NOT STM-ITEM-DEBIT
                       MOVE "ITEM TYPE NOT C OR D"
                                     TO   WS-STM-REASON
                   ELSE
                   IF  STM-ITEM-AMOUNT NOT NUMERIC
                       MOVE "ITEM AMOUNT NOT NUMERIC"
                                     TO   WS-STM-REASON
                   ELSE
                       ADD  1        TO   WS-GRP-COUNT
                       IF  STM-ITEM-CREDIT
                           ADD STM-ITEM-AMOUNT TO WS-GRP-CREDITS
                       ELSE
                           ADD STM-ITEM-AMOUNT TO WS-GRP-DEBITS
                       END-IF
                   END-IF
                   END-IF
                   END-IF
               WHEN STM-IS-TRAILER
                   IF  NOT WS-STM-IS-IN-STMT
                       MOVE "TRAILER WITHOUT HEADER"
                                     TO   WS-STM-REASON
                   ELSE
                       PERFORM CHECK-STMT-TRAILER-RTN
                   END-IF
               WHEN OTHER
                   MOVE "BAD RECORD TYPE"    TO   WS-STM-REASON
           END-EVALUATE.

      ******************************************************************
       CHECK-STMT-HEADER-RTN.
      ******************************************************************
      *    a value date already on bank_statements means the file (or
      *    part of it) has been loaded before; dates must run forward
      *    so a statement can't be slipped in behind one already
      *    reconciled
           IF  WS-STM-IS-IN-STMT
               MOVE "HEADER BEFORE TRAILER" TO WS-STM-REASON
           ELSE
           IF  STM-HDR-DATE NOT NUMERIC
               OR STM-HDR-OPENING NOT NUMERIC
               MOVE "HEADER DATE/BALANCE BAD" TO WS-STM-REASON
           ELSE
           IF  WS-STM-PREV-DATE NOT = SPACES
               AND STM-HDR-DATE NOT > WS-STM-PREV-DATE
               MOVE "DATES NOT ASCENDING" TO WS-STM-REASON
           ELSE
               MOVE  STM-HDR-DATE   TO   WS-GRP-DATE STM-DATE
                                          WS-ERR-KEY
               EXEC SQL
                   SELECT COUNT(*)
                     INTO :STM-CNT
                     FROM bank_statements
                    WHERE stmt_date = CAST(:STM-DATE AS DATE)
                       OR stmt_date > CAST(:STM-DATE AS DATE)
               END-EXEC
               IF  SQLCODE NOT = ZERO
                   PERFORM ERROR-RTN
                   MOVE "SQL ERROR ON CHECK" TO WS-STM-REASON
               ELSE
               IF  STM-CNT NOT = ZERO
                   MOVE "ALREADY LOADED OR BACKDATED"
                                     TO   WS-STM-REASON
               ELSE
                   MOVE  "Y"        TO   WS-STM-IN-STMT
                   MOVE  STM-HDR-OPENING TO WS-GRP-OPENING
                   MOVE  ZERO       TO   WS-GRP-COUNT
                                          WS-GRP-CREDITS
                                          WS-GRP-DEBITS
               END-IF
               END-IF
           END-IF
           END-IF
           END-IF.

      ******************************************************************
       CHECK-STMT-TRAILER-RTN.
      ******************************************************************
      *    the items must add up to the trailer, and the statement
      *    must prove on its own: opening + credits - debits = closing
           IF  STM-TRL-COUNT NOT NUMERIC
               OR STM-TRL-CREDITS NOT NUMERIC
               OR STM-TRL-DEBITS NOT NUMERIC
               OR STM-TRL-CLOSING NOT NUMERIC
               MOVE "TRAILER TOTALS BAD" TO WS-STM-REASON
           ELSE
           IF  WS-GRP-COUNT NOT = STM-TRL-COUNT
               MOVE "ITEM COUNT NOT = TRAILER" TO WS-STM-REASON
           ELSE
           IF  WS-GRP-CREDITS NOT = STM-TRL-CREDITS
               MOVE "CREDITS NOT = TRAILER" TO WS-STM-REASON
           ELSE
           IF  WS-GRP-DEBITS NOT = STM-TRL-DEBITS
               MOVE "DEBITS NOT = TRAILER" TO WS-STM-REASON
           ELSE
               COMPUTE WS-GRP-CHECK = WS-GRP-OPENING + WS-GRP-CREDITS
                                    - WS-GRP-DEBITS - STM-TRL-CLOSING
               IF  WS-GRP-CHECK NOT = ZERO
                   MOVE "BALANCES DO NOT PROVE" TO WS-STM-REASON
               ELSE
                   MOVE  "N"        TO   WS-STM-IN-STMT
                   MOVE  WS-GRP-DATE TO  WS-STM-PREV-DATE
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

      ******************************************************************
       REFUSE-STMT-FILE-RTN.
      ******************************************************************
      *    nothing from the file has been loaded; the report, the
      *    console and BRERRLOG all say why, and the run fails so
      *    JOB-CONTROL holds the stream for a corrected file
           MOVE  WS-STM-REC-NO      TO   D-COUNT.
           MOVE  SPACES              TO   D-MESSAGE-REC.
           STRING "*** STATEMENT FILE REFUSED - " DELIMITED BY SIZE
                  WS-STM-REASON      DELIMITED BY "  "
                  " - STATEMENT "    DELIMITED BY SIZE
                  WS-GRP-DATE        DELIMITED BY SIZE
                  " RECORD "         DELIMITED BY SIZE
                  D-COUNT            DELIMITED BY SIZE
                  " - NOTHING LOADED" DELIMITED BY SIZE
                  INTO D-MESSAGE-REC.
           WRITE REPORT-REC FROM D-MESSAGE-REC.
           DISPLAY D-MESSAGE-REC.
           MOVE  WS-GRP-DATE        TO   LOG-POL-ID.
           MOVE  ZERO                TO   LOG-SQLCODE.
           MOVE  SPACES              TO   LOG-SQLSTATE LOG-MESSAGE.
           STRING "STATEMENT FILE REFUSED - " DELIMITED BY SIZE
                  WS-STM-REASON      DELIMITED BY SIZE
                  INTO LOG-MESSAGE.
           PERFORM WRITE-AUDIT-LOG-RTN.
           MOVE  "Y"                TO   WS-RUN-FAILED.

      ******************************************************************
       APPLY-STMT-FILE-RTN.
      ******************************************************************
      *    second pass - the file proved, so each statement is written
      *    as read: its row at the header, its items, its totals at
      *    the trailer
           OPEN INPUT STMT-FILE.
           IF  WS-STMT-STATUS NOT = "00"
               DISPLAY "*** COULD NOT OPEN " "BRSTMTIN"
                       " - STATUS=" WS-STMT-STATUS
                       " - STATEMENT LOAD SKIPPED"
               MOVE "Y"             TO   WS-RUN-FAILED
           ELSE
               READ STMT-FILE
               PERFORM UNTIL WS-STMT-STATUS NOT = "00"
                          OR WS-RUN-HAS-FAILED
                   EVALUATE TRUE
                       WHEN STM-IS-HEADER
                           PERFORM INSERT-STMT-RTN
                       WHEN STM-IS-DETAIL
                           PERFORM INSERT-ITEM-RTN
                       WHEN STM-IS-TRAILER
                           PERFORM CLOSE-STMT-RTN
                   END-EVALUATE
                   READ STMT-FILE
               END-PERFORM
               CLOSE STMT-FILE
               IF  WS-RUN-HAS-FAILED
                   EXEC SQL
                       ROLLBACK
                   END-EXEC
                   MOVE  ZERO       TO   WS-STMTS-LOADED
                                          WS-ITEMS-LOADED
                   MOVE  SPACES     TO   RPT-DATE
                   DISPLAY "*** STATEMENT LOAD BACKED OUT"
                           " - NOTHING LOADED"
               ELSE
                   EXEC SQL
                       COMMIT WORK
                   END-EXEC
                   DISPLAY "STATEMENTS LOADED: " WS-STMTS-LOADED
                           " ITEMS: " WS-ITEMS-LOADED
               END-IF
           END-IF.

      ******************************************************************
       INSERT-STMT-RTN.
      ******************************************************************
           MOVE  STM-HDR-DATE       TO   STM-DATE WS-ERR-KEY.
           MOVE  STM-HDR-OPENING    TO   STM-OPENING STM-CLOSING.
           MOVE  ZERO               TO   STM-CREDITS STM-DEBITS
                                          STM-ITEM-COUNT.
           ACCEPT STM-TIME           FROM TIME.
           EXEC SQL
               INSERT INTO bank_statements
                      (stmt_date, opening_balance, total_credits,
                       total_debits, closing_balance, item_count,
                       bus_date, loaded_date, loaded_time)
               VALUES (CAST(:STM-DATE AS DATE), :STM-OPENING,
                       :STM-CREDITS, :STM-DEBITS, :STM-CLOSING,
                       :STM-ITEM-COUNT, CAST(:BUS-DATE AS DATE),
                       CURRENT_DATE, :STM-TIME)
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
           END-IF.

      ******************************************************************
       INSERT-ITEM-RTN.
      ******************************************************************
           MOVE  STM-ITEM-TYPE      TO   ITM-TYPE.
           MOVE  STM-ITEM-REF       TO   ITM-REF.
           MOVE  STM-ITEM-AMOUNT    TO   ITM-AMOUNT.
           MOVE  STM-ITEM-TEXT      TO   ITM-TEXT.
           EXEC SQL
               INSERT INTO bank_stmt_items
                      (stmt_date, item_type, item_ref, amount,
                       narrative)
               VALUES (CAST(:STM-DATE AS DATE), :ITM-TYPE,
                       :ITM-REF, :ITM-AMOUNT, :ITM-TEXT)
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
           ELSE
               ADD  1               TO   WS-ITEMS-LOADED
           END-IF.

      ******************************************************************
       CLOSE-STMT-RTN.
      ******************************************************************
           MOVE  STM-TRL-CREDITS    TO   STM-CREDITS.
           MOVE  STM-TRL-DEBITS     TO   STM-DEBITS.
           MOVE  STM-TRL-CLOSING    TO   STM-CLOSING.
           MOVE  STM-TRL-COUNT      TO   STM-ITEM-COUNT.
           EXEC SQL
               UPDATE bank_statements
                  SET total_credits   = :STM-CREDITS,
                      total_debits    = :STM-DEBITS,
                      closing_balance = :STM-CLOSING,
                      item_count      = :STM-ITEM-COUNT
                WHERE stmt_date = CAST(:STM-DATE AS DATE)
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
           ELSE
               ADD  1               TO   WS-STMTS-LOADED
               MOVE  STM-DATE       TO   RPT-DATE
               DISPLAY "STATEMENT " STM-DATE " LOADED - "
                       STM-TRL-COUNT " ITEMS"
           END-IF.

      ******************************************************************
       CLEAR-RTN.
      ******************************************************************
      *    mode M - each BRCLRIN record clears one OPEN bank item in
      *    its own transaction; a record that can't be applied is
      *    refused on the report and the rest carry on
           OPEN INPUT CLEAR-FILE.
           IF  WS-CLEAR-STATUS NOT = "00"
               DISPLAY "*** COULD NOT OPEN " "BRCLRIN"
                       " - STATUS=" WS-CLEAR-STATUS
                       " - NOTHING CLEARED"
               MOVE "Y"             TO   WS-RUN-FAILED
           ELSE
               MOVE  SPACES          TO   D-MESSAGE-REC
               STRING "BANK ITEMS CLEARED BY HAND - BUSINESS DATE "
                                     DELIMITED BY SIZE
                      BUS-DATE       DELIMITED BY SIZE
                      INTO D-MESSAGE-REC
               WRITE REPORT-REC FROM D-MESSAGE-REC
               WRITE REPORT-REC FROM D-CLR-CAPTION-REC
               READ CLEAR-FILE
               PERFORM UNTIL WS-CLEAR-STATUS NOT = "00"
                          OR WS-RUN-HAS-FAILED
                   ADD  1           TO   WS-CLR-READ
                   PERFORM CLEAR-ONE-ITEM-RTN
                   READ CLEAR-FILE
               END-PERFORM
               IF  WS-CLEAR-STATUS NOT = "10"
                   AND NOT WS-RUN-HAS-FAILED
                   DISPLAY "*** BRCLRIN RECORD UNREADABLE - STATUS="
                           WS-CLEAR-STATUS
                   MOVE "Y"         TO   WS-RUN-FAILED
               END-IF
               CLOSE CLEAR-FILE
               MOVE  WS-CLR-APPLIED  TO   D-COUNT
               MOVE  WS-CLR-REFUSED  TO   D-COUNT-2
               MOVE  SPACES          TO   D-MESSAGE-REC
               STRING "ITEMS CLEARED "  DELIMITED BY SIZE
                      D-COUNT        DELIMITED BY SIZE
                      "  REFUSED "   DELIMITED BY SIZE
                      D-COUNT-2      DELIMITED BY SIZE
                      INTO D-MESSAGE-REC
               WRITE REPORT-REC FROM D-MESSAGE-REC
               MOVE  SPACES          TO   REPORT-REC
               WRITE REPORT-REC
               DISPLAY D-MESSAGE-REC
               IF  WS-CLR-REFUSED NOT = ZERO
                   DISPLAY "*** WARNING: CLEARS REFUSED"
                           " - SEE BRRECRPT"
                   MOVE "Y"         TO   WS-RUN-WARNED
               END-IF
           END-IF.

      ******************************************************************
       CLEAR-ONE-ITEM-RTN.
      ******************************************************************
      *    the item must be on file and still OPEN - a matched item
      *    belongs to its posting, and one already cleared stays as
      *    first cleared
           MOVE  SPACES              TO   WS-CLR-REASON CLR-STMT-DATE
                                           CLR-TYPE.
           MOVE  ZERO                TO   CLR-AMOUNT.
           EVALUATE TRUE
               WHEN CLI-ITEM-ID NOT NUMERIC
                   MOVE "ITEM ID NOT NUMERIC" TO WS-CLR-REASON
               WHEN CLI-OPERATOR = SPACES
                   MOVE "OPERATOR MISSING"    TO WS-CLR-REASON
               WHEN CLI-REASON = SPACES
                   MOVE "REASON MISSING"      TO WS-CLR-REASON
           END-EVALUATE.
           IF  WS-CLR-REASON = SPACES
               MOVE  CLI-ITEM-ID     TO   WS-REF-CLAIM-ID
               MOVE  WS-REF-CLAIM-ID TO   CLR-ITEM-ID
               MOVE  CLI-OPERATOR    TO   CLR-OPERATOR
               MOVE  CLI-REASON      TO   CLR-REASON
               EXEC SQL
                   SELECT match_status, item_type, amount,
                          TO_CHAR(stmt_date, 'YYYYMMDD')
                     INTO :CLR-STATUS, :CLR-TYPE, :CLR-AMOUNT,
                          :CLR-STMT-DATE
                     FROM bank_stmt_items
                    WHERE item_id = :CLR-ITEM-ID
               END-EXEC
               EVALUATE TRUE
                   WHEN SQLCODE = +10
                       MOVE "ITEM NOT ON FILE"   TO WS-CLR-REASON
                   WHEN SQLCODE NOT = ZERO
                       PERFORM ERROR-RTN
                       MOVE "SQL ERROR ON FETCH" TO WS-CLR-REASON
                   WHEN CLR-STATUS NOT = "OPEN"
                       STRING "ITEM ALREADY "    DELIMITED BY SIZE
                              CLR-STATUS         DELIMITED BY SPACE
                              INTO WS-CLR-REASON
               END-EVALUATE
           END-IF.
           IF  WS-CLR-REASON = SPACES
               MOVE  CLR-STMT-DATE   TO   WS-ERR-KEY
               EXEC SQL
                   UPDATE bank_stmt_items
                      SET match_status      = 'CLEARED',
                          matched_to        = 'MANUAL',
                          matched_key       = NULL,
                          matched_post_date = NULL,
                          matched_date      = CAST(:BUS-DATE AS DATE),
                          cleared_by        = :CLR-OPERATOR,
                          clear_reason      = :CLR-REASON
                    WHERE item_id      = :CLR-ITEM-ID
                      AND match_status = 'OPEN'
               END-EXEC
               IF  SQLCODE NOT = ZERO
                   PERFORM ERROR-RTN
                   MOVE "SQL ERROR ON CLEAR" TO WS-CLR-REASON
               ELSE
                   EXEC SQL
                       COMMIT WORK
                   END-EXEC
               END-IF
           END-IF.
           MOVE  SPACES              TO   D-CLR-REC.
           MOVE  CLI-ITEM-ID        TO   CLL-ITEM-ID.
           MOVE  CLR-STMT-DATE      TO   CLL-STMT-DATE.
           MOVE  CLR-TYPE           TO   CLL-TYPE.
           MOVE  CLR-AMOUNT         TO   CLL-AMOUNT.
           MOVE  CLI-OPERATOR       TO   CLL-OPERATOR.
           MOVE  CLI-REASON         TO   CLL-REASON.
           IF  WS-CLR-REASON = SPACES
               MOVE "CLEARED"       TO   CLL-RESULT
               ADD  1               TO   WS-CLR-APPLIED
           ELSE
               STRING "REFUSED - "  DELIMITED BY SIZE
                      WS-CLR-REASON DELIMITED BY SIZE
                      INTO CLL-RESULT
               ADD  1               TO   WS-CLR-REFUSED
           END-IF.
           WRITE REPORT-REC FROM D-CLR-REC.

      ******************************************************************
       MATCH-RTN.
      ******************************************************************
      *    every bank item still OPEN gets another try - a receipt
      *    loaded or a claim settled since yesterday clears the item
      *    it belongs to.  One item per transaction; WITH HOLD keeps
      *    CI open across the commits, as CLAIM-DISBURSE's CS does.
           EXEC SQL
               DECLARE CI CURSOR WITH HOLD FOR
               SELECT item_id, TO_CHAR(stmt_date, 'YYYYMMDD'),
                      item_type, COALESCE(item_ref, ' '), amount
                 FROM bank_stmt_items
                WHERE match_status = 'OPEN'
                ORDER BY stmt_date, item_id
           END-EXEC.
           EXEC SQL
               OPEN CI
           END-EXEC.
           EXEC SQL
               FETCH CI INTO :ITM-ID, :ITM-STMT-DATE, :ITM-TYPE,
                             :ITM-REF, :ITM-AMOUNT
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
                      OR WS-RUN-HAS-FAILED
               ADD  1               TO   WS-ITEMS-TRIED
               MOVE ITM-STMT-DATE   TO   WS-ERR-KEY
               PERFORM MATCH-ONE-ITEM-RTN
               EXEC SQL
                   FETCH CI INTO :ITM-ID, :ITM-STMT-DATE, :ITM-TYPE,
                                 :ITM-REF, :ITM-AMOUNT
               END-EXEC
           END-PERFORM.
      *    SQLCODE +10 just means "no more rows" (normal end of
      *    cursor); anything else is a real error
           IF  SQLCODE NOT = +10 AND SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
           END-IF.
           EXEC SQL
               CLOSE CI
           END-EXEC.
           EXEC SQL
               COMMIT WORK
           END-EXEC.
           DISPLAY "BANK ITEMS OPEN: " WS-ITEMS-TRIED
                   " MATCHED THIS RUN: " WS-ITEMS-MATCHED.

      ******************************************************************
       MATCH-ONE-ITEM-RTN.
      ******************************************************************
      *    an item without a reference can't be matched - it waits on
      *    the reconciling list for someone to identify it
           MOVE  SPACES              TO   MAT-TO MAT-POST-DATE.
           MOVE  ZERO                TO   MAT-KEY.
           IF  ITM-REF NOT = SPACES
               IF  ITM-TYPE = "C"
                   PERFORM MATCH-CREDIT-RTN
               ELSE
                   PERFORM MATCH-DEBIT-RTN
               END-IF
           END-IF.
           IF  MAT-TO NOT = SPACES
               EXEC SQL
                   UPDATE bank_stmt_items
                      SET match_status      = 'MATCHED',
                          matched_to        = :MAT-TO,
                          matched_key       = :MAT-KEY,
                          matched_post_date =
                              CAST(:MAT-POST-DATE AS DATE),
                          matched_date      = CAST(:BUS-DATE AS DATE)
                    WHERE item_id = :ITM-ID
               END-EXEC
               IF  SQLCODE NOT = ZERO
                   PERFORM ERROR-RTN
               ELSE
                   EXEC SQL
                       COMMIT WORK
                   END-EXEC
                   ADD  1           TO   WS-ITEMS-MATCHED
               END-IF
           END-IF.

      ******************************************************************
       MATCH-CREDIT-RTN.
      ******************************************************************
      *    the oldest unmatched payment with the reference and amount,
      *    else the oldest unmatched suspense item.  A payment that is
      *    a suspense item re-posted (same policy, pay date, reference
      *    and amount as a POSTED suspense row) is passed over - the
      *    bank credited that money once, against the suspense row.
           EXEC SQL
               SELECT p.payment_id, TO_CHAR(p.pay_date, 'YYYYMMDD')
                 INTO :MAT-KEY, :MAT-POST-DATE
                 FROM payments p
                WHERE p.receipt_ref = :ITM-REF
                  AND p.amount      = :ITM-AMOUNT
                  AND NOT EXISTS
                      (SELECT 1 FROM bank_stmt_items b
                        WHERE b.matched_to  = 'PAYMENT'
                          AND b.matched_key = p.payment_id)
                  AND NOT EXISTS
                      (SELECT 1 FROM suspense s
                        WHERE s.status        = 'POSTED'
                          AND s.posted_pol_id = p.policy_id
                          AND s.receipt_ref   = p.receipt_ref
                          AND s.amount        = p.amount
                          AND s.pay_date      = p.pay_date)
                ORDER BY p.pay_date, p.payment_id
                LIMIT 1
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = ZERO
                   MOVE "PAYMENT"   TO   MAT-TO
               WHEN SQLCODE NOT = +10
                   PERFORM ERROR-RTN
               WHEN OTHER
                   EXEC SQL
                       SELECT s.suspense_id,
                              TO_CHAR(s.pay_date, 'YYYYMMDD')
                         INTO :MAT-KEY, :MAT-POST-DATE
                         FROM suspense s
                        WHERE s.receipt_ref = :ITM-REF
                          AND s.amount      = :ITM-AMOUNT
                          AND NOT EXISTS
                              (SELECT 1 FROM bank_stmt_items b
                                WHERE b.matched_to  = 'SUSPENSE'
                                  AND b.matched_key = s.suspense_id)
                        ORDER BY s.pay_date, s.suspense_id
                        LIMIT 1
                   END-EXEC
                   IF  SQLCODE = ZERO
                       MOVE "SUSPENSE" TO MAT-TO
                   ELSE
                   IF  SQLCODE NOT = +10
                       PERFORM ERROR-RTN
                   END-IF
                   END-IF
           END-EVALUATE.

      ******************************************************************
       MATCH-DEBIT-RTN.
      ******************************************************************
      *    the bank echoes the payment order's key at the front of its
      *    reference - R and an 8-digit invoice id for a premium
      *    refund, a 9-digit claim id for a claim payment.  A debit
      *    neither of those clears is tried against the suspense
      *    items returned to their payers.
           IF  ITM-REF(1:1) = "R"
               AND ITM-REF(2:8) NUMERIC
               PERFORM MATCH-REFUND-RTN
           ELSE
           IF  ITM-REF(1:9) NUMERIC
               PERFORM MATCH-CLAIM-RTN
           END-IF
           END-IF.
           IF  MAT-TO = SPACES
               AND NOT WS-RUN-HAS-FAILED
               PERFORM MATCH-SUS-REFUND-RTN
           END-IF.

      ******************************************************************
       MATCH-CLAIM-RTN.
      ******************************************************************
      *    the debit clears the claim once CLAIM-DISBURSE has settled
      *    it at the same amount
           IF  ITM-REF(1:9) NUMERIC
               MOVE  ITM-REF(1:9)   TO   WS-REF-CLAIM-ID
               MOVE  WS-REF-CLAIM-ID TO  ITM-CLAIM-ID
               EXEC SQL
                   SELECT c.claim_id, TO_CHAR(c.paid_date, 'YYYYMMDD')
                     INTO :MAT-KEY, :MAT-POST-DATE
                     FROM claims c
                    WHERE c.claim_id    = :ITM-CLAIM-ID
                      AND c.paid_date   IS NOT NULL
                      AND c.paid_amount = :ITM-AMOUNT
                      AND NOT EXISTS
                          (SELECT 1 FROM bank_stmt_items b
                            WHERE b.matched_to  = 'CLAIM'
                              AND b.matched_key = c.claim_id)
               END-EXEC
               IF  SQLCODE = ZERO
                   MOVE "CLAIM"     TO   MAT-TO
               ELSE
               IF  SQLCODE NOT = +10
                   PERFORM ERROR-RTN
               END-IF
               END-IF
           END-IF.

      ******************************************************************
       MATCH-REFUND-RTN.
      ******************************************************************
      *    a return premium paid back on FPREFORD / PDREFORD - the
      *    oldest premium_returns row for the invoice refunding that
      *    amount
           MOVE  ITM-REF(2:8)       TO   WS-REF-INVOICE-ID.
           MOVE  WS-REF-INVOICE-ID  TO   ITM-INVOICE-ID.
           EXEC SQL
               SELECT r.return_id,
                      TO_CHAR(r.order_date, 'YYYYMMDD')
                 INTO :MAT-KEY, :MAT-POST-DATE
                 FROM premium_returns r
                WHERE r.invoice_id    = :ITM-INVOICE-ID
                  AND r.refund_amount = :ITM-AMOUNT
                  AND r.refund_amount > 0
                  AND NOT EXISTS
                      (SELECT 1 FROM bank_stmt_items b
                        WHERE b.matched_to  = 'REFUND'
                          AND b.matched_key = r.return_id)
                ORDER BY r.order_date, r.return_id
                LIMIT 1
           END-EXEC.
           IF  SQLCODE = ZERO
               MOVE "REFUND"        TO   MAT-TO
           ELSE
           IF  SQLCODE NOT = +10
               PERFORM ERROR-RTN
           END-IF
           END-IF.

      ******************************************************************
       MATCH-SUS-REFUND-RTN.
      ******************************************************************
      *    suspense money PREM-PAYMENTS returned to the payer - the
      *    bank's debit carries the reference the money came in on
           EXEC SQL
               SELECT s.suspense_id,
                      TO_CHAR(COALESCE(s.posted_date, s.pay_date),
                              'YYYYMMDD')
                 INTO :MAT-KEY, :MAT-POST-DATE
                 FROM suspense s
                WHERE s.status      = 'REFUNDED'
                  AND s.receipt_ref = :ITM-REF
                  AND s.amount      = :ITM-AMOUNT
                  AND NOT EXISTS
                      (SELECT 1 FROM bank_stmt_items b
                        WHERE b.matched_to  = 'SUSREFND'
                          AND b.matched_key = s.suspense_id)
                ORDER BY s.posted_date, s.suspense_id
                LIMIT 1
           END-EXEC.
           IF  SQLCODE = ZERO
               MOVE "SUSREFND"      TO   MAT-TO
           ELSE
           IF  SQLCODE NOT = +10
               PERFORM ERROR-RTN
           END-IF
           END-IF.

      ******************************************************************
       RECONCILE-RTN.
      ******************************************************************
           MOVE  RPT-DATE           TO   TTL-STMT-DATE.
           MOVE  BUS-DATE           TO   TTL-BUS-DATE.
           WRITE REPORT-REC FROM D-TITLE-REC.
           PERFORM STATEMENT-RTN.
           IF  NOT WS-RUN-HAS-FAILED
               PERFORM BOOK-TOTALS-RTN
           END-IF.
           IF  NOT WS-RUN-HAS-FAILED
               PERFORM RECONCILING-ITEMS-RTN
           END-IF.
           IF  NOT WS-RUN-HAS-FAILED
               PERFORM PROOF-RTN
           END-IF.

      ******************************************************************
       STATEMENT-RTN.
      ******************************************************************
      *    the statement as the bank sent it, and whether it carries
      *    on from the one before - a gap means a statement is
      *    missing, and the proof below will not balance until it is
      *    loaded
           MOVE  RPT-DATE           TO   STM-DATE WS-ERR-KEY.
           EXEC SQL
               SELECT opening_balance, total_credits, total_debits,
                      closing_balance, item_count
                 INTO :STM-OPENING, :STM-CREDITS, :STM-DEBITS,
                      :STM-CLOSING, :STM-ITEM-COUNT
                 FROM bank_statements
                WHERE stmt_date = CAST(:STM-DATE AS DATE)
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
           ELSE
               EXEC SQL
                   SELECT COALESCE(TO_CHAR(MAX(stmt_date),
                                           'YYYYMMDD'), ' ')
                     INTO :RPT-PRIOR-DATE
                     FROM bank_statements
                    WHERE stmt_date < CAST(:STM-DATE AS DATE)
               END-EXEC
               IF  SQLCODE NOT = ZERO
                   PERFORM ERROR-RTN
               END-IF
           END-IF.
           IF  NOT WS-RUN-HAS-FAILED
               AND RPT-PRIOR-DATE NOT = SPACES
               EXEC SQL
                   SELECT closing_balance
                     INTO :RPT-PRIOR-CLOSING
                     FROM bank_statements
                    WHERE stmt_date = CAST(:RPT-PRIOR-DATE AS DATE)
               END-EXEC
               IF  SQLCODE NOT = ZERO
                   PERFORM ERROR-RTN
               END-IF
           END-IF.
           IF  NOT WS-RUN-HAS-FAILED
               MOVE  SPACES          TO   REPORT-REC
               WRITE REPORT-REC
               MOVE  STM-ITEM-COUNT  TO   D-COUNT
               MOVE  SPACES          TO   D-MESSAGE-REC
               STRING "STATEMENT "   DELIMITED BY SIZE
                      RPT-DATE       DELIMITED BY SIZE
                      " - ITEMS "    DELIMITED BY SIZE
                      D-COUNT        DELIMITED BY SIZE
                      INTO D-MESSAGE-REC
               WRITE REPORT-REC FROM D-MESSAGE-REC
               MOVE  "  OPENING BALANCE" TO PRF-LABEL
               MOVE  STM-OPENING     TO   PRF-AMOUNT
               WRITE REPORT-REC FROM D-PRF-REC
               MOVE  "  CREDITS"     TO   PRF-LABEL
               MOVE  STM-CREDITS     TO   PRF-AMOUNT
               WRITE REPORT-REC FROM D-PRF-REC
               MOVE  "  DEBITS"      TO   PRF-LABEL
               MOVE  STM-DEBITS      TO   PRF-AMOUNT
               WRITE REPORT-REC FROM D-PRF-REC
               MOVE  "  CLOSING BALANCE" TO PRF-LABEL
               MOVE  STM-CLOSING     TO   PRF-AMOUNT
               WRITE REPORT-REC FROM D-PRF-REC
               IF  RPT-PRIOR-DATE = SPACES
                   MOVE  "  NO PRIOR STATEMENT ON FILE"
                                     TO   D-MESSAGE-REC
                   WRITE REPORT-REC FROM D-MESSAGE-REC
               ELSE
                   MOVE  SPACES      TO   PRF-LABEL
                   STRING "  PRIOR STATEMENT " DELIMITED BY SIZE
                          RPT-PRIOR-DATE     DELIMITED BY SIZE
                          " CLOSING BALANCE" DELIMITED BY SIZE
                          INTO PRF-LABEL
                   MOVE  RPT-PRIOR-CLOSING TO PRF-AMOUNT
                   WRITE REPORT-REC FROM D-PRF-REC
                   IF  RPT-PRIOR-CLOSING NOT = STM-OPENING
                       MOVE  "  *** OPENING BALANCE DOES NOT FOLLOW"
                           & " ON FROM THE PRIOR CLOSING BALANCE"
                                     TO   D-MESSAGE-REC
                       WRITE REPORT-REC FROM D-MESSAGE-REC
                       DISPLAY "*** WARNING: STATEMENT " RPT-DATE
                               " OPENING DOES NOT FOLLOW "
                               RPT-PRIOR-DATE " CLOSING"
                       MOVE  RPT-DATE    TO   LOG-POL-ID
                       MOVE  ZERO        TO   LOG-SQLCODE
                       MOVE  SPACES      TO   LOG-SQLSTATE
                       MOVE  "STATEMENT OPENING DOES NOT FOLLOW PRIOR"
                           & " CLOSING"  TO   LOG-MESSAGE
                       PERFORM WRITE-AUDIT-LOG-RTN
                       MOVE  "Y"         TO   WS-RUN-WARNED
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
       BOOK-TOTALS-RTN.
      ******************************************************************
      *    our side of the account from the first statement on file:
      *    every receipt, settled claim and refund dated from then up
      *    to the statement date, plus any posted earlier or later
      *    that the bank has already shown on a statement up to that
      *    date, and the bank items cleared by hand.  Re-posted
      *    suspense is counted once, as suspense.
           EXEC SQL
               SELECT TO_CHAR(stmt_date, 'YYYYMMDD'), opening_balance
                 INTO :RPT-FIRST-DATE, :RPT-FIRST-OPENING
                 FROM bank_statements
                WHERE stmt_date = (SELECT MIN(stmt_date)
                                     FROM bank_statements)
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
           END-IF.
           IF  NOT WS-RUN-HAS-FAILED
               EXEC SQL
                   SELECT COALESCE(SUM(p.amount), 0)
                     INTO :BOOK-RECEIPTS
                     FROM payments p
                    WHERE (p.pay_date BETWEEN
                               CAST(:RPT-FIRST-DATE AS DATE)
                           AND CAST(:RPT-DATE AS DATE)
                           OR EXISTS
                              (SELECT 1 FROM bank_stmt_items b
                                WHERE b.matched_to  = 'PAYMENT'
                                  AND b.matched_key = p.payment_id
                                  AND b.stmt_date  <=
                                      CAST(:RPT-DATE AS DATE)))
                      AND NOT EXISTS
                          (SELECT 1 FROM suspense s
                            WHERE s.status        = 'POSTED'
                              AND s.posted_pol_id = p.policy_id
                              AND s.receipt_ref   = p.receipt_ref
                              AND s.amount        = p.amount
                              AND s.pay_date      = p.pay_date)
               END-EXEC
               IF  SQLCODE NOT = ZERO
                   PERFORM ERROR-RTN
               END-IF
           END-IF.
           IF  NOT WS-RUN-HAS-FAILED
               EXEC SQL
                   SELECT COALESCE(SUM(s.amount), 0)
                     INTO :BOOK-SUSPENSE
                     FROM suspense s
                    WHERE s.pay_date BETWEEN
                              CAST(:RPT-FIRST-DATE AS DATE)
                          AND CAST(:RPT-DATE AS DATE)
                       OR EXISTS
                          (SELECT 1 FROM bank_stmt_items b
                            WHERE b.matched_to  = 'SUSPENSE'
                              AND b.matched_key = s.suspense_id
                              AND b.stmt_date  <=
                                  CAST(:RPT-DATE AS DATE))
               END-EXEC
               IF  SQLCODE NOT = ZERO
                   PERFORM ERROR-RTN
               END-IF
           END-IF.
           IF  NOT WS-RUN-HAS-FAILED
               EXEC SQL
                   SELECT COALESCE(SUM(c.paid_amount), 0)
                     INTO :BOOK-CLAIMS
                     FROM claims c
                    WHERE c.paid_amount IS NOT NULL
                      AND (c.paid_date BETWEEN
                               CAST(:RPT-FIRST-DATE AS DATE)
                           AND CAST(:RPT-DATE AS DATE)
                           OR EXISTS
                              (SELECT 1 FROM bank_stmt_items b
                                WHERE b.matched_to  = 'CLAIM'
                                  AND b.matched_key = c.claim_id
                                  AND b.stmt_date  <=
                                      CAST(:RPT-DATE AS DATE)))
               END-EXEC
               IF  SQLCODE NOT = ZERO
                   PERFORM ERROR-RTN
               END-IF
           END-IF.
           IF  NOT WS-RUN-HAS-FAILED
               EXEC SQL
                   SELECT COALESCE(SUM(r.refund_amount), 0)
                     INTO :BOOK-REFUNDS
                     FROM premium_returns r
                    WHERE r.refund_amount > 0
                      AND (r.order_date BETWEEN
                               CAST(:RPT-FIRST-DATE AS DATE)
                           AND CAST(:RPT-DATE AS DATE)
                           OR EXISTS
                              (SELECT 1 FROM bank_stmt_items b
                                WHERE b.matched_to  = 'REFUND'
                                  AND b.matched_key = r.return_id
                                  AND b.stmt_date  <=
                                      CAST(:RPT-DATE AS DATE)))
               END-EXEC
               IF  SQLCODE NOT = ZERO
                   PERFORM ERROR-RTN
               END-IF
           END-IF.
           IF  NOT WS-RUN-HAS-FAILED
               EXEC SQL
                   SELECT COALESCE(SUM(s.amount), 0)
                     INTO :BOOK-SUS-REFUNDS
                     FROM suspense s
                    WHERE s.status = 'REFUNDED'
                      AND (COALESCE(s.posted_date, s.pay_date) BETWEEN
                               CAST(:RPT-FIRST-DATE AS DATE)
                           AND CAST(:RPT-DATE AS DATE)
                           OR EXISTS
                              (SELECT 1 FROM bank_stmt_items b
                                WHERE b.matched_to  = 'SUSREFND'
                                  AND b.matched_key = s.suspense_id
                                  AND b.stmt_date  <=
                                      CAST(:RPT-DATE AS DATE)))
               END-EXEC
               IF  SQLCODE NOT = ZERO
                   PERFORM ERROR-RTN
               END-IF
           END-IF.
      *    bank items cleared by hand are taken into the cash book as
      *    the bank shows them
           IF  NOT WS-RUN-HAS-FAILED
               EXEC SQL
                   SELECT COALESCE(SUM(CASE WHEN item_type = 'C'
                                            THEN amount ELSE 0 END),
                                   0),
                          COALESCE(SUM(CASE WHEN item_type = 'C'
                                            THEN 0 ELSE amount END),
                                   0)
                     INTO :BOOK-MANUAL-CR, :BOOK-MANUAL-DR
                     FROM bank_stmt_items
                    WHERE match_status = 'CLEARED'
                      AND stmt_date   <= CAST(:RPT-DATE AS DATE)
               END-EXEC
               IF  SQLCODE NOT = ZERO
                   PERFORM ERROR-RTN
               END-IF
           END-IF.

      ******************************************************************
       RECONCILING-ITEMS-RTN.
      ******************************************************************
      *    what is on one side and not yet the other, as at the
      *    statement date: bank items still unmatched, and our postings
      *    not matched to a statement up to that date.  Each stays on
      *    the list, ageing, until it clears.
           MOVE  SPACES              TO   REPORT-REC.
           WRITE REPORT-REC.
           MOVE  SPACES              TO   D-MESSAGE-REC.
           STRING "RECONCILING ITEMS CARRIED FORWARD AT "
                                     DELIMITED BY SIZE
                  RPT-DATE           DELIMITED BY SIZE
                  INTO D-MESSAGE-REC.
           WRITE REPORT-REC FROM D-MESSAGE-REC.
           WRITE REPORT-REC FROM D-RCN-CAPTION-REC.

           EXEC SQL
               DECLARE CR CURSOR FOR
               SELECT 'BANK',
                      CASE WHEN b.item_type = 'C' THEN 'CREDIT'
                           ELSE 'DEBIT' END,
                      COALESCE(b.item_ref, ' '),
                      TO_CHAR(b.stmt_date, 'YYYYMMDD'),
                      b.amount,
                      CAST(:BUS-DATE AS DATE) - b.stmt_date,
                      COALESCE(b.narrative, ' ')
                 FROM bank_stmt_items b
                WHERE b.stmt_date   <= CAST(:RPT-DATE AS DATE)
                  AND b.match_status = 'OPEN'
               UNION ALL
               SELECT 'BOOK', 'RECEIPT',
                      COALESCE(p.receipt_ref, ' '),
                      TO_CHAR(p.pay_date, 'YYYYMMDD'),
                      p.amount,
                      CAST(:BUS-DATE AS DATE) - p.pay_date,
                      'POLICY ' || p.policy_id
                 FROM payments p
                WHERE p.pay_date BETWEEN CAST(:RPT-FIRST-DATE AS DATE)
                                     AND CAST(:RPT-DATE AS DATE)
                  AND NOT EXISTS
                      (SELECT 1 FROM bank_stmt_items b
                        WHERE b.matched_to  = 'PAYMENT'
                          AND b.matched_key = p.payment_id
                          AND b.stmt_date  <= CAST(:RPT-DATE AS DATE))
                  AND NOT EXISTS
                      (SELECT 1 FROM suspense s
                        WHERE s.status        = 'POSTED'
                          AND s.posted_pol_id = p.policy_id
                          AND s.receipt_ref   = p.receipt_ref
                          AND s.amount        = p.amount
                          AND s.pay_date      = p.pay_date)
               UNION ALL
               SELECT 'BOOK', 'SUSPENSE',
                      COALESCE(s.receipt_ref, ' '),
                      TO_CHAR(s.pay_date, 'YYYYMMDD'),
                      s.amount,
                      CAST(:BUS-DATE AS DATE) - s.pay_date,
                      'SUSPENSE ITEM ' || CAST(s.suspense_id AS TEXT)
                 FROM suspense s
                WHERE s.pay_date BETWEEN CAST(:RPT-FIRST-DATE AS DATE)
                                     AND CAST(:RPT-DATE AS DATE)
                  AND NOT EXISTS
                      (SELECT 1 FROM bank_stmt_items b
                        WHERE b.matched_to  = 'SUSPENSE'
                          AND b.matched_key = s.suspense_id
                          AND b.stmt_date  <= CAST(:RPT-DATE AS DATE))
               UNION ALL
               SELECT 'BOOK', 'CLAIM',
                      LPAD(CAST(c.claim_id AS TEXT), 9, '0'),
                      TO_CHAR(c.paid_date, 'YYYYMMDD'),
                      c.paid_amount,
                      CAST(:BUS-DATE AS DATE) - c.paid_date,
                      'POLICY ' || c.policy_id
                 FROM claims c
                WHERE c.paid_amount IS NOT NULL
                  AND c.paid_amount <> 0
                  AND c.paid_date BETWEEN CAST(:RPT-FIRST-DATE AS DATE)
                                      AND CAST(:RPT-DATE AS DATE)
                  AND NOT EXISTS
                      (SELECT 1 FROM bank_stmt_items b
                        WHERE b.matched_to  = 'CLAIM'
                          AND b.matched_key = c.claim_id
                          AND b.stmt_date  <= CAST(:RPT-DATE AS DATE))
               UNION ALL
               SELECT 'BOOK', 'REFUND',
                      'R' || LPAD(CAST(r.invoice_id AS TEXT), 8, '0'),
                      TO_CHAR(r.order_date, 'YYYYMMDD'),
                      r.refund_amount,
                      CAST(:BUS-DATE AS DATE) - r.order_date,
                      'POLICY ' || r.policy_id
                 FROM premium_returns r
                WHERE r.refund_amount > 0
                  AND r.order_date BETWEEN CAST(:RPT-FIRST-DATE AS DATE)
                                       AND CAST(:RPT-DATE AS DATE)
                  AND NOT EXISTS
                      (SELECT 1 FROM bank_stmt_items b
                        WHERE b.matched_to  = 'REFUND'
                          AND b.matched_key = r.return_id
                          AND b.stmt_date  <= CAST(:RPT-DATE AS DATE))
               UNION ALL
               SELECT 'BOOK', 'SUSREFND',
                      COALESCE(s.receipt_ref, ' '),
                      TO_CHAR(COALESCE(s.posted_date, s.pay_date),
                              'YYYYMMDD'),
                      s.amount,
                      CAST(:BUS-DATE AS DATE)
                          - COALESCE(s.posted_date, s.pay_date),
                      'SUSPENSE ITEM ' || CAST(s.suspense_id AS TEXT)
                 FROM suspense s
                WHERE s.status = 'REFUNDED'
                  AND COALESCE(s.posted_date, s.pay_date)
                          BETWEEN CAST(:RPT-FIRST-DATE AS DATE)
                              AND CAST(:RPT-DATE AS DATE)
                  AND NOT EXISTS
                      (SELECT 1 FROM bank_stmt_items b
                        WHERE b.matched_to  = 'SUSREFND'
                          AND b.matched_key = s.suspense_id
                          AND b.stmt_date  <= CAST(:RPT-DATE AS DATE))
                ORDER BY 4, 1, 2, 3
           END-EXEC.
           EXEC SQL
               OPEN CR
           END-EXEC.
           EXEC SQL
               FETCH CR INTO :RCN-SIDE, :RCN-KIND, :RCN-REF,
                             :RCN-DATE, :RCN-AMOUNT, :RCN-DAYS,
                             :RCN-TEXT
           END-EXEC.
           PERFORM UNTIL SQLCODE NOT = ZERO
               PERFORM RECONCILING-LINE-RTN
               EXEC SQL
                   FETCH CR INTO :RCN-SIDE, :RCN-KIND, :RCN-REF,
                                 :RCN-DATE, :RCN-AMOUNT, :RCN-DAYS,
                                 :RCN-TEXT
               END-EXEC
           END-PERFORM.
           IF  SQLCODE NOT = +10
               PERFORM ERROR-RTN
           END-IF.
           EXEC SQL
               CLOSE CR
           END-EXEC.

           MOVE  WS-RCN-LINES       TO   D-COUNT.
           MOVE  WS-RCN-STALE       TO   D-COUNT-2.
           MOVE  WS-AGE-DAYS        TO   D-AGE-DAYS.
           MOVE  SPACES              TO   D-MESSAGE-REC.
           STRING "RECONCILING ITEMS " DELIMITED BY SIZE
                  D-COUNT            DELIMITED BY SIZE
                  "  OLDER THAN "    DELIMITED BY SIZE
                  D-AGE-DAYS         DELIMITED BY SIZE
                  " DAYS "           DELIMITED BY SIZE
                  D-COUNT-2          DELIMITED BY SIZE
                  INTO D-MESSAGE-REC.
           WRITE REPORT-REC FROM D-MESSAGE-REC.
           DISPLAY D-MESSAGE-REC.
           IF  WS-RCN-STALE NOT = ZERO
               DISPLAY "*** WARNING: RECONCILING ITEMS OLDER THAN "
                       D-AGE-DAYS " DAYS - SEE BRRECRPT"
               MOVE  RPT-DATE        TO   LOG-POL-ID
               MOVE  ZERO            TO   LOG-SQLCODE
               MOVE  SPACES          TO   LOG-SQLSTATE
               MOVE  D-MESSAGE-REC   TO   LOG-MESSAGE
               PERFORM WRITE-AUDIT-LOG-RTN
               MOVE  "Y"            TO   WS-RUN-WARNED
           END-IF.

      ******************************************************************
       RECONCILING-LINE-RTN.
      ******************************************************************
           ADD   1                  TO   WS-RCN-LINES.
           EVALUATE TRUE
               WHEN RCN-SIDE = "BANK" AND RCN-KIND = "CREDIT"
                   ADD  RCN-AMOUNT  TO   WS-RCN-BANK-CR
               WHEN RCN-SIDE = "BANK"
                   ADD  RCN-AMOUNT  TO   WS-RCN-BANK-DR
               WHEN RCN-KIND = "CLAIM"
                 OR RCN-KIND = "REFUND"
                 OR RCN-KIND = "SUSREFND"
                   ADD  RCN-AMOUNT  TO   WS-RCN-BOOK-OUT
               WHEN OTHER
                   ADD  RCN-AMOUNT  TO   WS-RCN-BOOK-RCPT
           END-EVALUATE.
           MOVE  SPACES              TO   D-RCN-REC.
           MOVE  RCN-SIDE           TO   RCL-SIDE.
           MOVE  RCN-KIND           TO   RCL-KIND.
           MOVE  RCN-REF            TO   RCL-REF.
           MOVE  RCN-DATE           TO   RCL-DATE.
           MOVE  RCN-AMOUNT         TO   RCL-AMOUNT.
           IF  RCN-DAYS < ZERO
               MOVE  ZERO            TO   RCL-DAYS
           ELSE
               MOVE  RCN-DAYS        TO   RCL-DAYS
           END-IF.
           IF  RCN-DAYS > WS-AGE-DAYS
               MOVE  "STALE"        TO   RCL-FLAG
               ADD   1               TO   WS-RCN-STALE
           END-IF.
           MOVE  RCN-TEXT           TO   RCL-TEXT.
           WRITE REPORT-REC FROM D-RCN-REC.

      ******************************************************************
       PROOF-RTN.
      ******************************************************************
      *    the opening balance of the first statement on file plus
      *    everything we posted since is our cash book; take off what
      *    we posted that the bank has not shown yet, add what the
      *    bank shows that we have not posted, and the result must be
      *    the bank's closing balance.  A difference means a statement
      *    is missing or something moved on the account that neither
      *    side can see - the run fails.
           COMPUTE WS-BOOK-BALANCE = RPT-FIRST-OPENING
                                   + BOOK-RECEIPTS + BOOK-SUSPENSE
                                   - BOOK-CLAIMS
                                   - BOOK-REFUNDS - BOOK-SUS-REFUNDS
                                   + BOOK-MANUAL-CR - BOOK-MANUAL-DR.
           COMPUTE WS-PROOF-CLOSING = WS-BOOK-BALANCE
                                    - WS-RCN-BOOK-RCPT
                                    + WS-RCN-BOOK-OUT
                                    + WS-RCN-BANK-CR
                                    - WS-RCN-BANK-DR.
           COMPUTE WS-PROOF-DIFF = STM-CLOSING - WS-PROOF-CLOSING.

           MOVE  SPACES              TO   REPORT-REC.
           WRITE REPORT-REC.
           MOVE  SPACES              TO   D-MESSAGE-REC.
           STRING "PROOF OF CLOSING BALANCE AT " DELIMITED BY SIZE
                  RPT-DATE           DELIMITED BY SIZE
                  INTO D-MESSAGE-REC.
           WRITE REPORT-REC FROM D-MESSAGE-REC.
           MOVE  SPACES              TO   PRF-LABEL.
           STRING "  OPENING BALANCE - STATEMENT " DELIMITED BY SIZE
                  RPT-FIRST-DATE     DELIMITED BY SIZE
                  INTO PRF-LABEL.
           MOVE  RPT-FIRST-OPENING  TO   PRF-AMOUNT.
           WRITE REPORT-REC FROM D-PRF-REC.
           MOVE  "  ADD RECEIPTS POSTED TO PAYMENTS" TO PRF-LABEL.
           MOVE  BOOK-RECEIPTS      TO   PRF-AMOUNT.
           WRITE REPORT-REC FROM D-PRF-REC.
           MOVE  "  ADD RECEIPTS POSTED TO SUSPENSE" TO PRF-LABEL.
           MOVE  BOOK-SUSPENSE      TO   PRF-AMOUNT.
           WRITE REPORT-REC FROM D-PRF-REC.
           MOVE  "  LESS CLAIMS SETTLED"  TO   PRF-LABEL.
           MOVE  BOOK-CLAIMS        TO   PRF-AMOUNT.
           WRITE REPORT-REC FROM D-PRF-REC.
           MOVE  "  LESS PREMIUM REFUNDS ORDERED" TO PRF-LABEL.
           MOVE  BOOK-REFUNDS       TO   PRF-AMOUNT.
           WRITE REPORT-REC FROM D-PRF-REC.
           MOVE  "  LESS SUSPENSE RETURNED TO PAYERS" TO PRF-LABEL.
           MOVE  BOOK-SUS-REFUNDS   TO   PRF-AMOUNT.
           WRITE REPORT-REC FROM D-PRF-REC.
           MOVE  "  ADD BANK CREDITS CLEARED BY HAND" TO PRF-LABEL.
           MOVE  BOOK-MANUAL-CR     TO   PRF-AMOUNT.
           WRITE REPORT-REC FROM D-PRF-REC.
           MOVE  "  LESS BANK DEBITS CLEARED BY HAND" TO PRF-LABEL.
           MOVE  BOOK-MANUAL-DR     TO   PRF-AMOUNT.
           WRITE REPORT-REC FROM D-PRF-REC.
           MOVE  "CASH BOOK BALANCE"      TO   PRF-LABEL.
           MOVE  WS-BOOK-BALANCE    TO   PRF-AMOUNT.
           WRITE REPORT-REC FROM D-PRF-REC.
           MOVE  "  LESS RECEIPTS NOT YET ON STATEMENT"
                                     TO   PRF-LABEL.
           MOVE  WS-RCN-BOOK-RCPT   TO   PRF-AMOUNT.
           WRITE REPORT-REC FROM D-PRF-REC.
           MOVE  "  ADD CLAIMS/REFUNDS NOT YET ON STATEMENT"
                                     TO   PRF-LABEL.
           MOVE  WS-RCN-BOOK-OUT    TO   PRF-AMOUNT.
           WRITE REPORT-REC FROM D-PRF-REC.
           MOVE  "  ADD BANK CREDITS NOT IN OUR POSTINGS"
                                     TO   PRF-LABEL.
           MOVE  WS-RCN-BANK-CR     TO   PRF-AMOUNT.
           WRITE REPORT-REC FROM D-PRF-REC.
           MOVE  "  LESS BANK DEBITS NOT IN OUR POSTINGS"
                                     TO   PRF-LABEL.
           MOVE  WS-RCN-BANK-DR     TO   PRF-AMOUNT.
           WRITE REPORT-REC FROM D-PRF-REC.
           MOVE  "PROOF CLOSING BALANCE"  TO   PRF-LABEL.
           MOVE  WS-PROOF-CLOSING   TO   PRF-AMOUNT.
           WRITE REPORT-REC FROM D-PRF-REC.
           MOVE  "CLOSING BALANCE PER STATEMENT" TO PRF-LABEL.
           MOVE  STM-CLOSING        TO   PRF-AMOUNT.
           WRITE REPORT-REC FROM D-PRF-REC.
           MOVE  "DIFFERENCE"       TO   PRF-LABEL.
           MOVE  WS-PROOF-DIFF      TO   PRF-AMOUNT.
           WRITE REPORT-REC FROM D-PRF-REC.

           MOVE  SPACES              TO   D-MESSAGE-REC.
           IF  WS-PROOF-DIFF = ZERO
               STRING "RECONCILED - STATEMENT " DELIMITED BY SIZE
                      RPT-DATE       DELIMITED BY SIZE
                      " AGREES WITH OUR POSTINGS"
                                     DELIMITED BY SIZE
                      INTO D-MESSAGE-REC
           ELSE
               STRING "*** DOES NOT RECONCILE - STATEMENT "
                                     DELIMITED BY SIZE
                      RPT-DATE       DELIMITED BY SIZE
                      " DIFFERS FROM OUR POSTINGS"
                                     DELIMITED BY SIZE
                      INTO D-MESSAGE-REC
               MOVE  RPT-DATE        TO   LOG-POL-ID
               MOVE  ZERO            TO   LOG-SQLCODE
               MOVE  SPACES          TO   LOG-SQLSTATE
               MOVE  D-MESSAGE-REC   TO   LOG-MESSAGE
               PERFORM WRITE-AUDIT-LOG-RTN
               MOVE  "Y"            TO   WS-RUN-FAILED
           END-IF.
           WRITE REPORT-REC FROM D-MESSAGE-REC.
           DISPLAY D-MESSAGE-REC.

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
      *    a refusal or reconciliation warning) before this is
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
