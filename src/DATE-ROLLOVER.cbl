      ******************************************************************
      *  DATE-ROLLOVER --- business date control and holiday calendar
      *
      *  The only program that moves the business date every batch
      *  program processes as (business_date_ctl, read by each one's
      *  LOAD-BUS-DATE-RTN in place of the machine clock).
      *
      *    mode C  closes the business day: OPEN -> COMPLETE.  Run as
      *            the last step of the nightly stream, once every
      *            step has finished clean.
      *    mode R  rolls the business date (the default): only when
      *            the day is COMPLETE, to the next business day
      *            after it, and never past the system date - so a
      *            missed night is caught up one business day per
      *            cycle instead of being skipped.  The new day starts
      *            OPEN; every roll is written to business_date_rolls.
      *    mode H  loads the DRHOLS non-processing-day file (insert/
      *            delete) into processing_calendar with one
      *            ACCEPTED/REJECTED line per record to DRHOLRPT, the
      *            disposition-report approach TREATY-MAINT uses.
      *            Saturdays and Sundays are never business days and
      *            are not held on the calendar.
      *
      *  A refused close or roll ends RC 8 so the scheduler holds the
      *  next day's stream; a roll with nothing to do (the business
      *  date has caught up with the system date) ends RC 4.
      *  DRRUNLOG - one record per run in the FPRUNLOG layout
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 DATE-ROLLOVER.
       AUTHOR.                     TSH.
       DATE-WRITTEN.               2026-10-15.

      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PARM-FILE
                                    ASSIGN TO "DRPARMS"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT ERR-LOG-FILE     ASSIGN TO "DRERRLOG"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-ERRLOG-STATUS.

           SELECT HOL-FILE         ASSIGN TO "DRHOLS"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-HOL-STATUS.

           SELECT HOL-RPT-FILE     ASSIGN TO "DRHOLRPT"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-HOLRPT-STATUS.

      *    one record per run for the morning checker, same layout as
      *    FETCH-POLICY's FPRUNLOG
           SELECT RUN-LOG-FILE     ASSIGN TO "DRRUNLOG"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WS-RUNLOG-STATUS.

      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FILE                        SECTION.
       FD  PARM-FILE.
       01  PARM-FILE-REC.
      *    same run-time CONNECT parameter approach as FETCH-POLICY;
      *    PARM-OPERATOR stamps the close/roll (blank = BATCH)
           05  PARM-MODE           PIC  X(1).
           05  PARM-DBNAME         PIC  X(30).
           05  PARM-USERNAME       PIC  X(30).
           05  PARM-PASSWD         PIC  X(10).
           05  PARM-OPERATOR       PIC  X(8).

       FD  ERR-LOG-FILE.
      *    persistent audit trail of every ERROR-RTN occurrence, same
      *    shape as FETCH-POLICY's (the policy-id column carries the
      *    date being worked on here)
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

       FD  HOL-FILE.
      *    one non-processing day per record, date as YYYYMMDD
       01  HOL-FILE-REC.
           05  HOL-ACTION          PIC  X(1).
               88  HOL-ACT-INSERT         VALUE "I".
               88  HOL-ACT-DELETE         VALUE "D".
           05  HOL-DATE            PIC  X(8).
           05  HOL-DATE-R REDEFINES HOL-DATE.
               10  HOL-DATE-YYYY   PIC  9(4).
               10  HOL-DATE-MM     PIC  9(2).
               10  HOL-DATE-DD     PIC  9(2).
           05  HOL-DESC            PIC  X(30).

       FD  HOL-RPT-FILE.
       01  HOL-RPT-REC             PIC  X(61).

       FD  RUN-LOG-FILE.
       01  RUN-LOG-REC             PIC  X(149).

       WORKING-STORAGE             SECTION.
       01  WS-PARM-FILE-STATUS     PIC  X(2).
       01  WS-ERRLOG-STATUS        PIC  X(2).
       01  WS-HOL-STATUS           PIC  X(2).
       01  WS-HOLRPT-STATUS        PIC  X(2).

       01  WS-RUN-MODE             PIC  X(1)  VALUE "R".
           88  WS-MODE-CLOSE              VALUE "C".
           88  WS-MODE-ROLL               VALUE "R".
           88  WS-MODE-HOLIDAY            VALUE "H".

      *    run-control state - FAILED beats WARNING beats CLEAN, and
      *    the matching return codes 8/4/0 are what the scheduler keys
      *    on before releasing downstream jobs
       01  WS-RUNLOG-STATUS        PIC  X(2).
       01  WS-RUN-WARNED           PIC  X(1)  VALUE "N".
           88  WS-RUN-HAS-WARNED          VALUE "Y".
       01  WS-RUN-FAILED           PIC  X(1)  VALUE "N".
           88  WS-RUN-HAS-FAILED          VALUE "Y".
       01  WS-RUN-START-DATE       PIC  9(8).
       01  WS-RUN-START-TIME       PIC  9(8).

      *    same 149-byte layout as FETCH-POLICY's FPRUNLOG record so
      *    one morning-check reader handles all the logs; the date
      *    rolled from and to ride in the selection columns
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

      *    outcome of one APPLY-*-RTN call, written to DRHOLRPT
       01  WS-HOL-RESULT           PIC  X(1).
           88  WS-HOL-OK                  VALUE "Y".
       01  WS-HOL-REASON           PIC  X(40).
       01  WS-HOL-READ             PIC  9(8)  VALUE ZERO.
       01  WS-HOL-ACCEPTED         PIC  9(8)  VALUE ZERO.
       01  WS-HOL-REJECTED         PIC  9(8)  VALUE ZERO.

      *    disposition line is built here and written FROM - VALUE
      *    clauses on FD-record FILLERs are ignored
       01  D-HOL-RPT-REC.
           05  RPT-ACTION          PIC  X(1).
           05  FILLER              PIC  X(2)  VALUE SPACE.
           05  RPT-DATE            PIC  X(8).
           05  FILLER              PIC  X(2)  VALUE SPACE.
           05  RPT-DISP            PIC  X(8).
           05  FILLER              PIC  X(2)  VALUE SPACE.
           05  RPT-REASON          PIC  X(38).

       01  WS-SYS-DATE             PIC  X(8).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME                  PIC  X(30) VALUE "testdb".
       01  USERNAME                PIC  X(30) VALUE "postgres".
       01  PASSWD                  PIC  X(10) VALUE SPACE.

      *    the control row as read, and the business day after it
      *    (blank when the calendar leaves no business day inside
      *    next_business_day's look-ahead)
       01  CTL-REC-VARS.
           05  CTL-BUS-DATE        PIC  X(8).
           05  CTL-DAY-STATUS      PIC  X(8).
           05  CTL-NEXT-DATE       PIC  X(8).
           05  CTL-TIME            PIC  X(8).
           05  CTL-OPERATOR        PIC  X(8).

       01  CAL-DATE                PIC  X(8).
       01  CAL-DESC                PIC  X(30).
       01  CAL-DOW                 PIC  9(1).
       01  SQL-ROW-COUNT           PIC  S9(9) COMP-5.
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           DISPLAY "*** DATE ROLLOVER STARTED ***".
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

           PERFORM LOAD-CTL-RTN.
           IF  NOT WS-RUN-HAS-FAILED
               EVALUATE TRUE
                   WHEN WS-MODE-CLOSE
                       PERFORM CLOSE-DAY-RTN
                   WHEN WS-MODE-HOLIDAY
                       PERFORM HOLIDAY-LOAD-RTN
                   WHEN OTHER
                       PERFORM ROLL-DATE-RTN
               END-EVALUATE
           END-IF.

      *    DISCONNECT
           EXEC SQL
               DISCONNECT ALL
           END-EXEC.

      *    END
           PERFORM END-RUN-RTN.
           DISPLAY "*** DATE ROLLOVER FINISHED ***".
           STOP RUN.

      ******************************************************************
       END-RUN-RTN.
      ******************************************************************
      *    one appended DRRUNLOG record plus the matching return code -
      *    a refused close or roll must not finish looking like a
      *    clean one
           MOVE  SPACES              TO   D-RUN-REC.
           MOVE  "DATE-ROLLOVE"     TO   RUN-PROGRAM.
           MOVE  WS-RUN-START-DATE  TO   RUN-START-DATE.
           MOVE  WS-RUN-START-TIME  TO   RUN-START-TIME.
           ACCEPT RUN-END-DATE       FROM DATE YYYYMMDD.
           ACCEPT RUN-END-TIME       FROM TIME.
           MOVE  WS-RUN-MODE        TO   RUN-MODE.
           MOVE  SPACES              TO   RUN-SEL-ID-FROM
                                           RUN-SEL-ID-TO
                                           RUN-SEL-HOLDER.
           IF  WS-MODE-ROLL
               MOVE  CTL-BUS-DATE   TO   RUN-SEL-ID-FROM
               MOVE  CTL-NEXT-DATE  TO   RUN-SEL-ID-TO
           END-IF.
           MOVE  CTL-DAY-STATUS     TO   RUN-SEL-STATUS.
           MOVE  WS-HOL-READ        TO   RUN-COUNTED.
           MOVE  WS-HOL-ACCEPTED    TO   RUN-FETCHED.
           MOVE  WS-HOL-REJECTED    TO   RUN-EXTRACTED.
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
      *    the business date in force when the run ended
           IF  CTL-BUS-DATE NUMERIC
               MOVE  CTL-BUS-DATE   TO   RUN-BUS-DATE
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
                                          PARM-OPERATOR.
           OPEN INPUT PARM-FILE.
           IF  WS-PARM-FILE-STATUS = "00"
               READ PARM-FILE
               IF  WS-PARM-FILE-STATUS NOT = "00"
                   MOVE SPACES      TO   PARM-MODE PARM-DBNAME
                                         PARM-USERNAME PARM-PASSWD
                                         PARM-OPERATOR
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
           IF  PARM-OPERATOR = SPACES
               MOVE "BATCH"         TO   PARM-OPERATOR
           END-IF.
           MOVE  PARM-OPERATOR      TO   CTL-OPERATOR.

      *    no run-mode prompt: this runs unattended in the nightly
      *    stream, so anything but C or H is the roll
           IF  PARM-MODE = "C" OR PARM-MODE = "H"
               MOVE PARM-MODE       TO   WS-RUN-MODE
           ELSE
               MOVE "R"             TO   WS-RUN-MODE
           END-IF.

      ******************************************************************
       LOAD-CTL-RTN.
      ******************************************************************
      *    the control row and the business day after it.  No row
      *    means nothing to close or roll - the table is seeded once
      *    at cutover.
           MOVE  SPACES             TO   CTL-BUS-DATE CTL-DAY-STATUS
                                          CTL-NEXT-DATE.
           EXEC SQL
               SELECT TO_CHAR(business_date, 'YYYYMMDD'),
                      day_status,
                      COALESCE(TO_CHAR(next_business_day(
                               business_date + 1), 'YYYYMMDD'), ' ')
                 INTO :CTL-BUS-DATE, :CTL-DAY-STATUS, :CTL-NEXT-DATE
                 FROM business_date_ctl
                WHERE ctl_key = 'MAIN'
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
               DISPLAY "*** NO BUSINESS DATE CONTROL RECORD"
           ELSE
               DISPLAY "BUSINESS DATE: " CTL-BUS-DATE
                       "  STATUS: " CTL-DAY-STATUS
           END-IF.

      ******************************************************************
       CLOSE-DAY-RTN.
      ******************************************************************
      *    closing a day already closed changes nothing and is only a
      *    warning - a rerun of the last stream step must not hold
      *    up the roll
           IF  CTL-DAY-STATUS = "COMPLETE"
               DISPLAY "*** WARNING: BUSINESS DATE " CTL-BUS-DATE
                       " ALREADY COMPLETE"
               MOVE  "Y"            TO   WS-RUN-WARNED
           ELSE
               ACCEPT CTL-TIME       FROM TIME
               EXEC SQL
                   UPDATE business_date_ctl
                      SET day_status  = 'COMPLETE',
                          status_date = CURRENT_DATE,
                          status_time = :CTL-TIME,
                          status_by   = :CTL-OPERATOR
                    WHERE ctl_key     = 'MAIN'
                      AND day_status  = 'OPEN'
               END-EXEC
               IF  SQLCODE NOT = ZERO
                   PERFORM ERROR-RTN
               ELSE
                   EXEC SQL
                       GET DIAGNOSTICS :SQL-ROW-COUNT = ROW_COUNT
                   END-EXEC
      *            a day_status the roll does not recognise - leave it
      *            for someone to look at rather than force it closed
                   IF  SQL-ROW-COUNT = 0
                       DISPLAY "*** BUSINESS DATE " CTL-BUS-DATE
                               " STATUS " CTL-DAY-STATUS
                               " - DAY NOT CLOSED"
                       MOVE  "Y"    TO   WS-RUN-FAILED
                   ELSE
                       EXEC SQL
                           COMMIT WORK
                       END-EXEC
                       MOVE  "COMPLETE" TO CTL-DAY-STATUS
                       DISPLAY "BUSINESS DATE " CTL-BUS-DATE
                               " CLOSED"
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
       ROLL-DATE-RTN.
      ******************************************************************
      *    the day must have been closed by the last step of its
      *    stream - an OPEN day means something did not finish, and
      *    rolling past it would process tomorrow on top of it.
      *    Never rolls beyond the system date: the business date
      *    trails the calendar after a missed night, it never leads.
           ACCEPT WS-SYS-DATE        FROM DATE YYYYMMDD.
           IF  CTL-DAY-STATUS NOT = "COMPLETE"
               DISPLAY "*** BUSINESS DATE " CTL-BUS-DATE
                       " IS " CTL-DAY-STATUS
                       " - NOT COMPLETE, DATE NOT ROLLED"
               MOVE  CTL-BUS-DATE   TO   LOG-POL-ID
               MOVE  ZERO            TO   LOG-SQLCODE
               MOVE  SPACES          TO   LOG-SQLSTATE
               MOVE  "DAY NOT COMPLETE - DATE NOT ROLLED"
                                         TO   LOG-MESSAGE
               PERFORM WRITE-AUDIT-LOG-RTN
               MOVE  "Y"            TO   WS-RUN-FAILED
           ELSE
           IF  CTL-NEXT-DATE = SPACES
               DISPLAY "*** NO BUSINESS DAY ON THE CALENDAR AFTER "
                       CTL-BUS-DATE " - DATE NOT ROLLED"
               MOVE  CTL-BUS-DATE   TO   LOG-POL-ID
               MOVE  ZERO            TO   LOG-SQLCODE
               MOVE  SPACES          TO   LOG-SQLSTATE
               MOVE  "NO NEXT BUSINESS DAY - CHECK PROCESSING CALENDAR"
                                         TO   LOG-MESSAGE
               PERFORM WRITE-AUDIT-LOG-RTN
               MOVE  "Y"            TO   WS-RUN-FAILED
           ELSE
           IF  CTL-NEXT-DATE > WS-SYS-DATE
               DISPLAY "*** WARNING: NEXT BUSINESS DATE "
                       CTL-NEXT-DATE " IS AFTER SYSTEM DATE "
                       WS-SYS-DATE " - DATE NOT ROLLED"
               MOVE  "Y"            TO   WS-RUN-WARNED
           ELSE
               PERFORM APPLY-ROLL-RTN
           END-IF
           END-IF
           END-IF.

      ******************************************************************
       APPLY-ROLL-RTN.
      ******************************************************************
      *    the WHERE repeats the COMPLETE check so a close and a roll
      *    racing each other cannot both win
           ACCEPT CTL-TIME           FROM TIME.
           EXEC SQL
               UPDATE business_date_ctl
                  SET prev_business_date = business_date,
                      business_date      = CAST(:CTL-NEXT-DATE AS DATE),
                      day_status         = 'OPEN',
                      status_date        = CURRENT_DATE,
                      status_time        = :CTL-TIME,
                      status_by          = :CTL-OPERATOR
                WHERE ctl_key            = 'MAIN'
                  AND day_status         = 'COMPLETE'
                  AND business_date      = CAST(:CTL-BUS-DATE AS DATE)
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
           ELSE
               EXEC SQL
                   GET DIAGNOSTICS :SQL-ROW-COUNT = ROW_COUNT
               END-EXEC
               IF  SQL-ROW-COUNT = 0
                   DISPLAY "*** CONTROL RECORD CHANGED UNDER THE ROLL"
                           " - DATE NOT ROLLED"
                   MOVE  "Y"        TO   WS-RUN-FAILED
               ELSE
                   EXEC SQL
                       INSERT INTO business_date_rolls
                              (from_date, to_date, rolled_date,
                               rolled_time, rolled_by)
                       VALUES (CAST(:CTL-BUS-DATE AS DATE),
                               CAST(:CTL-NEXT-DATE AS DATE),
                               CURRENT_DATE, :CTL-TIME,
                               :CTL-OPERATOR)
                   END-EXEC
                   IF  SQLCODE NOT = ZERO
                       PERFORM ERROR-RTN
                       EXEC SQL
                           ROLLBACK
                       END-EXEC
                   ELSE
                       EXEC SQL
                           COMMIT WORK
                       END-EXEC
                       DISPLAY "BUSINESS DATE ROLLED FROM "
                               CTL-BUS-DATE " TO " CTL-NEXT-DATE
                       MOVE  CTL-NEXT-DATE  TO   CTL-BUS-DATE
                       MOVE  "OPEN"         TO   CTL-DAY-STATUS
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
       HOLIDAY-LOAD-RTN.
      ******************************************************************
      *    applies the whole DRHOLS file, one ACCEPTED/REJECTED line
      *    per record to DRHOLRPT
           MOVE  ZERO               TO   WS-HOL-READ WS-HOL-ACCEPTED
                                          WS-HOL-REJECTED.
           OPEN INPUT HOL-FILE.
           IF  WS-HOL-STATUS NOT = "00"
               DISPLAY "*** COULD NOT OPEN " "DRHOLS"
                       " - STATUS=" WS-HOL-STATUS
                       " - CALENDAR LOAD SKIPPED"
               MOVE  "Y"            TO   WS-RUN-WARNED
           ELSE
               OPEN OUTPUT HOL-RPT-FILE
               IF  WS-HOLRPT-STATUS NOT = "00"
                   DISPLAY "*** COULD NOT OPEN " "DRHOLRPT"
                           " - STATUS=" WS-HOLRPT-STATUS
                           " - CALENDAR LOAD SKIPPED"
                   MOVE  "Y"        TO   WS-RUN-FAILED
                   CLOSE HOL-FILE
               ELSE
                   READ HOL-FILE
                   PERFORM UNTIL WS-HOL-STATUS NOT = "00"
                       ADD   1      TO   WS-HOL-READ
                       PERFORM HOL-APPLY-RTN
                       READ HOL-FILE
                   END-PERFORM
                   CLOSE HOL-FILE
                   CLOSE HOL-RPT-FILE
                   DISPLAY "CALENDAR LOAD: ACCEPTED="
                           WS-HOL-ACCEPTED " REJECTED="
                           WS-HOL-REJECTED
                   IF  WS-HOL-REJECTED > ZERO
                       MOVE  "Y"    TO   WS-RUN-WARNED
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
       HOL-APPLY-RTN.
      ******************************************************************
      *    a day already processed is history - taking it on or off
      *    the calendar now would change nothing that ran, only make
      *    the calendar disagree with what did, so only days after the
      *    current business date can be maintained
           MOVE  "N"                 TO   WS-HOL-RESULT.
           MOVE  SPACES              TO   WS-HOL-REASON.
           MOVE  HOL-DATE           TO   CAL-DATE.
           MOVE  HOL-DESC           TO   CAL-DESC.
           IF  HOL-DATE NOT NUMERIC
               MOVE "DATE NOT NUMERIC YYYYMMDD" TO WS-HOL-REASON
           ELSE
           IF  HOL-DATE-MM < 1 OR HOL-DATE-MM > 12
               OR HOL-DATE-DD < 1 OR HOL-DATE-DD > 31
               MOVE "DATE IS NOT A CALENDAR DATE" TO WS-HOL-REASON
           ELSE
           IF  NOT CTL-BUS-DATE < HOL-DATE
               MOVE "DATE NOT AFTER CURRENT BUSINESS DATE"
                                         TO   WS-HOL-REASON
           ELSE
               EVALUATE TRUE
                   WHEN HOL-ACT-INSERT
                       PERFORM APPLY-HOL-INSERT-RTN
                   WHEN HOL-ACT-DELETE
                       PERFORM APPLY-HOL-DELETE-RTN
                   WHEN OTHER
                       STRING "UNKNOWN ACTION CODE "
                                         DELIMITED BY SIZE
                              HOL-ACTION    DELIMITED BY SIZE
                              INTO WS-HOL-REASON
               END-EVALUATE
           END-IF
           END-IF
           END-IF.
      *    VALUE clauses on FD-record FILLERs are ignored, so the
      *    separator columns must be blanked explicitly before the
      *    record is populated
           MOVE  SPACES              TO   D-HOL-RPT-REC.
           MOVE  HOL-ACTION         TO   RPT-ACTION.
           MOVE  HOL-DATE           TO   RPT-DATE.
           IF  WS-HOL-OK
               MOVE "ACCEPTED"      TO   RPT-DISP
               MOVE SPACES           TO   RPT-REASON
               ADD  1                TO   WS-HOL-ACCEPTED
           ELSE
               MOVE "REJECTED"      TO   RPT-DISP
               MOVE WS-HOL-REASON    TO   RPT-REASON
               ADD  1                TO   WS-HOL-REJECTED
           END-IF.
           WRITE HOL-RPT-REC FROM D-HOL-RPT-REC.

      ******************************************************************
       APPLY-HOL-INSERT-RTN.
      ******************************************************************
      *    the cast also catches the 31st of a 30-day month; weekends
      *    are never business days, so a row for one is refused rather
      *    than left to suggest otherwise
           IF  CAL-DESC = SPACES
               MOVE "DESCRIPTION IS REQUIRED" TO WS-HOL-REASON
           ELSE
               EXEC SQL
                   SELECT EXTRACT(ISODOW FROM CAST(:CAL-DATE AS DATE))
                     INTO :CAL-DOW
               END-EXEC
               IF  SQLCODE NOT = ZERO
                   PERFORM ERROR-RTN
                   MOVE "DATE IS NOT A CALENDAR DATE"
                                         TO   WS-HOL-REASON
               ELSE
               IF  CAL-DOW > 5
                   MOVE "DATE IS A WEEKEND" TO WS-HOL-REASON
               ELSE
                   EXEC SQL
                       INSERT INTO processing_calendar
                              (cal_date, description)
                       VALUES (CAST(:CAL-DATE AS DATE), :CAL-DESC)
                   END-EXEC
                   IF  SQLCODE NOT = ZERO
                       PERFORM ERROR-RTN
                       MOVE "SQL ERROR ON INSERT - ALREADY HELD?"
                                         TO   WS-HOL-REASON
                   ELSE
                       EXEC SQL
                           COMMIT WORK
                       END-EXEC
                       MOVE "Y"      TO   WS-HOL-RESULT
                   END-IF
               END-IF
               END-IF
           END-IF.

      ******************************************************************
       APPLY-HOL-DELETE-RTN.
      ******************************************************************
           EXEC SQL
               DELETE FROM processing_calendar
                WHERE cal_date = CAST(:CAL-DATE AS DATE)
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
               MOVE "SQL ERROR ON DELETE" TO WS-HOL-REASON
           ELSE
               EXEC SQL
                   GET DIAGNOSTICS :SQL-ROW-COUNT = ROW_COUNT
               END-EXEC
               IF  SQL-ROW-COUNT = 0
                   MOVE "DATE NOT ON CALENDAR" TO WS-HOL-REASON
               ELSE
                   EXEC SQL
                       COMMIT WORK
                   END-EXEC
                   MOVE "Y"          TO   WS-HOL-RESULT
               END-IF
           END-IF.

      ******************************************************************
       ERROR-RTN.
      ******************************************************************
      *    a failed close or roll is a failed run as far as the
      *    scheduler is concerned; a bad calendar record is only
      *    rejected on DRHOLRPT
           IF  NOT WS-MODE-HOLIDAY
               MOVE  "Y"            TO   WS-RUN-FAILED
               MOVE  CTL-BUS-DATE   TO   LOG-POL-ID
           ELSE
               MOVE  CAL-DATE       TO   LOG-POL-ID
           END-IF.
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
