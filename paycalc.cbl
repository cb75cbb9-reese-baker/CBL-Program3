       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PAYCALC.
       AUTHOR.        REESE BAKER.
      ******************************************************************
      * This program is the pay-period gross pay run.  Hourly staff
      * are paid from their daily timecards at the hourly rate on the
      * employee master, with hours over forty in any week of the
      * period paid at time and a half.  Salaried staff are paid
      * their yearly salary spread over the pay periods in the year.
      * Every active employee also earns commission on the actual
      * sales of their home truck for the period.
      *
      ***INPUT: The Pay Period card (PAY-PERIOD.TXT) gives the first
      * and last work date of the period and the number of pay
      * periods in the year.  The Employee Master (EMPLOYEE-MASTER.IDX)
      * gives pay type, hourly rate, salary and commission rate.  The
      * Timecard file (TIMECARD-TRANS.TXT) holds one record per
      * employee per truck per work day with the hours worked.  The
      * Truck Daily Sales file (TRUCK-DAILY-SALES.TXT) is appended by
      * PROGRAM3 each night with every truck's actual sales.
      *
      ***OUTPUT: The Employee YTD Earnings file (EMPLOYEE-YTD.IDX) is
      * updated by employee ID with the period's hours and pay so it
      * can feed the year-end wage statements, and a Payroll Register
      * lists each employee's pay with period totals and every
      * rejected timecard or employee.
      * Each run also adds a start and an end entry, with its counts
      * and completion status, to the job-step run log (RUN-LOG.TXT)
      * and ends with return code 4 when anything was rejected or 16
      * when the run had to stop early.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.

      *

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PAY-PERIOD-FILE
             ASSIGN TO 'PAY-PERIOD.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PP-FILE-STATUS.

      *

           SELECT EMPLOYEE-MASTER
             ASSIGN TO 'EMPLOYEE-MASTER.IDX'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS EM-REC-EMPLOYEE-ID
             ALTERNATE RECORD KEY IS EM-REC-TRUCK-ID
                 WITH DUPLICATES
             FILE STATUS IS EM-FILE-STATUS.

      *

           SELECT TIMECARD-TRANS
             ASSIGN TO 'TIMECARD-TRANS.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS TC-FILE-STATUS.

      *

           SELECT TRUCK-DAILY-SALES
             ASSIGN TO 'TRUCK-DAILY-SALES.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS DS-FILE-STATUS.

      *

           SELECT EMPLOYEE-YTD
             ASSIGN TO 'EMPLOYEE-YTD.IDX'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS EY-REC-EMPLOYEE-ID
             FILE STATUS IS EY-FILE-STATUS.

      *

           SELECT PAYROLL-REGISTER
             ASSIGN TO 'PAYROLL-REGISTER.TXT'
             ORGANIZATION IS LINE SEQUENTIAL.

      *

           SELECT RUN-LOG
             ASSIGN TO 'RUN-LOG.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RL-FILE-STATUS.

      *

       DATA DIVISION.
       FILE SECTION.

      *

       FD PAY-PERIOD-FILE
         RECORD CONTAINS 18 CHARACTERS.

      *

       01 PAY-PERIOD-RECORD.
          05 PP-REC-START-DATE                 PIC X(8).
          05 PP-REC-END-DATE                   PIC X(8).
          05 PP-REC-PERIODS-PER-YEAR           PIC X(2).

      *

       FD EMPLOYEE-MASTER
         RECORD CONTAINS 55 CHARACTERS.

      *

       01 EMPLOYEE-MASTER-RECORD.
          05 EM-REC-EMPLOYEE-ID                PIC X(5).
          05 EM-REC-TRUCK-ID                   PIC X(4).
          05 EM-REC-EMPLOYEE-TITLE             PIC X(2).
          05 EM-REC-EMPLOYEE-LNAME             PIC X(10).
          05 EM-REC-EMPLOYEE-FNAME             PIC X(10).
          05 EM-REC-HIRE-DATE                  PIC 9(8).
          05 EM-REC-YEARLY-SALARY              PIC 9(6).
          05 EM-REC-COMMISSION-RATE            PIC 9V999.
          05 EM-REC-STATUS                     PIC X(1).
             88 EM-REC-ACTIVE                  VALUE 'A'.
             88 EM-REC-TERMINATED              VALUE 'T'.
          05 EM-REC-PAY-TYPE                   PIC X(1).
             88 EM-REC-HOURLY                  VALUE 'H'.
             88 EM-REC-SALARIED                VALUE 'S', ' '.
          05 EM-REC-HOURLY-RATE                PIC 99V99.

      *

       FD TIMECARD-TRANS
         RECORD CONTAINS 21 CHARACTERS.

      *

       01 TIMECARD-RECORD.
          05 TC-REC-WORK-DATE                  PIC 9(8).
          05 TC-REC-EMPLOYEE-ID                PIC X(5).
          05 TC-REC-TRUCK-ID                   PIC X(4).
          05 TC-REC-HOURS-WORKED               PIC 99V99.

      *

       FD TRUCK-DAILY-SALES
         RECORD CONTAINS 23 CHARACTERS.

      *

       01 TRUCK-DAILY-SALES-RECORD.
          05 DS-REC-SALES-DATE                 PIC 9(8).
          05 DS-REC-TRUCK-ID                   PIC X(4).
          05 DS-REC-ACTUAL-TOTAL               PIC 9(9)V99.

      *

       FD EMPLOYEE-YTD
         RECORD CONTAINS 76 CHARACTERS.

      *

       01 EMPLOYEE-YTD-RECORD.
          05 EY-REC-EMPLOYEE-ID                PIC X(5).
          05 EY-REC-PAY-YEAR                   PIC 9(4).
          05 EY-REC-LAST-PERIOD-END            PIC 9(8).
          05 EY-REC-REGULAR-HOURS              PIC 9(5)V99.
          05 EY-REC-OVERTIME-HOURS             PIC 9(5)V99.
          05 EY-REC-REGULAR-PAY                PIC 9(7)V99.
          05 EY-REC-OVERTIME-PAY               PIC 9(7)V99.
          05 EY-REC-SALARY-PAY                 PIC 9(7)V99.
          05 EY-REC-COMMISSION-PAY             PIC 9(7)V99.
          05 EY-REC-GROSS-PAY                  PIC 9(7)V99.

      *

       FD PAYROLL-REGISTER
         RECORD CONTAINS 80 CHARACTERS.

      *

       01 REGISTER-LINE                        PIC X(80).

      *

       FD RUN-LOG
         RECORD CONTAINS 104 CHARACTERS.

      *

       01 RUN-LOG-RECORD                       PIC X(104).

      *

       WORKING-STORAGE SECTION.

      *

       01 FLAGS-N-SWITCHES.
          05 PP-FILE-STATUS                    PIC X(2) VALUE SPACES.
          05 EM-FILE-STATUS                    PIC X(2) VALUE SPACES.
          05 EM-EOF-FLAG                       PIC X VALUE 'N'.
             88 EM-NO-MORE-DATA                      VALUE 'Y'.
          05 TC-FILE-STATUS                    PIC X(2) VALUE SPACES.
          05 TC-EOF-FLAG                       PIC X VALUE 'N'.
             88 TC-NO-MORE-DATA                      VALUE 'Y'.
          05 DS-FILE-STATUS                    PIC X(2) VALUE SPACES.
          05 DS-EOF-FLAG                       PIC X VALUE 'N'.
             88 DS-NO-MORE-DATA                      VALUE 'Y'.
          05 EY-FILE-STATUS                    PIC X(2) VALUE SPACES.
          05 EY-FOUND-SW                       PIC X VALUE 'N'.
             88 EY-FOUND                             VALUE 'Y'.

      *

       01 WS-CURRENT-DATE.
          05 WS-MONTH                          PIC 99.
          05 WS-DAY                            PIC 99.
          05 WS-YEAR                           PIC 9999.

      *

       01 WS-ACCEPT-DATE.
          05 WS-ACCEPT-YEAR                    PIC 9(4).
          05 WS-ACCEPT-MONTH                   PIC 9(2).
          05 WS-ACCEPT-DAY                     PIC 9(2).

      *----------------------------------------------------------------
      * PAY PERIOD BEING PAID
      *----------------------------------------------------------------

       01 PAY-PERIOD-FIELDS.
          05 PP-START-DATE                     PIC 9(8) VALUE 0.
          05 PP-START-DATE-R REDEFINES PP-START-DATE.
             10 PP-START-YEAR                  PIC 9(4).
             10 PP-START-MONTH                 PIC 9(2).
             10 PP-START-DAY                   PIC 9(2).
          05 PP-END-DATE                       PIC 9(8) VALUE 0.
          05 PP-END-DATE-R REDEFINES PP-END-DATE.
             10 PP-END-YEAR                    PIC 9(4).
             10 PP-END-MONTH                   PIC 9(2).
             10 PP-END-DAY                     PIC 9(2).
          05 PP-PERIODS-PER-YEAR               PIC 9(2) VALUE 26.
          05 PP-START-DAY-NUMBER               PIC 9(7) VALUE 0.
          05 PP-HOURS-PER-WEEK                 PIC 9(2) VALUE 40.
          05 PP-OVERTIME-FACTOR                PIC 9V9 VALUE 1.5.

      *----------------------------------------------------------------
      * DAY NUMBER WORK FIELDS (DAYS SINCE A FIXED EPOCH, SO THAT
      * DATES CAN BE SUBTRACTED AND WEEKS COUNTED)
      *----------------------------------------------------------------

       01 DAY-NUMBER-FIELDS.
          05 DN-DATE                           PIC 9(8) VALUE 0.
          05 DN-DATE-R REDEFINES DN-DATE.
             10 DN-YEAR                        PIC 9(4).
             10 DN-MONTH                       PIC 9(2).
             10 DN-DAY                         PIC 9(2).
          05 DN-ADJUST                         PIC 9(1) VALUE 0.
          05 DN-WORK-YEAR                      PIC 9(5) VALUE 0.
          05 DN-WORK-MONTH                     PIC 9(2) VALUE 0.
          05 DN-MONTH-DAYS                     PIC 9(3) VALUE 0.
          05 DN-LEAP-4                         PIC 9(4) VALUE 0.
          05 DN-LEAP-100                       PIC 9(4) VALUE 0.
          05 DN-LEAP-400                       PIC 9(4) VALUE 0.
          05 DN-DAY-NUMBER                     PIC 9(7) VALUE 0.

      *----------------------------------------------------------------
      * TIMECARD HOURS BY EMPLOYEE BY WEEK OF THE PERIOD
      *----------------------------------------------------------------

       01 TIMECARD-FLAGS.
          05 TW-COUNT                          PIC 9(4) VALUE 0.
          05 TW-SUB                            PIC 9(4) VALUE 0.
          05 TW-FOUND-SW                       PIC X VALUE 'N'.
             88 TW-FOUND                             VALUE 'Y'.
          05 TW-WEEK                           PIC 9(2) VALUE 0.
          05 TC-REJECT-REASON                  PIC X(20) VALUE SPACES.

      *

       01 TIMECARD-WEEK-TABLE.
          05 TW-ENTRY OCCURS 1000 TIMES.
             10 TW-EMPLOYEE-ID                 PIC X(5).
             10 TW-WEEK-NUMBER                 PIC 9(2).
             10 TW-HOURS                       PIC 9(3)V99.

      *----------------------------------------------------------------
      * TRUCK ACTUAL SALES BY DAY WITHIN THE PERIOD
      *----------------------------------------------------------------

       01 DAILY-SALES-FLAGS.
          05 DT-COUNT                          PIC 9(4) VALUE 0.
          05 DT-SUB                            PIC 9(4) VALUE 0.
          05 DT-FOUND-SW                       PIC X VALUE 'N'.
             88 DT-FOUND                             VALUE 'Y'.

      *

       01 DAILY-SALES-TABLE.
          05 DT-ENTRY OCCURS 1000 TIMES.
             10 DT-TRUCK-ID                    PIC X(4).
             10 DT-SALES-DATE                  PIC 9(8).
             10 DT-ACTUAL-TOTAL                PIC 9(9)V99.

      *----------------------------------------------------------------
      * ONE EMPLOYEE'S PAY FOR THE PERIOD
      *----------------------------------------------------------------

       01 EMPLOYEE-PAY-FIELDS.
          05 EP-REGULAR-HOURS                  PIC 9(5)V99 VALUE 0.
          05 EP-OVERTIME-HOURS                 PIC 9(5)V99 VALUE 0.
          05 EP-REGULAR-PAY                    PIC 9(7)V99 VALUE 0.
          05 EP-OVERTIME-PAY                   PIC 9(7)V99 VALUE 0.
          05 EP-SALARY-PAY                     PIC 9(7)V99 VALUE 0.
          05 EP-BASE-PAY                       PIC 9(7)V99 VALUE 0.
          05 EP-TRUCK-SALES                    PIC 9(9)V99 VALUE 0.
          05 EP-COMMISSION-PAY                 PIC 9(7)V99 VALUE 0.
          05 EP-GROSS-PAY                      PIC 9(7)V99 VALUE 0.
          05 EP-REJECT-REASON                  PIC X(20) VALUE SPACES.

      *----------------------------------------------------------------
      * REGISTER TOTALS AND COUNTS
      *----------------------------------------------------------------

       01 REGISTER-COUNTS.
          05 RG-TIMECARDS-READ                 PIC 9(5) VALUE 0.
          05 RG-TIMECARDS-ACCEPTED             PIC 9(5) VALUE 0.
          05 RG-TIMECARDS-REJECTED             PIC 9(5) VALUE 0.
          05 RG-TIMECARDS-OUTSIDE              PIC 9(5) VALUE 0.
          05 RG-EMPLOYEES-PAID                 PIC 9(5) VALUE 0.
          05 RG-EMPLOYEES-REJECTED             PIC 9(5) VALUE 0.
          05 RG-TOTAL-REGULAR-HOURS            PIC 9(7)V99 VALUE 0.
          05 RG-TOTAL-OVERTIME-HOURS           PIC 9(7)V99 VALUE 0.
          05 RG-TOTAL-BASE-PAY                 PIC 9(7)V99 VALUE 0.
          05 RG-TOTAL-OVERTIME-PAY             PIC 9(7)V99 VALUE 0.
          05 RG-TOTAL-COMMISSION-PAY           PIC 9(7)V99 VALUE 0.
          05 RG-TOTAL-GROSS-PAY                PIC 9(7)V99 VALUE 0.

      *

       01 REJECT-TABLE-FLAGS.
          05 RJ-COUNT                          PIC 9(3) VALUE 0.
          05 RJ-SUB                            PIC 9(3) VALUE 0.

      *

       01 REJECT-TABLE.
          05 RJ-ENTRY OCCURS 500 TIMES.
             10 RJ-SOURCE                      PIC X(8).
             10 RJ-EMPLOYEE-ID                 PIC X(5).
             10 RJ-WORK-DATE                   PIC 9(8).
             10 RJ-REASON                      PIC X(20).

      *----------------------------------------------------------------
      * PAYROLL REGISTER LAYOUTS
      *----------------------------------------------------------------

       01 PR-HEADING-ONE.
          05 PR1-DATE.
             10 PR1-MONTH                      PIC Z9.
             10 FILLER                         PIC X VALUE '/'.
             10 PR1-DAY                        PIC 99.
             10 FILLER                         PIC X VALUE '/'.
             10 PR1-YEAR                       PIC 9999.
          05 FILLER                            PIC X(22) VALUE SPACES.
          05 FILLER                            PIC X(13) VALUE
                                                 'ROLLING PIZZA'.
          05 FILLER                            PIC X(32) VALUE SPACES.

      *

       01 PR-HEADING-TWO.
          05 FILLER                            PIC X(15) VALUE SPACES.
          05 FILLER                            PIC X(27) VALUE
                                         'PAYROLL REGISTER - PERIOD '.
          05 PR2-START-MONTH                   PIC Z9.
          05 FILLER                            PIC X VALUE '/'.
          05 PR2-START-DAY                     PIC 99.
          05 FILLER                            PIC X VALUE '/'.
          05 PR2-START-YEAR                    PIC 9999.
          05 FILLER                            PIC X(4) VALUE ' TO '.
          05 PR2-END-MONTH                     PIC Z9.
          05 FILLER                            PIC X VALUE '/'.
          05 PR2-END-DAY                       PIC 99.
          05 FILLER                            PIC X VALUE '/'.
          05 PR2-END-YEAR                      PIC 9999.
          05 FILLER                            PIC X(14) VALUE SPACES.

      *

       01 PR-HEADING-THREE.
          05 FILLER                            PIC X(5) VALUE 'EMPID'.
          05 FILLER                            PIC X(1) VALUE SPACES.
          05 FILLER                            PIC X(10) VALUE 'LNAME'.
          05 FILLER                            PIC X(1) VALUE SPACES.
          05 FILLER                            PIC X(1) VALUE 'T'.
          05 FILLER                            PIC X(1) VALUE SPACES.
          05 FILLER                            PIC X(6) VALUE 'REGHRS'.
          05 FILLER                            PIC X(1) VALUE SPACES.
          05 FILLER                            PIC X(6) VALUE 'OT HRS'.
          05 FILLER                            PIC X(1) VALUE SPACES.
          05 FILLER                            PIC X(9) VALUE
                                                      '     BASE'.
          05 FILLER                            PIC X(1) VALUE SPACES.
          05 FILLER                            PIC X(8) VALUE
                                                       '  OT PAY'.
          05 FILLER                            PIC X(1) VALUE SPACES.
          05 FILLER                            PIC X(8) VALUE
                                                       '    COMM'.
          05 FILLER                            PIC X(1) VALUE SPACES.
          05 FILLER                            PIC X(9) VALUE
                                                      '    GROSS'.
          05 FILLER                            PIC X(1) VALUE SPACES.
          05 FILLER                            PIC X(9) VALUE
                                                      'YTD GROSS'.

      *

       01 PR-DETAIL-LINE.
          05 PRD-EMPLOYEE-ID                   PIC X(5).
          05 FILLER                            PIC X(1) VALUE SPACES.
          05 PRD-EMPLOYEE-LNAME                PIC X(10).
          05 FILLER                            PIC X(1) VALUE SPACES.
          05 PRD-PAY-TYPE                      PIC X(1).
          05 FILLER                            PIC X(1) VALUE SPACES.
          05 PRD-REGULAR-HOURS                 PIC ZZ9.99.
          05 FILLER                            PIC X(1) VALUE SPACES.
          05 PRD-OVERTIME-HOURS                PIC ZZ9.99.
          05 FILLER                            PIC X(1) VALUE SPACES.
          05 PRD-BASE-PAY                      PIC ZZ,ZZ9.99.
          05 FILLER                            PIC X(1) VALUE SPACES.
          05 PRD-OVERTIME-PAY                  PIC Z,ZZ9.99.
          05 FILLER                            PIC X(1) VALUE SPACES.
          05 PRD-COMMISSION-PAY                PIC Z,ZZ9.99.
          05 FILLER                            PIC X(1) VALUE SPACES.
          05 PRD-GROSS-PAY                     PIC ZZ,ZZ9.99.
          05 FILLER                            PIC X(1) VALUE SPACES.
          05 PRD-YTD-GROSS-PAY                 PIC ZZZZZ9.99.

      *

       01 PR-TOTAL-LINE.
          05 FILLER                            PIC X(17) VALUE
                                                'PERIOD TOTALS:   '.
          05 PRT-REGULAR-HOURS                 PIC Z,ZZ9.99.
          05 FILLER                            PIC X(1) VALUE SPACES.
          05 PRT-OVERTIME-HOURS                PIC ZZ9.99.
          05 FILLER                            PIC X(1) VALUE SPACES.
          05 PRT-BASE-PAY                      PIC ZZZZZ9.99.
          05 FILLER                            PIC X(1) VALUE SPACES.
          05 PRT-OVERTIME-PAY                  PIC ZZZZ9.99.
          05 FILLER                            PIC X(1) VALUE SPACES.
          05 PRT-COMMISSION-PAY                PIC ZZZZ9.99.
          05 FILLER                            PIC X(1) VALUE SPACES.
          05 PRT-GROSS-PAY                     PIC ZZZZZ9.99.
          05 FILLER                            PIC X(10) VALUE SPACES.

      *

       01 PR-REJECT-HEADING.
          05 FILLER                            PIC X(3) VALUE SPACES.
          05 FILLER                            PIC X(8) VALUE 'SOURCE'.
          05 FILLER                            PIC X(2) VALUE SPACES.
          05 FILLER                            PIC X(5) VALUE 'EMPID'.
          05 FILLER                            PIC X(2) VALUE SPACES.
          05 FILLER                            PIC X(10) VALUE
                                                         'WORK DATE'.
          05 FILLER                            PIC X(2) VALUE SPACES.
          05 FILLER                            PIC X(20) VALUE
                                                     'REJECT REASON'.
          05 FILLER                            PIC X(28) VALUE SPACES.

      *

       01 PR-REJECT-LINE.
          05 FILLER                            PIC X(3) VALUE SPACES.
          05 PRJ-SOURCE                        PIC X(8).
          05 FILLER                            PIC X(2) VALUE SPACES.
          05 PRJ-EMPLOYEE-ID                   PIC X(5).
          05 FILLER                            PIC X(2) VALUE SPACES.
          05 PRJ-WORK-DATE                     PIC 9(8).
          05 FILLER                            PIC X(4) VALUE SPACES.
          05 PRJ-REASON                        PIC X(20).
          05 FILLER                            PIC X(28) VALUE SPACES.

      *

       01 PR-SUMMARY-LINE.
          05 FILLER                            PIC X(3) VALUE SPACES.
          05 PR-LABEL                          PIC X(22).
          05 PR-COUNT                          PIC ZZ,ZZ9.
          05 FILLER                            PIC X(49) VALUE SPACES.

      *----------------------------------------------------------------
      * JOB STEP RUN LOG
      *----------------------------------------------------------------

       01 RUN-LOG-FIELDS.
          05 RL-FILE-STATUS                    PIC X(2) VALUE SPACES.
          05 RL-PROGRAM-NAME                   PIC X(8) VALUE 'PAYCALC'.
          05 RL-IN-COUNT                       PIC 9(7) VALUE 0.
          05 RL-OUT-COUNT                      PIC 9(7) VALUE 0.
          05 RL-REJECT-COUNT                   PIC 9(7) VALUE 0.
          05 RL-RETURN-CODE                    PIC 9(2) VALUE 0.
          05 RL-MESSAGE                        PIC X(40) VALUE SPACES.

      *

       01 RUN-LOG-ENTRY.
          05 RL-ENTRY-PROGRAM                  PIC X(8).
          05 RL-ENTRY-TYPE                     PIC X(1).
          05 RL-ENTRY-PROCESS-DATE             PIC 9(8).
          05 RL-ENTRY-SYSTEM-DATE              PIC 9(8).
          05 RL-ENTRY-SYSTEM-TIME              PIC 9(8).
          05 RL-ENTRY-IN-COUNT                 PIC 9(7).
          05 RL-ENTRY-OUT-COUNT                PIC 9(7).
          05 RL-ENTRY-REJECT-COUNT             PIC 9(7).
          05 RL-ENTRY-STATUS                   PIC X(8).
          05 RL-ENTRY-RETURN-CODE              PIC 9(2).
          05 RL-ENTRY-MESSAGE                  PIC X(40).

      *

       PROCEDURE DIVISION.

       10-RUN-PAY-PERIOD.
         PERFORM 15-HSKPING-ROUTINE
         PERFORM 20-LOAD-TIMECARDS
         PERFORM 25-LOAD-DAILY-SALES
         PERFORM 30-PROCESS-EMPLOYEES
         PERFORM 55-FINAL-ROUTINE
       .

       11-LOG-RUN-START.

         MOVE 'S'       TO RL-ENTRY-TYPE
         MOVE 'STARTED' TO RL-ENTRY-STATUS
         MOVE 0         TO RL-ENTRY-IN-COUNT
                           RL-ENTRY-OUT-COUNT
                           RL-ENTRY-REJECT-COUNT
                           RL-ENTRY-RETURN-CODE
         MOVE SPACES    TO RL-ENTRY-MESSAGE

         PERFORM 12A-WRITE-RUN-LOG

       .

       12-LOG-RUN-END.

         MOVE 'E' TO RL-ENTRY-TYPE

         EVALUATE RL-RETURN-CODE
             WHEN 0
                 MOVE 'COMPLETE' TO RL-ENTRY-STATUS
             WHEN 4
                 MOVE 'WARNING'  TO RL-ENTRY-STATUS
             WHEN 8
                 MOVE 'ERRORS'   TO RL-ENTRY-STATUS
             WHEN OTHER
                 MOVE 'ABENDED'  TO RL-ENTRY-STATUS
         END-EVALUATE

         MOVE RL-IN-COUNT     TO RL-ENTRY-IN-COUNT
         MOVE RL-OUT-COUNT    TO RL-ENTRY-OUT-COUNT
         MOVE RL-REJECT-COUNT TO RL-ENTRY-REJECT-COUNT
         MOVE RL-RETURN-CODE  TO RL-ENTRY-RETURN-CODE
         MOVE RL-MESSAGE      TO RL-ENTRY-MESSAGE

         PERFORM 12A-WRITE-RUN-LOG

         MOVE RL-RETURN-CODE TO RETURN-CODE

       .

       12A-WRITE-RUN-LOG.

         MOVE RL-PROGRAM-NAME TO RL-ENTRY-PROGRAM

         IF WS-ACCEPT-DATE NUMERIC
            AND WS-ACCEPT-DATE NOT = ZEROS
             MOVE WS-ACCEPT-DATE TO RL-ENTRY-PROCESS-DATE
         ELSE
             ACCEPT RL-ENTRY-PROCESS-DATE FROM DATE YYYYMMDD
         END-IF

         ACCEPT RL-ENTRY-SYSTEM-DATE FROM DATE YYYYMMDD
         ACCEPT RL-ENTRY-SYSTEM-TIME FROM TIME

         OPEN EXTEND RUN-LOG
         IF RL-FILE-STATUS = '35'
             OPEN OUTPUT RUN-LOG
         END-IF

         IF RL-FILE-STATUS = '00'
             WRITE RUN-LOG-RECORD FROM RUN-LOG-ENTRY
             CLOSE RUN-LOG
         ELSE
             DISPLAY 'PAYCALC WARNING - CANNOT OPEN RUN-LOG.TXT'
                     ' - FILE STATUS ' RL-FILE-STATUS
         END-IF

       .

       12B-ABORT-RUN.

         PERFORM 12C-SET-RUN-COUNTS
         MOVE 16 TO RL-RETURN-CODE
         PERFORM 12-LOG-RUN-END

         STOP RUN

       .

       12C-SET-RUN-COUNTS.

         MOVE RG-TIMECARDS-READ TO RL-IN-COUNT
         MOVE RG-EMPLOYEES-PAID TO RL-OUT-COUNT
         COMPUTE RL-REJECT-COUNT = RG-TIMECARDS-REJECTED
                                 + RG-EMPLOYEES-REJECTED

       .

       13-READ-PAY-PERIOD.

         OPEN INPUT PAY-PERIOD-FILE

         IF PP-FILE-STATUS NOT = '00'
             DISPLAY 'PAYCALC ABORT - CANNOT OPEN PAY-PERIOD.TXT'
                     ' - FILE STATUS ' PP-FILE-STATUS
             MOVE 'CANNOT OPEN PAY-PERIOD.TXT' TO RL-MESSAGE
             PERFORM 12B-ABORT-RUN
         END-IF

         READ PAY-PERIOD-FILE
             AT END
                 DISPLAY 'PAYCALC ABORT - PAY-PERIOD.TXT IS EMPTY'
                 MOVE 'PAY-PERIOD.TXT IS EMPTY' TO RL-MESSAGE
                 PERFORM 12B-ABORT-RUN
         END-READ

         CLOSE PAY-PERIOD-FILE

         IF PP-REC-START-DATE NOT NUMERIC
             OR PP-REC-END-DATE NOT NUMERIC
             OR PP-REC-START-DATE > PP-REC-END-DATE
             DISPLAY 'PAYCALC ABORT - BAD PAY PERIOD DATES '
                     PP-REC-START-DATE ' ' PP-REC-END-DATE
             MOVE 'BAD PAY PERIOD DATES' TO RL-MESSAGE
             PERFORM 12B-ABORT-RUN
         END-IF

         MOVE PP-REC-START-DATE TO PP-START-DATE
         MOVE PP-REC-END-DATE   TO PP-END-DATE

         IF PP-REC-PERIODS-PER-YEAR NUMERIC
             AND PP-REC-PERIODS-PER-YEAR NOT = '00'
             MOVE PP-REC-PERIODS-PER-YEAR TO PP-PERIODS-PER-YEAR
         END-IF

         MOVE PP-START-DATE TO DN-DATE
         PERFORM 80-COMPUTE-DAY-NUMBER
         MOVE DN-DAY-NUMBER TO PP-START-DAY-NUMBER

       .

       15-HSKPING-ROUTINE.

         ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD

         MOVE WS-ACCEPT-MONTH TO WS-MONTH
         MOVE WS-ACCEPT-DAY   TO WS-DAY
         MOVE WS-ACCEPT-YEAR  TO WS-YEAR

         PERFORM 11-LOG-RUN-START

         PERFORM 13-READ-PAY-PERIOD

         OPEN INPUT EMPLOYEE-MASTER

         IF EM-FILE-STATUS NOT = '00'
             DISPLAY 'PAYCALC ABORT - CANNOT OPEN EMPLOYEE-MASTER.IDX'
                     ' - FILE STATUS ' EM-FILE-STATUS
             MOVE 'CANNOT OPEN EMPLOYEE-MASTER.IDX' TO RL-MESSAGE
             PERFORM 12B-ABORT-RUN
         END-IF

         OPEN I-O EMPLOYEE-YTD

         IF EY-FILE-STATUS = '35'
             OPEN OUTPUT EMPLOYEE-YTD
             CLOSE EMPLOYEE-YTD
             OPEN I-O EMPLOYEE-YTD
         END-IF

         IF EY-FILE-STATUS NOT = '00'
             DISPLAY 'PAYCALC ABORT - CANNOT OPEN EMPLOYEE-YTD.IDX'
                     ' - FILE STATUS ' EY-FILE-STATUS
             MOVE 'CANNOT OPEN EMPLOYEE-YTD.IDX' TO RL-MESSAGE
             PERFORM 12B-ABORT-RUN
         END-IF

         OPEN OUTPUT PAYROLL-REGISTER

         MOVE WS-MONTH TO PR1-MONTH
         MOVE WS-DAY   TO PR1-DAY
         MOVE WS-YEAR  TO PR1-YEAR

         MOVE PP-START-MONTH TO PR2-START-MONTH
         MOVE PP-START-DAY   TO PR2-START-DAY
         MOVE PP-START-YEAR  TO PR2-START-YEAR
         MOVE PP-END-MONTH   TO PR2-END-MONTH
         MOVE PP-END-DAY     TO PR2-END-DAY
         MOVE PP-END-YEAR    TO PR2-END-YEAR

         WRITE REGISTER-LINE FROM PR-HEADING-ONE

         WRITE REGISTER-LINE FROM PR-HEADING-TWO
             AFTER ADVANCING 2 LINES

         WRITE REGISTER-LINE FROM PR-HEADING-THREE
             AFTER ADVANCING 2 LINES

       .

       20-LOAD-TIMECARDS.

         OPEN INPUT TIMECARD-TRANS

         IF TC-FILE-STATUS = '35'
             CONTINUE
         ELSE
             IF TC-FILE-STATUS NOT = '00'
                 DISPLAY 'PAYCALC ABORT - CANNOT OPEN '
                         'TIMECARD-TRANS.TXT - FILE STATUS '
                         TC-FILE-STATUS
                 MOVE 'CANNOT OPEN TIMECARD-TRANS.TXT' TO RL-MESSAGE
                 PERFORM 12B-ABORT-RUN
             END-IF
             PERFORM UNTIL TC-NO-MORE-DATA
                 READ TIMECARD-TRANS
                     AT END
                         MOVE 'Y' TO TC-EOF-FLAG
                     NOT AT END
                         ADD 1 TO RG-TIMECARDS-READ
                         PERFORM 21-EDIT-TIMECARD
                 END-READ
             END-PERFORM
             CLOSE TIMECARD-TRANS
         END-IF

       .

       21-EDIT-TIMECARD.

         MOVE SPACES TO TC-REJECT-REASON

         IF TC-REC-WORK-DATE NUMERIC
             AND (TC-REC-WORK-DATE < PP-START-DATE
               OR TC-REC-WORK-DATE > PP-END-DATE)
             ADD 1 TO RG-TIMECARDS-OUTSIDE
         ELSE
             EVALUATE TRUE
                 WHEN TC-REC-WORK-DATE NOT NUMERIC
                     MOVE 'BAD WORK DATE'      TO TC-REJECT-REASON
                 WHEN TC-REC-HOURS-WORKED NOT NUMERIC
                     MOVE 'BAD HOURS'          TO TC-REJECT-REASON
                 WHEN TC-REC-HOURS-WORKED > 24
                     MOVE 'HOURS OVER 24'      TO TC-REJECT-REASON
                 WHEN OTHER
                     MOVE TC-REC-EMPLOYEE-ID TO EM-REC-EMPLOYEE-ID
                     READ EMPLOYEE-MASTER
                         INVALID KEY
                             MOVE 'EMPLOYEE NOT FOUND'
                                 TO TC-REJECT-REASON
                     END-READ
             END-EVALUATE

             IF TC-REJECT-REASON = SPACES
                 PERFORM 22-ADD-TIMECARD-HOURS
             END-IF

             IF TC-REJECT-REASON = SPACES
                 ADD 1 TO RG-TIMECARDS-ACCEPTED
             ELSE
                 ADD 1 TO RG-TIMECARDS-REJECTED
                 PERFORM 23-ADD-TIMECARD-REJECT
             END-IF
         END-IF

       .

       22-ADD-TIMECARD-HOURS.

         MOVE TC-REC-WORK-DATE TO DN-DATE
         PERFORM 80-COMPUTE-DAY-NUMBER

         COMPUTE TW-WEEK =
             (DN-DAY-NUMBER - PP-START-DAY-NUMBER) / 7 + 1

         MOVE 'N' TO TW-FOUND-SW

         PERFORM VARYING TW-SUB FROM 1 BY 1
                 UNTIL TW-SUB > TW-COUNT OR TW-FOUND
             IF TC-REC-EMPLOYEE-ID = TW-EMPLOYEE-ID(TW-SUB)
                 AND TW-WEEK = TW-WEEK-NUMBER(TW-SUB)
                 MOVE 'Y' TO TW-FOUND-SW
             END-IF
         END-PERFORM

         EVALUATE TRUE
             WHEN TW-FOUND
                 SUBTRACT 1 FROM TW-SUB
                 ADD TC-REC-HOURS-WORKED TO TW-HOURS(TW-SUB)
             WHEN TW-COUNT < 1000
                 ADD 1 TO TW-COUNT
                 MOVE TC-REC-EMPLOYEE-ID  TO TW-EMPLOYEE-ID(TW-COUNT)
                 MOVE TW-WEEK             TO TW-WEEK-NUMBER(TW-COUNT)
                 MOVE TC-REC-HOURS-WORKED TO TW-HOURS(TW-COUNT)
             WHEN OTHER
                 DISPLAY 'PAYCALC ABORT - MORE THAN 1000 EMPLOYEE '
                         'WEEKS'
                 MOVE 'MORE THAN 1000 EMPLOYEE WEEKS' TO RL-MESSAGE
                 PERFORM 12B-ABORT-RUN
         END-EVALUATE

       .

       23-ADD-TIMECARD-REJECT.

         IF RJ-COUNT < 500
             ADD 1 TO RJ-COUNT
             MOVE 'TIMECARD'         TO RJ-SOURCE(RJ-COUNT)
             MOVE TC-REC-EMPLOYEE-ID TO RJ-EMPLOYEE-ID(RJ-COUNT)
             IF TC-REC-WORK-DATE NUMERIC
                 MOVE TC-REC-WORK-DATE TO RJ-WORK-DATE(RJ-COUNT)
             ELSE
                 MOVE 0                TO RJ-WORK-DATE(RJ-COUNT)
             END-IF
             MOVE TC-REJECT-REASON   TO RJ-REASON(RJ-COUNT)
         END-IF

       .

       25-LOAD-DAILY-SALES.

         OPEN INPUT TRUCK-DAILY-SALES

         IF DS-FILE-STATUS = '35'
             CONTINUE
         ELSE
             IF DS-FILE-STATUS NOT = '00'
                 DISPLAY 'PAYCALC ABORT - CANNOT OPEN '
                         'TRUCK-DAILY-SALES.TXT - FILE STATUS '
                         DS-FILE-STATUS
                 MOVE 'CANNOT OPEN TRUCK-DAILY-SALES.TXT' TO RL-MESSAGE
                 PERFORM 12B-ABORT-RUN
             END-IF
             PERFORM UNTIL DS-NO-MORE-DATA
                 READ TRUCK-DAILY-SALES
                     AT END
                         MOVE 'Y' TO DS-EOF-FLAG
                     NOT AT END
                         IF DS-REC-SALES-DATE NUMERIC
                             AND DS-REC-ACTUAL-TOTAL NUMERIC
                             AND DS-REC-SALES-DATE NOT < PP-START-DATE
                             AND DS-REC-SALES-DATE NOT > PP-END-DATE
                             PERFORM 26-ADD-DAILY-SALES
                         END-IF
                 END-READ
             END-PERFORM
             CLOSE TRUCK-DAILY-SALES
         END-IF

       .

       26-ADD-DAILY-SALES.

         MOVE 'N' TO DT-FOUND-SW

         PERFORM VARYING DT-SUB FROM 1 BY 1
                 UNTIL DT-SUB > DT-COUNT OR DT-FOUND
             IF DS-REC-TRUCK-ID = DT-TRUCK-ID(DT-SUB)
                 AND DS-REC-SALES-DATE = DT-SALES-DATE(DT-SUB)
                 MOVE 'Y' TO DT-FOUND-SW
             END-IF
         END-PERFORM

         EVALUATE TRUE
             WHEN DT-FOUND
                 SUBTRACT 1 FROM DT-SUB
                 MOVE DS-REC-ACTUAL-TOTAL TO DT-ACTUAL-TOTAL(DT-SUB)
             WHEN DT-COUNT < 1000
                 ADD 1 TO DT-COUNT
                 MOVE DS-REC-TRUCK-ID     TO DT-TRUCK-ID(DT-COUNT)
                 MOVE DS-REC-SALES-DATE   TO DT-SALES-DATE(DT-COUNT)
                 MOVE DS-REC-ACTUAL-TOTAL TO DT-ACTUAL-TOTAL(DT-COUNT)
             WHEN OTHER
                 DISPLAY 'PAYCALC ABORT - MORE THAN 1000 TRUCK '
                         'SALES DAYS'
                 MOVE 'MORE THAN 1000 TRUCK SALES DAYS' TO RL-MESSAGE
                 PERFORM 12B-ABORT-RUN
         END-EVALUATE

       .

       30-PROCESS-EMPLOYEES.

         MOVE 'N' TO EM-EOF-FLAG
         MOVE LOW-VALUES TO EM-REC-EMPLOYEE-ID

         START EMPLOYEE-MASTER KEY NOT < EM-REC-EMPLOYEE-ID
             INVALID KEY
                 MOVE 'Y' TO EM-EOF-FLAG
         END-START

         PERFORM UNTIL EM-NO-MORE-DATA
             READ EMPLOYEE-MASTER NEXT RECORD
                 AT END
                     MOVE 'Y' TO EM-EOF-FLAG
                 NOT AT END
                     PERFORM 40-COMPUTE-EMPLOYEE-PAY
             END-READ
         END-PERFORM

       .

       40-COMPUTE-EMPLOYEE-PAY.

         INITIALIZE EMPLOYEE-PAY-FIELDS

         IF EM-REC-HOURLY
             PERFORM 41-COMPUTE-HOURLY-PAY
         ELSE
             IF EM-REC-ACTIVE
                 COMPUTE EP-SALARY-PAY ROUNDED =
                     EM-REC-YEARLY-SALARY / PP-PERIODS-PER-YEAR
             END-IF
         END-IF

         IF EM-REC-ACTIVE
             PERFORM 42-COMPUTE-COMMISSION
         END-IF

         COMPUTE EP-BASE-PAY = EP-REGULAR-PAY + EP-SALARY-PAY

         COMPUTE EP-GROSS-PAY =
             EP-BASE-PAY + EP-OVERTIME-PAY + EP-COMMISSION-PAY

         IF EP-GROSS-PAY > 0
             OR EP-REGULAR-HOURS > 0
             OR EP-REJECT-REASON NOT = SPACES
             PERFORM 45-UPDATE-EMPLOYEE-YTD
         END-IF

       .

       41-COMPUTE-HOURLY-PAY.

         PERFORM VARYING TW-SUB FROM 1 BY 1 UNTIL TW-SUB > TW-COUNT
             IF EM-REC-EMPLOYEE-ID = TW-EMPLOYEE-ID(TW-SUB)
                 IF TW-HOURS(TW-SUB) > PP-HOURS-PER-WEEK
                     ADD PP-HOURS-PER-WEEK TO EP-REGULAR-HOURS
                     COMPUTE EP-OVERTIME-HOURS = EP-OVERTIME-HOURS
                         + TW-HOURS(TW-SUB) - PP-HOURS-PER-WEEK
                 ELSE
                     ADD TW-HOURS(TW-SUB) TO EP-REGULAR-HOURS
                 END-IF
             END-IF
         END-PERFORM

         IF EM-REC-HOURLY-RATE NUMERIC
             COMPUTE EP-REGULAR-PAY ROUNDED =
                 EP-REGULAR-HOURS * EM-REC-HOURLY-RATE
             COMPUTE EP-OVERTIME-PAY ROUNDED =
                 EP-OVERTIME-HOURS * EM-REC-HOURLY-RATE
                     * PP-OVERTIME-FACTOR
         ELSE
             IF EP-REGULAR-HOURS > 0
                 MOVE 'BAD HOURLY RATE' TO EP-REJECT-REASON
             END-IF
         END-IF

       .

       42-COMPUTE-COMMISSION.

         PERFORM VARYING DT-SUB FROM 1 BY 1 UNTIL DT-SUB > DT-COUNT
             IF EM-REC-TRUCK-ID = DT-TRUCK-ID(DT-SUB)
                 ADD DT-ACTUAL-TOTAL(DT-SUB) TO EP-TRUCK-SALES
             END-IF
         END-PERFORM

         COMPUTE EP-COMMISSION-PAY ROUNDED =
             EP-TRUCK-SALES * EM-REC-COMMISSION-RATE

       .

       45-UPDATE-EMPLOYEE-YTD.

         MOVE 'N' TO EY-FOUND-SW
         MOVE EM-REC-EMPLOYEE-ID TO EY-REC-EMPLOYEE-ID

         READ EMPLOYEE-YTD
             INVALID KEY
                 INITIALIZE EMPLOYEE-YTD-RECORD
                 MOVE EM-REC-EMPLOYEE-ID TO EY-REC-EMPLOYEE-ID
                 MOVE PP-END-YEAR        TO EY-REC-PAY-YEAR
             NOT INVALID KEY
                 MOVE 'Y' TO EY-FOUND-SW
         END-READ

         IF EP-REJECT-REASON = SPACES
             AND EY-FOUND
             AND EY-REC-LAST-PERIOD-END NOT < PP-END-DATE
             MOVE 'PERIOD ALREADY PAID' TO EP-REJECT-REASON
         END-IF

         IF EP-REJECT-REASON NOT = SPACES
             PERFORM 47-ADD-EMPLOYEE-REJECT
         ELSE
             IF EY-REC-PAY-YEAR NOT = PP-END-YEAR
                 INITIALIZE EMPLOYEE-YTD-RECORD
                 MOVE EM-REC-EMPLOYEE-ID TO EY-REC-EMPLOYEE-ID
                 MOVE PP-END-YEAR        TO EY-REC-PAY-YEAR
             END-IF

             MOVE PP-END-DATE       TO EY-REC-LAST-PERIOD-END
             ADD EP-REGULAR-HOURS   TO EY-REC-REGULAR-HOURS
             ADD EP-OVERTIME-HOURS  TO EY-REC-OVERTIME-HOURS
             ADD EP-REGULAR-PAY     TO EY-REC-REGULAR-PAY
             ADD EP-OVERTIME-PAY    TO EY-REC-OVERTIME-PAY
             ADD EP-SALARY-PAY      TO EY-REC-SALARY-PAY
             ADD EP-COMMISSION-PAY  TO EY-REC-COMMISSION-PAY
             ADD EP-GROSS-PAY       TO EY-REC-GROSS-PAY

             IF EY-FOUND
                 REWRITE EMPLOYEE-YTD-RECORD
             ELSE
                 WRITE EMPLOYEE-YTD-RECORD
             END-IF

             IF EY-FILE-STATUS NOT = '00'
                 DISPLAY 'PAYCALC ABORT - CANNOT UPDATE '
                         'EMPLOYEE-YTD.IDX - FILE STATUS '
                         EY-FILE-STATUS
                 MOVE 'CANNOT UPDATE EMPLOYEE-YTD.IDX' TO RL-MESSAGE
                 PERFORM 12B-ABORT-RUN
             END-IF

             PERFORM 46-PRINT-EMPLOYEE-LINE
         END-IF

       .

       46-PRINT-EMPLOYEE-LINE.

         MOVE EM-REC-EMPLOYEE-ID    TO PRD-EMPLOYEE-ID
         MOVE EM-REC-EMPLOYEE-LNAME TO PRD-EMPLOYEE-LNAME
         IF EM-REC-HOURLY
             MOVE 'H' TO PRD-PAY-TYPE
         ELSE
             MOVE 'S' TO PRD-PAY-TYPE
         END-IF
         MOVE EP-REGULAR-HOURS      TO PRD-REGULAR-HOURS
         MOVE EP-OVERTIME-HOURS     TO PRD-OVERTIME-HOURS
         MOVE EP-BASE-PAY           TO PRD-BASE-PAY
         MOVE EP-OVERTIME-PAY       TO PRD-OVERTIME-PAY
         MOVE EP-COMMISSION-PAY     TO PRD-COMMISSION-PAY
         MOVE EP-GROSS-PAY          TO PRD-GROSS-PAY
         MOVE EY-REC-GROSS-PAY      TO PRD-YTD-GROSS-PAY

         WRITE REGISTER-LINE FROM PR-DETAIL-LINE
             AFTER ADVANCING 1 LINE

         ADD 1                  TO RG-EMPLOYEES-PAID
         ADD EP-REGULAR-HOURS   TO RG-TOTAL-REGULAR-HOURS
         ADD EP-OVERTIME-HOURS  TO RG-TOTAL-OVERTIME-HOURS
         ADD EP-BASE-PAY        TO RG-TOTAL-BASE-PAY
         ADD EP-OVERTIME-PAY    TO RG-TOTAL-OVERTIME-PAY
         ADD EP-COMMISSION-PAY  TO RG-TOTAL-COMMISSION-PAY
         ADD EP-GROSS-PAY       TO RG-TOTAL-GROSS-PAY

       .

       47-ADD-EMPLOYEE-REJECT.

         ADD 1 TO RG-EMPLOYEES-REJECTED

         IF RJ-COUNT < 500
             ADD 1 TO RJ-COUNT
             MOVE 'EMPLOYEE'         TO RJ-SOURCE(RJ-COUNT)
             MOVE EM-REC-EMPLOYEE-ID TO RJ-EMPLOYEE-ID(RJ-COUNT)
             MOVE PP-END-DATE        TO RJ-WORK-DATE(RJ-COUNT)
             MOVE EP-REJECT-REASON   TO RJ-REASON(RJ-COUNT)
         END-IF

       .

       50-PRINT-REGISTER-TOTALS.

         MOVE RG-TOTAL-REGULAR-HOURS   TO PRT-REGULAR-HOURS
         MOVE RG-TOTAL-OVERTIME-HOURS  TO PRT-OVERTIME-HOURS
         MOVE RG-TOTAL-BASE-PAY        TO PRT-BASE-PAY
         MOVE RG-TOTAL-OVERTIME-PAY    TO PRT-OVERTIME-PAY
         MOVE RG-TOTAL-COMMISSION-PAY  TO PRT-COMMISSION-PAY
         MOVE RG-TOTAL-GROSS-PAY       TO PRT-GROSS-PAY

         WRITE REGISTER-LINE FROM PR-TOTAL-LINE
             AFTER ADVANCING 2 LINES

         IF RJ-COUNT > 0
             WRITE REGISTER-LINE FROM PR-REJECT-HEADING
                 AFTER ADVANCING 3 LINES
             PERFORM VARYING RJ-SUB FROM 1 BY 1 UNTIL RJ-SUB > RJ-COUNT
                 MOVE RJ-SOURCE(RJ-SUB)      TO PRJ-SOURCE
                 MOVE RJ-EMPLOYEE-ID(RJ-SUB) TO PRJ-EMPLOYEE-ID
                 MOVE RJ-WORK-DATE(RJ-SUB)   TO PRJ-WORK-DATE
                 MOVE RJ-REASON(RJ-SUB)      TO PRJ-REASON
                 WRITE REGISTER-LINE FROM PR-REJECT-LINE
                     AFTER ADVANCING 1 LINE
             END-PERFORM
         END-IF

       .

       55-FINAL-ROUTINE.

         PERFORM 50-PRINT-REGISTER-TOTALS

         MOVE 'EMPLOYEES PAID:'      TO PR-LABEL
         MOVE RG-EMPLOYEES-PAID      TO PR-COUNT
         WRITE REGISTER-LINE FROM PR-SUMMARY-LINE
             AFTER ADVANCING 3 LINES

         MOVE 'EMPLOYEES REJECTED:'  TO PR-LABEL
         MOVE RG-EMPLOYEES-REJECTED  TO PR-COUNT
         WRITE REGISTER-LINE FROM PR-SUMMARY-LINE
             AFTER ADVANCING 1 LINE

         MOVE 'TIMECARDS READ:'      TO PR-LABEL
         MOVE RG-TIMECARDS-READ      TO PR-COUNT
         WRITE REGISTER-LINE FROM PR-SUMMARY-LINE
             AFTER ADVANCING 1 LINE

         MOVE 'TIMECARDS ACCEPTED:'  TO PR-LABEL
         MOVE RG-TIMECARDS-ACCEPTED  TO PR-COUNT
         WRITE REGISTER-LINE FROM PR-SUMMARY-LINE
             AFTER ADVANCING 1 LINE

         MOVE 'TIMECARDS REJECTED:'  TO PR-LABEL
         MOVE RG-TIMECARDS-REJECTED  TO PR-COUNT
         WRITE REGISTER-LINE FROM PR-SUMMARY-LINE
             AFTER ADVANCING 1 LINE

         MOVE 'OUTSIDE PAY PERIOD:'  TO PR-LABEL
         MOVE RG-TIMECARDS-OUTSIDE   TO PR-COUNT
         WRITE REGISTER-LINE FROM PR-SUMMARY-LINE
             AFTER ADVANCING 1 LINE

         CLOSE EMPLOYEE-MASTER
               EMPLOYEE-YTD
               PAYROLL-REGISTER

         PERFORM 12C-SET-RUN-COUNTS
         IF RL-REJECT-COUNT > 0
             MOVE 4 TO RL-RETURN-CODE
         END-IF
         PERFORM 12-LOG-RUN-END

         STOP RUN

       .

       80-COMPUTE-DAY-NUMBER.

         IF DN-MONTH < 3
             MOVE 1 TO DN-ADJUST
         ELSE
             MOVE 0 TO DN-ADJUST
         END-IF

         COMPUTE DN-WORK-YEAR  = DN-YEAR + 4800 - DN-ADJUST
         COMPUTE DN-WORK-MONTH = DN-MONTH + (12 * DN-ADJUST) - 3
         COMPUTE DN-MONTH-DAYS = (153 * DN-WORK-MONTH + 2) / 5
         COMPUTE DN-LEAP-4     = DN-WORK-YEAR / 4
         COMPUTE DN-LEAP-100   = DN-WORK-YEAR / 100
         COMPUTE DN-LEAP-400   = DN-WORK-YEAR / 400

         COMPUTE DN-DAY-NUMBER = DN-DAY + DN-MONTH-DAYS
             + (365 * DN-WORK-YEAR) + DN-LEAP-4 - DN-LEAP-100
             + DN-LEAP-400 - 32045

       .
