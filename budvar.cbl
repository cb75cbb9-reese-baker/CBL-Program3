       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BUDVAR.
       AUTHOR.        REESE BAKER.
      ******************************************************************
      * This program measures each truck's actual revenue against the
      * revenue budget loaded by BUDMAINT.  For the fiscal month of
      * the processing date it shows month-to-date and year-to-date
      * actual, budget and variance in dollars and percent for every
      * truck, rolls the same figures up by route and for the fleet,
      * and flags every truck that is further behind its budget than
      * the tolerance on the run parameter card.  The fiscal year is
      * the calendar year.  The current month's target is prorated
      * by the days elapsed so a truck is not shown behind simply
      * because the month is not yet over.
      *
      ***INPUT: The Year-To-Date master (YTD-MASTER.IDX) supplies the
      * monthly revenue buckets, the Budget Master (BUDGET-MASTER.IDX)
      * the monthly targets, and the Truck Master (TRUCK-MASTER.IDX)
      * each truck's route.  The run parameter card
      * (RUN-PARAMETERS.TXT) may carry a processing-date override and
      * the behind-budget tolerance in percent (default 10.0).
      *
      ***OUTPUT: The Budget Variance report
      * (BUDGET-VARIANCE-REPORT.TXT) lists every truck that has
      * either revenue or a budget for the year, the route and fleet
      * totals, and the trucks flagged as behind budget.
      * Each run also adds a start and an end entry, with its counts
      * and completion status, to the job-step run log (RUN-LOG.TXT)
      * and ends with return code 16 when the run had to stop early.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.

      *

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT YTD-MASTER
             ASSIGN TO 'YTD-MASTER.IDX'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS YM-REC-TRUCK-ID
             FILE STATUS IS YM-FILE-STATUS.

      *

           SELECT BUDGET-MASTER
             ASSIGN TO 'BUDGET-MASTER.IDX'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS BM-REC-KEY
             FILE STATUS IS BM-FILE-STATUS.

      *

           SELECT TRUCK-MASTER
             ASSIGN TO 'TRUCK-MASTER.IDX'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS TM-REC-TRUCK-ID
             FILE STATUS IS TM-FILE-STATUS.

      *

           SELECT PARAMETER-FILE
             ASSIGN TO 'RUN-PARAMETERS.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PM-FILE-STATUS.

      *

           SELECT BUDGET-VARIANCE-REPORT
             ASSIGN TO 'BUDGET-VARIANCE-REPORT.TXT'
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

       FD YTD-MASTER
         RECORD CONTAINS 164 CHARACTERS.

      *

       01 YTD-MASTER-RECORD.
          05 YM-REC-TRUCK-ID                   PIC X(4).
          05 YM-REC-YTD-TOTAL                  PIC 9(9)V99.
          05 YM-REC-CURR-MONTH                 PIC 9(2).
          05 YM-REC-CURR-YEAR                  PIC 9(4).
          05 YM-REC-MONTH-TOTAL                PIC 9(9)V99
                                               OCCURS 13 TIMES.

      *

       FD BUDGET-MASTER
         RECORD CONTAINS 125 CHARACTERS.

      *

       01 BUDGET-MASTER-RECORD.
          05 BM-REC-KEY.
             10 BM-REC-TRUCK-ID                PIC X(4).
             10 BM-REC-FISCAL-YEAR             PIC 9(4).
          05 BM-REC-SOURCE                     PIC X(1).
             88 BM-REC-LOADED                  VALUE 'L'.
             88 BM-REC-CARRIED-FORWARD         VALUE 'C'.
          05 BM-REC-LAST-UPDATED               PIC 9(8).
          05 BM-REC-MONTH-BUDGET               PIC 9(7)V99
                                               OCCURS 12 TIMES.

      *

       FD TRUCK-MASTER
         RECORD CONTAINS 57 CHARACTERS.

      *

       01 TRUCK-MASTER-RECORD.
          05 TM-REC-TRUCK-ID                   PIC X(4).
          05 TM-REC-TRUCK-NAME                 PIC X(20).
          05 TM-REC-TRUCK-ROUTE                PIC X(10).
          05 TM-REC-STATUS                     PIC X(1).
             88 TM-REC-ACTIVE                  VALUE 'A', ' '.
             88 TM-REC-INACTIVE                VALUE 'I'.
          05 TM-REC-POSS-TOTAL                 PIC S9(9)V99.
          05 TM-REC-ACTUAL-TOTAL               PIC S9(9)V99.

      *

       FD PARAMETER-FILE
         RECORD CONTAINS 47 CHARACTERS.

      *

       01 PARAMETER-RECORD.
          05 PM-REC-RUN-DATE                   PIC X(8).
          05 PM-REC-REORDER-THRESHOLD          PIC X(4).
          05 PM-REC-REPORT-SWITCHES            PIC X(12).
          05 PM-REC-DEPOSIT-TOLERANCE          PIC X(7).
          05 PM-REC-GENERATIONS                PIC X(1).
          05 PM-REC-PRICE-TOLERANCE            PIC X(5).
          05 PM-REC-SHRINK-TOLERANCE           PIC X(7).
          05 PM-REC-BUDGET-TOLERANCE           PIC X(3).
          05 PM-REC-BUDGET-TOLERANCE-N  REDEFINES
             PM-REC-BUDGET-TOLERANCE           PIC 99V9.

      *

       FD BUDGET-VARIANCE-REPORT
         RECORD CONTAINS 80 CHARACTERS.

      *

       01 VARIANCE-REPORT-LINE                 PIC X(80).

      *

       FD RUN-LOG
         RECORD CONTAINS 104 CHARACTERS.

      *

       01 RUN-LOG-RECORD                       PIC X(104).

      *

       WORKING-STORAGE SECTION.

      *

       01 FLAGS-N-SWITCHES.
          05 YM-FILE-STATUS                    PIC X(2) VALUE SPACES.
          05 YM-EOF-FLAG                       PIC X VALUE 'N'.
             88 YM-NO-MORE-DATA                      VALUE 'Y'.
          05 BM-FILE-STATUS                    PIC X(2) VALUE SPACES.
          05 BM-OPEN-SW                        PIC X VALUE 'N'.
             88 BM-BUDGET-OPEN                       VALUE 'Y'.
          05 BM-EOF-FLAG                       PIC X VALUE 'N'.
             88 BM-NO-MORE-DATA                      VALUE 'Y'.
          05 TM-FILE-STATUS                    PIC X(2) VALUE SPACES.
          05 PM-FILE-STATUS                    PIC X(2) VALUE SPACES.

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
      * FISCAL CALENDAR FIELDS
      *----------------------------------------------------------------

       01 MONTH-LENGTH-VALUES.
          05 FILLER                            PIC X(24) VALUE
                                           '312831303130313130313031'.

       01 MONTH-LENGTH-TABLE  REDEFINES MONTH-LENGTH-VALUES.
          05 ML-DAYS                           PIC 9(2)
                                               OCCURS 12 TIMES.

      *

       01 FISCAL-FIELDS.
          05 FC-DAYS-IN-MONTH                  PIC 9(2) VALUE 0.
          05 FC-QUOTIENT                       PIC 9(4) VALUE 0.
          05 FC-REMAINDER                      PIC 9(4) VALUE 0.
          05 FC-PROCESS-INDEX                  PIC S9(6) VALUE 0.
          05 FC-YEAR-START-INDEX               PIC S9(6) VALUE 0.
          05 FC-BUCKET-INDEX                   PIC S9(6) VALUE 0.
          05 FC-BUCKET-SUB                     PIC 9(2) VALUE 0.
          05 FC-MONTH-SUB                      PIC 9(2) VALUE 0.

      *----------------------------------------------------------------
      * TRUCK VARIANCE TABLE
      *----------------------------------------------------------------

       01 BV-FLAGS.
          05 BV-TOLERANCE                      PIC 99V9 VALUE 10.0.
          05 BV-COUNT                          PIC 9(3) VALUE 0.
          05 BV-SUB                            PIC 9(3) VALUE 0.
          05 BV-SHIFT-SUB                      PIC 9(3) VALUE 0.
          05 BV-HOLD-TRUCK-ID                  PIC X(4).
          05 BV-FOUND-SW                       PIC X VALUE 'N'.
             88 BV-FOUND                             VALUE 'Y'.
          05 BV-NO-BUDGET-COUNT                PIC 9(5) VALUE 0.
          05 BV-BEHIND-COUNT                   PIC 9(5) VALUE 0.

      *

       01 BV-TABLE.
          05 BV-ENTRY OCCURS 100 TIMES.
             10 BV-TRUCK-ID                    PIC X(4).
             10 BV-ROUTE                       PIC X(10).
             10 BV-MTD-ACTUAL                  PIC S9(9)V99.
             10 BV-MTD-BUDGET                  PIC S9(9)V99.
             10 BV-YTD-ACTUAL                  PIC S9(9)V99.
             10 BV-YTD-BUDGET                  PIC S9(9)V99.
             10 BV-BUDGET-SW                   PIC X.
                88 BV-HAS-BUDGET                     VALUE 'Y'.
             10 BV-BEHIND-SW                   PIC X.
                88 BV-BEHIND                         VALUE 'Y'.

      *----------------------------------------------------------------
      * ROUTE AND FLEET ROLLUP
      *----------------------------------------------------------------

       01 ROUTE-FLAGS.
          05 RT-COUNT                          PIC 9(3) VALUE 0.
          05 RT-SUB                            PIC 9(3) VALUE 0.
          05 RT-FOUND-SW                       PIC X VALUE 'N'.
             88 RT-FOUND                             VALUE 'Y'.

      *

       01 ROUTE-TABLE.
          05 RT-ENTRY OCCURS 20 TIMES.
             10 RT-ROUTE                       PIC X(10).
             10 RT-MTD-ACTUAL                  PIC S9(11)V99.
             10 RT-MTD-BUDGET                  PIC S9(11)V99.
             10 RT-YTD-ACTUAL                  PIC S9(11)V99.
             10 RT-YTD-BUDGET                  PIC S9(11)V99.

      *

       01 FLEET-TOTALS.
          05 FT-MTD-ACTUAL                     PIC S9(11)V99 VALUE 0.
          05 FT-MTD-BUDGET                     PIC S9(11)V99 VALUE 0.
          05 FT-YTD-ACTUAL                     PIC S9(11)V99 VALUE 0.
          05 FT-YTD-BUDGET                     PIC S9(11)V99 VALUE 0.

      *----------------------------------------------------------------
      * VARIANCE COMPUTATION FIELDS
      *----------------------------------------------------------------

       01 VARIANCE-FIELDS.
          05 VC-ACTUAL                         PIC S9(11)V99 VALUE 0.
          05 VC-BUDGET                         PIC S9(11)V99 VALUE 0.
          05 VC-VARIANCE                       PIC S9(11)V99 VALUE 0.
          05 VC-PERCENT                        PIC S9(3)V9 VALUE 0.
          05 VC-BEHIND-SW                      PIC X VALUE 'N'.
             88 VC-BEHIND                            VALUE 'Y'.

      *----------------------------------------------------------------
      * BUDGET VARIANCE REPORT LAYOUTS
      *----------------------------------------------------------------

       01 BV-HEADING-ONE.
          05 BV1-DATE.
             10 BV1-MONTH                      PIC Z9.
             10 FILLER                         PIC X VALUE '/'.
             10 BV1-DAY                        PIC 99.
             10 FILLER                         PIC X VALUE '/'.
             10 BV1-YEAR                       PIC 9999.
          05 FILLER                            PIC X(22) VALUE SPACES.
          05 FILLER                            PIC X(13) VALUE
                                                 'ROLLING PIZZA'.
          05 FILLER                            PIC X(32) VALUE SPACES.

      *

       01 BV-HEADING-TWO.
          05 FILLER                            PIC X(25) VALUE SPACES.
          05 FILLER                            PIC X(30) VALUE
                                     'REVENUE BUDGET VARIANCE REPORT'.
          05 FILLER                            PIC X(25) VALUE SPACES.

      *

       01 BV-PERIOD-LINE.
          05 FILLER                            PIC X(3) VALUE SPACES.
          05 FILLER                            PIC X(13) VALUE
                                                 'FISCAL MONTH '.
          05 BVP-MONTH                         PIC 99.
          05 FILLER                            PIC X VALUE '/'.
          05 BVP-YEAR                          PIC 9999.
          05 FILLER                            PIC X(6) VALUE
                                                 ' - DAY'.
          05 BVP-DAY                           PIC ZZ9.
          05 FILLER                            PIC X(4) VALUE ' OF '.
          05 BVP-DAYS-IN-MONTH                 PIC Z9.
          05 FILLER                            PIC X(20) VALUE
                                                 '   BEHIND TOLERANCE '.
          05 BVP-TOLERANCE                     PIC Z9.9.
          05 FILLER                            PIC X(1) VALUE '%'.
          05 FILLER                            PIC X(17) VALUE SPACES.

      *

       01 BV-COLUMN-HEADING.
          05 FILLER                            PIC X(2) VALUE SPACES.
          05 FILLER                            PIC X(4) VALUE 'TRCK'.
          05 FILLER                            PIC X(1) VALUE SPACES.
          05 FILLER                            PIC X(10) VALUE
                                                         'ROUTE'.
          05 FILLER                            PIC X(2) VALUE SPACES.
          05 FILLER                            PIC X(3) VALUE 'PER'.
          05 FILLER                            PIC X(1) VALUE SPACES.
          05 FILLER                            PIC X(13) VALUE
                                                  '       ACTUAL'.
          05 FILLER                            PIC X(1) VALUE SPACES.
          05 FILLER                            PIC X(13) VALUE
                                                  '       BUDGET'.
          05 FILLER                            PIC X(1) VALUE SPACES.
          05 FILLER                            PIC X(13) VALUE
                                                  '     VARIANCE'.
          05 FILLER                            PIC X(1) VALUE SPACES.
          05 FILLER                            PIC X(6) VALUE
                                                  '  PCT '.
          05 FILLER                            PIC X(9) VALUE SPACES.

      *

       01 BV-DETAIL-LINE.
          05 FILLER                            PIC X(2) VALUE SPACES.
          05 BVD-TRUCK-ID                      PIC X(4).
          05 FILLER                            PIC X(1) VALUE SPACES.
          05 BVD-ROUTE                         PIC X(10).
          05 FILLER                            PIC X(2) VALUE SPACES.
          05 BVD-PERIOD                        PIC X(3).
          05 FILLER                            PIC X(1) VALUE SPACES.
          05 BVD-ACTUAL                        PIC ZZ,ZZZ,ZZ9.99.
          05 FILLER                            PIC X(1) VALUE SPACES.
          05 BVD-BUDGET                        PIC ZZ,ZZZ,ZZ9.99.
          05 FILLER                            PIC X(1) VALUE SPACES.
          05 BVD-VARIANCE                      PIC --,---,--9.99.
          05 FILLER                            PIC X(1) VALUE SPACES.
          05 BVD-PERCENT                       PIC ---9.9.
          05 BVD-PERCENT-X  REDEFINES
             BVD-PERCENT                       PIC X(6).
          05 FILLER                            PIC X(1) VALUE SPACES.
          05 BVD-FLAG                          PIC X(6).
          05 FILLER                            PIC X(2) VALUE SPACES.

      *

       01 BV-SECTION-HEADING.
          05 FILLER                            PIC X(2) VALUE SPACES.
          05 BVS-TITLE                         PIC X(50).
          05 FILLER                            PIC X(28) VALUE SPACES.

      *

       01 BV-NONE-LINE.
          05 FILLER                            PIC X(4) VALUE SPACES.
          05 FILLER                            PIC X(34) VALUE
                                 'NO TRUCKS BEHIND BUDGET TOLERANCE'.
          05 FILLER                            PIC X(42) VALUE SPACES.

      *

       01 BV-SUMMARY-LINE.
          05 FILLER                            PIC X(3) VALUE SPACES.
          05 BVS-LABEL                         PIC X(24).
          05 BVS-COUNT                         PIC ZZ,ZZ9.
          05 FILLER                            PIC X(47) VALUE SPACES.

      *----------------------------------------------------------------
      * JOB STEP RUN LOG
      *----------------------------------------------------------------

       01 RUN-LOG-FIELDS.
          05 RL-FILE-STATUS                    PIC X(2) VALUE SPACES.
          05 RL-PROGRAM-NAME                   PIC X(8) VALUE 'BUDVAR'.
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

       10-REPORT-BUDGET-VARIANCE.
         PERFORM 15-HSKPING-ROUTINE
         PERFORM 20-LOAD-ACTUALS
         PERFORM 25-LOAD-BUDGETS
         PERFORM 30-PRINT-TRUCK-VARIANCE
         PERFORM 50-PRINT-ROUTE-VARIANCE
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
             DISPLAY 'BUDVAR WARNING - CANNOT OPEN RUN-LOG.TXT'
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

         MOVE BV-COUNT TO RL-IN-COUNT
         MOVE BV-COUNT TO RL-OUT-COUNT
         MOVE 0        TO RL-REJECT-COUNT

       .

       13-READ-RUN-PARAMETERS.

         OPEN INPUT PARAMETER-FILE

         IF PM-FILE-STATUS = '35'
             CONTINUE
         ELSE
             IF PM-FILE-STATUS NOT = '00'
                 DISPLAY 'BUDVAR ABORT - CANNOT OPEN '
                         'RUN-PARAMETERS.TXT - FILE STATUS '
                         PM-FILE-STATUS
                 MOVE 'CANNOT OPEN RUN-PARAMETERS.TXT' TO RL-MESSAGE
                 PERFORM 12B-ABORT-RUN
             END-IF
             READ PARAMETER-FILE
                 AT END
                     CONTINUE
                 NOT AT END
                     IF PM-REC-RUN-DATE NUMERIC
                         AND PM-REC-RUN-DATE NOT = '00000000'
                         MOVE PM-REC-RUN-DATE TO WS-ACCEPT-DATE
                     END-IF
                     IF PM-REC-BUDGET-TOLERANCE NUMERIC
                         MOVE PM-REC-BUDGET-TOLERANCE-N
                             TO BV-TOLERANCE
                     END-IF
             END-READ
             CLOSE PARAMETER-FILE
         END-IF

       .

       14-SET-FISCAL-MONTH.

         MOVE ML-DAYS(WS-MONTH) TO FC-DAYS-IN-MONTH

         IF WS-MONTH = 2
             DIVIDE WS-YEAR BY 4 GIVING FC-QUOTIENT
                 REMAINDER FC-REMAINDER
             IF FC-REMAINDER = 0
                 MOVE 29 TO FC-DAYS-IN-MONTH
                 DIVIDE WS-YEAR BY 100 GIVING FC-QUOTIENT
                     REMAINDER FC-REMAINDER
                 IF FC-REMAINDER = 0
                     MOVE 28 TO FC-DAYS-IN-MONTH
                     DIVIDE WS-YEAR BY 400 GIVING FC-QUOTIENT
                         REMAINDER FC-REMAINDER
                     IF FC-REMAINDER = 0
                         MOVE 29 TO FC-DAYS-IN-MONTH
                     END-IF
                 END-IF
             END-IF
         END-IF

         COMPUTE FC-PROCESS-INDEX    = (WS-YEAR * 12) + WS-MONTH - 1
         COMPUTE FC-YEAR-START-INDEX = WS-YEAR * 12

       .

       15-HSKPING-ROUTINE.

         ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD

         PERFORM 13-READ-RUN-PARAMETERS

         MOVE WS-ACCEPT-MONTH TO WS-MONTH
         MOVE WS-ACCEPT-DAY   TO WS-DAY
         MOVE WS-ACCEPT-YEAR  TO WS-YEAR

         PERFORM 11-LOG-RUN-START

         PERFORM 14-SET-FISCAL-MONTH

         OPEN INPUT YTD-MASTER

         IF YM-FILE-STATUS NOT = '00'
             DISPLAY 'BUDVAR ABORT - CANNOT OPEN YTD-MASTER.IDX'
                     ' - FILE STATUS ' YM-FILE-STATUS
             MOVE 'CANNOT OPEN YTD-MASTER.IDX' TO RL-MESSAGE
             PERFORM 12B-ABORT-RUN
         END-IF

         OPEN INPUT BUDGET-MASTER

         IF BM-FILE-STATUS = '35'
             CONTINUE
         ELSE
             IF BM-FILE-STATUS NOT = '00'
                 DISPLAY 'BUDVAR ABORT - CANNOT OPEN '
                         'BUDGET-MASTER.IDX - FILE STATUS '
                         BM-FILE-STATUS
                 MOVE 'CANNOT OPEN BUDGET-MASTER.IDX' TO RL-MESSAGE
                 PERFORM 12B-ABORT-RUN
             END-IF
             MOVE 'Y' TO BM-OPEN-SW
         END-IF

         OPEN INPUT TRUCK-MASTER

         IF TM-FILE-STATUS NOT = '00'
             DISPLAY 'BUDVAR ABORT - CANNOT OPEN TRUCK-MASTER.IDX'
                     ' - FILE STATUS ' TM-FILE-STATUS
             MOVE 'CANNOT OPEN TRUCK-MASTER.IDX' TO RL-MESSAGE
             PERFORM 12B-ABORT-RUN
         END-IF

         OPEN OUTPUT BUDGET-VARIANCE-REPORT

         MOVE WS-MONTH         TO BV1-MONTH
         MOVE WS-DAY           TO BV1-DAY
         MOVE WS-YEAR          TO BV1-YEAR
         MOVE WS-MONTH         TO BVP-MONTH
         MOVE WS-YEAR          TO BVP-YEAR
         MOVE WS-DAY           TO BVP-DAY
         MOVE FC-DAYS-IN-MONTH TO BVP-DAYS-IN-MONTH
         MOVE BV-TOLERANCE     TO BVP-TOLERANCE

         WRITE VARIANCE-REPORT-LINE FROM BV-HEADING-ONE

         WRITE VARIANCE-REPORT-LINE FROM BV-HEADING-TWO
             AFTER ADVANCING 2 LINES

         WRITE VARIANCE-REPORT-LINE FROM BV-PERIOD-LINE
             AFTER ADVANCING 2 LINES

         WRITE VARIANCE-REPORT-LINE FROM BV-COLUMN-HEADING
             AFTER ADVANCING 2 LINES

       .

       20-LOAD-ACTUALS.

         MOVE 'N' TO YM-EOF-FLAG
         MOVE LOW-VALUES TO YM-REC-TRUCK-ID

         START YTD-MASTER KEY NOT < YM-REC-TRUCK-ID
             INVALID KEY
                 MOVE 'Y' TO YM-EOF-FLAG
         END-START

         PERFORM UNTIL YM-NO-MORE-DATA
             READ YTD-MASTER NEXT RECORD
                 AT END
                     MOVE 'Y' TO YM-EOF-FLAG
                 NOT AT END
                     MOVE YM-REC-TRUCK-ID TO BV-HOLD-TRUCK-ID
                     PERFORM 22-FIND-TRUCK-ENTRY
                     IF BV-SUB > 0
                         PERFORM 21-POST-YTD-ACTUALS
                     END-IF
             END-READ
         END-PERFORM

       .

       21-POST-YTD-ACTUALS.

         PERFORM VARYING FC-BUCKET-SUB FROM 1 BY 1
                 UNTIL FC-BUCKET-SUB > 13
             COMPUTE FC-BUCKET-INDEX =
                 (YM-REC-CURR-YEAR * 12) + YM-REC-CURR-MONTH
                 - FC-BUCKET-SUB
             IF FC-BUCKET-INDEX NOT > FC-PROCESS-INDEX
                 AND FC-BUCKET-INDEX NOT < FC-YEAR-START-INDEX
                 ADD YM-REC-MONTH-TOTAL(FC-BUCKET-SUB)
                     TO BV-YTD-ACTUAL(BV-SUB)
                 IF FC-BUCKET-INDEX = FC-PROCESS-INDEX
                     ADD YM-REC-MONTH-TOTAL(FC-BUCKET-SUB)
                         TO BV-MTD-ACTUAL(BV-SUB)
                 END-IF
             END-IF
         END-PERFORM

       .

       22-FIND-TRUCK-ENTRY.

         MOVE 'N' TO BV-FOUND-SW
         MOVE 0   TO BV-SUB

         PERFORM VARYING BV-SHIFT-SUB FROM 1 BY 1
                 UNTIL BV-SHIFT-SUB > BV-COUNT OR BV-FOUND
             IF BV-TRUCK-ID(BV-SHIFT-SUB) = BV-HOLD-TRUCK-ID
                 MOVE 'Y'          TO BV-FOUND-SW
                 MOVE BV-SHIFT-SUB TO BV-SUB
             END-IF
         END-PERFORM

         IF NOT BV-FOUND
             IF BV-COUNT < 100
                 PERFORM 23-INSERT-TRUCK-ENTRY
             ELSE
                 DISPLAY 'BUDVAR ABORT - MORE THAN 100 TRUCKS'
                 MOVE 'MORE THAN 100 TRUCKS' TO RL-MESSAGE
                 PERFORM 12B-ABORT-RUN
             END-IF
         END-IF

       .

       23-INSERT-TRUCK-ENTRY.

         PERFORM VARYING BV-SUB FROM 1 BY 1
                 UNTIL BV-SUB > BV-COUNT
                    OR BV-TRUCK-ID(BV-SUB) > BV-HOLD-TRUCK-ID
             CONTINUE
         END-PERFORM

         PERFORM VARYING BV-SHIFT-SUB FROM BV-COUNT BY -1
                 UNTIL BV-SHIFT-SUB < BV-SUB
             MOVE BV-ENTRY(BV-SHIFT-SUB) TO BV-ENTRY(BV-SHIFT-SUB + 1)
         END-PERFORM

         ADD 1 TO BV-COUNT

         MOVE BV-HOLD-TRUCK-ID TO BV-TRUCK-ID(BV-SUB)
         MOVE 0                TO BV-MTD-ACTUAL(BV-SUB)
         MOVE 0                TO BV-MTD-BUDGET(BV-SUB)
         MOVE 0                TO BV-YTD-ACTUAL(BV-SUB)
         MOVE 0                TO BV-YTD-BUDGET(BV-SUB)
         MOVE 'N'              TO BV-BUDGET-SW(BV-SUB)
         MOVE 'N'              TO BV-BEHIND-SW(BV-SUB)

         MOVE BV-HOLD-TRUCK-ID TO TM-REC-TRUCK-ID

         READ TRUCK-MASTER
             INVALID KEY
                 MOVE 'UNKNOWN' TO BV-ROUTE(BV-SUB)
             NOT INVALID KEY
                 MOVE TM-REC-TRUCK-ROUTE TO BV-ROUTE(BV-SUB)
         END-READ

       .

       25-LOAD-BUDGETS.

         IF BM-BUDGET-OPEN
             MOVE 'N' TO BM-EOF-FLAG
             MOVE LOW-VALUES TO BM-REC-KEY

             START BUDGET-MASTER KEY NOT < BM-REC-KEY
                 INVALID KEY
                     MOVE 'Y' TO BM-EOF-FLAG
             END-START

             PERFORM UNTIL BM-NO-MORE-DATA
                 READ BUDGET-MASTER NEXT RECORD
                     AT END
                         MOVE 'Y' TO BM-EOF-FLAG
                     NOT AT END
                         IF BM-REC-FISCAL-YEAR = WS-YEAR
                             MOVE BM-REC-TRUCK-ID TO BV-HOLD-TRUCK-ID
                             PERFORM 22-FIND-TRUCK-ENTRY
                             IF BV-SUB > 0
                                 PERFORM 26-POST-BUDGET
                             END-IF
                         END-IF
                 END-READ
             END-PERFORM
         END-IF

       .

       26-POST-BUDGET.

         MOVE 'Y' TO BV-BUDGET-SW(BV-SUB)

         PERFORM VARYING FC-MONTH-SUB FROM 1 BY 1
                 UNTIL FC-MONTH-SUB NOT < WS-MONTH
             ADD BM-REC-MONTH-BUDGET(FC-MONTH-SUB)
                 TO BV-YTD-BUDGET(BV-SUB)
         END-PERFORM

         COMPUTE BV-MTD-BUDGET(BV-SUB) ROUNDED =
             BM-REC-MONTH-BUDGET(WS-MONTH) * WS-DAY
             / FC-DAYS-IN-MONTH

         ADD BV-MTD-BUDGET(BV-SUB) TO BV-YTD-BUDGET(BV-SUB)

       .

       30-PRINT-TRUCK-VARIANCE.

         PERFORM VARYING BV-SUB FROM 1 BY 1 UNTIL BV-SUB > BV-COUNT
             PERFORM 40-PRINT-TRUCK
         END-PERFORM

       .

       40-PRINT-TRUCK.

         IF NOT BV-HAS-BUDGET(BV-SUB)
             ADD 1 TO BV-NO-BUDGET-COUNT
         END-IF

         MOVE BV-TRUCK-ID(BV-SUB)   TO BVD-TRUCK-ID
         MOVE BV-ROUTE(BV-SUB)      TO BVD-ROUTE
         MOVE 'MTD'                 TO BVD-PERIOD
         MOVE BV-MTD-ACTUAL(BV-SUB) TO VC-ACTUAL
         MOVE BV-MTD-BUDGET(BV-SUB) TO VC-BUDGET
         PERFORM 45-PRINT-VARIANCE-LINE

         MOVE SPACES                TO BVD-TRUCK-ID
         MOVE SPACES                TO BVD-ROUTE
         MOVE 'YTD'                 TO BVD-PERIOD
         MOVE BV-YTD-ACTUAL(BV-SUB) TO VC-ACTUAL
         MOVE BV-YTD-BUDGET(BV-SUB) TO VC-BUDGET
         PERFORM 45-PRINT-VARIANCE-LINE

         IF VC-BEHIND
             MOVE 'Y' TO BV-BEHIND-SW(BV-SUB)
             ADD 1 TO BV-BEHIND-COUNT
         END-IF

         PERFORM 41-ACCUMULATE-ROUTE

         ADD BV-MTD-ACTUAL(BV-SUB) TO FT-MTD-ACTUAL
         ADD BV-MTD-BUDGET(BV-SUB) TO FT-MTD-BUDGET
         ADD BV-YTD-ACTUAL(BV-SUB) TO FT-YTD-ACTUAL
         ADD BV-YTD-BUDGET(BV-SUB) TO FT-YTD-BUDGET

       .

       41-ACCUMULATE-ROUTE.

         MOVE 'N' TO RT-FOUND-SW

         PERFORM VARYING RT-SUB FROM 1 BY 1
                 UNTIL RT-SUB > RT-COUNT OR RT-FOUND
             IF BV-ROUTE(BV-SUB) = RT-ROUTE(RT-SUB)
                 MOVE 'Y' TO RT-FOUND-SW
             END-IF
         END-PERFORM

         IF RT-FOUND
             SUBTRACT 1 FROM RT-SUB
         ELSE
             IF RT-COUNT < 20
                 ADD 1 TO RT-COUNT
                 MOVE RT-COUNT         TO RT-SUB
                 MOVE BV-ROUTE(BV-SUB) TO RT-ROUTE(RT-SUB)
                 MOVE 0 TO RT-MTD-ACTUAL(RT-SUB)
                 MOVE 0 TO RT-MTD-BUDGET(RT-SUB)
                 MOVE 0 TO RT-YTD-ACTUAL(RT-SUB)
                 MOVE 0 TO RT-YTD-BUDGET(RT-SUB)
                 MOVE 'Y' TO RT-FOUND-SW
             ELSE
                 DISPLAY 'BUDVAR ABORT - MORE THAN 20 ROUTES'
                 MOVE 'MORE THAN 20 ROUTES' TO RL-MESSAGE
                 PERFORM 12B-ABORT-RUN
             END-IF
         END-IF

         IF RT-FOUND
             ADD BV-MTD-ACTUAL(BV-SUB) TO RT-MTD-ACTUAL(RT-SUB)
             ADD BV-MTD-BUDGET(BV-SUB) TO RT-MTD-BUDGET(RT-SUB)
             ADD BV-YTD-ACTUAL(BV-SUB) TO RT-YTD-ACTUAL(RT-SUB)
             ADD BV-YTD-BUDGET(BV-SUB) TO RT-YTD-BUDGET(RT-SUB)
         END-IF

       .

       45-PRINT-VARIANCE-LINE.

         MOVE 'N' TO VC-BEHIND-SW

         COMPUTE VC-VARIANCE = VC-ACTUAL - VC-BUDGET

         MOVE VC-ACTUAL   TO BVD-ACTUAL
         MOVE VC-BUDGET   TO BVD-BUDGET
         MOVE VC-VARIANCE TO BVD-VARIANCE
         MOVE SPACES      TO BVD-FLAG

         IF VC-BUDGET = 0
             MOVE SPACES TO BVD-PERCENT-X
         ELSE
             COMPUTE VC-PERCENT ROUNDED =
                 VC-VARIANCE * 100 / VC-BUDGET
                 ON SIZE ERROR
                     IF VC-VARIANCE < 0
                         MOVE -999.9 TO VC-PERCENT
                     ELSE
                         MOVE 999.9  TO VC-PERCENT
                     END-IF
             END-COMPUTE
             MOVE VC-PERCENT TO BVD-PERCENT
             IF VC-PERCENT < 0
                 AND (0 - VC-PERCENT) > BV-TOLERANCE
                 MOVE 'Y'      TO VC-BEHIND-SW
                 MOVE 'BEHIND' TO BVD-FLAG
             END-IF
         END-IF

         WRITE VARIANCE-REPORT-LINE FROM BV-DETAIL-LINE
             AFTER ADVANCING 1 LINE

       .

       50-PRINT-ROUTE-VARIANCE.

         MOVE 'ROUTE TOTALS' TO BVS-TITLE

         WRITE VARIANCE-REPORT-LINE FROM BV-SECTION-HEADING
             AFTER ADVANCING 3 LINES

         WRITE VARIANCE-REPORT-LINE FROM BV-COLUMN-HEADING
             AFTER ADVANCING 2 LINES

         PERFORM VARYING RT-SUB FROM 1 BY 1 UNTIL RT-SUB > RT-COUNT
             MOVE SPACES                TO BVD-TRUCK-ID
             MOVE RT-ROUTE(RT-SUB)      TO BVD-ROUTE
             MOVE 'MTD'                 TO BVD-PERIOD
             MOVE RT-MTD-ACTUAL(RT-SUB) TO VC-ACTUAL
             MOVE RT-MTD-BUDGET(RT-SUB) TO VC-BUDGET
             PERFORM 45-PRINT-VARIANCE-LINE
             MOVE SPACES                TO BVD-ROUTE
             MOVE 'YTD'                 TO BVD-PERIOD
             MOVE RT-YTD-ACTUAL(RT-SUB) TO VC-ACTUAL
             MOVE RT-YTD-BUDGET(RT-SUB) TO VC-BUDGET
             PERFORM 45-PRINT-VARIANCE-LINE
         END-PERFORM

         MOVE SPACES        TO BVD-TRUCK-ID
         MOVE 'FLEET'       TO BVD-ROUTE
         MOVE 'MTD'         TO BVD-PERIOD
         MOVE FT-MTD-ACTUAL TO VC-ACTUAL
         MOVE FT-MTD-BUDGET TO VC-BUDGET

         MOVE SPACES TO VARIANCE-REPORT-LINE
         WRITE VARIANCE-REPORT-LINE
             AFTER ADVANCING 1 LINE

         PERFORM 45-PRINT-VARIANCE-LINE

         MOVE SPACES        TO BVD-ROUTE
         MOVE 'YTD'         TO BVD-PERIOD
         MOVE FT-YTD-ACTUAL TO VC-ACTUAL
         MOVE FT-YTD-BUDGET TO VC-BUDGET
         PERFORM 45-PRINT-VARIANCE-LINE

       .

       55-FINAL-ROUTINE.

         PERFORM 60-PRINT-BEHIND-LIST

         MOVE 'TRUCKS REPORTED:        ' TO BVS-LABEL
         MOVE BV-COUNT                   TO BVS-COUNT
         WRITE VARIANCE-REPORT-LINE FROM BV-SUMMARY-LINE
             AFTER ADVANCING 3 LINES

         MOVE 'TRUCKS WITH NO BUDGET:  ' TO BVS-LABEL
         MOVE BV-NO-BUDGET-COUNT         TO BVS-COUNT
         WRITE VARIANCE-REPORT-LINE FROM BV-SUMMARY-LINE
             AFTER ADVANCING 1 LINE

         MOVE 'TRUCKS BEHIND BUDGET:   ' TO BVS-LABEL
         MOVE BV-BEHIND-COUNT            TO BVS-COUNT
         WRITE VARIANCE-REPORT-LINE FROM BV-SUMMARY-LINE
             AFTER ADVANCING 1 LINE

         IF BM-BUDGET-OPEN
             CLOSE BUDGET-MASTER
         END-IF

         CLOSE YTD-MASTER
               TRUCK-MASTER
               BUDGET-VARIANCE-REPORT

         PERFORM 12C-SET-RUN-COUNTS
         PERFORM 12-LOG-RUN-END

         STOP RUN

       .

       60-PRINT-BEHIND-LIST.

         MOVE 'TRUCKS BEHIND YEAR-TO-DATE BUDGET BEYOND TOLERANCE'
             TO BVS-TITLE

         WRITE VARIANCE-REPORT-LINE FROM BV-SECTION-HEADING
             AFTER ADVANCING 3 LINES

         IF BV-BEHIND-COUNT = 0
             WRITE VARIANCE-REPORT-LINE FROM BV-NONE-LINE
                 AFTER ADVANCING 2 LINES
         ELSE
             WRITE VARIANCE-REPORT-LINE FROM BV-COLUMN-HEADING
                 AFTER ADVANCING 2 LINES
             PERFORM VARYING BV-SUB FROM 1 BY 1
                     UNTIL BV-SUB > BV-COUNT
                 IF BV-BEHIND(BV-SUB)
                     MOVE BV-TRUCK-ID(BV-SUB)   TO BVD-TRUCK-ID
                     MOVE BV-ROUTE(BV-SUB)      TO BVD-ROUTE
                     MOVE 'YTD'                 TO BVD-PERIOD
                     MOVE BV-YTD-ACTUAL(BV-SUB) TO VC-ACTUAL
                     MOVE BV-YTD-BUDGET(BV-SUB) TO VC-BUDGET
                     PERFORM 45-PRINT-VARIANCE-LINE
                 END-IF
             END-PERFORM
         END-IF

       .
