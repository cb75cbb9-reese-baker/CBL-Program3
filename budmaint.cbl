       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BUDMAINT.
       AUTHOR.        REESE BAKER.
      ******************************************************************
      * This program loads the revenue budget that management sets
      * each spring.  The Budget Master holds one record per truck
      * per fiscal year with a revenue target for each of the twelve
      * fiscal months.  A target can be set month by month, or an
      * annual target can be spread evenly over the year with any
      * odd cents going to the last month.  BUDVAR measures the
      * actual revenue on the Year-To-Date master against these
      * targets, and YTDCLOSE carries the budget year forward.
      *
      ***INPUT: The Budget Transaction file (BUDGET-TRANS.TXT) holds
      * one record per target: truck ID, fiscal year, fiscal month
      * (01-12, or 00 for an annual target to be spread) and the
      * amount.  The Truck Master (TRUCK-MASTER.IDX) is read to make
      * sure every budgeted truck exists.  The run parameter card
      * (RUN-PARAMETERS.TXT) may carry a processing-date override.
      *
      ***OUTPUT: The Budget Master (BUDGET-MASTER.IDX) is updated in
      * place, and a Budget Audit Report lists every transaction with
      * the old and new target and the reason for any rejection.
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

           SELECT BUDGET-TRANS
             ASSIGN TO 'BUDGET-TRANS.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS BT-FILE-STATUS.

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

           SELECT BUDGET-AUDIT-REPORT
             ASSIGN TO 'BUDGET-AUDIT-REPORT.TXT'
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

       FD BUDGET-TRANS
         RECORD CONTAINS 19 CHARACTERS.

      *

       01 BUDGET-TRANS-RECORD.
          05 BT-TRUCK-ID                       PIC X(4).
          05 BT-FISCAL-YEAR                    PIC X(4).
          05 BT-FISCAL-YEAR-N  REDEFINES
             BT-FISCAL-YEAR                    PIC 9(4).
          05 BT-FISCAL-MONTH                   PIC X(2).
          05 BT-FISCAL-MONTH-N  REDEFINES
             BT-FISCAL-MONTH                   PIC 9(2).
             88 BT-ANNUAL-TARGET               VALUE 0.
          05 BT-AMOUNT                         PIC X(9).
          05 BT-AMOUNT-N  REDEFINES
             BT-AMOUNT                         PIC 9(7)V99.

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

      *

       FD BUDGET-AUDIT-REPORT
         RECORD CONTAINS 80 CHARACTERS.

      *

       01 AUDIT-REPORT-LINE                    PIC X(80).

      *

       FD RUN-LOG
         RECORD CONTAINS 104 CHARACTERS.

      *

       01 RUN-LOG-RECORD                       PIC X(104).

      *

       WORKING-STORAGE SECTION.

      *

       01 FLAGS-N-SWITCHES.
          05 BT-FILE-STATUS                    PIC X(2) VALUE SPACES.
          05 BT-EOF-FLAG                       PIC X VALUE 'N'.
             88 BT-NO-MORE-DATA                      VALUE 'Y'.
          05 BM-FILE-STATUS                    PIC X(2) VALUE SPACES.
          05 BM-FOUND-SW                       PIC X VALUE 'N'.
             88 BM-FOUND                             VALUE 'Y'.
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
      * BUDGET WORK FIELDS
      *----------------------------------------------------------------

       01 BUDGET-FIELDS.
          05 BX-REJECT-REASON                  PIC X(20) VALUE SPACES.
          05 BX-SUB                            PIC 9(2) VALUE 0.
          05 BX-MONTH-SHARE                    PIC 9(7)V99 VALUE 0.
          05 BX-ANNUAL-TOTAL                   PIC 9(9)V99 VALUE 0.

      *----------------------------------------------------------------
      * AUDIT COUNTS
      *----------------------------------------------------------------

       01 AUDIT-COUNTS.
          05 AC-READ-COUNT                     PIC 9(5) VALUE 0.
          05 AC-MONTHS-SET-COUNT               PIC 9(5) VALUE 0.
          05 AC-YEARS-SPREAD-COUNT             PIC 9(5) VALUE 0.
          05 AC-YEARS-ADDED-COUNT              PIC 9(5) VALUE 0.
          05 AC-REJECTED-COUNT                 PIC 9(5) VALUE 0.

      *----------------------------------------------------------------
      * BUDGET AUDIT REPORT LAYOUTS
      *----------------------------------------------------------------

       01 AUDIT-HEADING-ONE.
          05 AH1-DATE.
             10 AH1-MONTH                      PIC Z9.
             10 FILLER                         PIC X VALUE '/'.
             10 AH1-DAY                        PIC 99.
             10 FILLER                         PIC X VALUE '/'.
             10 AH1-YEAR                       PIC 9999.
          05 FILLER                            PIC X(22) VALUE SPACES.
          05 FILLER                            PIC X(13) VALUE
                                                 'ROLLING PIZZA'.
          05 FILLER                            PIC X(32) VALUE SPACES.

      *

       01 AUDIT-HEADING-TWO.
          05 FILLER                            PIC X(27) VALUE SPACES.
          05 FILLER                            PIC X(26) VALUE
                                         'REVENUE BUDGET AUDIT LIST'.
          05 FILLER                            PIC X(27) VALUE SPACES.

      *

       01 AUDIT-HEADING-THREE.
          05 FILLER                            PIC X(2) VALUE SPACES.
          05 FILLER                            PIC X(4) VALUE 'TRCK'.
          05 FILLER                            PIC X(2) VALUE SPACES.
          05 FILLER                            PIC X(4) VALUE 'YEAR'.
          05 FILLER                            PIC X(2) VALUE SPACES.
          05 FILLER                            PIC X(2) VALUE 'MO'.
          05 FILLER                            PIC X(2) VALUE SPACES.
          05 FILLER                            PIC X(12) VALUE
                                                         'ACTION'.
          05 FILLER                            PIC X(1) VALUE SPACES.
          05 FILLER                            PIC X(13) VALUE
                                                  '   OLD TARGET'.
          05 FILLER                            PIC X(1) VALUE SPACES.
          05 FILLER                            PIC X(13) VALUE
                                                  '   NEW TARGET'.
          05 FILLER                            PIC X(2) VALUE SPACES.
          05 FILLER                            PIC X(20) VALUE
                                                 'REASON'.

      *

       01 AUDIT-DETAIL-LINE.
          05 FILLER                            PIC X(2) VALUE SPACES.
          05 AD-TRUCK-ID                       PIC X(4).
          05 FILLER                            PIC X(2) VALUE SPACES.
          05 AD-FISCAL-YEAR                    PIC X(4).
          05 FILLER                            PIC X(2) VALUE SPACES.
          05 AD-FISCAL-MONTH                   PIC X(2).
          05 FILLER                            PIC X(2) VALUE SPACES.
          05 AD-ACTION                         PIC X(12).
          05 FILLER                            PIC X(1) VALUE SPACES.
          05 AD-OLD-TARGET                     PIC ZZ,ZZZ,ZZ9.99.
          05 FILLER                            PIC X(1) VALUE SPACES.
          05 AD-NEW-TARGET                     PIC ZZ,ZZZ,ZZ9.99.
          05 FILLER                            PIC X(2) VALUE SPACES.
          05 AD-REASON                         PIC X(20).

      *

       01 AUDIT-SUMMARY-LINE.
          05 FILLER                            PIC X(3) VALUE SPACES.
          05 AS-LABEL                          PIC X(22).
          05 AS-COUNT                          PIC ZZ,ZZ9.
          05 FILLER                            PIC X(49) VALUE SPACES.

      *----------------------------------------------------------------
      * JOB STEP RUN LOG
      *----------------------------------------------------------------

       01 RUN-LOG-FIELDS.
          05 RL-FILE-STATUS                    PIC X(2) VALUE SPACES.
          05 RL-PROGRAM-NAME                   PIC X(8)
                                               VALUE 'BUDMAINT'.
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

       10-MAINTAIN-BUDGETS.
         PERFORM 15-HSKPING-ROUTINE
         PERFORM 20-PROCESS-TRANSACTIONS
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
             DISPLAY 'BUDMAINT WARNING - CANNOT OPEN RUN-LOG.TXT'
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

         MOVE AC-READ-COUNT TO RL-IN-COUNT
         COMPUTE RL-OUT-COUNT = AC-MONTHS-SET-COUNT
                              + AC-YEARS-SPREAD-COUNT
         MOVE AC-REJECTED-COUNT TO RL-REJECT-COUNT

       .

       13-READ-RUN-PARAMETERS.

         OPEN INPUT PARAMETER-FILE

         IF PM-FILE-STATUS = '35'
             CONTINUE
         ELSE
             IF PM-FILE-STATUS NOT = '00'
                 DISPLAY 'BUDMAINT ABORT - CANNOT OPEN '
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
             END-READ
             CLOSE PARAMETER-FILE
         END-IF

       .

       15-HSKPING-ROUTINE.

         ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD

         PERFORM 13-READ-RUN-PARAMETERS

         MOVE WS-ACCEPT-MONTH TO WS-MONTH
         MOVE WS-ACCEPT-DAY   TO WS-DAY
         MOVE WS-ACCEPT-YEAR  TO WS-YEAR

         PERFORM 11-LOG-RUN-START

         OPEN I-O BUDGET-MASTER

         IF BM-FILE-STATUS = '35'
             OPEN OUTPUT BUDGET-MASTER
             CLOSE BUDGET-MASTER
             OPEN I-O BUDGET-MASTER
         END-IF

         IF BM-FILE-STATUS NOT = '00'
             DISPLAY 'BUDMAINT ABORT - CANNOT OPEN '
                     'BUDGET-MASTER.IDX - FILE STATUS '
                     BM-FILE-STATUS
             MOVE 'CANNOT OPEN BUDGET-MASTER.IDX' TO RL-MESSAGE
             PERFORM 12B-ABORT-RUN
         END-IF

         OPEN INPUT TRUCK-MASTER

         IF TM-FILE-STATUS NOT = '00'
             DISPLAY 'BUDMAINT ABORT - CANNOT OPEN TRUCK-MASTER.IDX'
                     ' - FILE STATUS ' TM-FILE-STATUS
             MOVE 'CANNOT OPEN TRUCK-MASTER.IDX' TO RL-MESSAGE
             PERFORM 12B-ABORT-RUN
         END-IF

         OPEN INPUT BUDGET-TRANS

         IF BT-FILE-STATUS = '35'
             MOVE 'Y' TO BT-EOF-FLAG
         ELSE
             IF BT-FILE-STATUS NOT = '00'
                 DISPLAY 'BUDMAINT ABORT - CANNOT OPEN '
                         'BUDGET-TRANS.TXT - FILE STATUS '
                         BT-FILE-STATUS
                 MOVE 'CANNOT OPEN BUDGET-TRANS.TXT' TO RL-MESSAGE
                 PERFORM 12B-ABORT-RUN
             END-IF
         END-IF

         OPEN OUTPUT BUDGET-AUDIT-REPORT

         MOVE WS-MONTH TO AH1-MONTH
         MOVE WS-DAY   TO AH1-DAY
         MOVE WS-YEAR  TO AH1-YEAR

         WRITE AUDIT-REPORT-LINE FROM AUDIT-HEADING-ONE

         WRITE AUDIT-REPORT-LINE FROM AUDIT-HEADING-TWO
             AFTER ADVANCING 2 LINES

         WRITE AUDIT-REPORT-LINE FROM AUDIT-HEADING-THREE
             AFTER ADVANCING 2 LINES

       .

       20-PROCESS-TRANSACTIONS.

         PERFORM UNTIL BT-NO-MORE-DATA
             READ BUDGET-TRANS
                 AT END
                     MOVE 'Y' TO BT-EOF-FLAG
                 NOT AT END
                     ADD 1 TO AC-READ-COUNT
                     PERFORM 40-PROCESS-TRANS-RECORD
             END-READ
         END-PERFORM

         IF BT-FILE-STATUS NOT = '35'
             CLOSE BUDGET-TRANS
         END-IF

       .

       40-PROCESS-TRANS-RECORD.

         MOVE SPACES          TO BX-REJECT-REASON
         MOVE BT-TRUCK-ID     TO AD-TRUCK-ID
         MOVE BT-FISCAL-YEAR  TO AD-FISCAL-YEAR
         MOVE BT-FISCAL-MONTH TO AD-FISCAL-MONTH
         MOVE 0               TO AD-OLD-TARGET
         MOVE 0               TO AD-NEW-TARGET

         PERFORM 41-EDIT-TRANSACTION

         IF BX-REJECT-REASON NOT = SPACES
             PERFORM 45-REJECT-TRANSACTION
         ELSE
             PERFORM 42-APPLY-BUDGET
         END-IF

       .

       41-EDIT-TRANSACTION.

         EVALUATE TRUE
             WHEN BT-FISCAL-YEAR NOT NUMERIC
               OR BT-FISCAL-YEAR-N = 0
                 MOVE 'BAD FISCAL YEAR'   TO BX-REJECT-REASON
             WHEN BT-FISCAL-MONTH NOT NUMERIC
               OR BT-FISCAL-MONTH-N > 12
                 MOVE 'BAD FISCAL MONTH'  TO BX-REJECT-REASON
             WHEN BT-AMOUNT NOT NUMERIC
                 MOVE 'BAD AMOUNT'        TO BX-REJECT-REASON
             WHEN OTHER
                 MOVE BT-TRUCK-ID TO TM-REC-TRUCK-ID
                 READ TRUCK-MASTER
                     INVALID KEY
                         MOVE 'TRUCK NOT ON MASTER'
                             TO BX-REJECT-REASON
                 END-READ
         END-EVALUATE

       .

       42-APPLY-BUDGET.

         MOVE BT-TRUCK-ID      TO BM-REC-TRUCK-ID
         MOVE BT-FISCAL-YEAR-N TO BM-REC-FISCAL-YEAR

         READ BUDGET-MASTER
             INVALID KEY
                 MOVE 'N' TO BM-FOUND-SW
             NOT INVALID KEY
                 MOVE 'Y' TO BM-FOUND-SW
         END-READ

         IF BM-FOUND
             MOVE SPACES TO AD-REASON
         ELSE
             PERFORM 43-BUILD-NEW-BUDGET
             MOVE 'NEW BUDGET YEAR' TO AD-REASON
             ADD 1 TO AC-YEARS-ADDED-COUNT
         END-IF

         IF BT-ANNUAL-TARGET
             MOVE 'YR' TO AD-FISCAL-MONTH
             PERFORM 46-TOTAL-BUDGET-YEAR
             MOVE BX-ANNUAL-TOTAL TO AD-OLD-TARGET
             PERFORM 44-SPREAD-ANNUAL-TARGET
             MOVE BT-AMOUNT-N     TO AD-NEW-TARGET
             MOVE 'YEAR SPREAD'   TO AD-ACTION
             ADD 1 TO AC-YEARS-SPREAD-COUNT
         ELSE
             MOVE BM-REC-MONTH-BUDGET(BT-FISCAL-MONTH-N)
                 TO AD-OLD-TARGET
             MOVE BT-AMOUNT-N
                 TO BM-REC-MONTH-BUDGET(BT-FISCAL-MONTH-N)
             MOVE BT-AMOUNT-N     TO AD-NEW-TARGET
             MOVE 'MONTH SET'     TO AD-ACTION
             ADD 1 TO AC-MONTHS-SET-COUNT
         END-IF

         MOVE 'L'            TO BM-REC-SOURCE
         MOVE WS-ACCEPT-DATE TO BM-REC-LAST-UPDATED

         IF BM-FOUND
             REWRITE BUDGET-MASTER-RECORD
         ELSE
             WRITE BUDGET-MASTER-RECORD
         END-IF

         IF BM-FILE-STATUS NOT = '00'
             DISPLAY 'BUDMAINT ABORT - CANNOT UPDATE '
                     'BUDGET-MASTER.IDX - FILE STATUS '
                     BM-FILE-STATUS
             MOVE 'CANNOT UPDATE BUDGET-MASTER.IDX' TO RL-MESSAGE
             PERFORM 12B-ABORT-RUN
         END-IF

         WRITE AUDIT-REPORT-LINE FROM AUDIT-DETAIL-LINE
             AFTER ADVANCING 1 LINE

       .

       43-BUILD-NEW-BUDGET.

         MOVE BT-TRUCK-ID      TO BM-REC-TRUCK-ID
         MOVE BT-FISCAL-YEAR-N TO BM-REC-FISCAL-YEAR

         PERFORM VARYING BX-SUB FROM 1 BY 1 UNTIL BX-SUB > 12
             MOVE 0 TO BM-REC-MONTH-BUDGET(BX-SUB)
         END-PERFORM

       .

       44-SPREAD-ANNUAL-TARGET.

         DIVIDE BT-AMOUNT-N BY 12 GIVING BX-MONTH-SHARE

         PERFORM VARYING BX-SUB FROM 1 BY 1 UNTIL BX-SUB > 11
             MOVE BX-MONTH-SHARE TO BM-REC-MONTH-BUDGET(BX-SUB)
         END-PERFORM

         COMPUTE BM-REC-MONTH-BUDGET(12) =
             BT-AMOUNT-N - (BX-MONTH-SHARE * 11)

       .

       45-REJECT-TRANSACTION.

         MOVE 'REJECTED'       TO AD-ACTION
         MOVE BX-REJECT-REASON TO AD-REASON
         ADD 1 TO AC-REJECTED-COUNT

         WRITE AUDIT-REPORT-LINE FROM AUDIT-DETAIL-LINE
             AFTER ADVANCING 1 LINE

       .

       46-TOTAL-BUDGET-YEAR.

         MOVE 0 TO BX-ANNUAL-TOTAL

         PERFORM VARYING BX-SUB FROM 1 BY 1 UNTIL BX-SUB > 12
             ADD BM-REC-MONTH-BUDGET(BX-SUB) TO BX-ANNUAL-TOTAL
         END-PERFORM

       .

       55-FINAL-ROUTINE.

         MOVE 'TRANSACTIONS READ:    ' TO AS-LABEL
         MOVE AC-READ-COUNT          TO AS-COUNT
         WRITE AUDIT-REPORT-LINE FROM AUDIT-SUMMARY-LINE
             AFTER ADVANCING 3 LINES

         MOVE 'MONTH TARGETS SET:    ' TO AS-LABEL
         MOVE AC-MONTHS-SET-COUNT    TO AS-COUNT
         WRITE AUDIT-REPORT-LINE FROM AUDIT-SUMMARY-LINE
             AFTER ADVANCING 1 LINE

         MOVE 'ANNUAL TARGETS SPREAD:' TO AS-LABEL
         MOVE AC-YEARS-SPREAD-COUNT  TO AS-COUNT
         WRITE AUDIT-REPORT-LINE FROM AUDIT-SUMMARY-LINE
             AFTER ADVANCING 1 LINE

         MOVE 'BUDGET YEARS ADDED:   ' TO AS-LABEL
         MOVE AC-YEARS-ADDED-COUNT   TO AS-COUNT
         WRITE AUDIT-REPORT-LINE FROM AUDIT-SUMMARY-LINE
             AFTER ADVANCING 1 LINE

         MOVE 'TRANSACTIONS REJECTED:' TO AS-LABEL
         MOVE AC-REJECTED-COUNT      TO AS-COUNT
         WRITE AUDIT-REPORT-LINE FROM AUDIT-SUMMARY-LINE
             AFTER ADVANCING 1 LINE

         CLOSE BUDGET-MASTER
               TRUCK-MASTER
               BUDGET-AUDIT-REPORT

         PERFORM 12C-SET-RUN-COUNTS
         IF RL-REJECT-COUNT > 0
             MOVE 4 TO RL-RETURN-CODE
         END-IF
         PERFORM 12-LOG-RUN-END

         STOP RUN

       .
