       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SALESPAT.
       AUTHOR.        REESE BAKER.
      ******************************************************************
      * This program shows how each treat sells on each day of the
      * week so dispatch can decide how heavily to load every truck
      * on a Friday against a Monday.  For every treat size on every
      * truck it averages the units sold and the revenue taken in on
      * each day of the week over a requested range of sales dates,
      * and names the best and worst day of the week.  Each truck is
      * totalled the same way with its best and worst single sales
      * date in the range, and the fleet is totalled at the end.
      *
      ***INPUT: The Sales Pattern Range card (SALES-PATTERN-RANGE.TXT)
      * gives the first and last sales date to report.  The Treat
      * Sales History file (TREAT-SALES-HISTORY.TXT) is appended by
      * PROGRAM3 each night with one record per truck and treat
      * holding the units sold, the stock and the revenue.  The
      * history is sorted by sales date, truck and treat, keeping the
      * order it was written in, so that when a night is run twice
      * the later record for a truck, treat and sales date replaces
      * the earlier one however many nights apart the runs were.  The
      * run parameter card (RUN-PARAMETERS.TXT) may carry a
      * processing-date override.
      *
      ***OUTPUT: The Sales Pattern report (SALES-PATTERN-REPORT.TXT)
      * lists, truck by truck, the average units and revenue for each
      * treat by day of week with its best and worst day, the truck
      * total, and the fleet total.
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

           SELECT SALES-RANGE-FILE
             ASSIGN TO 'SALES-PATTERN-RANGE.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SR-FILE-STATUS.

      *

           SELECT TREAT-SALES-HISTORY
             ASSIGN TO 'TREAT-SALES-HISTORY.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SH-FILE-STATUS.

      *

           SELECT SORT-WORK
             ASSIGN TO 'SALES-HISTORY-SORT.TMP'.

      *

           SELECT PARAMETER-FILE
             ASSIGN TO 'RUN-PARAMETERS.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PM-FILE-STATUS.

      *

           SELECT SALES-PATTERN-REPORT
             ASSIGN TO 'SALES-PATTERN-REPORT.TXT'
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

       FD SALES-RANGE-FILE
         RECORD CONTAINS 16 CHARACTERS.

      *

       01 SALES-RANGE-RECORD.
          05 SR-REC-START-DATE                 PIC X(8).
          05 SR-REC-END-DATE                   PIC X(8).

      *

       FD TREAT-SALES-HISTORY
         RECORD CONTAINS 47 CHARACTERS.

      *

       01 TREAT-SALES-HISTORY-RECORD.
          05 SH-REC-SALES-DATE                 PIC 9(8).
          05 SH-REC-SALES-DATE-X  REDEFINES
             SH-REC-SALES-DATE                 PIC X(8).
          05 SH-REC-TRUCK-ID                   PIC X(4).
          05 SH-REC-TREAT-NAME                 PIC X(15).
          05 SH-REC-TREAT-SIZE                 PIC X(1).
          05 SH-REC-UNITS-SOLD                 PIC 9(5).
          05 SH-REC-STOCK                      PIC 9(5).
          05 SH-REC-REVENUE                    PIC 9(7)V99.

      *

       SD SORT-WORK
         RECORD CONTAINS 54 CHARACTERS.

      *

       01 SORT-WORK-RECORD.
          05 SW-HISTORY.
             10 SW-KEY.
                15 SW-SALES-DATE               PIC 9(8).
                15 SW-TRUCK-ID                 PIC X(4).
                15 SW-TREAT-NAME               PIC X(15).
                15 SW-TREAT-SIZE               PIC X(1).
             10 FILLER                         PIC X(19).
          05 SW-INPUT-SEQ                      PIC 9(7).

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

       FD SALES-PATTERN-REPORT
         RECORD CONTAINS 80 CHARACTERS.

      *

       01 PATTERN-REPORT-LINE                  PIC X(80).

      *

       FD RUN-LOG
         RECORD CONTAINS 104 CHARACTERS.

      *

       01 RUN-LOG-RECORD                       PIC X(104).

      *

       WORKING-STORAGE SECTION.

      *

       01 FLAGS-N-SWITCHES.
          05 SR-FILE-STATUS                    PIC X(2) VALUE SPACES.
          05 SH-FILE-STATUS                    PIC X(2) VALUE SPACES.
          05 SH-EOF-FLAG                       PIC X VALUE 'N'.
             88 SH-NO-MORE-DATA                      VALUE 'Y'.
          05 PM-FILE-STATUS                    PIC X(2) VALUE SPACES.
          05 SW-EOF-FLAG                       PIC X VALUE 'N'.
             88 SW-NO-MORE-DATA                      VALUE 'Y'.
          05 SW-HOLD-SW                        PIC X VALUE 'N'.
             88 SW-HOLDING                           VALUE 'Y'.

      *----------------------------------------------------------------
      * LAST SORTED HISTORY RECORD READ, HELD UNTIL THE NEXT ONE SHOWS
      * WHETHER A LATER RUN OF THE SAME NIGHT REPLACES IT
      *----------------------------------------------------------------

       01 SORT-HOLD-FIELDS.
          05 SW-HOLD-KEY                       PIC X(28) VALUE SPACES.
          05 SW-HOLD-RECORD                    PIC X(47) VALUE SPACES.

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
      * SALES DATES BEING REPORTED
      *----------------------------------------------------------------

       01 RANGE-FIELDS.
          05 SR-START-DATE                     PIC 9(8) VALUE 0.
          05 SR-START-DATE-R REDEFINES SR-START-DATE.
             10 SR-START-YEAR                  PIC 9(4).
             10 SR-START-MONTH                 PIC 9(2).
             10 SR-START-DAY                   PIC 9(2).
          05 SR-END-DATE                       PIC 9(8) VALUE 0.
          05 SR-END-DATE-R REDEFINES SR-END-DATE.
             10 SR-END-YEAR                    PIC 9(4).
             10 SR-END-MONTH                   PIC 9(2).
             10 SR-END-DAY                     PIC 9(2).

      *----------------------------------------------------------------
      * DAY NUMBER WORK FIELDS (DAYS SINCE A FIXED EPOCH, SO THAT
      * THE DAY OF THE WEEK CAN BE FOUND FOR ANY SALES DATE)
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
          05 DN-WEEKS                          PIC 9(7) VALUE 0.
          05 DN-WEEKDAY                        PIC 9(1) VALUE 0.

      *

       01 DAY-NAME-VALUES                      PIC X(21) VALUE
                                               'MONTUEWEDTHUFRISATSUN'.
       01 DAY-NAME-TABLE  REDEFINES DAY-NAME-VALUES.
          05 DAY-NAME OCCURS 7 TIMES           PIC X(3).

      *----------------------------------------------------------------
      * TREAT LINES - ONE PER TREAT SIZE PER TRUCK, WITH THE UNITS,
      * REVENUE AND NUMBER OF SALES DAYS FOR EACH DAY OF THE WEEK
      *----------------------------------------------------------------

       01 SP-TABLE-FLAGS.
          05 SP-COUNT                          PIC 9(3) VALUE 0.
          05 SP-SUB                            PIC 9(3) VALUE 0.
          05 SP-FOUND-SW                       PIC X VALUE 'N'.
             88 SP-FOUND                             VALUE 'Y'.
          05 SP-WD                             PIC 9(1) VALUE 0.

      *

       01 SP-TABLE.
          05 SP-ENTRY OCCURS 450 TIMES.
             10 SP-TRUCK-ID                    PIC X(4).
             10 SP-TREAT-NAME                  PIC X(15).
             10 SP-TREAT-SIZE                  PIC X(1).
             10 SP-WEEK.
                15 SP-DAY OCCURS 7 TIMES.
                   20 SP-DAYS                  PIC 9(5).
                   20 SP-UNITS                 PIC 9(7).
                   20 SP-REVENUE               PIC 9(9)V99.

      *----------------------------------------------------------------
      * TRUCK AND FLEET TOTALS
      *----------------------------------------------------------------

       01 TRUCK-TABLE-FLAGS.
          05 TK-COUNT                          PIC 9(3) VALUE 0.
          05 TK-SUB                            PIC 9(3) VALUE 0.
          05 TK-FOUND-SW                       PIC X VALUE 'N'.
             88 TK-FOUND                             VALUE 'Y'.

      *

       01 TRUCK-TABLE.
          05 TK-ENTRY OCCURS 100 TIMES.
             10 TK-TRUCK-ID                    PIC X(4).
             10 TK-LAST-DATE                   PIC 9(8).
             10 TK-CUR-REVENUE                 PIC 9(9)V99.
             10 TK-BEST-DATE                   PIC 9(8).
             10 TK-BEST-REVENUE                PIC 9(9)V99.
             10 TK-WORST-DATE                  PIC 9(8).
             10 TK-WORST-REVENUE               PIC 9(9)V99.
             10 TK-WEEK.
                15 TK-DAY OCCURS 7 TIMES.
                   20 TK-DAYS                  PIC 9(5).
                   20 TK-UNITS                 PIC 9(7).
                   20 TK-REVENUE               PIC 9(9)V99.

      *

       01 FLEET-TOTALS.
          05 FT-LAST-DATE                      PIC 9(8) VALUE 0.
          05 FT-WEEK.
             10 FT-DAY OCCURS 7 TIMES.
                15 FT-DAYS                     PIC 9(5).
                15 FT-UNITS                    PIC 9(7).
                15 FT-REVENUE                  PIC 9(9)V99.

      *----------------------------------------------------------------
      * AVERAGING WORK FIELDS - ONE WEEK IS MOVED IN FROM A TREAT,
      * TRUCK OR FLEET ENTRY AND AVERAGED FOR PRINTING
      *----------------------------------------------------------------

       01 WK-WEEK.
          05 WK-DAY OCCURS 7 TIMES.
             10 WK-DAYS                        PIC 9(5).
             10 WK-UNITS                       PIC 9(7).
             10 WK-REVENUE                     PIC 9(9)V99.

      *

       01 AVERAGE-FIELDS.
          05 WK-SUB                            PIC 9(1) VALUE 0.
          05 WK-AVG-UNITS                      PIC 9(5)V9 VALUE 0.
          05 WK-AVG-REVENUE                    PIC 9(5)V99 VALUE 0.
          05 WK-VALUE                          PIC 9(7)V99 VALUE 0.
          05 WK-BEST-SUB                       PIC 9(1) VALUE 0.
          05 WK-BEST-VALUE                     PIC 9(7)V99 VALUE 0.
          05 WK-WORST-SUB                      PIC 9(1) VALUE 0.
          05 WK-WORST-VALUE                    PIC 9(7)V99 VALUE 0.
          05 WK-RANK-SW                        PIC X VALUE 'U'.
             88 WK-RANK-BY-UNITS                     VALUE 'U'.
             88 WK-RANK-BY-REVENUE                   VALUE 'R'.

      *----------------------------------------------------------------
      * RUN COUNTS
      *----------------------------------------------------------------

       01 PATTERN-COUNTS.
          05 PC-RECORDS-READ                   PIC 9(7) VALUE 0.
          05 PC-RECORDS-IN-RANGE               PIC 9(7) VALUE 0.
          05 PC-RECORDS-OUT-OF-RANGE           PIC 9(7) VALUE 0.
          05 PC-RECORDS-REJECTED               PIC 9(7) VALUE 0.
          05 PC-RECORDS-REPLACED               PIC 9(7) VALUE 0.

      *----------------------------------------------------------------
      * SALES PATTERN REPORT LAYOUTS
      *----------------------------------------------------------------

       01 SP-HEADING-ONE.
          05 SP1-DATE.
             10 SP1-MONTH                      PIC Z9.
             10 FILLER                         PIC X VALUE '/'.
             10 SP1-DAY                        PIC 99.
             10 FILLER                         PIC X VALUE '/'.
             10 SP1-YEAR                       PIC 9999.
          05 FILLER                            PIC X(22) VALUE SPACES.
          05 FILLER                            PIC X(13) VALUE
                                                 'ROLLING PIZZA'.
          05 FILLER                            PIC X(32) VALUE SPACES.

      *

       01 SP-HEADING-TWO.
          05 FILLER                            PIC X(27) VALUE SPACES.
          05 FILLER                            PIC X(25) VALUE
                                         'DAY-OF-WEEK SALES PATTERN'.
          05 FILLER                            PIC X(28) VALUE SPACES.

      *

       01 SP-HEADING-THREE.
          05 FILLER                            PIC X(19) VALUE SPACES.
          05 FILLER                            PIC X(12) VALUE
                                                       'SALES DATES '.
          05 SP3-START-MONTH                   PIC Z9.
          05 FILLER                            PIC X VALUE '/'.
          05 SP3-START-DAY                     PIC 99.
          05 FILLER                            PIC X VALUE '/'.
          05 SP3-START-YEAR                    PIC 9999.
          05 FILLER                            PIC X(9) VALUE
                                                         ' THROUGH '.
          05 SP3-END-MONTH                     PIC Z9.
          05 FILLER                            PIC X VALUE '/'.
          05 SP3-END-DAY                       PIC 99.
          05 FILLER                            PIC X VALUE '/'.
          05 SP3-END-YEAR                      PIC 9999.
          05 FILLER                            PIC X(20) VALUE SPACES.

      *

       01 SP-HEADING-FOUR.
          05 FILLER                            PIC X(30) VALUE SPACES.
          05 FILLER                            PIC X(20) VALUE
                                                'AVERAGE PER DAY SOLD'.
          05 FILLER                            PIC X(30) VALUE SPACES.

      *

       01 SP-TRUCK-LINE.
          05 FILLER                            PIC X(2) VALUE SPACES.
          05 FILLER                            PIC X(7) VALUE 'TRUCK: '.
          05 SPT-TRUCK-ID                      PIC X(4).
          05 FILLER                            PIC X(67) VALUE SPACES.

      *

       01 SP-COLUMN-LINE.
          05 FILLER                            PIC X(2) VALUE SPACES.
          05 SPC-NAME-HEADING                  PIC X(15).
          05 FILLER                            PIC X(2) VALUE 'SZ'.
          05 FILLER                            PIC X(10) VALUE SPACES.
          05 FILLER                            PIC X(3) VALUE 'MON'.
          05 FILLER                            PIC X(5) VALUE SPACES.
          05 FILLER                            PIC X(3) VALUE 'TUE'.
          05 FILLER                            PIC X(5) VALUE SPACES.
          05 FILLER                            PIC X(3) VALUE 'WED'.
          05 FILLER                            PIC X(5) VALUE SPACES.
          05 FILLER                            PIC X(3) VALUE 'THU'.
          05 FILLER                            PIC X(5) VALUE SPACES.
          05 FILLER                            PIC X(3) VALUE 'FRI'.
          05 FILLER                            PIC X(5) VALUE SPACES.
          05 FILLER                            PIC X(3) VALUE 'SAT'.
          05 FILLER                            PIC X(5) VALUE SPACES.
          05 FILLER                            PIC X(3) VALUE 'SUN'.

      *

       01 SP-UNITS-LINE.
          05 FILLER                            PIC X(2) VALUE SPACES.
          05 SPU-NAME                          PIC X(15).
          05 FILLER                            PIC X(1) VALUE SPACES.
          05 SPU-SIZE                          PIC X(1).
          05 FILLER                            PIC X(1) VALUE SPACES.
          05 SPU-LABEL                         PIC X(4).
          05 SPU-CELL OCCURS 7 TIMES.
             10 SPU-AVG                        PIC ZZZZZ9.9.
             10 SPU-AVG-X  REDEFINES
                SPU-AVG                        PIC X(8).

      *

       01 SP-REVENUE-LINE.
          05 FILLER                            PIC X(20) VALUE SPACES.
          05 SPR-LABEL                         PIC X(4).
          05 SPR-CELL OCCURS 7 TIMES.
             10 SPR-AVG                        PIC ZZZZ9.99.
             10 SPR-AVG-X  REDEFINES
                SPR-AVG                        PIC X(8).

      *

       01 SP-DAYS-LINE.
          05 FILLER                            PIC X(20) VALUE SPACES.
          05 FILLER                            PIC X(4) VALUE 'DAYS'.
          05 SPD-CELL OCCURS 7 TIMES.
             10 SPD-DAYS                       PIC ZZZZZZZ9.

      *

       01 SP-BEST-DAY-LINE.
          05 FILLER                            PIC X(24) VALUE SPACES.
          05 FILLER                            PIC X(10) VALUE
                                                         'BEST DAY: '.
          05 SPB-BEST-DAY                      PIC X(3).
          05 FILLER                            PIC X(4) VALUE SPACES.
          05 FILLER                            PIC X(11) VALUE
                                                        'WORST DAY: '.
          05 SPB-WORST-DAY                     PIC X(3).
          05 FILLER                            PIC X(25) VALUE SPACES.

      *

       01 SP-BEST-DATE-LINE.
          05 FILLER                            PIC X(24) VALUE SPACES.
          05 FILLER                            PIC X(11) VALUE
                                                        'BEST DATE: '.
          05 SPX-BEST-MONTH                    PIC Z9.
          05 FILLER                            PIC X VALUE '/'.
          05 SPX-BEST-DAY                      PIC 99.
          05 FILLER                            PIC X VALUE '/'.
          05 SPX-BEST-YEAR                     PIC 9999.
          05 FILLER                            PIC X(1) VALUE SPACES.
          05 SPX-BEST-REVENUE                  PIC ZZZ,ZZ9.99.
          05 FILLER                            PIC X(24) VALUE SPACES.

      *

       01 SP-WORST-DATE-LINE.
          05 FILLER                            PIC X(23) VALUE SPACES.
          05 FILLER                            PIC X(12) VALUE
                                                       'WORST DATE: '.
          05 SPX-WORST-MONTH                   PIC Z9.
          05 FILLER                            PIC X VALUE '/'.
          05 SPX-WORST-DAY                     PIC 99.
          05 FILLER                            PIC X VALUE '/'.
          05 SPX-WORST-YEAR                    PIC 9999.
          05 FILLER                            PIC X(1) VALUE SPACES.
          05 SPX-WORST-REVENUE                 PIC ZZZ,ZZ9.99.
          05 FILLER                            PIC X(24) VALUE SPACES.

      *

       01 SP-SECTION-LINE.
          05 SPS-TITLE                         PIC X(40).
          05 FILLER                            PIC X(40) VALUE SPACES.

      *

       01 SP-NONE-LINE.
          05 FILLER                            PIC X(2) VALUE SPACES.
          05 FILLER                            PIC X(35) VALUE
                                  'NO TREAT SALES HISTORY IN THE RANGE'.
          05 FILLER                            PIC X(43) VALUE SPACES.

      *

       01 SP-SUMMARY-LINE.
          05 FILLER                            PIC X(3) VALUE SPACES.
          05 SSM-LABEL                         PIC X(24).
          05 SSM-COUNT                         PIC Z,ZZZ,ZZ9.
          05 FILLER                            PIC X(44) VALUE SPACES.

      *----------------------------------------------------------------
      * JOB STEP RUN LOG
      *----------------------------------------------------------------

       01 RUN-LOG-FIELDS.
          05 RL-FILE-STATUS                    PIC X(2) VALUE SPACES.
          05 RL-PROGRAM-NAME                   PIC X(8)
                                               VALUE 'SALESPAT'.
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

       10-PRODUCE-PATTERN-REPORT.
         PERFORM 15-HSKPING-ROUTINE
         PERFORM 20-LOAD-SALES-HISTORY
         PERFORM 30-CLOSE-TRUCK-DAYS
         PERFORM 40-PRINT-TRUCK-PATTERNS
         PERFORM 50-PRINT-FLEET-PATTERN
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
             DISPLAY 'SALESPAT WARNING - CANNOT OPEN RUN-LOG.TXT'
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

         MOVE PC-RECORDS-READ     TO RL-IN-COUNT
         MOVE PC-RECORDS-IN-RANGE TO RL-OUT-COUNT
         MOVE PC-RECORDS-REJECTED TO RL-REJECT-COUNT

       .

       13-READ-RUN-PARAMETERS.

         OPEN INPUT PARAMETER-FILE

         IF PM-FILE-STATUS = '35'
             CONTINUE
         ELSE
             IF PM-FILE-STATUS NOT = '00'
                 DISPLAY 'SALESPAT ABORT - CANNOT OPEN '
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

       14-READ-DATE-RANGE.

         OPEN INPUT SALES-RANGE-FILE

         IF SR-FILE-STATUS NOT = '00'
             DISPLAY 'SALESPAT ABORT - CANNOT OPEN '
                     'SALES-PATTERN-RANGE.TXT - FILE STATUS '
                     SR-FILE-STATUS
             MOVE 'CANNOT OPEN SALES-PATTERN-RANGE.TXT' TO RL-MESSAGE
             PERFORM 12B-ABORT-RUN
         END-IF

         READ SALES-RANGE-FILE
             AT END
                 DISPLAY 'SALESPAT ABORT - SALES-PATTERN-RANGE.TXT '
                         'IS EMPTY'
                 MOVE 'SALES-PATTERN-RANGE.TXT IS EMPTY' TO RL-MESSAGE
                 PERFORM 12B-ABORT-RUN
         END-READ

         CLOSE SALES-RANGE-FILE

         IF SR-REC-START-DATE NOT NUMERIC
             OR SR-REC-END-DATE NOT NUMERIC
             OR SR-REC-START-DATE > SR-REC-END-DATE
             DISPLAY 'SALESPAT ABORT - BAD SALES DATE RANGE '
                     SR-REC-START-DATE ' ' SR-REC-END-DATE
             MOVE 'BAD SALES DATE RANGE' TO RL-MESSAGE
             PERFORM 12B-ABORT-RUN
         END-IF

         MOVE SR-REC-START-DATE TO SR-START-DATE
         MOVE SR-REC-END-DATE   TO SR-END-DATE

       .

       15-HSKPING-ROUTINE.

         ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD

         PERFORM 13-READ-RUN-PARAMETERS

         MOVE WS-ACCEPT-MONTH TO WS-MONTH
         MOVE WS-ACCEPT-DAY   TO WS-DAY
         MOVE WS-ACCEPT-YEAR  TO WS-YEAR

         PERFORM 11-LOG-RUN-START

         PERFORM 14-READ-DATE-RANGE

         OPEN OUTPUT SALES-PATTERN-REPORT

         MOVE WS-MONTH TO SP1-MONTH
         MOVE WS-DAY   TO SP1-DAY
         MOVE WS-YEAR  TO SP1-YEAR

         MOVE SR-START-MONTH TO SP3-START-MONTH
         MOVE SR-START-DAY   TO SP3-START-DAY
         MOVE SR-START-YEAR  TO SP3-START-YEAR
         MOVE SR-END-MONTH   TO SP3-END-MONTH
         MOVE SR-END-DAY     TO SP3-END-DAY
         MOVE SR-END-YEAR    TO SP3-END-YEAR

         WRITE PATTERN-REPORT-LINE FROM SP-HEADING-ONE

         WRITE PATTERN-REPORT-LINE FROM SP-HEADING-TWO
             AFTER ADVANCING 2 LINES

         WRITE PATTERN-REPORT-LINE FROM SP-HEADING-THREE
             AFTER ADVANCING 1 LINE

         WRITE PATTERN-REPORT-LINE FROM SP-HEADING-FOUR
             AFTER ADVANCING 1 LINE

         INITIALIZE FT-WEEK

       .

       20-LOAD-SALES-HISTORY.

         SORT SORT-WORK
             ON ASCENDING KEY SW-SALES-DATE
                              SW-TRUCK-ID
                              SW-TREAT-NAME
                              SW-TREAT-SIZE
                              SW-INPUT-SEQ
             INPUT PROCEDURE IS 21-RELEASE-SALES-HISTORY
             OUTPUT PROCEDURE IS 25-RETURN-SALES-HISTORY

         IF SORT-RETURN NOT = 0
             DISPLAY 'SALESPAT ABORT - SORT OF '
                     'TREAT-SALES-HISTORY.TXT FAILED - RETURN CODE '
                     SORT-RETURN
             CLOSE SALES-PATTERN-REPORT
             MOVE 'SORT OF TREAT-SALES-HISTORY.TXT FAILED'
                 TO RL-MESSAGE
             PERFORM 12B-ABORT-RUN
         END-IF

       .

       21-RELEASE-SALES-HISTORY.

         OPEN INPUT TREAT-SALES-HISTORY

         IF SH-FILE-STATUS = '35'
             CONTINUE
         ELSE
             IF SH-FILE-STATUS NOT = '00'
                 DISPLAY 'SALESPAT ABORT - CANNOT OPEN '
                         'TREAT-SALES-HISTORY.TXT - FILE STATUS '
                         SH-FILE-STATUS
                 MOVE 'CANNOT OPEN TREAT-SALES-HISTORY.TXT'
                     TO RL-MESSAGE
                 PERFORM 12B-ABORT-RUN
             END-IF
             PERFORM UNTIL SH-NO-MORE-DATA
                 READ TREAT-SALES-HISTORY
                     AT END
                         MOVE 'Y' TO SH-EOF-FLAG
                     NOT AT END
                         ADD 1 TO PC-RECORDS-READ
                         PERFORM 21A-RELEASE-HISTORY-RECORD
                 END-READ
             END-PERFORM
             CLOSE TREAT-SALES-HISTORY
         END-IF

       .

       21A-RELEASE-HISTORY-RECORD.

         IF SH-REC-SALES-DATE-X NOT NUMERIC
             OR SH-REC-UNITS-SOLD NOT NUMERIC
             OR SH-REC-REVENUE NOT NUMERIC
             ADD 1 TO PC-RECORDS-REJECTED
         ELSE
             IF SH-REC-SALES-DATE < SR-START-DATE
                 OR SH-REC-SALES-DATE > SR-END-DATE
                 ADD 1 TO PC-RECORDS-OUT-OF-RANGE
             ELSE
                 ADD 1 TO PC-RECORDS-IN-RANGE
                 MOVE TREAT-SALES-HISTORY-RECORD TO SW-HISTORY
                 MOVE PC-RECORDS-READ TO SW-INPUT-SEQ
                 RELEASE SORT-WORK-RECORD
             END-IF
         END-IF

       .

       22-POST-TREAT-DAY.

         MOVE 'N' TO SP-FOUND-SW

         PERFORM VARYING SP-SUB FROM 1 BY 1
                 UNTIL SP-SUB > SP-COUNT OR SP-FOUND
             IF SH-REC-TRUCK-ID = SP-TRUCK-ID(SP-SUB)
                 AND SH-REC-TREAT-NAME = SP-TREAT-NAME(SP-SUB)
                 AND SH-REC-TREAT-SIZE = SP-TREAT-SIZE(SP-SUB)
                 MOVE 'Y' TO SP-FOUND-SW
             END-IF
         END-PERFORM

         IF SP-FOUND
             SUBTRACT 1 FROM SP-SUB
         ELSE
             IF SP-COUNT < 450
                 ADD 1 TO SP-COUNT
                 MOVE SP-COUNT TO SP-SUB
                 MOVE SH-REC-TRUCK-ID   TO SP-TRUCK-ID(SP-SUB)
                 MOVE SH-REC-TREAT-NAME TO SP-TREAT-NAME(SP-SUB)
                 MOVE SH-REC-TREAT-SIZE TO SP-TREAT-SIZE(SP-SUB)
                 INITIALIZE SP-WEEK(SP-SUB)
             ELSE
                 DISPLAY 'SALESPAT ABORT - MORE THAN 450 TRUCK AND '
                         'TREAT LINES IN THE SALES DATE RANGE'
                 CLOSE SALES-PATTERN-REPORT
                 MOVE 'MORE THAN 450 TRUCK AND TREAT LINES'
                     TO RL-MESSAGE
                 PERFORM 12B-ABORT-RUN
             END-IF
         END-IF

         ADD 1 TO SP-DAYS(SP-SUB, SP-WD)

         ADD SH-REC-UNITS-SOLD TO SP-UNITS(SP-SUB, SP-WD)
                                  TK-UNITS(TK-SUB, SP-WD)
                                  FT-UNITS(SP-WD)
         ADD SH-REC-REVENUE    TO SP-REVENUE(SP-SUB, SP-WD)
                                  TK-REVENUE(TK-SUB, SP-WD)
                                  FT-REVENUE(SP-WD)
                                  TK-CUR-REVENUE(TK-SUB)

       .

       23-POST-TRUCK-DAY.

         MOVE 'N' TO TK-FOUND-SW

         PERFORM VARYING TK-SUB FROM 1 BY 1
                 UNTIL TK-SUB > TK-COUNT OR TK-FOUND
             IF SH-REC-TRUCK-ID = TK-TRUCK-ID(TK-SUB)
                 MOVE 'Y' TO TK-FOUND-SW
             END-IF
         END-PERFORM

         IF TK-FOUND
             SUBTRACT 1 FROM TK-SUB
         ELSE
             IF TK-COUNT < 100
                 ADD 1 TO TK-COUNT
                 MOVE TK-COUNT TO TK-SUB
                 MOVE SH-REC-TRUCK-ID TO TK-TRUCK-ID(TK-SUB)
                 MOVE 0 TO TK-LAST-DATE(TK-SUB)
                 MOVE 0 TO TK-CUR-REVENUE(TK-SUB)
                 MOVE 0 TO TK-BEST-DATE(TK-SUB)
                 MOVE 0 TO TK-BEST-REVENUE(TK-SUB)
                 MOVE 0 TO TK-WORST-DATE(TK-SUB)
                 MOVE 0 TO TK-WORST-REVENUE(TK-SUB)
                 INITIALIZE TK-WEEK(TK-SUB)
             ELSE
                 DISPLAY 'SALESPAT ABORT - MORE THAN 100 TRUCKS '
                         'IN THE SALES DATE RANGE'
                 CLOSE SALES-PATTERN-REPORT
                 MOVE 'MORE THAN 100 TRUCKS IN THE DATE RANGE'
                     TO RL-MESSAGE
                 PERFORM 12B-ABORT-RUN
             END-IF
         END-IF

         IF SH-REC-SALES-DATE NOT = TK-LAST-DATE(TK-SUB)
             IF TK-LAST-DATE(TK-SUB) NOT = 0
                 PERFORM 24-CLOSE-TRUCK-DAY
             END-IF
             ADD 1 TO TK-DAYS(TK-SUB, SP-WD)
             MOVE SH-REC-SALES-DATE TO TK-LAST-DATE(TK-SUB)
             MOVE 0 TO TK-CUR-REVENUE(TK-SUB)
         END-IF

         IF SH-REC-SALES-DATE NOT = FT-LAST-DATE
             ADD 1 TO FT-DAYS(SP-WD)
             MOVE SH-REC-SALES-DATE TO FT-LAST-DATE
         END-IF

       .

       24-CLOSE-TRUCK-DAY.

         IF TK-BEST-DATE(TK-SUB) = 0
             OR TK-CUR-REVENUE(TK-SUB) > TK-BEST-REVENUE(TK-SUB)
             MOVE TK-LAST-DATE(TK-SUB)   TO TK-BEST-DATE(TK-SUB)
             MOVE TK-CUR-REVENUE(TK-SUB) TO TK-BEST-REVENUE(TK-SUB)
         END-IF

         IF TK-WORST-DATE(TK-SUB) = 0
             OR TK-CUR-REVENUE(TK-SUB) < TK-WORST-REVENUE(TK-SUB)
             MOVE TK-LAST-DATE(TK-SUB)   TO TK-WORST-DATE(TK-SUB)
             MOVE TK-CUR-REVENUE(TK-SUB) TO TK-WORST-REVENUE(TK-SUB)
         END-IF

       .

       25-RETURN-SALES-HISTORY.

         PERFORM UNTIL SW-NO-MORE-DATA
             RETURN SORT-WORK
                 AT END
                     MOVE 'Y' TO SW-EOF-FLAG
                 NOT AT END
                     IF SW-HOLDING
                         IF SW-KEY = SW-HOLD-KEY
                             ADD 1 TO PC-RECORDS-REPLACED
                         ELSE
                             PERFORM 25A-POST-HISTORY-RECORD
                         END-IF
                     END-IF
                     MOVE SW-KEY     TO SW-HOLD-KEY
                     MOVE SW-HISTORY TO SW-HOLD-RECORD
                     MOVE 'Y' TO SW-HOLD-SW
             END-RETURN
         END-PERFORM

         IF SW-HOLDING
             PERFORM 25A-POST-HISTORY-RECORD
         END-IF

       .

       25A-POST-HISTORY-RECORD.

         MOVE SW-HOLD-RECORD TO TREAT-SALES-HISTORY-RECORD

         MOVE SH-REC-SALES-DATE TO DN-DATE
         PERFORM 80-COMPUTE-DAY-NUMBER
         DIVIDE DN-DAY-NUMBER BY 7
             GIVING DN-WEEKS REMAINDER DN-WEEKDAY
         COMPUTE SP-WD = DN-WEEKDAY + 1

         PERFORM 23-POST-TRUCK-DAY
         PERFORM 22-POST-TREAT-DAY

       .

       30-CLOSE-TRUCK-DAYS.

         PERFORM VARYING TK-SUB FROM 1 BY 1 UNTIL TK-SUB > TK-COUNT
             IF TK-LAST-DATE(TK-SUB) NOT = 0
                 PERFORM 24-CLOSE-TRUCK-DAY
             END-IF
         END-PERFORM

       .

       40-PRINT-TRUCK-PATTERNS.

         IF TK-COUNT = 0
             WRITE PATTERN-REPORT-LINE FROM SP-NONE-LINE
                 AFTER ADVANCING 3 LINES
         END-IF

         PERFORM VARYING TK-SUB FROM 1 BY 1 UNTIL TK-SUB > TK-COUNT
             PERFORM 41-PRINT-TRUCK
         END-PERFORM

       .

       41-PRINT-TRUCK.

         MOVE TK-TRUCK-ID(TK-SUB) TO SPT-TRUCK-ID

         WRITE PATTERN-REPORT-LINE FROM SP-TRUCK-LINE
             AFTER ADVANCING 3 LINES

         MOVE 'TREAT NAME' TO SPC-NAME-HEADING
         WRITE PATTERN-REPORT-LINE FROM SP-COLUMN-LINE
             AFTER ADVANCING 2 LINES

         MOVE 'U' TO WK-RANK-SW

         PERFORM VARYING SP-SUB FROM 1 BY 1 UNTIL SP-SUB > SP-COUNT
             IF SP-TRUCK-ID(SP-SUB) = TK-TRUCK-ID(TK-SUB)
                 MOVE SP-WEEK(SP-SUB)       TO WK-WEEK
                 PERFORM 60-FORMAT-AVERAGES
                 MOVE SP-TREAT-NAME(SP-SUB) TO SPU-NAME
                 MOVE SP-TREAT-SIZE(SP-SUB) TO SPU-SIZE
                 PERFORM 42-PRINT-AVERAGE-LINES
             END-IF
         END-PERFORM

         MOVE 'R' TO WK-RANK-SW
         MOVE TK-WEEK(TK-SUB) TO WK-WEEK
         PERFORM 60-FORMAT-AVERAGES
         MOVE 'TRUCK TOTAL' TO SPU-NAME
         MOVE SPACES        TO SPU-SIZE

         PERFORM 43-PRINT-DAYS-LINE
         PERFORM 42-PRINT-AVERAGE-LINES

         MOVE TK-BEST-DATE(TK-SUB)     TO DN-DATE
         MOVE DN-MONTH                 TO SPX-BEST-MONTH
         MOVE DN-DAY                   TO SPX-BEST-DAY
         MOVE DN-YEAR                  TO SPX-BEST-YEAR
         MOVE TK-BEST-REVENUE(TK-SUB)  TO SPX-BEST-REVENUE

         MOVE TK-WORST-DATE(TK-SUB)    TO DN-DATE
         MOVE DN-MONTH                 TO SPX-WORST-MONTH
         MOVE DN-DAY                   TO SPX-WORST-DAY
         MOVE DN-YEAR                  TO SPX-WORST-YEAR
         MOVE TK-WORST-REVENUE(TK-SUB) TO SPX-WORST-REVENUE

         WRITE PATTERN-REPORT-LINE FROM SP-BEST-DATE-LINE
             AFTER ADVANCING 1 LINE
         WRITE PATTERN-REPORT-LINE FROM SP-WORST-DATE-LINE
             AFTER ADVANCING 1 LINE

       .

       42-PRINT-AVERAGE-LINES.

         MOVE 'UNIT' TO SPU-LABEL
         MOVE 'REV$' TO SPR-LABEL

         WRITE PATTERN-REPORT-LINE FROM SP-UNITS-LINE
             AFTER ADVANCING 2 LINES
         WRITE PATTERN-REPORT-LINE FROM SP-REVENUE-LINE
             AFTER ADVANCING 1 LINE
         WRITE PATTERN-REPORT-LINE FROM SP-BEST-DAY-LINE
             AFTER ADVANCING 1 LINE

       .

       43-PRINT-DAYS-LINE.

         PERFORM VARYING WK-SUB FROM 1 BY 1 UNTIL WK-SUB > 7
             MOVE WK-DAYS(WK-SUB) TO SPD-DAYS(WK-SUB)
         END-PERFORM

         WRITE PATTERN-REPORT-LINE FROM SP-DAYS-LINE
             AFTER ADVANCING 2 LINES

       .

       50-PRINT-FLEET-PATTERN.

         IF TK-COUNT > 0
             MOVE 'FLEET - ALL TRUCKS' TO SPS-TITLE
             WRITE PATTERN-REPORT-LINE FROM SP-SECTION-LINE
                 AFTER ADVANCING 3 LINES

             MOVE SPACES TO SPC-NAME-HEADING
             WRITE PATTERN-REPORT-LINE FROM SP-COLUMN-LINE
                 AFTER ADVANCING 2 LINES

             MOVE 'R' TO WK-RANK-SW
             MOVE FT-WEEK TO WK-WEEK
             PERFORM 60-FORMAT-AVERAGES
             MOVE 'FLEET TOTAL' TO SPU-NAME
             MOVE SPACES        TO SPU-SIZE

             PERFORM 43-PRINT-DAYS-LINE
             PERFORM 42-PRINT-AVERAGE-LINES
         END-IF

       .

       55-FINAL-ROUTINE.

         MOVE 'HISTORY RECORDS READ:   ' TO SSM-LABEL
         MOVE PC-RECORDS-READ           TO SSM-COUNT
         WRITE PATTERN-REPORT-LINE FROM SP-SUMMARY-LINE
             AFTER ADVANCING 3 LINES

         MOVE 'RECORDS IN DATE RANGE:  ' TO SSM-LABEL
         MOVE PC-RECORDS-IN-RANGE       TO SSM-COUNT
         WRITE PATTERN-REPORT-LINE FROM SP-SUMMARY-LINE
             AFTER ADVANCING 1 LINE

         MOVE 'RECORDS OUTSIDE RANGE:  ' TO SSM-LABEL
         MOVE PC-RECORDS-OUT-OF-RANGE   TO SSM-COUNT
         WRITE PATTERN-REPORT-LINE FROM SP-SUMMARY-LINE
             AFTER ADVANCING 1 LINE

         MOVE 'RERUN RECORDS REPLACED: ' TO SSM-LABEL
         MOVE PC-RECORDS-REPLACED       TO SSM-COUNT
         WRITE PATTERN-REPORT-LINE FROM SP-SUMMARY-LINE
             AFTER ADVANCING 1 LINE

         MOVE 'RECORDS REJECTED:       ' TO SSM-LABEL
         MOVE PC-RECORDS-REJECTED       TO SSM-COUNT
         WRITE PATTERN-REPORT-LINE FROM SP-SUMMARY-LINE
             AFTER ADVANCING 1 LINE

         MOVE 'TRUCKS REPORTED:        ' TO SSM-LABEL
         MOVE TK-COUNT                  TO SSM-COUNT
         WRITE PATTERN-REPORT-LINE FROM SP-SUMMARY-LINE
             AFTER ADVANCING 1 LINE

         MOVE 'TREAT LINES REPORTED:   ' TO SSM-LABEL
         MOVE SP-COUNT                  TO SSM-COUNT
         WRITE PATTERN-REPORT-LINE FROM SP-SUMMARY-LINE
             AFTER ADVANCING 1 LINE

         CLOSE SALES-PATTERN-REPORT

         PERFORM 12C-SET-RUN-COUNTS
         IF RL-REJECT-COUNT > 0
             MOVE 4 TO RL-RETURN-CODE
         END-IF
         PERFORM 12-LOG-RUN-END

         STOP RUN

       .

       60-FORMAT-AVERAGES.

         MOVE 0 TO WK-BEST-SUB
         MOVE 0 TO WK-WORST-SUB
         MOVE 0 TO WK-BEST-VALUE
         MOVE 0 TO WK-WORST-VALUE

         PERFORM VARYING WK-SUB FROM 1 BY 1 UNTIL WK-SUB > 7
             PERFORM 61-AVERAGE-ONE-DAY
         END-PERFORM

         IF WK-BEST-SUB = 0
             MOVE '---' TO SPB-BEST-DAY
             MOVE '---' TO SPB-WORST-DAY
         ELSE
             MOVE DAY-NAME(WK-BEST-SUB)  TO SPB-BEST-DAY
             MOVE DAY-NAME(WK-WORST-SUB) TO SPB-WORST-DAY
         END-IF

       .

       61-AVERAGE-ONE-DAY.

         IF WK-DAYS(WK-SUB) = 0
             MOVE SPACES TO SPU-AVG-X(WK-SUB)
             MOVE SPACES TO SPR-AVG-X(WK-SUB)
         ELSE
             COMPUTE WK-AVG-UNITS ROUNDED =
                 WK-UNITS(WK-SUB) / WK-DAYS(WK-SUB)
                 ON SIZE ERROR
                     MOVE 99999.9 TO WK-AVG-UNITS
             END-COMPUTE
             COMPUTE WK-AVG-REVENUE ROUNDED =
                 WK-REVENUE(WK-SUB) / WK-DAYS(WK-SUB)
                 ON SIZE ERROR
                     MOVE 99999.99 TO WK-AVG-REVENUE
             END-COMPUTE
             MOVE WK-AVG-UNITS   TO SPU-AVG(WK-SUB)
             MOVE WK-AVG-REVENUE TO SPR-AVG(WK-SUB)
             IF WK-RANK-BY-UNITS
                 MOVE WK-AVG-UNITS   TO WK-VALUE
             ELSE
                 MOVE WK-AVG-REVENUE TO WK-VALUE
             END-IF
             IF WK-BEST-SUB = 0
                 OR WK-VALUE > WK-BEST-VALUE
                 MOVE WK-SUB   TO WK-BEST-SUB
                 MOVE WK-VALUE TO WK-BEST-VALUE
             END-IF
             IF WK-WORST-SUB = 0
                 OR WK-VALUE < WK-WORST-VALUE
                 MOVE WK-SUB   TO WK-WORST-SUB
                 MOVE WK-VALUE TO WK-WORST-VALUE
             END-IF
         END-IF

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
