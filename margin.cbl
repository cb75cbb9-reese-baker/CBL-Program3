       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MARGIN.
       AUTHOR.        REESE BAKER.
      ******************************************************************
      * This program prices the day's treat sales at catalog unit cost
      * so we can see which items actually make money.  For every
      * treat size on every truck it shows the units sold, the
      * revenue taken in, the cost of the goods that left the truck,
      * and the margin in dollars and as a percent of revenue.  Units
      * spoiled on the truck are charged at unit cost with no revenue.
      * The figures are totalled for each truck and then rolled up by
      * route, by treat size across the fleet, and for the fleet.
      *
      ***INPUT: The daily treat file (PR3FA22-TREAT.TXT) supplies the
      * units sold and the price charged for each treat on each truck.
      * The spoilage transactions (action code S) on the Inventory
      * Transaction file (INVENTORY-TRANS.TXT) posted by INVPOST
      * supply the spoiled units.  The Treat Catalog Master
      * (TREAT-CATALOG-MASTER.IDX) supplies the unit cost and the
      * Truck Master (TRUCK-MASTER.IDX) supplies each truck's name and
      * route.  The run parameter card (RUN-PARAMETERS.TXT) may carry
      * a processing-date override.
      *
      ***OUTPUT: The Gross Margin report (GROSS-MARGIN-REPORT.TXT)
      * lists each truck's treats with a truck total, the route
      * rollup, the treat rollup and the fleet total, followed by any
      * treats that have no unit cost on the catalog.
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

           SELECT TREAT-FILE
             ASSIGN TO 'PR3FA22-TREAT.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS TR-FILE-STATUS.

      *

           SELECT INVENTORY-TRANS
             ASSIGN TO 'INVENTORY-TRANS.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS IT-FILE-STATUS.

      *

           SELECT TREAT-CATALOG-MASTER
             ASSIGN TO 'TREAT-CATALOG-MASTER.IDX'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CM-REC-TREAT-KEY
             FILE STATUS IS CM-FILE-STATUS.

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

           SELECT GROSS-MARGIN-REPORT
             ASSIGN TO 'GROSS-MARGIN-REPORT.TXT'
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

       FD TREAT-FILE
          RECORD IS VARYING IN SIZE FROM 75 TO 299 CHARACTERS
              DEPENDING ON TR-RECORD-LENGTH.

      *

       01 TREAT-RECORD.
          05 TR-TRUCK-ID                       PIC  X(4).
          05 TR-EMPLOYEE-ID                    PIC  X(5).
          05 TR-EMPLOYEE-TITLE                 PIC  A(2).
          05 TR-EMPLOYEE-LNAME                 PIC  X(10).
          05 TR-EMPLOYEE-FNAME                 PIC  X(10).
          05 TR-HIRE-DATE                      PIC  9(8).
          05 TR-CURRENT-YEARLY-SALARY          PIC  9(6).
          05 FILLER                            PIC  X(1).
          05 TR-TREAT-COUNT                    PIC  9(1).
          05 TR-TREAT-DATA    OCCURS 1 TO 9 TIMES
                               DEPENDING ON TR-TREAT-COUNT.
             10 TR-TREAT-NAME                  PIC X(15).
             10 TR-TREAT-SIZE                  PIC  A(1).
             10 TR-TREAT-STOCK                 PIC  9(4).
             10 TR-TREAT-STOCK-X  REDEFINES
                TR-TREAT-STOCK                 PIC  X(4).
             10 TR-TREAT-PRICE                 PIC 99V99.
             10 TR-TREAT-SOLD                  PIC  9(4).
             10 TR-TREAT-SOLD-X  REDEFINES
                TR-TREAT-SOLD                  PIC  X(4).

      *

       FD INVENTORY-TRANS
         RECORD CONTAINS 34 CHARACTERS.

      *

       01 INVENTORY-TRANS-RECORD.
          05 IT-ACTION-CODE                    PIC X(1).
             88 IT-RESTOCK                     VALUE 'R'.
             88 IT-SPOILAGE                    VALUE 'S'.
          05 IT-TRUCK-ID                       PIC X(4).
          05 IT-TREAT-NAME                     PIC X(15).
          05 IT-TREAT-SIZE                     PIC X(1).
          05 IT-QUANTITY                       PIC 9(5).
          05 IT-QUANTITY-X  REDEFINES
             IT-QUANTITY                       PIC X(5).
          05 IT-TRANS-DATE                     PIC 9(8).

      *

       FD TREAT-CATALOG-MASTER
         RECORD CONTAINS 25 CHARACTERS.

      *

       01 CATALOG-MASTER-RECORD.
          05 CM-REC-TREAT-KEY.
             10 CM-REC-TREAT-NAME              PIC X(15).
             10 CM-REC-TREAT-SIZE              PIC X(1).
          05 CM-REC-TREAT-PRICE                PIC 99V99.
          05 CM-REC-UNIT-COST                  PIC 99V99.
          05 CM-REC-STATUS                     PIC X(1).
             88 CM-REC-ACTIVE                  VALUE 'A', ' '.
             88 CM-REC-PENDING                 VALUE 'P'.
             88 CM-REC-DISCONTINUED            VALUE 'D'.

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

       FD GROSS-MARGIN-REPORT
         RECORD CONTAINS 80 CHARACTERS.

      *

       01 MARGIN-REPORT-LINE                   PIC X(80).

      *

       FD RUN-LOG
         RECORD CONTAINS 104 CHARACTERS.

      *

       01 RUN-LOG-RECORD                       PIC X(104).

      *

       WORKING-STORAGE SECTION.

      *

       01 TREAT-FILE-FIELDS.
          05 TR-RECORD-LENGTH                  PIC 9(3).

      *

       01 FLAGS-N-SWITCHES.
          05 TR-FILE-STATUS                    PIC X(2) VALUE SPACES.
          05 TR-EOF-FLAG                       PIC X VALUE 'N'.
             88 TR-NO-MORE-DATA                      VALUE 'Y'.
          05 IT-FILE-STATUS                    PIC X(2) VALUE SPACES.
          05 IT-EOF-FLAG                       PIC X VALUE 'N'.
             88 IT-NO-MORE-DATA                      VALUE 'Y'.
          05 CM-FILE-STATUS                    PIC X(2) VALUE SPACES.
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
      * TREAT LINES - ONE PER TREAT SIZE PER TRUCK
      *----------------------------------------------------------------

       01 GM-TABLE-FLAGS.
          05 GM-COUNT                          PIC 9(3) VALUE 0.
          05 GM-SUB                            PIC 9(3) VALUE 0.
          05 GM-TREAT-SUB                      PIC 9(1) VALUE 0.
          05 GM-FOUND-SW                       PIC X VALUE 'N'.
             88 GM-FOUND                             VALUE 'Y'.
          05 GM-HOLD-TRUCK-ID                  PIC X(4) VALUE SPACES.
          05 GM-HOLD-TREAT-NAME                PIC X(15) VALUE SPACES.
          05 GM-HOLD-TREAT-SIZE                PIC X(1) VALUE SPACES.
          05 GM-SOLD                           PIC 9(4) VALUE 0.
          05 GM-UNIT-COST                      PIC 99V99 VALUE 0.
          05 GM-COST-FOUND-SW                  PIC X VALUE 'N'.
             88 GM-COST-FOUND                        VALUE 'Y'.

      *

       01 GM-TABLE.
          05 GM-ENTRY OCCURS 450 TIMES.
             10 GM-TRUCK-ID                    PIC X(4).
             10 GM-TREAT-NAME                  PIC X(15).
             10 GM-TREAT-SIZE                  PIC X(1).
             10 GM-UNITS-SOLD                  PIC 9(6).
             10 GM-SPOILED                     PIC 9(6).
             10 GM-REVENUE                     PIC 9(7)V99.
             10 GM-COGS                        PIC 9(7)V99.

      *----------------------------------------------------------------
      * TRUCK, ROUTE AND TREAT ROLLUPS
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
             10 TK-TRUCK-NAME                  PIC X(20).
             10 TK-ROUTE                       PIC X(10).
             10 TK-UNITS-SOLD                  PIC 9(6).
             10 TK-SPOILED                     PIC 9(6).
             10 TK-REVENUE                     PIC 9(7)V99.
             10 TK-COGS                        PIC 9(7)V99.

      *

       01 ROUTE-TABLE-FLAGS.
          05 RT-COUNT                          PIC 9(3) VALUE 0.
          05 RT-SUB                            PIC 9(3) VALUE 0.
          05 RT-FOUND-SW                       PIC X VALUE 'N'.
             88 RT-FOUND                             VALUE 'Y'.

      *

       01 ROUTE-TABLE.
          05 RT-ENTRY OCCURS 100 TIMES.
             10 RT-ROUTE                       PIC X(10).
             10 RT-UNITS-SOLD                  PIC 9(6).
             10 RT-SPOILED                     PIC 9(6).
             10 RT-REVENUE                     PIC 9(7)V99.
             10 RT-COGS                        PIC 9(7)V99.

      *

       01 TREAT-SUMMARY-FLAGS.
          05 TS-COUNT                          PIC 9(3) VALUE 0.
          05 TS-SUB                            PIC 9(3) VALUE 0.
          05 TS-FOUND-SW                       PIC X VALUE 'N'.
             88 TS-FOUND                             VALUE 'Y'.

      *

       01 TREAT-SUMMARY-TABLE.
          05 TS-ENTRY OCCURS 200 TIMES.
             10 TS-TREAT-NAME                  PIC X(15).
             10 TS-TREAT-SIZE                  PIC X(1).
             10 TS-UNITS-SOLD                  PIC 9(6).
             10 TS-SPOILED                     PIC 9(6).
             10 TS-REVENUE                     PIC 9(7)V99.
             10 TS-COGS                        PIC 9(7)V99.

      *

       01 FLEET-TOTALS.
          05 FT-UNITS-SOLD                     PIC 9(6) VALUE 0.
          05 FT-SPOILED                        PIC 9(6) VALUE 0.
          05 FT-REVENUE                        PIC 9(7)V99 VALUE 0.
          05 FT-COGS                           PIC 9(7)V99 VALUE 0.

      *----------------------------------------------------------------
      * TREATS WITH NO UNIT COST ON THE CATALOG
      *----------------------------------------------------------------

       01 NO-COST-FLAGS.
          05 NC-COUNT                          PIC 9(3) VALUE 0.
          05 NC-SUB                            PIC 9(3) VALUE 0.
          05 NC-FOUND-SW                       PIC X VALUE 'N'.
             88 NC-FOUND                             VALUE 'Y'.
          05 NC-REASON                         PIC X(20) VALUE SPACES.

      *

       01 NO-COST-TABLE.
          05 NC-ENTRY OCCURS 200 TIMES.
             10 NC-TREAT-NAME                  PIC X(15).
             10 NC-TREAT-SIZE                  PIC X(1).
             10 NC-TREAT-REASON                PIC X(20).

      *----------------------------------------------------------------
      * MARGIN WORK FIELDS
      *----------------------------------------------------------------

       01 MARGIN-FIELDS.
          05 MG-UNITS-SOLD                     PIC 9(6) VALUE 0.
          05 MG-SPOILED                        PIC 9(6) VALUE 0.
          05 MG-REVENUE                        PIC 9(7)V99 VALUE 0.
          05 MG-COGS                           PIC 9(7)V99 VALUE 0.
          05 MG-MARGIN                         PIC S9(7)V99 VALUE 0.
          05 MG-MARGIN-PCT                     PIC S9(3)V9 VALUE 0.

      *----------------------------------------------------------------
      * RUN COUNTS
      *----------------------------------------------------------------

       01 MARGIN-COUNTS.
          05 MC-TREAT-RECORDS                  PIC 9(5) VALUE 0.
          05 MC-SPOILAGE-APPLIED               PIC 9(5) VALUE 0.
          05 MC-TRANS-SKIPPED                  PIC 9(5) VALUE 0.
          05 MC-LINES-COSTED                   PIC 9(5) VALUE 0.
          05 MC-LINES-NO-COST                  PIC 9(5) VALUE 0.

      *----------------------------------------------------------------
      * GROSS MARGIN REPORT LAYOUTS
      *----------------------------------------------------------------

       01 GM-HEADING-ONE.
          05 GM1-DATE.
             10 GM1-MONTH                      PIC Z9.
             10 FILLER                         PIC X VALUE '/'.
             10 GM1-DAY                        PIC 99.
             10 FILLER                         PIC X VALUE '/'.
             10 GM1-YEAR                       PIC 9999.
          05 FILLER                            PIC X(22) VALUE SPACES.
          05 FILLER                            PIC X(13) VALUE
                                                 'ROLLING PIZZA'.
          05 FILLER                            PIC X(32) VALUE SPACES.

      *

       01 GM-HEADING-TWO.
          05 FILLER                            PIC X(27) VALUE SPACES.
          05 FILLER                            PIC X(25) VALUE
                                         'TREAT GROSS MARGIN REPORT'.
          05 FILLER                            PIC X(28) VALUE SPACES.

      *

       01 GM-SECTION-LINE.
          05 GMS-TITLE                         PIC X(40).
          05 FILLER                            PIC X(40) VALUE SPACES.

      *

       01 GM-TRUCK-LINE.
          05 FILLER                            PIC X(2) VALUE SPACES.
          05 FILLER                            PIC X(7) VALUE 'TRUCK: '.
          05 GMT-TRUCK-ID                      PIC X(4).
          05 FILLER                            PIC X(2) VALUE SPACES.
          05 GMT-TRUCK-NAME                    PIC X(20).
          05 FILLER                            PIC X(2) VALUE SPACES.
          05 FILLER                            PIC X(7) VALUE 'ROUTE: '.
          05 GMT-ROUTE                         PIC X(10).
          05 FILLER                            PIC X(26) VALUE SPACES.

      *

       01 GM-COLUMN-LINE.
          05 FILLER                            PIC X(2) VALUE SPACES.
          05 GMC-NAME-HEADING                  PIC X(15).
          05 FILLER                            PIC X(2) VALUE 'SZ'.
          05 FILLER                            PIC X(3) VALUE SPACES.
          05 FILLER                            PIC X(5) VALUE 'UNITS'.
          05 FILLER                            PIC X(2) VALUE SPACES.
          05 FILLER                            PIC X(5) VALUE 'SPOIL'.
          05 FILLER                            PIC X(4) VALUE SPACES.
          05 FILLER                            PIC X(7) VALUE 'REVENUE'.
          05 FILLER                            PIC X(7) VALUE SPACES.
          05 FILLER                            PIC X(4) VALUE 'COGS'.
          05 FILLER                            PIC X(6) VALUE SPACES.
          05 FILLER                            PIC X(6) VALUE 'MARGIN'.
          05 FILLER                            PIC X(1) VALUE SPACES.
          05 FILLER                            PIC X(5) VALUE 'MRGN%'.
          05 FILLER                            PIC X(6) VALUE SPACES.

      *

       01 GM-DETAIL-LINE.
          05 FILLER                            PIC X(2) VALUE SPACES.
          05 GMD-NAME                          PIC X(15).
          05 FILLER                            PIC X(1) VALUE SPACES.
          05 GMD-SIZE                          PIC X(1).
          05 FILLER                            PIC X(1) VALUE SPACES.
          05 GMD-UNITS-SOLD                    PIC ZZZ,ZZ9.
          05 FILLER                            PIC X(1) VALUE SPACES.
          05 GMD-SPOILED                       PIC ZZ,ZZ9.
          05 FILLER                            PIC X(1) VALUE SPACES.
          05 GMD-REVENUE                       PIC ZZZ,ZZ9.99.
          05 FILLER                            PIC X(1) VALUE SPACES.
          05 GMD-COGS                          PIC ZZZ,ZZ9.99.
          05 FILLER                            PIC X(1) VALUE SPACES.
          05 GMD-MARGIN                        PIC ZZZ,ZZ9.99-.
          05 FILLER                            PIC X(1) VALUE SPACES.
          05 GMD-MARGIN-PCT                    PIC ZZ9.9-.
          05 FILLER                            PIC X(5) VALUE SPACES.

      *

       01 GM-NO-COST-COLUMN-LINE.
          05 FILLER                            PIC X(2) VALUE SPACES.
          05 FILLER                            PIC X(15) VALUE
                                                         'TREAT NAME'.
          05 FILLER                            PIC X(2) VALUE 'SZ'.
          05 FILLER                            PIC X(2) VALUE SPACES.
          05 FILLER                            PIC X(20) VALUE
                                                         'REASON'.
          05 FILLER                            PIC X(39) VALUE SPACES.

      *

       01 GM-NO-COST-DETAIL-LINE.
          05 FILLER                            PIC X(2) VALUE SPACES.
          05 GMN-TREAT-NAME                    PIC X(15).
          05 FILLER                            PIC X(1) VALUE SPACES.
          05 GMN-TREAT-SIZE                    PIC X(1).
          05 FILLER                            PIC X(2) VALUE SPACES.
          05 GMN-REASON                        PIC X(20).
          05 FILLER                            PIC X(39) VALUE SPACES.

      *

       01 GM-SUMMARY-LINE.
          05 FILLER                            PIC X(3) VALUE SPACES.
          05 GSM-LABEL                         PIC X(24).
          05 GSM-COUNT                         PIC ZZ,ZZ9.
          05 FILLER                            PIC X(47) VALUE SPACES.

      *----------------------------------------------------------------
      * JOB STEP RUN LOG
      *----------------------------------------------------------------

       01 RUN-LOG-FIELDS.
          05 RL-FILE-STATUS                    PIC X(2) VALUE SPACES.
          05 RL-PROGRAM-NAME                   PIC X(8) VALUE 'MARGIN'.
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

       10-PRODUCE-MARGIN-REPORT.
         PERFORM 15-HSKPING-ROUTINE
         PERFORM 20-LOAD-TREAT-SALES
         PERFORM 25-LOAD-SPOILAGE
         PERFORM 30-COST-TREAT-LINES
         PERFORM 40-PRINT-TRUCK-MARGINS
         PERFORM 50-PRINT-ROUTE-MARGINS
         PERFORM 52-PRINT-TREAT-MARGINS
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
             DISPLAY 'MARGIN WARNING - CANNOT OPEN RUN-LOG.TXT'
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

         MOVE MC-TREAT-RECORDS TO RL-IN-COUNT
         MOVE MC-LINES-COSTED  TO RL-OUT-COUNT
         COMPUTE RL-REJECT-COUNT = MC-LINES-NO-COST + MC-TRANS-SKIPPED

       .

       13-READ-RUN-PARAMETERS.

         OPEN INPUT PARAMETER-FILE

         IF PM-FILE-STATUS = '35'
             CONTINUE
         ELSE
             IF PM-FILE-STATUS NOT = '00'
                 DISPLAY 'MARGIN ABORT - CANNOT OPEN '
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

         OPEN INPUT TREAT-CATALOG-MASTER

         IF CM-FILE-STATUS NOT = '00'
             DISPLAY 'MARGIN ABORT - CANNOT OPEN '
                     'TREAT-CATALOG-MASTER.IDX - FILE STATUS '
                     CM-FILE-STATUS
             MOVE 'CANNOT OPEN TREAT-CATALOG-MASTER.IDX' TO RL-MESSAGE
             PERFORM 12B-ABORT-RUN
         END-IF

         OPEN INPUT TRUCK-MASTER

         IF TM-FILE-STATUS NOT = '00'
             DISPLAY 'MARGIN ABORT - CANNOT OPEN TRUCK-MASTER.IDX'
                     ' - FILE STATUS ' TM-FILE-STATUS
             MOVE 'CANNOT OPEN TRUCK-MASTER.IDX' TO RL-MESSAGE
             PERFORM 12B-ABORT-RUN
         END-IF

         OPEN OUTPUT GROSS-MARGIN-REPORT

         MOVE WS-MONTH TO GM1-MONTH
         MOVE WS-DAY   TO GM1-DAY
         MOVE WS-YEAR  TO GM1-YEAR

         WRITE MARGIN-REPORT-LINE FROM GM-HEADING-ONE

         WRITE MARGIN-REPORT-LINE FROM GM-HEADING-TWO
             AFTER ADVANCING 2 LINES

       .

       20-LOAD-TREAT-SALES.

         OPEN INPUT TREAT-FILE

         IF TR-FILE-STATUS NOT = '00'
             DISPLAY 'MARGIN ABORT - CANNOT OPEN '
                     'PR3FA22-TREAT.TXT - FILE STATUS '
                     TR-FILE-STATUS
             MOVE 'CANNOT OPEN PR3FA22-TREAT.TXT' TO RL-MESSAGE
             PERFORM 12B-ABORT-RUN
         END-IF

         PERFORM UNTIL TR-NO-MORE-DATA
             READ TREAT-FILE
                 AT END
                     MOVE 'Y' TO TR-EOF-FLAG
                 NOT AT END
                     ADD 1 TO MC-TREAT-RECORDS
                     PERFORM VARYING GM-TREAT-SUB FROM 1 BY 1
                             UNTIL GM-TREAT-SUB > TR-TREAT-COUNT
                         PERFORM 21-ADD-TREAT-SALES
                     END-PERFORM
             END-READ
         END-PERFORM

         CLOSE TREAT-FILE

       .

       21-ADD-TREAT-SALES.

         MOVE TR-TRUCK-ID                  TO GM-HOLD-TRUCK-ID
         MOVE TR-TREAT-NAME(GM-TREAT-SUB)  TO GM-HOLD-TREAT-NAME
         MOVE TR-TREAT-SIZE(GM-TREAT-SUB)  TO GM-HOLD-TREAT-SIZE

         PERFORM 22-FIND-TREAT-LINE

         IF GM-FOUND
             IF TR-TREAT-SOLD(GM-TREAT-SUB) NUMERIC
                 MOVE TR-TREAT-SOLD(GM-TREAT-SUB) TO GM-SOLD
             ELSE
                 MOVE 0 TO GM-SOLD
             END-IF
             ADD GM-SOLD TO GM-UNITS-SOLD(GM-SUB)
             IF TR-TREAT-PRICE(GM-TREAT-SUB) NUMERIC
                 COMPUTE GM-REVENUE(GM-SUB) = GM-REVENUE(GM-SUB)
                     + (TR-TREAT-PRICE(GM-TREAT-SUB) * GM-SOLD)
             END-IF
         END-IF

       .

       22-FIND-TREAT-LINE.

         MOVE 'N' TO GM-FOUND-SW

         PERFORM VARYING GM-SUB FROM 1 BY 1
                 UNTIL GM-SUB > GM-COUNT OR GM-FOUND
             IF GM-HOLD-TRUCK-ID = GM-TRUCK-ID(GM-SUB)
                 AND GM-HOLD-TREAT-NAME = GM-TREAT-NAME(GM-SUB)
                 AND GM-HOLD-TREAT-SIZE = GM-TREAT-SIZE(GM-SUB)
                 MOVE 'Y' TO GM-FOUND-SW
             END-IF
         END-PERFORM

         IF GM-FOUND
             SUBTRACT 1 FROM GM-SUB
         ELSE
             IF GM-COUNT < 450
                 ADD 1 TO GM-COUNT
                 MOVE GM-COUNT TO GM-SUB
                 MOVE GM-HOLD-TRUCK-ID   TO GM-TRUCK-ID(GM-SUB)
                 MOVE GM-HOLD-TREAT-NAME TO GM-TREAT-NAME(GM-SUB)
                 MOVE GM-HOLD-TREAT-SIZE TO GM-TREAT-SIZE(GM-SUB)
                 MOVE 0 TO GM-UNITS-SOLD(GM-SUB)
                 MOVE 0 TO GM-SPOILED(GM-SUB)
                 MOVE 0 TO GM-REVENUE(GM-SUB)
                 MOVE 0 TO GM-COGS(GM-SUB)
                 MOVE 'Y' TO GM-FOUND-SW
             ELSE
                 DISPLAY 'MARGIN ABORT - MORE THAN 450 TRUCK AND '
                         'TREAT LINES'
                 MOVE 'MORE THAN 450 TRUCK AND TREAT LINES'
                     TO RL-MESSAGE
                 PERFORM 12B-ABORT-RUN
             END-IF
         END-IF

       .

       25-LOAD-SPOILAGE.

         OPEN INPUT INVENTORY-TRANS

         IF IT-FILE-STATUS = '35'
             CONTINUE
         ELSE
             IF IT-FILE-STATUS NOT = '00'
                 DISPLAY 'MARGIN ABORT - CANNOT OPEN '
                         'INVENTORY-TRANS.TXT - FILE STATUS '
                         IT-FILE-STATUS
                 MOVE 'CANNOT OPEN INVENTORY-TRANS.TXT' TO RL-MESSAGE
                 PERFORM 12B-ABORT-RUN
             END-IF
             PERFORM UNTIL IT-NO-MORE-DATA
                 READ INVENTORY-TRANS
                     AT END
                         MOVE 'Y' TO IT-EOF-FLAG
                     NOT AT END
                         IF IT-SPOILAGE
                             PERFORM 26-ADD-SPOILAGE
                         END-IF
                 END-READ
             END-PERFORM
             CLOSE INVENTORY-TRANS
         END-IF

       .

       26-ADD-SPOILAGE.

         IF IT-QUANTITY NOT NUMERIC
             ADD 1 TO MC-TRANS-SKIPPED
         ELSE
             MOVE IT-TRUCK-ID   TO GM-HOLD-TRUCK-ID
             MOVE IT-TREAT-NAME TO GM-HOLD-TREAT-NAME
             MOVE IT-TREAT-SIZE TO GM-HOLD-TREAT-SIZE
             PERFORM 22-FIND-TREAT-LINE
             IF GM-FOUND
                 ADD IT-QUANTITY TO GM-SPOILED(GM-SUB)
                 ADD 1 TO MC-SPOILAGE-APPLIED
             ELSE
                 ADD 1 TO MC-TRANS-SKIPPED
             END-IF
         END-IF

       .

       30-COST-TREAT-LINES.

         PERFORM VARYING GM-SUB FROM 1 BY 1 UNTIL GM-SUB > GM-COUNT
             PERFORM 31-COST-TREAT-LINE
         END-PERFORM

       .

       31-COST-TREAT-LINE.

         MOVE 'N' TO GM-COST-FOUND-SW
         MOVE 0   TO GM-UNIT-COST
         MOVE GM-TREAT-NAME(GM-SUB) TO CM-REC-TREAT-NAME
         MOVE GM-TREAT-SIZE(GM-SUB) TO CM-REC-TREAT-SIZE

         READ TREAT-CATALOG-MASTER
             INVALID KEY
                 MOVE 'NOT ON CATALOG' TO NC-REASON
             NOT INVALID KEY
                 IF CM-REC-UNIT-COST NUMERIC
                     AND CM-REC-UNIT-COST > 0
                     MOVE CM-REC-UNIT-COST TO GM-UNIT-COST
                     MOVE 'Y' TO GM-COST-FOUND-SW
                 ELSE
                     MOVE 'NO UNIT COST' TO NC-REASON
                 END-IF
         END-READ

         IF GM-COST-FOUND
             ADD 1 TO MC-LINES-COSTED
         ELSE
             ADD 1 TO MC-LINES-NO-COST
             PERFORM 32-ADD-NO-COST-TREAT
         END-IF

         COMPUTE GM-COGS(GM-SUB) = GM-UNIT-COST
             * (GM-UNITS-SOLD(GM-SUB) + GM-SPOILED(GM-SUB))

         PERFORM 33-ADD-TO-TRUCK-TOTAL
         PERFORM 34-ADD-TO-TREAT-TOTAL

         ADD GM-UNITS-SOLD(GM-SUB) TO FT-UNITS-SOLD
         ADD GM-SPOILED(GM-SUB)    TO FT-SPOILED
         ADD GM-REVENUE(GM-SUB)    TO FT-REVENUE
         ADD GM-COGS(GM-SUB)       TO FT-COGS

       .

       32-ADD-NO-COST-TREAT.

         MOVE 'N' TO NC-FOUND-SW

         PERFORM VARYING NC-SUB FROM 1 BY 1
                 UNTIL NC-SUB > NC-COUNT OR NC-FOUND
             IF GM-TREAT-NAME(GM-SUB) = NC-TREAT-NAME(NC-SUB)
                 AND GM-TREAT-SIZE(GM-SUB) = NC-TREAT-SIZE(NC-SUB)
                 MOVE 'Y' TO NC-FOUND-SW
             END-IF
         END-PERFORM

         IF NOT NC-FOUND AND NC-COUNT < 200
             ADD 1 TO NC-COUNT
             MOVE GM-TREAT-NAME(GM-SUB) TO NC-TREAT-NAME(NC-COUNT)
             MOVE GM-TREAT-SIZE(GM-SUB) TO NC-TREAT-SIZE(NC-COUNT)
             MOVE NC-REASON             TO NC-TREAT-REASON(NC-COUNT)
         END-IF

       .

       33-ADD-TO-TRUCK-TOTAL.

         MOVE 'N' TO TK-FOUND-SW

         PERFORM VARYING TK-SUB FROM 1 BY 1
                 UNTIL TK-SUB > TK-COUNT OR TK-FOUND
             IF GM-TRUCK-ID(GM-SUB) = TK-TRUCK-ID(TK-SUB)
                 MOVE 'Y' TO TK-FOUND-SW
             END-IF
         END-PERFORM

         IF TK-FOUND
             SUBTRACT 1 FROM TK-SUB
         ELSE
             IF TK-COUNT < 100
                 ADD 1 TO TK-COUNT
                 MOVE TK-COUNT TO TK-SUB
                 PERFORM 36-ADD-TRUCK-ENTRY
                 MOVE 'Y' TO TK-FOUND-SW
             ELSE
                 DISPLAY 'MARGIN ABORT - MORE THAN 100 TRUCKS'
                 MOVE 'MORE THAN 100 TRUCKS' TO RL-MESSAGE
                 PERFORM 12B-ABORT-RUN
             END-IF
         END-IF

         IF TK-FOUND
             ADD GM-UNITS-SOLD(GM-SUB) TO TK-UNITS-SOLD(TK-SUB)
             ADD GM-SPOILED(GM-SUB)    TO TK-SPOILED(TK-SUB)
             ADD GM-REVENUE(GM-SUB)    TO TK-REVENUE(TK-SUB)
             ADD GM-COGS(GM-SUB)       TO TK-COGS(TK-SUB)
             PERFORM 35-ADD-TO-ROUTE-TOTAL
         END-IF

       .

       34-ADD-TO-TREAT-TOTAL.

         MOVE 'N' TO TS-FOUND-SW

         PERFORM VARYING TS-SUB FROM 1 BY 1
                 UNTIL TS-SUB > TS-COUNT OR TS-FOUND
             IF GM-TREAT-NAME(GM-SUB) = TS-TREAT-NAME(TS-SUB)
                 AND GM-TREAT-SIZE(GM-SUB) = TS-TREAT-SIZE(TS-SUB)
                 MOVE 'Y' TO TS-FOUND-SW
             END-IF
         END-PERFORM

         IF TS-FOUND
             SUBTRACT 1 FROM TS-SUB
         ELSE
             IF TS-COUNT < 200
                 ADD 1 TO TS-COUNT
                 MOVE TS-COUNT TO TS-SUB
                 MOVE GM-TREAT-NAME(GM-SUB) TO TS-TREAT-NAME(TS-SUB)
                 MOVE GM-TREAT-SIZE(GM-SUB) TO TS-TREAT-SIZE(TS-SUB)
                 MOVE 0 TO TS-UNITS-SOLD(TS-SUB)
                 MOVE 0 TO TS-SPOILED(TS-SUB)
                 MOVE 0 TO TS-REVENUE(TS-SUB)
                 MOVE 0 TO TS-COGS(TS-SUB)
                 MOVE 'Y' TO TS-FOUND-SW
             ELSE
                 DISPLAY 'MARGIN ABORT - MORE THAN 200 TREATS'
                 MOVE 'MORE THAN 200 TREATS' TO RL-MESSAGE
                 PERFORM 12B-ABORT-RUN
             END-IF
         END-IF

         IF TS-FOUND
             ADD GM-UNITS-SOLD(GM-SUB) TO TS-UNITS-SOLD(TS-SUB)
             ADD GM-SPOILED(GM-SUB)    TO TS-SPOILED(TS-SUB)
             ADD GM-REVENUE(GM-SUB)    TO TS-REVENUE(TS-SUB)
             ADD GM-COGS(GM-SUB)       TO TS-COGS(TS-SUB)
         END-IF

       .

       35-ADD-TO-ROUTE-TOTAL.

         MOVE 'N' TO RT-FOUND-SW

         PERFORM VARYING RT-SUB FROM 1 BY 1
                 UNTIL RT-SUB > RT-COUNT OR RT-FOUND
             IF TK-ROUTE(TK-SUB) = RT-ROUTE(RT-SUB)
                 MOVE 'Y' TO RT-FOUND-SW
             END-IF
         END-PERFORM

         IF RT-FOUND
             SUBTRACT 1 FROM RT-SUB
         ELSE
             IF RT-COUNT < 100
                 ADD 1 TO RT-COUNT
                 MOVE RT-COUNT TO RT-SUB
                 MOVE TK-ROUTE(TK-SUB) TO RT-ROUTE(RT-SUB)
                 MOVE 0 TO RT-UNITS-SOLD(RT-SUB)
                 MOVE 0 TO RT-SPOILED(RT-SUB)
                 MOVE 0 TO RT-REVENUE(RT-SUB)
                 MOVE 0 TO RT-COGS(RT-SUB)
                 MOVE 'Y' TO RT-FOUND-SW
             ELSE
                 DISPLAY 'MARGIN ABORT - MORE THAN 100 ROUTES'
                 MOVE 'MORE THAN 100 ROUTES' TO RL-MESSAGE
                 PERFORM 12B-ABORT-RUN
             END-IF
         END-IF

         IF RT-FOUND
             ADD GM-UNITS-SOLD(GM-SUB) TO RT-UNITS-SOLD(RT-SUB)
             ADD GM-SPOILED(GM-SUB)    TO RT-SPOILED(RT-SUB)
             ADD GM-REVENUE(GM-SUB)    TO RT-REVENUE(RT-SUB)
             ADD GM-COGS(GM-SUB)       TO RT-COGS(RT-SUB)
         END-IF

       .

       36-ADD-TRUCK-ENTRY.

         MOVE GM-TRUCK-ID(GM-SUB) TO TK-TRUCK-ID(TK-SUB)
         MOVE GM-TRUCK-ID(GM-SUB) TO TM-REC-TRUCK-ID

         READ TRUCK-MASTER
             INVALID KEY
                 MOVE 'NOT ON TRUCK MASTER' TO TK-TRUCK-NAME(TK-SUB)
                 MOVE 'UNKNOWN'             TO TK-ROUTE(TK-SUB)
             NOT INVALID KEY
                 MOVE TM-REC-TRUCK-NAME     TO TK-TRUCK-NAME(TK-SUB)
                 MOVE TM-REC-TRUCK-ROUTE    TO TK-ROUTE(TK-SUB)
         END-READ

         MOVE 0 TO TK-UNITS-SOLD(TK-SUB)
         MOVE 0 TO TK-SPOILED(TK-SUB)
         MOVE 0 TO TK-REVENUE(TK-SUB)
         MOVE 0 TO TK-COGS(TK-SUB)

       .

       40-PRINT-TRUCK-MARGINS.

         MOVE 'GROSS MARGIN BY TRUCK' TO GMS-TITLE
         WRITE MARGIN-REPORT-LINE FROM GM-SECTION-LINE
             AFTER ADVANCING 3 LINES

         PERFORM VARYING TK-SUB FROM 1 BY 1 UNTIL TK-SUB > TK-COUNT
             PERFORM 41-PRINT-TRUCK
         END-PERFORM

       .

       41-PRINT-TRUCK.

         MOVE TK-TRUCK-ID(TK-SUB)   TO GMT-TRUCK-ID
         MOVE TK-TRUCK-NAME(TK-SUB) TO GMT-TRUCK-NAME
         MOVE TK-ROUTE(TK-SUB)      TO GMT-ROUTE

         WRITE MARGIN-REPORT-LINE FROM GM-TRUCK-LINE
             AFTER ADVANCING 2 LINES

         MOVE 'TREAT NAME' TO GMC-NAME-HEADING
         WRITE MARGIN-REPORT-LINE FROM GM-COLUMN-LINE
             AFTER ADVANCING 1 LINE

         PERFORM VARYING GM-SUB FROM 1 BY 1 UNTIL GM-SUB > GM-COUNT
             IF GM-TRUCK-ID(GM-SUB) = TK-TRUCK-ID(TK-SUB)
                 MOVE GM-UNITS-SOLD(GM-SUB) TO MG-UNITS-SOLD
                 MOVE GM-SPOILED(GM-SUB)    TO MG-SPOILED
                 MOVE GM-REVENUE(GM-SUB)    TO MG-REVENUE
                 MOVE GM-COGS(GM-SUB)       TO MG-COGS
                 PERFORM 60-FORMAT-MARGIN-LINE
                 MOVE GM-TREAT-NAME(GM-SUB) TO GMD-NAME
                 MOVE GM-TREAT-SIZE(GM-SUB) TO GMD-SIZE
                 WRITE MARGIN-REPORT-LINE FROM GM-DETAIL-LINE
                     AFTER ADVANCING 1 LINE
             END-IF
         END-PERFORM

         MOVE TK-UNITS-SOLD(TK-SUB) TO MG-UNITS-SOLD
         MOVE TK-SPOILED(TK-SUB)    TO MG-SPOILED
         MOVE TK-REVENUE(TK-SUB)    TO MG-REVENUE
         MOVE TK-COGS(TK-SUB)       TO MG-COGS
         PERFORM 60-FORMAT-MARGIN-LINE
         MOVE 'TRUCK TOTAL'         TO GMD-NAME
         MOVE SPACES                TO GMD-SIZE

         WRITE MARGIN-REPORT-LINE FROM GM-DETAIL-LINE
             AFTER ADVANCING 2 LINES

       .

       50-PRINT-ROUTE-MARGINS.

         MOVE 'GROSS MARGIN BY ROUTE' TO GMS-TITLE
         WRITE MARGIN-REPORT-LINE FROM GM-SECTION-LINE
             AFTER ADVANCING 3 LINES

         MOVE 'ROUTE' TO GMC-NAME-HEADING
         WRITE MARGIN-REPORT-LINE FROM GM-COLUMN-LINE
             AFTER ADVANCING 2 LINES

         PERFORM VARYING RT-SUB FROM 1 BY 1 UNTIL RT-SUB > RT-COUNT
             MOVE RT-UNITS-SOLD(RT-SUB) TO MG-UNITS-SOLD
             MOVE RT-SPOILED(RT-SUB)    TO MG-SPOILED
             MOVE RT-REVENUE(RT-SUB)    TO MG-REVENUE
             MOVE RT-COGS(RT-SUB)       TO MG-COGS
             PERFORM 60-FORMAT-MARGIN-LINE
             MOVE RT-ROUTE(RT-SUB)      TO GMD-NAME
             MOVE SPACES                TO GMD-SIZE
             WRITE MARGIN-REPORT-LINE FROM GM-DETAIL-LINE
                 AFTER ADVANCING 1 LINE
         END-PERFORM

       .

       52-PRINT-TREAT-MARGINS.

         MOVE 'GROSS MARGIN BY TREAT - ALL TRUCKS' TO GMS-TITLE
         WRITE MARGIN-REPORT-LINE FROM GM-SECTION-LINE
             AFTER ADVANCING 3 LINES

         MOVE 'TREAT NAME' TO GMC-NAME-HEADING
         WRITE MARGIN-REPORT-LINE FROM GM-COLUMN-LINE
             AFTER ADVANCING 2 LINES

         PERFORM VARYING TS-SUB FROM 1 BY 1 UNTIL TS-SUB > TS-COUNT
             MOVE TS-UNITS-SOLD(TS-SUB) TO MG-UNITS-SOLD
             MOVE TS-SPOILED(TS-SUB)    TO MG-SPOILED
             MOVE TS-REVENUE(TS-SUB)    TO MG-REVENUE
             MOVE TS-COGS(TS-SUB)       TO MG-COGS
             PERFORM 60-FORMAT-MARGIN-LINE
             MOVE TS-TREAT-NAME(TS-SUB) TO GMD-NAME
             MOVE TS-TREAT-SIZE(TS-SUB) TO GMD-SIZE
             WRITE MARGIN-REPORT-LINE FROM GM-DETAIL-LINE
                 AFTER ADVANCING 1 LINE
         END-PERFORM

         MOVE FT-UNITS-SOLD TO MG-UNITS-SOLD
         MOVE FT-SPOILED    TO MG-SPOILED
         MOVE FT-REVENUE    TO MG-REVENUE
         MOVE FT-COGS       TO MG-COGS
         PERFORM 60-FORMAT-MARGIN-LINE
         MOVE 'FLEET TOTAL'  TO GMD-NAME
         MOVE SPACES         TO GMD-SIZE

         WRITE MARGIN-REPORT-LINE FROM GM-DETAIL-LINE
             AFTER ADVANCING 2 LINES

       .

       54-PRINT-NO-COST-TREATS.

         IF NC-COUNT > 0
             MOVE 'TREATS COSTED AT ZERO - NO CATALOG COST'
             TO GMS-TITLE
             WRITE MARGIN-REPORT-LINE FROM GM-SECTION-LINE
                 AFTER ADVANCING 3 LINES
             WRITE MARGIN-REPORT-LINE FROM GM-NO-COST-COLUMN-LINE
                 AFTER ADVANCING 2 LINES
             PERFORM VARYING NC-SUB FROM 1 BY 1 UNTIL NC-SUB > NC-COUNT
                 MOVE NC-TREAT-NAME(NC-SUB)   TO GMN-TREAT-NAME
                 MOVE NC-TREAT-SIZE(NC-SUB)   TO GMN-TREAT-SIZE
                 MOVE NC-TREAT-REASON(NC-SUB) TO GMN-REASON
                 WRITE MARGIN-REPORT-LINE FROM GM-NO-COST-DETAIL-LINE
                     AFTER ADVANCING 1 LINE
             END-PERFORM
         END-IF

       .

       55-FINAL-ROUTINE.

         PERFORM 54-PRINT-NO-COST-TREATS

         MOVE 'TREAT RECORDS READ:     ' TO GSM-LABEL
         MOVE MC-TREAT-RECORDS          TO GSM-COUNT
         WRITE MARGIN-REPORT-LINE FROM GM-SUMMARY-LINE
             AFTER ADVANCING 3 LINES

         MOVE 'TRUCKS REPORTED:        ' TO GSM-LABEL
         MOVE TK-COUNT                  TO GSM-COUNT
         WRITE MARGIN-REPORT-LINE FROM GM-SUMMARY-LINE
             AFTER ADVANCING 1 LINE

         MOVE 'TREAT LINES COSTED:     ' TO GSM-LABEL
         MOVE MC-LINES-COSTED           TO GSM-COUNT
         WRITE MARGIN-REPORT-LINE FROM GM-SUMMARY-LINE
             AFTER ADVANCING 1 LINE

         MOVE 'LINES WITH NO UNIT COST:' TO GSM-LABEL
         MOVE MC-LINES-NO-COST          TO GSM-COUNT
         WRITE MARGIN-REPORT-LINE FROM GM-SUMMARY-LINE
             AFTER ADVANCING 1 LINE

         MOVE 'SPOILAGE RECORDS COSTED:' TO GSM-LABEL
         MOVE MC-SPOILAGE-APPLIED       TO GSM-COUNT
         WRITE MARGIN-REPORT-LINE FROM GM-SUMMARY-LINE
             AFTER ADVANCING 1 LINE

         MOVE 'SPOILAGE RECS SKIPPED:  ' TO GSM-LABEL
         MOVE MC-TRANS-SKIPPED          TO GSM-COUNT
         WRITE MARGIN-REPORT-LINE FROM GM-SUMMARY-LINE
             AFTER ADVANCING 1 LINE

         CLOSE TREAT-CATALOG-MASTER
               TRUCK-MASTER
               GROSS-MARGIN-REPORT

         PERFORM 12C-SET-RUN-COUNTS
         IF RL-REJECT-COUNT > 0
             MOVE 4 TO RL-RETURN-CODE
         END-IF
         PERFORM 12-LOG-RUN-END

         STOP RUN

       .

       60-FORMAT-MARGIN-LINE.

         COMPUTE MG-MARGIN = MG-REVENUE - MG-COGS

         IF MG-REVENUE > 0
             COMPUTE MG-MARGIN-PCT ROUNDED =
                 (MG-MARGIN * 100) / MG-REVENUE
                 ON SIZE ERROR
                     MOVE -999.9 TO MG-MARGIN-PCT
             END-COMPUTE
         ELSE
             MOVE 0 TO MG-MARGIN-PCT
         END-IF

         MOVE MG-UNITS-SOLD TO GMD-UNITS-SOLD
         MOVE MG-SPOILED    TO GMD-SPOILED
         MOVE MG-REVENUE    TO GMD-REVENUE
         MOVE MG-COGS       TO GMD-COGS
         MOVE MG-MARGIN     TO GMD-MARGIN
         MOVE MG-MARGIN-PCT TO GMD-MARGIN-PCT

       .
