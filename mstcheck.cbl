       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MSTCHECK.
       AUTHOR.        REESE BAKER.
      ******************************************************************
      * This program checks that the master files agree with each
      * other before the nightly cycle is started.  Each update run
      * only checks the keys it happens to touch, so an orphan left
      * behind by one run can turn into odd totals in another days
      * later.  Every master is read from end to end and every orphan
      * and mismatch is listed, errors first and then warnings.
      *
      * An ERROR is something that will give the nightly cycle wrong
      * results: a scheduled truck or an active employee or an
      * inventory row pointing at a truck that is not on the Truck
      * Master, an inventory row for a treat not on the catalog, an
      * active truck whose route has no tax rate, or a missing Tax
      * Rate Master, Employee Master or Route Schedule.  A WARNING is
      * a reference to a truck that has been deactivated or a treat
      * that has been discontinued, a Year-To-Date record with no
      * truck, or a missing Inventory Master, Treat Catalog or
      * Year-To-Date master, which are then not checked.
      *
      * The program ends with a return code for operations:
      *     0  - all masters agree, the nightly cycle may start
      *     4  - warnings only, the nightly cycle may start
      *     8  - errors found, do not start the nightly cycle
      *    16  - the check could not be run
      *
      ***INPUT: The Truck Master (TRUCK-MASTER.IDX), Employee Master
      * (EMPLOYEE-MASTER.IDX), Inventory Master
      * (INVENTORY-MASTER.TXT), Treat Catalog
      * (TREAT-CATALOG-MASTER.IDX), Tax Rate Master
      * (TAX-RATE-MASTER.TXT), Route Schedule (ROUTE-SCHEDULE.TXT)
      * and Year-To-Date master (YTD-MASTER.IDX).  The run parameter
      * card (RUN-PARAMETERS.TXT) may carry a processing-date
      * override.
      *
      ***OUTPUT: The Master Integrity report
      * (MASTER-INTEGRITY-REPORT.TXT) lists every finding by severity
      * with the master, the record key and the problem, followed by
      * the records checked on each master and the return code.
      * Each run also adds a start and an end entry, with its counts
      * and return code, to the job-step run log (RUN-LOG.TXT).
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.

      *

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT TRUCK-MASTER
             ASSIGN TO 'TRUCK-MASTER.IDX'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS TM-REC-TRUCK-ID
             FILE STATUS IS TM-FILE-STATUS.

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

           SELECT INVENTORY-MASTER
             ASSIGN TO 'INVENTORY-MASTER.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS IM-FILE-STATUS.

      *

           SELECT TREAT-CATALOG-MASTER
             ASSIGN TO 'TREAT-CATALOG-MASTER.IDX'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CM-REC-TREAT-KEY
             FILE STATUS IS CM-FILE-STATUS.

      *

           SELECT TAX-RATE-MASTER
             ASSIGN TO 'TAX-RATE-MASTER.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS TX-FILE-STATUS.

      *

           SELECT ROUTE-SCHEDULE
             ASSIGN TO 'ROUTE-SCHEDULE.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RS-FILE-STATUS.

      *

           SELECT YTD-MASTER
             ASSIGN TO 'YTD-MASTER.IDX'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS YM-REC-TRUCK-ID
             FILE STATUS IS YM-FILE-STATUS.

      *

           SELECT PARAMETER-FILE
             ASSIGN TO 'RUN-PARAMETERS.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PM-FILE-STATUS.

      *

           SELECT INTEGRITY-REPORT
             ASSIGN TO 'MASTER-INTEGRITY-REPORT.TXT'
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

       FD INVENTORY-MASTER
         RECORD CONTAINS 25 CHARACTERS.

      *

       01 INVENTORY-MASTER-RECORD.
          05 IM-REC-TRUCK-ID                   PIC X(4).
          05 IM-REC-TREAT-NAME                 PIC X(15).
          05 IM-REC-TREAT-SIZE                 PIC X(1).
          05 IM-REC-CLOSING-STOCK              PIC 9(5).

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

       FD TAX-RATE-MASTER
         RECORD CONTAINS 15 CHARACTERS.

      *

       01 TAX-RATE-MASTER-RECORD.
          05 TX-REC-ROUTE                      PIC X(10).
          05 TX-REC-TAX-RATE                   PIC 9V9999.

      *

       FD ROUTE-SCHEDULE
         RECORD CONTAINS 4 CHARACTERS.

      *

       01 ROUTE-SCHEDULE-RECORD.
          05 RS-REC-TRUCK-ID                   PIC X(4).

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

       FD INTEGRITY-REPORT
         RECORD CONTAINS 80 CHARACTERS.

      *

       01 INTEGRITY-REPORT-LINE                PIC X(80).

      *

       FD RUN-LOG
         RECORD CONTAINS 104 CHARACTERS.

      *

       01 RUN-LOG-RECORD                       PIC X(104).

      *

       WORKING-STORAGE SECTION.

      *

       01 FLAGS-N-SWITCHES.
          05 TM-FILE-STATUS                    PIC X(2) VALUE SPACES.
          05 TM-EOF-FLAG                       PIC X VALUE 'N'.
             88 TM-NO-MORE-DATA                      VALUE 'Y'.
          05 EM-FILE-STATUS                    PIC X(2) VALUE SPACES.
          05 EM-EOF-FLAG                       PIC X VALUE 'N'.
             88 EM-NO-MORE-DATA                      VALUE 'Y'.
          05 IM-FILE-STATUS                    PIC X(2) VALUE SPACES.
          05 IM-EOF-FLAG                       PIC X VALUE 'N'.
             88 IM-NO-MORE-DATA                      VALUE 'Y'.
          05 CM-FILE-STATUS                    PIC X(2) VALUE SPACES.
          05 CM-OPEN-SW                        PIC X VALUE 'N'.
             88 CM-CATALOG-OPEN                      VALUE 'Y'.
          05 TX-FILE-STATUS                    PIC X(2) VALUE SPACES.
          05 TX-EOF-FLAG                       PIC X VALUE 'N'.
             88 TX-NO-MORE-DATA                      VALUE 'Y'.
          05 RS-FILE-STATUS                    PIC X(2) VALUE SPACES.
          05 RS-EOF-FLAG                       PIC X VALUE 'N'.
             88 RS-NO-MORE-DATA                      VALUE 'Y'.
          05 YM-FILE-STATUS                    PIC X(2) VALUE SPACES.
          05 YM-EOF-FLAG                       PIC X VALUE 'N'.
             88 YM-NO-MORE-DATA                      VALUE 'Y'.
          05 PM-FILE-STATUS                    PIC X(2) VALUE SPACES.
          05 AB-FILE-NAME                      PIC X(30).
          05 AB-STATUS                         PIC X(2).

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
      * TRUCK AND TAX ROUTE LOOKUP TABLES
      *----------------------------------------------------------------

       01 TRUCK-FLAGS.
          05 TK-COUNT                          PIC 9(3) VALUE 0.
          05 TK-SUB                            PIC 9(3) VALUE 0.
          05 TK-HOLD-TRUCK-ID                  PIC X(4).
          05 TK-FOUND-SW                       PIC X VALUE 'N'.
             88 TK-FOUND                             VALUE 'Y'.

      *

       01 TRUCK-TABLE.
          05 TK-ENTRY OCCURS 100 TIMES.
             10 TK-TRUCK-ID                    PIC X(4).
             10 TK-ROUTE                       PIC X(10).
             10 TK-STATUS                      PIC X(1).
                88 TK-ACTIVE                         VALUE 'A', ' '.

      *

       01 TAX-RATE-FLAGS.
          05 TX-COUNT                          PIC 9(3) VALUE 0.
          05 TX-SUB                            PIC 9(3) VALUE 0.
          05 TX-FOUND-SW                       PIC X VALUE 'N'.
             88 TX-FOUND                             VALUE 'Y'.

      *

       01 TAX-RATE-TABLE.
          05 TX-ENTRY OCCURS 20 TIMES.
             10 TX-ROUTE                       PIC X(10).

      *----------------------------------------------------------------
      * FINDINGS TABLE AND COUNTS
      *----------------------------------------------------------------

       01 FINDING-FLAGS.
          05 FX-COUNT                          PIC 9(3) VALUE 0.
          05 FX-SUB                            PIC 9(3) VALUE 0.
          05 FX-NOT-LISTED                     PIC 9(5) VALUE 0.
          05 FX-PRINTED                        PIC 9(5) VALUE 0.
          05 FX-PRINT-SEVERITY                 PIC X(1).
          05 FX-ERROR-COUNT                    PIC 9(5) VALUE 0.
          05 FX-WARNING-COUNT                  PIC 9(5) VALUE 0.
          05 FX-NEW-FINDING.
             10 FX-NEW-SEVERITY                PIC X(1).
                88 FX-NEW-ERROR                      VALUE 'E'.
                88 FX-NEW-WARNING                    VALUE 'W'.
             10 FX-NEW-MASTER                  PIC X(16).
             10 FX-NEW-KEY                     PIC X(20).
             10 FX-NEW-MESSAGE                 PIC X(38).

      *

       01 FINDING-TABLE.
          05 FX-ENTRY OCCURS 500 TIMES.
             10 FX-SEVERITY                    PIC X(1).
             10 FX-MASTER                      PIC X(16).
             10 FX-KEY                         PIC X(20).
             10 FX-MESSAGE                     PIC X(38).

      *

       01 CHECK-COUNTS.
          05 CK-TRUCKS-READ                    PIC 9(5) VALUE 0.
          05 CK-EMPLOYEES-READ                 PIC 9(5) VALUE 0.
          05 CK-INVENTORY-READ                 PIC 9(5) VALUE 0.
          05 CK-TAX-ROUTES-READ                PIC 9(5) VALUE 0.
          05 CK-SCHEDULE-READ                  PIC 9(5) VALUE 0.
          05 CK-YTD-READ                       PIC 9(5) VALUE 0.
          05 CK-RETURN-CODE                    PIC 9(2) VALUE 0.

      *----------------------------------------------------------------
      * MASTER INTEGRITY REPORT LAYOUTS
      *----------------------------------------------------------------

       01 MI-HEADING-ONE.
          05 MI1-DATE.
             10 MI1-MONTH                      PIC Z9.
             10 FILLER                         PIC X VALUE '/'.
             10 MI1-DAY                        PIC 99.
             10 FILLER                         PIC X VALUE '/'.
             10 MI1-YEAR                       PIC 9999.
          05 FILLER                            PIC X(22) VALUE SPACES.
          05 FILLER                            PIC X(13) VALUE
                                                 'ROLLING PIZZA'.
          05 FILLER                            PIC X(32) VALUE SPACES.

      *

       01 MI-HEADING-TWO.
          05 FILLER                            PIC X(26) VALUE SPACES.
          05 FILLER                            PIC X(28) VALUE
                                         'MASTER FILE INTEGRITY REPORT'.
          05 FILLER                            PIC X(26) VALUE SPACES.

      *

       01 MI-SEVERITY-HEADING.
          05 FILLER                            PIC X(2) VALUE SPACES.
          05 MIS-TITLE                         PIC X(50).
          05 FILLER                            PIC X(28) VALUE SPACES.

      *

       01 MI-COLUMN-HEADING.
          05 FILLER                            PIC X(2) VALUE SPACES.
          05 FILLER                            PIC X(16) VALUE
                                                 'MASTER'.
          05 FILLER                            PIC X(1) VALUE SPACES.
          05 FILLER                            PIC X(20) VALUE
                                                 'RECORD KEY'.
          05 FILLER                            PIC X(1) VALUE SPACES.
          05 FILLER                            PIC X(38) VALUE
                                                 'PROBLEM'.
          05 FILLER                            PIC X(2) VALUE SPACES.

      *

       01 MI-DETAIL-LINE.
          05 FILLER                            PIC X(2) VALUE SPACES.
          05 MID-MASTER                        PIC X(16).
          05 FILLER                            PIC X(1) VALUE SPACES.
          05 MID-KEY                           PIC X(20).
          05 FILLER                            PIC X(1) VALUE SPACES.
          05 MID-MESSAGE                       PIC X(38).
          05 FILLER                            PIC X(2) VALUE SPACES.

      *

       01 MI-NONE-LINE.
          05 FILLER                            PIC X(4) VALUE SPACES.
          05 FILLER                            PIC X(4) VALUE 'NONE'.
          05 FILLER                            PIC X(72) VALUE SPACES.

      *

       01 MI-NOT-LISTED-LINE.
          05 FILLER                            PIC X(4) VALUE SPACES.
          05 MIN-COUNT                         PIC ZZ,ZZ9.
          05 FILLER                            PIC X(36) VALUE
                                 ' FURTHER FINDINGS COUNTED NOT LISTED'.
          05 FILLER                            PIC X(34) VALUE SPACES.

      *

       01 MI-SUMMARY-LINE.
          05 FILLER                            PIC X(3) VALUE SPACES.
          05 MIS-LABEL                         PIC X(24).
          05 MIS-COUNT                         PIC ZZ,ZZ9.
          05 FILLER                            PIC X(47) VALUE SPACES.

      *

       01 MI-VERDICT-LINE.
          05 FILLER                            PIC X(3) VALUE SPACES.
          05 MIV-TEXT                          PIC X(60).
          05 FILLER                            PIC X(17) VALUE SPACES.

      *----------------------------------------------------------------
      * JOB STEP RUN LOG
      *----------------------------------------------------------------

       01 RUN-LOG-FIELDS.
          05 RL-FILE-STATUS                    PIC X(2) VALUE SPACES.
          05 RL-PROGRAM-NAME                   PIC X(8)
                                               VALUE 'MSTCHECK'.
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

       10-CHECK-MASTERS.
         PERFORM 15-HSKPING-ROUTINE
         PERFORM 20-LOAD-TAX-RATES
         PERFORM 25-LOAD-TRUCKS
         PERFORM 30-CHECK-EMPLOYEES
         PERFORM 35-CHECK-INVENTORY
         PERFORM 40-CHECK-ROUTE-SCHEDULE
         PERFORM 45-CHECK-YTD-MASTER
         PERFORM 50-PRINT-FINDINGS
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
             DISPLAY 'MSTCHECK WARNING - CANNOT OPEN RUN-LOG.TXT'
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

         COMPUTE RL-IN-COUNT     = CK-TRUCKS-READ + CK-EMPLOYEES-READ
                                 + CK-INVENTORY-READ
                                 + CK-TAX-ROUTES-READ
                                 + CK-SCHEDULE-READ + CK-YTD-READ
         COMPUTE RL-OUT-COUNT    = FX-ERROR-COUNT + FX-WARNING-COUNT
         MOVE FX-ERROR-COUNT TO RL-REJECT-COUNT

       .

       13-READ-RUN-PARAMETERS.

         OPEN INPUT PARAMETER-FILE

         IF PM-FILE-STATUS = '35'
             CONTINUE
         ELSE
             MOVE 'RUN-PARAMETERS.TXT' TO AB-FILE-NAME
             MOVE PM-FILE-STATUS       TO AB-STATUS
             PERFORM 14-CHECK-OPEN-STATUS
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

       14-CHECK-OPEN-STATUS.

         IF AB-STATUS NOT = '00'
             DISPLAY 'MSTCHECK ABORT - CANNOT OPEN ' AB-FILE-NAME
                     ' - FILE STATUS ' AB-STATUS
             MOVE SPACES TO RL-MESSAGE
             STRING 'CANNOT OPEN ' DELIMITED BY SIZE
                    AB-FILE-NAME DELIMITED BY SPACE
                 INTO RL-MESSAGE
             END-STRING
             PERFORM 12B-ABORT-RUN
         END-IF

       .

       15-HSKPING-ROUTINE.

         ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD

         PERFORM 13-READ-RUN-PARAMETERS

         MOVE WS-ACCEPT-MONTH TO WS-MONTH
         MOVE WS-ACCEPT-DAY   TO WS-DAY
         MOVE WS-ACCEPT-YEAR  TO WS-YEAR

         PERFORM 11-LOG-RUN-START

         OPEN INPUT TRUCK-MASTER
         MOVE 'TRUCK-MASTER.IDX'       TO AB-FILE-NAME
         MOVE TM-FILE-STATUS           TO AB-STATUS
         PERFORM 14-CHECK-OPEN-STATUS

         OPEN OUTPUT INTEGRITY-REPORT

         MOVE WS-MONTH TO MI1-MONTH
         MOVE WS-DAY   TO MI1-DAY
         MOVE WS-YEAR  TO MI1-YEAR

         WRITE INTEGRITY-REPORT-LINE FROM MI-HEADING-ONE

         WRITE INTEGRITY-REPORT-LINE FROM MI-HEADING-TWO
             AFTER ADVANCING 2 LINES

       .

       20-LOAD-TAX-RATES.

         OPEN INPUT TAX-RATE-MASTER

         IF TX-FILE-STATUS = '35'
             MOVE 'E'                     TO FX-NEW-SEVERITY
             MOVE 'TAX-RATE-MASTER'       TO FX-NEW-MASTER
             MOVE SPACES                  TO FX-NEW-KEY
             MOVE 'FILE NOT FOUND - NO ROUTE IS TAXED'
                                          TO FX-NEW-MESSAGE
             PERFORM 62-ADD-FINDING
         ELSE
             MOVE 'TAX-RATE-MASTER.TXT'   TO AB-FILE-NAME
             MOVE TX-FILE-STATUS          TO AB-STATUS
             PERFORM 14-CHECK-OPEN-STATUS
             PERFORM UNTIL TX-NO-MORE-DATA
                 READ TAX-RATE-MASTER
                     AT END
                         MOVE 'Y' TO TX-EOF-FLAG
                     NOT AT END
                         ADD 1 TO CK-TAX-ROUTES-READ
                         IF TX-COUNT < 20
                             ADD 1 TO TX-COUNT
                             MOVE TX-REC-ROUTE TO TX-ROUTE(TX-COUNT)
                         ELSE
                             DISPLAY 'MSTCHECK ABORT - MORE THAN 20 '
                                     'ROUTES ON TAX-RATE-MASTER.TXT'
                             CLOSE TAX-RATE-MASTER
                                   TRUCK-MASTER
                                   INTEGRITY-REPORT
                             MOVE 'MORE THAN 20 TAX ROUTES ON FILE'
                                 TO RL-MESSAGE
                             PERFORM 12B-ABORT-RUN
                         END-IF
                 END-READ
             END-PERFORM
             CLOSE TAX-RATE-MASTER
         END-IF

       .

       25-LOAD-TRUCKS.

         MOVE 'N' TO TM-EOF-FLAG
         MOVE LOW-VALUES TO TM-REC-TRUCK-ID

         START TRUCK-MASTER KEY NOT < TM-REC-TRUCK-ID
             INVALID KEY
                 MOVE 'Y' TO TM-EOF-FLAG
         END-START

         PERFORM UNTIL TM-NO-MORE-DATA
             READ TRUCK-MASTER NEXT RECORD
                 AT END
                     MOVE 'Y' TO TM-EOF-FLAG
                 NOT AT END
                     ADD 1 TO CK-TRUCKS-READ
                     PERFORM 26-CHECK-TRUCK
             END-READ
         END-PERFORM

         CLOSE TRUCK-MASTER

       .

       26-CHECK-TRUCK.

         IF TK-COUNT < 100
             ADD 1 TO TK-COUNT
             MOVE TM-REC-TRUCK-ID    TO TK-TRUCK-ID(TK-COUNT)
             MOVE TM-REC-TRUCK-ROUTE TO TK-ROUTE(TK-COUNT)
             MOVE TM-REC-STATUS      TO TK-STATUS(TK-COUNT)
         ELSE
             DISPLAY 'MSTCHECK ABORT - MORE THAN 100 TRUCKS '
                     'ON TRUCK-MASTER.IDX'
             CLOSE TRUCK-MASTER
                   INTEGRITY-REPORT
             MOVE 'MORE THAN 100 TRUCKS ON TRUCK-MASTER.IDX'
                 TO RL-MESSAGE
             PERFORM 12B-ABORT-RUN
         END-IF

         PERFORM 61-FIND-TAX-ROUTE

         IF NOT TX-FOUND
             IF TM-REC-ACTIVE
                 MOVE 'E'            TO FX-NEW-SEVERITY
             ELSE
                 MOVE 'W'            TO FX-NEW-SEVERITY
             END-IF
             MOVE 'TRUCK-MASTER'     TO FX-NEW-MASTER
             MOVE SPACES             TO FX-NEW-KEY
             STRING TM-REC-TRUCK-ID    DELIMITED BY SIZE
                    ' '                DELIMITED BY SIZE
                    TM-REC-TRUCK-ROUTE DELIMITED BY SIZE
                 INTO FX-NEW-KEY
             END-STRING
             MOVE 'ROUTE HAS NO TAX-RATE-MASTER ENTRY'
                                     TO FX-NEW-MESSAGE
             PERFORM 62-ADD-FINDING
         END-IF

       .

       30-CHECK-EMPLOYEES.

         OPEN INPUT EMPLOYEE-MASTER

         IF EM-FILE-STATUS = '35'
             MOVE 'E'                     TO FX-NEW-SEVERITY
             MOVE 'EMPLOYEE-MASTER'       TO FX-NEW-MASTER
             MOVE SPACES                  TO FX-NEW-KEY
             MOVE 'FILE NOT FOUND - NOT CHECKED'
                                          TO FX-NEW-MESSAGE
             PERFORM 62-ADD-FINDING
         ELSE
             MOVE 'EMPLOYEE-MASTER.IDX'   TO AB-FILE-NAME
             MOVE EM-FILE-STATUS          TO AB-STATUS
             PERFORM 14-CHECK-OPEN-STATUS
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
                         ADD 1 TO CK-EMPLOYEES-READ
                         IF EM-REC-ACTIVE
                             PERFORM 31-CHECK-EMPLOYEE
                         END-IF
                 END-READ
             END-PERFORM
             CLOSE EMPLOYEE-MASTER
         END-IF

       .

       31-CHECK-EMPLOYEE.

         MOVE EM-REC-TRUCK-ID TO TK-HOLD-TRUCK-ID
         PERFORM 60-FIND-TRUCK

         MOVE 'EMPLOYEE-MASTER' TO FX-NEW-MASTER
         MOVE SPACES            TO FX-NEW-KEY
         STRING EM-REC-EMPLOYEE-ID DELIMITED BY SIZE
                ' TRUCK '          DELIMITED BY SIZE
                EM-REC-TRUCK-ID    DELIMITED BY SIZE
             INTO FX-NEW-KEY
         END-STRING

         IF NOT TK-FOUND
             MOVE 'E' TO FX-NEW-SEVERITY
             MOVE 'ACTIVE EMPLOYEE - TRUCK NOT ON MASTER'
                 TO FX-NEW-MESSAGE
             PERFORM 62-ADD-FINDING
         ELSE
             IF NOT TK-ACTIVE(TK-SUB)
                 MOVE 'W' TO FX-NEW-SEVERITY
                 MOVE 'ACTIVE EMPLOYEE - TRUCK IS INACTIVE'
                     TO FX-NEW-MESSAGE
                 PERFORM 62-ADD-FINDING
             END-IF
         END-IF

       .

       35-CHECK-INVENTORY.

         OPEN INPUT INVENTORY-MASTER

         IF IM-FILE-STATUS = '35'
             MOVE 'W'                     TO FX-NEW-SEVERITY
             MOVE 'INVENTORY-MASTER'      TO FX-NEW-MASTER
             MOVE SPACES                  TO FX-NEW-KEY
             MOVE 'FILE NOT FOUND - NOT CHECKED'
                                          TO FX-NEW-MESSAGE
             PERFORM 62-ADD-FINDING
         ELSE
             MOVE 'INVENTORY-MASTER.TXT'  TO AB-FILE-NAME
             MOVE IM-FILE-STATUS          TO AB-STATUS
             PERFORM 14-CHECK-OPEN-STATUS
             OPEN INPUT TREAT-CATALOG-MASTER
             IF CM-FILE-STATUS = '35'
                 MOVE 'W'                 TO FX-NEW-SEVERITY
                 MOVE 'TREAT-CATALOG'     TO FX-NEW-MASTER
                 MOVE SPACES              TO FX-NEW-KEY
                 MOVE 'FILE NOT FOUND - TREATS NOT CHECKED'
                                          TO FX-NEW-MESSAGE
                 PERFORM 62-ADD-FINDING
             ELSE
                 MOVE 'TREAT-CATALOG-MASTER.IDX' TO AB-FILE-NAME
                 MOVE CM-FILE-STATUS      TO AB-STATUS
                 PERFORM 14-CHECK-OPEN-STATUS
                 MOVE 'Y' TO CM-OPEN-SW
             END-IF
             PERFORM UNTIL IM-NO-MORE-DATA
                 READ INVENTORY-MASTER
                     AT END
                         MOVE 'Y' TO IM-EOF-FLAG
                     NOT AT END
                         ADD 1 TO CK-INVENTORY-READ
                         PERFORM 36-CHECK-INVENTORY-ROW
                 END-READ
             END-PERFORM
             CLOSE INVENTORY-MASTER
             IF CM-CATALOG-OPEN
                 CLOSE TREAT-CATALOG-MASTER
             END-IF
         END-IF

       .

       36-CHECK-INVENTORY-ROW.

         MOVE 'INVENTORY-MASTER' TO FX-NEW-MASTER
         MOVE IM-REC-TRUCK-ID    TO FX-NEW-KEY(1:4)
         MOVE SPACE              TO FX-NEW-KEY(5:1)
         MOVE IM-REC-TREAT-NAME  TO FX-NEW-KEY(6:15)

         MOVE IM-REC-TRUCK-ID TO TK-HOLD-TRUCK-ID
         PERFORM 60-FIND-TRUCK

         IF NOT TK-FOUND
             MOVE 'E' TO FX-NEW-SEVERITY
             MOVE 'TRUCK NOT ON TRUCK-MASTER'
                 TO FX-NEW-MESSAGE
             PERFORM 62-ADD-FINDING
         ELSE
             IF NOT TK-ACTIVE(TK-SUB)
                 MOVE 'W' TO FX-NEW-SEVERITY
                 MOVE 'TRUCK IS INACTIVE'
                     TO FX-NEW-MESSAGE
                 PERFORM 62-ADD-FINDING
             END-IF
         END-IF

         IF CM-CATALOG-OPEN
             MOVE IM-REC-TREAT-NAME TO CM-REC-TREAT-NAME
             MOVE IM-REC-TREAT-SIZE TO CM-REC-TREAT-SIZE
             READ TREAT-CATALOG-MASTER
                 INVALID KEY
                     MOVE 'E'    TO FX-NEW-SEVERITY
                     MOVE SPACES TO FX-NEW-MESSAGE
                     STRING 'SIZE '                DELIMITED BY SIZE
                            IM-REC-TREAT-SIZE      DELIMITED BY SIZE
                            ' NOT ON TREAT CATALOG' DELIMITED BY SIZE
                         INTO FX-NEW-MESSAGE
                     END-STRING
                     PERFORM 62-ADD-FINDING
                 NOT INVALID KEY
                     IF CM-REC-DISCONTINUED
                         MOVE 'W'    TO FX-NEW-SEVERITY
                         MOVE SPACES TO FX-NEW-MESSAGE
                         STRING 'SIZE '            DELIMITED BY SIZE
                                IM-REC-TREAT-SIZE  DELIMITED BY SIZE
                                ' IS DISCONTINUED' DELIMITED BY SIZE
                             INTO FX-NEW-MESSAGE
                         END-STRING
                         PERFORM 62-ADD-FINDING
                     END-IF
             END-READ
         END-IF

       .

       40-CHECK-ROUTE-SCHEDULE.

         OPEN INPUT ROUTE-SCHEDULE

         IF RS-FILE-STATUS = '35'
             MOVE 'E'                     TO FX-NEW-SEVERITY
             MOVE 'ROUTE-SCHEDULE'        TO FX-NEW-MASTER
             MOVE SPACES                  TO FX-NEW-KEY
             MOVE 'FILE NOT FOUND - NOT CHECKED'
                                          TO FX-NEW-MESSAGE
             PERFORM 62-ADD-FINDING
         ELSE
             MOVE 'ROUTE-SCHEDULE.TXT'    TO AB-FILE-NAME
             MOVE RS-FILE-STATUS          TO AB-STATUS
             PERFORM 14-CHECK-OPEN-STATUS
             PERFORM UNTIL RS-NO-MORE-DATA
                 READ ROUTE-SCHEDULE
                     AT END
                         MOVE 'Y' TO RS-EOF-FLAG
                     NOT AT END
                         ADD 1 TO CK-SCHEDULE-READ
                         PERFORM 41-CHECK-SCHEDULED-TRUCK
                 END-READ
             END-PERFORM
             CLOSE ROUTE-SCHEDULE
         END-IF

       .

       41-CHECK-SCHEDULED-TRUCK.

         MOVE 'ROUTE-SCHEDULE' TO FX-NEW-MASTER
         MOVE RS-REC-TRUCK-ID  TO FX-NEW-KEY

         MOVE RS-REC-TRUCK-ID TO TK-HOLD-TRUCK-ID
         PERFORM 60-FIND-TRUCK

         IF NOT TK-FOUND
             MOVE 'E' TO FX-NEW-SEVERITY
             MOVE 'SCHEDULED TRUCK NOT ON TRUCK-MASTER'
                 TO FX-NEW-MESSAGE
             PERFORM 62-ADD-FINDING
         ELSE
             IF NOT TK-ACTIVE(TK-SUB)
                 MOVE 'W' TO FX-NEW-SEVERITY
                 MOVE 'SCHEDULED TRUCK IS INACTIVE'
                     TO FX-NEW-MESSAGE
                 PERFORM 62-ADD-FINDING
             END-IF
         END-IF

       .

       45-CHECK-YTD-MASTER.

         OPEN INPUT YTD-MASTER

         IF YM-FILE-STATUS = '35'
             MOVE 'W'                     TO FX-NEW-SEVERITY
             MOVE 'YTD-MASTER'            TO FX-NEW-MASTER
             MOVE SPACES                  TO FX-NEW-KEY
             MOVE 'FILE NOT FOUND - NOT CHECKED'
                                          TO FX-NEW-MESSAGE
             PERFORM 62-ADD-FINDING
         ELSE
             MOVE 'YTD-MASTER.IDX'        TO AB-FILE-NAME
             MOVE YM-FILE-STATUS          TO AB-STATUS
             PERFORM 14-CHECK-OPEN-STATUS
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
                         ADD 1 TO CK-YTD-READ
                         MOVE YM-REC-TRUCK-ID TO TK-HOLD-TRUCK-ID
                         PERFORM 60-FIND-TRUCK
                         IF NOT TK-FOUND
                             MOVE 'W'          TO FX-NEW-SEVERITY
                             MOVE 'YTD-MASTER' TO FX-NEW-MASTER
                             MOVE YM-REC-TRUCK-ID TO FX-NEW-KEY
                             MOVE 'YTD RECORD FOR TRUCK NOT ON MASTER'
                                 TO FX-NEW-MESSAGE
                             PERFORM 62-ADD-FINDING
                         END-IF
                 END-READ
             END-PERFORM
             CLOSE YTD-MASTER
         END-IF

       .

       50-PRINT-FINDINGS.

         MOVE 'ERRORS - DO NOT START THE NIGHTLY CYCLE'
             TO MIS-TITLE
         MOVE 'E' TO FX-PRINT-SEVERITY
         PERFORM 63-PRINT-SEVERITY

         MOVE 'WARNINGS - REVIEW BEFORE THE NEXT CYCLE'
             TO MIS-TITLE
         MOVE 'W' TO FX-PRINT-SEVERITY
         PERFORM 63-PRINT-SEVERITY

         IF FX-NOT-LISTED > 0
             MOVE FX-NOT-LISTED TO MIN-COUNT
             WRITE INTEGRITY-REPORT-LINE FROM MI-NOT-LISTED-LINE
                 AFTER ADVANCING 2 LINES
         END-IF

       .

       55-FINAL-ROUTINE.

         EVALUATE TRUE
             WHEN FX-ERROR-COUNT > 0
                 MOVE 8 TO CK-RETURN-CODE
                 MOVE 'ERRORS FOUND - DO NOT START THE NIGHTLY CYCLE'
                     TO MIV-TEXT
             WHEN FX-WARNING-COUNT > 0
                 MOVE 4 TO CK-RETURN-CODE
                 MOVE 'WARNINGS ONLY - THE NIGHTLY CYCLE MAY START'
                     TO MIV-TEXT
             WHEN OTHER
                 MOVE 0 TO CK-RETURN-CODE
                 MOVE 'MASTERS AGREE - THE NIGHTLY CYCLE MAY START'
                     TO MIV-TEXT
         END-EVALUATE

         MOVE 'TRUCKS CHECKED:         ' TO MIS-LABEL
         MOVE CK-TRUCKS-READ             TO MIS-COUNT
         WRITE INTEGRITY-REPORT-LINE FROM MI-SUMMARY-LINE
             AFTER ADVANCING 3 LINES

         MOVE 'EMPLOYEES CHECKED:      ' TO MIS-LABEL
         MOVE CK-EMPLOYEES-READ          TO MIS-COUNT
         WRITE INTEGRITY-REPORT-LINE FROM MI-SUMMARY-LINE
             AFTER ADVANCING 1 LINE

         MOVE 'INVENTORY ROWS CHECKED: ' TO MIS-LABEL
         MOVE CK-INVENTORY-READ          TO MIS-COUNT
         WRITE INTEGRITY-REPORT-LINE FROM MI-SUMMARY-LINE
             AFTER ADVANCING 1 LINE

         MOVE 'TAX ROUTES LOADED:      ' TO MIS-LABEL
         MOVE CK-TAX-ROUTES-READ         TO MIS-COUNT
         WRITE INTEGRITY-REPORT-LINE FROM MI-SUMMARY-LINE
             AFTER ADVANCING 1 LINE

         MOVE 'SCHEDULED TRUCKS:       ' TO MIS-LABEL
         MOVE CK-SCHEDULE-READ           TO MIS-COUNT
         WRITE INTEGRITY-REPORT-LINE FROM MI-SUMMARY-LINE
             AFTER ADVANCING 1 LINE

         MOVE 'YTD RECORDS CHECKED:    ' TO MIS-LABEL
         MOVE CK-YTD-READ                TO MIS-COUNT
         WRITE INTEGRITY-REPORT-LINE FROM MI-SUMMARY-LINE
             AFTER ADVANCING 1 LINE

         MOVE 'ERRORS:                 ' TO MIS-LABEL
         MOVE FX-ERROR-COUNT             TO MIS-COUNT
         WRITE INTEGRITY-REPORT-LINE FROM MI-SUMMARY-LINE
             AFTER ADVANCING 2 LINES

         MOVE 'WARNINGS:               ' TO MIS-LABEL
         MOVE FX-WARNING-COUNT           TO MIS-COUNT
         WRITE INTEGRITY-REPORT-LINE FROM MI-SUMMARY-LINE
             AFTER ADVANCING 1 LINE

         MOVE 'RETURN CODE:            ' TO MIS-LABEL
         MOVE CK-RETURN-CODE             TO MIS-COUNT
         WRITE INTEGRITY-REPORT-LINE FROM MI-SUMMARY-LINE
             AFTER ADVANCING 1 LINE

         WRITE INTEGRITY-REPORT-LINE FROM MI-VERDICT-LINE
             AFTER ADVANCING 2 LINES

         CLOSE INTEGRITY-REPORT

         PERFORM 12C-SET-RUN-COUNTS
         MOVE CK-RETURN-CODE TO RL-RETURN-CODE
         PERFORM 12-LOG-RUN-END

         STOP RUN

       .

       60-FIND-TRUCK.

         MOVE 'N' TO TK-FOUND-SW

         PERFORM VARYING TK-SUB FROM 1 BY 1
                 UNTIL TK-SUB > TK-COUNT OR TK-FOUND
             IF TK-TRUCK-ID(TK-SUB) = TK-HOLD-TRUCK-ID
                 MOVE 'Y' TO TK-FOUND-SW
             END-IF
         END-PERFORM

         IF TK-FOUND
             SUBTRACT 1 FROM TK-SUB
         END-IF

       .

       61-FIND-TAX-ROUTE.

         MOVE 'N' TO TX-FOUND-SW

         PERFORM VARYING TX-SUB FROM 1 BY 1
                 UNTIL TX-SUB > TX-COUNT OR TX-FOUND
             IF TX-ROUTE(TX-SUB) = TM-REC-TRUCK-ROUTE
                 MOVE 'Y' TO TX-FOUND-SW
             END-IF
         END-PERFORM

       .

       62-ADD-FINDING.

         IF FX-NEW-ERROR
             ADD 1 TO FX-ERROR-COUNT
         ELSE
             ADD 1 TO FX-WARNING-COUNT
         END-IF

         IF FX-COUNT < 500
             ADD 1 TO FX-COUNT
             MOVE FX-NEW-SEVERITY TO FX-SEVERITY(FX-COUNT)
             MOVE FX-NEW-MASTER   TO FX-MASTER(FX-COUNT)
             MOVE FX-NEW-KEY      TO FX-KEY(FX-COUNT)
             MOVE FX-NEW-MESSAGE  TO FX-MESSAGE(FX-COUNT)
         ELSE
             ADD 1 TO FX-NOT-LISTED
         END-IF

       .

       63-PRINT-SEVERITY.

         WRITE INTEGRITY-REPORT-LINE FROM MI-SEVERITY-HEADING
             AFTER ADVANCING 3 LINES

         WRITE INTEGRITY-REPORT-LINE FROM MI-COLUMN-HEADING
             AFTER ADVANCING 2 LINES

         MOVE 0 TO FX-PRINTED

         PERFORM VARYING FX-SUB FROM 1 BY 1 UNTIL FX-SUB > FX-COUNT
             IF FX-SEVERITY(FX-SUB) = FX-PRINT-SEVERITY
                 MOVE FX-MASTER(FX-SUB)  TO MID-MASTER
                 MOVE FX-KEY(FX-SUB)     TO MID-KEY
                 MOVE FX-MESSAGE(FX-SUB) TO MID-MESSAGE
                 WRITE INTEGRITY-REPORT-LINE FROM MI-DETAIL-LINE
                     AFTER ADVANCING 1 LINE
                 ADD 1 TO FX-PRINTED
             END-IF
         END-PERFORM

         IF FX-PRINTED = 0
             WRITE INTEGRITY-REPORT-LINE FROM MI-NONE-LINE
                 AFTER ADVANCING 1 LINE
         END-IF

       .
