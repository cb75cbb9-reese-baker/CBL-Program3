      * Alongside the printed report this program also produces an
      * employee roster report, one line per employee grouped by
      * truck, fed from the same TREAT-FILE.
      *
      * Every night's treat lines are also appended to the Treat
      * Sales History file (TREAT-SALES-HISTORY.TXT), one dated
      * record per truck and treat with units sold, stock and
      * revenue, for the day-of-week sales pattern report.
      * Each run also adds a start and an end entry, with its counts
      * and completion status, to the job-step run log (RUN-LOG.TXT)
      * and ends with return code 4 when anything was rejected or 16
      * when the run had to stop early.
      ******************************************************************

       ENVIRONMENT DIVISION.
             RECORD KEY IS CM-REC-TREAT-KEY
             FILE STATUS IS CM-FILE-STATUS.

      *

           SELECT PRICE-HISTORY
             ASSIGN TO 'TREAT-PRICE-HISTORY.IDX'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS PH-REC-KEY
             FILE STATUS IS PH-FILE-STATUS.

      *

           SELECT REORDER-REPORT
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS DP-FILE-STATUS.

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

           SELECT TREAT-SALES-HISTORY
             ASSIGN TO 'TREAT-SALES-HISTORY.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SH-FILE-STATUS.

      *

           SELECT TENDER-TOTALS-FILE
             ASSIGN TO 'POS-TENDER-TOTALS.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS TN-FILE-STATUS.

      *

           SELECT OVER-SHORT-REPORT
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS GC-OUT-STATUS.

      *

           SELECT RUN-LOG
             ASSIGN TO 'RUN-LOG.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RL-FILE-STATUS.

      *

       DATA DIVISION.
      *

       FD TREAT-CATALOG-MASTER
         RECORD CONTAINS 25 CHARACTERS.

      *

             10 CM-REC-TREAT-NAME              PIC X(15).
             10 CM-REC-TREAT-SIZE              PIC X(1).
          05 CM-REC-TREAT-PRICE                PIC 99V99.
          05 CM-REC-UNIT-COST                  PIC 99V99.
          05 CM-REC-STATUS                     PIC X(1).
             88 CM-REC-ACTIVE                  VALUE 'A', ' '.
             88 CM-REC-PENDING                 VALUE 'P'.
             88 CM-REC-DISCONTINUED            VALUE 'D'.

      *

       FD PRICE-HISTORY
         RECORD CONTAINS 41 CHARACTERS.

      *

       01 PRICE-HISTORY-RECORD.
          05 PH-REC-KEY.
             10 PH-REC-TREAT-NAME              PIC X(15).
             10 PH-REC-TREAT-SIZE              PIC X(1).
             10 PH-REC-EFFECTIVE-DATE          PIC 9(8).
          05 PH-REC-ACTION                     PIC X(1).
             88 PH-REC-ADDED                   VALUE 'A'.
             88 PH-REC-PRICE-CHANGE            VALUE 'C'.
             88 PH-REC-DISCONTINUED            VALUE 'D'.
          05 PH-REC-TREAT-PRICE                PIC 99V99.
          05 PH-REC-UNIT-COST                  PIC 99V99.
          05 PH-REC-POSTED-DATE                PIC 9(8).

      *

      *

       FD EMPLOYEE-MASTER
         RECORD CONTAINS 55 CHARACTERS.

      *

          05 EM-REC-STATUS                     PIC X(1).
             88 EM-REC-ACTIVE                  VALUE 'A'.
             88 EM-REC-TERMINATED              VALUE 'T'.
          05 EM-REC-PAY-TYPE                   PIC X(1).
             88 EM-REC-HOURLY                  VALUE 'H'.
             88 EM-REC-SALARIED                VALUE 'S', ' '.
          05 EM-REC-HOURLY-RATE                PIC 99V99.

      *

      *

       FD PARAMETER-FILE
         RECORD CONTAINS 47 CHARACTERS.

      *

          05 PM-REC-DEPOSIT-TOLERANCE-N  REDEFINES
             PM-REC-DEPOSIT-TOLERANCE          PIC 9(5)V99.
          05 PM-REC-GENERATIONS                PIC X(1).
          05 PM-REC-PRICE-TOLERANCE            PIC X(5).
          05 PM-REC-SHRINK-TOLERANCE           PIC X(7).
          05 PM-REC-BUDGET-TOLERANCE           PIC X(3).

      *

          05 DP-REC-CARD-AMOUNT-X  REDEFINES
             DP-REC-CARD-AMOUNT                PIC X(7).

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

       FD TREAT-SALES-HISTORY
         RECORD CONTAINS 47 CHARACTERS.

      *

       01 TREAT-SALES-HISTORY-RECORD.
          05 SH-REC-SALES-DATE                 PIC 9(8).
          05 SH-REC-TRUCK-ID                   PIC X(4).
          05 SH-REC-TREAT-NAME                 PIC X(15).
          05 SH-REC-TREAT-SIZE                 PIC X(1).
          05 SH-REC-UNITS-SOLD                 PIC 9(5).
          05 SH-REC-STOCK                      PIC 9(5).
          05 SH-REC-REVENUE                    PIC 9(7)V99.

      *

       FD TENDER-TOTALS-FILE
         RECORD CONTAINS 30 CHARACTERS.

      *

       01 TENDER-TOTALS-RECORD.
          05 TN-REC-TRUCK-ID                   PIC X(4).
          05 TN-REC-POST-DATE                  PIC 9(8).
          05 TN-REC-CASH-AMOUNT                PIC 9(7)V99.
          05 TN-REC-CARD-AMOUNT                PIC 9(7)V99.

      *

       FD OVER-SHORT-REPORT

       01 YTD-GEN-OUT-RECORD                   PIC X(164).

      *

       FD RUN-LOG
         RECORD CONTAINS 104 CHARACTERS.

      *

       01 RUN-LOG-RECORD                       PIC X(104).

      *

       WORKING-STORAGE SECTION.
          05 DP-DEPOSITED                      PIC S9(8)V99 VALUE 0.
          05 DP-OVER-SHORT                     PIC S9(8)V99 VALUE 0.
          05 DP-FLEET-SHORTAGE                 PIC S9(9)V99 VALUE 0.
          05 DP-EXPECTED-CASH                  PIC S9(8)V99 VALUE 0.
          05 DP-EXPECTED-CARD                  PIC S9(8)V99 VALUE 0.
          05 DP-CASH-OVER-SHORT                PIC S9(8)V99 VALUE 0.
          05 DP-CARD-OVER-SHORT                PIC S9(8)V99 VALUE 0.
          05 DP-FLEET-CASH-SHORT               PIC S9(9)V99 VALUE 0.
          05 DP-FLEET-CARD-SHORT               PIC S9(9)V99 VALUE 0.

      *

             10 DP-MATCHED-SW                  PIC X.
                88 DP-MATCHED                        VALUE 'Y'.

      *----------------------------------------------------------------
      * POS TENDER TOTALS TABLE (CASH/CARD TAKEN PER TRUCK BY POSPOST)
      *----------------------------------------------------------------

       01 TENDER-TOTALS-FLAGS.
          05 TN-FILE-STATUS                    PIC X(2) VALUE SPACES.
          05 TN-EOF-FLAG                       PIC X VALUE 'N'.
             88 TN-NO-MORE-DATA                      VALUE 'Y'.
          05 TN-COUNT                          PIC 9(3) VALUE 0.
          05 TN-SUB                            PIC 9(3) VALUE 0.
          05 TN-FOUND-SW                       PIC X VALUE 'N'.
             88 TN-FOUND                             VALUE 'Y'.

      *

       01 TENDER-TOTALS-TABLE.
          05 TN-ENTRY OCCURS 100 TIMES.
             10 TN-TRUCK-ID                    PIC X(4).
             10 TN-CASH-AMOUNT                 PIC 9(7)V99.
             10 TN-CARD-AMOUNT                 PIC 9(7)V99.

      *----------------------------------------------------------------
      * DEPOSIT OVER/SHORT REPORT LAYOUTS
      *----------------------------------------------------------------
          05 FILLER                            PIC X(4) VALUE SPACES.
          05 FILLER                            PIC X(12) VALUE
                                                       'COMPUTED REV'.
          05 FILLER                            PIC X(3) VALUE SPACES.
          05 FILLER                            PIC X(8) VALUE
                                                             'CASH DEP'.
          05 FILLER                            PIC X(2) VALUE SPACES.
          05 FILLER                            PIC X(8) VALUE
                                                             'CASH O/S'.
          05 FILLER                            PIC X(6) VALUE SPACES.
          05 FILLER                            PIC X(8) VALUE
                                                             'CARD DEP'.
          05 FILLER                            PIC X(2) VALUE SPACES.
          05 FILLER                            PIC X(8) VALUE
                                                             'CARD O/S'.
          05 FILLER                            PIC X(13) VALUE SPACES.

      *

       01 OS-DETAIL-LINE.
          05 FILLER                            PIC X(2) VALUE SPACES.
          05 OSD-TRUCK-ID                      PIC X(4).
          05 FILLER                            PIC X(1) VALUE SPACES.
          05 OSD-COMPUTED-REV                  PIC $ZZZ,ZZ9.99.
          05 FILLER                            PIC X(1) VALUE SPACES.
          05 OSD-CASH-AMOUNT                   PIC $ZZZ,ZZ9.99.
          05 FILLER                            PIC X(1) VALUE SPACES.
          05 OSD-CASH-OVER-SHORT               PIC $ZZ,ZZ9.99-.
          05 FILLER                            PIC X(1) VALUE SPACES.
          05 OSD-CARD-AMOUNT                   PIC $ZZZ,ZZ9.99.
          05 FILLER                            PIC X(1) VALUE SPACES.
          05 OSD-CARD-OVER-SHORT               PIC $ZZ,ZZ9.99-.
          05 FILLER                            PIC X(1) VALUE SPACES.
          05 OSD-FLAG                          PIC X(1).
          05 FILLER                            PIC X(1) VALUE SPACES.
          05 OSD-NOTE                          PIC X(10).
          05 FILLER                            PIC X(3) VALUE SPACES.

      *

          05 OSF-FLEET-SHORTAGE                PIC $ZZ,ZZZ,ZZ9.99-.
          05 FILLER                            PIC X(34) VALUE SPACES.

      *

       01 OS-TENDER-SHORT-LINE.
          05 FILLER                            PIC X(2) VALUE SPACES.
          05 OST-LABEL                         PIC X(29).
          05 OST-SHORTAGE                      PIC $ZZ,ZZZ,ZZ9.99-.
          05 FILLER                            PIC X(34) VALUE SPACES.

      *

       01 PER-TRUCK-FILE-FIELDS.
          05 CM-FILE-STATUS                    PIC X(2) VALUE SPACES.
          05 CM-FOUND-SW                       PIC X VALUE 'N'.
             88 CM-FOUND                             VALUE 'Y'.
          05 PH-FILE-STATUS                    PIC X(2) VALUE SPACES.
          05 PH-EOF-FLAG                       PIC X VALUE 'N'.
             88 PH-NO-MORE-DATA                      VALUE 'Y'.
          05 PH-HISTORY-SW                     PIC X VALUE 'N'.
             88 PH-HISTORY-OPEN                      VALUE 'Y'.

      *----------------------------------------------------------------
      * EMPLOYEE MASTER KEYED-ACCESS FIELDS
          05 EM-FOUND-SW                       PIC X VALUE 'N'.
             88 EM-FOUND                             VALUE 'Y'.

      *----------------------------------------------------------------
      * TODAY'S TIMECARD HOURS (LABOR COST FOR HOURLY STAFF)
      *----------------------------------------------------------------

       01 TIMECARD-FLAGS.
          05 TC-FILE-STATUS                    PIC X(2) VALUE SPACES.
          05 TC-EOF-FLAG                       PIC X VALUE 'N'.
             88 TC-NO-MORE-DATA                      VALUE 'Y'.
          05 TC-COUNT                          PIC 9(3) VALUE 0.
          05 TC-SUB                            PIC 9(3) VALUE 0.
          05 TC-FOUND-SW                       PIC X VALUE 'N'.
             88 TC-FOUND                             VALUE 'Y'.
          05 DS-FILE-STATUS                    PIC X(2) VALUE SPACES.
          05 SH-FILE-STATUS                    PIC X(2) VALUE SPACES.

      *

       01 TIMECARD-TABLE.
          05 TC-ENTRY OCCURS 200 TIMES.
             10 TC-EMPLOYEE-ID                 PIC X(5).
             10 TC-HOURS-WORKED                PIC 9(3)V99.

      *----------------------------------------------------------------
      * FILE-ORDER VALIDATION TABLE
      *----------------------------------------------------------------
          05 GL-YTD-GRAND-TOTAL                PIC $ZZ,999,999.99.
          05 FILLER                            PIC X(34) VALUE SPACES.

      *----------------------------------------------------------------
      * JOB STEP RUN LOG
      *----------------------------------------------------------------

       01 RUN-LOG-FIELDS.
          05 RL-FILE-STATUS                    PIC X(2) VALUE SPACES.
          05 RL-PROGRAM-NAME                   PIC X(8)
                                               VALUE 'PROGRAM3'.
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
             DISPLAY 'PROGRAM3 WARNING - CANNOT OPEN RUN-LOG.TXT'
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

         MOVE RC-RECORDS-READ       TO RL-IN-COUNT
         MOVE RC-TREAT-LINES        TO RL-OUT-COUNT
         MOVE RC-EXCEPTIONS-WRITTEN TO RL-REJECT-COUNT

       .

       13-READ-RUN-PARAMETERS.

         OPEN INPUT PARAMETER-FILE
         IF AB-STATUS NOT = '00'
             DISPLAY 'PROGRAM3 ABORT - CANNOT OPEN ' AB-FILE-NAME
                     ' - FILE STATUS ' AB-STATUS
             MOVE SPACES TO RL-MESSAGE
             STRING 'CANNOT OPEN ' DELIMITED BY SIZE
                    AB-FILE-NAME DELIMITED BY SPACE
                 INTO RL-MESSAGE
             END-STRING
             PERFORM 12B-ABORT-RUN
         END-IF

       .
         MOVE CM-FILE-STATUS           TO AB-STATUS
         PERFORM 14-CHECK-OPEN-STATUS

         OPEN INPUT PRICE-HISTORY
         IF PH-FILE-STATUS = '35'
             MOVE 'N' TO PH-HISTORY-SW
         ELSE
             MOVE 'TREAT-PRICE-HISTORY.IDX' TO AB-FILE-NAME
             MOVE PH-FILE-STATUS           TO AB-STATUS
             PERFORM 14-CHECK-OPEN-STATUS
             MOVE 'Y' TO PH-HISTORY-SW
         END-IF

         OPEN INPUT EMPLOYEE-MASTER
         MOVE 'EMPLOYEE-MASTER.IDX'    TO AB-FILE-NAME
         MOVE EM-FILE-STATUS           TO AB-STATUS
         MOVE WS-ACCEPT-DAY   TO WS-DAY
         MOVE WS-ACCEPT-YEAR  TO WS-YEAR

         PERFORM 11-LOG-RUN-START

         MOVE WS-MONTH TO H1-MONTH
         MOVE WS-DAY   TO H1-DAY
         MOVE WS-YEAR  TO H1-YEAR
         MOVE WS-DAY   TO ES1-DAY
         MOVE WS-YEAR  TO ES1-YEAR

         PERFORM 18E-LOAD-TENDER-TOTALS
         PERFORM 18F-LOAD-TIMECARDS

         OPEN EXTEND TRUCK-DAILY-SALES
         IF DS-FILE-STATUS = '35'
             OPEN OUTPUT TRUCK-DAILY-SALES
         END-IF
         MOVE 'TRUCK-DAILY-SALES.TXT'  TO AB-FILE-NAME
         MOVE DS-FILE-STATUS           TO AB-STATUS
         PERFORM 14-CHECK-OPEN-STATUS

         OPEN EXTEND TREAT-SALES-HISTORY
         IF SH-FILE-STATUS = '35'
             OPEN OUTPUT TREAT-SALES-HISTORY
         END-IF
         MOVE 'TREAT-SALES-HISTORY.TXT' TO AB-FILE-NAME
         MOVE SH-FILE-STATUS            TO AB-STATUS
         PERFORM 14-CHECK-OPEN-STATUS

         IF PM-EMPLOYEE-RPT-ON
             PERFORM 19-PRINT-EMPLOYEE-REPORT-HEADERS
         END-IF
         IF RC-MASTER-TRUCKS = 0
             DISPLAY 'PROGRAM3 ABORT - TRUCK-MASTER.IDX IS EMPTY - '
                     'BUILD THE MASTER AND RERUN'
             MOVE 'TRUCK-MASTER.IDX IS EMPTY' TO RL-MESSAGE
             PERFORM 12B-ABORT-RUN
         END-IF

       .
             AT END
                 DISPLAY 'PROGRAM3 ABORT - TREAT-CATALOG-MASTER.IDX '
                         'IS EMPTY - BUILD THE MASTER AND RERUN'
                 MOVE 'TREAT-CATALOG-MASTER.IDX IS EMPTY' TO RL-MESSAGE
                 PERFORM 12B-ABORT-RUN
         END-READ

       .
             DISPLAY 'PROGRAM3 ABORT - TREAT-FILE IS NOT IN TRUCK '
                     'ID SEQUENCE - RE-SORT THE FILE AND RERUN'
             CLOSE TREAT-FILE
             MOVE 'TREAT-FILE NOT IN TRUCK ID SEQUENCE' TO RL-MESSAGE
             PERFORM 12B-ABORT-RUN
         END-IF

         CLOSE TREAT-FILE

       .

       18E-LOAD-TENDER-TOTALS.

         OPEN INPUT TENDER-TOTALS-FILE

         IF TN-FILE-STATUS = '35'
             CONTINUE
         ELSE
             MOVE 'POS-TENDER-TOTALS.TXT' TO AB-FILE-NAME
             MOVE TN-FILE-STATUS       TO AB-STATUS
             PERFORM 14-CHECK-OPEN-STATUS

             PERFORM UNTIL TN-NO-MORE-DATA
                 READ TENDER-TOTALS-FILE
                     AT END
                         MOVE 'Y' TO TN-EOF-FLAG
                     NOT AT END
                         IF TN-REC-POST-DATE NOT = WS-ACCEPT-DATE
                             MOVE TN-REC-TRUCK-ID  TO EX-TRUCK-ID
                             MOVE SPACES           TO EX-EMPLOYEE-ID
                             MOVE SPACES           TO EX-TREAT-NAME
                             MOVE 'TN-POST-DATE'   TO EX-FIELD-NAME
                             MOVE TN-REC-POST-DATE TO EX-BAD-VALUE
                             WRITE EXCEPTION-REPORT-LINE
                                 FROM EXCEPTION-DETAIL-LINE
                             ADD 1 TO RC-EXCEPTIONS-WRITTEN
                         ELSE
                             IF TN-COUNT < 100
                                 AND TN-REC-CASH-AMOUNT NUMERIC
                                 AND TN-REC-CARD-AMOUNT NUMERIC
                                 ADD 1 TO TN-COUNT
                                 MOVE TN-REC-TRUCK-ID
                                     TO TN-TRUCK-ID(TN-COUNT)
                                 MOVE TN-REC-CASH-AMOUNT
                                     TO TN-CASH-AMOUNT(TN-COUNT)
                                 MOVE TN-REC-CARD-AMOUNT
                                     TO TN-CARD-AMOUNT(TN-COUNT)
                             END-IF
                         END-IF
                 END-READ
             END-PERFORM

             CLOSE TENDER-TOTALS-FILE
         END-IF

       .

       18F-LOAD-TIMECARDS.

         OPEN INPUT TIMECARD-TRANS

         IF TC-FILE-STATUS = '35'
             CONTINUE
         ELSE
             MOVE 'TIMECARD-TRANS.TXT' TO AB-FILE-NAME
             MOVE TC-FILE-STATUS       TO AB-STATUS
             PERFORM 14-CHECK-OPEN-STATUS

             PERFORM UNTIL TC-NO-MORE-DATA
                 READ TIMECARD-TRANS
                     AT END
                         MOVE 'Y' TO TC-EOF-FLAG
                     NOT AT END
                         IF TC-REC-WORK-DATE = WS-ACCEPT-DATE
                             AND TC-REC-HOURS-WORKED NUMERIC
                             PERFORM 18G-ADD-TIMECARD-HOURS
                         END-IF
                 END-READ
             END-PERFORM

             CLOSE TIMECARD-TRANS
         END-IF

       .

       18G-ADD-TIMECARD-HOURS.

         MOVE 'N' TO TC-FOUND-SW

         PERFORM VARYING TC-SUB FROM 1 BY 1
                 UNTIL TC-SUB > TC-COUNT OR TC-FOUND
             IF TC-REC-EMPLOYEE-ID = TC-EMPLOYEE-ID(TC-SUB)
                 MOVE 'Y' TO TC-FOUND-SW
             END-IF
         END-PERFORM

         IF TC-FOUND
             SUBTRACT 1 FROM TC-SUB
             ADD TC-REC-HOURS-WORKED TO TC-HOURS-WORKED(TC-SUB)
         ELSE
             IF TC-COUNT < 200
                 ADD 1 TO TC-COUNT
                 MOVE TC-REC-EMPLOYEE-ID  TO TC-EMPLOYEE-ID(TC-COUNT)
                 MOVE TC-REC-HOURS-WORKED TO TC-HOURS-WORKED(TC-COUNT)
             END-IF
         END-IF

       .

       19-PRINT-EMPLOYEE-REPORT-HEADERS.

         WRITE EMPLOYEE-REPORT-LINE FROM EMP-HEADING-ONE
         ADD TR-TREAT-STOCK(SUB) TO RC-STOCK-HASH
         ADD TF-ACTUAL-REVENUE   TO RC-REVENUE-HASH

         PERFORM 40D-WRITE-SALES-HISTORY

         PERFORM 42-ACCUMULATE-RANK-TOTALS

         IF LINE-COUNT + PROPER-SPACING > MAX-LINES-PER-PAGE
         END-READ

         IF CM-FOUND
             PERFORM 40C-FIND-PRICE-IN-EFFECT
             EVALUATE TRUE
                 WHEN NOT CM-REC-ACTIVE
                     MOVE TR-TREAT-NAME(SUB) TO EX-BAD-VALUE
                     MOVE 'NOT ON SALE' TO EX-FIELD-NAME
                     PERFORM 41-LOG-EXCEPTION
                 WHEN TR-TREAT-PRICE(SUB) NOT = CM-REC-TREAT-PRICE
                     MOVE TR-TREAT-PRICE-X(SUB) TO EX-BAD-VALUE
                     MOVE 'PRICE MISMATCH' TO EX-FIELD-NAME
                     PERFORM 41-LOG-EXCEPTION
             END-EVALUATE
         ELSE
             MOVE TR-TREAT-NAME(SUB) TO EX-BAD-VALUE
             MOVE 'NOT IN CATALOG' TO EX-FIELD-NAME

       .

       40C-FIND-PRICE-IN-EFFECT.

         IF PH-HISTORY-OPEN
             MOVE 'N' TO PH-EOF-FLAG
             MOVE CM-REC-TREAT-NAME TO PH-REC-TREAT-NAME
             MOVE CM-REC-TREAT-SIZE TO PH-REC-TREAT-SIZE
             MOVE 0                 TO PH-REC-EFFECTIVE-DATE
             START PRICE-HISTORY KEY NOT < PH-REC-KEY
                 INVALID KEY
                     MOVE 'Y' TO PH-EOF-FLAG
             END-START
             PERFORM UNTIL PH-NO-MORE-DATA
                 READ PRICE-HISTORY NEXT RECORD
                     AT END
                         MOVE 'Y' TO PH-EOF-FLAG
                     NOT AT END
                         IF PH-REC-TREAT-NAME NOT = CM-REC-TREAT-NAME
                             OR PH-REC-TREAT-SIZE
                                 NOT = CM-REC-TREAT-SIZE
                             OR PH-REC-EFFECTIVE-DATE > WS-ACCEPT-DATE
                             MOVE 'Y' TO PH-EOF-FLAG
                         ELSE
                             MOVE PH-REC-TREAT-PRICE
                                 TO CM-REC-TREAT-PRICE
                             IF PH-REC-DISCONTINUED
                                 MOVE 'D' TO CM-REC-STATUS
                             ELSE
                                 MOVE 'A' TO CM-REC-STATUS
                             END-IF
                         END-IF
                 END-READ
             END-PERFORM
         END-IF

       .

       40D-WRITE-SALES-HISTORY.

         MOVE WS-ACCEPT-DATE      TO SH-REC-SALES-DATE
         MOVE TR-TRUCK-ID         TO SH-REC-TRUCK-ID
         MOVE TR-TREAT-NAME(SUB)  TO SH-REC-TREAT-NAME
         MOVE TR-TREAT-SIZE(SUB)  TO SH-REC-TREAT-SIZE
         MOVE TR-TREAT-SOLD(SUB)  TO SH-REC-UNITS-SOLD
         MOVE TR-TREAT-STOCK(SUB) TO SH-REC-STOCK
         MOVE TF-ACTUAL-REVENUE   TO SH-REC-REVENUE

         WRITE TREAT-SALES-HISTORY-RECORD

       .

       41-LOG-EXCEPTION.

         MOVE TR-TRUCK-ID      TO EX-TRUCK-ID
         END-IF

         PERFORM 46-UPDATE-YTD-TRUCK
         PERFORM 46E-WRITE-DAILY-SALES
         PERFORM 47-UPDATE-TRUCK-TOTALS-TABLE

         ADD TRUCK-TOTAL        TO TRUCK-GRAND-TOTAL
             MOVE 0 TO OSD-CARD-AMOUNT
         END-IF

         PERFORM 45E-FIND-TENDER-TOTALS

         IF DP-FOUND
             COMPUTE DP-CASH-OVER-SHORT =
                 DP-CASH-AMOUNT(DP-SUB) - DP-EXPECTED-CASH
             COMPUTE DP-CARD-OVER-SHORT =
                 DP-CARD-AMOUNT(DP-SUB) - DP-EXPECTED-CARD
         ELSE
             COMPUTE DP-CASH-OVER-SHORT = 0 - DP-EXPECTED-CASH
             COMPUTE DP-CARD-OVER-SHORT = 0 - DP-EXPECTED-CARD
         END-IF

         COMPUTE DP-OVER-SHORT =
             DP-CASH-OVER-SHORT + DP-CARD-OVER-SHORT

         IF DP-CASH-OVER-SHORT > DP-TOLERANCE
             OR DP-CASH-OVER-SHORT < (0 - DP-TOLERANCE)
             OR DP-CARD-OVER-SHORT > DP-TOLERANCE
             OR DP-CARD-OVER-SHORT < (0 - DP-TOLERANCE)
             MOVE '*' TO OSD-FLAG
         ELSE
             MOVE ' ' TO OSD-FLAG
         END-IF

         IF DP-CASH-OVER-SHORT < 0
             SUBTRACT DP-CASH-OVER-SHORT FROM DP-FLEET-CASH-SHORT
             SUBTRACT DP-CASH-OVER-SHORT FROM DP-FLEET-SHORTAGE
         END-IF

         IF DP-CARD-OVER-SHORT < 0
             SUBTRACT DP-CARD-OVER-SHORT FROM DP-FLEET-CARD-SHORT
             SUBTRACT DP-CARD-OVER-SHORT FROM DP-FLEET-SHORTAGE
         END-IF

         MOVE HF-TRUCK-ID        TO OSD-TRUCK-ID
         MOVE TRUCK-ACTUAL-TOTAL TO OSD-COMPUTED-REV
         MOVE DP-CASH-OVER-SHORT TO OSD-CASH-OVER-SHORT
         MOVE DP-CARD-OVER-SHORT TO OSD-CARD-OVER-SHORT

         IF TN-FOUND
             MOVE SPACES         TO OSD-NOTE
         ELSE
             MOVE 'NO POS TNDR'  TO OSD-NOTE
         END-IF

         WRITE OVER-SHORT-REPORT-LINE FROM OS-DETAIL-LINE
             AFTER ADVANCING 1 LINE

       45D-UNMATCHED-DEPOSIT-LINE.

         MOVE DP-TRUCK-ID(DP-SUB)    TO OSD-TRUCK-ID
         MOVE 0                      TO OSD-COMPUTED-REV
         MOVE DP-CASH-AMOUNT(DP-SUB) TO OSD-CASH-AMOUNT
         MOVE DP-CASH-AMOUNT(DP-SUB) TO OSD-CASH-OVER-SHORT
         MOVE DP-CARD-AMOUNT(DP-SUB) TO OSD-CARD-AMOUNT
         MOVE DP-CARD-AMOUNT(DP-SUB) TO OSD-CARD-OVER-SHORT
         MOVE '*'                    TO OSD-FLAG
         MOVE 'NO REVENUE'           TO OSD-NOTE


       .

       45E-FIND-TENDER-TOTALS.

         MOVE 'N' TO TN-FOUND-SW

         PERFORM VARYING TN-SUB FROM 1 BY 1
                 UNTIL TN-SUB > TN-COUNT OR TN-FOUND
             IF HF-TRUCK-ID = TN-TRUCK-ID(TN-SUB)
                 MOVE 'Y' TO TN-FOUND-SW
             END-IF
         END-PERFORM

         IF TN-FOUND
             SUBTRACT 1 FROM TN-SUB
             MOVE TN-CASH-AMOUNT(TN-SUB) TO DP-EXPECTED-CASH
             MOVE TN-CARD-AMOUNT(TN-SUB) TO DP-EXPECTED-CARD
         ELSE
             IF DP-FOUND
                 MOVE DP-CARD-AMOUNT(DP-SUB) TO DP-EXPECTED-CARD
             ELSE
                 MOVE 0 TO DP-EXPECTED-CARD
             END-IF
             COMPUTE DP-EXPECTED-CASH =
                 TRUCK-ACTUAL-TOTAL - DP-EXPECTED-CARD
         END-IF

       .

       47-UPDATE-TRUCK-TOTALS-TABLE.

         MOVE 'N' TO TM-FOUND-SW

       .

       46E-WRITE-DAILY-SALES.

         IF HF-TRUCK-ID NOT = SPACES
             AND HF-TRUCK-ID NOT = LOW-VALUES
             MOVE WS-ACCEPT-DATE     TO DS-REC-SALES-DATE
             MOVE HF-TRUCK-ID        TO DS-REC-TRUCK-ID
             MOVE TRUCK-ACTUAL-TOTAL TO DS-REC-ACTUAL-TOTAL
             WRITE TRUCK-DAILY-SALES-RECORD
         END-IF

       .

       46D-POST-YTD-TRUCK.

         MOVE 'N' TO YM-FOUND-SW

         IF PM-OVERSHORT-RPT-ON
             PERFORM 45C-PRINT-UNMATCHED-DEPOSITS
             MOVE 'FLEET CASH SHORTAGE:         ' TO OST-LABEL
             MOVE DP-FLEET-CASH-SHORT TO OST-SHORTAGE
             WRITE OVER-SHORT-REPORT-LINE FROM OS-TENDER-SHORT-LINE
                 AFTER ADVANCING 2 LINES
             MOVE 'FLEET CARD SHORTAGE:         ' TO OST-LABEL
             MOVE DP-FLEET-CARD-SHORT TO OST-SHORTAGE
             WRITE OVER-SHORT-REPORT-LINE FROM OS-TENDER-SHORT-LINE
                 AFTER ADVANCING 1 LINE
             MOVE DP-FLEET-SHORTAGE TO OSF-FLEET-SHORTAGE
             WRITE OVER-SHORT-REPORT-LINE FROM OS-FLEET-TOTAL-LINE
                 AFTER ADVANCING 1 LINE
         END-IF

         PERFORM 57-PRINT-EXEC-SUMMARY
         PERFORM 58-PRINT-RUN-CONTROL-REPORT

         CLOSE TREAT-FILE
               TRUCK-DAILY-SALES
               TREAT-SALES-HISTORY
               TRUCK-MASTER
               TREAT-CATALOG-MASTER
               EMPLOYEE-MASTER
               RUN-CONTROL-REPORT
               EXEC-SUMMARY-REPORT

         IF PH-HISTORY-OPEN
             CLOSE PRICE-HISTORY
         END-IF
         IF PM-EMPLOYEE-RPT-ON
             CLOSE EMPLOYEE-REPORT
         END-IF
             CLOSE OVER-SHORT-REPORT
         END-IF

         PERFORM 12C-SET-RUN-COUNTS
         IF RL-REJECT-COUNT > 0
             MOVE 4 TO RL-RETURN-CODE
         END-IF
         PERFORM 12-LOG-RUN-END

         STOP RUN

       .

       91A-ADD-EMPLOYEE-PAYROLL.

         IF EM-REC-HOURLY
             PERFORM 91B-FIND-TIMECARD-HOURS
         ELSE
             COMPUTE PF-DAILY-BASE =
                 EM-REC-YEARLY-SALARY / PF-WORKDAYS-PER-YEAR
         END-IF

         COMPUTE PF-COMMISSION =
             TM-REC-ACTUAL-TOTAL * EM-REC-COMMISSION-RATE

       .

       91B-FIND-TIMECARD-HOURS.

         MOVE 'N' TO TC-FOUND-SW
         MOVE 0   TO PF-DAILY-BASE

         PERFORM VARYING TC-SUB FROM 1 BY 1
                 UNTIL TC-SUB > TC-COUNT OR TC-FOUND
             IF EM-REC-EMPLOYEE-ID = TC-EMPLOYEE-ID(TC-SUB)
                 MOVE 'Y' TO TC-FOUND-SW
             END-IF
         END-PERFORM

         IF TC-FOUND
             SUBTRACT 1 FROM TC-SUB
             IF EM-REC-HOURLY-RATE NUMERIC
                 COMPUTE PF-DAILY-BASE ROUNDED =
                     TC-HOURS-WORKED(TC-SUB) * EM-REC-HOURLY-RATE
             END-IF
         END-IF

       .

       92-PRINT-PROFIT-DETAIL-LINE.

         COMPUTE PF-NET-PROFIT =
