      * daily treat file so the sold counts no longer have to be
      * hand-keyed from the drivers' end-of-day tallies.
      *
      ***INPUT: The Sales Transaction file holds one batch per truck
      * register upload.  Each batch starts with a header record (H)
      * carrying the batch date, truck ID, and batch sequence, holds
      * one detail record (D) per sale rung up on the truck: sale
      * date, sale time, truck ID, treat name, treat size, quantity
      * sold, tender amount, and tender type (C = cash, K = card),
      * and ends with a trailer record (T) carrying the register's
      * record count and tender hash total for the batch.
      * The Treat file (PR3FA22-TREAT.TXT) supplies the trucks and
      * treats the sales are posted against.  The POS Batch Log
      * (POS-BATCH-LOG.TXT) lists every batch already posted; a batch
      * posted on an earlier processing date is rejected, while a
      * rerun of the same night posts its batches again.  The run
      * parameter card (RUN-PARAMETERS.TXT) may carry a
      * processing-date override.
      *
      ***OUTPUT: The Treat file is rewritten with TR-TREAT-SOLD set
      * to the quantities accumulated from the sales transactions,
      * and an Hourly Sales Summary Report shows units and tender by
      * hour of day for each truck, with rejected sales listed and
      * posted/rejected counts at the bottom. The cash and card
      * tender taken on each truck is written to the POS Tender
      * Totals file (POS-TENDER-TOTALS.TXT) for the deposit
      * reconciliation in PROGRAM3.  A batch is posted only when its
      * trailer balances and it has not been posted before; every
      * batch is listed on the report with its control totals and
      * status, and posted batches are added to the POS Batch Log.
      * Each run also adds a start and an end entry, with its counts
      * and completion status, to the job-step run log (RUN-LOG.TXT)
      * and ends with return code 4 when anything was rejected or 16
      * when the run had to stop early.
      ******************************************************************

       ENVIRONMENT DIVISION.
             ASSIGN TO 'SALES-TRANS.TXT'
             ORGANIZATION IS LINE SEQUENTIAL.

      *

           SELECT BATCH-LOG
             ASSIGN TO 'POS-BATCH-LOG.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS BL-FILE-STATUS.

      *

           SELECT HOURLY-SALES-REPORT
             ASSIGN TO 'HOURLY-SALES-REPORT.TXT'
             ORGANIZATION IS LINE SEQUENTIAL.

      *

           SELECT TENDER-TOTALS-FILE
             ASSIGN TO 'POS-TENDER-TOTALS.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS TN-FILE-STATUS.

      *

           SELECT PARAMETER-FILE
             ASSIGN TO 'RUN-PARAMETERS.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PM-FILE-STATUS.

      *

           SELECT RUN-LOG
             ASSIGN TO 'RUN-LOG.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RL-FILE-STATUS.

      *

       DATA DIVISION.
      *

       FD SALES-TRANS
         RECORD CONTAINS 46 CHARACTERS.

      *

       01 SALES-TRANS-RECORD.
          05 ST-RECORD-TYPE                    PIC X(1).
             88 ST-BATCH-HEADER                      VALUE 'H'.
             88 ST-SALE-DETAIL                       VALUE 'D'.
             88 ST-BATCH-TRAILER                     VALUE 'T'.
          05 ST-SALE-DATE                      PIC 9(8).
          05 ST-SALE-TIME.
             10 ST-SALE-HOUR                   PIC 9(2).
          05 ST-TENDER-AMOUNT                  PIC 9(5)V99.
          05 ST-TENDER-AMOUNT-X  REDEFINES
             ST-TENDER-AMOUNT                  PIC X(7).
          05 ST-TENDER-TYPE                    PIC X(1).
             88 ST-CASH-TENDER                       VALUE 'C'.
             88 ST-CARD-TENDER                       VALUE 'K'.

      *

       01 SALES-HEADER-RECORD.
          05 BH-RECORD-TYPE                    PIC X(1).
          05 BH-BATCH-DATE                     PIC 9(8).
          05 BH-TRUCK-ID                       PIC X(4).
          05 BH-BATCH-SEQ                      PIC 9(3).
          05 FILLER                            PIC X(30).

      *

       01 SALES-TRAILER-RECORD.
          05 BT-RECORD-TYPE                    PIC X(1).
          05 BT-TRUCK-ID                       PIC X(4).
          05 BT-RECORD-COUNT                   PIC 9(5).
          05 BT-RECORD-COUNT-X  REDEFINES
             BT-RECORD-COUNT                   PIC X(5).
          05 BT-TENDER-HASH                    PIC 9(7)V99.
          05 BT-TENDER-HASH-X  REDEFINES
             BT-TENDER-HASH                    PIC X(9).
          05 FILLER                            PIC X(27).

      *

       FD BATCH-LOG
         RECORD CONTAINS 37 CHARACTERS.

      *

       01 BATCH-LOG-RECORD.
          05 BL-REC-TRUCK-ID                   PIC X(4).
          05 BL-REC-BATCH-DATE                 PIC 9(8).
          05 BL-REC-BATCH-SEQ                  PIC 9(3).
          05 BL-REC-RECORD-COUNT               PIC 9(5).
          05 BL-REC-TENDER-HASH                PIC 9(7)V99.
          05 BL-REC-POSTED-DATE                PIC 9(8).

      *


       01 HOURLY-REPORT-LINE                   PIC X(80).

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

       FD RUN-LOG
         RECORD CONTAINS 104 CHARACTERS.

      *

       01 RUN-LOG-RECORD                       PIC X(104).

      *

       WORKING-STORAGE SECTION.
       01 TREAT-FILE-FIELDS.
          05 TR-RECORD-LENGTH                  PIC 9(3).
          05 TR-FILE-STATUS                    PIC X(2) VALUE SPACES.
          05 TN-FILE-STATUS                    PIC X(2) VALUE SPACES.

      *

             88 TR-NO-MORE-DATA                      VALUE 'Y'.
          05 ST-EOF-FLAG                       PIC X VALUE 'N'.
             88 ST-NO-MORE-DATA                      VALUE 'Y'.
          05 BL-EOF-FLAG                       PIC X VALUE 'N'.
             88 BL-NO-MORE-DATA                      VALUE 'Y'.
          05 BL-FILE-STATUS                    PIC X(2) VALUE SPACES.
          05 PM-FILE-STATUS                    PIC X(2) VALUE SPACES.

      *

       01 HOURLY-SALES-TABLE.
          05 HS-TRUCK-ENTRY OCCURS 50 TIMES.
             10 HS-TRUCK-ID                    PIC X(4) VALUE SPACES.
             10 HS-CASH-TENDER                 PIC 9(7)V99 VALUE 0.
             10 HS-CARD-TENDER                 PIC 9(7)V99 VALUE 0.
             10 HS-HOUR-ENTRY OCCURS 24 TIMES.
                15 HS-UNITS                    PIC 9(5) VALUE 0.
                15 HS-TENDER                   PIC 9(7)V99 VALUE 0.

      *----------------------------------------------------------------
      * OPEN BATCH AND SALE BUFFER
      *----------------------------------------------------------------

       01 OPEN-BATCH-FIELDS.
          05 BS-OPEN-SW                        PIC X VALUE 'N'.
             88 BS-BATCH-OPEN                        VALUE 'Y'.
          05 BS-TRUCK-ID                       PIC X(4).
          05 BS-BATCH-DATE                     PIC 9(8).
          05 BS-BATCH-SEQ                      PIC 9(3).
          05 BS-RECORD-COUNT                   PIC 9(5) VALUE 0.
          05 BS-TENDER-HASH                    PIC 9(7)V99 VALUE 0.
          05 BS-MISMATCH-SW                    PIC X VALUE 'N'.
             88 BS-TRUCK-MISMATCH                    VALUE 'Y'.
          05 BS-OVERFLOW-SW                    PIC X VALUE 'N'.
             88 BS-BUFFER-OVERFLOW                   VALUE 'Y'.
          05 BS-DUPLICATE-SW                   PIC X VALUE 'N'.
             88 BS-DUPLICATE                         VALUE 'Y'.
          05 SB-COUNT                          PIC 9(3) VALUE 0.
          05 SB-SUB                            PIC 9(3) VALUE 0.

      *

       01 SALE-BUFFER-TABLE.
          05 SB-RECORD OCCURS 999 TIMES        PIC X(46).

      *----------------------------------------------------------------
      * BATCH CONTROL TABLE
      *----------------------------------------------------------------

       01 BATCH-CONTROL-FLAGS.
          05 BC-COUNT                          PIC 9(3) VALUE 0.
          05 BC-SUB                            PIC 9(3) VALUE 0.

      *

       01 BATCH-CONTROL-TABLE.
          05 BC-ENTRY OCCURS 200 TIMES.
             10 BC-TRUCK-ID                    PIC X(4).
             10 BC-BATCH-DATE                  PIC 9(8).
             10 BC-BATCH-SEQ                   PIC 9(3).
             10 BC-RECORD-COUNT                PIC 9(5).
             10 BC-TENDER-HASH                 PIC 9(7)V99.
             10 BC-TRAILER-COUNT               PIC X(5).
             10 BC-TRAILER-HASH                PIC X(9).
             10 BC-STATUS                      PIC X(18).
             10 BC-POSTED-SW                   PIC X.
                88 BC-POSTED                         VALUE 'Y'.

      *----------------------------------------------------------------
      * POSTING COUNTS
      *----------------------------------------------------------------
       01 POSTING-COUNTS.
          05 PC-POSTED-COUNT                   PIC 9(5) VALUE 0.
          05 PC-REJECTED-COUNT                 PIC 9(5) VALUE 0.
          05 PC-BATCH-POSTED                   PIC 9(5) VALUE 0.
          05 PC-BATCH-REJECTED                 PIC 9(5) VALUE 0.
          05 PC-SALES-NOT-POSTED               PIC 9(5) VALUE 0.

      *----------------------------------------------------------------
      * HOURLY SALES REPORT LAYOUTS
          05 HD-TENDER                         PIC $Z,ZZZ,ZZ9.99.
          05 FILLER                            PIC X(37) VALUE SPACES.

      *

       01 HS-TENDER-LINE.
          05 FILLER                            PIC X(5) VALUE SPACES.
          05 HT-LABEL                          PIC X(12).
          05 FILLER                            PIC X(15) VALUE SPACES.
          05 HT-TENDER                         PIC $Z,ZZZ,ZZ9.99.
          05 FILLER                            PIC X(35) VALUE SPACES.

      *

       01 HS-REJECT-HEADER-LINE.
          05 HR-REASON                         PIC X(20).
          05 FILLER                            PIC X(35) VALUE SPACES.

      *

       01 HS-BATCH-HEADER-LINE.
          05 FILLER                            PIC X(2) VALUE SPACES.
          05 FILLER                            PIC X(20) VALUE
                                             'BATCH CONTROL TOTALS'.
          05 FILLER                            PIC X(58) VALUE SPACES.

      *

       01 HS-BATCH-HEADING.
          05 FILLER                            PIC X(2) VALUE SPACES.
          05 FILLER                            PIC X(4) VALUE 'TRCK'.
          05 FILLER                            PIC X(1) VALUE SPACES.
          05 FILLER                            PIC X(10) VALUE
                                                       'BATCH DATE'.
          05 FILLER                            PIC X(1) VALUE SPACES.
          05 FILLER                            PIC X(3) VALUE 'SEQ'.
          05 FILLER                            PIC X(3) VALUE SPACES.
          05 FILLER                            PIC X(5) VALUE 'RECS'.
          05 FILLER                            PIC X(6) VALUE SPACES.
          05 FILLER                            PIC X(7) VALUE 'TENDER'.
          05 FILLER                            PIC X(1) VALUE SPACES.
          05 FILLER                            PIC X(5) VALUE 'TRLR'.
          05 FILLER                            PIC X(5) VALUE SPACES.
          05 FILLER                            PIC X(9) VALUE
                                                         'TRLR HASH'.
          05 FILLER                            PIC X(1) VALUE SPACES.
          05 FILLER                            PIC X(6) VALUE 'STATUS'.
          05 FILLER                            PIC X(11) VALUE SPACES.

      *

       01 HS-BATCH-DETAIL-LINE.
          05 FILLER                            PIC X(2) VALUE SPACES.
          05 HB-TRUCK-ID                       PIC X(4).
          05 FILLER                            PIC X(1) VALUE SPACES.
          05 HB-BATCH-DATE                     PIC 9(8).
          05 FILLER                            PIC X(3) VALUE SPACES.
          05 HB-BATCH-SEQ                      PIC 9(3).
          05 FILLER                            PIC X(1) VALUE SPACES.
          05 HB-RECORD-COUNT                   PIC ZZ,ZZ9.
          05 FILLER                            PIC X(1) VALUE SPACES.
          05 HB-TENDER-HASH                    PIC ZZZZZZ9.99.
          05 FILLER                            PIC X(2) VALUE SPACES.
          05 HB-TRAILER-COUNT                  PIC X(5).
          05 FILLER                            PIC X(1) VALUE SPACES.
          05 HB-TRAILER-HASH                   PIC X(9).
          05 FILLER                            PIC X(2) VALUE SPACES.
          05 HB-STATUS                         PIC X(18).
          05 FILLER                            PIC X(4) VALUE SPACES.

      *

       01 HS-SUMMARY-LINE.
          05 HS-COUNT                          PIC ZZ,ZZ9.
          05 FILLER                            PIC X(48) VALUE SPACES.

      *----------------------------------------------------------------
      * JOB STEP RUN LOG
      *----------------------------------------------------------------

       01 RUN-LOG-FIELDS.
          05 RL-FILE-STATUS                    PIC X(2) VALUE SPACES.
          05 RL-PROGRAM-NAME                   PIC X(8) VALUE 'POSPOST'.
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
             DISPLAY 'POSPOST WARNING - CANNOT OPEN RUN-LOG.TXT'
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

         COMPUTE RL-IN-COUNT     = PC-POSTED-COUNT + PC-REJECTED-COUNT
                                 + PC-SALES-NOT-POSTED
         MOVE PC-POSTED-COUNT TO RL-OUT-COUNT
         COMPUTE RL-REJECT-COUNT = PC-REJECTED-COUNT
                                 + PC-SALES-NOT-POSTED

       .

       13-READ-RUN-PARAMETERS.

         OPEN INPUT PARAMETER-FILE

         IF PM-FILE-STATUS = '35'
             CONTINUE
         ELSE
             IF PM-FILE-STATUS NOT = '00'
                 DISPLAY 'POSPOST ABORT - CANNOT OPEN '
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

         OPEN INPUT TREAT-FILE
             DISPLAY 'POSPOST ABORT - CANNOT OPEN '
                     'PR3FA22-TREAT.TXT - FILE STATUS '
                     TR-FILE-STATUS
             MOVE 'CANNOT OPEN PR3FA22-TREAT.TXT' TO RL-MESSAGE
             PERFORM 12B-ABORT-RUN
         END-IF

         PERFORM 16-LOAD-TREAT-FILE

         ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD

         PERFORM 13-READ-RUN-PARAMETERS

         MOVE WS-ACCEPT-MONTH TO WS-MONTH
         MOVE WS-ACCEPT-DAY   TO WS-DAY
         MOVE WS-ACCEPT-YEAR  TO WS-YEAR

         PERFORM 11-LOG-RUN-START

         OPEN EXTEND BATCH-LOG

         IF BL-FILE-STATUS = '35'
             OPEN OUTPUT BATCH-LOG
         END-IF

         IF BL-FILE-STATUS NOT = '00'
             DISPLAY 'POSPOST ABORT - CANNOT OPEN POS-BATCH-LOG.TXT'
                     ' - FILE STATUS ' BL-FILE-STATUS
             MOVE 'CANNOT OPEN POS-BATCH-LOG.TXT' TO RL-MESSAGE
             PERFORM 12B-ABORT-RUN
         END-IF

         CLOSE BATCH-LOG

         MOVE WS-MONTH TO HH1-MONTH
         MOVE WS-DAY   TO HH1-DAY
         MOVE WS-YEAR  TO HH1-YEAR
                                 'RECORDS ON PR3FA22-TREAT.TXT - '
                                 'TREAT FILE LEFT UNCHANGED'
                         CLOSE TREAT-FILE
                         MOVE 'MORE THAN 50 TREAT RECORDS' TO RL-MESSAGE
                         PERFORM 12B-ABORT-RUN
                     END-IF
             END-READ
         END-PERFORM
                 AT END
                     MOVE 'Y' TO ST-EOF-FLAG
                 NOT AT END
                     EVALUATE TRUE
                         WHEN ST-BATCH-HEADER
                             PERFORM 30-OPEN-BATCH
                         WHEN ST-BATCH-TRAILER
                             PERFORM 32-CLOSE-BATCH
                         WHEN ST-SALE-DETAIL AND BS-BATCH-OPEN
                             PERFORM 31-BUFFER-SALE
                         WHEN ST-SALE-DETAIL
                             MOVE 'NO BATCH HEADER' TO HR-REASON
                             PERFORM 44-WRITE-REJECT-LINE
                         WHEN OTHER
                             MOVE 'BAD RECORD TYPE' TO HR-REASON
                             PERFORM 44-WRITE-REJECT-LINE
                     END-EVALUATE
             END-READ
         END-PERFORM

         IF BS-BATCH-OPEN
             MOVE SPACES TO BC-TRAILER-COUNT(BC-SUB)
             MOVE SPACES TO BC-TRAILER-HASH(BC-SUB)
             MOVE 'MISSING TRAILER' TO BC-STATUS(BC-SUB)
             PERFORM 35-REJECT-BATCH
         END-IF

       .

       30-OPEN-BATCH.

         IF BS-BATCH-OPEN
             MOVE SPACES TO BC-TRAILER-COUNT(BC-SUB)
             MOVE SPACES TO BC-TRAILER-HASH(BC-SUB)
             MOVE 'MISSING TRAILER' TO BC-STATUS(BC-SUB)
             PERFORM 35-REJECT-BATCH
         END-IF

         PERFORM 36-ADD-BATCH-ENTRY

         MOVE 'Y'           TO BS-OPEN-SW
         MOVE BH-TRUCK-ID   TO BS-TRUCK-ID
         MOVE BH-BATCH-DATE TO BS-BATCH-DATE
         MOVE BH-BATCH-SEQ  TO BS-BATCH-SEQ
         MOVE 0             TO BS-RECORD-COUNT
         MOVE 0             TO BS-TENDER-HASH
         MOVE 'N'           TO BS-MISMATCH-SW
         MOVE 'N'           TO BS-OVERFLOW-SW
         MOVE 0             TO SB-COUNT

         MOVE BH-TRUCK-ID   TO BC-TRUCK-ID(BC-SUB)
         MOVE BH-BATCH-DATE TO BC-BATCH-DATE(BC-SUB)
         MOVE BH-BATCH-SEQ  TO BC-BATCH-SEQ(BC-SUB)

       .

       31-BUFFER-SALE.

         ADD 1 TO BS-RECORD-COUNT

         IF ST-TENDER-AMOUNT NUMERIC
             ADD ST-TENDER-AMOUNT TO BS-TENDER-HASH
         END-IF

         IF ST-TRUCK-ID NOT = BS-TRUCK-ID
             MOVE 'Y' TO BS-MISMATCH-SW
         END-IF

         IF SB-COUNT < 999
             ADD 1 TO SB-COUNT
             MOVE SALES-TRANS-RECORD TO SB-RECORD(SB-COUNT)
         ELSE
             MOVE 'Y' TO BS-OVERFLOW-SW
         END-IF

       .

       32-CLOSE-BATCH.

         IF NOT BS-BATCH-OPEN
             PERFORM 36-ADD-BATCH-ENTRY
             MOVE BT-TRUCK-ID       TO BC-TRUCK-ID(BC-SUB)
             MOVE 0                 TO BC-BATCH-DATE(BC-SUB)
             MOVE 0                 TO BC-BATCH-SEQ(BC-SUB)
             MOVE BT-RECORD-COUNT-X TO BC-TRAILER-COUNT(BC-SUB)
             MOVE BT-TENDER-HASH-X  TO BC-TRAILER-HASH(BC-SUB)
             MOVE 'NO BATCH HEADER' TO BC-STATUS(BC-SUB)
             ADD 1 TO PC-BATCH-REJECTED
         ELSE
             MOVE BT-RECORD-COUNT-X TO BC-TRAILER-COUNT(BC-SUB)
             MOVE BT-TENDER-HASH-X  TO BC-TRAILER-HASH(BC-SUB)

             PERFORM 33-CHECK-DUPLICATE-BATCH

             EVALUATE TRUE
                 WHEN BS-BUFFER-OVERFLOW
                     MOVE 'BATCH TOO LARGE' TO BC-STATUS(BC-SUB)
                 WHEN BS-TRUCK-MISMATCH
                   OR BT-TRUCK-ID NOT = BS-TRUCK-ID
                     MOVE 'TRUCK ID MISMATCH' TO BC-STATUS(BC-SUB)
                 WHEN BT-RECORD-COUNT NOT NUMERIC
                   OR BT-RECORD-COUNT NOT = BS-RECORD-COUNT
                     MOVE 'COUNT OUT OF BAL' TO BC-STATUS(BC-SUB)
                 WHEN BT-TENDER-HASH NOT NUMERIC
                   OR BT-TENDER-HASH NOT = BS-TENDER-HASH
                     MOVE 'HASH OUT OF BAL' TO BC-STATUS(BC-SUB)
                 WHEN BS-DUPLICATE
                     MOVE 'DUPLICATE BATCH' TO BC-STATUS(BC-SUB)
                 WHEN OTHER
                     MOVE 'POSTED' TO BC-STATUS(BC-SUB)
             END-EVALUATE

             IF BC-STATUS(BC-SUB) = 'POSTED'
                 PERFORM 34-POST-BATCH
             ELSE
                 PERFORM 35-REJECT-BATCH
             END-IF
         END-IF

       .

       33-CHECK-DUPLICATE-BATCH.

         MOVE 'N' TO BS-DUPLICATE-SW

         PERFORM VARYING SB-SUB FROM 1 BY 1
                 UNTIL SB-SUB > BC-COUNT OR BS-DUPLICATE
             IF BC-POSTED(SB-SUB)
                 AND BC-TRUCK-ID(SB-SUB)   = BS-TRUCK-ID
                 AND BC-BATCH-DATE(SB-SUB) = BS-BATCH-DATE
                 AND BC-BATCH-SEQ(SB-SUB)  = BS-BATCH-SEQ
                 MOVE 'Y' TO BS-DUPLICATE-SW
             END-IF
         END-PERFORM

         IF NOT BS-DUPLICATE
             OPEN INPUT BATCH-LOG
             IF BL-FILE-STATUS = '35'
                 CONTINUE
             ELSE
                 IF BL-FILE-STATUS NOT = '00'
                     DISPLAY 'POSPOST ABORT - CANNOT OPEN '
                             'POS-BATCH-LOG.TXT - FILE STATUS '
                             BL-FILE-STATUS
                     MOVE 'CANNOT OPEN POS-BATCH-LOG.TXT' TO RL-MESSAGE
                     PERFORM 12B-ABORT-RUN
                 END-IF
                 MOVE 'N' TO BL-EOF-FLAG
                 PERFORM UNTIL BL-NO-MORE-DATA OR BS-DUPLICATE
                     READ BATCH-LOG
                         AT END
                             MOVE 'Y' TO BL-EOF-FLAG
                         NOT AT END
                             IF BL-REC-TRUCK-ID   = BS-TRUCK-ID
                                 AND BL-REC-BATCH-DATE = BS-BATCH-DATE
                                 AND BL-REC-BATCH-SEQ  = BS-BATCH-SEQ
                                 AND BL-REC-POSTED-DATE < WS-ACCEPT-DATE
                                 MOVE 'Y' TO BS-DUPLICATE-SW
                             END-IF
                     END-READ
                 END-PERFORM
                 CLOSE BATCH-LOG
             END-IF
         END-IF

       .

       34-POST-BATCH.

         MOVE BS-RECORD-COUNT TO BC-RECORD-COUNT(BC-SUB)
         MOVE BS-TENDER-HASH  TO BC-TENDER-HASH(BC-SUB)
         MOVE 'Y' TO BC-POSTED-SW(BC-SUB)
         ADD 1 TO PC-BATCH-POSTED

         PERFORM VARYING SB-SUB FROM 1 BY 1 UNTIL SB-SUB > SB-COUNT
             MOVE SB-RECORD(SB-SUB) TO SALES-TRANS-RECORD
             PERFORM 40-POST-SALE-RECORD
         END-PERFORM

         MOVE 'N' TO BS-OPEN-SW

       .

       35-REJECT-BATCH.

         MOVE BS-RECORD-COUNT TO BC-RECORD-COUNT(BC-SUB)
         MOVE BS-TENDER-HASH  TO BC-TENDER-HASH(BC-SUB)
         ADD 1 TO PC-BATCH-REJECTED
         ADD BS-RECORD-COUNT TO PC-SALES-NOT-POSTED

         MOVE 'N' TO BS-OPEN-SW

       .

       36-ADD-BATCH-ENTRY.

         IF BC-COUNT < 200
             ADD 1 TO BC-COUNT
             MOVE BC-COUNT TO BC-SUB
         ELSE
             DISPLAY 'POSPOST ABORT - MORE THAN 200 BATCHES ON '
                     'SALES-TRANS.TXT - TREAT FILE LEFT UNCHANGED'
             MOVE 'MORE THAN 200 BATCHES ON SALES-TRANS.TXT'
                 TO RL-MESSAGE
             PERFORM 12B-ABORT-RUN
         END-IF

         MOVE 0      TO BC-RECORD-COUNT(BC-SUB)
         MOVE 0      TO BC-TENDER-HASH(BC-SUB)
         MOVE SPACES TO BC-TRAILER-COUNT(BC-SUB)
         MOVE SPACES TO BC-TRAILER-HASH(BC-SUB)
         MOVE SPACES TO BC-STATUS(BC-SUB)
         MOVE 'N'    TO BC-POSTED-SW(BC-SUB)

       .

       40-POST-SALE-RECORD.

         EVALUATE TRUE
             WHEN ST-QUANTITY NOT NUMERIC
               OR ST-TENDER-AMOUNT NOT NUMERIC
               OR ST-SALE-HOUR NOT NUMERIC
               OR ST-SALE-HOUR > 23
                 MOVE 'BAD SALE FIELDS' TO HR-REASON
                 PERFORM 44-WRITE-REJECT-LINE
             WHEN NOT ST-CASH-TENDER AND NOT ST-CARD-TENDER
                 MOVE 'BAD TENDER TYPE' TO HR-REASON
                 PERFORM 44-WRITE-REJECT-LINE
             WHEN OTHER
                 PERFORM 41-FIND-TRUCK-ENTRY
                 IF TW-TREAT-FOUND
                     ADD ST-QUANTITY
                         TO TW-TREAT-SOLD(TW-SUB, TW-TREAT-SUB)
                     PERFORM 43-ACCUMULATE-HOURLY
                     ADD 1 TO PC-POSTED-COUNT
                 ELSE
                     IF TW-TRUCK-FOUND
                         MOVE 'TREAT NOT ON TRUCK' TO HR-REASON
                     ELSE
                         MOVE 'TRUCK ID NOT FOUND' TO HR-REASON
                     END-IF
                     PERFORM 44-WRITE-REJECT-LINE
                 END-IF
         END-EVALUATE

       .

       41-FIND-TRUCK-ENTRY.

         MOVE 'N' TO TW-TRUCK-FOUND-SW
         ADD ST-QUANTITY      TO HS-UNITS(HS-SUB, HS-HOUR-SUB)
         ADD ST-TENDER-AMOUNT TO HS-TENDER(HS-SUB, HS-HOUR-SUB)

         IF ST-CASH-TENDER
             ADD ST-TENDER-AMOUNT TO HS-CASH-TENDER(HS-SUB)
         ELSE
             ADD ST-TENDER-AMOUNT TO HS-CARD-TENDER(HS-SUB)
         END-IF

       .

       44-WRITE-REJECT-LINE.
             DISPLAY 'POSPOST ABORT - CANNOT REWRITE '
                     'PR3FA22-TREAT.TXT - FILE STATUS '
                     TR-FILE-STATUS
             MOVE 'CANNOT REWRITE PR3FA22-TREAT.TXT' TO RL-MESSAGE
             PERFORM 12B-ABORT-RUN
         END-IF

         PERFORM VARYING TW-SUB FROM 1 BY 1 UNTIL TW-SUB > TW-COUNT
             END-IF
         END-PERFORM

         MOVE 'CASH TENDER:'         TO HT-LABEL
         MOVE HS-CASH-TENDER(HS-SUB) TO HT-TENDER
         WRITE HOURLY-REPORT-LINE FROM HS-TENDER-LINE
             AFTER ADVANCING 2 LINES

         MOVE 'CARD TENDER:'         TO HT-LABEL
         MOVE HS-CARD-TENDER(HS-SUB) TO HT-TENDER
         WRITE HOURLY-REPORT-LINE FROM HS-TENDER-LINE
             AFTER ADVANCING 1 LINE

       .

       54-WRITE-TENDER-TOTALS.

         OPEN OUTPUT TENDER-TOTALS-FILE

         IF TN-FILE-STATUS NOT = '00'
             DISPLAY 'POSPOST ABORT - CANNOT OPEN '
                     'POS-TENDER-TOTALS.TXT - FILE STATUS '
                     TN-FILE-STATUS
             MOVE 'CANNOT OPEN POS-TENDER-TOTALS.TXT' TO RL-MESSAGE
             PERFORM 12B-ABORT-RUN
         END-IF

         PERFORM VARYING HS-SUB FROM 1 BY 1
                 UNTIL HS-SUB > HS-TRUCK-COUNT
             MOVE HS-TRUCK-ID(HS-SUB)    TO TN-REC-TRUCK-ID
             MOVE WS-ACCEPT-DATE         TO TN-REC-POST-DATE
             MOVE HS-CASH-TENDER(HS-SUB) TO TN-REC-CASH-AMOUNT
             MOVE HS-CARD-TENDER(HS-SUB) TO TN-REC-CARD-AMOUNT
             WRITE TENDER-TOTALS-RECORD
         END-PERFORM

         CLOSE TENDER-TOTALS-FILE

       .

       56-PRINT-BATCH-CONTROL.

         WRITE HOURLY-REPORT-LINE FROM HS-BATCH-HEADER-LINE
             AFTER ADVANCING 3 LINES

         WRITE HOURLY-REPORT-LINE FROM HS-BATCH-HEADING
             AFTER ADVANCING 2 LINES

         PERFORM VARYING BC-SUB FROM 1 BY 1 UNTIL BC-SUB > BC-COUNT
             MOVE BC-TRUCK-ID(BC-SUB)      TO HB-TRUCK-ID
             MOVE BC-BATCH-DATE(BC-SUB)    TO HB-BATCH-DATE
             MOVE BC-BATCH-SEQ(BC-SUB)     TO HB-BATCH-SEQ
             MOVE BC-RECORD-COUNT(BC-SUB)  TO HB-RECORD-COUNT
             MOVE BC-TENDER-HASH(BC-SUB)   TO HB-TENDER-HASH
             MOVE BC-TRAILER-COUNT(BC-SUB) TO HB-TRAILER-COUNT
             MOVE BC-TRAILER-HASH(BC-SUB)  TO HB-TRAILER-HASH
             MOVE BC-STATUS(BC-SUB)        TO HB-STATUS
             WRITE HOURLY-REPORT-LINE FROM HS-BATCH-DETAIL-LINE
                 AFTER ADVANCING 1 LINE
         END-PERFORM

       .

       57-APPEND-BATCH-LOG.

         OPEN EXTEND BATCH-LOG

         IF BL-FILE-STATUS = '35'
             OPEN OUTPUT BATCH-LOG
         END-IF

         IF BL-FILE-STATUS NOT = '00'
             DISPLAY 'POSPOST ABORT - CANNOT OPEN POS-BATCH-LOG.TXT'
                     ' - FILE STATUS ' BL-FILE-STATUS
             MOVE 'CANNOT OPEN POS-BATCH-LOG.TXT' TO RL-MESSAGE
             PERFORM 12B-ABORT-RUN
         END-IF

         PERFORM VARYING BC-SUB FROM 1 BY 1 UNTIL BC-SUB > BC-COUNT
             IF BC-POSTED(BC-SUB)
                 MOVE BC-TRUCK-ID(BC-SUB)     TO BL-REC-TRUCK-ID
                 MOVE BC-BATCH-DATE(BC-SUB)   TO BL-REC-BATCH-DATE
                 MOVE BC-BATCH-SEQ(BC-SUB)    TO BL-REC-BATCH-SEQ
                 MOVE BC-RECORD-COUNT(BC-SUB) TO BL-REC-RECORD-COUNT
                 MOVE BC-TENDER-HASH(BC-SUB)  TO BL-REC-TENDER-HASH
                 MOVE WS-ACCEPT-DATE          TO BL-REC-POSTED-DATE
                 WRITE BATCH-LOG-RECORD
             END-IF
         END-PERFORM

         CLOSE BATCH-LOG

       .

       55-FINAL-ROUTINE.

         PERFORM 52-PRINT-HOURLY-REPORT

         PERFORM 56-PRINT-BATCH-CONTROL

         PERFORM 50-REWRITE-TREAT-FILE

         PERFORM 54-WRITE-TENDER-TOTALS

         PERFORM 57-APPEND-BATCH-LOG

         MOVE 'SALES POSTED:         ' TO HS-LABEL
         MOVE PC-POSTED-COUNT        TO HS-COUNT
         WRITE HOURLY-REPORT-LINE FROM HS-SUMMARY-LINE
         WRITE HOURLY-REPORT-LINE FROM HS-SUMMARY-LINE
             AFTER ADVANCING 1 LINE

         MOVE 'BATCHES POSTED:       ' TO HS-LABEL
         MOVE PC-BATCH-POSTED        TO HS-COUNT
         WRITE HOURLY-REPORT-LINE FROM HS-SUMMARY-LINE
             AFTER ADVANCING 1 LINE

         MOVE 'BATCHES REJECTED:     ' TO HS-LABEL
         MOVE PC-BATCH-REJECTED      TO HS-COUNT
         WRITE HOURLY-REPORT-LINE FROM HS-SUMMARY-LINE
             AFTER ADVANCING 1 LINE

         MOVE 'SALES IN REJ BATCHES: ' TO HS-LABEL
         MOVE PC-SALES-NOT-POSTED    TO HS-COUNT
         WRITE HOURLY-REPORT-LINE FROM HS-SUMMARY-LINE
             AFTER ADVANCING 1 LINE

         CLOSE SALES-TRANS
               HOURLY-SALES-REPORT

         PERFORM 12C-SET-RUN-COUNTS
         IF RL-REJECT-COUNT > 0
             OR PC-BATCH-REJECTED > 0
             MOVE 4 TO RL-RETURN-CODE
         END-IF
         PERFORM 12-LOG-RUN-END

         STOP RUN

       .
