      ***INPUT: The Inventory Master file carries the closing stock
      * for every treat on every truck from the prior run.  The
      * Inventory Transaction file contains one record per commissary
      * restock (R), spoilage write-off (S), or physical count (C)
      * carrying the quantity actually found on the truck.  The Treat
      * file (PR3FA22-TREAT.TXT) supplies today's opening stock and
      * sold counts.  The Treat Catalog Master prices the count
      * variances, and the run parameter card (RUN-PARAMETERS.TXT)
      * may carry a processing-date override and the shrink tolerance.
      *
      ***OUTPUT: The Inventory Master file is rewritten with the new
      * closing stock, and a Stock Reconciliation Report proves
      * opening + received - sold - spoiled = closing for every treat
      * on every truck, with opening-vs-prior-closing discrepancies
      * listed by truck the way the exception report lists bad fields.
      * A Shrink Variance Report compares the book closing stock to
      * the physical count in units and in dollars at catalog price,
      * and flags every truck whose shortage is over the tolerance.
      * A counted treat's closing stock is reset to the count.
      * Each run also adds a start and an end entry, with its counts
      * and completion status, to the job-step run log (RUN-LOG.TXT)
      * and ends with return code 4 when anything was rejected or 16
      * when the run had to stop early.
      ******************************************************************

       ENVIRONMENT DIVISION.
             ASSIGN TO 'STOCK-RECON-REPORT.TXT'
             ORGANIZATION IS LINE SEQUENTIAL.

      *

           SELECT SHRINK-REPORT
             ASSIGN TO 'SHRINK-VARIANCE-REPORT.TXT'
             ORGANIZATION IS LINE SEQUENTIAL.

      *

           SELECT TREAT-CATALOG-MASTER
             ASSIGN TO 'TREAT-CATALOG-MASTER.IDX'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CM-REC-TREAT-KEY
             FILE STATUS IS CM-FILE-STATUS.

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
          05 IT-ACTION-CODE                    PIC X(1).
             88 IT-RESTOCK                     VALUE 'R'.
             88 IT-SPOILAGE                    VALUE 'S'.
             88 IT-COUNT                       VALUE 'C'.
          05 IT-TRUCK-ID                       PIC X(4).
          05 IT-TREAT-NAME                     PIC X(15).
          05 IT-TREAT-SIZE                     PIC X(1).

       01 RECON-REPORT-LINE                    PIC X(80).

      *

       FD SHRINK-REPORT
         RECORD CONTAINS 80 CHARACTERS.

      *

       01 SHRINK-REPORT-LINE                   PIC X(80).

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
          05 PM-REC-SHRINK-TOLERANCE-N  REDEFINES
             PM-REC-SHRINK-TOLERANCE           PIC 9(5)V99.
          05 PM-REC-BUDGET-TOLERANCE           PIC X(3).

      *

       FD RUN-LOG
         RECORD CONTAINS 104 CHARACTERS.

      *

       01 RUN-LOG-RECORD                       PIC X(104).

      *

       WORKING-STORAGE SECTION.
             88 IT-NO-MORE-DATA                      VALUE 'Y'.
          05 TR-EOF-FLAG                       PIC X VALUE 'N'.
             88 TR-NO-MORE-DATA                      VALUE 'Y'.
          05 CM-FILE-STATUS                    PIC X(2) VALUE SPACES.
          05 CM-OPEN-SW                        PIC X VALUE 'N'.
             88 CM-CATALOG-OPEN                      VALUE 'Y'.
          05 CM-FOUND-SW                       PIC X VALUE 'N'.
             88 CM-FOUND                             VALUE 'Y'.
          05 PM-FILE-STATUS                    PIC X(2) VALUE SPACES.

      *

             10 IV-SOLD                        PIC 9(5).
             10 IV-SPOILED                     PIC 9(5).
             10 IV-CLOSING                     PIC S9(6).
             10 IV-COUNTED                     PIC 9(5).
             10 IV-COUNTED-SW                  PIC X.
                88 IV-WAS-COUNTED                     VALUE 'Y'.
             10 IV-UNIT-PRICE                  PIC 99V99.
             10 IV-PRICE-SW                    PIC X.
                88 IV-PRICE-FOUND                     VALUE 'Y'.

      *----------------------------------------------------------------
      * RECONCILIATION COUNTS
          05 RC-REJECTED-COUNT                 PIC 9(5) VALUE 0.
          05 RC-DISCREPANCY-QTY                PIC S9(6) VALUE 0.

      *----------------------------------------------------------------
      * SHRINK VARIANCE FIELDS
      *----------------------------------------------------------------

       01 SHRINK-FIELDS.
          05 SV-TOLERANCE                      PIC 9(5)V99 VALUE 25.00.
          05 SV-VARIANCE                       PIC S9(6) VALUE 0.
          05 SV-VALUE                          PIC S9(7)V99 VALUE 0.
          05 SV-ITEMS-COUNTED                  PIC 9(5) VALUE 0.
          05 SV-ITEMS-VARIANCE                 PIC 9(5) VALUE 0.
          05 SV-TRUCKS-FLAGGED                 PIC 9(5) VALUE 0.
          05 SV-COUNT                          PIC 9(3) VALUE 0.
          05 SV-SUB                            PIC 9(3) VALUE 0.
          05 SV-FOUND-SW                       PIC X VALUE 'N'.
             88 SV-FOUND                             VALUE 'Y'.

      *

       01 SHRINK-TRUCK-TABLE.
          05 SV-ENTRY OCCURS 100 TIMES.
             10 SV-TRUCK-ID                    PIC X(4).
             10 SV-TRUCK-ITEMS                 PIC 9(5).
             10 SV-SHORT-UNITS                 PIC 9(6).
             10 SV-SHORT-VALUE                 PIC 9(7)V99.
             10 SV-OVER-UNITS                  PIC 9(6).
             10 SV-OVER-VALUE                  PIC 9(7)V99.
             10 SV-FLAG-SW                     PIC X.
                88 SV-OVER-TOLERANCE                  VALUE 'Y'.

      *----------------------------------------------------------------
      * STOCK RECONCILIATION REPORT LAYOUTS
      *----------------------------------------------------------------
          05 RS-COUNT                          PIC ZZ,ZZ9-.
          05 FILLER                            PIC X(46) VALUE SPACES.

      *----------------------------------------------------------------
      * SHRINK VARIANCE REPORT LAYOUTS
      *----------------------------------------------------------------

       01 SV-HEADING-TWO.
          05 FILLER                            PIC X(24) VALUE SPACES.
          05 FILLER                            PIC X(32) VALUE
                                    'INVENTORY SHRINK VARIANCE REPORT'.
          05 FILLER                            PIC X(24) VALUE SPACES.

      *

       01 SV-TOLERANCE-LINE.
          05 FILLER                            PIC X(2) VALUE SPACES.
          05 FILLER                            PIC X(28) VALUE
                                        'SHRINK TOLERANCE PER TRUCK: '.
          05 SVT-TOLERANCE                     PIC ZZ,ZZ9.99.
          05 FILLER                            PIC X(41) VALUE SPACES.

      *

       01 SV-TRUCK-LINE.
          05 FILLER                            PIC X(2) VALUE SPACES.
          05 FILLER                            PIC X(6) VALUE 'TRUCK:'.
          05 SV-HDR-TRUCK-ID                   PIC X(10).
          05 FILLER                            PIC X(62) VALUE SPACES.

      *

       01 SV-HEADING-THREE.
          05 FILLER                            PIC X(2) VALUE SPACES.
          05 FILLER                            PIC X(15) VALUE
                                                         'TREAT NAME'.
          05 FILLER                            PIC X(2) VALUE 'SZ'.
          05 FILLER                            PIC X(5) VALUE SPACES.
          05 FILLER                            PIC X(4) VALUE 'BOOK'.
          05 FILLER                            PIC X(1) VALUE SPACES.
          05 FILLER                            PIC X(7) VALUE 'COUNTED'.
          05 FILLER                            PIC X(2) VALUE SPACES.
          05 FILLER                            PIC X(7) VALUE 'VAR QTY'.
          05 FILLER                            PIC X(2) VALUE SPACES.
          05 FILLER                            PIC X(6) VALUE ' PRICE'.
          05 FILLER                            PIC X(2) VALUE SPACES.
          05 FILLER                            PIC X(10) VALUE
                                                         'VARIANCE $'.
          05 FILLER                            PIC X(15) VALUE SPACES.

      *

       01 SV-DETAIL-LINE.
          05 FILLER                            PIC X(2) VALUE SPACES.
          05 SVD-TREAT-NAME                    PIC X(15).
          05 FILLER                            PIC X(1) VALUE SPACES.
          05 SVD-TREAT-SIZE                    PIC X(1).
          05 FILLER                            PIC X(2) VALUE SPACES.
          05 SVD-BOOK                          PIC ZZ,ZZ9-.
          05 FILLER                            PIC X(2) VALUE SPACES.
          05 SVD-COUNTED                       PIC ZZ,ZZ9.
          05 FILLER                            PIC X(2) VALUE SPACES.
          05 SVD-VARIANCE                      PIC ZZ,ZZ9-.
          05 FILLER                            PIC X(2) VALUE SPACES.
          05 SVD-PRICE                         PIC ZZ9.99.
          05 FILLER                            PIC X(2) VALUE SPACES.
          05 SVD-VALUE                         PIC ZZZ,ZZ9.99-.
          05 FILLER                            PIC X(1) VALUE SPACES.
          05 SVD-NOTE                          PIC X(13).

      *

       01 SV-TRUCK-TOTAL-LINE.
          05 FILLER                            PIC X(4) VALUE SPACES.
          05 FILLER                            PIC X(6) VALUE 'SHORT:'.
          05 SVS-SHORT-UNITS                   PIC ZZ,ZZ9.
          05 FILLER                            PIC X(1) VALUE SPACES.
          05 FILLER                            PIC X(5) VALUE 'UNITS'.
          05 FILLER                            PIC X(1) VALUE SPACES.
          05 SVS-SHORT-VALUE                   PIC ZZZ,ZZ9.99.
          05 FILLER                            PIC X(3) VALUE SPACES.
          05 FILLER                            PIC X(5) VALUE 'OVER:'.
          05 SVS-OVER-UNITS                    PIC ZZ,ZZ9.
          05 FILLER                            PIC X(1) VALUE SPACES.
          05 FILLER                            PIC X(5) VALUE 'UNITS'.
          05 FILLER                            PIC X(1) VALUE SPACES.
          05 SVS-OVER-VALUE                    PIC ZZZ,ZZ9.99.
          05 FILLER                            PIC X(2) VALUE SPACES.
          05 SVS-FLAG                          PIC X(14).

      *

       01 SV-FLAG-HEADER-LINE.
          05 FILLER                            PIC X(28) VALUE
                                        'TRUCKS OVER SHRINK TOLERANCE'.
          05 FILLER                            PIC X(52) VALUE SPACES.

      *

       01 SV-FLAG-COLUMN-LINE.
          05 FILLER                            PIC X(2) VALUE SPACES.
          05 FILLER                            PIC X(4) VALUE 'TRCK'.
          05 FILLER                            PIC X(5) VALUE SPACES.
          05 FILLER                            PIC X(5) VALUE 'ITEMS'.
          05 FILLER                            PIC X(5) VALUE SPACES.
          05 FILLER                            PIC X(5) VALUE 'SHORT'.
          05 FILLER                            PIC X(7) VALUE SPACES.
          05 FILLER                            PIC X(7) VALUE 'SHORT $'.
          05 FILLER                            PIC X(40) VALUE SPACES.

      *

       01 SV-FLAG-DETAIL-LINE.
          05 FILLER                            PIC X(2) VALUE SPACES.
          05 SVF-TRUCK-ID                      PIC X(4).
          05 FILLER                            PIC X(4) VALUE SPACES.
          05 SVF-ITEMS                         PIC ZZ,ZZ9.
          05 FILLER                            PIC X(4) VALUE SPACES.
          05 SVF-SHORT-UNITS                   PIC ZZ,ZZ9.
          05 FILLER                            PIC X(4) VALUE SPACES.
          05 SVF-SHORT-VALUE                   PIC ZZZ,ZZ9.99.
          05 FILLER                            PIC X(40) VALUE SPACES.

      *

       01 SV-NONE-LINE.
          05 FILLER                            PIC X(2) VALUE SPACES.
          05 FILLER                            PIC X(31) VALUE
                                     'NO TRUCKS OVER SHRINK TOLERANCE'.
          05 FILLER                            PIC X(47) VALUE SPACES.

      *----------------------------------------------------------------
      * JOB STEP RUN LOG
      *----------------------------------------------------------------

       01 RUN-LOG-FIELDS.
          05 RL-FILE-STATUS                    PIC X(2) VALUE SPACES.
          05 RL-PROGRAM-NAME                   PIC X(8) VALUE 'INVPOST'.
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
             DISPLAY 'INVPOST WARNING - CANNOT OPEN RUN-LOG.TXT'
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

         COMPUTE RL-IN-COUNT = RC-APPLIED-COUNT + RC-REJECTED-COUNT
         MOVE RC-TREATS-RECONCILED TO RL-OUT-COUNT
         MOVE RC-REJECTED-COUNT    TO RL-REJECT-COUNT

       .

       13-READ-RUN-PARAMETERS.

         OPEN INPUT PARAMETER-FILE

         IF PM-FILE-STATUS = '35'
             CONTINUE
         ELSE
             IF PM-FILE-STATUS NOT = '00'
                 DISPLAY 'INVPOST ABORT - CANNOT OPEN '
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
                     IF PM-REC-SHRINK-TOLERANCE NUMERIC
                         MOVE PM-REC-SHRINK-TOLERANCE-N
                             TO SV-TOLERANCE
                     END-IF
             END-READ
             CLOSE PARAMETER-FILE
         END-IF

       .

       15-HSKPING-ROUTINE.

         PERFORM 16-LOAD-INVENTORY-MASTER

         OPEN INPUT  INVENTORY-TRANS
              OUTPUT STOCK-RECON-REPORT
                     SHRINK-REPORT

         OPEN INPUT TREAT-CATALOG-MASTER

         IF CM-FILE-STATUS = '00'
             MOVE 'Y' TO CM-OPEN-SW
         ELSE
             IF CM-FILE-STATUS NOT = '35'
                 DISPLAY 'INVPOST ABORT - CANNOT OPEN '
                         'TREAT-CATALOG-MASTER.IDX - FILE STATUS '
                         CM-FILE-STATUS
                 MOVE 'CANNOT OPEN TREAT-CATALOG-MASTER.IDX'
                     TO RL-MESSAGE
                 PERFORM 12B-ABORT-RUN
             END-IF
         END-IF

         ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD

         PERFORM 13-READ-RUN-PARAMETERS

         MOVE WS-ACCEPT-MONTH TO WS-MONTH
         MOVE WS-ACCEPT-DAY   TO WS-DAY
         MOVE WS-ACCEPT-YEAR  TO WS-YEAR

         PERFORM 11-LOG-RUN-START

         MOVE WS-MONTH TO RC1-MONTH
         MOVE WS-DAY   TO RC1-DAY
         MOVE WS-YEAR  TO RC1-YEAR
         WRITE RECON-REPORT-LINE FROM RC-HEADING-TWO
             AFTER ADVANCING 2 LINES

         WRITE SHRINK-REPORT-LINE FROM RC-HEADING-ONE

         WRITE SHRINK-REPORT-LINE FROM SV-HEADING-TWO
             AFTER ADVANCING 2 LINES

         MOVE SV-TOLERANCE TO SVT-TOLERANCE

         WRITE SHRINK-REPORT-LINE FROM SV-TOLERANCE-LINE
             AFTER ADVANCING 2 LINES

       .

       16-LOAD-INVENTORY-MASTER.
                 DISPLAY 'INVPOST ABORT - CANNOT OPEN '
                         'INVENTORY-MASTER.TXT - FILE STATUS '
                         IM-FILE-STATUS
                 MOVE 'CANNOT OPEN INVENTORY-MASTER.TXT' TO RL-MESSAGE
                 PERFORM 12B-ABORT-RUN
             END-IF
             PERFORM UNTIL IM-NO-MORE-DATA
                 READ INVENTORY-MASTER
                                     ' - INVENTORY MASTER LEFT '
                                     'UNCHANGED'
                             CLOSE INVENTORY-MASTER
                             MOVE 'INVENTORY MASTER OVER 450 ENTRIES'
                                 TO RL-MESSAGE
                             PERFORM 12B-ABORT-RUN
                         END-IF
                 END-READ
             END-PERFORM
         MOVE 0                    TO IV-SOLD(IV-COUNT)
         MOVE 0                    TO IV-SPOILED(IV-COUNT)
         MOVE 0                    TO IV-CLOSING(IV-COUNT)
         MOVE 0                    TO IV-COUNTED(IV-COUNT)
         MOVE 'N'                  TO IV-COUNTED-SW(IV-COUNT)

       .

                 MOVE 0                        TO IV-RECEIVED(IV-SUB)
                 MOVE 0                        TO IV-SPOILED(IV-SUB)
                 MOVE 0                        TO IV-CLOSING(IV-SUB)
                 MOVE 0                        TO IV-COUNTED(IV-SUB)
                 MOVE 'N'                      TO IV-COUNTED-SW(IV-SUB)
                 MOVE 'Y' TO IV-FOUND-SW
             ELSE
                 DISPLAY 'INVPOST ABORT - INVENTORY TABLE FULL AT '
                         '450 ENTRIES - INVENTORY MASTER LEFT '
                         'UNCHANGED'
                 CLOSE TREAT-FILE
                 MOVE 'INVENTORY TABLE FULL AT 450 ENTRIES'
                     TO RL-MESSAGE
                 PERFORM 12B-ABORT-RUN
             END-IF
         END-IF

                     WHEN IT-SPOILAGE
                         ADD IT-QUANTITY TO IV-SPOILED(IV-SUB)
                         ADD 1 TO RC-APPLIED-COUNT
                     WHEN IT-COUNT
                         MOVE IT-QUANTITY TO IV-COUNTED(IV-SUB)
                         MOVE 'Y' TO IV-COUNTED-SW(IV-SUB)
                         ADD 1 TO RC-APPLIED-COUNT
                     WHEN OTHER
                         MOVE 'INVALID ACTION CODE' TO RJ-REASON
                         PERFORM 44-WRITE-REJECT-LINE
             DISPLAY 'INVPOST ABORT - CANNOT REWRITE '
                     'INVENTORY-MASTER.TXT - FILE STATUS '
                     IM-FILE-STATUS
             MOVE 'CANNOT REWRITE INVENTORY-MASTER.TXT' TO RL-MESSAGE
             PERFORM 12B-ABORT-RUN
         END-IF

         PERFORM VARYING IV-SUB FROM 1 BY 1 UNTIL IV-SUB > IV-COUNT
         PERFORM 48-COMPUTE-CLOSING-STOCK
         PERFORM 50-PRINT-RECON-REPORT
         PERFORM 52-PRINT-DISCREPANCIES
         PERFORM 60-PRINT-SHRINK-REPORT
         PERFORM 54-REWRITE-INVENTORY-MASTER

         MOVE 'TREATS RECONCILED:      ' TO RS-LABEL

         CLOSE INVENTORY-TRANS
               STOCK-RECON-REPORT
               SHRINK-REPORT

         IF CM-CATALOG-OPEN
             CLOSE TREAT-CATALOG-MASTER
         END-IF

         PERFORM 12C-SET-RUN-COUNTS
         IF RL-REJECT-COUNT > 0
             MOVE 4 TO RL-RETURN-CODE
         END-IF
         PERFORM 12-LOG-RUN-END

         STOP RUN

       .

       60-PRINT-SHRINK-REPORT.

         PERFORM VARYING IV-SUB FROM 1 BY 1 UNTIL IV-SUB > IV-COUNT
             IF IV-WAS-COUNTED(IV-SUB)
                 PERFORM 61-ACCUMULATE-TRUCK-SHRINK
             END-IF
         END-PERFORM

         PERFORM VARYING SV-SUB FROM 1 BY 1 UNTIL SV-SUB > SV-COUNT
             PERFORM 63-PRINT-TRUCK-SHRINK
         END-PERFORM

         PERFORM 65-PRINT-FLAGGED-TRUCKS

         PERFORM VARYING IV-SUB FROM 1 BY 1 UNTIL IV-SUB > IV-COUNT
             IF IV-WAS-COUNTED(IV-SUB)
                 MOVE IV-COUNTED(IV-SUB) TO IV-CLOSING(IV-SUB)
             END-IF
         END-PERFORM

       .

       61-ACCUMULATE-TRUCK-SHRINK.

         MOVE 'N' TO SV-FOUND-SW

         PERFORM VARYING SV-SUB FROM 1 BY 1
                 UNTIL SV-SUB > SV-COUNT OR SV-FOUND
             IF SV-TRUCK-ID(SV-SUB) = IV-TRUCK-ID(IV-SUB)
                 MOVE 'Y' TO SV-FOUND-SW
             END-IF
         END-PERFORM

         IF SV-FOUND
             SUBTRACT 1 FROM SV-SUB
         ELSE
             IF SV-COUNT < 100
                 ADD 1 TO SV-COUNT
                 MOVE SV-COUNT TO SV-SUB
                 MOVE IV-TRUCK-ID(IV-SUB) TO SV-TRUCK-ID(SV-SUB)
                 MOVE 0   TO SV-TRUCK-ITEMS(SV-SUB)
                 MOVE 0   TO SV-SHORT-UNITS(SV-SUB)
                 MOVE 0   TO SV-SHORT-VALUE(SV-SUB)
                 MOVE 0   TO SV-OVER-UNITS(SV-SUB)
                 MOVE 0   TO SV-OVER-VALUE(SV-SUB)
                 MOVE 'N' TO SV-FLAG-SW(SV-SUB)
             ELSE
                 DISPLAY 'INVPOST ABORT - MORE THAN 100 TRUCKS '
                         'COUNTED - INVENTORY MASTER LEFT UNCHANGED'
                 MOVE 'MORE THAN 100 TRUCKS COUNTED' TO RL-MESSAGE
                 PERFORM 12B-ABORT-RUN
             END-IF
         END-IF

         PERFORM 62-PRICE-COUNTED-TREAT

         COMPUTE SV-VARIANCE = IV-COUNTED(IV-SUB) - IV-CLOSING(IV-SUB)
         COMPUTE SV-VALUE ROUNDED = SV-VARIANCE * IV-UNIT-PRICE(IV-SUB)

         ADD 1 TO SV-TRUCK-ITEMS(SV-SUB)
         ADD 1 TO SV-ITEMS-COUNTED

         IF SV-VARIANCE < 0
             SUBTRACT SV-VARIANCE FROM SV-SHORT-UNITS(SV-SUB)
             SUBTRACT SV-VALUE    FROM SV-SHORT-VALUE(SV-SUB)
         ELSE
             ADD SV-VARIANCE TO SV-OVER-UNITS(SV-SUB)
             ADD SV-VALUE    TO SV-OVER-VALUE(SV-SUB)
         END-IF

         IF SV-VARIANCE NOT = 0
             ADD 1 TO SV-ITEMS-VARIANCE
         END-IF

       .

       62-PRICE-COUNTED-TREAT.

         MOVE 0   TO IV-UNIT-PRICE(IV-SUB)
         MOVE 'N' TO IV-PRICE-SW(IV-SUB)

         IF CM-CATALOG-OPEN
             MOVE IV-TREAT-NAME(IV-SUB) TO CM-REC-TREAT-NAME
             MOVE IV-TREAT-SIZE(IV-SUB) TO CM-REC-TREAT-SIZE
             READ TREAT-CATALOG-MASTER
                 INVALID KEY
                     CONTINUE
                 NOT INVALID KEY
                     MOVE CM-REC-TREAT-PRICE TO IV-UNIT-PRICE(IV-SUB)
                     MOVE 'Y' TO IV-PRICE-SW(IV-SUB)
             END-READ
         END-IF

       .

       63-PRINT-TRUCK-SHRINK.

         MOVE SV-TRUCK-ID(SV-SUB) TO SV-HDR-TRUCK-ID

         WRITE SHRINK-REPORT-LINE FROM SV-TRUCK-LINE
             AFTER ADVANCING 2 LINES
         WRITE SHRINK-REPORT-LINE FROM SV-HEADING-THREE
             AFTER ADVANCING 2 LINES

         PERFORM VARYING IV-SUB FROM 1 BY 1 UNTIL IV-SUB > IV-COUNT
             IF IV-WAS-COUNTED(IV-SUB)
                 AND IV-TRUCK-ID(IV-SUB) = SV-TRUCK-ID(SV-SUB)
                 PERFORM 64-PRINT-SHRINK-DETAIL
             END-IF
         END-PERFORM

         IF SV-SHORT-VALUE(SV-SUB) > SV-TOLERANCE
             MOVE 'Y' TO SV-FLAG-SW(SV-SUB)
             MOVE '** OVER TOL **' TO SVS-FLAG
             ADD 1 TO SV-TRUCKS-FLAGGED
         ELSE
             MOVE SPACES TO SVS-FLAG
         END-IF

         MOVE SV-SHORT-UNITS(SV-SUB) TO SVS-SHORT-UNITS
         MOVE SV-SHORT-VALUE(SV-SUB) TO SVS-SHORT-VALUE
         MOVE SV-OVER-UNITS(SV-SUB)  TO SVS-OVER-UNITS
         MOVE SV-OVER-VALUE(SV-SUB)  TO SVS-OVER-VALUE

         WRITE SHRINK-REPORT-LINE FROM SV-TRUCK-TOTAL-LINE
             AFTER ADVANCING 2 LINES

       .

       64-PRINT-SHRINK-DETAIL.

         COMPUTE SV-VARIANCE = IV-COUNTED(IV-SUB) - IV-CLOSING(IV-SUB)
         COMPUTE SV-VALUE ROUNDED = SV-VARIANCE * IV-UNIT-PRICE(IV-SUB)

         MOVE IV-TREAT-NAME(IV-SUB) TO SVD-TREAT-NAME
         MOVE IV-TREAT-SIZE(IV-SUB) TO SVD-TREAT-SIZE
         MOVE IV-CLOSING(IV-SUB)    TO SVD-BOOK
         MOVE IV-COUNTED(IV-SUB)    TO SVD-COUNTED
         MOVE SV-VARIANCE           TO SVD-VARIANCE
         MOVE IV-UNIT-PRICE(IV-SUB) TO SVD-PRICE
         MOVE SV-VALUE              TO SVD-VALUE

         IF IV-PRICE-FOUND(IV-SUB)
             MOVE SPACES TO SVD-NOTE
         ELSE
             MOVE 'NOT ON CATLG' TO SVD-NOTE
         END-IF

         WRITE SHRINK-REPORT-LINE FROM SV-DETAIL-LINE
             AFTER ADVANCING 1 LINE

       .

       65-PRINT-FLAGGED-TRUCKS.

         WRITE SHRINK-REPORT-LINE FROM SV-FLAG-HEADER-LINE
             AFTER ADVANCING 3 LINES

         IF SV-TRUCKS-FLAGGED = 0
             WRITE SHRINK-REPORT-LINE FROM SV-NONE-LINE
                 AFTER ADVANCING 2 LINES
         ELSE
             WRITE SHRINK-REPORT-LINE FROM SV-FLAG-COLUMN-LINE
                 AFTER ADVANCING 2 LINES
             PERFORM VARYING SV-SUB FROM 1 BY 1
                     UNTIL SV-SUB > SV-COUNT
                 IF SV-OVER-TOLERANCE(SV-SUB)
                     MOVE SV-TRUCK-ID(SV-SUB)    TO SVF-TRUCK-ID
                     MOVE SV-TRUCK-ITEMS(SV-SUB) TO SVF-ITEMS
                     MOVE SV-SHORT-UNITS(SV-SUB) TO SVF-SHORT-UNITS
                     MOVE SV-SHORT-VALUE(SV-SUB) TO SVF-SHORT-VALUE
                     WRITE SHRINK-REPORT-LINE FROM SV-FLAG-DETAIL-LINE
                         AFTER ADVANCING 1 LINE
                 END-IF
             END-PERFORM
         END-IF

         MOVE 'TREATS COUNTED:         ' TO RS-LABEL
         MOVE SV-ITEMS-COUNTED         TO RS-COUNT
         WRITE SHRINK-REPORT-LINE FROM RC-SUMMARY-LINE
             AFTER ADVANCING 3 LINES

         MOVE 'COUNTS WITH VARIANCE:   ' TO RS-LABEL
         MOVE SV-ITEMS-VARIANCE        TO RS-COUNT
         WRITE SHRINK-REPORT-LINE FROM RC-SUMMARY-LINE
             AFTER ADVANCING 1 LINE

         MOVE 'TRUCKS OVER TOLERANCE:  ' TO RS-LABEL
         MOVE SV-TRUCKS-FLAGGED        TO RS-COUNT
         WRITE SHRINK-REPORT-LINE FROM RC-SUMMARY-LINE
             AFTER ADVANCING 1 LINE

       .
