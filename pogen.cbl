       IDENTIFICATION DIVISION.
       PROGRAM-ID.    POGEN.
       AUTHOR.        REESE BAKER.
      ******************************************************************
      * This program turns the low-stock items on the perpetual
      * inventory into purchase orders so nobody has to type up the
      * commissary orders by hand.  Every treat on every truck whose
      * closing stock is at or under the reorder threshold is ordered
      * from the vendor that carries it, rounded up to whole packs,
      * and the order lines are grouped into one purchase order per
      * vendor.  A treat that is already on an open purchase order for
      * that truck is not ordered again, and a treat discontinued on
      * the catalog is not reordered at all.
      *
      ***INPUT: The Inventory Master (INVENTORY-MASTER.TXT) written by
      * INVPOST supplies the closing stock for each treat on each
      * truck.  The Vendor Master (VENDOR-MASTER.IDX) names the vendor,
      * pack size and lead time for each catalog treat, and the Treat
      * Catalog Master (TREAT-CATALOG-MASTER.IDX) whether the treat
      * is still sold.  The Open PO file (OPEN-PO-LINES.TXT) holds
      * every order line not yet received.  The run parameter card
      * (RUN-PARAMETERS.TXT) may carry a processing-date override and
      * the reorder threshold.
      *
      ***OUTPUT: The Open PO file is rewritten with today's new order
      * lines added, and the Purchase Order report lists each
      * vendor's purchase order with its due date and lines, followed
      * by the low-stock items that were not ordered and why.
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

           SELECT INVENTORY-MASTER
             ASSIGN TO 'INVENTORY-MASTER.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS IM-FILE-STATUS.

      *

           SELECT VENDOR-MASTER
             ASSIGN TO 'VENDOR-MASTER.IDX'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS VM-REC-TREAT-KEY
             FILE STATUS IS VM-FILE-STATUS.

      *

           SELECT TREAT-CATALOG-MASTER
             ASSIGN TO 'TREAT-CATALOG-MASTER.IDX'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CM-REC-TREAT-KEY
             FILE STATUS IS CM-FILE-STATUS.

      *

           SELECT OPEN-PO-FILE
             ASSIGN TO 'OPEN-PO-LINES.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS OP-FILE-STATUS.

      *

           SELECT PARAMETER-FILE
             ASSIGN TO 'RUN-PARAMETERS.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PM-FILE-STATUS.

      *

           SELECT PURCHASE-ORDER-REPORT
             ASSIGN TO 'PURCHASE-ORDERS.TXT'
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

       FD INVENTORY-MASTER
         RECORD CONTAINS 25 CHARACTERS.

      *

       01 INVENTORY-MASTER-RECORD.
          05 IM-REC-TRUCK-ID                   PIC X(4).
          05 IM-REC-TREAT-NAME                 PIC X(15).
          05 IM-REC-TREAT-SIZE                 PIC X(1).
          05 IM-REC-CLOSING-STOCK              PIC 9(5).

      *

       FD VENDOR-MASTER
         RECORD CONTAINS 46 CHARACTERS.

      *

       01 VENDOR-MASTER-RECORD.
          05 VM-REC-TREAT-KEY.
             10 VM-REC-TREAT-NAME              PIC X(15).
             10 VM-REC-TREAT-SIZE              PIC X(1).
          05 VM-REC-VENDOR-ID                  PIC X(5).
          05 VM-REC-VENDOR-NAME                PIC X(20).
          05 VM-REC-PACK-SIZE                  PIC 9(3).
          05 VM-REC-LEAD-DAYS                  PIC 9(2).

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

       FD OPEN-PO-FILE
         RECORD CONTAINS 56 CHARACTERS.

      *

       01 OPEN-PO-RECORD.
          05 OP-REC-PO-NUMBER                  PIC 9(10).
          05 OP-REC-VENDOR-ID                  PIC X(5).
          05 OP-REC-TRUCK-ID                   PIC X(4).
          05 OP-REC-TREAT-NAME                 PIC X(15).
          05 OP-REC-TREAT-SIZE                 PIC X(1).
          05 OP-REC-ORDER-QTY                  PIC 9(5).
          05 OP-REC-ORDER-DATE                 PIC 9(8).
          05 OP-REC-DUE-DATE                   PIC 9(8).

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

       FD PURCHASE-ORDER-REPORT
         RECORD CONTAINS 80 CHARACTERS.

      *

       01 PO-REPORT-LINE                       PIC X(80).

      *

       FD RUN-LOG
         RECORD CONTAINS 104 CHARACTERS.

      *

       01 RUN-LOG-RECORD                       PIC X(104).

      *

       WORKING-STORAGE SECTION.

      *

       01 FLAGS-N-SWITCHES.
          05 IM-FILE-STATUS                    PIC X(2) VALUE SPACES.
          05 IM-EOF-FLAG                       PIC X VALUE 'N'.
             88 IM-NO-MORE-DATA                      VALUE 'Y'.
          05 VM-FILE-STATUS                    PIC X(2) VALUE SPACES.
          05 VM-FOUND-SW                       PIC X VALUE 'N'.
             88 VM-FOUND                             VALUE 'Y'.
          05 CM-FILE-STATUS                    PIC X(2) VALUE SPACES.
          05 CM-DISCONTINUED-SW                PIC X VALUE 'N'.
             88 CM-ITEM-DISCONTINUED                 VALUE 'Y'.
          05 OP-FILE-STATUS                    PIC X(2) VALUE SPACES.
          05 OP-EOF-FLAG                       PIC X VALUE 'N'.
             88 OP-NO-MORE-DATA                      VALUE 'Y'.
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
      * ORDERING RULES
      *----------------------------------------------------------------

       01 ORDER-FIELDS.
          05 PG-THRESHOLD                      PIC 9(4) VALUE 0010.
          05 PG-TARGET-STOCK                   PIC 9(5) VALUE 0.
          05 PG-SHORTFALL                      PIC 9(5) VALUE 0.
          05 PG-PACK-SIZE                      PIC 9(3) VALUE 0.
          05 PG-PACKS                          PIC 9(3) VALUE 0.
          05 PG-ON-ORDER-SW                    PIC X VALUE 'N'.
             88 PG-ON-ORDER                          VALUE 'Y'.
          05 PG-PO-SEQ                         PIC 9(2) VALUE 0.
          05 PG-PO-DATE-PART                   PIC 9(8) VALUE 0.
          05 PG-PO-SEQ-PART                    PIC 9(2) VALUE 0.
          05 PG-PO-NUMBER                      PIC 9(10) VALUE 0.
          05 PG-ORDER-DATE                     PIC 9(8) VALUE 0.
          05 PG-DUE-DATE                       PIC 9(8) VALUE 0.
          05 PG-DUE-DATE-R REDEFINES PG-DUE-DATE.
             10 PG-DUE-YEAR                    PIC 9(4).
             10 PG-DUE-MONTH                   PIC 9(2).
             10 PG-DUE-DAY                     PIC 9(2).
          05 PG-PO-UNITS                       PIC 9(7) VALUE 0.
          05 PG-HOLD-VENDOR-ID                 PIC X(5) VALUE SPACES.
          05 PG-SKIP-REASON                    PIC X(20) VALUE SPACES.

      *----------------------------------------------------------------
      * DAY NUMBER WORK FIELDS (DAYS SINCE A FIXED EPOCH, SO THAT
      * LEAD TIME CAN BE ADDED TO THE ORDER DATE)
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
          05 DN-WORK-L                         PIC 9(9) VALUE 0.
          05 DN-WORK-N                         PIC 9(9) VALUE 0.
          05 DN-WORK-I                         PIC 9(9) VALUE 0.
          05 DN-WORK-J                         PIC 9(9) VALUE 0.
          05 DN-WORK-K                         PIC 9(9) VALUE 0.
          05 DN-WORK-T                         PIC 9(9) VALUE 0.

      *----------------------------------------------------------------
      * OPEN PURCHASE ORDER LINES
      *----------------------------------------------------------------

       01 OPEN-PO-FLAGS.
          05 OT-COUNT                          PIC 9(3) VALUE 0.
          05 OT-SUB                            PIC 9(3) VALUE 0.

      *

       01 OPEN-PO-TABLE.
          05 OT-ENTRY OCCURS 500 TIMES.
             10 OT-PO-NUMBER                   PIC 9(10).
             10 OT-VENDOR-ID                   PIC X(5).
             10 OT-TRUCK-ID                    PIC X(4).
             10 OT-TREAT-NAME                  PIC X(15).
             10 OT-TREAT-SIZE                  PIC X(1).
             10 OT-ORDER-QTY                   PIC 9(5).
             10 OT-ORDER-DATE                  PIC 9(8).
             10 OT-DUE-DATE                    PIC 9(8).

      *----------------------------------------------------------------
      * TODAY'S NEW ORDER LINES AND ITEMS NOT ORDERED
      *----------------------------------------------------------------

       01 NEW-LINE-FLAGS.
          05 NL-COUNT                          PIC 9(3) VALUE 0.
          05 NL-SUB                            PIC 9(3) VALUE 0.
          05 NL-LINE-SUB                       PIC 9(3) VALUE 0.

      *

       01 NEW-LINE-TABLE.
          05 NL-ENTRY OCCURS 450 TIMES.
             10 NL-VENDOR-ID                   PIC X(5).
             10 NL-VENDOR-NAME                 PIC X(20).
             10 NL-LEAD-DAYS                   PIC 9(2).
             10 NL-TRUCK-ID                    PIC X(4).
             10 NL-TREAT-NAME                  PIC X(15).
             10 NL-TREAT-SIZE                  PIC X(1).
             10 NL-ON-HAND                     PIC 9(5).
             10 NL-PACK-SIZE                   PIC 9(3).
             10 NL-PACKS                       PIC 9(3).
             10 NL-ORDER-QTY                   PIC 9(5).
             10 NL-ON-PO-SW                    PIC X.
                88 NL-ON-PO                          VALUE 'Y'.

      *

       01 SKIP-FLAGS.
          05 SK-COUNT                          PIC 9(3) VALUE 0.
          05 SK-SUB                            PIC 9(3) VALUE 0.

      *

       01 SKIP-TABLE.
          05 SK-ENTRY OCCURS 450 TIMES.
             10 SK-TRUCK-ID                    PIC X(4).
             10 SK-TREAT-NAME                  PIC X(15).
             10 SK-TREAT-SIZE                  PIC X(1).
             10 SK-ON-HAND                     PIC 9(5).
             10 SK-REASON                      PIC X(20).

      *----------------------------------------------------------------
      * RUN COUNTS
      *----------------------------------------------------------------

       01 ORDER-COUNTS.
          05 OC-ITEMS-CHECKED                  PIC 9(5) VALUE 0.
          05 OC-LOW-STOCK                      PIC 9(5) VALUE 0.
          05 OC-LINES-ORDERED                  PIC 9(5) VALUE 0.
          05 OC-ORDERS-WRITTEN                 PIC 9(5) VALUE 0.
          05 OC-ALREADY-ON-ORDER               PIC 9(5) VALUE 0.
          05 OC-NO-VENDOR                      PIC 9(5) VALUE 0.
          05 OC-DISCONTINUED                   PIC 9(5) VALUE 0.
          05 OC-LINES-STILL-OPEN               PIC 9(5) VALUE 0.

      *----------------------------------------------------------------
      * PURCHASE ORDER REPORT LAYOUTS
      *----------------------------------------------------------------

       01 PO-HEADING-ONE.
          05 PO1-DATE.
             10 PO1-MONTH                      PIC Z9.
             10 FILLER                         PIC X VALUE '/'.
             10 PO1-DAY                        PIC 99.
             10 FILLER                         PIC X VALUE '/'.
             10 PO1-YEAR                       PIC 9999.
          05 FILLER                            PIC X(22) VALUE SPACES.
          05 FILLER                            PIC X(13) VALUE
                                                 'ROLLING PIZZA'.
          05 FILLER                            PIC X(32) VALUE SPACES.

      *

       01 PO-HEADING-TWO.
          05 FILLER                            PIC X(25) VALUE SPACES.
          05 FILLER                            PIC X(29) VALUE
                                       'COMMISSARY PURCHASE ORDERS   '.
          05 FILLER                            PIC X(26) VALUE SPACES.

      *

       01 PO-ORDER-LINE.
          05 FILLER                            PIC X(2) VALUE SPACES.
          05 FILLER                            PIC X(4) VALUE 'PO: '.
          05 POH-PO-NUMBER                     PIC 9(10).
          05 FILLER                            PIC X(2) VALUE SPACES.
          05 FILLER                            PIC X(8) VALUE
                                                        'VENDOR: '.
          05 POH-VENDOR-ID                     PIC X(5).
          05 FILLER                            PIC X(1) VALUE SPACES.
          05 POH-VENDOR-NAME                   PIC X(20).
          05 FILLER                            PIC X(2) VALUE SPACES.
          05 FILLER                            PIC X(5) VALUE 'DUE: '.
          05 POH-DUE-MONTH                     PIC Z9.
          05 FILLER                            PIC X VALUE '/'.
          05 POH-DUE-DAY                       PIC 99.
          05 FILLER                            PIC X VALUE '/'.
          05 POH-DUE-YEAR                      PIC 9999.
          05 FILLER                            PIC X(11) VALUE SPACES.

      *

       01 PO-COLUMN-LINE.
          05 FILLER                            PIC X(5) VALUE SPACES.
          05 FILLER                            PIC X(4) VALUE 'TRCK'.
          05 FILLER                            PIC X(2) VALUE SPACES.
          05 FILLER                            PIC X(15) VALUE
                                                         'TREAT NAME'.
          05 FILLER                            PIC X(2) VALUE SPACES.
          05 FILLER                            PIC X(2) VALUE 'SZ'.
          05 FILLER                            PIC X(2) VALUE SPACES.
          05 FILLER                            PIC X(7) VALUE
                                                          'ON HAND'.
          05 FILLER                            PIC X(3) VALUE SPACES.
          05 FILLER                            PIC X(4) VALUE 'PACK'.
          05 FILLER                            PIC X(3) VALUE SPACES.
          05 FILLER                            PIC X(5) VALUE 'PACKS'.
          05 FILLER                            PIC X(3) VALUE SPACES.
          05 FILLER                            PIC X(9) VALUE
                                                        'ORDER QTY'.
          05 FILLER                            PIC X(14) VALUE SPACES.

      *

       01 PO-DETAIL-LINE.
          05 FILLER                            PIC X(5) VALUE SPACES.
          05 POD-TRUCK-ID                      PIC X(4).
          05 FILLER                            PIC X(2) VALUE SPACES.
          05 POD-TREAT-NAME                    PIC X(15).
          05 FILLER                            PIC X(2) VALUE SPACES.
          05 POD-TREAT-SIZE                    PIC X(1).
          05 FILLER                            PIC X(4) VALUE SPACES.
          05 POD-ON-HAND                       PIC ZZ,ZZ9.
          05 FILLER                            PIC X(4) VALUE SPACES.
          05 POD-PACK-SIZE                     PIC ZZ9.
          05 FILLER                            PIC X(5) VALUE SPACES.
          05 POD-PACKS                         PIC ZZ9.
          05 FILLER                            PIC X(6) VALUE SPACES.
          05 POD-ORDER-QTY                     PIC ZZ,ZZ9.
          05 FILLER                            PIC X(14) VALUE SPACES.

      *

       01 PO-TOTAL-LINE.
          05 FILLER                            PIC X(5) VALUE SPACES.
          05 FILLER                            PIC X(20) VALUE
                                                'PO TOTAL UNITS:     '.
          05 POT-UNITS                         PIC Z,ZZZ,ZZ9.
          05 FILLER                            PIC X(46) VALUE SPACES.

      *

       01 PO-SKIP-HEADER-LINE.
          05 FILLER                            PIC X(29) VALUE
                                      'LOW-STOCK ITEMS NOT ORDERED  '.
          05 FILLER                            PIC X(51) VALUE SPACES.

      *

       01 PO-SKIP-COLUMN-LINE.
          05 FILLER                            PIC X(4) VALUE 'TRCK'.
          05 FILLER                            PIC X(1) VALUE SPACES.
          05 FILLER                            PIC X(15) VALUE
                                                         'TREAT NAME'.
          05 FILLER                            PIC X(1) VALUE SPACES.
          05 FILLER                            PIC X(2) VALUE 'SZ'.
          05 FILLER                            PIC X(2) VALUE SPACES.
          05 FILLER                            PIC X(7) VALUE
                                                          'ON HAND'.
          05 FILLER                            PIC X(2) VALUE SPACES.
          05 FILLER                            PIC X(20) VALUE
                                                         'REASON'.
          05 FILLER                            PIC X(26) VALUE SPACES.

      *

       01 PO-SKIP-DETAIL-LINE.
          05 SKD-TRUCK-ID                      PIC X(4).
          05 FILLER                            PIC X(1) VALUE SPACES.
          05 SKD-TREAT-NAME                    PIC X(15).
          05 FILLER                            PIC X(1) VALUE SPACES.
          05 SKD-TREAT-SIZE                    PIC X(1).
          05 FILLER                            PIC X(4) VALUE SPACES.
          05 SKD-ON-HAND                       PIC ZZ,ZZ9.
          05 FILLER                            PIC X(2) VALUE SPACES.
          05 SKD-REASON                        PIC X(20).
          05 FILLER                            PIC X(26) VALUE SPACES.

      *

       01 PO-SUMMARY-LINE.
          05 FILLER                            PIC X(3) VALUE SPACES.
          05 PS-LABEL                          PIC X(24).
          05 PS-COUNT                          PIC ZZ,ZZ9.
          05 FILLER                            PIC X(47) VALUE SPACES.

      *----------------------------------------------------------------
      * JOB STEP RUN LOG
      *----------------------------------------------------------------

       01 RUN-LOG-FIELDS.
          05 RL-FILE-STATUS                    PIC X(2) VALUE SPACES.
          05 RL-PROGRAM-NAME                   PIC X(8) VALUE 'POGEN'.
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

       10-GENERATE-PURCHASE-ORDERS.
         PERFORM 15-HSKPING-ROUTINE
         PERFORM 20-PROCESS-INVENTORY-MASTER
         PERFORM 30-WRITE-PURCHASE-ORDERS
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
             DISPLAY 'POGEN WARNING - CANNOT OPEN RUN-LOG.TXT'
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

         MOVE OC-ITEMS-CHECKED TO RL-IN-COUNT
         MOVE OC-LINES-ORDERED TO RL-OUT-COUNT
         MOVE OC-NO-VENDOR     TO RL-REJECT-COUNT

       .

       13-READ-RUN-PARAMETERS.

         OPEN INPUT PARAMETER-FILE

         IF PM-FILE-STATUS = '35'
             CONTINUE
         ELSE
             IF PM-FILE-STATUS NOT = '00'
                 DISPLAY 'POGEN ABORT - CANNOT OPEN '
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
                     IF PM-REC-REORDER-THRESHOLD NUMERIC
                         MOVE PM-REC-REORDER-THRESHOLD TO PG-THRESHOLD
                     END-IF
             END-READ
             CLOSE PARAMETER-FILE
         END-IF

       .

       14-LOAD-OPEN-PO-LINES.

         OPEN INPUT OPEN-PO-FILE

         IF OP-FILE-STATUS = '35'
             CONTINUE
         ELSE
             IF OP-FILE-STATUS NOT = '00'
                 DISPLAY 'POGEN ABORT - CANNOT OPEN '
                         'OPEN-PO-LINES.TXT - FILE STATUS '
                         OP-FILE-STATUS
                 MOVE 'CANNOT OPEN OPEN-PO-LINES.TXT' TO RL-MESSAGE
                 PERFORM 12B-ABORT-RUN
             END-IF
             PERFORM UNTIL OP-NO-MORE-DATA
                 READ OPEN-PO-FILE
                     AT END
                         MOVE 'Y' TO OP-EOF-FLAG
                     NOT AT END
                         IF OT-COUNT < 500
                             ADD 1 TO OT-COUNT
                             MOVE OPEN-PO-RECORD TO OT-ENTRY(OT-COUNT)
                             PERFORM 14A-CHECK-PO-SEQUENCE
                         ELSE
                             DISPLAY 'POGEN ABORT - MORE THAN 500 '
                                     'LINES ON OPEN-PO-LINES.TXT'
                                     ' - NO ORDERS WRITTEN'
                             CLOSE OPEN-PO-FILE
                             MOVE 'OVER 500 LINES ON OPEN-PO-LINES.TXT'
                                 TO RL-MESSAGE
                             PERFORM 12B-ABORT-RUN
                         END-IF
                 END-READ
             END-PERFORM
             CLOSE OPEN-PO-FILE
         END-IF

       .

       14A-CHECK-PO-SEQUENCE.

         COMPUTE PG-PO-DATE-PART = OP-REC-PO-NUMBER / 100

         COMPUTE PG-PO-SEQ-PART =
             OP-REC-PO-NUMBER - (PG-PO-DATE-PART * 100)

         IF PG-PO-DATE-PART = PG-ORDER-DATE
             AND PG-PO-SEQ-PART > PG-PO-SEQ
             MOVE PG-PO-SEQ-PART TO PG-PO-SEQ
         END-IF

       .

       15-HSKPING-ROUTINE.

         ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD

         PERFORM 13-READ-RUN-PARAMETERS

         MOVE WS-ACCEPT-MONTH TO WS-MONTH
         MOVE WS-ACCEPT-DAY   TO WS-DAY
         MOVE WS-ACCEPT-YEAR  TO WS-YEAR
         MOVE WS-ACCEPT-DATE  TO PG-ORDER-DATE

         PERFORM 11-LOG-RUN-START

         PERFORM 14-LOAD-OPEN-PO-LINES

         OPEN INPUT VENDOR-MASTER

         IF VM-FILE-STATUS NOT = '00'
             DISPLAY 'POGEN ABORT - CANNOT OPEN VENDOR-MASTER.IDX'
                     ' - FILE STATUS ' VM-FILE-STATUS
             MOVE 'CANNOT OPEN VENDOR-MASTER.IDX' TO RL-MESSAGE
             PERFORM 12B-ABORT-RUN
         END-IF

         OPEN INPUT TREAT-CATALOG-MASTER

         IF CM-FILE-STATUS NOT = '00'
             DISPLAY 'POGEN ABORT - CANNOT OPEN '
                     'TREAT-CATALOG-MASTER.IDX - FILE STATUS '
                     CM-FILE-STATUS
             MOVE 'CANNOT OPEN TREAT-CATALOG-MASTER.IDX' TO RL-MESSAGE
             PERFORM 12B-ABORT-RUN
         END-IF

         OPEN OUTPUT PURCHASE-ORDER-REPORT

         MOVE WS-MONTH TO PO1-MONTH
         MOVE WS-DAY   TO PO1-DAY
         MOVE WS-YEAR  TO PO1-YEAR

         WRITE PO-REPORT-LINE FROM PO-HEADING-ONE

         WRITE PO-REPORT-LINE FROM PO-HEADING-TWO
             AFTER ADVANCING 2 LINES

       .

       20-PROCESS-INVENTORY-MASTER.

         OPEN INPUT INVENTORY-MASTER

         IF IM-FILE-STATUS = '35'
             CONTINUE
         ELSE
             IF IM-FILE-STATUS NOT = '00'
                 DISPLAY 'POGEN ABORT - CANNOT OPEN '
                         'INVENTORY-MASTER.TXT - FILE STATUS '
                         IM-FILE-STATUS
                 MOVE 'CANNOT OPEN INVENTORY-MASTER.TXT' TO RL-MESSAGE
                 PERFORM 12B-ABORT-RUN
             END-IF
             PERFORM UNTIL IM-NO-MORE-DATA
                 READ INVENTORY-MASTER
                     AT END
                         MOVE 'Y' TO IM-EOF-FLAG
                     NOT AT END
                         ADD 1 TO OC-ITEMS-CHECKED
                         IF IM-REC-CLOSING-STOCK NOT > PG-THRESHOLD
                             ADD 1 TO OC-LOW-STOCK
                             PERFORM 40-ORDER-LOW-STOCK-ITEM
                         END-IF
                 END-READ
             END-PERFORM
             CLOSE INVENTORY-MASTER
         END-IF

       .

       30-WRITE-PURCHASE-ORDERS.

         PERFORM VARYING NL-SUB FROM 1 BY 1 UNTIL NL-SUB > NL-COUNT
             IF NOT NL-ON-PO(NL-SUB)
                 PERFORM 45-START-PURCHASE-ORDER
             END-IF
         END-PERFORM

       .

       40-ORDER-LOW-STOCK-ITEM.

         MOVE 'N' TO PG-ON-ORDER-SW

         PERFORM VARYING OT-SUB FROM 1 BY 1
                 UNTIL OT-SUB > OT-COUNT OR PG-ON-ORDER
             IF IM-REC-TRUCK-ID = OT-TRUCK-ID(OT-SUB)
                 AND IM-REC-TREAT-NAME = OT-TREAT-NAME(OT-SUB)
                 AND IM-REC-TREAT-SIZE = OT-TREAT-SIZE(OT-SUB)
                 MOVE 'Y' TO PG-ON-ORDER-SW
             END-IF
         END-PERFORM

         IF NOT PG-ON-ORDER
             PERFORM 44-READ-CATALOG-MASTER
         END-IF

         EVALUATE TRUE
             WHEN PG-ON-ORDER
                 ADD 1 TO OC-ALREADY-ON-ORDER
                 MOVE 'ALREADY ON ORDER' TO PG-SKIP-REASON
                 PERFORM 43-ADD-SKIPPED-ITEM
             WHEN CM-ITEM-DISCONTINUED
                 ADD 1 TO OC-DISCONTINUED
                 MOVE 'DISCONTINUED' TO PG-SKIP-REASON
                 PERFORM 43-ADD-SKIPPED-ITEM
             WHEN OTHER
                 PERFORM 41-READ-VENDOR-MASTER
                 IF VM-FOUND
                     PERFORM 42-ADD-ORDER-LINE
                 ELSE
                     ADD 1 TO OC-NO-VENDOR
                     MOVE 'NO VENDOR ON FILE' TO PG-SKIP-REASON
                     PERFORM 43-ADD-SKIPPED-ITEM
                 END-IF
         END-EVALUATE

       .

       41-READ-VENDOR-MASTER.

         MOVE 'N' TO VM-FOUND-SW
         MOVE IM-REC-TREAT-NAME TO VM-REC-TREAT-NAME
         MOVE IM-REC-TREAT-SIZE TO VM-REC-TREAT-SIZE

         READ VENDOR-MASTER
             INVALID KEY
                 CONTINUE
             NOT INVALID KEY
                 MOVE 'Y' TO VM-FOUND-SW
         END-READ

       .

       42-ADD-ORDER-LINE.

         IF VM-REC-PACK-SIZE NUMERIC AND VM-REC-PACK-SIZE > 0
             MOVE VM-REC-PACK-SIZE TO PG-PACK-SIZE
         ELSE
             MOVE 1 TO PG-PACK-SIZE
         END-IF

         COMPUTE PG-TARGET-STOCK = PG-THRESHOLD * 2

         IF PG-TARGET-STOCK > IM-REC-CLOSING-STOCK
             COMPUTE PG-SHORTFALL =
                 PG-TARGET-STOCK - IM-REC-CLOSING-STOCK
         ELSE
             MOVE 1 TO PG-SHORTFALL
         END-IF

         COMPUTE PG-PACKS =
             (PG-SHORTFALL + PG-PACK-SIZE - 1) / PG-PACK-SIZE

         IF NL-COUNT < 450
             ADD 1 TO NL-COUNT
             MOVE VM-REC-VENDOR-ID     TO NL-VENDOR-ID(NL-COUNT)
             MOVE VM-REC-VENDOR-NAME   TO NL-VENDOR-NAME(NL-COUNT)
             IF VM-REC-LEAD-DAYS NUMERIC
                 MOVE VM-REC-LEAD-DAYS TO NL-LEAD-DAYS(NL-COUNT)
             ELSE
                 MOVE 0                TO NL-LEAD-DAYS(NL-COUNT)
             END-IF
             MOVE IM-REC-TRUCK-ID      TO NL-TRUCK-ID(NL-COUNT)
             MOVE IM-REC-TREAT-NAME    TO NL-TREAT-NAME(NL-COUNT)
             MOVE IM-REC-TREAT-SIZE    TO NL-TREAT-SIZE(NL-COUNT)
             MOVE IM-REC-CLOSING-STOCK TO NL-ON-HAND(NL-COUNT)
             MOVE PG-PACK-SIZE         TO NL-PACK-SIZE(NL-COUNT)
             MOVE PG-PACKS             TO NL-PACKS(NL-COUNT)
             COMPUTE NL-ORDER-QTY(NL-COUNT) = PG-PACKS * PG-PACK-SIZE
             MOVE 'N'                  TO NL-ON-PO-SW(NL-COUNT)
         END-IF

       .

       43-ADD-SKIPPED-ITEM.

         IF SK-COUNT < 450
             ADD 1 TO SK-COUNT
             MOVE PG-SKIP-REASON       TO SK-REASON(SK-COUNT)
             MOVE IM-REC-TRUCK-ID      TO SK-TRUCK-ID(SK-COUNT)
             MOVE IM-REC-TREAT-NAME    TO SK-TREAT-NAME(SK-COUNT)
             MOVE IM-REC-TREAT-SIZE    TO SK-TREAT-SIZE(SK-COUNT)
             MOVE IM-REC-CLOSING-STOCK TO SK-ON-HAND(SK-COUNT)
         END-IF

       .

       44-READ-CATALOG-MASTER.

         MOVE 'N' TO CM-DISCONTINUED-SW
         MOVE IM-REC-TREAT-NAME TO CM-REC-TREAT-NAME
         MOVE IM-REC-TREAT-SIZE TO CM-REC-TREAT-SIZE

         READ TREAT-CATALOG-MASTER
             INVALID KEY
                 CONTINUE
             NOT INVALID KEY
                 IF CM-REC-DISCONTINUED
                     MOVE 'Y' TO CM-DISCONTINUED-SW
                 END-IF
         END-READ

       .

       45-START-PURCHASE-ORDER.

         ADD 1 TO PG-PO-SEQ
         ADD 1 TO OC-ORDERS-WRITTEN
         MOVE 0 TO PG-PO-UNITS

         COMPUTE PG-PO-NUMBER = (PG-ORDER-DATE * 100) + PG-PO-SEQ

         MOVE PG-ORDER-DATE TO DN-DATE
         PERFORM 80-COMPUTE-DAY-NUMBER
         ADD NL-LEAD-DAYS(NL-SUB) TO DN-DAY-NUMBER
         PERFORM 81-CONVERT-DAY-NUMBER
         MOVE DN-DATE TO PG-DUE-DATE

         MOVE NL-VENDOR-ID(NL-SUB)   TO PG-HOLD-VENDOR-ID

         MOVE PG-PO-NUMBER           TO POH-PO-NUMBER
         MOVE NL-VENDOR-ID(NL-SUB)   TO POH-VENDOR-ID
         MOVE NL-VENDOR-NAME(NL-SUB) TO POH-VENDOR-NAME
         MOVE PG-DUE-MONTH           TO POH-DUE-MONTH
         MOVE PG-DUE-DAY             TO POH-DUE-DAY
         MOVE PG-DUE-YEAR            TO POH-DUE-YEAR

         WRITE PO-REPORT-LINE FROM PO-ORDER-LINE
             AFTER ADVANCING 3 LINES

         WRITE PO-REPORT-LINE FROM PO-COLUMN-LINE
             AFTER ADVANCING 2 LINES

         PERFORM VARYING NL-LINE-SUB FROM NL-SUB BY 1
                 UNTIL NL-LINE-SUB > NL-COUNT
             IF NL-VENDOR-ID(NL-LINE-SUB) = PG-HOLD-VENDOR-ID
                 AND NOT NL-ON-PO(NL-LINE-SUB)
                 PERFORM 46-ADD-PO-LINE
             END-IF
         END-PERFORM

         MOVE PG-PO-UNITS TO POT-UNITS

         WRITE PO-REPORT-LINE FROM PO-TOTAL-LINE
             AFTER ADVANCING 2 LINES

       .

       46-ADD-PO-LINE.

         IF OT-COUNT NOT < 500
             DISPLAY 'POGEN ABORT - MORE THAN 500 '
                     'LINES ON OPEN-PO-LINES.TXT'
                     ' - NO ORDERS WRITTEN'
             MOVE 'OVER 500 LINES ON OPEN-PO-LINES.TXT'
                 TO RL-MESSAGE
             PERFORM 12B-ABORT-RUN
         END-IF

         MOVE 'Y' TO NL-ON-PO-SW(NL-LINE-SUB)

         MOVE NL-TRUCK-ID(NL-LINE-SUB)   TO POD-TRUCK-ID
         MOVE NL-TREAT-NAME(NL-LINE-SUB) TO POD-TREAT-NAME
         MOVE NL-TREAT-SIZE(NL-LINE-SUB) TO POD-TREAT-SIZE
         MOVE NL-ON-HAND(NL-LINE-SUB)    TO POD-ON-HAND
         MOVE NL-PACK-SIZE(NL-LINE-SUB)  TO POD-PACK-SIZE
         MOVE NL-PACKS(NL-LINE-SUB)      TO POD-PACKS
         MOVE NL-ORDER-QTY(NL-LINE-SUB)  TO POD-ORDER-QTY

         WRITE PO-REPORT-LINE FROM PO-DETAIL-LINE
             AFTER ADVANCING 1 LINE

         ADD NL-ORDER-QTY(NL-LINE-SUB) TO PG-PO-UNITS
         ADD 1 TO OC-LINES-ORDERED

         ADD 1 TO OT-COUNT
         MOVE PG-PO-NUMBER              TO OT-PO-NUMBER(OT-COUNT)
         MOVE PG-HOLD-VENDOR-ID         TO OT-VENDOR-ID(OT-COUNT)
         MOVE NL-TRUCK-ID(NL-LINE-SUB)  TO OT-TRUCK-ID(OT-COUNT)
         MOVE NL-TREAT-NAME(NL-LINE-SUB) TO OT-TREAT-NAME(OT-COUNT)
         MOVE NL-TREAT-SIZE(NL-LINE-SUB) TO OT-TREAT-SIZE(OT-COUNT)
         MOVE NL-ORDER-QTY(NL-LINE-SUB) TO OT-ORDER-QTY(OT-COUNT)
         MOVE PG-ORDER-DATE             TO OT-ORDER-DATE(OT-COUNT)
         MOVE PG-DUE-DATE               TO OT-DUE-DATE(OT-COUNT)

       .

       50-PRINT-SKIPPED-ITEMS.

         IF SK-COUNT > 0
             WRITE PO-REPORT-LINE FROM PO-SKIP-HEADER-LINE
                 AFTER ADVANCING 3 LINES
             WRITE PO-REPORT-LINE FROM PO-SKIP-COLUMN-LINE
                 AFTER ADVANCING 1 LINE
             PERFORM VARYING SK-SUB FROM 1 BY 1 UNTIL SK-SUB > SK-COUNT
                 MOVE SK-TRUCK-ID(SK-SUB)   TO SKD-TRUCK-ID
                 MOVE SK-TREAT-NAME(SK-SUB) TO SKD-TREAT-NAME
                 MOVE SK-TREAT-SIZE(SK-SUB) TO SKD-TREAT-SIZE
                 MOVE SK-ON-HAND(SK-SUB)    TO SKD-ON-HAND
                 MOVE SK-REASON(SK-SUB)     TO SKD-REASON
                 WRITE PO-REPORT-LINE FROM PO-SKIP-DETAIL-LINE
                     AFTER ADVANCING 1 LINE
             END-PERFORM
         END-IF

       .

       54-REWRITE-OPEN-PO-LINES.

         OPEN OUTPUT OPEN-PO-FILE

         IF OP-FILE-STATUS NOT = '00'
             DISPLAY 'POGEN ABORT - CANNOT REWRITE '
                     'OPEN-PO-LINES.TXT - FILE STATUS '
                     OP-FILE-STATUS
             MOVE 'CANNOT REWRITE OPEN-PO-LINES.TXT' TO RL-MESSAGE
             PERFORM 12B-ABORT-RUN
         END-IF

         PERFORM VARYING OT-SUB FROM 1 BY 1 UNTIL OT-SUB > OT-COUNT
             MOVE OT-ENTRY(OT-SUB) TO OPEN-PO-RECORD
             WRITE OPEN-PO-RECORD
         END-PERFORM

         MOVE OT-COUNT TO OC-LINES-STILL-OPEN

         CLOSE OPEN-PO-FILE

       .

       55-FINAL-ROUTINE.

         PERFORM 50-PRINT-SKIPPED-ITEMS
         PERFORM 54-REWRITE-OPEN-PO-LINES

         MOVE 'INVENTORY ITEMS CHECKED:' TO PS-LABEL
         MOVE OC-ITEMS-CHECKED          TO PS-COUNT
         WRITE PO-REPORT-LINE FROM PO-SUMMARY-LINE
             AFTER ADVANCING 3 LINES

         MOVE 'LOW-STOCK ITEMS:        ' TO PS-LABEL
         MOVE OC-LOW-STOCK              TO PS-COUNT
         WRITE PO-REPORT-LINE FROM PO-SUMMARY-LINE
             AFTER ADVANCING 1 LINE

         MOVE 'PURCHASE ORDERS WRITTEN:' TO PS-LABEL
         MOVE OC-ORDERS-WRITTEN         TO PS-COUNT
         WRITE PO-REPORT-LINE FROM PO-SUMMARY-LINE
             AFTER ADVANCING 1 LINE

         MOVE 'PO LINES ORDERED:       ' TO PS-LABEL
         MOVE OC-LINES-ORDERED          TO PS-COUNT
         WRITE PO-REPORT-LINE FROM PO-SUMMARY-LINE
             AFTER ADVANCING 1 LINE

         MOVE 'ALREADY ON ORDER:       ' TO PS-LABEL
         MOVE OC-ALREADY-ON-ORDER       TO PS-COUNT
         WRITE PO-REPORT-LINE FROM PO-SUMMARY-LINE
             AFTER ADVANCING 1 LINE

         MOVE 'NO VENDOR ON FILE:      ' TO PS-LABEL
         MOVE OC-NO-VENDOR              TO PS-COUNT
         WRITE PO-REPORT-LINE FROM PO-SUMMARY-LINE
             AFTER ADVANCING 1 LINE

         MOVE 'DISCONTINUED:           ' TO PS-LABEL
         MOVE OC-DISCONTINUED           TO PS-COUNT
         WRITE PO-REPORT-LINE FROM PO-SUMMARY-LINE
             AFTER ADVANCING 1 LINE

         MOVE 'OPEN PO LINES ON FILE:  ' TO PS-LABEL
         MOVE OC-LINES-STILL-OPEN       TO PS-COUNT
         WRITE PO-REPORT-LINE FROM PO-SUMMARY-LINE
             AFTER ADVANCING 1 LINE

         CLOSE VENDOR-MASTER
               TREAT-CATALOG-MASTER
               PURCHASE-ORDER-REPORT

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

       81-CONVERT-DAY-NUMBER.

         COMPUTE DN-WORK-L = DN-DAY-NUMBER + 68569
         COMPUTE DN-WORK-N = (4 * DN-WORK-L) / 146097
         COMPUTE DN-WORK-T = (146097 * DN-WORK-N + 3) / 4
         COMPUTE DN-WORK-L = DN-WORK-L - DN-WORK-T
         COMPUTE DN-WORK-I = (4000 * (DN-WORK-L + 1)) / 1461001
         COMPUTE DN-WORK-T = (1461 * DN-WORK-I) / 4
         COMPUTE DN-WORK-L = DN-WORK-L - DN-WORK-T + 31
         COMPUTE DN-WORK-J = (80 * DN-WORK-L) / 2447
         COMPUTE DN-WORK-T = (2447 * DN-WORK-J) / 80
         COMPUTE DN-DAY    = DN-WORK-L - DN-WORK-T
         COMPUTE DN-WORK-K = DN-WORK-J / 11
         COMPUTE DN-MONTH  = DN-WORK-J + 2 - (12 * DN-WORK-K)
         COMPUTE DN-YEAR   =
             (100 * (DN-WORK-N - 49)) + DN-WORK-I + DN-WORK-K

       .
