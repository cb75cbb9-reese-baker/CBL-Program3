       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PORECV.
       AUTHOR.        REESE BAKER.
      ******************************************************************
      * This program receives commissary deliveries against the open
      * purchase order lines written by POGEN.  Each delivery is
      * matched to its open PO line, short and over shipments are
      * reported, and the restock transaction for INVPOST is written
      * automatically instead of being keyed by hand.  A PO line is
      * closed by its delivery; a short shipment is reported and any
      * stock still needed is picked up by the next POGEN run.
      *
      ***INPUT: The Receiving Transaction file (RECEIVING-TRANS.TXT)
      * holds one record per delivered line: PO number, truck, treat
      * name and size, quantity received and date received.  The Open
      * PO file (OPEN-PO-LINES.TXT) holds every order line not yet
      * received.  The run parameter card (RUN-PARAMETERS.TXT) may
      * carry a processing-date override for the past-due check.  A
      * night with no Receiving Transaction file is run as a night
      * with no deliveries.
      *
      ***OUTPUT: A restock (R) record is appended to the Inventory
      * Transaction file (INVENTORY-TRANS.TXT) for every delivery
      * accepted, the Open PO file is rewritten without the lines
      * received, and the Receiving Report lists each delivery with
      * its short or over quantity, the rejected deliveries, and the
      * PO lines still open with those past due flagged.
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

           SELECT RECEIVING-TRANS
             ASSIGN TO 'RECEIVING-TRANS.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RV-FILE-STATUS.

      *

           SELECT OPEN-PO-FILE
             ASSIGN TO 'OPEN-PO-LINES.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS OP-FILE-STATUS.

      *

           SELECT INVENTORY-TRANS
             ASSIGN TO 'INVENTORY-TRANS.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS IT-FILE-STATUS.

      *

           SELECT PARAMETER-FILE
             ASSIGN TO 'RUN-PARAMETERS.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PM-FILE-STATUS.

      *

           SELECT RECEIVING-REPORT
             ASSIGN TO 'RECEIVING-REPORT.TXT'
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

       FD RECEIVING-TRANS
         RECORD CONTAINS 43 CHARACTERS.

      *

       01 RECEIVING-TRANS-RECORD.
          05 RV-REC-PO-NUMBER                  PIC 9(10).
          05 RV-REC-TRUCK-ID                   PIC X(4).
          05 RV-REC-TREAT-NAME                 PIC X(15).
          05 RV-REC-TREAT-SIZE                 PIC X(1).
          05 RV-REC-QUANTITY                   PIC 9(5).
          05 RV-REC-RECEIVED-DATE              PIC 9(8).

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
          05 IT-TRANS-DATE                     PIC 9(8).

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

       FD RECEIVING-REPORT
         RECORD CONTAINS 80 CHARACTERS.

      *

       01 RECEIVING-REPORT-LINE                PIC X(80).

      *

       FD RUN-LOG
         RECORD CONTAINS 104 CHARACTERS.

      *

       01 RUN-LOG-RECORD                       PIC X(104).

      *

       WORKING-STORAGE SECTION.

      *

       01 FLAGS-N-SWITCHES.
          05 RV-FILE-STATUS                    PIC X(2) VALUE SPACES.
          05 RV-EOF-FLAG                       PIC X VALUE 'N'.
             88 RV-NO-MORE-DATA                      VALUE 'Y'.
          05 OP-FILE-STATUS                    PIC X(2) VALUE SPACES.
          05 OP-EOF-FLAG                       PIC X VALUE 'N'.
             88 OP-NO-MORE-DATA                      VALUE 'Y'.
          05 IT-FILE-STATUS                    PIC X(2) VALUE SPACES.
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
      * OPEN PURCHASE ORDER LINES
      *----------------------------------------------------------------

       01 OPEN-PO-FLAGS.
          05 OT-COUNT                          PIC 9(3) VALUE 0.
          05 OT-SUB                            PIC 9(3) VALUE 0.
          05 OT-FOUND-SW                       PIC X VALUE 'N'.
             88 OT-FOUND                             VALUE 'Y'.

      *

       01 OPEN-PO-TABLE.
          05 OT-ENTRY OCCURS 500 TIMES.
             10 OT-LINE.
                15 OT-PO-NUMBER                PIC 9(10).
                15 OT-VENDOR-ID                PIC X(5).
                15 OT-TRUCK-ID                 PIC X(4).
                15 OT-TREAT-NAME               PIC X(15).
                15 OT-TREAT-SIZE               PIC X(1).
                15 OT-ORDER-QTY                PIC 9(5).
                15 OT-ORDER-DATE               PIC 9(8).
                15 OT-DUE-DATE                 PIC 9(8).
             10 OT-RECEIVED-SW                 PIC X.
                88 OT-RECEIVED                       VALUE 'Y'.

      *----------------------------------------------------------------
      * RECEIVING WORK FIELDS AND COUNTS
      *----------------------------------------------------------------

       01 RECEIVING-FIELDS.
          05 RF-PROCESSING-DATE                PIC 9(8) VALUE 0.
          05 RF-VARIANCE                       PIC S9(5) VALUE 0.
          05 RF-REJECT-REASON                  PIC X(20) VALUE SPACES.

      *

       01 RECEIVING-COUNTS.
          05 RC-RECEIPTS-READ                  PIC 9(5) VALUE 0.
          05 RC-RECEIPTS-POSTED                PIC 9(5) VALUE 0.
          05 RC-RECEIPTS-REJECTED              PIC 9(5) VALUE 0.
          05 RC-SHORT-COUNT                    PIC 9(5) VALUE 0.
          05 RC-OVER-COUNT                     PIC 9(5) VALUE 0.
          05 RC-UNITS-RESTOCKED                PIC 9(7) VALUE 0.
          05 RC-LINES-STILL-OPEN               PIC 9(5) VALUE 0.
          05 RC-LINES-PAST-DUE                 PIC 9(5) VALUE 0.

      *

       01 REJECT-FLAGS.
          05 RJ-COUNT                          PIC 9(3) VALUE 0.
          05 RJ-SUB                            PIC 9(3) VALUE 0.

      *

       01 REJECT-TABLE.
          05 RJ-ENTRY OCCURS 500 TIMES.
             10 RJ-RECEIPT                     PIC X(43).
             10 RJ-REASON                      PIC X(20).

      *----------------------------------------------------------------
      * RECEIVING REPORT LAYOUTS
      *----------------------------------------------------------------

       01 RR-HEADING-ONE.
          05 RR1-DATE.
             10 RR1-MONTH                      PIC Z9.
             10 FILLER                         PIC X VALUE '/'.
             10 RR1-DAY                        PIC 99.
             10 FILLER                         PIC X VALUE '/'.
             10 RR1-YEAR                       PIC 9999.
          05 FILLER                            PIC X(22) VALUE SPACES.
          05 FILLER                            PIC X(13) VALUE
                                                 'ROLLING PIZZA'.
          05 FILLER                            PIC X(32) VALUE SPACES.

      *

       01 RR-HEADING-TWO.
          05 FILLER                            PIC X(26) VALUE SPACES.
          05 FILLER                            PIC X(27) VALUE
                                         'COMMISSARY RECEIVING REPORT'.
          05 FILLER                            PIC X(27) VALUE SPACES.

      *

       01 RR-COLUMN-LINE.
          05 FILLER                            PIC X(10) VALUE
                                                        'PO NUMBER'.
          05 FILLER                            PIC X(1) VALUE SPACES.
          05 FILLER                            PIC X(4) VALUE 'TRCK'.
          05 FILLER                            PIC X(1) VALUE SPACES.
          05 FILLER                            PIC X(15) VALUE
                                                         'TREAT NAME'.
          05 FILLER                            PIC X(1) VALUE SPACES.
          05 FILLER                            PIC X(2) VALUE 'SZ'.
          05 FILLER                            PIC X(1) VALUE SPACES.
          05 FILLER                            PIC X(6) VALUE
                                                           'ORDERD'.
          05 FILLER                            PIC X(1) VALUE SPACES.
          05 FILLER                            PIC X(6) VALUE
                                                           'RECVD '.
          05 FILLER                            PIC X(1) VALUE SPACES.
          05 FILLER                            PIC X(7) VALUE
                                                          'SHT/OVR'.
          05 FILLER                            PIC X(2) VALUE SPACES.
          05 FILLER                            PIC X(20) VALUE
                                                         'STATUS'.
          05 FILLER                            PIC X(2) VALUE SPACES.

      *

       01 RR-DETAIL-LINE.
          05 RRD-PO-NUMBER                     PIC 9(10).
          05 FILLER                            PIC X(1) VALUE SPACES.
          05 RRD-TRUCK-ID                      PIC X(4).
          05 FILLER                            PIC X(1) VALUE SPACES.
          05 RRD-TREAT-NAME                    PIC X(15).
          05 FILLER                            PIC X(1) VALUE SPACES.
          05 RRD-TREAT-SIZE                    PIC X(1).
          05 FILLER                            PIC X(2) VALUE SPACES.
          05 RRD-ORDER-QTY                     PIC ZZ,ZZ9.
          05 FILLER                            PIC X(1) VALUE SPACES.
          05 RRD-RECEIVED-QTY                  PIC ZZ,ZZ9.
          05 FILLER                            PIC X(1) VALUE SPACES.
          05 RRD-VARIANCE                      PIC ZZ,ZZ9-.
          05 FILLER                            PIC X(2) VALUE SPACES.
          05 RRD-STATUS                        PIC X(20).
          05 FILLER                            PIC X(2) VALUE SPACES.

      *

       01 RR-REJECT-HEADER-LINE.
          05 FILLER                            PIC X(19) VALUE
                                                'REJECTED DELIVERIES'.
          05 FILLER                            PIC X(61) VALUE SPACES.

      *

       01 RR-REJECT-COLUMN-LINE.
          05 FILLER                            PIC X(43) VALUE
                       'DELIVERY RECORD AS RECEIVED'.
          05 FILLER                            PIC X(2) VALUE SPACES.
          05 FILLER                            PIC X(20) VALUE
                                                         'REASON'.
          05 FILLER                            PIC X(15) VALUE SPACES.

      *

       01 RR-REJECT-DETAIL-LINE.
          05 RRJ-RECEIPT                       PIC X(43).
          05 FILLER                            PIC X(2) VALUE SPACES.
          05 RRJ-REASON                        PIC X(20).
          05 FILLER                            PIC X(15) VALUE SPACES.

      *

       01 RR-OPEN-HEADER-LINE.
          05 FILLER                            PIC X(22) VALUE
                                             'PO LINES STILL OPEN   '.
          05 FILLER                            PIC X(58) VALUE SPACES.

      *

       01 RR-OPEN-COLUMN-LINE.
          05 FILLER                            PIC X(10) VALUE
                                                        'PO NUMBER'.
          05 FILLER                            PIC X(1) VALUE SPACES.
          05 FILLER                            PIC X(5) VALUE 'VEND'.
          05 FILLER                            PIC X(1) VALUE SPACES.
          05 FILLER                            PIC X(4) VALUE 'TRCK'.
          05 FILLER                            PIC X(1) VALUE SPACES.
          05 FILLER                            PIC X(15) VALUE
                                                         'TREAT NAME'.
          05 FILLER                            PIC X(1) VALUE SPACES.
          05 FILLER                            PIC X(2) VALUE 'SZ'.
          05 FILLER                            PIC X(1) VALUE SPACES.
          05 FILLER                            PIC X(6) VALUE
                                                           'ORDERD'.
          05 FILLER                            PIC X(2) VALUE SPACES.
          05 FILLER                            PIC X(10) VALUE
                                                       'DUE DATE'.
          05 FILLER                            PIC X(21) VALUE SPACES.

      *

       01 RR-OPEN-DETAIL-LINE.
          05 RRO-PO-NUMBER                     PIC 9(10).
          05 FILLER                            PIC X(1) VALUE SPACES.
          05 RRO-VENDOR-ID                     PIC X(5).
          05 FILLER                            PIC X(1) VALUE SPACES.
          05 RRO-TRUCK-ID                      PIC X(4).
          05 FILLER                            PIC X(1) VALUE SPACES.
          05 RRO-TREAT-NAME                    PIC X(15).
          05 FILLER                            PIC X(1) VALUE SPACES.
          05 RRO-TREAT-SIZE                    PIC X(1).
          05 FILLER                            PIC X(2) VALUE SPACES.
          05 RRO-ORDER-QTY                     PIC ZZ,ZZ9.
          05 FILLER                            PIC X(2) VALUE SPACES.
          05 RRO-DUE-DATE.
             10 RRO-DUE-MONTH                  PIC Z9.
             10 FILLER                         PIC X VALUE '/'.
             10 RRO-DUE-DAY                    PIC 99.
             10 FILLER                         PIC X VALUE '/'.
             10 RRO-DUE-YEAR                   PIC 9999.
          05 FILLER                            PIC X(2) VALUE SPACES.
          05 RRO-PAST-DUE                      PIC X(8).
          05 FILLER                            PIC X(11) VALUE SPACES.

      *

       01 RR-DUE-DATE-WORK.
          05 RR-DUE-DATE                       PIC 9(8).
          05 RR-DUE-DATE-R REDEFINES RR-DUE-DATE.
             10 RR-DUE-YEAR                    PIC 9(4).
             10 RR-DUE-MONTH                   PIC 9(2).
             10 RR-DUE-DAY                     PIC 9(2).

      *

       01 RR-SUMMARY-LINE.
          05 FILLER                            PIC X(3) VALUE SPACES.
          05 RS-LABEL                          PIC X(24).
          05 RS-COUNT                          PIC Z,ZZZ,ZZ9.
          05 FILLER                            PIC X(44) VALUE SPACES.

      *----------------------------------------------------------------
      * JOB STEP RUN LOG
      *----------------------------------------------------------------

       01 RUN-LOG-FIELDS.
          05 RL-FILE-STATUS                    PIC X(2) VALUE SPACES.
          05 RL-PROGRAM-NAME                   PIC X(8) VALUE 'PORECV'.
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

       10-RECEIVE-DELIVERIES.
         PERFORM 15-HSKPING-ROUTINE
         PERFORM 20-PROCESS-RECEIPTS
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
             DISPLAY 'PORECV WARNING - CANNOT OPEN RUN-LOG.TXT'
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

         MOVE RC-RECEIPTS-READ     TO RL-IN-COUNT
         MOVE RC-RECEIPTS-POSTED   TO RL-OUT-COUNT
         MOVE RC-RECEIPTS-REJECTED TO RL-REJECT-COUNT

       .

       13-READ-RUN-PARAMETERS.

         OPEN INPUT PARAMETER-FILE

         IF PM-FILE-STATUS = '35'
             CONTINUE
         ELSE
             IF PM-FILE-STATUS NOT = '00'
                 DISPLAY 'PORECV ABORT - CANNOT OPEN '
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

       14-LOAD-OPEN-PO-LINES.

         OPEN INPUT OPEN-PO-FILE

         IF OP-FILE-STATUS = '35'
             CONTINUE
         ELSE
             IF OP-FILE-STATUS NOT = '00'
                 DISPLAY 'PORECV ABORT - CANNOT OPEN '
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
                             MOVE OPEN-PO-RECORD TO OT-LINE(OT-COUNT)
                             MOVE 'N' TO OT-RECEIVED-SW(OT-COUNT)
                         ELSE
                             DISPLAY 'PORECV ABORT - MORE THAN 500 '
                                     'LINES ON OPEN-PO-LINES.TXT'
                                     ' - NOTHING RECEIVED'
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

       15-HSKPING-ROUTINE.

         ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD

         PERFORM 13-READ-RUN-PARAMETERS

         MOVE WS-ACCEPT-MONTH TO WS-MONTH
         MOVE WS-ACCEPT-DAY   TO WS-DAY
         MOVE WS-ACCEPT-YEAR  TO WS-YEAR
         MOVE WS-ACCEPT-DATE  TO RF-PROCESSING-DATE

         PERFORM 11-LOG-RUN-START

         PERFORM 14-LOAD-OPEN-PO-LINES

         OPEN INPUT RECEIVING-TRANS

         IF RV-FILE-STATUS = '35'
             MOVE 'Y' TO RV-EOF-FLAG
         ELSE
             IF RV-FILE-STATUS NOT = '00'
                 DISPLAY 'PORECV ABORT - CANNOT OPEN '
                         'RECEIVING-TRANS.TXT - FILE STATUS '
                         RV-FILE-STATUS
                 MOVE 'CANNOT OPEN RECEIVING-TRANS.TXT' TO RL-MESSAGE
                 PERFORM 12B-ABORT-RUN
             END-IF
         END-IF

         OPEN EXTEND OPEN-PO-FILE

         IF OP-FILE-STATUS = '35'
             OPEN OUTPUT OPEN-PO-FILE
         END-IF

         IF OP-FILE-STATUS NOT = '00'
             DISPLAY 'PORECV ABORT - CANNOT REWRITE '
                     'OPEN-PO-LINES.TXT - FILE STATUS '
                     OP-FILE-STATUS
             MOVE 'CANNOT REWRITE OPEN-PO-LINES.TXT' TO RL-MESSAGE
             PERFORM 12B-ABORT-RUN
         END-IF

         CLOSE OPEN-PO-FILE

         OPEN EXTEND INVENTORY-TRANS

         IF IT-FILE-STATUS = '35'
             OPEN OUTPUT INVENTORY-TRANS
         END-IF

         IF IT-FILE-STATUS NOT = '00'
             DISPLAY 'PORECV ABORT - CANNOT OPEN '
                     'INVENTORY-TRANS.TXT - FILE STATUS '
                     IT-FILE-STATUS
             MOVE 'CANNOT OPEN INVENTORY-TRANS.TXT' TO RL-MESSAGE
             PERFORM 12B-ABORT-RUN
         END-IF

         OPEN OUTPUT RECEIVING-REPORT

         MOVE WS-MONTH TO RR1-MONTH
         MOVE WS-DAY   TO RR1-DAY
         MOVE WS-YEAR  TO RR1-YEAR

         WRITE RECEIVING-REPORT-LINE FROM RR-HEADING-ONE

         WRITE RECEIVING-REPORT-LINE FROM RR-HEADING-TWO
             AFTER ADVANCING 2 LINES

         WRITE RECEIVING-REPORT-LINE FROM RR-COLUMN-LINE
             AFTER ADVANCING 2 LINES

       .

       20-PROCESS-RECEIPTS.

         PERFORM UNTIL RV-NO-MORE-DATA
             READ RECEIVING-TRANS
                 AT END
                     MOVE 'Y' TO RV-EOF-FLAG
                 NOT AT END
                     ADD 1 TO RC-RECEIPTS-READ
                     PERFORM 40-PROCESS-RECEIPT
             END-READ
         END-PERFORM

       .

       40-PROCESS-RECEIPT.

         MOVE SPACES TO RF-REJECT-REASON

         EVALUATE TRUE
             WHEN RV-REC-PO-NUMBER NOT NUMERIC
                 MOVE 'BAD PO NUMBER'      TO RF-REJECT-REASON
             WHEN RV-REC-QUANTITY NOT NUMERIC
                 MOVE 'BAD QUANTITY'       TO RF-REJECT-REASON
             WHEN RV-REC-RECEIVED-DATE NOT NUMERIC
                 MOVE 'BAD RECEIVED DATE'  TO RF-REJECT-REASON
             WHEN OTHER
                 PERFORM 41-FIND-OPEN-PO-LINE
         END-EVALUATE

         IF RF-REJECT-REASON = SPACES
             PERFORM 42-POST-RECEIPT
         ELSE
             ADD 1 TO RC-RECEIPTS-REJECTED
             IF RJ-COUNT < 500
                 ADD 1 TO RJ-COUNT
                 MOVE RECEIVING-TRANS-RECORD TO RJ-RECEIPT(RJ-COUNT)
                 MOVE RF-REJECT-REASON       TO RJ-REASON(RJ-COUNT)
             END-IF
         END-IF

       .

       41-FIND-OPEN-PO-LINE.

         MOVE 'N' TO OT-FOUND-SW

         PERFORM VARYING OT-SUB FROM 1 BY 1
                 UNTIL OT-SUB > OT-COUNT OR OT-FOUND
             IF RV-REC-PO-NUMBER  = OT-PO-NUMBER(OT-SUB)
                 AND RV-REC-TRUCK-ID   = OT-TRUCK-ID(OT-SUB)
                 AND RV-REC-TREAT-NAME = OT-TREAT-NAME(OT-SUB)
                 AND RV-REC-TREAT-SIZE = OT-TREAT-SIZE(OT-SUB)
                 MOVE 'Y' TO OT-FOUND-SW
             END-IF
         END-PERFORM

         IF OT-FOUND
             SUBTRACT 1 FROM OT-SUB
             IF OT-RECEIVED(OT-SUB)
                 MOVE 'ALREADY RECEIVED'   TO RF-REJECT-REASON
             END-IF
         ELSE
             MOVE 'NO OPEN PO LINE'        TO RF-REJECT-REASON
         END-IF

       .

       42-POST-RECEIPT.

         MOVE 'Y' TO OT-RECEIVED-SW(OT-SUB)

         MOVE 'R'                  TO IT-ACTION-CODE
         MOVE RV-REC-TRUCK-ID      TO IT-TRUCK-ID
         MOVE RV-REC-TREAT-NAME    TO IT-TREAT-NAME
         MOVE RV-REC-TREAT-SIZE    TO IT-TREAT-SIZE
         MOVE RV-REC-QUANTITY      TO IT-QUANTITY
         MOVE RV-REC-RECEIVED-DATE TO IT-TRANS-DATE

         WRITE INVENTORY-TRANS-RECORD

         ADD 1               TO RC-RECEIPTS-POSTED
         ADD RV-REC-QUANTITY TO RC-UNITS-RESTOCKED

         COMPUTE RF-VARIANCE = RV-REC-QUANTITY - OT-ORDER-QTY(OT-SUB)

         EVALUATE TRUE
             WHEN RF-VARIANCE < 0
                 MOVE 'SHORT SHIPMENT'     TO RRD-STATUS
                 ADD 1 TO RC-SHORT-COUNT
             WHEN RF-VARIANCE > 0
                 MOVE 'OVER SHIPMENT'      TO RRD-STATUS
                 ADD 1 TO RC-OVER-COUNT
             WHEN OTHER
                 MOVE 'RECEIVED COMPLETE'  TO RRD-STATUS
         END-EVALUATE

         MOVE RV-REC-PO-NUMBER     TO RRD-PO-NUMBER
         MOVE RV-REC-TRUCK-ID      TO RRD-TRUCK-ID
         MOVE RV-REC-TREAT-NAME    TO RRD-TREAT-NAME
         MOVE RV-REC-TREAT-SIZE    TO RRD-TREAT-SIZE
         MOVE OT-ORDER-QTY(OT-SUB) TO RRD-ORDER-QTY
         MOVE RV-REC-QUANTITY      TO RRD-RECEIVED-QTY
         MOVE RF-VARIANCE          TO RRD-VARIANCE

         WRITE RECEIVING-REPORT-LINE FROM RR-DETAIL-LINE
             AFTER ADVANCING 1 LINE

       .

       50-PRINT-REJECTED-RECEIPTS.

         IF RJ-COUNT > 0
             WRITE RECEIVING-REPORT-LINE FROM RR-REJECT-HEADER-LINE
                 AFTER ADVANCING 3 LINES
             WRITE RECEIVING-REPORT-LINE FROM RR-REJECT-COLUMN-LINE
                 AFTER ADVANCING 1 LINE
             PERFORM VARYING RJ-SUB FROM 1 BY 1 UNTIL RJ-SUB > RJ-COUNT
                 MOVE RJ-RECEIPT(RJ-SUB) TO RRJ-RECEIPT
                 MOVE RJ-REASON(RJ-SUB)  TO RRJ-REASON
                 WRITE RECEIVING-REPORT-LINE FROM RR-REJECT-DETAIL-LINE
                     AFTER ADVANCING 1 LINE
             END-PERFORM
         END-IF

       .

       52-PRINT-OPEN-LINES.

         WRITE RECEIVING-REPORT-LINE FROM RR-OPEN-HEADER-LINE
             AFTER ADVANCING 3 LINES
         WRITE RECEIVING-REPORT-LINE FROM RR-OPEN-COLUMN-LINE
             AFTER ADVANCING 1 LINE

         PERFORM VARYING OT-SUB FROM 1 BY 1 UNTIL OT-SUB > OT-COUNT
             IF NOT OT-RECEIVED(OT-SUB)
                 PERFORM 53-PRINT-OPEN-LINE
             END-IF
         END-PERFORM

       .

       53-PRINT-OPEN-LINE.

         MOVE OT-PO-NUMBER(OT-SUB)  TO RRO-PO-NUMBER
         MOVE OT-VENDOR-ID(OT-SUB)  TO RRO-VENDOR-ID
         MOVE OT-TRUCK-ID(OT-SUB)   TO RRO-TRUCK-ID
         MOVE OT-TREAT-NAME(OT-SUB) TO RRO-TREAT-NAME
         MOVE OT-TREAT-SIZE(OT-SUB) TO RRO-TREAT-SIZE
         MOVE OT-ORDER-QTY(OT-SUB)  TO RRO-ORDER-QTY

         MOVE OT-DUE-DATE(OT-SUB)   TO RR-DUE-DATE
         MOVE RR-DUE-MONTH          TO RRO-DUE-MONTH
         MOVE RR-DUE-DAY            TO RRO-DUE-DAY
         MOVE RR-DUE-YEAR           TO RRO-DUE-YEAR

         IF OT-DUE-DATE(OT-SUB) < RF-PROCESSING-DATE
             MOVE 'PAST DUE' TO RRO-PAST-DUE
             ADD 1 TO RC-LINES-PAST-DUE
         ELSE
             MOVE SPACES     TO RRO-PAST-DUE
         END-IF

         WRITE RECEIVING-REPORT-LINE FROM RR-OPEN-DETAIL-LINE
             AFTER ADVANCING 1 LINE

         ADD 1 TO RC-LINES-STILL-OPEN

       .

       54-REWRITE-OPEN-PO-LINES.

         OPEN OUTPUT OPEN-PO-FILE

         IF OP-FILE-STATUS NOT = '00'
             DISPLAY 'PORECV ABORT - CANNOT REWRITE '
                     'OPEN-PO-LINES.TXT - FILE STATUS '
                     OP-FILE-STATUS
             MOVE 'CANNOT REWRITE OPEN-PO-LINES.TXT' TO RL-MESSAGE
             PERFORM 12B-ABORT-RUN
         END-IF

         PERFORM VARYING OT-SUB FROM 1 BY 1 UNTIL OT-SUB > OT-COUNT
             IF NOT OT-RECEIVED(OT-SUB)
                 MOVE OT-LINE(OT-SUB) TO OPEN-PO-RECORD
                 WRITE OPEN-PO-RECORD
             END-IF
         END-PERFORM

         CLOSE OPEN-PO-FILE

       .

       55-FINAL-ROUTINE.

         PERFORM 50-PRINT-REJECTED-RECEIPTS
         PERFORM 52-PRINT-OPEN-LINES
         PERFORM 54-REWRITE-OPEN-PO-LINES

         MOVE 'DELIVERIES READ:        ' TO RS-LABEL
         MOVE RC-RECEIPTS-READ          TO RS-COUNT
         WRITE RECEIVING-REPORT-LINE FROM RR-SUMMARY-LINE
             AFTER ADVANCING 3 LINES

         MOVE 'DELIVERIES POSTED:      ' TO RS-LABEL
         MOVE RC-RECEIPTS-POSTED        TO RS-COUNT
         WRITE RECEIVING-REPORT-LINE FROM RR-SUMMARY-LINE
             AFTER ADVANCING 1 LINE

         MOVE 'DELIVERIES REJECTED:    ' TO RS-LABEL
         MOVE RC-RECEIPTS-REJECTED      TO RS-COUNT
         WRITE RECEIVING-REPORT-LINE FROM RR-SUMMARY-LINE
             AFTER ADVANCING 1 LINE

         MOVE 'SHORT SHIPMENTS:        ' TO RS-LABEL
         MOVE RC-SHORT-COUNT            TO RS-COUNT
         WRITE RECEIVING-REPORT-LINE FROM RR-SUMMARY-LINE
             AFTER ADVANCING 1 LINE

         MOVE 'OVER SHIPMENTS:         ' TO RS-LABEL
         MOVE RC-OVER-COUNT             TO RS-COUNT
         WRITE RECEIVING-REPORT-LINE FROM RR-SUMMARY-LINE
             AFTER ADVANCING 1 LINE

         MOVE 'UNITS RESTOCKED:        ' TO RS-LABEL
         MOVE RC-UNITS-RESTOCKED        TO RS-COUNT
         WRITE RECEIVING-REPORT-LINE FROM RR-SUMMARY-LINE
             AFTER ADVANCING 1 LINE

         MOVE 'PO LINES STILL OPEN:    ' TO RS-LABEL
         MOVE RC-LINES-STILL-OPEN       TO RS-COUNT
         WRITE RECEIVING-REPORT-LINE FROM RR-SUMMARY-LINE
             AFTER ADVANCING 1 LINE

         MOVE 'PO LINES PAST DUE:      ' TO RS-LABEL
         MOVE RC-LINES-PAST-DUE         TO RS-COUNT
         WRITE RECEIVING-REPORT-LINE FROM RR-SUMMARY-LINE
             AFTER ADVANCING 1 LINE

         IF RV-FILE-STATUS NOT = '35'
             CLOSE RECEIVING-TRANS
         END-IF

         CLOSE INVENTORY-TRANS
               RECEIVING-REPORT

         PERFORM 12C-SET-RUN-COUNTS
         IF RL-REJECT-COUNT > 0
             MOVE 4 TO RL-RETURN-CODE
         END-IF
         PERFORM 12-LOG-RUN-END

         STOP RUN

       .
