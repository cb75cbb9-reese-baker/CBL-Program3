       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PRICEAUD.
       AUTHOR.        REESE BAKER.
      ******************************************************************
      * This program audits the price rung up on every point-of-sale
      * transaction against the treat catalog so unauthorized
      * discounting and over-ringing on the trucks is caught the
      * night it happens.
      *
      ***INPUT: The Sales Transaction file (SALES-TRANS.TXT) contains
      * one detail record per sale rung up on a truck, bracketed by
      * each truck's batch header and trailer.  Only batches POSPOST
      * would post are audited: the trailer must balance to the
      * batch's detail records and the batch must not already be on
      * the POS Batch Log (POS-BATCH-LOG.TXT) from an earlier night.
      * Each audited sale's tender amount is compared to the
      * quantity sold times the catalog price for that treat name
      * and size on the Treat Catalog
      * Master (TREAT-CATALOG-MASTER.IDX), or the price in effect on
      * the processing date on the Treat Price History
      * (TREAT-PRICE-HISTORY.IDX) kept by CATMAINT.  The Run Parameter
      * file supplies the processing date and the per-sale price
      * tolerance.
      *
      ***OUTPUT: The Price Audit Report lists every sale rung below
      * or above the catalog price by more than the tolerance, then
      * summarizes undercharge and overcharge dollars by truck and by
      * hour of day, and ends with the worst individual transactions,
      * the batches left out of the audit with the reason, and the
      * audit counts.
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

           SELECT SALES-TRANS
             ASSIGN TO 'SALES-TRANS.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ST-FILE-STATUS.

      *

           SELECT BATCH-LOG
             ASSIGN TO 'POS-BATCH-LOG.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS BL-FILE-STATUS.

      *

           SELECT TREAT-CATALOG-MASTER
             ASSIGN TO 'TREAT-CATALOG-MASTER.IDX'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
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

           SELECT PARAMETER-FILE
             ASSIGN TO 'RUN-PARAMETERS.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PM-FILE-STATUS.

      *

           SELECT PRICE-AUDIT-REPORT
             ASSIGN TO 'PRICE-AUDIT-REPORT.TXT'
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
             10 ST-SALE-MINUTE                 PIC 9(2).
             10 ST-SALE-SECOND                 PIC 9(2).
          05 ST-TRUCK-ID                       PIC X(4).
          05 ST-TREAT-NAME                     PIC X(15).
          05 ST-TREAT-SIZE                     PIC X(1).
          05 ST-QUANTITY                       PIC 9(3).
          05 ST-QUANTITY-X  REDEFINES
             ST-QUANTITY                       PIC X(3).
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
          05 PM-REC-PRICE-TOLERANCE-N  REDEFINES
             PM-REC-PRICE-TOLERANCE            PIC 9(3)V99.
          05 PM-REC-SHRINK-TOLERANCE           PIC X(7).
          05 PM-REC-BUDGET-TOLERANCE           PIC X(3).

      *

       FD PRICE-AUDIT-REPORT
         RECORD CONTAINS 80 CHARACTERS.

      *

       01 PRICE-AUDIT-REPORT-LINE              PIC X(80).

      *

       FD RUN-LOG
         RECORD CONTAINS 104 CHARACTERS.

      *

       01 RUN-LOG-RECORD                       PIC X(104).

      *

       WORKING-STORAGE SECTION.

      *

       01 FLAGS-N-SWITCHES.
          05 ST-FILE-STATUS                    PIC X(2) VALUE SPACES.
          05 ST-EOF-FLAG                       PIC X VALUE 'N'.
             88 ST-NO-MORE-DATA                      VALUE 'Y'.
          05 BL-FILE-STATUS                    PIC X(2) VALUE SPACES.
          05 BL-EOF-FLAG                       PIC X VALUE 'N'.
             88 BL-NO-MORE-DATA                      VALUE 'Y'.
          05 CM-FILE-STATUS                    PIC X(2) VALUE SPACES.
          05 CM-FOUND-SW                       PIC X VALUE 'N'.
             88 CM-FOUND                             VALUE 'Y'.
          05 PH-FILE-STATUS                    PIC X(2) VALUE SPACES.
          05 PH-EOF-FLAG                       PIC X VALUE 'N'.
             88 PH-NO-MORE-DATA                      VALUE 'Y'.
          05 PH-HISTORY-SW                     PIC X VALUE 'N'.
             88 PH-HISTORY-OPEN                      VALUE 'Y'.
          05 PM-FILE-STATUS                    PIC X(2) VALUE SPACES.
          05 PM-RUN-DATE-OVERRIDE              PIC X(8) VALUE SPACES.
          05 PM-OVERRIDE-DATE  REDEFINES
             PM-RUN-DATE-OVERRIDE.
             10 PM-OVERRIDE-YEAR               PIC 9(4).
             10 PM-OVERRIDE-MONTH              PIC 9(2).
             10 PM-OVERRIDE-DAY                PIC 9(2).

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
      * PRICE CHECK FIELDS
      *----------------------------------------------------------------

       01 PRICE-CHECK-FIELDS.
          05 PA-TOLERANCE                      PIC S9(3)V99
                                               VALUE 0.25.
          05 PA-EXPECTED-AMOUNT                PIC S9(7)V99 VALUE 0.
          05 PA-VARIANCE                       PIC S9(7)V99 VALUE 0.
          05 PA-ABS-VARIANCE                   PIC S9(7)V99 VALUE 0.

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
      * BATCH AUDIT TABLE
      *----------------------------------------------------------------

       01 BATCH-AUDIT-FLAGS.
          05 BA-COUNT                          PIC 9(3) VALUE 0.
          05 BA-SUB                            PIC 9(3) VALUE 0.

      *

       01 BATCH-AUDIT-TABLE.
          05 BA-ENTRY OCCURS 200 TIMES.
             10 BA-TRUCK-ID                    PIC X(4).
             10 BA-BATCH-DATE                  PIC 9(8).
             10 BA-BATCH-SEQ                   PIC 9(3).
             10 BA-RECORD-COUNT                PIC 9(5).
             10 BA-STATUS                      PIC X(18).
             10 BA-AUDITED-SW                  PIC X.
                88 BA-AUDITED                        VALUE 'Y'.

      *----------------------------------------------------------------
      * UNDER/OVERCHARGE BY TRUCK TABLE
      *----------------------------------------------------------------

       01 TRUCK-AUDIT-FLAGS.
          05 TA-COUNT                          PIC 9(3) VALUE 0.
          05 TA-SUB                            PIC 9(3) VALUE 0.
          05 TA-FOUND-SW                       PIC X VALUE 'N'.
             88 TA-FOUND                             VALUE 'Y'.

      *

       01 TRUCK-AUDIT-TABLE.
          05 TA-ENTRY OCCURS 50 TIMES.
             10 TA-TRUCK-ID                    PIC X(4).
             10 TA-CHECKED-COUNT               PIC 9(5).
             10 TA-FLAGGED-COUNT               PIC 9(5).
             10 TA-UNDER-AMOUNT                PIC 9(7)V99.
             10 TA-OVER-AMOUNT                 PIC 9(7)V99.

      *----------------------------------------------------------------
      * UNDER/OVERCHARGE BY HOUR TABLE
      *----------------------------------------------------------------

       01 HOUR-AUDIT-FLAGS.
          05 HA-SUB                            PIC 9(3) VALUE 0.

      *

       01 HOUR-AUDIT-TABLE.
          05 HA-ENTRY OCCURS 24 TIMES.
             10 HA-FLAGGED-COUNT               PIC 9(5) VALUE 0.
             10 HA-UNDER-AMOUNT                PIC 9(7)V99 VALUE 0.
             10 HA-OVER-AMOUNT                 PIC 9(7)V99 VALUE 0.

      *----------------------------------------------------------------
      * WORST TRANSACTIONS TABLE (LARGEST VARIANCE FIRST)
      *----------------------------------------------------------------

       01 WORST-SALE-FLAGS.
          05 WT-MAX                            PIC 9(3) VALUE 10.
          05 WT-COUNT                          PIC 9(3) VALUE 0.
          05 WT-SUB                            PIC 9(3) VALUE 0.
          05 WT-PRIOR                          PIC 9(3) VALUE 0.

      *

       01 WORST-SALE-TABLE.
          05 WT-ENTRY OCCURS 10 TIMES.
             10 WT-TRUCK-ID                    PIC X(4).
             10 WT-SALE-HOUR                   PIC 9(2).
             10 WT-SALE-MINUTE                 PIC 9(2).
             10 WT-TREAT-NAME                  PIC X(15).
             10 WT-TREAT-SIZE                  PIC X(1).
             10 WT-QUANTITY                    PIC 9(3).
             10 WT-TENDER-AMOUNT               PIC 9(5)V99.
             10 WT-EXPECTED-AMOUNT             PIC S9(7)V99.
             10 WT-VARIANCE                    PIC S9(7)V99.
             10 WT-ABS-VARIANCE                PIC S9(7)V99.

      *

       01 WT-HOLD-ENTRY.
          05 WH-TRUCK-ID                       PIC X(4).
          05 WH-SALE-HOUR                      PIC 9(2).
          05 WH-SALE-MINUTE                    PIC 9(2).
          05 WH-TREAT-NAME                     PIC X(15).
          05 WH-TREAT-SIZE                     PIC X(1).
          05 WH-QUANTITY                       PIC 9(3).
          05 WH-TENDER-AMOUNT                  PIC 9(5)V99.
          05 WH-EXPECTED-AMOUNT                PIC S9(7)V99.
          05 WH-VARIANCE                       PIC S9(7)V99.
          05 WH-ABS-VARIANCE                   PIC S9(7)V99.

      *----------------------------------------------------------------
      * AUDIT COUNTS
      *----------------------------------------------------------------

       01 AUDIT-COUNTS.
          05 AC-CHECKED-COUNT                  PIC 9(5) VALUE 0.
          05 AC-FLAGGED-COUNT                  PIC 9(5) VALUE 0.
          05 AC-UNDER-COUNT                    PIC 9(5) VALUE 0.
          05 AC-OVER-COUNT                     PIC 9(5) VALUE 0.
          05 AC-NOT-IN-CATALOG                 PIC 9(5) VALUE 0.
          05 AC-SKIPPED-COUNT                  PIC 9(5) VALUE 0.
          05 AC-BATCH-AUDITED                  PIC 9(5) VALUE 0.
          05 AC-BATCH-SKIPPED                  PIC 9(5) VALUE 0.
          05 AC-SALES-NOT-AUDITED              PIC 9(5) VALUE 0.
          05 AC-UNDER-TOTAL                    PIC 9(8)V99 VALUE 0.
          05 AC-OVER-TOTAL                     PIC 9(8)V99 VALUE 0.

      *----------------------------------------------------------------
      * PRICE AUDIT REPORT LAYOUTS
      *----------------------------------------------------------------

       01 PA-HEADING-ONE.
          05 PH1-DATE.
             10 PH1-MONTH                      PIC Z9.
             10 FILLER                         PIC X VALUE '/'.
             10 PH1-DAY                        PIC 99.
             10 FILLER                         PIC X VALUE '/'.
             10 PH1-YEAR                       PIC 9999.
          05 FILLER                            PIC X(22) VALUE SPACES.
          05 FILLER                            PIC X(13) VALUE
                                                 'ROLLING PIZZA'.
          05 FILLER                            PIC X(32) VALUE SPACES.

      *

       01 PA-HEADING-TWO.
          05 FILLER                            PIC X(22) VALUE SPACES.
          05 FILLER                            PIC X(36) VALUE
                                 'POS PRICE INTEGRITY AUDIT REPORT'.
          05 FILLER                            PIC X(22) VALUE SPACES.

      *

       01 PA-TOLERANCE-LINE.
          05 FILLER                            PIC X(2) VALUE SPACES.
          05 FILLER                            PIC X(24) VALUE
                                          'PRICE TOLERANCE PER SALE'.
          05 FILLER                            PIC X(2) VALUE SPACES.
          05 PT-TOLERANCE                      PIC $ZZ9.99.
          05 FILLER                            PIC X(45) VALUE SPACES.

      *

       01 PA-SECTION-LINE.
          05 FILLER                            PIC X(2) VALUE SPACES.
          05 PS-TITLE                          PIC X(40).
          05 FILLER                            PIC X(38) VALUE SPACES.

      *

       01 PA-FLAGGED-HEADING.
          05 FILLER                            PIC X(2) VALUE SPACES.
          05 FILLER                            PIC X(4) VALUE 'TRCK'.
          05 FILLER                            PIC X(1) VALUE SPACES.
          05 FILLER                            PIC X(5) VALUE 'TIME'.
          05 FILLER                            PIC X(1) VALUE SPACES.
          05 FILLER                            PIC X(15) VALUE
                                                       'TREAT NAME'.
          05 FILLER                            PIC X(1) VALUE SPACES.
          05 FILLER                            PIC X(1) VALUE 'S'.
          05 FILLER                            PIC X(1) VALUE SPACES.
          05 FILLER                            PIC X(3) VALUE 'QTY'.
          05 FILLER                            PIC X(3) VALUE SPACES.
          05 FILLER                            PIC X(8) VALUE
                                                             'TENDERED'.
          05 FILLER                            PIC X(4) VALUE SPACES.
          05 FILLER                            PIC X(7) VALUE 'CATALOG'.
          05 FILLER                            PIC X(4) VALUE SPACES.
          05 FILLER                            PIC X(8) VALUE
                                                             'VARIANCE'.
          05 FILLER                            PIC X(1) VALUE SPACES.
          05 FILLER                            PIC X(5) VALUE 'TYPE'.
          05 FILLER                            PIC X(6) VALUE SPACES.

      *

       01 PA-FLAGGED-DETAIL.
          05 FILLER                            PIC X(2) VALUE SPACES.
          05 PF-TRUCK-ID                       PIC X(4).
          05 FILLER                            PIC X(1) VALUE SPACES.
          05 PF-SALE-HOUR                      PIC 99.
          05 FILLER                            PIC X(1) VALUE ':'.
          05 PF-SALE-MINUTE                    PIC 99.
          05 FILLER                            PIC X(1) VALUE SPACES.
          05 PF-TREAT-NAME                     PIC X(15).
          05 FILLER                            PIC X(1) VALUE SPACES.
          05 PF-TREAT-SIZE                     PIC X(1).
          05 FILLER                            PIC X(1) VALUE SPACES.
          05 PF-QUANTITY                       PIC ZZ9.
          05 FILLER                            PIC X(1) VALUE SPACES.
          05 PF-TENDER-AMOUNT                  PIC $ZZ,ZZ9.99.
          05 FILLER                            PIC X(1) VALUE SPACES.
          05 PF-EXPECTED-AMOUNT                PIC $ZZ,ZZ9.99.
          05 FILLER                            PIC X(1) VALUE SPACES.
          05 PF-VARIANCE                       PIC $ZZ,ZZ9.99-.
          05 FILLER                            PIC X(1) VALUE SPACES.
          05 PF-TYPE                           PIC X(5).
          05 FILLER                            PIC X(6) VALUE SPACES.

      *

       01 PA-TRUCK-HEADING.
          05 FILLER                            PIC X(2) VALUE SPACES.
          05 FILLER                            PIC X(4) VALUE 'TRCK'.
          05 FILLER                            PIC X(3) VALUE SPACES.
          05 FILLER                            PIC X(7) VALUE 'CHECKED'.
          05 FILLER                            PIC X(2) VALUE SPACES.
          05 FILLER                            PIC X(7) VALUE 'FLAGGED'.
          05 FILLER                            PIC X(4) VALUE SPACES.
          05 FILLER                            PIC X(11) VALUE
                                                       'UNDERCHARGE'.
          05 FILLER                            PIC X(4) VALUE SPACES.
          05 FILLER                            PIC X(10) VALUE
                                                        'OVERCHARGE'.
          05 FILLER                            PIC X(5) VALUE SPACES.
          05 FILLER                            PIC X(10) VALUE
                                                        'NET LEAKED'.
          05 FILLER                            PIC X(11) VALUE SPACES.

      *

       01 PA-TRUCK-DETAIL.
          05 FILLER                            PIC X(2) VALUE SPACES.
          05 PK-TRUCK-ID                       PIC X(4).
          05 FILLER                            PIC X(4) VALUE SPACES.
          05 PK-CHECKED-COUNT                  PIC ZZ,ZZ9.
          05 FILLER                            PIC X(3) VALUE SPACES.
          05 PK-FLAGGED-COUNT                  PIC ZZ,ZZ9.
          05 FILLER                            PIC X(2) VALUE SPACES.
          05 PK-UNDER-AMOUNT                   PIC $ZZZ,ZZ9.99.
          05 FILLER                            PIC X(3) VALUE SPACES.
          05 PK-OVER-AMOUNT                    PIC $ZZZ,ZZ9.99.
          05 FILLER                            PIC X(3) VALUE SPACES.
          05 PK-NET-AMOUNT                     PIC $ZZZ,ZZ9.99-.
          05 FILLER                            PIC X(13) VALUE SPACES.

      *

       01 PA-HOUR-HEADING.
          05 FILLER                            PIC X(5) VALUE SPACES.
          05 FILLER                            PIC X(4) VALUE 'HOUR'.
          05 FILLER                            PIC X(7) VALUE SPACES.
          05 FILLER                            PIC X(7) VALUE 'FLAGGED'.
          05 FILLER                            PIC X(4) VALUE SPACES.
          05 FILLER                            PIC X(11) VALUE
                                                       'UNDERCHARGE'.
          05 FILLER                            PIC X(4) VALUE SPACES.
          05 FILLER                            PIC X(10) VALUE
                                                        'OVERCHARGE'.
          05 FILLER                            PIC X(28) VALUE SPACES.

      *

       01 PA-HOUR-DETAIL.
          05 FILLER                            PIC X(5) VALUE SPACES.
          05 PR-HOUR                           PIC 99.
          05 FILLER                            PIC X(3) VALUE ':00'.
          05 FILLER                            PIC X(7) VALUE SPACES.
          05 PR-FLAGGED-COUNT                  PIC ZZ,ZZ9.
          05 FILLER                            PIC X(2) VALUE SPACES.
          05 PR-UNDER-AMOUNT                   PIC $ZZZ,ZZ9.99.
          05 FILLER                            PIC X(3) VALUE SPACES.
          05 PR-OVER-AMOUNT                    PIC $ZZZ,ZZ9.99.
          05 FILLER                            PIC X(30) VALUE SPACES.

      *

       01 PA-BATCH-HEADING.
          05 FILLER                            PIC X(2) VALUE SPACES.
          05 FILLER                            PIC X(4) VALUE 'TRCK'.
          05 FILLER                            PIC X(1) VALUE SPACES.
          05 FILLER                            PIC X(10) VALUE
                                                       'BATCH DATE'.
          05 FILLER                            PIC X(1) VALUE SPACES.
          05 FILLER                            PIC X(3) VALUE 'SEQ'.
          05 FILLER                            PIC X(3) VALUE SPACES.
          05 FILLER                            PIC X(5) VALUE 'SALES'.
          05 FILLER                            PIC X(2) VALUE SPACES.
          05 FILLER                            PIC X(6) VALUE 'REASON'.
          05 FILLER                            PIC X(43) VALUE SPACES.

      *

       01 PA-BATCH-DETAIL.
          05 FILLER                            PIC X(2) VALUE SPACES.
          05 PB-TRUCK-ID                       PIC X(4).
          05 FILLER                            PIC X(1) VALUE SPACES.
          05 PB-BATCH-DATE                     PIC 9(8).
          05 FILLER                            PIC X(3) VALUE SPACES.
          05 PB-BATCH-SEQ                      PIC 9(3).
          05 FILLER                            PIC X(1) VALUE SPACES.
          05 PB-RECORD-COUNT                   PIC ZZ,ZZ9.
          05 FILLER                            PIC X(3) VALUE SPACES.
          05 PB-STATUS                         PIC X(18).
          05 FILLER                            PIC X(31) VALUE SPACES.

      *

       01 PA-SUMMARY-LINE.
          05 FILLER                            PIC X(3) VALUE SPACES.
          05 PC-LABEL                          PIC X(22).
          05 PC-COUNT                          PIC ZZ,ZZ9.
          05 FILLER                            PIC X(48) VALUE SPACES.

      *

       01 PA-AMOUNT-LINE.
          05 FILLER                            PIC X(3) VALUE SPACES.
          05 PN-LABEL                          PIC X(22).
          05 PN-AMOUNT                         PIC $ZZ,ZZZ,ZZ9.99.
          05 FILLER                            PIC X(41) VALUE SPACES.

      *----------------------------------------------------------------
      * JOB STEP RUN LOG
      *----------------------------------------------------------------

       01 RUN-LOG-FIELDS.
          05 RL-FILE-STATUS                    PIC X(2) VALUE SPACES.
          05 RL-PROGRAM-NAME                   PIC X(8)
                                               VALUE 'PRICEAUD'.
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

       10-AUDIT-SALE-PRICES.
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
             DISPLAY 'PRICEAUD WARNING - CANNOT OPEN RUN-LOG.TXT'
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

         COMPUTE RL-IN-COUNT     = AC-CHECKED-COUNT + AC-SKIPPED-COUNT
                                 + AC-SALES-NOT-AUDITED
         MOVE AC-CHECKED-COUNT TO RL-OUT-COUNT
         COMPUTE RL-REJECT-COUNT = AC-SKIPPED-COUNT + AC-NOT-IN-CATALOG
                                 + AC-SALES-NOT-AUDITED

       .

       13-READ-RUN-PARAMETERS.

         OPEN INPUT PARAMETER-FILE

         IF PM-FILE-STATUS = '35'
             CONTINUE
         ELSE
             IF PM-FILE-STATUS NOT = '00'
                 DISPLAY 'PRICEAUD ABORT - CANNOT OPEN '
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
                         MOVE PM-REC-RUN-DATE TO PM-RUN-DATE-OVERRIDE
                     END-IF
                     IF PM-REC-PRICE-TOLERANCE NUMERIC
                         MOVE PM-REC-PRICE-TOLERANCE-N
                             TO PA-TOLERANCE
                     END-IF
             END-READ
             CLOSE PARAMETER-FILE
         END-IF

       .

       15-HSKPING-ROUTINE.

         PERFORM 13-READ-RUN-PARAMETERS

         OPEN INPUT SALES-TRANS

         IF ST-FILE-STATUS NOT = '00'
             DISPLAY 'PRICEAUD ABORT - CANNOT OPEN '
                     'SALES-TRANS.TXT - FILE STATUS '
                     ST-FILE-STATUS
             MOVE 'CANNOT OPEN SALES-TRANS.TXT' TO RL-MESSAGE
             PERFORM 12B-ABORT-RUN
         END-IF

         OPEN INPUT TREAT-CATALOG-MASTER

         IF CM-FILE-STATUS NOT = '00'
             DISPLAY 'PRICEAUD ABORT - CANNOT OPEN '
                     'TREAT-CATALOG-MASTER.IDX - FILE STATUS '
                     CM-FILE-STATUS
             MOVE 'CANNOT OPEN TREAT-CATALOG-MASTER.IDX' TO RL-MESSAGE
             PERFORM 12B-ABORT-RUN
         END-IF

         OPEN INPUT PRICE-HISTORY

         IF PH-FILE-STATUS = '35'
             MOVE 'N' TO PH-HISTORY-SW
         ELSE
             IF PH-FILE-STATUS NOT = '00'
                 DISPLAY 'PRICEAUD ABORT - CANNOT OPEN '
                         'TREAT-PRICE-HISTORY.IDX - FILE STATUS '
                         PH-FILE-STATUS
                 MOVE 'CANNOT OPEN TREAT-PRICE-HISTORY.IDX'
                     TO RL-MESSAGE
                 PERFORM 12B-ABORT-RUN
             END-IF
             MOVE 'Y' TO PH-HISTORY-SW
         END-IF

         OPEN OUTPUT PRICE-AUDIT-REPORT

         ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD

         IF PM-RUN-DATE-OVERRIDE NUMERIC
             MOVE PM-OVERRIDE-YEAR  TO WS-ACCEPT-YEAR
             MOVE PM-OVERRIDE-MONTH TO WS-ACCEPT-MONTH
             MOVE PM-OVERRIDE-DAY   TO WS-ACCEPT-DAY
         END-IF

         MOVE WS-ACCEPT-MONTH TO WS-MONTH
         MOVE WS-ACCEPT-DAY   TO WS-DAY
         MOVE WS-ACCEPT-YEAR  TO WS-YEAR

         PERFORM 11-LOG-RUN-START

         MOVE WS-MONTH TO PH1-MONTH
         MOVE WS-DAY   TO PH1-DAY
         MOVE WS-YEAR  TO PH1-YEAR

         WRITE PRICE-AUDIT-REPORT-LINE FROM PA-HEADING-ONE

         WRITE PRICE-AUDIT-REPORT-LINE FROM PA-HEADING-TWO
             AFTER ADVANCING 2 LINES

         MOVE PA-TOLERANCE TO PT-TOLERANCE
         WRITE PRICE-AUDIT-REPORT-LINE FROM PA-TOLERANCE-LINE
             AFTER ADVANCING 2 LINES

         MOVE 'SALES OUTSIDE PRICE TOLERANCE' TO PS-TITLE
         WRITE PRICE-AUDIT-REPORT-LINE FROM PA-SECTION-LINE
             AFTER ADVANCING 2 LINES

         WRITE PRICE-AUDIT-REPORT-LINE FROM PA-FLAGGED-HEADING
             AFTER ADVANCING 2 LINES

       .

       20-PROCESS-TRANSACTIONS.

         PERFORM UNTIL ST-NO-MORE-DATA
             READ SALES-TRANS
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
                             ADD 1 TO AC-SALES-NOT-AUDITED
                         WHEN OTHER
                             CONTINUE
                     END-EVALUATE
             END-READ
         END-PERFORM

         IF BS-BATCH-OPEN
             MOVE 'MISSING TRAILER' TO BA-STATUS(BA-SUB)
             PERFORM 35-SKIP-BATCH
         END-IF

       .

       30-OPEN-BATCH.

         IF BS-BATCH-OPEN
             MOVE 'MISSING TRAILER' TO BA-STATUS(BA-SUB)
             PERFORM 35-SKIP-BATCH
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

         MOVE BH-TRUCK-ID   TO BA-TRUCK-ID(BA-SUB)
         MOVE BH-BATCH-DATE TO BA-BATCH-DATE(BA-SUB)
         MOVE BH-BATCH-SEQ  TO BA-BATCH-SEQ(BA-SUB)

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
             MOVE BT-TRUCK-ID       TO BA-TRUCK-ID(BA-SUB)
             MOVE 0                 TO BA-BATCH-DATE(BA-SUB)
             MOVE 0                 TO BA-BATCH-SEQ(BA-SUB)
             MOVE 'NO BATCH HEADER' TO BA-STATUS(BA-SUB)
             ADD 1 TO AC-BATCH-SKIPPED
         ELSE
             PERFORM 33-CHECK-DUPLICATE-BATCH

             EVALUATE TRUE
                 WHEN BS-BUFFER-OVERFLOW
                     MOVE 'BATCH TOO LARGE' TO BA-STATUS(BA-SUB)
                 WHEN BS-TRUCK-MISMATCH
                   OR BT-TRUCK-ID NOT = BS-TRUCK-ID
                     MOVE 'TRUCK ID MISMATCH' TO BA-STATUS(BA-SUB)
                 WHEN BT-RECORD-COUNT NOT NUMERIC
                   OR BT-RECORD-COUNT NOT = BS-RECORD-COUNT
                     MOVE 'COUNT OUT OF BAL' TO BA-STATUS(BA-SUB)
                 WHEN BT-TENDER-HASH NOT NUMERIC
                   OR BT-TENDER-HASH NOT = BS-TENDER-HASH
                     MOVE 'HASH OUT OF BAL' TO BA-STATUS(BA-SUB)
                 WHEN BS-DUPLICATE
                     MOVE 'DUPLICATE BATCH' TO BA-STATUS(BA-SUB)
                 WHEN OTHER
                     MOVE 'AUDITED' TO BA-STATUS(BA-SUB)
             END-EVALUATE

             IF BA-STATUS(BA-SUB) = 'AUDITED'
                 PERFORM 34-AUDIT-BATCH
             ELSE
                 PERFORM 35-SKIP-BATCH
             END-IF
         END-IF

       .

       33-CHECK-DUPLICATE-BATCH.

         MOVE 'N' TO BS-DUPLICATE-SW

         PERFORM VARYING SB-SUB FROM 1 BY 1
                 UNTIL SB-SUB > BA-COUNT OR BS-DUPLICATE
             IF BA-AUDITED(SB-SUB)
                 AND BA-TRUCK-ID(SB-SUB)   = BS-TRUCK-ID
                 AND BA-BATCH-DATE(SB-SUB) = BS-BATCH-DATE
                 AND BA-BATCH-SEQ(SB-SUB)  = BS-BATCH-SEQ
                 MOVE 'Y' TO BS-DUPLICATE-SW
             END-IF
         END-PERFORM

         IF NOT BS-DUPLICATE
             OPEN INPUT BATCH-LOG
             IF BL-FILE-STATUS = '35'
                 CONTINUE
             ELSE
                 IF BL-FILE-STATUS NOT = '00'
                     DISPLAY 'PRICEAUD ABORT - CANNOT OPEN '
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

       34-AUDIT-BATCH.

         MOVE BS-RECORD-COUNT TO BA-RECORD-COUNT(BA-SUB)
         MOVE 'Y' TO BA-AUDITED-SW(BA-SUB)
         ADD 1 TO AC-BATCH-AUDITED

         PERFORM VARYING SB-SUB FROM 1 BY 1 UNTIL SB-SUB > SB-COUNT
             MOVE SB-RECORD(SB-SUB) TO SALES-TRANS-RECORD
             PERFORM 40-AUDIT-SALE-RECORD
         END-PERFORM

         MOVE 'N' TO BS-OPEN-SW

       .

       35-SKIP-BATCH.

         MOVE BS-RECORD-COUNT TO BA-RECORD-COUNT(BA-SUB)
         ADD 1 TO AC-BATCH-SKIPPED
         ADD BS-RECORD-COUNT TO AC-SALES-NOT-AUDITED

         MOVE 'N' TO BS-OPEN-SW

       .

       36-ADD-BATCH-ENTRY.

         IF BA-COUNT < 200
             ADD 1 TO BA-COUNT
             MOVE BA-COUNT TO BA-SUB
         ELSE
             DISPLAY 'PRICEAUD ABORT - MORE THAN 200 BATCHES ON '
                     'SALES-TRANS.TXT'
             MOVE 'MORE THAN 200 BATCHES ON SALES-TRANS.TXT'
                 TO RL-MESSAGE
             PERFORM 12B-ABORT-RUN
         END-IF

         MOVE 0      TO BA-RECORD-COUNT(BA-SUB)
         MOVE SPACES TO BA-STATUS(BA-SUB)
         MOVE 'N'    TO BA-AUDITED-SW(BA-SUB)

       .

       40-AUDIT-SALE-RECORD.

         IF ST-QUANTITY NOT NUMERIC
             OR ST-TENDER-AMOUNT NOT NUMERIC
             OR ST-SALE-HOUR NOT NUMERIC
             OR ST-SALE-HOUR > 23
             ADD 1 TO AC-SKIPPED-COUNT
         ELSE
             MOVE 'N' TO CM-FOUND-SW
             MOVE ST-TREAT-NAME TO CM-REC-TREAT-NAME
             MOVE ST-TREAT-SIZE TO CM-REC-TREAT-SIZE

             READ TREAT-CATALOG-MASTER
                 INVALID KEY
                     CONTINUE
                 NOT INVALID KEY
                     MOVE 'Y' TO CM-FOUND-SW
             END-READ

             IF CM-FOUND
                 PERFORM 40A-FIND-PRICE-IN-EFFECT
                 PERFORM 41-CHECK-SALE-PRICE
             ELSE
                 ADD 1 TO AC-NOT-IN-CATALOG
             END-IF
         END-IF

       .

       40A-FIND-PRICE-IN-EFFECT.

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

       41-CHECK-SALE-PRICE.

         ADD 1 TO AC-CHECKED-COUNT

         PERFORM 42-FIND-TRUCK-ENTRY
         ADD 1 TO TA-CHECKED-COUNT(TA-SUB)

         COMPUTE PA-EXPECTED-AMOUNT =
             ST-QUANTITY * CM-REC-TREAT-PRICE
         COMPUTE PA-VARIANCE = ST-TENDER-AMOUNT - PA-EXPECTED-AMOUNT

         IF PA-VARIANCE < 0
             COMPUTE PA-ABS-VARIANCE = 0 - PA-VARIANCE
         ELSE
             MOVE PA-VARIANCE TO PA-ABS-VARIANCE
         END-IF

         IF PA-ABS-VARIANCE > PA-TOLERANCE
             PERFORM 43-FLAG-SALE
         END-IF

       .

       42-FIND-TRUCK-ENTRY.

         MOVE 'N' TO TA-FOUND-SW

         PERFORM VARYING TA-SUB FROM 1 BY 1
                 UNTIL TA-SUB > TA-COUNT OR TA-FOUND
             IF ST-TRUCK-ID = TA-TRUCK-ID(TA-SUB)
                 MOVE 'Y' TO TA-FOUND-SW
             END-IF
         END-PERFORM

         IF TA-FOUND
             SUBTRACT 1 FROM TA-SUB
         ELSE
             IF TA-COUNT < 50
                 ADD 1 TO TA-COUNT
                 MOVE TA-COUNT    TO TA-SUB
                 MOVE ST-TRUCK-ID TO TA-TRUCK-ID(TA-SUB)
                 MOVE 0           TO TA-CHECKED-COUNT(TA-SUB)
                 MOVE 0           TO TA-FLAGGED-COUNT(TA-SUB)
                 MOVE 0           TO TA-UNDER-AMOUNT(TA-SUB)
                 MOVE 0           TO TA-OVER-AMOUNT(TA-SUB)
             ELSE
                 DISPLAY 'PRICEAUD ABORT - MORE THAN 50 TRUCKS ON '
                         'SALES-TRANS.TXT'
                 MOVE 'MORE THAN 50 TRUCKS ON SALES-TRANS.TXT'
                     TO RL-MESSAGE
                 PERFORM 12B-ABORT-RUN
             END-IF
         END-IF

       .

       43-FLAG-SALE.

         ADD 1 TO AC-FLAGGED-COUNT
         ADD 1 TO TA-FLAGGED-COUNT(TA-SUB)

         COMPUTE HA-SUB = ST-SALE-HOUR + 1
         ADD 1 TO HA-FLAGGED-COUNT(HA-SUB)

         IF PA-VARIANCE < 0
             ADD 1               TO AC-UNDER-COUNT
             ADD PA-ABS-VARIANCE TO AC-UNDER-TOTAL
             ADD PA-ABS-VARIANCE TO TA-UNDER-AMOUNT(TA-SUB)
             ADD PA-ABS-VARIANCE TO HA-UNDER-AMOUNT(HA-SUB)
             MOVE 'UNDER'        TO PF-TYPE
         ELSE
             ADD 1               TO AC-OVER-COUNT
             ADD PA-ABS-VARIANCE TO AC-OVER-TOTAL
             ADD PA-ABS-VARIANCE TO TA-OVER-AMOUNT(TA-SUB)
             ADD PA-ABS-VARIANCE TO HA-OVER-AMOUNT(HA-SUB)
             MOVE 'OVER '        TO PF-TYPE
         END-IF

         MOVE ST-TRUCK-ID        TO PF-TRUCK-ID
         MOVE ST-SALE-HOUR       TO PF-SALE-HOUR
         MOVE ST-SALE-MINUTE     TO PF-SALE-MINUTE
         MOVE ST-TREAT-NAME      TO PF-TREAT-NAME
         MOVE ST-TREAT-SIZE      TO PF-TREAT-SIZE
         MOVE ST-QUANTITY        TO PF-QUANTITY
         MOVE ST-TENDER-AMOUNT   TO PF-TENDER-AMOUNT
         MOVE PA-EXPECTED-AMOUNT TO PF-EXPECTED-AMOUNT
         MOVE PA-VARIANCE        TO PF-VARIANCE

         WRITE PRICE-AUDIT-REPORT-LINE FROM PA-FLAGGED-DETAIL
             AFTER ADVANCING 1 LINE

         PERFORM 44-RANK-WORST-SALE

       .

       44-RANK-WORST-SALE.

         IF WT-COUNT < WT-MAX
             ADD 1 TO WT-COUNT
             MOVE WT-COUNT TO WT-SUB
         ELSE
             IF PA-ABS-VARIANCE > WT-ABS-VARIANCE(WT-MAX)
                 MOVE WT-MAX TO WT-SUB
             ELSE
                 MOVE 0 TO WT-SUB
             END-IF
         END-IF

         IF WT-SUB > 0
             MOVE ST-TRUCK-ID        TO WT-TRUCK-ID(WT-SUB)
             MOVE ST-SALE-HOUR       TO WT-SALE-HOUR(WT-SUB)
             MOVE ST-SALE-MINUTE     TO WT-SALE-MINUTE(WT-SUB)
             MOVE ST-TREAT-NAME      TO WT-TREAT-NAME(WT-SUB)
             MOVE ST-TREAT-SIZE      TO WT-TREAT-SIZE(WT-SUB)
             MOVE ST-QUANTITY        TO WT-QUANTITY(WT-SUB)
             MOVE ST-TENDER-AMOUNT   TO WT-TENDER-AMOUNT(WT-SUB)
             MOVE PA-EXPECTED-AMOUNT TO WT-EXPECTED-AMOUNT(WT-SUB)
             MOVE PA-VARIANCE        TO WT-VARIANCE(WT-SUB)
             MOVE PA-ABS-VARIANCE    TO WT-ABS-VARIANCE(WT-SUB)

             PERFORM VARYING WT-SUB FROM WT-SUB BY -1
                     UNTIL WT-SUB < 2
                 COMPUTE WT-PRIOR = WT-SUB - 1
                 IF WT-ABS-VARIANCE(WT-SUB) > WT-ABS-VARIANCE(WT-PRIOR)
                     MOVE WT-ENTRY(WT-PRIOR) TO WT-HOLD-ENTRY
                     MOVE WT-ENTRY(WT-SUB)   TO WT-ENTRY(WT-PRIOR)
                     MOVE WT-HOLD-ENTRY      TO WT-ENTRY(WT-SUB)
                 END-IF
             END-PERFORM
         END-IF

       .

       50-PRINT-TRUCK-SUMMARY.

         MOVE 'UNDER/OVERCHARGE BY TRUCK' TO PS-TITLE
         WRITE PRICE-AUDIT-REPORT-LINE FROM PA-SECTION-LINE
             AFTER ADVANCING 3 LINES

         WRITE PRICE-AUDIT-REPORT-LINE FROM PA-TRUCK-HEADING
             AFTER ADVANCING 2 LINES

         PERFORM VARYING TA-SUB FROM 1 BY 1 UNTIL TA-SUB > TA-COUNT
             MOVE TA-TRUCK-ID(TA-SUB)      TO PK-TRUCK-ID
             MOVE TA-CHECKED-COUNT(TA-SUB) TO PK-CHECKED-COUNT
             MOVE TA-FLAGGED-COUNT(TA-SUB) TO PK-FLAGGED-COUNT
             MOVE TA-UNDER-AMOUNT(TA-SUB)  TO PK-UNDER-AMOUNT
             MOVE TA-OVER-AMOUNT(TA-SUB)   TO PK-OVER-AMOUNT
             COMPUTE PK-NET-AMOUNT =
                 TA-UNDER-AMOUNT(TA-SUB) - TA-OVER-AMOUNT(TA-SUB)
             WRITE PRICE-AUDIT-REPORT-LINE FROM PA-TRUCK-DETAIL
                 AFTER ADVANCING 1 LINE
         END-PERFORM

       .

       51-PRINT-HOUR-SUMMARY.

         MOVE 'UNDER/OVERCHARGE BY HOUR OF DAY' TO PS-TITLE
         WRITE PRICE-AUDIT-REPORT-LINE FROM PA-SECTION-LINE
             AFTER ADVANCING 3 LINES

         WRITE PRICE-AUDIT-REPORT-LINE FROM PA-HOUR-HEADING
             AFTER ADVANCING 2 LINES

         PERFORM VARYING HA-SUB FROM 1 BY 1 UNTIL HA-SUB > 24
             IF HA-FLAGGED-COUNT(HA-SUB) > 0
                 COMPUTE PR-HOUR = HA-SUB - 1
                 MOVE HA-FLAGGED-COUNT(HA-SUB) TO PR-FLAGGED-COUNT
                 MOVE HA-UNDER-AMOUNT(HA-SUB)  TO PR-UNDER-AMOUNT
                 MOVE HA-OVER-AMOUNT(HA-SUB)   TO PR-OVER-AMOUNT
                 WRITE PRICE-AUDIT-REPORT-LINE FROM PA-HOUR-DETAIL
                     AFTER ADVANCING 1 LINE
             END-IF
         END-PERFORM

       .

       52-PRINT-WORST-SALES.

         MOVE 'WORST INDIVIDUAL TRANSACTIONS' TO PS-TITLE
         WRITE PRICE-AUDIT-REPORT-LINE FROM PA-SECTION-LINE
             AFTER ADVANCING 3 LINES

         WRITE PRICE-AUDIT-REPORT-LINE FROM PA-FLAGGED-HEADING
             AFTER ADVANCING 2 LINES

         PERFORM VARYING WT-SUB FROM 1 BY 1 UNTIL WT-SUB > WT-COUNT
             MOVE WT-TRUCK-ID(WT-SUB)        TO PF-TRUCK-ID
             MOVE WT-SALE-HOUR(WT-SUB)       TO PF-SALE-HOUR
             MOVE WT-SALE-MINUTE(WT-SUB)     TO PF-SALE-MINUTE
             MOVE WT-TREAT-NAME(WT-SUB)      TO PF-TREAT-NAME
             MOVE WT-TREAT-SIZE(WT-SUB)      TO PF-TREAT-SIZE
             MOVE WT-QUANTITY(WT-SUB)        TO PF-QUANTITY
             MOVE WT-TENDER-AMOUNT(WT-SUB)   TO PF-TENDER-AMOUNT
             MOVE WT-EXPECTED-AMOUNT(WT-SUB) TO PF-EXPECTED-AMOUNT
             MOVE WT-VARIANCE(WT-SUB)        TO PF-VARIANCE
             IF WT-VARIANCE(WT-SUB) < 0
                 MOVE 'UNDER' TO PF-TYPE
             ELSE
                 MOVE 'OVER ' TO PF-TYPE
             END-IF
             WRITE PRICE-AUDIT-REPORT-LINE FROM PA-FLAGGED-DETAIL
                 AFTER ADVANCING 1 LINE
         END-PERFORM

       .

       53-PRINT-SKIPPED-BATCHES.

         MOVE 'BATCHES NOT AUDITED' TO PS-TITLE
         WRITE PRICE-AUDIT-REPORT-LINE FROM PA-SECTION-LINE
             AFTER ADVANCING 3 LINES

         WRITE PRICE-AUDIT-REPORT-LINE FROM PA-BATCH-HEADING
             AFTER ADVANCING 2 LINES

         PERFORM VARYING BA-SUB FROM 1 BY 1 UNTIL BA-SUB > BA-COUNT
             IF NOT BA-AUDITED(BA-SUB)
                 MOVE BA-TRUCK-ID(BA-SUB)     TO PB-TRUCK-ID
                 MOVE BA-BATCH-DATE(BA-SUB)   TO PB-BATCH-DATE
                 MOVE BA-BATCH-SEQ(BA-SUB)    TO PB-BATCH-SEQ
                 MOVE BA-RECORD-COUNT(BA-SUB) TO PB-RECORD-COUNT
                 MOVE BA-STATUS(BA-SUB)       TO PB-STATUS
                 WRITE PRICE-AUDIT-REPORT-LINE FROM PA-BATCH-DETAIL
                     AFTER ADVANCING 1 LINE
             END-IF
         END-PERFORM

       .

       55-FINAL-ROUTINE.

         PERFORM 50-PRINT-TRUCK-SUMMARY
         PERFORM 51-PRINT-HOUR-SUMMARY
         PERFORM 52-PRINT-WORST-SALES
         PERFORM 53-PRINT-SKIPPED-BATCHES

         MOVE 'SALES CHECKED:        ' TO PC-LABEL
         MOVE AC-CHECKED-COUNT       TO PC-COUNT
         WRITE PRICE-AUDIT-REPORT-LINE FROM PA-SUMMARY-LINE
             AFTER ADVANCING 3 LINES

         MOVE 'SALES FLAGGED:        ' TO PC-LABEL
         MOVE AC-FLAGGED-COUNT       TO PC-COUNT
         WRITE PRICE-AUDIT-REPORT-LINE FROM PA-SUMMARY-LINE
             AFTER ADVANCING 1 LINE

         MOVE '  UNDERCHARGED:       ' TO PC-LABEL
         MOVE AC-UNDER-COUNT         TO PC-COUNT
         WRITE PRICE-AUDIT-REPORT-LINE FROM PA-SUMMARY-LINE
             AFTER ADVANCING 1 LINE

         MOVE '  OVERCHARGED:        ' TO PC-LABEL
         MOVE AC-OVER-COUNT          TO PC-COUNT
         WRITE PRICE-AUDIT-REPORT-LINE FROM PA-SUMMARY-LINE
             AFTER ADVANCING 1 LINE

         MOVE 'NOT IN CATALOG:       ' TO PC-LABEL
         MOVE AC-NOT-IN-CATALOG      TO PC-COUNT
         WRITE PRICE-AUDIT-REPORT-LINE FROM PA-SUMMARY-LINE
             AFTER ADVANCING 1 LINE

         MOVE 'SALES NOT CHECKED:    ' TO PC-LABEL
         MOVE AC-SKIPPED-COUNT       TO PC-COUNT
         WRITE PRICE-AUDIT-REPORT-LINE FROM PA-SUMMARY-LINE
             AFTER ADVANCING 1 LINE

         MOVE 'BATCHES AUDITED:      ' TO PC-LABEL
         MOVE AC-BATCH-AUDITED       TO PC-COUNT
         WRITE PRICE-AUDIT-REPORT-LINE FROM PA-SUMMARY-LINE
             AFTER ADVANCING 2 LINES

         MOVE 'BATCHES NOT AUDITED:  ' TO PC-LABEL
         MOVE AC-BATCH-SKIPPED       TO PC-COUNT
         WRITE PRICE-AUDIT-REPORT-LINE FROM PA-SUMMARY-LINE
             AFTER ADVANCING 1 LINE

         MOVE 'SALES NOT AUDITED:    ' TO PC-LABEL
         MOVE AC-SALES-NOT-AUDITED   TO PC-COUNT
         WRITE PRICE-AUDIT-REPORT-LINE FROM PA-SUMMARY-LINE
             AFTER ADVANCING 1 LINE

         MOVE 'TOTAL UNDERCHARGED:   ' TO PN-LABEL
         MOVE AC-UNDER-TOTAL         TO PN-AMOUNT
         WRITE PRICE-AUDIT-REPORT-LINE FROM PA-AMOUNT-LINE
             AFTER ADVANCING 2 LINES

         MOVE 'TOTAL OVERCHARGED:    ' TO PN-LABEL
         MOVE AC-OVER-TOTAL          TO PN-AMOUNT
         WRITE PRICE-AUDIT-REPORT-LINE FROM PA-AMOUNT-LINE
             AFTER ADVANCING 1 LINE

         CLOSE SALES-TRANS
               TREAT-CATALOG-MASTER
               PRICE-AUDIT-REPORT

         IF PH-HISTORY-OPEN
             CLOSE PRICE-HISTORY
         END-IF

         PERFORM 12C-SET-RUN-COUNTS
         IF RL-REJECT-COUNT > 0
             MOVE 4 TO RL-RETURN-CODE
         END-IF
         PERFORM 12-LOG-RUN-END

         STOP RUN

       .
