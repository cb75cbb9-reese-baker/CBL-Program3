       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CATMAINT.
       AUTHOR.        REESE BAKER.
      ******************************************************************
      * This program applies menu changes against the treat catalog
      * instead of the catalog being rebuilt from a hand-edited text
      * file.  Every change carries the date it takes effect, so a
      * price increase announced a week ahead can be entered the day
      * it is announced.  Each change is kept on the Treat Price
      * History file, which PROGRAM3 and PRICEAUD read to find the
      * price in effect on their processing date.  At the end of the
      * run every change whose effective date has arrived is posted
      * to the catalog itself.
      *
      ***INPUT: The Catalog Maintenance Transaction file contains one
      * record per requested change: an action code of A (add),
      * C (price change), or D (discontinue), the treat name and
      * size, the effective date (blank means the processing date),
      * and the price and unit cost for A and C transactions.  A C
      * transaction with a blank unit cost keeps the current cost.
      * The run parameter card (RUN-PARAMETERS.TXT) may carry a
      * processing-date override.
      *
      ***OUTPUT: The Treat Catalog Master (TREAT-CATALOG-MASTER.IDX)
      * and the Treat Price History (TREAT-PRICE-HISTORY.IDX) are
      * updated in place, and a Catalog Audit Report lists every
      * transaction with the action taken, followed by the catalog
      * changes that took effect on the processing date.
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

           SELECT CATALOG-TRANS
             ASSIGN TO 'CATALOG-MAINT-TRANS.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CT-FILE-STATUS.

      *

           SELECT CATALOG-AUDIT-REPORT
             ASSIGN TO 'CATALOG-AUDIT-REPORT.TXT'
             ORGANIZATION IS LINE SEQUENTIAL.

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
       FILE SECTION.

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

       FD CATALOG-TRANS
         RECORD CONTAINS 33 CHARACTERS.

      *

       01 CATALOG-TRANS-RECORD.
          05 CT-ACTION-CODE                    PIC X(1).
             88 CT-ADD-TREAT                   VALUE 'A'.
             88 CT-CHANGE-PRICE                VALUE 'C'.
             88 CT-DISCONTINUE-TREAT           VALUE 'D'.
          05 CT-TREAT-NAME                     PIC X(15).
          05 CT-TREAT-SIZE                     PIC X(1).
          05 CT-EFFECTIVE-DATE                 PIC X(8).
          05 CT-EFFECTIVE-DATE-R  REDEFINES
             CT-EFFECTIVE-DATE.
             10 CT-EFFECTIVE-YEAR              PIC 9(4).
             10 CT-EFFECTIVE-MONTH             PIC 9(2).
             10 CT-EFFECTIVE-DAY               PIC 9(2).
          05 CT-TREAT-PRICE                    PIC 99V99.
          05 CT-TREAT-PRICE-X  REDEFINES
             CT-TREAT-PRICE                    PIC X(4).
          05 CT-UNIT-COST                      PIC 99V99.
          05 CT-UNIT-COST-X  REDEFINES
             CT-UNIT-COST                      PIC X(4).

      *

       FD CATALOG-AUDIT-REPORT
         RECORD CONTAINS 80 CHARACTERS.

      *

       01 AUDIT-REPORT-LINE                    PIC X(80).

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

      *

       01 FLAGS-N-SWITCHES.
          05 CM-FILE-STATUS                    PIC X(2) VALUE SPACES.
          05 CM-FOUND-SW                       PIC X VALUE 'N'.
             88 CM-FOUND                             VALUE 'Y'.
          05 CM-EOF-FLAG                       PIC X VALUE 'N'.
             88 CM-NO-MORE-DATA                      VALUE 'Y'.
          05 PH-FILE-STATUS                    PIC X(2) VALUE SPACES.
          05 PH-EOF-FLAG                       PIC X VALUE 'N'.
             88 PH-NO-MORE-DATA                      VALUE 'Y'.
          05 PH-FOUND-SW                       PIC X VALUE 'N'.
             88 PH-FOUND                             VALUE 'Y'.
          05 CT-FILE-STATUS                    PIC X(2) VALUE SPACES.
          05 CT-EOF-FLAG                       PIC X VALUE 'N'.
             88 CT-NO-MORE-DATA                      VALUE 'Y'.
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
      * CATALOG CHANGE FIELDS
      *----------------------------------------------------------------

       01 CATALOG-CHANGE-FIELDS.
          05 CX-AS-OF-DATE                     PIC 9(8) VALUE 0.
          05 CX-EFFECTIVE-DATE                 PIC 9(8) VALUE 0.
          05 CX-EFFECTIVE-DATE-R REDEFINES CX-EFFECTIVE-DATE.
             10 CX-EFFECTIVE-YEAR              PIC 9(4).
             10 CX-EFFECTIVE-MONTH             PIC 9(2).
             10 CX-EFFECTIVE-DAY               PIC 9(2).
          05 CX-ACTION                         PIC X(1) VALUE SPACES.
          05 CX-NEW-PRICE                      PIC 99V99 VALUE 0.
          05 CX-NEW-COST                       PIC 99V99 VALUE 0.
          05 CX-REJECT-REASON                  PIC X(20) VALUE SPACES.
          05 CX-EFF-PRICE                      PIC 99V99 VALUE 0.
          05 CX-EFF-COST                       PIC 99V99 VALUE 0.
          05 CX-EFF-STATUS                     PIC X(1) VALUE SPACES.
          05 CX-EFF-DATE                       PIC 9(8) VALUE 0.
          05 CX-TAKING-EFFECT-SW               PIC X VALUE 'N'.
             88 CX-TAKING-EFFECT-PRINTED             VALUE 'Y'.

      *----------------------------------------------------------------
      * AUDIT COUNTS
      *----------------------------------------------------------------

       01 AUDIT-COUNTS.
          05 AC-ADDED-COUNT                    PIC 9(5) VALUE 0.
          05 AC-CHANGED-COUNT                  PIC 9(5) VALUE 0.
          05 AC-DISCONTINUED-COUNT             PIC 9(5) VALUE 0.
          05 AC-SCHEDULED-COUNT                PIC 9(5) VALUE 0.
          05 AC-REJECTED-COUNT                 PIC 9(5) VALUE 0.
          05 AC-TAKING-EFFECT-COUNT            PIC 9(5) VALUE 0.

      *----------------------------------------------------------------
      * AUDIT REPORT LAYOUTS
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
          05 FILLER                            PIC X(26) VALUE SPACES.
          05 FILLER                            PIC X(28) VALUE
                                        'TREAT CATALOG AUDIT LISTING'.
          05 FILLER                            PIC X(26) VALUE SPACES.

      *

       01 AUDIT-SECTION-LINE.
          05 AT-TITLE                          PIC X(40).
          05 FILLER                            PIC X(40) VALUE SPACES.

      *

       01 AUDIT-HEADING-THREE.
          05 FILLER                            PIC X(2) VALUE SPACES.
          05 FILLER                            PIC X(15) VALUE
                                                         'TREAT NAME'.
          05 FILLER                            PIC X(2) VALUE 'SZ'.
          05 FILLER                            PIC X(1) VALUE SPACES.
          05 FILLER                            PIC X(12) VALUE
                                                         'ACTION'.
          05 FILLER                            PIC X(1) VALUE SPACES.
          05 FILLER                            PIC X(10) VALUE
                                                         'EFFECTIVE'.
          05 FILLER                            PIC X(1) VALUE SPACES.
          05 FILLER                            PIC X(7) VALUE
                                                          ' OLD PR'.
          05 FILLER                            PIC X(1) VALUE SPACES.
          05 FILLER                            PIC X(7) VALUE
                                                          ' NEW PR'.
          05 FILLER                            PIC X(1) VALUE SPACES.
          05 FILLER                            PIC X(20) VALUE
                                                 'STATUS / REASON'.

      *

       01 AUDIT-DETAIL-LINE.
          05 FILLER                            PIC X(2) VALUE SPACES.
          05 AD-TREAT-NAME                     PIC X(15).
          05 FILLER                            PIC X(1) VALUE SPACES.
          05 AD-TREAT-SIZE                     PIC X(1).
          05 FILLER                            PIC X(1) VALUE SPACES.
          05 AD-ACTION                         PIC X(12).
          05 FILLER                            PIC X(1) VALUE SPACES.
          05 AD-EFFECTIVE-DATE.
             10 AD-EFFECTIVE-MONTH             PIC Z9.
             10 AD-EFFECTIVE-SLASH-1           PIC X VALUE '/'.
             10 AD-EFFECTIVE-DAY               PIC 99.
             10 AD-EFFECTIVE-SLASH-2           PIC X VALUE '/'.
             10 AD-EFFECTIVE-YEAR              PIC 9999.
          05 AD-EFFECTIVE-DATE-X  REDEFINES
             AD-EFFECTIVE-DATE                 PIC X(10).
          05 FILLER                            PIC X(1) VALUE SPACES.
          05 AD-OLD-PRICE                      PIC ZZ9.99.
          05 FILLER                            PIC X(1) VALUE SPACES.
          05 AD-NEW-PRICE                      PIC ZZ9.99.
          05 FILLER                            PIC X(2) VALUE SPACES.
          05 AD-REASON                         PIC X(20).

      *

       01 AUDIT-SUMMARY-LINE.
          05 FILLER                            PIC X(3) VALUE SPACES.
          05 AS-LABEL                          PIC X(22).
          05 AS-COUNT                          PIC ZZ,ZZ9.
          05 FILLER                            PIC X(48) VALUE SPACES.

      *----------------------------------------------------------------
      * JOB STEP RUN LOG
      *----------------------------------------------------------------

       01 RUN-LOG-FIELDS.
          05 RL-FILE-STATUS                    PIC X(2) VALUE SPACES.
          05 RL-PROGRAM-NAME                   PIC X(8)
                                               VALUE 'CATMAINT'.
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

       10-MAINTAIN-TREAT-CATALOG.
         PERFORM 15-HSKPING-ROUTINE
         PERFORM 20-PROCESS-TRANSACTIONS
         PERFORM 30-APPLY-EFFECTIVE-CHANGES
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
             DISPLAY 'CATMAINT WARNING - CANNOT OPEN RUN-LOG.TXT'
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

         COMPUTE RL-OUT-COUNT = AC-ADDED-COUNT + AC-CHANGED-COUNT
                              + AC-DISCONTINUED-COUNT
         COMPUTE RL-IN-COUNT  = RL-OUT-COUNT + AC-REJECTED-COUNT
         MOVE AC-REJECTED-COUNT TO RL-REJECT-COUNT

       .

       13-READ-RUN-PARAMETERS.

         OPEN INPUT PARAMETER-FILE

         IF PM-FILE-STATUS = '35'
             CONTINUE
         ELSE
             IF PM-FILE-STATUS NOT = '00'
                 DISPLAY 'CATMAINT ABORT - CANNOT OPEN '
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
         MOVE WS-ACCEPT-DATE  TO CX-AS-OF-DATE

         PERFORM 11-LOG-RUN-START

         OPEN I-O TREAT-CATALOG-MASTER

         IF CM-FILE-STATUS = '35'
             OPEN OUTPUT TREAT-CATALOG-MASTER
             CLOSE TREAT-CATALOG-MASTER
             OPEN I-O TREAT-CATALOG-MASTER
         END-IF

         IF CM-FILE-STATUS NOT = '00'
             DISPLAY 'CATMAINT ABORT - CANNOT OPEN '
                     'TREAT-CATALOG-MASTER.IDX - FILE STATUS '
                     CM-FILE-STATUS
             MOVE 'CANNOT OPEN TREAT-CATALOG-MASTER.IDX' TO RL-MESSAGE
             PERFORM 12B-ABORT-RUN
         END-IF

         OPEN I-O PRICE-HISTORY

         IF PH-FILE-STATUS = '35'
             OPEN OUTPUT PRICE-HISTORY
             CLOSE PRICE-HISTORY
             OPEN I-O PRICE-HISTORY
         END-IF

         IF PH-FILE-STATUS NOT = '00'
             DISPLAY 'CATMAINT ABORT - CANNOT OPEN '
                     'TREAT-PRICE-HISTORY.IDX - FILE STATUS '
                     PH-FILE-STATUS
             MOVE 'CANNOT OPEN TREAT-PRICE-HISTORY.IDX' TO RL-MESSAGE
             PERFORM 12B-ABORT-RUN
         END-IF

         OPEN INPUT CATALOG-TRANS

         IF CT-FILE-STATUS = '35'
             MOVE 'Y' TO CT-EOF-FLAG
         ELSE
             IF CT-FILE-STATUS NOT = '00'
                 DISPLAY 'CATMAINT ABORT - CANNOT OPEN '
                         'CATALOG-MAINT-TRANS.TXT - FILE STATUS '
                         CT-FILE-STATUS
                 MOVE 'CANNOT OPEN CATALOG-MAINT-TRANS.TXT'
                     TO RL-MESSAGE
                 PERFORM 12B-ABORT-RUN
             END-IF
         END-IF

         OPEN OUTPUT CATALOG-AUDIT-REPORT

         MOVE WS-MONTH TO AH1-MONTH
         MOVE WS-DAY   TO AH1-DAY
         MOVE WS-YEAR  TO AH1-YEAR

         WRITE AUDIT-REPORT-LINE FROM AUDIT-HEADING-ONE

         WRITE AUDIT-REPORT-LINE FROM AUDIT-HEADING-TWO
             AFTER ADVANCING 2 LINES

         MOVE 'CATALOG TRANSACTIONS' TO AT-TITLE
         WRITE AUDIT-REPORT-LINE FROM AUDIT-SECTION-LINE
             AFTER ADVANCING 2 LINES

         WRITE AUDIT-REPORT-LINE FROM AUDIT-HEADING-THREE
             AFTER ADVANCING 2 LINES

       .

       20-PROCESS-TRANSACTIONS.

         PERFORM UNTIL CT-NO-MORE-DATA
             READ CATALOG-TRANS
                 AT END
                     MOVE 'Y' TO CT-EOF-FLAG
                 NOT AT END
                     PERFORM 40-PROCESS-TRANS-RECORD
             END-READ
         END-PERFORM

         IF CT-FILE-STATUS NOT = '35'
             CLOSE CATALOG-TRANS
         END-IF

       .

       30-APPLY-EFFECTIVE-CHANGES.

         MOVE 'N' TO CM-EOF-FLAG
         MOVE LOW-VALUES TO CM-REC-TREAT-KEY

         START TREAT-CATALOG-MASTER KEY NOT < CM-REC-TREAT-KEY
             INVALID KEY
                 MOVE 'Y' TO CM-EOF-FLAG
         END-START

         PERFORM UNTIL CM-NO-MORE-DATA
             READ TREAT-CATALOG-MASTER NEXT RECORD
                 AT END
                     MOVE 'Y' TO CM-EOF-FLAG
                 NOT AT END
                     PERFORM 31-APPLY-CATALOG-CHANGE
             END-READ
         END-PERFORM

       .

       31-APPLY-CATALOG-CHANGE.

         PERFORM 48-FIND-PRICE-IN-EFFECT

         IF PH-FOUND
             IF CX-EFF-PRICE NOT = CM-REC-TREAT-PRICE
                 OR CX-EFF-COST NOT = CM-REC-UNIT-COST
                 OR CX-EFF-STATUS NOT = CM-REC-STATUS
                 IF NOT CX-TAKING-EFFECT-PRINTED
                     MOVE 'CATALOG CHANGES TAKING EFFECT'
                         TO AT-TITLE
                     WRITE AUDIT-REPORT-LINE FROM AUDIT-SECTION-LINE
                         AFTER ADVANCING 3 LINES
                     WRITE AUDIT-REPORT-LINE FROM AUDIT-HEADING-THREE
                         AFTER ADVANCING 2 LINES
                     MOVE 'Y' TO CX-TAKING-EFFECT-SW
                 END-IF
                 MOVE CM-REC-TREAT-NAME  TO AD-TREAT-NAME
                 MOVE CM-REC-TREAT-SIZE  TO AD-TREAT-SIZE
                 MOVE CM-REC-TREAT-PRICE TO AD-OLD-PRICE
                 MOVE CX-EFF-PRICE       TO AD-NEW-PRICE
                 MOVE CX-EFF-DATE        TO CX-EFFECTIVE-DATE
                 PERFORM 46-FORMAT-EFFECTIVE-DATE
                 EVALUATE TRUE
                     WHEN CX-EFF-STATUS = 'D'
                         MOVE 'DISCONTINUED'   TO AD-ACTION
                     WHEN NOT CM-REC-ACTIVE
                         MOVE 'NOW ON SALE'    TO AD-ACTION
                     WHEN OTHER
                         MOVE 'PRICE CHANGE'   TO AD-ACTION
                 END-EVALUATE
                 MOVE 'TAKES EFFECT'     TO AD-REASON
                 MOVE CX-EFF-PRICE       TO CM-REC-TREAT-PRICE
                 MOVE CX-EFF-COST        TO CM-REC-UNIT-COST
                 MOVE CX-EFF-STATUS      TO CM-REC-STATUS
                 REWRITE CATALOG-MASTER-RECORD
                 ADD 1 TO AC-TAKING-EFFECT-COUNT
                 PERFORM 44-WRITE-AUDIT-LINE
             END-IF
         END-IF

       .

       40-PROCESS-TRANS-RECORD.

         MOVE SPACES         TO CX-REJECT-REASON
         MOVE CT-TREAT-NAME  TO AD-TREAT-NAME
         MOVE CT-TREAT-SIZE  TO AD-TREAT-SIZE
         MOVE 0              TO AD-OLD-PRICE
         MOVE 0              TO AD-NEW-PRICE

         PERFORM 41-EDIT-EFFECTIVE-DATE

         EVALUATE TRUE
             WHEN CX-REJECT-REASON NOT = SPACES
                 PERFORM 45-REJECT-TRANSACTION
             WHEN CT-ADD-TREAT
                 PERFORM 42-ADD-TREAT
             WHEN CT-CHANGE-PRICE
                 PERFORM 43-CHANGE-PRICE
             WHEN CT-DISCONTINUE-TREAT
                 PERFORM 43A-DISCONTINUE-TREAT
             WHEN OTHER
                 MOVE 'INVALID ACTION CODE' TO CX-REJECT-REASON
                 PERFORM 45-REJECT-TRANSACTION
         END-EVALUATE

       .

       41-EDIT-EFFECTIVE-DATE.

         IF CT-EFFECTIVE-DATE = SPACES
             OR CT-EFFECTIVE-DATE = '00000000'
             MOVE CX-AS-OF-DATE TO CX-EFFECTIVE-DATE
         ELSE
             IF CT-EFFECTIVE-DATE NUMERIC
                 AND CT-EFFECTIVE-MONTH > 0
                 AND CT-EFFECTIVE-MONTH < 13
                 AND CT-EFFECTIVE-DAY > 0
                 AND CT-EFFECTIVE-DAY < 32
                 MOVE CT-EFFECTIVE-DATE TO CX-EFFECTIVE-DATE
             ELSE
                 MOVE 0 TO CX-EFFECTIVE-DATE
                 MOVE 'BAD EFFECTIVE DATE' TO CX-REJECT-REASON
             END-IF
         END-IF

         PERFORM 46-FORMAT-EFFECTIVE-DATE

       .

       42-ADD-TREAT.

         PERFORM 47-FIND-CATALOG-TREAT

         EVALUATE TRUE
             WHEN CT-TREAT-NAME = SPACES
                 MOVE 'MISSING TREAT NAME' TO CX-REJECT-REASON
             WHEN CT-TREAT-PRICE NOT NUMERIC OR CT-TREAT-PRICE = 0
                 MOVE 'BAD PRICE' TO CX-REJECT-REASON
             WHEN CT-UNIT-COST-X NOT = SPACES
                  AND CT-UNIT-COST NOT NUMERIC
                 MOVE 'BAD UNIT COST' TO CX-REJECT-REASON
             WHEN CM-FOUND AND NOT CM-REC-DISCONTINUED
                 MOVE 'DUPLICATE TREAT' TO CX-REJECT-REASON
         END-EVALUATE

         IF CX-REJECT-REASON = SPACES
             MOVE CT-TREAT-PRICE TO CX-NEW-PRICE
             IF CT-UNIT-COST-X = SPACES
                 MOVE 0 TO CX-NEW-COST
             ELSE
                 MOVE CT-UNIT-COST TO CX-NEW-COST
             END-IF
             IF CM-FOUND
                 MOVE CM-REC-TREAT-PRICE TO AD-OLD-PRICE
             ELSE
                 MOVE CT-TREAT-NAME  TO CM-REC-TREAT-NAME
                 MOVE CT-TREAT-SIZE  TO CM-REC-TREAT-SIZE
                 MOVE CX-NEW-PRICE   TO CM-REC-TREAT-PRICE
                 MOVE CX-NEW-COST    TO CM-REC-UNIT-COST
                 MOVE 'P'            TO CM-REC-STATUS
                 WRITE CATALOG-MASTER-RECORD
             END-IF
             MOVE 'A'   TO CX-ACTION
             MOVE 'ADD' TO AD-ACTION
             PERFORM 49-WRITE-PRICE-HISTORY
             IF CX-REJECT-REASON = SPACES
                 ADD 1 TO AC-ADDED-COUNT
             END-IF
         END-IF

         IF CX-REJECT-REASON NOT = SPACES
             PERFORM 45-REJECT-TRANSACTION
         END-IF

       .

       43-CHANGE-PRICE.

         PERFORM 47-FIND-CATALOG-TREAT

         EVALUATE TRUE
             WHEN NOT CM-FOUND
                 MOVE 'TREAT NOT FOUND' TO CX-REJECT-REASON
             WHEN CM-REC-DISCONTINUED
                 MOVE 'TREAT DISCONTINUED' TO CX-REJECT-REASON
             WHEN CT-TREAT-PRICE NOT NUMERIC OR CT-TREAT-PRICE = 0
                 MOVE 'BAD PRICE' TO CX-REJECT-REASON
             WHEN CT-UNIT-COST-X NOT = SPACES
                  AND CT-UNIT-COST NOT NUMERIC
                 MOVE 'BAD UNIT COST' TO CX-REJECT-REASON
         END-EVALUATE

         IF CX-REJECT-REASON = SPACES
             MOVE CM-REC-TREAT-PRICE TO AD-OLD-PRICE
             MOVE CT-TREAT-PRICE     TO CX-NEW-PRICE
             IF CT-UNIT-COST-X = SPACES
                 MOVE CM-REC-UNIT-COST TO CX-NEW-COST
             ELSE
                 MOVE CT-UNIT-COST     TO CX-NEW-COST
             END-IF
             MOVE 'C'            TO CX-ACTION
             MOVE 'PRICE CHANGE' TO AD-ACTION
             PERFORM 49-WRITE-PRICE-HISTORY
             IF CX-REJECT-REASON = SPACES
                 ADD 1 TO AC-CHANGED-COUNT
             END-IF
         END-IF

         IF CX-REJECT-REASON NOT = SPACES
             PERFORM 45-REJECT-TRANSACTION
         END-IF

       .

       43A-DISCONTINUE-TREAT.

         PERFORM 47-FIND-CATALOG-TREAT

         EVALUATE TRUE
             WHEN NOT CM-FOUND
                 MOVE 'TREAT NOT FOUND' TO CX-REJECT-REASON
             WHEN CM-REC-DISCONTINUED
                 MOVE 'ALREADY DISCONTINUED' TO CX-REJECT-REASON
         END-EVALUATE

         IF CX-REJECT-REASON = SPACES
             MOVE CM-REC-TREAT-PRICE TO AD-OLD-PRICE
             MOVE CM-REC-TREAT-PRICE TO CX-NEW-PRICE
             MOVE CM-REC-UNIT-COST   TO CX-NEW-COST
             MOVE 'D'                TO CX-ACTION
             MOVE 'DISCONTINUE'      TO AD-ACTION
             PERFORM 49-WRITE-PRICE-HISTORY
             IF CX-REJECT-REASON = SPACES
                 ADD 1 TO AC-DISCONTINUED-COUNT
             END-IF
         END-IF

         IF CX-REJECT-REASON NOT = SPACES
             PERFORM 45-REJECT-TRANSACTION
         END-IF

       .

       44-WRITE-AUDIT-LINE.

         WRITE AUDIT-REPORT-LINE FROM AUDIT-DETAIL-LINE
             AFTER ADVANCING 1 LINE

       .

       45-REJECT-TRANSACTION.

         MOVE 'REJECTED'       TO AD-ACTION
         MOVE CX-REJECT-REASON TO AD-REASON
         ADD 1 TO AC-REJECTED-COUNT

         PERFORM 44-WRITE-AUDIT-LINE

       .

       46-FORMAT-EFFECTIVE-DATE.

         IF CX-EFFECTIVE-DATE = 0
             MOVE CT-EFFECTIVE-DATE TO AD-EFFECTIVE-DATE-X
         ELSE
             MOVE CX-EFFECTIVE-MONTH TO AD-EFFECTIVE-MONTH
             MOVE '/'                TO AD-EFFECTIVE-SLASH-1
             MOVE CX-EFFECTIVE-DAY   TO AD-EFFECTIVE-DAY
             MOVE '/'                TO AD-EFFECTIVE-SLASH-2
             MOVE CX-EFFECTIVE-YEAR  TO AD-EFFECTIVE-YEAR
         END-IF

       .

       47-FIND-CATALOG-TREAT.

         MOVE 'N' TO CM-FOUND-SW
         MOVE CT-TREAT-NAME TO CM-REC-TREAT-NAME
         MOVE CT-TREAT-SIZE TO CM-REC-TREAT-SIZE

         READ TREAT-CATALOG-MASTER
             INVALID KEY
                 CONTINUE
             NOT INVALID KEY
                 MOVE 'Y' TO CM-FOUND-SW
         END-READ

       .

       48-FIND-PRICE-IN-EFFECT.

         MOVE 'N' TO PH-FOUND-SW
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
                         OR PH-REC-TREAT-SIZE NOT = CM-REC-TREAT-SIZE
                         OR PH-REC-EFFECTIVE-DATE > CX-AS-OF-DATE
                         MOVE 'Y' TO PH-EOF-FLAG
                     ELSE
                         MOVE 'Y'                TO PH-FOUND-SW
                         MOVE PH-REC-TREAT-PRICE TO CX-EFF-PRICE
                         MOVE PH-REC-UNIT-COST   TO CX-EFF-COST
                         MOVE PH-REC-EFFECTIVE-DATE TO CX-EFF-DATE
                         IF PH-REC-DISCONTINUED
                             MOVE 'D' TO CX-EFF-STATUS
                         ELSE
                             MOVE 'A' TO CX-EFF-STATUS
                         END-IF
                     END-IF
             END-READ
         END-PERFORM

       .

       49-WRITE-PRICE-HISTORY.

         MOVE CT-TREAT-NAME     TO PH-REC-TREAT-NAME
         MOVE CT-TREAT-SIZE     TO PH-REC-TREAT-SIZE
         MOVE CX-EFFECTIVE-DATE TO PH-REC-EFFECTIVE-DATE
         MOVE CX-NEW-PRICE      TO AD-NEW-PRICE

         IF CX-EFFECTIVE-DATE > CX-AS-OF-DATE
             MOVE 'SCHEDULED'   TO AD-REASON
         ELSE
             MOVE 'IN EFFECT'   TO AD-REASON
         END-IF

         READ PRICE-HISTORY
             INVALID KEY
                 PERFORM 49A-BUILD-HISTORY-RECORD
                 WRITE PRICE-HISTORY-RECORD
             NOT INVALID KEY
                 IF PH-REC-EFFECTIVE-DATE > CX-AS-OF-DATE
                     PERFORM 49A-BUILD-HISTORY-RECORD
                     REWRITE PRICE-HISTORY-RECORD
                     MOVE 'REPLACES SCHEDULED' TO AD-REASON
                 ELSE
                     MOVE 'DATE ALREADY ON FILE' TO CX-REJECT-REASON
                 END-IF
         END-READ

         IF CX-REJECT-REASON = SPACES
             IF CX-EFFECTIVE-DATE > CX-AS-OF-DATE
                 ADD 1 TO AC-SCHEDULED-COUNT
             END-IF
             PERFORM 44-WRITE-AUDIT-LINE
         END-IF

       .

       49A-BUILD-HISTORY-RECORD.

         MOVE CT-TREAT-NAME     TO PH-REC-TREAT-NAME
         MOVE CT-TREAT-SIZE     TO PH-REC-TREAT-SIZE
         MOVE CX-EFFECTIVE-DATE TO PH-REC-EFFECTIVE-DATE
         MOVE CX-ACTION         TO PH-REC-ACTION
         MOVE CX-NEW-PRICE      TO PH-REC-TREAT-PRICE
         MOVE CX-NEW-COST       TO PH-REC-UNIT-COST
         MOVE CX-AS-OF-DATE     TO PH-REC-POSTED-DATE

       .

       55-FINAL-ROUTINE.

         MOVE 'TREATS ADDED:         ' TO AS-LABEL
         MOVE AC-ADDED-COUNT         TO AS-COUNT
         WRITE AUDIT-REPORT-LINE FROM AUDIT-SUMMARY-LINE
             AFTER ADVANCING 3 LINES

         MOVE 'PRICE CHANGES:        ' TO AS-LABEL
         MOVE AC-CHANGED-COUNT       TO AS-COUNT
         WRITE AUDIT-REPORT-LINE FROM AUDIT-SUMMARY-LINE
             AFTER ADVANCING 1 LINE

         MOVE 'TREATS DISCONTINUED:  ' TO AS-LABEL
         MOVE AC-DISCONTINUED-COUNT  TO AS-COUNT
         WRITE AUDIT-REPORT-LINE FROM AUDIT-SUMMARY-LINE
             AFTER ADVANCING 1 LINE

         MOVE 'SCHEDULED FOR LATER:  ' TO AS-LABEL
         MOVE AC-SCHEDULED-COUNT     TO AS-COUNT
         WRITE AUDIT-REPORT-LINE FROM AUDIT-SUMMARY-LINE
             AFTER ADVANCING 1 LINE

         MOVE 'TRANSACTIONS REJECTED:' TO AS-LABEL
         MOVE AC-REJECTED-COUNT      TO AS-COUNT
         WRITE AUDIT-REPORT-LINE FROM AUDIT-SUMMARY-LINE
             AFTER ADVANCING 1 LINE

         MOVE 'CHANGES TAKING EFFECT:' TO AS-LABEL
         MOVE AC-TAKING-EFFECT-COUNT TO AS-COUNT
         WRITE AUDIT-REPORT-LINE FROM AUDIT-SUMMARY-LINE
             AFTER ADVANCING 1 LINE

         CLOSE TREAT-CATALOG-MASTER
               PRICE-HISTORY
               CATALOG-AUDIT-REPORT

         PERFORM 12C-SET-RUN-COUNTS
         IF RL-REJECT-COUNT > 0
             MOVE 4 TO RL-RETURN-CODE
         END-IF
         PERFORM 12-LOG-RUN-END

         STOP RUN

       .
