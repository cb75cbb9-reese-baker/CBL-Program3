      * record is archived to a permanent yearly history file so the
      * annual numbers can never be lost again.
      *
      * The revenue budget is closed along with the actuals.  Each
      * Budget Master record for the closed year is archived to the
      * Budget History file and removed from the master.  Where no
      * budget has yet been loaded for the new year, the closed
      * year's monthly targets are carried forward as the starting
      * budget so BUDVAR always has something to measure against.
      *
      ***INPUT: The Year-To-Date master (YTD-MASTER.IDX) and the Truck
      * Master (TRUCK-MASTER.IDX) for truck names and route
      * assignments.  The run parameter card (RUN-PARAMETERS.TXT) may
      * carry a processing-date override so the close can be run in
      * January dated for the year being closed.  The Budget Master
      * (BUDGET-MASTER.IDX) is closed if present.
      *
      ***OUTPUT: The YTD History file (YTD-HISTORY.TXT) is extended
      * with one stamped copy of each YTD record, the YTD master is
      * rewritten with YM-REC-YTD-TOTAL reset to zero for the new
      * year, and an Annual Summary Report shows the closed year's
      * revenue by truck and by route for the accountant.  The
      * Budget History file (BUDGET-HISTORY.TXT) is extended with the
      * closed year's budget records.
      * Each run also adds a start and an end entry, with its counts
      * and completion status, to the job-step run log (RUN-LOG.TXT)
      * and ends with return code 16 when the run had to stop early.
      ******************************************************************

       ENVIRONMENT DIVISION.
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS YH-FILE-STATUS.

      *

           SELECT BUDGET-MASTER
             ASSIGN TO 'BUDGET-MASTER.IDX'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS BM-REC-KEY
             FILE STATUS IS BM-FILE-STATUS.

      *

           SELECT BUDGET-HISTORY
             ASSIGN TO 'BUDGET-HISTORY.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS BH-FILE-STATUS.

      *

           SELECT PARAMETER-FILE
             ASSIGN TO 'ANNUAL-SUMMARY-REPORT.TXT'
             ORGANIZATION IS LINE SEQUENTIAL.

      *

           SELECT RUN-LOG
             ASSIGN TO 'RUN-LOG.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RL-FILE-STATUS.

      *

       DATA DIVISION.
          05 YH-REC-CLOSE-YEAR                 PIC 9(4).
          05 YH-REC-YTD-DATA                   PIC X(164).

      *

       FD BUDGET-MASTER
         RECORD CONTAINS 125 CHARACTERS.

      *

       01 BUDGET-MASTER-RECORD.
          05 BM-REC-KEY.
             10 BM-REC-TRUCK-ID                PIC X(4).
             10 BM-REC-FISCAL-YEAR             PIC 9(4).
          05 BM-REC-SOURCE                     PIC X(1).
             88 BM-REC-LOADED                  VALUE 'L'.
             88 BM-REC-CARRIED-FORWARD         VALUE 'C'.
          05 BM-REC-LAST-UPDATED               PIC 9(8).
          05 BM-REC-MONTH-BUDGET               PIC 9(7)V99
                                               OCCURS 12 TIMES.

      *

       FD BUDGET-HISTORY
         RECORD CONTAINS 129 CHARACTERS.

      *

       01 BUDGET-HISTORY-RECORD.
          05 BH-REC-CLOSE-YEAR                 PIC 9(4).
          05 BH-REC-BUDGET-DATA                PIC X(125).

      *

       FD PARAMETER-FILE
         RECORD CONTAINS 47 CHARACTERS.

      *

          05 PM-REC-REPORT-SWITCHES            PIC X(12).
          05 PM-REC-DEPOSIT-TOLERANCE          PIC X(7).
          05 PM-REC-GENERATIONS                PIC X(1).
          05 PM-REC-PRICE-TOLERANCE            PIC X(5).
          05 PM-REC-SHRINK-TOLERANCE           PIC X(7).
          05 PM-REC-BUDGET-TOLERANCE           PIC X(3).

      *


       01 ANNUAL-REPORT-LINE                   PIC X(80).

      *

       FD RUN-LOG
         RECORD CONTAINS 104 CHARACTERS.

      *

       01 RUN-LOG-RECORD                       PIC X(104).

      *

       WORKING-STORAGE SECTION.
          05 TM-FOUND-SW                       PIC X VALUE 'N'.
             88 TM-FOUND                             VALUE 'Y'.
          05 YH-FILE-STATUS                    PIC X(2) VALUE SPACES.
          05 BM-FILE-STATUS                    PIC X(2) VALUE SPACES.
          05 BM-OPEN-SW                        PIC X VALUE 'N'.
             88 BM-BUDGET-OPEN                       VALUE 'Y'.
          05 BM-EOF-FLAG                       PIC X VALUE 'N'.
             88 BM-NO-MORE-DATA                      VALUE 'Y'.
          05 BH-FILE-STATUS                    PIC X(2) VALUE SPACES.
          05 PM-FILE-STATUS                    PIC X(2) VALUE SPACES.
          05 PM-EOF-FLAG                       PIC X VALUE 'N'.
             88 PM-NO-MORE-DATA                      VALUE 'Y'.
       01 CLOSE-FIELDS.
          05 CL-TRUCKS-CLOSED                  PIC 9(5) VALUE 0.
          05 CL-GRAND-TOTAL                    PIC S9(11)V99 VALUE 0.
          05 CL-BUDGETS-ARCHIVED               PIC 9(5) VALUE 0.
          05 CL-BUDGETS-CARRIED                PIC 9(5) VALUE 0.
          05 CL-BUDGETS-KEPT                   PIC 9(5) VALUE 0.

      *----------------------------------------------------------------
      * BUDGET CARRY-FORWARD HOLD AREA
      *----------------------------------------------------------------

       01 BUDGET-HOLD-FIELDS.
          05 BX-NEXT-YEAR                      PIC 9(4) VALUE 0.
          05 BX-HOLD-RECORD.
             10 BX-HOLD-KEY.
                15 BX-HOLD-TRUCK-ID            PIC X(4).
                15 BX-HOLD-FISCAL-YEAR         PIC 9(4).
             10 BX-HOLD-DATA                   PIC X(117).

      *----------------------------------------------------------------
      * ANNUAL ROUTE ROLLUP TABLE
          05 AN-COUNT                          PIC ZZ,ZZ9.
          05 FILLER                            PIC X(44) VALUE SPACES.

      *----------------------------------------------------------------
      * JOB STEP RUN LOG
      *----------------------------------------------------------------

       01 RUN-LOG-FIELDS.
          05 RL-FILE-STATUS                    PIC X(2) VALUE SPACES.
          05 RL-PROGRAM-NAME                   PIC X(8)
                                               VALUE 'YTDCLOSE'.
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
       10-CLOSE-YTD-YEAR.
         PERFORM 15-HSKPING-ROUTINE
         PERFORM 20-PROCESS-YTD-MASTER
         PERFORM 30-CLOSE-BUDGET-YEAR
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
             DISPLAY 'YTDCLOSE WARNING - CANNOT OPEN RUN-LOG.TXT'
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

         MOVE CL-TRUCKS-CLOSED TO RL-IN-COUNT
         COMPUTE RL-OUT-COUNT = CL-TRUCKS-CLOSED + CL-BUDGETS-ARCHIVED
         MOVE 0                TO RL-REJECT-COUNT

       .

       13-READ-RUN-PARAMETERS.

         OPEN INPUT PARAMETER-FILE
                 DISPLAY 'YTDCLOSE ABORT - CANNOT OPEN '
                         'RUN-PARAMETERS.TXT - FILE STATUS '
                         PM-FILE-STATUS
                 MOVE 'CANNOT OPEN RUN-PARAMETERS.TXT' TO RL-MESSAGE
                 PERFORM 12B-ABORT-RUN
             END-IF
             READ PARAMETER-FILE
                 AT END
                 DISPLAY 'YTDCLOSE ABORT - CANNOT OPEN GENERATION '
                         'FILE ' GC-IN-FILENAME ' - FILE STATUS '
                         GC-IN-STATUS
                 MOVE SPACES TO RL-MESSAGE
                 STRING 'CANNOT OPEN ' DELIMITED BY SIZE
                        GC-IN-FILENAME DELIMITED BY SPACE
                     INTO RL-MESSAGE
                 END-STRING
                 PERFORM 12B-ABORT-RUN
             END-IF
             OPEN OUTPUT YTD-GEN-OUT
             IF GC-OUT-STATUS NOT = '00'
                 DISPLAY 'YTDCLOSE ABORT - CANNOT OPEN GENERATION '
                         'FILE ' GC-OUT-FILENAME ' - FILE STATUS '
                         GC-OUT-STATUS
                 MOVE SPACES TO RL-MESSAGE
                 STRING 'CANNOT OPEN ' DELIMITED BY SIZE
                        GC-OUT-FILENAME DELIMITED BY SPACE
                     INTO RL-MESSAGE
                 END-STRING
                 PERFORM 12B-ABORT-RUN
             END-IF
             MOVE 'N' TO GC-EOF-FLAG
             PERFORM UNTIL GC-NO-MORE-DATA
             DISPLAY 'YTDCLOSE ABORT - CANNOT OPEN GENERATION '
                     'FILE ' GC-OUT-FILENAME ' - FILE STATUS '
                     GC-OUT-STATUS
             MOVE SPACES TO RL-MESSAGE
             STRING 'CANNOT OPEN ' DELIMITED BY SIZE
                    GC-OUT-FILENAME DELIMITED BY SPACE
                 INTO RL-MESSAGE
             END-STRING
             PERFORM 12B-ABORT-RUN
         END-IF

         MOVE 'N' TO YM-EOF-FLAG
         MOVE WS-ACCEPT-DAY   TO WS-DAY
         MOVE WS-ACCEPT-YEAR  TO WS-YEAR

         PERFORM 11-LOG-RUN-START

         OPEN I-O YTD-MASTER

         IF YM-FILE-STATUS NOT = '00'
             DISPLAY 'YTDCLOSE ABORT - CANNOT OPEN YTD-MASTER.IDX'
                     ' - FILE STATUS ' YM-FILE-STATUS
             MOVE 'CANNOT OPEN YTD-MASTER.IDX' TO RL-MESSAGE
             PERFORM 12B-ABORT-RUN
         END-IF

         PERFORM 14-BACKUP-YTD-GENERATIONS
         IF TM-FILE-STATUS NOT = '00'
             DISPLAY 'YTDCLOSE ABORT - CANNOT OPEN TRUCK-MASTER.IDX'
                     ' - FILE STATUS ' TM-FILE-STATUS
             MOVE 'CANNOT OPEN TRUCK-MASTER.IDX' TO RL-MESSAGE
             PERFORM 12B-ABORT-RUN
         END-IF

         OPEN EXTEND YTD-HISTORY
         IF YH-FILE-STATUS NOT = '00'
             DISPLAY 'YTDCLOSE ABORT - CANNOT OPEN YTD-HISTORY.TXT'
                     ' - FILE STATUS ' YH-FILE-STATUS
             MOVE 'CANNOT OPEN YTD-HISTORY.TXT' TO RL-MESSAGE
             PERFORM 12B-ABORT-RUN
         END-IF

         COMPUTE BX-NEXT-YEAR = WS-YEAR + 1

         OPEN I-O BUDGET-MASTER

         IF BM-FILE-STATUS = '35'
             CONTINUE
         ELSE
             IF BM-FILE-STATUS NOT = '00'
                 DISPLAY 'YTDCLOSE ABORT - CANNOT OPEN '
                         'BUDGET-MASTER.IDX - FILE STATUS '
                         BM-FILE-STATUS
                 MOVE 'CANNOT OPEN BUDGET-MASTER.IDX' TO RL-MESSAGE
                 PERFORM 12B-ABORT-RUN
             END-IF
             MOVE 'Y' TO BM-OPEN-SW
             OPEN EXTEND BUDGET-HISTORY
             IF BH-FILE-STATUS = '35'
                 OPEN OUTPUT BUDGET-HISTORY
             END-IF
             IF BH-FILE-STATUS NOT = '00'
                 DISPLAY 'YTDCLOSE ABORT - CANNOT OPEN '
                         'BUDGET-HISTORY.TXT - FILE STATUS '
                         BH-FILE-STATUS
                 MOVE 'CANNOT OPEN BUDGET-HISTORY.TXT' TO RL-MESSAGE
                 PERFORM 12B-ABORT-RUN
             END-IF
         END-IF

         OPEN OUTPUT ANNUAL-SUMMARY-REPORT

       .

       30-CLOSE-BUDGET-YEAR.

         IF BM-BUDGET-OPEN
             MOVE 'N' TO BM-EOF-FLAG
             MOVE LOW-VALUES TO BM-REC-KEY

             START BUDGET-MASTER KEY NOT < BM-REC-KEY
                 INVALID KEY
                     MOVE 'Y' TO BM-EOF-FLAG
             END-START

             PERFORM UNTIL BM-NO-MORE-DATA
                 READ BUDGET-MASTER NEXT RECORD
                     AT END
                         MOVE 'Y' TO BM-EOF-FLAG
                     NOT AT END
                         IF BM-REC-FISCAL-YEAR = WS-YEAR
                             PERFORM 31-CARRY-BUDGET-RECORD
                         END-IF
                 END-READ
             END-PERFORM
         END-IF

       .

       31-CARRY-BUDGET-RECORD.

         MOVE WS-YEAR              TO BH-REC-CLOSE-YEAR
         MOVE BUDGET-MASTER-RECORD TO BH-REC-BUDGET-DATA

         WRITE BUDGET-HISTORY-RECORD

         IF BH-FILE-STATUS NOT = '00'
             DISPLAY 'YTDCLOSE ABORT - CANNOT WRITE '
                     'BUDGET-HISTORY.TXT - FILE STATUS '
                     BH-FILE-STATUS
             MOVE 'CANNOT WRITE BUDGET-HISTORY.TXT' TO RL-MESSAGE
             PERFORM 12B-ABORT-RUN
         END-IF

         ADD 1 TO CL-BUDGETS-ARCHIVED

         MOVE BUDGET-MASTER-RECORD TO BX-HOLD-RECORD

         MOVE BX-HOLD-TRUCK-ID TO BM-REC-TRUCK-ID
         MOVE BX-NEXT-YEAR     TO BM-REC-FISCAL-YEAR

         READ BUDGET-MASTER
             INVALID KEY
                 MOVE BX-HOLD-RECORD TO BUDGET-MASTER-RECORD
                 MOVE BX-NEXT-YEAR   TO BM-REC-FISCAL-YEAR
                 MOVE 'C'            TO BM-REC-SOURCE
                 MOVE WS-ACCEPT-DATE TO BM-REC-LAST-UPDATED
                 WRITE BUDGET-MASTER-RECORD
                 IF BM-FILE-STATUS NOT = '00'
                     DISPLAY 'YTDCLOSE ABORT - CANNOT WRITE '
                             'BUDGET-MASTER.IDX - FILE STATUS '
                             BM-FILE-STATUS
                     MOVE 'CANNOT WRITE BUDGET-MASTER.IDX'
                         TO RL-MESSAGE
                     PERFORM 12B-ABORT-RUN
                 END-IF
                 ADD 1 TO CL-BUDGETS-CARRIED
             NOT INVALID KEY
                 ADD 1 TO CL-BUDGETS-KEPT
         END-READ

         MOVE BX-HOLD-KEY TO BM-REC-KEY

         DELETE BUDGET-MASTER RECORD

         IF BM-FILE-STATUS NOT = '00'
             DISPLAY 'YTDCLOSE ABORT - CANNOT DELETE '
                     'BUDGET-MASTER.IDX - FILE STATUS '
                     BM-FILE-STATUS
             MOVE 'CANNOT DELETE BUDGET-MASTER.IDX' TO RL-MESSAGE
             PERFORM 12B-ABORT-RUN
         END-IF

         START BUDGET-MASTER KEY > BM-REC-KEY
             INVALID KEY
                 MOVE 'Y' TO BM-EOF-FLAG
         END-START

       .

       40-CLOSE-YTD-RECORD.

         MOVE WS-YEAR           TO YH-REC-CLOSE-YEAR
         WRITE ANNUAL-REPORT-LINE FROM AN-SUMMARY-LINE
             AFTER ADVANCING 2 LINES

         MOVE 'BUDGETS ARCHIVED:         ' TO AN-LABEL
         MOVE CL-BUDGETS-ARCHIVED        TO AN-COUNT
         WRITE ANNUAL-REPORT-LINE FROM AN-SUMMARY-LINE
             AFTER ADVANCING 1 LINE

         MOVE 'BUDGETS CARRIED FORWARD:  ' TO AN-LABEL
         MOVE CL-BUDGETS-CARRIED         TO AN-COUNT
         WRITE ANNUAL-REPORT-LINE FROM AN-SUMMARY-LINE
             AFTER ADVANCING 1 LINE

         MOVE 'NEW-YEAR BUDGETS KEPT:    ' TO AN-LABEL
         MOVE CL-BUDGETS-KEPT            TO AN-COUNT
         WRITE ANNUAL-REPORT-LINE FROM AN-SUMMARY-LINE
             AFTER ADVANCING 1 LINE

         IF BM-BUDGET-OPEN
             CLOSE BUDGET-MASTER
                   BUDGET-HISTORY
         END-IF

         CLOSE YTD-MASTER
               TRUCK-MASTER
               YTD-HISTORY
               ANNUAL-SUMMARY-REPORT

         PERFORM 12C-SET-RUN-COUNTS
         PERFORM 12-LOG-RUN-END

         STOP RUN

       .
