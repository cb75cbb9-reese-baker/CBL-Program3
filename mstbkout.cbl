      ***OUTPUT: The chosen indexed master is rebuilt from the
      * snapshot, and a Backout Report lists every record key restored
      * along with the restored record count.
      * Each run also adds a start and an end entry, with its counts
      * and completion status, to the job-step run log (RUN-LOG.TXT)
      * and ends with return code 4 when anything was rejected or 16
      * when the run had to stop early.
      ******************************************************************

       ENVIRONMENT DIVISION.
             ASSIGN TO 'BACKOUT-REPORT.TXT'
             ORGANIZATION IS LINE SEQUENTIAL.

      *

           SELECT RUN-LOG
             ASSIGN TO 'RUN-LOG.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RL-FILE-STATUS.

      *

       DATA DIVISION.

       01 BACKOUT-REPORT-LINE                  PIC X(80).

      *

       FD RUN-LOG
         RECORD CONTAINS 104 CHARACTERS.

      *

       01 RUN-LOG-RECORD                       PIC X(104).

      *

       WORKING-STORAGE SECTION.
          05 BO-COUNT                          PIC ZZ,ZZ9.
          05 FILLER                            PIC X(48) VALUE SPACES.

      *----------------------------------------------------------------
      * JOB STEP RUN LOG
      *----------------------------------------------------------------

       01 RUN-LOG-FIELDS.
          05 RL-FILE-STATUS                    PIC X(2) VALUE SPACES.
          05 RL-PROGRAM-NAME                   PIC X(8)
                                               VALUE 'MSTBKOUT'.
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
             DISPLAY 'MSTBKOUT WARNING - CANNOT OPEN RUN-LOG.TXT'
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

         COMPUTE RL-IN-COUNT = BO-RESTORED-COUNT + BO-REJECTED-COUNT
         MOVE BO-RESTORED-COUNT TO RL-OUT-COUNT
         MOVE BO-REJECTED-COUNT TO RL-REJECT-COUNT

       .

       15-HSKPING-ROUTINE.

         OPEN INPUT BACKOUT-REQUEST
             DISPLAY 'MSTBKOUT ABORT - CANNOT OPEN '
                     'BACKOUT-REQUEST.TXT - FILE STATUS '
                     BK-FILE-STATUS
             MOVE 'CANNOT OPEN BACKOUT-REQUEST.TXT' TO RL-MESSAGE
             PERFORM 12B-ABORT-RUN
         END-IF

         READ BACKOUT-REQUEST
             AT END
                 DISPLAY 'MSTBKOUT ABORT - BACKOUT-REQUEST.TXT '
                         'IS EMPTY'
                 MOVE 'BACKOUT-REQUEST.TXT IS EMPTY' TO RL-MESSAGE
                 PERFORM 12B-ABORT-RUN
         END-READ

         CLOSE BACKOUT-REQUEST
         IF NOT BK-RESTORE-TRUCK AND NOT BK-RESTORE-YTD
             DISPLAY 'MSTBKOUT ABORT - MASTER NAME MUST BE TRUCK '
                     'OR YTD - FOUND ' BK-REC-MASTER-NAME
             MOVE 'MASTER NAME MUST BE TRUCK OR YTD' TO RL-MESSAGE
             PERFORM 12B-ABORT-RUN
         END-IF

         IF BK-REC-GENERATION NOT NUMERIC
             OR BK-REC-GENERATION = '0'
             DISPLAY 'MSTBKOUT ABORT - GENERATION MUST BE 1-9 - '
                     'FOUND ' BK-REC-GENERATION
             MOVE 'GENERATION MUST BE 1-9' TO RL-MESSAGE
             PERFORM 12B-ABORT-RUN
         END-IF

         OPEN OUTPUT BACKOUT-REPORT
         MOVE WS-ACCEPT-DAY   TO WS-DAY
         MOVE WS-ACCEPT-YEAR  TO WS-YEAR

         PERFORM 11-LOG-RUN-START

         MOVE WS-MONTH TO BO1-MONTH
         MOVE WS-DAY   TO BO1-DAY
         MOVE WS-YEAR  TO BO1-YEAR
         IF GC-IN-STATUS NOT = '00'
             DISPLAY 'MSTBKOUT ABORT - CANNOT OPEN GENERATION FILE '
                     GC-IN-FILENAME ' - FILE STATUS ' GC-IN-STATUS
             MOVE SPACES TO RL-MESSAGE
             STRING 'CANNOT OPEN ' DELIMITED BY SIZE
                    GC-IN-FILENAME DELIMITED BY SPACE
                 INTO RL-MESSAGE
             END-STRING
             PERFORM 12B-ABORT-RUN
         END-IF

         OPEN OUTPUT TRUCK-MASTER
             DISPLAY 'MSTBKOUT ABORT - CANNOT OPEN '
                     'TRUCK-MASTER.IDX - FILE STATUS '
                     TM-FILE-STATUS
             MOVE 'CANNOT OPEN TRUCK-MASTER.IDX' TO RL-MESSAGE
             PERFORM 12B-ABORT-RUN
         END-IF

         PERFORM UNTIL GC-NO-MORE-DATA
         IF GC-IN-STATUS NOT = '00'
             DISPLAY 'MSTBKOUT ABORT - CANNOT OPEN GENERATION FILE '
                     GC-IN-FILENAME ' - FILE STATUS ' GC-IN-STATUS
             MOVE SPACES TO RL-MESSAGE
             STRING 'CANNOT OPEN ' DELIMITED BY SIZE
                    GC-IN-FILENAME DELIMITED BY SPACE
                 INTO RL-MESSAGE
             END-STRING
             PERFORM 12B-ABORT-RUN
         END-IF

         OPEN OUTPUT YTD-MASTER
             DISPLAY 'MSTBKOUT ABORT - CANNOT OPEN '
                     'YTD-MASTER.IDX - FILE STATUS '
                     YM-FILE-STATUS
             MOVE 'CANNOT OPEN YTD-MASTER.IDX' TO RL-MESSAGE
             PERFORM 12B-ABORT-RUN
         END-IF

         PERFORM UNTIL GC-NO-MORE-DATA

         CLOSE BACKOUT-REPORT

         PERFORM 12C-SET-RUN-COUNTS
         IF RL-REJECT-COUNT > 0
             MOVE 4 TO RL-RETURN-CODE
         END-IF
         PERFORM 12-LOG-RUN-END

         STOP RUN

       .
