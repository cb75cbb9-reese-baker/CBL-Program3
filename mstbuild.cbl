      * to keyed masters and can be rerun at any time to rebuild an
      * indexed master from a sequential copy.
      *
      ***INPUT: The sequential Truck, Employee, Treat Catalog, Vendor
      * and Year-To-Date masters (the .TXT files).  A missing input
      * file is skipped so the remaining masters can still be built.
      *
      ***OUTPUT: The indexed Truck, Employee, Treat Catalog, Vendor
      * and Year-To-Date masters (the .IDX files), and a Master Build
      * Report listing records loaded and records rejected for each
      * master.
      * Each run also adds a start and an end entry, with its counts
      * and completion status, to the job-step run log (RUN-LOG.TXT)
      * and ends with return code 4 when anything was rejected or 16
      * when the run had to stop early.
      ******************************************************************

       ENVIRONMENT DIVISION.
             RECORD KEY IS CM-REC-TREAT-KEY
             FILE STATUS IS CM-FILE-STATUS.

      *

           SELECT VENDOR-MASTER-SEQ
             ASSIGN TO 'VENDOR-MASTER.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS VS-FILE-STATUS.

      *

           SELECT VENDOR-MASTER
             ASSIGN TO 'VENDOR-MASTER.IDX'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS VM-REC-TREAT-KEY
             FILE STATUS IS VM-FILE-STATUS.

      *

           SELECT YTD-MASTER-SEQ
             ASSIGN TO 'MASTER-BUILD-REPORT.TXT'
             ORGANIZATION IS LINE SEQUENTIAL.

      *

           SELECT RUN-LOG
             ASSIGN TO 'RUN-LOG.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RL-FILE-STATUS.

      *

       DATA DIVISION.
      *

       FD EMPLOYEE-MASTER-SEQ
         RECORD CONTAINS 55 CHARACTERS.

      *

       01 EMPLOYEE-MASTER-SEQ-RECORD.
          05 ES-REC-EMPLOYEE-ID                PIC X(5).
          05 ES-REC-REST                       PIC X(50).

      *

       FD EMPLOYEE-MASTER
         RECORD CONTAINS 55 CHARACTERS.

      *

       01 EMPLOYEE-MASTER-RECORD.
          05 EM-REC-EMPLOYEE-ID                PIC X(5).
          05 EM-REC-TRUCK-ID                   PIC X(4).
          05 EM-REC-REST                       PIC X(46).

      *

       FD CATALOG-MASTER-SEQ
         RECORD CONTAINS 25 CHARACTERS.

      *

       01 CATALOG-MASTER-SEQ-RECORD.
          05 CS-REC-TREAT-KEY                  PIC X(16).
          05 CS-REC-TREAT-PRICE                PIC X(4).
          05 CS-REC-UNIT-COST                  PIC X(4).
          05 CS-REC-STATUS                     PIC X(1).

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

       FD VENDOR-MASTER-SEQ
         RECORD CONTAINS 46 CHARACTERS.

      *

       01 VENDOR-MASTER-SEQ-RECORD.
          05 VS-REC-TREAT-KEY                  PIC X(16).
          05 VS-REC-REST                       PIC X(30).

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


       01 BUILD-REPORT-LINE                    PIC X(80).

      *

       FD RUN-LOG
         RECORD CONTAINS 104 CHARACTERS.

      *

       01 RUN-LOG-RECORD                       PIC X(104).

      *

       WORKING-STORAGE SECTION.
          05 EM-FILE-STATUS                    PIC X(2) VALUE SPACES.
          05 CS-FILE-STATUS                    PIC X(2) VALUE SPACES.
          05 CM-FILE-STATUS                    PIC X(2) VALUE SPACES.
          05 VS-FILE-STATUS                    PIC X(2) VALUE SPACES.
          05 VM-FILE-STATUS                    PIC X(2) VALUE SPACES.
          05 YS-FILE-STATUS                    PIC X(2) VALUE SPACES.
          05 YM-FILE-STATUS                    PIC X(2) VALUE SPACES.
          05 SEQ-EOF-FLAG                      PIC X VALUE 'N'.
                              'INPUT FILE MISSING - SKIPPED'.
          05 FILLER                            PIC X(25) VALUE SPACES.

      *----------------------------------------------------------------
      * JOB STEP RUN LOG
      *----------------------------------------------------------------

       01 RUN-LOG-FIELDS.
          05 RL-FILE-STATUS                    PIC X(2) VALUE SPACES.
          05 RL-PROGRAM-NAME                   PIC X(8)
                                               VALUE 'MSTBUILD'.
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
         PERFORM 20-BUILD-TRUCK-MASTER
         PERFORM 30-BUILD-EMPLOYEE-MASTER
         PERFORM 40-BUILD-CATALOG-MASTER
         PERFORM 45-BUILD-VENDOR-MASTER
         PERFORM 50-BUILD-YTD-MASTER
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
             DISPLAY 'MSTBUILD WARNING - CANNOT OPEN RUN-LOG.TXT'
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

         COMPUTE RL-IN-COUNT = RL-OUT-COUNT + RL-REJECT-COUNT

       .

       15-HSKPING-ROUTINE.

         OPEN OUTPUT BUILD-REPORT
         MOVE WS-ACCEPT-DAY   TO WS-DAY
         MOVE WS-ACCEPT-YEAR  TO WS-YEAR

         PERFORM 11-LOG-RUN-START

         MOVE WS-MONTH TO BR1-MONTH
         MOVE WS-DAY   TO BR1-DAY
         MOVE WS-YEAR  TO BR1-YEAR
                 DISPLAY 'MSTBUILD ABORT - CANNOT OPEN '
                         'TRUCK-MASTER.TXT - FILE STATUS '
                         TS-FILE-STATUS
                 MOVE 'CANNOT OPEN TRUCK-MASTER.TXT' TO RL-MESSAGE
                 PERFORM 12B-ABORT-RUN
             END-IF
             OPEN OUTPUT TRUCK-MASTER
             IF TM-FILE-STATUS NOT = '00'
                 DISPLAY 'MSTBUILD ABORT - CANNOT OPEN '
                         'TRUCK-MASTER.IDX - FILE STATUS '
                         TM-FILE-STATUS
                 MOVE 'CANNOT OPEN TRUCK-MASTER.IDX' TO RL-MESSAGE
                 PERFORM 12B-ABORT-RUN
             END-IF
             PERFORM UNTIL SEQ-NO-MORE-DATA
                 READ TRUCK-MASTER-SEQ
                 DISPLAY 'MSTBUILD ABORT - CANNOT OPEN '
                         'EMPLOYEE-MASTER.TXT - FILE STATUS '
                         ES-FILE-STATUS
                 MOVE 'CANNOT OPEN EMPLOYEE-MASTER.TXT' TO RL-MESSAGE
                 PERFORM 12B-ABORT-RUN
             END-IF
             OPEN OUTPUT EMPLOYEE-MASTER
             IF EM-FILE-STATUS NOT = '00'
                 DISPLAY 'MSTBUILD ABORT - CANNOT OPEN '
                         'EMPLOYEE-MASTER.IDX - FILE STATUS '
                         EM-FILE-STATUS
                 MOVE 'CANNOT OPEN EMPLOYEE-MASTER.IDX' TO RL-MESSAGE
                 PERFORM 12B-ABORT-RUN
             END-IF
             PERFORM UNTIL SEQ-NO-MORE-DATA
                 READ EMPLOYEE-MASTER-SEQ
                 DISPLAY 'MSTBUILD ABORT - CANNOT OPEN '
                         'TREAT-CATALOG-MASTER.TXT - FILE STATUS '
                         CS-FILE-STATUS
                 MOVE 'CANNOT OPEN TREAT-CATALOG-MASTER.TXT'
                     TO RL-MESSAGE
                 PERFORM 12B-ABORT-RUN
             END-IF
             OPEN OUTPUT TREAT-CATALOG-MASTER
             IF CM-FILE-STATUS NOT = '00'
                 DISPLAY 'MSTBUILD ABORT - CANNOT OPEN '
                         'TREAT-CATALOG-MASTER.IDX - FILE STATUS '
                         CM-FILE-STATUS
                 MOVE 'CANNOT OPEN TREAT-CATALOG-MASTER.IDX'
                     TO RL-MESSAGE
                 PERFORM 12B-ABORT-RUN
             END-IF
             PERFORM UNTIL SEQ-NO-MORE-DATA
                 READ CATALOG-MASTER-SEQ

       .

       45-BUILD-VENDOR-MASTER.

         MOVE 0   TO BC-LOADED-COUNT
         MOVE 0   TO BC-REJECTED-COUNT
         MOVE 'N' TO SEQ-EOF-FLAG

         OPEN INPUT VENDOR-MASTER-SEQ

         IF VS-FILE-STATUS = '35'
             MOVE 'VENDOR MASTER' TO BR-SKIP-MASTER-NAME
             WRITE BUILD-REPORT-LINE FROM BR-SKIPPED-LINE
                 AFTER ADVANCING 2 LINES
         ELSE
             IF VS-FILE-STATUS NOT = '00'
                 DISPLAY 'MSTBUILD ABORT - CANNOT OPEN '
                         'VENDOR-MASTER.TXT - FILE STATUS '
                         VS-FILE-STATUS
                 MOVE 'CANNOT OPEN VENDOR-MASTER.TXT' TO RL-MESSAGE
                 PERFORM 12B-ABORT-RUN
             END-IF
             OPEN OUTPUT VENDOR-MASTER
             IF VM-FILE-STATUS NOT = '00'
                 DISPLAY 'MSTBUILD ABORT - CANNOT OPEN '
                         'VENDOR-MASTER.IDX - FILE STATUS '
                         VM-FILE-STATUS
                 MOVE 'CANNOT OPEN VENDOR-MASTER.IDX' TO RL-MESSAGE
                 PERFORM 12B-ABORT-RUN
             END-IF
             PERFORM UNTIL SEQ-NO-MORE-DATA
                 READ VENDOR-MASTER-SEQ
                     AT END
                         MOVE 'Y' TO SEQ-EOF-FLAG
                     NOT AT END
                         PERFORM 46-LOAD-VENDOR-RECORD
                 END-READ
             END-PERFORM
             CLOSE VENDOR-MASTER-SEQ
                   VENDOR-MASTER
             MOVE 'VENDOR MASTER' TO BR-MASTER-NAME
             PERFORM 54-WRITE-BUILD-LINE
         END-IF

       .

       46-LOAD-VENDOR-RECORD.

         MOVE VENDOR-MASTER-SEQ-RECORD TO VENDOR-MASTER-RECORD

         IF VM-REC-PACK-SIZE NOT NUMERIC
             OR VM-REC-LEAD-DAYS NOT NUMERIC
             ADD 1 TO BC-REJECTED-COUNT
         ELSE
             WRITE VENDOR-MASTER-RECORD
                 INVALID KEY
                     ADD 1 TO BC-REJECTED-COUNT
                 NOT INVALID KEY
                     ADD 1 TO BC-LOADED-COUNT
             END-WRITE
         END-IF

       .

       50-BUILD-YTD-MASTER.

         MOVE 0   TO BC-LOADED-COUNT
                 DISPLAY 'MSTBUILD ABORT - CANNOT OPEN '
                         'YTD-MASTER.TXT - FILE STATUS '
                         YS-FILE-STATUS
                 MOVE 'CANNOT OPEN YTD-MASTER.TXT' TO RL-MESSAGE
                 PERFORM 12B-ABORT-RUN
             END-IF
             OPEN OUTPUT YTD-MASTER
             IF YM-FILE-STATUS NOT = '00'
                 DISPLAY 'MSTBUILD ABORT - CANNOT OPEN '
                         'YTD-MASTER.IDX - FILE STATUS '
                         YM-FILE-STATUS
                 MOVE 'CANNOT OPEN YTD-MASTER.IDX' TO RL-MESSAGE
                 PERFORM 12B-ABORT-RUN
             END-IF
             PERFORM UNTIL SEQ-NO-MORE-DATA
                 READ YTD-MASTER-SEQ
         MOVE BC-LOADED-COUNT   TO BR-LOADED-COUNT
         MOVE BC-REJECTED-COUNT TO BR-REJECTED-COUNT

         ADD BC-LOADED-COUNT   TO RL-OUT-COUNT
         ADD BC-REJECTED-COUNT TO RL-REJECT-COUNT

         WRITE BUILD-REPORT-LINE FROM BR-DETAIL-LINE
             AFTER ADVANCING 2 LINES


         CLOSE BUILD-REPORT

         PERFORM 12C-SET-RUN-COUNTS
         IF RL-REJECT-COUNT > 0
             MOVE 4 TO RL-RETURN-CODE
         END-IF
         PERFORM 12-LOG-RUN-END

         STOP RUN

       .
