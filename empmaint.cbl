      *
      ***INPUT: The Employee Maintenance Transaction file contains one
      * record per requested change: an action code of H (hire),
      * S (salary/commission-rate/pay-type change), X (transfer to
      * another truck), or T (terminate), the employee ID, and the
      * fields to apply for that action.  Pay type is H (hourly,
      * paid from timecards at the hourly rate) or S (salaried).
      * The Truck Master file is read to verify that hires and
      * transfers name an active truck.
      *
      ***OUTPUT: The Employee Master file (EMPLOYEE-MASTER.IDX) is
      * updated in place by employee ID with the transactions applied,
      * and an Employee Master Audit Report lists every transaction
      * along with the action taken and accept/reject counts.
      * Each run also adds a start and an end entry, with its counts
      * and completion status, to the job-step run log (RUN-LOG.TXT)
      * and ends with return code 4 when anything was rejected or 16
      * when the run had to stop early.
      ******************************************************************

       ENVIRONMENT DIVISION.
             ASSIGN TO 'EMPLOYEE-AUDIT-REPORT.TXT'
             ORGANIZATION IS LINE SEQUENTIAL.

      *

           SELECT RUN-LOG
             ASSIGN TO 'RUN-LOG.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RL-FILE-STATUS.

      *

       DATA DIVISION.
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

       FD EMPLOYEE-TRANS
         RECORD CONTAINS 55 CHARACTERS.

      *

          05 ET-COMMISSION-RATE                PIC 9V999.
          05 ET-COMMISSION-RATE-X  REDEFINES
             ET-COMMISSION-RATE                PIC X(4).
          05 ET-PAY-TYPE                       PIC X(1).
             88 ET-HOURLY                      VALUE 'H'.
             88 ET-SALARIED                    VALUE 'S', ' '.
          05 ET-HOURLY-RATE                    PIC 99V99.
          05 ET-HOURLY-RATE-X  REDEFINES
             ET-HOURLY-RATE                    PIC X(4).

      *


       01 AUDIT-REPORT-LINE                    PIC X(80).

      *

       FD RUN-LOG
         RECORD CONTAINS 104 CHARACTERS.

      *

       01 RUN-LOG-RECORD                       PIC X(104).

      *

       WORKING-STORAGE SECTION.
          05 AS-COUNT                          PIC ZZ,ZZ9.
          05 FILLER                            PIC X(48) VALUE SPACES.

      *----------------------------------------------------------------
      * JOB STEP RUN LOG
      *----------------------------------------------------------------

       01 RUN-LOG-FIELDS.
          05 RL-FILE-STATUS                    PIC X(2) VALUE SPACES.
          05 RL-PROGRAM-NAME                   PIC X(8)
                                               VALUE 'EMPMAINT'.
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
             DISPLAY 'EMPMAINT WARNING - CANNOT OPEN RUN-LOG.TXT'
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

         COMPUTE RL-OUT-COUNT = AC-HIRED-COUNT + AC-CHANGED-COUNT
                              + AC-TRANSFERRED-COUNT
                              + AC-TERMINATED-COUNT
         COMPUTE RL-IN-COUNT  = RL-OUT-COUNT + AC-REJECTED-COUNT
         MOVE AC-REJECTED-COUNT TO RL-REJECT-COUNT

       .

       15-HSKPING-ROUTINE.

         OPEN I-O EMPLOYEE-MASTER
             DISPLAY 'EMPMAINT ABORT - CANNOT OPEN '
                     'EMPLOYEE-MASTER.IDX - FILE STATUS '
                     EM-FILE-STATUS
             MOVE 'CANNOT OPEN EMPLOYEE-MASTER.IDX' TO RL-MESSAGE
             PERFORM 12B-ABORT-RUN
         END-IF

         OPEN INPUT TRUCK-MASTER
             DISPLAY 'EMPMAINT ABORT - CANNOT OPEN '
                     'TRUCK-MASTER.IDX - FILE STATUS '
                     TM-FILE-STATUS
             MOVE 'CANNOT OPEN TRUCK-MASTER.IDX' TO RL-MESSAGE
             PERFORM 12B-ABORT-RUN
         END-IF

         OPEN INPUT  EMPLOYEE-TRANS
         MOVE WS-ACCEPT-DAY   TO WS-DAY
         MOVE WS-ACCEPT-YEAR  TO WS-YEAR

         PERFORM 11-LOG-RUN-START

         MOVE WS-MONTH TO AH1-MONTH
         MOVE WS-DAY   TO AH1-DAY
         MOVE WS-YEAR  TO AH1-YEAR
                 ADD 1 TO AC-REJECTED-COUNT
             WHEN ET-YEARLY-SALARY NOT NUMERIC
                  OR ET-COMMISSION-RATE NOT NUMERIC
                  OR NOT (ET-HOURLY OR ET-SALARIED)
                  OR (ET-HOURLY AND ET-HOURLY-RATE NOT NUMERIC)
                 MOVE 'REJECTED'             TO AD-ACTION
                 MOVE 'BAD PAY FIELDS'       TO AD-REASON
                 ADD 1 TO AC-REJECTED-COUNT
             WHEN OTHER
                 PERFORM 48-SET-PAY-TYPE
                 MOVE ET-EMPLOYEE-ID     TO EM-REC-EMPLOYEE-ID
                 MOVE ET-TRUCK-ID        TO EM-REC-TRUCK-ID
                 MOVE ET-EMPLOYEE-TITLE  TO EM-REC-EMPLOYEE-TITLE
                 ADD 1 TO AC-REJECTED-COUNT
             WHEN ET-YEARLY-SALARY NOT NUMERIC
                  OR ET-COMMISSION-RATE NOT NUMERIC
                  OR NOT (ET-HOURLY OR ET-SALARIED)
                  OR (ET-HOURLY AND ET-HOURLY-RATE NOT NUMERIC)
                 MOVE 'REJECTED'              TO AD-ACTION
                 MOVE 'BAD PAY FIELDS'        TO AD-REASON
                 ADD 1 TO AC-REJECTED-COUNT
             WHEN OTHER
                 PERFORM 48-SET-PAY-TYPE
                 MOVE ET-YEARLY-SALARY   TO EM-REC-YEARLY-SALARY
                 MOVE ET-COMMISSION-RATE TO EM-REC-COMMISSION-RATE
                 REWRITE EMPLOYEE-MASTER-RECORD

       .

       48-SET-PAY-TYPE.

         IF ET-HOURLY
             MOVE 'H'            TO EM-REC-PAY-TYPE
             MOVE ET-HOURLY-RATE TO EM-REC-HOURLY-RATE
         ELSE
             MOVE 'S'            TO EM-REC-PAY-TYPE
             MOVE 0              TO EM-REC-HOURLY-RATE
         END-IF

       .

       55-FINAL-ROUTINE.

         MOVE 'EMPLOYEES HIRED:      ' TO AS-LABEL
               EMPLOYEE-TRANS
               EMPLOYEE-AUDIT-REPORT

         PERFORM 12C-SET-RUN-COUNTS
         IF RL-REJECT-COUNT > 0
             MOVE 4 TO RL-RETURN-CODE
         END-IF
         PERFORM 12-LOG-RUN-END

         STOP RUN

       .
