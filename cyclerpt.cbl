       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CYCLERPT.
       AUTHOR.        REESE BAKER.
      ******************************************************************
      * This program reads the job-step run log written by every batch
      * program and shows the morning shift how the nightly cycle went
      * step by step.  Each step of the cycle is listed in the order it
      * is meant to run with the status, start and end times, counts
      * and return code of its last run on the cycle date.  A step
      * that never ran, never wrote an end entry, ran more than once,
      * or ran before a step that should have come ahead of it (for
      * instance PROGRAM3 before POSPOST) is called out beneath it.
      * Every log entry for the cycle date then follows in the order
      * it was written, with runs of programs outside the cycle
      * marked, and the report ends with the step counts and a
      * verdict on the night.
      *
      * The cycle date is the processing date on the run parameter
      * card when one is given, otherwise the processing date of the
      * most recent entry on the log.
      *
      * The program ends with a return code for operations:
      *     0  - every step that ran ended normally
      *     4  - warnings or reruns, review the step notes
      *     8  - a required step did not run, a step failed or did not
      *          finish, or a step ran out of order
      *    16  - the report could not be run
      *
      ***INPUT: The job-step run log (RUN-LOG.TXT).  The cycle
      * definition (CYCLE-STEPS.TXT), one record per step in running
      * order with the program name and R for a required step or O for
      * an optional one, is read when present; otherwise the standard
      * nightly cycle held in the program is used.  The run parameter
      * card (RUN-PARAMETERS.TXT) may carry a processing-date override.
      *
      ***OUTPUT: The Nightly Cycle Status report
      * (CYCLE-STATUS-REPORT.TXT).  The run itself adds a start and an
      * end entry to the run log, which are left off the report.
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.

      *

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT RUN-LOG
             ASSIGN TO 'RUN-LOG.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RL-FILE-STATUS.

      *

           SELECT CYCLE-STEPS-FILE
             ASSIGN TO 'CYCLE-STEPS.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CS-FILE-STATUS.

      *

           SELECT PARAMETER-FILE
             ASSIGN TO 'RUN-PARAMETERS.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PM-FILE-STATUS.

      *

           SELECT CYCLE-STATUS-REPORT
             ASSIGN TO 'CYCLE-STATUS-REPORT.TXT'
             ORGANIZATION IS LINE SEQUENTIAL.

      *

       DATA DIVISION.
       FILE SECTION.

      *

       FD RUN-LOG
         RECORD CONTAINS 104 CHARACTERS.

      *

       01 RUN-LOG-RECORD.
          05 LG-REC-PROGRAM                    PIC X(8).
          05 LG-REC-TYPE                       PIC X(1).
             88 LG-REC-START                   VALUE 'S'.
             88 LG-REC-END                     VALUE 'E'.
          05 LG-REC-PROCESS-DATE               PIC 9(8).
          05 LG-REC-SYSTEM-DATE                PIC 9(8).
          05 LG-REC-SYSTEM-TIME                PIC 9(8).
          05 LG-REC-IN-COUNT                   PIC 9(7).
          05 LG-REC-OUT-COUNT                  PIC 9(7).
          05 LG-REC-REJECT-COUNT               PIC 9(7).
          05 LG-REC-STATUS                     PIC X(8).
          05 LG-REC-RETURN-CODE                PIC 9(2).
          05 LG-REC-MESSAGE                    PIC X(40).

      *

       FD CYCLE-STEPS-FILE
         RECORD CONTAINS 9 CHARACTERS.

      *

       01 CYCLE-STEPS-RECORD.
          05 CS-REC-PROGRAM                    PIC X(8).
          05 CS-REC-REQUIRED                   PIC X(1).

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

       FD CYCLE-STATUS-REPORT
         RECORD CONTAINS 80 CHARACTERS.

      *

       01 CYCLE-REPORT-LINE                    PIC X(80).

      *

       WORKING-STORAGE SECTION.

      *

       01 FLAGS-N-SWITCHES.
          05 CS-FILE-STATUS                    PIC X(2) VALUE SPACES.
          05 CS-EOF-FLAG                       PIC X VALUE 'N'.
             88 CS-NO-MORE-DATA                      VALUE 'Y'.
          05 LG-EOF-FLAG                       PIC X VALUE 'N'.
             88 LG-NO-MORE-DATA                      VALUE 'Y'.
          05 LG-OPEN-SW                        PIC X VALUE 'N'.
             88 LG-LOG-OPEN                          VALUE 'Y'.
          05 PM-FILE-STATUS                    PIC X(2) VALUE SPACES.
          05 CY-OVERRIDE-SW                    PIC X VALUE 'N'.
             88 CY-DATE-OVERRIDDEN                   VALUE 'Y'.
          05 CY-SOURCE-SW                      PIC X VALUE 'S'.
             88 CY-STEPS-FROM-FILE                   VALUE 'F'.

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
      * STANDARD NIGHTLY CYCLE - PROGRAM AND R(EQUIRED) OR O(PTIONAL)
      *----------------------------------------------------------------

       01 STANDARD-CYCLE-VALUES.
          05 FILLER                            PIC X(36) VALUE
                                 'TRKMAINTOEMPMAINTOCATMAINTOMSTCHECKR'.
          05 FILLER                            PIC X(36) VALUE
                                 'POSPOST RPRICEAUDOPROGRAM3RPORECV  O'.
          05 FILLER                            PIC X(36) VALUE
                                 'INVPOST RPOGEN   OMARGIN  OBUDVAR  O'.

       01 STANDARD-CYCLE-TABLE  REDEFINES STANDARD-CYCLE-VALUES.
          05 SC-STEP OCCURS 12 TIMES.
             10 SC-PROGRAM                     PIC X(8).
             10 SC-REQUIRED                    PIC X(1).

      *----------------------------------------------------------------
      * CYCLE STEP TABLE
      *----------------------------------------------------------------

       01 CY-FIELDS.
          05 CY-STEP-COUNT                     PIC 9(2) VALUE 0.
          05 CY-SUB                            PIC 9(2) VALUE 0.
          05 CY-EARLIER-SUB                    PIC 9(2) VALUE 0.
          05 ST-SUB                            PIC 9(2) VALUE 0.
          05 CY-HOLD-PROGRAM                   PIC X(8).
          05 CY-HOLD-REQUIRED                  PIC X(1).
          05 CY-LAST-LOG-DATE                  PIC 9(8) VALUE 0.
          05 CY-RUNS-EDIT                      PIC ZZ9.

      *

       01 STEP-TABLE.
          05 ST-ENTRY OCCURS 30 TIMES.
             10 ST-PROGRAM                     PIC X(8).
             10 ST-REQUIRED-SW                 PIC X.
                88 ST-REQUIRED                       VALUE 'R'.
             10 ST-RUNS                        PIC 9(3).
             10 ST-POSITION                    PIC 9(5).
             10 ST-START-TIME                  PIC 9(8).
             10 ST-END-TIME                    PIC 9(8).
             10 ST-STATUS                      PIC X(8).
             10 ST-RETURN-CODE                 PIC 9(2).
             10 ST-IN-COUNT                    PIC 9(7).
             10 ST-OUT-COUNT                   PIC 9(7).
             10 ST-REJECT-COUNT                PIC 9(7).
             10 ST-MESSAGE                     PIC X(40).
             10 ST-OPEN-SW                     PIC X.
                88 ST-AWAITING-END                   VALUE 'Y'.
             10 ST-ORDER-SW                    PIC X.
                88 ST-OUT-OF-ORDER                   VALUE 'Y'.
             10 ST-BEFORE-PROGRAM              PIC X(8).

      *----------------------------------------------------------------
      * CYCLE COUNTS
      *----------------------------------------------------------------

       01 CYCLE-COUNTS.
          05 CY-ENTRIES-READ                   PIC 9(5) VALUE 0.
          05 CY-ENTRIES-FOR-DATE               PIC 9(5) VALUE 0.
          05 CY-UNSCHEDULED-COUNT              PIC 9(5) VALUE 0.
          05 CY-COMPLETED-COUNT                PIC 9(3) VALUE 0.
          05 CY-WARNING-COUNT                  PIC 9(3) VALUE 0.
          05 CY-FAILED-COUNT                   PIC 9(3) VALUE 0.
          05 CY-NOT-RUN-COUNT                  PIC 9(3) VALUE 0.
          05 CY-REQUIRED-MISSING               PIC 9(3) VALUE 0.
          05 CY-OUT-OF-ORDER-COUNT             PIC 9(3) VALUE 0.
          05 CY-RERUN-COUNT                    PIC 9(3) VALUE 0.
          05 CY-FLAGGED-COUNT                  PIC 9(3) VALUE 0.
          05 CY-RETURN-CODE                    PIC 9(2) VALUE 0.

      *

       01 TIME-EDIT-FIELDS.
          05 TE-TIME-IN                        PIC 9(8).
          05 TE-TIME-PARTS  REDEFINES TE-TIME-IN.
             10 TE-IN-HH                       PIC 9(2).
             10 TE-IN-MM                       PIC 9(2).
             10 TE-IN-SS                       PIC 9(2).
             10 TE-IN-HS                       PIC 9(2).
          05 TE-TIME-OUT.
             10 TE-OUT-HH                      PIC 9(2).
             10 FILLER                         PIC X VALUE ':'.
             10 TE-OUT-MM                      PIC 9(2).
             10 FILLER                         PIC X VALUE ':'.
             10 TE-OUT-SS                      PIC 9(2).

      *----------------------------------------------------------------
      * CYCLE STATUS REPORT LAYOUTS
      *----------------------------------------------------------------

       01 CY-HEADING-ONE.
          05 CY1-DATE.
             10 CY1-MONTH                      PIC Z9.
             10 FILLER                         PIC X VALUE '/'.
             10 CY1-DAY                        PIC 99.
             10 FILLER                         PIC X VALUE '/'.
             10 CY1-YEAR                       PIC 9999.
          05 FILLER                            PIC X(22) VALUE SPACES.
          05 FILLER                            PIC X(13) VALUE
                                                 'ROLLING PIZZA'.
          05 FILLER                            PIC X(32) VALUE SPACES.

      *

       01 CY-HEADING-TWO.
          05 FILLER                            PIC X(26) VALUE SPACES.
          05 FILLER                            PIC X(27) VALUE
                                        'NIGHTLY CYCLE STATUS REPORT'.
          05 FILLER                            PIC X(27) VALUE SPACES.

      *

       01 CY-PERIOD-LINE.
          05 FILLER                            PIC X(3) VALUE SPACES.
          05 FILLER                            PIC X(11) VALUE
                                                 'CYCLE DATE '.
          05 CYP-MONTH                         PIC Z9.
          05 FILLER                            PIC X VALUE '/'.
          05 CYP-DAY                           PIC 99.
          05 FILLER                            PIC X VALUE '/'.
          05 CYP-YEAR                          PIC 9999.
          05 FILLER                            PIC X(20) VALUE
                                                 '   CYCLE STEPS FROM '.
          05 CYP-SOURCE                        PIC X(16).
          05 FILLER                            PIC X(20) VALUE SPACES.

      *

       01 CY-SECTION-HEADING.
          05 FILLER                            PIC X(2) VALUE SPACES.
          05 CYS-TITLE                         PIC X(50).
          05 FILLER                            PIC X(28) VALUE SPACES.

      *

       01 CY-STEP-HEADING.
          05 FILLER                            PIC X(2) VALUE SPACES.
          05 FILLER                            PIC X(44) VALUE
                         'ST  PROGRAM  REQ STATUS   STARTED  ENDED    '.
          05 FILLER                            PIC X(27) VALUE
                                        '     IN     OUT REJECTS  RC'.
          05 FILLER                            PIC X(7) VALUE SPACES.

      *

       01 CY-STEP-LINE.
          05 FILLER                            PIC X(2) VALUE SPACES.
          05 SD-STEP                           PIC Z9.
          05 FILLER                            PIC X(2) VALUE SPACES.
          05 SD-PROGRAM                        PIC X(8).
          05 FILLER                            PIC X(1) VALUE SPACES.
          05 SD-REQUIRED                       PIC X(3).
          05 FILLER                            PIC X(1) VALUE SPACES.
          05 SD-STATUS                         PIC X(8).
          05 FILLER                            PIC X(1) VALUE SPACES.
          05 SD-RUN-AREA.
             10 SD-START                       PIC X(8).
             10 FILLER                         PIC X(1).
             10 SD-END                         PIC X(8).
             10 FILLER                         PIC X(1).
             10 SD-IN-COUNT                    PIC Z(6)9.
             10 FILLER                         PIC X(1).
             10 SD-OUT-COUNT                   PIC Z(6)9.
             10 FILLER                         PIC X(1).
             10 SD-REJECT-COUNT                PIC Z(6)9.
             10 FILLER                         PIC X(2).
             10 SD-RETURN-CODE                 PIC Z9.
          05 SD-RUN-AREA-X  REDEFINES
             SD-RUN-AREA                       PIC X(45).
          05 FILLER                            PIC X(7) VALUE SPACES.

      *

       01 CY-NOTE-LINE.
          05 FILLER                            PIC X(6) VALUE SPACES.
          05 FILLER                            PIC X(3) VALUE '** '.
          05 CYN-TEXT                          PIC X(60).
          05 FILLER                            PIC X(11) VALUE SPACES.

      *

       01 CY-LOG-HEADING.
          05 FILLER                            PIC X(2) VALUE SPACES.
          05 FILLER                            PIC X(36) VALUE
                                 'TIME      PROGRAM   EVENT  STATUS   '.
          05 FILLER                            PIC X(27) VALUE
                                        '     IN     OUT REJECTS  RC'.
          05 FILLER                            PIC X(15) VALUE SPACES.

      *

       01 CY-LOG-LINE.
          05 FILLER                            PIC X(2) VALUE SPACES.
          05 LL-TIME                           PIC X(8).
          05 FILLER                            PIC X(2) VALUE SPACES.
          05 LL-PROGRAM                        PIC X(8).
          05 FILLER                            PIC X(2) VALUE SPACES.
          05 LL-EVENT                          PIC X(5).
          05 FILLER                            PIC X(2) VALUE SPACES.
          05 LL-STATUS                         PIC X(8).
          05 FILLER                            PIC X(1) VALUE SPACES.
          05 LL-COUNT-AREA.
             10 LL-IN-COUNT                    PIC Z(6)9.
             10 FILLER                         PIC X(1).
             10 LL-OUT-COUNT                   PIC Z(6)9.
             10 FILLER                         PIC X(1).
             10 LL-REJECT-COUNT                PIC Z(6)9.
             10 FILLER                         PIC X(2).
             10 LL-RETURN-CODE                 PIC Z9.
          05 LL-COUNT-AREA-X  REDEFINES
             LL-COUNT-AREA                     PIC X(27).
          05 FILLER                            PIC X(2) VALUE SPACES.
          05 LL-NOTE                           PIC X(12).
          05 FILLER                            PIC X(1) VALUE SPACES.

      *

       01 CY-NONE-LINE.
          05 FILLER                            PIC X(4) VALUE SPACES.
          05 FILLER                            PIC X(37) VALUE
                              'NO RUN LOG ENTRIES FOR THE CYCLE DATE'.
          05 FILLER                            PIC X(39) VALUE SPACES.

      *

       01 CY-SUMMARY-LINE.
          05 FILLER                            PIC X(3) VALUE SPACES.
          05 CYS-LABEL                         PIC X(28).
          05 CYS-COUNT                         PIC ZZ,ZZ9.
          05 FILLER                            PIC X(43) VALUE SPACES.

      *

       01 CY-VERDICT-LINE.
          05 FILLER                            PIC X(3) VALUE SPACES.
          05 CYV-TEXT                          PIC X(60).
          05 FILLER                            PIC X(17) VALUE SPACES.

      *----------------------------------------------------------------
      * JOB STEP RUN LOG
      *----------------------------------------------------------------

       01 RUN-LOG-FIELDS.
          05 RL-FILE-STATUS                    PIC X(2) VALUE SPACES.
          05 RL-PROGRAM-NAME                   PIC X(8)
                                               VALUE 'CYCLERPT'.
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

       10-REPORT-CYCLE-STATUS.
         PERFORM 15-HSKPING-ROUTINE
         PERFORM 20-LOAD-RUN-LOG
         PERFORM 25-CHECK-STEP-ORDER
         PERFORM 30-PRINT-CYCLE-STEPS
         PERFORM 40-PRINT-LOG-ENTRIES
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
             DISPLAY 'CYCLERPT WARNING - CANNOT OPEN RUN-LOG.TXT'
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

         MOVE CY-ENTRIES-FOR-DATE TO RL-IN-COUNT
         MOVE CY-STEP-COUNT       TO RL-OUT-COUNT
         MOVE CY-FLAGGED-COUNT    TO RL-REJECT-COUNT

       .

       13-READ-RUN-PARAMETERS.

         OPEN INPUT PARAMETER-FILE

         IF PM-FILE-STATUS = '35'
             CONTINUE
         ELSE
             IF PM-FILE-STATUS NOT = '00'
                 DISPLAY 'CYCLERPT ABORT - CANNOT OPEN '
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
                         MOVE 'Y' TO CY-OVERRIDE-SW
                     END-IF
             END-READ
             CLOSE PARAMETER-FILE
         END-IF

       .

       14-LOAD-CYCLE-STEPS.

         OPEN INPUT CYCLE-STEPS-FILE

         IF CS-FILE-STATUS = '35'
             PERFORM VARYING CY-SUB FROM 1 BY 1
                     UNTIL CY-SUB > 12
                 MOVE SC-PROGRAM(CY-SUB)  TO CY-HOLD-PROGRAM
                 MOVE SC-REQUIRED(CY-SUB) TO CY-HOLD-REQUIRED
                 PERFORM 14A-ADD-CYCLE-STEP
             END-PERFORM
             MOVE 'STANDARD CYCLE' TO CYP-SOURCE
         ELSE
             IF CS-FILE-STATUS NOT = '00'
                 DISPLAY 'CYCLERPT ABORT - CANNOT OPEN '
                         'CYCLE-STEPS.TXT - FILE STATUS '
                         CS-FILE-STATUS
                 MOVE 'CANNOT OPEN CYCLE-STEPS.TXT' TO RL-MESSAGE
                 PERFORM 12B-ABORT-RUN
             END-IF
             MOVE 'F' TO CY-SOURCE-SW
             MOVE 'CYCLE-STEPS.TXT' TO CYP-SOURCE
             PERFORM UNTIL CS-NO-MORE-DATA
                 READ CYCLE-STEPS-FILE
                     AT END
                         MOVE 'Y' TO CS-EOF-FLAG
                     NOT AT END
                         IF CS-REC-PROGRAM NOT = SPACES
                             MOVE CS-REC-PROGRAM  TO CY-HOLD-PROGRAM
                             MOVE CS-REC-REQUIRED TO CY-HOLD-REQUIRED
                             PERFORM 14A-ADD-CYCLE-STEP
                         END-IF
                 END-READ
             END-PERFORM
             CLOSE CYCLE-STEPS-FILE
         END-IF

       .

       14A-ADD-CYCLE-STEP.

         IF CY-STEP-COUNT < 30
             ADD 1 TO CY-STEP-COUNT
             MOVE CY-STEP-COUNT   TO ST-SUB
             MOVE CY-HOLD-PROGRAM TO ST-PROGRAM(ST-SUB)
             IF CY-HOLD-REQUIRED = 'R'
                 MOVE 'R' TO ST-REQUIRED-SW(ST-SUB)
             ELSE
                 MOVE 'O' TO ST-REQUIRED-SW(ST-SUB)
             END-IF
             MOVE 0      TO ST-RUNS(ST-SUB)
             MOVE 0      TO ST-POSITION(ST-SUB)
             MOVE 0      TO ST-START-TIME(ST-SUB)
             MOVE 0      TO ST-END-TIME(ST-SUB)
             MOVE SPACES TO ST-STATUS(ST-SUB)
             MOVE 0      TO ST-RETURN-CODE(ST-SUB)
             MOVE 0      TO ST-IN-COUNT(ST-SUB)
             MOVE 0      TO ST-OUT-COUNT(ST-SUB)
             MOVE 0      TO ST-REJECT-COUNT(ST-SUB)
             MOVE SPACES TO ST-MESSAGE(ST-SUB)
             MOVE 'N'    TO ST-OPEN-SW(ST-SUB)
             MOVE 'N'    TO ST-ORDER-SW(ST-SUB)
             MOVE SPACES TO ST-BEFORE-PROGRAM(ST-SUB)
         ELSE
             DISPLAY 'CYCLERPT ABORT - MORE THAN 30 STEPS ON '
                     'CYCLE-STEPS.TXT'
             MOVE 'MORE THAN 30 STEPS ON CYCLE-STEPS.TXT'
                 TO RL-MESSAGE
             PERFORM 12B-ABORT-RUN
         END-IF

       .

       15-HSKPING-ROUTINE.

         ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD

         PERFORM 13-READ-RUN-PARAMETERS

         IF NOT CY-DATE-OVERRIDDEN
             PERFORM 16-FIND-CYCLE-DATE
         END-IF

         MOVE WS-ACCEPT-MONTH TO WS-MONTH
         MOVE WS-ACCEPT-DAY   TO WS-DAY
         MOVE WS-ACCEPT-YEAR  TO WS-YEAR

         PERFORM 11-LOG-RUN-START

         PERFORM 14-LOAD-CYCLE-STEPS

         OPEN OUTPUT CYCLE-STATUS-REPORT

         MOVE WS-MONTH TO CY1-MONTH
         MOVE WS-DAY   TO CY1-DAY
         MOVE WS-YEAR  TO CY1-YEAR
         MOVE WS-MONTH TO CYP-MONTH
         MOVE WS-DAY   TO CYP-DAY
         MOVE WS-YEAR  TO CYP-YEAR

         WRITE CYCLE-REPORT-LINE FROM CY-HEADING-ONE

         WRITE CYCLE-REPORT-LINE FROM CY-HEADING-TWO
             AFTER ADVANCING 2 LINES

         WRITE CYCLE-REPORT-LINE FROM CY-PERIOD-LINE
             AFTER ADVANCING 2 LINES

       .

       16-FIND-CYCLE-DATE.

         OPEN INPUT RUN-LOG

         IF RL-FILE-STATUS = '35'
             CONTINUE
         ELSE
             IF RL-FILE-STATUS NOT = '00'
                 DISPLAY 'CYCLERPT ABORT - CANNOT OPEN RUN-LOG.TXT'
                         ' - FILE STATUS ' RL-FILE-STATUS
                 MOVE 'CANNOT OPEN RUN-LOG.TXT' TO RL-MESSAGE
                 PERFORM 12B-ABORT-RUN
             END-IF
             MOVE 'N' TO LG-EOF-FLAG
             PERFORM UNTIL LG-NO-MORE-DATA
                 READ RUN-LOG
                     AT END
                         MOVE 'Y' TO LG-EOF-FLAG
                     NOT AT END
                         IF LG-REC-PROGRAM NOT = RL-PROGRAM-NAME
                             AND LG-REC-PROCESS-DATE NUMERIC
                             MOVE LG-REC-PROCESS-DATE
                                 TO CY-LAST-LOG-DATE
                         END-IF
                 END-READ
             END-PERFORM
             CLOSE RUN-LOG
             IF CY-LAST-LOG-DATE > 0
                 MOVE CY-LAST-LOG-DATE TO WS-ACCEPT-DATE
             END-IF
         END-IF

       .

       20-LOAD-RUN-LOG.

         MOVE 'N' TO LG-EOF-FLAG
         MOVE 'N' TO LG-OPEN-SW

         OPEN INPUT RUN-LOG

         IF RL-FILE-STATUS = '35'
             MOVE 'Y' TO LG-EOF-FLAG
         ELSE
             IF RL-FILE-STATUS NOT = '00'
                 DISPLAY 'CYCLERPT ABORT - CANNOT OPEN RUN-LOG.TXT'
                         ' - FILE STATUS ' RL-FILE-STATUS
                 MOVE 'CANNOT OPEN RUN-LOG.TXT' TO RL-MESSAGE
                 PERFORM 12B-ABORT-RUN
             END-IF
             MOVE 'Y' TO LG-OPEN-SW
         END-IF

         PERFORM UNTIL LG-NO-MORE-DATA
             READ RUN-LOG
                 AT END
                     MOVE 'Y' TO LG-EOF-FLAG
                 NOT AT END
                     ADD 1 TO CY-ENTRIES-READ
                     IF LG-REC-PROCESS-DATE = WS-ACCEPT-DATE
                         AND LG-REC-PROGRAM NOT = RL-PROGRAM-NAME
                         ADD 1 TO CY-ENTRIES-FOR-DATE
                         PERFORM 21-FIND-STEP
                         IF ST-SUB > 0
                             PERFORM 22-POST-STEP-ENTRY
                         ELSE
                             ADD 1 TO CY-UNSCHEDULED-COUNT
                         END-IF
                     END-IF
             END-READ
         END-PERFORM

         IF LG-LOG-OPEN
             CLOSE RUN-LOG
         END-IF

       .

       21-FIND-STEP.

         MOVE 0 TO ST-SUB

         PERFORM VARYING CY-SUB FROM 1 BY 1
                 UNTIL CY-SUB > CY-STEP-COUNT
                    OR ST-SUB > 0
             IF ST-PROGRAM(CY-SUB) = LG-REC-PROGRAM
                 MOVE CY-SUB TO ST-SUB
             END-IF
         END-PERFORM

       .

       22-POST-STEP-ENTRY.

         IF LG-REC-START
             ADD 1 TO ST-RUNS(ST-SUB)
             MOVE CY-ENTRIES-FOR-DATE  TO ST-POSITION(ST-SUB)
             MOVE LG-REC-SYSTEM-TIME   TO ST-START-TIME(ST-SUB)
             MOVE 0                    TO ST-END-TIME(ST-SUB)
             MOVE LG-REC-STATUS        TO ST-STATUS(ST-SUB)
             MOVE 0                    TO ST-RETURN-CODE(ST-SUB)
             MOVE 0                    TO ST-IN-COUNT(ST-SUB)
             MOVE 0                    TO ST-OUT-COUNT(ST-SUB)
             MOVE 0                    TO ST-REJECT-COUNT(ST-SUB)
             MOVE SPACES               TO ST-MESSAGE(ST-SUB)
             MOVE 'Y'                  TO ST-OPEN-SW(ST-SUB)
         ELSE
             IF NOT ST-AWAITING-END(ST-SUB)
                 ADD 1 TO ST-RUNS(ST-SUB)
                 MOVE CY-ENTRIES-FOR-DATE TO ST-POSITION(ST-SUB)
                 MOVE 0                   TO ST-START-TIME(ST-SUB)
             END-IF
             MOVE LG-REC-SYSTEM-TIME   TO ST-END-TIME(ST-SUB)
             MOVE LG-REC-STATUS        TO ST-STATUS(ST-SUB)
             MOVE LG-REC-RETURN-CODE   TO ST-RETURN-CODE(ST-SUB)
             MOVE LG-REC-IN-COUNT      TO ST-IN-COUNT(ST-SUB)
             MOVE LG-REC-OUT-COUNT     TO ST-OUT-COUNT(ST-SUB)
             MOVE LG-REC-REJECT-COUNT  TO ST-REJECT-COUNT(ST-SUB)
             MOVE LG-REC-MESSAGE       TO ST-MESSAGE(ST-SUB)
             MOVE 'N'                  TO ST-OPEN-SW(ST-SUB)
         END-IF

       .

       25-CHECK-STEP-ORDER.

         PERFORM VARYING ST-SUB FROM 2 BY 1
                 UNTIL ST-SUB > CY-STEP-COUNT
             IF ST-RUNS(ST-SUB) > 0
                 PERFORM 26-CHECK-EARLIER-STEPS
             END-IF
         END-PERFORM

       .

       26-CHECK-EARLIER-STEPS.

         PERFORM VARYING CY-EARLIER-SUB FROM 1 BY 1
                 UNTIL CY-EARLIER-SUB NOT < ST-SUB
                    OR ST-OUT-OF-ORDER(ST-SUB)
             IF ST-RUNS(CY-EARLIER-SUB) > 0
                 AND ST-POSITION(CY-EARLIER-SUB)
                     > ST-POSITION(ST-SUB)
                 MOVE 'Y' TO ST-ORDER-SW(ST-SUB)
                 MOVE ST-PROGRAM(CY-EARLIER-SUB)
                     TO ST-BEFORE-PROGRAM(ST-SUB)
             END-IF
         END-PERFORM

       .

       30-PRINT-CYCLE-STEPS.

         MOVE 'CYCLE STEPS IN RUNNING ORDER - LAST RUN OF EACH'
             TO CYS-TITLE

         WRITE CYCLE-REPORT-LINE FROM CY-SECTION-HEADING
             AFTER ADVANCING 3 LINES

         WRITE CYCLE-REPORT-LINE FROM CY-STEP-HEADING
             AFTER ADVANCING 2 LINES

         PERFORM VARYING ST-SUB FROM 1 BY 1
                 UNTIL ST-SUB > CY-STEP-COUNT
             PERFORM 31-PRINT-STEP
         END-PERFORM

       .

       31-PRINT-STEP.

         MOVE ST-SUB              TO SD-STEP
         MOVE ST-PROGRAM(ST-SUB)  TO SD-PROGRAM
         IF ST-REQUIRED(ST-SUB)
             MOVE 'REQ' TO SD-REQUIRED
         ELSE
             MOVE 'OPT' TO SD-REQUIRED
         END-IF
         MOVE SPACES TO SD-RUN-AREA-X

         EVALUATE TRUE
             WHEN ST-RUNS(ST-SUB) = 0
                 MOVE 'NOT RUN' TO SD-STATUS
                 ADD 1 TO CY-NOT-RUN-COUNT
                 IF ST-REQUIRED(ST-SUB)
                     ADD 1 TO CY-REQUIRED-MISSING
                 END-IF
             WHEN ST-AWAITING-END(ST-SUB)
                 MOVE ST-STATUS(ST-SUB) TO SD-STATUS
                 MOVE ST-START-TIME(ST-SUB) TO TE-TIME-IN
                 PERFORM 45-EDIT-TIME
                 MOVE TE-TIME-OUT TO SD-START
                 ADD 1 TO CY-FAILED-COUNT
             WHEN OTHER
                 MOVE ST-STATUS(ST-SUB) TO SD-STATUS
                 IF ST-START-TIME(ST-SUB) > 0
                     MOVE ST-START-TIME(ST-SUB) TO TE-TIME-IN
                     PERFORM 45-EDIT-TIME
                     MOVE TE-TIME-OUT TO SD-START
                 END-IF
                 MOVE ST-END-TIME(ST-SUB) TO TE-TIME-IN
                 PERFORM 45-EDIT-TIME
                 MOVE TE-TIME-OUT              TO SD-END
                 MOVE ST-IN-COUNT(ST-SUB)      TO SD-IN-COUNT
                 MOVE ST-OUT-COUNT(ST-SUB)     TO SD-OUT-COUNT
                 MOVE ST-REJECT-COUNT(ST-SUB)  TO SD-REJECT-COUNT
                 MOVE ST-RETURN-CODE(ST-SUB)   TO SD-RETURN-CODE
                 EVALUATE TRUE
                     WHEN ST-RETURN-CODE(ST-SUB) = 0
                         ADD 1 TO CY-COMPLETED-COUNT
                     WHEN ST-RETURN-CODE(ST-SUB) < 8
                         ADD 1 TO CY-COMPLETED-COUNT
                         ADD 1 TO CY-WARNING-COUNT
                     WHEN OTHER
                         ADD 1 TO CY-FAILED-COUNT
                 END-EVALUATE
         END-EVALUATE

         WRITE CYCLE-REPORT-LINE FROM CY-STEP-LINE
             AFTER ADVANCING 2 LINES

         IF ST-RUNS(ST-SUB) = 0
             AND ST-REQUIRED(ST-SUB)
             MOVE 'NOT RUN - REQUIRED STEP OF THE NIGHTLY CYCLE'
                 TO CYN-TEXT
             PERFORM 32-PRINT-NOTE
         END-IF

         IF ST-AWAITING-END(ST-SUB)
             MOVE 'NO END ENTRY - STEP STOPPED OR IS STILL RUNNING'
                 TO CYN-TEXT
             PERFORM 32-PRINT-NOTE
         END-IF

         IF ST-RUNS(ST-SUB) > 1
             ADD 1 TO CY-RERUN-COUNT
             MOVE ST-RUNS(ST-SUB) TO CY-RUNS-EDIT
             MOVE SPACES TO CYN-TEXT
             STRING 'RERUN - RUNS ON THE CYCLE DATE:' DELIMITED BY SIZE
                    CY-RUNS-EDIT                      DELIMITED BY SIZE
                    ' - LAST RUN SHOWN'               DELIMITED BY SIZE
                 INTO CYN-TEXT
             END-STRING
             PERFORM 32-PRINT-NOTE
         END-IF

         IF ST-OUT-OF-ORDER(ST-SUB)
             ADD 1 TO CY-OUT-OF-ORDER-COUNT
             MOVE SPACES TO CYN-TEXT
             STRING 'OUT OF ORDER - RAN BEFORE ' DELIMITED BY SIZE
                    ST-BEFORE-PROGRAM(ST-SUB)     DELIMITED BY SPACE
                 INTO CYN-TEXT
             END-STRING
             PERFORM 32-PRINT-NOTE
         END-IF

         IF ST-RUNS(ST-SUB) > 0
             AND ST-MESSAGE(ST-SUB) NOT = SPACES
             MOVE ST-MESSAGE(ST-SUB) TO CYN-TEXT
             PERFORM 32-PRINT-NOTE
         END-IF

       .

       32-PRINT-NOTE.

         WRITE CYCLE-REPORT-LINE FROM CY-NOTE-LINE
             AFTER ADVANCING 1 LINE

       .

       40-PRINT-LOG-ENTRIES.

         MOVE 'RUN LOG ENTRIES FOR THE CYCLE DATE AS WRITTEN'
             TO CYS-TITLE

         WRITE CYCLE-REPORT-LINE FROM CY-SECTION-HEADING
             AFTER ADVANCING 3 LINES

         IF CY-ENTRIES-FOR-DATE = 0
             WRITE CYCLE-REPORT-LINE FROM CY-NONE-LINE
                 AFTER ADVANCING 2 LINES
         ELSE
             WRITE CYCLE-REPORT-LINE FROM CY-LOG-HEADING
                 AFTER ADVANCING 2 LINES
             MOVE 'N' TO LG-EOF-FLAG
             OPEN INPUT RUN-LOG
             IF RL-FILE-STATUS NOT = '00'
                 DISPLAY 'CYCLERPT ABORT - CANNOT OPEN RUN-LOG.TXT'
                         ' - FILE STATUS ' RL-FILE-STATUS
                 MOVE 'CANNOT OPEN RUN-LOG.TXT' TO RL-MESSAGE
                 PERFORM 12B-ABORT-RUN
             END-IF
             PERFORM UNTIL LG-NO-MORE-DATA
                 READ RUN-LOG
                     AT END
                         MOVE 'Y' TO LG-EOF-FLAG
                     NOT AT END
                         IF LG-REC-PROCESS-DATE = WS-ACCEPT-DATE
                             AND LG-REC-PROGRAM NOT = RL-PROGRAM-NAME
                             PERFORM 41-PRINT-LOG-LINE
                         END-IF
                 END-READ
             END-PERFORM
             CLOSE RUN-LOG
         END-IF

       .

       41-PRINT-LOG-LINE.

         MOVE LG-REC-SYSTEM-TIME TO TE-TIME-IN
         PERFORM 45-EDIT-TIME
         MOVE TE-TIME-OUT    TO LL-TIME
         MOVE LG-REC-PROGRAM TO LL-PROGRAM
         MOVE LG-REC-STATUS  TO LL-STATUS

         IF LG-REC-START
             MOVE 'START' TO LL-EVENT
             MOVE SPACES  TO LL-COUNT-AREA-X
         ELSE
             MOVE 'END'   TO LL-EVENT
             MOVE SPACES              TO LL-COUNT-AREA-X
             MOVE LG-REC-IN-COUNT     TO LL-IN-COUNT
             MOVE LG-REC-OUT-COUNT    TO LL-OUT-COUNT
             MOVE LG-REC-REJECT-COUNT TO LL-REJECT-COUNT
             MOVE LG-REC-RETURN-CODE  TO LL-RETURN-CODE
         END-IF

         PERFORM 21-FIND-STEP
         IF ST-SUB = 0
             MOVE 'NOT IN CYCLE' TO LL-NOTE
         ELSE
             MOVE SPACES TO LL-NOTE
         END-IF

         WRITE CYCLE-REPORT-LINE FROM CY-LOG-LINE
             AFTER ADVANCING 1 LINE

         IF LG-REC-END
             AND LG-REC-MESSAGE NOT = SPACES
             MOVE LG-REC-MESSAGE TO CYN-TEXT
             PERFORM 32-PRINT-NOTE
         END-IF

       .

       45-EDIT-TIME.

         MOVE TE-IN-HH TO TE-OUT-HH
         MOVE TE-IN-MM TO TE-OUT-MM
         MOVE TE-IN-SS TO TE-OUT-SS

       .

       55-FINAL-ROUTINE.

         COMPUTE CY-FLAGGED-COUNT = CY-FAILED-COUNT
                                  + CY-REQUIRED-MISSING
                                  + CY-OUT-OF-ORDER-COUNT

         EVALUATE TRUE
             WHEN CY-FLAGGED-COUNT > 0
                 MOVE 8 TO CY-RETURN-CODE
                 MOVE 'CYCLE NOT CLEAN - CHECK THE FLAGGED STEPS FIRST'
                     TO CYV-TEXT
             WHEN CY-WARNING-COUNT > 0
               OR CY-RERUN-COUNT > 0
                 MOVE 4 TO CY-RETURN-CODE
                 MOVE 'CYCLE COMPLETE WITH WARNINGS - SEE STEP NOTES'
                     TO CYV-TEXT
             WHEN OTHER
                 MOVE 0 TO CY-RETURN-CODE
                 MOVE 'CYCLE COMPLETE - EVERY STEP ENDED NORMALLY'
                     TO CYV-TEXT
         END-EVALUATE

         MOVE 'STEPS IN THE CYCLE:         ' TO CYS-LABEL
         MOVE CY-STEP-COUNT                  TO CYS-COUNT
         WRITE CYCLE-REPORT-LINE FROM CY-SUMMARY-LINE
             AFTER ADVANCING 3 LINES

         MOVE 'STEPS COMPLETED:            ' TO CYS-LABEL
         MOVE CY-COMPLETED-COUNT             TO CYS-COUNT
         WRITE CYCLE-REPORT-LINE FROM CY-SUMMARY-LINE
             AFTER ADVANCING 1 LINE

         MOVE 'STEPS WITH WARNINGS:        ' TO CYS-LABEL
         MOVE CY-WARNING-COUNT               TO CYS-COUNT
         WRITE CYCLE-REPORT-LINE FROM CY-SUMMARY-LINE
             AFTER ADVANCING 1 LINE

         MOVE 'STEPS FAILED OR UNFINISHED: ' TO CYS-LABEL
         MOVE CY-FAILED-COUNT                TO CYS-COUNT
         WRITE CYCLE-REPORT-LINE FROM CY-SUMMARY-LINE
             AFTER ADVANCING 1 LINE

         MOVE 'STEPS NOT RUN:              ' TO CYS-LABEL
         MOVE CY-NOT-RUN-COUNT               TO CYS-COUNT
         WRITE CYCLE-REPORT-LINE FROM CY-SUMMARY-LINE
             AFTER ADVANCING 1 LINE

         MOVE '  REQUIRED STEPS NOT RUN:   ' TO CYS-LABEL
         MOVE CY-REQUIRED-MISSING            TO CYS-COUNT
         WRITE CYCLE-REPORT-LINE FROM CY-SUMMARY-LINE
             AFTER ADVANCING 1 LINE

         MOVE 'STEPS RUN OUT OF ORDER:     ' TO CYS-LABEL
         MOVE CY-OUT-OF-ORDER-COUNT          TO CYS-COUNT
         WRITE CYCLE-REPORT-LINE FROM CY-SUMMARY-LINE
             AFTER ADVANCING 1 LINE

         MOVE 'STEPS RERUN:                ' TO CYS-LABEL
         MOVE CY-RERUN-COUNT                 TO CYS-COUNT
         WRITE CYCLE-REPORT-LINE FROM CY-SUMMARY-LINE
             AFTER ADVANCING 1 LINE

         MOVE 'LOG ENTRIES FOR CYCLE DATE: ' TO CYS-LABEL
         MOVE CY-ENTRIES-FOR-DATE            TO CYS-COUNT
         WRITE CYCLE-REPORT-LINE FROM CY-SUMMARY-LINE
             AFTER ADVANCING 2 LINES

         MOVE '  ENTRIES NOT IN THE CYCLE: ' TO CYS-LABEL
         MOVE CY-UNSCHEDULED-COUNT           TO CYS-COUNT
         WRITE CYCLE-REPORT-LINE FROM CY-SUMMARY-LINE
             AFTER ADVANCING 1 LINE

         MOVE 'RETURN CODE:                ' TO CYS-LABEL
         MOVE CY-RETURN-CODE                 TO CYS-COUNT
         WRITE CYCLE-REPORT-LINE FROM CY-SUMMARY-LINE
             AFTER ADVANCING 1 LINE

         WRITE CYCLE-REPORT-LINE FROM CY-VERDICT-LINE
             AFTER ADVANCING 2 LINES

         CLOSE CYCLE-STATUS-REPORT

         PERFORM 12C-SET-RUN-COUNTS
         MOVE CY-RETURN-CODE TO RL-RETURN-CODE
         PERFORM 12-LOG-RUN-END

         STOP RUN

       .
