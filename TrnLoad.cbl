      ******************************************************************
      * DATE-WRITTEN. 2026-10-08                                       *
      *                                                                *
      * PURPOSE:                                                       *
      *   Sets the passengers actually carried beside the seats        *
      *   provided. The depots' daily loadings return                  *
      *   'train-loadings.dat' (layout in loading-record.cpy) gives    *
      *   the boardings and alightings of each run at its origin, at   *
      *   every flagged TRAIN-HALT-STATION and at its terminus, keyed  *
      *   by departure station, scheduled time, train number and       *
      *   service date exactly as TrnPerf keys 'train-actual.dat'.     *
      *   Both the schedule and the return are reduced to sorted key   *
      *   streams and matched; the on-board load of each leg of each   *
      *   run is worked out stop by stop and compared with the seats   *
      *   of its formation in 'consist-master.dat' (CONSIST-FIRST-     *
      *   SEATS plus CONSIST-SECOND-SEATS). 'train-loadfactor.dat'     *
      *   lists the overcrowded legs, the runs that stay nearly empty  *
      *   all the way and any run whose counts do not come back to     *
      *   zero at the terminus, then the average load factor (seats    *
      *   filled over seats run, leg by leg) by route and by train     *
      *   type.                                                        *
      *                                                                *
      *   Optional command-line arguments, in any order:               *
      *     FULL:nnn   - a leg loaded above this percentage of its     *
      *                  seats is overcrowded (default 100)            *
      *     EMPTY:nnn  - a run whose busiest leg stays below this      *
      *                  percentage is nearly empty (default 020)      *
      *   e.g. 'TrnLoad FULL:090 EMPTY:015'                            *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TrnLoad.
       AUTHOR. Pierre.

      *      Define the source and destination of data
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    The published national schedule
           SELECT TRAIN-FILE ASSIGN TO 'train.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
      *    The depots' passenger loadings returns. OPTIONAL so a day
      *    without returns still produces an (empty) report.
           SELECT OPTIONAL LOADING-FILE ASSIGN TO 'train-loadings.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LOADING-STATUS.
      *    The rolling-stock consist master maintained by TrnCnst,
      *    giving the seats of the formation that works each train
           SELECT OPTIONAL CONSIST-FILE ASSIGN TO 'consist-master.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CONSIST-STATUS.
      *    Sort work file shared by both sort passes
           SELECT SORT-FILE ASSIGN TO 'load-sort.tmp'.
      *    The schedule's key records in key order
           SELECT SCHED-SORTED-FILE ASSIGN TO 'load-sched-srt.tmp'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
      *    The loadings lines in key, date and stop order
           SELECT LDS-SORTED-FILE ASSIGN TO 'load-lds-srt.tmp'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
      *    The load factor report
           SELECT REPORT-FILE ASSIGN TO 'train-loadfactor.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    File description for the published schedule
       FD TRAIN-FILE
           RECORD IS VARYING IN SIZE FROM 94 TO 512 CHARACTERS
               DEPENDING ON TRAIN-RECORD-LENGTH.
       COPY 'train-record.cpy'.

      *    File description for the loadings returns
       FD LOADING-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY 'loading-record.cpy'.

      *    File description for the consist master
       FD CONSIST-FILE
           RECORD CONTAINS 25 CHARACTERS.
       COPY 'consist-record.cpy'.

      *    Sort record: the departure station/time/number key, the
      *    service date and stop sequence of a loadings line, and the
      *    side-dependent payload - the schedule's type, terminus and
      *    halt flags, or the loadings line's stop and counts
       SD SORT-FILE.
       01 SORT-KEY-RECORD.
           05 SORT-MATCH-KEY.
               10 SORT-STATION          PIC X(15).
               10 SORT-HH               PIC 9(02).
               10 SORT-MM               PIC 9(02).
               10 SORT-NUMBER           PIC 9(05).
           05 SORT-RUN-DATE             PIC 9(08).
           05 SORT-STOP-SEQUENCE        PIC 9(02).
           05 SORT-PAYLOAD              PIC X(40).

      *    File description for the schedule's sorted key records
       FD SCHED-SORTED-FILE
           RECORD CONTAINS 74 CHARACTERS.
       01 SCHED-SRT-RECORD.
           05 SCHED-MATCH-KEY.
               10 SCHED-KEY-STATION     PIC X(15).
               10 SCHED-KEY-HH          PIC 9(02).
               10 SCHED-KEY-MM          PIC 9(02).
               10 SCHED-NUMBER          PIC 9(05).
           05 FILLER                    PIC X(10).
           05 SCHED-TYPE                PIC X(01).
           05 SCHED-ARRIVEE             PIC X(15).
           05 SCHED-HALT-COUNT          PIC 9(02).
           05 SCHED-HALT-FLAGS          PIC X(20).
           05 FILLER                    PIC X(02).

      *    File description for the loadings' sorted records
       FD LDS-SORTED-FILE
           RECORD CONTAINS 74 CHARACTERS.
       01 LDS-SRT-RECORD.
           05 LDS-MATCH-KEY.
               10 LDS-KEY-STATION       PIC X(15).
               10 LDS-KEY-HH            PIC 9(02).
               10 LDS-KEY-MM            PIC 9(02).
               10 LDS-NUMBER            PIC 9(05).
           05 LDS-SERVICE-DATE          PIC 9(08).
           05 LDS-STOP-SEQUENCE         PIC 9(02).
           05 LDS-STOP-STATION          PIC X(15).
           05 LDS-BOARDINGS             PIC 9(04).
           05 LDS-ALIGHTINGS            PIC 9(04).
           05 FILLER                    PIC X(17).

      *    File description for the load factor report
       FD REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01 REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       01  TRAIN-RECORD-LENGTH          PIC 9(3) COMP.
       01  WS-LOADING-STATUS            PIC X(02) VALUE SPACES.
       01  WS-CONSIST-STATUS            PIC X(02) VALUE SPACES.
       01  WS-TRAIN-EOF                 PIC X VALUE 'N'.
           88 TRAIN-EOF                 VALUE 'Y'.
           88 TRAIN-NOT-EOF             VALUE 'N'.
       01  WS-LOADING-EOF               PIC X VALUE 'N'.
           88 LOADING-EOF               VALUE 'Y'.
           88 LOADING-NOT-EOF           VALUE 'N'.
       01  WS-LOADING-OPENED            PIC X VALUE 'N'.
           88 LOADING-FILE-OPENED       VALUE 'Y'.
           88 LOADING-FILE-NOT-OPENED   VALUE 'N'.
       01  WS-CONSIST-EOF               PIC X VALUE 'N'.
           88 CONSIST-EOF               VALUE 'Y'.
           88 CONSIST-NOT-EOF           VALUE 'N'.
       01  WS-CONSIST-OPENED            PIC X VALUE 'N'.
           88 CONSIST-FILE-OPENED       VALUE 'Y'.
           88 CONSIST-FILE-NOT-OPENED   VALUE 'N'.
       01  WS-SORT-EOF                  PIC X VALUE 'N'.
           88 SORT-EOF                  VALUE 'Y'.
           88 SORT-NOT-EOF              VALUE 'N'.
       01  WS-SCHED-SRT-EOF             PIC X VALUE 'N'.
           88 SCHED-SRT-EOF             VALUE 'Y'.
           88 SCHED-SRT-NOT-EOF         VALUE 'N'.
       01  WS-LDS-SRT-EOF               PIC X VALUE 'N'.
           88 LDS-SRT-EOF               VALUE 'Y'.
           88 LDS-SRT-NOT-EOF           VALUE 'N'.

      *    Raw command line and the two percentage thresholds
       01  WS-COMMAND-LINE              PIC X(80) VALUE SPACES.
       01  WS-ARGUMENT-1                PIC X(40) VALUE SPACES.
       01  WS-ARGUMENT-2                PIC X(40) VALUE SPACES.
       01  WS-ARGUMENT                  PIC X(40) VALUE SPACES.
       01  WS-ARGUMENT-NUMBER           PIC 9(1) VALUE ZERO.
       01  WS-FULL-PCT                  PIC 9(3) VALUE 100.
       01  WS-EMPTY-PCT                 PIC 9(3) VALUE 20.

      *    Seats per train from the consist master
       01  WS-CNS-TABLE-MAX             PIC 9(3) VALUE 500.
       01  WS-CNS-USED                  PIC 9(3) VALUE ZERO.
       01  WS-CNS-TABLE.
           05 WS-CNS-ENTRY OCCURS 500 TIMES
                           INDEXED BY WS-CNS-IDX.
               10 WS-CNS-NUMBER         PIC 9(05).
               10 WS-CNS-SEATS          PIC 9(05).
       01  WS-CNS-DROPPED-COUNT         PIC 9(3) VALUE ZERO.

      *    The run being accumulated: one train on one service date.
      *    A schedule key is marked used once any loadings line has
      *    matched it, so only keys with no return are counted as
      *    unreported.
       01  WS-RUN-SWITCH                PIC X VALUE 'N'.
           88 RUN-OPEN                  VALUE 'Y'.
           88 RUN-CLOSED                VALUE 'N'.
       01  WS-SCHED-USED-SWITCH         PIC X VALUE 'Y'.
           88 SCHED-KEY-USED            VALUE 'Y'.
           88 SCHED-KEY-UNUSED          VALUE 'N'.
       01  WS-HALT-INDEX                PIC 9(2) VALUE ZERO.
       01  WS-RUN-KEY                   PIC X(24) VALUE SPACES.
       01  WS-RUN-DATE                  PIC 9(08) VALUE ZERO.
       01  WS-RUN-NUMBER                PIC 9(05) VALUE ZERO.
       01  WS-RUN-TYPE                  PIC X(01) VALUE SPACE.
       01  WS-RUN-DEPART                PIC X(15) VALUE SPACES.
       01  WS-RUN-ARRIVEE               PIC X(15) VALUE SPACES.
       01  WS-RUN-SEATS                 PIC 9(05) VALUE ZERO.
       01  WS-RUN-PREV-STATION          PIC X(15) VALUE SPACES.
       01  WS-RUN-STOPS                 PIC 9(02) VALUE ZERO.
       01  WS-RUN-LEGS                  PIC 9(02) VALUE ZERO.
       01  WS-RUN-LOAD-SUM              PIC 9(07) VALUE ZERO.
       01  WS-RUN-PEAK                  PIC 9(05) VALUE ZERO.
       01  WS-ONBOARD                   PIC S9(05) VALUE ZERO.
       01  WS-RUN-BALANCE               PIC X VALUE 'Y'.
           88 RUN-BALANCED              VALUE 'Y'.
           88 RUN-UNBALANCED            VALUE 'N'.
       01  WS-SEAT-LEGS                 PIC 9(07) VALUE ZERO.

      *    Load factor arithmetic and edited figures
       01  WS-PCT                       PIC 9(4)V99.
       01  WS-PCT-EDIT                  PIC ZZZ9.99.
       01  WS-LOAD-EDIT                 PIC Z(4)9.
       01  WS-SEATS-EDIT                PIC Z(4)9.

      *    Per-route tallies: one entry per STATION-DEPART/
      *    STATION-ARRIVEE pair carrying a matched run
       01  WS-ROUTE-TABLE-MAX           PIC 9(3) VALUE 200.
       01  WS-ROUTE-USED                PIC 9(3) VALUE ZERO.
       01  WS-ROUTE-TABLE.
           05 WS-ROUTE-ENTRY OCCURS 200 TIMES
                             INDEXED BY WS-ROUTE-IDX.
               10 WS-ROUTE-DEPART       PIC X(15).
               10 WS-ROUTE-ARRIVEE      PIC X(15).
               10 WS-ROUTE-RUNS         PIC 9(5).
               10 WS-ROUTE-LOAD-SUM     PIC 9(9).
               10 WS-ROUTE-SEAT-SUM     PIC 9(9).
       01  WS-ROUTE-FOUND               PIC X VALUE 'N'.
           88 ROUTE-FOUND               VALUE 'Y'.
           88 ROUTE-NOT-FOUND           VALUE 'N'.
       01  WS-ROUTE-DROPPED-COUNT       PIC 9(5) VALUE ZERO.

      *    Per-type tallies
       01  WS-TGV-RUNS                  PIC 9(5) VALUE ZERO.
       01  WS-TGV-LOAD-SUM              PIC 9(9) VALUE ZERO.
       01  WS-TGV-SEAT-SUM              PIC 9(9) VALUE ZERO.
       01  WS-CORAIL-RUNS               PIC 9(5) VALUE ZERO.
       01  WS-CORAIL-LOAD-SUM           PIC 9(9) VALUE ZERO.
       01  WS-CORAIL-SEAT-SUM           PIC 9(9) VALUE ZERO.
       01  WS-TER-RUNS                  PIC 9(5) VALUE ZERO.
       01  WS-TER-LOAD-SUM              PIC 9(9) VALUE ZERO.
       01  WS-TER-SEAT-SUM              PIC 9(9) VALUE ZERO.

       01  WS-LINES-READ                PIC 9(5) VALUE ZERO.
       01  WS-RUNS-COUNTED              PIC 9(5) VALUE ZERO.
       01  WS-OVERCROWDED-COUNT         PIC 9(5) VALUE ZERO.
       01  WS-EMPTY-COUNT               PIC 9(5) VALUE ZERO.
       01  WS-UNBALANCED-COUNT          PIC 9(5) VALUE ZERO.
       01  WS-NO-CONSIST-COUNT          PIC 9(5) VALUE ZERO.
       01  WS-REJECTED-COUNT            PIC 9(5) VALUE ZERO.
       01  WS-UNMATCHED-LINES           PIC 9(5) VALUE ZERO.
       01  WS-NO-RETURN-COUNT           PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.

      *    Parse the optional FULL:nnn and EMPTY:nnn thresholds
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           UNSTRING WS-COMMAND-LINE DELIMITED BY SPACE
               INTO WS-ARGUMENT-1 WS-ARGUMENT-2
           PERFORM PARSE-ONE-ARGUMENT
               VARYING WS-ARGUMENT-NUMBER FROM 1 BY 1
               UNTIL WS-ARGUMENT-NUMBER > 2

      *    Start of main processing: load the seats, then reduce both
      *    files to sorted key streams
           PERFORM LOAD-CONSIST-MASTER

           SORT SORT-FILE
               ON ASCENDING KEY SORT-MATCH-KEY
               INPUT PROCEDURE IS RELEASE-SCHED-KEYS
               OUTPUT PROCEDURE IS SAVE-SCHED-SORTED

           SET SORT-NOT-EOF TO TRUE
           SORT SORT-FILE
               ON ASCENDING KEY SORT-MATCH-KEY SORT-RUN-DATE
                                SORT-STOP-SEQUENCE
               INPUT PROCEDURE IS RELEASE-LOADING-LINES
               OUTPUT PROCEDURE IS SAVE-LOADING-SORTED

           OPEN OUTPUT REPORT-FILE
           MOVE "=== Passenger Load Factor Report ===" TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "Overcrowded above " WS-FULL-PCT
                  DELIMITED BY SIZE
                  "% of seats, nearly empty below " WS-EMPTY-PCT
                  DELIMITED BY SIZE
                  "% on the busiest leg" DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "--- Overcrowded Legs and Nearly Empty Runs ---"
               TO REPORT-RECORD
           WRITE REPORT-RECORD

      *    Match the two sorted streams in one sequential pass,
      *    working out each run's legs as its stops go by
           PERFORM MATCH-SORTED-STREAMS

      *    Write the load factor breakdowns
           PERFORM WRITE-ROUTE-BREAKDOWN
           PERFORM WRITE-TYPE-BREAKDOWN

           MOVE SPACES TO REPORT-RECORD
           STRING "Lines read: " WS-LINES-READ DELIMITED BY SIZE
                  " Runs: " WS-RUNS-COUNTED DELIMITED BY SIZE
                  " Overcrowded legs: " WS-OVERCROWDED-COUNT
                  DELIMITED BY SIZE
                  " Nearly empty: " WS-EMPTY-COUNT DELIMITED BY SIZE
                  " Unbalanced: " WS-UNBALANCED-COUNT
                  DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "Lines rejected: " WS-REJECTED-COUNT
                  DELIMITED BY SIZE
                  " Lines without schedule: " WS-UNMATCHED-LINES
                  DELIMITED BY SIZE
                  " Runs without consist: " WS-NO-CONSIST-COUNT
                  DELIMITED BY SIZE
                  " Trains without return: " WS-NO-RETURN-COUNT
                  DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           CLOSE REPORT-FILE

           DISPLAY "TrnLoad: " WS-RUNS-COUNTED " run(s) loaded, "
                   WS-OVERCROWDED-COUNT " overcrowded leg(s)".

      *    End the program
           STOP RUN.

      ******************************************************************
      * PARSE-ONE-ARGUMENT                                             *
      *   Classifies command-line argument WS-ARGUMENT-NUMBER as       *
      *   FULL:nnn or EMPTY:nnn.                                       *
      ******************************************************************
       PARSE-ONE-ARGUMENT.
           EVALUATE TRUE
               WHEN WS-ARGUMENT-NUMBER = 1
                   MOVE WS-ARGUMENT-1 TO WS-ARGUMENT
               WHEN OTHER
                   MOVE WS-ARGUMENT-2 TO WS-ARGUMENT
           END-EVALUATE
           EVALUATE TRUE
               WHEN WS-ARGUMENT (1:5) = "FULL:"
                   MOVE WS-ARGUMENT (6:3) TO WS-FULL-PCT
               WHEN WS-ARGUMENT (1:6) = "EMPTY:"
                   MOVE WS-ARGUMENT (7:3) TO WS-EMPTY-PCT
           END-EVALUATE.

      ******************************************************************
      * LOAD-CONSIST-MASTER                                            *
      *   Reads the consist master into the seats table, first and     *
      *   second class together. Without it no run has a capacity and  *
      *   only the counts are reported.                                *
      ******************************************************************
       LOAD-CONSIST-MASTER.
           OPEN INPUT CONSIST-FILE
           IF WS-CONSIST-STATUS = "00" OR WS-CONSIST-STATUS = "05"
               SET CONSIST-FILE-OPENED TO TRUE
           END-IF
           IF WS-CONSIST-STATUS = "00"
               PERFORM UNTIL CONSIST-EOF
                   READ CONSIST-FILE
                       AT END
                           MOVE 'Y' TO WS-CONSIST-EOF
                       NOT AT END
                           IF WS-CNS-USED < WS-CNS-TABLE-MAX
                               ADD 1 TO WS-CNS-USED
                               SET WS-CNS-IDX TO WS-CNS-USED
                               MOVE CONSIST-TRAIN-NUMBER
                                   TO WS-CNS-NUMBER (WS-CNS-IDX)
                               COMPUTE WS-CNS-SEATS (WS-CNS-IDX) =
                                       CONSIST-FIRST-SEATS +
                                       CONSIST-SECOND-SEATS
                           ELSE
                               ADD 1 TO WS-CNS-DROPPED-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-CNS-DROPPED-COUNT > 0
                   DISPLAY "TrnLoad: WARNING - consist table "
                           "capacity " WS-CNS-TABLE-MAX " exceeded, "
                           WS-CNS-DROPPED-COUNT " master entry(ies) "
                           "not loaded"
               END-IF
           ELSE
               DISPLAY "TrnLoad: WARNING - no consist master, "
                       "no run has a seat count to compare"
           END-IF
           IF CONSIST-FILE-OPENED
               CLOSE CONSIST-FILE
           END-IF.

      ******************************************************************
      * RELEASE-SCHED-KEYS                                             *
      *   Sort input procedure: reads the schedule and releases one    *
      *   key record per train with its type, terminus and the flags   *
      *   of its halt table.                                           *
      ******************************************************************
       RELEASE-SCHED-KEYS.
           SET TRAIN-NOT-EOF TO TRUE
           OPEN INPUT TRAIN-FILE
           PERFORM UNTIL TRAIN-EOF
               READ TRAIN-FILE
                   AT END
                       MOVE 'Y' TO WS-TRAIN-EOF
                   NOT AT END
                       PERFORM RELEASE-ONE-SCHED-KEY
               END-READ
           END-PERFORM
           CLOSE TRAIN-FILE.

      ******************************************************************
      * RELEASE-ONE-SCHED-KEY                                          *
      *   Builds and releases the current train's key record.          *
      ******************************************************************
       RELEASE-ONE-SCHED-KEY.
           MOVE STATION-DEPART TO SORT-STATION
           MOVE TRAIN-TIME-HH TO SORT-HH
           MOVE TRAIN-TIME-MM TO SORT-MM
           MOVE TRAIN-NUMBER TO SORT-NUMBER
           MOVE ZERO TO SORT-RUN-DATE
           MOVE ZERO TO SORT-STOP-SEQUENCE
           MOVE SPACES TO SORT-PAYLOAD
           MOVE TRAIN-TYPE-CODE TO SORT-PAYLOAD (1:1)
           MOVE STATION-ARRIVEE TO SORT-PAYLOAD (2:15)
           MOVE TRAIN-HALT-COUNT TO SORT-PAYLOAD (17:2)
           PERFORM VARYING WS-HALT-INDEX FROM 1 BY 1 UNTIL
                           WS-HALT-INDEX > TRAIN-HALT-COUNT
               MOVE TRAIN-HALT-FLAG (WS-HALT-INDEX)
                   TO SORT-PAYLOAD (18 + WS-HALT-INDEX:1)
           END-PERFORM
           RELEASE SORT-KEY-RECORD.

      ******************************************************************
      * SAVE-SCHED-SORTED                                              *
      *   Sort output procedure: writes the schedule's sorted key      *
      *   records to the work file for the matching pass.              *
      ******************************************************************
       SAVE-SCHED-SORTED.
           OPEN OUTPUT SCHED-SORTED-FILE
           PERFORM UNTIL SORT-EOF
               RETURN SORT-FILE
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END
                       MOVE SORT-KEY-RECORD TO SCHED-SRT-RECORD
                       WRITE SCHED-SRT-RECORD
               END-RETURN
           END-PERFORM
           CLOSE SCHED-SORTED-FILE.

      ******************************************************************
      * RELEASE-LOADING-LINES                                          *
      *   Sort input procedure: reads the loadings return, if one      *
      *   exists, and releases every usable line.                      *
      ******************************************************************
       RELEASE-LOADING-LINES.
           OPEN INPUT LOADING-FILE
           IF WS-LOADING-STATUS = "00" OR WS-LOADING-STATUS = "05"
               SET LOADING-FILE-OPENED TO TRUE
           END-IF
           IF WS-LOADING-STATUS = "00"
               PERFORM UNTIL LOADING-EOF
                   READ LOADING-FILE
                       AT END
                           MOVE 'Y' TO WS-LOADING-EOF
                       NOT AT END
                           PERFORM RELEASE-ONE-LOADING
                   END-READ
               END-PERFORM
           ELSE
               DISPLAY "TrnLoad: WARNING - no loadings file, report "
                       "will show no loaded runs"
           END-IF
           IF LOADING-FILE-OPENED
               CLOSE LOADING-FILE
           END-IF.

      ******************************************************************
      * RELEASE-ONE-LOADING                                            *
      *   Releases one loadings line to the sort, skipping lines whose *
      *   keyed or count fields are not numeric.                       *
      ******************************************************************
       RELEASE-ONE-LOADING.
           IF PASSENGER-LOADING (16:19) IS NUMERIC AND
              LOAD-BOARDINGS IS NUMERIC AND
              LOAD-ALIGHTINGS IS NUMERIC
               ADD 1 TO WS-LINES-READ
               MOVE LOAD-MATCH-KEY TO SORT-MATCH-KEY
               MOVE LOAD-SERVICE-DATE TO SORT-RUN-DATE
               MOVE LOAD-STOP-SEQUENCE TO SORT-STOP-SEQUENCE
               MOVE SPACES TO SORT-PAYLOAD
               MOVE LOAD-STOP-STATION TO SORT-PAYLOAD (1:15)
               MOVE LOAD-BOARDINGS TO SORT-PAYLOAD (16:4)
               MOVE LOAD-ALIGHTINGS TO SORT-PAYLOAD (20:4)
               RELEASE SORT-KEY-RECORD
           ELSE
               IF PASSENGER-LOADING NOT = SPACES
                   ADD 1 TO WS-REJECTED-COUNT
                   DISPLAY "TrnLoad: WARNING - unusable loadings "
                           "line skipped: " PASSENGER-LOADING (1:40)
               END-IF
           END-IF.

      ******************************************************************
      * SAVE-LOADING-SORTED                                            *
      *   Sort output procedure: writes the loadings' sorted records   *
      *   to the work file for the matching pass.                      *
      ******************************************************************
       SAVE-LOADING-SORTED.
           OPEN OUTPUT LDS-SORTED-FILE
           PERFORM UNTIL SORT-EOF
               RETURN SORT-FILE
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END
                       MOVE SORT-KEY-RECORD TO LDS-SRT-RECORD
                       WRITE LDS-SRT-RECORD
               END-RETURN
           END-PERFORM
           CLOSE LDS-SORTED-FILE.

      ******************************************************************
      * MATCH-SORTED-STREAMS                                           *
      *   Balanced-line match of the schedule keys against the         *
      *   loadings lines. One schedule key matches every line of       *
      *   every date it ran, so only the loadings side advances on a   *
      *   match; a schedule key no line matched is counted as          *
      *   unreported and a line with no schedule partner unmatched.    *
      ******************************************************************
       MATCH-SORTED-STREAMS.
           OPEN INPUT SCHED-SORTED-FILE
           OPEN INPUT LDS-SORTED-FILE
           PERFORM READ-SCHED-SORTED
           PERFORM READ-LDS-SORTED
           PERFORM UNTIL SCHED-SRT-EOF AND LDS-SRT-EOF
               EVALUATE TRUE
                   WHEN LDS-SRT-EOF
                       PERFORM READ-SCHED-SORTED
                   WHEN SCHED-SRT-EOF
                       ADD 1 TO WS-UNMATCHED-LINES
                       PERFORM READ-LDS-SORTED
                   WHEN SCHED-MATCH-KEY < LDS-MATCH-KEY
                       PERFORM READ-SCHED-SORTED
                   WHEN SCHED-MATCH-KEY > LDS-MATCH-KEY
                       ADD 1 TO WS-UNMATCHED-LINES
                       PERFORM READ-LDS-SORTED
                   WHEN OTHER
                       PERFORM APPLY-LOADING-LINE
                       PERFORM READ-LDS-SORTED
               END-EVALUATE
           END-PERFORM
           IF RUN-OPEN
               PERFORM CLOSE-CURRENT-RUN
           END-IF
           CLOSE SCHED-SORTED-FILE
           CLOSE LDS-SORTED-FILE.

      ******************************************************************
      * READ-SCHED-SORTED                                              *
      *   Reads the next of the schedule's sorted key records,         *
      *   counting the one it leaves behind when no line matched it.   *
      ******************************************************************
       READ-SCHED-SORTED.
           IF SCHED-SRT-NOT-EOF
               IF SCHED-KEY-UNUSED
                   ADD 1 TO WS-NO-RETURN-COUNT
               END-IF
               SET SCHED-KEY-UNUSED TO TRUE
               READ SCHED-SORTED-FILE
                   AT END
                       MOVE 'Y' TO WS-SCHED-SRT-EOF
               END-READ
           END-IF.

      ******************************************************************
      * READ-LDS-SORTED                                                *
      *   Reads the next of the loadings' sorted records.              *
      ******************************************************************
       READ-LDS-SORTED.
           READ LDS-SORTED-FILE
               AT END
                   MOVE 'Y' TO WS-LDS-SRT-EOF
           END-READ.

      ******************************************************************
      * APPLY-LOADING-LINE                                             *
      *   Takes one matched loadings line: closes the previous run     *
      *   when the train or date changes, refuses a line for a halt    *
      *   the train does not call at, and otherwise records the leg    *
      *   just run before setting down and picking up at the stop.     *
      ******************************************************************
       APPLY-LOADING-LINE.
           SET SCHED-KEY-USED TO TRUE
           IF RUN-OPEN AND
              (LDS-MATCH-KEY NOT = WS-RUN-KEY OR
               LDS-SERVICE-DATE NOT = WS-RUN-DATE)
               PERFORM CLOSE-CURRENT-RUN
           END-IF
           IF RUN-CLOSED
               PERFORM START-NEW-RUN
           END-IF

           IF LDS-STOP-SEQUENCE > 0 AND LDS-STOP-SEQUENCE < 99 AND
              (LDS-STOP-SEQUENCE > SCHED-HALT-COUNT OR
               LDS-STOP-SEQUENCE > 20)
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY "TrnLoad: WARNING - train " LDS-NUMBER
                       " has no halt " LDS-STOP-SEQUENCE
                       ", line skipped"
           ELSE
               IF LDS-STOP-SEQUENCE > 0 AND LDS-STOP-SEQUENCE < 99
                  AND SCHED-HALT-FLAGS (LDS-STOP-SEQUENCE:1) NOT = 'H'
                   ADD 1 TO WS-REJECTED-COUNT
                   DISPLAY "TrnLoad: WARNING - train " LDS-NUMBER
                           " does not call at "
                           LDS-STOP-STATION ", line skipped"
               ELSE
                   IF WS-RUN-STOPS > 0
                       PERFORM RECORD-ONE-LEG
                   END-IF
                   COMPUTE WS-ONBOARD = WS-ONBOARD -
                           LDS-ALIGHTINGS + LDS-BOARDINGS
                   IF WS-ONBOARD < 0
                       SET RUN-UNBALANCED TO TRUE
                       MOVE ZERO TO WS-ONBOARD
                   END-IF
                   MOVE LDS-STOP-STATION TO WS-RUN-PREV-STATION
                   ADD 1 TO WS-RUN-STOPS
               END-IF
           END-IF.

      ******************************************************************
      * START-NEW-RUN                                                  *
      *   Opens a run for the current line's train and date, taking    *
      *   its type and route from the matched schedule key and its     *
      *   seats from the consist table.                                *
      ******************************************************************
       START-NEW-RUN.
           SET RUN-OPEN TO TRUE
           SET RUN-BALANCED TO TRUE
           MOVE LDS-MATCH-KEY TO WS-RUN-KEY
           MOVE LDS-SERVICE-DATE TO WS-RUN-DATE
           MOVE LDS-NUMBER TO WS-RUN-NUMBER
           MOVE SCHED-TYPE TO WS-RUN-TYPE
           MOVE SCHED-KEY-STATION TO WS-RUN-DEPART
           MOVE SCHED-ARRIVEE TO WS-RUN-ARRIVEE
           MOVE SPACES TO WS-RUN-PREV-STATION
           MOVE ZERO TO WS-RUN-STOPS
           MOVE ZERO TO WS-RUN-LEGS
           MOVE ZERO TO WS-RUN-LOAD-SUM
           MOVE ZERO TO WS-RUN-PEAK
           MOVE ZERO TO WS-ONBOARD
           MOVE ZERO TO WS-RUN-SEATS
           PERFORM VARYING WS-CNS-IDX FROM 1 BY 1 UNTIL
                           WS-CNS-IDX > WS-CNS-USED
               IF WS-CNS-NUMBER (WS-CNS-IDX) = WS-RUN-NUMBER
                   MOVE WS-CNS-SEATS (WS-CNS-IDX) TO WS-RUN-SEATS
                   SET WS-CNS-IDX TO WS-CNS-USED
               END-IF
           END-PERFORM.

      ******************************************************************
      * RECORD-ONE-LEG                                                 *
      *   Records the leg from the previous stop to this one with the  *
      *   load carried over it, reporting it when it is loaded above   *
      *   the overcrowding threshold.                                  *
      ******************************************************************
       RECORD-ONE-LEG.
           ADD 1 TO WS-RUN-LEGS
           ADD WS-ONBOARD TO WS-RUN-LOAD-SUM
           IF WS-ONBOARD > WS-RUN-PEAK
               MOVE WS-ONBOARD TO WS-RUN-PEAK
           END-IF
           IF WS-RUN-SEATS > 0
               COMPUTE WS-PCT ROUNDED =
                       WS-ONBOARD * 100 / WS-RUN-SEATS
               IF WS-PCT > WS-FULL-PCT
                   ADD 1 TO WS-OVERCROWDED-COUNT
                   MOVE WS-PCT TO WS-PCT-EDIT
                   MOVE WS-ONBOARD TO WS-LOAD-EDIT
                   MOVE WS-RUN-SEATS TO WS-SEATS-EDIT
                   MOVE SPACES TO REPORT-RECORD
                   STRING "OVERCROWDED  - Train " WS-RUN-NUMBER
                          DELIMITED BY SIZE
                          " on " WS-RUN-DATE " "
                          DELIMITED BY SIZE
                          WS-RUN-PREV-STATION " -> " LDS-STOP-STATION
                          DELIMITED BY SIZE
                          " Load " WS-LOAD-EDIT
                          " Seats " WS-SEATS-EDIT
                          DELIMITED BY SIZE
                          " (" WS-PCT-EDIT "%)" DELIMITED BY SIZE
                          INTO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF
           END-IF.

      ******************************************************************
      * CLOSE-CURRENT-RUN                                              *
      *   Finishes the open run: flags it nearly empty or unbalanced   *
      *   and adds its seats filled and seats run to the route and     *
      *   type tallies.                                                *
      ******************************************************************
       CLOSE-CURRENT-RUN.
           ADD 1 TO WS-RUNS-COUNTED
           SET RUN-CLOSED TO TRUE
           IF WS-ONBOARD NOT = ZERO
               SET RUN-UNBALANCED TO TRUE
           END-IF
           IF RUN-UNBALANCED
               ADD 1 TO WS-UNBALANCED-COUNT
               MOVE SPACES TO REPORT-RECORD
               STRING "UNBALANCED   - Train " WS-RUN-NUMBER
                      DELIMITED BY SIZE
                      " on " WS-RUN-DATE DELIMITED BY SIZE
                      " - more set down than on board, or not all"
                      DELIMITED BY SIZE
                      " set down at the terminus" DELIMITED BY SIZE
                      INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF

           IF WS-RUN-SEATS = ZERO
               ADD 1 TO WS-NO-CONSIST-COUNT
               MOVE SPACES TO REPORT-RECORD
               STRING "NO CONSIST   - Train " WS-RUN-NUMBER
                      DELIMITED BY SIZE
                      " on " WS-RUN-DATE DELIMITED BY SIZE
                      " - no seat count, load factor not worked out"
                      DELIMITED BY SIZE
                      INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF

           IF WS-RUN-SEATS > ZERO AND WS-RUN-LEGS > ZERO
               COMPUTE WS-PCT ROUNDED =
                       WS-RUN-PEAK * 100 / WS-RUN-SEATS
               IF WS-PCT < WS-EMPTY-PCT
                   ADD 1 TO WS-EMPTY-COUNT
                   MOVE WS-PCT TO WS-PCT-EDIT
                   MOVE WS-RUN-PEAK TO WS-LOAD-EDIT
                   MOVE WS-RUN-SEATS TO WS-SEATS-EDIT
                   MOVE SPACES TO REPORT-RECORD
                   STRING "NEARLY EMPTY - Train " WS-RUN-NUMBER
                          DELIMITED BY SIZE
                          " on " WS-RUN-DATE " "
                          DELIMITED BY SIZE
                          WS-RUN-DEPART " -> " WS-RUN-ARRIVEE
                          DELIMITED BY SIZE
                          " Peak " WS-LOAD-EDIT
                          " Seats " WS-SEATS-EDIT
                          DELIMITED BY SIZE
                          " (" WS-PCT-EDIT "%)" DELIMITED BY SIZE
                          INTO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF
               COMPUTE WS-SEAT-LEGS = WS-RUN-SEATS * WS-RUN-LEGS
               PERFORM TALLY-ROUTE-RUN
               PERFORM TALLY-TYPE-RUN
           END-IF.

      ******************************************************************
      * TALLY-ROUTE-RUN                                                *
      *   Finds the run's route in the route table, adding a new entry *
      *   on first appearance, and accumulates its seats filled and    *
      *   seats run.                                                   *
      ******************************************************************
       TALLY-ROUTE-RUN.
           SET ROUTE-NOT-FOUND TO TRUE
           PERFORM VARYING WS-ROUTE-IDX FROM 1 BY 1 UNTIL
                           WS-ROUTE-IDX > WS-ROUTE-USED
               IF WS-ROUTE-DEPART (WS-ROUTE-IDX) = WS-RUN-DEPART AND
                  WS-ROUTE-ARRIVEE (WS-ROUTE-IDX) = WS-RUN-ARRIVEE
                   SET ROUTE-FOUND TO TRUE
                   PERFORM ADD-ROUTE-TALLIES
                   SET WS-ROUTE-IDX TO WS-ROUTE-USED
               END-IF
           END-PERFORM
           IF ROUTE-NOT-FOUND AND WS-ROUTE-USED < WS-ROUTE-TABLE-MAX
               ADD 1 TO WS-ROUTE-USED
               SET WS-ROUTE-IDX TO WS-ROUTE-USED
               MOVE WS-RUN-DEPART TO WS-ROUTE-DEPART (WS-ROUTE-IDX)
               MOVE WS-RUN-ARRIVEE TO WS-ROUTE-ARRIVEE (WS-ROUTE-IDX)
               MOVE ZERO TO WS-ROUTE-RUNS (WS-ROUTE-IDX)
               MOVE ZERO TO WS-ROUTE-LOAD-SUM (WS-ROUTE-IDX)
               MOVE ZERO TO WS-ROUTE-SEAT-SUM (WS-ROUTE-IDX)
               PERFORM ADD-ROUTE-TALLIES
           ELSE
               IF ROUTE-NOT-FOUND
                   ADD 1 TO WS-ROUTE-DROPPED-COUNT
               END-IF
           END-IF.

      ******************************************************************
      * ADD-ROUTE-TALLIES                                              *
      *   Accumulates the closed run into route entry WS-ROUTE-IDX.    *
      ******************************************************************
       ADD-ROUTE-TALLIES.
           ADD 1 TO WS-ROUTE-RUNS (WS-ROUTE-IDX)
           ADD WS-RUN-LOAD-SUM TO WS-ROUTE-LOAD-SUM (WS-ROUTE-IDX)
           ADD WS-SEAT-LEGS TO WS-ROUTE-SEAT-SUM (WS-ROUTE-IDX).

      ******************************************************************
      * TALLY-TYPE-RUN                                                 *
      *   Accumulates the closed run into its train type's tallies.    *
      ******************************************************************
       TALLY-TYPE-RUN.
           EVALUATE WS-RUN-TYPE
               WHEN 'T'
                   ADD 1 TO WS-TGV-RUNS
                   ADD WS-RUN-LOAD-SUM TO WS-TGV-LOAD-SUM
                   ADD WS-SEAT-LEGS TO WS-TGV-SEAT-SUM
               WHEN 'C'
                   ADD 1 TO WS-CORAIL-RUNS
                   ADD WS-RUN-LOAD-SUM TO WS-CORAIL-LOAD-SUM
                   ADD WS-SEAT-LEGS TO WS-CORAIL-SEAT-SUM
               WHEN 'R'
                   ADD 1 TO WS-TER-RUNS
                   ADD WS-RUN-LOAD-SUM TO WS-TER-LOAD-SUM
                   ADD WS-SEAT-LEGS TO WS-TER-SEAT-SUM
           END-EVALUATE.

      ******************************************************************
      * WRITE-ROUTE-BREAKDOWN                                          *
      *   Writes one report line per route with its runs and average   *
      *   load factor.                                                 *
      ******************************************************************
       WRITE-ROUTE-BREAKDOWN.
           MOVE "--- Average Load Factor by Route ---" TO REPORT-RECORD
           WRITE REPORT-RECORD
           IF WS-ROUTE-DROPPED-COUNT > 0
               MOVE SPACES TO REPORT-RECORD
               STRING "WARNING - route table capacity "
                      WS-ROUTE-TABLE-MAX DELIMITED BY SIZE
                      " exceeded, " WS-ROUTE-DROPPED-COUNT
                      DELIMITED BY SIZE
                      " run(s) omitted" DELIMITED BY SIZE
                      INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           PERFORM VARYING WS-ROUTE-IDX FROM 1 BY 1 UNTIL
                           WS-ROUTE-IDX > WS-ROUTE-USED
               COMPUTE WS-PCT ROUNDED =
                       WS-ROUTE-LOAD-SUM (WS-ROUTE-IDX) * 100 /
                       WS-ROUTE-SEAT-SUM (WS-ROUTE-IDX)
               MOVE WS-PCT TO WS-PCT-EDIT
               MOVE SPACES TO REPORT-RECORD
               STRING WS-ROUTE-DEPART (WS-ROUTE-IDX) " -> "
                      WS-ROUTE-ARRIVEE (WS-ROUTE-IDX)
                      DELIMITED BY SIZE
                      " Runs: " WS-ROUTE-RUNS (WS-ROUTE-IDX)
                      DELIMITED BY SIZE
                      " Load factor: " WS-PCT-EDIT "%"
                      DELIMITED BY SIZE
                      INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-PERFORM.

      ******************************************************************
      * WRITE-TYPE-BREAKDOWN                                           *
      *   Writes one report line per train type with its runs and      *
      *   average load factor.                                         *
      ******************************************************************
       WRITE-TYPE-BREAKDOWN.
           MOVE "--- Average Load Factor by Train Type ---"
               TO REPORT-RECORD
           WRITE REPORT-RECORD
           IF WS-TGV-SEAT-SUM > 0
               COMPUTE WS-PCT ROUNDED =
                       WS-TGV-LOAD-SUM * 100 / WS-TGV-SEAT-SUM
           ELSE
               MOVE ZERO TO WS-PCT
           END-IF
           MOVE WS-PCT TO WS-PCT-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "TGV     Runs: " WS-TGV-RUNS DELIMITED BY SIZE
                  " Load factor: " WS-PCT-EDIT "%" DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD

           IF WS-CORAIL-SEAT-SUM > 0
               COMPUTE WS-PCT ROUNDED =
                       WS-CORAIL-LOAD-SUM * 100 / WS-CORAIL-SEAT-SUM
           ELSE
               MOVE ZERO TO WS-PCT
           END-IF
           MOVE WS-PCT TO WS-PCT-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "CORAIL  Runs: " WS-CORAIL-RUNS DELIMITED BY SIZE
                  " Load factor: " WS-PCT-EDIT "%" DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD

           IF WS-TER-SEAT-SUM > 0
               COMPUTE WS-PCT ROUNDED =
                       WS-TER-LOAD-SUM * 100 / WS-TER-SEAT-SUM
           ELSE
               MOVE ZERO TO WS-PCT
           END-IF
           MOVE WS-PCT TO WS-PCT-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "TER     Runs: " WS-TER-RUNS DELIMITED BY SIZE
                  " Load factor: " WS-PCT-EDIT "%" DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD.
