      ******************************************************************
      * DATE-WRITTEN. 2026-10-06                                       *
      *                                                                *
      * PURPOSE:                                                       *
      *   Rolling-stock unit diagramming and stock balance for one     *
      *   service day. Every train in 'train.dat' that runs on the     *
      *   service date is taken in departure-time order with the unit  *
      *   type its formation on 'consist-master.dat' calls for         *
      *   (CONSIST-UNIT-TYPE). A unit of that type that arrived at the *
      *   origin (STATION-ARRIVEE of an earlier working) at least the  *
      *   minimum turnaround before departure works it, the unit that  *
      *   has stood longest first; failing that a unit stabled there   *
      *   overnight is brought out; failing that a unit still inside   *
      *   its turnaround is used and the short turnaround reported;    *
      *   failing that the departure has no unit available. The start- *
      *   of-day stock comes from 'unit-stabling.dat'; without it the  *
      *   stock each station must hold is inferred from the units the  *
      *   day draws there. 'train-units.dat' lists each exception as   *
      *   it is found, each unit's chain of workings, and the end-of-  *
      *   day count of units by type at each station against the       *
      *   start-of-day count, so an unbalanced timetable shows before  *
      *   a depot finds a train with no stock.                         *
      *                                                                *
      *   Optional command-line arguments, in any order:               *
      *     DATE:ccyymmdd - the service date (default today)           *
      *     TURN:nnn      - minimum unit turnaround in minutes         *
      *                     (default 020)                              *
      *   e.g. 'TrnUnit DATE:20261012 TURN:015'                        *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TrnUnit.
       AUTHOR. Pierre.

      *      Define the source and destination of data
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    The cleaned national schedule
           SELECT TRAIN-FILE ASSIGN TO 'train.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
      *    The rolling-stock consist master maintained by TrnCnst,
      *    giving the unit type that works each train
           SELECT OPTIONAL CONSIST-FILE ASSIGN TO 'consist-master.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CONSIST-STATUS.
      *    The start-of-day stock by station and unit type. OPTIONAL
      *    so the balance can still be inferred from the day's
      *    workings where stabling is not recorded.
           SELECT OPTIONAL STABLING-FILE ASSIGN TO 'unit-stabling.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STABLING-STATUS.
      *    Sort work file for the departure-time ordering
           SELECT SORT-FILE ASSIGN TO 'unit-sort.tmp'.
      *    The unit diagram and stock balance report
           SELECT UNIT-FILE ASSIGN TO 'train-units.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    File description for the national schedule
       FD TRAIN-FILE
           RECORD IS VARYING IN SIZE FROM 94 TO 512 CHARACTERS
               DEPENDING ON TRAIN-RECORD-LENGTH.
       COPY 'train-record.cpy'.

      *    File description for the consist master
       FD CONSIST-FILE
           RECORD CONTAINS 25 CHARACTERS.
       COPY 'consist-record.cpy'.

      *    File description for the start-of-day stock
       FD STABLING-FILE
           RECORD CONTAINS 28 CHARACTERS.
       COPY 'stabling-record.cpy'.

      *    Sort record: one train running on the service date, with
      *    the unit type its formation needs
       SD SORT-FILE.
       01 SORT-TRAIN-RECORD.
           05 SORT-DEPART-MIN           PIC 9(04).
           05 SORT-TRAIN-NUMBER         PIC 9(05).
           05 SORT-UNIT-TYPE            PIC X(10).
           05 SORT-DEPART               PIC X(15).
           05 SORT-ARRIVEE              PIC X(15).
           05 SORT-ARRIVE-MIN           PIC 9(04).

      *    File description for the unit report
       FD UNIT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01 UNIT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       01  TRAIN-RECORD-LENGTH          PIC 9(3) COMP.
       01  WS-TRAIN-EOF                 PIC X VALUE 'N'.
           88 TRAIN-EOF                 VALUE 'Y'.
           88 TRAIN-NOT-EOF             VALUE 'N'.
       01  WS-SORT-EOF                  PIC X VALUE 'N'.
           88 SORT-EOF                  VALUE 'Y'.
           88 SORT-NOT-EOF              VALUE 'N'.

      *    Raw command line and its optional arguments
       01  WS-COMMAND-LINE              PIC X(80) VALUE SPACES.
       01  WS-ARGUMENT-1                PIC X(40) VALUE SPACES.
       01  WS-ARGUMENT-2                PIC X(40) VALUE SPACES.
       01  WS-ARGUMENT                  PIC X(40) VALUE SPACES.
       01  WS-ARGUMENT-NUMBER           PIC 9(1) VALUE ZERO.
       01  WS-SERVICE-DATE              PIC 9(8) VALUE ZERO.
       01  WS-MIN-TURNAROUND            PIC 9(3) VALUE 20.

      *    Service-date test fields
       01  WS-RANGE-FROM                PIC 9(8) VALUE ZERO.
       01  WS-RANGE-TO                  PIC 9(8) VALUE ZERO.
       01  WS-DATE-SWITCH               PIC X VALUE 'N'.
           88 TRAIN-RUNS-THAT-DATE      VALUE 'Y'.
           88 TRAIN-NOT-THAT-DATE       VALUE 'N'.
       01  WS-ZEL-DATE                  PIC 9(08).
       01  WS-ZEL-YEAR                  PIC 9(04).
       01  WS-ZEL-MONTH                 PIC 9(02).
       01  WS-ZEL-DAY                   PIC 9(02).
       01  WS-ZEL-WORK                  PIC S9(9).
       01  WS-ZEL-QUOT                  PIC S9(9).
       01  WS-DAY-OF-WEEK               PIC 9(01).

      *    Consist master lookup table: the unit type per train
       01  WS-CONSIST-STATUS            PIC X(02) VALUE SPACES.
       01  WS-CONSIST-EOF               PIC X VALUE 'N'.
           88 CONSIST-EOF               VALUE 'Y'.
           88 CONSIST-NOT-EOF           VALUE 'N'.
       01  WS-CONSIST-OPENED            PIC X VALUE 'N'.
           88 CONSIST-FILE-OPENED       VALUE 'Y'.
           88 CONSIST-FILE-NOT-OPENED   VALUE 'N'.
       01  WS-CNS-TABLE-MAX             PIC 9(3) VALUE 500.
       01  WS-CNS-USED                  PIC 9(3) VALUE ZERO.
       01  WS-CNS-TABLE.
           05 WS-CNS-ENTRY OCCURS 500 TIMES
                           INDEXED BY WS-CNS-IDX.
               10 WS-CNS-NUMBER         PIC 9(05).
               10 WS-CNS-UNIT-TYPE      PIC X(10).
       01  WS-CNS-DROPPED-COUNT         PIC 9(3) VALUE ZERO.

      *    Station/unit-type stock balance: units stabled at start of
      *    day, those still unused, units standing there at end of
      *    day and extra units the day had to bring in
       01  WS-STABLING-STATUS           PIC X(02) VALUE SPACES.
       01  WS-STABLING-EOF              PIC X VALUE 'N'.
           88 STABLING-EOF              VALUE 'Y'.
           88 STABLING-NOT-EOF          VALUE 'N'.
       01  WS-STABLING-OPENED           PIC X VALUE 'N'.
           88 STABLING-FILE-OPENED      VALUE 'Y'.
           88 STABLING-FILE-NOT-OPENED  VALUE 'N'.
       01  WS-STABLING-SWITCH           PIC X VALUE 'N'.
           88 STABLING-LOADED           VALUE 'Y'.
           88 STABLING-NOT-LOADED       VALUE 'N'.
       01  WS-BAL-TABLE-MAX             PIC 9(3) VALUE 500.
       01  WS-BAL-USED                  PIC 9(3) VALUE ZERO.
       01  WS-BAL-TABLE.
           05 WS-BAL-ENTRY OCCURS 500 TIMES
                           INDEXED BY WS-BAL-IDX.
               10 WS-BAL-STATION        PIC X(15).
               10 WS-BAL-UNIT-TYPE      PIC X(10).
               10 WS-BAL-START          PIC 9(03).
               10 WS-BAL-LEFT           PIC 9(03).
               10 WS-BAL-END            PIC 9(03).
               10 WS-BAL-EXTRA          PIC 9(03).
       01  WS-BAL-FOUND                 PIC 9(3) VALUE ZERO.
       01  WS-BAL-DROPPED-COUNT         PIC 9(5) VALUE ZERO.
       01  WS-KEY-STATION               PIC X(15) VALUE SPACES.
       01  WS-KEY-UNIT-TYPE             PIC X(10) VALUE SPACES.

      *    The units in play: type, the station each started the day
      *    at, where it now stands and the minute it arrived there
       01  WS-UNT-TABLE-MAX             PIC 9(3) VALUE 500.
       01  WS-UNT-USED                  PIC 9(3) VALUE ZERO.
       01  WS-UNT-TABLE.
           05 WS-UNT-ENTRY OCCURS 500 TIMES
                           INDEXED BY WS-UNT-IDX.
               10 WS-UNT-TYPE           PIC X(10).
               10 WS-UNT-START-STATION  PIC X(15).
               10 WS-UNT-LOCATION       PIC X(15).
               10 WS-UNT-FREE-MIN       PIC 9(04).
               10 WS-UNT-SOURCE         PIC X(01).
       01  WS-UNT-DROPPED-COUNT         PIC 9(5) VALUE ZERO.
       01  WS-FOUND-UNIT                PIC 9(3) VALUE ZERO.
       01  WS-BEST-FREE-MIN             PIC 9(4) VALUE ZERO.
       01  WS-READY-MIN                 PIC 9(5) VALUE ZERO.
       01  WS-TURN-MIN                  PIC 9(4) VALUE ZERO.
       01  WS-UNIT-NUMBER               PIC 9(3) VALUE ZERO.
       01  WS-NEW-UNIT-SOURCE           PIC X(01) VALUE 'S'.
       01  WS-TURN-SWITCH               PIC X VALUE 'N'.
           88 WORKING-TURN-OK           VALUE 'N'.
           88 WORKING-TURN-SHORT        VALUE 'S'.

      *    Each unit's workings in the order they were diagrammed
       01  WS-WRK-TABLE-MAX             PIC 9(4) VALUE 2000.
       01  WS-WRK-USED                  PIC 9(4) VALUE ZERO.
       01  WS-WRK-TABLE.
           05 WS-WRK-ENTRY OCCURS 2000 TIMES
                           INDEXED BY WS-WRK-IDX.
               10 WS-WRK-UNIT           PIC 9(03).
               10 WS-WRK-TRAIN          PIC 9(05).
               10 WS-WRK-FROM           PIC X(15).
               10 WS-WRK-DEPART-MIN     PIC 9(04).
               10 WS-WRK-TO             PIC X(15).
               10 WS-WRK-ARRIVE-MIN     PIC 9(04).
               10 WS-WRK-TURN-MIN       PIC 9(04).
               10 WS-WRK-SHORT          PIC X(01).
       01  WS-WRK-DROPPED-COUNT         PIC 9(5) VALUE ZERO.

      *    Clock formatting: minutes past midnight of the service day
      *    shown as hh:mm with a +n mark for a later day
       01  WS-FMT-MIN                   PIC 9(5) VALUE ZERO.
       01  WS-FMT-DAY                   PIC 9(1) VALUE ZERO.
       01  WS-FMT-CLOCK.
           05 WS-FMT-HH                 PIC 99.
           05 FILLER                    PIC X VALUE ':'.
           05 WS-FMT-MM                 PIC 99.
           05 WS-FMT-MARK               PIC X(2).
       01  WS-DEPART-CLOCK              PIC X(07) VALUE SPACES.
       01  WS-ARRIVE-CLOCK              PIC X(07) VALUE SPACES.
       01  WS-SOURCE-TEXT               PIC X(20) VALUE SPACES.

       01  WS-TRAIN-COUNT               PIC 9(5) VALUE ZERO.
       01  WS-NO-FORMATION-COUNT        PIC 9(5) VALUE ZERO.
       01  WS-NO-UNIT-COUNT             PIC 9(5) VALUE ZERO.
       01  WS-SHORT-TURN-COUNT          PIC 9(5) VALUE ZERO.
       01  WS-UNBALANCED-COUNT          PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.

      *    Parse the optional command-line arguments
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           UNSTRING WS-COMMAND-LINE DELIMITED BY SPACE
               INTO WS-ARGUMENT-1 WS-ARGUMENT-2
           PERFORM PARSE-ONE-ARGUMENT
               VARYING WS-ARGUMENT-NUMBER FROM 1 BY 1
               UNTIL WS-ARGUMENT-NUMBER > 2
           IF WS-SERVICE-DATE = ZERO
               ACCEPT WS-SERVICE-DATE FROM DATE YYYYMMDD
           END-IF
           MOVE WS-SERVICE-DATE TO WS-ZEL-DATE
           PERFORM COMPUTE-DAY-OF-WEEK

      *    Start of main processing
           PERFORM LOAD-CONSIST-MASTER
           PERFORM LOAD-UNIT-STABLING
           OPEN OUTPUT UNIT-FILE
           MOVE SPACES TO UNIT-RECORD
           STRING "=== Unit Diagram for " WS-SERVICE-DATE
                  DELIMITED BY SIZE
                  " (minimum turnaround " WS-MIN-TURNAROUND
                  DELIMITED BY SIZE
                  " min) ===" DELIMITED BY SIZE
                  INTO UNIT-RECORD
           WRITE UNIT-RECORD
           IF STABLING-NOT-LOADED
               MOVE SPACES TO UNIT-RECORD
               MOVE "No start-of-day stock on file - inferred"
                   TO UNIT-RECORD
               WRITE UNIT-RECORD
           END-IF

      *    Chain the units through the day's trains in departure
      *    order, then list the chains and the stock balance
           SORT SORT-FILE
               ON ASCENDING KEY SORT-DEPART-MIN SORT-TRAIN-NUMBER
               INPUT PROCEDURE IS RELEASE-SERVICE-TRAINS
               OUTPUT PROCEDURE IS DIAGRAM-UNITS
           PERFORM WRITE-UNIT-CHAINS
           PERFORM WRITE-STOCK-BALANCE

           MOVE SPACES TO UNIT-RECORD
           STRING "Trains: " WS-TRAIN-COUNT DELIMITED BY SIZE
                  " Units: " WS-UNT-USED DELIMITED BY SIZE
                  " No formation: " WS-NO-FORMATION-COUNT
                  DELIMITED BY SIZE
                  " No unit: " WS-NO-UNIT-COUNT DELIMITED BY SIZE
                  " Short turnarounds: " WS-SHORT-TURN-COUNT
                  DELIMITED BY SIZE
                  " Unbalanced: " WS-UNBALANCED-COUNT
                  DELIMITED BY SIZE
                  INTO UNIT-RECORD
           WRITE UNIT-RECORD
           CLOSE UNIT-FILE

           IF WS-UNT-DROPPED-COUNT > 0 OR WS-WRK-DROPPED-COUNT > 0
                   OR WS-BAL-DROPPED-COUNT > 0
               DISPLAY "TrnUnit: WARNING - unit table capacity "
                       "exceeded, " WS-UNT-DROPPED-COUNT " unit(s), "
                       WS-WRK-DROPPED-COUNT " working(s), "
                       WS-BAL-DROPPED-COUNT " balance entry(ies) "
                       "not diagrammed"
           END-IF
           IF WS-NO-UNIT-COUNT > 0 OR WS-SHORT-TURN-COUNT > 0
                   OR WS-UNBALANCED-COUNT > 0
               DISPLAY "TrnUnit: WARNING - " WS-NO-UNIT-COUNT
                       " departure(s) with no unit, "
                       WS-SHORT-TURN-COUNT " short turnaround(s), "
                       WS-UNBALANCED-COUNT " unbalanced station/type(s)"
                       ", see train-units.dat"
           ELSE
               DISPLAY "TrnUnit: stock diagram balanced"
           END-IF.

      *    End the program
           STOP RUN.

      ******************************************************************
      * PARSE-ONE-ARGUMENT                                             *
      *   Classifies command-line argument WS-ARGUMENT-NUMBER as       *
      *   DATE:ccyymmdd or TURN:nnn.                                   *
      ******************************************************************
       PARSE-ONE-ARGUMENT.
           IF WS-ARGUMENT-NUMBER = 1
               MOVE WS-ARGUMENT-1 TO WS-ARGUMENT
           ELSE
               MOVE WS-ARGUMENT-2 TO WS-ARGUMENT
           END-IF
           EVALUATE TRUE
               WHEN WS-ARGUMENT (1:5) = "DATE:"
                   MOVE WS-ARGUMENT (6:8) TO WS-SERVICE-DATE
               WHEN WS-ARGUMENT (1:5) = "TURN:"
                   MOVE WS-ARGUMENT (6:3) TO WS-MIN-TURNAROUND
           END-EVALUATE.

      ******************************************************************
      * LOAD-CONSIST-MASTER                                            *
      *   Reads each train's unit type off the consist master into     *
      *   the lookup table. Without a master no train has a formation  *
      *   and every one is reported as such.                           *
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
                               MOVE CONSIST-UNIT-TYPE
                                   TO WS-CNS-UNIT-TYPE (WS-CNS-IDX)
                           ELSE
                               ADD 1 TO WS-CNS-DROPPED-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-CNS-DROPPED-COUNT > 0
                   DISPLAY "TrnUnit: WARNING - consist table "
                           "capacity " WS-CNS-TABLE-MAX " exceeded, "
                           WS-CNS-DROPPED-COUNT " master entry(ies) "
                           "not loaded"
               END-IF
           ELSE
               DISPLAY "TrnUnit: WARNING - no consist master, "
                       "no train has a formation to diagram"
           END-IF
           IF CONSIST-FILE-OPENED
               CLOSE CONSIST-FILE
           END-IF.

      ******************************************************************
      * LOAD-UNIT-STABLING                                             *
      *   Reads the start-of-day stock into the balance table. Without *
      *   the file the start-of-day count is inferred as the day goes. *
      ******************************************************************
       LOAD-UNIT-STABLING.
           OPEN INPUT STABLING-FILE
           IF WS-STABLING-STATUS = "00" OR WS-STABLING-STATUS = "05"
               SET STABLING-FILE-OPENED TO TRUE
           END-IF
           IF WS-STABLING-STATUS = "00"
               SET STABLING-LOADED TO TRUE
               PERFORM UNTIL STABLING-EOF
                   READ STABLING-FILE
                       AT END
                           MOVE 'Y' TO WS-STABLING-EOF
                       NOT AT END
                           MOVE STABLE-STATION TO WS-KEY-STATION
                           MOVE STABLE-UNIT-TYPE TO WS-KEY-UNIT-TYPE
                           PERFORM FIND-BALANCE-ENTRY
                           IF WS-BAL-FOUND > ZERO AND
                                   STABLE-UNIT-COUNT IS NUMERIC
                               SET WS-BAL-IDX TO WS-BAL-FOUND
                               ADD STABLE-UNIT-COUNT
                                   TO WS-BAL-START (WS-BAL-IDX)
                               ADD STABLE-UNIT-COUNT
                                   TO WS-BAL-LEFT (WS-BAL-IDX)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           IF STABLING-FILE-OPENED
               CLOSE STABLING-FILE
           END-IF.

      ******************************************************************
      * FIND-BALANCE-ENTRY                                             *
      *   Sets WS-BAL-FOUND to the balance entry for WS-KEY-STATION    *
      *   and WS-KEY-UNIT-TYPE, adding an empty one when it is new.    *
      *   Leaves zero when the table is full.                          *
      ******************************************************************
       FIND-BALANCE-ENTRY.
           MOVE ZERO TO WS-BAL-FOUND
           PERFORM VARYING WS-BAL-IDX FROM 1 BY 1 UNTIL
                           WS-BAL-IDX > WS-BAL-USED
                           OR WS-BAL-FOUND > ZERO
               IF WS-BAL-STATION (WS-BAL-IDX) = WS-KEY-STATION AND
                       WS-BAL-UNIT-TYPE (WS-BAL-IDX) = WS-KEY-UNIT-TYPE
                   SET WS-BAL-FOUND TO WS-BAL-IDX
               END-IF
           END-PERFORM
           IF WS-BAL-FOUND = ZERO
               IF WS-BAL-USED < WS-BAL-TABLE-MAX
                   ADD 1 TO WS-BAL-USED
                   SET WS-BAL-IDX TO WS-BAL-USED
                   MOVE WS-KEY-STATION TO WS-BAL-STATION (WS-BAL-IDX)
                   MOVE WS-KEY-UNIT-TYPE
                       TO WS-BAL-UNIT-TYPE (WS-BAL-IDX)
                   MOVE ZERO TO WS-BAL-START (WS-BAL-IDX)
                                WS-BAL-LEFT (WS-BAL-IDX)
                                WS-BAL-END (WS-BAL-IDX)
                                WS-BAL-EXTRA (WS-BAL-IDX)
                   MOVE WS-BAL-USED TO WS-BAL-FOUND
               ELSE
                   ADD 1 TO WS-BAL-DROPPED-COUNT
               END-IF
           END-IF.

      ******************************************************************
      * RELEASE-SERVICE-TRAINS                                         *
      *   Sort input procedure: releases every train that runs on the  *
      *   service date with its departure and arrival minutes and the  *
      *   unit type off the consist master (spaces when none).         *
      ******************************************************************
       RELEASE-SERVICE-TRAINS.
           SET TRAIN-NOT-EOF TO TRUE
           OPEN INPUT TRAIN-FILE
           PERFORM UNTIL TRAIN-EOF
               READ TRAIN-FILE
                   AT END
                       MOVE 'Y' TO WS-TRAIN-EOF
                   NOT AT END
                       PERFORM CHECK-SERVICE-DATE
                       IF TRAIN-RUNS-THAT-DATE
                           COMPUTE SORT-DEPART-MIN =
                                   TRAIN-TIME-HH * 60 + TRAIN-TIME-MM
                           COMPUTE SORT-ARRIVE-MIN = SORT-DEPART-MIN +
                                   TRAIN-NBRE-HEURES * 60
                           MOVE TRAIN-NUMBER TO SORT-TRAIN-NUMBER
                           MOVE STATION-DEPART TO SORT-DEPART
                           MOVE STATION-ARRIVEE TO SORT-ARRIVEE
                           MOVE SPACES TO SORT-UNIT-TYPE
                           PERFORM VARYING WS-CNS-IDX FROM 1 BY 1
                                   UNTIL WS-CNS-IDX > WS-CNS-USED
                               IF WS-CNS-NUMBER (WS-CNS-IDX) =
                                       TRAIN-NUMBER
                                   MOVE WS-CNS-UNIT-TYPE (WS-CNS-IDX)
                                       TO SORT-UNIT-TYPE
                                   SET WS-CNS-IDX TO WS-CNS-USED
                               END-IF
                           END-PERFORM
                           RELEASE SORT-TRAIN-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRAIN-FILE.

      ******************************************************************
      * CHECK-SERVICE-DATE                                             *
      *   Sets TRAIN-RUNS-THAT-DATE when the service date falls inside *
      *   the current record's effective range (open ends compare as   *
      *   the extremes) on a calendar day the train runs.              *
      ******************************************************************
       CHECK-SERVICE-DATE.
           SET TRAIN-NOT-THAT-DATE TO TRUE
           MOVE TRAIN-EFFECTIVE-FROM TO WS-RANGE-FROM
           MOVE TRAIN-EFFECTIVE-TO TO WS-RANGE-TO
           IF WS-RANGE-TO = ZERO
               MOVE 99999999 TO WS-RANGE-TO
           END-IF
           IF WS-SERVICE-DATE NOT < WS-RANGE-FROM AND
                   WS-SERVICE-DATE NOT > WS-RANGE-TO
               IF TRAIN-CALENDAR-DAYS (WS-DAY-OF-WEEK:1) = 'Y'
                   SET TRAIN-RUNS-THAT-DATE TO TRUE
               END-IF
           END-IF.

      ******************************************************************
      * COMPUTE-DAY-OF-WEEK                                            *
      *   Turns WS-ZEL-DATE (CCYYMMDD) into WS-DAY-OF-WEEK, 1=Monday   *
      *   through 7=Sunday, by Zeller's congruence.                    *
      ******************************************************************
       COMPUTE-DAY-OF-WEEK.
           DIVIDE WS-ZEL-DATE BY 10000
               GIVING WS-ZEL-YEAR REMAINDER WS-ZEL-WORK
           DIVIDE WS-ZEL-WORK BY 100
               GIVING WS-ZEL-MONTH REMAINDER WS-ZEL-DAY
           IF WS-ZEL-MONTH < 3
               ADD 12 TO WS-ZEL-MONTH
               SUBTRACT 1 FROM WS-ZEL-YEAR
           END-IF
           COMPUTE WS-ZEL-WORK = WS-ZEL-DAY +
                   (13 * (WS-ZEL-MONTH + 1)) / 5 +
                   WS-ZEL-YEAR + WS-ZEL-YEAR / 4 -
                   WS-ZEL-YEAR / 100 + WS-ZEL-YEAR / 400
           COMPUTE WS-ZEL-WORK = WS-ZEL-WORK + 5
           DIVIDE WS-ZEL-WORK BY 7
               GIVING WS-ZEL-QUOT REMAINDER WS-ZEL-WORK
           COMPUTE WS-DAY-OF-WEEK = WS-ZEL-WORK + 1.

      ******************************************************************
      * DIAGRAM-UNITS                                                  *
      *   Sort output procedure: finds a unit for each train in        *
      *   departure order.                                             *
      ******************************************************************
       DIAGRAM-UNITS.
           SET SORT-NOT-EOF TO TRUE
           PERFORM UNTIL SORT-EOF
               RETURN SORT-FILE
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END
                       PERFORM WORK-ONE-TRAIN
               END-RETURN
           END-PERFORM.

      ******************************************************************
      * WORK-ONE-TRAIN                                                 *
      *   Finds the unit that works the current train - a turned unit  *
      *   at the origin, then stabled stock, then a unit short of its  *
      *   turnaround - or reports that none is available and brings in *
      *   an extra unit so the day's chaining carries on.              *
      ******************************************************************
       WORK-ONE-TRAIN.
           ADD 1 TO WS-TRAIN-COUNT
           MOVE ZERO TO WS-FOUND-UNIT
           SET WORKING-TURN-OK TO TRUE
           IF SORT-UNIT-TYPE = SPACES
               ADD 1 TO WS-NO-FORMATION-COUNT
               MOVE SPACES TO UNIT-RECORD
               STRING "NO FORMATION - Train " SORT-TRAIN-NUMBER
                      DELIMITED BY SIZE
                      " not on the consist master" DELIMITED BY SIZE
                      INTO UNIT-RECORD
               WRITE UNIT-RECORD
           ELSE
               MOVE SORT-DEPART TO WS-KEY-STATION
               MOVE SORT-UNIT-TYPE TO WS-KEY-UNIT-TYPE
               PERFORM FIND-BALANCE-ENTRY
               IF WS-BAL-FOUND > ZERO
                   SET WS-BAL-IDX TO WS-BAL-FOUND
               END-IF

      *    A unit that has stood out its turnaround at the origin
               PERFORM FIND-TURNED-UNIT

      *    Then a unit stabled at the origin overnight
               IF WS-FOUND-UNIT = ZERO AND STABLING-LOADED
                       AND WS-BAL-FOUND > ZERO
                   IF WS-BAL-LEFT (WS-BAL-IDX) > ZERO
                       SUBTRACT 1 FROM WS-BAL-LEFT (WS-BAL-IDX)
                       MOVE 'S' TO WS-NEW-UNIT-SOURCE
                       PERFORM START-NEW-UNIT
                   END-IF
               END-IF

      *    Then a unit at the origin still inside its turnaround
               IF WS-FOUND-UNIT = ZERO
                   PERFORM FIND-SHORT-TURN-UNIT
                   IF WS-FOUND-UNIT > ZERO
                       SET WORKING-TURN-SHORT TO TRUE
                   END-IF
               END-IF

      *    With no stock on record the station's start-of-day holding
      *    is inferred from the unit the day has to draw there;
      *    otherwise nothing is on hand and an extra unit comes in
               IF WS-FOUND-UNIT = ZERO
                   IF STABLING-NOT-LOADED
                       IF WS-BAL-FOUND > ZERO
                           ADD 1 TO WS-BAL-START (WS-BAL-IDX)
                       END-IF
                       MOVE 'S' TO WS-NEW-UNIT-SOURCE
                       PERFORM START-NEW-UNIT
                   ELSE
                       ADD 1 TO WS-NO-UNIT-COUNT
                       IF WS-BAL-FOUND > ZERO
                           ADD 1 TO WS-BAL-EXTRA (WS-BAL-IDX)
                       END-IF
                       MOVE 'X' TO WS-NEW-UNIT-SOURCE
                       PERFORM START-NEW-UNIT
                       PERFORM WRITE-NO-UNIT-LINE
                   END-IF
               END-IF

               IF WS-FOUND-UNIT > ZERO
                   PERFORM RECORD-WORKING
                   IF WORKING-TURN-SHORT
                       ADD 1 TO WS-SHORT-TURN-COUNT
                       PERFORM WRITE-SHORT-TURN-LINE
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * WRITE-NO-UNIT-LINE                                             *
      *   Reports a departure with no unit of its type on hand and     *
      *   the extra unit brought in to work it.                        *
      ******************************************************************
       WRITE-NO-UNIT-LINE.
           MOVE SORT-DEPART-MIN TO WS-FMT-MIN
           PERFORM FORMAT-CLOCK-TIME
           MOVE SPACES TO UNIT-RECORD
           STRING "NO UNIT      - Train " SORT-TRAIN-NUMBER
                  DELIMITED BY SIZE
                  " " SORT-DEPART " " WS-FMT-CLOCK
                  DELIMITED BY SIZE
                  " needs a " SORT-UNIT-TYPE DELIMITED BY SIZE
                  " - none available, extra unit " WS-FOUND-UNIT
                  DELIMITED BY SIZE
                  INTO UNIT-RECORD
           WRITE UNIT-RECORD.

      ******************************************************************
      * WRITE-SHORT-TURN-LINE                                          *
      *   Reports a unit sent out again before its minimum turnaround. *
      ******************************************************************
       WRITE-SHORT-TURN-LINE.
           MOVE SORT-DEPART-MIN TO WS-FMT-MIN
           PERFORM FORMAT-CLOCK-TIME
           MOVE SPACES TO UNIT-RECORD
           STRING "SHORT TURN   - Train " SORT-TRAIN-NUMBER
                  DELIMITED BY SIZE
                  " " SORT-DEPART " " WS-FMT-CLOCK
                  DELIMITED BY SIZE
                  " Unit " WS-FOUND-UNIT " " SORT-UNIT-TYPE
                  DELIMITED BY SIZE
                  " turnaround " WS-TURN-MIN " min, minimum "
                  WS-MIN-TURNAROUND DELIMITED BY SIZE
                  INTO UNIT-RECORD
           WRITE UNIT-RECORD.

      ******************************************************************
      * FIND-TURNED-UNIT                                               *
      *   Sets WS-FOUND-UNIT to the unit of the train's type standing  *
      *   at the origin that arrived earliest, provided it has had the *
      *   minimum turnaround by departure.                             *
      ******************************************************************
       FIND-TURNED-UNIT.
           MOVE ZERO TO WS-FOUND-UNIT
           MOVE 9999 TO WS-BEST-FREE-MIN
           PERFORM VARYING WS-UNT-IDX FROM 1 BY 1 UNTIL
                           WS-UNT-IDX > WS-UNT-USED
               IF WS-UNT-TYPE (WS-UNT-IDX) = SORT-UNIT-TYPE AND
                       WS-UNT-LOCATION (WS-UNT-IDX) = SORT-DEPART
                   COMPUTE WS-READY-MIN =
                           WS-UNT-FREE-MIN (WS-UNT-IDX) +
                           WS-MIN-TURNAROUND
                   IF WS-READY-MIN NOT > SORT-DEPART-MIN AND
                           WS-UNT-FREE-MIN (WS-UNT-IDX) <
                           WS-BEST-FREE-MIN
                       SET WS-FOUND-UNIT TO WS-UNT-IDX
                       MOVE WS-UNT-FREE-MIN (WS-UNT-IDX)
                           TO WS-BEST-FREE-MIN
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
      * FIND-SHORT-TURN-UNIT                                           *
      *   Sets WS-FOUND-UNIT to the unit of the train's type that has  *
      *   arrived at the origin by departure but not yet had its full  *
      *   turnaround, the earliest arrival first.                      *
      ******************************************************************
       FIND-SHORT-TURN-UNIT.
           MOVE ZERO TO WS-FOUND-UNIT
           MOVE 9999 TO WS-BEST-FREE-MIN
           PERFORM VARYING WS-UNT-IDX FROM 1 BY 1 UNTIL
                           WS-UNT-IDX > WS-UNT-USED
               IF WS-UNT-TYPE (WS-UNT-IDX) = SORT-UNIT-TYPE AND
                       WS-UNT-LOCATION (WS-UNT-IDX) = SORT-DEPART
                   IF WS-UNT-FREE-MIN (WS-UNT-IDX) NOT >
                           SORT-DEPART-MIN AND
                           WS-UNT-FREE-MIN (WS-UNT-IDX) <
                           WS-BEST-FREE-MIN
                       SET WS-FOUND-UNIT TO WS-UNT-IDX
                       MOVE WS-UNT-FREE-MIN (WS-UNT-IDX)
                           TO WS-BEST-FREE-MIN
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
      * START-NEW-UNIT                                                 *
      *   Brings a new unit of the train's type into play at the       *
      *   origin with source WS-NEW-UNIT-SOURCE (S stabled, X extra).  *
      *   Leaves zero in WS-FOUND-UNIT when the unit table is full.    *
      ******************************************************************
       START-NEW-UNIT.
           MOVE ZERO TO WS-FOUND-UNIT
           IF WS-UNT-USED < WS-UNT-TABLE-MAX
               ADD 1 TO WS-UNT-USED
               SET WS-UNT-IDX TO WS-UNT-USED
               MOVE WS-NEW-UNIT-SOURCE TO WS-UNT-SOURCE (WS-UNT-IDX)
               MOVE SORT-UNIT-TYPE TO WS-UNT-TYPE (WS-UNT-IDX)
               MOVE SORT-DEPART TO WS-UNT-START-STATION (WS-UNT-IDX)
               MOVE SORT-DEPART TO WS-UNT-LOCATION (WS-UNT-IDX)
               MOVE SORT-DEPART-MIN TO WS-UNT-FREE-MIN (WS-UNT-IDX)
               MOVE WS-UNT-USED TO WS-FOUND-UNIT
           ELSE
               ADD 1 TO WS-UNT-DROPPED-COUNT
           END-IF.

      ******************************************************************
      * RECORD-WORKING                                                 *
      *   Puts unit WS-FOUND-UNIT on the current train: notes the      *
      *   turnaround since its last arrival, records the working for   *
      *   the chain listing and moves the unit to the terminus.        *
      ******************************************************************
       RECORD-WORKING.
           SET WS-UNT-IDX TO WS-FOUND-UNIT
           COMPUTE WS-TURN-MIN =
                   SORT-DEPART-MIN - WS-UNT-FREE-MIN (WS-UNT-IDX)
           IF WS-WRK-USED < WS-WRK-TABLE-MAX
               ADD 1 TO WS-WRK-USED
               SET WS-WRK-IDX TO WS-WRK-USED
               MOVE WS-FOUND-UNIT TO WS-WRK-UNIT (WS-WRK-IDX)
               MOVE SORT-TRAIN-NUMBER TO WS-WRK-TRAIN (WS-WRK-IDX)
               MOVE SORT-DEPART TO WS-WRK-FROM (WS-WRK-IDX)
               MOVE SORT-DEPART-MIN TO WS-WRK-DEPART-MIN (WS-WRK-IDX)
               MOVE SORT-ARRIVEE TO WS-WRK-TO (WS-WRK-IDX)
               MOVE SORT-ARRIVE-MIN TO WS-WRK-ARRIVE-MIN (WS-WRK-IDX)
               MOVE WS-TURN-MIN TO WS-WRK-TURN-MIN (WS-WRK-IDX)
               MOVE WS-TURN-SWITCH TO WS-WRK-SHORT (WS-WRK-IDX)
           ELSE
               ADD 1 TO WS-WRK-DROPPED-COUNT
           END-IF
           MOVE SORT-ARRIVEE TO WS-UNT-LOCATION (WS-UNT-IDX)
           MOVE SORT-ARRIVE-MIN TO WS-UNT-FREE-MIN (WS-UNT-IDX).

      ******************************************************************
      * WRITE-UNIT-CHAINS                                              *
      *   Lists every unit with where it started the day and each of   *
      *   its workings in order, with the turnaround before it.        *
      ******************************************************************
       WRITE-UNIT-CHAINS.
           MOVE SPACES TO UNIT-RECORD
           MOVE "--- Unit chains ---" TO UNIT-RECORD
           WRITE UNIT-RECORD
           PERFORM VARYING WS-UNT-IDX FROM 1 BY 1 UNTIL
                           WS-UNT-IDX > WS-UNT-USED
               SET WS-UNIT-NUMBER TO WS-UNT-IDX
               IF WS-UNT-SOURCE (WS-UNT-IDX) = 'X'
                   MOVE "extra unit brought in" TO WS-SOURCE-TEXT
               ELSE
                   MOVE "stabled overnight" TO WS-SOURCE-TEXT
               END-IF
               MOVE SPACES TO UNIT-RECORD
               STRING "Unit " WS-UNIT-NUMBER " "
                      WS-UNT-TYPE (WS-UNT-IDX) DELIMITED BY SIZE
                      " starts at " WS-UNT-START-STATION (WS-UNT-IDX)
                      DELIMITED BY SIZE
                      " (" WS-SOURCE-TEXT DELIMITED BY "  "
                      "), ends at " WS-UNT-LOCATION (WS-UNT-IDX)
                      DELIMITED BY SIZE
                      INTO UNIT-RECORD
               WRITE UNIT-RECORD
               PERFORM VARYING WS-WRK-IDX FROM 1 BY 1 UNTIL
                               WS-WRK-IDX > WS-WRK-USED
                   IF WS-WRK-UNIT (WS-WRK-IDX) = WS-UNIT-NUMBER
                       PERFORM WRITE-WORKING-LINE
                   END-IF
               END-PERFORM
           END-PERFORM.

      ******************************************************************
      * WRITE-WORKING-LINE                                             *
      *   Writes one working of a unit's chain: train, origin and      *
      *   departure, terminus and arrival, and the turnaround before   *
      *   it, marked when under the minimum.                           *
      ******************************************************************
       WRITE-WORKING-LINE.
           MOVE WS-WRK-DEPART-MIN (WS-WRK-IDX) TO WS-FMT-MIN
           PERFORM FORMAT-CLOCK-TIME
           MOVE WS-FMT-CLOCK TO WS-DEPART-CLOCK
           MOVE WS-WRK-ARRIVE-MIN (WS-WRK-IDX) TO WS-FMT-MIN
           PERFORM FORMAT-CLOCK-TIME
           MOVE WS-FMT-CLOCK TO WS-ARRIVE-CLOCK
           MOVE SPACES TO UNIT-RECORD
           IF WS-WRK-SHORT (WS-WRK-IDX) = 'S'
               STRING "    Train " WS-WRK-TRAIN (WS-WRK-IDX)
                      DELIMITED BY SIZE
                      " " WS-WRK-FROM (WS-WRK-IDX) " "
                      WS-DEPART-CLOCK DELIMITED BY SIZE
                      " -> " WS-WRK-TO (WS-WRK-IDX) " "
                      WS-ARRIVE-CLOCK DELIMITED BY SIZE
                      " turnaround " WS-WRK-TURN-MIN (WS-WRK-IDX)
                      DELIMITED BY SIZE
                      " ** SHORT" DELIMITED BY SIZE
                      INTO UNIT-RECORD
           ELSE
               STRING "    Train " WS-WRK-TRAIN (WS-WRK-IDX)
                      DELIMITED BY SIZE
                      " " WS-WRK-FROM (WS-WRK-IDX) " "
                      WS-DEPART-CLOCK DELIMITED BY SIZE
                      " -> " WS-WRK-TO (WS-WRK-IDX) " "
                      WS-ARRIVE-CLOCK DELIMITED BY SIZE
                      " turnaround " WS-WRK-TURN-MIN (WS-WRK-IDX)
                      DELIMITED BY SIZE
                      INTO UNIT-RECORD
           END-IF
           WRITE UNIT-RECORD.

      ******************************************************************
      * WRITE-STOCK-BALANCE                                            *
      *   Counts where every unit stands at the end of the day and     *
      *   writes one line per station and unit type setting the end-   *
      *   of-day count against the start-of-day count, flagging every  *
      *   one that does not balance.                                   *
      ******************************************************************
       WRITE-STOCK-BALANCE.
           PERFORM VARYING WS-UNT-IDX FROM 1 BY 1 UNTIL
                           WS-UNT-IDX > WS-UNT-USED
               MOVE WS-UNT-LOCATION (WS-UNT-IDX) TO WS-KEY-STATION
               MOVE WS-UNT-TYPE (WS-UNT-IDX) TO WS-KEY-UNIT-TYPE
               PERFORM FIND-BALANCE-ENTRY
               IF WS-BAL-FOUND > ZERO
                   SET WS-BAL-IDX TO WS-BAL-FOUND
                   ADD 1 TO WS-BAL-END (WS-BAL-IDX)
               END-IF
           END-PERFORM
      *    Stabled units never brought out stay where they were
           PERFORM VARYING WS-BAL-IDX FROM 1 BY 1 UNTIL
                           WS-BAL-IDX > WS-BAL-USED
               ADD WS-BAL-LEFT (WS-BAL-IDX) TO WS-BAL-END (WS-BAL-IDX)
           END-PERFORM

           MOVE SPACES TO UNIT-RECORD
           MOVE "--- Stock balance by station and unit type ---"
               TO UNIT-RECORD
           WRITE UNIT-RECORD
           PERFORM VARYING WS-BAL-IDX FROM 1 BY 1 UNTIL
                           WS-BAL-IDX > WS-BAL-USED
               MOVE SPACES TO UNIT-RECORD
               IF WS-BAL-END (WS-BAL-IDX) = WS-BAL-START (WS-BAL-IDX)
                       AND WS-BAL-EXTRA (WS-BAL-IDX) = ZERO
                   STRING "BALANCE - " WS-BAL-STATION (WS-BAL-IDX)
                          DELIMITED BY SIZE
                          " " WS-BAL-UNIT-TYPE (WS-BAL-IDX)
                          DELIMITED BY SIZE
                          " start " WS-BAL-START (WS-BAL-IDX)
                          DELIMITED BY SIZE
                          " end " WS-BAL-END (WS-BAL-IDX)
                          DELIMITED BY SIZE
                          " extra " WS-BAL-EXTRA (WS-BAL-IDX)
                          DELIMITED BY SIZE
                          INTO UNIT-RECORD
               ELSE
                   ADD 1 TO WS-UNBALANCED-COUNT
                   STRING "BALANCE - " WS-BAL-STATION (WS-BAL-IDX)
                          DELIMITED BY SIZE
                          " " WS-BAL-UNIT-TYPE (WS-BAL-IDX)
                          DELIMITED BY SIZE
                          " start " WS-BAL-START (WS-BAL-IDX)
                          DELIMITED BY SIZE
                          " end " WS-BAL-END (WS-BAL-IDX)
                          DELIMITED BY SIZE
                          " extra " WS-BAL-EXTRA (WS-BAL-IDX)
                          DELIMITED BY SIZE
                          " ** UNBALANCED" DELIMITED BY SIZE
                          INTO UNIT-RECORD
               END-IF
               WRITE UNIT-RECORD
           END-PERFORM.

      ******************************************************************
      * FORMAT-CLOCK-TIME                                              *
      *   Turns WS-FMT-MIN (minutes past midnight of the service day)  *
      *   into WS-FMT-CLOCK as hh:mm, marked +n for a later day.       *
      ******************************************************************
       FORMAT-CLOCK-TIME.
           MOVE ZERO TO WS-FMT-DAY
           PERFORM UNTIL WS-FMT-MIN < 1440
               SUBTRACT 1440 FROM WS-FMT-MIN
               ADD 1 TO WS-FMT-DAY
           END-PERFORM
           MOVE SPACES TO WS-FMT-MARK
           IF WS-FMT-DAY > 0
               MOVE '+' TO WS-FMT-MARK (1:1)
               MOVE WS-FMT-DAY TO WS-FMT-MARK (2:1)
           END-IF
           DIVIDE WS-FMT-MIN BY 60
               GIVING WS-FMT-HH REMAINDER WS-FMT-MM.
