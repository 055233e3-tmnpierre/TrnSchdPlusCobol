      ******************************************************************
      * DATE-WRITTEN. 2026-10-05                                       *
      *                                                                *
      * PURPOSE:                                                       *
      *   Crew diagramming for one service day. Every train in         *
      *   'train.dat' that runs on the service date (inside its        *
      *   effective range, on a calendar day it runs) is taken in      *
      *   departure-time order and given a driver and a guard off the  *
      *   crew master 'crew-master.dat'. A crew member already out on  *
      *   a turn works on from the station their last train arrived    *
      *   at, after a short crew turnaround, as long as the turn stays *
      *   inside the maximum duty length; otherwise a member of the    *
      *   train's own depot (TRAIN-DEPOT-CODE) who holds the traction  *
      *   knowledge for its type signs on, provided the train leaves   *
      *   from the member's home sign-on station (CREW-HOME-STATION)   *
      *   and, for a member who has already worked a turn, they are    *
      *   standing back there and have had the minimum rest since.     *
      *   Each train's crew goes to 'train-crew.dat' with an           *
      *   UNCOVERED line for every role nobody could fill, and every   *
      *   turn is listed as it closes with a BREACH line when it runs  *
      *   over the maximum duty or signs off away from the member's    *
      *   home station.                                                *
      *   Arrival is departure plus TRAIN-NBRE-HEURES; times past      *
      *   midnight carry a +1 mark.                                    *
      *                                                                *
      *   Optional command-line arguments, in any order:               *
      *     DATE:ccyymmdd - the service date (default today)           *
      *     DUTY:nnn      - maximum duty length in minutes (def. 600)  *
      *     REST:nnn      - minimum rest between turns (default 720)   *
      *   e.g. 'TrnCrew DATE:20261012 DUTY:540'                        *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TrnCrew.
       AUTHOR. Pierre.

      *      Define the source and destination of data
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    The cleaned national schedule
           SELECT TRAIN-FILE ASSIGN TO 'train.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
      *    The crew master. OPTIONAL so a site that does not roster
      *    through the system still runs the nightly chain.
           SELECT OPTIONAL CREW-FILE ASSIGN TO 'crew-master.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CREW-STATUS.
      *    Sort work file for the departure-time ordering
           SELECT SORT-FILE ASSIGN TO 'crew-sort.tmp'.
      *    The crew diagram with its uncovered and breach lines
           SELECT DIAGRAM-FILE ASSIGN TO 'train-crew.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    File description for the national schedule
       FD TRAIN-FILE
           RECORD IS VARYING IN SIZE FROM 94 TO 512 CHARACTERS
               DEPENDING ON TRAIN-RECORD-LENGTH.
       COPY 'train-record.cpy'.

      *    File description for the crew master
       FD CREW-FILE
           RECORD CONTAINS 50 CHARACTERS.
       COPY 'crew-record.cpy'.

      *    Sort record: one train running on the service date, with
      *    its departure and arrival as minutes past midnight
       SD SORT-FILE.
       01 SORT-TRAIN-RECORD.
           05 SORT-DEPART-MIN           PIC 9(04).
           05 SORT-TRAIN-NUMBER         PIC 9(05).
           05 SORT-TYPE-CODE            PIC X(01).
           05 SORT-DEPOT-CODE           PIC X(05).
           05 SORT-DEPART               PIC X(15).
           05 SORT-ARRIVEE              PIC X(15).
           05 SORT-ARRIVE-MIN           PIC 9(04).

      *    File description for the crew diagram
       FD DIAGRAM-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01 DIAGRAM-RECORD PIC X(132).

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
       01  WS-ARGUMENT-3                PIC X(40) VALUE SPACES.
       01  WS-ARGUMENT                  PIC X(40) VALUE SPACES.
       01  WS-ARGUMENT-NUMBER           PIC 9(1) VALUE ZERO.
       01  WS-SERVICE-DATE              PIC 9(8) VALUE ZERO.
       01  WS-MAX-DUTY                  PIC 9(3) VALUE 600.
       01  WS-MIN-REST                  PIC 9(3) VALUE 720.
      *    Minutes a crew needs between arriving on one train and
      *    working the next out of the same station
       01  WS-CREW-TURNAROUND           PIC 9(3) VALUE 10.

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

      *    Crew master table with each member's position in the day:
      *    state N (not yet signed on) or D (out on a turn), where
      *    and when the turn signed on, where the member now is and
      *    the minute their last train arrived
       01  WS-CREW-STATUS               PIC X(02) VALUE SPACES.
       01  WS-CREW-EOF                  PIC X VALUE 'N'.
           88 CREW-MASTER-EOF           VALUE 'Y'.
           88 CREW-MASTER-NOT-EOF       VALUE 'N'.
       01  WS-CREW-OPENED               PIC X VALUE 'N'.
           88 CREW-FILE-OPENED          VALUE 'Y'.
           88 CREW-FILE-NOT-OPENED      VALUE 'N'.
       01  WS-MASTER-SWITCH             PIC X VALUE 'N'.
           88 CREW-MASTER-LOADED        VALUE 'Y'.
           88 CREW-MASTER-NOT-LOADED    VALUE 'N'.
       01  WS-CRW-TABLE-MAX             PIC 9(3) VALUE 500.
       01  WS-CRW-USED                  PIC 9(3) VALUE ZERO.
       01  WS-CRW-TABLE.
           05 WS-CRW-ENTRY OCCURS 500 TIMES
                           INDEXED BY WS-CRW-IDX.
               10 WS-CRW-STAFF-ID       PIC X(06).
               10 WS-CRW-DEPOT          PIC X(05).
               10 WS-CRW-HOME-STATION   PIC X(15).
               10 WS-CRW-GRADE          PIC X(01).
               10 WS-CRW-KNOWLEDGE      PIC X(03).
               10 WS-CRW-STATE          PIC X(01).
               10 WS-CRW-SIGN-ON-STATION
                                        PIC X(15).
               10 WS-CRW-SIGN-ON-MIN    PIC 9(04).
               10 WS-CRW-LOCATION       PIC X(15).
               10 WS-CRW-FREE-MIN       PIC 9(04).
               10 WS-CRW-TURN-TRAINS    PIC 9(02).
       01  WS-CRW-DROPPED-COUNT         PIC 9(5) VALUE ZERO.

      *    Role assignment working fields
       01  WS-ROLE-GRADE                PIC X(01) VALUE SPACE.
       01  WS-ROLE-NAME                 PIC X(06) VALUE SPACES.
       01  WS-TRACTION-POS              PIC 9(1) VALUE ZERO.
       01  WS-KNOWLEDGE-SWITCH          PIC X VALUE 'N'.
           88 CREW-KNOWS-TRACTION       VALUE 'Y'.
           88 CREW-LACKS-TRACTION       VALUE 'N'.
       01  WS-PICK-SWITCH               PIC X VALUE 'C'.
           88 PICKED-CONTINUING         VALUE 'C'.
           88 PICKED-FRESH              VALUE 'F'.
       01  WS-FOUND-CREW                PIC 9(3) VALUE ZERO.
       01  WS-QUALIFIED-COUNT           PIC 9(3) VALUE ZERO.
       01  WS-READY-MIN                 PIC 9(5) VALUE ZERO.
       01  WS-REST-DUE-MIN              PIC 9(5) VALUE ZERO.
       01  WS-DUTY-MIN                  PIC 9(5) VALUE ZERO.
       01  WS-ASSIGNED-ID               PIC X(06) VALUE SPACES.
       01  WS-UNCOVER-REASON            PIC X(70) VALUE SPACES.
       01  WS-DRIVER-ID                 PIC X(06) VALUE SPACES.
       01  WS-DRIVER-REASON             PIC X(70) VALUE SPACES.
       01  WS-GUARD-ID                  PIC X(06) VALUE SPACES.
       01  WS-GUARD-REASON              PIC X(70) VALUE SPACES.

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

       01  WS-TRAIN-COUNT               PIC 9(5) VALUE ZERO.
       01  WS-DRIVER-UNCOVERED          PIC 9(5) VALUE ZERO.
       01  WS-GUARD-UNCOVERED           PIC 9(5) VALUE ZERO.
       01  WS-TURN-COUNT                PIC 9(5) VALUE ZERO.
       01  WS-BREACH-COUNT              PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.

      *    Parse the optional command-line arguments
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           UNSTRING WS-COMMAND-LINE DELIMITED BY SPACE
               INTO WS-ARGUMENT-1 WS-ARGUMENT-2 WS-ARGUMENT-3
           PERFORM PARSE-ONE-ARGUMENT
               VARYING WS-ARGUMENT-NUMBER FROM 1 BY 1
               UNTIL WS-ARGUMENT-NUMBER > 3
           IF WS-SERVICE-DATE = ZERO
               ACCEPT WS-SERVICE-DATE FROM DATE YYYYMMDD
           END-IF
           MOVE WS-SERVICE-DATE TO WS-ZEL-DATE
           PERFORM COMPUTE-DAY-OF-WEEK

      *    Start of main processing
           PERFORM LOAD-CREW-MASTER
           OPEN OUTPUT DIAGRAM-FILE
           MOVE SPACES TO DIAGRAM-RECORD
           STRING "=== Crew Diagram for " WS-SERVICE-DATE
                  DELIMITED BY SIZE
                  " (max duty " WS-MAX-DUTY " min, min rest "
                  DELIMITED BY SIZE
                  WS-MIN-REST " min) ===" DELIMITED BY SIZE
                  INTO DIAGRAM-RECORD
           WRITE DIAGRAM-RECORD

      *    Take the day's trains in departure order and crew them,
      *    then close every turn still open at the end of the day
           IF CREW-MASTER-LOADED
               SORT SORT-FILE
                   ON ASCENDING KEY SORT-DEPART-MIN SORT-TRAIN-NUMBER
                   INPUT PROCEDURE IS RELEASE-SERVICE-TRAINS
                   OUTPUT PROCEDURE IS DIAGRAM-TRAINS
               PERFORM VARYING WS-CRW-IDX FROM 1 BY 1 UNTIL
                               WS-CRW-IDX > WS-CRW-USED
                   IF WS-CRW-STATE (WS-CRW-IDX) = 'D'
                       PERFORM CLOSE-CREW-TURN
                   END-IF
               END-PERFORM
           ELSE
               MOVE SPACES TO DIAGRAM-RECORD
               MOVE "No crew master on file - diagram not produced"
                   TO DIAGRAM-RECORD
               WRITE DIAGRAM-RECORD
           END-IF

           MOVE SPACES TO DIAGRAM-RECORD
           STRING "Trains: " WS-TRAIN-COUNT DELIMITED BY SIZE
                  " Driver uncovered: " WS-DRIVER-UNCOVERED
                  DELIMITED BY SIZE
                  " Guard uncovered: " WS-GUARD-UNCOVERED
                  DELIMITED BY SIZE
                  " Turns: " WS-TURN-COUNT DELIMITED BY SIZE
                  " Breaches: " WS-BREACH-COUNT DELIMITED BY SIZE
                  INTO DIAGRAM-RECORD
           WRITE DIAGRAM-RECORD
           CLOSE DIAGRAM-FILE

           IF WS-DRIVER-UNCOVERED > 0 OR WS-GUARD-UNCOVERED > 0
                   OR WS-BREACH-COUNT > 0
               DISPLAY "TrnCrew: WARNING - "
                       WS-DRIVER-UNCOVERED " driver and "
                       WS-GUARD-UNCOVERED " guard role(s) uncovered, "
                       WS-BREACH-COUNT " breach(es), see "
                       "train-crew.dat"
           ELSE
               DISPLAY "TrnCrew: every train crewed within limits"
           END-IF.

      *    End the program
           STOP RUN.

      ******************************************************************
      * PARSE-ONE-ARGUMENT                                             *
      *   Classifies command-line argument WS-ARGUMENT-NUMBER as       *
      *   DATE:ccyymmdd, DUTY:nnn or REST:nnn.                         *
      ******************************************************************
       PARSE-ONE-ARGUMENT.
           EVALUATE TRUE
               WHEN WS-ARGUMENT-NUMBER = 1
                   MOVE WS-ARGUMENT-1 TO WS-ARGUMENT
               WHEN WS-ARGUMENT-NUMBER = 2
                   MOVE WS-ARGUMENT-2 TO WS-ARGUMENT
               WHEN OTHER
                   MOVE WS-ARGUMENT-3 TO WS-ARGUMENT
           END-EVALUATE
           EVALUATE TRUE
               WHEN WS-ARGUMENT (1:5) = "DATE:"
                   MOVE WS-ARGUMENT (6:8) TO WS-SERVICE-DATE
               WHEN WS-ARGUMENT (1:5) = "DUTY:"
                   MOVE WS-ARGUMENT (6:3) TO WS-MAX-DUTY
               WHEN WS-ARGUMENT (1:5) = "REST:"
                   MOVE WS-ARGUMENT (6:3) TO WS-MIN-REST
           END-EVALUATE.

      ******************************************************************
      * LOAD-CREW-MASTER                                               *
      *   Reads the crew master into the crew table, every member      *
      *   starting the day not yet signed on. When no master file      *
      *   exists the diagram is not produced.                          *
      ******************************************************************
       LOAD-CREW-MASTER.
           OPEN INPUT CREW-FILE
           IF WS-CREW-STATUS = "00" OR WS-CREW-STATUS = "05"
               SET CREW-FILE-OPENED TO TRUE
           END-IF
           IF WS-CREW-STATUS = "00"
               SET CREW-MASTER-LOADED TO TRUE
               PERFORM UNTIL CREW-MASTER-EOF
                   READ CREW-FILE
                       AT END
                           MOVE 'Y' TO WS-CREW-EOF
                       NOT AT END
                           IF WS-CRW-USED < WS-CRW-TABLE-MAX
                               ADD 1 TO WS-CRW-USED
                               SET WS-CRW-IDX TO WS-CRW-USED
                               MOVE CREW-STAFF-ID
                                   TO WS-CRW-STAFF-ID (WS-CRW-IDX)
                               MOVE CREW-HOME-DEPOT
                                   TO WS-CRW-DEPOT (WS-CRW-IDX)
                               MOVE CREW-HOME-STATION
                                   TO WS-CRW-HOME-STATION (WS-CRW-IDX)
                               MOVE CREW-GRADE
                                   TO WS-CRW-GRADE (WS-CRW-IDX)
                               MOVE CREW-TRACTION-KNOWLEDGE
                                   TO WS-CRW-KNOWLEDGE (WS-CRW-IDX)
                               MOVE 'N' TO WS-CRW-STATE (WS-CRW-IDX)
                               MOVE SPACES TO
                                   WS-CRW-SIGN-ON-STATION (WS-CRW-IDX)
                                   WS-CRW-LOCATION (WS-CRW-IDX)
                               MOVE ZERO TO
                                   WS-CRW-SIGN-ON-MIN (WS-CRW-IDX)
                                   WS-CRW-FREE-MIN (WS-CRW-IDX)
                                   WS-CRW-TURN-TRAINS (WS-CRW-IDX)
                           ELSE
                               ADD 1 TO WS-CRW-DROPPED-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-CRW-DROPPED-COUNT > 0
                   DISPLAY "TrnCrew: WARNING - crew table capacity "
                           WS-CRW-TABLE-MAX " exceeded, "
                           WS-CRW-DROPPED-COUNT " crew member(s) "
                           "not loaded"
               END-IF
           ELSE
               DISPLAY "TrnCrew: WARNING - no crew master, "
                       "crew diagram not produced"
           END-IF
           IF CREW-FILE-OPENED
               CLOSE CREW-FILE
           END-IF.

      ******************************************************************
      * RELEASE-SERVICE-TRAINS                                         *
      *   Sort input procedure: releases every train that runs on the  *
      *   service date with its departure and arrival minutes.         *
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
                           MOVE TRAIN-TYPE-CODE TO SORT-TYPE-CODE
                           MOVE TRAIN-DEPOT-CODE TO SORT-DEPOT-CODE
                           MOVE STATION-DEPART TO SORT-DEPART
                           MOVE STATION-ARRIVEE TO SORT-ARRIVEE
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
      * DIAGRAM-TRAINS                                                 *
      *   Sort output procedure: crews each train in departure order.  *
      ******************************************************************
       DIAGRAM-TRAINS.
           SET SORT-NOT-EOF TO TRUE
           PERFORM UNTIL SORT-EOF
               RETURN SORT-FILE
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END
                       PERFORM DIAGRAM-ONE-TRAIN
               END-RETURN
           END-PERFORM.

      ******************************************************************
      * DIAGRAM-ONE-TRAIN                                              *
      *   Finds a driver and then a guard for the current train and    *
      *   writes its diagram line, followed by an UNCOVERED line for   *
      *   each role left without crew.                                 *
      ******************************************************************
       DIAGRAM-ONE-TRAIN.
           ADD 1 TO WS-TRAIN-COUNT
           EVALUATE SORT-TYPE-CODE
               WHEN 'T'
                   MOVE 1 TO WS-TRACTION-POS
               WHEN 'C'
                   MOVE 2 TO WS-TRACTION-POS
               WHEN 'R'
                   MOVE 3 TO WS-TRACTION-POS
               WHEN OTHER
                   MOVE ZERO TO WS-TRACTION-POS
           END-EVALUATE

           MOVE 'D' TO WS-ROLE-GRADE
           MOVE "DRIVER" TO WS-ROLE-NAME
           PERFORM ASSIGN-ONE-ROLE
           MOVE WS-ASSIGNED-ID TO WS-DRIVER-ID
           MOVE WS-UNCOVER-REASON TO WS-DRIVER-REASON
           IF WS-DRIVER-ID = SPACES
               ADD 1 TO WS-DRIVER-UNCOVERED
               MOVE "------" TO WS-DRIVER-ID
           END-IF

           MOVE 'G' TO WS-ROLE-GRADE
           MOVE "GUARD " TO WS-ROLE-NAME
           PERFORM ASSIGN-ONE-ROLE
           MOVE WS-ASSIGNED-ID TO WS-GUARD-ID
           MOVE WS-UNCOVER-REASON TO WS-GUARD-REASON
           IF WS-GUARD-ID = SPACES
               ADD 1 TO WS-GUARD-UNCOVERED
               MOVE "------" TO WS-GUARD-ID
           END-IF

           MOVE SORT-DEPART-MIN TO WS-FMT-MIN
           PERFORM FORMAT-CLOCK-TIME
           MOVE WS-FMT-CLOCK TO WS-DEPART-CLOCK
           MOVE SORT-ARRIVE-MIN TO WS-FMT-MIN
           PERFORM FORMAT-CLOCK-TIME
           MOVE WS-FMT-CLOCK TO WS-ARRIVE-CLOCK
           MOVE SPACES TO DIAGRAM-RECORD
           STRING "Train " SORT-TRAIN-NUMBER " " SORT-TYPE-CODE
                  DELIMITED BY SIZE
                  " " SORT-DEPOT-CODE " " SORT-DEPART
                  DELIMITED BY SIZE
                  " -> " SORT-ARRIVEE DELIMITED BY SIZE
                  " dep " WS-DEPART-CLOCK DELIMITED BY SIZE
                  " arr " WS-ARRIVE-CLOCK DELIMITED BY SIZE
                  " Driver " WS-DRIVER-ID DELIMITED BY SIZE
                  " Guard " WS-GUARD-ID DELIMITED BY SIZE
                  INTO DIAGRAM-RECORD
           WRITE DIAGRAM-RECORD

           IF WS-DRIVER-REASON NOT = SPACES
               MOVE SPACES TO DIAGRAM-RECORD
               STRING "UNCOVERED - Train " SORT-TRAIN-NUMBER
                      DELIMITED BY SIZE
                      " DRIVER - " WS-DRIVER-REASON
                      DELIMITED BY SIZE
                      INTO DIAGRAM-RECORD
               WRITE DIAGRAM-RECORD
           END-IF
           IF WS-GUARD-REASON NOT = SPACES
               MOVE SPACES TO DIAGRAM-RECORD
               STRING "UNCOVERED - Train " SORT-TRAIN-NUMBER
                      DELIMITED BY SIZE
                      " GUARD  - " WS-GUARD-REASON
                      DELIMITED BY SIZE
                      INTO DIAGRAM-RECORD
               WRITE DIAGRAM-RECORD
           END-IF.

      ******************************************************************
      * ASSIGN-ONE-ROLE                                                *
      *   Fills the WS-ROLE-GRADE role on the current train: first     *
      *   from crew already out on a turn and standing at the origin,  *
      *   then by signing on a rested member of the train's depot      *
      *   whose home station is the train's origin.                    *
      *   Leaves the staff ID in WS-ASSIGNED-ID, or spaces and the     *
      *   reason in WS-UNCOVER-REASON.                                 *
      ******************************************************************
       ASSIGN-ONE-ROLE.
           MOVE SPACES TO WS-ASSIGNED-ID
           MOVE SPACES TO WS-UNCOVER-REASON
           MOVE ZERO TO WS-FOUND-CREW
           MOVE ZERO TO WS-QUALIFIED-COUNT
           SET PICKED-CONTINUING TO TRUE
           PERFORM FIND-CONTINUING-CREW
           IF WS-FOUND-CREW = ZERO
               SET PICKED-FRESH TO TRUE
               PERFORM FIND-FRESH-CREW
           END-IF
           IF WS-FOUND-CREW > ZERO
               PERFORM TAKE-CREW-ONTO-TRAIN
           ELSE
               IF WS-QUALIFIED-COUNT = ZERO
                   STRING "no qualified crew of depot "
                          SORT-DEPOT-CODE DELIMITED BY SIZE
                          " with home station " SORT-DEPART
                          DELIMITED BY SIZE
                          INTO WS-UNCOVER-REASON
               ELSE
                   MOVE "depot crew all rostered or short of rest"
                       TO WS-UNCOVER-REASON
               END-IF
           END-IF.

      ******************************************************************
      * FIND-CONTINUING-CREW                                           *
      *   Looks for a member of the role's grade, out on a turn and    *
      *   standing at the train's origin, who is through the crew      *
      *   turnaround by departure and whose turn would still be        *
      *   inside the maximum duty at arrival.                          *
      ******************************************************************
       FIND-CONTINUING-CREW.
           PERFORM VARYING WS-CRW-IDX FROM 1 BY 1 UNTIL
                           WS-CRW-IDX > WS-CRW-USED
                           OR WS-FOUND-CREW > ZERO
               IF WS-CRW-STATE (WS-CRW-IDX) = 'D' AND
                       WS-CRW-GRADE (WS-CRW-IDX) = WS-ROLE-GRADE AND
                       WS-CRW-LOCATION (WS-CRW-IDX) = SORT-DEPART
                   PERFORM CHECK-CREW-KNOWLEDGE
                   IF CREW-KNOWS-TRACTION
                       COMPUTE WS-READY-MIN =
                               WS-CRW-FREE-MIN (WS-CRW-IDX) +
                               WS-CREW-TURNAROUND
                       COMPUTE WS-DUTY-MIN = SORT-ARRIVE-MIN -
                               WS-CRW-SIGN-ON-MIN (WS-CRW-IDX)
                       IF WS-READY-MIN NOT > SORT-DEPART-MIN AND
                               WS-DUTY-MIN NOT > WS-MAX-DUTY
                           SET WS-FOUND-CREW TO WS-CRW-IDX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
      * FIND-FRESH-CREW                                                *
      *   Looks for a member of the train's depot and the role's       *
      *   grade, whose home station is the train's origin, who can     *
      *   sign on for it: one not yet out today, or one standing back  *
      *   at the home station whose last train arrived at least the    *
      *   minimum rest before this departure. Counts the qualified     *
      *   members seen so an uncovered role can say why.               *
      ******************************************************************
       FIND-FRESH-CREW.
           PERFORM VARYING WS-CRW-IDX FROM 1 BY 1 UNTIL
                           WS-CRW-IDX > WS-CRW-USED
                           OR WS-FOUND-CREW > ZERO
               IF WS-CRW-DEPOT (WS-CRW-IDX) = SORT-DEPOT-CODE AND
                       WS-CRW-GRADE (WS-CRW-IDX) = WS-ROLE-GRADE AND
                       WS-CRW-HOME-STATION (WS-CRW-IDX) = SORT-DEPART
                   PERFORM CHECK-CREW-KNOWLEDGE
                   IF CREW-KNOWS-TRACTION
                       ADD 1 TO WS-QUALIFIED-COUNT
                       IF WS-CRW-STATE (WS-CRW-IDX) = 'N'
                           SET WS-FOUND-CREW TO WS-CRW-IDX
                       ELSE
                           COMPUTE WS-REST-DUE-MIN =
                                   WS-CRW-FREE-MIN (WS-CRW-IDX) +
                                   WS-MIN-REST
                           IF WS-REST-DUE-MIN NOT > SORT-DEPART-MIN
                              AND WS-CRW-LOCATION (WS-CRW-IDX) =
                                  WS-CRW-HOME-STATION (WS-CRW-IDX)
                               SET WS-FOUND-CREW TO WS-CRW-IDX
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
      * CHECK-CREW-KNOWLEDGE                                           *
      *   Sets CREW-KNOWS-TRACTION when crew member WS-CRW-IDX holds   *
      *   the traction knowledge for the current train's type.         *
      ******************************************************************
       CHECK-CREW-KNOWLEDGE.
           SET CREW-LACKS-TRACTION TO TRUE
           IF WS-TRACTION-POS > ZERO
               IF WS-CRW-KNOWLEDGE (WS-CRW-IDX) (WS-TRACTION-POS:1)
                       = 'Y'
                   SET CREW-KNOWS-TRACTION TO TRUE
               END-IF
           END-IF.

      ******************************************************************
      * TAKE-CREW-ONTO-TRAIN                                           *
      *   Puts crew member WS-FOUND-CREW on the current train. A fresh *
      *   sign-on first closes the member's previous turn, if any, and *
      *   opens a new one at the train's origin and departure.         *
      ******************************************************************
       TAKE-CREW-ONTO-TRAIN.
           SET WS-CRW-IDX TO WS-FOUND-CREW
           IF PICKED-FRESH
               IF WS-CRW-STATE (WS-CRW-IDX) = 'D'
                   PERFORM CLOSE-CREW-TURN
               END-IF
               MOVE 'D' TO WS-CRW-STATE (WS-CRW-IDX)
               MOVE SORT-DEPART TO WS-CRW-SIGN-ON-STATION (WS-CRW-IDX)
               MOVE SORT-DEPART-MIN TO WS-CRW-SIGN-ON-MIN (WS-CRW-IDX)
               MOVE ZERO TO WS-CRW-TURN-TRAINS (WS-CRW-IDX)
           END-IF
           MOVE SORT-ARRIVEE TO WS-CRW-LOCATION (WS-CRW-IDX)
           MOVE SORT-ARRIVE-MIN TO WS-CRW-FREE-MIN (WS-CRW-IDX)
           ADD 1 TO WS-CRW-TURN-TRAINS (WS-CRW-IDX)
           MOVE WS-CRW-STAFF-ID (WS-CRW-IDX) TO WS-ASSIGNED-ID.

      ******************************************************************
      * CLOSE-CREW-TURN                                                *
      *   Writes the TURN line for crew member WS-CRW-IDX's turn and   *
      *   a BREACH line when it ran over the maximum duty or signed    *
      *   off away from the member's home station.                     *
      ******************************************************************
       CLOSE-CREW-TURN.
           ADD 1 TO WS-TURN-COUNT
           COMPUTE WS-DUTY-MIN = WS-CRW-FREE-MIN (WS-CRW-IDX) -
                   WS-CRW-SIGN-ON-MIN (WS-CRW-IDX)
           MOVE WS-CRW-SIGN-ON-MIN (WS-CRW-IDX) TO WS-FMT-MIN
           PERFORM FORMAT-CLOCK-TIME
           MOVE WS-FMT-CLOCK TO WS-DEPART-CLOCK
           MOVE WS-CRW-FREE-MIN (WS-CRW-IDX) TO WS-FMT-MIN
           PERFORM FORMAT-CLOCK-TIME
           MOVE WS-FMT-CLOCK TO WS-ARRIVE-CLOCK
           MOVE SPACES TO DIAGRAM-RECORD
           STRING "TURN      - Staff " WS-CRW-STAFF-ID (WS-CRW-IDX)
                  DELIMITED BY SIZE
                  " " WS-CRW-GRADE (WS-CRW-IDX) " "
                  WS-CRW-DEPOT (WS-CRW-IDX) DELIMITED BY SIZE
                  " on " WS-CRW-SIGN-ON-STATION (WS-CRW-IDX)
                  DELIMITED BY SIZE
                  " " WS-DEPART-CLOCK DELIMITED BY SIZE
                  " off " WS-CRW-LOCATION (WS-CRW-IDX)
                  DELIMITED BY SIZE
                  " " WS-ARRIVE-CLOCK DELIMITED BY SIZE
                  " duty " WS-DUTY-MIN " min trains "
                  WS-CRW-TURN-TRAINS (WS-CRW-IDX) DELIMITED BY SIZE
                  INTO DIAGRAM-RECORD
           WRITE DIAGRAM-RECORD

           IF WS-DUTY-MIN > WS-MAX-DUTY
               ADD 1 TO WS-BREACH-COUNT
               MOVE SPACES TO DIAGRAM-RECORD
               STRING "BREACH    - Staff " WS-CRW-STAFF-ID (WS-CRW-IDX)
                      DELIMITED BY SIZE
                      " duty " WS-DUTY-MIN " min over maximum "
                      WS-MAX-DUTY DELIMITED BY SIZE
                      INTO DIAGRAM-RECORD
               WRITE DIAGRAM-RECORD
           END-IF
           IF WS-CRW-LOCATION (WS-CRW-IDX) NOT =
                   WS-CRW-HOME-STATION (WS-CRW-IDX)
               ADD 1 TO WS-BREACH-COUNT
               MOVE SPACES TO DIAGRAM-RECORD
               STRING "BREACH    - Staff " WS-CRW-STAFF-ID (WS-CRW-IDX)
                      DELIMITED BY SIZE
                      " signs off at " WS-CRW-LOCATION (WS-CRW-IDX)
                      DELIMITED BY SIZE
                      " away from home sign-on point "
                      WS-CRW-HOME-STATION (WS-CRW-IDX)
                      DELIMITED BY SIZE
                      INTO DIAGRAM-RECORD
               WRITE DIAGRAM-RECORD
           END-IF.

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
