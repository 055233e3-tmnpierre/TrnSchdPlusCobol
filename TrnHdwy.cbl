      ******************************************************************
      * DATE-WRITTEN. 2026-10-07                                       *
      *                                                                *
      * PURPOSE:                                                       *
      *   Checks the track between stations, where TrnChk (same-       *
      *   minute departures) and TrnPlat (trains standing in           *
      *   stations) do not look. Every train in 'train.dat' is timed   *
      *   through each station-to-station section it runs over that    *
      *   appears in 'station-distance.dat': it enters a section when  *
      *   it leaves the first station (departure time plus the halt's  *
      *   TRAIN-HALT-OFFSET and, at a flagged halt, its                *
      *   TRAIN-HALT-DWELL) and leaves it on reaching the next one.    *
      *   The section runs are sorted by section, direction and entry  *
      *   time, and every pair of same-direction trains whose service  *
      *   calendars can meet is compared:                              *
      *     - HEADWAY - the second train enters less than the minimum  *
      *       headway behind the first;                                *
      *     - CATCHUP - the second train, entering at a proper         *
      *       headway, reaches the far end less than the headway       *
      *       behind the first or ahead of it - a faster TGV timed     *
      *       onto a slower TER between two stops where it cannot      *
      *       pass.                                                    *
      *   Every conflict goes to 'train-headway.dat', both trains are  *
      *   held out to 'train-hdwy-held.dat' for manual review, and     *
      *   train.dat is rewritten with the clean records. The held      *
      *   file is recreated on every run, so a rerun of the step       *
      *   cannot list a train twice and the file always agrees with    *
      *   the HELD count in 'headway-control.dat', the control totals  *
      *   that let TrnBal account for every record.                    *
      *                                                                *
      *   Command-line argument: optionally HEADWAY:nnn, the minimum   *
      *   headway in minutes (default 003), e.g. 'TrnHdwy HEADWAY:004' *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TrnHdwy.
       AUTHOR. Pierre.

      *      Define the source and destination of data
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    The amended national schedule, read for the section runs
      *    and rewritten clean once the check is done
           SELECT TRAIN-FILE ASSIGN TO 'train.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
      *    The station-to-station distance reference defining the
      *    sections. OPTIONAL so a site without one passes the
      *    schedule through unchecked.
           SELECT OPTIONAL DISTANCE-FILE
               ASSIGN TO 'station-distance.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DISTANCE-STATUS.
      *    Sort work file for the section/entry-time ordering
           SELECT SORT-FILE ASSIGN TO 'hdwy-sort.tmp'.
      *    The clean records, written here and then copied back over
      *    train.dat so the downstream programs need no change
           SELECT CHECKED-FILE ASSIGN TO 'train-hdwy-clean.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
      *    The conflicting records held out for manual review
           SELECT HELD-FILE ASSIGN TO 'train-hdwy-held.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
      *    The headway conflict report for the planning desk
           SELECT CONFLICT-FILE ASSIGN TO 'train-headway.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
      *    Control totals balanced by TrnBal before a run is released
           SELECT HEADWAY-CONTROL-FILE ASSIGN TO 'headway-control.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    File description for the national schedule. The raw view
      *    shares the record area with the copybook layout so a
      *    record can be copied on without disturbing its length.
       FD TRAIN-FILE
           RECORD IS VARYING IN SIZE FROM 94 TO 512 CHARACTERS
               DEPENDING ON TRAIN-RECORD-LENGTH.
       COPY 'train-record.cpy'.
       01 TRAIN-RAW-RECORD PIC X(512).

      *    File description for the distance reference
       FD DISTANCE-FILE
           RECORD CONTAINS 34 CHARACTERS.
       COPY 'distance-record.cpy'.

      *    Sort record: one train's run over one section, with the
      *    calendar it runs to and the fields of its hold key
       SD SORT-FILE.
       01 SORT-RUN-RECORD.
           05 SORT-SECTION-FROM         PIC X(15).
           05 SORT-SECTION-TO           PIC X(15).
           05 SORT-ENTRY-MIN            PIC 9(04).
           05 SORT-EXIT-MIN             PIC 9(05).
           05 SORT-TRAIN-NUMBER         PIC 9(05).
           05 SORT-TYPE-CODE            PIC X(01).
           05 SORT-CALENDAR             PIC X(07).
           05 SORT-EFF-FROM             PIC 9(08).
           05 SORT-EFF-TO               PIC 9(08).
           05 SORT-ORIGIN               PIC X(15).
           05 SORT-HH                   PIC 9(02).
           05 SORT-MM                   PIC 9(02).

      *    File description for the clean-record work file
       FD CHECKED-FILE
           RECORD IS VARYING IN SIZE FROM 94 TO 512 CHARACTERS
               DEPENDING ON WS-CHECKED-LENGTH.
       01 CHECKED-RECORD PIC X(512).

      *    File description for the held-out conflicting records
       FD HELD-FILE
           RECORD IS VARYING IN SIZE FROM 94 TO 512 CHARACTERS
               DEPENDING ON WS-HELD-LENGTH.
       01 HELD-RECORD PIC X(512).

      *    File description for the conflict report
       FD CONFLICT-FILE
           RECORD CONTAINS 200 CHARACTERS.
       01 CONFLICT-RECORD PIC X(200).

      *    File description for the control totals. Fixed positions:
      *    1-7 records read, 9-15 written clean, 17-23 held out.
       FD HEADWAY-CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 HEADWAY-CONTROL-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       01  TRAIN-RECORD-LENGTH          PIC 9(3) COMP.
       01  WS-CHECKED-LENGTH            PIC 9(3) COMP.
       01  WS-HELD-LENGTH               PIC 9(3) COMP.
       01  WS-TRAIN-EOF                 PIC X VALUE 'N'.
           88 TRAIN-EOF                 VALUE 'Y'.
           88 TRAIN-NOT-EOF             VALUE 'N'.
       01  WS-CHECKED-EOF               PIC X VALUE 'N'.
           88 CHECKED-EOF               VALUE 'Y'.
           88 CHECKED-NOT-EOF           VALUE 'N'.
       01  WS-SORT-EOF                  PIC X VALUE 'N'.
           88 SORT-EOF                  VALUE 'Y'.
           88 SORT-NOT-EOF              VALUE 'N'.

      *    Raw command line: an optional HEADWAY:nnn
       01  WS-COMMAND-LINE              PIC X(80) VALUE SPACES.
       01  WS-ARGUMENT-1                PIC X(40) VALUE SPACES.
       01  WS-MIN-HEADWAY               PIC 9(3) VALUE 3.

      *    Distance reference table: the sections to be checked
       01  WS-DISTANCE-STATUS           PIC X(02) VALUE SPACES.
       01  WS-DISTANCE-EOF              PIC X VALUE 'N'.
           88 DISTANCE-EOF              VALUE 'Y'.
           88 DISTANCE-NOT-EOF          VALUE 'N'.
       01  WS-DISTANCE-OPENED           PIC X VALUE 'N'.
           88 DISTANCE-FILE-OPENED      VALUE 'Y'.
           88 DISTANCE-FILE-NOT-OPENED  VALUE 'N'.
       01  WS-DST-TABLE-MAX             PIC 9(3) VALUE 500.
       01  WS-DST-USED                  PIC 9(3) VALUE ZERO.
       01  WS-DST-TABLE.
           05 WS-DST-ENTRY OCCURS 500 TIMES
                           INDEXED BY WS-DST-IDX.
               10 WS-DST-STATION-A      PIC X(15).
               10 WS-DST-STATION-B      PIC X(15).
       01  WS-DST-DROPPED-COUNT         PIC 9(3) VALUE ZERO.
       01  WS-SECTION-SWITCH            PIC X VALUE 'N'.
           88 SECTION-FOUND             VALUE 'Y'.
           88 SECTION-NOT-FOUND         VALUE 'N'.

      *    The current train's timing points in running order: the
      *    origin, every halt in its table (a call or a pass) and the
      *    terminus, each with its arrival and departure offset
       01  WS-POINT-USED                PIC 9(2) VALUE ZERO.
       01  WS-POINT-TABLE.
           05 WS-POINT-ENTRY OCCURS 22 TIMES
                             INDEXED BY WS-POINT-IDX.
               10 WS-POINT-STATION      PIC X(15).
               10 WS-POINT-ARRIVE-OFF   PIC 9(04).
               10 WS-POINT-DEPART-OFF   PIC 9(04).
       01  WS-HALT-INDEX                PIC 9(2).
       01  WS-DEPART-MIN                PIC 9(4).
       01  WS-ENTRY-MIN                 PIC 9(5).
       01  WS-EXIT-MIN                  PIC 9(5).

      *    All runs over the section and direction being scanned
       01  WS-RUN-TABLE-MAX             PIC 9(3) VALUE 200.
       01  WS-RUN-USED                  PIC 9(3) VALUE ZERO.
       01  WS-RUN-FROM                  PIC X(15) VALUE SPACES.
       01  WS-RUN-TO                    PIC X(15) VALUE SPACES.
       01  WS-RUN-TABLE.
           05 WS-RUN-ENTRY OCCURS 200 TIMES
                           INDEXED BY WS-RUN-IDX WS-RUN-IDX2.
               10 WS-RUN-ENTRY-MIN      PIC 9(04).
               10 WS-RUN-EXIT-MIN       PIC 9(05).
               10 WS-RUN-NUMBER         PIC 9(05).
               10 WS-RUN-TYPE           PIC X(01).
               10 WS-RUN-CALENDAR       PIC X(07).
               10 WS-RUN-EFF-FROM       PIC 9(08).
               10 WS-RUN-EFF-TO         PIC 9(08).
               10 WS-RUN-ORIGIN         PIC X(15).
               10 WS-RUN-HH             PIC 9(02).
               10 WS-RUN-MM             PIC 9(02).
       01  WS-RUN-DROPPED-COUNT         PIC 9(5) VALUE ZERO.

      *    Pair comparison fields. Open-ended effective dates compare
      *    as the extremes so a zero FROM or TO never hides a meeting.
       01  WS-MEET-SWITCH               PIC X VALUE 'N'.
           88 TRAINS-CAN-MEET           VALUE 'Y'.
           88 TRAINS-NEVER-MEET         VALUE 'N'.
       01  WS-DAY-INDEX                 PIC 9(1) VALUE ZERO.
       01  WS-RANGE-A-FROM              PIC 9(08).
       01  WS-RANGE-A-TO                PIC 9(08).
       01  WS-RANGE-B-FROM              PIC 9(08).
       01  WS-RANGE-B-TO                PIC 9(08).
       01  WS-ENTRY-GAP                 PIC 9(4) VALUE ZERO.
       01  WS-CLOSE-LIMIT               PIC 9(5) VALUE ZERO.

      *    Clock formatting: minutes past midnight shown as hh:mm
      *    with a +n mark for a later day
       01  WS-FMT-MIN                   PIC 9(5) VALUE ZERO.
       01  WS-FMT-DAY                   PIC 9(1) VALUE ZERO.
       01  WS-FMT-CLOCK.
           05 WS-FMT-HH                 PIC 99.
           05 FILLER                    PIC X VALUE ':'.
           05 WS-FMT-MM                 PIC 99.
           05 WS-FMT-MARK               PIC X(2).
       01  WS-LEAD-ENTRY-CLOCK          PIC X(07) VALUE SPACES.
       01  WS-LEAD-EXIT-CLOCK           PIC X(07) VALUE SPACES.
       01  WS-FOLLOW-ENTRY-CLOCK        PIC X(07) VALUE SPACES.
       01  WS-FOLLOW-EXIT-CLOCK         PIC X(07) VALUE SPACES.

      *    Keys of every record to be held out of the cleaned file.
      *    A train may be in several conflicts; the key is added only
      *    once.
       01  WS-HOLD-TABLE-MAX            PIC 9(3) VALUE 500.
       01  WS-HOLD-USED                 PIC 9(3) VALUE ZERO.
       01  WS-HOLD-TABLE.
           05 WS-HOLD-ENTRY OCCURS 500 TIMES
                            INDEXED BY WS-HOLD-IDX.
               10 WS-HOLD-KEY           PIC X(32).
       01  WS-HOLD-CANDIDATE            PIC X(32) VALUE SPACES.
       01  WS-HOLD-FOUND                PIC X VALUE 'N'.
           88 HOLD-KEY-FOUND            VALUE 'Y'.
           88 HOLD-KEY-NOT-FOUND        VALUE 'N'.
       01  WS-HOLD-DROPPED-COUNT        PIC 9(5) VALUE ZERO.

       01  WS-RECORDS-READ              PIC 9(5) VALUE ZERO.
       01  WS-SECTION-RUN-COUNT         PIC 9(7) VALUE ZERO.
       01  WS-HEADWAY-COUNT             PIC 9(5) VALUE ZERO.
       01  WS-CATCHUP-COUNT             PIC 9(5) VALUE ZERO.
       01  WS-HELD-COUNT                PIC 9(5) VALUE ZERO.
       01  WS-CLEAN-COUNT               PIC 9(5) VALUE ZERO.

      *    Control totals at the widths TrnBal parses
       01  WS-CTL-READ                  PIC 9(7) VALUE ZERO.
       01  WS-CTL-CLEAN                 PIC 9(7) VALUE ZERO.
       01  WS-CTL-HELD                  PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.

      *    Parse the optional HEADWAY:nnn argument
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           UNSTRING WS-COMMAND-LINE DELIMITED BY SPACE
               INTO WS-ARGUMENT-1
           IF WS-ARGUMENT-1 (1:8) = "HEADWAY:"
               MOVE WS-ARGUMENT-1 (9:3) TO WS-MIN-HEADWAY
           END-IF

      *    Start of main processing
           PERFORM LOAD-DISTANCE-REFERENCE
           OPEN OUTPUT CONFLICT-FILE
           MOVE SPACES TO CONFLICT-RECORD
           STRING "=== Headway and Line-Occupancy Conflict Report"
                  DELIMITED BY SIZE
                  " (minimum headway " WS-MIN-HEADWAY " min) ==="
                  DELIMITED BY SIZE
                  INTO CONFLICT-RECORD
           WRITE CONFLICT-RECORD

      *    Time every train over each section it runs and compare the
      *    same-direction runs of each section in entry order
           SORT SORT-FILE
               ON ASCENDING KEY SORT-SECTION-FROM SORT-SECTION-TO
                                SORT-ENTRY-MIN
               INPUT PROCEDURE IS RELEASE-SECTION-RUNS
               OUTPUT PROCEDURE IS SCAN-SECTION-RUNS

           PERFORM WRITE-CONFLICT-SUMMARY
           CLOSE CONFLICT-FILE

      *    Split train.dat into clean and held records, then copy the
      *    clean work file back over train.dat
           PERFORM SPLIT-CLEAN-AND-HELD
           PERFORM REWRITE-TRAIN-FILE

      *    Write the control totals for the TrnBal balance step
           MOVE WS-RECORDS-READ TO WS-CTL-READ
           MOVE WS-CLEAN-COUNT TO WS-CTL-CLEAN
           MOVE WS-HELD-COUNT TO WS-CTL-HELD
           OPEN OUTPUT HEADWAY-CONTROL-FILE
           MOVE SPACES TO HEADWAY-CONTROL-RECORD
           STRING WS-CTL-READ " " WS-CTL-CLEAN " " WS-CTL-HELD
                  DELIMITED BY SIZE
                  INTO HEADWAY-CONTROL-RECORD
           WRITE HEADWAY-CONTROL-RECORD
           CLOSE HEADWAY-CONTROL-FILE

           IF WS-HELD-COUNT > 0
               DISPLAY "TrnHdwy: WARNING - " WS-HELD-COUNT
                       " conflicting record(s) held out to "
                       "train-hdwy-held.dat for manual review"
           END-IF.

      *    End the program
           STOP RUN.

      ******************************************************************
      * LOAD-DISTANCE-REFERENCE                                        *
      *   Reads the station pairs of the distance reference into the   *
      *   section table. When no reference exists no section is        *
      *   checked and every record passes through clean.               *
      ******************************************************************
       LOAD-DISTANCE-REFERENCE.
           OPEN INPUT DISTANCE-FILE
           IF WS-DISTANCE-STATUS = "00" OR WS-DISTANCE-STATUS = "05"
               SET DISTANCE-FILE-OPENED TO TRUE
           END-IF
           IF WS-DISTANCE-STATUS = "00"
               PERFORM UNTIL DISTANCE-EOF
                   READ DISTANCE-FILE
                       AT END
                           MOVE 'Y' TO WS-DISTANCE-EOF
                       NOT AT END
                           IF WS-DST-USED < WS-DST-TABLE-MAX
                               ADD 1 TO WS-DST-USED
                               SET WS-DST-IDX TO WS-DST-USED
                               MOVE DIST-STATION-A
                                   TO WS-DST-STATION-A (WS-DST-IDX)
                               MOVE DIST-STATION-B
                                   TO WS-DST-STATION-B (WS-DST-IDX)
                           ELSE
                               ADD 1 TO WS-DST-DROPPED-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-DST-DROPPED-COUNT > 0
                   DISPLAY "TrnHdwy: WARNING - distance table "
                           "capacity " WS-DST-TABLE-MAX " exceeded, "
                           WS-DST-DROPPED-COUNT " entry(ies) "
                           "not loaded"
               END-IF
           ELSE
               DISPLAY "TrnHdwy: WARNING - no distance reference, "
                       "no section checked"
           END-IF
           IF DISTANCE-FILE-OPENED
               CLOSE DISTANCE-FILE
           END-IF.

      ******************************************************************
      * RELEASE-SECTION-RUNS                                           *
      *   Sort input procedure: reads train.dat and releases one run   *
      *   record for every section each train runs over.               *
      ******************************************************************
       RELEASE-SECTION-RUNS.
           SET TRAIN-NOT-EOF TO TRUE
           OPEN INPUT TRAIN-FILE
           PERFORM UNTIL TRAIN-EOF
               READ TRAIN-FILE
                   AT END
                       MOVE 'Y' TO WS-TRAIN-EOF
                   NOT AT END
                       ADD 1 TO WS-RECORDS-READ
                       PERFORM BUILD-TIMING-POINTS
                       PERFORM RELEASE-ONE-TRAIN
               END-READ
           END-PERFORM
           CLOSE TRAIN-FILE.

      ******************************************************************
      * BUILD-TIMING-POINTS                                            *
      *   Lays the current record's origin, halts and terminus out in  *
      *   running order. A flagged halt is left at offset plus dwell;  *
      *   a halt passed without calling is left as it is reached.      *
      ******************************************************************
       BUILD-TIMING-POINTS.
           MOVE 1 TO WS-POINT-USED
           SET WS-POINT-IDX TO 1
           MOVE STATION-DEPART TO WS-POINT-STATION (WS-POINT-IDX)
           MOVE ZERO TO WS-POINT-ARRIVE-OFF (WS-POINT-IDX)
           MOVE ZERO TO WS-POINT-DEPART-OFF (WS-POINT-IDX)
           PERFORM VARYING WS-HALT-INDEX FROM 1 BY 1 UNTIL
                           WS-HALT-INDEX > TRAIN-HALT-COUNT
               ADD 1 TO WS-POINT-USED
               SET WS-POINT-IDX TO WS-POINT-USED
               MOVE TRAIN-HALT-STATION (WS-HALT-INDEX)
                   TO WS-POINT-STATION (WS-POINT-IDX)
               MOVE TRAIN-HALT-OFFSET (WS-HALT-INDEX)
                   TO WS-POINT-ARRIVE-OFF (WS-POINT-IDX)
               IF TRAIN-HALT-FLAG (WS-HALT-INDEX) = 'H'
                   COMPUTE WS-POINT-DEPART-OFF (WS-POINT-IDX) =
                           TRAIN-HALT-OFFSET (WS-HALT-INDEX) +
                           TRAIN-HALT-DWELL (WS-HALT-INDEX)
               ELSE
                   MOVE TRAIN-HALT-OFFSET (WS-HALT-INDEX)
                       TO WS-POINT-DEPART-OFF (WS-POINT-IDX)
               END-IF
           END-PERFORM
           ADD 1 TO WS-POINT-USED
           SET WS-POINT-IDX TO WS-POINT-USED
           MOVE STATION-ARRIVEE TO WS-POINT-STATION (WS-POINT-IDX)
           COMPUTE WS-POINT-ARRIVE-OFF (WS-POINT-IDX) =
                   TRAIN-NBRE-HEURES * 60
           MOVE WS-POINT-ARRIVE-OFF (WS-POINT-IDX)
               TO WS-POINT-DEPART-OFF (WS-POINT-IDX).

      ******************************************************************
      * RELEASE-ONE-TRAIN                                              *
      *   Releases a run record for each pair of consecutive timing    *
      *   points that is a section on the distance reference, entry    *
      *   time wrapped past midnight so the runs stay in clock order.  *
      ******************************************************************
       RELEASE-ONE-TRAIN.
           COMPUTE WS-DEPART-MIN =
                   TRAIN-TIME-HH * 60 + TRAIN-TIME-MM
           PERFORM VARYING WS-POINT-IDX FROM 1 BY 1 UNTIL
                           WS-POINT-IDX >= WS-POINT-USED
               MOVE WS-POINT-STATION (WS-POINT-IDX)
                   TO SORT-SECTION-FROM
               MOVE WS-POINT-STATION (WS-POINT-IDX + 1)
                   TO SORT-SECTION-TO
               PERFORM FIND-SECTION
               IF SECTION-FOUND
                   COMPUTE WS-ENTRY-MIN = WS-DEPART-MIN +
                           WS-POINT-DEPART-OFF (WS-POINT-IDX)
                   COMPUTE WS-EXIT-MIN = WS-DEPART-MIN +
                           WS-POINT-ARRIVE-OFF (WS-POINT-IDX + 1)
                   PERFORM UNTIL WS-ENTRY-MIN < 1440
                       SUBTRACT 1440 FROM WS-ENTRY-MIN
                       SUBTRACT 1440 FROM WS-EXIT-MIN
                   END-PERFORM
                   MOVE WS-ENTRY-MIN TO SORT-ENTRY-MIN
                   MOVE WS-EXIT-MIN TO SORT-EXIT-MIN
                   MOVE TRAIN-NUMBER TO SORT-TRAIN-NUMBER
                   MOVE TRAIN-TYPE-CODE TO SORT-TYPE-CODE
                   MOVE TRAIN-CALENDAR-DAYS TO SORT-CALENDAR
                   MOVE TRAIN-EFFECTIVE-FROM TO SORT-EFF-FROM
                   MOVE TRAIN-EFFECTIVE-TO TO SORT-EFF-TO
                   MOVE STATION-DEPART TO SORT-ORIGIN
                   MOVE TRAIN-TIME-HH TO SORT-HH
                   MOVE TRAIN-TIME-MM TO SORT-MM
                   ADD 1 TO WS-SECTION-RUN-COUNT
                   RELEASE SORT-RUN-RECORD
               END-IF
           END-PERFORM.

      ******************************************************************
      * FIND-SECTION                                                   *
      *   Sets SECTION-FOUND when the SORT-SECTION-FROM/TO pair is on  *
      *   the distance reference, matching either direction.           *
      ******************************************************************
       FIND-SECTION.
           SET SECTION-NOT-FOUND TO TRUE
           PERFORM VARYING WS-DST-IDX FROM 1 BY 1 UNTIL
                           WS-DST-IDX > WS-DST-USED
               IF (WS-DST-STATION-A (WS-DST-IDX) = SORT-SECTION-FROM
                   AND WS-DST-STATION-B (WS-DST-IDX) =
                       SORT-SECTION-TO)
                  OR
                  (WS-DST-STATION-A (WS-DST-IDX) = SORT-SECTION-TO
                   AND WS-DST-STATION-B (WS-DST-IDX) =
                       SORT-SECTION-FROM)
                   SET SECTION-FOUND TO TRUE
                   SET WS-DST-IDX TO WS-DST-USED
               END-IF
           END-PERFORM.

      ******************************************************************
      * SCAN-SECTION-RUNS                                              *
      *   Sort output procedure: collects the runs of each section and *
      *   direction into the run table and checks every completed      *
      *   group.                                                       *
      ******************************************************************
       SCAN-SECTION-RUNS.
           SET SORT-NOT-EOF TO TRUE
           MOVE ZERO TO WS-RUN-USED
           PERFORM UNTIL SORT-EOF
               RETURN SORT-FILE
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF
                       PERFORM CHECK-SECTION-GROUP
                   NOT AT END
                       IF WS-RUN-USED > 0 AND
                          (SORT-SECTION-FROM NOT = WS-RUN-FROM OR
                           SORT-SECTION-TO NOT = WS-RUN-TO)
                           PERFORM CHECK-SECTION-GROUP
                           MOVE ZERO TO WS-RUN-USED
                       END-IF
                       PERFORM ADD-RUN-ENTRY
               END-RETURN
           END-PERFORM.

      ******************************************************************
      * ADD-RUN-ENTRY                                                  *
      *   Appends the current sort record to the table of runs over    *
      *   the section being scanned.                                   *
      ******************************************************************
       ADD-RUN-ENTRY.
           MOVE SORT-SECTION-FROM TO WS-RUN-FROM
           MOVE SORT-SECTION-TO TO WS-RUN-TO
           IF WS-RUN-USED < WS-RUN-TABLE-MAX
               ADD 1 TO WS-RUN-USED
               SET WS-RUN-IDX TO WS-RUN-USED
               MOVE SORT-ENTRY-MIN TO WS-RUN-ENTRY-MIN (WS-RUN-IDX)
               MOVE SORT-EXIT-MIN TO WS-RUN-EXIT-MIN (WS-RUN-IDX)
               MOVE SORT-TRAIN-NUMBER TO WS-RUN-NUMBER (WS-RUN-IDX)
               MOVE SORT-TYPE-CODE TO WS-RUN-TYPE (WS-RUN-IDX)
               MOVE SORT-CALENDAR TO WS-RUN-CALENDAR (WS-RUN-IDX)
               MOVE SORT-EFF-FROM TO WS-RUN-EFF-FROM (WS-RUN-IDX)
               MOVE SORT-EFF-TO TO WS-RUN-EFF-TO (WS-RUN-IDX)
               MOVE SORT-ORIGIN TO WS-RUN-ORIGIN (WS-RUN-IDX)
               MOVE SORT-HH TO WS-RUN-HH (WS-RUN-IDX)
               MOVE SORT-MM TO WS-RUN-MM (WS-RUN-IDX)
           ELSE
               ADD 1 TO WS-RUN-DROPPED-COUNT
           END-IF.

      ******************************************************************
      * CHECK-SECTION-GROUP                                            *
      *   Compares every pair of runs over the completed section, the  *
      *   earlier entry as leader (WS-RUN-IDX) and the later as        *
      *   follower (WS-RUN-IDX2 + 1), for trains whose calendars can   *
      *   put them on the section the same day.                        *
      ******************************************************************
       CHECK-SECTION-GROUP.
           PERFORM VARYING WS-RUN-IDX FROM 1 BY 1 UNTIL
                           WS-RUN-IDX >= WS-RUN-USED
               PERFORM VARYING WS-RUN-IDX2 FROM WS-RUN-IDX BY 1
                       UNTIL WS-RUN-IDX2 >= WS-RUN-USED
                   PERFORM CHECK-CALENDARS-MEET
                   IF TRAINS-CAN-MEET
                       COMPUTE WS-ENTRY-GAP =
                               WS-RUN-ENTRY-MIN (WS-RUN-IDX2 + 1) -
                               WS-RUN-ENTRY-MIN (WS-RUN-IDX)
                       COMPUTE WS-CLOSE-LIMIT =
                               WS-RUN-EXIT-MIN (WS-RUN-IDX) +
                               WS-MIN-HEADWAY
                       IF WS-ENTRY-GAP < WS-MIN-HEADWAY
                           PERFORM WRITE-HEADWAY-CONFLICT
                       ELSE
                           IF WS-RUN-EXIT-MIN (WS-RUN-IDX2 + 1) <
                                   WS-CLOSE-LIMIT
                               PERFORM WRITE-CATCHUP-CONFLICT
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.

      ******************************************************************
      * CHECK-CALENDARS-MEET                                           *
      *   Sets TRAINS-CAN-MEET when the leader and follower share a    *
      *   running day and their effective-date ranges overlap.         *
      ******************************************************************
       CHECK-CALENDARS-MEET.
           SET TRAINS-NEVER-MEET TO TRUE
           PERFORM VARYING WS-DAY-INDEX FROM 1 BY 1 UNTIL
                           WS-DAY-INDEX > 7
               IF WS-RUN-CALENDAR (WS-RUN-IDX) (WS-DAY-INDEX:1) = 'Y'
                  AND WS-RUN-CALENDAR (WS-RUN-IDX2 + 1)
                      (WS-DAY-INDEX:1) = 'Y'
                   SET TRAINS-CAN-MEET TO TRUE
               END-IF
           END-PERFORM
           IF TRAINS-CAN-MEET
               MOVE WS-RUN-EFF-FROM (WS-RUN-IDX) TO WS-RANGE-A-FROM
               MOVE WS-RUN-EFF-TO (WS-RUN-IDX) TO WS-RANGE-A-TO
               MOVE WS-RUN-EFF-FROM (WS-RUN-IDX2 + 1)
                   TO WS-RANGE-B-FROM
               MOVE WS-RUN-EFF-TO (WS-RUN-IDX2 + 1) TO WS-RANGE-B-TO
               IF WS-RANGE-A-TO = ZERO
                   MOVE 99999999 TO WS-RANGE-A-TO
               END-IF
               IF WS-RANGE-B-TO = ZERO
                   MOVE 99999999 TO WS-RANGE-B-TO
               END-IF
               IF WS-RANGE-A-FROM > WS-RANGE-B-TO OR
                  WS-RANGE-B-FROM > WS-RANGE-A-TO
                   SET TRAINS-NEVER-MEET TO TRUE
               END-IF
           END-IF.

      ******************************************************************
      * FORMAT-PAIR-CLOCKS                                             *
      *   Formats the leader's and follower's entry and exit times.    *
      ******************************************************************
       FORMAT-PAIR-CLOCKS.
           MOVE WS-RUN-ENTRY-MIN (WS-RUN-IDX) TO WS-FMT-MIN
           PERFORM FORMAT-CLOCK-TIME
           MOVE WS-FMT-CLOCK TO WS-LEAD-ENTRY-CLOCK
           MOVE WS-RUN-EXIT-MIN (WS-RUN-IDX) TO WS-FMT-MIN
           PERFORM FORMAT-CLOCK-TIME
           MOVE WS-FMT-CLOCK TO WS-LEAD-EXIT-CLOCK
           MOVE WS-RUN-ENTRY-MIN (WS-RUN-IDX2 + 1) TO WS-FMT-MIN
           PERFORM FORMAT-CLOCK-TIME
           MOVE WS-FMT-CLOCK TO WS-FOLLOW-ENTRY-CLOCK
           MOVE WS-RUN-EXIT-MIN (WS-RUN-IDX2 + 1) TO WS-FMT-MIN
           PERFORM FORMAT-CLOCK-TIME
           MOVE WS-FMT-CLOCK TO WS-FOLLOW-EXIT-CLOCK.

      ******************************************************************
      * WRITE-HEADWAY-CONFLICT                                         *
      *   Writes one report line for a pair entering the section       *
      *   inside the minimum headway and marks both for hold-out.      *
      ******************************************************************
       WRITE-HEADWAY-CONFLICT.
           ADD 1 TO WS-HEADWAY-COUNT
           PERFORM FORMAT-PAIR-CLOCKS
           MOVE SPACES TO CONFLICT-RECORD
           STRING "HEADWAY - " WS-RUN-FROM " -> " WS-RUN-TO
                  DELIMITED BY SIZE
                  " Train " WS-RUN-NUMBER (WS-RUN-IDX)
                  " (" WS-RUN-TYPE (WS-RUN-IDX) ") enters "
                  WS-LEAD-ENTRY-CLOCK DELIMITED BY SIZE
                  " Train " WS-RUN-NUMBER (WS-RUN-IDX2 + 1)
                  " (" WS-RUN-TYPE (WS-RUN-IDX2 + 1) ") enters "
                  WS-FOLLOW-ENTRY-CLOCK DELIMITED BY SIZE
                  " gap " WS-ENTRY-GAP " min, minimum "
                  WS-MIN-HEADWAY DELIMITED BY SIZE
                  INTO CONFLICT-RECORD
           WRITE CONFLICT-RECORD
           PERFORM HOLD-CONFLICT-PAIR.

      ******************************************************************
      * WRITE-CATCHUP-CONFLICT                                         *
      *   Writes one report line for a follower that runs up on its    *
      *   leader inside the section, where it cannot pass, and marks   *
      *   both for hold-out.                                           *
      ******************************************************************
       WRITE-CATCHUP-CONFLICT.
           ADD 1 TO WS-CATCHUP-COUNT
           PERFORM FORMAT-PAIR-CLOCKS
           MOVE SPACES TO CONFLICT-RECORD
           STRING "CATCHUP - " WS-RUN-FROM " -> " WS-RUN-TO
                  DELIMITED BY SIZE
                  " Train " WS-RUN-NUMBER (WS-RUN-IDX2 + 1)
                  " (" WS-RUN-TYPE (WS-RUN-IDX2 + 1) ") "
                  WS-FOLLOW-ENTRY-CLOCK "-" WS-FOLLOW-EXIT-CLOCK
                  DELIMITED BY SIZE
                  " runs up on Train " WS-RUN-NUMBER (WS-RUN-IDX)
                  " (" WS-RUN-TYPE (WS-RUN-IDX) ") "
                  WS-LEAD-ENTRY-CLOCK "-" WS-LEAD-EXIT-CLOCK
                  DELIMITED BY SIZE
                  " with no passing place" DELIMITED BY SIZE
                  INTO CONFLICT-RECORD
           WRITE CONFLICT-RECORD
           PERFORM HOLD-CONFLICT-PAIR.

      ******************************************************************
      * HOLD-CONFLICT-PAIR                                             *
      *   Marks the leader's and follower's records for hold-out.      *
      ******************************************************************
       HOLD-CONFLICT-PAIR.
           MOVE SPACES TO WS-HOLD-CANDIDATE
           STRING WS-RUN-NUMBER (WS-RUN-IDX) DELIMITED BY SIZE
                  WS-RUN-ORIGIN (WS-RUN-IDX) DELIMITED BY SIZE
                  WS-RUN-HH (WS-RUN-IDX) WS-RUN-MM (WS-RUN-IDX)
                  DELIMITED BY SIZE
                  WS-RUN-EFF-FROM (WS-RUN-IDX) DELIMITED BY SIZE
                  INTO WS-HOLD-CANDIDATE
           PERFORM ADD-HOLD-KEY

           MOVE SPACES TO WS-HOLD-CANDIDATE
           STRING WS-RUN-NUMBER (WS-RUN-IDX2 + 1) DELIMITED BY SIZE
                  WS-RUN-ORIGIN (WS-RUN-IDX2 + 1) DELIMITED BY SIZE
                  WS-RUN-HH (WS-RUN-IDX2 + 1)
                  WS-RUN-MM (WS-RUN-IDX2 + 1)
                  DELIMITED BY SIZE
                  WS-RUN-EFF-FROM (WS-RUN-IDX2 + 1) DELIMITED BY SIZE
                  INTO WS-HOLD-CANDIDATE
           PERFORM ADD-HOLD-KEY.

      ******************************************************************
      * ADD-HOLD-KEY                                                   *
      *   Adds WS-HOLD-CANDIDATE to the hold-key table unless it is    *
      *   already there, so a train in several conflicts is held only  *
      *   once.                                                        *
      ******************************************************************
       ADD-HOLD-KEY.
           SET HOLD-KEY-NOT-FOUND TO TRUE
           PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1 UNTIL
                           WS-HOLD-IDX > WS-HOLD-USED
               IF WS-HOLD-KEY (WS-HOLD-IDX) = WS-HOLD-CANDIDATE
                   SET HOLD-KEY-FOUND TO TRUE
                   SET WS-HOLD-IDX TO WS-HOLD-USED
               END-IF
           END-PERFORM

           IF HOLD-KEY-NOT-FOUND AND WS-HOLD-USED < WS-HOLD-TABLE-MAX
               ADD 1 TO WS-HOLD-USED
               SET WS-HOLD-IDX TO WS-HOLD-USED
               MOVE WS-HOLD-CANDIDATE TO WS-HOLD-KEY (WS-HOLD-IDX)
           ELSE
               IF HOLD-KEY-NOT-FOUND
                   ADD 1 TO WS-HOLD-DROPPED-COUNT
               END-IF
           END-IF.

      ******************************************************************
      * WRITE-CONFLICT-SUMMARY                                         *
      *   Writes the closing count lines of the conflict report.       *
      ******************************************************************
       WRITE-CONFLICT-SUMMARY.
           MOVE SPACES TO CONFLICT-RECORD
           STRING "Records read: " WS-RECORDS-READ
                  DELIMITED BY SIZE
                  " Section runs: " WS-SECTION-RUN-COUNT
                  DELIMITED BY SIZE
                  " Headway conflicts: " WS-HEADWAY-COUNT
                  DELIMITED BY SIZE
                  " Catch-up conflicts: " WS-CATCHUP-COUNT
                  DELIMITED BY SIZE
                  " Records held: " WS-HOLD-USED DELIMITED BY SIZE
                  INTO CONFLICT-RECORD
           WRITE CONFLICT-RECORD

           IF WS-RUN-DROPPED-COUNT > 0 OR WS-HOLD-DROPPED-COUNT > 0
               MOVE SPACES TO CONFLICT-RECORD
               STRING "WARNING - table capacity exceeded, unchecked"
                      DELIMITED BY SIZE
                      " run: " WS-RUN-DROPPED-COUNT
                      DELIMITED BY SIZE
                      " hold: " WS-HOLD-DROPPED-COUNT
                      DELIMITED BY SIZE
                      INTO CONFLICT-RECORD
               WRITE CONFLICT-RECORD
           END-IF.

      ******************************************************************
      * SPLIT-CLEAN-AND-HELD                                           *
      *   Rereads train.dat and writes every record whose key is in    *
      *   the hold table to train-hdwy-held.dat and every other record *
      *   to the clean work file.                                      *
      ******************************************************************
       SPLIT-CLEAN-AND-HELD.
           SET TRAIN-NOT-EOF TO TRUE
           OPEN INPUT TRAIN-FILE
           OPEN OUTPUT CHECKED-FILE
           OPEN OUTPUT HELD-FILE
           PERFORM UNTIL TRAIN-EOF
               READ TRAIN-FILE
                   AT END
                       MOVE 'Y' TO WS-TRAIN-EOF
                   NOT AT END
                       PERFORM ROUTE-ONE-RECORD
               END-READ
           END-PERFORM
           CLOSE TRAIN-FILE
           CLOSE CHECKED-FILE
           CLOSE HELD-FILE.

      ******************************************************************
      * ROUTE-ONE-RECORD                                               *
      *   Builds the current record's hold key, looks it up in the     *
      *   hold table and writes the record to the held or clean file.  *
      ******************************************************************
       ROUTE-ONE-RECORD.
           MOVE SPACES TO WS-HOLD-CANDIDATE
           STRING TRAIN-NUMBER DELIMITED BY SIZE
                  STATION-DEPART DELIMITED BY SIZE
                  TRAIN-TIME-HH TRAIN-TIME-MM DELIMITED BY SIZE
                  TRAIN-EFFECTIVE-FROM DELIMITED BY SIZE
                  INTO WS-HOLD-CANDIDATE

           SET HOLD-KEY-NOT-FOUND TO TRUE
           PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1 UNTIL
                           WS-HOLD-IDX > WS-HOLD-USED
               IF WS-HOLD-KEY (WS-HOLD-IDX) = WS-HOLD-CANDIDATE
                   SET HOLD-KEY-FOUND TO TRUE
                   SET WS-HOLD-IDX TO WS-HOLD-USED
               END-IF
           END-PERFORM

           IF HOLD-KEY-FOUND
               ADD 1 TO WS-HELD-COUNT
               MOVE TRAIN-RECORD-LENGTH TO WS-HELD-LENGTH
               MOVE TRAIN-RAW-RECORD TO HELD-RECORD
               WRITE HELD-RECORD
           ELSE
               ADD 1 TO WS-CLEAN-COUNT
               MOVE TRAIN-RECORD-LENGTH TO WS-CHECKED-LENGTH
               MOVE TRAIN-RAW-RECORD TO CHECKED-RECORD
               WRITE CHECKED-RECORD
           END-IF.

      ******************************************************************
      * REWRITE-TRAIN-FILE                                             *
      *   Copies the clean work file back over train.dat so the        *
      *   downstream programs read the checked schedule.               *
      ******************************************************************
       REWRITE-TRAIN-FILE.
           SET CHECKED-NOT-EOF TO TRUE
           OPEN INPUT CHECKED-FILE
           OPEN OUTPUT TRAIN-FILE
           PERFORM UNTIL CHECKED-EOF
               READ CHECKED-FILE
                   AT END
                       MOVE 'Y' TO WS-CHECKED-EOF
                   NOT AT END
                       MOVE WS-CHECKED-LENGTH TO TRAIN-RECORD-LENGTH
                       MOVE CHECKED-RECORD TO TRAIN-RAW-RECORD
                       WRITE TRAIN-RAW-RECORD
               END-READ
           END-PERFORM
           CLOSE CHECKED-FILE
           CLOSE TRAIN-FILE.

      ******************************************************************
      * FORMAT-CLOCK-TIME                                              *
      *   Turns WS-FMT-MIN (minutes past midnight) into WS-FMT-CLOCK   *
      *   as hh:mm, marked +n for a later day.                         *
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
