      ******************************************************************
      * DATE-WRITTEN. 2026-10-11                                       *
      *                                                                *
      * PURPOSE:                                                       *
      *   Writes the customer-facing disruption bulletins for the      *
      *   service date as soon as the amendment and headway steps      *
      *   have finished, so the information desks and station staff    *
      *   no longer learn of a change by telephone. A train is         *
      *   disrupted when, on the service date, it is                   *
      *     - CANCELLED - an APPLIED CANCEL line in                    *
      *       'train-amend-report.dat', the record itself read back    *
      *       from 'train-cancelled.dat';                              *
      *     - RETIMED   - an APPLIED RETIME line, giving the old and   *
      *       new departure, the record read from 'train.dat';         *
      *     - NOT RUNNING - set aside by TrnDepot to                   *
      *       'train-unknown.dat' because it would call at a station   *
      *       closed on the service date in 'station-closure.dat'.     *
      *   Every station the disrupted train would have served gets a   *
      *   notice: the train, its route, the time it was due there and  *
      *   the new time or CANCELLED / NOT RUNNING, the closure reason  *
      *   when a closed station lies on its route, and the next train  *
      *   from that station which also calls at the same destination   *
      *   as the alternative. The notices for each station go to its   *
      *   own 'bulletin-<station>.dat' (spaces in the name shown as    *
      *   '-') and every disrupted train is listed once, with the      *
      *   closures in force, in the national digest                    *
      *   'disruption-digest.dat'. An amendment whose train cannot be  *
      *   found is listed in the digest with a WARNING.                *
      *                                                                *
      *   Command-line argument: optionally DATE:ccyymmdd, the         *
      *   service date (default today), e.g. 'TrnBltn DATE:20261015'   *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TrnBltn.
       AUTHOR. Pierre.

      *      Define the source and destination of data
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    The released schedule, the day's cancelled records and the
      *    records set aside by TrnDepot, opened in turn by name
           SELECT OPTIONAL TRAIN-FILE ASSIGN TO DYNAMIC WS-TRAIN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TRAIN-STATUS.
      *    TrnAmend's applied/rejected report
           SELECT OPTIONAL AMEND-REPORT-FILE
               ASSIGN TO 'train-amend-report.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AMEND-STATUS.
      *    The engineering-works closure calendar. OPTIONAL so a site
      *    without closures on file still gets its amendment notices.
           SELECT OPTIONAL CLOSURE-FILE ASSIGN TO 'station-closure.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CLOSURE-STATUS.
      *    One station's bulletin, opened by built name
           SELECT BULLETIN-FILE ASSIGN TO DYNAMIC WS-BULLETIN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
      *    The national digest
           SELECT DIGEST-FILE ASSIGN TO 'disruption-digest.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    File description for the schedule files
       FD TRAIN-FILE
           RECORD IS VARYING IN SIZE FROM 94 TO 512 CHARACTERS
               DEPENDING ON TRAIN-RECORD-LENGTH.
       COPY 'train-record.cpy'.

      *    File description for the amendment report. An applied
      *    line holds "APPLIED  - " in 1-11, the action in 12-19, the
      *    train number in 27-31, the service date in 38-45 and, for
      *    a RETIME, the old departure in 52-56 and the new in 61-65.
       FD AMEND-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01 AMEND-REPORT-RECORD PIC X(132).

      *    File description for the closure calendar
       FD CLOSURE-FILE
           RECORD CONTAINS 61 CHARACTERS.
       COPY 'closure-record.cpy'.

      *    File description for a station bulletin
       FD BULLETIN-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01 BULLETIN-RECORD PIC X(132).

      *    File description for the national digest
       FD DIGEST-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01 DIGEST-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       01  TRAIN-RECORD-LENGTH          PIC 9(3) COMP.
       01  WS-TRAIN-NAME                PIC X(40) VALUE SPACES.
       01  WS-BULLETIN-NAME             PIC X(40) VALUE SPACES.
       01  WS-TRAIN-STATUS              PIC X(02) VALUE SPACES.
       01  WS-AMEND-STATUS              PIC X(02) VALUE SPACES.
       01  WS-CLOSURE-STATUS            PIC X(02) VALUE SPACES.
       01  WS-TRAIN-EOF                 PIC X VALUE 'N'.
           88 TRAIN-EOF                 VALUE 'Y'.
           88 TRAIN-NOT-EOF             VALUE 'N'.
       01  WS-TRAIN-OPENED              PIC X VALUE 'N'.
           88 TRAIN-FILE-OPENED         VALUE 'Y'.
           88 TRAIN-FILE-NOT-OPENED     VALUE 'N'.
       01  WS-TRAIN-PRESENT             PIC X VALUE 'N'.
           88 TRAIN-FILE-PRESENT        VALUE 'Y'.
           88 TRAIN-FILE-ABSENT         VALUE 'N'.
       01  WS-AMEND-EOF                 PIC X VALUE 'N'.
           88 AMEND-EOF                 VALUE 'Y'.
           88 AMEND-NOT-EOF             VALUE 'N'.
       01  WS-AMEND-OPENED              PIC X VALUE 'N'.
           88 AMEND-FILE-OPENED         VALUE 'Y'.
           88 AMEND-FILE-NOT-OPENED     VALUE 'N'.
       01  WS-CLOSURE-EOF               PIC X VALUE 'N'.
           88 CLOSURE-EOF               VALUE 'Y'.
           88 CLOSURE-NOT-EOF           VALUE 'N'.
       01  WS-CLOSURE-OPENED            PIC X VALUE 'N'.
           88 CLOSURE-FILE-OPENED       VALUE 'Y'.
           88 CLOSURE-FILE-NOT-OPENED   VALUE 'N'.

      *    Which file the current record came from
       01  WS-PASS-SWITCH               PIC X VALUE 'S'.
           88 SCHEDULE-PASS             VALUE 'S'.
           88 CANCELLED-PASS            VALUE 'C'.
           88 SET-ASIDE-PASS            VALUE 'U'.

      *    Raw command line and its optional argument
       01  WS-COMMAND-LINE              PIC X(80) VALUE SPACES.
       01  WS-ARGUMENT                  PIC X(40) VALUE SPACES.
       01  WS-SERVICE-DATE              PIC 9(8) VALUE ZERO.

      *    Service-date test fields
       01  WS-RANGE-FROM                PIC 9(8) VALUE ZERO.
       01  WS-RANGE-TO                  PIC 9(8) VALUE ZERO.
       01  WS-DATE-SWITCH               PIC X VALUE 'N'.
           88 TRAIN-RUNS-THAT-DATE      VALUE 'Y'.
           88 TRAIN-NOT-THAT-DATE       VALUE 'N'.

      *    Day-of-week working fields (Zeller's congruence), giving
      *    1=Monday .. 7=Sunday for the calendar-day check
       01  WS-ZEL-DATE                  PIC 9(08).
       01  WS-ZEL-YEAR                  PIC 9(04).
       01  WS-ZEL-MONTH                 PIC 9(02).
       01  WS-ZEL-DAY                   PIC 9(02).
       01  WS-ZEL-WORK                  PIC S9(9).
       01  WS-ZEL-QUOT                  PIC S9(9).
       01  WS-DAY-OF-WEEK               PIC 9(01).

      *    Closures in force on the service date
       01  WS-CLO-TABLE-MAX             PIC 9(3) VALUE 200.
       01  WS-CLO-USED                  PIC 9(3) VALUE ZERO.
       01  WS-CLO-TABLE.
           05 WS-CLO-ENTRY OCCURS 200 TIMES
                           INDEXED BY WS-CLO-IDX.
               10 WS-CLO-STATION        PIC X(15).
               10 WS-CLO-REASON         PIC X(30).
       01  WS-CLO-DROPPED-COUNT         PIC 9(3) VALUE ZERO.
       01  WS-CLO-RANGE-TO              PIC 9(8) VALUE ZERO.

      *    The service date's applied CANCEL and RETIME amendments,
      *    flagged once the train they name has been found
       01  WS-AMD-TABLE-MAX             PIC 9(3) VALUE 200.
       01  WS-AMD-USED                  PIC 9(3) VALUE ZERO.
       01  WS-AMD-TABLE.
           05 WS-AMD-ENTRY OCCURS 200 TIMES
                           INDEXED BY WS-AMD-IDX.
               10 WS-AMD-KIND           PIC X(01).
               10 WS-AMD-NUMBER         PIC 9(05).
               10 WS-AMD-OLD-MIN        PIC 9(05).
               10 WS-AMD-NEW-MIN        PIC 9(05).
               10 WS-AMD-FOUND          PIC X(01).
       01  WS-AMD-DROPPED-COUNT         PIC 9(3) VALUE ZERO.
       01  WS-AMD-HH                    PIC 9(02).
       01  WS-AMD-MM                    PIC 9(02).

      *    Every train in the released schedule that runs on the
      *    service date, with its calling points in running order
      *    and the minute it leaves each (arrives, at the terminus),
      *    searched for retimed trains and for alternatives
       01  WS-SVC-TABLE-MAX             PIC 9(4) VALUE 1000.
       01  WS-SVC-USED                  PIC 9(4) VALUE ZERO.
       01  WS-SVC-TABLE.
           05 WS-SVC-ENTRY OCCURS 1000 TIMES
                           INDEXED BY WS-SVC-IDX.
               10 WS-SVC-NUMBER         PIC 9(05).
               10 WS-SVC-CALL-COUNT     PIC 9(02).
               10 WS-SVC-CALL OCCURS 22 TIMES
                              INDEXED BY WS-SVC-CALL-IDX.
                   15 WS-SVC-CALL-STATION PIC X(15).
                   15 WS-SVC-CALL-MIN   PIC 9(05).
       01  WS-SVC-DROPPED-COUNT         PIC 9(4) VALUE ZERO.

      *    The disrupted train being noticed: what happened to it,
      *    the closure on its route if any, and its calling points at
      *    the times it was due
       01  WS-AFF-NUMBER                PIC 9(05) VALUE ZERO.
       01  WS-AFF-KIND                  PIC X VALUE SPACE.
           88 AFF-CANCELLED             VALUE 'C'.
           88 AFF-RETIMED               VALUE 'R'.
           88 AFF-NOT-RUNNING           VALUE 'X'.
       01  WS-AFF-SHIFT                 PIC S9(5) VALUE ZERO.
       01  WS-AFF-REASON                PIC X(30) VALUE SPACES.
       01  WS-AFF-CLOSED-STATION        PIC X(15) VALUE SPACES.
       01  WS-AFF-CALL-COUNT            PIC 9(02) VALUE ZERO.
       01  WS-AFF-CALL-TABLE.
           05 WS-AFF-CALL OCCURS 22 TIMES
                          INDEXED BY WS-AFF-CALL-IDX.
               10 WS-AFF-CALL-STATION   PIC X(15).
               10 WS-AFF-CALL-MIN       PIC 9(05).
       01  WS-DEPART-MIN                PIC 9(05) VALUE ZERO.
       01  WS-HALT-INDEX                PIC 9(2).
       01  WS-CALL-INDEX                PIC 9(2).

      *    Alternative search: the next train calling at the notice
      *    station no earlier than the disrupted train was due, and
      *    at the disrupted train's destination after it
       01  WS-ALT-STATION               PIC X(15) VALUE SPACES.
       01  WS-ALT-DEST                  PIC X(15) VALUE SPACES.
       01  WS-ALT-AFTER-MIN             PIC 9(05) VALUE ZERO.
       01  WS-ALT-NUMBER                PIC 9(05) VALUE ZERO.
       01  WS-ALT-MIN                   PIC 9(05) VALUE ZERO.
       01  WS-ALT-FOUND                 PIC X VALUE 'N'.
           88 ALTERNATIVE-FOUND         VALUE 'Y'.
           88 ALTERNATIVE-NOT-FOUND     VALUE 'N'.
       01  WS-ALT-BOARD-CALL            PIC 9(02) VALUE ZERO.
       01  WS-ALT-LAST-CALL             PIC 9(02) VALUE ZERO.

      *    One notice per station served by a disrupted train
       01  WS-NTC-TABLE-MAX             PIC 9(4) VALUE 2000.
       01  WS-NTC-USED                  PIC 9(4) VALUE ZERO.
       01  WS-NTC-TABLE.
           05 WS-NTC-ENTRY OCCURS 2000 TIMES
                           INDEXED BY WS-NTC-IDX WS-NTC-SCAN-IDX.
               10 WS-NTC-STATION        PIC X(15).
               10 WS-NTC-NUMBER         PIC 9(05).
               10 WS-NTC-ORIGIN         PIC X(15).
               10 WS-NTC-DEST           PIC X(15).
               10 WS-NTC-KIND           PIC X(01).
               10 WS-NTC-DUE-MIN        PIC 9(05).
               10 WS-NTC-NEW-MIN        PIC 9(05).
               10 WS-NTC-REASON         PIC X(30).
               10 WS-NTC-CLOSED-STATION PIC X(15).
               10 WS-NTC-TERMINUS       PIC X(01).
               10 WS-NTC-ALT-FOUND      PIC X(01).
               10 WS-NTC-ALT-NUMBER     PIC 9(05).
               10 WS-NTC-ALT-MIN        PIC 9(05).
               10 WS-NTC-WRITTEN        PIC X(01).
       01  WS-NTC-DROPPED-COUNT         PIC 9(4) VALUE ZERO.

      *    Bulletin file name: the station name with its inner spaces
      *    shown as '-'
       01  WS-FILE-STATION              PIC X(15) VALUE SPACES.
       01  WS-NAME-LENGTH               PIC 9(02) VALUE ZERO.
       01  WS-STATION-NOTICES           PIC 9(4) VALUE ZERO.

      *    Clock formatting: minutes past midnight of the service day
      *    shown as hh:mm with a +n mark for a later day
       01  WS-FMT-MIN                   PIC 9(5) VALUE ZERO.
       01  WS-FMT-DAY                   PIC 9(1) VALUE ZERO.
       01  WS-FMT-CLOCK.
           05 WS-FMT-HH                 PIC 99.
           05 FILLER                    PIC X VALUE ':'.
           05 WS-FMT-MM                 PIC 99.
           05 WS-FMT-MARK               PIC X(2).
       01  WS-DUE-CLOCK                 PIC X(07) VALUE SPACES.
       01  WS-NEW-CLOCK                 PIC X(07) VALUE SPACES.
       01  WS-STATUS-TEXT               PIC X(20) VALUE SPACES.

      *    Bulletin and digest totals
       01  WS-CANCELLED-COUNT           PIC 9(4) VALUE ZERO.
       01  WS-RETIMED-COUNT             PIC 9(4) VALUE ZERO.
       01  WS-NOT-RUNNING-COUNT         PIC 9(4) VALUE ZERO.
       01  WS-STATION-COUNT             PIC 9(4) VALUE ZERO.
       01  WS-UNMATCHED-COUNT           PIC 9(4) VALUE ZERO.

       PROCEDURE DIVISION.

      *    Parse the optional service-date argument
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           UNSTRING WS-COMMAND-LINE DELIMITED BY SPACE
               INTO WS-ARGUMENT
           IF WS-ARGUMENT (1:5) = "DATE:"
               MOVE WS-ARGUMENT (6:8) TO WS-SERVICE-DATE
           END-IF
           IF WS-SERVICE-DATE = ZERO
               ACCEPT WS-SERVICE-DATE FROM DATE YYYYMMDD
           END-IF
           MOVE WS-SERVICE-DATE TO WS-ZEL-DATE
           PERFORM COMPUTE-DAY-OF-WEEK

      *    Start of main processing
           PERFORM LOAD-CLOSURES
           PERFORM LOAD-AMENDMENTS

           OPEN OUTPUT DIGEST-FILE
           MOVE SPACES TO DIGEST-RECORD
           STRING "=== National Disruption Digest for "
                  WS-SERVICE-DATE " ===" DELIMITED BY SIZE
                  INTO DIGEST-RECORD
           WRITE DIGEST-RECORD
           PERFORM WRITE-DIGEST-CLOSURES

      *    The released schedule: the day's trains, searched for the
      *    retimed ones and for alternatives
           MOVE "train.dat" TO WS-TRAIN-NAME
           SET SCHEDULE-PASS TO TRUE
           PERFORM READ-TRAIN-FILE
           IF TRAIN-FILE-ABSENT
               DISPLAY "TrnBltn: ERROR - train.dat not available"
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM NOTICE-RETIMED-TRAINS

      *    The day's cancelled records
           MOVE "train-cancelled.dat" TO WS-TRAIN-NAME
           SET CANCELLED-PASS TO TRUE
           PERFORM READ-TRAIN-FILE

      *    The records set aside for a closure, only worth reading
      *    when a closure is in force on the service date
           IF WS-CLO-USED > 0
               MOVE "train-unknown.dat" TO WS-TRAIN-NAME
               SET SET-ASIDE-PASS TO TRUE
               PERFORM READ-TRAIN-FILE
           END-IF

           PERFORM WRITE-DIGEST-UNMATCHED
           PERFORM WRITE-STATION-BULLETINS

           MOVE SPACES TO DIGEST-RECORD
           STRING "Cancelled: " WS-CANCELLED-COUNT DELIMITED BY SIZE
                  " Retimed: " WS-RETIMED-COUNT DELIMITED BY SIZE
                  " Not running: " WS-NOT-RUNNING-COUNT
                  DELIMITED BY SIZE
                  " Notices: " WS-NTC-USED DELIMITED BY SIZE
                  " Stations: " WS-STATION-COUNT DELIMITED BY SIZE
                  INTO DIGEST-RECORD
           WRITE DIGEST-RECORD
           CLOSE DIGEST-FILE

           DISPLAY "TrnBltn: " WS-CANCELLED-COUNT " cancelled, "
                   WS-RETIMED-COUNT " retimed, " WS-NOT-RUNNING-COUNT
                   " not running - " WS-NTC-USED " notice(s) for "
                   WS-STATION-COUNT " station(s), see "
                   "disruption-digest.dat"
           IF WS-UNMATCHED-COUNT > 0
               DISPLAY "TrnBltn: WARNING - " WS-UNMATCHED-COUNT
                       " amendment(s) with no train found, see "
                       "disruption-digest.dat"
           END-IF
           IF WS-SVC-DROPPED-COUNT > 0
               DISPLAY "TrnBltn: WARNING - schedule table capacity "
                       WS-SVC-TABLE-MAX " exceeded, "
                       WS-SVC-DROPPED-COUNT " train(s) not offered "
                       "as alternatives"
           END-IF
           IF WS-NTC-DROPPED-COUNT > 0
               DISPLAY "TrnBltn: WARNING - notice table capacity "
                       WS-NTC-TABLE-MAX " exceeded, "
                       WS-NTC-DROPPED-COUNT " notice(s) not written"
           END-IF.

      *    End the program
           STOP RUN.

      ******************************************************************
      * LOAD-CLOSURES                                                  *
      *   Reads the closure calendar and keeps every closure in force  *
      *   on the service date (a zero CLOSURE-TO is open-ended).       *
      ******************************************************************
       LOAD-CLOSURES.
           OPEN INPUT CLOSURE-FILE
           IF WS-CLOSURE-STATUS = "00" OR WS-CLOSURE-STATUS = "05"
               SET CLOSURE-FILE-OPENED TO TRUE
           END-IF
           IF WS-CLOSURE-STATUS = "00"
               PERFORM UNTIL CLOSURE-EOF
                   READ CLOSURE-FILE
                       AT END
                           MOVE 'Y' TO WS-CLOSURE-EOF
                       NOT AT END
                           MOVE CLOSURE-TO TO WS-CLO-RANGE-TO
                           IF WS-CLO-RANGE-TO = ZERO
                               MOVE 99999999 TO WS-CLO-RANGE-TO
                           END-IF
                           IF WS-SERVICE-DATE NOT < CLOSURE-FROM AND
                                   WS-SERVICE-DATE NOT >
                                   WS-CLO-RANGE-TO
                               PERFORM ADD-CLOSURE-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-CLO-DROPPED-COUNT > 0
                   DISPLAY "TrnBltn: WARNING - closure table "
                           "capacity " WS-CLO-TABLE-MAX " exceeded, "
                           WS-CLO-DROPPED-COUNT " closure(s) not "
                           "loaded"
               END-IF
           END-IF
           IF CLOSURE-FILE-OPENED
               CLOSE CLOSURE-FILE
           END-IF.

      ******************************************************************
      * ADD-CLOSURE-ENTRY                                              *
      *   Adds the closure just read to the closure table.             *
      ******************************************************************
       ADD-CLOSURE-ENTRY.
           IF WS-CLO-USED < WS-CLO-TABLE-MAX
               ADD 1 TO WS-CLO-USED
               SET WS-CLO-IDX TO WS-CLO-USED
               MOVE CLOSURE-STATION-NAME TO WS-CLO-STATION (WS-CLO-IDX)
               MOVE CLOSURE-REASON TO WS-CLO-REASON (WS-CLO-IDX)
           ELSE
               ADD 1 TO WS-CLO-DROPPED-COUNT
           END-IF.

      ******************************************************************
      * LOAD-AMENDMENTS                                                *
      *   Reads every applied CANCEL and RETIME for the service date   *
      *   off TrnAmend's report, with a RETIME's old and new departure *
      *   as minutes past midnight.                                    *
      ******************************************************************
       LOAD-AMENDMENTS.
           OPEN INPUT AMEND-REPORT-FILE
           IF WS-AMEND-STATUS = "00" OR WS-AMEND-STATUS = "05"
               SET AMEND-FILE-OPENED TO TRUE
           END-IF
           IF WS-AMEND-STATUS = "00"
               PERFORM UNTIL AMEND-EOF
                   READ AMEND-REPORT-FILE
                       AT END
                           MOVE 'Y' TO WS-AMEND-EOF
                       NOT AT END
                           IF AMEND-REPORT-RECORD (1:11) =
                                   "APPLIED  - "
                              AND AMEND-REPORT-RECORD (27:5) IS NUMERIC
                              AND AMEND-REPORT-RECORD (38:8) =
                                   WS-SERVICE-DATE
                               PERFORM ADD-AMENDMENT-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-AMD-DROPPED-COUNT > 0
                   DISPLAY "TrnBltn: WARNING - amendment table "
                           "capacity " WS-AMD-TABLE-MAX " exceeded, "
                           WS-AMD-DROPPED-COUNT " amendment(s) not "
                           "noticed"
               END-IF
           END-IF
           IF AMEND-FILE-OPENED
               CLOSE AMEND-REPORT-FILE
           END-IF.

      ******************************************************************
      * ADD-AMENDMENT-ENTRY                                            *
      *   Adds the applied line just read to the amendment table when  *
      *   it is a CANCEL, or a RETIME carrying both departure times.   *
      ******************************************************************
       ADD-AMENDMENT-ENTRY.
           EVALUATE TRUE
               WHEN AMEND-REPORT-RECORD (12:8) = "CANCEL  "
                   IF WS-AMD-USED < WS-AMD-TABLE-MAX
                       ADD 1 TO WS-AMD-USED
                       SET WS-AMD-IDX TO WS-AMD-USED
                       MOVE 'C' TO WS-AMD-KIND (WS-AMD-IDX)
                       MOVE AMEND-REPORT-RECORD (27:5)
                           TO WS-AMD-NUMBER (WS-AMD-IDX)
                       MOVE ZERO TO WS-AMD-OLD-MIN (WS-AMD-IDX)
                       MOVE ZERO TO WS-AMD-NEW-MIN (WS-AMD-IDX)
                       MOVE 'N' TO WS-AMD-FOUND (WS-AMD-IDX)
                   ELSE
                       ADD 1 TO WS-AMD-DROPPED-COUNT
                   END-IF
               WHEN AMEND-REPORT-RECORD (12:8) = "RETIME  "
                    AND AMEND-REPORT-RECORD (52:2) IS NUMERIC
                    AND AMEND-REPORT-RECORD (55:2) IS NUMERIC
                    AND AMEND-REPORT-RECORD (61:2) IS NUMERIC
                    AND AMEND-REPORT-RECORD (64:2) IS NUMERIC
                   IF WS-AMD-USED < WS-AMD-TABLE-MAX
                       ADD 1 TO WS-AMD-USED
                       SET WS-AMD-IDX TO WS-AMD-USED
                       MOVE 'R' TO WS-AMD-KIND (WS-AMD-IDX)
                       MOVE AMEND-REPORT-RECORD (27:5)
                           TO WS-AMD-NUMBER (WS-AMD-IDX)
                       MOVE AMEND-REPORT-RECORD (52:2) TO WS-AMD-HH
                       MOVE AMEND-REPORT-RECORD (55:2) TO WS-AMD-MM
                       COMPUTE WS-AMD-OLD-MIN (WS-AMD-IDX) =
                               WS-AMD-HH * 60 + WS-AMD-MM
                       MOVE AMEND-REPORT-RECORD (61:2) TO WS-AMD-HH
                       MOVE AMEND-REPORT-RECORD (64:2) TO WS-AMD-MM
                       COMPUTE WS-AMD-NEW-MIN (WS-AMD-IDX) =
                               WS-AMD-HH * 60 + WS-AMD-MM
                       MOVE 'N' TO WS-AMD-FOUND (WS-AMD-IDX)
                   ELSE
                       ADD 1 TO WS-AMD-DROPPED-COUNT
                   END-IF
           END-EVALUATE.

      ******************************************************************
      * READ-TRAIN-FILE                                                *
      *   Reads the train file named in WS-TRAIN-NAME, taking every    *
      *   record that runs on the service date.                        *
      ******************************************************************
       READ-TRAIN-FILE.
           SET TRAIN-NOT-EOF TO TRUE
           SET TRAIN-FILE-NOT-OPENED TO TRUE
           SET TRAIN-FILE-ABSENT TO TRUE
           OPEN INPUT TRAIN-FILE
           IF WS-TRAIN-STATUS = "00" OR WS-TRAIN-STATUS = "05"
               SET TRAIN-FILE-OPENED TO TRUE
           END-IF
           IF WS-TRAIN-STATUS = "00"
               SET TRAIN-FILE-PRESENT TO TRUE
               PERFORM UNTIL TRAIN-EOF
                   READ TRAIN-FILE
                       AT END
                           MOVE 'Y' TO WS-TRAIN-EOF
                       NOT AT END
                           PERFORM CHECK-SERVICE-DATE
                           IF TRAIN-RUNS-THAT-DATE
                               PERFORM TAKE-ONE-TRAIN
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           IF TRAIN-FILE-OPENED
               CLOSE TRAIN-FILE
           END-IF.

      ******************************************************************
      * TAKE-ONE-TRAIN                                                 *
      *   Handles a record running on the service date: a scheduled    *
      *   train joins the service table, a cancelled one is noticed    *
      *   when the day's CANCEL names it, and a set-aside one is       *
      *   noticed as not running when a closure lies on its route.     *
      ******************************************************************
       TAKE-ONE-TRAIN.
           PERFORM BUILD-AFFECTED-CALLS
           EVALUATE TRUE
               WHEN SCHEDULE-PASS
                   PERFORM ADD-SERVICE-ENTRY
               WHEN CANCELLED-PASS
                   PERFORM VARYING WS-AMD-IDX FROM 1 BY 1 UNTIL
                                   WS-AMD-IDX > WS-AMD-USED
                       IF WS-AMD-KIND (WS-AMD-IDX) = 'C' AND
                          WS-AMD-FOUND (WS-AMD-IDX) = 'N' AND
                          WS-AMD-NUMBER (WS-AMD-IDX) = TRAIN-NUMBER
                           MOVE 'Y' TO WS-AMD-FOUND (WS-AMD-IDX)
                           SET AFF-CANCELLED TO TRUE
                           MOVE ZERO TO WS-AFF-SHIFT
                           PERFORM NOTICE-AFFECTED-TRAIN
                           SET WS-AMD-IDX TO WS-AMD-USED
                       END-IF
                   END-PERFORM
               WHEN SET-ASIDE-PASS
                   PERFORM FIND-CLOSURE-ON-ROUTE
                   IF WS-AFF-CLOSED-STATION NOT = SPACES
                       SET AFF-NOT-RUNNING TO TRUE
                       MOVE ZERO TO WS-AFF-SHIFT
                       PERFORM NOTICE-AFFECTED-TRAIN
                   END-IF
           END-EVALUATE.

      ******************************************************************
      * BUILD-AFFECTED-CALLS                                           *
      *   Lists the current record's calls in running order with the   *
      *   minute it leaves each: the origin at its departure, each     *
      *   flagged halt after the running-time offset and dwell, and    *
      *   the terminus, where the minute is its arrival.               *
      ******************************************************************
       BUILD-AFFECTED-CALLS.
           MOVE TRAIN-NUMBER TO WS-AFF-NUMBER
           COMPUTE WS-DEPART-MIN = TRAIN-TIME-HH * 60 + TRAIN-TIME-MM
           MOVE 1 TO WS-AFF-CALL-COUNT
           MOVE STATION-DEPART TO WS-AFF-CALL-STATION (1)
           MOVE WS-DEPART-MIN TO WS-AFF-CALL-MIN (1)
           PERFORM VARYING WS-HALT-INDEX FROM 1 BY 1 UNTIL
                           WS-HALT-INDEX > TRAIN-HALT-COUNT
               IF TRAIN-HALT-FLAG (WS-HALT-INDEX) = 'H'
                   ADD 1 TO WS-AFF-CALL-COUNT
                   MOVE TRAIN-HALT-STATION (WS-HALT-INDEX)
                       TO WS-AFF-CALL-STATION (WS-AFF-CALL-COUNT)
                   COMPUTE WS-AFF-CALL-MIN (WS-AFF-CALL-COUNT) =
                           WS-DEPART-MIN +
                           TRAIN-HALT-OFFSET (WS-HALT-INDEX) +
                           TRAIN-HALT-DWELL (WS-HALT-INDEX)
               END-IF
           END-PERFORM
           ADD 1 TO WS-AFF-CALL-COUNT
           MOVE STATION-ARRIVEE
               TO WS-AFF-CALL-STATION (WS-AFF-CALL-COUNT)
           COMPUTE WS-AFF-CALL-MIN (WS-AFF-CALL-COUNT) =
                   WS-DEPART-MIN + TRAIN-NBRE-HEURES * 60.

      ******************************************************************
      * ADD-SERVICE-ENTRY                                              *
      *   Adds the calls just built to the service table.              *
      ******************************************************************
       ADD-SERVICE-ENTRY.
           IF WS-SVC-USED < WS-SVC-TABLE-MAX
               ADD 1 TO WS-SVC-USED
               SET WS-SVC-IDX TO WS-SVC-USED
               MOVE WS-AFF-NUMBER TO WS-SVC-NUMBER (WS-SVC-IDX)
               MOVE WS-AFF-CALL-COUNT TO WS-SVC-CALL-COUNT (WS-SVC-IDX)
               PERFORM VARYING WS-CALL-INDEX FROM 1 BY 1 UNTIL
                               WS-CALL-INDEX > WS-AFF-CALL-COUNT
                   MOVE WS-AFF-CALL-STATION (WS-CALL-INDEX)
                       TO WS-SVC-CALL-STATION (WS-SVC-IDX,
                                               WS-CALL-INDEX)
                   MOVE WS-AFF-CALL-MIN (WS-CALL-INDEX)
                       TO WS-SVC-CALL-MIN (WS-SVC-IDX, WS-CALL-INDEX)
               END-PERFORM
           ELSE
               ADD 1 TO WS-SVC-DROPPED-COUNT
           END-IF.

      ******************************************************************
      * NOTICE-RETIMED-TRAINS                                          *
      *   Finds each of the day's RETIME trains in the service table   *
      *   and notices it, its calls put back to the times it was due   *
      *   before the change.                                           *
      ******************************************************************
       NOTICE-RETIMED-TRAINS.
           PERFORM VARYING WS-AMD-IDX FROM 1 BY 1 UNTIL
                           WS-AMD-IDX > WS-AMD-USED
               IF WS-AMD-KIND (WS-AMD-IDX) = 'R'
                   PERFORM VARYING WS-SVC-IDX FROM 1 BY 1 UNTIL
                                   WS-SVC-IDX > WS-SVC-USED
                       IF WS-SVC-NUMBER (WS-SVC-IDX) =
                               WS-AMD-NUMBER (WS-AMD-IDX)
                           MOVE 'Y' TO WS-AMD-FOUND (WS-AMD-IDX)
                           PERFORM NOTICE-ONE-RETIME
                           SET WS-SVC-IDX TO WS-SVC-USED
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

      ******************************************************************
      * NOTICE-ONE-RETIME                                              *
      *   Rebuilds service entry WS-SVC-IDX's calls at the times due   *
      *   before RETIME WS-AMD-IDX moved the departure, and notices    *
      *   the train.                                                   *
      ******************************************************************
       NOTICE-ONE-RETIME.
           MOVE WS-SVC-NUMBER (WS-SVC-IDX) TO WS-AFF-NUMBER
           COMPUTE WS-AFF-SHIFT = WS-AMD-NEW-MIN (WS-AMD-IDX) -
                   WS-AMD-OLD-MIN (WS-AMD-IDX)
           MOVE WS-SVC-CALL-COUNT (WS-SVC-IDX) TO WS-AFF-CALL-COUNT
           PERFORM VARYING WS-CALL-INDEX FROM 1 BY 1 UNTIL
                           WS-CALL-INDEX > WS-AFF-CALL-COUNT
               MOVE WS-SVC-CALL-STATION (WS-SVC-IDX, WS-CALL-INDEX)
                   TO WS-AFF-CALL-STATION (WS-CALL-INDEX)
               COMPUTE WS-AFF-CALL-MIN (WS-CALL-INDEX) =
                       WS-SVC-CALL-MIN (WS-SVC-IDX, WS-CALL-INDEX) -
                       WS-AFF-SHIFT
           END-PERFORM
           SET AFF-RETIMED TO TRUE
           PERFORM NOTICE-AFFECTED-TRAIN.

      ******************************************************************
      * FIND-CLOSURE-ON-ROUTE                                          *
      *   Finds the first of the disrupted train's calls at a station  *
      *   closed on the service date and takes its closure reason.     *
      ******************************************************************
       FIND-CLOSURE-ON-ROUTE.
           MOVE SPACES TO WS-AFF-CLOSED-STATION
           MOVE SPACES TO WS-AFF-REASON
           PERFORM VARYING WS-CALL-INDEX FROM 1 BY 1 UNTIL
                           WS-CALL-INDEX > WS-AFF-CALL-COUNT
                           OR WS-AFF-CLOSED-STATION NOT = SPACES
               PERFORM VARYING WS-CLO-IDX FROM 1 BY 1 UNTIL
                               WS-CLO-IDX > WS-CLO-USED
                   IF WS-CLO-STATION (WS-CLO-IDX) =
                           WS-AFF-CALL-STATION (WS-CALL-INDEX)
                       MOVE WS-CLO-STATION (WS-CLO-IDX)
                           TO WS-AFF-CLOSED-STATION
                       MOVE WS-CLO-REASON (WS-CLO-IDX)
                           TO WS-AFF-REASON
                       SET WS-CLO-IDX TO WS-CLO-USED
                   END-IF
               END-PERFORM
           END-PERFORM.

      ******************************************************************
      * NOTICE-AFFECTED-TRAIN                                          *
      *   Raises a notice at every station the disrupted train would   *
      *   have served, with the alternative from each station short    *
      *   of its destination, and lists the train in the digest.       *
      ******************************************************************
       NOTICE-AFFECTED-TRAIN.
           IF NOT AFF-NOT-RUNNING
               PERFORM FIND-CLOSURE-ON-ROUTE
           END-IF
           EVALUATE TRUE
               WHEN AFF-CANCELLED
                   ADD 1 TO WS-CANCELLED-COUNT
               WHEN AFF-RETIMED
                   ADD 1 TO WS-RETIMED-COUNT
               WHEN AFF-NOT-RUNNING
                   ADD 1 TO WS-NOT-RUNNING-COUNT
           END-EVALUATE
           MOVE WS-AFF-CALL-STATION (WS-AFF-CALL-COUNT) TO WS-ALT-DEST
           PERFORM ADD-NOTICE-ENTRY
               VARYING WS-CALL-INDEX FROM 1 BY 1
               UNTIL WS-CALL-INDEX > WS-AFF-CALL-COUNT
           PERFORM WRITE-DIGEST-TRAIN.

      ******************************************************************
      * ADD-NOTICE-ENTRY                                               *
      *   Adds the notice for the disrupted train's call               *
      *   WS-CALL-INDEX to the notice table.                           *
      ******************************************************************
       ADD-NOTICE-ENTRY.
           IF WS-NTC-USED < WS-NTC-TABLE-MAX
               ADD 1 TO WS-NTC-USED
               SET WS-NTC-IDX TO WS-NTC-USED
               MOVE WS-AFF-CALL-STATION (WS-CALL-INDEX)
                   TO WS-NTC-STATION (WS-NTC-IDX)
               MOVE WS-AFF-NUMBER TO WS-NTC-NUMBER (WS-NTC-IDX)
               MOVE WS-AFF-CALL-STATION (1)
                   TO WS-NTC-ORIGIN (WS-NTC-IDX)
               MOVE WS-ALT-DEST TO WS-NTC-DEST (WS-NTC-IDX)
               MOVE WS-AFF-KIND TO WS-NTC-KIND (WS-NTC-IDX)
               MOVE WS-AFF-CALL-MIN (WS-CALL-INDEX)
                   TO WS-NTC-DUE-MIN (WS-NTC-IDX)
               COMPUTE WS-NTC-NEW-MIN (WS-NTC-IDX) =
                       WS-AFF-CALL-MIN (WS-CALL-INDEX) + WS-AFF-SHIFT
               MOVE WS-AFF-REASON TO WS-NTC-REASON (WS-NTC-IDX)
               MOVE WS-AFF-CLOSED-STATION
                   TO WS-NTC-CLOSED-STATION (WS-NTC-IDX)
               MOVE 'N' TO WS-NTC-WRITTEN (WS-NTC-IDX)
               MOVE 'N' TO WS-NTC-ALT-FOUND (WS-NTC-IDX)
               MOVE ZERO TO WS-NTC-ALT-NUMBER (WS-NTC-IDX)
               MOVE ZERO TO WS-NTC-ALT-MIN (WS-NTC-IDX)
               IF WS-CALL-INDEX = WS-AFF-CALL-COUNT
                   MOVE 'Y' TO WS-NTC-TERMINUS (WS-NTC-IDX)
               ELSE
                   MOVE 'N' TO WS-NTC-TERMINUS (WS-NTC-IDX)
                   MOVE WS-AFF-CALL-STATION (WS-CALL-INDEX)
                       TO WS-ALT-STATION
                   MOVE WS-AFF-CALL-MIN (WS-CALL-INDEX)
                       TO WS-ALT-AFTER-MIN
                   PERFORM FIND-ALTERNATIVE
                   IF ALTERNATIVE-FOUND
                       MOVE 'Y' TO WS-NTC-ALT-FOUND (WS-NTC-IDX)
                       MOVE WS-ALT-NUMBER
                           TO WS-NTC-ALT-NUMBER (WS-NTC-IDX)
                       MOVE WS-ALT-MIN TO WS-NTC-ALT-MIN (WS-NTC-IDX)
                   END-IF
               END-IF
           ELSE
               ADD 1 TO WS-NTC-DROPPED-COUNT
           END-IF.

      ******************************************************************
      * FIND-ALTERNATIVE                                               *
      *   Finds the earliest train in the service table, other than    *
      *   the disrupted one, leaving WS-ALT-STATION no earlier than    *
      *   WS-ALT-AFTER-MIN and calling at WS-ALT-DEST further on.      *
      ******************************************************************
       FIND-ALTERNATIVE.
           SET ALTERNATIVE-NOT-FOUND TO TRUE
           MOVE ZERO TO WS-ALT-NUMBER
           MOVE ZERO TO WS-ALT-MIN
           PERFORM VARYING WS-SVC-IDX FROM 1 BY 1 UNTIL
                           WS-SVC-IDX > WS-SVC-USED
               IF WS-SVC-NUMBER (WS-SVC-IDX) NOT = WS-AFF-NUMBER
                   PERFORM CHECK-ALTERNATIVE-TRAIN
               END-IF
           END-PERFORM.

      ******************************************************************
      * CHECK-ALTERNATIVE-TRAIN                                        *
      *   Takes service entry WS-SVC-IDX as the alternative when it    *
      *   boards at WS-ALT-STATION in time, reaches WS-ALT-DEST later  *
      *   in its run, and leaves sooner than any found so far.         *
      ******************************************************************
       CHECK-ALTERNATIVE-TRAIN.
           MOVE ZERO TO WS-ALT-BOARD-CALL
           MOVE WS-SVC-CALL-COUNT (WS-SVC-IDX) TO WS-ALT-LAST-CALL
           PERFORM VARYING WS-SVC-CALL-IDX FROM 1 BY 1 UNTIL
                           WS-SVC-CALL-IDX >= WS-ALT-LAST-CALL
                           OR WS-ALT-BOARD-CALL > 0
               IF WS-SVC-CALL-STATION (WS-SVC-IDX, WS-SVC-CALL-IDX) =
                       WS-ALT-STATION AND
                  WS-SVC-CALL-MIN (WS-SVC-IDX, WS-SVC-CALL-IDX) NOT <
                       WS-ALT-AFTER-MIN
                   SET WS-ALT-BOARD-CALL TO WS-SVC-CALL-IDX
               END-IF
           END-PERFORM
           IF WS-ALT-BOARD-CALL > 0
               IF ALTERNATIVE-NOT-FOUND OR
                       WS-SVC-CALL-MIN (WS-SVC-IDX, WS-ALT-BOARD-CALL)
                       < WS-ALT-MIN
                   SET WS-SVC-CALL-IDX TO WS-ALT-BOARD-CALL
                   SET WS-SVC-CALL-IDX UP BY 1
                   PERFORM UNTIL WS-SVC-CALL-IDX > WS-ALT-LAST-CALL
                       IF WS-SVC-CALL-STATION (WS-SVC-IDX,
                               WS-SVC-CALL-IDX) = WS-ALT-DEST
                           SET ALTERNATIVE-FOUND TO TRUE
                           MOVE WS-SVC-NUMBER (WS-SVC-IDX)
                               TO WS-ALT-NUMBER
                           MOVE WS-SVC-CALL-MIN (WS-SVC-IDX,
                                                 WS-ALT-BOARD-CALL)
                               TO WS-ALT-MIN
                           SET WS-SVC-CALL-IDX TO WS-ALT-LAST-CALL
                       END-IF
                       SET WS-SVC-CALL-IDX UP BY 1
                   END-PERFORM
               END-IF
           END-IF.

      ******************************************************************
      * WRITE-DIGEST-CLOSURES                                          *
      *   Lists the closures in force on the service date at the head  *
      *   of the digest.                                               *
      ******************************************************************
       WRITE-DIGEST-CLOSURES.
           IF WS-CLO-USED = 0
               MOVE "Closures in force: none" TO DIGEST-RECORD
               WRITE DIGEST-RECORD
           ELSE
               MOVE "Closures in force:" TO DIGEST-RECORD
               WRITE DIGEST-RECORD
               PERFORM VARYING WS-CLO-IDX FROM 1 BY 1 UNTIL
                               WS-CLO-IDX > WS-CLO-USED
                   MOVE SPACES TO DIGEST-RECORD
                   STRING "  " WS-CLO-STATION (WS-CLO-IDX) " "
                          WS-CLO-REASON (WS-CLO-IDX)
                          DELIMITED BY SIZE
                          INTO DIGEST-RECORD
                   WRITE DIGEST-RECORD
               END-PERFORM
           END-IF.

      ******************************************************************
      * WRITE-DIGEST-TRAIN                                             *
      *   Lists the disrupted train just noticed in the digest: its    *
      *   route, departure, what happened and the stations notified.   *
      ******************************************************************
       WRITE-DIGEST-TRAIN.
           MOVE WS-AFF-CALL-MIN (1) TO WS-FMT-MIN
           PERFORM FORMAT-CLOCK-TIME
           MOVE WS-FMT-CLOCK TO WS-DUE-CLOCK
           EVALUATE TRUE
               WHEN AFF-CANCELLED
                   MOVE "CANCELLED" TO WS-STATUS-TEXT
               WHEN AFF-RETIMED
                   COMPUTE WS-FMT-MIN = WS-AFF-CALL-MIN (1) +
                           WS-AFF-SHIFT
                   PERFORM FORMAT-CLOCK-TIME
                   MOVE SPACES TO WS-STATUS-TEXT
                   STRING "RETIMED TO " DELIMITED BY SIZE
                          WS-FMT-CLOCK DELIMITED BY SPACE
                          INTO WS-STATUS-TEXT
               WHEN AFF-NOT-RUNNING
                   MOVE "NOT RUNNING" TO WS-STATUS-TEXT
           END-EVALUATE
           MOVE SPACES TO DIGEST-RECORD
           STRING "Train " WS-AFF-NUMBER " " DELIMITED BY SIZE
                  WS-AFF-CALL-STATION (1) DELIMITED BY "  "
                  " -> " DELIMITED BY SIZE
                  WS-ALT-DEST DELIMITED BY "  "
                  " dep " DELIMITED BY SIZE
                  WS-DUE-CLOCK DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  WS-STATUS-TEXT DELIMITED BY "  "
                  " - " WS-AFF-CALL-COUNT " station(s) notified"
                  DELIMITED BY SIZE
                  INTO DIGEST-RECORD
           WRITE DIGEST-RECORD
           IF WS-AFF-CLOSED-STATION NOT = SPACES
               MOVE SPACES TO DIGEST-RECORD
               STRING "    " DELIMITED BY SIZE
                      WS-AFF-CLOSED-STATION DELIMITED BY "  "
                      " closed: " WS-AFF-REASON DELIMITED BY SIZE
                      INTO DIGEST-RECORD
               WRITE DIGEST-RECORD
           END-IF.

      ******************************************************************
      * WRITE-DIGEST-UNMATCHED                                         *
      *   Lists with a WARNING every amendment whose train was not     *
      *   found running on the service date, so no notice went out.    *
      ******************************************************************
       WRITE-DIGEST-UNMATCHED.
           PERFORM VARYING WS-AMD-IDX FROM 1 BY 1 UNTIL
                           WS-AMD-IDX > WS-AMD-USED
               IF WS-AMD-FOUND (WS-AMD-IDX) = 'N'
                   ADD 1 TO WS-UNMATCHED-COUNT
                   MOVE SPACES TO DIGEST-RECORD
                   IF WS-AMD-KIND (WS-AMD-IDX) = 'C'
                       STRING "WARNING - CANCEL of train "
                              WS-AMD-NUMBER (WS-AMD-IDX)
                              " not found in train-cancelled.dat"
                              " - no notice issued"
                              DELIMITED BY SIZE
                              INTO DIGEST-RECORD
                   ELSE
                       STRING "WARNING - RETIME of train "
                              WS-AMD-NUMBER (WS-AMD-IDX)
                              " not found in train.dat"
                              " - no notice issued"
                              DELIMITED BY SIZE
                              INTO DIGEST-RECORD
                   END-IF
                   WRITE DIGEST-RECORD
               END-IF
           END-PERFORM.

      ******************************************************************
      * WRITE-STATION-BULLETINS                                        *
      *   Writes one bulletin file per station with notices, taking    *
      *   the stations in the order their first notice was raised.     *
      ******************************************************************
       WRITE-STATION-BULLETINS.
           PERFORM VARYING WS-NTC-IDX FROM 1 BY 1 UNTIL
                           WS-NTC-IDX > WS-NTC-USED
               IF WS-NTC-WRITTEN (WS-NTC-IDX) = 'N'
                   PERFORM WRITE-ONE-BULLETIN
               END-IF
           END-PERFORM.

      ******************************************************************
      * WRITE-ONE-BULLETIN                                             *
      *   Writes the bulletin for notice WS-NTC-IDX's station with     *
      *   every notice raised for that station.                        *
      ******************************************************************
       WRITE-ONE-BULLETIN.
           ADD 1 TO WS-STATION-COUNT
           MOVE ZERO TO WS-STATION-NOTICES
           MOVE WS-NTC-STATION (WS-NTC-IDX) TO WS-FILE-STATION
           PERFORM VARYING WS-NAME-LENGTH FROM 15 BY -1 UNTIL
                           WS-NAME-LENGTH < 2 OR
                           WS-FILE-STATION (WS-NAME-LENGTH:1)
                           NOT = SPACE
               CONTINUE
           END-PERFORM
           INSPECT WS-FILE-STATION (1:WS-NAME-LENGTH)
               REPLACING ALL SPACE BY "-"
           MOVE SPACES TO WS-BULLETIN-NAME
           STRING "bulletin-" WS-FILE-STATION DELIMITED BY SPACE
                  ".dat" DELIMITED BY SIZE
                  INTO WS-BULLETIN-NAME

           OPEN OUTPUT BULLETIN-FILE
           MOVE SPACES TO BULLETIN-RECORD
           STRING "=== Disruption Bulletin - " DELIMITED BY SIZE
                  WS-NTC-STATION (WS-NTC-IDX) DELIMITED BY "  "
                  " - " WS-SERVICE-DATE " ===" DELIMITED BY SIZE
                  INTO BULLETIN-RECORD
           WRITE BULLETIN-RECORD
           PERFORM VARYING WS-NTC-SCAN-IDX FROM WS-NTC-IDX BY 1 UNTIL
                           WS-NTC-SCAN-IDX > WS-NTC-USED
               IF WS-NTC-WRITTEN (WS-NTC-SCAN-IDX) = 'N' AND
                       WS-NTC-STATION (WS-NTC-SCAN-IDX) =
                       WS-NTC-STATION (WS-NTC-IDX)
                   PERFORM WRITE-ONE-NOTICE
               END-IF
           END-PERFORM
           MOVE SPACES TO BULLETIN-RECORD
           STRING "Notices: " WS-STATION-NOTICES DELIMITED BY SIZE
                  INTO BULLETIN-RECORD
           WRITE BULLETIN-RECORD
           CLOSE BULLETIN-FILE.

      ******************************************************************
      * WRITE-ONE-NOTICE                                               *
      *   Writes notice WS-NTC-SCAN-IDX to the open bulletin: the      *
      *   train and what has become of it, the closure reason, and     *
      *   the alternative short of the train's destination.            *
      ******************************************************************
       WRITE-ONE-NOTICE.
           MOVE 'Y' TO WS-NTC-WRITTEN (WS-NTC-SCAN-IDX)
           ADD 1 TO WS-STATION-NOTICES
           MOVE WS-NTC-DUE-MIN (WS-NTC-SCAN-IDX) TO WS-FMT-MIN
           PERFORM FORMAT-CLOCK-TIME
           MOVE WS-FMT-CLOCK TO WS-DUE-CLOCK
           EVALUATE WS-NTC-KIND (WS-NTC-SCAN-IDX)
               WHEN 'C'
                   MOVE "CANCELLED" TO WS-STATUS-TEXT
               WHEN 'R'
                   MOVE WS-NTC-NEW-MIN (WS-NTC-SCAN-IDX) TO WS-FMT-MIN
                   PERFORM FORMAT-CLOCK-TIME
                   MOVE WS-FMT-CLOCK TO WS-NEW-CLOCK
                   MOVE SPACES TO WS-STATUS-TEXT
                   STRING "NOW " DELIMITED BY SIZE
                          WS-NEW-CLOCK DELIMITED BY SPACE
                          INTO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE "NOT RUNNING" TO WS-STATUS-TEXT
           END-EVALUATE
           MOVE SPACES TO BULLETIN-RECORD
           WRITE BULLETIN-RECORD
           MOVE SPACES TO BULLETIN-RECORD
           STRING "Train " WS-NTC-NUMBER (WS-NTC-SCAN-IDX) " "
                  DELIMITED BY SIZE
                  WS-NTC-ORIGIN (WS-NTC-SCAN-IDX) DELIMITED BY "  "
                  " -> " DELIMITED BY SIZE
                  WS-NTC-DEST (WS-NTC-SCAN-IDX) DELIMITED BY "  "
                  ", due here " DELIMITED BY SIZE
                  WS-DUE-CLOCK DELIMITED BY SPACE
                  " - " DELIMITED BY SIZE
                  WS-STATUS-TEXT DELIMITED BY "  "
                  INTO BULLETIN-RECORD
           WRITE BULLETIN-RECORD
           IF WS-NTC-CLOSED-STATION (WS-NTC-SCAN-IDX) NOT = SPACES
               MOVE SPACES TO BULLETIN-RECORD
               STRING "    Reason: " DELIMITED BY SIZE
                      WS-NTC-REASON (WS-NTC-SCAN-IDX) DELIMITED BY "  "
                      " - " DELIMITED BY SIZE
                      WS-NTC-CLOSED-STATION (WS-NTC-SCAN-IDX)
                      DELIMITED BY "  "
                      " closed" DELIMITED BY SIZE
                      INTO BULLETIN-RECORD
               WRITE BULLETIN-RECORD
           END-IF
           IF WS-NTC-TERMINUS (WS-NTC-SCAN-IDX) = 'N'
               MOVE SPACES TO BULLETIN-RECORD
               IF WS-NTC-ALT-FOUND (WS-NTC-SCAN-IDX) = 'Y'
                   MOVE WS-NTC-ALT-MIN (WS-NTC-SCAN-IDX) TO WS-FMT-MIN
                   PERFORM FORMAT-CLOCK-TIME
                   STRING "    Alternative: train "
                          WS-NTC-ALT-NUMBER (WS-NTC-SCAN-IDX)
                          " at " DELIMITED BY SIZE
                          WS-FMT-CLOCK DELIMITED BY SPACE
                          " to " DELIMITED BY SIZE
                          WS-NTC-DEST (WS-NTC-SCAN-IDX)
                          DELIMITED BY "  "
                          INTO BULLETIN-RECORD
               ELSE
                   STRING "    Alternative: no later train to "
                          DELIMITED BY SIZE
                          WS-NTC-DEST (WS-NTC-SCAN-IDX)
                          DELIMITED BY "  "
                          " today" DELIMITED BY SIZE
                          INTO BULLETIN-RECORD
               END-IF
               WRITE BULLETIN-RECORD
           END-IF.

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
