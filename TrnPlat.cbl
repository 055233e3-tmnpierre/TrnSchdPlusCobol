      *   with no platform count on file (zero or not on the master)   *
      *   still gets its assignments but is noted as not checked.      *
      *                                                                *
      *   Optional command-line arguments, in any order:               *
      *     DAY:xxx - keep only the trains whose service calendar      *
      *               runs that day                                    *
      *     DRAFT   - trial run of a draft timetable from TrnRun: the  *
      *               schedule is read from 'draft-train.dat' and the  *
      *               plan written to 'draft-train-platform.dat'       *
      *   e.g. 'TrnPlat DAY:MON'                                       *
      ******************************************************************

       IDENTIFICATION DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    The cleaned national schedule
           SELECT TRAIN-FILE ASSIGN TO DYNAMIC WS-TRAIN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
      *    The station master carrying each station's platform count.
      *    Sort work file for the station/time event ordering
           SELECT SORT-FILE ASSIGN TO 'plat-sort.tmp'.
      *    The platform occupancy plan
           SELECT PLAN-FILE ASSIGN TO DYNAMIC WS-PLAN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

           88 SORT-EOF                  VALUE 'Y'.
           88 SORT-NOT-EOF              VALUE 'N'.

      *    Raw command line: an optional DAY:xxx filter and an
      *    optional DRAFT keyword
       01  WS-COMMAND-LINE              PIC X(80) VALUE SPACES.
       01  WS-ARGUMENT-1                PIC X(40) VALUE SPACES.
       01  WS-ARGUMENT-2                PIC X(40) VALUE SPACES.
       01  WS-DRAFT-SWITCH              PIC X VALUE 'N'.
           88 DRAFT-RUN                 VALUE 'Y'.
           88 LIVE-RUN                  VALUE 'N'.

      *    File names, switched to the 'draft-' file set for a DRAFT
      *    trial run
       01  WS-TRAIN-NAME                PIC X(40) VALUE 'train.dat'.
       01  WS-PLAN-NAME                 PIC X(40)
                                        VALUE 'train-platform.dat'.
       01  WS-DAY-FILTER                PIC X(03) VALUE SPACES.
       01  WS-DAY-SWITCH                PIC X VALUE 'N'.
           88 DAY-FILTER-ACTIVE         VALUE 'Y'.

       PROCEDURE DIVISION.

      *    Parse the optional DAY:xxx filter and DRAFT keyword
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           UNSTRING WS-COMMAND-LINE DELIMITED BY SPACE
               INTO WS-ARGUMENT-1 WS-ARGUMENT-2
           IF WS-ARGUMENT-1 (1:4) = "DAY:"
               MOVE WS-ARGUMENT-1 (5:3) TO WS-DAY-FILTER
               SET DAY-FILTER-ACTIVE TO TRUE
           END-IF
           IF WS-ARGUMENT-2 (1:4) = "DAY:"
               MOVE WS-ARGUMENT-2 (5:3) TO WS-DAY-FILTER
               SET DAY-FILTER-ACTIVE TO TRUE
           END-IF
           IF WS-ARGUMENT-1 = "DRAFT" OR WS-ARGUMENT-2 = "DRAFT"
               SET DRAFT-RUN TO TRUE
               MOVE 'draft-train.dat' TO WS-TRAIN-NAME
               MOVE 'draft-train-platform.dat' TO WS-PLAN-NAME
           END-IF

      *    Start of main processing
           PERFORM LOAD-STATION-MASTER
           CLOSE PLAN-FILE

           IF WS-OVER-COUNT > 0
               IF DRAFT-RUN
                   DISPLAY "TrnPlat: WARNING - " WS-OVER-COUNT
                           " overcommitted station-hour(s), see "
                           "draft-train-platform.dat"
               ELSE
                   DISPLAY "TrnPlat: WARNING - " WS-OVER-COUNT
                           " overcommitted station-hour(s), see "
                           "train-platform.dat"
               END-IF
           ELSE
               DISPLAY "TrnPlat: no station over its platforms"
           END-IF.
