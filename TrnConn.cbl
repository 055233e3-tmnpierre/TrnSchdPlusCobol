      *   Optional command-line arguments, in any order:               *
      *     MCT:nnn    - minimum connection time in minutes (def 010)  *
      *     WINDOW:nnn - maximum wait reported in minutes   (def 180)  *
      *     DRAFT      - trial run of a draft timetable from TrnRun:   *
      *                  the schedule is read from 'draft-train.dat'   *
      *                  and the report written to                     *
      *                  'draft-train-connections.dat'                 *
      *   e.g. 'TrnConn MCT:015 WINDOW:120'                            *
      ******************************************************************

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    The cleaned national schedule
           SELECT TRAIN-FILE ASSIGN TO DYNAMIC WS-TRAIN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
      *    Sort work file for the station/time event sort
           SELECT SORT-FILE ASSIGN TO 'conn-sort.tmp'.
      *    The connections report by hub station
           SELECT CONN-FILE ASSIGN TO DYNAMIC WS-CONN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

       01  WS-COMMAND-LINE              PIC X(80) VALUE SPACES.
       01  WS-ARGUMENT-1                PIC X(40) VALUE SPACES.
       01  WS-ARGUMENT-2                PIC X(40) VALUE SPACES.
       01  WS-ARGUMENT-3                PIC X(40) VALUE SPACES.
       01  WS-MIN-CONNECT-TIME          PIC 9(3) VALUE 10.
       01  WS-WAIT-WINDOW               PIC 9(3) VALUE 180.
       01  WS-DRAFT-SWITCH              PIC X VALUE 'N'.
           88 DRAFT-RUN                 VALUE 'Y'.
           88 LIVE-RUN                  VALUE 'N'.

      *    File names, switched to the 'draft-' file set for a DRAFT
      *    trial run
       01  WS-TRAIN-NAME                PIC X(40) VALUE 'train.dat'.
       01  WS-CONN-NAME                 PIC X(40)
                                        VALUE 'train-connections.dat'.

      *    Event building fields. An arrival past midnight is folded
      *    by whole days and its calendar shifted the same number of

       PROCEDURE DIVISION.

      *    Parse the optional MCT:nnn, WINDOW:nnn and DRAFT
      *    arguments
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           UNSTRING WS-COMMAND-LINE DELIMITED BY SPACE
               INTO WS-ARGUMENT-1 WS-ARGUMENT-2 WS-ARGUMENT-3
           IF WS-ARGUMENT-1 (1:4) = "MCT:"
               MOVE WS-ARGUMENT-1 (5:3) TO WS-MIN-CONNECT-TIME
           END-IF
           IF WS-ARGUMENT-2 (1:7) = "WINDOW:"
               MOVE WS-ARGUMENT-2 (8:3) TO WS-WAIT-WINDOW
           END-IF
           IF WS-ARGUMENT-3 (1:4) = "MCT:"
               MOVE WS-ARGUMENT-3 (5:3) TO WS-MIN-CONNECT-TIME
           END-IF
           IF WS-ARGUMENT-3 (1:7) = "WINDOW:"
               MOVE WS-ARGUMENT-3 (8:3) TO WS-WAIT-WINDOW
           END-IF
           IF WS-ARGUMENT-1 = "DRAFT" OR WS-ARGUMENT-2 = "DRAFT"
                                       OR WS-ARGUMENT-3 = "DRAFT"
               SET DRAFT-RUN TO TRUE
               MOVE 'draft-train.dat' TO WS-TRAIN-NAME
               MOVE 'draft-train-connections.dat' TO WS-CONN-NAME
           END-IF

      *    Start of main processing
           OPEN OUTPUT CONN-FILE
