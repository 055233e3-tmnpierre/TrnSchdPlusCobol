      *   all trains sharing a minute are adjacent. The number check   *
      *   sorts the file by train number and effective-from date and   *
      *   compares the date ranges within each train-number group.     *
      *                                                                *
      *   Command-line argument: optionally DRAFT for a trial run of a *
      *   draft timetable from TrnRun. The schedule is then read from  *
      *   and rewritten to 'draft-train.dat' and every other file      *
      *   written carries the same 'draft-' prefix                     *
      *   ('draft-train-conflict.dat', 'draft-train-held.dat',         *
      *   'draft-train-checked.dat', 'draft-check-control.dat'), so    *
      *   the live schedule and the TrnBal control totals are left     *
      *   alone.                                                       *
      ******************************************************************

       IDENTIFICATION DIVISION.
       FILE-CONTROL.
      *    The consolidated national schedule from TrnDepot, read for
      *    both checks and rewritten clean once they are done
           SELECT TRAIN-FILE ASSIGN TO DYNAMIC WS-TRAIN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
      *    Sort work file for the train-number / date-range check
           SELECT SORT-FILE ASSIGN TO 'train-sort.tmp'.
      *    The clean records, written here and then copied back over
      *    train.dat so the downstream programs need no change
           SELECT CHECKED-FILE ASSIGN TO DYNAMIC WS-CHECKED-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
      *    The conflicting records, held out for manual review
           SELECT HELD-FILE ASSIGN TO DYNAMIC WS-HELD-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
      *    The conflict report for the planning desk
           SELECT CONFLICT-FILE ASSIGN TO DYNAMIC WS-CONFLICT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
      *    Control totals balanced by TrnBal before a run is released
           SELECT CHECK-CONTROL-FILE
               ASSIGN TO DYNAMIC WS-CHECK-CONTROL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

           88 SORT-EOF                  VALUE 'Y'.
           88 SORT-NOT-EOF              VALUE 'N'.

      *    Raw command line: an optional DRAFT keyword
       01  WS-COMMAND-LINE              PIC X(80) VALUE SPACES.
       01  WS-ARGUMENT-1                PIC X(40) VALUE SPACES.
       01  WS-DRAFT-SWITCH              PIC X VALUE 'N'.
           88 DRAFT-RUN                 VALUE 'Y'.
           88 LIVE-RUN                  VALUE 'N'.

      *    File names, switched to the 'draft-' file set for a DRAFT
      *    trial run
       01  WS-TRAIN-NAME                PIC X(40) VALUE 'train.dat'.
       01  WS-CHECKED-NAME              PIC X(40)
                                        VALUE 'train-checked.dat'.
       01  WS-HELD-NAME                 PIC X(40)
                                        VALUE 'train-held.dat'.
       01  WS-CONFLICT-NAME             PIC X(40)
                                        VALUE 'train-conflict.dat'.
       01  WS-CHECK-CONTROL-NAME        PIC X(40)
                                        VALUE 'check-control.dat'.

      *    All trains departing in the minute currently being scanned.
      *    train.dat is in departure-time order, so one minute's
      *    trains are adjacent and the group stays small.

       PROCEDURE DIVISION.

      *    Parse the optional DRAFT keyword and switch to the draft
      *    file set
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           UNSTRING WS-COMMAND-LINE DELIMITED BY SPACE
               INTO WS-ARGUMENT-1
           IF WS-ARGUMENT-1 = "DRAFT"
               SET DRAFT-RUN TO TRUE
               MOVE 'draft-train.dat' TO WS-TRAIN-NAME
               MOVE 'draft-train-checked.dat' TO WS-CHECKED-NAME
               MOVE 'draft-train-held.dat' TO WS-HELD-NAME
               MOVE 'draft-train-conflict.dat' TO WS-CONFLICT-NAME
               MOVE 'draft-check-control.dat' TO WS-CHECK-CONTROL-NAME
           END-IF

      *    Start of main processing
           OPEN OUTPUT CONFLICT-FILE
           MOVE "=== Departure-Slot Conflict Report ===" TO
           CLOSE CHECK-CONTROL-FILE

           IF WS-HELD-COUNT > 0
               IF DRAFT-RUN
                   DISPLAY "TrnChk: WARNING - " WS-HELD-COUNT
                           " conflicting draft record(s) held out to "
                           "draft-train-held.dat"
               ELSE
                   DISPLAY "TrnChk: WARNING - " WS-HELD-COUNT
                           " conflicting record(s) held out to "
                           "train-held.dat for manual review"
               END-IF
           END-IF.

      *    End the program
