      *   calculates arrival times and train types, and outputs        *
      *   results to 'train2.dat'. It handles data reading,            *
      *   processing of each record, and final output generation.      *
      *                                                                *
      *   Given the DRAFT keyword (a trial run of a draft timetable    *
      *   from TrnRun) the schedule is read from 'draft-train.dat'     *
      *   and every file written - the reports, the CSV export, the    *
      *   checkpoint, the control totals and the indexed train master  *
      *   - carries a 'draft-' prefix, so the live outputs, the        *
      *   train master TrnInq answers from and the TrnBal control      *
      *   totals are left alone. The reference masters are only read.  *
      ******************************************************************       
       
       IDENTIFICATION DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Define the output train file and its properties
           SELECT TRAIN-FILE ASSIGN TO DYNAMIC WS-TRAIN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
      *      Define the input train file and its properties
           SELECT OPTIONAL OUTPUT-FILE ASSIGN TO DYNAMIC WS-OUTPUT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-OUTPUT-STATUS.
      *      Define the train-type / station summary report
           SELECT SUMMARY-FILE ASSIGN TO DYNAMIC WS-SUMMARY-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
      *      Define the reject/exception file for failed validations
           SELECT OPTIONAL REJECT-FILE ASSIGN TO DYNAMIC WS-REJECT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.
      *      Define the structured CSV export, alongside the
      *      English-sentence OUTPUT-FILE report
           SELECT OPTIONAL CSV-FILE ASSIGN TO DYNAMIC WS-CSV-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CSV-STATUS.
      *      Define the checkpoint/restart file
           SELECT OPTIONAL CHECKPOINT-FILE
               ASSIGN TO DYNAMIC WS-CHECKPOINT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CKPT-STATUS.
      *      Define the passenger itinerary report
           SELECT OPTIONAL ITINERARY-FILE
               ASSIGN TO DYNAMIC WS-ITINERARY-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ITIN-STATUS.
               FILE STATUS IS WS-CLOSURE-STATUS.
      *      Define the control totals balanced by TrnBal before a
      *      run is released
           SELECT SCHED-CONTROL-FILE
               ASSIGN TO DYNAMIC WS-SCHED-CONTROL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
      *      Define the indexed train master keyed on train number,
      *      loaded with the day's validated schedule so TrnInq can
      *      answer a passenger-agent call without rescanning the
      *      sequential outputs
           SELECT MASTER-FILE ASSIGN TO DYNAMIC WS-MASTER-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MASTER-TRAIN-NUMBER
               FILE STATUS IS WS-CONSIST-STATUS.
      *      Define the seats-per-route planning report, built on the
      *      same route pairs the summary report tallies
           SELECT SEATS-FILE ASSIGN TO DYNAMIC WS-SEATS-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

       01  WS-ARGUMENT-1                PIC X(40) VALUE SPACES.
       01  WS-ARGUMENT-2                PIC X(40) VALUE SPACES.
       01  WS-ARGUMENT-3                PIC X(40) VALUE SPACES.
       01  WS-DRAFT-SWITCH              PIC X VALUE 'N'.
           88 DRAFT-RUN                 VALUE 'Y'.
           88 LIVE-RUN                  VALUE 'N'.

      *    File names, switched to the 'draft-' file set for a DRAFT
      *    trial run
       01  WS-TRAIN-NAME                PIC X(40) VALUE 'train.dat'.
       01  WS-OUTPUT-NAME               PIC X(40) VALUE 'train2.dat'.
       01  WS-SUMMARY-NAME              PIC X(40)
                                        VALUE 'train-summary.dat'.
       01  WS-REJECT-NAME               PIC X(40)
                                        VALUE 'train-reject.dat'.
       01  WS-CSV-NAME                  PIC X(40)
                                        VALUE 'train-export.csv'.
       01  WS-CHECKPOINT-NAME           PIC X(40) VALUE 'train.ckp'.
       01  WS-ITINERARY-NAME            PIC X(40)
                                        VALUE 'train-itinerary.dat'.
       01  WS-SCHED-CONTROL-NAME        PIC X(40)
                                        VALUE 'sched-control.dat'.
       01  WS-MASTER-NAME               PIC X(40)
                                        VALUE 'train-master.dat'.
       01  WS-SEATS-NAME                PIC X(40)
                                        VALUE 'route-seats.dat'.

      *    Optional day-type filter (DAY:MON, DAY:TUE, ... DAY:SUN)
       01  WS-DAY-FILTER                PIC X(03) VALUE SPACES.
               SET RESTART-REQUESTED TO TRUE
           END-IF

           IF WS-ARGUMENT-1 = "DRAFT" OR WS-ARGUMENT-2 = "DRAFT"
                                       OR WS-ARGUMENT-3 = "DRAFT"
               SET DRAFT-RUN TO TRUE
               MOVE 'draft-train.dat' TO WS-TRAIN-NAME
               MOVE 'draft-train2.dat' TO WS-OUTPUT-NAME
               MOVE 'draft-train-summary.dat' TO WS-SUMMARY-NAME
               MOVE 'draft-train-reject.dat' TO WS-REJECT-NAME
               MOVE 'draft-train-export.csv' TO WS-CSV-NAME
               MOVE 'draft-train.ckp' TO WS-CHECKPOINT-NAME
               MOVE 'draft-train-itinerary.dat' TO WS-ITINERARY-NAME
               MOVE 'draft-sched-control.dat' TO WS-SCHED-CONTROL-NAME
               MOVE 'draft-train-master.dat' TO WS-MASTER-NAME
               MOVE 'draft-route-seats.dat' TO WS-SEATS-NAME
           END-IF

           IF WS-ARGUMENT-1 (1:4) = "DAY:"
               MOVE WS-ARGUMENT-1 (5:3) TO WS-DAY-FILTER
               SET DAY-FILTER-ACTIVE TO TRUE
           MOVE SPACES TO WS-ROUTE-FILTER
           IF WS-ARGUMENT-1 NOT = SPACES
                           AND WS-ARGUMENT-1 NOT = "RESTART"
                           AND WS-ARGUMENT-1 NOT = "DRAFT"
                           AND WS-ARGUMENT-1 (1:4) NOT = "DAY:"
               MOVE WS-ARGUMENT-1 TO WS-ROUTE-FILTER
           END-IF
           IF WS-ARGUMENT-2 NOT = SPACES
                           AND WS-ARGUMENT-2 NOT = "RESTART"
                           AND WS-ARGUMENT-2 NOT = "DRAFT"
                           AND WS-ARGUMENT-2 (1:4) NOT = "DAY:"
               MOVE WS-ARGUMENT-2 TO WS-ROUTE-FILTER
           END-IF
           IF WS-ARGUMENT-3 NOT = SPACES
                           AND WS-ARGUMENT-3 NOT = "RESTART"
                           AND WS-ARGUMENT-3 NOT = "DRAFT"
                           AND WS-ARGUMENT-3 (1:4) NOT = "DAY:"
               MOVE WS-ARGUMENT-3 TO WS-ROUTE-FILTER
           END-IF
