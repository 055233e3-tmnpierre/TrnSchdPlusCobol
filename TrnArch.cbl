      *   retention period and drops it from the index, keeping the    *
      *   disk honest.                                                 *
      *                                                                *
      *   The day's cancellations leave no trace in the archive, since *
      *   TrnAmend takes the records off train.dat, so every APPLIED   *
      *   CANCEL in 'train-amend-report.dat' is also kept in the       *
      *   cancellation history 'cancel-history.dat' (1-8 service       *
      *   date, 10-14 train number, 16-23 date of the archive it was   *
      *   applied with), which TrnChrg reads to take cancelled runs    *
      *   off the month's train-kilometres. A rerun replaces the       *
      *   day's entries, and entries go with their archive at the      *
      *   retention sweep.                                             *
      *                                                                *
      *   Command-line argument: optionally KEEP:nnn to set the        *
      *   retention in days (default 090), e.g. 'TrnArch KEEP:030'.    *
      ******************************************************************
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-INDEX-STATUS.
      *    TrnAmend's applied/rejected report, read for the day's
      *    applied cancellations
           SELECT OPTIONAL AMEND-REPORT-FILE
               ASSIGN TO 'train-amend-report.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AMEND-STATUS.
      *    The cancellation history, read whole and rewritten whole
      *    like the index. OPTIONAL so the very first run starts
      *    from an empty history.
           SELECT OPTIONAL HISTORY-FILE ASSIGN TO 'cancel-history.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORD CONTAINS 80 CHARACTERS.
       01 INDEX-RECORD PIC X(80).

      *    File description for the amendment report. An applied
      *    CANCEL line holds "APPLIED  - CANCEL  " in 1-19, the train
      *    number in 27-31 and the service date in 38-45.
       FD AMEND-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01 AMEND-REPORT-RECORD PIC X(132).

      *    File description for the cancellation history. Fixed
      *    positions: 1-8 service date, 10-14 train number, 16-23
      *    archive date.
       FD HISTORY-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 HISTORY-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       01  TRAIN-RECORD-LENGTH          PIC 9(3) COMP.
       01  WS-ARCHIVE-LENGTH            PIC 9(3) COMP.
       01  WS-INDEX-OPENED              PIC X VALUE 'N'.
           88 INDEX-FILE-OPENED         VALUE 'Y'.
           88 INDEX-FILE-NOT-OPENED     VALUE 'N'.
       01  WS-AMEND-STATUS              PIC X(02) VALUE SPACES.
       01  WS-AMEND-EOF                 PIC X VALUE 'N'.
           88 AMEND-EOF                 VALUE 'Y'.
           88 AMEND-NOT-EOF             VALUE 'N'.
       01  WS-AMEND-OPENED              PIC X VALUE 'N'.
           88 AMEND-FILE-OPENED         VALUE 'Y'.
           88 AMEND-FILE-NOT-OPENED     VALUE 'N'.
       01  WS-HISTORY-STATUS            PIC X(02) VALUE SPACES.
       01  WS-HISTORY-EOF               PIC X VALUE 'N'.
           88 HISTORY-EOF               VALUE 'Y'.
           88 HISTORY-NOT-EOF           VALUE 'N'.
       01  WS-HISTORY-OPENED            PIC X VALUE 'N'.
           88 HISTORY-FILE-OPENED       VALUE 'Y'.
           88 HISTORY-FILE-NOT-OPENED   VALUE 'N'.

      *    Raw command line and the retention period in days
       01  WS-COMMAND-LINE              PIC X(80) VALUE SPACES.
               10 WS-IDX-DATE           PIC 9(08).
               10 WS-IDX-NAME           PIC X(40).
       01  WS-IDX-DROPPED-COUNT         PIC 9(3) VALUE ZERO.

      *    The whole cancellation history held in memory, without the
      *    entries past retention or from an earlier run of today
       01  WS-CXH-TABLE-MAX             PIC 9(4) VALUE 5000.
       01  WS-CXH-USED                  PIC 9(4) VALUE ZERO.
       01  WS-CXH-TABLE.
           05 WS-CXH-ENTRY OCCURS 5000 TIMES
                           INDEXED BY WS-CXH-IDX.
               10 WS-CXH-SERVICE-DATE   PIC 9(08).
               10 WS-CXH-NUMBER         PIC 9(05).
               10 WS-CXH-ARCHIVE-DATE   PIC 9(08).
       01  WS-CXH-DROPPED-COUNT         PIC 9(4) VALUE ZERO.
       01  WS-CXH-ADDED-COUNT           PIC 9(4) VALUE ZERO.
       01  WS-TODAY-ON-INDEX            PIC X VALUE 'N'.
           88 TODAY-ON-INDEX            VALUE 'Y'.
           88 TODAY-NOT-ON-INDEX        VALUE 'N'.
           PERFORM SWEEP-OLD-ARCHIVES
           PERFORM REWRITE-ARCHIVE-INDEX

      *    Keep the day's cancellations beside the archive
           PERFORM LOAD-CANCEL-HISTORY
           PERFORM ADD-TODAYS-CANCELLATIONS
           PERFORM REWRITE-CANCEL-HISTORY

           DISPLAY "TrnArch: " WS-ARCHIVED-COUNT " record(s) "
                   "archived to " WS-ARCHIVE-NAME
           IF WS-SWEPT-COUNT > 0
               DISPLAY "TrnArch: " WS-SWEPT-COUNT " archive(s) past "
                       WS-KEEP-DAYS " day(s) retention deleted"
           END-IF
           DISPLAY "TrnArch: " WS-CXH-ADDED-COUNT " cancellation(s) "
                   "kept in cancel-history.dat"
           IF WS-CXH-DROPPED-COUNT > 0
               DISPLAY "TrnArch: WARNING - cancellation history "
                       "capacity " WS-CXH-TABLE-MAX " exceeded, "
                       WS-CXH-DROPPED-COUNT " entry(ies) dropped"
           END-IF.

      *    End the program
           END-PERFORM
           CLOSE INDEX-FILE.

      ******************************************************************
      * LOAD-CANCEL-HISTORY                                            *
      *   Reads the cancellation history into the in-memory table,     *
      *   leaving out the entries whose archive is past the retention  *
      *   cutoff and those an earlier run of today wrote.              *
      ******************************************************************
       LOAD-CANCEL-HISTORY.
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS = "00" OR WS-HISTORY-STATUS = "05"
               SET HISTORY-FILE-OPENED TO TRUE
           END-IF
           IF WS-HISTORY-STATUS = "00"
               PERFORM UNTIL HISTORY-EOF
                   READ HISTORY-FILE
                       AT END
                           MOVE 'Y' TO WS-HISTORY-EOF
                       NOT AT END
                           IF HISTORY-RECORD (1:8) IS NUMERIC AND
                              HISTORY-RECORD (10:5) IS NUMERIC AND
                              HISTORY-RECORD (16:8) IS NUMERIC AND
                              HISTORY-RECORD (16:8) NOT = WS-TODAY-DATE
                               MOVE HISTORY-RECORD (16:8)
                                   TO WS-SERIAL-DATE
                               PERFORM COMPUTE-DAY-SERIAL
                               IF WS-DAY-SERIAL NOT < WS-CUTOFF-SERIAL
                                   PERFORM ADD-HISTORY-ENTRY
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           IF HISTORY-FILE-OPENED
               CLOSE HISTORY-FILE
           END-IF.

      ******************************************************************
      * ADD-HISTORY-ENTRY                                              *
      *   Adds the history line just read to the in-memory table.      *
      ******************************************************************
       ADD-HISTORY-ENTRY.
           IF WS-CXH-USED < WS-CXH-TABLE-MAX
               ADD 1 TO WS-CXH-USED
               SET WS-CXH-IDX TO WS-CXH-USED
               MOVE HISTORY-RECORD (1:8)
                   TO WS-CXH-SERVICE-DATE (WS-CXH-IDX)
               MOVE HISTORY-RECORD (10:5) TO WS-CXH-NUMBER (WS-CXH-IDX)
               MOVE HISTORY-RECORD (16:8)
                   TO WS-CXH-ARCHIVE-DATE (WS-CXH-IDX)
           ELSE
               ADD 1 TO WS-CXH-DROPPED-COUNT
           END-IF.

      ******************************************************************
      * ADD-TODAYS-CANCELLATIONS                                       *
      *   Adds every APPLIED CANCEL on today's amendment report to the *
      *   history under today's archive date.                          *
      ******************************************************************
       ADD-TODAYS-CANCELLATIONS.
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
                           IF AMEND-REPORT-RECORD (1:19) =
                                  "APPLIED  - CANCEL  "
                              AND AMEND-REPORT-RECORD (27:5) IS NUMERIC
                              AND AMEND-REPORT-RECORD (38:8) IS NUMERIC
                               IF WS-CXH-USED < WS-CXH-TABLE-MAX
                                   ADD 1 TO WS-CXH-USED
                                   ADD 1 TO WS-CXH-ADDED-COUNT
                                   SET WS-CXH-IDX TO WS-CXH-USED
                                   MOVE AMEND-REPORT-RECORD (38:8)
                                     TO WS-CXH-SERVICE-DATE (WS-CXH-IDX)
                                   MOVE AMEND-REPORT-RECORD (27:5)
                                     TO WS-CXH-NUMBER (WS-CXH-IDX)
                                   MOVE WS-TODAY-DATE
                                     TO WS-CXH-ARCHIVE-DATE (WS-CXH-IDX)
                               ELSE
                                   ADD 1 TO WS-CXH-DROPPED-COUNT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           IF AMEND-FILE-OPENED
               CLOSE AMEND-REPORT-FILE
           END-IF.

      ******************************************************************
      * REWRITE-CANCEL-HISTORY                                         *
      *   Rewrites cancel-history.dat from the in-memory table.        *
      ******************************************************************
       REWRITE-CANCEL-HISTORY.
           OPEN OUTPUT HISTORY-FILE
           PERFORM VARYING WS-CXH-IDX FROM 1 BY 1 UNTIL
                           WS-CXH-IDX > WS-CXH-USED
               MOVE SPACES TO HISTORY-RECORD
               STRING WS-CXH-SERVICE-DATE (WS-CXH-IDX) " "
                      WS-CXH-NUMBER (WS-CXH-IDX) " "
                      WS-CXH-ARCHIVE-DATE (WS-CXH-IDX)
                      DELIMITED BY SIZE
                      INTO HISTORY-RECORD
               WRITE HISTORY-RECORD
           END-PERFORM
           CLOSE HISTORY-FILE.

      ******************************************************************
      * COMPUTE-DAY-SERIAL                                             *
      *   Turns WS-SERIAL-DATE (CCYYMMDD) into the day serial          *
