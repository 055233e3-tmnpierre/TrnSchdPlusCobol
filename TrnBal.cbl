      * PURPOSE:                                                       *
      *   Balances the control totals written by TrnDepot              *
      *   ('depot-control.dat'), TrnChk ('check-control.dat'),         *
      *   TrnAmend ('amend-control.dat'), TrnHdwy                      *
      *   ('headway-control.dat') and TrnSchd ('sched-control.dat')    *
      *   so every record a depot submitted is provably accounted      *
      *   for: merged into train.dat, routed aside for unknown         *
      *   stations, held as a conflict, cancelled by an amendment,     *
      *   held on a headway conflict ('train-hdwy-held.dat'),          *
      *   filtered, rejected or processed. Writes a                    *
      *   PASS/FAIL control                                            *
      *   report to 'train-control-report.dat' and ends with           *
      *   RETURN-CODE 8 on any FAIL - a failed balance means the run   *
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AMEND-CTL-STATUS.
      *    TrnHdwy's read/clean/held control totals
           SELECT OPTIONAL HEADWAY-CONTROL-FILE
               ASSIGN TO 'headway-control.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HDWY-CTL-STATUS.
      *    TrnSchd's read/filtered/rejected/processed control totals
           SELECT OPTIONAL SCHED-CONTROL-FILE
               ASSIGN TO 'sched-control.dat'
           RECORD CONTAINS 80 CHARACTERS.
       01 AMEND-CONTROL-RECORD PIC X(80).

      *    File description for the headway-check control totals
       FD HEADWAY-CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 HEADWAY-CONTROL-RECORD PIC X(80).

      *    File description for the schedule control totals
       FD SCHED-CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  WS-AMEND-WRITTEN             PIC 9(7) VALUE ZERO.
       01  WS-AMEND-CANCELLED           PIC 9(7) VALUE ZERO.

      *    TrnHdwy's totals
       01  WS-HDWY-CTL-STATUS           PIC X(02) VALUE SPACES.
       01  WS-HDWY-FOUND                PIC X VALUE 'N'.
           88 HDWY-LINE-FOUND           VALUE 'Y'.
           88 HDWY-LINE-NOT-FOUND       VALUE 'N'.
       01  WS-HDWY-READ                 PIC 9(7) VALUE ZERO.
       01  WS-HDWY-CLEAN                PIC 9(7) VALUE ZERO.
       01  WS-HDWY-HELD                 PIC 9(7) VALUE ZERO.

      *    TrnSchd's totals
       01  WS-SCHED-FOUND               PIC X VALUE 'N'.
           88 SCHED-LINE-FOUND          VALUE 'Y'.
           PERFORM READ-DEPOT-CONTROL
           PERFORM READ-CHECK-CONTROL
           PERFORM READ-AMEND-CONTROL
           PERFORM READ-HEADWAY-CONTROL
           PERFORM READ-SCHED-CONTROL

           MOVE SPACES TO REPORT-RECORD
                   TO WS-CHECK-TITLE
               PERFORM WRITE-MISSING-LINE
           END-IF
           IF HDWY-LINE-NOT-FOUND
               MOVE "headway-control.dat totals present"
                   TO WS-CHECK-TITLE
               PERFORM WRITE-MISSING-LINE
           END-IF
           IF SCHED-LINE-NOT-FOUND
               MOVE "sched-control.dat totals present"
                   TO WS-CHECK-TITLE
                       WS-AMEND-CANCELLED
               PERFORM BALANCE-ONE-CHECK-AMEND-READ
           END-IF
           IF AMEND-LINE-FOUND AND HDWY-LINE-FOUND
               MOVE "headway check read = amendment written"
                   TO WS-CHECK-TITLE
               MOVE WS-AMEND-WRITTEN TO WS-EXPECTED
               PERFORM BALANCE-ONE-CHECK-HDWY-READ
           END-IF
           IF HDWY-LINE-FOUND
               MOVE "headway check read = clean + held"
                   TO WS-CHECK-TITLE
               COMPUTE WS-EXPECTED = WS-HDWY-CLEAN + WS-HDWY-HELD
               PERFORM BALANCE-ONE-CHECK-HDWY-READ
           END-IF
           IF HDWY-LINE-FOUND AND SCHED-LINE-FOUND
               MOVE "schedule read = headway check clean"
                   TO WS-CHECK-TITLE
               MOVE WS-HDWY-CLEAN TO WS-EXPECTED
               PERFORM BALANCE-ONE-CHECK-SCHED-READ
           END-IF
           IF SCHED-LINE-FOUND
               CLOSE AMEND-CONTROL-FILE
           END-IF.

      ******************************************************************
      * READ-HEADWAY-CONTROL                                           *
      *   Reads TrnHdwy's single line of control totals.               *
      ******************************************************************
       READ-HEADWAY-CONTROL.
           OPEN INPUT HEADWAY-CONTROL-FILE
           IF WS-HDWY-CTL-STATUS = "00"
               READ HEADWAY-CONTROL-FILE
                   NOT AT END
                       SET HDWY-LINE-FOUND TO TRUE
                       MOVE HEADWAY-CONTROL-RECORD (1:7)
                           TO WS-HDWY-READ
                       MOVE HEADWAY-CONTROL-RECORD (9:7)
                           TO WS-HDWY-CLEAN
                       MOVE HEADWAY-CONTROL-RECORD (17:7)
                           TO WS-HDWY-HELD
               END-READ
               CLOSE HEADWAY-CONTROL-FILE
           END-IF.

      ******************************************************************
      * READ-SCHED-CONTROL                                             *
      *   Reads TrnSchd's single line of control totals.               *
               PERFORM WRITE-FAIL-LINE
           END-IF.

      ******************************************************************
      * BALANCE-ONE-CHECK-HDWY-READ                                    *
      *   Passes or fails WS-CHECK-TITLE comparing TrnHdwy's read      *
      *   count against WS-EXPECTED.                                   *
      ******************************************************************
       BALANCE-ONE-CHECK-HDWY-READ.
           IF WS-HDWY-READ = WS-EXPECTED
               PERFORM WRITE-PASS-LINE
           ELSE
               PERFORM WRITE-FAIL-LINE
           END-IF.

      ******************************************************************
      * BALANCE-ONE-CHECK-SCHED-READ                                   *
      *   Passes or fails WS-CHECK-TITLE comparing TrnSchd's read      *
