      *   departure time; ADDSTOP inserts a flagged halt in running    *
      *   order; DROPSTOP unflags the named halt so the stop entry     *
      *   stays traceable. Every transaction gets an APPLIED or        *
      *   REJECTED line in 'train-amend-report.dat' - an applied       *
      *   RETIME line ends 'From HH:MM To HH:MM' (positions 47-65) so  *
      *   the old departure stays on record - train.dat is             *
      *   rewritten with the amended records, and the control totals   *
      *   in 'amend-control.dat' let TrnBal account for every record.  *
      ******************************************************************
               10 WS-TXN-DATE           PIC 9(08).
               10 WS-TXN-HH             PIC 9(02).
               10 WS-TXN-MM             PIC 9(02).
               10 WS-TXN-OLD-HH         PIC 9(02).
               10 WS-TXN-OLD-MM         PIC 9(02).
               10 WS-TXN-STATION        PIC X(15).
               10 WS-TXN-OFFSET         PIC 9(04).
               10 WS-TXN-DWELL          PIC 9(02).
           MOVE ZERO TO WS-TXN-DATE (WS-TXN-IDX)
           MOVE ZERO TO WS-TXN-HH (WS-TXN-IDX)
           MOVE ZERO TO WS-TXN-MM (WS-TXN-IDX)
           MOVE ZERO TO WS-TXN-OLD-HH (WS-TXN-IDX)
           MOVE ZERO TO WS-TXN-OLD-MM (WS-TXN-IDX)
           MOVE WS-IN-STATION TO WS-TXN-STATION (WS-TXN-IDX)
           MOVE ZERO TO WS-TXN-OFFSET (WS-TXN-IDX)
           MOVE ZERO TO WS-TXN-DWELL (WS-TXN-IDX)
                   SET RECORD-CANCELLED TO TRUE
                   MOVE 'A' TO WS-TXN-STATUS (WS-TXN-IDX)
               WHEN "RETIME  "
                   MOVE TRAIN-TIME-HH TO WS-TXN-OLD-HH (WS-TXN-IDX)
                   MOVE TRAIN-TIME-MM TO WS-TXN-OLD-MM (WS-TXN-IDX)
                   MOVE WS-TXN-HH (WS-TXN-IDX) TO TRAIN-TIME-HH
                   MOVE WS-TXN-MM (WS-TXN-IDX) TO TRAIN-TIME-MM
                   MOVE 'A' TO WS-TXN-STATUS (WS-TXN-IDX)
           MOVE SPACES TO REPORT-RECORD
           IF WS-TXN-STATUS (WS-TXN-IDX) = 'A'
               ADD 1 TO WS-APPLIED-COUNT
               IF WS-TXN-ACTION (WS-TXN-IDX) = "RETIME  "
                   STRING "APPLIED  - " WS-TXN-ACTION (WS-TXN-IDX)
                          DELIMITED BY SIZE
                          " Train " WS-TXN-NUMBER (WS-TXN-IDX)
                          DELIMITED BY SIZE
                          " Date " WS-TXN-DATE (WS-TXN-IDX)
                          DELIMITED BY SIZE
                          " From " WS-TXN-OLD-HH (WS-TXN-IDX) ":"
                          WS-TXN-OLD-MM (WS-TXN-IDX)
                          DELIMITED BY SIZE
                          " To " WS-TXN-HH (WS-TXN-IDX) ":"
                          WS-TXN-MM (WS-TXN-IDX)
                          DELIMITED BY SIZE
                          INTO REPORT-RECORD
               ELSE
                   STRING "APPLIED  - " WS-TXN-ACTION (WS-TXN-IDX)
                          DELIMITED BY SIZE
                          " Train " WS-TXN-NUMBER (WS-TXN-IDX)
                          DELIMITED BY SIZE
                          " Date " WS-TXN-DATE (WS-TXN-IDX)
                          DELIMITED BY SIZE
                          " " WS-TXN-STATION (WS-TXN-IDX)
                          DELIMITED BY SIZE
                          INTO REPORT-RECORD
               END-IF
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
               STRING "REJECTED - " WS-TXN-ACTION (WS-TXN-IDX)
