      * DATE-WRITTEN. 2026-09-02                                       *
      *                                                                *
      * PURPOSE:                                                       *
      *   Maintenance for the inter-station distance                   *
      *   reference file 'station-distance.dat', kept alongside the    *
      *   station master. The operator keys one action per prompt -    *
      *   ADD, CHG, DEL, LST or END - against a station pair, and the  *
      *   PARIS/LYON and LYON/PARIS. The schedule programs use the     *
      *   distances to compute journey speed and flag implausible      *
      *   durations.                                                   *
      *                                                                *
      *   Run with BATCH, the actions are read instead from the        *
      *   transaction file 'distance-trans.dat', one per line at fixed *
      *   positions:                                                   *
      *     1-3   action (ADD, CHG or DEL)                             *
      *     4-18  first station                                        *
      *     19-33 second station                                       *
      *     34-37 distance in km                                       *
      *   Every transaction is edited exactly as a keyed one and       *
      *   applied or rejected, with one line each in                   *
      *   'distance-trans-report.dat', and the file is rewritten once  *
      *   at the end.                                                  *
      *                                                                *
      *   Every change, keyed or batch, is added to the shared change  *
      *   journal 'master-journal.dat' with the operator ID, the date  *
      *   and time and the entry before and after, once the file has   *
      *   been rewritten. The operator ID is given as OPER:xxxxxxxx    *
      *   or asked for at the console, and is required,                *
      *   e.g. 'TrnKm BATCH OPER:JDUPONT'                              *
      ******************************************************************

       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DISTANCE-STATUS.
      *    The batch transactions, read in place of the console when
      *    the program is run with BATCH
           SELECT OPTIONAL TRANS-FILE ASSIGN TO 'distance-trans.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.
      *    One line per batch transaction, applied or rejected
           SELECT REPORT-FILE ASSIGN TO 'distance-trans-report.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
      *    The change journal shared with TrnStn and TrnCnst, extended
      *    with this session's changes
           SELECT OPTIONAL JOURNAL-FILE ASSIGN TO 'master-journal.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           RECORD CONTAINS 34 CHARACTERS.
       COPY 'distance-record.cpy'.

      *    File description for the batch transactions
       FD TRANS-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 TRANS-RECORD.
           05 TRANS-ACTION              PIC X(03).
           05 TRANS-STATION-A           PIC X(15).
           05 TRANS-STATION-B           PIC X(15).
           05 TRANS-KM                  PIC X(04).
           05 FILLER                    PIC X(43).

      *    File description for the transaction report
       FD REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01 REPORT-RECORD PIC X(132).

      *    File description for the change journal
       FD JOURNAL-FILE
           RECORD CONTAINS 200 CHARACTERS.
       01 JOURNAL-RECORD PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-DISTANCE-STATUS           PIC X(02) VALUE SPACES.
       01  WS-DISTANCE-EOF              PIC X VALUE 'N'.
           88 SESSION-DONE              VALUE 'Y'.
           88 SESSION-NOT-DONE          VALUE 'N'.

      *    The whole distance reference held in memory for the
      *    session. An entry is laid out exactly as the reference
      *    record, so it serves as the journal's before and after
      *    image.
       01  WS-PAIR-TABLE-MAX            PIC 9(3) VALUE 500.
       01  WS-PAIR-USED                 PIC 9(3) VALUE ZERO.
       01  WS-PAIR-TABLE.
       01  WS-CHANGE-COUNT              PIC 9(3) VALUE ZERO.
       01  WS-LOAD-SKIPPED-COUNT        PIC 9(3) VALUE ZERO.

      *    Raw command line: BATCH and OPER:xxxxxxxx, in any order
       01  WS-COMMAND-LINE              PIC X(80) VALUE SPACES.
       01  WS-ARGUMENT-1                PIC X(40) VALUE SPACES.
       01  WS-ARGUMENT-2                PIC X(40) VALUE SPACES.
       01  WS-ARGUMENT                  PIC X(40) VALUE SPACES.
       01  WS-ARGUMENT-NUMBER           PIC 9(1) VALUE ZERO.
       01  WS-RUN-MODE                  PIC X VALUE 'C'.
           88 CONSOLE-MODE              VALUE 'C'.
           88 BATCH-MODE                VALUE 'B'.
       01  WS-OPERATOR-ID               PIC X(08) VALUE SPACES.

      *    Outcome of one transaction, displayed at the console or
      *    written to the transaction report
       01  WS-RESULT-SWITCH             PIC X VALUE 'N'.
           88 TRANS-APPLIED             VALUE 'Y'.
           88 TRANS-REJECTED            VALUE 'N'.
       01  WS-RESULT-TEXT               PIC X(60) VALUE SPACES.

      *    Batch transaction file and its tallies
       01  WS-TRANS-STATUS              PIC X(02) VALUE SPACES.
       01  WS-TRANS-EOF                 PIC X VALUE 'N'.
           88 TRANS-EOF                 VALUE 'Y'.
           88 TRANS-NOT-EOF             VALUE 'N'.
       01  WS-TRANS-READ                PIC 9(5) VALUE ZERO.
       01  WS-TRANS-APPLIED             PIC 9(5) VALUE ZERO.
       01  WS-TRANS-REJECTED            PIC 9(5) VALUE ZERO.

      *    The session's journal entries, held until the file is
      *    rewritten so a discarded session leaves no trace
       01  WS-JRN-TABLE-MAX             PIC 9(3) VALUE 500.
       01  WS-JRN-USED                  PIC 9(3) VALUE ZERO.
       01  WS-JRN-TABLE.
           05 WS-JRN-LINE OCCURS 500 TIMES
                          INDEXED BY WS-JRN-IDX
                                        PIC X(200).
       01  WS-CLOCK-TIME                PIC 9(8) VALUE ZERO.
       COPY 'journal-record.cpy'.

       PROCEDURE DIVISION.

      *    Parse the optional BATCH and OPER:xxxxxxxx arguments
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           UNSTRING WS-COMMAND-LINE DELIMITED BY SPACE
               INTO WS-ARGUMENT-1 WS-ARGUMENT-2
           PERFORM PARSE-ONE-ARGUMENT
               VARYING WS-ARGUMENT-NUMBER FROM 1 BY 1
               UNTIL WS-ARGUMENT-NUMBER > 2

      *    Start of main processing
           PERFORM LOAD-DISTANCE-FILE
           DISPLAY "TrnKm: " WS-PAIR-USED " station pair(s) on file"

      *    No change is made without an operator to journal it under
           IF WS-OPERATOR-ID = SPACES AND CONSOLE-MODE
               DISPLAY "Operator ID (8)?"
               ACCEPT WS-OPERATOR-ID
           END-IF
           IF WS-OPERATOR-ID = SPACES
               DISPLAY "TrnKm: ERROR - no operator ID, "
                       "no change can be made"
               MOVE 8 TO RETURN-CODE
               SET SESSION-DONE TO TRUE
           END-IF

           IF BATCH-MODE AND SESSION-NOT-DONE
               PERFORM PROCESS-BATCH-FILE
               SET SESSION-DONE TO TRUE
           END-IF

      *    One transaction per prompt until the operator keys END
           PERFORM UNTIL SESSION-DONE
               DISPLAY "Action (ADD/CHG/DEL/LST/END)?"
                       " entry(ies) past table capacity "
                       WS-PAIR-TABLE-MAX " were not loaded; "
                       "file NOT rewritten, changes discarded"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-CHANGE-COUNT > 0
                   PERFORM REWRITE-DISTANCE-FILE
                   PERFORM WRITE-CHANGE-JOURNAL
                   DISPLAY "TrnKm: " WS-CHANGE-COUNT
                           " change(s) written to station-distance.dat"
               ELSE
      *    End the program
           STOP RUN.

      ******************************************************************
      * PARSE-ONE-ARGUMENT                                             *
      *   Classifies command-line argument WS-ARGUMENT-NUMBER as       *
      *   BATCH or OPER:xxxxxxxx.                                      *
      ******************************************************************
       PARSE-ONE-ARGUMENT.
           EVALUATE TRUE
               WHEN WS-ARGUMENT-NUMBER = 1
                   MOVE WS-ARGUMENT-1 TO WS-ARGUMENT
               WHEN OTHER
                   MOVE WS-ARGUMENT-2 TO WS-ARGUMENT
           END-EVALUATE
           EVALUATE TRUE
               WHEN WS-ARGUMENT = "BATCH"
                   SET BATCH-MODE TO TRUE
               WHEN WS-ARGUMENT (1:5) = "OPER:"
                   MOVE WS-ARGUMENT (6:8) TO WS-OPERATOR-ID
           END-EVALUATE.

      ******************************************************************
      * LOAD-DISTANCE-FILE                                             *
      *   Reads the whole distance reference into the in-memory        *

      ******************************************************************
      * ADD-PAIR                                                       *
      *   Prompts for the new pair's distance and applies the ADD,     *
      *   refusing a duplicate pair before asking for the distance.    *
      ******************************************************************
       ADD-PAIR.
           PERFORM ACCEPT-STATION-PAIR
               IF PAIR-FOUND
                   DISPLAY "TrnKm: pair is already on file"
               ELSE
                   DISPLAY "Distance in km (4 digits)?"
                   MOVE SPACES TO WS-IN-KM
                   ACCEPT WS-IN-KM
                   PERFORM APPLY-ADD-PAIR
                   DISPLAY "TrnKm: " WS-RESULT-TEXT
               END-IF
           END-IF.

      ******************************************************************
      * CHANGE-PAIR                                                    *
      *   Prompts for a pair and its new distance and applies the CHG. *
      ******************************************************************
       CHANGE-PAIR.
           PERFORM ACCEPT-STATION-PAIR
           IF PAIR-NOT-FOUND
               DISPLAY "TrnKm: pair is not on file"
           ELSE
               DISPLAY "Distance in km (4 digits)?"
               MOVE SPACES TO WS-IN-KM
               ACCEPT WS-IN-KM
               PERFORM APPLY-CHANGE-PAIR
               DISPLAY "TrnKm: " WS-RESULT-TEXT
           END-IF.

      ******************************************************************
      * DELETE-PAIR                                                    *
      *   Prompts for a pair and applies the DEL.                      *
      ******************************************************************
       DELETE-PAIR.
           PERFORM ACCEPT-STATION-PAIR
           PERFORM APPLY-DELETE-PAIR
           DISPLAY "TrnKm: " WS-RESULT-TEXT.

      ******************************************************************
      * APPLY-ADD-PAIR                                                 *
      *   Edits the WS-IN fields of an ADD and appends the pair,       *
      *   refusing a blank station, a duplicate pair in either         *
      *   direction, a distance that is not all digits or a full       *
      *   table.                                                       *
      ******************************************************************
       APPLY-ADD-PAIR.
           SET TRANS-REJECTED TO TRUE
           MOVE SPACES TO WS-RESULT-TEXT
           PERFORM FIND-STATION-PAIR
           EVALUATE TRUE
               WHEN WS-IN-STATION-A = SPACES OR
                    WS-IN-STATION-B = SPACES
                   MOVE "both station names are required, not added"
                       TO WS-RESULT-TEXT
               WHEN PAIR-FOUND
                   MOVE "pair is already on file" TO WS-RESULT-TEXT
               WHEN WS-IN-KM IS NOT NUMERIC
                   MOVE "distance must be all digits, not added"
                       TO WS-RESULT-TEXT
               WHEN WS-PAIR-USED NOT < WS-PAIR-TABLE-MAX
                   STRING "table capacity " WS-PAIR-TABLE-MAX
                          " reached, not added"
                          DELIMITED BY SIZE
                          INTO WS-RESULT-TEXT
               WHEN WS-JRN-USED NOT < WS-JRN-TABLE-MAX
                   MOVE "journal capacity reached, not added"
                       TO WS-RESULT-TEXT
               WHEN OTHER
                   MOVE SPACES TO MASTER-JOURNAL
                   ADD 1 TO WS-PAIR-USED
                   SET WS-PAIR-IDX TO WS-PAIR-USED
                   MOVE WS-IN-STATION-A
                       TO WS-PAIR-STATION-A (WS-PAIR-IDX)
                   MOVE WS-IN-STATION-B
                       TO WS-PAIR-STATION-B (WS-PAIR-IDX)
                   MOVE WS-IN-KM TO WS-PAIR-KM (WS-PAIR-IDX)
                   MOVE WS-PAIR-ENTRY (WS-PAIR-IDX) TO JRNL-AFTER-IMAGE
                   MOVE "ADD" TO JRNL-ACTION
                   PERFORM JOURNAL-PAIR-CHANGE
                   STRING "added " WS-IN-STATION-A "/" WS-IN-STATION-B
                          DELIMITED BY SIZE
                          INTO WS-RESULT-TEXT
           END-EVALUATE.

      ******************************************************************
      * APPLY-CHANGE-PAIR                                              *
      *   Edits the WS-IN fields of a CHG and replaces the pair's      *
      *   distance.                                                    *
      ******************************************************************
       APPLY-CHANGE-PAIR.
           SET TRANS-REJECTED TO TRUE
           MOVE SPACES TO WS-RESULT-TEXT
           PERFORM FIND-STATION-PAIR
           EVALUATE TRUE
               WHEN PAIR-NOT-FOUND
                   MOVE "pair is not on file" TO WS-RESULT-TEXT
               WHEN WS-IN-KM IS NOT NUMERIC
                   MOVE "distance must be all digits, not changed"
                       TO WS-RESULT-TEXT
               WHEN WS-JRN-USED NOT < WS-JRN-TABLE-MAX
                   MOVE "journal capacity reached, not changed"
                       TO WS-RESULT-TEXT
               WHEN OTHER
                   MOVE SPACES TO MASTER-JOURNAL
                   SET WS-PAIR-IDX TO WS-FOUND-IDX
                   MOVE WS-PAIR-ENTRY (WS-PAIR-IDX)
                       TO JRNL-BEFORE-IMAGE
                   MOVE WS-IN-KM TO WS-PAIR-KM (WS-PAIR-IDX)
                   MOVE WS-PAIR-ENTRY (WS-PAIR-IDX) TO JRNL-AFTER-IMAGE
                   MOVE "CHG" TO JRNL-ACTION
                   PERFORM JOURNAL-PAIR-CHANGE
                   STRING "changed " WS-IN-STATION-A
                          "/" WS-IN-STATION-B
                          DELIMITED BY SIZE
                          INTO WS-RESULT-TEXT
           END-EVALUATE.

      ******************************************************************
      * APPLY-DELETE-PAIR                                              *
      *   Removes a pair from the file, closing the gap so the table   *
      *   stays dense.                                                 *
      ******************************************************************
       APPLY-DELETE-PAIR.
           SET TRANS-REJECTED TO TRUE
           MOVE SPACES TO WS-RESULT-TEXT
           PERFORM FIND-STATION-PAIR
           EVALUATE TRUE
               WHEN PAIR-NOT-FOUND
                   MOVE "pair is not on file" TO WS-RESULT-TEXT
               WHEN WS-JRN-USED NOT < WS-JRN-TABLE-MAX
                   MOVE "journal capacity reached, not deleted"
                       TO WS-RESULT-TEXT
               WHEN OTHER
                   MOVE SPACES TO MASTER-JOURNAL
                   SET WS-PAIR-IDX TO WS-FOUND-IDX
                   MOVE WS-PAIR-ENTRY (WS-PAIR-IDX)
                       TO JRNL-BEFORE-IMAGE
                   PERFORM VARYING WS-SHIFT-IDX FROM WS-FOUND-IDX BY 1
                           UNTIL WS-SHIFT-IDX >= WS-PAIR-USED
                       MOVE WS-PAIR-ENTRY (WS-SHIFT-IDX + 1)
                           TO WS-PAIR-ENTRY (WS-SHIFT-IDX)
                   END-PERFORM
                   SUBTRACT 1 FROM WS-PAIR-USED
                   MOVE "DEL" TO JRNL-ACTION
                   PERFORM JOURNAL-PAIR-CHANGE
                   STRING "deleted " WS-IN-STATION-A
                          "/" WS-IN-STATION-B
                          DELIMITED BY SIZE
                          INTO WS-RESULT-TEXT
           END-EVALUATE.

      ******************************************************************
      * JOURNAL-PAIR-CHANGE                                            *
      *   Completes the journal entry for the change just applied -    *
      *   key, operator, source and time stamp - holds it for the      *
      *   journal and counts the change.                               *
      ******************************************************************
       JOURNAL-PAIR-CHANGE.
           MOVE WS-IN-STATION-A TO JRNL-KEY (1:15)
           MOVE WS-IN-STATION-B TO JRNL-KEY (16:15)
           MOVE "DISTANCE" TO JRNL-MASTER
           MOVE WS-OPERATOR-ID TO JRNL-OPERATOR
           IF BATCH-MODE
               SET JRNL-FROM-BATCH TO TRUE
           ELSE
               SET JRNL-FROM-CONSOLE TO TRUE
           END-IF
           ACCEPT JRNL-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CLOCK-TIME FROM TIME
           MOVE WS-CLOCK-TIME (1:6) TO JRNL-TIME
           ADD 1 TO WS-JRN-USED
           SET WS-JRN-IDX TO WS-JRN-USED
           MOVE MASTER-JOURNAL TO WS-JRN-LINE (WS-JRN-IDX)
           ADD 1 TO WS-CHANGE-COUNT
           SET TRANS-APPLIED TO TRUE.

      ******************************************************************
      * PROCESS-BATCH-FILE                                             *
      *   Applies every transaction in distance-trans.dat in file      *
      *   order, writing one report line per transaction and the       *
      *   totals at the end.                                           *
      ******************************************************************
       PROCESS-BATCH-FILE.
           OPEN INPUT TRANS-FILE
           IF WS-TRANS-STATUS NOT = "00"
               DISPLAY "TrnKm: ERROR - no transaction file "
                       "distance-trans.dat, status " WS-TRANS-STATUS
               MOVE 8 TO RETURN-CODE
               IF WS-TRANS-STATUS = "05"
                   CLOSE TRANS-FILE
               END-IF
           ELSE
               OPEN OUTPUT REPORT-FILE
               MOVE SPACES TO REPORT-RECORD
               STRING "=== Distance Reference Batch Transactions - "
                      "operator " WS-OPERATOR-ID " ==="
                      DELIMITED BY SIZE
                      INTO REPORT-RECORD
               WRITE REPORT-RECORD
               PERFORM UNTIL TRANS-EOF
                   READ TRANS-FILE
                       AT END
                           MOVE 'Y' TO WS-TRANS-EOF
                       NOT AT END
                           ADD 1 TO WS-TRANS-READ
                           PERFORM APPLY-ONE-TRANSACTION
                   END-READ
               END-PERFORM
               MOVE SPACES TO REPORT-RECORD
               STRING "Transactions read: " WS-TRANS-READ
                      DELIMITED BY SIZE
                      " Applied: " WS-TRANS-APPLIED DELIMITED BY SIZE
                      " Rejected: " WS-TRANS-REJECTED
                      DELIMITED BY SIZE
                      INTO REPORT-RECORD
               WRITE REPORT-RECORD
               CLOSE REPORT-FILE
               CLOSE TRANS-FILE
               DISPLAY "TrnKm: " WS-TRANS-READ " transaction(s), "
                       WS-TRANS-APPLIED " applied, "
                       WS-TRANS-REJECTED " rejected"
           END-IF.

      ******************************************************************
      * APPLY-ONE-TRANSACTION                                          *
      *   Applies one batch transaction through the same edits as a    *
      *   keyed action and reports the outcome.                        *
      ******************************************************************
       APPLY-ONE-TRANSACTION.
           MOVE TRANS-STATION-A TO WS-IN-STATION-A
           MOVE TRANS-STATION-B TO WS-IN-STATION-B
           MOVE TRANS-KM TO WS-IN-KM
           EVALUATE TRANS-ACTION
               WHEN "ADD"
                   PERFORM APPLY-ADD-PAIR
               WHEN "CHG"
                   PERFORM APPLY-CHANGE-PAIR
               WHEN "DEL"
                   PERFORM APPLY-DELETE-PAIR
               WHEN OTHER
                   SET TRANS-REJECTED TO TRUE
                   MOVE SPACES TO WS-RESULT-TEXT
                   STRING "unknown action " TRANS-ACTION
                          DELIMITED BY SIZE
                          INTO WS-RESULT-TEXT
           END-EVALUATE
           MOVE SPACES TO REPORT-RECORD
           IF TRANS-APPLIED
               ADD 1 TO WS-TRANS-APPLIED
               STRING "APPLIED  - " TRANS-RECORD (1:37) " "
                      WS-RESULT-TEXT DELIMITED BY SIZE
                      INTO REPORT-RECORD
           ELSE
               ADD 1 TO WS-TRANS-REJECTED
               STRING "REJECTED - " TRANS-RECORD (1:37) " "
                      WS-RESULT-TEXT DELIMITED BY SIZE
                      INTO REPORT-RECORD
           END-IF
           WRITE REPORT-RECORD.

      ******************************************************************
      * LIST-PAIRS                                                     *
      *   Displays every entry with its distance.                      *
               WRITE STATION-DISTANCE
           END-PERFORM
           CLOSE DISTANCE-FILE.

      ******************************************************************
      * WRITE-CHANGE-JOURNAL                                           *
      *   Adds the session's held journal entries to the shared change *
      *   journal once the file has been rewritten.                    *
      ******************************************************************
       WRITE-CHANGE-JOURNAL.
           OPEN EXTEND JOURNAL-FILE
           PERFORM VARYING WS-JRN-IDX FROM 1 BY 1 UNTIL
                           WS-JRN-IDX > WS-JRN-USED
               MOVE WS-JRN-LINE (WS-JRN-IDX) TO JOURNAL-RECORD
               WRITE JOURNAL-RECORD
           END-PERFORM
           CLOSE JOURNAL-FILE.
