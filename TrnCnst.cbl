      * DATE-WRITTEN. 2026-09-02                                       *
      *                                                                *
      * PURPOSE:                                                       *
      *   Maintenance for the rolling-stock consist master             *
      *   file 'consist-master.dat'. The operator keys one action per  *
      *   prompt - ADD, CHG, DEL, LST or END - against the train       *
      *   number, and the whole master is rewritten when the session   *
      *   train: unit type, number of cars and first/second class      *
      *   seat counts, so TrnInq can quote capacity to an agent and    *
      *   TrnSchd can report seats per route.                          *
      *                                                                *
      *   Run with BATCH, the actions are read instead from the        *
      *   transaction file 'consist-trans.dat', one per line at fixed  *
      *   positions:                                                   *
      *     1-3   action (ADD, CHG or DEL)                             *
      *     4-8   train number                                         *
      *     9-18  unit type                                            *
      *     19-20 number of cars                                       *
      *     21-24 first class seats                                    *
      *     25-28 second class seats                                   *
      *   A blank field on a CHG keeps the value on file. Every        *
      *   transaction is edited exactly as a keyed one and applied or  *
      *   rejected, with one line each in 'consist-trans-report.dat',  *
      *   and the master is rewritten once at the end.                 *
      *                                                                *
      *   Every change, keyed or batch, is added to the shared change  *
      *   journal 'master-journal.dat' with the operator ID, the date  *
      *   and time and the record before and after, once the master    *
      *   has been rewritten. The operator ID is given as              *
      *   OPER:xxxxxxxx or asked for at the console, and is required,  *
      *   e.g. 'TrnCnst BATCH OPER:JDUPONT'                            *
      ******************************************************************

       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CONSIST-STATUS.
      *    The batch transactions, read in place of the console when
      *    the program is run with BATCH
           SELECT OPTIONAL TRANS-FILE ASSIGN TO 'consist-trans.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.
      *    One line per batch transaction, applied or rejected
           SELECT REPORT-FILE ASSIGN TO 'consist-trans-report.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
      *    The change journal shared with TrnStn and TrnKm, extended
      *    with this session's changes
           SELECT OPTIONAL JOURNAL-FILE ASSIGN TO 'master-journal.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           RECORD CONTAINS 25 CHARACTERS.
       COPY 'consist-record.cpy'.

      *    File description for the batch transactions
       FD TRANS-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 TRANS-RECORD.
           05 TRANS-ACTION              PIC X(03).
           05 TRANS-NUMBER              PIC X(05).
           05 TRANS-UNIT-TYPE           PIC X(10).
           05 TRANS-CAR-COUNT           PIC X(02).
           05 TRANS-FIRST-SEATS         PIC X(04).
           05 TRANS-SECOND-SEATS        PIC X(04).
           05 FILLER                    PIC X(52).

      *    File description for the transaction report
       FD REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01 REPORT-RECORD PIC X(132).

      *    File description for the change journal
       FD JOURNAL-FILE
           RECORD CONTAINS 200 CHARACTERS.
       01 JOURNAL-RECORD PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-CONSIST-STATUS            PIC X(02) VALUE SPACES.
       01  WS-CONSIST-EOF               PIC X VALUE 'N'.
           88 SESSION-DONE              VALUE 'Y'.
           88 SESSION-NOT-DONE          VALUE 'N'.

      *    The whole consist master held in memory for the session.
      *    An entry is laid out exactly as the master record, so it
      *    serves as the journal's before and after image.
       01  WS-MASTER-TABLE-MAX          PIC 9(3) VALUE 500.
       01  WS-MASTER-USED               PIC 9(3) VALUE ZERO.
       01  WS-MASTER-TABLE.
       01  WS-LOAD-SKIPPED-COUNT        PIC 9(3) VALUE ZERO.
       01  WS-TOTAL-SEATS               PIC 9(5) VALUE ZERO.

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

      *    The session's journal entries, held until the master is
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
           PERFORM LOAD-CONSIST-MASTER
           DISPLAY "TrnCnst: " WS-MASTER-USED " consist(s) on file"

      *    No change is made without an operator to journal it under
           IF WS-OPERATOR-ID = SPACES AND CONSOLE-MODE
               DISPLAY "Operator ID (8)?"
               ACCEPT WS-OPERATOR-ID
           END-IF
           IF WS-OPERATOR-ID = SPACES
               DISPLAY "TrnCnst: ERROR - no operator ID, "
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
                       WS-MASTER-TABLE-MAX " were not loaded; "
                       "master NOT rewritten, changes discarded"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-CHANGE-COUNT > 0
                   PERFORM REWRITE-CONSIST-MASTER
                   PERFORM WRITE-CHANGE-JOURNAL
                   DISPLAY "TrnCnst: " WS-CHANGE-COUNT
                           " change(s) written to consist-master.dat"
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
      * LOAD-CONSIST-MASTER                                            *
      *   Reads the whole consist master into the in-memory table.     *

      ******************************************************************
      * ADD-CONSIST                                                    *
      *   Prompts for the new consist's fields and applies the ADD,    *
      *   refusing a duplicate train number before asking for the      *
      *   rest.                                                        *
      ******************************************************************
       ADD-CONSIST.
           PERFORM ACCEPT-TRAIN-NUMBER
                   DISPLAY "TrnCnst: " WS-IN-NUMBER
                           " is already on file"
               ELSE
                   DISPLAY "Unit type (10)?"
                   MOVE SPACES TO WS-IN-UNIT-TYPE
                   ACCEPT WS-IN-UNIT-TYPE
                   DISPLAY "Number of cars (2 digits)?"
                   MOVE SPACES TO WS-IN-CAR-COUNT
                   ACCEPT WS-IN-CAR-COUNT
                   DISPLAY "First class seats (4 digits)?"
                   MOVE SPACES TO WS-IN-FIRST-SEATS
                   ACCEPT WS-IN-FIRST-SEATS
                   DISPLAY "Second class seats (4 digits)?"
                   MOVE SPACES TO WS-IN-SECOND-SEATS
                   ACCEPT WS-IN-SECOND-SEATS
                   PERFORM APPLY-ADD-CONSIST
                   DISPLAY "TrnCnst: " WS-RESULT-TEXT
               END-IF
           END-IF.

      ******************************************************************
      * CHANGE-CONSIST                                                 *
      *   Prompts for a train number and its new unit type, car count  *
      *   and seat counts, and applies the CHG; a blank reply keeps    *
      *   the field as it is.                                          *
      ******************************************************************
       CHANGE-CONSIST.
           PERFORM ACCEPT-TRAIN-NUMBER
           IF NUMBER-NOT-FOUND
               DISPLAY "TrnCnst: " WS-IN-NUMBER " is not on file"
           ELSE
               DISPLAY "Unit type (10, blank keeps)?"
               MOVE SPACES TO WS-IN-UNIT-TYPE
               ACCEPT WS-IN-UNIT-TYPE
               DISPLAY "Number of cars (2 digits, blank keeps)?"
               MOVE SPACES TO WS-IN-CAR-COUNT
               ACCEPT WS-IN-CAR-COUNT
               DISPLAY "First class seats (4 digits, blank keeps)?"
               MOVE SPACES TO WS-IN-FIRST-SEATS
               ACCEPT WS-IN-FIRST-SEATS
               DISPLAY "Second class seats (4 digits, blank keeps)?"
               MOVE SPACES TO WS-IN-SECOND-SEATS
               ACCEPT WS-IN-SECOND-SEATS
               PERFORM APPLY-CHANGE-CONSIST
               DISPLAY "TrnCnst: " WS-RESULT-TEXT
           END-IF.

      ******************************************************************
      * DELETE-CONSIST                                                 *
      *   Prompts for a train number and applies the DEL.              *
      ******************************************************************
       DELETE-CONSIST.
           PERFORM ACCEPT-TRAIN-NUMBER
           PERFORM APPLY-DELETE-CONSIST
           DISPLAY "TrnCnst: " WS-RESULT-TEXT.

      ******************************************************************
      * APPLY-ADD-CONSIST                                              *
      *   Edits the WS-IN fields of an ADD and appends the consist to  *
      *   the master, refusing a train number that is not 5 digits or  *
      *   is already on file, counts that are not all digits or a      *
      *   full table.                                                  *
      ******************************************************************
       APPLY-ADD-CONSIST.
           SET TRANS-REJECTED TO TRUE
           MOVE SPACES TO WS-RESULT-TEXT
           IF WS-IN-NUMBER IS NUMERIC
               PERFORM FIND-CONSIST-NUMBER
           END-IF
           EVALUATE TRUE
               WHEN WS-IN-NUMBER IS NOT NUMERIC
                   MOVE "train number must be 5 digits, not added"
                       TO WS-RESULT-TEXT
               WHEN NUMBER-FOUND
                   STRING WS-IN-NUMBER " is already on file"
                          DELIMITED BY SIZE
                          INTO WS-RESULT-TEXT
               WHEN WS-IN-CAR-COUNT IS NOT NUMERIC OR
                    WS-IN-FIRST-SEATS IS NOT NUMERIC OR
                    WS-IN-SECOND-SEATS IS NOT NUMERIC
                   MOVE
                       "car/seat counts must be all digits, not added"
                       TO WS-RESULT-TEXT
               WHEN WS-MASTER-USED NOT < WS-MASTER-TABLE-MAX
                   STRING "master table capacity "
                          WS-MASTER-TABLE-MAX " reached, not added"
                          DELIMITED BY SIZE
                          INTO WS-RESULT-TEXT
               WHEN WS-JRN-USED NOT < WS-JRN-TABLE-MAX
                   MOVE "journal capacity reached, not added"
                       TO WS-RESULT-TEXT
               WHEN OTHER
                   MOVE SPACES TO MASTER-JOURNAL
                   ADD 1 TO WS-MASTER-USED
                   SET WS-MASTER-IDX TO WS-MASTER-USED
                   MOVE WS-IN-NUMBER
                       TO WS-MASTER-NUMBER (WS-MASTER-IDX)
                   MOVE WS-IN-UNIT-TYPE
                       TO WS-MASTER-UNIT-TYPE (WS-MASTER-IDX)
                   MOVE WS-IN-CAR-COUNT
                       TO WS-MASTER-CAR-COUNT (WS-MASTER-IDX)
                   MOVE WS-IN-FIRST-SEATS TO
                       WS-MASTER-FIRST-SEATS (WS-MASTER-IDX)
                   MOVE WS-IN-SECOND-SEATS TO
                       WS-MASTER-SECOND-SEATS (WS-MASTER-IDX)
                   MOVE WS-MASTER-ENTRY (WS-MASTER-IDX)
                       TO JRNL-AFTER-IMAGE
                   MOVE "ADD" TO JRNL-ACTION
                   PERFORM JOURNAL-CONSIST-CHANGE
                   STRING "added " WS-IN-NUMBER DELIMITED BY SIZE
                          INTO WS-RESULT-TEXT
           END-EVALUATE.

      ******************************************************************
      * APPLY-CHANGE-CONSIST                                           *
      *   Edits the WS-IN fields of a CHG and replaces the consist's   *
      *   unit type, car count and seat counts; a blank field keeps    *
      *   the value on file.                                           *
      ******************************************************************
       APPLY-CHANGE-CONSIST.
           SET TRANS-REJECTED TO TRUE
           MOVE SPACES TO WS-RESULT-TEXT
           PERFORM FIND-CONSIST-NUMBER
           EVALUATE TRUE
               WHEN NUMBER-NOT-FOUND
                   STRING WS-IN-NUMBER " is not on file"
                          DELIMITED BY SIZE
                          INTO WS-RESULT-TEXT
               WHEN (WS-IN-CAR-COUNT NOT = SPACES AND
                     WS-IN-CAR-COUNT IS NOT NUMERIC) OR
                    (WS-IN-FIRST-SEATS NOT = SPACES AND
                     WS-IN-FIRST-SEATS IS NOT NUMERIC) OR
                    (WS-IN-SECOND-SEATS NOT = SPACES AND
                     WS-IN-SECOND-SEATS IS NOT NUMERIC)
                   MOVE
                       "car/seat counts must be all digits, not changed"
                       TO WS-RESULT-TEXT
               WHEN WS-JRN-USED NOT < WS-JRN-TABLE-MAX
                   MOVE "journal capacity reached, not changed"
                       TO WS-RESULT-TEXT
               WHEN OTHER
                   MOVE SPACES TO MASTER-JOURNAL
                   SET WS-MASTER-IDX TO WS-FOUND-IDX
                   MOVE WS-MASTER-ENTRY (WS-MASTER-IDX)
                       TO JRNL-BEFORE-IMAGE
                   IF WS-IN-UNIT-TYPE NOT = SPACES
                       MOVE WS-IN-UNIT-TYPE
                           TO WS-MASTER-UNIT-TYPE (WS-MASTER-IDX)
                   END-IF
                   IF WS-IN-CAR-COUNT IS NUMERIC
                       MOVE WS-IN-CAR-COUNT
                           TO WS-MASTER-CAR-COUNT (WS-MASTER-IDX)
                   END-IF
                   IF WS-IN-FIRST-SEATS IS NUMERIC
                       MOVE WS-IN-FIRST-SEATS
                           TO WS-MASTER-FIRST-SEATS (WS-MASTER-IDX)
                   END-IF
                   IF WS-IN-SECOND-SEATS IS NUMERIC
                       MOVE WS-IN-SECOND-SEATS
                           TO WS-MASTER-SECOND-SEATS (WS-MASTER-IDX)
                   END-IF
                   MOVE WS-MASTER-ENTRY (WS-MASTER-IDX)
                       TO JRNL-AFTER-IMAGE
                   MOVE "CHG" TO JRNL-ACTION
                   PERFORM JOURNAL-CONSIST-CHANGE
                   STRING "changed " WS-IN-NUMBER DELIMITED BY SIZE
                          INTO WS-RESULT-TEXT
           END-EVALUATE.

      ******************************************************************
      * APPLY-DELETE-CONSIST                                           *
      *   Removes a train number's consist from the master, closing    *
      *   the gap so the table stays dense.                            *
      ******************************************************************
       APPLY-DELETE-CONSIST.
           SET TRANS-REJECTED TO TRUE
           MOVE SPACES TO WS-RESULT-TEXT
           PERFORM FIND-CONSIST-NUMBER
           EVALUATE TRUE
               WHEN NUMBER-NOT-FOUND
                   STRING WS-IN-NUMBER " is not on file"
                          DELIMITED BY SIZE
                          INTO WS-RESULT-TEXT
               WHEN WS-JRN-USED NOT < WS-JRN-TABLE-MAX
                   MOVE "journal capacity reached, not deleted"
                       TO WS-RESULT-TEXT
               WHEN OTHER
                   MOVE SPACES TO MASTER-JOURNAL
                   SET WS-MASTER-IDX TO WS-FOUND-IDX
                   MOVE WS-MASTER-ENTRY (WS-MASTER-IDX)
                       TO JRNL-BEFORE-IMAGE
                   PERFORM VARYING WS-SHIFT-IDX FROM WS-FOUND-IDX BY 1
                           UNTIL WS-SHIFT-IDX >= WS-MASTER-USED
                       MOVE WS-MASTER-ENTRY (WS-SHIFT-IDX + 1)
                           TO WS-MASTER-ENTRY (WS-SHIFT-IDX)
                   END-PERFORM
                   SUBTRACT 1 FROM WS-MASTER-USED
                   MOVE "DEL" TO JRNL-ACTION
                   PERFORM JOURNAL-CONSIST-CHANGE
                   STRING "deleted " WS-IN-NUMBER DELIMITED BY SIZE
                          INTO WS-RESULT-TEXT
           END-EVALUATE.

      ******************************************************************
      * JOURNAL-CONSIST-CHANGE                                         *
      *   Completes the journal entry for the change just applied -    *
      *   key, operator, source and time stamp - holds it for the      *
      *   journal and counts the change.                               *
      ******************************************************************
       JOURNAL-CONSIST-CHANGE.
           MOVE WS-IN-NUMBER TO JRNL-KEY
           MOVE "CONSIST" TO JRNL-MASTER
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
      *   Applies every transaction in consist-trans.dat in file       *
      *   order, writing one report line per transaction and the       *
      *   totals at the end.                                           *
      ******************************************************************
       PROCESS-BATCH-FILE.
           OPEN INPUT TRANS-FILE
           IF WS-TRANS-STATUS NOT = "00"
               DISPLAY "TrnCnst: ERROR - no transaction file "
                       "consist-trans.dat, status " WS-TRANS-STATUS
               MOVE 8 TO RETURN-CODE
               IF WS-TRANS-STATUS = "05"
                   CLOSE TRANS-FILE
               END-IF
           ELSE
               OPEN OUTPUT REPORT-FILE
               MOVE SPACES TO REPORT-RECORD
               STRING "=== Consist Master Batch Transactions - "
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
               DISPLAY "TrnCnst: " WS-TRANS-READ " transaction(s), "
                       WS-TRANS-APPLIED " applied, "
                       WS-TRANS-REJECTED " rejected"
           END-IF.

      ******************************************************************
      * APPLY-ONE-TRANSACTION                                          *
      *   Applies one batch transaction through the same edits as a    *
      *   keyed action and reports the outcome.                        *
      ******************************************************************
       APPLY-ONE-TRANSACTION.
           MOVE TRANS-NUMBER TO WS-IN-NUMBER
           MOVE TRANS-UNIT-TYPE TO WS-IN-UNIT-TYPE
           MOVE TRANS-CAR-COUNT TO WS-IN-CAR-COUNT
           MOVE TRANS-FIRST-SEATS TO WS-IN-FIRST-SEATS
           MOVE TRANS-SECOND-SEATS TO WS-IN-SECOND-SEATS
           EVALUATE TRANS-ACTION
               WHEN "ADD"
                   PERFORM APPLY-ADD-CONSIST
               WHEN "CHG"
                   PERFORM APPLY-CHANGE-CONSIST
               WHEN "DEL"
                   PERFORM APPLY-DELETE-CONSIST
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
               STRING "APPLIED  - " TRANS-RECORD (1:28) " "
                      WS-RESULT-TEXT DELIMITED BY SIZE
                      INTO REPORT-RECORD
           ELSE
               ADD 1 TO WS-TRANS-REJECTED
               STRING "REJECTED - " TRANS-RECORD (1:28) " "
                      WS-RESULT-TEXT DELIMITED BY SIZE
                      INTO REPORT-RECORD
           END-IF
           WRITE REPORT-RECORD.

      ******************************************************************
      * LIST-CONSISTS                                                  *
      *   Displays every master entry with its total seat count.       *
               WRITE CONSIST-MASTER
           END-PERFORM
           CLOSE CONSIST-FILE.

      ******************************************************************
      * WRITE-CHANGE-JOURNAL                                           *
      *   Adds the session's held journal entries to the shared change *
      *   journal once the master has been rewritten.                  *
      ******************************************************************
       WRITE-CHANGE-JOURNAL.
           OPEN EXTEND JOURNAL-FILE
           PERFORM VARYING WS-JRN-IDX FROM 1 BY 1 UNTIL
                           WS-JRN-IDX > WS-JRN-USED
               MOVE WS-JRN-LINE (WS-JRN-IDX) TO JOURNAL-RECORD
               WRITE JOURNAL-RECORD
           END-PERFORM
           CLOSE JOURNAL-FILE.
