      * DATE-WRITTEN. 2026-08-22                                       *
      *                                                                *
      * PURPOSE:                                                       *
      *   Maintenance for the station master file                      *
      *   'station-master.dat'. The operator keys one action per       *
      *   prompt - ADD, CHG, DEA, ACT, LST or END - against the        *
      *   canonical 15-character station name, and the whole master    *
      *   stations stay on file so historic names remain traceable,    *
      *   but the schedule programs treat them like unknown names and  *
      *   route their trains aside.                                    *
      *                                                                *
      *   Run with BATCH, the actions are read instead from the        *
      *   transaction file 'station-trans.dat', one per line at fixed  *
      *   positions:                                                   *
      *     1-3   action (ADD, CHG, DEA or ACT)                        *
      *     4-18  station name                                         *
      *     19-23 station code                                         *
      *     24-53 full name                                            *
      *     54-68 region                                               *
      *     69-70 platforms                                            *
      *   A blank field on a CHG keeps the value on file. Every        *
      *   transaction is edited exactly as a keyed one and applied or  *
      *   rejected, with one line each in 'station-trans-report.dat',  *
      *   and the master is rewritten once at the end.                 *
      *                                                                *
      *   Every change, keyed or batch, is added to the shared change  *
      *   journal 'master-journal.dat' with the operator ID, the date  *
      *   and time and the record before and after, once the master    *
      *   has been rewritten. The operator ID is given as              *
      *   OPER:xxxxxxxx or asked for at the console, and is required,  *
      *   e.g. 'TrnStn BATCH OPER:JDUPONT'                             *
      ******************************************************************

       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATION-STATUS.
      *    The batch transactions, read in place of the console when
      *    the program is run with BATCH
           SELECT OPTIONAL TRANS-FILE ASSIGN TO 'station-trans.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.
      *    One line per batch transaction, applied or rejected
           SELECT REPORT-FILE ASSIGN TO 'station-trans-report.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
      *    The change journal shared with TrnKm and TrnCnst, extended
      *    with this session's changes
           SELECT OPTIONAL JOURNAL-FILE ASSIGN TO 'master-journal.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           RECORD CONTAINS 68 CHARACTERS.
       COPY 'station-record.cpy'.

      *    File description for the batch transactions
       FD TRANS-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 TRANS-RECORD.
           05 TRANS-ACTION              PIC X(03).
           05 TRANS-NAME                PIC X(15).
           05 TRANS-CODE                PIC X(05).
           05 TRANS-FULL-NAME           PIC X(30).
           05 TRANS-REGION              PIC X(15).
           05 TRANS-PLATFORMS           PIC X(02).
           05 FILLER                    PIC X(10).

      *    File description for the transaction report
       FD REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01 REPORT-RECORD PIC X(132).

      *    File description for the change journal
       FD JOURNAL-FILE
           RECORD CONTAINS 200 CHARACTERS.
       01 JOURNAL-RECORD PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-STATION-STATUS            PIC X(02) VALUE SPACES.
       01  WS-STATION-EOF               PIC X VALUE 'N'.
           88 SESSION-DONE              VALUE 'Y'.
           88 SESSION-NOT-DONE          VALUE 'N'.

      *    The whole station master held in memory for the session.
      *    An entry is laid out exactly as the master record, so it
      *    serves as the journal's before and after image.
       01  WS-MASTER-TABLE-MAX          PIC 9(3) VALUE 500.
       01  WS-MASTER-USED               PIC 9(3) VALUE ZERO.
       01  WS-MASTER-TABLE.
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
           PERFORM LOAD-STATION-MASTER
           DISPLAY "TrnStn: " WS-MASTER-USED " station(s) on file"

      *    No change is made without an operator to journal it under
           IF WS-OPERATOR-ID = SPACES AND CONSOLE-MODE
               DISPLAY "Operator ID (8)?"
               ACCEPT WS-OPERATOR-ID
           END-IF
           IF WS-OPERATOR-ID = SPACES
               DISPLAY "TrnStn: ERROR - no operator ID, "
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
               DISPLAY "Action (ADD/CHG/DEA/ACT/LST/END)?"
                       " entry(ies) past table capacity "
                       WS-MASTER-TABLE-MAX " were not loaded; "
                       "master NOT rewritten, changes discarded"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-CHANGE-COUNT > 0
                   PERFORM REWRITE-STATION-MASTER
                   PERFORM WRITE-CHANGE-JOURNAL
                   DISPLAY "TrnStn: " WS-CHANGE-COUNT
                           " change(s) written to station-master.dat"
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
      * LOAD-STATION-MASTER                                            *
      *   Reads the whole station master into the in-memory table.     *

      ******************************************************************
      * ADD-STATION                                                    *
      *   Prompts for the new station's fields and applies the ADD,    *
      *   refusing a duplicate name before asking for the rest.        *
      ******************************************************************
       ADD-STATION.
           DISPLAY "Station name (15)?"
           IF NAME-FOUND
               DISPLAY "TrnStn: " WS-IN-NAME " is already on file"
           ELSE
               DISPLAY "Station code (5)?"
               MOVE SPACES TO WS-IN-CODE
               ACCEPT WS-IN-CODE
               DISPLAY "Full name (30)?"
               MOVE SPACES TO WS-IN-FULL-NAME
               ACCEPT WS-IN-FULL-NAME
               DISPLAY "Region (15)?"
               MOVE SPACES TO WS-IN-REGION
               ACCEPT WS-IN-REGION
               DISPLAY "Platforms (2 digits, 00 if unknown)?"
               MOVE SPACES TO WS-IN-PLATFORMS
               ACCEPT WS-IN-PLATFORMS
               PERFORM APPLY-ADD-STATION
               DISPLAY "TrnStn: " WS-RESULT-TEXT
           END-IF.

      ******************************************************************
      * CHANGE-STATION                                                 *
      *   Prompts for a station name and its new code, full name,      *
      *   region and platforms, and applies the CHG; a blank reply     *
      *   keeps the field as it is.                                    *
      ******************************************************************
       CHANGE-STATION.
           DISPLAY "Station name (15)?"
           IF NAME-NOT-FOUND
               DISPLAY "TrnStn: " WS-IN-NAME " is not on file"
           ELSE
               DISPLAY "Station code (5, blank keeps)?"
               MOVE SPACES TO WS-IN-CODE
               ACCEPT WS-IN-CODE
               DISPLAY "Full name (30, blank keeps)?"
               MOVE SPACES TO WS-IN-FULL-NAME
               ACCEPT WS-IN-FULL-NAME
               DISPLAY "Region (15, blank keeps)?"
               MOVE SPACES TO WS-IN-REGION
               ACCEPT WS-IN-REGION
               DISPLAY "Platforms (2 digits, blank keeps)?"
               MOVE SPACES TO WS-IN-PLATFORMS
               ACCEPT WS-IN-PLATFORMS
               PERFORM APPLY-CHANGE-STATION
               DISPLAY "TrnStn: " WS-RESULT-TEXT
           END-IF.

      ******************************************************************
      * DEACTIVATE-STATION                                             *
      *   Prompts for a station name and applies the DEA.              *
      ******************************************************************
       DEACTIVATE-STATION.
           DISPLAY "Station name (15)?"
           MOVE SPACES TO WS-IN-NAME
           ACCEPT WS-IN-NAME
           PERFORM APPLY-DEACTIVATE-STATION
           DISPLAY "TrnStn: " WS-RESULT-TEXT.

      ******************************************************************
      * REACTIVATE-STATION                                             *
      *   Prompts for a station name and applies the ACT.              *
      ******************************************************************
       REACTIVATE-STATION.
           DISPLAY "Station name (15)?"
           MOVE SPACES TO WS-IN-NAME
           ACCEPT WS-IN-NAME
           PERFORM APPLY-REACTIVATE-STATION
           DISPLAY "TrnStn: " WS-RESULT-TEXT.

      ******************************************************************
      * APPLY-ADD-STATION                                              *
      *   Edits the WS-IN fields of an ADD and appends the station to  *
      *   the master as an active station, refusing a blank or         *
      *   duplicate name, a non-numeric platform count or a full       *
      *   table.                                                       *
      ******************************************************************
       APPLY-ADD-STATION.
           SET TRANS-REJECTED TO TRUE
           MOVE SPACES TO WS-RESULT-TEXT
           PERFORM FIND-STATION-NAME
           EVALUATE TRUE
               WHEN WS-IN-NAME = SPACES
                   MOVE "station name is required, not added"
                       TO WS-RESULT-TEXT
               WHEN NAME-FOUND
                   STRING WS-IN-NAME " is already on file"
                          DELIMITED BY SIZE
                          INTO WS-RESULT-TEXT
               WHEN WS-IN-PLATFORMS NOT = SPACES AND
                    WS-IN-PLATFORMS IS NOT NUMERIC
                   MOVE "platforms must be 2 digits, not added"
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
                   MOVE WS-IN-CODE TO WS-MASTER-CODE (WS-MASTER-IDX)
                   MOVE WS-IN-NAME TO WS-MASTER-NAME (WS-MASTER-IDX)
                   MOVE WS-IN-FULL-NAME
                       TO WS-MASTER-FULL-NAME (WS-MASTER-IDX)
                   MOVE WS-IN-REGION
                       TO WS-MASTER-REGION (WS-MASTER-IDX)
                   MOVE 'Y' TO WS-MASTER-ACTIVE (WS-MASTER-IDX)
                   IF WS-IN-PLATFORMS IS NUMERIC
                       MOVE WS-IN-PLATFORMS
                           TO WS-MASTER-PLATFORMS (WS-MASTER-IDX)
                   ELSE
                       MOVE ZERO
                           TO WS-MASTER-PLATFORMS (WS-MASTER-IDX)
                   END-IF
                   MOVE "ADD" TO JRNL-ACTION
                   PERFORM JOURNAL-STATION-CHANGE
                   STRING "added " WS-IN-NAME DELIMITED BY SIZE
                          INTO WS-RESULT-TEXT
           END-EVALUATE.

      ******************************************************************
      * APPLY-CHANGE-STATION                                           *
      *   Edits the WS-IN fields of a CHG and replaces the station's   *
      *   code, full name, region and platforms; a blank field keeps   *
      *   the value on file.                                           *
      ******************************************************************
       APPLY-CHANGE-STATION.
           SET TRANS-REJECTED TO TRUE
           MOVE SPACES TO WS-RESULT-TEXT
           PERFORM FIND-STATION-NAME
           EVALUATE TRUE
               WHEN NAME-NOT-FOUND
                   STRING WS-IN-NAME " is not on file"
                          DELIMITED BY SIZE
                          INTO WS-RESULT-TEXT
               WHEN WS-IN-PLATFORMS NOT = SPACES AND
                    WS-IN-PLATFORMS IS NOT NUMERIC
                   MOVE "platforms must be 2 digits, not changed"
                       TO WS-RESULT-TEXT
               WHEN WS-JRN-USED NOT < WS-JRN-TABLE-MAX
                   MOVE "journal capacity reached, not changed"
                       TO WS-RESULT-TEXT
               WHEN OTHER
                   MOVE SPACES TO MASTER-JOURNAL
                   SET WS-MASTER-IDX TO WS-FOUND-IDX
                   MOVE WS-MASTER-ENTRY (WS-MASTER-IDX)
                       TO JRNL-BEFORE-IMAGE
                   IF WS-IN-CODE NOT = SPACES
                       MOVE WS-IN-CODE
                           TO WS-MASTER-CODE (WS-MASTER-IDX)
                   END-IF
                   IF WS-IN-FULL-NAME NOT = SPACES
                       MOVE WS-IN-FULL-NAME
                           TO WS-MASTER-FULL-NAME (WS-MASTER-IDX)
                   END-IF
                   IF WS-IN-REGION NOT = SPACES
                       MOVE WS-IN-REGION
                           TO WS-MASTER-REGION (WS-MASTER-IDX)
                   END-IF
                   IF WS-IN-PLATFORMS IS NUMERIC
                       MOVE WS-IN-PLATFORMS
                           TO WS-MASTER-PLATFORMS (WS-MASTER-IDX)
                   END-IF
                   MOVE "CHG" TO JRNL-ACTION
                   PERFORM JOURNAL-STATION-CHANGE
                   STRING "changed " WS-IN-NAME DELIMITED BY SIZE
                          INTO WS-RESULT-TEXT
           END-EVALUATE.

      ******************************************************************
      * APPLY-DEACTIVATE-STATION                                       *
      *   Flags a station inactive so the schedule programs route its  *
      *   trains aside; the entry itself stays on file.                *
      ******************************************************************
       APPLY-DEACTIVATE-STATION.
           SET TRANS-REJECTED TO TRUE
           MOVE SPACES TO WS-RESULT-TEXT
           PERFORM FIND-STATION-NAME
           EVALUATE TRUE
               WHEN NAME-NOT-FOUND
                   STRING WS-IN-NAME " is not on file"
                          DELIMITED BY SIZE
                          INTO WS-RESULT-TEXT
               WHEN WS-JRN-USED NOT < WS-JRN-TABLE-MAX
                   MOVE "journal capacity reached, not deactivated"
                       TO WS-RESULT-TEXT
               WHEN OTHER
                   MOVE SPACES TO MASTER-JOURNAL
                   SET WS-MASTER-IDX TO WS-FOUND-IDX
                   MOVE WS-MASTER-ENTRY (WS-MASTER-IDX)
                       TO JRNL-BEFORE-IMAGE
                   MOVE 'N' TO WS-MASTER-ACTIVE (WS-MASTER-IDX)
                   MOVE "DEA" TO JRNL-ACTION
                   PERFORM JOURNAL-STATION-CHANGE
                   STRING "deactivated " WS-IN-NAME DELIMITED BY SIZE
                          INTO WS-RESULT-TEXT
           END-EVALUATE.

      ******************************************************************
      * APPLY-REACTIVATE-STATION                                       *
      *   Flags a previously deactivated station active again.         *
      ******************************************************************
       APPLY-REACTIVATE-STATION.
           SET TRANS-REJECTED TO TRUE
           MOVE SPACES TO WS-RESULT-TEXT
           PERFORM FIND-STATION-NAME
           EVALUATE TRUE
               WHEN NAME-NOT-FOUND
                   STRING WS-IN-NAME " is not on file"
                          DELIMITED BY SIZE
                          INTO WS-RESULT-TEXT
               WHEN WS-JRN-USED NOT < WS-JRN-TABLE-MAX
                   MOVE "journal capacity reached, not reactivated"
                       TO WS-RESULT-TEXT
               WHEN OTHER
                   MOVE SPACES TO MASTER-JOURNAL
                   SET WS-MASTER-IDX TO WS-FOUND-IDX
                   MOVE WS-MASTER-ENTRY (WS-MASTER-IDX)
                       TO JRNL-BEFORE-IMAGE
                   MOVE 'Y' TO WS-MASTER-ACTIVE (WS-MASTER-IDX)
                   MOVE "ACT" TO JRNL-ACTION
                   PERFORM JOURNAL-STATION-CHANGE
                   STRING "reactivated " WS-IN-NAME DELIMITED BY SIZE
                          INTO WS-RESULT-TEXT
           END-EVALUATE.

      ******************************************************************
      * JOURNAL-STATION-CHANGE                                         *
      *   Completes the journal entry for the change just applied to   *
      *   entry WS-MASTER-IDX - after image, key, operator, source     *
      *   and time stamp - holds it for the journal and counts the     *
      *   change.                                                      *
      ******************************************************************
       JOURNAL-STATION-CHANGE.
           MOVE WS-MASTER-ENTRY (WS-MASTER-IDX) TO JRNL-AFTER-IMAGE
           MOVE WS-IN-NAME TO JRNL-KEY
           MOVE "STATION" TO JRNL-MASTER
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
      *   Applies every transaction in station-trans.dat in file       *
      *   order, writing one report line per transaction and the       *
      *   totals at the end.                                           *
      ******************************************************************
       PROCESS-BATCH-FILE.
           OPEN INPUT TRANS-FILE
           IF WS-TRANS-STATUS NOT = "00"
               DISPLAY "TrnStn: ERROR - no transaction file "
                       "station-trans.dat, status " WS-TRANS-STATUS
               MOVE 8 TO RETURN-CODE
               IF WS-TRANS-STATUS = "05"
                   CLOSE TRANS-FILE
               END-IF
           ELSE
               OPEN OUTPUT REPORT-FILE
               MOVE SPACES TO REPORT-RECORD
               STRING "=== Station Master Batch Transactions - "
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
               DISPLAY "TrnStn: " WS-TRANS-READ " transaction(s), "
                       WS-TRANS-APPLIED " applied, "
                       WS-TRANS-REJECTED " rejected"
           END-IF.

      ******************************************************************
      * APPLY-ONE-TRANSACTION                                          *
      *   Applies one batch transaction through the same edits as a    *
      *   keyed action and reports the outcome.                        *
      ******************************************************************
       APPLY-ONE-TRANSACTION.
           MOVE TRANS-NAME TO WS-IN-NAME
           MOVE TRANS-CODE TO WS-IN-CODE
           MOVE TRANS-FULL-NAME TO WS-IN-FULL-NAME
           MOVE TRANS-REGION TO WS-IN-REGION
           MOVE TRANS-PLATFORMS TO WS-IN-PLATFORMS
           EVALUATE TRANS-ACTION
               WHEN "ADD"
                   PERFORM APPLY-ADD-STATION
               WHEN "CHG"
                   PERFORM APPLY-CHANGE-STATION
               WHEN "DEA"
                   PERFORM APPLY-DEACTIVATE-STATION
               WHEN "ACT"
                   PERFORM APPLY-REACTIVATE-STATION
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
               STRING "APPLIED  - " TRANS-RECORD (1:70) " "
                      WS-RESULT-TEXT DELIMITED BY SIZE
                      INTO REPORT-RECORD
           ELSE
               ADD 1 TO WS-TRANS-REJECTED
               STRING "REJECTED - " TRANS-RECORD (1:70) " "
                      WS-RESULT-TEXT DELIMITED BY SIZE
                      INTO REPORT-RECORD
           END-IF
           WRITE REPORT-RECORD.

      ******************************************************************
      * LIST-STATIONS                                                  *
      *   Displays every master entry with its active flag.            *
               WRITE STATION-MASTER
           END-PERFORM
           CLOSE STATION-FILE.

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
