      * PURPOSE:                                                       *
      *   Batch run control for the nightly suite. Drives the steps    *
      *   in their required order - TrnDepot, TrnChk, TrnAmend,        *
      *   TrnHdwy, TrnBltn, TrnAudit, TrnSchd, TrnCrew, TrnBal,        *
      *   TrnDist, TrnConn, TrnArch, TrnGtfs - recording each step's   *
      *   start, end and outcome in the persistent run log             *
      *   'run-log.dat'. A step that ends with a non-zero return code  *
      *   stops the chain. Before TrnSchd is released the audit        *
      *   it, so a 400-train REMOVED day can no longer slip through    *
      *   unread.                                                      *
      *                                                                *
      *   Before each step that rewrites train.dat in place - TrnChk,  *
      *   TrnAmend, TrnHdwy - a numbered generation of it is kept as   *
      *   'train-gen-nnn.dat' and catalogued in                        *
      *   'train-generation.dat' with the step it was taken before,    *
      *   its record count and a hash total (train number and          *
      *   departure HHMM taken as one nine-digit figure, summed over   *
      *   the records). ROLLBACK:nnn restores train.dat from a         *
      *   generation of today and resumes the chain at the step the    *
      *   generation was taken before, as FROM: would; the rollback    *
      *   is refused when the generation's count or hash total no      *
      *   longer agrees with the catalogue. Once the whole chain has   *
      *   completed and the day's run is released, the generations     *
      *   are deleted and the catalogue emptied.                       *
      *                                                                *
      *   Optional command-line arguments, in any order:               *
      *     RESTART      - passed through to TrnSchd so a rerun after  *
      *                    a failure resumes from its checkpoint       *
      *     LIMIT:nnnnn  - audit-count threshold (default 00100)       *
      *     FROM:step    - start at this step (TRNDEPOT, TRNCHK,       *
      *                    TRNAMEND, TRNHDWY, TRNBLTN, TRNAUDIT,       *
      *                    TRNSCHD, TRNCREW, TRNBAL, TRNDIST,          *
      *                    TRNCONN, TRNARCH, TRNGTFS); refused         *
      *                    unless the predecessor step completed       *
      *                    successfully today per the run log          *
      *     ROLLBACK:nnn - restore train.dat from generation nnn and   *
      *                    resume at the step it was taken before;     *
      *                    a FROM: given with it must name that step   *
      *     DRAFT:file   - trial run of the draft timetable in 'file'  *
      *                    (see below)                                 *
      *   e.g. 'TrnRun FROM:TRNSCHD RESTART LIMIT:00050'               *
      *        'TrnRun ROLLBACK:002'                                   *
      *                                                                *
      *   A DRAFT: run copies the planner's draft schedule, in the     *
      *   consolidated train.dat layout, to 'draft-train.dat' in       *
      *   departure-time order as TrnDepot would have written it, and  *
      *   drives TrnChk, TrnSchd, TrnPlat and TrnConn against it with  *
      *   their DRAFT keyword, so every file they write carries a      *
      *   'draft-' prefix. The steps are logged in                     *
      *   'draft-run-log.dat', started afresh each time; the run log   *
      *   'run-log.dat' is neither read nor written, there is no audit *
      *   gate, no generations are kept, and RESTART, FROM: and        *
      *   ROLLBACK: do not apply. The last step, TrnDrft, compares the *
      *   draft reports with today's live ones in                      *
      *   'draft-comparison.dat': new conflicts, lost connections and  *
      *   platform overloads.                                          *
      *   e.g. 'TrnRun DRAFT:summer-draft.dat'                         *
      ******************************************************************

       IDENTIFICATION DIVISION.
       FILE-CONTROL.
      *    The persistent run log, read for today's completed steps
      *    and extended with this run's events
           SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO DYNAMIC WS-LOG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
      *    A schedule file copied from, e.g. the planner's draft
           SELECT OPTIONAL COPY-FROM-FILE
               ASSIGN TO DYNAMIC WS-COPY-FROM-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-COPY-FROM-STATUS.
      *    The schedule file copied to, e.g. draft-train.dat
           SELECT COPY-TO-FILE ASSIGN TO DYNAMIC WS-COPY-TO-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-COPY-TO-STATUS.
      *    The generation catalogue, one line per generation of
      *    train.dat kept before a step that rewrites it
           SELECT OPTIONAL GENERATION-FILE
               ASSIGN TO 'train-generation.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-GEN-STATUS.
      *    Sort work file putting the draft in departure-time order
           SELECT SORT-FILE ASSIGN TO 'run-sort.tmp'.

       DATA DIVISION.
       FILE SECTION.
      *    File description for the run log. Fixed positions per
      *    line: 1-8 date, 10-15 time, 17-24 step, 26-30 event
      *    (START/END), 32-35 outcome (OK/FAIL/HELD), 37-40 return
      *    code. A rollback of train.dat is logged as event ROLL,
      *    outcome GEN and the generation number in 37-39.
       FD RUN-LOG-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 RUN-LOG-RECORD PIC X(80).
           RECORD CONTAINS 200 CHARACTERS.
       01 AUDIT-RECORD PIC X(200).

      *    File descriptions for the schedule copy. Records travel
      *    raw, keeping their length.
       FD COPY-FROM-FILE
           RECORD IS VARYING IN SIZE FROM 94 TO 512 CHARACTERS
               DEPENDING ON TRAIN-RECORD-LENGTH.
       01 COPY-FROM-RECORD PIC X(512).

       FD COPY-TO-FILE
           RECORD IS VARYING IN SIZE FROM 94 TO 512 CHARACTERS
               DEPENDING ON TRAIN-RECORD-LENGTH.
       01 COPY-TO-RECORD PIC X(512).

      *    File description for the generation catalogue
       FD GENERATION-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 GENERATION-RECORD.
           05 GEN-NUMBER                PIC 9(03).
           05 FILLER                    PIC X(01).
           05 GEN-DATE                  PIC 9(08).
           05 FILLER                    PIC X(01).
           05 GEN-TIME                  PIC 9(06).
           05 FILLER                    PIC X(01).
           05 GEN-STEP                  PIC X(08).
           05 FILLER                    PIC X(01).
           05 GEN-RECORD-COUNT          PIC 9(07).
           05 FILLER                    PIC X(01).
           05 GEN-HASH-TOTAL            PIC 9(15).
           05 FILLER                    PIC X(28).

      *    Sort record: the departure HH:MM key TrnDepot sorts on, in
      *    front of the raw draft record and its length
       SD SORT-FILE.
       01 SORT-DRAFT-RECORD.
           05 SORT-HH                   PIC 9(02).
           05 SORT-MM                   PIC 9(02).
           05 SORT-RECORD-LEN           PIC 9(03).
           05 SORT-RECORD               PIC X(512).

       WORKING-STORAGE SECTION.
       01  WS-LOG-STATUS                PIC X(02) VALUE SPACES.
       01  WS-AUDIT-STATUS              PIC X(02) VALUE SPACES.
           88 AUDIT-FILE-OPENED         VALUE 'Y'.
           88 AUDIT-FILE-NOT-OPENED     VALUE 'N'.

      *    Run log name, switched to the draft log for a DRAFT: run
       01  WS-LOG-NAME                  PIC X(40) VALUE 'run-log.dat'.

      *    Schedule copy working fields
       01  WS-COPY-FROM-NAME            PIC X(40) VALUE SPACES.
       01  WS-COPY-TO-NAME              PIC X(40) VALUE SPACES.
       01  WS-COPY-FROM-STATUS          PIC X(02) VALUE SPACES.
       01  WS-COPY-TO-STATUS            PIC X(02) VALUE SPACES.
       01  TRAIN-RECORD-LENGTH          PIC 9(3) COMP.
       01  WS-COPY-EOF                  PIC X VALUE 'N'.
           88 COPY-EOF                  VALUE 'Y'.
           88 COPY-NOT-EOF              VALUE 'N'.
       01  WS-COPY-COUNT                PIC 9(5) VALUE ZERO.
       01  WS-COPY-SWITCH               PIC X VALUE 'Y'.
           88 COPY-DONE                 VALUE 'Y'.
           88 COPY-FAILED               VALUE 'N'.
       01  WS-COPY-RECORDS              PIC 9(7) VALUE ZERO.
       01  WS-COPY-HASH                 PIC 9(15) VALUE ZERO.
      *    One record's contribution to the hash total: its train
      *    number and departure HHMM read as one nine-digit figure
       01  WS-HASH-KEY.
           05 WS-HASH-NUMBER            PIC 9(05).
           05 WS-HASH-TIME              PIC 9(04).
       01  WS-HASH-VALUE REDEFINES WS-HASH-KEY
                                        PIC 9(09).

      *    The generation catalogue, loaded at the start of a live run
       01  WS-GEN-STATUS                PIC X(02) VALUE SPACES.
       01  WS-GEN-EOF                   PIC X VALUE 'N'.
           88 GEN-EOF                   VALUE 'Y'.
           88 GEN-NOT-EOF               VALUE 'N'.
       01  WS-GEN-TABLE-MAX             PIC 9(3) VALUE 999.
       01  WS-GEN-USED                  PIC 9(3) VALUE ZERO.
       01  WS-GEN-LAST-NUMBER           PIC 9(3) VALUE ZERO.
       01  WS-GEN-TABLE.
           05 WS-GEN-ENTRY OCCURS 999 TIMES
                           INDEXED BY WS-GEN-IDX.
               10 WS-GEN-NUMBER         PIC 9(03).
               10 WS-GEN-DATE           PIC 9(08).
               10 WS-GEN-STEP           PIC X(08).
               10 WS-GEN-COUNT          PIC 9(07).
               10 WS-GEN-HASH           PIC 9(15).
       01  WS-GEN-FILE-NAME             PIC X(40) VALUE SPACES.
       01  WS-GEN-NEXT                  PIC 9(3) VALUE ZERO.
       01  WS-GEN-FOUND                 PIC X VALUE 'N'.
           88 GEN-FOUND                 VALUE 'Y'.
           88 GEN-NOT-FOUND             VALUE 'N'.
       01  WS-GEN-DELETED               PIC 9(3) VALUE ZERO.
       01  WS-ROLLBACK-GEN              PIC 9(3) VALUE ZERO.
       01  WS-SORT-EOF                  PIC X VALUE 'N'.
           88 SORT-EOF                  VALUE 'Y'.
           88 SORT-NOT-EOF              VALUE 'N'.

      *    The step chain in required order, with the command each
      *    step is run by and a done-today flag rebuilt from the log
       01  WS-STEP-COUNT                PIC 9(2) VALUE 13.
       01  WS-STEP-TABLE-VALUES.
           05 FILLER PIC X(32) VALUE "TRNDEPOT./TrnDepot".
           05 FILLER PIC X(01) VALUE "N".
           05 FILLER PIC X(01) VALUE "N".
           05 FILLER PIC X(32) VALUE "TRNAMEND./TrnAmend".
           05 FILLER PIC X(01) VALUE "N".
           05 FILLER PIC X(32) VALUE "TRNHDWY ./TrnHdwy".
           05 FILLER PIC X(01) VALUE "N".
           05 FILLER PIC X(32) VALUE "TRNBLTN ./TrnBltn".
           05 FILLER PIC X(01) VALUE "N".
           05 FILLER PIC X(32) VALUE "TRNAUDIT./TrnAudit".
           05 FILLER PIC X(01) VALUE "N".
           05 FILLER PIC X(32) VALUE "TRNSCHD ./TrnSchd".
           05 FILLER PIC X(01) VALUE "N".
           05 FILLER PIC X(32) VALUE "TRNCREW ./TrnCrew".
           05 FILLER PIC X(01) VALUE "N".
           05 FILLER PIC X(32) VALUE "TRNBAL  ./TrnBal".
           05 FILLER PIC X(01) VALUE "N".
           05 FILLER PIC X(32) VALUE "TRNDIST ./TrnDist".
           05 FILLER PIC X(01) VALUE "N".
           05 FILLER PIC X(32) VALUE "TRNARCH ./TrnArch".
           05 FILLER PIC X(01) VALUE "N".
           05 FILLER PIC X(32) VALUE "TRNGTFS ./TrnGtfs".
           05 FILLER PIC X(01) VALUE "N".
       01  WS-STEP-TABLE REDEFINES WS-STEP-TABLE-VALUES.
           05 WS-STEP-ENTRY OCCURS 13 TIMES
                            INDEXED BY WS-STEP-IDX.
               10 WS-STEP-NAME          PIC X(08).
                   88 STEP-REWRITES-TRAIN VALUE "TRNCHK  " "TRNAMEND"
                                                "TRNHDWY ".
               10 WS-STEP-COMMAND       PIC X(24).
               10 WS-STEP-DONE          PIC X(01).

      *    The draft trial chain, loaded over the step table for a
      *    DRAFT: run
       01  WS-DRAFT-STEP-COUNT          PIC 9(2) VALUE 5.
       01  WS-DRAFT-STEP-VALUES.
           05 FILLER PIC X(32) VALUE "TRNCHK  ./TrnChk DRAFT".
           05 FILLER PIC X(01) VALUE "N".
           05 FILLER PIC X(32) VALUE "TRNSCHD ./TrnSchd DRAFT".
           05 FILLER PIC X(01) VALUE "N".
           05 FILLER PIC X(32) VALUE "TRNPLAT ./TrnPlat DRAFT".
           05 FILLER PIC X(01) VALUE "N".
           05 FILLER PIC X(32) VALUE "TRNCONN ./TrnConn DRAFT".
           05 FILLER PIC X(01) VALUE "N".
           05 FILLER PIC X(32) VALUE "TRNDRFT ./TrnDrft".
           05 FILLER PIC X(01) VALUE "N".

       01  WS-STEP-NUMBER               PIC 9(2) VALUE 1.
       01  WS-START-STEP                PIC 9(2) VALUE 1.
       01  WS-STEP-RC                   PIC 9(4) VALUE ZERO.
       01  WS-RAW-RC                    PIC S9(9) COMP VALUE ZERO.
       01  WS-CHAIN-SWITCH              PIC X VALUE 'Y'.
           88 RESTART-NOT-REQUESTED     VALUE 'N'.
       01  WS-AUDIT-LIMIT               PIC 9(5) VALUE 100.
       01  WS-FROM-STEP                 PIC X(08) VALUE SPACES.
       01  WS-DRAFT-SOURCE              PIC X(40) VALUE SPACES.
       01  WS-DRAFT-SWITCH              PIC X VALUE 'N'.
           88 DRAFT-RUN                 VALUE 'Y'.
           88 LIVE-RUN                  VALUE 'N'.

      *    The command actually run, with the RESTART keyword
      *    appended for the TrnSchd step when requested

           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD

      *    A draft trial run swaps in the draft chain and its own log
      *    and starts from a copy of the planner's draft schedule
           IF DRAFT-RUN
               PERFORM PREPARE-DRAFT-RUN
           END-IF

      *    Rebuild the done-today flags from the persistent run log
      *    and load the catalogue of today's generations of train.dat
           IF LIVE-RUN
               PERFORM LOAD-RUN-LOG
               PERFORM LOAD-GENERATION-CATALOGUE
           END-IF

      *    A rollback restores train.dat from a checked generation and
      *    resumes the chain at the step the generation was taken for
           IF WS-ROLLBACK-GEN NOT = ZERO AND LIVE-RUN AND CHAIN-RUNNING
               PERFORM ROLLBACK-TRAIN-FILE
           END-IF

      *    Resolve the FROM: step and refuse it when its predecessor
      *    has not completed successfully today
           IF WS-FROM-STEP NOT = SPACES AND LIVE-RUN AND CHAIN-RUNNING
               PERFORM RESOLVE-FROM-STEP
           END-IF

      *    Drive the chain, stopping at the first failing step
           IF CHAIN-RUNNING
               IF DRAFT-RUN
                   OPEN OUTPUT RUN-LOG-FILE
               ELSE
                   OPEN EXTEND RUN-LOG-FILE
               END-IF
               PERFORM RUN-ONE-STEP
                   VARYING WS-STEP-NUMBER FROM WS-START-STEP BY 1
                   UNTIL WS-STEP-NUMBER > WS-STEP-COUNT
           END-IF

           IF CHAIN-STOPPED
               IF DRAFT-RUN
                   DISPLAY "TrnRun: draft chain stopped - see "
                           "draft-run-log.dat"
               ELSE
                   DISPLAY "TrnRun: chain stopped - see run-log.dat"
               END-IF
               MOVE 8 TO RETURN-CODE
           ELSE
               IF DRAFT-RUN
                   DISPLAY "TrnRun: draft trial run completed - see "
                           "draft-comparison.dat"
               ELSE
                   DISPLAY "TrnRun: all steps completed"
                   PERFORM CLEAR-GENERATIONS
               END-IF
               MOVE 0 TO RETURN-CODE
           END-IF.

      ******************************************************************
      * PARSE-ONE-ARGUMENT                                             *
      *   Classifies command-line argument WS-STEP-NUMBER as RESTART,  *
      *   LIMIT:nnnnn, FROM:step, ROLLBACK:nnn or DRAFT:file.          *
      ******************************************************************
       PARSE-ONE-ARGUMENT.
           EVALUATE TRUE
                   MOVE WS-RUN-COMMAND (7:5) TO WS-AUDIT-LIMIT
               WHEN WS-RUN-COMMAND (1:5) = "FROM:"
                   MOVE WS-RUN-COMMAND (6:8) TO WS-FROM-STEP
               WHEN WS-RUN-COMMAND (1:9) = "ROLLBACK:"
                   IF WS-RUN-COMMAND (10:3) IS NUMERIC
                      AND WS-RUN-COMMAND (13:1) = SPACE
                       MOVE WS-RUN-COMMAND (10:3) TO WS-ROLLBACK-GEN
                   END-IF
                   IF WS-ROLLBACK-GEN = ZERO
                       DISPLAY "TrnRun: ERROR - ROLLBACK: needs a "
                               "three-digit generation number"
                       SET CHAIN-STOPPED TO TRUE
                   END-IF
               WHEN WS-RUN-COMMAND (1:6) = "DRAFT:"
                   SET DRAFT-RUN TO TRUE
                   MOVE WS-RUN-COMMAND (7:34) TO WS-DRAFT-SOURCE
           END-EVALUATE
           MOVE SPACES TO WS-RUN-COMMAND.

      ******************************************************************
      * PREPARE-DRAFT-RUN                                              *
      *   Loads the draft trial chain over the step table, switches    *
      *   the log to draft-run-log.dat and sorts the planner's draft   *
      *   schedule by departure time into draft-train.dat. A missing   *
      *   or empty draft stops the run before any step.                *
      ******************************************************************
       PREPARE-DRAFT-RUN.
           MOVE WS-DRAFT-STEP-VALUES TO WS-STEP-TABLE-VALUES
           MOVE WS-DRAFT-STEP-COUNT TO WS-STEP-COUNT
           MOVE 'draft-run-log.dat' TO WS-LOG-NAME
           IF RESTART-REQUESTED OR WS-FROM-STEP NOT = SPACES
                                OR WS-ROLLBACK-GEN NOT = ZERO
               DISPLAY "TrnRun: RESTART, FROM: and ROLLBACK: are "
                       "ignored in a draft run"
           END-IF

           MOVE ZERO TO WS-COPY-COUNT
           MOVE WS-DRAFT-SOURCE TO WS-COPY-FROM-NAME
           MOVE 'draft-train.dat' TO WS-COPY-TO-NAME
           IF WS-DRAFT-SOURCE NOT = SPACES
               OPEN INPUT COPY-FROM-FILE
               IF WS-COPY-FROM-STATUS = "00" OR
                  WS-COPY-FROM-STATUS = "05"
                   CLOSE COPY-FROM-FILE
               END-IF
               IF WS-COPY-FROM-STATUS = "00"
                   SORT SORT-FILE
                       ON ASCENDING KEY SORT-HH SORT-MM
                       INPUT PROCEDURE IS RELEASE-DRAFT-RECORDS
                       OUTPUT PROCEDURE IS WRITE-DRAFT-SCHEDULE
               END-IF
           END-IF

           IF WS-COPY-COUNT = ZERO
               DISPLAY "TrnRun: ERROR - draft schedule missing or "
                       "empty: " WS-DRAFT-SOURCE
               SET CHAIN-STOPPED TO TRUE
           ELSE
               DISPLAY "TrnRun: draft trial run of " WS-COPY-COUNT
                       " train record(s)"
           END-IF.

      ******************************************************************
      * RELEASE-DRAFT-RECORDS                                          *
      *   Sort input procedure: releases every draft record, with its  *
      *   length and its departure HH:MM key.                          *
      ******************************************************************
       RELEASE-DRAFT-RECORDS.
           SET COPY-NOT-EOF TO TRUE
           OPEN INPUT COPY-FROM-FILE
           PERFORM UNTIL COPY-EOF
               READ COPY-FROM-FILE
                   AT END
                       SET COPY-EOF TO TRUE
                   NOT AT END
                       MOVE COPY-FROM-RECORD (42:2) TO SORT-HH
                       MOVE COPY-FROM-RECORD (44:2) TO SORT-MM
                       MOVE TRAIN-RECORD-LENGTH TO SORT-RECORD-LEN
                       MOVE SPACES TO SORT-RECORD
                       MOVE COPY-FROM-RECORD (1:TRAIN-RECORD-LENGTH)
                           TO SORT-RECORD
                       RELEASE SORT-DRAFT-RECORD
               END-READ
           END-PERFORM
           CLOSE COPY-FROM-FILE.

      ******************************************************************
      * WRITE-DRAFT-SCHEDULE                                           *
      *   Sort output procedure: writes the sorted draft out to        *
      *   draft-train.dat, counting the records.                       *
      ******************************************************************
       WRITE-DRAFT-SCHEDULE.
           SET SORT-NOT-EOF TO TRUE
           OPEN OUTPUT COPY-TO-FILE
           PERFORM UNTIL SORT-EOF
               RETURN SORT-FILE
                   AT END
                       SET SORT-EOF TO TRUE
                   NOT AT END
                       MOVE SORT-RECORD-LEN TO TRAIN-RECORD-LENGTH
                       MOVE SORT-RECORD TO COPY-TO-RECORD
                       WRITE COPY-TO-RECORD
                       ADD 1 TO WS-COPY-COUNT
               END-RETURN
           END-PERFORM
           CLOSE COPY-TO-FILE.

      ******************************************************************
      * COPY-SCHEDULE-FILE                                             *
      *   Reads the schedule file WS-COPY-FROM-NAME, counting its      *
      *   records and summing their hash total, and copies it record   *
      *   for record to WS-COPY-TO-NAME unless that name is spaces.    *
      *   COPY-FAILED is set when the source is missing, and nothing   *
      *   is written, or when the copy cannot be opened or written.    *
      ******************************************************************
       COPY-SCHEDULE-FILE.
           SET COPY-DONE TO TRUE
           SET COPY-NOT-EOF TO TRUE
           MOVE ZERO TO WS-COPY-RECORDS
           MOVE ZERO TO WS-COPY-HASH
           OPEN INPUT COPY-FROM-FILE
           IF WS-COPY-FROM-STATUS = "00" OR WS-COPY-FROM-STATUS = "05"
               CLOSE COPY-FROM-FILE
           END-IF
           IF WS-COPY-FROM-STATUS NOT = "00"
               SET COPY-FAILED TO TRUE
           ELSE
               OPEN INPUT COPY-FROM-FILE
               IF WS-COPY-TO-NAME NOT = SPACES
                   OPEN OUTPUT COPY-TO-FILE
                   IF WS-COPY-TO-STATUS NOT = "00"
                       SET COPY-FAILED TO TRUE
                   END-IF
               END-IF
               PERFORM UNTIL COPY-EOF
                   READ COPY-FROM-FILE
                       AT END
                           SET COPY-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-COPY-RECORDS
                           MOVE COPY-FROM-RECORD (2:5)
                               TO WS-HASH-NUMBER
                           MOVE COPY-FROM-RECORD (42:4)
                               TO WS-HASH-TIME
                           ADD WS-HASH-VALUE TO WS-COPY-HASH
                           IF WS-COPY-TO-NAME NOT = SPACES
                              AND COPY-DONE
                               MOVE COPY-FROM-RECORD TO COPY-TO-RECORD
                               WRITE COPY-TO-RECORD
                               IF WS-COPY-TO-STATUS NOT = "00"
                                   SET COPY-FAILED TO TRUE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COPY-FROM-FILE
               IF WS-COPY-TO-NAME NOT = SPACES
                  AND WS-COPY-TO-STATUS NOT = "30"
                  AND WS-COPY-TO-STATUS NOT = "35"
                   CLOSE COPY-TO-FILE
               END-IF
           END-IF.

      ******************************************************************
      * LOAD-GENERATION-CATALOGUE                                      *
      *   Loads the generation catalogue and notes the highest         *
      *   generation number in use.                                    *
      ******************************************************************
       LOAD-GENERATION-CATALOGUE.
           MOVE ZERO TO WS-GEN-USED
           MOVE ZERO TO WS-GEN-LAST-NUMBER
           SET GEN-NOT-EOF TO TRUE
           OPEN INPUT GENERATION-FILE
           IF WS-GEN-STATUS = "00"
               PERFORM UNTIL GEN-EOF
                   READ GENERATION-FILE
                       AT END
                           SET GEN-EOF TO TRUE
                       NOT AT END
                           PERFORM NOTE-CATALOGUED-GENERATION
                   END-READ
               END-PERFORM
           END-IF
           IF WS-GEN-STATUS = "00" OR WS-GEN-STATUS = "05"
                                   OR WS-GEN-STATUS = "10"
               CLOSE GENERATION-FILE
           END-IF.

      ******************************************************************
      * NOTE-CATALOGUED-GENERATION                                     *
      *   Adds the catalogue line just read to the generation table.   *
      ******************************************************************
       NOTE-CATALOGUED-GENERATION.
           IF GEN-NUMBER IS NUMERIC AND WS-GEN-USED < WS-GEN-TABLE-MAX
               ADD 1 TO WS-GEN-USED
               SET WS-GEN-IDX TO WS-GEN-USED
               MOVE GEN-NUMBER TO WS-GEN-NUMBER (WS-GEN-IDX)
               MOVE GEN-DATE TO WS-GEN-DATE (WS-GEN-IDX)
               MOVE GEN-STEP TO WS-GEN-STEP (WS-GEN-IDX)
               MOVE GEN-RECORD-COUNT TO WS-GEN-COUNT (WS-GEN-IDX)
               MOVE GEN-HASH-TOTAL TO WS-GEN-HASH (WS-GEN-IDX)
               IF GEN-NUMBER > WS-GEN-LAST-NUMBER
                   MOVE GEN-NUMBER TO WS-GEN-LAST-NUMBER
               END-IF
           END-IF.

      ******************************************************************
      * TAKE-GENERATION                                                *
      *   Copies train.dat to the next numbered generation before the  *
      *   step at WS-STEP-IDX rewrites it, and catalogues it. No       *
      *   train.dat to copy, or no generation number left, stops the   *
      *   chain before the step.                                       *
      ******************************************************************
       TAKE-GENERATION.
           IF WS-GEN-LAST-NUMBER >= WS-GEN-TABLE-MAX
                                  OR WS-GEN-USED >= WS-GEN-TABLE-MAX
               DISPLAY "TrnRun: ERROR - generation catalogue full, "
                       "no generation kept before "
                       WS-STEP-NAME (WS-STEP-IDX)
               SET CHAIN-STOPPED TO TRUE
           ELSE
               COMPUTE WS-GEN-NEXT = WS-GEN-LAST-NUMBER + 1
               PERFORM BUILD-GENERATION-NAME
               MOVE 'train.dat' TO WS-COPY-FROM-NAME
               MOVE WS-GEN-FILE-NAME TO WS-COPY-TO-NAME
               PERFORM COPY-SCHEDULE-FILE
               IF COPY-FAILED
                   DISPLAY "TrnRun: ERROR - no train.dat to keep a "
                           "generation of before "
                           WS-STEP-NAME (WS-STEP-IDX)
                   SET CHAIN-STOPPED TO TRUE
               ELSE
                   PERFORM CATALOGUE-GENERATION
                   DISPLAY "TrnRun: generation " WS-GEN-NEXT
                           " of train.dat kept before "
                           WS-STEP-NAME (WS-STEP-IDX) ", "
                           WS-COPY-RECORDS " record(s)"
               END-IF
           END-IF.

      ******************************************************************
      * BUILD-GENERATION-NAME                                          *
      *   Builds the file name of generation WS-GEN-NEXT.              *
      ******************************************************************
       BUILD-GENERATION-NAME.
           MOVE SPACES TO WS-GEN-FILE-NAME
           STRING "train-gen-" WS-GEN-NEXT ".dat" DELIMITED BY SIZE
                  INTO WS-GEN-FILE-NAME.

      ******************************************************************
      * CATALOGUE-GENERATION                                           *
      *   Appends the generation just taken to the catalogue file and  *
      *   the generation table.                                        *
      ******************************************************************
       CATALOGUE-GENERATION.
           ACCEPT WS-CLOCK-TIME FROM TIME
           MOVE SPACES TO GENERATION-RECORD
           MOVE WS-GEN-NEXT TO GEN-NUMBER
           MOVE WS-TODAY-DATE TO GEN-DATE
           MOVE WS-CLOCK-TIME (1:6) TO GEN-TIME
           MOVE WS-STEP-NAME (WS-STEP-IDX) TO GEN-STEP
           MOVE WS-COPY-RECORDS TO GEN-RECORD-COUNT
           MOVE WS-COPY-HASH TO GEN-HASH-TOTAL
           OPEN EXTEND GENERATION-FILE
           WRITE GENERATION-RECORD
           CLOSE GENERATION-FILE
           PERFORM NOTE-CATALOGUED-GENERATION.

      ******************************************************************
      * ROLLBACK-TRAIN-FILE                                            *
      *   Restores train.dat from generation WS-ROLLBACK-GEN and sets  *
      *   the chain to resume at the step the generation was taken     *
      *   before. Refused when the generation is not catalogued, was   *
      *   not taken today, resumes at a step other than a FROM: step   *
      *   also given, or its file no longer agrees with the            *
      *   catalogue's record count and hash total. A restore that      *
      *   fails stops the chain.                                       *
      ******************************************************************
       ROLLBACK-TRAIN-FILE.
           SET GEN-NOT-FOUND TO TRUE
           PERFORM VARYING WS-GEN-IDX FROM 1 BY 1 UNTIL
                           WS-GEN-IDX > WS-GEN-USED OR GEN-FOUND
               IF WS-GEN-NUMBER (WS-GEN-IDX) = WS-ROLLBACK-GEN
                   SET GEN-FOUND TO TRUE
               END-IF
           END-PERFORM

           IF GEN-NOT-FOUND
               DISPLAY "TrnRun: refused - generation " WS-ROLLBACK-GEN
                       " is not in train-generation.dat"
               SET CHAIN-STOPPED TO TRUE
           ELSE
               SET WS-GEN-IDX DOWN BY 1
               MOVE WS-ROLLBACK-GEN TO WS-GEN-NEXT
               PERFORM BUILD-GENERATION-NAME
               MOVE WS-GEN-FILE-NAME TO WS-COPY-FROM-NAME
               MOVE SPACES TO WS-COPY-TO-NAME
               PERFORM COPY-SCHEDULE-FILE
               EVALUATE TRUE
                   WHEN WS-FROM-STEP NOT = SPACES
                    AND WS-FROM-STEP NOT = WS-GEN-STEP (WS-GEN-IDX)
                       DISPLAY "TrnRun: refused - generation "
                               WS-ROLLBACK-GEN " resumes at "
                               WS-GEN-STEP (WS-GEN-IDX) ", not FROM:"
                               WS-FROM-STEP
                       SET CHAIN-STOPPED TO TRUE
                   WHEN WS-GEN-DATE (WS-GEN-IDX) NOT = WS-TODAY-DATE
                       DISPLAY "TrnRun: refused - generation "
                               WS-ROLLBACK-GEN " was taken on "
                               WS-GEN-DATE (WS-GEN-IDX) ", not today"
                       SET CHAIN-STOPPED TO TRUE
                   WHEN COPY-FAILED
                       DISPLAY "TrnRun: refused - generation file "
                               WS-GEN-FILE-NAME
                       DISPLAY "TrnRun: refused - is missing"
                       SET CHAIN-STOPPED TO TRUE
                   WHEN WS-COPY-RECORDS NOT = WS-GEN-COUNT (WS-GEN-IDX)
                     OR WS-COPY-HASH NOT = WS-GEN-HASH (WS-GEN-IDX)
                       DISPLAY "TrnRun: refused - generation "
                               WS-ROLLBACK-GEN " no longer agrees "
                               "with the catalogue"
                       DISPLAY "TrnRun: catalogue "
                               WS-GEN-COUNT (WS-GEN-IDX) " record(s) "
                               "hash " WS-GEN-HASH (WS-GEN-IDX)
                       DISPLAY "TrnRun: file      " WS-COPY-RECORDS
                               " record(s) hash " WS-COPY-HASH
                       SET CHAIN-STOPPED TO TRUE
               END-EVALUATE
           END-IF

           IF CHAIN-RUNNING
               MOVE WS-GEN-FILE-NAME TO WS-COPY-FROM-NAME
               MOVE 'train.dat' TO WS-COPY-TO-NAME
               PERFORM COPY-SCHEDULE-FILE
               IF COPY-FAILED
                   DISPLAY "TrnRun: ERROR - train.dat could not be "
                           "restored from " WS-GEN-FILE-NAME
                   DISPLAY "TrnRun: ERROR - rerun ROLLBACK:"
                           WS-ROLLBACK-GEN " before any step"
                   SET CHAIN-STOPPED TO TRUE
               ELSE
                   MOVE WS-GEN-STEP (WS-GEN-IDX) TO WS-FROM-STEP
                   PERFORM WRITE-ROLLBACK-LINE
                   DISPLAY "TrnRun: train.dat rolled back to "
                           "generation " WS-ROLLBACK-GEN ", "
                           WS-COPY-RECORDS " record(s); resuming at "
                           WS-FROM-STEP
               END-IF
           END-IF.

      ******************************************************************
      * CLEAR-GENERATIONS                                              *
      *   Once the day's run is released, deletes every catalogued     *
      *   generation file and empties the catalogue.                   *
      ******************************************************************
       CLEAR-GENERATIONS.
           MOVE ZERO TO WS-GEN-DELETED
           PERFORM VARYING WS-GEN-IDX FROM 1 BY 1 UNTIL
                           WS-GEN-IDX > WS-GEN-USED
               MOVE WS-GEN-NUMBER (WS-GEN-IDX) TO WS-GEN-NEXT
               PERFORM BUILD-GENERATION-NAME
               CALL "CBL_DELETE_FILE" USING WS-GEN-FILE-NAME
               IF RETURN-CODE = ZERO
                   ADD 1 TO WS-GEN-DELETED
               ELSE
                   DISPLAY "TrnRun: WARNING - could not delete "
                           WS-GEN-FILE-NAME
               END-IF
               MOVE ZERO TO RETURN-CODE
           END-PERFORM
           OPEN OUTPUT GENERATION-FILE
           CLOSE GENERATION-FILE
           MOVE ZERO TO WS-GEN-USED
           DISPLAY "TrnRun: run released, " WS-GEN-DELETED
                   " generation(s) of train.dat cleared".

      ******************************************************************
      * LOAD-RUN-LOG                                                   *
      *   Reads the persistent run log and flags every step that       *
      ******************************************************************
      * RUN-ONE-STEP                                                   *
      *   Runs step WS-STEP-NUMBER: gates the TrnSchd step on the      *
      *   audit counts, keeps a generation of train.dat before a step  *
      *   that rewrites it, logs the start, runs the command, and logs *
      *   the outcome. A non-zero return code stops the chain.         *
      ******************************************************************
       RUN-ONE-STEP.

      *    Hold the schedule step for operator confirmation when the
      *    audit shows more churn than the threshold allows
           IF WS-STEP-NAME (WS-STEP-IDX) = "TRNSCHD " AND LIVE-RUN
               PERFORM GATE-ON-AUDIT-COUNTS
               IF GATE-HELD
                   PERFORM WRITE-HELD-LINE
               END-IF
           END-IF

      *    Keep a generation of train.dat before a step that rewrites
      *    it in place
           IF CHAIN-RUNNING AND LIVE-RUN
                            AND STEP-REWRITES-TRAIN (WS-STEP-IDX)
               PERFORM TAKE-GENERATION
           END-IF

           IF CHAIN-RUNNING
               MOVE WS-STEP-COMMAND (WS-STEP-IDX) TO WS-RUN-COMMAND
               IF WS-STEP-NAME (WS-STEP-IDX) = "TRNSCHD "
                       AND RESTART-REQUESTED AND LIVE-RUN
                   MOVE SPACES TO WS-RUN-COMMAND
                   STRING WS-STEP-COMMAND (WS-STEP-IDX)
                          DELIMITED BY SPACE
                  DELIMITED BY SIZE
                  INTO RUN-LOG-RECORD
           WRITE RUN-LOG-RECORD.

      ******************************************************************
      * WRITE-ROLLBACK-LINE                                            *
      *   Logs the rollback of train.dat, under the step the chain     *
      *   resumes at, with the generation number restored.             *
      ******************************************************************
       WRITE-ROLLBACK-LINE.
           ACCEPT WS-CLOCK-TIME FROM TIME
           OPEN EXTEND RUN-LOG-FILE
           MOVE SPACES TO RUN-LOG-RECORD
           STRING WS-TODAY-DATE " " WS-CLOCK-TIME (1:6) " "
                  WS-FROM-STEP " ROLL  GEN  " WS-ROLLBACK-GEN
                  DELIMITED BY SIZE
                  INTO RUN-LOG-RECORD
           WRITE RUN-LOG-RECORD
           CLOSE RUN-LOG-FILE.

