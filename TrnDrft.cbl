      ******************************************************************
      * DATE-WRITTEN. 2026-10-14                                       *
      *                                                                *
      * PURPOSE:                                                       *
      *   Last step of a draft timetable trial run from TrnRun.        *
      *   Compares the reports the draft run wrote under 'draft-'      *
      *   names with today's live ones and lists what the draft        *
      *   would change in 'draft-comparison.dat':                      *
      *     - new conflicts: SLOT and RANGE lines of                   *
      *       'draft-train-conflict.dat' not in 'train-conflict.dat',  *
      *       and rejections in 'draft-train-reject.dat' not in        *
      *       'train-reject.dat'                                       *
      *     - lost connections: connections in                         *
      *       'train-connections.dat' with no connection between the   *
      *       same two trains at the same station in                   *
      *       'draft-train-connections.dat'                            *
      *     - platform overloads: every OVER line of                   *
      *       'draft-train-platform.dat', marked NEW when the live     *
      *       'train-platform.dat' has no overload for the station and *
      *       hour                                                     *
      *   A live report that is missing is noted with a WARNING line   *
      *   and every draft entry it would have been checked against is  *
      *   listed. The live and draft files are only read.              *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TrnDrft.
       AUTHOR. Pierre.

      *      Define the source and destination of data
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    The live or draft report being read, named per pass.
      *    OPTIONAL so a report that was never written is noted
      *    rather than fatal.
           SELECT OPTIONAL REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
      *    The draft-versus-live comparison report
           SELECT COMPARE-FILE ASSIGN TO 'draft-comparison.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    File description for the report being read
       FD REPORT-FILE
           RECORD CONTAINS 200 CHARACTERS.
       01 REPORT-RECORD PIC X(200).

      *    File description for the comparison report
       FD COMPARE-FILE
           RECORD CONTAINS 200 CHARACTERS.
       01 COMPARE-RECORD PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-REPORT-NAME               PIC X(40) VALUE SPACES.
       01  WS-REPORT-STATUS             PIC X(02) VALUE SPACES.
       01  WS-REPORT-EOF                PIC X VALUE 'N'.
           88 REPORT-EOF                VALUE 'Y'.
           88 REPORT-NOT-EOF            VALUE 'N'.
       01  WS-REPORT-PRESENT            PIC X VALUE 'N'.
           88 REPORT-FOUND              VALUE 'Y'.
           88 REPORT-NOT-FOUND          VALUE 'N'.

      *    The comparison in hand: C conflicts, R rejections,
      *    K connections, P platform overloads
       01  WS-COMPARE-KIND              PIC X VALUE SPACE.
           88 COMPARING-CONFLICTS       VALUE 'C'.
           88 COMPARING-REJECTS         VALUE 'R'.
           88 COMPARING-CONNECTIONS     VALUE 'K'.
           88 COMPARING-PLATFORMS       VALUE 'P'.

      *    The base report's keys, loaded from one file and looked up
      *    while the other is scanned
       01  WS-KEY-TABLE-MAX             PIC 9(4) VALUE 5000.
       01  WS-KEY-USED                  PIC 9(4) VALUE ZERO.
       01  WS-KEY-DROPPED-COUNT         PIC 9(5) VALUE ZERO.
       01  WS-KEY-TABLE.
           05 WS-KEY-ENTRY OCCURS 5000 TIMES
                           INDEXED BY WS-KEY-IDX.
               10 WS-KEY-VALUE          PIC X(140).

      *    Comparison key of the current line; spaces when the line
      *    is not one the comparison looks at
       01  WS-LINE-KEY                  PIC X(140) VALUE SPACES.
       01  WS-KEY-MATCH                 PIC X VALUE 'N'.
           88 KEY-MATCHED               VALUE 'Y'.
           88 KEY-NOT-MATCHED           VALUE 'N'.
      *    Hub station of the connection group being read
       01  WS-CONN-STATION              PIC X(15) VALUE SPACES.

      *    Report totals
       01  WS-NEW-CONFLICT-COUNT        PIC 9(5) VALUE ZERO.
       01  WS-NEW-REJECT-COUNT          PIC 9(5) VALUE ZERO.
       01  WS-LOST-CONN-COUNT           PIC 9(5) VALUE ZERO.
       01  WS-OVERLOAD-COUNT            PIC 9(5) VALUE ZERO.
       01  WS-NEW-OVERLOAD-COUNT        PIC 9(5) VALUE ZERO.

       01  WS-TODAY-DATE                PIC 9(8).

       PROCEDURE DIVISION.

           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           OPEN OUTPUT COMPARE-FILE
           MOVE SPACES TO COMPARE-RECORD
           STRING "=== Draft Timetable Comparison against the live "
                  "schedule of " WS-TODAY-DATE " ==="
                  DELIMITED BY SIZE
                  INTO COMPARE-RECORD
           WRITE COMPARE-RECORD

      *    New slot and date-range conflicts: draft lines not live
           MOVE "--- New conflicts (TrnChk) ---" TO COMPARE-RECORD
           WRITE COMPARE-RECORD
           SET COMPARING-CONFLICTS TO TRUE
           MOVE 'train-conflict.dat' TO WS-REPORT-NAME
           PERFORM LOAD-BASE-KEYS
           MOVE 'draft-train-conflict.dat' TO WS-REPORT-NAME
           PERFORM SCAN-COMPARED-REPORT

      *    New validation rejections: draft lines not live
           MOVE "--- New rejections (TrnSchd) ---" TO COMPARE-RECORD
           WRITE COMPARE-RECORD
           SET COMPARING-REJECTS TO TRUE
           MOVE 'train-reject.dat' TO WS-REPORT-NAME
           PERFORM LOAD-BASE-KEYS
           MOVE 'draft-train-reject.dat' TO WS-REPORT-NAME
           PERFORM SCAN-COMPARED-REPORT

      *    Lost connections: live connections the draft no longer
      *    offers, so the draft report is the base here
           MOVE "--- Lost connections (TrnConn) ---" TO COMPARE-RECORD
           WRITE COMPARE-RECORD
           SET COMPARING-CONNECTIONS TO TRUE
           MOVE 'draft-train-connections.dat' TO WS-REPORT-NAME
           PERFORM LOAD-BASE-KEYS
           MOVE 'train-connections.dat' TO WS-REPORT-NAME
           PERFORM SCAN-COMPARED-REPORT

      *    Platform overloads: every draft overload, new or not
           MOVE "--- Platform overloads (TrnPlat) ---"
               TO COMPARE-RECORD
           WRITE COMPARE-RECORD
           SET COMPARING-PLATFORMS TO TRUE
           MOVE 'train-platform.dat' TO WS-REPORT-NAME
           PERFORM LOAD-BASE-KEYS
           MOVE 'draft-train-platform.dat' TO WS-REPORT-NAME
           PERFORM SCAN-COMPARED-REPORT

           MOVE SPACES TO COMPARE-RECORD
           STRING "New conflicts: " WS-NEW-CONFLICT-COUNT
                  "  New rejections: " WS-NEW-REJECT-COUNT
                  "  Lost connections: " WS-LOST-CONN-COUNT
                  "  Platform overloads: " WS-OVERLOAD-COUNT
                  " (" WS-NEW-OVERLOAD-COUNT " new)"
                  DELIMITED BY SIZE
                  INTO COMPARE-RECORD
           WRITE COMPARE-RECORD
           IF WS-KEY-DROPPED-COUNT > 0
               MOVE SPACES TO COMPARE-RECORD
               STRING "WARNING - key table capacity exceeded, "
                      WS-KEY-DROPPED-COUNT
                      " line(s) could not be matched"
                      DELIMITED BY SIZE
                      INTO COMPARE-RECORD
               WRITE COMPARE-RECORD
               DISPLAY "TrnDrft: WARNING - key table capacity exceeded"
           END-IF
           CLOSE COMPARE-FILE

           DISPLAY "TrnDrft: new conflicts " WS-NEW-CONFLICT-COUNT
                   ", new rejections " WS-NEW-REJECT-COUNT
                   ", lost connections " WS-LOST-CONN-COUNT
                   ", platform overloads " WS-OVERLOAD-COUNT
                   " (" WS-NEW-OVERLOAD-COUNT " new)"
           MOVE 0 TO RETURN-CODE.

      *    End the program
           STOP RUN.

      ******************************************************************
      * LOAD-BASE-KEYS                                                 *
      *   Loads the comparison keys of report WS-REPORT-NAME into the  *
      *   key table. A missing report leaves the table empty and is    *
      *   noted on the comparison report.                              *
      ******************************************************************
       LOAD-BASE-KEYS.
           MOVE ZERO TO WS-KEY-USED
           MOVE SPACES TO WS-CONN-STATION
           PERFORM OPEN-REPORT-FILE
           IF REPORT-FOUND
               PERFORM UNTIL REPORT-EOF
                   READ REPORT-FILE
                       AT END
                           MOVE 'Y' TO WS-REPORT-EOF
                       NOT AT END
                           PERFORM MAKE-LINE-KEY
                           IF WS-LINE-KEY NOT = SPACES
                               PERFORM ADD-BASE-KEY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REPORT-FILE
           ELSE
               MOVE SPACES TO COMPARE-RECORD
               STRING "WARNING - " WS-REPORT-NAME
                      DELIMITED BY SPACE
                      " not found, nothing to compare against"
                      DELIMITED BY SIZE
                      INTO COMPARE-RECORD
               WRITE COMPARE-RECORD
           END-IF.

      ******************************************************************
      * ADD-BASE-KEY                                                   *
      *   Adds the current line's key to the key table.                *
      ******************************************************************
       ADD-BASE-KEY.
           IF WS-KEY-USED < WS-KEY-TABLE-MAX
               ADD 1 TO WS-KEY-USED
               SET WS-KEY-IDX TO WS-KEY-USED
               MOVE WS-LINE-KEY TO WS-KEY-VALUE (WS-KEY-IDX)
           ELSE
               ADD 1 TO WS-KEY-DROPPED-COUNT
           END-IF.

      ******************************************************************
      * SCAN-COMPARED-REPORT                                           *
      *   Reads report WS-REPORT-NAME and looks every line the         *
      *   comparison covers up in the key table.                       *
      ******************************************************************
       SCAN-COMPARED-REPORT.
           MOVE SPACES TO WS-CONN-STATION
           PERFORM OPEN-REPORT-FILE
           IF REPORT-FOUND
               PERFORM UNTIL REPORT-EOF
                   READ REPORT-FILE
                       AT END
                           MOVE 'Y' TO WS-REPORT-EOF
                       NOT AT END
                           PERFORM MAKE-LINE-KEY
                           IF WS-LINE-KEY NOT = SPACES
                               PERFORM FIND-LINE-KEY
                               PERFORM REPORT-COMPARED-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REPORT-FILE
           ELSE
               MOVE SPACES TO COMPARE-RECORD
               STRING "WARNING - " WS-REPORT-NAME
                      DELIMITED BY SPACE
                      " not found, nothing compared"
                      DELIMITED BY SIZE
                      INTO COMPARE-RECORD
               WRITE COMPARE-RECORD
           END-IF.

      ******************************************************************
      * OPEN-REPORT-FILE                                               *
      *   Opens report WS-REPORT-NAME. REPORT-FOUND only when the file *
      *   exists; an OPTIONAL file that is absent is closed again.     *
      ******************************************************************
       OPEN-REPORT-FILE.
           SET REPORT-NOT-EOF TO TRUE
           SET REPORT-NOT-FOUND TO TRUE
           OPEN INPUT REPORT-FILE
           IF WS-REPORT-STATUS = "00"
               SET REPORT-FOUND TO TRUE
           END-IF
           IF WS-REPORT-STATUS = "05"
               CLOSE REPORT-FILE
           END-IF.

      ******************************************************************
      * MAKE-LINE-KEY                                                  *
      *   Builds the comparison key of the current report line:        *
      *     conflicts   - the whole SLOT or RANGE line                 *
      *     rejections  - the whole Reason Code line                   *
      *     connections - hub station, arriving and departing train    *
      *     platforms   - station and hour of an OVER line             *
      *   Any other line gets a key of spaces.                         *
      ******************************************************************
       MAKE-LINE-KEY.
           MOVE SPACES TO WS-LINE-KEY
           EVALUATE TRUE
               WHEN COMPARING-CONFLICTS
                   IF REPORT-RECORD (1:10) = "SLOT    - "
                      OR REPORT-RECORD (1:10) = "RANGE   - "
                       MOVE REPORT-RECORD (1:140) TO WS-LINE-KEY
                   END-IF
               WHEN COMPARING-REJECTS
                   IF REPORT-RECORD (1:13) = "Reason Code: "
                       MOVE REPORT-RECORD (1:140) TO WS-LINE-KEY
                   END-IF
               WHEN COMPARING-CONNECTIONS
                   IF REPORT-RECORD (1:13) = "--- Station: "
                       MOVE REPORT-RECORD (14:15) TO WS-CONN-STATION
                   END-IF
                   IF REPORT-RECORD (1:6) = "Train "
                      AND REPORT-RECORD (43:10) = " -> Train "
                       STRING WS-CONN-STATION
                              REPORT-RECORD (7:5)
                              REPORT-RECORD (53:5)
                              DELIMITED BY SIZE
                              INTO WS-LINE-KEY
                   END-IF
               WHEN COMPARING-PLATFORMS
                   IF REPORT-RECORD (1:7) = "OVER - "
                       MOVE REPORT-RECORD (8:23) TO WS-LINE-KEY
                   END-IF
           END-EVALUATE.

      ******************************************************************
      * FIND-LINE-KEY                                                  *
      *   Sets KEY-MATCHED when the current line's key is in the key   *
      *   table.                                                       *
      ******************************************************************
       FIND-LINE-KEY.
           SET KEY-NOT-MATCHED TO TRUE
           PERFORM VARYING WS-KEY-IDX FROM 1 BY 1
                   UNTIL WS-KEY-IDX > WS-KEY-USED OR KEY-MATCHED
               IF WS-KEY-VALUE (WS-KEY-IDX) = WS-LINE-KEY
                   SET KEY-MATCHED TO TRUE
               END-IF
           END-PERFORM.

      ******************************************************************
      * REPORT-COMPARED-LINE                                           *
      *   Lists the scanned line on the comparison report according    *
      *   to the comparison in hand and whether its key was found.     *
      ******************************************************************
       REPORT-COMPARED-LINE.
           MOVE SPACES TO COMPARE-RECORD
           EVALUATE TRUE
               WHEN COMPARING-CONFLICTS AND KEY-NOT-MATCHED
                   ADD 1 TO WS-NEW-CONFLICT-COUNT
                   STRING "NEW CONFLICT - " REPORT-RECORD (1:140)
                          DELIMITED BY SIZE
                          INTO COMPARE-RECORD
                   WRITE COMPARE-RECORD
               WHEN COMPARING-REJECTS AND KEY-NOT-MATCHED
                   ADD 1 TO WS-NEW-REJECT-COUNT
                   STRING "NEW REJECT   - " REPORT-RECORD (1:140)
                          DELIMITED BY SIZE
                          INTO COMPARE-RECORD
                   WRITE COMPARE-RECORD
               WHEN COMPARING-CONNECTIONS AND KEY-NOT-MATCHED
                   ADD 1 TO WS-LOST-CONN-COUNT
                   STRING "LOST         - " WS-CONN-STATION " "
                          REPORT-RECORD (1:140)
                          DELIMITED BY SIZE
                          INTO COMPARE-RECORD
                   WRITE COMPARE-RECORD
               WHEN COMPARING-PLATFORMS
                   ADD 1 TO WS-OVERLOAD-COUNT
                   IF KEY-MATCHED
                       STRING "ALSO LIVE    - " REPORT-RECORD (1:140)
                              DELIMITED BY SIZE
                              INTO COMPARE-RECORD
                   ELSE
                       ADD 1 TO WS-NEW-OVERLOAD-COUNT
                       STRING "NEW OVERLOAD - " REPORT-RECORD (1:140)
                              DELIMITED BY SIZE
                              INTO COMPARE-RECORD
                   END-IF
                   WRITE COMPARE-RECORD
           END-EVALUATE.
