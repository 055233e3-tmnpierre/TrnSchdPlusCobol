      ******************************************************************
      * DATE-WRITTEN. 2026-10-09                                       *
      *                                                                *
      * PURPOSE:                                                       *
      *   On-demand console inquiry against the shared change journal  *
      *   'master-journal.dat' that TrnStn, TrnKm and TrnCnst add to   *
      *   for every change made to the station master, the distance    *
      *   reference and the consist master. The operator keys a        *
      *   station name or a train number and every journal entry for   *
      *   it is displayed in the order it was made - who made the      *
      *   change, when, whether keyed or from a batch file, and the    *
      *   record before and after. A station name finds its station    *
      *   master entries and every distance pair it belongs to; a      *
      *   5-digit train number finds its consist entries.              *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TrnJrnl.
       AUTHOR. Pierre.

      *      Define the source and destination of data
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    The change journal, read from the start for every inquiry.
      *    OPTIONAL so a site where no change has yet been made is
      *    simply told there is nothing on file.
           SELECT OPTIONAL JOURNAL-FILE ASSIGN TO 'master-journal.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    File description for the change journal
       FD JOURNAL-FILE
           RECORD CONTAINS 200 CHARACTERS.
       COPY 'journal-record.cpy'.

       WORKING-STORAGE SECTION.
       01  WS-JOURNAL-STATUS            PIC X(02) VALUE SPACES.
       01  WS-JOURNAL-EOF               PIC X VALUE 'N'.
           88 JOURNAL-EOF               VALUE 'Y'.
           88 JOURNAL-NOT-EOF           VALUE 'N'.
       01  WS-JOURNAL-OPENED            PIC X VALUE 'N'.
           88 JOURNAL-FILE-OPENED       VALUE 'Y'.
           88 JOURNAL-FILE-NOT-OPENED   VALUE 'N'.
       01  WS-SESSION-DONE              PIC X VALUE 'N'.
           88 SESSION-DONE              VALUE 'Y'.
           88 SESSION-NOT-DONE          VALUE 'N'.

      *    One inquiry: a station name, or a train number when all
      *    of the first five characters are digits
       01  WS-INQ-KEY                   PIC X(15) VALUE SPACES.
       01  WS-INQ-KIND                  PIC X VALUE 'S'.
           88 INQ-BY-STATION            VALUE 'S'.
           88 INQ-BY-TRAIN              VALUE 'T'.
       01  WS-ENTRY-MATCH               PIC X VALUE 'N'.
           88 ENTRY-MATCHES             VALUE 'Y'.
           88 ENTRY-DOES-NOT-MATCH      VALUE 'N'.
       01  WS-MATCH-COUNT               PIC 9(5) VALUE ZERO.
       01  WS-SOURCE-TEXT               PIC X(07) VALUE SPACES.

       PROCEDURE DIVISION.

      *    One inquiry per prompt until the operator keys END
           PERFORM UNTIL SESSION-DONE
               DISPLAY "Station name (15) or train number (5 digits), "
                       "END to quit?"
               MOVE SPACES TO WS-INQ-KEY
               ACCEPT WS-INQ-KEY
               EVALUATE TRUE
                   WHEN WS-INQ-KEY = "END" OR WS-INQ-KEY = SPACES
                       SET SESSION-DONE TO TRUE
                   WHEN WS-INQ-KEY (1:5) IS NUMERIC AND
                        WS-INQ-KEY (6:10) = SPACES
                       SET INQ-BY-TRAIN TO TRUE
                       PERFORM SCAN-JOURNAL
                   WHEN OTHER
                       SET INQ-BY-STATION TO TRUE
                       PERFORM SCAN-JOURNAL
               END-EVALUATE
           END-PERFORM.

      *    End the program
           STOP RUN.

      ******************************************************************
      * SCAN-JOURNAL                                                   *
      *   Reads the whole journal and displays every entry for the     *
      *   keyed station name or train number.                          *
      ******************************************************************
       SCAN-JOURNAL.
           MOVE ZERO TO WS-MATCH-COUNT
           SET JOURNAL-NOT-EOF TO TRUE
           SET JOURNAL-FILE-NOT-OPENED TO TRUE
           OPEN INPUT JOURNAL-FILE
           IF WS-JOURNAL-STATUS = "00" OR WS-JOURNAL-STATUS = "05"
               SET JOURNAL-FILE-OPENED TO TRUE
           END-IF
           IF WS-JOURNAL-STATUS = "00"
               PERFORM UNTIL JOURNAL-EOF
                   READ JOURNAL-FILE
                       AT END
                           MOVE 'Y' TO WS-JOURNAL-EOF
                       NOT AT END
                           PERFORM MATCH-JOURNAL-ENTRY
                           IF ENTRY-MATCHES
                               ADD 1 TO WS-MATCH-COUNT
                               PERFORM DISPLAY-JOURNAL-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           IF JOURNAL-FILE-OPENED
               CLOSE JOURNAL-FILE
           END-IF
           IF WS-MATCH-COUNT = 0
               DISPLAY "TrnJrnl: no journal entries for " WS-INQ-KEY
           ELSE
               DISPLAY "TrnJrnl: " WS-MATCH-COUNT
                       " journal entry(ies) for " WS-INQ-KEY
           END-IF.

      ******************************************************************
      * MATCH-JOURNAL-ENTRY                                            *
      *   Decides whether the journal entry just read belongs to the   *
      *   inquiry: a train number matches consist entries, a station   *
      *   name matches station entries and either half of a distance   *
      *   pair.                                                        *
      ******************************************************************
       MATCH-JOURNAL-ENTRY.
           SET ENTRY-DOES-NOT-MATCH TO TRUE
           EVALUATE TRUE
               WHEN INQ-BY-TRAIN
                   IF JRNL-CONSIST-MASTER AND
                      JRNL-KEY (1:5) = WS-INQ-KEY (1:5)
                       SET ENTRY-MATCHES TO TRUE
                   END-IF
               WHEN JRNL-STATION-MASTER
                   IF JRNL-KEY (1:15) = WS-INQ-KEY
                       SET ENTRY-MATCHES TO TRUE
                   END-IF
               WHEN JRNL-DISTANCE-REFERENCE
                   IF JRNL-KEY (1:15) = WS-INQ-KEY OR
                      JRNL-KEY (16:15) = WS-INQ-KEY
                       SET ENTRY-MATCHES TO TRUE
                   END-IF
           END-EVALUATE.

      ******************************************************************
      * DISPLAY-JOURNAL-ENTRY                                          *
      *   Displays one journal entry: when, who, which master, the     *
      *   action and its source, then the before and after images.     *
      ******************************************************************
       DISPLAY-JOURNAL-ENTRY.
           IF JRNL-FROM-BATCH
               MOVE "batch" TO WS-SOURCE-TEXT
           ELSE
               MOVE "console" TO WS-SOURCE-TEXT
           END-IF
           DISPLAY JRNL-DATE " " JRNL-TIME (1:2) ":" JRNL-TIME (3:2)
                   ":" JRNL-TIME (5:2) " " JRNL-OPERATOR " "
                   JRNL-MASTER " " JRNL-ACTION " (" WS-SOURCE-TEXT
                   ") " JRNL-KEY
           DISPLAY "    Before: " JRNL-BEFORE-IMAGE
           DISPLAY "    After : " JRNL-AFTER-IMAGE.
