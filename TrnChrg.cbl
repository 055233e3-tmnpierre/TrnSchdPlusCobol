      ******************************************************************
      * DATE-WRITTEN. 2026-10-12                                       *
      *                                                                *
      * PURPOSE:                                                       *
      *   Month-end train-kilometre and track-access charge statement  *
      *   for each depot. For every date of the month it takes the     *
      *   archived schedule in force that day from 'archive-index.dat' *
      *   (the archive of that date, or failing one the latest earlier *
      *   archive), and counts each train once for the date when its   *
      *   service calendar says it ran, less the runs TrnAmend         *
      *   cancelled for that date as kept in 'cancel-history.dat' by   *
      *   TrnArch. A run's kilometres are the sum of the sections      *
      *   between its consecutive calls in 'station-distance.dat'      *
      *   (origin, every called halt, terminus), falling back to the   *
      *   direct origin/terminus pair when a section is missing. The   *
      *   run is priced from the track-access tariff                   *
      *   'access-tariff.dat': its type's rate per km plus its stop    *
      *   surcharge for every intermediate stop called at. A run with  *
      *   no distance or no tariff for its type is listed but not      *
      *   charged.                                                     *
      *                                                                *
      *   The runs are sorted by depot, date and train, and each       *
      *   depot's statement 'charge-<depot>-CCYYMM.dat' lists every    *
      *   run with its kilometres and charges and closes on the depot  *
      *   totals. The control report 'charge-control-CCYYMM.dat'       *
      *   shows per date the archive used and its records read, runs   *
      *   counted, cancellations taken off and records not running,    *
      *   then the depot totals, and agrees the runs, kilometres and   *
      *   charges counted from the archives with the statements        *
      *   written. Return code 8 when the tariff or archive index is   *
      *   missing or the control totals do not agree.                  *
      *                                                                *
      *   Command-line argument: optionally MONTH:ccyymm (default the  *
      *   previous calendar month), e.g. 'TrnChrg MONTH:202609'.       *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TrnChrg.
       AUTHOR. Pierre.

      *      Define the source and destination of data
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    One dated schedule archive, opened by the name the index
      *    holds. OPTIONAL so an archive swept off the disk is
      *    reported instead of stopping the statement.
           SELECT OPTIONAL TRAIN-FILE ASSIGN TO DYNAMIC WS-ARCHIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TRAIN-STATUS.
      *    The archive index kept by TrnArch
           SELECT OPTIONAL INDEX-FILE ASSIGN TO 'archive-index.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-INDEX-STATUS.
      *    The cancellation history kept by TrnArch
           SELECT OPTIONAL HISTORY-FILE ASSIGN TO 'cancel-history.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
      *    The inter-station distance reference maintained by TrnKm
           SELECT OPTIONAL DISTANCE-FILE
               ASSIGN TO 'station-distance.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DISTANCE-STATUS.
      *    The track-access tariff kept by finance
           SELECT OPTIONAL TARIFF-FILE ASSIGN TO 'access-tariff.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TARIFF-STATUS.
      *    Sort work file putting the month's runs in depot order
           SELECT SORT-FILE ASSIGN TO 'charge-sort.tmp'.
      *    One depot's charge statement, opened by built name
           SELECT STATEMENT-FILE ASSIGN TO DYNAMIC WS-STATEMENT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
      *    The month's control report, opened by built name
           SELECT CONTROL-FILE ASSIGN TO DYNAMIC WS-CONTROL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    File description for an archived schedule
       FD TRAIN-FILE
           RECORD IS VARYING IN SIZE FROM 94 TO 512 CHARACTERS
               DEPENDING ON TRAIN-RECORD-LENGTH.
       COPY 'train-record.cpy'.
       01 TRAIN-RAW-RECORD PIC X(512).

      *    File description for the archive index: 1-8 archive date,
      *    10-49 archive filename
       FD INDEX-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 INDEX-RECORD PIC X(80).

      *    File description for the cancellation history: 1-8
      *    service date, 10-14 train number, 16-23 archive date
       FD HISTORY-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 HISTORY-RECORD PIC X(80).

      *    File description for the distance reference
       FD DISTANCE-FILE
           RECORD CONTAINS 34 CHARACTERS.
       COPY 'distance-record.cpy'.

      *    File description for the track-access tariff
       FD TARIFF-FILE
           RECORD CONTAINS 11 CHARACTERS.
       COPY 'tariff-record.cpy'.

      *    Sort record: one run of one train on one date of the month,
      *    already measured and priced
       SD SORT-FILE.
       01 SORT-RUN-RECORD.
           05 SORT-DEPOT-CODE           PIC X(05).
           05 SORT-RUN-DATE             PIC 9(08).
           05 SORT-TRAIN-NUMBER         PIC 9(05).
           05 SORT-TYPE-CODE            PIC X(01).
           05 SORT-DEPART               PIC X(15).
           05 SORT-ARRIVEE              PIC X(15).
           05 SORT-RUN-KM               PIC 9(05).
           05 SORT-STOP-COUNT           PIC 9(02).
           05 SORT-KM-CHARGE            PIC 9(08)V99.
           05 SORT-STOP-CHARGE          PIC 9(06)V99.
      *    ' ' priced, 'D' no distance, 'T' no tariff for the type
           05 SORT-PRICE-FLAG           PIC X(01).

      *    File description for a depot's charge statement
       FD STATEMENT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01 STATEMENT-RECORD PIC X(132).

      *    File description for the control report
       FD CONTROL-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01 CONTROL-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       01  TRAIN-RECORD-LENGTH          PIC 9(3) COMP.
       01  WS-TRAIN-STATUS              PIC X(02) VALUE SPACES.
       01  WS-TRAIN-EOF                 PIC X VALUE 'N'.
           88 TRAIN-EOF                 VALUE 'Y'.
           88 TRAIN-NOT-EOF             VALUE 'N'.
       01  WS-TRAIN-OPENED              PIC X VALUE 'N'.
           88 TRAIN-FILE-OPENED         VALUE 'Y'.
           88 TRAIN-FILE-NOT-OPENED     VALUE 'N'.
       01  WS-INDEX-STATUS              PIC X(02) VALUE SPACES.
       01  WS-INDEX-EOF                 PIC X VALUE 'N'.
           88 INDEX-EOF                 VALUE 'Y'.
           88 INDEX-NOT-EOF             VALUE 'N'.
       01  WS-INDEX-OPENED              PIC X VALUE 'N'.
           88 INDEX-FILE-OPENED         VALUE 'Y'.
           88 INDEX-FILE-NOT-OPENED     VALUE 'N'.
       01  WS-HISTORY-STATUS            PIC X(02) VALUE SPACES.
       01  WS-HISTORY-EOF               PIC X VALUE 'N'.
           88 HISTORY-EOF               VALUE 'Y'.
           88 HISTORY-NOT-EOF           VALUE 'N'.
       01  WS-HISTORY-OPENED            PIC X VALUE 'N'.
           88 HISTORY-FILE-OPENED       VALUE 'Y'.
           88 HISTORY-FILE-NOT-OPENED   VALUE 'N'.
       01  WS-DISTANCE-STATUS           PIC X(02) VALUE SPACES.
       01  WS-DISTANCE-EOF              PIC X VALUE 'N'.
           88 DISTANCE-EOF              VALUE 'Y'.
           88 DISTANCE-NOT-EOF          VALUE 'N'.
       01  WS-DISTANCE-OPENED           PIC X VALUE 'N'.
           88 DISTANCE-FILE-OPENED      VALUE 'Y'.
           88 DISTANCE-FILE-NOT-OPENED  VALUE 'N'.
       01  WS-TARIFF-STATUS             PIC X(02) VALUE SPACES.
       01  WS-TARIFF-EOF                PIC X VALUE 'N'.
           88 TARIFF-EOF                VALUE 'Y'.
           88 TARIFF-NOT-EOF            VALUE 'N'.
       01  WS-TARIFF-OPENED             PIC X VALUE 'N'.
           88 TARIFF-FILE-OPENED        VALUE 'Y'.
           88 TARIFF-FILE-NOT-OPENED    VALUE 'N'.
       01  WS-SORT-EOF                  PIC X VALUE 'N'.
           88 SORT-EOF                  VALUE 'Y'.
           88 SORT-NOT-EOF              VALUE 'N'.

      *    Raw command line and its optional argument
       01  WS-COMMAND-LINE              PIC X(80) VALUE SPACES.
       01  WS-ARGUMENT-1                PIC X(40) VALUE SPACES.

      *    The month being charged and its dates
       01  WS-TODAY-DATE                PIC 9(08) VALUE ZERO.
       01  WS-CHARGE-MONTH              PIC 9(06) VALUE ZERO.
       01  WS-CHARGE-MONTH-PARTS REDEFINES WS-CHARGE-MONTH.
           05 WS-CHARGE-YEAR            PIC 9(04).
           05 WS-CHARGE-MM              PIC 9(02).
       01  WS-MONTH-DAYS                PIC 9(02) VALUE ZERO.
       01  WS-DAY-NUMBER                PIC 9(02) VALUE ZERO.
       01  WS-RUN-DATE                  PIC 9(08) VALUE ZERO.
       01  WS-LEAP-QUOT                 PIC 9(04) VALUE ZERO.
       01  WS-LEAP-REM-4                PIC 9(04) VALUE ZERO.
       01  WS-LEAP-REM-100              PIC 9(04) VALUE ZERO.
       01  WS-LEAP-REM-400              PIC 9(04) VALUE ZERO.
       01  WS-MONTH-LENGTHS             PIC X(24)
                                VALUE "312831303130313130313031".
       01  WS-MONTH-LENGTH-TABLE REDEFINES WS-MONTH-LENGTHS.
           05 WS-MONTH-LENGTH           PIC 9(02) OCCURS 12 TIMES.
       01  WS-MONTH-SWITCH              PIC X VALUE 'Y'.
           88 MONTH-VALID               VALUE 'Y'.
           88 MONTH-NOT-VALID           VALUE 'N'.

      *    Service-date test, as TrnCrew makes it
       01  WS-SERVICE-DATE              PIC 9(8) VALUE ZERO.
       01  WS-RANGE-FROM                PIC 9(8) VALUE ZERO.
       01  WS-RANGE-TO                  PIC 9(8) VALUE ZERO.
       01  WS-DATE-SWITCH               PIC X VALUE 'N'.
           88 TRAIN-RUNS-THAT-DATE      VALUE 'Y'.
           88 TRAIN-NOT-THAT-DATE       VALUE 'N'.
       01  WS-ZEL-DATE                  PIC 9(08).
       01  WS-ZEL-YEAR                  PIC 9(04).
       01  WS-ZEL-MONTH                 PIC 9(02).
       01  WS-ZEL-DAY                   PIC 9(02).
       01  WS-ZEL-WORK                  PIC S9(9).
       01  WS-ZEL-QUOT                  PIC S9(9).
       01  WS-DAY-OF-WEEK               PIC 9(01).

      *    The archive index held in memory
       01  WS-IDX-TABLE-MAX             PIC 9(3) VALUE 400.
       01  WS-IDX-USED                  PIC 9(3) VALUE ZERO.
       01  WS-IDX-TABLE.
           05 WS-IDX-ENTRY OCCURS 400 TIMES
                           INDEXED BY WS-IDX-IDX.
               10 WS-IDX-DATE           PIC 9(08).
               10 WS-IDX-NAME           PIC X(40).
       01  WS-IDX-DROPPED-COUNT         PIC 9(3) VALUE ZERO.
       01  WS-ARCHIVE-NAME              PIC X(40) VALUE SPACES.
       01  WS-ARCHIVE-DATE              PIC 9(08) VALUE ZERO.

      *    The month's cancellations from the history
       01  WS-CXL-TABLE-MAX             PIC 9(4) VALUE 2000.
       01  WS-CXL-USED                  PIC 9(4) VALUE ZERO.
       01  WS-CXL-TABLE.
           05 WS-CXL-ENTRY OCCURS 2000 TIMES
                           INDEXED BY WS-CXL-IDX.
               10 WS-CXL-DATE           PIC 9(08).
               10 WS-CXL-NUMBER         PIC 9(05).
       01  WS-CXL-DROPPED-COUNT         PIC 9(4) VALUE ZERO.
       01  WS-CANCEL-SWITCH             PIC X VALUE 'N'.
           88 RUN-CANCELLED             VALUE 'Y'.
           88 RUN-NOT-CANCELLED         VALUE 'N'.

      *    The distance reference held in memory
       01  WS-DST-TABLE-MAX             PIC 9(3) VALUE 500.
       01  WS-DST-USED                  PIC 9(3) VALUE ZERO.
       01  WS-DST-TABLE.
           05 WS-DST-ENTRY OCCURS 500 TIMES
                           INDEXED BY WS-DST-IDX.
               10 WS-DST-STATION-A      PIC X(15).
               10 WS-DST-STATION-B      PIC X(15).
               10 WS-DST-KM             PIC 9(04).
       01  WS-DST-DROPPED-COUNT         PIC 9(3) VALUE ZERO.
       01  WS-DISTANCE-SWITCH           PIC X VALUE 'N'.
           88 DISTANCE-FOUND            VALUE 'Y'.
           88 DISTANCE-NOT-FOUND        VALUE 'N'.
       01  WS-SECTION-SWITCH            PIC X VALUE 'N'.
           88 SECTION-FOUND             VALUE 'Y'.
           88 SECTION-NOT-FOUND         VALUE 'N'.
       01  WS-LEG-FROM                  PIC X(15) VALUE SPACES.
       01  WS-LEG-TO                    PIC X(15) VALUE SPACES.
       01  WS-LEG-KM                    PIC 9(04) VALUE ZERO.
       01  WS-HALT-INDEX                PIC 9(2) VALUE ZERO.

      *    The tariff held in memory, one entry per train type
       01  WS-TRF-TABLE-MAX             PIC 9(2) VALUE 10.
       01  WS-TRF-USED                  PIC 9(2) VALUE ZERO.
       01  WS-TRF-TABLE.
           05 WS-TRF-ENTRY OCCURS 10 TIMES
                           INDEXED BY WS-TRF-IDX.
               10 WS-TRF-TYPE-CODE      PIC X(01).
               10 WS-TRF-RATE-PER-KM    PIC 9(03)V99.
               10 WS-TRF-STOP-SURCHARGE PIC 9(03)V99.
       01  WS-TRF-DROPPED-COUNT         PIC 9(2) VALUE ZERO.
       01  WS-TARIFF-SWITCH             PIC X VALUE 'N'.
           88 TARIFF-FOUND              VALUE 'Y'.
           88 TARIFF-NOT-FOUND          VALUE 'N'.
       01  WS-RATE-PER-KM               PIC 9(03)V99 VALUE ZERO.
       01  WS-STOP-SURCHARGE            PIC 9(03)V99 VALUE ZERO.

      *    The run being measured and priced
       01  WS-RUN-KM                    PIC 9(05) VALUE ZERO.
       01  WS-RUN-STOPS                 PIC 9(02) VALUE ZERO.
       01  WS-RUN-KM-CHARGE             PIC 9(08)V99 VALUE ZERO.
       01  WS-RUN-STOP-CHARGE           PIC 9(06)V99 VALUE ZERO.
       01  WS-RUN-TOTAL-CHARGE          PIC 9(09)V99 VALUE ZERO.
       01  WS-PRICE-FLAG                PIC X VALUE SPACE.
           88 RUN-PRICED                VALUE SPACE.
           88 RUN-NO-DISTANCE           VALUE 'D'.
           88 RUN-NO-TARIFF             VALUE 'T'.

      *    One control line per date of the month
       01  WS-DAY-TABLE.
           05 WS-DAY-ENTRY OCCURS 31 TIMES
                           INDEXED BY WS-DAY-IDX.
               10 WS-DAY-DATE           PIC 9(08).
               10 WS-DAY-ARCHIVE        PIC X(40).
      *        'A' own archive, 'F' earlier archive in force,
      *        'N' no archive in force, 'M' archive missing
               10 WS-DAY-SOURCE         PIC X(01).
               10 WS-DAY-READ           PIC 9(05).
               10 WS-DAY-RAN            PIC 9(05).
               10 WS-DAY-CANCELLED      PIC 9(04).
               10 WS-DAY-IDLE           PIC 9(05).
       01  WS-SOURCE-TEXT               PIC X(16) VALUE SPACES.

      *    One totals line per depot for the control report
       01  WS-DPT-TABLE-MAX             PIC 9(3) VALUE 100.
       01  WS-DPT-USED                  PIC 9(3) VALUE ZERO.
       01  WS-DPT-TABLE.
           05 WS-DPT-ENTRY OCCURS 100 TIMES
                           INDEXED BY WS-DPT-IDX.
               10 WS-DPT-CODE           PIC X(05).
               10 WS-DPT-RUNS           PIC 9(07).
               10 WS-DPT-KM             PIC 9(09).
               10 WS-DPT-CHARGE         PIC 9(10)V99.
       01  WS-DPT-DROPPED-COUNT         PIC 9(3) VALUE ZERO.

      *    The depot statement being written
       01  WS-STATEMENT-NAME            PIC X(40) VALUE SPACES.
       01  WS-CONTROL-NAME              PIC X(40) VALUE SPACES.
       01  WS-CURRENT-DEPOT             PIC X(05) VALUE SPACES.
       01  WS-STATEMENT-SWITCH          PIC X VALUE 'N'.
           88 STATEMENT-OPEN            VALUE 'Y'.
           88 STATEMENT-NOT-OPEN        VALUE 'N'.
       01  WS-STMT-RUNS                 PIC 9(07) VALUE ZERO.
       01  WS-STMT-KM                   PIC 9(09) VALUE ZERO.
       01  WS-STMT-STOPS                PIC 9(07) VALUE ZERO.
       01  WS-STMT-UNPRICED             PIC 9(05) VALUE ZERO.
       01  WS-STMT-KM-CHARGE            PIC 9(10)V99 VALUE ZERO.
       01  WS-STMT-STOP-CHARGE          PIC 9(10)V99 VALUE ZERO.
       01  WS-STMT-TOTAL-CHARGE         PIC 9(10)V99 VALUE ZERO.
       01  WS-STATEMENT-COUNT           PIC 9(3) VALUE ZERO.

      *    Control totals: counted from the archives against
      *    written to the statements
       01  WS-ARCH-RUNS                 PIC 9(07) VALUE ZERO.
       01  WS-ARCH-KM                   PIC 9(09) VALUE ZERO.
       01  WS-ARCH-CHARGE               PIC 9(10)V99 VALUE ZERO.
       01  WS-ARCH-CANCELLED            PIC 9(05) VALUE ZERO.
       01  WS-ARCH-UNPRICED             PIC 9(05) VALUE ZERO.
       01  WS-LISTED-RUNS               PIC 9(07) VALUE ZERO.
       01  WS-LISTED-KM                 PIC 9(09) VALUE ZERO.
       01  WS-LISTED-CHARGE             PIC 9(10)V99 VALUE ZERO.
       01  WS-GAP-DAYS                  PIC 9(02) VALUE ZERO.
       01  WS-FALLBACK-DAYS             PIC 9(02) VALUE ZERO.

      *    Edited fields for the report lines
       01  WS-ED-KM                     PIC Z(5)9.
       01  WS-ED-STOPS                  PIC Z(4)9.
       01  WS-ED-KM-CHARGE              PIC Z(7)9.99.
       01  WS-ED-STOP-CHARGE            PIC Z(7)9.99.
       01  WS-ED-TOTAL-CHARGE           PIC Z(8)9.99.
       01  WS-ED-RATE                   PIC ZZ9.99.
       01  WS-ED-SURCHARGE              PIC ZZ9.99.
       01  WS-ED-BIG-KM                 PIC Z(8)9.
       01  WS-ED-BIG-CHARGE             PIC Z(9)9.99.
       01  WS-ED-BIG-CHARGE-2           PIC Z(9)9.99.
       01  WS-ED-BIG-CHARGE-3           PIC Z(9)9.99.
       01  WS-PRICE-NOTE                PIC X(26) VALUE SPACES.

       PROCEDURE DIVISION.

      *    Parse the optional MONTH:ccyymm argument, defaulting to
      *    the calendar month before today
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           UNSTRING WS-COMMAND-LINE DELIMITED BY SPACE
               INTO WS-ARGUMENT-1
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           IF WS-ARGUMENT-1 (1:6) = "MONTH:"
               IF WS-ARGUMENT-1 (7:6) IS NUMERIC
                   MOVE WS-ARGUMENT-1 (7:6) TO WS-CHARGE-MONTH
               ELSE
                   SET MONTH-NOT-VALID TO TRUE
               END-IF
           ELSE
               DIVIDE WS-TODAY-DATE BY 100 GIVING WS-CHARGE-MONTH
               IF WS-CHARGE-MM = 01
                   SUBTRACT 1 FROM WS-CHARGE-YEAR
                   MOVE 12 TO WS-CHARGE-MM
               ELSE
                   SUBTRACT 1 FROM WS-CHARGE-MM
               END-IF
           END-IF
           IF WS-CHARGE-MM < 01 OR WS-CHARGE-MM > 12
               SET MONTH-NOT-VALID TO TRUE
           END-IF
           IF MONTH-NOT-VALID
               DISPLAY "TrnChrg: ERROR - month must be MONTH:ccyymm, "
                       "e.g. MONTH:202609"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM COMPUTE-MONTH-DAYS

      *    Start of main processing
           PERFORM LOAD-TARIFF
           PERFORM LOAD-ARCHIVE-INDEX
           IF WS-TRF-USED = 0 OR WS-IDX-USED = 0
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-DISTANCE-REFERENCE
           PERFORM LOAD-CANCEL-HISTORY

      *    Walk the month's archives date by date, then write the
      *    depot statements from the runs in depot order
           SORT SORT-FILE
               ON ASCENDING KEY SORT-DEPOT-CODE SORT-RUN-DATE
                                SORT-TRAIN-NUMBER
               INPUT PROCEDURE IS WALK-MONTH-ARCHIVES
               OUTPUT PROCEDURE IS WRITE-DEPOT-STATEMENTS

           PERFORM WRITE-CONTROL-REPORT

           DISPLAY "TrnChrg: " WS-ARCH-RUNS " run(s) charged for "
                   WS-CHARGE-MONTH " on " WS-STATEMENT-COUNT
                   " depot statement(s), see " WS-CONTROL-NAME
           IF WS-GAP-DAYS > 0
               DISPLAY "TrnChrg: WARNING - " WS-GAP-DAYS " date(s) "
                       "with no archive to charge from"
           END-IF
           IF WS-ARCH-UNPRICED > 0
               DISPLAY "TrnChrg: WARNING - " WS-ARCH-UNPRICED
                       " run(s) listed but not charged, no distance "
                       "or no tariff"
           END-IF
           IF WS-DPT-DROPPED-COUNT > 0
               DISPLAY "TrnChrg: WARNING - depot table capacity "
                       WS-DPT-TABLE-MAX " exceeded, "
                       WS-DPT-DROPPED-COUNT " depot(s) left off "
                       "the control report"
           END-IF
           IF WS-ARCH-RUNS NOT = WS-LISTED-RUNS OR
              WS-ARCH-KM NOT = WS-LISTED-KM OR
              WS-ARCH-CHARGE NOT = WS-LISTED-CHARGE
               DISPLAY "TrnChrg: ERROR - control totals do not agree "
                       "with the archives, see " WS-CONTROL-NAME
               MOVE 8 TO RETURN-CODE
           END-IF.

      *    End the program
           STOP RUN.

      ******************************************************************
      * COMPUTE-MONTH-DAYS                                             *
      *   Sets WS-MONTH-DAYS for the month being charged, giving       *
      *   February 29 days in a leap year.                             *
      ******************************************************************
       COMPUTE-MONTH-DAYS.
           MOVE WS-MONTH-LENGTH (WS-CHARGE-MM) TO WS-MONTH-DAYS
           IF WS-CHARGE-MM = 02
               DIVIDE WS-CHARGE-YEAR BY 4
                   GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM-4
               DIVIDE WS-CHARGE-YEAR BY 100
                   GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM-100
               DIVIDE WS-CHARGE-YEAR BY 400
                   GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM-400
               IF WS-LEAP-REM-400 = 0 OR
                  (WS-LEAP-REM-4 = 0 AND WS-LEAP-REM-100 NOT = 0)
                   MOVE 29 TO WS-MONTH-DAYS
               END-IF
           END-IF.

      ******************************************************************
      * LOAD-TARIFF                                                    *
      *   Reads the track-access tariff into the lookup table. Without *
      *   a tariff nothing can be charged and the run stops.           *
      ******************************************************************
       LOAD-TARIFF.
           OPEN INPUT TARIFF-FILE
           IF WS-TARIFF-STATUS = "00" OR WS-TARIFF-STATUS = "05"
               SET TARIFF-FILE-OPENED TO TRUE
           END-IF
           IF WS-TARIFF-STATUS = "00"
               PERFORM UNTIL TARIFF-EOF
                   READ TARIFF-FILE
                       AT END
                           MOVE 'Y' TO WS-TARIFF-EOF
                       NOT AT END
                           IF TARIFF-RATE-PER-KM IS NUMERIC AND
                              TARIFF-STOP-SURCHARGE IS NUMERIC
                               PERFORM ADD-TARIFF-ENTRY
                           ELSE
                               DISPLAY "TrnChrg: WARNING - tariff "
                                       "entry not numeric, ignored: "
                                       ACCESS-TARIFF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           IF TARIFF-FILE-OPENED
               CLOSE TARIFF-FILE
           END-IF
           IF WS-TRF-DROPPED-COUNT > 0
               DISPLAY "TrnChrg: WARNING - tariff table capacity "
                       WS-TRF-TABLE-MAX " exceeded, "
                       WS-TRF-DROPPED-COUNT " entry(ies) not loaded"
           END-IF
           IF WS-TRF-USED = 0
               DISPLAY "TrnChrg: ERROR - no track-access tariff in "
                       "access-tariff.dat, nothing charged"
           END-IF.

      ******************************************************************
      * ADD-TARIFF-ENTRY                                               *
      *   Adds the tariff entry just read to the lookup table.         *
      ******************************************************************
       ADD-TARIFF-ENTRY.
           IF WS-TRF-USED < WS-TRF-TABLE-MAX
               ADD 1 TO WS-TRF-USED
               SET WS-TRF-IDX TO WS-TRF-USED
               MOVE TARIFF-TYPE-CODE TO WS-TRF-TYPE-CODE (WS-TRF-IDX)
               MOVE TARIFF-RATE-PER-KM
                   TO WS-TRF-RATE-PER-KM (WS-TRF-IDX)
               MOVE TARIFF-STOP-SURCHARGE
                   TO WS-TRF-STOP-SURCHARGE (WS-TRF-IDX)
           ELSE
               ADD 1 TO WS-TRF-DROPPED-COUNT
           END-IF.

      ******************************************************************
      * LOAD-ARCHIVE-INDEX                                             *
      *   Reads the archive index into memory. Without one there are   *
      *   no archives to charge from and the run stops.                *
      ******************************************************************
       LOAD-ARCHIVE-INDEX.
           OPEN INPUT INDEX-FILE
           IF WS-INDEX-STATUS = "00" OR WS-INDEX-STATUS = "05"
               SET INDEX-FILE-OPENED TO TRUE
           END-IF
           IF WS-INDEX-STATUS = "00"
               PERFORM UNTIL INDEX-EOF
                   READ INDEX-FILE
                       AT END
                           MOVE 'Y' TO WS-INDEX-EOF
                       NOT AT END
                           IF INDEX-RECORD (1:8) IS NUMERIC
                               IF WS-IDX-USED < WS-IDX-TABLE-MAX
                                   ADD 1 TO WS-IDX-USED
                                   SET WS-IDX-IDX TO WS-IDX-USED
                                   MOVE INDEX-RECORD (1:8)
                                       TO WS-IDX-DATE (WS-IDX-IDX)
                                   MOVE INDEX-RECORD (10:40)
                                       TO WS-IDX-NAME (WS-IDX-IDX)
                               ELSE
                                   ADD 1 TO WS-IDX-DROPPED-COUNT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           IF INDEX-FILE-OPENED
               CLOSE INDEX-FILE
           END-IF
           IF WS-IDX-DROPPED-COUNT > 0
               DISPLAY "TrnChrg: WARNING - index table capacity "
                       WS-IDX-TABLE-MAX " exceeded, "
                       WS-IDX-DROPPED-COUNT " archive(s) not loaded"
           END-IF
           IF WS-IDX-USED = 0
               DISPLAY "TrnChrg: ERROR - no archives recorded in "
                       "archive-index.dat, nothing charged"
           END-IF.

      ******************************************************************
      * LOAD-DISTANCE-REFERENCE                                        *
      *   Reads the inter-station distance reference into the lookup   *
      *   table. Without one every run is listed as not charged.       *
      ******************************************************************
       LOAD-DISTANCE-REFERENCE.
           OPEN INPUT DISTANCE-FILE
           IF WS-DISTANCE-STATUS = "00" OR WS-DISTANCE-STATUS = "05"
               SET DISTANCE-FILE-OPENED TO TRUE
           END-IF
           IF WS-DISTANCE-STATUS = "00"
               PERFORM UNTIL DISTANCE-EOF
                   READ DISTANCE-FILE
                       AT END
                           MOVE 'Y' TO WS-DISTANCE-EOF
                       NOT AT END
                           IF WS-DST-USED < WS-DST-TABLE-MAX
                               ADD 1 TO WS-DST-USED
                               SET WS-DST-IDX TO WS-DST-USED
                               MOVE DIST-STATION-A
                                   TO WS-DST-STATION-A (WS-DST-IDX)
                               MOVE DIST-STATION-B
                                   TO WS-DST-STATION-B (WS-DST-IDX)
                               MOVE DIST-KM
                                   TO WS-DST-KM (WS-DST-IDX)
                           ELSE
                               ADD 1 TO WS-DST-DROPPED-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-DST-DROPPED-COUNT > 0
                   DISPLAY "TrnChrg: WARNING - distance table "
                           "capacity " WS-DST-TABLE-MAX " exceeded, "
                           WS-DST-DROPPED-COUNT " entry(ies) "
                           "not loaded"
               END-IF
           ELSE
               DISPLAY "TrnChrg: WARNING - no distance reference, "
                       "no run can be charged"
           END-IF
           IF DISTANCE-FILE-OPENED
               CLOSE DISTANCE-FILE
           END-IF.

      ******************************************************************
      * LOAD-CANCEL-HISTORY                                            *
      *   Loads the cancellations for service dates inside the month   *
      *   from the history TrnArch keeps.                              *
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
                           IF HISTORY-RECORD (1:6) = WS-CHARGE-MONTH
                              AND HISTORY-RECORD (1:8) IS NUMERIC
                              AND HISTORY-RECORD (10:5) IS NUMERIC
                               PERFORM ADD-CANCELLATION-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           IF HISTORY-FILE-OPENED
               CLOSE HISTORY-FILE
           END-IF
           IF WS-CXL-DROPPED-COUNT > 0
               DISPLAY "TrnChrg: WARNING - cancellation table "
                       "capacity " WS-CXL-TABLE-MAX " exceeded, "
                       WS-CXL-DROPPED-COUNT " cancellation(s) "
                       "not taken off"
           END-IF.

      ******************************************************************
      * ADD-CANCELLATION-ENTRY                                         *
      *   Adds the history line just read to the cancellation table.   *
      ******************************************************************
       ADD-CANCELLATION-ENTRY.
           IF WS-CXL-USED < WS-CXL-TABLE-MAX
               ADD 1 TO WS-CXL-USED
               SET WS-CXL-IDX TO WS-CXL-USED
               MOVE HISTORY-RECORD (1:8) TO WS-CXL-DATE (WS-CXL-IDX)
               MOVE HISTORY-RECORD (10:5) TO WS-CXL-NUMBER (WS-CXL-IDX)
           ELSE
               ADD 1 TO WS-CXL-DROPPED-COUNT
           END-IF.

      ******************************************************************
      * WALK-MONTH-ARCHIVES                                            *
      *   Sort input procedure: charges every date of the month from   *
      *   the archive in force on it.                                  *
      ******************************************************************
       WALK-MONTH-ARCHIVES.
           PERFORM WALK-ONE-DAY
               VARYING WS-DAY-NUMBER FROM 1 BY 1
               UNTIL WS-DAY-NUMBER > WS-MONTH-DAYS.

      ******************************************************************
      * WALK-ONE-DAY                                                   *
      *   Finds the archive in force on one date and releases a run    *
      *   for every train in it that ran that date and was not         *
      *   cancelled for it.                                            *
      ******************************************************************
       WALK-ONE-DAY.
           COMPUTE WS-RUN-DATE = WS-CHARGE-MONTH * 100 + WS-DAY-NUMBER
           SET WS-DAY-IDX TO WS-DAY-NUMBER
           MOVE WS-RUN-DATE TO WS-DAY-DATE (WS-DAY-IDX)
           MOVE SPACES TO WS-DAY-ARCHIVE (WS-DAY-IDX)
           MOVE ZERO TO WS-DAY-READ (WS-DAY-IDX)
           MOVE ZERO TO WS-DAY-RAN (WS-DAY-IDX)
           MOVE ZERO TO WS-DAY-CANCELLED (WS-DAY-IDX)
           MOVE ZERO TO WS-DAY-IDLE (WS-DAY-IDX)
           MOVE WS-RUN-DATE TO WS-ZEL-DATE
           PERFORM COMPUTE-DAY-OF-WEEK

           PERFORM FIND-ARCHIVE-IN-FORCE
           EVALUATE TRUE
               WHEN WS-ARCHIVE-DATE = ZERO
                   MOVE 'N' TO WS-DAY-SOURCE (WS-DAY-IDX)
               WHEN WS-ARCHIVE-DATE = WS-RUN-DATE
                   MOVE 'A' TO WS-DAY-SOURCE (WS-DAY-IDX)
               WHEN OTHER
                   MOVE 'F' TO WS-DAY-SOURCE (WS-DAY-IDX)
           END-EVALUATE
           MOVE WS-ARCHIVE-NAME TO WS-DAY-ARCHIVE (WS-DAY-IDX)

           IF WS-ARCHIVE-DATE NOT = ZERO
               SET TRAIN-NOT-EOF TO TRUE
               SET TRAIN-FILE-NOT-OPENED TO TRUE
               OPEN INPUT TRAIN-FILE
               IF WS-TRAIN-STATUS = "00" OR WS-TRAIN-STATUS = "05"
                   SET TRAIN-FILE-OPENED TO TRUE
               END-IF
               IF WS-TRAIN-STATUS = "00"
                   PERFORM UNTIL TRAIN-EOF
                       READ TRAIN-FILE
                           AT END
                               MOVE 'Y' TO WS-TRAIN-EOF
                           NOT AT END
                               ADD 1 TO WS-DAY-READ (WS-DAY-IDX)
                               PERFORM CHARGE-ONE-RECORD
                       END-READ
                   END-PERFORM
               ELSE
                   MOVE 'M' TO WS-DAY-SOURCE (WS-DAY-IDX)
               END-IF
               IF TRAIN-FILE-OPENED
                   CLOSE TRAIN-FILE
               END-IF
           END-IF

           EVALUATE WS-DAY-SOURCE (WS-DAY-IDX)
               WHEN 'N'
               WHEN 'M'
                   ADD 1 TO WS-GAP-DAYS
               WHEN 'F'
                   ADD 1 TO WS-FALLBACK-DAYS
           END-EVALUATE.

      ******************************************************************
      * FIND-ARCHIVE-IN-FORCE                                          *
      *   Picks the latest archive dated on or before WS-RUN-DATE and  *
      *   leaves its date and name, or a zero date when none is.       *
      ******************************************************************
       FIND-ARCHIVE-IN-FORCE.
           MOVE ZERO TO WS-ARCHIVE-DATE
           MOVE SPACES TO WS-ARCHIVE-NAME
           PERFORM VARYING WS-IDX-IDX FROM 1 BY 1 UNTIL
                           WS-IDX-IDX > WS-IDX-USED
               IF WS-IDX-DATE (WS-IDX-IDX) NOT > WS-RUN-DATE AND
                  WS-IDX-DATE (WS-IDX-IDX) > WS-ARCHIVE-DATE
                   MOVE WS-IDX-DATE (WS-IDX-IDX) TO WS-ARCHIVE-DATE
                   MOVE WS-IDX-NAME (WS-IDX-IDX) TO WS-ARCHIVE-NAME
               END-IF
           END-PERFORM.

      ******************************************************************
      * CHARGE-ONE-RECORD                                              *
      *   Counts the archived record just read against the date: not   *
      *   running, cancelled, or a run measured, priced and released.  *
      ******************************************************************
       CHARGE-ONE-RECORD.
           MOVE WS-RUN-DATE TO WS-SERVICE-DATE
           PERFORM CHECK-SERVICE-DATE
           IF TRAIN-NOT-THAT-DATE
               ADD 1 TO WS-DAY-IDLE (WS-DAY-IDX)
           ELSE
               PERFORM FIND-CANCELLATION
               IF RUN-CANCELLED
                   ADD 1 TO WS-DAY-CANCELLED (WS-DAY-IDX)
                   ADD 1 TO WS-ARCH-CANCELLED
               ELSE
                   PERFORM PRICE-ONE-RUN
                   ADD 1 TO WS-DAY-RAN (WS-DAY-IDX)
                   ADD 1 TO WS-ARCH-RUNS
                   ADD WS-RUN-KM TO WS-ARCH-KM
                   ADD WS-RUN-TOTAL-CHARGE TO WS-ARCH-CHARGE
                   IF NOT RUN-PRICED
                       ADD 1 TO WS-ARCH-UNPRICED
                   END-IF
                   MOVE TRAIN-DEPOT-CODE TO SORT-DEPOT-CODE
                   MOVE WS-RUN-DATE TO SORT-RUN-DATE
                   MOVE TRAIN-NUMBER TO SORT-TRAIN-NUMBER
                   MOVE TRAIN-TYPE-CODE TO SORT-TYPE-CODE
                   MOVE STATION-DEPART TO SORT-DEPART
                   MOVE STATION-ARRIVEE TO SORT-ARRIVEE
                   MOVE WS-RUN-KM TO SORT-RUN-KM
                   MOVE WS-RUN-STOPS TO SORT-STOP-COUNT
                   MOVE WS-RUN-KM-CHARGE TO SORT-KM-CHARGE
                   MOVE WS-RUN-STOP-CHARGE TO SORT-STOP-CHARGE
                   MOVE WS-PRICE-FLAG TO SORT-PRICE-FLAG
                   RELEASE SORT-RUN-RECORD
               END-IF
           END-IF.

      ******************************************************************
      * FIND-CANCELLATION                                              *
      *   Sets RUN-CANCELLED when the history holds a cancellation of  *
      *   the current train for WS-RUN-DATE.                           *
      ******************************************************************
       FIND-CANCELLATION.
           SET RUN-NOT-CANCELLED TO TRUE
           PERFORM VARYING WS-CXL-IDX FROM 1 BY 1 UNTIL
                           WS-CXL-IDX > WS-CXL-USED
               IF WS-CXL-DATE (WS-CXL-IDX) = WS-RUN-DATE AND
                  WS-CXL-NUMBER (WS-CXL-IDX) = TRAIN-NUMBER
                   SET RUN-CANCELLED TO TRUE
                   SET WS-CXL-IDX TO WS-CXL-USED
               END-IF
           END-PERFORM.

      ******************************************************************
      * PRICE-ONE-RUN                                                  *
      *   Measures the current train's run and prices it from the      *
      *   tariff for its type: kilometres times the rate per km, plus  *
      *   the stop surcharge for every intermediate stop called at.    *
      ******************************************************************
       PRICE-ONE-RUN.
           SET RUN-PRICED TO TRUE
           MOVE ZERO TO WS-RUN-KM-CHARGE
           MOVE ZERO TO WS-RUN-STOP-CHARGE
           PERFORM MEASURE-RUN-DISTANCE
           PERFORM FIND-TARIFF
           EVALUATE TRUE
               WHEN DISTANCE-NOT-FOUND
                   SET RUN-NO-DISTANCE TO TRUE
               WHEN TARIFF-NOT-FOUND
                   SET RUN-NO-TARIFF TO TRUE
               WHEN OTHER
                   COMPUTE WS-RUN-KM-CHARGE ROUNDED =
                           WS-RUN-KM * WS-RATE-PER-KM
                   COMPUTE WS-RUN-STOP-CHARGE ROUNDED =
                           WS-RUN-STOPS * WS-STOP-SURCHARGE
           END-EVALUATE
           COMPUTE WS-RUN-TOTAL-CHARGE =
                   WS-RUN-KM-CHARGE + WS-RUN-STOP-CHARGE.

      ******************************************************************
      * MEASURE-RUN-DISTANCE                                           *
      *   Sums the sections between the current train's consecutive    *
      *   calls - origin, every called halt, terminus - into           *
      *   WS-RUN-KM and counts the halts called at into WS-RUN-STOPS.  *
      *   When a section is not on the reference the direct            *
      *   origin/terminus pair is used instead; failing that the run   *
      *   is left DISTANCE-NOT-FOUND.                                  *
      ******************************************************************
       MEASURE-RUN-DISTANCE.
           SET DISTANCE-FOUND TO TRUE
           MOVE ZERO TO WS-RUN-KM
           MOVE ZERO TO WS-RUN-STOPS
           MOVE STATION-DEPART TO WS-LEG-FROM
           PERFORM VARYING WS-HALT-INDEX FROM 1 BY 1
                   UNTIL WS-HALT-INDEX > TRAIN-HALT-COUNT
               IF TRAIN-HALT-FLAG (WS-HALT-INDEX) = 'H'
                   ADD 1 TO WS-RUN-STOPS
                   MOVE TRAIN-HALT-STATION (WS-HALT-INDEX)
                       TO WS-LEG-TO
                   PERFORM ADD-SECTION-DISTANCE
                   MOVE WS-LEG-TO TO WS-LEG-FROM
               END-IF
           END-PERFORM
           MOVE STATION-ARRIVEE TO WS-LEG-TO
           PERFORM ADD-SECTION-DISTANCE

           IF DISTANCE-NOT-FOUND
               MOVE ZERO TO WS-RUN-KM
               MOVE STATION-DEPART TO WS-LEG-FROM
               MOVE STATION-ARRIVEE TO WS-LEG-TO
               PERFORM FIND-SECTION-DISTANCE
               IF SECTION-FOUND
                   SET DISTANCE-FOUND TO TRUE
                   MOVE WS-LEG-KM TO WS-RUN-KM
               END-IF
           END-IF.

      ******************************************************************
      * ADD-SECTION-DISTANCE                                           *
      *   Adds the WS-LEG-FROM/WS-LEG-TO section to the run's          *
      *   kilometres, or marks the run DISTANCE-NOT-FOUND.             *
      ******************************************************************
       ADD-SECTION-DISTANCE.
           PERFORM FIND-SECTION-DISTANCE
           IF SECTION-FOUND
               ADD WS-LEG-KM TO WS-RUN-KM
           ELSE
               SET DISTANCE-NOT-FOUND TO TRUE
           END-IF.

      ******************************************************************
      * FIND-SECTION-DISTANCE                                          *
      *   Looks up the WS-LEG-FROM/WS-LEG-TO pair in the distance      *
      *   table, matching either direction, and leaves the kilometres  *
      *   in WS-LEG-KM.                                                *
      ******************************************************************
       FIND-SECTION-DISTANCE.
           SET SECTION-NOT-FOUND TO TRUE
           MOVE ZERO TO WS-LEG-KM
           PERFORM VARYING WS-DST-IDX FROM 1 BY 1 UNTIL
                           WS-DST-IDX > WS-DST-USED
               IF (WS-DST-STATION-A (WS-DST-IDX) = WS-LEG-FROM
                   AND WS-DST-STATION-B (WS-DST-IDX) = WS-LEG-TO)
                  OR
                  (WS-DST-STATION-A (WS-DST-IDX) = WS-LEG-TO
                   AND WS-DST-STATION-B (WS-DST-IDX) = WS-LEG-FROM)
                   SET SECTION-FOUND TO TRUE
                   MOVE WS-DST-KM (WS-DST-IDX) TO WS-LEG-KM
                   SET WS-DST-IDX TO WS-DST-USED
               END-IF
           END-PERFORM.

      ******************************************************************
      * FIND-TARIFF                                                    *
      *   Looks up the current train's type in the tariff table and    *
      *   leaves its rate per km and stop surcharge.                   *
      ******************************************************************
       FIND-TARIFF.
           SET TARIFF-NOT-FOUND TO TRUE
           MOVE ZERO TO WS-RATE-PER-KM
           MOVE ZERO TO WS-STOP-SURCHARGE
           PERFORM VARYING WS-TRF-IDX FROM 1 BY 1 UNTIL
                           WS-TRF-IDX > WS-TRF-USED
               IF WS-TRF-TYPE-CODE (WS-TRF-IDX) = TRAIN-TYPE-CODE
                   SET TARIFF-FOUND TO TRUE
                   MOVE WS-TRF-RATE-PER-KM (WS-TRF-IDX)
                       TO WS-RATE-PER-KM
                   MOVE WS-TRF-STOP-SURCHARGE (WS-TRF-IDX)
                       TO WS-STOP-SURCHARGE
                   SET WS-TRF-IDX TO WS-TRF-USED
               END-IF
           END-PERFORM.

      ******************************************************************
      * WRITE-DEPOT-STATEMENTS                                         *
      *   Sort output procedure: writes one statement per depot,       *
      *   closing each on its totals when the depot code changes.      *
      ******************************************************************
       WRITE-DEPOT-STATEMENTS.
           SET SORT-NOT-EOF TO TRUE
           PERFORM UNTIL SORT-EOF
               RETURN SORT-FILE
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END
                       IF STATEMENT-OPEN AND
                          SORT-DEPOT-CODE NOT = WS-CURRENT-DEPOT
                           PERFORM CLOSE-DEPOT-STATEMENT
                       END-IF
                       IF STATEMENT-NOT-OPEN
                           PERFORM OPEN-DEPOT-STATEMENT
                       END-IF
                       PERFORM WRITE-RUN-LINE
               END-RETURN
           END-PERFORM
           IF STATEMENT-OPEN
               PERFORM CLOSE-DEPOT-STATEMENT
           END-IF.

      ******************************************************************
      * OPEN-DEPOT-STATEMENT                                           *
      *   Opens the statement for the depot of the run just returned   *
      *   and writes its heading, the tariff applied and the column    *
      *   headings.                                                    *
      ******************************************************************
       OPEN-DEPOT-STATEMENT.
           MOVE SORT-DEPOT-CODE TO WS-CURRENT-DEPOT
           MOVE ZERO TO WS-STMT-RUNS
           MOVE ZERO TO WS-STMT-KM
           MOVE ZERO TO WS-STMT-STOPS
           MOVE ZERO TO WS-STMT-UNPRICED
           MOVE ZERO TO WS-STMT-KM-CHARGE
           MOVE ZERO TO WS-STMT-STOP-CHARGE
           MOVE ZERO TO WS-STMT-TOTAL-CHARGE
           MOVE SPACES TO WS-STATEMENT-NAME
           STRING "charge-" DELIMITED BY SIZE
                  WS-CURRENT-DEPOT DELIMITED BY SPACE
                  "-" WS-CHARGE-MONTH ".dat" DELIMITED BY SIZE
                  INTO WS-STATEMENT-NAME
           OPEN OUTPUT STATEMENT-FILE
           SET STATEMENT-OPEN TO TRUE
           ADD 1 TO WS-STATEMENT-COUNT

           MOVE SPACES TO STATEMENT-RECORD
           STRING "=== Track-Access Charge Statement - Depot "
                  DELIMITED BY SIZE
                  WS-CURRENT-DEPOT " - Month " WS-CHARGE-MONTH
                  DELIMITED BY SIZE
                  " ===" DELIMITED BY SIZE
                  INTO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           PERFORM VARYING WS-TRF-IDX FROM 1 BY 1 UNTIL
                           WS-TRF-IDX > WS-TRF-USED
               MOVE WS-TRF-RATE-PER-KM (WS-TRF-IDX) TO WS-ED-RATE
               MOVE WS-TRF-STOP-SURCHARGE (WS-TRF-IDX)
                   TO WS-ED-SURCHARGE
               MOVE SPACES TO STATEMENT-RECORD
               STRING "Tariff type " WS-TRF-TYPE-CODE (WS-TRF-IDX)
                      DELIMITED BY SIZE
                      ": " WS-ED-RATE " per km, " DELIMITED BY SIZE
                      WS-ED-SURCHARGE " per stop" DELIMITED BY SIZE
                      INTO STATEMENT-RECORD
               WRITE STATEMENT-RECORD
           END-PERFORM
           MOVE SPACES TO STATEMENT-RECORD
           STRING "Date     Train T From               To       "
                  DELIMITED BY SIZE
                  "           Km Stops   Km charge Stop charge "
                  DELIMITED BY SIZE
                  "Total charge" DELIMITED BY SIZE
                  INTO STATEMENT-RECORD
           WRITE STATEMENT-RECORD.

      ******************************************************************
      * WRITE-RUN-LINE                                                 *
      *   Writes one run's detail line and adds it to the depot        *
      *   totals.                                                      *
      ******************************************************************
       WRITE-RUN-LINE.
           ADD 1 TO WS-STMT-RUNS
           ADD SORT-RUN-KM TO WS-STMT-KM
           ADD SORT-STOP-COUNT TO WS-STMT-STOPS
           ADD SORT-KM-CHARGE TO WS-STMT-KM-CHARGE
           ADD SORT-STOP-CHARGE TO WS-STMT-STOP-CHARGE
           COMPUTE WS-RUN-TOTAL-CHARGE =
                   SORT-KM-CHARGE + SORT-STOP-CHARGE
           ADD WS-RUN-TOTAL-CHARGE TO WS-STMT-TOTAL-CHARGE
           EVALUATE SORT-PRICE-FLAG
               WHEN 'D'
                   MOVE "NO DISTANCE - not charged" TO WS-PRICE-NOTE
                   ADD 1 TO WS-STMT-UNPRICED
               WHEN 'T'
                   MOVE "NO TARIFF - not charged" TO WS-PRICE-NOTE
                   ADD 1 TO WS-STMT-UNPRICED
               WHEN OTHER
                   MOVE SPACES TO WS-PRICE-NOTE
           END-EVALUATE
           MOVE SORT-RUN-KM TO WS-ED-KM
           MOVE SORT-STOP-COUNT TO WS-ED-STOPS
           MOVE SORT-KM-CHARGE TO WS-ED-KM-CHARGE
           MOVE SORT-STOP-CHARGE TO WS-ED-STOP-CHARGE
           MOVE WS-RUN-TOTAL-CHARGE TO WS-ED-TOTAL-CHARGE
           MOVE SPACES TO STATEMENT-RECORD
           STRING SORT-RUN-DATE " " SORT-TRAIN-NUMBER " "
                  SORT-TYPE-CODE " " SORT-DEPART " -> "
                  SORT-ARRIVEE " " WS-ED-KM " " WS-ED-STOPS " "
                  WS-ED-KM-CHARGE " " WS-ED-STOP-CHARGE " "
                  WS-ED-TOTAL-CHARGE " " WS-PRICE-NOTE
                  DELIMITED BY SIZE
                  INTO STATEMENT-RECORD
           WRITE STATEMENT-RECORD.

      ******************************************************************
      * CLOSE-DEPOT-STATEMENT                                          *
      *   Writes the depot totals, closes the statement and carries    *
      *   the totals to the control report.                            *
      ******************************************************************
       CLOSE-DEPOT-STATEMENT.
           MOVE WS-STMT-KM TO WS-ED-BIG-KM
           MOVE SPACES TO STATEMENT-RECORD
           STRING "Depot " WS-CURRENT-DEPOT " totals - Runs: "
                  DELIMITED BY SIZE
                  WS-STMT-RUNS " Km: " WS-ED-BIG-KM DELIMITED BY SIZE
                  " Stops: " WS-STMT-STOPS DELIMITED BY SIZE
                  " Not charged: " WS-STMT-UNPRICED
                  DELIMITED BY SIZE
                  INTO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           MOVE WS-STMT-KM-CHARGE TO WS-ED-BIG-CHARGE
           MOVE WS-STMT-STOP-CHARGE TO WS-ED-BIG-CHARGE-2
           MOVE WS-STMT-TOTAL-CHARGE TO WS-ED-BIG-CHARGE-3
           MOVE SPACES TO STATEMENT-RECORD
           STRING "Km charge: " WS-ED-BIG-CHARGE DELIMITED BY SIZE
                  " Stop charge: " WS-ED-BIG-CHARGE-2
                  DELIMITED BY SIZE
                  " Total charge: " WS-ED-BIG-CHARGE-3
                  DELIMITED BY SIZE
                  INTO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           CLOSE STATEMENT-FILE
           SET STATEMENT-NOT-OPEN TO TRUE

           ADD WS-STMT-RUNS TO WS-LISTED-RUNS
           ADD WS-STMT-KM TO WS-LISTED-KM
           ADD WS-STMT-TOTAL-CHARGE TO WS-LISTED-CHARGE
           IF WS-DPT-USED < WS-DPT-TABLE-MAX
               ADD 1 TO WS-DPT-USED
               SET WS-DPT-IDX TO WS-DPT-USED
               MOVE WS-CURRENT-DEPOT TO WS-DPT-CODE (WS-DPT-IDX)
               MOVE WS-STMT-RUNS TO WS-DPT-RUNS (WS-DPT-IDX)
               MOVE WS-STMT-KM TO WS-DPT-KM (WS-DPT-IDX)
               MOVE WS-STMT-TOTAL-CHARGE TO WS-DPT-CHARGE (WS-DPT-IDX)
           ELSE
               ADD 1 TO WS-DPT-DROPPED-COUNT
           END-IF.

      ******************************************************************
      * WRITE-CONTROL-REPORT                                           *
      *   Writes the month's control report: one line per date with    *
      *   the archive used and its counts, the depot totals, and the   *
      *   archive totals agreed with the statement totals.             *
      ******************************************************************
       WRITE-CONTROL-REPORT.
           MOVE SPACES TO WS-CONTROL-NAME
           STRING "charge-control-" WS-CHARGE-MONTH ".dat"
                  DELIMITED BY SIZE
                  INTO WS-CONTROL-NAME
           OPEN OUTPUT CONTROL-FILE
           MOVE SPACES TO CONTROL-RECORD
           STRING "=== Track-Access Charge Control - Month "
                  DELIMITED BY SIZE
                  WS-CHARGE-MONTH " ===" DELIMITED BY SIZE
                  INTO CONTROL-RECORD
           WRITE CONTROL-RECORD

           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1 UNTIL
                           WS-DAY-IDX > WS-MONTH-DAYS
               EVALUATE WS-DAY-SOURCE (WS-DAY-IDX)
                   WHEN 'A'
                       MOVE SPACES TO WS-SOURCE-TEXT
                   WHEN 'F'
                       MOVE "EARLIER ARCHIVE" TO WS-SOURCE-TEXT
                   WHEN 'M'
                       MOVE "ARCHIVE MISSING" TO WS-SOURCE-TEXT
                   WHEN OTHER
                       MOVE "NO ARCHIVE" TO WS-SOURCE-TEXT
               END-EVALUATE
               MOVE SPACES TO CONTROL-RECORD
               STRING WS-DAY-DATE (WS-DAY-IDX) " "
                      WS-DAY-ARCHIVE (WS-DAY-IDX) DELIMITED BY SIZE
                      " Read: " WS-DAY-READ (WS-DAY-IDX)
                      DELIMITED BY SIZE
                      " Ran: " WS-DAY-RAN (WS-DAY-IDX)
                      DELIMITED BY SIZE
                      " Cancelled: " WS-DAY-CANCELLED (WS-DAY-IDX)
                      DELIMITED BY SIZE
                      " Not running: " WS-DAY-IDLE (WS-DAY-IDX)
                      DELIMITED BY SIZE
                      " " WS-SOURCE-TEXT DELIMITED BY SIZE
                      INTO CONTROL-RECORD
               WRITE CONTROL-RECORD
           END-PERFORM

           PERFORM VARYING WS-DPT-IDX FROM 1 BY 1 UNTIL
                           WS-DPT-IDX > WS-DPT-USED
               MOVE WS-DPT-KM (WS-DPT-IDX) TO WS-ED-BIG-KM
               MOVE WS-DPT-CHARGE (WS-DPT-IDX) TO WS-ED-BIG-CHARGE
               MOVE SPACES TO CONTROL-RECORD
               STRING "Depot " WS-DPT-CODE (WS-DPT-IDX)
                      DELIMITED BY SIZE
                      " Runs: " WS-DPT-RUNS (WS-DPT-IDX)
                      DELIMITED BY SIZE
                      " Km: " WS-ED-BIG-KM DELIMITED BY SIZE
                      " Total charge: " WS-ED-BIG-CHARGE
                      DELIMITED BY SIZE
                      INTO CONTROL-RECORD
               WRITE CONTROL-RECORD
           END-PERFORM

           MOVE WS-ARCH-KM TO WS-ED-BIG-KM
           MOVE WS-ARCH-CHARGE TO WS-ED-BIG-CHARGE
           MOVE SPACES TO CONTROL-RECORD
           STRING "From archives   - Runs: " WS-ARCH-RUNS
                  DELIMITED BY SIZE
                  " Km: " WS-ED-BIG-KM DELIMITED BY SIZE
                  " Total charge: " WS-ED-BIG-CHARGE DELIMITED BY SIZE
                  " Cancelled: " WS-ARCH-CANCELLED DELIMITED BY SIZE
                  INTO CONTROL-RECORD
           WRITE CONTROL-RECORD
           MOVE WS-LISTED-KM TO WS-ED-BIG-KM
           MOVE WS-LISTED-CHARGE TO WS-ED-BIG-CHARGE
           MOVE SPACES TO CONTROL-RECORD
           STRING "On statements   - Runs: " WS-LISTED-RUNS
                  DELIMITED BY SIZE
                  " Km: " WS-ED-BIG-KM DELIMITED BY SIZE
                  " Total charge: " WS-ED-BIG-CHARGE DELIMITED BY SIZE
                  " Statements: " WS-STATEMENT-COUNT DELIMITED BY SIZE
                  INTO CONTROL-RECORD
           WRITE CONTROL-RECORD
           MOVE SPACES TO CONTROL-RECORD
           IF WS-ARCH-RUNS = WS-LISTED-RUNS AND
              WS-ARCH-KM = WS-LISTED-KM AND
              WS-ARCH-CHARGE = WS-LISTED-CHARGE
               MOVE "CONTROL TOTALS AGREE" TO CONTROL-RECORD
           ELSE
               MOVE "CONTROL TOTALS DO NOT AGREE" TO CONTROL-RECORD
           END-IF
           WRITE CONTROL-RECORD
           MOVE SPACES TO CONTROL-RECORD
           STRING "Dates without an archive: " WS-GAP-DAYS
                  DELIMITED BY SIZE
                  " Dates on an earlier archive: " WS-FALLBACK-DAYS
                  DELIMITED BY SIZE
                  " Runs not charged: " WS-ARCH-UNPRICED
                  DELIMITED BY SIZE
                  INTO CONTROL-RECORD
           WRITE CONTROL-RECORD
           CLOSE CONTROL-FILE.

      ******************************************************************
      * CHECK-SERVICE-DATE                                             *
      *   Sets TRAIN-RUNS-THAT-DATE when the service date falls inside *
      *   the train's effective range and its calendar flag for that   *
      *   weekday is 'Y'.                                              *
      ******************************************************************
       CHECK-SERVICE-DATE.
           SET TRAIN-NOT-THAT-DATE TO TRUE
           MOVE TRAIN-EFFECTIVE-FROM TO WS-RANGE-FROM
           MOVE TRAIN-EFFECTIVE-TO TO WS-RANGE-TO
           IF WS-RANGE-TO = ZERO
               MOVE 99999999 TO WS-RANGE-TO
           END-IF
           IF WS-SERVICE-DATE NOT < WS-RANGE-FROM AND
                   WS-SERVICE-DATE NOT > WS-RANGE-TO
               IF TRAIN-CALENDAR-DAYS (WS-DAY-OF-WEEK:1) = 'Y'
                   SET TRAIN-RUNS-THAT-DATE TO TRUE
               END-IF
           END-IF.

      ******************************************************************
      * COMPUTE-DAY-OF-WEEK                                            *
      *   Turns WS-ZEL-DATE (CCYYMMDD) into WS-DAY-OF-WEEK, 1=Monday   *
      *   through 7=Sunday, by Zeller's congruence.                    *
      ******************************************************************
       COMPUTE-DAY-OF-WEEK.
           DIVIDE WS-ZEL-DATE BY 10000
               GIVING WS-ZEL-YEAR REMAINDER WS-ZEL-WORK
           DIVIDE WS-ZEL-WORK BY 100
               GIVING WS-ZEL-MONTH REMAINDER WS-ZEL-DAY
           IF WS-ZEL-MONTH < 3
               ADD 12 TO WS-ZEL-MONTH
               SUBTRACT 1 FROM WS-ZEL-YEAR
           END-IF
           COMPUTE WS-ZEL-WORK = WS-ZEL-DAY +
                   (13 * (WS-ZEL-MONTH + 1)) / 5 +
                   WS-ZEL-YEAR + WS-ZEL-YEAR / 4 -
                   WS-ZEL-YEAR / 100 + WS-ZEL-YEAR / 400
           COMPUTE WS-ZEL-WORK = WS-ZEL-WORK + 5
           DIVIDE WS-ZEL-WORK BY 7
               GIVING WS-ZEL-QUOT REMAINDER WS-ZEL-WORK
           COMPUTE WS-DAY-OF-WEEK = WS-ZEL-WORK + 1.
