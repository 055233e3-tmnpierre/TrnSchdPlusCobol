      ******************************************************************
      * DATE-WRITTEN. 2026-10-10                                       *
      *                                                                *
      * PURPOSE:                                                       *
      *   Publishes the released schedule as a GTFS open-data feed     *
      *   for the journey-planner and mapping partners, at the end of  *
      *   the chain so the feed always matches what was released.      *
      *   The feed is built from the cleaned 'train.dat' and the       *
      *   station master 'station-master.dat' and written as the       *
      *   standard GTFS text files:                                    *
      *     agency.txt         - the operating agency                  *
      *     stops.txt          - one stop per active station, keyed    *
      *                          by STATION-CODE and named with        *
      *                          STATION-FULL-NAME; the master holds   *
      *                          no coordinates, so stop_lat and       *
      *                          stop_lon are left for the partners    *
      *                          to fill from their own gazetteer      *
      *     routes.txt         - one route per departure/arrival       *
      *                          station pair and train type           *
      *     trips.txt          - one trip per train record             *
      *     stop_times.txt     - origin, each flagged halt and the     *
      *                          terminus, timed from the departure    *
      *                          plus TRAIN-HALT-OFFSET, leaving after *
      *                          TRAIN-HALT-DWELL; times past midnight *
      *                          run on as 24:xx, 25:xx and so on      *
      *     calendar.txt       - TRAIN-CALENDAR-DAYS over the          *
      *                          effective range; an open start is     *
      *                          given as today and an open end as     *
      *                          20991231                              *
      *     calendar_dates.txt - the day's TrnAmend cancellations,     *
      *                          as service removed on that date       *
      *   Each trip and its service are keyed by train number and      *
      *   effective-from date (e.g. 04512-20260901), which TrnChk      *
      *   keeps unique. Cancelled records are taken off train.dat by   *
      *   TrnAmend, so they are read back from 'train-cancelled.dat'   *
      *   and published as ordinary trips with their cancellation      *
      *   date - taken from the APPLIED CANCEL lines of                *
      *   'train-amend-report.dat' - removed in calendar_dates. A      *
      *   train calling at a station not active on the master cannot   *
      *   be given valid stop times and is left out with a WARNING.    *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TrnGtfs.
       AUTHOR. Pierre.

      *      Define the source and destination of data
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    The released schedule, then the day's cancelled records,
      *    opened in turn by name
           SELECT OPTIONAL TRAIN-FILE ASSIGN TO DYNAMIC WS-TRAIN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TRAIN-STATUS.
      *    The station master, for stop codes and public names
           SELECT OPTIONAL STATION-FILE ASSIGN TO 'station-master.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STATION-STATUS.
      *    TrnAmend's applied/rejected report, read for the dates of
      *    the day's applied cancellations
           SELECT OPTIONAL AMEND-REPORT-FILE
               ASSIGN TO 'train-amend-report.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AMEND-STATUS.
      *    The GTFS feed files
           SELECT AGENCY-FILE ASSIGN TO 'agency.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT STOPS-FILE ASSIGN TO 'stops.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT ROUTES-FILE ASSIGN TO 'routes.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT TRIPS-FILE ASSIGN TO 'trips.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT STOP-TIMES-FILE ASSIGN TO 'stop_times.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT CALENDAR-FILE ASSIGN TO 'calendar.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.
           SELECT CALENDAR-DATES-FILE ASSIGN TO 'calendar_dates.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    File description for the schedule and cancelled records
       FD TRAIN-FILE
           RECORD IS VARYING IN SIZE FROM 94 TO 512 CHARACTERS
               DEPENDING ON TRAIN-RECORD-LENGTH.
       COPY 'train-record.cpy'.
       01 TRAIN-RAW-RECORD PIC X(512).

      *    File description for the station master
       FD STATION-FILE
           RECORD CONTAINS 68 CHARACTERS.
       COPY 'station-record.cpy'.

      *    File description for the amendment report. An applied
      *    line holds "APPLIED  - " in 1-11, the action in 12-19, the
      *    train number in 27-31 and the service date in 38-45.
       FD AMEND-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01 AMEND-REPORT-RECORD PIC X(132).

      *    File descriptions for the feed files
       FD AGENCY-FILE
           RECORD CONTAINS 200 CHARACTERS.
       01 AGENCY-RECORD PIC X(200).

       FD STOPS-FILE
           RECORD CONTAINS 200 CHARACTERS.
       01 STOPS-RECORD PIC X(200).

       FD ROUTES-FILE
           RECORD CONTAINS 200 CHARACTERS.
       01 ROUTES-RECORD PIC X(200).

       FD TRIPS-FILE
           RECORD CONTAINS 200 CHARACTERS.
       01 TRIPS-RECORD PIC X(200).

       FD STOP-TIMES-FILE
           RECORD CONTAINS 200 CHARACTERS.
       01 STOP-TIMES-RECORD PIC X(200).

       FD CALENDAR-FILE
           RECORD CONTAINS 200 CHARACTERS.
       01 CALENDAR-RECORD PIC X(200).

       FD CALENDAR-DATES-FILE
           RECORD CONTAINS 200 CHARACTERS.
       01 CALENDAR-DATES-RECORD PIC X(200).

       WORKING-STORAGE SECTION.
       01  TRAIN-RECORD-LENGTH          PIC 9(3) COMP.
       01  WS-TRAIN-NAME                PIC X(40) VALUE SPACES.
       01  WS-TRAIN-STATUS              PIC X(02) VALUE SPACES.
       01  WS-STATION-STATUS            PIC X(02) VALUE SPACES.
       01  WS-AMEND-STATUS              PIC X(02) VALUE SPACES.
       01  WS-TRAIN-EOF                 PIC X VALUE 'N'.
           88 TRAIN-EOF                 VALUE 'Y'.
           88 TRAIN-NOT-EOF             VALUE 'N'.
       01  WS-TRAIN-OPENED              PIC X VALUE 'N'.
           88 TRAIN-FILE-OPENED         VALUE 'Y'.
           88 TRAIN-FILE-NOT-OPENED     VALUE 'N'.
       01  WS-TRAIN-PRESENT             PIC X VALUE 'N'.
           88 TRAIN-FILE-PRESENT        VALUE 'Y'.
           88 TRAIN-FILE-ABSENT         VALUE 'N'.
       01  WS-STATION-EOF               PIC X VALUE 'N'.
           88 STATION-EOF               VALUE 'Y'.
           88 STATION-NOT-EOF           VALUE 'N'.
       01  WS-STATION-OPENED            PIC X VALUE 'N'.
           88 STATION-FILE-OPENED       VALUE 'Y'.
           88 STATION-FILE-NOT-OPENED   VALUE 'N'.
       01  WS-AMEND-EOF                 PIC X VALUE 'N'.
           88 AMEND-EOF                 VALUE 'Y'.
           88 AMEND-NOT-EOF             VALUE 'N'.
       01  WS-AMEND-OPENED              PIC X VALUE 'N'.
           88 AMEND-FILE-OPENED         VALUE 'Y'.
           88 AMEND-FILE-NOT-OPENED     VALUE 'N'.

      *    Which file the current record came from: the cancelled
      *    records also get their removed dates in calendar_dates
       01  WS-PASS-SWITCH               PIC X VALUE 'S'.
           88 SCHEDULE-PASS             VALUE 'S'.
           88 CANCELLED-PASS            VALUE 'C'.

      *    The operating agency named in agency.txt and on every route
       01  WS-AGENCY-ID                 PIC X(04) VALUE "SNCF".
       01  WS-AGENCY-LINE               PIC X(60) VALUE
           "SNCF,SNCF,https://www.sncf.com,Europe/Paris".

      *    Active stations on the master, for stop codes and names
       01  WS-STN-TABLE-MAX             PIC 9(3) VALUE 500.
       01  WS-STN-USED                  PIC 9(3) VALUE ZERO.
       01  WS-STN-TABLE.
           05 WS-STN-ENTRY OCCURS 500 TIMES
                           INDEXED BY WS-STN-IDX.
               10 WS-STN-CODE           PIC X(05).
               10 WS-STN-NAME           PIC X(15).
               10 WS-STN-FULL-NAME      PIC X(30).
       01  WS-STN-DROPPED-COUNT         PIC 9(3) VALUE ZERO.
       01  WS-LOOKUP-NAME               PIC X(15) VALUE SPACES.
       01  WS-LOOKUP-CODE               PIC X(05) VALUE SPACES.
       01  WS-LOOKUP-FULL-NAME          PIC X(30) VALUE SPACES.
       01  WS-LOOKUP-FOUND              PIC X VALUE 'N'.
           88 LOOKUP-FOUND              VALUE 'Y'.
           88 LOOKUP-NOT-FOUND          VALUE 'N'.

      *    The day's applied cancellations: train number and date
       01  WS-CXL-TABLE-MAX             PIC 9(3) VALUE 200.
       01  WS-CXL-USED                  PIC 9(3) VALUE ZERO.
       01  WS-CXL-TABLE.
           05 WS-CXL-ENTRY OCCURS 200 TIMES
                           INDEXED BY WS-CXL-IDX.
               10 WS-CXL-NUMBER         PIC 9(05).
               10 WS-CXL-DATE           PIC 9(08).
       01  WS-CXL-DROPPED-COUNT         PIC 9(3) VALUE ZERO.

      *    Routes already written, so each is published once
       01  WS-RTE-TABLE-MAX             PIC 9(3) VALUE 500.
       01  WS-RTE-USED                  PIC 9(3) VALUE ZERO.
       01  WS-RTE-TABLE.
           05 WS-RTE-ENTRY OCCURS 500 TIMES
                           INDEXED BY WS-RTE-IDX.
               10 WS-RTE-ID             PIC X(13).
       01  WS-RTE-DROPPED-COUNT         PIC 9(3) VALUE ZERO.
       01  WS-ROUTE-FOUND               PIC X VALUE 'N'.
           88 ROUTE-FOUND               VALUE 'Y'.
           88 ROUTE-NOT-FOUND           VALUE 'N'.

      *    One train's calling points in running order - origin,
      *    flagged halts, terminus - with arrival and departure in
      *    minutes after the midnight before departure
       01  WS-CALL-USED                 PIC 9(2) VALUE ZERO.
       01  WS-CALL-TABLE.
           05 WS-CALL-ENTRY OCCURS 22 TIMES
                            INDEXED BY WS-CALL-IDX.
               10 WS-CALL-CODE          PIC X(05).
               10 WS-CALL-ARRIVE-MIN    PIC 9(05).
               10 WS-CALL-DEPART-MIN    PIC 9(05).
       01  WS-CALLS-RESOLVED            PIC X VALUE 'Y'.
           88 CALLS-RESOLVED            VALUE 'Y'.
           88 CALLS-NOT-RESOLVED        VALUE 'N'.
       01  WS-MISSING-STATION           PIC X(15) VALUE SPACES.
       01  WS-HALT-INDEX                PIC 9(2).
       01  WS-DEPART-MIN                PIC 9(05) VALUE ZERO.

      *    One trip's identifiers and names
       01  WS-TRIP-ID                   PIC X(14) VALUE SPACES.
       01  WS-ROUTE-ID                  PIC X(13) VALUE SPACES.
       01  WS-DEPART-CODE               PIC X(05) VALUE SPACES.
       01  WS-DEPART-FULL-NAME          PIC X(30) VALUE SPACES.
       01  WS-ARRIVE-CODE               PIC X(05) VALUE SPACES.
       01  WS-ARRIVE-FULL-NAME          PIC X(30) VALUE SPACES.
       01  WS-TYPE-NAME                 PIC X(06) VALUE SPACES.

      *    Calendar line working fields
       01  WS-DAY-INDEX                 PIC 9(1).
       01  WS-DAY-FLAGS                 PIC X(14) VALUE SPACES.
       01  WS-START-DATE                PIC 9(08).
       01  WS-END-DATE                  PIC 9(08).
       01  WS-TODAY-DATE                PIC 9(08).

      *    GTFS clock time: hours run on past 24 for calls after
      *    midnight
       01  WS-FMT-MIN                   PIC 9(05).
       01  WS-FMT-HH                    PIC 9(02).
       01  WS-FMT-MM                    PIC 9(02).
       01  WS-FMT-TIME                  PIC X(08).
       01  WS-ARRIVE-TIME               PIC X(08).
       01  WS-DEPART-TIME               PIC X(08).
       01  WS-SEQUENCE                  PIC 9(02).
       01  WS-LINE-POINTER              PIC 9(3).

      *    Date matching for a cancellation: the date must fall in
      *    the record's effective range, open ends treated as the
      *    extremes, on a calendar day the train runs
       01  WS-RANGE-FROM                PIC 9(08).
       01  WS-RANGE-TO                  PIC 9(08).

      *    Day-of-week working fields (Zeller's congruence), giving
      *    1=Monday .. 7=Sunday for the calendar-day check
       01  WS-ZEL-DATE                  PIC 9(08).
       01  WS-ZEL-YEAR                  PIC 9(04).
       01  WS-ZEL-MONTH                 PIC 9(02).
       01  WS-ZEL-DAY                   PIC 9(02).
       01  WS-ZEL-WORK                  PIC S9(9).
       01  WS-ZEL-QUOT                  PIC S9(9).
       01  WS-DAY-OF-WEEK               PIC 9(01).

      *    Feed totals
       01  WS-STOP-COUNT                PIC 9(5) VALUE ZERO.
       01  WS-TRIP-COUNT                PIC 9(5) VALUE ZERO.
       01  WS-STOP-TIME-COUNT           PIC 9(6) VALUE ZERO.
       01  WS-REMOVED-DATE-COUNT        PIC 9(5) VALUE ZERO.
       01  WS-SKIPPED-COUNT             PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.

      *    Start of main processing
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-STATION-MASTER
           PERFORM LOAD-CANCELLATIONS

           OPEN OUTPUT AGENCY-FILE STOPS-FILE ROUTES-FILE TRIPS-FILE
                       STOP-TIMES-FILE CALENDAR-FILE
                       CALENDAR-DATES-FILE
           PERFORM WRITE-FEED-HEADERS
           PERFORM WRITE-STOPS

      *    The released schedule; without it there is no feed
           MOVE "train.dat" TO WS-TRAIN-NAME
           SET SCHEDULE-PASS TO TRUE
           PERFORM EXPORT-TRAIN-FILE
           IF TRAIN-FILE-ABSENT
               DISPLAY "TrnGtfs: ERROR - train.dat not available"
               MOVE 8 TO RETURN-CODE
           END-IF

      *    The day's cancelled records, published with the date
      *    they were taken off
           MOVE "train-cancelled.dat" TO WS-TRAIN-NAME
           SET CANCELLED-PASS TO TRUE
           PERFORM EXPORT-TRAIN-FILE

           CLOSE AGENCY-FILE STOPS-FILE ROUTES-FILE TRIPS-FILE
                 STOP-TIMES-FILE CALENDAR-FILE CALENDAR-DATES-FILE

           DISPLAY "TrnGtfs: " WS-STOP-COUNT " stop(s), " WS-RTE-USED
                   " route(s), " WS-TRIP-COUNT " trip(s), "
                   WS-STOP-TIME-COUNT " stop time(s), "
                   WS-REMOVED-DATE-COUNT " cancelled date(s)"
           IF WS-SKIPPED-COUNT > 0
               DISPLAY "TrnGtfs: WARNING - " WS-SKIPPED-COUNT
                       " train(s) left out of the feed, calling at "
                       "a station not active on the master"
           END-IF
           IF WS-RTE-DROPPED-COUNT > 0
               DISPLAY "TrnGtfs: WARNING - route table capacity "
                       WS-RTE-TABLE-MAX " exceeded, "
                       WS-RTE-DROPPED-COUNT " route(s) repeated in "
                       "routes.txt"
           END-IF.

      *    End the program
           STOP RUN.

      ******************************************************************
      * LOAD-STATION-MASTER                                            *
      *   Reads the active stations on the master into the lookup      *
      *   table; inactive ones are neither published nor called at.    *
      ******************************************************************
       LOAD-STATION-MASTER.
           OPEN INPUT STATION-FILE
           IF WS-STATION-STATUS = "00" OR WS-STATION-STATUS = "05"
               SET STATION-FILE-OPENED TO TRUE
           END-IF
           IF WS-STATION-STATUS = "00"
               PERFORM UNTIL STATION-EOF
                   READ STATION-FILE
                       AT END
                           MOVE 'Y' TO WS-STATION-EOF
                       NOT AT END
                           IF STATION-ACTIVE
                               PERFORM ADD-STATION-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-STN-DROPPED-COUNT > 0
                   DISPLAY "TrnGtfs: WARNING - station table "
                           "capacity " WS-STN-TABLE-MAX " exceeded, "
                           WS-STN-DROPPED-COUNT " station(s) not "
                           "loaded"
               END-IF
           ELSE
               DISPLAY "TrnGtfs: WARNING - no station master, "
                       "no stops can be published"
           END-IF
           IF STATION-FILE-OPENED
               CLOSE STATION-FILE
           END-IF.

      ******************************************************************
      * ADD-STATION-ENTRY                                              *
      *   Adds the station just read to the lookup table.              *
      ******************************************************************
       ADD-STATION-ENTRY.
           IF WS-STN-USED < WS-STN-TABLE-MAX
               ADD 1 TO WS-STN-USED
               SET WS-STN-IDX TO WS-STN-USED
               MOVE STATION-CODE TO WS-STN-CODE (WS-STN-IDX)
               MOVE STATION-NAME TO WS-STN-NAME (WS-STN-IDX)
               MOVE STATION-FULL-NAME TO WS-STN-FULL-NAME (WS-STN-IDX)
           ELSE
               ADD 1 TO WS-STN-DROPPED-COUNT
           END-IF.

      ******************************************************************
      * LOAD-CANCELLATIONS                                             *
      *   Reads the train number and service date of every applied     *
      *   CANCEL off TrnAmend's report.                                *
      ******************************************************************
       LOAD-CANCELLATIONS.
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
                               PERFORM ADD-CANCELLATION-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-CXL-DROPPED-COUNT > 0
                   DISPLAY "TrnGtfs: WARNING - cancellation table "
                           "capacity " WS-CXL-TABLE-MAX " exceeded, "
                           WS-CXL-DROPPED-COUNT " cancellation(s) "
                           "not published"
               END-IF
           END-IF
           IF AMEND-FILE-OPENED
               CLOSE AMEND-REPORT-FILE
           END-IF.

      ******************************************************************
      * ADD-CANCELLATION-ENTRY                                         *
      *   Adds the applied CANCEL just read to the cancellation table. *
      ******************************************************************
       ADD-CANCELLATION-ENTRY.
           IF WS-CXL-USED < WS-CXL-TABLE-MAX
               ADD 1 TO WS-CXL-USED
               SET WS-CXL-IDX TO WS-CXL-USED
               MOVE AMEND-REPORT-RECORD (27:5)
                   TO WS-CXL-NUMBER (WS-CXL-IDX)
               MOVE AMEND-REPORT-RECORD (38:8)
                   TO WS-CXL-DATE (WS-CXL-IDX)
           ELSE
               ADD 1 TO WS-CXL-DROPPED-COUNT
           END-IF.

      ******************************************************************
      * WRITE-FEED-HEADERS                                             *
      *   Writes the column header line of every feed file and the     *
      *   single agency line.                                          *
      ******************************************************************
       WRITE-FEED-HEADERS.
           MOVE "agency_id,agency_name,agency_url,agency_timezone"
               TO AGENCY-RECORD
           WRITE AGENCY-RECORD
           MOVE WS-AGENCY-LINE TO AGENCY-RECORD
           WRITE AGENCY-RECORD

           MOVE "stop_id,stop_code,stop_name,stop_lat,stop_lon"
               TO STOPS-RECORD
           WRITE STOPS-RECORD

           MOVE SPACES TO ROUTES-RECORD
           STRING "route_id,agency_id,route_short_name,"
                  DELIMITED BY SIZE
                  "route_long_name,route_type" DELIMITED BY SIZE
                  INTO ROUTES-RECORD
           WRITE ROUTES-RECORD

           MOVE SPACES TO TRIPS-RECORD
           STRING "route_id,service_id,trip_id,trip_headsign,"
                  DELIMITED BY SIZE
                  "trip_short_name" DELIMITED BY SIZE
                  INTO TRIPS-RECORD
           WRITE TRIPS-RECORD

           MOVE SPACES TO STOP-TIMES-RECORD
           STRING "trip_id,arrival_time,departure_time,stop_id,"
                  DELIMITED BY SIZE
                  "stop_sequence" DELIMITED BY SIZE
                  INTO STOP-TIMES-RECORD
           WRITE STOP-TIMES-RECORD

           MOVE SPACES TO CALENDAR-RECORD
           STRING "service_id,monday,tuesday,wednesday,thursday,"
                  DELIMITED BY SIZE
                  "friday,saturday,sunday,start_date,end_date"
                  DELIMITED BY SIZE
                  INTO CALENDAR-RECORD
           WRITE CALENDAR-RECORD

           MOVE "service_id,date,exception_type"
               TO CALENDAR-DATES-RECORD
           WRITE CALENDAR-DATES-RECORD.

      ******************************************************************
      * WRITE-STOPS                                                    *
      *   Writes one stops.txt line per active station on the master.  *
      ******************************************************************
       WRITE-STOPS.
           PERFORM VARYING WS-STN-IDX FROM 1 BY 1 UNTIL
                           WS-STN-IDX > WS-STN-USED
               MOVE SPACES TO STOPS-RECORD
               STRING WS-STN-CODE (WS-STN-IDX) DELIMITED BY SPACE
                      "," WS-STN-CODE (WS-STN-IDX) DELIMITED BY SPACE
                      ',"' WS-STN-FULL-NAME (WS-STN-IDX)
                      DELIMITED BY "  "
                      '",,' DELIMITED BY SIZE
                      INTO STOPS-RECORD
               WRITE STOPS-RECORD
               ADD 1 TO WS-STOP-COUNT
           END-PERFORM.

      ******************************************************************
      * EXPORT-TRAIN-FILE                                              *
      *   Reads the train file named in WS-TRAIN-NAME and publishes    *
      *   every record in it as a trip.                                *
      ******************************************************************
       EXPORT-TRAIN-FILE.
           SET TRAIN-NOT-EOF TO TRUE
           SET TRAIN-FILE-NOT-OPENED TO TRUE
           SET TRAIN-FILE-ABSENT TO TRUE
           OPEN INPUT TRAIN-FILE
           IF WS-TRAIN-STATUS = "00" OR WS-TRAIN-STATUS = "05"
               SET TRAIN-FILE-OPENED TO TRUE
           END-IF
           IF WS-TRAIN-STATUS = "00"
               SET TRAIN-FILE-PRESENT TO TRUE
               PERFORM UNTIL TRAIN-EOF
                   READ TRAIN-FILE
                       AT END
                           MOVE 'Y' TO WS-TRAIN-EOF
                       NOT AT END
                           PERFORM EXPORT-ONE-TRAIN
                   END-READ
               END-PERFORM
           END-IF
           IF TRAIN-FILE-OPENED
               CLOSE TRAIN-FILE
           END-IF.

      ******************************************************************
      * EXPORT-ONE-TRAIN                                               *
      *   Publishes the current record: its route when not yet         *
      *   written, its trip, its service calendar, its stop times and, *
      *   for a cancelled record, the date it was taken off. A train   *
      *   calling at a station not active on the master is left out.   *
      ******************************************************************
       EXPORT-ONE-TRAIN.
           PERFORM BUILD-CALLING-POINTS
           IF CALLS-NOT-RESOLVED
               ADD 1 TO WS-SKIPPED-COUNT
               DISPLAY "TrnGtfs: WARNING - train " TRAIN-NUMBER
                       " calls at " WS-MISSING-STATION
                       ", not active on the master - left out"
           ELSE
               MOVE SPACES TO WS-TRIP-ID
               STRING TRAIN-NUMBER "-" TRAIN-EFFECTIVE-FROM
                      DELIMITED BY SIZE
                      INTO WS-TRIP-ID
               MOVE SPACES TO WS-ROUTE-ID
               STRING TRAIN-TYPE-CODE "-" DELIMITED BY SIZE
                      WS-DEPART-CODE DELIMITED BY SPACE
                      "-" DELIMITED BY SIZE
                      WS-ARRIVE-CODE DELIMITED BY SPACE
                      INTO WS-ROUTE-ID
               PERFORM WRITE-ROUTE-ONCE
               PERFORM WRITE-TRIP-LINE
               PERFORM WRITE-CALENDAR-LINE
               PERFORM WRITE-STOP-TIME-LINE
                   VARYING WS-CALL-IDX FROM 1 BY 1
                   UNTIL WS-CALL-IDX > WS-CALL-USED
               IF CANCELLED-PASS
                   PERFORM WRITE-REMOVED-DATES
               END-IF
               ADD 1 TO WS-TRIP-COUNT
           END-IF.

      ******************************************************************
      * BUILD-CALLING-POINTS                                           *
      *   Lists the current record's calls in running order with the   *
      *   stop code and times of each: the origin at the departure     *
      *   time, each flagged halt arriving at the departure plus its   *
      *   running-time offset and leaving after its dwell, and the     *
      *   terminus at the departure plus the journey hours.            *
      ******************************************************************
       BUILD-CALLING-POINTS.
           SET CALLS-RESOLVED TO TRUE
           MOVE ZERO TO WS-CALL-USED
           COMPUTE WS-DEPART-MIN = TRAIN-TIME-HH * 60 + TRAIN-TIME-MM

           MOVE STATION-DEPART TO WS-LOOKUP-NAME
           PERFORM FIND-STATION-CODE
           MOVE WS-LOOKUP-CODE TO WS-DEPART-CODE
           MOVE WS-LOOKUP-FULL-NAME TO WS-DEPART-FULL-NAME
           PERFORM ADD-CALLING-POINT
           MOVE WS-DEPART-MIN TO WS-CALL-ARRIVE-MIN (WS-CALL-IDX)
           MOVE WS-DEPART-MIN TO WS-CALL-DEPART-MIN (WS-CALL-IDX)

           PERFORM VARYING WS-HALT-INDEX FROM 1 BY 1 UNTIL
                           WS-HALT-INDEX > TRAIN-HALT-COUNT
               IF TRAIN-HALT-FLAG (WS-HALT-INDEX) = 'H'
                   MOVE TRAIN-HALT-STATION (WS-HALT-INDEX)
                       TO WS-LOOKUP-NAME
                   PERFORM FIND-STATION-CODE
                   PERFORM ADD-CALLING-POINT
                   COMPUTE WS-CALL-ARRIVE-MIN (WS-CALL-IDX) =
                           WS-DEPART-MIN +
                           TRAIN-HALT-OFFSET (WS-HALT-INDEX)
                   COMPUTE WS-CALL-DEPART-MIN (WS-CALL-IDX) =
                           WS-CALL-ARRIVE-MIN (WS-CALL-IDX) +
                           TRAIN-HALT-DWELL (WS-HALT-INDEX)
               END-IF
           END-PERFORM

           MOVE STATION-ARRIVEE TO WS-LOOKUP-NAME
           PERFORM FIND-STATION-CODE
           MOVE WS-LOOKUP-CODE TO WS-ARRIVE-CODE
           MOVE WS-LOOKUP-FULL-NAME TO WS-ARRIVE-FULL-NAME
           PERFORM ADD-CALLING-POINT
           COMPUTE WS-CALL-ARRIVE-MIN (WS-CALL-IDX) =
                   WS-DEPART-MIN + TRAIN-NBRE-HEURES * 60
           MOVE WS-CALL-ARRIVE-MIN (WS-CALL-IDX)
               TO WS-CALL-DEPART-MIN (WS-CALL-IDX).

      ******************************************************************
      * ADD-CALLING-POINT                                              *
      *   Appends the station just looked up to the calling points,    *
      *   leaving WS-CALL-IDX on the new entry, and notes the first    *
      *   station that could not be found.                             *
      ******************************************************************
       ADD-CALLING-POINT.
           ADD 1 TO WS-CALL-USED
           SET WS-CALL-IDX TO WS-CALL-USED
           MOVE WS-LOOKUP-CODE TO WS-CALL-CODE (WS-CALL-IDX)
           IF LOOKUP-NOT-FOUND AND CALLS-RESOLVED
               SET CALLS-NOT-RESOLVED TO TRUE
               MOVE WS-LOOKUP-NAME TO WS-MISSING-STATION
           END-IF.

      ******************************************************************
      * FIND-STATION-CODE                                              *
      *   Looks up WS-LOOKUP-NAME among the active stations and        *
      *   returns its code and full name.                              *
      ******************************************************************
       FIND-STATION-CODE.
           SET LOOKUP-NOT-FOUND TO TRUE
           MOVE SPACES TO WS-LOOKUP-CODE
           MOVE SPACES TO WS-LOOKUP-FULL-NAME
           PERFORM VARYING WS-STN-IDX FROM 1 BY 1 UNTIL
                           WS-STN-IDX > WS-STN-USED
               IF WS-STN-NAME (WS-STN-IDX) = WS-LOOKUP-NAME
                   SET LOOKUP-FOUND TO TRUE
                   MOVE WS-STN-CODE (WS-STN-IDX) TO WS-LOOKUP-CODE
                   MOVE WS-STN-FULL-NAME (WS-STN-IDX)
                       TO WS-LOOKUP-FULL-NAME
                   SET WS-STN-IDX TO WS-STN-USED
               END-IF
           END-PERFORM.

      ******************************************************************
      * WRITE-ROUTE-ONCE                                               *
      *   Writes the routes.txt line for WS-ROUTE-ID the first time    *
      *   the route is seen.                                           *
      ******************************************************************
       WRITE-ROUTE-ONCE.
           SET ROUTE-NOT-FOUND TO TRUE
           PERFORM VARYING WS-RTE-IDX FROM 1 BY 1 UNTIL
                           WS-RTE-IDX > WS-RTE-USED
               IF WS-RTE-ID (WS-RTE-IDX) = WS-ROUTE-ID
                   SET ROUTE-FOUND TO TRUE
                   SET WS-RTE-IDX TO WS-RTE-USED
               END-IF
           END-PERFORM
           IF ROUTE-NOT-FOUND
               IF WS-RTE-USED < WS-RTE-TABLE-MAX
                   ADD 1 TO WS-RTE-USED
                   SET WS-RTE-IDX TO WS-RTE-USED
                   MOVE WS-ROUTE-ID TO WS-RTE-ID (WS-RTE-IDX)
               ELSE
                   ADD 1 TO WS-RTE-DROPPED-COUNT
               END-IF
               EVALUATE TRUE
                   WHEN TGV
                       MOVE "TGV" TO WS-TYPE-NAME
                   WHEN CORAIL
                       MOVE "CORAIL" TO WS-TYPE-NAME
                   WHEN TER
                       MOVE "TER" TO WS-TYPE-NAME
                   WHEN OTHER
                       MOVE "TRAIN" TO WS-TYPE-NAME
               END-EVALUATE
               MOVE SPACES TO ROUTES-RECORD
               STRING WS-ROUTE-ID DELIMITED BY SPACE
                      "," WS-AGENCY-ID DELIMITED BY SIZE
                      "," WS-TYPE-NAME DELIMITED BY SPACE
                      ',"' WS-DEPART-FULL-NAME DELIMITED BY "  "
                      " - " WS-ARRIVE-FULL-NAME DELIMITED BY "  "
                      '",2' DELIMITED BY SIZE
                      INTO ROUTES-RECORD
               WRITE ROUTES-RECORD
           END-IF.

      ******************************************************************
      * WRITE-TRIP-LINE                                                *
      *   Writes the trips.txt line for the current record, headed     *
      *   for its terminus and signed with its train number.           *
      ******************************************************************
       WRITE-TRIP-LINE.
           MOVE SPACES TO TRIPS-RECORD
           STRING WS-ROUTE-ID DELIMITED BY SPACE
                  "," WS-TRIP-ID DELIMITED BY SIZE
                  "," WS-TRIP-ID DELIMITED BY SIZE
                  ',"' WS-ARRIVE-FULL-NAME DELIMITED BY "  "
                  '",' TRAIN-NUMBER DELIMITED BY SIZE
                  INTO TRIPS-RECORD
           WRITE TRIPS-RECORD.

      ******************************************************************
      * WRITE-CALENDAR-LINE                                            *
      *   Writes the calendar.txt line for the current record's        *
      *   service: a 1 or 0 per weekday and its effective range, an    *
      *   open start given as today and an open end as 20991231.       *
      ******************************************************************
       WRITE-CALENDAR-LINE.
           MOVE SPACES TO WS-DAY-FLAGS
           MOVE 1 TO WS-LINE-POINTER
           PERFORM VARYING WS-DAY-INDEX FROM 1 BY 1 UNTIL
                           WS-DAY-INDEX > 7
               IF TRAIN-CALENDAR-DAYS (WS-DAY-INDEX:1) = 'Y'
                   STRING ",1" DELIMITED BY SIZE
                          INTO WS-DAY-FLAGS
                          WITH POINTER WS-LINE-POINTER
               ELSE
                   STRING ",0" DELIMITED BY SIZE
                          INTO WS-DAY-FLAGS
                          WITH POINTER WS-LINE-POINTER
               END-IF
           END-PERFORM
           MOVE TRAIN-EFFECTIVE-FROM TO WS-START-DATE
           IF WS-START-DATE = ZERO
               MOVE WS-TODAY-DATE TO WS-START-DATE
           END-IF
           MOVE TRAIN-EFFECTIVE-TO TO WS-END-DATE
           IF WS-END-DATE = ZERO
               MOVE 20991231 TO WS-END-DATE
           END-IF
           MOVE SPACES TO CALENDAR-RECORD
           STRING WS-TRIP-ID WS-DAY-FLAGS "," WS-START-DATE
                  "," WS-END-DATE DELIMITED BY SIZE
                  INTO CALENDAR-RECORD
           WRITE CALENDAR-RECORD.

      ******************************************************************
      * WRITE-STOP-TIME-LINE                                           *
      *   Writes the stop_times.txt line for calling point             *
      *   WS-CALL-IDX.                                                 *
      ******************************************************************
       WRITE-STOP-TIME-LINE.
           MOVE WS-CALL-ARRIVE-MIN (WS-CALL-IDX) TO WS-FMT-MIN
           PERFORM FORMAT-GTFS-TIME
           MOVE WS-FMT-TIME TO WS-ARRIVE-TIME
           MOVE WS-CALL-DEPART-MIN (WS-CALL-IDX) TO WS-FMT-MIN
           PERFORM FORMAT-GTFS-TIME
           MOVE WS-FMT-TIME TO WS-DEPART-TIME
           SET WS-SEQUENCE TO WS-CALL-IDX
           MOVE SPACES TO STOP-TIMES-RECORD
           STRING WS-TRIP-ID "," WS-ARRIVE-TIME "," WS-DEPART-TIME
                  "," DELIMITED BY SIZE
                  WS-CALL-CODE (WS-CALL-IDX) DELIMITED BY SPACE
                  "," WS-SEQUENCE DELIMITED BY SIZE
                  INTO STOP-TIMES-RECORD
           WRITE STOP-TIMES-RECORD
           ADD 1 TO WS-STOP-TIME-COUNT.

      ******************************************************************
      * WRITE-REMOVED-DATES                                            *
      *   Writes a calendar_dates.txt removal for every applied        *
      *   cancellation of the current cancelled record: the train      *
      *   number must agree and the date fall in its effective range   *
      *   on a day it runs, exactly as TrnAmend matched it.            *
      ******************************************************************
       WRITE-REMOVED-DATES.
           MOVE TRAIN-EFFECTIVE-FROM TO WS-RANGE-FROM
           MOVE TRAIN-EFFECTIVE-TO TO WS-RANGE-TO
           IF WS-RANGE-TO = ZERO
               MOVE 99999999 TO WS-RANGE-TO
           END-IF
           PERFORM VARYING WS-CXL-IDX FROM 1 BY 1 UNTIL
                           WS-CXL-IDX > WS-CXL-USED
               IF WS-CXL-NUMBER (WS-CXL-IDX) = TRAIN-NUMBER AND
                  WS-CXL-DATE (WS-CXL-IDX) NOT < WS-RANGE-FROM AND
                  WS-CXL-DATE (WS-CXL-IDX) NOT > WS-RANGE-TO
                   MOVE WS-CXL-DATE (WS-CXL-IDX) TO WS-ZEL-DATE
                   PERFORM COMPUTE-DAY-OF-WEEK
                   IF TRAIN-CALENDAR-DAYS (WS-DAY-OF-WEEK:1) = 'Y'
                       MOVE SPACES TO CALENDAR-DATES-RECORD
                       STRING WS-TRIP-ID "," WS-CXL-DATE (WS-CXL-IDX)
                              ",2" DELIMITED BY SIZE
                              INTO CALENDAR-DATES-RECORD
                       WRITE CALENDAR-DATES-RECORD
                       ADD 1 TO WS-REMOVED-DATE-COUNT
                   END-IF
               END-IF
           END-PERFORM.

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

      ******************************************************************
      * FORMAT-GTFS-TIME                                               *
      *   Turns WS-FMT-MIN, minutes after the midnight before the      *
      *   departure, into WS-FMT-TIME as HH:MM:SS, the hours running   *
      *   on past 24 for calls after midnight as GTFS requires.        *
      ******************************************************************
       FORMAT-GTFS-TIME.
           DIVIDE WS-FMT-MIN BY 60
               GIVING WS-FMT-HH REMAINDER WS-FMT-MM
           MOVE SPACES TO WS-FMT-TIME
           STRING WS-FMT-HH ":" WS-FMT-MM ":00" DELIMITED BY SIZE
                  INTO WS-FMT-TIME.
