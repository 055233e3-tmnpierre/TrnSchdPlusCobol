      ******************************************************************
      * COPYBOOK.   LOADING-RECORD.CPY                                 *
      *                                                                *
      * PURPOSE:                                                       *
      *   Record layout for one line of the depots' daily passenger    *
      *   loadings return 'train-loadings.dat', read by TrnLoad. The   *
      *   run is keyed exactly as TrnPerf keys 'train-actual.dat' -    *
      *   departure station, scheduled departure time, train number    *
      *   and service date - followed by one stop of the run and the   *
      *   passengers counted on and off there. LOAD-STOP-SEQUENCE      *
      *   places the stop in running order: 00 the origin, 01-20 the   *
      *   position of a flagged stop in TRAIN-HALT-TABLE, 99 the       *
      *   terminus.                                                    *
      *                                                                *
      * MODIFICATION HISTORY:                                          *
      *   2026-10-08  PH  Original layout.                             *
      ******************************************************************
       01  PASSENGER-LOADING.
           05  LOAD-MATCH-KEY.
               10  LOAD-STATION-DEPART     PIC X(15).
               10  LOAD-TIME-HH            PIC 9(02).
               10  LOAD-TIME-MM            PIC 9(02).
               10  LOAD-TRAIN-NUMBER       PIC 9(05).
           05  LOAD-SERVICE-DATE           PIC 9(08).
           05  LOAD-STOP-SEQUENCE          PIC 9(02).
               88  LOAD-AT-ORIGIN          VALUE 00.
               88  LOAD-AT-TERMINUS        VALUE 99.
           05  LOAD-STOP-STATION           PIC X(15).
           05  LOAD-BOARDINGS              PIC 9(04).
           05  LOAD-ALIGHTINGS             PIC 9(04).
           05  FILLER                      PIC X(23).
