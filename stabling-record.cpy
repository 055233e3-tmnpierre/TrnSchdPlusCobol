      ******************************************************************
      * COPYBOOK.   STABLING-RECORD.CPY                                *
      *                                                                *
      * PURPOSE:                                                       *
      *   Record layout for one entry of the start-of-day stock file   *
      *   'unit-stabling.dat', read by TrnUnit. Each entry gives the   *
      *   number of units of one CONSIST-UNIT-TYPE stabled overnight   *
      *   at one station, so unit diagramming knows what stock is on   *
      *   hand before the first train of the day and can weigh the     *
      *   end-of-day positions against it.                             *
      *                                                                *
      * MODIFICATION HISTORY:                                          *
      *   2026-10-06  PH  Original layout.                             *
      ******************************************************************
       01  UNIT-STABLING.
           05  STABLE-STATION              PIC X(15).
           05  STABLE-UNIT-TYPE            PIC X(10).
           05  STABLE-UNIT-COUNT           PIC 9(03).
