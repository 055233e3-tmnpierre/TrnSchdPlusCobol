      ******************************************************************
      * COPYBOOK.   TARIFF-RECORD.CPY                                  *
      *                                                                *
      * PURPOSE:                                                       *
      *   Record layout for one entry of the track-access tariff file  *
      *   'access-tariff.dat', kept by finance and read by TrnChrg to  *
      *   price the month's train-kilometres. One entry per train      *
      *   type holds the charge per kilometre run and the surcharge    *
      *   for every intermediate stop called at, both in euros with    *
      *   two decimals, e.g. 'T0125000500' charges a TGV 12.50 per     *
      *   km and 5.00 per stop.                                        *
      *                                                                *
      * MODIFICATION HISTORY:                                          *
      *   2026-10-12  PH  Original layout.                             *
      ******************************************************************
       01  ACCESS-TARIFF.
           05  TARIFF-TYPE-CODE            PIC X(01).
               88  TARIFF-TGV              VALUE 'T'.
               88  TARIFF-CORAIL           VALUE 'C'.
               88  TARIFF-TER              VALUE 'R'.
           05  TARIFF-RATE-PER-KM          PIC 9(03)V99.
           05  TARIFF-STOP-SURCHARGE       PIC 9(03)V99.
