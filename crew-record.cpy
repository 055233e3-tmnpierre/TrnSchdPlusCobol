      ******************************************************************
      * COPYBOOK.   CREW-RECORD.CPY                                    *
      *                                                                *
      * PURPOSE:                                                       *
      *   Record layout for one entry of the train crew master file    *
      *   'crew-master.dat', read by TrnCrew to diagram a driver and a *
      *   guard onto every train of a service day. Each entry holds    *
      *   the staff member's ID and name, the home depot they sign on  *
      *   and off at (matching TRAIN-DEPOT-CODE on the schedule), the  *
      *   grade they work as, and a Y/N traction knowledge flag for    *
      *   each train type in TRAIN-TYPE-CODE order (TGV, Corail, TER), *
      *   so nobody is rostered onto stock they are not passed for.    *
      *   CREW-HOME-STATION is the station of the home depot where the *
      *   member signs on and off, as spelt in STATION-DEPART.         *
      *                                                                *
      * MODIFICATION HISTORY:                                          *
      *   2026-10-05  PH  Original layout.                             *
      *   2026-10-15  PH  Added CREW-HOME-STATION so sign-on and       *
      *                   sign-off are held to the home depot's        *
      *                   station, not to wherever a turn began.       *
      ******************************************************************
       01  CREW-MASTER.
           05  CREW-STAFF-ID               PIC X(06).
           05  CREW-NAME                   PIC X(20).
           05  CREW-HOME-DEPOT             PIC X(05).
           05  CREW-GRADE                  PIC X(01).
               88  CREW-DRIVER             VALUE 'D'.
               88  CREW-GUARD              VALUE 'G'.
      *    Traction knowledge: one Y/N flag per train type
           05  CREW-TRACTION-KNOWLEDGE.
               10  CREW-KNOWS-TGV          PIC X(01).
               10  CREW-KNOWS-CORAIL       PIC X(01).
               10  CREW-KNOWS-TER          PIC X(01).
           05  CREW-HOME-STATION           PIC X(15).
