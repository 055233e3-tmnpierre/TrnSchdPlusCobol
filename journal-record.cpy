      ******************************************************************
      * COPYBOOK.   JOURNAL-RECORD.CPY                                 *
      *                                                                *
      * PURPOSE:                                                       *
      *   Record layout for one entry of the shared change journal     *
      *   'master-journal.dat', appended to by TrnStn, TrnKm and       *
      *   TrnCnst for every change they make to the station master,    *
      *   the distance reference or the consist master, whether keyed  *
      *   at the console or applied from a batch transaction file,     *
      *   and read by TrnJrnl for inquiry. JRNL-KEY holds the station  *
      *   name, the station pair (first station in 1-15, second in     *
      *   16-30) or the train number the change was keyed on. The      *
      *   before and after images are the master record exactly as     *
      *   it stood either side of the change - spaces before an ADD    *
      *   and after a DEL.                                             *
      *                                                                *
      * MODIFICATION HISTORY:                                          *
      *   2026-10-09  PH  Original layout.                             *
      ******************************************************************
       01  MASTER-JOURNAL.
           05  JRNL-DATE                   PIC 9(08).
           05  JRNL-TIME                   PIC 9(06).
           05  JRNL-OPERATOR               PIC X(08).
           05  JRNL-MASTER                 PIC X(08).
               88  JRNL-STATION-MASTER     VALUE 'STATION'.
               88  JRNL-DISTANCE-REFERENCE VALUE 'DISTANCE'.
               88  JRNL-CONSIST-MASTER     VALUE 'CONSIST'.
           05  JRNL-ACTION                 PIC X(03).
           05  JRNL-SOURCE                 PIC X(01).
               88  JRNL-FROM-CONSOLE       VALUE 'C'.
               88  JRNL-FROM-BATCH         VALUE 'B'.
           05  JRNL-KEY                    PIC X(30).
           05  JRNL-BEFORE-IMAGE           PIC X(68).
           05  JRNL-AFTER-IMAGE            PIC X(68).
