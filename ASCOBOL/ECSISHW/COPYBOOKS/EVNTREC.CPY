      *----------------------------------------------------------------
      * EVNTREC.CPY
      * Record layout for one entry on the indexed AlumniEvents.DAT
      * file - one alumni event, keyed on its event id, with what it
      * is, when, the CountryCode of the venue, and the graduating
      * classes it is for.  EvYearList works the way a campaign's
      * year list does: a blank list opens the event to every class.
      * Maintained by EventMaint.  Shared by EventMaint and
      * EventReport so both carry the same picture of the file.
      *----------------------------------------------------------------
       01 EventRec.
           88 EndAlumniEvents     VALUE HIGH-VALUES.
           02 EvEventId           PIC X(8).
           02 EvEventName         PIC X(40).
           02 EvEventDate         PIC 9(8).
           02 EvCountryCode       PIC XX.
           02 EvYearList.
               03 EvGradYear      OCCURS 10 TIMES PIC X(4).
