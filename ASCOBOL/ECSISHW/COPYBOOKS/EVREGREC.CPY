      *----------------------------------------------------------------
      * EVREGREC.CPY
      * Record layout for one entry on the indexed EventRegs.DAT
      * file - one graduate registered for one alumni event, keyed on
      * event id plus StudentId so an event's registrations sit
      * together.  StudentId is carried as an alternate key as well,
      * so a graduate's registrations across every event can be
      * reached without passing the whole file.  A cancellation is
      * kept on file as status "C" rather than deleted, so the
      * attendance summary can still count it; attendance is marked
      * "A" or "N" after the event.  Shared by EventMaint,
      * EventReport, GradErase and GradMerge so all carry the same
      * picture of the file.
      *----------------------------------------------------------------
       01 EventRegRec.
           88 EndEventRegs        VALUE HIGH-VALUES.
           02 RgKey.
               03 RgEventId       PIC X(8).
               03 RgStudentId     PIC 9(6).
           02 RgRegDate           PIC 9(8).
           02 RgStatus            PIC X.
               88 RgIsRegistered  VALUE "R".
               88 RgAttended      VALUE "A".
               88 RgNoShow        VALUE "N".
               88 RgCancelled     VALUE "C".
