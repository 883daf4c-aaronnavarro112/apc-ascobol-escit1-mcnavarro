      *----------------------------------------------------------------
      * EVJRNREC.CPY
      * Record layout for one entry on the EventJournal.DAT audit
      * journal - the registration file's counterpart of
      * GradJournal.DAT.  Every WRITE, REWRITE and DELETE against
      * EventRegs.DAT writes one of these carrying who made the
      * change, when, the action taken (A, C or D), the key, and the
      * full EventRegRec image before and after - an add has a blank
      * before image, a delete a blank after image.  Shared by
      * EventMaint, GradErase and GradMerge so all carry the same
      * picture of it.
      *----------------------------------------------------------------
       01 EventJournalEntry.
           88 EndEventJournal     VALUE HIGH-VALUES.
           02 EjOperator          PIC X(8).
           02 EjDate              PIC 9(8).
           02 EjTime              PIC 9(6).
           02 EjAction            PIC X.
           02 EjEventId           PIC X(8).
           02 EjStudentId         PIC 9(6).
           02 EjBeforeImage       PIC X(23).
           02 EjAfterImage        PIC X(23).
