       IDENTIFICATION DIVISION.
       PROGRAM-ID.  EventMaint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *----------------------------------------------------------------
      * Both event files are OPTIONAL so the first session after
      * they are introduced creates them rather than failing to open
      * them.
      *----------------------------------------------------------------
       SELECT OPTIONAL AlumniEvents ASSIGN TO "AlumniEvents.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EvEventId
           FILE STATUS IS WS-AlumniEventsStatus.

       SELECT OPTIONAL EventRegs ASSIGN TO "EventRegs.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RgKey
           ALTERNATE RECORD KEY IS RgStudentId WITH DUPLICATES
           FILE STATUS IS WS-EventRegsStatus.

      *----------------------------------------------------------------
      * GradInfo is read-only here - a registration is only taken for
      * a graduate who is actually on file, and the name and class
      * are shown so the office can see it has the right person.
      *----------------------------------------------------------------
       SELECT GradInfo ASSIGN TO "GradInfo.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS StudentId
           ALTERNATE RECORD KEY IS EmailAdd WITH DUPLICATES
           FILE STATUS IS WS-GradInfoStatus.

       SELECT OPTIONAL CountryCodes ASSIGN TO "CountryCodes.DAT".

      *----------------------------------------------------------------
      * Registration audit journal - appended to by every session,
      * never rewritten, the same way GradJournal.DAT is.
      *----------------------------------------------------------------
       SELECT OPTIONAL EventJournal ASSIGN TO "EventJournal.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

      *----------------------------------------------------------------
      * Operator authority file, maintained by OperMaint - the
      * sign-on id must be on it, and its authority level gates the
      * update functions.  OPTIONAL only so the open cannot abort;
      * an absent or empty file refuses every sign-on and says to
      * run OperMaint.
      *----------------------------------------------------------------
       SELECT OPTIONAL OperAuth ASSIGN TO "OperAuth.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD AlumniEvents.
           COPY EVNTREC.

       FD EventRegs.
           COPY EVREGREC.

       FD GradInfo.
           COPY GRADREC.

       FD CountryCodes.
           COPY CTRYREC.

       FD EventJournal.
           COPY EVJRNREC.

       FD OperAuth.
           COPY OPERREC.

       WORKING-STORAGE SECTION.

       01 WS-AlumniEventsStatus    PIC XX VALUE "00".
           88 AlumniEventsOk       VALUE "00".
           88 AlumniEventsOpened   VALUE "00" "05".

       01 WS-EventRegsStatus       PIC XX VALUE "00".
           88 EventRegsOk          VALUE "00".
           88 EventRegsOpened      VALUE "00" "05".

       01 WS-GradInfoStatus        PIC XX VALUE "00".
           88 GradInfoOk           VALUE "00".

       01 WS-Switches.
           02 WS-DoneFlag           PIC X VALUE "N".
               88 UserIsDone        VALUE "Y".
           02 WS-FilesOpenFlag      PIC X VALUE "N".
               88 FilesAreOpen      VALUE "Y".
           02 WS-BrowseDone         PIC X VALUE "N".
               88 BrowseIsDone      VALUE "Y".
           02 WS-MarkingDone        PIC X VALUE "N".
               88 MarkingIsDone     VALUE "Y".
           02 WS-EventValidFlag     PIC X VALUE "N".
               88 EventIsValid      VALUE "Y".
           02 WS-CountryFound       PIC X VALUE "N".
               88 CountryWasFound   VALUE "Y".
           02 WS-ClassFound         PIC X VALUE "N".
               88 ClassIsTargeted   VALUE "Y".

       01 WS-Function               PIC X.
           88 FunctionIsAdd         VALUE "A" "a".
           88 FunctionIsChange      VALUE "C" "c".
           88 FunctionIsDelete      VALUE "D" "d".
           88 FunctionIsInquire     VALUE "I" "i".
           88 FunctionIsRegister    VALUE "R" "r".
           88 FunctionIsCancel      VALUE "K" "k".
           88 FunctionIsMark        VALUE "M" "m".
           88 FunctionIsList        VALUE "L" "l".
           88 FunctionIsExit        VALUE "X" "x".

      *----------------------------------------------------------------
      * The operator running this session and the authority that id
      * carries on OperAuth.DAT - update opens A, C, R, K and M, full
      * authority opens D.
      *----------------------------------------------------------------
       01 WS-OperatorId             PIC X(8).
       01 WS-AuthLevel              PIC X VALUE SPACE.
           88 OperCanUpdate         VALUE "U" "F".
           88 OperHasFull           VALUE "F".

       01 WS-OperFound              PIC X VALUE "N".
           88 OperatorWasFound      VALUE "Y".

       01 WS-OperTableCount        PIC 9(4) COMP VALUE ZERO.
       01 WS-OperTable.
           02 WS-OperEntry OCCURS 100 TIMES
               INDEXED BY OpIdx.
               03 OpTblOperatorId   PIC X(8).
               03 OpTblAuthLevel    PIC X.

      *----------------------------------------------------------------
      * CountryCodes.DAT loaded once at sign-on - a venue CountryCode
      * must be one the rest of the system knows.
      *----------------------------------------------------------------
       01 WS-CountryTableCount     PIC 9(4) COMP VALUE ZERO.
       01 WS-CountryTable.
           02 WS-CountryEntry OCCURS 1 TO 300 TIMES
               DEPENDING ON WS-CountryTableCount
               ASCENDING KEY IS CtCode
               INDEXED BY CtIdx.
               03 CtCode            PIC XX.
               03 CtName            PIC X(26).

      *----------------------------------------------------------------
      * The event being keyed or changed - laid out byte for byte
      * like EventRec, so a whole event moves between the record and
      * this work area in one group MOVE.  The date is keyed into a
      * character field and tested NUMERIC before its parts are
      * looked at.
      *----------------------------------------------------------------
       01 WS-EnteredEvent.
           02 WS-EnteredEventId      PIC X(8).
           02 WS-EnteredEventName    PIC X(40).
           02 WS-EnteredEventDate    PIC X(8).
           02 WS-EnteredDateParts REDEFINES WS-EnteredEventDate.
               03 WS-EnteredYYYY     PIC 9(4).
               03 WS-EnteredMM       PIC 99.
               03 WS-EnteredDD       PIC 99.
           02 WS-EnteredCountryCode  PIC XX.
           02 WS-EnteredYearList.
               03 WS-EnteredGradYear OCCURS 10 TIMES PIC X(4).

      *----------------------------------------------------------------
      * One reply on the change screen - blank keeps the current
      * value, the same keep-current convention CampaignMaint uses,
      * and an asterisk clears the class list outright.
      *----------------------------------------------------------------
       01 WS-ChangeText             PIC X(40).
           88 ChangeKeepsCurrent    VALUE SPACES.
           88 ChangeClearsRule      VALUE "*".

       01 WS-ListIdx                PIC 9(4) COMP.
       01 WS-EnteredStudentId       PIC 9(6).
       01 WS-GradYearText           PIC X(4).
       01 WS-TodayDate              PIC 9(8).

       01 WS-ConfirmReply           PIC X.
           88 ReplyIsYes            VALUE "Y" "y".

       01 WS-AttendChoice           PIC X.
           88 ChoiceIsAttended      VALUE "A" "a".
           88 ChoiceIsNoShow        VALUE "N" "n".

       01 WS-StatusWord             PIC X(10).

      *----------------------------------------------------------------
      * An event's registrations counted by status - for the inquiry
      * screen, and to keep an event with registrations on file.
      *----------------------------------------------------------------
       01 WS-RegCounts.
           02 WS-RegTotalCount      PIC 9(6).
           02 WS-RegOpenCount       PIC 9(6).
           02 WS-RegAttendedCount   PIC 9(6).
           02 WS-RegNoShowCount     PIC 9(6).
           02 WS-RegCancelledCount  PIC 9(6).

      *----------------------------------------------------------------
      * Audit-journal work fields - the caller sets the action and
      * the before/after images; 7000-WriteJournalEntry stamps the
      * rest.
      *----------------------------------------------------------------
       01 WS-JournalAction          PIC X.
       01 WS-BeforeImage            PIC X(23).
       01 WS-AfterImage             PIC X(23).

      *----------------------------------------------------------------
      * ACCEPT FROM TIME hands back HHMMSSss - the hundredths are
      * more than the journal needs, so the time is taken into this
      * group and only its HHMMSS head is stamped on the entry.
      *----------------------------------------------------------------
       01 WS-TimeOfDay.
           02 WS-TimeHHMMSS         PIC 9(6).
           02 FILLER                PIC 99.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      * Alumni event maintenance - the events themselves, and the
      * graduates registered for each.  Every change to a
      * registration is journalled to EventJournal.DAT under the
      * signed-on operator.
      *----------------------------------------------------------------
       0000-Mainline.
           PERFORM 1000-Initialize
               THRU 1000-Initialize-Exit.

           PERFORM 2000-ProcessOneRequest
               THRU 2000-ProcessOneRequest-Exit
               UNTIL UserIsDone.

           PERFORM 8000-Finalize
               THRU 8000-Finalize-Exit.

           STOP RUN.

       1000-Initialize.
           ACCEPT WS-TodayDate FROM DATE YYYYMMDD.
           MOVE SPACES TO WS-OperatorId.
           PERFORM 1050-AcceptOperatorId
               THRU 1050-AcceptOperatorId-Exit
               UNTIL WS-OperatorId NOT = SPACES.
           PERFORM 1060-CheckOperatorAuth
               THRU 1060-CheckOperatorAuth-Exit.

           IF NOT UserIsDone
               PERFORM 1100-LoadCountryTable
                   THRU 1100-LoadCountryTable-Exit
               OPEN I-O AlumniEvents
               IF NOT AlumniEventsOpened
                   DISPLAY "UNABLE TO OPEN ALUMNIEVENTS.DAT - STATUS "
                       WS-AlumniEventsStatus
                   SET UserIsDone TO TRUE
               END-IF
           END-IF.

           IF NOT UserIsDone
               OPEN I-O EventRegs
               IF NOT EventRegsOpened
                   DISPLAY "UNABLE TO OPEN EVENTREGS.DAT - STATUS "
                       WS-EventRegsStatus
                   SET UserIsDone TO TRUE
               END-IF
           END-IF.

           IF NOT UserIsDone
               OPEN INPUT GradInfo
               IF NOT GradInfoOk
                   DISPLAY "UNABLE TO OPEN GRADINFO.DAT - STATUS "
                       WS-GradInfoStatus
                   SET UserIsDone TO TRUE
               ELSE
                   OPEN EXTEND EventJournal
                   SET FilesAreOpen TO TRUE
               END-IF
           END-IF.
       1000-Initialize-Exit.
           EXIT.

       1050-AcceptOperatorId.
           DISPLAY "OPERATOR ID (8 CHARACTERS)    : ".
           ACCEPT WS-OperatorId.
       1050-AcceptOperatorId-Exit.
           EXIT.

      *----------------------------------------------------------------
      * The keyed id must be on OperAuth.DAT - the session ends
      * right here when the id is unknown (or the file has never
      * been set up).
      *----------------------------------------------------------------
       1060-CheckOperatorAuth.
           OPEN INPUT OperAuth.
           READ OperAuth
               AT END SET EndOperators TO TRUE.
           PERFORM 1070-LoadOneOperator
               THRU 1070-LoadOneOperator-Exit
               UNTIL EndOperators.
           CLOSE OperAuth.

           IF WS-OperTableCount = ZERO
               DISPLAY "NO OPERATORS ON FILE - RUN OPERMAINT FIRST"
               SET UserIsDone TO TRUE
           ELSE
               MOVE "N" TO WS-OperFound
               SET OpIdx TO 1
               SEARCH WS-OperEntry
                   VARYING OpIdx
                   AT END
                       CONTINUE
                   WHEN OpIdx > WS-OperTableCount
                       CONTINUE
                   WHEN OpTblOperatorId(OpIdx) = WS-OperatorId
                       SET OperatorWasFound TO TRUE
                       MOVE OpTblAuthLevel(OpIdx) TO WS-AuthLevel
               END-SEARCH
               IF NOT OperatorWasFound
                   DISPLAY "OPERATOR ID NOT AUTHORIZED - SESSION "
                       "ENDED"
                   SET UserIsDone TO TRUE
               END-IF
           END-IF.
       1060-CheckOperatorAuth-Exit.
           EXIT.

       1070-LoadOneOperator.
           IF WS-OperTableCount = 100
               DISPLAY "EVENTMAINT: OPERAUTH.DAT HAS MORE THAN "
                   "100 ENTRIES - WS-OperTable IS FULL"
               STOP RUN
           END-IF.
           ADD 1 TO WS-OperTableCount.
           MOVE OpOperatorId TO OpTblOperatorId(WS-OperTableCount).
           MOVE OpAuthLevel  TO OpTblAuthLevel(WS-OperTableCount).
           READ OperAuth
               AT END SET EndOperators TO TRUE.
       1070-LoadOneOperator-Exit.
           EXIT.

      *----------------------------------------------------------------
      * Load CountryCodes.DAT into WS-CountryTable once - the file is
      * maintained in CtyCode order, so the table can be searched with
      * SEARCH ALL once it is loaded.
      *----------------------------------------------------------------
       1100-LoadCountryTable.
           OPEN INPUT CountryCodes.
           READ CountryCodes
               AT END SET EndCountryCodes TO TRUE.
           PERFORM 1110-LoadOneCountryEntry
               THRU 1110-LoadOneCountryEntry-Exit
               UNTIL EndCountryCodes.
           CLOSE CountryCodes.
       1100-LoadCountryTable-Exit.
           EXIT.

       1110-LoadOneCountryEntry.
           IF WS-CountryTableCount = 300
               DISPLAY "EVENTMAINT: COUNTRYCODES.DAT HAS MORE THAN 300 "
                   "ENTRIES - WS-CountryTable IS FULL"
               STOP RUN
           END-IF.
           ADD 1 TO WS-CountryTableCount.
           MOVE CtyCode TO CtCode(WS-CountryTableCount).
           MOVE CtyName TO CtName(WS-CountryTableCount).
           READ CountryCodes
               AT END SET EndCountryCodes TO TRUE.
       1110-LoadOneCountryEntry-Exit.
           EXIT.

       2000-ProcessOneRequest.
           DISPLAY "A-ADD  C-CHANGE  D-DELETE  I-INQUIRE EVENT".
           DISPLAY "R-REGISTER  K-CANCEL  M-MARK ATTENDANCE  "
               "L-LIST  X-EXIT : ".
           ACCEPT WS-Function.

           EVALUATE TRUE
               WHEN FunctionIsAdd AND NOT OperCanUpdate
                   DISPLAY "NOT AUTHORIZED - A TAKES UPDATE AUTHORITY"
               WHEN FunctionIsChange AND NOT OperCanUpdate
                   DISPLAY "NOT AUTHORIZED - C TAKES UPDATE AUTHORITY"
               WHEN FunctionIsDelete AND NOT OperHasFull
                   DISPLAY "NOT AUTHORIZED - D TAKES FULL AUTHORITY"
               WHEN FunctionIsRegister AND NOT OperCanUpdate
                   DISPLAY "NOT AUTHORIZED - R TAKES UPDATE AUTHORITY"
               WHEN FunctionIsCancel AND NOT OperCanUpdate
                   DISPLAY "NOT AUTHORIZED - K TAKES UPDATE AUTHORITY"
               WHEN FunctionIsMark AND NOT OperCanUpdate
                   DISPLAY "NOT AUTHORIZED - M TAKES UPDATE AUTHORITY"
               WHEN FunctionIsAdd
                   PERFORM 3000-AddEvent
                       THRU 3000-AddEvent-Exit
               WHEN FunctionIsChange
                   PERFORM 3500-ChangeEvent
                       THRU 3500-ChangeEvent-Exit
               WHEN FunctionIsDelete
                   PERFORM 4000-DeleteEvent
                       THRU 4000-DeleteEvent-Exit
               WHEN FunctionIsInquire
                   PERFORM 4500-InquireEvent
                       THRU 4500-InquireEvent-Exit
               WHEN FunctionIsRegister
                   PERFORM 5000-RegisterGraduate
                       THRU 5000-RegisterGraduate-Exit
               WHEN FunctionIsCancel
                   PERFORM 5500-CancelRegistration
                       THRU 5500-CancelRegistration-Exit
               WHEN FunctionIsMark
                   PERFORM 6000-MarkAttendance
                       THRU 6000-MarkAttendance-Exit
               WHEN FunctionIsList
                   PERFORM 6500-ListRegistrations
                       THRU 6500-ListRegistrations-Exit
               WHEN FunctionIsExit
                   SET UserIsDone TO TRUE
               WHEN OTHER
                   DISPLAY "INVALID FUNCTION - ENTER A, C, D, I, R, K, "
                       "M, L OR X"
           END-EVALUATE.
       2000-ProcessOneRequest-Exit.
           EXIT.

      *----------------------------------------------------------------
      * Add one event.  The id must be new; the rest is keyed and
      * checked in full before anything goes on file.
      *----------------------------------------------------------------
       3000-AddEvent.
           PERFORM 7500-AcceptEventId
               THRU 7500-AcceptEventId-Exit.

           IF WS-EnteredEventId = SPACES
               DISPLAY "EVENT ID IS REQUIRED - NOT ADDED"
           ELSE
               MOVE WS-EnteredEventId TO EvEventId
               READ AlumniEvents
                   INVALID KEY
                       CONTINUE
               END-READ
               IF AlumniEventsOk
                   DISPLAY "EVENT ALREADY ON FILE - NOT ADDED"
               ELSE
                   PERFORM 3050-AcceptNewEvent
                       THRU 3050-AcceptNewEvent-Exit
                   PERFORM 7600-ValidateEvent
                       THRU 7600-ValidateEvent-Exit
                   IF NOT EventIsValid
                       DISPLAY "EVENT NOT ADDED"
                   ELSE
                       MOVE WS-EnteredEvent TO EventRec
                       WRITE EventRec
                           INVALID KEY
                               DISPLAY "UNABLE TO ADD EVENT - STATUS "
                                   WS-AlumniEventsStatus
                           NOT INVALID KEY
                               DISPLAY "EVENT ADDED"
                       END-WRITE
                   END-IF
               END-IF
           END-IF.
       3000-AddEvent-Exit.
           EXIT.

       3050-AcceptNewEvent.
           MOVE SPACES TO WS-EnteredEventName.
           MOVE SPACES TO WS-EnteredEventDate.
           MOVE SPACES TO WS-EnteredCountryCode.
           MOVE SPACES TO WS-EnteredYearList.
           DISPLAY "EVENT NAME                    : ".
           ACCEPT WS-EnteredEventName.
           DISPLAY "EVENT DATE (YYYYMMDD)         : ".
           ACCEPT WS-EnteredEventDate.
           DISPLAY "VENUE COUNTRY CODE            : ".
           ACCEPT WS-EnteredCountryCode.
           DISPLAY "BLANK OPENS THE EVENT TO EVERY CLASS".
           DISPLAY "GRAD YEARS (UP TO 10 YYYY RUN TOGETHER)     : ".
           ACCEPT WS-EnteredYearList.
       3050-AcceptNewEvent-Exit.
           EXIT.

      *----------------------------------------------------------------
      * Change one event - each field is shown with its current
      * value, and a blank reply keeps it.
      *----------------------------------------------------------------
       3500-ChangeEvent.
           PERFORM 7500-AcceptEventId
               THRU 7500-AcceptEventId-Exit.
           MOVE WS-EnteredEventId TO EvEventId.
           READ AlumniEvents
               INVALID KEY
                   DISPLAY "EVENT NOT ON FILE"
           END-READ.

           IF AlumniEventsOk
               MOVE EventRec TO WS-EnteredEvent
               PERFORM 3550-AcceptEventChanges
                   THRU 3550-AcceptEventChanges-Exit
               PERFORM 7600-ValidateEvent
                   THRU 7600-ValidateEvent-Exit
               IF NOT EventIsValid
                   DISPLAY "EVENT NOT CHANGED"
               ELSE
                   MOVE WS-EnteredEvent TO EventRec
                   REWRITE EventRec
                       INVALID KEY
                           DISPLAY "UNABLE TO CHANGE EVENT - STATUS "
                               WS-AlumniEventsStatus
                       NOT INVALID KEY
                           DISPLAY "EVENT CHANGED"
                   END-REWRITE
               END-IF
           END-IF.
       3500-ChangeEvent-Exit.
           EXIT.

       3550-AcceptEventChanges.
           MOVE SPACES TO WS-ChangeText.
           DISPLAY "EVENT NAME (" WS-EnteredEventName ") : ".
           ACCEPT WS-ChangeText.
           IF NOT ChangeKeepsCurrent
               MOVE WS-ChangeText TO WS-EnteredEventName
           END-IF.

           MOVE SPACES TO WS-ChangeText.
           DISPLAY "EVENT DATE (" WS-EnteredEventDate ") : ".
           ACCEPT WS-ChangeText.
           IF NOT ChangeKeepsCurrent
               MOVE WS-ChangeText TO WS-EnteredEventDate
           END-IF.

           MOVE SPACES TO WS-ChangeText.
           DISPLAY "VENUE COUNTRY CODE (" WS-EnteredCountryCode
               ") : ".
           ACCEPT WS-ChangeText.
           IF NOT ChangeKeepsCurrent
               MOVE WS-ChangeText TO WS-EnteredCountryCode
           END-IF.

           MOVE SPACES TO WS-ChangeText.
           DISPLAY "GRAD YEARS (" WS-EnteredYearList ") : ".
           ACCEPT WS-ChangeText.
           EVALUATE TRUE
               WHEN ChangeKeepsCurrent
                   CONTINUE
               WHEN ChangeClearsRule
                   MOVE SPACES TO WS-EnteredYearList
               WHEN OTHER
                   MOVE WS-ChangeText TO WS-EnteredYearList
           END-EVALUATE.
       3550-AcceptEventChanges-Exit.
           EXIT.

      *----------------------------------------------------------------
      * Delete one event.  An event that anyone has registered for -
      * even a registration since cancelled - stays on file; the
      * registrations and their journal entries would otherwise
      * point at an event nobody can look up.
      *----------------------------------------------------------------
       4000-DeleteEvent.
           PERFORM 7500-AcceptEventId
               THRU 7500-AcceptEventId-Exit.
           MOVE WS-EnteredEventId TO EvEventId.
           READ AlumniEvents
               INVALID KEY
                   DISPLAY "EVENT NOT ON FILE"
           END-READ.

           IF AlumniEventsOk
               PERFORM 7700-CountEventRegs
                   THRU 7700-CountEventRegs-Exit
               IF WS-RegTotalCount > ZERO
                   DISPLAY "EVENT HAS " WS-RegTotalCount
                       " REGISTRATIONS ON FILE - NOT DELETED"
               ELSE
                   DISPLAY "EVENT: " EvEventName
                   DISPLAY "DELETE THIS EVENT (Y TO CONFIRM): "
                   MOVE SPACE TO WS-ConfirmReply
                   ACCEPT WS-ConfirmReply
                   IF NOT ReplyIsYes
                       DISPLAY "EVENT NOT DELETED"
                   ELSE
                       DELETE AlumniEvents
                           INVALID KEY
                               DISPLAY "UNABLE TO DELETE EVENT"
                           NOT INVALID KEY
                               DISPLAY "EVENT DELETED"
                       END-DELETE
                   END-IF
               END-IF
           END-IF.
       4000-DeleteEvent-Exit.
           EXIT.

       4500-InquireEvent.
           PERFORM 7500-AcceptEventId
               THRU 7500-AcceptEventId-Exit.
           MOVE WS-EnteredEventId TO EvEventId.
           READ AlumniEvents
               INVALID KEY
                   DISPLAY "EVENT NOT ON FILE"
           END-READ.

           IF AlumniEventsOk
               PERFORM 7800-ShowEvent
                   THRU 7800-ShowEvent-Exit
               PERFORM 7700-CountEventRegs
                   THRU 7700-CountEventRegs-Exit
               DISPLAY "REGISTERED    : " WS-RegOpenCount
               DISPLAY "ATTENDED      : " WS-RegAttendedCount
               DISPLAY "NO-SHOW       : " WS-RegNoShowCount
               DISPLAY "CANCELLED     : " WS-RegCancelledCount
           END-IF.
       4500-InquireEvent-Exit.
           EXIT.

      *----------------------------------------------------------------
      * Register one graduate for one event.  The graduate must be
      * on GradInfo.DAT; one from a class the event is not for is
      * taken only on the operator's say-so.  A registration that
      * was cancelled is reinstated rather than added a second time.
      *----------------------------------------------------------------
       5000-RegisterGraduate.
           PERFORM 7500-AcceptEventId
               THRU 7500-AcceptEventId-Exit.
           MOVE WS-EnteredEventId TO EvEventId.
           READ AlumniEvents
               INVALID KEY
                   DISPLAY "EVENT NOT ON FILE"
           END-READ.

           IF AlumniEventsOk
               DISPLAY "EVENT: " EvEventName
               DISPLAY "STUDENT ID (6 DIGITS)         : "
               ACCEPT WS-EnteredStudentId
               MOVE WS-EnteredStudentId TO StudentId
               READ GradInfo
                   INVALID KEY
                       DISPLAY "STUDENT ID NOT ON FILE"
               END-READ
               IF GradInfoOk
                   DISPLAY "NAME: " StudName "  YR: " GradYear
                   PERFORM 7900-CheckTargetClass
                       THRU 7900-CheckTargetClass-Exit
                   IF ClassIsTargeted
                       PERFORM 5100-ApplyRegistration
                           THRU 5100-ApplyRegistration-Exit
                   ELSE
                       DISPLAY "CLASS OF " GradYear " IS NOT ONE THIS "
                           "EVENT IS FOR"
                       DISPLAY "REGISTER ANYWAY (Y TO CONFIRM): "
                       MOVE SPACE TO WS-ConfirmReply
                       ACCEPT WS-ConfirmReply
                       IF ReplyIsYes
                           PERFORM 5100-ApplyRegistration
                               THRU 5100-ApplyRegistration-Exit
                       ELSE
                           DISPLAY "NOT REGISTERED"
                       END-IF
                   END-IF
               END-IF
           END-IF.
       5000-RegisterGraduate-Exit.
           EXIT.

       5100-ApplyRegistration.
           MOVE WS-EnteredEventId   TO RgEventId.
           MOVE WS-EnteredStudentId TO RgStudentId.
           READ EventRegs
               INVALID KEY
                   CONTINUE
           END-READ.

           EVALUATE TRUE
               WHEN EventRegsOk AND RgCancelled
                   MOVE EventRegRec  TO WS-BeforeImage
                   MOVE WS-TodayDate TO RgRegDate
                   SET RgIsRegistered TO TRUE
                   REWRITE EventRegRec
                       INVALID KEY
                           DISPLAY "UNABLE TO REINSTATE REGISTRATION"
                       NOT INVALID KEY
                           DISPLAY "CANCELLED REGISTRATION REINSTATED"
                           MOVE "C" TO WS-JournalAction
                           MOVE EventRegRec TO WS-AfterImage
                           PERFORM 7000-WriteJournalEntry
                               THRU 7000-WriteJournalEntry-Exit
                   END-REWRITE
               WHEN EventRegsOk
                   DISPLAY "ALREADY REGISTERED FOR THIS EVENT"
               WHEN OTHER
                   MOVE WS-EnteredEventId   TO RgEventId
                   MOVE WS-EnteredStudentId TO RgStudentId
                   MOVE WS-TodayDate        TO RgRegDate
                   SET RgIsRegistered TO TRUE
                   WRITE EventRegRec
                       INVALID KEY
                           DISPLAY "UNABLE TO REGISTER - STATUS "
                               WS-EventRegsStatus
                       NOT INVALID KEY
                           DISPLAY "REGISTERED"
                           MOVE "A" TO WS-JournalAction
                           MOVE SPACES      TO WS-BeforeImage
                           MOVE EventRegRec TO WS-AfterImage
                           PERFORM 7000-WriteJournalEntry
                               THRU 7000-WriteJournalEntry-Exit
                   END-WRITE
           END-EVALUATE.
       5100-ApplyRegistration-Exit.
           EXIT.

      *----------------------------------------------------------------
      * Cancel one registration - kept on file as status C so the
      * attendance summary still counts it.
      *----------------------------------------------------------------
       5500-CancelRegistration.
           PERFORM 7500-AcceptEventId
               THRU 7500-AcceptEventId-Exit.
           DISPLAY "STUDENT ID (6 DIGITS)         : ".
           ACCEPT WS-EnteredStudentId.
           MOVE WS-EnteredEventId   TO RgEventId.
           MOVE WS-EnteredStudentId TO RgStudentId.
           READ EventRegs
               INVALID KEY
                   DISPLAY "NOT REGISTERED FOR THIS EVENT"
           END-READ.

           IF EventRegsOk
               IF RgCancelled
                   DISPLAY "REGISTRATION IS ALREADY CANCELLED"
               ELSE
                   MOVE EventRegRec TO WS-BeforeImage
                   SET RgCancelled TO TRUE
                   REWRITE EventRegRec
                       INVALID KEY
                           DISPLAY "UNABLE TO CANCEL REGISTRATION"
                       NOT INVALID KEY
                           DISPLAY "REGISTRATION CANCELLED"
                           MOVE "C" TO WS-JournalAction
                           MOVE EventRegRec TO WS-AfterImage
                           PERFORM 7000-WriteJournalEntry
                               THRU 7000-WriteJournalEntry-Exit
                   END-REWRITE
               END-IF
           END-IF.
       5500-CancelRegistration-Exit.
           EXIT.

      *----------------------------------------------------------------
      * Mark attendance after the event - one StudentId after
      * another off the sign-in sheet until 0 is keyed.  Attendance
      * is not taken for an event still to come.
      *----------------------------------------------------------------
       6000-MarkAttendance.
           PERFORM 7500-AcceptEventId
               THRU 7500-AcceptEventId-Exit.
           MOVE WS-EnteredEventId TO EvEventId.
           READ AlumniEvents
               INVALID KEY
                   DISPLAY "EVENT NOT ON FILE"
           END-READ.

           IF AlumniEventsOk
               DISPLAY "EVENT: " EvEventName "  DATE: " EvEventDate
               IF EvEventDate > WS-TodayDate
                   DISPLAY "EVENT HAS NOT TAKEN PLACE YET - "
                       "ATTENDANCE NOT TAKEN"
               ELSE
                   MOVE "N" TO WS-MarkingDone
                   PERFORM 6100-MarkOneAttendee
                       THRU 6100-MarkOneAttendee-Exit
                       UNTIL MarkingIsDone
               END-IF
           END-IF.
       6000-MarkAttendance-Exit.
           EXIT.

       6100-MarkOneAttendee.
           DISPLAY "STUDENT ID (0-END)            : ".
           ACCEPT WS-EnteredStudentId.

           IF WS-EnteredStudentId = ZERO
               SET MarkingIsDone TO TRUE
           ELSE
               MOVE WS-EnteredEventId   TO RgEventId
               MOVE WS-EnteredStudentId TO RgStudentId
               READ EventRegs
                   INVALID KEY
                       DISPLAY "NOT REGISTERED FOR THIS EVENT"
               END-READ
               IF EventRegsOk
                   IF RgCancelled
                       DISPLAY "REGISTRATION WAS CANCELLED - NOT "
                           "MARKED"
                   ELSE
                       PERFORM 6200-ApplyAttendance
                           THRU 6200-ApplyAttendance-Exit
                   END-IF
               END-IF
           END-IF.
       6100-MarkOneAttendee-Exit.
           EXIT.

       6200-ApplyAttendance.
           PERFORM 7950-SetStatusWord
               THRU 7950-SetStatusWord-Exit.
           DISPLAY "NOW: " WS-StatusWord.
           DISPLAY "A-ATTENDED  N-NO-SHOW         : ".
           MOVE SPACE TO WS-AttendChoice.
           ACCEPT WS-AttendChoice.

           IF NOT ChoiceIsAttended AND NOT ChoiceIsNoShow
               DISPLAY "ENTER A OR N - NOT MARKED"
           ELSE
               MOVE EventRegRec TO WS-BeforeImage
               IF ChoiceIsAttended
                   SET RgAttended TO TRUE
               ELSE
                   SET RgNoShow TO TRUE
               END-IF
               IF EventRegRec = WS-BeforeImage
                   DISPLAY "ALREADY MARKED - NOTHING CHANGED"
               ELSE
                   REWRITE EventRegRec
                       INVALID KEY
                           DISPLAY "UNABLE TO MARK ATTENDANCE"
                       NOT INVALID KEY
                           DISPLAY "MARKED"
                           MOVE "C" TO WS-JournalAction
                           MOVE EventRegRec TO WS-AfterImage
                           PERFORM 7000-WriteJournalEntry
                               THRU 7000-WriteJournalEntry-Exit
                   END-REWRITE
               END-IF
           END-IF.
       6200-ApplyAttendance-Exit.
           EXIT.

      *----------------------------------------------------------------
      * List every registration for one event in StudentId order.
      * The positioned read stops at the first record keyed to a
      * different event.
      *----------------------------------------------------------------
       6500-ListRegistrations.
           PERFORM 7500-AcceptEventId
               THRU 7500-AcceptEventId-Exit.
           MOVE WS-EnteredEventId TO EvEventId.
           READ AlumniEvents
               INVALID KEY
                   DISPLAY "EVENT NOT ON FILE"
           END-READ.

           IF AlumniEventsOk
               PERFORM 7800-ShowEvent
                   THRU 7800-ShowEvent-Exit
               MOVE ZERO TO WS-RegTotalCount
               PERFORM 7720-StartEventRegs
                   THRU 7720-StartEventRegs-Exit
               PERFORM 6550-ListOneRegistration
                   THRU 6550-ListOneRegistration-Exit
                   UNTIL BrowseIsDone
               IF WS-RegTotalCount = ZERO
                   DISPLAY "NO REGISTRATIONS ON FILE FOR THIS EVENT"
               END-IF
           END-IF.
       6500-ListRegistrations-Exit.
           EXIT.

       6550-ListOneRegistration.
           IF RgEventId NOT = WS-EnteredEventId
               SET BrowseIsDone TO TRUE
           ELSE
               ADD 1 TO WS-RegTotalCount
               MOVE RgStudentId TO StudentId
               READ GradInfo
                   INVALID KEY
                       MOVE "** NOT ON GRADINFO **" TO StudName
                       MOVE ZERO TO GradYear
               END-READ
               PERFORM 7950-SetStatusWord
                   THRU 7950-SetStatusWord-Exit
               DISPLAY "ID: " RgStudentId "  NAME: " StudName
                   "  YR: " GradYear "  " WS-StatusWord
               READ EventRegs NEXT RECORD
                   AT END SET BrowseIsDone TO TRUE
               END-READ
           END-IF.
       6550-ListOneRegistration-Exit.
           EXIT.

      *----------------------------------------------------------------
      * Journal the registration change just applied - the caller
      * set WS-JournalAction and the before/after images; the
      * operator, date and time are stamped here, and the key is
      * journalled on its own so the entries can be selected without
      * unpacking either image.
      *----------------------------------------------------------------
       7000-WriteJournalEntry.
           MOVE WS-OperatorId       TO EjOperator.
           ACCEPT EjDate FROM DATE YYYYMMDD.
           ACCEPT WS-TimeOfDay FROM TIME.
           MOVE WS-TimeHHMMSS       TO EjTime.
           MOVE WS-JournalAction    TO EjAction.
           MOVE WS-EnteredEventId   TO EjEventId.
           MOVE WS-EnteredStudentId TO EjStudentId.
           MOVE WS-BeforeImage      TO EjBeforeImage.
           MOVE WS-AfterImage       TO EjAfterImage.
           WRITE EventJournalEntry.
       7000-WriteJournalEntry-Exit.
           EXIT.

       7500-AcceptEventId.
           MOVE SPACES TO WS-EnteredEventId.
           DISPLAY "EVENT ID (8 CHARACTERS)       : ".
           ACCEPT WS-EnteredEventId.
       7500-AcceptEventId-Exit.
           EXIT.

      *----------------------------------------------------------------
      * Check the event in WS-EnteredEvent before it goes on file -
      * a name, a real calendar date, a venue CountryCode on
      * CountryCodes.DAT, and a class list of four-digit years (or
      * blank).  Every fault is reported, not just the first.
      *----------------------------------------------------------------
       7600-ValidateEvent.
           SET EventIsValid TO TRUE.

           IF WS-EnteredEventName = SPACES
               DISPLAY "EVENT NAME IS REQUIRED"
               MOVE "N" TO WS-EventValidFlag
           END-IF.

           IF WS-EnteredEventDate NOT NUMERIC
               DISPLAY "EVENT DATE MUST BE EIGHT DIGITS YYYYMMDD"
               MOVE "N" TO WS-EventValidFlag
           ELSE
               IF WS-EnteredYYYY < 1900
                  OR WS-EnteredMM < 1 OR WS-EnteredMM > 12
                  OR WS-EnteredDD < 1 OR WS-EnteredDD > 31
                   DISPLAY "EVENT DATE " WS-EnteredEventDate
                       " IS NOT A CALENDAR DATE"
                   MOVE "N" TO WS-EventValidFlag
               END-IF
           END-IF.

           MOVE "N" TO WS-CountryFound.
           IF WS-CountryTableCount > ZERO
               SEARCH ALL WS-CountryEntry
                   AT END
                       CONTINUE
                   WHEN CtCode(CtIdx) = WS-EnteredCountryCode
                       SET CountryWasFound TO TRUE
               END-SEARCH
           END-IF.
           IF NOT CountryWasFound
               DISPLAY "COUNTRY CODE " WS-EnteredCountryCode
                   " IS NOT ON COUNTRYCODES.DAT"
               MOVE "N" TO WS-EventValidFlag
           END-IF.

           MOVE 1 TO WS-ListIdx.
           PERFORM 7620-CheckOneGradYear
               THRU 7620-CheckOneGradYear-Exit
               UNTIL WS-ListIdx > 10.
       7600-ValidateEvent-Exit.
           EXIT.

       7620-CheckOneGradYear.
           IF WS-EnteredGradYear(WS-ListIdx) NOT = SPACES
              AND WS-EnteredGradYear(WS-ListIdx) NOT NUMERIC
               DISPLAY "GRAD YEAR " WS-EnteredGradYear(WS-ListIdx)
                   " IS NOT FOUR DIGITS"
               MOVE "N" TO WS-EventValidFlag
           END-IF.
           ADD 1 TO WS-ListIdx.
       7620-CheckOneGradYear-Exit.
           EXIT.

      *----------------------------------------------------------------
      * Count the registrations on file for the event in
      * WS-EnteredEventId, by status.
      *----------------------------------------------------------------
       7700-CountEventRegs.
           MOVE ZERO TO WS-RegCounts.
           PERFORM 7720-StartEventRegs
               THRU 7720-StartEventRegs-Exit.
           PERFORM 7750-CountOneReg
               THRU 7750-CountOneReg-Exit
               UNTIL BrowseIsDone.
       7700-CountEventRegs-Exit.
           EXIT.

      *----------------------------------------------------------------
      * Position EventRegs.DAT on the first registration for the
      * event in WS-EnteredEventId and read it - no registrations at
      * all leaves BrowseIsDone set.
      *----------------------------------------------------------------
       7720-StartEventRegs.
           MOVE "N" TO WS-BrowseDone.
           MOVE WS-EnteredEventId TO RgEventId.
           MOVE ZERO TO RgStudentId.
           START EventRegs KEY IS NOT LESS THAN RgKey
               INVALID KEY SET BrowseIsDone TO TRUE
           END-START.

           IF NOT BrowseIsDone
               READ EventRegs NEXT RECORD
                   AT END SET BrowseIsDone TO TRUE
               END-READ
           END-IF.
       7720-StartEventRegs-Exit.
           EXIT.

       7750-CountOneReg.
           IF RgEventId NOT = WS-EnteredEventId
               SET BrowseIsDone TO TRUE
           ELSE
               ADD 1 TO WS-RegTotalCount
               EVALUATE TRUE
                   WHEN RgAttended
                       ADD 1 TO WS-RegAttendedCount
                   WHEN RgNoShow
                       ADD 1 TO WS-RegNoShowCount
                   WHEN RgCancelled
                       ADD 1 TO WS-RegCancelledCount
                   WHEN OTHER
                       ADD 1 TO WS-RegOpenCount
               END-EVALUATE
               READ EventRegs NEXT RECORD
                   AT END SET BrowseIsDone TO TRUE
               END-READ
           END-IF.
       7750-CountOneReg-Exit.
           EXIT.

       7800-ShowEvent.
           DISPLAY "EVENT ID      : " EvEventId.
           DISPLAY "NAME          : " EvEventName.
           DISPLAY "DATE          : " EvEventDate.
           DISPLAY "VENUE COUNTRY : " EvCountryCode.
           IF EvYearList = SPACES
               DISPLAY "FOR CLASSES   : EVERY CLASS"
           ELSE
               DISPLAY "FOR CLASSES   : " EvYearList
           END-IF.
       7800-ShowEvent-Exit.
           EXIT.

      *----------------------------------------------------------------
      * Is the graduate in GradInfo's record area of a class the
      * event in EventRec is for?  A blank class list takes every
      * class.
      *----------------------------------------------------------------
       7900-CheckTargetClass.
           MOVE GradYear TO WS-GradYearText.
           IF EvYearList = SPACES
               SET ClassIsTargeted TO TRUE
           ELSE
               MOVE "N" TO WS-ClassFound
               MOVE 1 TO WS-ListIdx
               PERFORM 7910-CheckOneTargetYear
                   THRU 7910-CheckOneTargetYear-Exit
                   UNTIL WS-ListIdx > 10
                      OR ClassIsTargeted
           END-IF.
       7900-CheckTargetClass-Exit.
           EXIT.

       7910-CheckOneTargetYear.
           IF EvGradYear(WS-ListIdx) = WS-GradYearText
               SET ClassIsTargeted TO TRUE
           END-IF.
           ADD 1 TO WS-ListIdx.
       7910-CheckOneTargetYear-Exit.
           EXIT.

       7950-SetStatusWord.
           EVALUATE TRUE
               WHEN RgAttended
                   MOVE "ATTENDED"   TO WS-StatusWord
               WHEN RgNoShow
                   MOVE "NO-SHOW"    TO WS-StatusWord
               WHEN RgCancelled
                   MOVE "CANCELLED"  TO WS-StatusWord
               WHEN OTHER
                   MOVE "REGISTERED" TO WS-StatusWord
           END-EVALUATE.
       7950-SetStatusWord-Exit.
           EXIT.

      *----------------------------------------------------------------
      * The files are only open when the sign-on got through and
      * every open succeeded - closing them otherwise would abort a
      * session that already said why it was ending.
      *----------------------------------------------------------------
       8000-Finalize.
           IF FilesAreOpen
               CLOSE AlumniEvents
               CLOSE EventRegs
               CLOSE GradInfo
               CLOSE EventJournal
           END-IF.
       8000-Finalize-Exit.
           EXIT.
