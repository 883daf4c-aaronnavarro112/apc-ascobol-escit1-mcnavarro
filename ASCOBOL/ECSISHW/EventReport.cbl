       IDENTIFICATION DIVISION.
       PROGRAM-ID.  EventReport.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT AlumniEvents ASSIGN TO "AlumniEvents.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EvEventId
           FILE STATUS IS WS-AlumniEventsStatus.

      *----------------------------------------------------------------
      * OPTIONAL: an event nobody has registered for yet still gets
      * its invitation extract, and an empty roster and summary.
      *----------------------------------------------------------------
       SELECT OPTIONAL EventRegs ASSIGN TO "EventRegs.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RgKey
           ALTERNATE RECORD KEY IS RgStudentId WITH DUPLICATES
           FILE STATUS IS WS-EventRegsStatus.

       SELECT GradInfo ASSIGN TO "GradInfo.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS StudentId
           ALTERNATE RECORD KEY IS EmailAdd WITH DUPLICATES
           FILE STATUS IS WS-GradInfoStatus.

       SELECT CourseCodes ASSIGN TO "CourseCodes.DAT".

       SELECT OPTIONAL Suppressions ASSIGN TO "Suppression.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT RosterSortFile ASSIGN TO DISK.

       SELECT InviteExtract ASSIGN TO "EventInvites.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT RosterRpt ASSIGN TO "EventRoster.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT AttendRpt ASSIGN TO "EventAttendance.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD AlumniEvents.
           COPY EVNTREC.

       FD EventRegs.
           COPY EVREGREC.

       FD GradInfo.
           COPY GRADREC.

       FD CourseCodes.
       01 CourseRec             PIC X(26).
           88 EndCourseCodes    VALUE HIGH-VALUES.
       01 CourseRecFields REDEFINES CourseRec.
           02 CseCode           PIC 9.
           02 CseName           PIC X(25).

       FD Suppressions.
           COPY SUPPREC.

      *----------------------------------------------------------------
      * One registration for the event, with the graduate's class,
      * name and course off GradInfo.DAT, in the order the roster and
      * the summary want them.
      *----------------------------------------------------------------
       SD RosterSortFile.
       01 RosterSortRec.
           02 RsGradYear          PIC 9(4).
           02 RsStudName          PIC X(25).
           02 RsStudentId         PIC 9(6).
           02 RsCourseCode        PIC 9.
           02 RsOnGradInfo        PIC X.
               88 RsIsOnGradInfo  VALUE "Y".
           02 RsStatus            PIC X.
               88 RsAttended      VALUE "A".
               88 RsNoShow        VALUE "N".
               88 RsCancelled     VALUE "C".

      *----------------------------------------------------------------
      * Invitation extract - one row per graduate of the event's
      * classes who can be emailed and has not already registered,
      * with the salutation built the way the mail-merge extract
      * builds it.
      *----------------------------------------------------------------
       FD InviteExtract.
       01 InviteRec.
           02 IvEventId          PIC X(8).
           02 IvStudentId        PIC 9(6).
           02 IvGradYear         PIC 9(4).
           02 IvStudName         PIC X(25).
           02 IvEmailAdd         PIC X(28).
           02 IvSalutation       PIC X(35).

       FD RosterRpt.
       01 RosterRptLine          PIC X(132).

       FD AttendRpt.
       01 AttendRptLine          PIC X(132).

       WORKING-STORAGE SECTION.

       01 WS-AlumniEventsStatus    PIC XX VALUE "00".
           88 AlumniEventsOk       VALUE "00".

       01 WS-EventRegsStatus       PIC XX VALUE "00".
           88 EventRegsOk          VALUE "00".

       01 WS-GradInfoStatus        PIC XX VALUE "00".
           88 GradInfoOk           VALUE "00".

       01 WS-RunDate               PIC 9(8).
       01 WS-EnteredEventId        PIC X(8).
       01 WS-GradYearText          PIC X(4).
       01 WS-ListIdx               PIC 9(4) COMP.

       01 WS-Switches.
           02 WS-SortDone          PIC X VALUE "N".
               88 SortIsDone       VALUE "Y".
           02 WS-RegScanDone       PIC X VALUE "N".
               88 RegScanIsDone    VALUE "Y".
           02 WS-ClassFound        PIC X VALUE "N".
               88 ClassIsTargeted  VALUE "Y".
           02 WS-SuppressFound     PIC X VALUE "N".
               88 RowIsSuppressed  VALUE "Y".

       01 WS-CourseTableCount      PIC 9(4) COMP VALUE ZERO.
       01 WS-CourseTable.
           02 WS-CourseEntry OCCURS 1 TO 10 TIMES
               DEPENDING ON WS-CourseTableCount
               ASCENDING KEY IS CseTableCode
               INDEXED BY CseIdx.
               03 CseTableCode       PIC 9.
               03 CseTableName       PIC X(25).

       01 WS-SuppressTableCount    PIC 9(4) COMP VALUE ZERO.
       01 WS-SuppressTable.
           02 WS-SuppressEntry OCCURS 1 TO 500 TIMES
               DEPENDING ON WS-SuppressTableCount
               ASCENDING KEY IS SupTblEmailAdd
               INDEXED BY SupIdx.
               03 SupTblEmailAdd    PIC X(28).

      *----------------------------------------------------------------
      * Length of the trimmed student name used to build
      * IvSalutation, counted down from the full width of StudName.
      *----------------------------------------------------------------
       01 WS-NameLen                PIC 9(4) COMP VALUE ZERO.

      *----------------------------------------------------------------
      * Invitation counts - every graduate of a target class lands in
      * exactly one of these.
      *----------------------------------------------------------------
       01 WS-InviteCounts.
           02 WS-TargetGradCount   PIC 9(6).
           02 WS-InvitedCount      PIC 9(6).
           02 WS-AlreadyRegCount   PIC 9(6).
           02 WS-NoEmailCount      PIC 9(6).
           02 WS-BouncedCount      PIC 9(6).
           02 WS-SuppressedCount   PIC 9(6).

      *----------------------------------------------------------------
      * Attendance counts for the class in hand and for the event.
      *----------------------------------------------------------------
       01 WS-CurGradYear           PIC 9(4).
       01 WS-ClassCounts.
           02 WS-ClsRegCount       PIC 9(6).
           02 WS-ClsAttendedCount  PIC 9(6).
           02 WS-ClsNoShowCount    PIC 9(6).
           02 WS-ClsOpenCount      PIC 9(6).
           02 WS-ClsCancelledCount PIC 9(6).
       01 WS-EventCounts.
           02 WS-EvtRegCount       PIC 9(6).
           02 WS-EvtAttendedCount  PIC 9(6).
           02 WS-EvtNoShowCount    PIC 9(6).
           02 WS-EvtOpenCount      PIC 9(6).
           02 WS-EvtCancelledCount PIC 9(6).
       01 WS-RosterCount           PIC 9(6) VALUE ZERO.

      *----------------------------------------------------------------
      * Attendance rate - attended over those still registered, so a
      * cancellation does not count against a class.
      *----------------------------------------------------------------
       01 WS-AttendPct             PIC 9(3)V9.
       01 WS-LineRegCount          PIC 9(6).
       01 WS-LineAttendedCount     PIC 9(6).

      *----------------------------------------------------------------
      * Report lines.
      *----------------------------------------------------------------
       01 WS-RptTitleLine.
           02 RH-Title             PIC X(20).
           02 RH-EventId           PIC X(8).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 RH-EventName         PIC X(40).
           02 FILLER               PIC X(6)  VALUE " DATE ".
           02 RH-EventDate         PIC 9(8).
           02 FILLER               PIC X(9)  VALUE "  VENUE  ".
           02 RH-CountryCode       PIC XX.
           02 FILLER               PIC X(10) VALUE "  RUN DATE".
           02 FILLER               PIC X(1)  VALUE SPACE.
           02 RH-RunDate           PIC 9(8).
           02 FILLER               PIC X(18) VALUE SPACES.

       01 WS-RptClassLine.
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 FILLER               PIC X(9)  VALUE "CLASS OF ".
           02 RC-GradYear          PIC 9(4).
           02 FILLER               PIC X(117) VALUE SPACES.

       01 WS-RosterDetailLine.
           02 FILLER               PIC X(4)  VALUE SPACES.
           02 RR-StudName          PIC X(25).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 RR-StudentId         PIC 9(6).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 RR-CourseName        PIC X(25).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 RR-Status            PIC X(10).
           02 FILLER               PIC X(56) VALUE SPACES.

       01 WS-AttendDetailLine.
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 AD-Label             PIC X(14).
           02 FILLER               PIC X(12) VALUE " REGISTERED ".
           02 AD-Registered        PIC ZZZZZ9.
           02 FILLER               PIC X(10) VALUE " ATTENDED ".
           02 AD-Attended          PIC ZZZZZ9.
           02 FILLER               PIC X(9)  VALUE " NO-SHOW ".
           02 AD-NoShow            PIC ZZZZZ9.
           02 FILLER               PIC X(12) VALUE " NOT MARKED ".
           02 AD-Open              PIC ZZZZZ9.
           02 FILLER               PIC X(11) VALUE " CANCELLED ".
           02 AD-Cancelled         PIC ZZZZZ9.
           02 FILLER               PIC X(12) VALUE " ATTENDANCE ".
           02 AD-AttendPct         PIC ZZ9.9.
           02 FILLER               PIC X(1)  VALUE "%".
           02 FILLER               PIC X(14) VALUE SPACES.

       01 WS-RptTotalLine.
           02 RT-Label             PIC X(30).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 RT-Count             PIC 9(6).
           02 FILLER               PIC X(94) VALUE SPACES.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      * Everything the office needs for one alumni event: who to
      * invite, who is coming (or came), and how each class turned
      * out.  The invitation extract passes GradInfo.DAT for the
      * event's classes; the roster and the attendance summary are
      * built from the event's registrations in one sort.
      *----------------------------------------------------------------
       0000-Mainline.
           PERFORM 1000-Initialize
               THRU 1000-Initialize-Exit.

           PERFORM 2000-ExtractInvitations
               THRU 2000-ExtractInvitations-Exit.

           SORT RosterSortFile
               ON ASCENDING KEY RsGradYear RsStudName RsStudentId
               INPUT PROCEDURE 3000-CollectRegistrations
                   THRU 3000-CollectRegistrations-Exit
               OUTPUT PROCEDURE 4000-PrintRosterAndSummary
                   THRU 4000-PrintRosterAndSummary-Exit.

           PERFORM 8000-Finalize
               THRU 8000-Finalize-Exit.

           STOP RUN.

       1000-Initialize.
           ACCEPT WS-RunDate FROM DATE YYYYMMDD.
           MOVE ZERO TO WS-InviteCounts.
           MOVE ZERO TO WS-EventCounts.

           DISPLAY "EVENT ID (8 CHARACTERS)       : ".
           MOVE SPACES TO WS-EnteredEventId.
           ACCEPT WS-EnteredEventId.

           OPEN INPUT AlumniEvents.
           IF NOT AlumniEventsOk
               DISPLAY "EVENTREPORT: UNABLE TO OPEN ALUMNIEVENTS.DAT "
                   "- STATUS " WS-AlumniEventsStatus
               STOP RUN
           END-IF.
           MOVE WS-EnteredEventId TO EvEventId.
           READ AlumniEvents
               INVALID KEY
                   DISPLAY "EVENTREPORT: EVENT " WS-EnteredEventId
                       " IS NOT ON ALUMNIEVENTS.DAT"
                   CLOSE AlumniEvents
                   STOP RUN
           END-READ.

           OPEN INPUT GradInfo.
           IF NOT GradInfoOk
               DISPLAY "EVENTREPORT: UNABLE TO OPEN GRADINFO.DAT "
                   "- STATUS " WS-GradInfoStatus
               STOP RUN
           END-IF.
           OPEN INPUT EventRegs.

           PERFORM 1100-LoadCourseTable
               THRU 1100-LoadCourseTable-Exit.

           PERFORM 1200-LoadSuppressTable
               THRU 1200-LoadSuppressTable-Exit.

           OPEN OUTPUT InviteExtract.
           OPEN OUTPUT RosterRpt.
           OPEN OUTPUT AttendRpt.
           MOVE EvEventId     TO RH-EventId.
           MOVE EvEventName   TO RH-EventName.
           MOVE EvEventDate   TO RH-EventDate.
           MOVE EvCountryCode TO RH-CountryCode.
           MOVE WS-RunDate    TO RH-RunDate.
           MOVE "ATTENDEE ROSTER     " TO RH-Title.
           WRITE RosterRptLine FROM WS-RptTitleLine.
           MOVE "ATTENDANCE SUMMARY  " TO RH-Title.
           WRITE AttendRptLine FROM WS-RptTitleLine.
       1000-Initialize-Exit.
           EXIT.

       1100-LoadCourseTable.
           OPEN INPUT CourseCodes.
           READ CourseCodes
               AT END SET EndCourseCodes TO TRUE.
           PERFORM 1110-LoadOneCourseEntry
               THRU 1110-LoadOneCourseEntry-Exit
               UNTIL EndCourseCodes.
           CLOSE CourseCodes.
       1100-LoadCourseTable-Exit.
           EXIT.

       1110-LoadOneCourseEntry.
           IF WS-CourseTableCount = 10
               DISPLAY "EVENTREPORT: COURSECODES.DAT HAS MORE THAN 10 "
                   "ENTRIES - WS-CourseTable IS FULL"
               STOP RUN
           END-IF.
           ADD 1 TO WS-CourseTableCount.
           MOVE CseCode TO CseTableCode(WS-CourseTableCount).
           MOVE CseName TO CseTableName(WS-CourseTableCount).
           READ CourseCodes
               AT END SET EndCourseCodes TO TRUE.
       1110-LoadOneCourseEntry-Exit.
           EXIT.

      *----------------------------------------------------------------
      * Suppression.DAT is kept in SupEmailAdd order by
      * SuppressMaint, so SEARCH ALL holds.
      *----------------------------------------------------------------
       1200-LoadSuppressTable.
           OPEN INPUT Suppressions.
           READ Suppressions
               AT END SET EndSuppressions TO TRUE.
           PERFORM 1210-LoadOneSuppressEntry
               THRU 1210-LoadOneSuppressEntry-Exit
               UNTIL EndSuppressions.
           CLOSE Suppressions.
       1200-LoadSuppressTable-Exit.
           EXIT.

       1210-LoadOneSuppressEntry.
           IF WS-SuppressTableCount = 500
               DISPLAY "EVENTREPORT: SUPPRESSION.DAT HAS MORE THAN "
                   "500 ENTRIES - WS-SuppressTable IS FULL"
               STOP RUN
           END-IF.
           ADD 1 TO WS-SuppressTableCount.
           MOVE SupEmailAdd TO SupTblEmailAdd(WS-SuppressTableCount).
           READ Suppressions
               AT END SET EndSuppressions TO TRUE.
       1210-LoadOneSuppressEntry-Exit.
           EXIT.

      *----------------------------------------------------------------
      * Pass GradInfo.DAT for the graduates of the event's classes.
      * One already registered (or who registered and cancelled) is
      * not invited again; one with no address, a hard-bounced
      * address, or an address on Suppression.DAT is not emailed at
      * all.
      *----------------------------------------------------------------
       2000-ExtractInvitations.
           READ GradInfo NEXT RECORD
               AT END SET EndGradInfo TO TRUE.
           PERFORM 2100-ConsiderOneGraduate
               THRU 2100-ConsiderOneGraduate-Exit
               UNTIL EndGradInfo.
       2000-ExtractInvitations-Exit.
           EXIT.

       2100-ConsiderOneGraduate.
           PERFORM 2200-CheckTargetClass
               THRU 2200-CheckTargetClass-Exit.

           IF ClassIsTargeted
               ADD 1 TO WS-TargetGradCount
               MOVE EvEventId TO RgEventId
               MOVE StudentId TO RgStudentId
               READ EventRegs
                   INVALID KEY
                       CONTINUE
               END-READ
               MOVE "N" TO WS-SuppressFound
               IF WS-SuppressTableCount > ZERO
                  AND EmailAdd NOT = SPACES
                   SEARCH ALL WS-SuppressEntry
                       AT END
                           CONTINUE
                       WHEN SupTblEmailAdd(SupIdx) = EmailAdd
                           SET RowIsSuppressed TO TRUE
                   END-SEARCH
               END-IF
               EVALUATE TRUE
                   WHEN EventRegsOk
                       ADD 1 TO WS-AlreadyRegCount
                   WHEN EmailAdd = SPACES
                       ADD 1 TO WS-NoEmailCount
                   WHEN EmailHardBounced
                       ADD 1 TO WS-BouncedCount
                   WHEN RowIsSuppressed
                       ADD 1 TO WS-SuppressedCount
                   WHEN OTHER
                       PERFORM 2300-WriteInvitation
                           THRU 2300-WriteInvitation-Exit
               END-EVALUATE
           END-IF.

           READ GradInfo NEXT RECORD
               AT END SET EndGradInfo TO TRUE.
       2100-ConsiderOneGraduate-Exit.
           EXIT.

      *----------------------------------------------------------------
      * A blank class list on the event takes every class.
      *----------------------------------------------------------------
       2200-CheckTargetClass.
           MOVE GradYear TO WS-GradYearText.
           IF EvYearList = SPACES
               SET ClassIsTargeted TO TRUE
           ELSE
               MOVE "N" TO WS-ClassFound
               MOVE 1 TO WS-ListIdx
               PERFORM 2210-CheckOneTargetYear
                   THRU 2210-CheckOneTargetYear-Exit
                   UNTIL WS-ListIdx > 10
                      OR ClassIsTargeted
           END-IF.
       2200-CheckTargetClass-Exit.
           EXIT.

       2210-CheckOneTargetYear.
           IF EvGradYear(WS-ListIdx) = WS-GradYearText
               SET ClassIsTargeted TO TRUE
           END-IF.
           ADD 1 TO WS-ListIdx.
       2210-CheckOneTargetYear-Exit.
           EXIT.

       2300-WriteInvitation.
           ADD 1 TO WS-InvitedCount.
           MOVE EvEventId  TO IvEventId.
           MOVE StudentId  TO IvStudentId.
           MOVE GradYear   TO IvGradYear.
           MOVE StudName   TO IvStudName.
           MOVE EmailAdd   TO IvEmailAdd.
           MOVE SPACES     TO IvSalutation.
           MOVE 25 TO WS-NameLen.
           PERFORM 2350-TrimNameLen
               THRU 2350-TrimNameLen-Exit
               UNTIL WS-NameLen = 1
                  OR StudName(WS-NameLen:1) NOT = SPACE.
           STRING "Dear " DELIMITED BY SIZE
                  StudName(1:WS-NameLen) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
               INTO IvSalutation.
           WRITE InviteRec.
       2300-WriteInvitation-Exit.
           EXIT.

       2350-TrimNameLen.
           SUBTRACT 1 FROM WS-NameLen.
       2350-TrimNameLen-Exit.
           EXIT.

      *----------------------------------------------------------------
      * Every registration for the event, cancelled ones included so
      * the summary can count them.  A registration whose StudentId
      * is no longer on GradInfo.DAT is still released, under class
      * 0000, so it shows up rather than vanishing.
      *----------------------------------------------------------------
       3000-CollectRegistrations.
           MOVE "N" TO WS-RegScanDone.
           MOVE EvEventId TO RgEventId.
           MOVE ZERO TO RgStudentId.
           START EventRegs KEY IS NOT LESS THAN RgKey
               INVALID KEY SET RegScanIsDone TO TRUE
           END-START.

           IF NOT RegScanIsDone
               READ EventRegs NEXT RECORD
                   AT END SET RegScanIsDone TO TRUE
               END-READ
           END-IF.

           PERFORM 3100-ReleaseOneRegistration
               THRU 3100-ReleaseOneRegistration-Exit
               UNTIL RegScanIsDone.
       3000-CollectRegistrations-Exit.
           EXIT.

       3100-ReleaseOneRegistration.
           IF RgEventId NOT = EvEventId
               SET RegScanIsDone TO TRUE
           ELSE
               MOVE RgStudentId TO StudentId
               READ GradInfo
                   INVALID KEY
                       CONTINUE
               END-READ
               MOVE RgStudentId TO RsStudentId
               MOVE RgStatus    TO RsStatus
               IF GradInfoOk
                   MOVE GradYear   TO RsGradYear
                   MOVE StudName   TO RsStudName
                   MOVE CourseCode TO RsCourseCode
                   MOVE "Y"        TO RsOnGradInfo
               ELSE
                   MOVE ZERO       TO RsGradYear
                   MOVE SPACES     TO RsStudName
                   MOVE ZERO       TO RsCourseCode
                   MOVE "N"        TO RsOnGradInfo
               END-IF
               RELEASE RosterSortRec
               READ EventRegs NEXT RECORD
                   AT END SET RegScanIsDone TO TRUE
               END-READ
           END-IF.
       3100-ReleaseOneRegistration-Exit.
           EXIT.

       4000-PrintRosterAndSummary.
           MOVE "N" TO WS-SortDone.
           RETURN RosterSortFile
               AT END SET SortIsDone TO TRUE.
           PERFORM 4100-PrintOneClass
               THRU 4100-PrintOneClass-Exit
               UNTIL SortIsDone.
       4000-PrintRosterAndSummary-Exit.
           EXIT.

      *----------------------------------------------------------------
      * One class - its attendees on the roster under a class
      * heading, and one line on the summary.
      *----------------------------------------------------------------
       4100-PrintOneClass.
           MOVE RsGradYear TO WS-CurGradYear.
           MOVE ZERO TO WS-ClassCounts.
           MOVE WS-CurGradYear TO RC-GradYear.
           WRITE RosterRptLine FROM WS-RptClassLine.

           PERFORM 4200-TakeOneRegistration
               THRU 4200-TakeOneRegistration-Exit
               UNTIL SortIsDone
                  OR RsGradYear NOT = WS-CurGradYear.

           MOVE SPACES TO AD-Label.
           STRING "CLASS OF "    DELIMITED BY SIZE
                  WS-CurGradYear DELIMITED BY SIZE
               INTO AD-Label.
           MOVE WS-ClsRegCount       TO WS-LineRegCount.
           MOVE WS-ClsAttendedCount  TO WS-LineAttendedCount.
           MOVE WS-ClsNoShowCount    TO AD-NoShow.
           MOVE WS-ClsOpenCount      TO AD-Open.
           MOVE WS-ClsCancelledCount TO AD-Cancelled.
           PERFORM 4500-PrintAttendLine
               THRU 4500-PrintAttendLine-Exit.

           ADD WS-ClsRegCount       TO WS-EvtRegCount.
           ADD WS-ClsAttendedCount  TO WS-EvtAttendedCount.
           ADD WS-ClsNoShowCount    TO WS-EvtNoShowCount.
           ADD WS-ClsOpenCount      TO WS-EvtOpenCount.
           ADD WS-ClsCancelledCount TO WS-EvtCancelledCount.
       4100-PrintOneClass-Exit.
           EXIT.

      *----------------------------------------------------------------
      * A cancelled registration is counted but left off the roster -
      * the roster is who is expected, or who came.
      *----------------------------------------------------------------
       4200-TakeOneRegistration.
           IF RsCancelled
               ADD 1 TO WS-ClsCancelledCount
           ELSE
               ADD 1 TO WS-ClsRegCount
               EVALUATE TRUE
                   WHEN RsAttended
                       ADD 1 TO WS-ClsAttendedCount
                       MOVE "ATTENDED"   TO RR-Status
                   WHEN RsNoShow
                       ADD 1 TO WS-ClsNoShowCount
                       MOVE "NO-SHOW"    TO RR-Status
                   WHEN OTHER
                       ADD 1 TO WS-ClsOpenCount
                       MOVE "REGISTERED" TO RR-Status
               END-EVALUATE
               PERFORM 4300-PrintRosterLine
                   THRU 4300-PrintRosterLine-Exit
           END-IF.
           RETURN RosterSortFile
               AT END SET SortIsDone TO TRUE.
       4200-TakeOneRegistration-Exit.
           EXIT.

       4300-PrintRosterLine.
           ADD 1 TO WS-RosterCount.
           MOVE RsStudentId TO RR-StudentId.
           MOVE SPACES TO RR-CourseName.
           IF RsIsOnGradInfo
               MOVE RsStudName TO RR-StudName
               SEARCH ALL WS-CourseEntry
                   AT END
                       MOVE "** UNKNOWN COURSE **" TO RR-CourseName
                   WHEN CseTableCode(CseIdx) = RsCourseCode
                       MOVE CseTableName(CseIdx) TO RR-CourseName
               END-SEARCH
           ELSE
               MOVE "** NOT ON GRADINFO **" TO RR-StudName
           END-IF.
           WRITE RosterRptLine FROM WS-RosterDetailLine.
       4300-PrintRosterLine-Exit.
           EXIT.

      *----------------------------------------------------------------
      * The attended share of those still registered - nothing
      * registered prints as zero rather than dividing by it.
      *----------------------------------------------------------------
       4500-PrintAttendLine.
           MOVE WS-LineRegCount      TO AD-Registered.
           MOVE WS-LineAttendedCount TO AD-Attended.
           IF WS-LineRegCount = ZERO
               MOVE ZERO TO WS-AttendPct
           ELSE
               COMPUTE WS-AttendPct ROUNDED =
                   WS-LineAttendedCount * 100 / WS-LineRegCount
           END-IF.
           MOVE WS-AttendPct TO AD-AttendPct.
           WRITE AttendRptLine FROM WS-AttendDetailLine.
       4500-PrintAttendLine-Exit.
           EXIT.

       8000-Finalize.
           MOVE "ALL CLASSES"        TO AD-Label.
           MOVE WS-EvtRegCount       TO WS-LineRegCount.
           MOVE WS-EvtAttendedCount  TO WS-LineAttendedCount.
           MOVE WS-EvtNoShowCount    TO AD-NoShow.
           MOVE WS-EvtOpenCount      TO AD-Open.
           MOVE WS-EvtCancelledCount TO AD-Cancelled.
           PERFORM 4500-PrintAttendLine
               THRU 4500-PrintAttendLine-Exit.

           MOVE "ATTENDEES ON ROSTER" TO RT-Label.
           MOVE WS-RosterCount TO RT-Count.
           WRITE RosterRptLine FROM WS-RptTotalLine.

           MOVE "GRADUATES IN TARGET CLASSES" TO RT-Label.
           MOVE WS-TargetGradCount TO RT-Count.
           WRITE AttendRptLine FROM WS-RptTotalLine.
           MOVE "INVITATIONS EXTRACTED" TO RT-Label.
           MOVE WS-InvitedCount TO RT-Count.
           WRITE AttendRptLine FROM WS-RptTotalLine.
           MOVE "NOT INVITED - REGISTERED" TO RT-Label.
           MOVE WS-AlreadyRegCount TO RT-Count.
           WRITE AttendRptLine FROM WS-RptTotalLine.
           MOVE "NOT INVITED - NO EMAIL" TO RT-Label.
           MOVE WS-NoEmailCount TO RT-Count.
           WRITE AttendRptLine FROM WS-RptTotalLine.
           MOVE "NOT INVITED - HARD BOUNCED" TO RT-Label.
           MOVE WS-BouncedCount TO RT-Count.
           WRITE AttendRptLine FROM WS-RptTotalLine.
           MOVE "NOT INVITED - SUPPRESSED" TO RT-Label.
           MOVE WS-SuppressedCount TO RT-Count.
           WRITE AttendRptLine FROM WS-RptTotalLine.

           CLOSE AlumniEvents.
           CLOSE GradInfo.
           CLOSE EventRegs.
           CLOSE InviteExtract.
           CLOSE RosterRpt.
           CLOSE AttendRpt.

           DISPLAY "EVENTREPORT: " WS-InvitedCount
               " INVITATIONS, " WS-RosterCount
               " ON ROSTER FOR EVENT " EvEventId.
       8000-Finalize-Exit.
           EXIT.
