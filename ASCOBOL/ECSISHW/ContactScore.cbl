       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ContactScore.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT GradInfo ASSIGN TO "GradInfo.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS StudentId
           ALTERNATE RECORD KEY IS EmailAdd WITH DUPLICATES
           FILE STATUS IS WS-GradInfoStatus.

       SELECT CourseCodes ASSIGN TO "CourseCodes.DAT".

       SELECT OPTIONAL Suppressions ASSIGN TO "Suppression.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

      *----------------------------------------------------------------
      * The percentages the last run printed, one record per line of
      * the scorecard, read for the comparison and then replaced with
      * tonight's.  OPTIONAL: no file means this is the first run and
      * there is nothing to compare against.
      *----------------------------------------------------------------
       SELECT OPTIONAL ContactHistory ASSIGN TO "ContactHistory.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT ContactSortFile ASSIGN TO DISK.

       SELECT ContactRpt ASSIGN TO "ContactScorecard.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT UnreachWorklist ASSIGN TO "UnreachableWorklist.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

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
      * ChBreakType "T" is the all-graduates line, "Y" a GradYear
      * (ChBreakKey the year) and "C" a CourseCode (ChBreakKey the
      * code, left-justified).
      *----------------------------------------------------------------
       FD ContactHistory.
       01 ContactHistRec.
           88 EndContactHistory   VALUE HIGH-VALUES.
           02 ChBreakType         PIC X.
           02 ChBreakKey          PIC X(4).
           02 ChRunDate           PIC 9(8).
           02 ChGradCount         PIC 9(6).
           02 ChEmailPct          PIC 9(3)V9.
           02 ChPostalPct         PIC 9(3)V9.
           02 ChUnreachPct        PIC 9(3)V9.

      *----------------------------------------------------------------
      * One graduate, classified, in the order the scorecard and the
      * worklist want them - class by class, by name within a class.
      *----------------------------------------------------------------
       SD ContactSortFile.
       01 ContactSortRec.
           02 CsGradYear          PIC 9(4).
           02 CsStudName          PIC X(25).
           02 CsStudentId         PIC 9(6).
           02 CsGroup             PIC X.
               88 CsByEmail       VALUE "E".
               88 CsPostalOnly    VALUE "P".
               88 CsUnreachable   VALUE "U".
           02 CsBounceDate        PIC 9(8).
           02 CsReason            PIC X(35).

      *----------------------------------------------------------------
      * Scorecard - every graduate counted in exactly one of the
      * three groups, by class and then by course, with the last
      * run's percentages alongside and a flag where a line has got
      * worse.
      *----------------------------------------------------------------
       FD ContactRpt.
       01 ContactRptLine          PIC X(132).

      *----------------------------------------------------------------
      * Graduates nobody can reach - for the data-enrichment team to
      * trace, class by class.
      *----------------------------------------------------------------
       FD UnreachWorklist.
       01 UnreachWorklistLine     PIC X(100).

       WORKING-STORAGE SECTION.

       01 WS-GradInfoStatus        PIC XX VALUE "00".
           88 GradInfoOk           VALUE "00".

       01 WS-RunDate               PIC 9(8).

       01 WS-Switches.
           02 WS-SortDone          PIC X VALUE "N".
               88 SortIsDone       VALUE "Y".
           02 WS-PriorFound        PIC X VALUE "N".
               88 PriorWasFound    VALUE "Y".
           02 WS-EmailUsable       PIC X VALUE "N".
               88 EmailIsUsable    VALUE "Y".
           02 WS-PostalUsable      PIC X VALUE "N".
               88 PostalIsUsable   VALUE "Y".

      *----------------------------------------------------------------
      * A line is flagged when its email-reachable share has fallen,
      * or its unreachable share risen, by at least this many
      * percentage points since the last run.
      *----------------------------------------------------------------
       01 WS-WorsenPoints          PIC 9(3)V9 VALUE 1.0.

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
      * The last run's lines as read off ContactHistory.DAT, and
      * tonight's as printed, written back over it at the end.
      *----------------------------------------------------------------
       01 WS-PriorRunDate          PIC 9(8) VALUE ZERO.
       01 WS-PriorTableCount       PIC 9(4) COMP VALUE ZERO.
       01 WS-PriorTable.
           02 WS-PriorEntry OCCURS 200 TIMES
               INDEXED BY PrIdx.
               03 PrTblBreakType    PIC X.
               03 PrTblBreakKey     PIC X(4).
               03 PrTblEmailPct     PIC 9(3)V9.
               03 PrTblPostalPct    PIC 9(3)V9.
               03 PrTblUnreachPct   PIC 9(3)V9.

       01 WS-CurrentTableCount     PIC 9(4) COMP VALUE ZERO.
       01 WS-CurrentTable.
           02 WS-CurrentEntry OCCURS 200 TIMES.
               03 CuTblBreakType    PIC X.
               03 CuTblBreakKey     PIC X(4).
               03 CuTblGradCount    PIC 9(6).
               03 CuTblEmailPct     PIC 9(3)V9.
               03 CuTblPostalPct    PIC 9(3)V9.
               03 CuTblUnreachPct   PIC 9(3)V9.

       01 WS-CurrentIdx            PIC 9(4) COMP.

      *----------------------------------------------------------------
      * Group counts by CourseCode (subscript is the code plus one)
      * and for all graduates, built as GradInfo.DAT is read.
      *----------------------------------------------------------------
       01 WS-CourseCounts.
           02 WS-CourseCount OCCURS 10 TIMES.
               03 WS-CrsEmailCount   PIC 9(6).
               03 WS-CrsPostalCount  PIC 9(6).
               03 WS-CrsUnreachCount PIC 9(6).

       01 WS-AllEmailCount         PIC 9(6) VALUE ZERO.
       01 WS-AllPostalCount        PIC 9(6) VALUE ZERO.
       01 WS-AllUnreachCount       PIC 9(6) VALUE ZERO.
       01 WS-CourseIdx             PIC 9(4) COMP.

       01 WS-CurGradYear           PIC 9(4).
       01 WS-YearEmailCount        PIC 9(6).
       01 WS-YearPostalCount       PIC 9(6).
       01 WS-YearUnreachCount      PIC 9(6).

      *----------------------------------------------------------------
      * The scorecard line in hand - filled in by the class, course
      * or total paragraph and printed by 6000-PrintScoreLine.
      *----------------------------------------------------------------
       01 WS-LineBreakType         PIC X.
       01 WS-LineBreakKey          PIC X(4).
       01 WS-LineCourseCode        PIC 9.
       01 WS-LineEmail             PIC 9(6).
       01 WS-LinePostal            PIC 9(6).
       01 WS-LineUnreach           PIC 9(6).
       01 WS-LineGrads             PIC 9(6).
       01 WS-LineEmailPct          PIC 9(3)V9.
       01 WS-LinePostalPct         PIC 9(3)V9.
       01 WS-LineUnreachPct        PIC 9(3)V9.

      *----------------------------------------------------------------
      * Why email cannot reach the graduate, for the worklist reason.
      *----------------------------------------------------------------
       01 WS-EmailReason           PIC X(12).

       01 WS-WorklistCount         PIC 9(6) VALUE ZERO.
       01 WS-WorseLineCount        PIC 9(6) VALUE ZERO.

      *----------------------------------------------------------------
      * Report lines.
      *----------------------------------------------------------------
       01 WS-RptTitleLine.
           02 FILLER               PIC X(31)
               VALUE "CONTACTABILITY - RUN DATE     ".
           02 RH-RunDate           PIC 9(8).
           02 FILLER               PIC X(16)
               VALUE "  PRIOR RUN DATE".
           02 FILLER               PIC X(1)  VALUE SPACE.
           02 RH-PriorRunDate      PIC 9(8).
           02 FILLER               PIC X(68)
               VALUE "  (ZERO = NO PRIOR RUN)".

       01 WS-RptSectionLine.
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 RS-Heading           PIC X(20).
           02 FILLER               PIC X(110) VALUE SPACES.

       01 WS-RptDetailLine.
           02 FILLER               PIC X(4)  VALUE SPACES.
           02 RD-BreakLabel        PIC X(20).
           02 FILLER               PIC X(7)  VALUE " GRADS ".
           02 RD-Grads             PIC ZZZZZ9.
           02 FILLER               PIC X(7)  VALUE " EMAIL ".
           02 RD-Email             PIC ZZZZZ9.
           02 FILLER               PIC X(1)  VALUE SPACE.
           02 RD-EmailPct          PIC ZZ9.9.
           02 FILLER               PIC X(9)  VALUE "% POSTAL ".
           02 RD-Postal            PIC ZZZZZ9.
           02 FILLER               PIC X(1)  VALUE SPACE.
           02 RD-PostalPct         PIC ZZ9.9.
           02 FILLER               PIC X(7)  VALUE "% NONE ".
           02 RD-Unreach           PIC ZZZZZ9.
           02 FILLER               PIC X(1)  VALUE SPACE.
           02 RD-UnreachPct        PIC ZZ9.9.
           02 FILLER               PIC X(1)  VALUE "%".
           02 RD-Prior             PIC X(24).
           02 FILLER               PIC X(1)  VALUE SPACE.
           02 RD-Flag              PIC X(10).

      *----------------------------------------------------------------
      * The last run's email/postal/none shares for the same line,
      * moved into RD-Prior whole.
      *----------------------------------------------------------------
       01 WS-PriorPctArea.
           02 FILLER               PIC X(6)  VALUE "  WAS ".
           02 PP-EmailPct          PIC ZZ9.9.
           02 FILLER               PIC X(1)  VALUE "/".
           02 PP-PostalPct         PIC ZZ9.9.
           02 FILLER               PIC X(1)  VALUE "/".
           02 PP-UnreachPct        PIC ZZ9.9.
           02 FILLER               PIC X(1)  VALUE "%".

       01 WS-RptTotalLine.
           02 RT-Label             PIC X(30).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 RT-Count             PIC 9(6).
           02 FILLER               PIC X(94) VALUE SPACES.

       01 WS-RptMessageLine        PIC X(132).

       01 WS-WorklistLine.
           02 WL-StudentId         PIC 9(6).
           02 FILLER               PIC X(1)  VALUE SPACE.
           02 WL-StudName          PIC X(25).
           02 FILLER               PIC X(1)  VALUE SPACE.
           02 WL-GradYear          PIC 9(4).
           02 FILLER               PIC X(1)  VALUE SPACE.
           02 WL-BounceDate        PIC X(8).
           02 FILLER               PIC X(1)  VALUE SPACE.
           02 WL-Reason            PIC X(35).
           02 FILLER               PIC X(18) VALUE SPACES.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      * Put every graduate on GradInfo.DAT into one contact group -
      * reachable by email, reachable only by post, or unreachable -
      * and score each class and each course against the last run,
      * listing the unreachable for tracing.
      *----------------------------------------------------------------
       0000-Mainline.
           PERFORM 1000-Initialize
               THRU 1000-Initialize-Exit.

           SORT ContactSortFile
               ON ASCENDING KEY CsGradYear CsStudName CsStudentId
               INPUT PROCEDURE 2000-ClassifyGraduates
                   THRU 2000-ClassifyGraduates-Exit
               OUTPUT PROCEDURE 3000-ScoreByClass
                   THRU 3000-ScoreByClass-Exit.

           PERFORM 4000-ScoreByCourse
               THRU 4000-ScoreByCourse-Exit.

           PERFORM 5000-ScoreAllGraduates
               THRU 5000-ScoreAllGraduates-Exit.

           PERFORM 8000-Finalize
               THRU 8000-Finalize-Exit.

           STOP RUN.

       1000-Initialize.
           ACCEPT WS-RunDate FROM DATE YYYYMMDD.
           MOVE ZERO TO WS-CourseCounts.

           PERFORM 1100-LoadCourseTable
               THRU 1100-LoadCourseTable-Exit.

           PERFORM 1200-LoadSuppressTable
               THRU 1200-LoadSuppressTable-Exit.

           PERFORM 1300-LoadPriorRun
               THRU 1300-LoadPriorRun-Exit.

           OPEN OUTPUT ContactRpt.
           OPEN OUTPUT UnreachWorklist.
           MOVE WS-RunDate      TO RH-RunDate.
           MOVE WS-PriorRunDate TO RH-PriorRunDate.
           WRITE ContactRptLine FROM WS-RptTitleLine.
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
               DISPLAY "CONTACTSCORE: COURSECODES.DAT HAS MORE THAN 10 "
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
               DISPLAY "CONTACTSCORE: SUPPRESSION.DAT HAS MORE THAN "
                   "500 ENTRIES - WS-SuppressTable IS FULL"
               STOP RUN
           END-IF.
           ADD 1 TO WS-SuppressTableCount.
           MOVE SupEmailAdd TO SupTblEmailAdd(WS-SuppressTableCount).
           READ Suppressions
               AT END SET EndSuppressions TO TRUE.
       1210-LoadOneSuppressEntry-Exit.
           EXIT.

       1300-LoadPriorRun.
           OPEN INPUT ContactHistory.
           READ ContactHistory
               AT END SET EndContactHistory TO TRUE.
           PERFORM 1310-LoadOnePriorLine
               THRU 1310-LoadOnePriorLine-Exit
               UNTIL EndContactHistory.
           CLOSE ContactHistory.
       1300-LoadPriorRun-Exit.
           EXIT.

       1310-LoadOnePriorLine.
           IF WS-PriorTableCount = 200
               DISPLAY "CONTACTSCORE: CONTACTHISTORY.DAT HAS MORE THAN "
                   "200 ENTRIES - WS-PriorTable IS FULL"
               STOP RUN
           END-IF.
           ADD 1 TO WS-PriorTableCount.
           MOVE ChRunDate    TO WS-PriorRunDate.
           MOVE ChBreakType  TO PrTblBreakType(WS-PriorTableCount).
           MOVE ChBreakKey   TO PrTblBreakKey(WS-PriorTableCount).
           MOVE ChEmailPct   TO PrTblEmailPct(WS-PriorTableCount).
           MOVE ChPostalPct  TO PrTblPostalPct(WS-PriorTableCount).
           MOVE ChUnreachPct TO PrTblUnreachPct(WS-PriorTableCount).
           READ ContactHistory
               AT END SET EndContactHistory TO TRUE.
       1310-LoadOnePriorLine-Exit.
           EXIT.

       2000-ClassifyGraduates.
           OPEN INPUT GradInfo.
           IF NOT GradInfoOk
               DISPLAY "CONTACTSCORE: UNABLE TO OPEN GRADINFO.DAT "
                   "- STATUS " WS-GradInfoStatus
               STOP RUN
           END-IF.
           READ GradInfo NEXT RECORD
               AT END SET EndGradInfo TO TRUE.
           PERFORM 2100-ClassifyOneGraduate
               THRU 2100-ClassifyOneGraduate-Exit
               UNTIL EndGradInfo.
           CLOSE GradInfo.
       2000-ClassifyGraduates-Exit.
           EXIT.

      *----------------------------------------------------------------
      * Email is usable when there is an address that has neither
      * hard-bounced nor asked not to be mailed.  Post is usable when
      * street, city and postal code are all on record.  Email wins
      * where both are usable; a graduate with no usable email and no
      * full address is unreachable, with what is missing spelt out
      * for the worklist.
      *----------------------------------------------------------------
       2100-ClassifyOneGraduate.
           MOVE SPACES TO CsReason.
           MOVE SPACES TO WS-EmailReason.
           SET EmailIsUsable TO TRUE.
           EVALUATE TRUE
               WHEN EmailAdd = SPACES
                   MOVE "N" TO WS-EmailUsable
                   MOVE "NO EMAIL" TO WS-EmailReason
               WHEN EmailHardBounced
                   MOVE "N" TO WS-EmailUsable
                   MOVE "HARD BOUNCED" TO WS-EmailReason
               WHEN OTHER
                   IF WS-SuppressTableCount > ZERO
                       SEARCH ALL WS-SuppressEntry
                           AT END
                               CONTINUE
                           WHEN SupTblEmailAdd(SupIdx) = EmailAdd
                               MOVE "N" TO WS-EmailUsable
                               MOVE "SUPPRESSED" TO WS-EmailReason
                       END-SEARCH
                   END-IF
           END-EVALUATE.

           MOVE "N" TO WS-PostalUsable.
           IF StreetAddr NOT = SPACES
              AND City NOT = SPACES
              AND PostalCode NOT = SPACES
               SET PostalIsUsable TO TRUE
           END-IF.

           COMPUTE WS-CourseIdx = CourseCode + 1.
           EVALUATE TRUE
               WHEN EmailIsUsable
                   MOVE "E" TO CsGroup
                   ADD 1 TO WS-CrsEmailCount(WS-CourseIdx)
                   ADD 1 TO WS-AllEmailCount
               WHEN PostalIsUsable
                   MOVE "P" TO CsGroup
                   ADD 1 TO WS-CrsPostalCount(WS-CourseIdx)
                   ADD 1 TO WS-AllPostalCount
               WHEN OTHER
                   MOVE "U" TO CsGroup
                   ADD 1 TO WS-CrsUnreachCount(WS-CourseIdx)
                   ADD 1 TO WS-AllUnreachCount
                   IF StreetAddr = SPACES
                      AND City = SPACES
                      AND PostalCode = SPACES
                       STRING WS-EmailReason DELIMITED BY "  "
                              ", NO POSTAL ADDRESS" DELIMITED BY SIZE
                           INTO CsReason
                   ELSE
                       STRING WS-EmailReason DELIMITED BY "  "
                              ", POSTAL INCOMPLETE" DELIMITED BY SIZE
                           INTO CsReason
                   END-IF
           END-EVALUATE.

           MOVE GradYear   TO CsGradYear.
           MOVE StudName   TO CsStudName.
           MOVE StudentId  TO CsStudentId.
           IF EmailHardBounced
               MOVE BounceDate TO CsBounceDate
           ELSE
               MOVE ZERO TO CsBounceDate
           END-IF.
           RELEASE ContactSortRec.

           READ GradInfo NEXT RECORD
               AT END SET EndGradInfo TO TRUE.
       2100-ClassifyOneGraduate-Exit.
           EXIT.

       3000-ScoreByClass.
           MOVE "BY GRADUATING CLASS" TO RS-Heading.
           WRITE ContactRptLine FROM WS-RptSectionLine.
           MOVE "N" TO WS-SortDone.
           RETURN ContactSortFile
               AT END SET SortIsDone TO TRUE.
           PERFORM 3100-ScoreOneClass
               THRU 3100-ScoreOneClass-Exit
               UNTIL SortIsDone.
       3000-ScoreByClass-Exit.
           EXIT.

       3100-ScoreOneClass.
           MOVE CsGradYear TO WS-CurGradYear.
           MOVE ZERO TO WS-YearEmailCount.
           MOVE ZERO TO WS-YearPostalCount.
           MOVE ZERO TO WS-YearUnreachCount.

           PERFORM 3200-TakeOneGraduate
               THRU 3200-TakeOneGraduate-Exit
               UNTIL SortIsDone
                  OR CsGradYear NOT = WS-CurGradYear.

           MOVE "Y"                 TO WS-LineBreakType.
           MOVE WS-CurGradYear      TO WS-LineBreakKey.
           MOVE SPACES              TO RD-BreakLabel.
           STRING "CLASS OF "    DELIMITED BY SIZE
                  WS-CurGradYear DELIMITED BY SIZE
               INTO RD-BreakLabel.
           MOVE WS-YearEmailCount   TO WS-LineEmail.
           MOVE WS-YearPostalCount  TO WS-LinePostal.
           MOVE WS-YearUnreachCount TO WS-LineUnreach.
           PERFORM 6000-PrintScoreLine
               THRU 6000-PrintScoreLine-Exit.
       3100-ScoreOneClass-Exit.
           EXIT.

       3200-TakeOneGraduate.
           EVALUATE TRUE
               WHEN CsByEmail
                   ADD 1 TO WS-YearEmailCount
               WHEN CsPostalOnly
                   ADD 1 TO WS-YearPostalCount
               WHEN OTHER
                   ADD 1 TO WS-YearUnreachCount
                   PERFORM 3300-WriteWorklistEntry
                       THRU 3300-WriteWorklistEntry-Exit
           END-EVALUATE.
           RETURN ContactSortFile
               AT END SET SortIsDone TO TRUE.
       3200-TakeOneGraduate-Exit.
           EXIT.

      *----------------------------------------------------------------
      * The bounce date is only there for a hard-bounced address -
      * anyone else shows NONE.
      *----------------------------------------------------------------
       3300-WriteWorklistEntry.
           ADD 1 TO WS-WorklistCount.
           MOVE CsStudentId TO WL-StudentId.
           MOVE CsStudName  TO WL-StudName.
           MOVE CsGradYear  TO WL-GradYear.
           IF CsBounceDate = ZERO
               MOVE "NONE" TO WL-BounceDate
           ELSE
               MOVE CsBounceDate TO WL-BounceDate
           END-IF.
           MOVE CsReason    TO WL-Reason.
           WRITE UnreachWorklistLine FROM WS-WorklistLine.
       3300-WriteWorklistEntry-Exit.
           EXIT.

       4000-ScoreByCourse.
           MOVE SPACES TO WS-RptMessageLine.
           WRITE ContactRptLine FROM WS-RptMessageLine.
           MOVE "BY COURSE" TO RS-Heading.
           WRITE ContactRptLine FROM WS-RptSectionLine.
           MOVE 1 TO WS-CourseIdx.
           PERFORM 4100-ScoreOneCourse
               THRU 4100-ScoreOneCourse-Exit
               UNTIL WS-CourseIdx > 10.
       4000-ScoreByCourse-Exit.
           EXIT.

       4100-ScoreOneCourse.
           MOVE WS-CrsEmailCount(WS-CourseIdx)   TO WS-LineEmail.
           MOVE WS-CrsPostalCount(WS-CourseIdx)  TO WS-LinePostal.
           MOVE WS-CrsUnreachCount(WS-CourseIdx) TO WS-LineUnreach.
           IF WS-LineEmail + WS-LinePostal + WS-LineUnreach > ZERO
               MOVE "C" TO WS-LineBreakType
               COMPUTE WS-LineCourseCode = WS-CourseIdx - 1
               MOVE WS-LineCourseCode TO WS-LineBreakKey
               MOVE SPACES TO RD-BreakLabel
               SEARCH ALL WS-CourseEntry
                   AT END
                       STRING WS-LineCourseCode DELIMITED BY SIZE
                              " UNKNOWN COURSE" DELIMITED BY SIZE
                           INTO RD-BreakLabel
                   WHEN CseTableCode(CseIdx) = WS-LineCourseCode
                       STRING WS-LineCourseCode DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              CseTableName(CseIdx) DELIMITED BY SIZE
                           INTO RD-BreakLabel
               END-SEARCH
               PERFORM 6000-PrintScoreLine
                   THRU 6000-PrintScoreLine-Exit
           END-IF.
           ADD 1 TO WS-CourseIdx.
       4100-ScoreOneCourse-Exit.
           EXIT.

       5000-ScoreAllGraduates.
           MOVE SPACES TO WS-RptMessageLine.
           WRITE ContactRptLine FROM WS-RptMessageLine.
           MOVE "T"                TO WS-LineBreakType.
           MOVE "ALL"              TO WS-LineBreakKey.
           MOVE "ALL GRADUATES"    TO RD-BreakLabel.
           MOVE WS-AllEmailCount   TO WS-LineEmail.
           MOVE WS-AllPostalCount  TO WS-LinePostal.
           MOVE WS-AllUnreachCount TO WS-LineUnreach.
           PERFORM 6000-PrintScoreLine
               THRU 6000-PrintScoreLine-Exit.
       5000-ScoreAllGraduates-Exit.
           EXIT.

      *----------------------------------------------------------------
      * Shares of the line's graduates, the last run's shares for the
      * same line beside them, and the line kept for ContactHistory.
      * An empty GradInfo.DAT leaves the total line with nobody on it,
      * so its shares stay zero rather than divide by it.
      *----------------------------------------------------------------
       6000-PrintScoreLine.
           COMPUTE WS-LineGrads =
               WS-LineEmail + WS-LinePostal + WS-LineUnreach.
           MOVE ZERO TO WS-LineEmailPct.
           MOVE ZERO TO WS-LinePostalPct.
           MOVE ZERO TO WS-LineUnreachPct.
           IF WS-LineGrads > ZERO
               COMPUTE WS-LineEmailPct ROUNDED =
                   WS-LineEmail * 100 / WS-LineGrads
               COMPUTE WS-LinePostalPct ROUNDED =
                   WS-LinePostal * 100 / WS-LineGrads
               COMPUTE WS-LineUnreachPct ROUNDED =
                   WS-LineUnreach * 100 / WS-LineGrads
           END-IF.

           MOVE WS-LineGrads      TO RD-Grads.
           MOVE WS-LineEmail      TO RD-Email.
           MOVE WS-LineEmailPct   TO RD-EmailPct.
           MOVE WS-LinePostal     TO RD-Postal.
           MOVE WS-LinePostalPct  TO RD-PostalPct.
           MOVE WS-LineUnreach    TO RD-Unreach.
           MOVE WS-LineUnreachPct TO RD-UnreachPct.
           MOVE SPACES            TO RD-Flag.

           PERFORM 6100-FindPriorLine
               THRU 6100-FindPriorLine-Exit.
           IF PriorWasFound
               MOVE PrTblEmailPct(PrIdx)   TO PP-EmailPct
               MOVE PrTblPostalPct(PrIdx)  TO PP-PostalPct
               MOVE PrTblUnreachPct(PrIdx) TO PP-UnreachPct
               MOVE WS-PriorPctArea        TO RD-Prior
               IF WS-LineEmailPct + WS-WorsenPoints
                      NOT > PrTblEmailPct(PrIdx)
                  OR WS-LineUnreachPct
                      NOT < PrTblUnreachPct(PrIdx) + WS-WorsenPoints
                   MOVE "** WORSE" TO RD-Flag
                   ADD 1 TO WS-WorseLineCount
               END-IF
           ELSE
               MOVE "  NOT ON LAST RUN" TO RD-Prior
           END-IF.

           WRITE ContactRptLine FROM WS-RptDetailLine.

           PERFORM 6200-KeepCurrentLine
               THRU 6200-KeepCurrentLine-Exit.
       6000-PrintScoreLine-Exit.
           EXIT.

       6100-FindPriorLine.
           MOVE "N" TO WS-PriorFound.
           IF WS-PriorTableCount > ZERO
               SET PrIdx TO 1
               SEARCH WS-PriorEntry
                   AT END
                       CONTINUE
                   WHEN PrIdx > WS-PriorTableCount
                       CONTINUE
                   WHEN PrTblBreakType(PrIdx) = WS-LineBreakType
                    AND PrTblBreakKey(PrIdx) = WS-LineBreakKey
                       SET PriorWasFound TO TRUE
               END-SEARCH
           END-IF.
       6100-FindPriorLine-Exit.
           EXIT.

       6200-KeepCurrentLine.
           IF WS-CurrentTableCount = 200
               DISPLAY "CONTACTSCORE: MORE THAN 200 SCORECARD LINES "
                   "- WS-CurrentTable IS FULL"
               STOP RUN
           END-IF.
           ADD 1 TO WS-CurrentTableCount.
           MOVE WS-CurrentTableCount TO WS-CurrentIdx.
           MOVE WS-LineBreakType  TO CuTblBreakType(WS-CurrentIdx).
           MOVE WS-LineBreakKey   TO CuTblBreakKey(WS-CurrentIdx).
           MOVE WS-LineGrads      TO CuTblGradCount(WS-CurrentIdx).
           MOVE WS-LineEmailPct   TO CuTblEmailPct(WS-CurrentIdx).
           MOVE WS-LinePostalPct  TO CuTblPostalPct(WS-CurrentIdx).
           MOVE WS-LineUnreachPct TO CuTblUnreachPct(WS-CurrentIdx).
       6200-KeepCurrentLine-Exit.
           EXIT.

      *----------------------------------------------------------------
      * Tonight's lines replace the last run's on ContactHistory.DAT
      * only once the scorecard is complete, so a run that stops part
      * way leaves the last good comparison in place.
      *----------------------------------------------------------------
       8000-Finalize.
           OPEN OUTPUT ContactHistory.
           MOVE 1 TO WS-CurrentIdx.
           PERFORM 8100-WriteOneHistoryLine
               THRU 8100-WriteOneHistoryLine-Exit
               UNTIL WS-CurrentIdx > WS-CurrentTableCount.
           CLOSE ContactHistory.

           MOVE SPACES TO WS-RptMessageLine.
           WRITE ContactRptLine FROM WS-RptMessageLine.

           MOVE "UNREACHABLE WORKLIST ENTRIES" TO RT-Label.
           MOVE WS-WorklistCount           TO RT-Count.
           WRITE ContactRptLine FROM WS-RptTotalLine.

           MOVE "LINES WORSE THAN LAST RUN" TO RT-Label.
           MOVE WS-WorseLineCount          TO RT-Count.
           WRITE ContactRptLine FROM WS-RptTotalLine.

           CLOSE ContactRpt.
           CLOSE UnreachWorklist.
       8000-Finalize-Exit.
           EXIT.

       8100-WriteOneHistoryLine.
           MOVE CuTblBreakType(WS-CurrentIdx)  TO ChBreakType.
           MOVE CuTblBreakKey(WS-CurrentIdx)   TO ChBreakKey.
           MOVE WS-RunDate                     TO ChRunDate.
           MOVE CuTblGradCount(WS-CurrentIdx)  TO ChGradCount.
           MOVE CuTblEmailPct(WS-CurrentIdx)   TO ChEmailPct.
           MOVE CuTblPostalPct(WS-CurrentIdx)  TO ChPostalPct.
           MOVE CuTblUnreachPct(WS-CurrentIdx) TO ChUnreachPct.
           WRITE ContactHistRec.
           ADD 1 TO WS-CurrentIdx.
       8100-WriteOneHistoryLine-Exit.
           EXIT.
