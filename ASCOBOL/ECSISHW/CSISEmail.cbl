      * the send history rather than failing to open it.
      *----------------------------------------------------------------
       SELECT OPTIONAL SendHistory ASSIGN TO "SendHistory.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ShKey
           FILE STATUS IS WS-SendHistoryStatus.

      *----------------------------------------------------------------
      * Companion degree file - additional courses beyond the primary
           RECORD KEY IS DegKey
           FILE STATUS IS WS-GradDegreesStatus.

      *----------------------------------------------------------------
      * Campaign definitions, maintained by CampaignMaint - the
      * audience rules for the campaign RunParm.DAT names.  OPTIONAL:
      * a run that names no campaign never needs the file.
      *----------------------------------------------------------------
       SELECT OPTIONAL CampaignDefs ASSIGN TO "CampaignDefs.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

           02 WeSortPostalCode   PIC X(10).

       FD CountryCodes.
           COPY CTRYREC.

       FD CourseCodes.
       01 CourseRec             PIC X(26).
           02 CkCountryExceptionCount   PIC 9(6).
           02 CkCourseExceptionCount    PIC 9(6).
           02 CkDomainDiscrepancyCount  PIC 9(6).
           02 CkCampCourseExclCount     PIC 9(6).
           02 CkCampCountryExclCount    PIC 9(6).
           02 CkCampYearExclCount       PIC 9(6).
           02 CkCampDomainExclCount     PIC 9(6).

      *----------------------------------------------------------------
      * End-of-job control-total/audit report.
      *----------------------------------------------------------------
      * Permanent campaign send history - one record per StudentId/
      * EmailAdd pair the mail-merge extract sent out, stamped with
      * the campaign id and run date.  Added to behind every run;
      * the no-remail window reads a graduate's entries back by key
      * so two appeals a few days apart stop mailing the same
      * graduate twice.
      *----------------------------------------------------------------
       FD SendHistory.
           COPY SENDHREC.
       FD GradDegrees.
           COPY DEGREC.

       FD CampaignDefs.
           COPY CAMPREC.

       WORKING-STORAGE SECTION.

       01 WS-GradInfoStatus        PIC XX VALUE "00".
       01 WS-GradDegreesStatus     PIC XX VALUE "00".
           88 GradDegreesOk        VALUE "00".

      *----------------------------------------------------------------
      * "05" is the OPTIONAL file being created by its first run.
      *----------------------------------------------------------------
       01 WS-SendHistoryStatus     PIC XX VALUE "00".
           88 SendHistoryOk        VALUE "00".
           88 SendHistoryOpened    VALUE "00" "05".

       01 WS-Switches.
           02 WS-CountryFound      PIC X VALUE "N".
               88 CountryWasFound  VALUE "Y".
               88 YearIsInRange    VALUE "Y".
           02 WS-DegreeScanDone    PIC X VALUE "N".
               88 DegreeScanIsDone VALUE "Y".
           02 WS-SendHistScanDone  PIC X VALUE "N".
               88 SendHistScanIsDone VALUE "Y".

      *----------------------------------------------------------------
      * Checkpoint/restart controls - a checkpoint is written every
      *----------------------------------------------------------------
      * No-remail window controls, from RunParm.DAT - tonight's
      * campaign id and the window in days.  The cutoff date is
      * computed once at start-up; a graduate's send-history entries
      * on or after it are what the window drops on.  Entries this
      * run's own earlier, aborted leg stamped (same campaign, same
      * date) do not count - a restart must not drop rows because
      * of itself.
      *----------------------------------------------------------------
       01 WS-CampaignId            PIC X(8) VALUE SPACES.
       01 WS-RemailDays            PIC 9(3) VALUE ZERO.
       01 WS-SendHistFound         PIC X VALUE "N".
           88 PairWasMailed        VALUE "Y".

      *----------------------------------------------------------------
      * Set when the pair is already on the send history stamped
      * with tonight's campaign and date - by this run's own
      * earlier, aborted leg - so a restart does not stamp it onto
      * the permanent file a second time.
      *----------------------------------------------------------------
       01 WS-TonightStampedFlag    PIC X VALUE "N".
           88 PairAlreadyStamped   VALUE "Y".

      *----------------------------------------------------------------
      * The named campaign's audience rules, copied off
      * CampaignDefs.DAT at start-up.  With no campaign named the
      * rules are off and every graduate in the GradYear range goes
      * through, exactly as before campaigns were defined.  A blank
      * list within a definition places no limit on that rule.
      *----------------------------------------------------------------
       01 WS-CampaignRulesFlag     PIC X VALUE "N".
           88 CampaignRulesApply   VALUE "Y".

       01 WS-CampaignDesc          PIC X(40) VALUE SPACES.
       01 WS-CampaignRules.
           02 WS-CrCourseList.
               03 CrCourseCode      OCCURS 10 TIMES PIC X.
           02 WS-CrCountryList.
               03 CrCountryCode     OCCURS 10 TIMES PIC XX.
           02 WS-CrYearList.
               03 CrGradYear        OCCURS 10 TIMES PIC X(4).
           02 WS-CrMilestoneList.
               03 CrMilestone       OCCURS 5 TIMES PIC XX.
           02 WS-CrDomainRule       PIC X.
               88 CrDomainsIncluded VALUE "I".
               88 CrDomainsExcluded VALUE "E".
           02 WS-CrDomainList.
               03 CrDomain          OCCURS 5 TIMES PIC X(20).

      *----------------------------------------------------------------
      * Which rule, if any, left the graduate in hand out of the
      * campaign.  The rules are tried in a fixed order - course,
      * country, year, domain - and the first one failed is the one
      * charged, so the four exclusion counts on AuditReport.DAT add
      * up to the graduates the campaign left out.
      *----------------------------------------------------------------
       01 WS-CampaignExclusion     PIC X VALUE SPACE.
           88 GradMeetsCampaign    VALUE SPACE.
           88 ExcludedByCourse     VALUE "C".
           88 ExcludedByCountry    VALUE "N".
           88 ExcludedByYear       VALUE "Y".
           88 ExcludedByDomain     VALUE "D".

       01 WS-RuleMatchFlag         PIC X VALUE "N".
           88 RuleIsMatched        VALUE "Y".

       01 WS-RuleIdx               PIC 9(4) COMP.
       01 WS-MatchCourseCode       PIC X.
       01 WS-MatchGradYear         PIC X(4).

      *----------------------------------------------------------------
      * Reunion milestones count from the year of the run - a class
      * more than 99 years out, or dated after the run, matches no
      * milestone.
      *----------------------------------------------------------------
       01 WS-RunYear               PIC 9(4) VALUE ZERO.
       01 WS-YearsSince            PIC 99.
       01 WS-YearsSinceX REDEFINES WS-YearsSince PIC XX.

       01 WS-CampCourseExclCount   PIC 9(6) VALUE ZERO.
       01 WS-CampCountryExclCount  PIC 9(6) VALUE ZERO.
       01 WS-CampYearExclCount     PIC 9(6) VALUE ZERO.
       01 WS-CampDomainExclCount   PIC 9(6) VALUE ZERO.

      *----------------------------------------------------------------
      * Campaign identity line for the foot of AuditReport.DAT.
      *----------------------------------------------------------------
       01 WS-AuditCampaignLine.
           02 FILLER                PIC X(10) VALUE "CAMPAIGN: ".
           02 AC-CampaignId         PIC X(8).
           02 FILLER                PIC X(2)  VALUE SPACES.
           02 AC-Description        PIC X(40).
           02 FILLER                PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION.

           PERFORM 1500-ReadRunParm
               THRU 1500-ReadRunParm-Exit.

           PERFORM 1800-SetRemailCutoff
               THRU 1800-SetRemailCutoff-Exit.

           PERFORM 1550-LoadCampaignRules
               THRU 1550-LoadCampaignRules-Exit.

      *----------------------------------------------------------------
      * GradDegrees.DAT stays open through the main pass - a
      * campaign's course rule is met by any course on it, not just
      * the primary one on GradInfo.DAT.
      *----------------------------------------------------------------
           OPEN INPUT GradDegrees.

      *----------------------------------------------------------------
      * Run after 1500-ReadRunParm so the duplicate-EmailAdd scan can
      * be scoped to the same GradYear range as the rest of the run -
      * otherwise a range-limited run's AuditReport.DAT would mix a
      * file-wide duplicate count in with every other, range-scoped
      * total.  The named campaign's rules scope it the same way.
      *----------------------------------------------------------------
           PERFORM 1400-DetectDuplicateEmails
               THRU 1400-DetectDuplicateEmails-Exit.
           EXIT.

       1406-ReleaseOneGradInfoRecord.
           MOVE SPACE TO WS-CampaignExclusion.
           IF GradYear >= WS-FromYear AND GradYear <= WS-ToYear
               PERFORM 2500-CheckCampaignRules
                   THRU 2500-CheckCampaignRules-Exit
           END-IF.
           IF GradYear >= WS-FromYear AND GradYear <= WS-ToYear
              AND GradMeetsCampaign
               MOVE StudentId   TO DsStudentId
               MOVE StudName    TO DsStudName
               MOVE GradYear    TO DsGradYear
       1500-ReadRunParm-Exit.
           EXIT.

      *----------------------------------------------------------------
      * Pick the named campaign's definition off CampaignDefs.DAT.  A
      * campaign id with no definition stops the run - mailing the
      * whole GradYear range because an id was mistyped is exactly
      * what the definitions are there to prevent.  No campaign id
      * leaves the rules off.
      *----------------------------------------------------------------
       1550-LoadCampaignRules.
           DIVIDE WS-TodayDate BY 10000 GIVING WS-RunYear.
           IF WS-CampaignId NOT = SPACES
               OPEN INPUT CampaignDefs
               READ CampaignDefs
                   AT END SET EndCampaignDefs TO TRUE
               END-READ
               PERFORM 1560-CheckOneCampaignDef
                   THRU 1560-CheckOneCampaignDef-Exit
                   UNTIL EndCampaignDefs
                      OR CampaignRulesApply
               CLOSE CampaignDefs
               IF NOT CampaignRulesApply
                   DISPLAY "CSISEMAIL: CAMPAIGN " WS-CampaignId
                       " IS NOT ON CAMPAIGNDEFS.DAT - RUN "
                       "CAMPAIGNMAINT FIRST"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.
       1550-LoadCampaignRules-Exit.
           EXIT.

       1560-CheckOneCampaignDef.
           IF CmCampaignId = WS-CampaignId
               SET CampaignRulesApply TO TRUE
               MOVE CmDescription   TO WS-CampaignDesc
               MOVE CmCourseList    TO WS-CrCourseList
               MOVE CmCountryList   TO WS-CrCountryList
               MOVE CmYearList      TO WS-CrYearList
               MOVE CmMilestoneList TO WS-CrMilestoneList
               MOVE CmDomainRule    TO WS-CrDomainRule
               MOVE CmDomainList    TO WS-CrDomainList
           ELSE
               READ CampaignDefs
                   AT END SET EndCampaignDefs TO TRUE
               END-READ
           END-IF.
       1560-CheckOneCampaignDef-Exit.
           EXIT.

      *----------------------------------------------------------------
      * Read Checkpoint.DAT left over from the prior run and keep the
      * last StudentId it recorded, along with the audit-report control
           MOVE CkCountryExceptionCount  TO WS-CountryExceptionCount.
           MOVE CkCourseExceptionCount   TO WS-CourseExceptionCount.
           MOVE CkDomainDiscrepancyCount TO WS-DomainDiscrepancyCount.
           MOVE CkCampCourseExclCount    TO WS-CampCourseExclCount.
           MOVE CkCampCountryExclCount   TO WS-CampCountryExclCount.
           MOVE CkCampYearExclCount      TO WS-CampYearExclCount.
           MOVE CkCampDomainExclCount    TO WS-CampDomainExclCount.
           READ Checkpoint
               AT END SET EndCheckpoint TO TRUE.
       1610-ReadOneCheckpoint-Exit.
           EXIT.

      *----------------------------------------------------------------
      * The cutoff date for the no-remail window is today less the
      * window - the one date subtraction in the system, so the
      * intrinsic is used here rather than hand-rolling calendar
      * arithmetic.  A window of zero days (or no parameter card)
      * leaves the cutoff at zero and drops nobody.
      *----------------------------------------------------------------
       1800-SetRemailCutoff.
           ACCEPT WS-TodayDate FROM DATE YYYYMMDD.
           IF WS-RemailDays > ZERO
               COMPUTE WS-CutoffDayInt =
               COMPUTE WS-RemailCutoffDate =
                   FUNCTION DATE-OF-INTEGER(WS-CutoffDayInt)
           END-IF.
       1800-SetRemailCutoff-Exit.
           EXIT.

      *----------------------------------------------------------------
      * but is not looked up or written - it is still checkpointed,
      * though, so a restart's resume point and RECORDS READ total
      * agree regardless of how many out-of-range records it skipped.
      * A record the named campaign's rules leave out is treated the
      * same way, and charged to the rule that excluded it.
      *----------------------------------------------------------------
       2000-ProcessOneGradRecord.
           ADD 1 TO WS-RecordsReadCount.
           PERFORM 2050-CheckYearFilter
               THRU 2050-CheckYearFilter-Exit.

           MOVE SPACE TO WS-CampaignExclusion.
           IF YearIsInRange
               PERFORM 2500-CheckCampaignRules
                   THRU 2500-CheckCampaignRules-Exit
               IF NOT GradMeetsCampaign
                   PERFORM 2590-CountCampaignExclusion
                       THRU 2590-CountCampaignExclusion-Exit
               END-IF
           END-IF.

           IF YearIsInRange AND GradMeetsCampaign
               PERFORM 2100-LookupCountryName
                   THRU 2100-LookupCountryName-Exit

           MOVE WS-CourseExceptionCount  TO CkCourseExceptionCount.
           MOVE WS-DomainDiscrepancyCount
                                         TO CkDomainDiscrepancyCount.
           MOVE WS-CampCourseExclCount   TO CkCampCourseExclCount.
           MOVE WS-CampCountryExclCount  TO CkCampCountryExclCount.
           MOVE WS-CampYearExclCount     TO CkCampYearExclCount.
           MOVE WS-CampDomainExclCount   TO CkCampDomainExclCount.
           WRITE CkRec.
       2400-WriteCheckpoint-Exit.
           EXIT.
       2350-WriteDomainDiscrepancy-Exit.
           EXIT.

      *----------------------------------------------------------------
      * Try the named campaign's rules against the GradInfo record in
      * hand, in course, country, year, domain order, stopping at the
      * first one failed.  WS-CampaignExclusion comes back blank when
      * the graduate meets them all (or no campaign is named) and
      * otherwise says which rule failed.  The caller does any
      * counting - the duplicate-EmailAdd scan runs the same check
      * without charging anything.
      *----------------------------------------------------------------
       2500-CheckCampaignRules.
           MOVE SPACE TO WS-CampaignExclusion.
           IF CampaignRulesApply
               IF WS-CrCourseList NOT = SPACES
                   PERFORM 2510-CheckCourseRule
                       THRU 2510-CheckCourseRule-Exit
                   IF NOT RuleIsMatched
                       SET ExcludedByCourse TO TRUE
                   END-IF
               END-IF
               IF GradMeetsCampaign
                  AND WS-CrCountryList NOT = SPACES
                   MOVE "N" TO WS-RuleMatchFlag
                   MOVE 1 TO WS-RuleIdx
                   PERFORM 2530-CheckOneListedCountry
                       THRU 2530-CheckOneListedCountry-Exit
                       UNTIL RuleIsMatched
                          OR WS-RuleIdx > 10
                   IF NOT RuleIsMatched
                       SET ExcludedByCountry TO TRUE
                   END-IF
               END-IF
               IF GradMeetsCampaign
                  AND (WS-CrYearList NOT = SPACES
                       OR WS-CrMilestoneList NOT = SPACES)
                   PERFORM 2540-CheckYearRule
                       THRU 2540-CheckYearRule-Exit
                   IF NOT RuleIsMatched
                       SET ExcludedByYear TO TRUE
                   END-IF
               END-IF
               IF GradMeetsCampaign
                  AND WS-CrDomainRule NOT = SPACE
                   MOVE "N" TO WS-RuleMatchFlag
                   MOVE 1 TO WS-RuleIdx
                   PERFORM 2560-CheckOneListedDomain
                       THRU 2560-CheckOneListedDomain-Exit
                       UNTIL RuleIsMatched
                          OR WS-RuleIdx > 5
                   IF (CrDomainsIncluded AND NOT RuleIsMatched)
                      OR (CrDomainsExcluded AND RuleIsMatched)
                       SET ExcludedByDomain TO TRUE
                   END-IF
               END-IF
           END-IF.
       2500-CheckCampaignRules-Exit.
           EXIT.

      *----------------------------------------------------------------
      * The course rule is met by the primary CourseCode on GradInfo
      * or, failing that, by any additional course the graduate
      * carries on GradDegrees.DAT.  The positioned read stops at the
      * first degree keyed to a different StudentId.
      *----------------------------------------------------------------
       2510-CheckCourseRule.
           MOVE "N" TO WS-RuleMatchFlag.
           MOVE CourseCode TO WS-MatchCourseCode.
           PERFORM 2515-ScanCourseList
               THRU 2515-ScanCourseList-Exit.

           IF NOT RuleIsMatched
               MOVE "N" TO WS-DegreeScanDone
               MOVE StudentId TO DegStudentId
               MOVE ZERO TO DegCourseCode
               START GradDegrees KEY IS NOT LESS THAN DegKey
                   INVALID KEY SET DegreeScanIsDone TO TRUE
               END-START
               IF NOT DegreeScanIsDone
                   READ GradDegrees NEXT RECORD
                       AT END SET DegreeScanIsDone TO TRUE
                   END-READ
               END-IF
               PERFORM 2525-CheckOneDegreeCourse
                   THRU 2525-CheckOneDegreeCourse-Exit
                   UNTIL DegreeScanIsDone
                      OR RuleIsMatched
           END-IF.
       2510-CheckCourseRule-Exit.
           EXIT.

       2515-ScanCourseList.
           MOVE 1 TO WS-RuleIdx.
           PERFORM 2520-CheckOneListedCourse
               THRU 2520-CheckOneListedCourse-Exit
               UNTIL RuleIsMatched
                  OR WS-RuleIdx > 10.
       2515-ScanCourseList-Exit.
           EXIT.

       2520-CheckOneListedCourse.
           IF CrCourseCode(WS-RuleIdx) NOT = SPACE
              AND CrCourseCode(WS-RuleIdx) = WS-MatchCourseCode
               SET RuleIsMatched TO TRUE
           ELSE
               ADD 1 TO WS-RuleIdx
           END-IF.
       2520-CheckOneListedCourse-Exit.
           EXIT.

       2525-CheckOneDegreeCourse.
           IF DegStudentId NOT = StudentId
               SET DegreeScanIsDone TO TRUE
           ELSE
               MOVE DegCourseCode TO WS-MatchCourseCode
               PERFORM 2515-ScanCourseList
                   THRU 2515-ScanCourseList-Exit
               READ GradDegrees NEXT RECORD
                   AT END SET DegreeScanIsDone TO TRUE
               END-READ
           END-IF.
       2525-CheckOneDegreeCourse-Exit.
           EXIT.

       2530-CheckOneListedCountry.
           IF CrCountryCode(WS-RuleIdx) NOT = SPACES
              AND CrCountryCode(WS-RuleIdx) = CountryCode
               SET RuleIsMatched TO TRUE
           ELSE
               ADD 1 TO WS-RuleIdx
           END-IF.
       2530-CheckOneListedCountry-Exit.
           EXIT.

      *----------------------------------------------------------------
      * The year rule is met by a GradYear listed outright or by a
      * class whose years since graduation, as of the run year, hit
      * one of the reunion milestones.
      *----------------------------------------------------------------
       2540-CheckYearRule.
           MOVE "N" TO WS-RuleMatchFlag.
           MOVE GradYear TO WS-MatchGradYear.
           MOVE 1 TO WS-RuleIdx.
           PERFORM 2545-CheckOneListedYear
               THRU 2545-CheckOneListedYear-Exit
               UNTIL RuleIsMatched
                  OR WS-RuleIdx > 10.

           IF NOT RuleIsMatched
              AND WS-CrMilestoneList NOT = SPACES
              AND GradYear NOT > WS-RunYear
              AND WS-RunYear - GradYear < 100
               COMPUTE WS-YearsSince = WS-RunYear - GradYear
               MOVE 1 TO WS-RuleIdx
               PERFORM 2550-CheckOneMilestone
                   THRU 2550-CheckOneMilestone-Exit
                   UNTIL RuleIsMatched
                      OR WS-RuleIdx > 5
           END-IF.
       2540-CheckYearRule-Exit.
           EXIT.

       2545-CheckOneListedYear.
           IF CrGradYear(WS-RuleIdx) NOT = SPACES
              AND CrGradYear(WS-RuleIdx) = WS-MatchGradYear
               SET RuleIsMatched TO TRUE
           ELSE
               ADD 1 TO WS-RuleIdx
           END-IF.
       2545-CheckOneListedYear-Exit.
           EXIT.

       2550-CheckOneMilestone.
           IF CrMilestone(WS-RuleIdx) NOT = SPACES
              AND CrMilestone(WS-RuleIdx) = WS-YearsSinceX
               SET RuleIsMatched TO TRUE
           ELSE
               ADD 1 TO WS-RuleIdx
           END-IF.
       2550-CheckOneMilestone-Exit.
           EXIT.

       2560-CheckOneListedDomain.
           IF CrDomain(WS-RuleIdx) NOT = SPACES
              AND CrDomain(WS-RuleIdx) = EmailDomain
               SET RuleIsMatched TO TRUE
           ELSE
               ADD 1 TO WS-RuleIdx
           END-IF.
       2560-CheckOneListedDomain-Exit.
           EXIT.

       2590-CountCampaignExclusion.
           EVALUATE TRUE
               WHEN ExcludedByCourse
                   ADD 1 TO WS-CampCourseExclCount
               WHEN ExcludedByCountry
                   ADD 1 TO WS-CampCountryExclCount
               WHEN ExcludedByYear
                   ADD 1 TO WS-CampYearExclCount
               WHEN ExcludedByDomain
                   ADD 1 TO WS-CampDomainExclCount
           END-EVALUATE.
       2590-CountCampaignExclusion-Exit.
           EXIT.

       8000-Finalize.
           CLOSE GradInfo.
           CLOSE GradDegrees.
           CLOSE Checkpoint.
           CLOSE WorkExtract.
           CLOSE CountryExceptionRpt.
       6500-ProduceMailMergeExtract.
           OPEN OUTPUT MailMergeExtract.
           OPEN OUTPUT PostalExtract.
           OPEN I-O SendHistory.
           IF NOT SendHistoryOpened
               DISPLAY "CSISEMAIL: UNABLE TO OPEN SENDHISTORY.DAT "
                   "- STATUS " WS-SendHistoryStatus
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           SORT WorkExtractSortFile
               ON ASCENDING KEY WeSortGradYear WeSortStudName
               USING WorkExtract

      *----------------------------------------------------------------
      * A pair already mailed inside the no-remail window gets no
      * mail-merge row this time.  The graduate's entries sit
      * together under the StudentId, so the positioned read stops
      * at the first entry keyed to anybody else.  Tonight's own
      * stamps (an aborted leg's) do not count.  A window of zero
      * drops nobody and reads nothing.
      *----------------------------------------------------------------
       6575-CheckRemailWindow.
           MOVE "N" TO WS-SendHistFound.
           IF WS-RemailDays > ZERO
               MOVE "N" TO WS-SendHistScanDone
               MOVE WeSortStudentId TO ShStudentId
               MOVE LOW-VALUES TO ShCampaignId
               MOVE ZERO TO ShSentDate
               START SendHistory KEY IS NOT LESS THAN ShKey
                   INVALID KEY SET SendHistScanIsDone TO TRUE
               END-START
               IF NOT SendHistScanIsDone
                   READ SendHistory NEXT RECORD
                       AT END SET SendHistScanIsDone TO TRUE
                   END-READ
               END-IF
               PERFORM 6576-CheckOneSendHistEntry
                   THRU 6576-CheckOneSendHistEntry-Exit
                   UNTIL SendHistScanIsDone
                      OR PairWasMailed
           END-IF.
       6575-CheckRemailWindow-Exit.
           EXIT.

       6576-CheckOneSendHistEntry.
           IF ShStudentId NOT = WeSortStudentId
               SET SendHistScanIsDone TO TRUE
           ELSE
               IF ShEmailAdd = WeSortEmailAdd
                  AND ShSentDate NOT < WS-RemailCutoffDate
                  AND NOT (ShCampaignId = WS-CampaignId
                           AND ShSentDate = WS-TodayDate)
                   SET PairWasMailed TO TRUE
               ELSE
                   READ SendHistory NEXT RECORD
                       AT END SET SendHistScanIsDone TO TRUE
                   END-READ
               END-IF
           END-IF.
       6576-CheckOneSendHistEntry-Exit.
           EXIT.

      *----------------------------------------------------------------
      * The row just written goes on the permanent send history,
      * stamped with tonight's campaign and date - the record the
           PERFORM 6585-CheckTonightStamp
               THRU 6585-CheckTonightStamp-Exit.
           IF NOT PairAlreadyStamped
               MOVE WeSortStudentId  TO ShStudentId
               MOVE WS-CampaignId    TO ShCampaignId
               MOVE WS-TodayDate     TO ShSentDate
               MOVE WeSortEmailAdd   TO ShEmailAdd
               WRITE SendHistoryRec
                   INVALID KEY
                       DISPLAY "CSISEMAIL: UNABLE TO WRITE SEND "
                           "HISTORY FOR STUDENT " WeSortStudentId
                           " - STATUS " WS-SendHistoryStatus
               END-WRITE
           END-IF.
       6580-RecordSendHistory-Exit.
           EXIT.

      *----------------------------------------------------------------
      * Was this pair already stamped with tonight's campaign and
      * date by the aborted leg?  One keyed read says - on any run
      * that is not a restart it finds nothing, and every pair is
      * stamped exactly once.
      *----------------------------------------------------------------
       6585-CheckTonightStamp.
           MOVE "N" TO WS-TonightStampedFlag.
           MOVE WeSortStudentId TO ShStudentId.
           MOVE WS-CampaignId   TO ShCampaignId.
           MOVE WS-TodayDate    TO ShSentDate.
           READ SendHistory
               KEY IS ShKey
               INVALID KEY CONTINUE
           END-READ.
           IF SendHistoryOk
               SET PairAlreadyStamped TO TRUE
           END-IF.
       6585-CheckTonightStamp-Exit.
           EXIT.
           MOVE WS-PostalFallbackCount       TO AU-Count.
           WRITE AuditRptLine FROM WS-AuditDetailLine.

      *----------------------------------------------------------------
      * The campaign the run was for, and how many graduates inside
      * the GradYear range each of its rules left out - all zero on
      * a run that names no campaign.
      *----------------------------------------------------------------
           MOVE WS-CampaignId                TO AC-CampaignId.
           MOVE WS-CampaignDesc              TO AC-Description.
           WRITE AuditRptLine FROM WS-AuditCampaignLine.

           MOVE "CAMPAIGN COURSE EXCLUSIONS"  TO AU-Label.
           MOVE WS-CampCourseExclCount       TO AU-Count.
           WRITE AuditRptLine FROM WS-AuditDetailLine.

           MOVE "CAMPAIGN COUNTRY EXCLUSIONS" TO AU-Label.
           MOVE WS-CampCountryExclCount      TO AU-Count.
           WRITE AuditRptLine FROM WS-AuditDetailLine.

           MOVE "CAMPAIGN YEAR EXCLUSIONS"    TO AU-Label.
           MOVE WS-CampYearExclCount         TO AU-Count.
           WRITE AuditRptLine FROM WS-AuditDetailLine.

           MOVE "CAMPAIGN DOMAIN EXCLUSIONS"  TO AU-Label.
           MOVE WS-CampDomainExclCount       TO AU-Count.
           WRITE AuditRptLine FROM WS-AuditDetailLine.

           CLOSE AuditReport.

           PERFORM 9100-AppendRunHistory
