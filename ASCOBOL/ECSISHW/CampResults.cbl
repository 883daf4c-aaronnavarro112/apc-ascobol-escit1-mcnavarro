       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CampResults.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *----------------------------------------------------------------
      * Results feed from the bulk-mail tool - what happened to each
      * address a campaign went out to, one event per record.
      *----------------------------------------------------------------
       SELECT ResultFile ASSIGN TO "CampaignResults.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ResultFileStatus.

       SELECT ResultSortFile ASSIGN TO DISK.

       SELECT ResultWork ASSIGN TO "ResultWork.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

      *----------------------------------------------------------------
      * OPTIONAL - no send history yet just means every result row
      * comes out on the exception listing.
      *----------------------------------------------------------------
       SELECT OPTIONAL SendHistory ASSIGN TO "SendHistory.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ShKey
           FILE STATUS IS WS-SendHistoryStatus.

       SELECT SendSortFile ASSIGN TO DISK.

       SELECT SendWork ASSIGN TO "ResultSendWork.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OutcomeWork ASSIGN TO "ResultOutcome.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OutcomeSortFile ASSIGN TO DISK.

       SELECT GradInfo ASSIGN TO "GradInfo.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS StudentId
           ALTERNATE RECORD KEY IS EmailAdd WITH DUPLICATES
           FILE STATUS IS WS-GradInfoStatus.

       SELECT CourseCodes ASSIGN TO "CourseCodes.DAT".

       SELECT OPTIONAL Suppressions ASSIGN TO "Suppression.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT CampaignRpt ASSIGN TO "CampaignReport.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT ResultExceptionRpt ASSIGN TO "ResultExceptions.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT UnsubWorklist ASSIGN TO "UnsubscribeWorklist.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *----------------------------------------------------------------
      * One event for one address on one campaign, as the tool
      * mailed it - the address matches SendHistory.DAT and EmailAdd
      * byte for byte.
      *----------------------------------------------------------------
       FD ResultFile.
       01 ResultRec.
           88 EndResultFile       VALUE HIGH-VALUES.
           02 RrCampaignId        PIC X(8).
           02 RrEmailAdd          PIC X(28).
           02 RrEventType         PIC X(12).
           02 RrEventDate         PIC 9(8).

       SD ResultSortFile.
       01 ResultSortRec.
           02 SrCampaignId        PIC X(8).
           02 SrEmailAdd          PIC X(28).
           02 SrEventType         PIC X(12).
           02 SrEventDate         PIC 9(8).

      *----------------------------------------------------------------
      * The result rows in campaign/address/event order - one side
      * of the match against the send history.
      *----------------------------------------------------------------
       FD ResultWork.
       01 ResultWorkRec.
           02 RwCampaignId        PIC X(8).
           02 RwEmailAdd          PIC X(28).
           02 RwEventType         PIC X(12).
               88 RwDelivered     VALUE "DELIVERED".
               88 RwOpened        VALUE "OPENED".
               88 RwClicked       VALUE "CLICKED".
               88 RwUnsubscribed  VALUE "UNSUBSCRIBED".
           02 RwEventDate         PIC 9(8).

       FD SendHistory.
           COPY SENDHREC.

       SD SendSortFile.
       01 SendSortRec.
           02 SsCampaignId        PIC X(8).
           02 SsEmailAdd          PIC X(28).
           02 SsSentDate          PIC 9(8).
           02 SsStudentId         PIC 9(6).

      *----------------------------------------------------------------
      * The send history for the campaigns on tonight's results, in
      * campaign/address order - the other side of the match.
      *----------------------------------------------------------------
       FD SendWork.
       01 SendWorkRec.
           02 SwCampaignId        PIC X(8).
           02 SwEmailAdd          PIC X(28).
           02 SwSentDate          PIC 9(8).
           02 SwStudentId         PIC 9(6).

      *----------------------------------------------------------------
      * One row per graduate sent, per breakdown - the same sent row
      * goes in three times, once keyed by GradYear, once by
      * CourseCode and once by EmailDomain, so a single sort on
      * campaign, breakdown and key lays the whole report out for a
      * control-break pass.  The flags say which events came back
      * for the address.
      *----------------------------------------------------------------
       FD OutcomeWork.
       01 OutcomeRec.
           02 OcCampaignId        PIC X(8).
           02 OcBreakType         PIC X.
           02 OcBreakKey          PIC X(20).
           02 OcDelivered         PIC X.
           02 OcOpened            PIC X.
           02 OcClicked           PIC X.
           02 OcUnsubscribed      PIC X.

       SD OutcomeSortFile.
       01 OutcomeSortRec.
           02 OsCampaignId        PIC X(8).
           02 OsBreakType         PIC X.
               88 OsByGradYear    VALUE "1".
               88 OsByCourse      VALUE "2".
               88 OsByDomain      VALUE "3".
           02 OsBreakKey          PIC X(20).
           02 OsDelivered         PIC X.
           02 OsOpened            PIC X.
           02 OsClicked           PIC X.
           02 OsUnsubscribed      PIC X.

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
      * Effectiveness report - per campaign, sent/delivered/opened/
      * clicked/unsubscribed counts and rates by GradYear, by
      * CourseCode and by EmailDomain, then the campaign's totals,
      * and the control totals for the whole feed at the bottom.
      *----------------------------------------------------------------
       FD CampaignRpt.
       01 CampaignRptLine         PIC X(120).

      *----------------------------------------------------------------
      * Result rows that match nothing we sent, and rows carrying an
      * event type the report does not know - listed, never dropped.
      *----------------------------------------------------------------
       FD ResultExceptionRpt.
       01 ResultExceptionLine     PIC X(100).

      *----------------------------------------------------------------
      * Unsubscribes for the office to put on Suppression.DAT
      * through SuppressMaint - an address already on the list says
      * so, so nobody keys it twice.
      *----------------------------------------------------------------
       FD UnsubWorklist.
       01 UnsubWorklistLine       PIC X(100).

       WORKING-STORAGE SECTION.

       01 WS-ResultFileStatus      PIC XX VALUE "00".
           88 ResultFileOk         VALUE "00".

       01 WS-GradInfoStatus        PIC XX VALUE "00".
           88 GradInfoOk           VALUE "00".

       01 WS-SendHistoryStatus     PIC XX VALUE "00".
           88 SendHistoryOk        VALUE "00".

       01 WS-Switches.
           02 WS-SortDone          PIC X VALUE "N".
               88 SortIsDone       VALUE "Y".
           02 WS-GroupSentFlag     PIC X VALUE "N".
               88 GroupWasSent     VALUE "Y".
           02 WS-GradFoundFlag     PIC X VALUE "N".
               88 GradWasFound     VALUE "Y".
           02 WS-CampListedFlag    PIC X VALUE "N".
               88 CampaignIsListed VALUE "Y".
           02 WS-SuppressFound     PIC X VALUE "N".
               88 AddressIsSuppressed VALUE "Y".

      *----------------------------------------------------------------
      * Today's date, printed at the head of the report.
      *----------------------------------------------------------------
       01 WS-RunDate               PIC 9(8).

      *----------------------------------------------------------------
      * Match keys - campaign plus address on each side, driven to
      * HIGH-VALUES at end of file so the exhausted side never sorts
      * low again.  The group key is whichever side is lower.
      *----------------------------------------------------------------
       01 WS-ResultKey.
           02 WS-ResKeyCampaign    PIC X(8).
           02 WS-ResKeyEmail       PIC X(28).

       01 WS-SendKey.
           02 WS-SendKeyCampaign   PIC X(8).
           02 WS-SendKeyEmail      PIC X(28).

       01 WS-GroupKey.
           02 WS-GroupCampaign     PIC X(8).
           02 WS-GroupEmail        PIC X(28).

      *----------------------------------------------------------------
      * The events that came back for the address in hand.  A row
      * repeating the event before it (the tool reports every open)
      * counts once.  Each event is taken as reported - an open with
      * no delivery row is an open, not a delivery.
      *----------------------------------------------------------------
       01 WS-GroupEvents.
           02 WS-GroupDelivered    PIC X.
           02 WS-GroupOpened       PIC X.
           02 WS-GroupClicked      PIC X.
           02 WS-GroupUnsubscribed PIC X.

       01 WS-PrevEventType         PIC X(12).

      *----------------------------------------------------------------
      * The campaigns on tonight's results - only these are reported,
      * and only their send history is pulled into the match.  The
      * flag remembers whether any send history turned up at all.
      *----------------------------------------------------------------
       01 WS-CampTableCount        PIC 9(4) COMP VALUE ZERO.
       01 WS-CampTable.
           02 WS-CampEntry OCCURS 100 TIMES
               INDEXED BY CampIdx.
               03 CampTblCampaignId PIC X(8).
               03 CampTblSentFlag   PIC X.
                   88 CampaignWasSent VALUE "Y".

       01 WS-CampIdx               PIC 9(4) COMP.
       01 WS-LookupCampaignId      PIC X(8).

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
      * Work area for the domain parsed off an address when no
      * graduate carries it any more.
      *----------------------------------------------------------------
       01 WS-EmailLocalPart        PIC X(28).
       01 WS-EmailParsedDomain     PIC X(20).

      *----------------------------------------------------------------
      * Control-break state for the report pass - the campaign,
      * breakdown and key in hand, and the counts building up for
      * the key and for the campaign.  The campaign totals are taken
      * off the GradYear breakdown alone, since every sent row
      * appears once in each breakdown.
      *----------------------------------------------------------------
       01 WS-CurCampaign           PIC X(8) VALUE SPACES.
       01 WS-CurBreakType          PIC X VALUE SPACE.
       01 WS-CurBreakKey           PIC X(20).

       01 WS-KeyCounts.
           02 WS-KeySent           PIC 9(6).
           02 WS-KeyDelivered      PIC 9(6).
           02 WS-KeyOpened         PIC 9(6).
           02 WS-KeyClicked        PIC 9(6).
           02 WS-KeyUnsubscribed   PIC 9(6).

       01 WS-CampCounts.
           02 WS-CampSent          PIC 9(6).
           02 WS-CampDelivered     PIC 9(6).
           02 WS-CampOpened        PIC 9(6).
           02 WS-CampClicked       PIC 9(6).
           02 WS-CampUnsubscribed  PIC 9(6).

       01 WS-LineCounts.
           02 WS-LineSent          PIC 9(6).
           02 WS-LineDelivered     PIC 9(6).
           02 WS-LineOpened        PIC 9(6).
           02 WS-LineClicked       PIC 9(6).
           02 WS-LineUnsubscribed  PIC 9(6).

      *----------------------------------------------------------------
      * Control totals for the foot of the report.
      *----------------------------------------------------------------
       01 WS-RowsReadCount         PIC 9(6) VALUE ZERO.
       01 WS-RowsMatchedCount      PIC 9(6) VALUE ZERO.
       01 WS-RowsUnmatchedCount    PIC 9(6) VALUE ZERO.
       01 WS-RepeatEventCount      PIC 9(6) VALUE ZERO.
       01 WS-UnknownEventCount     PIC 9(6) VALUE ZERO.
       01 WS-UnsubListedCount      PIC 9(6) VALUE ZERO.
       01 WS-SentRowsCount         PIC 9(6) VALUE ZERO.

      *----------------------------------------------------------------
      * Report lines.
      *----------------------------------------------------------------
       01 WS-RptTitleLine.
           02 FILLER               PIC X(31)
               VALUE "CAMPAIGN RESULTS - RUN DATE   ".
           02 RH-RunDate           PIC 9(8).
           02 FILLER               PIC X(4) VALUE SPACES.
           02 FILLER               PIC X(30)
               VALUE "RATES ARE PERCENT OF SENT".
           02 FILLER               PIC X(47) VALUE SPACES.

       01 WS-RptCampaignLine.
           02 FILLER               PIC X(10) VALUE "CAMPAIGN: ".
           02 RC-CampaignId        PIC X(8).
           02 FILLER               PIC X(102) VALUE SPACES.

       01 WS-RptSectionLine.
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 RS-Heading           PIC X(20).
           02 FILLER               PIC X(98) VALUE SPACES.

       01 WS-RptDetailLine.
           02 FILLER               PIC X(4)  VALUE SPACES.
           02 RD-BreakKey          PIC X(20).
           02 FILLER               PIC X(6)  VALUE " SENT ".
           02 RD-Sent              PIC ZZZZZ9.
           02 FILLER               PIC X(7)  VALUE " DELIV ".
           02 RD-Delivered         PIC ZZZZZ9.
           02 FILLER               PIC X(1)  VALUE SPACE.
           02 RD-DeliveredPct      PIC ZZ9.9.
           02 FILLER               PIC X(7)  VALUE "% OPEN ".
           02 RD-Opened            PIC ZZZZZ9.
           02 FILLER               PIC X(1)  VALUE SPACE.
           02 RD-OpenedPct         PIC ZZ9.9.
           02 FILLER               PIC X(8)  VALUE "% CLICK ".
           02 RD-Clicked           PIC ZZZZZ9.
           02 FILLER               PIC X(1)  VALUE SPACE.
           02 RD-ClickedPct        PIC ZZ9.9.
           02 FILLER               PIC X(8)  VALUE "% UNSUB ".
           02 RD-Unsubscribed      PIC ZZZZZ9.
           02 FILLER               PIC X(1)  VALUE SPACE.
           02 RD-UnsubscribedPct   PIC ZZ9.9.
           02 FILLER               PIC X(1)  VALUE "%".
           02 FILLER               PIC X(5)  VALUE SPACES.

       01 WS-RptMessageLine        PIC X(120).

       01 WS-RptTotalLine.
           02 RT-Label             PIC X(30).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 RT-Count             PIC 9(6).
           02 FILLER               PIC X(82) VALUE SPACES.

       01 WS-ExceptionLine.
           02 EX-EmailAdd          PIC X(28).
           02 FILLER               PIC X(1)  VALUE SPACE.
           02 EX-CampaignId        PIC X(8).
           02 FILLER               PIC X(1)  VALUE SPACE.
           02 EX-EventType         PIC X(12).
           02 FILLER               PIC X(1)  VALUE SPACE.
           02 EX-EventDate         PIC 9(8).
           02 FILLER               PIC X(1)  VALUE SPACE.
           02 EX-Disposition       PIC X(33).
           02 FILLER               PIC X(1)  VALUE SPACE.
           02 EX-StudentId         PIC 9(6).

       01 WS-WorklistLine.
           02 WL-EmailAdd          PIC X(28).
           02 FILLER               PIC X(1)  VALUE SPACE.
           02 WL-CampaignId        PIC X(8).
           02 FILLER               PIC X(1)  VALUE SPACE.
           02 WL-EventDate         PIC 9(8).
           02 FILLER               PIC X(1)  VALUE SPACE.
           02 WL-StudentId         PIC 9(6).
           02 FILLER               PIC X(1)  VALUE SPACE.
           02 WL-StudName          PIC X(25).
           02 FILLER               PIC X(1)  VALUE SPACE.
           02 WL-Action            PIC X(20).

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      * Take the bulk-mail tool's results for the night, match every
      * row to the send history by campaign and address, and report
      * each campaign's effectiveness - with the rows that match
      * nothing listed and the unsubscribes put on a worklist.
      *----------------------------------------------------------------
       0000-Mainline.
           PERFORM 1000-Initialize
               THRU 1000-Initialize-Exit.

           PERFORM 2000-MatchResultsToSends
               THRU 2000-MatchResultsToSends-Exit.

           PERFORM 3000-ProduceCampaignReport
               THRU 3000-ProduceCampaignReport-Exit.

           PERFORM 8000-Finalize
               THRU 8000-Finalize-Exit.

           GOBACK.

       1000-Initialize.
           ACCEPT WS-RunDate FROM DATE YYYYMMDD.

           OPEN INPUT ResultFile.
           IF NOT ResultFileOk
               DISPLAY "CAMPRESULTS: UNABLE TO OPEN "
                   "CAMPAIGNRESULTS.DAT - STATUS " WS-ResultFileStatus
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 1100-LoadCourseTable
               THRU 1100-LoadCourseTable-Exit.

           PERFORM 1200-LoadSuppressTable
               THRU 1200-LoadSuppressTable-Exit.

           PERFORM 1500-SortResults
               THRU 1500-SortResults-Exit.

           PERFORM 1600-SortSendHistory
               THRU 1600-SortSendHistory-Exit.
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
               DISPLAY "CAMPRESULTS: COURSECODES.DAT HAS MORE THAN 10 "
                   "ENTRIES - WS-CourseTable IS FULL"
               MOVE 8 TO RETURN-CODE
               GOBACK
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
      * SuppressMaint, so SEARCH ALL holds - the worklist uses it to
      * say which unsubscribes are already on the list.
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
               DISPLAY "CAMPRESULTS: SUPPRESSION.DAT HAS MORE THAN 500 "
                   "ENTRIES - WS-SuppressTable IS FULL"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           ADD 1 TO WS-SuppressTableCount.
           MOVE SupEmailAdd TO SupTblEmailAdd(WS-SuppressTableCount).
           READ Suppressions
               AT END SET EndSuppressions TO TRUE.
       1210-LoadOneSuppressEntry-Exit.
           EXIT.

      *----------------------------------------------------------------
      * Put the result rows in campaign/address/event order for the
      * match.  Blank rows (the tool's files sometimes end on an
      * empty line) are skipped, and every campaign the feed names
      * goes on WS-CampTable as it passes.
      *----------------------------------------------------------------
       1500-SortResults.
           SORT ResultSortFile
               ON ASCENDING KEY SrCampaignId SrEmailAdd SrEventType
               INPUT PROCEDURE 1510-ReleaseResults
                   THRU 1510-ReleaseResults-Exit
               GIVING ResultWork.
       1500-SortResults-Exit.
           EXIT.

       1510-ReleaseResults.
           READ ResultFile
               AT END SET EndResultFile TO TRUE.
           PERFORM 1520-ReleaseOneResult
               THRU 1520-ReleaseOneResult-Exit
               UNTIL EndResultFile.
           CLOSE ResultFile.
       1510-ReleaseResults-Exit.
           EXIT.

       1520-ReleaseOneResult.
           IF ResultRec NOT = SPACES
               ADD 1 TO WS-RowsReadCount
               MOVE RrCampaignId TO WS-LookupCampaignId
               PERFORM 1550-FindCampaign
                   THRU 1550-FindCampaign-Exit
               IF NOT CampaignIsListed
                   IF WS-CampTableCount = 100
                       DISPLAY "CAMPRESULTS: CAMPAIGNRESULTS.DAT NAMES "
                           "MORE THAN 100 CAMPAIGNS - WS-CampTable IS "
                           "FULL"
                       MOVE 8 TO RETURN-CODE
                       GOBACK
                   END-IF
                   ADD 1 TO WS-CampTableCount
                   MOVE RrCampaignId
                       TO CampTblCampaignId(WS-CampTableCount)
                   MOVE "N" TO CampTblSentFlag(WS-CampTableCount)
               END-IF
               MOVE ResultRec TO ResultSortRec
               RELEASE ResultSortRec
           END-IF.
           READ ResultFile
               AT END SET EndResultFile TO TRUE.
       1520-ReleaseOneResult-Exit.
           EXIT.

      *----------------------------------------------------------------
      * Is WS-LookupCampaignId on tonight's feed?  On a hit CampIdx
      * is left on its table entry.
      *----------------------------------------------------------------
       1550-FindCampaign.
           MOVE "N" TO WS-CampListedFlag.
           IF WS-CampTableCount > ZERO
               SET CampIdx TO 1
               SEARCH WS-CampEntry
                   VARYING CampIdx
                   AT END
                       CONTINUE
                   WHEN CampIdx > WS-CampTableCount
                       CONTINUE
                   WHEN CampTblCampaignId(CampIdx) = WS-LookupCampaignId
                       SET CampaignIsListed TO TRUE
               END-SEARCH
           END-IF.
       1550-FindCampaign-Exit.
           EXIT.

      *----------------------------------------------------------------
      * Pull the send history for tonight's campaigns, in campaign/
      * address order - the other side of the match.  Campaigns the
      * feed does not mention are left out of the sort altogether.
      * The file is read front to back in key order; the sort puts
      * it into the order the match wants.
      *----------------------------------------------------------------
       1600-SortSendHistory.
           SORT SendSortFile
               ON ASCENDING KEY SsCampaignId SsEmailAdd
               INPUT PROCEDURE 1610-ReleaseSendHistory
                   THRU 1610-ReleaseSendHistory-Exit
               GIVING SendWork.
       1600-SortSendHistory-Exit.
           EXIT.

       1610-ReleaseSendHistory.
           OPEN INPUT SendHistory.
           READ SendHistory NEXT RECORD
               AT END SET EndSendHistory TO TRUE.
           PERFORM 1620-ReleaseOneSendEntry
               THRU 1620-ReleaseOneSendEntry-Exit
               UNTIL EndSendHistory.
           CLOSE SendHistory.
       1610-ReleaseSendHistory-Exit.
           EXIT.

       1620-ReleaseOneSendEntry.
           MOVE ShCampaignId TO WS-LookupCampaignId.
           PERFORM 1550-FindCampaign
               THRU 1550-FindCampaign-Exit.
           IF CampaignIsListed
               MOVE ShCampaignId TO SsCampaignId
               MOVE ShEmailAdd   TO SsEmailAdd
               MOVE ShSentDate   TO SsSentDate
               MOVE ShStudentId  TO SsStudentId
               RELEASE SendSortRec
           END-IF.
           READ SendHistory NEXT RECORD
               AT END SET EndSendHistory TO TRUE.
       1620-ReleaseOneSendEntry-Exit.
           EXIT.

      *----------------------------------------------------------------
      * Match the two sorted files on campaign plus address.  Each
      * pass takes one key group - every result row and every send
      * row for the lower of the two keys in hand - so a key on one
      * side only is handled the same way as a key on both.
      *----------------------------------------------------------------
       2000-MatchResultsToSends.
           OPEN INPUT ResultWork.
           OPEN INPUT SendWork.
           OPEN INPUT GradInfo.
           IF NOT GradInfoOk
               DISPLAY "CAMPRESULTS: UNABLE TO OPEN GRADINFO.DAT "
                   "- STATUS " WS-GradInfoStatus
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT OutcomeWork.
           OPEN OUTPUT ResultExceptionRpt.
           OPEN OUTPUT UnsubWorklist.

           PERFORM 2010-ReadResultWork
               THRU 2010-ReadResultWork-Exit.
           PERFORM 2020-ReadSendWork
               THRU 2020-ReadSendWork-Exit.

           PERFORM 2100-MatchOneKeyGroup
               THRU 2100-MatchOneKeyGroup-Exit
               UNTIL WS-ResultKey = HIGH-VALUES
                 AND WS-SendKey = HIGH-VALUES.

           CLOSE ResultWork.
           CLOSE SendWork.
           CLOSE GradInfo.
           CLOSE OutcomeWork.
           CLOSE ResultExceptionRpt.
           CLOSE UnsubWorklist.
       2000-MatchResultsToSends-Exit.
           EXIT.

       2010-ReadResultWork.
           READ ResultWork
               AT END
                   MOVE HIGH-VALUES TO WS-ResultKey
               NOT AT END
                   MOVE RwCampaignId TO WS-ResKeyCampaign
                   MOVE RwEmailAdd   TO WS-ResKeyEmail
           END-READ.
       2010-ReadResultWork-Exit.
           EXIT.

       2020-ReadSendWork.
           READ SendWork
               AT END
                   MOVE HIGH-VALUES TO WS-SendKey
               NOT AT END
                   MOVE SwCampaignId TO WS-SendKeyCampaign
                   MOVE SwEmailAdd   TO WS-SendKeyEmail
           END-READ.
       2020-ReadSendWork-Exit.
           EXIT.

      *----------------------------------------------------------------
      * The result rows are taken first, so the group's events are
      * all known before its send rows are written out with them.
      * The graduate is looked up once per group through the
      * EmailAdd alternate key.
      *----------------------------------------------------------------
       2100-MatchOneKeyGroup.
           IF WS-ResultKey < WS-SendKey
               MOVE WS-ResultKey TO WS-GroupKey
           ELSE
               MOVE WS-SendKey TO WS-GroupKey
           END-IF.

           MOVE "N" TO WS-GroupSentFlag.
           IF WS-SendKey = WS-GroupKey
               SET GroupWasSent TO TRUE
           END-IF.
           MOVE "NNNN" TO WS-GroupEvents.
           MOVE SPACES TO WS-PrevEventType.

           PERFORM 2200-LocateGroupGraduate
               THRU 2200-LocateGroupGraduate-Exit.

           PERFORM 2300-TakeOneResultRow
               THRU 2300-TakeOneResultRow-Exit
               UNTIL WS-ResultKey NOT = WS-GroupKey.

           IF GroupWasSent
               MOVE WS-GroupCampaign TO WS-LookupCampaignId
               PERFORM 1550-FindCampaign
                   THRU 1550-FindCampaign-Exit
               SET CampaignWasSent(CampIdx) TO TRUE
           END-IF.

           PERFORM 2400-TakeOneSendRow
               THRU 2400-TakeOneSendRow-Exit
               UNTIL WS-SendKey NOT = WS-GroupKey.
       2100-MatchOneKeyGroup-Exit.
           EXIT.

       2200-LocateGroupGraduate.
           MOVE "N" TO WS-GradFoundFlag.
           MOVE WS-GroupEmail TO EmailAdd.
           READ GradInfo KEY IS EmailAdd
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET GradWasFound TO TRUE
           END-READ.
       2200-LocateGroupGraduate-Exit.
           EXIT.

      *----------------------------------------------------------------
      * One result row.  A repeat of the row before it only counts
      * as a repeat.  With nothing sent to the address on that
      * campaign the row goes to the exception listing; otherwise it
      * marks its event for the group.  Any unsubscribe also goes on
      * the worklist, sent or not - an opt-out is an opt-out.
      *----------------------------------------------------------------
       2300-TakeOneResultRow.
           IF RwEventType = WS-PrevEventType
               ADD 1 TO WS-RepeatEventCount
           ELSE
               MOVE RwEventType TO WS-PrevEventType
               IF NOT GroupWasSent
                   ADD 1 TO WS-RowsUnmatchedCount
                   PERFORM 2350-WriteUnmatchedRow
                       THRU 2350-WriteUnmatchedRow-Exit
               ELSE
                   ADD 1 TO WS-RowsMatchedCount
                   EVALUATE TRUE
                       WHEN RwDelivered
                           MOVE "Y" TO WS-GroupDelivered
                       WHEN RwOpened
                           MOVE "Y" TO WS-GroupOpened
                       WHEN RwClicked
                           MOVE "Y" TO WS-GroupClicked
                       WHEN RwUnsubscribed
                           MOVE "Y" TO WS-GroupUnsubscribed
                       WHEN OTHER
                           ADD 1 TO WS-UnknownEventCount
                           MOVE "UNKNOWN EVENT TYPE"
                               TO EX-Disposition
                           MOVE ZERO TO EX-StudentId
                           PERFORM 2360-WriteExceptionLine
                               THRU 2360-WriteExceptionLine-Exit
                   END-EVALUATE
               END-IF
               IF RwUnsubscribed
                   PERFORM 2370-WriteWorklistEntry
                       THRU 2370-WriteWorklistEntry-Exit
               END-IF
           END-IF.
           PERFORM 2010-ReadResultWork
               THRU 2010-ReadResultWork-Exit.
       2300-TakeOneResultRow-Exit.
           EXIT.

       2350-WriteUnmatchedRow.
           IF GradWasFound
               MOVE "NOT SENT ON THIS CAMPAIGN - GRAD"
                   TO EX-Disposition
               MOVE StudentId TO EX-StudentId
           ELSE
               MOVE "NO SEND HISTORY, NO GRADINFO"
                   TO EX-Disposition
               MOVE ZERO TO EX-StudentId
           END-IF.
           PERFORM 2360-WriteExceptionLine
               THRU 2360-WriteExceptionLine-Exit.
       2350-WriteUnmatchedRow-Exit.
           EXIT.

       2360-WriteExceptionLine.
           MOVE RwEmailAdd   TO EX-EmailAdd.
           MOVE RwCampaignId TO EX-CampaignId.
           MOVE RwEventType  TO EX-EventType.
           MOVE RwEventDate  TO EX-EventDate.
           WRITE ResultExceptionLine FROM WS-ExceptionLine.
       2360-WriteExceptionLine-Exit.
           EXIT.

       2370-WriteWorklistEntry.
           ADD 1 TO WS-UnsubListedCount.
           MOVE RwEmailAdd   TO WL-EmailAdd.
           MOVE RwCampaignId TO WL-CampaignId.
           MOVE RwEventDate  TO WL-EventDate.
           IF GradWasFound
               MOVE StudentId TO WL-StudentId
               MOVE StudName  TO WL-StudName
           ELSE
               MOVE ZERO      TO WL-StudentId
               MOVE "NO GRADINFO RECORD" TO WL-StudName
           END-IF.
           MOVE "N" TO WS-SuppressFound.
           IF WS-SuppressTableCount > ZERO
               SEARCH ALL WS-SuppressEntry
                   AT END
                       CONTINUE
                   WHEN SupTblEmailAdd(SupIdx) = RwEmailAdd
                       SET AddressIsSuppressed TO TRUE
               END-SEARCH
           END-IF.
           IF AddressIsSuppressed
               MOVE "ALREADY SUPPRESSED" TO WL-Action
           ELSE
               MOVE "ADD IN SUPPRESSMAINT" TO WL-Action
           END-IF.
           WRITE UnsubWorklistLine FROM WS-WorklistLine.
       2370-WriteWorklistEntry-Exit.
           EXIT.

      *----------------------------------------------------------------
      * One graduate sent on the campaign.  The group's graduate is
      * used when it is the one the send history names; otherwise
      * (two graduates sharing an address, or an address changed
      * since the send) the StudentId on the send row is read
      * directly.  A graduate no longer on file still counts as sent
      * and is reported under UNKNOWN.
      *----------------------------------------------------------------
       2400-TakeOneSendRow.
           ADD 1 TO WS-SentRowsCount.
           IF NOT GradWasFound
              OR StudentId NOT = SwStudentId
               MOVE "N" TO WS-GradFoundFlag
               MOVE SwStudentId TO StudentId
               READ GradInfo
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET GradWasFound TO TRUE
               END-READ
           END-IF.

           PERFORM 2450-WriteOutcomeRecords
               THRU 2450-WriteOutcomeRecords-Exit.

           PERFORM 2020-ReadSendWork
               THRU 2020-ReadSendWork-Exit.
       2400-TakeOneSendRow-Exit.
           EXIT.

       2450-WriteOutcomeRecords.
           MOVE SwCampaignId         TO OcCampaignId.
           MOVE WS-GroupDelivered    TO OcDelivered.
           MOVE WS-GroupOpened       TO OcOpened.
           MOVE WS-GroupClicked      TO OcClicked.
           MOVE WS-GroupUnsubscribed TO OcUnsubscribed.

           MOVE "1" TO OcBreakType.
           MOVE SPACES TO OcBreakKey.
           IF GradWasFound
               MOVE GradYear TO OcBreakKey(1:4)
           ELSE
               MOVE "UNKNOWN" TO OcBreakKey
           END-IF.
           WRITE OutcomeRec.

           MOVE "2" TO OcBreakType.
           MOVE SPACES TO OcBreakKey.
           IF GradWasFound
               MOVE CourseCode TO OcBreakKey(1:1)
               SEARCH ALL WS-CourseEntry
                   AT END
                       CONTINUE
                   WHEN CseTableCode(CseIdx) = CourseCode
                       MOVE CseTableName(CseIdx) TO OcBreakKey(3:18)
               END-SEARCH
           ELSE
               MOVE "UNKNOWN" TO OcBreakKey
           END-IF.
           WRITE OutcomeRec.

           MOVE "3" TO OcBreakType.
           IF GradWasFound
               MOVE EmailDomain TO OcBreakKey
           ELSE
               MOVE SPACES TO WS-EmailLocalPart
               MOVE SPACES TO WS-EmailParsedDomain
               UNSTRING SwEmailAdd DELIMITED BY "@"
                   INTO WS-EmailLocalPart WS-EmailParsedDomain
               MOVE WS-EmailParsedDomain TO OcBreakKey
           END-IF.
           WRITE OutcomeRec.
       2450-WriteOutcomeRecords-Exit.
           EXIT.

      *----------------------------------------------------------------
      * Sort the outcome rows by campaign, breakdown and key and
      * write the report off them with control breaks - a detail
      * line at each key break, a section heading at each breakdown
      * break, the campaign's totals at each campaign break.
      *----------------------------------------------------------------
       3000-ProduceCampaignReport.
           OPEN OUTPUT CampaignRpt.
           MOVE WS-RunDate TO RH-RunDate.
           WRITE CampaignRptLine FROM WS-RptTitleLine.

           SORT OutcomeSortFile
               ON ASCENDING KEY OsCampaignId OsBreakType OsBreakKey
               USING OutcomeWork
               OUTPUT PROCEDURE 3050-WriteReportLines
                   THRU 3050-WriteReportLines-Exit.

           MOVE 1 TO WS-CampIdx.
           PERFORM 3600-ListOneUnsentCampaign
               THRU 3600-ListOneUnsentCampaign-Exit
               UNTIL WS-CampIdx > WS-CampTableCount.
       3000-ProduceCampaignReport-Exit.
           EXIT.

       3050-WriteReportLines.
           MOVE "N" TO WS-SortDone.
           MOVE SPACES TO WS-CurCampaign.
           RETURN OutcomeSortFile
               AT END SET SortIsDone TO TRUE.
           PERFORM 3100-TakeOneOutcome
               THRU 3100-TakeOneOutcome-Exit
               UNTIL SortIsDone.
           IF WS-CurCampaign NOT = SPACES
               PERFORM 3200-CloseKeyGroup
                   THRU 3200-CloseKeyGroup-Exit
               PERFORM 3400-CloseCampaign
                   THRU 3400-CloseCampaign-Exit
           END-IF.
       3050-WriteReportLines-Exit.
           EXIT.

       3100-TakeOneOutcome.
           IF OsCampaignId NOT = WS-CurCampaign
               IF WS-CurCampaign NOT = SPACES
                   PERFORM 3200-CloseKeyGroup
                       THRU 3200-CloseKeyGroup-Exit
                   PERFORM 3400-CloseCampaign
                       THRU 3400-CloseCampaign-Exit
               END-IF
               MOVE OsCampaignId TO WS-CurCampaign
               MOVE SPACE TO WS-CurBreakType
               MOVE ZERO TO WS-CampCounts
               MOVE SPACES TO WS-RptMessageLine
               WRITE CampaignRptLine FROM WS-RptMessageLine
               MOVE OsCampaignId TO RC-CampaignId
               WRITE CampaignRptLine FROM WS-RptCampaignLine
           END-IF.

           IF OsBreakType NOT = WS-CurBreakType
               IF WS-CurBreakType NOT = SPACE
                   PERFORM 3200-CloseKeyGroup
                       THRU 3200-CloseKeyGroup-Exit
               END-IF
               MOVE OsBreakType TO WS-CurBreakType
               EVALUATE TRUE
                   WHEN OsByGradYear
                       MOVE "BY GRADYEAR"    TO RS-Heading
                   WHEN OsByCourse
                       MOVE "BY COURSECODE"  TO RS-Heading
                   WHEN OsByDomain
                       MOVE "BY EMAILDOMAIN" TO RS-Heading
               END-EVALUATE
               WRITE CampaignRptLine FROM WS-RptSectionLine
               MOVE OsBreakKey TO WS-CurBreakKey
               MOVE ZERO TO WS-KeyCounts
           ELSE
               IF OsBreakKey NOT = WS-CurBreakKey
                   PERFORM 3200-CloseKeyGroup
                       THRU 3200-CloseKeyGroup-Exit
                   MOVE OsBreakKey TO WS-CurBreakKey
                   MOVE ZERO TO WS-KeyCounts
               END-IF
           END-IF.

           ADD 1 TO WS-KeySent.
           IF OsDelivered = "Y"
               ADD 1 TO WS-KeyDelivered
           END-IF.
           IF OsOpened = "Y"
               ADD 1 TO WS-KeyOpened
           END-IF.
           IF OsClicked = "Y"
               ADD 1 TO WS-KeyClicked
           END-IF.
           IF OsUnsubscribed = "Y"
               ADD 1 TO WS-KeyUnsubscribed
           END-IF.

           RETURN OutcomeSortFile
               AT END SET SortIsDone TO TRUE.
       3100-TakeOneOutcome-Exit.
           EXIT.

      *----------------------------------------------------------------
      * Write the detail line for the key just finished.  The
      * GradYear breakdown's keys also roll up into the campaign
      * totals.
      *----------------------------------------------------------------
       3200-CloseKeyGroup.
           MOVE WS-CurBreakKey TO RD-BreakKey.
           MOVE WS-KeyCounts TO WS-LineCounts.
           PERFORM 3500-FormatDetailLine
               THRU 3500-FormatDetailLine-Exit.
           WRITE CampaignRptLine FROM WS-RptDetailLine.
           IF WS-CurBreakType = "1"
               ADD WS-KeySent         TO WS-CampSent
               ADD WS-KeyDelivered    TO WS-CampDelivered
               ADD WS-KeyOpened       TO WS-CampOpened
               ADD WS-KeyClicked      TO WS-CampClicked
               ADD WS-KeyUnsubscribed TO WS-CampUnsubscribed
           END-IF.
       3200-CloseKeyGroup-Exit.
           EXIT.

       3400-CloseCampaign.
           MOVE "CAMPAIGN TOTAL" TO RD-BreakKey.
           MOVE WS-CampCounts TO WS-LineCounts.
           PERFORM 3500-FormatDetailLine
               THRU 3500-FormatDetailLine-Exit.
           WRITE CampaignRptLine FROM WS-RptDetailLine.
       3400-CloseCampaign-Exit.
           EXIT.

      *----------------------------------------------------------------
      * Counts and rates off WS-LineCounts.  Every line stands on at
      * least one sent row, so the divisor is never zero.
      *----------------------------------------------------------------
       3500-FormatDetailLine.
           MOVE WS-LineSent         TO RD-Sent.
           MOVE WS-LineDelivered    TO RD-Delivered.
           MOVE WS-LineOpened       TO RD-Opened.
           MOVE WS-LineClicked      TO RD-Clicked.
           MOVE WS-LineUnsubscribed TO RD-Unsubscribed.
           COMPUTE RD-DeliveredPct ROUNDED =
               WS-LineDelivered * 100 / WS-LineSent.
           COMPUTE RD-OpenedPct ROUNDED =
               WS-LineOpened * 100 / WS-LineSent.
           COMPUTE RD-ClickedPct ROUNDED =
               WS-LineClicked * 100 / WS-LineSent.
           COMPUTE RD-UnsubscribedPct ROUNDED =
               WS-LineUnsubscribed * 100 / WS-LineSent.
       3500-FormatDetailLine-Exit.
           EXIT.

      *----------------------------------------------------------------
      * A campaign on the feed with nothing on the send history has
      * no outcome rows and so no section above - it is named here
      * instead, and its rows are on the exception listing.
      *----------------------------------------------------------------
       3600-ListOneUnsentCampaign.
           IF NOT CampaignWasSent(WS-CampIdx)
               MOVE SPACES TO WS-RptMessageLine
               STRING "CAMPAIGN " DELIMITED BY SIZE
                      CampTblCampaignId(WS-CampIdx) DELIMITED BY SIZE
                      " - NOTHING ON SEND HISTORY, SEE "
                          DELIMITED BY SIZE
                      "RESULTEXCEPTIONS.DAT" DELIMITED BY SIZE
                   INTO WS-RptMessageLine
               WRITE CampaignRptLine FROM WS-RptMessageLine
           END-IF.
           ADD 1 TO WS-CampIdx.
       3600-ListOneUnsentCampaign-Exit.
           EXIT.

       8000-Finalize.
           MOVE SPACES TO WS-RptMessageLine.
           WRITE CampaignRptLine FROM WS-RptMessageLine.

           MOVE "RESULT ROWS READ"           TO RT-Label.
           MOVE WS-RowsReadCount             TO RT-Count.
           WRITE CampaignRptLine FROM WS-RptTotalLine.

           MOVE "REPEATED EVENT ROWS"        TO RT-Label.
           MOVE WS-RepeatEventCount          TO RT-Count.
           WRITE CampaignRptLine FROM WS-RptTotalLine.

           MOVE "ROWS MATCHED TO SEND HISTORY" TO RT-Label.
           MOVE WS-RowsMatchedCount          TO RT-Count.
           WRITE CampaignRptLine FROM WS-RptTotalLine.

           MOVE "ROWS MATCHING NOTHING SENT" TO RT-Label.
           MOVE WS-RowsUnmatchedCount        TO RT-Count.
           WRITE CampaignRptLine FROM WS-RptTotalLine.

           MOVE "UNKNOWN EVENT TYPES"        TO RT-Label.
           MOVE WS-UnknownEventCount         TO RT-Count.
           WRITE CampaignRptLine FROM WS-RptTotalLine.

           MOVE "SEND HISTORY ROWS REPORTED" TO RT-Label.
           MOVE WS-SentRowsCount             TO RT-Count.
           WRITE CampaignRptLine FROM WS-RptTotalLine.

           MOVE "UNSUBSCRIBES ON WORKLIST"   TO RT-Label.
           MOVE WS-UnsubListedCount          TO RT-Count.
           WRITE CampaignRptLine FROM WS-RptTotalLine.

           CLOSE CampaignRpt.
       8000-Finalize-Exit.
           EXIT.
