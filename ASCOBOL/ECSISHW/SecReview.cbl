       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SecReview.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *----------------------------------------------------------------
      * The four maintenance audit trails.  Each is OPTIONAL - a
      * trail that has never been written just contributes nothing.
      *----------------------------------------------------------------
       SELECT OPTIONAL GradJournal ASSIGN TO "GradJournal.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL OperAudit ASSIGN TO "OperAudit.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL RefCodeAudit ASSIGN TO "RefCodeAudit.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL SuppressAudit ASSIGN TO "SuppressAudit.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL OperAuth ASSIGN TO "OperAuth.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT ReviewSortFile ASSIGN TO DISK.

       SELECT ReviewRpt ASSIGN TO "SecurityReview.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD GradJournal.
           COPY JRNLREC.

      *----------------------------------------------------------------
      * The trail layouts as OperMaint, RefCodeMaint and SuppressMaint
      * write them.
      *----------------------------------------------------------------
       FD OperAudit.
       01 OperAuditRec.
           88 EndOperAudit        VALUE HIGH-VALUES.
           02 OaOperator          PIC X(8).
           02 OaDate              PIC 9(8).
           02 OaTime              PIC 9(6).
           02 OaAction            PIC X.
           02 OaTargetId          PIC X(8).
           02 OaAuthLevel         PIC X.
           02 OaOperName          PIC X(25).

       FD RefCodeAudit.
       01 RefAuditRec.
           88 EndRefCodeAudit     VALUE HIGH-VALUES.
           02 RaOperator          PIC X(8).
           02 RaDate              PIC 9(8).
           02 RaTime              PIC 9(6).
           02 RaFileChoice        PIC X.
           02 RaAction            PIC X.
           02 RaCode              PIC XX.
           02 RaName              PIC X(26).
           02 FILLER              PIC X(41).

       FD SuppressAudit.
       01 SuppressAuditRec.
           88 EndSuppressAudit    VALUE HIGH-VALUES.
           02 SaOperator          PIC X(8).
           02 SaDate              PIC 9(8).
           02 SaTime              PIC 9(6).
           02 SaAction            PIC X.
           02 SaEmailAdd          PIC X(28).
           02 SaReason            PIC X(30).

       FD OperAuth.
           COPY OPERREC.

      *----------------------------------------------------------------
      * One entry off any trail, in the common shape the timeline is
      * sorted and printed in.  Entries outside the date range are
      * sorted too but never printed - they are each operator's
      * usual level of deletes, which the range is measured against.
      * RvSeq keeps entries with the same stamp in the order read.
      *----------------------------------------------------------------
       SD ReviewSortFile.
       01 ReviewSortRec.
           02 RvOperator          PIC X(8).
           02 RvDate              PIC 9(8).
           02 RvTime              PIC 9(6).
           02 RvSeq               PIC 9(8).
           02 RvInRange           PIC X.
               88 RvIsInRange     VALUE "Y".
           02 RvTrailNo           PIC 9.
           02 RvAction            PIC X.
               88 RvIsAdd         VALUE "A".
               88 RvIsChange      VALUE "C".
               88 RvIsDelete      VALUE "D" "R".
               88 RvIsRemoval     VALUE "R".
           02 RvSubject           PIC X(40).
           02 RvFlags.
               03 RvOffHours      PIC X.
               03 RvWeekend       PIC X.
               03 RvSelfRaise     PIC X.

      *----------------------------------------------------------------
      * Review report - one section per operator: a heading, the
      * operator's entries in time order with any flags, totals by
      * trail and action type, and the delete-volume check.  A
      * summary of everything flagged closes the report.
      *----------------------------------------------------------------
       FD ReviewRpt.
       01 ReviewRptLine           PIC X(132).

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------
      * Selection asked for at start-up - a zero from/to date leaves
      * that end of the range open, the same convention
      * GradJournalPrint uses.  A delete volume is "well above usual"
      * when the operator's deletes per active day in the range run
      * more than the multiple times their rate outside it, and
      * there are at least the minimum of them.
      *----------------------------------------------------------------
       01 WS-SelectFromDate        PIC 9(8).
       01 WS-SelectToDate          PIC 9(8).
       01 WS-DeleteMultiple        PIC 9(2).
       01 WS-DeleteMinimum         PIC 9(4).

      *----------------------------------------------------------------
      * Business hours - weekday entries stamped from the start time
      * up to (not including) the end time are in hours.
      *----------------------------------------------------------------
       01 WS-DayStartTime          PIC 9(6) VALUE 080000.
       01 WS-DayEndTime            PIC 9(6) VALUE 180000.

      *----------------------------------------------------------------
      * Batch programs stamp the journal with a fixed id of their
      * own.  Those ids are not sign-ons, and run when the night
      * schedule says, so neither the hours flags nor the OperAuth
      * check applies to them.
      *----------------------------------------------------------------
       01 WS-BatchIdList.
           02 FILLER               PIC X(8) VALUE "ADMBATCH".
           02 FILLER               PIC X(8) VALUE "BNCBATCH".
           02 FILLER               PIC X(8) VALUE "ERASEBAT".
           02 FILLER               PIC X(8) VALUE "ARCHIVE".
       01 WS-BatchIdTable REDEFINES WS-BatchIdList.
           02 WS-BatchId OCCURS 4 TIMES PIC X(8).

       01 WS-BatchIdx              PIC 9(4) COMP.

       01 WS-TrailNames.
           02 FILLER               PIC X(8) VALUE "GRADINFO".
           02 FILLER               PIC X(8) VALUE "OPERAUTH".
           02 FILLER               PIC X(8) VALUE "REFCODES".
           02 FILLER               PIC X(8) VALUE "SUPPRESS".
           02 FILLER               PIC X(8) VALUE "ALL".
       01 WS-TrailNameTable REDEFINES WS-TrailNames.
           02 WS-TrailName OCCURS 5 TIMES PIC X(8).

       01 WS-Switches.
           02 WS-SortDone          PIC X VALUE "N".
               88 SortIsDone       VALUE "Y".
           02 WS-BatchIdFlag       PIC X VALUE "N".
               88 OperatorIsBatch  VALUE "Y".
           02 WS-OperKnownFlag     PIC X VALUE "N".
               88 OperatorIsKnown  VALUE "Y".
           02 WS-SectionFlag       PIC X VALUE "N".
               88 SectionIsOpen    VALUE "Y".
           02 WS-LevelFoundFlag    PIC X VALUE "N".
               88 LevelWasFound    VALUE "Y".

      *----------------------------------------------------------------
      * OperAuth.DAT as it stands today - kept in OpOperatorId order
      * by OperMaint, so SEARCH ALL holds.
      *----------------------------------------------------------------
       01 WS-OperTableCount        PIC 9(4) COMP VALUE ZERO.
       01 WS-OperTable.
           02 WS-OperEntry OCCURS 1 TO 100 TIMES
               DEPENDING ON WS-OperTableCount
               ASCENDING KEY IS OpTblOperatorId
               INDEXED BY OpIdx.
               03 OpTblOperatorId   PIC X(8).
               03 OpTblOperName     PIC X(25).

      *----------------------------------------------------------------
      * Each operator id's authority level as OperAudit.DAT has last
      * left it, built up as the trail is read in the order it was
      * written - OperAudit carries only the new level, so this is
      * how a change is known to have raised it.
      *----------------------------------------------------------------
       01 WS-LevelTableCount       PIC 9(4) COMP VALUE ZERO.
       01 WS-LevelTable.
           02 WS-LevelEntry OCCURS 500 TIMES
               INDEXED BY LvIdx.
               03 LvTblOperatorId   PIC X(8).
               03 LvTblAuthLevel    PIC X.

       01 WS-PriorLevel            PIC X.
       01 WS-PriorRank             PIC 9.
       01 WS-NewRank               PIC 9.
       01 WS-RankLevel             PIC X.
       01 WS-Rank                  PIC 9.

       01 WS-LookupOperator        PIC X(8).
       01 WS-EntryDate             PIC 9(8).
       01 WS-EntryTime             PIC 9(6).
       01 WS-ReleaseSeq            PIC 9(8) VALUE ZERO.
       01 WS-DayNumber             PIC 9(8) COMP.
       01 WS-WeekCount             PIC 9(8) COMP.
       01 WS-DayOfWeek             PIC 9 COMP.
           88 DayIsWeekend         VALUE 0 6.

      *----------------------------------------------------------------
      * The operator in hand while the sorted timeline is printed.
      * WS-OpCounts holds adds, changes and deletes per trail, the
      * fifth row being all trails together; suppression removals
      * count as deletes.
      *----------------------------------------------------------------
       01 WS-CurOperator           PIC X(8).
       01 WS-PrevDate              PIC 9(8).

       01 WS-OpCounts.
           02 WS-OpTrailCounts OCCURS 5 TIMES.
               03 WS-OpAddCount     PIC 9(6).
               03 WS-OpChangeCount  PIC 9(6).
               03 WS-OpDeleteCount  PIC 9(6).

       01 WS-OpFlaggedCount        PIC 9(6).
       01 WS-OpInDays              PIC 9(6).
       01 WS-OpOutDays             PIC 9(6).
       01 WS-OpOutDeletes          PIC 9(6).
       01 WS-TrailIdx              PIC 9(4) COMP.

       01 WS-InRate                PIC 9(6)V99.
       01 WS-OutRate               PIC 9(6)V99.
       01 WS-RateLeft              PIC 9(14) COMP.
       01 WS-RateRight             PIC 9(14) COMP.

      *----------------------------------------------------------------
      * Report-wide totals for the closing summary.
      *----------------------------------------------------------------
       01 WS-EntriesPrintedCount   PIC 9(6) VALUE ZERO.
       01 WS-OperatorSectionCount  PIC 9(6) VALUE ZERO.
       01 WS-OffHoursCount         PIC 9(6) VALUE ZERO.
       01 WS-WeekendCount          PIC 9(6) VALUE ZERO.
       01 WS-UnknownOpEntryCount   PIC 9(6) VALUE ZERO.
       01 WS-UnknownOpCount        PIC 9(6) VALUE ZERO.
       01 WS-SelfRaiseCount        PIC 9(6) VALUE ZERO.
       01 WS-RemovalCount          PIC 9(6) VALUE ZERO.
       01 WS-HighDeleteCount       PIC 9(6) VALUE ZERO.

      *----------------------------------------------------------------
      * Report lines.
      *----------------------------------------------------------------
       01 WS-RptTitleLine.
           02 FILLER               PIC X(30)
               VALUE "SECURITY REVIEW - FROM DATE ".
           02 RH-FromDate          PIC 9(8).
           02 FILLER               PIC X(10) VALUE "  TO DATE ".
           02 RH-ToDate            PIC 9(8).
           02 FILLER               PIC X(76)
               VALUE "  (ZERO DATE = OPEN)".

       01 WS-OperatorLine.
           02 FILLER               PIC X(10) VALUE "OPERATOR: ".
           02 OH-Operator          PIC X(8).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 OH-Name              PIC X(40).
           02 FILLER               PIC X(72) VALUE SPACES.

       01 WS-DetailLine.
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 RD-Date              PIC 9(8).
           02 FILLER               PIC X(1)  VALUE SPACE.
           02 RD-Time              PIC 9(6).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 RD-Trail             PIC X(8).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 RD-Action            PIC X(6).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 RD-Subject           PIC X(40).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 RD-Flags             PIC X(53).

       01 WS-OpTotalLine.
           02 FILLER               PIC X(4)  VALUE SPACES.
           02 OT-Label             PIC X(8).
           02 FILLER               PIC X(7)  VALUE "  ADDS ".
           02 OT-Adds              PIC ZZZZZ9.
           02 FILLER               PIC X(10) VALUE "  CHANGES ".
           02 OT-Changes           PIC ZZZZZ9.
           02 FILLER               PIC X(10) VALUE "  DELETES ".
           02 OT-Deletes           PIC ZZZZZ9.
           02 FILLER               PIC X(75) VALUE SPACES.

       01 WS-DeleteAlertLine.
           02 FILLER               PIC X(4)  VALUE SPACES.
           02 FILLER               PIC X(33)
               VALUE "** HIGH DELETE VOLUME ** DELETES ".
           02 DA-Deletes           PIC ZZZZZ9.
           02 FILLER               PIC X(17)
               VALUE "  PER ACTIVE DAY ".
           02 DA-InRate            PIC ZZZZZ9.99.
           02 FILLER               PIC X(8)  VALUE "  USUAL ".
           02 DA-OutRate           PIC ZZZZZ9.99.
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 DA-Note              PIC X(20).
           02 FILLER               PIC X(24) VALUE SPACES.

       01 WS-RptMessageLine        PIC X(132).

       01 WS-RptTotalLine.
           02 RT-Label             PIC X(30).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 RT-Count             PIC 9(6).
           02 FILLER               PIC X(94) VALUE SPACES.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      * Merge GradJournal.DAT, OperAudit.DAT, RefCodeAudit.DAT and
      * SuppressAudit.DAT into one timeline, operator by operator,
      * for the date range asked for - flagging what the auditors
      * ask about as it goes.
      *----------------------------------------------------------------
       0000-Mainline.
           PERFORM 1000-Initialize
               THRU 1000-Initialize-Exit.

           SORT ReviewSortFile
               ON ASCENDING KEY RvOperator RvDate RvTime RvSeq
               INPUT PROCEDURE 2000-ReleaseAllTrails
                   THRU 2000-ReleaseAllTrails-Exit
               OUTPUT PROCEDURE 3000-PrintTimeline
                   THRU 3000-PrintTimeline-Exit.

           PERFORM 8000-Finalize
               THRU 8000-Finalize-Exit.

           STOP RUN.

       1000-Initialize.
           DISPLAY "FROM DATE (YYYYMMDD, 0 FOR OPEN)   : ".
           ACCEPT WS-SelectFromDate.
           DISPLAY "TO DATE   (YYYYMMDD, 0 FOR OPEN)   : ".
           ACCEPT WS-SelectToDate.
           DISPLAY "DELETE ALERT MULTIPLE (0 FOR 3)    : ".
           ACCEPT WS-DeleteMultiple.
           IF WS-DeleteMultiple = ZERO
               MOVE 3 TO WS-DeleteMultiple
           END-IF.
           DISPLAY "DELETE ALERT MINIMUM  (0 FOR 10)   : ".
           ACCEPT WS-DeleteMinimum.
           IF WS-DeleteMinimum = ZERO
               MOVE 10 TO WS-DeleteMinimum
           END-IF.

           PERFORM 1100-LoadOperTable
               THRU 1100-LoadOperTable-Exit.

           OPEN OUTPUT ReviewRpt.
           MOVE WS-SelectFromDate TO RH-FromDate.
           MOVE WS-SelectToDate   TO RH-ToDate.
           WRITE ReviewRptLine FROM WS-RptTitleLine.
       1000-Initialize-Exit.
           EXIT.

       1100-LoadOperTable.
           OPEN INPUT OperAuth.
           READ OperAuth
               AT END SET EndOperators TO TRUE.
           PERFORM 1110-LoadOneOperator
               THRU 1110-LoadOneOperator-Exit
               UNTIL EndOperators.
           CLOSE OperAuth.
       1100-LoadOperTable-Exit.
           EXIT.

       1110-LoadOneOperator.
           IF WS-OperTableCount = 100
               DISPLAY "SECREVIEW: OPERAUTH.DAT HAS MORE THAN 100 "
                   "ENTRIES - WS-OperTable IS FULL"
               STOP RUN
           END-IF.
           ADD 1 TO WS-OperTableCount.
           MOVE OpOperatorId TO OpTblOperatorId(WS-OperTableCount).
           MOVE OpOperName   TO OpTblOperName(WS-OperTableCount).
           READ OperAuth
               AT END SET EndOperators TO TRUE.
       1110-LoadOneOperator-Exit.
           EXIT.

      *----------------------------------------------------------------
      * Release every entry on all four trails.  OperAudit.DAT is
      * read whole, in the order written, so the level each id held
      * before a change is known whenever the trail recorded it.
      *----------------------------------------------------------------
       2000-ReleaseAllTrails.
           OPEN INPUT GradJournal.
           READ GradJournal
               AT END SET EndGradJournal TO TRUE.
           PERFORM 2100-ReleaseJournalEntry
               THRU 2100-ReleaseJournalEntry-Exit
               UNTIL EndGradJournal.
           CLOSE GradJournal.

           OPEN INPUT OperAudit.
           READ OperAudit
               AT END SET EndOperAudit TO TRUE.
           PERFORM 2200-ReleaseOperAuditEntry
               THRU 2200-ReleaseOperAuditEntry-Exit
               UNTIL EndOperAudit.
           CLOSE OperAudit.

           OPEN INPUT RefCodeAudit.
           READ RefCodeAudit
               AT END SET EndRefCodeAudit TO TRUE.
           PERFORM 2300-ReleaseRefAuditEntry
               THRU 2300-ReleaseRefAuditEntry-Exit
               UNTIL EndRefCodeAudit.
           CLOSE RefCodeAudit.

           OPEN INPUT SuppressAudit.
           READ SuppressAudit
               AT END SET EndSuppressAudit TO TRUE.
           PERFORM 2400-ReleaseSuppAuditEntry
               THRU 2400-ReleaseSuppAuditEntry-Exit
               UNTIL EndSuppressAudit.
           CLOSE SuppressAudit.
       2000-ReleaseAllTrails-Exit.
           EXIT.

       2100-ReleaseJournalEntry.
           MOVE JrnOperator TO RvOperator.
           MOVE JrnDate     TO WS-EntryDate.
           MOVE JrnTime     TO WS-EntryTime.
           MOVE 1           TO RvTrailNo.
           MOVE JrnAction   TO RvAction.
           MOVE SPACES      TO RvSubject.
           STRING "STUDENT ID " DELIMITED BY SIZE
                  JrnStudentId  DELIMITED BY SIZE
               INTO RvSubject.
           MOVE "N" TO RvSelfRaise.
           PERFORM 2900-ReleaseEntry
               THRU 2900-ReleaseEntry-Exit.
           READ GradJournal
               AT END SET EndGradJournal TO TRUE.
       2100-ReleaseJournalEntry-Exit.
           EXIT.

      *----------------------------------------------------------------
      * An add or change an operator made to their own id, leaving
      * it at a higher level than the trail last showed, is a self-
      * raise.  So is one where the trail holds no earlier level for
      * the id (it predates the trail) and the level set is above
      * inquire - the raise cannot be ruled out, so it is shown.
      *----------------------------------------------------------------
       2200-ReleaseOperAuditEntry.
           MOVE OaOperator TO RvOperator.
           MOVE OaDate     TO WS-EntryDate.
           MOVE OaTime     TO WS-EntryTime.
           MOVE 2          TO RvTrailNo.
           MOVE OaAction   TO RvAction.
           MOVE "N"        TO RvSelfRaise.

           PERFORM 2250-FindLevelEntry
               THRU 2250-FindLevelEntry-Exit.
           IF LevelWasFound
              AND LvTblAuthLevel(LvIdx) NOT = SPACE
               MOVE LvTblAuthLevel(LvIdx) TO WS-PriorLevel
           ELSE
               MOVE "?" TO WS-PriorLevel
           END-IF.

           MOVE SPACES TO RvSubject.
           IF OaAction = "D"
               STRING "OPERATOR " DELIMITED BY SIZE
                      OaTargetId  DELIMITED BY SIZE
                      " REMOVED"  DELIMITED BY SIZE
                   INTO RvSubject
           ELSE
               STRING "OPERATOR " DELIMITED BY SIZE
                      OaTargetId  DELIMITED BY SIZE
                      " LEVEL "   DELIMITED BY SIZE
                      WS-PriorLevel DELIMITED BY SIZE
                      " TO "      DELIMITED BY SIZE
                      OaAuthLevel DELIMITED BY SIZE
                   INTO RvSubject
               IF OaOperator = OaTargetId
                   MOVE WS-PriorLevel TO WS-RankLevel
                   PERFORM 2280-RankLevel
                       THRU 2280-RankLevel-Exit
                   MOVE WS-Rank TO WS-PriorRank
                   MOVE OaAuthLevel TO WS-RankLevel
                   PERFORM 2280-RankLevel
                       THRU 2280-RankLevel-Exit
                   MOVE WS-Rank TO WS-NewRank
                   IF WS-PriorLevel NOT = "?"
                       IF WS-NewRank > WS-PriorRank
                           MOVE "Y" TO RvSelfRaise
                       END-IF
                   ELSE
                       IF WS-NewRank > 1
                           MOVE "Y" TO RvSelfRaise
                       END-IF
                   END-IF
               END-IF
           END-IF.

           PERFORM 2260-RecordLevel
               THRU 2260-RecordLevel-Exit.

           PERFORM 2900-ReleaseEntry
               THRU 2900-ReleaseEntry-Exit.
           READ OperAudit
               AT END SET EndOperAudit TO TRUE.
       2200-ReleaseOperAuditEntry-Exit.
           EXIT.

       2250-FindLevelEntry.
           MOVE "N" TO WS-LevelFoundFlag.
           IF WS-LevelTableCount > ZERO
               SET LvIdx TO 1
               SEARCH WS-LevelEntry
                   VARYING LvIdx
                   AT END
                       CONTINUE
                   WHEN LvIdx > WS-LevelTableCount
                       CONTINUE
                   WHEN LvTblOperatorId(LvIdx) = OaTargetId
                       SET LevelWasFound TO TRUE
               END-SEARCH
           END-IF.
       2250-FindLevelEntry-Exit.
           EXIT.

      *----------------------------------------------------------------
      * Leave the id at the level this entry set - a removal forgets
      * it, so a later re-add starts over with no level known.
      *----------------------------------------------------------------
       2260-RecordLevel.
           IF NOT LevelWasFound
               IF WS-LevelTableCount = 500
                   DISPLAY "SECREVIEW: OPERAUDIT.DAT NAMES MORE THAN "
                       "500 OPERATOR IDS - WS-LevelTable IS FULL"
                   STOP RUN
               END-IF
               ADD 1 TO WS-LevelTableCount
               SET LvIdx TO WS-LevelTableCount
               MOVE OaTargetId TO LvTblOperatorId(LvIdx)
           END-IF.
           IF OaAction = "D"
               MOVE SPACE TO LvTblAuthLevel(LvIdx)
           ELSE
               MOVE OaAuthLevel TO LvTblAuthLevel(LvIdx)
           END-IF.
       2260-RecordLevel-Exit.
           EXIT.

       2280-RankLevel.
           EVALUATE WS-RankLevel
               WHEN "I"   MOVE 1 TO WS-Rank
               WHEN "U"   MOVE 2 TO WS-Rank
               WHEN "F"   MOVE 3 TO WS-Rank
               WHEN OTHER MOVE 0 TO WS-Rank
           END-EVALUATE.
       2280-RankLevel-Exit.
           EXIT.

       2300-ReleaseRefAuditEntry.
           MOVE RaOperator TO RvOperator.
           MOVE RaDate     TO WS-EntryDate.
           MOVE RaTime     TO WS-EntryTime.
           MOVE 3          TO RvTrailNo.
           MOVE RaAction   TO RvAction.
           MOVE "N"        TO RvSelfRaise.
           MOVE SPACES     TO RvSubject.
           IF RaFileChoice = "1"
               STRING "COUNTRY " DELIMITED BY SIZE
                      RaCode     DELIMITED BY SIZE
                      " "        DELIMITED BY SIZE
                      RaName     DELIMITED BY SIZE
                   INTO RvSubject
           ELSE
               STRING "COURSE "  DELIMITED BY SIZE
                      RaCode(1:1) DELIMITED BY SIZE
                      " "        DELIMITED BY SIZE
                      RaName     DELIMITED BY SIZE
                   INTO RvSubject
           END-IF.
           PERFORM 2900-ReleaseEntry
               THRU 2900-ReleaseEntry-Exit.
           READ RefCodeAudit
               AT END SET EndRefCodeAudit TO TRUE.
       2300-ReleaseRefAuditEntry-Exit.
           EXIT.

       2400-ReleaseSuppAuditEntry.
           MOVE SaOperator TO RvOperator.
           MOVE SaDate     TO WS-EntryDate.
           MOVE SaTime     TO WS-EntryTime.
           MOVE 4          TO RvTrailNo.
           MOVE SaAction   TO RvAction.
           MOVE "N"        TO RvSelfRaise.
           MOVE SaEmailAdd TO RvSubject.
           PERFORM 2900-ReleaseEntry
               THRU 2900-ReleaseEntry-Exit.
           READ SuppressAudit
               AT END SET EndSuppressAudit TO TRUE.
       2400-ReleaseSuppAuditEntry-Exit.
           EXIT.

      *----------------------------------------------------------------
      * Stamp, range and hours flags are common to every trail - the
      * caller has filled in the rest.
      *----------------------------------------------------------------
       2900-ReleaseEntry.
           ADD 1 TO WS-ReleaseSeq.
           MOVE WS-ReleaseSeq TO RvSeq.
           MOVE WS-EntryDate  TO RvDate.
           MOVE WS-EntryTime  TO RvTime.

           MOVE "Y" TO RvInRange.
           IF WS-SelectFromDate NOT = ZERO
              AND WS-EntryDate < WS-SelectFromDate
               MOVE "N" TO RvInRange
           END-IF.
           IF WS-SelectToDate NOT = ZERO
              AND WS-EntryDate > WS-SelectToDate
               MOVE "N" TO RvInRange
           END-IF.

           MOVE "N" TO RvOffHours.
           MOVE "N" TO RvWeekend.
           MOVE RvOperator TO WS-LookupOperator.
           PERFORM 2950-CheckBatchId
               THRU 2950-CheckBatchId-Exit.
           IF NOT OperatorIsBatch
               IF WS-EntryTime < WS-DayStartTime
                  OR WS-EntryTime NOT < WS-DayEndTime
                   MOVE "Y" TO RvOffHours
               END-IF
      *----------------------------------------------------------------
      * Day 1 of the integer calendar, 1601-01-01, was a Monday - the
      * remainder by 7 runs 1 for Monday through 6 for Saturday and
      * 0 for Sunday.
      *----------------------------------------------------------------
               COMPUTE WS-DayNumber =
                   FUNCTION INTEGER-OF-DATE(WS-EntryDate)
               DIVIDE WS-DayNumber BY 7
                   GIVING WS-WeekCount REMAINDER WS-DayOfWeek
               IF DayIsWeekend
                   MOVE "Y" TO RvWeekend
               END-IF
           END-IF.

           RELEASE ReviewSortRec.
       2900-ReleaseEntry-Exit.
           EXIT.

       2950-CheckBatchId.
           MOVE "N" TO WS-BatchIdFlag.
           MOVE 1 TO WS-BatchIdx.
           PERFORM 2960-CheckOneBatchId
               THRU 2960-CheckOneBatchId-Exit
               UNTIL WS-BatchIdx > 4
                  OR OperatorIsBatch.
       2950-CheckBatchId-Exit.
           EXIT.

       2960-CheckOneBatchId.
           IF WS-BatchId(WS-BatchIdx) = WS-LookupOperator
               SET OperatorIsBatch TO TRUE
           END-IF.
           ADD 1 TO WS-BatchIdx.
       2960-CheckOneBatchId-Exit.
           EXIT.

      *----------------------------------------------------------------
      * The sorted timeline, operator by operator.  An operator with
      * nothing inside the range gets no section - their entries
      * outside it only set their usual delete level.
      *----------------------------------------------------------------
       3000-PrintTimeline.
           MOVE "N" TO WS-SortDone.
           RETURN ReviewSortFile
               AT END SET SortIsDone TO TRUE.
           PERFORM 3100-ReviewOneOperator
               THRU 3100-ReviewOneOperator-Exit
               UNTIL SortIsDone.
       3000-PrintTimeline-Exit.
           EXIT.

       3100-ReviewOneOperator.
           MOVE RvOperator TO WS-CurOperator.
           MOVE ZERO TO WS-OpCounts.
           MOVE ZERO TO WS-OpFlaggedCount.
           MOVE ZERO TO WS-OpInDays.
           MOVE ZERO TO WS-OpOutDays.
           MOVE ZERO TO WS-OpOutDeletes.
           MOVE ZERO TO WS-PrevDate.
           MOVE "N" TO WS-SectionFlag.

           MOVE RvOperator TO WS-LookupOperator.
           PERFORM 2950-CheckBatchId
               THRU 2950-CheckBatchId-Exit.
           MOVE "N" TO WS-OperKnownFlag.
           IF WS-OperTableCount > ZERO
               SEARCH ALL WS-OperEntry
                   AT END
                       CONTINUE
                   WHEN OpTblOperatorId(OpIdx) = WS-CurOperator
                       SET OperatorIsKnown TO TRUE
               END-SEARCH
           END-IF.

           PERFORM 3200-TakeOneEntry
               THRU 3200-TakeOneEntry-Exit
               UNTIL SortIsDone
                  OR RvOperator NOT = WS-CurOperator.

           IF SectionIsOpen
               PERFORM 3500-CloseOperatorSection
                   THRU 3500-CloseOperatorSection-Exit
           END-IF.
       3100-ReviewOneOperator-Exit.
           EXIT.

       3200-TakeOneEntry.
           IF RvDate NOT = WS-PrevDate
               MOVE RvDate TO WS-PrevDate
               IF RvIsInRange
                   ADD 1 TO WS-OpInDays
               ELSE
                   ADD 1 TO WS-OpOutDays
               END-IF
           END-IF.

           IF RvIsInRange
               IF NOT SectionIsOpen
                   PERFORM 3300-OpenOperatorSection
                       THRU 3300-OpenOperatorSection-Exit
               END-IF
               PERFORM 3400-PrintOneEntry
                   THRU 3400-PrintOneEntry-Exit
           ELSE
               IF RvIsDelete
                   ADD 1 TO WS-OpOutDeletes
               END-IF
           END-IF.

           RETURN ReviewSortFile
               AT END SET SortIsDone TO TRUE.
       3200-TakeOneEntry-Exit.
           EXIT.

       3300-OpenOperatorSection.
           SET SectionIsOpen TO TRUE.
           ADD 1 TO WS-OperatorSectionCount.
           MOVE SPACES TO WS-RptMessageLine.
           WRITE ReviewRptLine FROM WS-RptMessageLine.
           MOVE WS-CurOperator TO OH-Operator.
           EVALUATE TRUE
               WHEN OperatorIsBatch
                   MOVE "(BATCH JOB)" TO OH-Name
               WHEN OperatorIsKnown
                   MOVE OpTblOperName(OpIdx) TO OH-Name
               WHEN OTHER
                   MOVE "** NOT ON OPERAUTH.DAT **" TO OH-Name
                   ADD 1 TO WS-UnknownOpCount
           END-EVALUATE.
           WRITE ReviewRptLine FROM WS-OperatorLine.
       3300-OpenOperatorSection-Exit.
           EXIT.

      *----------------------------------------------------------------
      * One line per entry, its flags spelt out on the right - every
      * entry by an id no longer on OperAuth.DAT carries that flag
      * as well as the section heading.
      *----------------------------------------------------------------
       3400-PrintOneEntry.
           ADD 1 TO WS-EntriesPrintedCount.
           MOVE RvDate TO RD-Date.
           MOVE RvTime TO RD-Time.
           MOVE WS-TrailName(RvTrailNo) TO RD-Trail.
           EVALUATE TRUE
               WHEN RvIsAdd
                   MOVE "ADD"    TO RD-Action
                   ADD 1 TO WS-OpAddCount(RvTrailNo)
                   ADD 1 TO WS-OpAddCount(5)
               WHEN RvIsChange
                   MOVE "CHANGE" TO RD-Action
                   ADD 1 TO WS-OpChangeCount(RvTrailNo)
                   ADD 1 TO WS-OpChangeCount(5)
               WHEN RvIsRemoval
                   MOVE "REMOVE" TO RD-Action
                   ADD 1 TO WS-OpDeleteCount(RvTrailNo)
                   ADD 1 TO WS-OpDeleteCount(5)
               WHEN RvIsDelete
                   MOVE "DELETE" TO RD-Action
                   ADD 1 TO WS-OpDeleteCount(RvTrailNo)
                   ADD 1 TO WS-OpDeleteCount(5)
               WHEN OTHER
                   MOVE RvAction TO RD-Action
           END-EVALUATE.
           MOVE RvSubject TO RD-Subject.

           MOVE SPACES TO RD-Flags.
           IF RvOffHours = "Y"
               STRING RD-Flags DELIMITED BY "  "
                      " OFF-HOURS" DELIMITED BY SIZE
                   INTO RD-Flags
               ADD 1 TO WS-OffHoursCount
           END-IF.
           IF RvWeekend = "Y"
               STRING RD-Flags DELIMITED BY "  "
                      " WEEKEND" DELIMITED BY SIZE
                   INTO RD-Flags
               ADD 1 TO WS-WeekendCount
           END-IF.
           IF NOT OperatorIsBatch
              AND NOT OperatorIsKnown
               STRING RD-Flags DELIMITED BY "  "
                      " NOT-ON-OPERAUTH" DELIMITED BY SIZE
                   INTO RD-Flags
               ADD 1 TO WS-UnknownOpEntryCount
           END-IF.
           IF RvSelfRaise = "Y"
               STRING RD-Flags DELIMITED BY "  "
                      " OWN-LEVEL-RAISED" DELIMITED BY SIZE
                   INTO RD-Flags
               ADD 1 TO WS-SelfRaiseCount
           END-IF.
           IF RvIsRemoval
              AND RvTrailNo = 4
               STRING RD-Flags DELIMITED BY "  "
                      " SUPPRESSION-REMOVED" DELIMITED BY SIZE
                   INTO RD-Flags
               ADD 1 TO WS-RemovalCount
           END-IF.
           IF RD-Flags NOT = SPACES
               ADD 1 TO WS-OpFlaggedCount
           END-IF.

           WRITE ReviewRptLine FROM WS-DetailLine.
       3400-PrintOneEntry-Exit.
           EXIT.

      *----------------------------------------------------------------
      * Totals by trail and action type, then the delete-volume
      * check.  Rates are compared cross-multiplied so no division
      * is needed to decide; they are worked out only to print.
      *----------------------------------------------------------------
       3500-CloseOperatorSection.
           MOVE 1 TO WS-TrailIdx.
           PERFORM 3510-PrintOneTrailTotal
               THRU 3510-PrintOneTrailTotal-Exit
               UNTIL WS-TrailIdx > 5.

           MOVE "ENTRIES FLAGGED" TO RT-Label.
           MOVE WS-OpFlaggedCount TO RT-Count.
           WRITE ReviewRptLine FROM WS-RptTotalLine.

           IF WS-OpDeleteCount(5) NOT < WS-DeleteMinimum
               COMPUTE WS-RateLeft =
                   WS-OpDeleteCount(5) * WS-OpOutDays
               COMPUTE WS-RateRight =
                   WS-DeleteMultiple * WS-OpOutDeletes * WS-OpInDays
               IF WS-OpOutDays = ZERO
                  OR WS-RateLeft > WS-RateRight
                   PERFORM 3550-PrintDeleteAlert
                       THRU 3550-PrintDeleteAlert-Exit
               END-IF
           END-IF.
       3500-CloseOperatorSection-Exit.
           EXIT.

       3510-PrintOneTrailTotal.
           IF WS-OpAddCount(WS-TrailIdx) > ZERO
              OR WS-OpChangeCount(WS-TrailIdx) > ZERO
              OR WS-OpDeleteCount(WS-TrailIdx) > ZERO
              OR WS-TrailIdx = 5
               MOVE WS-TrailName(WS-TrailIdx)      TO OT-Label
               MOVE WS-OpAddCount(WS-TrailIdx)     TO OT-Adds
               MOVE WS-OpChangeCount(WS-TrailIdx)  TO OT-Changes
               MOVE WS-OpDeleteCount(WS-TrailIdx)  TO OT-Deletes
               WRITE ReviewRptLine FROM WS-OpTotalLine
           END-IF.
           ADD 1 TO WS-TrailIdx.
       3510-PrintOneTrailTotal-Exit.
           EXIT.

       3550-PrintDeleteAlert.
           ADD 1 TO WS-HighDeleteCount.
           MOVE WS-OpDeleteCount(5) TO DA-Deletes.
           COMPUTE WS-InRate ROUNDED =
               WS-OpDeleteCount(5) / WS-OpInDays.
           MOVE WS-InRate TO DA-InRate.
           IF WS-OpOutDays = ZERO
               MOVE ZERO TO DA-OutRate
               MOVE "NO HISTORY OUTSIDE" TO DA-Note
           ELSE
               COMPUTE WS-OutRate ROUNDED =
                   WS-OpOutDeletes / WS-OpOutDays
               MOVE WS-OutRate TO DA-OutRate
               MOVE SPACES TO DA-Note
           END-IF.
           WRITE ReviewRptLine FROM WS-DeleteAlertLine.
       3550-PrintDeleteAlert-Exit.
           EXIT.

       8000-Finalize.
           MOVE SPACES TO WS-RptMessageLine.
           WRITE ReviewRptLine FROM WS-RptMessageLine.

           MOVE "OPERATORS REVIEWED"       TO RT-Label.
           MOVE WS-OperatorSectionCount    TO RT-Count.
           WRITE ReviewRptLine FROM WS-RptTotalLine.

           MOVE "ENTRIES IN RANGE"         TO RT-Label.
           MOVE WS-EntriesPrintedCount     TO RT-Count.
           WRITE ReviewRptLine FROM WS-RptTotalLine.

           MOVE "OUTSIDE BUSINESS HOURS"   TO RT-Label.
           MOVE WS-OffHoursCount           TO RT-Count.
           WRITE ReviewRptLine FROM WS-RptTotalLine.

           MOVE "AT WEEKENDS"              TO RT-Label.
           MOVE WS-WeekendCount            TO RT-Count.
           WRITE ReviewRptLine FROM WS-RptTotalLine.

           MOVE "IDS NOT ON OPERAUTH"      TO RT-Label.
           MOVE WS-UnknownOpCount          TO RT-Count.
           WRITE ReviewRptLine FROM WS-RptTotalLine.

           MOVE "ENTRIES BY IDS NOT ON FILE" TO RT-Label.
           MOVE WS-UnknownOpEntryCount     TO RT-Count.
           WRITE ReviewRptLine FROM WS-RptTotalLine.

           MOVE "OWN AUTHORITY RAISED"     TO RT-Label.
           MOVE WS-SelfRaiseCount          TO RT-Count.
           WRITE ReviewRptLine FROM WS-RptTotalLine.

           MOVE "SUPPRESSION REMOVALS"     TO RT-Label.
           MOVE WS-RemovalCount            TO RT-Count.
           WRITE ReviewRptLine FROM WS-RptTotalLine.

           MOVE "HIGH DELETE VOLUME ALERTS" TO RT-Label.
           MOVE WS-HighDeleteCount         TO RT-Count.
           WRITE ReviewRptLine FROM WS-RptTotalLine.

           CLOSE ReviewRpt.
       8000-Finalize-Exit.
           EXIT.
