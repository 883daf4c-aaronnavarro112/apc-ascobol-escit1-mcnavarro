       IDENTIFICATION DIVISION.
       PROGRAM-ID.  GradRollForward.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT BackupCatalog ASSIGN TO "BackupCatalog.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BackupCatalogStatus.

      *----------------------------------------------------------------
      * The image copy chosen off the catalogue - its dated name is
      * moved into WS-BackupName before the file is opened.
      *----------------------------------------------------------------
       SELECT BackupFile ASSIGN TO WS-BackupName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BackupFileStatus.

       SELECT GradJournal ASSIGN TO "GradJournal.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GradJournalStatus.

       SELECT GradInfo ASSIGN TO "GradInfo.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS StudentId
           ALTERNATE RECORD KEY IS EmailAdd WITH DUPLICATES
           FILE STATUS IS WS-GradInfoStatus.

       SELECT RollForwardRpt ASSIGN TO "RollForwardReport.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD BackupCatalog.
           COPY BKCATREC.

       FD BackupFile.
       01 BkImageRec              PIC X(155).
           88 EndBackupFile       VALUE HIGH-VALUES.
       01 BkImageFields.
           02 BkStudentId         PIC 9(6).
           02 FILLER              PIC X(25).
           02 BkGradYear          PIC 9(4).
           02 FILLER              PIC X(120).

      *----------------------------------------------------------------
      * The audit journal - read once, front to back, and never
      * written.  The entries replayed are already on it; the rebuilt
      * file ends up where those entries say it was, so there is
      * nothing new to journal.
      *----------------------------------------------------------------
       FD GradJournal.
           COPY JRNLREC.

       FD GradInfo.
           COPY GRADREC.

      *----------------------------------------------------------------
      * What was replayed, entry by entry, with the totals that prove
      * the rebuilt file - the copy's catalogued totals, what was
      * loaded, what the replay should have left, and what the file
      * actually holds.
      *----------------------------------------------------------------
       FD RollForwardRpt.
       01 RollForwardRptLine      PIC X(100).

       WORKING-STORAGE SECTION.

       01 WS-BackupCatalogStatus   PIC XX VALUE "00".
           88 BackupCatalogOk      VALUE "00".

       01 WS-BackupFileStatus      PIC XX VALUE "00".
           88 BackupFileOk         VALUE "00".

       01 WS-GradJournalStatus     PIC XX VALUE "00".
           88 GradJournalOk        VALUE "00".

       01 WS-GradInfoStatus        PIC XX VALUE "00".
           88 GradInfoOk           VALUE "00".
           88 GradInfoNotFound     VALUE "23".

       01 WS-BackupName            PIC X(40) VALUE SPACES.

       01 WS-Switches.
           02 WS-CopyFoundFlag     PIC X VALUE "N".
               88 CopyWasFound     VALUE "Y".
           02 WS-TotalsAgreeFlag   PIC X VALUE "N".
               88 TotalsAgree      VALUE "Y".

       01 WS-Answer                PIC X.
           88 AnswerIsYes          VALUE "Y" "y".

      *----------------------------------------------------------------
      * The operator running the rebuild, named on the report.
      *----------------------------------------------------------------
       01 WS-OperatorId            PIC X(8).
       01 WS-RunDate               PIC 9(8).

      *----------------------------------------------------------------
      * The copy asked for at start-up - a date, and a time to pick
      * one copy out of several taken that day (zero takes that
      * day's latest).  Only a copy the catalogue has as verified is
      * ever taken.
      *----------------------------------------------------------------
       01 WS-WantedDate            PIC 9(8).
       01 WS-WantedTime            PIC 9(6).

       01 WS-ChosenCopy.
           02 WS-ChosenStamp.
               03 WS-ChosenDate    PIC 9(8).
               03 WS-ChosenTime    PIC 9(6).
           02 WS-ChosenFileName    PIC X(40).
           02 WS-ChosenTotals.
               03 WS-ChosenCount   PIC 9(6).
               03 WS-ChosenIdHash  PIC 9(12).
               03 WS-ChosenYearHash PIC 9(10).
           02 WS-ChosenJrnMark.
               03 WS-ChosenJrnDate PIC 9(8).
               03 WS-ChosenJrnTime PIC 9(6).
           02 WS-ChosenSameCount   PIC 9(6).

      *----------------------------------------------------------------
      * The stop point - journal entries stamped after it are not
      * replayed.  No stop date replays to the end of the journal.
      *----------------------------------------------------------------
       01 WS-StopStamp.
           02 WS-StopDate          PIC 9(8).
           02 WS-StopTime          PIC 9(6).

       01 WS-EntryStamp.
           02 WS-EntryDate         PIC 9(8).
           02 WS-EntryTime         PIC 9(6).

      *----------------------------------------------------------------
      * Entries stamped exactly on the copy's journal mark - the
      * first WS-ChosenSameCount of them are already on the copy.
      *----------------------------------------------------------------
       01 WS-SeenAtMark            PIC 9(6) VALUE ZERO.

      *----------------------------------------------------------------
      * Count and hash totals - the copy as read back before anything
      * is touched, the records loaded from it, and the rebuilt file
      * as read back at the end.
      *----------------------------------------------------------------
       01 WS-CopyTotals.
           02 WS-CopyCount         PIC 9(6)  VALUE ZERO.
           02 WS-CopyIdHash        PIC 9(12) VALUE ZERO.
           02 WS-CopyYearHash      PIC 9(10) VALUE ZERO.

       01 WS-LoadTotals.
           02 WS-LoadCount         PIC 9(6)  VALUE ZERO.
           02 WS-LoadIdHash        PIC 9(12) VALUE ZERO.
           02 WS-LoadYearHash      PIC 9(10) VALUE ZERO.

       01 WS-RebuiltTotals.
           02 WS-RebuiltCount      PIC 9(6)  VALUE ZERO.
           02 WS-RebuiltIdHash     PIC 9(12) VALUE ZERO.
           02 WS-RebuiltYearHash   PIC 9(10) VALUE ZERO.

      *----------------------------------------------------------------
      * What the file should hold once the replay is done - the
      * loaded totals, moved on by every record the replay actually
      * wrote, replaced or deleted.  Signed while they are worked,
      * then moved to WS-ExpectTotals to be compared and printed.
      *----------------------------------------------------------------
       01 WS-ExpectWorkCount       PIC S9(7)  VALUE ZERO.
       01 WS-ExpectWorkIdHash      PIC S9(13) VALUE ZERO.
       01 WS-ExpectWorkYearHash    PIC S9(11) VALUE ZERO.

      *----------------------------------------------------------------
      * GradYear of a record about to be replaced, taken out of the
      * expected hash only once the rewrite has gone through.
      *----------------------------------------------------------------
       01 WS-OldGradYear           PIC 9(4).

       01 WS-ExpectTotals.
           02 WS-ExpectCount       PIC 9(6)  VALUE ZERO.
           02 WS-ExpectIdHash      PIC 9(12) VALUE ZERO.
           02 WS-ExpectYearHash    PIC 9(10) VALUE ZERO.

      *----------------------------------------------------------------
      * Control totals for the replay.
      *----------------------------------------------------------------
       01 WS-LoadFailedCount       PIC 9(6) VALUE ZERO.
       01 WS-EntriesReadCount      PIC 9(6) VALUE ZERO.
       01 WS-OnCopyCount           PIC 9(6) VALUE ZERO.
       01 WS-PastStopCount         PIC 9(6) VALUE ZERO.
       01 WS-EntriesReplayedCount  PIC 9(6) VALUE ZERO.
       01 WS-RecordsAddedCount     PIC 9(6) VALUE ZERO.
       01 WS-RecordsChangedCount   PIC 9(6) VALUE ZERO.
       01 WS-RecordsDeletedCount   PIC 9(6) VALUE ZERO.
       01 WS-ReplayFailedCount     PIC 9(6) VALUE ZERO.

      *----------------------------------------------------------------
      * Report heading lines.
      *----------------------------------------------------------------
       01 WS-RunHeaderLine.
           02 FILLER               PIC X(38)
               VALUE "ROLL-FORWARD OF GRADINFO.DAT  OP: ".
           02 RH-Operator          PIC X(8).
           02 FILLER               PIC X(8)  VALUE "  DATE: ".
           02 RH-RunDate           PIC 9(8).
           02 FILLER               PIC X(38) VALUE SPACES.

       01 WS-CopyHeaderLine.
           02 FILLER               PIC X(12) VALUE "IMAGE COPY  ".
           02 CH-FileName          PIC X(40).
           02 FILLER               PIC X(8)  VALUE "  DATE: ".
           02 CH-Date              PIC 9(8).
           02 FILLER               PIC X(8)  VALUE "  TIME: ".
           02 CH-Time              PIC 9(6).
           02 FILLER               PIC X(18) VALUE SPACES.

       01 WS-StampLine.
           02 SL-Label             PIC X(30).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 SL-Date              PIC 9(8).
           02 FILLER               PIC X(1)  VALUE SPACE.
           02 SL-Time              PIC 9(6).
           02 SL-Remark            PIC X(53).

      *----------------------------------------------------------------
      * Detail line for each journal entry replayed.
      *----------------------------------------------------------------
       01 WS-ReplayDetailLine.
           02 RD-Action            PIC X(11).
           02 FILLER               PIC X(4)  VALUE "ID: ".
           02 RD-StudentId         PIC 9(6).
           02 FILLER               PIC X(6)  VALUE "  OP: ".
           02 RD-Operator          PIC X(8).
           02 FILLER               PIC X(8)  VALUE "  DATE: ".
           02 RD-Date              PIC 9(8).
           02 FILLER               PIC X(8)  VALUE "  TIME: ".
           02 RD-Time              PIC 9(6).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 RD-Remark            PIC X(33).

      *----------------------------------------------------------------
      * Totals lines for the report trailer.
      *----------------------------------------------------------------
       01 WS-TotalsHeadLine.
           02 FILLER               PIC X(32) VALUE SPACES.
           02 FILLER               PIC X(8)  VALUE "RECORDS ".
           02 FILLER               PIC X(14) VALUE "STUDENTID HASH".
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 FILLER               PIC X(13) VALUE "GRADYEAR HASH".
           02 FILLER               PIC X(31) VALUE SPACES.

       01 WS-TotalsLine.
           02 TL-Label             PIC X(30).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 TL-Count             PIC 9(6).
           02 FILLER               PIC X(4)  VALUE SPACES.
           02 TL-IdHash            PIC 9(12).
           02 FILLER               PIC X(5)  VALUE SPACES.
           02 TL-YearHash          PIC 9(10).
           02 FILLER               PIC X(31) VALUE SPACES.

       01 WS-RollTotalLine.
           02 RT-Label             PIC X(30).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 RT-Count             PIC 9(6).
           02 FILLER               PIC X(62) VALUE SPACES.

       01 WS-VerdictLine           PIC X(100).

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      * Rebuild GradInfo.DAT from a catalogued image copy, then roll
      * it forward by replaying the after image of every journal
      * entry written since the copy was taken, up to an optional
      * stop point - the recovery for a file that is lost or damaged
      * beyond what GradRecover's backout can repair.  The copy is
      * proved against its catalogue totals before GradInfo.DAT is
      * touched, and the rebuilt file is proved against the totals
      * the replay says it should hold.
      *----------------------------------------------------------------
       0000-Mainline.
           PERFORM 1000-Initialize
               THRU 1000-Initialize-Exit.

           PERFORM 2000-ProveCopy
               THRU 2000-ProveCopy-Exit.

           PERFORM 3000-ReloadGradInfo
               THRU 3000-ReloadGradInfo-Exit.

           PERFORM 4000-ReplayJournal
               THRU 4000-ReplayJournal-Exit.

           PERFORM 5000-ProveRebuiltFile
               THRU 5000-ProveRebuiltFile-Exit.

           PERFORM 8000-Finalize
               THRU 8000-Finalize-Exit.

           STOP RUN.

       1000-Initialize.
           ACCEPT WS-RunDate FROM DATE YYYYMMDD.
           MOVE SPACES TO WS-OperatorId.
           PERFORM 1100-AcceptOperatorId
               THRU 1100-AcceptOperatorId-Exit
               UNTIL WS-OperatorId NOT = SPACES.

           DISPLAY "IMAGE COPY DATE (YYYYMMDD)    : ".
           ACCEPT WS-WantedDate.
           DISPLAY "IMAGE COPY TIME (ZERO-LATEST) : ".
           ACCEPT WS-WantedTime.
           DISPLAY "STOP AT DATE (ZERO-NO STOP)   : ".
           ACCEPT WS-StopDate.
           IF WS-StopDate = ZERO
               MOVE 99999999 TO WS-StopDate
               MOVE 999999   TO WS-StopTime
           ELSE
               DISPLAY "STOP AT TIME (HHMMSS)         : "
               ACCEPT WS-StopTime
           END-IF.

           PERFORM 1200-FindCatalogEntry
               THRU 1200-FindCatalogEntry-Exit.
           MOVE WS-ChosenFileName TO WS-BackupName.

           OPEN INPUT GradJournal.
           IF NOT GradJournalOk
               DISPLAY "GRADROLLFORWARD: UNABLE TO OPEN "
                   "GRADJOURNAL.DAT - STATUS " WS-GradJournalStatus
               STOP RUN
           END-IF.
       1000-Initialize-Exit.
           EXIT.

      *----------------------------------------------------------------
      * The operator id is what the report exists to name - a blank
      * one is re-prompted, not accepted.
      *----------------------------------------------------------------
       1100-AcceptOperatorId.
           DISPLAY "OPERATOR ID (8 CHARACTERS)    : ".
           ACCEPT WS-OperatorId.
       1100-AcceptOperatorId-Exit.
           EXIT.

      *----------------------------------------------------------------
      * Pass the catalogue for the copy asked for.  The catalogue is
      * in the order the copies were taken, so the last verified
      * entry on the date wins when no time was given.
      *----------------------------------------------------------------
       1200-FindCatalogEntry.
           OPEN INPUT BackupCatalog.
           IF NOT BackupCatalogOk
               DISPLAY "GRADROLLFORWARD: UNABLE TO OPEN "
                   "BACKUPCATALOG.DAT - STATUS " WS-BackupCatalogStatus
               STOP RUN
           END-IF.
           READ BackupCatalog
               AT END SET EndBackupCatalog TO TRUE.
           PERFORM 1210-CheckOneCatalogEntry
               THRU 1210-CheckOneCatalogEntry-Exit
               UNTIL EndBackupCatalog.
           CLOSE BackupCatalog.

           IF NOT CopyWasFound
               DISPLAY "GRADROLLFORWARD: NO VERIFIED IMAGE COPY ON "
                   "BACKUPCATALOG.DAT FOR " WS-WantedDate " "
                   WS-WantedTime
               STOP RUN
           END-IF.
       1200-FindCatalogEntry-Exit.
           EXIT.

       1210-CheckOneCatalogEntry.
           IF BcBackupDate = WS-WantedDate
              AND (WS-WantedTime = ZERO
                OR BcBackupTime = WS-WantedTime)
              AND BcCopyVerified
               SET CopyWasFound TO TRUE
               MOVE BcBackupDate   TO WS-ChosenDate
               MOVE BcBackupTime   TO WS-ChosenTime
               MOVE BcFileName     TO WS-ChosenFileName
               MOVE BcRecordCount  TO WS-ChosenCount
               MOVE BcIdHash       TO WS-ChosenIdHash
               MOVE BcYearHash     TO WS-ChosenYearHash
               MOVE BcJrnDate      TO WS-ChosenJrnDate
               MOVE BcJrnTime      TO WS-ChosenJrnTime
               MOVE BcJrnSameCount TO WS-ChosenSameCount
           END-IF.
           READ BackupCatalog
               AT END SET EndBackupCatalog TO TRUE.
       1210-CheckOneCatalogEntry-Exit.
           EXIT.

      *----------------------------------------------------------------
      * Read the copy back and hold its totals against the
      * catalogue's before anything is done to GradInfo.DAT - a copy
      * that has been damaged or replaced since it was taken stops
      * the run with the live file as it was.  Only then is the
      * operator asked to go ahead.
      *----------------------------------------------------------------
       2000-ProveCopy.
           OPEN INPUT BackupFile.
           IF NOT BackupFileOk
               DISPLAY "GRADROLLFORWARD: UNABLE TO OPEN "
                   WS-BackupName " - STATUS " WS-BackupFileStatus
               STOP RUN
           END-IF.
           READ BackupFile
               AT END SET EndBackupFile TO TRUE.
           PERFORM 2100-TotalOneCopyRecord
               THRU 2100-TotalOneCopyRecord-Exit
               UNTIL EndBackupFile.
           CLOSE BackupFile.

           IF WS-CopyTotals NOT = WS-ChosenTotals
               DISPLAY "GRADROLLFORWARD: " WS-BackupName
                   " DOES NOT AGREE WITH ITS CATALOGUE TOTALS"
               DISPLAY "CATALOGUE " WS-ChosenCount " "
                   WS-ChosenIdHash " " WS-ChosenYearHash
               DISPLAY "READ BACK " WS-CopyCount " "
                   WS-CopyIdHash " " WS-CopyYearHash
               DISPLAY "GRADINFO.DAT HAS NOT BEEN TOUCHED"
               STOP RUN
           END-IF.

           DISPLAY "IMAGE COPY " WS-BackupName.
           DISPLAY "TAKEN " WS-ChosenDate " " WS-ChosenTime
               " - " WS-ChosenCount " RECORDS, TOTALS AGREE".
           DISPLAY "REPLACE GRADINFO.DAT WITH THIS COPY AND ROLL "
               "FORWARD (Y/N) : ".
           ACCEPT WS-Answer.
           IF NOT AnswerIsYes
               DISPLAY "GRADROLLFORWARD: NOTHING DONE - "
                   "GRADINFO.DAT HAS NOT BEEN TOUCHED"
               STOP RUN
           END-IF.
       2000-ProveCopy-Exit.
           EXIT.

       2100-TotalOneCopyRecord.
           ADD 1           TO WS-CopyCount.
           ADD BkStudentId TO WS-CopyIdHash.
           ADD BkGradYear  TO WS-CopyYearHash.
           READ BackupFile
               AT END SET EndBackupFile TO TRUE.
       2100-TotalOneCopyRecord-Exit.
           EXIT.

      *----------------------------------------------------------------
      * Opening GradInfo.DAT for output empties it - from here on the
      * file is whatever the copy and the journal make of it.
      *----------------------------------------------------------------
       3000-ReloadGradInfo.
           OPEN OUTPUT GradInfo.
           IF NOT GradInfoOk
               DISPLAY "GRADROLLFORWARD: UNABLE TO OPEN GRADINFO.DAT "
                   "- STATUS " WS-GradInfoStatus
               STOP RUN
           END-IF.
           OPEN INPUT BackupFile.
           READ BackupFile
               AT END SET EndBackupFile TO TRUE.
           PERFORM 3100-LoadOneRecord
               THRU 3100-LoadOneRecord-Exit
               UNTIL EndBackupFile.
           CLOSE BackupFile.
           CLOSE GradInfo.

           OPEN I-O GradInfo.
           IF NOT GradInfoOk
               DISPLAY "GRADROLLFORWARD: UNABLE TO REOPEN "
                   "GRADINFO.DAT - STATUS " WS-GradInfoStatus
               STOP RUN
           END-IF.

           MOVE WS-LoadCount     TO WS-ExpectWorkCount.
           MOVE WS-LoadIdHash    TO WS-ExpectWorkIdHash.
           MOVE WS-LoadYearHash  TO WS-ExpectWorkYearHash.

           OPEN OUTPUT RollForwardRpt.
           PERFORM 7000-WriteReportHeading
               THRU 7000-WriteReportHeading-Exit.
       3000-ReloadGradInfo-Exit.
           EXIT.

       3100-LoadOneRecord.
           MOVE BkImageRec TO GradDetails.
           WRITE GradDetails
               INVALID KEY
                   ADD 1 TO WS-LoadFailedCount
                   DISPLAY "GRADROLLFORWARD: UNABLE TO LOAD STUDENT "
                       BkStudentId " - STATUS " WS-GradInfoStatus
               NOT INVALID KEY
                   ADD 1           TO WS-LoadCount
                   ADD BkStudentId TO WS-LoadIdHash
                   ADD BkGradYear  TO WS-LoadYearHash
           END-WRITE.
           READ BackupFile
               AT END SET EndBackupFile TO TRUE.
       3100-LoadOneRecord-Exit.
           EXIT.

      *----------------------------------------------------------------
      * Front to back through the journal, in the order the changes
      * were made.  An entry at or before the copy's journal mark is
      * already on the copy; one after the stop point is left
      * alone; everything between is replayed.
      *----------------------------------------------------------------
       4000-ReplayJournal.
           READ GradJournal
               AT END SET EndGradJournal TO TRUE.
           PERFORM 4100-ReplayOneEntry
               THRU 4100-ReplayOneEntry-Exit
               UNTIL EndGradJournal.
           CLOSE GradJournal.
       4000-ReplayJournal-Exit.
           EXIT.

       4100-ReplayOneEntry.
           ADD 1 TO WS-EntriesReadCount.
           MOVE JrnDate TO WS-EntryDate.
           MOVE JrnTime TO WS-EntryTime.

           IF WS-EntryStamp < WS-ChosenJrnMark
               ADD 1 TO WS-OnCopyCount
           ELSE
               IF WS-EntryStamp = WS-ChosenJrnMark
                  AND WS-SeenAtMark < WS-ChosenSameCount
                   ADD 1 TO WS-SeenAtMark
                   ADD 1 TO WS-OnCopyCount
               ELSE
                   IF WS-EntryStamp > WS-StopStamp
                       ADD 1 TO WS-PastStopCount
                   ELSE
                       PERFORM 4200-ApplyOneEntry
                           THRU 4200-ApplyOneEntry-Exit
                   END-IF
               END-IF
           END-IF.

           READ GradJournal
               AT END SET EndGradJournal TO TRUE.
       4100-ReplayOneEntry-Exit.
           EXIT.

       4200-ApplyOneEntry.
           ADD 1 TO WS-EntriesReplayedCount.
           MOVE SPACES TO RD-Remark.
           EVALUATE JrnAction
               WHEN "A"
                   MOVE "ADDED      " TO RD-Action
                   PERFORM 4300-ApplyAfterImage
                       THRU 4300-ApplyAfterImage-Exit
               WHEN "C"
                   MOVE "CHANGED    " TO RD-Action
                   PERFORM 4300-ApplyAfterImage
                       THRU 4300-ApplyAfterImage-Exit
               WHEN "D"
                   MOVE "DELETED    " TO RD-Action
                   PERFORM 4500-ApplyDelete
                       THRU 4500-ApplyDelete-Exit
               WHEN OTHER
                   ADD 1 TO WS-ReplayFailedCount
                   MOVE "SKIPPED    " TO RD-Action
                   MOVE "ACTION NOT A, C OR D" TO RD-Remark
           END-EVALUATE.
           PERFORM 7100-WriteReplayDetail
               THRU 7100-WriteReplayDetail-Exit.
       4200-ApplyOneEntry-Exit.
           EXIT.

      *----------------------------------------------------------------
      * An add or a change both leave the record as its after image.
      * The record is looked for first, so an add that finds the id
      * already there, or a change that finds it missing, still ends
      * with the record the journal says it should be - the remark
      * says so, and the expected totals follow what was actually
      * done to the file.
      *----------------------------------------------------------------
       4300-ApplyAfterImage.
           MOVE JrnStudentId TO StudentId.
           READ GradInfo
               INVALID KEY CONTINUE
           END-READ.
           IF GradInfoOk
               IF JrnAction = "A"
                   MOVE "ALREADY ON FILE - REPLACED" TO RD-Remark
               END-IF
               MOVE GradYear TO WS-OldGradYear
               MOVE JrnAfterImage TO GradDetails
               REWRITE GradDetails
                   INVALID KEY
                       ADD 1 TO WS-ReplayFailedCount
                       MOVE "NOT APPLIED" TO RD-Action
                       MOVE "UNABLE TO REWRITE RECORD" TO RD-Remark
                   NOT INVALID KEY
                       SUBTRACT WS-OldGradYear
                           FROM WS-ExpectWorkYearHash
                       ADD GradYear TO WS-ExpectWorkYearHash
                       ADD 1 TO WS-RecordsChangedCount
               END-REWRITE
           ELSE
               IF JrnAction = "C"
                   MOVE "NOT ON FILE - ADDED" TO RD-Remark
               END-IF
               MOVE JrnAfterImage TO GradDetails
               WRITE GradDetails
                   INVALID KEY
                       ADD 1 TO WS-ReplayFailedCount
                       MOVE "NOT APPLIED" TO RD-Action
                       MOVE "UNABLE TO WRITE RECORD" TO RD-Remark
                   NOT INVALID KEY
                       ADD 1         TO WS-ExpectWorkCount
                       ADD StudentId TO WS-ExpectWorkIdHash
                       ADD GradYear  TO WS-ExpectWorkYearHash
                       ADD 1 TO WS-RecordsAddedCount
               END-WRITE
           END-IF.
       4300-ApplyAfterImage-Exit.
           EXIT.

      *----------------------------------------------------------------
      * A delete that finds the record already gone leaves the file
      * as the journal says it should be - nothing to do but say so.
      *----------------------------------------------------------------
       4500-ApplyDelete.
           MOVE JrnStudentId TO StudentId.
           READ GradInfo
               INVALID KEY CONTINUE
           END-READ.
           IF NOT GradInfoOk
               MOVE "ALREADY GONE FROM FILE" TO RD-Remark
           ELSE
               DELETE GradInfo
                   INVALID KEY
                       ADD 1 TO WS-ReplayFailedCount
                       MOVE "NOT APPLIED" TO RD-Action
                       MOVE "UNABLE TO DELETE RECORD" TO RD-Remark
                   NOT INVALID KEY
                       SUBTRACT 1         FROM WS-ExpectWorkCount
                       SUBTRACT StudentId FROM WS-ExpectWorkIdHash
                       SUBTRACT GradYear  FROM WS-ExpectWorkYearHash
                       ADD 1 TO WS-RecordsDeletedCount
               END-DELETE
           END-IF.
       4500-ApplyDelete-Exit.
           EXIT.

      *----------------------------------------------------------------
      * Read the rebuilt file back whole and hold its totals against
      * the ones the load and the replay say it should have.
      *----------------------------------------------------------------
       5000-ProveRebuiltFile.
           CLOSE GradInfo.
           OPEN INPUT GradInfo.
           IF NOT GradInfoOk
               DISPLAY "GRADROLLFORWARD: UNABLE TO REOPEN "
                   "GRADINFO.DAT - STATUS " WS-GradInfoStatus
           ELSE
               READ GradInfo NEXT RECORD
                   AT END SET EndGradInfo TO TRUE
               END-READ
               PERFORM 5100-TotalOneRebuiltRecord
                   THRU 5100-TotalOneRebuiltRecord-Exit
                   UNTIL EndGradInfo
               CLOSE GradInfo
           END-IF.

           MOVE WS-ExpectWorkCount    TO WS-ExpectCount.
           MOVE WS-ExpectWorkIdHash   TO WS-ExpectIdHash.
           MOVE WS-ExpectWorkYearHash TO WS-ExpectYearHash.
           IF WS-RebuiltTotals = WS-ExpectTotals
              AND WS-LoadTotals = WS-CopyTotals
               SET TotalsAgree TO TRUE
           END-IF.
       5000-ProveRebuiltFile-Exit.
           EXIT.

       5100-TotalOneRebuiltRecord.
           ADD 1         TO WS-RebuiltCount.
           ADD StudentId TO WS-RebuiltIdHash.
           ADD GradYear  TO WS-RebuiltYearHash.
           READ GradInfo NEXT RECORD
               AT END SET EndGradInfo TO TRUE.
       5100-TotalOneRebuiltRecord-Exit.
           EXIT.

      *----------------------------------------------------------------
      * Who ran the rebuild, the copy it started from, the journal
      * mark the copy stands at, and where the replay was told to
      * stop.
      *----------------------------------------------------------------
       7000-WriteReportHeading.
           MOVE WS-OperatorId TO RH-Operator.
           MOVE WS-RunDate    TO RH-RunDate.
           WRITE RollForwardRptLine FROM WS-RunHeaderLine.

           MOVE WS-BackupName TO CH-FileName.
           MOVE WS-ChosenDate TO CH-Date.
           MOVE WS-ChosenTime TO CH-Time.
           WRITE RollForwardRptLine FROM WS-CopyHeaderLine.

           MOVE "COPY STANDS AT JOURNAL MARK" TO SL-Label.
           MOVE WS-ChosenJrnDate TO SL-Date.
           MOVE WS-ChosenJrnTime TO SL-Time.
           MOVE SPACES TO SL-Remark.
           WRITE RollForwardRptLine FROM WS-StampLine.

           MOVE "REPLAY STOPS AFTER" TO SL-Label.
           MOVE WS-StopDate TO SL-Date.
           MOVE WS-StopTime TO SL-Time.
           IF WS-StopDate = 99999999
               MOVE "  (END OF JOURNAL)" TO SL-Remark
           ELSE
               MOVE SPACES TO SL-Remark
           END-IF.
           WRITE RollForwardRptLine FROM WS-StampLine.
       7000-WriteReportHeading-Exit.
           EXIT.

       7100-WriteReplayDetail.
           MOVE JrnStudentId TO RD-StudentId.
           MOVE JrnOperator  TO RD-Operator.
           MOVE JrnDate      TO RD-Date.
           MOVE JrnTime      TO RD-Time.
           WRITE RollForwardRptLine FROM WS-ReplayDetailLine.
       7100-WriteReplayDetail-Exit.
           EXIT.

       8000-Finalize.
           WRITE RollForwardRptLine FROM WS-TotalsHeadLine.

           MOVE "IMAGE COPY AS CATALOGUED" TO TL-Label.
           MOVE WS-ChosenCount    TO TL-Count.
           MOVE WS-ChosenIdHash   TO TL-IdHash.
           MOVE WS-ChosenYearHash TO TL-YearHash.
           WRITE RollForwardRptLine FROM WS-TotalsLine.

           MOVE "LOADED FROM THE IMAGE COPY" TO TL-Label.
           MOVE WS-LoadCount      TO TL-Count.
           MOVE WS-LoadIdHash     TO TL-IdHash.
           MOVE WS-LoadYearHash   TO TL-YearHash.
           WRITE RollForwardRptLine FROM WS-TotalsLine.

           MOVE "EXPECTED AFTER THE REPLAY" TO TL-Label.
           MOVE WS-ExpectCount    TO TL-Count.
           MOVE WS-ExpectIdHash   TO TL-IdHash.
           MOVE WS-ExpectYearHash TO TL-YearHash.
           WRITE RollForwardRptLine FROM WS-TotalsLine.

           MOVE "READ BACK OFF REBUILT FILE" TO TL-Label.
           MOVE WS-RebuiltCount    TO TL-Count.
           MOVE WS-RebuiltIdHash   TO TL-IdHash.
           MOVE WS-RebuiltYearHash TO TL-YearHash.
           WRITE RollForwardRptLine FROM WS-TotalsLine.

           MOVE "RECORDS NOT LOADED" TO RT-Label.
           MOVE WS-LoadFailedCount TO RT-Count.
           WRITE RollForwardRptLine FROM WS-RollTotalLine.

           MOVE "JOURNAL ENTRIES READ" TO RT-Label.
           MOVE WS-EntriesReadCount TO RT-Count.
           WRITE RollForwardRptLine FROM WS-RollTotalLine.

           MOVE "ALREADY ON THE IMAGE COPY" TO RT-Label.
           MOVE WS-OnCopyCount TO RT-Count.
           WRITE RollForwardRptLine FROM WS-RollTotalLine.

           MOVE "PAST THE STOP POINT" TO RT-Label.
           MOVE WS-PastStopCount TO RT-Count.
           WRITE RollForwardRptLine FROM WS-RollTotalLine.

           MOVE "ENTRIES REPLAYED" TO RT-Label.
           MOVE WS-EntriesReplayedCount TO RT-Count.
           WRITE RollForwardRptLine FROM WS-RollTotalLine.

           MOVE "RECORDS ADDED" TO RT-Label.
           MOVE WS-RecordsAddedCount TO RT-Count.
           WRITE RollForwardRptLine FROM WS-RollTotalLine.

           MOVE "RECORDS CHANGED" TO RT-Label.
           MOVE WS-RecordsChangedCount TO RT-Count.
           WRITE RollForwardRptLine FROM WS-RollTotalLine.

           MOVE "RECORDS DELETED" TO RT-Label.
           MOVE WS-RecordsDeletedCount TO RT-Count.
           WRITE RollForwardRptLine FROM WS-RollTotalLine.

           MOVE "ENTRIES NOT APPLIED" TO RT-Label.
           MOVE WS-ReplayFailedCount TO RT-Count.
           WRITE RollForwardRptLine FROM WS-RollTotalLine.

           IF TotalsAgree
               MOVE "REBUILT FILE TOTALS AGREE - GRADINFO.DAT PROVED"
                   TO WS-VerdictLine
           ELSE
               MOVE "REBUILT FILE TOTALS DO NOT AGREE - NOT PROVED"
                   TO WS-VerdictLine
               DISPLAY "GRADROLLFORWARD: REBUILT FILE TOTALS DO NOT "
                   "AGREE - SEE ROLLFORWARDREPORT.DAT"
           END-IF.
           WRITE RollForwardRptLine FROM WS-VerdictLine.
           CLOSE RollForwardRpt.
       8000-Finalize-Exit.
           EXIT.
