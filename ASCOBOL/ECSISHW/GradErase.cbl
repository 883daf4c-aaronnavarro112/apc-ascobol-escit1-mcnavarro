       SELECT ArchiveWork ASSIGN TO "EraseArchWork.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

      *----------------------------------------------------------------
      * The GradInfo.DAT image copies GradImageCopy has taken - each
      * copy named on the catalogue is sifted through a work file
      * the way the archive is, and the catalogue is copied through
      * its own work file so every copy's entry carries the totals
      * the copy now holds.  A copy no longer on disk is left as
      * catalogued.  OPTIONAL: no catalogue means no copy has ever
      * been taken.
      *----------------------------------------------------------------
       SELECT OPTIONAL BackupCatalog ASSIGN TO "BackupCatalog.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT CatalogWork ASSIGN TO "EraseCatWork.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT BackupFile ASSIGN TO WS-BackupName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BackupFileStatus.

       SELECT BackupWork ASSIGN TO "EraseBkupWork.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL SendHistory ASSIGN TO "SendHistory.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ShKey
           FILE STATUS IS WS-SendHistoryStatus.

      *----------------------------------------------------------------
      * Alumni event registrations - reached through the StudentId
      * alternate key, every registration the graduate holds is
      * deleted and the delete journalled to EventJournal.DAT.  The
      * registration images carry no name or address, so that
      * journal needs no redaction.
      *----------------------------------------------------------------
       SELECT OPTIONAL EventRegs ASSIGN TO "EventRegs.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RgKey
           ALTERNATE RECORD KEY IS RgStudentId WITH DUPLICATES
           FILE STATUS IS WS-EventRegsStatus.

       SELECT OPTIONAL EventJournal ASSIGN TO "EventJournal.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL Suppressions ASSIGN TO "Suppression.DAT"
       01 AwRec                   PIC X(155).
           88 EndArchiveWork      VALUE HIGH-VALUES.

       FD BackupCatalog.
           COPY BKCATREC.

       FD CatalogWork.
       01 CwRec                   PIC X(103).
           88 EndCatalogWork      VALUE HIGH-VALUES.

       FD BackupFile.
       01 BkImageRec              PIC X(155).
           88 EndBackupFile       VALUE HIGH-VALUES.
       01 BkImageFields.
           02 BkStudentId         PIC 9(6).
           02 FILLER              PIC X(25).
           02 BkGradYear          PIC 9(4).
           02 FILLER              PIC X(120).

       FD BackupWork.
       01 BwRec                   PIC X(155).
           88 EndBackupWork       VALUE HIGH-VALUES.

       FD SendHistory.
           COPY SENDHREC.

       FD EventRegs.
           COPY EVREGREC.

       FD EventJournal.
           COPY EVJRNREC.

       FD Suppressions.
           COPY SUPPREC.
       01 WS-GradDegreesStatus     PIC XX VALUE "00".
           88 GradDegreesOk        VALUE "00".

       01 WS-SendHistoryStatus     PIC XX VALUE "00".
           88 SendHistoryOk        VALUE "00".

       01 WS-EventRegsStatus       PIC XX VALUE "00".
           88 EventRegsOk          VALUE "00".

       01 WS-BackupFileStatus      PIC XX VALUE "00".
           88 BackupFileOk         VALUE "00".

       01 WS-BackupName            PIC X(40) VALUE SPACES.

      *----------------------------------------------------------------
      * Records taken off the image copy in hand - a copy that lost
      * none is not written back.
      *----------------------------------------------------------------
       01 WS-CopyRemovedCount      PIC 9(6) VALUE ZERO.

       01 WS-Switches.
           02 WS-ScanDoneFlag      PIC X VALUE "N".
               88 ScanIsDone       VALUE "Y".
               03 ErArchiveCount    PIC 9(4) COMP.
               03 ErJournalCount    PIC 9(4) COMP.
               03 ErSendHistCount   PIC 9(4) COMP.
               03 ErEventRegCount   PIC 9(4) COMP.
               03 ErImageCopyCount  PIC 9(4) COMP.

       01 WS-EraseIdx              PIC 9(4) COMP.
       01 WS-MatchIdx              PIC 9(4) COMP.
      *----------------------------------------------------------------
       01 WS-OperatorId            PIC X(8) VALUE "ERASEBAT".
       01 WS-BeforeImage           PIC X(155).
       01 WS-RegBeforeImage        PIC X(23).
       01 WS-RegEventId            PIC X(8).

       01 WS-TimeOfDay.
           02 WS-TimeHHMMSS        PIC 9(6).
      *----------------------------------------------------------------
      * Right-to-erasure batch.  For every requested StudentId: the
      * GradInfo.DAT record is deleted (journalled), companion
      * degree records are deleted, archived copies and the copies
      * on every catalogued GradInfo.DAT image copy are removed,
      * the personal fields inside every journal entry's images are
      * overwritten with a redaction marker (who/when/action kept),
      * send-history entries and event registrations are removed,
      * the address goes on Suppression.DAT as a safety net, and a
      * certificate lists every file touched.
      *----------------------------------------------------------------
       0000-Mainline.
           PERFORM 1000-Initialize
           PERFORM 3000-PurgeArchive
               THRU 3000-PurgeArchive-Exit.

           PERFORM 3600-PurgeImageCopies
               THRU 3600-PurgeImageCopies-Exit.

           PERFORM 4000-RedactJournal
               THRU 4000-RedactJournal-Exit.

           PERFORM 5000-PurgeSendHistory
               THRU 5000-PurgeSendHistory-Exit.

           PERFORM 5500-PurgeEventRegs
               THRU 5500-PurgeEventRegs-Exit.

           PERFORM 6000-AddSuppressions
               THRU 6000-AddSuppressions-Exit.

           MOVE ZERO TO ErArchiveCount(WS-EraseTableCount).
           MOVE ZERO TO ErJournalCount(WS-EraseTableCount).
           MOVE ZERO TO ErSendHistCount(WS-EraseTableCount).
           MOVE ZERO TO ErEventRegCount(WS-EraseTableCount).
           MOVE ZERO TO ErImageCopyCount(WS-EraseTableCount).
           READ EraseRequests
               AT END SET EndEraseRequests TO TRUE.
       1100-LoadOneRequest-Exit.
               MOVE ZERO TO ErArchiveCount(WS-EraseTableCount)
               MOVE ZERO TO ErJournalCount(WS-EraseTableCount)
               MOVE ZERO TO ErSendHistCount(WS-EraseTableCount)
               MOVE ZERO TO ErEventRegCount(WS-EraseTableCount)
               MOVE ZERO TO ErImageCopyCount(WS-EraseTableCount)
           END-IF.
       1330-AddAliasId-Exit.
           EXIT.
       3500-CopyOneWorkRecord-Exit.
           EXIT.

      *----------------------------------------------------------------
      * Every image copy on the catalogue is sifted in turn, and
      * every catalogue entry - its totals brought down by whatever
      * came off its copy - goes to the work file and back.
      *----------------------------------------------------------------
       3600-PurgeImageCopies.
           OPEN INPUT BackupCatalog.
           OPEN OUTPUT CatalogWork.
           READ BackupCatalog
               AT END SET EndBackupCatalog TO TRUE.
           PERFORM 3700-PurgeOneImageCopy
               THRU 3700-PurgeOneImageCopy-Exit
               UNTIL EndBackupCatalog.
           CLOSE BackupCatalog.
           CLOSE CatalogWork.

           OPEN INPUT CatalogWork.
           OPEN OUTPUT BackupCatalog.
           READ CatalogWork
               AT END SET EndCatalogWork TO TRUE.
           PERFORM 3900-CopyOneCatalogEntry
               THRU 3900-CopyOneCatalogEntry-Exit
               UNTIL EndCatalogWork.
           CLOSE CatalogWork.
           CLOSE BackupCatalog.
       3600-PurgeImageCopies-Exit.
           EXIT.

       3700-PurgeOneImageCopy.
           MOVE BcFileName TO WS-BackupName.
           MOVE ZERO TO WS-CopyRemovedCount.
           OPEN INPUT BackupFile.
           IF BackupFileOk
               OPEN OUTPUT BackupWork
               READ BackupFile
                   AT END SET EndBackupFile TO TRUE
               END-READ
               PERFORM 3710-SiftOneCopyRecord
                   THRU 3710-SiftOneCopyRecord-Exit
                   UNTIL EndBackupFile
               CLOSE BackupFile
               CLOSE BackupWork
               IF WS-CopyRemovedCount NOT = ZERO
                   PERFORM 3750-RewriteImageCopy
                       THRU 3750-RewriteImageCopy-Exit
               END-IF
           END-IF.
           MOVE BackupCatRec TO CwRec.
           WRITE CwRec.
           READ BackupCatalog
               AT END SET EndBackupCatalog TO TRUE.
       3700-PurgeOneImageCopy-Exit.
           EXIT.

       3710-SiftOneCopyRecord.
           MOVE BkStudentId TO WS-MatchId.
           PERFORM 8500-MatchIdAgainstTable
               THRU 8500-MatchIdAgainstTable-Exit.
           IF IdWasMatched
               ADD 1 TO ErImageCopyCount(WS-MatchIdx)
               ADD 1 TO WS-CopyRemovedCount
               SUBTRACT 1           FROM BcRecordCount
               SUBTRACT BkStudentId FROM BcIdHash
               SUBTRACT BkGradYear  FROM BcYearHash
           ELSE
               MOVE BkImageRec TO BwRec
               WRITE BwRec
           END-IF.
           READ BackupFile
               AT END SET EndBackupFile TO TRUE.
       3710-SiftOneCopyRecord-Exit.
           EXIT.

       3750-RewriteImageCopy.
           OPEN INPUT BackupWork.
           OPEN OUTPUT BackupFile.
           READ BackupWork
               AT END SET EndBackupWork TO TRUE.
           PERFORM 3800-CopyOneBkWorkRecord
               THRU 3800-CopyOneBkWorkRecord-Exit
               UNTIL EndBackupWork.
           CLOSE BackupWork.
           CLOSE BackupFile.
       3750-RewriteImageCopy-Exit.
           EXIT.

       3800-CopyOneBkWorkRecord.
           MOVE BwRec TO BkImageRec.
           WRITE BkImageRec.
           READ BackupWork
               AT END SET EndBackupWork TO TRUE.
       3800-CopyOneBkWorkRecord-Exit.
           EXIT.

       3900-CopyOneCatalogEntry.
           MOVE CwRec TO BackupCatRec.
           WRITE BackupCatRec.
           READ CatalogWork
               AT END SET EndCatalogWork TO TRUE.
       3900-CopyOneCatalogEntry-Exit.
           EXIT.

      *----------------------------------------------------------------
      * Sweep the whole journal.  Entries for a requested id get the
      * personal fields inside both images overwritten with the

      *----------------------------------------------------------------
      * The send history pairs StudentId with EmailAdd per campaign
      * and is keyed on StudentId first - every entry for a
      * requested id is deleted by key the same way the degree
      * records are.  An absent or empty file deletes nothing.
      *----------------------------------------------------------------
       5000-PurgeSendHistory.
           OPEN I-O SendHistory.
           MOVE 1 TO WS-EraseIdx.
           PERFORM 5100-PurgeOneGraduateSends
               THRU 5100-PurgeOneGraduateSends-Exit
               UNTIL WS-EraseIdx > WS-EraseTableCount.
           CLOSE SendHistory.
       5000-PurgeSendHistory-Exit.
           EXIT.

       5100-PurgeOneGraduateSends.
           MOVE "N" TO WS-ScanDoneFlag.
           MOVE ErStudentId(WS-EraseIdx) TO ShStudentId.
           MOVE LOW-VALUES TO ShCampaignId.
           MOVE ZERO TO ShSentDate.
           START SendHistory KEY IS NOT LESS THAN ShKey
               INVALID KEY SET ScanIsDone TO TRUE
           END-START.

           IF NOT ScanIsDone
               READ SendHistory NEXT RECORD
                   AT END SET ScanIsDone TO TRUE
               END-READ
           END-IF.

           PERFORM 5200-DeleteOneSendEntry
               THRU 5200-DeleteOneSendEntry-Exit
               UNTIL ScanIsDone.

           ADD 1 TO WS-EraseIdx.
       5100-PurgeOneGraduateSends-Exit.
           EXIT.

       5200-DeleteOneSendEntry.
           IF ShStudentId NOT = ErStudentId(WS-EraseIdx)
               SET ScanIsDone TO TRUE
           ELSE
               DELETE SendHistory
                   INVALID KEY
                       DISPLAY "GRADERASE: UNABLE TO DELETE SEND "
                           "HISTORY FOR STUDENT "
                           ErStudentId(WS-EraseIdx)
                   NOT INVALID KEY
                       ADD 1 TO ErSendHistCount(WS-EraseIdx)
               END-DELETE
               READ SendHistory NEXT RECORD
                   AT END SET ScanIsDone TO TRUE
               END-READ
           END-IF.
       5200-DeleteOneSendEntry-Exit.
           EXIT.

      *----------------------------------------------------------------
      * Event registrations are keyed on event id first, so each
      * requested id's registrations are found through the StudentId
      * alternate key instead.  Every delete is journalled under
      * this job's operator id.  An absent or empty file deletes
      * nothing.
      *----------------------------------------------------------------
       5500-PurgeEventRegs.
           OPEN I-O EventRegs.
           OPEN EXTEND EventJournal.
           MOVE 1 TO WS-EraseIdx.
           PERFORM 5600-PurgeOneGraduateRegs
               THRU 5600-PurgeOneGraduateRegs-Exit
               UNTIL WS-EraseIdx > WS-EraseTableCount.
           CLOSE EventRegs.
           CLOSE EventJournal.
       5500-PurgeEventRegs-Exit.
           EXIT.

       5600-PurgeOneGraduateRegs.
           MOVE "N" TO WS-ScanDoneFlag.
           MOVE ErStudentId(WS-EraseIdx) TO RgStudentId.
           START EventRegs KEY IS EQUAL TO RgStudentId
               INVALID KEY SET ScanIsDone TO TRUE
           END-START.

           IF NOT ScanIsDone
               READ EventRegs NEXT RECORD
                   AT END SET ScanIsDone TO TRUE
               END-READ
           END-IF.

           PERFORM 5700-DeleteOneEventReg
               THRU 5700-DeleteOneEventReg-Exit
               UNTIL ScanIsDone.

           ADD 1 TO WS-EraseIdx.
       5600-PurgeOneGraduateRegs-Exit.
           EXIT.

       5700-DeleteOneEventReg.
           IF RgStudentId NOT = ErStudentId(WS-EraseIdx)
               SET ScanIsDone TO TRUE
           ELSE
               MOVE EventRegRec TO WS-RegBeforeImage
               MOVE RgEventId   TO WS-RegEventId
               DELETE EventRegs
                   INVALID KEY
                       DISPLAY "GRADERASE: UNABLE TO DELETE EVENT "
                           "REGISTRATION FOR STUDENT "
                           ErStudentId(WS-EraseIdx)
                   NOT INVALID KEY
                       ADD 1 TO ErEventRegCount(WS-EraseIdx)
                       PERFORM 7600-WriteEventJournalEntry
                           THRU 7600-WriteEventJournalEntry-Exit
               END-DELETE
               READ EventRegs NEXT RECORD
                   AT END SET ScanIsDone TO TRUE
               END-READ
           END-IF.
       5700-DeleteOneEventReg-Exit.
           EXIT.

      *----------------------------------------------------------------
           MOVE WS-CertCountValue TO CD-Value.
           WRITE EraseCertLine FROM WS-CertDetailLine.

           MOVE "EVENTREGS.DAT REGISTRATIONS DELETED" TO CD-Label.
           MOVE ErEventRegCount(WS-EraseIdx) TO WS-CertCountValue.
           MOVE WS-CertCountValue TO CD-Value.
           WRITE EraseCertLine FROM WS-CertDetailLine.

           MOVE "GRADINFO IMAGE COPY RECORDS REMOVED" TO CD-Label.
           MOVE ErImageCopyCount(WS-EraseIdx) TO WS-CertCountValue.
           MOVE WS-CertCountValue TO CD-Value.
           WRITE EraseCertLine FROM WS-CertDetailLine.

           MOVE "SUPPRESSION.DAT SAFETY NET ADDED" TO CD-Label.
           IF ErSuppressAdded(WS-EraseIdx)
               MOVE "YES" TO CD-Value
       7500-WriteJournalEntry-Exit.
           EXIT.

      *----------------------------------------------------------------
      * Journal the registration delete just applied, the same way
      * EventMaint journals its own changes.
      *----------------------------------------------------------------
       7600-WriteEventJournalEntry.
           MOVE WS-OperatorId     TO EjOperator.
           ACCEPT EjDate FROM DATE YYYYMMDD.
           ACCEPT WS-TimeOfDay FROM TIME.
           MOVE WS-TimeHHMMSS     TO EjTime.
           MOVE "D"               TO EjAction.
           MOVE WS-RegEventId     TO EjEventId.
           MOVE ErStudentId(WS-EraseIdx) TO EjStudentId.
           MOVE WS-RegBeforeImage TO EjBeforeImage.
           MOVE SPACES            TO EjAfterImage.
           WRITE EventJournalEntry.
       7600-WriteEventJournalEntry-Exit.
           EXIT.

      *----------------------------------------------------------------
      * Is WS-MatchId one of the requested ids?  On exit WS-MatchIdx
      * sits on the matching table entry when IdWasMatched, so the
