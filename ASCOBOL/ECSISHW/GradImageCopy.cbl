       IDENTIFICATION DIVISION.
       PROGRAM-ID.  GradImageCopy.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT GradInfo ASSIGN TO "GradInfo.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS StudentId
           ALTERNATE RECORD KEY IS EmailAdd WITH DUPLICATES
           FILE STATUS IS WS-GradInfoStatus.

      *----------------------------------------------------------------
      * The image copy - a fresh file every night, named for the date
      * and time it was taken (GradInfoBkpYYYYMMDDHHMMSS.DAT), so no
      * copy ever overwrites an older one.  The name is built at
      * start-up into WS-BackupName before the file is opened.
      *----------------------------------------------------------------
       SELECT BackupFile ASSIGN TO WS-BackupName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BackupFileStatus.

      *----------------------------------------------------------------
      * Read only, to find the journal mark the copy stands at.
      * OPTIONAL: no journal yet just means nothing has ever changed
      * GradInfo.DAT since it was loaded.
      *----------------------------------------------------------------
       SELECT OPTIONAL GradJournal ASSIGN TO "GradJournal.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

      *----------------------------------------------------------------
      * The catalogue of copies taken - one entry appended per run.
      * OPTIONAL: an absent file is the first copy ever taken.
      *----------------------------------------------------------------
       SELECT OPTIONAL BackupCatalog ASSIGN TO "BackupCatalog.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT ImageCopyRpt ASSIGN TO "ImageCopyReport.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD GradInfo.
           COPY GRADREC.

      *----------------------------------------------------------------
      * One GradDetails image per record, in StudentId order - the
      * same 155-byte layout the archive and the journal images use.
      *----------------------------------------------------------------
       FD BackupFile.
       01 BkImageRec              PIC X(155).
           88 EndBackupFile       VALUE HIGH-VALUES.
       01 BkImageFields.
           02 BkStudentId         PIC 9(6).
           02 FILLER              PIC X(25).
           02 BkGradYear          PIC 9(4).
           02 FILLER              PIC X(120).

       FD GradJournal.
           COPY JRNLREC.

       FD BackupCatalog.
           COPY BKCATREC.

       FD ImageCopyRpt.
       01 ImageCopyRptLine        PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-GradInfoStatus        PIC XX VALUE "00".
           88 GradInfoOk           VALUE "00".

       01 WS-BackupFileStatus      PIC XX VALUE "00".
           88 BackupFileOk         VALUE "00".

       01 WS-BackupName            PIC X(40) VALUE SPACES.

       01 WS-Switches.
           02 WS-CopyFailedFlag    PIC X VALUE "N".
               88 CopyHasFailed    VALUE "Y".

      *----------------------------------------------------------------
      * When the copy was taken.  ACCEPT FROM TIME hands back
      * HHMMSSss - only the HHMMSS head goes into the name and onto
      * the catalogue.
      *----------------------------------------------------------------
       01 WS-RunDate               PIC 9(8).
       01 WS-TimeOfDay.
           02 WS-TimeHHMMSS        PIC 9(6).
           02 FILLER               PIC 99.

      *----------------------------------------------------------------
      * The journal mark - the newest stamp on the journal and the
      * number of entries carrying it, worked out the same way
      * CrmDelta works out its own.
      *----------------------------------------------------------------
       01 WS-JrnMark.
           02 WS-JrnMarkStamp.
               03 WS-JrnMarkDate   PIC 9(8) VALUE ZERO.
               03 WS-JrnMarkTime   PIC 9(6) VALUE ZERO.
           02 WS-JrnSameCount      PIC 9(6) VALUE ZERO.

       01 WS-EntryStamp.
           02 WS-EntryDate         PIC 9(8).
           02 WS-EntryTime         PIC 9(6).

      *----------------------------------------------------------------
      * Control totals, taken three times over - as the records were
      * unloaded, as the copy reads back, and as the live file reads
      * on the second pass.  All three must agree, and every image on
      * the copy must match its live record, for the copy to go on
      * the catalogue as verified.
      *----------------------------------------------------------------
       01 WS-UnloadTotals.
           02 WS-UnloadCount       PIC 9(6)  VALUE ZERO.
           02 WS-UnloadIdHash      PIC 9(12) VALUE ZERO.
           02 WS-UnloadYearHash    PIC 9(10) VALUE ZERO.

       01 WS-CopyTotals.
           02 WS-CopyCount         PIC 9(6)  VALUE ZERO.
           02 WS-CopyIdHash        PIC 9(12) VALUE ZERO.
           02 WS-CopyYearHash      PIC 9(10) VALUE ZERO.

       01 WS-LiveTotals.
           02 WS-LiveCount         PIC 9(6)  VALUE ZERO.
           02 WS-LiveIdHash        PIC 9(12) VALUE ZERO.
           02 WS-LiveYearHash      PIC 9(10) VALUE ZERO.

       01 WS-MismatchCount         PIC 9(6)  VALUE ZERO.

      *----------------------------------------------------------------
      * Report lines.
      *----------------------------------------------------------------
       01 WS-CopyNameLine.
           02 FILLER               PIC X(12) VALUE "IMAGE COPY  ".
           02 CN-FileName          PIC X(40).
           02 FILLER               PIC X(28) VALUE SPACES.

       01 WS-MarkLine.
           02 ML-Label             PIC X(30).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 ML-JrnDate           PIC 9(8).
           02 FILLER               PIC X(1)  VALUE SPACE.
           02 ML-JrnTime           PIC 9(6).
           02 FILLER               PIC X(7)  VALUE "  SAME ".
           02 ML-SameCount         PIC 9(6).
           02 FILLER               PIC X(20) VALUE SPACES.

       01 WS-TotalsHeadLine.
           02 FILLER               PIC X(32) VALUE SPACES.
           02 FILLER               PIC X(8)  VALUE "RECORDS ".
           02 FILLER               PIC X(14) VALUE "STUDENTID HASH".
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 FILLER               PIC X(13) VALUE "GRADYEAR HASH".
           02 FILLER               PIC X(11) VALUE SPACES.

       01 WS-TotalsLine.
           02 TL-Label             PIC X(30).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 TL-Count             PIC 9(6).
           02 FILLER               PIC X(4)  VALUE SPACES.
           02 TL-IdHash            PIC 9(12).
           02 FILLER               PIC X(5)  VALUE SPACES.
           02 TL-YearHash          PIC 9(10).
           02 FILLER               PIC X(11) VALUE SPACES.

       01 WS-MismatchLine.
           02 FILLER               PIC X(30)
               VALUE "IMAGES NOT MATCHING LIVE FILE".
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 MM-Count             PIC 9(6).
           02 FILLER               PIC X(42) VALUE SPACES.

       01 WS-VerdictLine           PIC X(80).

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      * Take the nightly image copy of GradInfo.DAT - unload every
      * record to a dated file, confirm the copy record by record
      * against the live file and by count and hash totals, and
      * catalogue it with the journal mark it stands at, so
      * GradRollForward can rebuild the file from it.  A copy that
      * does not confirm is still catalogued, marked failed, and the
      * step comes back with return code 8.
      *----------------------------------------------------------------
       0000-Mainline.
           PERFORM 1000-Initialize
               THRU 1000-Initialize-Exit.

           PERFORM 2000-UnloadGradInfo
               THRU 2000-UnloadGradInfo-Exit.

           PERFORM 3000-VerifyCopy
               THRU 3000-VerifyCopy-Exit.

           PERFORM 4000-CatalogueCopy
               THRU 4000-CatalogueCopy-Exit.

           PERFORM 8000-Finalize
               THRU 8000-Finalize-Exit.

           GOBACK.

       1000-Initialize.
           ACCEPT WS-RunDate FROM DATE YYYYMMDD.
           ACCEPT WS-TimeOfDay FROM TIME.
           MOVE SPACES TO WS-BackupName.
           STRING "GradInfoBkp"  DELIMITED BY SIZE
                  WS-RunDate     DELIMITED BY SIZE
                  WS-TimeHHMMSS  DELIMITED BY SIZE
                  ".DAT"         DELIMITED BY SIZE
               INTO WS-BackupName.

           PERFORM 1100-FindJournalMark
               THRU 1100-FindJournalMark-Exit.

           OPEN INPUT GradInfo.
           IF NOT GradInfoOk
               DISPLAY "GRADIMAGECOPY: UNABLE TO OPEN GRADINFO.DAT "
                   "- STATUS " WS-GradInfoStatus
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT BackupFile.
           IF NOT BackupFileOk
               DISPLAY "GRADIMAGECOPY: UNABLE TO OPEN "
                   WS-BackupName " - STATUS " WS-BackupFileStatus
               CLOSE GradInfo
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT ImageCopyRpt.
       1000-Initialize-Exit.
           EXIT.

      *----------------------------------------------------------------
      * The copy is taken in the night stream with nothing else
      * updating GradInfo.DAT, so the newest entry on the journal now
      * is the newest one the copy reflects.
      *----------------------------------------------------------------
       1100-FindJournalMark.
           OPEN INPUT GradJournal.
           READ GradJournal
               AT END SET EndGradJournal TO TRUE.
           PERFORM 1110-MarkOneEntry
               THRU 1110-MarkOneEntry-Exit
               UNTIL EndGradJournal.
           CLOSE GradJournal.
       1100-FindJournalMark-Exit.
           EXIT.

       1110-MarkOneEntry.
           MOVE JrnDate TO WS-EntryDate.
           MOVE JrnTime TO WS-EntryTime.
           IF WS-EntryStamp > WS-JrnMarkStamp
               MOVE WS-EntryStamp TO WS-JrnMarkStamp
               MOVE 1 TO WS-JrnSameCount
           ELSE
               IF WS-EntryStamp = WS-JrnMarkStamp
                   ADD 1 TO WS-JrnSameCount
               END-IF
           END-IF.
           READ GradJournal
               AT END SET EndGradJournal TO TRUE.
       1110-MarkOneEntry-Exit.
           EXIT.

      *----------------------------------------------------------------
      * Unload the whole file in StudentId order, totalling as it
      * goes.
      *----------------------------------------------------------------
       2000-UnloadGradInfo.
           READ GradInfo NEXT RECORD
               AT END SET EndGradInfo TO TRUE.
           PERFORM 2100-UnloadOneRecord
               THRU 2100-UnloadOneRecord-Exit
               UNTIL EndGradInfo.
           CLOSE GradInfo.
           CLOSE BackupFile.
       2000-UnloadGradInfo-Exit.
           EXIT.

       2100-UnloadOneRecord.
           MOVE GradDetails TO BkImageRec.
           WRITE BkImageRec.
           IF NOT BackupFileOk
               DISPLAY "GRADIMAGECOPY: UNABLE TO WRITE STUDENT "
                   StudentId " TO " WS-BackupName " - STATUS "
                   WS-BackupFileStatus
               SET CopyHasFailed TO TRUE
           END-IF.
           ADD 1          TO WS-UnloadCount.
           ADD StudentId  TO WS-UnloadIdHash.
           ADD GradYear   TO WS-UnloadYearHash.
           READ GradInfo NEXT RECORD
               AT END SET EndGradInfo TO TRUE.
       2100-UnloadOneRecord-Exit.
           EXIT.

      *----------------------------------------------------------------
      * Read the copy back and the live file over again side by
      * side, both in StudentId order - every image must match its
      * live record, and neither may run out before the other.
      *----------------------------------------------------------------
       3000-VerifyCopy.
           OPEN INPUT BackupFile.
           IF NOT BackupFileOk
               DISPLAY "GRADIMAGECOPY: UNABLE TO REOPEN "
                   WS-BackupName " - STATUS " WS-BackupFileStatus
               SET CopyHasFailed TO TRUE
           ELSE
               OPEN INPUT GradInfo
               IF NOT GradInfoOk
                   DISPLAY "GRADIMAGECOPY: UNABLE TO REOPEN "
                       "GRADINFO.DAT - STATUS " WS-GradInfoStatus
                   SET CopyHasFailed TO TRUE
               ELSE
                   PERFORM 3050-CompareFiles
                       THRU 3050-CompareFiles-Exit
                   CLOSE GradInfo
               END-IF
               CLOSE BackupFile
           END-IF.

           IF WS-MismatchCount NOT = ZERO
              OR WS-CopyTotals NOT = WS-UnloadTotals
              OR WS-LiveTotals NOT = WS-UnloadTotals
               SET CopyHasFailed TO TRUE
           END-IF.
       3000-VerifyCopy-Exit.
           EXIT.

       3050-CompareFiles.
           READ BackupFile
               AT END SET EndBackupFile TO TRUE.
           READ GradInfo NEXT RECORD
               AT END SET EndGradInfo TO TRUE.
           PERFORM 3100-CompareOneRecord
               THRU 3100-CompareOneRecord-Exit
               UNTIL EndBackupFile AND EndGradInfo.
       3050-CompareFiles-Exit.
           EXIT.

      *----------------------------------------------------------------
      * A record on one side only counts as a mismatch and only that
      * side moves on; a matched pair moves both.
      *----------------------------------------------------------------
       3100-CompareOneRecord.
           IF EndBackupFile OR EndGradInfo
               ADD 1 TO WS-MismatchCount
           ELSE
               IF BkImageRec NOT = GradDetails
                   ADD 1 TO WS-MismatchCount
               END-IF
           END-IF.

           IF NOT EndBackupFile
               ADD 1           TO WS-CopyCount
               ADD BkStudentId TO WS-CopyIdHash
               ADD BkGradYear  TO WS-CopyYearHash
               READ BackupFile
                   AT END SET EndBackupFile TO TRUE
               END-READ
           END-IF.

           IF NOT EndGradInfo
               ADD 1           TO WS-LiveCount
               ADD StudentId   TO WS-LiveIdHash
               ADD GradYear    TO WS-LiveYearHash
               READ GradInfo NEXT RECORD
                   AT END SET EndGradInfo TO TRUE
               END-READ
           END-IF.
       3100-CompareOneRecord-Exit.
           EXIT.

      *----------------------------------------------------------------
      * Catalogue the copy under the totals it was unloaded with -
      * verified or not, so the catalogue is the full list of copies
      * taken and GradRollForward can refuse the ones that failed.
      *----------------------------------------------------------------
       4000-CatalogueCopy.
           OPEN EXTEND BackupCatalog.
           MOVE WS-RunDate        TO BcBackupDate.
           MOVE WS-TimeHHMMSS     TO BcBackupTime.
           MOVE WS-BackupName     TO BcFileName.
           MOVE WS-UnloadCount    TO BcRecordCount.
           MOVE WS-UnloadIdHash   TO BcIdHash.
           MOVE WS-UnloadYearHash TO BcYearHash.
           MOVE WS-JrnMarkDate    TO BcJrnDate.
           MOVE WS-JrnMarkTime    TO BcJrnTime.
           MOVE WS-JrnSameCount   TO BcJrnSameCount.
           IF CopyHasFailed
               SET BcCopyFailed TO TRUE
           ELSE
               SET BcCopyVerified TO TRUE
           END-IF.
           WRITE BackupCatRec.
           CLOSE BackupCatalog.
       4000-CatalogueCopy-Exit.
           EXIT.

       8000-Finalize.
           MOVE WS-BackupName TO CN-FileName.
           WRITE ImageCopyRptLine FROM WS-CopyNameLine.

           MOVE "JOURNAL MARK" TO ML-Label.
           MOVE WS-JrnMarkDate  TO ML-JrnDate.
           MOVE WS-JrnMarkTime  TO ML-JrnTime.
           MOVE WS-JrnSameCount TO ML-SameCount.
           WRITE ImageCopyRptLine FROM WS-MarkLine.

           WRITE ImageCopyRptLine FROM WS-TotalsHeadLine.

           MOVE "RECORDS UNLOADED" TO TL-Label.
           MOVE WS-UnloadCount    TO TL-Count.
           MOVE WS-UnloadIdHash   TO TL-IdHash.
           MOVE WS-UnloadYearHash TO TL-YearHash.
           WRITE ImageCopyRptLine FROM WS-TotalsLine.

           MOVE "RECORDS READ BACK OFF THE COPY" TO TL-Label.
           MOVE WS-CopyCount      TO TL-Count.
           MOVE WS-CopyIdHash     TO TL-IdHash.
           MOVE WS-CopyYearHash   TO TL-YearHash.
           WRITE ImageCopyRptLine FROM WS-TotalsLine.

           MOVE "RECORDS ON THE LIVE FILE" TO TL-Label.
           MOVE WS-LiveCount      TO TL-Count.
           MOVE WS-LiveIdHash     TO TL-IdHash.
           MOVE WS-LiveYearHash   TO TL-YearHash.
           WRITE ImageCopyRptLine FROM WS-TotalsLine.

           MOVE WS-MismatchCount TO MM-Count.
           WRITE ImageCopyRptLine FROM WS-MismatchLine.

           IF CopyHasFailed
               MOVE "COPY NOT CONFIRMED - CATALOGUED AS FAILED"
                   TO WS-VerdictLine
               DISPLAY "GRADIMAGECOPY: " WS-BackupName
                   " NOT CONFIRMED AGAINST GRADINFO.DAT"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE "COPY CONFIRMED AGAINST THE LIVE FILE"
                   TO WS-VerdictLine
           END-IF.
           WRITE ImageCopyRptLine FROM WS-VerdictLine.
           CLOSE ImageCopyRpt.
       8000-Finalize-Exit.
           EXIT.
