       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CrmDelta.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT GradJournal ASSIGN TO "GradJournal.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GradJournalStatus.

       SELECT OPTIONAL StudentXref ASSIGN TO "StudentXref.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

      *----------------------------------------------------------------
      * High-water mark - how far into GradJournal.DAT and
      * StudentXref.DAT the Alumni CRM has already been sent.
      * OPTIONAL: an absent file is the first run, which sends
      * everything on both files.
      *----------------------------------------------------------------
       SELECT OPTIONAL CrmDeltaMark ASSIGN TO "CrmDeltaMark.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT DeltaSortFile ASSIGN TO DISK.

       SELECT CrmDeltaFile ASSIGN TO "CrmDelta.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT CrmDeltaRpt ASSIGN TO "CrmDeltaReport.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD GradJournal.
           COPY JRNLREC.

       FD StudentXref.
           COPY XREFREC.

      *----------------------------------------------------------------
      * The mark is the date and time of the newest journal entry
      * already sent, with the number of entries carrying exactly
      * that stamp - several can land in the same second, and the
      * count says how many of them have gone, so none is sent twice
      * and none is skipped.  StudentXref.DAT is only ever appended
      * to, so its mark is simply the number of records already sent.
      *----------------------------------------------------------------
       FD CrmDeltaMark.
       01 CrmDeltaMarkRec.
           88 EndCrmDeltaMark     VALUE HIGH-VALUES.
           02 HwJrnStamp.
               03 HwJrnDate       PIC 9(8).
               03 HwJrnTime       PIC 9(6).
           02 HwJrnSameCount      PIC 9(6).
           02 HwXrefCount         PIC 9(6).
           02 HwRunDate           PIC 9(8).

      *----------------------------------------------------------------
      * Journal entries past the mark, in StudentId order and, within
      * a StudentId, in the order they were journalled.
      *----------------------------------------------------------------
       SD DeltaSortFile.
       01 DeltaSortRec.
           02 DsStudentId         PIC 9(6).
           02 DsJrnSeq            PIC 9(8).
           02 DsBeforeImage       PIC X(155).
           02 DsAfterImage        PIC X(155).

      *----------------------------------------------------------------
      * The delta for the Alumni CRM.  One record per StudentId whose
      * record changed since the mark, carrying the net result: "A"
      * for a record that is new, "C" for one that is different, "D"
      * for one that is gone.  DlDetails is the record as it now
      * stands, in the GRADREC.CPY layout, and is blank on a delete.
      *----------------------------------------------------------------
       FD CrmDeltaFile.
       01 CrmDeltaRec.
           02 DlAction            PIC X.
           02 DlStudentId         PIC 9(6).
           02 DlDetails           PIC X(155).

      *----------------------------------------------------------------
      * "R" - a StudentId retired by GradMerge, with the surviving id
      * it was folded into, so the CRM can fold its own copy the same
      * way.  The retired id's delete goes out as a "D" as well.
      *----------------------------------------------------------------
       01 CrmRetireRec.
           02 DrAction            PIC X.
           02 DrOldStudentId      PIC 9(6).
           02 DrNewStudentId      PIC 9(6).
           02 DrMergeDate         PIC 9(8).
           02 FILLER              PIC X(141).

       FD CrmDeltaRpt.
       01 CrmDeltaRptLine         PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-GradJournalStatus     PIC XX VALUE "00".
           88 GradJournalOk        VALUE "00".

       01 WS-Switches.
           02 WS-SortDone          PIC X VALUE "N".
               88 SortIsDone       VALUE "Y".

      *----------------------------------------------------------------
      * The mark this run started from, and the one it will leave
      * behind.  An entry stamped before the old mark has been sent;
      * so have the first WS-OldSameCount entries stamped exactly on
      * it.
      *----------------------------------------------------------------
       01 WS-OldMark.
           02 WS-OldJrnStamp.
               03 WS-OldJrnDate    PIC 9(8) VALUE ZERO.
               03 WS-OldJrnTime    PIC 9(6) VALUE ZERO.
           02 WS-OldSameCount      PIC 9(6) VALUE ZERO.
           02 WS-OldXrefCount      PIC 9(6) VALUE ZERO.

       01 WS-NewMark.
           02 WS-NewJrnStamp.
               03 WS-NewJrnDate    PIC 9(8) VALUE ZERO.
               03 WS-NewJrnTime    PIC 9(6) VALUE ZERO.
           02 WS-NewSameCount      PIC 9(6) VALUE ZERO.
           02 WS-NewXrefCount      PIC 9(6) VALUE ZERO.

       01 WS-EntryStamp.
           02 WS-EntryDate         PIC 9(8).
           02 WS-EntryTime         PIC 9(6).

       01 WS-SeenAtOldStamp        PIC 9(6) VALUE ZERO.
       01 WS-JrnSeq                PIC 9(8) VALUE ZERO.
       01 WS-RunDate               PIC 9(8).

      *----------------------------------------------------------------
      * The StudentId in hand while the sorted entries are netted -
      * the before image of its first entry and the after image of
      * its last are all the net result needs.
      *----------------------------------------------------------------
       01 WS-CurStudentId          PIC 9(6).
       01 WS-NetBeforeImage        PIC X(155).
       01 WS-NetAfterImage         PIC X(155).

      *----------------------------------------------------------------
      * Control totals for the report.
      *----------------------------------------------------------------
       01 WS-JournalReadCount      PIC 9(6) VALUE ZERO.
       01 WS-JournalTakenCount     PIC 9(6) VALUE ZERO.
       01 WS-DeltaAddCount         PIC 9(6) VALUE ZERO.
       01 WS-DeltaChangeCount      PIC 9(6) VALUE ZERO.
       01 WS-DeltaDeleteCount      PIC 9(6) VALUE ZERO.
       01 WS-NettedOutCount        PIC 9(6) VALUE ZERO.
       01 WS-XrefReadCount         PIC 9(6) VALUE ZERO.
       01 WS-RetirementCount       PIC 9(6) VALUE ZERO.

       01 WS-MarkLine.
           02 ML-Label             PIC X(30).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 ML-JrnDate           PIC 9(8).
           02 FILLER               PIC X(1)  VALUE SPACE.
           02 ML-JrnTime           PIC 9(6).
           02 FILLER               PIC X(7)  VALUE "  SAME ".
           02 ML-SameCount         PIC 9(6).
           02 FILLER               PIC X(7)  VALUE "  XREF ".
           02 ML-XrefCount         PIC 9(6).
           02 FILLER               PIC X(7)  VALUE SPACES.

       01 WS-DeltaTotalLine.
           02 DT-Label             PIC X(30).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 DT-Count             PIC 9(6).
           02 FILLER               PIC X(42) VALUE SPACES.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      * Send the Alumni CRM what has changed on GradInfo.DAT since the
      * last clean run - net adds, changes and deletes off the journal
      * past the high-water mark, then the merge retirements - and
      * only then move the mark on.  A run that stops part way leaves
      * the mark where it was, so the rerun sends the same changes
      * again, plus any newer ones, and nothing is lost.
      *----------------------------------------------------------------
       0000-Mainline.
           PERFORM 1000-Initialize
               THRU 1000-Initialize-Exit.

           PERFORM 2000-ExtractJournalDelta
               THRU 2000-ExtractJournalDelta-Exit.

           PERFORM 3000-ExtractRetirements
               THRU 3000-ExtractRetirements-Exit.

           PERFORM 8000-Finalize
               THRU 8000-Finalize-Exit.

           GOBACK.

       1000-Initialize.
           ACCEPT WS-RunDate FROM DATE YYYYMMDD.

           OPEN INPUT CrmDeltaMark.
           READ CrmDeltaMark
               AT END SET EndCrmDeltaMark TO TRUE.
           IF NOT EndCrmDeltaMark
               MOVE HwJrnDate      TO WS-OldJrnDate
               MOVE HwJrnTime      TO WS-OldJrnTime
               MOVE HwJrnSameCount TO WS-OldSameCount
               MOVE HwXrefCount    TO WS-OldXrefCount
           END-IF.
           CLOSE CrmDeltaMark.
           MOVE WS-OldJrnStamp  TO WS-NewJrnStamp.
           MOVE ZERO            TO WS-NewSameCount.
           MOVE WS-OldXrefCount TO WS-NewXrefCount.

           OPEN INPUT GradJournal.
           IF NOT GradJournalOk
               DISPLAY "CRMDELTA: UNABLE TO OPEN GRADJOURNAL.DAT "
                   "- STATUS " WS-GradJournalStatus
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT CrmDeltaFile.
       1000-Initialize-Exit.
           EXIT.

      *----------------------------------------------------------------
      * Sort the journal entries past the mark into StudentId order
      * and net each StudentId's entries down to one delta record.
      *----------------------------------------------------------------
       2000-ExtractJournalDelta.
           SORT DeltaSortFile
               ON ASCENDING KEY DsStudentId DsJrnSeq
               INPUT PROCEDURE 2100-ReleaseNewEntries
                   THRU 2100-ReleaseNewEntries-Exit
               OUTPUT PROCEDURE 2500-WriteNetDelta
                   THRU 2500-WriteNetDelta-Exit.

      *----------------------------------------------------------------
      * Nothing newer than the old mark, and fewer entries on its
      * stamp than were sent (the journal cut back since) - the old
      * count still stands.
      *----------------------------------------------------------------
           IF WS-NewJrnStamp = WS-OldJrnStamp
              AND WS-NewSameCount < WS-OldSameCount
               MOVE WS-OldSameCount TO WS-NewSameCount
           END-IF.
       2000-ExtractJournalDelta-Exit.
           EXIT.

       2100-ReleaseNewEntries.
           READ GradJournal
               AT END SET EndGradJournal TO TRUE.
           PERFORM 2110-ReleaseOneEntry
               THRU 2110-ReleaseOneEntry-Exit
               UNTIL EndGradJournal.
           CLOSE GradJournal.
       2100-ReleaseNewEntries-Exit.
           EXIT.

      *----------------------------------------------------------------
      * Every entry read counts toward the new mark; only those past
      * the old one are released.  The new mark is the newest stamp
      * on the journal and the number of entries carrying it.
      *----------------------------------------------------------------
       2110-ReleaseOneEntry.
           ADD 1 TO WS-JournalReadCount.
           ADD 1 TO WS-JrnSeq.
           MOVE JrnDate TO WS-EntryDate.
           MOVE JrnTime TO WS-EntryTime.

           IF WS-EntryStamp > WS-NewJrnStamp
               MOVE WS-EntryStamp TO WS-NewJrnStamp
               MOVE 1 TO WS-NewSameCount
           ELSE
               IF WS-EntryStamp = WS-NewJrnStamp
                   ADD 1 TO WS-NewSameCount
               END-IF
           END-IF.

           IF WS-EntryStamp > WS-OldJrnStamp
               PERFORM 2120-ReleaseEntry
                   THRU 2120-ReleaseEntry-Exit
           ELSE
               IF WS-EntryStamp = WS-OldJrnStamp
                   ADD 1 TO WS-SeenAtOldStamp
                   IF WS-SeenAtOldStamp > WS-OldSameCount
                       PERFORM 2120-ReleaseEntry
                           THRU 2120-ReleaseEntry-Exit
                   END-IF
               END-IF
           END-IF.

           READ GradJournal
               AT END SET EndGradJournal TO TRUE.
       2110-ReleaseOneEntry-Exit.
           EXIT.

       2120-ReleaseEntry.
           ADD 1 TO WS-JournalTakenCount.
           MOVE JrnStudentId   TO DsStudentId.
           MOVE WS-JrnSeq      TO DsJrnSeq.
           MOVE JrnBeforeImage TO DsBeforeImage.
           MOVE JrnAfterImage  TO DsAfterImage.
           RELEASE DeltaSortRec.
       2120-ReleaseEntry-Exit.
           EXIT.

       2500-WriteNetDelta.
           MOVE "N" TO WS-SortDone.
           RETURN DeltaSortFile
               AT END SET SortIsDone TO TRUE.
           PERFORM 2510-NetOneStudent
               THRU 2510-NetOneStudent-Exit
               UNTIL SortIsDone.
       2500-WriteNetDelta-Exit.
           EXIT.

      *----------------------------------------------------------------
      * One StudentId's entries.  The first entry's before image is
      * the record as the CRM last saw it (blank if it did not exist)
      * and the last entry's after image is the record as it stands
      * (blank if it is gone) - the pair decides the net action.  A
      * record added and deleted again, or changed and changed back,
      * has no net result and sends nothing.
      *----------------------------------------------------------------
       2510-NetOneStudent.
           MOVE DsStudentId   TO WS-CurStudentId.
           MOVE DsBeforeImage TO WS-NetBeforeImage.
           PERFORM 2520-TakeOneEntry
               THRU 2520-TakeOneEntry-Exit
               UNTIL SortIsDone
                  OR DsStudentId NOT = WS-CurStudentId.

           MOVE WS-CurStudentId TO DlStudentId.
           IF WS-NetBeforeImage = SPACES
               IF WS-NetAfterImage = SPACES
                   ADD 1 TO WS-NettedOutCount
               ELSE
                   MOVE "A" TO DlAction
                   MOVE WS-NetAfterImage TO DlDetails
                   WRITE CrmDeltaRec
                   ADD 1 TO WS-DeltaAddCount
               END-IF
           ELSE
               IF WS-NetAfterImage = SPACES
                   MOVE "D" TO DlAction
                   MOVE SPACES TO DlDetails
                   WRITE CrmDeltaRec
                   ADD 1 TO WS-DeltaDeleteCount
               ELSE
                   IF WS-NetAfterImage = WS-NetBeforeImage
                       ADD 1 TO WS-NettedOutCount
                   ELSE
                       MOVE "C" TO DlAction
                       MOVE WS-NetAfterImage TO DlDetails
                       WRITE CrmDeltaRec
                       ADD 1 TO WS-DeltaChangeCount
                   END-IF
               END-IF
           END-IF.
       2510-NetOneStudent-Exit.
           EXIT.

       2520-TakeOneEntry.
           MOVE DsAfterImage TO WS-NetAfterImage.
           RETURN DeltaSortFile
               AT END SET SortIsDone TO TRUE.
       2520-TakeOneEntry-Exit.
           EXIT.

      *----------------------------------------------------------------
      * Retirements past the cross-reference mark, in the order the
      * merges made them.
      *----------------------------------------------------------------
       3000-ExtractRetirements.
           OPEN INPUT StudentXref.
           READ StudentXref
               AT END SET EndStudentXref TO TRUE.
           PERFORM 3100-TakeOneXrefEntry
               THRU 3100-TakeOneXrefEntry-Exit
               UNTIL EndStudentXref.
           CLOSE StudentXref.
           MOVE WS-XrefReadCount TO WS-NewXrefCount.
       3000-ExtractRetirements-Exit.
           EXIT.

       3100-TakeOneXrefEntry.
           ADD 1 TO WS-XrefReadCount.
           IF WS-XrefReadCount > WS-OldXrefCount
               MOVE "R"            TO DrAction
               MOVE XrOldStudentId TO DrOldStudentId
               MOVE XrNewStudentId TO DrNewStudentId
               MOVE XrMergeDate    TO DrMergeDate
               WRITE CrmRetireRec
               ADD 1 TO WS-RetirementCount
           END-IF.
           READ StudentXref
               AT END SET EndStudentXref TO TRUE.
       3100-TakeOneXrefEntry-Exit.
           EXIT.

      *----------------------------------------------------------------
      * The delta is complete - report it and only then move the mark
      * on to cover everything it carried.
      *----------------------------------------------------------------
       8000-Finalize.
           CLOSE CrmDeltaFile.

           OPEN OUTPUT CrmDeltaRpt.

           MOVE "MARK AT START OF RUN"  TO ML-Label.
           MOVE WS-OldJrnDate           TO ML-JrnDate.
           MOVE WS-OldJrnTime           TO ML-JrnTime.
           MOVE WS-OldSameCount         TO ML-SameCount.
           MOVE WS-OldXrefCount         TO ML-XrefCount.
           WRITE CrmDeltaRptLine FROM WS-MarkLine.

           MOVE "MARK AT END OF RUN"    TO ML-Label.
           MOVE WS-NewJrnDate           TO ML-JrnDate.
           MOVE WS-NewJrnTime           TO ML-JrnTime.
           MOVE WS-NewSameCount         TO ML-SameCount.
           MOVE WS-NewXrefCount         TO ML-XrefCount.
           WRITE CrmDeltaRptLine FROM WS-MarkLine.

           MOVE "JOURNAL ENTRIES READ"  TO DT-Label.
           MOVE WS-JournalReadCount     TO DT-Count.
           WRITE CrmDeltaRptLine FROM WS-DeltaTotalLine.

           MOVE "JOURNAL ENTRIES PAST MARK" TO DT-Label.
           MOVE WS-JournalTakenCount    TO DT-Count.
           WRITE CrmDeltaRptLine FROM WS-DeltaTotalLine.

           MOVE "DELTA ADDS"            TO DT-Label.
           MOVE WS-DeltaAddCount        TO DT-Count.
           WRITE CrmDeltaRptLine FROM WS-DeltaTotalLine.

           MOVE "DELTA CHANGES"         TO DT-Label.
           MOVE WS-DeltaChangeCount     TO DT-Count.
           WRITE CrmDeltaRptLine FROM WS-DeltaTotalLine.

           MOVE "DELTA DELETES"         TO DT-Label.
           MOVE WS-DeltaDeleteCount     TO DT-Count.
           WRITE CrmDeltaRptLine FROM WS-DeltaTotalLine.

           MOVE "IDS WITH NO NET CHANGE" TO DT-Label.
           MOVE WS-NettedOutCount       TO DT-Count.
           WRITE CrmDeltaRptLine FROM WS-DeltaTotalLine.

           MOVE "DELTA RETIREMENTS"     TO DT-Label.
           MOVE WS-RetirementCount      TO DT-Count.
           WRITE CrmDeltaRptLine FROM WS-DeltaTotalLine.

           CLOSE CrmDeltaRpt.

           OPEN OUTPUT CrmDeltaMark.
           MOVE WS-NewJrnDate   TO HwJrnDate.
           MOVE WS-NewJrnTime   TO HwJrnTime.
           MOVE WS-NewSameCount TO HwJrnSameCount.
           MOVE WS-NewXrefCount TO HwXrefCount.
           MOVE WS-RunDate      TO HwRunDate.
           WRITE CrmDeltaMarkRec.
           CLOSE CrmDeltaMark.
       8000-Finalize-Exit.
           EXIT.
