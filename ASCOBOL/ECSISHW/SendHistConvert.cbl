       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SendHistConvert.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *----------------------------------------------------------------
      * The file as it stands today, a line-sequential log in the
      * order the runs appended it.  The operator renames
      * SendHistory.DAT to SendHistoryOld.DAT before the run; the
      * conversion never touches the original in place, so a failed
      * run loses nothing.
      *----------------------------------------------------------------
       SELECT SendHistoryOld ASSIGN TO "SendHistoryOld.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SendHistoryOldStatus.

       SELECT SendHistory ASSIGN TO "SendHistory.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ShKey
           FILE STATUS IS WS-SendHistoryStatus.

       DATA DIVISION.
       FILE SECTION.

      *----------------------------------------------------------------
      * The old record - the same four fields, campaign id first.
      *----------------------------------------------------------------
       FD SendHistoryOld.
       01 OldSendHistoryRec.
           88 EndSendHistoryOld   VALUE HIGH-VALUES.
           02 OldCampaignId       PIC X(8).
           02 OldSentDate         PIC 9(8).
           02 OldStudentId        PIC 9(6).
           02 OldEmailAdd         PIC X(28).

       FD SendHistory.
           COPY SENDHREC.

       WORKING-STORAGE SECTION.

       01 WS-SendHistoryOldStatus  PIC XX VALUE "00".
           88 SendHistoryOldOk     VALUE "00".

       01 WS-SendHistoryStatus     PIC XX VALUE "00".
           88 SendHistoryOk        VALUE "00".
           88 SendHistoryDupKey    VALUE "22".

      *----------------------------------------------------------------
      * Control totals - read must equal written plus duplicates at
      * the bottom or the conversion is not to be trusted.  A
      * duplicate is the same graduate stamped twice with the same
      * campaign and date (a same-day rerun of the campaign); the
      * first stamp carries across and says all the second did.
      *----------------------------------------------------------------
       01 WS-RecordsReadCount      PIC 9(6) VALUE ZERO.
       01 WS-RecordsWrittenCount   PIC 9(6) VALUE ZERO.
       01 WS-DuplicatesCount       PIC 9(6) VALUE ZERO.
       01 WS-AccountedCount        PIC 9(6) VALUE ZERO.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      * One-time conversion of SendHistory.DAT onto the indexed file
      * keyed on StudentId, campaign id and sent date - every entry
      * is copied across and the index puts each graduate's
      * mailings together.
      *----------------------------------------------------------------
       0000-Mainline.
           PERFORM 1000-Initialize
               THRU 1000-Initialize-Exit.

           PERFORM 2000-ConvertOneSendEntry
               THRU 2000-ConvertOneSendEntry-Exit
               UNTIL EndSendHistoryOld.

           PERFORM 8000-Finalize
               THRU 8000-Finalize-Exit.

           STOP RUN.

       1000-Initialize.
           OPEN INPUT SendHistoryOld.
           IF NOT SendHistoryOldOk
               DISPLAY "SENDHISTCONVERT: UNABLE TO OPEN "
                   "SENDHISTORYOLD.DAT - STATUS "
                   WS-SendHistoryOldStatus
               DISPLAY "(RENAME SENDHISTORY.DAT TO SENDHISTORYOLD.DAT "
                   "BEFORE THE RUN)"
               STOP RUN
           END-IF.

           OPEN OUTPUT SendHistory.
           IF NOT SendHistoryOk
               DISPLAY "SENDHISTCONVERT: UNABLE TO OPEN "
                   "SENDHISTORY.DAT - STATUS " WS-SendHistoryStatus
               STOP RUN
           END-IF.

           READ SendHistoryOld
               AT END SET EndSendHistoryOld TO TRUE.
       1000-Initialize-Exit.
           EXIT.

       2000-ConvertOneSendEntry.
           ADD 1 TO WS-RecordsReadCount.
           MOVE OldStudentId  TO ShStudentId.
           MOVE OldCampaignId TO ShCampaignId.
           MOVE OldSentDate   TO ShSentDate.
           MOVE OldEmailAdd   TO ShEmailAdd.
           WRITE SendHistoryRec
               INVALID KEY
                   IF SendHistoryDupKey
                       ADD 1 TO WS-DuplicatesCount
                   ELSE
                       DISPLAY "SENDHISTCONVERT: UNABLE TO WRITE "
                           "STUDENT " ShStudentId " CAMPAIGN "
                           ShCampaignId " - STATUS "
                           WS-SendHistoryStatus
                   END-IF
               NOT INVALID KEY
                   ADD 1 TO WS-RecordsWrittenCount
           END-WRITE.
           READ SendHistoryOld
               AT END SET EndSendHistoryOld TO TRUE.
       2000-ConvertOneSendEntry-Exit.
           EXIT.

       8000-Finalize.
           CLOSE SendHistoryOld.
           CLOSE SendHistory.
           DISPLAY "RECORDS READ       " WS-RecordsReadCount.
           DISPLAY "RECORDS WRITTEN    " WS-RecordsWrittenCount.
           DISPLAY "DUPLICATES DROPPED " WS-DuplicatesCount.
           COMPUTE WS-AccountedCount =
               WS-RecordsWrittenCount + WS-DuplicatesCount.
           IF WS-RecordsReadCount NOT = WS-AccountedCount
               DISPLAY "COUNTS DISAGREE - DO NOT DISCARD "
                   "SENDHISTORYOLD.DAT"
           END-IF.
       8000-Finalize-Exit.
           EXIT.
