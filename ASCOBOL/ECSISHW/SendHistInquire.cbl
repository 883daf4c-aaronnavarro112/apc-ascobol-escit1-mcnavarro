      * has run yet, not a broken inquiry.
      *----------------------------------------------------------------
       SELECT OPTIONAL SendHistory ASSIGN TO "SendHistory.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ShKey
           FILE STATUS IS WS-SendHistoryStatus.

       DATA DIVISION.
       FILE SECTION.

       WORKING-STORAGE SECTION.

       01 WS-SendHistoryStatus      PIC XX VALUE "00".
           88 SendHistoryOk         VALUE "00".

       01 WS-Switches.
           02 WS-DoneFlag           PIC X VALUE "N".
               88 UserIsDone        VALUE "Y".
           02 WS-ScanDoneFlag       PIC X VALUE "N".
               88 ScanIsDone        VALUE "Y".

      *----------------------------------------------------------------
      * The StudentId being asked about - zero ends the session, the
       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      * Which campaigns did this graduate get - the send history is
      * keyed on StudentId first, so each inquiry positions on the
      * keyed StudentId and lists its entries with campaign id, date
      * and the address each went to, stopping at the first entry
      * for anybody else.
      *----------------------------------------------------------------
       0000-Mainline.
           OPEN INPUT SendHistory.

           PERFORM 2000-ProcessOneInquiry
               THRU 2000-ProcessOneInquiry-Exit
               UNTIL UserIsDone.

           CLOSE SendHistory.
           STOP RUN.

       2000-ProcessOneInquiry.
               SET UserIsDone TO TRUE
           ELSE
               MOVE ZERO TO WS-MatchCount
               MOVE "N" TO WS-ScanDoneFlag
               MOVE WS-SelectStudentId TO ShStudentId
               MOVE LOW-VALUES TO ShCampaignId
               MOVE ZERO TO ShSentDate
               START SendHistory KEY IS NOT LESS THAN ShKey
                   INVALID KEY SET ScanIsDone TO TRUE
               END-START
               IF NOT ScanIsDone
                   READ SendHistory NEXT RECORD
                       AT END SET ScanIsDone TO TRUE
                   END-READ
               END-IF
               PERFORM 2100-ListOneSendHistEntry
                   THRU 2100-ListOneSendHistEntry-Exit
                   UNTIL ScanIsDone
               IF WS-MatchCount = ZERO
                   DISPLAY "NO CAMPAIGNS ON RECORD FOR THAT "
                       "STUDENT ID"
       2000-ProcessOneInquiry-Exit.
           EXIT.

       2100-ListOneSendHistEntry.
           IF ShStudentId NOT = WS-SelectStudentId
               SET ScanIsDone TO TRUE
           ELSE
               ADD 1 TO WS-MatchCount
               DISPLAY "CAMPAIGN: " ShCampaignId
                   "  DATE: " ShSentDate
                   "  EMAIL: " ShEmailAdd
               READ SendHistory NEXT RECORD
                   AT END SET ScanIsDone TO TRUE
               END-READ
           END-IF.
       2100-ListOneSendHistEntry-Exit.
           EXIT.
