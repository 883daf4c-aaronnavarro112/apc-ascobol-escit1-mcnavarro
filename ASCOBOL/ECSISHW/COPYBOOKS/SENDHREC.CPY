      *----------------------------------------------------------------
      * SENDHREC.CPY
      * Record layout for one entry on the indexed SendHistory.DAT
      * file - one StudentId/EmailAdd pair that went out on one
      * campaign's mail-merge extract, stamped with the campaign id
      * and the run date.  Added to by every CSISEmail extract run
      * and never rewritten, so the file is the permanent answer to
      * "which campaigns did this graduate get".  Keyed on StudentId
      * plus campaign id plus sent date, so a graduate's entries sit
      * together and are read by key rather than by passing the
      * whole file.  Shared by CSISEmail, SendHistInquire,
      * CampResults, GradErase and SendHistConvert so all carry the
      * same picture of the file.
      *----------------------------------------------------------------
       01 SendHistoryRec.
           88 EndSendHistory      VALUE HIGH-VALUES.
           02 ShKey.
               03 ShStudentId     PIC 9(6).
               03 ShCampaignId    PIC X(8).
               03 ShSentDate      PIC 9(8).
           02 ShEmailAdd          PIC X(28).
