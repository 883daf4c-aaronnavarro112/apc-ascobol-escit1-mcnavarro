       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CampaignMaint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *----------------------------------------------------------------
      * Campaign definitions - the audience rules CSISEmail applies
      * to the campaign named on RunParm.DAT.  OPTIONAL so the first
      * session starts the file rather than failing to open it.
      *----------------------------------------------------------------
       SELECT OPTIONAL CampaignDefs ASSIGN TO "CampaignDefs.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

      *----------------------------------------------------------------
      * Operator authority file, maintained by OperMaint - the
      * sign-on id must be on it, and its authority level gates the
      * update functions.  OPTIONAL only so the open cannot abort;
      * an absent or empty file refuses every sign-on and says to
      * run OperMaint.
      *----------------------------------------------------------------
       SELECT OPTIONAL OperAuth ASSIGN TO "OperAuth.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD CampaignDefs.
           COPY CAMPREC.

       FD OperAuth.
           COPY OPERREC.

       WORKING-STORAGE SECTION.

       01 WS-Switches.
           02 WS-DoneFlag           PIC X VALUE "N".
               88 UserIsDone        VALUE "Y".
           02 WS-EntryFound         PIC X VALUE "N".
               88 EntryWasFound     VALUE "Y".
           02 WS-SlotFound          PIC X VALUE "N".
               88 SlotWasFound      VALUE "Y".
           02 WS-LoadedFlag         PIC X VALUE "N".
               88 FileIsLoaded      VALUE "Y".
           02 WS-RulesValidFlag     PIC X VALUE "Y".
               88 RulesAreValid     VALUE "Y".
           02 WS-DomainsDoneFlag    PIC X VALUE "N".
               88 DomainsAreDone    VALUE "Y".

      *----------------------------------------------------------------
      * The operator running this session and the authority that id
      * carries on OperAuth.DAT.
      *----------------------------------------------------------------
       01 WS-OperatorId             PIC X(8).
       01 WS-AuthLevel              PIC X VALUE SPACE.
           88 OperCanUpdate         VALUE "U" "F".
           88 OperHasFull           VALUE "F".

       01 WS-OperFound              PIC X VALUE "N".
           88 OperatorWasFound      VALUE "Y".

       01 WS-OperTableCount        PIC 9(4) COMP VALUE ZERO.
       01 WS-OperTable.
           02 WS-OperEntry OCCURS 100 TIMES
               INDEXED BY OpIdx.
               03 OpTblOperatorId   PIC X(8).
               03 OpTblAuthLevel    PIC X.

       01 WS-Function               PIC X.
           88 FunctionIsAdd         VALUE "A" "a".
           88 FunctionIsChange      VALUE "C" "c".
           88 FunctionIsDelete      VALUE "D" "d".
           88 FunctionIsInquire     VALUE "I" "i".
           88 FunctionIsList        VALUE "L" "l".
           88 FunctionIsExit        VALUE "X" "x".

      *----------------------------------------------------------------
      * The definition being keyed or changed - laid out byte for
      * byte like CampaignRec, so a whole definition moves between
      * the record, this work area and the table in one group MOVE.
      *----------------------------------------------------------------
       01 WS-EnteredCampaign.
           02 WS-EnteredCampaignId   PIC X(8).
           02 WS-EnteredRules.
               03 WS-EnteredDescription PIC X(40).
               03 WS-EnteredCourseList.
                   04 WS-EnteredCourseCode OCCURS 10 TIMES PIC X.
               03 WS-EnteredCountryList.
                   04 WS-EnteredCountryCode OCCURS 10 TIMES PIC XX.
               03 WS-EnteredYearList.
                   04 WS-EnteredGradYear OCCURS 10 TIMES PIC X(4).
               03 WS-EnteredMilestoneList.
                   04 WS-EnteredMilestone OCCURS 5 TIMES PIC XX.
               03 WS-EnteredDomainRule PIC X.
                   88 EnteredRuleIsKnown VALUE SPACE "I" "E".
               03 WS-EnteredDomainList.
                   04 WS-EnteredDomain OCCURS 5 TIMES PIC X(20).

      *----------------------------------------------------------------
      * One reply on the change screen - blank keeps the current
      * value, the same keep-current convention GradMaint's C-CHANGE
      * uses, and an asterisk clears a rule list outright.
      *----------------------------------------------------------------
       01 WS-ChangeText             PIC X(40).
           88 ChangeKeepsCurrent    VALUE SPACES.
           88 ChangeClearsRule      VALUE "*".

      *----------------------------------------------------------------
      * CampaignDefs.DAT is loaded here at start-up, worked on in
      * storage, and written back in CmCampaignId order at exit.
      *----------------------------------------------------------------
       01 WS-CampTableCount        PIC 9(4) COMP VALUE ZERO.
       01 WS-CampTable.
           02 WS-CampEntry OCCURS 200 TIMES.
               03 CmTblCampaignId   PIC X(8).
               03 CmTblRules        PIC X(221).

      *----------------------------------------------------------------
      * Table subscripts - WS-CampIdx walks the table,
      * WS-CampShiftIdx runs the insert/delete shifts, and
      * WS-ListIdx walks one rule list inside a definition.
      *----------------------------------------------------------------
       01 WS-CampIdx               PIC 9(4) COMP.
       01 WS-CampShiftIdx          PIC 9(4) COMP.
       01 WS-ListIdx               PIC 9(4) COMP.

       PROCEDURE DIVISION.

       0000-Mainline.
           PERFORM 1000-Initialize
               THRU 1000-Initialize-Exit.

           PERFORM 2000-ProcessOneRequest
               THRU 2000-ProcessOneRequest-Exit
               UNTIL UserIsDone.

           PERFORM 8000-Finalize
               THRU 8000-Finalize-Exit.

           STOP RUN.

       1000-Initialize.
           MOVE SPACES TO WS-OperatorId.
           PERFORM 1050-AcceptOperatorId
               THRU 1050-AcceptOperatorId-Exit
               UNTIL WS-OperatorId NOT = SPACES.
           PERFORM 1060-CheckOperatorAuth
               THRU 1060-CheckOperatorAuth-Exit.

           IF NOT UserIsDone
               SET FileIsLoaded TO TRUE
               OPEN INPUT CampaignDefs
               READ CampaignDefs
                   AT END SET EndCampaignDefs TO TRUE
               END-READ
               PERFORM 1100-LoadOneCampaign
                   THRU 1100-LoadOneCampaign-Exit
                   UNTIL EndCampaignDefs
               CLOSE CampaignDefs
           END-IF.
       1000-Initialize-Exit.
           EXIT.

       1050-AcceptOperatorId.
           DISPLAY "OPERATOR ID (8 CHARACTERS)    : ".
           ACCEPT WS-OperatorId.
       1050-AcceptOperatorId-Exit.
           EXIT.

      *----------------------------------------------------------------
      * The keyed id must be on OperAuth.DAT - a campaign definition
      * decides who gets the next appeal.  The session ends right
      * here when the id is unknown (or the file has never been set
      * up).
      *----------------------------------------------------------------
       1060-CheckOperatorAuth.
           OPEN INPUT OperAuth.
           READ OperAuth
               AT END SET EndOperators TO TRUE.
           PERFORM 1070-LoadOneOperator
               THRU 1070-LoadOneOperator-Exit
               UNTIL EndOperators.
           CLOSE OperAuth.

           IF WS-OperTableCount = ZERO
               DISPLAY "NO OPERATORS ON FILE - RUN OPERMAINT FIRST"
               SET UserIsDone TO TRUE
           ELSE
               MOVE "N" TO WS-OperFound
               SET OpIdx TO 1
               SEARCH WS-OperEntry
                   VARYING OpIdx
                   AT END
                       CONTINUE
                   WHEN OpIdx > WS-OperTableCount
                       CONTINUE
                   WHEN OpTblOperatorId(OpIdx) = WS-OperatorId
                       SET OperatorWasFound TO TRUE
                       MOVE OpTblAuthLevel(OpIdx) TO WS-AuthLevel
               END-SEARCH
               IF NOT OperatorWasFound
                   DISPLAY "OPERATOR ID NOT AUTHORIZED - SESSION "
                       "ENDED"
                   SET UserIsDone TO TRUE
               END-IF
           END-IF.
       1060-CheckOperatorAuth-Exit.
           EXIT.

       1070-LoadOneOperator.
           IF WS-OperTableCount = 100
               DISPLAY "CAMPAIGNMAINT: OPERAUTH.DAT HAS MORE THAN "
                   "100 ENTRIES - WS-OperTable IS FULL"
               STOP RUN
           END-IF.
           ADD 1 TO WS-OperTableCount.
           MOVE OpOperatorId TO OpTblOperatorId(WS-OperTableCount).
           MOVE OpAuthLevel  TO OpTblAuthLevel(WS-OperTableCount).
           READ OperAuth
               AT END SET EndOperators TO TRUE.
       1070-LoadOneOperator-Exit.
           EXIT.

      *----------------------------------------------------------------
      * The load refuses a file that is already out of order (or
      * carries a duplicate id), the way RefCodeMaint does, rather
      * than working on it and writing it back still broken.
      *----------------------------------------------------------------
       1100-LoadOneCampaign.
           IF WS-CampTableCount = 200
               DISPLAY "CAMPAIGNMAINT: CAMPAIGNDEFS.DAT HAS MORE THAN "
                   "200 ENTRIES - TABLE IS FULL"
               STOP RUN
           END-IF.
           ADD 1 TO WS-CampTableCount.
           MOVE CampaignRec TO WS-CampEntry(WS-CampTableCount).
           IF WS-CampTableCount > 1
              AND CmTblCampaignId(WS-CampTableCount) NOT >
                  CmTblCampaignId(WS-CampTableCount - 1)
               DISPLAY "CAMPAIGNMAINT: FILE IS NOT IN KEY ORDER AT "
                   "CAMPAIGN " CmTblCampaignId(WS-CampTableCount)
                   " - FIX THE FILE AND RERUN"
               STOP RUN
           END-IF.
           READ CampaignDefs
               AT END SET EndCampaignDefs TO TRUE.
       1100-LoadOneCampaign-Exit.
           EXIT.

       2000-ProcessOneRequest.
           DISPLAY "A-ADD  C-CHANGE  D-DELETE  I-INQUIRE  L-LIST  "
               "X-EXIT : ".
           ACCEPT WS-Function.

           EVALUATE TRUE
               WHEN FunctionIsAdd AND NOT OperCanUpdate
                   DISPLAY "NOT AUTHORIZED - A TAKES UPDATE AUTHORITY"
               WHEN FunctionIsChange AND NOT OperCanUpdate
                   DISPLAY "NOT AUTHORIZED - C TAKES UPDATE AUTHORITY"
               WHEN FunctionIsDelete AND NOT OperHasFull
                   DISPLAY "NOT AUTHORIZED - D TAKES FULL AUTHORITY"
               WHEN FunctionIsAdd
                   PERFORM 3000-AddCampaign
                       THRU 3000-AddCampaign-Exit
               WHEN FunctionIsChange
                   PERFORM 4000-ChangeCampaign
                       THRU 4000-ChangeCampaign-Exit
               WHEN FunctionIsDelete
                   PERFORM 5000-DeleteCampaign
                       THRU 5000-DeleteCampaign-Exit
               WHEN FunctionIsInquire
                   PERFORM 5300-InquireCampaign
                       THRU 5300-InquireCampaign-Exit
               WHEN FunctionIsList
                   PERFORM 5500-ListCampaigns
                       THRU 5500-ListCampaigns-Exit
               WHEN FunctionIsExit
                   SET UserIsDone TO TRUE
               WHEN OTHER
                   DISPLAY "INVALID FUNCTION - ENTER A, C, D, I, L "
                       "OR X"
           END-EVALUATE.
       2000-ProcessOneRequest-Exit.
           EXIT.

      *----------------------------------------------------------------
      * Add one campaign.  Every rule list may be left blank - a
      * blank list places no limit on that rule.  The definition is
      * checked whole before it goes in, and slotted into its
      * CmCampaignId-ordered place so the rewritten file stays in
      * key order.
      *----------------------------------------------------------------
       3000-AddCampaign.
           IF WS-CampTableCount = 200
               DISPLAY "CAMPAIGN FILE IS FULL (200) - NOT ADDED"
           ELSE
               PERFORM 6500-AcceptCampaignId
                   THRU 6500-AcceptCampaignId-Exit
               PERFORM 6000-FindEntrySlot
                   THRU 6000-FindEntrySlot-Exit
               IF WS-EnteredCampaignId = SPACES
                   DISPLAY "CAMPAIGN ID IS REQUIRED - NOT ADDED"
               ELSE
                   IF EntryWasFound
                       DISPLAY "CAMPAIGN ALREADY ON FILE - NOT ADDED"
                   ELSE
                       PERFORM 3050-AcceptNewCampaign
                           THRU 3050-AcceptNewCampaign-Exit
                   END-IF
               END-IF
           END-IF.
       3000-AddCampaign-Exit.
           EXIT.

       3050-AcceptNewCampaign.
           MOVE SPACES TO WS-EnteredRules.
           DISPLAY "DESCRIPTION                   : ".
           ACCEPT WS-EnteredDescription.
           DISPLAY "BLANK LEAVES A RULE OPEN TO EVERY GRADUATE".
           DISPLAY "COURSE CODES (UP TO 10 DIGITS RUN TOGETHER)  : ".
           ACCEPT WS-EnteredCourseList.
           DISPLAY "COUNTRY CODES (UP TO 10 PAIRS RUN TOGETHER) : ".
           ACCEPT WS-EnteredCountryList.
           DISPLAY "GRAD YEARS (UP TO 10 YYYY RUN TOGETHER)     : ".
           ACCEPT WS-EnteredYearList.
           DISPLAY "REUNION MILESTONES (UP TO 5 NN RUN TOGETHER): ".
           ACCEPT WS-EnteredMilestoneList.
           DISPLAY "DOMAIN RULE (I-INCLUDE  E-EXCLUDE  BLANK-NONE): ".
           ACCEPT WS-EnteredDomainRule.
           INSPECT WS-EnteredDomainRule CONVERTING "ie" TO "IE".
           IF WS-EnteredDomainRule NOT = SPACE
               MOVE "N" TO WS-DomainsDoneFlag
               MOVE 1 TO WS-ListIdx
               PERFORM 3200-AcceptOneDomain
                   THRU 3200-AcceptOneDomain-Exit
                   UNTIL DomainsAreDone
                      OR WS-ListIdx > 5
           END-IF.

           PERFORM 6600-ValidateRules
               THRU 6600-ValidateRules-Exit.
           IF RulesAreValid
               PERFORM 3100-InsertEntryAtSlot
                   THRU 3100-InsertEntryAtSlot-Exit
               DISPLAY "CAMPAIGN ADDED"
               IF WS-CampTableCount > 180
                   DISPLAY "WARNING - CAMPAIGN FILE IS OVER 180 "
                       "ENTRIES (LIMIT 200)"
               END-IF
           ELSE
               DISPLAY "CAMPAIGN NOT ADDED"
           END-IF.
       3050-AcceptNewCampaign-Exit.
           EXIT.

      *----------------------------------------------------------------
      * Open the slot WS-CampIdx points at by shifting every entry
      * from the end of the table down one, then drop the new
      * definition in.
      *----------------------------------------------------------------
       3100-InsertEntryAtSlot.
           ADD 1 TO WS-CampTableCount.
           MOVE WS-CampTableCount TO WS-CampShiftIdx.
           PERFORM 3110-ShiftOneEntryUp
               THRU 3110-ShiftOneEntryUp-Exit
               UNTIL WS-CampShiftIdx = WS-CampIdx.
           MOVE WS-EnteredCampaign TO WS-CampEntry(WS-CampIdx).
       3100-InsertEntryAtSlot-Exit.
           EXIT.

       3110-ShiftOneEntryUp.
           MOVE WS-CampEntry(WS-CampShiftIdx - 1)
               TO WS-CampEntry(WS-CampShiftIdx).
           SUBTRACT 1 FROM WS-CampShiftIdx.
       3110-ShiftOneEntryUp-Exit.
           EXIT.

      *----------------------------------------------------------------
      * One email domain for the include/exclude list - a blank
      * reply ends the list early.
      *----------------------------------------------------------------
       3200-AcceptOneDomain.
           DISPLAY "EMAIL DOMAIN " WS-ListIdx
               " (BLANK TO END)      : ".
           ACCEPT WS-EnteredDomain(WS-ListIdx).
           IF WS-EnteredDomain(WS-ListIdx) = SPACES
               SET DomainsAreDone TO TRUE
           ELSE
               ADD 1 TO WS-ListIdx
           END-IF.
       3200-AcceptOneDomain-Exit.
           EXIT.

      *----------------------------------------------------------------
      * Change one campaign's description or rules - the id is the
      * key, so renaming a campaign is a delete and an add.  Each
      * prompt shows the current value; Enter keeps it and an
      * asterisk clears that rule.  The changed definition is
      * checked whole, and a bad one leaves the entry as it was.
      *----------------------------------------------------------------
       4000-ChangeCampaign.
           PERFORM 6500-AcceptCampaignId
               THRU 6500-AcceptCampaignId-Exit.
           PERFORM 6000-FindEntrySlot
               THRU 6000-FindEntrySlot-Exit.
           IF EntryWasFound
               PERFORM 4050-ChangeFoundCampaign
                   THRU 4050-ChangeFoundCampaign-Exit
           ELSE
               DISPLAY "CAMPAIGN NOT ON FILE"
           END-IF.
       4000-ChangeCampaign-Exit.
           EXIT.

       4050-ChangeFoundCampaign.
           MOVE WS-CampEntry(WS-CampIdx) TO WS-EnteredCampaign.
           DISPLAY "ENTER KEEPS THE CURRENT VALUE, * CLEARS A RULE".

           MOVE SPACES TO WS-ChangeText.
           DISPLAY "DESCRIPTION (" WS-EnteredDescription ") : ".
           ACCEPT WS-ChangeText.
           IF NOT ChangeKeepsCurrent
               MOVE WS-ChangeText TO WS-EnteredDescription
           END-IF.

           MOVE SPACES TO WS-ChangeText.
           DISPLAY "COURSE CODES (" WS-EnteredCourseList ") : ".
           ACCEPT WS-ChangeText.
           EVALUATE TRUE
               WHEN ChangeKeepsCurrent
                   CONTINUE
               WHEN ChangeClearsRule
                   MOVE SPACES TO WS-EnteredCourseList
               WHEN OTHER
                   MOVE WS-ChangeText TO WS-EnteredCourseList
           END-EVALUATE.

           MOVE SPACES TO WS-ChangeText.
           DISPLAY "COUNTRY CODES (" WS-EnteredCountryList ") : ".
           ACCEPT WS-ChangeText.
           EVALUATE TRUE
               WHEN ChangeKeepsCurrent
                   CONTINUE
               WHEN ChangeClearsRule
                   MOVE SPACES TO WS-EnteredCountryList
               WHEN OTHER
                   MOVE WS-ChangeText TO WS-EnteredCountryList
           END-EVALUATE.

           MOVE SPACES TO WS-ChangeText.
           DISPLAY "GRAD YEARS (" WS-EnteredYearList ") : ".
           ACCEPT WS-ChangeText.
           EVALUATE TRUE
               WHEN ChangeKeepsCurrent
                   CONTINUE
               WHEN ChangeClearsRule
                   MOVE SPACES TO WS-EnteredYearList
               WHEN OTHER
                   MOVE WS-ChangeText TO WS-EnteredYearList
           END-EVALUATE.

           MOVE SPACES TO WS-ChangeText.
           DISPLAY "REUNION MILESTONES (" WS-EnteredMilestoneList
               ") : ".
           ACCEPT WS-ChangeText.
           EVALUATE TRUE
               WHEN ChangeKeepsCurrent
                   CONTINUE
               WHEN ChangeClearsRule
                   MOVE SPACES TO WS-EnteredMilestoneList
               WHEN OTHER
                   MOVE WS-ChangeText TO WS-EnteredMilestoneList
           END-EVALUATE.

      *----------------------------------------------------------------
      * A new domain rule letter brings a fresh domain list with it;
      * an asterisk drops the rule and its list together.
      *----------------------------------------------------------------
           MOVE SPACES TO WS-ChangeText.
           DISPLAY "DOMAIN RULE I/E (" WS-EnteredDomainRule ") : ".
           ACCEPT WS-ChangeText.
           INSPECT WS-ChangeText CONVERTING "ie" TO "IE".
           EVALUATE TRUE
               WHEN ChangeKeepsCurrent
                   MOVE 1 TO WS-ListIdx
                   PERFORM 4100-ChangeOneDomain
                       THRU 4100-ChangeOneDomain-Exit
                       UNTIL WS-ListIdx > 5
                          OR WS-EnteredDomainRule = SPACE
               WHEN ChangeClearsRule
                   MOVE SPACE  TO WS-EnteredDomainRule
                   MOVE SPACES TO WS-EnteredDomainList
               WHEN OTHER
                   MOVE WS-ChangeText TO WS-EnteredDomainRule
                   MOVE SPACES TO WS-EnteredDomainList
                   MOVE "N" TO WS-DomainsDoneFlag
                   MOVE 1 TO WS-ListIdx
                   PERFORM 3200-AcceptOneDomain
                       THRU 3200-AcceptOneDomain-Exit
                       UNTIL DomainsAreDone
                          OR WS-ListIdx > 5
           END-EVALUATE.

           PERFORM 6600-ValidateRules
               THRU 6600-ValidateRules-Exit.
           IF RulesAreValid
               MOVE WS-EnteredCampaign TO WS-CampEntry(WS-CampIdx)
               DISPLAY "CAMPAIGN CHANGED"
           ELSE
               DISPLAY "CAMPAIGN NOT CHANGED"
           END-IF.
       4050-ChangeFoundCampaign-Exit.
           EXIT.

      *----------------------------------------------------------------
      * One slot of the domain list under the rule already on file -
      * Enter keeps it, an asterisk blanks it.
      *----------------------------------------------------------------
       4100-ChangeOneDomain.
           MOVE SPACES TO WS-ChangeText.
           DISPLAY "EMAIL DOMAIN " WS-ListIdx " ("
               WS-EnteredDomain(WS-ListIdx) ") : ".
           ACCEPT WS-ChangeText.
           EVALUATE TRUE
               WHEN ChangeKeepsCurrent
                   CONTINUE
               WHEN ChangeClearsRule
                   MOVE SPACES TO WS-EnteredDomain(WS-ListIdx)
               WHEN OTHER
                   MOVE WS-ChangeText TO WS-EnteredDomain(WS-ListIdx)
           END-EVALUATE.
           ADD 1 TO WS-ListIdx.
       4100-ChangeOneDomain-Exit.
           EXIT.

       5000-DeleteCampaign.
           PERFORM 6500-AcceptCampaignId
               THRU 6500-AcceptCampaignId-Exit.
           PERFORM 6000-FindEntrySlot
               THRU 6000-FindEntrySlot-Exit.

           IF EntryWasFound
               MOVE WS-CampIdx TO WS-CampShiftIdx
               PERFORM 5100-ShiftOneEntryDown
                   THRU 5100-ShiftOneEntryDown-Exit
                   UNTIL WS-CampShiftIdx = WS-CampTableCount
               SUBTRACT 1 FROM WS-CampTableCount
               DISPLAY "CAMPAIGN DELETED"
           ELSE
               DISPLAY "CAMPAIGN NOT ON FILE"
           END-IF.
       5000-DeleteCampaign-Exit.
           EXIT.

       5100-ShiftOneEntryDown.
           MOVE WS-CampEntry(WS-CampShiftIdx + 1)
               TO WS-CampEntry(WS-CampShiftIdx).
           ADD 1 TO WS-CampShiftIdx.
       5100-ShiftOneEntryDown-Exit.
           EXIT.

      *----------------------------------------------------------------
      * Show one campaign's full definition.
      *----------------------------------------------------------------
       5300-InquireCampaign.
           PERFORM 6500-AcceptCampaignId
               THRU 6500-AcceptCampaignId-Exit.
           PERFORM 6000-FindEntrySlot
               THRU 6000-FindEntrySlot-Exit.

           IF EntryWasFound
               MOVE WS-CampEntry(WS-CampIdx) TO WS-EnteredCampaign
               DISPLAY "DESCRIPTION   : " WS-EnteredDescription
               DISPLAY "COURSE CODES  : " WS-EnteredCourseList
               DISPLAY "COUNTRY CODES : " WS-EnteredCountryList
               DISPLAY "GRAD YEARS    : " WS-EnteredYearList
               DISPLAY "MILESTONES    : " WS-EnteredMilestoneList
               DISPLAY "DOMAIN RULE   : " WS-EnteredDomainRule
               MOVE 1 TO WS-ListIdx
               PERFORM 5400-ShowOneDomain
                   THRU 5400-ShowOneDomain-Exit
                   UNTIL WS-ListIdx > 5
           ELSE
               DISPLAY "CAMPAIGN NOT ON FILE"
           END-IF.
       5300-InquireCampaign-Exit.
           EXIT.

       5400-ShowOneDomain.
           IF WS-EnteredDomain(WS-ListIdx) NOT = SPACES
               DISPLAY "EMAIL DOMAIN  : " WS-EnteredDomain(WS-ListIdx)
           END-IF.
           ADD 1 TO WS-ListIdx.
       5400-ShowOneDomain-Exit.
           EXIT.

       5500-ListCampaigns.
           IF WS-CampTableCount = ZERO
               DISPLAY "CAMPAIGN FILE IS EMPTY"
           ELSE
               MOVE 1 TO WS-CampIdx
               PERFORM 5600-ListOneCampaign
                   THRU 5600-ListOneCampaign-Exit
                   UNTIL WS-CampIdx > WS-CampTableCount
           END-IF.
       5500-ListCampaigns-Exit.
           EXIT.

       5600-ListOneCampaign.
           MOVE WS-CampEntry(WS-CampIdx) TO WS-EnteredCampaign.
           DISPLAY WS-EnteredCampaignId " " WS-EnteredDescription.
           ADD 1 TO WS-CampIdx.
       5600-ListOneCampaign-Exit.
           EXIT.

      *----------------------------------------------------------------
      * Walk the ordered table for WS-EnteredCampaignId.  On exit
      * WS-CampIdx sits on the matching entry when EntryWasFound, and
      * otherwise on the slot a new entry for that id belongs in.
      *----------------------------------------------------------------
       6000-FindEntrySlot.
           MOVE "N" TO WS-EntryFound.
           MOVE "N" TO WS-SlotFound.
           MOVE 1 TO WS-CampIdx.
           PERFORM 6100-CheckOneEntrySlot
               THRU 6100-CheckOneEntrySlot-Exit
               UNTIL SlotWasFound.
       6000-FindEntrySlot-Exit.
           EXIT.

       6100-CheckOneEntrySlot.
           IF WS-CampIdx > WS-CampTableCount
               SET SlotWasFound TO TRUE
           ELSE
               IF CmTblCampaignId(WS-CampIdx) = WS-EnteredCampaignId
                   SET EntryWasFound TO TRUE
                   SET SlotWasFound TO TRUE
               ELSE
                   IF CmTblCampaignId(WS-CampIdx) >
                      WS-EnteredCampaignId
                       SET SlotWasFound TO TRUE
                   ELSE
                       ADD 1 TO WS-CampIdx
                   END-IF
               END-IF
           END-IF.
       6100-CheckOneEntrySlot-Exit.
           EXIT.

       6500-AcceptCampaignId.
           MOVE SPACES TO WS-EnteredCampaignId.
           DISPLAY "CAMPAIGN ID (8 CHARACTERS)    : ".
           ACCEPT WS-EnteredCampaignId.
       6500-AcceptCampaignId-Exit.
           EXIT.

      *----------------------------------------------------------------
      * Check the definition in WS-EnteredCampaign before it goes on
      * file - CSISEmail compares these lists straight against
      * GradInfo.DAT, so a course code that is not a digit, a year
      * or milestone that is not all digits, or a domain rule
      * without domains (or domains without a rule) would silently
      * select the wrong audience.
      *----------------------------------------------------------------
       6600-ValidateRules.
           SET RulesAreValid TO TRUE.
           MOVE 1 TO WS-ListIdx.
           PERFORM 6610-CheckOneCourseCode
               THRU 6610-CheckOneCourseCode-Exit
               UNTIL WS-ListIdx > 10.
           MOVE 1 TO WS-ListIdx.
           PERFORM 6620-CheckOneGradYear
               THRU 6620-CheckOneGradYear-Exit
               UNTIL WS-ListIdx > 10.
           MOVE 1 TO WS-ListIdx.
           PERFORM 6630-CheckOneMilestone
               THRU 6630-CheckOneMilestone-Exit
               UNTIL WS-ListIdx > 5.

           IF NOT EnteredRuleIsKnown
               DISPLAY "DOMAIN RULE MUST BE I, E OR BLANK"
               MOVE "N" TO WS-RulesValidFlag
           END-IF.
           IF WS-EnteredDomainRule NOT = SPACE
              AND WS-EnteredDomainList = SPACES
               DISPLAY "DOMAIN RULE " WS-EnteredDomainRule
                   " NEEDS AT LEAST ONE EMAIL DOMAIN"
               MOVE "N" TO WS-RulesValidFlag
           END-IF.
           IF WS-EnteredDomainRule = SPACE
              AND WS-EnteredDomainList NOT = SPACES
               DISPLAY "EMAIL DOMAINS NEED A DOMAIN RULE OF I OR E"
               MOVE "N" TO WS-RulesValidFlag
           END-IF.
       6600-ValidateRules-Exit.
           EXIT.

       6610-CheckOneCourseCode.
           IF WS-EnteredCourseCode(WS-ListIdx) NOT = SPACE
              AND WS-EnteredCourseCode(WS-ListIdx) NOT NUMERIC
               DISPLAY "COURSE CODE " WS-EnteredCourseCode(WS-ListIdx)
                   " IS NOT A DIGIT"
               MOVE "N" TO WS-RulesValidFlag
           END-IF.
           ADD 1 TO WS-ListIdx.
       6610-CheckOneCourseCode-Exit.
           EXIT.

       6620-CheckOneGradYear.
           IF WS-EnteredGradYear(WS-ListIdx) NOT = SPACES
              AND WS-EnteredGradYear(WS-ListIdx) NOT NUMERIC
               DISPLAY "GRAD YEAR " WS-EnteredGradYear(WS-ListIdx)
                   " IS NOT FOUR DIGITS"
               MOVE "N" TO WS-RulesValidFlag
           END-IF.
           ADD 1 TO WS-ListIdx.
       6620-CheckOneGradYear-Exit.
           EXIT.

       6630-CheckOneMilestone.
           IF WS-EnteredMilestone(WS-ListIdx) NOT = SPACES
              AND WS-EnteredMilestone(WS-ListIdx) NOT NUMERIC
               DISPLAY "MILESTONE " WS-EnteredMilestone(WS-ListIdx)
                   " IS NOT TWO DIGITS"
               MOVE "N" TO WS-RulesValidFlag
           END-IF.
           ADD 1 TO WS-ListIdx.
       6630-CheckOneMilestone-Exit.
           EXIT.

      *----------------------------------------------------------------
      * Write the worked-on table back over CampaignDefs.DAT in
      * CmCampaignId order.  A session turned away at sign-on loaded
      * nothing and writes nothing back.
      *----------------------------------------------------------------
       8000-Finalize.
           IF FileIsLoaded
               OPEN OUTPUT CampaignDefs
               MOVE 1 TO WS-CampIdx
               PERFORM 8100-WriteOneCampaign
                   THRU 8100-WriteOneCampaign-Exit
                   UNTIL WS-CampIdx > WS-CampTableCount
               CLOSE CampaignDefs
           END-IF.
       8000-Finalize-Exit.
           EXIT.

       8100-WriteOneCampaign.
           MOVE WS-CampEntry(WS-CampIdx) TO CampaignRec.
           WRITE CampaignRec.
           ADD 1 TO WS-CampIdx.
       8100-WriteOneCampaign-Exit.
           EXIT.
