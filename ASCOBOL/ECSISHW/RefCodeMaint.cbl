       FILE SECTION.

       FD CountryCodes.
           COPY CTRYREC.

       FD CourseCodes.
       01 CourseRec             PIC X(26).
           02 RaAction          PIC X.
           02 RaCode            PIC XX.
           02 RaName            PIC X(26).
           02 RaPostalRules     PIC X(41).

       WORKING-STORAGE SECTION.

               88 SlotWasFound      VALUE "Y".
           02 WS-AuditOpenFlag      PIC X VALUE "N".
               88 AuditIsOpen       VALUE "Y".
           02 WS-LayoutsDoneFlag    PIC X VALUE "N".
               88 LayoutsAreDone    VALUE "Y".

      *----------------------------------------------------------------
      * The operator running this session, stamped on every audit
       01 WS-EnteredCode            PIC XX.
       01 WS-EnteredName            PIC X(26).

      *----------------------------------------------------------------
      * A country's postal rules as keyed - laid out like the rules
      * on CountryRec, so they move onto the table entry in one group
      * MOVE.  Courses carry no rules, and their entries hold spaces
      * here.
      *----------------------------------------------------------------
       01 WS-EnteredPostalRules.
           02 WS-EnteredPostalReqFlag PIC X.
               88 EnteredPostalReqValid VALUE "Y" "N".
           02 WS-EnteredPostalPatterns.
               03 WS-EnteredPostalPattern OCCURS 4 TIMES PIC X(10).

       01 WS-ChangeRulesReply       PIC X.
           88 ChangeRulesWanted     VALUE "Y" "y".

       01 WS-LayoutIdx              PIC 9(4) COMP.

      *----------------------------------------------------------------
      * The chosen file is loaded here at start-up, worked on in
      * storage, and written back in key order at exit.  A course
           02 WS-RefEntry OCCURS 300 TIMES.
               03 RefTblCode        PIC XX.
               03 RefTblName        PIC X(26).
               03 RefTblPostalRules.
                   04 RefTblPostalReqFlag PIC X.
                   04 RefTblPostalPatterns.
                       05 RefTblPostalPattern OCCURS 4 TIMES
                                          PIC X(10).

       01 WS-RefIdx                PIC 9(4) COMP.
       01 WS-RefShiftIdx           PIC 9(4) COMP.
           ADD 1 TO WS-RefTableCount.
           MOVE CtyCode TO RefTblCode(WS-RefTableCount).
           MOVE CtyName TO RefTblName(WS-RefTableCount).
           MOVE CtyPostalReqFlag
               TO RefTblPostalReqFlag(WS-RefTableCount).
           MOVE CtyPostalPatterns
               TO RefTblPostalPatterns(WS-RefTableCount).
           PERFORM 1300-CheckLoadSequence
               THRU 1300-CheckLoadSequence-Exit.
           READ CountryCodes
           MOVE SPACES  TO RefTblCode(WS-RefTableCount).
           MOVE CseCode TO RefTblCode(WS-RefTableCount)(1:1).
           MOVE CseName TO RefTblName(WS-RefTableCount).
           MOVE SPACES  TO RefTblPostalRules(WS-RefTableCount).
           PERFORM 1300-CheckLoadSequence
               THRU 1300-CheckLoadSequence-Exit.
           READ CourseCodes
      * place so the rewritten file keeps the order CSISEmail's
      * SEARCH ALL depends on, a duplicate code is rejected, and the
      * operator is warned while the file closes in on the loader's
      * table limit.  A new country has its postal rules keyed with
      * it.
      *----------------------------------------------------------------
       3000-AddRefEntry.
           MOVE SPACES TO WS-EnteredPostalRules.
           IF WS-RefTableCount = WS-RefLimit
               DISPLAY "FILE IS AT ITS LIMIT OF " WS-RefLimit
                   " ENTRIES - NOT ADDED"
               ELSE
                   DISPLAY "NAME                          : "
                   ACCEPT WS-EnteredName
                   IF MaintainingCountry
                       PERFORM 6600-AcceptPostalRules
                           THRU 6600-AcceptPostalRules-Exit
                   END-IF

                   PERFORM 6000-FindEntrySlot
                       THRU 6000-FindEntrySlot-Exit
                       DISPLAY "ENTRY ADDED"
                       MOVE "A" TO RaAction
                       MOVE WS-EnteredName TO RaName
                       MOVE WS-EnteredPostalRules TO RaPostalRules
                       PERFORM 7000-WriteAuditEntry
                           THRU 7000-WriteAuditEntry-Exit
                       IF WS-RefTableCount > WS-RefWarnLevel
               UNTIL WS-RefShiftIdx = WS-RefIdx.
           MOVE WS-EnteredCode TO RefTblCode(WS-RefIdx).
           MOVE WS-EnteredName TO RefTblName(WS-RefIdx).
           MOVE WS-EnteredPostalRules TO RefTblPostalRules(WS-RefIdx).
       3100-InsertEntryAtSlot-Exit.
           EXIT.

      * Change one code's name - the code itself is the key, so
      * rekeying an entry is a delete and an add.  Pressing Enter to
      * keep the current name leaves the work field blank, the same
      * keep-current convention GradMaint's C-CHANGE uses.  A
      * country's postal rules are shown, and are keyed again in full
      * only when the operator asks to change them.
      *----------------------------------------------------------------
       4000-ChangeRefEntry.
           PERFORM 6500-AcceptCode
               IF WS-EnteredName NOT = SPACES
                   MOVE WS-EnteredName TO RefTblName(WS-RefIdx)
               END-IF
               IF MaintainingCountry
                   PERFORM 4100-ChangePostalRules
                       THRU 4100-ChangePostalRules-Exit
               END-IF
               DISPLAY "ENTRY CHANGED"
               MOVE "C" TO RaAction
               MOVE RefTblName(WS-RefIdx) TO RaName
               MOVE RefTblPostalRules(WS-RefIdx) TO RaPostalRules
               PERFORM 7000-WriteAuditEntry
                   THRU 7000-WriteAuditEntry-Exit
           ELSE
       4000-ChangeRefEntry-Exit.
           EXIT.

       4100-ChangePostalRules.
           DISPLAY "POSTAL CODE REQUIRED          : "
               RefTblPostalReqFlag(WS-RefIdx).
           DISPLAY "POSTAL CODE LAYOUTS           : "
               RefTblPostalPattern(WS-RefIdx, 1) " "
               RefTblPostalPattern(WS-RefIdx, 2) " "
               RefTblPostalPattern(WS-RefIdx, 3) " "
               RefTblPostalPattern(WS-RefIdx, 4).
           MOVE SPACE TO WS-ChangeRulesReply.
           DISPLAY "CHANGE POSTAL RULES (Y/N)     : ".
           ACCEPT WS-ChangeRulesReply.
           IF ChangeRulesWanted
               PERFORM 6600-AcceptPostalRules
                   THRU 6600-AcceptPostalRules-Exit
               MOVE WS-EnteredPostalRules
                   TO RefTblPostalRules(WS-RefIdx)
           END-IF.
       4100-ChangePostalRules-Exit.
           EXIT.

       5000-DeleteRefEntry.
           PERFORM 6500-AcceptCode
               THRU 6500-AcceptCode-Exit.
           IF EntryWasFound
               MOVE "D" TO RaAction
               MOVE RefTblName(WS-RefIdx) TO RaName
               MOVE RefTblPostalRules(WS-RefIdx) TO RaPostalRules
               MOVE WS-RefIdx TO WS-RefShiftIdx
               PERFORM 5100-ShiftOneEntryDown
                   THRU 5100-ShiftOneEntryDown-Exit
           IF WS-RefTableCount = ZERO
               DISPLAY "FILE IS EMPTY"
           ELSE
               IF MaintainingCountry
                   DISPLAY "CD NAME                       "
                       "P POSTAL CODE LAYOUTS"
               END-IF
               MOVE 1 TO WS-RefIdx
               PERFORM 5600-ListOneRefEntry
                   THRU 5600-ListOneRefEntry-Exit
       5500-ListRefEntries-Exit.
           EXIT.

      *----------------------------------------------------------------
      * A country is listed with its postal rules - whether a postal
      * code is required, then the layouts it may take.
      *----------------------------------------------------------------
       5600-ListOneRefEntry.
           IF MaintainingCountry
               DISPLAY RefTblCode(WS-RefIdx) " "
                   RefTblName(WS-RefIdx) " "
                   RefTblPostalReqFlag(WS-RefIdx) " "
                   RefTblPostalPattern(WS-RefIdx, 1) " "
                   RefTblPostalPattern(WS-RefIdx, 2) " "
                   RefTblPostalPattern(WS-RefIdx, 3) " "
                   RefTblPostalPattern(WS-RefIdx, 4)
           ELSE
               DISPLAY RefTblCode(WS-RefIdx) " " RefTblName(WS-RefIdx)
           END-IF.
           ADD 1 TO WS-RefIdx.
       5600-ListOneRefEntry-Exit.
           EXIT.
       6500-AcceptCode-Exit.
           EXIT.

      *----------------------------------------------------------------
      * Key a country's postal rules into WS-EnteredPostalRules -
      * whether an address there must carry a postal code, then up to
      * four layouts a code may take, one character per position (A
      * a letter, 9 a digit, ? either, anything else exactly as
      * written; trailing spaces fix the length).  A blank layout ends
      * the list, and a country left with no layouts takes a postal
      * code of any layout.  Layouts are held in capitals, the way
      * GradMaint and the feed carry postal codes.
      *----------------------------------------------------------------
       6600-AcceptPostalRules.
           MOVE SPACES TO WS-EnteredPostalRules.
           PERFORM 6610-AcceptPostalReqFlag
               THRU 6610-AcceptPostalReqFlag-Exit
               UNTIL EnteredPostalReqValid.
           DISPLAY "POSTAL CODE LAYOUTS - A = LETTER, 9 = DIGIT, "
               "? = EITHER".
           DISPLAY "(UP TO 4 - A BLANK LAYOUT ENDS THE LIST)".
           MOVE 1 TO WS-LayoutIdx.
           MOVE "N" TO WS-LayoutsDoneFlag.
           PERFORM 6620-AcceptOneLayout
               THRU 6620-AcceptOneLayout-Exit
               UNTIL LayoutsAreDone.
       6600-AcceptPostalRules-Exit.
           EXIT.

       6610-AcceptPostalReqFlag.
           DISPLAY "POSTAL CODE REQUIRED (Y/N)    : ".
           ACCEPT WS-EnteredPostalReqFlag.
           INSPECT WS-EnteredPostalReqFlag CONVERTING "yn" TO "YN".
           IF NOT EnteredPostalReqValid
               DISPLAY "ENTER Y OR N"
           END-IF.
       6610-AcceptPostalReqFlag-Exit.
           EXIT.

       6620-AcceptOneLayout.
           DISPLAY "POSTAL CODE LAYOUT            : ".
           ACCEPT WS-EnteredPostalPattern(WS-LayoutIdx).
           IF WS-EnteredPostalPattern(WS-LayoutIdx) = SPACES
               SET LayoutsAreDone TO TRUE
           ELSE
               INSPECT WS-EnteredPostalPattern(WS-LayoutIdx)
                   CONVERTING "abcdefghijklmnopqrstuvwxyz"
                           TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               ADD 1 TO WS-LayoutIdx
               IF WS-LayoutIdx > 4
                   SET LayoutsAreDone TO TRUE
               END-IF
           END-IF.
       6620-AcceptOneLayout-Exit.
           EXIT.

      *----------------------------------------------------------------
      * Stamp the action just applied on the audit trail - the
      * caller set RaAction, RaName and RaPostalRules (spaces for a
      * course); the operator, date, time, file and code are stamped
      * here.
      *----------------------------------------------------------------
       7000-WriteAuditEntry.
           MOVE WS-OperatorId   TO RaOperator.
       8100-WriteOneCountryEntry.
           MOVE RefTblCode(WS-RefIdx) TO CtyCode.
           MOVE RefTblName(WS-RefIdx) TO CtyName.
           MOVE RefTblPostalReqFlag(WS-RefIdx) TO CtyPostalReqFlag.
           MOVE RefTblPostalPatterns(WS-RefIdx) TO CtyPostalPatterns.
           WRITE CountryRec.
           ADD 1 TO WS-RefIdx.
       8100-WriteOneCountryEntry-Exit.
