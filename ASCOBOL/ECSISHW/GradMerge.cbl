           RECORD KEY IS DegKey
           FILE STATUS IS WS-GradDegreesStatus.

      *----------------------------------------------------------------
      * Alumni event registrations - the retiring id's are re-keyed
      * to the survivor through the StudentId alternate key, each
      * move journalled to EventJournal.DAT the way EventMaint
      * journals its own changes.  OPTIONAL like the degree file.
      *----------------------------------------------------------------
       SELECT OPTIONAL EventRegs ASSIGN TO "EventRegs.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RgKey
           ALTERNATE RECORD KEY IS RgStudentId WITH DUPLICATES
           FILE STATUS IS WS-EventRegsStatus.

       SELECT OPTIONAL EventJournal ASSIGN TO "EventJournal.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

      *----------------------------------------------------------------
      * Permanent old-id-to-new-id cross-reference, appended to by
      * every merge - how GradJournalPrint and GradReconcile resolve
       FD GradDegrees.
           COPY DEGREC.

       FD EventRegs.
           COPY EVREGREC.

       FD EventJournal.
           COPY EVJRNREC.

       FD StudentXref.
           COPY XREFREC.

       01 WS-GradDegreesStatus     PIC XX VALUE "00".
           88 GradDegreesOk        VALUE "00".

       01 WS-EventRegsStatus       PIC XX VALUE "00".
           88 EventRegsOk          VALUE "00".

       01 WS-Switches.
           02 WS-DoneFlag           PIC X VALUE "N".
               88 UserIsDone        VALUE "Y".
               88 MergeCanProceed   VALUE "Y".
           02 WS-DegreeScanDone     PIC X VALUE "N".
               88 DegreeScanIsDone  VALUE "Y".
           02 WS-RegScanDone        PIC X VALUE "N".
               88 RegScanIsDone     VALUE "Y".

      *----------------------------------------------------------------
      * The operator running this session and the authority that id
               03 SavGradYear       PIC 9(4).
       01 WS-DegIdx                 PIC 9(4) COMP.

      *----------------------------------------------------------------
      * The retiring id's event registrations, collected the same
      * way before they are re-keyed.
      *----------------------------------------------------------------
       01 WS-RegSaveCount           PIC 9(4) COMP VALUE ZERO.
       01 WS-RegSaveTable.
           02 WS-RegSaveEntry OCCURS 50 TIMES.
               03 SavRegEventId     PIC X(8).
               03 SavRegDate        PIC 9(8).
               03 SavRegStatus      PIC X.
       01 WS-RegIdx                 PIC 9(4) COMP.

      *----------------------------------------------------------------
      * The retiring record, held whole while the survivor sits in
      * the file record area - same shape as GradDetails, field for
       01 WS-AfterImage             PIC X(155).
       01 WS-SurvivorBefore         PIC X(155).

      *----------------------------------------------------------------
      * Registration-journal work fields, set by the caller before
      * 7100-WriteEventJournalEntry stamps the rest.
      *----------------------------------------------------------------
       01 WS-RegJournalAction       PIC X.
       01 WS-RegJournalEventId      PIC X(8).
       01 WS-RegJournalStudentId    PIC 9(6).
       01 WS-RegBeforeImage         PIC X(23).
       01 WS-RegAfterImage          PIC X(23).

      *----------------------------------------------------------------
      * ACCEPT FROM TIME hands back HHMMSSss - the hundredths are
      * more than the journal needs, so the time is taken into this
                   SET UserIsDone TO TRUE
               ELSE
                   OPEN I-O GradDegrees
                   OPEN I-O EventRegs
                   OPEN EXTEND GradJournal
                   OPEN EXTEND EventJournal
                   OPEN EXTEND StudentXref
               END-IF
           END-IF.
                       THRU 7000-WriteJournalEntry-Exit
                   PERFORM 5200-RekeyDegreeRecords
                       THRU 5200-RekeyDegreeRecords-Exit
                   PERFORM 5400-RekeyEventRegs
                       THRU 5400-RekeyEventRegs-Exit
                   PERFORM 6000-WriteXrefEntry
                       THRU 6000-WriteXrefEntry-Exit
           END-DELETE.
       5300-RekeyOneDegree-Exit.
           EXIT.

      *----------------------------------------------------------------
      * Carry the retiring id's event registrations over to the
      * survivor - collected first through the StudentId alternate
      * key, then each deleted under the old key and written under
      * the surviving id, both halves journalled.  Where the
      * survivor is already registered for the same event, the
      * survivor's registration stands, unless it was cancelled and
      * the retiring one was not - then the live registration is
      * carried onto it.
      *----------------------------------------------------------------
       5400-RekeyEventRegs.
           MOVE ZERO TO WS-RegSaveCount.
           MOVE "N" TO WS-RegScanDone.
           MOVE WS-RetiringId TO RgStudentId.
           START EventRegs KEY IS EQUAL TO RgStudentId
               INVALID KEY SET RegScanIsDone TO TRUE
           END-START.

           IF NOT RegScanIsDone
               READ EventRegs NEXT RECORD
                   AT END SET RegScanIsDone TO TRUE
               END-READ
           END-IF.

           PERFORM 5450-CollectOneEventReg
               THRU 5450-CollectOneEventReg-Exit
               UNTIL RegScanIsDone.

           MOVE 1 TO WS-RegIdx.
           PERFORM 5500-RekeyOneEventReg
               THRU 5500-RekeyOneEventReg-Exit
               UNTIL WS-RegIdx > WS-RegSaveCount.
       5400-RekeyEventRegs-Exit.
           EXIT.

       5450-CollectOneEventReg.
           IF RgStudentId NOT = WS-RetiringId
               SET RegScanIsDone TO TRUE
           ELSE
               IF WS-RegSaveCount = 50
                   DISPLAY "GRADMERGE: RETIRING ID CARRIES MORE "
                       "THAN 50 EVENT REGISTRATIONS - NOT ALL "
                       "RE-KEYED"
                   SET RegScanIsDone TO TRUE
               ELSE
                   ADD 1 TO WS-RegSaveCount
                   MOVE RgEventId TO SavRegEventId(WS-RegSaveCount)
                   MOVE RgRegDate TO SavRegDate(WS-RegSaveCount)
                   MOVE RgStatus  TO SavRegStatus(WS-RegSaveCount)
                   READ EventRegs NEXT RECORD
                       AT END SET RegScanIsDone TO TRUE
                   END-READ
               END-IF
           END-IF.
       5450-CollectOneEventReg-Exit.
           EXIT.

       5500-RekeyOneEventReg.
           MOVE SavRegEventId(WS-RegIdx) TO WS-RegJournalEventId.
           MOVE SavRegEventId(WS-RegIdx) TO RgEventId.
           MOVE WS-RetiringId            TO RgStudentId.
           MOVE SavRegDate(WS-RegIdx)    TO RgRegDate.
           MOVE SavRegStatus(WS-RegIdx)  TO RgStatus.
           MOVE EventRegRec TO WS-RegBeforeImage.
           DELETE EventRegs
               INVALID KEY
                   DISPLAY "GRADMERGE: UNABLE TO DELETE EVENT "
                       "REGISTRATION FOR RETIRING ID"
               NOT INVALID KEY
                   MOVE "D" TO WS-RegJournalAction
                   MOVE WS-RetiringId TO WS-RegJournalStudentId
                   MOVE SPACES TO WS-RegAfterImage
                   PERFORM 7100-WriteEventJournalEntry
                       THRU 7100-WriteEventJournalEntry-Exit
                   PERFORM 5550-WriteSurvivorEventReg
                       THRU 5550-WriteSurvivorEventReg-Exit
           END-DELETE.
           ADD 1 TO WS-RegIdx.
       5500-RekeyOneEventReg-Exit.
           EXIT.

       5550-WriteSurvivorEventReg.
           MOVE SavRegEventId(WS-RegIdx) TO RgEventId.
           MOVE WS-SurvivingId           TO RgStudentId.
           MOVE SavRegDate(WS-RegIdx)    TO RgRegDate.
           MOVE SavRegStatus(WS-RegIdx)  TO RgStatus.
           MOVE SavRegEventId(WS-RegIdx) TO WS-RegJournalEventId.
           MOVE WS-SurvivingId TO WS-RegJournalStudentId.
           WRITE EventRegRec
               INVALID KEY
                   PERFORM 5600-MergeIntoSurvivorReg
                       THRU 5600-MergeIntoSurvivorReg-Exit
               NOT INVALID KEY
                   DISPLAY "EVENT " SavRegEventId(WS-RegIdx)
                       " REGISTRATION RE-KEYED TO " WS-SurvivingId
                   MOVE "A" TO WS-RegJournalAction
                   MOVE SPACES      TO WS-RegBeforeImage
                   MOVE EventRegRec TO WS-RegAfterImage
                   PERFORM 7100-WriteEventJournalEntry
                       THRU 7100-WriteEventJournalEntry-Exit
           END-WRITE.
       5550-WriteSurvivorEventReg-Exit.
           EXIT.

      *----------------------------------------------------------------
      * The survivor is already registered for this event - theirs
      * stands, unless it was cancelled and the retiring one is live.
      *----------------------------------------------------------------
       5600-MergeIntoSurvivorReg.
           READ EventRegs
               INVALID KEY
                   DISPLAY "GRADMERGE: UNABLE TO RE-KEY EVENT "
                       SavRegEventId(WS-RegIdx) " REGISTRATION"
           END-READ.

           IF EventRegsOk
               IF RgCancelled AND SavRegStatus(WS-RegIdx) NOT = "C"
                   MOVE EventRegRec TO WS-RegBeforeImage
                   MOVE SavRegDate(WS-RegIdx)   TO RgRegDate
                   MOVE SavRegStatus(WS-RegIdx) TO RgStatus
                   REWRITE EventRegRec
                       INVALID KEY
                           DISPLAY "GRADMERGE: UNABLE TO REWRITE "
                               "SURVIVOR'S EVENT REGISTRATION"
                       NOT INVALID KEY
                           MOVE "C" TO WS-RegJournalAction
                           MOVE EventRegRec TO WS-RegAfterImage
                           PERFORM 7100-WriteEventJournalEntry
                               THRU 7100-WriteEventJournalEntry-Exit
                   END-REWRITE
               END-IF
           END-IF.
       5600-MergeIntoSurvivorReg-Exit.
           EXIT.

      *----------------------------------------------------------------
      * The permanent record that the retired id lives on in the
      * survivor - what GradJournalPrint and GradReconcile read to
       7000-WriteJournalEntry-Exit.
           EXIT.

      *----------------------------------------------------------------
      * Journal one half of a registration move - the caller set the
      * action, the key and the images.
      *----------------------------------------------------------------
       7100-WriteEventJournalEntry.
           MOVE WS-OperatorId          TO EjOperator.
           ACCEPT EjDate FROM DATE YYYYMMDD.
           ACCEPT WS-TimeOfDay FROM TIME.
           MOVE WS-TimeHHMMSS          TO EjTime.
           MOVE WS-RegJournalAction    TO EjAction.
           MOVE WS-RegJournalEventId   TO EjEventId.
           MOVE WS-RegJournalStudentId TO EjStudentId.
           MOVE WS-RegBeforeImage      TO EjBeforeImage.
           MOVE WS-RegAfterImage       TO EjAfterImage.
           WRITE EventJournalEntry.
       7100-WriteEventJournalEntry-Exit.
           EXIT.

      *----------------------------------------------------------------
      * The files are only open when the sign-on got through -
      * closing them after a refused sign-on would abort a session
           IF OperatorWasFound AND OperHasFull
               CLOSE GradInfo
               CLOSE GradDegrees
               CLOSE EventRegs
               CLOSE GradJournal
               CLOSE EventJournal
               CLOSE StudentXref
           END-IF.
       8000-Finalize-Exit.
