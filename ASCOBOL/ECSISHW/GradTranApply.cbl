       SELECT OPTIONAL GradJournal ASSIGN TO "GradJournal.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

      *----------------------------------------------------------------
      * Batch control - the sequence number and extract date of the
      * last GradTrans.DAT batch applied, which the next batch's
      * header has to follow on from.  OPTIONAL: an absent file means
      * no batch has been applied yet, and the first one is taken on
      * its own header.
      *----------------------------------------------------------------
       SELECT OPTIONAL GradTranCtl ASSIGN TO "GradTranCtl.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

               88 TranIsAdd       VALUE "A" "a".
               88 TranIsChange    VALUE "C" "c".
               88 TranIsDelete    VALUE "D" "d".
               88 TranIsHeader    VALUE "H".
               88 TranIsTrailer   VALUE "T".
           02 TrStudentId         PIC 9(6).
           02 TrStudName          PIC X(25).
      *----------------------------------------------------------------
      *----------------------------------------------------------------
           02 TrRecycleReason     PIC X(3).

      *----------------------------------------------------------------
      * Batch header - the first record of every batch.  Admissions
      * numbers its batches one up from the last, and stamps the date
      * the extract was cut.
      *----------------------------------------------------------------
       01 TranHeaderRec.
           02 ThRecType           PIC X.
           02 ThBatchSeq          PIC 9(6).
           02 ThExtractDate       PIC 9(8).
           02 FILLER              PIC X(135).

      *----------------------------------------------------------------
      * Batch trailer - the last record of every batch, carrying the
      * count of Admissions transactions between header and trailer
      * and the sum of their StudentIds.  Recycled resubmissions the
      * office puts back into the batch carry their reason code and
      * are not Admissions' records, so they sit outside both totals.
      *----------------------------------------------------------------
       01 TranTrailerRec.
           02 TtRecType           PIC X.
           02 TtRecordCount       PIC 9(6).
           02 TtHashTotal         PIC 9(12).
           02 FILLER              PIC X(131).

       FD GradInfo.
           COPY GRADREC.

       FD CountryCodes.
           COPY CTRYREC.

       FD CourseCodes.
       01 CourseRec             PIC X(26).
       FD GradJournal.
           COPY JRNLREC.

       FD GradTranCtl.
       01 GradTranCtlRec.
           88 EndGradTranCtl      VALUE HIGH-VALUES.
           02 GcLastBatchSeq      PIC 9(6).
           02 GcLastExtractDate   PIC 9(8).
           02 GcAppliedDate       PIC 9(8).

       WORKING-STORAGE SECTION.

       01 WS-GradInfoStatus        PIC XX VALUE "00".
           88 GradTransOk          VALUE "00".
           88 GradTransNotFound    VALUE "35".

      *----------------------------------------------------------------
      * Batch control.  WS-BatchRefusal stays blank while the batch is
      * fit to apply; the first check it fails puts its reason there,
      * and that reason is what the report and the console show.
      *----------------------------------------------------------------
       01 WS-BatchRefusal          PIC X(40) VALUE SPACES.
           88 BatchIsAccepted      VALUE SPACES.

       01 WS-ControlFound          PIC X VALUE "N".
           88 ControlWasFound      VALUE "Y".
       01 WS-TrailerFound          PIC X VALUE "N".
           88 TrailerWasFound      VALUE "Y".
       01 WS-BalancedFlag          PIC X VALUE "N".
           88 BatchIsBalanced      VALUE "Y".

       01 WS-LastBatchSeq          PIC 9(6) VALUE ZERO.
       01 WS-LastExtractDate       PIC 9(8) VALUE ZERO.
       01 WS-ExpectedSeq           PIC 9(6) VALUE ZERO.
       01 WS-BatchSeq              PIC 9(6) VALUE ZERO.
       01 WS-ExtractDate           PIC 9(8) VALUE ZERO.
       01 WS-TrailerCount          PIC 9(6) VALUE ZERO.
       01 WS-TrailerHash           PIC 9(12) VALUE ZERO.
       01 WS-CountedRecords        PIC 9(6) VALUE ZERO.
       01 WS-CountedHash           PIC 9(12) VALUE ZERO.
       01 WS-RunDate               PIC 9(8).

      *----------------------------------------------------------------
      * Control totals for the report trailer.
      *----------------------------------------------------------------
       01 WS-RejDupCount           PIC 9(6) VALUE ZERO.
       01 WS-RejNofCount           PIC 9(6) VALUE ZERO.
       01 WS-RejIoeCount           PIC 9(6) VALUE ZERO.
       01 WS-RejAdrCount           PIC 9(6) VALUE ZERO.

      *----------------------------------------------------------------
      * Work area used while parsing the domain portion out of
               INDEXED BY CtIdx.
               03 CtCode            PIC XX.
               03 CtName            PIC X(26).
               03 CtPostalReqFlag   PIC X.
                   88 CtPostalRequired VALUE "Y".
               03 CtPostalPatterns.
                   04 CtPostalPattern OCCURS 4 TIMES PIC X(10).

       01 WS-CourseTableCount      PIC 9(4) COMP VALUE ZERO.
       01 WS-CourseTable.
               03 CseTableCode       PIC 9.
               03 CseTableName       PIC X(25).

      *----------------------------------------------------------------
      * The address being checked against its country's postal rules
      * - on an add, as the transaction carries it; on a change, as
      * the record will stand once the change is applied.  Spaces in
      * WS-AddressFault mean the address passed; otherwise it holds
      * what is wrong with it.
      *----------------------------------------------------------------
       01 WS-AddressCheck.
           02 WS-CheckCountryCode  PIC XX.
           02 WS-CheckStreetAddr   PIC X(30).
           02 WS-CheckCity         PIC X(20).
           02 WS-CheckPostalCode   PIC X(10).
       01 WS-AddressFault          PIC X(30) VALUE SPACES.
           88 AddressIsClean       VALUE SPACES.

       01 WS-CityDigitCount        PIC 9(4) COMP.
       01 WS-PatternIdx            PIC 9(4) COMP.
       01 WS-PositionIdx           PIC 9(4) COMP.
       01 WS-PatternMatch          PIC X VALUE "N".
           88 PatternMatched       VALUE "Y".
       01 WS-PatternChar           PIC X.
       01 WS-CodeChar              PIC X.
           88 CodeCharIsLetter     VALUE "A" THRU "I" "J" THRU "R"
                                         "S" THRU "Z".
           88 CodeCharIsDigit      VALUE "0" THRU "9".

      *----------------------------------------------------------------
      * Detail line for the applied/rejected report.
      *----------------------------------------------------------------
           02 FILLER               PIC X(1)  VALUE SPACE.
           02 TD-Disposition       PIC X(45).

      *----------------------------------------------------------------
      * Batch identity lines for the head of the report - which batch
      * this was, whether its trailer balanced against what was
      * actually in the file, and whether it was applied.
      *----------------------------------------------------------------
       01 WS-BatchIdLine.
           02 FILLER               PIC X(15) VALUE "BATCH SEQUENCE ".
           02 BI-BatchSeq          PIC 9(6).
           02 FILLER               PIC X(15) VALUE "  EXTRACT DATE ".
           02 BI-ExtractDate       PIC 9(8).
           02 FILLER               PIC X(16) VALUE "  LAST ACCEPTED ".
           02 BI-LastBatchSeq      PIC 9(6).
           02 FILLER               PIC X(14) VALUE SPACES.

       01 WS-BatchCountLine.
           02 FILLER               PIC X(15) VALUE "TRAILER COUNT  ".
           02 BC-TrailerCount      PIC 9(6).
           02 FILLER               PIC X(10) VALUE "  COUNTED ".
           02 BC-CountedRecords    PIC 9(6).
           02 FILLER               PIC X(43) VALUE SPACES.

       01 WS-BatchHashLine.
           02 FILLER               PIC X(15) VALUE "TRAILER HASH   ".
           02 BH-TrailerHash       PIC 9(12).
           02 FILLER               PIC X(10) VALUE "  COUNTED ".
           02 BH-CountedHash       PIC 9(12).
           02 FILLER               PIC X(31) VALUE SPACES.

       01 WS-BatchStatusLine.
           02 FILLER               PIC X(6)  VALUE "BATCH ".
           02 BS-Status            PIC X(74).

      *----------------------------------------------------------------
      * Total line for the report trailer - TL-Label/TL-Count reused
      * for each total, same shape as the audit lines CSISEmail prints.
           GOBACK.

       1000-Initialize.
           ACCEPT WS-RunDate FROM DATE YYYYMMDD.

           OPEN INPUT GradTrans.
           IF NOT GradTransOk
               DISPLAY "GRADTRANAPPLY: UNABLE TO OPEN GRADTRANS.DAT "
               GOBACK
           END-IF.

           OPEN OUTPUT GradTranRpt.

      *----------------------------------------------------------------
      * Nothing is applied until the whole batch has been read once
      * and proved - a batch refused here leaves GradInfo.DAT, the
      * journal, last night's recycle file and the batch control
      * exactly as they were, and the return code stops NightRun
      * before BounceApply and CSISEmail run on the night.
      *----------------------------------------------------------------
           PERFORM 1300-CheckBatchControl
               THRU 1300-CheckBatchControl-Exit.
           PERFORM 1400-WriteBatchIdentity
               THRU 1400-WriteBatchIdentity-Exit.

           IF NOT BatchIsAccepted
               DISPLAY "GRADTRANAPPLY: BATCH " WS-BatchSeq
                   " REFUSED - " WS-BatchRefusal
               CLOSE GradTranRpt
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT GradTrans.

           OPEN I-O GradInfo.
           IF NOT GradInfoOk
               DISPLAY "GRADTRANAPPLY: UNABLE TO OPEN GRADINFO.DAT "
               GOBACK
           END-IF.

           OPEN OUTPUT GradTranRecycle.
           OPEN EXTEND GradJournal.

           PERFORM 1200-LoadCourseTable
               THRU 1200-LoadCourseTable-Exit.

      *----------------------------------------------------------------
      * Step over the header the check above has already taken.
      *----------------------------------------------------------------
           READ GradTrans
               AT END SET EndGradTrans TO TRUE.
           PERFORM 2800-ReadNextTransaction
               THRU 2800-ReadNextTransaction-Exit.
       1000-Initialize-Exit.
           EXIT.

           ADD 1 TO WS-CountryTableCount.
           MOVE CtyCode TO CtCode(WS-CountryTableCount).
           MOVE CtyName TO CtName(WS-CountryTableCount).
           MOVE CtyPostalReqFlag
               TO CtPostalReqFlag(WS-CountryTableCount).
           MOVE CtyPostalPatterns
               TO CtPostalPatterns(WS-CountryTableCount).
           READ CountryCodes
               AT END SET EndCountryCodes TO TRUE.
       1110-LoadOneCountryEntry-Exit.
       1210-LoadOneCourseEntry-Exit.
           EXIT.

      *----------------------------------------------------------------
      * Read the batch through once before anything is applied: the
      * header must come first and follow on from the last batch
      * applied, the trailer must come last, and the trailer's count
      * and StudentId hash total must agree with the Admissions
      * records actually in between.  The sequence is judged first,
      * so a resent batch is called a duplicate even when it also
      * balances.  The file is closed again for the apply pass.
      *----------------------------------------------------------------
       1300-CheckBatchControl.
           PERFORM 1310-ReadBatchControl
               THRU 1310-ReadBatchControl-Exit.

           READ GradTrans
               AT END SET EndGradTrans TO TRUE.

           IF EndGradTrans
               MOVE "NO HEADER - GRADTRANS.DAT IS EMPTY"
                   TO WS-BatchRefusal
           ELSE
               IF NOT TranIsHeader
                   MOVE "FIRST RECORD IS NOT A BATCH HEADER"
                       TO WS-BatchRefusal
               ELSE
                   PERFORM 1320-CheckBatchSequence
                       THRU 1320-CheckBatchSequence-Exit
                   READ GradTrans
                       AT END SET EndGradTrans TO TRUE
                   END-READ
                   PERFORM 1330-ScanOneBatchRecord
                       THRU 1330-ScanOneBatchRecord-Exit
                       UNTIL EndGradTrans
                   PERFORM 1340-CheckBatchTotals
                       THRU 1340-CheckBatchTotals-Exit
               END-IF
           END-IF.

           CLOSE GradTrans.
       1300-CheckBatchControl-Exit.
           EXIT.

       1310-ReadBatchControl.
           OPEN INPUT GradTranCtl.
           READ GradTranCtl
               AT END SET EndGradTranCtl TO TRUE.
           IF NOT EndGradTranCtl
               SET ControlWasFound TO TRUE
               MOVE GcLastBatchSeq    TO WS-LastBatchSeq
               MOVE GcLastExtractDate TO WS-LastExtractDate
           END-IF.
           CLOSE GradTranCtl.
       1310-ReadBatchControl-Exit.
           EXIT.

      *----------------------------------------------------------------
      * The next batch is one up from the last applied (999999 rolls
      * round to 1).  The same number again is a resend; anything
      * else is a skipped or stale batch.  With no control on file
      * the header is taken as it stands.
      *----------------------------------------------------------------
       1320-CheckBatchSequence.
           IF ThBatchSeq NOT NUMERIC
            OR ThExtractDate NOT NUMERIC
               MOVE "HEADER SEQUENCE OR DATE NOT NUMERIC"
                   TO WS-BatchRefusal
           ELSE
               MOVE ThBatchSeq    TO WS-BatchSeq
               MOVE ThExtractDate TO WS-ExtractDate
               IF ControlWasFound
                   IF WS-LastBatchSeq = 999999
                       MOVE 1 TO WS-ExpectedSeq
                   ELSE
                       COMPUTE WS-ExpectedSeq = WS-LastBatchSeq + 1
                   END-IF
                   IF WS-BatchSeq = WS-LastBatchSeq
                       MOVE "DUPLICATE - BATCH ALREADY APPLIED"
                           TO WS-BatchRefusal
                   ELSE
                       IF WS-BatchSeq NOT = WS-ExpectedSeq
                           STRING "OUT OF SEQUENCE - EXPECTED BATCH "
                                      DELIMITED BY SIZE
                                  WS-ExpectedSeq DELIMITED BY SIZE
                               INTO WS-BatchRefusal
                       ELSE
                           IF WS-ExtractDate < WS-LastExtractDate
                               MOVE "EXTRACT DATE BEFORE LAST BATCH'S"
                                   TO WS-BatchRefusal
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
       1320-CheckBatchSequence-Exit.
           EXIT.

       1330-ScanOneBatchRecord.
           IF TrailerWasFound
               IF BatchIsAccepted
                   MOVE "RECORDS FOUND AFTER THE TRAILER"
                       TO WS-BatchRefusal
               END-IF
           ELSE
               IF TranIsHeader
                   IF BatchIsAccepted
                       MOVE "SECOND HEADER INSIDE THE BATCH"
                           TO WS-BatchRefusal
                   END-IF
               ELSE
                   IF TranIsTrailer
                       SET TrailerWasFound TO TRUE
                       IF TtRecordCount NUMERIC
                          AND TtHashTotal NUMERIC
                           MOVE TtRecordCount TO WS-TrailerCount
                           MOVE TtHashTotal   TO WS-TrailerHash
                       ELSE
                           IF BatchIsAccepted
                               MOVE "TRAILER TOTALS NOT NUMERIC"
                                   TO WS-BatchRefusal
                           END-IF
                       END-IF
                   ELSE
                       IF TrRecycleReason = SPACES
                           ADD 1 TO WS-CountedRecords
                           IF TrStudentId NUMERIC
                               ADD TrStudentId TO WS-CountedHash
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
           READ GradTrans
               AT END SET EndGradTrans TO TRUE.
       1330-ScanOneBatchRecord-Exit.
           EXIT.

      *----------------------------------------------------------------
      * A missing trailer is a file cut off in transit.  Otherwise
      * the batch balances when both totals agree - reported either
      * way, and refused when they do not.
      *----------------------------------------------------------------
       1340-CheckBatchTotals.
           IF NOT TrailerWasFound
               IF BatchIsAccepted
                   MOVE "NO TRAILER - FILE CUT OFF"
                       TO WS-BatchRefusal
               END-IF
           ELSE
               IF WS-TrailerCount = WS-CountedRecords
                  AND WS-TrailerHash = WS-CountedHash
                   SET BatchIsBalanced TO TRUE
               ELSE
                   IF BatchIsAccepted
                       MOVE "TRAILER TOTALS DO NOT BALANCE"
                           TO WS-BatchRefusal
                   END-IF
               END-IF
           END-IF.
       1340-CheckBatchTotals-Exit.
           EXIT.

       1400-WriteBatchIdentity.
           MOVE WS-BatchSeq       TO BI-BatchSeq.
           MOVE WS-ExtractDate    TO BI-ExtractDate.
           MOVE WS-LastBatchSeq   TO BI-LastBatchSeq.
           WRITE TranRptLine FROM WS-BatchIdLine.

           MOVE WS-TrailerCount   TO BC-TrailerCount.
           MOVE WS-CountedRecords TO BC-CountedRecords.
           WRITE TranRptLine FROM WS-BatchCountLine.

           MOVE WS-TrailerHash    TO BH-TrailerHash.
           MOVE WS-CountedHash    TO BH-CountedHash.
           WRITE TranRptLine FROM WS-BatchHashLine.

           IF BatchIsBalanced
               MOVE "BALANCED" TO BS-Status
           ELSE
               MOVE "DID NOT BALANCE" TO BS-Status
           END-IF.
           WRITE TranRptLine FROM WS-BatchStatusLine.

           IF BatchIsAccepted
               MOVE "ACCEPTED - APPLIED BELOW" TO BS-Status
           ELSE
               MOVE SPACES TO BS-Status
               STRING "REFUSED - " DELIMITED BY SIZE
                      WS-BatchRefusal DELIMITED BY SIZE
                   INTO BS-Status
           END-IF.
           WRITE TranRptLine FROM WS-BatchStatusLine.
       1400-WriteBatchIdentity-Exit.
           EXIT.

      *----------------------------------------------------------------
      * Apply the transaction just read and report its disposition,
      * then read the next one.  Every transaction gets a report line,
               END-EVALUATE
           END-IF.

           PERFORM 2800-ReadNextTransaction
               THRU 2800-ReadNextTransaction-Exit.
       2000-ApplyOneTransaction-Exit.
           EXIT.

      *----------------------------------------------------------------
      * Validate the transaction against the loaded reference data
      * before anything touches GradInfo.DAT.  An add must carry a
      * known country and course, a domain matching its address and
      * a postal address that keeps to its country's rules; a change
      * is validated only on the fields it actually supplies, since
      * blank means keep-current.  The first failure wins - one
      * reason code per reject is what the recycle file carries.
      *----------------------------------------------------------------
       2050-ValidateTransaction.
           MOVE SPACES TO WS-RejectReason.
                      AND TrEmailDomain NOT = SPACES
                       MOVE "DOM" TO WS-RejectReason
                   END-IF
                   IF WS-RejectReason = SPACES
                       MOVE TrCountryCode TO WS-CheckCountryCode
                       MOVE TrStreetAddr  TO WS-CheckStreetAddr
                       MOVE TrCity        TO WS-CheckCity
                       MOVE TrPostalCode  TO WS-CheckPostalCode
                       PERFORM 2300-ValidateAddress
                           THRU 2300-ValidateAddress-Exit
                   END-IF
               WHEN TranIsChange
                   IF TrCountryCode NOT = SPACES
                       PERFORM 2100-ValidateCountry
                       PERFORM 2250-ValidateDomainOnFile
                           THRU 2250-ValidateDomainOnFile-Exit
                   END-IF
                   IF WS-RejectReason = SPACES
                      AND (TrCountryCode NOT = SPACES
                        OR TrStreetAddr  NOT = SPACES
                        OR TrCity        NOT = SPACES
                        OR TrPostalCode  NOT = SPACES)
                       PERFORM 2280-ValidateAddressOnFile
                           THRU 2280-ValidateAddressOnFile-Exit
                   END-IF
               WHEN TranIsDelete
                   CONTINUE
               WHEN OTHER
       2250-ValidateDomainOnFile-Exit.
           EXIT.

      *----------------------------------------------------------------
      * A change touching the country or any part of the postal
      * address - the address is checked as it will stand once the
      * change is applied, each supplied field laid over what the
      * record already carries.  A StudentId not on file passes
      * through, as in 2250.
      *----------------------------------------------------------------
       2280-ValidateAddressOnFile.
           MOVE TrStudentId TO StudentId.
           READ GradInfo
               INVALID KEY CONTINUE
           END-READ.
           IF GradInfoOk
               MOVE CountryCode TO WS-CheckCountryCode
               MOVE StreetAddr  TO WS-CheckStreetAddr
               MOVE City        TO WS-CheckCity
               MOVE PostalCode  TO WS-CheckPostalCode
               IF TrCountryCode NOT = SPACES
                   MOVE TrCountryCode TO WS-CheckCountryCode
               END-IF
               IF TrStreetAddr NOT = SPACES
                   MOVE TrStreetAddr TO WS-CheckStreetAddr
               END-IF
               IF TrCity NOT = SPACES
                   MOVE TrCity TO WS-CheckCity
               END-IF
               IF TrPostalCode NOT = SPACES
                   MOVE TrPostalCode TO WS-CheckPostalCode
               END-IF
               PERFORM 2300-ValidateAddress
                   THRU 2300-ValidateAddress-Exit
           END-IF.
       2280-ValidateAddressOnFile-Exit.
           EXIT.

      *----------------------------------------------------------------
      * Check the address in WS-AddressCheck and reject it under ADR
      * when it breaks a rule - what was wrong goes on the report
      * line so Admissions knows what to correct.
      *----------------------------------------------------------------
       2300-ValidateAddress.
           PERFORM 2310-CheckPostalAddress
               THRU 2310-CheckPostalAddress-Exit.
           IF NOT AddressIsClean
               MOVE "ADR" TO WS-RejectReason
           END-IF.
       2300-ValidateAddress-Exit.
           EXIT.

      *----------------------------------------------------------------
      * An address with no street, city or postal code is no address
      * at all, and passes - the postal channel is optional.  Once
      * any part is given, the street and city must both be there
      * and the city may not carry digits (a postal code keyed into
      * the wrong field).  The postal code is then held to the rules
      * of the country on CountryCodes.DAT: present if the country
      * requires one, and in one of the country's layouts if it has
      * any.  A country not on the file has no rules to apply.
      *----------------------------------------------------------------
       2310-CheckPostalAddress.
           MOVE SPACES TO WS-AddressFault.
           IF WS-CheckStreetAddr = SPACES
              AND WS-CheckCity = SPACES
              AND WS-CheckPostalCode = SPACES
               CONTINUE
           ELSE
               MOVE ZERO TO WS-CityDigitCount
               INSPECT WS-CheckCity TALLYING WS-CityDigitCount
                   FOR ALL "0" "1" "2" "3" "4" "5" "6" "7" "8" "9"
               EVALUATE TRUE
                   WHEN WS-CheckStreetAddr = SPACES
                       MOVE "STREET ADDRESS MISSING"
                           TO WS-AddressFault
                   WHEN WS-CheckCity = SPACES
                       MOVE "CITY MISSING" TO WS-AddressFault
                   WHEN WS-CityDigitCount > ZERO
                       MOVE "CITY CONTAINS DIGITS" TO WS-AddressFault
                   WHEN OTHER
                       PERFORM 2320-CheckCountryRules
                           THRU 2320-CheckCountryRules-Exit
               END-EVALUATE
           END-IF.
       2310-CheckPostalAddress-Exit.
           EXIT.

       2320-CheckCountryRules.
           MOVE "N" TO WS-CountryFound.
           SEARCH ALL WS-CountryEntry
               AT END
                   CONTINUE
               WHEN CtCode(CtIdx) = WS-CheckCountryCode
                   SET CountryWasFound TO TRUE
           END-SEARCH.
           IF CountryWasFound
               IF WS-CheckPostalCode = SPACES
                   IF CtPostalRequired(CtIdx)
                       MOVE "POSTAL CODE REQUIRED" TO WS-AddressFault
                   END-IF
               ELSE
                   IF CtPostalPatterns(CtIdx) NOT = SPACES
                       MOVE "N" TO WS-PatternMatch
                       MOVE 1 TO WS-PatternIdx
                       PERFORM 2330-TryOnePattern
                           THRU 2330-TryOnePattern-Exit
                           UNTIL PatternMatched
                              OR WS-PatternIdx > 4
                       IF NOT PatternMatched
                           MOVE "POSTAL CODE LAYOUT WRONG"
                               TO WS-AddressFault
                       END-IF
                   END-IF
               END-IF
           END-IF.
       2320-CheckCountryRules-Exit.
           EXIT.

      *----------------------------------------------------------------
      * Lay the postal code against one of the country's layouts,
      * position by position across all ten - a blank slot is
      * skipped.
      *----------------------------------------------------------------
       2330-TryOnePattern.
           IF CtPostalPattern(CtIdx, WS-PatternIdx) NOT = SPACES
               MOVE "Y" TO WS-PatternMatch
               MOVE 1 TO WS-PositionIdx
               PERFORM 2340-CheckOnePosition
                   THRU 2340-CheckOnePosition-Exit
                   UNTIL NOT PatternMatched
                      OR WS-PositionIdx > 10
           END-IF.
           ADD 1 TO WS-PatternIdx.
       2330-TryOnePattern-Exit.
           EXIT.

       2340-CheckOnePosition.
           MOVE CtPostalPattern(CtIdx, WS-PatternIdx)
               (WS-PositionIdx:1) TO WS-PatternChar.
           MOVE WS-CheckPostalCode(WS-PositionIdx:1) TO WS-CodeChar.
           EVALUATE WS-PatternChar
               WHEN "A"
                   IF NOT CodeCharIsLetter
                       MOVE "N" TO WS-PatternMatch
                   END-IF
               WHEN "9"
                   IF NOT CodeCharIsDigit
                       MOVE "N" TO WS-PatternMatch
                   END-IF
               WHEN "?"
                   IF NOT CodeCharIsLetter
                      AND NOT CodeCharIsDigit
                       MOVE "N" TO WS-PatternMatch
                   END-IF
               WHEN OTHER
                   IF WS-CodeChar NOT = WS-PatternChar
                       MOVE "N" TO WS-PatternMatch
                   END-IF
           END-EVALUATE.
           ADD 1 TO WS-PositionIdx.
       2340-CheckOnePosition-Exit.
           EXIT.

      *----------------------------------------------------------------
      * The trailer ends the batch - the check pass has already made
      * sure it is the last record, so reaching it is end of file.
      *----------------------------------------------------------------
       2800-ReadNextTransaction.
           READ GradTrans
               AT END SET EndGradTrans TO TRUE.
           IF NOT EndGradTrans
              AND TranIsTrailer
               SET EndGradTrans TO TRUE
           END-IF.
       2800-ReadNextTransaction-Exit.
           EXIT.

      *----------------------------------------------------------------
      * A transaction the validation turned away - it still gets its
      * report line, and it goes on the recycle file for correction
               WHEN "DOM"
                   MOVE "REJECTED - DOMAIN DOES NOT MATCH EMAIL"
                       TO TD-Disposition
               WHEN "ADR"
                   MOVE SPACES TO TD-Disposition
                   STRING "REJECTED - " DELIMITED BY SIZE
                          WS-AddressFault DELIMITED BY SIZE
                       INTO TD-Disposition
           END-EVALUATE.
           PERFORM 7000-WriteTranDetail
               THRU 7000-WriteTranDetail-Exit.
               WHEN "CTY" ADD 1 TO WS-RejCtyCount
               WHEN "CRS" ADD 1 TO WS-RejCrsCount
               WHEN "DOM" ADD 1 TO WS-RejDomCount
               WHEN "ADR" ADD 1 TO WS-RejAdrCount
               WHEN "ACT" ADD 1 TO WS-RejActCount
               WHEN "DUP" ADD 1 TO WS-RejDupCount
               WHEN "NOF" ADD 1 TO WS-RejNofCount
           MOVE WS-RejDomCount          TO TL-Count.
           WRITE TranRptLine FROM WS-TranTotalLine.

           MOVE "REJECTS - ADDRESS RULES" TO TL-Label.
           MOVE WS-RejAdrCount          TO TL-Count.
           WRITE TranRptLine FROM WS-TranTotalLine.

           MOVE "REJECTS - BAD ACTION CODE" TO TL-Label.
           MOVE WS-RejActCount          TO TL-Count.
           WRITE TranRptLine FROM WS-TranTotalLine.
           CLOSE GradTranRpt.
           CLOSE GradTranRecycle.
           CLOSE GradJournal.

      *----------------------------------------------------------------
      * Only a batch that has been applied all the way through moves
      * the control on - a run that dies part way leaves it where it
      * was, so the same batch is taken again on the rerun.
      *----------------------------------------------------------------
           OPEN OUTPUT GradTranCtl.
           MOVE WS-BatchSeq    TO GcLastBatchSeq.
           MOVE WS-ExtractDate TO GcLastExtractDate.
           MOVE WS-RunDate     TO GcAppliedDate.
           WRITE GradTranCtlRec.
           CLOSE GradTranCtl.
       8000-Finalize-Exit.
           EXIT.
