       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PostalScan.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT GradInfo ASSIGN TO "GradInfo.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS StudentId
           ALTERNATE RECORD KEY IS EmailAdd WITH DUPLICATES
           FILE STATUS IS WS-GradInfoStatus.

       SELECT CountryCodes ASSIGN TO "CountryCodes.DAT".

       SELECT PostalSortFile ASSIGN TO DISK.

       SELECT PostalRpt ASSIGN TO "PostalExceptions.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD GradInfo.
           COPY GRADREC.

       FD CountryCodes.
           COPY CTRYREC.

      *----------------------------------------------------------------
      * One stored address that breaks its country's postal rules, in
      * the order the listing wants them - country by country, by
      * StudentId within a country.
      *----------------------------------------------------------------
       SD PostalSortFile.
       01 PostalSortRec.
           02 PsCountryCode       PIC XX.
           02 PsStudentId         PIC 9(6).
           02 PsStudName          PIC X(25).
           02 PsStreetAddr        PIC X(30).
           02 PsCity              PIC X(20).
           02 PsPostalCode        PIC X(10).
           02 PsFault             PIC X(30).

      *----------------------------------------------------------------
      * Exceptions listing - every broken address under a heading for
      * its country that shows the rules it was held to, with a count
      * per country and the run totals at the foot.
      *----------------------------------------------------------------
       FD PostalRpt.
       01 PostalRptLine           PIC X(132).

       WORKING-STORAGE SECTION.

       01 WS-GradInfoStatus        PIC XX VALUE "00".
           88 GradInfoOk           VALUE "00".

       01 WS-RunDate               PIC 9(8).

       01 WS-Switches.
           02 WS-SortDone          PIC X VALUE "N".
               88 SortIsDone       VALUE "Y".

      *----------------------------------------------------------------
      * CountryCodes.DAT loaded once at start-up, with each country's
      * postal rules, and searched with SEARCH ALL - the file is
      * maintained in CtyCode order.
      *----------------------------------------------------------------
       01 WS-CountryFound          PIC X VALUE "N".
           88 CountryWasFound      VALUE "Y".

       01 WS-CountryTableCount     PIC 9(4) COMP VALUE ZERO.
       01 WS-CountryTable.
           02 WS-CountryEntry OCCURS 1 TO 300 TIMES
               DEPENDING ON WS-CountryTableCount
               ASCENDING KEY IS CtCode
               INDEXED BY CtIdx.
               03 CtCode            PIC XX.
               03 CtName            PIC X(26).
               03 CtPostalReqFlag   PIC X.
                   88 CtPostalRequired VALUE "Y".
               03 CtPostalPatterns.
                   04 CtPostalPattern OCCURS 4 TIMES PIC X(10).

      *----------------------------------------------------------------
      * The stored address being checked against its country's postal
      * rules.  Spaces in WS-AddressFault mean the address passed;
      * otherwise it holds what is wrong with it.
      *----------------------------------------------------------------
       01 WS-AddressCheck.
           02 WS-CheckCountryCode  PIC XX.
           02 WS-CheckStreetAddr   PIC X(30).
           02 WS-CheckCity         PIC X(20).
           02 WS-CheckPostalCode   PIC X(10).
       01 WS-AddressFault          PIC X(30) VALUE SPACES.
           88 AddressIsClean       VALUE SPACES.
           88 StreetAddrMissing    VALUE "STREET ADDRESS MISSING".
           88 CityMissing          VALUE "CITY MISSING".
           88 CityHasDigits        VALUE "CITY CONTAINS DIGITS".
           88 PostalCodeMissing    VALUE "POSTAL CODE REQUIRED".
           88 PostalLayoutWrong    VALUE "POSTAL CODE LAYOUT WRONG".
           88 CountryNotOnFile     VALUE "COUNTRY NOT ON COUNTRYCODES".

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
      * Run totals - read must equal no-address plus checked, and
      * checked must equal clean plus broken, with the broken ones
      * split by what was wrong.
      *----------------------------------------------------------------
       01 WS-GradReadCount         PIC 9(6) VALUE ZERO.
       01 WS-NoAddressCount        PIC 9(6) VALUE ZERO.
       01 WS-CheckedCount          PIC 9(6) VALUE ZERO.
       01 WS-CleanCount            PIC 9(6) VALUE ZERO.
       01 WS-BrokenCount           PIC 9(6) VALUE ZERO.
       01 WS-StreetMissingCount    PIC 9(6) VALUE ZERO.
       01 WS-CityMissingCount      PIC 9(6) VALUE ZERO.
       01 WS-CityDigitsCount       PIC 9(6) VALUE ZERO.
       01 WS-PostalMissingCount    PIC 9(6) VALUE ZERO.
       01 WS-LayoutWrongCount      PIC 9(6) VALUE ZERO.
       01 WS-CountryUnknownCount   PIC 9(6) VALUE ZERO.
       01 WS-CountryListedCount    PIC 9(6) VALUE ZERO.

       01 WS-CurCountryCode        PIC XX.
       01 WS-CurCountryBroken      PIC 9(6).

      *----------------------------------------------------------------
      * Report lines.
      *----------------------------------------------------------------
       01 WS-RptTitleLine.
           02 FILLER               PIC X(38)
               VALUE "POSTAL ADDRESS EXCEPTIONS - RUN DATE ".
           02 RH-RunDate           PIC 9(8).
           02 FILLER               PIC X(86) VALUE SPACES.

       01 WS-RptColumnLine.
           02 FILLER               PIC X(4)  VALUE SPACES.
           02 FILLER               PIC X(33)
               VALUE "ID     NAME".
           02 FILLER               PIC X(31)
               VALUE "STREET ADDRESS".
           02 FILLER               PIC X(21)
               VALUE "CITY".
           02 FILLER               PIC X(11)
               VALUE "POSTAL".
           02 FILLER               PIC X(32)
               VALUE "WHAT IS WRONG".

       01 WS-RptCountryLine.
           02 FILLER               PIC X(8)  VALUE "COUNTRY ".
           02 RC-CountryCode       PIC XX.
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 RC-CountryName       PIC X(26).
           02 FILLER               PIC X(23)
               VALUE "  POSTAL CODE REQUIRED ".
           02 RC-PostalReqFlag     PIC X.
           02 FILLER               PIC X(10) VALUE "  LAYOUTS ".
           02 RC-Layouts OCCURS 4 TIMES.
               03 RC-Layout        PIC X(10).
               03 FILLER           PIC X(1)  VALUE SPACE.
           02 FILLER               PIC X(16) VALUE SPACES.

       01 WS-RptDetailLine.
           02 FILLER               PIC X(4)  VALUE SPACES.
           02 RD-StudentId         PIC 9(6).
           02 FILLER               PIC X(1)  VALUE SPACE.
           02 RD-StudName          PIC X(25).
           02 FILLER               PIC X(1)  VALUE SPACE.
           02 RD-StreetAddr        PIC X(30).
           02 FILLER               PIC X(1)  VALUE SPACE.
           02 RD-City              PIC X(20).
           02 FILLER               PIC X(1)  VALUE SPACE.
           02 RD-PostalCode        PIC X(10).
           02 FILLER               PIC X(1)  VALUE SPACE.
           02 RD-Fault             PIC X(30).
           02 FILLER               PIC X(2)  VALUE SPACES.

       01 WS-RptCountryTotalLine.
           02 FILLER               PIC X(4)  VALUE SPACES.
           02 FILLER               PIC X(25)
               VALUE "ADDRESSES LISTED FOR ".
           02 RN-CountryCode       PIC XX.
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 RN-Count             PIC ZZZZZ9.
           02 FILLER               PIC X(93) VALUE SPACES.

       01 WS-RptTotalLine.
           02 RT-Label             PIC X(30).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 RT-Count             PIC 9(6).
           02 FILLER               PIC X(94) VALUE SPACES.

       01 WS-RptMessageLine        PIC X(132).

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      * Hold every postal address stored on GradInfo.DAT to the rules
      * of its country on CountryCodes.DAT - the same checks GradMaint
      * and GradTranApply make as an address is entered - and list
      * every one that breaks them, grouped by CountryCode, so the
      * addresses on file before the rules existed can be put right.
      *----------------------------------------------------------------
       0000-Mainline.
           PERFORM 1000-Initialize
               THRU 1000-Initialize-Exit.

           SORT PostalSortFile
               ON ASCENDING KEY PsCountryCode PsStudentId
               INPUT PROCEDURE 2000-ScanGraduates
                   THRU 2000-ScanGraduates-Exit
               OUTPUT PROCEDURE 3000-ListByCountry
                   THRU 3000-ListByCountry-Exit.

           PERFORM 8000-Finalize
               THRU 8000-Finalize-Exit.

           STOP RUN.

       1000-Initialize.
           ACCEPT WS-RunDate FROM DATE YYYYMMDD.

           PERFORM 1100-LoadCountryTable
               THRU 1100-LoadCountryTable-Exit.

           OPEN OUTPUT PostalRpt.
           MOVE WS-RunDate TO RH-RunDate.
           WRITE PostalRptLine FROM WS-RptTitleLine.
           WRITE PostalRptLine FROM WS-RptColumnLine.
       1000-Initialize-Exit.
           EXIT.

      *----------------------------------------------------------------
      * Load CountryCodes.DAT into WS-CountryTable once - the file is
      * maintained in CtyCode order, so the table can be searched
      * with SEARCH ALL once it is loaded.
      *----------------------------------------------------------------
       1100-LoadCountryTable.
           OPEN INPUT CountryCodes.
           READ CountryCodes
               AT END SET EndCountryCodes TO TRUE.
           PERFORM 1110-LoadOneCountryEntry
               THRU 1110-LoadOneCountryEntry-Exit
               UNTIL EndCountryCodes.
           CLOSE CountryCodes.
       1100-LoadCountryTable-Exit.
           EXIT.

       1110-LoadOneCountryEntry.
           IF WS-CountryTableCount = 300
               DISPLAY "POSTALSCAN: COUNTRYCODES.DAT HAS MORE THAN 300 "
                   "ENTRIES - WS-CountryTable IS FULL"
               STOP RUN
           END-IF.
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
           EXIT.

       2000-ScanGraduates.
           OPEN INPUT GradInfo.
           IF NOT GradInfoOk
               DISPLAY "POSTALSCAN: UNABLE TO OPEN GRADINFO.DAT "
                   "- STATUS " WS-GradInfoStatus
               STOP RUN
           END-IF.
           READ GradInfo NEXT RECORD
               AT END SET EndGradInfo TO TRUE.
           PERFORM 2100-ScanOneGraduate
               THRU 2100-ScanOneGraduate-Exit
               UNTIL EndGradInfo.
           CLOSE GradInfo.
       2000-ScanGraduates-Exit.
           EXIT.

      *----------------------------------------------------------------
      * A graduate with no postal address on record is counted and
      * passed over - there is nothing to clean.  An address whose
      * CountryCode is not on CountryCodes.DAT passes the rules by
      * default when it is keyed, but here it is listed: the letter
      * shop cannot post to a country nobody recognises.
      *----------------------------------------------------------------
       2100-ScanOneGraduate.
           ADD 1 TO WS-GradReadCount.
           IF StreetAddr = SPACES
              AND City = SPACES
              AND PostalCode = SPACES
               ADD 1 TO WS-NoAddressCount
           ELSE
               ADD 1 TO WS-CheckedCount
               MOVE CountryCode TO WS-CheckCountryCode
               MOVE StreetAddr  TO WS-CheckStreetAddr
               MOVE City        TO WS-CheckCity
               MOVE PostalCode  TO WS-CheckPostalCode
               PERFORM 2200-CheckPostalAddress
                   THRU 2200-CheckPostalAddress-Exit
               IF AddressIsClean
                  AND NOT CountryWasFound
                   MOVE "COUNTRY NOT ON COUNTRYCODES"
                       TO WS-AddressFault
               END-IF
               IF AddressIsClean
                   ADD 1 TO WS-CleanCount
               ELSE
                   PERFORM 2150-ReleaseBrokenAddress
                       THRU 2150-ReleaseBrokenAddress-Exit
               END-IF
           END-IF.

           READ GradInfo NEXT RECORD
               AT END SET EndGradInfo TO TRUE.
       2100-ScanOneGraduate-Exit.
           EXIT.

       2150-ReleaseBrokenAddress.
           ADD 1 TO WS-BrokenCount.
           EVALUATE TRUE
               WHEN StreetAddrMissing
                   ADD 1 TO WS-StreetMissingCount
               WHEN CityMissing
                   ADD 1 TO WS-CityMissingCount
               WHEN CityHasDigits
                   ADD 1 TO WS-CityDigitsCount
               WHEN PostalCodeMissing
                   ADD 1 TO WS-PostalMissingCount
               WHEN PostalLayoutWrong
                   ADD 1 TO WS-LayoutWrongCount
               WHEN CountryNotOnFile
                   ADD 1 TO WS-CountryUnknownCount
           END-EVALUATE.
           MOVE CountryCode     TO PsCountryCode.
           MOVE StudentId       TO PsStudentId.
           MOVE StudName        TO PsStudName.
           MOVE StreetAddr      TO PsStreetAddr.
           MOVE City            TO PsCity.
           MOVE PostalCode      TO PsPostalCode.
           MOVE WS-AddressFault TO PsFault.
           RELEASE PostalSortRec.
       2150-ReleaseBrokenAddress-Exit.
           EXIT.

      *----------------------------------------------------------------
      * Once any part of an address is given, the street and city
      * must both be there and the city may not carry digits (a
      * postal code keyed into the wrong field).  The postal code is
      * then held to the rules of the country on CountryCodes.DAT:
      * present if the country requires one, and in one of the
      * country's layouts if it has any.  A country not on the file
      * has no rules to apply.
      *----------------------------------------------------------------
       2200-CheckPostalAddress.
           MOVE SPACES TO WS-AddressFault.
           MOVE "N" TO WS-CountryFound.
           MOVE ZERO TO WS-CityDigitCount.
           INSPECT WS-CheckCity TALLYING WS-CityDigitCount
               FOR ALL "0" "1" "2" "3" "4" "5" "6" "7" "8" "9".
           EVALUATE TRUE
               WHEN WS-CheckStreetAddr = SPACES
                   MOVE "STREET ADDRESS MISSING" TO WS-AddressFault
               WHEN WS-CheckCity = SPACES
                   MOVE "CITY MISSING" TO WS-AddressFault
               WHEN WS-CityDigitCount > ZERO
                   MOVE "CITY CONTAINS DIGITS" TO WS-AddressFault
               WHEN OTHER
                   PERFORM 2210-CheckCountryRules
                       THRU 2210-CheckCountryRules-Exit
           END-EVALUATE.
       2200-CheckPostalAddress-Exit.
           EXIT.

       2210-CheckCountryRules.
           IF WS-CountryTableCount > ZERO
               SEARCH ALL WS-CountryEntry
                   AT END
                       CONTINUE
                   WHEN CtCode(CtIdx) = WS-CheckCountryCode
                       SET CountryWasFound TO TRUE
               END-SEARCH
           END-IF.
           IF CountryWasFound
               IF WS-CheckPostalCode = SPACES
                   IF CtPostalRequired(CtIdx)
                       MOVE "POSTAL CODE REQUIRED" TO WS-AddressFault
                   END-IF
               ELSE
                   IF CtPostalPatterns(CtIdx) NOT = SPACES
                       MOVE "N" TO WS-PatternMatch
                       MOVE 1 TO WS-PatternIdx
                       PERFORM 2220-TryOnePattern
                           THRU 2220-TryOnePattern-Exit
                           UNTIL PatternMatched
                              OR WS-PatternIdx > 4
                       IF NOT PatternMatched
                           MOVE "POSTAL CODE LAYOUT WRONG"
                               TO WS-AddressFault
                       END-IF
                   END-IF
               END-IF
           END-IF.
       2210-CheckCountryRules-Exit.
           EXIT.

      *----------------------------------------------------------------
      * Lay the postal code against one of the country's layouts,
      * position by position across all ten - a blank slot is
      * skipped.
      *----------------------------------------------------------------
       2220-TryOnePattern.
           IF CtPostalPattern(CtIdx, WS-PatternIdx) NOT = SPACES
               MOVE "Y" TO WS-PatternMatch
               MOVE 1 TO WS-PositionIdx
               PERFORM 2230-CheckOnePosition
                   THRU 2230-CheckOnePosition-Exit
                   UNTIL NOT PatternMatched
                      OR WS-PositionIdx > 10
           END-IF.
           ADD 1 TO WS-PatternIdx.
       2220-TryOnePattern-Exit.
           EXIT.

       2230-CheckOnePosition.
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
       2230-CheckOnePosition-Exit.
           EXIT.

       3000-ListByCountry.
           MOVE "N" TO WS-SortDone.
           RETURN PostalSortFile
               AT END SET SortIsDone TO TRUE.
           PERFORM 3100-ListOneCountry
               THRU 3100-ListOneCountry-Exit
               UNTIL SortIsDone.
       3000-ListByCountry-Exit.
           EXIT.

       3100-ListOneCountry.
           MOVE PsCountryCode TO WS-CurCountryCode.
           MOVE ZERO TO WS-CurCountryBroken.
           ADD 1 TO WS-CountryListedCount.
           PERFORM 3150-WriteCountryHeading
               THRU 3150-WriteCountryHeading-Exit.

           PERFORM 3200-ListOneAddress
               THRU 3200-ListOneAddress-Exit
               UNTIL SortIsDone
                  OR PsCountryCode NOT = WS-CurCountryCode.

           MOVE WS-CurCountryCode  TO RN-CountryCode.
           MOVE WS-CurCountryBroken TO RN-Count.
           WRITE PostalRptLine FROM WS-RptCountryTotalLine.
       3100-ListOneCountry-Exit.
           EXIT.

      *----------------------------------------------------------------
      * The country heading carries the rules the addresses below it
      * were held to, so whoever cleans them up has the layouts to
      * hand.  A CountryCode not on the file has no rules to show.
      *----------------------------------------------------------------
       3150-WriteCountryHeading.
           MOVE SPACES TO WS-RptMessageLine.
           WRITE PostalRptLine FROM WS-RptMessageLine.
           MOVE "N" TO WS-CountryFound.
           IF WS-CountryTableCount > ZERO
               SEARCH ALL WS-CountryEntry
                   AT END
                       CONTINUE
                   WHEN CtCode(CtIdx) = WS-CurCountryCode
                       SET CountryWasFound TO TRUE
               END-SEARCH
           END-IF.
           MOVE WS-CurCountryCode TO RC-CountryCode.
           IF CountryWasFound
               MOVE CtName(CtIdx)             TO RC-CountryName
               MOVE CtPostalReqFlag(CtIdx)    TO RC-PostalReqFlag
               MOVE CtPostalPattern(CtIdx, 1) TO RC-Layout(1)
               MOVE CtPostalPattern(CtIdx, 2) TO RC-Layout(2)
               MOVE CtPostalPattern(CtIdx, 3) TO RC-Layout(3)
               MOVE CtPostalPattern(CtIdx, 4) TO RC-Layout(4)
           ELSE
               MOVE "NOT ON COUNTRYCODES.DAT" TO RC-CountryName
               MOVE SPACE                     TO RC-PostalReqFlag
               MOVE SPACES                    TO RC-Layout(1)
               MOVE SPACES                    TO RC-Layout(2)
               MOVE SPACES                    TO RC-Layout(3)
               MOVE SPACES                    TO RC-Layout(4)
           END-IF.
           WRITE PostalRptLine FROM WS-RptCountryLine.
       3150-WriteCountryHeading-Exit.
           EXIT.

       3200-ListOneAddress.
           ADD 1 TO WS-CurCountryBroken.
           MOVE PsStudentId  TO RD-StudentId.
           MOVE PsStudName   TO RD-StudName.
           MOVE PsStreetAddr TO RD-StreetAddr.
           MOVE PsCity       TO RD-City.
           MOVE PsPostalCode TO RD-PostalCode.
           MOVE PsFault      TO RD-Fault.
           WRITE PostalRptLine FROM WS-RptDetailLine.
           RETURN PostalSortFile
               AT END SET SortIsDone TO TRUE.
       3200-ListOneAddress-Exit.
           EXIT.

       8000-Finalize.
           MOVE SPACES TO WS-RptMessageLine.
           WRITE PostalRptLine FROM WS-RptMessageLine.

           MOVE "GRADUATES READ"            TO RT-Label.
           MOVE WS-GradReadCount            TO RT-Count.
           WRITE PostalRptLine FROM WS-RptTotalLine.

           MOVE "WITH NO POSTAL ADDRESS"    TO RT-Label.
           MOVE WS-NoAddressCount           TO RT-Count.
           WRITE PostalRptLine FROM WS-RptTotalLine.

           MOVE "ADDRESSES CHECKED"         TO RT-Label.
           MOVE WS-CheckedCount             TO RT-Count.
           WRITE PostalRptLine FROM WS-RptTotalLine.

           MOVE "ADDRESSES KEEPING TO RULES" TO RT-Label.
           MOVE WS-CleanCount               TO RT-Count.
           WRITE PostalRptLine FROM WS-RptTotalLine.

           MOVE "ADDRESSES BREAKING RULES"  TO RT-Label.
           MOVE WS-BrokenCount              TO RT-Count.
           WRITE PostalRptLine FROM WS-RptTotalLine.

           MOVE "  STREET ADDRESS MISSING"  TO RT-Label.
           MOVE WS-StreetMissingCount       TO RT-Count.
           WRITE PostalRptLine FROM WS-RptTotalLine.

           MOVE "  CITY MISSING"            TO RT-Label.
           MOVE WS-CityMissingCount         TO RT-Count.
           WRITE PostalRptLine FROM WS-RptTotalLine.

           MOVE "  CITY CONTAINS DIGITS"    TO RT-Label.
           MOVE WS-CityDigitsCount          TO RT-Count.
           WRITE PostalRptLine FROM WS-RptTotalLine.

           MOVE "  POSTAL CODE REQUIRED"    TO RT-Label.
           MOVE WS-PostalMissingCount       TO RT-Count.
           WRITE PostalRptLine FROM WS-RptTotalLine.

           MOVE "  POSTAL CODE LAYOUT WRONG" TO RT-Label.
           MOVE WS-LayoutWrongCount         TO RT-Count.
           WRITE PostalRptLine FROM WS-RptTotalLine.

           MOVE "  COUNTRY NOT ON COUNTRYCODES" TO RT-Label.
           MOVE WS-CountryUnknownCount      TO RT-Count.
           WRITE PostalRptLine FROM WS-RptTotalLine.

           MOVE "COUNTRIES LISTED"          TO RT-Label.
           MOVE WS-CountryListedCount       TO RT-Count.
           WRITE PostalRptLine FROM WS-RptTotalLine.

           CLOSE PostalRpt.
       8000-Finalize-Exit.
           EXIT.
