       SELECT OPTIONAL OperAuth ASSIGN TO "OperAuth.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

      *----------------------------------------------------------------
      * Country reference file, maintained by RefCodeMaint - carries
      * each country's postal rules, which a keyed address must keep
      * to.  OPTIONAL so the open cannot abort; with no file there
      * are no rules, and only the street and city checks apply.
      *----------------------------------------------------------------
       SELECT OPTIONAL CountryCodes ASSIGN TO "CountryCodes.DAT".

       DATA DIVISION.
       FILE SECTION.

       FD OperAuth.
           COPY OPERREC.

       FD CountryCodes.
           COPY CTRYREC.

       WORKING-STORAGE SECTION.

       01 WS-GradInfoStatus        PIC XX VALUE "00".
           02 WS-NewCity            PIC X(20).
           02 WS-NewPostalCode      PIC X(10).

      *----------------------------------------------------------------
      * CountryCodes.DAT loaded once at sign-on, with each country's
      * postal rules, and searched with SEARCH ALL - the file is
      * maintained in CtyCode order.
      *----------------------------------------------------------------
       01 WS-CountryFound           PIC X VALUE "N".
           88 CountryWasFound       VALUE "Y".

       01 WS-CountryTableCount      PIC 9(4) COMP VALUE ZERO.
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
      * The address being checked against its country's postal rules
      * - as keyed on an add, and as the record will stand on a
      * change.  Spaces in WS-AddressFault mean the address passed;
      * otherwise it holds what is wrong with it.
      *----------------------------------------------------------------
       01 WS-AddressCheck.
           02 WS-CheckCountryCode   PIC XX.
           02 WS-CheckStreetAddr    PIC X(30).
           02 WS-CheckCity          PIC X(20).
           02 WS-CheckPostalCode    PIC X(10).
       01 WS-AddressFault           PIC X(30) VALUE SPACES.
           88 AddressIsClean        VALUE SPACES.
           88 PostalLayoutWrong     VALUE "POSTAL CODE LAYOUT WRONG".

       01 WS-CityDigitCount         PIC 9(4) COMP.
       01 WS-PatternIdx             PIC 9(4) COMP.
       01 WS-PositionIdx            PIC 9(4) COMP.
       01 WS-PatternMatch           PIC X VALUE "N".
           88 PatternMatched        VALUE "Y".
       01 WS-PatternChar            PIC X.
       01 WS-CodeChar               PIC X.
           88 CodeCharIsLetter      VALUE "A" THRU "I" "J" THRU "R"
                                          "S" THRU "Z".
           88 CodeCharIsDigit       VALUE "0" THRU "9".

       PROCEDURE DIVISION.

       0000-Mainline.
                   UNTIL WS-OperatorId NOT = SPACES
               PERFORM 1200-CheckOperatorAuth
                   THRU 1200-CheckOperatorAuth-Exit
               PERFORM 1300-LoadCountryTable
                   THRU 1300-LoadCountryTable-Exit
           END-IF.
       1000-Initialize-Exit.
           EXIT.
       1210-LoadOneOperator-Exit.
           EXIT.

       1300-LoadCountryTable.
           OPEN INPUT CountryCodes.
           READ CountryCodes
               AT END SET EndCountryCodes TO TRUE.
           PERFORM 1310-LoadOneCountryEntry
               THRU 1310-LoadOneCountryEntry-Exit
               UNTIL EndCountryCodes.
           CLOSE CountryCodes.
       1300-LoadCountryTable-Exit.
           EXIT.

       1310-LoadOneCountryEntry.
           IF WS-CountryTableCount = 300
               DISPLAY "GRADMAINT: COUNTRYCODES.DAT HAS MORE THAN 300 "
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
       1310-LoadOneCountryEntry-Exit.
           EXIT.

      *----------------------------------------------------------------
      * Prompt for one maintenance function and carry it out.  A(dd),
      * C(hange) and D(elete) work against a single StudentId at a
           MOVE SPACE TO EmailStatus.
           MOVE ZERO  TO BounceDate.

      *----------------------------------------------------------------
      * The postal address has to keep to its country's rules before
      * the record goes on file - a refused address is shown with
      * what is wrong, and nothing is written.
      *----------------------------------------------------------------
           PERFORM 7100-CheckPostalAddress
               THRU 7100-CheckPostalAddress-Exit.

           IF NOT AddressIsClean
               DISPLAY "RECORD NOT ADDED"
           ELSE
               WRITE GradDetails
                   INVALID KEY
                       DISPLAY "STUDENT ID ALREADY ON FILE - NOT ADDED"
                   NOT INVALID KEY
                       DISPLAY "RECORD ADDED"
                       MOVE "A" TO WS-JournalAction
                       MOVE SPACES TO WS-BeforeImage
                       MOVE GradDetails TO WS-AfterImage
                       PERFORM 7000-WriteJournalEntry
                           THRU 7000-WriteJournalEntry-Exit
               END-WRITE
           END-IF.
       3000-AddGradRecord-Exit.
           EXIT.

                   MOVE WS-NewPostalCode TO PostalCode
               END-IF

      *----------------------------------------------------------------
      * Only a change that touched the country or the postal address
      * is held to the postal rules - an address already on file
      * that breaks them does not block an unrelated change, and is
      * left for the PostalScan listing to pick up.
      *----------------------------------------------------------------
               MOVE SPACES TO WS-AddressFault
               IF WS-NewCountryCode NOT = SPACES
                  OR WS-NewStreetAddr NOT = SPACES
                  OR WS-NewCity NOT = SPACES
                  OR WS-NewPostalCode NOT = SPACES
                   PERFORM 7100-CheckPostalAddress
                       THRU 7100-CheckPostalAddress-Exit
               END-IF

               IF NOT AddressIsClean
                   DISPLAY "RECORD NOT CHANGED"
               ELSE
                   REWRITE GradDetails
                       INVALID KEY
                           DISPLAY "UNABLE TO REWRITE RECORD"
                       NOT INVALID KEY
                           DISPLAY "RECORD CHANGED"
                           MOVE "C" TO WS-JournalAction
                           MOVE GradDetails TO WS-AfterImage
                           PERFORM 7000-WriteJournalEntry
                               THRU 7000-WriteJournalEntry-Exit
                   END-REWRITE
               END-IF
           END-IF.
       4050-ChangeEnteredStudent-Exit.
           EXIT.
       7000-WriteJournalEntry-Exit.
           EXIT.

      *----------------------------------------------------------------
      * Hold the address in GradDetails to its country's postal
      * rules.  An address with no street, city or postal code is no
      * address at all, and passes - the postal channel is optional.
      * Once any part is given, the street and city must both be
      * there and the city may not carry digits (a postal code keyed
      * into the wrong field).  The postal code is then held to the
      * rules of the country on CountryCodes.DAT: present if the
      * country requires one, and in one of the country's layouts if
      * it has any.  A country not on the file has no rules to
      * apply.  A refusal is shown on screen with what is wrong, and
      * with the layouts the country allows when the layout is the
      * trouble.
      *----------------------------------------------------------------
       7100-CheckPostalAddress.
           MOVE SPACES TO WS-AddressFault.
           MOVE CountryCode TO WS-CheckCountryCode.
           MOVE StreetAddr  TO WS-CheckStreetAddr.
           MOVE City        TO WS-CheckCity.
           MOVE PostalCode  TO WS-CheckPostalCode.
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
                       PERFORM 7110-CheckCountryRules
                           THRU 7110-CheckCountryRules-Exit
               END-EVALUATE
           END-IF.
           IF NOT AddressIsClean
               DISPLAY "ADDRESS REFUSED - " WS-AddressFault
               IF PostalLayoutWrong
                   DISPLAY "LAYOUTS FOR " WS-CheckCountryCode " : "
                       CtPostalPattern(CtIdx, 1) " "
                       CtPostalPattern(CtIdx, 2) " "
                       CtPostalPattern(CtIdx, 3) " "
                       CtPostalPattern(CtIdx, 4)
                   DISPLAY "(A = LETTER, 9 = DIGIT, ? = EITHER)"
               END-IF
           END-IF.
       7100-CheckPostalAddress-Exit.
           EXIT.

       7110-CheckCountryRules.
           MOVE "N" TO WS-CountryFound.
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
                       PERFORM 7120-TryOnePattern
                           THRU 7120-TryOnePattern-Exit
                           UNTIL PatternMatched
                              OR WS-PatternIdx > 4
                       IF NOT PatternMatched
                           MOVE "POSTAL CODE LAYOUT WRONG"
                               TO WS-AddressFault
                       END-IF
                   END-IF
               END-IF
           END-IF.
       7110-CheckCountryRules-Exit.
           EXIT.

      *----------------------------------------------------------------
      * Lay the postal code against one of the country's layouts,
      * position by position across all ten - a blank slot is
      * skipped.
      *----------------------------------------------------------------
       7120-TryOnePattern.
           IF CtPostalPattern(CtIdx, WS-PatternIdx) NOT = SPACES
               MOVE "Y" TO WS-PatternMatch
               MOVE 1 TO WS-PositionIdx
               PERFORM 7130-CheckOnePosition
                   THRU 7130-CheckOnePosition-Exit
                   UNTIL NOT PatternMatched
                      OR WS-PositionIdx > 10
           END-IF.
           ADD 1 TO WS-PatternIdx.
       7120-TryOnePattern-Exit.
           EXIT.

       7130-CheckOnePosition.
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
       7130-CheckOnePosition-Exit.
           EXIT.

      *----------------------------------------------------------------
      * The journal is only open when GradInfo opened - closing it
      * after a failed start-up would abort a session that already
