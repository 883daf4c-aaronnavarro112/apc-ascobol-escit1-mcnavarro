       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CountryCodesConvert.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *----------------------------------------------------------------
      * The file as it stands today - code and name only.  The
      * operator renames CountryCodes.DAT to CountryCodesOld.DAT
      * before the run; the conversion never touches the original in
      * place, so a failed run loses nothing.
      *----------------------------------------------------------------
       SELECT CountryCodesOld ASSIGN TO "CountryCodesOld.DAT"
           FILE STATUS IS WS-CountryCodesOldStatus.

       SELECT CountryCodes ASSIGN TO "CountryCodes.DAT"
           FILE STATUS IS WS-CountryCodesStatus.

       DATA DIVISION.
       FILE SECTION.

      *----------------------------------------------------------------
      * The old record - the two letter code and the country name.
      *----------------------------------------------------------------
       FD CountryCodesOld.
       01 OldCountryRec.
           88 EndCountryCodesOld  VALUE HIGH-VALUES.
           02 OldCtyCode          PIC XX.
           02 OldCtyName          PIC X(26).

       FD CountryCodes.
           COPY CTRYREC.

       WORKING-STORAGE SECTION.

       01 WS-CountryCodesOldStatus PIC XX VALUE "00".
           88 CountryCodesOldOk    VALUE "00".

       01 WS-CountryCodesStatus    PIC XX VALUE "00".
           88 CountryCodesOk       VALUE "00".

      *----------------------------------------------------------------
      * Control totals - read must equal written at the bottom or the
      * conversion is not to be trusted.
      *----------------------------------------------------------------
       01 WS-RecordsReadCount      PIC 9(6) VALUE ZERO.
       01 WS-RecordsWrittenCount   PIC 9(6) VALUE ZERO.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      * One-time conversion of CountryCodes.DAT onto the record that
      * carries each country's postal rules.  Every country is copied
      * across in the order it stands with no rules set - a postal
      * code not required and no layouts, so every address passes
      * until the rules are keyed through RefCodeMaint.
      *----------------------------------------------------------------
       0000-Mainline.
           PERFORM 1000-Initialize
               THRU 1000-Initialize-Exit.

           PERFORM 2000-ConvertOneCountry
               THRU 2000-ConvertOneCountry-Exit
               UNTIL EndCountryCodesOld.

           PERFORM 8000-Finalize
               THRU 8000-Finalize-Exit.

           STOP RUN.

       1000-Initialize.
           OPEN INPUT CountryCodesOld.
           IF NOT CountryCodesOldOk
               DISPLAY "COUNTRYCODESCONVERT: UNABLE TO OPEN "
                   "COUNTRYCODESOLD.DAT - STATUS "
                   WS-CountryCodesOldStatus
               DISPLAY "(RENAME COUNTRYCODES.DAT TO "
                   "COUNTRYCODESOLD.DAT BEFORE THE RUN)"
               STOP RUN
           END-IF.

           OPEN OUTPUT CountryCodes.
           IF NOT CountryCodesOk
               DISPLAY "COUNTRYCODESCONVERT: UNABLE TO OPEN "
                   "COUNTRYCODES.DAT - STATUS " WS-CountryCodesStatus
               STOP RUN
           END-IF.

           READ CountryCodesOld
               AT END SET EndCountryCodesOld TO TRUE.
       1000-Initialize-Exit.
           EXIT.

       2000-ConvertOneCountry.
           ADD 1 TO WS-RecordsReadCount.
           MOVE SPACES     TO CountryRec.
           MOVE OldCtyCode TO CtyCode.
           MOVE OldCtyName TO CtyName.
           MOVE "N"        TO CtyPostalReqFlag.
           WRITE CountryRec.
           IF CountryCodesOk
               ADD 1 TO WS-RecordsWrittenCount
           ELSE
               DISPLAY "COUNTRYCODESCONVERT: UNABLE TO WRITE "
                   "COUNTRY " CtyCode " - STATUS "
                   WS-CountryCodesStatus
           END-IF.
           READ CountryCodesOld
               AT END SET EndCountryCodesOld TO TRUE.
       2000-ConvertOneCountry-Exit.
           EXIT.

       8000-Finalize.
           CLOSE CountryCodesOld.
           CLOSE CountryCodes.
           DISPLAY "RECORDS READ       " WS-RecordsReadCount.
           DISPLAY "RECORDS WRITTEN    " WS-RecordsWrittenCount.
           IF WS-RecordsReadCount NOT = WS-RecordsWrittenCount
               DISPLAY "COUNTS DISAGREE - DO NOT DISCARD "
                   "COUNTRYCODESOLD.DAT"
           END-IF.
       8000-Finalize-Exit.
           EXIT.
