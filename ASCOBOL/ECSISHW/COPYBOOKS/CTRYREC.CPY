      *----------------------------------------------------------------
      * CTRYREC.CPY
      * Record layout for one entry on the CountryCodes.DAT file - the
      * two letter CountryCode, the country name, and the postal rules
      * an address in that country has to keep to.  The postal rules
      * say whether a postal code must be given, and list up to four
      * layouts a postal code may take, one character per position:
      *     A   a capital letter
      *     9   a digit
      *     ?   either a capital letter or a digit
      * and any other character (a space or a hyphen) must appear
      * exactly as written.  All ten positions are compared, so the
      * trailing spaces of a layout fix the length of the code.  A
      * blank layout is an unused slot, and a country with no layouts
      * at all takes a postal code of any layout.  Maintained by
      * RefCodeMaint; shared by every program that reads the file so
      * all carry the same picture of it.
      *----------------------------------------------------------------
       01 CountryRec.
           88 EndCountryCodes     VALUE HIGH-VALUES.
           02 CtyCode             PIC XX.
           02 CtyName             PIC X(26).
           02 CtyPostalReqFlag    PIC X.
               88 CtyPostalRequired VALUE "Y".
           02 CtyPostalPatterns.
               03 CtyPostalPattern OCCURS 4 TIMES PIC X(10).
