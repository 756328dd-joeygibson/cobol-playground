      * Shared sound-alike name working storage, in the style of
      * DATEVAL. COPY this into WORKING-STORAGE and COPY PHONKEYP
      * into PROCEDURE DIVISION. Move a name to PhoneticName and
      * PERFORM BuildPhoneticKey: PhoneticKey comes back as the
      * Soundex code of the surname (the last word, or the part
      * before a comma; a trailing JR, SR, II, III or IV is passed
      * over) followed by the first initial, so SMITH and SMYTH,
      * J SMITH and JOHN SMITH, all key alike. PhoneticSurname holds
      * the surname found. Then, for two records sharing a key, load
      * the Pair fields and PERFORM GradeSoundAlikePair to get how
      * likely they are the same person.
       01 PhoneticName PIC X(20) VALUE SPACES.
       01 PhoneticKey.
        02 PhoneticCode PIC X(4).
        02 PhoneticInitial PIC X.
       01 PhoneticSurname PIC X(20) VALUE SPACES.

       01 PhonWorkName PIC X(20) VALUE SPACES.
       01 PhonGivenName PIC X(20) VALUE SPACES.
       01 PhonShiftName PIC X(20) VALUE SPACES.
       01 PhonWordTable.
        02 PhonWord PIC X(20) OCCURS 5 TIMES.
       01 PhonWordCount PIC 9 VALUE ZEROES.
       01 PhonCommaCount PIC 99 VALUE ZEROES.
       01 PhonLeadSpaces PIC 99 VALUE ZEROES.
       01 PhonCharIdx PIC 99 VALUE ZEROES.
       01 PhonCodeLength PIC 9 VALUE ZEROES.
       01 PhonLastDigit PIC X VALUE SPACES.
       01 PhonThisChar PIC X VALUE SPACES.
      * Soundex digit by letter; 0 for a vowel (which separates two
      * like consonants), 9 for H and W (which do not).
       01 PhonLetterCodes PIC X(52) VALUE
          "A0B1C2D3E0F1G2H9I0J2K2L4M5N5O0P1Q2R6S2T3U0V1W9X2Y0Z2".
       01 PhonLetterTable REDEFINES PhonLetterCodes.
        02 PhonLetterEntry OCCURS 26 TIMES INDEXED BY PhonLetterIdx.
         03 PhonLetter PIC X.
         03 PhonLetterCode PIC X.

      * Two records whose keys match, for GradeSoundAlikePair. Birth
      * date zero, gender other than M or F and address spaces mean
      * not known.
       01 PairLeftSurname PIC X(20) VALUE SPACES.
       01 PairLeftBirthDate PIC 9(8) VALUE ZEROES.
       01 PairLeftGender PIC X VALUE SPACES.
       01 PairLeftAddress PIC X(35) VALUE SPACES.
       01 PairRightSurname PIC X(20) VALUE SPACES.
       01 PairRightBirthDate PIC 9(8) VALUE ZEROES.
       01 PairRightGender PIC X VALUE SPACES.
       01 PairRightAddress PIC X(35) VALUE SPACES.
       01 PairConfidence PIC X(6) VALUE SPACES.
          88 PairIsHigh VALUE "HIGH".
          88 PairIsMedium VALUE "MEDIUM".
          88 PairIsLow VALUE "LOW".
          88 PairNotDuplicate VALUE SPACES.
       01 PairReason PIC X(12) VALUE SPACES.
