      * Companion procedure for PHONKEY. COPY into PROCEDURE
      * DIVISION; PERFORM BuildPhoneticKey after loading
      * PhoneticName, and GradeSoundAlikePair after loading the Pair
      * fields.
       BuildPhoneticKey.
           MOVE SPACES TO PhoneticKey, PhoneticSurname, PhonGivenName
           MOVE PhoneticName TO PhonWorkName
           INSPECT PhonWorkName CONVERTING
             "abcdefghijklmnopqrstuvwxyz"
             TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE ZEROES TO PhonLeadSpaces
           INSPECT PhonWorkName TALLYING PhonLeadSpaces
             FOR LEADING SPACES
           IF PhonLeadSpaces >= 20
               EXIT PARAGRAPH
           END-IF
           MOVE PhonWorkName(PhonLeadSpaces + 1:) TO PhonShiftName
           MOVE PhonShiftName TO PhonWorkName

           MOVE ZEROES TO PhonCommaCount
           INSPECT PhonWorkName TALLYING PhonCommaCount FOR ALL ","
           IF PhonCommaCount > ZEROES
               UNSTRING PhonWorkName DELIMITED BY ","
                 INTO PhoneticSurname, PhonGivenName
               END-UNSTRING
               MOVE ZEROES TO PhonLeadSpaces
               INSPECT PhonGivenName TALLYING PhonLeadSpaces
                 FOR LEADING SPACES
               IF PhonLeadSpaces < 20
                   MOVE PhonGivenName(PhonLeadSpaces + 1:)
                     TO PhonShiftName
                   MOVE PhonShiftName TO PhonGivenName
               END-IF
           ELSE
               PERFORM SplitNameWords
           END-IF

           MOVE SPACES TO PhonLastDigit
           MOVE ZEROES TO PhonCodeLength
           PERFORM CodeOneSurnameLetter
               VARYING PhonCharIdx FROM 1 BY 1
               UNTIL PhonCharIdx > 20 OR PhonCodeLength = 4
           IF PhonCodeLength > ZEROES
               INSPECT PhoneticCode(2:3) REPLACING ALL SPACE BY "0"
               MOVE PhonGivenName(1:1) TO PhoneticInitial
           END-IF.

       SplitNameWords.
           MOVE SPACES TO PhonWordTable
           MOVE ZEROES TO PhonWordCount
           UNSTRING PhonWorkName DELIMITED BY ALL SPACES
             INTO PhonWord(1), PhonWord(2), PhonWord(3),
               PhonWord(4), PhonWord(5)
             TALLYING IN PhonWordCount
           END-UNSTRING
           IF PhonWordCount > 2
             AND (PhonWord(PhonWordCount) = "JR" OR "JR." OR "SR"
               OR "SR." OR "II" OR "III" OR "IV")
               SUBTRACT 1 FROM PhonWordCount
           END-IF
           MOVE PhonWord(PhonWordCount) TO PhoneticSurname
           IF PhonWordCount > 1
               MOVE PhonWord(1) TO PhonGivenName
           END-IF.

       CodeOneSurnameLetter.
      * Letters other than A to Z (hyphens, apostrophes) are passed
      * over.
           MOVE PhoneticSurname(PhonCharIdx:1) TO PhonThisChar
           SET PhonLetterIdx TO 1
           SEARCH PhonLetterEntry
               AT END
                   EXIT PARAGRAPH
               WHEN PhonLetter(PhonLetterIdx) = PhonThisChar
                   CONTINUE
           END-SEARCH

           EVALUATE TRUE
               WHEN PhonCodeLength = ZEROES
                   MOVE PhonThisChar TO PhoneticCode(1:1)
                   MOVE 1 TO PhonCodeLength
                   MOVE PhonLetterCode(PhonLetterIdx) TO PhonLastDigit
               WHEN PhonLetterCode(PhonLetterIdx) = "9"
                   CONTINUE
               WHEN PhonLetterCode(PhonLetterIdx) = "0"
                   MOVE "0" TO PhonLastDigit
               WHEN PhonLetterCode(PhonLetterIdx) = PhonLastDigit
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO PhonCodeLength
                   MOVE PhonLetterCode(PhonLetterIdx)
                     TO PhoneticCode(PhonCodeLength:1)
                   MOVE PhonLetterCode(PhonLetterIdx) TO PhonLastDigit
           END-EVALUATE.

       GradeSoundAlikePair.
      * HIGH when the birth date or the address also agrees, MEDIUM
      * when the surname is spelt the same, otherwise LOW. A birth
      * date or gender on both records that disagrees says they are
      * two people, and the pair is not graded.
           MOVE SPACES TO PairConfidence, PairReason
           IF PairLeftBirthDate NOT = ZEROES
             AND PairRightBirthDate NOT = ZEROES
             AND PairLeftBirthDate NOT = PairRightBirthDate
               EXIT PARAGRAPH
           END-IF
           IF (PairLeftGender = "M" OR "F")
             AND (PairRightGender = "M" OR "F")
             AND PairLeftGender NOT = PairRightGender
               EXIT PARAGRAPH
           END-IF

           EVALUATE TRUE
               WHEN PairLeftBirthDate NOT = ZEROES
                 AND PairLeftBirthDate = PairRightBirthDate
                   MOVE "HIGH" TO PairConfidence
                   MOVE "BIRTH DATE" TO PairReason
               WHEN PairLeftAddress NOT = SPACES
                 AND PairLeftAddress = PairRightAddress
                   MOVE "HIGH" TO PairConfidence
                   MOVE "ADDRESS" TO PairReason
               WHEN PairLeftSurname = PairRightSurname
                   MOVE "MEDIUM" TO PairConfidence
                   MOVE "SAME SURNAME" TO PairReason
               WHEN OTHER
                   MOVE "LOW" TO PairConfidence
                   MOVE "SOUND-ALIKE" TO PairReason
           END-EVALUATE.
