      *>   CHARCLAS - shared character classes for field-content
      *>   checking: the vowel, consonant, digit and valid-character
      *>   classes of ValuesCanBeAlphaOrNumeric, with the letter
      *>   ranges split at the gaps so they hold on an EBCDIC
      *>   machine too, plus the lower-case, space and punctuation
      *>   classes the DQRULES field-content rules name. MOVE the
      *>   character under test to ClassCharacter and test the
      *>   conditions.
       01 ClassCharacter PIC X.
           88 ClassVowel VALUE "A", "E", "I", "O", "U".
           88 ClassConsonant VALUE "B" THROUGH "D", "F" THROUGH "H",
                                   "J" THROUGH "N", "P" THROUGH "R",
                                   "S", "T", "V" THROUGH "Z".
           88 ClassDigit VALUE "0" THROUGH "9".
           88 ClassValidChar VALUE "A" THROUGH "I", "J" THROUGH "R",
                                   "S" THROUGH "Z", "0" THROUGH "9".
           88 ClassUpperLetter VALUE "A" THROUGH "I",
                                     "J" THROUGH "R", "S" THROUGH "Z".
           88 ClassLowerLetter VALUE "a" THROUGH "i",
                                     "j" THROUGH "r", "s" THROUGH "z".
           88 ClassSpace VALUE SPACE.
           88 ClassNamePunctuation VALUE "-", "'", ".".
           88 ClassEmailPunctuation VALUE "@", ".", "_", "-".
