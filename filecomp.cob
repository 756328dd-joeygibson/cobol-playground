       FD OldStudentFile.
       01 OldStudentRec.
        02 OldStudentId PIC 9(7).
        02 OldStudentBody PIC X(33).

       FD NewStudentFile.
       01 NewStudentRec.
        02 NewStudentId PIC 9(7).
        02 NewStudentBody PIC X(33).

       WORKING-STORAGE SECTION.
       01 WS-Old-File-Name PIC X(100) VALUE SPACES.
        02 FILLER PIC X(12) VALUE "Gender".
        02 FILLER PIC X(12) VALUE "TermId".
        02 FILLER PIC X(12) VALUE "Standing".
        02 FILLER PIC X(12) VALUE "ProgramCode".
       01 StudentFieldNameTable REDEFINES StudentFieldNames.
        02 StudentFieldName OCCURS 8 TIMES PIC X(12).
       01 StudentFieldLengths.
        02 FILLER PIC 99 VALUE 08.
        02 FILLER PIC 99 VALUE 02.
        02 FILLER PIC 99 VALUE 01.
        02 FILLER PIC 99 VALUE 05.
        02 FILLER PIC 99 VALUE 01.
        02 FILLER PIC 99 VALUE 04.
       01 StudentFieldLengthTable REDEFINES StudentFieldLengths.
        02 StudentFieldLength OCCURS 8 TIMES PIC 99.

       01 FieldCount PIC 99 VALUE ZEROES.
       01 FieldIndex PIC 99 VALUE ZEROES.
               MOVE 57 TO BodyLength
               PERFORM CompareMemberFiles
           ELSE
               MOVE 8 TO FieldCount
               MOVE 29 TO BodyLength
               PERFORM CompareStudentFiles
           END-IF
               NOT AT END
                   MOVE OldStudentId TO OldKey
                   MOVE SPACES TO OldBody
                   MOVE OldStudentBody TO OldBody(1:33)
           END-READ.

       ReadNewStudent.
               NOT AT END
                   MOVE NewStudentId TO NewKey
                   MOVE SPACES TO NewBody
                   MOVE NewStudentBody TO NewBody(1:33)
           END-READ.

       CompareOnePair.
