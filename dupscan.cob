       IDENTIFICATION DIVISION.
       PROGRAM-ID. DupScan.
      * Probable-duplicate member report for the membership office.
      * Builds the sound-alike key (PHONKEY: Soundex of the surname
      * plus the first initial) from the name on every record in
      * data/members.dat, data/wait-list.dat and the member archive,
      * sorts them by key in the same SORT input/output-procedure
      * shape as the household roster, and within each key compares
      * every pair of records from different member ids. Each pair is
      * graded HIGH when the birth date or the address on file
      * (street and postal code from data/member-address.dat) also
      * agrees, MEDIUM when the surname is spelt the same, LOW when
      * only the names sound alike; a pair whose birth dates or
      * genders disagree is two people and is not listed. Output is
      * output/duplicate-members.txt, for review -- nothing on file
      * is changed.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MemberFile ASSIGN TO 'data/members.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS MemberId
             FILE STATUS IS MemberFileStatus.

           SELECT WaitListFile ASSIGN TO 'data/wait-list.dat'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WaitListFileStatus.

           SELECT ArchiveFile ASSIGN TO 'data/members-archive.dat'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ArchiveFileStatus.

           SELECT AddressFile ASSIGN TO 'data/member-address.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS AddrMemberId
             FILE STATUS IS AddrFileStatus.

           SELECT DupSortFile ASSIGN TO 'output/dup-sort.wrk'.

           SELECT DupReport ASSIGN TO 'output/duplicate-members.txt'
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RunLogFile ASSIGN TO 'output/batch-run-log.dat'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-Run-Log-Status.

       DATA DIVISION.
       FILE SECTION.
       FD MemberFile.
           COPY MEMBREC.

       FD WaitListFile.
           COPY WAITLIST.

       FD ArchiveFile.
           COPY MEMARCH.

       FD AddressFile.
           COPY MEMADDR.

       SD DupSortFile.
       01 DupSortRec.
        02 SortPhoneticKey PIC X(5).
        02 SortSource PIC X.
        02 SortMemberId PIC X(5).
        02 SortMemberName PIC X(20).
        02 SortSurname PIC X(20).
        02 SortBirthDate PIC 9(8).
        02 SortGender PIC X.
        02 SortAddress PIC X(35).

       FD DupReport.
       01 DupPrintLine PIC X(80).

       FD RunLogFile.
       01 RunLogRec PIC X(80).

       WORKING-STORAGE SECTION.
           COPY RUNLOG.
           COPY PHONKEY.

       01 MemberFileStatus PIC XX VALUE ZEROES.
        88 MemberFileOk VALUE "00".
        88 MemberFileMissing VALUE "35".
       01 WaitListFileStatus PIC XX VALUE ZEROES.
        88 WaitListFileOk VALUE "00".
       01 WaitEofFlag PIC X VALUE "N".
        88 EndOfWaitList VALUE "Y".
       01 ArchiveFileStatus PIC XX VALUE ZEROES.
        88 ArchiveFileOk VALUE "00".
       01 ArchiveEofFlag PIC X VALUE "N".
        88 EndOfArchive VALUE "Y".
       01 AddrFileStatus PIC XX VALUE ZEROES.
        88 AddrFileOk VALUE "00".
        88 AddrFileMissing VALUE "35".
       01 AddrOpenFlag PIC X VALUE "N".
        88 AddrFileIsOpen VALUE "Y".

       01 SortEofFlag PIC X VALUE "N".
        88 EndOfSortFile VALUE "Y".

       01 WS-Today PIC 9(8) VALUE ZEROES.
       01 WorkAddressId PIC X(5) VALUE SPACES.
       01 WorkAddress PIC X(35) VALUE SPACES.

      * The records sharing the key now being compared.
       01 PrevPhoneticKey PIC X(5) VALUE LOW-VALUES.
       01 KeyGroupCount PIC 99 VALUE ZEROES.
       01 KeyGroupTable.
        02 KeyGroupEntry OCCURS 50 TIMES.
         03 GrpSource PIC X.
         03 GrpMemberId PIC X(5).
         03 GrpMemberName PIC X(20).
         03 GrpSurname PIC X(20).
         03 GrpBirthDate PIC 9(8).
         03 GrpGender PIC X.
         03 GrpAddress PIC X(35).
       01 LeftIndex PIC 99 VALUE ZEROES.
       01 RightIndex PIC 99 VALUE ZEROES.
       01 PrintIndex PIC 99 VALUE ZEROES.
       01 GroupOverflowCount PIC 9(4) VALUE ZEROES.

       01 RecordsKeyed PIC 9(5) VALUE ZEROES.
       01 HighCount PIC 9(4) VALUE ZEROES.
       01 MediumCount PIC 9(4) VALUE ZEROES.
       01 LowCount PIC 9(4) VALUE ZEROES.
       01 PairCount PIC 9(5) VALUE ZEROES.

       01 DupHeading.
        02 FILLER PIC X(40)
             VALUE "Probable Duplicate Members -- for review".
        02 FILLER PIC X(4) VALUE SPACES.
        02 PrnDhDate PIC 9(8).

       01 DupLegendLine PIC X(72) VALUE
          "Source: M member  W waiting list  A archive".

       01 PairHeaderLine.
        02 PrnPhConfidence PIC X(6).
        02 FILLER PIC X(2) VALUE SPACES.
        02 PrnPhReason PIC X(12).
        02 FILLER PIC X(6) VALUE "  key ".
        02 PrnPhKey PIC X(5).

       01 PairMemberLine.
        02 FILLER PIC X(4) VALUE SPACES.
        02 PrnPmSource PIC X.
        02 FILLER PIC X VALUE SPACE.
        02 PrnPmMemberId PIC X(5).
        02 FILLER PIC X VALUE SPACE.
        02 PrnPmMemberName PIC X(20).
        02 FILLER PIC X(7) VALUE " born  ".
        02 PrnPmBirthDate PIC 9(8).
        02 FILLER PIC X(2) VALUE SPACES.
        02 PrnPmAddress PIC X(25).

       01 DupTotalLine.
        02 FILLER PIC X(15) VALUE "Records keyed: ".
        02 PrnDtKeyed PIC ZZ,ZZ9.
        02 FILLER PIC X(9) VALUE "   HIGH: ".
        02 PrnDtHigh PIC Z,ZZ9.
        02 FILLER PIC X(11) VALUE "   MEDIUM: ".
        02 PrnDtMedium PIC Z,ZZ9.
        02 FILLER PIC X(8) VALUE "   LOW: ".
        02 PrnDtLow PIC Z,ZZ9.

       01 NoPairLine PIC X(40) VALUE
          "No probable duplicates found.".

       PROCEDURE DIVISION.
       RunDuplicateScan.
           MOVE "DUPSCAN" TO WS-Run-Program-Name
           PERFORM Start-Run-Log
           ACCEPT WS-Today FROM DATE YYYYMMDD

           OPEN OUTPUT DupReport
           MOVE WS-Today TO PrnDhDate
           WRITE DupPrintLine FROM DupHeading
             AFTER ADVANCING PAGE
           WRITE DupPrintLine FROM DupLegendLine
             AFTER ADVANCING 1 LINE

           SORT DupSortFile
             ON ASCENDING KEY SortPhoneticKey
             ON ASCENDING KEY SortSource
             ON ASCENDING KEY SortMemberId
             INPUT PROCEDURE IS LoadDupSortFile
             OUTPUT PROCEDURE IS WriteDupReportBody

           IF PairCount = ZEROES
               WRITE DupPrintLine FROM NoPairLine
                 AFTER ADVANCING 2 LINES
           END-IF
           MOVE RecordsKeyed TO PrnDtKeyed
           MOVE HighCount TO PrnDtHigh
           MOVE MediumCount TO PrnDtMedium
           MOVE LowCount TO PrnDtLow
           WRITE DupPrintLine FROM DupTotalLine
             AFTER ADVANCING 2 LINES
           CLOSE DupReport

           IF GroupOverflowCount > ZEROES
               DISPLAY "DupScan: " GroupOverflowCount " records past "
                 "50 under one key were not compared."
           END-IF
           DISPLAY "DupScan: " PairCount " probable duplicates ("
             HighCount " high) -- output/duplicate-members.txt."
           MOVE RecordsKeyed TO WS-Run-Records-In
           MOVE PairCount TO WS-Run-Records-Out
           PERFORM Write-Run-Log
           STOP RUN.

       LoadDupSortFile.
           OPEN INPUT AddressFile
           IF AddrFileMissing
               MOVE "N" TO AddrOpenFlag
           ELSE
               MOVE "Y" TO AddrOpenFlag
           END-IF

           OPEN INPUT MemberFile
           IF NOT MemberFileMissing
               READ MemberFile
                AT END SET EndOfMemberFile TO TRUE
               END-READ
               PERFORM ReleaseOneMember UNTIL EndOfMemberFile
               CLOSE MemberFile
           END-IF

           OPEN INPUT WaitListFile
           IF WaitListFileOk
               READ WaitListFile
                AT END MOVE "Y" TO WaitEofFlag
               END-READ
               PERFORM ReleaseOneWaiter UNTIL EndOfWaitList
               CLOSE WaitListFile
           END-IF

           OPEN INPUT ArchiveFile
           IF ArchiveFileOk
               READ ArchiveFile
                AT END MOVE "Y" TO ArchiveEofFlag
               END-READ
               PERFORM ReleaseOneArchived UNTIL EndOfArchive
               CLOSE ArchiveFile
           END-IF

           IF AddrFileIsOpen
               CLOSE AddressFile
           END-IF.

       ReleaseOneMember.
           MOVE MemberName TO PhoneticName
           PERFORM BuildPhoneticKey
           IF PhoneticKey NOT = SPACES
               MOVE "M" TO SortSource
               MOVE MemberId TO SortMemberId
               MOVE MemberName TO SortMemberName
               MOVE MemberBirthDate TO SortBirthDate
               MOVE Gender TO SortGender
               MOVE MemberId TO WorkAddressId
               PERFORM ReleaseKeyedRecord
           END-IF
           READ MemberFile
            AT END SET EndOfMemberFile TO TRUE
           END-READ.

       ReleaseOneWaiter.
      * The waiting list carries no birth date.
           MOVE WaitMemberName TO PhoneticName
           PERFORM BuildPhoneticKey
           IF PhoneticKey NOT = SPACES
               MOVE "W" TO SortSource
               MOVE WaitMemberId TO SortMemberId
               MOVE WaitMemberName TO SortMemberName
               MOVE ZEROES TO SortBirthDate
               MOVE WaitGender TO SortGender
               MOVE WaitMemberId TO WorkAddressId
               PERFORM ReleaseKeyedRecord
           END-IF
           READ WaitListFile
            AT END MOVE "Y" TO WaitEofFlag
           END-READ.

       ReleaseOneArchived.
      * The archive carries no birth date.
           MOVE ArchMemberName TO PhoneticName
           PERFORM BuildPhoneticKey
           IF PhoneticKey NOT = SPACES
               MOVE "A" TO SortSource
               MOVE ArchMemberId TO SortMemberId
               MOVE ArchMemberName TO SortMemberName
               MOVE ZEROES TO SortBirthDate
               MOVE ArchGender TO SortGender
               MOVE ArchMemberId TO WorkAddressId
               PERFORM ReleaseKeyedRecord
           END-IF
           READ ArchiveFile
            AT END MOVE "Y" TO ArchiveEofFlag
           END-READ.

       ReleaseKeyedRecord.
           MOVE PhoneticKey TO SortPhoneticKey
           MOVE PhoneticSurname TO SortSurname
           PERFORM LookUpAddress
           MOVE WorkAddress TO SortAddress
           RELEASE DupSortRec
           ADD 1 TO RecordsKeyed.

       LookUpAddress.
      * Street and postal code, in capitals, or spaces when there
      * is no address on file for the id.
           MOVE SPACES TO WorkAddress
           IF AddrFileIsOpen
               MOVE WorkAddressId TO AddrMemberId
               READ AddressFile
                   KEY IS AddrMemberId
                   INVALID KEY CONTINUE
               END-READ
               IF AddrFileOk AND AddrStreet NOT = SPACES
                   MOVE AddrStreet TO WorkAddress(1:25)
                   MOVE AddrPostalCode TO WorkAddress(26:10)
                   INSPECT WorkAddress CONVERTING
                     "abcdefghijklmnopqrstuvwxyz"
                     TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               END-IF
           END-IF.

       WriteDupReportBody.
           RETURN DupSortFile
            AT END SET EndOfSortFile TO TRUE
           END-RETURN

           PERFORM GroupOneSortedRecord UNTIL EndOfSortFile

           PERFORM CompareKeyGroup.

       GroupOneSortedRecord.
           IF SortPhoneticKey NOT = PrevPhoneticKey
               PERFORM CompareKeyGroup
               MOVE ZEROES TO KeyGroupCount
               MOVE SortPhoneticKey TO PrevPhoneticKey
           END-IF

           IF KeyGroupCount < 50
               ADD 1 TO KeyGroupCount
               MOVE SortSource TO GrpSource(KeyGroupCount)
               MOVE SortMemberId TO GrpMemberId(KeyGroupCount)
               MOVE SortMemberName TO GrpMemberName(KeyGroupCount)
               MOVE SortSurname TO GrpSurname(KeyGroupCount)
               MOVE SortBirthDate TO GrpBirthDate(KeyGroupCount)
               MOVE SortGender TO GrpGender(KeyGroupCount)
               MOVE SortAddress TO GrpAddress(KeyGroupCount)
           ELSE
               ADD 1 TO GroupOverflowCount
           END-IF

           RETURN DupSortFile
            AT END SET EndOfSortFile TO TRUE
           END-RETURN.

       CompareKeyGroup.
           IF KeyGroupCount > 1
               PERFORM CompareOnePair
                   VARYING LeftIndex FROM 1 BY 1
                     UNTIL LeftIndex >= KeyGroupCount
                   AFTER RightIndex FROM LeftIndex BY 1
                     UNTIL RightIndex > KeyGroupCount
           END-IF.

       CompareOnePair.
      * The same id on two files is one person -- a member not yet
      * dropped from the waiting list -- not a duplicate.
           IF RightIndex = LeftIndex
             OR GrpMemberId(LeftIndex) = GrpMemberId(RightIndex)
               EXIT PARAGRAPH
           END-IF

           MOVE GrpSurname(LeftIndex) TO PairLeftSurname
           MOVE GrpBirthDate(LeftIndex) TO PairLeftBirthDate
           MOVE GrpGender(LeftIndex) TO PairLeftGender
           MOVE GrpAddress(LeftIndex) TO PairLeftAddress
           MOVE GrpSurname(RightIndex) TO PairRightSurname
           MOVE GrpBirthDate(RightIndex) TO PairRightBirthDate
           MOVE GrpGender(RightIndex) TO PairRightGender
           MOVE GrpAddress(RightIndex) TO PairRightAddress
           PERFORM GradeSoundAlikePair
           IF PairNotDuplicate
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO PairCount
           EVALUATE TRUE
               WHEN PairIsHigh ADD 1 TO HighCount
               WHEN PairIsMedium ADD 1 TO MediumCount
               WHEN OTHER ADD 1 TO LowCount
           END-EVALUATE
           MOVE PairConfidence TO PrnPhConfidence
           MOVE PairReason TO PrnPhReason
           MOVE PrevPhoneticKey TO PrnPhKey
           WRITE DupPrintLine FROM PairHeaderLine
             AFTER ADVANCING 2 LINES
           MOVE LeftIndex TO PrintIndex
           PERFORM PrintPairMember
           MOVE RightIndex TO PrintIndex
           PERFORM PrintPairMember.

       PrintPairMember.
           MOVE GrpSource(PrintIndex) TO PrnPmSource
           MOVE GrpMemberId(PrintIndex) TO PrnPmMemberId
           MOVE GrpMemberName(PrintIndex) TO PrnPmMemberName
           MOVE GrpBirthDate(PrintIndex) TO PrnPmBirthDate
           MOVE GrpAddress(PrintIndex) TO PrnPmAddress
           WRITE DupPrintLine FROM PairMemberLine
             AFTER ADVANCING 1 LINE.

           COPY PHONKEYP.

           COPY RUNLOGPR.
