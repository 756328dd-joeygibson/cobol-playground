      * tee times and tournament entries in one place, read-only.
      * Replaces running five programs while the member waits at
      * the desk.
      * 2026-10-15 JG  Open (not yet billed) grill and pro-shop house
      *                charges now show with their count and total.
      * 2026-10-15 JG  The member may be given by membership card
      *                number in place of the member id; a card that
      *                is lost, replaced or cancelled is refused.
      * 2026-10-15 JG  Payments are cut off at installment 01's
      *                billing date; a later type-change
      *                adjustment keeps its own date.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
             RECORD KEY IS TeeKey
             FILE STATUS IS TeeFileStatus.

           SELECT HouseChargeFile ASSIGN TO 'data/house-charges.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS HcKey
             FILE STATUS IS HouseChgFileStatus.

           SELECT EntryFile ASSIGN TO 'data/tourney-entries.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS EntryKey
             FILE STATUS IS EntryFileStatus.

           SELECT MemberCardFile ASSIGN TO 'data/member-cards.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CardNumber
             FILE STATUS IS MemberCardStatus.

       DATA DIVISION.
       FILE SECTION.
       FD MemberFile.
       FD EntryFile.
           COPY TOURNENT.

       FD HouseChargeFile.
           COPY HOUSECHG.

       FD MemberCardFile.
           COPY MEMCARD.

       WORKING-STORAGE SECTION.
           COPY CARDCK.
       01 MemberFileStatus PIC XX VALUE ZEROES.
        88 MemberFileOk VALUE "00".
       01 AddrFileStatus PIC XX VALUE ZEROES.
       01 EntryFileStatus PIC XX VALUE ZEROES.
        88 EntryFileOk VALUE "00".
        88 EntryFileMissing VALUE "35".
       01 HouseChgFileStatus PIC XX VALUE ZEROES.
        88 HouseChgFileOk VALUE "00".
        88 HouseChgFileMissing VALUE "35".

       01 MenuChoice PIC X VALUE SPACES.
        88 WantsInquiry VALUE "I" "i".
       01 LastPayDate PIC 9(8) VALUE ZEROES.
       01 LastPayAmount PIC 9(5)V99 VALUE ZEROES.

       01 OpenChargeCount PIC 9(4) VALUE ZEROES.
       01 OpenChargeTotal PIC 9(6)V99 VALUE ZEROES.

       01 FoundHcapIndex PIC 99V9 VALUE ZEROES.
       01 HcapFoundFlag PIC X VALUE "N".
        88 HandicapWasFound VALUE "Y".
       PROCEDURE DIVISION.
       RunMemberInquiry.
           OPEN INPUT MemberFile
           PERFORM OpenMemberCards
           OPEN INPUT AddressFile
           OPEN INPUT BilledFile
           OPEN INPUT PaymentFile
           OPEN INPUT RentalFile
           OPEN INPUT TeeTimeFile
           OPEN INPUT EntryFile
           OPEN INPUT HouseChargeFile

           ACCEPT WS-Today FROM DATE YYYYMMDD

           IF NOT EntryFileMissing
               CLOSE EntryFile
           END-IF
           IF NOT HouseChgFileMissing
               CLOSE HouseChargeFile
           END-IF
           PERFORM CloseMemberCards
           STOP RUN.

       DisplayMenu.
             WITH NO ADVANCING.

       InquireOneMember.
           DISPLAY "Member Id or card no.: " WITH NO ADVANCING
           ACCEPT CardCheckEntry
           PERFORM ResolveCardEntry
           IF CardEntryRefused
               PERFORM ShowCardRefusal
               EXIT PARAGRAPH
           END-IF
           MOVE CardCheckMemberId TO MemberId
           READ MemberFile
               KEY IS MemberId
               INVALID KEY
               PERFORM ShowMemberAddress
               PERFORM ShowOpenBalance
               PERFORM ShowLastPayment
               PERFORM ShowOpenHouseCharges
               PERFORM ShowHandicapIndex
               PERFORM ShowActiveRentals
               PERFORM ShowUpcomingTeeTimes
               MOVE "Y" TO EndOfScanFlag
           ELSE
               ADD BilledAmount TO MemberBilledTotal
               IF BilledInstallmentNo = 01
                   MOVE BilledDate TO MemberBilledDate
               END-IF
               READ BilledFile NEXT
                AT END MOVE "Y" TO EndOfScanFlag
               END-READ
               END-READ
           END-IF.

       ShowOpenHouseCharges.
           IF HouseChgFileMissing
               EXIT PARAGRAPH
           END-IF

           MOVE ZEROES TO OpenChargeCount
           MOVE ZEROES TO OpenChargeTotal
           MOVE "N" TO EndOfScanFlag
           MOVE MemberId TO HcMemberId
           MOVE ZEROES TO HcChargeDate
           MOVE ZEROES TO HcSeq
           START HouseChargeFile KEY IS >= HcKey
               INVALID KEY MOVE "Y" TO EndOfScanFlag
           END-START

           IF NOT EndOfScan
               READ HouseChargeFile NEXT
                AT END MOVE "Y" TO EndOfScanFlag
               END-READ
           END-IF

           PERFORM AddOneOpenCharge UNTIL EndOfScan

           IF OpenChargeCount > ZEROES
               MOVE OpenChargeTotal TO PrnInqAmount
               DISPLAY "Charges  " OpenChargeCount
                 " open slip(s) $ " PrnInqAmount " to be billed"
           ELSE
               DISPLAY "Charges  (none open)"
           END-IF.

       AddOneOpenCharge.
           IF HcMemberId NOT = MemberId
               MOVE "Y" TO EndOfScanFlag
           ELSE
               IF HcOpen
                   ADD 1 TO OpenChargeCount
                   ADD HcAmount TO OpenChargeTotal
               END-IF
               READ HouseChargeFile NEXT
                AT END MOVE "Y" TO EndOfScanFlag
               END-READ
           END-IF.

       ShowHandicapIndex.
           MOVE "N" TO HcapFoundFlag
           MOVE "N" TO HandicapEofFlag
           READ EntryFile NEXT
            AT END MOVE "Y" TO EndOfScanFlag
           END-READ.

           COPY CARDPR.
