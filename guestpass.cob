      *                collects the right money; the statement tax
      *                line and the TaxRemit return come off the same
      *                rate table.
      * 2026-10-15 JG  The sponsor may be given by membership card
      *                number in place of the member id; a card that
      *                is lost, replaced or cancelled is refused.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS TaxRateFileStatus.

           SELECT MemberCardFile ASSIGN TO 'data/member-cards.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CardNumber
             FILE STATUS IS MemberCardStatus.

       DATA DIVISION.
       FILE SECTION.
       FD MemberFile.
       FD TaxRateFile.
           COPY TAXRATE.

       FD MemberCardFile.
           COPY MEMCARD.

       WORKING-STORAGE SECTION.
           COPY CARDCK.
       01 MemberFileStatus PIC XX VALUE ZEROES.
        88 MemberFileOk VALUE "00".

               OPEN I-O GuestPassFile
           END-IF
           OPEN INPUT MemberFile
           PERFORM OpenMemberCards
           PERFORM LoadTaxRates

           PERFORM UNTIL WantsQuit
           END-PERFORM

           CLOSE GuestPassFile, MemberFile
           PERFORM CloseMemberCards
           STOP RUN.

       DisplayMenu.
           DISPLAY "(E)nter a guest pass, (Q)uit: " WITH NO ADVANCING.

       EnterOneGuestPass.
           DISPLAY "Sponsoring Member Id or card no.: "
             WITH NO ADVANCING
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
           READ GuestPassFile
               INVALID KEY MOVE "Y" TO SeqAssignedFlag
           END-READ.

           COPY CARDPR.
