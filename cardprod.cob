       IDENTIFICATION DIVISION.
       PROGRAM-ID. CardProd.
      * Card-production run for the card vendor: every active card in
      * data/member-cards.dat not yet produced goes into the vendor's
      * fixed-format production file with the member's name, type
      * and expiration date from MemberFile, and is stamped with the
      * run date so it is sent once. A transmission register gives
      * the counts of new and replacement cards and a hash total of
      * the card numbers the vendor confirms back.
      * Production layout: kind(1) card(8) member(5) name(20)
      * type(1) expires(8) issued(8), blank separated; kind N for a
      * new card, R for a replacement.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MemberCardFile ASSIGN TO 'data/member-cards.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CardNumber
             FILE STATUS IS MemberCardStatus.

           SELECT MemberFile ASSIGN TO 'data/members.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS MemberId
             FILE STATUS IS MemberFileStatus.

           SELECT CardProdFile ASSIGN TO 'output/card-production.dat'
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CardProdRegister ASSIGN TO
             'output/card-production-register.txt'
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RunLogFile ASSIGN TO 'output/batch-run-log.dat'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-Run-Log-Status.

       DATA DIVISION.
       FILE SECTION.
       FD MemberCardFile.
           COPY MEMCARD.

       FD MemberFile.
           COPY MEMBREC.

       FD CardProdFile.
       01 CardProdRec.
        02 ProdKind PIC X.
        02 FILLER PIC X.
        02 ProdCardNumber PIC 9(8).
        02 FILLER PIC X.
        02 ProdMemberId PIC X(5).
        02 FILLER PIC X.
        02 ProdMemberName PIC X(20).
        02 FILLER PIC X.
        02 ProdMemberType PIC 9.
        02 FILLER PIC X.
        02 ProdExpireDate PIC 9(8).
        02 FILLER PIC X.
        02 ProdIssueDate PIC 9(8).

       FD CardProdRegister.
       01 RegisterPrintLine PIC X(70).

       FD RunLogFile.
       01 RunLogRec PIC X(80).

       WORKING-STORAGE SECTION.
           COPY RUNLOG.

       01 MemberCardStatus PIC XX VALUE ZEROES.
        88 MemberCardOk VALUE "00".
        88 MemberCardMissing VALUE "35".
       01 MemberFileStatus PIC XX VALUE ZEROES.
        88 MemberFileOk VALUE "00".

       01 WS-Today PIC 9(8) VALUE ZEROES.
       01 CardScanEofFlag PIC X VALUE "N".
        88 EndOfCardScan VALUE "Y".

       01 NewCardCount PIC 9(5) VALUE ZEROES.
       01 ReplacementCount PIC 9(5) VALUE ZEROES.
       01 ProdRecordCount PIC 9(5) VALUE ZEROES.
       01 HashTotal PIC 9(12) VALUE ZEROES.

       01 RegisterHeading.
        02 FILLER PIC X(40) VALUE
          "Card Production Transmission Register   ".
        02 PrnRegRunDate PIC 9(8).

       01 RegisterCountLine.
        02 FILLER PIC X(11) VALUE "New cards  ".
        02 PrnRegNew PIC ZZZZ9.
        02 FILLER PIC X(15) VALUE "  replacements ".
        02 PrnRegReplaced PIC ZZZZ9.
        02 FILLER PIC X(8) VALUE "  total ".
        02 PrnRegTotal PIC ZZZZ9.

       01 RegisterHashLine.
        02 FILLER PIC X(24) VALUE "Hash total (confirm):   ".
        02 PrnRegHash PIC 9(12).

       PROCEDURE DIVISION.
       RunCardProduction.
           MOVE "CARDPROD" TO WS-Run-Program-Name
           PERFORM Start-Run-Log
           ACCEPT WS-Today FROM DATE YYYYMMDD

           OPEN I-O MemberCardFile
           IF MemberCardMissing
               DISPLAY "CardProd: no membership cards on file."
               PERFORM Write-Run-Log
               STOP RUN
           END-IF
           OPEN INPUT MemberFile
           OPEN OUTPUT CardProdFile

           MOVE "N" TO CardScanEofFlag
           MOVE ZEROES TO CardNumber
           START MemberCardFile KEY IS >= CardNumber
               INVALID KEY MOVE "Y" TO CardScanEofFlag
           END-START

           IF NOT EndOfCardScan
               READ MemberCardFile NEXT
                AT END MOVE "Y" TO CardScanEofFlag
               END-READ
           END-IF

           PERFORM ProduceOneCard UNTIL EndOfCardScan

           CLOSE MemberCardFile, MemberFile, CardProdFile

           OPEN OUTPUT CardProdRegister
           MOVE WS-Today TO PrnRegRunDate
           WRITE RegisterPrintLine FROM RegisterHeading
             AFTER ADVANCING PAGE
           MOVE NewCardCount TO PrnRegNew
           MOVE ReplacementCount TO PrnRegReplaced
           MOVE ProdRecordCount TO PrnRegTotal
           WRITE RegisterPrintLine FROM RegisterCountLine
             AFTER ADVANCING 2 LINES
           MOVE HashTotal TO PrnRegHash
           WRITE RegisterPrintLine FROM RegisterHashLine
             AFTER ADVANCING 1 LINE
           CLOSE CardProdRegister

           DISPLAY "CardProd: " ProdRecordCount " cards to the vendor "
             "-- output/card-production.dat."
           MOVE ProdRecordCount TO WS-Run-Records-Out
           PERFORM Write-Run-Log
           STOP RUN.

       ProduceOneCard.
           ADD 1 TO WS-Run-Records-In
           IF CardActive AND CardProducedDate = ZEROES
               PERFORM WriteOneProdRecord
           END-IF

           READ MemberCardFile NEXT
            AT END MOVE "Y" TO CardScanEofFlag
           END-READ.

       WriteOneProdRecord.
      * A card whose member has left the file is not produced.
           MOVE CardMemberId TO MemberId
           READ MemberFile
               KEY IS MemberId
               INVALID KEY
                   DISPLAY "CardProd: card " CardNumber " member "
                     CardMemberId " not on file -- not produced."
                   EXIT PARAGRAPH
           END-READ

           MOVE SPACES TO CardProdRec
           IF CardReplacesNumber = ZEROES
               MOVE "N" TO ProdKind
               ADD 1 TO NewCardCount
           ELSE
               MOVE "R" TO ProdKind
               ADD 1 TO ReplacementCount
           END-IF
           MOVE CardNumber TO ProdCardNumber
           MOVE CardMemberId TO ProdMemberId
           MOVE MemberName TO ProdMemberName
           MOVE MemberType TO ProdMemberType
           MOVE MemberExpireDate TO ProdExpireDate
           MOVE CardIssueDate TO ProdIssueDate
           WRITE CardProdRec
           ADD 1 TO ProdRecordCount
           ADD CardNumber TO HashTotal

           MOVE WS-Today TO CardProducedDate
           REWRITE MemberCardRec
               INVALID KEY
                   DISPLAY "CardProd: unable to stamp card "
                     CardNumber " produced."
           END-REWRITE.

           COPY RUNLOGPR.
