      * Shared card-number lookup working storage for the desk
      * programs. COPY into WORKING-STORAGE and COPY CARDPR into
      * PROCEDURE DIVISION. The caller must declare the card file:
      *     SELECT MemberCardFile ASSIGN TO 'data/member-cards.dat'
      *       ORGANIZATION IS INDEXED
      *       ACCESS MODE IS DYNAMIC
      *       RECORD KEY IS CardNumber
      *       FILE STATUS IS MemberCardStatus.
      * with FD MemberCardFile / COPY MEMCARD. PERFORM
      * OpenMemberCards at start-up and CloseMemberCards before STOP
      * RUN. Accept the operator's entry into CardCheckEntry and
      * PERFORM ResolveCardEntry: a five-character entry is taken as
      * the member id as keyed, an eight-digit entry as a card
      * number. Unless CardEntryRefused is set, CardCheckMemberId
      * holds the member id to read; when it is set, PERFORM
      * ShowCardRefusal to tell the operator why.
       01 MemberCardStatus PIC XX VALUE SPACES.
          88 MemberCardOk VALUE "00".
       01 MemberCardOpenFlag PIC X VALUE "N".
          88 MemberCardIsOpen VALUE "Y".
       01 CardCheckEntry PIC X(10) VALUE SPACES.
       01 CardCheckMemberId PIC X(5) VALUE SPACES.
       01 CardRefusedFlag PIC X VALUE "N".
          88 CardEntryRefused VALUE "Y".
       01 CardRefusalText PIC X(40) VALUE SPACES.
