      * Membership card, one per card issued in
      * data/member-cards.dat keyed by the eight-digit card number
      * CardMaint assigns. A member holds one active card at a time;
      * a card reported lost or replaced as damaged, or cancelled,
      * keeps its record with the date of the change, and the
      * replacement card carries the number of the card it replaces.
      * CardProd sends every active card not yet produced to the card
      * vendor and stamps the production date. The desk programs
      * take a card number in place of the member id through
      * CARDCK/CARDPR, which refuse any card that is not active.
       01 MemberCardRec.
        88 EndOfMemberCardFile VALUE HIGH-VALUES.
        02 CardNumber PIC 9(8).
        02 CardMemberId PIC X(5).
        02 CardMemberName PIC X(20).
        02 CardIssueDate PIC 9(8).
        02 CardStatus PIC X.
           88 CardActive VALUE "A".
           88 CardLost VALUE "L".
           88 CardReplaced VALUE "R".
           88 CardCancelled VALUE "C".
        02 CardStatusDate PIC 9(8).
        02 CardReplacesNumber PIC 9(8).
        02 CardProducedDate PIC 9(8).
