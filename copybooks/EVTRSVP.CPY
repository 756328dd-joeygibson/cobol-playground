      * Social-event RSVP, one per member per event in
      * data/event-rsvps.dat keyed by the event number and the
      * member. Records the seats for the member's own party and for
      * guests, whether the party is confirmed or on the waiting list
      * (and its place on the list), any seating or dietary note for
      * the kitchen, and the house charge (outlet E) EvtRsvp wrote
      * under the member for the seats once confirmed, so a
      * cancellation can void it while it is still open. Written by
      * EvtRsvp; read by EvtHead.
       01 EventRsvpRec.
        88 EndOfEventRsvpFile VALUE HIGH-VALUES.
        02 RvKey.
         03 RvEventNo PIC 9(4).
         03 RvMemberId PIC X(5).
        02 RvMemberName PIC X(20).
        02 RvMemberSeats PIC 9(2).
        02 RvGuestSeats PIC 9(2).
        02 RvStatus PIC X.
           88 RvConfirmed VALUE "C".
           88 RvWaiting VALUE "W".
        02 RvWaitSeq PIC 9(3).
        02 RvNote PIC X(20).
        02 RvAmount PIC 9(5)V99.
        02 RvChargeDate PIC 9(8).
        02 RvChargeSeq PIC 9(3).
        02 RvRsvpDate PIC 9(8).
