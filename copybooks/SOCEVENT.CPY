      * Social-event calendar record, one per club dinner, member-
      * guest party or holiday event in data/social-events.dat keyed
      * by event number. Carries the date and start time, the per-
      * seat price for members and for their guests, the seat limit
      * and the seats RSVPs have taken so far, whether sign-ups are
      * open, and whether the event is announced to the membership
      * by the CorrQueue letters. The waiting-list counter numbers
      * each party put on the list so the first to ask is the first
      * seated. Maintained by EvtMaint; seats are taken by EvtRsvp
      * and read by EvtHead and CorrQueue.
       01 SocialEventRec.
        88 EndOfSocialEventFile VALUE HIGH-VALUES.
        02 SeEventNo PIC 9(4).
        02 SeEventDate PIC 9(8).
        02 SeEventTime PIC 9(4).
        02 SeDescription PIC X(30).
        02 SeMemberPrice PIC 9(3)V99.
        02 SeGuestPrice PIC 9(3)V99.
        02 SeSeatLimit PIC 9(3).
        02 SeSeatsTaken PIC 9(3).
        02 SeLastWaitSeq PIC 9(3).
        02 SeStatus PIC X.
           88 SeSignUpOpen VALUE "O".
           88 SeSignUpClosed VALUE "C".
        02 SeAnnounceFlag PIC X.
           88 SeAnnounced VALUE "Y".
        02 SeCreatedDate PIC 9(8).
