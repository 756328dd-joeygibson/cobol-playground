      *                their guest-pass charges under the sponsoring
      *                member at booking time, and the tee sheet
      *                shows the names under the slot.
      * 2026-10-15 JG  Pace-of-play times: the starter records when
      *                the group actually went off at check-in and
      *                the marshal the time at the turn and the
      *                finish (HHMM, zero until recorded), for the
      *                PaceRpt pace-of-play report.
      * 2026-10-15 JG  Playing partners: the member ids of the other
      *                club members in the group, taken by the starter
      *                when the group is marked played, so PostRpt can
      *                check every member who played posted a score.
      *                Spaces until then; guests are named above.
       01 TeeTimeRec.
        88 EndOfTeeTimeFile VALUE HIGH-VALUES.
        02 TeeKey.
        02 TeeGuestCount PIC 9.
        02 TeeGuestNames.
         03 TeeGuestName OCCURS 3 TIMES PIC X(20).
        02 TeePaceTimes.
         03 TeeActualStart PIC 9(4).
         03 TeeTurnTime PIC 9(4).
         03 TeeFinishTime PIC 9(4).
        02 TeePartnerIds.
         03 TeePartnerId OCCURS 3 TIMES PIC X(5).
