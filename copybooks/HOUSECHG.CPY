      * House-charge slip record, one per signed chit, keyed by the
      * charging member, the charge date and a sequence number in
      * data/house-charges.dat. Entered at the grill and pro-shop
      * outlets through ChgEntry, stamped with the operator and the
      * open drawer session. Open slips print itemized on the next
      * DuesBilling statement and are flipped to billed, with the
      * billing period and run date, once that run commits; DuesUndo
      * reopens the slips of a run it backs out. Shared by ChgEntry,
      * DuesBilling, DuesUndo, StmtAcct and MemInq.
      * 2026-10-15 JG  Outlet F added for the quarterly food-and-
      *                beverage minimum shortfall that FbMinimum
      *                writes; not keyable at the outlets.
      * 2026-10-15 JG  Outlets C (club cart fee) and T (trail fee for
      *                a member's own cart) added; TeeCheckIn writes
      *                them per rider under the booking member at
      *                check-in. Not keyable at the outlets.
      * 2026-10-15 JG  Outlet L added for golf lessons and prepaid
      *                lesson packages, written by LessonBook. Not
      *                keyable at the outlets.
      * 2026-10-15 JG  Outlet R added for clubhouse room and facility
      *                fees, written by FacBook. Not keyable at the
      *                outlets.
      * 2026-10-15 JG  Outlet E added for social-event seats, written
      *                by EvtRsvp. Not keyable at the outlets.
       01 HouseChargeRec.
        88 EndOfHouseChargeFile VALUE HIGH-VALUES.
        02 HcKey.
         03 HcMemberId PIC X(5).
         03 HcChargeDate PIC 9(8).
         03 HcSeq PIC 9(3).
        02 HcOutlet PIC X.
           88 HcOutletGrill VALUE "G".
           88 HcOutletProShop VALUE "P".
           88 HcOutletFbMinimum VALUE "F".
           88 HcOutletCartFee VALUE "C".
           88 HcOutletTrailFee VALUE "T".
           88 HcOutletLesson VALUE "L".
           88 HcOutletRoom VALUE "R".
           88 HcOutletEvent VALUE "E".
           88 HcOutletValid VALUE "G" "P".
        02 HcTicketNo PIC X(8).
        02 HcAmount PIC 9(5)V99.
        02 HcTaxable PIC X.
           88 HcIsTaxable VALUE "Y".
        02 HcOperId PIC X(3).
        02 HcSessionId PIC 9(4).
        02 HcStatus PIC X.
           88 HcOpen VALUE "O".
           88 HcBilled VALUE "B".
           88 HcVoided VALUE "V".
        02 HcBilledPeriod PIC 9(6).
        02 HcBilledDate PIC 9(8).
