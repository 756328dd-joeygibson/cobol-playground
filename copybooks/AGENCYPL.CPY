      * Collection-agency placement record, the outbound interface
      * sent to the club's collection agency: one fixed-format line
      * per account placed, appended by BadDebt to
      * output/agency-placements.dat. The balance is the amount
      * written off less anything already recovered; the address
      * comes from the member address file when there is one.
       01 AgencyPlacementRec.
        02 AgpMemberId PIC X(5).
        02 AgpMemberName PIC X(20).
        02 AgpStreet PIC X(25).
        02 AgpCity PIC X(15).
        02 AgpState PIC XX.
        02 AgpPostalCode PIC X(10).
        02 AgpPhone PIC X(12).
        02 AgpBalance PIC 9(6)V99.
        02 AgpWriteOffDate PIC 9(8).
        02 AgpPlacedDate PIC 9(8).
