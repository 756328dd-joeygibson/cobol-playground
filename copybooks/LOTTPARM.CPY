      * Weekend tee-time lottery rules, shared by TeeBook and
      * TeeLott. Saturday and Sunday times from LotFirstTeeTime up
      * to LotLastTeeTime go by lottery: requests are taken until
      * the draw runs on the night of LotCutoffDay (1 Monday .. 7
      * Sunday) before the weekend, and the desk cannot book those
      * times directly until it has. Lottery times are laid out
      * every LotTeeInterval minutes from the first tee time.
       01 LotFirstTeeTime PIC 9(4) VALUE 0700.
       01 LotLastTeeTime PIC 9(4) VALUE 1200.
       01 LotTeeInterval PIC 99 VALUE 10.
       01 LotCutoffDay PIC 9 VALUE 3.
       01 LotMaxExtraDraws PIC 9 VALUE 3.
