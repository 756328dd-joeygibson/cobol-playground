      * The course's tee-sheet grid: a tee time every
      * TeeGridInterval minutes from TeeGridFirstTime through
      * TeeGridLastTime each day, up to TeeGridPlayers players a
      * time. TeeUtilRpt measures bookings against it.
       01 TeeGridFirstTime PIC 9(4) VALUE 0630.
       01 TeeGridLastTime PIC 9(4) VALUE 1800.
       01 TeeGridInterval PIC 99 VALUE 10.
       01 TeeGridPlayers PIC 9 VALUE 4.
