      * corresponding program via the system command processor.
      * 2026-09-03 JG  Member inquiry (360) added: one read-only
      *                screen of everything the desk asks for.
      * 2026-10-15 JG  House charges (grill and pro-shop slips) added.
      * 2026-10-15 JG  Member resignation close-out added.
      * 2026-10-15 JG  Bad-debt write-off and agency placement added.
      * 2026-10-15 JG  Gift certificates and pro-shop credit added.
      * 2026-10-15 JG  Cart fleet maintenance and cart returns added.
      * 2026-10-15 JG  Golf lessons and the teaching pros' schedules
      *                added.
      * 2026-10-15 JG  Membership applications added.
      * 2026-10-15 JG  Membership cards added.
      * 2026-10-15 JG  Clubhouse facility bookings and the facility
      *                master added.
      * 2026-10-15 JG  Social event RSVPs and the event calendar added.

       ENVIRONMENT DIVISION.

           DISPLAY "16. Rentals"
           DISPLAY "17. Statement reprint"
           DISPLAY "18. Member inquiry (360)"
           DISPLAY "19. House charges"
           DISPLAY "20. Member resignation"
           DISPLAY "21. Bad-debt write-off"
           DISPLAY "22. Gift certificates"
           DISPLAY "23. Cart fleet"
           DISPLAY "24. Golf lessons"
           DISPLAY "25. Teaching pro schedules"
           DISPLAY "26. Membership applications"
           DISPLAY "27. Membership cards"
           DISPLAY "28. Facility bookings"
           DISPLAY "29. Facility master"
           DISPLAY "30. Social event RSVPs"
           DISPLAY "31. Social event calendar"
           DISPLAY "99. Quit"
           DISPLAY "Choice: " WITH NO ADVANCING.

               WHEN 16 MOVE "./rentmaint" TO SystemCommand
               WHEN 17 MOVE "./stmtrepr" TO SystemCommand
               WHEN 18 MOVE "./meminq" TO SystemCommand
               WHEN 19 MOVE "./chgentry" TO SystemCommand
               WHEN 20 MOVE "./resign" TO SystemCommand
               WHEN 21 MOVE "./baddebt" TO SystemCommand
               WHEN 22 MOVE "./giftcert" TO SystemCommand
               WHEN 23 MOVE "./cartmaint" TO SystemCommand
               WHEN 24 MOVE "./lessonbook" TO SystemCommand
               WHEN 25 MOVE "./promaint" TO SystemCommand
               WHEN 26 MOVE "./memappl" TO SystemCommand
               WHEN 27 MOVE "./cardmaint" TO SystemCommand
               WHEN 28 MOVE "./facbook" TO SystemCommand
               WHEN 29 MOVE "./facmaint" TO SystemCommand
               WHEN 30 MOVE "./evtrsvp" TO SystemCommand
               WHEN 31 MOVE "./evtmaint" TO SystemCommand
               WHEN 99 MOVE "N" TO KeepGoingFlag
               WHEN OTHER DISPLAY "Please choose from the menu."
           END-EVALUATE
