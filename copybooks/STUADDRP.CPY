      * Companion procedures for STUADDR: the mailing address block
      * for sa-student-id from the student contact file -- the
      * street, then city, state and postal code. A student with no
      * contact record, or one with no street on it, gets a marker
      * line instead so the piece is held back for hand addressing.
       build-address-block.
           move spaces to sa-street-line, sa-city-line
           move "N" to sa-found-flag
           if contact-file-missing
               move "(no address on file)" to sa-street-line
               exit paragraph
           end-if
           move sa-student-id to con-student-id
           read contact-file
               invalid key
                   move "(no address on file)" to sa-street-line
                   exit paragraph
           end-read
           if con-street = spaces
               move "(no address on file)" to sa-street-line
               exit paragraph
           end-if

           move con-street to sa-street-line
           string con-city delimited by "  "
             ", " delimited by size
             con-state delimited by size
             "  " delimited by size
             con-postal-code delimited by size
             into sa-city-line
           end-string
           move "Y" to sa-found-flag.
