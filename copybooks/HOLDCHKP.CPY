      * Companion procedures for HOLDCHK: the registration hold
      * check. check-student-holds walks hc-student-id's holds and
      * stops at the first with no release date. set-hold-label
      * turns the type in hc-hold-type into the word printed for it.
       check-student-holds.
           move "N" to hc-held-flag
           move spaces to hc-hold-type, hc-hold-reason
           move spaces to hc-hold-label, hc-hold-message
           if hold-file-missing
               exit paragraph
           end-if

           move "N" to hc-scan-eof
           move hc-student-id to hld-student-id
           move low-values to hld-type
           move zeroes to hld-seq
           start hold-file key is >= hld-key
               invalid key move "Y" to hc-scan-eof
           end-start
           if not hc-end-of-hold-scan
               read hold-file next
                   at end move "Y" to hc-scan-eof
               end-read
           end-if
           perform check-one-student-hold
               until hc-end-of-hold-scan or hc-student-held
           if not hc-student-held
               exit paragraph
           end-if

           perform set-hold-label
           string hc-hold-label delimited by space
             " HOLD: " delimited by size
             hc-hold-reason delimited by size
             into hc-hold-message
           end-string.

       check-one-student-hold.
           if hld-student-id not = hc-student-id
               move "Y" to hc-scan-eof
           else
               if hld-active
                   move "Y" to hc-held-flag
                   move hld-type to hc-hold-type
                   move hld-reason to hc-hold-reason
               else
                   read hold-file next
                       at end move "Y" to hc-scan-eof
                   end-read
               end-if
           end-if.

       set-hold-label.
           evaluate hc-hold-type
               when "F" move "FINANCIAL" to hc-hold-label
               when "L" move "LIBRARY" to hc-hold-label
               when "A" move "ACADEMIC" to hc-hold-label
               when other move "REGISTRAR" to hc-hold-label
           end-evaluate.
