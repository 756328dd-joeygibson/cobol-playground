           MOVE SPACE TO TeeAttendStatus
           MOVE ZEROES TO TeeGuestCount
           MOVE SPACES TO TeeGuestNames
           MOVE ZEROES TO TeePaceTimes
           MOVE SPACES TO TeePartnerIds
           WRITE TeeTimeRec
               INVALID KEY
                   PERFORM ReportOneConflict
