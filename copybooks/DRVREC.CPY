      * Driver master record in data/driver-master.dat, maintained
      * by DrvMaint: each driver's code (the initials keyed on the
      * mileage log), name, licence number, class and expiry date,
      * and up to five vehicles the driver is assigned to. The
      * mileage and fuel entry programs refuse a driver who is not
      * on this master or whose licence has expired, and the
      * monthly DriverReport lists licences coming up for renewal
      * and readings logged by a driver not assigned to the vehicle.
       01  DriverRecord.
           05  DR-Driver-Code     PIC X(3).
           05  DR-Name            PIC X(20).
           05  DR-Licence-No      PIC X(15).
           05  DR-Licence-Class   PIC X(2).
           05  DR-Licence-Expiry  PIC 9(8).
           05  DR-Assigned-Vehicle PIC X(6) OCCURS 5 TIMES.
