      * by VehMaint: the fleet's vehicles with a description and
      * in-service date. The mileage, fuel and service entry
      * programs validate their vehicle id against this master, and
      * the fleet cost-per-mile summary reports from it. The tank
      * capacity (gallons) lets the fuel-card reconciliation flag a
      * fill-up bigger than the vehicle's tank.
      * Each vehicle also carries what the monthly FleetDepr run
      * needs to book depreciation: acquisition cost, salvage
      * value, useful life in months and the method (S straight
      * line, D double-declining balance), with the depreciation
      * taken to date and the last month it was taken for. A
      * vehicle sold is marked disposed by VehMaint with the sale
      * date, proceeds and gain (loss negative) on its book value;
      * status D until FleetDepr journals the disposal, then S. The
      * entry programs take nothing further against a disposed
      * vehicle. Lines written before these fields existed read as
      * spaces and are treated as active with no cost on file.
       01  VehicleRecord.
           05  VM-Vehicle-Id      PIC X(6).
           05  VM-Description     PIC X(20).
           05  VM-In-Service-Date PIC 9(8).
           05  VM-Tank-Capacity   PIC 9(3)V9.
           05  VM-Acquisition-Cost PIC 9(7)V99.
           05  VM-Salvage-Value   PIC 9(7)V99.
           05  VM-Useful-Life     PIC 9(3).
           05  VM-Depr-Method     PIC X.
               88  VM-Straight-Line      VALUE "S".
               88  VM-Declining-Balance  VALUE "D".
           05  VM-Accum-Depr      PIC 9(7)V99.
           05  VM-Last-Depr-Month PIC 9(6).
           05  VM-Status          PIC X.
               88  VM-Active             VALUE "A" " ".
               88  VM-Disposed           VALUE "D" "S".
               88  VM-Disposal-Pending   VALUE "D".
               88  VM-Disposal-Posted    VALUE "S".
           05  VM-Disposal-Date   PIC 9(8).
           05  VM-Sale-Proceeds   PIC 9(7)V99.
           05  VM-Gain-Loss       PIC S9(7)V99 SIGN LEADING SEPARATE.
