      *The amphibious lift-capacity reference, kept alongside
      *CLASS-MASTER the way the maintenance thresholds are: one row
      *per ship class that carries an assault, giving the troops,
      *vehicles and landing craft a hull of the class lifts. A class
      *with no row here lifts nothing. Maintained by LIFTCAP, read
      *by LIFTPLAN against an operation's wave requirements.
       01 LIFT-CAPACITY-RECORD.
           05 LFC-CLASS-NAME PIC X(20).
           05 LFC-TROOPS PIC 9(5).
           05 LFC-VEHICLES PIC 9(4).
           05 LFC-CRAFT PIC 9(3).
