      *>   HONBTRAN - honours band maintenance transaction, read by
      *>   HonoursBandMaintenance to add or update an HONBAND entry.
       01 HonoursBandTranRec.
           02 HbtClassCode PIC X(2).
           02 HbtMinGPA PIC 9V9(2).
           02 HbtTitle PIC X(24).
