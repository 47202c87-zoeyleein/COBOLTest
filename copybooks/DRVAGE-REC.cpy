       01 DRIVER-AGE-RECORD.
              05 DA-CAR-TYPE             PIC X(10).
              05 FILLER                  PIC X(2) VALUE SPACES.
              05 DA-MINIMUM-AGE          PIC 9(2).
              05 FILLER                  PIC X(2) VALUE SPACES.
              05 DA-SURCHARGE-AGE        PIC 9(2).
              05 FILLER                  PIC X(2) VALUE SPACES.
              05 DA-DAILY-SURCHARGE      PIC 9(3)V99.
