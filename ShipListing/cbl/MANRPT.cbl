           05 CMP-CLASS-NAME PIC X(20).
           05 CMP-AUTH-OFFICERS PIC 9(3).
           05 CMP-AUTH-RATINGS PIC 9(4).
      *Fewest fit men a ship of the class may sail with; zero on
      *rows from before the minimum was kept, when the full
      *establishment is the test
           05 CMP-SAILING-MINIMUM PIC 9(4).
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
