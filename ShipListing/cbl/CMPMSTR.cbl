      *giving the authorized officer and rating strength for ships of
      *that class. CREWROST records who is actually aboard; this file
      *records who should be, so "is Ajax undermanned" finally has
      *two numbers to compare. The sailing minimum is the fewest fit
      *men a ship of the class may put to sea with; FITRPT tests the
      *sick list against it.
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
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
           05 WS-CLASS-NAME PIC X(20).
           05 WS-AUTH-OFFICERS PIC 9(3).
           05 WS-AUTH-RATINGS PIC 9(4).
           05 WS-SAILING-MINIMUM PIC 9(4).
      *------------------
       PROCEDURE DIVISION.
      *------------------
           ACCEPT WS-AUTH-OFFICERS.
           DISPLAY 'Enter authorized ratings, 4 digits: '.
           ACCEPT WS-AUTH-RATINGS.
           DISPLAY 'Enter sailing minimum, fit men, 4 digits: '.
           ACCEPT WS-SAILING-MINIMUM.
