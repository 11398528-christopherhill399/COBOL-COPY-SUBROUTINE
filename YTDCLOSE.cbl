      *    VIEW OF THE SAME FILE.
       FD  YTD-FILE RECORDING MODE IS F.
       01  YTD-RECORD.
           05  YTD-TAX-IMAGE.
               10  YTD-SSN         PIC 9(9).
               10  YTD-REST        PIC X(563).
           05  YTD-STATE-AREA      PIC X(44).

      *    W2CORR ADDS A CORRECTION AREA BEHIND THE IMAGE OF ANY
      *    ARCHIVED RECORD IT CORRECTS; A YEAR BEING CLOSED GOES
      *    OUT WITH THAT AREA BLANK. THE TWO-STATE WAGE AND TAX
      *    SLOTS CAME ONTO THE YTD RECORD AFTER THE ARCHIVE LAYOUT
      *    WAS SET, SO THEY RIDE BEHIND THE CORRECTION AREA AND
      *    EVERY YEAR ALREADY ARCHIVED KEEPS ITS OFFSETS.
       FD  YTD-ARCHIVE-FILE RECORDING MODE IS F.
       01  YTD-ARCHIVE-RECORD.
           05  ARCH-YEAR-OUT       PIC 9(4).
           05  FILLER              PIC X.
           05  ARCH-YTD-IMAGE-OUT  PIC X(600).
           05  ARCH-CORRECTION-OUT PIC X(99).
           05  ARCH-STATE-AREA-OUT PIC X(44).

       FD  CLOSE-CONTROL-FILE RECORDING MODE IS F.
       01  CLOSE-CONTROL-LINE      PIC X(80).
               NOT AT END
                   MOVE CLOSE-YEAR-WS TO ARCH-YEAR-OUT
                   MOVE SPACE         TO YTD-ARCHIVE-RECORD (5:1)
                   MOVE YTD-TAX-IMAGE TO ARCH-YTD-IMAGE-OUT
                   MOVE SPACES        TO ARCH-CORRECTION-OUT
                   MOVE YTD-STATE-AREA TO ARCH-STATE-AREA-OUT
                   WRITE YTD-ARCHIVE-RECORD
                   ADD 1 TO RECORDS-ARCHIVED-WS
           END-READ.
