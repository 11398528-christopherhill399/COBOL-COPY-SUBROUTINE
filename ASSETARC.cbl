       01  ASSET-HISTORY-RECORD.
           05  ARCH-YEAR-OUT        PICTURE 9(4).
           05  FILLER               PICTURE X      VALUE SPACE.
           05  ARCH-ASSET-IMAGE-OUT PICTURE X(280).

       FD  ARCHIVE-LOG-FILE RECORDING MODE IS F.
       01  PRINT-LOG-LINE               PICTURE X(80).
