001900 DATA DIVISION.
002000 FILE SECTION.
002100 FD  MOTD-FILE.
002200     COPY "bltrec.cpy".
003000
003100 WORKING-STORAGE SECTION.
003200 01 WS-MOTD-STATUS          PIC XX          VALUE "00".
