002600*     DATE       BY    DESCRIPTION
002700*     ---------- ----- ------------------------------------------
002800*     2026-09-01 LEA   ORIGINAL VERSION.
002810*     2026-10-15 LEA   THE CONVERTED RETIRED ARCHIVE IS WRITTEN
002820*                      IN THE 100-BYTE LAYOUT SPEKTRE-MAINT NOW
002830*                      READS.  THE OLD ARCHIVE HAS NO DESCRIPTIVE
002840*                      FIELDS, SO THEY ARE LEFT BLANK.
002900*-----------------------------------------------------------------
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
016700
016800 FD  NEW-RETIRED-FILE
016900     LABEL RECORDS ARE STANDARD
017000     RECORD CONTAINS 100 CHARACTERS.
017100     COPY SPKTRET.
017200
017300 WORKING-STORAGE SECTION.
