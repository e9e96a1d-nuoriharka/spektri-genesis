002600*     DATE       BY    DESCRIPTION
002700*     ---------- ----- ------------------------------------------
002800*     2026-09-01 LEA   ORIGINAL VERSION.
002810*     2026-10-15 LEA   THE MAINTENANCE AUDIT FILE IS NOW READ
002820*                      THROUGH ITS OWN COPYBOOK (SPKTMAU, 100
002830*                      BYTES) AND ITS ACTION CODE IS CARRIED
002840*                      ONTO THE ARCHIVE ENTRY (ARC-ACTION-CODE).
002900*-----------------------------------------------------------------
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
006200     RECORD CONTAINS 80 CHARACTERS.
006300     COPY SPKTAUD.
006400
007100 FD  MAINT-AUDIT-FILE
007200     LABEL RECORDS ARE STANDARD
007300     RECORD CONTAINS 100 CHARACTERS.
007400     COPY SPKTMAU.
008200
008300 FD  HISTORY-FILE
008400     LABEL RECORDS ARE STANDARD
023100     MOVE MAU-NEW-STATE       TO ARC-NEW-STATE.
023200     MOVE MAU-OLD-POWER-LEVEL TO ARC-OLD-POWER-LEVEL.
023300     MOVE MAU-NEW-POWER-LEVEL TO ARC-NEW-POWER-LEVEL.
023310     MOVE MAU-ACTION-CODE     TO ARC-ACTION-CODE.
023400     PERFORM 5000-WRITE-ARCHIVE-RECORD
023500         THRU 5000-EXIT.
023600     IF ARCHIVE-WRITE-LANDED
033200     DISPLAY '>> [COBOL] SPEKTRE-ARCLOAD JOB COMPLETE.'.
033300 9000-EXIT.
033400     EXIT.
033500
