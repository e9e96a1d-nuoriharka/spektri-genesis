004000*                      NIGHT'S OUTPUT FILE AFTER AN ABEND.  AN
004100*                      OPTIONAL PARM CARD SUPPLIES THE BUSINESS
004200*                      DATE AND THE LEDGER OVERRIDE.
004210*     2026-10-15 LEA   THE KEYED MASTER NOW CARRIES ALTERNATE
004220*                      KEYS ON ACCOUNT NAME, OWNING BUSINESS
004230*                      UNIT, AND CONTACT REFERENCE (DUPLICATES
004240*                      ALLOWED), BUILT AS THE MASTER LOADS, SO
004250*                      SPEKTRE-INQUIRY CAN FIND AN ACCOUNT BY
004260*                      THEM.
004300*-----------------------------------------------------------------
004400 ENVIRONMENT DIVISION.
004500 CONFIGURATION SECTION.
005700         ORGANIZATION IS INDEXED
005800         ACCESS MODE IS RANDOM
005900         RECORD KEY IS MST-ACCOUNT-ID
005910         ALTERNATE RECORD KEY IS MST-ACCOUNT-NAME
005920             WITH DUPLICATES
005930         ALTERNATE RECORD KEY IS MST-BUSINESS-UNIT
005940             WITH DUPLICATES
005950         ALTERNATE RECORD KEY IS MST-CONTACT-REF
005960             WITH DUPLICATES
006000         FILE STATUS IS WS-ACCTMST-STATUS.
006100
006200     SELECT PARM-CONTROL-FILE
