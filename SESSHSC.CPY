000100*
000110*    SESSHSC.CPY
000120*
000130*    PARAMETER BLOCK PASSED TO THE SESSION_HISTORY SUBPROGRAM,
000140*    WHICH APPENDS ONE SESSION-HISTORY RECORD (SEE SESSHSR.CPY)
000150*    FOR EVERY SESSION THAT ENDS.  THE CALLER SUPPLIES HOW THE
000160*    SESSION ENDED AND THE ACTIVE-SESSION RECORD (SEE
000170*    SESSREC.CPY) AS IT STOOD BEFORE THE DELETE; THE END STAMP
000180*    AND THE DURATION ARE WORKED OUT BY SESSION_HISTORY ITSELF.
000190*
000200*    MODIFICATION HISTORY
000210*    DATE       BY    DESCRIPTION
000220*    ---------- ----- --------------------------------------------
000230*    2026-10-15 DLH   ORIGINAL.
000240*
000250 01  SESSION-HISTORY-PARMS.
000260     05  SHP-END-TYPE                  PIC X(01).
000270         88  SHP-SIGNED-OFF                VALUE "S".
000280         88  SHP-FORCED-OFF                VALUE "F".
000290         88  SHP-EXPIRED                   VALUE "E".
000300     05  SHP-SESSION-IMAGE             PIC X(96).
000310     05  SHP-RESULT-CODE               PIC 9(02).
000320         88  SHP-OK                        VALUE 00.
000330         88  SHP-HISTORY-ERROR             VALUE 90.
