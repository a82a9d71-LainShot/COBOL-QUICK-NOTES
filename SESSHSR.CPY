000100*
000110*    SESSHSR.CPY
000120*
000130*    SESSION-HISTORY RECORD.  ONE RECORD IS APPENDED TO SESSHIST
000140*    BY SESSION_HISTORY FOR EVERY SESSION THAT ENDS - A SIGN-OFF
000150*    OR FORCE-OFF THROUGH SESSION_TRACK, OR A STALE SESSION AGED
000160*    OFF BY SESSION_TRACK OR SESSION_SWEEP - SO THE CONNECT TIME
000170*    THE ACTIVE-SESSION FILE FORGETS THE MOMENT ITS RECORD IS
000180*    DELETED IS KEPT.  CONNECT_REPORT TOTALS IT AT MONTH END.
000190*
000200*    THE END STAMP OF A SIGN-OFF OR FORCE-OFF IS THE MOMENT IT
000210*    HAPPENED.  AN EXPIRED SESSION ENDS AT ITS LAST HEARTBEAT
000220*    (ITS SIGN-ON WHEN IT HAS NONE) - NOT WHEN THE SWEEP FOUND
000230*    IT - SO AN ORPHAN IS NOT CHARGED FOR THE TIME IT SAT DEAD.
000240*    THE DURATION IS WHOLE SECONDS FROM SIGN-ON TO END; A
000250*    SESSION WITH NO USABLE SIGN-ON STAMP CARRIES ZERO STAMPS
000260*    AND ZERO DURATION.
000270*
000280*    MODIFICATION HISTORY
000290*    DATE       BY    DESCRIPTION
000300*    ---------- ----- --------------------------------------------
000310*    2026-10-15 DLH   ORIGINAL - FINANCE BILLED THE TERMINAL
000320*                     ESTATE BY HEADCOUNT AND THE DEPARTMENTS
000330*                     DISPUTED IT EVERY QUARTER.
000340*
000350 01  SESSION-HISTORY-RECORD.
000360     05  SHR-USERNAME                  PIC X(32).
000370     05  SHR-TERMINAL-ID               PIC X(16).
000380     05  SHR-SIGNON-DATE               PIC 9(08).
000390     05  SHR-SIGNON-TIME               PIC 9(08).
000400     05  SHR-END-DATE                  PIC 9(08).
000410     05  SHR-END-TIME                  PIC 9(08).
000420     05  SHR-DURATION-SECONDS          PIC 9(08).
000430     05  SHR-END-TYPE                  PIC X(01).
000440         88  SHR-SIGNED-OFF                VALUE "S".
000450         88  SHR-FORCED-OFF                VALUE "F".
000460         88  SHR-EXPIRED                   VALUE "E".
000470     05  FILLER                        PIC X(11).
