000480*                     VERIFIES THE UNLOCK STAMP ON THE CYCLE
000490*                     RUN-CONTROL FILE AND STAMPS ITS OWN
000500*                     START/END THERE (SEE RUNCTLC.CPY).
000502*    2026-10-15 DLH   THE DAILY SEAL RECORDS ON THE TRAIL (SEE
000504*                     AUDIDXR.CPY) ARE NOT SIGN-ON ATTEMPTS AND
000506*                     ARE LEFT OUT OF THE TALLIES.
000510*
000520  IDENTIFICATION DIVISION.
000530  PROGRAM-ID. SIGNON_REPORT.
002350*
002360  2100-TALLY-ONE-ATTEMPT.
002370*    THIS IS A DAILY REPORT - ONLY TALLY ATTEMPTS DATED ON THE
002380*    TARGET DAY.  ADMINISTRATIVE RECORDS AND DAY SEALS ARE NOT
002390*    SIGN-ON ATTEMPTS AND ARE NOT TALLIED AT ALL.
002400      IF AXR-ADMIN-ACTION OR AXR-DAY-SEAL
002410          GO TO 2100-EXIT.
002420      IF AXR-EVENT-DATE = WS-TARGET-DATE
002430          PERFORM 2200-FIND-OR-ADD-USER
