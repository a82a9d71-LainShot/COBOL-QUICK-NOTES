000510*                     ITS OWN START/END AND COUNTS THERE (SEE
000520*                     RUNCTLC.CPY).  A WINDOW-ALREADY-FED RUN
000530*                     STANDS DOWN BEFORE ANY STAMPING.
000532*    2026-10-15 DLH   THE DAILY SEAL RECORDS ON THE TRAIL (SEE
000534*                     AUDIDXR.CPY) ARE NOT EVENTS AND ARE NEVER
000536*                     FED.
000540*
000550  IDENTIFICATION DIVISION.
000560  PROGRAM-ID. AUDIT_FEED.
003170      IF AXR-EVENT-DATE > WS-TARGET-DATE
003180          SET WS-AUDIT-EOF TO TRUE
003190          GO TO 3000-EXIT.
003195      IF AXR-DAY-SEAL
003196          GO TO 3000-EXIT.
003200      IF AXR-ADMIN-ACTION
003210          ADD 1 TO WS-SKIPPED-ADMIN-COUNT
003220          GO TO 3000-EXIT.
