000100*
000110*    BRKGREC.CPY
000120*
000130*    BREAK-GLASS FILE (BRKGFILE) RECORD LAYOUT.  ONE RECORD PER
000140*    EVENT IN THE LIFE OF AN EMERGENCY ACCOUNT (SEE
000150*    USR-BREAK-GLASS-FLAG ON USERREC.CPY), KEYED ON THE
000160*    USERNAME AND THE DATE/TIME THE EVENT STARTED, SO ALL OF AN
000170*    ACCOUNT'S RECORDS READ TOGETHER IN ORDER.
000180*
000190*      "D" DESIGNATION - WRITTEN BY USER_ADMIN'S "G" FUNCTION
000200*                        WHEN AN ACCOUNT IS MADE AN EMERGENCY
000210*                        ACCOUNT.  IT IS BORN OPEN WITH A WINDOW
000220*                        THAT HAS ALREADY CLOSED, SO THE NEXT
000230*                        BREAK_GLASS_SEAL PASS ISSUES THE FIRST
000240*                        SEALED-ENVELOPE PASSWORD.
000250*      "O" OPENING     - WRITTEN BY BREAK_GLASS_OPEN FROM THE
000260*                        OPERATOR CONSOLE, CARRYING THE
000270*                        MANDATORY INCIDENT REFERENCE AND THE
000280*                        FIXED WINDOW THE ACCOUNT MAY SIGN ON IN.
000290*
000300*    EITHER STAYS STATUS "O" UNTIL BREAK_GLASS_SEAL DISABLES THE
000310*    ACCOUNT AGAIN UNDER A FRESH PASSWORD AND STAMPS IT "S".
000320*    CRED_CHECK ONLY HONOURS AN OPENING WHILE IT IS STILL "O" AND
000330*    INSIDE ITS WINDOW, WHETHER OR NOT THE SEAL PASS HAS RUN.
000340*    BREAK_GLASS_REPORT STAMPS THE REPORTED DATE ON A SEALED
000350*    OPENING ONCE IT HAS LISTED IT FOR SIGN-OFF.
000360*
000370*    MODIFICATION HISTORY
000380*    DATE       BY    DESCRIPTION
000390*    ---------- ----- --------------------------------------------
000400*    2026-10-15 DLH   ORIGINAL.
000410*
000420 01  BREAK-GLASS-RECORD.
000430     05  BGL-EVENT-KEY.
000440         10  BGL-USERNAME              PIC X(32).
000450         10  BGL-START-DATE            PIC 9(08).
000460         10  BGL-START-TIME            PIC 9(08).
000470     05  BGL-EVENT-TYPE                PIC X(01).
000480         88  BGL-DESIGNATION               VALUE "D".
000490         88  BGL-OPENING                   VALUE "O".
000500     05  BGL-STATUS                    PIC X(01).
000510         88  BGL-OPEN                      VALUE "O".
000520         88  BGL-SEALED                    VALUE "S".
000530     05  BGL-INCIDENT-REF              PIC X(16).
000540*    THE OPERATING-SYSTEM USERNAME OF THE OPERATOR OR
000550*    ADMINISTRATOR WHO WROTE THE RECORD.
000560     05  BGL-REQUESTED-BY              PIC X(32).
000570     05  BGL-WINDOW-END-DATE           PIC 9(08).
000580     05  BGL-WINDOW-END-TIME           PIC 9(08).
000590     05  BGL-SEALED-DATE               PIC 9(08).
000600     05  BGL-SEALED-TIME               PIC 9(08).
000610     05  BGL-REPORTED-DATE             PIC 9(08).
000620     05  FILLER                        PIC X(12).
