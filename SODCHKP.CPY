000100*
000110*    SODCHKP.CPY
000120*
000130*    PARAMETER BLOCK PASSED TO THE SOD_CHECK SUBPROGRAM, WHICH
000140*    TESTS ONE ACCOUNT'S ENTITLEMENTS AGAINST THE ACTIVE
000150*    SEGREGATION-OF-DUTIES RULES ON THE SODFILE (SEE
000160*    SODRULE.CPY).
000170*
000180*    THE CALLER SUPPLIES THE ACCOUNT AS IT WOULD STAND AFTER THE
000190*    CHANGE - ROLE, DEPARTMENT AND PERMANENT FLAGS - AND ANY
000200*    DELEGATED FLAGS BEING GRANTED.  SOD_CHECK ADDS THE FLAGS OF
000210*    EVERY DELEGATION TO SCP-USERNAME ON THE DELGFILE NOT YET
000220*    PAST ITS TO DATE, SKIPPING THE ONE FROM SCP-SKIP-GRANTOR
000230*    (THE PAIR A NEW GRANT IS ABOUT TO REPLACE).
000240*
000250*    SCP-REQUEST-TYPE "F" - TEST FROM THE FIRST RULE.
000260*                     "N" - TEST FROM THE RULE AFTER THE ONE IN
000270*                         SCP-RULE-ID, SO A CALLER CAN LIST
000280*                         EVERY RULE AN ACCOUNT BREAKS.
000290*
000300*    ON A VIOLATION THE RULE ID AND DESCRIPTION COME BACK.  NO
000310*    SODFILE AT ALL MEANS NO RULES HAVE BEEN SET AND COMES BACK
000320*    CLEAN; ANY OTHER FILE FAILURE COMES BACK RULES-UNAVAILABLE
000330*    AND THE CALLER REFUSES THE CHANGE.
000340*
000350*    MODIFICATION HISTORY
000360*    DATE       BY    DESCRIPTION
000370*    ---------- ----- --------------------------------------------
000380*    2026-10-15 DLH   ORIGINAL.
000390*
000400 01  SOD-CHECK-PARMS.
000410     05  SCP-REQUEST-TYPE              PIC X(01).
000420         88  SCP-FIRST-RULE                VALUE "F".
000430         88  SCP-NEXT-RULE                 VALUE "N".
000440     05  SCP-USERNAME                  PIC X(32).
000450     05  SCP-ROLE-CODE                 PIC X(08).
000460     05  SCP-DEPARTMENT                PIC X(08).
000470     05  SCP-PERMANENT-FLAGS           PIC X(04).
000480     05  SCP-DELEGATED-FLAGS           PIC X(04).
000490     05  SCP-SKIP-GRANTOR              PIC X(32).
000500*    RETURNED - THE DELEGATED FLAGS ACTUALLY TESTED, THE
000510*    CALLER'S AND THOSE ON FILE TOGETHER.
000520     05  SCP-TESTED-DELEGATED-FLAGS    PIC X(04).
000530     05  SCP-RULE-ID                   PIC X(08).
000540     05  SCP-RULE-DESCRIPTION          PIC X(40).
000550     05  SCP-RESULT-CODE               PIC 9(02).
000560         88  SCP-CLEAN                     VALUE 00.
000570         88  SCP-VIOLATION                 VALUE 10.
000580         88  SCP-RULES-UNAVAILABLE         VALUE 90.
