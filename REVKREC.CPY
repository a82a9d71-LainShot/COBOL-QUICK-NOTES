000100*
000110*    REVKREC.CPY
000120*
000130*    INBOUND REVOCATION FILE FROM CENTRAL SECURITY MONITORING -
000140*    THE RETURN LEG OF THE AUDIT_FEED INTERFACE.  THE
000150*    MONITORING HOST LANDS ONE FILE PER BATCH OF ANALYST
000160*    DECISIONS ON THE INTERFACE AREA; REVOKE_FEED APPLIES IT.
000170*    FIXED 100-BYTE RECORDS, AGREED WITH THE HOST:
000180*
000190*      "H"  HEADER - FIRST RECORD.  THE HOST'S FILE ID, UNIQUE
000200*           PER FILE, IS WHAT REVKCTL REMEMBERS SO A FILE IS
000210*           NEVER APPLIED TWICE (SEE REVKCTLC.CPY).
000220*      "U"  REVOKE A USERNAME - DISABLE THE ACCOUNT AND FORCE
000230*           OFF EVERY LIVE SESSION.
000240*      "T"  REVOKE A TERMINAL - QUARANTINE IT ON TERMFILE.
000250*      "E"  TRAILER - LAST RECORD, CARRYING THE NUMBER OF "U"
000260*           AND "T" RECORDS BETWEEN HEADER AND TRAILER.  A FILE
000270*           WHOSE TRAILER IS MISSING OR DISAGREES WAS CUT SHORT
000280*           IN TRANSIT AND IS NOT APPLIED AT ALL.
000290*
000300*    EVERY DETAIL RECORD CARRIES THE HOST'S INCIDENT REFERENCE,
000310*    WHICH COMES BACK ON THE ACKNOWLEDGMENT SO THE ANALYST CAN
000320*    CLOSE THE INCIDENT.
000330*
000340*    MODIFICATION HISTORY
000350*    DATE       BY    DESCRIPTION
000360*    ---------- ----- --------------------------------------------
000370*    2026-10-15 DLH   ORIGINAL - AGREED WITH CENTRAL SECURITY
000380*                     MONITORING.
000390*
000400 01  REVOCATION-RECORD.
000410     05  RVK-RECORD-TYPE               PIC X(01).
000420         88  RVK-HEADER                    VALUE "H".
000430         88  RVK-REVOKE-USERNAME           VALUE "U".
000440         88  RVK-REVOKE-TERMINAL           VALUE "T".
000450         88  RVK-TRAILER                   VALUE "E".
000460*    "U" AND "T" RECORDS.  THE TARGET IS THE USERNAME OR THE
000466*    TERMINAL ID, LEFT-JUSTIFIED.  A TERMINAL ID IS AT MOST 16
000472*    CHARACTERS; A LONGER ONE IS REFUSED.
000480     05  RVK-DETAIL-DATA.
000490         10  RVK-TARGET                PIC X(32).
000500         10  RVK-INCIDENT-REF          PIC X(16).
000510         10  RVK-REASON-TEXT           PIC X(40).
000520         10  FILLER                    PIC X(11).
000530     05  RVK-HEADER-DATA REDEFINES RVK-DETAIL-DATA.
000540         10  RVK-FILE-ID               PIC X(20).
000550         10  RVK-CREATED-DATE          PIC 9(08).
000560         10  RVK-CREATED-TIME          PIC 9(08).
000570         10  FILLER                    PIC X(63).
000580     05  RVK-TRAILER-DATA REDEFINES RVK-DETAIL-DATA.
000590         10  RVK-DETAIL-COUNT          PIC 9(06).
000600         10  FILLER                    PIC X(93).
