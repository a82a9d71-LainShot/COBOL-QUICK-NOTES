000270*    OF EVERY RECORD ARCHIVED BEFORE THIS CHANGE - THE ROLL
000280*    CONVERTS AS IT ARCHIVES.
000290*
000300*    THE TRAIL IS CHAINED AND SEALED ONE DAY AT A TIME BY THE
000310*    NIGHTLY ACCT_UNLOCK STEP.  AXR-CHAIN-HASH ON EACH RECORD IS
000320*    THE RUNNING HASH (SEE AUDCHNP.CPY) OF THE PREVIOUS RECORD'S
000330*    CHAIN VALUE AND THIS RECORD'S OWN FIELDS, SO CHANGING OR
000340*    REMOVING ANY RECORD BREAKS EVERY LINK AFTER IT.  A RECORD
000350*    NOT YET SEALED CARRIES SPACES THERE.  EACH DAY ENDS WITH A
000360*    SEAL RECORD - OUTCOME "Z", TIME 99999999 SO IT SORTS AFTER
000370*    THE DAY'S LAST EVENT - WHOSE USERNAME AREA CARRIES THE DAY'S
000380*    RECORD COUNT AND THE DATE AND CHAIN VALUE OF THE SEAL BEFORE
000390*    IT.  A DAY WITH NO EVENTS STILL GETS ITS SEAL, SO A MISSING
000400*    DAY IS ITSELF EVIDENCE.  THE SEALS GO TO THE ARCHIVE WITH
000410*    THEIR DAYS, SO THE CHAIN CARRIES STRAIGHT ACROSS THE ARCHIVE
000420*    BOUNDARY.  AUDIT_VERIFY RE-WALKS IT.
000430*
000440*    MODIFICATION HISTORY
000450*    DATE       BY    DESCRIPTION
000460*    ---------- ----- --------------------------------------------
000470*    2026-09-01 DLH   ORIGINAL - THE MONITOR'S ONE-MINUTE PASS
000480*                     WAS OVERRUNNING ITS INTERVAL RE-READING
000490*                     THE FULL RETENTION WINDOW FROM RECORD ONE
000500*                     EVERY TIME.
000510*    2026-10-15 DLH   THE FILLER IS NOW THE CHAIN HASH, AND THE
000520*                     DAILY SEAL RECORD (OUTCOME "Z") REDEFINES
000530*                     THE USERNAME AREA.
000540*
000550 01  AUDIT-INDEX-RECORD.
000560     05  AXR-TRAIL-KEY.
000570         10  AXR-EVENT-DATE            PIC 9(08).
000580         10  AXR-EVENT-TIME            PIC 9(08).
000590         10  AXR-EVENT-SEQ             PIC 9(04).
000600     05  AXR-USERNAME                  PIC X(32).
000610     05  AXR-SEAL-DATA REDEFINES AXR-USERNAME.
000620         10  AXR-SEAL-RECORD-COUNT     PIC 9(06).
000630         10  AXR-SEAL-PRIOR-DATE       PIC 9(08).
000640         10  AXR-SEAL-PRIOR-HASH       PIC 9(09).
000650         10  FILLER                    PIC X(09).
000660     05  AXR-OUTCOME                   PIC X(01).
000670         88  AXR-SUCCESS                   VALUE "S".
000680         88  AXR-FAILURE                   VALUE "F".
000690         88  AXR-ADMIN-ACTION               VALUE "A".
000700         88  AXR-DAY-SEAL                   VALUE "Z".
000710     05  AXR-REASON-CODE               PIC 9(02).
000720     05  AXR-TERMINAL-ID               PIC X(16).
000730     05  AXR-CHAIN-HASH                PIC 9(09).
