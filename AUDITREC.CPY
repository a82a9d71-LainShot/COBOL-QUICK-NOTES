000550*                     AUDITIDX FILE (SEE AUDIDXR.CPY); THIS
000560*                     LAYOUT IS NOW THE ARCHIVE/INTERCHANGE
000570*                     SHAPE ONLY.
000580*    2026-10-15 DLH   ADDED THE TWO-PERSON CONTROL ACTION CODES
000590*                     WRITTEN BY USER_ADMIN, DUAL_CONTROL AND
000600*                     THE NIGHTLY PEND_EXPIRE STEP (SEE
000610*                     PENDCHG.CPY).  AN APPROVED CHANGE ALSO
000620*                     WRITES ITS OWN 03 OR 05 WHEN APPLIED:
000630*                       17 CHANGE HELD FOR APPROVAL
000640*                       18 HELD CHANGE APPROVED
000650*                       19 HELD CHANGE REJECTED
000660*                       20 HELD CHANGE LAPSED
000670*    2026-10-15 DLH   ADDED THE ACCESS RECERTIFICATION ACTION
000680*                     CODES WRITTEN BY RECERT_ATTEST AND
000690*                     RECERT_CLOSE (SEE RCRTITM.CPY).  A REVOKE
000700*                     ALSO ENDS THE ACCOUNT'S DELEGATIONS WITH 10:
000710*                       21 ACCESS CERTIFIED - KEEP
000720*                       22 ACCESS CERTIFIED - REVOKE
000730*                       23 ENTITLEMENTS REMOVED AT CAMPAIGN CLOSE
000740*                       24 DISABLED AT CLOSE - NOT REVIEWED
000750*    2026-10-15 DLH   ADDED THE SEGREGATION-OF-DUTIES ACTION CODES
000760*                     (SEE SODRULE.CPY).  FOR 25 AND 26 THE
000770*                     USERNAME FIELD CARRIES THE RULE ID:
000780*                       25 SOD RULE SET (SOD_ADMIN)
000790*                       26 SOD RULE DELETED (SOD_ADMIN)
000800*                       27 CHANGE REFUSED BY SOD RULE (USER_ADMIN,
000810*                          DELEG_ADMIN)
000820*    2026-10-15 DLH   ADDED THE HR PROVISIONING ACTION CODES
000830*                     WRITTEN BY HR_PROVISION.  A NEW ACCOUNT
000840*                     ALSO WRITES 15 FOR ITS FIRST SIGN-ON CODE;
000850*                     A TRANSFER ALSO WRITES 10 FOR EACH
000860*                     DELEGATION IT ENDS:
000870*                       28 ACCOUNT CREATED FROM HR EXTRACT
000880*                       29 DEPARTMENT TRANSFER - ENTITLEMENTS
000890*                          REMOVED
000900*    2026-10-15 DLH   THE FILLER IS NOW THE CHAIN HASH CARRIED
000910*                     OVER FROM THE TRAIL, AND THE DAILY SEAL
000920*                     RECORDS (OUTCOME "Z", TIME 99999999) COME
000930*                     ACROSS WITH THEIR DAYS - SEE AUDIDXR.CPY.
000940*                     RECORDS ARCHIVED BEFORE SEALING BEGAN
000950*                     CARRY SPACES THERE.
000960*    2026-10-15 DLH   ADDED THE REVOCATION-FEED ACTION CODES
000970*                     WRITTEN BY REVOKE_FEED (SEE REVKREC.CPY).
000980*                     FOR 31 THE USERNAME FIELD CARRIES THE
000990*                     TERMINAL ID.  SESSIONS FORCED OFF FOR A
001000*                     REVOKED ACCOUNT ALSO WRITE 06:
001010*                       30 ACCOUNT DISABLED BY MONITORING HOST
001020*                       31 TERMINAL QUARANTINED BY MONITORING HOST
001030*    2026-10-15 DLH   ADDED THE BREAK-GLASS ACTION CODES WRITTEN
001040*                     BY USER_ADMIN, BREAK_GLASS_OPEN AND
001050*                     BREAK_GLASS_SEAL (SEE BRKGREC.CPY).  A
001060*                     RESEAL ALSO WRITES 06 FOR A SESSION FORCED
001070*                     OFF, AND 02 IF THE PASSWORD SERVICE IS DOWN:
001080*                       32 EMERGENCY ACCOUNT OPENED
001090*                       33 EMERGENCY ACCOUNT RESEALED
001100*                       34 EMERGENCY ACCOUNT DESIGNATED
001110*    2026-10-15 DLH   ADDED THE ACTION CODE WRITTEN BY
001120*                     CROSS_FILE_CHECK IN REPAIR MODE, ONE PER
001130*                     RECORD REMOVED (SEE XFILJRN.CPY).  THE
001140*                     USERNAME IS THE ONE THE RECORD WAS FOR:
001150*                       35 RECORD REMOVED BY CONSISTENCY CHECK
001160*
001170 01  AUDIT-RECORD.
001180     05  AUD-USERNAME                  PIC X(32).
001190     05  AUD-SEAL-DATA REDEFINES AUD-USERNAME.
001200         10  AUD-SEAL-RECORD-COUNT     PIC 9(06).
001210         10  AUD-SEAL-PRIOR-DATE       PIC 9(08).
001220         10  AUD-SEAL-PRIOR-HASH       PIC 9(09).
001230         10  FILLER                    PIC X(09).
001240     05  AUD-ATTEMPT-DATE              PIC 9(08).
001250     05  AUD-ATTEMPT-TIME              PIC 9(08).
001260     05  AUD-OUTCOME                   PIC X(01).
001270         88  AUD-SUCCESS                   VALUE "S".
001280         88  AUD-FAILURE                   VALUE "F".
001290         88  AUD-ADMIN-ACTION               VALUE "A".
001300         88  AUD-DAY-SEAL                   VALUE "Z".
001310     05  AUD-REASON-CODE                PIC 9(02).
001320     05  AUD-TERMINAL-ID                PIC X(16).
001330     05  AUD-CHAIN-HASH                 PIC 9(09).
