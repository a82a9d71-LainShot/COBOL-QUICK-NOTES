000130*    NIGHTLY-CYCLE RUN-CONTROL RECORD.  ONE RECORD IS APPENDED
000140*    TO RUNCTL BY RUN_CONTROL AT THE START AND END OF EACH
000150*    STAMPING STEP OF THE NIGHTLY CYCLE (ACCT_UNLOCK,
000153*    AUDIT_VERIFY, HR_RECONCILE, HR_PROVISION, CROSS_FILE_CHECK,
000158*    SIGNON_REPORT, AUDIT_FEED, SECURITY_STATS), CARRYING THE
000163*    STEP'S RETURN CODE AND ITS KEY COUNTERS.
000180*    APPENDED, NEVER REWRITTEN, SO THE FILE IS ITSELF AN
000190*    AUDITABLE HISTORY OF EVERY CYCLE - THE SAME CONVENTION AS
000195*    FEEDCTL.
000200*
000210*    THE COUNTERS MEAN, BY STEP, ON THE "E" RECORD:
000220*      UNLOCK   1 UNLOCKED     2 SUSPENDED DORMANT
000230*               3 AUDIT KEPT   4 AUDIT ARCHIVED
000232*      VERIFY   1 RECORDS IN CHAIN  2 SEALS CHECKED
000234*               3 EXCEPTIONS        4 AWAITING SEAL
000240*      HRRECON  1 EXAMINED     2 SUSPENDED
000250*               3 NO HR MATCH  4 NO EMPLOYEE NUMBER
000252*      HRPROV   1 CREATED      2 TRANSFERRED
000254*               3 REJECTED     4 EXTRACT RECORDS READ
000256*      XFILCHK  1 RECORDS CHECKED  2 EXCEPTIONS
000258*               3 REMOVED          4 JOURNAL MISMATCHES
000260*      RPT      1 ATTEMPTS TALLIED
000270*      FEED     1 EVENTS FED   2 ADMIN RECORDS KEPT HOME
000273*      STATS    1 SUCCESSES    2 FAILURES
000276*               3 ADMIN ACTIONS  4 ALERTS
000280*    UNUSED COUNTERS ARE ZERO.  ON AN "S" RECORD ALL FOUR ARE
000290*    ZERO AND THE RETURN CODE IS ZERO.
000300*
000330*    ---------- ----- --------------------------------------------
000340*    2026-09-01 DLH   ORIGINAL - ON A BAD NIGHT THE CYCLE WAS
000350*                     RECONSTRUCTED FROM FOUR SYSOUT LISTINGS.
000355*    2026-10-15 DLH   ADDED THE HRPROV STEP'S COUNTERS.
000357*    2026-10-15 DLH   ADDED THE VERIFY STEP'S COUNTERS.
000358*    2026-10-15 DLH   ADDED THE XFILCHK STEP'S COUNTERS.
000359*    2026-10-15 DLH   ADDED THE STATS STEP'S COUNTERS.
000360*
000370 01  RUN-CONTROL-RECORD.
000380     05  RCT-CYCLE-DATE                PIC 9(08).
