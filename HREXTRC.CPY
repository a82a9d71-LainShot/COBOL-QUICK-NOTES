000200*    ---------- ----- --------------------------------------------
000210*    2026-08-23 DLH   ORIGINAL - AGREED WITH THE HR INTERFACE
000220*                     GROUP.
000222*    2026-10-15 DLH   ADDED HIRE DATE, DEPARTMENT, JOB CODE AND
000224*                     TRANSFER EFFECTIVE DATE FOR THE NIGHTLY
000226*                     HR_PROVISION STEP.  THE NEW FIELDS FOLLOW
000228*                     THE ORIGINAL ONES, SO HR_RECONCILE READS
000230*                     THE LONGER RECORD UNCHANGED.
000232*
000234 01  HR-EXTRACT-RECORD.
000250     05  HRX-EMPLOYEE-NUMBER           PIC 9(08).
000260     05  HRX-EMPLOYEE-NAME             PIC X(30).
000270     05  HRX-EMPLOYEE-STATUS           PIC X(01).
000280         88  HRX-EMPLOYEE-ACTIVE           VALUE "A".
000290         88  HRX-EMPLOYEE-TERMINATED      VALUE "T".
000300     05  HRX-TERMINATION-DATE          PIC 9(08).
000302     05  HRX-HIRE-DATE                 PIC 9(08).
000304*    THE SIGN-ON DEPARTMENT CODE (SAME VALUES AS USR-DEPARTMENT)
000306*    AND THE HR JOB CODE THE JOBROLE TABLE MAPS TO A ROLE.
000308     05  HRX-DEPARTMENT                PIC X(08).
000310     05  HRX-JOB-CODE                  PIC X(08).
000312*    WHEN HRX-DEPARTMENT TAKES EFFECT.  ZERO WHEN THE EMPLOYEE
000314*    HAS NEVER MOVED; A DATE STILL AHEAD IS A TRANSFER HR HAS
000316*    BOOKED BUT THAT HAS NOT HAPPENED YET.
000318     05  HRX-TRANSFER-DATE             PIC 9(08).
000320     05  FILLER                        PIC X(13).
