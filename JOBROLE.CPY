000100*
000110*    JOBROLE.CPY
000120*
000130*    JOB-CODE-TO-ROLE MAPPING USED BY HR_PROVISION TO BUILD A NEW
000140*    HIRE'S ACCOUNT.  ONE CARD-IMAGE RECORD PER HR JOB CODE ON
000150*    THE JOBROLE DATA SET, KEPT BY SECURITY ADMINISTRATION UNDER
000160*    CHANGE CONTROL LIKE ANY OTHER PRODUCTION PARAMETER MEMBER.
000170*    A JOB CODE NOT ON THE TABLE GETS NO ACCOUNT - THE HIRE IS
000180*    REJECTED ON THE PROVISIONING REPORT UNTIL SOMEONE DECIDES
000190*    WHAT THE JOB SHOULD HAVE.
000200*
000210*    THE FLAGS ARE INQUIRY/UPDATE/SUPERVISOR/ADMIN IN THAT ORDER,
000220*    THE SAME SHAPE AS THE ENTITLEMENT FLAGS ON USERREC.CPY.
000230*    SUPERVISOR AND ADMIN ARE NEVER GRANTED FROM HERE - THEY NEED
000240*    A SECOND ADMINISTRATOR THROUGH USER_ADMIN (SEE PENDCHG.CPY),
000250*    SO HR_PROVISION CREATES THE ACCOUNT WITHOUT THEM AND SAYS SO
000260*    ON THE REPORT.
000270*
000280*    JBR-PROVISION-SWITCH "N" MARKS A JOB THAT NEEDS NO SIGN-ON
000290*    ACCESS AT ALL - ITS HIRES ARE COUNTED, NOT REJECTED.
000300*
000310*    MODIFICATION HISTORY
000320*    DATE       BY    DESCRIPTION
000330*    ---------- ----- --------------------------------------------
000340*    2026-10-15 DLH   ORIGINAL.
000350*
000360 01  JOB-ROLE-RECORD.
000370     05  JBR-JOB-CODE                  PIC X(08).
000380     05  JBR-ROLE-CODE                 PIC X(08).
000390     05  JBR-ENTITLEMENT-FLAGS         PIC X(04).
000400     05  JBR-PROVISION-SWITCH          PIC X(01).
000410         88  JBR-PROVISION-ACCOUNT         VALUE "Y".
000420         88  JBR-NO-ACCOUNT                VALUE "N".
000430     05  JBR-DESCRIPTION               PIC X(30).
000440     05  FILLER                        PIC X(29).
