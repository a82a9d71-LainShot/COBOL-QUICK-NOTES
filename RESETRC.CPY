000300*    2026-09-01 DLH   ORIGINAL - A FORGOTTEN PASSWORD USED TO
000310*                     MEAN DELETING AND RE-ADDING THE ACCOUNT,
000320*                     LOSING ITS PROFILE AND HISTORY.
000322*    2026-10-15 DLH   ADDED RST-CODE-TYPE.  HR_PROVISION ISSUES A
000324*                     FIRST SIGN-ON CODE ("F") WITH EVERY NEW
000326*                     ACCOUNT; IT IS POSTED TO THE NEW HIRE, SO
000328*                     CRED_CHECK HONOURS IT FOR DAYS, NOT
000329*                     MINUTES.  A BLANK TYPE IS AN ORDINARY
000330*                     FORGOTTEN-PASSWORD CODE.
000331*
000340 01  RESET-CODE-RECORD.
000350     05  RST-USERNAME                  PIC X(32).
000360     05  RST-CODE-SALT                 PIC X(16).
000400     05  RST-STATUS                    PIC X(01).
000410         88  RST-OUTSTANDING               VALUE "I".
000420         88  RST-USED                      VALUE "U".
000422     05  RST-CODE-TYPE                 PIC X(01).
000424         88  RST-RESET-CODE                VALUE " ".
000426         88  RST-FIRST-SIGNON-CODE         VALUE "F".
000430     05  FILLER                        PIC X(10).
