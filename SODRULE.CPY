000100*
000110*    SODRULE.CPY
000120*
000130*    SEGREGATION-OF-DUTIES RULE.  ONE RECORD PER FORBIDDEN
000140*    COMBINATION OF ENTITLEMENTS ON THE SODFILE, KEYED BY A
000150*    SHORT RULE ID THAT SECURITY ADMINISTRATION CHOOSES AND
000160*    MAINTAINS THROUGH THE SOD_ADMIN SCREEN.  SOD_CHECK (SEE
000170*    SODCHKP.CPY) TESTS AN ACCOUNT AGAINST EVERY ACTIVE RULE -
000180*    USER_ADMIN AND DELEG_ADMIN REFUSE A CHANGE THAT WOULD BREAK
000190*    ONE, AND THE NIGHTLY SOD_REPORT STEP LISTS EVERY ACCOUNT
000200*    THAT ALREADY DOES.
000210*
000220*    THE FLAG MASKS ARE INQUIRY/UPDATE/SUPERVISOR/ADMIN IN THAT
000230*    ORDER, THE SAME SHAPE AS THE ENTITLEMENT FLAGS ON
000240*    USERREC.CPY, WITH "Y" MARKING A FLAG THE RULE NAMES.  A
000250*    MASK IS MET WHEN THE ACCOUNT HOLDS ANY ONE OF ITS FLAGS.
000260*    "EFFECTIVE" FLAGS ARE THE PERMANENT FLAGS PLUS THE FLAGS OF
000270*    EVERY DELEGATION TO THE ACCOUNT NOT YET PAST ITS TO DATE -
000280*    WHAT CRED_CHECK WOULD HAND THE ACCOUNT AT SIGN-ON.
000290*
000300*    SOD-RULE-TYPE "C" COMBINATION - EFFECTIVE FLAGS MEET BOTH
000310*                      MASK 1 AND MASK 2 (E.G. UPDATE WITH
000320*                      ADMIN).
000330*                  "R" ROLE LIMIT  - AN ACCOUNT WITH ROLE CODE
000340*                      SOD-ROLE-CODE WHOSE EFFECTIVE FLAGS MEET
000350*                      MASK 1 (E.G. A TELLER HOLDING
000360*                      SUPERVISOR).  MASK 2 IS NOT USED.
000370*                  "D" DELEGATION  - DELEGATED FLAGS MEET MASK 1
000380*                      WHILE THE PERMANENT FLAGS MEET MASK 2 (A
000390*                      STAND-IN BORROWING WHAT THEIR OWN
000400*                      ENTITLEMENTS CONFLICT WITH).
000410*
000420*    A NON-BLANK SOD-DEPARTMENT LIMITS ANY RULE TO ACCOUNTS IN
000430*    THAT DEPARTMENT.  AN INACTIVE RULE STAYS ON FILE FOR THE
000440*    RECORD BUT IS NOT ENFORCED.
000450*
000460*    MODIFICATION HISTORY
000470*    DATE       BY    DESCRIPTION
000480*    ---------- ----- --------------------------------------------
000490*    2026-10-15 DLH   ORIGINAL - THE FORBIDDEN COMBINATIONS LIVED
000500*                     IN A SPREADSHEET THE AUDITORS CHECKED BY
000510*                     HAND ONCE A YEAR.
000520*
000530 01  SOD-RULE-RECORD.
000540     05  SOD-RULE-ID                   PIC X(08).
000550     05  SOD-RULE-TYPE                 PIC X(01).
000560         88  SOD-COMBINATION               VALUE "C".
000570         88  SOD-ROLE-LIMIT                VALUE "R".
000580         88  SOD-DELEGATION-CONFLICT       VALUE "D".
000590     05  SOD-DEPARTMENT                PIC X(08).
000600     05  SOD-ROLE-CODE                 PIC X(08).
000610     05  SOD-FLAGS-1                   PIC X(04).
000620     05  SOD-FLAGS-2                   PIC X(04).
000630     05  SOD-DESCRIPTION               PIC X(40).
000640     05  SOD-ACTIVE-SWITCH             PIC X(01).
000650         88  SOD-RULE-ACTIVE               VALUE "Y".
000660         88  SOD-RULE-INACTIVE             VALUE "N".
000670*    THE OPERATING-SYSTEM USERNAME OF THE ADMINISTRATOR WHO LAST
000680*    SET THE RULE, AND WHEN.
000690     05  SOD-MAINTAINED-BY             PIC X(32).
000700     05  SOD-MAINTAINED-DATE           PIC 9(08).
000710     05  FILLER                        PIC X(16).
