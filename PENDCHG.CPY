000100*
000110*    PENDCHG.CPY
000120*
000130*    PENDING SENSITIVE-CHANGE RECORD.  ONE RECORD PER CHANGE
000140*    USER_ADMIN HOLDS ON THE PENDFILE INSTEAD OF APPLYING -
000150*    A GRANT OF THE SUPERVISOR OR ADMIN ENTITLEMENT, OR THE
000160*    RE-ENABLE OF AN ACCOUNT SUSPENDED BY THE HR RECONCILIATION.
000170*    A SECOND ADMINISTRATOR, WHO MUST NOT BE THE ONE WHO
000180*    REQUESTED IT, APPROVES OR REJECTS IT THROUGH DUAL_CONTROL;
000190*    THE NIGHTLY PEND_EXPIRE STEP LAPSES ANY LEFT UNDECIDED TOO
000200*    LONG.  RECORDS ARE NEVER DELETED - THE DECIDED ONES ARE THE
000210*    HISTORY OF WHO ASKED, WHO DECIDED AND WHEN.
000220*
000230*    THE BEFORE VALUES ARE THE ACCOUNT AS IT STOOD WHEN THE
000240*    CHANGE WAS HELD.  DUAL_CONTROL APPLIES THE AFTER VALUES
000250*    ONLY WHILE THE ACCOUNT STILL MATCHES THEM, SO AN APPROVAL
000260*    CAN NEVER QUIETLY UNDO SOMETHING DONE SINCE THE REQUEST.
000270*    THE EMPLOYEE NUMBER IS CARRIED AS STORED (AN ACCOUNT FROM
000280*    BEFORE THE PROFILE SEGMENT MAY HOLD SPACES) SO THE
000290*    COMPARISON IS BYTE FOR BYTE.
000300*
000310*    MODIFICATION HISTORY
000320*    DATE       BY    DESCRIPTION
000330*    ---------- ----- --------------------------------------------
000340*    2026-10-15 DLH   ORIGINAL - THE AUDITORS WILL NO LONGER
000350*                     ACCEPT ONE ADMINISTRATOR BEING ABLE TO
000360*                     GRANT ADMIN RIGHTS, OR BRING BACK A
000370*                     TERMINATED EMPLOYEE, ON THEIR OWN.
000380*
000390 01  PENDING-CHANGE-RECORD.
000400     05  PND-CHANGE-KEY.
000410         10  PND-USERNAME              PIC X(32).
000420         10  PND-REQUEST-DATE          PIC 9(08).
000430         10  PND-REQUEST-TIME          PIC 9(08).
000440     05  PND-CHANGE-TYPE               PIC X(01).
000450         88  PND-TYPE-ENABLE               VALUE "E".
000460         88  PND-TYPE-PROFILE              VALUE "P".
000470     05  PND-STATUS                    PIC X(01).
000480         88  PND-PENDING                   VALUE "P".
000490         88  PND-APPROVED                  VALUE "A".
000500         88  PND-REJECTED                  VALUE "R".
000510         88  PND-LAPSED                    VALUE "L".
000520*    THE REQUESTER AND DECIDER ARE THE OPERATING-SYSTEM
000530*    USERNAMES OF THE PROCESSES THAT KEYED THEM.
000540     05  PND-REQUESTED-BY              PIC X(32).
000550     05  PND-REASON                    PIC X(40).
000560     05  PND-BEFORE-VALUES.
000570         10  PND-BEF-ACCOUNT-STATUS    PIC X(01).
000580         10  PND-BEF-ROLE-CODE         PIC X(08).
000590         10  PND-BEF-DEPARTMENT        PIC X(08).
000600         10  PND-BEF-ENTITLEMENTS      PIC X(04).
000610         10  PND-BEF-EMPLOYEE-NUMBER   PIC X(08).
000620         10  PND-BEF-SIGNON-WINDOW     PIC X(15).
000630     05  PND-AFTER-VALUES.
000640         10  PND-AFT-ACCOUNT-STATUS    PIC X(01).
000650         10  PND-AFT-ROLE-CODE         PIC X(08).
000660         10  PND-AFT-DEPARTMENT        PIC X(08).
000670         10  PND-AFT-ENTITLEMENTS      PIC X(04).
000680         10  PND-AFT-EMPLOYEE-NUMBER   PIC X(08).
000690         10  PND-AFT-SIGNON-WINDOW     PIC X(15).
000700     05  PND-DECIDED-BY                PIC X(32).
000710     05  PND-DECIDED-DATE              PIC 9(08).
000720     05  PND-DECIDED-TIME              PIC 9(08).
000730     05  FILLER                        PIC X(10).
