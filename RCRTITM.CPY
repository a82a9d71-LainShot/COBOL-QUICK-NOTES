000100*
000110*    RCRTITM.CPY
000120*
000130*    ACCESS RECERTIFICATION ITEM.  ONE RECORD PER ACCOUNT ON THE
000140*    CERTFILE, WRITTEN BY RECERT_OPEN WHEN A CAMPAIGN IS OPENED.
000150*    THE KEY LEADS WITH THE DEPARTMENT, SO A DEPARTMENT'S ITEMS
000160*    READ TOGETHER - EACH SUPERVISOR WORKS THEIR OWN DEPARTMENT'S
000170*    ITEMS ON THE RECERT_ATTEST SCREEN, AND RECERT_REPORT PRINTS
000180*    THEM DEPARTMENT BY DEPARTMENT.  THE ITEM IS A SNAPSHOT OF
000190*    THE ACCESS AS IT STOOD WHEN THE CAMPAIGN OPENED - THE
000200*    SUPERVISOR CERTIFIES WHAT IS SHOWN.  RECERT_CLOSE ACTS ON
000210*    EVERY ITEM AND STAMPS WHAT IT DID.
000220*
000230*    ONE CAMPAIGN IS ON FILE AT A TIME.  RECERT_OPEN WILL NOT
000240*    REPLACE A CAMPAIGN THAT HAS NOT BEEN CLOSED; THE COMPLETION
000250*    REPORT PRINTED AT CLOSE IS THE RETAINED RECORD OF IT.
000260*
000270*    MODIFICATION HISTORY
000280*    DATE       BY    DESCRIPTION
000290*    ---------- ----- --------------------------------------------
000300*    2026-10-15 DLH   ORIGINAL - QUARTERLY ACCESS RECERTIFICATION
000310*                     BY DEPARTMENT SUPERVISORS.
000320*
000330 01  RECERT-ITEM-RECORD.
000340     05  CRT-ITEM-KEY.
000350         10  CRT-DEPARTMENT            PIC X(08).
000360         10  CRT-USERNAME              PIC X(32).
000370     05  CRT-CAMPAIGN-DATE             PIC 9(08).
000380     05  CRT-ACCOUNT-STATUS            PIC X(01).
000390     05  CRT-ROLE-CODE                 PIC X(08).
000400*    INQUIRY/UPDATE/SUPERVISOR/ADMIN IN THAT ORDER, THE SAME
000410*    SHAPE AS THE ENTITLEMENT FLAGS ON USERREC.CPY.
000420     05  CRT-ENTITLEMENTS              PIC X(04).
000430     05  CRT-LAST-SIGNON-DATE          PIC 9(08).
000440*    LIVE DELEGATIONS TO THIS ACCOUNT WHEN THE CAMPAIGN OPENED -
000450*    THE COUNT, THE FIRST GRANTOR, THE FLAGS OF ALL OF THEM
000460*    MERGED, AND THE LATEST TO DATE.
000470     05  CRT-DELEGATION.
000480         10  CRT-DLG-COUNT             PIC 9(02).
000490         10  CRT-DLG-GRANTOR           PIC X(32).
000500         10  CRT-DLG-ENTITLEMENTS      PIC X(04).
000510         10  CRT-DLG-TO-DATE           PIC 9(08).
000520     05  CRT-DECISION                  PIC X(01).
000530         88  CRT-UNREVIEWED                VALUE " ".
000540         88  CRT-KEEP                      VALUE "K".
000550         88  CRT-REVOKE                    VALUE "R".
000560*    THE CERTIFIER IS THE OPERATING-SYSTEM USERNAME OF THE
000570*    SUPERVISOR WHO KEYED THE DECISION.
000580     05  CRT-CERTIFIED-BY              PIC X(32).
000590     05  CRT-CERTIFIED-DATE            PIC 9(08).
000600     05  CRT-CERTIFIED-TIME            PIC 9(08).
000610     05  CRT-CLOSE-RESULT              PIC X(01).
000620         88  CRT-OPEN                      VALUE " ".
000630         88  CRT-CLOSED-KEPT               VALUE "K".
000640         88  CRT-CLOSED-STRIPPED           VALUE "S".
000650         88  CRT-CLOSED-DISABLED           VALUE "D".
000660         88  CRT-CLOSED-INACTIVE           VALUE "I".
000670         88  CRT-CLOSED-NOT-ON-FILE        VALUE "X".
000680     05  CRT-CLOSED-DATE               PIC 9(08).
000690     05  FILLER                        PIC X(16).
