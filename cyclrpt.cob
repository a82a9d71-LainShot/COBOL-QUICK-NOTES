000310*    DATE       BY    DESCRIPTION
000320*    ---------- ----- --------------------------------------------
000330*    2026-09-01 DLH   ORIGINAL.
000335*    2026-10-15 DLH   ADDED THE HRPROV PROVISIONING STEP.
000337*    2026-10-15 DLH   ADDED THE VERIFY AUDIT-CHAIN CHECK STEP.
000338*    2026-10-15 DLH   ADDED THE XFILCHK CROSS-FILE CHECK STEP.
000339*    2026-10-15 DLH   ADDED THE STATS DAILY STATISTICS STEP.
000340*
000350  IDENTIFICATION DIVISION.
000360  PROGRAM-ID. CYCLE_STATUS.
000580*
000590  WORKING-STORAGE SECTION.
000600*
000610  77  WS-STEP-COUNT             PIC 9(02) COMP     VALUE 8.
000620*
000630  01  WS-CONTROL-FILE-STATUS    PIC X(02).
000640      88  WS-CONTROL-FILE-OK        VALUE "00".
000850      05  FILLER                    PIC X(08) VALUE "UNLOCK".
000860      05  FILLER                    PIC X(44) VALUE
000870          "UNLOCKED/SUSPENDED/AUDIT KEPT/AUDIT ARCHIVED".
000872      05  FILLER                    PIC X(08) VALUE "VERIFY".
000874      05  FILLER                    PIC X(44) VALUE
000876          "IN CHAIN/SEALS/EXCEPTIONS/AWAITING SEAL".
000880      05  FILLER                    PIC X(08) VALUE "HRRECON".
000890      05  FILLER                    PIC X(44) VALUE
000900          "EXAMINED/SUSPENDED/NO MATCH/NO EMP NUMBER".
000902      05  FILLER                    PIC X(08) VALUE "HRPROV".
000904      05  FILLER                    PIC X(44) VALUE
000906          "CREATED/TRANSFERRED/REJECTED/EXTRACT READ".
000907      05  FILLER                    PIC X(08) VALUE "XFILCHK".
000908      05  FILLER                    PIC X(44) VALUE
000909          "CHECKED/EXCEPTIONS/REMOVED/JRNL MISMATCH".
000910      05  FILLER                    PIC X(08) VALUE "RPT".
000920      05  FILLER                    PIC X(44) VALUE
000930          "ATTEMPTS TALLIED".
000940      05  FILLER                    PIC X(08) VALUE "FEED".
000950      05  FILLER                    PIC X(44) VALUE
000960          "EVENTS FED/ADMIN KEPT HOME".
000962      05  FILLER                    PIC X(08) VALUE "STATS".
000964      05  FILLER                    PIC X(44) VALUE
000966          "SUCCESSES/FAILURES/ADMIN ACTIONS/ALERTS".
000970  01  WS-STEP-ENTRIES REDEFINES WS-STEP-TABLE.
000980      05  WS-STEP-ENTRY             OCCURS 8 TIMES.
000990          10  WS-STEP-NAME              PIC X(08).
001000          10  WS-STEP-CAPTION           PIC X(44).
001010*
001020  01  WS-STATE-TABLE.
001030      05  WS-STATE-ENTRY            OCCURS 8 TIMES.
001040          10  WS-STA-STARTED            PIC X(01).
001050          10  WS-STA-ENDED              PIC X(01).
001060          10  WS-STA-START-TIME         PIC 9(08).
