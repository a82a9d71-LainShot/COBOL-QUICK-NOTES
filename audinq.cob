000410*                     BUT NEVER READ BACK; A 14-MONTH SIGN-ON
000420*                     HISTORY REQUEST FROM THE AUDITORS HAD TO
000430*                     BE REFUSED.
000432*    2026-10-15 DLH   THE DAILY SEAL RECORDS NOW ARCHIVED WITH
000434*                     THEIR DAYS (SEE AUDITREC.CPY) ARE SCANNED
000436*                     BUT NEVER SELECTED - AUDIT_VERIFY IS THE
000438*                     PROGRAM THAT READS THEM.
000440*
000450  IDENTIFICATION DIVISION.
000460  PROGRAM-ID. AUDIT_INQUIRY.
001190      05  WS-ARC-DATE               PIC 9(08).
001200      05  WS-ARC-TIME               PIC 9(08).
001210      05  WS-ARC-OUTCOME            PIC X(01).
001215          88  WS-ARC-DAY-SEAL           VALUE "Z".
001220      05  WS-ARC-REASON-CODE        PIC 9(02).
001230      05  WS-ARC-TERMINAL-ID        PIC X(16).
001240      05  FILLER                    PIC X(09).
003450      IF WS-SELECT-USERNAME NOT = SPACES
003460         AND WS-ARC-USERNAME NOT = WS-SELECT-USERNAME
003470          GO TO 3000-EXIT.
003475      IF WS-ARC-DAY-SEAL
003476          GO TO 3000-EXIT.
003480      IF WS-ARC-DATE IS NOT NUMERIC
003490          GO TO 3000-EXIT.
003500      IF WS-ARC-DATE < WS-SELECT-FROM-DATE
