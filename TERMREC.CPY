000310*    2026-09-01 DLH   ORIGINAL - A PASSWORD-SPRAY ALERT COULD
000320*                     ONLY WAKE THE OPERATOR WHILE THE TERMINAL
000330*                     KEPT RIGHT ON ACCEPTING ATTEMPTS.
000332*    2026-10-15 DLH   REVOKE_FEED ALSO QUARANTINES A TERMINAL
000334*                     WHEN THE CENTRAL MONITORING HOST REVOKES
000336*                     IT, THE SAME WAY INTRUSION_MONITOR DOES.
000340*
000350 01  TERMINAL-RECORD.
000360     05  TRM-TERMINAL-ID               PIC X(16).
