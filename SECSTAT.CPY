000100*
000110*    SECSTAT.CPY
000120*
000130*    DAILY SECURITY STATISTICS RECORD.  ONE RECORD PER BUSINESS
000140*    DAY ON THE INDEXED SECSTATS FILE, KEYED ON THE DAY, BUILT
000150*    BY THE NIGHTLY SECURITY_STATS STEP FROM THAT DAY'S AUDITIDX
000160*    RECORDS, THE ALERTFILE AND THE NIGHT'S RUNCTL STAMPS.  A
000170*    REBUILD OF A DAY REPLACES ITS RECORD.  SECURITY_TREND READS
000180*    THE FILE FOR THE MONTHLY TREND REPORT AND THE RISK
000190*    COMMITTEE EXTRACT.
000200*
000210*    SST-FAILURE-BY-REASON IS SUBSCRIPTED BY THE SIGN-ON STATUS
000220*    CODE PLUS ONE (SEE STATUSCD.CPY) AND SST-ADMIN-BY-ACTION BY
000230*    THE ADMINISTRATIVE ACTION CODE PLUS ONE (SEE AUDITREC.CPY),
000240*    SO A CODE ADDED LATER NEEDS NO CHANGE HERE.
000250*
000260*    LOCKOUTS ARE THE DISTINCT USERNAMES THAT DREW A FAILURE
000270*    WITH STATUS 30 (ACCOUNT LOCKED) DURING THE DAY.
000280*    QUARANTINES ARE THE TERMINALS QUARANTINED ON THE TRAIL -
000290*    ACTION 13 (BURST ALERT) AND ACTION 31 (MONITORING HOST).
000300*
000310*    THE RUNCTL FIGURES ARE THE END STAMPS OF THE CYCLE THAT RAN
000320*    THE NIGHT AFTER THE DAY - UNLOCK COUNTERS 1 AND 2, HRRECON
000330*    COUNTER 2 AND FEED COUNTER 1 (SEE RUNCTLC.CPY).  A STEP
000340*    WITH NO END STAMP THAT CYCLE LEAVES ITS FIGURE ZERO AND ITS
000350*    STAMPED FLAG "N", SO A MISSING FIGURE IS NEVER MISTAKEN FOR
000360*    A QUIET NIGHT.
000370*
000380*    MODIFICATION HISTORY
000390*    DATE       BY    DESCRIPTION
000400*    ---------- ----- --------------------------------------------
000410*    2026-10-15 DLH   ORIGINAL.
000420*
000430 01  SECURITY-STATS-RECORD.
000440     05  SST-STAT-DATE                 PIC 9(08).
000450     05  SST-BUILT-DATE                PIC 9(08).
000460     05  SST-BUILT-TIME                PIC 9(08).
000470     05  SST-SUCCESS-COUNT             PIC 9(07).
000480     05  SST-FAILURE-COUNT             PIC 9(07).
000490     05  SST-LOCKOUT-COUNT             PIC 9(07).
000500     05  SST-ADMIN-COUNT               PIC 9(07).
000510     05  SST-ALERT-COUNT               PIC 9(07).
000520     05  SST-QUARANTINE-COUNT          PIC 9(07).
000530     05  SST-UNLOCKED-COUNT            PIC 9(07).
000540     05  SST-DORMANT-SUSPEND-COUNT     PIC 9(07).
000550     05  SST-HR-SUSPEND-COUNT          PIC 9(07).
000560     05  SST-EVENTS-FED-COUNT          PIC 9(07).
000570     05  SST-UNLOCK-STAMPED            PIC X(01).
000580         88  SST-UNLOCK-FIGURES            VALUE "Y".
000590     05  SST-HRRECON-STAMPED           PIC X(01).
000600         88  SST-HRRECON-FIGURES           VALUE "Y".
000610     05  SST-FEED-STAMPED              PIC X(01).
000620         88  SST-FEED-FIGURES              VALUE "Y".
000630     05  SST-FAILURE-BY-REASON         PIC 9(07)
000640                                       OCCURS 100 TIMES.
000650     05  SST-ADMIN-BY-ACTION           PIC 9(07)
000660                                       OCCURS 100 TIMES.
000670     05  FILLER                        PIC X(23).
