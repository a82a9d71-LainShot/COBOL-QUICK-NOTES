000100*
000110*    AUDCHNP.CPY
000120*
000130*    PARAMETER BLOCK PASSED TO THE AUDIT_CHAIN SUBPROGRAM, WHICH
000140*    COMPUTES ONE LINK OF THE SIGN-ON AUDIT TRAIL'S HASH CHAIN
000150*    (SEE AUDIDXR.CPY).  ACCT_UNLOCK CALLS IT TO SEAL EACH DAY
000160*    AND AUDIT_VERIFY CALLS IT TO RE-WALK THE CHAIN, SO THE TWO
000170*    CAN NEVER DISAGREE ABOUT HOW A LINK IS MADE.
000180*
000190*    THE CALLER SUPPLIES THE PREVIOUS RECORD'S CHAIN VALUE (ZERO
000200*    AT THE VERY START OF THE CHAIN) AND THE RECORD'S FIRST 67
000210*    BYTES IN THE ARCHIVE LAYOUT (AUDITREC.CPY - USERNAME OR
000220*    SEAL DATA, DATE, TIME, OUTCOME, REASON AND TERMINAL), WHICH
000230*    IS THE SAME WHETHER THE RECORD IS STILL ON AUDITIDX OR HAS
000240*    GONE TO AUDITARC.  THE TRAIL'S SEQUENCE NUMBER IS NOT PART
000250*    OF THE LINK - THE ARCHIVE DOES NOT CARRY IT.
000260*
000270*    MODIFICATION HISTORY
000280*    DATE       BY    DESCRIPTION
000290*    ---------- ----- --------------------------------------------
000300*    2026-10-15 DLH   ORIGINAL.
000310*
000320 01  AUDIT-CHAIN-PARMS.
000330     05  ACP-PRIOR-HASH                PIC 9(09).
000340     05  ACP-RECORD-IMAGE              PIC X(67).
000350*    RETURNED.
000360     05  ACP-CHAIN-HASH                PIC 9(09).
