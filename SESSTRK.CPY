000250*                         DELETE ITS SESSION RECORD.
000260*                     "F" - FORCE-OFF.  OPERATIONS USE - DELETES
000270*                         EVERY LIVE SESSION FOR STK-USERNAME
000273*                         WHATEVER THE TERMINAL.  IF ANY OF
000276*                         THEM CANNOT BE READ OR DELETED THE
000279*                         REQUEST COMES BACK SESSION-FILE-ERROR.
000282*                     "R" - REFRESH.  THE APPLICATIONS BEHIND
000284*                         THE SIGN-ON CALL THIS PERIODICALLY TO
000286*                         STAMP THE SESSION'S LAST-ACTIVITY
000330*    2026-08-23 DLH   ORIGINAL.
000332*    2026-09-01 DLH   ADDED THE "R" REFRESH REQUEST FOR THE
000334*                     SESSION HEARTBEAT.
000336*    2026-10-15 DLH   A FORCE-OFF THAT LEAVES A SESSION BEHIND
000338*                     COMES BACK SESSION-FILE-ERROR.
000340*
000350 01  SESSION-TRACK-PARMS.
000360     05  STK-REQUEST-TYPE              PIC X(01).
