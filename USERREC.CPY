000480*                     FUNCTION.  AN ALL-BLANK WINDOW ON A RECORD
000490*                     WRITTEN BEFORE THIS CHANGE READS AS
000500*                     UNRESTRICTED.
000502*    2026-10-15 DLH   THE TRAILING FILLER NOW CARRIES THE
000504*                     BREAK-GLASS FLAG.  AN EMERGENCY ACCOUNT
000506*                     STAYS DISABLED UNTIL BREAK_GLASS_OPEN OPENS
000508*                     IT FOR A FIXED WINDOW (SEE BRKGREC.CPY).
000510*
000520 01  USER-RECORD.
000530     05  USR-USERNAME                  PIC X(32).
000840         10  USR-SIGNON-DAYS            PIC X(07).
000850         10  USR-SIGNON-FROM-TIME       PIC X(04).
000860         10  USR-SIGNON-TO-TIME         PIC X(04).
000862*    "Y" MARKS A BREAK-GLASS EMERGENCY ACCOUNT, DESIGNATED
000864*    THROUGH USER_ADMIN'S "G" FUNCTION.  SPACES ON EVERY
000866*    ORDINARY ACCOUNT.
000868     05  USR-BREAK-GLASS-FLAG           PIC X(01).
000870         88  USR-BREAK-GLASS-ACCOUNT       VALUE "Y".
000872     05  FILLER                         PIC X(07).
