000330*                ENVIRONMENT WHEN THE CALLER LEAVES IT SPACES,
000340*                THE SAME WAY AUDIT_LOG DOES, AND IS HANDED BACK
000350*                SO THE CALLER KNOWS WHICH TERMINAL WAS RECORDED.
000351*
000352*                EVERY SESSION THAT ENDS HERE - SIGNED OFF,
000353*                FORCED OFF, AGED OFF AS STALE, OR LEFT DEAD ON
000354*                A TERMINAL THE USERNAME SIGNS ON AT AGAIN - IS
000355*                WRITTEN TO THE SESSION HISTORY THROUGH
000356*                SESSION_HISTORY BEFORE ITS RECORD IS GONE.
000360*
000370*    LINKAGE:    SESSION-TRACK-PARMS - SEE SESSTRK.CPY.
000380*
000390*    CALLS:      AUDIT_LOG, SESSION_HISTORY.
000400*
000410*    MODIFICATION HISTORY
000420*    DATE       BY    DESCRIPTION
000520*                     AND AUDITED (ACTION 14) INSTEAD OF
000530*                     REFUSING THE USER UNTIL AN OPERATOR FINDS
000540*                     SESSION_INQ.  SEE ALSO SESSION_SWEEP.
000542*    2026-10-15 DLH   EVERY ENDED SESSION IS WRITTEN TO THE
000544*                     SESSION HISTORY (SEE SESSHSR.CPY) FOR THE
000546*                     MONTH-END CONNECT-TIME CHARGEBACK.
000548*    2026-10-15 DLH   A FORCE-OFF THAT CANNOT READ OR DELETE
000550*                     EVERY SESSION FOR THE USERNAME NOW COMES
000552*                     BACK SESSION-FILE-ERROR INSTEAD OF
000554*                     SKIPPING THE SESSION SILENTLY.
000556*
000560  IDENTIFICATION DIVISION.
000570  PROGRAM-ID. SESSION_TRACK.
000580  AUTHOR. D L HOLLOWAY.
000900  01  WS-SESSION-EOF-SWITCH     PIC X(01).
000910      88  WS-SESSION-EOF            VALUE "Y".
000920      88  WS-SESSION-NOT-EOF         VALUE "N".
000921*
000922*    SET WHEN A FORCE-OFF LEAVES A SESSION BEHIND.
000923  01  WS-DELETE-FAILED-SWITCH   PIC X(01).
000924      88  WS-DELETE-FAILED          VALUE "Y".
000925      88  WS-DELETE-NOT-FAILED       VALUE "N".
000930*
000940  01  WS-DELETED-COUNT          PIC 9(04) COMP.
000950  01  WS-CURRENT-DATE           PIC 9(08).
001120  01  WS-AUDIT-OUTCOME          PIC X(01)          VALUE "A".
001130  01  WS-AUDIT-ACTION-CODE      PIC 9(02).
001140*
001142      COPY SESSHSC.CPY.
001144*
001150  LINKAGE SECTION.
001160*
001170      COPY SESSTRK.CPY.
002260          GO TO 2000-EXIT.
002270      MOVE STK-USERNAME TO SES-USERNAME.
002280      MOVE STK-TERMINAL-ID TO SES-TERMINAL-ID.
002281*    A RECORD ALREADY THERE FOR THIS USERNAME/TERMINAL IS A DEAD
002282*    SESSION (SEE BELOW) - IT GOES TO THE HISTORY AS EXPIRED,
002283*    AT ITS LAST HEARTBEAT, BEFORE THE NEW SIGN-ON REPLACES IT.
002284      READ SESSION-FILE
002285          INVALID KEY
002286              CONTINUE
002287          NOT INVALID KEY
002288              MOVE SESSION-RECORD TO SHP-SESSION-IMAGE
002289              SET SHP-EXPIRED TO TRUE
002290              CALL "SESSION_HISTORY" USING SESSION-HISTORY-PARMS
002291      END-READ.
002292      MOVE STK-USERNAME TO SES-USERNAME.
002293      MOVE STK-TERMINAL-ID TO SES-TERMINAL-ID.
002295      MOVE WS-CURRENT-DATE TO SES-SIGNON-DATE.
002300      MOVE WS-CURRENT-TIME TO SES-SIGNON-TIME.
002310      MOVE WS-CURRENT-DATE TO SES-LAST-ACTIVITY-DATE.
002320      MOVE WS-CURRENT-TIME TO SES-LAST-ACTIVITY-TIME.
002990*
003000*--------------------------------------------------------------*
003010*    3000-RECORD-SIGNOFF - DELETE THE SESSION RECORD FOR THIS
003020*    USERNAME/TERMINAL AND WRITE THE ENDED SESSION TO THE
003025*    HISTORY.  THE RECORD IS READ FIRST FOR ITS SIGN-ON STAMPS.
003030*--------------------------------------------------------------*
003040  3000-RECORD-SIGNOFF.
003050      MOVE STK-USERNAME TO SES-USERNAME.
003060      MOVE STK-TERMINAL-ID TO SES-TERMINAL-ID.
003062      READ SESSION-FILE
003064          INVALID KEY
003066              SET STK-SESSION-NOT-FOUND TO TRUE
003068              GO TO 3000-EXIT
003069      END-READ.
003070      MOVE SESSION-RECORD TO SHP-SESSION-IMAGE.
003072      DELETE SESSION-FILE
003080          INVALID KEY
003090              SET STK-SESSION-NOT-FOUND TO TRUE
003095              GO TO 3000-EXIT
003100      END-DELETE.
003102      SET SHP-SIGNED-OFF TO TRUE.
003104      CALL "SESSION_HISTORY" USING SESSION-HISTORY-PARMS.
003110  3000-EXIT.
003120      EXIT.
003130*
003140*--------------------------------------------------------------*
003150*    4000-FORCE-OFF-USERNAME - DELETE EVERY LIVE SESSION FOR THE
003160*    USERNAME, WHATEVER THE TERMINAL.  OPERATIONS USE ONLY.
003163*    A SESSION THAT CANNOT BE READ OR DELETED FAILS THE WHOLE
003166*    REQUEST - THE USERNAME MAY STILL BE SIGNED ON.
003170*--------------------------------------------------------------*
003180  4000-FORCE-OFF-USERNAME.
003190      MOVE 0 TO WS-DELETED-COUNT.
003195      SET WS-DELETE-NOT-FAILED TO TRUE.
003200      MOVE STK-USERNAME TO SES-USERNAME.
003210      MOVE LOW-VALUES TO SES-TERMINAL-ID.
003220      START SESSION-FILE KEY NOT < SES-SESSION-KEY
003240              SET STK-SESSION-NOT-FOUND TO TRUE
003250              GO TO 4000-EXIT
003260      END-START.
003262      IF NOT WS-SESSION-FILE-OK
003264          SET STK-SESSION-FILE-ERROR TO TRUE
003266          GO TO 4000-EXIT.
003270      MOVE "N" TO WS-SESSION-EOF-SWITCH.
003280      PERFORM 4100-DELETE-ONE-SESSION
003290          THRU 4100-EXIT
003300          UNTIL WS-SESSION-EOF.
003302      IF WS-DELETE-FAILED
003304          SET STK-SESSION-FILE-ERROR TO TRUE
003306          GO TO 4000-EXIT.
003310      IF WS-DELETED-COUNT = 0
003320          SET STK-SESSION-NOT-FOUND TO TRUE.
003330  4000-EXIT.
003400      END-READ.
003410      IF WS-SESSION-EOF
003420          GO TO 4100-EXIT.
003422      IF NOT WS-SESSION-FILE-OK
003424          SET WS-DELETE-FAILED TO TRUE
003426          SET WS-SESSION-EOF TO TRUE
003428          GO TO 4100-EXIT.
003430      IF SES-USERNAME NOT = STK-USERNAME
003440          SET WS-SESSION-EOF TO TRUE
003450          GO TO 4100-EXIT.
003455      MOVE SESSION-RECORD TO SHP-SESSION-IMAGE.
003460      DELETE SESSION-FILE.
003462      IF NOT WS-SESSION-FILE-OK
003463          SET WS-DELETE-FAILED TO TRUE
003464          GO TO 4100-EXIT.
003470      ADD 1 TO WS-DELETED-COUNT.
003472      SET SHP-FORCED-OFF TO TRUE.
003474      CALL "SESSION_HISTORY" USING SESSION-HISTORY-PARMS.
003480  4100-EXIT.
003490      EXIT.
003500*
004060*
004070*--------------------------------------------------------------*
004080*    6100-EXPIRE-STALE-SESSION - DELETE THE ORPHAN AND PUT THE
004090*    EXPIRY ON THE AUDIT TRAIL (ACTION 14) AND IN THE SESSION
004100*    HISTORY.  NOTHING IS AUDITED UNLESS THE DELETE ACTUALLY TOOK.
004110*--------------------------------------------------------------*
004120  6100-EXPIRE-STALE-SESSION.
004130      MOVE SES-USERNAME TO WS-AUDIT-USERNAME.
004135      MOVE SESSION-RECORD TO SHP-SESSION-IMAGE.
004140      DELETE SESSION-FILE.
004150      IF NOT WS-SESSION-FILE-OK
004160          GO TO 6100-EXIT.
004170      MOVE 14 TO WS-AUDIT-ACTION-CODE.
004180      CALL "AUDIT_LOG" USING WS-AUDIT-USERNAME WS-AUDIT-OUTCOME
004190          WS-AUDIT-ACTION-CODE.
004192      SET SHP-EXPIRED TO TRUE.
004194      CALL "SESSION_HISTORY" USING SESSION-HISTORY-PARMS.
004200  6100-EXIT.
004210      EXIT.
004220*
