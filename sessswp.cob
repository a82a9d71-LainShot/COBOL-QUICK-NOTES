000220*                TO THE SIGN-ON AUDIT TRAIL THROUGH AUDIT_LOG
000230*                (OUTCOME "A", ACTION 14), SO THE SINGLE-SESSION
000240*                RULE STOPS REFUSING THE USER'S NEXT SIGN-ON.
000242*                THE ENDED SESSION IS ALSO WRITTEN TO THE
000244*                SESSION HISTORY THROUGH SESSION_HISTORY.
000250*
000260*                MEANT TO BE SUBMITTED AT SHORT INTERVALS, THE
000270*                SAME WAY INTRUSION_MONITOR IS (SEE
000320*                RECORDS FROM BEFORE THE HEARTBEAT EXISTED AGE
000330*                FROM THEIR SIGN-ON STAMPS.
000340*
000350*    CALLS:      AUDIT_LOG, SESSION_HISTORY.
000360*
000370*    MODIFICATION HISTORY
000380*    DATE       BY    DESCRIPTION
000410*                     SEVERAL "ALREADY SIGNED ON ELSEWHERE"
000420*                     CALLS A WEEK FOR SESSIONS A CRASH LEFT
000430*                     BEHIND.
000432*    2026-10-15 DLH   EACH EXPIRED SESSION IS WRITTEN TO THE
000434*                     SESSION HISTORY (SEE SESSHSR.CPY).
000440*
000450  IDENTIFICATION DIVISION.
000460  PROGRAM-ID. SESSION_SWEEP.
001010  01  WS-AUDIT-OUTCOME          PIC X(01)          VALUE "A".
001020  01  WS-AUDIT-ACTION-CODE      PIC 9(02).
001030*
001032      COPY SESSHSC.CPY.
001034*
001040  PROCEDURE DIVISION.
001050*
001060  0000-MAINLINE.
002340*
002350*--------------------------------------------------------------*
002360*    4000-EXPIRE-STALE-SESSION - DELETE THE ORPHAN AND PUT THE
002370*    EXPIRY ON THE AUDIT TRAIL (ACTION 14) AND IN THE SESSION
002380*    HISTORY.  NOTHING IS COUNTED, AUDITED OR WRITTEN TO THE
002385*    HISTORY UNLESS THE DELETE ACTUALLY TOOK.
002390*--------------------------------------------------------------*
002400  4000-EXPIRE-STALE-SESSION.
002410      MOVE SES-USERNAME TO WS-AUDIT-USERNAME.
002415      MOVE SESSION-RECORD TO SHP-SESSION-IMAGE.
002420      DELETE SESSION-FILE.
002430      IF NOT WS-SESSION-FILE-OK
002440          DISPLAY "SESSION_SWEEP - DELETE FAILED, STATUS "
002490      MOVE 14 TO WS-AUDIT-ACTION-CODE.
002500      CALL "AUDIT_LOG" USING WS-AUDIT-USERNAME WS-AUDIT-OUTCOME
002510          WS-AUDIT-ACTION-CODE.
002512      SET SHP-EXPIRED TO TRUE.
002514      CALL "SESSION_HISTORY" USING SESSION-HISTORY-PARMS.
002520  4000-EXIT.
002530      EXIT.
002540*
