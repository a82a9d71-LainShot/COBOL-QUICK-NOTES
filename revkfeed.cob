000100*
000110*    REVKFEED.COB
000120*
000130*    PROGRAM-ID: REVOKE_FEED
000140*
000150*    PURPOSE:    INBOUND REVOCATION FEED FROM THE CENTRAL
000160*                MONITORING HOST - THE RETURN LEG OF AUDIT_FEED.
000170*                WHEN THE HOST'S ANALYSTS JUDGE AN ACCOUNT OR A
000180*                TERMINAL COMPROMISED THEY LAND A REVOCATION
000190*                FILE (SEE REVKREC.CPY) ON THE INTERFACE AREA,
000200*                AND THIS PROGRAM APPLIES IT:
000210*
000220*                - A REVOKED USERNAME IS DISABLED ON USERFILE
000230*                  (STATUS "D", JOURNALED THROUGH
000240*                  USERFILE_JOURNAL, AUDIT ACTION 30) AND EVERY
000250*                  LIVE SESSION IT HAS IS FORCED OFF THROUGH
000260*                  SESSION_TRACK "F" (AUDIT ACTION 06, THE SAME
000270*                  AS A FORCE-OFF FROM THE SESSION_INQ SCREEN).
000280*                  AN ACCOUNT ALREADY DISABLED OR HR-SUSPENDED
000290*                  IS LEFT AS IT IS, BUT ITS SESSIONS ARE STILL
000300*                  FORCED OFF.
000310*                - A REVOKED TERMINAL IS QUARANTINED ON TERMFILE
000320*                  (AUDIT ACTION 31), THE SAME WAY
000330*                  INTRUSION_MONITOR QUARANTINES ONE - A
000340*                  TERMINAL NOT YET ON FILE GETS A QUARANTINED
000350*                  RECORD, AND NO TERMFILE AT ALL MEANS THE
000360*                  CONTROL IS NOT IN SERVICE.
000370*
000380*                THE WHOLE FILE IS CHECKED BEFORE ANY OF IT IS
000390*                APPLIED: A MISSING HEADER OR A TRAILER COUNT
000400*                THAT DISAGREES MEANS THE FILE WAS CUT SHORT,
000410*                AND NONE OF IT IS APPLIED.  THE HEADER'S FILE
000420*                ID IS CHECKED AGAINST THE REVKCTL CONTROL FILE
000430*                (SEE REVKCTLC.CPY) SO A FILE IS APPLIED ONCE
000440*                ONLY, AND A CONTROL RECORD IS APPENDED FOR
000450*                EVERY FILE GIVEN.
000460*
000470*                EVERY LINE OF THE FILE, HEADER AND TRAILER
000480*                INCLUDED, GETS A LINE ON THE REVKACK
000490*                ACKNOWLEDGMENT FOR THE HOST - PIPE-DELIMITED,
000500*                FULL WIDTH, THE SAME CONVENTION AS AUDIT_FEED:
000510*                FILE ID|LINE|TYPE|TARGET|INCIDENT|RESULT|TEXT.
000520*                RESULT 00 APPLIED, 01 ALREADY IN EFFECT,
000530*                10 USERNAME NOT ON FILE, 11 TERMINAL CONTROL
000540*                NOT IN SERVICE, 20 LINE NOT VALID, 30 FILE
000550*                ALREADY PROCESSED, 31 FILE INCOMPLETE - NOT
000560*                APPLIED, 90 UPDATE FAILED.
000570*
000580*                RETURN CODE 0 - CLEAN.  4 - NO FILE, OR A LINE
000590*                OR THE WHOLE FILE WAS REFUSED.  8 - AN UPDATE
000600*                FAILED (SEE SYSOUT).  16 - A FILE COULD NOT BE
000610*                OPENED.
000620*
000630*    CALLS:      AUDIT_LOG, USERFILE_JOURNAL, SESSION_TRACK.
000640*
000650*    MODIFICATION HISTORY
000660*    DATE       BY    DESCRIPTION
000670*    ---------- ----- --------------------------------------------
000680*    2026-10-15 DLH   ORIGINAL - REVOCATIONS FROM THE MONITORING
000690*                     HOST USED TO BE PHONED THROUGH AND KEYED
000700*                     BY HAND.
000710*
000720  IDENTIFICATION DIVISION.
000730  PROGRAM-ID. REVOKE_FEED.
000740  AUTHOR. D L HOLLOWAY.
000750  INSTALLATION. SIGN-ON SERVICES.
000760  DATE-WRITTEN. 2026-10-15.
000770  DATE-COMPILED.
000780*
000790  ENVIRONMENT DIVISION.
000800  INPUT-OUTPUT SECTION.
000810  FILE-CONTROL.
000820      SELECT REVOKE-FILE ASSIGN TO "REVKIN"
000830          ORGANIZATION LINE SEQUENTIAL
000840          FILE STATUS WS-REVOKE-FILE-STATUS.
000850      SELECT CONTROL-FILE ASSIGN TO "REVKCTL"
000860          ORGANIZATION LINE SEQUENTIAL
000870          FILE STATUS WS-CONTROL-FILE-STATUS.
000880      SELECT ACK-FILE ASSIGN TO "REVKACK"
000890          ORGANIZATION LINE SEQUENTIAL
000900          FILE STATUS WS-ACK-FILE-STATUS.
000910      SELECT USER-FILE ASSIGN TO "USERFILE"
000920          ORGANIZATION INDEXED
000930          ACCESS MODE RANDOM
000940          RECORD KEY USR-USERNAME
000950          FILE STATUS WS-USER-FILE-STATUS.
000960      SELECT TERMINAL-FILE ASSIGN TO "TERMFILE"
000970          ORGANIZATION INDEXED
000980          ACCESS MODE RANDOM
000990          RECORD KEY TRM-TERMINAL-ID
001000          FILE STATUS WS-TERMINAL-FILE-STATUS.
001010*
001020  DATA DIVISION.
001030  FILE SECTION.
001040  FD  REVOKE-FILE.
001050      COPY REVKREC.CPY.
001060  FD  CONTROL-FILE.
001070      COPY REVKCTLC.CPY.
001080  FD  ACK-FILE.
001090  01  ACK-RECORD                    PIC X(132).
001100  FD  USER-FILE.
001110      COPY USERREC.CPY.
001120  FD  TERMINAL-FILE.
001130      COPY TERMREC.CPY.
001140*
001150  WORKING-STORAGE SECTION.
001160*
001170  01  WS-REVOKE-FILE-STATUS     PIC X(02).
001180      88  WS-REVOKE-FILE-OK         VALUE "00".
001190      88  WS-REVOKE-FILE-EOF        VALUE "10".
001200      88  WS-REVOKE-FILE-NO-FILE    VALUE "35".
001210  01  WS-CONTROL-FILE-STATUS    PIC X(02).
001220      88  WS-CONTROL-FILE-OK        VALUE "00".
001230      88  WS-CONTROL-FILE-EOF       VALUE "10".
001240      88  WS-CONTROL-FILE-NO-FILE   VALUE "35".
001250  01  WS-ACK-FILE-STATUS        PIC X(02).
001260      88  WS-ACK-FILE-OK            VALUE "00".
001270  01  WS-USER-FILE-STATUS       PIC X(02).
001280      88  WS-USER-FILE-OK           VALUE "00".
001290  01  WS-TERMINAL-FILE-STATUS   PIC X(02).
001300      88  WS-TERMINAL-FILE-OK       VALUE "00".
001310      88  WS-TERMINAL-FILE-NO-FILE  VALUE "35".
001320*
001330  01  WS-REVOKE-EOF-SWITCH      PIC X(01).
001340      88  WS-REVOKE-EOF             VALUE "Y".
001350      88  WS-REVOKE-NOT-EOF          VALUE "N".
001360  01  WS-CONTROL-EOF-SWITCH     PIC X(01).
001370      88  WS-CONTROL-EOF            VALUE "Y".
001380      88  WS-CONTROL-NOT-EOF         VALUE "N".
001390*    WHAT BECOMES OF THE FILE AS A WHOLE.
001400  01  WS-FILE-DISPOSITION       PIC X(01).
001410      88  WS-FILE-TO-APPLY          VALUE "A".
001420      88  WS-FILE-DUPLICATE         VALUE "D".
001430      88  WS-FILE-NO-HEADER         VALUE "H".
001440      88  WS-FILE-BAD-TRAILER       VALUE "T".
001450  01  WS-TRAILER-SWITCH         PIC X(01).
001460      88  WS-TRAILER-SEEN           VALUE "Y".
001470      88  WS-TRAILER-NOT-SEEN        VALUE "N".
001480  01  WS-TERMINAL-CONTROL-SWITCH PIC X(01).
001490      88  WS-TERMINAL-CONTROL-ON    VALUE "Y".
001500      88  WS-TERMINAL-CONTROL-OFF   VALUE "N".
001510      88  WS-TERMINAL-FILE-FAILED   VALUE "E".
001520*
001530  01  WS-CURRENT-DATE           PIC 9(08).
001540  01  WS-CURRENT-TIME           PIC 9(08).
001550  01  WS-RUN-RETURN-CODE        PIC 9(02).
001560  01  WS-FILE-ID                PIC X(20).
001570  01  WS-LINE-COUNT             PIC 9(06).
001580  01  WS-LINE-NUMBER            PIC 9(06).
001590  01  WS-DETAIL-COUNT           PIC 9(06).
001600  01  WS-APPLIED-COUNT          PIC 9(06).
001610  01  WS-REJECTED-COUNT         PIC 9(06).
001620  01  WS-FAILED-COUNT           PIC 9(06).
001630  01  WS-DISABLED-COUNT         PIC 9(06).
001640  01  WS-FORCED-COUNT           PIC 9(06).
001650  01  WS-QUARANTINED-COUNT      PIC 9(06).
001660*
001670*    THE RESULT FOR THE LINE IN HAND, AND THE TWO HALVES OF A
001680*    USERNAME RESULT - THE ACCOUNT AND ITS SESSIONS.
001690  01  WS-RESULT-CODE            PIC 9(02).
001700      88  WS-RESULT-APPLIED         VALUE 00.
001710      88  WS-RESULT-IN-EFFECT       VALUE 01.
001720      88  WS-RESULT-NO-USERNAME     VALUE 10.
001730      88  WS-RESULT-NO-CONTROL      VALUE 11.
001740      88  WS-RESULT-LINE-INVALID    VALUE 20.
001750      88  WS-RESULT-DUPLICATE       VALUE 30.
001760      88  WS-RESULT-INCOMPLETE      VALUE 31.
001770      88  WS-RESULT-FAILED          VALUE 90.
001780  01  WS-RESULT-TEXT            PIC X(40).
001790  01  WS-ACCOUNT-RESULT         PIC X(20).
001800  01  WS-SESSION-RESULT         PIC X(20).
001810  01  WS-ACK-TARGET             PIC X(32).
001820  01  WS-ACK-INCIDENT-REF       PIC X(16).
001830  01  WS-ACCOUNT-CHANGED-SWITCH PIC X(01).
001840      88  WS-ACCOUNT-CHANGED        VALUE "Y".
001850      88  WS-ACCOUNT-UNCHANGED       VALUE "N".
001860*
001870  01  WS-AUDIT-OUTCOME          PIC X(01)          VALUE "A".
001880  01  WS-AUDIT-ACTION-CODE      PIC 9(02).
001890  01  WS-AUDIT-NAME             PIC X(32).
001900*
001910*    BEFORE/AFTER IMAGES FOR THE CHANGE JOURNAL.
001920  01  WS-BEFORE-IMAGE           PIC X(200).
001930  01  WS-AFTER-IMAGE            PIC X(200).
001940*
001950      COPY USRJRNC.CPY.
001960*
001970      COPY SESSTRK.CPY.
001980*
001990  PROCEDURE DIVISION.
002000*
002010  0000-MAINLINE.
002020      PERFORM 1000-INITIALIZE
002030          THRU 1000-EXIT.
002040      IF WS-LINE-COUNT = 0
002050          DISPLAY "REVOKE_FEED - NO REVOCATION FILE TO APPLY"
002060          MOVE 4 TO RETURN-CODE
002070          GOBACK.
002080      PERFORM 2000-OPEN-FOR-APPLY
002090          THRU 2000-EXIT.
002100      PERFORM 3000-PROCESS-ONE-LINE
002110          THRU 3000-EXIT
002120          UNTIL WS-REVOKE-EOF.
002130      PERFORM 9000-TERMINATE
002140          THRU 9000-EXIT.
002150      GOBACK.
002160*
002170*--------------------------------------------------------------*
002180*    1000-INITIALIZE - CHECK THE WHOLE FILE AND DECIDE WHAT
002190*    BECOMES OF IT BEFORE A SINGLE LINE IS APPLIED.
002200*--------------------------------------------------------------*
002210  1000-INITIALIZE.
002220      ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
002230      ACCEPT WS-CURRENT-TIME FROM TIME.
002240      MOVE 0 TO WS-RUN-RETURN-CODE.
002250      MOVE 0 TO WS-LINE-COUNT.
002260      MOVE 0 TO WS-LINE-NUMBER.
002270      MOVE 0 TO WS-DETAIL-COUNT.
002280      MOVE 0 TO WS-APPLIED-COUNT.
002290      MOVE 0 TO WS-REJECTED-COUNT.
002300      MOVE 0 TO WS-FAILED-COUNT.
002310      MOVE 0 TO WS-DISABLED-COUNT.
002320      MOVE 0 TO WS-FORCED-COUNT.
002330      MOVE 0 TO WS-QUARANTINED-COUNT.
002340      MOVE SPACES TO WS-FILE-ID.
002350      SET WS-FILE-TO-APPLY TO TRUE.
002360      SET WS-TRAILER-NOT-SEEN TO TRUE.
002370      PERFORM 1100-CHECK-REVOCATION-FILE
002380          THRU 1100-EXIT.
002390      IF WS-LINE-COUNT = 0
002400          GO TO 1000-EXIT.
002410      IF WS-TRAILER-NOT-SEEN AND WS-FILE-TO-APPLY
002420          SET WS-FILE-BAD-TRAILER TO TRUE.
002430*    A FILE ALREADY APPLIED IS REFUSED WHATEVER SHAPE IT IS IN -
002440*    THE ACKNOWLEDGMENT SAYS SO LINE BY LINE.
002450      IF WS-FILE-ID NOT = SPACES
002460          PERFORM 1200-READ-CONTROL-FILE
002470              THRU 1200-EXIT.
002480  1000-EXIT.
002490      EXIT.
002500*
002510*--------------------------------------------------------------*
002520*    1100-CHECK-REVOCATION-FILE - FIRST PASS.  THE HEADER MUST
002530*    COME FIRST WITH A FILE ID; THE TRAILER MUST COME LAST AND
002540*    COUNT EVERY LINE BETWEEN THEM.  NO FILE LANDED IS NOT AN
002550*    ERROR - THERE IS SIMPLY NOTHING TO APPLY.
002560*--------------------------------------------------------------*
002570  1100-CHECK-REVOCATION-FILE.
002580      OPEN INPUT REVOKE-FILE.
002590      IF WS-REVOKE-FILE-NO-FILE
002600          GO TO 1100-EXIT.
002610      IF NOT WS-REVOKE-FILE-OK
002620          DISPLAY "REVOKE_FEED - UNABLE TO OPEN REVKIN, STATUS "
002630              WS-REVOKE-FILE-STATUS
002640          MOVE 16 TO RETURN-CODE
002650          STOP RUN
002660      END-IF.
002670      SET WS-REVOKE-NOT-EOF TO TRUE.
002680      PERFORM 1110-CHECK-ONE-LINE
002690          THRU 1110-EXIT
002700          UNTIL WS-REVOKE-EOF.
002710      CLOSE REVOKE-FILE.
002720  1100-EXIT.
002730      EXIT.
002740*
002750  1110-CHECK-ONE-LINE.
002760      READ REVOKE-FILE
002770          AT END
002780              SET WS-REVOKE-EOF TO TRUE
002790      END-READ.
002800*    A FILE THAT CANNOT BE READ TO THE END CANNOT BE CHECKED,
002810*    SO NONE OF IT MAY BE APPLIED.
002820      IF NOT WS-REVOKE-FILE-OK AND NOT WS-REVOKE-FILE-EOF
002830          DISPLAY "REVOKE_FEED - REVKIN READ ERROR, STATUS "
002840              WS-REVOKE-FILE-STATUS
002850          MOVE 16 TO RETURN-CODE
002860          STOP RUN.
002870      IF WS-REVOKE-EOF
002880          GO TO 1110-EXIT.
002890      ADD 1 TO WS-LINE-COUNT.
002900      IF WS-LINE-COUNT = 1
002910          IF RVK-HEADER AND RVK-FILE-ID NOT = SPACES
002920              MOVE RVK-FILE-ID TO WS-FILE-ID
002930          ELSE
002940              SET WS-FILE-NO-HEADER TO TRUE
002950          END-IF
002960          GO TO 1110-EXIT.
002970*    ANYTHING AFTER THE TRAILER MEANS THE TRAILER WAS NOT THE
002980*    END OF THE FILE THE HOST SENT.
002990      IF WS-TRAILER-SEEN
003000          IF WS-FILE-TO-APPLY
003010              SET WS-FILE-BAD-TRAILER TO TRUE
003020          END-IF
003030          GO TO 1110-EXIT.
003040      IF NOT RVK-TRAILER
003050          ADD 1 TO WS-DETAIL-COUNT
003060          GO TO 1110-EXIT.
003070      SET WS-TRAILER-SEEN TO TRUE.
003080      IF WS-FILE-TO-APPLY
003090          IF RVK-DETAIL-COUNT IS NOT NUMERIC
003100             OR RVK-DETAIL-COUNT NOT = WS-DETAIL-COUNT
003110              SET WS-FILE-BAD-TRAILER TO TRUE
003120          END-IF
003130      END-IF.
003140  1110-EXIT.
003150      EXIT.
003160*
003170*--------------------------------------------------------------*
003180*    1200-READ-CONTROL-FILE - HAS THIS FILE ID BEEN APPLIED
003190*    BEFORE?  NO CONTROL FILE MEANS NO FILE EVER HAS.  ANY OTHER
003200*    FAILED OPEN MEANS THE ONCE-ONLY RULE CANNOT BE ENFORCED,
003210*    SO NOTHING IS APPLIED.
003220*--------------------------------------------------------------*
003230  1200-READ-CONTROL-FILE.
003240      OPEN INPUT CONTROL-FILE.
003250      IF WS-CONTROL-FILE-NO-FILE
003260          GO TO 1200-EXIT.
003270      IF NOT WS-CONTROL-FILE-OK
003280          DISPLAY "REVOKE_FEED - UNABLE TO OPEN REVKCTL, STATUS "
003290              WS-CONTROL-FILE-STATUS
003300          MOVE 16 TO RETURN-CODE
003310          STOP RUN
003320      END-IF.
003330      SET WS-CONTROL-NOT-EOF TO TRUE.
003340      PERFORM 1210-READ-ONE-CONTROL
003350          THRU 1210-EXIT
003360          UNTIL WS-CONTROL-EOF.
003370      CLOSE CONTROL-FILE.
003380  1200-EXIT.
003390      EXIT.
003400*
003410  1210-READ-ONE-CONTROL.
003420      READ CONTROL-FILE
003430          AT END
003440              SET WS-CONTROL-EOF TO TRUE
003450      END-READ.
003460      IF NOT WS-CONTROL-FILE-OK AND NOT WS-CONTROL-FILE-EOF
003470          DISPLAY "REVOKE_FEED - CONTROL READ ERROR, STATUS "
003480              WS-CONTROL-FILE-STATUS
003490          MOVE 16 TO RETURN-CODE
003500          STOP RUN.
003510      IF WS-CONTROL-EOF
003520          GO TO 1210-EXIT.
003530      IF RVC-FILE-ID = WS-FILE-ID
003540         AND RVC-PROCESSED
003550          SET WS-FILE-DUPLICATE TO TRUE.
003560  1210-EXIT.
003570      EXIT.
003580*
003590*--------------------------------------------------------------*
003600*    2000-OPEN-FOR-APPLY - THE ACKNOWLEDGMENT IS WRITTEN
003610*    WHATEVER BECOMES OF THE FILE.  THE MASTER FILES ARE ONLY
003620*    OPENED WHEN THERE IS SOMETHING TO APPLY TO THEM.
003630*--------------------------------------------------------------*
003640  2000-OPEN-FOR-APPLY.
003650      OPEN OUTPUT ACK-FILE.
003660      IF NOT WS-ACK-FILE-OK
003670          DISPLAY "REVOKE_FEED - UNABLE TO OPEN REVKACK, STATUS "
003680              WS-ACK-FILE-STATUS
003690          MOVE 16 TO RETURN-CODE
003700          STOP RUN
003710      END-IF.
003720      OPEN INPUT REVOKE-FILE.
003730      IF NOT WS-REVOKE-FILE-OK
003740          DISPLAY "REVOKE_FEED - UNABLE TO REOPEN REVKIN, STATUS "
003750              WS-REVOKE-FILE-STATUS
003760          MOVE 16 TO RETURN-CODE
003770          STOP RUN
003780      END-IF.
003790      SET WS-REVOKE-NOT-EOF TO TRUE.
003800      IF NOT WS-FILE-TO-APPLY
003810          GO TO 2000-EXIT.
003820      OPEN I-O USER-FILE.
003830      IF NOT WS-USER-FILE-OK
003840          DISPLAY "REVOKE_FEED - UNABLE TO OPEN USERFILE, "
003850              "STATUS " WS-USER-FILE-STATUS
003860          MOVE 16 TO RETURN-CODE
003870          STOP RUN
003880      END-IF.
003890*    ONLY A FILE-NOT-FOUND STATUS MEANS THE TERMINAL CONTROL IS
003900*    NOT IN SERVICE (SEE TERMREC.CPY) - IT IS NOT CREATED HERE,
003910*    FOR THE SAME REASON INTRUSION_MONITOR DOES NOT CREATE IT.
003920*    ANY OTHER FAILED OPEN FAILS EVERY TERMINAL LINE, SO THE
003930*    HOST KNOWS THE QUARANTINE DID NOT HAPPEN.
003940      SET WS-TERMINAL-CONTROL-ON TO TRUE.
003950      OPEN I-O TERMINAL-FILE.
003960      IF WS-TERMINAL-FILE-NO-FILE
003970          SET WS-TERMINAL-CONTROL-OFF TO TRUE
003980      ELSE
003990          IF NOT WS-TERMINAL-FILE-OK
004000              DISPLAY "REVOKE_FEED - UNABLE TO OPEN TERMFILE, "
004010                  "STATUS " WS-TERMINAL-FILE-STATUS
004020              SET WS-TERMINAL-FILE-FAILED TO TRUE
004030          END-IF
004040      END-IF.
004050  2000-EXIT.
004060      EXIT.
004070*
004080*--------------------------------------------------------------*
004090*    3000-PROCESS-ONE-LINE - SECOND PASS.  EVERY LINE ENDS WITH
004100*    ONE ACKNOWLEDGMENT LINE, WHATEVER HAPPENED TO IT.
004110*--------------------------------------------------------------*
004120  3000-PROCESS-ONE-LINE.
004130      READ REVOKE-FILE
004140          AT END
004150              SET WS-REVOKE-EOF TO TRUE
004160      END-READ.
004170      IF NOT WS-REVOKE-FILE-OK AND NOT WS-REVOKE-FILE-EOF
004180          DISPLAY "REVOKE_FEED - REVKIN READ ERROR, STATUS "
004190              WS-REVOKE-FILE-STATUS
004200          MOVE 8 TO WS-RUN-RETURN-CODE
004210          SET WS-REVOKE-EOF TO TRUE.
004220      IF WS-REVOKE-EOF
004230          GO TO 3000-EXIT.
004240      ADD 1 TO WS-LINE-NUMBER.
004250      PERFORM 3100-DECIDE-ONE-LINE
004260          THRU 3100-EXIT.
004270      PERFORM 6000-WRITE-ACKNOWLEDGMENT
004280          THRU 6000-EXIT.
004290*    THE HEADER AND TRAILER ARE ACKNOWLEDGED BUT NOT COUNTED.
004300      IF WS-LINE-NUMBER = 1 OR RVK-TRAILER
004310          GO TO 3000-EXIT.
004320      IF WS-RESULT-APPLIED OR WS-RESULT-IN-EFFECT
004330          ADD 1 TO WS-APPLIED-COUNT
004340      ELSE
004350          ADD 1 TO WS-REJECTED-COUNT
004360      END-IF.
004370      IF WS-RESULT-FAILED
004380          ADD 1 TO WS-FAILED-COUNT.
004390  3000-EXIT.
004400      EXIT.
004410*
004420  3100-DECIDE-ONE-LINE.
004430      IF WS-FILE-DUPLICATE
004440          SET WS-RESULT-DUPLICATE TO TRUE
004450          MOVE "FILE ALREADY PROCESSED - NOT APPLIED"
004460              TO WS-RESULT-TEXT
004470          GO TO 3100-EXIT.
004480      IF WS-FILE-NO-HEADER
004490          SET WS-RESULT-INCOMPLETE TO TRUE
004500          MOVE "NO HEADER - FILE NOT APPLIED" TO WS-RESULT-TEXT
004510          GO TO 3100-EXIT.
004520      IF WS-FILE-BAD-TRAILER
004530          SET WS-RESULT-INCOMPLETE TO TRUE
004540          MOVE "TRAILER MISSING OR WRONG - FILE NOT APPLIED"
004550              TO WS-RESULT-TEXT
004560          GO TO 3100-EXIT.
004570      IF WS-LINE-NUMBER = 1
004580          SET WS-RESULT-APPLIED TO TRUE
004590          MOVE "HEADER ACCEPTED" TO WS-RESULT-TEXT
004600          GO TO 3100-EXIT.
004610      IF RVK-TRAILER
004620          SET WS-RESULT-APPLIED TO TRUE
004630          MOVE "TRAILER ACCEPTED" TO WS-RESULT-TEXT
004640          GO TO 3100-EXIT.
004650      IF NOT RVK-REVOKE-USERNAME AND NOT RVK-REVOKE-TERMINAL
004660          SET WS-RESULT-LINE-INVALID TO TRUE
004670          MOVE "RECORD TYPE NOT VALID" TO WS-RESULT-TEXT
004680          GO TO 3100-EXIT.
004690      IF RVK-TARGET = SPACES OR RVK-INCIDENT-REF = SPACES
004700          SET WS-RESULT-LINE-INVALID TO TRUE
004710          MOVE "TARGET OR INCIDENT REFERENCE MISSING"
004720              TO WS-RESULT-TEXT
004730          GO TO 3100-EXIT.
004731*    TERMFILE KEEPS 16 CHARACTERS - A LONGER TARGET WOULD BE CUT
004732*    SHORT AND QUARANTINE THE WRONG TERMINAL, OR NONE.
004733      IF RVK-REVOKE-TERMINAL
004734         AND RVK-TARGET (17:16) NOT = SPACES
004735          SET WS-RESULT-LINE-INVALID TO TRUE
004736          MOVE "TERMINAL ID LONGER THAN 16 CHARACTERS"
004737              TO WS-RESULT-TEXT
004738          GO TO 3100-EXIT.
004740      IF RVK-REVOKE-USERNAME
004750          PERFORM 4000-REVOKE-USERNAME
004760              THRU 4000-EXIT
004770      ELSE
004780          PERFORM 5000-REVOKE-TERMINAL
004790              THRU 5000-EXIT
004800      END-IF.
004810  3100-EXIT.
004820      EXIT.
004830*
004840*--------------------------------------------------------------*
004850*    4000-REVOKE-USERNAME - DISABLE THE ACCOUNT, THEN FORCE OFF
004860*    ITS SESSIONS.  THE SESSIONS GO EVEN WHEN THE ACCOUNT WAS
004870*    ALREADY DISABLED - A SESSION SIGNED ON BEFORE A DISABLE
004880*    CARRIES ON UNTIL SOMETHING ENDS IT.
004890*--------------------------------------------------------------*
004900  4000-REVOKE-USERNAME.
004910      SET WS-ACCOUNT-UNCHANGED TO TRUE.
004920      MOVE RVK-TARGET TO USR-USERNAME.
004930      READ USER-FILE
004940          INVALID KEY
004950              SET WS-RESULT-NO-USERNAME TO TRUE
004960              MOVE "USERNAME NOT ON FILE" TO WS-RESULT-TEXT
004970              GO TO 4000-EXIT
004980      END-READ.
004990      IF NOT WS-USER-FILE-OK
005000          DISPLAY "REVOKE_FEED - USERFILE READ FAILED, STATUS "
005010              WS-USER-FILE-STATUS
005020          SET WS-RESULT-FAILED TO TRUE
005030          MOVE "USERFILE ERROR - ACCOUNT NOT DISABLED"
005040              TO WS-RESULT-TEXT
005050          GO TO 4000-EXIT.
005060      IF USR-ACCOUNT-DISABLED OR USR-ACCOUNT-HR-TERM
005070          MOVE "ALREADY DISABLED" TO WS-ACCOUNT-RESULT
005080          GO TO 4000-FORCE-OFF.
005090      MOVE USER-RECORD TO WS-BEFORE-IMAGE.
005100      MOVE "D" TO USR-ACCOUNT-STATUS.
005110      MOVE USER-RECORD TO WS-AFTER-IMAGE.
005120      REWRITE USER-RECORD.
005130*    NOTHING IS JOURNALED, AUDITED OR ACKNOWLEDGED AS DONE
005140*    UNLESS THE REWRITE ACTUALLY TOOK.  THE SESSIONS ARE STILL
005150*    FORCED OFF BELOW.
005160      IF NOT WS-USER-FILE-OK
005170          DISPLAY "REVOKE_FEED - DISABLE REWRITE FAILED FOR "
005180              RVK-TARGET " STATUS " WS-USER-FILE-STATUS
005190          MOVE "DISABLE FAILED" TO WS-ACCOUNT-RESULT
005200          GO TO 4000-FORCE-OFF.
005210      SET WS-ACCOUNT-CHANGED TO TRUE.
005220      ADD 1 TO WS-DISABLED-COUNT.
005230      PERFORM 4100-JOURNAL-REWRITE
005240          THRU 4100-EXIT.
005250      MOVE RVK-TARGET TO WS-AUDIT-NAME.
005260      MOVE 30 TO WS-AUDIT-ACTION-CODE.
005270      PERFORM 7000-WRITE-AUDIT-ACTION
005280          THRU 7000-EXIT.
005290      MOVE "ACCOUNT DISABLED" TO WS-ACCOUNT-RESULT.
005300  4000-FORCE-OFF.
005310      SET STK-FORCE-OFF TO TRUE.
005320      MOVE RVK-TARGET TO STK-USERNAME.
005330      MOVE SPACES TO STK-TERMINAL-ID.
005340      CALL "SESSION_TRACK" USING SESSION-TRACK-PARMS.
005350      IF STK-OK
005360          SET WS-ACCOUNT-CHANGED TO TRUE
005370          ADD 1 TO WS-FORCED-COUNT
005380          MOVE RVK-TARGET TO WS-AUDIT-NAME
005390          MOVE 06 TO WS-AUDIT-ACTION-CODE
005400          PERFORM 7000-WRITE-AUDIT-ACTION
005410              THRU 7000-EXIT
005420          MOVE "SESSIONS FORCED OFF" TO WS-SESSION-RESULT
005430      ELSE
005440          IF STK-SESSION-NOT-FOUND
005450              MOVE "NO LIVE SESSION" TO WS-SESSION-RESULT
005460          ELSE
005470              DISPLAY "REVOKE_FEED - SESSION FILE ERROR, "
005480                  RVK-TARGET " NOT FORCED OFF"
005490              MOVE "SESSIONS NOT FORCED" TO WS-SESSION-RESULT
005500          END-IF
005510      END-IF.
005520      MOVE SPACES TO WS-RESULT-TEXT.
005530      STRING WS-ACCOUNT-RESULT DELIMITED BY "  "
005540          ", " DELIMITED BY SIZE
005550          WS-SESSION-RESULT DELIMITED BY "  "
005560          INTO WS-RESULT-TEXT
005570      END-STRING.
005580*    EITHER HALF FAILING FAILS THE LINE - THE HOST MUST NOT
005590*    CLOSE AN INCIDENT ON A REVOCATION THAT DID NOT ALL HAPPEN.
005600      IF WS-ACCOUNT-RESULT = "DISABLE FAILED"
005610         OR WS-SESSION-RESULT = "SESSIONS NOT FORCED"
005620          SET WS-RESULT-FAILED TO TRUE
005630          GO TO 4000-EXIT.
005640      IF WS-ACCOUNT-CHANGED
005650          SET WS-RESULT-APPLIED TO TRUE
005660      ELSE
005670          SET WS-RESULT-IN-EFFECT TO TRUE
005680      END-IF.
005690  4000-EXIT.
005700      EXIT.
005710*
005720*--------------------------------------------------------------*
005730*    4100-JOURNAL-REWRITE - APPEND THE BEFORE/AFTER IMAGES OF
005740*    THE DISABLE JUST MADE TO THE USERFILE CHANGE JOURNAL.
005750*--------------------------------------------------------------*
005760  4100-JOURNAL-REWRITE.
005770      MOVE "REVOKE_FEED" TO UJP-PROGRAM-NAME.
005780      SET UJP-ACTION-REWRITE TO TRUE.
005790      MOVE WS-BEFORE-IMAGE TO UJP-BEFORE-IMAGE.
005800      MOVE WS-AFTER-IMAGE TO UJP-AFTER-IMAGE.
005810      CALL "USERFILE_JOURNAL" USING USERFILE-JOURNAL-PARMS.
005820  4100-EXIT.
005830      EXIT.
005840*
005850*--------------------------------------------------------------*
005860*    5000-REVOKE-TERMINAL - QUARANTINE THE TERMINAL SO
005870*    LOGIN_FORM REFUSES ITS NEXT ATTEMPT.  A TERMINAL NOT YET ON
005880*    FILE GETS A QUARANTINED RECORD; AN ALREADY-QUARANTINED ONE
005890*    KEEPS ITS FIRST QUARANTINE STAMP.
005900*--------------------------------------------------------------*
005910  5000-REVOKE-TERMINAL.
005920      IF WS-TERMINAL-CONTROL-OFF
005930          SET WS-RESULT-NO-CONTROL TO TRUE
005940          MOVE "TERMINAL CONTROL NOT IN SERVICE"
005950              TO WS-RESULT-TEXT
005960          GO TO 5000-EXIT.
005970      IF WS-TERMINAL-FILE-FAILED
005980          SET WS-RESULT-FAILED TO TRUE
005990          MOVE "TERMFILE ERROR - NOT QUARANTINED"
006000              TO WS-RESULT-TEXT
006010          GO TO 5000-EXIT.
006020      MOVE RVK-TARGET TO TRM-TERMINAL-ID.
006030      READ TERMINAL-FILE
006040          INVALID KEY
006050              MOVE SPACES TO TERMINAL-RECORD
006060              MOVE RVK-TARGET TO TRM-TERMINAL-ID
006070              MOVE 0 TO TRM-AUTHORIZED-DATE
006080              SET TRM-QUARANTINED TO TRUE
006090              MOVE WS-CURRENT-DATE TO TRM-QUARANTINE-DATE
006100              MOVE WS-CURRENT-TIME TO TRM-QUARANTINE-TIME
006110              WRITE TERMINAL-RECORD
006120              GO TO 5000-CHECK-UPDATE
006130      END-READ.
006140      IF NOT WS-TERMINAL-FILE-OK
006150          DISPLAY "REVOKE_FEED - TERMFILE READ FAILED, STATUS "
006160              WS-TERMINAL-FILE-STATUS
006170          SET WS-RESULT-FAILED TO TRUE
006180          MOVE "TERMFILE ERROR - NOT QUARANTINED"
006190              TO WS-RESULT-TEXT
006200          GO TO 5000-EXIT.
006210      IF TRM-QUARANTINED
006220          SET WS-RESULT-IN-EFFECT TO TRUE
006230          MOVE "TERMINAL ALREADY QUARANTINED" TO WS-RESULT-TEXT
006240          GO TO 5000-EXIT.
006250      SET TRM-QUARANTINED TO TRUE.
006260      MOVE WS-CURRENT-DATE TO TRM-QUARANTINE-DATE.
006270      MOVE WS-CURRENT-TIME TO TRM-QUARANTINE-TIME.
006280      REWRITE TERMINAL-RECORD.
006290  5000-CHECK-UPDATE.
006300      IF NOT WS-TERMINAL-FILE-OK
006310          DISPLAY "REVOKE_FEED - QUARANTINE FAILED FOR "
006320              RVK-TARGET " STATUS " WS-TERMINAL-FILE-STATUS
006330          SET WS-RESULT-FAILED TO TRUE
006340          MOVE "TERMFILE ERROR - NOT QUARANTINED"
006350              TO WS-RESULT-TEXT
006360          GO TO 5000-EXIT.
006370      ADD 1 TO WS-QUARANTINED-COUNT.
006380      MOVE RVK-TARGET TO WS-AUDIT-NAME.
006390      MOVE 31 TO WS-AUDIT-ACTION-CODE.
006400      PERFORM 7000-WRITE-AUDIT-ACTION
006410          THRU 7000-EXIT.
006420      SET WS-RESULT-APPLIED TO TRUE.
006430      MOVE "TERMINAL QUARANTINED" TO WS-RESULT-TEXT.
006440  5000-EXIT.
006450      EXIT.
006460*
006470*--------------------------------------------------------------*
006480*    6000-WRITE-ACKNOWLEDGMENT - ONE LINE BACK TO THE HOST FOR
006490*    THE LINE IN HAND.  THE TARGET AND INCIDENT ARE ECHOED FOR
006500*    DETAIL LINES ONLY.
006510*--------------------------------------------------------------*
006520  6000-WRITE-ACKNOWLEDGMENT.
006530      MOVE SPACES TO ACK-RECORD.
006540      MOVE SPACES TO WS-ACK-TARGET.
006550      MOVE SPACES TO WS-ACK-INCIDENT-REF.
006560      IF WS-LINE-NUMBER > 1 AND NOT RVK-TRAILER
006570          MOVE RVK-TARGET TO WS-ACK-TARGET
006580          MOVE RVK-INCIDENT-REF TO WS-ACK-INCIDENT-REF.
006590      STRING WS-FILE-ID DELIMITED BY SIZE
006600          "|" DELIMITED BY SIZE
006610          WS-LINE-NUMBER DELIMITED BY SIZE
006620          "|" DELIMITED BY SIZE
006630          RVK-RECORD-TYPE DELIMITED BY SIZE
006640          "|" DELIMITED BY SIZE
006650          WS-ACK-TARGET DELIMITED BY SIZE
006660          "|" DELIMITED BY SIZE
006670          WS-ACK-INCIDENT-REF DELIMITED BY SIZE
006680          "|" DELIMITED BY SIZE
006690          WS-RESULT-CODE DELIMITED BY SIZE
006700          "|" DELIMITED BY SIZE
006710          WS-RESULT-TEXT DELIMITED BY SIZE
006720          INTO ACK-RECORD
006730      END-STRING.
006740      WRITE ACK-RECORD.
006750      IF NOT WS-ACK-FILE-OK
006760          DISPLAY "REVOKE_FEED - ACK WRITE FAILED, STATUS "
006770              WS-ACK-FILE-STATUS
006780          MOVE 8 TO WS-RUN-RETURN-CODE.
006790  6000-EXIT.
006800      EXIT.
006810*
006820*--------------------------------------------------------------*
006830*    7000-WRITE-AUDIT-ACTION - FOR ACTION 31 THE NAME FIELD
006840*    CARRIES THE TERMINAL ID, AS FOR EVERY TERMINAL ACTION.
006850*--------------------------------------------------------------*
006860  7000-WRITE-AUDIT-ACTION.
006870      CALL "AUDIT_LOG" USING WS-AUDIT-NAME WS-AUDIT-OUTCOME
006880          WS-AUDIT-ACTION-CODE.
006890  7000-EXIT.
006900      EXIT.
006910*
006920*--------------------------------------------------------------*
006930*    9000-TERMINATE - CLOSE UP, APPEND THE CONTROL RECORD AND
006940*    SET THE RETURN CODE.  THE CODE IS HELD IN WORKING-STORAGE
006950*    UNTIL THE END BECAUSE EVERY CALL RESETS RETURN-CODE.
006960*--------------------------------------------------------------*
006970  9000-TERMINATE.
006980      CLOSE REVOKE-FILE.
006990      CLOSE ACK-FILE.
007000      IF WS-FILE-TO-APPLY
007010          CLOSE USER-FILE
007020          IF WS-TERMINAL-CONTROL-ON
007030              CLOSE TERMINAL-FILE
007040          END-IF
007050      END-IF.
007060      PERFORM 9100-WRITE-CONTROL-RECORD
007070          THRU 9100-EXIT.
007080      IF NOT WS-FILE-TO-APPLY OR WS-REJECTED-COUNT > 0
007090          IF WS-RUN-RETURN-CODE < 4
007100              MOVE 4 TO WS-RUN-RETURN-CODE
007110          END-IF
007120      END-IF.
007130      IF WS-FAILED-COUNT > 0
007140          IF WS-RUN-RETURN-CODE < 8
007150              MOVE 8 TO WS-RUN-RETURN-CODE
007160          END-IF
007170      END-IF.
007180      DISPLAY "REVOKE_FEED - FILE ID:              " WS-FILE-ID.
007190      IF WS-FILE-DUPLICATE
007200          DISPLAY "REVOKE_FEED - FILE ALREADY PROCESSED - "
007210              "NOT APPLIED".
007220      IF WS-FILE-NO-HEADER OR WS-FILE-BAD-TRAILER
007230          DISPLAY "REVOKE_FEED - FILE INCOMPLETE - NOT APPLIED".
007240      DISPLAY "REVOKE_FEED - LINES ACKNOWLEDGED:   "
007250          WS-LINE-NUMBER.
007260      DISPLAY "REVOKE_FEED - REVOCATIONS APPLIED:  "
007270          WS-APPLIED-COUNT.
007280      DISPLAY "REVOKE_FEED - REVOCATIONS REFUSED:  "
007290          WS-REJECTED-COUNT.
007300      DISPLAY "REVOKE_FEED - ACCOUNTS DISABLED:    "
007310          WS-DISABLED-COUNT.
007320      DISPLAY "REVOKE_FEED - USERS FORCED OFF:     "
007330          WS-FORCED-COUNT.
007340      DISPLAY "REVOKE_FEED - TERMINALS QUARANTINED: "
007350          WS-QUARANTINED-COUNT.
007360      MOVE WS-RUN-RETURN-CODE TO RETURN-CODE.
007370  9000-EXIT.
007380      EXIT.
007390*
007400*--------------------------------------------------------------*
007410*    9100-WRITE-CONTROL-RECORD - APPENDED FOR EVERY FILE GIVEN.
007420*    ONLY A FILE ACTUALLY APPLIED IS MARKED PROCESSED; A FILE
007430*    WITHOUT A HEADER HAS NO ID TO RECORD AGAINST.  A RUN CUT
007440*    OFF BEFORE THIS POINT LEAVES THE FILE UNMARKED, AND THE
007450*    RERUN APPLIES IT AGAIN - HARMLESS, SINCE A SECOND DISABLE
007460*    OR QUARANTINE FINDS IT ALREADY IN EFFECT.
007470*--------------------------------------------------------------*
007480  9100-WRITE-CONTROL-RECORD.
007490      IF WS-FILE-NO-HEADER
007500          GO TO 9100-EXIT.
007510      OPEN EXTEND CONTROL-FILE.
007520      IF WS-CONTROL-FILE-NO-FILE
007530          OPEN OUTPUT CONTROL-FILE
007540      END-IF.
007550      IF NOT WS-CONTROL-FILE-OK
007560          DISPLAY "REVOKE_FEED - CONTROL RECORD NOT WRITTEN, "
007570              "STATUS " WS-CONTROL-FILE-STATUS
007580          MOVE 8 TO WS-RUN-RETURN-CODE
007590          GO TO 9100-EXIT.
007600      MOVE SPACES TO REVOKE-CONTROL-RECORD.
007610      MOVE WS-FILE-ID TO RVC-FILE-ID.
007620      MOVE WS-CURRENT-DATE TO RVC-RUN-DATE.
007630      MOVE WS-CURRENT-TIME TO RVC-RUN-TIME.
007640      MOVE WS-LINE-NUMBER TO RVC-LINE-COUNT.
007650      MOVE WS-APPLIED-COUNT TO RVC-APPLIED-COUNT.
007660      MOVE WS-REJECTED-COUNT TO RVC-REJECTED-COUNT.
007670      IF WS-FILE-TO-APPLY
007680          SET RVC-PROCESSED TO TRUE
007690      ELSE
007700          IF WS-FILE-DUPLICATE
007710              SET RVC-DUPLICATE TO TRUE
007720          ELSE
007730              SET RVC-INCOMPLETE TO TRUE
007740          END-IF
007750      END-IF.
007760      WRITE REVOKE-CONTROL-RECORD.
007770      IF NOT WS-CONTROL-FILE-OK
007780          DISPLAY "REVOKE_FEED - CONTROL WRITE FAILED, STATUS "
007790              WS-CONTROL-FILE-STATUS
007800          MOVE 8 TO WS-RUN-RETURN-CODE.
007810      CLOSE CONTROL-FILE.
007820  9100-EXIT.
007830      EXIT.
007840*
007850  END PROGRAM REVOKE_FEED.
