000280*                NIGHTLY ACCT_UNLOCK CYCLE OR A MANUAL OVERRIDE
000290*                CLEARS A LOCK).
000300*
000310*                A BREAK-GLASS EMERGENCY ACCOUNT (SEE
000320*                BRKGREC.CPY) IS ONLY ACTIVE WHILE AN OPENING ON
000330*                THE BRKGFILE IS STILL INSIDE ITS WINDOW.  PAST
000340*                THE WINDOW IT READS AS DISABLED ON EVERY REQUEST
000350*                TYPE, WHETHER OR NOT BREAK_GLASS_SEAL HAS YET
000360*                RESEALED IT.
000370*
000380*    CALLED BY:  LOGIN_FORM, PASSWORD_CHANGE_FORM.
000390*    CALLS:      PWHASHSVC - THE SITE PASSWORD-HASHING SERVICE
000400*                (SEE PWHASH.CPY).  CRED_CHECK NEVER COMPUTES OR
000410*                SEES A PASSWORD HASH ITSELF, ONLY THE SALT/
000420*                DIGEST PWHASHSVC HANDS BACK.
000430*
000440*    LINKAGE:    CC-REQUEST-TYPE  "S" = STATUS/LOCK CHECK ONLY
000450*                                 "V" = VALIDATE USERNAME/PASSWORD
000460*                                 "C" = CHANGE PASSWORD (SETS
000470*                                       SALT/DIGEST, CHANGED-DATE
000480*                                       AND EXPIRE-DATE).  THE NEW
000490*                                       PASSWORD MUST PASS THE
000500*                                       LENGTH/COMPOSITION EDITS,
000510*                                       MUST NOT MATCH THE
000520*                                       USERNAME AND MUST NOT
000530*                                       MATCH ANY PAIR ON THE
000540*                                       HISTORY FILE - REJECTIONS
000550*                                       COME BACK AS CODES 41-44
000560*                                       (SEE STATUSCD.CPY).
000570*                                 "R" = VERIFY A ONE-TIME RESET
000580*                                       CODE (SEE RESETRC.CPY).
000590*                                       GOOD ONLY WHILE THE CODE
000600*                                       IS OUTSTANDING AND INSIDE
000610*                                       THE EXPIRY LIMIT, AND
000620*                                       BURNED THE MOMENT IT
000630*                                       VERIFIES.
000640*                CC-USERNAME      USERNAME TO LOOK UP.
000650*                CC-PASSWORD      PASSWORD TO VALIDATE, NEW
000660*                                 PASSWORD WHEN CC-REQUEST-TYPE IS
000670*                                 "C", OR THE RESET CODE ON "R".
000680*                SIGNON-STATUS-CODE  RESULT - SEE STATUSCD.CPY.
000690*                CC-PASSWORD-EXPIRED-FLAG  "Y"/"N", SET ONLY WHEN
000700*                                 SIGNON-STATUS-CODE COMES BACK
000710*                                 SUCCESS.
000720*                SIGNON-PROFILE   FILLED FROM THE CREDENTIAL
000730*                                 RECORD ON A SUCCESSFUL "V"
000740*                                 VALIDATE, SPACES OTHERWISE -
000750*                                 SEE SGNPROF.CPY.
000760*
000770*    MODIFICATION HISTORY
000780*    DATE       BY    DESCRIPTION
000790*    ---------- ----- --------------------------------------------
000800*    2026-08-09 DLH   ORIGINAL - VALIDATE USERNAME/PASSWORD.
000810*    2026-08-09 DLH   ADDED FAILED-ATTEMPT COUNTING AND LOCKOUT.
000820*    2026-08-09 DLH   ADDED REQUEST-TYPE "S" LOCK-STATUS
000830*                     PRE-CHECK.
000840*    2026-08-09 DLH   ADDED PASSWORD-AGE CHECK AND REQUEST-TYPE
000850*                     "C"
000860*                     PASSWORD-CHANGE SUPPORT.
000870*    2026-08-09 DLH   REPLACED THE IN-LINE UNSALTED CHECKSUM WITH
000880*                     A CALL-OUT TO PWHASHSVC FOR A REAL SALTED
000890*                     ONE-WAY HASH.
000900*    2026-08-23 DLH   AN ACCOUNT DISABLED THROUGH USER_ADMIN IS
000910*                     REJECTED ON EVERY REQUEST TYPE, INCLUDING
000920*                     THE "S" PRE-CHECK.
000930*    2026-08-23 DLH   THE FIRST-USE CREATE PATH IN 1000-INITIALIZE
000940*                     NOW FIRES ONLY ON A FILE-NOT-FOUND OPEN, SO
000950*                     A SHARING CONFLICT CAN NO LONGER BE ANSWERED
000960*                     WITH AN OPEN OUTPUT THAT EMPTIES USERFILE.
000970*    2026-08-23 DLH   RETURN THE SIGN-ON PROFILE (SGNPROF.CPY)
000980*                     FROM THE CREDENTIAL RECORD ON A SUCCESSFUL
000990*                     "V" VALIDATE.
001000*    2026-08-23 DLH   A NEW PASSWORD IS EDITED FOR LENGTH AND
001010*                     COMPOSITION, REJECTED IF IT MATCHES THE
001020*                     USERNAME, AND VERIFIED THROUGH PWHASHSVC
001030*                     AGAINST THE LAST PAIRS ON THE NEW PWHIST
001040*                     HISTORY FILE BEFORE IT IS ACCEPTED.
001050*    2026-08-23 DLH   EVERY SUCCESSFUL "V" VALIDATE STAMPS
001060*                     LAST-SIGNON-DATE FOR THE DORMANCY SWEEP.
001070*    2026-09-01 DLH   THE PERMITTED SIGN-ON WINDOW ON THE
001080*                     CREDENTIAL RECORD (SEE USERREC.CPY) IS
001090*                     ENFORCED ON THE "S" PRE-CHECK AND THE "V"
001100*                     VALIDATE.  AN OUT-OF-HOURS ATTEMPT COMES
001110*                     BACK OUTSIDE-WINDOW AND IS NOT A FAILED
001120*                     PASSWORD - IT NEVER FEEDS THE LOCKOUT.
001130*    2026-09-01 DLH   A LIVE TEMPORARY DELEGATION ON THE NEW
001140*                     DELGFILE (SEE DELGREC.CPY) IS MERGED INTO
001150*                     THE SIGN-ON PROFILE'S ENTITLEMENT FLAGS ON
001160*                     A SUCCESSFUL "V" VALIDATE.  THE PERMANENT
001170*                     FLAGS ON THE CREDENTIAL RECORD ARE NEVER
001180*                     TOUCHED - THE GRANT LIVES AND DIES ON THE
001190*                     DELEGATION FILE.
001200*    2026-09-01 DLH   NEW "R" REQUEST VERIFIES THE ONE-TIME
001210*                     RESET CODE USER_ADMIN ISSUES FOR A
001220*                     FORGOTTEN PASSWORD (SEE RESETRC.CPY).
001230*                     THE CODE EXPIRES AFTER THE SITE LIMIT
001240*                     AND AFTER ONE USE; A MISMATCH DOES NOT
001250*                     FEED THE LOCKOUT HERE - LOGIN_FORM TRIES
001260*                     "R" FIRST AND FALLS THROUGH TO THE "V"
001270*                     THAT COUNTS.
001280*    2026-09-01 DLH   EVERY REWRITE OF THE CREDENTIAL RECORD IS
001290*                     JOURNALED WITH BEFORE/AFTER IMAGES THROUGH
001300*                     USERFILE_JOURNAL (SEE USRJRNR.CPY), SO THE
001310*                     RECOVERY UTILITY CAN ROLL A RESTORED
001320*                     BACKUP FORWARD TO A POINT IN TIME.
001330*    2026-10-15 DLH   A FIRST SIGN-ON CODE ISSUED BY HR_PROVISION
001340*                     (RST-CODE-TYPE "F") IS HONOURED FOR
001350*                     WS-FIRST-SIGNON-DAYS INSTEAD OF THE RESET
001360*                     LIMIT.  STILL ONE USE, STILL BURNED.
001370*    2026-10-15 DLH   A BREAK-GLASS EMERGENCY ACCOUNT IS REFUSED
001380*                     AS DISABLED ONCE THE WINDOW OF ITS OPENING
001390*                     ON THE BRKGFILE HAS CLOSED, EVEN IF THE
001400*                     RESEAL HAS NOT RUN YET.
001410*
001420  IDENTIFICATION DIVISION.
001430  PROGRAM-ID. CRED_CHECK.
001440  AUTHOR. D L HOLLOWAY.
001450  INSTALLATION. SIGN-ON SERVICES.
001460  DATE-WRITTEN. 2026-08-09.
001470  DATE-COMPILED.
001480*
001490  ENVIRONMENT DIVISION.
001500  INPUT-OUTPUT SECTION.
001510  FILE-CONTROL.
001520      SELECT USER-FILE ASSIGN TO "USERFILE"
001530          ORGANIZATION INDEXED
001540          ACCESS MODE DYNAMIC
001550          RECORD KEY USR-USERNAME
001560          FILE STATUS WS-USER-FILE-STATUS.
001570      SELECT PWHIST-FILE ASSIGN TO "PWHIST"
001580          ORGANIZATION INDEXED
001590          ACCESS MODE DYNAMIC
001600          RECORD KEY PWH-HISTORY-KEY
001610          FILE STATUS WS-PWHIST-FILE-STATUS.
001620      SELECT DELEG-FILE ASSIGN TO "DELGFILE"
001630          ORGANIZATION INDEXED
001640          ACCESS MODE DYNAMIC
001650          RECORD KEY DLG-DELEGATION-KEY
001660          FILE STATUS WS-DELEG-FILE-STATUS.
001670      SELECT RESET-FILE ASSIGN TO "RESETFILE"
001680          ORGANIZATION INDEXED
001690          ACCESS MODE DYNAMIC
001700          RECORD KEY RST-USERNAME
001710          FILE STATUS WS-RESET-FILE-STATUS.
001720      SELECT BREAK-GLASS-FILE ASSIGN TO "BRKGFILE"
001730          ORGANIZATION INDEXED
001740          ACCESS MODE DYNAMIC
001750          RECORD KEY BGL-EVENT-KEY
001760          FILE STATUS WS-BREAK-GLASS-FILE-STATUS.
001770*
001780  DATA DIVISION.
001790  FILE SECTION.
001800  FD  USER-FILE.
001810      COPY USERREC.CPY.
001820  FD  PWHIST-FILE.
001830      COPY PWHISTRC.CPY.
001840  FD  DELEG-FILE.
001850      COPY DELGREC.CPY.
001860  FD  RESET-FILE.
001870      COPY RESETRC.CPY.
001880  FD  BREAK-GLASS-FILE.
001890      COPY BRKGREC.CPY.
001900*
001910  WORKING-STORAGE SECTION.
001920*
001930  77  WS-MAX-FAILED-ATTEMPTS    PIC 9(02) COMP    VALUE 5.
001940  77  WS-PASSWORD-AGE-DAYS      PIC 9(04) COMP    VALUE 90.
001950  77  WS-PASSWORD-MIN-LENGTH    PIC 9(02) COMP    VALUE 8.
001960  77  WS-PASSWORD-HISTORY-DEPTH PIC 9(02) COMP    VALUE 8.
001970*    HOW LONG AN ISSUED RESET CODE STAYS GOOD - MUST MATCH THE
001980*    MESSAGE USER_ADMIN SHOWS THE ADMINISTRATOR.
001990  77  WS-RESET-CODE-MINUTES     PIC 9(04) COMP    VALUE 30.
002000*    HOW LONG A FIRST SIGN-ON CODE STAYS GOOD - MUST MATCH THE
002010*    VALID-UNTIL DATE HR_PROVISION PRINTS ON THE NEW HIRE'S
002020*    LETTER.
002030  77  WS-FIRST-SIGNON-DAYS      PIC 9(04) COMP    VALUE 14.
002040*
002050  01  WS-USER-FILE-STATUS       PIC X(02).
002060      88  WS-USER-FILE-OK           VALUE "00".
002070      88  WS-USER-FILE-NOTFOUND     VALUE "23".
002080      88  WS-USER-FILE-NO-FILE      VALUE "35".
002090*
002100  01  WS-PWHIST-FILE-STATUS     PIC X(02).
002110      88  WS-PWHIST-FILE-OK         VALUE "00".
002120      88  WS-PWHIST-FILE-NO-FILE    VALUE "35".
002130*
002140  01  WS-PWHIST-OPEN-SWITCH     PIC X(01).
002150      88  WS-PWHIST-OPEN            VALUE "Y".
002160      88  WS-PWHIST-NOT-OPEN         VALUE "N".
002170*
002180  01  WS-DELEG-FILE-STATUS      PIC X(02).
002190      88  WS-DELEG-FILE-OK          VALUE "00".
002200*
002210  01  WS-RESET-FILE-STATUS      PIC X(02).
002220      88  WS-RESET-FILE-OK          VALUE "00".
002230*
002240  01  WS-BREAK-GLASS-FILE-STATUS PIC X(02).
002250      88  WS-BREAK-GLASS-FILE-OK    VALUE "00".
002260*
002270  01  WS-BREAK-GLASS-EOF-SWITCH PIC X(01).
002280      88  WS-BREAK-GLASS-EOF        VALUE "Y".
002290      88  WS-BREAK-GLASS-NOT-EOF     VALUE "N".
002300*
002310  01  WS-EMERGENCY-WINDOW-SWITCH PIC X(01).
002320      88  WS-EMERGENCY-WINDOW-OPEN  VALUE "Y".
002330      88  WS-EMERGENCY-WINDOW-SHUT   VALUE "N".
002340*
002350  01  WS-DELEG-EOF-SWITCH       PIC X(01).
002360      88  WS-DELEG-EOF              VALUE "Y".
002370      88  WS-DELEG-NOT-EOF           VALUE "N".
002380*
002390  01  WS-CURRENT-DATE           PIC 9(08).
002400  01  WS-CURRENT-TIME           PIC 9(08).
002410  01  WS-CLOCK-HHMM             PIC X(04).
002420  01  WS-DAY-OF-WEEK            PIC 9(01).
002430  01  WS-DATE-INTEGER           PIC 9(07) COMP.
002440  01  WS-NOW-MINUTE             PIC 9(12) COMP.
002450  01  WS-ISSUED-MINUTE          PIC 9(12) COMP.
002460  01  WS-CODE-LIMIT-MINUTES     PIC 9(06) COMP.
002470  01  WS-STAMP-HOUR             PIC 9(02).
002480  01  WS-STAMP-MIN              PIC 9(02).
002490*
002500  01  WS-PW-INDEX               PIC 9(02) COMP.
002510  01  WS-PW-LENGTH              PIC 9(02) COMP.
002520  01  WS-PW-DIGIT-COUNT         PIC 9(02) COMP.
002530  01  WS-PW-LETTER-COUNT        PIC 9(02) COMP.
002540  01  WS-PW-CHAR                PIC X(01).
002550*
002560  01  WS-HIST-SEQUENCE          PIC 9(02) COMP.
002570  01  WS-HIST-COUNT             PIC 9(02) COMP.
002580  01  WS-OLD-SALT               PIC X(16).
002590  01  WS-OLD-DIGEST             PIC X(44).
002600*
002610*    BEFORE/AFTER IMAGES FOR THE CHANGE JOURNAL - THE BEFORE
002620*    IMAGE IS TAKEN AT READ TIME, THE AFTER IMAGE JUST BEFORE
002630*    THE REWRITE (THE RECORD AREA IS NOT GUARANTEED AFTER A
002640*    SUCCESSFUL REWRITE).
002650  01  WS-BEFORE-IMAGE           PIC X(200).
002660  01  WS-AFTER-IMAGE            PIC X(200).
002670*
002680      COPY PWHASH.CPY.
002690*
002700      COPY USRJRNC.CPY.
002710*
002720  LINKAGE SECTION.
002730*
002740  01  CC-REQUEST-TYPE           PIC X(01).
002750  01  CC-USERNAME               PIC X(32).
002760  01  CC-PASSWORD               PIC X(32).
002770  01  CC-PASSWORD-EXPIRED-FLAG  PIC X(01).
002780*
002790      COPY STATUSCD.CPY.
002800*
002810      COPY SGNPROF.CPY.
002820*
002830  PROCEDURE DIVISION USING CC-REQUEST-TYPE CC-USERNAME CC-PASSWORD
002840          SIGNON-STATUS-CODE CC-PASSWORD-EXPIRED-FLAG
002850          SIGNON-PROFILE.
002860*
002870  0000-MAINLINE.
002880      PERFORM 1000-INITIALIZE
002890          THRU 1000-EXIT.
002900      PERFORM 2000-READ-USER-RECORD
002910          THRU 2000-EXIT.
002920      IF SIGNON-UNKNOWN-USER
002930          GO TO 0000-EXIT.
002940      IF NOT USR-ACCOUNT-ACTIVE
002950          SET SIGNON-ACCOUNT-DISABLED TO TRUE
002960          GO TO 0000-EXIT.
002970      IF USR-BREAK-GLASS-ACCOUNT
002980          PERFORM 3700-CHECK-EMERGENCY-WINDOW
002990              THRU 3700-EXIT
003000          IF WS-EMERGENCY-WINDOW-SHUT
003010              SET SIGNON-ACCOUNT-DISABLED TO TRUE
003020              GO TO 0000-EXIT.
003030      IF CC-REQUEST-TYPE = "S"
003040          PERFORM 3000-CHECK-LOCK-STATUS
003050              THRU 3000-EXIT
003060          GO TO 0000-EXIT.
003070      IF USR-LOCKED
003080          SET SIGNON-ACCOUNT-LOCKED TO TRUE
003090          GO TO 0000-EXIT.
003100      IF CC-REQUEST-TYPE = "C"
003110          PERFORM 7000-CHANGE-PASSWORD
003120              THRU 7000-EXIT
003130          GO TO 0000-EXIT.
003140      IF CC-REQUEST-TYPE = "R"
003150          PERFORM 6500-CHECK-RESET-CODE
003160              THRU 6500-EXIT
003170          GO TO 0000-EXIT.
003180      PERFORM 4000-VALIDATE-PASSWORD
003190          THRU 4000-EXIT.
003200  0000-EXIT.
003210      PERFORM 9000-CLOSE-USER-FILE
003220          THRU 9000-EXIT.
003230      GOBACK.
003240*
003250*--------------------------------------------------------------*
003260*    1000-INITIALIZE - OPEN THE CREDENTIAL FILE AND ESTABLISH
003270*    A NEUTRAL RESULT IN CASE WE EXIT EARLY.
003280*--------------------------------------------------------------*
003290  1000-INITIALIZE.
003300      MOVE "N" TO CC-PASSWORD-EXPIRED-FLAG.
003310      MOVE SPACES TO SIGNON-PROFILE.
003320      ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
003330      ACCEPT WS-CURRENT-TIME FROM TIME.
003340      ACCEPT WS-DAY-OF-WEEK FROM DAY-OF-WEEK.
003350      MOVE WS-CURRENT-TIME (1:4) TO WS-CLOCK-HHMM.
003360      OPEN I-O USER-FILE.
003370*    ONLY A FILE-NOT-FOUND STATUS MAY FALL INTO THE CREATE PATH -
003380*    ANY OTHER FAILED OPEN (A SHARING CONFLICT, SAY) MUST NOT BE
003390*    ANSWERED WITH AN OPEN OUTPUT THAT WOULD EMPTY THE FILE.
003400      IF WS-USER-FILE-NO-FILE
003410          CLOSE USER-FILE
003420          OPEN OUTPUT USER-FILE
003430          CLOSE USER-FILE
003440          OPEN I-O USER-FILE.
003450  1000-EXIT.
003460      EXIT.
003470*
003480*--------------------------------------------------------------*
003490*    2000-READ-USER-RECORD - LOOK UP THE CALLER'S USERNAME.
003500*--------------------------------------------------------------*
003510  2000-READ-USER-RECORD.
003520      MOVE CC-USERNAME TO USR-USERNAME.
003530      READ USER-FILE
003540          INVALID KEY
003550              SET SIGNON-UNKNOWN-USER TO TRUE
003560          NOT INVALID KEY
003570*    THE JOURNAL'S BEFORE IMAGE IS THE RECORD AS IT WAS READ.
003580              MOVE SPACES TO WS-BEFORE-IMAGE
003590              MOVE USER-RECORD TO WS-BEFORE-IMAGE
003600      END-READ.
003610  2000-EXIT.
003620      EXIT.
003630*
003640*--------------------------------------------------------------*
003650*    3000-CHECK-LOCK-STATUS - PRE-CHECK USED BY LOGIN_FORM BEFORE
003660*    THE PASSWORD FIELD IS EVEN PRESENTED ON THE SCREEN.
003670*--------------------------------------------------------------*
003680  3000-CHECK-LOCK-STATUS.
003690      IF USR-LOCKED
003700          SET SIGNON-ACCOUNT-LOCKED TO TRUE
003710      ELSE
003720          SET SIGNON-SUCCESS TO TRUE
003730*    THE WINDOW IS PART OF THE PRE-CHECK, SO LOGIN_FORM CAN TURN
003740*    AN OUT-OF-HOURS USER AWAY BEFORE THE PASSWORD FIELD IS EVER
003750*    DRAWN.
003760          PERFORM 3500-CHECK-SIGNON-WINDOW
003770              THRU 3500-EXIT
003780      END-IF.
003790  3000-EXIT.
003800      EXIT.
003810*
003820*--------------------------------------------------------------*
003830*    3500-CHECK-SIGNON-WINDOW - THE PERMITTED SIGN-ON DAYS AND
003840*    HOURS ON THE CREDENTIAL RECORD.  AN ALL-BLANK WINDOW (EVERY
003850*    RECORD WRITTEN BEFORE THE SEGMENT EXISTED) IS UNRESTRICTED.
003860*    A FROM TIME LATER THAN THE TO TIME IS AN OVERNIGHT WINDOW
003870*    WRAPPING MIDNIGHT - THE DATA-ENTRY ACCOUNTS RUN 2200-0600.
003880*    ONLY THE OUTSIDE-WINDOW STATUS IS EVER SET HERE; THE CALLER
003890*    OWNS THE STATUS ON EVERY OTHER PATH.
003900*--------------------------------------------------------------*
003910  3500-CHECK-SIGNON-WINDOW.
003920      IF USR-SIGNON-WINDOW = SPACES
003930          GO TO 3500-EXIT.
003940      IF USR-SIGNON-DAYS NOT = SPACES
003950         AND USR-SIGNON-DAYS (WS-DAY-OF-WEEK:1) NOT = "Y"
003960          SET SIGNON-OUTSIDE-WINDOW TO TRUE
003970          GO TO 3500-EXIT.
003980*    A HALF-KEYED OR DAMAGED TIME PAIR RESTRICTS NOTHING - THE
003990*    DAY CHECK ABOVE HAS ALREADY HAD ITS SAY.
004000      IF USR-SIGNON-FROM-TIME IS NOT NUMERIC
004010         OR USR-SIGNON-TO-TIME IS NOT NUMERIC
004020          GO TO 3500-EXIT.
004030      IF USR-SIGNON-FROM-TIME < USR-SIGNON-TO-TIME
004040          IF WS-CLOCK-HHMM < USR-SIGNON-FROM-TIME
004050             OR WS-CLOCK-HHMM > USR-SIGNON-TO-TIME
004060              SET SIGNON-OUTSIDE-WINDOW TO TRUE
004070          END-IF
004080      END-IF.
004090      IF USR-SIGNON-FROM-TIME > USR-SIGNON-TO-TIME
004100          IF WS-CLOCK-HHMM < USR-SIGNON-FROM-TIME
004110             AND WS-CLOCK-HHMM > USR-SIGNON-TO-TIME
004120              SET SIGNON-OUTSIDE-WINDOW TO TRUE
004130          END-IF
004140      END-IF.
004150  3500-EXIT.
004160      EXIT.
004170*
004180*--------------------------------------------------------------*
004190*    3700-CHECK-EMERGENCY-WINDOW - AN ACTIVE EMERGENCY ACCOUNT
004200*    MUST HAVE AN OPENING ON THE BRKGFILE THAT IS STILL OPEN AND
004210*    INSIDE ITS WINDOW.  THE ACCOUNT'S RECORDS SIT TOGETHER
004220*    UNDER ITS USERNAME.  A BRKGFILE THAT CANNOT BE READ KEEPS
004230*    THE ACCOUNT SHUT - THE CONTROL FAILS CLOSED.
004240*--------------------------------------------------------------*
004250  3700-CHECK-EMERGENCY-WINDOW.
004260      SET WS-EMERGENCY-WINDOW-SHUT TO TRUE.
004270      OPEN INPUT BREAK-GLASS-FILE.
004280      IF NOT WS-BREAK-GLASS-FILE-OK
004290          GO TO 3700-EXIT.
004300      MOVE USR-USERNAME TO BGL-USERNAME.
004310      MOVE 0 TO BGL-START-DATE.
004320      MOVE 0 TO BGL-START-TIME.
004330      START BREAK-GLASS-FILE KEY IS NOT < BGL-EVENT-KEY
004340          INVALID KEY
004350              GO TO 3700-CLOSE
004360      END-START.
004370      SET WS-BREAK-GLASS-NOT-EOF TO TRUE.
004380      PERFORM 3710-EXAMINE-ONE-EVENT
004390          THRU 3710-EXIT
004400          UNTIL WS-BREAK-GLASS-EOF
004410             OR WS-EMERGENCY-WINDOW-OPEN.
004420  3700-CLOSE.
004430      CLOSE BREAK-GLASS-FILE.
004440  3700-EXIT.
004450      EXIT.
004460*
004470  3710-EXAMINE-ONE-EVENT.
004480      READ BREAK-GLASS-FILE NEXT RECORD
004490          AT END
004500              SET WS-BREAK-GLASS-EOF TO TRUE
004510              GO TO 3710-EXIT
004520      END-READ.
004530      IF BGL-USERNAME NOT = USR-USERNAME
004540          SET WS-BREAK-GLASS-EOF TO TRUE
004550          GO TO 3710-EXIT.
004560      IF NOT BGL-OPENING OR NOT BGL-OPEN
004570          GO TO 3710-EXIT.
004580      IF WS-CURRENT-DATE < BGL-WINDOW-END-DATE
004590          SET WS-EMERGENCY-WINDOW-OPEN TO TRUE
004600          GO TO 3710-EXIT.
004610      IF WS-CURRENT-DATE = BGL-WINDOW-END-DATE
004620         AND WS-CURRENT-TIME < BGL-WINDOW-END-TIME
004630          SET WS-EMERGENCY-WINDOW-OPEN TO TRUE.
004640  3710-EXIT.
004650      EXIT.
004660*
004670*--------------------------------------------------------------*
004680*    4000-VALIDATE-PASSWORD - HAND THE TYPED PASSWORD TO PWHASHSVC
004690*    TO VERIFY AGAINST THE STORED SALT/DIGEST, MAINTAIN THE
004700*    FAILED-ATTEMPT COUNT AND LOCK, AND FLAG AN AGED-OUT PASSWORD
004710*    ON SUCCESS.
004720*--------------------------------------------------------------*
004730  4000-VALIDATE-PASSWORD.
004740*    THE WINDOW IS CHECKED BEFORE THE PASSWORD IS EVER HASHED -
004750*    AN OUT-OF-HOURS ATTEMPT IS NOT A FAILED PASSWORD AND MUST
004760*    NOT FEED THE LOCKOUT COUNT.
004770      SET SIGNON-SUCCESS TO TRUE.
004780      PERFORM 3500-CHECK-SIGNON-WINDOW
004790          THRU 3500-EXIT.
004800      IF SIGNON-OUTSIDE-WINDOW
004810          GO TO 4000-EXIT.
004820      SET PWHASH-VERIFY TO TRUE.
004830      MOVE CC-PASSWORD TO PWHASH-PLAINTEXT.
004840      MOVE USR-PASSWORD-SALT TO PWHASH-SALT.
004850      MOVE USR-PASSWORD-DIGEST TO PWHASH-DIGEST.
004860      CALL "PWHASHSVC" USING PWHASH-PARMS.
004870      IF PWHASH-OK
004880          SET SIGNON-SUCCESS TO TRUE
004890          MOVE 0 TO USR-FAILED-COUNT
004900          MOVE WS-CURRENT-DATE TO USR-LAST-SIGNON-DATE
004910          IF WS-CURRENT-DATE > USR-PASSWORD-EXPIRE-DATE
004920              MOVE "Y" TO CC-PASSWORD-EXPIRED-FLAG
004930          END-IF
004940*    BUILD THE PROFILE BEFORE THE REWRITE - THE RECORD AREA IS
004950*    NOT GUARANTEED AFTER A SUCCESSFUL REWRITE.
004960          PERFORM 4500-BUILD-SIGNON-PROFILE
004970              THRU 4500-EXIT
004980          MOVE USER-RECORD TO WS-AFTER-IMAGE
004990          REWRITE USER-RECORD
005000          PERFORM 8000-JOURNAL-REWRITE
005010              THRU 8000-EXIT
005020      ELSE
005030          SET SIGNON-BAD-PASSWORD TO TRUE
005040          PERFORM 5000-UPDATE-FAILED-COUNT
005050              THRU 5000-EXIT
005060      END-IF.
005070  4000-EXIT.
005080      EXIT.
005090*
005100*--------------------------------------------------------------*
005110*    4500-BUILD-SIGNON-PROFILE - COPY THE ROLE/ENTITLEMENT
005120*    SEGMENT OFF THE CREDENTIAL RECORD INTO THE PROFILE BLOCK
005130*    HANDED BACK TO THE CALLER.  ONLY A SUCCESSFUL VALIDATE GETS
005140*    HERE - THE BLOCK STAYS SPACES ON EVERY OTHER PATH.
005150*--------------------------------------------------------------*
005160  4500-BUILD-SIGNON-PROFILE.
005170      MOVE USR-USERNAME TO PROF-USERNAME.
005180      MOVE USR-ROLE-CODE TO PROF-ROLE-CODE.
005190      MOVE USR-DEPARTMENT TO PROF-DEPARTMENT.
005200      MOVE USR-ENTITLEMENT-FLAGS TO PROF-ENTITLEMENT-FLAGS.
005210      PERFORM 4600-MERGE-DELEGATIONS
005220          THRU 4600-EXIT.
005230  4500-EXIT.
005240      EXIT.
005250*
005260*--------------------------------------------------------------*
005270*    4600-MERGE-DELEGATIONS - ANY LIVE DELEGATION FOR THIS
005280*    USERNAME ON THE DELEGATION FILE ADDS ITS FLAGS TO THE
005290*    PROFILE FOR THE DURATION OF THE SESSION.  A GRANTED FLAG
005300*    CAN ONLY TURN AN ENTITLEMENT ON, NEVER OFF, AND THE
005310*    CREDENTIAL RECORD ITSELF IS NEVER TOUCHED.  NO DELEGATION
005320*    FILE AT ALL SIMPLY MEANS NO DELEGATIONS.
005330*--------------------------------------------------------------*
005340  4600-MERGE-DELEGATIONS.
005350      OPEN INPUT DELEG-FILE.
005360      IF NOT WS-DELEG-FILE-OK
005370          GO TO 4600-EXIT.
005380      MOVE CC-USERNAME TO DLG-GRANTEE.
005390      MOVE LOW-VALUES TO DLG-GRANTOR.
005400      START DELEG-FILE KEY NOT < DLG-DELEGATION-KEY
005410          INVALID KEY
005420              CLOSE DELEG-FILE
005430              GO TO 4600-EXIT
005440      END-START.
005450      MOVE "N" TO WS-DELEG-EOF-SWITCH.
005460*    EVERY GRANT FOR THE USERNAME IS EXAMINED - TWO SUPERVISORS
005470*    ON LEAVE AT ONCE MEANS TWO LIVE DELEGATIONS TO MERGE.
005480      PERFORM 4610-MERGE-ONE-DELEGATION
005490          THRU 4610-EXIT
005500          UNTIL WS-DELEG-EOF.
005510      CLOSE DELEG-FILE.
005520  4600-EXIT.
005530      EXIT.
005540*
005550  4610-MERGE-ONE-DELEGATION.
005560      READ DELEG-FILE NEXT RECORD
005570          AT END
005580              SET WS-DELEG-EOF TO TRUE
005590      END-READ.
005600      IF WS-DELEG-EOF
005610          GO TO 4610-EXIT.
005620      IF DLG-GRANTEE NOT = CC-USERNAME
005630          SET WS-DELEG-EOF TO TRUE
005640          GO TO 4610-EXIT.
005650*    A GRANT IS LIVE ONLY BETWEEN ITS DATES INCLUSIVE - A LAPSED
005660*    ONE STILL ON FILE (THE NIGHTLY SWEEP HAS NOT RUN YET)
005670*    GRANTS NOTHING.
005680      IF DLG-FROM-DATE IS NOT NUMERIC
005690         OR DLG-TO-DATE IS NOT NUMERIC
005700          GO TO 4610-EXIT.
005710      IF WS-CURRENT-DATE < DLG-FROM-DATE
005720         OR WS-CURRENT-DATE > DLG-TO-DATE
005730          GO TO 4610-EXIT.
005740      IF DLG-ENT-INQUIRY = "Y"
005750          MOVE "Y" TO PROF-ENT-INQUIRY.
005760      IF DLG-ENT-UPDATE = "Y"
005770          MOVE "Y" TO PROF-ENT-UPDATE.
005780      IF DLG-ENT-SUPERVISOR = "Y"
005790          MOVE "Y" TO PROF-ENT-SUPERVISOR.
005800      IF DLG-ENT-ADMIN = "Y"
005810          MOVE "Y" TO PROF-ENT-ADMIN.
005820  4610-EXIT.
005830      EXIT.
005840*
005850*--------------------------------------------------------------*
005860*    5000-UPDATE-FAILED-COUNT - BUMP THE FAILED-ATTEMPT COUNT AND
005870*    LOCK THE ACCOUNT ONCE THE THRESHOLD IS REACHED.
005880*--------------------------------------------------------------*
005890  5000-UPDATE-FAILED-COUNT.
005900      ADD 1 TO USR-FAILED-COUNT.
005910      IF USR-FAILED-COUNT >= WS-MAX-FAILED-ATTEMPTS
005920          SET USR-LOCKED TO TRUE
005930          MOVE WS-CURRENT-DATE TO USR-LOCKED-DATE
005940          SET SIGNON-ACCOUNT-LOCKED TO TRUE
005950      END-IF.
005960      MOVE USER-RECORD TO WS-AFTER-IMAGE.
005970      REWRITE USER-RECORD.
005980      PERFORM 8000-JOURNAL-REWRITE
005990          THRU 8000-EXIT.
006000  5000-EXIT.
006010      EXIT.
006020*
006030*--------------------------------------------------------------*
006040*    6500-CHECK-RESET-CODE - VERIFY A PRESENTED ONE-TIME RESET
006050*    CODE AGAINST THE RESETFILE RECORD THROUGH PWHASHSVC.  THE
006060*    CODE IS GOOD ONLY WHILE ITS RECORD IS OUTSTANDING AND
006070*    YOUNGER THAN WS-RESET-CODE-MINUTES, AND IS BURNED THE
006080*    MOMENT IT VERIFIES - BEFORE THE CALLER IS ANSWERED - SO
006090*    ONE USE MEANS ONE USE EVEN IF THE CALLER DIES.  A MISS
006100*    DOES NOT FEED THE LOCKOUT HERE: LOGIN_FORM TRIES "R"
006110*    FIRST AND FALLS THROUGH TO THE "V" THAT COUNTS.
006120*--------------------------------------------------------------*
006130  6500-CHECK-RESET-CODE.
006140      SET SIGNON-BAD-PASSWORD TO TRUE.
006150*    THE ACCOUNT'S PERMITTED SIGN-ON WINDOW BINDS A RESET
006160*    SIGN-ON THE SAME AS ANY OTHER.
006170      PERFORM 3500-CHECK-SIGNON-WINDOW
006180          THRU 3500-EXIT.
006190      IF SIGNON-OUTSIDE-WINDOW
006200          GO TO 6500-EXIT.
006210*    NO RESET FILE AT ALL MEANS NO CODE WAS EVER ISSUED.
006220      OPEN I-O RESET-FILE.
006230      IF NOT WS-RESET-FILE-OK
006240          GO TO 6500-EXIT.
006250      MOVE CC-USERNAME TO RST-USERNAME.
006260      READ RESET-FILE
006270          INVALID KEY
006280              GO TO 6500-CLOSE
006290      END-READ.
006300      IF NOT RST-OUTSTANDING
006310          GO TO 6500-CLOSE.
006320      IF RST-ISSUED-DATE IS NOT NUMERIC
006330         OR RST-ISSUED-TIME IS NOT NUMERIC
006340          GO TO 6500-CLOSE.
006350*    AGE THE CODE THROUGH A REAL CALENDAR CONVERSION, SO AN
006360*    EXPIRY SPANNING MIDNIGHT STILL MEASURES TRUE.
006370      COMPUTE WS-ISSUED-MINUTE =
006380          FUNCTION INTEGER-OF-DATE (RST-ISSUED-DATE) * 1440.
006390      MOVE RST-ISSUED-TIME (1:2) TO WS-STAMP-HOUR.
006400      MOVE RST-ISSUED-TIME (3:2) TO WS-STAMP-MIN.
006410      COMPUTE WS-ISSUED-MINUTE =
006420          WS-ISSUED-MINUTE + WS-STAMP-HOUR * 60 + WS-STAMP-MIN.
006430      COMPUTE WS-NOW-MINUTE =
006440          FUNCTION INTEGER-OF-DATE (WS-CURRENT-DATE) * 1440.
006450      MOVE WS-CURRENT-TIME (1:2) TO WS-STAMP-HOUR.
006460      MOVE WS-CURRENT-TIME (3:2) TO WS-STAMP-MIN.
006470      COMPUTE WS-NOW-MINUTE =
006480          WS-NOW-MINUTE + WS-STAMP-HOUR * 60 + WS-STAMP-MIN.
006490*    A FIRST SIGN-ON CODE TRAVELS BY POST, SO IT LIVES FOR DAYS.
006500      MOVE WS-RESET-CODE-MINUTES TO WS-CODE-LIMIT-MINUTES.
006510      IF RST-FIRST-SIGNON-CODE
006520          COMPUTE WS-CODE-LIMIT-MINUTES =
006530              WS-FIRST-SIGNON-DAYS * 1440.
006540      IF WS-NOW-MINUTE - WS-ISSUED-MINUTE > WS-CODE-LIMIT-MINUTES
006550          GO TO 6500-CLOSE.
006560      SET PWHASH-VERIFY TO TRUE.
006570      MOVE CC-PASSWORD TO PWHASH-PLAINTEXT.
006580      MOVE RST-CODE-SALT TO PWHASH-SALT.
006590      MOVE RST-CODE-DIGEST TO PWHASH-DIGEST.
006600      CALL "PWHASHSVC" USING PWHASH-PARMS.
006610      IF NOT PWHASH-OK
006620          GO TO 6500-CLOSE.
006630*    BURN THE CODE BEFORE ANSWERING.  A CODE THAT CANNOT BE
006640*    BURNED MUST NOT BE HONOURED - FAIL CLOSED.
006650      SET RST-USED TO TRUE.
006660      REWRITE RESET-CODE-RECORD.
006670      IF NOT WS-RESET-FILE-OK
006680          GO TO 6500-CLOSE.
006690      SET SIGNON-RESET-CODE-OK TO TRUE.
006700*    THE SIGN-ON THAT COMPLETES BEHIND THE FORCED CHANGE NEEDS
006710*    ITS PROFILE - BUILD IT FROM THE RECORD ALREADY READ, THE
006720*    SAME AS A SUCCESSFUL VALIDATE.
006730      PERFORM 4500-BUILD-SIGNON-PROFILE
006740          THRU 4500-EXIT.
006750  6500-CLOSE.
006760      CLOSE RESET-FILE.
006770  6500-EXIT.
006780      EXIT.
006790*
006800*--------------------------------------------------------------*
006810*    7000-CHANGE-PASSWORD - EDIT THE NEW PASSWORD, PROVE IT IS
006820*    NOT A RECENT REUSE, THEN HAVE PWHASHSVC GENERATE A FRESH
006830*    SALT/DIGEST AND RESET THE AGE CLOCK.  THE PAIR BEING
006840*    REPLACED GOES ONTO THE HISTORY FILE SO IT CANNOT COME
006850*    STRAIGHT BACK.  USED BY PASSWORD_CHANGE_FORM.
006860*--------------------------------------------------------------*
006870  7000-CHANGE-PASSWORD.
006880      PERFORM 7200-EDIT-NEW-PASSWORD
006890          THRU 7200-EXIT.
006900      IF NOT SIGNON-SUCCESS
006910          GO TO 7000-EXIT.
006920      PERFORM 7300-CHECK-PASSWORD-HISTORY
006930          THRU 7300-EXIT.
006940      IF SIGNON-PASSWORD-REUSED OR SIGNON-CHANGE-UNAVAILABLE
006950          GO TO 7000-EXIT.
006960*    THE HISTORY FILE MUST BE OPEN BEFORE THE CREDENTIAL RECORD
006970*    IS TOUCHED - A PAIR THAT CANNOT BE STORED ON THE HISTORY
006980*    FILE MUST NOT BE RETIRED FROM THE RECORD EITHER.
006990      PERFORM 7500-OPEN-HISTORY-FILE
007000          THRU 7500-EXIT.
007010      IF WS-PWHIST-NOT-OPEN
007020          SET SIGNON-CHANGE-UNAVAILABLE TO TRUE
007030          GO TO 7000-EXIT.
007040*    HOLD THE PAIR BEING REPLACED - IT GOES ONTO THE HISTORY
007050*    FILE ONCE THE CREDENTIAL RECORD CARRIES THE NEW ONE.
007060      MOVE USR-PASSWORD-SALT TO WS-OLD-SALT.
007070      MOVE USR-PASSWORD-DIGEST TO WS-OLD-DIGEST.
007080      SET PWHASH-GENERATE TO TRUE.
007090      MOVE CC-PASSWORD TO PWHASH-PLAINTEXT.
007100      CALL "PWHASHSVC" USING PWHASH-PARMS.
007110      IF NOT PWHASH-OK
007120*    NEVER COMMIT WHATEVER HAPPENS TO BE SITTING IN THE PWHASH
007130*    OUTPUT FIELDS WHEN THE SERVICE DID NOT ANSWER.
007140          SET SIGNON-CHANGE-UNAVAILABLE TO TRUE
007150          CLOSE PWHIST-FILE
007160          GO TO 7000-EXIT.
007170      MOVE PWHASH-SALT TO USR-PASSWORD-SALT.
007180      MOVE PWHASH-DIGEST TO USR-PASSWORD-DIGEST.
007190      MOVE WS-CURRENT-DATE TO USR-PASSWORD-CHANGED-DATE.
007200      PERFORM 7100-SET-EXPIRE-DATE
007210          THRU 7100-EXIT.
007220      MOVE 0 TO USR-FAILED-COUNT.
007230      MOVE USER-RECORD TO WS-AFTER-IMAGE.
007240      REWRITE USER-RECORD.
007250      PERFORM 8000-JOURNAL-REWRITE
007260          THRU 8000-EXIT.
007270      PERFORM 7400-STORE-PASSWORD-HISTORY
007280          THRU 7400-EXIT.
007290      SET SIGNON-SUCCESS TO TRUE.
007300  7000-EXIT.
007310      EXIT.
007320*
007330  7100-SET-EXPIRE-DATE.
007340*    YYYYMMDD IS NOT AN INTEGER DAY COUNT - GO THROUGH A REAL
007350*    CALENDAR CONVERSION SO THE EXPIRE DATE LANDS ON THE RIGHT
007360*    DAY ACROSS A MONTH OR YEAR BOUNDARY.
007370      COMPUTE WS-DATE-INTEGER =
007380          FUNCTION INTEGER-OF-DATE (USR-PASSWORD-CHANGED-DATE)
007390              + WS-PASSWORD-AGE-DAYS.
007400      COMPUTE USR-PASSWORD-EXPIRE-DATE =
007410          FUNCTION DATE-OF-INTEGER (WS-DATE-INTEGER).
007420  7100-EXIT.
007430      EXIT.
007440*
007450*--------------------------------------------------------------*
007460*    7200-EDIT-NEW-PASSWORD - LENGTH AND COMPOSITION EDITS ON
007470*    THE NEW PASSWORD.  A SINGLE LEFT-TO-RIGHT SCAN COUNTS THE
007480*    NON-SPACE CHARACTERS AND THE LETTERS AND DIGITS AMONG THEM.
007490*--------------------------------------------------------------*
007500  7200-EDIT-NEW-PASSWORD.
007510      SET SIGNON-SUCCESS TO TRUE.
007520      MOVE 0 TO WS-PW-LENGTH.
007530      MOVE 0 TO WS-PW-DIGIT-COUNT.
007540      MOVE 0 TO WS-PW-LETTER-COUNT.
007550      PERFORM 7210-CLASSIFY-ONE-CHAR
007560          THRU 7210-EXIT
007570          VARYING WS-PW-INDEX FROM 1 BY 1
007580          UNTIL WS-PW-INDEX > 32.
007590      IF WS-PW-LENGTH < WS-PASSWORD-MIN-LENGTH
007600          SET SIGNON-PASSWORD-TOO-SHORT TO TRUE
007610          GO TO 7200-EXIT.
007620      IF WS-PW-DIGIT-COUNT = 0 OR WS-PW-LETTER-COUNT = 0
007630          SET SIGNON-PASSWORD-NEEDS-MIX TO TRUE
007640          GO TO 7200-EXIT.
007650      IF CC-PASSWORD = CC-USERNAME
007660          SET SIGNON-PASSWORD-IS-USERNAME TO TRUE.
007670  7200-EXIT.
007680      EXIT.
007690*
007700  7210-CLASSIFY-ONE-CHAR.
007710      MOVE CC-PASSWORD (WS-PW-INDEX:1) TO WS-PW-CHAR.
007720      IF WS-PW-CHAR = SPACE
007730          GO TO 7210-EXIT.
007740*    LENGTH IS A COUNT OF REAL CHARACTERS - LEADING OR EMBEDDED
007750*    SPACES DO NOT HELP A SHORT PASSWORD PAST THE MINIMUM.
007760      ADD 1 TO WS-PW-LENGTH.
007770      IF WS-PW-CHAR IS NUMERIC
007780          ADD 1 TO WS-PW-DIGIT-COUNT
007790          GO TO 7210-EXIT.
007800      IF WS-PW-CHAR IS ALPHABETIC
007810          ADD 1 TO WS-PW-LETTER-COUNT.
007820  7210-EXIT.
007830      EXIT.
007840*
007850*--------------------------------------------------------------*
007860*    7300-CHECK-PASSWORD-HISTORY - THE PAIR STILL ON THE
007870*    CREDENTIAL RECORD IS CHECKED FIRST (IT HAS NOT REACHED THE
007880*    HISTORY FILE YET), THEN EVERY PAIR ON THE HISTORY FILE.
007890*    ALL VERIFICATION GOES THROUGH PWHASHSVC - NO DIGEST IS
007900*    EVER COMPARED IN THIS PROGRAM.
007910*--------------------------------------------------------------*
007920  7300-CHECK-PASSWORD-HISTORY.
007930      SET PWHASH-VERIFY TO TRUE.
007940      MOVE CC-PASSWORD TO PWHASH-PLAINTEXT.
007950      MOVE USR-PASSWORD-SALT TO PWHASH-SALT.
007960      MOVE USR-PASSWORD-DIGEST TO PWHASH-DIGEST.
007970      CALL "PWHASHSVC" USING PWHASH-PARMS.
007980      IF PWHASH-OK
007990          SET SIGNON-PASSWORD-REUSED TO TRUE
008000          GO TO 7300-EXIT.
008010*    A VERIFY THE SERVICE COULD NOT ANSWER IS NOT A MISMATCH -
008020*    THE POLICY FAILS CLOSED RATHER THAN WAIVING THE CHECK.
008030      IF PWHASH-SERVICE-DOWN
008040          SET SIGNON-CHANGE-UNAVAILABLE TO TRUE
008050          GO TO 7300-EXIT.
008060      PERFORM 7500-OPEN-HISTORY-FILE
008070          THRU 7500-EXIT.
008080      IF WS-PWHIST-NOT-OPEN
008090          SET SIGNON-CHANGE-UNAVAILABLE TO TRUE
008100          GO TO 7300-EXIT.
008110      PERFORM 7310-CHECK-ONE-HISTORY-PAIR
008120          THRU 7310-EXIT
008130          VARYING WS-HIST-SEQUENCE FROM 1 BY 1
008140          UNTIL WS-HIST-SEQUENCE > WS-PASSWORD-HISTORY-DEPTH
008150             OR SIGNON-PASSWORD-REUSED
008160             OR SIGNON-CHANGE-UNAVAILABLE.
008170      CLOSE PWHIST-FILE.
008180  7300-EXIT.
008190      EXIT.
008200*
008210  7310-CHECK-ONE-HISTORY-PAIR.
008220      MOVE CC-USERNAME TO PWH-USERNAME.
008230      MOVE WS-HIST-SEQUENCE TO PWH-SEQUENCE.
008240      READ PWHIST-FILE
008250          INVALID KEY
008260              GO TO 7310-EXIT
008270      END-READ.
008280      SET PWHASH-VERIFY TO TRUE.
008290      MOVE CC-PASSWORD TO PWHASH-PLAINTEXT.
008300      MOVE PWH-SALT TO PWHASH-SALT.
008310      MOVE PWH-DIGEST TO PWHASH-DIGEST.
008320      CALL "PWHASHSVC" USING PWHASH-PARMS.
008330      IF PWHASH-OK
008340          SET SIGNON-PASSWORD-REUSED TO TRUE.
008350      IF PWHASH-SERVICE-DOWN
008360          SET SIGNON-CHANGE-UNAVAILABLE TO TRUE.
008370  7310-EXIT.
008380      EXIT.
008390*
008400*--------------------------------------------------------------*
008410*    7400-STORE-PASSWORD-HISTORY - PUT THE PAIR JUST REPLACED
008420*    ONTO THE HISTORY FILE.  UNTIL THE FILE HOLDS THE FULL
008430*    DEPTH THE PAIR TAKES THE NEXT FREE SEQUENCE; AFTER THAT
008440*    THE OLDEST PAIR (SEQUENCE 01) DROPS OFF AND EVERYTHING
008450*    SHIFTS DOWN ONE.
008460*--------------------------------------------------------------*
008470  7400-STORE-PASSWORD-HISTORY.
008480*    7000 OPENED THE HISTORY FILE BEFORE IT TOUCHED THE
008490*    CREDENTIAL RECORD, SO THE STORE CANNOT FIND ITSELF WITH
008500*    NOWHERE TO PUT THE RETIRED PAIR.
008510      MOVE 0 TO WS-HIST-COUNT.
008520      PERFORM 7410-COUNT-ONE-ENTRY
008530          THRU 7410-EXIT
008540          VARYING WS-HIST-SEQUENCE FROM 1 BY 1
008550          UNTIL WS-HIST-SEQUENCE > WS-PASSWORD-HISTORY-DEPTH.
008560      IF WS-HIST-COUNT < WS-PASSWORD-HISTORY-DEPTH
008570          MOVE CC-USERNAME TO PWH-USERNAME
008580          COMPUTE PWH-SEQUENCE = WS-HIST-COUNT + 1
008590          MOVE WS-OLD-SALT TO PWH-SALT
008600          MOVE WS-OLD-DIGEST TO PWH-DIGEST
008610          MOVE WS-CURRENT-DATE TO PWH-STORED-DATE
008620          WRITE PASSWORD-HISTORY-RECORD
008630              INVALID KEY
008640*    A GAP IN THE SEQUENCES (AN EARLIER INTERRUPTED STORE) CAN
008650*    LEAVE THE COUNTED SLOT OCCUPIED - TAKE IT OVER RATHER THAN
008660*    DROPPING THE RETIRED PAIR.
008670                  REWRITE PASSWORD-HISTORY-RECORD
008680          END-WRITE
008690      ELSE
008700          PERFORM 7420-SHIFT-ONE-ENTRY
008710              THRU 7420-EXIT
008720              VARYING WS-HIST-SEQUENCE FROM 1 BY 1
008730              UNTIL WS-HIST-SEQUENCE >
008740                  WS-PASSWORD-HISTORY-DEPTH - 1
008750          MOVE CC-USERNAME TO PWH-USERNAME
008760          MOVE WS-PASSWORD-HISTORY-DEPTH TO PWH-SEQUENCE
008770          MOVE WS-OLD-SALT TO PWH-SALT
008780          MOVE WS-OLD-DIGEST TO PWH-DIGEST
008790          MOVE WS-CURRENT-DATE TO PWH-STORED-DATE
008800          REWRITE PASSWORD-HISTORY-RECORD
008810      END-IF.
008820      CLOSE PWHIST-FILE.
008830  7400-EXIT.
008840      EXIT.
008850*
008860  7410-COUNT-ONE-ENTRY.
008870      MOVE CC-USERNAME TO PWH-USERNAME.
008880      MOVE WS-HIST-SEQUENCE TO PWH-SEQUENCE.
008890      READ PWHIST-FILE
008900          INVALID KEY
008910              GO TO 7410-EXIT
008920      END-READ.
008930      ADD 1 TO WS-HIST-COUNT.
008940  7410-EXIT.
008950      EXIT.
008960*
008970  7420-SHIFT-ONE-ENTRY.
008980      MOVE CC-USERNAME TO PWH-USERNAME.
008990      COMPUTE PWH-SEQUENCE = WS-HIST-SEQUENCE + 1.
009000      READ PWHIST-FILE
009010          INVALID KEY
009020              GO TO 7420-EXIT
009030      END-READ.
009040*    THE PAIR JUST READ IS STILL IN THE RECORD AREA - ONLY THE
009050*    SEQUENCE CHANGES BEFORE IT IS PUT BACK ONE SLOT DOWN.
009060      MOVE WS-HIST-SEQUENCE TO PWH-SEQUENCE.
009070      REWRITE PASSWORD-HISTORY-RECORD.
009080  7420-EXIT.
009090      EXIT.
009100*
009110*--------------------------------------------------------------*
009120*    7500-OPEN-HISTORY-FILE - OPEN THE HISTORY FILE, CREATING IT
009130*    THE FIRST TIME A PASSWORD IS EVER CHANGED.  ONLY A FILE-
009140*    NOT-FOUND STATUS MAY FALL INTO THE CREATE PATH.  A FILE
009150*    THAT STILL WILL NOT OPEN LEAVES THE SWITCH OFF AND THE
009160*    CALLER SKIPS ITS HISTORY WORK RATHER THAN READING AN
009170*    UNOPENED FILE.
009180*--------------------------------------------------------------*
009190  7500-OPEN-HISTORY-FILE.
009200      SET WS-PWHIST-OPEN TO TRUE.
009210      OPEN I-O PWHIST-FILE.
009220      IF WS-PWHIST-FILE-NO-FILE
009230          CLOSE PWHIST-FILE
009240          OPEN OUTPUT PWHIST-FILE
009250          CLOSE PWHIST-FILE
009260          OPEN I-O PWHIST-FILE.
009270      IF NOT WS-PWHIST-FILE-OK
009280          SET WS-PWHIST-NOT-OPEN TO TRUE.
009290  7500-EXIT.
009300      EXIT.
009310*
009320*--------------------------------------------------------------*
009330*    8000-JOURNAL-REWRITE - APPEND THE BEFORE/AFTER IMAGES OF
009340*    THE REWRITE JUST MADE TO THE CHANGE JOURNAL.  A JOURNAL
009350*    THAT CANNOT BE WRITTEN DOES NOT FAIL THE SIGN-ON - THE
009360*    JOURNAL EXISTS TO RECOVER THE FILE, NOT TO MAKE SIGN-ON
009370*    AVAILABILITY DEPEND ON ONE MORE FILE.
009380*--------------------------------------------------------------*
009390  8000-JOURNAL-REWRITE.
009400      MOVE "CRED_CHECK" TO UJP-PROGRAM-NAME.
009410      SET UJP-ACTION-REWRITE TO TRUE.
009420      MOVE WS-BEFORE-IMAGE TO UJP-BEFORE-IMAGE.
009430      MOVE WS-AFTER-IMAGE TO UJP-AFTER-IMAGE.
009440      CALL "USERFILE_JOURNAL" USING USERFILE-JOURNAL-PARMS.
009450*    THE REWRITE JUST JOURNALED IS NOW THE RECORD'S CURRENT
009460*    STATE - A SECOND REWRITE IN THE SAME CALL (THE "C" PATH
009470*    NEVER DOES ONE, BUT THE RULE COSTS NOTHING) WOULD JOURNAL
009480*    FROM HERE.
009490      MOVE WS-AFTER-IMAGE TO WS-BEFORE-IMAGE.
009500  8000-EXIT.
009510      EXIT.
009520*
009530*--------------------------------------------------------------*
009540*    9000-CLOSE-USER-FILE
009550*--------------------------------------------------------------*
009560  9000-CLOSE-USER-FILE.
009570      CLOSE USER-FILE.
009580  9000-EXIT.
009590      EXIT.
009600*
009610  END PROGRAM CRED_CHECK.
