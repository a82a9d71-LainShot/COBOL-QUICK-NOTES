000150*    PURPOSE:    ONLINE ADMINISTRATION OF THE SIGN-ON CREDENTIAL
000160*                FILE (USERFILE).  DRAWS THE BOXED ADMINISTRATION
000170*                SCREEN IN THE SAME STYLE AS LOGIN_FORM AND
000180*                SUPPORTS EIGHT FUNCTIONS AGAINST A USERNAME:
000190*
000200*                "A" ADD      - WRITE A NEW USER-RECORD.  THE
000210*                               INITIAL PASSWORD IS RECORDED
000260*                "D" DISABLE  - TAKE AN ACCOUNT OUT OF SERVICE
000270*                               WITHOUT DELETING ITS RECORD.
000280*                "E" ENABLE   - PUT A DISABLED ACCOUNT BACK IN
000290*                               SERVICE.  NEVER AN EMERGENCY
000300*                               ACCOUNT - ONLY BREAK_GLASS_OPEN
000310*                               OPENS ONE, FROM THE CONSOLE.
000320*                "G" GLASS    - DESIGNATE THE ACCOUNT A
000330*                               BREAK-GLASS EMERGENCY ACCOUNT
000340*                               (SEE BRKGREC.CPY).  IT IS
000350*                               DISABLED AT ONCE AND THE NEXT
000360*                               BREAK_GLASS_SEAL PASS ISSUES ITS
000370*                               SEALED-ENVELOPE PASSWORD.
000380*                "U" UNLOCK   - CLEAR THE LOCKED FLAG AND THE
000390*                               FAILED-ATTEMPT COUNT ON THE SPOT,
000400*                               WITHOUT WAITING FOR THE NIGHTLY
000410*                               ACCT_UNLOCK SWEEP.
000420*                "I" INQUIRY  - SHOW THE ACCOUNT'S STATUS, LOCK
000430*                               DATE AND PASSWORD CHANGE/EXPIRE
000440*                               DATES.
000450*                "P" PROFILE  - CHANGE THE ROLE, DEPARTMENT AND
000460*                               ENTITLEMENT FLAGS ON AN EXISTING
000470*                               ACCOUNT (ACCOUNTS ON FILE BEFORE
000480*                               THE PROFILE SEGMENT EXISTED CARRY
000490*                               SPACES, WHICH GRANT NOTHING).
000500*                "R" RESET    - ISSUE A SHORT-LIVED ONE-TIME
000510*                               RESET CODE FOR A FORGOTTEN
000520*                               PASSWORD (SEE RESETRC.CPY).  THE
000530*                               USER SIGNS ON WITH THE CODE,
000540*                               PROVES THEMSELVES THROUGH
000550*                               MFA_CHECK, AND IS ROUTED INTO
000560*                               THE FORCED PASSWORD CHANGE.
000570*
000580*                SENSITIVE CHANGES ARE NOT APPLIED HERE.  A GRANT
000590*                OF THE SUPERVISOR OR ADMIN ENTITLEMENT (ON "A" OR
000600*                "P") AND THE "E" RE-ENABLE OF AN ACCOUNT THE HR
000610*                RECONCILIATION SUSPENDED ARE HELD ON THE PENDFILE
000620*                (SEE PENDCHG.CPY) WITH A KEYED REASON UNTIL A
000630*                SECOND ADMINISTRATOR APPROVES THEM THROUGH
000640*                DUAL_CONTROL.  A NEW ACCOUNT IS WRITTEN AT ONCE
000650*                WITH THE TWO FLAGS OFF AND THE GRANT HELD.
000660*
000670*                AN "A" OR "P" WHOSE ROLE, DEPARTMENT AND FLAGS
000680*                (TOGETHER WITH ANY DELEGATIONS THE ACCOUNT
000690*                HOLDS) WOULD BREAK A SEGREGATION-OF-DUTIES RULE
000700*                ON THE SODFILE (SEE SODRULE.CPY) IS REFUSED,
000710*                NAMING THE RULE, BEFORE ANYTHING IS WRITTEN OR
000720*                HELD.
000730*
000740*                EVERY UPDATING FUNCTION IS WRITTEN TO THE
000750*                SIGN-ON AUDIT TRAIL THROUGH AUDIT_LOG WITH
000760*                OUTCOME "A" - SEE AUDITREC.CPY FOR THE ACTION
000770*                CODES.
000780*
000790*    CALLS:      PWHASHSVC, AUDIT_LOG, USERFILE_JOURNAL,
000800*                SOD_CHECK.
000810*
000820*    MODIFICATION HISTORY
000830*    DATE       BY    DESCRIPTION
000840*    ---------- ----- --------------------------------------------
000850*    2026-08-23 DLH   ORIGINAL - OPERATIONS HAD NO WAY TO ADD,
000860*                     DISABLE OR MANUALLY UNLOCK AN ACCOUNT SHORT
000870*                     OF EDITING USERFILE BY HAND.
000880*    2026-08-23 DLH   THE ADD SCREEN NOW CAPTURES THE ROLE,
000890*                     DEPARTMENT AND ENTITLEMENT FLAGS THAT FEED
000900*                     THE SIGN-ON PROFILE (SEE SGNPROF.CPY), AND
000910*                     THE NEW "P" FUNCTION SETS THEM ON EXISTING
000920*                     ACCOUNTS.  ENTITLEMENT INPUT IS EDITED TO
000930*                     Y/N ONLY.
000940*    2026-08-23 DLH   THE ADD AND "P" SCREENS ALSO CAPTURE THE
000950*                     EMPLOYEE NUMBER THAT TIES THE ACCOUNT TO
000960*                     THE HR EXTRACT (SEE HR_RECONCILE).
000970*    2026-09-01 DLH   EVERY WRITE AND REWRITE OF A CREDENTIAL
000980*                     RECORD IS JOURNALED WITH BEFORE/AFTER
000990*                     IMAGES THROUGH USERFILE_JOURNAL (SEE
001000*                     USRJRNR.CPY) FOR POINT-IN-TIME RECOVERY.
001010*    2026-09-01 DLH   NEW "R" RESET FUNCTION - AN AUTHORIZED
001020*                     ADMINISTRATOR ISSUES A ONE-TIME RESET
001030*                     CODE, HASHED THROUGH PWHASHSVC ONTO THE
001040*                     RESETFILE AND AUDITED AS ACTION 15.  THE
001050*                     PLAINTEXT CODE APPEARS ONLY ON THE
001060*                     MESSAGE LINE FOR THE ADMINISTRATOR TO
001070*                     READ TO THE USER.
001080*    2026-09-01 DLH   THE "P" SCREEN NOW MAINTAINS THE PERMITTED
001090*                     SIGN-ON WINDOW (SEE USERREC.CPY) - SEVEN
001100*                     Y/N DAY POSITIONS, MONDAY FIRST, AND HHMM
001110*                     FROM/TO TIMES.  ALL BLANK MEANS
001120*                     UNRESTRICTED; A PART-KEYED WINDOW IS
001130*                     REFUSED RATHER THAN STORED HALF-MADE.
001140*    2026-10-15 DLH   TWO-PERSON CONTROL - A SUPERVISOR OR ADMIN
001150*                     GRANT, AND THE RE-ENABLE OF AN HR-SUSPENDED
001160*                     ACCOUNT, ARE HELD ON THE PENDFILE FOR A
001170*                     SECOND ADMINISTRATOR (DUAL_CONTROL) INSTEAD
001180*                     OF BEING APPLIED.  AUDITED AS ACTION 17.
001190*    2026-10-15 DLH   "A" AND "P" ARE TESTED AGAINST THE
001200*                     SEGREGATION-OF-DUTIES RULES THROUGH
001210*                     SOD_CHECK AND REFUSED, NAMING THE RULE, IF
001220*                     THE ACCOUNT WOULD BREAK ONE.  AUDITED AS
001230*                     ACTION 27.
001240*    2026-10-15 DLH   NEW "G" FUNCTION DESIGNATES A BREAK-GLASS
001250*                     EMERGENCY ACCOUNT, AUDITED AS ACTION 34.
001260*                     "E" REFUSES ONE AND "I" SHOWS WHETHER IT
001270*                     IS SEALED OR OPEN.
001280*
001290  IDENTIFICATION DIVISION.
001300  PROGRAM-ID. USER_ADMIN.
001310  AUTHOR. D L HOLLOWAY.
001320  INSTALLATION. SIGN-ON SERVICES.
001330  DATE-WRITTEN. 2026-08-23.
001340  DATE-COMPILED.
001350*
001360  ENVIRONMENT DIVISION.
001370  INPUT-OUTPUT SECTION.
001380  FILE-CONTROL.
001390      SELECT USER-FILE ASSIGN TO "USERFILE"
001400          ORGANIZATION INDEXED
001410          ACCESS MODE DYNAMIC
001420          RECORD KEY USR-USERNAME
001430          FILE STATUS WS-USER-FILE-STATUS.
001440      SELECT RESET-FILE ASSIGN TO "RESETFILE"
001450          ORGANIZATION INDEXED
001460          ACCESS MODE DYNAMIC
001470          RECORD KEY RST-USERNAME
001480          FILE STATUS WS-RESET-FILE-STATUS.
001490      SELECT PENDING-FILE ASSIGN TO "PENDFILE"
001500          ORGANIZATION INDEXED
001510          ACCESS MODE DYNAMIC
001520          RECORD KEY PND-CHANGE-KEY
001530          FILE STATUS WS-PENDING-FILE-STATUS.
001540      SELECT BREAK-GLASS-FILE ASSIGN TO "BRKGFILE"
001550          ORGANIZATION INDEXED
001560          ACCESS MODE DYNAMIC
001570          RECORD KEY BGL-EVENT-KEY
001580          FILE STATUS WS-BREAK-GLASS-FILE-STATUS.
001590*
001600  DATA DIVISION.
001610  FILE SECTION.
001620  FD  USER-FILE.
001630      COPY USERREC.CPY.
001640  FD  RESET-FILE.
001650      COPY RESETRC.CPY.
001660  FD  PENDING-FILE.
001670      COPY PENDCHG.CPY.
001680  FD  BREAK-GLASS-FILE.
001690      COPY BRKGREC.CPY.
001700*
001710  WORKING-STORAGE SECTION.
001720*
001730  77  WS-IDLE-TIMEOUT-SECONDS   PIC 9(04) COMP     VALUE 60.
001740*
001750*Define variables for the fields collected on the administration
001760*screen.
001770  01  ADMIN-FUNCTION            PIC X(01).
001780      88  ADMIN-ADD                 VALUE "A".
001790      88  ADMIN-DISABLE             VALUE "D".
001800      88  ADMIN-ENABLE              VALUE "E".
001810      88  ADMIN-UNLOCK              VALUE "U".
001820      88  ADMIN-INQUIRY             VALUE "I".
001830      88  ADMIN-PROFILE             VALUE "P".
001840      88  ADMIN-RESET               VALUE "R".
001850      88  ADMIN-BREAK-GLASS         VALUE "G".
001860      88  ADMIN-EXIT                VALUE "X".
001870  01  ADMIN-USERNAME            PIC X(32).
001880  01  INITIAL-PASSWORD          PIC X(32).
001890  01  ADMIN-ROLE                PIC X(08).
001900  01  ADMIN-DEPARTMENT          PIC X(08).
001910*The four entitlement positions are INQUIRY/UPDATE/SUPERVISOR/
001920*ADMIN in that order, "Y" OR "N" each - see SGNPROF.CPY.
001930  01  ADMIN-ENTITLEMENTS        PIC X(04).
001940*The employee number ties the account to the HR extract - see
001950*HR_RECONCILE.  BLANK MEANS NOT YET ASSIGNED AND IS STORED AS
001960*ZERO (WHICH THE RECONCILIATION FLAGS EVERY NIGHT).
001970  01  ADMIN-EMPLOYEE-NUMBER     PIC X(08).
001980  01  WS-EMPNO-JUSTIFIED        PIC X(08) JUSTIFIED RIGHT.
001990*The permitted sign-on window - seven Y/N day positions (Monday
002000*first) and HHMM from/to times, all blank for unrestricted -
002010*see USERREC.CPY.
002020  01  ADMIN-SIGNON-DAYS         PIC X(07).
002030  01  ADMIN-FROM-TIME           PIC X(04).
002040  01  ADMIN-TO-TIME             PIC X(04).
002050*Why a held change is wanted - kept on the pending record for the
002060*approving administrator to read.
002070  01  ADMIN-CHANGE-REASON       PIC X(40).
002080*
002090*Define a temporary variable for the DECform input values.
002100  01  INPUT-VALUE               PIC X(32).
002110*
002120  01  WS-TIMED-OUT-SWITCH       PIC X(01).
002130      88  WS-TIMED-OUT              VALUE "Y".
002140      88  WS-NOT-TIMED-OUT           VALUE "N".
002150*
002160  01  WS-ADMIN-DONE-SWITCH      PIC X(01).
002170      88  WS-ADMIN-DONE             VALUE "Y".
002180*
002190  01  WS-USER-FOUND-SWITCH      PIC X(01).
002200      88  WS-USER-FOUND             VALUE "Y".
002210      88  WS-USER-NOT-FOUND          VALUE "N".
002220*
002230  01  WS-ENTITLEMENTS-VALID-SW  PIC X(01).
002240      88  WS-ENTITLEMENTS-VALID     VALUE "Y".
002250      88  WS-ENTITLEMENTS-INVALID    VALUE "N".
002260  01  WS-ENT-INDEX              PIC 9(02) COMP.
002270*
002280  01  WS-WINDOW-VALID-SW        PIC X(01).
002290      88  WS-WINDOW-VALID           VALUE "Y".
002300      88  WS-WINDOW-INVALID          VALUE "N".
002310  01  WS-DAY-INDEX              PIC 9(02) COMP.
002320*
002330  01  WS-USER-FILE-STATUS       PIC X(02).
002340      88  WS-USER-FILE-OK           VALUE "00".
002350      88  WS-USER-FILE-NO-FILE      VALUE "35".
002360*
002370  01  WS-RESET-FILE-STATUS      PIC X(02).
002380      88  WS-RESET-FILE-OK          VALUE "00".
002390      88  WS-RESET-FILE-NO-FILE     VALUE "35".
002400*
002410  01  WS-PENDING-FILE-STATUS    PIC X(02).
002420      88  WS-PENDING-FILE-OK        VALUE "00".
002430      88  WS-PENDING-FILE-NO-FILE   VALUE "35".
002440*
002450  01  WS-BREAK-GLASS-FILE-STATUS PIC X(02).
002460      88  WS-BREAK-GLASS-FILE-OK    VALUE "00".
002470      88  WS-BREAK-GLASS-NO-FILE    VALUE "35".
002480*
002490*    TWO-PERSON CONTROL.  THE OPERATOR IS THE OPERATING-SYSTEM
002500*    USERNAME OF THIS PROCESS - DUAL_CONTROL REFUSES AN APPROVAL
002510*    FROM THE SAME ONE.  THE HOLD VALUES ARE THE SLICE OF THE
002520*    ACCOUNT A HELD CHANGE TOUCHES, IN PENDCHG.CPY ORDER.
002530  01  WS-OPERATOR-ID            PIC X(32).
002540  01  WS-SENSITIVE-SWITCH       PIC X(01).
002550      88  WS-SENSITIVE-CHANGE       VALUE "Y".
002560      88  WS-ROUTINE-CHANGE          VALUE "N".
002570  01  WS-HOLD-OK-SWITCH         PIC X(01).
002580      88  WS-HOLD-OK                VALUE "Y".
002590      88  WS-HOLD-REFUSED            VALUE "N".
002600  01  WS-PENDING-SCAN-SWITCH    PIC X(01).
002610      88  WS-PENDING-SCAN-DONE      VALUE "Y".
002620      88  WS-PENDING-SCAN-MORE       VALUE "N".
002630  01  WS-ALREADY-PENDING-SWITCH PIC X(01).
002640      88  WS-ALREADY-PENDING        VALUE "Y".
002650      88  WS-NOT-ALREADY-PENDING     VALUE "N".
002660  01  WS-HOLD-CHANGE-TYPE       PIC X(01).
002670  01  WS-HOLD-DESCRIPTION       PIC X(60).
002680  01  WS-HOLD-VALUES.
002690      05  WS-HOLD-ACCOUNT-STATUS    PIC X(01).
002700      05  WS-HOLD-ROLE-CODE         PIC X(08).
002710      05  WS-HOLD-DEPARTMENT        PIC X(08).
002720      05  WS-HOLD-ENTITLEMENTS      PIC X(04).
002730      05  WS-HOLD-EMPLOYEE-NUMBER   PIC X(08).
002740      05  WS-HOLD-SIGNON-WINDOW     PIC X(15).
002750  01  WS-HOLD-BEFORE            PIC X(44).
002760  01  WS-HOLD-AFTER             PIC X(44).
002770*
002780*    SEGREGATION OF DUTIES - SET BY 6700-CHECK-SEGREGATION.
002790  01  WS-SOD-SWITCH             PIC X(01).
002800      88  WS-SOD-CLEAR              VALUE "Y".
002810      88  WS-SOD-REFUSED             VALUE "N".
002820*
002830*    THE ONE-TIME CODE UNDER CONSTRUCTION.  THE STRENGTH OF
002840*    THE RESET PATH COMES FROM THE EXPIRY, THE ONE-USE BURN
002850*    AND THE MFA STAGE BEHIND IT, NOT FROM THE GENERATOR.
002860  01  WS-RESET-WORK             PIC 9(16).
002870  01  WS-RESET-CODE             PIC X(08).
002880*
002890  01  WS-CURRENT-DATE           PIC 9(08).
002900  01  WS-CURRENT-TIME           PIC 9(08).
002910  01  WS-DATE-INTEGER           PIC 9(07) COMP.
002920  01  WS-YESTERDAY-DATE         PIC 9(08).
002930*
002940  01  WS-ADMIN-OUTCOME          PIC X(01)          VALUE "A".
002950  01  WS-ADMIN-ACTION-CODE      PIC 9(02).
002960  01  WS-ADMIN-MESSAGE          PIC X(60).
002970  01  WS-INQUIRY-LINE-1         PIC X(60).
002980  01  WS-INQUIRY-LINE-2         PIC X(60).
002990  01  WS-EDIT-DATE              PIC 9(08).
003000*
003010*    BEFORE/AFTER IMAGES FOR THE CHANGE JOURNAL - THE BEFORE
003020*    IMAGE IS TAKEN AT READ TIME, THE AFTER IMAGE JUST BEFORE
003030*    THE REWRITE.
003040  01  WS-BEFORE-IMAGE           PIC X(200).
003050  01  WS-AFTER-IMAGE            PIC X(200).
003060*
003070      COPY PWHASH.CPY.
003080*
003090      COPY USRJRNC.CPY.
003100*
003110      COPY SODCHKP.CPY.
003120*
003130  PROCEDURE DIVISION.
003140*
003150  0000-MAINLINE.
003160      PERFORM 0100-INITIALIZE
003170          THRU 0100-EXIT.
003180      PERFORM 1000-RUN-ADMIN-FUNCTION
003190          THRU 1000-EXIT
003200          UNTIL WS-ADMIN-DONE.
003210      CLOSE USER-FILE.
003220      GOBACK.
003230*
003240*--------------------------------------------------------------*
003250*    0100-INITIALIZE - OPEN THE CREDENTIAL FILE, CREATING IT ON
003260*    FIRST USE THE SAME WAY CRED_CHECK DOES SO THE VERY FIRST
003270*    ACCOUNT CAN BE ADDED ON A VIRGIN SYSTEM.
003280*--------------------------------------------------------------*
003290  0100-INITIALIZE.
003300      MOVE "N" TO WS-ADMIN-DONE-SWITCH.
003310      MOVE SPACES TO WS-ADMIN-MESSAGE.
003320      ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
003330      ACCEPT WS-CURRENT-TIME FROM TIME.
003340*    YYYYMMDD IS NOT AN INTEGER DAY COUNT - GO THROUGH A REAL
003350*    CALENDAR CONVERSION SO "YESTERDAY" IS RIGHT ACROSS A MONTH
003360*    OR YEAR BOUNDARY.
003370      COMPUTE WS-DATE-INTEGER =
003380          FUNCTION INTEGER-OF-DATE (WS-CURRENT-DATE) - 1.
003390      COMPUTE WS-YESTERDAY-DATE =
003400          FUNCTION DATE-OF-INTEGER (WS-DATE-INTEGER).
003410      MOVE SPACES TO WS-OPERATOR-ID.
003420      DISPLAY "USER" UPON ENVIRONMENT-NAME.
003430      ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT-VALUE
003440          ON EXCEPTION
003450              MOVE SPACES TO WS-OPERATOR-ID
003460      END-ACCEPT.
003470      OPEN I-O USER-FILE.
003480*    ONLY A FILE-NOT-FOUND STATUS MAY FALL INTO THE CREATE PATH -
003490*    ANY OTHER FAILED OPEN (A SHARING CONFLICT, SAY) MUST NOT BE
003500*    ANSWERED WITH AN OPEN OUTPUT THAT WOULD EMPTY THE FILE.
003510      IF WS-USER-FILE-NO-FILE
003520          CLOSE USER-FILE
003530          OPEN OUTPUT USER-FILE
003540          CLOSE USER-FILE
003550          OPEN I-O USER-FILE.
003560  0100-EXIT.
003570      EXIT.
003580*
003590*--------------------------------------------------------------*
003600*    1000-RUN-ADMIN-FUNCTION - ONE PASS THROUGH THE
003610*    ADMINISTRATION SCREEN.  AN IDLE TIMEOUT DROPS BACK HERE TO
003620*    START OVER WITH A CLEAN, REDRAWN FORM.
003630*--------------------------------------------------------------*
003640  1000-RUN-ADMIN-FUNCTION.
003650      PERFORM 1100-DRAW-ADMIN-STAGE
003660          THRU 1100-EXIT.
003670      PERFORM 1200-READ-FUNCTION
003680          THRU 1200-EXIT.
003690      IF WS-TIMED-OUT
003700          GO TO 1000-EXIT.
003710      IF ADMIN-EXIT
003720          SET WS-ADMIN-DONE TO TRUE
003730          GO TO 1000-EXIT.
003740      PERFORM 1300-READ-USERNAME
003750          THRU 1300-EXIT.
003760      IF WS-TIMED-OUT
003770          GO TO 1000-EXIT.
003780      IF ADMIN-USERNAME = SPACES
003790          MOVE "NO ACTION TAKEN - USERNAME IS REQUIRED"
003800              TO WS-ADMIN-MESSAGE
003810          PERFORM 8000-SHOW-ADMIN-MESSAGE
003820              THRU 8000-EXIT
003830          GO TO 1000-EXIT.
003840      EVALUATE TRUE
003850          WHEN ADMIN-ADD
003860              PERFORM 2000-ADD-USER
003870                  THRU 2000-EXIT
003880          WHEN ADMIN-DISABLE
003890              PERFORM 3000-DISABLE-USER
003900                  THRU 3000-EXIT
003910          WHEN ADMIN-ENABLE
003920              PERFORM 3200-ENABLE-USER
003930                  THRU 3200-EXIT
003940          WHEN ADMIN-UNLOCK
003950              PERFORM 4000-UNLOCK-USER
003960                  THRU 4000-EXIT
003970          WHEN ADMIN-INQUIRY
003980              PERFORM 5000-INQUIRE-USER
003990                  THRU 5000-EXIT
004000          WHEN ADMIN-PROFILE
004010              PERFORM 5500-UPDATE-PROFILE
004020                  THRU 5500-EXIT
004030          WHEN ADMIN-RESET
004040              PERFORM 4500-ISSUE-RESET-CODE
004050                  THRU 4500-EXIT
004060          WHEN ADMIN-BREAK-GLASS
004070              PERFORM 3400-DESIGNATE-BREAK-GLASS
004080                  THRU 3400-EXIT
004090          WHEN OTHER
004100              MOVE "FUNCTION MUST BE A, D, E, G, U, I, P, R OR X"
004110                  TO WS-ADMIN-MESSAGE
004120              PERFORM 8000-SHOW-ADMIN-MESSAGE
004130                  THRU 8000-EXIT
004140      END-EVALUATE.
004150  1000-EXIT.
004160      EXIT.
004170*
004180*--------------------------------------------------------------*
004190*    1100-DRAW-ADMIN-STAGE - DRAW THE BOXED SCREEN WITH THE
004200*    FUNCTION AND USERNAME FIELDS ON IT.
004210*--------------------------------------------------------------*
004220  1100-DRAW-ADMIN-STAGE.
004230      VMS DECFORM-CALL "User Administration"
004240      BEGIN FORMS
004250        LAYOUT GRID
004260          ROWS 4
004270          COLS 2
004280          CANVAS
004290          TEXT-INPUT ADMIN-FUNCTION
004300          TEXT-INPUT ADMIN-USERNAME
004310          TEXT-OUTPUT WS-ADMIN-MESSAGE
004320          LABEL "Function:"
004330          LABEL "Username:"
004340          LABEL "Message:"
004350      END.
004360      VMS DECFORM-DRAW-LINE 15, 15, 185, 15.
004370      VMS DECFORM-DRAW-LINE 185, 15, 185, 125.
004380      VMS DECFORM-DRAW-LINE 185, 125, 15, 125.
004390      VMS DECFORM-DRAW-LINE 15, 125, 15, 15.
004400      VMS DECFORM-CALL "Function:", INPUT-VALUE=ADMIN-FUNCTION.
004410      VMS DECFORM-CALL "Username:", INPUT-VALUE=ADMIN-USERNAME.
004420  1100-EXIT.
004430      EXIT.
004440*
004450*--------------------------------------------------------------*
004460*    1200-READ-FUNCTION
004470*--------------------------------------------------------------*
004480  1200-READ-FUNCTION.
004490      MOVE "N" TO WS-TIMED-OUT-SWITCH.
004500      VMS DECFORM-READ ADMIN-FUNCTION
004510        TIMEOUT WS-IDLE-TIMEOUT-SECONDS
004520        ON TIMEOUT
004530            SET WS-TIMED-OUT TO TRUE
004540    END-READ.
004546      INSPECT ADMIN-FUNCTION
004552          CONVERTING "adeuixprg" TO "ADEUIXPRG".
004560  1200-EXIT.
004570      EXIT.
004580*
004590*--------------------------------------------------------------*
004600*    1300-READ-USERNAME
004610*--------------------------------------------------------------*
004620  1300-READ-USERNAME.
004630      MOVE "N" TO WS-TIMED-OUT-SWITCH.
004640      VMS DECFORM-READ ADMIN-USERNAME
004650        TIMEOUT WS-IDLE-TIMEOUT-SECONDS
004660        ON TIMEOUT
004670            SET WS-TIMED-OUT TO TRUE
004680    END-READ.
004690  1300-EXIT.
004700      EXIT.
004710*
004720*--------------------------------------------------------------*
004730*    2000-ADD-USER - COLLECT THE INITIAL PASSWORD, HAVE PWHASHSVC
004740*    GENERATE A SALT/DIGEST FOR IT, AND WRITE THE NEW RECORD
004750*    WITH THE PASSWORD ALREADY EXPIRED SO THE FIRST SIGN-ON IS
004760*    FORCED THROUGH PASSWORD_CHANGE_FORM.
004770*--------------------------------------------------------------*
004780  2000-ADD-USER.
004790      MOVE SPACES TO INITIAL-PASSWORD.
004800      MOVE SPACES TO ADMIN-ROLE.
004810      MOVE SPACES TO ADMIN-DEPARTMENT.
004820      MOVE SPACES TO ADMIN-ENTITLEMENTS.
004830      MOVE SPACES TO ADMIN-EMPLOYEE-NUMBER.
004840      PERFORM 2100-DRAW-ADD-STAGE
004850          THRU 2100-EXIT.
004860      PERFORM 2200-READ-INITIAL-PASSWORD
004870          THRU 2200-EXIT.
004880      IF WS-TIMED-OUT
004890          GO TO 2000-EXIT.
004900      IF INITIAL-PASSWORD = SPACES
004910          MOVE "USER NOT ADDED - INITIAL PASSWORD IS REQUIRED"
004920              TO WS-ADMIN-MESSAGE
004930          PERFORM 8000-SHOW-ADMIN-MESSAGE
004940              THRU 8000-EXIT
004950          GO TO 2000-EXIT.
004960      PERFORM 2300-READ-PROFILE-FIELDS
004970          THRU 2300-EXIT.
004980      IF WS-TIMED-OUT
004990          GO TO 2000-EXIT.
005000      PERFORM 2400-EDIT-ENTITLEMENTS
005010          THRU 2400-EXIT.
005020      IF NOT WS-ENTITLEMENTS-VALID
005030          MOVE "USER NOT ADDED - ENTITLEMENTS MUST BE Y OR N"
005040              TO WS-ADMIN-MESSAGE
005050          PERFORM 8000-SHOW-ADMIN-MESSAGE
005060              THRU 8000-EXIT
005070          GO TO 2000-EXIT.
005080      PERFORM 6700-CHECK-SEGREGATION
005090          THRU 6700-EXIT.
005100      IF WS-SOD-REFUSED
005110          GO TO 2000-EXIT.
005120*    A SUPERVISOR OR ADMIN GRANT ON A NEW ACCOUNT NEEDS THE
005130*    SECOND ADMINISTRATOR LIKE ANY OTHER - GET THE REASON NOW,
005140*    BEFORE ANYTHING IS WRITTEN, SO A TIMED-OUT OR REFUSED HOLD
005150*    LEAVES NO HALF-MADE ACCOUNT BEHIND.
005160      SET WS-ROUTINE-CHANGE TO TRUE.
005170      IF ADMIN-ENTITLEMENTS (3:1) = "Y"
005180         OR ADMIN-ENTITLEMENTS (4:1) = "Y"
005190          SET WS-SENSITIVE-CHANGE TO TRUE
005200          MOVE "P" TO WS-HOLD-CHANGE-TYPE
005210          MOVE "GRANT SUPERVISOR/ADMIN ON NEW ACCOUNT"
005220              TO WS-HOLD-DESCRIPTION
005230          PERFORM 6510-GET-HOLD-REASON
005240              THRU 6510-EXIT
005250          IF WS-HOLD-REFUSED
005260              GO TO 2000-EXIT
005270          END-IF
005280      END-IF.
005290      SET PWHASH-GENERATE TO TRUE.
005300      MOVE INITIAL-PASSWORD TO PWHASH-PLAINTEXT.
005310      CALL "PWHASHSVC" USING PWHASH-PARMS.
005320*    THE PLAINTEXT HAS DONE ITS JOB - DO NOT LET IT SIT IN
005330*    WORKING STORAGE FOR THE REST OF THE SESSION.
005340      MOVE SPACES TO INITIAL-PASSWORD.
005350      IF NOT PWHASH-OK
005360          MOVE "USER NOT ADDED - PASSWORD SERVICE UNAVAILABLE"
005370              TO WS-ADMIN-MESSAGE
005380          PERFORM 8000-SHOW-ADMIN-MESSAGE
005390              THRU 8000-EXIT
005400          GO TO 2000-EXIT.
005410      MOVE SPACES TO USER-RECORD.
005420      MOVE ADMIN-USERNAME TO USR-USERNAME.
005430      MOVE PWHASH-SALT TO USR-PASSWORD-SALT.
005440      MOVE PWHASH-DIGEST TO USR-PASSWORD-DIGEST.
005450      MOVE 0 TO USR-FAILED-COUNT.
005460      SET USR-NOT-LOCKED TO TRUE.
005470      MOVE 0 TO USR-LOCKED-DATE.
005480*    THE CHANGE DATE IS YESTERDAY AND THE EXPIRE DATE MATCHES
005490*    IT, SO CRED_CHECK SEES THE PASSWORD AS ALREADY AGED OUT ON
005500*    THE VERY FIRST SUCCESSFUL SIGN-ON.
005510      MOVE WS-YESTERDAY-DATE TO USR-PASSWORD-CHANGED-DATE.
005520      MOVE WS-YESTERDAY-DATE TO USR-PASSWORD-EXPIRE-DATE.
005530      MOVE "A" TO USR-ACCOUNT-STATUS.
005540      MOVE ADMIN-ROLE TO USR-ROLE-CODE.
005550      MOVE ADMIN-DEPARTMENT TO USR-DEPARTMENT.
005560      MOVE ADMIN-ENTITLEMENTS TO USR-ENTITLEMENT-FLAGS.
005570      PERFORM 2500-STORE-EMPLOYEE-NUMBER
005580          THRU 2500-EXIT.
005590*    NEVER SIGNED ON YET - THE DORMANCY SWEEP FALLS BACK TO THE
005600*    PASSWORD-CHANGED DATE FOR AN ACCOUNT THAT NEVER GETS USED.
005610      MOVE 0 TO USR-LAST-SIGNON-DATE.
005620*    THE HELD GRANT IS THE ACCOUNT AS KEYED; WHAT GOES ON FILE
005630*    NOW IS THE SAME ACCOUNT WITH THE TWO SENSITIVE FLAGS OFF.
005640      IF WS-SENSITIVE-CHANGE
005650          PERFORM 6450-CAPTURE-HOLD-VALUES
005660              THRU 6450-EXIT
005670          MOVE WS-HOLD-VALUES TO WS-HOLD-AFTER
005680          MOVE "N" TO USR-ENT-SUPERVISOR
005690          MOVE "N" TO USR-ENT-ADMIN
005700          PERFORM 6450-CAPTURE-HOLD-VALUES
005710              THRU 6450-EXIT
005720          MOVE WS-HOLD-VALUES TO WS-HOLD-BEFORE
005730      END-IF.
005740      MOVE USER-RECORD TO WS-AFTER-IMAGE.
005750      WRITE USER-RECORD
005760          INVALID KEY
005770              MOVE "USER NOT ADDED - USERNAME ALREADY ON FILE"
005780                  TO WS-ADMIN-MESSAGE
005790              PERFORM 8000-SHOW-ADMIN-MESSAGE
005800                  THRU 8000-EXIT
005810              GO TO 2000-EXIT
005820      END-WRITE.
005830*    A WRITE'S BEFORE IMAGE IS LOW-VALUES - THE RECORD DID NOT
005840*    EXIST.
005850      MOVE LOW-VALUES TO WS-BEFORE-IMAGE.
005860      SET UJP-ACTION-WRITE TO TRUE.
005870      PERFORM 7500-JOURNAL-CHANGE
005880          THRU 7500-EXIT.
005890      MOVE 01 TO WS-ADMIN-ACTION-CODE.
005900      PERFORM 7000-WRITE-AUDIT-ACTION
005910          THRU 7000-EXIT.
005920      IF WS-SENSITIVE-CHANGE
005930          PERFORM 6600-WRITE-PENDING-CHANGE
005940              THRU 6600-EXIT
005950          IF WS-HOLD-OK
005960              MOVE "USER ADDED - SUPV/ADMIN HELD FOR APPROVAL"
005970                  TO WS-ADMIN-MESSAGE
005980          ELSE
005990              MOVE "USER ADDED - SUPERVISOR/ADMIN NOT GRANTED"
006000                  TO WS-ADMIN-MESSAGE
006010          END-IF
006020          PERFORM 8000-SHOW-ADMIN-MESSAGE
006030              THRU 8000-EXIT
006040          GO TO 2000-EXIT.
006050      MOVE "USER ADDED - INITIAL PASSWORD EXPIRES AT FIRST USE"
006060          TO WS-ADMIN-MESSAGE.
006070      PERFORM 8000-SHOW-ADMIN-MESSAGE
006080          THRU 8000-EXIT.
006090  2000-EXIT.
006100      EXIT.
006110*
006120*--------------------------------------------------------------*
006130*    2100-DRAW-ADD-STAGE - EXTEND THE SCREEN WITH THE INITIAL
006140*    PASSWORD FIELD, MASKED THE SAME AS EVERY OTHER PASSWORD
006150*    FIELD IN THE SUITE.
006160*--------------------------------------------------------------*
006170  2100-DRAW-ADD-STAGE.
006180      VMS DECFORM-CALL "User Administration"
006190      BEGIN FORMS
006200        LAYOUT GRID
006210          ROWS 8
006220          COLS 2
006230          CANVAS
006240          TEXT-INPUT ADMIN-FUNCTION
006250          TEXT-INPUT ADMIN-USERNAME
006260          TEXT-INPUT INITIAL-PASSWORD MASK "*"
006270          TEXT-INPUT ADMIN-ROLE
006280          TEXT-INPUT ADMIN-DEPARTMENT
006290          TEXT-INPUT ADMIN-ENTITLEMENTS
006300          TEXT-INPUT ADMIN-EMPLOYEE-NUMBER
006310          TEXT-OUTPUT WS-ADMIN-MESSAGE
006320          LABEL "Function:"
006330          LABEL "Username:"
006340          LABEL "Initial Password:"
006350          LABEL "Role:"
006360          LABEL "Department:"
006370          LABEL "Entitlements (IUSA):"
006380          LABEL "Employee Number:"
006390          LABEL "Message:"
006400      END.
006410      VMS DECFORM-DRAW-LINE 15, 15, 185, 15.
006420      VMS DECFORM-DRAW-LINE 185, 15, 185, 205.
006430      VMS DECFORM-DRAW-LINE 185, 205, 15, 205.
006440      VMS DECFORM-DRAW-LINE 15, 205, 15, 15.
006450      VMS DECFORM-CALL "Initial Password:",
006460        INPUT-VALUE=INITIAL-PASSWORD.
006470      VMS DECFORM-CALL "Role:", INPUT-VALUE=ADMIN-ROLE.
006480      VMS DECFORM-CALL "Department:",
006490        INPUT-VALUE=ADMIN-DEPARTMENT.
006500      VMS DECFORM-CALL "Entitlements (IUSA):",
006510        INPUT-VALUE=ADMIN-ENTITLEMENTS.
006520      VMS DECFORM-CALL "Employee Number:",
006530        INPUT-VALUE=ADMIN-EMPLOYEE-NUMBER.
006540  2100-EXIT.
006550      EXIT.
006560*
006570*--------------------------------------------------------------*
006580*    2200-READ-INITIAL-PASSWORD
006590*--------------------------------------------------------------*
006600  2200-READ-INITIAL-PASSWORD.
006610      MOVE "N" TO WS-TIMED-OUT-SWITCH.
006620      VMS DECFORM-READ INITIAL-PASSWORD
006630        TIMEOUT WS-IDLE-TIMEOUT-SECONDS
006640        ON TIMEOUT
006650            SET WS-TIMED-OUT TO TRUE
006660    END-READ.
006670  2200-EXIT.
006680      EXIT.
006690*
006700*--------------------------------------------------------------*
006710*    2300-READ-PROFILE-FIELDS - COLLECT THE ROLE, DEPARTMENT AND
006720*    ENTITLEMENT FLAGS FOR THE NEW ACCOUNT.
006730*--------------------------------------------------------------*
006740  2300-READ-PROFILE-FIELDS.
006750      MOVE "N" TO WS-TIMED-OUT-SWITCH.
006760      VMS DECFORM-READ ADMIN-ROLE
006770        TIMEOUT WS-IDLE-TIMEOUT-SECONDS
006780        ON TIMEOUT
006790            SET WS-TIMED-OUT TO TRUE
006800    END-READ.
006810      IF WS-TIMED-OUT
006820          GO TO 2300-EXIT.
006830      VMS DECFORM-READ ADMIN-DEPARTMENT
006840        TIMEOUT WS-IDLE-TIMEOUT-SECONDS
006850        ON TIMEOUT
006860            SET WS-TIMED-OUT TO TRUE
006870    END-READ.
006880      IF WS-TIMED-OUT
006890          GO TO 2300-EXIT.
006900      VMS DECFORM-READ ADMIN-ENTITLEMENTS
006910        TIMEOUT WS-IDLE-TIMEOUT-SECONDS
006920        ON TIMEOUT
006930            SET WS-TIMED-OUT TO TRUE
006940    END-READ.
006950      IF WS-TIMED-OUT
006960          GO TO 2300-EXIT.
006970      VMS DECFORM-READ ADMIN-EMPLOYEE-NUMBER
006980        TIMEOUT WS-IDLE-TIMEOUT-SECONDS
006990        ON TIMEOUT
007000            SET WS-TIMED-OUT TO TRUE
007010    END-READ.
007020  2300-EXIT.
007030      EXIT.
007040*
007050*--------------------------------------------------------------*
007060*    2400-EDIT-ENTITLEMENTS - AN UNKEYED POSITION GRANTS
007070*    NOTHING; ANYTHING ELSE MUST BE AN EXPLICIT Y OR N SO A
007080*    MIS-KEYED FLAG CANNOT SIT ON THE RECORD UNNOTICED.
007090*--------------------------------------------------------------*
007100  2400-EDIT-ENTITLEMENTS.
007110      INSPECT ADMIN-ENTITLEMENTS CONVERTING "yn " TO "YNN".
007120      SET WS-ENTITLEMENTS-VALID TO TRUE.
007130      PERFORM 2410-EDIT-ONE-ENTITLEMENT
007140          THRU 2410-EXIT
007150          VARYING WS-ENT-INDEX FROM 1 BY 1
007160          UNTIL WS-ENT-INDEX > 4.
007170  2400-EXIT.
007180      EXIT.
007190*
007200  2410-EDIT-ONE-ENTITLEMENT.
007210      IF ADMIN-ENTITLEMENTS (WS-ENT-INDEX:1) NOT = "Y" AND
007220         ADMIN-ENTITLEMENTS (WS-ENT-INDEX:1) NOT = "N"
007230          SET WS-ENTITLEMENTS-INVALID TO TRUE
007240      END-IF.
007250  2410-EXIT.
007260      EXIT.
007270*
007280*--------------------------------------------------------------*
007290*    2500-STORE-EMPLOYEE-NUMBER - BLANK MEANS NOT YET ASSIGNED
007300*    AND IS STORED AS ZERO (HR_RECONCILE FLAGS IT NIGHTLY).
007310*    THE FIELD IS KEYED AS UP TO EIGHT DIGITS; LEADING SPACES
007320*    FILL WITH ZEROS, ANYTHING ELSE NON-NUMERIC IS REFUSED AND
007330*    STORED AS UNASSIGNED WITH A MESSAGE.
007340*--------------------------------------------------------------*
007350  2500-STORE-EMPLOYEE-NUMBER.
007360      IF ADMIN-EMPLOYEE-NUMBER = SPACES
007370          MOVE 0 TO USR-EMPLOYEE-NUMBER
007380          GO TO 2500-EXIT.
007390*    THE OPERATOR KEYS LEFT-JUSTIFIED - RIGHT-JUSTIFY FIRST SO
007400*    "1234    " BECOMES "00001234" AND PASSES THE NUMERIC EDIT.
007410      MOVE ADMIN-EMPLOYEE-NUMBER TO WS-EMPNO-JUSTIFIED.
007420      INSPECT WS-EMPNO-JUSTIFIED
007430          REPLACING LEADING " " BY "0".
007440      IF WS-EMPNO-JUSTIFIED IS NUMERIC
007450          MOVE WS-EMPNO-JUSTIFIED TO USR-EMPLOYEE-NUMBER
007460      ELSE
007470          MOVE 0 TO USR-EMPLOYEE-NUMBER
007480          MOVE "EMPLOYEE NUMBER NOT NUMERIC - LEFT UNASSIGNED"
007490              TO WS-ADMIN-MESSAGE
007500          PERFORM 8000-SHOW-ADMIN-MESSAGE
007510              THRU 8000-EXIT
007520      END-IF.
007530  2500-EXIT.
007540      EXIT.
007550*
007560*--------------------------------------------------------------*
007570*    3000-DISABLE-USER
007580*--------------------------------------------------------------*
007590  3000-DISABLE-USER.
007600      PERFORM 6000-READ-USER-RECORD
007610          THRU 6000-EXIT.
007620      IF WS-USER-NOT-FOUND
007630          GO TO 3000-EXIT.
007640      SET USR-ACCOUNT-DISABLED TO TRUE.
007650      MOVE USER-RECORD TO WS-AFTER-IMAGE.
007660      REWRITE USER-RECORD.
007670      SET UJP-ACTION-REWRITE TO TRUE.
007680      PERFORM 7500-JOURNAL-CHANGE
007690          THRU 7500-EXIT.
007700      MOVE 02 TO WS-ADMIN-ACTION-CODE.
007710      PERFORM 7000-WRITE-AUDIT-ACTION
007720          THRU 7000-EXIT.
007730      MOVE "USER DISABLED" TO WS-ADMIN-MESSAGE.
007740      PERFORM 8000-SHOW-ADMIN-MESSAGE
007750          THRU 8000-EXIT.
007760  3000-EXIT.
007770      EXIT.
007780*
007790*--------------------------------------------------------------*
007800*    3200-ENABLE-USER - AN ACCOUNT THE HR RECONCILIATION
007810*    SUSPENDED BELONGS TO SOMEONE HR SAYS HAS LEFT; BRINGING IT
007820*    BACK IS HELD FOR A SECOND ADMINISTRATOR.
007830*--------------------------------------------------------------*
007840  3200-ENABLE-USER.
007850      PERFORM 6000-READ-USER-RECORD
007860          THRU 6000-EXIT.
007870      IF WS-USER-NOT-FOUND
007880          GO TO 3200-EXIT.
007890*    AN EMERGENCY ACCOUNT IS OPENED ONLY THROUGH THE CONSOLE
007900*    PROCEDURE, WITH AN INCIDENT REFERENCE AND A FIXED WINDOW.
007910      IF USR-BREAK-GLASS-ACCOUNT
007920          MOVE "NOT ENABLED - EMERGENCY ACCOUNT, USE THE CONSOLE"
007930              TO WS-ADMIN-MESSAGE
007940          PERFORM 8000-SHOW-ADMIN-MESSAGE
007950              THRU 8000-EXIT
007960          GO TO 3200-EXIT.
007970      IF USR-ACCOUNT-HR-TERM
007980          PERFORM 6450-CAPTURE-HOLD-VALUES
007990              THRU 6450-EXIT
008000          MOVE WS-HOLD-VALUES TO WS-HOLD-BEFORE
008010          MOVE "A" TO WS-HOLD-ACCOUNT-STATUS
008020          MOVE WS-HOLD-VALUES TO WS-HOLD-AFTER
008030          MOVE "E" TO WS-HOLD-CHANGE-TYPE
008040          MOVE "RE-ENABLE ACCOUNT SUSPENDED BY HR"
008050              TO WS-HOLD-DESCRIPTION
008060          PERFORM 6500-HOLD-FOR-APPROVAL
008070              THRU 6500-EXIT
008080          GO TO 3200-EXIT.
008088*    A DORMANT ACCOUNT COMES BACK WITH A FRESH DORMANCY CLOCK -
008096*    WITHOUT THIS THE NIGHTLY SWEEP WOULD RE-SUSPEND IT TONIGHT,
008104*    BEFORE THE USER EVER SIGNS ON.  AN HR-SUSPENDED ACCOUNT IS
008112*    HELD ABOVE AND GETS ITS CLOCK FROM DUAL_CONTROL.
008120      IF USR-ACCOUNT-DORMANT
008130          MOVE WS-CURRENT-DATE TO USR-LAST-SIGNON-DATE.
008140      MOVE "A" TO USR-ACCOUNT-STATUS.
008150      MOVE USER-RECORD TO WS-AFTER-IMAGE.
008160      REWRITE USER-RECORD.
008170      SET UJP-ACTION-REWRITE TO TRUE.
008180      PERFORM 7500-JOURNAL-CHANGE
008190          THRU 7500-EXIT.
008200      MOVE 03 TO WS-ADMIN-ACTION-CODE.
008210      PERFORM 7000-WRITE-AUDIT-ACTION
008220          THRU 7000-EXIT.
008230*    RE-ENABLING DOES NOT CLEAR A LOCK - TELL THE OPERATOR WHEN
008240*    A SEPARATE "U" IS STILL NEEDED BEFORE SIGN-ON WILL WORK.
008250      IF USR-LOCKED
008260          MOVE "USER RE-ENABLED - ACCOUNT IS STILL LOCKED"
008270              TO WS-ADMIN-MESSAGE
008280      ELSE
008290          MOVE "USER RE-ENABLED" TO WS-ADMIN-MESSAGE
008300      END-IF.
008310      PERFORM 8000-SHOW-ADMIN-MESSAGE
008320          THRU 8000-EXIT.
008330  3200-EXIT.
008340      EXIT.
008350*
008360*--------------------------------------------------------------*
008370*    3400-DESIGNATE-BREAK-GLASS - MAKE THE ACCOUNT AN EMERGENCY
008380*    ACCOUNT.  IT IS DISABLED ON THE SPOT AND ANY SIGN-ON WINDOW
008390*    IS CLEARED (AN EMERGENCY DOES NOT KEEP OFFICE HOURS).  THE
008400*    DESIGNATION RECORD ON THE BRKGFILE IS WRITTEN FIRST AND
008410*    BORN WITH ITS WINDOW ALREADY CLOSED, SO THE NEXT
008420*    BREAK_GLASS_SEAL PASS REPLACES THE PASSWORD AND PRINTS THE
008430*    SEALED ENVELOPE - NO ONE KNOWS THE PASSWORD UNTIL THEN.
008440*--------------------------------------------------------------*
008450  3400-DESIGNATE-BREAK-GLASS.
008460      PERFORM 6000-READ-USER-RECORD
008470          THRU 6000-EXIT.
008480      IF WS-USER-NOT-FOUND
008490          GO TO 3400-EXIT.
008500      IF USR-BREAK-GLASS-ACCOUNT
008510          MOVE "NO ACTION TAKEN - ALREADY AN EMERGENCY ACCOUNT"
008520              TO WS-ADMIN-MESSAGE
008530          PERFORM 8000-SHOW-ADMIN-MESSAGE
008540              THRU 8000-EXIT
008550          GO TO 3400-EXIT.
008560      IF WS-OPERATOR-ID = SPACES
008570          MOVE "NOT DESIGNATED - OPERATOR IDENTITY NOT AVAILABLE"
008580              TO WS-ADMIN-MESSAGE
008590          PERFORM 8000-SHOW-ADMIN-MESSAGE
008600              THRU 8000-EXIT
008610          GO TO 3400-EXIT.
008620      OPEN I-O BREAK-GLASS-FILE.
008630*    ONLY A FILE-NOT-FOUND STATUS MAY FALL INTO THE CREATE PATH.
008640      IF WS-BREAK-GLASS-NO-FILE
008650          CLOSE BREAK-GLASS-FILE
008660          OPEN OUTPUT BREAK-GLASS-FILE
008670          CLOSE BREAK-GLASS-FILE
008680          OPEN I-O BREAK-GLASS-FILE.
008690      IF NOT WS-BREAK-GLASS-FILE-OK
008700          MOVE "NOT DESIGNATED - BREAK-GLASS FILE UNAVAILABLE"
008710              TO WS-ADMIN-MESSAGE
008720          PERFORM 8000-SHOW-ADMIN-MESSAGE
008730              THRU 8000-EXIT
008740          GO TO 3400-EXIT.
008750      ACCEPT WS-CURRENT-TIME FROM TIME.
008760*    THE RECORD AREA IS ONLY GOOD WHILE THE FILE IS OPEN - BUILD
008770*    IT HERE.
008780      MOVE SPACES TO BREAK-GLASS-RECORD.
008790      MOVE ADMIN-USERNAME TO BGL-USERNAME.
008800      MOVE WS-CURRENT-DATE TO BGL-START-DATE.
008810      MOVE WS-CURRENT-TIME TO BGL-START-TIME.
008820      SET BGL-DESIGNATION TO TRUE.
008830      SET BGL-OPEN TO TRUE.
008840      MOVE WS-OPERATOR-ID TO BGL-REQUESTED-BY.
008850      MOVE WS-CURRENT-DATE TO BGL-WINDOW-END-DATE.
008860      MOVE WS-CURRENT-TIME TO BGL-WINDOW-END-TIME.
008870      MOVE 0 TO BGL-SEALED-DATE.
008880      MOVE 0 TO BGL-SEALED-TIME.
008890      MOVE 0 TO BGL-REPORTED-DATE.
008900      WRITE BREAK-GLASS-RECORD
008910          INVALID KEY
008920              CLOSE BREAK-GLASS-FILE
008930              MOVE "NOT DESIGNATED - BREAK-GLASS WRITE FAILED"
008940                  TO WS-ADMIN-MESSAGE
008950              PERFORM 8000-SHOW-ADMIN-MESSAGE
008960                  THRU 8000-EXIT
008970              GO TO 3400-EXIT
008980      END-WRITE.
008990      CLOSE BREAK-GLASS-FILE.
009000      MOVE "Y" TO USR-BREAK-GLASS-FLAG.
009010      SET USR-ACCOUNT-DISABLED TO TRUE.
009020      MOVE SPACES TO USR-SIGNON-WINDOW.
009030      MOVE USER-RECORD TO WS-AFTER-IMAGE.
009040      REWRITE USER-RECORD.
009050      SET UJP-ACTION-REWRITE TO TRUE.
009060      PERFORM 7500-JOURNAL-CHANGE
009070          THRU 7500-EXIT.
009080      MOVE 34 TO WS-ADMIN-ACTION-CODE.
009090      PERFORM 7000-WRITE-AUDIT-ACTION
009100          THRU 7000-EXIT.
009110      MOVE "EMERGENCY ACCOUNT - SEALED ON THE NEXT SEAL PASS"
009120          TO WS-ADMIN-MESSAGE.
009130      PERFORM 8000-SHOW-ADMIN-MESSAGE
009140          THRU 8000-EXIT.
009150  3400-EXIT.
009160      EXIT.
009170*
009180*--------------------------------------------------------------*
009190*    4000-UNLOCK-USER - THE MANUAL OVERRIDE FROM OPERATIONS THAT
009200*    THE NIGHTLY ACCT_UNLOCK SWEEP HAS ALWAYS ASSUMED EXISTS.
009210*--------------------------------------------------------------*
009220  4000-UNLOCK-USER.
009230      PERFORM 6000-READ-USER-RECORD
009240          THRU 6000-EXIT.
009250      IF WS-USER-NOT-FOUND
009260          GO TO 4000-EXIT.
009270      SET USR-NOT-LOCKED TO TRUE.
009280      MOVE 0 TO USR-FAILED-COUNT.
009290      MOVE 0 TO USR-LOCKED-DATE.
009300      MOVE USER-RECORD TO WS-AFTER-IMAGE.
009310      REWRITE USER-RECORD.
009320      SET UJP-ACTION-REWRITE TO TRUE.
009330      PERFORM 7500-JOURNAL-CHANGE
009340          THRU 7500-EXIT.
009350      MOVE 04 TO WS-ADMIN-ACTION-CODE.
009360      PERFORM 7000-WRITE-AUDIT-ACTION
009370          THRU 7000-EXIT.
009380      MOVE "USER UNLOCKED - FAILED-ATTEMPT COUNT CLEARED"
009390          TO WS-ADMIN-MESSAGE.
009400      PERFORM 8000-SHOW-ADMIN-MESSAGE
009410          THRU 8000-EXIT.
009420  4000-EXIT.
009430      EXIT.
009440*
009450*--------------------------------------------------------------*
009460*    4500-ISSUE-RESET-CODE - ISSUE A SHORT-LIVED ONE-TIME RESET
009470*    CODE FOR A FORGOTTEN PASSWORD.  THE CODE IS DERIVED FROM
009480*    THE CLOCK, HASHED THROUGH PWHASHSVC ONTO THE RESETFILE
009490*    (NEVER STORED IN CLEAR - SEE RESETRC.CPY), AND SHOWN ONCE
009500*    ON THE MESSAGE LINE FOR THE ADMINISTRATOR TO READ TO THE
009510*    USER.  CRED_CHECK'S "R" REQUEST HONOURS IT FOR THIRTY
009520*    MINUTES AND ONE USE - THE EXPIRY, THE BURN AND THE MFA
009530*    STAGE BEHIND IT ARE WHERE THE STRENGTH LIVES, NOT IN THE
009540*    GENERATOR.  A FRESH ISSUE REPLACES ANY EARLIER CODE.
009550*--------------------------------------------------------------*
009560  4500-ISSUE-RESET-CODE.
009570      PERFORM 6000-READ-USER-RECORD
009580          THRU 6000-EXIT.
009590      IF WS-USER-NOT-FOUND
009600          GO TO 4500-EXIT.
009610      IF NOT USR-ACCOUNT-ACTIVE
009620          MOVE "NO CODE ISSUED - ACCOUNT NOT ACTIVE"
009630              TO WS-ADMIN-MESSAGE
009640          PERFORM 8000-SHOW-ADMIN-MESSAGE
009650              THRU 8000-EXIT
009660          GO TO 4500-EXIT.
009670*    CRED_CHECK REFUSES EVERY REQUEST FOR A LOCKED ACCOUNT,
009680*    THE "R" CHECK INCLUDED - A CODE ISSUED NOW WOULD BOUNCE
009690*    AT SIGN-ON WITH NOTHING TELLING ANYONE WHY.  THE UNLOCK
009700*    STAYS A SEPARATE, DELIBERATE "U" DECISION.
009710      IF USR-LOCKED
009720          MOVE "NO CODE ISSUED - ACCOUNT LOCKED, USE U FIRST"
009730              TO WS-ADMIN-MESSAGE
009740          PERFORM 8000-SHOW-ADMIN-MESSAGE
009750              THRU 8000-EXIT
009760          GO TO 4500-EXIT.
009770      ACCEPT WS-CURRENT-TIME FROM TIME.
009780      COMPUTE WS-RESET-WORK =
009790          WS-CURRENT-TIME * 7919 + WS-CURRENT-DATE.
009800      MOVE WS-RESET-WORK (9:8) TO WS-RESET-CODE.
009810      SET PWHASH-GENERATE TO TRUE.
009820      MOVE WS-RESET-CODE TO PWHASH-PLAINTEXT.
009830      CALL "PWHASHSVC" USING PWHASH-PARMS.
009840      IF NOT PWHASH-OK
009850          MOVE "NO CODE ISSUED - PASSWORD SERVICE UNAVAILABLE"
009860              TO WS-ADMIN-MESSAGE
009870          PERFORM 8000-SHOW-ADMIN-MESSAGE
009880              THRU 8000-EXIT
009890          GO TO 4500-EXIT.
009900      PERFORM 4600-OPEN-RESET-FILE
009910          THRU 4600-EXIT.
009920      IF NOT WS-RESET-FILE-OK
009930          MOVE "NO CODE ISSUED - RESET FILE UNAVAILABLE"
009940              TO WS-ADMIN-MESSAGE
009950          PERFORM 8000-SHOW-ADMIN-MESSAGE
009960              THRU 8000-EXIT
009970          GO TO 4500-EXIT.
009980      MOVE SPACES TO RESET-CODE-RECORD.
009990      MOVE ADMIN-USERNAME TO RST-USERNAME.
010000      MOVE PWHASH-SALT TO RST-CODE-SALT.
010010      MOVE PWHASH-DIGEST TO RST-CODE-DIGEST.
010020      MOVE WS-CURRENT-DATE TO RST-ISSUED-DATE.
010030      MOVE WS-CURRENT-TIME TO RST-ISSUED-TIME.
010040      SET RST-OUTSTANDING TO TRUE.
010050      WRITE RESET-CODE-RECORD
010060          INVALID KEY
010070*    AN EARLIER CODE IS STILL ON FILE - THE FRESH ISSUE
010080*    REPLACES IT.
010090              REWRITE RESET-CODE-RECORD
010100      END-WRITE.
010110      CLOSE RESET-FILE.
010120      MOVE 15 TO WS-ADMIN-ACTION-CODE.
010130      PERFORM 7000-WRITE-AUDIT-ACTION
010140          THRU 7000-EXIT.
010150      MOVE SPACES TO WS-ADMIN-MESSAGE.
010160      STRING "RESET CODE " DELIMITED BY SIZE
010170          WS-RESET-CODE DELIMITED BY SIZE
010180          " - ONE USE, VALID 30 MINUTES" DELIMITED BY SIZE
010190          INTO WS-ADMIN-MESSAGE
010200      END-STRING.
010210      PERFORM 8000-SHOW-ADMIN-MESSAGE
010220          THRU 8000-EXIT.
010230*    THE PLAINTEXT CODE HAS DONE ITS JOB - DO NOT LET IT SIT
010240*    IN WORKING STORAGE FOR THE REST OF THE SESSION.
010250      MOVE SPACES TO WS-RESET-CODE.
010260      MOVE 0 TO WS-RESET-WORK.
010270  4500-EXIT.
010280      EXIT.
010290*
010300*--------------------------------------------------------------*
010310*    4600-OPEN-RESET-FILE - OPEN THE RESET FILE, CREATING IT ON
010320*    THE FIRST CODE EVER ISSUED.  ONLY A FILE-NOT-FOUND STATUS
010330*    MAY FALL INTO THE CREATE PATH.
010340*--------------------------------------------------------------*
010350  4600-OPEN-RESET-FILE.
010360      OPEN I-O RESET-FILE.
010370      IF WS-RESET-FILE-NO-FILE
010380          CLOSE RESET-FILE
010390          OPEN OUTPUT RESET-FILE
010400          CLOSE RESET-FILE
010410          OPEN I-O RESET-FILE.
010420  4600-EXIT.
010430      EXIT.
010440*
010450*--------------------------------------------------------------*
010460*    5000-INQUIRE-USER - SHOW THE ACCOUNT'S STATUS, LOCK DATE
010470*    AND PASSWORD CHANGE/EXPIRE DATES ON THE INQUIRY PANEL.
010480*--------------------------------------------------------------*
010490  5000-INQUIRE-USER.
010500      PERFORM 6000-READ-USER-RECORD
010510          THRU 6000-EXIT.
010520      IF WS-USER-NOT-FOUND
010530          GO TO 5000-EXIT.
010540      MOVE SPACES TO WS-INQUIRY-LINE-1.
010550*    STATUS AND LOCK ARE INDEPENDENT FACTS - REPORT BOTH, SO A
010560*    LOCKED ACCOUNT THAT IS ALSO DISABLED DOES NOT READ AS
010570*    MERELY LOCKED.
010580      IF USR-LOCKED
010590          MOVE USR-LOCKED-DATE TO WS-EDIT-DATE
010600          IF USR-ACCOUNT-DISABLED
010610              STRING "DISABLED - LOCKED SINCE " DELIMITED BY SIZE
010620                  WS-EDIT-DATE DELIMITED BY SIZE
010630                  INTO WS-INQUIRY-LINE-1
010640              END-STRING
010650          ELSE
010660              STRING "LOCKED SINCE " DELIMITED BY SIZE
010670                  WS-EDIT-DATE DELIMITED BY SIZE
010680                  INTO WS-INQUIRY-LINE-1
010690              END-STRING
010700          END-IF
010710      ELSE
010720          EVALUATE TRUE
010730              WHEN USR-BREAK-GLASS-ACCOUNT
010740                   AND USR-ACCOUNT-DISABLED
010750                  MOVE "EMERGENCY ACCOUNT - SEALED"
010760                      TO WS-INQUIRY-LINE-1
010770              WHEN USR-BREAK-GLASS-ACCOUNT
010780                   AND USR-ACCOUNT-ACTIVE
010790                  MOVE "EMERGENCY ACCOUNT - OPEN FOR AN INCIDENT"
010800                      TO WS-INQUIRY-LINE-1
010810              WHEN USR-ACCOUNT-DISABLED
010820                  MOVE "DISABLED" TO WS-INQUIRY-LINE-1
010830              WHEN USR-ACCOUNT-DORMANT
010840                  MOVE "SUSPENDED DORMANT - USE E TO RE-ENABLE"
010850                      TO WS-INQUIRY-LINE-1
010860              WHEN USR-ACCOUNT-HR-TERM
010870                  MOVE "SUSPENDED - EMPLOYEE TERMINATED IN HR"
010880                      TO WS-INQUIRY-LINE-1
010890              WHEN OTHER
010900                  MOVE "ACTIVE - NOT LOCKED" TO WS-INQUIRY-LINE-1
010910          END-EVALUATE
010920      END-IF.
010930      MOVE SPACES TO WS-INQUIRY-LINE-2.
010940      MOVE USR-PASSWORD-EXPIRE-DATE TO WS-EDIT-DATE.
010950      STRING "PASSWORD EXPIRES " DELIMITED BY SIZE
010960          WS-EDIT-DATE DELIMITED BY SIZE
010970          INTO WS-INQUIRY-LINE-2
010980      END-STRING.
010990      PERFORM 5100-DRAW-INQUIRY-STAGE
011000          THRU 5100-EXIT.
011010  5000-EXIT.
011020      EXIT.
011030*
011040*--------------------------------------------------------------*
011050*    5100-DRAW-INQUIRY-STAGE - EXTEND THE SCREEN WITH THE TWO
011060*    INQUIRY OUTPUT LINES.
011070*--------------------------------------------------------------*
011080  5100-DRAW-INQUIRY-STAGE.
011090      VMS DECFORM-CALL "User Administration"
011100      BEGIN FORMS
011110        LAYOUT GRID
011120          ROWS 5
011130          COLS 2
011140          CANVAS
011150          TEXT-INPUT ADMIN-FUNCTION
011160          TEXT-INPUT ADMIN-USERNAME
011170          TEXT-OUTPUT WS-INQUIRY-LINE-1
011180          TEXT-OUTPUT WS-INQUIRY-LINE-2
011190          LABEL "Function:"
011200          LABEL "Username:"
011210          LABEL "Account:"
011220          LABEL "Password:"
011230      END.
011240      VMS DECFORM-DRAW-LINE 15, 15, 185, 15.
011250      VMS DECFORM-DRAW-LINE 185, 15, 185, 145.
011260      VMS DECFORM-DRAW-LINE 185, 145, 15, 145.
011270      VMS DECFORM-DRAW-LINE 15, 145, 15, 15.
011280      VMS DECFORM-CALL "Account:", INPUT-VALUE=WS-INQUIRY-LINE-1.
011290      VMS DECFORM-CALL "Password:",
011300        INPUT-VALUE=WS-INQUIRY-LINE-2.
011310  5100-EXIT.
011320      EXIT.
011330*
011340*--------------------------------------------------------------*
011350*    5500-UPDATE-PROFILE - SET THE ROLE, DEPARTMENT AND
011360*    ENTITLEMENT FLAGS ON AN EXISTING ACCOUNT.  THE CURRENT
011370*    VALUES ARE PRESENTED AS THE FIELD DEFAULTS SO THE OPERATOR
011380*    SEES WHAT IS BEING REPLACED.
011390*--------------------------------------------------------------*
011400  5500-UPDATE-PROFILE.
011410      PERFORM 6000-READ-USER-RECORD
011420          THRU 6000-EXIT.
011430      IF WS-USER-NOT-FOUND
011440          GO TO 5500-EXIT.
011450      MOVE USR-ROLE-CODE TO ADMIN-ROLE.
011460      MOVE USR-DEPARTMENT TO ADMIN-DEPARTMENT.
011470      MOVE USR-ENTITLEMENT-FLAGS (1:4) TO ADMIN-ENTITLEMENTS.
011480      IF USR-EMPLOYEE-NUMBER IS NUMERIC
011490          MOVE USR-EMPLOYEE-NUMBER TO ADMIN-EMPLOYEE-NUMBER
011500      ELSE
011510          MOVE SPACES TO ADMIN-EMPLOYEE-NUMBER
011520      END-IF.
011530      MOVE USR-SIGNON-DAYS TO ADMIN-SIGNON-DAYS.
011540      MOVE USR-SIGNON-FROM-TIME TO ADMIN-FROM-TIME.
011550      MOVE USR-SIGNON-TO-TIME TO ADMIN-TO-TIME.
011560      PERFORM 5600-DRAW-PROFILE-STAGE
011570          THRU 5600-EXIT.
011580      PERFORM 2300-READ-PROFILE-FIELDS
011590          THRU 2300-EXIT.
011600      IF WS-TIMED-OUT
011610          GO TO 5500-EXIT.
011620      PERFORM 5700-READ-WINDOW-FIELDS
011630          THRU 5700-EXIT.
011640      IF WS-TIMED-OUT
011650          GO TO 5500-EXIT.
011660      PERFORM 2400-EDIT-ENTITLEMENTS
011670          THRU 2400-EXIT.
011680      IF WS-ENTITLEMENTS-INVALID
011690          MOVE "PROFILE NOT CHANGED - ENTITLEMENTS MUST BE Y/N"
011700              TO WS-ADMIN-MESSAGE
011710          PERFORM 8000-SHOW-ADMIN-MESSAGE
011720              THRU 8000-EXIT
011730          GO TO 5500-EXIT.
011740      PERFORM 5800-EDIT-WINDOW-FIELDS
011750          THRU 5800-EXIT.
011760      IF WS-WINDOW-INVALID
011770          MOVE "PROFILE NOT CHANGED - SIGN-ON WINDOW INVALID"
011780              TO WS-ADMIN-MESSAGE
011790          PERFORM 8000-SHOW-ADMIN-MESSAGE
011800              THRU 8000-EXIT
011810          GO TO 5500-EXIT.
011820      PERFORM 6700-CHECK-SEGREGATION
011830          THRU 6700-EXIT.
011840      IF WS-SOD-REFUSED
011850          GO TO 5500-EXIT.
011860*    A NEW SUPERVISOR OR ADMIN GRANT HOLDS THE WHOLE PROFILE
011870*    CHANGE - THE APPROVER SEES AND APPLIES IT AS ONE.
011880      SET WS-ROUTINE-CHANGE TO TRUE.
011890      IF ADMIN-ENTITLEMENTS (3:1) = "Y"
011900         AND USR-ENT-SUPERVISOR NOT = "Y"
011910          SET WS-SENSITIVE-CHANGE TO TRUE.
011920      IF ADMIN-ENTITLEMENTS (4:1) = "Y"
011930         AND USR-ENT-ADMIN NOT = "Y"
011940          SET WS-SENSITIVE-CHANGE TO TRUE.
011950      PERFORM 6450-CAPTURE-HOLD-VALUES
011960          THRU 6450-EXIT.
011970      MOVE WS-HOLD-VALUES TO WS-HOLD-BEFORE.
011980      MOVE ADMIN-ROLE TO USR-ROLE-CODE.
011990      MOVE ADMIN-DEPARTMENT TO USR-DEPARTMENT.
012000      MOVE ADMIN-ENTITLEMENTS TO USR-ENTITLEMENT-FLAGS.
012010      PERFORM 2500-STORE-EMPLOYEE-NUMBER
012020          THRU 2500-EXIT.
012030      MOVE ADMIN-SIGNON-DAYS TO USR-SIGNON-DAYS.
012040      MOVE ADMIN-FROM-TIME TO USR-SIGNON-FROM-TIME.
012050      MOVE ADMIN-TO-TIME TO USR-SIGNON-TO-TIME.
012060*    THE RECORD AREA NOW CARRIES THE CHANGE BUT IS NOT
012070*    REWRITTEN - THE NEXT READ REPLACES IT.
012080      IF WS-SENSITIVE-CHANGE
012090          PERFORM 6450-CAPTURE-HOLD-VALUES
012100              THRU 6450-EXIT
012110          MOVE WS-HOLD-VALUES TO WS-HOLD-AFTER
012120          MOVE "P" TO WS-HOLD-CHANGE-TYPE
012130          MOVE "PROFILE CHANGE GRANTING SUPERVISOR/ADMIN"
012140              TO WS-HOLD-DESCRIPTION
012150          PERFORM 6500-HOLD-FOR-APPROVAL
012160              THRU 6500-EXIT
012170          GO TO 5500-EXIT.
012180      MOVE USER-RECORD TO WS-AFTER-IMAGE.
012190      REWRITE USER-RECORD.
012200      SET UJP-ACTION-REWRITE TO TRUE.
012210      PERFORM 7500-JOURNAL-CHANGE
012220          THRU 7500-EXIT.
012230      MOVE 05 TO WS-ADMIN-ACTION-CODE.
012240      PERFORM 7000-WRITE-AUDIT-ACTION
012250          THRU 7000-EXIT.
012260      MOVE "PROFILE UPDATED" TO WS-ADMIN-MESSAGE.
012270      PERFORM 8000-SHOW-ADMIN-MESSAGE
012280          THRU 8000-EXIT.
012290  5500-EXIT.
012300      EXIT.
012310*
012320*--------------------------------------------------------------*
012330*    5600-DRAW-PROFILE-STAGE - EXTEND THE SCREEN WITH THE
012340*    PROFILE FIELDS, PRE-FILLED FROM THE RECORD.
012350*--------------------------------------------------------------*
012360  5600-DRAW-PROFILE-STAGE.
012370      VMS DECFORM-CALL "User Administration"
012380      BEGIN FORMS
012390        LAYOUT GRID
012400          ROWS 11
012410          COLS 2
012420          CANVAS
012430          TEXT-INPUT ADMIN-FUNCTION
012440          TEXT-INPUT ADMIN-USERNAME
012450          TEXT-INPUT ADMIN-ROLE
012460          TEXT-INPUT ADMIN-DEPARTMENT
012470          TEXT-INPUT ADMIN-ENTITLEMENTS
012480          TEXT-INPUT ADMIN-EMPLOYEE-NUMBER
012490          TEXT-INPUT ADMIN-SIGNON-DAYS
012500          TEXT-INPUT ADMIN-FROM-TIME
012510          TEXT-INPUT ADMIN-TO-TIME
012520          TEXT-OUTPUT WS-ADMIN-MESSAGE
012530          LABEL "Function:"
012540          LABEL "Username:"
012550          LABEL "Role:"
012560          LABEL "Department:"
012570          LABEL "Entitlements (IUSA):"
012580          LABEL "Employee Number:"
012590          LABEL "Sign-on Days (MTWTFSS):"
012600          LABEL "Sign-on From (HHMM):"
012610          LABEL "Sign-on To (HHMM):"
012620          LABEL "Message:"
012630      END.
012640      VMS DECFORM-DRAW-LINE 15, 15, 185, 15.
012650      VMS DECFORM-DRAW-LINE 185, 15, 185, 245.
012660      VMS DECFORM-DRAW-LINE 185, 245, 15, 245.
012670      VMS DECFORM-DRAW-LINE 15, 245, 15, 15.
012680      VMS DECFORM-CALL "Role:", INPUT-VALUE=ADMIN-ROLE.
012690      VMS DECFORM-CALL "Department:",
012700        INPUT-VALUE=ADMIN-DEPARTMENT.
012710      VMS DECFORM-CALL "Entitlements (IUSA):",
012720        INPUT-VALUE=ADMIN-ENTITLEMENTS.
012730      VMS DECFORM-CALL "Employee Number:",
012740        INPUT-VALUE=ADMIN-EMPLOYEE-NUMBER.
012750      VMS DECFORM-CALL "Sign-on Days (MTWTFSS):",
012760        INPUT-VALUE=ADMIN-SIGNON-DAYS.
012770      VMS DECFORM-CALL "Sign-on From (HHMM):",
012780        INPUT-VALUE=ADMIN-FROM-TIME.
012790      VMS DECFORM-CALL "Sign-on To (HHMM):",
012800        INPUT-VALUE=ADMIN-TO-TIME.
012810  5600-EXIT.
012820      EXIT.
012830*
012840*--------------------------------------------------------------*
012850*    5700-READ-WINDOW-FIELDS - COLLECT THE PERMITTED SIGN-ON
012860*    WINDOW FROM THE PROFILE SCREEN.
012870*--------------------------------------------------------------*
012880  5700-READ-WINDOW-FIELDS.
012890      MOVE "N" TO WS-TIMED-OUT-SWITCH.
012900      VMS DECFORM-READ ADMIN-SIGNON-DAYS
012910        TIMEOUT WS-IDLE-TIMEOUT-SECONDS
012920        ON TIMEOUT
012930            SET WS-TIMED-OUT TO TRUE
012940    END-READ.
012950      IF WS-TIMED-OUT
012960          GO TO 5700-EXIT.
012970      VMS DECFORM-READ ADMIN-FROM-TIME
012980        TIMEOUT WS-IDLE-TIMEOUT-SECONDS
012990        ON TIMEOUT
013000            SET WS-TIMED-OUT TO TRUE
013010    END-READ.
013020      IF WS-TIMED-OUT
013030          GO TO 5700-EXIT.
013040      VMS DECFORM-READ ADMIN-TO-TIME
013050        TIMEOUT WS-IDLE-TIMEOUT-SECONDS
013060        ON TIMEOUT
013070            SET WS-TIMED-OUT TO TRUE
013080    END-READ.
013090  5700-EXIT.
013100      EXIT.
013110*
013120*--------------------------------------------------------------*
013130*    5800-EDIT-WINDOW-FIELDS - ALL BLANK IS UNRESTRICTED.  DAYS,
013140*    IF KEYED, MUST BE Y OR N IN EVERY POSITION.  THE TIMES GO
013150*    TOGETHER - BOTH BLANK OR BOTH VALID HHMM - SO A HALF-KEYED
013160*    WINDOW CANNOT SIT ON THE RECORD UNNOTICED.
013170*--------------------------------------------------------------*
013180  5800-EDIT-WINDOW-FIELDS.
013190      SET WS-WINDOW-VALID TO TRUE.
013200      INSPECT ADMIN-SIGNON-DAYS CONVERTING "yn" TO "YN".
013210      IF ADMIN-SIGNON-DAYS NOT = SPACES
013220          PERFORM 5810-EDIT-ONE-DAY
013230              THRU 5810-EXIT
013240              VARYING WS-DAY-INDEX FROM 1 BY 1
013250              UNTIL WS-DAY-INDEX > 7.
013260      IF ADMIN-FROM-TIME = SPACES AND ADMIN-TO-TIME = SPACES
013270          GO TO 5800-EXIT.
013280      IF ADMIN-FROM-TIME IS NOT NUMERIC
013290         OR ADMIN-TO-TIME IS NOT NUMERIC
013300          SET WS-WINDOW-INVALID TO TRUE
013310          GO TO 5800-EXIT.
013320      IF ADMIN-FROM-TIME > "2359" OR ADMIN-TO-TIME > "2359"
013330          SET WS-WINDOW-INVALID TO TRUE.
013340  5800-EXIT.
013350      EXIT.
013360*
013370  5810-EDIT-ONE-DAY.
013380      IF ADMIN-SIGNON-DAYS (WS-DAY-INDEX:1) NOT = "Y" AND
013390         ADMIN-SIGNON-DAYS (WS-DAY-INDEX:1) NOT = "N"
013400          SET WS-WINDOW-INVALID TO TRUE
013410      END-IF.
013420  5810-EXIT.
013430      EXIT.
013440*
013450*--------------------------------------------------------------*
013460*    6000-READ-USER-RECORD - LOOK UP THE KEYED USERNAME AND
013470*    REPORT A MISS BACK ON THE MESSAGE LINE.
013480*--------------------------------------------------------------*
013490  6000-READ-USER-RECORD.
013500      SET WS-USER-FOUND TO TRUE.
013510      MOVE ADMIN-USERNAME TO USR-USERNAME.
013520      READ USER-FILE
013530          INVALID KEY
013540              SET WS-USER-NOT-FOUND TO TRUE
013550              MOVE "NO ACTION TAKEN - USERNAME NOT ON FILE"
013560                  TO WS-ADMIN-MESSAGE
013570              PERFORM 8000-SHOW-ADMIN-MESSAGE
013580                  THRU 8000-EXIT
013590          NOT INVALID KEY
013600*    THE JOURNAL'S BEFORE IMAGE IS THE RECORD AS IT WAS READ.
013610              MOVE SPACES TO WS-BEFORE-IMAGE
013620              MOVE USER-RECORD TO WS-BEFORE-IMAGE
013630      END-READ.
013640  6000-EXIT.
013650      EXIT.
013660*
013670*--------------------------------------------------------------*
013680*    6450-CAPTURE-HOLD-VALUES - COPY THE SLICE OF THE RECORD
013690*    AREA A HELD CHANGE TOUCHES INTO THE HOLD VALUES.
013700*--------------------------------------------------------------*
013710  6450-CAPTURE-HOLD-VALUES.
013720      MOVE USR-ACCOUNT-STATUS TO WS-HOLD-ACCOUNT-STATUS.
013730      MOVE USR-ROLE-CODE TO WS-HOLD-ROLE-CODE.
013740      MOVE USR-DEPARTMENT TO WS-HOLD-DEPARTMENT.
013750      MOVE USR-ENTITLEMENT-FLAGS (1:4) TO WS-HOLD-ENTITLEMENTS.
013760      MOVE USR-EMPLOYEE-NUMBER (1:8) TO WS-HOLD-EMPLOYEE-NUMBER.
013770      MOVE USR-SIGNON-WINDOW TO WS-HOLD-SIGNON-WINDOW.
013780  6450-EXIT.
013790      EXIT.
013800*
013810*--------------------------------------------------------------*
013820*    6500-HOLD-FOR-APPROVAL - THE CALLER HAS FILLED THE HOLD
013830*    TYPE, DESCRIPTION AND BEFORE/AFTER VALUES.  COLLECT THE
013840*    REASON AND PUT THE CHANGE ON THE PENDFILE INSTEAD OF
013850*    APPLYING IT.
013860*--------------------------------------------------------------*
013870  6500-HOLD-FOR-APPROVAL.
013880      PERFORM 6510-GET-HOLD-REASON
013890          THRU 6510-EXIT.
013900      IF WS-HOLD-REFUSED
013910          GO TO 6500-EXIT.
013920      PERFORM 6600-WRITE-PENDING-CHANGE
013930          THRU 6600-EXIT.
013940      IF WS-HOLD-OK
013950          MOVE "CHANGE HELD FOR A SECOND ADMINISTRATOR TO APPROVE"
013960              TO WS-ADMIN-MESSAGE
013970      ELSE
013980          MOVE "NOT CHANGED - PENDING FILE UNAVAILABLE"
013990              TO WS-ADMIN-MESSAGE
014000      END-IF.
014010      PERFORM 8000-SHOW-ADMIN-MESSAGE
014020          THRU 8000-EXIT.
014030  6500-EXIT.
014040      EXIT.
014050*
014060*--------------------------------------------------------------*
014070*    6510-GET-HOLD-REASON - A HOLD NEEDS A KNOWN REQUESTER (OR
014080*    DUAL_CONTROL COULD NOT TELL THE APPROVER APART FROM THEM),
014090*    NO OTHER CHANGE ALREADY WAITING ON THE ACCOUNT (TWO COULD
014100*    BE APPROVED OUT OF ORDER), AND A KEYED REASON.
014110*--------------------------------------------------------------*
014120  6510-GET-HOLD-REASON.
014130      SET WS-HOLD-REFUSED TO TRUE.
014140      IF WS-OPERATOR-ID = SPACES
014150          MOVE "NOT CHANGED - OPERATOR IDENTITY NOT AVAILABLE"
014160              TO WS-ADMIN-MESSAGE
014170          PERFORM 8000-SHOW-ADMIN-MESSAGE
014180              THRU 8000-EXIT
014190          GO TO 6510-EXIT.
014200      PERFORM 6550-OPEN-PENDING-FILE
014210          THRU 6550-EXIT.
014220      IF NOT WS-PENDING-FILE-OK
014230          MOVE "NOT CHANGED - PENDING FILE UNAVAILABLE"
014240              TO WS-ADMIN-MESSAGE
014250          PERFORM 8000-SHOW-ADMIN-MESSAGE
014260              THRU 8000-EXIT
014270          GO TO 6510-EXIT.
014280      PERFORM 6530-CHECK-ALREADY-PENDING
014290          THRU 6530-EXIT.
014300      CLOSE PENDING-FILE.
014310      IF WS-ALREADY-PENDING
014320          MOVE "NOT CHANGED - ANOTHER CHANGE AWAITS APPROVAL"
014330              TO WS-ADMIN-MESSAGE
014340          PERFORM 8000-SHOW-ADMIN-MESSAGE
014350              THRU 8000-EXIT
014360          GO TO 6510-EXIT.
014370      MOVE SPACES TO ADMIN-CHANGE-REASON.
014380      PERFORM 6520-DRAW-HOLD-STAGE
014390          THRU 6520-EXIT.
014400      MOVE "N" TO WS-TIMED-OUT-SWITCH.
014410      VMS DECFORM-READ ADMIN-CHANGE-REASON
014420        TIMEOUT WS-IDLE-TIMEOUT-SECONDS
014430        ON TIMEOUT
014440            SET WS-TIMED-OUT TO TRUE
014450    END-READ.
014460      IF WS-TIMED-OUT
014470          GO TO 6510-EXIT.
014480      IF ADMIN-CHANGE-REASON = SPACES
014490          MOVE "NOT CHANGED - A REASON IS REQUIRED FOR APPROVAL"
014500              TO WS-ADMIN-MESSAGE
014510          PERFORM 8000-SHOW-ADMIN-MESSAGE
014520              THRU 8000-EXIT
014530          GO TO 6510-EXIT.
014540      SET WS-HOLD-OK TO TRUE.
014550  6510-EXIT.
014560      EXIT.
014570*
014580*--------------------------------------------------------------*
014590*    6520-DRAW-HOLD-STAGE - EXTEND THE SCREEN WITH WHAT IS BEING
014600*    HELD AND THE REASON FIELD.
014610*--------------------------------------------------------------*
014620  6520-DRAW-HOLD-STAGE.
014630      VMS DECFORM-CALL "User Administration"
014640      BEGIN FORMS
014650        LAYOUT GRID
014660          ROWS 5
014670          COLS 2
014680          CANVAS
014690          TEXT-INPUT ADMIN-FUNCTION
014700          TEXT-INPUT ADMIN-USERNAME
014710          TEXT-OUTPUT WS-HOLD-DESCRIPTION
014720          TEXT-INPUT ADMIN-CHANGE-REASON
014730          TEXT-OUTPUT WS-ADMIN-MESSAGE
014740          LABEL "Function:"
014750          LABEL "Username:"
014760          LABEL "Needs Approval:"
014770          LABEL "Reason:"
014780          LABEL "Message:"
014790      END.
014800      VMS DECFORM-DRAW-LINE 15, 15, 185, 15.
014810      VMS DECFORM-DRAW-LINE 185, 15, 185, 145.
014820      VMS DECFORM-DRAW-LINE 185, 145, 15, 145.
014830      VMS DECFORM-DRAW-LINE 15, 145, 15, 15.
014840      VMS DECFORM-CALL "Needs Approval:",
014850        INPUT-VALUE=WS-HOLD-DESCRIPTION.
014860      VMS DECFORM-CALL "Reason:", INPUT-VALUE=ADMIN-CHANGE-REASON.
014870  6520-EXIT.
014880      EXIT.
014890*
014900*--------------------------------------------------------------*
014910*    6530-CHECK-ALREADY-PENDING - WALK THE USERNAME'S RECORDS
014920*    ON THE PENDFILE LOOKING FOR ONE STILL UNDECIDED.
014930*--------------------------------------------------------------*
014940  6530-CHECK-ALREADY-PENDING.
014950      SET WS-NOT-ALREADY-PENDING TO TRUE.
014960      SET WS-PENDING-SCAN-MORE TO TRUE.
014970      MOVE ADMIN-USERNAME TO PND-USERNAME.
014980      MOVE 0 TO PND-REQUEST-DATE.
014990      MOVE 0 TO PND-REQUEST-TIME.
015000      START PENDING-FILE KEY IS NOT LESS THAN PND-CHANGE-KEY
015010          INVALID KEY
015020              GO TO 6530-EXIT
015030      END-START.
015040      PERFORM 6540-READ-NEXT-PENDING
015050          THRU 6540-EXIT
015060          UNTIL WS-PENDING-SCAN-DONE.
015070  6530-EXIT.
015080      EXIT.
015090*
015100  6540-READ-NEXT-PENDING.
015110      READ PENDING-FILE NEXT RECORD
015120          AT END
015130              SET WS-PENDING-SCAN-DONE TO TRUE
015140              GO TO 6540-EXIT
015150      END-READ.
015160      IF PND-USERNAME NOT = ADMIN-USERNAME
015170          SET WS-PENDING-SCAN-DONE TO TRUE
015180          GO TO 6540-EXIT.
015190      IF PND-PENDING
015200          SET WS-ALREADY-PENDING TO TRUE
015210          SET WS-PENDING-SCAN-DONE TO TRUE.
015220  6540-EXIT.
015230      EXIT.
015240*
015250*--------------------------------------------------------------*
015260*    6550-OPEN-PENDING-FILE - OPEN THE PENDFILE, CREATING IT ON
015270*    THE FIRST CHANGE EVER HELD.  ONLY A FILE-NOT-FOUND STATUS
015280*    MAY FALL INTO THE CREATE PATH.
015290*--------------------------------------------------------------*
015300  6550-OPEN-PENDING-FILE.
015310      OPEN I-O PENDING-FILE.
015320      IF WS-PENDING-FILE-NO-FILE
015330          CLOSE PENDING-FILE
015340          OPEN OUTPUT PENDING-FILE
015350          CLOSE PENDING-FILE
015360          OPEN I-O PENDING-FILE.
015370  6550-EXIT.
015380      EXIT.
015390*
015400*--------------------------------------------------------------*
015410*    6600-WRITE-PENDING-CHANGE - RECORD THE HELD CHANGE AND
015420*    AUDIT IT AGAINST THE ACCOUNT.  THE TIME IS RE-READ SO TWO
015430*    HOLDS IN ONE SESSION GET DISTINCT KEYS.
015440*--------------------------------------------------------------*
015450  6600-WRITE-PENDING-CHANGE.
015460      SET WS-HOLD-REFUSED TO TRUE.
015470      PERFORM 6550-OPEN-PENDING-FILE
015480          THRU 6550-EXIT.
015490      IF NOT WS-PENDING-FILE-OK
015500          GO TO 6600-EXIT.
015510      ACCEPT WS-CURRENT-TIME FROM TIME.
015520*    THE RECORD AREA IS ONLY GOOD WHILE THE FILE IS OPEN - BUILD
015530*    IT HERE.
015540      MOVE SPACES TO PENDING-CHANGE-RECORD.
015550      MOVE ADMIN-USERNAME TO PND-USERNAME.
015560      MOVE WS-CURRENT-DATE TO PND-REQUEST-DATE.
015570      MOVE WS-CURRENT-TIME TO PND-REQUEST-TIME.
015580      MOVE WS-HOLD-CHANGE-TYPE TO PND-CHANGE-TYPE.
015590      SET PND-PENDING TO TRUE.
015600      MOVE WS-OPERATOR-ID TO PND-REQUESTED-BY.
015610      MOVE ADMIN-CHANGE-REASON TO PND-REASON.
015620      MOVE WS-HOLD-BEFORE TO PND-BEFORE-VALUES.
015630      MOVE WS-HOLD-AFTER TO PND-AFTER-VALUES.
015640      MOVE 0 TO PND-DECIDED-DATE.
015650      MOVE 0 TO PND-DECIDED-TIME.
015660      WRITE PENDING-CHANGE-RECORD
015670          INVALID KEY
015680              CLOSE PENDING-FILE
015690              GO TO 6600-EXIT
015700      END-WRITE.
015710      CLOSE PENDING-FILE.
015720      SET WS-HOLD-OK TO TRUE.
015730      MOVE 17 TO WS-ADMIN-ACTION-CODE.
015740      PERFORM 7000-WRITE-AUDIT-ACTION
015750          THRU 7000-EXIT.
015760  6600-EXIT.
015770      EXIT.
015780*
015790*--------------------------------------------------------------*
015800*    6700-CHECK-SEGREGATION - TEST THE ROLE, DEPARTMENT AND
015810*    FLAGS AS KEYED AGAINST THE SEGREGATION-OF-DUTIES RULES.
015820*    SOD_CHECK ADDS THE ACCOUNT'S OWN DELEGATIONS, SO A NEW
015830*    PERMANENT FLAG THAT CONFLICTS WITH SOMETHING THE ACCOUNT
015840*    IS BORROWING IS CAUGHT TOO.  A RULES FILE THAT CANNOT BE
015850*    READ REFUSES THE CHANGE RATHER THAN WAVING IT THROUGH.
015860*--------------------------------------------------------------*
015870  6700-CHECK-SEGREGATION.
015880      SET WS-SOD-CLEAR TO TRUE.
015890      MOVE SPACES TO SOD-CHECK-PARMS.
015900      SET SCP-FIRST-RULE TO TRUE.
015910      MOVE ADMIN-USERNAME TO SCP-USERNAME.
015920      MOVE ADMIN-ROLE TO SCP-ROLE-CODE.
015930      MOVE ADMIN-DEPARTMENT TO SCP-DEPARTMENT.
015940      MOVE ADMIN-ENTITLEMENTS TO SCP-PERMANENT-FLAGS.
015950      CALL "SOD_CHECK" USING SOD-CHECK-PARMS.
015960      IF SCP-CLEAN
015970          GO TO 6700-EXIT.
015980      SET WS-SOD-REFUSED TO TRUE.
015990      MOVE SPACES TO WS-ADMIN-MESSAGE.
016000      IF SCP-RULES-UNAVAILABLE
016010          MOVE "REFUSED - DUTIES RULES FILE NOT AVAILABLE"
016020              TO WS-ADMIN-MESSAGE
016030      ELSE
016040          STRING "REFUSED - RULE " DELIMITED BY SIZE
016050              SCP-RULE-ID DELIMITED BY SPACE
016060              " " DELIMITED BY SIZE
016070              SCP-RULE-DESCRIPTION DELIMITED BY SIZE
016080              INTO WS-ADMIN-MESSAGE
016090          END-STRING
016100          MOVE 27 TO WS-ADMIN-ACTION-CODE
016110          PERFORM 7000-WRITE-AUDIT-ACTION
016120              THRU 7000-EXIT
016130      END-IF.
016140      PERFORM 8000-SHOW-ADMIN-MESSAGE
016150          THRU 8000-EXIT.
016160  6700-EXIT.
016170      EXIT.
016180*
016190*--------------------------------------------------------------*
016200*    7500-JOURNAL-CHANGE - APPEND THE BEFORE/AFTER IMAGES OF
016210*    THE CHANGE JUST MADE TO THE USERFILE CHANGE JOURNAL.  THE
016220*    CALLER SETS THE UJP ACTION AND FILLS THE IMAGE FIELDS.
016230*--------------------------------------------------------------*
016240  7500-JOURNAL-CHANGE.
016250      MOVE "USER_ADMIN" TO UJP-PROGRAM-NAME.
016260      MOVE WS-BEFORE-IMAGE TO UJP-BEFORE-IMAGE.
016270      MOVE WS-AFTER-IMAGE TO UJP-AFTER-IMAGE.
016280      CALL "USERFILE_JOURNAL" USING USERFILE-JOURNAL-PARMS.
016290  7500-EXIT.
016300      EXIT.
016310*
016320*--------------------------------------------------------------*
016330*    7000-WRITE-AUDIT-ACTION - EVERY UPDATING FUNCTION GOES TO
016340*    THE AUDIT TRAIL THE SAME WAY SIGN-ON ATTEMPTS DO.
016350*--------------------------------------------------------------*
016360  7000-WRITE-AUDIT-ACTION.
016370      CALL "AUDIT_LOG" USING ADMIN-USERNAME WS-ADMIN-OUTCOME
016380          WS-ADMIN-ACTION-CODE.
016390  7000-EXIT.
016400      EXIT.
016410*
016420*--------------------------------------------------------------*
016430*    8000-SHOW-ADMIN-MESSAGE - REPORT THE RESULT BACK ON THE
016440*    FORM RATHER THAN JUST FALLING THROUGH SILENTLY.
016450*--------------------------------------------------------------*
016460  8000-SHOW-ADMIN-MESSAGE.
016470      VMS DECFORM-CALL "Message:", INPUT-VALUE=WS-ADMIN-MESSAGE.
016480  8000-EXIT.
016490      EXIT.
016500*
016510  END PROGRAM USER_ADMIN.
