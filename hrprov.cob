000100*
000110*    HRPROV.COB
000120*
000130*    PROGRAM-ID: HR_PROVISION
000140*
000150*    PURPOSE:    NIGHTLY ACCOUNT PROVISIONING FROM THE HR
000160*                SYSTEM'S DAILY EMPLOYEE EXTRACT (SEE
000170*                HREXTRC.CPY).  RUNS AS A STEP IN THE NIGHTLY
000180*                CYCLE AFTER HR_RECONCILE (SEE NIGHTBAT.JCL).
000190*                FOR EACH ACTIVE EMPLOYEE ON THE EXTRACT:
000200*
000210*                - A NEW HIRE (HIRED IN THE LAST
000220*                  WS-NEW-HIRE-DAYS, NO ACCOUNT CARRYING THE
000230*                  EMPLOYEE NUMBER) GETS AN ACCOUNT.  THE
000240*                  USERNAME IS "E" AND THE EMPLOYEE NUMBER; THE
000250*                  ROLE AND ENTITLEMENT FLAGS COME FROM THE JOB
000260*                  CODE ON THE JOBROLE TABLE (SEE JOBROLE.CPY),
000270*                  TESTED AGAINST THE SEGREGATION-OF-DUTIES
000280*                  RULES THROUGH SOD_CHECK.  THE ACCOUNT CARRIES
000290*                  AN UNUSABLE PASSWORD, ALREADY EXPIRED, AND A
000300*                  FIRST SIGN-ON CODE GOES ONTO THE RESETFILE
000310*                  AND THE PROVLTR LETTER FOR THE NEW HIRE.
000320*                  AUDIT ACTIONS 28 AND 15.
000330*                - AN EMPLOYEE WHOSE HR DEPARTMENT HAS TAKEN
000340*                  EFFECT AND DIFFERS FROM THE ACCOUNT'S IS
000350*                  MOVED TO IT, ITS FOUR ENTITLEMENT FLAGS ARE
000360*                  SET TO "N" AND EVERY DELEGATION TO IT IS
000370*                  DELETED - THE NEW DEPARTMENT RE-GRANTS WHAT IT
000380*                  NEEDS.  AUDIT ACTIONS 29 AND 10.  AN ACCOUNT
000390*                  THAT NEVER HAD A DEPARTMENT SIMPLY TAKES HR'S
000400*                  (ACTION 05) - THAT IS NOT A MOVE.
000410*
000420*                EVERY CREDENTIAL-FILE CHANGE IS JOURNALED
000430*                THROUGH USERFILE_JOURNAL.  EACH ACCOUNT CREATED,
000440*                EACH TRANSFER AND EACH EXTRACT RECORD REJECTED
000450*                PRINTS ON THE PROVRPT REPORT WITH RUN TOTALS.
000460*                TERMINATIONS ARE HR_RECONCILE'S BUSINESS AND ARE
000470*                LEFT ALONE HERE.
000480*
000490*                RETURN CODE 0 - CLEAN.  4 - RECORDS REJECTED.
000500*                8 - THE EXTRACT WAS EMPTY OR MISSING, THE
000510*                JOBROLE TABLE COULD NOT BE READ, A TABLE
000520*                OVERFLOWED, OR A CHANGE FAILED (SEE SYSOUT).
000530*                16 - A FILE COULD NOT BE OPENED.
000540*
000550*    CALLS:      AUDIT_LOG, USERFILE_JOURNAL, PWHASHSVC,
000560*                SOD_CHECK, RUN_CONTROL.
000570*
000580*    MODIFICATION HISTORY
000590*    DATE       BY    DESCRIPTION
000600*    ---------- ----- --------------------------------------------
000610*    2026-10-15 DLH   ORIGINAL - EVERY NEW HIRE USED TO BE A
000620*                     SERVICE-DESK TICKET KEYED BY HAND INTO
000630*                     USER_ADMIN.
000640*
000650  IDENTIFICATION DIVISION.
000660  PROGRAM-ID. HR_PROVISION.
000670  AUTHOR. D L HOLLOWAY.
000680  INSTALLATION. SIGN-ON SERVICES.
000690  DATE-WRITTEN. 2026-10-15.
000700  DATE-COMPILED.
000710*
000720  ENVIRONMENT DIVISION.
000730  INPUT-OUTPUT SECTION.
000740  FILE-CONTROL.
000750      SELECT HR-EXTRACT-FILE ASSIGN TO "HREXTR"
000760          ORGANIZATION LINE SEQUENTIAL
000770          FILE STATUS WS-EXTRACT-FILE-STATUS.
000780      SELECT JOB-ROLE-FILE ASSIGN TO "JOBROLE"
000790          ORGANIZATION LINE SEQUENTIAL
000800          FILE STATUS WS-JOB-FILE-STATUS.
000810      SELECT USER-FILE ASSIGN TO "USERFILE"
000820          ORGANIZATION INDEXED
000830          ACCESS MODE DYNAMIC
000840          RECORD KEY USR-USERNAME
000850          FILE STATUS WS-USER-FILE-STATUS.
000860*    THE ONLINE PROGRAMS' RESETFILE, UNDER AN EIGHT-CHARACTER
000870*    DD NAME FOR THE BATCH STEP.
000880      SELECT RESET-FILE ASSIGN TO "RESETFIL"
000890          ORGANIZATION INDEXED
000900          ACCESS MODE DYNAMIC
000910          RECORD KEY RST-USERNAME
000920          FILE STATUS WS-RESET-FILE-STATUS.
000930      SELECT DELEG-FILE ASSIGN TO "DELGFILE"
000940          ORGANIZATION INDEXED
000950          ACCESS MODE DYNAMIC
000960          RECORD KEY DLG-DELEGATION-KEY
000970          FILE STATUS WS-DELEG-FILE-STATUS.
000980      SELECT REPORT-FILE ASSIGN TO "PROVRPT"
000990          ORGANIZATION LINE SEQUENTIAL
001000          FILE STATUS WS-REPORT-FILE-STATUS.
001010      SELECT LETTER-FILE ASSIGN TO "PROVLTR"
001020          ORGANIZATION LINE SEQUENTIAL
001030          FILE STATUS WS-LETTER-FILE-STATUS.
001040*
001050  DATA DIVISION.
001060  FILE SECTION.
001070  FD  HR-EXTRACT-FILE.
001080      COPY HREXTRC.CPY.
001090  FD  JOB-ROLE-FILE.
001100      COPY JOBROLE.CPY.
001110  FD  USER-FILE.
001120      COPY USERREC.CPY.
001130  FD  RESET-FILE.
001140      COPY RESETRC.CPY.
001150  FD  DELEG-FILE.
001160      COPY DELGREC.CPY.
001170  FD  REPORT-FILE.
001180  01  REPORT-LINE                   PIC X(80).
001190  FD  LETTER-FILE.
001200  01  LETTER-LINE                   PIC X(80).
001210*
001220  WORKING-STORAGE SECTION.
001230*
001240  77  WS-MAX-ACCOUNTS           PIC 9(04) COMP     VALUE 5000.
001250  77  WS-MAX-JOB-CODES          PIC 9(04) COMP     VALUE 500.
001260*    AN ACTIVE EMPLOYEE WITH NO ACCOUNT WHO WAS HIRED LONGER AGO
001270*    THAN THIS IS NOT A NEW HIRE - SOMEONE WHOSE JOB NEVER
001280*    NEEDED SIGN-ON ACCESS.  THE WINDOW ALSO COVERS A FEW MISSED
001290*    NIGHTS.
001300  77  WS-NEW-HIRE-DAYS          PIC 9(04) COMP     VALUE 14.
001310*    HOW LONG A FIRST SIGN-ON CODE STAYS GOOD - MUST MATCH
001320*    WS-FIRST-SIGNON-DAYS IN CRED_CHECK.
001330  77  WS-FIRST-SIGNON-DAYS      PIC 9(04) COMP     VALUE 14.
001332*    THE STEP'S RETURN CODE, HELD HERE BECAUSE EVERY CALL RESETS
001334*    THE REGISTER - MOVED TO RETURN-CODE AFTER THE LAST CALL.
001336  77  WS-RUN-RETURN-CODE        PIC 9(02) COMP     VALUE 0.
001340*
001350  01  WS-EXTRACT-FILE-STATUS    PIC X(02).
001360      88  WS-EXTRACT-FILE-OK        VALUE "00".
001370      88  WS-EXTRACT-FILE-EOF       VALUE "10".
001380  01  WS-JOB-FILE-STATUS        PIC X(02).
001390      88  WS-JOB-FILE-OK            VALUE "00".
001400      88  WS-JOB-FILE-EOF           VALUE "10".
001410  01  WS-USER-FILE-STATUS       PIC X(02).
001420      88  WS-USER-FILE-OK           VALUE "00".
001430      88  WS-USER-FILE-EOF          VALUE "10".
001440  01  WS-RESET-FILE-STATUS      PIC X(02).
001450      88  WS-RESET-FILE-OK          VALUE "00".
001460      88  WS-RESET-FILE-NO-FILE     VALUE "35".
001470  01  WS-DELEG-FILE-STATUS      PIC X(02).
001480      88  WS-DELEG-FILE-OK          VALUE "00".
001490      88  WS-DELEG-FILE-NO-FILE     VALUE "35".
001500  01  WS-REPORT-FILE-STATUS     PIC X(02).
001510      88  WS-REPORT-FILE-OK         VALUE "00".
001520  01  WS-LETTER-FILE-STATUS     PIC X(02).
001530      88  WS-LETTER-FILE-OK         VALUE "00".
001540*
001550  01  WS-EXTRACT-EOF-SWITCH     PIC X(01).
001560      88  WS-EXTRACT-EOF            VALUE "Y".
001570      88  WS-EXTRACT-NOT-EOF         VALUE "N".
001580  01  WS-EXTRACT-OPEN-SWITCH    PIC X(01).
001590      88  WS-EXTRACT-OPEN           VALUE "Y".
001600      88  WS-EXTRACT-NOT-OPEN        VALUE "N".
001610  01  WS-JOB-EOF-SWITCH         PIC X(01).
001620      88  WS-JOB-EOF                VALUE "Y".
001630      88  WS-JOB-NOT-EOF             VALUE "N".
001640  01  WS-JOB-OPEN-SWITCH        PIC X(01).
001650      88  WS-JOB-OPEN               VALUE "Y".
001660      88  WS-JOB-NOT-OPEN            VALUE "N".
001670  01  WS-USER-EOF-SWITCH        PIC X(01).
001680      88  WS-USER-EOF               VALUE "Y".
001690      88  WS-USER-NOT-EOF            VALUE "N".
001700  01  WS-DELEG-OPEN-SWITCH      PIC X(01).
001710      88  WS-DELEG-OPEN             VALUE "Y".
001720      88  WS-DELEG-NOT-OPEN          VALUE "N".
001730  01  WS-DELEG-SCAN-SWITCH      PIC X(01).
001740      88  WS-DELEG-SCAN-DONE        VALUE "Y".
001750      88  WS-DELEG-SCAN-MORE         VALUE "N".
001751*    SET WHEN A DELEGATION TO A TRANSFERRED ACCOUNT COULD NOT BE
001752*    READ OR DELETED - THE TRANSFER IS THEN LEFT FOR THE NEXT RUN.
001753  01  WS-DELEG-FAIL-SWITCH      PIC X(01).
001754      88  WS-DELEG-FAILED           VALUE "Y".
001755      88  WS-DELEG-ALL-ENDED         VALUE "N".
001760  01  WS-ACCT-FOUND-SWITCH      PIC X(01).
001770      88  WS-ACCT-FOUND             VALUE "Y".
001780      88  WS-ACCT-NOT-FOUND          VALUE "N".
001790  01  WS-JOB-FOUND-SWITCH       PIC X(01).
001800      88  WS-JOB-FOUND              VALUE "Y".
001810      88  WS-JOB-NOT-FOUND           VALUE "N".
001820*    SET WHEN THE ACCOUNT TABLE OVERFLOWED - AN EMPLOYEE WHOSE
001830*    ACCOUNT DID NOT FIT WOULD LOOK LIKE A NEW HIRE, SO NO
001840*    ACCOUNT IS CREATED THAT NIGHT.
001850  01  WS-CREATE-SWITCH          PIC X(01).
001860      88  WS-CREATES-ALLOWED        VALUE "Y".
001870      88  WS-CREATES-SUSPENDED       VALUE "N".
001880  01  WS-SENSITIVE-SWITCH       PIC X(01).
001890      88  WS-SENSITIVE-DROPPED      VALUE "Y".
001900      88  WS-SENSITIVE-NONE          VALUE "N".
001910*
001920  01  WS-CURRENT-DATE           PIC 9(08).
001940  01  WS-DATE-INTEGER           PIC 9(07) COMP.
001950  01  WS-YESTERDAY-DATE         PIC 9(08).
001960  01  WS-HIRE-CUTOFF-DATE       PIC 9(08).
001970  01  WS-VALID-UNTIL-DATE       PIC 9(08).
001980*
001990  01  WS-EXTRACT-COUNT          PIC 9(06) COMP.
002000  01  WS-CREATED-COUNT          PIC 9(06) COMP.
002010  01  WS-TRANSFERRED-COUNT      PIC 9(06) COMP.
002020  01  WS-DEPT-RECORDED-COUNT    PIC 9(06) COMP.
002030  01  WS-REJECTED-COUNT         PIC 9(06) COMP.
002040  01  WS-NO-ACCESS-COUNT        PIC 9(06) COMP.
002050  01  WS-DELEG-ENDED-COUNT      PIC 9(06) COMP.
002060  01  WS-FAILED-COUNT           PIC 9(06) COMP.
002070  01  WS-ACCOUNT-COUNT          PIC 9(06) COMP.
002080  01  WS-ACCOUNTS-DROPPED       PIC 9(06) COMP.
002090  01  WS-JOB-COUNT              PIC 9(06) COMP.
002100  01  WS-JOBS-DROPPED           PIC 9(06) COMP.
002110  01  WS-EDIT-COUNT             PIC ZZZZZ9.
002120*
002130  01  WS-NEW-USERNAME.
002140      05  FILLER                    PIC X(01)     VALUE "E".
002150      05  WS-NEW-EMPLOYEE-NUMBER    PIC 9(08).
002160      05  FILLER                    PIC X(23)     VALUE SPACES.
002170  01  WS-NEW-FLAGS              PIC X(04).
002180  01  WS-ACCOUNT-USERNAME       PIC X(32).
002190  01  WS-OLD-DEPARTMENT         PIC X(08).
002200*
002210*    THE NEW ACCOUNT'S PASSWORD IS NEVER TOLD TO ANYONE - THE
002220*    FIRST SIGN-ON CODE IS THE WAY IN.  BOTH ARE DRAWN DIGIT BY
002230*    DIGIT FROM THE RANDOM SEQUENCE, THE WAY BREAK_GLASS_SEAL
002240*    DRAWS ITS PASSWORDS, AND CLEARED AS SOON AS THEY ARE HASHED
002250*    OR PRINTED.  NOTHING WRITTEN TO A FILE - NOT THE EMPLOYEE
002260*    NUMBER, NOT THE ISSUE DATE OR TIME - GOES INTO EITHER.  THE
002270*    SEQUENCE IS SEEDED ONCE, FROM A CLOCK READING KEPT ONLY
002280*    HERE (SEE 1400), AND EACH NEW HIRE'S VALUES ALSO DEPEND ON
002290*    HOW MANY WERE DRAWN BEFORE THEM.
002300  01  WS-SEED-TIME              PIC 9(08).
002310  01  WS-ISSUE-TIME             PIC 9(08).
002320  01  WS-RANDOM-SEED            PIC 9(09) COMP.
002330  01  WS-RANDOM-VALUE           PIC V9(09).
002340  01  WS-RANDOM-DIGITS          PIC X(16).
002350  01  WS-DIGIT-INDEX            PIC 9(02) COMP.
002360  01  WS-RANDOM-DIGIT           PIC 9(01).
002370  01  WS-RESET-CODE             PIC X(08).
002380*
002390  01  WS-AUDIT-USERNAME         PIC X(32).
002400  01  WS-AUDIT-OUTCOME          PIC X(01)          VALUE "A".
002410  01  WS-AUDIT-ACTION-CODE      PIC 9(02).
002420*
002430*    ONE PROVISIONING REPORT LINE, SET BY THE CALLER OF
002440*    5000-PRINT-ACTION.
002450  01  WS-REPORT-ACTION          PIC X(08).
002460  01  WS-REPORT-USERNAME        PIC X(32).
002470  01  WS-REPORT-DETAIL          PIC X(32).
002480*
002490*    BEFORE/AFTER IMAGES FOR THE CHANGE JOURNAL - THE BEFORE
002500*    IMAGE IS TAKEN AT READ TIME, THE AFTER IMAGE JUST BEFORE
002510*    THE WRITE OR REWRITE.
002520  01  WS-BEFORE-IMAGE           PIC X(200).
002530  01  WS-AFTER-IMAGE            PIC X(200).
002540*
002550      COPY USRJRNC.CPY.
002560*
002570      COPY RUNCTLP.CPY.
002580*
002590      COPY SODCHKP.CPY.
002600*
002610      COPY PWHASH.CPY.
002620*
002630*    EVERY ACCOUNT ON FILE THAT CARRIES AN EMPLOYEE NUMBER, SO
002640*    EACH EXTRACT RECORD CAN BE MATCHED WITHOUT A PASS OF
002650*    USERFILE.  ACCOUNTS CREATED THIS RUN ARE ADDED AS THEY ARE
002660*    WRITTEN.
002670  01  WS-ACCOUNT-TABLE.
002680      05  WS-ACCT-ENTRY             OCCURS 5000 TIMES
002690                                    INDEXED BY WS-ACCT-IDX.
002700          10  WS-ACCT-EMPLOYEE-NUMBER   PIC 9(08).
002710          10  WS-ACCT-USERNAME          PIC X(32).
002720*
002730  01  WS-JOB-TABLE.
002740      05  WS-JOB-ENTRY              OCCURS 500 TIMES
002750                                    INDEXED BY WS-JOB-IDX.
002760          10  WS-JOB-CODE               PIC X(08).
002770          10  WS-JOB-ROLE-CODE          PIC X(08).
002780          10  WS-JOB-FLAGS              PIC X(04).
002790          10  WS-JOB-PROVISION          PIC X(01).
002800*
002810  PROCEDURE DIVISION.
002820*
002830  0000-MAINLINE.
002840      PERFORM 1000-INITIALIZE
002850          THRU 1000-EXIT.
002860      PERFORM 1200-LOAD-JOB-ROLE
002870          THRU 1200-EXIT
002880          UNTIL WS-JOB-EOF.
002890      PERFORM 1300-LOAD-ACCOUNT
002900          THRU 1300-EXIT
002910          UNTIL WS-USER-EOF.
002920      PERFORM 1400-SEED-RANDOM
002930          THRU 1400-EXIT.
002940      IF WS-ACCOUNTS-DROPPED > 0
002950          DISPLAY "HR_PROVISION - ACCOUNT TABLE FULL, NO NEW "
002960              "ACCOUNTS CREATED THIS RUN"
002970          SET WS-CREATES-SUSPENDED TO TRUE
002980          MOVE 8 TO WS-RUN-RETURN-CODE.
002990      PERFORM 2000-PROVISION-ONE-EMPLOYEE
003000          THRU 2000-EXIT
003010          UNTIL WS-EXTRACT-EOF.
003020      IF WS-EXTRACT-COUNT = 0
003030          PERFORM 7000-REPORT-EMPTY-EXTRACT
003040              THRU 7000-EXIT
003050          MOVE 8 TO WS-RUN-RETURN-CODE.
003060      PERFORM 9000-TERMINATE
003070          THRU 9000-EXIT.
003080      GOBACK.
003090*
003100*--------------------------------------------------------------*
003110*    1000-INITIALIZE - THE CREDENTIAL, RESET AND OUTPUT FILES
003120*    ARE THE ONES WE CANNOT DO WITHOUT.  NO DELEGATION FILE YET
003130*    SIMPLY MEANS NOTHING TO END ON A TRANSFER.
003140*--------------------------------------------------------------*
003150  1000-INITIALIZE.
003160      ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
003180*    THE ROLL MUST HAVE FINISHED THIS CYCLE BEFORE ACCOUNTS ARE
003190*    MADE OR MOVED - THE SAME GUARD AS HR_RECONCILE.
003200      SET RCP-VERIFY TO TRUE.
003210      MOVE WS-CURRENT-DATE TO RCP-CYCLE-DATE.
003220      MOVE "HRPROV" TO RCP-STEP-NAME.
003230      MOVE "UNLOCK" TO RCP-PRED-STEP-NAME.
003240      CALL "RUN_CONTROL" USING RUN-CONTROL-PARMS.
003250      IF NOT RCP-OK
003260          DISPLAY "HR_PROVISION - UNLOCK HAS NOT COMPLETED "
003270              "THIS CYCLE - PROVISIONING NOT RUN"
003280          MOVE 8 TO RETURN-CODE
003290          STOP RUN.
003300      SET RCP-STAMP-START TO TRUE.
003310      CALL "RUN_CONTROL" USING RUN-CONTROL-PARMS.
003320*    YYYYMMDD IS NOT AN INTEGER DAY COUNT - GO THROUGH A REAL
003330*    CALENDAR CONVERSION FOR EVERY DATE DERIVED FROM TODAY.
003340      COMPUTE WS-DATE-INTEGER =
003350          FUNCTION INTEGER-OF-DATE (WS-CURRENT-DATE) - 1.
003360      COMPUTE WS-YESTERDAY-DATE =
003370          FUNCTION DATE-OF-INTEGER (WS-DATE-INTEGER).
003380      COMPUTE WS-DATE-INTEGER =
003390          FUNCTION INTEGER-OF-DATE (WS-CURRENT-DATE)
003400          - WS-NEW-HIRE-DAYS.
003410      COMPUTE WS-HIRE-CUTOFF-DATE =
003420          FUNCTION DATE-OF-INTEGER (WS-DATE-INTEGER).
003430      COMPUTE WS-DATE-INTEGER =
003440          FUNCTION INTEGER-OF-DATE (WS-CURRENT-DATE)
003450          + WS-FIRST-SIGNON-DAYS.
003460      COMPUTE WS-VALID-UNTIL-DATE =
003470          FUNCTION DATE-OF-INTEGER (WS-DATE-INTEGER).
003480      MOVE 0 TO WS-EXTRACT-COUNT.
003490      MOVE 0 TO WS-CREATED-COUNT.
003500      MOVE 0 TO WS-TRANSFERRED-COUNT.
003510      MOVE 0 TO WS-DEPT-RECORDED-COUNT.
003520      MOVE 0 TO WS-REJECTED-COUNT.
003530      MOVE 0 TO WS-NO-ACCESS-COUNT.
003540      MOVE 0 TO WS-DELEG-ENDED-COUNT.
003550      MOVE 0 TO WS-FAILED-COUNT.
003560      MOVE 0 TO WS-ACCOUNT-COUNT.
003570      MOVE 0 TO WS-ACCOUNTS-DROPPED.
003580      MOVE 0 TO WS-JOB-COUNT.
003590      MOVE 0 TO WS-JOBS-DROPPED.
003600      MOVE "N" TO WS-EXTRACT-EOF-SWITCH.
003610      MOVE "N" TO WS-JOB-EOF-SWITCH.
003620      MOVE "N" TO WS-USER-EOF-SWITCH.
003630      SET WS-CREATES-ALLOWED TO TRUE.
003640      OPEN INPUT HR-EXTRACT-FILE.
003650      IF WS-EXTRACT-FILE-OK
003660          SET WS-EXTRACT-OPEN TO TRUE
003670      ELSE
003680          SET WS-EXTRACT-NOT-OPEN TO TRUE
003690          SET WS-EXTRACT-EOF TO TRUE
003700      END-IF.
003710*    WITHOUT THE TABLE EVERY NEW HIRE IS REJECTED AS UNMAPPED;
003720*    TRANSFERS STILL GO AHEAD.
003730      OPEN INPUT JOB-ROLE-FILE.
003740      IF WS-JOB-FILE-OK
003750          SET WS-JOB-OPEN TO TRUE
003760      ELSE
003770          DISPLAY "HR_PROVISION - UNABLE TO OPEN JOBROLE, "
003780              "STATUS " WS-JOB-FILE-STATUS
003790          MOVE 8 TO WS-RUN-RETURN-CODE
003800          SET WS-JOB-NOT-OPEN TO TRUE
003810          SET WS-JOB-EOF TO TRUE
003820      END-IF.
003830      OPEN OUTPUT REPORT-FILE.
003840      IF NOT WS-REPORT-FILE-OK
003850          DISPLAY "HR_PROVISION - UNABLE TO OPEN PROVRPT, "
003860              "STATUS " WS-REPORT-FILE-STATUS
003870          MOVE 16 TO RETURN-CODE
003880          STOP RUN
003890      END-IF.
003900      OPEN OUTPUT LETTER-FILE.
003910      IF NOT WS-LETTER-FILE-OK
003920          DISPLAY "HR_PROVISION - UNABLE TO OPEN PROVLTR, "
003930              "STATUS " WS-LETTER-FILE-STATUS
003940          MOVE 16 TO RETURN-CODE
003950          STOP RUN
003960      END-IF.
003970      PERFORM 1100-PRINT-REPORT-HEADING
003980          THRU 1100-EXIT.
003990      OPEN I-O USER-FILE.
004000      IF NOT WS-USER-FILE-OK
004010          DISPLAY "HR_PROVISION - UNABLE TO OPEN USERFILE, "
004020              "STATUS " WS-USER-FILE-STATUS
004030          MOVE 16 TO RETURN-CODE
004040          STOP RUN
004050      END-IF.
004060*    THE RESET FILE IS CREATED ON THE FIRST CODE EVER ISSUED,
004070*    THE SAME AS USER_ADMIN DOES.
004080      OPEN I-O RESET-FILE.
004090      IF WS-RESET-FILE-NO-FILE
004100          CLOSE RESET-FILE
004110          OPEN OUTPUT RESET-FILE
004120          CLOSE RESET-FILE
004130          OPEN I-O RESET-FILE.
004140      IF NOT WS-RESET-FILE-OK
004150          DISPLAY "HR_PROVISION - UNABLE TO OPEN RESETFILE, "
004160              "STATUS " WS-RESET-FILE-STATUS
004170          CLOSE USER-FILE
004180          MOVE 16 TO RETURN-CODE
004190          STOP RUN
004200      END-IF.
004210      OPEN I-O DELEG-FILE.
004220      IF WS-DELEG-FILE-OK
004230          SET WS-DELEG-OPEN TO TRUE
004240      ELSE
004250          SET WS-DELEG-NOT-OPEN TO TRUE
004260          IF NOT WS-DELEG-FILE-NO-FILE
004270*    A TRANSFER THAT LEFT BORROWED ACCESS IN PLACE WOULD BE
004280*    REPORTED AS DONE WHEN IT WAS NOT - STOP INSTEAD.
004290              DISPLAY "HR_PROVISION - UNABLE TO OPEN DELGFILE, "
004300                  "STATUS " WS-DELEG-FILE-STATUS
004310              CLOSE USER-FILE
004320              CLOSE RESET-FILE
004330              MOVE 16 TO RETURN-CODE
004340              STOP RUN
004350          END-IF
004360      END-IF.
004370  1000-EXIT.
004380      EXIT.
004390*
004400  1100-PRINT-REPORT-HEADING.
004410      MOVE SPACES TO REPORT-LINE.
004420      STRING "HR PROVISIONING REPORT - " DELIMITED BY SIZE
004430          WS-CURRENT-DATE DELIMITED BY SIZE
004440          INTO REPORT-LINE.
004450      WRITE REPORT-LINE.
004460      MOVE SPACES TO REPORT-LINE.
004470      WRITE REPORT-LINE.
004480      MOVE "ACTION   EMPLOYEE USERNAME             DEPT     "
004490          TO REPORT-LINE.
004500      MOVE "DETAIL" TO REPORT-LINE (49:6).
004510      WRITE REPORT-LINE.
004520  1100-EXIT.
004530      EXIT.
004540*
004550*--------------------------------------------------------------*
004560*    1200-LOAD-JOB-ROLE - THE MAPPING IS SMALL ENOUGH TO HOLD IN
004570*    STORAGE.  A BLANK LINE OR A COMMENT CARD ("*" IN COLUMN 1)
004580*    IS PASSED OVER.
004590*--------------------------------------------------------------*
004600  1200-LOAD-JOB-ROLE.
004610      READ JOB-ROLE-FILE
004620          AT END
004630              SET WS-JOB-EOF TO TRUE
004640      END-READ.
004650      IF NOT WS-JOB-FILE-OK AND NOT WS-JOB-FILE-EOF
004660          DISPLAY "HR_PROVISION - JOBROLE READ ERROR, STATUS "
004670              WS-JOB-FILE-STATUS
004680          MOVE 8 TO WS-RUN-RETURN-CODE
004690          SET WS-JOB-EOF TO TRUE.
004700      IF WS-JOB-EOF
004710          GO TO 1200-EXIT.
004720      IF JBR-JOB-CODE = SPACES
004730         OR JBR-JOB-CODE (1:1) = "*"
004740          GO TO 1200-EXIT.
004750      IF WS-JOB-COUNT < WS-MAX-JOB-CODES
004760          ADD 1 TO WS-JOB-COUNT
004770          SET WS-JOB-IDX TO WS-JOB-COUNT
004780          MOVE JBR-JOB-CODE TO WS-JOB-CODE (WS-JOB-IDX)
004790          MOVE JBR-ROLE-CODE TO WS-JOB-ROLE-CODE (WS-JOB-IDX)
004800          MOVE JBR-ENTITLEMENT-FLAGS TO WS-JOB-FLAGS (WS-JOB-IDX)
004810          MOVE JBR-PROVISION-SWITCH
004820              TO WS-JOB-PROVISION (WS-JOB-IDX)
004830      ELSE
004840          ADD 1 TO WS-JOBS-DROPPED
004850      END-IF.
004860  1200-EXIT.
004870      EXIT.
004880*
004890*--------------------------------------------------------------*
004900*    1300-LOAD-ACCOUNT - ONE SEQUENTIAL PASS OF USERFILE, KEEPING
004910*    EVERY ACCOUNT THAT CARRIES AN EMPLOYEE NUMBER.  WHATEVER
004920*    ITS STATUS, AN ACCOUNT ON FILE MEANS THE EMPLOYEE IS NOT A
004930*    NEW HIRE - A SUSPENDED RE-HIRE IS HR_RECONCILE'S EXCEPTION
004940*    TO RAISE, NOT A SECOND ACCOUNT TO MAKE.
004950*--------------------------------------------------------------*
004960  1300-LOAD-ACCOUNT.
004970      READ USER-FILE NEXT RECORD
004980          AT END
004990              SET WS-USER-EOF TO TRUE
005000      END-READ.
005010      IF NOT WS-USER-FILE-OK AND NOT WS-USER-FILE-EOF
005020          DISPLAY "HR_PROVISION - USERFILE READ ERROR, STATUS "
005030              WS-USER-FILE-STATUS
005040*    A PARTIAL TABLE WOULD MAKE EXISTING STAFF LOOK LIKE NEW
005050*    HIRES.
005060          SET WS-CREATES-SUSPENDED TO TRUE
005070          MOVE 8 TO WS-RUN-RETURN-CODE
005080          SET WS-USER-EOF TO TRUE.
005090      IF WS-USER-EOF
005100          GO TO 1300-EXIT.
005110      IF USR-EMPLOYEE-NUMBER IS NOT NUMERIC
005120         OR USR-EMPLOYEE-NUMBER = 0
005130          GO TO 1300-EXIT.
005140      IF WS-ACCOUNT-COUNT < WS-MAX-ACCOUNTS
005150          ADD 1 TO WS-ACCOUNT-COUNT
005160          SET WS-ACCT-IDX TO WS-ACCOUNT-COUNT
005170          MOVE USR-EMPLOYEE-NUMBER
005180              TO WS-ACCT-EMPLOYEE-NUMBER (WS-ACCT-IDX)
005190          MOVE USR-USERNAME TO WS-ACCT-USERNAME (WS-ACCT-IDX)
005200      ELSE
005210          ADD 1 TO WS-ACCOUNTS-DROPPED
005220      END-IF.
005230  1300-EXIT.
005240      EXIT.
005250*
005260*--------------------------------------------------------------*
005270*    1400-SEED-RANDOM - SEEDED ONCE, AFTER THE TABLE LOADS, FROM
005280*    A CLOCK READING THAT IS NEVER WRITTEN ANYWHERE - NOT THE
005290*    RUNCTL START STAMP AND NOT A RESETFILE ISSUE TIME, EACH OF
005300*    WHICH IS SEPARATED FROM IT BY WORK OF NO FIXED LENGTH.
005310*--------------------------------------------------------------*
005320  1400-SEED-RANDOM.
005330      ACCEPT WS-SEED-TIME FROM TIME.
005340      MOVE WS-SEED-TIME TO WS-RANDOM-SEED.
005350      COMPUTE WS-RANDOM-VALUE = FUNCTION RANDOM (WS-RANDOM-SEED).
005360      MOVE 0 TO WS-SEED-TIME.
005370  1400-EXIT.
005380      EXIT.
005390*
005400*--------------------------------------------------------------*
005410*    2000-PROVISION-ONE-EMPLOYEE - AN EMPLOYEE WITH AN ACCOUNT
005420*    MAY HAVE MOVED; ONE WITHOUT MAY BE A NEW HIRE.
005430*--------------------------------------------------------------*
005440  2000-PROVISION-ONE-EMPLOYEE.
005450      READ HR-EXTRACT-FILE
005460          AT END
005470              SET WS-EXTRACT-EOF TO TRUE
005480      END-READ.
005490      IF NOT WS-EXTRACT-FILE-OK AND NOT WS-EXTRACT-FILE-EOF
005500          DISPLAY "HR_PROVISION - EXTRACT READ ERROR, STATUS "
005510              WS-EXTRACT-FILE-STATUS
005520          MOVE 8 TO WS-RUN-RETURN-CODE
005530          SET WS-EXTRACT-EOF TO TRUE.
005540      IF WS-EXTRACT-EOF
005550          GO TO 2000-EXIT.
005560      ADD 1 TO WS-EXTRACT-COUNT.
005570      MOVE SPACES TO WS-REPORT-USERNAME.
005580      IF HRX-EMPLOYEE-NUMBER IS NOT NUMERIC
005590          MOVE "EMPLOYEE NUMBER NOT NUMERIC" TO WS-REPORT-DETAIL
005600          PERFORM 5100-REJECT-EMPLOYEE
005610              THRU 5100-EXIT
005620          GO TO 2000-EXIT.
005630*    TERMINATIONS ARE HR_RECONCILE'S BUSINESS.
005640      IF NOT HRX-EMPLOYEE-ACTIVE
005650          GO TO 2000-EXIT.
005660      PERFORM 2100-FIND-ACCOUNT
005670          THRU 2100-EXIT.
005680      IF WS-ACCT-FOUND
005690          PERFORM 3000-CHECK-TRANSFER
005700              THRU 3000-EXIT
005710      ELSE
005720          PERFORM 4000-CHECK-NEW-HIRE
005730              THRU 4000-EXIT
005740      END-IF.
005750  2000-EXIT.
005760      EXIT.
005770*
005780  2100-FIND-ACCOUNT.
005790*    THE SEARCH MUST STOP AT THE LOADED COUNT - THE SLOTS PAST
005800*    IT WERE NEVER FILLED AND MUST NOT TAKE PART IN THE MATCH.
005810      SET WS-ACCT-FOUND TO TRUE.
005820      SET WS-ACCT-IDX TO 1.
005830      SEARCH WS-ACCT-ENTRY
005840          AT END
005850              SET WS-ACCT-NOT-FOUND TO TRUE
005860          WHEN WS-ACCT-IDX > WS-ACCOUNT-COUNT
005870              SET WS-ACCT-NOT-FOUND TO TRUE
005880          WHEN WS-ACCT-EMPLOYEE-NUMBER (WS-ACCT-IDX)
005890                  = HRX-EMPLOYEE-NUMBER
005900              CONTINUE
005910      END-SEARCH.
005920  2100-EXIT.
005930      EXIT.
005940*
005950  2200-FIND-JOB-CODE.
005960      SET WS-JOB-FOUND TO TRUE.
005970      SET WS-JOB-IDX TO 1.
005980      SEARCH WS-JOB-ENTRY
005990          AT END
006000              SET WS-JOB-NOT-FOUND TO TRUE
006010          WHEN WS-JOB-IDX > WS-JOB-COUNT
006020              SET WS-JOB-NOT-FOUND TO TRUE
006030          WHEN WS-JOB-CODE (WS-JOB-IDX) = HRX-JOB-CODE
006040              CONTINUE
006050      END-SEARCH.
006060  2200-EXIT.
006070      EXIT.
006080*
006090*--------------------------------------------------------------*
006100*    3000-CHECK-TRANSFER - HR'S DEPARTMENT WINS ONCE ITS
006110*    TRANSFER DATE HAS ARRIVED.  A BLANK HR DEPARTMENT SAYS
006120*    NOTHING AND MOVES NOTHING.
006130*--------------------------------------------------------------*
006140  3000-CHECK-TRANSFER.
006150      IF HRX-DEPARTMENT = SPACES
006160          GO TO 3000-EXIT.
006170      IF HRX-TRANSFER-DATE IS NUMERIC
006180         AND HRX-TRANSFER-DATE > WS-CURRENT-DATE
006190          GO TO 3000-EXIT.
006200      MOVE WS-ACCT-USERNAME (WS-ACCT-IDX) TO WS-ACCOUNT-USERNAME.
006210      MOVE WS-ACCOUNT-USERNAME TO USR-USERNAME.
006220      READ USER-FILE
006230          INVALID KEY
006240              GO TO 3000-EXIT
006250      END-READ.
006260      IF NOT WS-USER-FILE-OK
006270          DISPLAY "HR_PROVISION - USERFILE READ FAILED FOR "
006280              WS-ACCOUNT-USERNAME " STATUS " WS-USER-FILE-STATUS
006290          ADD 1 TO WS-FAILED-COUNT
006300          MOVE 8 TO WS-RUN-RETURN-CODE
006310          GO TO 3000-EXIT.
006320      IF USR-DEPARTMENT = HRX-DEPARTMENT
006330          GO TO 3000-EXIT.
006340*    THE JOURNAL'S BEFORE IMAGE IS THE RECORD AS IT WAS READ.
006350      MOVE SPACES TO WS-BEFORE-IMAGE.
006360      MOVE USER-RECORD TO WS-BEFORE-IMAGE.
006370      MOVE WS-ACCOUNT-USERNAME TO WS-REPORT-USERNAME.
006380      IF USR-DEPARTMENT = SPACES
006390          PERFORM 3100-RECORD-DEPARTMENT
006400              THRU 3100-EXIT
006410      ELSE
006420          PERFORM 3200-TRANSFER-ACCOUNT
006430              THRU 3200-EXIT
006440      END-IF.
006450  3000-EXIT.
006460      EXIT.
006470*
006480*--------------------------------------------------------------*
006490*    3100-RECORD-DEPARTMENT - THE ACCOUNT NEVER HAD A DEPARTMENT
006500*    (KEYED BEFORE THE FIELD WAS KEPT), SO IT TAKES HR'S WITH
006510*    ITS ENTITLEMENTS UNTOUCHED.  AUDITED AS A PROFILE CHANGE.
006520*--------------------------------------------------------------*
006530  3100-RECORD-DEPARTMENT.
006540      MOVE HRX-DEPARTMENT TO USR-DEPARTMENT.
006550      MOVE 05 TO WS-AUDIT-ACTION-CODE.
006560      PERFORM 6000-REWRITE-ACCOUNT
006570          THRU 6000-EXIT.
006580      IF NOT WS-USER-FILE-OK
006590          GO TO 3100-EXIT.
006600      ADD 1 TO WS-DEPT-RECORDED-COUNT.
006610      MOVE "DEPT SET" TO WS-REPORT-ACTION.
006620      MOVE "DEPARTMENT TAKEN FROM HR" TO WS-REPORT-DETAIL.
006630      PERFORM 5000-PRINT-ACTION
006640          THRU 5000-EXIT.
006650  3100-EXIT.
006660      EXIT.
006670*
006680*--------------------------------------------------------------*
006690*    3200-TRANSFER-ACCOUNT - END EVERY DELEGATION TO THE
006700*    ACCOUNT, THEN MOVE IT AND STRIP ALL FOUR FLAGS.  WHAT THE
006710*    OLD DEPARTMENT GAVE DOES NOT TRAVEL - THE NEW ONE RE-GRANTS
006720*    THROUGH USER_ADMIN.  THE ACCOUNT ITSELF STAYS USABLE.
006722*    A DELEGATION LEFT BEHIND KEEPS THE ACCOUNT IN ITS OLD
006724*    DEPARTMENT, SO IT STILL DIFFERS FROM HR AND THE NEXT RUN
006726*    TRIES THE WHOLE TRANSFER AGAIN.
006730*--------------------------------------------------------------*
006740  3200-TRANSFER-ACCOUNT.
006741      MOVE USR-DEPARTMENT TO WS-OLD-DEPARTMENT.
006742      SET WS-DELEG-ALL-ENDED TO TRUE.
006743      IF WS-DELEG-OPEN
006744          PERFORM 3300-END-DELEGATIONS
006745              THRU 3300-EXIT.
006746      IF WS-DELEG-FAILED
006747          ADD 1 TO WS-FAILED-COUNT
006748          MOVE 8 TO WS-RUN-RETURN-CODE
006749          MOVE "INCOMPLT" TO WS-REPORT-ACTION
006750          MOVE SPACES TO WS-REPORT-DETAIL
006751          STRING "FROM " DELIMITED BY SIZE
006752              WS-OLD-DEPARTMENT DELIMITED BY SIZE
006753              " - DELEGATION LEFT" DELIMITED BY SIZE
006754              INTO WS-REPORT-DETAIL
006755          END-STRING
006756          PERFORM 5000-PRINT-ACTION
006757              THRU 5000-EXIT
006758          GO TO 3200-EXIT.
006759      MOVE HRX-DEPARTMENT TO USR-DEPARTMENT.
006770      MOVE "NNNN" TO USR-ENTITLEMENT-FLAGS (1:4).
006780      MOVE 29 TO WS-AUDIT-ACTION-CODE.
006790      PERFORM 6000-REWRITE-ACCOUNT
006800          THRU 6000-EXIT.
006810      IF NOT WS-USER-FILE-OK
006820          GO TO 3200-EXIT.
006860      ADD 1 TO WS-TRANSFERRED-COUNT.
006870      MOVE "TRANSFER" TO WS-REPORT-ACTION.
006880      MOVE SPACES TO WS-REPORT-DETAIL.
006890      STRING "FROM " DELIMITED BY SIZE
006900          WS-OLD-DEPARTMENT DELIMITED BY SIZE
006910          " - FLAGS REMOVED" DELIMITED BY SIZE
006920          INTO WS-REPORT-DETAIL
006930      END-STRING.
006940      PERFORM 5000-PRINT-ACTION
006950          THRU 5000-EXIT.
006960  3200-EXIT.
006970      EXIT.
006980*
006990*--------------------------------------------------------------*
007000*    3300-END-DELEGATIONS - THE DELGFILE KEY LEADS WITH THE
007010*    GRANTEE, SO EVERY DELEGATION TO THIS ACCOUNT READS
007020*    TOGETHER.  A GRANT NOT YET STARTED GOES TOO.
007030*--------------------------------------------------------------*
007040  3300-END-DELEGATIONS.
007050      SET WS-DELEG-SCAN-MORE TO TRUE.
007060      MOVE WS-ACCOUNT-USERNAME TO DLG-GRANTEE.
007070      MOVE LOW-VALUES TO DLG-GRANTOR.
007080      START DELEG-FILE KEY IS NOT LESS THAN DLG-DELEGATION-KEY
007090          INVALID KEY
007100              GO TO 3300-EXIT
007110      END-START.
007111      IF NOT WS-DELEG-FILE-OK
007112          DISPLAY "HR_PROVISION - DELGFILE START FAILED FOR "
007113              WS-ACCOUNT-USERNAME " STATUS " WS-DELEG-FILE-STATUS
007114          SET WS-DELEG-FAILED TO TRUE
007115          GO TO 3300-EXIT.
007120      PERFORM 3310-END-NEXT-DELEGATION
007130          THRU 3310-EXIT
007140          UNTIL WS-DELEG-SCAN-DONE.
007150  3300-EXIT.
007160      EXIT.
007170*
007180  3310-END-NEXT-DELEGATION.
007190      READ DELEG-FILE NEXT RECORD
007200          AT END
007210              SET WS-DELEG-SCAN-DONE TO TRUE
007220              GO TO 3310-EXIT
007230      END-READ.
007231      IF NOT WS-DELEG-FILE-OK
007232          DISPLAY "HR_PROVISION - DELGFILE READ FAILED FOR "
007233              WS-ACCOUNT-USERNAME " STATUS " WS-DELEG-FILE-STATUS
007234          SET WS-DELEG-FAILED TO TRUE
007235          SET WS-DELEG-SCAN-DONE TO TRUE
007236          GO TO 3310-EXIT.
007240      IF DLG-GRANTEE NOT = WS-ACCOUNT-USERNAME
007250          SET WS-DELEG-SCAN-DONE TO TRUE
007260          GO TO 3310-EXIT.
007270      DELETE DELEG-FILE.
007280      IF NOT WS-DELEG-FILE-OK
007290          DISPLAY "HR_PROVISION - DELEGATION DELETE FAILED FOR "
007300              WS-ACCOUNT-USERNAME " STATUS " WS-DELEG-FILE-STATUS
007310          SET WS-DELEG-FAILED TO TRUE
007320          GO TO 3310-EXIT.
007330      ADD 1 TO WS-DELEG-ENDED-COUNT.
007340      MOVE WS-ACCOUNT-USERNAME TO WS-AUDIT-USERNAME.
007350      MOVE 10 TO WS-AUDIT-ACTION-CODE.
007360      CALL "AUDIT_LOG" USING WS-AUDIT-USERNAME WS-AUDIT-OUTCOME
007370          WS-AUDIT-ACTION-CODE.
007380  3310-EXIT.
007390      EXIT.
007400*
007410*--------------------------------------------------------------*
007420*    4000-CHECK-NEW-HIRE - ONLY A HIRE WHOSE START DATE HAS
007430*    ARRIVED, INSIDE THE NEW-HIRE WINDOW, GETS AN ACCOUNT.
007440*    EVERYTHING THAT STOPS ONE FROM BEING MADE IS A REJECT.
007450*--------------------------------------------------------------*
007460  4000-CHECK-NEW-HIRE.
007470      IF HRX-HIRE-DATE IS NOT NUMERIC
007480         OR HRX-HIRE-DATE = 0
007490         OR HRX-HIRE-DATE > WS-CURRENT-DATE
007500         OR HRX-HIRE-DATE < WS-HIRE-CUTOFF-DATE
007510          GO TO 4000-EXIT.
007520      MOVE HRX-EMPLOYEE-NUMBER TO WS-NEW-EMPLOYEE-NUMBER.
007530      MOVE WS-NEW-USERNAME TO WS-REPORT-USERNAME.
007540      IF WS-CREATES-SUSPENDED
007550          MOVE "ACCOUNT TABLE INCOMPLETE" TO WS-REPORT-DETAIL
007560          PERFORM 5100-REJECT-EMPLOYEE
007570              THRU 5100-EXIT
007580          GO TO 4000-EXIT.
007590      IF HRX-DEPARTMENT = SPACES
007600          MOVE "NO DEPARTMENT ON EXTRACT" TO WS-REPORT-DETAIL
007610          PERFORM 5100-REJECT-EMPLOYEE
007620              THRU 5100-EXIT
007630          GO TO 4000-EXIT.
007640      PERFORM 2200-FIND-JOB-CODE
007650          THRU 2200-EXIT.
007660      IF WS-JOB-NOT-FOUND
007670          MOVE SPACES TO WS-REPORT-DETAIL
007680          STRING "JOB CODE " DELIMITED BY SIZE
007690              HRX-JOB-CODE DELIMITED BY SIZE
007700              " NOT MAPPED" DELIMITED BY SIZE
007710              INTO WS-REPORT-DETAIL
007720          END-STRING
007730          PERFORM 5100-REJECT-EMPLOYEE
007740              THRU 5100-EXIT
007750          GO TO 4000-EXIT.
007760      IF WS-JOB-PROVISION (WS-JOB-IDX) = "N"
007770          ADD 1 TO WS-NO-ACCESS-COUNT
007780          GO TO 4000-EXIT.
007790*    SUPERVISOR AND ADMIN NEED A SECOND ADMINISTRATOR - THEY ARE
007800*    NEVER GRANTED FROM THE TABLE.
007810      MOVE WS-JOB-FLAGS (WS-JOB-IDX) TO WS-NEW-FLAGS.
007820      SET WS-SENSITIVE-NONE TO TRUE.
007830      IF WS-NEW-FLAGS (3:1) = "Y"
007840         OR WS-NEW-FLAGS (4:1) = "Y"
007850          SET WS-SENSITIVE-DROPPED TO TRUE
007860          MOVE "NN" TO WS-NEW-FLAGS (3:2).
007870      PERFORM 4100-CHECK-SEGREGATION
007880          THRU 4100-EXIT.
007890      IF NOT SCP-CLEAN
007900          GO TO 4000-EXIT.
007910      PERFORM 4200-CREATE-ACCOUNT
007920          THRU 4200-EXIT.
007930  4000-EXIT.
007940      EXIT.
007950*
007960*--------------------------------------------------------------*
007970*    4100-CHECK-SEGREGATION - THE MAPPED ROLE AND FLAGS MUST
007980*    PASS THE SAME RULES USER_ADMIN APPLIES.  A BRAND-NEW
007990*    ACCOUNT HOLDS NO DELEGATIONS, SO NONE ARE GATHERED.
008000*--------------------------------------------------------------*
008010  4100-CHECK-SEGREGATION.
008020      MOVE SPACES TO SOD-CHECK-PARMS.
008030      SET SCP-FIRST-RULE TO TRUE.
008040      MOVE WS-JOB-ROLE-CODE (WS-JOB-IDX) TO SCP-ROLE-CODE.
008050      MOVE HRX-DEPARTMENT TO SCP-DEPARTMENT.
008060      MOVE WS-NEW-FLAGS TO SCP-PERMANENT-FLAGS.
008070      CALL "SOD_CHECK" USING SOD-CHECK-PARMS.
008080      IF SCP-CLEAN
008090          GO TO 4100-EXIT.
008100      MOVE SPACES TO WS-REPORT-DETAIL.
008110      IF SCP-VIOLATION
008120          STRING "JOB MAPPING BREAKS RULE " DELIMITED BY SIZE
008130              SCP-RULE-ID DELIMITED BY SIZE
008140              INTO WS-REPORT-DETAIL
008150          END-STRING
008160      ELSE
008170          MOVE "DUTIES RULES FILE NOT AVAILABLE"
008180              TO WS-REPORT-DETAIL
008190      END-IF.
008200      PERFORM 5100-REJECT-EMPLOYEE
008210          THRU 5100-EXIT.
008220  4100-EXIT.
008230      EXIT.
008240*
008250*--------------------------------------------------------------*
008260*    4200-CREATE-ACCOUNT - BUILT THE WAY USER_ADMIN'S ADD BUILDS
008270*    ONE: UNLOCKED, ACTIVE, PASSWORD ALREADY AGED OUT, NO
008280*    SIGN-ON WINDOW.
008290*--------------------------------------------------------------*
008300  4200-CREATE-ACCOUNT.
008310      PERFORM 4500-DRAW-RANDOM-DIGITS
008320          THRU 4500-EXIT.
008330      SET PWHASH-GENERATE TO TRUE.
008340      MOVE WS-RANDOM-DIGITS TO PWHASH-PLAINTEXT.
008350      CALL "PWHASHSVC" USING PWHASH-PARMS.
008360      MOVE SPACES TO WS-RANDOM-DIGITS.
008370      IF NOT PWHASH-OK
008380          MOVE "PASSWORD SERVICE UNAVAILABLE" TO WS-REPORT-DETAIL
008390          PERFORM 5100-REJECT-EMPLOYEE
008400              THRU 5100-EXIT
008410          GO TO 4200-EXIT.
008420      MOVE SPACES TO USER-RECORD.
008430      MOVE WS-NEW-USERNAME TO USR-USERNAME.
008440      MOVE PWHASH-SALT TO USR-PASSWORD-SALT.
008450      MOVE PWHASH-DIGEST TO USR-PASSWORD-DIGEST.
008460      MOVE 0 TO USR-FAILED-COUNT.
008470      SET USR-NOT-LOCKED TO TRUE.
008480      MOVE 0 TO USR-LOCKED-DATE.
008490      MOVE WS-YESTERDAY-DATE TO USR-PASSWORD-CHANGED-DATE.
008500      MOVE WS-YESTERDAY-DATE TO USR-PASSWORD-EXPIRE-DATE.
008510      MOVE "A" TO USR-ACCOUNT-STATUS.
008520      MOVE WS-JOB-ROLE-CODE (WS-JOB-IDX) TO USR-ROLE-CODE.
008530      MOVE HRX-DEPARTMENT TO USR-DEPARTMENT.
008540      MOVE WS-NEW-FLAGS TO USR-ENTITLEMENT-FLAGS.
008550      MOVE 0 TO USR-LAST-SIGNON-DATE.
008560      MOVE HRX-EMPLOYEE-NUMBER TO USR-EMPLOYEE-NUMBER.
008570      MOVE USER-RECORD TO WS-AFTER-IMAGE.
008580      WRITE USER-RECORD
008590          INVALID KEY
008600              MOVE "USERNAME ALREADY ON FILE" TO WS-REPORT-DETAIL
008610              PERFORM 5100-REJECT-EMPLOYEE
008620                  THRU 5100-EXIT
008630              GO TO 4200-EXIT
008640      END-WRITE.
008650      IF NOT WS-USER-FILE-OK
008660          DISPLAY "HR_PROVISION - USERFILE WRITE FAILED FOR "
008670              WS-NEW-USERNAME " STATUS " WS-USER-FILE-STATUS
008680          ADD 1 TO WS-FAILED-COUNT
008690          MOVE 8 TO WS-RUN-RETURN-CODE
008700          GO TO 4200-EXIT.
008710*    A WRITE'S BEFORE IMAGE IS LOW-VALUES - THE RECORD DID NOT
008720*    EXIST.
008730      MOVE LOW-VALUES TO WS-BEFORE-IMAGE.
008740      SET UJP-ACTION-WRITE TO TRUE.
008750      PERFORM 6100-JOURNAL-CHANGE
008760          THRU 6100-EXIT.
008770      MOVE WS-NEW-USERNAME TO WS-AUDIT-USERNAME.
008780      MOVE 28 TO WS-AUDIT-ACTION-CODE.
008790      CALL "AUDIT_LOG" USING WS-AUDIT-USERNAME WS-AUDIT-OUTCOME
008800          WS-AUDIT-ACTION-CODE.
008810      ADD 1 TO WS-CREATED-COUNT.
008820      IF WS-ACCOUNT-COUNT < WS-MAX-ACCOUNTS
008830          ADD 1 TO WS-ACCOUNT-COUNT
008840          SET WS-ACCT-IDX TO WS-ACCOUNT-COUNT
008850          MOVE HRX-EMPLOYEE-NUMBER
008860              TO WS-ACCT-EMPLOYEE-NUMBER (WS-ACCT-IDX)
008870          MOVE WS-NEW-USERNAME TO WS-ACCT-USERNAME (WS-ACCT-IDX)
008880      END-IF.
008890      MOVE "CREATED" TO WS-REPORT-ACTION.
008900      MOVE SPACES TO WS-REPORT-DETAIL.
008910      STRING "ROLE " DELIMITED BY SIZE
008920          USR-ROLE-CODE DELIMITED BY SIZE
008930          " FLAGS " DELIMITED BY SIZE
008940          WS-NEW-FLAGS DELIMITED BY SIZE
008950          INTO WS-REPORT-DETAIL
008960      END-STRING.
008970      IF WS-SENSITIVE-DROPPED
008980          MOVE " NO S/A" TO WS-REPORT-DETAIL (25:7).
008990      PERFORM 5000-PRINT-ACTION
009000          THRU 5000-EXIT.
009010      PERFORM 4300-ISSUE-FIRST-SIGNON-CODE
009020          THRU 4300-EXIT.
009030  4200-EXIT.
009040      EXIT.
009050*
009060*--------------------------------------------------------------*
009070*    4300-ISSUE-FIRST-SIGNON-CODE - HASHED ONTO THE RESETFILE
009080*    AS A FIRST SIGN-ON CODE (SEE RESETRC.CPY) AND PRINTED ONCE,
009090*    ON THE NEW HIRE'S LETTER ONLY.  IF IT CANNOT BE ISSUED THE
009100*    ACCOUNT STANDS AND THE SERVICE DESK ISSUES AN ORDINARY
009110*    RESET CODE THROUGH USER_ADMIN ON THE FIRST DAY.
009120*--------------------------------------------------------------*
009130  4300-ISSUE-FIRST-SIGNON-CODE.
009140      PERFORM 4500-DRAW-RANDOM-DIGITS
009150          THRU 4500-EXIT.
009160      MOVE WS-RANDOM-DIGITS (1:8) TO WS-RESET-CODE.
009170      MOVE SPACES TO WS-RANDOM-DIGITS.
009180      SET PWHASH-GENERATE TO TRUE.
009190      MOVE WS-RESET-CODE TO PWHASH-PLAINTEXT.
009200      CALL "PWHASHSVC" USING PWHASH-PARMS.
009210      IF NOT PWHASH-OK
009220          GO TO 4300-NOT-ISSUED.
009230      MOVE SPACES TO RESET-CODE-RECORD.
009240      MOVE WS-NEW-USERNAME TO RST-USERNAME.
009250      MOVE PWHASH-SALT TO RST-CODE-SALT.
009260      MOVE PWHASH-DIGEST TO RST-CODE-DIGEST.
009270      MOVE WS-CURRENT-DATE TO RST-ISSUED-DATE.
009280      ACCEPT WS-ISSUE-TIME FROM TIME.
009290      MOVE WS-ISSUE-TIME TO RST-ISSUED-TIME.
009300      SET RST-OUTSTANDING TO TRUE.
009310      SET RST-FIRST-SIGNON-CODE TO TRUE.
009320      WRITE RESET-CODE-RECORD
009330          INVALID KEY
009340*    A CODE LEFT OVER UNDER THE SAME USERNAME IS REPLACED.
009350              REWRITE RESET-CODE-RECORD
009360      END-WRITE.
009370      IF NOT WS-RESET-FILE-OK
009380          GO TO 4300-NOT-ISSUED.
009390      MOVE 15 TO WS-AUDIT-ACTION-CODE.
009400      CALL "AUDIT_LOG" USING WS-AUDIT-USERNAME WS-AUDIT-OUTCOME
009410          WS-AUDIT-ACTION-CODE.
009420      PERFORM 4400-PRINT-LETTER
009430          THRU 4400-EXIT.
009440      GO TO 4300-CLEAR.
009450  4300-NOT-ISSUED.
009460      DISPLAY "HR_PROVISION - NO FIRST SIGN-ON CODE FOR "
009470          WS-NEW-USERNAME " - ISSUE ONE THROUGH USER_ADMIN".
009480      MOVE "NO CODE" TO WS-REPORT-ACTION.
009490      MOVE "NO FIRST SIGN-ON CODE ISSUED" TO WS-REPORT-DETAIL.
009500      PERFORM 5000-PRINT-ACTION
009510          THRU 5000-EXIT.
009520      ADD 1 TO WS-FAILED-COUNT.
009530      MOVE 8 TO WS-RUN-RETURN-CODE.
009540  4300-CLEAR.
009550*    THE PLAINTEXT CODE HAS DONE ITS JOB.
009560      MOVE SPACES TO WS-RESET-CODE.
009570  4300-EXIT.
009580      EXIT.
009590*
009600*--------------------------------------------------------------*
009610*    4400-PRINT-LETTER - ONE BLOCK PER NEW HIRE ON THE PROVLTR
009620*    OUTPUT, WHICH GOES TO A SECURE PRINT CLASS AND FROM THERE
009630*    IN A SEALED ENVELOPE TO THE HIRING MANAGER.  THE CODE
009640*    APPEARS NOWHERE ELSE.
009650*--------------------------------------------------------------*
009660  4400-PRINT-LETTER.
009670      MOVE SPACES TO LETTER-LINE.
009680      STRING "FIRST SIGN-ON FOR " DELIMITED BY SIZE
009690          HRX-EMPLOYEE-NAME DELIMITED BY SIZE
009700          " - EMPLOYEE " DELIMITED BY SIZE
009710          HRX-EMPLOYEE-NUMBER DELIMITED BY SIZE
009720          INTO LETTER-LINE
009730      END-STRING.
009740      WRITE LETTER-LINE.
009750      MOVE SPACES TO LETTER-LINE.
009760      STRING "  USERNAME      " DELIMITED BY SIZE
009770          WS-NEW-USERNAME DELIMITED BY SPACE
009780          "   DEPARTMENT " DELIMITED BY SIZE
009790          HRX-DEPARTMENT DELIMITED BY SIZE
009800          INTO LETTER-LINE
009810      END-STRING.
009820      WRITE LETTER-LINE.
009830      MOVE SPACES TO LETTER-LINE.
009840      STRING "  ONE-TIME CODE " DELIMITED BY SIZE
009850          WS-RESET-CODE DELIMITED BY SIZE
009860          "   ONE USE, VALID UNTIL " DELIMITED BY SIZE
009870          WS-VALID-UNTIL-DATE DELIMITED BY SIZE
009880          INTO LETTER-LINE
009890      END-STRING.
009900      WRITE LETTER-LINE.
009910      MOVE "  SIGN ON WITH THE CODE AS THE PASSWORD, THEN"
009920          TO LETTER-LINE.
009930      WRITE LETTER-LINE.
009940      MOVE "  CHOOSE A NEW PASSWORD WHEN ASKED." TO LETTER-LINE.
009950      WRITE LETTER-LINE.
009960      MOVE SPACES TO LETTER-LINE.
009970      WRITE LETTER-LINE.
009980  4400-EXIT.
009990      EXIT.
010000*
010010*--------------------------------------------------------------*
010020*    4500-DRAW-RANDOM-DIGITS - 16 DIGITS FROM THE RANDOM
010030*    SEQUENCE INTO WS-RANDOM-DIGITS.  THE CALLER TAKES WHAT IT
010040*    NEEDS AND CLEARS THE FIELD.
010050*--------------------------------------------------------------*
010060  4500-DRAW-RANDOM-DIGITS.
010070      MOVE SPACES TO WS-RANDOM-DIGITS.
010080      PERFORM 4510-DRAW-ONE-DIGIT
010090          THRU 4510-EXIT
010100          VARYING WS-DIGIT-INDEX FROM 1 BY 1
010110          UNTIL WS-DIGIT-INDEX > 16.
010120  4500-EXIT.
010130      EXIT.
010140*
010150  4510-DRAW-ONE-DIGIT.
010160      COMPUTE WS-RANDOM-VALUE = FUNCTION RANDOM.
010170      COMPUTE WS-RANDOM-DIGIT = WS-RANDOM-VALUE * 10.
010180      MOVE WS-RANDOM-DIGIT TO WS-RANDOM-DIGITS (WS-DIGIT-INDEX:1).
010190  4510-EXIT.
010200      EXIT.
010210*
010220*--------------------------------------------------------------*
010230*    5000-PRINT-ACTION - ONE LINE ON THE PROVISIONING REPORT
010240*    FROM WS-REPORT-ACTION, -USERNAME AND -DETAIL AND THE
010250*    EXTRACT RECORD IN HAND.
010260*--------------------------------------------------------------*
010270  5000-PRINT-ACTION.
010280      MOVE SPACES TO REPORT-LINE.
010290      STRING WS-REPORT-ACTION DELIMITED BY SIZE
010300          " " DELIMITED BY SIZE
010310          HRX-EMPLOYEE-NUMBER DELIMITED BY SIZE
010320          " " DELIMITED BY SIZE
010330          WS-REPORT-USERNAME (1:20) DELIMITED BY SIZE
010340          " " DELIMITED BY SIZE
010350          HRX-DEPARTMENT DELIMITED BY SIZE
010360          " " DELIMITED BY SIZE
010370          WS-REPORT-DETAIL DELIMITED BY SIZE
010380          INTO REPORT-LINE
010390      END-STRING.
010400      WRITE REPORT-LINE.
010410  5000-EXIT.
010420      EXIT.
010430*
010440  5100-REJECT-EMPLOYEE.
010450      ADD 1 TO WS-REJECTED-COUNT.
010460      MOVE "REJECTED" TO WS-REPORT-ACTION.
010470      PERFORM 5000-PRINT-ACTION
010480          THRU 5000-EXIT.
010490  5100-EXIT.
010500      EXIT.
010510*
010520*--------------------------------------------------------------*
010530*    6000-REWRITE-ACCOUNT - THE CALLER HAS MADE ITS CHANGE AND
010540*    SET THE ACTION CODE.  NOTHING IS JOURNALED OR AUDITED
010550*    UNLESS THE REWRITE ACTUALLY TOOK.
010560*--------------------------------------------------------------*
010570  6000-REWRITE-ACCOUNT.
010580      MOVE USER-RECORD TO WS-AFTER-IMAGE.
010590      REWRITE USER-RECORD.
010600      IF NOT WS-USER-FILE-OK
010610          DISPLAY "HR_PROVISION - USERFILE REWRITE FAILED FOR "
010620              WS-ACCOUNT-USERNAME " STATUS " WS-USER-FILE-STATUS
010630          ADD 1 TO WS-FAILED-COUNT
010640          MOVE 8 TO WS-RUN-RETURN-CODE
010650          GO TO 6000-EXIT.
010660      SET UJP-ACTION-REWRITE TO TRUE.
010670      PERFORM 6100-JOURNAL-CHANGE
010680          THRU 6100-EXIT.
010690      MOVE WS-ACCOUNT-USERNAME TO WS-AUDIT-USERNAME.
010700      CALL "AUDIT_LOG" USING WS-AUDIT-USERNAME WS-AUDIT-OUTCOME
010710          WS-AUDIT-ACTION-CODE.
010720  6000-EXIT.
010730      EXIT.
010740*
010750  6100-JOURNAL-CHANGE.
010760      MOVE "HR_PROVISION" TO UJP-PROGRAM-NAME.
010770      MOVE WS-BEFORE-IMAGE TO UJP-BEFORE-IMAGE.
010780      MOVE WS-AFTER-IMAGE TO UJP-AFTER-IMAGE.
010790      CALL "USERFILE_JOURNAL" USING USERFILE-JOURNAL-PARMS.
010800  6100-EXIT.
010810      EXIT.
010820*
010830*--------------------------------------------------------------*
010840*    7000-REPORT-EMPTY-EXTRACT
010850*--------------------------------------------------------------*
010860  7000-REPORT-EMPTY-EXTRACT.
010870      MOVE "HR EXTRACT MISSING OR EMPTY - NOTHING PROVISIONED"
010880          TO REPORT-LINE.
010890      WRITE REPORT-LINE.
010900      DISPLAY "HR_PROVISION - HR EXTRACT MISSING OR EMPTY - "
010910          "NOTHING PROVISIONED".
010920  7000-EXIT.
010930      EXIT.
010940*
010950*--------------------------------------------------------------*
010960*    9000-TERMINATE - RUN TOTALS ON THE REPORT AND ON SYSOUT.
010970*    REJECTS END THE RUN RC 4 UNLESS SOMETHING WORSE HAS
010980*    ALREADY BEEN POSTED.
010990*--------------------------------------------------------------*
011000  9000-TERMINATE.
011010      IF WS-CREATED-COUNT + WS-TRANSFERRED-COUNT
011020         + WS-DEPT-RECORDED-COUNT + WS-REJECTED-COUNT = 0
011030          MOVE "  NOTHING TO PROVISION" TO REPORT-LINE
011040          WRITE REPORT-LINE.
011050      MOVE SPACES TO REPORT-LINE.
011060      WRITE REPORT-LINE.
011070      MOVE WS-EXTRACT-COUNT TO WS-EDIT-COUNT.
011080      STRING "EXTRACT RECORDS READ  " DELIMITED BY SIZE
011090          WS-EDIT-COUNT DELIMITED BY SIZE
011100          INTO REPORT-LINE.
011110      WRITE REPORT-LINE.
011120      MOVE WS-CREATED-COUNT TO WS-EDIT-COUNT.
011130      STRING "ACCOUNTS CREATED      " DELIMITED BY SIZE
011140          WS-EDIT-COUNT DELIMITED BY SIZE
011150          INTO REPORT-LINE.
011160      WRITE REPORT-LINE.
011170      MOVE WS-TRANSFERRED-COUNT TO WS-EDIT-COUNT.
011180      STRING "ACCOUNTS TRANSFERRED  " DELIMITED BY SIZE
011190          WS-EDIT-COUNT DELIMITED BY SIZE
011200          INTO REPORT-LINE.
011210      WRITE REPORT-LINE.
011220      MOVE WS-DEPT-RECORDED-COUNT TO WS-EDIT-COUNT.
011230      STRING "DEPARTMENTS RECORDED  " DELIMITED BY SIZE
011240          WS-EDIT-COUNT DELIMITED BY SIZE
011250          INTO REPORT-LINE.
011260      WRITE REPORT-LINE.
011270      MOVE WS-DELEG-ENDED-COUNT TO WS-EDIT-COUNT.
011280      STRING "DELEGATIONS ENDED     " DELIMITED BY SIZE
011290          WS-EDIT-COUNT DELIMITED BY SIZE
011300          INTO REPORT-LINE.
011310      WRITE REPORT-LINE.
011320      MOVE WS-NO-ACCESS-COUNT TO WS-EDIT-COUNT.
011330      STRING "NO ACCESS NEEDED      " DELIMITED BY SIZE
011340          WS-EDIT-COUNT DELIMITED BY SIZE
011350          INTO REPORT-LINE.
011360      WRITE REPORT-LINE.
011370      MOVE WS-REJECTED-COUNT TO WS-EDIT-COUNT.
011380      STRING "RECORDS REJECTED      " DELIMITED BY SIZE
011390          WS-EDIT-COUNT DELIMITED BY SIZE
011400          INTO REPORT-LINE.
011410      WRITE REPORT-LINE.
011420      IF WS-JOBS-DROPPED > 0
011430          DISPLAY "HR_PROVISION - JOBROLE RECORDS DROPPED, "
011440              "TABLE FULL: " WS-JOBS-DROPPED
011450          MOVE 8 TO WS-RUN-RETURN-CODE
011460      END-IF.
011470      IF WS-REJECTED-COUNT > 0
011480         AND WS-RUN-RETURN-CODE < 4
011490          MOVE 4 TO WS-RUN-RETURN-CODE.
011500      IF WS-EXTRACT-OPEN
011510          CLOSE HR-EXTRACT-FILE.
011520      IF WS-JOB-OPEN
011530          CLOSE JOB-ROLE-FILE.
011540      CLOSE USER-FILE.
011550      CLOSE RESET-FILE.
011560      IF WS-DELEG-OPEN
011570          CLOSE DELEG-FILE.
011580      CLOSE REPORT-FILE.
011590      CLOSE LETTER-FILE.
011600      DISPLAY "HR_PROVISION - ACCOUNTS CREATED:     "
011610          WS-CREATED-COUNT.
011620      DISPLAY "HR_PROVISION - ACCOUNTS TRANSFERRED: "
011630          WS-TRANSFERRED-COUNT.
011640      DISPLAY "HR_PROVISION - DEPARTMENTS RECORDED: "
011650          WS-DEPT-RECORDED-COUNT.
011660      DISPLAY "HR_PROVISION - RECORDS REJECTED:     "
011670          WS-REJECTED-COUNT.
011680      DISPLAY "HR_PROVISION - CHANGES FAILED:       "
011690          WS-FAILED-COUNT.
011700*    THE FINAL RETURN CODE IS KNOWN - STAMP THE END ON THE
011710*    RUN-CONTROL FILE WITH THE COUNTERS THE MORNING SUMMARY
011720*    PRINTS.
011730      SET RCP-STAMP-END TO TRUE.
011740      MOVE WS-CURRENT-DATE TO RCP-CYCLE-DATE.
011750      MOVE "HRPROV" TO RCP-STEP-NAME.
011760      MOVE WS-RUN-RETURN-CODE TO RCP-STEP-RETURN-CODE.
011770      MOVE WS-CREATED-COUNT TO RCP-COUNTER-1.
011780      MOVE WS-TRANSFERRED-COUNT TO RCP-COUNTER-2.
011790      MOVE WS-REJECTED-COUNT TO RCP-COUNTER-3.
011800      MOVE WS-EXTRACT-COUNT TO RCP-COUNTER-4.
011810      CALL "RUN_CONTROL" USING RUN-CONTROL-PARMS.
011815      MOVE WS-RUN-RETURN-CODE TO RETURN-CODE.
011820  9000-EXIT.
011830      EXIT.
011840*
011850  END PROGRAM HR_PROVISION.
