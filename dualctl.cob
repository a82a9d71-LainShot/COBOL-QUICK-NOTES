000100*
000110*    DUALCTL.COB
000120*
000130*    PROGRAM-ID: DUAL_CONTROL
000140*
000150*    PURPOSE:    ONLINE SECOND-ADMINISTRATOR DECISION ON THE
000160*                SENSITIVE CHANGES USER_ADMIN HOLDS ON THE
000170*                PENDFILE (SEE PENDCHG.CPY).  DRAWS THE BOXED
000180*                ADMINISTRATION SCREEN IN THE SAME STYLE AS
000190*                USER_ADMIN AND SUPPORTS THREE FUNCTIONS AGAINST
000200*                A USERNAME:
000210*
000220*                "A" APPROVE  - APPLY THE HELD CHANGE TO THE
000230*                               CREDENTIAL FILE.  REFUSED IF THE
000240*                               ACCOUNT HAS CHANGED SINCE THE
000250*                               REQUEST, OR IF THE OPERATOR IS
000260*                               THE ONE WHO REQUESTED IT OR THE
000270*                               ACCOUNT ITSELF.
000280*                A DECISION EITHER WAY NEEDS AN OPERATOR WHOSE OWN
000290*                ACCOUNT IS ACTIVE, UNLOCKED AND HOLDS THE ADMIN
000300*                ENTITLEMENT - THE SAME TEST AS SOD_ADMIN.
000310*                "R" REJECT   - CLOSE THE REQUEST UNAPPLIED.  THE
000320*                               REQUESTER MAY REJECT THEIR OWN
000330*                               REQUEST TO WITHDRAW IT.
000340*                "I" INQUIRY  - SHOW THE REQUEST, ITS REASON AND
000350*                               THE CHANGE IT WOULD MAKE.
000360*
000370*                A BLANK USERNAME TAKES THE FIRST REQUEST STILL
000380*                AWAITING A DECISION, SO THE QUEUE CAN BE WORKED
000390*                WITHOUT KNOWING WHAT IS IN IT.  "A" AND "R" SHOW
000400*                THE REQUEST AND WAIT FOR A Y CONFIRMATION FIRST.
000410*
000420*                THE OPERATOR IS THE OPERATING-SYSTEM USERNAME OF
000430*                THE PROCESS, THE SAME IDENTITY USER_ADMIN RECORDS
000440*                AS THE REQUESTER.  EVERY DECISION IS WRITTEN TO
000450*                THE SIGN-ON AUDIT TRAIL THROUGH AUDIT_LOG WITH
000460*                OUTCOME "A" - SEE AUDITREC.CPY FOR THE ACTION
000470*                CODES (18 APPROVED, 19 REJECTED).  AN APPROVED
000480*                CHANGE ALSO WRITES THE ACTION CODE USER_ADMIN
000490*                WOULD HAVE WRITTEN FOR IT, AND IS JOURNALED.
000500*
000510*    CALLS:      AUDIT_LOG, USERFILE_JOURNAL.
000520*
000530*    MODIFICATION HISTORY
000540*    DATE       BY    DESCRIPTION
000550*    ---------- ----- --------------------------------------------
000560*    2026-10-15 DLH   ORIGINAL - A SUPERVISOR OR ADMIN GRANT AND
000570*                     THE RE-ENABLE OF AN HR-SUSPENDED ACCOUNT
000580*                     NOW NEED TWO ADMINISTRATORS.
000590*
000600  IDENTIFICATION DIVISION.
000610  PROGRAM-ID. DUAL_CONTROL.
000620  AUTHOR. D L HOLLOWAY.
000630  INSTALLATION. SIGN-ON SERVICES.
000640  DATE-WRITTEN. 2026-10-15.
000650  DATE-COMPILED.
000660*
000670  ENVIRONMENT DIVISION.
000680  INPUT-OUTPUT SECTION.
000690  FILE-CONTROL.
000700      SELECT PENDING-FILE ASSIGN TO "PENDFILE"
000710          ORGANIZATION INDEXED
000720          ACCESS MODE DYNAMIC
000730          RECORD KEY PND-CHANGE-KEY
000740          FILE STATUS WS-PENDING-FILE-STATUS.
000750      SELECT USER-FILE ASSIGN TO "USERFILE"
000760          ORGANIZATION INDEXED
000770          ACCESS MODE DYNAMIC
000780          RECORD KEY USR-USERNAME
000790          FILE STATUS WS-USER-FILE-STATUS.
000800*
000810  DATA DIVISION.
000820  FILE SECTION.
000830  FD  PENDING-FILE.
000840      COPY PENDCHG.CPY.
000850  FD  USER-FILE.
000860      COPY USERREC.CPY.
000870*
000880  WORKING-STORAGE SECTION.
000890*
000900  77  WS-IDLE-TIMEOUT-SECONDS   PIC 9(04) COMP     VALUE 60.
000910*
000920*Define variables for the fields collected on the approval
000930*screen.
000940  01  CTL-FUNCTION              PIC X(01).
000950      88  CTL-APPROVE               VALUE "A".
000960      88  CTL-REJECT                VALUE "R".
000970      88  CTL-INQUIRY               VALUE "I".
000980      88  CTL-EXIT                  VALUE "X".
000990  01  CTL-USERNAME              PIC X(32).
001000  01  CTL-CONFIRM               PIC X(01).
001010*
001020*Define a temporary variable for the DECform input values.
001030  01  INPUT-VALUE               PIC X(32).
001040*
001050  01  WS-TIMED-OUT-SWITCH       PIC X(01).
001060      88  WS-TIMED-OUT              VALUE "Y".
001070      88  WS-NOT-TIMED-OUT           VALUE "N".
001080*
001090  01  WS-CTL-DONE-SWITCH        PIC X(01).
001100      88  WS-CTL-DONE               VALUE "Y".
001110*
001120  01  WS-REQUEST-FOUND-SWITCH   PIC X(01).
001130      88  WS-REQUEST-FOUND          VALUE "Y".
001140      88  WS-REQUEST-NOT-FOUND       VALUE "N".
001150  01  WS-PENDING-SCAN-SWITCH    PIC X(01).
001160      88  WS-PENDING-SCAN-DONE      VALUE "Y".
001170      88  WS-PENDING-SCAN-MORE       VALUE "N".
001180  01  WS-DECIDER-OK-SWITCH      PIC X(01).
001190      88  WS-DECIDER-OK             VALUE "Y".
001200      88  WS-DECIDER-REFUSED         VALUE "N".
001202  01  WS-MARK-FAILED-SWITCH     PIC X(01).
001204      88  WS-MARK-FAILED            VALUE "Y".
001206      88  WS-MARK-DONE               VALUE "N".
001210*
001220  01  WS-PENDING-FILE-STATUS    PIC X(02).
001230      88  WS-PENDING-FILE-OK        VALUE "00".
001240      88  WS-PENDING-FILE-NO-FILE   VALUE "35".
001250  01  WS-USER-FILE-STATUS       PIC X(02).
001260      88  WS-USER-FILE-OK           VALUE "00".
001270*
001280  01  WS-CURRENT-DATE           PIC 9(08).
001290  01  WS-CURRENT-TIME           PIC 9(08).
001300*
001310*    THE OPERATING-SYSTEM USERNAME OF THIS PROCESS.
001320  01  WS-OPERATOR-ID            PIC X(32).
001330*
001340*    THE SLICE OF THE ACCOUNT A HELD CHANGE TOUCHES, AS IT
001350*    STANDS NOW, IN PENDCHG.CPY ORDER.
001360  01  WS-CURRENT-VALUES.
001370      05  WS-CUR-ACCOUNT-STATUS     PIC X(01).
001380      05  WS-CUR-ROLE-CODE          PIC X(08).
001390      05  WS-CUR-DEPARTMENT         PIC X(08).
001400      05  WS-CUR-ENTITLEMENTS       PIC X(04).
001410      05  WS-CUR-EMPLOYEE-NUMBER    PIC X(08).
001420      05  WS-CUR-SIGNON-WINDOW      PIC X(15).
001430*
001440  01  WS-CTL-OUTCOME            PIC X(01)          VALUE "A".
001450  01  WS-CTL-ACTION-CODE        PIC 9(02).
001460  01  WS-CTL-MESSAGE            PIC X(60).
001470  01  WS-REQUEST-LINE           PIC X(60).
001480  01  WS-REASON-LINE            PIC X(60).
001490  01  WS-CHANGE-LINE            PIC X(60).
001500*
001510*    BEFORE/AFTER IMAGES FOR THE CHANGE JOURNAL - THE BEFORE
001520*    IMAGE IS TAKEN AT READ TIME, THE AFTER IMAGE JUST BEFORE
001530*    THE REWRITE.
001540  01  WS-BEFORE-IMAGE           PIC X(200).
001550  01  WS-AFTER-IMAGE            PIC X(200).
001560*
001570      COPY USRJRNC.CPY.
001580*
001590  PROCEDURE DIVISION.
001600*
001610  0000-MAINLINE.
001620      PERFORM 0100-INITIALIZE
001630          THRU 0100-EXIT.
001640      PERFORM 1000-RUN-CTL-FUNCTION
001650          THRU 1000-EXIT
001660          UNTIL WS-CTL-DONE.
001670      CLOSE PENDING-FILE.
001680      CLOSE USER-FILE.
001690      GOBACK.
001700*
001710*--------------------------------------------------------------*
001720*    0100-INITIALIZE - OPEN THE PENDFILE, CREATING IT ON FIRST
001730*    USE THE SAME WAY USER_ADMIN DOES, AND THE CREDENTIAL FILE
001740*    THE APPROVED CHANGES ARE APPLIED TO.
001750*--------------------------------------------------------------*
001760  0100-INITIALIZE.
001770      MOVE "N" TO WS-CTL-DONE-SWITCH.
001780      MOVE SPACES TO WS-CTL-MESSAGE.
001790      ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
001800      MOVE SPACES TO WS-OPERATOR-ID.
001810      DISPLAY "USER" UPON ENVIRONMENT-NAME.
001820      ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT-VALUE
001830          ON EXCEPTION
001840              MOVE SPACES TO WS-OPERATOR-ID
001850      END-ACCEPT.
001860      OPEN I-O PENDING-FILE.
001870*    ONLY A FILE-NOT-FOUND STATUS MAY FALL INTO THE CREATE PATH -
001880*    ANY OTHER FAILED OPEN (A SHARING CONFLICT, SAY) MUST NOT BE
001890*    ANSWERED WITH AN OPEN OUTPUT THAT WOULD EMPTY THE FILE.
001900      IF WS-PENDING-FILE-NO-FILE
001910          CLOSE PENDING-FILE
001920          OPEN OUTPUT PENDING-FILE
001930          CLOSE PENDING-FILE
001940          OPEN I-O PENDING-FILE.
001950      OPEN I-O USER-FILE.
001960      IF NOT WS-USER-FILE-OK
001970          DISPLAY "DUAL_CONTROL - UNABLE TO OPEN USERFILE, "
001980              "STATUS " WS-USER-FILE-STATUS
001990          CLOSE PENDING-FILE
002000          MOVE 16 TO RETURN-CODE
002010          STOP RUN
002020      END-IF.
002030  0100-EXIT.
002040      EXIT.
002050*
002060*--------------------------------------------------------------*
002070*    1000-RUN-CTL-FUNCTION - ONE PASS THROUGH THE APPROVAL
002080*    SCREEN.  AN IDLE TIMEOUT DROPS BACK HERE TO START OVER WITH
002090*    A CLEAN, REDRAWN FORM.
002100*--------------------------------------------------------------*
002110  1000-RUN-CTL-FUNCTION.
002120      PERFORM 1100-DRAW-CTL-STAGE
002130          THRU 1100-EXIT.
002140      PERFORM 1200-READ-FUNCTION
002150          THRU 1200-EXIT.
002160      IF WS-TIMED-OUT
002170          GO TO 1000-EXIT.
002180      IF CTL-EXIT
002190          SET WS-CTL-DONE TO TRUE
002200          GO TO 1000-EXIT.
002210      IF NOT CTL-APPROVE AND NOT CTL-REJECT AND NOT CTL-INQUIRY
002220          MOVE "FUNCTION MUST BE A, R, I OR X"
002230              TO WS-CTL-MESSAGE
002240          PERFORM 8000-SHOW-CTL-MESSAGE
002250              THRU 8000-EXIT
002260          GO TO 1000-EXIT.
002270      PERFORM 1300-READ-USERNAME
002280          THRU 1300-EXIT.
002290      IF WS-TIMED-OUT
002300          GO TO 1000-EXIT.
002310      PERFORM 5000-FIND-PENDING-REQUEST
002320          THRU 5000-EXIT.
002330      IF WS-REQUEST-NOT-FOUND
002340          MOVE "NO CHANGE AWAITING APPROVAL" TO WS-CTL-MESSAGE
002350          PERFORM 8000-SHOW-CTL-MESSAGE
002360              THRU 8000-EXIT
002370          GO TO 1000-EXIT.
002380      PERFORM 4500-FORMAT-REQUEST
002390          THRU 4500-EXIT.
002400      EVALUATE TRUE
002410          WHEN CTL-APPROVE
002420              PERFORM 2000-APPROVE-CHANGE
002430                  THRU 2000-EXIT
002440          WHEN CTL-REJECT
002450              PERFORM 3000-REJECT-CHANGE
002460                  THRU 3000-EXIT
002470          WHEN CTL-INQUIRY
002480              PERFORM 4000-INQUIRE-CHANGE
002490                  THRU 4000-EXIT
002500      END-EVALUATE.
002510  1000-EXIT.
002520      EXIT.
002530*
002540*--------------------------------------------------------------*
002550*    1100-DRAW-CTL-STAGE - DRAW THE BOXED SCREEN WITH THE
002560*    FUNCTION AND USERNAME FIELDS ON IT.
002570*--------------------------------------------------------------*
002580  1100-DRAW-CTL-STAGE.
002590      VMS DECFORM-CALL "Change Approval"
002600      BEGIN FORMS
002610        LAYOUT GRID
002620          ROWS 4
002630          COLS 2
002640          CANVAS
002650          TEXT-INPUT CTL-FUNCTION
002660          TEXT-INPUT CTL-USERNAME
002670          TEXT-OUTPUT WS-CTL-MESSAGE
002680          LABEL "Function:"
002690          LABEL "Username:"
002700          LABEL "Message:"
002710      END.
002720      VMS DECFORM-DRAW-LINE 15, 15, 185, 15.
002730      VMS DECFORM-DRAW-LINE 185, 15, 185, 125.
002740      VMS DECFORM-DRAW-LINE 185, 125, 15, 125.
002750      VMS DECFORM-DRAW-LINE 15, 125, 15, 15.
002760      VMS DECFORM-CALL "Function:", INPUT-VALUE=CTL-FUNCTION.
002770      VMS DECFORM-CALL "Username:", INPUT-VALUE=CTL-USERNAME.
002780  1100-EXIT.
002790      EXIT.
002800*
002810*--------------------------------------------------------------*
002820*    1200-READ-FUNCTION
002830*--------------------------------------------------------------*
002840  1200-READ-FUNCTION.
002850      MOVE "N" TO WS-TIMED-OUT-SWITCH.
002860      VMS DECFORM-READ CTL-FUNCTION
002870        TIMEOUT WS-IDLE-TIMEOUT-SECONDS
002880        ON TIMEOUT
002890            SET WS-TIMED-OUT TO TRUE
002900    END-READ.
002910      INSPECT CTL-FUNCTION CONVERTING "arix" TO "ARIX".
002920  1200-EXIT.
002930      EXIT.
002940*
002950*--------------------------------------------------------------*
002960*    1300-READ-USERNAME
002970*--------------------------------------------------------------*
002980  1300-READ-USERNAME.
002990      MOVE "N" TO WS-TIMED-OUT-SWITCH.
003000      VMS DECFORM-READ CTL-USERNAME
003010        TIMEOUT WS-IDLE-TIMEOUT-SECONDS
003020        ON TIMEOUT
003030            SET WS-TIMED-OUT TO TRUE
003040    END-READ.
003050  1300-EXIT.
003060      EXIT.
003070*
003080*--------------------------------------------------------------*
003090*    2000-APPROVE-CHANGE - APPLY THE HELD AFTER VALUES, BUT ONLY
003100*    FOR A SECOND ADMINISTRATOR AND ONLY WHILE THE ACCOUNT STILL
003110*    STANDS AS IT DID WHEN THE CHANGE WAS HELD.  THE CREDENTIAL
003120*    FILE IS UPDATED BEFORE THE REQUEST IS MARKED - IF THE MARK
003130*    IS LOST, A SECOND APPROVAL FAILS THE SAME-AS-BEFORE TEST
003136*    INSTEAD OF APPLYING THE CHANGE TWICE, AND THE OPERATOR IS
003142*    TOLD TO REJECT THE REQUEST SO IT DOES NOT STAY PENDING.
003150*--------------------------------------------------------------*
003160  2000-APPROVE-CHANGE.
003170      PERFORM 5200-CHECK-DECIDER
003180          THRU 5200-EXIT.
003190      IF WS-DECIDER-REFUSED
003200          GO TO 2000-EXIT.
003210      IF WS-OPERATOR-ID = PND-REQUESTED-BY
003220          MOVE "NOT APPROVED - YOU REQUESTED THIS CHANGE"
003230              TO WS-CTL-MESSAGE
003240          PERFORM 8000-SHOW-CTL-MESSAGE
003250              THRU 8000-EXIT
003260          GO TO 2000-EXIT.
003270      PERFORM 4200-CONFIRM-DECISION
003280          THRU 4200-EXIT.
003290      IF CTL-CONFIRM NOT = "Y"
003300          GO TO 2000-EXIT.
003310      MOVE PND-USERNAME TO USR-USERNAME.
003320      READ USER-FILE
003330          INVALID KEY
003340              MOVE "NOT APPROVED - ACCOUNT NO LONGER ON FILE"
003350                  TO WS-CTL-MESSAGE
003360              PERFORM 8000-SHOW-CTL-MESSAGE
003370                  THRU 8000-EXIT
003380              GO TO 2000-EXIT
003390      END-READ.
003400*    THE JOURNAL'S BEFORE IMAGE IS THE RECORD AS IT WAS READ.
003410      MOVE SPACES TO WS-BEFORE-IMAGE.
003420      MOVE USER-RECORD TO WS-BEFORE-IMAGE.
003430      MOVE USR-ACCOUNT-STATUS TO WS-CUR-ACCOUNT-STATUS.
003440      MOVE USR-ROLE-CODE TO WS-CUR-ROLE-CODE.
003450      MOVE USR-DEPARTMENT TO WS-CUR-DEPARTMENT.
003460      MOVE USR-ENTITLEMENT-FLAGS (1:4) TO WS-CUR-ENTITLEMENTS.
003470      MOVE USR-EMPLOYEE-NUMBER (1:8) TO WS-CUR-EMPLOYEE-NUMBER.
003480      MOVE USR-SIGNON-WINDOW TO WS-CUR-SIGNON-WINDOW.
003490      IF WS-CURRENT-VALUES NOT = PND-BEFORE-VALUES
003500          MOVE "NOT APPROVED - ACCOUNT CHANGED SINCE, REJECT IT"
003510              TO WS-CTL-MESSAGE
003520          PERFORM 8000-SHOW-CTL-MESSAGE
003530              THRU 8000-EXIT
003540          GO TO 2000-EXIT.
003550      MOVE PND-AFT-ACCOUNT-STATUS TO USR-ACCOUNT-STATUS.
003560      MOVE PND-AFT-ROLE-CODE TO USR-ROLE-CODE.
003570      MOVE PND-AFT-DEPARTMENT TO USR-DEPARTMENT.
003580      MOVE PND-AFT-ENTITLEMENTS TO USR-ENTITLEMENT-FLAGS (1:4).
003590      MOVE PND-AFT-EMPLOYEE-NUMBER TO USR-EMPLOYEE-NUMBER (1:8).
003600      MOVE PND-AFT-SIGNON-WINDOW TO USR-SIGNON-WINDOW.
003610*    A RE-ENABLED ACCOUNT COMES BACK WITH A FRESH DORMANCY
003620*    CLOCK, THE SAME AS USER_ADMIN'S "E" - WITHOUT IT THE
003630*    NIGHTLY SWEEP WOULD RE-SUSPEND IT BEFORE THE USER EVER
003640*    SIGNS ON.
003650      IF PND-TYPE-ENABLE
003660          MOVE WS-CURRENT-DATE TO USR-LAST-SIGNON-DATE.
003670      MOVE USER-RECORD TO WS-AFTER-IMAGE.
003680      REWRITE USER-RECORD.
003690      PERFORM 7500-JOURNAL-CHANGE
003700          THRU 7500-EXIT.
003710      IF PND-TYPE-ENABLE
003720          MOVE 03 TO WS-CTL-ACTION-CODE
003730      ELSE
003740          MOVE 05 TO WS-CTL-ACTION-CODE
003750      END-IF.
003760      PERFORM 7000-WRITE-AUDIT-ACTION
003770          THRU 7000-EXIT.
003780      SET PND-APPROVED TO TRUE.
003790      PERFORM 6000-MARK-DECIDED
003800          THRU 6000-EXIT.
003801      IF WS-MARK-FAILED
003802          MOVE "APPLIED BUT NOT MARKED - REJECT IT"
003803              TO WS-CTL-MESSAGE
003804          PERFORM 8000-SHOW-CTL-MESSAGE
003805              THRU 8000-EXIT
003806          GO TO 2000-EXIT.
003810      MOVE 18 TO WS-CTL-ACTION-CODE.
003820      PERFORM 7000-WRITE-AUDIT-ACTION
003830          THRU 7000-EXIT.
003840      MOVE "CHANGE APPROVED AND APPLIED" TO WS-CTL-MESSAGE.
003850      PERFORM 8000-SHOW-CTL-MESSAGE
003860          THRU 8000-EXIT.
003870  2000-EXIT.
003880      EXIT.
003890*
003900*--------------------------------------------------------------*
003910*    3000-REJECT-CHANGE - CLOSE THE REQUEST WITHOUT TOUCHING THE
003920*    CREDENTIAL FILE.
003930*--------------------------------------------------------------*
003940  3000-REJECT-CHANGE.
003950      PERFORM 5200-CHECK-DECIDER
003960          THRU 5200-EXIT.
003970      IF WS-DECIDER-REFUSED
003980          GO TO 3000-EXIT.
003990      PERFORM 4200-CONFIRM-DECISION
004000          THRU 4200-EXIT.
004010      IF CTL-CONFIRM NOT = "Y"
004020          GO TO 3000-EXIT.
004030      SET PND-REJECTED TO TRUE.
004040      PERFORM 6000-MARK-DECIDED
004050          THRU 6000-EXIT.
004051      IF WS-MARK-FAILED
004052          MOVE "NOT REJECTED - PENDFILE REWRITE FAILED"
004053              TO WS-CTL-MESSAGE
004054          PERFORM 8000-SHOW-CTL-MESSAGE
004055              THRU 8000-EXIT
004056          GO TO 3000-EXIT.
004060      MOVE 19 TO WS-CTL-ACTION-CODE.
004070      PERFORM 7000-WRITE-AUDIT-ACTION
004080          THRU 7000-EXIT.
004090      MOVE "CHANGE REJECTED - NOTHING APPLIED" TO WS-CTL-MESSAGE.
004100      PERFORM 8000-SHOW-CTL-MESSAGE
004110          THRU 8000-EXIT.
004120  3000-EXIT.
004130      EXIT.
004140*
004150*--------------------------------------------------------------*
004160*    4000-INQUIRE-CHANGE - SHOW THE REQUEST ON THE INQUIRY
004170*    PANEL.
004180*--------------------------------------------------------------*
004190  4000-INQUIRE-CHANGE.
004200      VMS DECFORM-CALL "Change Approval"
004210      BEGIN FORMS
004220        LAYOUT GRID
004230          ROWS 5
004240          COLS 2
004250          CANVAS
004260          TEXT-INPUT CTL-FUNCTION
004270          TEXT-INPUT CTL-USERNAME
004280          TEXT-OUTPUT WS-REQUEST-LINE
004290          TEXT-OUTPUT WS-REASON-LINE
004300          TEXT-OUTPUT WS-CHANGE-LINE
004310          LABEL "Function:"
004320          LABEL "Username:"
004330          LABEL "Request:"
004340          LABEL "Reason:"
004350          LABEL "Change:"
004360      END.
004370      VMS DECFORM-DRAW-LINE 15, 15, 185, 15.
004380      VMS DECFORM-DRAW-LINE 185, 15, 185, 145.
004390      VMS DECFORM-DRAW-LINE 185, 145, 15, 145.
004400      VMS DECFORM-DRAW-LINE 15, 145, 15, 15.
004410      VMS DECFORM-CALL "Username:", INPUT-VALUE=CTL-USERNAME.
004420      VMS DECFORM-CALL "Request:", INPUT-VALUE=WS-REQUEST-LINE.
004430      VMS DECFORM-CALL "Reason:", INPUT-VALUE=WS-REASON-LINE.
004440      VMS DECFORM-CALL "Change:", INPUT-VALUE=WS-CHANGE-LINE.
004450  4000-EXIT.
004460      EXIT.
004470*
004480*--------------------------------------------------------------*
004490*    4200-CONFIRM-DECISION - SHOW THE REQUEST WITH A CONFIRM
004500*    FIELD.  ANYTHING BUT Y LEAVES IT UNDECIDED.
004510*--------------------------------------------------------------*
004520  4200-CONFIRM-DECISION.
004530      MOVE SPACES TO CTL-CONFIRM.
004540      VMS DECFORM-CALL "Change Approval"
004550      BEGIN FORMS
004560        LAYOUT GRID
004570          ROWS 7
004580          COLS 2
004590          CANVAS
004600          TEXT-INPUT CTL-FUNCTION
004610          TEXT-INPUT CTL-USERNAME
004620          TEXT-OUTPUT WS-REQUEST-LINE
004630          TEXT-OUTPUT WS-REASON-LINE
004640          TEXT-OUTPUT WS-CHANGE-LINE
004650          TEXT-INPUT CTL-CONFIRM
004660          TEXT-OUTPUT WS-CTL-MESSAGE
004670          LABEL "Function:"
004680          LABEL "Username:"
004690          LABEL "Request:"
004700          LABEL "Reason:"
004710          LABEL "Change:"
004720          LABEL "Confirm (Y/N):"
004730          LABEL "Message:"
004740      END.
004750      VMS DECFORM-DRAW-LINE 15, 15, 185, 15.
004760      VMS DECFORM-DRAW-LINE 185, 15, 185, 185.
004770      VMS DECFORM-DRAW-LINE 185, 185, 15, 185.
004780      VMS DECFORM-DRAW-LINE 15, 185, 15, 15.
004790      VMS DECFORM-CALL "Username:", INPUT-VALUE=CTL-USERNAME.
004800      VMS DECFORM-CALL "Request:", INPUT-VALUE=WS-REQUEST-LINE.
004810      VMS DECFORM-CALL "Reason:", INPUT-VALUE=WS-REASON-LINE.
004820      VMS DECFORM-CALL "Change:", INPUT-VALUE=WS-CHANGE-LINE.
004830      MOVE "N" TO WS-TIMED-OUT-SWITCH.
004840      VMS DECFORM-READ CTL-CONFIRM
004850        TIMEOUT WS-IDLE-TIMEOUT-SECONDS
004860        ON TIMEOUT
004870            SET WS-TIMED-OUT TO TRUE
004880    END-READ.
004890      IF WS-TIMED-OUT
004900          MOVE SPACES TO CTL-CONFIRM
004910          GO TO 4200-EXIT.
004920      INSPECT CTL-CONFIRM CONVERTING "yn" TO "YN".
004930      IF CTL-CONFIRM NOT = "Y"
004940          MOVE "NO ACTION TAKEN - NOT CONFIRMED" TO WS-CTL-MESSAGE
004950          PERFORM 8000-SHOW-CTL-MESSAGE
004960              THRU 8000-EXIT.
004970  4200-EXIT.
004980      EXIT.
004990*
005000*--------------------------------------------------------------*
005010*    4500-FORMAT-REQUEST - BUILD THE THREE DISPLAY LINES FOR THE
005020*    REQUEST JUST FOUND.
005030*--------------------------------------------------------------*
005040  4500-FORMAT-REQUEST.
005050      MOVE SPACES TO WS-REQUEST-LINE.
005060      STRING "HELD " DELIMITED BY SIZE
005070          PND-REQUEST-DATE DELIMITED BY SIZE
005080          " BY " DELIMITED BY SIZE
005090          PND-REQUESTED-BY DELIMITED BY SPACE
005100          INTO WS-REQUEST-LINE
005110      END-STRING.
005120      MOVE PND-REASON TO WS-REASON-LINE.
005130      MOVE SPACES TO WS-CHANGE-LINE.
005140      IF PND-TYPE-ENABLE
005150          MOVE "RE-ENABLE ACCOUNT SUSPENDED BY HR"
005160              TO WS-CHANGE-LINE
005170      ELSE
005180          STRING "ROLE " DELIMITED BY SIZE
005190              PND-AFT-ROLE-CODE DELIMITED BY SIZE
005200              " DEPT " DELIMITED BY SIZE
005210              PND-AFT-DEPARTMENT DELIMITED BY SIZE
005220              " FLAGS " DELIMITED BY SIZE
005230              PND-BEF-ENTITLEMENTS DELIMITED BY SIZE
005240              " TO " DELIMITED BY SIZE
005250              PND-AFT-ENTITLEMENTS DELIMITED BY SIZE
005260              INTO WS-CHANGE-LINE
005270          END-STRING
005280      END-IF.
005290  4500-EXIT.
005300      EXIT.
005310*
005320*--------------------------------------------------------------*
005330*    5000-FIND-PENDING-REQUEST - POSITION ON THE FIRST REQUEST
005340*    STILL AWAITING A DECISION FOR THE KEYED USERNAME, OR ON
005350*    THE FIRST FOR ANY USERNAME WHEN NONE WAS KEYED.  USER_ADMIN
005360*    NEVER HOLDS A SECOND CHANGE WHILE ONE IS WAITING, SO THERE
005370*    IS AT MOST ONE PER USERNAME.
005380*--------------------------------------------------------------*
005390  5000-FIND-PENDING-REQUEST.
005400      SET WS-REQUEST-NOT-FOUND TO TRUE.
005410      SET WS-PENDING-SCAN-MORE TO TRUE.
005420      MOVE CTL-USERNAME TO PND-USERNAME.
005430      MOVE 0 TO PND-REQUEST-DATE.
005440      MOVE 0 TO PND-REQUEST-TIME.
005450      START PENDING-FILE KEY IS NOT LESS THAN PND-CHANGE-KEY
005460          INVALID KEY
005470              GO TO 5000-EXIT
005480      END-START.
005490      PERFORM 5100-READ-NEXT-PENDING
005500          THRU 5100-EXIT
005510          UNTIL WS-PENDING-SCAN-DONE.
005520      IF WS-REQUEST-FOUND
005530          MOVE PND-USERNAME TO CTL-USERNAME.
005540  5000-EXIT.
005550      EXIT.
005560*
005570  5100-READ-NEXT-PENDING.
005580      READ PENDING-FILE NEXT RECORD
005590          AT END
005600              SET WS-PENDING-SCAN-DONE TO TRUE
005610              GO TO 5100-EXIT
005620      END-READ.
005630      IF CTL-USERNAME NOT = SPACES
005640         AND PND-USERNAME NOT = CTL-USERNAME
005650          SET WS-PENDING-SCAN-DONE TO TRUE
005660          GO TO 5100-EXIT.
005670      IF PND-PENDING
005680          SET WS-REQUEST-FOUND TO TRUE
005690          SET WS-PENDING-SCAN-DONE TO TRUE.
005700  5100-EXIT.
005710      EXIT.
005720*
005730*--------------------------------------------------------------*
005740*    5200-CHECK-DECIDER - NOBODY DECIDES A CHANGE TO THEIR OWN
005750*    ACCOUNT, AND AN OPERATOR WHO CANNOT BE IDENTIFIED, OR WHOSE
005760*    OWN ACCOUNT IS NOT ACTIVE WITH THE ADMIN ENTITLEMENT, DECIDES
005770*    NOTHING.  THE OPERATOR'S RECORD IS READ AFRESH FOR EVERY
005780*    DECISION; APPROVE RE-READS THE CHANGE'S OWN ACCOUNT AFTER.
005790*    THE REQUESTER TEST IS APPROVE-ONLY (SEE 2000).
005800*--------------------------------------------------------------*
005810  5200-CHECK-DECIDER.
005820      SET WS-DECIDER-REFUSED TO TRUE.
005830      IF WS-OPERATOR-ID = SPACES
005840          MOVE "NOT DECIDED - OPERATOR IDENTITY NOT AVAILABLE"
005850              TO WS-CTL-MESSAGE
005860          PERFORM 8000-SHOW-CTL-MESSAGE
005870              THRU 8000-EXIT
005880          GO TO 5200-EXIT.
005890      IF WS-OPERATOR-ID = PND-USERNAME
005900          MOVE "NOT DECIDED - CHANGE IS TO YOUR OWN ACCOUNT"
005910              TO WS-CTL-MESSAGE
005920          PERFORM 8000-SHOW-CTL-MESSAGE
005930              THRU 8000-EXIT
005940          GO TO 5200-EXIT.
005950      MOVE WS-OPERATOR-ID TO USR-USERNAME.
005960      READ USER-FILE
005970          INVALID KEY
005980              MOVE "NOT DECIDED - YOU HAVE NO SIGN-ON ACCOUNT"
005990                  TO WS-CTL-MESSAGE
006000              PERFORM 8000-SHOW-CTL-MESSAGE
006010                  THRU 8000-EXIT
006020              GO TO 5200-EXIT
006030      END-READ.
006040      IF NOT USR-ACCOUNT-ACTIVE
006050         OR USR-LOCKED
006060          MOVE "NOT DECIDED - YOUR ACCOUNT IS NOT ACTIVE"
006070              TO WS-CTL-MESSAGE
006080          PERFORM 8000-SHOW-CTL-MESSAGE
006090              THRU 8000-EXIT
006100          GO TO 5200-EXIT.
006110      IF USR-ENT-ADMIN NOT = "Y"
006120          MOVE "NOT DECIDED - ADMIN ENTITLEMENT REQUIRED"
006130              TO WS-CTL-MESSAGE
006140          PERFORM 8000-SHOW-CTL-MESSAGE
006150              THRU 8000-EXIT
006160          GO TO 5200-EXIT.
006170      SET WS-DECIDER-OK TO TRUE.
006180  5200-EXIT.
006190      EXIT.
006200*
006210*--------------------------------------------------------------*
006220*    6000-MARK-DECIDED - THE CALLER HAS SET THE NEW STATUS;
006230*    STAMP WHO DECIDED AND WHEN.  THE RECORD IS KEPT AS HISTORY.
006233*    A FAILED REWRITE SETS WS-MARK-FAILED SO THE CALLER DOES NOT
006236*    AUDIT OR REPORT A DECISION THAT WAS NEVER RECORDED.
006240*--------------------------------------------------------------*
006250  6000-MARK-DECIDED.
006260      ACCEPT WS-CURRENT-TIME FROM TIME.
006270      MOVE WS-OPERATOR-ID TO PND-DECIDED-BY.
006280      MOVE WS-CURRENT-DATE TO PND-DECIDED-DATE.
006290      MOVE WS-CURRENT-TIME TO PND-DECIDED-TIME.
006298      SET WS-MARK-DONE TO TRUE.
006306      REWRITE PENDING-CHANGE-RECORD.
006314      IF NOT WS-PENDING-FILE-OK
006322          DISPLAY "DUAL_CONTROL - PENDFILE REWRITE FAILED, "
006330              "STATUS " WS-PENDING-FILE-STATUS
006338          SET WS-MARK-FAILED TO TRUE.
006350  6000-EXIT.
006360      EXIT.
006370*
006380*--------------------------------------------------------------*
006390*    7000-WRITE-AUDIT-ACTION - EVERY DECISION GOES TO THE AUDIT
006400*    TRAIL AGAINST THE ACCOUNT THE CHANGE WAS FOR.
006410*--------------------------------------------------------------*
006420  7000-WRITE-AUDIT-ACTION.
006430      CALL "AUDIT_LOG" USING PND-USERNAME WS-CTL-OUTCOME
006440          WS-CTL-ACTION-CODE.
006450  7000-EXIT.
006460      EXIT.
006470*
006480*--------------------------------------------------------------*
006490*    7500-JOURNAL-CHANGE - APPEND THE BEFORE/AFTER IMAGES OF
006500*    THE APPROVED CHANGE TO THE USERFILE CHANGE JOURNAL.
006510*--------------------------------------------------------------*
006520  7500-JOURNAL-CHANGE.
006530      MOVE "DUAL_CONTROL" TO UJP-PROGRAM-NAME.
006540      SET UJP-ACTION-REWRITE TO TRUE.
006550      MOVE WS-BEFORE-IMAGE TO UJP-BEFORE-IMAGE.
006560      MOVE WS-AFTER-IMAGE TO UJP-AFTER-IMAGE.
006570      CALL "USERFILE_JOURNAL" USING USERFILE-JOURNAL-PARMS.
006580  7500-EXIT.
006590      EXIT.
006600*
006610*--------------------------------------------------------------*
006620*    8000-SHOW-CTL-MESSAGE - REPORT THE RESULT BACK ON THE FORM
006630*    RATHER THAN JUST FALLING THROUGH SILENTLY.
006640*--------------------------------------------------------------*
006650  8000-SHOW-CTL-MESSAGE.
006660      VMS DECFORM-CALL "Message:", INPUT-VALUE=WS-CTL-MESSAGE.
006670  8000-EXIT.
006680      EXIT.
006690*
006700  END PROGRAM DUAL_CONTROL.
