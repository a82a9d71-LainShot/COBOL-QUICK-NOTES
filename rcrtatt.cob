000100*
000110*    RCRTATT.COB
000120*
000130*    PROGRAM-ID: RECERT_ATTEST
000140*
000150*    PURPOSE:    ONLINE SUPERVISOR ATTESTATION OF THE ACCESS
000160*                RECERTIFICATION ITEMS RECERT_OPEN WROTE TO THE
000170*                CERTFILE (SEE RCRTITM.CPY).  DRAWS THE BOXED
000180*                ADMINISTRATION SCREEN IN THE SAME STYLE AS
000190*                USER_ADMIN AND SUPPORTS THREE FUNCTIONS AGAINST
000200*                A DEPARTMENT AND USERNAME:
000210*
000220*                "K" KEEP     - CERTIFY THE ACCESS SHOWN IS STILL
000230*                               NEEDED.
000240*                "R" REVOKE   - CERTIFY IT IS NOT.  RECERT_CLOSE
000250*                               STRIPS THE ENTITLEMENTS AND ENDS
000260*                               ANY LIVE DELEGATION.
000270*                "I" INQUIRY  - SHOW THE ITEM AND ANY DECISION
000280*                               ALREADY KEYED.
000290*
000300*                A BLANK USERNAME TAKES THE NEXT ITEM IN THE
000310*                DEPARTMENT NOT YET REVIEWED, SO A SUPERVISOR CAN
000320*                WORK THROUGH THE LIST WITHOUT KNOWING WHAT IS IN
000330*                IT.  "K" AND "R" SHOW THE ITEM AND WAIT FOR A Y
000340*                CONFIRMATION FIRST.  A DECISION MAY BE CHANGED
000350*                UNTIL THE CAMPAIGN IS CLOSED.
000360*
000370*                THE OPERATOR IS THE OPERATING-SYSTEM USERNAME OF
000380*                THE PROCESS AND MUST HOLD AN ACTIVE ACCOUNT WITH
000390*                THE SUPERVISOR OR ADMIN ENTITLEMENT.  A
000400*                SUPERVISOR CERTIFIES ONLY THEIR OWN DEPARTMENT;
000410*                AN ADMIN HOLDER MAY CERTIFY ANY DEPARTMENT,
000420*                WHICH COVERS A DEPARTMENT WITHOUT A SUPERVISOR.
000430*                NOBODY CERTIFIES THEIR OWN ACCESS.  EVERY
000440*                DECISION IS WRITTEN TO THE SIGN-ON AUDIT TRAIL
000450*                THROUGH AUDIT_LOG WITH OUTCOME "A" - SEE
000460*                AUDITREC.CPY FOR THE ACTION CODES (21 KEPT,
000470*                22 REVOKED).
000480*
000490*    CALLS:      AUDIT_LOG.
000500*
000510*    MODIFICATION HISTORY
000520*    DATE       BY    DESCRIPTION
000530*    ---------- ----- --------------------------------------------
000540*    2026-10-15 DLH   ORIGINAL.
000550*
000560  IDENTIFICATION DIVISION.
000570  PROGRAM-ID. RECERT_ATTEST.
000580  AUTHOR. D L HOLLOWAY.
000590  INSTALLATION. SIGN-ON SERVICES.
000600  DATE-WRITTEN. 2026-10-15.
000610  DATE-COMPILED.
000620*
000630  ENVIRONMENT DIVISION.
000640  INPUT-OUTPUT SECTION.
000650  FILE-CONTROL.
000660      SELECT CERT-FILE ASSIGN TO "CERTFILE"
000670          ORGANIZATION INDEXED
000680          ACCESS MODE DYNAMIC
000690          RECORD KEY CRT-ITEM-KEY
000700          FILE STATUS WS-CERT-FILE-STATUS.
000710      SELECT USER-FILE ASSIGN TO "USERFILE"
000720          ORGANIZATION INDEXED
000730          ACCESS MODE DYNAMIC
000740          RECORD KEY USR-USERNAME
000750          FILE STATUS WS-USER-FILE-STATUS.
000760*
000770  DATA DIVISION.
000780  FILE SECTION.
000790  FD  CERT-FILE.
000800      COPY RCRTITM.CPY.
000810  FD  USER-FILE.
000820      COPY USERREC.CPY.
000830*
000840  WORKING-STORAGE SECTION.
000850*
000860  77  WS-IDLE-TIMEOUT-SECONDS   PIC 9(04) COMP     VALUE 60.
000870*
000880*Define variables for the fields collected on the attestation
000890*screen.
000900  01  ATT-FUNCTION              PIC X(01).
000910      88  ATT-KEEP                  VALUE "K".
000920      88  ATT-REVOKE                VALUE "R".
000930      88  ATT-INQUIRY               VALUE "I".
000940      88  ATT-EXIT                  VALUE "X".
000950  01  ATT-DEPARTMENT            PIC X(08).
000960  01  ATT-USERNAME              PIC X(32).
000970  01  ATT-CONFIRM               PIC X(01).
000980*
000990*Define a temporary variable for the DECform input values.
001000  01  INPUT-VALUE               PIC X(32).
001010*
001020  01  WS-TIMED-OUT-SWITCH       PIC X(01).
001030      88  WS-TIMED-OUT              VALUE "Y".
001040      88  WS-NOT-TIMED-OUT           VALUE "N".
001050*
001060  01  WS-ATT-DONE-SWITCH        PIC X(01).
001070      88  WS-ATT-DONE               VALUE "Y".
001080*
001090  01  WS-ITEM-FOUND-SWITCH      PIC X(01).
001100      88  WS-ITEM-FOUND             VALUE "Y".
001110      88  WS-ITEM-NOT-FOUND          VALUE "N".
001120  01  WS-ITEM-SCAN-SWITCH       PIC X(01).
001130      88  WS-ITEM-SCAN-DONE         VALUE "Y".
001140      88  WS-ITEM-SCAN-MORE          VALUE "N".
001150  01  WS-CERTIFIER-SWITCH       PIC X(01).
001160      88  WS-CERTIFIER-OK           VALUE "Y".
001170      88  WS-CERTIFIER-REFUSED       VALUE "N".
001180  01  WS-ANY-DEPARTMENT-SWITCH  PIC X(01).
001190      88  WS-ANY-DEPARTMENT         VALUE "Y".
001200      88  WS-OWN-DEPARTMENT-ONLY     VALUE "N".
001210  01  WS-DECISION-OK-SWITCH     PIC X(01).
001220      88  WS-DECISION-OK            VALUE "Y".
001230      88  WS-DECISION-REFUSED        VALUE "N".
001240*
001250  01  WS-CERT-FILE-STATUS       PIC X(02).
001260      88  WS-CERT-FILE-OK           VALUE "00".
001270      88  WS-CERT-FILE-NO-FILE      VALUE "35".
001280  01  WS-USER-FILE-STATUS       PIC X(02).
001290      88  WS-USER-FILE-OK           VALUE "00".
001300*
001310  01  WS-CURRENT-DATE           PIC 9(08).
001320  01  WS-CURRENT-TIME           PIC 9(08).
001330*
001340*    THE OPERATING-SYSTEM USERNAME OF THIS PROCESS, AND WHAT
001350*    ITS OWN ACCOUNT ENTITLES IT TO CERTIFY.
001360  01  WS-OPERATOR-ID            PIC X(32).
001370  01  WS-OPERATOR-DEPARTMENT    PIC X(08).
001380  01  WS-OPERATOR-REFUSAL       PIC X(60).
001390*
001400  01  WS-ATT-OUTCOME            PIC X(01)          VALUE "A".
001410  01  WS-ATT-ACTION-CODE        PIC 9(02).
001420  01  WS-ATT-MESSAGE            PIC X(60).
001430  01  WS-ACCESS-LINE            PIC X(60).
001440  01  WS-DELEGATION-LINE        PIC X(60).
001450  01  WS-DECISION-LINE          PIC X(60).
001460*
001470  PROCEDURE DIVISION.
001480*
001490  0000-MAINLINE.
001500      PERFORM 0100-INITIALIZE
001510          THRU 0100-EXIT.
001520      PERFORM 1000-RUN-ATT-FUNCTION
001530          THRU 1000-EXIT
001540          UNTIL WS-ATT-DONE.
001550      CLOSE CERT-FILE.
001560      GOBACK.
001570*
001580*--------------------------------------------------------------*
001590*    0100-INITIALIZE - OPEN THE CERTFILE AND WORK OUT ONCE WHAT
001600*    THE OPERATOR MAY CERTIFY.  THE CREDENTIAL FILE IS ONLY
001610*    NEEDED FOR THAT, SO IT IS CLOSED AGAIN STRAIGHT AWAY.
001620*--------------------------------------------------------------*
001630  0100-INITIALIZE.
001640      MOVE "N" TO WS-ATT-DONE-SWITCH.
001650      MOVE SPACES TO WS-ATT-MESSAGE.
001660      MOVE SPACES TO ATT-USERNAME.
001670      ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
001680      MOVE SPACES TO WS-OPERATOR-ID.
001690      DISPLAY "USER" UPON ENVIRONMENT-NAME.
001700      ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT-VALUE
001710          ON EXCEPTION
001720              MOVE SPACES TO WS-OPERATOR-ID
001730      END-ACCEPT.
001740      OPEN I-O CERT-FILE.
001750      IF NOT WS-CERT-FILE-OK
001760          DISPLAY "RECERT_ATTEST - NO CAMPAIGN OPEN, CERTFILE "
001770              "STATUS " WS-CERT-FILE-STATUS
001780          MOVE 16 TO RETURN-CODE
001790          STOP RUN
001800      END-IF.
001810      PERFORM 0200-IDENTIFY-CERTIFIER
001820          THRU 0200-EXIT.
001830      MOVE WS-OPERATOR-DEPARTMENT TO ATT-DEPARTMENT.
001840  0100-EXIT.
001850      EXIT.
001860*
001870*--------------------------------------------------------------*
001880*    0200-IDENTIFY-CERTIFIER - AN OPERATOR WHO CANNOT BE
001890*    IDENTIFIED, OR WHOSE OWN ACCOUNT IS NOT ACTIVE WITH THE
001900*    SUPERVISOR OR ADMIN ENTITLEMENT, CERTIFIES NOTHING.
001910*--------------------------------------------------------------*
001920  0200-IDENTIFY-CERTIFIER.
001930      SET WS-CERTIFIER-REFUSED TO TRUE.
001940      SET WS-OWN-DEPARTMENT-ONLY TO TRUE.
001950      MOVE SPACES TO WS-OPERATOR-DEPARTMENT.
001960      IF WS-OPERATOR-ID = SPACES
001970          MOVE "NOT CERTIFIED - OPERATOR IDENTITY NOT AVAILABLE"
001980              TO WS-OPERATOR-REFUSAL
001990          GO TO 0200-EXIT.
002000      OPEN INPUT USER-FILE.
002010      IF NOT WS-USER-FILE-OK
002020          MOVE "NOT CERTIFIED - CREDENTIAL FILE NOT AVAILABLE"
002030              TO WS-OPERATOR-REFUSAL
002040          GO TO 0200-EXIT.
002050      MOVE WS-OPERATOR-ID TO USR-USERNAME.
002060      READ USER-FILE
002070          INVALID KEY
002080              MOVE "NOT CERTIFIED - YOU HAVE NO SIGN-ON ACCOUNT"
002090                  TO WS-OPERATOR-REFUSAL
002100              CLOSE USER-FILE
002110              GO TO 0200-EXIT
002120      END-READ.
002130      CLOSE USER-FILE.
002140      IF NOT USR-ACCOUNT-ACTIVE
002150         OR USR-LOCKED
002160          MOVE "NOT CERTIFIED - YOUR ACCOUNT IS NOT ACTIVE"
002170              TO WS-OPERATOR-REFUSAL
002180          GO TO 0200-EXIT.
002190      IF USR-ENT-SUPERVISOR NOT = "Y"
002200         AND USR-ENT-ADMIN NOT = "Y"
002210          MOVE "NOT CERTIFIED - SUPERVISOR OR ADMIN REQUIRED"
002220              TO WS-OPERATOR-REFUSAL
002230          GO TO 0200-EXIT.
002240      MOVE USR-DEPARTMENT TO WS-OPERATOR-DEPARTMENT.
002250      IF USR-ENT-ADMIN = "Y"
002260          SET WS-ANY-DEPARTMENT TO TRUE.
002270      SET WS-CERTIFIER-OK TO TRUE.
002280  0200-EXIT.
002290      EXIT.
002300*
002310*--------------------------------------------------------------*
002320*    1000-RUN-ATT-FUNCTION - ONE PASS THROUGH THE ATTESTATION
002330*    SCREEN.  AN IDLE TIMEOUT DROPS BACK HERE TO START OVER WITH
002340*    A CLEAN, REDRAWN FORM.
002350*--------------------------------------------------------------*
002360  1000-RUN-ATT-FUNCTION.
002370      PERFORM 1100-DRAW-ATT-STAGE
002380          THRU 1100-EXIT.
002390      PERFORM 1200-READ-FUNCTION
002400          THRU 1200-EXIT.
002410      IF WS-TIMED-OUT
002420          GO TO 1000-EXIT.
002430      IF ATT-EXIT
002440          SET WS-ATT-DONE TO TRUE
002450          GO TO 1000-EXIT.
002460      IF NOT ATT-KEEP AND NOT ATT-REVOKE AND NOT ATT-INQUIRY
002470          MOVE "FUNCTION MUST BE K, R, I OR X"
002480              TO WS-ATT-MESSAGE
002490          PERFORM 8000-SHOW-ATT-MESSAGE
002500              THRU 8000-EXIT
002510          GO TO 1000-EXIT.
002520      IF WS-CERTIFIER-REFUSED
002530          MOVE WS-OPERATOR-REFUSAL TO WS-ATT-MESSAGE
002540          PERFORM 8000-SHOW-ATT-MESSAGE
002550              THRU 8000-EXIT
002560          GO TO 1000-EXIT.
002570      PERFORM 1300-READ-DEPARTMENT
002580          THRU 1300-EXIT.
002590      IF WS-TIMED-OUT
002600          GO TO 1000-EXIT.
002610      IF WS-OWN-DEPARTMENT-ONLY
002620         AND ATT-DEPARTMENT NOT = WS-OPERATOR-DEPARTMENT
002630          MOVE "NOT CERTIFIED - YOU MAY ONLY REVIEW YOUR OWN DEPT"
002640              TO WS-ATT-MESSAGE
002650          PERFORM 8000-SHOW-ATT-MESSAGE
002660              THRU 8000-EXIT
002670          GO TO 1000-EXIT.
002680      PERFORM 1400-READ-USERNAME
002690          THRU 1400-EXIT.
002700      IF WS-TIMED-OUT
002710          GO TO 1000-EXIT.
002720      PERFORM 5000-FIND-ITEM
002730          THRU 5000-EXIT.
002740      IF WS-ITEM-NOT-FOUND
002750          IF ATT-USERNAME = SPACES
002760              MOVE "NO ITEMS LEFT TO REVIEW IN THIS DEPARTMENT"
002770                  TO WS-ATT-MESSAGE
002780          ELSE
002790              MOVE "NO REVIEW ITEM FOR THAT USERNAME IN THIS DEPT"
002800                  TO WS-ATT-MESSAGE
002810          END-IF
002820          PERFORM 8000-SHOW-ATT-MESSAGE
002830              THRU 8000-EXIT
002840          GO TO 1000-EXIT.
002850      PERFORM 4500-FORMAT-ITEM
002860          THRU 4500-EXIT.
002870      EVALUATE TRUE
002880          WHEN ATT-KEEP
002890              PERFORM 2000-KEEP-ACCESS
002900                  THRU 2000-EXIT
002910          WHEN ATT-REVOKE
002920              PERFORM 3000-REVOKE-ACCESS
002930                  THRU 3000-EXIT
002940          WHEN ATT-INQUIRY
002950              PERFORM 4000-INQUIRE-ITEM
002960                  THRU 4000-EXIT
002970      END-EVALUATE.
002980  1000-EXIT.
002990      EXIT.
003000*
003010*--------------------------------------------------------------*
003020*    1100-DRAW-ATT-STAGE - DRAW THE BOXED SCREEN WITH THE
003030*    FUNCTION, DEPARTMENT AND USERNAME FIELDS ON IT.
003040*--------------------------------------------------------------*
003050  1100-DRAW-ATT-STAGE.
003060      VMS DECFORM-CALL "Access Recertification"
003070      BEGIN FORMS
003080        LAYOUT GRID
003090          ROWS 5
003100          COLS 2
003110          CANVAS
003120          TEXT-INPUT ATT-FUNCTION
003130          TEXT-INPUT ATT-DEPARTMENT
003140          TEXT-INPUT ATT-USERNAME
003150          TEXT-OUTPUT WS-ATT-MESSAGE
003160          LABEL "Function:"
003170          LABEL "Department:"
003180          LABEL "Username:"
003190          LABEL "Message:"
003200      END.
003210      VMS DECFORM-DRAW-LINE 15, 15, 185, 15.
003220      VMS DECFORM-DRAW-LINE 185, 15, 185, 145.
003230      VMS DECFORM-DRAW-LINE 185, 145, 15, 145.
003240      VMS DECFORM-DRAW-LINE 15, 145, 15, 15.
003250      VMS DECFORM-CALL "Function:", INPUT-VALUE=ATT-FUNCTION.
003260      VMS DECFORM-CALL "Department:", INPUT-VALUE=ATT-DEPARTMENT.
003270      VMS DECFORM-CALL "Username:", INPUT-VALUE=ATT-USERNAME.
003280  1100-EXIT.
003290      EXIT.
003300*
003310*--------------------------------------------------------------*
003320*    1200-READ-FUNCTION
003330*--------------------------------------------------------------*
003340  1200-READ-FUNCTION.
003350      MOVE "N" TO WS-TIMED-OUT-SWITCH.
003360      VMS DECFORM-READ ATT-FUNCTION
003370        TIMEOUT WS-IDLE-TIMEOUT-SECONDS
003380        ON TIMEOUT
003390            SET WS-TIMED-OUT TO TRUE
003400    END-READ.
003410      INSPECT ATT-FUNCTION CONVERTING "krix" TO "KRIX".
003420  1200-EXIT.
003430      EXIT.
003440*
003450*--------------------------------------------------------------*
003460*    1300-READ-DEPARTMENT - OFFERED AS THE OPERATOR'S OWN.
003470*--------------------------------------------------------------*
003480  1300-READ-DEPARTMENT.
003490      MOVE "N" TO WS-TIMED-OUT-SWITCH.
003500      VMS DECFORM-READ ATT-DEPARTMENT
003510        TIMEOUT WS-IDLE-TIMEOUT-SECONDS
003520        ON TIMEOUT
003530            SET WS-TIMED-OUT TO TRUE
003540    END-READ.
003550      INSPECT ATT-DEPARTMENT CONVERTING
003560          "abcdefghijklmnopqrstuvwxyz"
003570          TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
003580  1300-EXIT.
003590      EXIT.
003600*
003610*--------------------------------------------------------------*
003620*    1400-READ-USERNAME
003630*--------------------------------------------------------------*
003640  1400-READ-USERNAME.
003650      MOVE "N" TO WS-TIMED-OUT-SWITCH.
003660      VMS DECFORM-READ ATT-USERNAME
003670        TIMEOUT WS-IDLE-TIMEOUT-SECONDS
003680        ON TIMEOUT
003690            SET WS-TIMED-OUT TO TRUE
003700    END-READ.
003710  1400-EXIT.
003720      EXIT.
003730*
003740*--------------------------------------------------------------*
003750*    2000-KEEP-ACCESS - CERTIFY THE ACCESS AS STILL NEEDED.
003760*--------------------------------------------------------------*
003770  2000-KEEP-ACCESS.
003780      PERFORM 5200-CHECK-CERTIFIER
003790          THRU 5200-EXIT.
003800      IF WS-DECISION-REFUSED
003810          GO TO 2000-EXIT.
003820      PERFORM 4200-CONFIRM-DECISION
003830          THRU 4200-EXIT.
003840      IF ATT-CONFIRM NOT = "Y"
003850          GO TO 2000-EXIT.
003860      SET CRT-KEEP TO TRUE.
003870      PERFORM 6000-RECORD-DECISION
003880          THRU 6000-EXIT.
003890      IF NOT WS-CERT-FILE-OK
003900          GO TO 2000-EXIT.
003910      MOVE 21 TO WS-ATT-ACTION-CODE.
003920      PERFORM 7000-WRITE-AUDIT-ACTION
003930          THRU 7000-EXIT.
003940      MOVE "ACCESS CERTIFIED - KEPT" TO WS-ATT-MESSAGE.
003950      PERFORM 8000-SHOW-ATT-MESSAGE
003960          THRU 8000-EXIT.
003970  2000-EXIT.
003980      EXIT.
003990*
004000*--------------------------------------------------------------*
004010*    3000-REVOKE-ACCESS - CERTIFY THE ACCESS AS NO LONGER
004020*    NEEDED.  NOTHING IS REMOVED HERE - RECERT_CLOSE DOES THAT
004030*    FOR THE WHOLE CAMPAIGN AT ONCE, SO A SUPERVISOR WHO KEYS
004040*    THE WRONG LINE CAN PUT IT RIGHT BEFORE THE CLOSE.
004050*--------------------------------------------------------------*
004060  3000-REVOKE-ACCESS.
004070      PERFORM 5200-CHECK-CERTIFIER
004080          THRU 5200-EXIT.
004090      IF WS-DECISION-REFUSED
004100          GO TO 3000-EXIT.
004110      PERFORM 4200-CONFIRM-DECISION
004120          THRU 4200-EXIT.
004130      IF ATT-CONFIRM NOT = "Y"
004140          GO TO 3000-EXIT.
004150      SET CRT-REVOKE TO TRUE.
004160      PERFORM 6000-RECORD-DECISION
004170          THRU 6000-EXIT.
004180      IF NOT WS-CERT-FILE-OK
004190          GO TO 3000-EXIT.
004200      MOVE 22 TO WS-ATT-ACTION-CODE.
004210      PERFORM 7000-WRITE-AUDIT-ACTION
004220          THRU 7000-EXIT.
004230      MOVE "ACCESS CERTIFIED - REVOKE AT CAMPAIGN CLOSE"
004240          TO WS-ATT-MESSAGE.
004250      PERFORM 8000-SHOW-ATT-MESSAGE
004260          THRU 8000-EXIT.
004270  3000-EXIT.
004280      EXIT.
004290*
004300*--------------------------------------------------------------*
004310*    4000-INQUIRE-ITEM - SHOW THE ITEM ON THE INQUIRY PANEL.
004320*--------------------------------------------------------------*
004330  4000-INQUIRE-ITEM.
004340      VMS DECFORM-CALL "Access Recertification"
004350      BEGIN FORMS
004360        LAYOUT GRID
004370          ROWS 6
004380          COLS 2
004390          CANVAS
004400          TEXT-INPUT ATT-FUNCTION
004410          TEXT-INPUT ATT-DEPARTMENT
004420          TEXT-INPUT ATT-USERNAME
004430          TEXT-OUTPUT WS-ACCESS-LINE
004440          TEXT-OUTPUT WS-DELEGATION-LINE
004450          TEXT-OUTPUT WS-DECISION-LINE
004460          LABEL "Function:"
004470          LABEL "Department:"
004480          LABEL "Username:"
004490          LABEL "Access:"
004500          LABEL "Delegated:"
004510          LABEL "Decision:"
004520      END.
004530      VMS DECFORM-DRAW-LINE 15, 15, 185, 15.
004540      VMS DECFORM-DRAW-LINE 185, 15, 185, 165.
004550      VMS DECFORM-DRAW-LINE 185, 165, 15, 165.
004560      VMS DECFORM-DRAW-LINE 15, 165, 15, 15.
004570      VMS DECFORM-CALL "Department:", INPUT-VALUE=ATT-DEPARTMENT.
004580      VMS DECFORM-CALL "Username:", INPUT-VALUE=ATT-USERNAME.
004590      VMS DECFORM-CALL "Access:", INPUT-VALUE=WS-ACCESS-LINE.
004600      VMS DECFORM-CALL "Delegated:",
004610          INPUT-VALUE=WS-DELEGATION-LINE.
004620      VMS DECFORM-CALL "Decision:", INPUT-VALUE=WS-DECISION-LINE.
004630  4000-EXIT.
004640      EXIT.
004650*
004660*--------------------------------------------------------------*
004670*    4200-CONFIRM-DECISION - SHOW THE ITEM WITH A CONFIRM
004680*    FIELD.  ANYTHING BUT Y LEAVES IT AS IT WAS.
004690*--------------------------------------------------------------*
004700  4200-CONFIRM-DECISION.
004710      MOVE SPACES TO ATT-CONFIRM.
004720      VMS DECFORM-CALL "Access Recertification"
004730      BEGIN FORMS
004740        LAYOUT GRID
004750          ROWS 8
004760          COLS 2
004770          CANVAS
004780          TEXT-INPUT ATT-FUNCTION
004790          TEXT-INPUT ATT-DEPARTMENT
004800          TEXT-INPUT ATT-USERNAME
004810          TEXT-OUTPUT WS-ACCESS-LINE
004820          TEXT-OUTPUT WS-DELEGATION-LINE
004830          TEXT-OUTPUT WS-DECISION-LINE
004840          TEXT-INPUT ATT-CONFIRM
004850          TEXT-OUTPUT WS-ATT-MESSAGE
004860          LABEL "Function:"
004870          LABEL "Department:"
004880          LABEL "Username:"
004890          LABEL "Access:"
004900          LABEL "Delegated:"
004910          LABEL "Decision:"
004920          LABEL "Confirm (Y/N):"
004930          LABEL "Message:"
004940      END.
004950      VMS DECFORM-DRAW-LINE 15, 15, 185, 15.
004960      VMS DECFORM-DRAW-LINE 185, 15, 185, 205.
004970      VMS DECFORM-DRAW-LINE 185, 205, 15, 205.
004980      VMS DECFORM-DRAW-LINE 15, 205, 15, 15.
004990      VMS DECFORM-CALL "Department:", INPUT-VALUE=ATT-DEPARTMENT.
005000      VMS DECFORM-CALL "Username:", INPUT-VALUE=ATT-USERNAME.
005010      VMS DECFORM-CALL "Access:", INPUT-VALUE=WS-ACCESS-LINE.
005020      VMS DECFORM-CALL "Delegated:",
005030          INPUT-VALUE=WS-DELEGATION-LINE.
005040      VMS DECFORM-CALL "Decision:", INPUT-VALUE=WS-DECISION-LINE.
005050      MOVE "N" TO WS-TIMED-OUT-SWITCH.
005060      VMS DECFORM-READ ATT-CONFIRM
005070        TIMEOUT WS-IDLE-TIMEOUT-SECONDS
005080        ON TIMEOUT
005090            SET WS-TIMED-OUT TO TRUE
005100    END-READ.
005110      IF WS-TIMED-OUT
005120          MOVE SPACES TO ATT-CONFIRM
005130          GO TO 4200-EXIT.
005140      INSPECT ATT-CONFIRM CONVERTING "yn" TO "YN".
005150      IF ATT-CONFIRM NOT = "Y"
005160          MOVE "NO ACTION TAKEN - NOT CONFIRMED" TO WS-ATT-MESSAGE
005170          PERFORM 8000-SHOW-ATT-MESSAGE
005180              THRU 8000-EXIT.
005190  4200-EXIT.
005200      EXIT.
005210*
005220*--------------------------------------------------------------*
005230*    4500-FORMAT-ITEM - BUILD THE THREE DISPLAY LINES FOR THE
005240*    ITEM JUST FOUND.
005250*--------------------------------------------------------------*
005260  4500-FORMAT-ITEM.
005270      MOVE SPACES TO WS-ACCESS-LINE.
005280      STRING "ROLE " DELIMITED BY SIZE
005290          CRT-ROLE-CODE DELIMITED BY SIZE
005300          " FLAGS " DELIMITED BY SIZE
005310          CRT-ENTITLEMENTS DELIMITED BY SIZE
005320          " STATUS " DELIMITED BY SIZE
005330          CRT-ACCOUNT-STATUS DELIMITED BY SIZE
005340          " LAST SIGN-ON " DELIMITED BY SIZE
005350          CRT-LAST-SIGNON-DATE DELIMITED BY SIZE
005360          INTO WS-ACCESS-LINE
005370      END-STRING.
005380      MOVE SPACES TO WS-DELEGATION-LINE.
005390      IF CRT-DLG-COUNT = 0
005400          MOVE "NONE" TO WS-DELEGATION-LINE
005410      ELSE
005420          STRING "FLAGS " DELIMITED BY SIZE
005430              CRT-DLG-ENTITLEMENTS DELIMITED BY SIZE
005440              " FROM " DELIMITED BY SIZE
005450              CRT-DLG-GRANTOR DELIMITED BY SPACE
005460              " TO " DELIMITED BY SIZE
005470              CRT-DLG-TO-DATE DELIMITED BY SIZE
005480              INTO WS-DELEGATION-LINE
005490          END-STRING
005500      END-IF.
005510      MOVE SPACES TO WS-DECISION-LINE.
005520      EVALUATE TRUE
005530          WHEN CRT-UNREVIEWED
005540              MOVE "NOT YET REVIEWED" TO WS-DECISION-LINE
005550          WHEN CRT-KEEP
005560              STRING "KEEP BY " DELIMITED BY SIZE
005570                  CRT-CERTIFIED-BY DELIMITED BY SPACE
005580                  " ON " DELIMITED BY SIZE
005590                  CRT-CERTIFIED-DATE DELIMITED BY SIZE
005600                  INTO WS-DECISION-LINE
005610              END-STRING
005620          WHEN CRT-REVOKE
005630              STRING "REVOKE BY " DELIMITED BY SIZE
005640                  CRT-CERTIFIED-BY DELIMITED BY SPACE
005650                  " ON " DELIMITED BY SIZE
005660                  CRT-CERTIFIED-DATE DELIMITED BY SIZE
005670                  INTO WS-DECISION-LINE
005680              END-STRING
005690      END-EVALUATE.
005700  4500-EXIT.
005710      EXIT.
005720*
005730*--------------------------------------------------------------*
005740*    5000-FIND-ITEM - READ THE KEYED USERNAME'S ITEM IN THE
005750*    DEPARTMENT, OR WHEN NONE WAS KEYED POSITION ON THE NEXT
005760*    ITEM THERE STILL AWAITING REVIEW.  THE OPERATOR'S OWN ITEM
005770*    IS PASSED OVER - IT IS FOR SOMEONE ELSE TO CERTIFY.
005780*--------------------------------------------------------------*
005790  5000-FIND-ITEM.
005800      SET WS-ITEM-NOT-FOUND TO TRUE.
005810      MOVE ATT-DEPARTMENT TO CRT-DEPARTMENT.
005820      MOVE ATT-USERNAME TO CRT-USERNAME.
005830      IF ATT-USERNAME NOT = SPACES
005840          READ CERT-FILE
005850              INVALID KEY
005860                  GO TO 5000-EXIT
005870          END-READ
005880          SET WS-ITEM-FOUND TO TRUE
005890          GO TO 5000-EXIT.
005900      SET WS-ITEM-SCAN-MORE TO TRUE.
005910      START CERT-FILE KEY IS NOT LESS THAN CRT-ITEM-KEY
005920          INVALID KEY
005930              GO TO 5000-EXIT
005940      END-START.
005950      PERFORM 5100-READ-NEXT-ITEM
005960          THRU 5100-EXIT
005970          UNTIL WS-ITEM-SCAN-DONE.
005980      IF WS-ITEM-FOUND
005990          MOVE CRT-USERNAME TO ATT-USERNAME.
006000  5000-EXIT.
006010      EXIT.
006020*
006030  5100-READ-NEXT-ITEM.
006040      READ CERT-FILE NEXT RECORD
006050          AT END
006060              SET WS-ITEM-SCAN-DONE TO TRUE
006070              GO TO 5100-EXIT
006080      END-READ.
006090      IF CRT-DEPARTMENT NOT = ATT-DEPARTMENT
006100          SET WS-ITEM-SCAN-DONE TO TRUE
006110          GO TO 5100-EXIT.
006120      IF CRT-UNREVIEWED
006130         AND CRT-OPEN
006140         AND CRT-USERNAME NOT = WS-OPERATOR-ID
006150          SET WS-ITEM-FOUND TO TRUE
006160          SET WS-ITEM-SCAN-DONE TO TRUE.
006170  5100-EXIT.
006180      EXIT.
006190*
006200*--------------------------------------------------------------*
006210*    5200-CHECK-CERTIFIER - NOBODY CERTIFIES THEIR OWN ACCESS,
006220*    AND NOTHING IS DECIDED ONCE THE CAMPAIGN HAS CLOSED IT.
006230*--------------------------------------------------------------*
006240  5200-CHECK-CERTIFIER.
006250      SET WS-DECISION-REFUSED TO TRUE.
006260      IF WS-OPERATOR-ID = CRT-USERNAME
006270          MOVE "NOT CERTIFIED - THIS IS YOUR OWN ACCESS"
006280              TO WS-ATT-MESSAGE
006290          PERFORM 8000-SHOW-ATT-MESSAGE
006300              THRU 8000-EXIT
006310          GO TO 5200-EXIT.
006320      IF NOT CRT-OPEN
006330          MOVE "NOT CERTIFIED - THIS CAMPAIGN HAS BEEN CLOSED"
006340              TO WS-ATT-MESSAGE
006350          PERFORM 8000-SHOW-ATT-MESSAGE
006360              THRU 8000-EXIT
006370          GO TO 5200-EXIT.
006380      SET WS-DECISION-OK TO TRUE.
006390  5200-EXIT.
006400      EXIT.
006410*
006420*--------------------------------------------------------------*
006430*    6000-RECORD-DECISION - THE CALLER HAS SET THE DECISION;
006440*    STAMP WHO CERTIFIED IT AND WHEN.
006450*--------------------------------------------------------------*
006460  6000-RECORD-DECISION.
006470      ACCEPT WS-CURRENT-TIME FROM TIME.
006480      MOVE WS-OPERATOR-ID TO CRT-CERTIFIED-BY.
006490      MOVE WS-CURRENT-DATE TO CRT-CERTIFIED-DATE.
006500      MOVE WS-CURRENT-TIME TO CRT-CERTIFIED-TIME.
006510      REWRITE RECERT-ITEM-RECORD
006520          INVALID KEY
006530              MOVE "NOT CERTIFIED - CERTFILE REWRITE FAILED"
006540                  TO WS-ATT-MESSAGE
006550              PERFORM 8000-SHOW-ATT-MESSAGE
006560                  THRU 8000-EXIT
006570      END-REWRITE.
006580  6000-EXIT.
006590      EXIT.
006600*
006610*--------------------------------------------------------------*
006620*    7000-WRITE-AUDIT-ACTION - EVERY DECISION GOES TO THE AUDIT
006630*    TRAIL AGAINST THE ACCOUNT CERTIFIED.
006640*--------------------------------------------------------------*
006650  7000-WRITE-AUDIT-ACTION.
006660      CALL "AUDIT_LOG" USING CRT-USERNAME WS-ATT-OUTCOME
006670          WS-ATT-ACTION-CODE.
006680  7000-EXIT.
006690      EXIT.
006700*
006710*--------------------------------------------------------------*
006720*    8000-SHOW-ATT-MESSAGE - REPORT THE RESULT BACK ON THE FORM
006730*    RATHER THAN JUST FALLING THROUGH SILENTLY.
006740*--------------------------------------------------------------*
006750  8000-SHOW-ATT-MESSAGE.
006760      VMS DECFORM-CALL "Message:", INPUT-VALUE=WS-ATT-MESSAGE.
006770  8000-EXIT.
006780      EXIT.
006790*
006800  END PROGRAM RECERT_ATTEST.
