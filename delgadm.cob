000300*                               THE PAIR.
000310*
000320*                BOTH USERNAMES MUST BE ON THE CREDENTIAL FILE.
000330*                A GRANT THAT WOULD LEAVE THE GRANTEE BREAKING A
000340*                SEGREGATION-OF-DUTIES RULE ON THE SODFILE (SEE
000350*                SODRULE.CPY) - BORROWING WHAT THEIR OWN FLAGS
000360*                CONFLICT WITH - IS REFUSED, NAMING THE RULE.
000370*                EVERY UPDATING FUNCTION IS WRITTEN TO THE
000380*                SIGN-ON AUDIT TRAIL THROUGH AUDIT_LOG WITH
000390*                OUTCOME "A" - SEE AUDITREC.CPY FOR THE ACTION
000400*                CODES (09 GRANTED, 10 ENDED, 27 REFUSED BY A
000410*                DUTIES RULE).
000420*
000430*    CALLS:      AUDIT_LOG, SOD_CHECK.
000440*
000450*    MODIFICATION HISTORY
000460*    DATE       BY    DESCRIPTION
000470*    ---------- ----- --------------------------------------------
000480*    2026-09-01 DLH   ORIGINAL - LEAVE COVER WAS HANDLED BY
000490*                     PERMANENTLY FLIPPING THE STAND-IN'S
000500*                     SUPERVISOR FLAG THROUGH USER_ADMIN AND
000510*                     REMEMBERING TO FLIP IT BACK.  TWICE THIS
000520*                     YEAR NOBODY REMEMBERED.
000530*    2026-10-15 DLH   A GRANT IS TESTED AGAINST THE
000540*                     SEGREGATION-OF-DUTIES RULES THROUGH
000550*                     SOD_CHECK - THE GRANTEE'S PERMANENT FLAGS,
000560*                     THEIR OTHER DELEGATIONS AND THE NEW ONE
000570*                     TOGETHER - AND REFUSED, NAMING THE RULE, IF
000580*                     IT WOULD BREAK ONE.  AUDITED AS ACTION 27.
000590*
000600  IDENTIFICATION DIVISION.
000610  PROGRAM-ID. DELEG_ADMIN.
000620  AUTHOR. D L HOLLOWAY.
000630  INSTALLATION. SIGN-ON SERVICES.
000640  DATE-WRITTEN. 2026-09-01.
000650  DATE-COMPILED.
000660*
000670  ENVIRONMENT DIVISION.
000680  INPUT-OUTPUT SECTION.
000690  FILE-CONTROL.
000700      SELECT DELEG-FILE ASSIGN TO "DELGFILE"
000710          ORGANIZATION INDEXED
000720          ACCESS MODE DYNAMIC
000730          RECORD KEY DLG-DELEGATION-KEY
000740          FILE STATUS WS-DELEG-FILE-STATUS.
000750      SELECT USER-FILE ASSIGN TO "USERFILE"
000760          ORGANIZATION INDEXED
000770          ACCESS MODE DYNAMIC
000780          RECORD KEY USR-USERNAME
000790          FILE STATUS WS-USER-FILE-STATUS.
000800*
000810  DATA DIVISION.
000820  FILE SECTION.
000830  FD  DELEG-FILE.
000840      COPY DELGREC.CPY.
000850  FD  USER-FILE.
000860      COPY USERREC.CPY.
000870*
000880  WORKING-STORAGE SECTION.
000890*
000900  77  WS-IDLE-TIMEOUT-SECONDS   PIC 9(04) COMP     VALUE 60.
000910*
000920*Define variables for the fields collected on the delegation
000930*screen.
000940  01  DELEG-FUNCTION            PIC X(01).
000950      88  DELEG-GRANT               VALUE "G".
000960      88  DELEG-CANCEL              VALUE "C".
000970      88  DELEG-INQUIRY             VALUE "I".
000980      88  DELEG-EXIT                VALUE "X".
000990  01  DELEG-GRANTEE             PIC X(32).
001000  01  DELEG-GRANTOR             PIC X(32).
001010*The four entitlement positions are INQUIRY/UPDATE/SUPERVISOR/
001020*ADMIN in that order, "Y" OR "N" each - see DELGREC.CPY.
001030  01  DELEG-ENTITLEMENTS        PIC X(04).
001040  01  DELEG-FROM-DATE           PIC X(08).
001050  01  DELEG-TO-DATE             PIC X(08).
001060*
001070*Define a temporary variable for the DECform input values.
001080  01  INPUT-VALUE               PIC X(32).
001090*
001100  01  WS-TIMED-OUT-SWITCH       PIC X(01).
001110      88  WS-TIMED-OUT              VALUE "Y".
001120      88  WS-NOT-TIMED-OUT           VALUE "N".
001130*
001140  01  WS-DELEG-DONE-SWITCH      PIC X(01).
001150      88  WS-DELEG-DONE             VALUE "Y".
001160*
001170  01  WS-ENTITLEMENTS-VALID-SW  PIC X(01).
001180      88  WS-ENTITLEMENTS-VALID     VALUE "Y".
001190      88  WS-ENTITLEMENTS-INVALID    VALUE "N".
001200  01  WS-ENT-INDEX              PIC 9(02) COMP.
001210*
001220  01  WS-NAMES-VALID-SWITCH     PIC X(01).
001230      88  WS-NAMES-VALID            VALUE "Y".
001240      88  WS-NAMES-INVALID           VALUE "N".
001250*
001260  01  WS-SOD-SWITCH             PIC X(01).
001270      88  WS-SOD-CLEAR              VALUE "Y".
001280      88  WS-SOD-REFUSED             VALUE "N".
001290*
001300  01  WS-DELEG-FILE-STATUS      PIC X(02).
001310      88  WS-DELEG-FILE-OK          VALUE "00".
001320      88  WS-DELEG-FILE-NO-FILE     VALUE "35".
001330  01  WS-USER-FILE-STATUS       PIC X(02).
001340      88  WS-USER-FILE-OK           VALUE "00".
001350*
001360  01  WS-CURRENT-DATE           PIC 9(08).
001370*
001380  01  WS-DELEG-OUTCOME          PIC X(01)          VALUE "A".
001390  01  WS-DELEG-ACTION-CODE      PIC 9(02).
001400  01  WS-DELEG-MESSAGE          PIC X(60).
001410  01  WS-INQUIRY-LINE-1         PIC X(60).
001420*
001430      COPY SODCHKP.CPY.
001440*
001450  PROCEDURE DIVISION.
001460*
001470  0000-MAINLINE.
001480      PERFORM 0100-INITIALIZE
001490          THRU 0100-EXIT.
001500      PERFORM 1000-RUN-DELEG-FUNCTION
001510          THRU 1000-EXIT
001520          UNTIL WS-DELEG-DONE.
001530      CLOSE DELEG-FILE.
001540      CLOSE USER-FILE.
001550      GOBACK.
001560*
001570*--------------------------------------------------------------*
001580*    0100-INITIALIZE - OPEN THE DELEGATION FILE, CREATING IT ON
001590*    FIRST USE THE SAME WAY USER_ADMIN CREATES USERFILE, SO THE
001600*    VERY FIRST DELEGATION CAN BE GRANTED ON A VIRGIN SYSTEM.
001610*    THE CREDENTIAL FILE IS READ-ONLY HERE - GRANTS NEVER TOUCH
001620*    THE PERMANENT ENTITLEMENT FLAGS.
001630*--------------------------------------------------------------*
001640  0100-INITIALIZE.
001650      MOVE "N" TO WS-DELEG-DONE-SWITCH.
001660      MOVE SPACES TO WS-DELEG-MESSAGE.
001670      ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
001680      OPEN I-O DELEG-FILE.
001690*    ONLY A FILE-NOT-FOUND STATUS MAY FALL INTO THE CREATE PATH -
001700*    ANY OTHER FAILED OPEN (A SHARING CONFLICT, SAY) MUST NOT BE
001710*    ANSWERED WITH AN OPEN OUTPUT THAT WOULD EMPTY THE FILE.
001720      IF WS-DELEG-FILE-NO-FILE
001730          CLOSE DELEG-FILE
001740          OPEN OUTPUT DELEG-FILE
001750          CLOSE DELEG-FILE
001760          OPEN I-O DELEG-FILE.
001770      OPEN INPUT USER-FILE.
001780*    GRANTS MUST NOT BE VERIFIED AGAINST AN UNOPENED FILE -
001790*    THE INVALID KEY PATHS IN 5000-VERIFY-USERNAMES WOULD
001800*    NEVER FIRE AND A MISKEYED GRANT COULD SAIL THROUGH.
001810      IF NOT WS-USER-FILE-OK
001820          DISPLAY "DELEG_ADMIN - UNABLE TO OPEN USERFILE, "
001830              "STATUS " WS-USER-FILE-STATUS
001840          CLOSE DELEG-FILE
001850          MOVE 16 TO RETURN-CODE
001860          STOP RUN
001870      END-IF.
001880  0100-EXIT.
001890      EXIT.
001900*
001910*--------------------------------------------------------------*
001920*    1000-RUN-DELEG-FUNCTION - ONE PASS THROUGH THE DELEGATION
001930*    SCREEN.  AN IDLE TIMEOUT DROPS BACK HERE TO START OVER WITH
001940*    A CLEAN, REDRAWN FORM.
001950*--------------------------------------------------------------*
001960  1000-RUN-DELEG-FUNCTION.
001970      PERFORM 1100-DRAW-DELEG-STAGE
001980          THRU 1100-EXIT.
001990      PERFORM 1200-READ-FUNCTION
002000          THRU 1200-EXIT.
002010      IF WS-TIMED-OUT
002020          GO TO 1000-EXIT.
002030      IF DELEG-EXIT
002040          SET WS-DELEG-DONE TO TRUE
002050          GO TO 1000-EXIT.
002060      PERFORM 1300-READ-USERNAMES
002070          THRU 1300-EXIT.
002080      IF WS-TIMED-OUT
002090          GO TO 1000-EXIT.
002100      IF DELEG-GRANTEE = SPACES OR DELEG-GRANTOR = SPACES
002110          MOVE "NO ACTION TAKEN - GRANTEE AND GRANTOR REQUIRED"
002120              TO WS-DELEG-MESSAGE
002130          PERFORM 8000-SHOW-DELEG-MESSAGE
002140              THRU 8000-EXIT
002150          GO TO 1000-EXIT.
002160      EVALUATE TRUE
002170          WHEN DELEG-GRANT
002180              PERFORM 2000-GRANT-DELEGATION
002190                  THRU 2000-EXIT
002200          WHEN DELEG-CANCEL
002210              PERFORM 3000-CANCEL-DELEGATION
002220                  THRU 3000-EXIT
002230          WHEN DELEG-INQUIRY
002240              PERFORM 4000-INQUIRE-DELEGATION
002250                  THRU 4000-EXIT
002260          WHEN OTHER
002270              MOVE "FUNCTION MUST BE G, C, I OR X"
002280                  TO WS-DELEG-MESSAGE
002290              PERFORM 8000-SHOW-DELEG-MESSAGE
002300                  THRU 8000-EXIT
002310      END-EVALUATE.
002320  1000-EXIT.
002330      EXIT.
002340*
002350*--------------------------------------------------------------*
002360*    1100-DRAW-DELEG-STAGE - DRAW THE BOXED SCREEN WITH THE
002370*    FUNCTION AND USERNAME FIELDS ON IT.
002380*--------------------------------------------------------------*
002390  1100-DRAW-DELEG-STAGE.
002400      VMS DECFORM-CALL "Entitlement Delegation"
002410      BEGIN FORMS
002420        LAYOUT GRID
002430          ROWS 5
002440          COLS 2
002450          CANVAS
002460          TEXT-INPUT DELEG-FUNCTION
002470          TEXT-INPUT DELEG-GRANTEE
002480          TEXT-INPUT DELEG-GRANTOR
002490          TEXT-OUTPUT WS-DELEG-MESSAGE
002500          LABEL "Function:"
002510          LABEL "Grantee:"
002520          LABEL "Grantor:"
002530          LABEL "Message:"
002540      END.
002550      VMS DECFORM-DRAW-LINE 15, 15, 185, 15.
002560      VMS DECFORM-DRAW-LINE 185, 15, 185, 145.
002570      VMS DECFORM-DRAW-LINE 185, 145, 15, 145.
002580      VMS DECFORM-DRAW-LINE 15, 145, 15, 15.
002590      VMS DECFORM-CALL "Function:", INPUT-VALUE=DELEG-FUNCTION.
002600      VMS DECFORM-CALL "Grantee:", INPUT-VALUE=DELEG-GRANTEE.
002610      VMS DECFORM-CALL "Grantor:", INPUT-VALUE=DELEG-GRANTOR.
002620  1100-EXIT.
002630      EXIT.
002640*
002650*--------------------------------------------------------------*
002660*    1200-READ-FUNCTION
002670*--------------------------------------------------------------*
002680  1200-READ-FUNCTION.
002690      MOVE "N" TO WS-TIMED-OUT-SWITCH.
002700      VMS DECFORM-READ DELEG-FUNCTION
002710        TIMEOUT WS-IDLE-TIMEOUT-SECONDS
002720        ON TIMEOUT
002730            SET WS-TIMED-OUT TO TRUE
002740    END-READ.
002750      INSPECT DELEG-FUNCTION CONVERTING "gcix" TO "GCIX".
002760  1200-EXIT.
002770      EXIT.
002780*
002790*--------------------------------------------------------------*
002800*    1300-READ-USERNAMES
002810*--------------------------------------------------------------*
002820  1300-READ-USERNAMES.
002830      MOVE "N" TO WS-TIMED-OUT-SWITCH.
002840      VMS DECFORM-READ DELEG-GRANTEE
002850        TIMEOUT WS-IDLE-TIMEOUT-SECONDS
002860        ON TIMEOUT
002870            SET WS-TIMED-OUT TO TRUE
002880    END-READ.
002890      IF WS-TIMED-OUT
002900          GO TO 1300-EXIT.
002910      VMS DECFORM-READ DELEG-GRANTOR
002920        TIMEOUT WS-IDLE-TIMEOUT-SECONDS
002930        ON TIMEOUT
002940            SET WS-TIMED-OUT TO TRUE
002950    END-READ.
002960  1300-EXIT.
002970      EXIT.
002980*
002990*--------------------------------------------------------------*
003000*    2000-GRANT-DELEGATION - COLLECT THE FLAGS AND DATES, PROVE
003010*    BOTH USERNAMES ARE ON THE CREDENTIAL FILE, AND RECORD THE
003020*    DELEGATION.  A SECOND GRANT FOR THE SAME PAIR REPLACES THE
003030*    FIRST - LEAVE DATES CHANGE.
003040*--------------------------------------------------------------*
003050  2000-GRANT-DELEGATION.
003060      MOVE SPACES TO DELEG-ENTITLEMENTS.
003070      MOVE SPACES TO DELEG-FROM-DATE.
003080      MOVE SPACES TO DELEG-TO-DATE.
003090      PERFORM 2100-DRAW-GRANT-STAGE
003100          THRU 2100-EXIT.
003110      PERFORM 2200-READ-GRANT-FIELDS
003120          THRU 2200-EXIT.
003130      IF WS-TIMED-OUT
003140          GO TO 2000-EXIT.
003150      PERFORM 2300-EDIT-ENTITLEMENTS
003160          THRU 2300-EXIT.
003170      IF NOT WS-ENTITLEMENTS-VALID
003180          MOVE "NOT GRANTED - ENTITLEMENTS MUST BE Y OR N"
003190              TO WS-DELEG-MESSAGE
003200          PERFORM 8000-SHOW-DELEG-MESSAGE
003210              THRU 8000-EXIT
003220          GO TO 2000-EXIT.
003230      IF DELEG-ENTITLEMENTS = "NNNN"
003240          MOVE "NOT GRANTED - NOTHING DELEGATED"
003250              TO WS-DELEG-MESSAGE
003260          PERFORM 8000-SHOW-DELEG-MESSAGE
003270              THRU 8000-EXIT
003280          GO TO 2000-EXIT.
003290      IF DELEG-FROM-DATE IS NOT NUMERIC
003300         OR DELEG-TO-DATE IS NOT NUMERIC
003310         OR DELEG-FROM-DATE > DELEG-TO-DATE
003320          MOVE "NOT GRANTED - DATES MUST BE YYYYMMDD, FROM <= TO"
003330              TO WS-DELEG-MESSAGE
003340          PERFORM 8000-SHOW-DELEG-MESSAGE
003350              THRU 8000-EXIT
003360          GO TO 2000-EXIT.
003370      IF DELEG-TO-DATE < WS-CURRENT-DATE
003380          MOVE "NOT GRANTED - TO DATE IS ALREADY PAST"
003390              TO WS-DELEG-MESSAGE
003400          PERFORM 8000-SHOW-DELEG-MESSAGE
003410              THRU 8000-EXIT
003420          GO TO 2000-EXIT.
003430      PERFORM 5000-VERIFY-USERNAMES
003440          THRU 5000-EXIT.
003450      IF WS-NAMES-INVALID
003460          GO TO 2000-EXIT.
003470      PERFORM 5100-CHECK-SEGREGATION
003480          THRU 5100-EXIT.
003490      IF WS-SOD-REFUSED
003500          GO TO 2000-EXIT.
003510      MOVE SPACES TO DELEGATION-RECORD.
003520      MOVE DELEG-GRANTEE TO DLG-GRANTEE.
003530      MOVE DELEG-GRANTOR TO DLG-GRANTOR.
003540      MOVE DELEG-ENTITLEMENTS TO DLG-ENTITLEMENT-FLAGS.
003550      MOVE DELEG-FROM-DATE TO DLG-FROM-DATE.
003560      MOVE DELEG-TO-DATE TO DLG-TO-DATE.
003570      MOVE WS-CURRENT-DATE TO DLG-GRANTED-DATE.
003580      WRITE DELEGATION-RECORD
003590          INVALID KEY
003600*    A RECORD IS ALREADY THERE FOR THIS PAIR - THE NEW GRANT
003610*    REPLACES IT.
003620              REWRITE DELEGATION-RECORD
003630      END-WRITE.
003640      MOVE 09 TO WS-DELEG-ACTION-CODE.
003650      PERFORM 7000-WRITE-AUDIT-ACTION
003660          THRU 7000-EXIT.
003670      MOVE "DELEGATION GRANTED" TO WS-DELEG-MESSAGE.
003680      PERFORM 8000-SHOW-DELEG-MESSAGE
003690          THRU 8000-EXIT.
003700  2000-EXIT.
003710      EXIT.
003720*
003730*--------------------------------------------------------------*
003740*    2100-DRAW-GRANT-STAGE - EXTEND THE SCREEN WITH THE FLAGS
003750*    AND DATE FIELDS.
003760*--------------------------------------------------------------*
003770  2100-DRAW-GRANT-STAGE.
003780      VMS DECFORM-CALL "Entitlement Delegation"
003790      BEGIN FORMS
003800        LAYOUT GRID
003810          ROWS 8
003820          COLS 2
003830          CANVAS
003840          TEXT-INPUT DELEG-FUNCTION
003850          TEXT-INPUT DELEG-GRANTEE
003860          TEXT-INPUT DELEG-GRANTOR
003870          TEXT-INPUT DELEG-ENTITLEMENTS
003880          TEXT-INPUT DELEG-FROM-DATE
003890          TEXT-INPUT DELEG-TO-DATE
003900          TEXT-OUTPUT WS-DELEG-MESSAGE
003910          LABEL "Function:"
003920          LABEL "Grantee:"
003930          LABEL "Grantor:"
003940          LABEL "Entitlements (IUSA):"
003950          LABEL "From (YYYYMMDD):"
003960          LABEL "To (YYYYMMDD):"
003970          LABEL "Message:"
003980      END.
003990      VMS DECFORM-DRAW-LINE 15, 15, 185, 15.
004000      VMS DECFORM-DRAW-LINE 185, 15, 185, 205.
004010      VMS DECFORM-DRAW-LINE 185, 205, 15, 205.
004020      VMS DECFORM-DRAW-LINE 15, 205, 15, 15.
004030      VMS DECFORM-CALL "Entitlements (IUSA):",
004040        INPUT-VALUE=DELEG-ENTITLEMENTS.
004050      VMS DECFORM-CALL "From (YYYYMMDD):",
004060        INPUT-VALUE=DELEG-FROM-DATE.
004070      VMS DECFORM-CALL "To (YYYYMMDD):",
004080        INPUT-VALUE=DELEG-TO-DATE.
004090  2100-EXIT.
004100      EXIT.
004110*
004120*--------------------------------------------------------------*
004130*    2200-READ-GRANT-FIELDS
004140*--------------------------------------------------------------*
004150  2200-READ-GRANT-FIELDS.
004160      MOVE "N" TO WS-TIMED-OUT-SWITCH.
004170      VMS DECFORM-READ DELEG-ENTITLEMENTS
004180        TIMEOUT WS-IDLE-TIMEOUT-SECONDS
004190        ON TIMEOUT
004200            SET WS-TIMED-OUT TO TRUE
004210    END-READ.
004220      IF WS-TIMED-OUT
004230          GO TO 2200-EXIT.
004240      VMS DECFORM-READ DELEG-FROM-DATE
004250        TIMEOUT WS-IDLE-TIMEOUT-SECONDS
004260        ON TIMEOUT
004270            SET WS-TIMED-OUT TO TRUE
004280    END-READ.
004290      IF WS-TIMED-OUT
004300          GO TO 2200-EXIT.
004310      VMS DECFORM-READ DELEG-TO-DATE
004320        TIMEOUT WS-IDLE-TIMEOUT-SECONDS
004330        ON TIMEOUT
004340            SET WS-TIMED-OUT TO TRUE
004350    END-READ.
004360  2200-EXIT.
004370      EXIT.
004380*
004390*--------------------------------------------------------------*
004400*    2300-EDIT-ENTITLEMENTS - AN UNKEYED POSITION DELEGATES
004410*    NOTHING; ANYTHING ELSE MUST BE AN EXPLICIT Y OR N, THE SAME
004420*    EDIT USER_ADMIN APPLIES TO THE PERMANENT FLAGS.
004430*--------------------------------------------------------------*
004440  2300-EDIT-ENTITLEMENTS.
004450      INSPECT DELEG-ENTITLEMENTS CONVERTING "yn " TO "YNN".
004460      SET WS-ENTITLEMENTS-VALID TO TRUE.
004470      PERFORM 2310-EDIT-ONE-ENTITLEMENT
004480          THRU 2310-EXIT
004490          VARYING WS-ENT-INDEX FROM 1 BY 1
004500          UNTIL WS-ENT-INDEX > 4.
004510  2300-EXIT.
004520      EXIT.
004530*
004540  2310-EDIT-ONE-ENTITLEMENT.
004550      IF DELEG-ENTITLEMENTS (WS-ENT-INDEX:1) NOT = "Y" AND
004560         DELEG-ENTITLEMENTS (WS-ENT-INDEX:1) NOT = "N"
004570          SET WS-ENTITLEMENTS-INVALID TO TRUE
004580      END-IF.
004590  2310-EXIT.
004600      EXIT.
004610*
004620*--------------------------------------------------------------*
004630*    3000-CANCEL-DELEGATION - END A DELEGATION AHEAD OF ITS TO
004640*    DATE.  THE RECORD COMES OFF THE FILE AT ONCE - THE NEXT
004650*    SIGN-ON BY THE GRANTEE CARRIES ONLY THE PERMANENT FLAGS.
004660*--------------------------------------------------------------*
004670  3000-CANCEL-DELEGATION.
004680      MOVE DELEG-GRANTEE TO DLG-GRANTEE.
004690      MOVE DELEG-GRANTOR TO DLG-GRANTOR.
004700      DELETE DELEG-FILE
004710          INVALID KEY
004720              MOVE "NO ACTION TAKEN - NO DELEGATION FOR PAIR"
004730                  TO WS-DELEG-MESSAGE
004740              PERFORM 8000-SHOW-DELEG-MESSAGE
004750                  THRU 8000-EXIT
004760              GO TO 3000-EXIT
004770      END-DELETE.
004780      MOVE 10 TO WS-DELEG-ACTION-CODE.
004790      PERFORM 7000-WRITE-AUDIT-ACTION
004800          THRU 7000-EXIT.
004810      MOVE "DELEGATION CANCELLED" TO WS-DELEG-MESSAGE.
004820      PERFORM 8000-SHOW-DELEG-MESSAGE
004830          THRU 8000-EXIT.
004840  3000-EXIT.
004850      EXIT.
004860*
004870*--------------------------------------------------------------*
004880*    4000-INQUIRE-DELEGATION - SHOW THE FLAGS AND DATES ON FILE
004890*    FOR THE PAIR.
004900*--------------------------------------------------------------*
004910  4000-INQUIRE-DELEGATION.
004920      MOVE DELEG-GRANTEE TO DLG-GRANTEE.
004930      MOVE DELEG-GRANTOR TO DLG-GRANTOR.
004940      READ DELEG-FILE
004950          INVALID KEY
004960              MOVE "NO DELEGATION ON FILE FOR PAIR"
004970                  TO WS-DELEG-MESSAGE
004980              PERFORM 8000-SHOW-DELEG-MESSAGE
004990                  THRU 8000-EXIT
005000              GO TO 4000-EXIT
005010      END-READ.
005020      MOVE SPACES TO WS-INQUIRY-LINE-1.
005030      STRING "FLAGS " DELIMITED BY SIZE
005040          DLG-ENTITLEMENT-FLAGS (1:4) DELIMITED BY SIZE
005050          "  FROM " DELIMITED BY SIZE
005060          DLG-FROM-DATE DELIMITED BY SIZE
005070          "  TO " DELIMITED BY SIZE
005080          DLG-TO-DATE DELIMITED BY SIZE
005090          INTO WS-INQUIRY-LINE-1
005100      END-STRING.
005110      PERFORM 4100-DRAW-INQUIRY-STAGE
005120          THRU 4100-EXIT.
005130  4000-EXIT.
005140      EXIT.
005150*
005160*--------------------------------------------------------------*
005170*    4100-DRAW-INQUIRY-STAGE - EXTEND THE SCREEN WITH THE
005180*    INQUIRY OUTPUT LINE.
005190*--------------------------------------------------------------*
005200  4100-DRAW-INQUIRY-STAGE.
005210      VMS DECFORM-CALL "Entitlement Delegation"
005220      BEGIN FORMS
005230        LAYOUT GRID
005240          ROWS 6
005250          COLS 2
005260          CANVAS
005270          TEXT-INPUT DELEG-FUNCTION
005280          TEXT-INPUT DELEG-GRANTEE
005290          TEXT-INPUT DELEG-GRANTOR
005300          TEXT-OUTPUT WS-INQUIRY-LINE-1
005310          LABEL "Function:"
005320          LABEL "Grantee:"
005330          LABEL "Grantor:"
005340          LABEL "Delegation:"
005350      END.
005360      VMS DECFORM-DRAW-LINE 15, 15, 185, 15.
005370      VMS DECFORM-DRAW-LINE 185, 15, 185, 165.
005380      VMS DECFORM-DRAW-LINE 185, 165, 15, 165.
005390      VMS DECFORM-DRAW-LINE 15, 165, 15, 15.
005400      VMS DECFORM-CALL "Delegation:",
005410        INPUT-VALUE=WS-INQUIRY-LINE-1.
005420  4100-EXIT.
005430      EXIT.
005440*
005450*--------------------------------------------------------------*
005460*    5000-VERIFY-USERNAMES - BOTH SIDES OF A GRANT MUST BE ON
005470*    THE CREDENTIAL FILE.  A MISKEYED GRANTEE WOULD OTHERWISE
005480*    SIT ON THE DELEGATION FILE GRANTING NOTHING, UNNOTICED,
005490*    WHILE THE REAL STAND-IN RINGS THE HELP DESK.
005500*--------------------------------------------------------------*
005510  5000-VERIFY-USERNAMES.
005520      SET WS-NAMES-VALID TO TRUE.
005530      MOVE DELEG-GRANTEE TO USR-USERNAME.
005540      READ USER-FILE
005550          INVALID KEY
005560              SET WS-NAMES-INVALID TO TRUE
005570              MOVE "NOT GRANTED - GRANTEE NOT ON FILE"
005580                  TO WS-DELEG-MESSAGE
005590              PERFORM 8000-SHOW-DELEG-MESSAGE
005600                  THRU 8000-EXIT
005610      END-READ.
005620      IF WS-NAMES-INVALID
005630          GO TO 5000-EXIT.
005640      MOVE DELEG-GRANTOR TO USR-USERNAME.
005650      READ USER-FILE
005660          INVALID KEY
005670              SET WS-NAMES-INVALID TO TRUE
005680              MOVE "NOT GRANTED - GRANTOR NOT ON FILE"
005690                  TO WS-DELEG-MESSAGE
005700              PERFORM 8000-SHOW-DELEG-MESSAGE
005710                  THRU 8000-EXIT
005720      END-READ.
005730  5000-EXIT.
005740      EXIT.
005750*
005760*--------------------------------------------------------------*
005770*    5100-CHECK-SEGREGATION - TEST THE GRANTEE AS THEY WOULD
005780*    STAND WITH THIS GRANT AGAINST THE SEGREGATION-OF-DUTIES
005790*    RULES.  SOD_CHECK ADDS THE GRANTEE'S OTHER DELEGATIONS BUT
005800*    SKIPS ANY ALREADY ON FILE FOR THIS PAIR - THE NEW GRANT
005810*    REPLACES IT.  A RULES FILE THAT CANNOT BE READ REFUSES THE
005820*    GRANT RATHER THAN WAVING IT THROUGH.
005830*--------------------------------------------------------------*
005840  5100-CHECK-SEGREGATION.
005850      SET WS-SOD-CLEAR TO TRUE.
005860      MOVE DELEG-GRANTEE TO USR-USERNAME.
005870      READ USER-FILE
005880          INVALID KEY
005890              SET WS-SOD-REFUSED TO TRUE
005900              MOVE "NOT GRANTED - GRANTEE NOT ON FILE"
005910                  TO WS-DELEG-MESSAGE
005920              PERFORM 8000-SHOW-DELEG-MESSAGE
005930                  THRU 8000-EXIT
005940              GO TO 5100-EXIT
005950      END-READ.
005960      MOVE SPACES TO SOD-CHECK-PARMS.
005970      SET SCP-FIRST-RULE TO TRUE.
005980      MOVE DELEG-GRANTEE TO SCP-USERNAME.
005990      MOVE USR-ROLE-CODE TO SCP-ROLE-CODE.
006000      MOVE USR-DEPARTMENT TO SCP-DEPARTMENT.
006010      MOVE USR-ENTITLEMENT-FLAGS (1:4) TO SCP-PERMANENT-FLAGS.
006020      MOVE DELEG-ENTITLEMENTS TO SCP-DELEGATED-FLAGS.
006030      MOVE DELEG-GRANTOR TO SCP-SKIP-GRANTOR.
006040      CALL "SOD_CHECK" USING SOD-CHECK-PARMS.
006050      IF SCP-CLEAN
006060          GO TO 5100-EXIT.
006070      SET WS-SOD-REFUSED TO TRUE.
006080      MOVE SPACES TO WS-DELEG-MESSAGE.
006090      IF SCP-RULES-UNAVAILABLE
006100          MOVE "NOT GRANTED - DUTIES RULES FILE NOT AVAILABLE"
006110              TO WS-DELEG-MESSAGE
006120      ELSE
006130          STRING "NOT GRANTED - RULE " DELIMITED BY SIZE
006140              SCP-RULE-ID DELIMITED BY SPACE
006150              " " DELIMITED BY SIZE
006160              SCP-RULE-DESCRIPTION DELIMITED BY SIZE
006170              INTO WS-DELEG-MESSAGE
006180          END-STRING
006190          MOVE 27 TO WS-DELEG-ACTION-CODE
006200          PERFORM 7000-WRITE-AUDIT-ACTION
006210              THRU 7000-EXIT
006220      END-IF.
006230      PERFORM 8000-SHOW-DELEG-MESSAGE
006240          THRU 8000-EXIT.
006250  5100-EXIT.
006260      EXIT.
006270*
006280*--------------------------------------------------------------*
006290*    7000-WRITE-AUDIT-ACTION - EVERY UPDATING FUNCTION GOES TO
006300*    THE AUDIT TRAIL AGAINST THE GRANTEE - THE ACCOUNT WHOSE
006310*    EFFECTIVE ENTITLEMENTS CHANGED.
006320*--------------------------------------------------------------*
006330  7000-WRITE-AUDIT-ACTION.
006340      CALL "AUDIT_LOG" USING DELEG-GRANTEE WS-DELEG-OUTCOME
006350          WS-DELEG-ACTION-CODE.
006360  7000-EXIT.
006370      EXIT.
006380*
006390*--------------------------------------------------------------*
006400*    8000-SHOW-DELEG-MESSAGE - REPORT THE RESULT BACK ON THE
006410*    FORM RATHER THAN JUST FALLING THROUGH SILENTLY.
006420*--------------------------------------------------------------*
006430  8000-SHOW-DELEG-MESSAGE.
006440      VMS DECFORM-CALL "Message:", INPUT-VALUE=WS-DELEG-MESSAGE.
006450  8000-EXIT.
006460      EXIT.
006470*
006480  END PROGRAM DELEG_ADMIN.
