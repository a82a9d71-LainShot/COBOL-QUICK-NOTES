000100*
000110*    SODADM.COB
000120*
000130*    PROGRAM-ID: SOD_ADMIN
000140*
000150*    PURPOSE:    ONLINE MAINTENANCE OF THE SEGREGATION-OF-DUTIES
000160*                RULES FILE (SODFILE, SEE SODRULE.CPY).  DRAWS
000170*                THE BOXED ADMINISTRATION SCREEN IN THE SAME
000180*                STYLE AS USER_ADMIN AND SUPPORTS THREE FUNCTIONS
000190*                AGAINST A RULE ID:
000200*
000210*                "S" SET      - ADD THE RULE, OR REPLACE IT IF
000220*                               THE ID IS ALREADY ON FILE.  THE
000230*                               CURRENT VALUES ARE PRESENTED AS
000240*                               THE FIELD DEFAULTS.
000250*                "D" DELETE   - TAKE THE RULE OFF THE FILE.  TO
000260*                               STOP ENFORCING A RULE BUT KEEP
000270*                               IT ON RECORD, SET IT INACTIVE.
000280*                "I" INQUIRY  - SHOW THE RULE ON FILE.
000290*
000300*                A RULE TAKES EFFECT ON THE NEXT USER_ADMIN OR
000310*                DELEG_ADMIN CHANGE.  ACCOUNTS ALREADY BREAKING
000320*                A NEW RULE ARE NOT TOUCHED HERE - THE NIGHTLY
000330*                SOD_REPORT LISTS THEM FOR FOLLOW-UP.
000340*
000350*                THE OPERATOR IS THE OPERATING-SYSTEM USERNAME OF
000360*                THE PROCESS AND MUST HOLD AN ACTIVE ACCOUNT WITH
000370*                THE ADMIN ENTITLEMENT.  EVERY UPDATING FUNCTION
000380*                IS WRITTEN TO THE SIGN-ON AUDIT TRAIL THROUGH
000390*                AUDIT_LOG WITH OUTCOME "A" AND THE RULE ID IN
000400*                THE USERNAME FIELD - SEE AUDITREC.CPY FOR THE
000410*                ACTION CODES (25 SET, 26 DELETED).
000420*
000430*    CALLS:      AUDIT_LOG.
000440*
000450*    MODIFICATION HISTORY
000460*    DATE       BY    DESCRIPTION
000470*    ---------- ----- --------------------------------------------
000480*    2026-10-15 DLH   ORIGINAL.
000490*
000500  IDENTIFICATION DIVISION.
000510  PROGRAM-ID. SOD_ADMIN.
000520  AUTHOR. D L HOLLOWAY.
000530  INSTALLATION. SIGN-ON SERVICES.
000540  DATE-WRITTEN. 2026-10-15.
000550  DATE-COMPILED.
000560*
000570  ENVIRONMENT DIVISION.
000580  INPUT-OUTPUT SECTION.
000590  FILE-CONTROL.
000600      SELECT RULE-FILE ASSIGN TO "SODFILE"
000610          ORGANIZATION INDEXED
000620          ACCESS MODE DYNAMIC
000630          RECORD KEY SOD-RULE-ID
000640          FILE STATUS WS-RULE-FILE-STATUS.
000650      SELECT USER-FILE ASSIGN TO "USERFILE"
000660          ORGANIZATION INDEXED
000670          ACCESS MODE DYNAMIC
000680          RECORD KEY USR-USERNAME
000690          FILE STATUS WS-USER-FILE-STATUS.
000700*
000710  DATA DIVISION.
000720  FILE SECTION.
000730  FD  RULE-FILE.
000740      COPY SODRULE.CPY.
000750  FD  USER-FILE.
000760      COPY USERREC.CPY.
000770*
000780  WORKING-STORAGE SECTION.
000790*
000800  77  WS-IDLE-TIMEOUT-SECONDS   PIC 9(04) COMP     VALUE 60.
000810*
000820*Define variables for the fields collected on the rules screen.
000830  01  RULE-FUNCTION             PIC X(01).
000840      88  RULE-SET                  VALUE "S".
000850      88  RULE-DELETE               VALUE "D".
000860      88  RULE-INQUIRY              VALUE "I".
000870      88  RULE-EXIT                 VALUE "X".
000880  01  RULE-ID                   PIC X(08).
000890  01  RULE-TYPE                 PIC X(01).
000900  01  RULE-DEPARTMENT           PIC X(08).
000910  01  RULE-ROLE                 PIC X(08).
000920*The two masks are INQUIRY/UPDATE/SUPERVISOR/ADMIN in that
000930*order, "Y" OR "N" each - see SODRULE.CPY.
000940  01  RULE-FLAGS-1              PIC X(04).
000950  01  RULE-FLAGS-2              PIC X(04).
000960  01  RULE-DESCRIPTION          PIC X(40).
000970  01  RULE-ACTIVE               PIC X(01).
000980*
000990*Define a temporary variable for the DECform input values.
001000  01  INPUT-VALUE               PIC X(32).
001010*
001020  01  WS-TIMED-OUT-SWITCH       PIC X(01).
001030      88  WS-TIMED-OUT              VALUE "Y".
001040      88  WS-NOT-TIMED-OUT           VALUE "N".
001050*
001060  01  WS-RULE-DONE-SWITCH       PIC X(01).
001070      88  WS-RULE-DONE              VALUE "Y".
001080*
001090  01  WS-RULE-FOUND-SWITCH      PIC X(01).
001100      88  WS-RULE-FOUND             VALUE "Y".
001110      88  WS-RULE-NOT-FOUND          VALUE "N".
001120  01  WS-FIELDS-VALID-SWITCH    PIC X(01).
001130      88  WS-FIELDS-VALID           VALUE "Y".
001140      88  WS-FIELDS-INVALID          VALUE "N".
001150  01  WS-MAINTAINER-SWITCH      PIC X(01).
001160      88  WS-MAINTAINER-OK          VALUE "Y".
001170      88  WS-MAINTAINER-REFUSED      VALUE "N".
001180*
001190*    MASK EDITING - 2310-EDIT-ONE-MASK EDITS WS-EDIT-MASK IN
001200*    PLACE AND COUNTS ITS "Y" POSITIONS.
001210  01  WS-EDIT-MASK              PIC X(04).
001220  01  WS-MASK-INDEX             PIC 9(02) COMP.
001230  01  WS-MASK-Y-COUNT           PIC 9(02) COMP.
001240  01  WS-FLAGS-1-Y-COUNT        PIC 9(02) COMP.
001250  01  WS-FLAGS-2-Y-COUNT        PIC 9(02) COMP.
001260*
001270  01  WS-RULE-FILE-STATUS       PIC X(02).
001280      88  WS-RULE-FILE-OK           VALUE "00".
001290      88  WS-RULE-FILE-NO-FILE      VALUE "35".
001300  01  WS-USER-FILE-STATUS       PIC X(02).
001310      88  WS-USER-FILE-OK           VALUE "00".
001320*
001330  01  WS-CURRENT-DATE           PIC 9(08).
001340*
001350*    THE OPERATING-SYSTEM USERNAME OF THIS PROCESS.
001360  01  WS-OPERATOR-ID            PIC X(32).
001370  01  WS-OPERATOR-REFUSAL       PIC X(60).
001380*
001390*    THE AUDIT TRAIL'S USERNAME FIELD CARRIES THE RULE ID.
001400  01  WS-AUDIT-KEY              PIC X(32).
001410  01  WS-RULE-OUTCOME           PIC X(01)          VALUE "A".
001420  01  WS-RULE-ACTION-CODE       PIC 9(02).
001430  01  WS-RULE-MESSAGE           PIC X(60).
001440  01  WS-INQUIRY-LINE-1         PIC X(60).
001450  01  WS-INQUIRY-LINE-2         PIC X(60).
001460*
001470  PROCEDURE DIVISION.
001480*
001490  0000-MAINLINE.
001500      PERFORM 0100-INITIALIZE
001510          THRU 0100-EXIT.
001520      PERFORM 1000-RUN-RULE-FUNCTION
001530          THRU 1000-EXIT
001540          UNTIL WS-RULE-DONE.
001550      CLOSE RULE-FILE.
001560      GOBACK.
001570*
001580*--------------------------------------------------------------*
001590*    0100-INITIALIZE - OPEN THE RULES FILE, CREATING IT ON FIRST
001600*    USE THE SAME WAY DELEG_ADMIN CREATES DELGFILE, AND WORK OUT
001610*    ONCE WHETHER THE OPERATOR MAY MAINTAIN RULES.
001620*--------------------------------------------------------------*
001630  0100-INITIALIZE.
001640      MOVE "N" TO WS-RULE-DONE-SWITCH.
001650      MOVE SPACES TO WS-RULE-MESSAGE.
001660      ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
001670      MOVE SPACES TO WS-OPERATOR-ID.
001680      DISPLAY "USER" UPON ENVIRONMENT-NAME.
001690      ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT-VALUE
001700          ON EXCEPTION
001710              MOVE SPACES TO WS-OPERATOR-ID
001720      END-ACCEPT.
001730      OPEN I-O RULE-FILE.
001740*    ONLY A FILE-NOT-FOUND STATUS MAY FALL INTO THE CREATE PATH -
001750*    ANY OTHER FAILED OPEN (A SHARING CONFLICT, SAY) MUST NOT BE
001760*    ANSWERED WITH AN OPEN OUTPUT THAT WOULD EMPTY THE FILE.
001770      IF WS-RULE-FILE-NO-FILE
001780          CLOSE RULE-FILE
001790          OPEN OUTPUT RULE-FILE
001800          CLOSE RULE-FILE
001810          OPEN I-O RULE-FILE.
001820      IF NOT WS-RULE-FILE-OK
001830          DISPLAY "SOD_ADMIN - UNABLE TO OPEN SODFILE, "
001840              "STATUS " WS-RULE-FILE-STATUS
001850          MOVE 16 TO RETURN-CODE
001860          STOP RUN
001870      END-IF.
001880      PERFORM 0200-IDENTIFY-MAINTAINER
001890          THRU 0200-EXIT.
001900  0100-EXIT.
001910      EXIT.
001920*
001930*--------------------------------------------------------------*
001940*    0200-IDENTIFY-MAINTAINER - AN OPERATOR WHO CANNOT BE
001950*    IDENTIFIED, OR WHOSE OWN ACCOUNT IS NOT ACTIVE WITH THE
001960*    ADMIN ENTITLEMENT, MAY STILL INQUIRE BUT CHANGES NOTHING.
001970*--------------------------------------------------------------*
001980  0200-IDENTIFY-MAINTAINER.
001990      SET WS-MAINTAINER-REFUSED TO TRUE.
002000      IF WS-OPERATOR-ID = SPACES
002010          MOVE "NOT CHANGED - OPERATOR IDENTITY NOT AVAILABLE"
002020              TO WS-OPERATOR-REFUSAL
002030          GO TO 0200-EXIT.
002040      OPEN INPUT USER-FILE.
002050      IF NOT WS-USER-FILE-OK
002060          MOVE "NOT CHANGED - CREDENTIAL FILE NOT AVAILABLE"
002070              TO WS-OPERATOR-REFUSAL
002080          GO TO 0200-EXIT.
002090      MOVE WS-OPERATOR-ID TO USR-USERNAME.
002100      READ USER-FILE
002110          INVALID KEY
002120              MOVE "NOT CHANGED - YOU HAVE NO SIGN-ON ACCOUNT"
002130                  TO WS-OPERATOR-REFUSAL
002140              CLOSE USER-FILE
002150              GO TO 0200-EXIT
002160      END-READ.
002170      CLOSE USER-FILE.
002180      IF NOT USR-ACCOUNT-ACTIVE
002190         OR USR-LOCKED
002200          MOVE "NOT CHANGED - YOUR ACCOUNT IS NOT ACTIVE"
002210              TO WS-OPERATOR-REFUSAL
002220          GO TO 0200-EXIT.
002230      IF USR-ENT-ADMIN NOT = "Y"
002240          MOVE "NOT CHANGED - ADMIN ENTITLEMENT REQUIRED"
002250              TO WS-OPERATOR-REFUSAL
002260          GO TO 0200-EXIT.
002270      SET WS-MAINTAINER-OK TO TRUE.
002280  0200-EXIT.
002290      EXIT.
002300*
002310*--------------------------------------------------------------*
002320*    1000-RUN-RULE-FUNCTION - ONE PASS THROUGH THE RULES SCREEN.
002330*    AN IDLE TIMEOUT DROPS BACK HERE TO START OVER WITH A CLEAN,
002340*    REDRAWN FORM.
002350*--------------------------------------------------------------*
002360  1000-RUN-RULE-FUNCTION.
002370      PERFORM 1100-DRAW-RULE-STAGE
002380          THRU 1100-EXIT.
002390      PERFORM 1200-READ-FUNCTION
002400          THRU 1200-EXIT.
002410      IF WS-TIMED-OUT
002420          GO TO 1000-EXIT.
002430      IF RULE-EXIT
002440          SET WS-RULE-DONE TO TRUE
002450          GO TO 1000-EXIT.
002460      IF NOT RULE-SET AND NOT RULE-DELETE AND NOT RULE-INQUIRY
002470          MOVE "FUNCTION MUST BE S, D, I OR X"
002480              TO WS-RULE-MESSAGE
002490          PERFORM 8000-SHOW-RULE-MESSAGE
002500              THRU 8000-EXIT
002510          GO TO 1000-EXIT.
002520      IF WS-MAINTAINER-REFUSED
002530         AND NOT RULE-INQUIRY
002540          MOVE WS-OPERATOR-REFUSAL TO WS-RULE-MESSAGE
002550          PERFORM 8000-SHOW-RULE-MESSAGE
002560              THRU 8000-EXIT
002570          GO TO 1000-EXIT.
002580      PERFORM 1300-READ-RULE-ID
002590          THRU 1300-EXIT.
002600      IF WS-TIMED-OUT
002610          GO TO 1000-EXIT.
002620      IF RULE-ID = SPACES
002630          MOVE "NO ACTION TAKEN - RULE ID REQUIRED"
002640              TO WS-RULE-MESSAGE
002650          PERFORM 8000-SHOW-RULE-MESSAGE
002660              THRU 8000-EXIT
002670          GO TO 1000-EXIT.
002680      EVALUATE TRUE
002690          WHEN RULE-SET
002700              PERFORM 2000-SET-RULE
002710                  THRU 2000-EXIT
002720          WHEN RULE-DELETE
002730              PERFORM 3000-DELETE-RULE
002740                  THRU 3000-EXIT
002750          WHEN RULE-INQUIRY
002760              PERFORM 4000-INQUIRE-RULE
002770                  THRU 4000-EXIT
002780      END-EVALUATE.
002790  1000-EXIT.
002800      EXIT.
002810*
002820*--------------------------------------------------------------*
002830*    1100-DRAW-RULE-STAGE - DRAW THE BOXED SCREEN WITH THE
002840*    FUNCTION AND RULE ID FIELDS ON IT.
002850*--------------------------------------------------------------*
002860  1100-DRAW-RULE-STAGE.
002870      VMS DECFORM-CALL "Segregation of Duties Rules"
002880      BEGIN FORMS
002890        LAYOUT GRID
002900          ROWS 4
002910          COLS 2
002920          CANVAS
002930          TEXT-INPUT RULE-FUNCTION
002940          TEXT-INPUT RULE-ID
002950          TEXT-OUTPUT WS-RULE-MESSAGE
002960          LABEL "Function:"
002970          LABEL "Rule ID:"
002980          LABEL "Message:"
002990      END.
003000      VMS DECFORM-DRAW-LINE 15, 15, 185, 15.
003010      VMS DECFORM-DRAW-LINE 185, 15, 185, 125.
003020      VMS DECFORM-DRAW-LINE 185, 125, 15, 125.
003030      VMS DECFORM-DRAW-LINE 15, 125, 15, 15.
003040      VMS DECFORM-CALL "Function:", INPUT-VALUE=RULE-FUNCTION.
003050      VMS DECFORM-CALL "Rule ID:", INPUT-VALUE=RULE-ID.
003060  1100-EXIT.
003070      EXIT.
003080*
003090*--------------------------------------------------------------*
003100*    1200-READ-FUNCTION
003110*--------------------------------------------------------------*
003120  1200-READ-FUNCTION.
003130      MOVE "N" TO WS-TIMED-OUT-SWITCH.
003140      VMS DECFORM-READ RULE-FUNCTION
003150        TIMEOUT WS-IDLE-TIMEOUT-SECONDS
003160        ON TIMEOUT
003170            SET WS-TIMED-OUT TO TRUE
003180    END-READ.
003190      INSPECT RULE-FUNCTION CONVERTING "sdix" TO "SDIX".
003200  1200-EXIT.
003210      EXIT.
003220*
003230*--------------------------------------------------------------*
003240*    1300-READ-RULE-ID
003250*--------------------------------------------------------------*
003260  1300-READ-RULE-ID.
003270      MOVE "N" TO WS-TIMED-OUT-SWITCH.
003280      VMS DECFORM-READ RULE-ID
003290        TIMEOUT WS-IDLE-TIMEOUT-SECONDS
003300        ON TIMEOUT
003310            SET WS-TIMED-OUT TO TRUE
003320    END-READ.
003330      INSPECT RULE-ID CONVERTING
003340          "abcdefghijklmnopqrstuvwxyz" TO
003350          "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
003360  1300-EXIT.
003370      EXIT.
003380*
003390*--------------------------------------------------------------*
003400*    2000-SET-RULE - PRESENT THE RULE AS IT STANDS (OR BLANK
003410*    FOR A NEW ONE), EDIT WHAT COMES BACK, AND WRITE OR REWRITE
003420*    IT.
003430*--------------------------------------------------------------*
003440  2000-SET-RULE.
003450      PERFORM 5000-READ-RULE
003460          THRU 5000-EXIT.
003470      IF WS-RULE-FOUND
003480          MOVE SOD-RULE-TYPE TO RULE-TYPE
003490          MOVE SOD-DEPARTMENT TO RULE-DEPARTMENT
003500          MOVE SOD-ROLE-CODE TO RULE-ROLE
003510          MOVE SOD-FLAGS-1 TO RULE-FLAGS-1
003520          MOVE SOD-FLAGS-2 TO RULE-FLAGS-2
003530          MOVE SOD-DESCRIPTION TO RULE-DESCRIPTION
003540          MOVE SOD-ACTIVE-SWITCH TO RULE-ACTIVE
003550      ELSE
003560          MOVE SPACES TO RULE-TYPE
003570          MOVE SPACES TO RULE-DEPARTMENT
003580          MOVE SPACES TO RULE-ROLE
003590          MOVE SPACES TO RULE-FLAGS-1
003600          MOVE SPACES TO RULE-FLAGS-2
003610          MOVE SPACES TO RULE-DESCRIPTION
003620          MOVE "Y" TO RULE-ACTIVE
003630      END-IF.
003640      PERFORM 2100-DRAW-SET-STAGE
003650          THRU 2100-EXIT.
003660      PERFORM 2200-READ-RULE-FIELDS
003670          THRU 2200-EXIT.
003680      IF WS-TIMED-OUT
003690          GO TO 2000-EXIT.
003700      PERFORM 2300-EDIT-RULE-FIELDS
003710          THRU 2300-EXIT.
003720      IF WS-FIELDS-INVALID
003730          PERFORM 8000-SHOW-RULE-MESSAGE
003740              THRU 8000-EXIT
003750          GO TO 2000-EXIT.
003760      MOVE SPACES TO SOD-RULE-RECORD.
003770      MOVE RULE-ID TO SOD-RULE-ID.
003780      MOVE RULE-TYPE TO SOD-RULE-TYPE.
003790      MOVE RULE-DEPARTMENT TO SOD-DEPARTMENT.
003800      MOVE RULE-ROLE TO SOD-ROLE-CODE.
003810      MOVE RULE-FLAGS-1 TO SOD-FLAGS-1.
003820      MOVE RULE-FLAGS-2 TO SOD-FLAGS-2.
003830      MOVE RULE-DESCRIPTION TO SOD-DESCRIPTION.
003840      MOVE RULE-ACTIVE TO SOD-ACTIVE-SWITCH.
003850      MOVE WS-OPERATOR-ID TO SOD-MAINTAINED-BY.
003860      MOVE WS-CURRENT-DATE TO SOD-MAINTAINED-DATE.
003870      WRITE SOD-RULE-RECORD
003880          INVALID KEY
003890*    THE ID IS ALREADY ON FILE - THE NEW VALUES REPLACE IT.
003900              REWRITE SOD-RULE-RECORD
003910      END-WRITE.
003920      IF NOT WS-RULE-FILE-OK
003930          MOVE "RULE NOT SET - SODFILE WRITE FAILED"
003940              TO WS-RULE-MESSAGE
003950          PERFORM 8000-SHOW-RULE-MESSAGE
003960              THRU 8000-EXIT
003970          GO TO 2000-EXIT.
003980      MOVE 25 TO WS-RULE-ACTION-CODE.
003990      PERFORM 7000-WRITE-AUDIT-ACTION
004000          THRU 7000-EXIT.
004010      MOVE "RULE SET - ACCOUNTS ALREADY BREAKING IT ARE REPORTED"
004020          TO WS-RULE-MESSAGE.
004030      PERFORM 8000-SHOW-RULE-MESSAGE
004040          THRU 8000-EXIT.
004050  2000-EXIT.
004060      EXIT.
004070*
004080*--------------------------------------------------------------*
004090*    2100-DRAW-SET-STAGE - EXTEND THE SCREEN WITH THE RULE
004100*    FIELDS, PRE-FILLED FROM THE RECORD.
004110*--------------------------------------------------------------*
004120  2100-DRAW-SET-STAGE.
004130      VMS DECFORM-CALL "Segregation of Duties Rules"
004140      BEGIN FORMS
004150        LAYOUT GRID
004160          ROWS 10
004170          COLS 2
004180          CANVAS
004190          TEXT-INPUT RULE-FUNCTION
004200          TEXT-INPUT RULE-ID
004210          TEXT-INPUT RULE-TYPE
004220          TEXT-INPUT RULE-DEPARTMENT
004230          TEXT-INPUT RULE-ROLE
004240          TEXT-INPUT RULE-FLAGS-1
004250          TEXT-INPUT RULE-FLAGS-2
004260          TEXT-INPUT RULE-DESCRIPTION
004270          TEXT-INPUT RULE-ACTIVE
004280          TEXT-OUTPUT WS-RULE-MESSAGE
004290          LABEL "Function:"
004300          LABEL "Rule ID:"
004310          LABEL "Type (C/R/D):"
004320          LABEL "Department:"
004330          LABEL "Role:"
004340          LABEL "Flags 1 (IUSA):"
004350          LABEL "Flags 2 (IUSA):"
004360          LABEL "Description:"
004370          LABEL "Active (Y/N):"
004380          LABEL "Message:"
004390      END.
004400      VMS DECFORM-DRAW-LINE 15, 15, 185, 15.
004410      VMS DECFORM-DRAW-LINE 185, 15, 185, 225.
004420      VMS DECFORM-DRAW-LINE 185, 225, 15, 225.
004430      VMS DECFORM-DRAW-LINE 15, 225, 15, 15.
004440      VMS DECFORM-CALL "Type (C/R/D):", INPUT-VALUE=RULE-TYPE.
004450      VMS DECFORM-CALL "Department:",
004460        INPUT-VALUE=RULE-DEPARTMENT.
004470      VMS DECFORM-CALL "Role:", INPUT-VALUE=RULE-ROLE.
004480      VMS DECFORM-CALL "Flags 1 (IUSA):",
004490        INPUT-VALUE=RULE-FLAGS-1.
004500      VMS DECFORM-CALL "Flags 2 (IUSA):",
004510        INPUT-VALUE=RULE-FLAGS-2.
004520      VMS DECFORM-CALL "Description:",
004530        INPUT-VALUE=RULE-DESCRIPTION.
004540      VMS DECFORM-CALL "Active (Y/N):", INPUT-VALUE=RULE-ACTIVE.
004550  2100-EXIT.
004560      EXIT.
004570*
004580*--------------------------------------------------------------*
004590*    2200-READ-RULE-FIELDS
004600*--------------------------------------------------------------*
004610  2200-READ-RULE-FIELDS.
004620      MOVE "N" TO WS-TIMED-OUT-SWITCH.
004630      VMS DECFORM-READ RULE-TYPE
004640        TIMEOUT WS-IDLE-TIMEOUT-SECONDS
004650        ON TIMEOUT
004660            SET WS-TIMED-OUT TO TRUE
004670    END-READ.
004680      IF WS-TIMED-OUT
004690          GO TO 2200-EXIT.
004700      VMS DECFORM-READ RULE-DEPARTMENT
004710        TIMEOUT WS-IDLE-TIMEOUT-SECONDS
004720        ON TIMEOUT
004730            SET WS-TIMED-OUT TO TRUE
004740    END-READ.
004750      IF WS-TIMED-OUT
004760          GO TO 2200-EXIT.
004770      VMS DECFORM-READ RULE-ROLE
004780        TIMEOUT WS-IDLE-TIMEOUT-SECONDS
004790        ON TIMEOUT
004800            SET WS-TIMED-OUT TO TRUE
004810    END-READ.
004820      IF WS-TIMED-OUT
004830          GO TO 2200-EXIT.
004840      VMS DECFORM-READ RULE-FLAGS-1
004850        TIMEOUT WS-IDLE-TIMEOUT-SECONDS
004860        ON TIMEOUT
004870            SET WS-TIMED-OUT TO TRUE
004880    END-READ.
004890      IF WS-TIMED-OUT
004900          GO TO 2200-EXIT.
004910      VMS DECFORM-READ RULE-FLAGS-2
004920        TIMEOUT WS-IDLE-TIMEOUT-SECONDS
004930        ON TIMEOUT
004940            SET WS-TIMED-OUT TO TRUE
004950    END-READ.
004960      IF WS-TIMED-OUT
004970          GO TO 2200-EXIT.
004980      VMS DECFORM-READ RULE-DESCRIPTION
004990        TIMEOUT WS-IDLE-TIMEOUT-SECONDS
005000        ON TIMEOUT
005010            SET WS-TIMED-OUT TO TRUE
005020    END-READ.
005030      IF WS-TIMED-OUT
005040          GO TO 2200-EXIT.
005050      VMS DECFORM-READ RULE-ACTIVE
005060        TIMEOUT WS-IDLE-TIMEOUT-SECONDS
005070        ON TIMEOUT
005080            SET WS-TIMED-OUT TO TRUE
005090    END-READ.
005100  2200-EXIT.
005110      EXIT.
005120*
005130*--------------------------------------------------------------*
005140*    2300-EDIT-RULE-FIELDS - A RULE THAT CANNOT MATCH ANYTHING
005150*    IS AS DANGEROUS AS NO RULE, BECAUSE IT LOOKS LIKE CONTROL.
005160*    THE TYPE MUST BE KNOWN, EACH MASK THE TYPE USES MUST NAME
005170*    AT LEAST ONE FLAG, AND A ROLE LIMIT MUST NAME ITS ROLE.
005180*    THE EDIT LEAVES ITS REFUSAL IN THE MESSAGE FIELD.
005190*--------------------------------------------------------------*
005200  2300-EDIT-RULE-FIELDS.
005210      SET WS-FIELDS-INVALID TO TRUE.
005220      INSPECT RULE-TYPE CONVERTING "crd" TO "CRD".
005230      INSPECT RULE-ACTIVE CONVERTING "yn " TO "YNY".
005240      INSPECT RULE-DEPARTMENT CONVERTING
005250          "abcdefghijklmnopqrstuvwxyz" TO
005260          "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
005270      INSPECT RULE-ROLE CONVERTING
005280          "abcdefghijklmnopqrstuvwxyz" TO
005290          "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
005300      IF RULE-TYPE NOT = "C" AND RULE-TYPE NOT = "R"
005310         AND RULE-TYPE NOT = "D"
005320          MOVE "RULE NOT SET - TYPE MUST BE C, R OR D"
005330              TO WS-RULE-MESSAGE
005340          GO TO 2300-EXIT.
005350      IF RULE-ACTIVE NOT = "Y" AND RULE-ACTIVE NOT = "N"
005360          MOVE "RULE NOT SET - ACTIVE MUST BE Y OR N"
005370              TO WS-RULE-MESSAGE
005380          GO TO 2300-EXIT.
005390      IF RULE-DESCRIPTION = SPACES
005400          MOVE "RULE NOT SET - DESCRIPTION IS REQUIRED"
005410              TO WS-RULE-MESSAGE
005420          GO TO 2300-EXIT.
005430      MOVE RULE-FLAGS-1 TO WS-EDIT-MASK.
005440      PERFORM 2310-EDIT-ONE-MASK
005450          THRU 2310-EXIT.
005460      IF WS-MASK-Y-COUNT > 4
005470          MOVE "RULE NOT SET - FLAGS MUST BE Y OR N"
005480              TO WS-RULE-MESSAGE
005490          GO TO 2300-EXIT.
005500      MOVE WS-EDIT-MASK TO RULE-FLAGS-1.
005510      MOVE WS-MASK-Y-COUNT TO WS-FLAGS-1-Y-COUNT.
005520      MOVE RULE-FLAGS-2 TO WS-EDIT-MASK.
005530      PERFORM 2310-EDIT-ONE-MASK
005540          THRU 2310-EXIT.
005550      IF WS-MASK-Y-COUNT > 4
005560          MOVE "RULE NOT SET - FLAGS MUST BE Y OR N"
005570              TO WS-RULE-MESSAGE
005580          GO TO 2300-EXIT.
005590      MOVE WS-EDIT-MASK TO RULE-FLAGS-2.
005600      MOVE WS-MASK-Y-COUNT TO WS-FLAGS-2-Y-COUNT.
005610      IF WS-FLAGS-1-Y-COUNT = 0
005620          MOVE "RULE NOT SET - FLAGS 1 NAMES NO ENTITLEMENT"
005630              TO WS-RULE-MESSAGE
005640          GO TO 2300-EXIT.
005650      IF RULE-TYPE = "R"
005660          IF RULE-ROLE = SPACES
005670              MOVE "RULE NOT SET - A ROLE LIMIT NEEDS A ROLE"
005680                  TO WS-RULE-MESSAGE
005690              GO TO 2300-EXIT
005700          END-IF
005710*    MASK 2 MEANS NOTHING TO A ROLE LIMIT - STORE IT EMPTY SO
005720*    AN INQUIRY DOES NOT SUGGEST OTHERWISE.
005730          MOVE "NNNN" TO RULE-FLAGS-2
005740      ELSE
005750          IF WS-FLAGS-2-Y-COUNT = 0
005760              MOVE "RULE NOT SET - FLAGS 2 NAMES NO ENTITLEMENT"
005770                  TO WS-RULE-MESSAGE
005780              GO TO 2300-EXIT
005790          END-IF
005800      END-IF.
005810      SET WS-FIELDS-VALID TO TRUE.
005820  2300-EXIT.
005830      EXIT.
005840*
005850*--------------------------------------------------------------*
005860*    2310-EDIT-ONE-MASK - AN UNKEYED POSITION NAMES NOTHING;
005870*    ANYTHING ELSE MUST BE AN EXPLICIT Y OR N.  A BAD POSITION
005880*    FORCES THE COUNT PAST 4 SO THE CALLER REFUSES THE MASK.
005890*--------------------------------------------------------------*
005900  2310-EDIT-ONE-MASK.
005910      INSPECT WS-EDIT-MASK CONVERTING "yn " TO "YNN".
005920      MOVE 0 TO WS-MASK-Y-COUNT.
005930      PERFORM 2320-EDIT-ONE-POSITION
005940          THRU 2320-EXIT
005950          VARYING WS-MASK-INDEX FROM 1 BY 1
005960          UNTIL WS-MASK-INDEX > 4.
005970  2310-EXIT.
005980      EXIT.
005990*
006000  2320-EDIT-ONE-POSITION.
006010      IF WS-EDIT-MASK (WS-MASK-INDEX:1) = "Y"
006020          ADD 1 TO WS-MASK-Y-COUNT
006030      ELSE
006040          IF WS-EDIT-MASK (WS-MASK-INDEX:1) NOT = "N"
006050              ADD 10 TO WS-MASK-Y-COUNT
006060          END-IF
006070      END-IF.
006080  2320-EXIT.
006090      EXIT.
006100*
006110*--------------------------------------------------------------*
006120*    3000-DELETE-RULE - TAKE THE RULE OFF THE FILE.  THE AUDIT
006130*    TRAIL KEEPS THE FACT THAT IT EXISTED.
006140*--------------------------------------------------------------*
006150  3000-DELETE-RULE.
006160      MOVE RULE-ID TO SOD-RULE-ID.
006170      DELETE RULE-FILE
006180          INVALID KEY
006190              MOVE "NO ACTION TAKEN - RULE NOT ON FILE"
006200                  TO WS-RULE-MESSAGE
006210              PERFORM 8000-SHOW-RULE-MESSAGE
006220                  THRU 8000-EXIT
006230              GO TO 3000-EXIT
006240      END-DELETE.
006250      MOVE 26 TO WS-RULE-ACTION-CODE.
006260      PERFORM 7000-WRITE-AUDIT-ACTION
006270          THRU 7000-EXIT.
006280      MOVE "RULE DELETED" TO WS-RULE-MESSAGE.
006290      PERFORM 8000-SHOW-RULE-MESSAGE
006300          THRU 8000-EXIT.
006310  3000-EXIT.
006320      EXIT.
006330*
006340*--------------------------------------------------------------*
006350*    4000-INQUIRE-RULE - SHOW THE RULE ON FILE.
006360*--------------------------------------------------------------*
006370  4000-INQUIRE-RULE.
006380      PERFORM 5000-READ-RULE
006390          THRU 5000-EXIT.
006400      IF WS-RULE-NOT-FOUND
006410          MOVE "NO RULE ON FILE WITH THAT ID"
006420              TO WS-RULE-MESSAGE
006430          PERFORM 8000-SHOW-RULE-MESSAGE
006440              THRU 8000-EXIT
006450          GO TO 4000-EXIT.
006460      MOVE SPACES TO WS-INQUIRY-LINE-1.
006470      STRING "TYPE " DELIMITED BY SIZE
006480          SOD-RULE-TYPE DELIMITED BY SIZE
006490          "  DEPT " DELIMITED BY SIZE
006500          SOD-DEPARTMENT DELIMITED BY SIZE
006510          "  ROLE " DELIMITED BY SIZE
006520          SOD-ROLE-CODE DELIMITED BY SIZE
006530          "  FLAGS " DELIMITED BY SIZE
006540          SOD-FLAGS-1 DELIMITED BY SIZE
006550          "/" DELIMITED BY SIZE
006560          SOD-FLAGS-2 DELIMITED BY SIZE
006570          "  ACTIVE " DELIMITED BY SIZE
006580          SOD-ACTIVE-SWITCH DELIMITED BY SIZE
006590          INTO WS-INQUIRY-LINE-1
006600      END-STRING.
006610      MOVE SOD-DESCRIPTION TO WS-INQUIRY-LINE-2.
006620      PERFORM 4100-DRAW-INQUIRY-STAGE
006630          THRU 4100-EXIT.
006640  4000-EXIT.
006650      EXIT.
006660*
006670*--------------------------------------------------------------*
006680*    4100-DRAW-INQUIRY-STAGE - EXTEND THE SCREEN WITH THE
006690*    INQUIRY OUTPUT LINES.
006700*--------------------------------------------------------------*
006710  4100-DRAW-INQUIRY-STAGE.
006720      VMS DECFORM-CALL "Segregation of Duties Rules"
006730      BEGIN FORMS
006740        LAYOUT GRID
006750          ROWS 5
006760          COLS 2
006770          CANVAS
006780          TEXT-INPUT RULE-FUNCTION
006790          TEXT-INPUT RULE-ID
006800          TEXT-OUTPUT WS-INQUIRY-LINE-1
006810          TEXT-OUTPUT WS-INQUIRY-LINE-2
006820          LABEL "Function:"
006830          LABEL "Rule ID:"
006840          LABEL "Rule:"
006850          LABEL "Description:"
006860      END.
006870      VMS DECFORM-DRAW-LINE 15, 15, 185, 15.
006880      VMS DECFORM-DRAW-LINE 185, 15, 185, 145.
006890      VMS DECFORM-DRAW-LINE 185, 145, 15, 145.
006900      VMS DECFORM-DRAW-LINE 15, 145, 15, 15.
006910      VMS DECFORM-CALL "Rule:", INPUT-VALUE=WS-INQUIRY-LINE-1.
006920      VMS DECFORM-CALL "Description:",
006930        INPUT-VALUE=WS-INQUIRY-LINE-2.
006940  4100-EXIT.
006950      EXIT.
006960*
006970*--------------------------------------------------------------*
006980*    5000-READ-RULE - KEYED READ OF THE RULE ON THE SCREEN.
006990*--------------------------------------------------------------*
007000  5000-READ-RULE.
007010      SET WS-RULE-FOUND TO TRUE.
007020      MOVE RULE-ID TO SOD-RULE-ID.
007030      READ RULE-FILE
007040          INVALID KEY
007050              SET WS-RULE-NOT-FOUND TO TRUE
007060      END-READ.
007070  5000-EXIT.
007080      EXIT.
007090*
007100*--------------------------------------------------------------*
007110*    7000-WRITE-AUDIT-ACTION - EVERY UPDATING FUNCTION GOES TO
007120*    THE AUDIT TRAIL WITH THE RULE ID IN THE USERNAME FIELD, THE
007130*    SAME WAY TERM_ADMIN RECORDS A TERMINAL ID.
007140*--------------------------------------------------------------*
007150  7000-WRITE-AUDIT-ACTION.
007160      MOVE RULE-ID TO WS-AUDIT-KEY.
007170      CALL "AUDIT_LOG" USING WS-AUDIT-KEY WS-RULE-OUTCOME
007180          WS-RULE-ACTION-CODE.
007190  7000-EXIT.
007200      EXIT.
007210*
007220*--------------------------------------------------------------*
007230*    8000-SHOW-RULE-MESSAGE - REPORT THE RESULT BACK ON THE
007240*    FORM RATHER THAN JUST FALLING THROUGH SILENTLY.
007250*--------------------------------------------------------------*
007260  8000-SHOW-RULE-MESSAGE.
007270      VMS DECFORM-CALL "Message:", INPUT-VALUE=WS-RULE-MESSAGE.
007280  8000-EXIT.
007290      EXIT.
007300*
007310  END PROGRAM SOD_ADMIN.
