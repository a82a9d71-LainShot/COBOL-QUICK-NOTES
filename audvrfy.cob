000100*
000110*    AUDVRFY.COB
000120*
000130*    PROGRAM-ID: AUDIT_VERIFY
000140*
000150*    PURPOSE:    PROVES THE SIGN-ON HISTORY COMPLETE AND
000160*                UNALTERED.  RE-WALKS THE HASH CHAIN AND THE
000170*                DAILY SEALS (SEE AUDIDXR.CPY) ACROSS THE
000180*                AUDITARC ARCHIVE YEARS NAMED ON THE VRFYPARM
000190*                CARD, OLDEST FIRST, AND THEN THE ONLINE AUDITIDX
000200*                TRAIL, RECOMPUTING EVERY LINK THROUGH
000210*                AUDIT_CHAIN - THE SAME ROUTINE ACCT_UNLOCK
000220*                SEALED WITH - AND CHECKING EVERY SEAL'S COUNT
000230*                AND ITS LINK TO THE SEAL BEFORE IT.  EVERY GAP,
000240*                ALTERED OR INSERTED RECORD AND BROKEN SEAL IS
000250*                LISTED ON THE VRFYRPT REPORT, AND THE FIRST ONE
000260*                IS REPEATED IN THE SUMMARY - THAT IS WHERE THE
000270*                AUDITORS START LOOKING.
000280*
000290*                THE VRFYPARM CARD - COLUMN 1 THE RUN MODE, "N"
000300*                FOR THE NIGHTLY CYCLE OR "D" FOR AN ON-DEMAND
000310*                RUN; COLUMN 2 "Y" TO WALK THE ONLINE TRAIL OR
000320*                "N" FOR THE ARCHIVE ONLY; COLUMNS 3-42 UP TO TEN
000330*                FOUR-DIGIT ARCHIVE YEARS IN ASCENDING ORDER.
000340*                THE JCL CONCATENATES THE SAME YEARS, IN THE SAME
000350*                ORDER, ON THE AUDITARC DD (SEE AUDVRFY.JCL); THE
000360*                CARD IS WHAT THE REPORT PRINTS AS THE SCOPE OF
000370*                THE RUN.
000380*
000390*                A NIGHTLY RUN VERIFIES THE UNLOCK STAMP ON THE
000400*                CYCLE RUN-CONTROL FILE, STAMPS ITS OWN START/END
000410*                AND COUNTS THERE (SEE RUNCTLC.CPY), AND ALSO
000420*                REQUIRES THE TRAIL TO BE SEALED THROUGH
000430*                YESTERDAY.  AN ON-DEMAND RUN TOUCHES NOTHING BUT
000440*                ITS OWN REPORT.
000450*
000460*                THE CHAIN IS EXPECTED TO START PART WAY THROUGH
000470*                A WALK THAT DOES NOT REACH BACK TO THE FIRST
000480*                SEAL EVER WRITTEN - THE ENTRY POINT IS NOTED ON
000490*                THE REPORT, NOT TREATED AS AN EXCEPTION.
000500*                RECORDS ARCHIVED BEFORE SEALING BEGAN ARE
000510*                COUNTED AS PRE-SEALING HISTORY.  A RECORD THE
000520*                ROLL ARCHIVED TWICE ACROSS A RESTART (SEE
000530*                ACCTUNLK.COB) IS RECOGNIZED AS AN EXACT COPY OF
000540*                ONE ALREADY VERIFIED AND COUNTED, NOT FLAGGED.
000550*
000560*                RETURN CODE 0 - CHAIN AND SEALS VERIFIED.  4 -
000570*                NOTHING SEALED WAS FOUND TO VERIFY.  8 -
000580*                EXCEPTIONS REPORTED, OR A FILE COULD NOT BE
000590*                READ THROUGH.  16 - A FILE COULD NOT BE OPENED
000600*                OR THE VRFYPARM CARD IS NOT VALID.
000610*
000620*    CALLS:      AUDIT_CHAIN, RUN_CONTROL.
000630*
000640*    MODIFICATION HISTORY
000650*    DATE       BY    DESCRIPTION
000660*    ---------- ----- --------------------------------------------
000670*    2026-10-15 DLH   ORIGINAL.
000680*
000690  IDENTIFICATION DIVISION.
000700  PROGRAM-ID. AUDIT_VERIFY.
000710  AUTHOR. D L HOLLOWAY.
000720  INSTALLATION. SIGN-ON SERVICES.
000730  DATE-WRITTEN. 2026-10-15.
000740  DATE-COMPILED.
000750*
000760  ENVIRONMENT DIVISION.
000770  INPUT-OUTPUT SECTION.
000780  FILE-CONTROL.
000790      SELECT PARM-FILE ASSIGN TO "VRFYPARM"
000800          ORGANIZATION LINE SEQUENTIAL
000810          FILE STATUS WS-PARM-FILE-STATUS.
000820      SELECT ARCHIVE-FILE ASSIGN TO "AUDITARC"
000830          ORGANIZATION LINE SEQUENTIAL
000840          FILE STATUS WS-ARCHIVE-FILE-STATUS.
000850      SELECT AUDIT-FILE ASSIGN TO "AUDITIDX"
000860          ORGANIZATION INDEXED
000870          ACCESS MODE SEQUENTIAL
000880          RECORD KEY AXR-TRAIL-KEY
000890          FILE STATUS WS-AUDIT-FILE-STATUS.
000900      SELECT REPORT-FILE ASSIGN TO "VRFYRPT"
000910          ORGANIZATION LINE SEQUENTIAL
000920          FILE STATUS WS-REPORT-FILE-STATUS.
000930*
000940  DATA DIVISION.
000950  FILE SECTION.
000960  FD  PARM-FILE.
000970  01  PARM-RECORD.
000980      05  VFP-RUN-MODE              PIC X(01).
000990      05  VFP-TRAIL-SWITCH          PIC X(01).
001000      05  VFP-ARCHIVE-YEAR          PIC X(04)
001010                                    OCCURS 10 TIMES.
001020      05  FILLER                    PIC X(38).
001030  FD  ARCHIVE-FILE.
001040      COPY AUDITREC.CPY.
001050  FD  AUDIT-FILE.
001060      COPY AUDIDXR.CPY.
001070  FD  REPORT-FILE.
001080  01  REPORT-LINE                   PIC X(80).
001090*
001100  WORKING-STORAGE SECTION.
001110*
001120  77  WS-YEAR-LIMIT             PIC 9(02) COMP     VALUE 10.
001130  77  WS-EXCEPTION-PRINT-LIMIT  PIC 9(04) COMP     VALUE 100.
001140  77  WS-RECENT-LIMIT           PIC 9(04) COMP     VALUE 200.
001150*
001160  01  WS-PARM-FILE-STATUS       PIC X(02).
001170      88  WS-PARM-FILE-OK           VALUE "00".
001180  01  WS-ARCHIVE-FILE-STATUS    PIC X(02).
001190      88  WS-ARCHIVE-FILE-OK        VALUE "00".
001200      88  WS-ARCHIVE-FILE-EOF       VALUE "10".
001210  01  WS-AUDIT-FILE-STATUS      PIC X(02).
001220      88  WS-AUDIT-FILE-OK          VALUE "00".
001230      88  WS-AUDIT-FILE-EOF         VALUE "10".
001240      88  WS-AUDIT-FILE-NO-FILE     VALUE "35".
001250  01  WS-REPORT-FILE-STATUS     PIC X(02).
001260      88  WS-REPORT-FILE-OK         VALUE "00".
001270*
001280  01  WS-SOURCE-EOF-SWITCH      PIC X(01).
001290      88  WS-SOURCE-EOF             VALUE "Y".
001300      88  WS-SOURCE-NOT-EOF          VALUE "N".
001310*    WHICH FILE THE RECORD UNDER TEST CAME FROM, FOR THE REPORT.
001320  01  WS-SOURCE-NAME            PIC X(08).
001330*
001340*    THE RUN AS THE VRFYPARM CARD ASKED FOR IT.
001350  01  WS-RUN-MODE               PIC X(01).
001360      88  WS-NIGHTLY-RUN            VALUE "N".
001370      88  WS-ON-DEMAND-RUN           VALUE "D".
001380  01  WS-TRAIL-SWITCH           PIC X(01).
001390      88  WS-CHECK-TRAIL            VALUE "Y".
001400      88  WS-SKIP-TRAIL              VALUE "N".
001410  01  WS-PARM-ERROR-SWITCH      PIC X(01).
001420      88  WS-PARM-IN-ERROR          VALUE "Y".
001430      88  WS-PARM-VALID              VALUE "N".
001440  01  WS-YEAR-INDEX             PIC 9(02) COMP.
001450  01  WS-YEAR-COUNT             PIC 9(02) COMP.
001460  01  WS-LAST-YEAR              PIC X(04).
001470  01  WS-YEARS-NAMED            PIC X(50).
001480  01  WS-YEARS-POINTER          PIC 9(02) COMP.
001490*
001500  01  WS-CURRENT-DATE           PIC 9(08).
001510  01  WS-CURRENT-DATE-INTEGER   PIC 9(07) COMP.
001520  01  WS-YESTERDAY-DATE         PIC 9(08).
001530  01  WS-DATE-INTEGER           PIC 9(07) COMP.
001540*
001550*    THE RECORD UNDER TEST IN THE ARCHIVE LAYOUT (AUDITREC.CPY),
001560*    WHICHEVER FILE IT CAME FROM - ITS FIRST 67 BYTES ARE THE
001570*    IMAGE EACH CHAIN LINK IS MADE FROM.  THE CHAIN HASH IS
001580*    TESTED AS TEXT FIRST - AN UNSEALED RECORD CARRIES SPACES.
001590  01  WS-VERIFY-RECORD.
001600      05  WS-VFY-USERNAME           PIC X(32).
001610      05  WS-VFY-SEAL-DATA REDEFINES WS-VFY-USERNAME.
001620          10  WS-VFY-SEAL-RECORD-COUNT  PIC 9(06).
001630          10  WS-VFY-SEAL-PRIOR-DATE    PIC 9(08).
001640          10  WS-VFY-SEAL-PRIOR-HASH    PIC 9(09).
001650          10  FILLER                    PIC X(09).
001660      05  WS-VFY-DATE               PIC 9(08).
001670      05  WS-VFY-TIME               PIC 9(08).
001680      05  WS-VFY-OUTCOME            PIC X(01).
001690          88  WS-VFY-DAY-SEAL           VALUE "Z".
001700      05  WS-VFY-REASON-CODE        PIC 9(02).
001710      05  WS-VFY-TERMINAL-ID        PIC X(16).
001720      05  WS-VFY-CHAIN-TEXT         PIC X(09).
001730      05  WS-VFY-CHAIN-HASH REDEFINES WS-VFY-CHAIN-TEXT
001740                                    PIC 9(09).
001750*    DATE AND TIME TOGETHER, FOR THE ORDER CHECK.
001760  01  WS-VFY-ORDER-KEY          PIC X(16).
001770  01  WS-HIGH-ORDER-KEY         PIC X(16).
001780*
001790*    THE CHAIN AS WALKED SO FAR.
001800  01  WS-CHAIN-ENTERED-SWITCH   PIC X(01).
001810      88  WS-CHAIN-ENTERED          VALUE "Y".
001820      88  WS-CHAIN-NOT-ENTERED       VALUE "N".
001830*    "Y" ONCE THE WALK KNOWS THE SEAL BEFORE THE CURRENT DAY -
001840*    FROM A SEAL IT HAS READ, OR FROM THE START OF THE CHAIN.
001850*    UNTIL THEN A SEAL'S COUNT AND BACKWARD LINK CANNOT BE
001860*    CHECKED.
001870  01  WS-SEAL-BASE-SWITCH       PIC X(01).
001880      88  WS-SEAL-BASE-KNOWN        VALUE "Y".
001890      88  WS-SEAL-BASE-NOT-KNOWN     VALUE "N".
001900  01  WS-PREV-CHAIN             PIC 9(09).
001910  01  WS-PREV-SEAL-DATE         PIC 9(08).
001920  01  WS-PREV-SEAL-HASH         PIC 9(09).
001930  01  WS-EXPECTED-SEAL-DATE     PIC 9(08).
001940  01  WS-SINCE-SEAL-COUNT       PIC 9(06).
001950  01  WS-PENDING-UNSEALED       PIC 9(06) COMP.
001960  01  WS-PENDING-UNSEALED-DATE  PIC 9(08).
001970  01  WS-SEAL-FAULT-SWITCH      PIC X(01).
001980      88  WS-SEAL-FAULT             VALUE "Y".
001990      88  WS-SEAL-SOUND              VALUE "N".
002000*
002010*    THE LAST WS-RECENT-LIMIT RECORDS VERIFIED, SO A RECORD THE
002020*    ROLL ARCHIVED TWICE ACROSS A RESTART CAN BE RECOGNIZED AS
002030*    AN EXACT COPY RATHER THAN REPORTED AS OUT OF SEQUENCE.
002040  01  WS-RECENT-TABLE.
002050      05  WS-RECENT-ENTRY           PIC X(76)
002060                                    OCCURS 200 TIMES.
002070  01  WS-RECENT-NEXT            PIC 9(04) COMP.
002080  01  WS-RECENT-USED            PIC 9(04) COMP.
002090  01  WS-RECENT-INDEX           PIC 9(04) COMP.
002100  01  WS-DUPLICATE-SWITCH       PIC X(01).
002110      88  WS-DUPLICATE-FOUND        VALUE "Y".
002120      88  WS-DUPLICATE-NOT-FOUND     VALUE "N".
002130*
002140*    ONE REPORT LINE FOR AN EXCEPTION OR A NOTE - THE CALLER
002150*    FILLS THE DATE, TIME AND TEXT.
002160  01  WS-EXC-DATE               PIC X(08).
002170  01  WS-EXC-TIME               PIC X(08).
002180  01  WS-EXC-TEXT               PIC X(52).
002190  01  WS-FIRST-EXCEPTION        PIC X(80).
002200*
002210  01  WS-ARCHIVE-READ-COUNT     PIC 9(08) COMP.
002220  01  WS-TRAIL-READ-COUNT       PIC 9(08) COMP.
002230  01  WS-PRESEAL-COUNT          PIC 9(08) COMP.
002240  01  WS-CHAINED-COUNT          PIC 9(08) COMP.
002250  01  WS-SEALS-VERIFIED-COUNT   PIC 9(08) COMP.
002260  01  WS-DUPLICATE-COUNT        PIC 9(08) COMP.
002270  01  WS-AWAITING-SEAL-COUNT    PIC 9(08) COMP.
002280  01  WS-EXCEPTION-COUNT        PIC 9(08) COMP.
002290*    THE RUN'S RETURN CODE, HELD HERE AND SET AT THE END - EVERY
002300*    CALL TO AUDIT_CHAIN WOULD OTHERWISE RESET RETURN-CODE.
002310  01  WS-RUN-RETURN-CODE        PIC 9(02).
002320  01  WS-EDIT-COUNT             PIC ZZZZZZZ9.
002330  01  WS-EDIT-SEAL-COUNT        PIC ZZZZZ9.
002340  01  WS-EDIT-FOUND-COUNT       PIC ZZZZZ9.
002350*
002360      COPY AUDCHNP.CPY.
002370*
002380      COPY RUNCTLP.CPY.
002390*
002400  PROCEDURE DIVISION.
002410*
002420  0000-MAINLINE.
002430      PERFORM 1000-INITIALIZE
002440          THRU 1000-EXIT.
002450      PERFORM 2000-WALK-ARCHIVE
002460          THRU 2000-EXIT.
002470      PERFORM 3000-WALK-TRAIL
002480          THRU 3000-EXIT.
002490      PERFORM 6000-END-OF-WALK-CHECKS
002500          THRU 6000-EXIT.
002510      PERFORM 9000-TERMINATE
002520          THRU 9000-EXIT.
002530      GOBACK.
002540*
002550*--------------------------------------------------------------*
002560*    1000-INITIALIZE
002570*--------------------------------------------------------------*
002580  1000-INITIALIZE.
002590      ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
002600      COMPUTE WS-CURRENT-DATE-INTEGER =
002610          FUNCTION INTEGER-OF-DATE (WS-CURRENT-DATE).
002620      COMPUTE WS-YESTERDAY-DATE =
002630          FUNCTION DATE-OF-INTEGER (WS-CURRENT-DATE-INTEGER - 1).
002640      MOVE 0 TO WS-RUN-RETURN-CODE.
002650      MOVE 0 TO WS-ARCHIVE-READ-COUNT.
002660      MOVE 0 TO WS-TRAIL-READ-COUNT.
002670      MOVE 0 TO WS-PRESEAL-COUNT.
002680      MOVE 0 TO WS-CHAINED-COUNT.
002690      MOVE 0 TO WS-SEALS-VERIFIED-COUNT.
002700      MOVE 0 TO WS-DUPLICATE-COUNT.
002710      MOVE 0 TO WS-AWAITING-SEAL-COUNT.
002720      MOVE 0 TO WS-EXCEPTION-COUNT.
002730      MOVE 0 TO WS-PENDING-UNSEALED.
002740      MOVE 0 TO WS-PREV-CHAIN.
002750      MOVE 0 TO WS-PREV-SEAL-DATE.
002760      MOVE 0 TO WS-PREV-SEAL-HASH.
002770      MOVE 0 TO WS-SINCE-SEAL-COUNT.
002780      MOVE 0 TO WS-RECENT-NEXT.
002790      MOVE 0 TO WS-RECENT-USED.
002800      MOVE LOW-VALUES TO WS-HIGH-ORDER-KEY.
002810      MOVE SPACES TO WS-FIRST-EXCEPTION.
002820      SET WS-CHAIN-NOT-ENTERED TO TRUE.
002830      SET WS-SEAL-BASE-NOT-KNOWN TO TRUE.
002840      PERFORM 1100-READ-PARM
002850          THRU 1100-EXIT.
002860*    A NIGHTLY RUN MUST NOT PASS A TRAIL THE ROLL NEVER
002870*    FINISHED SEALING - THE SAME CHECK THE OTHER CYCLE STEPS
002880*    MAKE.  AN ON-DEMAND RUN IS NOT PART OF ANY CYCLE.
002890      IF WS-NIGHTLY-RUN
002900          SET RCP-VERIFY TO TRUE
002910          MOVE WS-CURRENT-DATE TO RCP-CYCLE-DATE
002920          MOVE "VERIFY" TO RCP-STEP-NAME
002930          MOVE "UNLOCK" TO RCP-PRED-STEP-NAME
002940          CALL "RUN_CONTROL" USING RUN-CONTROL-PARMS
002950          IF NOT RCP-OK
002960              DISPLAY "AUDIT_VERIFY - UNLOCK HAS NOT COMPLETED "
002970                  "THIS CYCLE - VERIFICATION NOT RUN"
002980              MOVE 8 TO RETURN-CODE
002990              STOP RUN
003000          END-IF
003010          SET RCP-STAMP-START TO TRUE
003020          CALL "RUN_CONTROL" USING RUN-CONTROL-PARMS
003030      END-IF.
003040      OPEN OUTPUT REPORT-FILE.
003050      IF NOT WS-REPORT-FILE-OK
003060          DISPLAY "AUDIT_VERIFY - UNABLE TO OPEN VRFYRPT, "
003070              "STATUS " WS-REPORT-FILE-STATUS
003080          MOVE 16 TO RETURN-CODE
003090          STOP RUN
003100      END-IF.
003110      PERFORM 1200-WRITE-HEADINGS
003120          THRU 1200-EXIT.
003130  1000-EXIT.
003140      EXIT.
003150*
003160*--------------------------------------------------------------*
003170*    1100-READ-PARM - THE ONE-CARD VRFYPARM.  A CARD THAT IS
003180*    MISSING, BLANK OR WRONG STOPS THE RUN BEFORE ANYTHING IS
003190*    READ - A VERIFICATION OF THE WRONG SCOPE PROVES NOTHING.
003200*--------------------------------------------------------------*
003210  1100-READ-PARM.
003220      SET WS-PARM-VALID TO TRUE.
003230      OPEN INPUT PARM-FILE.
003240      IF NOT WS-PARM-FILE-OK
003250          DISPLAY "AUDIT_VERIFY - UNABLE TO OPEN VRFYPARM, "
003260              "STATUS " WS-PARM-FILE-STATUS
003270          MOVE 16 TO RETURN-CODE
003280          STOP RUN
003290      END-IF.
003300      READ PARM-FILE
003310          AT END
003320              MOVE SPACES TO PARM-RECORD
003330      END-READ.
003340      MOVE VFP-RUN-MODE TO WS-RUN-MODE.
003350      MOVE VFP-TRAIL-SWITCH TO WS-TRAIL-SWITCH.
003360      IF NOT WS-NIGHTLY-RUN AND NOT WS-ON-DEMAND-RUN
003370          DISPLAY "AUDIT_VERIFY - RUN MODE MUST BE N OR D"
003380          SET WS-PARM-IN-ERROR TO TRUE.
003390      IF NOT WS-CHECK-TRAIL AND NOT WS-SKIP-TRAIL
003400          DISPLAY "AUDIT_VERIFY - TRAIL SWITCH MUST BE Y OR N"
003410          SET WS-PARM-IN-ERROR TO TRUE.
003420      MOVE 0 TO WS-YEAR-COUNT.
003430      MOVE SPACES TO WS-LAST-YEAR.
003440      MOVE SPACES TO WS-YEARS-NAMED.
003450      MOVE 1 TO WS-YEARS-POINTER.
003460      PERFORM 1110-CHECK-ONE-YEAR
003470          THRU 1110-EXIT
003480          VARYING WS-YEAR-INDEX FROM 1 BY 1
003490          UNTIL WS-YEAR-INDEX > WS-YEAR-LIMIT.
003500      IF WS-YEAR-COUNT = 0
003510          MOVE "NONE" TO WS-YEARS-NAMED.
003520      IF WS-YEAR-COUNT = 0 AND WS-SKIP-TRAIL
003530          DISPLAY "AUDIT_VERIFY - NO ARCHIVE YEAR AND NO TRAIL - "
003540              "NOTHING TO VERIFY"
003550          SET WS-PARM-IN-ERROR TO TRUE.
003560      CLOSE PARM-FILE.
003570      IF WS-PARM-IN-ERROR
003580          MOVE 16 TO RETURN-CODE
003590          STOP RUN.
003600  1100-EXIT.
003610      EXIT.
003620*
003630*    A BLANK YEAR IS SIMPLY NOT NAMED.  THE YEARS MUST ASCEND -
003640*    THE CHAIN IS WALKED OLDEST FIRST.
003650  1110-CHECK-ONE-YEAR.
003660      IF VFP-ARCHIVE-YEAR (WS-YEAR-INDEX) = SPACES
003670          GO TO 1110-EXIT.
003680      IF VFP-ARCHIVE-YEAR (WS-YEAR-INDEX) IS NOT NUMERIC
003690          DISPLAY "AUDIT_VERIFY - ARCHIVE YEAR NOT NUMERIC: "
003700              VFP-ARCHIVE-YEAR (WS-YEAR-INDEX)
003710          SET WS-PARM-IN-ERROR TO TRUE
003720          GO TO 1110-EXIT.
003730      IF WS-LAST-YEAR NOT = SPACES
003740         AND VFP-ARCHIVE-YEAR (WS-YEAR-INDEX) NOT > WS-LAST-YEAR
003750          DISPLAY "AUDIT_VERIFY - ARCHIVE YEARS NOT IN ASCENDING "
003760              "ORDER AT " VFP-ARCHIVE-YEAR (WS-YEAR-INDEX)
003770          SET WS-PARM-IN-ERROR TO TRUE
003780          GO TO 1110-EXIT.
003790      MOVE VFP-ARCHIVE-YEAR (WS-YEAR-INDEX) TO WS-LAST-YEAR.
003800      ADD 1 TO WS-YEAR-COUNT.
003810      STRING VFP-ARCHIVE-YEAR (WS-YEAR-INDEX) DELIMITED BY SIZE
003820          " " DELIMITED BY SIZE
003830          INTO WS-YEARS-NAMED
003840          WITH POINTER WS-YEARS-POINTER
003850      END-STRING.
003860  1110-EXIT.
003870      EXIT.
003880*
003890  1200-WRITE-HEADINGS.
003900      MOVE SPACES TO REPORT-LINE.
003910      STRING "AUDIT TRAIL CHAIN AND SEAL VERIFICATION - RUN "
003920              DELIMITED BY SIZE
003930          WS-CURRENT-DATE DELIMITED BY SIZE
003940          INTO REPORT-LINE
003950      END-STRING.
003960      WRITE REPORT-LINE.
003970      MOVE SPACES TO REPORT-LINE.
003980      IF WS-NIGHTLY-RUN
003990          MOVE "RUN MODE:      NIGHTLY CYCLE" TO REPORT-LINE
004000      ELSE
004010          MOVE "RUN MODE:      ON DEMAND" TO REPORT-LINE
004020      END-IF.
004030      WRITE REPORT-LINE.
004040      MOVE SPACES TO REPORT-LINE.
004050      STRING "ARCHIVE YEARS: " DELIMITED BY SIZE
004060          WS-YEARS-NAMED DELIMITED BY SIZE
004070          INTO REPORT-LINE
004080      END-STRING.
004090      WRITE REPORT-LINE.
004100      MOVE SPACES TO REPORT-LINE.
004110      IF WS-CHECK-TRAIL
004120          MOVE "ONLINE TRAIL:  INCLUDED" TO REPORT-LINE
004130      ELSE
004140          MOVE "ONLINE TRAIL:  NOT INCLUDED" TO REPORT-LINE
004150      END-IF.
004160      WRITE REPORT-LINE.
004170      MOVE SPACES TO REPORT-LINE.
004180      WRITE REPORT-LINE.
004190      MOVE "SOURCE   DATE     TIME     EXCEPTION OR NOTE"
004200          TO REPORT-LINE.
004210      WRITE REPORT-LINE.
004220  1200-EXIT.
004230      EXIT.
004240*
004250*--------------------------------------------------------------*
004260*    2000-WALK-ARCHIVE - THE NAMED YEARS, CONCATENATED OLDEST
004270*    FIRST ON THE AUDITARC DD.  NO YEAR NAMED MEANS THE TRAIL
004280*    ONLY.
004290*--------------------------------------------------------------*
004300  2000-WALK-ARCHIVE.
004310      IF WS-YEAR-COUNT = 0
004320          GO TO 2000-EXIT.
004330      OPEN INPUT ARCHIVE-FILE.
004340      IF NOT WS-ARCHIVE-FILE-OK
004350          DISPLAY "AUDIT_VERIFY - UNABLE TO OPEN AUDITARC, "
004360              "STATUS " WS-ARCHIVE-FILE-STATUS
004370          CLOSE REPORT-FILE
004380          MOVE 16 TO RETURN-CODE
004390          STOP RUN
004400      END-IF.
004410      MOVE "AUDITARC" TO WS-SOURCE-NAME.
004420      SET WS-SOURCE-NOT-EOF TO TRUE.
004430      PERFORM 2100-READ-ARCHIVE-RECORD
004440          THRU 2100-EXIT
004450          UNTIL WS-SOURCE-EOF.
004460      CLOSE ARCHIVE-FILE.
004470  2000-EXIT.
004480      EXIT.
004490*
004500  2100-READ-ARCHIVE-RECORD.
004510      READ ARCHIVE-FILE
004520          AT END
004530              SET WS-SOURCE-EOF TO TRUE
004540      END-READ.
004550      IF WS-SOURCE-EOF
004560          GO TO 2100-EXIT.
004570*    A RECORD THAT CANNOT BE READ IS A HOLE IN THE HISTORY - IT
004580*    IS AN EXCEPTION IN ITS OWN RIGHT, AND THE WALK CANNOT GO ON.
004590      IF NOT WS-ARCHIVE-FILE-OK
004600          DISPLAY "AUDIT_VERIFY - AUDITARC READ ERROR, STATUS "
004610              WS-ARCHIVE-FILE-STATUS
004620          MOVE SPACES TO WS-EXC-DATE
004630          MOVE SPACES TO WS-EXC-TIME
004640          MOVE "ARCHIVE READ ERROR - REST OF ARCHIVE NOT VERIFIED"
004650              TO WS-EXC-TEXT
004660          PERFORM 7000-REPORT-EXCEPTION
004670              THRU 7000-EXIT
004680          SET WS-SOURCE-EOF TO TRUE
004690          GO TO 2100-EXIT.
004700      ADD 1 TO WS-ARCHIVE-READ-COUNT.
004710      MOVE AUDIT-RECORD TO WS-VERIFY-RECORD.
004720      PERFORM 4000-VERIFY-ONE-RECORD
004730          THRU 4000-EXIT.
004740  2100-EXIT.
004750      EXIT.
004760*
004770*--------------------------------------------------------------*
004780*    3000-WALK-TRAIL - THE ONLINE TRAIL, IN KEY ORDER, CARRYING
004790*    ON FROM WHERE THE ARCHIVE LEFT OFF.
004800*--------------------------------------------------------------*
004810  3000-WALK-TRAIL.
004820      IF WS-SKIP-TRAIL
004830          GO TO 3000-EXIT.
004840      OPEN INPUT AUDIT-FILE.
004850      IF WS-AUDIT-FILE-NO-FILE
004860          MOVE "AUDITIDX" TO WS-SOURCE-NAME
004870          MOVE SPACES TO WS-EXC-DATE
004880          MOVE SPACES TO WS-EXC-TIME
004890          MOVE "NOTE - ONLINE TRAIL DOES NOT EXIST YET"
004900              TO WS-EXC-TEXT
004910          PERFORM 7100-REPORT-NOTE
004920              THRU 7100-EXIT
004930          GO TO 3000-EXIT.
004940      IF NOT WS-AUDIT-FILE-OK
004950          DISPLAY "AUDIT_VERIFY - UNABLE TO OPEN AUDITIDX, "
004960              "STATUS " WS-AUDIT-FILE-STATUS
004970          CLOSE REPORT-FILE
004980          MOVE 16 TO RETURN-CODE
004990          STOP RUN
005000      END-IF.
005010      MOVE "AUDITIDX" TO WS-SOURCE-NAME.
005020      SET WS-SOURCE-NOT-EOF TO TRUE.
005030      PERFORM 3100-READ-TRAIL-RECORD
005040          THRU 3100-EXIT
005050          UNTIL WS-SOURCE-EOF.
005060      CLOSE AUDIT-FILE.
005070  3000-EXIT.
005080      EXIT.
005090*
005100  3100-READ-TRAIL-RECORD.
005110      READ AUDIT-FILE NEXT RECORD
005120          AT END
005130              SET WS-SOURCE-EOF TO TRUE
005140      END-READ.
005150      IF WS-SOURCE-EOF
005160          GO TO 3100-EXIT.
005170      IF NOT WS-AUDIT-FILE-OK
005180          DISPLAY "AUDIT_VERIFY - AUDITIDX READ ERROR, STATUS "
005190              WS-AUDIT-FILE-STATUS
005200          MOVE SPACES TO WS-EXC-DATE
005210          MOVE SPACES TO WS-EXC-TIME
005220          MOVE "TRAIL READ ERROR - REST OF TRAIL NOT VERIFIED"
005230              TO WS-EXC-TEXT
005240          PERFORM 7000-REPORT-EXCEPTION
005250              THRU 7000-EXIT
005260          SET WS-SOURCE-EOF TO TRUE
005270          GO TO 3100-EXIT.
005280      ADD 1 TO WS-TRAIL-READ-COUNT.
005290*    THE TRAIL RECORD IN THE ARCHIVE LAYOUT - THE SAME IMAGE
005300*    ACCT_UNLOCK CHAINED IT FROM.
005310      MOVE SPACES TO WS-VERIFY-RECORD.
005320      MOVE AXR-USERNAME TO WS-VFY-USERNAME.
005330      MOVE AXR-EVENT-DATE TO WS-VFY-DATE.
005340      MOVE AXR-EVENT-TIME TO WS-VFY-TIME.
005350      MOVE AXR-OUTCOME TO WS-VFY-OUTCOME.
005360      MOVE AXR-REASON-CODE TO WS-VFY-REASON-CODE.
005370      MOVE AXR-TERMINAL-ID TO WS-VFY-TERMINAL-ID.
005380      MOVE AXR-CHAIN-HASH TO WS-VFY-CHAIN-TEXT.
005390      PERFORM 4000-VERIFY-ONE-RECORD
005400          THRU 4000-EXIT.
005410  3100-EXIT.
005420      EXIT.
005430*
005440*--------------------------------------------------------------*
005450*    4000-VERIFY-ONE-RECORD - THE RECORD IN WS-VERIFY-RECORD,
005460*    FROM EITHER FILE.  IN ORDER: IS IT READABLE, IS IT IN
005470*    SEQUENCE (OR A KNOWN ROLL DUPLICATE), IS IT IN THE CHAIN AT
005480*    ALL, DOES ITS LINK RECOMPUTE, AND - FOR A SEAL - DOES THE
005490*    SEAL HOLD.
005500*--------------------------------------------------------------*
005510  4000-VERIFY-ONE-RECORD.
005520      MOVE WS-VERIFY-RECORD (33:8) TO WS-EXC-DATE.
005530      MOVE WS-VERIFY-RECORD (41:8) TO WS-EXC-TIME.
005540      IF WS-VFY-DATE IS NOT NUMERIC
005550         OR WS-VFY-TIME IS NOT NUMERIC
005560          MOVE "UNREADABLE RECORD - DATE OR TIME NOT NUMERIC"
005570              TO WS-EXC-TEXT
005580          PERFORM 7000-REPORT-EXCEPTION
005590              THRU 7000-EXIT
005600          GO TO 4000-EXIT.
005610      MOVE WS-VERIFY-RECORD (33:16) TO WS-VFY-ORDER-KEY.
005620      IF WS-VFY-ORDER-KEY NOT > WS-HIGH-ORDER-KEY
005630          PERFORM 4100-CHECK-DUPLICATE
005640              THRU 4100-EXIT
005650          IF WS-DUPLICATE-FOUND
005660              ADD 1 TO WS-DUPLICATE-COUNT
005670              GO TO 4000-EXIT
005680          END-IF
005690      END-IF.
005700*    EVENTS IN THE SAME HUNDREDTH OF A SECOND SHARE A DATE AND
005710*    TIME, SO ONLY A STEP BACKWARDS IS OUT OF SEQUENCE.
005720      IF WS-VFY-ORDER-KEY < WS-HIGH-ORDER-KEY
005730          MOVE "OUT OF SEQUENCE - RECORD INSERTED OR MOVED"
005740              TO WS-EXC-TEXT
005750          PERFORM 7000-REPORT-EXCEPTION
005760              THRU 7000-EXIT
005770          GO TO 4000-EXIT.
005780      MOVE WS-VFY-ORDER-KEY TO WS-HIGH-ORDER-KEY.
005790      PERFORM 4200-REMEMBER-RECORD
005800          THRU 4200-EXIT.
005810      IF WS-VFY-CHAIN-TEXT IS NOT NUMERIC
005820          PERFORM 4300-UNSEALED-RECORD
005830              THRU 4300-EXIT
005840          GO TO 4000-EXIT.
005850*    UNSEALED RECORDS FOLLOWED BY A CHAINED ONE WERE LEFT OUT OF
005860*    A DAY THAT WAS THEN SEALED WITHOUT THEM.
005870      IF WS-PENDING-UNSEALED > 0
005880          PERFORM 4350-UNSEALED-INSIDE-CHAIN
005890              THRU 4350-EXIT.
005900      IF WS-CHAIN-NOT-ENTERED
005910          PERFORM 4400-ENTER-CHAIN
005920              THRU 4400-EXIT
005930          GO TO 4000-EXIT.
005940      MOVE WS-PREV-CHAIN TO ACP-PRIOR-HASH.
005950      MOVE WS-VERIFY-RECORD (1:67) TO ACP-RECORD-IMAGE.
005960      CALL "AUDIT_CHAIN" USING AUDIT-CHAIN-PARMS.
005970      IF ACP-CHAIN-HASH NOT = WS-VFY-CHAIN-HASH
005980          IF WS-VFY-DAY-SEAL
005990              MOVE "CHAIN BROKEN AT SEAL - ALTERED OR RECORD "
006000                  TO WS-EXC-TEXT
006010              MOVE "LOST" TO WS-EXC-TEXT (42:4)
006020          ELSE
006030              MOVE "CHAIN BROKEN - RECORD ALTERED OR ONE BEFORE "
006040                  TO WS-EXC-TEXT
006050              MOVE "IT LOST" TO WS-EXC-TEXT (45:7)
006060          END-IF
006070          PERFORM 7000-REPORT-EXCEPTION
006080              THRU 7000-EXIT
006090      END-IF.
006100*    CARRY ON FROM THE VALUE ON FILE, SO ONE BREAK IS REPORTED
006110*    ONCE AND NOT AGAIN FOR EVERY RECORD AFTER IT.
006120      MOVE WS-VFY-CHAIN-HASH TO WS-PREV-CHAIN.
006130      IF WS-VFY-DAY-SEAL
006140          PERFORM 4500-CHECK-SEAL
006150              THRU 4500-EXIT
006160          GO TO 4000-EXIT.
006170      ADD 1 TO WS-CHAINED-COUNT.
006180      ADD 1 TO WS-SINCE-SEAL-COUNT.
006190      IF WS-SEAL-BASE-KNOWN
006200         AND WS-VFY-DATE NOT > WS-PREV-SEAL-DATE
006210          MOVE "RECORD DATED IN A DAY ALREADY SEALED"
006220              TO WS-EXC-TEXT
006230          PERFORM 7000-REPORT-EXCEPTION
006240              THRU 7000-EXIT.
006250  4000-EXIT.
006260      EXIT.
006270*
006280*--------------------------------------------------------------*
006290*    4100-CHECK-DUPLICATE - IS THE RECORD A BYTE-FOR-BYTE COPY,
006300*    CHAIN VALUE AND ALL, OF ONE ALREADY VERIFIED?  THE CHAIN
006310*    VALUE TIES A RECORD TO ITS PLACE, SO TWO GENUINE EVENTS
006320*    CAN NEVER MATCH THIS WAY.
006330*--------------------------------------------------------------*
006340  4100-CHECK-DUPLICATE.
006350      SET WS-DUPLICATE-NOT-FOUND TO TRUE.
006360      IF WS-VFY-CHAIN-TEXT IS NOT NUMERIC
006370          GO TO 4100-EXIT.
006380      PERFORM 4110-COMPARE-ONE-RECENT
006390          THRU 4110-EXIT
006400          VARYING WS-RECENT-INDEX FROM 1 BY 1
006410          UNTIL WS-RECENT-INDEX > WS-RECENT-USED
006420             OR WS-DUPLICATE-FOUND.
006430  4100-EXIT.
006440      EXIT.
006450*
006460  4110-COMPARE-ONE-RECENT.
006470      IF WS-RECENT-ENTRY (WS-RECENT-INDEX) = WS-VERIFY-RECORD
006480          SET WS-DUPLICATE-FOUND TO TRUE.
006490  4110-EXIT.
006500      EXIT.
006510*
006520  4200-REMEMBER-RECORD.
006530      ADD 1 TO WS-RECENT-NEXT.
006540      IF WS-RECENT-NEXT > WS-RECENT-LIMIT
006550          MOVE 1 TO WS-RECENT-NEXT.
006560      MOVE WS-VERIFY-RECORD TO WS-RECENT-ENTRY (WS-RECENT-NEXT).
006570      IF WS-RECENT-USED < WS-RECENT-LIMIT
006580          ADD 1 TO WS-RECENT-USED.
006590  4200-EXIT.
006600      EXIT.
006610*
006620*--------------------------------------------------------------*
006630*    4300-UNSEALED-RECORD - NO CHAIN VALUE.  BEFORE THE CHAIN
006640*    STARTS THAT IS HISTORY FROM BEFORE SEALING BEGAN; AFTER THE
006650*    LAST SEAL IT IS A DAY NOT SEALED YET.  ANYWHERE ELSE IT IS
006660*    AN EXCEPTION.
006670*--------------------------------------------------------------*
006680  4300-UNSEALED-RECORD.
006690      IF WS-CHAIN-NOT-ENTERED
006700          ADD 1 TO WS-PRESEAL-COUNT
006710          GO TO 4300-EXIT.
006720      IF WS-VFY-DAY-SEAL
006730          MOVE "BROKEN SEAL - SEAL CARRIES NO CHAIN VALUE"
006740              TO WS-EXC-TEXT
006750          PERFORM 7000-REPORT-EXCEPTION
006760              THRU 7000-EXIT
006770          GO TO 4300-EXIT.
006780      IF WS-SEAL-BASE-KNOWN
006790         AND WS-VFY-DATE NOT > WS-PREV-SEAL-DATE
006800          MOVE "RECORD ADDED TO A DAY ALREADY SEALED"
006810              TO WS-EXC-TEXT
006820          PERFORM 7000-REPORT-EXCEPTION
006830              THRU 7000-EXIT
006840          GO TO 4300-EXIT.
006850      IF WS-PENDING-UNSEALED = 0
006860          MOVE WS-VFY-DATE TO WS-PENDING-UNSEALED-DATE.
006870      ADD 1 TO WS-PENDING-UNSEALED.
006880      ADD 1 TO WS-AWAITING-SEAL-COUNT.
006890  4300-EXIT.
006900      EXIT.
006910*
006920  4350-UNSEALED-INSIDE-CHAIN.
006930      MOVE WS-PENDING-UNSEALED-DATE TO WS-EXC-DATE.
006940      MOVE SPACES TO WS-EXC-TIME.
006950      MOVE "RECORD LEFT OUT OF THE CHAIN - ADDED AFTER SEALING"
006960          TO WS-EXC-TEXT.
006970      PERFORM 7000-REPORT-EXCEPTION
006980          THRU 7000-EXIT.
006990      SUBTRACT WS-PENDING-UNSEALED FROM WS-AWAITING-SEAL-COUNT.
007000      MOVE 0 TO WS-PENDING-UNSEALED.
007010      MOVE WS-VERIFY-RECORD (33:8) TO WS-EXC-DATE.
007020      MOVE WS-VERIFY-RECORD (41:8) TO WS-EXC-TIME.
007030  4350-EXIT.
007040      EXIT.
007050*
007060*--------------------------------------------------------------*
007070*    4400-ENTER-CHAIN - THE FIRST CHAINED RECORD OF THE WALK.
007080*    IF IT LINKS FROM ZERO IT IS THE VERY START OF THE CHAIN AND
007090*    EVERYTHING FROM HERE ON CAN BE CHECKED, SEALS INCLUDED.
007100*    OTHERWISE THE LINK INTO IT IS IN A YEAR THIS RUN WAS NOT
007110*    GIVEN - NOTED, AND THE WALK TRUSTS IT AS ITS STARTING POINT.
007120*--------------------------------------------------------------*
007130  4400-ENTER-CHAIN.
007140      SET WS-CHAIN-ENTERED TO TRUE.
007150      MOVE 0 TO ACP-PRIOR-HASH.
007160      MOVE WS-VERIFY-RECORD (1:67) TO ACP-RECORD-IMAGE.
007170      CALL "AUDIT_CHAIN" USING AUDIT-CHAIN-PARMS.
007180      IF ACP-CHAIN-HASH = WS-VFY-CHAIN-HASH
007190          SET WS-SEAL-BASE-KNOWN TO TRUE
007200          MOVE 0 TO WS-PREV-SEAL-DATE
007210          MOVE 0 TO WS-PREV-SEAL-HASH
007220          MOVE 0 TO WS-SINCE-SEAL-COUNT
007230          MOVE "NOTE - START OF THE CHAIN, VERIFIED FROM ZERO"
007240              TO WS-EXC-TEXT
007250      ELSE
007260          MOVE "NOTE - CHAIN ENTERED HERE - EARLIER LINK NOT IN "
007270              TO WS-EXC-TEXT
007280          MOVE "RUN" TO WS-EXC-TEXT (49:3)
007290      END-IF.
007300      PERFORM 7100-REPORT-NOTE
007310          THRU 7100-EXIT.
007320      MOVE WS-VFY-CHAIN-HASH TO WS-PREV-CHAIN.
007330      IF WS-VFY-DAY-SEAL
007340          PERFORM 4500-CHECK-SEAL
007350              THRU 4500-EXIT
007360      ELSE
007370          ADD 1 TO WS-CHAINED-COUNT
007380          ADD 1 TO WS-SINCE-SEAL-COUNT
007390      END-IF.
007400  4400-EXIT.
007410      EXIT.
007420*
007430*--------------------------------------------------------------*
007440*    4500-CHECK-SEAL - ONCE THE SEAL BEFORE IS KNOWN, THIS SEAL
007450*    MUST BE FOR THE VERY NEXT DAY (A SEAL IS WRITTEN FOR EVERY
007460*    DAY, EVENTS OR NOT), MUST POINT BACK TO THAT SEAL'S DATE
007470*    AND CHAIN VALUE, AND MUST COUNT EXACTLY THE RECORDS WALKED
007480*    SINCE IT.  THE FIRST SEAL OF A WALK ENTERED PART WAY ONLY
007490*    BECOMES THE BASE FOR THE NEXT.
007500*--------------------------------------------------------------*
007510  4500-CHECK-SEAL.
007520      SET WS-SEAL-SOUND TO TRUE.
007530      IF WS-VFY-SEAL-RECORD-COUNT IS NOT NUMERIC
007540         OR WS-VFY-SEAL-PRIOR-DATE IS NOT NUMERIC
007550         OR WS-VFY-SEAL-PRIOR-HASH IS NOT NUMERIC
007560          MOVE "BROKEN SEAL - SEAL FIELDS UNREADABLE"
007570              TO WS-EXC-TEXT
007580          PERFORM 7000-REPORT-EXCEPTION
007590              THRU 7000-EXIT
007600          GO TO 4500-NEW-BASE.
007610      IF WS-SEAL-BASE-NOT-KNOWN
007620          GO TO 4500-NEW-BASE.
007630      IF WS-PREV-SEAL-DATE > 0
007640          COMPUTE WS-DATE-INTEGER =
007650              FUNCTION INTEGER-OF-DATE (WS-PREV-SEAL-DATE) + 1
007660          COMPUTE WS-EXPECTED-SEAL-DATE =
007670              FUNCTION DATE-OF-INTEGER (WS-DATE-INTEGER)
007680          IF WS-VFY-DATE > WS-EXPECTED-SEAL-DATE
007690              MOVE WS-EXPECTED-SEAL-DATE TO WS-EXC-DATE
007700              MOVE SPACES TO WS-EXC-TIME
007710              MOVE "GAP - NO SEAL FOR THIS DAY OR DAYS AFTER IT"
007720                  TO WS-EXC-TEXT
007730              PERFORM 7000-REPORT-EXCEPTION
007740                  THRU 7000-EXIT
007750              MOVE WS-VERIFY-RECORD (33:8) TO WS-EXC-DATE
007760              MOVE WS-VERIFY-RECORD (41:8) TO WS-EXC-TIME
007770              SET WS-SEAL-FAULT TO TRUE
007780          END-IF
007790      END-IF.
007800      IF WS-SEAL-SOUND
007810         AND (WS-VFY-SEAL-PRIOR-DATE NOT = WS-PREV-SEAL-DATE
007820           OR WS-VFY-SEAL-PRIOR-HASH NOT = WS-PREV-SEAL-HASH)
007830          MOVE "BROKEN SEAL - DOES NOT LINK TO THE SEAL BEFORE IT"
007840              TO WS-EXC-TEXT
007850          PERFORM 7000-REPORT-EXCEPTION
007860              THRU 7000-EXIT.
007870      IF WS-VFY-SEAL-RECORD-COUNT NOT = WS-SINCE-SEAL-COUNT
007880          MOVE WS-VFY-SEAL-RECORD-COUNT TO WS-EDIT-SEAL-COUNT
007890          MOVE WS-SINCE-SEAL-COUNT TO WS-EDIT-FOUND-COUNT
007900          MOVE SPACES TO WS-EXC-TEXT
007910          STRING "BROKEN SEAL - SEAL COUNTS " DELIMITED BY SIZE
007920              WS-EDIT-SEAL-COUNT DELIMITED BY SIZE
007930              ", FOUND " DELIMITED BY SIZE
007940              WS-EDIT-FOUND-COUNT DELIMITED BY SIZE
007950              INTO WS-EXC-TEXT
007960          END-STRING
007970          PERFORM 7000-REPORT-EXCEPTION
007980              THRU 7000-EXIT.
007990  4500-NEW-BASE.
008000      SET WS-SEAL-BASE-KNOWN TO TRUE.
008010      MOVE WS-VFY-DATE TO WS-PREV-SEAL-DATE.
008020      MOVE WS-VFY-CHAIN-HASH TO WS-PREV-SEAL-HASH.
008030      MOVE 0 TO WS-SINCE-SEAL-COUNT.
008040      ADD 1 TO WS-SEALS-VERIFIED-COUNT.
008050  4500-EXIT.
008060      EXIT.
008070*
008080*--------------------------------------------------------------*
008090*    6000-END-OF-WALK-CHECKS - WHEN THE TRAIL WAS WALKED, A DAY
008100*    CHAINED BUT NEVER SEALED IS AN EXCEPTION, AND A NIGHTLY RUN
008110*    - WHICH FOLLOWS TONIGHT'S SEALING - ALSO EXPECTS THE LAST
008120*    SEAL TO BE YESTERDAY'S.
008130*--------------------------------------------------------------*
008140  6000-END-OF-WALK-CHECKS.
008150      MOVE "        " TO WS-SOURCE-NAME.
008160      MOVE SPACES TO WS-EXC-TIME.
008170      IF WS-CHAIN-NOT-ENTERED
008180          MOVE SPACES TO WS-EXC-DATE
008190          MOVE "NOTE - NO SEALED RECORDS FOUND - NOTHING VERIFIED"
008200              TO WS-EXC-TEXT
008210          PERFORM 7100-REPORT-NOTE
008220              THRU 7100-EXIT
008230          IF WS-RUN-RETURN-CODE < 4
008240              MOVE 4 TO WS-RUN-RETURN-CODE
008250          END-IF
008260          GO TO 6000-EXIT.
008270      IF WS-SKIP-TRAIL
008280          GO TO 6000-EXIT.
008290      IF WS-SINCE-SEAL-COUNT > 0
008300          MOVE WS-PREV-SEAL-DATE TO WS-EXC-DATE
008310          MOVE "CHAINED RECORDS AFTER THIS SEAL WERE NEVER SEALED"
008320              TO WS-EXC-TEXT
008330          PERFORM 7000-REPORT-EXCEPTION
008340              THRU 7000-EXIT.
008350      IF WS-NIGHTLY-RUN
008360         AND WS-PREV-SEAL-DATE < WS-YESTERDAY-DATE
008370          MOVE WS-YESTERDAY-DATE TO WS-EXC-DATE
008380          MOVE "GAP - TRAIL NOT SEALED THROUGH THIS DAY"
008390              TO WS-EXC-TEXT
008400          PERFORM 7000-REPORT-EXCEPTION
008410              THRU 7000-EXIT.
008420  6000-EXIT.
008430      EXIT.
008440*
008450*--------------------------------------------------------------*
008460*    7000-REPORT-EXCEPTION - COUNT IT, KEEP THE FIRST FOR THE
008470*    SUMMARY, AND LIST IT UNLESS THE LISTING IS ALREADY AT ITS
008480*    LIMIT.  ANY EXCEPTION ENDS THE RUN RC 8.
008490*--------------------------------------------------------------*
008500  7000-REPORT-EXCEPTION.
008510      ADD 1 TO WS-EXCEPTION-COUNT.
008520      MOVE SPACES TO REPORT-LINE.
008530      STRING WS-SOURCE-NAME DELIMITED BY SIZE
008540          " " DELIMITED BY SIZE
008550          WS-EXC-DATE DELIMITED BY SIZE
008560          " " DELIMITED BY SIZE
008570          WS-EXC-TIME DELIMITED BY SIZE
008580          " " DELIMITED BY SIZE
008590          WS-EXC-TEXT DELIMITED BY SIZE
008600          INTO REPORT-LINE
008610      END-STRING.
008620      IF WS-EXCEPTION-COUNT = 1
008630          MOVE REPORT-LINE TO WS-FIRST-EXCEPTION.
008640      IF WS-EXCEPTION-COUNT NOT > WS-EXCEPTION-PRINT-LIMIT
008650          WRITE REPORT-LINE.
008660      IF WS-RUN-RETURN-CODE < 8
008670          MOVE 8 TO WS-RUN-RETURN-CODE.
008680  7000-EXIT.
008690      EXIT.
008700*
008710  7100-REPORT-NOTE.
008720      MOVE SPACES TO REPORT-LINE.
008730      STRING WS-SOURCE-NAME DELIMITED BY SIZE
008740          " " DELIMITED BY SIZE
008750          WS-EXC-DATE DELIMITED BY SIZE
008760          " " DELIMITED BY SIZE
008770          WS-EXC-TIME DELIMITED BY SIZE
008780          " " DELIMITED BY SIZE
008790          WS-EXC-TEXT DELIMITED BY SIZE
008800          INTO REPORT-LINE
008810      END-STRING.
008820      WRITE REPORT-LINE.
008830  7100-EXIT.
008840      EXIT.
008850*
008860*--------------------------------------------------------------*
008870*    9000-TERMINATE - TOTALS AND THE VERDICT ON THE REPORT AND
008880*    SYSOUT, AND ON A NIGHTLY RUN THE END STAMP.
008890*--------------------------------------------------------------*
008900  9000-TERMINATE.
008910      MOVE SPACES TO REPORT-LINE.
008920      WRITE REPORT-LINE.
008930      MOVE WS-ARCHIVE-READ-COUNT TO WS-EDIT-COUNT.
008940      MOVE "ARCHIVE RECORDS READ      " TO REPORT-LINE.
008950      MOVE WS-EDIT-COUNT TO REPORT-LINE (27:8).
008960      WRITE REPORT-LINE.
008970      MOVE WS-TRAIL-READ-COUNT TO WS-EDIT-COUNT.
008980      MOVE "TRAIL RECORDS READ        " TO REPORT-LINE.
008990      MOVE WS-EDIT-COUNT TO REPORT-LINE (27:8).
009000      WRITE REPORT-LINE.
009010      MOVE WS-CHAINED-COUNT TO WS-EDIT-COUNT.
009020      MOVE "RECORDS VERIFIED IN CHAIN " TO REPORT-LINE.
009030      MOVE WS-EDIT-COUNT TO REPORT-LINE (27:8).
009040      WRITE REPORT-LINE.
009050      MOVE WS-SEALS-VERIFIED-COUNT TO WS-EDIT-COUNT.
009060      MOVE "DAILY SEALS CHECKED       " TO REPORT-LINE.
009070      MOVE WS-EDIT-COUNT TO REPORT-LINE (27:8).
009080      WRITE REPORT-LINE.
009090      MOVE WS-PRESEAL-COUNT TO WS-EDIT-COUNT.
009100      MOVE "PRE-SEALING HISTORY       " TO REPORT-LINE.
009110      MOVE WS-EDIT-COUNT TO REPORT-LINE (27:8).
009120      WRITE REPORT-LINE.
009130      MOVE WS-AWAITING-SEAL-COUNT TO WS-EDIT-COUNT.
009140      MOVE "AWAITING TONIGHT'S SEAL   " TO REPORT-LINE.
009150      MOVE WS-EDIT-COUNT TO REPORT-LINE (27:8).
009160      WRITE REPORT-LINE.
009170      MOVE WS-DUPLICATE-COUNT TO WS-EDIT-COUNT.
009180      MOVE "ROLL RESTART DUPLICATES   " TO REPORT-LINE.
009190      MOVE WS-EDIT-COUNT TO REPORT-LINE (27:8).
009200      WRITE REPORT-LINE.
009210      MOVE WS-EXCEPTION-COUNT TO WS-EDIT-COUNT.
009220      MOVE "EXCEPTIONS                " TO REPORT-LINE.
009230      MOVE WS-EDIT-COUNT TO REPORT-LINE (27:8).
009240      WRITE REPORT-LINE.
009250      MOVE SPACES TO REPORT-LINE.
009260      WRITE REPORT-LINE.
009270      IF WS-EXCEPTION-COUNT = 0
009280          MOVE "RESULT: CHAIN AND SEALS VERIFIED - NO EXCEPTIONS"
009290              TO REPORT-LINE
009300          WRITE REPORT-LINE
009310      ELSE
009320          MOVE "RESULT: EXCEPTIONS FOUND - THE FIRST WAS" TO
009330              REPORT-LINE
009340          WRITE REPORT-LINE
009350          MOVE WS-FIRST-EXCEPTION TO REPORT-LINE
009360          WRITE REPORT-LINE
009370      END-IF.
009380      IF WS-EXCEPTION-COUNT > WS-EXCEPTION-PRINT-LIMIT
009390          MOVE "(ONLY THE FIRST 100 EXCEPTIONS ARE LISTED ABOVE)"
009400              TO REPORT-LINE
009410          WRITE REPORT-LINE.
009420      CLOSE REPORT-FILE.
009440      DISPLAY "AUDIT_VERIFY - ARCHIVE RECORDS READ:  "
009450          WS-ARCHIVE-READ-COUNT.
009460      DISPLAY "AUDIT_VERIFY - TRAIL RECORDS READ:    "
009470          WS-TRAIL-READ-COUNT.
009480      DISPLAY "AUDIT_VERIFY - RECORDS IN CHAIN:      "
009490          WS-CHAINED-COUNT.
009500      DISPLAY "AUDIT_VERIFY - SEALS CHECKED:         "
009510          WS-SEALS-VERIFIED-COUNT.
009520      DISPLAY "AUDIT_VERIFY - EXCEPTIONS:            "
009530          WS-EXCEPTION-COUNT.
009540      IF WS-EXCEPTION-COUNT > 0
009550          DISPLAY "AUDIT_VERIFY - FIRST EXCEPTION: "
009560              WS-FIRST-EXCEPTION.
009570      IF WS-NIGHTLY-RUN
009580          SET RCP-STAMP-END TO TRUE
009590          MOVE WS-CURRENT-DATE TO RCP-CYCLE-DATE
009600          MOVE "VERIFY" TO RCP-STEP-NAME
009610          MOVE WS-RUN-RETURN-CODE TO RCP-STEP-RETURN-CODE
009620          MOVE WS-CHAINED-COUNT TO RCP-COUNTER-1
009630          MOVE WS-SEALS-VERIFIED-COUNT TO RCP-COUNTER-2
009640          MOVE WS-EXCEPTION-COUNT TO RCP-COUNTER-3
009650          MOVE WS-AWAITING-SEAL-COUNT TO RCP-COUNTER-4
009660          CALL "RUN_CONTROL" USING RUN-CONTROL-PARMS
009670      END-IF.
009675      MOVE WS-RUN-RETURN-CODE TO RETURN-CODE.
009680  9000-EXIT.
009690      EXIT.
009700*
009710  END PROGRAM AUDIT_VERIFY.
