000100*
000110*    BRKGRPT.COB
000120*
000130*    PROGRAM-ID: BREAK_GLASS_REPORT
000140*
000150*    PURPOSE:    MORNING REPORT OF EVERY BREAK-GLASS EMERGENCY
000160*                ACCOUNT USE, FOR SIGN-OFF BY THE SECURITY
000170*                OFFICER.  EVERY OPENING ON THE BRKGFILE (SEE
000180*                BRKGREC.CPY) NOT YET REPORTED IS LISTED WITH ITS
000190*                INCIDENT REFERENCE, WHO OPENED IT AND WHEN, AND
000200*                WHEN IT WAS RESEALED, FOLLOWED BY WHAT THE
000210*                AUDIT TRAIL SHOWS BETWEEN THE OPENING AND THE
000220*                RESEAL:
000230*
000240*                  - EVERY SIGN-ON ATTEMPT UNDER THE ACCOUNT,
000250*                    SUCCESSFUL OR NOT;
000260*                  - EVERY ADMINISTRATIVE ACTION ON THE ACCOUNT
000270*                    ITSELF, AND EVERY ADMINISTRATIVE ACTION TAKEN
000280*                    FROM A TERMINAL THE ACCOUNT SIGNED ON AT.
000290*                    THE TRAIL DOES NOT CARRY WHO TOOK AN ACTION,
000300*                    ONLY WHERE FROM, SO THE TERMINAL IS WHAT TIES
000310*                    AN ACTION TO THE EMERGENCY SIGN-ON.
000320*
000330*                EACH USE ENDS WITH A SIGN-OFF BLOCK.  A RESEALED
000340*                USE IS STAMPED REPORTED ON THE BRKGFILE AND DOES
000350*                NOT APPEAR AGAIN; A USE STILL OPEN IS LISTED AS
000360*                SUCH, UP TO THE TIME OF THE RUN, AND IS LISTED
000370*                IN FULL AGAIN ONCE IT HAS BEEN RESEALED.
000380*                DESIGNATIONS ARE NOT USES AND ARE NOT LISTED.
000390*                RUNS AS A STEP IN THE NIGHTLY CYCLE (SEE
000400*                NIGHTBAT.JCL).
000410*
000420*                RETURN CODES:  0  NO BREAK-GLASS USE TO REPORT
000430*                               4  USES LISTED FOR SIGN-OFF
000434*                              16  A FILE COULD NOT BE OPENED,
000438*                                  READ OR REWRITTEN - A USE
000442*                                  WHOSE TRAIL WAS NOT READ
000446*                                  THROUGH IS LEFT UNREPORTED
000450*
000460*    MODIFICATION HISTORY
000470*    DATE       BY    DESCRIPTION
000480*    ---------- ----- --------------------------------------------
000490*    2026-10-15 DLH   ORIGINAL.
000500*
000510  IDENTIFICATION DIVISION.
000520  PROGRAM-ID. BREAK_GLASS_REPORT.
000530  AUTHOR. D L HOLLOWAY.
000540  INSTALLATION. SIGN-ON SERVICES.
000550  DATE-WRITTEN. 2026-10-15.
000560  DATE-COMPILED.
000570*
000580  ENVIRONMENT DIVISION.
000590  INPUT-OUTPUT SECTION.
000600  FILE-CONTROL.
000610      SELECT BREAK-GLASS-FILE ASSIGN TO "BRKGFILE"
000620          ORGANIZATION INDEXED
000630          ACCESS MODE DYNAMIC
000640          RECORD KEY BGL-EVENT-KEY
000650          FILE STATUS WS-BREAK-GLASS-FILE-STATUS.
000660      SELECT AUDIT-FILE ASSIGN TO "AUDITIDX"
000670          ORGANIZATION INDEXED
000680          ACCESS MODE DYNAMIC
000690          RECORD KEY AXR-TRAIL-KEY
000700          FILE STATUS WS-AUDIT-FILE-STATUS.
000710      SELECT REPORT-FILE ASSIGN TO "BRKGRPT"
000720          ORGANIZATION LINE SEQUENTIAL
000730          FILE STATUS WS-REPORT-FILE-STATUS.
000740*
000750  DATA DIVISION.
000760  FILE SECTION.
000770  FD  BREAK-GLASS-FILE.
000780      COPY BRKGREC.CPY.
000790  FD  AUDIT-FILE.
000800      COPY AUDIDXR.CPY.
000810  FD  REPORT-FILE.
000820  01  REPORT-LINE                   PIC X(80).
000830*
000840  WORKING-STORAGE SECTION.
000850*
000860  77  WS-MAX-TERMINALS          PIC 9(04) COMP     VALUE 20.
000870*
000880  01  WS-BREAK-GLASS-FILE-STATUS PIC X(02).
000890      88  WS-BREAK-GLASS-FILE-OK    VALUE "00".
000900      88  WS-BREAK-GLASS-NO-FILE    VALUE "35".
000910*
000920  01  WS-AUDIT-FILE-STATUS      PIC X(02).
000930      88  WS-AUDIT-FILE-OK          VALUE "00".
000940*
000950  01  WS-REPORT-FILE-STATUS     PIC X(02).
000960      88  WS-REPORT-FILE-OK         VALUE "00".
000970*
000980  01  WS-BREAK-GLASS-EOF-SWITCH PIC X(01).
000990      88  WS-BREAK-GLASS-EOF        VALUE "Y".
001000      88  WS-BREAK-GLASS-NOT-EOF     VALUE "N".
001010*
001020  01  WS-AUDIT-EOF-SWITCH       PIC X(01).
001030      88  WS-AUDIT-EOF              VALUE "Y".
001040      88  WS-AUDIT-NOT-EOF           VALUE "N".
001050*
001053*    SET WHEN THE TRAIL COULD NOT BE READ THROUGH FOR A USE - ITS
001056*    LISTING IS INCOMPLETE, SO THE USE IS NOT STAMPED REPORTED.
001059  01  WS-SCAN-FAILED-SWITCH     PIC X(01).
001062      88  WS-SCAN-FAILED            VALUE "Y".
001065      88  WS-SCAN-COMPLETE           VALUE "N".
001068*
001072  01  WS-FILES-OPEN-SWITCH      PIC X(01).
001074      88  WS-FILES-OPEN             VALUE "Y".
001076      88  WS-FILES-NOT-OPEN         VALUE "N".
001078*
001080*    WHICH OF THE TWO PASSES OVER A USE'S STRETCH OF THE TRAIL
001082*    IS RUNNING - SIGN-ONS FIRST, THEN ADMINISTRATIVE ACTIONS.
001084  01  WS-PASS-SWITCH            PIC X(01).
001090      88  WS-SIGNON-PASS            VALUE "S".
001100      88  WS-ADMIN-PASS             VALUE "A".
001110*
001120  01  WS-RUN-RETURN-CODE        PIC 9(02).
001130  01  WS-USES-LISTED            PIC 9(06).
001140  01  WS-USES-STILL-OPEN        PIC 9(06).
001150  01  WS-SIGNON-COUNT           PIC 9(06).
001160  01  WS-ADMIN-COUNT            PIC 9(06).
001170*
001180  01  WS-CURRENT-DATE           PIC 9(08).
001190  01  WS-CURRENT-TIME           PIC 9(08).
001200*
001210*    THE STRETCH OF THE TRAIL BELONGING TO THE USE BEING LISTED.
001220  01  WS-RANGE-END-KEY.
001230      05  WS-RANGE-END-DATE         PIC 9(08).
001240      05  WS-RANGE-END-TIME         PIC 9(08).
001250  01  WS-EVENT-STAMP.
001260      05  WS-EVENT-STAMP-DATE       PIC 9(08).
001270      05  WS-EVENT-STAMP-TIME       PIC 9(08).
001280*
001290*    TERMINALS THE ACCOUNT SIGNED ON AT DURING THE USE.
001300  01  WS-TERMINAL-COUNT         PIC 9(04) COMP.
001310  01  WS-TERMINAL-TABLE-FULL    PIC 9(04) COMP.
001320  01  WS-TERMINAL-TABLE.
001330      05  WS-TBL-TERMINAL-ID        PIC X(16)
001340                                    OCCURS 20 TIMES
001350                                    INDEXED BY WS-TERM-IDX.
001360  01  WS-TERMINAL-FOUND-SWITCH  PIC X(01).
001370      88  WS-TERMINAL-FOUND         VALUE "Y".
001380      88  WS-TERMINAL-NOT-FOUND     VALUE "N".
001390*
001400  01  WS-EDIT-TIME.
001410      05  WS-EDIT-HH                PIC X(02).
001420      05  FILLER                    PIC X(01)  VALUE ":".
001430      05  WS-EDIT-MM                PIC X(02).
001440      05  FILLER                    PIC X(01)  VALUE ":".
001450      05  WS-EDIT-SS                PIC X(02).
001460  01  WS-EDIT-COUNT             PIC ZZZZZ9.
001470  01  WS-EDIT-OUTCOME           PIC X(08).
001480*
001490  PROCEDURE DIVISION.
001500*
001510  0000-MAINLINE.
001520      PERFORM 1000-INITIALIZE
001530          THRU 1000-EXIT.
001540      PERFORM 2000-EXAMINE-ONE-RECORD
001550          THRU 2000-EXIT
001560          UNTIL WS-BREAK-GLASS-EOF.
001570      PERFORM 9000-TERMINATE
001580          THRU 9000-EXIT.
001590      GOBACK.
001600*
001610*--------------------------------------------------------------*
001620*    1000-INITIALIZE - NO BRKGFILE YET MEANS NO ACCOUNT HAS EVER
001630*    BEEN DESIGNATED; THE REPORT STILL PRINTS, EMPTY, SO THE
001640*    SECURITY OFFICER SEES THAT IT RAN.
001650*--------------------------------------------------------------*
001660  1000-INITIALIZE.
001670      ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
001680      ACCEPT WS-CURRENT-TIME FROM TIME.
001690      MOVE 0 TO WS-RUN-RETURN-CODE.
001700      MOVE 0 TO WS-USES-LISTED.
001710      MOVE 0 TO WS-USES-STILL-OPEN.
001720      SET WS-BREAK-GLASS-NOT-EOF TO TRUE.
001725      SET WS-FILES-NOT-OPEN TO TRUE.
001730      OPEN OUTPUT REPORT-FILE.
001740      IF NOT WS-REPORT-FILE-OK
001750          DISPLAY "BREAK_GLASS_REPORT - UNABLE TO OPEN BRKGRPT, "
001760              "STATUS " WS-REPORT-FILE-STATUS
001770          MOVE 16 TO RETURN-CODE
001780          STOP RUN.
001790      PERFORM 1100-PRINT-TITLE
001800          THRU 1100-EXIT.
001810      OPEN I-O BREAK-GLASS-FILE.
001820      IF WS-BREAK-GLASS-NO-FILE
001830          SET WS-BREAK-GLASS-EOF TO TRUE
001840          GO TO 1000-EXIT.
001850      IF NOT WS-BREAK-GLASS-FILE-OK
001860          DISPLAY "BREAK_GLASS_REPORT - UNABLE TO OPEN BRKGFILE, "
001870              "STATUS " WS-BREAK-GLASS-FILE-STATUS
001880          CLOSE REPORT-FILE
001890          MOVE 16 TO RETURN-CODE
001900          STOP RUN.
001910*    WITHOUT THE TRAIL THE REPORT CANNOT SHOW WHAT WAS DONE, AND
001920*    STAMPING USES REPORTED WOULD LOSE THEM FOR GOOD.
001930      OPEN INPUT AUDIT-FILE.
001940      IF NOT WS-AUDIT-FILE-OK
001950          DISPLAY "BREAK_GLASS_REPORT - UNABLE TO OPEN AUDITIDX, "
001960              "STATUS " WS-AUDIT-FILE-STATUS
001970          CLOSE BREAK-GLASS-FILE
001980          CLOSE REPORT-FILE
001990          MOVE 16 TO RETURN-CODE
002000          STOP RUN.
002005      SET WS-FILES-OPEN TO TRUE.
002010  1000-EXIT.
002020      EXIT.
002030*
002040  1100-PRINT-TITLE.
002050      MOVE SPACES TO REPORT-LINE.
002056      STRING "BREAK-GLASS EMERGENCY ACCOUNT USE - "
002062              DELIMITED BY SIZE
002070          "RUN " DELIMITED BY SIZE
002080          WS-CURRENT-DATE DELIMITED BY SIZE
002090          INTO REPORT-LINE
002100      END-STRING.
002110      WRITE REPORT-LINE.
002120      MOVE "FOR SIGN-OFF BY THE SECURITY OFFICER" TO REPORT-LINE.
002130      WRITE REPORT-LINE.
002140      MOVE SPACES TO REPORT-LINE.
002150      WRITE REPORT-LINE.
002160  1100-EXIT.
002170      EXIT.
002180*
002190*--------------------------------------------------------------*
002200*    2000-EXAMINE-ONE-RECORD - AN OPENING NOT YET REPORTED IS A
002210*    USE TO LIST.
002220*--------------------------------------------------------------*
002230  2000-EXAMINE-ONE-RECORD.
002240      READ BREAK-GLASS-FILE NEXT RECORD
002250          AT END
002260              SET WS-BREAK-GLASS-EOF TO TRUE
002270              GO TO 2000-EXIT
002280      END-READ.
002290      IF NOT WS-BREAK-GLASS-FILE-OK
002300          DISPLAY "BREAK_GLASS_REPORT - BRKGFILE READ FAILED, "
002310              "STATUS " WS-BREAK-GLASS-FILE-STATUS
002320          MOVE 16 TO WS-RUN-RETURN-CODE
002330          SET WS-BREAK-GLASS-EOF TO TRUE
002340          GO TO 2000-EXIT.
002350      IF NOT BGL-OPENING
002360          GO TO 2000-EXIT.
002370      IF BGL-REPORTED-DATE NOT = 0
002380          GO TO 2000-EXIT.
002390      PERFORM 3000-LIST-ONE-USE
002400          THRU 3000-EXIT.
002410  2000-EXIT.
002420      EXIT.
002430*
002440*--------------------------------------------------------------*
002450*    3000-LIST-ONE-USE - HEADER, SIGN-ONS, ADMINISTRATIVE
002460*    ACTIONS, SIGN-OFF BLOCK.  A RESEALED USE IS THEN STAMPED
002466*    REPORTED - UNLESS THE TRAIL COULD NOT BE READ THROUGH, IN
002472*    WHICH CASE IT IS LISTED AGAIN ON THE NEXT RUN.
002480*--------------------------------------------------------------*
002490  3000-LIST-ONE-USE.
002500      ADD 1 TO WS-USES-LISTED.
002510      IF BGL-SEALED
002520          MOVE BGL-SEALED-DATE TO WS-RANGE-END-DATE
002530          MOVE BGL-SEALED-TIME TO WS-RANGE-END-TIME
002540      ELSE
002550          ADD 1 TO WS-USES-STILL-OPEN
002560          MOVE WS-CURRENT-DATE TO WS-RANGE-END-DATE
002570          MOVE WS-CURRENT-TIME TO WS-RANGE-END-TIME
002580      END-IF.
002590      PERFORM 3100-PRINT-USE-HEADER
002600          THRU 3100-EXIT.
002610      MOVE 0 TO WS-TERMINAL-COUNT.
002620      MOVE 0 TO WS-TERMINAL-TABLE-FULL.
002630      MOVE 0 TO WS-SIGNON-COUNT.
002640      MOVE 0 TO WS-ADMIN-COUNT.
002645      SET WS-SCAN-COMPLETE TO TRUE.
002650      MOVE "  SIGN-ONS UNDER THE ACCOUNT" TO REPORT-LINE.
002660      WRITE REPORT-LINE.
002670      SET WS-SIGNON-PASS TO TRUE.
002680      PERFORM 4000-SCAN-TRAIL
002690          THRU 4000-EXIT.
002700      IF WS-SIGNON-COUNT = 0
002710          MOVE "    NONE" TO REPORT-LINE
002720          WRITE REPORT-LINE.
002730      IF WS-TERMINAL-TABLE-FULL > 0
002740          MOVE "    MORE TERMINALS THAN THE REPORT CAN FOLLOW - "
002750              TO REPORT-LINE
002760          WRITE REPORT-LINE
002770          MOVE "    CHECK THE TRAIL BY HAND FOR ACTIONS FROM THEM"
002780              TO REPORT-LINE
002790          WRITE REPORT-LINE.
002800      MOVE SPACES TO REPORT-LINE.
002810      WRITE REPORT-LINE.
002820      MOVE "  ADMINISTRATIVE ACTIONS ON THE ACCOUNT OR FROM ITS "
002830          TO REPORT-LINE.
002840      WRITE REPORT-LINE.
002850      MOVE "  TERMINALS" TO REPORT-LINE.
002860      WRITE REPORT-LINE.
002870      SET WS-ADMIN-PASS TO TRUE.
002880      PERFORM 4000-SCAN-TRAIL
002890          THRU 4000-EXIT.
002900      IF WS-ADMIN-COUNT = 0
002910          MOVE "    NONE" TO REPORT-LINE
002920          WRITE REPORT-LINE.
002930      PERFORM 3200-PRINT-SIGN-OFF-BLOCK
002940          THRU 3200-EXIT.
002941      IF WS-SCAN-FAILED
002942          MOVE "  *** TRAIL NOT READ THROUGH - LISTING INCOMPLETE"
002943              TO REPORT-LINE
002944          WRITE REPORT-LINE
002945          MOVE "  *** THE USE WILL BE LISTED AGAIN" TO REPORT-LINE
002946          WRITE REPORT-LINE
002947          MOVE SPACES TO REPORT-LINE
002948          WRITE REPORT-LINE
002949          GO TO 3000-EXIT.
002950      IF BGL-SEALED
002960          MOVE WS-CURRENT-DATE TO BGL-REPORTED-DATE
002970          REWRITE BREAK-GLASS-RECORD
002980          IF NOT WS-BREAK-GLASS-FILE-OK
002990              DISPLAY "BREAK_GLASS_REPORT - BRKGFILE REWRITE "
003000                  "FAILED, STATUS " WS-BREAK-GLASS-FILE-STATUS
003010              MOVE 16 TO WS-RUN-RETURN-CODE
003020          END-IF
003030      END-IF.
003040  3000-EXIT.
003050      EXIT.
003060*
003070  3100-PRINT-USE-HEADER.
003080      MOVE ALL "-" TO REPORT-LINE.
003090      WRITE REPORT-LINE.
003100      MOVE SPACES TO REPORT-LINE.
003110      STRING "ACCOUNT          " DELIMITED BY SIZE
003120          BGL-USERNAME DELIMITED BY SPACE
003130          INTO REPORT-LINE
003140      END-STRING.
003150      WRITE REPORT-LINE.
003160      MOVE SPACES TO REPORT-LINE.
003170      STRING "INCIDENT         " DELIMITED BY SIZE
003180          BGL-INCIDENT-REF DELIMITED BY SIZE
003190          INTO REPORT-LINE
003200      END-STRING.
003210      WRITE REPORT-LINE.
003220      MOVE BGL-START-TIME (1:2) TO WS-EDIT-HH.
003230      MOVE BGL-START-TIME (3:2) TO WS-EDIT-MM.
003240      MOVE BGL-START-TIME (5:2) TO WS-EDIT-SS.
003250      MOVE SPACES TO REPORT-LINE.
003260      STRING "OPENED           " DELIMITED BY SIZE
003270          BGL-START-DATE DELIMITED BY SIZE
003280          " " DELIMITED BY SIZE
003290          WS-EDIT-TIME DELIMITED BY SIZE
003300          " BY " DELIMITED BY SIZE
003310          BGL-REQUESTED-BY DELIMITED BY SPACE
003320          INTO REPORT-LINE
003330      END-STRING.
003340      WRITE REPORT-LINE.
003350      MOVE BGL-WINDOW-END-TIME (1:2) TO WS-EDIT-HH.
003360      MOVE BGL-WINDOW-END-TIME (3:2) TO WS-EDIT-MM.
003370      MOVE BGL-WINDOW-END-TIME (5:2) TO WS-EDIT-SS.
003380      MOVE SPACES TO REPORT-LINE.
003390      STRING "WINDOW CLOSED    " DELIMITED BY SIZE
003400          BGL-WINDOW-END-DATE DELIMITED BY SIZE
003410          " " DELIMITED BY SIZE
003420          WS-EDIT-TIME DELIMITED BY SIZE
003430          INTO REPORT-LINE
003440      END-STRING.
003450      WRITE REPORT-LINE.
003460      MOVE SPACES TO REPORT-LINE.
003470      IF BGL-SEALED
003480          MOVE BGL-SEALED-TIME (1:2) TO WS-EDIT-HH
003490          MOVE BGL-SEALED-TIME (3:2) TO WS-EDIT-MM
003500          MOVE BGL-SEALED-TIME (5:2) TO WS-EDIT-SS
003510          STRING "RESEALED         " DELIMITED BY SIZE
003520              BGL-SEALED-DATE DELIMITED BY SIZE
003530              " " DELIMITED BY SIZE
003540              WS-EDIT-TIME DELIMITED BY SIZE
003550              INTO REPORT-LINE
003560          END-STRING
003570      ELSE
003580          MOVE "RESEALED         *** STILL OPEN AT RUN TIME ***"
003590              TO REPORT-LINE
003600      END-IF.
003610      WRITE REPORT-LINE.
003620      MOVE SPACES TO REPORT-LINE.
003630      WRITE REPORT-LINE.
003640  3100-EXIT.
003650      EXIT.
003660*
003670  3200-PRINT-SIGN-OFF-BLOCK.
003680      MOVE SPACES TO REPORT-LINE.
003690      WRITE REPORT-LINE.
003696      MOVE "  USE AND ACTIONS REVIEWED AND ACCEPTED"
003702          TO REPORT-LINE.
003710      WRITE REPORT-LINE.
003720      MOVE SPACES TO REPORT-LINE.
003730      WRITE REPORT-LINE.
003740      MOVE "  SECURITY OFFICER  __________________  DATE ________"
003750          TO REPORT-LINE.
003760      WRITE REPORT-LINE.
003770      MOVE SPACES TO REPORT-LINE.
003780      WRITE REPORT-LINE.
003790  3200-EXIT.
003800      EXIT.
003810*
003820*--------------------------------------------------------------*
003830*    4000-SCAN-TRAIL - ONE PASS OVER THE USE'S STRETCH OF THE
003840*    TRAIL, FROM THE OPENING STAMP TO THE RESEAL (OR NOW).
003850*--------------------------------------------------------------*
003860  4000-SCAN-TRAIL.
003870      SET WS-AUDIT-NOT-EOF TO TRUE.
003880      MOVE BGL-START-DATE TO AXR-EVENT-DATE.
003890      MOVE BGL-START-TIME TO AXR-EVENT-TIME.
003900      MOVE 0 TO AXR-EVENT-SEQ.
003910      START AUDIT-FILE KEY NOT < AXR-TRAIL-KEY
003920          INVALID KEY
003930              SET WS-AUDIT-EOF TO TRUE
003940      END-START.
003941      IF WS-AUDIT-NOT-EOF
003942         AND NOT WS-AUDIT-FILE-OK
003943          DISPLAY "BREAK_GLASS_REPORT - AUDITIDX START FAILED, "
003944              "STATUS " WS-AUDIT-FILE-STATUS
003945          SET WS-SCAN-FAILED TO TRUE
003946          MOVE 16 TO WS-RUN-RETURN-CODE
003947          GO TO 4000-EXIT.
003950      PERFORM 4100-EXAMINE-ONE-EVENT
003960          THRU 4100-EXIT
003970          UNTIL WS-AUDIT-EOF.
003980  4000-EXIT.
003990      EXIT.
004000*
004010  4100-EXAMINE-ONE-EVENT.
004020      READ AUDIT-FILE NEXT RECORD
004030          AT END
004040              SET WS-AUDIT-EOF TO TRUE
004050              GO TO 4100-EXIT
004060      END-READ.
004070      IF NOT WS-AUDIT-FILE-OK
004072          DISPLAY "BREAK_GLASS_REPORT - AUDITIDX READ FAILED, "
004074              "STATUS " WS-AUDIT-FILE-STATUS
004076          SET WS-SCAN-FAILED TO TRUE
004078          MOVE 16 TO WS-RUN-RETURN-CODE
004080          SET WS-AUDIT-EOF TO TRUE
004090          GO TO 4100-EXIT.
004100      MOVE AXR-EVENT-DATE TO WS-EVENT-STAMP-DATE.
004110      MOVE AXR-EVENT-TIME TO WS-EVENT-STAMP-TIME.
004120      IF WS-EVENT-STAMP > WS-RANGE-END-KEY
004130          SET WS-AUDIT-EOF TO TRUE
004140          GO TO 4100-EXIT.
004150      IF AXR-DAY-SEAL
004160          GO TO 4100-EXIT.
004170      IF WS-SIGNON-PASS
004180          PERFORM 4200-CHECK-SIGNON
004190              THRU 4200-EXIT
004200      ELSE
004210          PERFORM 4300-CHECK-ADMIN-ACTION
004220              THRU 4300-EXIT
004230      END-IF.
004240  4100-EXIT.
004250      EXIT.
004260*
004270  4200-CHECK-SIGNON.
004280      IF AXR-ADMIN-ACTION
004290          GO TO 4200-EXIT.
004300      IF AXR-USERNAME NOT = BGL-USERNAME
004310          GO TO 4200-EXIT.
004320      ADD 1 TO WS-SIGNON-COUNT.
004330      IF AXR-SUCCESS
004340          MOVE "SUCCESS " TO WS-EDIT-OUTCOME
004350          PERFORM 4400-NOTE-TERMINAL
004360              THRU 4400-EXIT
004370      ELSE
004380          MOVE "FAILURE " TO WS-EDIT-OUTCOME
004390      END-IF.
004400      PERFORM 4600-EDIT-EVENT-TIME
004410          THRU 4600-EXIT.
004420      MOVE SPACES TO REPORT-LINE.
004430      STRING "    " DELIMITED BY SIZE
004440          AXR-EVENT-DATE DELIMITED BY SIZE
004450          " " DELIMITED BY SIZE
004460          WS-EDIT-TIME DELIMITED BY SIZE
004470          "  " DELIMITED BY SIZE
004480          WS-EDIT-OUTCOME DELIMITED BY SIZE
004490          " REASON " DELIMITED BY SIZE
004500          AXR-REASON-CODE DELIMITED BY SIZE
004510          "  TERMINAL " DELIMITED BY SIZE
004520          AXR-TERMINAL-ID DELIMITED BY SPACE
004530          INTO REPORT-LINE
004540      END-STRING.
004550      WRITE REPORT-LINE.
004560  4200-EXIT.
004570      EXIT.
004580*
004590*    AN ACTION ON THE ACCOUNT ITSELF (THE OPENING, THE RESEAL, A
004600*    SESSION FORCED OFF) OR FROM ONE OF ITS TERMINALS.
004610  4300-CHECK-ADMIN-ACTION.
004620      IF NOT AXR-ADMIN-ACTION
004630          GO TO 4300-EXIT.
004640      IF AXR-USERNAME NOT = BGL-USERNAME
004650          PERFORM 4500-FIND-TERMINAL
004660              THRU 4500-EXIT
004670          IF WS-TERMINAL-NOT-FOUND
004680              GO TO 4300-EXIT
004690          END-IF
004700      END-IF.
004710      ADD 1 TO WS-ADMIN-COUNT.
004720      PERFORM 4600-EDIT-EVENT-TIME
004730          THRU 4600-EXIT.
004740      MOVE SPACES TO REPORT-LINE.
004750      STRING "    " DELIMITED BY SIZE
004760          AXR-EVENT-DATE DELIMITED BY SIZE
004770          " " DELIMITED BY SIZE
004780          WS-EDIT-TIME DELIMITED BY SIZE
004790          "  ACTION " DELIMITED BY SIZE
004800          AXR-REASON-CODE DELIMITED BY SIZE
004810          "  " DELIMITED BY SIZE
004820          AXR-USERNAME DELIMITED BY SPACE
004830          "  TERMINAL " DELIMITED BY SIZE
004840          AXR-TERMINAL-ID DELIMITED BY SPACE
004850          INTO REPORT-LINE
004860      END-STRING.
004870      WRITE REPORT-LINE.
004880  4300-EXIT.
004890      EXIT.
004900*
004910  4400-NOTE-TERMINAL.
004920      PERFORM 4500-FIND-TERMINAL
004930          THRU 4500-EXIT.
004940      IF WS-TERMINAL-FOUND
004950          GO TO 4400-EXIT.
004960      IF WS-TERMINAL-COUNT < WS-MAX-TERMINALS
004970          ADD 1 TO WS-TERMINAL-COUNT
004980          MOVE AXR-TERMINAL-ID
004990              TO WS-TBL-TERMINAL-ID (WS-TERMINAL-COUNT)
005000      ELSE
005010          ADD 1 TO WS-TERMINAL-TABLE-FULL
005020      END-IF.
005030  4400-EXIT.
005040      EXIT.
005050*
005060  4500-FIND-TERMINAL.
005070      SET WS-TERMINAL-NOT-FOUND TO TRUE.
005080      IF WS-TERMINAL-COUNT = 0
005090          GO TO 4500-EXIT.
005100      SET WS-TERM-IDX TO 1.
005110      SEARCH WS-TBL-TERMINAL-ID
005120          AT END
005130              CONTINUE
005140          WHEN WS-TERM-IDX > WS-TERMINAL-COUNT
005150              CONTINUE
005160          WHEN WS-TBL-TERMINAL-ID (WS-TERM-IDX) = AXR-TERMINAL-ID
005170              SET WS-TERMINAL-FOUND TO TRUE
005180      END-SEARCH.
005190  4500-EXIT.
005200      EXIT.
005210*
005220  4600-EDIT-EVENT-TIME.
005230      MOVE AXR-EVENT-TIME (1:2) TO WS-EDIT-HH.
005240      MOVE AXR-EVENT-TIME (3:2) TO WS-EDIT-MM.
005250      MOVE AXR-EVENT-TIME (5:2) TO WS-EDIT-SS.
005260  4600-EXIT.
005270      EXIT.
005280*
005290*--------------------------------------------------------------*
005300*    9000-TERMINATE
005310*--------------------------------------------------------------*
005320  9000-TERMINATE.
005330      IF WS-USES-LISTED = 0
005340          MOVE "NO BREAK-GLASS USE TO REPORT" TO REPORT-LINE
005350          WRITE REPORT-LINE
005360      ELSE
005370          MOVE ALL "-" TO REPORT-LINE
005380          WRITE REPORT-LINE
005390          MOVE WS-USES-LISTED TO WS-EDIT-COUNT
005400          MOVE SPACES TO REPORT-LINE
005410          STRING "USES LISTED      " DELIMITED BY SIZE
005420              WS-EDIT-COUNT DELIMITED BY SIZE
005430              INTO REPORT-LINE
005440          END-STRING
005450          WRITE REPORT-LINE
005460          MOVE WS-USES-STILL-OPEN TO WS-EDIT-COUNT
005470          MOVE SPACES TO REPORT-LINE
005480          STRING "STILL OPEN       " DELIMITED BY SIZE
005490              WS-EDIT-COUNT DELIMITED BY SIZE
005500              INTO REPORT-LINE
005510          END-STRING
005520          WRITE REPORT-LINE
005530      END-IF.
005540      IF WS-FILES-OPEN
005550          CLOSE BREAK-GLASS-FILE
005560          CLOSE AUDIT-FILE
005570      END-IF.
005580      CLOSE REPORT-FILE.
005590      DISPLAY "BREAK_GLASS_REPORT - USES LISTED: " WS-USES-LISTED.
005596      DISPLAY "BREAK_GLASS_REPORT - STILL OPEN:  "
005602          WS-USES-STILL-OPEN.
005610      IF WS-RUN-RETURN-CODE = 0
005620         AND WS-USES-LISTED > 0
005630          MOVE 4 TO WS-RUN-RETURN-CODE.
005640      MOVE WS-RUN-RETURN-CODE TO RETURN-CODE.
005650  9000-EXIT.
005660      EXIT.
005670*
005680  END PROGRAM BREAK_GLASS_REPORT.
