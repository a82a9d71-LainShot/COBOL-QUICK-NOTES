000100*
000110*    BRKGOPN.COB
000120*
000130*    PROGRAM-ID: BREAK_GLASS_OPEN
000140*
000150*    PURPOSE:    OPENS A SEALED BREAK-GLASS EMERGENCY ACCOUNT
000160*                (SEE USR-BREAK-GLASS-FLAG ON USERREC.CPY) FOR A
000170*                FIXED WINDOW OF WS-WINDOW-HOURS.  STARTED BY
000180*                THE OPERATOR FROM THE CONSOLE (PROCEDURE
000190*                BRKGOPN), IT ASKS ON THE CONSOLE FOR THE
000200*                ACCOUNT, FOR AN INCIDENT REFERENCE - WITHOUT
000210*                ONE NOTHING IS OPENED - AND FOR A Y TO CONFIRM.
000220*
000230*                THE OPENING IS WRITTEN TO THE BRKGFILE (SEE
000240*                BRKGREC.CPY) WITH THE INCIDENT, THE OPERATOR AND
000250*                THE WINDOW END; THE ACCOUNT IS MADE ACTIVE AND
000260*                UNLOCKED, JOURNALED AND AUDITED AS ACTION 32,
000270*                AND THE SECURITY OFFICER IS PAGED ON THE
000280*                OPERATOR CONSOLE THE SAME WAY
000290*                INTRUSION_MONITOR RAISES A BURST ALERT.  THE
000300*                PASSWORD IS THE ONE IN THE SEALED ENVELOPE -
000310*                NOTHING HERE SHOWS OR CHANGES IT.
000320*
000330*                CRED_CHECK HONOURS THE ACCOUNT ONLY UNTIL THE
000340*                WINDOW END; BREAK_GLASS_SEAL THEN DISABLES IT
000350*                UNDER A FRESH PASSWORD, AND BREAK_GLASS_REPORT
000360*                LISTS THE USE NEXT MORNING FOR SIGN-OFF.
000370*
000380*                THE OPERATOR IS THE OPERATING-SYSTEM USERNAME OF
000390*                THE PROCESS.  AN ACCOUNT THAT IS NOT AN
000400*                EMERGENCY ACCOUNT, NOT SEALED, OR STILL WAITING
000410*                ON AN EARLIER WINDOW OR SEAL IS REFUSED.
000420*
000430*                RETURN CODES:  0  ACCOUNT OPENED
000440*                               8  REFUSED - NOTHING OPENED
000450*                              16  A FILE COULD NOT BE OPENED OR
000460*                                  UPDATED
000470*
000480*    CALLS:      AUDIT_LOG, USERFILE_JOURNAL.
000490*
000500*    MODIFICATION HISTORY
000510*    DATE       BY    DESCRIPTION
000520*    ---------- ----- --------------------------------------------
000530*    2026-10-15 DLH   ORIGINAL - THE ON-CALL ENGINEER LOCKED OUT
000540*                     AT 3 A.M. USED TO WAIT FOR AN ADMINISTRATOR
000550*                     TO BE WOKEN.
000560*
000570  IDENTIFICATION DIVISION.
000580  PROGRAM-ID. BREAK_GLASS_OPEN.
000590  AUTHOR. D L HOLLOWAY.
000600  INSTALLATION. SIGN-ON SERVICES.
000610  DATE-WRITTEN. 2026-10-15.
000620  DATE-COMPILED.
000630*
000640  ENVIRONMENT DIVISION.
000650  CONFIGURATION SECTION.
000660  SPECIAL-NAMES.
000670      CONSOLE IS OPERATOR-CONSOLE.
000680  INPUT-OUTPUT SECTION.
000690  FILE-CONTROL.
000700      SELECT USER-FILE ASSIGN TO "USERFILE"
000710          ORGANIZATION INDEXED
000720          ACCESS MODE DYNAMIC
000730          RECORD KEY USR-USERNAME
000740          FILE STATUS WS-USER-FILE-STATUS.
000750      SELECT BREAK-GLASS-FILE ASSIGN TO "BRKGFILE"
000760          ORGANIZATION INDEXED
000770          ACCESS MODE DYNAMIC
000780          RECORD KEY BGL-EVENT-KEY
000790          FILE STATUS WS-BREAK-GLASS-FILE-STATUS.
000800*
000810  DATA DIVISION.
000820  FILE SECTION.
000830  FD  USER-FILE.
000840      COPY USERREC.CPY.
000850  FD  BREAK-GLASS-FILE.
000860      COPY BRKGREC.CPY.
000870*
000880  WORKING-STORAGE SECTION.
000890*
000900*    HOW LONG AN OPENED ACCOUNT MAY SIGN ON - MUST MATCH THE
000910*    WINDOW THE SECURITY POLICY PUBLISHES TO THE ON-CALL ROTA.
000920  77  WS-WINDOW-HOURS           PIC 9(02) COMP    VALUE 4.
000930*    HOW MANY TIMES THE INCIDENT REFERENCE IS ASKED FOR BEFORE
000940*    THE OPEN IS ABANDONED.
000950  77  WS-MAX-PROMPTS            PIC 9(02) COMP    VALUE 3.
000960*
000970  01  WS-USER-FILE-STATUS       PIC X(02).
000980      88  WS-USER-FILE-OK           VALUE "00".
000990*
001000  01  WS-BREAK-GLASS-FILE-STATUS PIC X(02).
001010      88  WS-BREAK-GLASS-FILE-OK    VALUE "00".
001020      88  WS-BREAK-GLASS-NO-FILE    VALUE "35".
001030*
001040  01  WS-BREAK-GLASS-EOF-SWITCH PIC X(01).
001050      88  WS-BREAK-GLASS-EOF        VALUE "Y".
001060      88  WS-BREAK-GLASS-NOT-EOF     VALUE "N".
001070*
001080  01  WS-OPEN-SWITCH            PIC X(01).
001090      88  WS-OPEN-PROCEEDING        VALUE "Y".
001100      88  WS-OPEN-REFUSED            VALUE "N".
001110*
001120  01  WS-RUN-RETURN-CODE        PIC 9(02).
001130  01  WS-OPERATOR-ID            PIC X(32).
001140  01  WS-CONSOLE-REPLY          PIC X(40).
001150  01  WS-ACCOUNT-NAME           PIC X(32).
001160  01  WS-INCIDENT-REF           PIC X(16).
001170  01  WS-PROMPT-COUNT           PIC 9(02) COMP.
001180  01  WS-REFUSAL-TEXT           PIC X(50).
001190*
001200  01  WS-CURRENT-DATE           PIC 9(08).
001210  01  WS-CURRENT-TIME           PIC 9(08).
001220  01  WS-CURRENT-TIME-PARTS REDEFINES WS-CURRENT-TIME.
001230      05  WS-CLOCK-HOUR             PIC 9(02).
001240      05  WS-CLOCK-MIN              PIC 9(02).
001250      05  WS-CLOCK-SEC-HUND         PIC 9(04).
001260*    THE WINDOW END IS WORKED IN MINUTES FROM A REAL CALENDAR
001270*    DAY COUNT, SO A WINDOW RUNNING PAST MIDNIGHT OR MONTH-END
001280*    STILL ENDS ON THE RIGHT DAY.
001290  01  WS-DATE-INTEGER           PIC 9(07) COMP.
001300  01  WS-END-MINUTE             PIC 9(12) COMP.
001310  01  WS-MINUTE-OF-DAY          PIC 9(04) COMP.
001320  01  WS-END-HOUR               PIC 9(02).
001330  01  WS-END-MIN                PIC 9(02).
001340  01  WS-WINDOW-END-DATE        PIC 9(08).
001350  01  WS-WINDOW-END-TIME        PIC 9(08).
001360  01  WS-EDIT-HOURS             PIC Z9.
001370  01  WS-EDIT-END-CLOCK         PIC X(05).
001380*
001390  01  WS-AUDIT-OUTCOME          PIC X(01)          VALUE "A".
001400  01  WS-AUDIT-ACTION-CODE      PIC 9(02).
001410*
001420*    BEFORE/AFTER IMAGES FOR THE CHANGE JOURNAL.
001430  01  WS-BEFORE-IMAGE           PIC X(200).
001440  01  WS-AFTER-IMAGE            PIC X(200).
001450*
001460      COPY USRJRNC.CPY.
001470*
001480  PROCEDURE DIVISION.
001490*
001500  0000-MAINLINE.
001510      PERFORM 1000-INITIALIZE
001520          THRU 1000-EXIT.
001530      PERFORM 2000-GET-ACCOUNT
001540          THRU 2000-EXIT.
001550      IF WS-OPEN-REFUSED
001560          GO TO 0000-EXIT.
001570      PERFORM 3000-GET-INCIDENT-REF
001580          THRU 3000-EXIT.
001590      IF WS-OPEN-REFUSED
001600          GO TO 0000-EXIT.
001610      PERFORM 4000-CONFIRM-OPEN
001620          THRU 4000-EXIT.
001630      IF WS-OPEN-REFUSED
001640          GO TO 0000-EXIT.
001650      PERFORM 5000-OPEN-ACCOUNT
001660          THRU 5000-EXIT.
001670      IF WS-OPEN-REFUSED
001680          GO TO 0000-EXIT.
001690      PERFORM 6000-PAGE-SECURITY-OFFICER
001700          THRU 6000-EXIT.
001710  0000-EXIT.
001720      CLOSE USER-FILE.
001730      CLOSE BREAK-GLASS-FILE.
001740      MOVE WS-RUN-RETURN-CODE TO RETURN-CODE.
001750      GOBACK.
001760*
001770*--------------------------------------------------------------*
001780*    1000-INITIALIZE - WHO IS AT THE CONSOLE, AND THE TWO FILES.
001790*    THE BRKGFILE IS CREATED ON FIRST USE; THE CREDENTIAL FILE
001800*    NEVER IS.
001810*--------------------------------------------------------------*
001820  1000-INITIALIZE.
001830      MOVE 0 TO WS-RUN-RETURN-CODE.
001840      SET WS-OPEN-PROCEEDING TO TRUE.
001850      MOVE SPACES TO WS-OPERATOR-ID.
001860      DISPLAY "USER" UPON ENVIRONMENT-NAME.
001870      ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT-VALUE
001880          ON EXCEPTION
001890              MOVE SPACES TO WS-OPERATOR-ID
001900      END-ACCEPT.
001910      OPEN I-O USER-FILE.
001920      IF NOT WS-USER-FILE-OK
001930          DISPLAY "BREAK GLASS - UNABLE TO OPEN USERFILE, "
001940              "STATUS " WS-USER-FILE-STATUS
001950              UPON OPERATOR-CONSOLE
001960          MOVE 16 TO RETURN-CODE
001970          STOP RUN.
001980      OPEN I-O BREAK-GLASS-FILE.
001990*    ONLY A FILE-NOT-FOUND STATUS MAY FALL INTO THE CREATE PATH.
002000      IF WS-BREAK-GLASS-NO-FILE
002010          CLOSE BREAK-GLASS-FILE
002020          OPEN OUTPUT BREAK-GLASS-FILE
002030          CLOSE BREAK-GLASS-FILE
002040          OPEN I-O BREAK-GLASS-FILE.
002050      IF NOT WS-BREAK-GLASS-FILE-OK
002060          DISPLAY "BREAK GLASS - UNABLE TO OPEN BRKGFILE, "
002070              "STATUS " WS-BREAK-GLASS-FILE-STATUS
002080              UPON OPERATOR-CONSOLE
002090          CLOSE USER-FILE
002100          MOVE 16 TO RETURN-CODE
002110          STOP RUN.
002120*    THE OPENING IS RECORDED AGAINST A NAMED OPERATOR OR NOT
002130*    AT ALL.
002140      IF WS-OPERATOR-ID = SPACES
002150          MOVE "OPERATOR IDENTITY NOT AVAILABLE"
002160              TO WS-REFUSAL-TEXT
002170          PERFORM 9000-REFUSE-OPEN
002180              THRU 9000-EXIT.
002190  1000-EXIT.
002200      EXIT.
002210*
002220*--------------------------------------------------------------*
002230*    2000-GET-ACCOUNT - ASK FOR THE ACCOUNT AND PROVE IT IS A
002240*    SEALED EMERGENCY ACCOUNT WITH NOTHING STILL OUTSTANDING
002250*    AGAINST IT ON THE BRKGFILE.
002260*--------------------------------------------------------------*
002270  2000-GET-ACCOUNT.
002280      IF WS-OPEN-REFUSED
002290          GO TO 2000-EXIT.
002300      DISPLAY "BREAK GLASS - REPLY WITH THE EMERGENCY ACCOUNT "
002310          "USERNAME"
002320          UPON OPERATOR-CONSOLE.
002330      MOVE SPACES TO WS-CONSOLE-REPLY.
002340      ACCEPT WS-CONSOLE-REPLY FROM OPERATOR-CONSOLE.
002350      MOVE WS-CONSOLE-REPLY TO WS-ACCOUNT-NAME.
002360      IF WS-ACCOUNT-NAME = SPACES
002370          MOVE "NO USERNAME GIVEN" TO WS-REFUSAL-TEXT
002380          PERFORM 9000-REFUSE-OPEN
002390              THRU 9000-EXIT
002400          GO TO 2000-EXIT.
002410      MOVE WS-ACCOUNT-NAME TO USR-USERNAME.
002420      READ USER-FILE
002430          INVALID KEY
002440              MOVE "USERNAME NOT ON FILE" TO WS-REFUSAL-TEXT
002450              PERFORM 9000-REFUSE-OPEN
002460                  THRU 9000-EXIT
002470              GO TO 2000-EXIT
002480      END-READ.
002490      IF NOT USR-BREAK-GLASS-ACCOUNT
002500          MOVE "NOT AN EMERGENCY ACCOUNT" TO WS-REFUSAL-TEXT
002510          PERFORM 9000-REFUSE-OPEN
002520              THRU 9000-EXIT
002530          GO TO 2000-EXIT.
002540      IF NOT USR-ACCOUNT-DISABLED
002550          MOVE "ACCOUNT IS NOT SEALED - ALREADY OPEN OR SUSPENDED"
002560              TO WS-REFUSAL-TEXT
002570          PERFORM 9000-REFUSE-OPEN
002580              THRU 9000-EXIT
002590          GO TO 2000-EXIT.
002600*    THE JOURNAL'S BEFORE IMAGE IS THE RECORD AS IT WAS READ.
002610      MOVE SPACES TO WS-BEFORE-IMAGE.
002620      MOVE USER-RECORD TO WS-BEFORE-IMAGE.
002630      PERFORM 2100-CHECK-OUTSTANDING
002640          THRU 2100-EXIT.
002650  2000-EXIT.
002660      EXIT.
002670*
002680*--------------------------------------------------------------*
002690*    2100-CHECK-OUTSTANDING - A DESIGNATION STILL WAITING FOR
002700*    ITS FIRST ENVELOPE HAS NO PASSWORD ANYONE KNOWS, AND AN
002710*    OPENING NOT YET RESEALED WOULD BE CUT SHORT BY THE SEAL
002720*    PASS THE MOMENT IT RAN.  EITHER REFUSES THE OPEN.
002730*--------------------------------------------------------------*
002740  2100-CHECK-OUTSTANDING.
002750      MOVE WS-ACCOUNT-NAME TO BGL-USERNAME.
002760      MOVE 0 TO BGL-START-DATE.
002770      MOVE 0 TO BGL-START-TIME.
002780      START BREAK-GLASS-FILE KEY IS NOT < BGL-EVENT-KEY
002790          INVALID KEY
002800              GO TO 2100-EXIT
002810      END-START.
002820      SET WS-BREAK-GLASS-NOT-EOF TO TRUE.
002830      PERFORM 2110-EXAMINE-ONE-EVENT
002840          THRU 2110-EXIT
002850          UNTIL WS-BREAK-GLASS-EOF
002860             OR WS-OPEN-REFUSED.
002870  2100-EXIT.
002880      EXIT.
002890*
002900  2110-EXAMINE-ONE-EVENT.
002910      READ BREAK-GLASS-FILE NEXT RECORD
002920          AT END
002930              SET WS-BREAK-GLASS-EOF TO TRUE
002940              GO TO 2110-EXIT
002950      END-READ.
002960      IF BGL-USERNAME NOT = WS-ACCOUNT-NAME
002970          SET WS-BREAK-GLASS-EOF TO TRUE
002980          GO TO 2110-EXIT.
002990      IF BGL-SEALED
003000          GO TO 2110-EXIT.
003010      IF BGL-DESIGNATION
003020          MOVE "AWAITING ITS FIRST SEALED ENVELOPE"
003030              TO WS-REFUSAL-TEXT
003040      ELSE
003050          MOVE "EARLIER OPENING NOT YET RESEALED"
003060              TO WS-REFUSAL-TEXT
003070      END-IF.
003080      PERFORM 9000-REFUSE-OPEN
003090          THRU 9000-EXIT.
003100  2110-EXIT.
003110      EXIT.
003120*
003130*--------------------------------------------------------------*
003140*    3000-GET-INCIDENT-REF - MANDATORY.  ASKED UP TO
003150*    WS-MAX-PROMPTS TIMES; A BLANK OR OVER-LONG REPLY IS ASKED
003160*    AGAIN, AND STILL NOTHING ABANDONS THE OPEN.
003170*--------------------------------------------------------------*
003180  3000-GET-INCIDENT-REF.
003190      MOVE SPACES TO WS-INCIDENT-REF.
003200      MOVE 0 TO WS-PROMPT-COUNT.
003210      PERFORM 3100-PROMPT-INCIDENT-REF
003220          THRU 3100-EXIT
003230          UNTIL WS-INCIDENT-REF NOT = SPACES
003240             OR WS-PROMPT-COUNT NOT < WS-MAX-PROMPTS.
003250      IF WS-INCIDENT-REF = SPACES
003260          MOVE "NO INCIDENT REFERENCE GIVEN" TO WS-REFUSAL-TEXT
003270          PERFORM 9000-REFUSE-OPEN
003280              THRU 9000-EXIT.
003290  3000-EXIT.
003300      EXIT.
003310*
003320  3100-PROMPT-INCIDENT-REF.
003330      ADD 1 TO WS-PROMPT-COUNT.
003340      DISPLAY "BREAK GLASS - REPLY WITH THE INCIDENT REFERENCE "
003350          "FOR " WS-ACCOUNT-NAME
003360          UPON OPERATOR-CONSOLE.
003370      MOVE SPACES TO WS-CONSOLE-REPLY.
003380      ACCEPT WS-CONSOLE-REPLY FROM OPERATOR-CONSOLE.
003390      IF WS-CONSOLE-REPLY (17:24) NOT = SPACES
003400          DISPLAY "BREAK GLASS - INCIDENT REFERENCE IS AT MOST "
003410              "16 CHARACTERS"
003420              UPON OPERATOR-CONSOLE
003430          GO TO 3100-EXIT.
003440      MOVE WS-CONSOLE-REPLY TO WS-INCIDENT-REF.
003450  3100-EXIT.
003460      EXIT.
003470*
003480*--------------------------------------------------------------*
003490*    4000-CONFIRM-OPEN - NOTHING IS CHANGED WITHOUT A Y.
003500*--------------------------------------------------------------*
003510  4000-CONFIRM-OPEN.
003520      MOVE WS-WINDOW-HOURS TO WS-EDIT-HOURS.
003530      DISPLAY "BREAK GLASS - REPLY Y TO OPEN " WS-ACCOUNT-NAME
003540          UPON OPERATOR-CONSOLE.
003550      DISPLAY "BREAK GLASS - FOR " WS-EDIT-HOURS " HOURS UNDER "
003560          "INCIDENT " WS-INCIDENT-REF
003570          UPON OPERATOR-CONSOLE.
003580      MOVE SPACES TO WS-CONSOLE-REPLY.
003590      ACCEPT WS-CONSOLE-REPLY FROM OPERATOR-CONSOLE.
003600      IF WS-CONSOLE-REPLY NOT = "Y"
003610         AND WS-CONSOLE-REPLY NOT = "y"
003620          MOVE "NOT CONFIRMED" TO WS-REFUSAL-TEXT
003630          PERFORM 9000-REFUSE-OPEN
003640              THRU 9000-EXIT.
003650  4000-EXIT.
003660      EXIT.
003670*
003680*--------------------------------------------------------------*
003690*    5000-OPEN-ACCOUNT - THE WINDOW RUNS FROM NOW, NOT FROM WHEN
003700*    THE OPERATOR STARTED ANSWERING.  THE OPENING IS RECORDED
003710*    BEFORE THE ACCOUNT IS TOUCHED: CRED_CHECK WILL NOT HONOUR
003720*    AN ACTIVE EMERGENCY ACCOUNT WITHOUT ONE, AND AN OPENING
003730*    LEFT BEHIND BY A FAILED REWRITE IS SIMPLY RESEALED.
003740*--------------------------------------------------------------*
003750  5000-OPEN-ACCOUNT.
003760      ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
003770      ACCEPT WS-CURRENT-TIME FROM TIME.
003780      COMPUTE WS-END-MINUTE =
003790          FUNCTION INTEGER-OF-DATE (WS-CURRENT-DATE) * 1440
003800          + WS-CLOCK-HOUR * 60 + WS-CLOCK-MIN
003810          + WS-WINDOW-HOURS * 60.
003820      DIVIDE WS-END-MINUTE BY 1440
003830          GIVING WS-DATE-INTEGER
003840          REMAINDER WS-MINUTE-OF-DAY.
003850      COMPUTE WS-WINDOW-END-DATE =
003860          FUNCTION DATE-OF-INTEGER (WS-DATE-INTEGER).
003870      DIVIDE WS-MINUTE-OF-DAY BY 60
003880          GIVING WS-END-HOUR
003890          REMAINDER WS-END-MIN.
003900      COMPUTE WS-WINDOW-END-TIME =
003910          WS-END-HOUR * 1000000 + WS-END-MIN * 10000
003920          + WS-CLOCK-SEC-HUND.
003930      MOVE SPACES TO BREAK-GLASS-RECORD.
003940      MOVE WS-ACCOUNT-NAME TO BGL-USERNAME.
003950      MOVE WS-CURRENT-DATE TO BGL-START-DATE.
003960      MOVE WS-CURRENT-TIME TO BGL-START-TIME.
003970      SET BGL-OPENING TO TRUE.
003980      SET BGL-OPEN TO TRUE.
003990      MOVE WS-INCIDENT-REF TO BGL-INCIDENT-REF.
004000      MOVE WS-OPERATOR-ID TO BGL-REQUESTED-BY.
004010      MOVE WS-WINDOW-END-DATE TO BGL-WINDOW-END-DATE.
004020      MOVE WS-WINDOW-END-TIME TO BGL-WINDOW-END-TIME.
004030      MOVE 0 TO BGL-SEALED-DATE.
004040      MOVE 0 TO BGL-SEALED-TIME.
004050      MOVE 0 TO BGL-REPORTED-DATE.
004060      WRITE BREAK-GLASS-RECORD
004070          INVALID KEY
004080              MOVE "OPENING NOT RECORDED ON BRKGFILE"
004090                  TO WS-REFUSAL-TEXT
004100              PERFORM 9000-REFUSE-OPEN
004110                  THRU 9000-EXIT
004120              MOVE 16 TO WS-RUN-RETURN-CODE
004130              GO TO 5000-EXIT
004140      END-WRITE.
004150*    ACTIVE, UNLOCKED, A FRESH DORMANCY CLOCK SO TONIGHT'S SWEEP
004160*    DOES NOT SUSPEND IT MID-INCIDENT, AND A PASSWORD GOOD TO
004170*    THE END OF THE WINDOW SO NO ONE IS FORCED TO CHANGE THE
004180*    ENVELOPE PASSWORD IN THE MIDDLE OF AN OUTAGE.
004190      MOVE "A" TO USR-ACCOUNT-STATUS.
004200      SET USR-NOT-LOCKED TO TRUE.
004210      MOVE 0 TO USR-FAILED-COUNT.
004220      MOVE 0 TO USR-LOCKED-DATE.
004230      MOVE WS-CURRENT-DATE TO USR-LAST-SIGNON-DATE.
004240      MOVE WS-WINDOW-END-DATE TO USR-PASSWORD-EXPIRE-DATE.
004250      MOVE USER-RECORD TO WS-AFTER-IMAGE.
004260      REWRITE USER-RECORD.
004270      IF NOT WS-USER-FILE-OK
004280          MOVE "ACCOUNT REWRITE FAILED" TO WS-REFUSAL-TEXT
004290          PERFORM 9000-REFUSE-OPEN
004300              THRU 9000-EXIT
004310          MOVE 16 TO WS-RUN-RETURN-CODE
004320          GO TO 5000-EXIT.
004330      MOVE "BREAK_GLASS_OPEN" TO UJP-PROGRAM-NAME.
004340      SET UJP-ACTION-REWRITE TO TRUE.
004350      MOVE WS-BEFORE-IMAGE TO UJP-BEFORE-IMAGE.
004360      MOVE WS-AFTER-IMAGE TO UJP-AFTER-IMAGE.
004370      CALL "USERFILE_JOURNAL" USING USERFILE-JOURNAL-PARMS.
004380      MOVE 32 TO WS-AUDIT-ACTION-CODE.
004390      CALL "AUDIT_LOG" USING WS-ACCOUNT-NAME WS-AUDIT-OUTCOME
004400          WS-AUDIT-ACTION-CODE.
004410  5000-EXIT.
004420      EXIT.
004430*
004440*--------------------------------------------------------------*
004450*    6000-PAGE-SECURITY-OFFICER - THE SAME OPERATOR-CONSOLE
004460*    ROUTE INTRUSION_MONITOR USES FOR A BURST ALERT; THE
004470*    OPERATOR PAGES THE SECURITY OFFICER FROM IT.
004480*--------------------------------------------------------------*
004490  6000-PAGE-SECURITY-OFFICER.
004500      MOVE SPACES TO WS-EDIT-END-CLOCK.
004510      STRING WS-WINDOW-END-TIME (1:2) DELIMITED BY SIZE
004520          ":" DELIMITED BY SIZE
004530          WS-WINDOW-END-TIME (3:2) DELIMITED BY SIZE
004540          INTO WS-EDIT-END-CLOCK
004550      END-STRING.
004560      DISPLAY "BREAK GLASS - PAGE THE SECURITY OFFICER - "
004570          "EMERGENCY ACCOUNT OPENED"
004580          UPON OPERATOR-CONSOLE.
004590      DISPLAY "BREAK GLASS - ACCOUNT " WS-ACCOUNT-NAME
004600          UPON OPERATOR-CONSOLE.
004610      DISPLAY "BREAK GLASS - INCIDENT " WS-INCIDENT-REF
004620          " OPENED BY " WS-OPERATOR-ID
004630          UPON OPERATOR-CONSOLE.
004640      DISPLAY "BREAK GLASS - WINDOW CLOSES " WS-WINDOW-END-DATE
004650          " " WS-EDIT-END-CLOCK ", THEN RESEALED"
004660          UPON OPERATOR-CONSOLE.
004670  6000-EXIT.
004680      EXIT.
004690*
004700*--------------------------------------------------------------*
004710*    9000-REFUSE-OPEN - SAY WHY ON THE CONSOLE AND END RC 8.
004720*--------------------------------------------------------------*
004730  9000-REFUSE-OPEN.
004740      SET WS-OPEN-REFUSED TO TRUE.
004750      IF WS-RUN-RETURN-CODE < 8
004760          MOVE 8 TO WS-RUN-RETURN-CODE.
004770      DISPLAY "BREAK GLASS - NOT OPENED - " WS-REFUSAL-TEXT
004780          UPON OPERATOR-CONSOLE.
004790  9000-EXIT.
004800      EXIT.
004810*
004820  END PROGRAM BREAK_GLASS_OPEN.
