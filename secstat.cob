000100*
000110*    SECSTAT.COB
000120*
000130*    PROGRAM-ID: SECURITY_STATS
000140*
000150*    PURPOSE:    BUILDS ONE DAY'S RECORD ON THE SECSTATS DAILY
000160*                SECURITY STATISTICS FILE (SEE SECSTAT.CPY), SO
000170*                THE FIGURES SIGNON_REPORT PRINTS AND THE NIGHT'S
000180*                RUNCTL COUNTERS SURVIVE PAST THE NEXT MORNING
000190*                FOR THE MONTHLY TREND REPORT (SECURITY_TREND).
000200*                THE DAY'S AUDITIDX RECORDS GIVE THE SIGN-ON
000210*                SUCCESSES, FAILURES BY STATUS CODE, LOCKOUTS,
000220*                ADMINISTRATIVE ACTIONS BY ACTION CODE AND
000230*                TERMINAL QUARANTINES; THE ALERTFILE GIVES THE
000240*                INTRUSION ALERTS; AND THE END STAMPS ON RUNCTL
000250*                FOR THE CYCLE THAT RAN THE NIGHT AFTER THE DAY
000260*                GIVE THE ACCOUNTS UNLOCKED AND SUSPENDED AND THE
000270*                EVENTS FED.
000280*
000290*                RUNS AS A STEP OF THE NIGHTLY CYCLE AFTER FEED
000300*                (SEE NIGHTBAT.JCL) AND BUILDS YESTERDAY, LIKE
000310*                SIGNON_REPORT.  A DAY STILL ON THE TRAIL CAN BE
000320*                REBUILT BY PUTTING ITS YYYYMMDD IN COLUMNS 1-8
000330*                OF THE STATPARM RECORD; THE DAY'S RECORD IS
000340*                REPLACED.  A STATPARM DAY WITH NOTHING ON THE
000350*                TRAIL - NOT EVEN ITS DAY SEAL - HAS ROLLED OFF,
000360*                AND ITS RECORD IS LEFT AS IT STANDS RATHER THAN
000370*                OVERWRITTEN WITH ZEROS.
000380*
000390*                RETURN CODES:  0  DAY BUILT
000400*                               4  DAY BUILT, BUT A RUNCTL STAMP
000410*                                  WAS MISSING OR THE LOCKOUT
000420*                                  TABLE FILLED (SEE SYSOUT)
000430*                               8  UNLOCK HAS NOT COMPLETED THIS
000440*                                  CYCLE - NOTHING BUILT
000450*                              16  A FILE COULD NOT BE OPENED OR
000460*                                  WRITTEN, THE STATPARM DATE
000470*                                  IS NOT VALID, OR THE STATPARM
000480*                                  DAY IS NO LONGER ON THE
000490*                                  TRAIL - NOTHING WRITTEN
000500*
000510*    CALLS:      RUN_CONTROL.
000520*
000530*    MODIFICATION HISTORY
000540*    DATE       BY    DESCRIPTION
000550*    ---------- ----- --------------------------------------------
000560*    2026-10-15 DLH   ORIGINAL - THE RISK COMMITTEE PACK WAS PUT
000570*                     TOGETHER BY HAND FROM OLD SYSOUT LISTINGS.
000580*
000590  IDENTIFICATION DIVISION.
000600  PROGRAM-ID. SECURITY_STATS.
000610  AUTHOR. D L HOLLOWAY.
000620  INSTALLATION. SIGN-ON SERVICES.
000630  DATE-WRITTEN. 2026-10-15.
000640  DATE-COMPILED.
000650*
000660  ENVIRONMENT DIVISION.
000670  INPUT-OUTPUT SECTION.
000680  FILE-CONTROL.
000690      SELECT PARM-FILE ASSIGN TO "STATPARM"
000700          ORGANIZATION LINE SEQUENTIAL
000710          FILE STATUS WS-PARM-FILE-STATUS.
000720      SELECT AUDIT-FILE ASSIGN TO "AUDITIDX"
000730          ORGANIZATION INDEXED
000740          ACCESS MODE DYNAMIC
000750          RECORD KEY AXR-TRAIL-KEY
000760          FILE STATUS WS-AUDIT-FILE-STATUS.
000770      SELECT ALERT-FILE ASSIGN TO "ALERTFILE"
000780          ORGANIZATION LINE SEQUENTIAL
000790          FILE STATUS WS-ALERT-FILE-STATUS.
000800      SELECT CONTROL-FILE ASSIGN TO "RUNCTL"
000810          ORGANIZATION LINE SEQUENTIAL
000820          FILE STATUS WS-CONTROL-FILE-STATUS.
000830      SELECT STATS-FILE ASSIGN TO "SECSTATS"
000840          ORGANIZATION INDEXED
000850          ACCESS MODE RANDOM
000860          RECORD KEY SSF-STAT-DATE
000870          FILE STATUS WS-STATS-FILE-STATUS.
000880*
000890  DATA DIVISION.
000900  FILE SECTION.
000910  FD  PARM-FILE.
000930  01  PARM-RECORD                   PIC X(80).
000950  FD  AUDIT-FILE.
000960      COPY AUDIDXR.CPY.
000970  FD  ALERT-FILE.
000980      COPY ALERTREC.CPY.
000990  FD  CONTROL-FILE.
001000      COPY RUNCTLC.CPY.
001003*    THE RECORD IS SECSTAT.CPY - THE DAY IS BUILT IN WORKING
001006*    STORAGE AND WRITTEN FROM THERE.
001010  FD  STATS-FILE.
001015  01  STATS-FILE-RECORD.
001020      05  SSF-STAT-DATE             PIC 9(08).
001025      05  FILLER                    PIC X(1512).
001030*
001040  WORKING-STORAGE SECTION.
001050*
001060  77  WS-MAX-LOCKOUTS           PIC 9(04) COMP     VALUE 2000.
001070*
001080  01  WS-PARM-FILE-STATUS       PIC X(02).
001090      88  WS-PARM-FILE-OK           VALUE "00".
001100      88  WS-PARM-FILE-NO-FILE      VALUE "35".
001110  01  WS-AUDIT-FILE-STATUS      PIC X(02).
001120      88  WS-AUDIT-FILE-OK          VALUE "00".
001130      88  WS-AUDIT-FILE-EOF         VALUE "10".
001140  01  WS-ALERT-FILE-STATUS      PIC X(02).
001150      88  WS-ALERT-FILE-OK          VALUE "00".
001160      88  WS-ALERT-FILE-EOF         VALUE "10".
001170      88  WS-ALERT-FILE-NO-FILE     VALUE "35".
001180  01  WS-CONTROL-FILE-STATUS    PIC X(02).
001190      88  WS-CONTROL-FILE-OK        VALUE "00".
001200      88  WS-CONTROL-FILE-EOF       VALUE "10".
001210      88  WS-CONTROL-FILE-NO-FILE   VALUE "35".
001220  01  WS-STATS-FILE-STATUS      PIC X(02).
001230      88  WS-STATS-FILE-OK          VALUE "00".
001240      88  WS-STATS-DUPLICATE-KEY    VALUE "22".
001250      88  WS-STATS-FILE-NO-FILE     VALUE "35".
001260*
001270  01  WS-EOF-SWITCH             PIC X(01).
001280      88  WS-EOF                    VALUE "Y".
001290      88  WS-NOT-EOF                VALUE "N".
001300  01  WS-DATE-SOURCE-SWITCH     PIC X(01).
001310      88  WS-DATE-FROM-PARM         VALUE "P".
001320      88  WS-DATE-YESTERDAY         VALUE "Y".
001330*
001331*    THE STATPARM RECORD, HELD HERE - SPACES WHEN THERE IS NONE.
001332  01  WS-PARM-RECORD.
001333      05  STP-STAT-DATE             PIC X(08).
001334      05  FILLER                    PIC X(72).
001335*
001340  01  WS-RUN-RETURN-CODE        PIC 9(02).
001350  01  WS-CURRENT-DATE           PIC 9(08).
001360  01  WS-CURRENT-TIME           PIC 9(08).
001370  01  WS-DATE-INTEGER           PIC 9(07) COMP.
001380*    THE BUSINESS DAY BEING BUILT, AND THE CYCLE THAT RAN THE
001390*    NIGHT AFTER IT - WHOSE RUNCTL STAMPS CARRY ITS COUNTERS.
001400  01  WS-STAT-DATE              PIC 9(08).
001410  01  WS-STAT-DATE-X REDEFINES WS-STAT-DATE
001420                                PIC X(08).
001430  01  WS-STATS-CYCLE-DATE       PIC 9(08).
001440*
001450  01  WS-CODE-INDEX             PIC 9(03) COMP.
001460  01  WS-TRAIL-READ-COUNT       PIC 9(08) COMP.
001470*
001480*    EVERY USERNAME THAT DREW A STATUS 30 TODAY, SO EACH LOCKED
001490*    ACCOUNT COUNTS ONCE HOWEVER OFTEN IT WAS TRIED.
001500  01  WS-LOCKOUT-TABLE.
001510      05  WS-LOCKOUT-ENTRY          OCCURS 2000 TIMES
001520                                    INDEXED BY WS-LOCKOUT-IDX.
001530          10  WS-LCK-USERNAME           PIC X(32).
001540  01  WS-LOCKOUT-USER-COUNT     PIC 9(04) COMP.
001550  01  WS-LOCKOUT-FULL-COUNT     PIC 9(06) COMP.
001552*
001554*    THE DAY BEING BUILT.
001556      COPY SECSTAT.CPY.
001560*
001570      COPY RUNCTLP.CPY.
001580*
001590  PROCEDURE DIVISION.
001600*
001610  0000-MAINLINE.
001620      PERFORM 1000-INITIALIZE
001630          THRU 1000-EXIT.
001640      PERFORM 2000-TALLY-AUDIT-TRAIL
001650          THRU 2000-EXIT.
001660      PERFORM 3000-TALLY-ALERTS
001670          THRU 3000-EXIT.
001680      PERFORM 4000-TAKE-RUNCTL-COUNTERS
001690          THRU 4000-EXIT.
001700      PERFORM 5000-WRITE-STATS-RECORD
001710          THRU 5000-EXIT.
001720      PERFORM 9000-TERMINATE
001730          THRU 9000-EXIT.
001740      GOBACK.
001750*
001760*--------------------------------------------------------------*
001770*    1000-INITIALIZE - THE STEP MUST NOT BUILD FROM A TRAIL THE
001780*    ROLL NEVER FINISHED.  THE JCL COND CHAIN COVERS THE NORMAL
001790*    NIGHT, THE RUNCTL CHECK COVERS A HAND RERUN.
001800*--------------------------------------------------------------*
001810  1000-INITIALIZE.
001820      ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
001830      ACCEPT WS-CURRENT-TIME FROM TIME.
001840      SET RCP-VERIFY TO TRUE.
001850      MOVE WS-CURRENT-DATE TO RCP-CYCLE-DATE.
001860      MOVE "STATS" TO RCP-STEP-NAME.
001870      MOVE "UNLOCK" TO RCP-PRED-STEP-NAME.
001880      CALL "RUN_CONTROL" USING RUN-CONTROL-PARMS.
001890      IF NOT RCP-OK
001900          DISPLAY "SECURITY_STATS - UNLOCK HAS NOT COMPLETED "
001910              "THIS CYCLE - NOTHING BUILT"
001920          MOVE 8 TO RETURN-CODE
001930          STOP RUN.
001940      PERFORM 1100-SET-STAT-DATE
001950          THRU 1100-EXIT.
001960      SET RCP-STAMP-START TO TRUE.
001970      CALL "RUN_CONTROL" USING RUN-CONTROL-PARMS.
001980      MOVE 0 TO WS-RUN-RETURN-CODE.
001990      MOVE 0 TO WS-TRAIL-READ-COUNT.
002000      MOVE 0 TO WS-LOCKOUT-USER-COUNT.
002010      MOVE 0 TO WS-LOCKOUT-FULL-COUNT.
002020      MOVE ZEROES TO SECURITY-STATS-RECORD.
002030      MOVE WS-STAT-DATE TO SST-STAT-DATE.
002040      MOVE WS-CURRENT-DATE TO SST-BUILT-DATE.
002050      MOVE WS-CURRENT-TIME TO SST-BUILT-TIME.
002060      MOVE "N" TO SST-UNLOCK-STAMPED.
002070      MOVE "N" TO SST-HRRECON-STAMPED.
002080      MOVE "N" TO SST-FEED-STAMPED.
002090  1000-EXIT.
002100      EXIT.
002110*
002120*--------------------------------------------------------------*
002130*    1100-SET-STAT-DATE - YESTERDAY, OR THE DAY ON THE STATPARM
002140*    RECORD.  THIS STEP RUNS AFTER MIDNIGHT, SO THE RUN DATE IS
002150*    ALREADY THE DAY AFTER THE BUSINESS DAY.  EITHER WAY THE
002160*    RUNCTL FIGURES COME FROM THE CYCLE DATED THE DAY AFTER.
002170*--------------------------------------------------------------*
002180  1100-SET-STAT-DATE.
002190      MOVE SPACES TO WS-PARM-RECORD.
002200      OPEN INPUT PARM-FILE.
002210      IF WS-PARM-FILE-OK
002220          READ PARM-FILE INTO WS-PARM-RECORD
002230              AT END
002240                  MOVE SPACES TO WS-PARM-RECORD
002250          END-READ
002260          CLOSE PARM-FILE
002270      ELSE
002280          IF NOT WS-PARM-FILE-NO-FILE
002290              DISPLAY "SECURITY_STATS - UNABLE TO OPEN STATPARM, "
002300                  "STATUS " WS-PARM-FILE-STATUS
002310              MOVE 16 TO RETURN-CODE
002320              STOP RUN
002330          END-IF
002340      END-IF.
002350      SET WS-DATE-YESTERDAY TO TRUE.
002360      IF STP-STAT-DATE = SPACES
002370          COMPUTE WS-DATE-INTEGER =
002380              FUNCTION INTEGER-OF-DATE (WS-CURRENT-DATE) - 1
002390          COMPUTE WS-STAT-DATE =
002400              FUNCTION DATE-OF-INTEGER (WS-DATE-INTEGER)
002410          MOVE WS-CURRENT-DATE TO WS-STATS-CYCLE-DATE
002420          GO TO 1100-EXIT.
002430      SET WS-DATE-FROM-PARM TO TRUE.
002440      MOVE STP-STAT-DATE TO WS-STAT-DATE-X.
002450      IF WS-STAT-DATE-X IS NOT NUMERIC
002460         OR FUNCTION TEST-DATE-YYYYMMDD (WS-STAT-DATE) NOT = 0
002470         OR WS-STAT-DATE NOT < WS-CURRENT-DATE
002480          DISPLAY "SECURITY_STATS - STATPARM DATE NOT VALID: "
002490              STP-STAT-DATE
002500          MOVE 16 TO RETURN-CODE
002510          STOP RUN.
002520      COMPUTE WS-DATE-INTEGER =
002530          FUNCTION INTEGER-OF-DATE (WS-STAT-DATE) + 1.
002540      COMPUTE WS-STATS-CYCLE-DATE =
002550          FUNCTION DATE-OF-INTEGER (WS-DATE-INTEGER).
002560  1100-EXIT.
002570      EXIT.
002580*
002590*--------------------------------------------------------------*
002600*    2000-TALLY-AUDIT-TRAIL - POSITION STRAIGHT TO THE DAY AND
002610*    STOP AT THE FIRST RECORD PAST IT.  THE DAY SEAL IS NOT AN
002620*    EVENT, BUT IT IS COUNTED - A DAY ROLLED OFF THE TRAIL READS
002630*    NOTHING AT ALL, WHICH 5000 TESTS.
002640*--------------------------------------------------------------*
002650  2000-TALLY-AUDIT-TRAIL.
002660      OPEN INPUT AUDIT-FILE.
002670      IF NOT WS-AUDIT-FILE-OK
002680          DISPLAY "SECURITY_STATS - UNABLE TO OPEN AUDITIDX, "
002690              "STATUS " WS-AUDIT-FILE-STATUS
002700          MOVE 16 TO RETURN-CODE
002710          STOP RUN.
002720      SET WS-NOT-EOF TO TRUE.
002730      MOVE WS-STAT-DATE TO AXR-EVENT-DATE.
002740      MOVE 0 TO AXR-EVENT-TIME.
002750      MOVE 0 TO AXR-EVENT-SEQ.
002760      START AUDIT-FILE KEY NOT < AXR-TRAIL-KEY
002770          INVALID KEY
002780              SET WS-EOF TO TRUE
002790      END-START.
002800      PERFORM 2100-TALLY-ONE-EVENT
002810          THRU 2100-EXIT
002820          UNTIL WS-EOF.
002830      CLOSE AUDIT-FILE.
002840  2000-EXIT.
002850      EXIT.
002860*
002870  2100-TALLY-ONE-EVENT.
002880      READ AUDIT-FILE NEXT RECORD
002890          AT END
002900              SET WS-EOF TO TRUE
002910              GO TO 2100-EXIT
002920      END-READ.
002930      IF NOT WS-AUDIT-FILE-OK
002940          DISPLAY "SECURITY_STATS - AUDITIDX READ ERROR, STATUS "
002950              WS-AUDIT-FILE-STATUS
002960          MOVE 16 TO RETURN-CODE
002970          STOP RUN.
002980      IF AXR-EVENT-DATE > WS-STAT-DATE
002990          SET WS-EOF TO TRUE
003000          GO TO 2100-EXIT.
003010      ADD 1 TO WS-TRAIL-READ-COUNT.
003020      IF AXR-DAY-SEAL
003030          GO TO 2100-EXIT.
003040      COMPUTE WS-CODE-INDEX = AXR-REASON-CODE + 1.
003050      IF AXR-SUCCESS
003060          ADD 1 TO SST-SUCCESS-COUNT
003070          GO TO 2100-EXIT.
003080      IF AXR-FAILURE
003090          ADD 1 TO SST-FAILURE-COUNT
003100          ADD 1 TO SST-FAILURE-BY-REASON (WS-CODE-INDEX)
003110          IF AXR-REASON-CODE = 30
003120              PERFORM 2200-COUNT-LOCKOUT
003130                  THRU 2200-EXIT
003140          END-IF
003150          GO TO 2100-EXIT.
003160      IF AXR-ADMIN-ACTION
003170          ADD 1 TO SST-ADMIN-COUNT
003180          ADD 1 TO SST-ADMIN-BY-ACTION (WS-CODE-INDEX)
003190          IF AXR-REASON-CODE = 13 OR AXR-REASON-CODE = 31
003200              ADD 1 TO SST-QUARANTINE-COUNT
003210          END-IF
003220      END-IF.
003230  2100-EXIT.
003240      EXIT.
003250*
003260*    THE SEARCH MUST STOP AT THE LOADED COUNT - THE SLOTS PAST
003270*    IT WERE NEVER FILLED AND MUST NOT TAKE PART IN THE MATCH.
003280  2200-COUNT-LOCKOUT.
003290      SET WS-LOCKOUT-IDX TO 1.
003300      SEARCH WS-LOCKOUT-ENTRY
003310          AT END
003320              PERFORM 2210-ADD-LOCKOUT
003330                  THRU 2210-EXIT
003340          WHEN WS-LOCKOUT-IDX > WS-LOCKOUT-USER-COUNT
003350              PERFORM 2210-ADD-LOCKOUT
003360                  THRU 2210-EXIT
003370          WHEN WS-LCK-USERNAME (WS-LOCKOUT-IDX) = AXR-USERNAME
003380              CONTINUE
003390      END-SEARCH.
003400  2200-EXIT.
003410      EXIT.
003420*
003430*    PAST THE TABLE LIMIT EVERY FURTHER STATUS 30 IS COUNTED AS
003440*    A LOCKOUT - THE FIGURE CAN ONLY OVERSTATE, AND THE STEP
003450*    ENDS RC 4 TO SAY SO.
003460  2210-ADD-LOCKOUT.
003470      ADD 1 TO SST-LOCKOUT-COUNT.
003480      IF WS-LOCKOUT-USER-COUNT < WS-MAX-LOCKOUTS
003490          ADD 1 TO WS-LOCKOUT-USER-COUNT
003500          SET WS-LOCKOUT-IDX TO WS-LOCKOUT-USER-COUNT
003510          MOVE AXR-USERNAME TO WS-LCK-USERNAME (WS-LOCKOUT-IDX)
003520      ELSE
003530          ADD 1 TO WS-LOCKOUT-FULL-COUNT
003540      END-IF.
003550  2210-EXIT.
003560      EXIT.
003570*
003580*--------------------------------------------------------------*
003590*    3000-TALLY-ALERTS - THE ALERTFILE IS AN APPEND-ONLY LOG IN
003600*    TIME ORDER, BUT IT IS READ THROUGH WHOLE - IT IS SMALL.  NO
003610*    ALERTFILE YET MEANS NO ALERT HAS EVER BEEN RAISED.
003620*--------------------------------------------------------------*
003630  3000-TALLY-ALERTS.
003640      OPEN INPUT ALERT-FILE.
003650      IF WS-ALERT-FILE-NO-FILE
003660          GO TO 3000-EXIT.
003670      IF NOT WS-ALERT-FILE-OK
003680          DISPLAY "SECURITY_STATS - UNABLE TO OPEN ALERTFILE, "
003690              "STATUS " WS-ALERT-FILE-STATUS
003700          MOVE 16 TO RETURN-CODE
003710          STOP RUN.
003720      SET WS-NOT-EOF TO TRUE.
003730      PERFORM 3100-TALLY-ONE-ALERT
003740          THRU 3100-EXIT
003750          UNTIL WS-EOF.
003760      CLOSE ALERT-FILE.
003770  3000-EXIT.
003780      EXIT.
003790*
003800  3100-TALLY-ONE-ALERT.
003810      READ ALERT-FILE
003820          AT END
003830              SET WS-EOF TO TRUE
003840              GO TO 3100-EXIT
003850      END-READ.
003860      IF NOT WS-ALERT-FILE-OK
003870          DISPLAY "SECURITY_STATS - ALERTFILE READ ERROR, STATUS "
003880              WS-ALERT-FILE-STATUS
003890          MOVE 16 TO RETURN-CODE
003900          STOP RUN.
003910      IF ALT-ALERT-DATE = WS-STAT-DATE
003920          ADD 1 TO SST-ALERT-COUNT.
003930  3100-EXIT.
003940      EXIT.
003950*
003960*--------------------------------------------------------------*
003970*    4000-TAKE-RUNCTL-COUNTERS - THE LATEST END STAMP OF EACH
003980*    STEP FOR THE CYCLE WINS, SO A CLEAN RERUN SUPERSEDES THE
003990*    FAILED END BEFORE IT - THE SAME RULE AS CYCLE_STATUS.
004000*--------------------------------------------------------------*
004010  4000-TAKE-RUNCTL-COUNTERS.
004020      OPEN INPUT CONTROL-FILE.
004030      IF WS-CONTROL-FILE-OK
004040          SET WS-NOT-EOF TO TRUE
004050          PERFORM 4100-TAKE-ONE-STAMP
004060              THRU 4100-EXIT
004070              UNTIL WS-EOF
004080          CLOSE CONTROL-FILE
004090      END-IF.
004100      IF NOT SST-UNLOCK-FIGURES
004110          DISPLAY "SECURITY_STATS - NO UNLOCK END STAMP FOR "
004120              WS-STATS-CYCLE-DATE " - UNLOCK FIGURES ZERO"
004130          MOVE 4 TO WS-RUN-RETURN-CODE.
004140      IF NOT SST-HRRECON-FIGURES
004150          DISPLAY "SECURITY_STATS - NO HRRECON END STAMP FOR "
004160              WS-STATS-CYCLE-DATE " - HR FIGURE ZERO"
004170          MOVE 4 TO WS-RUN-RETURN-CODE.
004180      IF NOT SST-FEED-FIGURES
004190          DISPLAY "SECURITY_STATS - NO FEED END STAMP FOR "
004200              WS-STATS-CYCLE-DATE " - EVENTS FED ZERO"
004210          MOVE 4 TO WS-RUN-RETURN-CODE.
004220  4000-EXIT.
004230      EXIT.
004240*
004250  4100-TAKE-ONE-STAMP.
004260      READ CONTROL-FILE
004270          AT END
004280              SET WS-EOF TO TRUE
004290              GO TO 4100-EXIT
004300      END-READ.
004310      IF NOT WS-CONTROL-FILE-OK
004320          DISPLAY "SECURITY_STATS - RUNCTL READ ERROR, STATUS "
004330              WS-CONTROL-FILE-STATUS
004340          SET WS-EOF TO TRUE
004350          GO TO 4100-EXIT.
004360      IF RCT-CYCLE-DATE NOT = WS-STATS-CYCLE-DATE
004370         OR NOT RCT-STEP-END
004380         OR RCT-RETURN-CODE IS NOT NUMERIC
004390          GO TO 4100-EXIT.
004400      IF RCT-STEP-NAME = "UNLOCK"
004410          MOVE RCT-COUNTER-1 TO SST-UNLOCKED-COUNT
004420          MOVE RCT-COUNTER-2 TO SST-DORMANT-SUSPEND-COUNT
004430          MOVE "Y" TO SST-UNLOCK-STAMPED
004440          GO TO 4100-EXIT.
004450      IF RCT-STEP-NAME = "HRRECON"
004460          MOVE RCT-COUNTER-2 TO SST-HR-SUSPEND-COUNT
004470          MOVE "Y" TO SST-HRRECON-STAMPED
004480          GO TO 4100-EXIT.
004490      IF RCT-STEP-NAME = "FEED"
004500          MOVE RCT-COUNTER-1 TO SST-EVENTS-FED-COUNT
004510          MOVE "Y" TO SST-FEED-STAMPED.
004520  4100-EXIT.
004530      EXIT.
004540*
004550*--------------------------------------------------------------*
004560*    5000-WRITE-STATS-RECORD - A REBUILT DAY REPLACES ITS
004570*    RECORD.  NO SECSTATS YET IS CREATED EMPTY HERE RATHER THAN
004580*    ANSWERED WITH AN OPEN OUTPUT THAT WOULD EMPTY THE FILE.
004590*    EVERY SEALED DAY HAS AT LEAST ITS DAY SEAL ON THE TRAIL, SO
004600*    A STATPARM DAY THAT READ NOTHING HAS ROLLED OFF - ITS GOOD
004610*    RECORD MUST NOT BE REPLACED WITH AN EMPTY ONE.
004620*--------------------------------------------------------------*
004630  5000-WRITE-STATS-RECORD.
004640      IF WS-DATE-FROM-PARM
004650         AND WS-TRAIL-READ-COUNT = 0
004660          DISPLAY "SECURITY_STATS - " WS-STAT-DATE
004670              " DAY NOT ON THE TRAIL - NOT REBUILT"
004680          MOVE 16 TO WS-RUN-RETURN-CODE
004690          GO TO 5000-EXIT.
004700      OPEN I-O STATS-FILE.
004710      IF WS-STATS-FILE-NO-FILE
004720          CLOSE STATS-FILE
004730          OPEN OUTPUT STATS-FILE
004740          CLOSE STATS-FILE
004750          OPEN I-O STATS-FILE.
004760      IF NOT WS-STATS-FILE-OK
004770          DISPLAY "SECURITY_STATS - UNABLE TO OPEN SECSTATS, "
004780              "STATUS " WS-STATS-FILE-STATUS
004790          MOVE 16 TO RETURN-CODE
004800          STOP RUN.
004810      WRITE STATS-FILE-RECORD FROM SECURITY-STATS-RECORD.
004820      IF WS-STATS-DUPLICATE-KEY
004830          REWRITE STATS-FILE-RECORD FROM SECURITY-STATS-RECORD.
004840      IF NOT WS-STATS-FILE-OK
004850          DISPLAY "SECURITY_STATS - SECSTATS WRITE FAILED, "
004860              "STATUS " WS-STATS-FILE-STATUS
004870          MOVE 16 TO WS-RUN-RETURN-CODE.
004880      CLOSE STATS-FILE.
004890  5000-EXIT.
004900      EXIT.
004910*
004920*--------------------------------------------------------------*
004930*    9000-TERMINATE
004940*--------------------------------------------------------------*
004950  9000-TERMINATE.
004960      IF WS-LOCKOUT-FULL-COUNT > 0
004970          DISPLAY "SECURITY_STATS - LOCKOUT TABLE FULL, "
004980              "STATUS 30 FAILURES COUNTED AS LOCKOUTS: "
004990              WS-LOCKOUT-FULL-COUNT
005000          IF WS-RUN-RETURN-CODE < 4
005010              MOVE 4 TO WS-RUN-RETURN-CODE
005020          END-IF
005030      END-IF.
005040      IF WS-RUN-RETURN-CODE = 16
005050          DISPLAY "SECURITY_STATS - DAY NOT BUILT:    "
005060              WS-STAT-DATE
005070      ELSE
005080          DISPLAY "SECURITY_STATS - DAY BUILT:        "
005090              WS-STAT-DATE
005100      END-IF.
005110      DISPLAY "SECURITY_STATS - TRAIL RECORDS:    "
005120          WS-TRAIL-READ-COUNT.
005130      DISPLAY "SECURITY_STATS - SUCCESSES:        "
005140          SST-SUCCESS-COUNT.
005150      DISPLAY "SECURITY_STATS - FAILURES:         "
005160          SST-FAILURE-COUNT.
005170      DISPLAY "SECURITY_STATS - LOCKOUTS:         "
005180          SST-LOCKOUT-COUNT.
005190      DISPLAY "SECURITY_STATS - ADMIN ACTIONS:    "
005200          SST-ADMIN-COUNT.
005210      DISPLAY "SECURITY_STATS - ALERTS:           "
005220          SST-ALERT-COUNT.
005230      SET RCP-STAMP-END TO TRUE.
005240      MOVE WS-CURRENT-DATE TO RCP-CYCLE-DATE.
005250      MOVE "STATS" TO RCP-STEP-NAME.
005260      MOVE WS-RUN-RETURN-CODE TO RCP-STEP-RETURN-CODE.
005270      MOVE SST-SUCCESS-COUNT TO RCP-COUNTER-1.
005280      MOVE SST-FAILURE-COUNT TO RCP-COUNTER-2.
005290      MOVE SST-ADMIN-COUNT TO RCP-COUNTER-3.
005300      MOVE SST-ALERT-COUNT TO RCP-COUNTER-4.
005310      CALL "RUN_CONTROL" USING RUN-CONTROL-PARMS.
005320      MOVE WS-RUN-RETURN-CODE TO RETURN-CODE.
005330  9000-EXIT.
005340      EXIT.
005350*
005360  END PROGRAM SECURITY_STATS.
