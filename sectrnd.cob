000100*
000110*    SECTRND.COB
000120*
000130*    PROGRAM-ID: SECURITY_TREND
000140*
000150*    PURPOSE:    MONTHLY 13-MONTH SECURITY TREND REPORT AND RISK
000160*                COMMITTEE EXTRACT FROM THE SECSTATS DAILY
000170*                STATISTICS FILE (SEE SECSTAT.CPY).  THE DAYS OF
000180*                EACH MONTH ARE SUMMED, AND FOR EVERY MEASURE THE
000190*                TRNDRPT REPORT PRINTS THE 13 MONTHS ENDING WITH
000200*                THE REPORT MONTH, EACH WITH ITS CHANGE FROM THE
000210*                MONTH BEFORE, AS A COUNT AND AS A PERCENTAGE.
000220*                THE MONTH BEFORE THE FIRST ONE SHOWN IS READ TOO,
000230*                SO THE FIRST MONTH HAS A CHANGE OF ITS OWN.  THE
000240*                RISKEXT EXTRACT CARRIES THE SAME FIGURES, ONE
000250*                DELIMITED RECORD PER MEASURE PER MONTH, FOR THE
000260*                RISK COMMITTEE'S SPREADSHEET:
000270*                  MONTH|CODE|MEASURE|VALUE|CHANGE|CHANGE %
000280*
000290*                THE FIXED MEASURES ALWAYS PRINT; A FAILURE
000300*                STATUS CODE OR ADMINISTRATIVE ACTION CODE PRINTS
000310*                ONLY IF IT OCCURRED IN ONE OF THE 13 MONTHS.  A
000320*                MONTH WITH NO DAYS ON FILE PRINTS AS NO DATA AND
000330*                IS EMPTY ON THE EXTRACT, AND THE MONTH AFTER IT
000340*                HAS NO CHANGE - A GAP IS NEVER SHOWN AS A DROP
000350*                TO ZERO.  DAYS ON FILE IS ITSELF A MEASURE, SO A
000360*                PART MONTH IS PLAIN ON THE PAGE.
000370*
000380*                THE REPORT MONTH IS YYYYMM IN COLUMNS 1-6 OF THE
000390*                ONE-RECORD TRNDPARM DATA SET; LEFT BLANK IT IS
000400*                THE MONTH JUST ENDED, WHICH IS WHAT THE
000410*                SCHEDULED FIRST-OF-MONTH RUN WANTS.
000420*
000430*                RETURN CODE 4 - THE REPORT MONTH HAS NO DAYS ON
000440*                FILE.  16 - A FILE COULD NOT BE OPENED OR THE
000450*                MONTH ON THE TRNDPARM RECORD IS NOT VALID.
000460*
000470*    CALLS:      NONE.
000480*
000490*    MODIFICATION HISTORY
000500*    DATE       BY    DESCRIPTION
000510*    ---------- ----- --------------------------------------------
000520*    2026-10-15 DLH   ORIGINAL.
000530*
000540  IDENTIFICATION DIVISION.
000550  PROGRAM-ID. SECURITY_TREND.
000560  AUTHOR. D L HOLLOWAY.
000570  INSTALLATION. SIGN-ON SERVICES.
000580  DATE-WRITTEN. 2026-10-15.
000590  DATE-COMPILED.
000600*
000610  ENVIRONMENT DIVISION.
000620  INPUT-OUTPUT SECTION.
000630  FILE-CONTROL.
000640      SELECT PARM-FILE ASSIGN TO "TRNDPARM"
000650          ORGANIZATION LINE SEQUENTIAL
000660          FILE STATUS WS-PARM-FILE-STATUS.
000670      SELECT STATS-FILE ASSIGN TO "SECSTATS"
000680          ORGANIZATION INDEXED
000690          ACCESS MODE DYNAMIC
000700          RECORD KEY SST-STAT-DATE
000710          FILE STATUS WS-STATS-FILE-STATUS.
000720      SELECT REPORT-FILE ASSIGN TO "TRNDRPT"
000730          ORGANIZATION LINE SEQUENTIAL
000740          FILE STATUS WS-REPORT-FILE-STATUS.
000750      SELECT EXTRACT-FILE ASSIGN TO "RISKEXT"
000760          ORGANIZATION LINE SEQUENTIAL
000770          FILE STATUS WS-EXTRACT-FILE-STATUS.
000780*
000790  DATA DIVISION.
000800  FILE SECTION.
000810  FD  PARM-FILE.
000830  01  PARM-RECORD                   PIC X(80).
000850  FD  STATS-FILE.
000860      COPY SECSTAT.CPY.
000870  FD  REPORT-FILE.
000880  01  REPORT-LINE                   PIC X(80).
000890  FD  EXTRACT-FILE.
000900  01  EXTRACT-RECORD                PIC X(80).
000910*
000920  WORKING-STORAGE SECTION.
000930*
000940*    14 MONTHS ARE HELD - THE 13 REPORTED AND THE ONE BEFORE
000950*    THEM.  MEASURES 1-11 ARE THE FIXED ONES, 12-111 THE
000960*    FAILURES BY STATUS CODE 00-99 AND 112-211 THE ACTIONS BY
000970*    ACTION CODE 00-99.
000980  77  WS-MONTHS-HELD            PIC 9(02) COMP     VALUE 14.
000990  77  WS-FIXED-MEASURES         PIC 9(03) COMP     VALUE 11.
001000  77  WS-MEASURE-COUNT          PIC 9(03) COMP     VALUE 211.
001010*
001020  01  WS-PARM-FILE-STATUS       PIC X(02).
001030      88  WS-PARM-FILE-OK           VALUE "00".
001040      88  WS-PARM-FILE-NO-FILE      VALUE "35".
001050  01  WS-STATS-FILE-STATUS      PIC X(02).
001060      88  WS-STATS-FILE-OK          VALUE "00".
001070      88  WS-STATS-FILE-EOF         VALUE "10".
001080      88  WS-STATS-FILE-NO-FILE     VALUE "35".
001090  01  WS-REPORT-FILE-STATUS     PIC X(02).
001100      88  WS-REPORT-FILE-OK         VALUE "00".
001110  01  WS-EXTRACT-FILE-STATUS    PIC X(02).
001120      88  WS-EXTRACT-FILE-OK        VALUE "00".
001130*
001140  01  WS-STATS-EOF-SWITCH       PIC X(01).
001150      88  WS-STATS-EOF              VALUE "Y".
001160      88  WS-STATS-NOT-EOF          VALUE "N".
001170  01  WS-PRINT-SWITCH           PIC X(01).
001180      88  WS-PRINT-MEASURE          VALUE "Y".
001190      88  WS-SKIP-MEASURE           VALUE "N".
001191*
001192*    THE TRNDPARM RECORD, HELD HERE - SPACES WHEN THERE IS NONE.
001193  01  WS-PARM-RECORD.
001194      05  TRP-REPORT-MONTH          PIC X(06).
001195      05  FILLER                    PIC X(74).
001200*
001210  01  WS-CURRENT-DATE           PIC 9(08).
001220  01  WS-CURRENT-DATE-PARTS REDEFINES WS-CURRENT-DATE.
001230      05  WS-CURRENT-YEAR           PIC 9(04).
001240      05  WS-CURRENT-MONTH          PIC 9(02).
001250      05  FILLER                    PIC 9(02).
001260*    THE MONTH BEING REPORTED, YYYYMM.
001270  01  WS-REPORT-MONTH.
001280      05  WS-REPORT-YEAR            PIC 9(04).
001290      05  WS-REPORT-MM              PIC 9(02).
001300  01  WS-REPORT-MONTH-X REDEFINES WS-REPORT-MONTH
001310                                PIC X(06).
001320*
001330*    MONTHS ARE COUNTED AS YEAR * 12 + MONTH - 1, SO STEPPING
001340*    BACK ACROSS A YEAR END IS PLAIN SUBTRACTION.
001350  01  WS-REPORT-MONTH-NUMBER    PIC 9(06) COMP.
001360  01  WS-FIRST-MONTH-NUMBER     PIC 9(06) COMP.
001370  01  WS-MONTH-NUMBER           PIC 9(06) COMP.
001380  01  WS-WORK-YEAR              PIC 9(04).
001390  01  WS-WORK-MONTH             PIC 9(02).
001400  01  WS-START-DATE             PIC 9(08).
001410*
001420  01  WS-MONTH-TABLE.
001430      05  WS-MONTH-ENTRY            OCCURS 14 TIMES.
001440          10  WS-MTH-YYYYMM             PIC 9(06).
001450          10  WS-MTH-VALUE              PIC 9(09) COMP
001460                                        OCCURS 211 TIMES.
001470  01  WS-MONTH-INDEX            PIC 9(02) COMP.
001480  01  WS-PRIOR-INDEX            PIC 9(02) COMP.
001490  01  WS-MEASURE-INDEX          PIC 9(03) COMP.
001500  01  WS-CODE-INDEX             PIC 9(03) COMP.
001510  01  WS-CODE-NUMBER            PIC 9(02).
001520*
001530  01  WS-DAYS-READ-COUNT        PIC 9(06) COMP.
001540  01  WS-MEASURES-PRINTED       PIC 9(04) COMP.
001550  01  WS-EXTRACT-COUNT          PIC 9(06) COMP.
001560*
001570  01  WS-THIS-VALUE             PIC 9(09) COMP.
001580  01  WS-PRIOR-VALUE            PIC 9(09) COMP.
001590  01  WS-CHANGE                 PIC S9(09) COMP.
001600  01  WS-CHANGE-PERCENT         PIC S9(04)V9(01).
001610  01  WS-PERCENT-SWITCH         PIC X(01).
001620      88  WS-PERCENT-SHOWN          VALUE "Y".
001630      88  WS-PERCENT-NEW            VALUE "N".
001640      88  WS-PERCENT-HIGH           VALUE "H".
001650*
001660  01  WS-MEASURE-CODE           PIC X(08).
001670  01  WS-MEASURE-CAPTION        PIC X(32).
001680*
001690  01  WS-EDIT-VALUE             PIC ZZZ,ZZZ,ZZ9.
001700  01  WS-EDIT-CHANGE            PIC ++++,+++,++9.
001710  01  WS-EDIT-PERCENT           PIC ++++9.9.
001720*
001730*    THE EXTRACT RECORD - THE SAME PIPE-DELIMITED, FULL-WIDTH
001740*    FIELD CONVENTION AS THE CONNECT_REPORT CHARGEBACK.  A
001750*    FIGURE THAT CANNOT BE GIVEN IS LEFT EMPTY.
001760  01  WS-EXT-VALUE              PIC 9(09).
001770  01  WS-EXT-VALUE-X REDEFINES WS-EXT-VALUE
001780                                PIC X(09).
001790  01  WS-EXT-CHANGE             PIC +9(09).
001800  01  WS-EXT-CHANGE-X REDEFINES WS-EXT-CHANGE
001810                                PIC X(10).
001820  01  WS-EXT-PERCENT            PIC +9(04).9.
001830  01  WS-EXT-PERCENT-X REDEFINES WS-EXT-PERCENT
001840                                PIC X(07).
001850*
001860*    CAPTIONS FOR THE FIXED MEASURES - EXTRACT CODE AND NAME.
001870  01  WS-FIXED-CAPTION-VALUES.
001880      05  FILLER                    PIC X(40) VALUE
001890          "DAYS    DAYS ON FILE".
001900      05  FILLER                    PIC X(40) VALUE
001910          "SUCCESS SIGN-ON SUCCESSES".
001920      05  FILLER                    PIC X(40) VALUE
001930          "FAILURE SIGN-ON FAILURES".
001940      05  FILLER                    PIC X(40) VALUE
001950          "LOCKOUT ACCOUNTS LOCKED OUT".
001960      05  FILLER                    PIC X(40) VALUE
001970          "ADMIN   ADMINISTRATIVE ACTIONS".
001980      05  FILLER                    PIC X(40) VALUE
001990          "ALERT   INTRUSION ALERTS".
002000      05  FILLER                    PIC X(40) VALUE
002010          "QUARANT TERMINALS QUARANTINED".
002020      05  FILLER                    PIC X(40) VALUE
002030          "UNLOCKEDACCOUNTS UNLOCKED BY THE NIGHT".
002040      05  FILLER                    PIC X(40) VALUE
002050          "DORMANT DORMANT ACCOUNTS SUSPENDED".
002060      05  FILLER                    PIC X(40) VALUE
002070          "HRSUSP  ACCOUNTS SUSPENDED BY HR RECON".
002080      05  FILLER                    PIC X(40) VALUE
002090          "FED     EVENTS FED TO MONITORING HOST".
002100  01  WS-FIXED-CAPTIONS REDEFINES WS-FIXED-CAPTION-VALUES.
002110      05  WS-FIXED-ENTRY            OCCURS 11 TIMES.
002120          10  WS-FXD-CODE               PIC X(08).
002130          10  WS-FXD-CAPTION            PIC X(32).
002140*
002150*    SIGN-ON STATUS CODES (SEE STATUSCD.CPY).
002160  01  WS-REASON-CAPTION-VALUES.
002170      05  FILLER    PIC X(22) VALUE "10BAD PASSWORD".
002180      05  FILLER    PIC X(22) VALUE "20UNKNOWN USER".
002190      05  FILLER    PIC X(22) VALUE "30ACCOUNT LOCKED".
002200      05  FILLER    PIC X(22) VALUE "40PASSWORD EXPIRED".
002210      05  FILLER    PIC X(22) VALUE "41PASSWORD TOO SHORT".
002220      05  FILLER    PIC X(22) VALUE "42PASSWORD NEEDS MIX".
002230      05  FILLER    PIC X(22) VALUE "43PASSWORD IS USERNAME".
002240      05  FILLER    PIC X(22) VALUE "44PASSWORD REUSED".
002250      05  FILLER    PIC X(22) VALUE "45CHANGE UNAVAILABLE".
002260      05  FILLER    PIC X(22) VALUE "50MFA FAILED".
002270      05  FILLER    PIC X(22) VALUE "60ALREADY SIGNED ON".
002280      05  FILLER    PIC X(22) VALUE "70ACCOUNT DISABLED".
002290      05  FILLER    PIC X(22) VALUE "80OUTSIDE WINDOW".
002300      05  FILLER    PIC X(22) VALUE "81TERMINAL REFUSED".
002310      05  FILLER    PIC X(22) VALUE "82RESET CODE OK".
002320  01  WS-REASON-CAPTIONS REDEFINES WS-REASON-CAPTION-VALUES.
002330      05  WS-REASON-ENTRY           OCCURS 15 TIMES
002340                                    INDEXED BY WS-REASON-IDX.
002350          10  WS-RSN-CODE               PIC 9(02).
002360          10  WS-RSN-CAPTION            PIC X(20).
002370*
002380*    ADMINISTRATIVE ACTION CODES (SEE AUDITREC.CPY).
002390  01  WS-ACTION-CAPTION-VALUES.
002400      05  FILLER    PIC X(23) VALUE "01USER ADDED".
002410      05  FILLER    PIC X(23) VALUE "02USER DISABLED".
002420      05  FILLER    PIC X(23) VALUE "03USER RE-ENABLED".
002430      05  FILLER    PIC X(23) VALUE "04MANUAL UNLOCK".
002440      05  FILLER    PIC X(23) VALUE "05PROFILE CHANGED".
002450      05  FILLER    PIC X(23) VALUE "06SESSION FORCED OFF".
002460      05  FILLER    PIC X(23) VALUE "07HR TERM SUSPEND".
002470      05  FILLER    PIC X(23) VALUE "08NO HR MATCH".
002480      05  FILLER    PIC X(23) VALUE "09DELEGATION GRANTED".
002490      05  FILLER    PIC X(23) VALUE "10DELEGATION ENDED".
002500      05  FILLER    PIC X(23) VALUE "11TERMINAL AUTHORIZED".
002510      05  FILLER    PIC X(23) VALUE "12QUARANTINE RELEASED".
002520      05  FILLER    PIC X(23) VALUE "13BURST QUARANTINE".
002530      05  FILLER    PIC X(23) VALUE "14STALE SESSION EXPIRED".
002540      05  FILLER    PIC X(23) VALUE "15RESET CODE ISSUED".
002550      05  FILLER    PIC X(23) VALUE "16RESET CODE USED".
002560      05  FILLER    PIC X(23) VALUE "17CHANGE HELD".
002570      05  FILLER    PIC X(23) VALUE "18HELD CHANGE APPROVED".
002580      05  FILLER    PIC X(23) VALUE "19HELD CHANGE REJECTED".
002590      05  FILLER    PIC X(23) VALUE "20HELD CHANGE LAPSED".
002600      05  FILLER    PIC X(23) VALUE "21CERTIFIED - KEEP".
002610      05  FILLER    PIC X(23) VALUE "22CERTIFIED - REVOKE".
002620      05  FILLER    PIC X(23) VALUE "23REMOVED AT CLOSE".
002630      05  FILLER    PIC X(23) VALUE "24DISABLED AT CLOSE".
002640      05  FILLER    PIC X(23) VALUE "25SOD RULE SET".
002650      05  FILLER    PIC X(23) VALUE "26SOD RULE DELETED".
002660      05  FILLER    PIC X(23) VALUE "27REFUSED BY SOD RULE".
002670      05  FILLER    PIC X(23) VALUE "28CREATED FROM HR".
002680      05  FILLER    PIC X(23) VALUE "29DEPARTMENT TRANSFER".
002690      05  FILLER    PIC X(23) VALUE "30DISABLED BY MONITOR".
002700      05  FILLER    PIC X(23) VALUE "31MONITOR QUARANTINE".
002710      05  FILLER    PIC X(23) VALUE "32EMERGENCY OPENED".
002720      05  FILLER    PIC X(23) VALUE "33EMERGENCY RESEALED".
002730      05  FILLER    PIC X(23) VALUE "34EMERGENCY DESIGNATED".
002740      05  FILLER    PIC X(23) VALUE "35CONSISTENCY REMOVAL".
002750  01  WS-ACTION-CAPTIONS REDEFINES WS-ACTION-CAPTION-VALUES.
002760      05  WS-ACTION-ENTRY           OCCURS 35 TIMES
002770                                    INDEXED BY WS-ACTION-IDX.
002780          10  WS-ACT-CODE               PIC 9(02).
002790          10  WS-ACT-CAPTION            PIC X(21).
002800*
002810  PROCEDURE DIVISION.
002820*
002830  0000-MAINLINE.
002840      PERFORM 1000-INITIALIZE
002850          THRU 1000-EXIT.
002860      PERFORM 2000-POST-ONE-DAY
002870          THRU 2000-EXIT
002880          UNTIL WS-STATS-EOF.
002890      PERFORM 3000-PRINT-REPORT
002900          THRU 3000-EXIT.
002910      PERFORM 9000-TERMINATE
002920          THRU 9000-EXIT.
002930      GOBACK.
002940*
002950*--------------------------------------------------------------*
002960*    1000-INITIALIZE - NO SECSTATS YET SIMPLY MEANS NO DAY HAS
002970*    BEEN BUILT - A REPORT OF NO DATA, NOT A FAILURE.
002980*--------------------------------------------------------------*
002990  1000-INITIALIZE.
003000      ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
003010      MOVE 0 TO WS-DAYS-READ-COUNT.
003020      MOVE 0 TO WS-MEASURES-PRINTED.
003030      MOVE 0 TO WS-EXTRACT-COUNT.
003040      SET WS-STATS-NOT-EOF TO TRUE.
003050      PERFORM 1100-SET-REPORT-MONTH
003060          THRU 1100-EXIT.
003070      PERFORM 1200-CLEAR-ONE-MONTH
003080          THRU 1200-EXIT
003090          VARYING WS-MONTH-INDEX FROM 1 BY 1
003100          UNTIL WS-MONTH-INDEX > WS-MONTHS-HELD.
003110      OPEN INPUT STATS-FILE.
003120      IF WS-STATS-FILE-NO-FILE
003130          SET WS-STATS-EOF TO TRUE
003140      ELSE
003150          IF NOT WS-STATS-FILE-OK
003160              DISPLAY "SECURITY_TREND - UNABLE TO OPEN SECSTATS, "
003170                  "STATUS " WS-STATS-FILE-STATUS
003180              MOVE 16 TO RETURN-CODE
003190              STOP RUN
003200          END-IF
003210      END-IF.
003220*    POSITION STRAIGHT TO THE FIRST DAY OF THE FIRST MONTH HELD.
003230      IF WS-STATS-NOT-EOF
003240          MOVE WS-START-DATE TO SST-STAT-DATE
003250          START STATS-FILE KEY NOT < SST-STAT-DATE
003260              INVALID KEY
003270                  SET WS-STATS-EOF TO TRUE
003280          END-START
003290      END-IF.
003300      OPEN OUTPUT REPORT-FILE.
003310      IF NOT WS-REPORT-FILE-OK
003320          DISPLAY "SECURITY_TREND - UNABLE TO OPEN TRNDRPT, "
003330              "STATUS " WS-REPORT-FILE-STATUS
003340          MOVE 16 TO RETURN-CODE
003350          STOP RUN
003360      END-IF.
003370      OPEN OUTPUT EXTRACT-FILE.
003380      IF NOT WS-EXTRACT-FILE-OK
003390          DISPLAY "SECURITY_TREND - UNABLE TO OPEN RISKEXT, "
003400              "STATUS " WS-EXTRACT-FILE-STATUS
003410          MOVE 16 TO RETURN-CODE
003420          STOP RUN
003430      END-IF.
003440  1000-EXIT.
003450      EXIT.
003460*
003470*--------------------------------------------------------------*
003480*    1100-SET-REPORT-MONTH - THE MONTH ON THE TRNDPARM RECORD,
003490*    OR THE MONTH JUST ENDED WHEN IT IS BLANK OR ABSENT.  THE
003500*    FIRST MONTH HELD IS 13 BEFORE IT.
003510*--------------------------------------------------------------*
003520  1100-SET-REPORT-MONTH.
003530      MOVE SPACES TO WS-PARM-RECORD.
003540      OPEN INPUT PARM-FILE.
003550      IF WS-PARM-FILE-OK
003560          READ PARM-FILE INTO WS-PARM-RECORD
003570              AT END
003580                  MOVE SPACES TO WS-PARM-RECORD
003590          END-READ
003600          CLOSE PARM-FILE
003610      ELSE
003620          IF NOT WS-PARM-FILE-NO-FILE
003630              DISPLAY "SECURITY_TREND - UNABLE TO OPEN TRNDPARM, "
003640                  "STATUS " WS-PARM-FILE-STATUS
003650              MOVE 16 TO RETURN-CODE
003660              STOP RUN
003670          END-IF
003680      END-IF.
003690      IF TRP-REPORT-MONTH = SPACES
003700          MOVE WS-CURRENT-YEAR TO WS-REPORT-YEAR
003710          MOVE WS-CURRENT-MONTH TO WS-REPORT-MM
003720          IF WS-REPORT-MM = 1
003730              MOVE 12 TO WS-REPORT-MM
003740              SUBTRACT 1 FROM WS-REPORT-YEAR
003750          ELSE
003760              SUBTRACT 1 FROM WS-REPORT-MM
003770          END-IF
003780      ELSE
003790          MOVE TRP-REPORT-MONTH TO WS-REPORT-MONTH-X
003800          IF WS-REPORT-MONTH-X IS NOT NUMERIC
003810             OR WS-REPORT-MM < 1
003820             OR WS-REPORT-MM > 12
003830              DISPLAY "SECURITY_TREND - "
003840                  "TRNDPARM MONTH NOT VALID: "
003850                  TRP-REPORT-MONTH
003860              MOVE 16 TO RETURN-CODE
003870              STOP RUN
003880          END-IF
003890      END-IF.
003900      COMPUTE WS-REPORT-MONTH-NUMBER =
003910          WS-REPORT-YEAR * 12 + WS-REPORT-MM - 1.
003920      COMPUTE WS-FIRST-MONTH-NUMBER =
003930          WS-REPORT-MONTH-NUMBER - WS-MONTHS-HELD + 1.
003940      MOVE WS-FIRST-MONTH-NUMBER TO WS-MONTH-NUMBER.
003950      PERFORM 1300-SPLIT-MONTH-NUMBER
003960          THRU 1300-EXIT.
003970      COMPUTE WS-START-DATE =
003980          WS-WORK-YEAR * 10000 + WS-WORK-MONTH * 100 + 1.
003990  1100-EXIT.
004000      EXIT.
004010*
004020  1200-CLEAR-ONE-MONTH.
004030      COMPUTE WS-MONTH-NUMBER =
004040          WS-FIRST-MONTH-NUMBER + WS-MONTH-INDEX - 1.
004050      PERFORM 1300-SPLIT-MONTH-NUMBER
004060          THRU 1300-EXIT.
004070      COMPUTE WS-MTH-YYYYMM (WS-MONTH-INDEX) =
004080          WS-WORK-YEAR * 100 + WS-WORK-MONTH.
004090      PERFORM 1210-CLEAR-ONE-VALUE
004100          THRU 1210-EXIT
004110          VARYING WS-MEASURE-INDEX FROM 1 BY 1
004120          UNTIL WS-MEASURE-INDEX > WS-MEASURE-COUNT.
004130  1200-EXIT.
004140      EXIT.
004150*
004160  1210-CLEAR-ONE-VALUE.
004170      MOVE 0 TO WS-MTH-VALUE (WS-MONTH-INDEX, WS-MEASURE-INDEX).
004180  1210-EXIT.
004190      EXIT.
004200*
004210  1300-SPLIT-MONTH-NUMBER.
004220      DIVIDE WS-MONTH-NUMBER BY 12
004230          GIVING WS-WORK-YEAR
004240          REMAINDER WS-WORK-MONTH.
004250      ADD 1 TO WS-WORK-MONTH.
004260  1300-EXIT.
004270      EXIT.
004280*
004290*--------------------------------------------------------------*
004300*    2000-POST-ONE-DAY - EACH DAY'S FIGURES ONTO ITS MONTH.  THE
004310*    FILE IS KEYED ON THE DAY, SO THE FIRST DAY PAST THE REPORT
004320*    MONTH ENDS THE PASS.
004330*--------------------------------------------------------------*
004340  2000-POST-ONE-DAY.
004350      READ STATS-FILE NEXT RECORD
004360          AT END
004370              SET WS-STATS-EOF TO TRUE
004380              GO TO 2000-EXIT
004390      END-READ.
004400      IF NOT WS-STATS-FILE-OK
004410          DISPLAY "SECURITY_TREND - SECSTATS READ ERROR, STATUS "
004420              WS-STATS-FILE-STATUS
004430          MOVE 16 TO RETURN-CODE
004440          STOP RUN.
004450      IF SST-STAT-DATE (1:6) > WS-REPORT-MONTH-X
004460          SET WS-STATS-EOF TO TRUE
004470          GO TO 2000-EXIT.
004480      ADD 1 TO WS-DAYS-READ-COUNT.
004490      MOVE SST-STAT-DATE (1:4) TO WS-WORK-YEAR.
004500      MOVE SST-STAT-DATE (5:2) TO WS-WORK-MONTH.
004510      COMPUTE WS-MONTH-INDEX =
004520          WS-WORK-YEAR * 12 + WS-WORK-MONTH - 1
004530          - WS-FIRST-MONTH-NUMBER + 1.
004540      ADD 1 TO WS-MTH-VALUE (WS-MONTH-INDEX, 1).
004550      ADD SST-SUCCESS-COUNT TO WS-MTH-VALUE (WS-MONTH-INDEX, 2).
004560      ADD SST-FAILURE-COUNT TO WS-MTH-VALUE (WS-MONTH-INDEX, 3).
004570      ADD SST-LOCKOUT-COUNT TO WS-MTH-VALUE (WS-MONTH-INDEX, 4).
004580      ADD SST-ADMIN-COUNT TO WS-MTH-VALUE (WS-MONTH-INDEX, 5).
004590      ADD SST-ALERT-COUNT TO WS-MTH-VALUE (WS-MONTH-INDEX, 6).
004600      ADD SST-QUARANTINE-COUNT
004610          TO WS-MTH-VALUE (WS-MONTH-INDEX, 7).
004620      ADD SST-UNLOCKED-COUNT TO WS-MTH-VALUE (WS-MONTH-INDEX, 8).
004630      ADD SST-DORMANT-SUSPEND-COUNT
004640          TO WS-MTH-VALUE (WS-MONTH-INDEX, 9).
004650      ADD SST-HR-SUSPEND-COUNT
004660          TO WS-MTH-VALUE (WS-MONTH-INDEX, 10).
004670      ADD SST-EVENTS-FED-COUNT
004680          TO WS-MTH-VALUE (WS-MONTH-INDEX, 11).
004690      PERFORM 2100-POST-ONE-CODE
004700          THRU 2100-EXIT
004710          VARYING WS-CODE-INDEX FROM 1 BY 1
004720          UNTIL WS-CODE-INDEX > 100.
004730  2000-EXIT.
004740      EXIT.
004750*
004760  2100-POST-ONE-CODE.
004770      COMPUTE WS-MEASURE-INDEX =
004780          WS-FIXED-MEASURES + WS-CODE-INDEX.
004790      ADD SST-FAILURE-BY-REASON (WS-CODE-INDEX)
004800          TO WS-MTH-VALUE (WS-MONTH-INDEX, WS-MEASURE-INDEX).
004810      ADD 100 TO WS-MEASURE-INDEX.
004820      ADD SST-ADMIN-BY-ACTION (WS-CODE-INDEX)
004830          TO WS-MTH-VALUE (WS-MONTH-INDEX, WS-MEASURE-INDEX).
004840  2100-EXIT.
004850      EXIT.
004860*
004870*--------------------------------------------------------------*
004880*    3000-PRINT-REPORT - ONE BLOCK PER MEASURE, THE 13 MONTHS
004890*    OLDEST FIRST.  MONTH 1 OF THE TABLE IS ONLY EVER THE BASE
004900*    FOR MONTH 2'S CHANGE.
004910*--------------------------------------------------------------*
004920  3000-PRINT-REPORT.
004930      MOVE SPACES TO REPORT-LINE.
004940      STRING "SIGN-ON SECURITY TRENDS - 13 MONTHS TO "
004950              DELIMITED BY SIZE
004960          WS-REPORT-YEAR DELIMITED BY SIZE
004970          "-" DELIMITED BY SIZE
004980          WS-REPORT-MM DELIMITED BY SIZE
004990          " - RUN " DELIMITED BY SIZE
005000          WS-CURRENT-DATE DELIMITED BY SIZE
005010          INTO REPORT-LINE
005020      END-STRING.
005030      WRITE REPORT-LINE.
005040      MOVE SPACES TO REPORT-LINE.
005050      WRITE REPORT-LINE.
005060      MOVE "  MONTH          VALUE       CHANGE   CHANGE %"
005070          TO REPORT-LINE.
005080      WRITE REPORT-LINE.
005090      PERFORM 3100-PRINT-ONE-MEASURE
005100          THRU 3100-EXIT
005110          VARYING WS-MEASURE-INDEX FROM 1 BY 1
005120          UNTIL WS-MEASURE-INDEX > WS-MEASURE-COUNT.
005130  3000-EXIT.
005140      EXIT.
005150*
005160  3100-PRINT-ONE-MEASURE.
005170      SET WS-PRINT-MEASURE TO TRUE.
005180      IF WS-MEASURE-INDEX > WS-FIXED-MEASURES
005190          SET WS-SKIP-MEASURE TO TRUE
005200          PERFORM 3110-CHECK-ONE-MONTH
005210              THRU 3110-EXIT
005220              VARYING WS-MONTH-INDEX FROM 2 BY 1
005230              UNTIL WS-MONTH-INDEX > WS-MONTHS-HELD
005240      END-IF.
005250      IF WS-SKIP-MEASURE
005260          GO TO 3100-EXIT.
005270      ADD 1 TO WS-MEASURES-PRINTED.
005280      PERFORM 3200-SET-CAPTION
005290          THRU 3200-EXIT.
005300      MOVE SPACES TO REPORT-LINE.
005310      WRITE REPORT-LINE.
005320      MOVE WS-MEASURE-CAPTION TO REPORT-LINE.
005330      WRITE REPORT-LINE.
005340      PERFORM 3300-PRINT-ONE-MONTH
005350          THRU 3300-EXIT
005360          VARYING WS-MONTH-INDEX FROM 2 BY 1
005370          UNTIL WS-MONTH-INDEX > WS-MONTHS-HELD.
005380  3100-EXIT.
005390      EXIT.
005400*
005410  3110-CHECK-ONE-MONTH.
005420      IF WS-MTH-VALUE (WS-MONTH-INDEX, WS-MEASURE-INDEX) > 0
005430          SET WS-PRINT-MEASURE TO TRUE.
005440  3110-EXIT.
005450      EXIT.
005460*
005470*--------------------------------------------------------------*
005480*    3200-SET-CAPTION - EXTRACT CODE AND PRINTED NAME OF THE
005490*    MEASURE.  A STATUS OR ACTION CODE NOT IN THE CAPTION
005500*    TABLES STILL PRINTS, BY NUMBER.
005510*--------------------------------------------------------------*
005520  3200-SET-CAPTION.
005530      IF WS-MEASURE-INDEX NOT > WS-FIXED-MEASURES
005540          MOVE WS-FXD-CODE (WS-MEASURE-INDEX) TO WS-MEASURE-CODE
005550          MOVE WS-FXD-CAPTION (WS-MEASURE-INDEX)
005560              TO WS-MEASURE-CAPTION
005570          GO TO 3200-EXIT.
005580      MOVE SPACES TO WS-MEASURE-CODE.
005590      MOVE SPACES TO WS-MEASURE-CAPTION.
005600      IF WS-MEASURE-INDEX > WS-FIXED-MEASURES + 100
005610          GO TO 3250-ACTION-CAPTION.
005620      COMPUTE WS-CODE-NUMBER =
005630          WS-MEASURE-INDEX - WS-FIXED-MEASURES - 1.
005640      STRING "FAIL" DELIMITED BY SIZE
005650          WS-CODE-NUMBER DELIMITED BY SIZE
005660          INTO WS-MEASURE-CODE
005670      END-STRING.
005680      STRING "FAILED - " DELIMITED BY SIZE
005690          WS-CODE-NUMBER DELIMITED BY SIZE
005700          " " DELIMITED BY SIZE
005710          INTO WS-MEASURE-CAPTION
005720      END-STRING.
005730      SET WS-REASON-IDX TO 1.
005740      SEARCH WS-REASON-ENTRY
005750          AT END
005760              MOVE "STATUS CODE" TO WS-MEASURE-CAPTION (13:20)
005770          WHEN WS-RSN-CODE (WS-REASON-IDX) = WS-CODE-NUMBER
005780              MOVE WS-RSN-CAPTION (WS-REASON-IDX)
005790                  TO WS-MEASURE-CAPTION (13:20)
005800      END-SEARCH.
005810      GO TO 3200-EXIT.
005820  3250-ACTION-CAPTION.
005830      COMPUTE WS-CODE-NUMBER =
005840          WS-MEASURE-INDEX - WS-FIXED-MEASURES - 101.
005850      STRING "ACTN" DELIMITED BY SIZE
005860          WS-CODE-NUMBER DELIMITED BY SIZE
005870          INTO WS-MEASURE-CODE
005880      END-STRING.
005890      STRING "ADMIN - " DELIMITED BY SIZE
005900          WS-CODE-NUMBER DELIMITED BY SIZE
005910          " " DELIMITED BY SIZE
005920          INTO WS-MEASURE-CAPTION
005930      END-STRING.
005940      SET WS-ACTION-IDX TO 1.
005950      SEARCH WS-ACTION-ENTRY
005960          AT END
005970              MOVE "ACTION CODE" TO WS-MEASURE-CAPTION (12:21)
005980          WHEN WS-ACT-CODE (WS-ACTION-IDX) = WS-CODE-NUMBER
005990              MOVE WS-ACT-CAPTION (WS-ACTION-IDX)
006000                  TO WS-MEASURE-CAPTION (12:21)
006010      END-SEARCH.
006020  3200-EXIT.
006030      EXIT.
006040*
006050*--------------------------------------------------------------*
006060*    3300-PRINT-ONE-MONTH - ONE REPORT LINE AND ONE EXTRACT
006070*    RECORD.  THERE IS NO CHANGE WITHOUT A MONTH BEFORE ON FILE,
006080*    AND NO PERCENTAGE ON A BASE OF ZERO - A MEASURE RISING FROM
006090*    NOTHING PRINTS AS NEW.
006100*--------------------------------------------------------------*
006110  3300-PRINT-ONE-MONTH.
006120      COMPUTE WS-PRIOR-INDEX = WS-MONTH-INDEX - 1.
006130      MOVE SPACES TO REPORT-LINE.
006140      MOVE WS-MTH-YYYYMM (WS-MONTH-INDEX) (1:4)
006150          TO REPORT-LINE (3:4).
006160      MOVE "-" TO REPORT-LINE (7:1).
006170      MOVE WS-MTH-YYYYMM (WS-MONTH-INDEX) (5:2)
006180          TO REPORT-LINE (8:2).
006190      MOVE SPACES TO WS-EXT-VALUE-X.
006200      MOVE SPACES TO WS-EXT-CHANGE-X.
006210      MOVE SPACES TO WS-EXT-PERCENT-X.
006220      IF WS-MTH-VALUE (WS-MONTH-INDEX, 1) = 0
006230          MOVE "NO DATA" TO REPORT-LINE (15:7)
006240          GO TO 3350-WRITE-MONTH.
006250      MOVE WS-MTH-VALUE (WS-MONTH-INDEX, WS-MEASURE-INDEX)
006260          TO WS-THIS-VALUE.
006270      MOVE WS-THIS-VALUE TO WS-EDIT-VALUE.
006280      MOVE WS-EDIT-VALUE TO REPORT-LINE (11:11).
006290      MOVE WS-THIS-VALUE TO WS-EXT-VALUE.
006300      IF WS-MTH-VALUE (WS-PRIOR-INDEX, 1) = 0
006310          MOVE "NO PRIOR MONTH" TO REPORT-LINE (25:14)
006320          GO TO 3350-WRITE-MONTH.
006330      MOVE WS-MTH-VALUE (WS-PRIOR-INDEX, WS-MEASURE-INDEX)
006340          TO WS-PRIOR-VALUE.
006350      COMPUTE WS-CHANGE = WS-THIS-VALUE - WS-PRIOR-VALUE.
006360      MOVE WS-CHANGE TO WS-EDIT-CHANGE.
006370      MOVE WS-EDIT-CHANGE TO REPORT-LINE (23:12).
006380      MOVE WS-CHANGE TO WS-EXT-CHANGE.
006390      PERFORM 3400-COMPUTE-PERCENT
006400          THRU 3400-EXIT.
006410      IF WS-PERCENT-NEW
006420          MOVE "NEW" TO REPORT-LINE (41:3)
006430          GO TO 3350-WRITE-MONTH.
006440      IF WS-PERCENT-HIGH
006450          MOVE ">9999%" TO REPORT-LINE (38:6)
006460          GO TO 3350-WRITE-MONTH.
006470      MOVE WS-CHANGE-PERCENT TO WS-EDIT-PERCENT.
006480      MOVE WS-EDIT-PERCENT TO REPORT-LINE (37:7).
006490      MOVE "%" TO REPORT-LINE (44:1).
006500      MOVE WS-CHANGE-PERCENT TO WS-EXT-PERCENT.
006510  3350-WRITE-MONTH.
006520      WRITE REPORT-LINE.
006530      MOVE SPACES TO EXTRACT-RECORD.
006540      STRING WS-MTH-YYYYMM (WS-MONTH-INDEX) DELIMITED BY SIZE
006550          "|" DELIMITED BY SIZE
006560          WS-MEASURE-CODE DELIMITED BY SIZE
006570          "|" DELIMITED BY SIZE
006580          WS-MEASURE-CAPTION DELIMITED BY SIZE
006590          "|" DELIMITED BY SIZE
006600          WS-EXT-VALUE-X DELIMITED BY SIZE
006610          "|" DELIMITED BY SIZE
006620          WS-EXT-CHANGE-X DELIMITED BY SIZE
006630          "|" DELIMITED BY SIZE
006640          WS-EXT-PERCENT-X DELIMITED BY SIZE
006650          INTO EXTRACT-RECORD
006660      END-STRING.
006670      WRITE EXTRACT-RECORD.
006680      ADD 1 TO WS-EXTRACT-COUNT.
006690  3300-EXIT.
006700      EXIT.
006710*
006720  3400-COMPUTE-PERCENT.
006730      SET WS-PERCENT-SHOWN TO TRUE.
006740      IF WS-PRIOR-VALUE = 0
006750          IF WS-THIS-VALUE = 0
006760              MOVE 0 TO WS-CHANGE-PERCENT
006770          ELSE
006780              SET WS-PERCENT-NEW TO TRUE
006790          END-IF
006800          GO TO 3400-EXIT.
006810      COMPUTE WS-CHANGE-PERCENT ROUNDED =
006820          WS-CHANGE * 100 / WS-PRIOR-VALUE
006830          ON SIZE ERROR
006840              SET WS-PERCENT-HIGH TO TRUE
006850      END-COMPUTE.
006860  3400-EXIT.
006870      EXIT.
006880*
006890*--------------------------------------------------------------*
006900*    9000-TERMINATE
006910*--------------------------------------------------------------*
006920  9000-TERMINATE.
006930      IF WS-MTH-VALUE (WS-MONTHS-HELD, 1) = 0
006940          MOVE SPACES TO REPORT-LINE
006950          WRITE REPORT-LINE
006960          MOVE "*** NO DAYS ON FILE FOR THE REPORT MONTH ***"
006970              TO REPORT-LINE
006980          WRITE REPORT-LINE
006990          IF RETURN-CODE < 4
007000              MOVE 4 TO RETURN-CODE
007010          END-IF
007020      END-IF.
007030      IF NOT WS-STATS-FILE-NO-FILE
007040          CLOSE STATS-FILE.
007050      CLOSE REPORT-FILE.
007060      CLOSE EXTRACT-FILE.
007070      DISPLAY "SECURITY_TREND - MONTH REPORTED:   "
007080          WS-REPORT-MONTH-X.
007090      DISPLAY "SECURITY_TREND - DAYS READ:        "
007100          WS-DAYS-READ-COUNT.
007110      DISPLAY "SECURITY_TREND - MEASURES PRINTED: "
007120          WS-MEASURES-PRINTED.
007130      DISPLAY "SECURITY_TREND - EXTRACT RECORDS:  "
007140          WS-EXTRACT-COUNT.
007150  9000-EXIT.
007160      EXIT.
007170*
007180  END PROGRAM SECURITY_TREND.
