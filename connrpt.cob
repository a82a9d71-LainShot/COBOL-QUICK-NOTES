000100*
000110*    CONNRPT.COB
000120*
000130*    PROGRAM-ID: CONNECT_REPORT
000140*
000150*    PURPOSE:    MONTH-END CONNECT-TIME REPORT AND FINANCE
000160*                CHARGEBACK EXTRACT FROM THE SESSION HISTORY
000170*                (SESSHIST, SEE SESSHSR.CPY).  EVERY SESSION
000180*                THAT ENDED IN THE MONTH IS TOTALLED BY USER AND
000190*                BY THE USER'S DEPARTMENT (USR-DEPARTMENT ON
000200*                USERFILE); THE CONNRPT REPORT LISTS EACH
000210*                DEPARTMENT'S USERS WITH THEIR SESSION COUNTS
000220*                AND CONNECT TIME, A DEPARTMENT SUMMARY WITH
000230*                EACH DEPARTMENT'S SHARE OF THE MONTH, AND THE
000240*                CHGBACK EXTRACT CARRIES ONE DELIMITED RECORD
000250*                PER DEPARTMENT FOR FINANCE TO BILL THE TERMINAL
000260*                ESTATE BY USE INSTEAD OF BY HEADCOUNT.
000270*
000280*                THE MONTH IS YYYYMM IN COLUMNS 1-6 OF THE
000290*                ONE-RECORD CONNPARM DATA SET; LEFT BLANK IT IS
000300*                THE MONTH JUST ENDED, WHICH IS WHAT THE
000310*                SCHEDULED FIRST-OF-MONTH RUN WANTS.  A SESSION
000320*                BELONGS TO THE MONTH IT ENDED IN.  THE
000330*                DEPARTMENT IS THE ONE ON USERFILE WHEN THE
000340*                REPORT RUNS; A USERNAME NO LONGER ON FILE IS
000350*                BILLED TO *GONE* AND ONE WITH NO DEPARTMENT TO
000360*                *NONE*, SO NO CONNECT TIME DROPS OUT OF THE
000370*                TOTALS.
000380*
000390*                RETURN CODE 4 - THE USER TABLE FILLED AND SOME
000400*                SESSIONS WERE NOT TOTALLED (SEE THE REPORT).
000410*                16 - A FILE COULD NOT BE OPENED OR THE MONTH ON
000420*                THE CONNPARM RECORD IS NOT VALID.
000430*
000440*    CALLS:      NONE.
000450*
000460*    MODIFICATION HISTORY
000470*    DATE       BY    DESCRIPTION
000480*    ---------- ----- --------------------------------------------
000490*    2026-10-15 DLH   ORIGINAL.
000500*
000510  IDENTIFICATION DIVISION.
000520  PROGRAM-ID. CONNECT_REPORT.
000530  AUTHOR. D L HOLLOWAY.
000540  INSTALLATION. SIGN-ON SERVICES.
000550  DATE-WRITTEN. 2026-10-15.
000560  DATE-COMPILED.
000570*
000580  ENVIRONMENT DIVISION.
000590  INPUT-OUTPUT SECTION.
000600  FILE-CONTROL.
000610      SELECT PARM-FILE ASSIGN TO "CONNPARM"
000620          ORGANIZATION LINE SEQUENTIAL
000630          FILE STATUS WS-PARM-FILE-STATUS.
000640      SELECT HISTORY-FILE ASSIGN TO "SESSHIST"
000650          ORGANIZATION LINE SEQUENTIAL
000660          FILE STATUS WS-HISTORY-FILE-STATUS.
000670      SELECT USER-FILE ASSIGN TO "USERFILE"
000680          ORGANIZATION INDEXED
000690          ACCESS MODE RANDOM
000700          RECORD KEY USR-USERNAME
000710          FILE STATUS WS-USER-FILE-STATUS.
000720      SELECT REPORT-FILE ASSIGN TO "CONNRPT"
000730          ORGANIZATION LINE SEQUENTIAL
000740          FILE STATUS WS-REPORT-FILE-STATUS.
000750      SELECT EXTRACT-FILE ASSIGN TO "CHGBACK"
000760          ORGANIZATION LINE SEQUENTIAL
000770          FILE STATUS WS-EXTRACT-FILE-STATUS.
000780*
000790  DATA DIVISION.
000800  FILE SECTION.
000810  FD  PARM-FILE.
000830  01  PARM-RECORD                   PIC X(80).
000850  FD  HISTORY-FILE.
000860      COPY SESSHSR.CPY.
000870  FD  USER-FILE.
000880      COPY USERREC.CPY.
000890  FD  REPORT-FILE.
000900  01  REPORT-LINE                   PIC X(80).
000910  FD  EXTRACT-FILE.
000920  01  EXTRACT-RECORD                PIC X(80).
000930*
000940  WORKING-STORAGE SECTION.
000950*
000960  77  WS-MAX-USERS              PIC 9(04) COMP     VALUE 5000.
000970  77  WS-MAX-DEPARTMENTS        PIC 9(04) COMP     VALUE 500.
000980*
000990  01  WS-PARM-FILE-STATUS       PIC X(02).
001000      88  WS-PARM-FILE-OK           VALUE "00".
001010      88  WS-PARM-FILE-NO-FILE      VALUE "35".
001020  01  WS-HISTORY-FILE-STATUS    PIC X(02).
001030      88  WS-HISTORY-FILE-OK        VALUE "00".
001040      88  WS-HISTORY-FILE-EOF       VALUE "10".
001050      88  WS-HISTORY-FILE-NO-FILE   VALUE "35".
001060  01  WS-USER-FILE-STATUS       PIC X(02).
001070      88  WS-USER-FILE-OK           VALUE "00".
001080  01  WS-REPORT-FILE-STATUS     PIC X(02).
001090      88  WS-REPORT-FILE-OK         VALUE "00".
001100  01  WS-EXTRACT-FILE-STATUS    PIC X(02).
001110      88  WS-EXTRACT-FILE-OK        VALUE "00".
001120*
001130  01  WS-HISTORY-EOF-SWITCH     PIC X(01).
001140      88  WS-HISTORY-EOF            VALUE "Y".
001150      88  WS-HISTORY-NOT-EOF         VALUE "N".
001160  01  WS-SHIFT-SWITCH           PIC X(01).
001170      88  WS-SHIFT-DONE             VALUE "Y".
001180      88  WS-SHIFT-NOT-DONE          VALUE "N".
001181*
001182*    THE CONNPARM RECORD, HELD HERE - SPACES WHEN THERE IS NONE.
001183  01  WS-PARM-RECORD.
001184      05  CNP-REPORT-MONTH          PIC X(06).
001185      05  FILLER                    PIC X(74).
001190*
001200  01  WS-CURRENT-DATE           PIC 9(08).
001210  01  WS-CURRENT-DATE-PARTS REDEFINES WS-CURRENT-DATE.
001220      05  WS-CURRENT-YEAR           PIC 9(04).
001230      05  WS-CURRENT-MONTH          PIC 9(02).
001240      05  FILLER                    PIC 9(02).
001250*    THE MONTH BEING REPORTED, YYYYMM.
001260  01  WS-REPORT-MONTH.
001270      05  WS-REPORT-YEAR            PIC 9(04).
001280      05  WS-REPORT-MM              PIC 9(02).
001290  01  WS-REPORT-MONTH-X REDEFINES WS-REPORT-MONTH
001300                                PIC X(06).
001310*
001320*    ONE ENTRY PER USERNAME WITH A SESSION IN THE MONTH.  THE
001330*    DEPARTMENT LEADS THE SORT KEY SO THE SORTED TABLE PRINTS
001340*    DEPARTMENT BY DEPARTMENT.
001350  01  WS-USER-TABLE.
001360      05  WS-USER-ENTRY             OCCURS 5000 TIMES
001370                                    INDEXED BY WS-USER-IDX.
001380          10  WS-TBL-SORT-KEY.
001390              15  WS-TBL-DEPARTMENT     PIC X(08).
001400              15  WS-TBL-USERNAME       PIC X(32).
001410          10  WS-TBL-SESSION-COUNT      PIC 9(06) COMP.
001420          10  WS-TBL-CONNECT-SECONDS    PIC 9(10) COMP.
001430  01  WS-HOLD-ENTRY.
001440      05  WS-HOLD-SORT-KEY          PIC X(40).
001450      05  WS-HOLD-SESSION-COUNT     PIC 9(06) COMP.
001460      05  WS-HOLD-CONNECT-SECONDS   PIC 9(10) COMP.
001470  01  WS-USER-COUNT             PIC 9(04) COMP.
001480  01  WS-TABLE-INDEX            PIC 9(04) COMP.
001490  01  WS-SORT-INDEX             PIC 9(04) COMP.
001500  01  WS-SHIFT-INDEX            PIC 9(04) COMP.
001510  01  WS-PRIOR-INDEX            PIC 9(04) COMP.
001520*
001530*    DEPARTMENT TOTALS, BUILT AT EACH DEPARTMENT BREAK FOR THE
001540*    SUMMARY AND THE EXTRACT.
001550  01  WS-DEPT-TABLE.
001560      05  WS-DEPT-ENTRY             OCCURS 500 TIMES.
001570          10  WS-DPT-DEPARTMENT         PIC X(08).
001580          10  WS-DPT-USER-COUNT         PIC 9(06) COMP.
001590          10  WS-DPT-SESSION-COUNT      PIC 9(08) COMP.
001600          10  WS-DPT-CONNECT-SECONDS    PIC 9(12) COMP.
001610  01  WS-DEPT-COUNT             PIC 9(04) COMP.
001620  01  WS-DEPT-INDEX             PIC 9(04) COMP.
001630  01  WS-PRIOR-DEPARTMENT       PIC X(08).
001640*
001650  01  WS-HISTORY-READ-COUNT     PIC 9(08) COMP.
001660  01  WS-MONTH-SESSION-COUNT    PIC 9(08) COMP.
001670  01  WS-NOT-TALLIED-COUNT      PIC 9(08) COMP.
001680  01  WS-GRAND-CONNECT-SECONDS  PIC 9(12) COMP.
001690*
001700*    CONNECT TIME IS PRINTED AS HOURS AND MINUTES, ROUNDED TO
001710*    THE NEAREST MINUTE.
001720  01  WS-CONNECT-SECONDS        PIC 9(12) COMP.
001730  01  WS-CONNECT-MINUTES        PIC 9(10) COMP.
001740  01  WS-CONNECT-HOURS          PIC 9(08) COMP.
001750  01  WS-CONNECT-MINUTE-PART    PIC 9(02).
001760  01  WS-SHARE-PERCENT          PIC 9(03)V9(02).
001770*
001780  01  WS-EDIT-COUNT             PIC ZZZZZZZ9.
001790  01  WS-EDIT-USERS             PIC ZZZZZ9.
001800  01  WS-EDIT-HOURS             PIC ZZZZZZ9.
001810  01  WS-EDIT-SHARE             PIC ZZ9.99.
001820*
001830*    THE CHARGEBACK EXTRACT RECORD - THE SAME PIPE-DELIMITED,
001840*    FULL-WIDTH FIELD CONVENTION AS THE AUDIT_FEED EVENTS.
001850  01  WS-EXT-USER-COUNT         PIC 9(06).
001860  01  WS-EXT-SESSION-COUNT      PIC 9(08).
001870  01  WS-EXT-CONNECT-MINUTES    PIC 9(10).
001880  01  WS-EXT-SHARE-PERCENT      PIC 999.99.
001890*
001900  PROCEDURE DIVISION.
001910*
001920  0000-MAINLINE.
001930      PERFORM 1000-INITIALIZE
001940          THRU 1000-EXIT.
001950      PERFORM 2000-TALLY-ONE-SESSION
001960          THRU 2000-EXIT
001970          UNTIL WS-HISTORY-EOF.
001980      PERFORM 3000-SORT-USER-TABLE
001990          THRU 3000-EXIT.
002000      PERFORM 4000-PRINT-USER-DETAIL
002010          THRU 4000-EXIT.
002020      PERFORM 5000-PRINT-DEPARTMENT-SUMMARY
002030          THRU 5000-EXIT.
002040      PERFORM 9000-TERMINATE
002050          THRU 9000-EXIT.
002060      GOBACK.
002070*
002080*--------------------------------------------------------------*
002090*    1000-INITIALIZE - NO SESSION HISTORY YET SIMPLY MEANS NO
002100*    SESSION HAS ENDED SINCE IT WAS INTRODUCED - A REPORT
002110*    SHOWING NO CONNECT TIME, NOT A FAILURE.
002120*--------------------------------------------------------------*
002130  1000-INITIALIZE.
002140      ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
002150      MOVE 0 TO WS-USER-COUNT.
002160      MOVE 0 TO WS-DEPT-COUNT.
002170      MOVE 0 TO WS-HISTORY-READ-COUNT.
002180      MOVE 0 TO WS-MONTH-SESSION-COUNT.
002190      MOVE 0 TO WS-NOT-TALLIED-COUNT.
002200      MOVE 0 TO WS-GRAND-CONNECT-SECONDS.
002210      MOVE "N" TO WS-HISTORY-EOF-SWITCH.
002220      PERFORM 1100-SET-REPORT-MONTH
002230          THRU 1100-EXIT.
002240      OPEN INPUT USER-FILE.
002250      IF NOT WS-USER-FILE-OK
002260          DISPLAY "CONNECT_REPORT - UNABLE TO OPEN USERFILE, "
002270              "STATUS " WS-USER-FILE-STATUS
002280          MOVE 16 TO RETURN-CODE
002290          STOP RUN
002300      END-IF.
002310      OPEN INPUT HISTORY-FILE.
002320      IF WS-HISTORY-FILE-NO-FILE
002330          SET WS-HISTORY-EOF TO TRUE
002340      ELSE
002350          IF NOT WS-HISTORY-FILE-OK
002360              DISPLAY "CONNECT_REPORT - UNABLE TO OPEN SESSHIST, "
002370                  "STATUS " WS-HISTORY-FILE-STATUS
002380              MOVE 16 TO RETURN-CODE
002390              STOP RUN
002400          END-IF
002410      END-IF.
002420      OPEN OUTPUT REPORT-FILE.
002430      IF NOT WS-REPORT-FILE-OK
002440          DISPLAY "CONNECT_REPORT - UNABLE TO OPEN CONNRPT, "
002450              "STATUS " WS-REPORT-FILE-STATUS
002460          MOVE 16 TO RETURN-CODE
002470          STOP RUN
002480      END-IF.
002490      OPEN OUTPUT EXTRACT-FILE.
002500      IF NOT WS-EXTRACT-FILE-OK
002510          DISPLAY "CONNECT_REPORT - UNABLE TO OPEN CHGBACK, "
002520              "STATUS " WS-EXTRACT-FILE-STATUS
002530          MOVE 16 TO RETURN-CODE
002540          STOP RUN
002550      END-IF.
002560  1000-EXIT.
002570      EXIT.
002580*
002590*--------------------------------------------------------------*
002600*    1100-SET-REPORT-MONTH - THE MONTH ON THE CONNPARM RECORD,
002610*    OR THE MONTH JUST ENDED WHEN IT IS BLANK OR ABSENT.
002620*--------------------------------------------------------------*
002630  1100-SET-REPORT-MONTH.
002640      MOVE SPACES TO WS-PARM-RECORD.
002650      OPEN INPUT PARM-FILE.
002660      IF WS-PARM-FILE-OK
002670          READ PARM-FILE INTO WS-PARM-RECORD
002680              AT END
002690                  MOVE SPACES TO WS-PARM-RECORD
002700          END-READ
002710          CLOSE PARM-FILE
002720      ELSE
002730          IF NOT WS-PARM-FILE-NO-FILE
002740              DISPLAY "CONNECT_REPORT - UNABLE TO OPEN CONNPARM, "
002750                  "STATUS " WS-PARM-FILE-STATUS
002760              MOVE 16 TO RETURN-CODE
002770              STOP RUN
002780          END-IF
002790      END-IF.
002800      IF CNP-REPORT-MONTH = SPACES
002810          MOVE WS-CURRENT-YEAR TO WS-REPORT-YEAR
002820          MOVE WS-CURRENT-MONTH TO WS-REPORT-MM
002830          IF WS-REPORT-MM = 1
002840              MOVE 12 TO WS-REPORT-MM
002850              SUBTRACT 1 FROM WS-REPORT-YEAR
002860          ELSE
002870              SUBTRACT 1 FROM WS-REPORT-MM
002880          END-IF
002890          GO TO 1100-EXIT.
002900      MOVE CNP-REPORT-MONTH TO WS-REPORT-MONTH-X.
002910      IF WS-REPORT-MONTH-X IS NOT NUMERIC
002920         OR WS-REPORT-MM < 1
002930         OR WS-REPORT-MM > 12
002940          DISPLAY "CONNECT_REPORT - CONNPARM MONTH NOT VALID: "
002950              CNP-REPORT-MONTH
002960          MOVE 16 TO RETURN-CODE
002970          STOP RUN.
002980  1100-EXIT.
002990      EXIT.
003000*
003010*--------------------------------------------------------------*
003020*    2000-TALLY-ONE-SESSION - EVERY SESSION THAT ENDED IN THE
003030*    MONTH, ONTO ITS USER'S TABLE ENTRY.
003040*--------------------------------------------------------------*
003050  2000-TALLY-ONE-SESSION.
003060      READ HISTORY-FILE
003070          AT END
003080              SET WS-HISTORY-EOF TO TRUE
003090      END-READ.
003100      IF NOT WS-HISTORY-FILE-OK AND NOT WS-HISTORY-FILE-EOF
003110          DISPLAY "CONNECT_REPORT - SESSHIST READ ERROR, STATUS "
003120              WS-HISTORY-FILE-STATUS
003130          MOVE 8 TO RETURN-CODE
003140          SET WS-HISTORY-EOF TO TRUE.
003150      IF WS-HISTORY-EOF
003160          GO TO 2000-EXIT.
003170      ADD 1 TO WS-HISTORY-READ-COUNT.
003180      IF SHR-END-DATE (1:6) NOT = WS-REPORT-MONTH-X
003190          GO TO 2000-EXIT.
003200      ADD 1 TO WS-MONTH-SESSION-COUNT.
003210      PERFORM 2100-FIND-OR-ADD-USER
003220          THRU 2100-EXIT.
003230      IF WS-USER-IDX = ZERO
003240          ADD 1 TO WS-NOT-TALLIED-COUNT
003250          GO TO 2000-EXIT.
003260      ADD 1 TO WS-TBL-SESSION-COUNT (WS-USER-IDX).
003270      IF SHR-DURATION-SECONDS IS NUMERIC
003280          ADD SHR-DURATION-SECONDS
003290              TO WS-TBL-CONNECT-SECONDS (WS-USER-IDX).
003300  2000-EXIT.
003310      EXIT.
003320*
003330*    THE SEARCH MUST STOP AT THE LOADED COUNT - THE SLOTS PAST
003340*    IT WERE NEVER FILLED AND MUST NOT TAKE PART IN THE MATCH.
003350  2100-FIND-OR-ADD-USER.
003360      SET WS-USER-IDX TO 1.
003370      SEARCH WS-USER-ENTRY
003380          AT END
003390              PERFORM 2110-ADD-USER
003400                  THRU 2110-EXIT
003410          WHEN WS-USER-IDX > WS-USER-COUNT
003420              PERFORM 2110-ADD-USER
003430                  THRU 2110-EXIT
003440          WHEN WS-TBL-USERNAME (WS-USER-IDX) = SHR-USERNAME
003450              CONTINUE
003460      END-SEARCH.
003470  2100-EXIT.
003480      EXIT.
003490*
003500*    A NEW USERNAME TAKES ITS DEPARTMENT FROM USERFILE.
003510  2110-ADD-USER.
003520      IF WS-USER-COUNT NOT < WS-MAX-USERS
003530          SET WS-USER-IDX TO ZERO
003540          GO TO 2110-EXIT.
003550      ADD 1 TO WS-USER-COUNT.
003560      SET WS-USER-IDX TO WS-USER-COUNT.
003570      MOVE SHR-USERNAME TO WS-TBL-USERNAME (WS-USER-IDX).
003580      MOVE 0 TO WS-TBL-SESSION-COUNT (WS-USER-IDX).
003590      MOVE 0 TO WS-TBL-CONNECT-SECONDS (WS-USER-IDX).
003600      MOVE SHR-USERNAME TO USR-USERNAME.
003610      READ USER-FILE
003620          INVALID KEY
003630              MOVE "*GONE*" TO WS-TBL-DEPARTMENT (WS-USER-IDX)
003640              GO TO 2110-EXIT
003650      END-READ.
003660      IF USR-DEPARTMENT = SPACES
003670          MOVE "*NONE*" TO WS-TBL-DEPARTMENT (WS-USER-IDX)
003680      ELSE
003690          MOVE USR-DEPARTMENT TO WS-TBL-DEPARTMENT (WS-USER-IDX)
003700      END-IF.
003710  2110-EXIT.
003720      EXIT.
003730*
003740*--------------------------------------------------------------*
003750*    3000-SORT-USER-TABLE - INTO DEPARTMENT/USERNAME ORDER BY
003760*    STRAIGHT INSERTION.  A MONTH'S USERS ARE A FEW THOUSAND AT
003770*    MOST AND THE RUN IS ONCE A MONTH.
003780*--------------------------------------------------------------*
003790  3000-SORT-USER-TABLE.
003800      PERFORM 3100-INSERT-ONE-ENTRY
003810          THRU 3100-EXIT
003820          VARYING WS-SORT-INDEX FROM 2 BY 1
003830          UNTIL WS-SORT-INDEX > WS-USER-COUNT.
003840  3000-EXIT.
003850      EXIT.
003860*
003870  3100-INSERT-ONE-ENTRY.
003880      MOVE WS-USER-ENTRY (WS-SORT-INDEX) TO WS-HOLD-ENTRY.
003890      MOVE WS-SORT-INDEX TO WS-SHIFT-INDEX.
003900      SET WS-SHIFT-NOT-DONE TO TRUE.
003910      PERFORM 3110-SHIFT-ONE-ENTRY
003920          THRU 3110-EXIT
003930          UNTIL WS-SHIFT-DONE.
003940      MOVE WS-HOLD-ENTRY TO WS-USER-ENTRY (WS-SHIFT-INDEX).
003950  3100-EXIT.
003960      EXIT.
003970*
003980  3110-SHIFT-ONE-ENTRY.
003990      IF WS-SHIFT-INDEX = 1
004000          SET WS-SHIFT-DONE TO TRUE
004010          GO TO 3110-EXIT.
004020      COMPUTE WS-PRIOR-INDEX = WS-SHIFT-INDEX - 1.
004030      IF WS-TBL-SORT-KEY (WS-PRIOR-INDEX) NOT > WS-HOLD-SORT-KEY
004040          SET WS-SHIFT-DONE TO TRUE
004050          GO TO 3110-EXIT.
004060      MOVE WS-USER-ENTRY (WS-PRIOR-INDEX)
004070          TO WS-USER-ENTRY (WS-SHIFT-INDEX).
004080      MOVE WS-PRIOR-INDEX TO WS-SHIFT-INDEX.
004090  3110-EXIT.
004100      EXIT.
004110*
004120*--------------------------------------------------------------*
004130*    4000-PRINT-USER-DETAIL - DEPARTMENT BY DEPARTMENT, EACH
004140*    USER'S SESSIONS AND CONNECT TIME, WITH A TOTAL LINE AT
004150*    EACH DEPARTMENT BREAK.
004160*--------------------------------------------------------------*
004170  4000-PRINT-USER-DETAIL.
004180      MOVE SPACES TO REPORT-LINE.
004190      STRING "MONTHLY CONNECT-TIME REPORT - MONTH "
004200              DELIMITED BY SIZE
004210          WS-REPORT-YEAR DELIMITED BY SIZE
004220          "-" DELIMITED BY SIZE
004230          WS-REPORT-MM DELIMITED BY SIZE
004240          " - RUN " DELIMITED BY SIZE
004250          WS-CURRENT-DATE DELIMITED BY SIZE
004260          INTO REPORT-LINE
004270      END-STRING.
004280      WRITE REPORT-LINE.
004290      MOVE SPACES TO REPORT-LINE.
004300      WRITE REPORT-LINE.
004310      MOVE "DEPT     USERNAME                         SESSIONS"
004320          TO REPORT-LINE.
004330      MOVE "CONNECT HRS:MN" TO REPORT-LINE (59:14).
004340      WRITE REPORT-LINE.
004350      IF WS-USER-COUNT = 0
004360          MOVE "  (NO SESSIONS ENDED IN THE MONTH)" TO REPORT-LINE
004370          WRITE REPORT-LINE
004380          GO TO 4000-EXIT.
004390      MOVE WS-TBL-DEPARTMENT (1) TO WS-PRIOR-DEPARTMENT.
004400      PERFORM 4200-START-DEPARTMENT
004410          THRU 4200-EXIT.
004420      PERFORM 4100-PRINT-ONE-USER
004430          THRU 4100-EXIT
004440          VARYING WS-TABLE-INDEX FROM 1 BY 1
004450          UNTIL WS-TABLE-INDEX > WS-USER-COUNT.
004460      PERFORM 4300-PRINT-DEPARTMENT-TOTAL
004470          THRU 4300-EXIT.
004480  4000-EXIT.
004490      EXIT.
004500*
004510  4100-PRINT-ONE-USER.
004520      IF WS-TBL-DEPARTMENT (WS-TABLE-INDEX)
004530             NOT = WS-PRIOR-DEPARTMENT
004540          PERFORM 4300-PRINT-DEPARTMENT-TOTAL
004550              THRU 4300-EXIT
004560          MOVE WS-TBL-DEPARTMENT (WS-TABLE-INDEX)
004570              TO WS-PRIOR-DEPARTMENT
004580          PERFORM 4200-START-DEPARTMENT
004590              THRU 4200-EXIT
004600      END-IF.
004610      ADD 1 TO WS-DPT-USER-COUNT (WS-DEPT-INDEX).
004620      ADD WS-TBL-SESSION-COUNT (WS-TABLE-INDEX)
004630          TO WS-DPT-SESSION-COUNT (WS-DEPT-INDEX).
004640      ADD WS-TBL-CONNECT-SECONDS (WS-TABLE-INDEX)
004650          TO WS-DPT-CONNECT-SECONDS (WS-DEPT-INDEX).
004660      ADD WS-TBL-CONNECT-SECONDS (WS-TABLE-INDEX)
004670          TO WS-GRAND-CONNECT-SECONDS.
004680      MOVE WS-TBL-CONNECT-SECONDS (WS-TABLE-INDEX)
004690          TO WS-CONNECT-SECONDS.
004700      PERFORM 6000-EDIT-CONNECT-TIME
004710          THRU 6000-EXIT.
004720      MOVE WS-TBL-SESSION-COUNT (WS-TABLE-INDEX) TO WS-EDIT-COUNT.
004730      MOVE SPACES TO REPORT-LINE.
004740      MOVE WS-TBL-DEPARTMENT (WS-TABLE-INDEX)
004750          TO REPORT-LINE (1:8).
004760      MOVE WS-TBL-USERNAME (WS-TABLE-INDEX)
004770          TO REPORT-LINE (10:32).
004780      MOVE WS-EDIT-COUNT TO REPORT-LINE (43:8).
004790      MOVE WS-EDIT-HOURS TO REPORT-LINE (62:7).
004800      MOVE ":" TO REPORT-LINE (69:1).
004810      MOVE WS-CONNECT-MINUTE-PART TO REPORT-LINE (70:2).
004820      WRITE REPORT-LINE.
004830  4100-EXIT.
004840      EXIT.
004850*
004860*    A NEW DEPARTMENT TAKES THE NEXT SUMMARY SLOT.  PAST THE
004870*    LIMIT THE LAST SLOT ABSORBS THE REST, AND THE REPORT SAYS
004880*    SO, RATHER THAN DROP CONNECT TIME FROM THE TOTALS.
004890  4200-START-DEPARTMENT.
004900      IF WS-DEPT-COUNT < WS-MAX-DEPARTMENTS
004910          ADD 1 TO WS-DEPT-COUNT
004920          MOVE WS-DEPT-COUNT TO WS-DEPT-INDEX
004930          MOVE WS-PRIOR-DEPARTMENT
004940              TO WS-DPT-DEPARTMENT (WS-DEPT-INDEX)
004950          MOVE 0 TO WS-DPT-USER-COUNT (WS-DEPT-INDEX)
004960          MOVE 0 TO WS-DPT-SESSION-COUNT (WS-DEPT-INDEX)
004970          MOVE 0 TO WS-DPT-CONNECT-SECONDS (WS-DEPT-INDEX)
004980      ELSE
004990          MOVE "*OTHER*" TO WS-DPT-DEPARTMENT (WS-DEPT-INDEX)
005000      END-IF.
005010  4200-EXIT.
005020      EXIT.
005030*
005040  4300-PRINT-DEPARTMENT-TOTAL.
005050      MOVE WS-DPT-CONNECT-SECONDS (WS-DEPT-INDEX)
005060          TO WS-CONNECT-SECONDS.
005070      PERFORM 6000-EDIT-CONNECT-TIME
005080          THRU 6000-EXIT.
005090      MOVE WS-DPT-SESSION-COUNT (WS-DEPT-INDEX) TO WS-EDIT-COUNT.
005100      MOVE WS-DPT-USER-COUNT (WS-DEPT-INDEX) TO WS-EDIT-USERS.
005110      MOVE SPACES TO REPORT-LINE.
005120      STRING "  TOTAL " DELIMITED BY SIZE
005130          WS-PRIOR-DEPARTMENT DELIMITED BY SIZE
005140          " - " DELIMITED BY SIZE
005150          WS-EDIT-USERS DELIMITED BY SIZE
005160          " USERS" DELIMITED BY SIZE
005170          INTO REPORT-LINE
005180      END-STRING.
005190      MOVE WS-EDIT-COUNT TO REPORT-LINE (43:8).
005200      MOVE WS-EDIT-HOURS TO REPORT-LINE (62:7).
005210      MOVE ":" TO REPORT-LINE (69:1).
005220      MOVE WS-CONNECT-MINUTE-PART TO REPORT-LINE (70:2).
005230      WRITE REPORT-LINE.
005240      MOVE SPACES TO REPORT-LINE.
005250      WRITE REPORT-LINE.
005260  4300-EXIT.
005270      EXIT.
005280*
005290*--------------------------------------------------------------*
005300*    5000-PRINT-DEPARTMENT-SUMMARY - ONE LINE PER DEPARTMENT
005310*    WITH ITS SHARE OF THE MONTH'S CONNECT TIME, AND THE SAME
005320*    FIGURES TO THE CHGBACK EXTRACT FOR FINANCE.
005330*--------------------------------------------------------------*
005340  5000-PRINT-DEPARTMENT-SUMMARY.
005350      MOVE SPACES TO REPORT-LINE.
005360      WRITE REPORT-LINE.
005370      MOVE "DEPARTMENT SUMMARY" TO REPORT-LINE.
005380      WRITE REPORT-LINE.
005390      MOVE "DEPT        USERS  SESSIONS  CONNECT HRS:MN  SHARE %"
005400          TO REPORT-LINE.
005410      WRITE REPORT-LINE.
005420      PERFORM 5100-SUMMARIZE-ONE-DEPARTMENT
005430          THRU 5100-EXIT
005440          VARYING WS-DEPT-INDEX FROM 1 BY 1
005450          UNTIL WS-DEPT-INDEX > WS-DEPT-COUNT.
005460      MOVE WS-GRAND-CONNECT-SECONDS TO WS-CONNECT-SECONDS.
005470      PERFORM 6000-EDIT-CONNECT-TIME
005480          THRU 6000-EXIT.
005490      MOVE WS-MONTH-SESSION-COUNT TO WS-EDIT-COUNT.
005500      MOVE WS-USER-COUNT TO WS-EDIT-USERS.
005510      MOVE SPACES TO REPORT-LINE.
005520      MOVE "ALL" TO REPORT-LINE (1:8).
005530      MOVE WS-EDIT-USERS TO REPORT-LINE (11:6).
005540      MOVE WS-EDIT-COUNT TO REPORT-LINE (18:8).
005550      MOVE WS-EDIT-HOURS TO REPORT-LINE (28:7).
005560      MOVE ":" TO REPORT-LINE (35:1).
005570      MOVE WS-CONNECT-MINUTE-PART TO REPORT-LINE (36:2).
005580      WRITE REPORT-LINE.
005590  5000-EXIT.
005600      EXIT.
005610*
005620  5100-SUMMARIZE-ONE-DEPARTMENT.
005630      MOVE 0 TO WS-SHARE-PERCENT.
005640      IF WS-GRAND-CONNECT-SECONDS > 0
005650          COMPUTE WS-SHARE-PERCENT ROUNDED =
005660              WS-DPT-CONNECT-SECONDS (WS-DEPT-INDEX) * 100
005670              / WS-GRAND-CONNECT-SECONDS.
005680      MOVE WS-DPT-CONNECT-SECONDS (WS-DEPT-INDEX)
005690          TO WS-CONNECT-SECONDS.
005700      PERFORM 6000-EDIT-CONNECT-TIME
005710          THRU 6000-EXIT.
005720      MOVE WS-DPT-SESSION-COUNT (WS-DEPT-INDEX) TO WS-EDIT-COUNT.
005730      MOVE WS-DPT-USER-COUNT (WS-DEPT-INDEX) TO WS-EDIT-USERS.
005740      MOVE WS-SHARE-PERCENT TO WS-EDIT-SHARE.
005750      MOVE SPACES TO REPORT-LINE.
005760      MOVE WS-DPT-DEPARTMENT (WS-DEPT-INDEX) TO REPORT-LINE (1:8).
005770      MOVE WS-EDIT-USERS TO REPORT-LINE (11:6).
005780      MOVE WS-EDIT-COUNT TO REPORT-LINE (18:8).
005790      MOVE WS-EDIT-HOURS TO REPORT-LINE (28:7).
005800      MOVE ":" TO REPORT-LINE (35:1).
005810      MOVE WS-CONNECT-MINUTE-PART TO REPORT-LINE (36:2).
005820      MOVE WS-EDIT-SHARE TO REPORT-LINE (46:6).
005830      WRITE REPORT-LINE.
005840*    THE EXTRACT CARRIES WHOLE MINUTES, ROUNDED, SO FINANCE
005850*    BILLS EXACTLY WHAT THE REPORT SHOWS.
005860      MOVE WS-DPT-USER-COUNT (WS-DEPT-INDEX) TO WS-EXT-USER-COUNT.
005870      MOVE WS-DPT-SESSION-COUNT (WS-DEPT-INDEX)
005880          TO WS-EXT-SESSION-COUNT.
005890      MOVE WS-CONNECT-MINUTES TO WS-EXT-CONNECT-MINUTES.
005900      MOVE WS-SHARE-PERCENT TO WS-EXT-SHARE-PERCENT.
005910      MOVE SPACES TO EXTRACT-RECORD.
005920      STRING WS-REPORT-MONTH-X DELIMITED BY SIZE
005930          "|" DELIMITED BY SIZE
005940          WS-DPT-DEPARTMENT (WS-DEPT-INDEX) DELIMITED BY SIZE
005950          "|" DELIMITED BY SIZE
005960          WS-EXT-USER-COUNT DELIMITED BY SIZE
005970          "|" DELIMITED BY SIZE
005980          WS-EXT-SESSION-COUNT DELIMITED BY SIZE
005990          "|" DELIMITED BY SIZE
006000          WS-EXT-CONNECT-MINUTES DELIMITED BY SIZE
006010          "|" DELIMITED BY SIZE
006020          WS-EXT-SHARE-PERCENT DELIMITED BY SIZE
006030          INTO EXTRACT-RECORD
006040      END-STRING.
006050      WRITE EXTRACT-RECORD.
006060  5100-EXIT.
006070      EXIT.
006080*
006090*--------------------------------------------------------------*
006100*    6000-EDIT-CONNECT-TIME - WS-CONNECT-SECONDS TO WHOLE
006110*    MINUTES (ROUNDED) AND THEN HOURS AND MINUTES FOR PRINTING.
006120*--------------------------------------------------------------*
006130  6000-EDIT-CONNECT-TIME.
006140      COMPUTE WS-CONNECT-MINUTES ROUNDED =
006150          WS-CONNECT-SECONDS / 60.
006160      DIVIDE WS-CONNECT-MINUTES BY 60
006170          GIVING WS-CONNECT-HOURS
006180          REMAINDER WS-CONNECT-MINUTE-PART.
006190      MOVE WS-CONNECT-HOURS TO WS-EDIT-HOURS.
006200  6000-EXIT.
006210      EXIT.
006220*
006230*--------------------------------------------------------------*
006240*    9000-TERMINATE
006250*--------------------------------------------------------------*
006260  9000-TERMINATE.
006270      IF WS-NOT-TALLIED-COUNT > 0
006280          MOVE SPACES TO REPORT-LINE
006290          WRITE REPORT-LINE
006300          MOVE WS-NOT-TALLIED-COUNT TO WS-EDIT-COUNT
006310          STRING "USER TABLE FULL - SESSIONS NOT TOTALLED: "
006320                  DELIMITED BY SIZE
006330              WS-EDIT-COUNT DELIMITED BY SIZE
006340              INTO REPORT-LINE
006350          END-STRING
006360          WRITE REPORT-LINE
006370          IF RETURN-CODE < 4
006380              MOVE 4 TO RETURN-CODE
006390          END-IF
006400      END-IF.
006410      IF WS-DEPT-COUNT = WS-MAX-DEPARTMENTS
006420          MOVE "DEPARTMENT TABLE FULL - LAST LINE HOLDS THE REST"
006430              TO REPORT-LINE
006440          WRITE REPORT-LINE.
006450      CLOSE USER-FILE.
006460      IF NOT WS-HISTORY-FILE-NO-FILE
006470          CLOSE HISTORY-FILE.
006480      CLOSE REPORT-FILE.
006490      CLOSE EXTRACT-FILE.
006500      DISPLAY "CONNECT_REPORT - MONTH REPORTED:        "
006510          WS-REPORT-MONTH-X.
006520      DISPLAY "CONNECT_REPORT - HISTORY RECORDS READ:  "
006530          WS-HISTORY-READ-COUNT.
006540      DISPLAY "CONNECT_REPORT - SESSIONS IN THE MONTH: "
006550          WS-MONTH-SESSION-COUNT.
006560      DISPLAY "CONNECT_REPORT - USERS:                 "
006570          WS-USER-COUNT.
006580      DISPLAY "CONNECT_REPORT - DEPARTMENTS:           "
006590          WS-DEPT-COUNT.
006600      IF WS-NOT-TALLIED-COUNT > 0
006610          DISPLAY "CONNECT_REPORT - SESSIONS NOT TOTALLED: "
006620              WS-NOT-TALLIED-COUNT.
006630  9000-EXIT.
006640      EXIT.
006650*
006660  END PROGRAM CONNECT_REPORT.
