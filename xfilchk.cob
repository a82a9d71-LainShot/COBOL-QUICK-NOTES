000100*
000110*    XFILCHK.COB
000120*
000130*    PROGRAM-ID: CROSS_FILE_CHECK
000140*
000150*    PURPOSE:    NIGHTLY CONSISTENCY CHECK ACROSS THE SIGN-ON
000160*                DATA SETS.  EACH RULE BELOW IS ONE PASS AND ONE
000170*                SECTION OF THE XFILRPT EXCEPTIONS REPORT:
000180*
000190*                  1  A SESSION FOR A USERNAME NOT ON USERFILE.
000200*                  2  A SESSION ON A TERMINAL THAT IS QUARANTINED
000210*                     OR NOT ON THE TERMFILE (ONLY WHILE THE
000220*                     TERMFILE IS IN SERVICE).
000230*                  3  A DELEGATION WHOSE GRANTOR IS SUSPENDED BY
000240*                     HR OR NOT ON USERFILE, OR WHOSE GRANTEE IS
000250*                     NOT ON USERFILE.
000260*                  4  A RESET CODE FOR A USERNAME NOT ON
000270*                     USERFILE, OR ONE STILL OUTSTANDING ON AN
000280*                     ACCOUNT THAT IS NOT ACTIVE.
000290*                  5  A PASSWORD-HISTORY PAIR FOR A USERNAME NOT
000300*                     ON USERFILE.
000310*                  6  A USERFILE RECORD THAT DOES NOT MATCH THE
000320*                     LATEST IMAGE OF IT ON THE USRJRNL CHANGE
000330*                     JOURNAL.  AN ACCOUNT NOT CHANGED SINCE THE
000340*                     JOURNAL BEGAN HAS NO IMAGE AND IS NOT
000350*                     CHECKED.
000360*
000370*                THE XFILPARM CARD PICKS THE MODE - COLUMN 1 "C"
000380*                (OR NO CARD) CHECKS ONLY; "R" ALSO REPAIRS.
000390*                REPAIR DELETES THE RECORDS RULES 1, 3, 4 AND 5
000400*                CONDEMN - EACH REMOVAL IS JOURNALED WITH ITS
000410*                FULL IMAGE ON XFILJRNL (SEE XFILJRN.CPY) AND
000420*                AUDITED AS ACTION 35; A SESSION REMOVED ALSO
000430*                GOES TO THE SESSION HISTORY.  RULES 2 AND 6 ARE
000440*                NEVER REPAIRED - WHICH SIDE IS RIGHT IS A
000450*                DECISION FOR SECURITY ADMINISTRATION.
000460*
000470*                A MISSING SESSFILE, DELGFILE, RESETFILE, PWHIST
000480*                OR USRJRNL SIMPLY HAS NOTHING TO CHECK.  THE
000490*                STEP STAMPS ITS COUNTERS ON RUNCTL FOR
000500*                CYCLE_STATUS (SEE RUNCTLC.CPY).
000510*
000520*                RETURN CODES:  0  NO EXCEPTIONS
000530*                               4  EXCEPTIONS LISTED
000540*                               8  A REPAIR FAILED, OR UNLOCK HAS
000550*                                  NOT COMPLETED THIS CYCLE
000560*                              16  A FILE COULD NOT BE OPENED OR
000566*                                  READ, OR THE XFILPARM CARD IS
000572*                                  NOT VALID
000580*
000590*    CALLS:      RUN_CONTROL, AUDIT_LOG, SESSION_HISTORY.
000600*
000610*    MODIFICATION HISTORY
000620*    DATE       BY    DESCRIPTION
000630*    ---------- ----- --------------------------------------------
000640*    2026-10-15 DLH   ORIGINAL - THESE PROBLEMS WERE ONLY EVER
000650*                     FOUND WHEN A USER COMPLAINED.
000660*
000670  IDENTIFICATION DIVISION.
000680  PROGRAM-ID. CROSS_FILE_CHECK.
000690  AUTHOR. D L HOLLOWAY.
000700  INSTALLATION. SIGN-ON SERVICES.
000710  DATE-WRITTEN. 2026-10-15.
000720  DATE-COMPILED.
000730*
000740  ENVIRONMENT DIVISION.
000750  INPUT-OUTPUT SECTION.
000760  FILE-CONTROL.
000770      SELECT PARM-FILE ASSIGN TO "XFILPARM"
000780          ORGANIZATION LINE SEQUENTIAL
000790          FILE STATUS WS-PARM-FILE-STATUS.
000800      SELECT USER-FILE ASSIGN TO "USERFILE"
000810          ORGANIZATION INDEXED
000820          ACCESS MODE DYNAMIC
000830          RECORD KEY USR-USERNAME
000840          FILE STATUS WS-USER-FILE-STATUS.
000850      SELECT SESSION-FILE ASSIGN TO "SESSFILE"
000860          ORGANIZATION INDEXED
000870          ACCESS MODE DYNAMIC
000880          RECORD KEY SES-SESSION-KEY
000890          FILE STATUS WS-SESSION-FILE-STATUS.
000900      SELECT TERMINAL-FILE ASSIGN TO "TERMFILE"
000910          ORGANIZATION INDEXED
000920          ACCESS MODE DYNAMIC
000930          RECORD KEY TRM-TERMINAL-ID
000940          FILE STATUS WS-TERMINAL-FILE-STATUS.
000950      SELECT DELEG-FILE ASSIGN TO "DELGFILE"
000960          ORGANIZATION INDEXED
000970          ACCESS MODE DYNAMIC
000980          RECORD KEY DLG-DELEGATION-KEY
000990          FILE STATUS WS-DELEG-FILE-STATUS.
001000      SELECT RESET-FILE ASSIGN TO "RESETFIL"
001010          ORGANIZATION INDEXED
001020          ACCESS MODE DYNAMIC
001030          RECORD KEY RST-USERNAME
001040          FILE STATUS WS-RESET-FILE-STATUS.
001050      SELECT PWHIST-FILE ASSIGN TO "PWHIST"
001060          ORGANIZATION INDEXED
001070          ACCESS MODE DYNAMIC
001080          RECORD KEY PWH-HISTORY-KEY
001090          FILE STATUS WS-PWHIST-FILE-STATUS.
001100*    RECORD SEQUENTIAL, MATCHING USERFILE_JOURNAL - THE IMAGES
001110*    CARRY THE CREDENTIAL RECORD'S BINARY FIELDS AS-IS.
001120      SELECT JOURNAL-FILE ASSIGN TO "USRJRNL"
001130          ORGANIZATION SEQUENTIAL
001140          FILE STATUS WS-JOURNAL-FILE-STATUS.
001150      SELECT REMOVAL-FILE ASSIGN TO "XFILJRNL"
001160          ORGANIZATION SEQUENTIAL
001170          FILE STATUS WS-REMOVAL-FILE-STATUS.
001180      SELECT REPORT-FILE ASSIGN TO "XFILRPT"
001190          ORGANIZATION LINE SEQUENTIAL
001200          FILE STATUS WS-REPORT-FILE-STATUS.
001210*
001220  DATA DIVISION.
001230  FILE SECTION.
001240  FD  PARM-FILE.
001260  01  PARM-RECORD                   PIC X(80).
001280  FD  USER-FILE.
001290      COPY USERREC.CPY.
001300  FD  SESSION-FILE.
001310      COPY SESSREC.CPY.
001320  FD  TERMINAL-FILE.
001330      COPY TERMREC.CPY.
001340  FD  DELEG-FILE.
001350      COPY DELGREC.CPY.
001360  FD  RESET-FILE.
001370      COPY RESETRC.CPY.
001380  FD  PWHIST-FILE.
001390      COPY PWHISTRC.CPY.
001400  FD  JOURNAL-FILE.
001410      COPY USRJRNR.CPY.
001420  FD  REMOVAL-FILE.
001430      COPY XFILJRN.CPY.
001440  FD  REPORT-FILE.
001450  01  REPORT-LINE                   PIC X(80).
001460*
001470  WORKING-STORAGE SECTION.
001480*
001490*    MOST ACCOUNTS THE JOURNAL CAN TRACK IN ONE RUN.  ACCOUNTS
001500*    PAST THE LIMIT ARE COUNTED AND CALLED OUT ON THE REPORT.
001510  77  WS-MAX-JOURNAL-USERS      PIC 9(04) COMP     VALUE 5000.
001520*
001530  01  WS-PARM-FILE-STATUS       PIC X(02).
001540      88  WS-PARM-FILE-OK           VALUE "00".
001550  01  WS-USER-FILE-STATUS       PIC X(02).
001560      88  WS-USER-FILE-OK           VALUE "00".
001570  01  WS-SESSION-FILE-STATUS    PIC X(02).
001580      88  WS-SESSION-FILE-OK        VALUE "00".
001590      88  WS-SESSION-NO-FILE        VALUE "35".
001600  01  WS-TERMINAL-FILE-STATUS   PIC X(02).
001610      88  WS-TERMINAL-FILE-OK       VALUE "00".
001620      88  WS-TERMINAL-NO-FILE       VALUE "35".
001630  01  WS-DELEG-FILE-STATUS      PIC X(02).
001640      88  WS-DELEG-FILE-OK          VALUE "00".
001650      88  WS-DELEG-NO-FILE          VALUE "35".
001660  01  WS-RESET-FILE-STATUS      PIC X(02).
001670      88  WS-RESET-FILE-OK          VALUE "00".
001680      88  WS-RESET-NO-FILE          VALUE "35".
001690  01  WS-PWHIST-FILE-STATUS     PIC X(02).
001700      88  WS-PWHIST-FILE-OK         VALUE "00".
001710      88  WS-PWHIST-NO-FILE         VALUE "35".
001720  01  WS-JOURNAL-FILE-STATUS    PIC X(02).
001730      88  WS-JOURNAL-FILE-OK        VALUE "00".
001740      88  WS-JOURNAL-NO-FILE        VALUE "35".
001750  01  WS-REMOVAL-FILE-STATUS    PIC X(02).
001760      88  WS-REMOVAL-FILE-OK        VALUE "00".
001770      88  WS-REMOVAL-NO-FILE        VALUE "35".
001780  01  WS-REPORT-FILE-STATUS     PIC X(02).
001790      88  WS-REPORT-FILE-OK         VALUE "00".
001800*
001810  01  WS-RUN-MODE               PIC X(01).
001820      88  WS-CHECK-MODE             VALUE "C".
001830      88  WS-REPAIR-MODE            VALUE "R".
001840*
001850*    WHICH OPTIONAL FILES WERE THERE TO CHECK.
001860  01  WS-SESSION-FILE-SWITCH    PIC X(01).
001870      88  WS-SESSION-FILE-PRESENT   VALUE "Y".
001880      88  WS-SESSION-FILE-ABSENT    VALUE "N".
001890  01  WS-TERMINAL-FILE-SWITCH   PIC X(01).
001900      88  WS-TERMINAL-FILE-PRESENT  VALUE "Y".
001910      88  WS-TERMINAL-FILE-ABSENT   VALUE "N".
001920  01  WS-DELEG-FILE-SWITCH      PIC X(01).
001930      88  WS-DELEG-FILE-PRESENT     VALUE "Y".
001940      88  WS-DELEG-FILE-ABSENT      VALUE "N".
001950  01  WS-RESET-FILE-SWITCH      PIC X(01).
001960      88  WS-RESET-FILE-PRESENT     VALUE "Y".
001970      88  WS-RESET-FILE-ABSENT      VALUE "N".
001980  01  WS-PWHIST-FILE-SWITCH     PIC X(01).
001990      88  WS-PWHIST-FILE-PRESENT    VALUE "Y".
002000      88  WS-PWHIST-FILE-ABSENT     VALUE "N".
002010  01  WS-JOURNAL-FILE-SWITCH    PIC X(01).
002020      88  WS-JOURNAL-FILE-PRESENT   VALUE "Y".
002030      88  WS-JOURNAL-FILE-ABSENT    VALUE "N".
002040*
002050  01  WS-PASS-EOF-SWITCH        PIC X(01).
002060      88  WS-PASS-EOF               VALUE "Y".
002070      88  WS-PASS-NOT-EOF            VALUE "N".
002080*
002090  01  WS-USER-FOUND-SWITCH      PIC X(01).
002100      88  WS-USER-FOUND             VALUE "Y".
002110      88  WS-USER-NOT-FOUND         VALUE "N".
002111*
002112*    THE XFILPARM CARD, HELD HERE - SPACES WHEN THERE IS NONE.
002113  01  WS-PARM-RECORD.
002114      05  XFP-RUN-MODE              PIC X(01).
002115      05  FILLER                    PIC X(79).
002120*
002130  01  WS-RUN-RETURN-CODE        PIC 9(02).
002140  01  WS-RECORDS-CHECKED        PIC 9(06).
002150  01  WS-EXCEPTION-COUNT        PIC 9(06).
002160  01  WS-REMOVED-COUNT          PIC 9(06).
002170  01  WS-MISMATCH-COUNT         PIC 9(06).
002180  01  WS-RULE-EXCEPTIONS        PIC 9(06).
002190  01  WS-RULE-REMOVED           PIC 9(06).
002200  01  WS-JOURNAL-TABLE-FULL     PIC 9(06).
002210*
002220  01  WS-CURRENT-DATE           PIC 9(08).
002230  01  WS-CURRENT-TIME           PIC 9(08).
002240*
002250  01  WS-RULE-NUMBER            PIC 9(01).
002260  01  WS-RULE-TITLE             PIC X(70).
002270  01  WS-LOOKUP-USERNAME        PIC X(32).
002280  01  WS-EXCEPTION-TEXT         PIC X(40).
002290*
002300*    WHAT A REPAIR HAS JUST REMOVED, FOR THE JOURNAL AND AUDIT.
002310  01  WS-REMOVED-FILE-NAME      PIC X(08).
002320  01  WS-REMOVED-IMAGE          PIC X(200).
002330  01  WS-REMOVED-USERNAME       PIC X(32).
002340*
002350  01  WS-AUDIT-NAME             PIC X(32).
002360  01  WS-AUDIT-OUTCOME          PIC X(01)          VALUE "A".
002370  01  WS-AUDIT-ACTION-CODE      PIC 9(02).
002380*
002390*    THE LATEST JOURNAL IMAGE OF EACH ACCOUNT, LOADED FROM ONE
002400*    PASS OF USRJRNL - LATER RECORDS OVERLAY EARLIER ONES.
002410  01  WS-JOURNAL-USERNAME       PIC X(32).
002420  01  WS-USER-IMAGE             PIC X(200).
002430  01  WS-JOURNAL-USER-COUNT     PIC 9(04) COMP.
002440  01  WS-JOURNAL-TABLE.
002450      05  WS-JRN-ENTRY              OCCURS 5000 TIMES
002460                                    INDEXED BY WS-JRN-IDX.
002470          10  WS-JRN-USERNAME           PIC X(32).
002480          10  WS-JRN-ACTION             PIC X(01).
002490          10  WS-JRN-DATE               PIC 9(08).
002500          10  WS-JRN-TIME               PIC 9(08).
002510          10  WS-JRN-PROGRAM            PIC X(12).
002520          10  WS-JRN-IMAGE              PIC X(200).
002530*
002540  01  WS-EDIT-COUNT             PIC ZZZZZ9.
002550  01  WS-EDIT-COUNT-2           PIC ZZZZZ9.
002560*
002570      COPY RUNCTLP.CPY.
002580*
002590      COPY SESSHSC.CPY.
002600*
002610  PROCEDURE DIVISION.
002620*
002630  0000-MAINLINE.
002640      PERFORM 1000-INITIALIZE
002650          THRU 1000-EXIT.
002660      PERFORM 2000-RULE-1-SESSION-USERS
002670          THRU 2000-EXIT.
002680      PERFORM 2500-RULE-2-SESSION-TERMINALS
002690          THRU 2500-EXIT.
002700      PERFORM 3000-RULE-3-DELEGATIONS
002710          THRU 3000-EXIT.
002720      PERFORM 4000-RULE-4-RESET-CODES
002730          THRU 4000-EXIT.
002740      PERFORM 5000-RULE-5-PASSWORD-HISTORY
002750          THRU 5000-EXIT.
002760      PERFORM 6000-RULE-6-JOURNAL-IMAGES
002770          THRU 6000-EXIT.
002780      PERFORM 9000-TERMINATE
002790          THRU 9000-EXIT.
002800      GOBACK.
002810*
002820*--------------------------------------------------------------*
002830*    1000-INITIALIZE - THE CHECK MUST NOT RUN AGAINST A CYCLE
002840*    THE ROLL NEVER FINISHED.  THE JCL COND CHAIN COVERS THE
002850*    NORMAL NIGHT, THE RUNCTL CHECK COVERS A HAND RERUN.
002860*--------------------------------------------------------------*
002870  1000-INITIALIZE.
002880      ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
002890      ACCEPT WS-CURRENT-TIME FROM TIME.
002900      SET RCP-VERIFY TO TRUE.
002910      MOVE WS-CURRENT-DATE TO RCP-CYCLE-DATE.
002920      MOVE "XFILCHK" TO RCP-STEP-NAME.
002930      MOVE "UNLOCK" TO RCP-PRED-STEP-NAME.
002940      CALL "RUN_CONTROL" USING RUN-CONTROL-PARMS.
002950      IF NOT RCP-OK
002960          DISPLAY "CROSS_FILE_CHECK - UNLOCK HAS NOT COMPLETED "
002970              "THIS CYCLE - CHECK NOT RUN"
002980          MOVE 8 TO RETURN-CODE
002990          STOP RUN.
003000      PERFORM 1100-READ-PARM
003010          THRU 1100-EXIT.
003020      SET RCP-STAMP-START TO TRUE.
003030      CALL "RUN_CONTROL" USING RUN-CONTROL-PARMS.
003040      MOVE 0 TO WS-RUN-RETURN-CODE.
003050      MOVE 0 TO WS-RECORDS-CHECKED.
003060      MOVE 0 TO WS-EXCEPTION-COUNT.
003070      MOVE 0 TO WS-REMOVED-COUNT.
003080      MOVE 0 TO WS-MISMATCH-COUNT.
003090      MOVE 0 TO WS-JOURNAL-TABLE-FULL.
003100      MOVE 0 TO WS-JOURNAL-USER-COUNT.
003110      PERFORM 1200-OPEN-FILES
003120          THRU 1200-EXIT.
003130      PERFORM 1300-PRINT-TITLE
003140          THRU 1300-EXIT.
003150  1000-EXIT.
003160      EXIT.
003170*
003180*--------------------------------------------------------------*
003190*    1100-READ-PARM - NO CARD, OR A BLANK ONE, MEANS CHECK ONLY.
003200*    ANYTHING ELSE BUT "C" OR "R" STOPS THE RUN - A REPAIR
003210*    NOBODY ASKED FOR IS WORSE THAN NO CHECK.
003220*--------------------------------------------------------------*
003230  1100-READ-PARM.
003240      SET WS-CHECK-MODE TO TRUE.
003245      MOVE SPACES TO WS-PARM-RECORD.
003250      OPEN INPUT PARM-FILE.
003260      IF NOT WS-PARM-FILE-OK
003270          GO TO 1100-EXIT.
003280      READ PARM-FILE INTO WS-PARM-RECORD
003290          AT END
003300              MOVE SPACES TO WS-PARM-RECORD
003310      END-READ.
003320      CLOSE PARM-FILE.
003330      IF XFP-RUN-MODE = SPACE
003340          GO TO 1100-EXIT.
003350      MOVE XFP-RUN-MODE TO WS-RUN-MODE.
003360      IF NOT WS-CHECK-MODE AND NOT WS-REPAIR-MODE
003370          DISPLAY "CROSS_FILE_CHECK - RUN MODE MUST BE C OR R"
003380          MOVE 16 TO RETURN-CODE
003390          STOP RUN.
003400  1100-EXIT.
003410      EXIT.
003420*
003430*--------------------------------------------------------------*
003440*    1200-OPEN-FILES - THE FILES A REPAIR DELETES FROM ARE
003450*    OPENED I-O ONLY IN REPAIR MODE.  USERFILE IS ONLY EVER
003460*    READ.
003470*--------------------------------------------------------------*
003480  1200-OPEN-FILES.
003490      OPEN OUTPUT REPORT-FILE.
003500      IF NOT WS-REPORT-FILE-OK
003510          DISPLAY "CROSS_FILE_CHECK - UNABLE TO OPEN XFILRPT, "
003520              "STATUS " WS-REPORT-FILE-STATUS
003530          MOVE 16 TO RETURN-CODE
003540          STOP RUN.
003550      OPEN INPUT USER-FILE.
003560      IF NOT WS-USER-FILE-OK
003570          DISPLAY "CROSS_FILE_CHECK - UNABLE TO OPEN USERFILE, "
003580              "STATUS " WS-USER-FILE-STATUS
003590          MOVE 16 TO RETURN-CODE
003600          STOP RUN.
003610      IF WS-REPAIR-MODE
003620          OPEN I-O SESSION-FILE
003630      ELSE
003640          OPEN INPUT SESSION-FILE
003650      END-IF.
003660      SET WS-SESSION-FILE-PRESENT TO TRUE.
003670      IF WS-SESSION-NO-FILE
003680          SET WS-SESSION-FILE-ABSENT TO TRUE
003690      ELSE
003700          IF NOT WS-SESSION-FILE-OK
003710              DISPLAY "CROSS_FILE_CHECK - "
003720                  "UNABLE TO OPEN SESSFILE, "
003730                  "STATUS " WS-SESSION-FILE-STATUS
003740              MOVE 16 TO RETURN-CODE
003750              STOP RUN
003760          END-IF
003770      END-IF.
003780      OPEN INPUT TERMINAL-FILE.
003790      SET WS-TERMINAL-FILE-PRESENT TO TRUE.
003800      IF WS-TERMINAL-NO-FILE
003810          SET WS-TERMINAL-FILE-ABSENT TO TRUE
003820      ELSE
003830          IF NOT WS-TERMINAL-FILE-OK
003840              DISPLAY "CROSS_FILE_CHECK - "
003850                  "UNABLE TO OPEN TERMFILE, "
003860                  "STATUS " WS-TERMINAL-FILE-STATUS
003870              MOVE 16 TO RETURN-CODE
003880              STOP RUN
003890          END-IF
003900      END-IF.
003910      IF WS-REPAIR-MODE
003920          OPEN I-O DELEG-FILE
003930      ELSE
003940          OPEN INPUT DELEG-FILE
003950      END-IF.
003960      SET WS-DELEG-FILE-PRESENT TO TRUE.
003970      IF WS-DELEG-NO-FILE
003980          SET WS-DELEG-FILE-ABSENT TO TRUE
003990      ELSE
004000          IF NOT WS-DELEG-FILE-OK
004010              DISPLAY "CROSS_FILE_CHECK - "
004020                  "UNABLE TO OPEN DELGFILE, "
004030                  "STATUS " WS-DELEG-FILE-STATUS
004040              MOVE 16 TO RETURN-CODE
004050              STOP RUN
004060          END-IF
004070      END-IF.
004080      IF WS-REPAIR-MODE
004090          OPEN I-O RESET-FILE
004100      ELSE
004110          OPEN INPUT RESET-FILE
004120      END-IF.
004130      SET WS-RESET-FILE-PRESENT TO TRUE.
004140      IF WS-RESET-NO-FILE
004150          SET WS-RESET-FILE-ABSENT TO TRUE
004160      ELSE
004170          IF NOT WS-RESET-FILE-OK
004180              DISPLAY "CROSS_FILE_CHECK - "
004190                  "UNABLE TO OPEN RESETFIL, "
004200                  "STATUS " WS-RESET-FILE-STATUS
004210              MOVE 16 TO RETURN-CODE
004220              STOP RUN
004230          END-IF
004240      END-IF.
004250      IF WS-REPAIR-MODE
004260          OPEN I-O PWHIST-FILE
004270      ELSE
004280          OPEN INPUT PWHIST-FILE
004290      END-IF.
004300      SET WS-PWHIST-FILE-PRESENT TO TRUE.
004310      IF WS-PWHIST-NO-FILE
004320          SET WS-PWHIST-FILE-ABSENT TO TRUE
004330      ELSE
004340          IF NOT WS-PWHIST-FILE-OK
004350              DISPLAY "CROSS_FILE_CHECK - UNABLE TO OPEN PWHIST, "
004360                  "STATUS " WS-PWHIST-FILE-STATUS
004370              MOVE 16 TO RETURN-CODE
004380              STOP RUN
004390          END-IF
004400      END-IF.
004410      OPEN INPUT JOURNAL-FILE.
004420      SET WS-JOURNAL-FILE-PRESENT TO TRUE.
004430      IF WS-JOURNAL-NO-FILE
004440          SET WS-JOURNAL-FILE-ABSENT TO TRUE
004450      ELSE
004460          IF NOT WS-JOURNAL-FILE-OK
004470              DISPLAY "CROSS_FILE_CHECK - "
004480                  "UNABLE TO OPEN USRJRNL, "
004490                  "STATUS " WS-JOURNAL-FILE-STATUS
004500              MOVE 16 TO RETURN-CODE
004510              STOP RUN
004520          END-IF
004530      END-IF.
004540*    A REPAIR WITH NOWHERE TO JOURNAL ITS REMOVALS DOES NOT RUN.
004550      IF WS-REPAIR-MODE
004560          OPEN EXTEND REMOVAL-FILE
004570          IF WS-REMOVAL-NO-FILE
004580              OPEN OUTPUT REMOVAL-FILE
004590          END-IF
004600          IF NOT WS-REMOVAL-FILE-OK
004610              DISPLAY "CROSS_FILE_CHECK - "
004620                  "UNABLE TO OPEN XFILJRNL, "
004630                  "STATUS " WS-REMOVAL-FILE-STATUS
004640              MOVE 16 TO RETURN-CODE
004650              STOP RUN
004660          END-IF
004670      END-IF.
004680  1200-EXIT.
004690      EXIT.
004700*
004710  1300-PRINT-TITLE.
004720      MOVE SPACES TO REPORT-LINE.
004730      STRING "SIGN-ON CROSS-FILE CONSISTENCY CHECK - "
004740              DELIMITED BY SIZE
004750          WS-CURRENT-DATE DELIMITED BY SIZE
004760          INTO REPORT-LINE
004770      END-STRING.
004780      WRITE REPORT-LINE.
004790      IF WS-REPAIR-MODE
004800          MOVE "REPAIR MODE - REMOVALS ARE JOURNALED"
004810              TO REPORT-LINE
004820          WRITE REPORT-LINE
004830          MOVE "ON XFILJRNL AND AUDITED AS ACTION 35"
004840              TO REPORT-LINE
004850      ELSE
004860          MOVE "CHECK MODE - NOTHING IS CHANGED" TO REPORT-LINE
004870      END-IF.
004880      WRITE REPORT-LINE.
004890  1300-EXIT.
004900      EXIT.
004910*
004920*--------------------------------------------------------------*
004930*    2000-RULE-1-SESSION-USERS
004940*--------------------------------------------------------------*
004950  2000-RULE-1-SESSION-USERS.
004960      MOVE 1 TO WS-RULE-NUMBER.
004970      MOVE "SESSION FOR A USERNAME NOT ON USERFILE"
004980          TO WS-RULE-TITLE.
004990      PERFORM 8000-PRINT-RULE-HEADING
005000          THRU 8000-EXIT.
005010      IF WS-SESSION-FILE-ABSENT
005020          MOVE "  NO SESSFILE - NOTHING TO CHECK" TO REPORT-LINE
005030          WRITE REPORT-LINE
005040          GO TO 2000-EXIT.
005050      PERFORM 2050-START-SESSIONS
005060          THRU 2050-EXIT.
005070      PERFORM 2100-EXAMINE-ONE-SESSION
005080          THRU 2100-EXIT
005090          UNTIL WS-PASS-EOF.
005100      PERFORM 8100-PRINT-RULE-TOTAL
005110          THRU 8100-EXIT.
005120  2000-EXIT.
005130      EXIT.
005140*
005150  2050-START-SESSIONS.
005160      SET WS-PASS-NOT-EOF TO TRUE.
005170      MOVE LOW-VALUES TO SES-SESSION-KEY.
005180      START SESSION-FILE KEY NOT < SES-SESSION-KEY
005190          INVALID KEY
005200              SET WS-PASS-EOF TO TRUE
005210      END-START.
005220  2050-EXIT.
005230      EXIT.
005240*
005250  2100-EXAMINE-ONE-SESSION.
005260      READ SESSION-FILE NEXT RECORD
005270          AT END
005280              SET WS-PASS-EOF TO TRUE
005290              GO TO 2100-EXIT
005300      END-READ.
005310      IF NOT WS-SESSION-FILE-OK
005312          DISPLAY "CROSS_FILE_CHECK - SESSFILE READ ERROR, "
005314              "STATUS " WS-SESSION-FILE-STATUS
005316          MOVE 16 TO WS-RUN-RETURN-CODE
005320          SET WS-PASS-EOF TO TRUE
005330          GO TO 2100-EXIT.
005340      ADD 1 TO WS-RECORDS-CHECKED.
005350      MOVE SES-USERNAME TO WS-LOOKUP-USERNAME.
005360      PERFORM 8200-READ-USER
005370          THRU 8200-EXIT.
005380      IF WS-USER-FOUND
005390          GO TO 2100-EXIT.
005400      MOVE "USERNAME NOT ON USERFILE" TO WS-EXCEPTION-TEXT.
005410      PERFORM 2200-PRINT-SESSION
005420          THRU 2200-EXIT.
005430      IF WS-REPAIR-MODE
005440          PERFORM 2300-REMOVE-SESSION
005450              THRU 2300-EXIT.
005460  2100-EXIT.
005470      EXIT.
005480*
005490  2200-PRINT-SESSION.
005500      ADD 1 TO WS-RULE-EXCEPTIONS.
005510      MOVE SPACES TO REPORT-LINE.
005520      STRING "  " DELIMITED BY SIZE
005530          SES-USERNAME DELIMITED BY SPACE
005540          " AT " DELIMITED BY SIZE
005550          SES-TERMINAL-ID DELIMITED BY SPACE
005560          " SINCE " DELIMITED BY SIZE
005570          SES-SIGNON-DATE DELIMITED BY SIZE
005580          " - " DELIMITED BY SIZE
005590          WS-EXCEPTION-TEXT DELIMITED BY "  "
005600          INTO REPORT-LINE
005610      END-STRING.
005620      WRITE REPORT-LINE.
005630  2200-EXIT.
005640      EXIT.
005650*
005660*    THE SESSION ENDS IN THE HISTORY AS FORCED OFF, SO THE
005670*    CONNECT-TIME CHARGEBACK STILL SEES IT.
005680  2300-REMOVE-SESSION.
005690      MOVE SESSION-RECORD TO SHP-SESSION-IMAGE.
005700      MOVE SPACES TO WS-REMOVED-IMAGE.
005710      MOVE SESSION-RECORD TO WS-REMOVED-IMAGE.
005720      MOVE SES-USERNAME TO WS-REMOVED-USERNAME.
005730      DELETE SESSION-FILE.
005740      IF NOT WS-SESSION-FILE-OK
005750          PERFORM 7300-REMOVAL-FAILED
005760              THRU 7300-EXIT
005770          GO TO 2300-EXIT.
005780      MOVE "SESSFILE" TO WS-REMOVED-FILE-NAME.
005790      PERFORM 7200-RECORD-REMOVAL
005800          THRU 7200-EXIT.
005810      SET SHP-FORCED-OFF TO TRUE.
005820      CALL "SESSION_HISTORY" USING SESSION-HISTORY-PARMS.
005830  2300-EXIT.
005840      EXIT.
005850*
005860*--------------------------------------------------------------*
005870*    2500-RULE-2-SESSION-TERMINALS - LOGIN_FORM REFUSES SUCH A
005880*    TERMINAL, SO A SESSION ON ONE WAS EITHER SIGNED ON BEFORE
005890*    THE QUARANTINE OR GOT PAST THE CHECK.  REPORTED ONLY -
005900*    SESSION_INQ FORCES IT OFF IF IT IS STILL LIVE.
005910*--------------------------------------------------------------*
005920  2500-RULE-2-SESSION-TERMINALS.
005930      MOVE 2 TO WS-RULE-NUMBER.
005940      MOVE "SESSION ON A TERMINAL QUARANTINED OR NOT ON TERMFILE"
005950          TO WS-RULE-TITLE.
005960      PERFORM 8000-PRINT-RULE-HEADING
005970          THRU 8000-EXIT.
005980      IF WS-SESSION-FILE-ABSENT
005990          MOVE "  NO SESSFILE - NOTHING TO CHECK" TO REPORT-LINE
006000          WRITE REPORT-LINE
006010          GO TO 2500-EXIT.
006020      IF WS-TERMINAL-FILE-ABSENT
006030          MOVE "  NO TERMFILE - TERMINAL CONTROL NOT IN SERVICE"
006040              TO REPORT-LINE
006050          WRITE REPORT-LINE
006060          GO TO 2500-EXIT.
006070      PERFORM 2050-START-SESSIONS
006080          THRU 2050-EXIT.
006090      PERFORM 2600-EXAMINE-SESSION-TERMINAL
006100          THRU 2600-EXIT
006110          UNTIL WS-PASS-EOF.
006120      PERFORM 8100-PRINT-RULE-TOTAL
006130          THRU 8100-EXIT.
006140  2500-EXIT.
006150      EXIT.
006160*
006170  2600-EXAMINE-SESSION-TERMINAL.
006180      READ SESSION-FILE NEXT RECORD
006190          AT END
006200              SET WS-PASS-EOF TO TRUE
006210              GO TO 2600-EXIT
006220      END-READ.
006230      IF NOT WS-SESSION-FILE-OK
006232          DISPLAY "CROSS_FILE_CHECK - SESSFILE READ ERROR, "
006234              "STATUS " WS-SESSION-FILE-STATUS
006236          MOVE 16 TO WS-RUN-RETURN-CODE
006240          SET WS-PASS-EOF TO TRUE
006250          GO TO 2600-EXIT.
006260      MOVE SES-TERMINAL-ID TO TRM-TERMINAL-ID.
006270      READ TERMINAL-FILE
006280          INVALID KEY
006290              MOVE "TERMINAL NOT ON TERMFILE" TO WS-EXCEPTION-TEXT
006300              PERFORM 2200-PRINT-SESSION
006310                  THRU 2200-EXIT
006320              GO TO 2600-EXIT
006330      END-READ.
006340      IF TRM-QUARANTINED
006350          MOVE "TERMINAL QUARANTINED" TO WS-EXCEPTION-TEXT
006360          PERFORM 2200-PRINT-SESSION
006370              THRU 2200-EXIT.
006380  2600-EXIT.
006390      EXIT.
006400*
006410*--------------------------------------------------------------*
006420*    3000-RULE-3-DELEGATIONS - A DELEGATION FROM SOMEONE HR HAS
006430*    SUSPENDED, OR BETWEEN ACCOUNTS THAT NO LONGER EXIST, SHOULD
006440*    HAVE ENDED WITH THE ACCOUNT.  REPAIR ENDS IT.
006450*--------------------------------------------------------------*
006460  3000-RULE-3-DELEGATIONS.
006470      MOVE 3 TO WS-RULE-NUMBER.
006480      MOVE SPACES TO WS-RULE-TITLE.
006490      STRING "DELEGATION FROM A SUSPENDED OR MISSING GRANTOR,"
006500              DELIMITED BY SIZE
006510          " OR TO A MISSING GRANTEE" DELIMITED BY SIZE
006520          INTO WS-RULE-TITLE
006530      END-STRING.
006540      PERFORM 8000-PRINT-RULE-HEADING
006550          THRU 8000-EXIT.
006560      IF WS-DELEG-FILE-ABSENT
006570          MOVE "  NO DELGFILE - NOTHING TO CHECK" TO REPORT-LINE
006580          WRITE REPORT-LINE
006590          GO TO 3000-EXIT.
006600      SET WS-PASS-NOT-EOF TO TRUE.
006610      MOVE LOW-VALUES TO DLG-DELEGATION-KEY.
006620      START DELEG-FILE KEY NOT < DLG-DELEGATION-KEY
006630          INVALID KEY
006640              SET WS-PASS-EOF TO TRUE
006650      END-START.
006660      PERFORM 3100-EXAMINE-ONE-DELEGATION
006670          THRU 3100-EXIT
006680          UNTIL WS-PASS-EOF.
006690      PERFORM 8100-PRINT-RULE-TOTAL
006700          THRU 8100-EXIT.
006710  3000-EXIT.
006720      EXIT.
006730*
006740  3100-EXAMINE-ONE-DELEGATION.
006750      READ DELEG-FILE NEXT RECORD
006760          AT END
006770              SET WS-PASS-EOF TO TRUE
006780              GO TO 3100-EXIT
006790      END-READ.
006800      IF NOT WS-DELEG-FILE-OK
006802          DISPLAY "CROSS_FILE_CHECK - DELGFILE READ ERROR, "
006804              "STATUS " WS-DELEG-FILE-STATUS
006806          MOVE 16 TO WS-RUN-RETURN-CODE
006810          SET WS-PASS-EOF TO TRUE
006820          GO TO 3100-EXIT.
006830      ADD 1 TO WS-RECORDS-CHECKED.
006840      MOVE DLG-GRANTOR TO WS-LOOKUP-USERNAME.
006850      PERFORM 8200-READ-USER
006860          THRU 8200-EXIT.
006870      IF WS-USER-NOT-FOUND
006880          MOVE "GRANTOR NOT ON USERFILE" TO WS-EXCEPTION-TEXT
006890          GO TO 3150-DELEGATION-EXCEPTION.
006900      IF USR-ACCOUNT-HR-TERM
006910          MOVE "GRANTOR SUSPENDED BY HR" TO WS-EXCEPTION-TEXT
006920          GO TO 3150-DELEGATION-EXCEPTION.
006930      MOVE DLG-GRANTEE TO WS-LOOKUP-USERNAME.
006940      PERFORM 8200-READ-USER
006950          THRU 8200-EXIT.
006960      IF WS-USER-NOT-FOUND
006970          MOVE "GRANTEE NOT ON USERFILE" TO WS-EXCEPTION-TEXT
006980          GO TO 3150-DELEGATION-EXCEPTION.
006990      GO TO 3100-EXIT.
007000  3150-DELEGATION-EXCEPTION.
007010      ADD 1 TO WS-RULE-EXCEPTIONS.
007020      MOVE SPACES TO REPORT-LINE.
007030      STRING "  " DELIMITED BY SIZE
007040          DLG-GRANTOR DELIMITED BY SPACE
007050          " TO " DELIMITED BY SIZE
007060          DLG-GRANTEE DELIMITED BY SPACE
007070          " UNTIL " DELIMITED BY SIZE
007080          DLG-TO-DATE DELIMITED BY SIZE
007090          " - " DELIMITED BY SIZE
007100          WS-EXCEPTION-TEXT DELIMITED BY "  "
007110          INTO REPORT-LINE
007120      END-STRING.
007130      WRITE REPORT-LINE.
007140      IF WS-CHECK-MODE
007150          GO TO 3100-EXIT.
007160      MOVE SPACES TO WS-REMOVED-IMAGE.
007170      MOVE DELEGATION-RECORD TO WS-REMOVED-IMAGE.
007180      MOVE DLG-GRANTEE TO WS-REMOVED-USERNAME.
007190      DELETE DELEG-FILE.
007200      IF NOT WS-DELEG-FILE-OK
007210          PERFORM 7300-REMOVAL-FAILED
007220              THRU 7300-EXIT
007230          GO TO 3100-EXIT.
007240      MOVE "DELGFILE" TO WS-REMOVED-FILE-NAME.
007250      PERFORM 7200-RECORD-REMOVAL
007260          THRU 7200-EXIT.
007270  3100-EXIT.
007280      EXIT.
007290*
007300*--------------------------------------------------------------*
007310*    4000-RULE-4-RESET-CODES - A CODE FOR A VANISHED ACCOUNT, OR
007320*    ONE STILL WAITING TO BE USED ON AN ACCOUNT THAT IS
007330*    DISABLED, DORMANT OR SUSPENDED.  REPAIR BURNS IT BY
007340*    REMOVING THE RECORD.
007350*--------------------------------------------------------------*
007360  4000-RULE-4-RESET-CODES.
007370      MOVE 4 TO WS-RULE-NUMBER.
007380      MOVE SPACES TO WS-RULE-TITLE.
007390      STRING "RESET CODE FOR A MISSING USERNAME, OR OUTSTANDING"
007400              DELIMITED BY SIZE
007410          " ON AN INACTIVE ACCOUNT" DELIMITED BY SIZE
007420          INTO WS-RULE-TITLE
007430      END-STRING.
007440      PERFORM 8000-PRINT-RULE-HEADING
007450          THRU 8000-EXIT.
007460      IF WS-RESET-FILE-ABSENT
007470          MOVE "  NO RESETFILE - NOTHING TO CHECK" TO REPORT-LINE
007480          WRITE REPORT-LINE
007490          GO TO 4000-EXIT.
007500      SET WS-PASS-NOT-EOF TO TRUE.
007510      MOVE LOW-VALUES TO RST-USERNAME.
007520      START RESET-FILE KEY NOT < RST-USERNAME
007530          INVALID KEY
007540              SET WS-PASS-EOF TO TRUE
007550      END-START.
007560      PERFORM 4100-EXAMINE-ONE-RESET-CODE
007570          THRU 4100-EXIT
007580          UNTIL WS-PASS-EOF.
007590      PERFORM 8100-PRINT-RULE-TOTAL
007600          THRU 8100-EXIT.
007610  4000-EXIT.
007620      EXIT.
007630*
007640  4100-EXAMINE-ONE-RESET-CODE.
007650      READ RESET-FILE NEXT RECORD
007660          AT END
007670              SET WS-PASS-EOF TO TRUE
007680              GO TO 4100-EXIT
007690      END-READ.
007700      IF NOT WS-RESET-FILE-OK
007702          DISPLAY "CROSS_FILE_CHECK - RESETFIL READ ERROR, "
007704              "STATUS " WS-RESET-FILE-STATUS
007706          MOVE 16 TO WS-RUN-RETURN-CODE
007710          SET WS-PASS-EOF TO TRUE
007720          GO TO 4100-EXIT.
007730      ADD 1 TO WS-RECORDS-CHECKED.
007740      MOVE RST-USERNAME TO WS-LOOKUP-USERNAME.
007750      PERFORM 8200-READ-USER
007760          THRU 8200-EXIT.
007770      IF WS-USER-NOT-FOUND
007780          MOVE "USERNAME NOT ON USERFILE" TO WS-EXCEPTION-TEXT
007790      ELSE
007800          IF RST-OUTSTANDING AND NOT USR-ACCOUNT-ACTIVE
007810              MOVE SPACES TO WS-EXCEPTION-TEXT
007820              STRING "OUTSTANDING, ACCOUNT STATUS "
007830                      DELIMITED BY SIZE
007840                  USR-ACCOUNT-STATUS DELIMITED BY SIZE
007850                  INTO WS-EXCEPTION-TEXT
007860              END-STRING
007870          ELSE
007880              GO TO 4100-EXIT
007890          END-IF
007900      END-IF.
007910      ADD 1 TO WS-RULE-EXCEPTIONS.
007920      MOVE SPACES TO REPORT-LINE.
007930      STRING "  " DELIMITED BY SIZE
007940          RST-USERNAME DELIMITED BY SPACE
007950          " ISSUED " DELIMITED BY SIZE
007960          RST-ISSUED-DATE DELIMITED BY SIZE
007970          " - " DELIMITED BY SIZE
007980          WS-EXCEPTION-TEXT DELIMITED BY "  "
007990          INTO REPORT-LINE
008000      END-STRING.
008010      WRITE REPORT-LINE.
008020      IF WS-CHECK-MODE
008030          GO TO 4100-EXIT.
008040      MOVE SPACES TO WS-REMOVED-IMAGE.
008050      MOVE RESET-CODE-RECORD TO WS-REMOVED-IMAGE.
008060      MOVE RST-USERNAME TO WS-REMOVED-USERNAME.
008070      DELETE RESET-FILE.
008080      IF NOT WS-RESET-FILE-OK
008090          PERFORM 7300-REMOVAL-FAILED
008100              THRU 7300-EXIT
008110          GO TO 4100-EXIT.
008120      MOVE "RESETFIL" TO WS-REMOVED-FILE-NAME.
008130      PERFORM 7200-RECORD-REMOVAL
008140          THRU 7200-EXIT.
008150  4100-EXIT.
008160      EXIT.
008170*
008180*--------------------------------------------------------------*
008190*    5000-RULE-5-PASSWORD-HISTORY - PAIRS LEFT BEHIND WHEN AN
008200*    ACCOUNT WAS DELETED.  A NEW ACCOUNT LATER GIVEN THE SAME
008210*    USERNAME WOULD INHERIT THEM.
008220*--------------------------------------------------------------*
008230  5000-RULE-5-PASSWORD-HISTORY.
008240      MOVE 5 TO WS-RULE-NUMBER.
008250      MOVE "PASSWORD HISTORY FOR A USERNAME NOT ON USERFILE"
008260          TO WS-RULE-TITLE.
008270      PERFORM 8000-PRINT-RULE-HEADING
008280          THRU 8000-EXIT.
008290      IF WS-PWHIST-FILE-ABSENT
008300          MOVE "  NO PWHIST - NOTHING TO CHECK" TO REPORT-LINE
008310          WRITE REPORT-LINE
008320          GO TO 5000-EXIT.
008330      SET WS-PASS-NOT-EOF TO TRUE.
008340      MOVE LOW-VALUES TO PWH-HISTORY-KEY.
008350      START PWHIST-FILE KEY NOT < PWH-HISTORY-KEY
008360          INVALID KEY
008370              SET WS-PASS-EOF TO TRUE
008380      END-START.
008390      PERFORM 5100-EXAMINE-ONE-PAIR
008400          THRU 5100-EXIT
008410          UNTIL WS-PASS-EOF.
008420      PERFORM 8100-PRINT-RULE-TOTAL
008430          THRU 8100-EXIT.
008440  5000-EXIT.
008450      EXIT.
008460*
008470  5100-EXAMINE-ONE-PAIR.
008480      READ PWHIST-FILE NEXT RECORD
008490          AT END
008500              SET WS-PASS-EOF TO TRUE
008510              GO TO 5100-EXIT
008520      END-READ.
008530      IF NOT WS-PWHIST-FILE-OK
008532          DISPLAY "CROSS_FILE_CHECK - PWHIST READ ERROR, "
008534              "STATUS " WS-PWHIST-FILE-STATUS
008536          MOVE 16 TO WS-RUN-RETURN-CODE
008540          SET WS-PASS-EOF TO TRUE
008550          GO TO 5100-EXIT.
008560      ADD 1 TO WS-RECORDS-CHECKED.
008570      MOVE PWH-USERNAME TO WS-LOOKUP-USERNAME.
008580      PERFORM 8200-READ-USER
008590          THRU 8200-EXIT.
008600      IF WS-USER-FOUND
008610          GO TO 5100-EXIT.
008620      ADD 1 TO WS-RULE-EXCEPTIONS.
008630      MOVE SPACES TO REPORT-LINE.
008640      STRING "  " DELIMITED BY SIZE
008650          PWH-USERNAME DELIMITED BY SPACE
008660          " PAIR " DELIMITED BY SIZE
008670          PWH-SEQUENCE DELIMITED BY SIZE
008680          " STORED " DELIMITED BY SIZE
008690          PWH-STORED-DATE DELIMITED BY SIZE
008700          " - USERNAME NOT ON USERFILE" DELIMITED BY SIZE
008710          INTO REPORT-LINE
008720      END-STRING.
008730      WRITE REPORT-LINE.
008740      IF WS-CHECK-MODE
008750          GO TO 5100-EXIT.
008760      MOVE SPACES TO WS-REMOVED-IMAGE.
008770      MOVE PASSWORD-HISTORY-RECORD TO WS-REMOVED-IMAGE.
008780      MOVE PWH-USERNAME TO WS-REMOVED-USERNAME.
008790      DELETE PWHIST-FILE.
008800      IF NOT WS-PWHIST-FILE-OK
008810          PERFORM 7300-REMOVAL-FAILED
008820              THRU 7300-EXIT
008830          GO TO 5100-EXIT.
008840      MOVE "PWHIST" TO WS-REMOVED-FILE-NAME.
008850      PERFORM 7200-RECORD-REMOVAL
008860          THRU 7200-EXIT.
008870  5100-EXIT.
008880      EXIT.
008890*
008900*--------------------------------------------------------------*
008910*    6000-RULE-6-JOURNAL-IMAGES - EVERY PROGRAM THAT CHANGES
008920*    USERFILE JOURNALS THE AFTER IMAGE, SO THE LATEST IMAGE OF
008930*    EACH ACCOUNT SHOULD BE THE RECORD ON FILE.  ONE THAT IS NOT
008940*    WAS CHANGED OUTSIDE THE SUITE, OR ITS JOURNAL WRITE WAS
008950*    LOST - EITHER WAY POINT-IN-TIME RECOVERY WOULD NOT PUT IT
008960*    BACK AS IT IS.  A CHANGE MADE ONLINE WHILE THE CHECK RUNS
008970*    CAN ALSO SHOW HERE; RECHECK BEFORE ACTING.
008980*--------------------------------------------------------------*
008990  6000-RULE-6-JOURNAL-IMAGES.
009000      MOVE 6 TO WS-RULE-NUMBER.
009010      MOVE "USERFILE RECORD NOT MATCHING ITS LATEST USRJRNL IMAGE"
009020          TO WS-RULE-TITLE.
009030      PERFORM 8000-PRINT-RULE-HEADING
009040          THRU 8000-EXIT.
009050      IF WS-JOURNAL-FILE-ABSENT
009060          MOVE "  NO USRJRNL - NOTHING TO CHECK" TO REPORT-LINE
009070          WRITE REPORT-LINE
009080          GO TO 6000-EXIT.
009090      SET WS-PASS-NOT-EOF TO TRUE.
009100      PERFORM 6100-LOAD-ONE-JOURNAL-RECORD
009110          THRU 6100-EXIT
009120          UNTIL WS-PASS-EOF.
009130      PERFORM 6300-COMPARE-ONE-ACCOUNT
009140          THRU 6300-EXIT
009150          VARYING WS-JRN-IDX FROM 1 BY 1
009160          UNTIL WS-JRN-IDX > WS-JOURNAL-USER-COUNT.
009170      MOVE WS-RULE-EXCEPTIONS TO WS-MISMATCH-COUNT.
009180      IF WS-JOURNAL-TABLE-FULL > 0
009190          MOVE WS-JOURNAL-TABLE-FULL TO WS-EDIT-COUNT
009200          MOVE SPACES TO REPORT-LINE
009210          STRING "  " DELIMITED BY SIZE
009220              WS-EDIT-COUNT DELIMITED BY SIZE
009230              " JOURNAL RECORDS FOR ACCOUNTS PAST THE TABLE "
009240                  DELIMITED BY SIZE
009250              "LIMIT - NOT CHECKED" DELIMITED BY SIZE
009260              INTO REPORT-LINE
009270          END-STRING
009280          WRITE REPORT-LINE.
009290      PERFORM 8100-PRINT-RULE-TOTAL
009300          THRU 8100-EXIT.
009310  6000-EXIT.
009320      EXIT.
009330*
009340*    A DELETE'S AFTER IMAGE IS EMPTY - ITS USERNAME IS IN THE
009350*    BEFORE IMAGE.
009360  6100-LOAD-ONE-JOURNAL-RECORD.
009370      READ JOURNAL-FILE
009380          AT END
009390              SET WS-PASS-EOF TO TRUE
009400              GO TO 6100-EXIT
009410      END-READ.
009420      IF NOT WS-JOURNAL-FILE-OK
009422          DISPLAY "CROSS_FILE_CHECK - USRJRNL READ ERROR, "
009424              "STATUS " WS-JOURNAL-FILE-STATUS
009426          MOVE 16 TO WS-RUN-RETURN-CODE
009430          SET WS-PASS-EOF TO TRUE
009440          GO TO 6100-EXIT.
009450      IF UJR-ACTION-DELETE
009460          MOVE UJR-BEFORE-IMAGE (1:32) TO WS-JOURNAL-USERNAME
009470      ELSE
009480          MOVE UJR-AFTER-IMAGE (1:32) TO WS-JOURNAL-USERNAME
009490      END-IF.
009500      PERFORM 6200-FIND-OR-ADD-ACCOUNT
009510          THRU 6200-EXIT.
009520      IF WS-JRN-IDX > WS-JOURNAL-USER-COUNT
009530          GO TO 6100-EXIT.
009540      MOVE UJR-ACTION TO WS-JRN-ACTION (WS-JRN-IDX).
009550      MOVE UJR-JOURNAL-DATE TO WS-JRN-DATE (WS-JRN-IDX).
009560      MOVE UJR-JOURNAL-TIME TO WS-JRN-TIME (WS-JRN-IDX).
009570      MOVE UJR-PROGRAM-NAME TO WS-JRN-PROGRAM (WS-JRN-IDX).
009580      MOVE UJR-AFTER-IMAGE TO WS-JRN-IMAGE (WS-JRN-IDX).
009590  6100-EXIT.
009600      EXIT.
009610*
009620*    LEAVES WS-JRN-IDX ON THE ACCOUNT'S ENTRY, OR PAST THE
009630*    COUNT WHEN THE TABLE IS FULL.
009640  6200-FIND-OR-ADD-ACCOUNT.
009650      SET WS-JRN-IDX TO 1.
009660      SEARCH WS-JRN-ENTRY
009670          AT END
009680              PERFORM 6210-ADD-ACCOUNT
009690                  THRU 6210-EXIT
009700          WHEN WS-JRN-IDX > WS-JOURNAL-USER-COUNT
009710              PERFORM 6210-ADD-ACCOUNT
009720                  THRU 6210-EXIT
009730          WHEN WS-JRN-USERNAME (WS-JRN-IDX) = WS-JOURNAL-USERNAME
009740              CONTINUE
009750      END-SEARCH.
009760  6200-EXIT.
009770      EXIT.
009780*
009790  6210-ADD-ACCOUNT.
009800      IF WS-JOURNAL-USER-COUNT < WS-MAX-JOURNAL-USERS
009810          ADD 1 TO WS-JOURNAL-USER-COUNT
009820          SET WS-JRN-IDX TO WS-JOURNAL-USER-COUNT
009830          MOVE WS-JOURNAL-USERNAME TO WS-JRN-USERNAME (WS-JRN-IDX)
009840      ELSE
009850          ADD 1 TO WS-JOURNAL-TABLE-FULL
009860          SET WS-JRN-IDX TO WS-JOURNAL-USER-COUNT
009870          SET WS-JRN-IDX UP BY 1
009880      END-IF.
009890  6210-EXIT.
009900      EXIT.
009910*
009920  6300-COMPARE-ONE-ACCOUNT.
009930      ADD 1 TO WS-RECORDS-CHECKED.
009940      MOVE WS-JRN-USERNAME (WS-JRN-IDX) TO WS-LOOKUP-USERNAME.
009950      PERFORM 8200-READ-USER
009960          THRU 8200-EXIT.
009970      IF WS-JRN-ACTION (WS-JRN-IDX) = "D"
009980          IF WS-USER-FOUND
009990              MOVE "ON FILE BUT JOURNALED AS DELETED"
010000                  TO WS-EXCEPTION-TEXT
010010              GO TO 6350-JOURNAL-EXCEPTION
010020          ELSE
010030              GO TO 6300-EXIT
010040          END-IF
010050      END-IF.
010060      IF WS-USER-NOT-FOUND
010070          MOVE "JOURNALED BUT NOT ON FILE" TO WS-EXCEPTION-TEXT
010080          GO TO 6350-JOURNAL-EXCEPTION.
010090      MOVE SPACES TO WS-USER-IMAGE.
010100      MOVE USER-RECORD TO WS-USER-IMAGE.
010110      IF WS-USER-IMAGE = WS-JRN-IMAGE (WS-JRN-IDX)
010120          GO TO 6300-EXIT.
010130      MOVE "RECORD DIFFERS FROM THE IMAGE" TO WS-EXCEPTION-TEXT.
010140  6350-JOURNAL-EXCEPTION.
010150      ADD 1 TO WS-RULE-EXCEPTIONS.
010160      MOVE SPACES TO REPORT-LINE.
010170      STRING "  " DELIMITED BY SIZE
010180          WS-JRN-USERNAME (WS-JRN-IDX) DELIMITED BY SPACE
010190          " - " DELIMITED BY SIZE
010200          WS-EXCEPTION-TEXT DELIMITED BY "  "
010210          INTO REPORT-LINE
010220      END-STRING.
010230      WRITE REPORT-LINE.
010240      MOVE SPACES TO REPORT-LINE.
010250      STRING "      LAST JOURNALED " DELIMITED BY SIZE
010260          WS-JRN-DATE (WS-JRN-IDX) DELIMITED BY SIZE
010270          " " DELIMITED BY SIZE
010280          WS-JRN-TIME (WS-JRN-IDX) (1:6) DELIMITED BY SIZE
010290          " BY " DELIMITED BY SIZE
010300          WS-JRN-PROGRAM (WS-JRN-IDX) DELIMITED BY SPACE
010310          INTO REPORT-LINE
010320      END-STRING.
010330      WRITE REPORT-LINE.
010340  6300-EXIT.
010350      EXIT.
010360*
010370*--------------------------------------------------------------*
010380*    7000-WRITE-AUDIT-ACTION
010390*--------------------------------------------------------------*
010400  7000-WRITE-AUDIT-ACTION.
010410      CALL "AUDIT_LOG" USING WS-AUDIT-NAME WS-AUDIT-OUTCOME
010420          WS-AUDIT-ACTION-CODE.
010430  7000-EXIT.
010440      EXIT.
010450*
010460*--------------------------------------------------------------*
010470*    7200-RECORD-REMOVAL - JOURNAL THE IMAGE OF THE RECORD JUST
010480*    DELETED AND PUT THE REMOVAL ON THE AUDIT TRAIL.
010490*--------------------------------------------------------------*
010500  7200-RECORD-REMOVAL.
010510      ADD 1 TO WS-RULE-REMOVED.
010520      MOVE SPACES TO XFILE-JOURNAL-RECORD.
010530      ACCEPT XFJ-JOURNAL-DATE FROM DATE YYYYMMDD.
010540      ACCEPT XFJ-JOURNAL-TIME FROM TIME.
010550      MOVE WS-REMOVED-FILE-NAME TO XFJ-FILE-NAME.
010560      MOVE WS-RULE-NUMBER TO XFJ-RULE-NUMBER.
010570      MOVE WS-REMOVED-IMAGE TO XFJ-RECORD-IMAGE.
010580      WRITE XFILE-JOURNAL-RECORD.
010590      IF NOT WS-REMOVAL-FILE-OK
010600          DISPLAY "CROSS_FILE_CHECK - XFILJRNL WRITE FAILED, "
010610              "STATUS " WS-REMOVAL-FILE-STATUS " FOR "
010620              WS-REMOVED-FILE-NAME " " WS-REMOVED-USERNAME
010624          IF WS-RUN-RETURN-CODE < 8
010628              MOVE 8 TO WS-RUN-RETURN-CODE
010632          END-IF
010636      END-IF.
010640      MOVE WS-REMOVED-USERNAME TO WS-AUDIT-NAME.
010650      MOVE 35 TO WS-AUDIT-ACTION-CODE.
010660      PERFORM 7000-WRITE-AUDIT-ACTION
010670          THRU 7000-EXIT.
010680      MOVE "    REMOVED" TO REPORT-LINE.
010690      WRITE REPORT-LINE.
010700  7200-EXIT.
010710      EXIT.
010720*
010730  7300-REMOVAL-FAILED.
010740      MOVE "    *** NOT REMOVED - DELETE FAILED, SEE SYSOUT"
010750          TO REPORT-LINE.
010760      WRITE REPORT-LINE.
010770      DISPLAY "CROSS_FILE_CHECK - RULE " WS-RULE-NUMBER
010780          " DELETE FAILED FOR " WS-REMOVED-USERNAME.
010786      IF WS-RUN-RETURN-CODE < 8
010792          MOVE 8 TO WS-RUN-RETURN-CODE.
010800  7300-EXIT.
010810      EXIT.
010820*
010830*--------------------------------------------------------------*
010840*    8000-PRINT-RULE-HEADING / 8100-PRINT-RULE-TOTAL
010850*--------------------------------------------------------------*
010860  8000-PRINT-RULE-HEADING.
010870      MOVE 0 TO WS-RULE-EXCEPTIONS.
010880      MOVE 0 TO WS-RULE-REMOVED.
010890      MOVE SPACES TO REPORT-LINE.
010900      WRITE REPORT-LINE.
010910      STRING "RULE " DELIMITED BY SIZE
010920          WS-RULE-NUMBER DELIMITED BY SIZE
010930          "  " DELIMITED BY SIZE
010940          WS-RULE-TITLE DELIMITED BY SIZE
010950          INTO REPORT-LINE
010960      END-STRING.
010970      WRITE REPORT-LINE.
010980      MOVE ALL "-" TO REPORT-LINE.
010990      WRITE REPORT-LINE.
011000  8000-EXIT.
011010      EXIT.
011020*
011030  8100-PRINT-RULE-TOTAL.
011040      ADD WS-RULE-EXCEPTIONS TO WS-EXCEPTION-COUNT.
011050      ADD WS-RULE-REMOVED TO WS-REMOVED-COUNT.
011060      MOVE WS-RULE-EXCEPTIONS TO WS-EDIT-COUNT.
011070      MOVE WS-RULE-REMOVED TO WS-EDIT-COUNT-2.
011080      MOVE SPACES TO REPORT-LINE.
011090      STRING "  RULE " DELIMITED BY SIZE
011100          WS-RULE-NUMBER DELIMITED BY SIZE
011110          " EXCEPTIONS " DELIMITED BY SIZE
011120          WS-EDIT-COUNT DELIMITED BY SIZE
011130          "   REMOVED " DELIMITED BY SIZE
011140          WS-EDIT-COUNT-2 DELIMITED BY SIZE
011150          INTO REPORT-LINE
011160      END-STRING.
011170      WRITE REPORT-LINE.
011180  8100-EXIT.
011190      EXIT.
011200*
011210*--------------------------------------------------------------*
011220*    8200-READ-USER - RANDOM READ OF WS-LOOKUP-USERNAME.
011230*--------------------------------------------------------------*
011240  8200-READ-USER.
011250      SET WS-USER-FOUND TO TRUE.
011260      MOVE WS-LOOKUP-USERNAME TO USR-USERNAME.
011270      READ USER-FILE
011280          INVALID KEY
011290              SET WS-USER-NOT-FOUND TO TRUE
011300      END-READ.
011310  8200-EXIT.
011320      EXIT.
011330*
011340*--------------------------------------------------------------*
011350*    9000-TERMINATE
011360*--------------------------------------------------------------*
011370  9000-TERMINATE.
011380      MOVE SPACES TO REPORT-LINE.
011390      WRITE REPORT-LINE.
011400      MOVE WS-RECORDS-CHECKED TO WS-EDIT-COUNT.
011410      MOVE SPACES TO REPORT-LINE.
011420      STRING "RECORDS CHECKED   " DELIMITED BY SIZE
011430          WS-EDIT-COUNT DELIMITED BY SIZE
011440          INTO REPORT-LINE
011450      END-STRING.
011460      WRITE REPORT-LINE.
011470      MOVE WS-EXCEPTION-COUNT TO WS-EDIT-COUNT.
011480      MOVE SPACES TO REPORT-LINE.
011490      STRING "EXCEPTIONS        " DELIMITED BY SIZE
011500          WS-EDIT-COUNT DELIMITED BY SIZE
011510          INTO REPORT-LINE
011520      END-STRING.
011530      WRITE REPORT-LINE.
011540      MOVE WS-REMOVED-COUNT TO WS-EDIT-COUNT.
011550      MOVE SPACES TO REPORT-LINE.
011560      STRING "REMOVED           " DELIMITED BY SIZE
011570          WS-EDIT-COUNT DELIMITED BY SIZE
011580          INTO REPORT-LINE
011590      END-STRING.
011600      WRITE REPORT-LINE.
011610      CLOSE USER-FILE.
011620      IF WS-SESSION-FILE-PRESENT
011630          CLOSE SESSION-FILE.
011640      IF WS-TERMINAL-FILE-PRESENT
011650          CLOSE TERMINAL-FILE.
011660      IF WS-DELEG-FILE-PRESENT
011670          CLOSE DELEG-FILE.
011680      IF WS-RESET-FILE-PRESENT
011690          CLOSE RESET-FILE.
011700      IF WS-PWHIST-FILE-PRESENT
011710          CLOSE PWHIST-FILE.
011720      IF WS-JOURNAL-FILE-PRESENT
011730          CLOSE JOURNAL-FILE.
011740      IF WS-REPAIR-MODE
011750          CLOSE REMOVAL-FILE.
011760      CLOSE REPORT-FILE.
011770      IF WS-EXCEPTION-COUNT > 0
011780         AND WS-RUN-RETURN-CODE < 4
011790          MOVE 4 TO WS-RUN-RETURN-CODE.
011800      DISPLAY "CROSS_FILE_CHECK - RECORDS CHECKED: "
011810          WS-RECORDS-CHECKED.
011820      DISPLAY "CROSS_FILE_CHECK - EXCEPTIONS:      "
011830          WS-EXCEPTION-COUNT.
011840      DISPLAY "CROSS_FILE_CHECK - REMOVED:         "
011850          WS-REMOVED-COUNT.
011860      SET RCP-STAMP-END TO TRUE.
011870      MOVE WS-CURRENT-DATE TO RCP-CYCLE-DATE.
011880      MOVE "XFILCHK" TO RCP-STEP-NAME.
011890      MOVE WS-RUN-RETURN-CODE TO RCP-STEP-RETURN-CODE.
011900      MOVE WS-RECORDS-CHECKED TO RCP-COUNTER-1.
011910      MOVE WS-EXCEPTION-COUNT TO RCP-COUNTER-2.
011920      MOVE WS-REMOVED-COUNT TO RCP-COUNTER-3.
011930      MOVE WS-MISMATCH-COUNT TO RCP-COUNTER-4.
011940      CALL "RUN_CONTROL" USING RUN-CONTROL-PARMS.
011950      MOVE WS-RUN-RETURN-CODE TO RETURN-CODE.
011960  9000-EXIT.
011970      EXIT.
011980*
011990  END PROGRAM CROSS_FILE_CHECK.
